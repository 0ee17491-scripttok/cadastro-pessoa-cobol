      *****************************************************************
      * COPY....: FDPRE.CPY
      * DESCRICAO: Descricao de arquivo e registro da fila de
      *            pre-cadastros do site. PRE-SITUACAO: P pendente,
      *            A aprovado (gravado no CLIENTE-MASTER) ou R
      *            recusado (motivo em PRE-MOTIVO-RECUSA). Os sinais
      *            sao montados na recepcao: PRE-DOC-EXISTENTE M
      *            quando o documento ja esta no mestre e H quando
      *            esta no historico (CLIHIST.DAT) - nesses casos o
      *            pre-cadastro nunca e aprovado -, PRE-EMAIL-OK N
      *            quando o email nao passou em VALIDAR-EMAIL e
      *            PRE-CEP-OK N quando o CEP nao esta na base de
      *            referencia. Operador e data da decisao ficam no
      *            registro aprovado ou recusado.
      *****************************************************************
       FD  PRECAD-MASTER
           LABEL RECORD STANDARD.
       01  REG-PRECAD.
           05 PRE-CHAVE PIC 9(14).
           05 PRE-SITUACAO PIC X.
               88 PRE-PENDENTE VALUE 'P'.
               88 PRE-APROVADO VALUE 'A'.
               88 PRE-RECUSADO VALUE 'R'.
           05 PRE-TIPO PIC X.
           05 PRE-NOME PIC X(50).
           05 PRE-CPF PIC 9(11).
           05 PRE-CNPJ PIC 9(14).
           05 PRE-EMAIL PIC X(50).
           05 PRE-ENDERECO.
               10 PRE-RUA PIC X(20).
               10 PRE-BAIRRO PIC X(20).
               10 PRE-CIDADE PIC X(20).
               10 PRE-ESTADO PIC X(20).
               10 PRE-CEP PIC 9(8).
               10 PRE-NUMERO PIC 9(8).
           05 PRE-DOC-EXISTENTE PIC X.
           05 PRE-EMAIL-OK PIC X.
           05 PRE-CEP-OK PIC X.
           05 PRE-DATA-RECEPCAO PIC 9(8).
           05 PRE-HORA-RECEPCAO PIC 9(6).
           05 PRE-OPERADOR PIC X(20).
           05 PRE-DATA-DECISAO PIC 9(8).
           05 PRE-MOTIVO-RECUSA PIC X(40).
