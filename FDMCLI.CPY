      *****************************************************************
      * COPY....: FDMCLI.CPY
      * DESCRICAO: Descricao de arquivo e registro do movimento de
      *            manutencao de clientes ja cadastrados. Operacao A
      *            (alteracao dos campos informados) ou S (situacao:
      *            MVC-STATUS 1 reativa, 0 inativa), seguida do
      *            documento (CPF ou CNPJ alinhado como REG-CHAVE).
      *            Na operacao A, campo em branco e campo nao
      *            informado e fica como esta no mestre; CEP e numero
      *            vem em alfanumerico para permitir o branco.
      *            MVC-STATUS so vale na operacao S.
      *****************************************************************
       FD  ARQ-MOVTO-CLIENTE
           LABEL RECORD STANDARD.
       01  REG-MOVTO-CLIENTE.
           05 MVC-OPERACAO PIC X.
           05 MVC-DOCUMENTO PIC 9(14).
           05 MVC-NOME PIC X(50).
           05 MVC-EMAIL PIC X(50).
           05 MVC-STATUS PIC X.
           05 MVC-ENDERECO.
               10 MVC-RUA PIC X(20).
               10 MVC-BAIRRO PIC X(20).
               10 MVC-CIDADE PIC X(20).
               10 MVC-ESTADO PIC X(20).
               10 MVC-CEP PIC X(8).
               10 MVC-NUMERO PIC X(8).
