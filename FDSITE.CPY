      *****************************************************************
      * COPY....: FDSITE.CPY
      * DESCRICAO: Descricao de arquivo e registro do arquivo diario
      *            do formulario do site. Mesmo layout de FDENT.CPY
      *            sem a situacao (todo cadastro do site entra ativo).
      *****************************************************************
       FD  ARQ-SITE
           LABEL RECORD STANDARD.
       01  REG-SITE.
           05 STE-TIPO PIC X.
           05 STE-NOME PIC X(50).
           05 STE-CPF PIC 9(11).
           05 STE-CNPJ PIC 9(14).
           05 STE-EMAIL PIC X(50).
           05 STE-ENDERECO.
               10 STE-RUA PIC X(20).
               10 STE-BAIRRO PIC X(20).
               10 STE-CIDADE PIC X(20).
               10 STE-ESTADO PIC X(20).
               10 STE-CEP PIC 9(8).
               10 STE-NUMERO PIC 9(8).
