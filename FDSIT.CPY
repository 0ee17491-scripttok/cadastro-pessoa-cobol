      *****************************************************************
      * COPY....: FDSIT.CPY
      * DESCRICAO: Descricao de arquivo e registro da situacao
      *            cadastral do documento na Receita, conforme a
      *            ultima consulta ao bureau: R regular, S suspensa,
      *            B baixada, N nula, I inapta; branco e documento
      *            enviado ao bureau e ainda sem retorno.
      *            SIT-DATA-CONSULTA e a data da consulta informada
      *            pelo bureau (zero se nunca houve retorno) e
      *            SIT-DATA-ENVIO a data do ultimo lote de envio em
      *            que o documento saiu.
      *****************************************************************
       FD  SITUACAO-MASTER
           LABEL RECORD STANDARD.
       01  REG-SITUACAO.
           05 SIT-DOCUMENTO PIC 9(14).
           05 SIT-SITUACAO PIC X.
               88 SIT-REGULAR VALUE 'R'.
               88 SIT-SUSPENSA VALUE 'S'.
               88 SIT-BAIXADA VALUE 'B'.
               88 SIT-NULA VALUE 'N'.
               88 SIT-INAPTA VALUE 'I'.
               88 SIT-IRREGULAR VALUE 'S' 'B' 'N' 'I'.
               88 SIT-SEM-RETORNO VALUE SPACE.
           05 SIT-DATA-CONSULTA PIC 9(8).
           05 SIT-DATA-ENVIO PIC 9(8).
