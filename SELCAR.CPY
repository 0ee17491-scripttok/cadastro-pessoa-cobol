      *****************************************************************
      * COPY....: SELCAR.CPY
      * DESCRICAO: Clausula SELECT do arquivo da carteira de
      *            atendimento (CARTEIRA.DAT): o gerente de conta
      *            atribuido a cada cliente. Chave primaria e o
      *            documento do cliente (como REG-CHAVE do mestre),
      *            em CAR-DOCUMENTO. Arquivo a parte para nao mexer
      *            no layout do mestre.
      *****************************************************************
           SELECT CARTEIRA-MASTER
               ASSIGN TO "CARTEIRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-DOCUMENTO
               FILE STATUS IS WS-FS-CARTEIRA.
