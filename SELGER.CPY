      *****************************************************************
      * COPY....: SELGER.CPY
      * DESCRICAO: Clausula SELECT do arquivo de gerentes de conta
      *            (GERENTE.DAT), mantido por CADGER-CLIENTE e usado
      *            na atribuicao da carteira de atendimento. Chave
      *            primaria e o codigo do gerente.
      *****************************************************************
           SELECT GERENTE-MASTER
               ASSIGN TO "GERENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CODIGO
               FILE STATUS IS WS-FS-GERENTE.
