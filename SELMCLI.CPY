      *****************************************************************
      * COPY....: SELMCLI.CPY
      * DESCRICAO: Clausula SELECT do arquivo de movimento de
      *            manutencao de clientes (um movimento por linha,
      *            com codigo de operacao A/S).
      *****************************************************************
           SELECT ARQ-MOVTO-CLIENTE
               ASSIGN TO "CLIENTES.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVTOCLI.
