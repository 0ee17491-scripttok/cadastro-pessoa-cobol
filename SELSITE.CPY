      *****************************************************************
      * COPY....: SELSITE.CPY
      * DESCRICAO: Clausula SELECT do arquivo diario de cadastros
      *            recebidos pelo formulario do site (SITE.ENT, um
      *            cadastro por linha), lido pela recepcao de
      *            pre-cadastros (RECSITE-CLIENTE).
      *****************************************************************
           SELECT ARQ-SITE
               ASSIGN TO "SITE.ENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SITE.
