      *****************************************************************
      * COPY....: SELABR.CPY
      * DESCRICAO: Clausula SELECT da tabela de abreviacoes usada na
      *            padronizacao de nomes e enderecos (PADCLI.CPY).
      *            Arquivo texto mantido pela equipe de cadastro.
      *****************************************************************
           SELECT ARQ-ABREVIACOES
               ASSIGN TO "ABREVIA.TAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABREVIA.
