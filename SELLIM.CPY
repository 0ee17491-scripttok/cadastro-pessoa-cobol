      *****************************************************************
      * COPY....: SELLIM.CPY
      * DESCRICAO: Clausula SELECT da tabela de limites de variacao
      *            da serie historica do fechamento noturno
      *            (NOTURNO.LIM). Arquivo texto mantido pela equipe de
      *            producao.
      *****************************************************************
           SELECT ARQ-LIMITES
               ASSIGN TO "NOTURNO.LIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIMITES.
