      *****************************************************************
      * COPY....: SELHNT.CPY
      * DESCRICAO: Clausula SELECT da serie historica do fechamento
      *            noturno (NOTURNO.HIS). O NOTURNO-CLIENTE acrescenta
      *            ao fim do arquivo os contadores de cada noite
      *            concluida, uma linha por etapa e contador; o
      *            NOTURNO.CTL continua sendo so da noite corrente.
      *****************************************************************
           SELECT HISTORICO-NOTURNO
               ASSIGN TO "NOTURNO.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTNOT.
