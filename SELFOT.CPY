      *****************************************************************
      * COPY....: SELFOT.CPY
      * DESCRICAO: Clausula SELECT da fotografia completa da base de
      *            clientes do faturamento (FATURA.FOT), enviada pelo
      *            faturamento uma vez por mes para a conciliacao
      *            CONCFAT-CLIENTE. Uma linha por documento, em
      *            qualquer ordem.
      *****************************************************************
           SELECT ARQ-FOTO-FAT
               ASSIGN TO "FATURA.FOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOTO.
