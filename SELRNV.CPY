      *****************************************************************
      * COPY....: SELRNV.CPY
      * DESCRICAO: Clausula SELECT do arquivo de marcas de reenvio
      *            forcado ao faturamento (REENVIO.DAT). Chave
      *            primaria e o documento do cliente, em
      *            RNV-DOCUMENTO. As marcas sao gravadas pela
      *            conciliacao CONCFAT-CLIENTE e consumidas (apagadas)
      *            pela extracao EXTFATUR-CLIENTE, que manda o
      *            cliente marcado mesmo sem alteracao desde a ultima
      *            extracao. Arquivo a parte para nao mexer no layout
      *            do mestre nem nas marcas de alteracao.
      *****************************************************************
           SELECT REENVIO-MASTER
               ASSIGN TO "REENVIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNV-DOCUMENTO
               FILE STATUS IS WS-FS-REENVIO.
