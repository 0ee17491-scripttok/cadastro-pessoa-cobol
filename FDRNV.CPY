      *****************************************************************
      * COPY....: FDRNV.CPY
      * DESCRICAO: Descricao de arquivo e registro das marcas de
      *            reenvio forcado ao faturamento: documento, motivo
      *            da marca (primeira divergencia encontrada na
      *            conciliacao) e data em que foi marcado.
      *****************************************************************
       FD  REENVIO-MASTER
           LABEL RECORD STANDARD.
       01  REG-REENVIO.
           05 RNV-DOCUMENTO PIC 9(14).
           05 RNV-MOTIVO PIC X(30).
           05 RNV-DATA-MARCA PIC 9(8).
