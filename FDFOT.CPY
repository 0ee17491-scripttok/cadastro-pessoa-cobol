      *****************************************************************
      * COPY....: FDFOT.CPY
      * DESCRICAO: Descricao de arquivo e registro da fotografia da
      *            base de clientes do faturamento: documento
      *            (alinhado como REG-CHAVE do mestre), tipo, nome,
      *            status (1 ativo, 0 inativo) e CEP.
      *****************************************************************
       FD  ARQ-FOTO-FAT
           LABEL RECORD STANDARD.
       01  REG-FOTO-FAT.
           05 FOT-DOCUMENTO PIC 9(14).
           05 FOT-TIPO PIC X.
           05 FOT-NOME PIC X(50).
           05 FOT-STATUS PIC 9.
           05 FOT-CEP PIC 9(8).
