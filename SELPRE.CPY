      *****************************************************************
      * COPY....: SELPRE.CPY
      * DESCRICAO: Clausula SELECT da fila de pre-cadastros vindos do
      *            site (PRECAD.DAT). Alimentada por RECSITE-CLIENTE
      *            e trabalhada na opcao de pre-cadastros do
      *            CADASTRP-CLIENTE. Chave primaria e o documento do
      *            cliente (CPF/CNPJ alinhado como REG-CHAVE do
      *            mestre), em PRE-CHAVE.
      *****************************************************************
           SELECT PRECAD-MASTER
               ASSIGN TO "PRECAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WS-FS-PRECAD.
