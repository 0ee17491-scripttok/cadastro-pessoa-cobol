      *****************************************************************
      * COPY....: SELSIT.CPY
      * DESCRICAO: Clausula SELECT do arquivo de situacao cadastral
      *            dos documentos na Receita (SITCAD.DAT), consultada
      *            em lote no bureau (ENVBUR-CLIENTE gera o envio,
      *            RETBUR-CLIENTE grava o retorno). Chave primaria e
      *            o documento do cliente (como REG-CHAVE do mestre),
      *            em SIT-DOCUMENTO. Arquivo a parte para nao mexer no
      *            layout do mestre.
      *****************************************************************
           SELECT SITUACAO-MASTER
               ASSIGN TO "SITCAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-DOCUMENTO
               FILE STATUS IS WS-FS-SITUACAO.
