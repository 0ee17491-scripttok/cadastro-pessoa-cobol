      *****************************************************************
      * COPY....: PADWS.CPY
      * DESCRICAO: Campos de trabalho das rotinas de padronizacao de
      *            nome e endereco (copybook PADCLI.CPY) e a tabela
      *            de abreviacoes carregada de ABREVIA.TAB.
      *****************************************************************
       01 WS-FS-ABREVIA PIC XX.
       01 WS-PAD-SITUACAO-TAB PIC X VALUE 'N'.
           88 WS-PAD-COM-TABELA VALUE 'S'.
           88 WS-PAD-SEM-TABELA VALUE 'N'.
       01 WS-PAD-FIM-TAB PIC X.
           88 WS-PAD-FIM-DA-TABELA VALUE 'S'.
       01 WS-PAD-MAX-TAB PIC 9(4) COMP VALUE 500.
       01 WS-PAD-QTD-TAB PIC 9(4) COMP VALUE ZERO.
       01 WS-PAD-TABELA.
           05 WS-PAD-TAB-ITEM OCCURS 500 TIMES.
               10 WS-PAD-TAB-TIPO PIC X.
               10 WS-PAD-TAB-DE PIC X(20).
               10 WS-PAD-TAB-PARA PIC X(20).
       01 WS-PAD-IDX PIC 9(4) COMP.
       01 WS-PAD-POS PIC 9(4) COMP.
       01 WS-PAD-PONTEIRO PIC 9(4) COMP.
       01 WS-PAD-ACHOU PIC X.
           88 WS-PAD-ENCONTRADO VALUE 'S'.
           88 WS-PAD-NAO-ENCONTRADO VALUE 'N'.
       01 WS-PAD-UF PIC X.
           88 WS-PAD-UF-OK VALUE 'S'.
           88 WS-PAD-UF-DESCONHECIDA VALUE 'N'.
       01 WS-PAD-PREFIXO PIC X.
           88 WS-PAD-APOS-PREFIXO VALUE 'S'.
       01 WS-PAD-TIPO-PROCURA PIC X.
       01 WS-PAD-CAR PIC X.
       01 WS-PAD-DELIMITADOR PIC X.
       01 WS-PAD-ENTRADA PIC X(50).
       01 WS-PAD-SAIDA PIC X(50).
       01 WS-PAD-PALAVRA PIC X(20).
      *    segundo byte das letras acentuadas em UTF-8 (prefixo X'C3')
      *    e a letra sem acento correspondente
       01 WS-PAD-ACENTO-DE.
           05 FILLER PIC X(16) VALUE
               X'808182838485868788898A8B8C8D8E8F'.
           05 FILLER PIC X(16) VALUE
               X'909192939495969798999A9B9C9D9E9F'.
           05 FILLER PIC X(16) VALUE
               X'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
           05 FILLER PIC X(16) VALUE
               X'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
       01 WS-PAD-ACENTO-PARA.
           05 FILLER PIC X(32) VALUE
               'AAAAAAACEEEEIIIIDNOOOOOXOUUUUYPS'.
           05 FILLER PIC X(32) VALUE
               'AAAAAAACEEEEIIIIDNOOOOO OUUUUYPY'.
       01 WS-PAD-MINUSCULAS PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01 WS-PAD-MAIUSCULAS PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
