      * - Marcas de inclusao e de ultima alteracao gravadas no registro
      *   do cliente, para a extracao diaria do faturamento
      *   (EXTFATUR-CLIENTE).
      * - Nome e endereco gravados no padrao do cadastro (PADCLI.CPY,
      *   tabela ABREVIA.TAB), como no CADASTRP-CLIENTE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLOTE-CLIENTE.
           COPY "SELENT.CPY".
           COPY "SELREJ.CPY".
           COPY "SELCLI.CPY".
           COPY "SELABR.CPY".
           SELECT ARQ-CHECKPOINT
               ASSIGN TO "CARGA.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "FDENT.CPY".
           COPY "FDREJ.CPY".
           COPY "FDCLIENT.CPY".
           COPY "FDABR.CPY".

       FD  ARQ-CHECKPOINT
           LABEL RECORD STANDARD.
       WORKING-STORAGE SECTION.
           COPY "WSCLIENT.CPY".
           COPY "VALWS.CPY".
           COPY "PADWS.CPY".
       01 WS-FS-ENTRADA PIC XX.
       01 WS-FS-REJEITOS PIC XX.
       01 WS-FS-CLIMASTER PIC XX.
       PRINCIPAL.
           PERFORM VERIFICAR-REINICIO
           PERFORM ABRIR-ARQUIVOS
           PERFORM CARREGAR-ABREVIACOES
           IF WS-PAD-SEM-TABELA
               DISPLAY 'ABREVIA.TAB indisponivel: logradouro e estado'
                   ' gravados sem padronizar.'
           END-IF
           IF WS-MODO-REINICIO
               PERFORM SALTAR-PROCESSADOS
           END-IF
      *    CADASTRP-CLIENTE (req 002).
           COPY "VALCLI.CPY".

      *    Padronizacao de nome e endereco compartilhada com
      *    CADASTRP-CLIENTE e PADRON-CLIENTE.
           COPY "PADCLI.CPY".

      *****************************************************************
      * Le CARGA.CKP antes da carga: um checkpoint em aberto indica
      * execucao anterior interrompida e liga o modo de reinicio,
           MOVE ENT-EMAIL TO WS-EMAIL
           MOVE ENT-STATUS TO WS-STATUS
           MOVE ENT-ENDERECO TO WS-ENDERECO
           PERFORM PADRONIZAR-CLIENTE

           PERFORM VALIDAR-REGISTRO
           IF WS-VALIDACAO-OK
