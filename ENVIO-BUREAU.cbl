      *****************************************************************
      * PROGRAMA: ENVIO-BUREAU.cbl
      * DESCRICAO: Geracao do lote de consulta da situacao cadastral
      *            de CPF/CNPJ no bureau (BUREAU.ENV). O VALCLI.CPY so
      *            confere o digito verificador; um CNPJ baixado ou um
      *            CPF cancelado na Receita continua ativo no mestre.
      *            Entram no lote os clientes ativos do CLIENTE-MASTER
      *            cuja ultima consulta (SITCAD.DAT) e anterior a data
      *            de corte informada, em ordem de prioridade: primeiro
      *            os nunca consultados, depois os de consulta mais
      *            antiga. O operador informa tambem o tamanho maximo
      *            do lote (zero = sem limite), para a reconsulta
      *            periodica caber na cota contratada com o bureau.
      *            O arquivo de envio traz um detalhe 'D' por
      *            documento (documento e tipo) e um trailer 'T' com a
      *            quantidade, no molde da interface do faturamento.
      *            Cada documento enviado recebe a data de envio em
      *            SITCAD.DAT; a situacao e a data da consulta sao
      *            gravadas pelo retorno (RETBUR-CLIENTE).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVBUR-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLI.CPY".
           COPY "SELSIT.CPY".
           SELECT ARQ-ENVIO
               ASSIGN TO "BUREAU.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENVIO.
           SELECT SORT-WORK
               ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENT.CPY".
           COPY "FDSIT.CPY".

       FD  ARQ-ENVIO
           LABEL RECORD STANDARD.
       01  REG-ENVIO PIC X(16).

       SD  SORT-WORK.
       01  SORT-REG.
           05 SORT-DATA-CONSULTA PIC 9(8).
           05 SORT-DOCUMENTO PIC 9(14).
           05 SORT-TIPO PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-SITUACAO PIC XX.
       01 WS-FS-ENVIO PIC XX.
       01 WS-FIM-CLIENTES PIC X VALUE 'N'.
           88 WS-FIM-DE-CLIENTES VALUE 'S'.
       01 WS-FIM-SORT PIC X VALUE 'N'.
           88 WS-FIM-DO-SORT VALUE 'S'.
       01 WS-DATA-CORTE PIC 9(8).
       01 WS-MAX-LOTE PIC 9(7).
       01 WS-DATA-HOJE PIC 9(8).
       01 WS-ULTIMA-CONSULTA PIC 9(8).
       01 WS-CONT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-ATIVOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-ELEGIVEIS PIC 9(7) VALUE ZERO.
       01 WS-CONT-NUNCA PIC 9(7) VALUE ZERO.
       01 WS-CONT-ENVIADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-RESTANTES PIC 9(7) VALUE ZERO.

       01 WS-LINHA-DETALHE.
           05 WS-ENV-TIPO-REG PIC X VALUE 'D'.
           05 WS-ENV-DOCUMENTO PIC 9(14).
           05 WS-ENV-TIPO PIC X.

       01 WS-LINHA-TRAILER.
           05 WS-TRL-TIPO-REG PIC X VALUE 'T'.
           05 WS-TRL-QUANTIDADE PIC 9(7).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY '================================'
           DISPLAY 'CONSULTA DE SITUACAO CADASTRAL - ENVIO'
           DISPLAY '================================'
           DISPLAY 'Reconsultar documentos consultados antes de'
               ' (AAAAMMDD) : ' WITH NO ADVANCING
           ACCEPT WS-DATA-CORTE
           DISPLAY 'Quantidade maxima do lote (0 = sem limite) : '
               WITH NO ADVANCING
           ACCEPT WS-MAX-LOTE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS
           SORT SORT-WORK
               ON ASCENDING KEY SORT-DATA-CONSULTA SORT-DOCUMENTO
               INPUT PROCEDURE IS SELECIONAR-DOCUMENTOS
               OUTPUT PROCEDURE IS GRAVAR-LOTE
           PERFORM FECHAR-ARQUIVOS
           PERFORM EXIBIR-RESUMO
           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMASTER NOT = '00'
               DISPLAY 'Erro ao abrir CLIENTES.DAT: ' WS-FS-CLIMASTER
               STOP RUN
           END-IF
           OPEN I-O SITUACAO-MASTER
           IF WS-FS-SITUACAO = '35'
               OPEN OUTPUT SITUACAO-MASTER
               CLOSE SITUACAO-MASTER
               OPEN I-O SITUACAO-MASTER
           END-IF
           IF WS-FS-SITUACAO NOT = '00'
               DISPLAY 'Erro ao abrir SITCAD.DAT: ' WS-FS-SITUACAO
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-ENVIO.

       FECHAR-ARQUIVOS.
           CLOSE CLIENTE-MASTER
           CLOSE SITUACAO-MASTER
           CLOSE ARQ-ENVIO.

       LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET WS-FIM-DE-CLIENTES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

      *****************************************************************
      * Nunca consultado entra com data zero e, na ordenacao por data
      * da ultima consulta, fica na frente do lote.
      *****************************************************************
       SELECIONAR-DOCUMENTOS.
           PERFORM LER-CLIENTE
           PERFORM SELECIONAR-CLIENTE UNTIL WS-FIM-DE-CLIENTES.

       SELECIONAR-CLIENTE.
           IF REG-STATUS = 1
               ADD 1 TO WS-CONT-ATIVOS
               MOVE ZERO TO WS-ULTIMA-CONSULTA
               MOVE REG-CHAVE TO SIT-DOCUMENTO
               READ SITUACAO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIT-DATA-CONSULTA NUMERIC
                           MOVE SIT-DATA-CONSULTA TO
                               WS-ULTIMA-CONSULTA
                       END-IF
               END-READ
               IF WS-ULTIMA-CONSULTA < WS-DATA-CORTE
                   ADD 1 TO WS-CONT-ELEGIVEIS
                   IF WS-ULTIMA-CONSULTA = ZERO
                       ADD 1 TO WS-CONT-NUNCA
                   END-IF
                   MOVE WS-ULTIMA-CONSULTA TO SORT-DATA-CONSULTA
                   MOVE REG-CHAVE TO SORT-DOCUMENTO
                   MOVE REG-TIPO TO SORT-TIPO
                   RELEASE SORT-REG
               END-IF
           END-IF
           PERFORM LER-CLIENTE.

       GRAVAR-LOTE.
           PERFORM RETORNAR-ORDENADO
           PERFORM GRAVAR-DOCUMENTO
               UNTIL WS-FIM-DO-SORT
                  OR (WS-MAX-LOTE > ZERO
                      AND WS-CONT-ENVIADOS >= WS-MAX-LOTE)
           MOVE WS-CONT-ENVIADOS TO WS-TRL-QUANTIDADE
           WRITE REG-ENVIO FROM WS-LINHA-TRAILER.

       RETORNAR-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
           END-RETURN.

       GRAVAR-DOCUMENTO.
           ADD 1 TO WS-CONT-ENVIADOS
           MOVE SORT-DOCUMENTO TO WS-ENV-DOCUMENTO
           MOVE SORT-TIPO TO WS-ENV-TIPO
           WRITE REG-ENVIO FROM WS-LINHA-DETALHE
           PERFORM MARCAR-ENVIO
           PERFORM RETORNAR-ORDENADO.

       MARCAR-ENVIO.
           MOVE SORT-DOCUMENTO TO SIT-DOCUMENTO
           READ SITUACAO-MASTER
               INVALID KEY
                   MOVE SPACE TO SIT-SITUACAO
                   MOVE ZERO TO SIT-DATA-CONSULTA
                   MOVE WS-DATA-HOJE TO SIT-DATA-ENVIO
                   WRITE REG-SITUACAO
                       INVALID KEY
                           DISPLAY 'Erro ao gravar SITCAD de '
                               SORT-DOCUMENTO
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-DATA-HOJE TO SIT-DATA-ENVIO
                   REWRITE REG-SITUACAO
                       INVALID KEY
                           DISPLAY 'Erro ao regravar SITCAD de '
                               SORT-DOCUMENTO
                   END-REWRITE
           END-READ.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           DISPLAY 'Envio de consulta ao bureau - resumo'
           DISPLAY '============================================'
           DISPLAY 'Clientes lidos       : ' WS-CONT-LIDOS
           DISPLAY 'Clientes ativos      : ' WS-CONT-ATIVOS
           DISPLAY 'A consultar          : ' WS-CONT-ELEGIVEIS
           DISPLAY '  nunca consultados  : ' WS-CONT-NUNCA
           DISPLAY 'Enviados neste lote  : ' WS-CONT-ENVIADOS
           IF WS-CONT-ENVIADOS < WS-CONT-ELEGIVEIS
               SUBTRACT WS-CONT-ENVIADOS FROM WS-CONT-ELEGIVEIS
                   GIVING WS-CONT-RESTANTES
               DISPLAY 'Ficam p/ proximo lote: ' WS-CONT-RESTANTES
           END-IF
           DISPLAY 'Lote gravado em BUREAU.ENV'.
