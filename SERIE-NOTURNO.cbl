      *****************************************************************
      * PROGRAMA: SERIE-NOTURNO.cbl
      * DESCRICAO: Serie historica do fechamento noturno. Compara os
      *            contadores da ultima noite gravada em NOTURNO.HIS
      *            com a media das N noites anteriores e grava o
      *            relatorio SERIE.LST, destacando o contador cuja
      *            variacao, para mais ou para menos, passa do limite
      *            da tabela NOTURNO.LIM (N e o limite padrao tambem
      *            vem dela; sem tabela, 7 noites e 50%). Contador com
      *            gravidade 'C' acima do limite e variacao critica.
      *            Tambem e critico o backup da noite com menos
      *            registros que o da noite anterior quando a queda
      *            nao e explicada pelos clientes arquivados
      *            (HIS-DATA-ARQUIVAMENTO do CLIHIST.DAT) e pelas
      *            consolidacoes de duplicados (linhas CONSOLIDACAO do
      *            AUDITORIA.LOG) entre uma descarga e outra. O
      *            arquivamento so tem data: o do proprio dia da
      *            descarga anterior conta como posterior a ela.
      *            Com variacao critica termina com RETURN-CODE 4, que
      *            o condutor NOTURNO-CLIENTE devolve como alerta; o
      *            condutor o chama ao fim de cada noite concluida, e
      *            ele tambem roda sozinho para reler a ultima noite.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIENOT-CLIENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELHNT.CPY".
           COPY "SELLIM.CPY".
           COPY "SELHIST.CPY".
           COPY "SELAUD.CPY".
           SELECT REL-SERIE
               ASSIGN TO "SERIE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDHNT.CPY".
           COPY "FDLIM.CPY".
           COPY "FDHIST.CPY".
           COPY "FDAUDIT.CPY".

       FD  REL-SERIE
           LABEL RECORD STANDARD.
       01  REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-HISTNOT PIC XX.
       01 WS-FS-LIMITES PIC XX.
       01 WS-FS-HISTORICO PIC XX.
       01 WS-FS-AUDITORIA PIC XX.
       01 WS-FS-RELATORIO PIC XX.
       01 WS-FIM-ARQUIVO PIC X VALUE 'N'.
           88 WS-FIM-DO-ARQUIVO VALUE 'S'.
           88 WS-ARQUIVO-SEGUE VALUE 'N'.

       01 WS-NOITES-MEDIA PIC 9(2) VALUE 7.
       01 WS-PERCENTUAL-PADRAO PIC 9(3) VALUE 50.

      *    limites de NOTURNO.LIM
       01 WS-MAX-LIMITES PIC 99 VALUE 30.
       01 WS-QTD-LIMITES PIC 99 VALUE ZERO.
       01 WS-TAB-LIMITES.
           05 WS-LIM OCCURS 30 TIMES.
               10 WS-LIM-PROGRAMA PIC X(16).
               10 WS-LIM-ROTULO PIC X(12).
               10 WS-LIM-PERCENTUAL PIC 9(3).
               10 WS-LIM-GRAVIDADE PIC X.
       01 WS-IDX-LIM PIC 99.

      *    contadores da noite analisada
       01 WS-MAX-CONTADORES PIC 99 VALUE 15.
       01 WS-QTD-CONTADORES PIC 99 VALUE ZERO.
       01 WS-TAB-CONTADORES.
           05 WS-CNT OCCURS 15 TIMES.
               10 WS-CNT-ETAPA PIC 9.
               10 WS-CNT-PROGRAMA PIC X(16).
               10 WS-CNT-ROTULO PIC X(12).
               10 WS-CNT-ATUAL PIC 9(7).
               10 WS-CNT-FIM-ATUAL PIC 9(14).
               10 WS-CNT-SOMA PIC 9(9).
               10 WS-CNT-NOITES PIC 99.
               10 WS-CNT-ANTERIOR PIC 9(7).
               10 WS-CNT-FIM-ANTERIOR PIC 9(14).
               10 WS-CNT-TEM-ANTERIOR PIC X.
                   88 WS-CNT-COM-ANTERIOR VALUE 'S'.
       01 WS-IDX-CNT PIC 99.
       01 WS-IDX-ACHADO PIC 99.

      *    noites do historico
       01 WS-CHAVE-NOITE PIC 9(14).
       01 WS-CHAVE-LIDA PIC 9(14).
       01 WS-CHAVE-LIDA-R REDEFINES WS-CHAVE-LIDA.
           05 WS-LIDA-DATA PIC 9(8).
           05 WS-LIDA-HORA PIC 9(6).
       01 WS-NOITE-ATUAL PIC 9(14) VALUE ZERO.
       01 WS-NOITE-ATUAL-R REDEFINES WS-NOITE-ATUAL.
           05 WS-NOITE-DATA PIC 9(8).
           05 WS-NOITE-HORA PIC 9(6).
       01 WS-QTD-NOITES PIC 9(5) VALUE ZERO.
       01 WS-ORDEM-NOITE PIC 9(5).
       01 WS-PRIMEIRA-BASE PIC 9(5).
       01 WS-NOITES-BASE PIC 9(5) VALUE ZERO.
       01 WS-FIM-ETAPA PIC 9(14).
       01 WS-FIM-ETAPA-R REDEFINES WS-FIM-ETAPA.
           05 WS-FIM-DATA PIC 9(8).
           05 WS-FIM-HORA PIC 9(6).

      *    calculo da variacao
       01 WS-MEDIA PIC 9(7)V99.
       01 WS-DIFERENCA PIC 9(7)V99.
       01 WS-VARIACAO PIC 9(5)V9.
       01 WS-LIMITE-APLICADO PIC 9(3).
       01 WS-GRAVIDADE-APLICADA PIC X.
           88 WS-GRAVIDADE-CRITICA VALUE 'C'.

      *    conferencia do backup
       01 WS-BKP-ACHADO PIC X VALUE 'N'.
           88 WS-BKP-CONTADOR-ACHADO VALUE 'S'.
       01 WS-QUEDA PIC 9(7) VALUE ZERO.
       01 WS-CONT-ARQUIVADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-CONSOLIDADOS PIC 9(7) VALUE ZERO.
       01 WS-EXPLICADOS PIC 9(8) VALUE ZERO.
       01 WS-INICIO-JANELA PIC 9(14).
       01 WS-INICIO-JANELA-R REDEFINES WS-INICIO-JANELA.
           05 WS-INICIO-JANELA-DATA PIC 9(8).
           05 FILLER PIC 9(6).
       01 WS-FIM-JANELA PIC 9(14).
       01 WS-FIM-JANELA-R REDEFINES WS-FIM-JANELA.
           05 WS-FIM-JANELA-DATA PIC 9(8).
           05 FILLER PIC 9(6).
       01 WS-MOMENTO-AUDITORIA PIC 9(14).
       01 WS-MOMENTO-AUDITORIA-R REDEFINES WS-MOMENTO-AUDITORIA.
           05 WS-MOMENTO-DATA PIC 9(8).
           05 WS-MOMENTO-HORA PIC 9(6).

       01 WS-CONT-COMPARADOS PIC 9(3) VALUE ZERO.
       01 WS-CONT-SEM-BASE PIC 9(3) VALUE ZERO.
       01 WS-CONT-AVISOS PIC 9(3) VALUE ZERO.
       01 WS-CONT-CRITICOS PIC 9(3) VALUE ZERO.

       01 WS-LINHA-TITULO.
           05 FILLER PIC X(40) VALUE
               'Serie historica do fechamento noturno'.
           05 FILLER PIC X(13) VALUE 'Emitido em : '.
           05 WS-TIT-DATA PIC 9(8).

       01 WS-LINHA-NOITE.
           05 FILLER PIC X(17) VALUE 'Noite analisada: '.
           05 WS-NOI-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-NOI-HORA PIC 9(6).
           05 FILLER PIC X(19) VALUE '  noites na media: '.
           05 WS-NOI-BASE PIC Z9.
           05 FILLER PIC X(6) VALUE ' (max '.
           05 WS-NOI-MAXIMO PIC Z9.
           05 FILLER PIC X VALUE ')'.

       01 WS-CABECALHO.
           05 FILLER PIC X(18) VALUE 'PROGRAMA'.
           05 FILLER PIC X(13) VALUE 'CONTADOR'.
           05 FILLER PIC X(9) VALUE '    ATUAL'.
           05 FILLER PIC X(12) VALUE '       MEDIA'.
           05 FILLER PIC X(8) VALUE '   VAR.%'.
           05 FILLER PIC X(8) VALUE '  LIM.%'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'SITUACAO'.

       01 WS-LINHA-CONTADOR.
           05 WS-DET-PROGRAMA PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-ROTULO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-ATUAL PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-MEDIA PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-VARIACAO PIC ZZ9,9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-LIMITE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-SITUACAO PIC X(24).

       01 WS-LINHA-BACKUP.
           05 FILLER PIC X(28) VALUE 'Backup: noite anterior     '.
           05 WS-BKP-ANTERIOR PIC Z(6)9.
           05 FILLER PIC X(10) VALUE '  atual   '.
           05 WS-BKP-ATUAL PIC Z(6)9.
           05 FILLER PIC X(10) VALUE '  queda   '.
           05 WS-BKP-QUEDA PIC Z(6)9.

       01 WS-LINHA-EXPLICACAO.
           05 FILLER PIC X(28) VALUE '        arquivados no meio '.
           05 WS-EXP-ARQUIVADOS PIC Z(6)9.
           05 FILLER PIC X(16) VALUE '  consolidados  '.
           05 WS-EXP-CONSOLIDADOS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXP-SITUACAO PIC X(30).

       01 WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO PIC X(30).
           05 WS-TOT-VALOR PIC ZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE ZERO TO RETURN-CODE
           OPEN OUTPUT REL-SERIE
           ACCEPT WS-TIT-DATA FROM DATE YYYYMMDD
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           PERFORM CARREGAR-LIMITES
           PERFORM CARREGAR-NOITE-ATUAL
           IF WS-QTD-NOITES = ZERO
               MOVE 'Nenhuma noite concluida em NOTURNO.HIS.'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
               CLOSE REL-SERIE
               DISPLAY 'Serie historica vazia - nada a comparar.'
               GOBACK
           END-IF
           PERFORM ACUMULAR-NOITES-ANTERIORES
           PERFORM IMPRIMIR-CABECALHO
           PERFORM AVALIAR-CONTADOR
               VARYING WS-IDX-CNT FROM 1 BY 1
               UNTIL WS-IDX-CNT > WS-QTD-CONTADORES
           PERFORM CONFERIR-BACKUP
           PERFORM IMPRIMIR-TOTAIS
           CLOSE REL-SERIE
           PERFORM EXIBIR-RESUMO
           IF WS-CONT-CRITICOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************************
      * Tabela de limites: sem NOTURNO.LIM valem 7 noites e 50% para
      * todos os contadores, so como aviso.
      *****************************************************************
       CARREGAR-LIMITES.
           OPEN INPUT ARQ-LIMITES
           IF WS-FS-LIMITES NOT = '00'
               DISPLAY 'NOTURNO.LIM indisponivel (' WS-FS-LIMITES
                   ') - usando 7 noites e limite de 50%.'
               EXIT PARAGRAPH
           END-IF
           SET WS-ARQUIVO-SEGUE TO TRUE
           PERFORM LER-LIMITE
           PERFORM CARREGAR-LIMITE UNTIL WS-FIM-DO-ARQUIVO
           CLOSE ARQ-LIMITES.

       LER-LIMITE.
           READ ARQ-LIMITES
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ.

       CARREGAR-LIMITE.
           EVALUATE LIM-TIPO
               WHEN 'N'
                   IF LIM-NOITES NUMERIC AND LIM-NOITES > ZERO
                       MOVE LIM-NOITES TO WS-NOITES-MEDIA
                   END-IF
                   IF LIM-PERCENTUAL-PADRAO NUMERIC
                       MOVE LIM-PERCENTUAL-PADRAO TO
                           WS-PERCENTUAL-PADRAO
                   END-IF
               WHEN 'C'
                   IF WS-QTD-LIMITES < WS-MAX-LIMITES
                           AND LIM-PERCENTUAL NUMERIC
                       ADD 1 TO WS-QTD-LIMITES
                       MOVE LIM-PROGRAMA TO
                           WS-LIM-PROGRAMA (WS-QTD-LIMITES)
                       MOVE LIM-ROTULO TO
                           WS-LIM-ROTULO (WS-QTD-LIMITES)
                       MOVE LIM-PERCENTUAL TO
                           WS-LIM-PERCENTUAL (WS-QTD-LIMITES)
                       MOVE LIM-GRAVIDADE TO
                           WS-LIM-GRAVIDADE (WS-QTD-LIMITES)
                   END-IF
           END-EVALUATE
           PERFORM LER-LIMITE.

      *****************************************************************
      * Primeira passada: conta as noites e guarda os contadores da
      * ultima. A tabela e zerada a cada noite nova, entao ao fim do
      * arquivo ela tem so a noite mais recente.
      *****************************************************************
       CARREGAR-NOITE-ATUAL.
           OPEN INPUT HISTORICO-NOTURNO
           IF WS-FS-HISTNOT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CHAVE-NOITE
           SET WS-ARQUIVO-SEGUE TO TRUE
           PERFORM LER-HISTORICO-NOTURNO
           PERFORM GUARDAR-LINHA-ATUAL UNTIL WS-FIM-DO-ARQUIVO
           CLOSE HISTORICO-NOTURNO.

       LER-HISTORICO-NOTURNO.
           READ HISTORICO-NOTURNO
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE HNT-DATA-NOITE TO WS-LIDA-DATA
                   MOVE HNT-HORA-NOITE TO WS-LIDA-HORA
                   MOVE HNT-DATA-FIM TO WS-FIM-DATA
                   MOVE HNT-HORA-FIM TO WS-FIM-HORA
           END-READ.

       GUARDAR-LINHA-ATUAL.
           IF WS-CHAVE-LIDA NOT = WS-CHAVE-NOITE
               MOVE WS-CHAVE-LIDA TO WS-CHAVE-NOITE
               MOVE WS-CHAVE-LIDA TO WS-NOITE-ATUAL
               ADD 1 TO WS-QTD-NOITES
               MOVE ZERO TO WS-QTD-CONTADORES
           END-IF
           IF WS-QTD-CONTADORES < WS-MAX-CONTADORES
               ADD 1 TO WS-QTD-CONTADORES
               MOVE HNT-ETAPA TO WS-CNT-ETAPA (WS-QTD-CONTADORES)
               MOVE HNT-PROGRAMA TO
                   WS-CNT-PROGRAMA (WS-QTD-CONTADORES)
               MOVE HNT-ROTULO TO WS-CNT-ROTULO (WS-QTD-CONTADORES)
               MOVE HNT-VALOR TO WS-CNT-ATUAL (WS-QTD-CONTADORES)
               MOVE WS-FIM-ETAPA TO
                   WS-CNT-FIM-ATUAL (WS-QTD-CONTADORES)
               MOVE ZERO TO WS-CNT-SOMA (WS-QTD-CONTADORES)
               MOVE ZERO TO WS-CNT-NOITES (WS-QTD-CONTADORES)
               MOVE ZERO TO WS-CNT-ANTERIOR (WS-QTD-CONTADORES)
               MOVE ZERO TO WS-CNT-FIM-ANTERIOR (WS-QTD-CONTADORES)
               MOVE 'N' TO WS-CNT-TEM-ANTERIOR (WS-QTD-CONTADORES)
           END-IF
           PERFORM LER-HISTORICO-NOTURNO.

      *****************************************************************
      * Segunda passada: as N noites imediatamente anteriores a
      * analisada somam na media de cada contador; a ultima delas
      * e tambem a "noite anterior" da conferencia do backup.
      *****************************************************************
       ACUMULAR-NOITES-ANTERIORES.
           IF WS-QTD-NOITES > WS-NOITES-MEDIA
               COMPUTE WS-PRIMEIRA-BASE =
                   WS-QTD-NOITES - WS-NOITES-MEDIA
           ELSE
               MOVE 1 TO WS-PRIMEIRA-BASE
           END-IF
           COMPUTE WS-NOITES-BASE = WS-QTD-NOITES - WS-PRIMEIRA-BASE
           IF WS-NOITES-BASE = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORICO-NOTURNO
           IF WS-FS-HISTNOT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CHAVE-NOITE
           MOVE ZERO TO WS-ORDEM-NOITE
           SET WS-ARQUIVO-SEGUE TO TRUE
           PERFORM LER-HISTORICO-NOTURNO
           PERFORM ACUMULAR-LINHA-ANTERIOR UNTIL WS-FIM-DO-ARQUIVO
           CLOSE HISTORICO-NOTURNO.

       ACUMULAR-LINHA-ANTERIOR.
           IF WS-CHAVE-LIDA NOT = WS-CHAVE-NOITE
               MOVE WS-CHAVE-LIDA TO WS-CHAVE-NOITE
               ADD 1 TO WS-ORDEM-NOITE
           END-IF
           IF WS-ORDEM-NOITE >= WS-PRIMEIRA-BASE
                   AND WS-ORDEM-NOITE < WS-QTD-NOITES
               PERFORM PROCURAR-CONTADOR
               IF WS-IDX-ACHADO > ZERO
                   ADD HNT-VALOR TO WS-CNT-SOMA (WS-IDX-ACHADO)
                   ADD 1 TO WS-CNT-NOITES (WS-IDX-ACHADO)
                   IF WS-ORDEM-NOITE = WS-QTD-NOITES - 1
                       MOVE HNT-VALOR TO
                           WS-CNT-ANTERIOR (WS-IDX-ACHADO)
                       MOVE WS-FIM-ETAPA TO
                           WS-CNT-FIM-ANTERIOR (WS-IDX-ACHADO)
                       MOVE 'S' TO WS-CNT-TEM-ANTERIOR (WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF
           PERFORM LER-HISTORICO-NOTURNO.

       PROCURAR-CONTADOR.
           MOVE ZERO TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-CNT FROM 1 BY 1
                   UNTIL WS-IDX-CNT > WS-QTD-CONTADORES
                      OR WS-IDX-ACHADO > ZERO
               IF WS-CNT-PROGRAMA (WS-IDX-CNT) = HNT-PROGRAMA
                       AND WS-CNT-ROTULO (WS-IDX-CNT) = HNT-ROTULO
                   MOVE WS-IDX-CNT TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           MOVE WS-NOITE-DATA TO WS-NOI-DATA
           MOVE WS-NOITE-HORA TO WS-NOI-HORA
           MOVE WS-NOITES-BASE TO WS-NOI-BASE
           MOVE WS-NOITES-MEDIA TO WS-NOI-MAXIMO
           WRITE REG-RELATORIO FROM WS-LINHA-NOITE
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-CABECALHO.

      *****************************************************************
      * Variacao = |atual - media| / media, em %. Media zero com
      * contador positivo sai como 999,9 (de nada para alguma coisa).
      *****************************************************************
       AVALIAR-CONTADOR.
           PERFORM OBTER-LIMITE
           MOVE WS-CNT-PROGRAMA (WS-IDX-CNT) TO WS-DET-PROGRAMA
           MOVE WS-CNT-ROTULO (WS-IDX-CNT) TO WS-DET-ROTULO
           MOVE WS-CNT-ATUAL (WS-IDX-CNT) TO WS-DET-ATUAL
           MOVE WS-LIMITE-APLICADO TO WS-DET-LIMITE
           IF WS-CNT-NOITES (WS-IDX-CNT) = ZERO
               ADD 1 TO WS-CONT-SEM-BASE
               MOVE ZERO TO WS-DET-MEDIA
               MOVE ZERO TO WS-DET-VARIACAO
               MOVE 'sem base' TO WS-DET-SITUACAO
               WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONT-COMPARADOS
           COMPUTE WS-MEDIA ROUNDED =
               WS-CNT-SOMA (WS-IDX-CNT) / WS-CNT-NOITES (WS-IDX-CNT)
           IF WS-CNT-ATUAL (WS-IDX-CNT) >= WS-MEDIA
               COMPUTE WS-DIFERENCA =
                   WS-CNT-ATUAL (WS-IDX-CNT) - WS-MEDIA
           ELSE
               COMPUTE WS-DIFERENCA =
                   WS-MEDIA - WS-CNT-ATUAL (WS-IDX-CNT)
           END-IF
           IF WS-MEDIA = ZERO
               IF WS-DIFERENCA = ZERO
                   MOVE ZERO TO WS-VARIACAO
               ELSE
                   MOVE 999,9 TO WS-VARIACAO
               END-IF
           ELSE
               COMPUTE WS-VARIACAO ROUNDED =
                   WS-DIFERENCA * 100 / WS-MEDIA
                   ON SIZE ERROR
                       MOVE 999,9 TO WS-VARIACAO
               END-COMPUTE
               IF WS-VARIACAO > 999,9
                   MOVE 999,9 TO WS-VARIACAO
               END-IF
           END-IF
           MOVE WS-MEDIA TO WS-DET-MEDIA
           MOVE WS-VARIACAO TO WS-DET-VARIACAO
           IF WS-VARIACAO > WS-LIMITE-APLICADO
               IF WS-GRAVIDADE-CRITICA
                   ADD 1 TO WS-CONT-CRITICOS
                   MOVE '*** CRITICO ***' TO WS-DET-SITUACAO
               ELSE
                   ADD 1 TO WS-CONT-AVISOS
                   MOVE '* acima do limite' TO WS-DET-SITUACAO
               END-IF
           ELSE
               MOVE 'normal' TO WS-DET-SITUACAO
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-CONTADOR.

       OBTER-LIMITE.
           MOVE WS-PERCENTUAL-PADRAO TO WS-LIMITE-APLICADO
           MOVE 'A' TO WS-GRAVIDADE-APLICADA
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-QTD-LIMITES
               IF WS-LIM-PROGRAMA (WS-IDX-LIM) =
                       WS-CNT-PROGRAMA (WS-IDX-CNT)
                       AND WS-LIM-ROTULO (WS-IDX-LIM) =
                       WS-CNT-ROTULO (WS-IDX-CNT)
                   MOVE WS-LIM-PERCENTUAL (WS-IDX-LIM) TO
                       WS-LIMITE-APLICADO
                   MOVE WS-LIM-GRAVIDADE (WS-IDX-LIM) TO
                       WS-GRAVIDADE-APLICADA
               END-IF
           END-PERFORM.

      *****************************************************************
      * Backup menor que o da noite anterior: a queda tem de caber
      * nos clientes arquivados e consolidados entre o fim de uma
      * descarga e o fim da outra; o que sobrar e registro perdido.
      *****************************************************************
       CONFERIR-BACKUP.
           PERFORM VARYING WS-IDX-CNT FROM 1 BY 1
                   UNTIL WS-IDX-CNT > WS-QTD-CONTADORES
                      OR WS-BKP-CONTADOR-ACHADO
               IF WS-CNT-PROGRAMA (WS-IDX-CNT) = 'DESCARGA-CLIENTE'
                       AND WS-CNT-ROTULO (WS-IDX-CNT) = 'descarregado'
                   SET WS-BKP-CONTADOR-ACHADO TO TRUE
                   MOVE WS-IDX-CNT TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF NOT WS-BKP-CONTADOR-ACHADO
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CNT-COM-ANTERIOR (WS-IDX-ACHADO)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-CNT-ANTERIOR (WS-IDX-ACHADO) TO WS-BKP-ANTERIOR
           MOVE WS-CNT-ATUAL (WS-IDX-ACHADO) TO WS-BKP-ATUAL
           IF WS-CNT-ATUAL (WS-IDX-ACHADO) >=
                   WS-CNT-ANTERIOR (WS-IDX-ACHADO)
               MOVE ZERO TO WS-BKP-QUEDA
               WRITE REG-RELATORIO FROM WS-LINHA-BACKUP
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUEDA = WS-CNT-ANTERIOR (WS-IDX-ACHADO)
               - WS-CNT-ATUAL (WS-IDX-ACHADO)
           MOVE WS-QUEDA TO WS-BKP-QUEDA
           WRITE REG-RELATORIO FROM WS-LINHA-BACKUP
           MOVE WS-CNT-FIM-ANTERIOR (WS-IDX-ACHADO) TO WS-INICIO-JANELA
           MOVE WS-CNT-FIM-ATUAL (WS-IDX-ACHADO) TO WS-FIM-JANELA
           PERFORM CONTAR-ARQUIVADOS
           PERFORM CONTAR-CONSOLIDADOS
           MOVE WS-CONT-ARQUIVADOS TO WS-EXP-ARQUIVADOS
           MOVE WS-CONT-CONSOLIDADOS TO WS-EXP-CONSOLIDADOS
           COMPUTE WS-EXPLICADOS =
               WS-CONT-ARQUIVADOS + WS-CONT-CONSOLIDADOS
           IF WS-EXPLICADOS >= WS-QUEDA
               MOVE 'queda explicada' TO WS-EXP-SITUACAO
           ELSE
               ADD 1 TO WS-CONT-CRITICOS
               MOVE '*** CRITICO - sem explicacao'
                   TO WS-EXP-SITUACAO
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-EXPLICACAO.

       CONTAR-ARQUIVADOS.
           OPEN INPUT CLIENTE-HISTORICO
           IF WS-FS-HISTORICO NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-ARQUIVO-SEGUE TO TRUE
           PERFORM CONTAR-ARQUIVADO UNTIL WS-FIM-DO-ARQUIVO
           CLOSE CLIENTE-HISTORICO.

       CONTAR-ARQUIVADO.
           READ CLIENTE-HISTORICO NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF HIS-DATA-ARQUIVAMENTO >= WS-INICIO-JANELA-DATA
                           AND HIS-DATA-ARQUIVAMENTO <=
                           WS-FIM-JANELA-DATA
                       ADD 1 TO WS-CONT-ARQUIVADOS
                   END-IF
           END-READ.

       CONTAR-CONSOLIDADOS.
           OPEN INPUT AUDITORIA-LOG
           IF WS-FS-AUDITORIA NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-ARQUIVO-SEGUE TO TRUE
           PERFORM CONTAR-CONSOLIDADO UNTIL WS-FIM-DO-ARQUIVO
           CLOSE AUDITORIA-LOG.

       CONTAR-CONSOLIDADO.
           READ AUDITORIA-LOG
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF AUD-CAMPO = 'CONSOLIDACAO'
                       MOVE AUD-DATA TO WS-MOMENTO-DATA
                       MOVE AUD-HORA TO WS-MOMENTO-HORA
                       IF WS-MOMENTO-AUDITORIA > WS-INICIO-JANELA
                               AND WS-MOMENTO-AUDITORIA <=
                               WS-FIM-JANELA
                           ADD 1 TO WS-CONT-CONSOLIDADOS
                       END-IF
                   END-IF
           END-READ.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'Contadores comparados' TO WS-TOT-ROTULO
           MOVE WS-CONT-COMPARADOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Contadores sem base' TO WS-TOT-ROTULO
           MOVE WS-CONT-SEM-BASE TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Acima do limite (aviso)' TO WS-TOT-ROTULO
           MOVE WS-CONT-AVISOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Variacoes criticas' TO WS-TOT-ROTULO
           MOVE WS-CONT-CRITICOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           DISPLAY 'Serie historica do noturno - resumo'
           DISPLAY '============================================'
           DISPLAY 'Noite analisada       : ' WS-NOITE-DATA ' '
               WS-NOITE-HORA
           DISPLAY 'Noites na media       : ' WS-NOITES-BASE
           DISPLAY 'Contadores comparados : ' WS-CONT-COMPARADOS
           DISPLAY 'Acima do limite       : ' WS-CONT-AVISOS
           DISPLAY 'Variacoes criticas    : ' WS-CONT-CRITICOS
           IF WS-CONT-CRITICOS > ZERO
               DISPLAY '*** ALERTA: variacao critica no fechamento ***'
           END-IF
           DISPLAY 'Relatorio gravado em SERIE.LST'.
