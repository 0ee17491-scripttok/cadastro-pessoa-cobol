      * PROGRAMA: NOTURNO-CLIENTE.cbl
      * DESCRICAO: Condutor do fechamento noturno. Executa na ordem
      *            certa a esteira CONSISTE-CLIENTE, DESCARGA-CLIENTE,
      *            EXTFATUR-CLIENTE, RELESTAT-CLIENTE e
      *            INTEGRA-CLIENTE, que antes era disparada na mao
      *            programa a programa. O resultado
      *            de cada etapa (inicio, fim, situacao e codigo de
      *            retorno) e gravado no arquivo de controle
      *            NOTURNO.CTL apos a propria etapa: se a esteira
      *            com inicio, fim, situacao e codigo de retorno de
      *            cada etapa. Etapa com falha encerra a esteira e o
      *            condutor devolve RETURN-CODE 8.
      *            A conferencia de integridade referencial
      *            (INTEGRA-CLIENTE) entrou como quinta etapa; um
      *            NOTURNO.CTL gravado pela esteira de quatro etapas
      *            e julgado so pelas etapas que ele traz.
      *            Cada noite concluida tem seus contadores
      *            acrescentados a serie historica NOTURNO.HIS, que o
      *            controle zerado na noite seguinte nao guardava; em
      *            seguida o SERIENOT-CLIENTE compara a noite com a
      *            media das anteriores (SERIE.LST). Variacao critica
      *            faz o condutor terminar com RETURN-CODE 4 (alerta),
      *            mesmo com todas as etapas concluidas.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO-CLIENTE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRES.CPY".
           COPY "SELHNT.CPY".
           SELECT ARQ-CONTROLE
               ASSIGN TO "NOTURNO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "FDRES.CPY".
           COPY "FDHNT.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD STANDARD.
       01 WS-FS-CONTROLE PIC XX.
       01 WS-FS-RELATORIO PIC XX.
       01 WS-FS-RESUMO PIC XX.
       01 WS-FS-HISTNOT PIC XX.
       01 WS-SERIE PIC X VALUE 'N'.
           88 WS-SERIE-NAO-AVALIADA VALUE 'N'.
           88 WS-SERIE-SEM-ALERTA VALUE 'S'.
           88 WS-SERIE-EM-ALERTA VALUE 'A'.
       01 WS-RETCODE-SERIE PIC 9(4) VALUE ZERO.
       01 WS-CONT-GRAVADOS-SERIE PIC 9(3) VALUE ZERO.
       01 WS-IDX-CONT PIC 9.
       01 WS-FIM-CONTROLE PIC X VALUE 'N'.
           88 WS-FIM-DO-CONTROLE VALUE 'S'.
       01 WS-QTD-ETAPAS PIC 9 VALUE 5.
       01 WS-ETAPAS-NO-CONTROLE PIC 9 VALUE ZERO.
       01 WS-ETAPA PIC 9.
       01 WS-ESTEIRA PIC X VALUE 'S'.
           88 WS-ESTEIRA-SEGUE VALUE 'S'.
           05 FILLER PIC X(16) VALUE 'DESCARGA-CLIENTE'.
           05 FILLER PIC X(16) VALUE 'EXTFATUR-CLIENTE'.
           05 FILLER PIC X(16) VALUE 'RELESTAT-CLIENTE'.
           05 FILLER PIC X(16) VALUE 'INTEGRA-CLIENTE'.
       01 WS-TAB-ETAPAS-R REDEFINES WS-TAB-ETAPAS.
           05 WS-ETP-PROGRAMA PIC X(16) OCCURS 5 TIMES.

       01 WS-TAB-RESULTADOS.
           05 WS-ETP-RESULTADO OCCURS 5 TIMES.
               10 WS-ETP-SITUACAO PIC X.
               10 WS-ETP-DATA-INI PIC 9(8).
               10 WS-ETP-HORA-INI PIC 9(6).
           PERFORM CONDUZIR-ETAPA
               UNTIL WS-ETAPA > WS-QTD-ETAPAS
                  OR WS-ESTEIRA-PAROU
           IF WS-ESTEIRA-SEGUE
               PERFORM ACUMULAR-SERIE-HISTORICA
               PERFORM AVALIAR-SERIE-HISTORICA
           END-IF
           PERFORM IMPRIMIR-RELATORIO
           PERFORM EXIBIR-RESUMO
           IF WS-ESTEIRA-PAROU
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SERIE-EM-ALERTA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

           PERFORM LER-ETAPA-CONTROLE
           PERFORM CARREGAR-ETAPA-CONTROLE UNTIL WS-FIM-DO-CONTROLE
           CLOSE ARQ-CONTROLE
      *    controle de uma esteira mais curta: as etapas novas nao
      *    deixam a noite antiga pendente
           PERFORM VARYING WS-ETAPA FROM 1 BY 1
                   UNTIL WS-ETAPA > WS-ETAPAS-NO-CONTROLE
               IF WS-ETP-SITUACAO (WS-ETAPA) NOT = 'C'
                   SET WS-NOITE-PENDENTE TO TRUE
               END-IF

       CARREGAR-ETAPA-CONTROLE.
           IF CTL-ETAPA >= 1 AND CTL-ETAPA <= WS-QTD-ETAPAS
               IF CTL-ETAPA > WS-ETAPAS-NO-CONTROLE
                   MOVE CTL-ETAPA TO WS-ETAPAS-NO-CONTROLE
               END-IF
               MOVE CTL-SITUACAO TO WS-ETP-SITUACAO (CTL-ETAPA)
               MOVE CTL-DATA-INI TO WS-ETP-DATA-INI (CTL-ETAPA)
               MOVE CTL-HORA-INI TO WS-ETP-HORA-INI (CTL-ETAPA)
                   CALL 'EXTFATUR-CLIENTE'
               WHEN 4
                   CALL 'RELESTAT-CLIENTE'
               WHEN 5
                   CALL 'INTEGRA-CLIENTE'
           END-EVALUATE
           MOVE RETURN-CODE TO WS-ETP-RETCODE (WS-ETAPA)
           MOVE ZERO TO RETURN-CODE
           END-PERFORM
           CLOSE ARQ-CONTROLE.

      *****************************************************************
      * Noite concluida: uma linha por etapa e contador no fim do
      * NOTURNO.HIS. A noite leva a data e hora de inicio da primeira
      * etapa, que o reinicio preserva no controle.
      *****************************************************************
       ACUMULAR-SERIE-HISTORICA.
           OPEN EXTEND HISTORICO-NOTURNO
           IF WS-FS-HISTNOT = '35'
               OPEN OUTPUT HISTORICO-NOTURNO
           END-IF
           IF WS-FS-HISTNOT NOT = '00'
               DISPLAY 'Erro ao abrir NOTURNO.HIS: ' WS-FS-HISTNOT
                   ' - noite fora da serie historica.'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ETAPA FROM 1 BY 1
                   UNTIL WS-ETAPA > WS-QTD-ETAPAS
               PERFORM VARYING WS-IDX-CONT FROM 1 BY 1
                       UNTIL WS-IDX-CONT > WS-ETP-QTD-CONT (WS-ETAPA)
                   MOVE WS-ETP-DATA-INI (1) TO HNT-DATA-NOITE
                   MOVE WS-ETP-HORA-INI (1) TO HNT-HORA-NOITE
                   MOVE WS-ETAPA TO HNT-ETAPA
                   MOVE WS-ETP-PROGRAMA (WS-ETAPA) TO HNT-PROGRAMA
                   MOVE WS-ETP-DATA-FIM (WS-ETAPA) TO HNT-DATA-FIM
                   MOVE WS-ETP-HORA-FIM (WS-ETAPA) TO HNT-HORA-FIM
                   MOVE WS-ETP-ROTULO (WS-ETAPA WS-IDX-CONT) TO
                       HNT-ROTULO
                   MOVE WS-ETP-VALOR (WS-ETAPA WS-IDX-CONT) TO
                       HNT-VALOR
                   WRITE REG-HISTNOT
                   ADD 1 TO WS-CONT-GRAVADOS-SERIE
               END-PERFORM
           END-PERFORM
           CLOSE HISTORICO-NOTURNO.

       AVALIAR-SERIE-HISTORICA.
           MOVE ZERO TO RETURN-CODE
           CALL 'SERIENOT-CLIENTE'
           MOVE RETURN-CODE TO WS-RETCODE-SERIE
           MOVE ZERO TO RETURN-CODE
           IF WS-RETCODE-SERIE = ZERO
               SET WS-SERIE-SEM-ALERTA TO TRUE
           ELSE
               SET WS-SERIE-EM-ALERTA TO TRUE
           END-IF.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-NOTURNO
           ACCEPT WS-TIT-DATA FROM DATE YYYYMMDD
                   UNTIL WS-ETAPA > WS-QTD-ETAPAS
               PERFORM IMPRIMIR-ETAPA
           END-PERFORM
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           EVALUATE TRUE
               WHEN WS-SERIE-SEM-ALERTA
                   STRING 'Serie historica: sem variacao critica'
                       ' (SERIE.LST).'
                       DELIMITED BY SIZE INTO REG-RELATORIO
               WHEN WS-SERIE-EM-ALERTA
                   STRING '*** ALERTA: variacao critica na serie'
                       ' historica - ver SERIE.LST ***'
                       DELIMITED BY SIZE INTO REG-RELATORIO
               WHEN OTHER
                   STRING 'Serie historica: noite nao concluida, fora'
                       ' da comparacao.'
                       DELIMITED BY SIZE INTO REG-RELATORIO
           END-EVALUATE
           WRITE REG-RELATORIO
           CLOSE REL-NOTURNO.

       IMPRIMIR-ETAPA.
           DISPLAY 'Etapas saltadas   : ' WS-CONT-SALTADAS
           IF WS-ESTEIRA-SEGUE
               DISPLAY 'Fechamento concluido com sucesso.'
               DISPLAY 'Contadores na serie historica: '
                   WS-CONT-GRAVADOS-SERIE
               IF WS-SERIE-EM-ALERTA
                   DISPLAY '*** ALERTA: variacao critica - ver'
                       ' SERIE.LST (RETURN-CODE 4) ***'
               END-IF
           ELSE
               DISPLAY '*** FECHAMENTO INTERROMPIDO ***'
               DISPLAY 'Corrija a etapa com falha e reexecute: as'
