      *****************************************************************
      * PROGRAMA: PRODUTIVIDADE-CLIENTE.cbl
      * DESCRICAO: Relatorio gerencial de produtividade e de acessos
      *            recusados por operador (PRODOPE.LST) para um
      *            periodo. Cruza as linhas do AUDITORIA.LOG (mes
      *            corrente) e do AUDITIDX.DAT (meses fechados) com o
      *            OPERADOR.DAT e totaliza, por operador e por dia,
      *            inclusoes (INCLUSAO), alteracoes por campo,
      *            ativacoes e inativacoes (STATUS) e recusas (ACESSO
      *            NEGADO, separando senha errada de opcao fora do
      *            perfil). A recusa de senha e atribuida ao codigo de
      *            operador digitado, que o log guarda no valor
      *            anterior; o carimbo dela e o usuario do sistema
      *            operacional. Linhas gravadas por programas batch
      *            saem sob o usuario do sistema que os rodou. No fim,
      *            os destaques para a supervisao e para a revisao de
      *            acessos: operadores com WS-LIMITE-SENHAS ou mais
      *            senhas erradas seguidas (sem acesso valido entre
      *            elas), acessos fora do horario comercial (segunda a
      *            sexta, das 08:00 as 18:00) e operadores cadastrados
      *            sem nenhum movimento no periodo.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODOPE-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELAUD.CPY".
           COPY "SELAUDX.CPY".
           COPY "SELOPE.CPY".
           SELECT REL-PRODUTIVIDADE
               ASSIGN TO "PRODOPE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT SORT-WORK
               ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDIT.CPY".
           COPY "FDAUDX.CPY".
           COPY "FDOPE.CPY".

       FD  REL-PRODUTIVIDADE
           LABEL RECORD STANDARD.
       01  REG-LISTAGEM PIC X(100).

       SD  SORT-WORK.
       01  SORT-REG.
           05 SORT-OPERADOR.
               10 SORT-OPE-CODIGO PIC X(8).
               10 SORT-OPE-RESTO PIC X(12).
           05 SORT-DATA PIC 9(8).
           05 SORT-HORA PIC 9(6).
           05 SORT-CAMPO PIC X(15).
           05 SORT-TIPO PIC X.
               88 SORT-INCLUSAO VALUE 'I'.
               88 SORT-ATIVACAO VALUE 'A'.
               88 SORT-INATIVACAO VALUE 'N'.
               88 SORT-RECUSA-SENHA VALUE 'S'.
               88 SORT-RECUSA-PERFIL VALUE 'P'.
               88 SORT-ALTERACAO VALUE 'C'.
           05 SORT-FORA-HORARIO PIC X.
               88 SORT-FORA-DO-HORARIO VALUE 'S'.

       WORKING-STORAGE SECTION.
       01 WS-FS-AUDITORIA PIC XX.
       01 WS-FS-AUDITIDX PIC XX.
       01 WS-FS-OPERADOR PIC XX.
       01 WS-FS-LISTAGEM PIC XX.
       01 WS-LOG-DISPONIVEL PIC X VALUE 'N'.
           88 WS-LOG-OK VALUE 'S'.
       01 WS-IDX-DISPONIVEL PIC X VALUE 'N'.
           88 WS-INDEXADO-OK VALUE 'S'.
       01 WS-OPE-DISPONIVEL PIC X VALUE 'N'.
           88 WS-OPERADORES-OK VALUE 'S'.
       01 WS-FIM-LOG PIC X VALUE 'N'.
           88 WS-FIM-DO-LOG VALUE 'S'.
       01 WS-FIM-IDX PIC X VALUE 'N'.
           88 WS-FIM-DO-INDEXADO VALUE 'S'.
       01 WS-FIM-SORT PIC X VALUE 'N'.
           88 WS-FIM-DO-SORT VALUE 'S'.
       01 WS-FIM-OPE PIC X VALUE 'N'.
           88 WS-FIM-DOS-OPERADORES VALUE 'S'.

      *    periodo e parametros de seguranca
       01 WS-DATA-DE PIC 9(8).
       01 WS-DATA-ATE PIC 9(8).
       01 WS-PERIODO PIC X VALUE 'N'.
           88 WS-PERIODO-OK VALUE 'S'.
       01 WS-HORA-ABERTURA PIC 9(6) VALUE 080000.
       01 WS-HORA-FECHAMENTO PIC 9(6) VALUE 180000.
       01 WS-LIMITE-SENHAS PIC 9(3) VALUE 3.

      *    linha de auditoria lida (log ou indexado)
       01 WS-LIN-USUARIO PIC X(20).
       01 WS-LIN-CAMPO PIC X(15).
       01 WS-LIN-ANTERIOR.
           05 WS-LIN-ANT-CODIGO PIC X(8).
           05 FILLER PIC X(88).
       01 WS-LIN-NOVO.
           05 WS-LIN-NOVO-STATUS PIC X.
           05 FILLER PIC X(95).
       01 WS-LIN-DATA PIC 9(8).
       01 WS-LIN-HORA PIC 9(6).

      *    dia da semana (congruencia de Zeller: 0 sabado, 1 domingo)
       01 WS-DATA-CALCULADA PIC 9(8) VALUE ZERO.
       01 WS-DATA-CALC PIC 9(8).
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-Z-ANO PIC 9(4).
           05 WS-Z-MES PIC 99.
           05 WS-Z-DIA PIC 99.
       01 WS-Z-T1 PIC 9(5).
       01 WS-Z-T2 PIC 9(5).
       01 WS-Z-T3 PIC 9(5).
       01 WS-Z-T4 PIC 9(5).
       01 WS-Z-SOMA PIC 9(7).
       01 WS-Z-QUOCIENTE PIC 9(7).
       01 WS-DIA-SEMANA PIC 9.
           88 WS-FIM-DE-SEMANA VALUES 0 1.

      *    quebras
       01 WS-OPERADOR-ATUAL.
           05 WS-OPE-ATUAL-CODIGO PIC X(8).
           05 WS-OPE-ATUAL-RESTO PIC X(12).
       01 WS-DATA-ATUAL PIC 9(8).
       01 WS-OPE-NOME-ATUAL PIC X(30).
       01 WS-SEQ-SENHAS PIC 9(3).
       01 WS-MAIOR-SEQ-SENHAS PIC 9(3).
       01 WS-DATA-SEQ-SENHAS PIC 9(8).
       01 WS-HORA-SEQ-SENHAS PIC 9(6).
       01 WS-DATA-1A-FORA PIC 9(8).
       01 WS-HORA-1A-FORA PIC 9(6).

       01 WS-CONTADORES-DIA.
           05 WS-DIA-INCLUSOES PIC 9(5).
           05 WS-DIA-ALTERACOES PIC 9(5).
           05 WS-DIA-ATIVACOES PIC 9(5).
           05 WS-DIA-INATIVACOES PIC 9(5).
           05 WS-DIA-REC-SENHA PIC 9(5).
           05 WS-DIA-REC-PERFIL PIC 9(5).
           05 WS-DIA-FORA-HORARIO PIC 9(5).
       01 WS-CONTADORES-OPERADOR.
           05 WS-OPE-INCLUSOES PIC 9(5).
           05 WS-OPE-ALTERACOES PIC 9(5).
           05 WS-OPE-ATIVACOES PIC 9(5).
           05 WS-OPE-INATIVACOES PIC 9(5).
           05 WS-OPE-REC-SENHA PIC 9(5).
           05 WS-OPE-REC-PERFIL PIC 9(5).
           05 WS-OPE-FORA-HORARIO PIC 9(5).
       01 WS-CONTADORES-GERAIS.
           05 WS-GER-INCLUSOES PIC 9(7) VALUE ZERO.
           05 WS-GER-ALTERACOES PIC 9(7) VALUE ZERO.
           05 WS-GER-ATIVACOES PIC 9(7) VALUE ZERO.
           05 WS-GER-INATIVACOES PIC 9(7) VALUE ZERO.
           05 WS-GER-REC-SENHA PIC 9(7) VALUE ZERO.
           05 WS-GER-REC-PERFIL PIC 9(7) VALUE ZERO.
           05 WS-GER-FORA-HORARIO PIC 9(7) VALUE ZERO.

      *    alteracoes do dia por campo
       01 WS-MAX-CAMPOS PIC 99 VALUE 20.
       01 WS-QTD-CAMPOS PIC 99.
       01 WS-TAB-CAMPOS.
           05 WS-CPO OCCURS 20 TIMES.
               10 WS-CPO-NOME PIC X(15).
               10 WS-CPO-QTD PIC 9(5).
       01 WS-IDX-CPO PIC 99.
       01 WS-IDX-ACHADO PIC 99.

      *    operadores com movimento, para achar os sem movimento
       01 WS-MAX-VISTOS PIC 9(3) VALUE 500.
       01 WS-QTD-VISTOS PIC 9(3) VALUE ZERO.
       01 WS-TAB-VISTOS.
           05 WS-VISTO-CODIGO PIC X(20) OCCURS 500 TIMES.
       01 WS-IDX-VISTO PIC 9(3).
       01 WS-VISTO PIC X.
           88 WS-OPERADOR-VISTO VALUE 'S'.

      *    destaques: 'S' senhas seguidas, 'H' fora do horario
       01 WS-MAX-DESTAQUES PIC 9(3) VALUE 200.
       01 WS-QTD-DESTAQUES PIC 9(3) VALUE ZERO.
       01 WS-TAB-DESTAQUES.
           05 WS-DST OCCURS 200 TIMES.
               10 WS-DST-TIPO PIC X.
               10 WS-DST-OPERADOR PIC X(20).
               10 WS-DST-NOME PIC X(30).
               10 WS-DST-QTD PIC 9(5).
               10 WS-DST-DATA PIC 9(8).
               10 WS-DST-HORA PIC 9(6).
       01 WS-IDX-DST PIC 9(3).
       01 WS-TIPO-LISTADO PIC X.
       01 WS-CONT-LISTADOS PIC 9(5).

       01 WS-CONT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-SELECIONADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-OPERADORES PIC 9(5) VALUE ZERO.
       01 WS-CONT-SEM-MOVIMENTO PIC 9(5) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 FILLER PIC X(45) VALUE
               'Produtividade e acessos recusados - periodo '.
           05 WS-CAB-DATA-DE PIC 9(8).
           05 FILLER PIC X(3) VALUE ' a '.
           05 WS-CAB-DATA-ATE PIC 9(8).

       01 WS-CABECALHO-2.
           05 FILLER PIC X(12) VALUE '  DIA'.
           05 FILLER PIC X(7) VALUE ' INCL.'.
           05 FILLER PIC X(7) VALUE '  ALT.'.
           05 FILLER PIC X(7) VALUE '  ATIV.'.
           05 FILLER PIC X(7) VALUE ' INAT.'.
           05 FILLER PIC X(8) VALUE ' SENHA'.
           05 FILLER PIC X(8) VALUE ' PERFIL'.
           05 FILLER PIC X(10) VALUE ' FORA HOR.'.

       01 WS-LINHA-OPERADOR.
           05 FILLER PIC X(10) VALUE 'Operador: '.
           05 WS-LOP-CODIGO PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LOP-NOME PIC X(36).

       01 WS-LINHA-CONTAGEM.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCT-ROTULO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCT-INCLUSOES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCT-ALTERACOES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCT-ATIVACOES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCT-INATIVACOES PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LCT-REC-SENHA PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LCT-REC-PERFIL PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-LCT-FORA-HORARIO PIC ZZZZ9.

       01 WS-LINHA-CAMPO.
           05 FILLER PIC X(14) VALUE '      campo '.
           05 WS-LCP-NOME PIC X(15).
           05 WS-LCP-QTD PIC ZZZZ9.

       01 WS-LINHA-DESTAQUE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LDS-OPERADOR PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LDS-NOME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LDS-QTD PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LDS-ROTULO PIC X(8).
           05 WS-LDS-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LDS-HORA PIC 9(6).

       01 WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO PIC X(32).
           05 WS-TOT-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM CAPTURAR-PERIODO UNTIL WS-PERIODO-OK
           PERFORM ABRIR-ARQUIVOS
           SORT SORT-WORK
               ON ASCENDING KEY SORT-OPERADOR SORT-DATA SORT-HORA
               INPUT PROCEDURE IS SELECIONAR-AUDITORIA
               OUTPUT PROCEDURE IS IMPRIMIR-PRODUTIVIDADE
           PERFORM IMPRIMIR-DESTAQUES
           PERFORM IMPRIMIR-TOTAIS
           PERFORM FECHAR-ARQUIVOS
           PERFORM EXIBIR-RESUMO
           STOP RUN.

       CAPTURAR-PERIODO.
           DISPLAY '================================'
           DISPLAY 'PRODUTIVIDADE POR OPERADOR'
           DISPLAY '================================'
           DISPLAY 'Data inicial (AAAAMMDD) : ' WITH NO ADVANCING
           ACCEPT WS-DATA-DE
           DISPLAY 'Data final (AAAAMMDD) : ' WITH NO ADVANCING
           ACCEPT WS-DATA-ATE
           IF WS-DATA-DE NUMERIC AND WS-DATA-ATE NUMERIC
                   AND WS-DATA-DE > ZERO
                   AND WS-DATA-DE <= WS-DATA-ATE
               SET WS-PERIODO-OK TO TRUE
           ELSE
               DISPLAY 'Periodo invalido!'
           END-IF.

      *    sem log corrente ou sem meses fechados o relatorio sai com
      *    o que houver; sem OPERADOR.DAT os nomes e a lista de
      *    operadores sem movimento ficam de fora
       ABRIR-ARQUIVOS.
           OPEN INPUT AUDITORIA-LOG
           IF WS-FS-AUDITORIA = '00'
               SET WS-LOG-OK TO TRUE
           END-IF
           OPEN INPUT AUDITORIA-INDEXADA
           IF WS-FS-AUDITIDX = '00'
               SET WS-INDEXADO-OK TO TRUE
           END-IF
           OPEN INPUT OPERADOR-MASTER
           IF WS-FS-OPERADOR = '00'
               SET WS-OPERADORES-OK TO TRUE
           ELSE
               DISPLAY 'OPERADOR.DAT indisponivel (' WS-FS-OPERADOR
                   ') - relatorio sem nomes de operador.'
           END-IF
           OPEN OUTPUT REL-PRODUTIVIDADE.

       FECHAR-ARQUIVOS.
           IF WS-LOG-OK
               CLOSE AUDITORIA-LOG
           END-IF
           IF WS-INDEXADO-OK
               CLOSE AUDITORIA-INDEXADA
           END-IF
           IF WS-OPERADORES-OK
               CLOSE OPERADOR-MASTER
           END-IF
           CLOSE REL-PRODUTIVIDADE.

      *****************************************************************
      * Meses fechados e mes corrente entram na mesma ordenacao; as
      * linhas fora do periodo sao descartadas aqui.
      *****************************************************************
       SELECIONAR-AUDITORIA.
           IF WS-INDEXADO-OK
               PERFORM LER-INDEXADO
               PERFORM SELECIONAR-INDEXADO UNTIL WS-FIM-DO-INDEXADO
           END-IF
           IF WS-LOG-OK
               PERFORM LER-AUDITORIA
               PERFORM SELECIONAR-LOG UNTIL WS-FIM-DO-LOG
           END-IF.

       LER-INDEXADO.
           READ AUDITORIA-INDEXADA NEXT RECORD
               AT END
                   SET WS-FIM-DO-INDEXADO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       SELECIONAR-INDEXADO.
           IF AUX-DATA >= WS-DATA-DE AND AUX-DATA <= WS-DATA-ATE
               MOVE AUX-USUARIO TO WS-LIN-USUARIO
               MOVE AUX-CAMPO TO WS-LIN-CAMPO
               MOVE AUX-VALOR-ANTERIOR TO WS-LIN-ANTERIOR
               MOVE AUX-VALOR-NOVO TO WS-LIN-NOVO
               MOVE AUX-DATA TO WS-LIN-DATA
               MOVE AUX-HORA TO WS-LIN-HORA
               PERFORM LIBERAR-LINHA
           END-IF
           PERFORM LER-INDEXADO.

       LER-AUDITORIA.
           READ AUDITORIA-LOG
               AT END
                   SET WS-FIM-DO-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       SELECIONAR-LOG.
           IF AUD-DATA >= WS-DATA-DE AND AUD-DATA <= WS-DATA-ATE
               MOVE AUD-USUARIO TO WS-LIN-USUARIO
               MOVE AUD-CAMPO TO WS-LIN-CAMPO
               MOVE AUD-VALOR-ANTERIOR TO WS-LIN-ANTERIOR
               MOVE AUD-VALOR-NOVO TO WS-LIN-NOVO
               MOVE AUD-DATA TO WS-LIN-DATA
               MOVE AUD-HORA TO WS-LIN-HORA
               PERFORM LIBERAR-LINHA
           END-IF
           PERFORM LER-AUDITORIA.

      *****************************************************************
      * Classifica a linha. Recusa de senha: o operador e o codigo
      * digitado (valor anterior); se ele veio em branco, fica o
      * usuario do sistema. Recusa de perfil ja vem com o operador
      * autenticado no usuario.
      *****************************************************************
       LIBERAR-LINHA.
           ADD 1 TO WS-CONT-SELECIONADOS
           MOVE WS-LIN-USUARIO TO SORT-OPERADOR
           MOVE WS-LIN-CAMPO TO SORT-CAMPO
           MOVE WS-LIN-DATA TO SORT-DATA
           MOVE WS-LIN-HORA TO SORT-HORA
           EVALUATE WS-LIN-CAMPO
               WHEN 'ACESSO NEGADO'
                   IF WS-LIN-NOVO = 'operador ou senha invalidos'
                       SET SORT-RECUSA-SENHA TO TRUE
                       IF WS-LIN-ANT-CODIGO NOT = SPACES
                           MOVE WS-LIN-ANT-CODIGO TO SORT-OPERADOR
                       END-IF
                   ELSE
                       SET SORT-RECUSA-PERFIL TO TRUE
                   END-IF
               WHEN 'INCLUSAO'
                   SET SORT-INCLUSAO TO TRUE
               WHEN 'STATUS'
                   IF WS-LIN-NOVO-STATUS = '1'
                       SET SORT-ATIVACAO TO TRUE
                   ELSE
                       SET SORT-INATIVACAO TO TRUE
                   END-IF
               WHEN OTHER
                   SET SORT-ALTERACAO TO TRUE
           END-EVALUATE
           MOVE 'N' TO SORT-FORA-HORARIO
           IF WS-LIN-DATA NOT = WS-DATA-CALCULADA
               PERFORM CALCULAR-DIA-SEMANA
           END-IF
           IF WS-FIM-DE-SEMANA
                   OR WS-LIN-HORA < WS-HORA-ABERTURA
                   OR WS-LIN-HORA >= WS-HORA-FECHAMENTO
               MOVE 'S' TO SORT-FORA-HORARIO
           END-IF
           RELEASE SORT-REG.

       CALCULAR-DIA-SEMANA.
           MOVE WS-LIN-DATA TO WS-DATA-CALCULADA
           MOVE WS-LIN-DATA TO WS-DATA-CALC
           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANO
           END-IF
           COMPUTE WS-Z-T1 = 13 * (WS-Z-MES + 1) / 5
           COMPUTE WS-Z-T2 = WS-Z-ANO / 4
           COMPUTE WS-Z-T3 = WS-Z-ANO / 100
           COMPUTE WS-Z-T4 = WS-Z-ANO / 400
           COMPUTE WS-Z-SOMA = WS-Z-DIA + WS-Z-T1 + WS-Z-ANO
               + WS-Z-T2 - WS-Z-T3 + WS-Z-T4
           DIVIDE WS-Z-SOMA BY 7 GIVING WS-Z-QUOCIENTE
               REMAINDER WS-DIA-SEMANA.

       IMPRIMIR-PRODUTIVIDADE.
           MOVE WS-DATA-DE TO WS-CAB-DATA-DE
           MOVE WS-DATA-ATE TO WS-CAB-DATA-ATE
           WRITE REG-LISTAGEM FROM WS-CABECALHO-1
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           PERFORM RETORNAR-ORDENADO
           PERFORM PROCESSAR-OPERADOR UNTIL WS-FIM-DO-SORT.

       RETORNAR-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
           END-RETURN.

       PROCESSAR-OPERADOR.
           MOVE SORT-OPERADOR TO WS-OPERADOR-ATUAL
           ADD 1 TO WS-CONT-OPERADORES
           INITIALIZE WS-CONTADORES-OPERADOR
           MOVE ZERO TO WS-SEQ-SENHAS
           MOVE ZERO TO WS-MAIOR-SEQ-SENHAS
           MOVE ZERO TO WS-DATA-1A-FORA
           MOVE ZERO TO WS-HORA-1A-FORA
           PERFORM REGISTRAR-VISTO
           PERFORM OBTER-NOME-OPERADOR
           MOVE WS-OPERADOR-ATUAL TO WS-LOP-CODIGO
           MOVE WS-OPE-NOME-ATUAL TO WS-LOP-NOME
           WRITE REG-LISTAGEM FROM WS-LINHA-OPERADOR
           WRITE REG-LISTAGEM FROM WS-CABECALHO-2
           PERFORM PROCESSAR-DIA
               UNTIL WS-FIM-DO-SORT
                  OR SORT-OPERADOR NOT = WS-OPERADOR-ATUAL
           PERFORM IMPRIMIR-TOTAL-OPERADOR
           PERFORM REGISTRAR-DESTAQUES.

       OBTER-NOME-OPERADOR.
           MOVE '(nao cadastrado)' TO WS-OPE-NOME-ATUAL
           IF WS-OPERADORES-OK AND WS-OPE-ATUAL-RESTO = SPACES
               MOVE WS-OPE-ATUAL-CODIGO TO OPE-CODIGO
               READ OPERADOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPE-NOME TO WS-OPE-NOME-ATUAL
               END-READ
           END-IF.

       REGISTRAR-VISTO.
           IF WS-QTD-VISTOS < WS-MAX-VISTOS
               ADD 1 TO WS-QTD-VISTOS
               MOVE WS-OPERADOR-ATUAL TO WS-VISTO-CODIGO (WS-QTD-VISTOS)
           END-IF.

       PROCESSAR-DIA.
           MOVE SORT-DATA TO WS-DATA-ATUAL
           INITIALIZE WS-CONTADORES-DIA
           MOVE ZERO TO WS-QTD-CAMPOS
           PERFORM ACUMULAR-LINHA
               UNTIL WS-FIM-DO-SORT
                  OR SORT-OPERADOR NOT = WS-OPERADOR-ATUAL
                  OR SORT-DATA NOT = WS-DATA-ATUAL
           PERFORM IMPRIMIR-DIA.

      *****************************************************************
      * Senhas erradas seguidas: qualquer outra linha do operador
      * (movimento ou recusa de perfil) prova um acesso valido e
      * encerra a sequencia.
      *****************************************************************
       ACUMULAR-LINHA.
           EVALUATE TRUE
               WHEN SORT-INCLUSAO
                   ADD 1 TO WS-DIA-INCLUSOES
               WHEN SORT-ATIVACAO
                   ADD 1 TO WS-DIA-ATIVACOES
               WHEN SORT-INATIVACAO
                   ADD 1 TO WS-DIA-INATIVACOES
               WHEN SORT-RECUSA-SENHA
                   ADD 1 TO WS-DIA-REC-SENHA
               WHEN SORT-RECUSA-PERFIL
                   ADD 1 TO WS-DIA-REC-PERFIL
               WHEN SORT-ALTERACAO
                   ADD 1 TO WS-DIA-ALTERACOES
                   PERFORM CONTAR-CAMPO
           END-EVALUATE
           IF SORT-RECUSA-SENHA
               ADD 1 TO WS-SEQ-SENHAS
               IF WS-SEQ-SENHAS > WS-MAIOR-SEQ-SENHAS
                   MOVE WS-SEQ-SENHAS TO WS-MAIOR-SEQ-SENHAS
                   MOVE SORT-DATA TO WS-DATA-SEQ-SENHAS
                   MOVE SORT-HORA TO WS-HORA-SEQ-SENHAS
               END-IF
           ELSE
               MOVE ZERO TO WS-SEQ-SENHAS
           END-IF
           IF SORT-FORA-DO-HORARIO
               ADD 1 TO WS-DIA-FORA-HORARIO
               IF WS-DATA-1A-FORA = ZERO
                   MOVE SORT-DATA TO WS-DATA-1A-FORA
                   MOVE SORT-HORA TO WS-HORA-1A-FORA
               END-IF
           END-IF
           PERFORM RETORNAR-ORDENADO.

       CONTAR-CAMPO.
           MOVE ZERO TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-CPO FROM 1 BY 1
                   UNTIL WS-IDX-CPO > WS-QTD-CAMPOS
                      OR WS-IDX-ACHADO > ZERO
               IF WS-CPO-NOME (WS-IDX-CPO) = SORT-CAMPO
                   MOVE WS-IDX-CPO TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO = ZERO AND WS-QTD-CAMPOS < WS-MAX-CAMPOS
               ADD 1 TO WS-QTD-CAMPOS
               MOVE WS-QTD-CAMPOS TO WS-IDX-ACHADO
               MOVE SORT-CAMPO TO WS-CPO-NOME (WS-IDX-ACHADO)
               MOVE ZERO TO WS-CPO-QTD (WS-IDX-ACHADO)
           END-IF
           IF WS-IDX-ACHADO > ZERO
               ADD 1 TO WS-CPO-QTD (WS-IDX-ACHADO)
           END-IF.

       IMPRIMIR-DIA.
           MOVE WS-DATA-ATUAL TO WS-LCT-ROTULO
           MOVE WS-DIA-INCLUSOES TO WS-LCT-INCLUSOES
           MOVE WS-DIA-ALTERACOES TO WS-LCT-ALTERACOES
           MOVE WS-DIA-ATIVACOES TO WS-LCT-ATIVACOES
           MOVE WS-DIA-INATIVACOES TO WS-LCT-INATIVACOES
           MOVE WS-DIA-REC-SENHA TO WS-LCT-REC-SENHA
           MOVE WS-DIA-REC-PERFIL TO WS-LCT-REC-PERFIL
           MOVE WS-DIA-FORA-HORARIO TO WS-LCT-FORA-HORARIO
           WRITE REG-LISTAGEM FROM WS-LINHA-CONTAGEM
           PERFORM VARYING WS-IDX-CPO FROM 1 BY 1
                   UNTIL WS-IDX-CPO > WS-QTD-CAMPOS
               MOVE WS-CPO-NOME (WS-IDX-CPO) TO WS-LCP-NOME
               MOVE WS-CPO-QTD (WS-IDX-CPO) TO WS-LCP-QTD
               WRITE REG-LISTAGEM FROM WS-LINHA-CAMPO
           END-PERFORM
           ADD WS-DIA-INCLUSOES TO WS-OPE-INCLUSOES
           ADD WS-DIA-ALTERACOES TO WS-OPE-ALTERACOES
           ADD WS-DIA-ATIVACOES TO WS-OPE-ATIVACOES
           ADD WS-DIA-INATIVACOES TO WS-OPE-INATIVACOES
           ADD WS-DIA-REC-SENHA TO WS-OPE-REC-SENHA
           ADD WS-DIA-REC-PERFIL TO WS-OPE-REC-PERFIL
           ADD WS-DIA-FORA-HORARIO TO WS-OPE-FORA-HORARIO.

       IMPRIMIR-TOTAL-OPERADOR.
           MOVE 'Total' TO WS-LCT-ROTULO
           MOVE WS-OPE-INCLUSOES TO WS-LCT-INCLUSOES
           MOVE WS-OPE-ALTERACOES TO WS-LCT-ALTERACOES
           MOVE WS-OPE-ATIVACOES TO WS-LCT-ATIVACOES
           MOVE WS-OPE-INATIVACOES TO WS-LCT-INATIVACOES
           MOVE WS-OPE-REC-SENHA TO WS-LCT-REC-SENHA
           MOVE WS-OPE-REC-PERFIL TO WS-LCT-REC-PERFIL
           MOVE WS-OPE-FORA-HORARIO TO WS-LCT-FORA-HORARIO
           WRITE REG-LISTAGEM FROM WS-LINHA-CONTAGEM
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           ADD WS-OPE-INCLUSOES TO WS-GER-INCLUSOES
           ADD WS-OPE-ALTERACOES TO WS-GER-ALTERACOES
           ADD WS-OPE-ATIVACOES TO WS-GER-ATIVACOES
           ADD WS-OPE-INATIVACOES TO WS-GER-INATIVACOES
           ADD WS-OPE-REC-SENHA TO WS-GER-REC-SENHA
           ADD WS-OPE-REC-PERFIL TO WS-GER-REC-PERFIL
           ADD WS-OPE-FORA-HORARIO TO WS-GER-FORA-HORARIO.

       REGISTRAR-DESTAQUES.
           IF WS-MAIOR-SEQ-SENHAS >= WS-LIMITE-SENHAS
                   AND WS-QTD-DESTAQUES < WS-MAX-DESTAQUES
               ADD 1 TO WS-QTD-DESTAQUES
               MOVE 'S' TO WS-DST-TIPO (WS-QTD-DESTAQUES)
               MOVE WS-MAIOR-SEQ-SENHAS TO WS-DST-QTD (WS-QTD-DESTAQUES)
               MOVE WS-DATA-SEQ-SENHAS TO
                   WS-DST-DATA (WS-QTD-DESTAQUES)
               MOVE WS-HORA-SEQ-SENHAS TO
                   WS-DST-HORA (WS-QTD-DESTAQUES)
               PERFORM COMPLETAR-DESTAQUE
           END-IF
           IF WS-OPE-FORA-HORARIO > ZERO
                   AND WS-QTD-DESTAQUES < WS-MAX-DESTAQUES
               ADD 1 TO WS-QTD-DESTAQUES
               MOVE 'H' TO WS-DST-TIPO (WS-QTD-DESTAQUES)
               MOVE WS-OPE-FORA-HORARIO TO
                   WS-DST-QTD (WS-QTD-DESTAQUES)
               MOVE WS-DATA-1A-FORA TO WS-DST-DATA (WS-QTD-DESTAQUES)
               MOVE WS-HORA-1A-FORA TO WS-DST-HORA (WS-QTD-DESTAQUES)
               PERFORM COMPLETAR-DESTAQUE
           END-IF.

       COMPLETAR-DESTAQUE.
           MOVE WS-OPERADOR-ATUAL TO WS-DST-OPERADOR (WS-QTD-DESTAQUES)
           MOVE WS-OPE-NOME-ATUAL TO WS-DST-NOME (WS-QTD-DESTAQUES).

      *****************************************************************
      * Destaques para a supervisao e para a revisao de acessos.
      *****************************************************************
       IMPRIMIR-DESTAQUES.
           MOVE '========== DESTAQUES ==========' TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE SPACES TO REG-LISTAGEM
           STRING 'Senhas erradas seguidas no limite ou acima - '
               'maior sequencia e ultima tentativa:'
               DELIMITED BY SIZE INTO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 'S' TO WS-TIPO-LISTADO
           MOVE 'ultima: ' TO WS-LDS-ROTULO
           PERFORM LISTAR-DESTAQUES
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE SPACES TO REG-LISTAGEM
           STRING 'Acessos fora do horario comercial (seg-sex, '
               '08:00 as 18:00) - quantidade e primeiro:'
               DELIMITED BY SIZE INTO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 'H' TO WS-TIPO-LISTADO
           MOVE '1o....: ' TO WS-LDS-ROTULO
           PERFORM LISTAR-DESTAQUES
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 'Operadores cadastrados sem movimento no periodo:'
               TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           IF WS-OPERADORES-OK
               PERFORM LISTAR-SEM-MOVIMENTO
           ELSE
               MOVE '  (OPERADOR.DAT indisponivel)' TO REG-LISTAGEM
               WRITE REG-LISTAGEM
           END-IF.

       LISTAR-DESTAQUES.
           MOVE ZERO TO WS-CONT-LISTADOS
           PERFORM VARYING WS-IDX-DST FROM 1 BY 1
                   UNTIL WS-IDX-DST > WS-QTD-DESTAQUES
               IF WS-DST-TIPO (WS-IDX-DST) = WS-TIPO-LISTADO
                   ADD 1 TO WS-CONT-LISTADOS
                   MOVE WS-DST-OPERADOR (WS-IDX-DST) TO WS-LDS-OPERADOR
                   MOVE WS-DST-NOME (WS-IDX-DST) TO WS-LDS-NOME
                   MOVE WS-DST-QTD (WS-IDX-DST) TO WS-LDS-QTD
                   MOVE WS-DST-DATA (WS-IDX-DST) TO WS-LDS-DATA
                   MOVE WS-DST-HORA (WS-IDX-DST) TO WS-LDS-HORA
                   WRITE REG-LISTAGEM FROM WS-LINHA-DESTAQUE
               END-IF
           END-PERFORM
           IF WS-CONT-LISTADOS = ZERO
               MOVE '  nenhum' TO REG-LISTAGEM
               WRITE REG-LISTAGEM
           END-IF.

       LISTAR-SEM-MOVIMENTO.
           MOVE LOW-VALUES TO OPE-CODIGO
           START OPERADOR-MASTER KEY IS NOT LESS THAN OPE-CODIGO
               INVALID KEY
                   SET WS-FIM-DOS-OPERADORES TO TRUE
           END-START
           PERFORM CONFERIR-OPERADOR UNTIL WS-FIM-DOS-OPERADORES
           IF WS-CONT-SEM-MOVIMENTO = ZERO
               MOVE '  nenhum' TO REG-LISTAGEM
               WRITE REG-LISTAGEM
           END-IF.

       CONFERIR-OPERADOR.
           READ OPERADOR-MASTER NEXT RECORD
               AT END
                   SET WS-FIM-DOS-OPERADORES TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-VISTO
                   PERFORM VARYING WS-IDX-VISTO FROM 1 BY 1
                           UNTIL WS-IDX-VISTO > WS-QTD-VISTOS
                              OR WS-OPERADOR-VISTO
                       IF WS-VISTO-CODIGO (WS-IDX-VISTO) = OPE-CODIGO
                           MOVE 'S' TO WS-VISTO
                       END-IF
                   END-PERFORM
                   IF NOT WS-OPERADOR-VISTO
                       ADD 1 TO WS-CONT-SEM-MOVIMENTO
                       MOVE SPACES TO WS-LINHA-DESTAQUE
                       MOVE OPE-CODIGO TO WS-LDS-OPERADOR
                       MOVE OPE-NOME TO WS-LDS-NOME
                       STRING 'perfil ' OPE-PERFIL
                           DELIMITED BY SIZE INTO WS-LDS-ROTULO
                       WRITE REG-LISTAGEM FROM WS-LINHA-DESTAQUE
                   END-IF
           END-READ.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 'Linhas de auditoria lidas' TO WS-TOT-ROTULO
           MOVE WS-CONT-LIDOS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Linhas no periodo' TO WS-TOT-ROTULO
           MOVE WS-CONT-SELECIONADOS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Operadores com movimento' TO WS-TOT-ROTULO
           MOVE WS-CONT-OPERADORES TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Operadores sem movimento' TO WS-TOT-ROTULO
           MOVE WS-CONT-SEM-MOVIMENTO TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Inclusoes' TO WS-TOT-ROTULO
           MOVE WS-GER-INCLUSOES TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Alteracoes' TO WS-TOT-ROTULO
           MOVE WS-GER-ALTERACOES TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Ativacoes' TO WS-TOT-ROTULO
           MOVE WS-GER-ATIVACOES TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Inativacoes' TO WS-TOT-ROTULO
           MOVE WS-GER-INATIVACOES TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Recusas de senha' TO WS-TOT-ROTULO
           MOVE WS-GER-REC-SENHA TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Recusas de perfil' TO WS-TOT-ROTULO
           MOVE WS-GER-REC-PERFIL TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Linhas fora do horario' TO WS-TOT-ROTULO
           MOVE WS-GER-FORA-HORARIO TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           DISPLAY 'Produtividade por operador - resumo'
           DISPLAY '============================================'
           DISPLAY 'Linhas lidas            : ' WS-CONT-LIDOS
           DISPLAY 'Linhas no periodo       : ' WS-CONT-SELECIONADOS
           DISPLAY 'Operadores com movimento: ' WS-CONT-OPERADORES
           DISPLAY 'Operadores sem movimento: ' WS-CONT-SEM-MOVIMENTO
           DISPLAY 'Recusas de senha        : ' WS-GER-REC-SENHA
           DISPLAY 'Recusas de perfil       : ' WS-GER-REC-PERFIL
           DISPLAY 'Linhas fora do horario  : ' WS-GER-FORA-HORARIO
           DISPLAY 'Relatorio gravado em PRODOPE.LST'.
