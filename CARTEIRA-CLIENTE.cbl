      *****************************************************************
      * PROGRAMA: CARTEIRA-CLIENTE.cbl
      * DESCRICAO: Relatorio da carteira de atendimento por gerente de
      *            conta (CARTEIRA.LST). Cada cliente do CLIENTE-MASTER
      *            entra na carteira do gerente atribuido a ele em
      *            CARTEIRA.DAT ou, na filial de grupo do VINCULOS.DAT
      *            sem atribuicao propria, na do gerente da matriz
      *            (heranca, marcada na listagem). Clientes sem gerente
      *            saem num grupo proprio no fim. Por gerente, totais
      *            de clientes, ativos, inativos, com pendencia de
      *            faturamento e herdados da matriz; no fim, os totais
      *            gerais. Modo 1 (analitico) lista cada cliente; modo
      *            2 (sintetico) so os totais. Gerente inativo com
      *            carteira sai marcado para transferencia
      *            (TRANSCAR-CLIENTE).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCART-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLI.CPY".
           COPY "SELCAR.CPY".
           COPY "SELVIN.CPY".
           COPY "SELGER.CPY".
           SELECT REL-CARTEIRA
               ASSIGN TO "CARTEIRA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.
           SELECT SORT-WORK
               ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENT.CPY".
           COPY "FDCAR.CPY".
           COPY "FDVIN.CPY".
           COPY "FDGER.CPY".

       FD  REL-CARTEIRA
           LABEL RECORD STANDARD.
       01  REG-LISTAGEM PIC X(100).

       SD  SORT-WORK.
       01  SORT-REG.
           05 SORT-GERENTE PIC X(8).
           05 SORT-DOCUMENTO PIC 9(14).
           05 SORT-NOME PIC X(40).
           05 SORT-STATUS PIC 9.
           05 SORT-PENDENCIA PIC X.
           05 SORT-ORIGEM PIC X.
               88 SORT-HERDADO VALUE 'H'.
           05 SORT-MATRIZ PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-CARTEIRA PIC XX.
       01 WS-FS-VINCULO PIC XX.
       01 WS-FS-GERENTE PIC XX.
       01 WS-FS-LISTAGEM PIC XX.
       01 WS-OPCAO PIC 9.
           88 WS-MODO-ANALITICO VALUE 1.
           88 WS-MODO-SINTETICO VALUE 2.
       01 WS-FIM-CLIENTES PIC X VALUE 'N'.
           88 WS-FIM-DE-CLIENTES VALUE 'S'.
       01 WS-FIM-SORT PIC X VALUE 'N'.
           88 WS-FIM-DO-SORT VALUE 'S'.
       01 WS-CAR-DISPONIVEL PIC X VALUE 'N'.
           88 WS-CAR-OK VALUE 'S'.
       01 WS-VIN-DISPONIVEL PIC X VALUE 'N'.
           88 WS-VIN-OK VALUE 'S'.
       01 WS-GER-DISPONIVEL PIC X VALUE 'N'.
           88 WS-GER-OK VALUE 'S'.
       01 WS-GERENTE-ATUAL PIC X(8).
       01 WS-DATA-HOJE PIC 9(8).

       01 WS-CONTADORES-GERENTE.
           05 WS-GER-CLIENTES PIC 9(7).
           05 WS-GER-ATIVOS PIC 9(7).
           05 WS-GER-INATIVOS PIC 9(7).
           05 WS-GER-PENDENTES PIC 9(7).
           05 WS-GER-HERDADOS PIC 9(7).

       01 WS-CONT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-GERENTES PIC 9(5) VALUE ZERO.
       01 WS-TOT-CLIENTES PIC 9(7) VALUE ZERO.
       01 WS-TOT-ATIVOS PIC 9(7) VALUE ZERO.
       01 WS-TOT-INATIVOS PIC 9(7) VALUE ZERO.
       01 WS-TOT-PENDENTES PIC 9(7) VALUE ZERO.
       01 WS-TOT-HERDADOS PIC 9(7) VALUE ZERO.
       01 WS-TOT-SEM-GERENTE PIC 9(7) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 FILLER PIC X(40) VALUE
               'Carteira de atendimento por gerente'.
           05 FILLER PIC X(6) VALUE 'Data: '.
           05 WS-CAB-DATA PIC 9(8).

       01 WS-LINHA-GERENTE.
           05 FILLER PIC X(9) VALUE 'Gerente: '.
           05 WS-LGE-CODIGO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LGE-NOME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LGE-OBS PIC X(40).

       01 WS-LINHA-DETALHE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-DOC PIC 9(14).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-NOME PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-STATUS PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-PENDENCIA PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-ORIGEM PIC X(24).

       01 WS-LINHA-TOTAIS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LTO-ROTULO PIC X(10).
           05 FILLER PIC X(10) VALUE 'clientes '.
           05 WS-LTO-CLIENTES PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE '  ativos '.
           05 WS-LTO-ATIVOS PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE '  inativos '.
           05 WS-LTO-INATIVOS PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE '  pend.fat. '.
           05 WS-LTO-PENDENTES PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE '  herdados '.
           05 WS-LTO-HERDADOS PIC ZZZZZZ9.

       01 WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO PIC X(30).
           05 WS-TOT-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE ZERO TO WS-OPCAO
           PERFORM UNTIL WS-MODO-ANALITICO OR WS-MODO-SINTETICO
               DISPLAY '================================'
               DISPLAY 'CARTEIRA POR GERENTE DE CONTA'
               DISPLAY '================================'
               DISPLAY '1 - Analitico (lista os clientes)'
               DISPLAY '2 - Sintetico (so os totais)'
               DISPLAY 'Escolha uma opção: ' WITH NO ADVANCING
               ACCEPT WS-OPCAO
               IF NOT WS-MODO-ANALITICO AND NOT WS-MODO-SINTETICO
                   DISPLAY 'Opção inválida!'
               END-IF
           END-PERFORM
           PERFORM ABRIR-ARQUIVOS
           SORT SORT-WORK
               ON ASCENDING KEY SORT-GERENTE SORT-DOCUMENTO
               INPUT PROCEDURE IS SELECIONAR-CLIENTES
               OUTPUT PROCEDURE IS IMPRIMIR-CARTEIRAS
           PERFORM FECHAR-ARQUIVOS
           PERFORM EXIBIR-RESUMO
           STOP RUN.

      *    sem CARTEIRA.DAT todos saem sem gerente; sem VINCULOS.DAT
      *    nao ha heranca; sem GERENTE.DAT o gerente sai so pelo
      *    codigo
       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMASTER NOT = '00'
               DISPLAY 'Erro ao abrir CLIENTES.DAT: ' WS-FS-CLIMASTER
               STOP RUN
           END-IF
           OPEN INPUT CARTEIRA-MASTER
           IF WS-FS-CARTEIRA = '00'
               SET WS-CAR-OK TO TRUE
           END-IF
           OPEN INPUT VINCULO-MASTER
           IF WS-FS-VINCULO = '00'
               SET WS-VIN-OK TO TRUE
           END-IF
           OPEN INPUT GERENTE-MASTER
           IF WS-FS-GERENTE = '00'
               SET WS-GER-OK TO TRUE
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT REL-CARTEIRA.

       FECHAR-ARQUIVOS.
           CLOSE CLIENTE-MASTER
           IF WS-CAR-OK
               CLOSE CARTEIRA-MASTER
           END-IF
           IF WS-VIN-OK
               CLOSE VINCULO-MASTER
           END-IF
           IF WS-GER-OK
               CLOSE GERENTE-MASTER
           END-IF
           CLOSE REL-CARTEIRA.

       LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET WS-FIM-DE-CLIENTES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

      *****************************************************************
      * Gerente de cada cliente: o proprio ou, na filial sem
      * atribuicao, o da matriz. Sem gerente, a chave de ordenacao vai
      * com HIGH-VALUES para o grupo sair no fim da listagem.
      *****************************************************************
       SELECIONAR-CLIENTES.
           PERFORM LER-CLIENTE
           PERFORM SELECIONAR-CLIENTE UNTIL WS-FIM-DE-CLIENTES.

       SELECIONAR-CLIENTE.
           MOVE SPACES TO SORT-GERENTE
           MOVE SPACE TO SORT-ORIGEM
           MOVE ZERO TO SORT-MATRIZ
           IF WS-CAR-OK
               MOVE REG-CHAVE TO CAR-DOCUMENTO
               READ CARTEIRA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAR-GERENTE TO SORT-GERENTE
               END-READ
           END-IF
           IF SORT-GERENTE = SPACES AND WS-CAR-OK AND WS-VIN-OK
               MOVE REG-CHAVE TO VIN-FILIAL
               READ VINCULO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VIN-MATRIZ TO CAR-DOCUMENTO
                       READ CARTEIRA-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CAR-GERENTE TO SORT-GERENTE
                               MOVE 'H' TO SORT-ORIGEM
                               MOVE VIN-MATRIZ TO SORT-MATRIZ
                       END-READ
               END-READ
           END-IF
           IF SORT-GERENTE = SPACES
               MOVE HIGH-VALUES TO SORT-GERENTE
           END-IF
           MOVE REG-CHAVE TO SORT-DOCUMENTO
           MOVE REG-NOME TO SORT-NOME
           MOVE REG-STATUS TO SORT-STATUS
           MOVE REG-PENDENCIA-FAT TO SORT-PENDENCIA
           RELEASE SORT-REG
           PERFORM LER-CLIENTE.

       IMPRIMIR-CARTEIRAS.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA
           WRITE REG-LISTAGEM FROM WS-CABECALHO-1
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           PERFORM RETORNAR-ORDENADO
           PERFORM IMPRIMIR-GERENTE UNTIL WS-FIM-DO-SORT
           PERFORM IMPRIMIR-TOTAIS-GERAIS.

       RETORNAR-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
           END-RETURN.

       IMPRIMIR-GERENTE.
           MOVE SORT-GERENTE TO WS-GERENTE-ATUAL
           INITIALIZE WS-CONTADORES-GERENTE
           PERFORM IMPRIMIR-CABECALHO-GERENTE
           PERFORM ACUMULAR-CLIENTE
               UNTIL WS-FIM-DO-SORT
                  OR SORT-GERENTE NOT = WS-GERENTE-ATUAL
           PERFORM IMPRIMIR-TOTAIS-GERENTE.

       IMPRIMIR-CABECALHO-GERENTE.
           MOVE SPACES TO WS-LGE-OBS
           IF WS-GERENTE-ATUAL = HIGH-VALUES
               MOVE SPACES TO WS-LGE-CODIGO
               MOVE 'SEM GERENTE ATRIBUIDO' TO WS-LGE-NOME
           ELSE
               ADD 1 TO WS-CONT-GERENTES
               MOVE WS-GERENTE-ATUAL TO WS-LGE-CODIGO
               MOVE '(nao cadastrado)' TO WS-LGE-NOME
               IF WS-GER-OK
                   MOVE WS-GERENTE-ATUAL TO GER-CODIGO
                   READ GERENTE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GER-NOME TO WS-LGE-NOME
                           IF GER-INATIVO
                               MOVE '*** INATIVO - TRANSFERIR CARTEIRA'
                                   TO WS-LGE-OBS
                           END-IF
                   END-READ
               END-IF
           END-IF
           WRITE REG-LISTAGEM FROM WS-LINHA-GERENTE.

       ACUMULAR-CLIENTE.
           ADD 1 TO WS-GER-CLIENTES
           IF SORT-STATUS = 1
               ADD 1 TO WS-GER-ATIVOS
               MOVE 'ativo' TO WS-DET-STATUS
           ELSE
               ADD 1 TO WS-GER-INATIVOS
               MOVE 'inativo' TO WS-DET-STATUS
           END-IF
           IF SORT-PENDENCIA = 'S'
               ADD 1 TO WS-GER-PENDENTES
               MOVE 'pend.fat.' TO WS-DET-PENDENCIA
           ELSE
               MOVE SPACES TO WS-DET-PENDENCIA
           END-IF
           MOVE SPACES TO WS-DET-ORIGEM
           IF SORT-HERDADO
               ADD 1 TO WS-GER-HERDADOS
               STRING 'matriz ' SORT-MATRIZ
                   DELIMITED BY SIZE INTO WS-DET-ORIGEM
           END-IF
           IF WS-MODO-ANALITICO
               MOVE SORT-DOCUMENTO TO WS-DET-DOC
               MOVE SORT-NOME TO WS-DET-NOME
               WRITE REG-LISTAGEM FROM WS-LINHA-DETALHE
           END-IF
           PERFORM RETORNAR-ORDENADO.

       IMPRIMIR-TOTAIS-GERENTE.
           MOVE 'Total:' TO WS-LTO-ROTULO
           MOVE WS-GER-CLIENTES TO WS-LTO-CLIENTES
           MOVE WS-GER-ATIVOS TO WS-LTO-ATIVOS
           MOVE WS-GER-INATIVOS TO WS-LTO-INATIVOS
           MOVE WS-GER-PENDENTES TO WS-LTO-PENDENTES
           MOVE WS-GER-HERDADOS TO WS-LTO-HERDADOS
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAIS
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           ADD WS-GER-CLIENTES TO WS-TOT-CLIENTES
           ADD WS-GER-ATIVOS TO WS-TOT-ATIVOS
           ADD WS-GER-INATIVOS TO WS-TOT-INATIVOS
           ADD WS-GER-PENDENTES TO WS-TOT-PENDENTES
           ADD WS-GER-HERDADOS TO WS-TOT-HERDADOS
           IF WS-GERENTE-ATUAL = HIGH-VALUES
               MOVE WS-GER-CLIENTES TO WS-TOT-SEM-GERENTE
           END-IF.

       IMPRIMIR-TOTAIS-GERAIS.
           MOVE 'Geral:' TO WS-LTO-ROTULO
           MOVE WS-TOT-CLIENTES TO WS-LTO-CLIENTES
           MOVE WS-TOT-ATIVOS TO WS-LTO-ATIVOS
           MOVE WS-TOT-INATIVOS TO WS-LTO-INATIVOS
           MOVE WS-TOT-PENDENTES TO WS-LTO-PENDENTES
           MOVE WS-TOT-HERDADOS TO WS-LTO-HERDADOS
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAIS
           MOVE 'Gerentes com carteira' TO WS-TOT-ROTULO
           MOVE WS-CONT-GERENTES TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Clientes sem gerente' TO WS-TOT-ROTULO
           MOVE WS-TOT-SEM-GERENTE TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           DISPLAY 'Carteira por gerente - resumo'
           DISPLAY '============================================'
           DISPLAY 'Clientes lidos       : ' WS-CONT-LIDOS
           DISPLAY 'Gerentes com carteira: ' WS-CONT-GERENTES
           DISPLAY 'Clientes sem gerente : ' WS-TOT-SEM-GERENTE
           DISPLAY 'Ativos               : ' WS-TOT-ATIVOS
           DISPLAY 'Inativos             : ' WS-TOT-INATIVOS
           DISPLAY 'Pendencia faturamento: ' WS-TOT-PENDENTES
           DISPLAY 'Relatorio gravado em CARTEIRA.LST'.
