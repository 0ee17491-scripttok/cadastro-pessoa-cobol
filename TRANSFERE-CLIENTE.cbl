      *****************************************************************
      * PROGRAMA: TRANSFERE-CLIENTE.cbl
      * DESCRICAO: Transferencia em lote da carteira de atendimento
      *            (CARTEIRA.DAT) para outro gerente de conta. Dois
      *            criterios: todos os clientes atribuidos a um
      *            gerente de origem (saida, ferias longas,
      *            redistribuicao), ou todos os clientes de um estado
      *            ou de uma cidade/estado do CLIENTE-MASTER, tenham
      *            ou nao gerente. O gerente de destino precisa estar
      *            cadastrado e ativo no GERENTE.DAT.
      *            Modo 1 (simulacao) so lista em TRANSFERE.LST o que
      *            mudaria. Modo 2 (efetivacao) lista e grava a nova
      *            atribuicao, com uma linha GERENTE na auditoria por
      *            cliente (gerente anterior e novo), como na opcao de
      *            gerente do CADASTRP-CLIENTE.
      *            So a atribuicao propria do cliente e regravada: a
      *            filial que herda o gerente da matriz (VINCULOS.DAT)
      *            acompanha a matriz sem linha propria. Na
      *            transferencia por gerente, atribuicao de documento
      *            que ja nao esta no mestre (cliente arquivado ou
      *            consolidado) sai na listagem como ignorada e nao e
      *            transferida.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCAR-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLI.CPY".
           COPY "SELCAR.CPY".
           COPY "SELGER.CPY".
           COPY "SELAUD.CPY".
           SELECT REL-TRANSFERENCIA
               ASSIGN TO "TRANSFERE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENT.CPY".
           COPY "FDCAR.CPY".
           COPY "FDGER.CPY".
           COPY "FDAUDIT.CPY".

       FD  REL-TRANSFERENCIA
           LABEL RECORD STANDARD.
       01  REG-LISTAGEM PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-CARTEIRA PIC XX.
       01 WS-FS-GERENTE PIC XX.
       01 WS-FS-AUDITORIA PIC XX.
       01 WS-FS-LISTAGEM PIC XX.
       01 WS-CRITERIO PIC 9.
           88 WS-POR-GERENTE VALUE 1.
           88 WS-POR-LOCALIDADE VALUE 2.
       01 WS-OPCAO PIC 9.
           88 WS-MODO-SIMULACAO VALUE 1.
           88 WS-MODO-EFETIVACAO VALUE 2.
       01 WS-GER-ORIGEM PIC X(8).
       01 WS-GER-DESTINO PIC X(8).
       01 WS-FIL-CIDADE PIC X(20).
       01 WS-FIL-ESTADO PIC X(20).
       01 WS-GER-ANTERIOR PIC X(8).
       01 WS-FIM-CLIENTES PIC X VALUE 'N'.
           88 WS-FIM-DE-CLIENTES VALUE 'S'.
       01 WS-FIM-CARTEIRA PIC X VALUE 'N'.
           88 WS-FIM-DA-CARTEIRA VALUE 'S'.
       01 WS-CARTEIRA-DISPONIVEL PIC X VALUE 'N'.
           88 WS-CARTEIRA-OK VALUE 'S'.
           88 WS-CARTEIRA-VAZIA VALUE 'N'.
       01 WS-ATRIBUICAO PIC X.
           88 WS-COM-ATRIBUICAO VALUE 'S'.
           88 WS-SEM-ATRIBUICAO VALUE 'N'.
       01 WS-GRAVACAO PIC X.
           88 WS-GRAVACAO-OK VALUE 'S'.
           88 WS-GRAVACAO-ERRO VALUE 'N'.
       01 WS-USUARIO PIC X(20).
       01 WS-DATA-HOJE PIC 9(8).
       01 WS-MINUSCULAS PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-MAIUSCULAS PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-CONT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-SELECIONADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-TRANSFERIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-JA-DESTINO PIC 9(7) VALUE ZERO.
       01 WS-CONT-FORA-MESTRE PIC 9(7) VALUE ZERO.
       01 WS-CONT-ERROS PIC 9(7) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 WS-CAB-TITULO PIC X(60).
           05 FILLER PIC X(6) VALUE 'Data: '.
           05 WS-CAB-DATA PIC 9(8).

       01 WS-CABECALHO-2.
           05 WS-CAB-CRITERIO PIC X(60).
           05 FILLER PIC X(10) VALUE 'Destino: '.
           05 WS-CAB-DESTINO PIC X(8).

       01 WS-CABECALHO-3.
           05 FILLER PIC X(15) VALUE 'Documento'.
           05 FILLER PIC X(31) VALUE 'Nome'.
           05 FILLER PIC X(21) VALUE 'Cidade'.
           05 FILLER PIC X(3) VALUE 'UF'.
           05 FILLER PIC X(9) VALUE 'De'.
           05 FILLER PIC X(9) VALUE 'Para'.
           05 FILLER PIC X(12) VALUE 'Observacao'.

       01 WS-LINHA-DETALHE.
           05 WS-DET-DOC PIC 9(14).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-NOME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-CIDADE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-UF PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-DE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-PARA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-OBS PIC X(12).

       01 WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO PIC X(30).
           05 WS-TOT-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM CAPTURAR-PARAMETROS
           PERFORM ABRIR-ARQUIVOS
           PERFORM CONFERIR-DESTINO
           PERFORM IMPRIMIR-CABECALHO
           IF WS-POR-GERENTE
               PERFORM TRANSFERIR-POR-GERENTE
           ELSE
               PERFORM TRANSFERIR-POR-LOCALIDADE
           END-IF
           PERFORM IMPRIMIR-TOTAIS
           PERFORM FECHAR-ARQUIVOS
           PERFORM EXIBIR-RESUMO
           STOP RUN.

       CAPTURAR-PARAMETROS.
           MOVE ZERO TO WS-CRITERIO
           PERFORM UNTIL WS-POR-GERENTE OR WS-POR-LOCALIDADE
               DISPLAY '================================'
               DISPLAY 'TRANSFERENCIA DE CARTEIRA'
               DISPLAY '================================'
               DISPLAY '1 - Todos os clientes de um gerente'
               DISPLAY '2 - Clientes de uma cidade/estado'
               DISPLAY 'Escolha uma opção: ' WITH NO ADVANCING
               ACCEPT WS-CRITERIO
               IF NOT WS-POR-GERENTE AND NOT WS-POR-LOCALIDADE
                   DISPLAY 'Opção inválida!'
               END-IF
           END-PERFORM
           IF WS-POR-GERENTE
               MOVE SPACES TO WS-GER-ORIGEM
               PERFORM UNTIL WS-GER-ORIGEM NOT = SPACES
                   DISPLAY 'Gerente de origem : ' WITH NO ADVANCING
                   ACCEPT WS-GER-ORIGEM
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-FIL-ESTADO
               PERFORM UNTIL WS-FIL-ESTADO NOT = SPACES
                   DISPLAY 'Estado (sigla) : ' WITH NO ADVANCING
                   ACCEPT WS-FIL-ESTADO
               END-PERFORM
               DISPLAY 'Cidade (branco = estado inteiro) : '
                   WITH NO ADVANCING
               ACCEPT WS-FIL-CIDADE
      *        o mestre esta padronizado em caixa alta
               INSPECT WS-FIL-ESTADO
                   CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
               INSPECT WS-FIL-CIDADE
                   CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
           END-IF
           MOVE SPACES TO WS-GER-DESTINO
           PERFORM UNTIL WS-GER-DESTINO NOT = SPACES
               DISPLAY 'Gerente de destino : ' WITH NO ADVANCING
               ACCEPT WS-GER-DESTINO
           END-PERFORM
           IF WS-POR-GERENTE AND WS-GER-DESTINO = WS-GER-ORIGEM
               DISPLAY 'Gerente de destino igual ao de origem.'
               STOP RUN
           END-IF
           MOVE ZERO TO WS-OPCAO
           PERFORM UNTIL WS-MODO-SIMULACAO OR WS-MODO-EFETIVACAO
               DISPLAY '1 - Simulacao (so lista)'
               DISPLAY '2 - Efetivacao (grava a carteira)'
               DISPLAY 'Escolha uma opção: ' WITH NO ADVANCING
               ACCEPT WS-OPCAO
               IF NOT WS-MODO-SIMULACAO AND NOT WS-MODO-EFETIVACAO
                   DISPLAY 'Opção inválida!'
               END-IF
           END-PERFORM.

       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMASTER NOT = '00'
               DISPLAY 'Erro ao abrir CLIENTES.DAT: ' WS-FS-CLIMASTER
               STOP RUN
           END-IF
           OPEN INPUT GERENTE-MASTER
           IF WS-FS-GERENTE NOT = '00'
               DISPLAY 'Erro ao abrir GERENTE.DAT: ' WS-FS-GERENTE
               DISPLAY 'Cadastre os gerentes com CADGER-CLIENTE.'
               CLOSE CLIENTE-MASTER
               STOP RUN
           END-IF
      *    na simulacao nada e gravado; sem CARTEIRA.DAT ainda,
      *    nenhum cliente tem atribuicao propria
           IF WS-MODO-EFETIVACAO
               OPEN I-O CARTEIRA-MASTER
               IF WS-FS-CARTEIRA = '35'
                   OPEN OUTPUT CARTEIRA-MASTER
                   CLOSE CARTEIRA-MASTER
                   OPEN I-O CARTEIRA-MASTER
               END-IF
           ELSE
               OPEN INPUT CARTEIRA-MASTER
           END-IF
           IF WS-FS-CARTEIRA = '00'
               SET WS-CARTEIRA-OK TO TRUE
           ELSE
               SET WS-CARTEIRA-VAZIA TO TRUE
           END-IF
           IF WS-MODO-EFETIVACAO
               IF WS-CARTEIRA-VAZIA
                   DISPLAY 'Erro ao abrir CARTEIRA.DAT: '
                       WS-FS-CARTEIRA
                   STOP RUN
               END-IF
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
               OPEN EXTEND AUDITORIA-LOG
               IF WS-FS-AUDITORIA = '35'
                   OPEN OUTPUT AUDITORIA-LOG
               END-IF
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT REL-TRANSFERENCIA.

       FECHAR-ARQUIVOS.
           CLOSE CLIENTE-MASTER
           CLOSE GERENTE-MASTER
           IF WS-CARTEIRA-OK
               CLOSE CARTEIRA-MASTER
           END-IF
           IF WS-MODO-EFETIVACAO
               CLOSE AUDITORIA-LOG
           END-IF
           CLOSE REL-TRANSFERENCIA.

       CONFERIR-DESTINO.
           MOVE WS-GER-DESTINO TO GER-CODIGO
           READ GERENTE-MASTER
               INVALID KEY
                   DISPLAY 'Gerente de destino nao cadastrado.'
                   PERFORM FECHAR-ARQUIVOS
                   STOP RUN
           END-READ
           IF GER-INATIVO
               DISPLAY 'Gerente de destino inativo nao recebe'
                   ' carteira.'
               PERFORM FECHAR-ARQUIVOS
               STOP RUN
           END-IF
           DISPLAY 'Destino: ' GER-CODIGO ' ' GER-NOME.

       IMPRIMIR-CABECALHO.
           IF WS-MODO-EFETIVACAO
               MOVE 'Transferencia de carteira - EFETIVACAO'
                   TO WS-CAB-TITULO
           ELSE
               MOVE 'Transferencia de carteira - SIMULACAO'
                   TO WS-CAB-TITULO
           END-IF
           MOVE WS-DATA-HOJE TO WS-CAB-DATA
           WRITE REG-LISTAGEM FROM WS-CABECALHO-1
           MOVE SPACES TO WS-CAB-CRITERIO
           IF WS-POR-GERENTE
               STRING 'Criterio: clientes do gerente ' WS-GER-ORIGEM
                   DELIMITED BY SIZE INTO WS-CAB-CRITERIO
           ELSE
               IF WS-FIL-CIDADE = SPACES
                   STRING 'Criterio: clientes do estado '
                       WS-FIL-ESTADO
                       DELIMITED BY SIZE INTO WS-CAB-CRITERIO
               ELSE
                   STRING 'Criterio: ' WS-FIL-CIDADE ' / '
                       WS-FIL-ESTADO (1:2)
                       DELIMITED BY SIZE INTO WS-CAB-CRITERIO
               END-IF
           END-IF
           MOVE WS-GER-DESTINO TO WS-CAB-DESTINO
           WRITE REG-LISTAGEM FROM WS-CABECALHO-2
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           WRITE REG-LISTAGEM FROM WS-CABECALHO-3.

      *****************************************************************
      * Por gerente: percorre a carteira pela chave primaria e
      * regrava cada atribuicao do gerente de origem. A regravacao
      * nao mexe na chave, entao a leitura sequencial segue no lugar.
      *****************************************************************
       TRANSFERIR-POR-GERENTE.
           IF WS-CARTEIRA-VAZIA
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CAR-DOCUMENTO
           START CARTEIRA-MASTER KEY IS NOT LESS THAN CAR-DOCUMENTO
               INVALID KEY
                   SET WS-FIM-DA-CARTEIRA TO TRUE
           END-START
           PERFORM LER-CARTEIRA
           PERFORM PROCESSAR-ATRIBUICAO UNTIL WS-FIM-DA-CARTEIRA.

       LER-CARTEIRA.
           IF NOT WS-FIM-DA-CARTEIRA
               READ CARTEIRA-MASTER NEXT RECORD
                   AT END
                       SET WS-FIM-DA-CARTEIRA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
               END-READ
           END-IF.

       PROCESSAR-ATRIBUICAO.
           IF CAR-GERENTE = WS-GER-ORIGEM
               ADD 1 TO WS-CONT-SELECIONADOS
               MOVE CAR-GERENTE TO WS-GER-ANTERIOR
               MOVE CAR-DOCUMENTO TO REG-CHAVE
               READ CLIENTE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-CONT-FORA-MESTRE
                       MOVE SPACES TO REG-NOME
                       MOVE SPACES TO REG-CIDADE
                       MOVE SPACES TO REG-ESTADO
                       MOVE 'fora mestre' TO WS-DET-OBS
                       PERFORM IMPRIMIR-DETALHE
                   NOT INVALID KEY
                       PERFORM TRANSFERIR-ATRIBUICAO
               END-READ
           END-IF
           PERFORM LER-CARTEIRA.

       TRANSFERIR-ATRIBUICAO.
           MOVE SPACES TO WS-DET-OBS
           IF WS-MODO-EFETIVACAO
               MOVE WS-GER-DESTINO TO CAR-GERENTE
               MOVE WS-DATA-HOJE TO CAR-DATA-ATRIBUICAO
               MOVE WS-USUARIO TO CAR-USUARIO
               SET WS-GRAVACAO-OK TO TRUE
               REWRITE REG-CARTEIRA
                   INVALID KEY
                       SET WS-GRAVACAO-ERRO TO TRUE
               END-REWRITE
               PERFORM CONCLUIR-TRANSFERENCIA
           ELSE
               ADD 1 TO WS-CONT-TRANSFERIDOS
           END-IF
           PERFORM IMPRIMIR-DETALHE.

      *****************************************************************
      * Por localidade: percorre o mestre e leva para o destino cada
      * cliente do estado (e da cidade, se informada), gravando a
      * atribuicao propria de quem ainda nao tinha.
      *****************************************************************
       TRANSFERIR-POR-LOCALIDADE.
           PERFORM LER-CLIENTE
           PERFORM PROCESSAR-CLIENTE UNTIL WS-FIM-DE-CLIENTES.

       LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET WS-FIM-DE-CLIENTES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       PROCESSAR-CLIENTE.
           IF REG-ESTADO = WS-FIL-ESTADO
                   AND (WS-FIL-CIDADE = SPACES
                        OR REG-CIDADE = WS-FIL-CIDADE)
               ADD 1 TO WS-CONT-SELECIONADOS
               PERFORM MOVER-CLIENTE
           END-IF
           PERFORM LER-CLIENTE.

       MOVER-CLIENTE.
           MOVE SPACES TO WS-GER-ANTERIOR
           SET WS-SEM-ATRIBUICAO TO TRUE
           IF WS-CARTEIRA-OK
               MOVE REG-CHAVE TO CAR-DOCUMENTO
               READ CARTEIRA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-COM-ATRIBUICAO TO TRUE
                       MOVE CAR-GERENTE TO WS-GER-ANTERIOR
               END-READ
           END-IF
           IF WS-GER-ANTERIOR = WS-GER-DESTINO
               ADD 1 TO WS-CONT-JA-DESTINO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DET-OBS
           IF WS-MODO-EFETIVACAO
               MOVE REG-CHAVE TO CAR-DOCUMENTO
               MOVE WS-GER-DESTINO TO CAR-GERENTE
               MOVE WS-DATA-HOJE TO CAR-DATA-ATRIBUICAO
               MOVE WS-USUARIO TO CAR-USUARIO
               SET WS-GRAVACAO-OK TO TRUE
               IF WS-COM-ATRIBUICAO
                   REWRITE REG-CARTEIRA
                       INVALID KEY
                           SET WS-GRAVACAO-ERRO TO TRUE
                   END-REWRITE
               ELSE
                   WRITE REG-CARTEIRA
                       INVALID KEY
                           SET WS-GRAVACAO-ERRO TO TRUE
                   END-WRITE
               END-IF
               PERFORM CONCLUIR-TRANSFERENCIA
           ELSE
               ADD 1 TO WS-CONT-TRANSFERIDOS
           END-IF
           PERFORM IMPRIMIR-DETALHE.

       CONCLUIR-TRANSFERENCIA.
           IF WS-GRAVACAO-OK
               ADD 1 TO WS-CONT-TRANSFERIDOS
               PERFORM GRAVAR-AUDITORIA
           ELSE
               ADD 1 TO WS-CONT-ERROS
               MOVE 'erro gravar' TO WS-DET-OBS
           END-IF.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE 'GERENTE' TO AUD-CAMPO
           MOVE WS-GER-ANTERIOR TO AUD-VALOR-ANTERIOR
           MOVE WS-GER-DESTINO TO AUD-VALOR-NOVO
           MOVE WS-USUARIO TO AUD-USUARIO
           MOVE REG-CHAVE TO AUD-CHAVE
           WRITE REG-AUDITORIA.

       IMPRIMIR-DETALHE.
           MOVE REG-CHAVE TO WS-DET-DOC
           MOVE REG-NOME TO WS-DET-NOME
           MOVE REG-CIDADE TO WS-DET-CIDADE
           MOVE REG-ESTADO TO WS-DET-UF
           MOVE WS-GER-ANTERIOR TO WS-DET-DE
           MOVE WS-GER-DESTINO TO WS-DET-PARA
           IF WS-DET-OBS = 'fora mestre'
               MOVE SPACES TO WS-DET-PARA
           END-IF
           WRITE REG-LISTAGEM FROM WS-LINHA-DETALHE.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 'Clientes selecionados' TO WS-TOT-ROTULO
           MOVE WS-CONT-SELECIONADOS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           IF WS-MODO-EFETIVACAO
               MOVE 'Transferidos' TO WS-TOT-ROTULO
           ELSE
               MOVE 'A transferir' TO WS-TOT-ROTULO
           END-IF
           MOVE WS-CONT-TRANSFERIDOS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Ja com o gerente de destino' TO WS-TOT-ROTULO
           MOVE WS-CONT-JA-DESTINO TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Ignorados (fora do mestre)' TO WS-TOT-ROTULO
           MOVE WS-CONT-FORA-MESTRE TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Erros de gravacao' TO WS-TOT-ROTULO
           MOVE WS-CONT-ERROS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           IF WS-MODO-EFETIVACAO
               DISPLAY 'Transferencia de carteira - EFETIVACAO'
           ELSE
               DISPLAY 'Transferencia de carteira - SIMULACAO'
           END-IF
           DISPLAY '============================================'
           DISPLAY 'Registros lidos      : ' WS-CONT-LIDOS
           DISPLAY 'Selecionados         : ' WS-CONT-SELECIONADOS
           DISPLAY 'Transferidos         : ' WS-CONT-TRANSFERIDOS
           DISPLAY 'Ja no destino        : ' WS-CONT-JA-DESTINO
           DISPLAY 'Fora do mestre       : ' WS-CONT-FORA-MESTRE
           DISPLAY 'Erros de gravacao    : ' WS-CONT-ERROS
           DISPLAY 'Listagem gravada em TRANSFERE.LST'.
