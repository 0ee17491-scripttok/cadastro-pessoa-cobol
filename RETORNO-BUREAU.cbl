      *****************************************************************
      * PROGRAMA: RETORNO-BUREAU.cbl
      * DESCRICAO: Processamento do retorno da consulta de situacao
      *            cadastral no bureau (BUREAU.RET), resposta ao lote
      *            BUREAU.ENV gerado por ENVBUR-CLIENTE. O retorno traz
      *            um detalhe 'D' por documento com a situacao na
      *            Receita (R regular, S suspensa, B baixada, N nula,
      *            I inapta) e a data da consulta, e um trailer 'T'
      *            com a quantidade de detalhes. Situacao e data sao
      *            gravadas em SITCAD.DAT junto ao documento do
      *            cliente (a consulta do CADASTRP-CLIENTE as exibe).
      *            Depois do retorno, o arquivo de situacao inteiro e
      *            varrido e todo cliente ainda ativo no mestre com
      *            situacao irregular sai em BUREAU.LST, para a equipe
      *            decidir se inativa. Detalhe com situacao ou data
      *            invalida e ignorado e contado. Como no retorno do
      *            faturamento, duas conferencias pegam retorno
      *            truncado: o trailer do proprio retorno contra os
      *            detalhes lidos, e esses contra o trailer 'T' que
      *            NOS geramos no BUREAU.ENV da ida. Trailer ausente
      *            ou qualquer divergencia encerra com RETURN-CODE 8;
      *            BUREAU.ENV ja apagado impede so a segunda
      *            conferencia, com aviso.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBUR-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLI.CPY".
           COPY "SELSIT.CPY".
           SELECT ARQ-RETORNO
               ASSIGN TO "BUREAU.RET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.
           SELECT ARQ-ENVIO
               ASSIGN TO "BUREAU.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENVIO.
           SELECT REL-IRREGULARES
               ASSIGN TO "BUREAU.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENT.CPY".
           COPY "FDSIT.CPY".

       FD  ARQ-RETORNO
           LABEL RECORD STANDARD.
       01  REG-RETORNO.
           05 RET-TIPO-REG PIC X.
           05 RET-DOCUMENTO PIC 9(14).
           05 RET-SITUACAO PIC X.
           05 RET-DATA-CONSULTA PIC 9(8).
       01  REG-RETORNO-TRAILER REDEFINES REG-RETORNO.
           05 FILLER PIC X.
           05 RET-TRL-QUANTIDADE PIC 9(7).
           05 FILLER PIC X(16).

       FD  ARQ-ENVIO
           LABEL RECORD STANDARD.
       01  REG-ENVIO PIC X(16).

       FD  REL-IRREGULARES
           LABEL RECORD STANDARD.
       01  REG-LISTAGEM PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-SITUACAO PIC XX.
       01 WS-FS-RETORNO PIC XX.
       01 WS-FS-ENVIO PIC XX.
       01 WS-FS-LISTAGEM PIC XX.
       01 WS-FIM-RETORNO PIC X VALUE 'N'.
           88 WS-FIM-DO-RETORNO VALUE 'S'.
       01 WS-FIM-SITUACOES PIC X VALUE 'N'.
           88 WS-FIM-DAS-SITUACOES VALUE 'S'.
       01 WS-FIM-ENVIO PIC X VALUE 'N'.
           88 WS-FIM-DO-ENVIO VALUE 'S'.
       01 WS-TRAILER-LIDO PIC X VALUE 'N'.
           88 WS-TEM-TRAILER VALUE 'S'.
       01 WS-TRAILER-IDA PIC X VALUE 'N'.
           88 WS-TEM-TRAILER-IDA VALUE 'S'.
       01 WS-IDA-QUANTIDADE PIC 9(7) VALUE ZERO.
       01 WS-RESULTADO PIC X VALUE 'S'.
           88 WS-RETORNO-CONFERE VALUE 'S'.
           88 WS-RETORNO-TRUNCADO VALUE 'N'.
       01 WS-TRL-QUANTIDADE PIC 9(7) VALUE ZERO.
       01 WS-SIT-DESCRICAO PIC X(10).
       01 WS-CONT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-DETALHES PIC 9(7) VALUE ZERO.
       01 WS-CONT-GRAVADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-INVALIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-NAO-ENCONTRADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-IRREGULARES PIC 9(7) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 FILLER PIC X(47) VALUE
               'Clientes ativos com situacao irregular - base '.
           05 WS-CAB-DATA PIC 9(8).

       01 WS-CABECALHO-2.
           05 FILLER PIC X(17) VALUE 'Documento'.
           05 FILLER PIC X(33) VALUE 'Nome'.
           05 FILLER PIC X(13) VALUE 'Situacao'.
           05 FILLER PIC X(8) VALUE 'Consulta'.

       01 WS-LINHA-IRREGULAR.
           05 WS-IRR-DOC PIC 9(14).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-IRR-NOME PIC X(30).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-IRR-SITUACAO PIC X(10).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-IRR-DATA PIC 9(8).

       01 WS-LINHA-TOTAL.
           05 FILLER PIC X(24) VALUE 'Clientes irregulares : '.
           05 WS-TOT-IRREGULARES PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LER-TRAILER-IDA
           PERFORM ABRIR-ARQUIVOS
           PERFORM LER-RETORNO
           PERFORM PROCESSAR-RETORNO UNTIL WS-FIM-DO-RETORNO
           PERFORM CONFERIR-TRAILER
           PERFORM LISTAR-IRREGULARES
           PERFORM FECHAR-ARQUIVOS
           PERFORM EXIBIR-RESUMO
           STOP RUN.

      *****************************************************************
      * Recupera a quantidade do trailer 'T' do BUREAU.ENV da ida
      * (gerado por ENVBUR-CLIENTE e ainda em disco quando o retorno
      * chega): e contra ela que a quantidade de detalhes do retorno
      * sera conferida.
      *****************************************************************
       LER-TRAILER-IDA.
           OPEN INPUT ARQ-ENVIO
           IF WS-FS-ENVIO NOT = '00'
               DISPLAY 'Aviso: BUREAU.ENV da ida indisponivel ('
                   WS-FS-ENVIO ') - conferencia contra o envio'
                   ' nao sera feita.'
               EXIT PARAGRAPH
           END-IF
           PERFORM LER-LINHA-IDA
           PERFORM PROCURAR-TRAILER-IDA UNTIL WS-FIM-DO-ENVIO
           CLOSE ARQ-ENVIO
           IF NOT WS-TEM-TRAILER-IDA
               DISPLAY 'Aviso: BUREAU.ENV da ida sem trailer -'
                   ' conferencia contra o envio nao sera feita.'
           END-IF.

       LER-LINHA-IDA.
           READ ARQ-ENVIO
               AT END
                   SET WS-FIM-DO-ENVIO TO TRUE
           END-READ.

       PROCURAR-TRAILER-IDA.
           IF REG-ENVIO (1:1) = 'T'
                   AND REG-ENVIO (2:7) NUMERIC
               MOVE REG-ENVIO (2:7) TO WS-IDA-QUANTIDADE
               SET WS-TEM-TRAILER-IDA TO TRUE
           END-IF
           PERFORM LER-LINHA-IDA.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-RETORNO
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY 'Erro ao abrir BUREAU.RET: ' WS-FS-RETORNO
               DISPLAY 'Processamento abandonado: retorno'
                   ' indisponivel.'
               STOP RUN
           END-IF
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
           OPEN OUTPUT REL-IRREGULARES.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-RETORNO
           CLOSE CLIENTE-MASTER
           CLOSE SITUACAO-MASTER
           CLOSE REL-IRREGULARES.

       LER-RETORNO.
           READ ARQ-RETORNO
               AT END
                   SET WS-FIM-DO-RETORNO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       PROCESSAR-RETORNO.
           EVALUATE RET-TIPO-REG
               WHEN 'D'
                   ADD 1 TO WS-CONT-DETALHES
                   PERFORM PROCESSAR-DETALHE
               WHEN 'T'
                   SET WS-TEM-TRAILER TO TRUE
                   MOVE RET-TRL-QUANTIDADE TO WS-TRL-QUANTIDADE
               WHEN OTHER
                   DISPLAY 'Registro de retorno desconhecido: '
                       RET-TIPO-REG
                   SET WS-RETORNO-TRUNCADO TO TRUE
           END-EVALUATE
           PERFORM LER-RETORNO.

       PROCESSAR-DETALHE.
           IF RET-DOCUMENTO NOT NUMERIC
                   OR RET-DATA-CONSULTA NOT NUMERIC
                   OR (RET-SITUACAO NOT = 'R' AND NOT = 'S'
                       AND NOT = 'B' AND NOT = 'N' AND NOT = 'I')
               ADD 1 TO WS-CONT-INVALIDOS
               DISPLAY 'Detalhe de retorno invalido: ' REG-RETORNO
               EXIT PARAGRAPH
           END-IF
      *    documento que saiu do mestre depois do envio nao tem onde
      *    guardar a situacao
           MOVE RET-DOCUMENTO TO REG-CHAVE
           READ CLIENTE-MASTER
               INVALID KEY
                   ADD 1 TO WS-CONT-NAO-ENCONTRADOS
                   EXIT PARAGRAPH
           END-READ
           MOVE RET-DOCUMENTO TO SIT-DOCUMENTO
           READ SITUACAO-MASTER
               INVALID KEY
                   MOVE RET-SITUACAO TO SIT-SITUACAO
                   MOVE RET-DATA-CONSULTA TO SIT-DATA-CONSULTA
                   MOVE ZERO TO SIT-DATA-ENVIO
                   WRITE REG-SITUACAO
                       INVALID KEY
                           DISPLAY 'Erro ao gravar SITCAD de '
                               RET-DOCUMENTO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRAVADOS
                   END-WRITE
               NOT INVALID KEY
                   MOVE RET-SITUACAO TO SIT-SITUACAO
                   MOVE RET-DATA-CONSULTA TO SIT-DATA-CONSULTA
                   REWRITE REG-SITUACAO
                       INVALID KEY
                           DISPLAY 'Erro ao regravar SITCAD de '
                               RET-DOCUMENTO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRAVADOS
                   END-REWRITE
           END-READ.

       CONFERIR-TRAILER.
           IF NOT WS-TEM-TRAILER
               DISPLAY 'Trailer de controle ausente no retorno!'
               SET WS-RETORNO-TRUNCADO TO TRUE
           ELSE
               IF WS-CONT-DETALHES NOT = WS-TRL-QUANTIDADE
                   DISPLAY 'Quantidade nao confere - trailer: '
                       WS-TRL-QUANTIDADE ' detalhes lidos: '
                       WS-CONT-DETALHES
                   SET WS-RETORNO-TRUNCADO TO TRUE
               END-IF
           END-IF
      *    retorno internamente consistente mas cobrindo menos
      *    documentos do que o trailer que nos geramos na ida tambem
      *    e retorno truncado
           IF WS-TEM-TRAILER-IDA
               IF WS-CONT-DETALHES NOT = WS-IDA-QUANTIDADE
                   DISPLAY 'Quantidade nao confere com a ida -'
                       ' enviados: ' WS-IDA-QUANTIDADE
                       ' retornados: ' WS-CONT-DETALHES
                   SET WS-RETORNO-TRUNCADO TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * A listagem cobre todo o SITCAD.DAT, nao so o retorno do dia:
      * cliente irregular de um lote anterior que continua ativo
      * volta a aparecer ate alguem decidir o caso.
      *****************************************************************
       LISTAR-IRREGULARES.
           ACCEPT WS-CAB-DATA FROM DATE YYYYMMDD
           WRITE REG-LISTAGEM FROM WS-CABECALHO-1
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           WRITE REG-LISTAGEM FROM WS-CABECALHO-2
           MOVE ZERO TO SIT-DOCUMENTO
           START SITUACAO-MASTER KEY IS NOT LESS THAN SIT-DOCUMENTO
               INVALID KEY
                   SET WS-FIM-DAS-SITUACOES TO TRUE
           END-START
           PERFORM LER-SITUACAO
           PERFORM CONFERIR-SITUACAO UNTIL WS-FIM-DAS-SITUACOES
           MOVE WS-CONT-IRREGULARES TO WS-TOT-IRREGULARES
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL.

       LER-SITUACAO.
           IF NOT WS-FIM-DAS-SITUACOES
               READ SITUACAO-MASTER NEXT RECORD
                   AT END
                       SET WS-FIM-DAS-SITUACOES TO TRUE
               END-READ
           END-IF.

       CONFERIR-SITUACAO.
           IF SIT-IRREGULAR
               MOVE SIT-DOCUMENTO TO REG-CHAVE
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-STATUS = 1
                           PERFORM IMPRIMIR-IRREGULAR
                       END-IF
               END-READ
           END-IF
           PERFORM LER-SITUACAO.

       IMPRIMIR-IRREGULAR.
           ADD 1 TO WS-CONT-IRREGULARES
           PERFORM DESCREVER-SITUACAO
           MOVE SIT-DOCUMENTO TO WS-IRR-DOC
           MOVE REG-NOME TO WS-IRR-NOME
           MOVE WS-SIT-DESCRICAO TO WS-IRR-SITUACAO
           MOVE SIT-DATA-CONSULTA TO WS-IRR-DATA
           WRITE REG-LISTAGEM FROM WS-LINHA-IRREGULAR.

       DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN SIT-REGULAR
                   MOVE 'REGULAR' TO WS-SIT-DESCRICAO
               WHEN SIT-SUSPENSA
                   MOVE 'SUSPENSA' TO WS-SIT-DESCRICAO
               WHEN SIT-BAIXADA
                   MOVE 'BAIXADA' TO WS-SIT-DESCRICAO
               WHEN SIT-NULA
                   MOVE 'NULA' TO WS-SIT-DESCRICAO
               WHEN SIT-INAPTA
                   MOVE 'INAPTA' TO WS-SIT-DESCRICAO
               WHEN OTHER
                   MOVE '?' TO WS-SIT-DESCRICAO
           END-EVALUATE.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           DISPLAY 'Retorno da consulta ao bureau - resumo'
           DISPLAY '============================================'
           DISPLAY 'Registros lidos      : ' WS-CONT-LIDOS
           DISPLAY 'Situacoes gravadas   : ' WS-CONT-GRAVADOS
           DISPLAY 'Detalhes invalidos   : ' WS-CONT-INVALIDOS
           DISPLAY 'Nao encontrados      : ' WS-CONT-NAO-ENCONTRADOS
           DISPLAY 'Ativos irregulares   : ' WS-CONT-IRREGULARES
           DISPLAY 'Listagem gravada em BUREAU.LST'
           IF WS-RETORNO-TRUNCADO
               DISPLAY '*** RETORNO TRUNCADO OU INVALIDO ***'
               DISPLAY 'Solicite o arquivo de retorno novamente ao'
               DISPLAY 'bureau e reprocesse.'
               MOVE 8 TO RETURN-CODE
           END-IF.
