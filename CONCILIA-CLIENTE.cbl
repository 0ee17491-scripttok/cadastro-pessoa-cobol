      *****************************************************************
      * PROGRAMA: CONCILIA-CLIENTE.cbl
      * DESCRICAO: Conciliacao mensal completa da base de clientes com
      *            a base do faturamento. A extracao diaria
      *            (EXTFATUR-CLIENTE) manda so as novidades e o retorno
      *            (RETFATUR-CLIENTE) confere so o que foi enviado na
      *            noite; um arquivo perdido deixa as bases divergentes
      *            sem ninguem perceber. Este batch classifica a
      *            fotografia completa enviada pelo faturamento
      *            (FATURA.FOT, layout FDFOT.CPY) por documento e
      *            casa com o CLIENTE-MASTER em uma unica passada,
      *            apontando em CONCILIA.LST: documento so no
      *            faturamento, documento so no cadastro, cliente
      *            ativo la e inativo aqui (e o inverso), nome
      *            divergente e CEP divergente, com totais por tipo
      *            de ocorrencia no final. No modo de marcacao, cada
      *            cliente do cadastro com divergencia recebe marca de
      *            reenvio forcado em REENVIO.DAT e segue inteiro para
      *            o faturamento na proxima extracao, sem mexer nas
      *            marcas de alteracao do mestre. Documento que so
      *            existe no faturamento nao tem o que reenviar e fica
      *            so no relatorio.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCFAT-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFOT.CPY".
           COPY "SELCLI.CPY".
           COPY "SELRNV.CPY".
           SELECT REL-CONCILIACAO
               ASSIGN TO "CONCILIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT SORT-WORK
               ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFOT.CPY".
           COPY "FDCLIENT.CPY".
           COPY "FDRNV.CPY".

       FD  REL-CONCILIACAO
           LABEL RECORD STANDARD.
       01  REG-RELATORIO PIC X(110).

       SD  SORT-WORK.
       01  SORT-REG.
           05 SORT-DOCUMENTO PIC 9(14).
           05 SORT-TIPO PIC X.
           05 SORT-NOME PIC X(50).
           05 SORT-STATUS PIC 9.
           05 SORT-CEP PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-FOTO PIC XX.
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-REENVIO PIC XX.
       01 WS-FS-RELATORIO PIC XX.
       01 WS-OPCAO PIC 9.
           88 WS-MODO-RELATORIO VALUE 1.
           88 WS-MODO-MARCAR VALUE 2.
       01 WS-FIM-SORT PIC X.
           88 WS-FIM-DO-SORT VALUE 'S'.
           88 WS-SORT-ATIVO VALUE 'N'.
       01 WS-FIM-CLIENTES PIC X.
           88 WS-FIM-DE-CLIENTES VALUE 'S'.
           88 WS-CLIENTES-ATIVOS VALUE 'N'.
       01 WS-CHAVE-FAT PIC X(14).
       01 WS-CHAVE-CAD PIC X(14).
       01 WS-CHAVE-FAT-ANTERIOR PIC X(14).
       01 WS-DIVERGENCIA PIC X.
           88 WS-CLIENTE-DIVERGENTE VALUE 'S'.
           88 WS-CLIENTE-CONFERE VALUE 'N'.
       01 WS-MOTIVO-MARCA PIC X(30).
       01 WS-CONT-FAT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-CAD-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-CONFEREM PIC 9(7) VALUE ZERO.
       01 WS-CONT-SO-FAT PIC 9(7) VALUE ZERO.
       01 WS-CONT-SO-CAD PIC 9(7) VALUE ZERO.
       01 WS-CONT-ATIVO-FAT PIC 9(7) VALUE ZERO.
       01 WS-CONT-INATIVO-FAT PIC 9(7) VALUE ZERO.
       01 WS-CONT-NOME PIC 9(7) VALUE ZERO.
       01 WS-CONT-CEP PIC 9(7) VALUE ZERO.
       01 WS-CONT-REPETIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-MARCADOS PIC 9(7) VALUE ZERO.

       01 WS-LINHA-TITULO.
           05 FILLER PIC X(43) VALUE
               'Conciliacao cadastro x faturamento - base '.
           05 WS-TIT-DATA PIC 9(8).

       01 WS-LINHA-CABECALHO.
           05 FILLER PIC X(15) VALUE 'Documento'.
           05 FILLER PIC X(31) VALUE 'Ocorrencia'.
           05 FILLER PIC X(31) VALUE 'No cadastro'.
           05 FILLER PIC X(30) VALUE 'No faturamento'.

       01 WS-LINHA-OCORRENCIA.
           05 WS-OCO-DOCUMENTO PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OCO-DESCRICAO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OCO-CADASTRO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OCO-FATURAMENTO PIC X(30).

       01 WS-LINHA-TOTAL.
           05 WS-TOT-DESCRICAO PIC X(40).
           05 FILLER PIC X(2) VALUE ': '.
           05 WS-TOT-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE ZERO TO WS-OPCAO
           PERFORM UNTIL WS-MODO-RELATORIO OR WS-MODO-MARCAR
               DISPLAY '================================'
               DISPLAY 'CONCILIACAO CADASTRO X FATURAMENTO'
               DISPLAY '================================'
               DISPLAY '1 - Somente relatorio'
               DISPLAY '2 - Relatorio e marcar divergentes para'
                   ' reenvio'
               DISPLAY 'Escolha uma opção: ' WITH NO ADVANCING
               ACCEPT WS-OPCAO
               IF NOT WS-MODO-RELATORIO AND NOT WS-MODO-MARCAR
                   DISPLAY 'Opção inválida!'
               END-IF
           END-PERFORM
           PERFORM ABRIR-ARQUIVOS
           SORT SORT-WORK
               ON ASCENDING KEY SORT-DOCUMENTO
               USING ARQ-FOTO-FAT
               OUTPUT PROCEDURE IS CONCILIAR-BASES
           PERFORM IMPRIMIR-TOTAIS
           PERFORM FECHAR-ARQUIVOS
           PERFORM EXIBIR-RESUMO
           STOP RUN.

      *****************************************************************
      * A fotografia so e conferida aqui (o SORT abre e fecha o
      * arquivo por conta propria); sem ela nao ha o que conciliar.
      *****************************************************************
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FOTO-FAT
           IF WS-FS-FOTO NOT = '00'
               DISPLAY 'Erro ao abrir FATURA.FOT: ' WS-FS-FOTO
               DISPLAY 'Conciliacao abandonada: sem fotografia do'
                   ' faturamento.'
               STOP RUN
           END-IF
           CLOSE ARQ-FOTO-FAT
           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMASTER NOT = '00'
               DISPLAY 'Erro ao abrir CLIENTES.DAT: ' WS-FS-CLIMASTER
               STOP RUN
           END-IF
           IF WS-MODO-MARCAR
               OPEN I-O REENVIO-MASTER
               IF WS-FS-REENVIO = '35'
                   OPEN OUTPUT REENVIO-MASTER
                   CLOSE REENVIO-MASTER
                   OPEN I-O REENVIO-MASTER
               END-IF
           END-IF
           OPEN OUTPUT REL-CONCILIACAO
           ACCEPT WS-TIT-DATA FROM DATE YYYYMMDD
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-LINHA-CABECALHO.

       FECHAR-ARQUIVOS.
           CLOSE CLIENTE-MASTER
           IF WS-MODO-MARCAR
               CLOSE REENVIO-MASTER
           END-IF
           CLOSE REL-CONCILIACAO.

      *****************************************************************
      * Balanco das duas bases em ordem de documento. Fim de arquivo
      * leva a chave do lado para HIGH-VALUES, o que esgota o outro
      * lado como "so de um lado".
      *****************************************************************
       CONCILIAR-BASES.
           SET WS-SORT-ATIVO TO TRUE
           SET WS-CLIENTES-ATIVOS TO TRUE
           MOVE LOW-VALUES TO WS-CHAVE-FAT-ANTERIOR
           PERFORM LER-FOTO
           PERFORM LER-CLIENTE
           PERFORM CASAR-REGISTROS
               UNTIL WS-FIM-DO-SORT AND WS-FIM-DE-CLIENTES.

       LER-FOTO.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
                   MOVE HIGH-VALUES TO WS-CHAVE-FAT
               NOT AT END
                   ADD 1 TO WS-CONT-FAT-LIDOS
                   MOVE SORT-DOCUMENTO TO WS-CHAVE-FAT
           END-RETURN.

       LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET WS-FIM-DE-CLIENTES TO TRUE
                   MOVE HIGH-VALUES TO WS-CHAVE-CAD
               NOT AT END
                   ADD 1 TO WS-CONT-CAD-LIDOS
                   MOVE REG-CHAVE TO WS-CHAVE-CAD
           END-READ.

       CASAR-REGISTROS.
           IF WS-CHAVE-FAT = WS-CHAVE-FAT-ANTERIOR
               PERFORM APONTAR-REPETIDO
               PERFORM LER-FOTO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CHAVE-FAT < WS-CHAVE-CAD
                   PERFORM APONTAR-SO-FATURAMENTO
                   MOVE WS-CHAVE-FAT TO WS-CHAVE-FAT-ANTERIOR
                   PERFORM LER-FOTO
               WHEN WS-CHAVE-CAD < WS-CHAVE-FAT
                   PERFORM APONTAR-SO-CADASTRO
                   PERFORM LER-CLIENTE
               WHEN OTHER
                   PERFORM COMPARAR-CLIENTE
                   MOVE WS-CHAVE-FAT TO WS-CHAVE-FAT-ANTERIOR
                   PERFORM LER-FOTO
                   PERFORM LER-CLIENTE
           END-EVALUATE.

       APONTAR-REPETIDO.
           ADD 1 TO WS-CONT-REPETIDOS
           MOVE SORT-DOCUMENTO TO WS-OCO-DOCUMENTO
           MOVE 'documento repetido na foto' TO WS-OCO-DESCRICAO
           MOVE SPACES TO WS-OCO-CADASTRO
           MOVE SORT-NOME TO WS-OCO-FATURAMENTO
           WRITE REG-RELATORIO FROM WS-LINHA-OCORRENCIA.

       APONTAR-SO-FATURAMENTO.
           ADD 1 TO WS-CONT-SO-FAT
           MOVE SORT-DOCUMENTO TO WS-OCO-DOCUMENTO
           MOVE 'so no faturamento' TO WS-OCO-DESCRICAO
           MOVE SPACES TO WS-OCO-CADASTRO
           MOVE SORT-NOME TO WS-OCO-FATURAMENTO
           WRITE REG-RELATORIO FROM WS-LINHA-OCORRENCIA.

       APONTAR-SO-CADASTRO.
           ADD 1 TO WS-CONT-SO-CAD
           MOVE REG-CHAVE TO WS-OCO-DOCUMENTO
           MOVE 'so no cadastro' TO WS-OCO-DESCRICAO
           MOVE REG-NOME TO WS-OCO-CADASTRO
           MOVE SPACES TO WS-OCO-FATURAMENTO
           WRITE REG-RELATORIO FROM WS-LINHA-OCORRENCIA
           MOVE 'documento so no cadastro' TO WS-MOTIVO-MARCA
           IF WS-MODO-MARCAR
               PERFORM GRAVAR-MARCA
           END-IF.

      *****************************************************************
      * Documento dos dois lados: cada campo divergente e uma linha
      * do relatorio; a marca de reenvio leva o motivo da primeira.
      *****************************************************************
       COMPARAR-CLIENTE.
           SET WS-CLIENTE-CONFERE TO TRUE
           MOVE REG-CHAVE TO WS-OCO-DOCUMENTO
           IF SORT-STATUS = 1 AND REG-STATUS NOT = 1
               ADD 1 TO WS-CONT-ATIVO-FAT
               MOVE 'ativo la, inativo aqui' TO WS-OCO-DESCRICAO
               MOVE 'inativo' TO WS-OCO-CADASTRO
               MOVE 'ativo' TO WS-OCO-FATURAMENTO
               PERFORM APONTAR-DIVERGENCIA
           END-IF
           IF SORT-STATUS NOT = 1 AND REG-STATUS = 1
               ADD 1 TO WS-CONT-INATIVO-FAT
               MOVE 'inativo la, ativo aqui' TO WS-OCO-DESCRICAO
               MOVE 'ativo' TO WS-OCO-CADASTRO
               MOVE 'inativo' TO WS-OCO-FATURAMENTO
               PERFORM APONTAR-DIVERGENCIA
           END-IF
           IF SORT-NOME NOT = REG-NOME
               ADD 1 TO WS-CONT-NOME
               MOVE 'nome divergente' TO WS-OCO-DESCRICAO
               MOVE REG-NOME TO WS-OCO-CADASTRO
               MOVE SORT-NOME TO WS-OCO-FATURAMENTO
               PERFORM APONTAR-DIVERGENCIA
           END-IF
           IF SORT-CEP NOT = REG-CEP
               ADD 1 TO WS-CONT-CEP
               MOVE 'CEP divergente' TO WS-OCO-DESCRICAO
               MOVE REG-CEP TO WS-OCO-CADASTRO
               MOVE SORT-CEP TO WS-OCO-FATURAMENTO
               PERFORM APONTAR-DIVERGENCIA
           END-IF
           IF WS-CLIENTE-CONFERE
               ADD 1 TO WS-CONT-CONFEREM
           ELSE
               IF WS-MODO-MARCAR
                   PERFORM GRAVAR-MARCA
               END-IF
           END-IF.

       APONTAR-DIVERGENCIA.
           IF WS-CLIENTE-CONFERE
               MOVE WS-OCO-DESCRICAO TO WS-MOTIVO-MARCA
               SET WS-CLIENTE-DIVERGENTE TO TRUE
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-OCORRENCIA.

       GRAVAR-MARCA.
           MOVE REG-CHAVE TO RNV-DOCUMENTO
           MOVE WS-MOTIVO-MARCA TO RNV-MOTIVO
           ACCEPT RNV-DATA-MARCA FROM DATE YYYYMMDD
           WRITE REG-REENVIO
               INVALID KEY
                   REWRITE REG-REENVIO
                       INVALID KEY
                           DISPLAY 'Erro ao marcar reenvio de '
                               REG-CHAVE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-CONT-MARCADOS.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'Documentos na fotografia do faturamento'
               TO WS-TOT-DESCRICAO
           MOVE WS-CONT-FAT-LIDOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Clientes no cadastro' TO WS-TOT-DESCRICAO
           MOVE WS-CONT-CAD-LIDOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Clientes que conferem' TO WS-TOT-DESCRICAO
           MOVE WS-CONT-CONFEREM TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Documentos so no faturamento' TO WS-TOT-DESCRICAO
           MOVE WS-CONT-SO-FAT TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Documentos so no cadastro' TO WS-TOT-DESCRICAO
           MOVE WS-CONT-SO-CAD TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Ativos la e inativos aqui' TO WS-TOT-DESCRICAO
           MOVE WS-CONT-ATIVO-FAT TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Inativos la e ativos aqui' TO WS-TOT-DESCRICAO
           MOVE WS-CONT-INATIVO-FAT TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Nomes divergentes' TO WS-TOT-DESCRICAO
           MOVE WS-CONT-NOME TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'CEPs divergentes' TO WS-TOT-DESCRICAO
           MOVE WS-CONT-CEP TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Documentos repetidos na fotografia'
               TO WS-TOT-DESCRICAO
           MOVE WS-CONT-REPETIDOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'Clientes marcados para reenvio' TO WS-TOT-DESCRICAO
           MOVE WS-CONT-MARCADOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           DISPLAY 'Conciliacao cadastro x faturamento - resumo'
           DISPLAY '============================================'
           DISPLAY 'Documentos na foto   : ' WS-CONT-FAT-LIDOS
           DISPLAY 'Clientes no cadastro : ' WS-CONT-CAD-LIDOS
           DISPLAY 'Conferem             : ' WS-CONT-CONFEREM
           DISPLAY 'So no faturamento    : ' WS-CONT-SO-FAT
           DISPLAY 'So no cadastro       : ' WS-CONT-SO-CAD
           DISPLAY 'Ativo la/inativo aqui: ' WS-CONT-ATIVO-FAT
           DISPLAY 'Inativo la/ativo aqui: ' WS-CONT-INATIVO-FAT
           DISPLAY 'Nomes divergentes    : ' WS-CONT-NOME
           DISPLAY 'CEPs divergentes     : ' WS-CONT-CEP
           DISPLAY 'Repetidos na foto    : ' WS-CONT-REPETIDOS
           DISPLAY 'Marcados p/ reenvio  : ' WS-CONT-MARCADOS
           DISPLAY 'Relatorio gravado em CONCILIA.LST'.
