      *****************************************************************
      * PROGRAMA: MANUTENCAO-CLIENTE.cbl
      * DESCRICAO: Manutencao em lote de clientes ja cadastrados no
      *            CLIENTE-MASTER a partir do arquivo de movimento
      *            CLIENTES.MOV (layout FDMCLI.CPY, um movimento por
      *            linha). Operacao A altera os campos informados no
      *            movimento (nome, email e partes do endereco; campo
      *            em branco fica como esta) e operacao S inativa ou
      *            reativa o cliente. Cada campo alterado vai para a
      *            AUDITORIA.LOG (campo, valor anterior e novo, usuario
      *            do job), como na edicao pelo CADASTRP-CLIENTE, e as
      *            marcas de alteracao sao atualizadas para o
      *            EXTFATUR-CLIENTE levar a mudanca ao faturamento.
      *            Movimentos rejeitados vao com o motivo para o
      *            relatorio CLIENTES.MRJ. Nome e endereco
      *            informados sao gravados no padrao do cadastro
      *            (PADCLI.CPY, tabela ABREVIA.TAB), como no
      *            CADASTRP-CLIENTE e no CADLOTE-CLIENTE. A inclusao de
      *            clientes continua sendo feita pela carga
      *            CADLOTE-CLIENTE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANLOTE-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELMCLI.CPY".
           COPY "SELCLI.CPY".
           COPY "SELAUD.CPY".
           COPY "SELABR.CPY".
           SELECT ARQ-REJ-MOVTO
               ASSIGN TO "CLIENTES.MRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJMOVTO.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDMCLI.CPY".
           COPY "FDCLIENT.CPY".
           COPY "FDAUDIT.CPY".
           COPY "FDABR.CPY".

       FD  ARQ-REJ-MOVTO
           LABEL RECORD STANDARD.
       01  REG-REJ-MOVTO PIC X(70).

       WORKING-STORAGE SECTION.
           COPY "WSCLIENT.CPY".
           COPY "VALWS.CPY".
           COPY "PADWS.CPY".
       01 WS-FS-MOVTOCLI PIC XX.
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-AUDITORIA PIC XX.
       01 WS-FS-REJMOVTO PIC XX.
       01 WS-FIM-MOVTO PIC X VALUE 'N'.
           88 WS-FIM-DO-MOVTO VALUE 'S'.
       01 WS-MOVTO-SITUACAO PIC X.
           88 WS-MOVTO-OK VALUE 'S'.
           88 WS-MOVTO-REJEITADO VALUE 'N'.
       01 WS-USUARIO PIC X(20).
       01 WS-MSG-ERRO PIC X(40).
       01 WS-ANT-NOME PIC X(50).
       01 WS-ANT-EMAIL PIC X(50).
       01 WS-ANT-STATUS PIC 9.
       01 WS-ANT-ENDERECO PIC X(96).
       01 WS-CONT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-ALTERADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-INATIVADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-REATIVADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-SEM-MUDANCA PIC 9(7) VALUE ZERO.
       01 WS-CONT-REJEITADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-AUDITORIA PIC 9(7) VALUE ZERO.

       01 WS-LINHA-REJ.
           05 WS-REJ-SEQ PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-REJ-OPERACAO PIC X.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REJ-DOCUMENTO PIC X(14).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-REJ-MOTIVO PIC X(40).

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRIR-ARQUIVOS
           PERFORM CARREGAR-ABREVIACOES
           IF WS-PAD-SEM-TABELA
               DISPLAY 'ABREVIA.TAB indisponivel: logradouro e estado'
                   ' gravados sem padronizar.'
           END-IF
           PERFORM LER-MOVTO
           PERFORM PROCESSAR-MOVTO UNTIL WS-FIM-DO-MOVTO
           PERFORM EXIBIR-RESUMO
           PERFORM FECHAR-ARQUIVOS
           STOP RUN.

      *    Validacao de email compartilhada com CADASTRP-CLIENTE e
      *    CADLOTE-CLIENTE.
           COPY "VALCLI.CPY".

      *    Padronizacao de nome e endereco compartilhada com
      *    CADASTRP-CLIENTE, CADLOTE-CLIENTE e PADRON-CLIENTE.
           COPY "PADCLI.CPY".

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MOVTO-CLIENTE
           IF WS-FS-MOVTOCLI NOT = '00'
               DISPLAY 'Erro ao abrir arquivo de movimento: '
                   WS-FS-MOVTOCLI
               STOP RUN
           END-IF
           OPEN I-O CLIENTE-MASTER
           IF WS-FS-CLIMASTER NOT = '00'
               DISPLAY 'Erro ao abrir CLIENTES.DAT: ' WS-FS-CLIMASTER
               STOP RUN
           END-IF
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           OPEN EXTEND AUDITORIA-LOG
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA-LOG
           END-IF
           OPEN OUTPUT ARQ-REJ-MOVTO.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-MOVTO-CLIENTE
           CLOSE CLIENTE-MASTER
           CLOSE AUDITORIA-LOG
           CLOSE ARQ-REJ-MOVTO.

       LER-MOVTO.
           READ ARQ-MOVTO-CLIENTE
               AT END
                   SET WS-FIM-DO-MOVTO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       PROCESSAR-MOVTO.
           IF MVC-DOCUMENTO NOT NUMERIC
               MOVE 'documento nao numerico' TO WS-MSG-ERRO
               PERFORM GRAVAR-REJEITO
           ELSE
               EVALUATE MVC-OPERACAO
                   WHEN 'A'
                       PERFORM ALTERAR-CLIENTE
                   WHEN 'S'
                       PERFORM MUDAR-SITUACAO
                   WHEN OTHER
                       MOVE 'operacao invalida (informe A ou S)'
                           TO WS-MSG-ERRO
                       PERFORM GRAVAR-REJEITO
               END-EVALUATE
           END-IF

           PERFORM LER-MOVTO.

       LOCALIZAR-CLIENTE.
           SET WS-MOVTO-OK TO TRUE
           MOVE MVC-DOCUMENTO TO REG-CHAVE
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE 'cliente nao cadastrado' TO WS-MSG-ERRO
                   PERFORM GRAVAR-REJEITO
                   SET WS-MOVTO-REJEITADO TO TRUE
               NOT INVALID KEY
                   MOVE REG-NOME TO WS-ANT-NOME
                   MOVE REG-EMAIL TO WS-ANT-EMAIL
                   MOVE REG-STATUS TO WS-ANT-STATUS
                   MOVE REG-ENDERECO TO WS-ANT-ENDERECO
           END-READ.

      *****************************************************************
      * Operacao A: so os campos informados no movimento entram no
      * registro. O movimento inteiro e conferido antes de mexer no
      * mestre, para nao aplicar metade de uma alteracao rejeitada.
      * Nome e endereco informados sao padronizados antes da
      * comparacao, de modo que o mestre e a auditoria recebem a
      * forma padrao e a diferenca so de grafia nao conta como
      * mudanca. Movimento que nao muda nada no cliente nao regrava o
      * registro (nao reapresenta o cliente ao faturamento) e so e
      * contado.
      *****************************************************************
       ALTERAR-CLIENTE.
           IF MVC-NOME = SPACES AND MVC-EMAIL = SPACES
                   AND MVC-ENDERECO = SPACES
               MOVE 'nenhum campo informado para alterar'
                   TO WS-MSG-ERRO
               PERFORM GRAVAR-REJEITO
               EXIT PARAGRAPH
           END-IF
           IF MVC-EMAIL NOT = SPACES
               MOVE MVC-EMAIL TO WS-EMAIL
               PERFORM VALIDAR-EMAIL THRU VALIDAR-EMAIL-EXIT
               IF WS-VALIDACAO-ERRO
                   MOVE 'email invalido' TO WS-MSG-ERRO
                   PERFORM GRAVAR-REJEITO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF MVC-CEP NOT = SPACES AND MVC-CEP NOT NUMERIC
               MOVE 'CEP nao numerico' TO WS-MSG-ERRO
               PERFORM GRAVAR-REJEITO
               EXIT PARAGRAPH
           END-IF
           IF MVC-NUMERO NOT = SPACES AND MVC-NUMERO NOT NUMERIC
               MOVE 'numero do endereco nao numerico' TO WS-MSG-ERRO
               PERFORM GRAVAR-REJEITO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-CLIENTE
           IF WS-MOVTO-REJEITADO
               EXIT PARAGRAPH
           END-IF

           PERFORM PADRONIZAR-MOVTO

           IF MVC-NOME NOT = SPACES
               MOVE WS-NOME TO REG-NOME
           END-IF
           IF MVC-EMAIL NOT = SPACES
               MOVE MVC-EMAIL TO REG-EMAIL
           END-IF
           IF MVC-RUA NOT = SPACES
               MOVE WS-RUA TO REG-RUA
           END-IF
           IF MVC-BAIRRO NOT = SPACES
               MOVE WS-BAIRRO TO REG-BAIRRO
           END-IF
           IF MVC-CIDADE NOT = SPACES
               MOVE WS-CIDADE TO REG-CIDADE
           END-IF
           IF MVC-ESTADO NOT = SPACES
               MOVE WS-ESTADO TO REG-ESTADO
           END-IF
           IF MVC-CEP NOT = SPACES
               MOVE MVC-CEP TO REG-CEP
           END-IF
           IF MVC-NUMERO NOT = SPACES
               MOVE MVC-NUMERO TO REG-NUMERO
           END-IF

           IF REG-NOME = WS-ANT-NOME AND REG-EMAIL = WS-ANT-EMAIL
                   AND REG-ENDERECO = WS-ANT-ENDERECO
               ADD 1 TO WS-CONT-SEM-MUDANCA
               EXIT PARAGRAPH
           END-IF
           PERFORM REGRAVAR-CLIENTE
           IF WS-MOVTO-OK
               ADD 1 TO WS-CONT-ALTERADOS
               PERFORM AUDITAR-ALTERACOES
           END-IF.

      *****************************************************************
      * Nome e partes do endereco do movimento passam pelas rotinas de
      * padronizacao; campo em branco continua em branco e nao entra
      * no registro.
      *****************************************************************
       PADRONIZAR-MOVTO.
           MOVE MVC-NOME TO WS-NOME
           PERFORM PADRONIZAR-NOME
           MOVE MVC-RUA TO WS-RUA
           MOVE MVC-BAIRRO TO WS-BAIRRO
           MOVE MVC-CIDADE TO WS-CIDADE
           MOVE MVC-ESTADO TO WS-ESTADO
           PERFORM PADRONIZAR-ENDERECO.

      *****************************************************************
      * Operacao S: MVC-STATUS 0 inativa e 1 reativa. Cliente que ja
      * esta na situacao pedida e rejeitado, porque o movimento
      * provavelmente foi montado sobre uma base desatualizada.
      *****************************************************************
       MUDAR-SITUACAO.
           IF MVC-STATUS NOT = '0' AND MVC-STATUS NOT = '1'
               MOVE 'situacao invalida (informe 0 ou 1)'
                   TO WS-MSG-ERRO
               PERFORM GRAVAR-REJEITO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZAR-CLIENTE
           IF WS-MOVTO-REJEITADO
               EXIT PARAGRAPH
           END-IF
           MOVE MVC-STATUS TO REG-STATUS
           IF REG-STATUS = WS-ANT-STATUS
               IF REG-STATUS = 1
                   MOVE 'cliente ja esta ativo' TO WS-MSG-ERRO
               ELSE
                   MOVE 'cliente ja esta inativo' TO WS-MSG-ERRO
               END-IF
               PERFORM GRAVAR-REJEITO
               EXIT PARAGRAPH
           END-IF
           PERFORM REGRAVAR-CLIENTE
           IF WS-MOVTO-OK
               IF REG-STATUS = 1
                   ADD 1 TO WS-CONT-REATIVADOS
               ELSE
                   ADD 1 TO WS-CONT-INATIVADOS
               END-IF
               PERFORM AUDITAR-ALTERACOES
           END-IF.

       REGRAVAR-CLIENTE.
      *    a manutencao conta como alteracao, para o cliente seguir
      *    para o faturamento na proxima extracao
           ACCEPT REG-DATA-ALTERACAO FROM DATE YYYYMMDD
           ACCEPT REG-HORA-ALTERACAO FROM TIME
           REWRITE REG-CLIENTE
               INVALID KEY
                   MOVE 'erro ao regravar cliente' TO WS-MSG-ERRO
                   PERFORM GRAVAR-REJEITO
                   SET WS-MOVTO-REJEITADO TO TRUE
           END-REWRITE.

      *****************************************************************
      * Uma linha de auditoria por campo que realmente mudou. O
      * endereco vai inteiro, como na edicao do CADASTRP-CLIENTE.
      *****************************************************************
       AUDITAR-ALTERACOES.
           IF REG-NOME NOT = WS-ANT-NOME
               MOVE 'NOME' TO AUD-CAMPO
               MOVE WS-ANT-NOME TO AUD-VALOR-ANTERIOR
               MOVE REG-NOME TO AUD-VALOR-NOVO
               PERFORM GRAVAR-AUDITORIA
           END-IF
           IF REG-EMAIL NOT = WS-ANT-EMAIL
               MOVE 'EMAIL' TO AUD-CAMPO
               MOVE WS-ANT-EMAIL TO AUD-VALOR-ANTERIOR
               MOVE REG-EMAIL TO AUD-VALOR-NOVO
               PERFORM GRAVAR-AUDITORIA
           END-IF
           IF REG-ENDERECO NOT = WS-ANT-ENDERECO
               MOVE 'ENDERECO' TO AUD-CAMPO
               MOVE WS-ANT-ENDERECO TO AUD-VALOR-ANTERIOR
               MOVE REG-ENDERECO TO AUD-VALOR-NOVO
               PERFORM GRAVAR-AUDITORIA
           END-IF
           IF REG-STATUS NOT = WS-ANT-STATUS
               MOVE 'STATUS' TO AUD-CAMPO
               MOVE WS-ANT-STATUS TO AUD-VALOR-ANTERIOR
               MOVE REG-STATUS TO AUD-VALOR-NOVO
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-AUDITORIA.
           ADD 1 TO WS-CONT-AUDITORIA
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-USUARIO TO AUD-USUARIO
           MOVE REG-CHAVE TO AUD-CHAVE
           WRITE REG-AUDITORIA.

       GRAVAR-REJEITO.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE WS-CONT-LIDOS TO WS-REJ-SEQ
           MOVE MVC-OPERACAO TO WS-REJ-OPERACAO
           MOVE MVC-DOCUMENTO TO WS-REJ-DOCUMENTO
           MOVE WS-MSG-ERRO TO WS-REJ-MOTIVO
           WRITE REG-REJ-MOVTO FROM WS-LINHA-REJ.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           DISPLAY 'Manutencao em lote de clientes - resumo'
           DISPLAY '============================================'
           DISPLAY 'Movimentos lidos     : ' WS-CONT-LIDOS
           DISPLAY 'Clientes alterados   : ' WS-CONT-ALTERADOS
           DISPLAY 'Clientes inativados  : ' WS-CONT-INATIVADOS
           DISPLAY 'Clientes reativados  : ' WS-CONT-REATIVADOS
           DISPLAY 'Sem mudanca no mestre: ' WS-CONT-SEM-MUDANCA
           DISPLAY 'Movimentos rejeitados: ' WS-CONT-REJEITADOS
           DISPLAY 'Linhas de auditoria  : ' WS-CONT-AUDITORIA.
