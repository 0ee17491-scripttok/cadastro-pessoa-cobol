      *****************************************************************
      * PROGRAMA: RECEPCAO-CLIENTE.cbl
      * DESCRICAO: Recepcao diaria dos cadastros feitos no formulario
      *            do site (SITE.ENT, layout FDSITE.CPY) para a fila
      *            de pre-cadastros PRECAD.DAT, de onde o operador os
      *            aprova, corrige ou recusa pela opcao de
      *            pre-cadastros do CADASTRP-CLIENTE. Na recepcao ja
      *            sao aplicadas as mesmas validacoes do cadastro:
      *            documento invalido (VALIDAR-CPF/VALIDAR-CNPJ), tipo
      *            invalido, nome em branco ou CEP/numero do endereco
      *            nao numerico rejeitam o cadastro para PRECAD.REJ
      *            com o motivo; email invalido
      *            (VALIDAR-EMAIL) entra na fila sinalizado para
      *            correcao. O endereco e completado pela base de
      *            CEPs como no BUSCAR-CEP do cadastro; CEP fora da
      *            base fica com o endereco digitado no site e
      *            sinalizado. Documento que ja existe no
      *            CLIENTE-MASTER ou no CLIHIST.DAT entra sinalizado
      *            e nunca e aprovado por cima do cliente existente.
      *            Documento que ja tem pre-cadastro pendente na fila
      *            e rejeitado; se o anterior ja foi decidido, o novo
      *            envio volta a fila como pendente.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSITE-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELSITE.CPY".
           COPY "SELPRE.CPY".
           COPY "SELCLI.CPY".
           COPY "SELHIST.CPY".
           COPY "SELCEP.CPY".
           SELECT ARQ-REJ-SITE
               ASSIGN TO "PRECAD.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJSITE.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDSITE.CPY".
           COPY "FDPRE.CPY".
           COPY "FDCLIENT.CPY".
           COPY "FDHIST.CPY".
           COPY "FDCEP.CPY".

       FD  ARQ-REJ-SITE
           LABEL RECORD STANDARD.
       01  REG-REJ-SITE PIC X(104).

       WORKING-STORAGE SECTION.
           COPY "WSCLIENT.CPY".
           COPY "VALWS.CPY".
       01 WS-FS-SITE PIC XX.
       01 WS-FS-PRECAD PIC XX.
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-HISTORICO PIC XX.
       01 WS-FS-CEPMASTER PIC XX.
       01 WS-FS-REJSITE PIC XX.
       01 WS-FIM-SITE PIC X VALUE 'N'.
           88 WS-FIM-DO-SITE VALUE 'S'.
       01 WS-HIST-DISPONIVEL PIC X.
           88 WS-HIST-OK VALUE 'S'.
           88 WS-HIST-INDISPONIVEL VALUE 'N'.
       01 WS-CEP-DISPONIVEL PIC X.
           88 WS-CEP-MASTER-OK VALUE 'S'.
           88 WS-CEP-MASTER-INDISPONIVEL VALUE 'N'.
       01 WS-MSG-ERRO PIC X(40).
       01 WS-CHAVE-PRECAD PIC 9(14).
       01 WS-DOC-EXISTENTE PIC X.
       01 WS-EMAIL-OK PIC X.
       01 WS-CEP-OK PIC X.
       01 WS-CONT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-ENFILEIRADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-REENVIADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-REJEITADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-DOC-EXISTENTE PIC 9(7) VALUE ZERO.
       01 WS-CONT-EMAIL-INVALIDO PIC 9(7) VALUE ZERO.
       01 WS-CONT-CEP-FORA PIC 9(7) VALUE ZERO.

       01 WS-LINHA-REJ.
           05 WS-LINHA-REJ-SEQ PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE ' - '.
           05 WS-LINHA-REJ-NOME PIC X(50).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-LINHA-REJ-MOTIVO PIC X(40).

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRIR-ARQUIVOS
           PERFORM LER-SITE
           PERFORM PROCESSAR-SITE UNTIL WS-FIM-DO-SITE
           PERFORM EXIBIR-RESUMO
           PERFORM FECHAR-ARQUIVOS
           STOP RUN.

      *    Rotinas de validacao de CPF/CNPJ/email compartilhadas com
      *    CADASTRP-CLIENTE e CADLOTE-CLIENTE.
           COPY "VALCLI.CPY".

           COPY "CHVCLI.CPY".

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-SITE
           IF WS-FS-SITE NOT = '00'
               DISPLAY 'Erro ao abrir arquivo do site: ' WS-FS-SITE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMASTER NOT = '00'
               DISPLAY 'Erro ao abrir CLIENTES.DAT: ' WS-FS-CLIMASTER
               STOP RUN
           END-IF
      *    sem historico (nenhum cliente arquivado ainda) a conferencia
      *    fica so contra o mestre
           OPEN INPUT CLIENTE-HISTORICO
           IF WS-FS-HISTORICO = '00'
               SET WS-HIST-OK TO TRUE
           ELSE
               SET WS-HIST-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT CEP-MASTER
           IF WS-FS-CEPMASTER = '00'
               SET WS-CEP-MASTER-OK TO TRUE
           ELSE
               SET WS-CEP-MASTER-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O PRECAD-MASTER
           IF WS-FS-PRECAD = '35'
               OPEN OUTPUT PRECAD-MASTER
               CLOSE PRECAD-MASTER
               OPEN I-O PRECAD-MASTER
           END-IF
           IF WS-FS-PRECAD NOT = '00'
               DISPLAY 'Erro ao abrir PRECAD.DAT: ' WS-FS-PRECAD
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-REJ-SITE.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-SITE
           CLOSE CLIENTE-MASTER
           IF WS-HIST-OK
               CLOSE CLIENTE-HISTORICO
           END-IF
           IF WS-CEP-MASTER-OK
               CLOSE CEP-MASTER
           END-IF
           CLOSE PRECAD-MASTER
           CLOSE ARQ-REJ-SITE.

       LER-SITE.
           READ ARQ-SITE
               AT END
                   SET WS-FIM-DO-SITE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       PROCESSAR-SITE.
           MOVE STE-TIPO TO WS-TIPO
           MOVE STE-NOME TO WS-NOME
           MOVE STE-CPF TO WS-CPF
           MOVE STE-CNPJ TO WS-CNPJ
           MOVE STE-EMAIL TO WS-EMAIL
           MOVE STE-ENDERECO TO WS-ENDERECO
           SET WS-ATIVO TO TRUE
           PERFORM VALIDAR-CADASTRO
           IF WS-VALIDACAO-ERRO
               PERFORM GRAVAR-REJEITO
           ELSE
               PERFORM MONTAR-CHAVE-CLIENTE
               MOVE REG-CHAVE TO WS-CHAVE-PRECAD
               PERFORM CONFERIR-DOCUMENTO
               PERFORM CONFERIR-EMAIL
               PERFORM COMPLETAR-ENDERECO
               PERFORM ENFILEIRAR-PRECAD
           END-IF
           PERFORM LER-SITE.

      *****************************************************************
      * Rejeita o que o operador nao teria como corrigir na fila:
      * tipo, nome em branco, CEP ou numero do endereco nao numerico
      * (o formulario do site aceita texto livre e o mestre guarda os
      * dois em numerico) e documento invalido (o documento e a chave
      * do pre-cadastro).
      *****************************************************************
       VALIDAR-CADASTRO.
           SET WS-VALIDACAO-OK TO TRUE
           IF NOT WS-FISICA AND NOT WS-JURIDICA
               MOVE 'tipo invalido (F ou J)' TO WS-MSG-ERRO
               SET WS-VALIDACAO-ERRO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-NOME = SPACES
               MOVE 'nome em branco' TO WS-MSG-ERRO
               SET WS-VALIDACAO-ERRO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF STE-CEP NOT NUMERIC OR STE-NUMERO NOT NUMERIC
               MOVE 'CEP/numero do endereco invalido' TO WS-MSG-ERRO
               SET WS-VALIDACAO-ERRO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-FISICA
               IF WS-CPF NOT NUMERIC
                   SET WS-VALIDACAO-ERRO TO TRUE
               ELSE
                   PERFORM VALIDAR-CPF THRU VALIDAR-CPF-EXIT
               END-IF
               IF WS-VALIDACAO-ERRO
                   MOVE 'CPF invalido' TO WS-MSG-ERRO
               END-IF
               MOVE ZERO TO WS-CNPJ
           ELSE
               IF WS-CNPJ NOT NUMERIC
                   SET WS-VALIDACAO-ERRO TO TRUE
               ELSE
                   PERFORM VALIDAR-CNPJ THRU VALIDAR-CNPJ-EXIT
               END-IF
               IF WS-VALIDACAO-ERRO
                   MOVE 'CNPJ invalido' TO WS-MSG-ERRO
               END-IF
               MOVE ZERO TO WS-CPF
           END-IF.

       CONFERIR-DOCUMENTO.
           MOVE SPACE TO WS-DOC-EXISTENTE
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO WS-DOC-EXISTENTE
           END-READ
           IF WS-DOC-EXISTENTE = SPACE AND WS-HIST-OK
               MOVE WS-CHAVE-PRECAD TO HIS-CHAVE
               READ CLIENTE-HISTORICO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'H' TO WS-DOC-EXISTENTE
               END-READ
           END-IF
           IF WS-DOC-EXISTENTE NOT = SPACE
               ADD 1 TO WS-CONT-DOC-EXISTENTE
           END-IF.

       CONFERIR-EMAIL.
           PERFORM VALIDAR-EMAIL THRU VALIDAR-EMAIL-EXIT
           IF WS-VALIDACAO-OK
               MOVE 'S' TO WS-EMAIL-OK
           ELSE
               MOVE 'N' TO WS-EMAIL-OK
               ADD 1 TO WS-CONT-EMAIL-INVALIDO
           END-IF.

       COMPLETAR-ENDERECO.
           MOVE 'N' TO WS-CEP-OK
           IF WS-CEP-MASTER-OK AND WS-CEP NUMERIC
               MOVE WS-CEP TO REG-CEP-CHAVE
               READ CEP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CEP-OK
                       MOVE REG-CEP-RUA TO WS-RUA
                       MOVE REG-CEP-BAIRRO TO WS-BAIRRO
                       MOVE REG-CEP-CIDADE TO WS-CIDADE
                       MOVE REG-CEP-ESTADO TO WS-ESTADO
               END-READ
           END-IF
           IF WS-CEP-OK = 'N'
               ADD 1 TO WS-CONT-CEP-FORA
           END-IF.

       ENFILEIRAR-PRECAD.
           MOVE WS-CHAVE-PRECAD TO PRE-CHAVE
           READ PRECAD-MASTER
               INVALID KEY
                   PERFORM MONTAR-PRECAD
                   WRITE REG-PRECAD
                       INVALID KEY
                           MOVE 'erro ao gravar pre-cadastro'
                               TO WS-MSG-ERRO
                           PERFORM GRAVAR-REJEITO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-ENFILEIRADOS
                   END-WRITE
               NOT INVALID KEY
                   IF PRE-PENDENTE
                       MOVE 'pre-cadastro ja pendente na fila'
                           TO WS-MSG-ERRO
                       PERFORM GRAVAR-REJEITO
                   ELSE
                       PERFORM MONTAR-PRECAD
                       REWRITE REG-PRECAD
                           INVALID KEY
                               MOVE 'erro ao regravar pre-cadastro'
                                   TO WS-MSG-ERRO
                               PERFORM GRAVAR-REJEITO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-ENFILEIRADOS
                               ADD 1 TO WS-CONT-REENVIADOS
                       END-REWRITE
                   END-IF
           END-READ.

       MONTAR-PRECAD.
           MOVE WS-CHAVE-PRECAD TO PRE-CHAVE
           SET PRE-PENDENTE TO TRUE
           MOVE WS-TIPO TO PRE-TIPO
           MOVE WS-NOME TO PRE-NOME
           MOVE WS-CPF TO PRE-CPF
           MOVE WS-CNPJ TO PRE-CNPJ
           MOVE WS-EMAIL TO PRE-EMAIL
           MOVE WS-ENDERECO TO PRE-ENDERECO
           MOVE WS-DOC-EXISTENTE TO PRE-DOC-EXISTENTE
           MOVE WS-EMAIL-OK TO PRE-EMAIL-OK
           MOVE WS-CEP-OK TO PRE-CEP-OK
           ACCEPT PRE-DATA-RECEPCAO FROM DATE YYYYMMDD
           ACCEPT PRE-HORA-RECEPCAO FROM TIME
           MOVE SPACES TO PRE-OPERADOR
           MOVE ZERO TO PRE-DATA-DECISAO
           MOVE SPACES TO PRE-MOTIVO-RECUSA.

       GRAVAR-REJEITO.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE WS-CONT-LIDOS TO WS-LINHA-REJ-SEQ
           MOVE STE-NOME TO WS-LINHA-REJ-NOME
           MOVE WS-MSG-ERRO TO WS-LINHA-REJ-MOTIVO
           WRITE REG-REJ-SITE FROM WS-LINHA-REJ.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           DISPLAY 'Recepcao de pre-cadastros do site - resumo'
           DISPLAY '============================================'
           DISPLAY 'Cadastros lidos      : ' WS-CONT-LIDOS
           DISPLAY 'Enviados para a fila : ' WS-CONT-ENFILEIRADOS
           DISPLAY '  reenvios           : ' WS-CONT-REENVIADOS
           DISPLAY '  doc. ja existente  : ' WS-CONT-DOC-EXISTENTE
           DISPLAY '  email invalido     : ' WS-CONT-EMAIL-INVALIDO
           DISPLAY '  CEP fora da base   : ' WS-CONT-CEP-FORA
           DISPLAY 'Cadastros rejeitados : ' WS-CONT-REJEITADOS.
