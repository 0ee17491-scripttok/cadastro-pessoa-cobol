      *            anteriores/novos mascarados tanto no AUDITORIA.LOG
      *            corrente (regravado via o arquivo de trabalho
      *            AUDITORIA.TRB) quanto nos meses fechados do
      *            indexado AUDITIDX.DAT. A fila de pre-cadastros do
      *            site (PRECAD.DAT) tambem e anonimizada, e o
      *            pre-cadastro ainda pendente sai da fila como
      *            recusado. O atendimento em si fica
      *            provado no registro proprio LGPD.LOG, com data,
      *            hora, documento e operador que executou.
      *            O documento (chave) permanece: e o que liga o
           COPY "SELHIST.CPY".
           COPY "SELAUD.CPY".
           COPY "SELAUDX.CPY".
           COPY "SELPRE.CPY".
           SELECT ARQ-TRABALHO
               ASSIGN TO "AUDITORIA.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "FDHIST.CPY".
           COPY "FDAUDIT.CPY".
           COPY "FDAUDX.CPY".
           COPY "FDPRE.CPY".

       FD  ARQ-TRABALHO
           LABEL RECORD STANDARD.
       01 WS-FS-AUDITIDX PIC XX.
       01 WS-FS-TRABALHO PIC XX.
       01 WS-FS-ATENDIMENTO PIC XX.
       01 WS-FS-PRECAD PIC XX.
       01 WS-DOC-TITULAR PIC 9(14).
       01 WS-OPERADOR PIC X(20).
       01 WS-CONFIRMA PIC X.
           88 WS-HISTORICO-OK VALUE 'S'.
       01 WS-IDX-DISPONIVEL PIC X VALUE 'N'.
           88 WS-INDEXADO-OK VALUE 'S'.
       01 WS-PRE-DISPONIVEL PIC X VALUE 'N'.
           88 WS-PRECAD-OK VALUE 'S'.
       01 WS-COMPLETUDE PIC X VALUE 'N'.
           88 WS-ATENDIMENTO-INCOMPLETO VALUE 'S'.
       01 WS-FIM-CONTATOS PIC X.
           PERFORM ABRIR-ARQUIVOS
           PERFORM ANONIMIZAR-MESTRE
           PERFORM ANONIMIZAR-HISTORICO
           PERFORM ANONIMIZAR-PRECADASTRO
           PERFORM EXCLUIR-CONTATOS
           PERFORM MASCARAR-LOG-CORRENTE
           PERFORM MASCARAR-INDEXADO
                   DISPLAY 'Atendimento abandonado: nada foi'
                       ' alterado.'
                   STOP RUN
           END-EVALUATE
           OPEN I-O PRECAD-MASTER
           EVALUATE WS-FS-PRECAD
               WHEN '00'
                   SET WS-PRECAD-OK TO TRUE
               WHEN '35'
                   DISPLAY 'Sem fila de pre-cadastros PRECAD.DAT -'
                       ' saltada.'
               WHEN OTHER
                   DISPLAY 'Erro ao abrir PRECAD.DAT: ' WS-FS-PRECAD
                   DISPLAY 'Atendimento abandonado: nada foi'
                       ' alterado.'
                   STOP RUN
           END-EVALUATE.

       FECHAR-ARQUIVOS.
           END-IF
           IF WS-INDEXADO-OK
               CLOSE AUDITORIA-INDEXADA
           END-IF
           IF WS-PRECAD-OK
               CLOSE PRECAD-MASTER
           END-IF.

      *****************************************************************
                   END-REWRITE
           END-READ.

      *****************************************************************
      * O pre-cadastro do site leva os mesmos dados pessoais do
      * mestre e recebe a mesma anonimizacao. Pendente sai da fila
      * como recusado, para nao ser aprovado depois com o nome
      * anonimo; o aprovado ou recusado guarda a decisao original.
      *****************************************************************
       ANONIMIZAR-PRECADASTRO.
           IF NOT WS-PRECAD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-TITULAR TO PRE-CHAVE
           READ PRECAD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TITULAR-ENCONTRADO TO TRUE
                   MOVE WS-NOME-ANONIMO TO PRE-NOME
                   MOVE SPACES TO PRE-EMAIL
                   MOVE SPACES TO PRE-RUA
                   MOVE SPACES TO PRE-BAIRRO
                   MOVE ZERO TO PRE-CEP
                   MOVE ZERO TO PRE-NUMERO
                   IF PRE-PENDENTE
                       SET PRE-RECUSADO TO TRUE
                       MOVE 'anonimizado (LGPD)' TO PRE-MOTIVO-RECUSA
                       MOVE WS-OPERADOR TO PRE-OPERADOR
                       ACCEPT PRE-DATA-DECISAO FROM DATE YYYYMMDD
                   END-IF
                   REWRITE REG-PRECAD
                       INVALID KEY
                           DISPLAY 'Erro ao regravar o'
                               ' pre-cadastro!'
                           SET WS-ATENDIMENTO-INCOMPLETO TO TRUE
                       NOT INVALID KEY
                           DISPLAY 'Pre-cadastro anonimizado na'
                               ' fila do site.'
                   END-REWRITE
           END-READ.

       EXCLUIR-CONTATOS.
           SET WS-CONTATOS-ATIVOS TO TRUE
           PERFORM EXCLUIR-UM-CONTATO UNTIL WS-CONTATOS-ENCERRADOS.
