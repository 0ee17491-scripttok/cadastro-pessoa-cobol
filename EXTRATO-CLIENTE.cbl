      *            Roda sozinho ou como etapa da esteira noturna
      *            (NOTURNO-CLIENTE); mestre indisponivel encerra com
      *            RETURN-CODE 8 para a esteira parar na etapa.
      *            Clientes com marca de reenvio forcado em
      *            REENVIO.DAT (gravada pela conciliacao mensal
      *            CONCFAT-CLIENTE) sao extraidos mesmo sem alteracao
      *            desde a ultima execucao; a marca e apagada quando
      *            o cliente sai na interface.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTFATUR-CLIENTE.
       FILE-CONTROL.
           COPY "SELCLI.CPY".
           COPY "SELRES.CPY".
           COPY "SELRNV.CPY".
           SELECT ARQ-CONTROLE
               ASSIGN TO "FATURA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY "FDCLIENT.CPY".
           COPY "FDRES.CPY".
           COPY "FDRNV.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD STANDARD.
       01 WS-FS-CONTROLE PIC XX.
       01 WS-FS-INTERFACE PIC XX.
       01 WS-FS-RESUMO PIC XX.
       01 WS-FS-REENVIO PIC XX.
       01 WS-REENVIO-DISPONIVEL PIC X VALUE 'N'.
           88 WS-REENVIO-OK VALUE 'S'.
       01 WS-SELECAO PIC X.
           88 WS-CLIENTE-SELECIONADO VALUE 'S'.
           88 WS-CLIENTE-FORA VALUE 'N'.
       01 WS-FIM-CLIENTES PIC X VALUE 'N'.
           88 WS-FIM-DE-CLIENTES VALUE 'S'.
       01 WS-CONT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-EXTRAIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-REENVIADOS PIC 9(7) VALUE ZERO.

       01 WS-MARCA-ULTIMA.
           05 WS-ULT-DATA PIC 9(8) VALUE ZERO.
       GRAVAR-RESUMO-ETAPA.
           OPEN OUTPUT ARQ-RESUMO
           MOVE 'EXTFATUR-CLIENTE' TO RES-PROGRAMA
           MOVE 3 TO RES-QTD-CONTADORES
           MOVE 'lidos' TO RES-ROTULO (1)
           MOVE WS-CONT-LIDOS TO RES-VALOR (1)
           MOVE 'extraidos' TO RES-ROTULO (2)
           MOVE WS-CONT-EXTRAIDOS TO RES-VALOR (2)
           MOVE 'reenviados' TO RES-ROTULO (3)
           MOVE WS-CONT-REENVIADOS TO RES-VALOR (3)
           WRITE REG-RESUMO
           CLOSE ARQ-RESUMO.

               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-INTERFACE
      *    sem REENVIO.DAT (nenhuma conciliacao marcou clientes) a
      *    extracao segue so pelas marcas de alteracao
           OPEN I-O REENVIO-MASTER
           IF WS-FS-REENVIO = '00'
               SET WS-REENVIO-OK TO TRUE
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE CLIENTE-MASTER
           CLOSE ARQ-INTERFACE
           IF WS-REENVIO-OK
               CLOSE REENVIO-MASTER
           END-IF.

       LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
           END-READ.

       EXTRAIR-CLIENTE.
           SET WS-CLIENTE-FORA TO TRUE
           IF REG-DATA-ALTERACAO NUMERIC
                   AND REG-HORA-ALTERACAO NUMERIC
               MOVE REG-DATA-ALTERACAO TO WS-CLI-DATA
               MOVE REG-HORA-ALTERACAO TO WS-CLI-HORA
               IF WS-MARCA-CLIENTE-N > WS-MARCA-ULTIMA-N
                   SET WS-CLIENTE-SELECIONADO TO TRUE
               END-IF
           END-IF
           IF WS-REENVIO-OK
               PERFORM CONSUMIR-REENVIO
           END-IF
           IF WS-CLIENTE-SELECIONADO
               PERFORM GRAVAR-DETALHE
           END-IF
           PERFORM LER-CLIENTE.

      *****************************************************************
      * A marca de reenvio vale uma unica extracao: o cliente marcado
      * entra na interface (se ja nao entrava pela alteracao) e a
      * marca e apagada.
      *****************************************************************
       CONSUMIR-REENVIO.
           MOVE REG-CHAVE TO RNV-DOCUMENTO
           READ REENVIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CLIENTE-FORA
                       SET WS-CLIENTE-SELECIONADO TO TRUE
                       ADD 1 TO WS-CONT-REENVIADOS
                   END-IF
                   DELETE REENVIO-MASTER
                       INVALID KEY
                           DISPLAY 'Erro ao apagar marca de reenvio '
                               REG-CHAVE
                   END-DELETE
           END-READ.

       GRAVAR-DETALHE.
           ADD 1 TO WS-CONT-EXTRAIDOS
           MOVE REG-CHAVE TO WS-INT-DOCUMENTO
           DISPLAY 'Ultima extracao      : ' WS-ULT-DATA ' '
               WS-ULT-HORA
           DISPLAY 'Clientes lidos       : ' WS-CONT-LIDOS
           DISPLAY 'Clientes extraidos   : ' WS-CONT-EXTRAIDOS
           DISPLAY '  reenvio forcado    : ' WS-CONT-REENVIADOS.
