      *****************************************************************
      * PROGRAMA: INTEGRA-CLIENTE.cbl
      * DESCRICAO: Auditoria de integridade referencial entre o mestre
      *            de clientes e os arquivos satelite. O
      *            CONSISTE-CLIENTE confere cada registro do mestre
      *            isoladamente; este programa confere as ligacoes
      *            entre CLIENTES.DAT, CONTATOS.DAT, VINCULOS.DAT e
      *            CLIHIST.DAT e imprime em INTEGRA.LST, agrupadas por
      *            tipo de ocorrencia:
      *              1 - contato cujo documento nao esta nem no mestre
      *                  nem no historico de arquivados (contato de
      *                  cliente arquivado e normal e nao e apontado);
      *              2 - vinculo com filial ou matriz inexistente no
      *                  mestre ou cadastrada como Pessoa Fisica;
      *              3 - cliente com mais de um contato preferencial
      *                  do mesmo tipo;
      *              4 - documento presente ao mesmo tempo no mestre e
      *                  no historico.
      *            Nao corrige nada: a correcao e feita pelo cadastro
      *            (CADASTRP-CLIENTE) ou pelo arquivamento
      *            (ARQUIVA-CLIENTE). Satelite inexistente e anotado e
      *            o tipo correspondente nao e conferido. Roda sozinho
      *            ou como etapa da esteira noturna (NOTURNO-CLIENTE),
      *            gravando o ETAPA.RES; ocorrencias nao param a
      *            esteira, so mestre indisponivel encerra com
      *            RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLI.CPY".
           COPY "SELCTT.CPY".
           COPY "SELVIN.CPY".
           COPY "SELHIST.CPY".
           COPY "SELRES.CPY".
           SELECT REL-INTEGRIDADE
               ASSIGN TO "INTEGRA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENT.CPY".
           COPY "FDCTT.CPY".
           COPY "FDVIN.CPY".
           COPY "FDHIST.CPY".
           COPY "FDRES.CPY".

       FD  REL-INTEGRIDADE
           LABEL RECORD STANDARD.
       01  REG-RELATORIO PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-CTTMASTER PIC XX.
       01 WS-FS-VINCULO PIC XX.
       01 WS-FS-HISTORICO PIC XX.
       01 WS-FS-RESUMO PIC XX.
       01 WS-FS-RELATORIO PIC XX.
       01 WS-CTT-DISPONIVEL PIC X.
           88 WS-CONTATOS-OK VALUE 'S'.
           88 WS-CONTATOS-INDISPONIVEL VALUE 'N'.
       01 WS-VIN-DISPONIVEL PIC X.
           88 WS-VINCULOS-OK VALUE 'S'.
           88 WS-VINCULOS-INDISPONIVEL VALUE 'N'.
       01 WS-HIST-DISPONIVEL PIC X.
           88 WS-HIST-OK VALUE 'S'.
           88 WS-HIST-INDISPONIVEL VALUE 'N'.
       01 WS-FIM-LEITURA PIC X.
           88 WS-FIM-DA-LEITURA VALUE 'S'.
       01 WS-SITUACAO-DOC PIC X.
           88 WS-DOC-NO-MESTRE VALUE 'M'.
           88 WS-DOC-NO-HISTORICO VALUE 'H'.
           88 WS-DOC-INEXISTENTE VALUE 'N'.
       01 WS-DOC-PROCURA PIC 9(14).
       01 WS-DOC-ATUAL PIC 9(14).
       01 WS-PAPEL PIC X(7).
       01 WS-IDX-TIPO PIC 9.
       01 WS-TIPOS-CONTATO PIC X(4) VALUE 'FCEW'.
       01 WS-TIPOS-CONTATO-R REDEFINES WS-TIPOS-CONTATO.
           05 WS-TIPO-CONTATO PIC X OCCURS 4 TIMES.
       01 WS-TAB-PREFERIDOS.
           05 WS-QTD-PREFERIDOS PIC 9(3) OCCURS 4 TIMES.
       01 WS-CONT-CONTATOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-VINCULOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-HISTORICO PIC 9(7) VALUE ZERO.
       01 WS-CONT-TIPO PIC 9(7) VALUE ZERO.
       01 WS-CONT-ORFAOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-VINC-INVALIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-PREF-DUPLICADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-MESTRE-HIST PIC 9(7) VALUE ZERO.
       01 WS-CONT-OCORRENCIAS PIC 9(7) VALUE ZERO.

       01 WS-LINHA-TITULO.
           05 FILLER PIC X(45) VALUE
               'Integridade referencial do cadastro - base '.
           05 WS-TIT-DATA PIC 9(8).

       01 WS-LINHA-SECAO.
           05 FILLER PIC X(4) VALUE '*** '.
           05 WS-SEC-TITULO PIC X(60).

       01 WS-LINHA-OCORRENCIA.
           05 WS-OCO-DOC PIC 9(14).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-OCO-COMPL PIC X(30).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-OCO-MOTIVO PIC X(40).

       01 WS-COMPL-CONTATO.
           05 FILLER PIC X(4) VALUE 'seq '.
           05 WS-CPC-SEQUENCIA PIC 9(3).
           05 FILLER PIC X(6) VALUE ' tipo '.
           05 WS-CPC-TIPO PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CPC-VALOR PIC X(15).

       01 WS-COMPL-VINCULO.
           05 WS-CPV-PAPEL PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CPV-DOC PIC 9(14).

       01 WS-COMPL-PREFERIDO.
           05 FILLER PIC X(5) VALUE 'tipo '.
           05 WS-CPP-TIPO PIC X.
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-CPP-QTD PIC ZZ9.
           05 FILLER PIC X(15) VALUE ' preferenciais'.

       01 WS-LINHA-TOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-TOT-ROTULO PIC X(30).
           05 WS-TOT-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRIR-ARQUIVOS
           PERFORM IMPRIMIR-TITULO
           PERFORM CONFERIR-CONTATOS-ORFAOS
           PERFORM CONFERIR-VINCULOS
           PERFORM CONFERIR-PREFERENCIAIS
           PERFORM CONFERIR-MESTRE-E-HISTORICO
           PERFORM IMPRIMIR-TOTAL-GERAL
           PERFORM EXIBIR-RESUMO
           PERFORM GRAVAR-RESUMO-ETAPA
           PERFORM FECHAR-ARQUIVOS
           GOBACK.

       GRAVAR-RESUMO-ETAPA.
           OPEN OUTPUT ARQ-RESUMO
           MOVE 'INTEGRA-CLIENTE' TO RES-PROGRAMA
           MOVE 3 TO RES-QTD-CONTADORES
           MOVE 'ctt orfaos' TO RES-ROTULO (1)
           MOVE WS-CONT-ORFAOS TO RES-VALOR (1)
           MOVE 'vinculo inv' TO RES-ROTULO (2)
           MOVE WS-CONT-VINC-INVALIDOS TO RES-VALOR (2)
           MOVE 'ocorrencias' TO RES-ROTULO (3)
           MOVE WS-CONT-OCORRENCIAS TO RES-VALOR (3)
           WRITE REG-RESUMO
           CLOSE ARQ-RESUMO.

       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTE-MASTER
           IF WS-FS-CLIMASTER NOT = '00'
               DISPLAY 'Erro ao abrir CLIENTES.DAT: ' WS-FS-CLIMASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTATO-MASTER
           IF WS-FS-CTTMASTER = '00'
               SET WS-CONTATOS-OK TO TRUE
           ELSE
               SET WS-CONTATOS-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT VINCULO-MASTER
           IF WS-FS-VINCULO = '00'
               SET WS-VINCULOS-OK TO TRUE
           ELSE
               SET WS-VINCULOS-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT CLIENTE-HISTORICO
           IF WS-FS-HISTORICO = '00'
               SET WS-HIST-OK TO TRUE
           ELSE
               SET WS-HIST-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT REL-INTEGRIDADE.

       FECHAR-ARQUIVOS.
           CLOSE CLIENTE-MASTER
           IF WS-CONTATOS-OK
               CLOSE CONTATO-MASTER
           END-IF
           IF WS-VINCULOS-OK
               CLOSE VINCULO-MASTER
           END-IF
           IF WS-HIST-OK
               CLOSE CLIENTE-HISTORICO
           END-IF
           CLOSE REL-INTEGRIDADE.

       IMPRIMIR-TITULO.
           ACCEPT WS-TIT-DATA FROM DATE YYYYMMDD
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO.

       IMPRIMIR-SECAO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           MOVE ZERO TO WS-CONT-TIPO.

       IMPRIMIR-OCORRENCIA.
           ADD 1 TO WS-CONT-TIPO
           ADD 1 TO WS-CONT-OCORRENCIAS
           WRITE REG-RELATORIO FROM WS-LINHA-OCORRENCIA.

       IMPRIMIR-TOTAL-SECAO.
           MOVE 'Ocorrencias deste tipo      :' TO WS-TOT-ROTULO
           MOVE WS-CONT-TIPO TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL.

       IMPRIMIR-INDISPONIVEL.
           MOVE 'Arquivo indisponivel - tipo nao conferido' TO
               REG-RELATORIO
           WRITE REG-RELATORIO.

      *****************************************************************
      * Procura o documento no mestre e, se nao achar, no historico.
      * Resultado em WS-SITUACAO-DOC; achado no mestre, o registro
      * fica em REG-CLIENTE para quem chamou conferir o tipo.
      *****************************************************************
       LOCALIZAR-DOCUMENTO.
           SET WS-DOC-INEXISTENTE TO TRUE
           MOVE WS-DOC-PROCURA TO REG-CHAVE
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DOC-NO-MESTRE TO TRUE
           END-READ
           IF WS-DOC-INEXISTENTE AND WS-HIST-OK
               MOVE WS-DOC-PROCURA TO HIS-CHAVE
               READ CLIENTE-HISTORICO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DOC-NO-HISTORICO TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      * Tipo 1: contatos orfaos. O arquivo de contatos vem em ordem de
      * documento, entao o documento so e procurado na troca.
      *****************************************************************
       CONFERIR-CONTATOS-ORFAOS.
           MOVE '1 - Contatos sem cliente no mestre nem no historico'
               TO WS-SEC-TITULO
           PERFORM IMPRIMIR-SECAO
           IF WS-CONTATOS-INDISPONIVEL
               PERFORM IMPRIMIR-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DOC-ATUAL
           PERFORM POSICIONAR-CONTATOS
           PERFORM LER-CONTATO
           PERFORM CONFERIR-CONTATO-ORFAO UNTIL WS-FIM-DA-LEITURA
           MOVE WS-CONT-TIPO TO WS-CONT-ORFAOS
           PERFORM IMPRIMIR-TOTAL-SECAO.

       POSICIONAR-CONTATOS.
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE LOW-VALUES TO REG-CTT-CHAVE
           START CONTATO-MASTER KEY IS NOT LESS THAN REG-CTT-CHAVE
               INVALID KEY
                   SET WS-FIM-DA-LEITURA TO TRUE
           END-START.

       LER-CONTATO.
           IF NOT WS-FIM-DA-LEITURA
               READ CONTATO-MASTER NEXT RECORD
                   AT END
                       SET WS-FIM-DA-LEITURA TO TRUE
               END-READ
           END-IF.

       CONFERIR-CONTATO-ORFAO.
           ADD 1 TO WS-CONT-CONTATOS
           IF REG-CTT-DOCUMENTO NOT = WS-DOC-ATUAL
               MOVE REG-CTT-DOCUMENTO TO WS-DOC-ATUAL
               MOVE REG-CTT-DOCUMENTO TO WS-DOC-PROCURA
               PERFORM LOCALIZAR-DOCUMENTO
           END-IF
           IF WS-DOC-INEXISTENTE
               MOVE REG-CTT-DOCUMENTO TO WS-OCO-DOC
               MOVE REG-CTT-SEQUENCIA TO WS-CPC-SEQUENCIA
               MOVE REG-CTT-TIPO TO WS-CPC-TIPO
               MOVE REG-CTT-VALOR TO WS-CPC-VALOR
               MOVE WS-COMPL-CONTATO TO WS-OCO-COMPL
               MOVE 'contato orfao' TO WS-OCO-MOTIVO
               PERFORM IMPRIMIR-OCORRENCIA
           END-IF
           PERFORM LER-CONTATO.

      *****************************************************************
      * Tipo 2: os dois lados de cada vinculo precisam ser Pessoa
      * Juridica presente no mestre. Lado que so existe no historico
      * e apontado com motivo proprio (o arquivamento deveria ter
      * recusado o cliente vinculado).
      *****************************************************************
       CONFERIR-VINCULOS.
           MOVE '2 - Vinculos com filial ou matriz invalida'
               TO WS-SEC-TITULO
           PERFORM IMPRIMIR-SECAO
           IF WS-VINCULOS-INDISPONIVEL
               PERFORM IMPRIMIR-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE ZERO TO VIN-FILIAL
           START VINCULO-MASTER KEY IS NOT LESS THAN VIN-FILIAL
               INVALID KEY
                   SET WS-FIM-DA-LEITURA TO TRUE
           END-START
           PERFORM LER-VINCULO
           PERFORM CONFERIR-VINCULO UNTIL WS-FIM-DA-LEITURA
           MOVE WS-CONT-TIPO TO WS-CONT-VINC-INVALIDOS
           PERFORM IMPRIMIR-TOTAL-SECAO.

       LER-VINCULO.
           IF NOT WS-FIM-DA-LEITURA
               READ VINCULO-MASTER NEXT RECORD
                   AT END
                       SET WS-FIM-DA-LEITURA TO TRUE
               END-READ
           END-IF.

       CONFERIR-VINCULO.
           ADD 1 TO WS-CONT-VINCULOS
           MOVE VIN-FILIAL TO WS-DOC-PROCURA
           MOVE 'filial' TO WS-PAPEL
           MOVE VIN-MATRIZ TO WS-CPV-DOC
           MOVE 'matriz' TO WS-CPV-PAPEL
           PERFORM CONFERIR-LADO-VINCULO
           MOVE VIN-MATRIZ TO WS-DOC-PROCURA
           MOVE 'matriz' TO WS-PAPEL
           MOVE VIN-FILIAL TO WS-CPV-DOC
           MOVE 'filial' TO WS-CPV-PAPEL
           PERFORM CONFERIR-LADO-VINCULO
           PERFORM LER-VINCULO.

       CONFERIR-LADO-VINCULO.
           PERFORM LOCALIZAR-DOCUMENTO
           MOVE SPACES TO WS-OCO-MOTIVO
           EVALUATE TRUE
               WHEN WS-DOC-INEXISTENTE
                   STRING WS-PAPEL DELIMITED BY SPACE
                          ' inexistente no cadastro' DELIMITED BY SIZE
                       INTO WS-OCO-MOTIVO
                   END-STRING
               WHEN WS-DOC-NO-HISTORICO
                   STRING WS-PAPEL DELIMITED BY SPACE
                          ' so no historico (arquivada)'
                              DELIMITED BY SIZE
                       INTO WS-OCO-MOTIVO
                   END-STRING
               WHEN REG-TIPO NOT = 'J'
                   STRING WS-PAPEL DELIMITED BY SPACE
                          ' cadastrada como Pessoa Fisica'
                              DELIMITED BY SIZE
                       INTO WS-OCO-MOTIVO
                   END-STRING
           END-EVALUATE
           IF WS-OCO-MOTIVO NOT = SPACES
               MOVE WS-DOC-PROCURA TO WS-OCO-DOC
               MOVE WS-COMPL-VINCULO TO WS-OCO-COMPL
               PERFORM IMPRIMIR-OCORRENCIA
           END-IF.

      *****************************************************************
      * Tipo 3: preferenciais por tipo de contato, contados a cada
      * documento e conferidos na troca de documento.
      *****************************************************************
       CONFERIR-PREFERENCIAIS.
           MOVE '3 - Mais de um contato preferencial do mesmo tipo'
               TO WS-SEC-TITULO
           PERFORM IMPRIMIR-SECAO
           IF WS-CONTATOS-INDISPONIVEL
               PERFORM IMPRIMIR-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DOC-ATUAL
           INITIALIZE WS-TAB-PREFERIDOS
           PERFORM POSICIONAR-CONTATOS
           PERFORM LER-CONTATO
           PERFORM CONTAR-PREFERENCIAL UNTIL WS-FIM-DA-LEITURA
           PERFORM FECHAR-DOCUMENTO-PREFERIDOS
           MOVE WS-CONT-TIPO TO WS-CONT-PREF-DUPLICADOS
           PERFORM IMPRIMIR-TOTAL-SECAO.

       CONTAR-PREFERENCIAL.
           IF REG-CTT-DOCUMENTO NOT = WS-DOC-ATUAL
               PERFORM FECHAR-DOCUMENTO-PREFERIDOS
               MOVE REG-CTT-DOCUMENTO TO WS-DOC-ATUAL
           END-IF
           IF REG-CTT-PREFERIDO = 'S'
               PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                       UNTIL WS-IDX-TIPO > 4
                   IF REG-CTT-TIPO = WS-TIPO-CONTATO (WS-IDX-TIPO)
                       ADD 1 TO WS-QTD-PREFERIDOS (WS-IDX-TIPO)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM LER-CONTATO.

       FECHAR-DOCUMENTO-PREFERIDOS.
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 4
               IF WS-QTD-PREFERIDOS (WS-IDX-TIPO) > 1
                   MOVE WS-DOC-ATUAL TO WS-OCO-DOC
                   MOVE WS-TIPO-CONTATO (WS-IDX-TIPO) TO WS-CPP-TIPO
                   MOVE WS-QTD-PREFERIDOS (WS-IDX-TIPO) TO WS-CPP-QTD
                   MOVE WS-COMPL-PREFERIDO TO WS-OCO-COMPL
                   MOVE 'preferencial duplicado' TO WS-OCO-MOTIVO
                   PERFORM IMPRIMIR-OCORRENCIA
               END-IF
           END-PERFORM
           INITIALIZE WS-TAB-PREFERIDOS.

      *****************************************************************
      * Tipo 4: cliente arquivado que continua no mestre (restauracao
      * ou arquivamento interrompido no meio).
      *****************************************************************
       CONFERIR-MESTRE-E-HISTORICO.
           MOVE '4 - Documento no mestre e no historico ao mesmo tempo'
               TO WS-SEC-TITULO
           PERFORM IMPRIMIR-SECAO
           IF WS-HIST-INDISPONIVEL
               PERFORM IMPRIMIR-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE ZERO TO HIS-CHAVE
           START CLIENTE-HISTORICO KEY IS NOT LESS THAN HIS-CHAVE
               INVALID KEY
                   SET WS-FIM-DA-LEITURA TO TRUE
           END-START
           PERFORM LER-HISTORICO
           PERFORM CONFERIR-HISTORICO UNTIL WS-FIM-DA-LEITURA
           MOVE WS-CONT-TIPO TO WS-CONT-MESTRE-HIST
           PERFORM IMPRIMIR-TOTAL-SECAO.

       LER-HISTORICO.
           IF NOT WS-FIM-DA-LEITURA
               READ CLIENTE-HISTORICO NEXT RECORD
                   AT END
                       SET WS-FIM-DA-LEITURA TO TRUE
               END-READ
           END-IF.

       CONFERIR-HISTORICO.
           ADD 1 TO WS-CONT-HISTORICO
           MOVE HIS-CHAVE TO REG-CHAVE
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIS-CHAVE TO WS-OCO-DOC
                   MOVE REG-NOME TO WS-OCO-COMPL
                   MOVE SPACES TO WS-OCO-MOTIVO
                   STRING 'tambem no historico, arquivado em '
                              DELIMITED BY SIZE
                          HIS-DATA-ARQUIVAMENTO DELIMITED BY SIZE
                       INTO WS-OCO-MOTIVO
                   END-STRING
                   PERFORM IMPRIMIR-OCORRENCIA
           END-READ
           PERFORM LER-HISTORICO.

       IMPRIMIR-TOTAL-GERAL.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'Total de ocorrencias        :' TO WS-TOT-ROTULO
           MOVE WS-CONT-OCORRENCIAS TO WS-TOT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           DISPLAY 'Integridade referencial - resumo'
           DISPLAY '============================================'
           DISPLAY 'Contatos lidos       : ' WS-CONT-CONTATOS
           DISPLAY 'Vinculos lidos       : ' WS-CONT-VINCULOS
           DISPLAY 'Historicos lidos     : ' WS-CONT-HISTORICO
           DISPLAY 'Contatos orfaos      : ' WS-CONT-ORFAOS
           DISPLAY 'Vinculos invalidos   : ' WS-CONT-VINC-INVALIDOS
           DISPLAY 'Preferenciais duplos : ' WS-CONT-PREF-DUPLICADOS
           DISPLAY 'Mestre e historico   : ' WS-CONT-MESTRE-HIST
           DISPLAY 'Total de ocorrencias : ' WS-CONT-OCORRENCIAS
           DISPLAY 'Relatorio gravado em INTEGRA.LST'.
