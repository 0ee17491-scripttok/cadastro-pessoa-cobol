      *****************************************************************
      * PROGRAMA: FOTOGRAFIA-CLIENTE.cbl
      * DESCRICAO: Fotografia do cadastro de um cliente em uma data
      *            passada, para consultas da auditoria interna e do
      *            juridico ("qual era o endereco/email deste cliente
      *            em tal data"). Dado o documento e a data, procura
      *            a geracao de backup CLIENTES-AAAAMMDD.BKP mais
      *            proxima que nao seja posterior a data pedida,
      *            voltando dia a dia ate WS-MAX-DIAS-BUSCA dias, e
      *            parte do registro do cliente nesse backup. Em
      *            seguida aplica, em ordem, as linhas de auditoria
      *            do documento gravadas depois da geracao do backup
      *            (data/hora do cabecalho) ate o fim do dia pedido:
      *            primeiro os meses fechados (AUDITIDX.DAT), depois
      *            o mes corrente (AUDITORIA.LOG). A ficha sai em
      *            FOTOGRAFIA.LST com a origem de cada campo: o backup
      *            ou a alteracao que deu o valor. Linha de auditoria
      *            cujo valor anterior nao bate com a ficha e marcada
      *            como divergente (alteracao feita por caminho que
      *            nao grava auditoria). Sem backup anterior a data,
      *            ou com o cliente ausente do backup encontrado, o
      *            programa diz isso e NAO monta ficha: o log guarda
      *            so os campos alterados, nunca o registro inteiro.
      *            A troca de CPF/CNPJ fica registrada no documento
      *            antigo; as alteracoes feitas depois disso no
      *            documento novo nao sao seguidas, e a ficha avisa.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOCAD-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELBKP.CPY".
           COPY "SELAUD.CPY".
           COPY "SELAUDX.CPY".
           SELECT REL-FOTOGRAFIA
               ASSIGN TO "FOTOGRAFIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDBKP.CPY".
           COPY "FDAUDIT.CPY".
           COPY "FDAUDX.CPY".

       FD  REL-FOTOGRAFIA
           LABEL RECORD STANDARD.
       01  REG-LISTAGEM PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "WSBKP.CPY".
       01 WS-FS-BACKUP PIC XX.
       01 WS-FS-AUDITORIA PIC XX.
       01 WS-FS-AUDITIDX PIC XX.
       01 WS-FS-LISTAGEM PIC XX.
       01 WS-FIM-BACKUP PIC X VALUE 'N'.
           88 WS-FIM-DO-BACKUP VALUE 'S'.
       01 WS-FIM-LOG PIC X VALUE 'N'.
           88 WS-FIM-DO-LOG VALUE 'S'.
       01 WS-FIM-IDX PIC X VALUE 'N'.
           88 WS-FIM-DO-INDEXADO VALUE 'S'.
       01 WS-LOG-DISPONIVEL PIC X VALUE 'N'.
           88 WS-LOG-OK VALUE 'S'.
           88 WS-LOG-INDISPONIVEL VALUE 'N'.
       01 WS-IDX-DISPONIVEL PIC X VALUE 'N'.
           88 WS-INDEXADO-OK VALUE 'S'.
           88 WS-INDEXADO-INDISPONIVEL VALUE 'N'.
       01 WS-SITUACAO-BACKUP PIC X VALUE 'N'.
           88 WS-BACKUP-ACHADO VALUE 'S'.
           88 WS-SEM-BACKUP VALUE 'N'.
       01 WS-SITUACAO-CLIENTE PIC X VALUE 'N'.
           88 WS-CLIENTE-NO-BACKUP VALUE 'S'.
           88 WS-CLIENTE-AUSENTE VALUE 'N'.
       01 WS-TRAILER-LIDO PIC X VALUE 'N'.
           88 WS-TEM-TRAILER VALUE 'S'.
       01 WS-TROCA-DOCUMENTO PIC X VALUE 'N'.
           88 WS-DOCUMENTO-TROCADO VALUE 'S'.
       01 WS-SITUACAO-LINHA PIC X.
           88 WS-LINHA-NO-PERIODO VALUE 'S'.
           88 WS-LINHA-FORA VALUE 'N'.
       01 WS-DOC-PEDIDO PIC 9(14).
       01 WS-DATA-PEDIDA PIC 9(8).
       01 WS-DATA-PEDIDA-R REDEFINES WS-DATA-PEDIDA.
           05 WS-PED-ANO PIC 9(4).
           05 WS-PED-MES PIC 99.
           05 WS-PED-DIA PIC 99.

      *    a busca do backup volta no maximo tres anos a partir da
      *    data pedida; geracoes mais antigas ja nao sao guardadas
       01 WS-MAX-DIAS-BUSCA PIC 9(4) VALUE 1096.
       01 WS-CONT-DIAS PIC 9(4) VALUE ZERO.
       01 WS-DATA-BUSCA.
           05 WS-BUS-ANO PIC 9(4).
           05 WS-BUS-MES PIC 99.
           05 WS-BUS-DIA PIC 99.
       01 WS-DATA-BUSCA-N REDEFINES WS-DATA-BUSCA PIC 9(8).
       01 WS-TAB-DIAS-MES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           05 WS-DIAS-MES PIC 99 OCCURS 12.
       01 WS-RESTO-4 PIC 9(4).
       01 WS-RESTO-100 PIC 9(4).
       01 WS-RESTO-400 PIC 9(4).
       01 WS-QUOCIENTE PIC 9(4).
       01 WS-BKP-ACHADO PIC X(30).

      *    imagem do registro do cliente tirada do backup (mesmo
      *    layout de REG-CLIENTE em FDCLIENT.CPY)
       01 WS-FICHA.
           05 WS-FIC-CHAVE PIC 9(14).
           05 WS-FIC-TIPO PIC X.
           05 WS-FIC-NOME PIC X(50).
           05 WS-FIC-CPF PIC 9(11).
           05 WS-FIC-CNPJ PIC 9(14).
           05 WS-FIC-EMAIL PIC X(50).
           05 WS-FIC-STATUS PIC 9.
           05 WS-FIC-ENDERECO.
               10 WS-FIC-RUA PIC X(20).
               10 WS-FIC-BAIRRO PIC X(20).
               10 WS-FIC-CIDADE PIC X(20).
               10 WS-FIC-ESTADO PIC X(20).
               10 WS-FIC-CEP PIC 9(8).
               10 WS-FIC-NUMERO PIC 9(8).
           05 WS-FIC-DATA-INCLUSAO PIC 9(8).
           05 WS-FIC-HORA-INCLUSAO PIC 9(6).
           05 WS-FIC-DATA-ALTERACAO PIC 9(8).
           05 WS-FIC-HORA-ALTERACAO PIC 9(6).
           05 WS-FIC-PENDENCIA-FAT PIC X.

      *    origem de cada campo da ficha: sequencia zero e o backup;
      *    senao e o numero da alteracao aplicada que deu o valor.
      *    1 nome, 2 cpf, 3 cnpj, 4 email, 5 status, 6 rua,
      *    7 bairro, 8 cidade, 9 estado, 10 cep, 11 numero
       01 WS-TAB-ORIGEM.
           05 WS-ORIGEM OCCURS 11.
               10 WS-ORG-SEQ PIC 9(3).
               10 WS-ORG-DATA PIC 9(8).
               10 WS-ORG-HORA PIC 9(6).
               10 WS-ORG-USUARIO PIC X(20).
               10 WS-ORG-QTD PIC 9(3).
       01 WS-IX PIC 99.
       01 WS-IX-FIM PIC 99.

      *    linha de auditoria em aplicacao, vinda do indexado ou do
      *    log sequencial
       01 WS-ALT-CAMPO PIC X(15).
       01 WS-ALT-ANTERIOR PIC X(96).
       01 WS-ALT-NOVO PIC X(96).
       01 WS-ALT-DATA PIC 9(8).
       01 WS-ALT-HORA PIC 9(6).
       01 WS-ALT-USUARIO PIC X(20).
       01 WS-ALT-SITUACAO PIC X.
           88 WS-ALT-APLICADA VALUE 'A'.
           88 WS-ALT-DIVERGENTE VALUE 'D'.
           88 WS-ALT-INFORMATIVA VALUE 'I'.
       01 WS-DOC-NOVO PIC 9(14).
       01 WS-TROCA-DATA PIC 9(8).

       01 WS-CONT-APLICADAS PIC 9(3) VALUE ZERO.
       01 WS-CONT-DIVERGENTES PIC 9(3) VALUE ZERO.
       01 WS-CONT-INFORMATIVAS PIC 9(3) VALUE ZERO.
       01 WS-CONT-ANTERIORES PIC 9(5) VALUE ZERO.
       01 WS-CONT-POSTERIORES PIC 9(5) VALUE ZERO.
       01 WS-MAX-ALTERACOES PIC 9(3) VALUE 999.

       01 WS-LINHA-TEXTO.
           05 WS-TXT-CONTEUDO PIC X(100) VALUE SPACES.

       01 WS-LINHA-TITULO.
           05 FILLER PIC X(28) VALUE 'Fotografia do cliente      '.
           05 WS-TIT-DOC PIC 9(14).
           05 FILLER PIC X(10) VALUE '  em data '.
           05 WS-TIT-DATA PIC 9(8).

       01 WS-LINHA-BACKUP.
           05 FILLER PIC X(28) VALUE 'Backup de partida         : '.
           05 WS-LBK-ARQUIVO PIC X(30).
           05 FILLER PIC X(12) VALUE ' gerado em '.
           05 WS-LBK-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LBK-HORA PIC 9(6).

       01 WS-LINHA-ALTERACAO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAL-SEQ PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAL-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LAL-HORA PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAL-USUARIO PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LAL-CAMPO PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LAL-OBS PIC X(39).

       01 WS-LINHA-VALOR.
           05 FILLER PIC X(9) VALUE SPACES.
           05 WS-LVL-ROTULO PIC X(6).
           05 WS-LVL-VALOR PIC X(85).

       01 WS-LINHA-CAMPO.
           05 WS-LCP-ROTULO PIC X(10).
           05 FILLER PIC X(2) VALUE ': '.
           05 WS-LCP-VALOR PIC X(50).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LCP-ORIGEM PIC X(37).

       01 WS-ORIGEM-BACKUP.
           05 FILLER PIC X(7) VALUE 'backup '.
           05 WS-OBK-DATA PIC 9(8).

       01 WS-ORIGEM-ALTERACAO.
           05 FILLER PIC X(4) VALUE 'alt '.
           05 WS-OAL-SEQ PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-OAL-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-OAL-USUARIO PIC X(20).

       01 WS-VALOR-STATUS PIC X(10).
       01 WS-VALOR-TIPO PIC X(15).

       01 WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO PIC X(45).
           05 WS-TOT-VALOR PIC ZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY '================================'
           DISPLAY 'FOTOGRAFIA DO CADASTRO EM DATA PASSADA'
           DISPLAY '================================'
           DISPLAY 'Informe o CPF ou CNPJ do cliente : '
               WITH NO ADVANCING
           ACCEPT WS-DOC-PEDIDO
           PERFORM CAPTURAR-DATA
           OPEN OUTPUT REL-FOTOGRAFIA
           MOVE WS-DOC-PEDIDO TO WS-TIT-DOC
           MOVE WS-DATA-PEDIDA TO WS-TIT-DATA
           WRITE REG-LISTAGEM FROM WS-LINHA-TITULO
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           PERFORM PROCURAR-BACKUP
           IF WS-SEM-BACKUP
               PERFORM INFORMAR-SEM-BACKUP
               CLOSE REL-FOTOGRAFIA
               DISPLAY 'Nenhum backup anterior a data pedida: ficha'
                   ' nao reconstituida.'
               DISPLAY 'Relatorio gravado em FOTOGRAFIA.LST'
               STOP RUN
           END-IF
           PERFORM LOCALIZAR-NO-BACKUP
           CLOSE ARQ-BACKUP
           PERFORM IMPRIMIR-BACKUP
           PERFORM INICIAR-ORIGEM
           MOVE 'Alteracoes do documento apos o backup:'
               TO WS-TXT-CONTEUDO
           PERFORM IMPRIMIR-TEXTO
           PERFORM ABRIR-AUDITORIA
           IF WS-INDEXADO-OK
               PERFORM APLICAR-INDEXADO
           END-IF
           IF WS-LOG-OK
               PERFORM LER-AUDITORIA
               PERFORM APLICAR-LOG UNTIL WS-FIM-DO-LOG
           END-IF
           PERFORM FECHAR-AUDITORIA
           IF WS-CONT-APLICADAS = ZERO
               MOVE '  nenhuma' TO WS-TXT-CONTEUDO
               PERFORM IMPRIMIR-TEXTO
           END-IF
           IF WS-CLIENTE-NO-BACKUP
               PERFORM IMPRIMIR-FICHA
           ELSE
               PERFORM INFORMAR-CLIENTE-AUSENTE
           END-IF
           PERFORM IMPRIMIR-TOTAIS
           CLOSE REL-FOTOGRAFIA
           DISPLAY 'Relatorio gravado em FOTOGRAFIA.LST'
           STOP RUN.

       CAPTURAR-DATA.
           MOVE ZERO TO WS-DATA-PEDIDA
           PERFORM UNTIL WS-PED-MES >= 1 AND WS-PED-MES <= 12
                   AND WS-PED-DIA >= 1 AND WS-PED-DIA <= 31
                   AND WS-PED-ANO > ZERO
               DISPLAY 'Data da fotografia (AAAAMMDD) : '
                   WITH NO ADVANCING
               ACCEPT WS-DATA-PEDIDA
               IF WS-PED-MES < 1 OR WS-PED-MES > 12
                       OR WS-PED-DIA < 1 OR WS-PED-DIA > 31
                       OR WS-PED-ANO = ZERO
                   DISPLAY 'Data inválida!'
               END-IF
           END-PERFORM.

      *****************************************************************
      * Busca da geracao de backup: tenta CLIENTES-AAAAMMDD.BKP na
      * data pedida e volta um dia por vez. Uma geracao do proprio dia
      * serve, porque a ficha e do fim do dia pedido e o cabecalho do
      * backup diz a hora exata da descarga. Geracao sem cabecalho 'H'
      * (arquivo truncado ou de outro formato) e desprezada.
      *****************************************************************
       PROCURAR-BACKUP.
           MOVE WS-DATA-PEDIDA TO WS-DATA-BUSCA-N
           MOVE ZERO TO WS-CONT-DIAS
           SET WS-SEM-BACKUP TO TRUE
           PERFORM TENTAR-BACKUP
               UNTIL WS-BACKUP-ACHADO
                  OR WS-CONT-DIAS > WS-MAX-DIAS-BUSCA.

       TENTAR-BACKUP.
           MOVE WS-DATA-BUSCA-N TO WS-BKP-NOME-DATA
           MOVE WS-BKP-NOME-DATADO TO WS-BKP-ARQUIVO
           OPEN INPUT ARQ-BACKUP
           IF WS-FS-BACKUP = '00'
               MOVE 'N' TO WS-FIM-BACKUP
               PERFORM LER-BACKUP
               IF NOT WS-FIM-DO-BACKUP
                       AND REG-BACKUP (1:1) = 'H'
                   MOVE REG-BACKUP TO WS-BKP-CABECALHO
                   MOVE WS-BKP-ARQUIVO TO WS-BKP-ACHADO
                   SET WS-BACKUP-ACHADO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'Backup sem cabecalho desprezado: '
                   WS-BKP-ARQUIVO
               CLOSE ARQ-BACKUP
           END-IF
           ADD 1 TO WS-CONT-DIAS
           PERFORM DIA-ANTERIOR.

       DIA-ANTERIOR.
           SUBTRACT 1 FROM WS-BUS-DIA
           IF WS-BUS-DIA = ZERO
               SUBTRACT 1 FROM WS-BUS-MES
               IF WS-BUS-MES = ZERO
                   MOVE 12 TO WS-BUS-MES
                   SUBTRACT 1 FROM WS-BUS-ANO
               END-IF
               MOVE WS-DIAS-MES (WS-BUS-MES) TO WS-BUS-DIA
               IF WS-BUS-MES = 2
                   PERFORM VERIFICAR-BISSEXTO
               END-IF
           END-IF.

       VERIFICAR-BISSEXTO.
           DIVIDE WS-BUS-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-4
           DIVIDE WS-BUS-ANO BY 100 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-100
           DIVIDE WS-BUS-ANO BY 400 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-400
           IF WS-RESTO-400 = ZERO
                   OR (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO)
               MOVE 29 TO WS-BUS-DIA
           END-IF.

       LER-BACKUP.
           READ ARQ-BACKUP
               AT END
                   SET WS-FIM-DO-BACKUP TO TRUE
           END-READ.

       LOCALIZAR-NO-BACKUP.
           INITIALIZE WS-FICHA
           SET WS-CLIENTE-AUSENTE TO TRUE
           PERFORM LER-BACKUP
           PERFORM EXAMINAR-BACKUP
               UNTIL WS-FIM-DO-BACKUP OR WS-CLIENTE-NO-BACKUP.

       EXAMINAR-BACKUP.
           EVALUATE REG-BACKUP (1:1)
               WHEN 'D'
                   IF REG-BACKUP (2:14) = WS-DOC-PEDIDO
                       MOVE REG-BACKUP (2:266) TO WS-FICHA
                       SET WS-CLIENTE-NO-BACKUP TO TRUE
                   END-IF
               WHEN 'T'
                   SET WS-TEM-TRAILER TO TRUE
           END-EVALUATE
           IF NOT WS-CLIENTE-NO-BACKUP
               PERFORM LER-BACKUP
           END-IF.

       IMPRIMIR-BACKUP.
           MOVE WS-BKP-ACHADO TO WS-LBK-ARQUIVO
           MOVE WS-BKP-H-DATA TO WS-LBK-DATA
           MOVE WS-BKP-H-HORA TO WS-LBK-HORA
           WRITE REG-LISTAGEM FROM WS-LINHA-BACKUP
           IF WS-CLIENTE-NO-BACKUP
               MOVE 'Cliente presente no backup.' TO WS-TXT-CONTEUDO
           ELSE
               MOVE 'Cliente NAO consta no backup.' TO WS-TXT-CONTEUDO
           END-IF
           PERFORM IMPRIMIR-TEXTO
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM.

       INICIAR-ORIGEM.
           MOVE WS-BKP-H-DATA TO WS-OBK-DATA
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 11
               MOVE ZERO TO WS-ORG-SEQ (WS-IX)
               MOVE ZERO TO WS-ORG-DATA (WS-IX)
               MOVE ZERO TO WS-ORG-HORA (WS-IX)
               MOVE SPACES TO WS-ORG-USUARIO (WS-IX)
               MOVE ZERO TO WS-ORG-QTD (WS-IX)
           END-PERFORM.

      *    sem fechamento mensal rodado ainda, nao ha indexado; sem
      *    log, so os meses fechados contam
       ABRIR-AUDITORIA.
           OPEN INPUT AUDITORIA-INDEXADA
           IF WS-FS-AUDITIDX = '00'
               SET WS-INDEXADO-OK TO TRUE
           ELSE
               SET WS-INDEXADO-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT AUDITORIA-LOG
           IF WS-FS-AUDITORIA = '00'
               SET WS-LOG-OK TO TRUE
           ELSE
               SET WS-LOG-INDISPONIVEL TO TRUE
               MOVE '  (AUDITORIA.LOG indisponivel: mes corrente fora)'
                   TO WS-TXT-CONTEUDO
               PERFORM IMPRIMIR-TEXTO
           END-IF.

       FECHAR-AUDITORIA.
           IF WS-INDEXADO-OK
               CLOSE AUDITORIA-INDEXADA
           END-IF
           IF WS-LOG-OK
               CLOSE AUDITORIA-LOG
           END-IF.

      *****************************************************************
      * Meses fechados: posiciona na chave do documento e le ate o
      * documento mudar; a chave ja traz as linhas em ordem de
      * data/hora.
      *****************************************************************
       APLICAR-INDEXADO.
           MOVE WS-DOC-PEDIDO TO AUX-DOCUMENTO
           MOVE ZERO TO AUX-DATA
           MOVE ZERO TO AUX-HORA
           MOVE ZERO TO AUX-SEQ
           START AUDITORIA-INDEXADA KEY IS NOT LESS THAN AUX-CHAVE-IDX
               INVALID KEY
                   SET WS-FIM-DO-INDEXADO TO TRUE
           END-START
           IF NOT WS-FIM-DO-INDEXADO
               PERFORM LER-INDEXADO
               PERFORM PROCESSAR-INDEXADO UNTIL WS-FIM-DO-INDEXADO
           END-IF.

       LER-INDEXADO.
           READ AUDITORIA-INDEXADA NEXT RECORD
               AT END
                   SET WS-FIM-DO-INDEXADO TO TRUE
           END-READ.

       PROCESSAR-INDEXADO.
           IF AUX-DOCUMENTO NOT = WS-DOC-PEDIDO
               SET WS-FIM-DO-INDEXADO TO TRUE
           ELSE
               MOVE AUX-CAMPO TO WS-ALT-CAMPO
               MOVE AUX-VALOR-ANTERIOR TO WS-ALT-ANTERIOR
               MOVE AUX-VALOR-NOVO TO WS-ALT-NOVO
               MOVE AUX-DATA TO WS-ALT-DATA
               MOVE AUX-HORA TO WS-ALT-HORA
               MOVE AUX-USUARIO TO WS-ALT-USUARIO
               PERFORM SELECIONAR-ALTERACAO
               PERFORM LER-INDEXADO
           END-IF.

       LER-AUDITORIA.
           READ AUDITORIA-LOG
               AT END
                   SET WS-FIM-DO-LOG TO TRUE
           END-READ.

      *    registros antigos, sem AUD-CHAVE, ficam com a chave em
      *    branco e nao passam no teste de classe NUMERIC
       APLICAR-LOG.
           IF AUD-CHAVE NUMERIC AND AUD-CHAVE = WS-DOC-PEDIDO
               MOVE AUD-CAMPO TO WS-ALT-CAMPO
               MOVE AUD-VALOR-ANTERIOR TO WS-ALT-ANTERIOR
               MOVE AUD-VALOR-NOVO TO WS-ALT-NOVO
               MOVE AUD-DATA TO WS-ALT-DATA
               MOVE AUD-HORA TO WS-ALT-HORA
               MOVE AUD-USUARIO TO WS-ALT-USUARIO
               PERFORM SELECIONAR-ALTERACAO
           END-IF
           PERFORM LER-AUDITORIA.

      *****************************************************************
      * Entra so o que foi gravado depois da descarga do backup e ate
      * o fim do dia pedido. O que ja estava no backup e o que veio
      * depois da data sao apenas contados.
      *****************************************************************
       SELECIONAR-ALTERACAO.
           SET WS-LINHA-NO-PERIODO TO TRUE
           IF WS-ALT-DATA < WS-BKP-H-DATA
                   OR (WS-ALT-DATA = WS-BKP-H-DATA
                       AND WS-ALT-HORA <= WS-BKP-H-HORA)
               ADD 1 TO WS-CONT-ANTERIORES
               SET WS-LINHA-FORA TO TRUE
           END-IF
           IF WS-ALT-DATA > WS-DATA-PEDIDA
               ADD 1 TO WS-CONT-POSTERIORES
               SET WS-LINHA-FORA TO TRUE
           END-IF
           IF WS-LINHA-NO-PERIODO
                   AND WS-CONT-APLICADAS < WS-MAX-ALTERACOES
               ADD 1 TO WS-CONT-APLICADAS
               PERFORM APLICAR-ALTERACAO
               PERFORM IMPRIMIR-ALTERACAO
           END-IF.

      *****************************************************************
      * Aplica a linha na ficha e registra a origem do campo. O valor
      * anterior da linha e conferido com a ficha: diferenca indica
      * alteracao que nao passou pela auditoria entre uma linha e
      * outra. Cliente fora do backup nao tem ficha; as linhas saem
      * so na lista.
      *****************************************************************
       APLICAR-ALTERACAO.
           SET WS-ALT-APLICADA TO TRUE
           MOVE ZERO TO WS-IX
           MOVE ZERO TO WS-IX-FIM
           EVALUATE WS-ALT-CAMPO
               WHEN 'NOME'
                   IF WS-ALT-ANTERIOR (1:50) NOT = WS-FIC-NOME
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO (1:50) TO WS-FIC-NOME
                   MOVE 1 TO WS-IX
               WHEN 'CPF'
                   IF WS-ALT-ANTERIOR (1:11) NOT = WS-FIC-CPF
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO (1:11) TO WS-FIC-CPF
                   MOVE WS-ALT-NOVO (1:11) TO WS-DOC-NOVO
                   PERFORM MARCAR-TROCA-DOCUMENTO
                   MOVE 2 TO WS-IX
               WHEN 'CNPJ'
                   IF WS-ALT-ANTERIOR (1:14) NOT = WS-FIC-CNPJ
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO (1:14) TO WS-FIC-CNPJ
                   MOVE WS-ALT-NOVO (1:14) TO WS-DOC-NOVO
                   PERFORM MARCAR-TROCA-DOCUMENTO
                   MOVE 3 TO WS-IX
               WHEN 'EMAIL'
                   IF WS-ALT-ANTERIOR (1:50) NOT = WS-FIC-EMAIL
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO (1:50) TO WS-FIC-EMAIL
                   MOVE 4 TO WS-IX
               WHEN 'STATUS'
                   IF WS-ALT-ANTERIOR (1:1) NOT = WS-FIC-STATUS
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO (1:1) TO WS-FIC-STATUS
                   MOVE 5 TO WS-IX
      *        endereco inteiro: rua ate numero mudam juntos
               WHEN 'ENDERECO'
                   IF WS-ALT-ANTERIOR NOT = WS-FIC-ENDERECO
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO TO WS-FIC-ENDERECO
                   MOVE 6 TO WS-IX
                   MOVE 11 TO WS-IX-FIM
               WHEN 'RUA'
                   IF WS-ALT-ANTERIOR (1:20) NOT = WS-FIC-RUA
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO (1:20) TO WS-FIC-RUA
                   MOVE 6 TO WS-IX
               WHEN 'BAIRRO'
                   IF WS-ALT-ANTERIOR (1:20) NOT = WS-FIC-BAIRRO
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO (1:20) TO WS-FIC-BAIRRO
                   MOVE 7 TO WS-IX
               WHEN 'CIDADE'
                   IF WS-ALT-ANTERIOR (1:20) NOT = WS-FIC-CIDADE
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO (1:20) TO WS-FIC-CIDADE
                   MOVE 8 TO WS-IX
               WHEN 'ESTADO'
                   IF WS-ALT-ANTERIOR (1:20) NOT = WS-FIC-ESTADO
                       SET WS-ALT-DIVERGENTE TO TRUE
                   END-IF
                   MOVE WS-ALT-NOVO (1:20) TO WS-FIC-ESTADO
                   MOVE 9 TO WS-IX
               WHEN OTHER
                   SET WS-ALT-INFORMATIVA TO TRUE
           END-EVALUATE
           IF WS-ALT-DIVERGENTE AND WS-CLIENTE-NO-BACKUP
               ADD 1 TO WS-CONT-DIVERGENTES
           END-IF
           IF WS-ALT-INFORMATIVA
               ADD 1 TO WS-CONT-INFORMATIVAS
           END-IF
           IF WS-IX-FIM = ZERO
               MOVE WS-IX TO WS-IX-FIM
           END-IF
           IF WS-IX > ZERO
               PERFORM VARYING WS-IX FROM WS-IX BY 1
                       UNTIL WS-IX > WS-IX-FIM
                   MOVE WS-CONT-APLICADAS TO WS-ORG-SEQ (WS-IX)
                   MOVE WS-ALT-DATA TO WS-ORG-DATA (WS-IX)
                   MOVE WS-ALT-HORA TO WS-ORG-HORA (WS-IX)
                   MOVE WS-ALT-USUARIO TO WS-ORG-USUARIO (WS-IX)
                   ADD 1 TO WS-ORG-QTD (WS-IX)
               END-PERFORM
           END-IF.

       MARCAR-TROCA-DOCUMENTO.
           IF WS-DOC-NOVO NOT = WS-DOC-PEDIDO
               SET WS-DOCUMENTO-TROCADO TO TRUE
               MOVE WS-ALT-DATA TO WS-TROCA-DATA
           END-IF.

       IMPRIMIR-ALTERACAO.
           MOVE WS-CONT-APLICADAS TO WS-LAL-SEQ
           MOVE WS-ALT-DATA TO WS-LAL-DATA
           MOVE WS-ALT-HORA TO WS-LAL-HORA
           MOVE WS-ALT-USUARIO TO WS-LAL-USUARIO
           MOVE WS-ALT-CAMPO TO WS-LAL-CAMPO
           EVALUATE TRUE
               WHEN WS-ALT-INFORMATIVA
                   MOVE '(nao altera a ficha)' TO WS-LAL-OBS
               WHEN WS-ALT-DIVERGENTE AND WS-CLIENTE-NO-BACKUP
                   MOVE '* valor anterior difere da ficha'
                       TO WS-LAL-OBS
               WHEN OTHER
                   MOVE SPACES TO WS-LAL-OBS
           END-EVALUATE
           WRITE REG-LISTAGEM FROM WS-LINHA-ALTERACAO
           MOVE 'de..: ' TO WS-LVL-ROTULO
           MOVE WS-ALT-ANTERIOR TO WS-LVL-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-VALOR
           MOVE 'para: ' TO WS-LVL-ROTULO
           MOVE WS-ALT-NOVO TO WS-LVL-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-VALOR.

      *****************************************************************
      * Ficha reconstituida: valor de cada campo e a origem - o backup
      * de partida ou a alteracao (numero da lista acima, data e
      * usuario) que deu o valor. Tipo, CEP e numero so mudam pela
      * linha de endereco inteiro; o tipo de pessoa nunca e alterado.
      *****************************************************************
       IMPRIMIR-FICHA.
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 'Ficha reconstituida:' TO WS-TXT-CONTEUDO
           PERFORM IMPRIMIR-TEXTO
           EVALUATE WS-FIC-TIPO
               WHEN 'F'
                   MOVE 'Pessoa Fisica' TO WS-VALOR-TIPO
               WHEN 'J'
                   MOVE 'Pessoa Juridica' TO WS-VALOR-TIPO
               WHEN OTHER
                   MOVE WS-FIC-TIPO TO WS-VALOR-TIPO
           END-EVALUATE
           MOVE 'Tipo' TO WS-LCP-ROTULO
           MOVE WS-VALOR-TIPO TO WS-LCP-VALOR
           MOVE WS-ORIGEM-BACKUP TO WS-LCP-ORIGEM
           WRITE REG-LISTAGEM FROM WS-LINHA-CAMPO
           MOVE 'Nome' TO WS-LCP-ROTULO
           MOVE WS-FIC-NOME TO WS-LCP-VALOR
           MOVE 1 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           MOVE 'CPF' TO WS-LCP-ROTULO
           MOVE WS-FIC-CPF TO WS-LCP-VALOR
           MOVE 2 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           MOVE 'CNPJ' TO WS-LCP-ROTULO
           MOVE WS-FIC-CNPJ TO WS-LCP-VALOR
           MOVE 3 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           MOVE 'Email' TO WS-LCP-ROTULO
           MOVE WS-FIC-EMAIL TO WS-LCP-VALOR
           MOVE 4 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           IF WS-FIC-STATUS = 1
               MOVE 'Ativo' TO WS-VALOR-STATUS
           ELSE
               MOVE 'Inativo' TO WS-VALOR-STATUS
           END-IF
           MOVE 'Status' TO WS-LCP-ROTULO
           MOVE WS-VALOR-STATUS TO WS-LCP-VALOR
           MOVE 5 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           MOVE 'Rua' TO WS-LCP-ROTULO
           MOVE WS-FIC-RUA TO WS-LCP-VALOR
           MOVE 6 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           MOVE 'Bairro' TO WS-LCP-ROTULO
           MOVE WS-FIC-BAIRRO TO WS-LCP-VALOR
           MOVE 7 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           MOVE 'Cidade' TO WS-LCP-ROTULO
           MOVE WS-FIC-CIDADE TO WS-LCP-VALOR
           MOVE 8 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           MOVE 'Estado' TO WS-LCP-ROTULO
           MOVE WS-FIC-ESTADO TO WS-LCP-VALOR
           MOVE 9 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           MOVE 'CEP' TO WS-LCP-ROTULO
           MOVE WS-FIC-CEP TO WS-LCP-VALOR
           MOVE 10 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           MOVE 'Numero' TO WS-LCP-ROTULO
           MOVE WS-FIC-NUMERO TO WS-LCP-VALOR
           MOVE 11 TO WS-IX
           PERFORM IMPRIMIR-CAMPO
           IF WS-DOCUMENTO-TROCADO
               MOVE SPACES TO REG-LISTAGEM
               WRITE REG-LISTAGEM
               STRING 'ATENCAO: documento trocado em ' WS-TROCA-DATA
                   '; alteracoes feitas depois no documento novo'
                   DELIMITED BY SIZE INTO WS-TXT-CONTEUDO
               PERFORM IMPRIMIR-TEXTO
               MOVE 'nao estao nesta ficha.' TO WS-TXT-CONTEUDO
               PERFORM IMPRIMIR-TEXTO
           END-IF.

       IMPRIMIR-CAMPO.
           IF WS-ORG-SEQ (WS-IX) = ZERO
               MOVE WS-ORIGEM-BACKUP TO WS-LCP-ORIGEM
           ELSE
               MOVE WS-ORG-SEQ (WS-IX) TO WS-OAL-SEQ
               MOVE WS-ORG-DATA (WS-IX) TO WS-OAL-DATA
               MOVE WS-ORG-USUARIO (WS-IX) TO WS-OAL-USUARIO
               MOVE WS-ORIGEM-ALTERACAO TO WS-LCP-ORIGEM
           END-IF
           WRITE REG-LISTAGEM FROM WS-LINHA-CAMPO.

       INFORMAR-SEM-BACKUP.
           MOVE 'NENHUMA GERACAO CLIENTES-AAAAMMDD.BKP ENCONTRADA ATE'
               TO WS-TXT-CONTEUDO
           PERFORM IMPRIMIR-TEXTO
           STRING WS-MAX-DIAS-BUSCA ' DIAS ANTES DE ' WS-DATA-PEDIDA
               '. FICHA NAO RECONSTITUIDA.'
               DELIMITED BY SIZE INTO WS-TXT-CONTEUDO
           PERFORM IMPRIMIR-TEXTO
           MOVE 'O log de auditoria guarda so os campos alterados e'
               TO WS-TXT-CONTEUDO
           PERFORM IMPRIMIR-TEXTO
           MOVE 'nao basta para montar o registro sem um backup.'
               TO WS-TXT-CONTEUDO
           PERFORM IMPRIMIR-TEXTO.

       INFORMAR-CLIENTE-AUSENTE.
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 'FICHA NAO RECONSTITUIDA: o documento nao consta no'
               TO WS-TXT-CONTEUDO
           PERFORM IMPRIMIR-TEXTO
           MOVE 'backup de partida e o log nao guarda o registro'
               TO WS-TXT-CONTEUDO
           PERFORM IMPRIMIR-TEXTO
           MOVE 'inteiro. As linhas acima sao o que ha no periodo.'
               TO WS-TXT-CONTEUDO
           PERFORM IMPRIMIR-TEXTO
           IF NOT WS-TEM-TRAILER
               MOVE 'ATENCAO: backup sem trailer (pode estar truncado).'
                   TO WS-TXT-CONTEUDO
               PERFORM IMPRIMIR-TEXTO
           END-IF.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 'Linhas de auditoria no periodo' TO WS-TOT-ROTULO
           MOVE WS-CONT-APLICADAS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE '  que nao alteram a ficha' TO WS-TOT-ROTULO
           MOVE WS-CONT-INFORMATIVAS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE '  com valor anterior divergente' TO WS-TOT-ROTULO
           MOVE WS-CONT-DIVERGENTES TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Linhas ja contidas no backup' TO WS-TOT-ROTULO
           MOVE WS-CONT-ANTERIORES TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Linhas posteriores a data pedida' TO WS-TOT-ROTULO
           MOVE WS-CONT-POSTERIORES TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           DISPLAY 'Backup de partida    : ' WS-BKP-ACHADO
           DISPLAY 'Alteracoes aplicadas : ' WS-CONT-APLICADAS
           DISPLAY 'Divergencias         : ' WS-CONT-DIVERGENTES.

       IMPRIMIR-TEXTO.
           WRITE REG-LISTAGEM FROM WS-LINHA-TEXTO
           MOVE SPACES TO WS-LINHA-TEXTO.
