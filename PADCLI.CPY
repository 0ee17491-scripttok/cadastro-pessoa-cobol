      *****************************************************************
      * COPY....: PADCLI.CPY
      * DESCRICAO: Rotinas de padronizacao de nome e endereco do
      *            cliente. Usa os campos de WSCLIENT.CPY e PADWS.CPY e
      *            a tabela de abreviacoes (SELABR.CPY / FDABR.CPY).
      *            CARREGAR-ABREVIACOES deve ser executada uma vez
      *            antes das demais; sem ABREVIA.TAB a padronizacao
      *            se limita a caixa alta, acentos e espacos.
      *            PADRONIZAR-CLIENTE trata WS-NOME, WS-RUA, WS-BAIRRO,
      *            WS-CIDADE e WS-ESTADO: caixa alta, sem acento, sem
      *            espacos duplos ou iniciais, tipo de logradouro na
      *            forma padrao da tabela e estado na sigla de duas
      *            letras. Estado que a tabela nao reconhece fica como
      *            esta, com a condicao WS-PAD-UF-DESCONHECIDA.
      *****************************************************************
       CARREGAR-ABREVIACOES.
           MOVE ZERO TO WS-PAD-QTD-TAB
           SET WS-PAD-SEM-TABELA TO TRUE
           OPEN INPUT ARQ-ABREVIACOES
           IF WS-FS-ABREVIA NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-PAD-COM-TABELA TO TRUE
           MOVE 'N' TO WS-PAD-FIM-TAB
           PERFORM LER-ABREVIACAO
           PERFORM GUARDAR-ABREVIACAO UNTIL WS-PAD-FIM-DA-TABELA
           CLOSE ARQ-ABREVIACOES.

       LER-ABREVIACAO.
           READ ARQ-ABREVIACOES
               AT END
                   SET WS-PAD-FIM-DA-TABELA TO TRUE
           END-READ.

       GUARDAR-ABREVIACAO.
           IF (ABR-TIPO = 'L' OR ABR-TIPO = 'E')
                   AND ABR-DE NOT = SPACES AND ABR-PARA NOT = SPACES
               IF WS-PAD-QTD-TAB < WS-PAD-MAX-TAB
                   ADD 1 TO WS-PAD-QTD-TAB
                   MOVE ABR-TIPO TO WS-PAD-TAB-TIPO (WS-PAD-QTD-TAB)
                   MOVE ABR-DE TO WS-PAD-ENTRADA
                   PERFORM PADRONIZAR-TEXTO
                   MOVE WS-PAD-SAIDA TO WS-PAD-TAB-DE (WS-PAD-QTD-TAB)
                   MOVE ABR-PARA TO WS-PAD-ENTRADA
                   PERFORM PADRONIZAR-TEXTO
                   MOVE WS-PAD-SAIDA TO
                       WS-PAD-TAB-PARA (WS-PAD-QTD-TAB)
               ELSE
                   DISPLAY 'Tabela de abreviacoes cheia - ignorada: '
                       ABR-DE
               END-IF
           END-IF
           PERFORM LER-ABREVIACAO.

       PADRONIZAR-CLIENTE.
           PERFORM PADRONIZAR-NOME
           PERFORM PADRONIZAR-ENDERECO.

       PADRONIZAR-NOME.
           MOVE WS-NOME TO WS-PAD-ENTRADA
           PERFORM PADRONIZAR-TEXTO
           MOVE WS-PAD-SAIDA TO WS-NOME.

       PADRONIZAR-ENDERECO.
           MOVE WS-RUA TO WS-PAD-ENTRADA
           PERFORM PADRONIZAR-TEXTO
           MOVE WS-PAD-SAIDA TO WS-RUA
           PERFORM PADRONIZAR-LOGRADOURO
           MOVE WS-BAIRRO TO WS-PAD-ENTRADA
           PERFORM PADRONIZAR-TEXTO
           MOVE WS-PAD-SAIDA TO WS-BAIRRO
           MOVE WS-CIDADE TO WS-PAD-ENTRADA
           PERFORM PADRONIZAR-TEXTO
           MOVE WS-PAD-SAIDA TO WS-CIDADE
           MOVE WS-ESTADO TO WS-PAD-ENTRADA
           PERFORM PADRONIZAR-TEXTO
           MOVE WS-PAD-SAIDA TO WS-ESTADO
           PERFORM PADRONIZAR-ESTADO.

      *****************************************************************
      * Caixa alta, letras acentuadas (UTF-8, prefixo X'C3') trocadas
      * pela letra simples, espacos iniciais e duplos retirados.
      * Entrada em WS-PAD-ENTRADA, resultado em WS-PAD-SAIDA, que
      * nunca fica mais longo que a entrada.
      *****************************************************************
       PADRONIZAR-TEXTO.
           MOVE SPACES TO WS-PAD-SAIDA
           MOVE ZERO TO WS-PAD-POS
           MOVE 'N' TO WS-PAD-PREFIXO
           PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                   UNTIL WS-PAD-IDX > 50
               MOVE WS-PAD-ENTRADA (WS-PAD-IDX:1) TO WS-PAD-CAR
               IF WS-PAD-APOS-PREFIXO
                   INSPECT WS-PAD-CAR CONVERTING WS-PAD-ACENTO-DE
                       TO WS-PAD-ACENTO-PARA
                   MOVE 'N' TO WS-PAD-PREFIXO
               END-IF
               IF WS-PAD-CAR = X'C3'
                   SET WS-PAD-APOS-PREFIXO TO TRUE
               ELSE
                   IF WS-PAD-CAR NOT = SPACE
                       ADD 1 TO WS-PAD-POS
                       MOVE WS-PAD-CAR TO WS-PAD-SAIDA (WS-PAD-POS:1)
                   ELSE
                       IF WS-PAD-POS > ZERO
                           IF WS-PAD-SAIDA (WS-PAD-POS:1) NOT = SPACE
                               ADD 1 TO WS-PAD-POS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           INSPECT WS-PAD-SAIDA CONVERTING WS-PAD-MINUSCULAS
               TO WS-PAD-MAIUSCULAS.

      *****************************************************************
      * A primeira palavra da rua (ate o espaco ou o ponto da
      * abreviatura) e procurada entre os tipos de logradouro da
      * tabela e trocada pela forma padrao. Se a rua padronizada nao
      * couber nos 20 caracteres do campo, fica como estava.
      *****************************************************************
       PADRONIZAR-LOGRADOURO.
           IF WS-PAD-SEM-TABELA OR WS-RUA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAD-PALAVRA
           MOVE 1 TO WS-PAD-PONTEIRO
           UNSTRING WS-RUA DELIMITED BY SPACE OR '.'
               INTO WS-PAD-PALAVRA DELIMITER IN WS-PAD-DELIMITADOR
               WITH POINTER WS-PAD-PONTEIRO
           END-UNSTRING
           MOVE 'L' TO WS-PAD-TIPO-PROCURA
           PERFORM PROCURAR-ABREVIACAO
           IF WS-PAD-NAO-ENCONTRADO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAD-ENTRADA
           IF WS-PAD-PONTEIRO > 20
               MOVE WS-PAD-TAB-PARA (WS-PAD-IDX) TO WS-PAD-ENTRADA
           ELSE
               STRING WS-PAD-TAB-PARA (WS-PAD-IDX) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-RUA (WS-PAD-PONTEIRO:) DELIMITED BY SIZE
                   INTO WS-PAD-ENTRADA
               END-STRING
           END-IF
           PERFORM PADRONIZAR-TEXTO
           IF WS-PAD-SAIDA (21:30) = SPACES
               MOVE WS-PAD-SAIDA TO WS-RUA
           END-IF.

       PADRONIZAR-ESTADO.
           SET WS-PAD-UF-OK TO TRUE
           IF WS-PAD-SEM-TABELA OR WS-ESTADO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ESTADO TO WS-PAD-PALAVRA
           MOVE 'E' TO WS-PAD-TIPO-PROCURA
           PERFORM PROCURAR-ABREVIACAO
           IF WS-PAD-ENCONTRADO
               MOVE WS-PAD-TAB-PARA (WS-PAD-IDX) TO WS-ESTADO
               EXIT PARAGRAPH
           END-IF
      *    ja na sigla: confere contra as formas padrao da tabela
           SET WS-PAD-UF-DESCONHECIDA TO TRUE
           PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                   UNTIL WS-PAD-IDX > WS-PAD-QTD-TAB
               IF WS-PAD-TAB-TIPO (WS-PAD-IDX) = 'E'
                       AND WS-PAD-TAB-PARA (WS-PAD-IDX) = WS-ESTADO
                   SET WS-PAD-UF-OK TO TRUE
               END-IF
           END-PERFORM.

       PROCURAR-ABREVIACAO.
           SET WS-PAD-NAO-ENCONTRADO TO TRUE
           PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                   UNTIL WS-PAD-IDX > WS-PAD-QTD-TAB
                      OR WS-PAD-ENCONTRADO
               IF WS-PAD-TAB-TIPO (WS-PAD-IDX) = WS-PAD-TIPO-PROCURA
                       AND WS-PAD-TAB-DE (WS-PAD-IDX) = WS-PAD-PALAVRA
                   SET WS-PAD-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
      *    o VARYING avanca o indice uma vez alem do item encontrado
           IF WS-PAD-ENCONTRADO
               SUBTRACT 1 FROM WS-PAD-IDX
           END-IF.
