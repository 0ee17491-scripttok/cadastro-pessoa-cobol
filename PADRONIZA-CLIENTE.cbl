      *****************************************************************
      * PROGRAMA: PADRONIZA-CLIENTE.cbl
      * DESCRICAO: Padronizacao de nomes e enderecos do CLIENTE-MASTER
      *            com as rotinas de PADCLI.CPY e a tabela de
      *            abreviacoes ABREVIA.TAB: caixa alta, sem acento,
      *            sem espacos duplos, tipo de logradouro na forma
      *            padrao e estado na sigla de duas letras. As mesmas
      *            rotinas sao usadas na gravacao pelo CADASTRP-CLIENTE
      *            e pelo CADLOTE-CLIENTE; este batch acerta a base que
      *            ja existia e deve ser rodado de novo sempre que a
      *            tabela ganhar formas novas.
      *            Modo 1 (simulacao) so lista, em PADRONIZA.LST, o
      *            antes e o depois de cada campo que mudaria. Modo 2
      *            (efetivacao) lista e regrava o cliente, com uma
      *            linha de auditoria por campo alterado (NOME, RUA,
      *            BAIRRO, CIDADE, ESTADO) e as marcas de alteracao
      *            atualizadas para o EXTFATUR-CLIENTE levar a mudanca
      *            ao faturamento. Estado que a tabela nao reconhece
      *            sai na listagem para inclusao da forma na tabela.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADRON-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLI.CPY".
           COPY "SELAUD.CPY".
           COPY "SELABR.CPY".
           SELECT REL-PADRONIZACAO
               ASSIGN TO "PADRONIZA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENT.CPY".
           COPY "FDAUDIT.CPY".
           COPY "FDABR.CPY".

       FD  REL-PADRONIZACAO
           LABEL RECORD STANDARD.
       01  REG-LISTAGEM PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WSCLIENT.CPY".
           COPY "PADWS.CPY".
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-AUDITORIA PIC XX.
       01 WS-FS-LISTAGEM PIC XX.
       01 WS-OPCAO PIC 9.
           88 WS-MODO-SIMULACAO VALUE 1.
           88 WS-MODO-EFETIVACAO VALUE 2.
       01 WS-FIM-CLIENTES PIC X VALUE 'N'.
           88 WS-FIM-DE-CLIENTES VALUE 'S'.
       01 WS-USUARIO PIC X(20).
       01 WS-CAMPO PIC X(15).
       01 WS-VALOR-ANTES PIC X(50).
       01 WS-VALOR-DEPOIS PIC X(50).
       01 WS-ANT-NOME PIC X(50).
       01 WS-ANT-RUA PIC X(20).
       01 WS-ANT-BAIRRO PIC X(20).
       01 WS-ANT-CIDADE PIC X(20).
       01 WS-ANT-ESTADO PIC X(20).
       01 WS-CONT-LIDOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-PADRONIZADOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-CAMPOS PIC 9(7) VALUE ZERO.
       01 WS-CONT-UF-DESCONHECIDA PIC 9(7) VALUE ZERO.
       01 WS-CONT-ERROS PIC 9(7) VALUE ZERO.
       01 WS-CONT-AUDITORIA PIC 9(7) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 WS-CAB-TITULO PIC X(60).
           05 FILLER PIC X(6) VALUE 'Data: '.
           05 WS-CAB-DATA PIC 9(8).

       01 WS-CABECALHO-2.
           05 FILLER PIC X(15) VALUE 'Documento'.
           05 FILLER PIC X(9) VALUE 'Campo'.
           05 FILLER PIC X(54) VALUE 'Antes'.
           05 FILLER PIC X(6) VALUE 'Depois'.

       01 WS-LINHA-DETALHE.
           05 WS-DET-DOC PIC 9(14).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-CAMPO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-ANTES PIC X(50).
           05 FILLER PIC X(4) VALUE ' -> '.
           05 WS-DET-DEPOIS PIC X(50).

       01 WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO PIC X(30).
           05 WS-TOT-VALOR PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE ZERO TO WS-OPCAO
           PERFORM UNTIL WS-MODO-SIMULACAO OR WS-MODO-EFETIVACAO
               DISPLAY '================================'
               DISPLAY 'PADRONIZACAO DE NOMES E ENDERECOS'
               DISPLAY '================================'
               DISPLAY '1 - Simulacao (so lista antes/depois)'
               DISPLAY '2 - Efetivacao (grava no cadastro)'
               DISPLAY 'Escolha uma opção: ' WITH NO ADVANCING
               ACCEPT WS-OPCAO
               IF NOT WS-MODO-SIMULACAO AND NOT WS-MODO-EFETIVACAO
                   DISPLAY 'Opção inválida!'
               END-IF
           END-PERFORM
           PERFORM CARREGAR-ABREVIACOES
           IF WS-PAD-SEM-TABELA
               DISPLAY 'Erro ao abrir ABREVIA.TAB: ' WS-FS-ABREVIA
               DISPLAY 'Sem a tabela nao ha como padronizar tipo de'
                   ' logradouro e estado.'
               STOP RUN
           END-IF
           DISPLAY 'Formas carregadas da tabela: ' WS-PAD-QTD-TAB
           PERFORM ABRIR-ARQUIVOS
           PERFORM IMPRIMIR-CABECALHO
           PERFORM LER-CLIENTE
           PERFORM PROCESSAR-CLIENTE UNTIL WS-FIM-DE-CLIENTES
           PERFORM IMPRIMIR-TOTAIS
           PERFORM FECHAR-ARQUIVOS
           PERFORM EXIBIR-RESUMO
           STOP RUN.

      *    Rotinas de padronizacao compartilhadas com CADASTRP-CLIENTE
      *    e CADLOTE-CLIENTE.
           COPY "PADCLI.CPY".

       ABRIR-ARQUIVOS.
           IF WS-MODO-EFETIVACAO
               OPEN I-O CLIENTE-MASTER
           ELSE
               OPEN INPUT CLIENTE-MASTER
           END-IF
           IF WS-FS-CLIMASTER NOT = '00'
               DISPLAY 'Erro ao abrir CLIENTES.DAT: ' WS-FS-CLIMASTER
               STOP RUN
           END-IF
           IF WS-MODO-EFETIVACAO
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
               OPEN EXTEND AUDITORIA-LOG
               IF WS-FS-AUDITORIA = '35'
                   OPEN OUTPUT AUDITORIA-LOG
               END-IF
           END-IF
           OPEN OUTPUT REL-PADRONIZACAO.

       FECHAR-ARQUIVOS.
           CLOSE CLIENTE-MASTER
           IF WS-MODO-EFETIVACAO
               CLOSE AUDITORIA-LOG
           END-IF
           CLOSE REL-PADRONIZACAO.

       IMPRIMIR-CABECALHO.
           IF WS-MODO-EFETIVACAO
               MOVE 'Padronizacao de nomes e enderecos - EFETIVACAO'
                   TO WS-CAB-TITULO
           ELSE
               MOVE 'Padronizacao de nomes e enderecos - SIMULACAO'
                   TO WS-CAB-TITULO
           END-IF
           ACCEPT WS-CAB-DATA FROM DATE YYYYMMDD
           WRITE REG-LISTAGEM FROM WS-CABECALHO-1
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           WRITE REG-LISTAGEM FROM WS-CABECALHO-2.

       LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET WS-FIM-DE-CLIENTES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

      *****************************************************************
      * O cliente passa pelas rotinas de gravacao do cadastro; so os
      * campos que mudaram saem na listagem e, na efetivacao, vao
      * para o mestre e para a auditoria.
      *****************************************************************
       PROCESSAR-CLIENTE.
           MOVE REG-NOME TO WS-NOME WS-ANT-NOME
           MOVE REG-ENDERECO TO WS-ENDERECO
           MOVE REG-RUA TO WS-ANT-RUA
           MOVE REG-BAIRRO TO WS-ANT-BAIRRO
           MOVE REG-CIDADE TO WS-ANT-CIDADE
           MOVE REG-ESTADO TO WS-ANT-ESTADO
           PERFORM PADRONIZAR-CLIENTE
           IF WS-PAD-UF-DESCONHECIDA
               ADD 1 TO WS-CONT-UF-DESCONHECIDA
               MOVE 'ESTADO?' TO WS-CAMPO
               MOVE WS-ANT-ESTADO TO WS-VALOR-ANTES
               MOVE 'forma nao encontrada na tabela' TO
                   WS-VALOR-DEPOIS
               PERFORM IMPRIMIR-DETALHE
           END-IF
           IF WS-NOME = WS-ANT-NOME AND WS-RUA = WS-ANT-RUA
                   AND WS-BAIRRO = WS-ANT-BAIRRO
                   AND WS-CIDADE = WS-ANT-CIDADE
                   AND WS-ESTADO = WS-ANT-ESTADO
               PERFORM LER-CLIENTE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONT-PADRONIZADOS
           IF WS-MODO-EFETIVACAO
               MOVE WS-NOME TO REG-NOME
               MOVE WS-RUA TO REG-RUA
               MOVE WS-BAIRRO TO REG-BAIRRO
               MOVE WS-CIDADE TO REG-CIDADE
               MOVE WS-ESTADO TO REG-ESTADO
               ACCEPT REG-DATA-ALTERACAO FROM DATE YYYYMMDD
               ACCEPT REG-HORA-ALTERACAO FROM TIME
               REWRITE REG-CLIENTE
                   INVALID KEY
                       ADD 1 TO WS-CONT-ERROS
                       DISPLAY 'Erro ao regravar cliente ' REG-CHAVE
                       PERFORM LER-CLIENTE
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF
           IF WS-NOME NOT = WS-ANT-NOME
               MOVE 'NOME' TO WS-CAMPO
               MOVE WS-ANT-NOME TO WS-VALOR-ANTES
               MOVE WS-NOME TO WS-VALOR-DEPOIS
               PERFORM REGISTRAR-CAMPO
           END-IF
           IF WS-RUA NOT = WS-ANT-RUA
               MOVE 'RUA' TO WS-CAMPO
               MOVE WS-ANT-RUA TO WS-VALOR-ANTES
               MOVE WS-RUA TO WS-VALOR-DEPOIS
               PERFORM REGISTRAR-CAMPO
           END-IF
           IF WS-BAIRRO NOT = WS-ANT-BAIRRO
               MOVE 'BAIRRO' TO WS-CAMPO
               MOVE WS-ANT-BAIRRO TO WS-VALOR-ANTES
               MOVE WS-BAIRRO TO WS-VALOR-DEPOIS
               PERFORM REGISTRAR-CAMPO
           END-IF
           IF WS-CIDADE NOT = WS-ANT-CIDADE
               MOVE 'CIDADE' TO WS-CAMPO
               MOVE WS-ANT-CIDADE TO WS-VALOR-ANTES
               MOVE WS-CIDADE TO WS-VALOR-DEPOIS
               PERFORM REGISTRAR-CAMPO
           END-IF
           IF WS-ESTADO NOT = WS-ANT-ESTADO
               MOVE 'ESTADO' TO WS-CAMPO
               MOVE WS-ANT-ESTADO TO WS-VALOR-ANTES
               MOVE WS-ESTADO TO WS-VALOR-DEPOIS
               PERFORM REGISTRAR-CAMPO
           END-IF
           PERFORM LER-CLIENTE.

       REGISTRAR-CAMPO.
           ADD 1 TO WS-CONT-CAMPOS
           PERFORM IMPRIMIR-DETALHE
           IF WS-MODO-EFETIVACAO
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       IMPRIMIR-DETALHE.
           MOVE REG-CHAVE TO WS-DET-DOC
           MOVE WS-CAMPO TO WS-DET-CAMPO
           MOVE WS-VALOR-ANTES TO WS-DET-ANTES
           MOVE WS-VALOR-DEPOIS TO WS-DET-DEPOIS
           WRITE REG-LISTAGEM FROM WS-LINHA-DETALHE.

       GRAVAR-AUDITORIA.
           ADD 1 TO WS-CONT-AUDITORIA
           MOVE WS-CAMPO TO AUD-CAMPO
           MOVE WS-VALOR-ANTES TO AUD-VALOR-ANTERIOR
           MOVE WS-VALOR-DEPOIS TO AUD-VALOR-NOVO
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-USUARIO TO AUD-USUARIO
           MOVE REG-CHAVE TO AUD-CHAVE
           WRITE REG-AUDITORIA.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 'Clientes lidos              :' TO WS-TOT-ROTULO
           MOVE WS-CONT-LIDOS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Clientes padronizados       :' TO WS-TOT-ROTULO
           MOVE WS-CONT-PADRONIZADOS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Campos alterados            :' TO WS-TOT-ROTULO
           MOVE WS-CONT-CAMPOS TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL
           MOVE 'Estados nao reconhecidos    :' TO WS-TOT-ROTULO
           MOVE WS-CONT-UF-DESCONHECIDA TO WS-TOT-VALOR
           WRITE REG-LISTAGEM FROM WS-LINHA-TOTAL.

       EXIBIR-RESUMO.
           DISPLAY '============================================'
           IF WS-MODO-EFETIVACAO
               DISPLAY 'Padronizacao de clientes - efetivacao'
           ELSE
               DISPLAY 'Padronizacao de clientes - simulacao'
           END-IF
           DISPLAY '============================================'
           DISPLAY 'Clientes lidos       : ' WS-CONT-LIDOS
           DISPLAY 'Clientes padronizados: ' WS-CONT-PADRONIZADOS
           DISPLAY 'Campos alterados     : ' WS-CONT-CAMPOS
           DISPLAY 'Estados desconhecidos: ' WS-CONT-UF-DESCONHECIDA
           IF WS-MODO-EFETIVACAO
               DISPLAY 'Erros de regravacao  : ' WS-CONT-ERROS
               DISPLAY 'Linhas de auditoria  : ' WS-CONT-AUDITORIA
           END-IF
           DISPLAY 'Listagem gravada em PADRONIZA.LST'.
