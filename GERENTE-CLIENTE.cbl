      *****************************************************************
      * PROGRAMA: GERENTE-CLIENTE.cbl
      * DESCRICAO: Manutencao do arquivo de gerentes de conta
      *            (GERENTE.DAT): inclusao, listagem, alteracao de
      *            nome e email e ativacao/inativacao. A manutencao
      *            exige a identificacao de um operador de perfil
      *            completo no OPERADOR.DAT (CADOPER-CLIENTE). Gerente
      *            nao e excluido: quem ja teve carteira aparece na
      *            auditoria e nos relatorios, entao o gerente que
      *            sai e inativado e a carteira dele e transferida
      *            (TRANSCAR-CLIENTE). Gerente inativo nao recebe
      *            atribuicao nova no CADASTRP-CLIENTE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADGER-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELGER.CPY".
           COPY "SELOPE.CPY".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDGER.CPY".
           COPY "FDOPE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-FS-GERENTE PIC XX.
       01 WS-FS-OPERADOR PIC XX.
       01 WS-OPCAO PIC 9.
       01 WS-OPE-CODIGO PIC X(8).
       01 WS-OPE-SENHA PIC X(10).
       01 WS-TENTATIVAS PIC 9 VALUE ZERO.
       01 WS-MAX-TENTATIVAS PIC 9 VALUE 3.
       01 WS-SESSAO PIC X VALUE 'N'.
           88 WS-OPERADOR-AUTENTICADO VALUE 'S'.
           88 WS-OPERADOR-RECUSADO VALUE 'N'.
       01 WS-GER-NOME PIC X(30).
       01 WS-GER-EMAIL PIC X(50).
       01 WS-FIM-GERENTES PIC X.
           88 WS-GERENTES-ENCERRADOS VALUE 'S'.
           88 WS-GERENTES-ATIVOS VALUE 'N'.
       01 WS-CONT-LISTADOS PIC 9(5).
       01 WS-SITUACAO-DESCRICAO PIC X(8).

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRIR-ARQUIVOS
           PERFORM IDENTIFICAR-OPERADOR
           IF WS-OPERADOR-AUTENTICADO
               PERFORM MENU-PRINCIPAL
           END-IF
           CLOSE GERENTE-MASTER
           CLOSE OPERADOR-MASTER
           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN INPUT OPERADOR-MASTER
           IF WS-FS-OPERADOR NOT = '00'
               DISPLAY 'Arquivo de operadores indisponivel ('
                   WS-FS-OPERADOR ') - cadastre os operadores com'
                   ' CADOPER-CLIENTE.'
               STOP RUN
           END-IF
           OPEN I-O GERENTE-MASTER
           IF WS-FS-GERENTE = '35'
               OPEN OUTPUT GERENTE-MASTER
               CLOSE GERENTE-MASTER
               OPEN I-O GERENTE-MASTER
           END-IF
           IF WS-FS-GERENTE NOT = '00'
               DISPLAY 'Erro ao abrir GERENTE.DAT: ' WS-FS-GERENTE
               STOP RUN
           END-IF.

       IDENTIFICAR-OPERADOR.
           DISPLAY '================================'
           DISPLAY 'IDENTIFICACAO DO OPERADOR'
           DISPLAY '================================'
           PERFORM TENTAR-IDENTIFICACAO
               UNTIL WS-OPERADOR-AUTENTICADO
                  OR WS-TENTATIVAS >= WS-MAX-TENTATIVAS
           IF WS-OPERADOR-RECUSADO
               DISPLAY 'Tentativas esgotadas - acesso encerrado.'
           END-IF.

       TENTAR-IDENTIFICACAO.
           ADD 1 TO WS-TENTATIVAS
           DISPLAY 'Codigo do operador : ' WITH NO ADVANCING
           ACCEPT WS-OPE-CODIGO
           DISPLAY 'Senha : ' WITH NO ADVANCING
           ACCEPT WS-OPE-SENHA
           MOVE WS-OPE-CODIGO TO OPE-CODIGO
           READ OPERADOR-MASTER
               INVALID KEY
                   DISPLAY 'Operador ou senha invalidos.'
               NOT INVALID KEY
                   IF OPE-SENHA = WS-OPE-SENHA
                           AND OPE-PERFIL = 'T'
                       SET WS-OPERADOR-AUTENTICADO TO TRUE
                       DISPLAY 'Bem-vindo(a), ' OPE-NOME
                   ELSE
                       DISPLAY 'Operador ou senha invalidos, ou'
                           ' perfil sem alcada.'
                   END-IF
           END-READ.

       MENU-PRINCIPAL.
           MOVE ZERO TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO = 9
               DISPLAY '================================'
               DISPLAY 'MANUTENCAO DE GERENTES DE CONTA'
               DISPLAY '================================'
               DISPLAY '1 - Incluir Gerente'
               DISPLAY '2 - Listar Gerentes'
               DISPLAY '3 - Alterar Nome/Email'
               DISPLAY '4 - Ativar/Inativar Gerente'
               DISPLAY '9 - Sair'
               DISPLAY 'Escolha uma opção: ' WITH NO ADVANCING
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INCLUIR-GERENTE
                   WHEN 2
                       PERFORM LISTAR-GERENTES
                   WHEN 3
                       PERFORM ALTERAR-GERENTE
                   WHEN 4
                       PERFORM ATIVAR-INATIVAR-GERENTE
                   WHEN 9
                       DISPLAY 'Encerrando...'
                   WHEN OTHER
                       DISPLAY 'Opção inválida!'
               END-EVALUATE
           END-PERFORM.

       INCLUIR-GERENTE.
           DISPLAY 'Codigo : ' WITH NO ADVANCING
           ACCEPT GER-CODIGO
           IF GER-CODIGO = SPACES
               DISPLAY 'Codigo nao pode ficar em branco.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Nome : ' WITH NO ADVANCING
           ACCEPT GER-NOME
           IF GER-NOME = SPACES
               DISPLAY 'Nome nao pode ficar em branco.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Email : ' WITH NO ADVANCING
           ACCEPT GER-EMAIL
           SET GER-ATIVO TO TRUE
           WRITE REG-GERENTE
               INVALID KEY
                   DISPLAY 'Ja existe gerente com este codigo!'
               NOT INVALID KEY
                   DISPLAY 'Gerente incluido.'
           END-WRITE.

       LISTAR-GERENTES.
           MOVE ZERO TO WS-CONT-LISTADOS
           SET WS-GERENTES-ATIVOS TO TRUE
           MOVE LOW-VALUES TO GER-CODIGO
           START GERENTE-MASTER KEY IS NOT LESS THAN GER-CODIGO
               INVALID KEY
                   SET WS-GERENTES-ENCERRADOS TO TRUE
           END-START
           PERFORM LISTAR-UM-GERENTE
               UNTIL WS-GERENTES-ENCERRADOS
           IF WS-CONT-LISTADOS = ZERO
               DISPLAY 'Nenhum gerente cadastrado.'
           END-IF.

       LISTAR-UM-GERENTE.
           READ GERENTE-MASTER NEXT RECORD
               AT END
                   SET WS-GERENTES-ENCERRADOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LISTADOS
                   IF GER-ATIVO
                       MOVE 'ativo' TO WS-SITUACAO-DESCRICAO
                   ELSE
                       MOVE 'inativo' TO WS-SITUACAO-DESCRICAO
                   END-IF
                   DISPLAY GER-CODIGO ' ' GER-NOME ' '
                       WS-SITUACAO-DESCRICAO ' ' GER-EMAIL
           END-READ.

      *    nome ou email em branco mantem o valor atual
       ALTERAR-GERENTE.
           DISPLAY 'Codigo do gerente : ' WITH NO ADVANCING
           ACCEPT GER-CODIGO
           READ GERENTE-MASTER
               INVALID KEY
                   DISPLAY 'Gerente nao encontrado.'
               NOT INVALID KEY
                   DISPLAY 'Nome atual : ' GER-NOME
                   DISPLAY 'Novo nome (branco = manter) : ' WITH
                       NO ADVANCING
                   ACCEPT WS-GER-NOME
                   IF WS-GER-NOME NOT = SPACES
                       MOVE WS-GER-NOME TO GER-NOME
                   END-IF
                   DISPLAY 'Email atual : ' GER-EMAIL
                   DISPLAY 'Novo email (branco = manter) : ' WITH
                       NO ADVANCING
                   ACCEPT WS-GER-EMAIL
                   IF WS-GER-EMAIL NOT = SPACES
                       MOVE WS-GER-EMAIL TO GER-EMAIL
                   END-IF
                   REWRITE REG-GERENTE
                       INVALID KEY
                           DISPLAY 'Erro ao alterar o gerente!'
                       NOT INVALID KEY
                           DISPLAY 'Gerente alterado.'
                   END-REWRITE
           END-READ.

       ATIVAR-INATIVAR-GERENTE.
           DISPLAY 'Codigo do gerente : ' WITH NO ADVANCING
           ACCEPT GER-CODIGO
           READ GERENTE-MASTER
               INVALID KEY
                   DISPLAY 'Gerente nao encontrado.'
               NOT INVALID KEY
                   IF GER-ATIVO
                       SET GER-INATIVO TO TRUE
                   ELSE
                       SET GER-ATIVO TO TRUE
                   END-IF
                   REWRITE REG-GERENTE
                       INVALID KEY
                           DISPLAY 'Erro ao regravar o gerente!'
                       NOT INVALID KEY
                           IF GER-ATIVO
                               DISPLAY 'Gerente ativado.'
                           ELSE
                               DISPLAY 'Gerente inativado. Transfira'
                                   ' a carteira com TRANSCAR-CLIENTE.'
                           END-IF
                   END-REWRITE
           END-READ.
