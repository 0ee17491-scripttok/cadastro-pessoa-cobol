      *   autenticado vai para AUD-USUARIO no lugar do usuario
      *   compartilhado do sistema operacional; acessos recusados
      *   (senha errada e opcao fora do perfil) tambem ficam no log.
      * - Fila de pre-cadastros do site (PRECAD.DAT, alimentada por
      *   RECSITE-CLIENTE): opcao 8, so para o perfil completo, lista
      *   os pendentes e permite aprovar (inclusao no mestre com
      *   marcas e linha INCLUSAO na auditoria), corrigir ou recusar
      *   com motivo. Documento ja existente no mestre ou no
      *   CLIHIST.DAT nunca e aprovado por cima.
      * - Situacao cadastral do CPF/CNPJ na Receita (SITCAD.DAT,
      *   gravado pelo retorno do bureau RETBUR-CLIENTE) exibida na
      *   consulta do cliente com a data da ultima consulta.
      * - Nome e endereco gravados no padrao do cadastro (PADCLI.CPY,
      *   tabela ABREVIA.TAB): caixa alta, sem acento, sem espacos
      *   duplos, tipo de logradouro padrao e estado na sigla, na
      *   inclusao, na edicao e na aprovacao de pre-cadastro.
      * - Gerente de conta do cliente (carteira de atendimento em
      *   CARTEIRA.DAT, gerentes em GERENTE.DAT mantidos por
      *   CADGER-CLIENTE): opcao 10, so para o perfil completo,
      *   atribui, troca ou retira o gerente, com linha GERENTE na
      *   auditoria. A consulta mostra o gerente; filial de grupo sem
      *   atribuicao propria herda o da matriz. Na troca de CPF/CNPJ a
      *   atribuicao acompanha o novo documento. O menu passou a
      *   aceitar a opcao 10, mantendo o 9 como Sair.
      * - Linha INCLUSAO na auditoria tambem na inclusao pelo menu e
      *   linha STATUS na ativacao/inativacao, para a produtividade
      *   por operador (PRODOPE-CLIENTE) contar todo o movimento.
      * - Pre-cadastro com CEP ou numero do endereco nao numerico nao
      *   e aprovado enquanto o endereco nao for corrigido.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRP-CLIENTE.
           COPY "SELCTT.CPY".
           COPY "SELVIN.CPY".
           COPY "SELOPE.CPY".
           COPY "SELPRE.CPY".
           COPY "SELHIST.CPY".
           COPY "SELSIT.CPY".
           COPY "SELABR.CPY".
           COPY "SELGER.CPY".
           COPY "SELCAR.CPY".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTT.CPY".
           COPY "FDVIN.CPY".
           COPY "FDOPE.CPY".
           COPY "FDPRE.CPY".
           COPY "FDHIST.CPY".
           COPY "FDSIT.CPY".
           COPY "FDABR.CPY".
           COPY "FDGER.CPY".
           COPY "FDCAR.CPY".

       WORKING-STORAGE SECTION.
           COPY "WSCLIENT.CPY".
           COPY "VALWS.CPY".
           COPY "PADWS.CPY".
       01 WS-FS-CLIMASTER PIC XX.
       01 WS-FS-AUDITORIA PIC XX.
       01 WS-FS-CEPMASTER PIC XX.
       01 WS-SESSAO PIC X VALUE 'N'.
           88 WS-OPERADOR-AUTENTICADO VALUE 'S'.
           88 WS-OPERADOR-RECUSADO VALUE 'N'.
       01 WS-GRAVACAO PIC X.
           88 WS-GRAVACAO-OK VALUE 'S'.
           88 WS-GRAVACAO-ERRO VALUE 'N'.
       01 WS-FS-PRECAD PIC XX.
       01 WS-FS-HISTORICO PIC XX.
       01 WS-HIST-DISPONIVEL PIC X.
           88 WS-HIST-OK VALUE 'S'.
           88 WS-HIST-INDISPONIVEL VALUE 'N'.
       01 WS-FS-SITUACAO PIC XX.
       01 WS-SIT-DISPONIVEL PIC X.
           88 WS-SIT-OK VALUE 'S'.
           88 WS-SIT-INDISPONIVEL VALUE 'N'.
       01 WS-OPCAO-PRE PIC 9.
       01 WS-FIM-PRECAD PIC X.
           88 WS-PRECAD-ENCERRADOS VALUE 'S'.
           88 WS-PRECAD-ATIVOS VALUE 'N'.
       01 WS-CONT-PRECAD PIC 9(5).
       01 WS-PRE-NOME PIC X(50).
       01 WS-PRE-EMAIL PIC X(50).
       01 WS-PRE-MOTIVO PIC X(40).
       01 WS-PRE-RESPOSTA PIC X.
       01 WS-FS-GERENTE PIC XX.
       01 WS-GER-DISPONIVEL PIC X.
           88 WS-GER-OK VALUE 'S'.
           88 WS-GER-INDISPONIVEL VALUE 'N'.
       01 WS-FS-CARTEIRA PIC XX.
       01 WS-GER-NOVO PIC X(8).
       01 WS-GER-PROPRIO PIC X(8).
       01 WS-GER-EFETIVO PIC X(8).
       01 WS-GER-NOME-EFETIVO PIC X(30).
       01 WS-GER-MATRIZ PIC 9(14).
       01 WS-GER-SITUACAO PIC X.
           88 WS-GER-EFETIVO-ATIVO VALUE 'A'.
           88 WS-GER-EFETIVO-INATIVO VALUE 'I'.
       01 WS-CAR-GERENTE PIC X(8).
       01 WS-CAR-DATA PIC 9(8).
       01 WS-CAR-USUARIO PIC X(20).

       PROCEDURE DIVISION.
       PRINCIPAL.
      *    CADLOTE-CLIENTE (req 005).
           COPY "VALCLI.CPY".

      *    Padronizacao de nome e endereco compartilhada com
      *    CADLOTE-CLIENTE e PADRON-CLIENTE.
           COPY "PADCLI.CPY".

       ABRIR-ARQUIVOS.
           OPEN I-O CLIENTE-MASTER
           IF WS-FS-CLIMASTER = '35'
               OPEN OUTPUT VINCULO-MASTER
               CLOSE VINCULO-MASTER
               OPEN I-O VINCULO-MASTER
           END-IF
           OPEN I-O PRECAD-MASTER
           IF WS-FS-PRECAD = '35'
               OPEN OUTPUT PRECAD-MASTER
               CLOSE PRECAD-MASTER
               OPEN I-O PRECAD-MASTER
           END-IF
      *    sem historico (nenhum cliente arquivado ainda) a aprovacao
      *    de pre-cadastro confere o documento so contra o mestre
           OPEN INPUT CLIENTE-HISTORICO
           IF WS-FS-HISTORICO = '00'
               SET WS-HIST-OK TO TRUE
           ELSE
               SET WS-HIST-INDISPONIVEL TO TRUE
           END-IF
      *    SITCAD.DAT so existe depois do primeiro lote do bureau
           OPEN INPUT SITUACAO-MASTER
           IF WS-FS-SITUACAO = '00'
               SET WS-SIT-OK TO TRUE
           ELSE
               SET WS-SIT-INDISPONIVEL TO TRUE
           END-IF
      *    sem GERENTE.DAT a consulta mostra o gerente so pelo codigo
      *    e a atribuicao fica bloqueada ate o primeiro cadastro
           OPEN INPUT GERENTE-MASTER
           IF WS-FS-GERENTE = '00'
               SET WS-GER-OK TO TRUE
           ELSE
               SET WS-GER-INDISPONIVEL TO TRUE
           END-IF
           OPEN I-O CARTEIRA-MASTER
           IF WS-FS-CARTEIRA = '35'
               OPEN OUTPUT CARTEIRA-MASTER
               CLOSE CARTEIRA-MASTER
               OPEN I-O CARTEIRA-MASTER
           END-IF
           PERFORM CARREGAR-ABREVIACOES.

       FECHAR-ARQUIVOS.
           CLOSE CLIENTE-MASTER
           CLOSE CONTATO-MASTER
           CLOSE VINCULO-MASTER
           CLOSE OPERADOR-MASTER
           CLOSE PRECAD-MASTER
           CLOSE CARTEIRA-MASTER
           IF WS-GER-OK
               CLOSE GERENTE-MASTER
           END-IF
           IF WS-CEP-MASTER-OK
               CLOSE CEP-MASTER
           END-IF
           IF WS-HIST-OK
               CLOSE CLIENTE-HISTORICO
           END-IF
           IF WS-SIT-OK
               CLOSE SITUACAO-MASTER
           END-IF.

      *****************************************************************
           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY 'Cliente ja cadastrado para este documento!'
                   SET WS-GRAVACAO-ERRO TO TRUE
               NOT INVALID KEY
                   DISPLAY 'Cadastro realizado'
                   SET WS-GRAVACAO-OK TO TRUE
           END-WRITE.

       LOCALIZAR-CLIENTE.
               DISPLAY '5 - Procurar por Nome'
               DISPLAY '6 - Contatos do Cliente'
               DISPLAY '7 - Vinculo Matriz/Filial'
               DISPLAY '8 - Pre-cadastros do Site'
               DISPLAY '10 - Gerente de Conta'
               DISPLAY '9 - Sair'
               DISPLAY 'Escolha uma opção: ' WITH NO ADVANCING
               ACCEPT WS-OPCAO
                       ELSE
                           PERFORM RECUSAR-OPCAO
                       END-IF
                   WHEN 8
                       IF WS-PERFIL-COMPLETO
                           PERFORM GERENCIAR-PRECADASTROS
                       ELSE
                           PERFORM RECUSAR-OPCAO
                       END-IF
                   WHEN 10
                       IF WS-PERFIL-COMPLETO
                           PERFORM ATRIBUIR-GERENTE
                       ELSE
                           PERFORM RECUSAR-OPCAO
                       END-IF
                   WHEN 9
                       DISPLAY 'Encerrando sistema...'
                   WHEN OTHER
               END-IF
           END-PERFORM.
           PERFORM CAPTURAR-ENDERECO.
           PERFORM PADRONIZAR-CLIENTE.
           SET WS-ATIVO TO TRUE.
           MOVE ZERO TO WS-DATA-INCLUSAO
           MOVE ZERO TO WS-HORA-INCLUSAO
           MOVE 'N' TO WS-PENDENCIA-FAT
           PERFORM GRAVAR-CLIENTE.
           IF WS-GRAVACAO-OK
               MOVE REG-CHAVE TO WS-CHAVE-ANTERIOR
               MOVE 'INCLUSAO' TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-VALOR-ANTERIOR
               MOVE WS-NOME TO WS-AUD-VALOR-NOVO
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       ATIVAR-INATIVAR-CLIENTE.
           DISPLAY "======================"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STATUS TO WS-AUD-VALOR-ANTERIOR
           IF WS-ATIVO
               SET WS-INATIVO TO TRUE
           ELSE
               SET WS-ATIVO TO TRUE
           END-IF
           PERFORM ATUALIZAR-CLIENTE
           IF WS-GRAVACAO-OK
               MOVE 'STATUS' TO WS-AUD-CAMPO
               MOVE WS-STATUS TO WS-AUD-VALOR-NOVO
               PERFORM GRAVAR-AUDITORIA
           END-IF
           PERFORM EXIBIR-CLIENTE.

       EDITAR-CLIENTE.
                               SET WS-VALIDACAO-OK TO TRUE
                           END-IF
                       END-PERFORM
                       PERFORM PADRONIZAR-NOME
                       DISPLAY"NOME : > " WS-NOME
                       MOVE 'NOME' TO WS-AUD-CAMPO
                       MOVE WS-NOME TO WS-AUD-VALOR-NOVO
                   WHEN "endereco"
                       MOVE WS-ENDERECO TO WS-AUD-VALOR-ANTERIOR
                       PERFORM CAPTURAR-ENDERECO
                       PERFORM PADRONIZAR-ENDERECO
                       DISPLAY"ENDERECO : > " WS-ENDERECO
                       MOVE 'ENDERECO' TO WS-AUD-CAMPO
                       MOVE WS-ENDERECO TO WS-AUD-VALOR-NOVO
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY 'Erro ao atualizar cadastro!'
                   SET WS-GRAVACAO-ERRO TO TRUE
               NOT INVALID KEY
                   SET WS-GRAVACAO-OK TO TRUE
           END-REWRITE.

       REGRAVAR-CHAVE-CLIENTE.
                       MOVE REG-CHAVE TO WS-CTT-DOC-PARA
                       PERFORM TRANSFERIR-CONTATOS
                       PERFORM TRANSFERIR-VINCULOS
                       PERFORM TRANSFERIR-CARTEIRA
                       SET WS-CHAVE-REGRAVADA-OK TO TRUE
                   NOT INVALID KEY
                       DISPLAY
                   END-WRITE
           END-READ.

      *    a atribuicao de gerente acompanha o documento novo
       TRANSFERIR-CARTEIRA.
           MOVE WS-CTT-DOC-DE TO CAR-DOCUMENTO
           READ CARTEIRA-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAR-GERENTE TO WS-CAR-GERENTE
                   MOVE CAR-DATA-ATRIBUICAO TO WS-CAR-DATA
                   MOVE CAR-USUARIO TO WS-CAR-USUARIO
                   DELETE CARTEIRA-MASTER
                       INVALID KEY
                           DISPLAY 'Erro ao mover carteira!'
                   END-DELETE
                   MOVE WS-CTT-DOC-PARA TO CAR-DOCUMENTO
                   MOVE WS-CAR-GERENTE TO CAR-GERENTE
                   MOVE WS-CAR-DATA TO CAR-DATA-ATRIBUICAO
                   MOVE WS-CAR-USUARIO TO CAR-USUARIO
                   WRITE REG-CARTEIRA
                       INVALID KEY
                           DISPLAY 'Erro ao mover carteira!'
                   END-WRITE
           END-READ.

       GERENCIAR-VINCULOS.
           DISPLAY "======================"
           DISPLAY 'Vinculo Matriz/Filial'
           END-READ
           DISPLAY '  Filial ' VIN-FILIAL ' ' WS-NOME-GRUPO (1:30).

       GERENCIAR-PRECADASTROS.
           DISPLAY "======================"
           DISPLAY 'Pre-cadastros do Site'
           DISPLAY "======================"
           MOVE ZERO TO WS-OPCAO-PRE
           PERFORM UNTIL WS-OPCAO-PRE = 9
               DISPLAY '1 - Listar Pendentes'
               DISPLAY '2 - Tratar Pre-cadastro'
               DISPLAY '9 - Voltar'
               DISPLAY 'Escolha uma opção: ' WITH NO ADVANCING
               ACCEPT WS-OPCAO-PRE
               EVALUATE WS-OPCAO-PRE
                   WHEN 1
                       PERFORM LISTAR-PRECADASTROS
                   WHEN 2
                       PERFORM TRATAR-PRECADASTRO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opção inválida!'
               END-EVALUATE
           END-PERFORM.

       LISTAR-PRECADASTROS.
           MOVE ZERO TO WS-CONT-PRECAD
           SET WS-PRECAD-ATIVOS TO TRUE
           MOVE ZERO TO PRE-CHAVE
           START PRECAD-MASTER KEY IS NOT LESS THAN PRE-CHAVE
               INVALID KEY
                   SET WS-PRECAD-ENCERRADOS TO TRUE
           END-START
           PERFORM LISTAR-UM-PRECADASTRO UNTIL WS-PRECAD-ENCERRADOS
           IF WS-CONT-PRECAD = ZERO
               DISPLAY 'Nenhum pre-cadastro pendente.'
           ELSE
               DISPLAY 'Pre-cadastros pendentes : ' WS-CONT-PRECAD
           END-IF.

       LISTAR-UM-PRECADASTRO.
           READ PRECAD-MASTER NEXT RECORD
               AT END
                   SET WS-PRECAD-ENCERRADOS TO TRUE
               NOT AT END
                   IF PRE-PENDENTE
                       ADD 1 TO WS-CONT-PRECAD
                       PERFORM EXIBIR-LINHA-PRECADASTRO
                   END-IF
           END-READ.

       EXIBIR-LINHA-PRECADASTRO.
           DISPLAY PRE-CHAVE ' ' PRE-TIPO ' ' PRE-NOME (1:30)
               WITH NO ADVANCING
           EVALUATE PRE-DOC-EXISTENTE
               WHEN 'M'
                   DISPLAY ' [ja no mestre]' WITH NO ADVANCING
               WHEN 'H'
                   DISPLAY ' [no historico]' WITH NO ADVANCING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF PRE-EMAIL-OK = 'N'
               DISPLAY ' [email]' WITH NO ADVANCING
           END-IF
           IF PRE-CEP-OK = 'N'
               DISPLAY ' [CEP]' WITH NO ADVANCING
           END-IF
           DISPLAY ' '.

      *****************************************************************
      * Tratamento de um pre-cadastro pendente. O documento e
      * conferido de novo contra o mestre e o historico na hora,
      * porque o cliente pode ter sido cadastrado depois da recepcao.
      *****************************************************************
       TRATAR-PRECADASTRO.
           DISPLAY 'Informe o CPF ou CNPJ do pre-cadastro : ' WITH
               NO ADVANCING
           ACCEPT WS-DOC-PROCURA
           MOVE WS-DOC-PROCURA TO PRE-CHAVE
           READ PRECAD-MASTER
               INVALID KEY
                   DISPLAY 'pre-cadastro não encontrado'
                   EXIT PARAGRAPH
           END-READ
           IF NOT PRE-PENDENTE
               DISPLAY 'Pre-cadastro ja tratado em ' PRE-DATA-DECISAO
                   ' por ' PRE-OPERADOR
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFERIR-DOC-PRECADASTRO
           MOVE ZERO TO WS-OPCAO-PRE
           PERFORM UNTIL WS-OPCAO-PRE = 9 OR NOT PRE-PENDENTE
               PERFORM EXIBIR-PRECADASTRO
               DISPLAY '1 - Aprovar'
               DISPLAY '2 - Corrigir'
               DISPLAY '3 - Recusar'
               DISPLAY '9 - Voltar'
               DISPLAY 'Escolha uma opção: ' WITH NO ADVANCING
               ACCEPT WS-OPCAO-PRE
               EVALUATE WS-OPCAO-PRE
                   WHEN 1
                       PERFORM APROVAR-PRECADASTRO
                   WHEN 2
                       PERFORM CORRIGIR-PRECADASTRO
                   WHEN 3
                       PERFORM RECUSAR-PRECADASTRO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opção inválida!'
               END-EVALUATE
           END-PERFORM
           MOVE ZERO TO WS-OPCAO-PRE.

       CONFERIR-DOC-PRECADASTRO.
           MOVE SPACE TO PRE-DOC-EXISTENTE
           MOVE PRE-CHAVE TO REG-CHAVE
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO PRE-DOC-EXISTENTE
           END-READ
           IF PRE-DOC-EXISTENTE = SPACE AND WS-HIST-OK
               MOVE PRE-CHAVE TO HIS-CHAVE
               READ CLIENTE-HISTORICO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'H' TO PRE-DOC-EXISTENTE
               END-READ
           END-IF.

       EXIBIR-PRECADASTRO.
           DISPLAY '--------------------------------'
           DISPLAY 'Nome : ' PRE-NOME
           IF PRE-TIPO = 'F'
               DISPLAY 'Tipo : Física'
               DISPLAY 'Cpf : ' PRE-CPF
           ELSE
               DISPLAY 'Tipo : Jurídica'
               DISPLAY 'Cnpj : ' PRE-CNPJ
           END-IF
           DISPLAY 'Email : ' PRE-EMAIL
           DISPLAY 'Endereco : ' PRE-ENDERECO
           DISPLAY 'Recebido em : ' PRE-DATA-RECEPCAO ' '
               PRE-HORA-RECEPCAO
           EVALUATE PRE-DOC-EXISTENTE
               WHEN 'M'
                   DISPLAY '*** DOCUMENTO JA CADASTRADO NO MESTRE -'
                       ' NAO PODE SER APROVADO ***'
               WHEN 'H'
                   DISPLAY '*** DOCUMENTO NO HISTORICO DE ARQUIVADOS -'
                       ' NAO PODE SER APROVADO ***'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF PRE-EMAIL-OK = 'N'
               DISPLAY '*** EMAIL INVALIDO - CORRIJA ANTES DE APROVAR'
                   ' ***'
           END-IF
           IF PRE-CEP NOT NUMERIC OR PRE-NUMERO NOT NUMERIC
               DISPLAY '*** CEP/NUMERO INVALIDO - CORRIJA O ENDERECO'
                   ' ANTES DE APROVAR ***'
           END-IF
           IF PRE-CEP-OK = 'N'
               DISPLAY 'CEP fora da base de referencia - confira o'
                   ' endereco.'
           END-IF
           DISPLAY '--------------------------------'.

       APROVAR-PRECADASTRO.
           PERFORM CONFERIR-DOC-PRECADASTRO
           IF PRE-DOC-EXISTENTE NOT = SPACE
               DISPLAY 'Documento ja existe - recuse o pre-cadastro.'
               EXIT PARAGRAPH
           END-IF
           IF PRE-EMAIL-OK = 'N'
               DISPLAY 'Corrija o email antes de aprovar.'
               EXIT PARAGRAPH
           END-IF
           IF PRE-CEP NOT NUMERIC OR PRE-NUMERO NOT NUMERIC
               DISPLAY 'Corrija o endereco antes de aprovar.'
               EXIT PARAGRAPH
           END-IF
           MOVE PRE-TIPO TO WS-TIPO
           MOVE PRE-NOME TO WS-NOME
           MOVE PRE-CPF TO WS-CPF
           MOVE PRE-CNPJ TO WS-CNPJ
           MOVE PRE-EMAIL TO WS-EMAIL
           MOVE PRE-ENDERECO TO WS-ENDERECO
           PERFORM PADRONIZAR-CLIENTE
           SET WS-ATIVO TO TRUE
           MOVE ZERO TO WS-DATA-INCLUSAO
           MOVE ZERO TO WS-HORA-INCLUSAO
           MOVE 'N' TO WS-PENDENCIA-FAT
           PERFORM GRAVAR-CLIENTE
           IF WS-GRAVACAO-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE REG-CHAVE TO WS-CHAVE-ANTERIOR
           MOVE 'INCLUSAO' TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VALOR-ANTERIOR
           MOVE WS-NOME TO WS-AUD-VALOR-NOVO
           PERFORM GRAVAR-AUDITORIA
           SET PRE-APROVADO TO TRUE
           PERFORM REGRAVAR-PRECADASTRO.

      *****************************************************************
      * Correcao de nome, email e endereco antes da aprovacao. O
      * documento nao se corrige: documento errado e recusado e o
      * cliente reenvia pelo site.
      *****************************************************************
       CORRIGIR-PRECADASTRO.
           DISPLAY 'Nome (branco mantem) : ' WITH NO ADVANCING
           MOVE SPACES TO WS-PRE-NOME
           ACCEPT WS-PRE-NOME
           IF WS-PRE-NOME NOT = SPACES
               MOVE WS-PRE-NOME TO PRE-NOME
           END-IF
           SET WS-VALIDACAO-ERRO TO TRUE
           PERFORM UNTIL WS-VALIDACAO-OK
               DISPLAY 'Email (branco mantem) : ' WITH NO ADVANCING
               MOVE SPACES TO WS-PRE-EMAIL
               ACCEPT WS-PRE-EMAIL
               IF WS-PRE-EMAIL = SPACES
                   MOVE PRE-EMAIL TO WS-EMAIL
               ELSE
                   MOVE WS-PRE-EMAIL TO WS-EMAIL
               END-IF
               PERFORM VALIDAR-EMAIL THRU VALIDAR-EMAIL-EXIT
               IF WS-VALIDACAO-ERRO
                   DISPLAY 'Email inválido, informe usuario@dominio.'
               END-IF
           END-PERFORM
           MOVE WS-EMAIL TO PRE-EMAIL
           MOVE 'S' TO PRE-EMAIL-OK
           DISPLAY 'Corrigir o endereco ? (S/N) : ' WITH NO ADVANCING
           ACCEPT WS-PRE-RESPOSTA
           IF WS-PRE-RESPOSTA = 'S' OR WS-PRE-RESPOSTA = 's'
               PERFORM CAPTURAR-ENDERECO
               MOVE WS-ENDERECO TO PRE-ENDERECO
               IF WS-CEP-ENCONTRADO
                   MOVE 'S' TO PRE-CEP-OK
               ELSE
                   MOVE 'N' TO PRE-CEP-OK
               END-IF
           END-IF
           REWRITE REG-PRECAD
               INVALID KEY
                   DISPLAY 'Erro ao regravar pre-cadastro!'
               NOT INVALID KEY
                   DISPLAY 'Pre-cadastro corrigido.'
           END-REWRITE.

       RECUSAR-PRECADASTRO.
           MOVE SPACES TO WS-PRE-MOTIVO
           PERFORM UNTIL WS-PRE-MOTIVO NOT = SPACES
               DISPLAY 'Motivo da recusa : ' WITH NO ADVANCING
               ACCEPT WS-PRE-MOTIVO
               IF WS-PRE-MOTIVO = SPACES
                   DISPLAY 'Motivo não pode ficar em branco.'
               END-IF
           END-PERFORM
           MOVE WS-PRE-MOTIVO TO PRE-MOTIVO-RECUSA
           SET PRE-RECUSADO TO TRUE
           PERFORM REGRAVAR-PRECADASTRO.

       REGRAVAR-PRECADASTRO.
           MOVE WS-USUARIO TO PRE-OPERADOR
           ACCEPT PRE-DATA-DECISAO FROM DATE YYYYMMDD
           REWRITE REG-PRECAD
               INVALID KEY
                   DISPLAY 'Erro ao regravar pre-cadastro!'
               NOT INVALID KEY
                   IF PRE-APROVADO
                       DISPLAY 'Pre-cadastro aprovado.'
                   ELSE
                       DISPLAY 'Pre-cadastro recusado.'
                   END-IF
           END-REWRITE.

       PROCURAR-POR-NOME.
           DISPLAY "=================="
           DISPLAY 'Procurar por Nome'
           IF WS-PENDENCIA-FAT = 'S'
               DISPLAY '*** PENDENCIA DE FATURAMENTO ***'
           END-IF.
           PERFORM EXIBIR-SITUACAO-RECEITA.
           IF WS-JURIDICA
               PERFORM EXIBIR-GRUPO
           END-IF.
           PERFORM EXIBIR-GERENTE.
           DISPLAY 'Contatos : '.
           PERFORM LISTAR-CONTATOS.

      *****************************************************************
      * Situacao do documento na Receita conforme o ultimo retorno do
      * bureau. Documento enviado sem retorno ainda aparece como
      * aguardando; sem registro em SITCAD.DAT, nunca consultado.
      *****************************************************************
       EXIBIR-SITUACAO-RECEITA.
           IF WS-SIT-INDISPONIVEL
               DISPLAY 'Situacao na Receita : nao consultada'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHAVE-ANTERIOR TO SIT-DOCUMENTO
           READ SITUACAO-MASTER
               INVALID KEY
                   DISPLAY 'Situacao na Receita : nao consultada'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SIT-REGULAR
                           DISPLAY 'Situacao na Receita : REGULAR em '
                               SIT-DATA-CONSULTA
                       WHEN SIT-SUSPENSA
                           DISPLAY 'Situacao na Receita : SUSPENSA em '
                               SIT-DATA-CONSULTA
                       WHEN SIT-BAIXADA
                           DISPLAY 'Situacao na Receita : BAIXADA em '
                               SIT-DATA-CONSULTA
                       WHEN SIT-NULA
                           DISPLAY 'Situacao na Receita : NULA em '
                               SIT-DATA-CONSULTA
                       WHEN SIT-INAPTA
                           DISPLAY 'Situacao na Receita : INAPTA em '
                               SIT-DATA-CONSULTA
                       WHEN OTHER
                           DISPLAY 'Situacao na Receita : aguardando'
                               ' retorno (enviado em ' SIT-DATA-ENVIO
                               ')'
                   END-EVALUATE
                   IF SIT-IRREGULAR
                       DISPLAY '*** DOCUMENTO IRREGULAR NA RECEITA ***'
                   END-IF
           END-READ.

      *****************************************************************
      * Na consulta de Pessoa Juridica mostra o grupo: a matriz do
      * cliente, quando ele e filial, e as filiais vinculadas, quando


       
      *****************************************************************
      * Carteira de atendimento: atribui, troca ou retira o gerente de
      * conta do cliente. So gerente ativo recebe atribuicao. Retirar
      * a atribuicao de uma filial a devolve a heranca do gerente da
      * matriz. Cada mudanca vai para a auditoria no campo GERENTE,
      * com o gerente proprio anterior e o novo (branco = nenhum).
      *****************************************************************
       ATRIBUIR-GERENTE.
           DISPLAY "======================"
           DISPLAY 'Gerente de Conta'
           DISPLAY "======================"
           IF WS-GER-INDISPONIVEL
               DISPLAY 'Nenhum gerente cadastrado - cadastre os'
                   ' gerentes com CADGER-CLIENTE.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Informe o CPF ou CNPJ do cliente : " WITH
               NO ADVANCING
           ACCEPT WS-DOC-PROCURA
           PERFORM LOCALIZAR-CLIENTE
           IF WS-CLIENTE-NAO-ENCONTRADO
               DISPLAY 'cliente não encontrado'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Cliente : ' WS-NOME
           PERFORM EXIBIR-GERENTE
           DISPLAY 'Novo gerente (branco = retirar atribuicao) : '
               WITH NO ADVANCING
           ACCEPT WS-GER-NOVO
           IF WS-GER-NOVO = WS-GER-PROPRIO
               DISPLAY 'Gerente mantido.'
               EXIT PARAGRAPH
           END-IF
           IF WS-GER-NOVO NOT = SPACES
               SET WS-VALIDACAO-ERRO TO TRUE
               MOVE WS-GER-NOVO TO GER-CODIGO
               READ GERENTE-MASTER
                   INVALID KEY
                       DISPLAY 'Gerente nao cadastrado.'
                   NOT INVALID KEY
                       IF GER-ATIVO
                           SET WS-VALIDACAO-OK TO TRUE
                       ELSE
                           DISPLAY 'Gerente inativo nao recebe'
                               ' carteira.'
                       END-IF
               END-READ
               IF WS-VALIDACAO-ERRO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM GRAVAR-CARTEIRA
           IF WS-GRAVACAO-OK
               MOVE 'GERENTE' TO WS-AUD-CAMPO
               MOVE WS-GER-PROPRIO TO WS-AUD-VALOR-ANTERIOR
               MOVE WS-GER-NOVO TO WS-AUD-VALOR-NOVO
               PERFORM GRAVAR-AUDITORIA
               PERFORM EXIBIR-GERENTE
           END-IF.

       GRAVAR-CARTEIRA.
           SET WS-GRAVACAO-OK TO TRUE
           MOVE WS-CHAVE-ANTERIOR TO CAR-DOCUMENTO
           IF WS-GER-NOVO = SPACES
               DELETE CARTEIRA-MASTER
                   INVALID KEY
                       SET WS-GRAVACAO-ERRO TO TRUE
                       DISPLAY 'Erro ao retirar a atribuicao!'
               END-DELETE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GER-NOVO TO CAR-GERENTE
           ACCEPT CAR-DATA-ATRIBUICAO FROM DATE YYYYMMDD
           MOVE WS-USUARIO TO CAR-USUARIO
           IF WS-GER-PROPRIO = SPACES
               WRITE REG-CARTEIRA
                   INVALID KEY
                       SET WS-GRAVACAO-ERRO TO TRUE
                       DISPLAY 'Erro ao gravar a atribuicao!'
               END-WRITE
           ELSE
               REWRITE REG-CARTEIRA
                   INVALID KEY
                       SET WS-GRAVACAO-ERRO TO TRUE
                       DISPLAY 'Erro ao gravar a atribuicao!'
               END-REWRITE
           END-IF.

      *****************************************************************
      * Gerente de conta na consulta: o atribuido ao proprio cliente
      * ou, na filial sem atribuicao, o da matriz do grupo (heranca).
      *****************************************************************
       EXIBIR-GERENTE.
           PERFORM OBTER-GERENTE
           EVALUATE TRUE
               WHEN WS-GER-EFETIVO = SPACES
                   DISPLAY 'Gerente de conta : nao atribuido'
               WHEN WS-GER-PROPRIO = SPACES
                   DISPLAY 'Gerente de conta : ' WS-GER-EFETIVO ' '
                       WS-GER-NOME-EFETIVO
                   DISPLAY '  (herdado da matriz ' WS-GER-MATRIZ ')'
               WHEN OTHER
                   DISPLAY 'Gerente de conta : ' WS-GER-EFETIVO ' '
                       WS-GER-NOME-EFETIVO
           END-EVALUATE
           IF WS-GER-EFETIVO-INATIVO
               DISPLAY '*** GERENTE INATIVO - TRANSFERIR CARTEIRA ***'
           END-IF.

       OBTER-GERENTE.
           MOVE SPACES TO WS-GER-PROPRIO
           MOVE SPACES TO WS-GER-NOME-EFETIVO
           MOVE SPACE TO WS-GER-SITUACAO
           MOVE ZERO TO WS-GER-MATRIZ
           MOVE WS-CHAVE-ANTERIOR TO CAR-DOCUMENTO
           READ CARTEIRA-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAR-GERENTE TO WS-GER-PROPRIO
           END-READ
           MOVE WS-GER-PROPRIO TO WS-GER-EFETIVO
           IF WS-GER-PROPRIO = SPACES
               MOVE WS-CHAVE-ANTERIOR TO VIN-FILIAL
               READ VINCULO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VIN-MATRIZ TO WS-GER-MATRIZ
                       MOVE VIN-MATRIZ TO CAR-DOCUMENTO
                       READ CARTEIRA-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CAR-GERENTE TO WS-GER-EFETIVO
                       END-READ
               END-READ
           END-IF
           IF WS-GER-EFETIVO NOT = SPACES AND WS-GER-OK
               MOVE WS-GER-EFETIVO TO GER-CODIGO
               READ GERENTE-MASTER
                   INVALID KEY
                       MOVE '(gerente nao cadastrado)' TO
                           WS-GER-NOME-EFETIVO
                   NOT INVALID KEY
                       MOVE GER-NOME TO WS-GER-NOME-EFETIVO
                       MOVE GER-SITUACAO TO WS-GER-SITUACAO
               END-READ
           END-IF.
