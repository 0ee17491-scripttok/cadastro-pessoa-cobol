      *****************************************************************
      * COPY....: FDGER.CPY
      * DESCRICAO: Descricao de arquivo e registro dos gerentes de
      *            conta (GERENTE.DAT). Gerente inativo continua no
      *            arquivo para os relatorios e para a auditoria, mas
      *            nao recebe cliente novo nem carteira transferida.
      *****************************************************************
       FD  GERENTE-MASTER
           LABEL RECORD STANDARD.
       01  REG-GERENTE.
           05 GER-CODIGO PIC X(8).
           05 GER-NOME PIC X(30).
           05 GER-EMAIL PIC X(50).
           05 GER-SITUACAO PIC X.
               88 GER-ATIVO VALUE 'A'.
               88 GER-INATIVO VALUE 'I'.
