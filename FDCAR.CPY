      *****************************************************************
      * COPY....: FDCAR.CPY
      * DESCRICAO: Descricao de arquivo e registro da carteira de
      *            atendimento (CARTEIRA.DAT). So a atribuicao feita
      *            para o proprio cliente e gravada: a filial de um
      *            grupo do VINCULOS.DAT sem registro aqui herda o
      *            gerente da matriz, e a heranca e resolvida na
      *            leitura (consulta do CADASTRP-CLIENTE e relatorio
      *            de carteira). CAR-DATA-ATRIBUICAO e CAR-USUARIO
      *            dizem quando e por quem a atribuicao foi feita
      *            (operador no CADASTRP-CLIENTE, usuario do sistema
      *            na transferencia em lote).
      *****************************************************************
       FD  CARTEIRA-MASTER
           LABEL RECORD STANDARD.
       01  REG-CARTEIRA.
           05 CAR-DOCUMENTO PIC 9(14).
           05 CAR-GERENTE PIC X(8).
           05 CAR-DATA-ATRIBUICAO PIC 9(8).
           05 CAR-USUARIO PIC X(20).
