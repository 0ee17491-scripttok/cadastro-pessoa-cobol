      *****************************************************************
      * COPY....: FDHNT.CPY
      * DESCRICAO: Descricao de arquivo e registro da serie historica
      *            do fechamento noturno (NOTURNO.HIS). A noite e
      *            identificada pela data e hora de inicio da primeira
      *            etapa, que o reinicio preserva; fim da etapa e o
      *            fim registrado no NOTURNO.CTL. Linhas em ordem de
      *            gravacao, noite apos noite.
      *****************************************************************
       FD  HISTORICO-NOTURNO
           LABEL RECORD STANDARD.
       01  REG-HISTNOT.
           05 HNT-DATA-NOITE PIC 9(8).
           05 HNT-HORA-NOITE PIC 9(6).
           05 HNT-ETAPA PIC 9.
           05 HNT-PROGRAMA PIC X(16).
           05 HNT-DATA-FIM PIC 9(8).
           05 HNT-HORA-FIM PIC 9(6).
           05 HNT-ROTULO PIC X(12).
           05 HNT-VALOR PIC 9(7).
