      *****************************************************************
      * COPY....: FDABR.CPY
      * DESCRICAO: Descricao de arquivo e registro da tabela de
      *            abreviacoes (ABREVIA.TAB), uma linha por forma
      *            encontrada no cadastro:
      *              ABR-TIPO  'L' tipo de logradouro (primeira palavra
      *                        da rua) ou 'E' estado; linha com outro
      *                        tipo (por exemplo '*') e comentario.
      *              ABR-DE    forma encontrada (R, AV, AVEN, SAO
      *                        PAULO, ...), sem o ponto final da
      *                        abreviatura. Caixa e acentos nao
      *                        importam: a forma e padronizada na
      *                        carga da tabela.
      *              ABR-PARA  forma padrao (RUA, AV, SP, ...). Para
      *                        estado, a sigla de duas letras; a
      *                        propria sigla e aceita como padrao.
      *****************************************************************
       FD  ARQ-ABREVIACOES
           LABEL RECORD STANDARD.
       01  REG-ABREVIACAO.
           05 ABR-TIPO PIC X.
           05 FILLER PIC X.
           05 ABR-DE PIC X(20).
           05 FILLER PIC X.
           05 ABR-PARA PIC X(20).
