      *****************************************************************
      * COPY....: FDLIM.CPY
      * DESCRICAO: Descricao de arquivo e registro da tabela de
      *            limites de variacao (NOTURNO.LIM):
      *              LIM-TIPO  'N' parametros gerais: quantas noites
      *                        anteriores entram na media e o limite
      *                        padrao dos contadores sem linha propria;
      *                        'C' limite de um contador; linha com
      *                        outro tipo (por exemplo '*') e
      *                        comentario.
      *              LIM-PROGRAMA e LIM-ROTULO identificam o contador
      *                        como o programa o grava no ETAPA.RES.
      *              LIM-PERCENTUAL  variacao maxima aceita sobre a
      *                        media, para mais ou para menos.
      *              LIM-GRAVIDADE  'C' variacao acima do limite e
      *                        critica (condutor termina em alerta);
      *                        'A' (ou branco) so destaca no relatorio.
      *****************************************************************
       FD  ARQ-LIMITES
           LABEL RECORD STANDARD.
       01  REG-LIMITE.
           05 LIM-TIPO PIC X.
           05 FILLER PIC X.
           05 LIM-CONTADOR.
               10 LIM-PROGRAMA PIC X(16).
               10 FILLER PIC X.
               10 LIM-ROTULO PIC X(12).
               10 FILLER PIC X.
               10 LIM-PERCENTUAL PIC 9(3).
               10 FILLER PIC X.
               10 LIM-GRAVIDADE PIC X.
           05 LIM-GERAL REDEFINES LIM-CONTADOR.
               10 LIM-NOITES PIC 9(2).
               10 FILLER PIC X.
               10 LIM-PERCENTUAL-PADRAO PIC 9(3).
               10 FILLER PIC X(29).
