      *                       MESTRE LEGADO LE COM BRANCOS, QUE OS
      *                       CONSUMIDORES TRATAM COMO ZEROS
      *                       (CAPACIDADE ILIMITADA).
      *    2026-09-30  MCR    ACRESCIDAS A TAXA DE PARTICIPACAO E A
      *                       CATEGORIA DE COBRANCA DO EVENTO, NO
      *                       ESPACO DO ANTIGO FILLER, LIDAS PELO
      *                       FATURAMENTO (FATURA0001). MESTRE LEGADO
      *                       LE COM BRANCOS: TAXA NAO NUMERICA VALE
      *                       ZEROS (EVENTO NAO COBRADO).
      *    2026-10-02  MCR    ACRESCIDO O CODIGO DA SERIE DE EVENTOS
      *                       RECORRENTES (CODIGO DA PRIMEIRA
      *                       OCORRENCIA GERADA POR EVENTOS0001), NO
      *                       ESPACO DO ANTIGO FILLER. EVENTO AVULSO E
      *                       MESTRE LEGADO (BRANCOS) VALEM ZEROS.
      *    2026-10-15  MCR    ACRESCIDA A FILIAL ONDE O EVENTO ACONTECE,
      *                       NO ESPACO DO ANTIGO FILLER, PARA A
      *                       CHECAGEM DE DIA UTIL (DIAUTIL0001) VER
      *                       OS FERIADOS DAQUELA FILIAL. MESTRE LEGADO
      *                       (BRANCOS) = SEM FILIAL, SO OS NACIONAIS.
      *================================================================
       01  EVT-REGISTRO.
           10  EVT-CODIGO               PIC 9(06).
               88  EVT-ATIVO                 VALUE 'A'.
               88  EVT-INATIVO               VALUE 'I'.
           10  EVT-CAPACIDADE           PIC X(05).
           10  EVT-TAXA                 PIC X(05).
           10  EVT-CATEG-COBRANCA       PIC X(03).
           10  EVT-SERIE                PIC X(06).
           10  EVT-FILIAL               PIC X(04).
           10  FILLER                   PIC X(25).
