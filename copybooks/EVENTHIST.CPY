      *                       100 POSICOES - OS FD DE EVENTHIST FORAM
      *                       ALARGADOS JUNTO. HISTORICO LEGADO LE COM
      *                       AS CAPACIDADES EM BRANCO.
      *    2026-09-30  MCR    NOVO GRUPO HIST-COBRANCA COM A TAXA E A
      *                       CATEGORIA DE COBRANCA ANTES/DEPOIS, AO
      *                       FIM DO REGISTRO (AS IMAGENS DE 31
      *                       POSICOES NAO MUDAM); O REGISTRO PASSOU
      *                       DE 100 PARA 120 POSICOES E OS FD DE
      *                       EVENTHIST FORAM ALARGADOS JUNTO.
      *================================================================
       01  HIST-REGISTRO.
           10  HIST-PROGRAMA            PIC X(15).
               15  HIST-DEPOIS-FIM-ANO      PIC 9(04).
               15  HIST-DEPOIS-STATUS       PIC X(01).
               15  HIST-DEPOIS-CAPAC        PIC X(05).
           10  HIST-COBRANCA.
               15  HIST-ANTES-TAXA          PIC X(05).
               15  HIST-ANTES-CATEG         PIC X(03).
               15  HIST-DEPOIS-TAXA         PIC X(05).
               15  HIST-DEPOIS-CATEG        PIC X(03).
           10  FILLER                   PIC X(04).
