      *                       DESTACAR NO DIGESTO O TOTAL QUE OSCILOU
      *                       ALEM DO PERCENTUAL CONTRA A RODADA
      *                       ANTERIOR. ZEROS = DEFAULT DO PROGRAMA.
      *    2026-10-07  MCR    ACRESCIDO O PERIODO LETIVO (AAAAS - ANO E
      *                       SEMESTRE), USADO POR CONDICIONAL0002 PARA
      *                       CRITICAR AS NOTAS CONTRA O MATRICUL DO
      *                       PERIODO. ZEROS = CRITICA DESLIGADA.
      *    2026-10-08  MCR    ACRESCIDA A FREQUENCIA MINIMA (PERCENTUAL
      *                       INTEIRO DE PRESENCA POR MATERIA), USADA
      *                       POR CONDICIONAL0002 PARA O VEREDITO
      *                       REPROVADO POR FALTA. ZEROS = DEFAULT DO
      *                       PROGRAMA.
      *    2026-10-09  MCR    ACRESCIDA A MEDIA MINIMA (99V99) DO QUADRO
      *                       DE HONRA DO RANKING DE ALUNOS DE
      *                       RANKING0001. ZEROS = DEFAULT DO PROGRAMA.
      *    2026-10-10  MCR    ACRESCIDA A JANELA (EM DIAS) DE RETENCAO
      *                       DAS CHAVES DE TRANSACAO JA PROCESSADAS,
      *                       USADA POR CONDICIONAL0001 NA DETECCAO DE
      *                       PROVAVEL DUPLICIDADE ENTRE EXTRATOS.
      *                       ZEROS = DEFAULT DO PROGRAMA.
      *    2026-10-15  MCR    ACRESCIDA A FILIAL DA FOLHA, USADA POR
      *                       FOLHA0001 NA CHECAGEM DE DIA UTIL
      *                       (DIAUTIL0001) DA EFETIVACAO E DAS
      *                       PARCELAS. BRANCO = SO FERIADOS NACIONAIS.
      *================================================================
       01  PARM-CARTAO-REG.
           10  PARM-ANO-PROC            PIC 9(04).
           10  PARM-LIMITE-ACUMULADO    PIC 9(05)V9(02).
           10  PARM-COMPS-RETIDO-MAX    PIC 9(02).
           10  PARM-PCT-VARIACAO        PIC 9(03).
           10  PARM-PERIODO-LETIVO      PIC 9(05).
           10  PARM-FREQ-MINIMA         PIC 9(03).
           10  PARM-MEDIA-HONRA         PIC 9(02)V9(02).
           10  PARM-JANELA-DUPLIC       PIC 9(03).
           10  PARM-FILIAL              PIC X(04).
           10  FILLER                   PIC X(06).
