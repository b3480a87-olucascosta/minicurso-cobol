      *                       O TERCEIRO GRAVADOR DO AUDITLOG (UMA
      *                       DECISAO POR AJUSTE PROCESSADO) E
      *                       AUDITORIA0001 E O LEITOR/RESUMIDOR.
      *    2026-10-15  MCR    SELO DE INTEGRIDADE NO FIM DO REGISTRO
      *                       (AGORA COM 108 POSICOES): SEQUENCIA
      *                       GLOBAL E VALOR DE CONFERENCIA ENCADEADO
      *                       AO DO REGISTRO ANTERIOR, PREENCHIDOS POR
      *                       AUDITSEL0001 LOGO ANTES DE CADA GRAVACAO
      *                       (GRAVADORES: CONDICIONAL0001/0002,
      *                       FOLHA0001, DESFAZ0001 E MESCLA0001) E
      *                       CONFERIDOS POR AUDITORIA0002. REGISTRO
      *                       ANTERIOR AO SELO LE COM BRANCO NELES.
      *================================================================
       01  AUDIT-REGISTRO.
           10  AUDIT-PROGRAMA           PIC X(15).
           10  AUDIT-VALOR-ENTRADA      PIC 9(07).
           10  AUDIT-CLASSIFICACAO      PIC X(22).
           10  AUDIT-DETALHE            PIC X(30).
           10  AUDIT-SELO.
               15  AUDIT-SEQUENCIA      PIC 9(09).
               15  AUDIT-CHECK          PIC 9(09).
