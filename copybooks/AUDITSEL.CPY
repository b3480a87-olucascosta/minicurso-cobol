      *================================================================
      *    COPY MEMBER.... AUDITSEL
      *    FUNCAO......... PARAMETROS DA CHAMADA A AUDITSEL0001, QUE
      *                     SELA CADA REGISTRO DO AUDITLOG (SEQUENCIA
      *                     GLOBAL E CONFERENCIA ENCADEADA, LAYOUT
      *                     AUDITREC) ANTES DA GRAVACAO.
      *                     'I' - LE O AUDITLOG ATE O FIM E RETOMA A
      *                           CADEIA DO ULTIMO REGISTRO GRAVADO.
      *                           CHAMAR ANTES DO OPEN EXTEND.
      *                     'S' - SELA O AUDIT-REGISTRO JA MONTADO;
      *                           CHAMAR ANTES DO WRITE.
      *                     'C' - SO CALCULA A CONFERENCIA DO REGISTRO
      *                           A PARTIR DE AUDSEL-CHECK-ANTERIOR
      *                           (USADA NA VERIFICACAO).
      *    USO............ COPY AUDITSEL.
      *                     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
      *                                              AUDIT-REGISTRO
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- -----------------------------------------
      *    2026-10-15  MCR    CRIACAO DO LAYOUT.
      *================================================================
       01  AUDSEL-PARAMETROS.
           05  AUDSEL-FUNCAO            PIC X(01).
               88  AUDSEL-INICIAR            VALUE 'I'.
               88  AUDSEL-SELAR              VALUE 'S'.
               88  AUDSEL-CALCULAR           VALUE 'C'.
           05  AUDSEL-CHECK-ANTERIOR    PIC 9(09).
           05  AUDSEL-CHECK-CALCULADO   PIC 9(09).
