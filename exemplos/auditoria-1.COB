000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-08-21  MCR    CRIACAO DO PROGRAMA.
911000*   2026-10-15  MCR    AUDITLOG LIDO COM 108 POSICOES (LAYOUT
911001*                      AUDITREC COM O SELO DE SEQUENCIA E
911002*                      CONFERENCIA); O RESUMO NAO MUDA. A
911003*                      CONFERENCIA DA CADEIA E FEITA POR
911004*                      AUDITORIA0002.
000210*================================================================
000220*   FUNCAO......... LEITURA DE VOLTA DA TRILHA DE AUDITORIA
000230*                    (AUDITLOG, LAYOUT AUDITREC) QUE ATE AQUI SO
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  AUDITLOG-FILE.
911005 01  AUD-LINHA                    PIC X(108).
000510
000520 FD  RELAUDIT-FILE.
000530 01  REL-LINHA                    PIC X(80).
