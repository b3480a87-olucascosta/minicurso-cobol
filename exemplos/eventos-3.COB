000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-02  MCR    CRIACAO DO PROGRAMA.
905400*   2026-09-30  MCR    FD DO EVENTHIST ALARGADO PARA 120 (NOVO
905401*                      GRUPO HIST-COBRANCA AO FIM DO REGISTRO).
000210*================================================================
000220*   FUNCAO......... CONSULTA DO HISTORICO DE MUDANCAS DO MESTRE
000230*                    DE EVENTOS (EVENTHIST, GRAVADO POR
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  EVENTHIST-FILE.
000550 01  HIST-LINHA                   PIC X(120).
000560
000570*----------------------------------------------------------------
000580*   CARTAO DE FILTRO - CODIGO DE EVENTO (ZEROS/BRANCOS = TODOS) E
