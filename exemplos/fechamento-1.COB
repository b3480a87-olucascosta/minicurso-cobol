000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-02  MCR    CRIACAO DO PROGRAMA.
905410*   2026-09-30  MCR    ACUMVLR GANHOU OS CREDITOS DE TAXA
905411*                      ACUMULADOS (CONDICIONAL0001): ENTRAM NA
905412*                      FOTO DO ACUMHIST (ACUMH-VLR-CREDITO, NO
905413*                      ESPACO DO FILLER), SAO ZERADOS COM O RESTO
905414*                      E IMPRESSOS NO RELATORIO QUANDO HOUVER.
000210*================================================================
000220*   FUNCAO......... FECHAMENTO DE PERIODO DO ACUMULADO DE FAIXAS
000230*                    (ACUMVLR, GRAVADO POR CONDICIONAL0001). O
000730     10  ACUM-VLR-MENOR           PIC 9(11).
000740     10  ACUM-ULT-DATA-EXTRATO    PIC X(08).
000750     10  ACUM-ULT-SEQ-EXTRATO     PIC X(04).
905415     10  ACUM-VLR-CREDITO         PIC 9(08).
000770
000780*----------------------------------------------------------------
000790*   HISTORICO DE PERIODOS FECHADOS - UM REGISTRO POR AAAAMM, NA
000880     10  ACUMH-VLR-MAIOR          PIC 9(11).
000890     10  ACUMH-VLR-IGUAL          PIC 9(11).
000900     10  ACUMH-VLR-MENOR          PIC 9(11).
905416*    CREDITOS DE TAXA DO PERIODO, NO ESPACO DO ANTIGO FILLER;
905417*    HISTORICO LEGADO LE COM BRANCOS AQUI.
905418     10  ACUMH-VLR-CREDITO        PIC 9(11).
000910     10  FILLER                   PIC X(03).
000920
000930 FD  RELFECHA-FILE.
000940 01  REL-LINHA                    PIC X(80).
002660     MOVE SPACES TO ACUM-LINHA
002670     MOVE ZEROS TO ACUM-CNT-MAIOR ACUM-CNT-IGUAL ACUM-CNT-MENOR
002680     MOVE ZEROS TO ACUM-VLR-MAIOR ACUM-VLR-IGUAL ACUM-VLR-MENOR
905419     MOVE ZEROS TO ACUM-VLR-CREDITO
002690
002700     OPEN INPUT ACUMVLR-FILE
002710     IF WS-FS-ACUM = '00'
002820             CLOSE ACUMVLR-FILE
002830         END-IF
002840     END-IF
905420
905421*    ACUMVLR LEGADO (SEM CREDITOS) LE COM BRANCOS - VALE ZEROS.
905422     IF ACUM-VLR-CREDITO IS NOT NUMERIC
905423         MOVE ZEROS TO ACUM-VLR-CREDITO
905424     END-IF
002850
002860     IF ACUM-PRESENTE
002870         COMPUTE WS-FECHA-CNT-TOTAL =
003060     MOVE ACUM-VLR-MAIOR TO ACUMH-VLR-MAIOR
003070     MOVE ACUM-VLR-IGUAL TO ACUMH-VLR-IGUAL
003080     MOVE ACUM-VLR-MENOR TO ACUMH-VLR-MENOR
905425     MOVE ACUM-VLR-CREDITO TO ACUMH-VLR-CREDITO
003090     WRITE ACUMH-REGISTRO
003100     CLOSE ACUMHIST-FILE.
003110 4000-EXIT.
003210     MOVE SPACES TO ACUM-LINHA
003220     MOVE ZEROS TO ACUM-CNT-MAIOR ACUM-CNT-IGUAL ACUM-CNT-MENOR
003230     MOVE ZEROS TO ACUM-VLR-MAIOR ACUM-VLR-IGUAL ACUM-VLR-MENOR
905426     MOVE ZEROS TO ACUM-VLR-CREDITO
003240     OPEN OUTPUT ACUMVLR-FILE
003250     WRITE ACUM-LINHA
003260     CLOSE ACUMVLR-FILE.
003770     END-STRING
003780     WRITE REL-LINHA
003790
905427     IF ACUM-VLR-CREDITO > ZEROS
905428         MOVE SPACES TO REL-LINHA
905429         STRING 'CREDITOS DE TAXA .: ' DELIMITED BY SIZE
905430                ACUM-VLR-CREDITO      DELIMITED BY SIZE
905431             INTO REL-LINHA
905432         END-STRING
905433         WRITE REL-LINHA
905434     END-IF
905435
003800     MOVE SPACES TO REL-LINHA
003810     WRITE REL-LINHA
003820
