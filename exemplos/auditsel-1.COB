000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AUDITSEL0001.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-10-15  MCR    CRIACAO DO PROGRAMA.
000210*================================================================
000220*   FUNCAO......... SELO DA TRILHA DE AUDITORIA, COMPARTILHADO
000230*                    ENTRE OS GRAVADORES DO AUDITLOG (CHAMADO POR
000240*                    CALL, COMO DIAUTIL0001 - PARAMETROS NO COPY
000250*                    AUDITSEL). CADA REGISTRO RECEBE A SEQUENCIA
000260*                    GLOBAL SEGUINTE E UM VALOR DE CONFERENCIA
000270*                    CALCULADO SOBRE O SEU CONTEUDO (PROGRAMA ATE
000280*                    A SEQUENCIA) A PARTIR DA CONFERENCIA DO
000290*                    REGISTRO ANTERIOR: ALTERAR, TIRAR OU INSERIR
000300*                    UM REGISTRO QUEBRA O ELO DO SEGUINTE.
000310*                    A CADEIA E RETOMADA DO ULTIMO REGISTRO SELADO
000320*                    DO ARQUIVO ('I', ANTES DO OPEN EXTEND). O
000330*                    ULTIMO SELO TAMBEM VAI PARA A ANCORA
000340*                    AUDITANC, REGRAVADA A CADA REGISTRO: SE O FIM
000350*                    DO LOG FOR CORTADO, A SEQUENCIA CONTINUA DA
000360*                    ANCORA E O CORTE APARECE COMO LACUNA NA
000370*                    VERIFICACAO (AUDITORIA0002), EM VEZ DE SUMIR.
000380*                    O WORKING-STORAGE SOBREVIVE ENTRE CALLS DO
000390*                    MESMO RUN UNIT, COMO EM DIAUTIL0001.
000400*================================================================
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-AUD.
000480
000490     SELECT OPTIONAL AUDITANC-FILE ASSIGN TO "AUDITANC"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-ANC.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------------
000560*   AUDITLOG SO PARA ACHAR O ULTIMO SELO - MESMO LAYOUT AUDITREC,
000570*   AQUI SO O SELO.
000580*----------------------------------------------------------------
000590 FD  AUDITLOG-FILE.
000600 01  AUD-LINHA.
000610     10  FILLER                   PIC X(90).
000620     10  AUD-SEQUENCIA            PIC 9(09).
000630     10  AUD-CHECK                PIC 9(09).
000640
000650*----------------------------------------------------------------
000660*   ANCORA - UM REGISTRO SO, COM O ULTIMO SELO EMITIDO
000670*----------------------------------------------------------------
000680 FD  AUDITANC-FILE.
000690 01  ANC-REGISTRO.
000700     10  ANC-SEQUENCIA            PIC 9(09).
000710     10  ANC-CHECK                PIC 9(09).
000720     10  ANC-PROGRAMA             PIC X(15).
000730     10  ANC-DATA                 PIC 9(08).
000740     10  ANC-HORA                 PIC 9(08).
000750     10  FILLER                   PIC X(31).
000760
000770 WORKING-STORAGE SECTION.
000780 77  WS-FS-AUD                PIC X(02) VALUE '00'.
000790 77  WS-FS-ANC                PIC X(02) VALUE '00'.
000800
000810*----------------------------------------------------------------
000820*   ESTADO DA CADEIA NO RUN UNIT
000830*----------------------------------------------------------------
000840 77  WS-INICIADA-SW           PIC X(01) VALUE 'N'.
000850         88  CADEIA-INICIADA           VALUE 'S'.
000860 77  WS-ULT-SEQUENCIA         PIC 9(09) VALUE ZEROS.
000870 77  WS-ULT-CHECK             PIC 9(09) VALUE ZEROS.
000880 77  WS-PROX-SEQUENCIA        PIC 9(09) VALUE ZEROS.
000890
000900*----------------------------------------------------------------
000910*   AREA DE CALCULO DA CONFERENCIA - AS 99 PRIMEIRAS POSICOES DO
000920*   REGISTRO (TUDO MENOS A PROPRIA CONFERENCIA), BYTE A BYTE:
000930*   H = (H * 31 + ORDEM DO BYTE + POSICAO) MOD 999999937,
000940*   COMECANDO DA CONFERENCIA DO REGISTRO ANTERIOR.
000950*----------------------------------------------------------------
000960 01  WS-SELO-AREA.
000970     05  WS-SELO-BYTE             PIC X(01) OCCURS 99 TIMES.
000980 77  WS-POS                   PIC 9(03) VALUE ZEROS COMP.
000990 77  WS-HASH                  PIC 9(12) VALUE ZEROS COMP.
001000 77  WS-QUOCIENTE             PIC 9(12) VALUE ZEROS COMP.
001010 77  WS-RESTO                 PIC 9(09) VALUE ZEROS COMP.
001020 77  WS-MODULO                PIC 9(09) VALUE 999999937 COMP.
001030
001040 LINKAGE SECTION.
001050     COPY AUDITSEL.
001060     COPY AUDITREC.
001070
001080 PROCEDURE DIVISION USING AUDSEL-PARAMETROS AUDIT-REGISTRO.
001090*================================================================
001100*   0000-MAINLINE
001110*================================================================
001120 0000-MAINLINE.
001130     EVALUATE TRUE
001140         WHEN AUDSEL-INICIAR
001150             PERFORM 1000-INICIAR-CADEIA THRU 1000-EXIT
001160         WHEN AUDSEL-SELAR
001170             IF NOT CADEIA-INICIADA
001180                 PERFORM 1000-INICIAR-CADEIA THRU 1000-EXIT
001190             END-IF
001200             PERFORM 2000-SELAR-REGISTRO THRU 2000-EXIT
001210         WHEN AUDSEL-CALCULAR
001220             MOVE AUDSEL-CHECK-ANTERIOR TO WS-RESTO
001230             PERFORM 8000-CALCULAR-CHECK THRU 8000-EXIT
001240             MOVE WS-RESTO TO AUDSEL-CHECK-CALCULADO
001250     END-EVALUATE
001260
001270     GOBACK.
001280
001290*================================================================
001300*   1000-INICIAR-CADEIA - ULTIMO SELO DO AUDITLOG (REGISTRO
001310*   ANTERIOR AO SELO E IGNORADO) E, SE A ANCORA ESTIVER ADIANTE
001320*   DELE, A SEQUENCIA CONTINUA DA ANCORA. LOG E ANCORA AUSENTES =
001330*   CADEIA NOVA, A PARTIR DA SEQUENCIA 1.
001340*================================================================
001350 1000-INICIAR-CADEIA.
001360     SET CADEIA-INICIADA TO TRUE
001370     MOVE ZEROS TO WS-ULT-SEQUENCIA WS-ULT-CHECK
001380
001390     OPEN INPUT AUDITLOG-FILE
001400     IF WS-FS-AUD = '00'
001410         PERFORM 1100-LER-AUDITORIA THRU 1100-EXIT
001420             UNTIL WS-FS-AUD NOT = '00'
001430         CLOSE AUDITLOG-FILE
001440     ELSE
001450         IF WS-FS-AUD = '05'
001460             CLOSE AUDITLOG-FILE
001470         END-IF
001480     END-IF
001490
001500     MOVE WS-ULT-SEQUENCIA TO WS-PROX-SEQUENCIA
001510     OPEN INPUT AUDITANC-FILE
001520     IF WS-FS-ANC = '00'
001530         READ AUDITANC-FILE
001540         IF WS-FS-ANC = '00'
001550             AND ANC-SEQUENCIA IS NUMERIC
001560             AND ANC-SEQUENCIA > WS-PROX-SEQUENCIA
001570             MOVE ANC-SEQUENCIA TO WS-PROX-SEQUENCIA
001580         END-IF
001590         CLOSE AUDITANC-FILE
001600     ELSE
001610         IF WS-FS-ANC = '05'
001620             CLOSE AUDITANC-FILE
001630         END-IF
001640     END-IF
001650     ADD 1 TO WS-PROX-SEQUENCIA.
001660 1000-EXIT.
001670     EXIT.
001680
001690 1100-LER-AUDITORIA.
001700     READ AUDITLOG-FILE
001710     IF WS-FS-AUD = '00'
001720         AND AUD-SEQUENCIA IS NUMERIC
001730         AND AUD-CHECK IS NUMERIC
001740         MOVE AUD-SEQUENCIA TO WS-ULT-SEQUENCIA
001750         MOVE AUD-CHECK     TO WS-ULT-CHECK
001760     END-IF.
001770 1100-EXIT.
001780     EXIT.
001790
001800*================================================================
001810*   2000-SELAR-REGISTRO - SEQUENCIA SEGUINTE, CONFERENCIA
001820*   ENCADEADA A DO ULTIMO SELO E ANCORA ATUALIZADA.
001830*================================================================
001840 2000-SELAR-REGISTRO.
001850     MOVE WS-PROX-SEQUENCIA TO AUDIT-SEQUENCIA
001860     MOVE WS-ULT-CHECK TO WS-RESTO
001870     PERFORM 8000-CALCULAR-CHECK THRU 8000-EXIT
001880     MOVE WS-RESTO TO AUDIT-CHECK
001890
001900     MOVE AUDIT-SEQUENCIA TO WS-ULT-SEQUENCIA
001910     MOVE AUDIT-CHECK     TO WS-ULT-CHECK
001920     ADD 1 TO WS-PROX-SEQUENCIA
001930
001940     OPEN OUTPUT AUDITANC-FILE
001950     MOVE SPACES TO ANC-REGISTRO
001960     MOVE AUDIT-SEQUENCIA TO ANC-SEQUENCIA
001970     MOVE AUDIT-CHECK     TO ANC-CHECK
001980     MOVE AUDIT-PROGRAMA  TO ANC-PROGRAMA
001990     MOVE AUDIT-DATA      TO ANC-DATA
002000     MOVE AUDIT-HORA      TO ANC-HORA
002010     WRITE ANC-REGISTRO
002020     CLOSE AUDITANC-FILE.
002030 2000-EXIT.
002040     EXIT.
002050
002060*================================================================
002070*   8000-CALCULAR-CHECK - CONFERENCIA DO AUDIT-REGISTRO A PARTIR
002080*   DA ANTERIOR (ENTRA E SAI EM WS-RESTO).
002090*================================================================
002100 8000-CALCULAR-CHECK.
002110     MOVE AUDIT-REGISTRO TO WS-SELO-AREA
002120     PERFORM 8100-SOMAR-BYTE THRU 8100-EXIT
002130         VARYING WS-POS FROM 1 BY 1
002140         UNTIL WS-POS > 99.
002150 8000-EXIT.
002160     EXIT.
002170
002180 8100-SOMAR-BYTE.
002190     COMPUTE WS-HASH = WS-RESTO * 31
002200                     + FUNCTION ORD (WS-SELO-BYTE (WS-POS))
002210                     + WS-POS
002220     DIVIDE WS-HASH BY WS-MODULO
002230         GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
002240 8100-EXIT.
002250     EXIT.
002260
002270 END PROGRAM AUDITSEL0001.
