000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AUDITORIA0002.
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
000220*   FUNCAO......... CONFERENCIA DA INTEGRIDADE DA TRILHA DE
000230*                    AUDITORIA (AUDITLOG, LAYOUT AUDITREC) SELADA
000240*                    POR AUDITSEL0001. PERCORRE O LOG NA ORDEM DO
000250*                    ARQUIVO E, PARA CADA REGISTRO SELADO, CONFERE
000260*                    A SEQUENCIA (LACUNA = REGISTRO TIRADO; MENOR
000270*                    QUE A ESPERADA = REPETIDO OU FORA DE ORDEM) E
000280*                    RECALCULA A CONFERENCIA A PARTIR DA DO
000290*                    REGISTRO ANTERIOR (DIFERENTE = REGISTRO
000300*                    ALTERADO OU INSERIDO). NO FIM, COMPARA O
000310*                    ULTIMO SELO DO LOG COM A ANCORA AUDITANC: A
000320*                    ANCORA ADIANTE DO LOG = FIM DO LOG CORTADO.
000330*                    REGISTROS SEM SELO NO COMECO DO LOG SAO OS
000340*                    GRAVADOS ANTES DO SELO E SO SAO CONTADOS;
000350*                    DEPOIS DO PRIMEIRO SELADO, REGISTRO SEM SELO
000360*                    E PROBLEMA. O RELAUDV LISTA CADA PROBLEMA COM
000370*                    A LINHA DO LOG, O ULTIMO REGISTRO BOM (O
000380*                    ULTIMO ANTES DO PRIMEIRO PROBLEMA) E O
000390*                    VEREDITO. TRILHA VIOLADA DEVOLVE RETURN-CODE
000400*                    8.
000410*================================================================
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-AUD.
000490
000500     SELECT OPTIONAL AUDITANC-FILE ASSIGN TO "AUDITANC"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-ANC.
000530
000540     SELECT RELAUDV-FILE ASSIGN TO "RELAUDV"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-REL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  AUDITLOG-FILE.
000610 01  AUD-LINHA                    PIC X(108).
000620
000630*----------------------------------------------------------------
000640*   ANCORA - MESMO LAYOUT GRAVADO POR AUDITSEL0001
000650*----------------------------------------------------------------
000660 FD  AUDITANC-FILE.
000670 01  ANC-REGISTRO.
000680     10  ANC-SEQUENCIA            PIC 9(09).
000690     10  ANC-CHECK                PIC 9(09).
000700     10  ANC-PROGRAMA             PIC X(15).
000710     10  ANC-DATA                 PIC 9(08).
000720     10  ANC-HORA                 PIC 9(08).
000730     10  FILLER                   PIC X(31).
000740
000750 FD  RELAUDV-FILE.
000760 01  REL-LINHA                    PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800*   LAYOUT DA TRILHA E PARAMETROS DO SELO, OS MESMOS DOS
000810*   GRAVADORES. A CONFERENCIA E RECALCULADA PELO PROPRIO
000820*   AUDITSEL0001 (FUNCAO 'C'), PARA NAO HAVER DUAS CONTAS.
000830*----------------------------------------------------------------
000840     COPY AUDITREC.
000850     COPY AUDITSEL.
000860
000870 77  WS-FS-AUD                PIC X(02) VALUE '00'.
000880 77  WS-FS-ANC                PIC X(02) VALUE '00'.
000890 77  WS-FS-REL                PIC X(02) VALUE '00'.
000900 77  WS-EOF-AUD-SW            PIC X(01) VALUE 'N'.
000910         88  FIM-AUDITLOG              VALUE 'S'.
000920
000930*----------------------------------------------------------------
000940*   ESTADO DA CONFERENCIA
000950*----------------------------------------------------------------
000960 77  WS-CADEIA-SW             PIC X(01) VALUE 'N'.
000970         88  CADEIA-INICIADA           VALUE 'S'.
000980 77  WS-ANCORA-SW             PIC X(01) VALUE 'N'.
000990         88  ANCORA-PRESENTE           VALUE 'S'.
001000 77  WS-REGISTRO-OK-SW        PIC X(01) VALUE 'S'.
001010         88  REGISTRO-OK               VALUE 'S'.
001020 77  WS-SEQ-ESPERADA          PIC 9(09) VALUE ZEROS.
001030 77  WS-SEQ-FALTA-ATE         PIC 9(09) VALUE ZEROS.
001040 77  WS-CHECK-ANTERIOR        PIC 9(09) VALUE ZEROS.
001050 77  WS-ULT-SEQUENCIA         PIC 9(09) VALUE ZEROS.
001060 77  WS-ULT-CHECK             PIC 9(09) VALUE ZEROS.
001070 77  WS-LINHA-LOG             PIC 9(07) VALUE ZEROS.
001080
001090*----------------------------------------------------------------
001100*   ULTIMO REGISTRO BOM - O ULTIMO ANTES DO PRIMEIRO PROBLEMA
001110*----------------------------------------------------------------
001120 01  WS-ULTIMO-BOM.
001130     05  WS-BOM-SEQUENCIA         PIC 9(09) VALUE ZEROS.
001140     05  WS-BOM-LINHA             PIC 9(07) VALUE ZEROS.
001150     05  WS-BOM-PROGRAMA          PIC X(15) VALUE SPACES.
001160     05  WS-BOM-DATA              PIC 9(08) VALUE ZEROS.
001170     05  WS-BOM-HORA              PIC 9(08) VALUE ZEROS.
001180
001190*----------------------------------------------------------------
001200*   CONTADORES DO RODAPE
001210*----------------------------------------------------------------
001220 77  WS-CNT-LIDOS             PIC 9(07) VALUE ZEROS.
001230 77  WS-CNT-ANTERIORES        PIC 9(07) VALUE ZEROS.
001240 77  WS-CNT-SELADOS           PIC 9(07) VALUE ZEROS.
001250 77  WS-CNT-PROBLEMAS         PIC 9(07) VALUE ZEROS.
001260
001270 PROCEDURE DIVISION.
001280*================================================================
001290*   0000-MAINLINE
001300*================================================================
001310 0000-MAINLINE.
001320     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001330     PERFORM 2000-CONFERIR-AUDITLOG THRU 2000-EXIT
001340     PERFORM 3000-CONFERIR-ANCORA THRU 3000-EXIT
001350     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001360     STOP RUN.
001370
001380*================================================================
001390*   1000-INICIALIZAR - ABRE O RELATORIO E GRAVA O CABECALHO
001400*================================================================
001410 1000-INICIALIZAR.
001420     MOVE 'N' TO WS-EOF-AUD-SW WS-CADEIA-SW WS-ANCORA-SW
001430     MOVE ZEROS TO WS-CNT-LIDOS WS-CNT-ANTERIORES
001440     MOVE ZEROS TO WS-CNT-SELADOS WS-CNT-PROBLEMAS
001450     MOVE ZEROS TO WS-SEQ-ESPERADA WS-CHECK-ANTERIOR
001460     MOVE ZEROS TO WS-ULT-SEQUENCIA WS-ULT-CHECK WS-LINHA-LOG
001470
001480     OPEN OUTPUT RELAUDV-FILE
001490
001500     MOVE SPACES TO REL-LINHA
001510     STRING 'CONFERENCIA DA TRILHA DE AUDITORIA (AUDITLOG)'
001520                DELIMITED BY SIZE
001530         INTO REL-LINHA
001540     END-STRING
001550     WRITE REL-LINHA
001560
001570     MOVE SPACES TO REL-LINHA
001580     WRITE REL-LINHA.
001590 1000-EXIT.
001600     EXIT.
001610
001620*================================================================
001630*   2000-CONFERIR-AUDITLOG - UMA PASSADA NO LOG (OPTIONAL -
001640*   AUSENTE VALE COMO LOG VAZIO).
001650*================================================================
001660 2000-CONFERIR-AUDITLOG.
001670     OPEN INPUT AUDITLOG-FILE
001680     IF WS-FS-AUD = '00'
001690         PERFORM 2100-LER-AUDITORIA THRU 2100-EXIT
001700         PERFORM 2200-CONFERIR-REGISTRO THRU 2200-EXIT
001710             UNTIL FIM-AUDITLOG
001720         CLOSE AUDITLOG-FILE
001730     ELSE
001740         IF WS-FS-AUD = '05'
001750             CLOSE AUDITLOG-FILE
001760         END-IF
001770     END-IF.
001780 2000-EXIT.
001790     EXIT.
001800
001810 2100-LER-AUDITORIA.
001820     READ AUDITLOG-FILE INTO AUDIT-REGISTRO
001830         AT END
001840             SET FIM-AUDITLOG TO TRUE
001850     END-READ.
001860 2100-EXIT.
001870     EXIT.
001880
001890*================================================================
001900*   2200-CONFERIR-REGISTRO - SEM SELO ANTES DA CADEIA COMECAR E
001910*   REGISTRO ANTERIOR AO SELO; O PRIMEIRO SELADO TEM DE SER A
001920*   SEQUENCIA 1, ENCADEADA A CONFERENCIA ZERO.
001930*================================================================
001940 2200-CONFERIR-REGISTRO.
001950     ADD 1 TO WS-CNT-LIDOS
001960     ADD 1 TO WS-LINHA-LOG
001970     SET REGISTRO-OK TO TRUE
001980
001990     IF AUDIT-SEQUENCIA IS NOT NUMERIC
002000         OR AUDIT-CHECK IS NOT NUMERIC
002010         IF CADEIA-INICIADA
002020             MOVE SPACES TO REL-LINHA
002030             STRING 'REGISTRO SEM SELO NA LINHA '
002040                                       DELIMITED BY SIZE
002050                    WS-LINHA-LOG              DELIMITED BY SIZE
002060                    ' - '                     DELIMITED BY SIZE
002070                    AUDIT-PROGRAMA            DELIMITED BY SIZE
002080                 INTO REL-LINHA
002090             END-STRING
002100             PERFORM 8000-REGISTRAR-PROBLEMA THRU 8000-EXIT
002110         ELSE
002120             ADD 1 TO WS-CNT-ANTERIORES
002130         END-IF
002140         GO TO 2200-PROXIMO
002150     END-IF
002160
002170     ADD 1 TO WS-CNT-SELADOS
002180     IF NOT CADEIA-INICIADA
002190         SET CADEIA-INICIADA TO TRUE
002200         MOVE 1 TO WS-SEQ-ESPERADA
002210         MOVE ZEROS TO WS-CHECK-ANTERIOR
002220     END-IF
002230
002240     PERFORM 2300-CONFERIR-SEQUENCIA THRU 2300-EXIT
002250     PERFORM 2400-CONFERIR-ELO THRU 2400-EXIT
002260
002270     IF AUDIT-SEQUENCIA NOT < WS-SEQ-ESPERADA
002280         COMPUTE WS-SEQ-ESPERADA = AUDIT-SEQUENCIA + 1
002290         MOVE AUDIT-SEQUENCIA TO WS-ULT-SEQUENCIA
002300         MOVE AUDIT-CHECK     TO WS-ULT-CHECK
002310     END-IF
002320     MOVE AUDIT-CHECK     TO WS-CHECK-ANTERIOR
002330
002340     IF REGISTRO-OK
002350         AND WS-CNT-PROBLEMAS = ZEROS
002360         MOVE AUDIT-SEQUENCIA TO WS-BOM-SEQUENCIA
002370         MOVE WS-LINHA-LOG    TO WS-BOM-LINHA
002380         MOVE AUDIT-PROGRAMA  TO WS-BOM-PROGRAMA
002390         MOVE AUDIT-DATA      TO WS-BOM-DATA
002400         MOVE AUDIT-HORA      TO WS-BOM-HORA
002410     END-IF.
002420 2200-PROXIMO.
002430     PERFORM 2100-LER-AUDITORIA THRU 2100-EXIT.
002440 2200-EXIT.
002450     EXIT.
002460
002470*================================================================
002480*   2300-CONFERIR-SEQUENCIA - ACIMA DA ESPERADA = LACUNA (COM A
002490*   FAIXA QUE FALTA); ABAIXO = REPETIDA OU FORA DE ORDEM. A
002500*   ESPERADA SO ANDA PARA A FRENTE.
002510*================================================================
002520 2300-CONFERIR-SEQUENCIA.
002530     IF AUDIT-SEQUENCIA > WS-SEQ-ESPERADA
002540         COMPUTE WS-SEQ-FALTA-ATE = AUDIT-SEQUENCIA - 1
002550         MOVE SPACES TO REL-LINHA
002560         STRING 'LACUNA: SEQUENCIA '      DELIMITED BY SIZE
002570                WS-SEQ-ESPERADA           DELIMITED BY SIZE
002580                ' A '                     DELIMITED BY SIZE
002590                WS-SEQ-FALTA-ATE          DELIMITED BY SIZE
002600                ' AUSENTE ANTES DA LINHA ' DELIMITED BY SIZE
002610                WS-LINHA-LOG              DELIMITED BY SIZE
002620             INTO REL-LINHA
002630         END-STRING
002640         PERFORM 8000-REGISTRAR-PROBLEMA THRU 8000-EXIT
002650     ELSE
002660         IF AUDIT-SEQUENCIA < WS-SEQ-ESPERADA
002670             MOVE SPACES TO REL-LINHA
002680             STRING 'FORA DE ORDEM: SEQUENCIA ' DELIMITED BY SIZE
002690                    AUDIT-SEQUENCIA           DELIMITED BY SIZE
002700                    ' NA LINHA '              DELIMITED BY SIZE
002710                    WS-LINHA-LOG              DELIMITED BY SIZE
002720                    ', ESPERADA '             DELIMITED BY SIZE
002730                    WS-SEQ-ESPERADA           DELIMITED BY SIZE
002740                 INTO REL-LINHA
002750             END-STRING
002760             PERFORM 8000-REGISTRAR-PROBLEMA THRU 8000-EXIT
002770         END-IF
002780     END-IF.
002790 2300-EXIT.
002800     EXIT.
002810
002820*================================================================
002830*   2400-CONFERIR-ELO - RECALCULA A CONFERENCIA DO REGISTRO A
002840*   PARTIR DA GRAVADA NO REGISTRO SELADO ANTERIOR DO ARQUIVO.
002850*================================================================
002860 2400-CONFERIR-ELO.
002870     SET AUDSEL-CALCULAR TO TRUE
002880     MOVE WS-CHECK-ANTERIOR TO AUDSEL-CHECK-ANTERIOR
002890     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
002900                               AUDIT-REGISTRO
002910
002920     IF AUDSEL-CHECK-CALCULADO NOT = AUDIT-CHECK
002930         MOVE SPACES TO REL-LINHA
002940         STRING 'ELO QUEBRADO: SEQUENCIA '  DELIMITED BY SIZE
002950                AUDIT-SEQUENCIA           DELIMITED BY SIZE
002960                ' NA LINHA '              DELIMITED BY SIZE
002970                WS-LINHA-LOG              DELIMITED BY SIZE
002980                ' - '                     DELIMITED BY SIZE
002990                AUDIT-PROGRAMA            DELIMITED BY SIZE
003000             INTO REL-LINHA
003010         END-STRING
003020         PERFORM 8000-REGISTRAR-PROBLEMA THRU 8000-EXIT
003030     END-IF.
003040 2400-EXIT.
003050     EXIT.
003060
003070*================================================================
003080*   3000-CONFERIR-ANCORA - O MAIOR SELO DO LOG TEM DE SER O DA
003090*   ANCORA. ANCORA ADIANTE = FIM CORTADO; ATRAS = REGISTRO
003100*   ACRESCENTADO POR FORA DO SELO; ANCORA SEM CADEIA = LOG
003110*   SUBSTITUIDO OU APAGADO.
003120*================================================================
003130 3000-CONFERIR-ANCORA.
003140     OPEN INPUT AUDITANC-FILE
003150     IF WS-FS-ANC = '00'
003160         READ AUDITANC-FILE
003170         IF WS-FS-ANC = '00'
003180             AND ANC-SEQUENCIA IS NUMERIC
003190             AND ANC-CHECK IS NUMERIC
003200             SET ANCORA-PRESENTE TO TRUE
003210         END-IF
003220         CLOSE AUDITANC-FILE
003230     ELSE
003240         IF WS-FS-ANC = '05'
003250             CLOSE AUDITANC-FILE
003260         END-IF
003270     END-IF
003280
003290     IF NOT CADEIA-INICIADA
003300         IF ANCORA-PRESENTE
003310             MOVE SPACES TO REL-LINHA
003320             STRING 'ANCORA NA SEQUENCIA '   DELIMITED BY SIZE
003330                    ANC-SEQUENCIA            DELIMITED BY SIZE
003340                    ' SEM NENHUM REGISTRO SELADO NO LOG'
003350                                             DELIMITED BY SIZE
003360                 INTO REL-LINHA
003370             END-STRING
003380             PERFORM 8000-REGISTRAR-PROBLEMA THRU 8000-EXIT
003390         END-IF
003400         GO TO 3000-EXIT
003410     END-IF
003420
003430     IF NOT ANCORA-PRESENTE
003440         MOVE SPACES TO REL-LINHA
003450         STRING 'SEM ANCORA AUDITANC - FIM DO LOG NAO CONFERIDO'
003460                    DELIMITED BY SIZE
003470             INTO REL-LINHA
003480         END-STRING
003490         PERFORM 8000-REGISTRAR-PROBLEMA THRU 8000-EXIT
003500         GO TO 3000-EXIT
003510     END-IF
003520
003530     EVALUATE TRUE
003540         WHEN ANC-SEQUENCIA > WS-ULT-SEQUENCIA
003550             MOVE SPACES TO REL-LINHA
003560             STRING 'FIM DO LOG CORTADO: LOG TERMINA NA SEQ. '
003570                                             DELIMITED BY SIZE
003580                    WS-ULT-SEQUENCIA         DELIMITED BY SIZE
003590                    ', ANCORA NA '           DELIMITED BY SIZE
003600                    ANC-SEQUENCIA            DELIMITED BY SIZE
003610                 INTO REL-LINHA
003620             END-STRING
003630             PERFORM 8000-REGISTRAR-PROBLEMA THRU 8000-EXIT
003640         WHEN ANC-SEQUENCIA < WS-ULT-SEQUENCIA
003650             MOVE SPACES TO REL-LINHA
003660             STRING 'ANCORA ATRASADA: LOG TERMINA NA SEQ. '
003670                                             DELIMITED BY SIZE
003680                    WS-ULT-SEQUENCIA         DELIMITED BY SIZE
003690                    ', ANCORA NA '           DELIMITED BY SIZE
003700                    ANC-SEQUENCIA            DELIMITED BY SIZE
003710                 INTO REL-LINHA
003720             END-STRING
003730             PERFORM 8000-REGISTRAR-PROBLEMA THRU 8000-EXIT
003740         WHEN ANC-CHECK NOT = WS-ULT-CHECK
003750             MOVE SPACES TO REL-LINHA
003760             STRING 'ANCORA NAO CONFERE COM O ULTIMO REGISTRO '
003770                                             DELIMITED BY SIZE
003780                    '(SEQUENCIA '            DELIMITED BY SIZE
003790                    WS-ULT-SEQUENCIA         DELIMITED BY SIZE
003800                    ')'                      DELIMITED BY SIZE
003810                 INTO REL-LINHA
003820             END-STRING
003830             PERFORM 8000-REGISTRAR-PROBLEMA THRU 8000-EXIT
003840     END-EVALUATE.
003850 3000-EXIT.
003860     EXIT.
003870
003880*================================================================
003890*   8000-REGISTRAR-PROBLEMA - GRAVA A LINHA JA MONTADA EM
003900*   REL-LINHA E CONTA O PROBLEMA.
003910*================================================================
003920 8000-REGISTRAR-PROBLEMA.
003930     WRITE REL-LINHA
003940     ADD 1 TO WS-CNT-PROBLEMAS
003950     MOVE 'N' TO WS-REGISTRO-OK-SW.
003960 8000-EXIT.
003970     EXIT.
003980
003990*================================================================
004000*   9000-FINALIZAR - RODAPE, ULTIMO REGISTRO BOM E VEREDITO
004010*================================================================
004020 9000-FINALIZAR.
004030     IF WS-CNT-PROBLEMAS = ZEROS
004040         MOVE SPACES TO REL-LINHA
004050         STRING 'NENHUM PROBLEMA ENCONTRADO.' DELIMITED BY SIZE
004060             INTO REL-LINHA
004070         END-STRING
004080         WRITE REL-LINHA
004090     END-IF
004100
004110     MOVE SPACES TO REL-LINHA
004120     WRITE REL-LINHA
004130
004140     MOVE SPACES TO REL-LINHA
004150     STRING 'REGISTROS LIDOS ........: ' DELIMITED BY SIZE
004160            WS-CNT-LIDOS                 DELIMITED BY SIZE
004170         INTO REL-LINHA
004180     END-STRING
004190     WRITE REL-LINHA
004200
004210     MOVE SPACES TO REL-LINHA
004220     STRING 'ANTERIORES AO SELO .....: ' DELIMITED BY SIZE
004230            WS-CNT-ANTERIORES            DELIMITED BY SIZE
004240         INTO REL-LINHA
004250     END-STRING
004260     WRITE REL-LINHA
004270
004280     MOVE SPACES TO REL-LINHA
004290     STRING 'REGISTROS SELADOS ......: ' DELIMITED BY SIZE
004300            WS-CNT-SELADOS               DELIMITED BY SIZE
004310         INTO REL-LINHA
004320     END-STRING
004330     WRITE REL-LINHA
004340
004350     MOVE SPACES TO REL-LINHA
004360     STRING 'PROBLEMAS ..............: ' DELIMITED BY SIZE
004370            WS-CNT-PROBLEMAS             DELIMITED BY SIZE
004380         INTO REL-LINHA
004390     END-STRING
004400     WRITE REL-LINHA
004410
004420     MOVE SPACES TO REL-LINHA
004430     IF WS-BOM-SEQUENCIA > ZEROS
004440         STRING 'ULTIMO REGISTRO BOM ....: SEQ ' DELIMITED BY SIZE
004450                WS-BOM-SEQUENCIA         DELIMITED BY SIZE
004460                ' LINHA '                DELIMITED BY SIZE
004470                WS-BOM-LINHA             DELIMITED BY SIZE
004480                ' '                      DELIMITED BY SIZE
004490                WS-BOM-DATA              DELIMITED BY SIZE
004500                ' '                      DELIMITED BY SIZE
004510                WS-BOM-HORA              DELIMITED BY SIZE
004520             INTO REL-LINHA
004530         END-STRING
004540         WRITE REL-LINHA
004550         MOVE SPACES TO REL-LINHA
004560         STRING '                          GRAVADO POR '
004570                                         DELIMITED BY SIZE
004580                WS-BOM-PROGRAMA          DELIMITED BY SIZE
004590             INTO REL-LINHA
004600         END-STRING
004610     ELSE
004620         IF NOT CADEIA-INICIADA
004630             STRING 'NENHUM REGISTRO SELADO NO LOG'
004640                                         DELIMITED BY SIZE
004650                 INTO REL-LINHA
004660             END-STRING
004670         ELSE
004680             STRING 'ULTIMO REGISTRO BOM ....: NENHUM'
004690                                         DELIMITED BY SIZE
004700                 INTO REL-LINHA
004710             END-STRING
004720         END-IF
004730     END-IF
004740     WRITE REL-LINHA
004750
004760     MOVE SPACES TO REL-LINHA
004770     WRITE REL-LINHA
004780
004790     MOVE SPACES TO REL-LINHA
004800     IF WS-CNT-PROBLEMAS = ZEROS
004810         STRING 'TRILHA INTEGRA' DELIMITED BY SIZE
004820             INTO REL-LINHA
004830         END-STRING
004840     ELSE
004850         STRING 'TRILHA VIOLADA' DELIMITED BY SIZE
004860             INTO REL-LINHA
004870         END-STRING
004880         MOVE 8 TO RETURN-CODE
004890     END-IF
004900     WRITE REL-LINHA
004910
004920     CLOSE RELAUDV-FILE.
004930 9000-EXIT.
004940     EXIT.
004950
004960 END PROGRAM AUDITORIA0002.
