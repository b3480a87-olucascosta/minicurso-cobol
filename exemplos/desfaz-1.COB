000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DESFAZ0001.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-10-12.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-10-12  MCR    CRIACAO DO PROGRAMA.
911000*   2026-10-15  MCR    CADA REGISTRO DO AUDITLOG (AGORA COM 108
911001*                      POSICOES) E SELADO POR AUDITSEL0001 ANTES
911002*                      DO WRITE - SEQUENCIA GLOBAL E CONFERENCIA
911003*                      ENCADEADA AO REGISTRO ANTERIOR; A CADEIA E
911004*                      RETOMADA DO FIM DO LOG ANTES DE CADA OPEN
911005*                      EXTEND. CONFERIDO POR AUDITORIA0002.
915500*   2026-10-15  MCR    LAYOUT DO TRANSHST EM MEMORIA ACOMPANHA O
915501*                      DE CONDICIONAL0001: FAIXA, COMPETENCIA E O
915502*                      EVENTO DA TRANSACAO (PARTE DA CHAVE DE
915503*                      DUPLICIDADE) SAIRAM DO FILLER. O ESTORNO
915504*                      CONTINUA CASADO SO POR HST-TAB-CHAVE-REF,
915505*                      SEM O EVENTO.
917600*   2026-10-15  MCR    RECUSA E IDENTIDADE AUSENTE NO CARTAO
917601*                      TERMINAM COM RETURN-CODE 8, PARA O PASSO
917602*                      SEGUINTE DO JOB NAO SEGUIR COMO SE O
917603*                      DESFAZIMENTO TIVESSE OCORRIDO.
000210*================================================================
000220*   FUNCAO......... DESFAZ UMA EXTRACAO DO TRANSVLR JA ABSORVIDA
000230*                    PELO ACUMULADO DE FAIXAS (ACUMVLR) DE
000240*                    CONDICIONAL0001, PARA QUE A EXTRACAO
000250*                    CORRIGIDA POSSA SER CARREGADA DE NOVO SEM
000260*                    RESTAURAR ARQUIVOS. A IDENTIDADE A DESFAZER
000270*                    VEM DO CARTAO DE PARAMETROS
000280*                    (PARM-DATA-EXTRATO + PARM-SEQ-EXTRATO). A
000290*                    CONTRIBUICAO LIQUIDA DA EXTRACAO (GUARDADA NO
000300*                    SEU REGISTRO DO ACUMIDS) E SUBTRAIDA DO
000310*                    ACUMVLR, A IDENTIDADE SAI DO ACUMIDS (E DO
000320*                    PROPRIO ACUMVLR, SE FOR A ULTIMA ABSORVIDA) E
000330*                    AS CHAVES DE TRANSACAO DELA SAEM DO TRANSHST.
000340*                    O RELATORIO RELDESF MOSTRA O ACUMVLR ANTES, A
000350*                    CONTRIBUICAO E O ACUMVLR DEPOIS; O
000360*                    DESFAZIMENTO VAI PARA O AUDITLOG.
000370*                    E RECUSADO, SEM TOCAR ARQUIVO ALGUM: CARTAO
000380*                    SEM IDENTIDADE; IDENTIDADE NAO ABSORVIDA;
000390*                    REGISTRO DO ACUMIDS ANTERIOR A GUARDA DA
000400*                    CONTRIBUICAO; COMPETENCIA DA EXTRACAO JA
000410*                    FECHADA POR FECHAMENTO0001 (ACUMHIST); E
000420*                    TRANSACAO DA EXTRACAO ESTORNADA POR OUTRA
000430*                    EXTRACAO (ESSA TEM QUE SER DESFEITA ANTES).
000440*================================================================
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL PARM-CARTAO-FILE ASSIGN TO "PARMCARD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-PARM.
000520
000530     SELECT OPTIONAL ACUMVLR-FILE ASSIGN TO "ACUMVLR"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-ACUM.
000560
000570     SELECT OPTIONAL ACUMIDS-FILE ASSIGN TO "ACUMIDS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-IDS.
000600
000610     SELECT OPTIONAL ACUMHIST-FILE ASSIGN TO "ACUMHIST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-HIST.
000640
000650     SELECT OPTIONAL TRANSHST-FILE ASSIGN TO "TRANSHST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-HST.
000680
000690     SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO "AUDITLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-AUDIT.
000720
000730     SELECT RELDESF-FILE ASSIGN TO "RELDESF"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-REL.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  PARM-CARTAO-FILE.
000800 01  PARM-CARTAO-LINHA            PIC X(80).
000810
000820*----------------------------------------------------------------
000830*   MESMO LAYOUT DO ACUMVLR DE CONDICIONAL0001
000840*----------------------------------------------------------------
000850 FD  ACUMVLR-FILE.
000860 01  ACUM-LINHA.
000870     10  ACUM-CNT-MAIOR           PIC 9(09).
000880     10  ACUM-CNT-IGUAL           PIC 9(09).
000890     10  ACUM-CNT-MENOR           PIC 9(09).
000900     10  ACUM-VLR-MAIOR           PIC 9(11).
000910     10  ACUM-VLR-IGUAL           PIC 9(11).
000920     10  ACUM-VLR-MENOR           PIC 9(11).
000930     10  ACUM-ULT-DATA-EXTRATO    PIC X(08).
000940     10  ACUM-ULT-SEQ-EXTRATO     PIC X(04).
000950     10  ACUM-VLR-CREDITO         PIC 9(08).
000960
000970*----------------------------------------------------------------
000980*   MESMO LAYOUT DO ACUMIDS DE CONDICIONAL0001, COM A
000990*   CONTRIBUICAO LIQUIDA DA EXTRACAO AO ACUMVLR.
001000*----------------------------------------------------------------
001010 FD  ACUMIDS-FILE.
001020 01  IDS-REGISTRO.
001030     10  IDS-DATA-EXTRATO         PIC X(08).
001040     10  IDS-SEQ-EXTRATO          PIC X(04).
001050     10  IDS-COMPETENCIA          PIC X(06).
001060     10  IDS-CNT-MAIOR            PIC S9(07)
001070             SIGN IS LEADING SEPARATE CHARACTER.
001080     10  IDS-CNT-IGUAL            PIC S9(07)
001090             SIGN IS LEADING SEPARATE CHARACTER.
001100     10  IDS-CNT-MENOR            PIC S9(07)
001110             SIGN IS LEADING SEPARATE CHARACTER.
001120     10  IDS-VLR-MAIOR            PIC S9(09)
001130             SIGN IS LEADING SEPARATE CHARACTER.
001140     10  IDS-VLR-IGUAL            PIC S9(09)
001150             SIGN IS LEADING SEPARATE CHARACTER.
001160     10  IDS-VLR-MENOR            PIC S9(09)
001170             SIGN IS LEADING SEPARATE CHARACTER.
001180     10  IDS-VLR-CREDITO          PIC 9(08).
001190
001200*----------------------------------------------------------------
001210*   MESMO LAYOUT DO ACUMHIST DE FECHAMENTO0001 - SO O PERIODO
001220*   INTERESSA AQUI.
001230*----------------------------------------------------------------
001240 FD  ACUMHIST-FILE.
001250 01  ACUMH-REGISTRO.
001260     10  ACUMH-PERIODO            PIC 9(06).
001270     10  FILLER                   PIC X(74).
001280
001290*----------------------------------------------------------------
001300*   MESMO TAMANHO DO TRANSHST DE CONDICIONAL0001; A LINHA E
001310*   GUARDADA INTEIRA NA TABELA E REGRAVADA SEM ALTERACAO.
001320*----------------------------------------------------------------
001330 FD  TRANSHST-FILE.
001340 01  HST-LINHA                    PIC X(80).
001350
001360 FD  AUDITLOG-FILE.
911006 01  AUD-LINHA                    PIC X(108).
001380
001390 FD  RELDESF-FILE.
001400 01  REL-LINHA                    PIC X(80).
001410
001420 WORKING-STORAGE SECTION.
001430*----------------------------------------------------------------
001440*   CARTAO DE PARAMETROS COMPARTILHADO - AQUI SO A IDENTIDADE DA
001450*   EXTRACAO E USADA (E E OBRIGATORIA PARA DESFAZER).
001460*----------------------------------------------------------------
001470     COPY PARMCARD.
001480
001490*----------------------------------------------------------------
001500*   REGISTRO DE AUDITORIA COMPARTILHADO
001510*----------------------------------------------------------------
001520     COPY AUDITREC.
911007     COPY AUDITSEL.
001530
001540 77  WS-FS-PARM               PIC X(02) VALUE '00'.
001550 77  WS-FS-ACUM               PIC X(02) VALUE '00'.
001560 77  WS-FS-IDS                PIC X(02) VALUE '00'.
001570 77  WS-FS-HIST               PIC X(02) VALUE '00'.
001580 77  WS-FS-HST                PIC X(02) VALUE '00'.
001590 77  WS-FS-AUDIT              PIC X(02) VALUE '00'.
001600 77  WS-FS-REL                PIC X(02) VALUE '00'.
001610
001620 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001630 77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
001640
001650*----------------------------------------------------------------
001660*   IDENTIDADE A DESFAZER - MESMO FORMATO DE HST-ID-EXTRATO
001670*----------------------------------------------------------------
001680 01  WS-ID-DESFAZER.
001690     05  WS-ID-DATA               PIC 9(08) VALUE ZEROS.
001700     05  WS-ID-SEQ                PIC 9(04) VALUE ZEROS.
001710
001720*----------------------------------------------------------------
001730*   SITUACAO DO DESFAZIMENTO - RECUSADO LEVA O MOTIVO IMPRESSO
001740*----------------------------------------------------------------
001750 77  WS-RECUSA-SW             PIC X(01) VALUE 'N'.
001760         88  DESFAZ-RECUSADO           VALUE 'S'.
001770         88  DESFAZ-ACEITO             VALUE 'N'.
001780 77  WS-MOTIVO-RECUSA         PIC X(80) VALUE SPACES.
001790
001800*----------------------------------------------------------------
001810*   ACUMIDS EM MEMORIA - REGRAVADO SEM A IDENTIDADE DESFEITA.
001820*   ALEM DA CAPACIDADE O DESFAZIMENTO E RECUSADO (NAO HA COMO
001830*   REGRAVAR O QUE NAO FOI CARREGADO).
001840*----------------------------------------------------------------
001850 01  TABELA-IDENTIDADES.
001860     05  IDS-TAB-ENTRADA OCCURS 5000 TIMES
001870                         INDEXED BY IX-IDS.
001880         10  IDS-TAB-LINHA        PIC X(80).
001890         10  IDS-TAB-CAMPOS REDEFINES IDS-TAB-LINHA.
001900             15  IDS-TAB-ID-EXTRATO   PIC X(12).
001910             15  FILLER               PIC X(68).
001920 77  WS-QTD-IDS               PIC 9(04) VALUE ZEROS COMP.
001930 77  WS-CNT-IDS-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001940 77  WS-IDS-ACHADA-SW         PIC X(01) VALUE 'N'.
001950         88  IDENTIDADE-ACHADA         VALUE 'S'.
001960         88  IDENTIDADE-NAO-ACHADA     VALUE 'N'.
001970
001980*----------------------------------------------------------------
001990*   CONTRIBUICAO DA EXTRACAO, COPIADA DO REGISTRO DO ACUMIDS
002000*----------------------------------------------------------------
002010 01  WS-CONTRIBUICAO.
002020     05  CTB-ID-EXTRATO           PIC X(12).
002030     05  CTB-COMPETENCIA          PIC X(06).
002040     05  CTB-PERIODO REDEFINES CTB-COMPETENCIA
002050                                  PIC 9(06).
002060     05  CTB-CNT-MAIOR            PIC S9(07)
002070             SIGN IS LEADING SEPARATE CHARACTER.
002080     05  CTB-CNT-IGUAL            PIC S9(07)
002090             SIGN IS LEADING SEPARATE CHARACTER.
002100     05  CTB-CNT-MENOR            PIC S9(07)
002110             SIGN IS LEADING SEPARATE CHARACTER.
002120     05  CTB-VLR-MAIOR            PIC S9(09)
002130             SIGN IS LEADING SEPARATE CHARACTER.
002140     05  CTB-VLR-IGUAL            PIC S9(09)
002150             SIGN IS LEADING SEPARATE CHARACTER.
002160     05  CTB-VLR-MENOR            PIC S9(09)
002170             SIGN IS LEADING SEPARATE CHARACTER.
002180     05  CTB-VLR-CREDITO          PIC 9(08).
002190
002200*----------------------------------------------------------------
002210*   TRANSHST EM MEMORIA - MESMA CAPACIDADE DA TABELA DE
002220*   DUPLICIDADE DE CONDICIONAL0001; REGRAVADO SEM AS CHAVES DA
002230*   EXTRACAO DESFEITA. ALEM DA CAPACIDADE, RECUSA COMO O ACUMIDS.
002240*----------------------------------------------------------------
002250 01  TABELA-HISTORICO.
002260     05  HST-TAB-ENTRADA OCCURS 5000 TIMES
002270                         INDEXED BY IX-HST IX-HST-EST.
002280         10  HST-TAB-LINHA        PIC X(80).
002290         10  HST-TAB-CAMPOS REDEFINES HST-TAB-LINHA.
002300*            CHAVE, VALOR, DATA E CATEGORIA DA TRANSACAO - O QUE
002310*            O ESTORNO REPETE DA ORIGINAL.
002320             15  HST-TAB-CHAVE-REF    PIC X(22).
002330             15  HST-TAB-TIPO         PIC X(01).
002340                 88  HST-TAB-DEBITO        VALUE 'D'.
002350                 88  HST-TAB-ESTORNO       VALUE 'E'.
002360             15  HST-TAB-DATA-REF     PIC X(08).
002370             15  HST-TAB-ID-EXTRATO   PIC X(12).
915506             15  HST-TAB-FAIXA        PIC X(01).
915507             15  HST-TAB-COMPETENCIA  PIC X(06).
915508*            EVENTO - SO NA CHAVE DE DUPLICIDADE DE
915509*            CONDICIONAL0001; O ESTORNO DIGITADO VEM SEM ELE.
915510             15  HST-TAB-COD-EVENTO   PIC X(06).
915511             15  FILLER               PIC X(24).
002390 77  WS-QTD-HST               PIC 9(04) VALUE ZEROS COMP.
002400 77  WS-CNT-HST-EXCEDENTES    PIC 9(05) VALUE ZEROS.
002410 77  WS-CNT-CHAVES-REMOVIDAS  PIC 9(07) VALUE ZEROS.
002420 77  WS-EST-OUTRA-SW          PIC X(01) VALUE 'N'.
002430         88  ESTORNADA-POR-OUTRA       VALUE 'S'.
002440         88  NAO-ESTORNADA-POR-OUTRA   VALUE 'N'.
002450 77  WS-ID-ESTORNO-OUTRA      PIC X(12) VALUE SPACES.
002460
002470*----------------------------------------------------------------
002480*   PERIODO DA EXTRACAO JA FECHADO NO ACUMHIST
002490*----------------------------------------------------------------
002500 77  WS-PERIODO-SW            PIC X(01) VALUE 'N'.
002510         88  PERIODO-FECHADO           VALUE 'S'.
002520         88  PERIODO-ABERTO            VALUE 'N'.
002530
002540*----------------------------------------------------------------
002550*   FOTO DO ACUMVLR ANTES DA SUBTRACAO E CALCULO DO NOVO VALOR
002560*   DE CADA FAIXA. FAIXA QUE FICARIA NEGATIVA (ACUMVLR MEXIDO POR
002570*   FORA) FICA EM ZERO E E CONTADA NO RELATORIO.
002580*----------------------------------------------------------------
002590 01  WS-FOTO-ANTES.
002600     05  ANT-CNT-MAIOR            PIC 9(09) VALUE ZEROS.
002610     05  ANT-CNT-IGUAL            PIC 9(09) VALUE ZEROS.
002620     05  ANT-CNT-MENOR            PIC 9(09) VALUE ZEROS.
002630     05  ANT-VLR-MAIOR            PIC 9(11) VALUE ZEROS.
002640     05  ANT-VLR-IGUAL            PIC 9(11) VALUE ZEROS.
002650     05  ANT-VLR-MENOR            PIC 9(11) VALUE ZEROS.
002660     05  ANT-VLR-CREDITO          PIC 9(08) VALUE ZEROS.
002670 01  WS-FOTO-IMPRESSAO.
002680     05  IMP-CNT-MAIOR            PIC 9(09) VALUE ZEROS.
002690     05  IMP-CNT-IGUAL            PIC 9(09) VALUE ZEROS.
002700     05  IMP-CNT-MENOR            PIC 9(09) VALUE ZEROS.
002710     05  IMP-VLR-MAIOR            PIC 9(11) VALUE ZEROS.
002720     05  IMP-VLR-IGUAL            PIC 9(11) VALUE ZEROS.
002730     05  IMP-VLR-MENOR            PIC 9(11) VALUE ZEROS.
002740     05  IMP-VLR-CREDITO          PIC 9(08) VALUE ZEROS.
002750 77  WS-RESULTADO             PIC S9(12) VALUE ZEROS.
002760 77  WS-CNT-FAIXAS-ZERADAS    PIC 9(02) VALUE ZEROS.
002770 77  WS-ULT-LIMPA-SW          PIC X(01) VALUE 'N'.
002780         88  ULTIMA-LIMPA              VALUE 'S'.
002790 77  WS-ED-CNT                PIC +9(07) VALUE ZEROS.
002800 77  WS-ED-VLR                PIC +9(09) VALUE ZEROS.
002810
002820 PROCEDURE DIVISION.
002830*================================================================
002840*   0000-MAINLINE
002850*================================================================
002860 0000-MAINLINE.
002870     OPEN OUTPUT RELDESF-FILE
002880     SET DESFAZ-ACEITO TO TRUE
002890
002900     PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
002910
002920     IF WS-ID-DATA = ZEROS
002930         MOVE 'IDENTIDADE DE EXTRACAO AUSENTE - NADA DESFEITO'
002940             TO REL-LINHA
002950         WRITE REL-LINHA
917604         MOVE 8 TO RETURN-CODE
002960         GO TO 0000-ENCERRAR
002970     END-IF
002980
002990     MOVE SPACES TO REL-LINHA
003000     STRING 'DESFAZIMENTO DA EXTRACAO ' DELIMITED BY SIZE
003010            WS-ID-DATA                  DELIMITED BY SIZE
003020            '/'                         DELIMITED BY SIZE
003030            WS-ID-SEQ                   DELIMITED BY SIZE
003040         INTO REL-LINHA
003050     END-STRING
003060     WRITE REL-LINHA
003070
003080     PERFORM 2000-CARREGAR-IDENTIDADES THRU 2000-EXIT
003090     IF DESFAZ-RECUSADO
003100         GO TO 0000-RECUSAR
003110     END-IF
003120
003130     PERFORM 2500-CONFERIR-FECHADO THRU 2500-EXIT
003140     IF DESFAZ-RECUSADO
003150         GO TO 0000-RECUSAR
003160     END-IF
003170
003180     PERFORM 3000-CARREGAR-HISTORICO THRU 3000-EXIT
003190     IF DESFAZ-RECUSADO
003200         GO TO 0000-RECUSAR
003210     END-IF
003220
003230     PERFORM 4000-LER-ACUMULADO THRU 4000-EXIT
003240     PERFORM 5000-ABATER-CONTRIBUICAO THRU 5000-EXIT
003250     PERFORM 6000-GRAVAR-ARQUIVOS THRU 6000-EXIT
003260     PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
003270     PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT
003280     GO TO 0000-ENCERRAR.
003290
003300 0000-RECUSAR.
003310     MOVE WS-MOTIVO-RECUSA TO REL-LINHA
003320     WRITE REL-LINHA
003330     MOVE 'ACUMVLR, ACUMIDS E TRANSHST NAO ALTERADOS' TO REL-LINHA
003340     WRITE REL-LINHA
917605     MOVE 8 TO RETURN-CODE.
003350
003360 0000-ENCERRAR.
003370     CLOSE RELDESF-FILE
003380     STOP RUN.
003390
003400*================================================================
003410*   1000-LER-PARAMETROS - LE O CARTAO (OPTIONAL) E MONTA A
003420*   IDENTIDADE A DESFAZER. SEM CARTAO OU SEM IDENTIDADE, O
003430*   DESFAZIMENTO E RECUSADO NO MAINLINE.
003440*================================================================
003450 1000-LER-PARAMETROS.
003460     MOVE ZEROS TO PARM-DATA-EXTRATO PARM-SEQ-EXTRATO
003470     OPEN INPUT PARM-CARTAO-FILE
003480     IF WS-FS-PARM = '00'
003490         READ PARM-CARTAO-FILE INTO PARM-CARTAO-REG
003500             AT END
003510                 CONTINUE
003520         END-READ
003530         CLOSE PARM-CARTAO-FILE
003540     ELSE
003550         IF WS-FS-PARM = '05'
003560             CLOSE PARM-CARTAO-FILE
003570         END-IF
003580     END-IF
003590
003600     IF PARM-DATA-EXTRATO IS NUMERIC
003610         AND PARM-SEQ-EXTRATO IS NUMERIC
003620         MOVE PARM-DATA-EXTRATO TO WS-ID-DATA
003630         MOVE PARM-SEQ-EXTRATO  TO WS-ID-SEQ
003640     ELSE
003650         MOVE ZEROS TO WS-ID-DESFAZER
003660     END-IF.
003670 1000-EXIT.
003680     EXIT.
003690
003700*================================================================
003710*   2000-CARREGAR-IDENTIDADES - LE O ACUMIDS INTEIRO PARA A
003720*   TABELA E GUARDA A CONTRIBUICAO DA IDENTIDADE A DESFAZER.
003730*   RECUSA SE A IDENTIDADE NAO FOI ABSORVIDA, SE O REGISTRO E
003740*   ANTERIOR A GUARDA DA CONTRIBUICAO OU SE A TABELA ESTOUROU.
003750*================================================================
003760 2000-CARREGAR-IDENTIDADES.
003770     MOVE ZEROS TO WS-QTD-IDS WS-CNT-IDS-EXCEDENTES
003780     SET IDENTIDADE-NAO-ACHADA TO TRUE
003790     MOVE SPACES TO WS-CONTRIBUICAO
003800     OPEN INPUT ACUMIDS-FILE
003810     IF WS-FS-IDS = '00'
003820         PERFORM 2100-LER-IDENTIDADE THRU 2100-EXIT
003830             UNTIL WS-FS-IDS NOT = '00'
003840         CLOSE ACUMIDS-FILE
003850     ELSE
003860         IF WS-FS-IDS = '05'
003870             CLOSE ACUMIDS-FILE
003880         END-IF
003890     END-IF
003900
003910     IF WS-CNT-IDS-EXCEDENTES > ZEROS
003920         SET DESFAZ-RECUSADO TO TRUE
003930         MOVE 'ACUMIDS ALEM DA CAPACIDADE DA TABELA (5000)'
003940             TO WS-MOTIVO-RECUSA
003950         GO TO 2000-EXIT
003960     END-IF
003970
003980     IF IDENTIDADE-NAO-ACHADA
003990         SET DESFAZ-RECUSADO TO TRUE
004000         MOVE 'EXTRACAO NAO ABSORVIDA (SEM REGISTRO NO ACUMIDS)'
004010             TO WS-MOTIVO-RECUSA
004020         GO TO 2000-EXIT
004030     END-IF
004040
004050     IF CTB-PERIODO IS NOT NUMERIC
004060         OR CTB-CNT-MAIOR IS NOT NUMERIC
004070         OR CTB-CNT-IGUAL IS NOT NUMERIC
004080         OR CTB-CNT-MENOR IS NOT NUMERIC
004090         OR CTB-VLR-MAIOR IS NOT NUMERIC
004100         OR CTB-VLR-IGUAL IS NOT NUMERIC
004110         OR CTB-VLR-MENOR IS NOT NUMERIC
004120         OR CTB-VLR-CREDITO IS NOT NUMERIC
004130         SET DESFAZ-RECUSADO TO TRUE
004140         MOVE 'CONTRIBUICAO DA EXTRACAO NAO REGISTRADA NO ACUMIDS'
004150             TO WS-MOTIVO-RECUSA
004160     END-IF.
004170 2000-EXIT.
004180     EXIT.
004190
004200 2100-LER-IDENTIDADE.
004210     READ ACUMIDS-FILE
004220     IF WS-FS-IDS = '00'
004230         IF IDS-DATA-EXTRATO = WS-ID-DATA
004240             AND IDS-SEQ-EXTRATO = WS-ID-SEQ
004250             AND IDENTIDADE-NAO-ACHADA
004260             SET IDENTIDADE-ACHADA TO TRUE
004270             MOVE IDS-REGISTRO TO WS-CONTRIBUICAO
004280         END-IF
004290         IF WS-QTD-IDS < 5000
004300             ADD 1 TO WS-QTD-IDS
004310             MOVE IDS-REGISTRO TO IDS-TAB-LINHA (WS-QTD-IDS)
004320         ELSE
004330             ADD 1 TO WS-CNT-IDS-EXCEDENTES
004340         END-IF
004350     END-IF.
004360 2100-EXIT.
004370     EXIT.
004380
004390*================================================================
004400*   2500-CONFERIR-FECHADO - A COMPETENCIA DA EXTRACAO NAO PODE
004410*   ESTAR NO ACUMHIST: O QUE ELA SOMOU JA FOI PARA A FOTO DO
004420*   PERIODO FECHADO E ZERADO DO ACUMVLR.
004430*================================================================
004440 2500-CONFERIR-FECHADO.
004450     SET PERIODO-ABERTO TO TRUE
004460     OPEN INPUT ACUMHIST-FILE
004470     IF WS-FS-HIST = '00'
004480         PERFORM 2600-LER-FECHADO THRU 2600-EXIT
004490             UNTIL WS-FS-HIST NOT = '00' OR PERIODO-FECHADO
004500         CLOSE ACUMHIST-FILE
004510     ELSE
004520         IF WS-FS-HIST = '05'
004530             CLOSE ACUMHIST-FILE
004540         END-IF
004550     END-IF
004560
004570     IF PERIODO-FECHADO
004580         SET DESFAZ-RECUSADO TO TRUE
004590         MOVE SPACES TO WS-MOTIVO-RECUSA
004600         STRING 'EXTRACAO DA COMPETENCIA ' DELIMITED BY SIZE
004610                CTB-COMPETENCIA            DELIMITED BY SIZE
004620                ', PERIODO JA FECHADO'     DELIMITED BY SIZE
004630             INTO WS-MOTIVO-RECUSA
004640         END-STRING
004650     END-IF.
004660 2500-EXIT.
004670     EXIT.
004680
004690 2600-LER-FECHADO.
004700     READ ACUMHIST-FILE
004710     IF WS-FS-HIST = '00'
004720         IF ACUMH-PERIODO = CTB-PERIODO
004730             SET PERIODO-FECHADO TO TRUE
004740         END-IF
004750     END-IF.
004760 2600-EXIT.
004770     EXIT.
004780
004790*================================================================
004800*   3000-CARREGAR-HISTORICO - LE O TRANSHST INTEIRO PARA A
004810*   TABELA. UM DEBITO DA EXTRACAO QUE TENHA SIDO ESTORNADO POR
004820*   OUTRA EXTRACAO TRAVA O DESFAZIMENTO: O ESTORNO JA ABATEU O
004830*   DEBITO DO ACUMVLR, E SUBTRAIR A CONTRIBUICAO O ABATERIA DUAS
004840*   VEZES. DESFAZ-SE ANTES A EXTRACAO DO ESTORNO.
004850*================================================================
004860 3000-CARREGAR-HISTORICO.
004870     MOVE ZEROS TO WS-QTD-HST WS-CNT-HST-EXCEDENTES
004880     MOVE ZEROS TO WS-CNT-CHAVES-REMOVIDAS
004890     OPEN INPUT TRANSHST-FILE
004900     IF WS-FS-HST = '00'
004910         PERFORM 3100-LER-HISTORICO THRU 3100-EXIT
004920             UNTIL WS-FS-HST NOT = '00'
004930         CLOSE TRANSHST-FILE
004940     ELSE
004950         IF WS-FS-HST = '05'
004960             CLOSE TRANSHST-FILE
004970         END-IF
004980     END-IF
004990
005000     IF WS-CNT-HST-EXCEDENTES > ZEROS
005010         SET DESFAZ-RECUSADO TO TRUE
005020         MOVE 'TRANSHST ALEM DA CAPACIDADE DA TABELA (5000)'
005030             TO WS-MOTIVO-RECUSA
005040         GO TO 3000-EXIT
005050     END-IF
005060
005070     SET NAO-ESTORNADA-POR-OUTRA TO TRUE
005080     IF WS-QTD-HST > ZEROS
005090         PERFORM 3200-CONFERIR-DEBITO THRU 3200-EXIT
005100             VARYING IX-HST FROM 1 BY 1
005110             UNTIL IX-HST > WS-QTD-HST OR ESTORNADA-POR-OUTRA
005120     END-IF
005130
005140     IF ESTORNADA-POR-OUTRA
005150         SET DESFAZ-RECUSADO TO TRUE
005160         MOVE SPACES TO WS-MOTIVO-RECUSA
005170         STRING 'DEBITO DA EXTRACAO ESTORNADO NA EXTRACAO '
005180                    DELIMITED BY SIZE
005190                WS-ID-ESTORNO-OUTRA (1:8) DELIMITED BY SIZE
005200                '/'                        DELIMITED BY SIZE
005210                WS-ID-ESTORNO-OUTRA (9:4) DELIMITED BY SIZE
005220                ' - DESFAZER ESSA ANTES'   DELIMITED BY SIZE
005230             INTO WS-MOTIVO-RECUSA
005240         END-STRING
005250     END-IF.
005260 3000-EXIT.
005270     EXIT.
005280
005290 3100-LER-HISTORICO.
005300     READ TRANSHST-FILE
005310     IF WS-FS-HST = '00'
005320         IF WS-QTD-HST < 5000
005330             ADD 1 TO WS-QTD-HST
005340             MOVE HST-LINHA TO HST-TAB-LINHA (WS-QTD-HST)
005350             IF HST-TAB-ID-EXTRATO (WS-QTD-HST) = WS-ID-DESFAZER
005360                 ADD 1 TO WS-CNT-CHAVES-REMOVIDAS
005370             END-IF
005380         ELSE
005390             ADD 1 TO WS-CNT-HST-EXCEDENTES
005400         END-IF
005410     END-IF.
005420 3100-EXIT.
005430     EXIT.
005440
005450*================================================================
005460*   3200-CONFERIR-DEBITO - PARA CADA DEBITO DA EXTRACAO, PROCURA
005470*   UM ESTORNO DA MESMA TRANSACAO ABSORVIDO POR OUTRA EXTRACAO.
005480*================================================================
005490 3200-CONFERIR-DEBITO.
005500     IF HST-TAB-ID-EXTRATO (IX-HST) NOT = WS-ID-DESFAZER
005510         OR NOT HST-TAB-DEBITO (IX-HST)
005520         GO TO 3200-EXIT
005530     END-IF
005540
005550     PERFORM 3210-PROCURAR-ESTORNO THRU 3210-EXIT
005560         VARYING IX-HST-EST FROM 1 BY 1
005570         UNTIL IX-HST-EST > WS-QTD-HST OR ESTORNADA-POR-OUTRA.
005580 3200-EXIT.
005590     EXIT.
005600
005610 3210-PROCURAR-ESTORNO.
005620     IF HST-TAB-ESTORNO (IX-HST-EST)
005630         AND HST-TAB-CHAVE-REF (IX-HST-EST) =
005640             HST-TAB-CHAVE-REF (IX-HST)
005650         AND HST-TAB-ID-EXTRATO (IX-HST-EST) NOT = WS-ID-DESFAZER
005660         SET ESTORNADA-POR-OUTRA TO TRUE
005670         MOVE HST-TAB-ID-EXTRATO (IX-HST-EST)
005680             TO WS-ID-ESTORNO-OUTRA
005690     END-IF.
005700 3210-EXIT.
005710     EXIT.
005720
005730*================================================================
005740*   4000-LER-ACUMULADO - LE O REGISTRO UNICO DO ACUMVLR (AUSENTE
005750*   PARTE DE ZEROS) E TIRA A FOTO DE ANTES.
005760*================================================================
005770 4000-LER-ACUMULADO.
005780     MOVE SPACES TO ACUM-LINHA
005790     MOVE ZEROS TO ACUM-CNT-MAIOR ACUM-CNT-IGUAL ACUM-CNT-MENOR
005800     MOVE ZEROS TO ACUM-VLR-MAIOR ACUM-VLR-IGUAL ACUM-VLR-MENOR
005810     MOVE ZEROS TO ACUM-VLR-CREDITO
005820
005830     OPEN INPUT ACUMVLR-FILE
005840     IF WS-FS-ACUM = '00' OR WS-FS-ACUM = '05'
005850         IF WS-FS-ACUM = '00'
005860             READ ACUMVLR-FILE
005870                 AT END
005880                     CONTINUE
005890             END-READ
005900         END-IF
005910         CLOSE ACUMVLR-FILE
005920     END-IF
005930     IF ACUM-VLR-CREDITO IS NOT NUMERIC
005940         MOVE ZEROS TO ACUM-VLR-CREDITO
005950     END-IF
005960
005970     MOVE ACUM-CNT-MAIOR   TO ANT-CNT-MAIOR
005980     MOVE ACUM-CNT-IGUAL   TO ANT-CNT-IGUAL
005990     MOVE ACUM-CNT-MENOR   TO ANT-CNT-MENOR
006000     MOVE ACUM-VLR-MAIOR   TO ANT-VLR-MAIOR
006010     MOVE ACUM-VLR-IGUAL   TO ANT-VLR-IGUAL
006020     MOVE ACUM-VLR-MENOR   TO ANT-VLR-MENOR
006030     MOVE ACUM-VLR-CREDITO TO ANT-VLR-CREDITO.
006040 4000-EXIT.
006050     EXIT.
006060
006070*================================================================
006080*   5000-ABATER-CONTRIBUICAO - SUBTRAI A CONTRIBUICAO LIQUIDA DE
006090*   CADA FAIXA (NEGATIVA QUANDO A EXTRACAO ESTORNOU MAIS DO QUE
006100*   SOMOU NA FAIXA, E ENTAO DEVOLVE). SE A EXTRACAO FOR A ULTIMA
006110*   ABSORVIDA, A IDENTIDADE GUARDADA NO ACUMVLR TAMBEM E LIMPA,
006120*   SENAO A GUARDA DE REPETICAO BARRARIA A RECARGA.
006130*================================================================
006140 5000-ABATER-CONTRIBUICAO.
006150     MOVE ZEROS TO WS-CNT-FAIXAS-ZERADAS
006160
006170     COMPUTE WS-RESULTADO = ACUM-CNT-MAIOR - CTB-CNT-MAIOR
006180     PERFORM 5100-CONFERIR-PISO THRU 5100-EXIT
006190     MOVE WS-RESULTADO TO ACUM-CNT-MAIOR
006200     COMPUTE WS-RESULTADO = ACUM-CNT-IGUAL - CTB-CNT-IGUAL
006210     PERFORM 5100-CONFERIR-PISO THRU 5100-EXIT
006220     MOVE WS-RESULTADO TO ACUM-CNT-IGUAL
006230     COMPUTE WS-RESULTADO = ACUM-CNT-MENOR - CTB-CNT-MENOR
006240     PERFORM 5100-CONFERIR-PISO THRU 5100-EXIT
006250     MOVE WS-RESULTADO TO ACUM-CNT-MENOR
006260     COMPUTE WS-RESULTADO = ACUM-VLR-MAIOR - CTB-VLR-MAIOR
006270     PERFORM 5100-CONFERIR-PISO THRU 5100-EXIT
006280     MOVE WS-RESULTADO TO ACUM-VLR-MAIOR
006290     COMPUTE WS-RESULTADO = ACUM-VLR-IGUAL - CTB-VLR-IGUAL
006300     PERFORM 5100-CONFERIR-PISO THRU 5100-EXIT
006310     MOVE WS-RESULTADO TO ACUM-VLR-IGUAL
006320     COMPUTE WS-RESULTADO = ACUM-VLR-MENOR - CTB-VLR-MENOR
006330     PERFORM 5100-CONFERIR-PISO THRU 5100-EXIT
006340     MOVE WS-RESULTADO TO ACUM-VLR-MENOR
006350     COMPUTE WS-RESULTADO = ACUM-VLR-CREDITO - CTB-VLR-CREDITO
006360     PERFORM 5100-CONFERIR-PISO THRU 5100-EXIT
006370     MOVE WS-RESULTADO TO ACUM-VLR-CREDITO
006380
006390     IF ACUM-ULT-DATA-EXTRATO = WS-ID-DATA
006400         AND ACUM-ULT-SEQ-EXTRATO = WS-ID-SEQ
006410         MOVE SPACES TO ACUM-ULT-DATA-EXTRATO ACUM-ULT-SEQ-EXTRATO
006420         SET ULTIMA-LIMPA TO TRUE
006430     END-IF.
006440 5000-EXIT.
006450     EXIT.
006460
006470 5100-CONFERIR-PISO.
006480     IF WS-RESULTADO < ZEROS
006490         MOVE ZEROS TO WS-RESULTADO
006500         ADD 1 TO WS-CNT-FAIXAS-ZERADAS
006510     END-IF.
006520 5100-EXIT.
006530     EXIT.
006540
006550*================================================================
006560*   6000-GRAVAR-ARQUIVOS - REGRAVA O ACUMVLR, O ACUMIDS SEM A
006570*   IDENTIDADE E O TRANSHST SEM AS CHAVES DA EXTRACAO.
006580*================================================================
006590 6000-GRAVAR-ARQUIVOS.
006600     OPEN OUTPUT ACUMVLR-FILE
006610     WRITE ACUM-LINHA
006620     CLOSE ACUMVLR-FILE
006630
006640     OPEN OUTPUT ACUMIDS-FILE
006650     IF WS-QTD-IDS > ZEROS
006660         PERFORM 6100-GRAVAR-IDENTIDADE THRU 6100-EXIT
006670             VARYING IX-IDS FROM 1 BY 1
006680             UNTIL IX-IDS > WS-QTD-IDS
006690     END-IF
006700     CLOSE ACUMIDS-FILE
006710
006720     OPEN OUTPUT TRANSHST-FILE
006730     IF WS-QTD-HST > ZEROS
006740         PERFORM 6200-GRAVAR-HISTORICO THRU 6200-EXIT
006750             VARYING IX-HST FROM 1 BY 1
006760             UNTIL IX-HST > WS-QTD-HST
006770     END-IF
006780     CLOSE TRANSHST-FILE.
006790 6000-EXIT.
006800     EXIT.
006810
006820 6100-GRAVAR-IDENTIDADE.
006830     IF IDS-TAB-ID-EXTRATO (IX-IDS) = WS-ID-DESFAZER
006840         GO TO 6100-EXIT
006850     END-IF
006860     MOVE IDS-TAB-LINHA (IX-IDS) TO IDS-REGISTRO
006870     WRITE IDS-REGISTRO.
006880 6100-EXIT.
006890     EXIT.
006900
006910 6200-GRAVAR-HISTORICO.
006920     IF HST-TAB-ID-EXTRATO (IX-HST) = WS-ID-DESFAZER
006930         GO TO 6200-EXIT
006940     END-IF
006950     MOVE HST-TAB-LINHA (IX-HST) TO HST-LINHA
006960     WRITE HST-LINHA.
006970 6200-EXIT.
006980     EXIT.
006990
007000*================================================================
007010*   7000-GRAVAR-RELATORIO - ACUMVLR ANTES, CONTRIBUICAO SUBTRAIDA
007020*   (COM SINAL) E ACUMVLR DEPOIS, MAIS O QUE SAIU DO TRANSHST.
007030*================================================================
007040 7000-GRAVAR-RELATORIO.
007050     MOVE SPACES TO REL-LINHA
007060     STRING 'COMPETENCIA DA EXTRACAO: ' DELIMITED BY SIZE
007070            CTB-COMPETENCIA             DELIMITED BY SIZE
007080         INTO REL-LINHA
007090     END-STRING
007100     WRITE REL-LINHA
007110
007120     MOVE SPACES TO REL-LINHA
007130     WRITE REL-LINHA
007140     MOVE 'ACUMVLR ANTES' TO REL-LINHA
007150     WRITE REL-LINHA
007160     MOVE WS-FOTO-ANTES TO WS-FOTO-IMPRESSAO
007170     PERFORM 7100-IMPRIMIR-FOTO THRU 7100-EXIT
007180
007190     MOVE SPACES TO REL-LINHA
007200     WRITE REL-LINHA
007210     MOVE 'CONTRIBUICAO SUBTRAIDA' TO REL-LINHA
007220     WRITE REL-LINHA
007230     PERFORM 7200-IMPRIMIR-CONTRIBUICAO THRU 7200-EXIT
007240
007250     MOVE SPACES TO REL-LINHA
007260     WRITE REL-LINHA
007270     MOVE 'ACUMVLR DEPOIS' TO REL-LINHA
007280     WRITE REL-LINHA
007290     MOVE ACUM-CNT-MAIOR   TO IMP-CNT-MAIOR
007300     MOVE ACUM-CNT-IGUAL   TO IMP-CNT-IGUAL
007310     MOVE ACUM-CNT-MENOR   TO IMP-CNT-MENOR
007320     MOVE ACUM-VLR-MAIOR   TO IMP-VLR-MAIOR
007330     MOVE ACUM-VLR-IGUAL   TO IMP-VLR-IGUAL
007340     MOVE ACUM-VLR-MENOR   TO IMP-VLR-MENOR
007350     MOVE ACUM-VLR-CREDITO TO IMP-VLR-CREDITO
007360     PERFORM 7100-IMPRIMIR-FOTO THRU 7100-EXIT
007370
007380     MOVE SPACES TO REL-LINHA
007390     WRITE REL-LINHA
007400
007410     MOVE SPACES TO REL-LINHA
007420     STRING 'CHAVES REMOVIDAS DO TRANSHST: ' DELIMITED BY SIZE
007430            WS-CNT-CHAVES-REMOVIDAS          DELIMITED BY SIZE
007440         INTO REL-LINHA
007450     END-STRING
007460     WRITE REL-LINHA
007470
007480     IF WS-CNT-FAIXAS-ZERADAS > ZEROS
007490         MOVE SPACES TO REL-LINHA
007500         STRING 'FAIXAS ZERADAS (ACUMVLR MENOR QUE A SUBTRACAO): '
007510                    DELIMITED BY SIZE
007520                WS-CNT-FAIXAS-ZERADAS DELIMITED BY SIZE
007530             INTO REL-LINHA
007540         END-STRING
007550         WRITE REL-LINHA
007560     END-IF
007570
007580     IF ULTIMA-LIMPA
007590         MOVE 'IDENTIDADE DA ULTIMA EXTRACAO LIMPA NO ACUMVLR'
007600             TO REL-LINHA
007610         WRITE REL-LINHA
007620     END-IF
007630
007640     MOVE 'EXTRACAO DESFEITA - PODE SER CARREGADA DE NOVO'
007650         TO REL-LINHA
007660     WRITE REL-LINHA.
007670 7000-EXIT.
007680     EXIT.
007690
007700 7100-IMPRIMIR-FOTO.
007710     MOVE SPACES TO REL-LINHA
007720     STRING 'MAIOR QUE 10 .....: ' DELIMITED BY SIZE
007730            IMP-CNT-MAIOR         DELIMITED BY SIZE
007740            '  VALOR: '           DELIMITED BY SIZE
007750            IMP-VLR-MAIOR         DELIMITED BY SIZE
007760         INTO REL-LINHA
007770     END-STRING
007780     WRITE REL-LINHA
007790
007800     MOVE SPACES TO REL-LINHA
007810     STRING 'IGUAL A 10 .......: ' DELIMITED BY SIZE
007820            IMP-CNT-IGUAL         DELIMITED BY SIZE
007830            '  VALOR: '           DELIMITED BY SIZE
007840            IMP-VLR-IGUAL         DELIMITED BY SIZE
007850         INTO REL-LINHA
007860     END-STRING
007870     WRITE REL-LINHA
007880
007890     MOVE SPACES TO REL-LINHA
007900     STRING 'MENOR QUE 10 .....: ' DELIMITED BY SIZE
007910            IMP-CNT-MENOR         DELIMITED BY SIZE
007920            '  VALOR: '           DELIMITED BY SIZE
007930            IMP-VLR-MENOR         DELIMITED BY SIZE
007940         INTO REL-LINHA
007950     END-STRING
007960     WRITE REL-LINHA
007970
007980     MOVE SPACES TO REL-LINHA
007990     STRING 'CREDITOS DE TAXA .: ' DELIMITED BY SIZE
008000            IMP-VLR-CREDITO       DELIMITED BY SIZE
008010         INTO REL-LINHA
008020     END-STRING
008030     WRITE REL-LINHA.
008040 7100-EXIT.
008050     EXIT.
008060
008070 7200-IMPRIMIR-CONTRIBUICAO.
008080     MOVE CTB-CNT-MAIOR TO WS-ED-CNT
008090     MOVE CTB-VLR-MAIOR TO WS-ED-VLR
008100     MOVE SPACES TO REL-LINHA
008110     STRING 'MAIOR QUE 10 .....: ' DELIMITED BY SIZE
008120            WS-ED-CNT             DELIMITED BY SIZE
008130            '  VALOR: '           DELIMITED BY SIZE
008140            WS-ED-VLR             DELIMITED BY SIZE
008150         INTO REL-LINHA
008160     END-STRING
008170     WRITE REL-LINHA
008180
008190     MOVE CTB-CNT-IGUAL TO WS-ED-CNT
008200     MOVE CTB-VLR-IGUAL TO WS-ED-VLR
008210     MOVE SPACES TO REL-LINHA
008220     STRING 'IGUAL A 10 .......: ' DELIMITED BY SIZE
008230            WS-ED-CNT             DELIMITED BY SIZE
008240            '  VALOR: '           DELIMITED BY SIZE
008250            WS-ED-VLR             DELIMITED BY SIZE
008260         INTO REL-LINHA
008270     END-STRING
008280     WRITE REL-LINHA
008290
008300     MOVE CTB-CNT-MENOR TO WS-ED-CNT
008310     MOVE CTB-VLR-MENOR TO WS-ED-VLR
008320     MOVE SPACES TO REL-LINHA
008330     STRING 'MENOR QUE 10 .....: ' DELIMITED BY SIZE
008340            WS-ED-CNT             DELIMITED BY SIZE
008350            '  VALOR: '           DELIMITED BY SIZE
008360            WS-ED-VLR             DELIMITED BY SIZE
008370         INTO REL-LINHA
008380     END-STRING
008390     WRITE REL-LINHA
008400
008410     MOVE SPACES TO REL-LINHA
008420     STRING 'CREDITOS DE TAXA .: ' DELIMITED BY SIZE
008430            CTB-VLR-CREDITO       DELIMITED BY SIZE
008440         INTO REL-LINHA
008450     END-STRING
008460     WRITE REL-LINHA.
008470 7200-EXIT.
008480     EXIT.
008490
008500*================================================================
008510*   8000-GRAVAR-AUDITORIA - UM REGISTRO NO AUDITLOG (EXTEND) COM
008520*   A IDENTIDADE DESFEITA E A COMPETENCIA; O VALOR DE ENTRADA E
008530*   A QUANTIDADE DE CHAVES QUE SAIRAM DO TRANSHST.
008540*================================================================
008550 8000-GRAVAR-AUDITORIA.
008560     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
008570     ACCEPT WS-HORA-ATUAL FROM TIME
008580
911008     SET AUDSEL-INICIAR TO TRUE
911009     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911501                               AUDIT-REGISTRO
008590     OPEN EXTEND AUDITLOG-FILE
008600     MOVE SPACES TO AUDIT-REGISTRO
008610     MOVE 'DESFAZ0001' TO AUDIT-PROGRAMA
008620     MOVE WS-DATA-ATUAL TO AUDIT-DATA
008630     MOVE WS-HORA-ATUAL TO AUDIT-HORA
008640     MOVE WS-CNT-CHAVES-REMOVIDAS TO AUDIT-VALOR-ENTRADA
008650     MOVE 'EXTRACAO DESFEITA' TO AUDIT-CLASSIFICACAO
008660     STRING 'EXTR '          DELIMITED BY SIZE
008670            WS-ID-DATA       DELIMITED BY SIZE
008680            '/'              DELIMITED BY SIZE
008690            WS-ID-SEQ        DELIMITED BY SIZE
008700            ' CMP '          DELIMITED BY SIZE
008710            CTB-COMPETENCIA  DELIMITED BY SIZE
008720         INTO AUDIT-DETALHE
008730     END-STRING
911010     SET AUDSEL-SELAR TO TRUE
911011     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911502                               AUDIT-REGISTRO
008740     MOVE AUDIT-REGISTRO TO AUD-LINHA
008750     WRITE AUD-LINHA
008760     CLOSE AUDITLOG-FILE.
008770 8000-EXIT.
008780     EXIT.
008790
008800 END PROGRAM DESFAZ0001.
