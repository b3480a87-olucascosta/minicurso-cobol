000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MATRIC0001.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-10-07.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-10-07  MCR    CRIACAO DO PROGRAMA.
000210*================================================================
000220*   FUNCAO......... MANUTENCAO DO ARQUIVO DE MATRICULAS POR
000230*                    MATERIA (MATRICUL: CHAVE DO ALUNO, MATERIA E
000240*                    PERIODO LETIVO AAAAS), NO MOLDE DE
000250*                    PRESENCA0001. CARREGA O MATRICUL ATUAL EM
000260*                    TABELA, APLICA AS TRANSACOES DO MATRICTX
000270*                    (INCLUIR / CANCELAR) E REGRAVA O PROPRIO
000280*                    MATRICUL. O ALUNO TEM QUE ESTAR MATRICULADO
000290*                    NO ALUNOMST E A MATERIA ATIVA NO CATALOGO
000300*                    MATERIAS. E O MATRICUL DO PERIODO QUE
000310*                    CONDICIONAL0002 USA PARA RECUSAR NOTA DE
000320*                    MATERIA SEM MATRICULA E DETECTAR NOTA
000330*                    FALTANTE (VEREDITO INCOMPLETO).
000340*================================================================
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL MATRICUL-FILE ASSIGN TO "MATRICUL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-MTR.
000420
000430     SELECT MATRICTX-FILE ASSIGN TO "MATRICTX"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-TX.
000460
000470     SELECT OPTIONAL ALUNOMST-FILE ASSIGN TO "ALUNOMST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-MST.
000500
000510     SELECT OPTIONAL MATERIAS-FILE ASSIGN TO "MATERIAS"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-CAT.
000540
000550     SELECT REJLOG-FILE ASSIGN TO "REJLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-REJ.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------------
000620*   MATRICULA - UM REGISTRO POR ALUNO/MATERIA/PERIODO. O PERIODO
000630*   E AAAAS (ANO COM 4 DIGITOS E SEMESTRE 1 OU 2).
000640*----------------------------------------------------------------
000650 FD  MATRICUL-FILE.
000660 01  MTR-REGISTRO.
000670     10  MTR-CHAVE                PIC 9(06).
000680     10  MTR-MATERIA              PIC X(03).
000690     10  MTR-PERIODO              PIC 9(05).
000700     10  FILLER                   PIC X(66).
000710
000720 FD  MATRICTX-FILE.
000730 01  MTT-REGISTRO.
000740     10  MTT-CHAVE                PIC X(06).
000750     10  MTT-ACAO                 PIC X(01).
000760         88  MTT-INCLUIR               VALUE 'A'.
000770         88  MTT-CANCELAR              VALUE 'C'.
000780     10  MTT-MATERIA              PIC X(03).
000790     10  MTT-PERIODO              PIC X(05).
000800     10  MTT-PERIODO-R REDEFINES MTT-PERIODO.
000810         15  MTT-PERIODO-ANO      PIC X(04).
000820         15  MTT-PERIODO-SEM      PIC X(01).
000830     10  FILLER                   PIC X(65).
000840
000850*----------------------------------------------------------------
000860*   MESTRE DE ALUNOS - MESMO LAYOUT MANTIDO POR ALUNOS0001
000870*----------------------------------------------------------------
000880 FD  ALUNOMST-FILE.
000890 01  AMST-REGISTRO.
000900     10  AMST-CHAVE               PIC 9(06).
000910     10  AMST-NOME                PIC X(20).
000920     10  AMST-STATUS              PIC X(01).
000930         88  AMST-MATRICULADO          VALUE 'A'.
000940         88  AMST-ENCERRADO            VALUE 'E'.
000950     10  FILLER                   PIC X(53).
000960
000970*----------------------------------------------------------------
000980*   CATALOGO DE MATERIAS - MESMO LAYOUT MANTIDO POR MATERIAS0001
000990*----------------------------------------------------------------
001000 FD  MATERIAS-FILE.
001010 01  CAT-REGISTRO.
001020     10  CAT-MATERIA              PIC X(03).
001030     10  CAT-DESCRICAO            PIC X(20).
001040     10  CAT-PESO                 PIC 9(02).
001050     10  CAT-STATUS               PIC X(01).
001060         88  CAT-ATIVA                 VALUE 'A'.
001070         88  CAT-INATIVA               VALUE 'I'.
001080     10  FILLER                   PIC X(54).
001090
001100 FD  REJLOG-FILE.
001110 01  REJ-LINHA                    PIC X(76).
001120
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150*   LAYOUT DE REJEITO COMPARTILHADO COM OS DEMAIS LOTES
001160*----------------------------------------------------------------
001170     COPY REJEITO.
001180
001190 77  WS-FS-MTR                PIC X(02) VALUE '00'.
001200 77  WS-FS-TX                 PIC X(02) VALUE '00'.
001210 77  WS-FS-MST                PIC X(02) VALUE '00'.
001220 77  WS-FS-CAT                PIC X(02) VALUE '00'.
001230 77  WS-FS-REJ                PIC X(02) VALUE '00'.
001240
001250 77  WS-EOF-TX-SW             PIC X(01) VALUE 'N'.
001260         88  FIM-TRANSACOES            VALUE 'S'.
001270
001280 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001290 77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
001300
001310*----------------------------------------------------------------
001320*   TABELA EM MEMORIA COM O MATRICUL CARREGADO. A MATRICULA
001330*   CANCELADA FICA MARCADA (KEEP = 'N') E SAI DA REGRAVACAO;
001340*   MATRICUL ALEM DA CAPACIDADE SUSPENDE A REGRAVACAO E RECUSA
001350*   TODA TRANSACAO, MESMA DISCIPLINA DE PRESENCA0001.
001360*----------------------------------------------------------------
001370 01  TABELA-MATRICULAS.
001380     05  MTR-TAB-ENTRADA OCCURS 3000 TIMES
001390                         INDEXED BY IX-MTR.
001400         10  MTR-TAB-CHAVE        PIC 9(06).
001410         10  MTR-TAB-MATERIA      PIC X(03).
001420         10  MTR-TAB-PERIODO      PIC 9(05).
001430         10  MTR-TAB-KEEP-SW      PIC X(01).
001440
001450 77  WS-QTD-MATRICULAS        PIC 9(04) VALUE ZEROS COMP.
001460 77  WS-IDX-MTR-ACHADO        PIC 9(04) VALUE ZEROS COMP.
001470 77  WS-MTR-ACHADA-SW         PIC X(01) VALUE 'N'.
001480         88  MTR-ACHADA                VALUE 'S'.
001490         88  MTR-NAO-ACHADA            VALUE 'N'.
001500 77  WS-MATRICUL-EXCEDIDO-SW  PIC X(01) VALUE 'N'.
001510         88  MATRICUL-EXCEDIDO         VALUE 'S'.
001520
001530*----------------------------------------------------------------
001540*   CACHE DO MESTRE DE ALUNOS - SO OS MATRICULADOS (STATUS 'A');
001550*   MESTRE ALEM DO CACHE E CONSULTADO DIRETO NO ARQUIVO (2416).
001560*----------------------------------------------------------------
001570 01  TABELA-ALUNOS.
001580     05  ALU-TAB-ENTRADA OCCURS 500 TIMES
001590                         INDEXED BY IX-ALUNO.
001600         10  ALU-TAB-CHAVE        PIC 9(06).
001610
001620 77  WS-QTD-ALUNOS            PIC 9(04) VALUE ZEROS COMP.
001630 77  WS-CNT-ALU-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001640 77  WS-ALUNO-ACHADO-SW       PIC X(01) VALUE 'N'.
001650         88  ALUNO-ACHADO              VALUE 'S'.
001660         88  ALUNO-NAO-ACHADO          VALUE 'N'.
001670
001680*----------------------------------------------------------------
001690*   CACHE DO CATALOGO - SO AS MATERIAS ATIVAS. O CATALOGO NUNCA
001700*   PASSA DE 100 MATERIAS (LIMITE DE MATERIAS0001).
001710*----------------------------------------------------------------
001720 01  TABELA-CATALOGO.
001730     05  CAT-TAB-ENTRADA OCCURS 100 TIMES
001740                         INDEXED BY IX-CAT.
001750         10  CAT-TAB-MATERIA      PIC X(03).
001760
001770 77  WS-QTD-CATALOGO          PIC 9(04) VALUE ZEROS COMP.
001780 77  WS-MATERIA-ACHADA-SW     PIC X(01) VALUE 'N'.
001790         88  MATERIA-ACHADA            VALUE 'S'.
001800         88  MATERIA-NAO-ACHADA        VALUE 'N'.
001810
001820 77  WS-CHAVE-NUM             PIC 9(06) VALUE ZEROS.
001830 77  WS-PERIODO-NUM           PIC 9(05) VALUE ZEROS.
001840
001850 PROCEDURE DIVISION.
001860*================================================================
001870*   0000-MAINLINE
001880*================================================================
001890 0000-MAINLINE.
001900     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
001910     ACCEPT WS-HORA-ATUAL FROM TIME
001920
001930     OPEN OUTPUT REJLOG-FILE
001940
001950     PERFORM 1000-CARREGAR-TABELAS THRU 1000-EXIT
001960     PERFORM 2000-APLICAR-TRANSACOES THRU 2000-EXIT
001970     PERFORM 3000-GRAVAR-MATRICUL-NOVO THRU 3000-EXIT
001980
001990     CLOSE REJLOG-FILE
002000
002010     GOBACK.
002020
002030*================================================================
002040*   1000-CARREGAR-TABELAS - CARREGA O MATRICUL ATUAL (AUSENTE =
002050*   PRIMEIRA CARGA), OS ALUNOS MATRICULADOS E AS MATERIAS ATIVAS.
002060*================================================================
002070 1000-CARREGAR-TABELAS.
002080     MOVE ZEROS TO WS-QTD-MATRICULAS
002090     MOVE 'N' TO WS-MATRICUL-EXCEDIDO-SW
002100     OPEN INPUT MATRICUL-FILE
002110     IF WS-FS-MTR = '00'
002120         PERFORM 1100-LER-MATRICULA THRU 1100-EXIT
002130             UNTIL WS-FS-MTR NOT = '00'
002140         CLOSE MATRICUL-FILE
002150     ELSE
002160         IF WS-FS-MTR = '05'
002170             CLOSE MATRICUL-FILE
002180         END-IF
002190     END-IF
002200
002210     MOVE ZEROS TO WS-QTD-ALUNOS WS-CNT-ALU-EXCEDENTES
002220     OPEN INPUT ALUNOMST-FILE
002230     IF WS-FS-MST = '00'
002240         PERFORM 1200-LER-ALUNO THRU 1200-EXIT
002250             UNTIL WS-FS-MST NOT = '00'
002260         CLOSE ALUNOMST-FILE
002270     ELSE
002280         IF WS-FS-MST = '05'
002290             CLOSE ALUNOMST-FILE
002300         END-IF
002310     END-IF
002320
002330     MOVE ZEROS TO WS-QTD-CATALOGO
002340     OPEN INPUT MATERIAS-FILE
002350     IF WS-FS-CAT = '00'
002360         PERFORM 1300-LER-MATERIA THRU 1300-EXIT
002370             UNTIL WS-FS-CAT NOT = '00'
002380         CLOSE MATERIAS-FILE
002390     ELSE
002400         IF WS-FS-CAT = '05'
002410             CLOSE MATERIAS-FILE
002420         END-IF
002430     END-IF.
002440 1000-EXIT.
002450     EXIT.
002460
002470 1100-LER-MATRICULA.
002480     READ MATRICUL-FILE
002490     IF WS-FS-MTR = '00'
002500         IF WS-QTD-MATRICULAS < 3000
002510             ADD 1 TO WS-QTD-MATRICULAS
002520             MOVE MTR-CHAVE
002530                 TO MTR-TAB-CHAVE (WS-QTD-MATRICULAS)
002540             MOVE MTR-MATERIA
002550                 TO MTR-TAB-MATERIA (WS-QTD-MATRICULAS)
002560             MOVE MTR-PERIODO
002570                 TO MTR-TAB-PERIODO (WS-QTD-MATRICULAS)
002580             MOVE 'S' TO MTR-TAB-KEEP-SW (WS-QTD-MATRICULAS)
002590         ELSE
002600             SET MATRICUL-EXCEDIDO TO TRUE
002610         END-IF
002620     END-IF.
002630 1100-EXIT.
002640     EXIT.
002650
002660 1200-LER-ALUNO.
002670     READ ALUNOMST-FILE
002680     IF WS-FS-MST = '00'
002690         IF AMST-MATRICULADO
002700             IF WS-QTD-ALUNOS < 500
002710                 ADD 1 TO WS-QTD-ALUNOS
002720                 MOVE AMST-CHAVE TO ALU-TAB-CHAVE (WS-QTD-ALUNOS)
002730             ELSE
002740                 ADD 1 TO WS-CNT-ALU-EXCEDENTES
002750             END-IF
002760         END-IF
002770     END-IF.
002780 1200-EXIT.
002790     EXIT.
002800
002810 1300-LER-MATERIA.
002820     READ MATERIAS-FILE
002830     IF WS-FS-CAT = '00'
002840         IF CAT-ATIVA AND WS-QTD-CATALOGO < 100
002850             ADD 1 TO WS-QTD-CATALOGO
002860             MOVE CAT-MATERIA TO CAT-TAB-MATERIA (WS-QTD-CATALOGO)
002870         END-IF
002880     END-IF.
002890 1300-EXIT.
002900     EXIT.
002910
002920*================================================================
002930*   2000-APLICAR-TRANSACOES
002940*================================================================
002950 2000-APLICAR-TRANSACOES.
002960     MOVE 'N' TO WS-EOF-TX-SW
002970     OPEN INPUT MATRICTX-FILE
002980
002990     IF WS-FS-TX = '00'
003000         PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT
003010
003020         PERFORM 2200-PROCESSAR-TRANSACAO THRU 2200-EXIT
003030             UNTIL FIM-TRANSACOES
003040     ELSE
003050         SET FIM-TRANSACOES TO TRUE
003060     END-IF
003070
003080     CLOSE MATRICTX-FILE.
003090 2000-EXIT.
003100     EXIT.
003110
003120 2100-LER-TRANSACAO.
003130     READ MATRICTX-FILE
003140         AT END
003150             SET FIM-TRANSACOES TO TRUE
003160     END-READ.
003170 2100-EXIT.
003180     EXIT.
003190
003200*================================================================
003210*   2200-PROCESSAR-TRANSACAO - CHAVE E PERIODO SAO CRITICADOS
003220*   ANTES DA ACAO; O RESTO DA CRITICA FICA COM CADA ACAO.
003230*================================================================
003240 2200-PROCESSAR-TRANSACAO.
003250     IF MATRICUL-EXCEDIDO
003260         MOVE SPACES TO REJ-REGISTRO
003270         MOVE 'E008' TO REJ-CODIGO-MOTIVO
003280         MOVE 'TABELA DE MATRICULAS SEM ESPACO'
003290             TO REJ-DESCRICAO-MOTIVO
003300         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003310         GO TO 2200-PROXIMA
003320     END-IF
003330
003340     IF MTT-CHAVE IS NOT NUMERIC
003350         MOVE SPACES TO REJ-REGISTRO
003360         MOVE 'E001' TO REJ-CODIGO-MOTIVO
003370         MOVE 'CHAVE DO ALUNO NAO NUMERICA'
003380             TO REJ-DESCRICAO-MOTIVO
003390         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003400         GO TO 2200-PROXIMA
003410     END-IF
003420
003430     IF MTT-PERIODO-ANO IS NOT NUMERIC
003440         OR MTT-PERIODO-ANO < '1900'
003450         OR (MTT-PERIODO-SEM NOT = '1'
003460             AND MTT-PERIODO-SEM NOT = '2')
003470         MOVE SPACES TO REJ-REGISTRO
003480         MOVE 'E002' TO REJ-CODIGO-MOTIVO
003490         MOVE 'PERIODO LETIVO INVALIDO'
003500             TO REJ-DESCRICAO-MOTIVO
003510         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003520         GO TO 2200-PROXIMA
003530     END-IF
003540
003550     MOVE MTT-CHAVE   TO WS-CHAVE-NUM
003560     MOVE MTT-PERIODO TO WS-PERIODO-NUM
003570     PERFORM 2300-LOCALIZAR-MATRICULA THRU 2300-EXIT
003580
003590     EVALUATE TRUE
003600         WHEN MTT-INCLUIR
003610             PERFORM 2400-INCLUIR-MATRICULA THRU 2400-EXIT
003620         WHEN MTT-CANCELAR
003630             PERFORM 2500-CANCELAR-MATRICULA THRU 2500-EXIT
003640         WHEN OTHER
003650             MOVE SPACES TO REJ-REGISTRO
003660             MOVE 'E007' TO REJ-CODIGO-MOTIVO
003670             MOVE 'ACAO DE TRANSACAO DESCONHECIDA'
003680                 TO REJ-DESCRICAO-MOTIVO
003690             PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003700     END-EVALUATE.
003710
003720 2200-PROXIMA.
003730     PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT.
003740 2200-EXIT.
003750     EXIT.
003760
003770*================================================================
003780*   2300-LOCALIZAR-MATRICULA - PROCURA ALUNO/MATERIA/PERIODO DA
003790*   TRANSACAO EM TODA A TABELA, VIVA OU CANCELADA NESTA RODADA
003800*   (A INCLUSAO REAPROVEITA A ENTRADA CANCELADA).
003810*================================================================
003820 2300-LOCALIZAR-MATRICULA.
003830     SET MTR-NAO-ACHADA TO TRUE
003840     MOVE ZEROS TO WS-IDX-MTR-ACHADO
003850     IF WS-QTD-MATRICULAS > ZEROS
003860         SET IX-MTR TO 1
003870         PERFORM 2310-COMPARAR-MATRICULA THRU 2310-EXIT
003880             VARYING IX-MTR FROM 1 BY 1
003890             UNTIL IX-MTR > WS-QTD-MATRICULAS OR MTR-ACHADA
003900     END-IF.
003910 2300-EXIT.
003920     EXIT.
003930
003940 2310-COMPARAR-MATRICULA.
003950     IF MTR-TAB-CHAVE (IX-MTR) = WS-CHAVE-NUM
003960         AND MTR-TAB-MATERIA (IX-MTR) = MTT-MATERIA
003970         AND MTR-TAB-PERIODO (IX-MTR) = WS-PERIODO-NUM
003980         SET MTR-ACHADA TO TRUE
003990         SET WS-IDX-MTR-ACHADO TO IX-MTR
004000     END-IF.
004010 2310-EXIT.
004020     EXIT.
004030
004040*================================================================
004050*   2400-INCLUIR-MATRICULA - CRITICA COMPLETA ANTES DE ENTRAR NA
004060*   TABELA: ALUNO MATRICULADO NO ALUNOMST, MATERIA ATIVA NO
004070*   CATALOGO E MATRICULA AINDA NAO EXISTENTE.
004080*================================================================
004090 2400-INCLUIR-MATRICULA.
004100     PERFORM 2410-LOCALIZAR-ALUNO THRU 2410-EXIT
004110     IF ALUNO-NAO-ACHADO
004120         MOVE SPACES TO REJ-REGISTRO
004130         MOVE 'E003' TO REJ-CODIGO-MOTIVO
004140         MOVE 'ALUNO SEM MATRICULA NO ALUNOMST'
004150             TO REJ-DESCRICAO-MOTIVO
004160         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004170         GO TO 2400-EXIT
004180     END-IF
004190
004200     PERFORM 2420-LOCALIZAR-MATERIA THRU 2420-EXIT
004210     IF MATERIA-NAO-ACHADA
004220         MOVE SPACES TO REJ-REGISTRO
004230         MOVE 'E004' TO REJ-CODIGO-MOTIVO
004240         MOVE 'MATERIA INEXISTENTE OU INATIVA'
004250             TO REJ-DESCRICAO-MOTIVO
004260         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004270         GO TO 2400-EXIT
004280     END-IF
004290
004300     IF MTR-ACHADA
004310         IF MTR-TAB-KEEP-SW (WS-IDX-MTR-ACHADO) = 'S'
004320             MOVE SPACES TO REJ-REGISTRO
004330             MOVE 'E005' TO REJ-CODIGO-MOTIVO
004340             MOVE 'MATRICULA JA EXISTENTE'
004350                 TO REJ-DESCRICAO-MOTIVO
004360             PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004370         ELSE
004380             MOVE 'S' TO MTR-TAB-KEEP-SW (WS-IDX-MTR-ACHADO)
004390         END-IF
004400         GO TO 2400-EXIT
004410     END-IF
004420
004430     IF WS-QTD-MATRICULAS NOT < 3000
004440         MOVE SPACES TO REJ-REGISTRO
004450         MOVE 'E008' TO REJ-CODIGO-MOTIVO
004460         MOVE 'TABELA DE MATRICULAS SEM ESPACO'
004470             TO REJ-DESCRICAO-MOTIVO
004480         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004490         GO TO 2400-EXIT
004500     END-IF
004510
004520     ADD 1 TO WS-QTD-MATRICULAS
004530     MOVE WS-CHAVE-NUM   TO MTR-TAB-CHAVE (WS-QTD-MATRICULAS)
004540     MOVE MTT-MATERIA    TO MTR-TAB-MATERIA (WS-QTD-MATRICULAS)
004550     MOVE WS-PERIODO-NUM TO MTR-TAB-PERIODO (WS-QTD-MATRICULAS)
004560     MOVE 'S' TO MTR-TAB-KEEP-SW (WS-QTD-MATRICULAS).
004570 2400-EXIT.
004580     EXIT.
004590
004600*================================================================
004610*   2410-LOCALIZAR-ALUNO - CACHE PRIMEIRO E, QUANDO O MESTRE
004620*   EXCEDEU O CACHE, BUSCA DIRETA NO ARQUIVO (2416).
004630*================================================================
004640 2410-LOCALIZAR-ALUNO.
004650     SET ALUNO-NAO-ACHADO TO TRUE
004660     IF WS-QTD-ALUNOS > ZEROS
004670         SET IX-ALUNO TO 1
004680         PERFORM 2415-COMPARAR-ALUNO THRU 2415-EXIT
004690             VARYING IX-ALUNO FROM 1 BY 1
004700             UNTIL IX-ALUNO > WS-QTD-ALUNOS OR ALUNO-ACHADO
004710     END-IF
004720
004730     IF ALUNO-NAO-ACHADO
004740         AND WS-CNT-ALU-EXCEDENTES > ZEROS
004750         PERFORM 2416-BUSCAR-ALUNO-ARQUIVO THRU 2416-EXIT
004760     END-IF.
004770 2410-EXIT.
004780     EXIT.
004790
004800 2415-COMPARAR-ALUNO.
004810     IF ALU-TAB-CHAVE (IX-ALUNO) = WS-CHAVE-NUM
004820         SET ALUNO-ACHADO TO TRUE
004830     END-IF.
004840 2415-EXIT.
004850     EXIT.
004860
004870*================================================================
004880*   2416-BUSCAR-ALUNO-ARQUIVO - SO EXECUTADA QUANDO O MESTRE
004890*   EXCEDEU O CACHE: PROCURA A CHAVE DIRETO NO ARQUIVO.
004900*================================================================
004910 2416-BUSCAR-ALUNO-ARQUIVO.
004920     OPEN INPUT ALUNOMST-FILE
004930     IF WS-FS-MST = '00'
004940         PERFORM 2417-LER-ALUNO-BUSCA THRU 2417-EXIT
004950             UNTIL WS-FS-MST NOT = '00' OR ALUNO-ACHADO
004960         CLOSE ALUNOMST-FILE
004970     ELSE
004980         IF WS-FS-MST = '05'
004990             CLOSE ALUNOMST-FILE
005000         END-IF
005010     END-IF.
005020 2416-EXIT.
005030     EXIT.
005040
005050 2417-LER-ALUNO-BUSCA.
005060     READ ALUNOMST-FILE
005070     IF WS-FS-MST = '00'
005080         IF AMST-CHAVE = WS-CHAVE-NUM
005090             AND AMST-MATRICULADO
005100             SET ALUNO-ACHADO TO TRUE
005110         END-IF
005120     END-IF.
005130 2417-EXIT.
005140     EXIT.
005150
005160 2420-LOCALIZAR-MATERIA.
005170     SET MATERIA-NAO-ACHADA TO TRUE
005180     IF WS-QTD-CATALOGO > ZEROS
005190         SET IX-CAT TO 1
005200         PERFORM 2425-COMPARAR-MATERIA THRU 2425-EXIT
005210             VARYING IX-CAT FROM 1 BY 1
005220             UNTIL IX-CAT > WS-QTD-CATALOGO OR MATERIA-ACHADA
005230     END-IF.
005240 2420-EXIT.
005250     EXIT.
005260
005270 2425-COMPARAR-MATERIA.
005280     IF CAT-TAB-MATERIA (IX-CAT) = MTT-MATERIA
005290         SET MATERIA-ACHADA TO TRUE
005300     END-IF.
005310 2425-EXIT.
005320     EXIT.
005330
005340*================================================================
005350*   2500-CANCELAR-MATRICULA - SO CANCELA MATRICULA VIVA; A
005360*   ENTRADA FICA MARCADA E SAI NA REGRAVACAO.
005370*================================================================
005380 2500-CANCELAR-MATRICULA.
005390     IF MTR-NAO-ACHADA
005400         MOVE SPACES TO REJ-REGISTRO
005410         MOVE 'E006' TO REJ-CODIGO-MOTIVO
005420         MOVE 'MATRICULA INEXISTENTE'
005430             TO REJ-DESCRICAO-MOTIVO
005440         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
005450         GO TO 2500-EXIT
005460     END-IF
005470     IF MTR-TAB-KEEP-SW (WS-IDX-MTR-ACHADO) NOT = 'S'
005480         MOVE SPACES TO REJ-REGISTRO
005490         MOVE 'E006' TO REJ-CODIGO-MOTIVO
005500         MOVE 'MATRICULA INEXISTENTE'
005510             TO REJ-DESCRICAO-MOTIVO
005520         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
005530         GO TO 2500-EXIT
005540     END-IF
005550
005560     MOVE 'N' TO MTR-TAB-KEEP-SW (WS-IDX-MTR-ACHADO).
005570 2500-EXIT.
005580     EXIT.
005590
005600*================================================================
005610*   3000-GRAVAR-MATRICUL-NOVO - REGRAVA AS MATRICULAS VIVAS;
005620*   SUSPENSA COM O MATRICUL EXCEDIDO.
005630*================================================================
005640 3000-GRAVAR-MATRICUL-NOVO.
005650     IF MATRICUL-EXCEDIDO
005660         GO TO 3000-EXIT
005670     END-IF
005680     OPEN OUTPUT MATRICUL-FILE
005690     IF WS-QTD-MATRICULAS > ZEROS
005700         PERFORM 3100-GRAVAR-UMA-MATRICULA THRU 3100-EXIT
005710             VARYING IX-MTR FROM 1 BY 1
005720             UNTIL IX-MTR > WS-QTD-MATRICULAS
005730     END-IF
005740     CLOSE MATRICUL-FILE.
005750 3000-EXIT.
005760     EXIT.
005770
005780 3100-GRAVAR-UMA-MATRICULA.
005790     IF MTR-TAB-KEEP-SW (IX-MTR) NOT = 'S'
005800         GO TO 3100-EXIT
005810     END-IF
005820     MOVE SPACES TO MTR-REGISTRO
005830     MOVE MTR-TAB-CHAVE (IX-MTR)   TO MTR-CHAVE
005840     MOVE MTR-TAB-MATERIA (IX-MTR) TO MTR-MATERIA
005850     MOVE MTR-TAB-PERIODO (IX-MTR) TO MTR-PERIODO
005860     WRITE MTR-REGISTRO.
005870 3100-EXIT.
005880     EXIT.
005890
005900*================================================================
005910*   7100-GRAVAR-REJEITO
005920*================================================================
005930 7100-GRAVAR-REJEITO.
005940     MOVE 'MATRIC0001' TO REJ-PROGRAMA
005950     MOVE WS-DATA-ATUAL TO REJ-DATA
005960     MOVE WS-HORA-ATUAL TO REJ-HORA
005970     MOVE MTT-CHAVE TO REJ-VALOR-DIGITADO
005980     MOVE REJ-REGISTRO TO REJ-LINHA
005990     WRITE REJ-LINHA.
006000 7100-EXIT.
006010     EXIT.
006020
006030 END PROGRAM MATRIC0001.
