000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PRESENCA0001.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-09-28.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-28  MCR    CRIACAO DO PROGRAMA.
916700*   2026-10-15  MCR    A CHECAGEM DE DIA UTIL DA DATA DE PRESENCA
916701*                      PASSOU A LEVAR A FILIAL DO EVENTO
916702*                      (EVT-FILIAL, GUARDADA NA TABELA DE EVENTOS)
916703*                      A DIAUTIL0001: FERIADO DA FILIAL ONDE O
916704*                      EVENTO ACONTECE TAMBEM RECUSA A PRESENCA
916705*                      COM E005. EVENTO SEM FILIAL SO VE OS
916706*                      FERIADOS NACIONAIS.
000210*================================================================
000220*   FUNCAO......... MANUTENCAO DO ARQUIVO DE PRESENCAS (PRESENCA,
000230*                    UM REGISTRO POR COMPARECIMENTO DE CLIENTE A
000240*                    EVENTO NUMA DATA), NO MOLDE DE PARTICIPA0002:
000250*                    CARREGA O PRESENCA ATUAL (SE EXISTIR) EM
000260*                    TABELA, APLICA AS TRANSACOES DO ARQUIVO
000270*                    PRESTX (REGISTRAR / EXCLUIR PRESENCA) E
000280*                    REGRAVA O PROPRIO PRESENCA. CADA REGISTRO E
000290*                    CRITICADO ANTES DE ENTRAR: O PAR CLIENTE/
000300*                    EVENTO TEM QUE ESTAR NO PARTICIP, O EVENTO
000310*                    TEM QUE EXISTIR NO MESTRE, A DATA TEM QUE
000320*                    SER VALIDA, CAIR NA FAIXA EVT-INI-DATA /
000330*                    EVT-FIM-DATA DO EVENTO E SER DIA UTIL PELA
000340*                    CHECAGEM COMPARTILHADA DIAUTIL0001, E A
000350*                    MESMA PRESENCA NAO PODE JA ESTAR GRAVADA.
000360*                    TRANSACAO RECUSADA VAI PARA O REJLOG, DE
000370*                    ONDE O FLUXO DE CORRECAO DE REJEITOS0001 A
000380*                    REAPRESENTA NO PRESTX. O PRESENCA E LIDO
000390*                    POR PRESENCA0002 (TAXA DE COMPARECIMENTO E
000400*                    FALTOSOS DOS EVENTOS ENCERRADOS).
000410*================================================================
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL PRESENCA-FILE ASSIGN TO "PRESENCA"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-PRE.
000490
000500     SELECT PRESTX-FILE ASSIGN TO "PRESTX"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-TX.
000530
000540     SELECT OPTIONAL PARTICIP-FILE ASSIGN TO "PARTICIP"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-PAR.
000570
000580     SELECT OPTIONAL EVENTOS-FILE ASSIGN TO "EVENTOS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-FS-EVT.
000610
000620     SELECT REJLOG-FILE ASSIGN TO "REJLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-FS-REJ.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*----------------------------------------------------------------
000690*   ARQUIVO DE PRESENCAS - PAR CLIENTE/EVENTO NO MESMO LAYOUT DO
000700*   PARTICIP, MAIS A DATA DO COMPARECIMENTO E A DATA EM QUE A
000710*   PRESENCA FOI REGISTRADA. LIDO POR PRESENCA0002.
000720*----------------------------------------------------------------
000730 FD  PRESENCA-FILE.
000740 01  PRESENCA-REGISTRO.
000750     10  PRES-COD-CLIENTE         PIC 9(06).
000760     10  PRES-COD-EVENTO          PIC 9(06).
000770     10  PRES-DATA                PIC 9(08).
000780     10  PRES-DATA-REGISTRO       PIC 9(08).
000790     10  FILLER                   PIC X(52).
000800
000810*----------------------------------------------------------------
000820*   TRANSACAO DE PRESENCA - DATA EM AAAAMMDD, ACAO 'R' REGISTRA
000830*   O COMPARECIMENTO E 'E' EXCLUI UM REGISTRADO POR ENGANO.
000840*----------------------------------------------------------------
000850 FD  PRESTX-FILE.
000860 01  PRX-REGISTRO.
000870     10  PRX-COD-CLIENTE          PIC 9(06).
000880     10  PRX-COD-EVENTO           PIC 9(06).
000890     10  PRX-DATA.
000900         15  PRX-ANO              PIC 9(04).
000910         15  PRX-MES              PIC 9(02).
000920         15  PRX-DIA              PIC 9(02).
000930     10  PRX-DATA-NUM REDEFINES PRX-DATA
000940                                  PIC 9(08).
000950     10  PRX-ACAO                 PIC X(01).
000960         88  PRX-REGISTRAR             VALUE 'R'.
000970         88  PRX-EXCLUIR               VALUE 'E'.
000980     10  FILLER                   PIC X(59).
000990
001000 FD  PARTICIP-FILE.
001010 01  PARTICIP-REGISTRO.
001020     10  PART-COD-CLIENTE         PIC 9(06).
001030     10  PART-COD-EVENTO          PIC 9(06).
001040     10  FILLER                   PIC X(68).
001050
001060 FD  EVENTOS-FILE.
001070 01  EVT-LINHA                    PIC X(80).
001080
001090 FD  REJLOG-FILE.
001100 01  REJ-LINHA                    PIC X(76).
001110
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------
001140*   LAYOUT COMPARTILHADO DO MESTRE DE EVENTOS E DO REJEITO
001150*----------------------------------------------------------------
001160     COPY EVENTOREC.
001170     COPY REJEITO.
001180
001190 77  WS-FS-PRE                PIC X(02) VALUE '00'.
001200 77  WS-FS-TX                 PIC X(02) VALUE '00'.
001210 77  WS-FS-PAR                PIC X(02) VALUE '00'.
001220 77  WS-FS-EVT                PIC X(02) VALUE '00'.
001230 77  WS-FS-REJ                PIC X(02) VALUE '00'.
001240
001250 77  WS-EOF-TX-SW             PIC X(01) VALUE 'N'.
001260         88  FIM-TRANSACOES            VALUE 'S'.
001270
001280 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001290 77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
001300
001310*----------------------------------------------------------------
001320*   TABELA DAS PRESENCAS - A PRESENCA EXCLUIDA E SO MARCADA
001330*   (KEEP = 'N') E FICA FORA DA REGRAVACAO, MESMA MECANICA DA
001340*   TABELA DE PARES DE PARTICIPA0002.
001350*----------------------------------------------------------------
001360 01  TABELA-PRESENCAS.
001370     05  PRE-TAB-ENTRADA  OCCURS 1000 TIMES
001380                          INDEXED BY IX-PRE.
001390         10  PRE-TAB-COD-CLIENTE  PIC 9(06).
001400         10  PRE-TAB-COD-EVENTO   PIC 9(06).
001410         10  PRE-TAB-DATA         PIC 9(08).
001420         10  PRE-TAB-DATA-REG     PIC 9(08).
001430         10  PRE-TAB-KEEP-SW      PIC X(01).
001440 77  WS-QTD-PRESENCAS         PIC 9(04) VALUE ZEROS COMP.
001450 77  WS-IDX-PRE-ACHADA        PIC 9(04) VALUE ZEROS COMP.
001460 77  WS-PRESENCA-ACHADA-SW    PIC X(01) VALUE 'N'.
001470         88  PRESENCA-ACHADA           VALUE 'S'.
001480         88  PRESENCA-NAO-ACHADA       VALUE 'N'.
001490*   PRESENCA ALEM DA CAPACIDADE DA TABELA: COMO A REGRAVACAO SAI
001500*   DA TABELA, MEXER NO ARQUIVO PERDERIA AS NAO CARREGADAS. COM
001510*   O EXCESSO MARCADO, O PRESENCA FICA INTOCADO NA RODADA E TODA
001520*   TRANSACAO VAI PARA O REJLOG - MESMA DISCIPLINA DA FILA DE
001530*   ESPERA DE PARTICIPA0002.
001540 77  WS-PRESENCA-EXCEDIDA-SW  PIC X(01) VALUE 'N'.
001550         88  PRESENCA-EXCEDIDA         VALUE 'S'.
001560
001570*----------------------------------------------------------------
001580*   PARES DO PARTICIP E EVENTOS DO MESTRE - SAO SO CACHE: O QUE
001590*   PASSAR DA CAPACIDADE E CONTADO E A CHAVE QUE NAO ESTIVER NA
001600*   TABELA E PROCURADA DIRETO NO ARQUIVO, COMO EM PARTICIPA0002.
001610*   AS DATAS DO EVENTO FICAM NA TABELA JA EM AAAAMMDD, PRONTAS
001620*   PARA A COMPARACAO COM A DATA DA TRANSACAO.
001630*----------------------------------------------------------------
001640 01  TABELA-PARES.
001650     05  PAR-TAB-ENTRADA  OCCURS 500 TIMES
001660                          INDEXED BY IX-PAR.
001670         10  PAR-TAB-COD-CLIENTE  PIC 9(06).
001680         10  PAR-TAB-COD-EVENTO   PIC 9(06).
001690 77  WS-QTD-PARES             PIC 9(04) VALUE ZEROS COMP.
001700 77  WS-CNT-PAR-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001710 77  WS-PAR-ACHADO-SW         PIC X(01) VALUE 'N'.
001720         88  PAR-ACHADO                VALUE 'S'.
001730         88  PAR-NAO-ACHADO            VALUE 'N'.
001740
001750 01  TABELA-EVENTOS.
001760     05  EVT-TAB-ENTRADA  OCCURS 200 TIMES
001770                          INDEXED BY IX-EVENTO.
001780         10  EVT-TAB-CODIGO       PIC 9(06).
001790         10  EVT-TAB-INI          PIC 9(08).
001800         10  EVT-TAB-FIM          PIC 9(08).
916707         10  EVT-TAB-FILIAL       PIC X(04).
001810 77  WS-QTD-EVENTOS           PIC 9(04) VALUE ZEROS COMP.
001820 77  WS-CNT-EVT-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001830 77  WS-IDX-EVT-ACHADO        PIC 9(04) VALUE ZEROS COMP.
001840 77  WS-EVT-INI-ACHADO        PIC 9(08) VALUE ZEROS.
001850 77  WS-EVT-FIM-ACHADO        PIC 9(08) VALUE ZEROS.
916708 77  WS-EVT-FILIAL-ACHADA     PIC X(04) VALUE SPACES.
001860 77  WS-EVENTO-ACHADO-SW      PIC X(01) VALUE 'N'.
001870         88  EVENTO-ACHADO             VALUE 'S'.
001880         88  EVENTO-NAO-ACHADO         VALUE 'N'.
001890
001900*----------------------------------------------------------------
001910*   MONTAGEM DAS DATAS DO EVENTO EM AAAAMMDD (O MESTRE GUARDA EM
001920*   DIA/MES/ANO).
001930*----------------------------------------------------------------
001940 01  WS-DATA-MONTADA.
001950     05  WS-MONT-ANO              PIC 9(04).
001960     05  WS-MONT-MES              PIC 9(02).
001970     05  WS-MONT-DIA              PIC 9(02).
001980 01  WS-DATA-MONTADA-NUM REDEFINES WS-DATA-MONTADA
001990                                  PIC 9(08).
002000
002010*----------------------------------------------------------------
002020*   VALIDACAO DA DATA DA TRANSACAO - MESMA REGRA DE MES/DIA/
002030*   BISSEXTO DE NIVEL, EVENTOS0002 E FOLHA0001, SOBRE OS CAMPOS
002040*   WS-CHK-*.
002050*----------------------------------------------------------------
002060 77  WS-CHK-DIA               PIC 9(02) VALUE ZEROS COMP.
002070 77  WS-CHK-MES               PIC 9(02) VALUE ZEROS COMP.
002080 77  WS-CHK-ANO               PIC 9(04) VALUE ZEROS COMP.
002090 77  WS-DIAS-NO-MES           PIC 9(02) VALUE ZEROS COMP.
002100 77  WS-ANO-BISSEXTO-SW       PIC X(01) VALUE 'N'.
002110         88  ANO-BISSEXTO              VALUE 'S'.
002120 77  WS-DATA-VALIDA-SW        PIC X(01) VALUE 'N'.
002130         88  DATA-VALIDA               VALUE 'S'.
002140         88  DATA-INVALIDA             VALUE 'N'.
002150
002160*----------------------------------------------------------------
002170*   INTERFACE COM A CHECAGEM COMPARTILHADA DE DIA UTIL
002180*----------------------------------------------------------------
002190 77  WS-DU-DATA               PIC 9(08) VALUE ZEROS.
002200 77  WS-DU-UTIL-SW            PIC X(01) VALUE 'S'.
002210 77  WS-DU-PROXIMO            PIC 9(08) VALUE ZEROS.
002220
002230 PROCEDURE DIVISION.
002240*================================================================
002250*   0000-MAINLINE
002260*================================================================
002270 0000-MAINLINE.
002280     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
002290     ACCEPT WS-HORA-ATUAL FROM TIME
002300
002310     OPEN OUTPUT REJLOG-FILE
002320
002330     PERFORM 1000-CARREGAR-TABELAS THRU 1000-EXIT
002340     PERFORM 2000-APLICAR-TRANSACOES THRU 2000-EXIT
002350     PERFORM 3000-GRAVAR-PRESENCA-NOVO THRU 3000-EXIT
002360
002370     CLOSE REJLOG-FILE
002380
002390     GOBACK.
002400
002410*================================================================
002420*   1000-CARREGAR-TABELAS - CARREGA O PRESENCA ATUAL, OS PARES DO
002430*   PARTICIP E O MESTRE DE EVENTOS. OS TRES SAO OPTIONAL:
002440*   AUSENTE VALE COMO VAZIO (E SEM PARTICIP NENHUMA PRESENCA
002450*   NOVA PASSA NA CRITICA).
002460*================================================================
002470 1000-CARREGAR-TABELAS.
002480     MOVE ZEROS TO WS-QTD-PRESENCAS WS-QTD-PARES WS-QTD-EVENTOS
002490     MOVE 'N' TO WS-PRESENCA-EXCEDIDA-SW
002500
002510*    O OPEN DE UM OPTIONAL AUSENTE DEVOLVE '05' E DEIXA O ARQUIVO
002520*    ABERTO (VAZIO) - TEM QUE FECHAR TAMBEM NESSE CASO, SENAO A
002530*    REGRAVACAO EM 3000-GRAVAR-PRESENCA-NOVO FALHA NA PRIMEIRA
002540*    CARGA (MESMA LICAO DE EVENTOS0001).
002550     OPEN INPUT PRESENCA-FILE
002560     IF WS-FS-PRE = '00'
002570         PERFORM 1100-LER-PRESENCA THRU 1100-EXIT
002580             UNTIL WS-FS-PRE NOT = '00'
002590         CLOSE PRESENCA-FILE
002600     ELSE
002610         IF WS-FS-PRE = '05'
002620             CLOSE PRESENCA-FILE
002630         END-IF
002640     END-IF
002650
002660     OPEN INPUT PARTICIP-FILE
002670     IF WS-FS-PAR = '00'
002680         PERFORM 1200-LER-PAR THRU 1200-EXIT
002690             UNTIL WS-FS-PAR NOT = '00'
002700         CLOSE PARTICIP-FILE
002710     ELSE
002720         IF WS-FS-PAR = '05'
002730             CLOSE PARTICIP-FILE
002740         END-IF
002750     END-IF
002760
002770     OPEN INPUT EVENTOS-FILE
002780     IF WS-FS-EVT = '00'
002790         PERFORM 1300-LER-EVENTO THRU 1300-EXIT
002800             UNTIL WS-FS-EVT NOT = '00'
002810         CLOSE EVENTOS-FILE
002820     ELSE
002830         IF WS-FS-EVT = '05'
002840             CLOSE EVENTOS-FILE
002850         END-IF
002860     END-IF.
002870 1000-EXIT.
002880     EXIT.
002890
002900 1100-LER-PRESENCA.
002910     READ PRESENCA-FILE
002920     IF WS-FS-PRE = '00'
002930         IF WS-QTD-PRESENCAS < 1000
002940             ADD 1 TO WS-QTD-PRESENCAS
002950             MOVE PRES-COD-CLIENTE
002960                 TO PRE-TAB-COD-CLIENTE (WS-QTD-PRESENCAS)
002970             MOVE PRES-COD-EVENTO
002980                 TO PRE-TAB-COD-EVENTO (WS-QTD-PRESENCAS)
002990             MOVE PRES-DATA TO PRE-TAB-DATA (WS-QTD-PRESENCAS)
003000             MOVE PRES-DATA-REGISTRO
003010                 TO PRE-TAB-DATA-REG (WS-QTD-PRESENCAS)
003020             MOVE 'S' TO PRE-TAB-KEEP-SW (WS-QTD-PRESENCAS)
003030         ELSE
003040             SET PRESENCA-EXCEDIDA TO TRUE
003050         END-IF
003060     END-IF.
003070 1100-EXIT.
003080     EXIT.
003090
003100 1200-LER-PAR.
003110     READ PARTICIP-FILE
003120     IF WS-FS-PAR = '00'
003130         IF WS-QTD-PARES < 500
003140             ADD 1 TO WS-QTD-PARES
003150             MOVE PART-COD-CLIENTE
003160                 TO PAR-TAB-COD-CLIENTE (WS-QTD-PARES)
003170             MOVE PART-COD-EVENTO
003180                 TO PAR-TAB-COD-EVENTO (WS-QTD-PARES)
003190         ELSE
003200             ADD 1 TO WS-CNT-PAR-EXCEDENTES
003210         END-IF
003220     END-IF.
003230 1200-EXIT.
003240     EXIT.
003250
003260 1300-LER-EVENTO.
003270     READ EVENTOS-FILE INTO EVT-REGISTRO
003280     IF WS-FS-EVT = '00'
003290         IF WS-QTD-EVENTOS < 200
003300             ADD 1 TO WS-QTD-EVENTOS
003310             MOVE EVT-CODIGO TO EVT-TAB-CODIGO (WS-QTD-EVENTOS)
003320             PERFORM 1350-MONTAR-DATAS-EVENTO THRU 1350-EXIT
003330             MOVE WS-EVT-INI-ACHADO
003340                 TO EVT-TAB-INI (WS-QTD-EVENTOS)
003350             MOVE WS-EVT-FIM-ACHADO
003360                 TO EVT-TAB-FIM (WS-QTD-EVENTOS)
916711             MOVE WS-EVT-FILIAL-ACHADA
916712                 TO EVT-TAB-FILIAL (WS-QTD-EVENTOS)
003370         ELSE
003380             ADD 1 TO WS-CNT-EVT-EXCEDENTES
003390         END-IF
003400     END-IF.
003410 1300-EXIT.
003420     EXIT.
003430
003440*================================================================
003450*   1350-MONTAR-DATAS-EVENTO - PASSA AS DATAS DE INICIO E FIM DO
003460*   REGISTRO DO MESTRE EM EVT-REGISTRO PARA AAAAMMDD, EM
003470*   WS-EVT-INI-ACHADO / WS-EVT-FIM-ACHADO, E A FILIAL DO EVENTO
916709*   EM WS-EVT-FILIAL-ACHADA.
003480*================================================================
003490 1350-MONTAR-DATAS-EVENTO.
003500     MOVE EVT-INI-ANO TO WS-MONT-ANO
003510     MOVE EVT-INI-MES TO WS-MONT-MES
003520     MOVE EVT-INI-DIA TO WS-MONT-DIA
003530     MOVE WS-DATA-MONTADA-NUM TO WS-EVT-INI-ACHADO
003540
003550     MOVE EVT-FIM-ANO TO WS-MONT-ANO
003560     MOVE EVT-FIM-MES TO WS-MONT-MES
003570     MOVE EVT-FIM-DIA TO WS-MONT-DIA
003580     MOVE WS-DATA-MONTADA-NUM TO WS-EVT-FIM-ACHADO
916710     MOVE EVT-FILIAL TO WS-EVT-FILIAL-ACHADA.
003590 1350-EXIT.
003600     EXIT.
003610
003620*================================================================
003630*   2000-APLICAR-TRANSACOES - LE O PRESTX E APLICA CADA
003640*   TRANSACAO CONTRA A TABELA DE PRESENCAS.
003650*================================================================
003660 2000-APLICAR-TRANSACOES.
003670     MOVE 'N' TO WS-EOF-TX-SW
003680     OPEN INPUT PRESTX-FILE
003690
003700     IF WS-FS-TX = '00'
003710         PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT
003720
003730         PERFORM 2200-PROCESSAR-TRANSACAO THRU 2200-EXIT
003740             UNTIL FIM-TRANSACOES
003750     ELSE
003760         SET FIM-TRANSACOES TO TRUE
003770     END-IF
003780
003790     CLOSE PRESTX-FILE.
003800 2000-EXIT.
003810     EXIT.
003820
003830 2100-LER-TRANSACAO.
003840     READ PRESTX-FILE
003850         AT END
003860             SET FIM-TRANSACOES TO TRUE
003870     END-READ.
003880 2100-EXIT.
003890     EXIT.
003900
003910 2200-PROCESSAR-TRANSACAO.
003920     IF PRESENCA-EXCEDIDA
003930         MOVE SPACES TO REJ-REGISTRO
003940         MOVE 'E009' TO REJ-CODIGO-MOTIVO
003950         MOVE 'TABELA DE PRESENCAS SEM ESPACO'
003960             TO REJ-DESCRICAO-MOTIVO
003970         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003980         GO TO 2200-PROXIMA
003990     END-IF
004000
004010     PERFORM 2300-LOCALIZAR-PRESENCA THRU 2300-EXIT
004020
004030     EVALUATE TRUE
004040         WHEN PRX-REGISTRAR
004050             PERFORM 2400-REGISTRAR-PRESENCA THRU 2400-EXIT
004060         WHEN PRX-EXCLUIR
004070             PERFORM 2500-EXCLUIR-PRESENCA THRU 2500-EXIT
004080         WHEN OTHER
004090             MOVE SPACES TO REJ-REGISTRO
004100             MOVE 'E008' TO REJ-CODIGO-MOTIVO
004110             MOVE 'ACAO DE TRANSACAO DESCONHECIDA'
004120                 TO REJ-DESCRICAO-MOTIVO
004130             PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004140     END-EVALUATE.
004150
004160 2200-PROXIMA.
004170     PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT.
004180 2200-EXIT.
004190     EXIT.
004200
004210*================================================================
004220*   2300-LOCALIZAR-PRESENCA - PROCURA CLIENTE/EVENTO/DATA DA
004230*   TRANSACAO ENTRE AS PRESENCAS AINDA VIVAS (KEEP = 'S').
004240*================================================================
004250 2300-LOCALIZAR-PRESENCA.
004260     SET PRESENCA-NAO-ACHADA TO TRUE
004270     MOVE ZEROS TO WS-IDX-PRE-ACHADA
004280     IF WS-QTD-PRESENCAS > ZEROS
004290         SET IX-PRE TO 1
004300         PERFORM 2310-COMPARAR-PRESENCA THRU 2310-EXIT
004310             VARYING IX-PRE FROM 1 BY 1
004320             UNTIL IX-PRE > WS-QTD-PRESENCAS OR PRESENCA-ACHADA
004330     END-IF.
004340 2300-EXIT.
004350     EXIT.
004360
004370 2310-COMPARAR-PRESENCA.
004380     IF PRE-TAB-COD-CLIENTE (IX-PRE) = PRX-COD-CLIENTE
004390         AND PRE-TAB-COD-EVENTO (IX-PRE) = PRX-COD-EVENTO
004400         AND PRE-TAB-DATA (IX-PRE) = PRX-DATA-NUM
004410         AND PRE-TAB-KEEP-SW (IX-PRE) = 'S'
004420         SET PRESENCA-ACHADA TO TRUE
004430         SET WS-IDX-PRE-ACHADA TO IX-PRE
004440     END-IF.
004450 2310-EXIT.
004460     EXIT.
004470
004480*================================================================
004490*   2400-REGISTRAR-PRESENCA - CRITICA COMPLETA ANTES DE ENTRAR NA
004500*   TABELA: PAR NO PARTICIP, EVENTO NO MESTRE, DATA VALIDA, DENTRO
004510*   DA FAIXA DO EVENTO E DIA UTIL, PRESENCA INEDITA E ESPACO NA
004520*   TABELA.
004530*================================================================
004540 2400-REGISTRAR-PRESENCA.
004550     PERFORM 2410-LOCALIZAR-PAR THRU 2410-EXIT
004560     IF PAR-NAO-ACHADO
004570         MOVE SPACES TO REJ-REGISTRO
004580         MOVE 'E001' TO REJ-CODIGO-MOTIVO
004590         MOVE 'CLIENTE NAO INSCRITO NO EVENTO'
004600             TO REJ-DESCRICAO-MOTIVO
004610         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004620         GO TO 2400-EXIT
004630     END-IF
004640
004650     PERFORM 2420-LOCALIZAR-EVENTO THRU 2420-EXIT
004660     IF EVENTO-NAO-ACHADO
004670         MOVE SPACES TO REJ-REGISTRO
004680         MOVE 'E002' TO REJ-CODIGO-MOTIVO
004690         MOVE 'EVENTO INEXISTENTE NO MESTRE'
004700             TO REJ-DESCRICAO-MOTIVO
004710         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004720         GO TO 2400-EXIT
004730     END-IF
004740
004750     SET DATA-INVALIDA TO TRUE
004760     IF PRX-DATA IS NUMERIC
004770         MOVE PRX-DIA TO WS-CHK-DIA
004780         MOVE PRX-MES TO WS-CHK-MES
004790         MOVE PRX-ANO TO WS-CHK-ANO
004800         PERFORM 6000-VALIDAR-DATA THRU 6000-EXIT
004810     END-IF
004820     IF DATA-INVALIDA
004830         MOVE SPACES TO REJ-REGISTRO
004840         MOVE 'E003' TO REJ-CODIGO-MOTIVO
004850         MOVE 'DATA DE PRESENCA INVALIDA'
004860             TO REJ-DESCRICAO-MOTIVO
004870         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004880         GO TO 2400-EXIT
004890     END-IF
004900
004910     IF PRX-DATA-NUM < WS-EVT-INI-ACHADO
004920         OR PRX-DATA-NUM > WS-EVT-FIM-ACHADO
004930         MOVE SPACES TO REJ-REGISTRO
004940         MOVE 'E004' TO REJ-CODIGO-MOTIVO
004950         MOVE 'DATA FORA DO PERIODO DO EVENTO'
004960             TO REJ-DESCRICAO-MOTIVO
004970         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004980         GO TO 2400-EXIT
004990     END-IF
005000
005010     MOVE PRX-DATA-NUM TO WS-DU-DATA
005020     CALL 'DIAUTIL0001' USING WS-DU-DATA WS-DU-UTIL-SW
005030                              WS-DU-PROXIMO WS-EVT-FILIAL-ACHADA
005040     IF WS-DU-UTIL-SW = 'N'
005050         MOVE SPACES TO REJ-REGISTRO
005060         MOVE 'E005' TO REJ-CODIGO-MOTIVO
005070         MOVE 'DATA DE PRESENCA NAO E DIA UTIL'
005080             TO REJ-DESCRICAO-MOTIVO
005090         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
005100         GO TO 2400-EXIT
005110     END-IF
005120
005130     IF PRESENCA-ACHADA
005140         MOVE SPACES TO REJ-REGISTRO
005150         MOVE 'E006' TO REJ-CODIGO-MOTIVO
005160         MOVE 'PRESENCA JA REGISTRADA'
005170             TO REJ-DESCRICAO-MOTIVO
005180         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
005190         GO TO 2400-EXIT
005200     END-IF
005210
005220     IF WS-QTD-PRESENCAS NOT < 1000
005230         MOVE SPACES TO REJ-REGISTRO
005240         MOVE 'E009' TO REJ-CODIGO-MOTIVO
005250         MOVE 'TABELA DE PRESENCAS SEM ESPACO'
005260             TO REJ-DESCRICAO-MOTIVO
005270         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
005280         GO TO 2400-EXIT
005290     END-IF
005300
005310     ADD 1 TO WS-QTD-PRESENCAS
005320     MOVE PRX-COD-CLIENTE
005330         TO PRE-TAB-COD-CLIENTE (WS-QTD-PRESENCAS)
005340     MOVE PRX-COD-EVENTO
005350         TO PRE-TAB-COD-EVENTO (WS-QTD-PRESENCAS)
005360     MOVE PRX-DATA-NUM TO PRE-TAB-DATA (WS-QTD-PRESENCAS)
005370     MOVE WS-DATA-ATUAL TO PRE-TAB-DATA-REG (WS-QTD-PRESENCAS)
005380     MOVE 'S' TO PRE-TAB-KEEP-SW (WS-QTD-PRESENCAS).
005390 2400-EXIT.
005400     EXIT.
005410
005420*================================================================
005430*   2410-LOCALIZAR-PAR - O PAR DA TRANSACAO TEM QUE ESTAR NO
005440*   PARTICIP: CACHE PRIMEIRO E, QUANDO O ARQUIVO EXCEDEU O
005450*   CACHE, BUSCA DIRETA (2416).
005460*================================================================
005470 2410-LOCALIZAR-PAR.
005480     SET PAR-NAO-ACHADO TO TRUE
005490     IF WS-QTD-PARES > ZEROS
005500         SET IX-PAR TO 1
005510         PERFORM 2415-COMPARAR-PAR THRU 2415-EXIT
005520             VARYING IX-PAR FROM 1 BY 1
005530             UNTIL IX-PAR > WS-QTD-PARES OR PAR-ACHADO
005540     END-IF
005550
005560     IF PAR-NAO-ACHADO
005570         AND WS-CNT-PAR-EXCEDENTES > ZEROS
005580         PERFORM 2416-BUSCAR-PAR-ARQUIVO THRU 2416-EXIT
005590     END-IF.
005600 2410-EXIT.
005610     EXIT.
005620
005630 2415-COMPARAR-PAR.
005640     IF PAR-TAB-COD-CLIENTE (IX-PAR) = PRX-COD-CLIENTE
005650         AND PAR-TAB-COD-EVENTO (IX-PAR) = PRX-COD-EVENTO
005660         SET PAR-ACHADO TO TRUE
005670     END-IF.
005680 2415-EXIT.
005690     EXIT.
005700
005710*================================================================
005720*   2416-BUSCAR-PAR-ARQUIVO - SO EXECUTADA QUANDO O PARTICIP
005730*   EXCEDEU O CACHE: PROCURA O PAR DIRETO NO ARQUIVO.
005740*================================================================
005750 2416-BUSCAR-PAR-ARQUIVO.
005760     OPEN INPUT PARTICIP-FILE
005770     IF WS-FS-PAR = '00'
005780         PERFORM 2417-LER-PAR-BUSCA THRU 2417-EXIT
005790             UNTIL WS-FS-PAR NOT = '00' OR PAR-ACHADO
005800         CLOSE PARTICIP-FILE
005810     ELSE
005820         IF WS-FS-PAR = '05'
005830             CLOSE PARTICIP-FILE
005840         END-IF
005850     END-IF.
005860 2416-EXIT.
005870     EXIT.
005880
005890 2417-LER-PAR-BUSCA.
005900     READ PARTICIP-FILE
005910     IF WS-FS-PAR = '00'
005920         IF PART-COD-CLIENTE = PRX-COD-CLIENTE
005930             AND PART-COD-EVENTO = PRX-COD-EVENTO
005940             SET PAR-ACHADO TO TRUE
005950         END-IF
005960     END-IF.
005970 2417-EXIT.
005980     EXIT.
005990
006000*================================================================
006010*   2420-LOCALIZAR-EVENTO - CACHE PRIMEIRO E, QUANDO O MESTRE
006020*   EXCEDEU O CACHE, BUSCA DIRETA NO ARQUIVO (2426); A FAIXA DE
006030*   DATAS DO EVENTO ACHADO SAI EM WS-EVT-INI-ACHADO /
006040*   WS-EVT-FIM-ACHADO (E A FILIAL EM WS-EVT-FILIAL-ACHADA),
916716*   VENHA ELE DE ONDE VIER.
006050*================================================================
006060 2420-LOCALIZAR-EVENTO.
006070     SET EVENTO-NAO-ACHADO TO TRUE
006080     MOVE ZEROS TO WS-IDX-EVT-ACHADO
006090     MOVE ZEROS TO WS-EVT-INI-ACHADO WS-EVT-FIM-ACHADO
916713     MOVE SPACES TO WS-EVT-FILIAL-ACHADA
006100     IF WS-QTD-EVENTOS > ZEROS
006110         SET IX-EVENTO TO 1
006120         PERFORM 2425-COMPARAR-EVENTO THRU 2425-EXIT
006130             VARYING IX-EVENTO FROM 1 BY 1
006140             UNTIL IX-EVENTO > WS-QTD-EVENTOS
006150                 OR EVENTO-ACHADO
006160     END-IF
006170
006180     IF EVENTO-ACHADO
006190         MOVE EVT-TAB-INI (WS-IDX-EVT-ACHADO)
006200             TO WS-EVT-INI-ACHADO
006210         MOVE EVT-TAB-FIM (WS-IDX-EVT-ACHADO)
006220             TO WS-EVT-FIM-ACHADO
916714         MOVE EVT-TAB-FILIAL (WS-IDX-EVT-ACHADO)
916715             TO WS-EVT-FILIAL-ACHADA
006230     ELSE
006240         IF WS-CNT-EVT-EXCEDENTES > ZEROS
006250             PERFORM 2426-BUSCAR-EVENTO-ARQUIVO THRU 2426-EXIT
006260         END-IF
006270     END-IF.
006280 2420-EXIT.
006290     EXIT.
006300
006310 2425-COMPARAR-EVENTO.
006320     IF EVT-TAB-CODIGO (IX-EVENTO) = PRX-COD-EVENTO
006330         SET EVENTO-ACHADO TO TRUE
006340         SET WS-IDX-EVT-ACHADO TO IX-EVENTO
006350     END-IF.
006360 2425-EXIT.
006370     EXIT.
006380
006390*================================================================
006400*   2426-BUSCAR-EVENTO-ARQUIVO - SO EXECUTADA QUANDO O MESTRE
006410*   EXCEDEU O CACHE: PROCURA O CODIGO DIRETO NO ARQUIVO E TRAZ A
006420*   FAIXA DE DATAS DO REGISTRO ACHADO.
006430*================================================================
006440 2426-BUSCAR-EVENTO-ARQUIVO.
006450     OPEN INPUT EVENTOS-FILE
006460     IF WS-FS-EVT = '00'
006470         PERFORM 2427-LER-EVENTO-BUSCA THRU 2427-EXIT
006480             UNTIL WS-FS-EVT NOT = '00' OR EVENTO-ACHADO
006490         CLOSE EVENTOS-FILE
006500     ELSE
006510         IF WS-FS-EVT = '05'
006520             CLOSE EVENTOS-FILE
006530         END-IF
006540     END-IF.
006550 2426-EXIT.
006560     EXIT.
006570
006580 2427-LER-EVENTO-BUSCA.
006590     READ EVENTOS-FILE INTO EVT-REGISTRO
006600     IF WS-FS-EVT = '00'
006610         IF EVT-CODIGO = PRX-COD-EVENTO
006620             SET EVENTO-ACHADO TO TRUE
006630             PERFORM 1350-MONTAR-DATAS-EVENTO THRU 1350-EXIT
006640         END-IF
006650     END-IF.
006660 2427-EXIT.
006670     EXIT.
006680
006690*================================================================
006700*   2500-EXCLUIR-PRESENCA - PRESENCA INEXISTENTE VAI PARA O
006710*   REJLOG; A EXISTENTE E SO MARCADA E FICA FORA DA REGRAVACAO.
006720*================================================================
006730 2500-EXCLUIR-PRESENCA.
006740     IF PRESENCA-NAO-ACHADA
006750         MOVE SPACES TO REJ-REGISTRO
006760         MOVE 'E007' TO REJ-CODIGO-MOTIVO
006770         MOVE 'PRESENCA INEXISTENTE'
006780             TO REJ-DESCRICAO-MOTIVO
006790         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
006800         GO TO 2500-EXIT
006810     END-IF
006820
006830     MOVE 'N' TO PRE-TAB-KEEP-SW (WS-IDX-PRE-ACHADA).
006840 2500-EXIT.
006850     EXIT.
006860
006870*================================================================
006880*   3000-GRAVAR-PRESENCA-NOVO - REGRAVA A TABELA DE VOLTA NO
006890*   PROPRIO PRESENCA, SO COM AS PRESENCAS AINDA VIVAS. COM O
006900*   ARQUIVO EXCEDIDO NA CARGA, A REGRAVACAO E SUSPENSA PARA NAO
006910*   DESTRUIR AS PRESENCAS NAO CARREGADAS.
006920*================================================================
006930 3000-GRAVAR-PRESENCA-NOVO.
006940     IF PRESENCA-EXCEDIDA
006950         GO TO 3000-EXIT
006960     END-IF
006970     OPEN OUTPUT PRESENCA-FILE
006980     IF WS-QTD-PRESENCAS > ZEROS
006990         PERFORM 3100-GRAVAR-UMA-PRESENCA THRU 3100-EXIT
007000             VARYING IX-PRE FROM 1 BY 1
007010             UNTIL IX-PRE > WS-QTD-PRESENCAS
007020     END-IF
007030     CLOSE PRESENCA-FILE.
007040 3000-EXIT.
007050     EXIT.
007060
007070 3100-GRAVAR-UMA-PRESENCA.
007080     IF PRE-TAB-KEEP-SW (IX-PRE) = 'S'
007090         MOVE SPACES TO PRESENCA-REGISTRO
007100         MOVE PRE-TAB-COD-CLIENTE (IX-PRE) TO PRES-COD-CLIENTE
007110         MOVE PRE-TAB-COD-EVENTO (IX-PRE)  TO PRES-COD-EVENTO
007120         MOVE PRE-TAB-DATA (IX-PRE)        TO PRES-DATA
007130         MOVE PRE-TAB-DATA-REG (IX-PRE)    TO PRES-DATA-REGISTRO
007140         WRITE PRESENCA-REGISTRO
007150     END-IF.
007160 3100-EXIT.
007170     EXIT.
007180
007190*================================================================
007200*   6000-VALIDAR-DATA - MESMA REGRA DE NIVEL E EVENTOS0002: MES
007210*   01-12, DIA DENTRO DO NUMERO DE DIAS DO MES, BISSEXTO EM
007220*   FEVEREIRO. OPERA SOBRE WS-CHK-DIA/MES/ANO.
007230*================================================================
007240 6000-VALIDAR-DATA.
007250     SET DATA-VALIDA TO TRUE
007260
007270     IF WS-CHK-MES < 1 OR WS-CHK-MES > 12
007280         SET DATA-INVALIDA TO TRUE
007290         GO TO 6000-EXIT
007300     END-IF
007310
007320     PERFORM 6100-VERIFICAR-BISSEXTO THRU 6100-EXIT
007330     PERFORM 6200-OBTER-DIAS-NO-MES  THRU 6200-EXIT
007340
007350     IF WS-CHK-DIA < 1 OR WS-CHK-DIA > WS-DIAS-NO-MES
007360         SET DATA-INVALIDA TO TRUE
007370     END-IF.
007380 6000-EXIT.
007390     EXIT.
007400
007410*================================================================
007420*   6100-VERIFICAR-BISSEXTO - REGRA CLASSICA: DIVISIVEL POR 4 E
007430*   (NAO DIVISIVEL POR 100 OU DIVISIVEL POR 400).
007440*================================================================
007450 6100-VERIFICAR-BISSEXTO.
007460     MOVE 'N' TO WS-ANO-BISSEXTO-SW
007470     IF FUNCTION MOD (WS-CHK-ANO, 4) = 0
007480         IF FUNCTION MOD (WS-CHK-ANO, 100) NOT = 0
007490             OR FUNCTION MOD (WS-CHK-ANO, 400) = 0
007500             SET ANO-BISSEXTO TO TRUE
007510         END-IF
007520     END-IF.
007530 6100-EXIT.
007540     EXIT.
007550
007560*================================================================
007570*   6200-OBTER-DIAS-NO-MES
007580*================================================================
007590 6200-OBTER-DIAS-NO-MES.
007600     EVALUATE WS-CHK-MES
007610         WHEN 4 WHEN 6 WHEN 9 WHEN 11
007620             MOVE 30 TO WS-DIAS-NO-MES
007630         WHEN 2
007640             IF ANO-BISSEXTO
007650                 MOVE 29 TO WS-DIAS-NO-MES
007660             ELSE
007670                 MOVE 28 TO WS-DIAS-NO-MES
007680             END-IF
007690         WHEN OTHER
007700             MOVE 31 TO WS-DIAS-NO-MES
007710     END-EVALUATE.
007720 6200-EXIT.
007730     EXIT.
007740
007750*================================================================
007760*   7100-GRAVAR-REJEITO
007770*================================================================
007780 7100-GRAVAR-REJEITO.
007790     MOVE 'PRESENCA0001' TO REJ-PROGRAMA
007800     MOVE WS-DATA-ATUAL TO REJ-DATA
007810     MOVE WS-HORA-ATUAL TO REJ-HORA
007820     MOVE PRX-COD-CLIENTE TO REJ-VALOR-DIGITADO
007830     MOVE REJ-REGISTRO TO REJ-LINHA
007840     WRITE REJ-LINHA.
007850 7100-EXIT.
007860     EXIT.
007870
007880 END PROGRAM PRESENCA0001.
