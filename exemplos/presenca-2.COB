000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PRESENCA0002.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-09-28.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-28  MCR    CRIACAO DO PROGRAMA.
910000*   2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                      POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                      CLIENTES0002). O CACHE DE CLIENTES E A
910003*                      BUSCA DIRETA NO ARQUIVO
910004*                      (1100/3100/3200/3210) DERAM LUGAR A UMA
910005*                      LEITURA PELA CHAVE EM 3000, COM O MESTRE
910006*                      ABERTO UMA VEZ EM 1100-ABRIR-CLIENTES; O
910007*                      NOME RESOLVIDO NAO MUDA E O RODAPE PERDEU A
910008*                      LINHA DE CLIENTES ALEM DO CACHE.
917100*   2026-10-15  MCR    O CLIENTE DO PRESENCA E LEVADO AO
917101*                      SOBREVIVENTE DA MESCLA PELO CLIXREF NA
917102*                      CARGA (1500/8000, MESMA RESOLUCAO DE
917103*                      FATURA0001), PARA NAO GERAR FALTA FALSA DE
917104*                      QUEM FOI MESCLADO. COM EVENTOS, PARES,
917105*                      PRESENCAS OU FALTOSOS ALEM DA TABELA O
917106*                      PARTFALT NAO E REGRAVADO: A SUSPENSAO SAI
917107*                      NO RODAPE E O PROGRAMA DEVOLVE RETURN-CODE
917108*                      4.
000210*================================================================
000220*   FUNCAO......... RELATORIO DE COMPARECIMENTO DOS EVENTOS JA
000230*                    ENCERRADOS (EVENTO ATIVO CUJA EVT-FIM-DATA E
000240*                    ANTERIOR A HOJE), CRUZANDO O PARTICIP
000250*                    (QUEM SE INSCREVEU) COM O PRESENCA (QUEM
000260*                    COMPARECEU, MANTIDO POR PRESENCA0001). PARA
000270*                    CADA EVENTO LISTA NO RELPRES OS FALTOSOS
000280*                    (INSCRITO SEM NENHUMA PRESENCA), COM NOME
000290*                    RESOLVIDO NO MESTRE DE CLIENTES, E A TAXA DE
000300*                    COMPARECIMENTO. DEPOIS LISTA OS CLIENTES QUE
000310*                    FALTARAM EM WS-MIN-FALTAS OU MAIS EVENTOS E
000320*                    REGRAVA COM ELES O ARQUIVO DE SINALIZACAO
000330*                    PARTFALT, QUE PARTICIPA0002 CONSULTA PARA
000340*                    PASSAR ESSES CLIENTES PARA O FIM DA VEZ NA
000350*                    PROMOCAO DA FILA DE ESPERA.
000360*================================================================
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910009         ORGANIZATION IS INDEXED
910010         ACCESS MODE IS RANDOM
910011         RECORD KEY IS CLI-CODIGO
000430         FILE STATUS IS WS-FS-CLI.
000440
000450     SELECT OPTIONAL EVENTOS-FILE ASSIGN TO "EVENTOS"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-EVT.
000480
000490     SELECT OPTIONAL PARTICIP-FILE ASSIGN TO "PARTICIP"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-PAR.
000520
000530     SELECT OPTIONAL PRESENCA-FILE ASSIGN TO "PRESENCA"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-PRE.
000560
000570     SELECT RELPRES-FILE ASSIGN TO "RELPRES"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-REL.
000600
000610     SELECT PARTFALT-FILE ASSIGN TO "PARTFALT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-FAL.
917109
917110     SELECT OPTIONAL CLIXREF-FILE ASSIGN TO "CLIXREF"
917111         ORGANIZATION IS LINE SEQUENTIAL
917112         FILE STATUS IS WS-FS-XRF.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CLIENTES-FILE.
000680 01  CLI-REGISTRO.
000690     10  CLI-CODIGO               PIC 9(06).
000700     10  CLI-NOME                 PIC X(10).
000710     10  FILLER                   PIC X(64).
000720
000730 FD  EVENTOS-FILE.
000740 01  EVT-LINHA                    PIC X(80).
000750
000760 FD  PARTICIP-FILE.
000770 01  PARTICIP-REGISTRO.
000780     10  PART-COD-CLIENTE         PIC 9(06).
000790     10  PART-COD-EVENTO          PIC 9(06).
000800     10  FILLER                   PIC X(68).
000810
000820*----------------------------------------------------------------
000830*   MESMO LAYOUT MANTIDO POR PRESENCA0001
000840*----------------------------------------------------------------
000850 FD  PRESENCA-FILE.
000860 01  PRESENCA-REGISTRO.
000870     10  PRES-COD-CLIENTE         PIC 9(06).
000880     10  PRES-COD-EVENTO          PIC 9(06).
000890     10  PRES-DATA                PIC 9(08).
000900     10  PRES-DATA-REGISTRO       PIC 9(08).
000910     10  FILLER                   PIC X(52).
000920
000930 FD  RELPRES-FILE.
000940 01  REL-LINHA                    PIC X(80).
000950
000960*----------------------------------------------------------------
000970*   SINALIZACAO DE FALTOSOS REPETIDOS - UM REGISTRO POR CLIENTE
000980*   COM FALTAS EM WS-MIN-FALTAS OU MAIS EVENTOS ENCERRADOS, COM A
000990*   QUANTIDADE E A DATA DO CALCULO. REGRAVADO POR INTEIRO A CADA
001000*   RODADA; LIDO POR PARTICIPA0002.
001010*----------------------------------------------------------------
001020 FD  PARTFALT-FILE.
001030 01  PARTFALT-REGISTRO.
001040     10  FALT-COD-CLIENTE         PIC 9(06).
001050     10  FALT-QTD-FALTAS          PIC 9(03).
001060     10  FALT-DATA-CALCULO        PIC 9(08).
001070     10  FILLER                   PIC X(63).
917113
917114*----------------------------------------------------------------
917115*   REFERENCIA CRUZADA DE CLIENTES MESCLADOS GRAVADA POR
917116*   MESCLA0001 - CODIGO ANTIGO E O ULTIMO SOBREVIVENTE.
917117*----------------------------------------------------------------
917118 FD  CLIXREF-FILE.
917119 01  XREF-REGISTRO.
917120     10  XREF-COD-ANTIGO          PIC 9(06).
917121     10  XREF-COD-NOVO            PIC 9(06).
917122     10  FILLER                   PIC X(68).
001080
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------
001110*   LAYOUT COMPARTILHADO DO MESTRE DE EVENTOS
001120*----------------------------------------------------------------
001130     COPY EVENTOREC.
001140
001150 77  WS-FS-CLI                PIC X(02) VALUE '00'.
001160 77  WS-FS-EVT                PIC X(02) VALUE '00'.
001170 77  WS-FS-PAR                PIC X(02) VALUE '00'.
001180 77  WS-FS-PRE                PIC X(02) VALUE '00'.
001190 77  WS-FS-REL                PIC X(02) VALUE '00'.
001200 77  WS-FS-FAL                PIC X(02) VALUE '00'.
917123 77  WS-FS-XRF                PIC X(02) VALUE '00'.
001210
001220 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001230
001240*----------------------------------------------------------------
001250*   QUANTIDADE DE EVENTOS ENCERRADOS COM FALTA A PARTIR DA QUAL O
001260*   CLIENTE E SINALIZADO NO PARTFALT.
001270*----------------------------------------------------------------
001280 77  WS-MIN-FALTAS            PIC 9(03) VALUE 2.
001290
910012*----------------------------------------------------------------
910013*   TABELAS EM MEMORIA - MESMA TECNICA DE PARTICIPA0001. O MESTRE
910014*   DE CLIENTES E INDEXADO E LIDO PELA CHAVE (3000); A DATA DE FIM
910015*   DO EVENTO FICA EM AAAAMMDD PARA A COMPARACAO COM A DATA DE
910016*   HOJE.
910017*----------------------------------------------------------------
001430
001440 01  TABELA-EVENTOS.
001450     05  EVT-TAB-ENTRADA  OCCURS 200 TIMES
001460                          INDEXED BY IX-EVENTO.
001470         10  EVT-TAB-CODIGO       PIC 9(06).
001480         10  EVT-TAB-NOME         PIC A(09).
001490         10  EVT-TAB-STATUS       PIC X(01).
001500         10  EVT-TAB-FIM          PIC 9(08).
001510 77  WS-QTD-EVENTOS           PIC 9(04) VALUE ZEROS COMP.
001520 77  WS-CNT-EVT-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001530
001540 01  TABELA-PARES.
001550     05  PAR-TAB-ENTRADA  OCCURS 500 TIMES
001560                          INDEXED BY IX-PAR.
001570         10  PAR-TAB-COD-CLIENTE  PIC 9(06).
001580         10  PAR-TAB-COD-EVENTO   PIC 9(06).
001590 77  WS-QTD-PARES             PIC 9(04) VALUE ZEROS COMP.
001600 77  WS-CNT-PAR-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001610
001620 01  TABELA-PRESENCAS.
001630     05  PRE-TAB-ENTRADA  OCCURS 1000 TIMES
001640                          INDEXED BY IX-PRE.
001650         10  PRE-TAB-COD-CLIENTE  PIC 9(06).
001660         10  PRE-TAB-COD-EVENTO   PIC 9(06).
001670 77  WS-QTD-PRESENCAS         PIC 9(04) VALUE ZEROS COMP.
001680 77  WS-CNT-PRE-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001690
001700*----------------------------------------------------------------
001710*   FALTAS ACUMULADAS POR CLIENTE NOS EVENTOS ENCERRADOS
001720*----------------------------------------------------------------
001730 01  TABELA-FALTOSOS.
001740     05  FAL-TAB-ENTRADA  OCCURS 500 TIMES
001750                          INDEXED BY IX-FAL.
001760         10  FAL-TAB-COD-CLIENTE  PIC 9(06).
001770         10  FAL-TAB-QTD          PIC 9(03).
001780 77  WS-QTD-FALTOSOS          PIC 9(04) VALUE ZEROS COMP.
001790 77  WS-CNT-FAL-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001800 77  WS-FALTOSO-ACHADO-SW     PIC X(01) VALUE 'N'.
001810         88  FALTOSO-ACHADO            VALUE 'S'.
001820         88  FALTOSO-NAO-ACHADO        VALUE 'N'.
001830
917124*----------------------------------------------------------------
917125*   CLIXREF EM MEMORIA - MESMA TECNICA DE FATURA0001: REFERENCIA
917126*   ALEM DA CAPACIDADE E PROCURADA DIRETO NO ARQUIVO (8020).
917127*   WS-COD-MESCLA ENTRA COM O CODIGO E SAI COM O SOBREVIVENTE
917128*   QUANDO A REFERENCIA E ACHADA.
917129*----------------------------------------------------------------
917130 01  TABELA-REFERENCIAS.
917131     05  XRF-TAB-ENTRADA  OCCURS 1000 TIMES
917132                          INDEXED BY IX-XRF.
917133         10  XRF-TAB-COD-ANTIGO   PIC 9(06).
917134         10  XRF-TAB-COD-NOVO     PIC 9(06).
917135 77  WS-QTD-REFERENCIAS       PIC 9(04) VALUE ZEROS COMP.
917136 77  WS-CNT-XRF-EXCEDENTES    PIC 9(05) VALUE ZEROS.
917137 77  WS-XRF-ACHADA-SW         PIC X(01) VALUE 'N'.
917138         88  REFERENCIA-ACHADA         VALUE 'S'.
917139         88  REFERENCIA-NAO-ACHADA     VALUE 'N'.
917140 77  WS-COD-MESCLA            PIC 9(06) VALUE ZEROS.
917141
001840*----------------------------------------------------------------
001850*   MONTAGEM DA DATA DE FIM DO EVENTO EM AAAAMMDD
001860*----------------------------------------------------------------
001870 01  WS-DATA-MONTADA.
001880     05  WS-MONT-ANO              PIC 9(04).
001890     05  WS-MONT-MES              PIC 9(02).
001900     05  WS-MONT-DIA              PIC 9(02).
001910 01  WS-DATA-MONTADA-NUM REDEFINES WS-DATA-MONTADA
001920                                  PIC 9(08).
001930
001940*----------------------------------------------------------------
001950*   CONTROLE DA BUSCA DE CLIENTE E DO EVENTO CORRENTE
001960*----------------------------------------------------------------
910018 77  WS-CLIENTES-ABERTO-SW    PIC X(01) VALUE 'N'.
910019         88  MESTRE-CLIENTES-ABERTO    VALUE 'S'.
910020         88  MESTRE-CLIENTES-FECHADO   VALUE 'N'.
001980 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
001990         88  CLIENTE-ACHADO            VALUE 'S'.
002000         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
002010 77  WS-NOME-CLIENTE          PIC X(10) VALUE SPACES.
002020 77  WS-COD-CLIENTE-BUSCA     PIC 9(06) VALUE ZEROS.
002030
002040 77  WS-IDX-EVT-CORRENTE      PIC 9(04) VALUE ZEROS COMP.
002050 77  WS-PRESENTE-SW           PIC X(01) VALUE 'N'.
002060         88  CLIENTE-PRESENTE          VALUE 'S'.
002070         88  CLIENTE-AUSENTE           VALUE 'N'.
002080
002090*----------------------------------------------------------------
002100*   CONTADORES POR EVENTO E DO RODAPE
002110*----------------------------------------------------------------
002120 77  WS-CNT-INSCRITOS         PIC 9(05) VALUE ZEROS.
002130 77  WS-CNT-PRESENTES         PIC 9(05) VALUE ZEROS.
002140 77  WS-TAXA-COMPARECIMENTO   PIC 9(03) VALUE ZEROS.
002150 77  WS-CNT-EVT-ENCERRADOS    PIC 9(05) VALUE ZEROS.
002160 77  WS-TOT-INSCRITOS         PIC 9(05) VALUE ZEROS.
002170 77  WS-TOT-PRESENTES         PIC 9(05) VALUE ZEROS.
002180 77  WS-TOT-FALTAS            PIC 9(05) VALUE ZEROS.
002190 77  WS-CNT-SINALIZADOS       PIC 9(05) VALUE ZEROS.
917142
917143*----------------------------------------------------------------
917144*   TABELA EXCEDIDA NA CARGA OU NA CONTAGEM: O PARTFALT DESTA
917145*   RODADA SAIRIA INCOMPLETO E NAO E REGRAVADO (4000).
917146*----------------------------------------------------------------
917147 77  WS-PARTFALT-SW           PIC X(01) VALUE 'N'.
917148         88  PARTFALT-SUSPENSO         VALUE 'S'.
917149         88  PARTFALT-LIBERADO         VALUE 'N'.
002200
002210 PROCEDURE DIVISION.
002220*================================================================
002230*   0000-MAINLINE
002240*================================================================
002250 0000-MAINLINE.
002260     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
002270
002280     PERFORM 1000-CARREGAR-TABELAS THRU 1000-EXIT
002290     PERFORM 2000-GRAVAR-RELATORIO THRU 2000-EXIT
002300     PERFORM 4000-GRAVAR-PARTFALT THRU 4000-EXIT
910021     IF MESTRE-CLIENTES-ABERTO
910022         CLOSE CLIENTES-FILE
910023     END-IF
002310     STOP RUN.
002320
002330*================================================================
002340*   1000-CARREGAR-TABELAS - CARREGA CLIENTES, EVENTOS, PARES DE
002350*   PARTICIPACAO E PRESENCAS. OS QUATRO SAO OPTIONAL: AUSENTE
002360*   VALE COMO VAZIO.
002370*================================================================
002380 1000-CARREGAR-TABELAS.
910024     MOVE ZEROS TO WS-QTD-EVENTOS WS-QTD-PARES
002400     MOVE ZEROS TO WS-QTD-PRESENCAS WS-QTD-FALTOSOS
002410
910025     PERFORM 1100-ABRIR-CLIENTES THRU 1100-EXIT
002520
002530     OPEN INPUT EVENTOS-FILE
002540     IF WS-FS-EVT = '00'
002550         PERFORM 1200-LER-EVENTO THRU 1200-EXIT
002560             UNTIL WS-FS-EVT NOT = '00'
002570         CLOSE EVENTOS-FILE
002580     ELSE
002590         IF WS-FS-EVT = '05'
002600             CLOSE EVENTOS-FILE
002610         END-IF
002620     END-IF
002630
002640     OPEN INPUT PARTICIP-FILE
002650     IF WS-FS-PAR = '00'
002660         PERFORM 1300-LER-PAR THRU 1300-EXIT
002670             UNTIL WS-FS-PAR NOT = '00'
002680         CLOSE PARTICIP-FILE
002690     ELSE
002700         IF WS-FS-PAR = '05'
002710             CLOSE PARTICIP-FILE
002720         END-IF
002730     END-IF
002740
917150     PERFORM 1500-CARREGAR-REFERENCIAS THRU 1500-EXIT
002750     OPEN INPUT PRESENCA-FILE
002760     IF WS-FS-PRE = '00'
002770         PERFORM 1400-LER-PRESENCA THRU 1400-EXIT
002780             UNTIL WS-FS-PRE NOT = '00'
002790         CLOSE PRESENCA-FILE
002800     ELSE
002810         IF WS-FS-PRE = '05'
002820             CLOSE PRESENCA-FILE
002830         END-IF
002840     END-IF.
002850 1000-EXIT.
002860     EXIT.
002870
910026 1100-ABRIR-CLIENTES.
910027     SET MESTRE-CLIENTES-FECHADO TO TRUE
910028     OPEN INPUT CLIENTES-FILE
910029     IF WS-FS-CLI = '00'
910030         SET MESTRE-CLIENTES-ABERTO TO TRUE
910031     ELSE
910032         IF WS-FS-CLI = '05'
910033             CLOSE CLIENTES-FILE
910034         END-IF
910035     END-IF.
910036 1100-EXIT.
910037     EXIT.
003010
003020 1200-LER-EVENTO.
003030     READ EVENTOS-FILE INTO EVT-REGISTRO
003040     IF WS-FS-EVT = '00'
003050         IF WS-QTD-EVENTOS < 200
003060             ADD 1 TO WS-QTD-EVENTOS
003070             MOVE EVT-CODIGO TO EVT-TAB-CODIGO (WS-QTD-EVENTOS)
003080             MOVE EVT-NOME   TO EVT-TAB-NOME   (WS-QTD-EVENTOS)
003090             MOVE EVT-STATUS TO EVT-TAB-STATUS (WS-QTD-EVENTOS)
003100             MOVE EVT-FIM-ANO TO WS-MONT-ANO
003110             MOVE EVT-FIM-MES TO WS-MONT-MES
003120             MOVE EVT-FIM-DIA TO WS-MONT-DIA
003130             MOVE WS-DATA-MONTADA-NUM
003140                 TO EVT-TAB-FIM (WS-QTD-EVENTOS)
003150         ELSE
003160             ADD 1 TO WS-CNT-EVT-EXCEDENTES
003170         END-IF
003180     END-IF.
003190 1200-EXIT.
003200     EXIT.
003210
003220 1300-LER-PAR.
003230     READ PARTICIP-FILE
003240     IF WS-FS-PAR = '00'
003250         IF WS-QTD-PARES < 500
003260             ADD 1 TO WS-QTD-PARES
003270             MOVE PART-COD-CLIENTE
003280                 TO PAR-TAB-COD-CLIENTE (WS-QTD-PARES)
003290             MOVE PART-COD-EVENTO
003300                 TO PAR-TAB-COD-EVENTO (WS-QTD-PARES)
003310         ELSE
003320             ADD 1 TO WS-CNT-PAR-EXCEDENTES
003330         END-IF
003340     END-IF.
003350 1300-EXIT.
003360     EXIT.
003370
003380 1400-LER-PRESENCA.
003390     READ PRESENCA-FILE
003400     IF WS-FS-PRE = '00'
003410         IF WS-QTD-PRESENCAS < 1000
003420             ADD 1 TO WS-QTD-PRESENCAS
917151             MOVE PRES-COD-CLIENTE TO WS-COD-CLIENTE-BUSCA
917152             PERFORM 8000-RESOLVER-MESCLA THRU 8000-EXIT
917153             MOVE WS-COD-CLIENTE-BUSCA
917154                 TO PRE-TAB-COD-CLIENTE (WS-QTD-PRESENCAS)
003450             MOVE PRES-COD-EVENTO
003460                 TO PRE-TAB-COD-EVENTO (WS-QTD-PRESENCAS)
003470         ELSE
003480             ADD 1 TO WS-CNT-PRE-EXCEDENTES
003490         END-IF
003500     END-IF.
003510 1400-EXIT.
003520     EXIT.
003530
917155*================================================================
917156*   1500-CARREGAR-REFERENCIAS - TABELA DO CLIXREF (OPTIONAL;
917157*   AUSENTE = NENHUM CLIENTE MESCLADO). CARREGADA ANTES DO
917158*   PRESENCA, QUE JA ENTRA PELO CODIGO DO SOBREVIVENTE - O MESMO
917159*   QUE MESCLA0001 DEIXOU NO PARTICIP.
917160*================================================================
917161 1500-CARREGAR-REFERENCIAS.
917162     MOVE ZEROS TO WS-QTD-REFERENCIAS WS-CNT-XRF-EXCEDENTES
917163     OPEN INPUT CLIXREF-FILE
917164     IF WS-FS-XRF = '00'
917165         PERFORM 1510-LER-REFERENCIA THRU 1510-EXIT
917166             UNTIL WS-FS-XRF NOT = '00'
917167         CLOSE CLIXREF-FILE
917168     ELSE
917169         IF WS-FS-XRF = '05'
917170             CLOSE CLIXREF-FILE
917171         END-IF
917172     END-IF.
917173 1500-EXIT.
917174     EXIT.
917175
917176 1510-LER-REFERENCIA.
917177     READ CLIXREF-FILE
917178     IF WS-FS-XRF = '00'
917179         IF WS-QTD-REFERENCIAS < 1000
917180             ADD 1 TO WS-QTD-REFERENCIAS
917181             MOVE XREF-COD-ANTIGO
917182                 TO XRF-TAB-COD-ANTIGO (WS-QTD-REFERENCIAS)
917183             MOVE XREF-COD-NOVO
917184                 TO XRF-TAB-COD-NOVO (WS-QTD-REFERENCIAS)
917185         ELSE
917186             ADD 1 TO WS-CNT-XRF-EXCEDENTES
917187         END-IF
917188     END-IF.
917189 1510-EXIT.
917190     EXIT.
917191
003540*================================================================
003550*   2000-GRAVAR-RELATORIO - UMA SECAO POR EVENTO ENCERRADO, COM
003560*   OS FALTOSOS EMBAIXO E A TAXA DE COMPARECIMENTO; DEPOIS A
003570*   SECAO DOS FALTOSOS REPETIDOS E O RODAPE DE TOTAIS.
003580*================================================================
003590 2000-GRAVAR-RELATORIO.
003600     OPEN OUTPUT RELPRES-FILE
003610
003620     MOVE SPACES TO REL-LINHA
003630     STRING 'COMPARECIMENTO AOS EVENTOS ENCERRADOS'
003640                DELIMITED BY SIZE
003650         INTO REL-LINHA
003660     END-STRING
003670     WRITE REL-LINHA
003680
003690     IF WS-QTD-EVENTOS > ZEROS
003700         PERFORM 2100-LISTAR-EVENTO THRU 2100-EXIT
003710             VARYING IX-EVENTO FROM 1 BY 1
003720             UNTIL IX-EVENTO > WS-QTD-EVENTOS
003730     END-IF
003740
003750     PERFORM 2600-LISTAR-REINCIDENTES THRU 2600-EXIT
003760     PERFORM 2900-GRAVAR-TOTAIS THRU 2900-EXIT
003770
003780     CLOSE RELPRES-FILE.
003790 2000-EXIT.
003800     EXIT.
003810
003820*================================================================
003830*   2100-LISTAR-EVENTO - SO EVENTO ATIVO JA ENCERRADO (FIM ANTES
003840*   DE HOJE) ENTRA: O EVENTO AINDA EM CURSO PODE RECEBER
003850*   PRESENCA E NAO TEM FALTOSO DEFINITIVO.
003860*================================================================
003870 2100-LISTAR-EVENTO.
003880     IF EVT-TAB-STATUS (IX-EVENTO) NOT = 'A'
003890         GO TO 2100-EXIT
003900     END-IF
003910     IF EVT-TAB-FIM (IX-EVENTO) NOT < WS-DATA-ATUAL
003920         GO TO 2100-EXIT
003930     END-IF
003940
003950     ADD 1 TO WS-CNT-EVT-ENCERRADOS
003960     SET WS-IDX-EVT-CORRENTE TO IX-EVENTO
003970     MOVE ZEROS TO WS-CNT-INSCRITOS WS-CNT-PRESENTES
003980
003990     MOVE SPACES TO REL-LINHA
004000     WRITE REL-LINHA
004010
004020     MOVE SPACES TO REL-LINHA
004030     STRING 'EVENTO ' DELIMITED BY SIZE
004040            EVT-TAB-CODIGO (IX-EVENTO) DELIMITED BY SIZE
004050            '  '       DELIMITED BY SIZE
004060            EVT-TAB-NOME (IX-EVENTO)   DELIMITED BY SIZE
004070            '  ENCERRADO EM ' DELIMITED BY SIZE
004080            EVT-TAB-FIM (IX-EVENTO)    DELIMITED BY SIZE
004090         INTO REL-LINHA
004100     END-STRING
004110     WRITE REL-LINHA
004120
004130     IF WS-QTD-PARES > ZEROS
004140         PERFORM 2200-CONFERIR-INSCRITO THRU 2200-EXIT
004150             VARYING IX-PAR FROM 1 BY 1
004160             UNTIL IX-PAR > WS-QTD-PARES
004170     END-IF
004180
004190     IF WS-CNT-INSCRITOS = ZEROS
004200         MOVE SPACES TO REL-LINHA
004210         STRING '  (SEM INSCRITOS)' DELIMITED BY SIZE
004220             INTO REL-LINHA
004230         END-STRING
004240         WRITE REL-LINHA
004250         GO TO 2100-EXIT
004260     END-IF
004270
004280     IF WS-CNT-PRESENTES = WS-CNT-INSCRITOS
004290         MOVE SPACES TO REL-LINHA
004300         STRING '  (SEM FALTOSOS)' DELIMITED BY SIZE
004310             INTO REL-LINHA
004320         END-STRING
004330         WRITE REL-LINHA
004340     END-IF
004350
004360     COMPUTE WS-TAXA-COMPARECIMENTO ROUNDED =
004370         WS-CNT-PRESENTES * 100 / WS-CNT-INSCRITOS
004380
004390     MOVE SPACES TO REL-LINHA
004400     STRING '  INSCRITOS: '         DELIMITED BY SIZE
004410            WS-CNT-INSCRITOS        DELIMITED BY SIZE
004420            '  PRESENTES: '         DELIMITED BY SIZE
004430            WS-CNT-PRESENTES        DELIMITED BY SIZE
004440            '  TAXA: '              DELIMITED BY SIZE
004450            WS-TAXA-COMPARECIMENTO  DELIMITED BY SIZE
004460            '%'                     DELIMITED BY SIZE
004470         INTO REL-LINHA
004480     END-STRING
004490     WRITE REL-LINHA.
004500 2100-EXIT.
004510     EXIT.
004520
004530*================================================================
004540*   2200-CONFERIR-INSCRITO - PAR DO EVENTO CORRENTE: COM ALGUMA
004550*   PRESENCA CONTA COMO PRESENTE; SEM NENHUMA, SAI NA LISTA DE
004560*   FALTOSOS E SOMA UMA FALTA PARA O CLIENTE.
004570*================================================================
004580 2200-CONFERIR-INSCRITO.
004590     IF PAR-TAB-COD-EVENTO (IX-PAR) NOT =
004600             EVT-TAB-CODIGO (WS-IDX-EVT-CORRENTE)
004610         GO TO 2200-EXIT
004620     END-IF
004630
004640     ADD 1 TO WS-CNT-INSCRITOS
004650     ADD 1 TO WS-TOT-INSCRITOS
004660
004670     SET CLIENTE-AUSENTE TO TRUE
004680     IF WS-QTD-PRESENCAS > ZEROS
004690         PERFORM 2300-COMPARAR-PRESENCA THRU 2300-EXIT
004700             VARYING IX-PRE FROM 1 BY 1
004710             UNTIL IX-PRE > WS-QTD-PRESENCAS
004720                 OR CLIENTE-PRESENTE
004730     END-IF
004740
004750     IF CLIENTE-PRESENTE
004760         ADD 1 TO WS-CNT-PRESENTES
004770         ADD 1 TO WS-TOT-PRESENTES
004780         GO TO 2200-EXIT
004790     END-IF
004800
004810     ADD 1 TO WS-TOT-FALTAS
004820     MOVE PAR-TAB-COD-CLIENTE (IX-PAR) TO WS-COD-CLIENTE-BUSCA
004830     PERFORM 3000-LOCALIZAR-CLIENTE THRU 3000-EXIT
004840     MOVE SPACES TO REL-LINHA
004850     STRING '  FALTOU  '           DELIMITED BY SIZE
004860            WS-COD-CLIENTE-BUSCA   DELIMITED BY SIZE
004870            '  '                   DELIMITED BY SIZE
004880            WS-NOME-CLIENTE        DELIMITED BY SIZE
004890         INTO REL-LINHA
004900     END-STRING
004910     WRITE REL-LINHA
004920
004930     PERFORM 2400-SOMAR-FALTA THRU 2400-EXIT.
004940 2200-EXIT.
004950     EXIT.
004960
004970 2300-COMPARAR-PRESENCA.
004980     IF PRE-TAB-COD-CLIENTE (IX-PRE) =
004985             PAR-TAB-COD-CLIENTE (IX-PAR)
004990         AND PRE-TAB-COD-EVENTO (IX-PRE) =
005000             PAR-TAB-COD-EVENTO (IX-PAR)
005010         SET CLIENTE-PRESENTE TO TRUE
005020     END-IF.
005030 2300-EXIT.
005040     EXIT.
005050
005060*================================================================
005070*   2400-SOMAR-FALTA - ACUMULA A FALTA NA TABELA DE FALTOSOS
005080*   (CLIENTE NOVO ENTRA COM 1). SEM ESPACO, O CLIENTE SO E
005090*   CONTADO NO RODAPE.
005100*================================================================
005110 2400-SOMAR-FALTA.
005120     SET FALTOSO-NAO-ACHADO TO TRUE
005130     IF WS-QTD-FALTOSOS > ZEROS
005140         PERFORM 2410-COMPARAR-FALTOSO THRU 2410-EXIT
005150             VARYING IX-FAL FROM 1 BY 1
005160             UNTIL IX-FAL > WS-QTD-FALTOSOS OR FALTOSO-ACHADO
005170     END-IF
005180
005190     IF FALTOSO-ACHADO
005200         GO TO 2400-EXIT
005210     END-IF
005220
005230     IF WS-QTD-FALTOSOS NOT < 500
005240         ADD 1 TO WS-CNT-FAL-EXCEDENTES
005250         GO TO 2400-EXIT
005260     END-IF
005270
005280     ADD 1 TO WS-QTD-FALTOSOS
005290     MOVE WS-COD-CLIENTE-BUSCA
005300         TO FAL-TAB-COD-CLIENTE (WS-QTD-FALTOSOS)
005310     MOVE 1 TO FAL-TAB-QTD (WS-QTD-FALTOSOS).
005320 2400-EXIT.
005330     EXIT.
005340
005350 2410-COMPARAR-FALTOSO.
005360     IF FAL-TAB-COD-CLIENTE (IX-FAL) = WS-COD-CLIENTE-BUSCA
005370         SET FALTOSO-ACHADO TO TRUE
005380         ADD 1 TO FAL-TAB-QTD (IX-FAL)
005390     END-IF.
005400 2410-EXIT.
005410     EXIT.
005420
005430*================================================================
005440*   2600-LISTAR-REINCIDENTES - CLIENTES QUE FALTARAM EM
005450*   WS-MIN-FALTAS OU MAIS EVENTOS ENCERRADOS. SAO ESTES QUE VAO
005460*   PARA O PARTFALT.
005470*================================================================
005480 2600-LISTAR-REINCIDENTES.
005490     MOVE SPACES TO REL-LINHA
005500     WRITE REL-LINHA
005510
005520     MOVE SPACES TO REL-LINHA
005530     STRING 'CLIENTES COM FALTAS REPETIDAS (MINIMO '
005540                DELIMITED BY SIZE
005550            WS-MIN-FALTAS   DELIMITED BY SIZE
005560            '):'            DELIMITED BY SIZE
005570         INTO REL-LINHA
005580     END-STRING
005590     WRITE REL-LINHA
005600
005610     MOVE ZEROS TO WS-CNT-SINALIZADOS
005620     IF WS-QTD-FALTOSOS > ZEROS
005630         PERFORM 2610-LISTAR-UM-REINCIDENTE THRU 2610-EXIT
005640             VARYING IX-FAL FROM 1 BY 1
005650             UNTIL IX-FAL > WS-QTD-FALTOSOS
005660     END-IF
005670
005680     IF WS-CNT-SINALIZADOS = ZEROS
005690         MOVE SPACES TO REL-LINHA
005700         STRING '  (NENHUM)' DELIMITED BY SIZE
005710             INTO REL-LINHA
005720         END-STRING
005730         WRITE REL-LINHA
005740     END-IF.
005750 2600-EXIT.
005760     EXIT.
005770
005780 2610-LISTAR-UM-REINCIDENTE.
005790     IF FAL-TAB-QTD (IX-FAL) < WS-MIN-FALTAS
005800         GO TO 2610-EXIT
005810     END-IF
005820
005830     ADD 1 TO WS-CNT-SINALIZADOS
005840     MOVE FAL-TAB-COD-CLIENTE (IX-FAL) TO WS-COD-CLIENTE-BUSCA
005850     PERFORM 3000-LOCALIZAR-CLIENTE THRU 3000-EXIT
005860     MOVE SPACES TO REL-LINHA
005870     STRING '  '                   DELIMITED BY SIZE
005880            WS-COD-CLIENTE-BUSCA   DELIMITED BY SIZE
005890            '  '                   DELIMITED BY SIZE
005900            WS-NOME-CLIENTE        DELIMITED BY SIZE
005910            '  FALTAS: '           DELIMITED BY SIZE
005920            FAL-TAB-QTD (IX-FAL)   DELIMITED BY SIZE
005930         INTO REL-LINHA
005940     END-STRING
005950     WRITE REL-LINHA.
005960 2610-EXIT.
005970     EXIT.
005980
005990*================================================================
006000*   2900-GRAVAR-TOTAIS
006010*================================================================
006020 2900-GRAVAR-TOTAIS.
006030     MOVE SPACES TO REL-LINHA
006040     WRITE REL-LINHA
006050
006060     MOVE SPACES TO REL-LINHA
006070     STRING 'EVENTOS ENCERRADOS: ' DELIMITED BY SIZE
006080            WS-CNT-EVT-ENCERRADOS DELIMITED BY SIZE
006090         INTO REL-LINHA
006100     END-STRING
006110     WRITE REL-LINHA
006120
006130     MOVE SPACES TO REL-LINHA
006140     STRING 'INSCRICOES .......: ' DELIMITED BY SIZE
006150            WS-TOT-INSCRITOS      DELIMITED BY SIZE
006160         INTO REL-LINHA
006170     END-STRING
006180     WRITE REL-LINHA
006190
006200     MOVE SPACES TO REL-LINHA
006210     STRING 'PRESENTES ........: ' DELIMITED BY SIZE
006220            WS-TOT-PRESENTES      DELIMITED BY SIZE
006230         INTO REL-LINHA
006240     END-STRING
006250     WRITE REL-LINHA
006260
006270     MOVE SPACES TO REL-LINHA
006280     STRING 'FALTAS ...........: ' DELIMITED BY SIZE
006290            WS-TOT-FALTAS         DELIMITED BY SIZE
006300         INTO REL-LINHA
006310     END-STRING
006320     WRITE REL-LINHA
006330
006340     MOVE SPACES TO REL-LINHA
006350     STRING 'SINALIZADOS ......: ' DELIMITED BY SIZE
006360            WS-CNT-SINALIZADOS    DELIMITED BY SIZE
006370         INTO REL-LINHA
006380     END-STRING
006390     WRITE REL-LINHA
006400
006410     IF WS-CNT-EVT-EXCEDENTES > ZEROS
006420         MOVE SPACES TO REL-LINHA
006430         STRING 'EVENTOS ALEM DA TABELA: ' DELIMITED BY SIZE
006440                WS-CNT-EVT-EXCEDENTES    DELIMITED BY SIZE
006450             INTO REL-LINHA
006460         END-STRING
006470         WRITE REL-LINHA
006480     END-IF
006490
006500     IF WS-CNT-PAR-EXCEDENTES > ZEROS
006510         MOVE SPACES TO REL-LINHA
006520         STRING 'PARES ALEM DA TABELA: ' DELIMITED BY SIZE
006530                WS-CNT-PAR-EXCEDENTES  DELIMITED BY SIZE
006540             INTO REL-LINHA
006550         END-STRING
006560         WRITE REL-LINHA
006570     END-IF
006580
006590     IF WS-CNT-PRE-EXCEDENTES > ZEROS
006600         MOVE SPACES TO REL-LINHA
006610         STRING 'PRESENCAS ALEM DA TABELA: ' DELIMITED BY SIZE
006620                WS-CNT-PRE-EXCEDENTES      DELIMITED BY SIZE
006630             INTO REL-LINHA
006640         END-STRING
006650         WRITE REL-LINHA
006660     END-IF
006670
006680     IF WS-CNT-FAL-EXCEDENTES > ZEROS
006690         MOVE SPACES TO REL-LINHA
006700         STRING 'FALTOSOS ALEM DA TABELA: ' DELIMITED BY SIZE
006710                WS-CNT-FAL-EXCEDENTES     DELIMITED BY SIZE
006720             INTO REL-LINHA
006730         END-STRING
006740         WRITE REL-LINHA
917192     END-IF
917193
917194     IF WS-CNT-EVT-EXCEDENTES > ZEROS
917195        OR WS-CNT-PAR-EXCEDENTES > ZEROS
917196        OR WS-CNT-PRE-EXCEDENTES > ZEROS
917197        OR WS-CNT-FAL-EXCEDENTES > ZEROS
917198         SET PARTFALT-SUSPENSO TO TRUE
917199         MOVE SPACES TO REL-LINHA
917200         STRING 'PARTFALT NAO REGRAVADO: TABELA EXCEDIDA'
917201                    DELIMITED BY SIZE
917202             INTO REL-LINHA
917203         END-STRING
917204         WRITE REL-LINHA
917205     END-IF.
006850 2900-EXIT.
006860     EXIT.
006870
910039*================================================================
910040*   3000-LOCALIZAR-CLIENTE - LEITURA PELA CHAVE NO MESTRE DE
910041*   CLIENTES INDEXADO, COMO EM PARTICIPA0001; SEM CORRESPONDENCIA
910042*   (OU MESTRE AUSENTE), SAI 'NAO ENCONT'.
910043*================================================================
910044 3000-LOCALIZAR-CLIENTE.
910045     SET CLIENTE-NAO-ACHADO TO TRUE
910046     MOVE SPACES TO WS-NOME-CLIENTE
910047     IF MESTRE-CLIENTES-ABERTO
910048         MOVE WS-COD-CLIENTE-BUSCA TO CLI-CODIGO
910049         READ CLIENTES-FILE
910050             INVALID KEY
910051                 CONTINUE
910052             NOT INVALID KEY
910053                 SET CLIENTE-ACHADO TO TRUE
910054                 MOVE CLI-NOME TO WS-NOME-CLIENTE
910055         END-READ
910056     END-IF
910057
910058     IF CLIENTE-NAO-ACHADO
910059         MOVE 'NAO ENCONT' TO WS-NOME-CLIENTE
910060     END-IF.
910061 3000-EXIT.
910062     EXIT.
007490
007500*================================================================
917206*   4000-GRAVAR-PARTFALT - REGRAVA A SINALIZACAO SO COM OS
917207*   REINCIDENTES DESTA RODADA: CLIENTE QUE DEIXOU DE SER
917208*   REINCIDENTE (PAR APAGADO DO PARTICIP) SAI DO ARQUIVO. COM
917209*   TABELA EXCEDIDA (2900) AS FALTAS ESTAO INCOMPLETAS: O ARQUIVO
917210*   ANTERIOR FICA COMO ESTA E O PROGRAMA DEVOLVE RETURN-CODE 4.
007540*================================================================
007550 4000-GRAVAR-PARTFALT.
917211     IF PARTFALT-SUSPENSO
917212         MOVE 4 TO RETURN-CODE
917213         GO TO 4000-EXIT
917214     END-IF
007560     OPEN OUTPUT PARTFALT-FILE
007570     IF WS-QTD-FALTOSOS > ZEROS
007580         PERFORM 4100-GRAVAR-UM-FALTOSO THRU 4100-EXIT
007590             VARYING IX-FAL FROM 1 BY 1
007600             UNTIL IX-FAL > WS-QTD-FALTOSOS
007610     END-IF
007620     CLOSE PARTFALT-FILE.
007630 4000-EXIT.
007640     EXIT.
007650
007660 4100-GRAVAR-UM-FALTOSO.
007670     IF FAL-TAB-QTD (IX-FAL) NOT < WS-MIN-FALTAS
007680         MOVE SPACES TO PARTFALT-REGISTRO
007690         MOVE FAL-TAB-COD-CLIENTE (IX-FAL) TO FALT-COD-CLIENTE
007700         MOVE FAL-TAB-QTD (IX-FAL)         TO FALT-QTD-FALTAS
007710         MOVE WS-DATA-ATUAL                TO FALT-DATA-CALCULO
007720         WRITE PARTFALT-REGISTRO
007730     END-IF.
007740 4100-EXIT.
007750     EXIT.
007760
917215*================================================================
917216*   8000-RESOLVER-MESCLA - MESMA RESOLUCAO DE FATURA0001: O
917217*   CODIGO EM WS-COD-CLIENTE-BUSCA, QUANDO E DE CLIENTE MESCLADO,
917218*   E TROCADO PELO SOBREVIVENTE DO CLIXREF - TABELA PRIMEIRO E,
917219*   QUANDO A REFERENCIA EXCEDEU A TABELA, BUSCA DIRETA NO ARQUIVO.
917220*================================================================
917221 8000-RESOLVER-MESCLA.
917222     MOVE WS-COD-CLIENTE-BUSCA TO WS-COD-MESCLA
917223     SET REFERENCIA-NAO-ACHADA TO TRUE
917224     IF WS-QTD-REFERENCIAS > ZEROS
917225         PERFORM 8010-COMPARAR-REFERENCIA THRU 8010-EXIT
917226             VARYING IX-XRF FROM 1 BY 1
917227             UNTIL IX-XRF > WS-QTD-REFERENCIAS
917228                OR REFERENCIA-ACHADA
917229     END-IF
917230     IF REFERENCIA-NAO-ACHADA AND WS-CNT-XRF-EXCEDENTES > ZEROS
917231         PERFORM 8020-BUSCAR-MESCLA-ARQUIVO THRU 8020-EXIT
917232     END-IF
917233     IF REFERENCIA-ACHADA
917234         MOVE WS-COD-MESCLA TO WS-COD-CLIENTE-BUSCA
917235     END-IF.
917236 8000-EXIT.
917237     EXIT.
917238
917239 8010-COMPARAR-REFERENCIA.
917240     IF XRF-TAB-COD-ANTIGO (IX-XRF) = WS-COD-MESCLA
917241         SET REFERENCIA-ACHADA TO TRUE
917242         MOVE XRF-TAB-COD-NOVO (IX-XRF) TO WS-COD-MESCLA
917243     END-IF.
917244 8010-EXIT.
917245     EXIT.
917246
917247 8020-BUSCAR-MESCLA-ARQUIVO.
917248     OPEN INPUT CLIXREF-FILE
917249     IF WS-FS-XRF = '00'
917250         PERFORM 8030-LER-MESCLA-BUSCA THRU 8030-EXIT
917251             UNTIL WS-FS-XRF NOT = '00' OR REFERENCIA-ACHADA
917252         CLOSE CLIXREF-FILE
917253     ELSE
917254         IF WS-FS-XRF = '05'
917255             CLOSE CLIXREF-FILE
917256         END-IF
917257     END-IF.
917258 8020-EXIT.
917259     EXIT.
917260
917261 8030-LER-MESCLA-BUSCA.
917262     READ CLIXREF-FILE
917263     IF WS-FS-XRF = '00'
917264         IF XREF-COD-ANTIGO = WS-COD-MESCLA
917265             SET REFERENCIA-ACHADA TO TRUE
917266             MOVE XREF-COD-NOVO TO WS-COD-MESCLA
917267         END-IF
917268     END-IF.
917269 8030-EXIT.
917270     EXIT.
917271
007770 END PROGRAM PRESENCA0002.
