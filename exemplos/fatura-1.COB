000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FATURA0001.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-09-30.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-30  MCR    CRIACAO DO PROGRAMA.
909000*   2026-10-13  MCR    CLIENTE MESCLADO POR MESCLA0001: O CODIGO
909001*                      DO RAZAO FATHIST E DO PARTHIST E LEVADO AO
909002*                      SOBREVIVENTE PELA REFERENCIA CRUZADA
909003*                      CLIXREF (8000), PARA QUE A INSCRICAO
909004*                      REMAPEADA NO PARTICIP NAO SEJA COBRADA DE
909005*                      NOVO. O REGISTRO DE MESCLA NO PARTHIST
909006*                      (PARTH-ORIGEM = 'M') NAO E CANCELAMENTO E
909007*                      NAO GERA CREDITO.
917300*   2026-10-15  MCR    FATHIST MAIOR QUE A TABELA NAO RECUSA MAIS
917301*                      A RODADA: A TABELA FICA COMO CACHE DOS
917302*                      PRIMEIROS PARES E O PAR QUE NAO COUBE E
917303*                      SOMADO DIRETO NO ARQUIVO (6200), NA ENTRADA
917304*                      DE TRABALHO 1001, COMO O TRANSHST EM
917305*                      CONDICIONAL0001. A SOMA DO LANCAMENTO FICOU
917306*                      EM 6300, USADA NA CARGA E NA BUSCA. O
917307*                      RODAPE AVISA A BUSCA DIRETA.
000210*================================================================
000220*   FUNCAO......... FATURAMENTO DAS TAXAS DE PARTICIPACAO EM
000230*                    EVENTOS. PERCORRE O PARTICIP E, PARA CADA
000240*                    INSCRICAO EM EVENTO ATIVO QUE ACONTECE NA
000250*                    COMPETENCIA DE PROCESSAMENTO (PARMCARD, OU O
000260*                    MES DE HOJE) E TEM TAXA E CATEGORIA DE
000270*                    COBRANCA NO MESTRE (EVT-TAXA/EVT-CATEG-
000280*                    COBRANCA), GRAVA EM EXTEND UMA TRANSACAO NO
000290*                    TRANSVLR (CLIENTE, TAXA, DATA DE COBRANCA E
000300*                    CATEGORIA), CARIMBADA COM A IDENTIDADE DE
000310*                    EXTRACAO DO CARTAO, PARA CONDICIONAL0001
000320*                    ABSORVER NA RODADA DESSA MESMA EXTRACAO. O
000330*                    RAZAO FATHIST (UM LANCAMENTO POR DEBITO OU
000340*                    CREDITO) GARANTE QUE UMA INSCRICAO NUNCA E
000350*                    COBRADA DUAS VEZES. DEPOIS, CADA CANCELAMENTO
000360*                    NO PARTHIST (DESASSOCIACAO EM PARTICIPA0002
000370*                    OU CASCATA DE INATIVACAO EM EVENTOS0001) DE
000380*                    UMA INSCRICAO COBRADA, FEITO ANTES DO INICIO
000390*                    DO EVENTO, GERA UM CREDITO (TRANS-TIPO = 'C')
000400*                    DO MESMO VALOR. TUDO SAI LISTADO NO RELFAT.
000410*                    CARTAO SEM IDENTIDADE, OU COM IDENTIDADE JA
000420*                    ABSORVIDA NO ACUMVLR (ACUMIDS), E RECUSADO
000430*                    SEM GRAVAR NADA.
000440*================================================================
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL PARM-CARTAO-FILE ASSIGN TO "PARMCARD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-PARM.
000520
000530     SELECT OPTIONAL EVENTOS-FILE ASSIGN TO "EVENTOS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-EVT.
000560
000570     SELECT OPTIONAL PARTICIP-FILE ASSIGN TO "PARTICIP"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-PAR.
000600
000610     SELECT OPTIONAL PARTHIST-FILE ASSIGN TO "PARTHIST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-PARH.
000640
000650     SELECT OPTIONAL FATHIST-FILE ASSIGN TO "FATHIST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-FATH.
000680
000690     SELECT OPTIONAL ACUMIDS-FILE ASSIGN TO "ACUMIDS"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-IDS.
000720
000730     SELECT OPTIONAL TRANSVLR-FILE ASSIGN TO "TRANSVLR"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-TRANS.
000760
000770     SELECT RELFAT-FILE ASSIGN TO "RELFAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-REL.
909008
909009     SELECT OPTIONAL CLIXREF-FILE ASSIGN TO "CLIXREF"
909010         ORGANIZATION IS LINE SEQUENTIAL
909011         FILE STATUS IS WS-FS-XRF.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PARM-CARTAO-FILE.
000840 01  PARM-CARTAO-LINHA            PIC X(80).
000850
000860 FD  EVENTOS-FILE.
000870 01  EVT-LINHA                    PIC X(80).
000880
000890 FD  PARTICIP-FILE.
000900 01  PARTICIP-REGISTRO.
000910     10  PART-COD-CLIENTE         PIC 9(06).
000920     10  PART-COD-EVENTO          PIC 9(06).
000930     10  FILLER                   PIC X(68).
000940
000950*----------------------------------------------------------------
000960*   MESMO LAYOUT GRAVADO POR EVENTOS0001 E PARTICIPA0002 - UM
000970*   REGISTRO POR PAR QUE SAIU DO PARTICIP, COM A DATA AAAAMMDD.
000980*----------------------------------------------------------------
000990 FD  PARTHIST-FILE.
001000 01  PARTH-REGISTRO.
001010     10  PARTH-COD-CLIENTE        PIC 9(06).
001020     10  PARTH-COD-EVENTO         PIC 9(06).
001030     10  PARTH-DATA               PIC 9(08).
001040     10  PARTH-HORA               PIC 9(08).
909012*   ORIGEM 'M' = PAR TOCADO POR MESCLA0001, NAO CANCELAMENTO.
909013     10  PARTH-ORIGEM             PIC X(01).
909014         88  PARTH-ORIGEM-MESCLA       VALUE 'M'.
909015     10  FILLER                   PIC X(51).
001060
001070*----------------------------------------------------------------
001080*   RAZAO DO FATURAMENTO - UM LANCAMENTO POR DEBITO ('D') OU
001090*   CREDITO ('C') GRAVADO NO TRANSVLR, SEMPRE EM EXTEND. O SALDO
001100*   DE UM PAR CLIENTE/EVENTO (DEBITOS MENOS CREDITOS) MAIOR QUE
001110*   ZERO QUER DIZER INSCRICAO JA COBRADA E NAO ESTORNADA.
001120*----------------------------------------------------------------
001130 FD  FATHIST-FILE.
001140 01  FATH-REGISTRO.
001150     10  FATH-COD-CLIENTE         PIC 9(06).
001160     10  FATH-COD-EVENTO          PIC 9(06).
001170     10  FATH-TIPO                PIC X(01).
001180         88  FATH-DEBITO               VALUE 'D'.
001190         88  FATH-CREDITO              VALUE 'C'.
001200     10  FATH-VALOR               PIC 9(05).
001210     10  FATH-CATEGORIA           PIC X(03).
001220     10  FATH-DATA                PIC 9(08).
001230     10  FATH-COMPETENCIA         PIC 9(06).
001240     10  FATH-DATA-EXTRATO        PIC 9(08).
001250     10  FATH-SEQ-EXTRATO         PIC 9(04).
001260     10  FILLER                   PIC X(33).
001270
001280*----------------------------------------------------------------
001290*   MESMO LAYOUT DO ACUMIDS DE CONDICIONAL0001
001300*----------------------------------------------------------------
001310 FD  ACUMIDS-FILE.
001320 01  IDS-REGISTRO.
001330     10  IDS-DATA-EXTRATO         PIC X(08).
001340     10  IDS-SEQ-EXTRATO          PIC X(04).
001350     10  FILLER                   PIC X(68).
001360
001370*----------------------------------------------------------------
001380*   MESMO LAYOUT DO TRANSVLR DE CONDICIONAL0001
001390*----------------------------------------------------------------
001400 FD  TRANSVLR-FILE.
001410 01  TRANS-REGISTRO.
001420     10  TRANS-CHAVE              PIC 9(06).
001430     10  TRANS-VALOR              PIC X(05).
001440     10  TRANS-DATA.
001450         15  TRANS-DIA                PIC 9(02).
001460         15  TRANS-MES                PIC 9(02).
001470         15  TRANS-ANO                PIC 9(04).
001480     10  TRANS-CATEGORIA          PIC X(03).
001490     10  TRANS-TIPO               PIC X(01).
001500     10  TRANS-ID-EXTRATO.
001510         15  TRANS-DATA-EXTRATO       PIC X(08).
001520         15  TRANS-SEQ-EXTRATO        PIC X(04).
001530     10  TRANS-COD-EVENTO         PIC X(06).
001540     10  FILLER                   PIC X(39).
001550
001560 FD  RELFAT-FILE.
001570 01  REL-LINHA                    PIC X(80).
909016
909017*----------------------------------------------------------------
909018*   REFERENCIA CRUZADA DE CLIENTES MESCLADOS GRAVADA POR
909019*   MESCLA0001 - CODIGO ANTIGO E O ULTIMO SOBREVIVENTE.
909020*----------------------------------------------------------------
909021 FD  CLIXREF-FILE.
909022 01  XREF-REGISTRO.
909023     10  XREF-COD-ANTIGO          PIC 9(06).
909024     10  XREF-COD-NOVO            PIC 9(06).
909025     10  FILLER                   PIC X(68).
001580
001590 WORKING-STORAGE SECTION.
001600*----------------------------------------------------------------
001610*   CARTAO DE PARAMETROS E LAYOUT DO MESTRE DE EVENTOS
001620*----------------------------------------------------------------
001630     COPY PARMCARD.
001640     COPY EVENTOREC.
001650
001660 77  WS-FS-PARM               PIC X(02) VALUE '00'.
001670 77  WS-FS-EVT                PIC X(02) VALUE '00'.
001680 77  WS-FS-PAR                PIC X(02) VALUE '00'.
001690 77  WS-FS-PARH               PIC X(02) VALUE '00'.
001700 77  WS-FS-FATH               PIC X(02) VALUE '00'.
001710 77  WS-FS-IDS                PIC X(02) VALUE '00'.
001720 77  WS-FS-TRANS              PIC X(02) VALUE '00'.
001730 77  WS-FS-REL                PIC X(02) VALUE '00'.
909026 77  WS-FS-XRF                PIC X(02) VALUE '00'.
001740
001750 01  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001760 01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
001770     05  WS-ATUAL-ANO             PIC 9(04).
001780     05  WS-ATUAL-MES             PIC 9(02).
001790     05  WS-ATUAL-DIA             PIC 9(02).
001800
001810*----------------------------------------------------------------
001820*   COMPETENCIA DE PROCESSAMENTO AAAAMM - DO CARTAO, OU O MES DE
001830*   HOJE QUANDO O CARTAO NAO TRAZ PERIODO.
001840*----------------------------------------------------------------
001850 01  WS-COMP-PROC.
001860     05  WS-COMP-ANO              PIC 9(04) VALUE ZEROS.
001870     05  WS-COMP-MES              PIC 9(02) VALUE ZEROS.
001880 01  WS-COMP-PROC-NUM REDEFINES WS-COMP-PROC
001890                                  PIC 9(06).
001900
001910 77  WS-IDENT-ABSORVIDA-SW    PIC X(01) VALUE 'N'.
001920         88  IDENTIDADE-ABSORVIDA      VALUE 'S'.
001930         88  IDENTIDADE-LIVRE          VALUE 'N'.
001940 77  WS-EOF-IDS-SW            PIC X(01) VALUE 'N'.
001950         88  FIM-IDENTIDADES           VALUE 'S'.
001960
001970*----------------------------------------------------------------
001980*   MESTRE DE EVENTOS EM MEMORIA - SO CACHE (MESMA TECNICA DE
001990*   PRESENCA0002 PARA CLIENTES): CODIGO FORA DELE E PROCURADO
002000*   DIRETO NO ARQUIVO. DATAS EM AAAAMMDD E TAXA NAO NUMERICA
002010*   VALENDO ZEROS.
002020*----------------------------------------------------------------
002030 01  TABELA-EVENTOS.
002040     05  EVT-TAB-ENTRADA  OCCURS 200 TIMES
002050                          INDEXED BY IX-EVENTO.
002060         10  EVT-TAB-CODIGO       PIC 9(06).
002070         10  EVT-TAB-STATUS       PIC X(01).
002080         10  EVT-TAB-INI          PIC 9(08).
002090         10  EVT-TAB-FIM          PIC 9(08).
002100         10  EVT-TAB-TAXA         PIC 9(05).
002110         10  EVT-TAB-CATEG        PIC X(03).
002120 77  WS-QTD-EVENTOS           PIC 9(04) VALUE ZEROS COMP.
002130 77  WS-CNT-EVT-EXCEDENTES    PIC 9(05) VALUE ZEROS.
002140
002150*----------------------------------------------------------------
002160*   PARES DO PARTICIP VISTOS NA PASSADA DE FATURAMENTO - USADOS
002170*   NA PASSADA DE CREDITOS PARA SABER SE O PAR DO PARTHIST
002180*   CONTINUA INSCRITO. PARTICIP MAIOR QUE A TABELA SUSPENDE OS
002190*   CREDITOS (UM INSCRITO PODERIA SER CREDITADO POR ENGANO).
002200*----------------------------------------------------------------
002210 01  TABELA-PARES.
002220     05  PAR-TAB-ENTRADA  OCCURS 500 TIMES
002230                          INDEXED BY IX-PAR.
002240         10  PAR-TAB-COD-CLIENTE  PIC 9(06).
002250         10  PAR-TAB-COD-EVENTO   PIC 9(06).
002260 77  WS-QTD-PARES             PIC 9(04) VALUE ZEROS COMP.
002270 77  WS-PARTICIP-EXCEDIDO-SW  PIC X(01) VALUE 'N'.
002280         88  PARTICIP-EXCEDIDO         VALUE 'S'.
002290 77  WS-INSCRITO-SW           PIC X(01) VALUE 'N'.
002300         88  PAR-INSCRITO              VALUE 'S'.
002310         88  PAR-NAO-INSCRITO          VALUE 'N'.
002320
002330*----------------------------------------------------------------
002340*   RAZAO EM MEMORIA - UMA ENTRADA POR PAR CLIENTE/EVENTO COM O
002350*   SALDO DE COBRANCAS E O ULTIMO DEBITO (VALOR, CATEGORIA E
917308*   DATA). FATHIST MAIOR QUE A TABELA: OS PARES QUE NAO COUBERAM
917309*   NA CARGA SAO SOMADOS DIRETO NO ARQUIVO QUANDO PROCURADOS
917310*   (6200), NA ENTRADA 1001, QUE E SO DE TRABALHO.
002380*----------------------------------------------------------------
002390 01  TABELA-LANCAMENTOS.
917311     05  FAT-TAB-ENTRADA  OCCURS 1001 TIMES
002410                          INDEXED BY IX-FAT.
002420         10  FAT-TAB-COD-CLIENTE  PIC 9(06).
002430         10  FAT-TAB-COD-EVENTO   PIC 9(06).
002440         10  FAT-TAB-SALDO        PIC S9(03).
002450         10  FAT-TAB-VALOR        PIC 9(05).
002460         10  FAT-TAB-CATEGORIA    PIC X(03).
002470         10  FAT-TAB-DATA         PIC 9(08).
002480 77  WS-QTD-LANCAMENTOS       PIC 9(04) VALUE ZEROS COMP.
002490 77  WS-RAZAO-EXCEDIDO-SW     PIC X(01) VALUE 'N'.
002500         88  RAZAO-EXCEDIDO            VALUE 'S'.
917312 77  WS-CNT-FAT-EXCEDENTES    PIC 9(05) VALUE ZEROS.
917313 77  WS-COD-CLIENTE-PAR       PIC 9(06) VALUE ZEROS.
002510 77  WS-IDX-FAT-ACHADO        PIC 9(04) VALUE ZEROS COMP.
002520 77  WS-FAT-ACHADO-SW         PIC X(01) VALUE 'N'.
002530         88  LANCAMENTO-ACHADO         VALUE 'S'.
002540         88  LANCAMENTO-NAO-ACHADO     VALUE 'N'.
002550
002560*----------------------------------------------------------------
002570*   BUSCA DO PAR E DO EVENTO CORRENTES
002580*----------------------------------------------------------------
002590 77  WS-COD-CLIENTE-BUSCA     PIC 9(06) VALUE ZEROS.
002600 77  WS-COD-EVENTO-BUSCA      PIC 9(06) VALUE ZEROS.
002610 77  WS-EVENTO-ACHADO-SW      PIC X(01) VALUE 'N'.
002620         88  EVENTO-ACHADO             VALUE 'S'.
002630         88  EVENTO-NAO-ACHADO         VALUE 'N'.
002640 77  WS-EVT-STATUS            PIC X(01) VALUE SPACES.
002650 77  WS-EVT-INI               PIC 9(08) VALUE ZEROS.
002660 77  WS-EVT-FIM               PIC 9(08) VALUE ZEROS.
002670 77  WS-EVT-TAXA              PIC 9(05) VALUE ZEROS.
002680 77  WS-EVT-CATEG             PIC X(03) VALUE SPACES.
002690 77  WS-EVT-INI-COMP          PIC 9(06) VALUE ZEROS.
002700 77  WS-EVT-FIM-COMP          PIC 9(06) VALUE ZEROS.
909027
909028*----------------------------------------------------------------
909029*   CLIXREF EM MEMORIA - MESMA TECNICA DO CACHE DE EVENTOS:
909030*   REFERENCIA ALEM DA CAPACIDADE E PROCURADA DIRETO NO ARQUIVO
909031*   (8020). WS-COD-MESCLA ENTRA COM O CODIGO E SAI COM O
909032*   SOBREVIVENTE QUANDO A REFERENCIA E ACHADA.
909033*----------------------------------------------------------------
909034 01  TABELA-REFERENCIAS.
909035     05  XRF-TAB-ENTRADA  OCCURS 1000 TIMES
909036                          INDEXED BY IX-XRF.
909037         10  XRF-TAB-COD-ANTIGO   PIC 9(06).
909038         10  XRF-TAB-COD-NOVO     PIC 9(06).
909039 77  WS-QTD-REFERENCIAS       PIC 9(04) VALUE ZEROS COMP.
909040 77  WS-CNT-XRF-EXCEDENTES    PIC 9(05) VALUE ZEROS.
909041 77  WS-XRF-ACHADA-SW         PIC X(01) VALUE 'N'.
909042         88  REFERENCIA-ACHADA         VALUE 'S'.
909043         88  REFERENCIA-NAO-ACHADA     VALUE 'N'.
909044 77  WS-COD-MESCLA            PIC 9(06) VALUE ZEROS.
002710
002720*----------------------------------------------------------------
002730*   MONTAGEM DAS DATAS DO EVENTO EM AAAAMMDD
002740*----------------------------------------------------------------
002750 01  WS-DATA-MONTADA.
002760     05  WS-MONT-ANO              PIC 9(04).
002770     05  WS-MONT-MES              PIC 9(02).
002780     05  WS-MONT-DIA              PIC 9(02).
002790 01  WS-DATA-MONTADA-NUM REDEFINES WS-DATA-MONTADA
002800                                  PIC 9(08).
002810
002820*----------------------------------------------------------------
002830*   LANCAMENTO SENDO GRAVADO
002840*----------------------------------------------------------------
002850 77  WS-LANC-TIPO             PIC X(01) VALUE SPACES.
002860 77  WS-LANC-VALOR            PIC 9(05) VALUE ZEROS.
002870 77  WS-LANC-CATEG            PIC X(03) VALUE SPACES.
002880
002890*----------------------------------------------------------------
002900*   CONTADORES DO RODAPE
002910*----------------------------------------------------------------
002920 77  WS-CNT-FATURADOS         PIC 9(05) VALUE ZEROS.
002930 77  WS-VLR-FATURADO          PIC 9(09) VALUE ZEROS.
002940 77  WS-CNT-CREDITOS          PIC 9(05) VALUE ZEROS.
002950 77  WS-VLR-CREDITOS          PIC 9(09) VALUE ZEROS.
002960 77  WS-CNT-JA-FATURADOS      PIC 9(05) VALUE ZEROS.
002970 77  WS-CNT-SEM-TAXA          PIC 9(05) VALUE ZEROS.
002980 77  WS-CNT-SEM-CATEG         PIC 9(05) VALUE ZEROS.
002990 77  WS-CNT-EVT-INVALIDO      PIC 9(05) VALUE ZEROS.
003000 77  WS-CNT-OUTRA-COMP        PIC 9(05) VALUE ZEROS.
003010 77  WS-CNT-APOS-INICIO       PIC 9(05) VALUE ZEROS.
003030
003040 PROCEDURE DIVISION.
003050*================================================================
003060*   0000-MAINLINE
003070*================================================================
003080 0000-MAINLINE.
003090     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
003100     OPEN OUTPUT RELFAT-FILE
003110
003120     PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
003130
003140     IF PARM-DATA-EXTRATO = ZEROS
003150         MOVE 'CARTAO SEM IDENTIDADE DE EXTRACAO - NADA FATURADO'
003160             TO REL-LINHA
003170         WRITE REL-LINHA
003180         GO TO 0000-ENCERRAR
003190     END-IF
003200
003210     PERFORM 1100-CHECAR-IDENTIDADE THRU 1100-EXIT
003220
003230     IF IDENTIDADE-ABSORVIDA
003240         MOVE SPACES TO REL-LINHA
003250         STRING 'EXTRACAO '           DELIMITED BY SIZE
003260                PARM-DATA-EXTRATO     DELIMITED BY SIZE
003270                '/'                   DELIMITED BY SIZE
003280                PARM-SEQ-EXTRATO      DELIMITED BY SIZE
003290                ' JA ABSORVIDA NO ACUMVLR - NADA FATURADO'
003300                    DELIMITED BY SIZE
003310             INTO REL-LINHA
003320         END-STRING
003330         WRITE REL-LINHA
003340         GO TO 0000-ENCERRAR
003350     END-IF
003360
003370     PERFORM 1200-CARREGAR-EVENTOS THRU 1200-EXIT
909045     PERFORM 1400-CARREGAR-REFERENCIAS THRU 1400-EXIT
003380     PERFORM 1300-CARREGAR-RAZAO THRU 1300-EXIT
003390
003470     MOVE SPACES TO REL-LINHA
003480     STRING 'FATURAMENTO DE TAXAS - COMPETENCIA '
003490                                  DELIMITED BY SIZE
003500            WS-COMP-PROC-NUM      DELIMITED BY SIZE
003510            '  EXTRACAO '         DELIMITED BY SIZE
003520            PARM-DATA-EXTRATO     DELIMITED BY SIZE
003530            '/'                   DELIMITED BY SIZE
003540            PARM-SEQ-EXTRATO      DELIMITED BY SIZE
003550         INTO REL-LINHA
003560     END-STRING
003570     WRITE REL-LINHA
003580
003590     OPEN EXTEND TRANSVLR-FILE
003600     OPEN EXTEND FATHIST-FILE
003610
003620     PERFORM 2000-FATURAR-INSCRICOES THRU 2000-EXIT
003630     PERFORM 3000-CREDITAR-CANCELAMENTOS THRU 3000-EXIT
003640
003650     CLOSE TRANSVLR-FILE
003660     CLOSE FATHIST-FILE
003670
003680     PERFORM 4000-GRAVAR-TOTAIS THRU 4000-EXIT.
003690
003700 0000-ENCERRAR.
003710     CLOSE RELFAT-FILE
003720     STOP RUN.
003730
003740*================================================================
003750*   1000-LER-PARAMETROS - LE O CARTAO (OPTIONAL) E MONTA A
003760*   COMPETENCIA. IDENTIDADE NAO NUMERICA (CARTAO LEGADO) VALE
003770*   COMO AUSENTE, COMO EM CONDICIONAL0001.
003780*================================================================
003790 1000-LER-PARAMETROS.
003800     MOVE ZEROS TO PARM-ANO-PROC PARM-MES-PROC
003810     MOVE ZEROS TO PARM-DATA-EXTRATO PARM-SEQ-EXTRATO
003820     OPEN INPUT PARM-CARTAO-FILE
003830     IF WS-FS-PARM = '00'
003840         READ PARM-CARTAO-FILE INTO PARM-CARTAO-REG
003850             AT END
003860                 CONTINUE
003870         END-READ
003880         CLOSE PARM-CARTAO-FILE
003890     ELSE
003900         IF WS-FS-PARM = '05'
003910             CLOSE PARM-CARTAO-FILE
003920         END-IF
003930     END-IF
003940
003950     IF PARM-DATA-EXTRATO IS NOT NUMERIC
003960         MOVE ZEROS TO PARM-DATA-EXTRATO
003970     END-IF
003980     IF PARM-SEQ-EXTRATO IS NOT NUMERIC
003990         MOVE ZEROS TO PARM-SEQ-EXTRATO
004000     END-IF
004010
004020     IF PARM-ANO-PROC IS NUMERIC AND PARM-ANO-PROC NOT = ZEROS
004030         MOVE PARM-ANO-PROC TO WS-COMP-ANO
004040         MOVE PARM-MES-PROC TO WS-COMP-MES
004050     ELSE
004060         MOVE WS-ATUAL-ANO TO WS-COMP-ANO
004070         MOVE WS-ATUAL-MES TO WS-COMP-MES
004080     END-IF.
004090 1000-EXIT.
004100     EXIT.
004110
004120*================================================================
004130*   1100-CHECAR-IDENTIDADE - MESMA VARREDURA DE 3307-CHECAR-
004140*   IDENTIDADES EM CONDICIONAL0001: IDENTIDADE JA NO ACUMIDS
004150*   QUER DIZER EXTRACAO JA ABSORVIDA, E O QUE FOSSE GRAVADO COM
004160*   ELA NUNCA SERIA SOMADO. ARQUIVO AUSENTE = NADA ABSORVIDO.
004170*================================================================
004180 1100-CHECAR-IDENTIDADE.
004190     SET IDENTIDADE-LIVRE TO TRUE
004200     MOVE 'N' TO WS-EOF-IDS-SW
004210     OPEN INPUT ACUMIDS-FILE
004220     IF WS-FS-IDS = '00'
004230         PERFORM 1110-LER-IDENTIDADE THRU 1110-EXIT
004240             UNTIL FIM-IDENTIDADES OR IDENTIDADE-ABSORVIDA
004250         CLOSE ACUMIDS-FILE
004260     ELSE
004270         IF WS-FS-IDS = '05'
004280             CLOSE ACUMIDS-FILE
004290         END-IF
004300     END-IF.
004310 1100-EXIT.
004320     EXIT.
004330
004340 1110-LER-IDENTIDADE.
004350     READ ACUMIDS-FILE
004360         AT END
004370             SET FIM-IDENTIDADES TO TRUE
004380     END-READ
004390     IF WS-FS-IDS = '00'
004400         IF IDS-DATA-EXTRATO = PARM-DATA-EXTRATO
004410             AND IDS-SEQ-EXTRATO = PARM-SEQ-EXTRATO
004420             SET IDENTIDADE-ABSORVIDA TO TRUE
004430         END-IF
004440     END-IF.
004450 1110-EXIT.
004460     EXIT.
004470
004480*================================================================
004490*   1200-CARREGAR-EVENTOS - CACHE DO MESTRE DE EVENTOS (OPTIONAL;
004500*   AUSENTE = NENHUM EVENTO, NADA FATURADO).
004510*================================================================
004520 1200-CARREGAR-EVENTOS.
004530     MOVE ZEROS TO WS-QTD-EVENTOS
004540     OPEN INPUT EVENTOS-FILE
004550     IF WS-FS-EVT = '00'
004560         PERFORM 1210-LER-EVENTO THRU 1210-EXIT
004570             UNTIL WS-FS-EVT NOT = '00'
004580         CLOSE EVENTOS-FILE
004590     ELSE
004600         IF WS-FS-EVT = '05'
004610             CLOSE EVENTOS-FILE
004620         END-IF
004630     END-IF.
004640 1200-EXIT.
004650     EXIT.
004660
004670 1210-LER-EVENTO.
004680     READ EVENTOS-FILE INTO EVT-REGISTRO
004690     IF WS-FS-EVT = '00'
004700         IF WS-QTD-EVENTOS < 200
004710             ADD 1 TO WS-QTD-EVENTOS
004720             PERFORM 5200-MONTAR-EVENTO THRU 5200-EXIT
004730             MOVE EVT-CODIGO TO EVT-TAB-CODIGO (WS-QTD-EVENTOS)
004740             MOVE WS-EVT-STATUS TO EVT-TAB-STATUS (WS-QTD-EVENTOS)
004750             MOVE WS-EVT-INI TO EVT-TAB-INI (WS-QTD-EVENTOS)
004760             MOVE WS-EVT-FIM TO EVT-TAB-FIM (WS-QTD-EVENTOS)
004770             MOVE WS-EVT-TAXA TO EVT-TAB-TAXA (WS-QTD-EVENTOS)
004780             MOVE WS-EVT-CATEG TO EVT-TAB-CATEG (WS-QTD-EVENTOS)
004790         ELSE
004800             ADD 1 TO WS-CNT-EVT-EXCEDENTES
004810         END-IF
004820     END-IF.
004830 1210-EXIT.
004840     EXIT.
004850
917320*================================================================
917321*   1300-CARREGAR-RAZAO - SOMA O FATHIST (OPTIONAL) POR PAR
917322*   CLIENTE/EVENTO (6300). PAR NOVO COM A TABELA CHEIA NAO ENTRA:
917323*   TODOS OS LANCAMENTOS DELE FICAM PARA A BUSCA DIRETA (6200).
004900*================================================================
004910 1300-CARREGAR-RAZAO.
917314     MOVE ZEROS TO WS-QTD-LANCAMENTOS WS-CNT-FAT-EXCEDENTES
004930     OPEN INPUT FATHIST-FILE
004940     IF WS-FS-FATH = '00'
004950         PERFORM 1310-LER-LANCAMENTO THRU 1310-EXIT
917315             UNTIL WS-FS-FATH NOT = '00'
004970         CLOSE FATHIST-FILE
004980     ELSE
004990         IF WS-FS-FATH = '05'
005000             CLOSE FATHIST-FILE
005010         END-IF
917316     END-IF
917317     IF WS-CNT-FAT-EXCEDENTES > ZEROS
917318         SET RAZAO-EXCEDIDO TO TRUE
917319     END-IF.
005030 1300-EXIT.
005040     EXIT.
005050
005060 1310-LER-LANCAMENTO.
005070     READ FATHIST-FILE
005080     IF WS-FS-FATH NOT = '00'
005090         GO TO 1310-EXIT
005100     END-IF
005110
005120     MOVE FATH-COD-CLIENTE TO WS-COD-CLIENTE-BUSCA
909046     PERFORM 8000-RESOLVER-MESCLA THRU 8000-EXIT
005130     MOVE FATH-COD-EVENTO  TO WS-COD-EVENTO-BUSCA
005140     PERFORM 6000-LOCALIZAR-LANCAMENTO THRU 6000-EXIT
917324     IF LANCAMENTO-NAO-ACHADO
917325         IF WS-QTD-LANCAMENTOS NOT < 1000
917326             ADD 1 TO WS-CNT-FAT-EXCEDENTES
917327             GO TO 1310-EXIT
917328         END-IF
917329         PERFORM 6100-ABRIR-LANCAMENTO THRU 6100-EXIT
917330     END-IF
917331
917332     PERFORM 6300-SOMAR-LANCAMENTO THRU 6300-EXIT.
917333 1310-EXIT.
005330     EXIT.
005340
909047*================================================================
909048*   1400-CARREGAR-REFERENCIAS - TABELA DO CLIXREF (OPTIONAL;
909049*   AUSENTE = NENHUM CLIENTE MESCLADO). CARREGADA ANTES DO RAZAO,
909050*   QUE JA SOMA PELO CODIGO DO SOBREVIVENTE.
909051*================================================================
909052 1400-CARREGAR-REFERENCIAS.
909053     MOVE ZEROS TO WS-QTD-REFERENCIAS WS-CNT-XRF-EXCEDENTES
909054     OPEN INPUT CLIXREF-FILE
909055     IF WS-FS-XRF = '00'
909056         PERFORM 1410-LER-REFERENCIA THRU 1410-EXIT
909057             UNTIL WS-FS-XRF NOT = '00'
909058         CLOSE CLIXREF-FILE
909059     ELSE
909060         IF WS-FS-XRF = '05'
909061             CLOSE CLIXREF-FILE
909062         END-IF
909063     END-IF.
909064 1400-EXIT.
909065     EXIT.
909066
909067 1410-LER-REFERENCIA.
909068     READ CLIXREF-FILE
909069     IF WS-FS-XRF = '00'
909070         IF WS-QTD-REFERENCIAS < 1000
909071             ADD 1 TO WS-QTD-REFERENCIAS
909072             MOVE XREF-COD-ANTIGO
909073                 TO XRF-TAB-COD-ANTIGO (WS-QTD-REFERENCIAS)
909074             MOVE XREF-COD-NOVO
909075                 TO XRF-TAB-COD-NOVO (WS-QTD-REFERENCIAS)
909076         ELSE
909077             ADD 1 TO WS-CNT-XRF-EXCEDENTES
909078         END-IF
909079     END-IF.
909080 1410-EXIT.
909081     EXIT.
909082
005350*================================================================
005360*   2000-FATURAR-INSCRICOES - PASSADA PELO PARTICIP. CADA PAR E
005370*   GUARDADO NA TABELA DE PARES (PARA A PASSADA DE CREDITOS) E
005380*   AVALIADO PARA COBRANCA.
005390*================================================================
005400 2000-FATURAR-INSCRICOES.
005410     MOVE ZEROS TO WS-QTD-PARES
005420     OPEN INPUT PARTICIP-FILE
005430     IF WS-FS-PAR = '00'
005440         PERFORM 2100-LER-PAR THRU 2100-EXIT
005450             UNTIL WS-FS-PAR NOT = '00'
005460         CLOSE PARTICIP-FILE
005470     ELSE
005480         IF WS-FS-PAR = '05'
005490             CLOSE PARTICIP-FILE
005500         END-IF
005510     END-IF.
005520 2000-EXIT.
005530     EXIT.
005540
005550 2100-LER-PAR.
005560     READ PARTICIP-FILE
005570     IF WS-FS-PAR NOT = '00'
005580         GO TO 2100-EXIT
005590     END-IF
005600
005610     IF WS-QTD-PARES < 500
005620         ADD 1 TO WS-QTD-PARES
005630         MOVE PART-COD-CLIENTE
005640             TO PAR-TAB-COD-CLIENTE (WS-QTD-PARES)
005650         MOVE PART-COD-EVENTO
005660             TO PAR-TAB-COD-EVENTO (WS-QTD-PARES)
005670     ELSE
005680         SET PARTICIP-EXCEDIDO TO TRUE
005690     END-IF
005700
005710     MOVE PART-COD-CLIENTE TO WS-COD-CLIENTE-BUSCA
005720     MOVE PART-COD-EVENTO  TO WS-COD-EVENTO-BUSCA
005730     PERFORM 2200-AVALIAR-INSCRICAO THRU 2200-EXIT.
005740 2100-EXIT.
005750     EXIT.
005760
005770*================================================================
005780*   2200-AVALIAR-INSCRICAO - SO E COBRADA A INSCRICAO EM EVENTO
005790*   ATIVO QUE ACONTECE NA COMPETENCIA (INICIO A FIM), COM TAXA E
005800*   CATEGORIA DE COBRANCA, E QUE AINDA NAO TEM COBRANCA EM ABERTO
005810*   NO RAZAO. CATEGORIA EM BRANCO SAI LISTADA PARA CORRECAO DO
005820*   MESTRE (A TAXA NAO E PERDIDA: ENTRA NA RODADA SEGUINTE).
005830*================================================================
005840 2200-AVALIAR-INSCRICAO.
005850     PERFORM 5000-LOCALIZAR-EVENTO THRU 5000-EXIT
005860     IF EVENTO-NAO-ACHADO OR WS-EVT-STATUS NOT = 'A'
005870         ADD 1 TO WS-CNT-EVT-INVALIDO
005880         GO TO 2200-EXIT
005890     END-IF
005900
005910     DIVIDE WS-EVT-INI BY 100 GIVING WS-EVT-INI-COMP
005920     DIVIDE WS-EVT-FIM BY 100 GIVING WS-EVT-FIM-COMP
005930     IF WS-COMP-PROC-NUM < WS-EVT-INI-COMP
005940         OR WS-COMP-PROC-NUM > WS-EVT-FIM-COMP
005950         ADD 1 TO WS-CNT-OUTRA-COMP
005960         GO TO 2200-EXIT
005970     END-IF
005980
005990     IF WS-EVT-TAXA = ZEROS
006000         ADD 1 TO WS-CNT-SEM-TAXA
006010         GO TO 2200-EXIT
006020     END-IF
006030
006040     IF WS-EVT-CATEG = SPACES
006050         ADD 1 TO WS-CNT-SEM-CATEG
006060         MOVE SPACES TO REL-LINHA
006070         STRING '  SEM CATEGORIA ' DELIMITED BY SIZE
006080                WS-COD-CLIENTE-BUSCA  DELIMITED BY SIZE
006090                '  EVENTO '           DELIMITED BY SIZE
006100                WS-COD-EVENTO-BUSCA   DELIMITED BY SIZE
006110             INTO REL-LINHA
006120         END-STRING
006130         WRITE REL-LINHA
006140         GO TO 2200-EXIT
006150     END-IF
006160
006170     PERFORM 6000-LOCALIZAR-LANCAMENTO THRU 6000-EXIT
006180     IF LANCAMENTO-ACHADO
006190         IF FAT-TAB-SALDO (WS-IDX-FAT-ACHADO) > ZEROS
006200             ADD 1 TO WS-CNT-JA-FATURADOS
006210             GO TO 2200-EXIT
006220         END-IF
006230     ELSE
006240         PERFORM 6100-ABRIR-LANCAMENTO THRU 6100-EXIT
006290     END-IF
006300
006310     MOVE 'D' TO WS-LANC-TIPO
006320     MOVE WS-EVT-TAXA TO WS-LANC-VALOR
006330     MOVE WS-EVT-CATEG TO WS-LANC-CATEG
006340     PERFORM 7000-GRAVAR-LANCAMENTO THRU 7000-EXIT
006350
006360     ADD 1 TO FAT-TAB-SALDO (WS-IDX-FAT-ACHADO)
006370     MOVE WS-LANC-VALOR TO FAT-TAB-VALOR (WS-IDX-FAT-ACHADO)
006380     MOVE WS-LANC-CATEG TO FAT-TAB-CATEGORIA (WS-IDX-FAT-ACHADO)
006390     MOVE WS-DATA-ATUAL TO FAT-TAB-DATA (WS-IDX-FAT-ACHADO)
006400     ADD 1 TO WS-CNT-FATURADOS
006410     ADD WS-LANC-VALOR TO WS-VLR-FATURADO.
006420 2200-EXIT.
006430     EXIT.
006440
006450*================================================================
006460*   3000-CREDITAR-CANCELAMENTOS - PASSADA PELO PARTHIST. COM O
006470*   PARTICIP MAIOR QUE A TABELA DE PARES A PASSADA E SUSPENSA
006480*   (NAO HA COMO SABER SE O PAR CONTINUA INSCRITO).
006490*================================================================
006500 3000-CREDITAR-CANCELAMENTOS.
006510     IF PARTICIP-EXCEDIDO
006520         MOVE 'PARTICIP MAIOR QUE A TABELA - CREDITOS SUSPENSOS'
006530             TO REL-LINHA
006540         WRITE REL-LINHA
006550         GO TO 3000-EXIT
006560     END-IF
006570
006580     OPEN INPUT PARTHIST-FILE
006590     IF WS-FS-PARH = '00'
006600         PERFORM 3100-LER-CANCELAMENTO THRU 3100-EXIT
006610             UNTIL WS-FS-PARH NOT = '00'
006620         CLOSE PARTHIST-FILE
006630     ELSE
006640         IF WS-FS-PARH = '05'
006650             CLOSE PARTHIST-FILE
006660         END-IF
006670     END-IF.
006680 3000-EXIT.
006690     EXIT.
006700
006710*================================================================
006720*   3100-LER-CANCELAMENTO - O CANCELAMENTO GERA CREDITO QUANDO A
006730*   INSCRICAO TEM COBRANCA EM ABERTO NO RAZAO, O CANCELAMENTO E
006740*   DA COBRANCA PARA CA (NAO DE UMA INSCRICAO ANTERIOR DO MESMO
006750*   PAR), O PAR NAO VOLTOU PARA O PARTICIP E O EVENTO AINDA NAO
006760*   TINHA COMECADO NA DATA DO CANCELAMENTO.
006770*================================================================
006780 3100-LER-CANCELAMENTO.
006790     READ PARTHIST-FILE
006800     IF WS-FS-PARH NOT = '00'
006810         GO TO 3100-EXIT
006820     END-IF
006830
909083     IF PARTH-ORIGEM-MESCLA
909084         GO TO 3100-EXIT
909085     END-IF
909086
006840     MOVE PARTH-COD-CLIENTE TO WS-COD-CLIENTE-BUSCA
909087     PERFORM 8000-RESOLVER-MESCLA THRU 8000-EXIT
006850     MOVE PARTH-COD-EVENTO  TO WS-COD-EVENTO-BUSCA
006860     PERFORM 6000-LOCALIZAR-LANCAMENTO THRU 6000-EXIT
006870     IF LANCAMENTO-NAO-ACHADO
006880         GO TO 3100-EXIT
006890     END-IF
006900     IF FAT-TAB-SALDO (WS-IDX-FAT-ACHADO) NOT > ZEROS
006910         GO TO 3100-EXIT
006920     END-IF
006930     IF PARTH-DATA < FAT-TAB-DATA (WS-IDX-FAT-ACHADO)
006940         GO TO 3100-EXIT
006950     END-IF
006960
006970     SET PAR-NAO-INSCRITO TO TRUE
006980     IF WS-QTD-PARES > ZEROS
006990         PERFORM 3200-CONFERIR-INSCRITO THRU 3200-EXIT
007000             VARYING IX-PAR FROM 1 BY 1
007010             UNTIL IX-PAR > WS-QTD-PARES OR PAR-INSCRITO
007020     END-IF
007030     IF PAR-INSCRITO
007040         GO TO 3100-EXIT
007050     END-IF
007060
007070     PERFORM 5000-LOCALIZAR-EVENTO THRU 5000-EXIT
007080     IF EVENTO-NAO-ACHADO
007090         GO TO 3100-EXIT
007100     END-IF
007110     IF PARTH-DATA NOT < WS-EVT-INI
007120         ADD 1 TO WS-CNT-APOS-INICIO
007130         GO TO 3100-EXIT
007140     END-IF
007150
007160     MOVE 'C' TO WS-LANC-TIPO
007170     MOVE FAT-TAB-VALOR (WS-IDX-FAT-ACHADO) TO WS-LANC-VALOR
007180     MOVE FAT-TAB-CATEGORIA (WS-IDX-FAT-ACHADO) TO WS-LANC-CATEG
007190     PERFORM 7000-GRAVAR-LANCAMENTO THRU 7000-EXIT
007200
007210     SUBTRACT 1 FROM FAT-TAB-SALDO (WS-IDX-FAT-ACHADO)
007220     ADD 1 TO WS-CNT-CREDITOS
007230     ADD WS-LANC-VALOR TO WS-VLR-CREDITOS.
007240 3100-EXIT.
007250     EXIT.
007260
007270 3200-CONFERIR-INSCRITO.
007280     IF PAR-TAB-COD-CLIENTE (IX-PAR) = WS-COD-CLIENTE-BUSCA
007290         AND PAR-TAB-COD-EVENTO (IX-PAR) = WS-COD-EVENTO-BUSCA
007300         SET PAR-INSCRITO TO TRUE
007310     END-IF.
007320 3200-EXIT.
007330     EXIT.
007340
007350*================================================================
007360*   4000-GRAVAR-TOTAIS - RODAPE DO RELFAT
007370*================================================================
007380 4000-GRAVAR-TOTAIS.
007390     MOVE SPACES TO REL-LINHA
007400     WRITE REL-LINHA
007410
007420     MOVE SPACES TO REL-LINHA
007430     STRING 'FATURADOS ........: ' DELIMITED BY SIZE
007440            WS-CNT-FATURADOS      DELIMITED BY SIZE
007450            '  VALOR: '           DELIMITED BY SIZE
007460            WS-VLR-FATURADO       DELIMITED BY SIZE
007470         INTO REL-LINHA
007480     END-STRING
007490     WRITE REL-LINHA
007500
007510     MOVE SPACES TO REL-LINHA
007520     STRING 'CREDITOS .........: ' DELIMITED BY SIZE
007530            WS-CNT-CREDITOS       DELIMITED BY SIZE
007540            '  VALOR: '           DELIMITED BY SIZE
007550            WS-VLR-CREDITOS       DELIMITED BY SIZE
007560         INTO REL-LINHA
007570     END-STRING
007580     WRITE REL-LINHA
007590
007600     MOVE SPACES TO REL-LINHA
007610     STRING 'JA FATURADOS .....: ' DELIMITED BY SIZE
007620            WS-CNT-JA-FATURADOS   DELIMITED BY SIZE
007630         INTO REL-LINHA
007640     END-STRING
007650     WRITE REL-LINHA
007660
007670     MOVE SPACES TO REL-LINHA
007680     STRING 'SEM TAXA .........: ' DELIMITED BY SIZE
007690            WS-CNT-SEM-TAXA       DELIMITED BY SIZE
007700         INTO REL-LINHA
007710     END-STRING
007720     WRITE REL-LINHA
007730
007740     MOVE SPACES TO REL-LINHA
007750     STRING 'SEM CATEGORIA ....: ' DELIMITED BY SIZE
007760            WS-CNT-SEM-CATEG      DELIMITED BY SIZE
007770         INTO REL-LINHA
007780     END-STRING
007790     WRITE REL-LINHA
007800
007810     MOVE SPACES TO REL-LINHA
007820     STRING 'EVENTO INVALIDO ..: ' DELIMITED BY SIZE
007830            WS-CNT-EVT-INVALIDO   DELIMITED BY SIZE
007840         INTO REL-LINHA
007850     END-STRING
007860     WRITE REL-LINHA
007870
007880     MOVE SPACES TO REL-LINHA
007890     STRING 'OUTRA COMPETENCIA : ' DELIMITED BY SIZE
007900            WS-CNT-OUTRA-COMP     DELIMITED BY SIZE
007910         INTO REL-LINHA
007920     END-STRING
007930     WRITE REL-LINHA
007940
007950     MOVE SPACES TO REL-LINHA
007960     STRING 'CANC. APOS INICIO : ' DELIMITED BY SIZE
007970            WS-CNT-APOS-INICIO    DELIMITED BY SIZE
007980         INTO REL-LINHA
007990     END-STRING
008000     WRITE REL-LINHA
008010
917334     IF RAZAO-EXCEDIDO
917335         MOVE SPACES TO REL-LINHA
917336         STRING 'FATHIST ALEM DA TABELA - BUSCA DIRETA: '
917337                    DELIMITED BY SIZE
917338                WS-CNT-FAT-EXCEDENTES   DELIMITED BY SIZE
917339             INTO REL-LINHA
917340         END-STRING
917341         WRITE REL-LINHA
917342     END-IF.
008100 4000-EXIT.
008110     EXIT.
008120
008130*================================================================
008140*   5000-LOCALIZAR-EVENTO - PROCURA WS-COD-EVENTO-BUSCA NO CACHE;
008150*   FORA DELE, COM O MESTRE MAIOR QUE A TABELA, PROCURA DIRETO NO
008160*   ARQUIVO (5100). DEVOLVE STATUS, DATAS, TAXA E CATEGORIA.
008170*================================================================
008180 5000-LOCALIZAR-EVENTO.
008190     SET EVENTO-NAO-ACHADO TO TRUE
008200     IF WS-QTD-EVENTOS > ZEROS
008210         PERFORM 5010-COMPARAR-EVENTO THRU 5010-EXIT
008220             VARYING IX-EVENTO FROM 1 BY 1
008230             UNTIL IX-EVENTO > WS-QTD-EVENTOS OR EVENTO-ACHADO
008240     END-IF
008250
008260     IF EVENTO-NAO-ACHADO AND WS-CNT-EVT-EXCEDENTES > ZEROS
008270         PERFORM 5100-BUSCAR-EVENTO-ARQUIVO THRU 5100-EXIT
008280     END-IF.
008290 5000-EXIT.
008300     EXIT.
008310
008320 5010-COMPARAR-EVENTO.
008330     IF EVT-TAB-CODIGO (IX-EVENTO) = WS-COD-EVENTO-BUSCA
008340         SET EVENTO-ACHADO TO TRUE
008350         MOVE EVT-TAB-STATUS (IX-EVENTO) TO WS-EVT-STATUS
008360         MOVE EVT-TAB-INI (IX-EVENTO)    TO WS-EVT-INI
008370         MOVE EVT-TAB-FIM (IX-EVENTO)    TO WS-EVT-FIM
008380         MOVE EVT-TAB-TAXA (IX-EVENTO)   TO WS-EVT-TAXA
008390         MOVE EVT-TAB-CATEG (IX-EVENTO)  TO WS-EVT-CATEG
008400     END-IF.
008410 5010-EXIT.
008420     EXIT.
008430
008440 5100-BUSCAR-EVENTO-ARQUIVO.
008450     OPEN INPUT EVENTOS-FILE
008460     IF WS-FS-EVT = '00'
008470         PERFORM 5110-LER-EVENTO-BUSCA THRU 5110-EXIT
008480             UNTIL WS-FS-EVT NOT = '00' OR EVENTO-ACHADO
008490         CLOSE EVENTOS-FILE
008500     ELSE
008510         IF WS-FS-EVT = '05'
008520             CLOSE EVENTOS-FILE
008530         END-IF
008540     END-IF.
008550 5100-EXIT.
008560     EXIT.
008570
008580 5110-LER-EVENTO-BUSCA.
008590     READ EVENTOS-FILE INTO EVT-REGISTRO
008600     IF WS-FS-EVT = '00'
008610         IF EVT-CODIGO = WS-COD-EVENTO-BUSCA
008620             SET EVENTO-ACHADO TO TRUE
008630             PERFORM 5200-MONTAR-EVENTO THRU 5200-EXIT
008640         END-IF
008650     END-IF.
008660 5110-EXIT.
008670     EXIT.
008680
008690*================================================================
008700*   5200-MONTAR-EVENTO - PASSA O EVT-REGISTRO LIDO PARA OS CAMPOS
008710*   DE TRABALHO: DATAS EM AAAAMMDD E TAXA NAO NUMERICA = ZEROS.
008720*================================================================
008730 5200-MONTAR-EVENTO.
008740     MOVE EVT-STATUS TO WS-EVT-STATUS
008750     MOVE EVT-INI-ANO TO WS-MONT-ANO
008760     MOVE EVT-INI-MES TO WS-MONT-MES
008770     MOVE EVT-INI-DIA TO WS-MONT-DIA
008780     MOVE WS-DATA-MONTADA-NUM TO WS-EVT-INI
008790     MOVE EVT-FIM-ANO TO WS-MONT-ANO
008800     MOVE EVT-FIM-MES TO WS-MONT-MES
008810     MOVE EVT-FIM-DIA TO WS-MONT-DIA
008820     MOVE WS-DATA-MONTADA-NUM TO WS-EVT-FIM
008830     IF EVT-TAXA IS NUMERIC
008840         MOVE EVT-TAXA TO WS-EVT-TAXA
008850     ELSE
008860         MOVE ZEROS TO WS-EVT-TAXA
008870     END-IF
008880     MOVE EVT-CATEG-COBRANCA TO WS-EVT-CATEG.
008890 5200-EXIT.
008900     EXIT.
008910
008920*================================================================
917343*   6000-LOCALIZAR-LANCAMENTO - PROCURA O PAR WS-COD-CLIENTE-
917344*   BUSCA/WS-COD-EVENTO-BUSCA NO RAZAO EM MEMORIA; FORA DELE,
917345*   COM O FATHIST MAIOR QUE A TABELA, SOMA O PAR DIRETO NO
917346*   ARQUIVO (6200).
008950*================================================================
008960 6000-LOCALIZAR-LANCAMENTO.
008970     SET LANCAMENTO-NAO-ACHADO TO TRUE
008980     MOVE ZEROS TO WS-IDX-FAT-ACHADO
008990     IF WS-QTD-LANCAMENTOS > ZEROS
009000         PERFORM 6010-COMPARAR-LANCAMENTO THRU 6010-EXIT
009010             VARYING IX-FAT FROM 1 BY 1
009020             UNTIL IX-FAT > WS-QTD-LANCAMENTOS
009030                 OR LANCAMENTO-ACHADO
917347     END-IF
917348     IF LANCAMENTO-NAO-ACHADO AND RAZAO-EXCEDIDO
917349         PERFORM 6200-BUSCAR-PAR-ARQUIVO THRU 6200-EXIT
917350     END-IF.
009050 6000-EXIT.
009060     EXIT.
009070
009080 6010-COMPARAR-LANCAMENTO.
009090     IF FAT-TAB-COD-CLIENTE (IX-FAT) = WS-COD-CLIENTE-BUSCA
009100         AND FAT-TAB-COD-EVENTO (IX-FAT) = WS-COD-EVENTO-BUSCA
009110         SET LANCAMENTO-ACHADO TO TRUE
009120         SET WS-IDX-FAT-ACHADO TO IX-FAT
009130     END-IF.
009140 6010-EXIT.
009150     EXIT.
009160
009170*================================================================
917351*   6100-ABRIR-LANCAMENTO - ENTRADA NOVA NO RAZAO, COM SALDO
917352*   ZERO, PARA O PAR DA BUSCA. SEM ESPACO, O PAR USA A ENTRADA DE
917353*   TRABALHO 1001 E PASSA A SER PROCURADO NO ARQUIVO (O LANCAMENTO
917354*   GRAVADO AGORA ESTARA LA NA PROXIMA BUSCA).
009200*================================================================
009210 6100-ABRIR-LANCAMENTO.
917355     IF WS-QTD-LANCAMENTOS NOT < 1000
917356         SET RAZAO-EXCEDIDO TO TRUE
917357         MOVE 1001 TO WS-IDX-FAT-ACHADO
917358     ELSE
917359         ADD 1 TO WS-QTD-LANCAMENTOS
917360         MOVE WS-QTD-LANCAMENTOS TO WS-IDX-FAT-ACHADO
917361     END-IF
917362     PERFORM 6110-INICIAR-LANCAMENTO THRU 6110-EXIT
917363     SET LANCAMENTO-ACHADO TO TRUE.
009370 6100-EXIT.
009380     EXIT.
917364
917365 6110-INICIAR-LANCAMENTO.
917366     MOVE WS-COD-CLIENTE-BUSCA
917367         TO FAT-TAB-COD-CLIENTE (WS-IDX-FAT-ACHADO)
917368     MOVE WS-COD-EVENTO-BUSCA
917369         TO FAT-TAB-COD-EVENTO (WS-IDX-FAT-ACHADO)
917370     MOVE ZEROS TO FAT-TAB-SALDO (WS-IDX-FAT-ACHADO)
917371     MOVE ZEROS TO FAT-TAB-VALOR (WS-IDX-FAT-ACHADO)
917372     MOVE SPACES TO FAT-TAB-CATEGORIA (WS-IDX-FAT-ACHADO)
917373     MOVE ZEROS TO FAT-TAB-DATA (WS-IDX-FAT-ACHADO).
917374 6110-EXIT.
917375     EXIT.
917376
917377*================================================================
917378*   6200-BUSCAR-PAR-ARQUIVO - SO EXECUTADA QUANDO O FATHIST
917379*   EXCEDEU A TABELA: SOMA NA ENTRADA DE TRABALHO 1001 TODOS OS
917380*   LANCAMENTOS DO PAR (CLIENTE RESOLVIDO PELO CLIXREF, COMO NA
917381*   CARGA). O FATHIST ESTA ABERTO EM EXTEND PELA RODADA: E FECHADO
917382*   PARA A LEITURA E REABERTO EM EXTEND NO FIM.
917383*================================================================
917384 6200-BUSCAR-PAR-ARQUIVO.
917385     MOVE 1001 TO WS-IDX-FAT-ACHADO
917386     PERFORM 6110-INICIAR-LANCAMENTO THRU 6110-EXIT
917387     MOVE WS-COD-CLIENTE-BUSCA TO WS-COD-CLIENTE-PAR
917388     CLOSE FATHIST-FILE
917389     OPEN INPUT FATHIST-FILE
917390     IF WS-FS-FATH = '00'
917391         PERFORM 6210-LER-PAR-BUSCA THRU 6210-EXIT
917392             UNTIL WS-FS-FATH NOT = '00'
917393         CLOSE FATHIST-FILE
917394     ELSE
917395         IF WS-FS-FATH = '05'
917396             CLOSE FATHIST-FILE
917397         END-IF
917398     END-IF
917399     OPEN EXTEND FATHIST-FILE
917400     MOVE WS-COD-CLIENTE-PAR TO WS-COD-CLIENTE-BUSCA
917401     IF LANCAMENTO-NAO-ACHADO
917402         MOVE ZEROS TO WS-IDX-FAT-ACHADO
917403     END-IF.
917404 6200-EXIT.
917405     EXIT.
917406
917407 6210-LER-PAR-BUSCA.
917408     READ FATHIST-FILE
917409     IF WS-FS-FATH NOT = '00'
917410         GO TO 6210-EXIT
917411     END-IF
917412     IF FATH-COD-EVENTO NOT = WS-COD-EVENTO-BUSCA
917413         GO TO 6210-EXIT
917414     END-IF
917415
917416     MOVE FATH-COD-CLIENTE TO WS-COD-CLIENTE-BUSCA
917417     PERFORM 8000-RESOLVER-MESCLA THRU 8000-EXIT
917418     IF WS-COD-CLIENTE-BUSCA = WS-COD-CLIENTE-PAR
917419         SET LANCAMENTO-ACHADO TO TRUE
917420         PERFORM 6300-SOMAR-LANCAMENTO THRU 6300-EXIT
917421     END-IF.
917422 6210-EXIT.
917423     EXIT.
917424
917425*================================================================
917426*   6300-SOMAR-LANCAMENTO - O LANCAMENTO LIDO DO FATHIST NA
917427*   ENTRADA WS-IDX-FAT-ACHADO: DEBITO SOMA 1 NO SALDO E GUARDA
917428*   VALOR, CATEGORIA E DATA DA COBRANCA; CREDITO SUBTRAI 1.
917429*================================================================
917430 6300-SOMAR-LANCAMENTO.
917431     IF FATH-CREDITO
917432         SUBTRACT 1 FROM FAT-TAB-SALDO (WS-IDX-FAT-ACHADO)
917433     ELSE
917434         ADD 1 TO FAT-TAB-SALDO (WS-IDX-FAT-ACHADO)
917435         MOVE FATH-VALOR TO FAT-TAB-VALOR (WS-IDX-FAT-ACHADO)
917436         MOVE FATH-CATEGORIA
917437             TO FAT-TAB-CATEGORIA (WS-IDX-FAT-ACHADO)
917438         MOVE FATH-DATA TO FAT-TAB-DATA (WS-IDX-FAT-ACHADO)
917439     END-IF.
917440 6300-EXIT.
917441     EXIT.
917442
009390
009400*================================================================
009410*   7000-GRAVAR-LANCAMENTO - A TRANSACAO NO TRANSVLR (DATA DE
009420*   COBRANCA = HOJE, EM DDMMAAAA, CARIMBADA COM A IDENTIDADE DO
009430*   CARTAO E O EVENTO), O LANCAMENTO NO FATHIST E A LINHA DO
009440*   RELFAT, PARA O PAR DA BUSCA.
009450*================================================================
009460 7000-GRAVAR-LANCAMENTO.
009470     MOVE SPACES TO TRANS-REGISTRO
009480     MOVE WS-COD-CLIENTE-BUSCA TO TRANS-CHAVE
009490     MOVE WS-LANC-VALOR TO TRANS-VALOR
009500     MOVE WS-ATUAL-DIA TO TRANS-DIA
009510     MOVE WS-ATUAL-MES TO TRANS-MES
009520     MOVE WS-ATUAL-ANO TO TRANS-ANO
009530     MOVE WS-LANC-CATEG TO TRANS-CATEGORIA
009540     MOVE WS-LANC-TIPO TO TRANS-TIPO
009550     MOVE PARM-DATA-EXTRATO TO TRANS-DATA-EXTRATO
009560     MOVE PARM-SEQ-EXTRATO TO TRANS-SEQ-EXTRATO
009570     MOVE WS-COD-EVENTO-BUSCA TO TRANS-COD-EVENTO
009580     WRITE TRANS-REGISTRO
009590
009600     MOVE SPACES TO FATH-REGISTRO
009610     MOVE WS-COD-CLIENTE-BUSCA TO FATH-COD-CLIENTE
009620     MOVE WS-COD-EVENTO-BUSCA TO FATH-COD-EVENTO
009630     MOVE WS-LANC-TIPO TO FATH-TIPO
009640     MOVE WS-LANC-VALOR TO FATH-VALOR
009650     MOVE WS-LANC-CATEG TO FATH-CATEGORIA
009660     MOVE WS-DATA-ATUAL TO FATH-DATA
009670     MOVE WS-COMP-PROC-NUM TO FATH-COMPETENCIA
009680     MOVE PARM-DATA-EXTRATO TO FATH-DATA-EXTRATO
009690     MOVE PARM-SEQ-EXTRATO TO FATH-SEQ-EXTRATO
009700     WRITE FATH-REGISTRO
009710
009720     MOVE SPACES TO REL-LINHA
009730     IF WS-LANC-TIPO = 'C'
009740         STRING '  CREDITO   '       DELIMITED BY SIZE
009750                WS-COD-CLIENTE-BUSCA DELIMITED BY SIZE
009760                '  EVENTO '          DELIMITED BY SIZE
009770                WS-COD-EVENTO-BUSCA  DELIMITED BY SIZE
009780                '  VALOR '           DELIMITED BY SIZE
009790                WS-LANC-VALOR        DELIMITED BY SIZE
009800                '  CAT '             DELIMITED BY SIZE
009810                WS-LANC-CATEG        DELIMITED BY SIZE
009820             INTO REL-LINHA
009830         END-STRING
009840     ELSE
009850         STRING '  FATURADO  '       DELIMITED BY SIZE
009860                WS-COD-CLIENTE-BUSCA DELIMITED BY SIZE
009870                '  EVENTO '          DELIMITED BY SIZE
009880                WS-COD-EVENTO-BUSCA  DELIMITED BY SIZE
009890                '  VALOR '           DELIMITED BY SIZE
009900                WS-LANC-VALOR        DELIMITED BY SIZE
009910                '  CAT '             DELIMITED BY SIZE
009920                WS-LANC-CATEG        DELIMITED BY SIZE
009930             INTO REL-LINHA
009940         END-STRING
009950     END-IF
009960     WRITE REL-LINHA.
009970 7000-EXIT.
009980     EXIT.
909088
909089*================================================================
909090*   8000-RESOLVER-MESCLA - MESMA RESOLUCAO DE CONDICIONAL0001
909091*   (3105): O CODIGO EM WS-COD-CLIENTE-BUSCA, QUANDO E DE CLIENTE
909092*   MESCLADO, E TROCADO PELO SOBREVIVENTE DO CLIXREF - TABELA
909093*   PRIMEIRO E, QUANDO A REFERENCIA EXCEDEU A TABELA, BUSCA
909094*   DIRETA NO ARQUIVO.
909095*================================================================
909096 8000-RESOLVER-MESCLA.
909097     MOVE WS-COD-CLIENTE-BUSCA TO WS-COD-MESCLA
909098     SET REFERENCIA-NAO-ACHADA TO TRUE
909099     IF WS-QTD-REFERENCIAS > ZEROS
909100         PERFORM 8010-COMPARAR-REFERENCIA THRU 8010-EXIT
909101             VARYING IX-XRF FROM 1 BY 1
909102             UNTIL IX-XRF > WS-QTD-REFERENCIAS
909103                OR REFERENCIA-ACHADA
909104     END-IF
909105     IF REFERENCIA-NAO-ACHADA AND WS-CNT-XRF-EXCEDENTES > ZEROS
909106         PERFORM 8020-BUSCAR-MESCLA-ARQUIVO THRU 8020-EXIT
909107     END-IF
909108     IF REFERENCIA-ACHADA
909109         MOVE WS-COD-MESCLA TO WS-COD-CLIENTE-BUSCA
909110     END-IF.
909111 8000-EXIT.
909112     EXIT.
909113
909114 8010-COMPARAR-REFERENCIA.
909115     IF XRF-TAB-COD-ANTIGO (IX-XRF) = WS-COD-MESCLA
909116         SET REFERENCIA-ACHADA TO TRUE
909117         MOVE XRF-TAB-COD-NOVO (IX-XRF) TO WS-COD-MESCLA
909118     END-IF.
909119 8010-EXIT.
909120     EXIT.
909121
909122 8020-BUSCAR-MESCLA-ARQUIVO.
909123     OPEN INPUT CLIXREF-FILE
909124     IF WS-FS-XRF = '00'
909125         PERFORM 8030-LER-MESCLA-BUSCA THRU 8030-EXIT
909126             UNTIL WS-FS-XRF NOT = '00' OR REFERENCIA-ACHADA
909127         CLOSE CLIXREF-FILE
909128     ELSE
909129         IF WS-FS-XRF = '05'
909130             CLOSE CLIXREF-FILE
909131         END-IF
909132     END-IF.
909133 8020-EXIT.
909134     EXIT.
909135
909136 8030-LER-MESCLA-BUSCA.
909137     READ CLIXREF-FILE
909138     IF WS-FS-XRF = '00'
909139         IF XREF-COD-ANTIGO = WS-COD-MESCLA
909140             SET REFERENCIA-ACHADA TO TRUE
909141             MOVE XREF-COD-NOVO TO WS-COD-MESCLA
909142         END-IF
909143     END-IF.
909144 8030-EXIT.
909145     EXIT.
