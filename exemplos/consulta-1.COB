000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONSULTA0001.
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
000220*   FUNCAO......... CONSULTA DE BALCAO DE UM CLIENTE, CHAMADA
000230*                    PELO MENU0001 (OPCAO 6). O OPERADOR DIGITA O
000240*                    CLI-CODIGO E VE NUMA TELA SO: O NOME (LEITURA
000250*                    PELA CHAVE NO MESTRE DE CLIENTES INDEXADO),
000260*                    CADA INSCRICAO DO PARTICIP COM AS DATAS E A
000270*                    SITUACAO DO EVENTO NO MESTRE DE EVENTOS, CADA
000280*                    LUGAR NA FILA DE ESPERA PARTWAIT COM O EVENTO
000290*                    E A POSICAO (ORDEM DE CHEGADA, COMO NA
000300*                    PROMOCAO DE PARTICIPA0002) E, DO TRANSVLR, A
000310*                    CONTAGEM E O TOTAL POR TRANS-CATEGORIA NO
000320*                    PERIODO CORRENTE (PERIODO DO CARTAO PARMCARD
000330*                    OU, SEM ELE, O MES DO DIA), COM CREDITOS DE
000340*                    TAXA E ESTORNOS A PARTE, COMO NO EXTRATO0001.
000350*                    TRANSACAO GRAVADA COM UM CODIGO JA MESCLADO
000360*                    NO CLIENTE (CLIXREF) CONTA PARA ELE, TAMBEM
000370*                    COMO NO EXTRATO0001.
000380*                    A TELA E MONTADA INTEIRA NA MEMORIA E EXIBIDA
000390*                    EM PAGINAS (ENTER AVANCA, A VOLTA, F
000400*                    ENCERRA).
000410*                    SO CONSULTA: TODOS OS ARQUIVOS SAO ABERTOS
000420*                    EM INPUT E NENHUM E ALTERADO. CODIGO EM
000430*                    BRANCO OU ZERO VOLTA AO MENU.
000440*================================================================
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL PARM-CARTAO-FILE ASSIGN TO "PARMCARD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-PARM.
000520
000530     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CLI-CODIGO
000570         FILE STATUS IS WS-FS-CLI.
000580
000590     SELECT OPTIONAL PARTICIP-FILE ASSIGN TO "PARTICIP"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-PAR.
000620
000630     SELECT OPTIONAL PARTWAIT-FILE ASSIGN TO "PARTWAIT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-WAI.
000660
000670     SELECT OPTIONAL EVENTOS-FILE ASSIGN TO "EVENTOS"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-EVT.
000700
000710     SELECT OPTIONAL TRANSVLR-FILE ASSIGN TO "TRANSVLR"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-TRANS.
000740
000750     SELECT OPTIONAL CLIXREF-FILE ASSIGN TO "CLIXREF"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-XRF.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  PARM-CARTAO-FILE.
000820 01  PARM-CARTAO-LINHA            PIC X(80).
000830
000840*----------------------------------------------------------------
000850*   MESTRE DE CLIENTES INDEXADO - COM OS CAMPOS DE MESCLA
000860*   GRAVADOS POR MESCLA0001 (SITUACAO 'M' E O SOBREVIVENTE).
000870*----------------------------------------------------------------
000880 FD  CLIENTES-FILE.
000890 01  CLI-REGISTRO.
000900     10  CLI-CODIGO               PIC 9(06).
000910     10  CLI-NOME                 PIC X(10).
000920     10  CLI-SITUACAO             PIC X(01).
000930         88  CLI-MESCLADO              VALUE 'M'.
000940     10  CLI-COD-SOBREV           PIC 9(06).
000950     10  CLI-DATA-MESCLA          PIC 9(08).
000960     10  FILLER                   PIC X(49).
000970
000980 FD  PARTICIP-FILE.
000990 01  PARTICIP-REGISTRO.
001000     10  PART-COD-CLIENTE         PIC 9(06).
001010     10  PART-COD-EVENTO          PIC 9(06).
001020     10  FILLER                   PIC X(68).
001030
001040 FD  PARTWAIT-FILE.
001050 01  PARTWAIT-REGISTRO.
001060     10  WAIT-COD-CLIENTE         PIC 9(06).
001070     10  WAIT-COD-EVENTO          PIC 9(06).
001080     10  FILLER                   PIC X(68).
001090
001100 FD  EVENTOS-FILE.
001110 01  EVT-LINHA                    PIC X(80).
001120
001130 FD  TRANSVLR-FILE.
001140 01  TRANS-REGISTRO.
001150     10  TRANS-CHAVE              PIC 9(06).
001160     10  TRANS-VALOR              PIC X(05).
001170     10  TRANS-DATA.
001180         15  TRANS-DIA                PIC 9(02).
001190         15  TRANS-MES                PIC 9(02).
001200         15  TRANS-ANO                PIC 9(04).
001210     10  TRANS-CATEGORIA          PIC X(03).
001220     10  TRANS-TIPO               PIC X(01).
001230         88  TRANS-CREDITO             VALUE 'C'.
001240         88  TRANS-ESTORNO             VALUE 'E'.
001250     10  TRANS-ID-EXTRATO.
001260         15  TRANS-DATA-EXTRATO       PIC X(08).
001270         15  TRANS-SEQ-EXTRATO        PIC X(04).
001280     10  TRANS-COD-EVENTO         PIC X(06).
001290     10  FILLER                   PIC X(39).
001300
001310 FD  CLIXREF-FILE.
001320 01  XREF-REGISTRO.
001330     10  XREF-COD-ANTIGO          PIC 9(06).
001340     10  XREF-COD-NOVO            PIC 9(06).
001350     10  FILLER                   PIC X(68).
001360
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390*   CARTAO DE PARAMETROS - SO O PERIODO DE PROCESSAMENTO E USADO
001400*   AQUI, PARA SABER QUAL E O PERIODO CORRENTE DAS TRANSACOES.
001410*----------------------------------------------------------------
001420     COPY PARMCARD.
001430     COPY EVENTOREC.
001440
001450 77  WS-FS-PARM               PIC X(02) VALUE '00'.
001460 77  WS-FS-CLI                PIC X(02) VALUE '00'.
001470 77  WS-FS-PAR                PIC X(02) VALUE '00'.
001480 77  WS-FS-WAI                PIC X(02) VALUE '00'.
001490 77  WS-FS-EVT                PIC X(02) VALUE '00'.
001500 77  WS-FS-TRANS              PIC X(02) VALUE '00'.
001510 77  WS-FS-XRF                PIC X(02) VALUE '00'.
001520
001530 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001540 77  WS-COMP-CORRENTE         PIC 9(06) VALUE ZEROS.
001550 77  WS-COMP-TRANSACAO        PIC 9(06) VALUE ZEROS.
001560
001570*----------------------------------------------------------------
001580*   ENTRADA DO OPERADOR - ACCEPT PARA X E TESTE NUMERIC, COMO EM
001590*   VARIAVEIS.
001600*----------------------------------------------------------------
001610 77  WS-CODIGO-DIGITADO       PIC X(06) VALUE SPACES.
001620 77  WS-COD-CONSULTA          PIC 9(06) VALUE ZEROS.
001630 77  WS-COMANDO               PIC X(01) VALUE SPACES.
001640 77  WS-ENCERRAR-SW           PIC X(01) VALUE 'N'.
001650         88  CONSULTA-ENCERRADA        VALUE 'S'.
001660         88  CONSULTA-EM-CURSO         VALUE 'N'.
001670
001680*----------------------------------------------------------------
001690*   MESTRE DE CLIENTES INDEXADO, ABERTO UMA VEZ NA ENTRADA DO
001700*   PROGRAMA E LIDO PELA CHAVE A CADA CONSULTA.
001710*----------------------------------------------------------------
001720 77  WS-CLIENTES-ABERTO-SW    PIC X(01) VALUE 'N'.
001730         88  MESTRE-CLIENTES-ABERTO    VALUE 'S'.
001740         88  MESTRE-CLIENTES-FECHADO   VALUE 'N'.
001750 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
001760         88  CLIENTE-ACHADO            VALUE 'S'.
001770         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
001780
001790*----------------------------------------------------------------
001800*   INSCRICOES DO CLIENTE NO PARTICIP, COMPLETADAS COM O MESTRE
001810*   DE EVENTOS NUMA PASSADA SO (4300). INSCRICAO ALEM DA
001820*   CAPACIDADE E CONTADA E SAI AVISADA NA TELA.
001830*----------------------------------------------------------------
001840 01  TABELA-INSCRICOES.
001850     05  INS-TAB-ENTRADA  OCCURS 100 TIMES
001860                          INDEXED BY IX-INS.
001870         10  INS-TAB-COD-EVENTO   PIC 9(06).
001880         10  INS-TAB-NOME         PIC X(09).
001890         10  INS-TAB-INI          PIC X(08).
001900         10  INS-TAB-FIM          PIC X(08).
001910         10  INS-TAB-STATUS       PIC X(01).
001920 77  WS-QTD-INSCRICOES        PIC 9(04) VALUE ZEROS COMP.
001930 77  WS-CNT-INS-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001940
001950*----------------------------------------------------------------
001960*   LUGARES DO CLIENTE NA FILA DE ESPERA. A POSICAO E A ORDEM DE
001970*   CHEGADA NO PARTWAIT DENTRE OS PARES DO MESMO EVENTO (1 = O
001980*   PRIMEIRO A SER PROMOVIDO) E O TOTAL E O TAMANHO DA FILA.
001990*----------------------------------------------------------------
002000 01  TABELA-ESPERA.
002010     05  ESP-TAB-ENTRADA  OCCURS 50 TIMES
002020                          INDEXED BY IX-ESP.
002030         10  ESP-TAB-COD-EVENTO   PIC 9(06).
002040         10  ESP-TAB-NOME         PIC X(09).
002050         10  ESP-TAB-INI          PIC X(08).
002060         10  ESP-TAB-FIM          PIC X(08).
002070         10  ESP-TAB-STATUS       PIC X(01).
002080         10  ESP-TAB-POSICAO      PIC 9(05).
002090         10  ESP-TAB-TOTAL        PIC 9(05).
002100         10  ESP-TAB-ACHADA-SW    PIC X(01).
002110             88  ESP-TAB-ACHADA        VALUE 'S'.
002120 77  WS-QTD-ESPERA            PIC 9(04) VALUE ZEROS COMP.
002130 77  WS-CNT-ESP-EXCEDENTES    PIC 9(05) VALUE ZEROS.
002140 77  WS-ESPERA-REPETIDA-SW    PIC X(01) VALUE 'N'.
002150         88  ESPERA-REPETIDA           VALUE 'S'.
002160         88  ESPERA-NOVA               VALUE 'N'.
002170
002180*----------------------------------------------------------------
002190*   CODIGOS ANTIGOS MESCLADOS NO CLIENTE CONSULTADO (CLIXREF
002200*   APONTA SEMPRE PARA O ULTIMO SOBREVIVENTE). SE O PROPRIO
002210*   CODIGO CONSULTADO FOI MESCLADO, AS TRANSACOES DELE SAO DO
002220*   SOBREVIVENTE E NAO ENTRAM AQUI.
002230*----------------------------------------------------------------
002240 01  TABELA-ANTIGOS.
002250     05  ANT-TAB-ENTRADA  OCCURS 100 TIMES
002260                          INDEXED BY IX-ANT.
002270         10  ANT-TAB-CODIGO       PIC 9(06).
002280 77  WS-QTD-ANTIGOS           PIC 9(04) VALUE ZEROS COMP.
002290 77  WS-CODIGO-REMAPEADO-SW   PIC X(01) VALUE 'N'.
002300         88  CODIGO-REMAPEADO          VALUE 'S'.
002310         88  CODIGO-NAO-REMAPEADO      VALUE 'N'.
002320 77  WS-COD-SOBREV-XREF       PIC 9(06) VALUE ZEROS.
002330 77  WS-TRANS-DO-CLIENTE-SW   PIC X(01) VALUE 'N'.
002340         88  TRANS-DO-CLIENTE          VALUE 'S'.
002350         88  TRANS-DE-OUTRO            VALUE 'N'.
002360
002370*----------------------------------------------------------------
002380*   TOTAIS DO PERIODO CORRENTE, POR CATEGORIA (SO DEBITOS, COMO
002390*   A ABERTURA POR CATEGORIA DO EXTRATO0001), E A PARTE OS
002400*   CREDITOS DE TAXA, OS ESTORNOS E OS VALORES INVALIDOS.
002410*----------------------------------------------------------------
002420 01  TABELA-CATEGORIAS.
002430     05  CAT-TAB-ENTRADA  OCCURS 20 TIMES
002440                          INDEXED BY IX-CAT.
002450         10  CAT-TAB-CATEGORIA    PIC X(03).
002460         10  CAT-TAB-CONT         PIC 9(05).
002470         10  CAT-TAB-VALOR        PIC 9(09).
002480 77  WS-QTD-CATEGORIAS        PIC 9(04) VALUE ZEROS COMP.
002490 77  WS-IDX-CAT-ACHADO        PIC 9(04) VALUE ZEROS COMP.
002500 77  WS-CAT-ACHADA-SW         PIC X(01) VALUE 'N'.
002510         88  CATEGORIA-ACHADA          VALUE 'S'.
002520         88  CATEGORIA-NAO-ACHADA      VALUE 'N'.
002530 77  WS-CNT-CAT-EXCEDENTES    PIC 9(05) VALUE ZEROS.
002540 77  WS-VLR-CAT-EXCEDENTES    PIC 9(09) VALUE ZEROS.
002550 77  WS-VALOR-NUM             PIC 9(05) VALUE ZEROS.
002560 77  WS-CNT-DEBITOS           PIC 9(05) VALUE ZEROS.
002570 77  WS-VLR-DEBITOS           PIC 9(09) VALUE ZEROS.
002580 77  WS-CNT-CREDITOS          PIC 9(05) VALUE ZEROS.
002590 77  WS-VLR-CREDITOS          PIC 9(09) VALUE ZEROS.
002600 77  WS-CNT-ESTORNOS          PIC 9(05) VALUE ZEROS.
002610 77  WS-VLR-ESTORNOS          PIC 9(09) VALUE ZEROS.
002620 77  WS-CNT-INVALIDAS         PIC 9(05) VALUE ZEROS.
002630
002640*----------------------------------------------------------------
002650*   TELA MONTADA NA MEMORIA E EXIBIDA EM PAGINAS. LINHA ALEM DA
002660*   CAPACIDADE E CONTADA E A ULTIMA LINHA DA TELA AVISA O CORTE.
002670*----------------------------------------------------------------
002680 01  TABELA-TELA.
002690     05  TEL-TAB-LINHA    OCCURS 300 TIMES
002700                          PIC X(79).
002710 77  WS-QTD-LINHAS            PIC 9(04) VALUE ZEROS COMP.
002720 77  WS-CNT-LINHAS-CORTADAS   PIC 9(05) VALUE ZEROS.
002730 77  WS-LINHA                 PIC X(79) VALUE SPACES.
002740
002750 77  WS-LINHAS-POR-PAGINA     PIC 9(04) VALUE 18 COMP.
002760 77  WS-PAGINA-ATUAL          PIC 9(04) VALUE ZEROS COMP.
002770 77  WS-TOTAL-PAGINAS         PIC 9(04) VALUE ZEROS COMP.
002780 77  WS-IDX-LINHA             PIC 9(04) VALUE ZEROS COMP.
002790 77  WS-ULTIMA-LINHA          PIC 9(04) VALUE ZEROS COMP.
002800 77  WS-PAGINA-EDIT           PIC ZZZ9.
002810 77  WS-TOTAL-PAG-EDIT        PIC ZZZ9.
002820 77  WS-PAGINACAO-SW          PIC X(01) VALUE 'N'.
002830         88  PAGINACAO-ENCERRADA       VALUE 'S'.
002840         88  PAGINACAO-EM-CURSO        VALUE 'N'.
002850
002860*----------------------------------------------------------------
002870*   CAMPOS DE MONTAGEM DAS LINHAS
002880*----------------------------------------------------------------
002890 77  WS-SITUACAO-EVT          PIC X(14) VALUE SPACES.
002900 77  WS-NOME-EXIBIDO          PIC X(30) VALUE SPACES.
002910 77  WS-INI-EDIT              PIC X(10) VALUE SPACES.
002920 77  WS-FIM-EDIT              PIC X(10) VALUE SPACES.
002930 77  WS-SEPARADOR-DATAS       PIC X(03) VALUE SPACES.
002940 77  WS-DATA-MESCLA-EDIT      PIC X(10) VALUE SPACES.
002950 77  WS-DATA-AUX              PIC X(08) VALUE SPACES.
002960 77  WS-DATA-EDIT             PIC X(10) VALUE SPACES.
002970 77  WS-CONT-EDIT             PIC ZZZZ9.
002980 77  WS-VALOR-EDIT            PIC Z(08)9.
002990 77  WS-POSICAO-EDIT          PIC ZZZZ9.
003000 77  WS-TOTAL-EDIT            PIC ZZZZ9.
003010 77  WS-QTD-EDIT              PIC ZZZZ9.
003020
003030 PROCEDURE DIVISION.
003040*================================================================
003050*   0000-MAINLINE
003060*================================================================
003070 0000-MAINLINE.
003080     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003090
003100     PERFORM 2000-ATENDER-CONSULTA THRU 2000-EXIT
003110         UNTIL CONSULTA-ENCERRADA
003120
003130     IF MESTRE-CLIENTES-ABERTO
003140         CLOSE CLIENTES-FILE
003150     END-IF
003160
003170     DISPLAY 'FIM DA CONSULTA DE CLIENTES.'
003180
003190     GOBACK.
003200
003210*================================================================
003220*   1000-INICIALIZAR - PERIODO CORRENTE (CARTAO OU MES DO DIA) E
003230*   ABERTURA DO MESTRE DE CLIENTES. O PROGRAMA E CHAMADO DE NOVO
003240*   A CADA ESCOLHA NO MENU, ENTAO TODO CONTROLE E REPOSTO AQUI.
003250*================================================================
003260 1000-INICIALIZAR.
003270     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
003280     SET CONSULTA-EM-CURSO TO TRUE
003290     MOVE ZEROS TO PARM-ANO-PROC PARM-MES-PROC
003300
003310     OPEN INPUT PARM-CARTAO-FILE
003320     IF WS-FS-PARM = '00'
003330         READ PARM-CARTAO-FILE INTO PARM-CARTAO-REG
003340             AT END
003350                 CONTINUE
003360         END-READ
003370         CLOSE PARM-CARTAO-FILE
003380     ELSE
003390         IF WS-FS-PARM = '05'
003400             CLOSE PARM-CARTAO-FILE
003410         END-IF
003420     END-IF
003430
003440     IF PARM-ANO-PROC IS NUMERIC AND PARM-ANO-PROC NOT = ZEROS
003450         AND PARM-MES-PROC IS NUMERIC
003460         COMPUTE WS-COMP-CORRENTE =
003470             PARM-ANO-PROC * 100 + PARM-MES-PROC
003480     ELSE
003490         COMPUTE WS-COMP-CORRENTE = WS-DATA-ATUAL / 100
003500     END-IF
003510
003520     PERFORM 1010-ABRIR-CLIENTES THRU 1010-EXIT.
003530 1000-EXIT.
003540     EXIT.
003550
003560 1010-ABRIR-CLIENTES.
003570     SET MESTRE-CLIENTES-FECHADO TO TRUE
003580     OPEN INPUT CLIENTES-FILE
003590     IF WS-FS-CLI = '00'
003600         SET MESTRE-CLIENTES-ABERTO TO TRUE
003610     ELSE
003620         IF WS-FS-CLI = '05'
003630             CLOSE CLIENTES-FILE
003640         END-IF
003650     END-IF.
003660 1010-EXIT.
003670     EXIT.
003680
003690*================================================================
003700*   2000-ATENDER-CONSULTA - PEDE O CODIGO, MONTA A TELA INTEIRA
003710*   DO CLIENTE E A EXIBE EM PAGINAS. CODIGO EM BRANCO OU ZERO
003720*   ENCERRA E VOLTA AO MENU.
003730*================================================================
003740 2000-ATENDER-CONSULTA.
003750     DISPLAY '----------------------------------------'
003760     DISPLAY 'CODIGO DO CLIENTE (BRANCO OU 0 = VOLTAR): '
003770     MOVE SPACES TO WS-CODIGO-DIGITADO
003780     ACCEPT WS-CODIGO-DIGITADO
003790
003800     IF WS-CODIGO-DIGITADO = SPACES
003810         SET CONSULTA-ENCERRADA TO TRUE
003820         GO TO 2000-EXIT
003830     END-IF
003840
003850     IF FUNCTION TRIM (WS-CODIGO-DIGITADO) IS NOT NUMERIC
003860         DISPLAY 'CODIGO INVALIDO - NAO E NUMERICO'
003870         GO TO 2000-EXIT
003880     END-IF
003890
003900     COMPUTE WS-COD-CONSULTA =
003910         FUNCTION NUMVAL (FUNCTION TRIM (WS-CODIGO-DIGITADO))
003920
003930     IF WS-COD-CONSULTA = ZEROS
003940         SET CONSULTA-ENCERRADA TO TRUE
003950         GO TO 2000-EXIT
003960     END-IF
003970
003980     MOVE ZEROS TO WS-QTD-LINHAS WS-CNT-LINHAS-CORTADAS
003990
004000     PERFORM 3000-LOCALIZAR-CLIENTE THRU 3000-EXIT
004010     PERFORM 4000-CARREGAR-INSCRICOES THRU 4000-EXIT
004020     PERFORM 4200-CARREGAR-FILA THRU 4200-EXIT
004030     PERFORM 4300-RESOLVER-EVENTOS THRU 4300-EXIT
004040     PERFORM 5100-MONTAR-INSCRICOES THRU 5100-EXIT
004050     PERFORM 5200-MONTAR-FILA THRU 5200-EXIT
004060     PERFORM 6000-CARREGAR-REFERENCIAS THRU 6000-EXIT
004070     PERFORM 6100-SOMAR-TRANSACOES THRU 6100-EXIT
004080     PERFORM 6200-MONTAR-TRANSACOES THRU 6200-EXIT
004090
004100     IF WS-CNT-LINHAS-CORTADAS > ZEROS
004110         MOVE WS-CNT-LINHAS-CORTADAS TO WS-QTD-EDIT
004120         MOVE SPACES TO WS-LINHA
004130         STRING '*** TELA CORTADA - '  DELIMITED BY SIZE
004140                WS-QTD-EDIT             DELIMITED BY SIZE
004150                ' LINHAS NAO EXIBIDAS ***' DELIMITED BY SIZE
004160             INTO WS-LINHA
004170         END-STRING
004180         MOVE WS-LINHA TO TEL-TAB-LINHA (WS-QTD-LINHAS)
004190     END-IF
004200
004210     PERFORM 8000-PAGINAR THRU 8000-EXIT.
004220 2000-EXIT.
004230     EXIT.
004240
004250*================================================================
004260*   3000-LOCALIZAR-CLIENTE - LEITURA PELA CHAVE NO MESTRE E
004270*   CABECALHO DA TELA. CLIENTE SEM CADASTRO (OU MESTRE AUSENTE)
004280*   AINDA TEM A TELA MONTADA, PARA O BALCAO VER O QUE HA NOS
004290*   DEMAIS ARQUIVOS COM O CODIGO. CODIGO MESCLADO POR MESCLA0001
004300*   SAI AVISADO COM O SOBREVIVENTE.
004310*================================================================
004320 3000-LOCALIZAR-CLIENTE.
004330     SET CLIENTE-NAO-ACHADO TO TRUE
004340     IF MESTRE-CLIENTES-ABERTO
004350         MOVE WS-COD-CONSULTA TO CLI-CODIGO
004360         READ CLIENTES-FILE
004370             INVALID KEY
004380                 CONTINUE
004390             NOT INVALID KEY
004400                 SET CLIENTE-ACHADO TO TRUE
004410         END-READ
004420     END-IF
004430
004440     IF CLIENTE-ACHADO
004450         MOVE CLI-NOME TO WS-NOME-EXIBIDO
004460     ELSE
004470         MOVE '*** NAO CADASTRADO ***' TO WS-NOME-EXIBIDO
004480     END-IF
004490
004500     MOVE SPACES TO WS-LINHA
004510     STRING 'CLIENTE '        DELIMITED BY SIZE
004520            WS-COD-CONSULTA   DELIMITED BY SIZE
004530            '  '              DELIMITED BY SIZE
004540            WS-NOME-EXIBIDO   DELIMITED BY SIZE
004550         INTO WS-LINHA
004560     END-STRING
004570     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
004580
004590     IF CLIENTE-ACHADO AND CLI-MESCLADO
004600         MOVE CLI-DATA-MESCLA TO WS-DATA-AUX
004610         PERFORM 7100-EDITAR-DATA-AAAAMMDD THRU 7100-EXIT
004620         MOVE WS-DATA-EDIT TO WS-DATA-MESCLA-EDIT
004630         MOVE SPACES TO WS-LINHA
004640         STRING '  MESCLADO EM '     DELIMITED BY SIZE
004650                WS-DATA-MESCLA-EDIT  DELIMITED BY SIZE
004660                ' NO CLIENTE '       DELIMITED BY SIZE
004670                CLI-COD-SOBREV       DELIMITED BY SIZE
004680                ' - CONSULTE O SOBREVIVENTE' DELIMITED BY SIZE
004690             INTO WS-LINHA
004700         END-STRING
004710         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
004720     END-IF
004730
004740     IF MESTRE-CLIENTES-FECHADO
004750         MOVE '  MESTRE DE CLIENTES INDISPONIVEL' TO WS-LINHA
004760         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
004770     END-IF.
004780 3000-EXIT.
004790     EXIT.
004800
004810*================================================================
004820*   4000-CARREGAR-INSCRICOES - PARES DO CLIENTE NO PARTICIP, NA
004830*   ORDEM DO ARQUIVO. ARQUIVO AUSENTE VALE COMO SEM INSCRICAO.
004840*================================================================
004850 4000-CARREGAR-INSCRICOES.
004860     MOVE ZEROS TO WS-QTD-INSCRICOES WS-CNT-INS-EXCEDENTES
004870     OPEN INPUT PARTICIP-FILE
004880     IF WS-FS-PAR = '00'
004890         PERFORM 4100-LER-PARTICIP THRU 4100-EXIT
004900             UNTIL WS-FS-PAR NOT = '00'
004910         CLOSE PARTICIP-FILE
004920     ELSE
004930         IF WS-FS-PAR = '05'
004940             CLOSE PARTICIP-FILE
004950         END-IF
004960     END-IF.
004970 4000-EXIT.
004980     EXIT.
004990
005000 4100-LER-PARTICIP.
005010     READ PARTICIP-FILE
005020     IF WS-FS-PAR NOT = '00'
005030         GO TO 4100-EXIT
005040     END-IF
005050
005060     IF PART-COD-CLIENTE NOT = WS-COD-CONSULTA
005070         GO TO 4100-EXIT
005080     END-IF
005090
005100     IF WS-QTD-INSCRICOES < 100
005110         ADD 1 TO WS-QTD-INSCRICOES
005120         MOVE PART-COD-EVENTO
005130             TO INS-TAB-COD-EVENTO (WS-QTD-INSCRICOES)
005140         MOVE SPACES TO INS-TAB-NOME (WS-QTD-INSCRICOES)
005150         MOVE SPACES TO INS-TAB-INI (WS-QTD-INSCRICOES)
005160         MOVE SPACES TO INS-TAB-FIM (WS-QTD-INSCRICOES)
005170         MOVE SPACES TO INS-TAB-STATUS (WS-QTD-INSCRICOES)
005180     ELSE
005190         ADD 1 TO WS-CNT-INS-EXCEDENTES
005200     END-IF.
005210 4100-EXIT.
005220     EXIT.
005230
005240*================================================================
005250*   4200-CARREGAR-FILA - DUAS PASSADAS NO PARTWAIT. A PRIMEIRA
005260*   (4210) ACHA OS EVENTOS EM QUE O CLIENTE ESTA NA FILA; A
005270*   SEGUNDA (4220) CONTA, EVENTO A EVENTO, QUANTOS PARES CHEGARAM
005280*   ATE O DO CLIENTE (A POSICAO) E O TAMANHO DA FILA.
005290*================================================================
005300 4200-CARREGAR-FILA.
005310     MOVE ZEROS TO WS-QTD-ESPERA WS-CNT-ESP-EXCEDENTES
005320     OPEN INPUT PARTWAIT-FILE
005330     IF WS-FS-WAI = '00'
005340         PERFORM 4210-LER-ESPERA-CLIENTE THRU 4210-EXIT
005350             UNTIL WS-FS-WAI NOT = '00'
005360         CLOSE PARTWAIT-FILE
005370     ELSE
005380         IF WS-FS-WAI = '05'
005390             CLOSE PARTWAIT-FILE
005400         END-IF
005410     END-IF
005420
005430     IF WS-QTD-ESPERA = ZEROS
005440         GO TO 4200-EXIT
005450     END-IF
005460
005470     OPEN INPUT PARTWAIT-FILE
005480     IF WS-FS-WAI = '00'
005490         PERFORM 4220-CONTAR-POSICAO THRU 4220-EXIT
005500             UNTIL WS-FS-WAI NOT = '00'
005510         CLOSE PARTWAIT-FILE
005520     END-IF.
005530 4200-EXIT.
005540     EXIT.
005550
005560 4210-LER-ESPERA-CLIENTE.
005570     READ PARTWAIT-FILE
005580     IF WS-FS-WAI NOT = '00'
005590         GO TO 4210-EXIT
005600     END-IF
005610
005620     IF WAIT-COD-CLIENTE NOT = WS-COD-CONSULTA
005630         GO TO 4210-EXIT
005640     END-IF
005650
005660     SET ESPERA-NOVA TO TRUE
005670     IF WS-QTD-ESPERA > ZEROS
005680         PERFORM 4215-COMPARAR-ESPERA THRU 4215-EXIT
005690             VARYING IX-ESP FROM 1 BY 1
005700             UNTIL IX-ESP > WS-QTD-ESPERA OR ESPERA-REPETIDA
005710     END-IF
005720     IF ESPERA-REPETIDA
005730         GO TO 4210-EXIT
005740     END-IF
005750
005760     IF WS-QTD-ESPERA < 50
005770         ADD 1 TO WS-QTD-ESPERA
005780         MOVE WAIT-COD-EVENTO
005790             TO ESP-TAB-COD-EVENTO (WS-QTD-ESPERA)
005800         MOVE SPACES TO ESP-TAB-NOME (WS-QTD-ESPERA)
005810         MOVE SPACES TO ESP-TAB-INI (WS-QTD-ESPERA)
005820         MOVE SPACES TO ESP-TAB-FIM (WS-QTD-ESPERA)
005830         MOVE SPACES TO ESP-TAB-STATUS (WS-QTD-ESPERA)
005840         MOVE ZEROS TO ESP-TAB-POSICAO (WS-QTD-ESPERA)
005850         MOVE ZEROS TO ESP-TAB-TOTAL (WS-QTD-ESPERA)
005860         MOVE 'N' TO ESP-TAB-ACHADA-SW (WS-QTD-ESPERA)
005870     ELSE
005880         ADD 1 TO WS-CNT-ESP-EXCEDENTES
005890     END-IF.
005900 4210-EXIT.
005910     EXIT.
005920
005930 4215-COMPARAR-ESPERA.
005940     IF ESP-TAB-COD-EVENTO (IX-ESP) = WAIT-COD-EVENTO
005950         SET ESPERA-REPETIDA TO TRUE
005960     END-IF.
005970 4215-EXIT.
005980     EXIT.
005990
006000 4220-CONTAR-POSICAO.
006010     READ PARTWAIT-FILE
006020     IF WS-FS-WAI = '00'
006030         PERFORM 4230-COMPARAR-POSICAO THRU 4230-EXIT
006040             VARYING IX-ESP FROM 1 BY 1
006050             UNTIL IX-ESP > WS-QTD-ESPERA
006060     END-IF.
006070 4220-EXIT.
006080     EXIT.
006090
006100 4230-COMPARAR-POSICAO.
006110     IF ESP-TAB-COD-EVENTO (IX-ESP) NOT = WAIT-COD-EVENTO
006120         GO TO 4230-EXIT
006130     END-IF
006140
006150     ADD 1 TO ESP-TAB-TOTAL (IX-ESP)
006160     IF NOT ESP-TAB-ACHADA (IX-ESP)
006170         ADD 1 TO ESP-TAB-POSICAO (IX-ESP)
006180         IF WAIT-COD-CLIENTE = WS-COD-CONSULTA
006190             MOVE 'S' TO ESP-TAB-ACHADA-SW (IX-ESP)
006200         END-IF
006210     END-IF.
006220 4230-EXIT.
006230     EXIT.
006240
006250*================================================================
006260*   4300-RESOLVER-EVENTOS - UMA PASSADA NO MESTRE DE EVENTOS
006270*   COMPLETA NOME, DATAS E SITUACAO DAS INSCRICOES E DA FILA.
006280*   EVENTO QUE NAO ESTA NO MESTRE FICA COM A SITUACAO EM BRANCO.
006290*================================================================
006300 4300-RESOLVER-EVENTOS.
006310     IF WS-QTD-INSCRICOES = ZEROS AND WS-QTD-ESPERA = ZEROS
006320         GO TO 4300-EXIT
006330     END-IF
006340
006350     OPEN INPUT EVENTOS-FILE
006360     IF WS-FS-EVT = '00'
006370         PERFORM 4310-LER-EVENTO THRU 4310-EXIT
006380             UNTIL WS-FS-EVT NOT = '00'
006390         CLOSE EVENTOS-FILE
006400     ELSE
006410         IF WS-FS-EVT = '05'
006420             CLOSE EVENTOS-FILE
006430         END-IF
006440     END-IF.
006450 4300-EXIT.
006460     EXIT.
006470
006480 4310-LER-EVENTO.
006490     READ EVENTOS-FILE INTO EVT-REGISTRO
006500     IF WS-FS-EVT NOT = '00'
006510         GO TO 4310-EXIT
006520     END-IF
006530
006540     IF WS-QTD-INSCRICOES > ZEROS
006550         PERFORM 4320-COMPARAR-INSCRICAO THRU 4320-EXIT
006560             VARYING IX-INS FROM 1 BY 1
006570             UNTIL IX-INS > WS-QTD-INSCRICOES
006580     END-IF
006590     IF WS-QTD-ESPERA > ZEROS
006600         PERFORM 4330-COMPARAR-FILA THRU 4330-EXIT
006610             VARYING IX-ESP FROM 1 BY 1
006620             UNTIL IX-ESP > WS-QTD-ESPERA
006630     END-IF.
006640 4310-EXIT.
006650     EXIT.
006660
006670 4320-COMPARAR-INSCRICAO.
006680     IF INS-TAB-COD-EVENTO (IX-INS) = EVT-CODIGO
006690         MOVE EVT-NOME TO INS-TAB-NOME (IX-INS)
006700         MOVE EVT-INI-DATA TO INS-TAB-INI (IX-INS)
006710         MOVE EVT-FIM-DATA TO INS-TAB-FIM (IX-INS)
006720         MOVE EVT-STATUS TO INS-TAB-STATUS (IX-INS)
006730     END-IF.
006740 4320-EXIT.
006750     EXIT.
006760
006770 4330-COMPARAR-FILA.
006780     IF ESP-TAB-COD-EVENTO (IX-ESP) = EVT-CODIGO
006790         MOVE EVT-NOME TO ESP-TAB-NOME (IX-ESP)
006800         MOVE EVT-INI-DATA TO ESP-TAB-INI (IX-ESP)
006810         MOVE EVT-FIM-DATA TO ESP-TAB-FIM (IX-ESP)
006820         MOVE EVT-STATUS TO ESP-TAB-STATUS (IX-ESP)
006830     END-IF.
006840 4330-EXIT.
006850     EXIT.
006860
006870*================================================================
006880*   5100-MONTAR-INSCRICOES - UMA LINHA POR INSCRICAO: EVENTO,
006890*   NOME, PERIODO E SITUACAO NO MESTRE DE EVENTOS.
006900*================================================================
006910 5100-MONTAR-INSCRICOES.
006920     MOVE SPACES TO WS-LINHA
006930     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
006940
006950     COMPUTE WS-QTD-EDIT = WS-QTD-INSCRICOES
006960         + WS-CNT-INS-EXCEDENTES
006970     MOVE SPACES TO WS-LINHA
006980     STRING 'INSCRICOES EM EVENTOS (PARTICIP): '
006990                                          DELIMITED BY SIZE
007000            WS-QTD-EDIT                   DELIMITED BY SIZE
007010         INTO WS-LINHA
007020     END-STRING
007030     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
007040
007050     IF WS-QTD-INSCRICOES = ZEROS
007060         MOVE '  NENHUMA INSCRICAO' TO WS-LINHA
007070         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
007080     ELSE
007090         PERFORM 5110-LINHA-INSCRICAO THRU 5110-EXIT
007100             VARYING IX-INS FROM 1 BY 1
007110             UNTIL IX-INS > WS-QTD-INSCRICOES
007120     END-IF
007130
007140     IF WS-CNT-INS-EXCEDENTES > ZEROS
007150         MOVE WS-CNT-INS-EXCEDENTES TO WS-QTD-EDIT
007160         MOVE SPACES TO WS-LINHA
007170         STRING '  MAIS '           DELIMITED BY SIZE
007180                WS-QTD-EDIT         DELIMITED BY SIZE
007190                ' INSCRICOES ALEM DA TABELA - VER RELPART'
007200                                    DELIMITED BY SIZE
007210             INTO WS-LINHA
007220         END-STRING
007230         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
007240     END-IF.
007250 5100-EXIT.
007260     EXIT.
007270
007280 5110-LINHA-INSCRICAO.
007290     MOVE INS-TAB-STATUS (IX-INS) TO WS-SITUACAO-EVT
007300     MOVE INS-TAB-INI (IX-INS) TO WS-DATA-AUX
007310     PERFORM 7200-EDITAR-DATA-DDMMAAAA THRU 7200-EXIT
007320     MOVE WS-DATA-EDIT TO WS-INI-EDIT
007330     MOVE INS-TAB-FIM (IX-INS) TO WS-DATA-AUX
007340     PERFORM 7200-EDITAR-DATA-DDMMAAAA THRU 7200-EXIT
007350     MOVE WS-DATA-EDIT TO WS-FIM-EDIT
007360     PERFORM 7300-TRADUZIR-SITUACAO THRU 7300-EXIT
007370     IF WS-INI-EDIT = SPACES AND WS-FIM-EDIT = SPACES
007380         MOVE SPACES TO WS-SEPARADOR-DATAS
007390     ELSE
007400         MOVE ' A ' TO WS-SEPARADOR-DATAS
007410     END-IF
007420
007430     MOVE SPACES TO WS-LINHA
007440     STRING '  EVENTO '                 DELIMITED BY SIZE
007450            INS-TAB-COD-EVENTO (IX-INS) DELIMITED BY SIZE
007460            ' '                         DELIMITED BY SIZE
007470            INS-TAB-NOME (IX-INS)       DELIMITED BY SIZE
007480            ' '                         DELIMITED BY SIZE
007490            WS-INI-EDIT                 DELIMITED BY SIZE
007500            WS-SEPARADOR-DATAS          DELIMITED BY SIZE
007510            WS-FIM-EDIT                 DELIMITED BY SIZE
007520            '  '                        DELIMITED BY SIZE
007530            WS-SITUACAO-EVT             DELIMITED BY SIZE
007540         INTO WS-LINHA
007550     END-STRING
007560     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT.
007570 5110-EXIT.
007580     EXIT.
007590
007600*================================================================
007610*   5200-MONTAR-FILA - UMA LINHA POR LUGAR NA FILA DE ESPERA,
007620*   COM O EVENTO E A POSICAO DENTRO DO TAMANHO DA FILA.
007630*================================================================
007640 5200-MONTAR-FILA.
007650     MOVE SPACES TO WS-LINHA
007660     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
007670
007680     COMPUTE WS-QTD-EDIT = WS-QTD-ESPERA
007690         + WS-CNT-ESP-EXCEDENTES
007700     MOVE SPACES TO WS-LINHA
007710     STRING 'FILAS DE ESPERA (PARTWAIT) ......: '
007720                                          DELIMITED BY SIZE
007730            WS-QTD-EDIT                   DELIMITED BY SIZE
007740         INTO WS-LINHA
007750     END-STRING
007760     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
007770
007780     IF WS-QTD-ESPERA = ZEROS
007790         MOVE '  NENHUMA FILA DE ESPERA' TO WS-LINHA
007800         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
007810     ELSE
007820         PERFORM 5210-LINHA-ESPERA THRU 5210-EXIT
007830             VARYING IX-ESP FROM 1 BY 1
007840             UNTIL IX-ESP > WS-QTD-ESPERA
007850     END-IF
007860
007870     IF WS-CNT-ESP-EXCEDENTES > ZEROS
007880         MOVE WS-CNT-ESP-EXCEDENTES TO WS-QTD-EDIT
007890         MOVE SPACES TO WS-LINHA
007900         STRING '  MAIS '           DELIMITED BY SIZE
007910                WS-QTD-EDIT         DELIMITED BY SIZE
007920                ' FILAS ALEM DA TABELA' DELIMITED BY SIZE
007930             INTO WS-LINHA
007940         END-STRING
007950         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
007960     END-IF.
007970 5200-EXIT.
007980     EXIT.
007990
008000 5210-LINHA-ESPERA.
008010     MOVE ESP-TAB-STATUS (IX-ESP) TO WS-SITUACAO-EVT
008020     MOVE ESP-TAB-INI (IX-ESP) TO WS-DATA-AUX
008030     PERFORM 7200-EDITAR-DATA-DDMMAAAA THRU 7200-EXIT
008040     MOVE WS-DATA-EDIT TO WS-INI-EDIT
008050     MOVE ESP-TAB-FIM (IX-ESP) TO WS-DATA-AUX
008060     PERFORM 7200-EDITAR-DATA-DDMMAAAA THRU 7200-EXIT
008070     MOVE WS-DATA-EDIT TO WS-FIM-EDIT
008080     PERFORM 7300-TRADUZIR-SITUACAO THRU 7300-EXIT
008090     IF WS-INI-EDIT = SPACES AND WS-FIM-EDIT = SPACES
008100         MOVE SPACES TO WS-SEPARADOR-DATAS
008110     ELSE
008120         MOVE ' A ' TO WS-SEPARADOR-DATAS
008130     END-IF
008140     MOVE ESP-TAB-POSICAO (IX-ESP) TO WS-POSICAO-EDIT
008150     MOVE ESP-TAB-TOTAL (IX-ESP) TO WS-TOTAL-EDIT
008160
008170     MOVE SPACES TO WS-LINHA
008180     STRING '  EVENTO '                 DELIMITED BY SIZE
008190            ESP-TAB-COD-EVENTO (IX-ESP) DELIMITED BY SIZE
008200            ' '                         DELIMITED BY SIZE
008210            ESP-TAB-NOME (IX-ESP)       DELIMITED BY SIZE
008220            ' '                         DELIMITED BY SIZE
008230            WS-INI-EDIT                 DELIMITED BY SIZE
008240            WS-SEPARADOR-DATAS          DELIMITED BY SIZE
008250            WS-FIM-EDIT                 DELIMITED BY SIZE
008260            '  POSICAO '                DELIMITED BY SIZE
008270            WS-POSICAO-EDIT             DELIMITED BY SIZE
008280            ' DE '                      DELIMITED BY SIZE
008290            WS-TOTAL-EDIT               DELIMITED BY SIZE
008300         INTO WS-LINHA
008310     END-STRING
008320     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
008330
008340     IF WS-SITUACAO-EVT NOT = 'ATIVO'
008350         MOVE SPACES TO WS-LINHA
008360         STRING '    EVENTO '           DELIMITED BY SIZE
008370                WS-SITUACAO-EVT         DELIMITED BY SIZE
008380             INTO WS-LINHA
008390         END-STRING
008400         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
008410     END-IF.
008420 5210-EXIT.
008430     EXIT.
008440
008450*================================================================
008460*   6000-CARREGAR-REFERENCIAS - DO CLIXREF, OS CODIGOS ANTIGOS
008470*   QUE HOJE DAO NO CLIENTE CONSULTADO E SE O PROPRIO CODIGO
008480*   CONSULTADO FOI LEVADO A OUTRO SOBREVIVENTE.
008490*================================================================
008500 6000-CARREGAR-REFERENCIAS.
008510     MOVE ZEROS TO WS-QTD-ANTIGOS WS-COD-SOBREV-XREF
008520     SET CODIGO-NAO-REMAPEADO TO TRUE
008530     OPEN INPUT CLIXREF-FILE
008540     IF WS-FS-XRF = '00'
008550         PERFORM 6010-LER-REFERENCIA THRU 6010-EXIT
008560             UNTIL WS-FS-XRF NOT = '00'
008570         CLOSE CLIXREF-FILE
008580     ELSE
008590         IF WS-FS-XRF = '05'
008600             CLOSE CLIXREF-FILE
008610         END-IF
008620     END-IF.
008630 6000-EXIT.
008640     EXIT.
008650
008660 6010-LER-REFERENCIA.
008670     READ CLIXREF-FILE
008680     IF WS-FS-XRF NOT = '00'
008690         GO TO 6010-EXIT
008700     END-IF
008710
008720     IF XREF-COD-ANTIGO = WS-COD-CONSULTA
008730         SET CODIGO-REMAPEADO TO TRUE
008740         MOVE XREF-COD-NOVO TO WS-COD-SOBREV-XREF
008750     END-IF
008760
008770     IF XREF-COD-NOVO = WS-COD-CONSULTA
008780         AND WS-QTD-ANTIGOS < 100
008790         ADD 1 TO WS-QTD-ANTIGOS
008800         MOVE XREF-COD-ANTIGO TO ANT-TAB-CODIGO (WS-QTD-ANTIGOS)
008810     END-IF.
008820 6010-EXIT.
008830     EXIT.
008840
008850*================================================================
008860*   6100-SOMAR-TRANSACOES - PERCORRE O TRANSVLR E ACUMULA AS
008870*   TRANSACOES DO CLIENTE NO PERIODO CORRENTE: DEBITO POR
008880*   CATEGORIA, CREDITO DE TAXA E ESTORNO A PARTE E VALOR NAO
008890*   NUMERICO SO CONTADO - A MESMA SEPARACAO DO EXTRATO0001.
008900*================================================================
008910 6100-SOMAR-TRANSACOES.
008920     MOVE ZEROS TO WS-QTD-CATEGORIAS WS-CNT-CAT-EXCEDENTES
008930     MOVE ZEROS TO WS-VLR-CAT-EXCEDENTES
008940     MOVE ZEROS TO WS-CNT-DEBITOS WS-VLR-DEBITOS
008950     MOVE ZEROS TO WS-CNT-CREDITOS WS-VLR-CREDITOS
008960     MOVE ZEROS TO WS-CNT-ESTORNOS WS-VLR-ESTORNOS
008970     MOVE ZEROS TO WS-CNT-INVALIDAS
008980
008990     OPEN INPUT TRANSVLR-FILE
009000     IF WS-FS-TRANS = '00'
009010         PERFORM 6110-LER-TRANSACAO THRU 6110-EXIT
009020             UNTIL WS-FS-TRANS NOT = '00'
009030         CLOSE TRANSVLR-FILE
009040     ELSE
009050         IF WS-FS-TRANS = '05'
009060             CLOSE TRANSVLR-FILE
009070         END-IF
009080     END-IF.
009090 6100-EXIT.
009100     EXIT.
009110
009120 6110-LER-TRANSACAO.
009130     READ TRANSVLR-FILE
009140     IF WS-FS-TRANS NOT = '00'
009150         GO TO 6110-EXIT
009160     END-IF
009170
009180     IF TRANS-MES IS NOT NUMERIC OR TRANS-ANO IS NOT NUMERIC
009190         GO TO 6110-EXIT
009200     END-IF
009210     COMPUTE WS-COMP-TRANSACAO = TRANS-ANO * 100 + TRANS-MES
009220     IF WS-COMP-TRANSACAO NOT = WS-COMP-CORRENTE
009230         GO TO 6110-EXIT
009240     END-IF
009250
009260     PERFORM 6120-VERIFICAR-CLIENTE THRU 6120-EXIT
009270     IF TRANS-DE-OUTRO
009280         GO TO 6110-EXIT
009290     END-IF
009300
009310     IF TRANS-VALOR IS NOT NUMERIC
009320         ADD 1 TO WS-CNT-INVALIDAS
009330         GO TO 6110-EXIT
009340     END-IF
009350     MOVE TRANS-VALOR TO WS-VALOR-NUM
009360
009370     EVALUATE TRUE
009380         WHEN TRANS-CREDITO
009390             ADD 1 TO WS-CNT-CREDITOS
009400             ADD WS-VALOR-NUM TO WS-VLR-CREDITOS
009410         WHEN TRANS-ESTORNO
009420             ADD 1 TO WS-CNT-ESTORNOS
009430             ADD WS-VALOR-NUM TO WS-VLR-ESTORNOS
009440         WHEN OTHER
009450             ADD 1 TO WS-CNT-DEBITOS
009460             ADD WS-VALOR-NUM TO WS-VLR-DEBITOS
009470             PERFORM 6150-ACUMULAR-CATEGORIA THRU 6150-EXIT
009480     END-EVALUATE.
009490 6110-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------------
009530*   6120-VERIFICAR-CLIENTE - A TRANSACAO E DO CLIENTE SE TEM O
009540*   CODIGO DELE (E ELE NAO FOI MESCLADO EM OUTRO) OU UM CODIGO
009550*   ANTIGO QUE O CLIXREF LEVA ATE ELE.
009560*----------------------------------------------------------------
009570 6120-VERIFICAR-CLIENTE.
009580     SET TRANS-DE-OUTRO TO TRUE
009590     IF TRANS-CHAVE IS NOT NUMERIC
009600         GO TO 6120-EXIT
009610     END-IF
009620
009630     IF TRANS-CHAVE = WS-COD-CONSULTA
009640         IF CODIGO-NAO-REMAPEADO
009650             SET TRANS-DO-CLIENTE TO TRUE
009660         END-IF
009670         GO TO 6120-EXIT
009680     END-IF
009690
009700     IF WS-QTD-ANTIGOS > ZEROS
009710         PERFORM 6130-COMPARAR-ANTIGO THRU 6130-EXIT
009720             VARYING IX-ANT FROM 1 BY 1
009730             UNTIL IX-ANT > WS-QTD-ANTIGOS OR TRANS-DO-CLIENTE
009740     END-IF.
009750 6120-EXIT.
009760     EXIT.
009770
009780 6130-COMPARAR-ANTIGO.
009790     IF ANT-TAB-CODIGO (IX-ANT) = TRANS-CHAVE
009800         SET TRANS-DO-CLIENTE TO TRUE
009810     END-IF.
009820 6130-EXIT.
009830     EXIT.
009840
009850 6150-ACUMULAR-CATEGORIA.
009860     SET CATEGORIA-NAO-ACHADA TO TRUE
009870     MOVE ZEROS TO WS-IDX-CAT-ACHADO
009880     IF WS-QTD-CATEGORIAS > ZEROS
009890         PERFORM 6160-COMPARAR-CATEGORIA THRU 6160-EXIT
009900             VARYING IX-CAT FROM 1 BY 1
009910             UNTIL IX-CAT > WS-QTD-CATEGORIAS
009920                 OR CATEGORIA-ACHADA
009930     END-IF
009940
009950     IF CATEGORIA-ACHADA
009960         ADD 1 TO CAT-TAB-CONT (WS-IDX-CAT-ACHADO)
009970         ADD WS-VALOR-NUM TO CAT-TAB-VALOR (WS-IDX-CAT-ACHADO)
009980     ELSE
009990         IF WS-QTD-CATEGORIAS < 20
010000             ADD 1 TO WS-QTD-CATEGORIAS
010010             MOVE TRANS-CATEGORIA
010020                 TO CAT-TAB-CATEGORIA (WS-QTD-CATEGORIAS)
010030             MOVE 1 TO CAT-TAB-CONT (WS-QTD-CATEGORIAS)
010040             MOVE WS-VALOR-NUM
010050                 TO CAT-TAB-VALOR (WS-QTD-CATEGORIAS)
010060         ELSE
010070             ADD 1 TO WS-CNT-CAT-EXCEDENTES
010080             ADD WS-VALOR-NUM TO WS-VLR-CAT-EXCEDENTES
010090         END-IF
010100     END-IF.
010110 6150-EXIT.
010120     EXIT.
010130
010140 6160-COMPARAR-CATEGORIA.
010150     IF CAT-TAB-CATEGORIA (IX-CAT) = TRANS-CATEGORIA
010160         SET CATEGORIA-ACHADA TO TRUE
010170         SET WS-IDX-CAT-ACHADO TO IX-CAT
010180     END-IF.
010190 6160-EXIT.
010200     EXIT.
010210
010220*================================================================
010230*   6200-MONTAR-TRANSACOES - QUADRO DO PERIODO CORRENTE: UMA
010240*   LINHA POR CATEGORIA, O TOTAL DOS DEBITOS E, SE HOUVER, OS
010250*   CREDITOS DE TAXA, OS ESTORNOS E OS VALORES INVALIDOS.
010260*================================================================
010270 6200-MONTAR-TRANSACOES.
010280     MOVE SPACES TO WS-LINHA
010290     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
010300
010310     MOVE SPACES TO WS-LINHA
010320     STRING 'TRANSACOES DO PERIODO (TRANSVLR): ' DELIMITED BY SIZE
010330            WS-COMP-CORRENTE (5:2)        DELIMITED BY SIZE
010340            '/'                           DELIMITED BY SIZE
010350            WS-COMP-CORRENTE (1:4)        DELIMITED BY SIZE
010360         INTO WS-LINHA
010370     END-STRING
010380     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
010390
010400     IF CODIGO-REMAPEADO
010410         MOVE SPACES TO WS-LINHA
010420         STRING '  CODIGO MESCLADO - TRANSACOES CONTAM NO '
010430                                        DELIMITED BY SIZE
010440                'CLIENTE '              DELIMITED BY SIZE
010450                WS-COD-SOBREV-XREF      DELIMITED BY SIZE
010460             INTO WS-LINHA
010470         END-STRING
010480         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
010490     END-IF
010500
010510     IF WS-QTD-CATEGORIAS > ZEROS
010520         PERFORM 6210-LINHA-CATEGORIA THRU 6210-EXIT
010530             VARYING IX-CAT FROM 1 BY 1
010540             UNTIL IX-CAT > WS-QTD-CATEGORIAS
010550     END-IF
010560
010570     IF WS-CNT-CAT-EXCEDENTES > ZEROS
010580         MOVE WS-CNT-CAT-EXCEDENTES TO WS-CONT-EDIT
010590         MOVE WS-VLR-CAT-EXCEDENTES TO WS-VALOR-EDIT
010600         MOVE SPACES TO WS-LINHA
010610         STRING '  OUTRAS CATEGORIAS: ' DELIMITED BY SIZE
010620                WS-CONT-EDIT            DELIMITED BY SIZE
010630                '  VALOR: '             DELIMITED BY SIZE
010640                WS-VALOR-EDIT           DELIMITED BY SIZE
010650             INTO WS-LINHA
010660         END-STRING
010670         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
010680     END-IF
010690
010700     MOVE WS-CNT-DEBITOS TO WS-CONT-EDIT
010710     MOVE WS-VLR-DEBITOS TO WS-VALOR-EDIT
010720     MOVE SPACES TO WS-LINHA
010730     STRING '  TOTAL DO PERIODO : ' DELIMITED BY SIZE
010740            WS-CONT-EDIT            DELIMITED BY SIZE
010750            '  VALOR: '             DELIMITED BY SIZE
010760            WS-VALOR-EDIT           DELIMITED BY SIZE
010770         INTO WS-LINHA
010780     END-STRING
010790     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
010800
010810     IF WS-CNT-CREDITOS > ZEROS
010820         MOVE WS-CNT-CREDITOS TO WS-CONT-EDIT
010830         MOVE WS-VLR-CREDITOS TO WS-VALOR-EDIT
010840         MOVE SPACES TO WS-LINHA
010850         STRING '  CREDITOS DE TAXA : ' DELIMITED BY SIZE
010860                WS-CONT-EDIT            DELIMITED BY SIZE
010870                '  VALOR: '             DELIMITED BY SIZE
010880                WS-VALOR-EDIT           DELIMITED BY SIZE
010890             INTO WS-LINHA
010900         END-STRING
010910         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
010920     END-IF
010930
010940     IF WS-CNT-ESTORNOS > ZEROS
010950         MOVE WS-CNT-ESTORNOS TO WS-CONT-EDIT
010960         MOVE WS-VLR-ESTORNOS TO WS-VALOR-EDIT
010970         MOVE SPACES TO WS-LINHA
010980         STRING '  ESTORNOS ....... : ' DELIMITED BY SIZE
010990                WS-CONT-EDIT            DELIMITED BY SIZE
011000                '  VALOR: '             DELIMITED BY SIZE
011010                WS-VALOR-EDIT           DELIMITED BY SIZE
011020             INTO WS-LINHA
011030         END-STRING
011040         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
011050     END-IF
011060
011070     IF WS-CNT-INVALIDAS > ZEROS
011080         MOVE WS-CNT-INVALIDAS TO WS-CONT-EDIT
011090         MOVE SPACES TO WS-LINHA
011100         STRING '  VALORES INVALIDOS: ' DELIMITED BY SIZE
011110                WS-CONT-EDIT            DELIMITED BY SIZE
011120             INTO WS-LINHA
011130         END-STRING
011140         PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT
011150     END-IF.
011160 6200-EXIT.
011170     EXIT.
011180
011190 6210-LINHA-CATEGORIA.
011200     MOVE CAT-TAB-CONT (IX-CAT) TO WS-CONT-EDIT
011210     MOVE CAT-TAB-VALOR (IX-CAT) TO WS-VALOR-EDIT
011220     MOVE SPACES TO WS-LINHA
011230     STRING '  CATEGORIA '            DELIMITED BY SIZE
011240            CAT-TAB-CATEGORIA (IX-CAT) DELIMITED BY SIZE
011250            '    : '                   DELIMITED BY SIZE
011260            WS-CONT-EDIT               DELIMITED BY SIZE
011270            '  VALOR: '                DELIMITED BY SIZE
011280            WS-VALOR-EDIT              DELIMITED BY SIZE
011290         INTO WS-LINHA
011300     END-STRING
011310     PERFORM 7000-INCLUIR-LINHA THRU 7000-EXIT.
011320 6210-EXIT.
011330     EXIT.
011340
011350*================================================================
011360*   7000-INCLUIR-LINHA - GUARDA WS-LINHA NA TELA. A ULTIMA
011370*   POSICAO DA TABELA FICA RESERVADA PARA O AVISO DE CORTE.
011380*================================================================
011390 7000-INCLUIR-LINHA.
011400     IF WS-QTD-LINHAS < 299
011410         ADD 1 TO WS-QTD-LINHAS
011420         MOVE WS-LINHA TO TEL-TAB-LINHA (WS-QTD-LINHAS)
011430     ELSE
011440         IF WS-QTD-LINHAS = 299
011450             ADD 1 TO WS-QTD-LINHAS
011460         END-IF
011470         ADD 1 TO WS-CNT-LINHAS-CORTADAS
011480     END-IF.
011490 7000-EXIT.
011500     EXIT.
011510
011520*----------------------------------------------------------------
011530*   7100/7200 - DATA EM WS-DATA-AUX (AAAAMMDD OU DDMMAAAA)
011540*   EDITADA EM WS-DATA-EDIT COMO DD/MM/AAAA. DATA NAO NUMERICA
011550*   (EVENTO FORA DO MESTRE) SAI EM BRANCO.
011560*----------------------------------------------------------------
011570 7100-EDITAR-DATA-AAAAMMDD.
011580     MOVE SPACES TO WS-DATA-EDIT
011590     IF WS-DATA-AUX IS NUMERIC
011600         STRING WS-DATA-AUX (7:2) DELIMITED BY SIZE
011610                '/'               DELIMITED BY SIZE
011620                WS-DATA-AUX (5:2) DELIMITED BY SIZE
011630                '/'               DELIMITED BY SIZE
011640                WS-DATA-AUX (1:4) DELIMITED BY SIZE
011650             INTO WS-DATA-EDIT
011660         END-STRING
011670     END-IF.
011680 7100-EXIT.
011690     EXIT.
011700
011710 7200-EDITAR-DATA-DDMMAAAA.
011720     MOVE SPACES TO WS-DATA-EDIT
011730     IF WS-DATA-AUX IS NUMERIC
011740         STRING WS-DATA-AUX (1:2) DELIMITED BY SIZE
011750                '/'               DELIMITED BY SIZE
011760                WS-DATA-AUX (3:2) DELIMITED BY SIZE
011770                '/'               DELIMITED BY SIZE
011780                WS-DATA-AUX (5:4) DELIMITED BY SIZE
011790             INTO WS-DATA-EDIT
011800         END-STRING
011810     END-IF.
011820 7200-EXIT.
011830     EXIT.
011840
011850*----------------------------------------------------------------
011860*   7300-TRADUZIR-SITUACAO - SITUACAO DO MESTRE DE EVENTOS EM
011870*   WS-SITUACAO-EVT ('A'/'I'/BRANCO) PARA O TEXTO DA TELA.
011880*----------------------------------------------------------------
011890 7300-TRADUZIR-SITUACAO.
011900     EVALUATE WS-SITUACAO-EVT
011910         WHEN 'A'
011920             MOVE 'ATIVO' TO WS-SITUACAO-EVT
011930         WHEN 'I'
011940             MOVE 'INATIVO' TO WS-SITUACAO-EVT
011950         WHEN SPACES
011960             MOVE 'NAO CADASTRADO' TO WS-SITUACAO-EVT
011970         WHEN OTHER
011980             MOVE 'SITUACAO ?' TO WS-SITUACAO-EVT
011990     END-EVALUATE.
012000 7300-EXIT.
012010     EXIT.
012020
012030*================================================================
012040*   8000-PAGINAR - EXIBE A TELA EM PAGINAS DE
012050*   WS-LINHAS-POR-PAGINA LINHAS. ENTER AVANCA (NA ULTIMA PAGINA,
012060*   ENCERRA), A VOLTA UMA PAGINA E F ENCERRA A CONSULTA DESTE
012070*   CLIENTE.
012080*================================================================
012090 8000-PAGINAR.
012100     COMPUTE WS-TOTAL-PAGINAS =
012110         (WS-QTD-LINHAS + WS-LINHAS-POR-PAGINA - 1)
012120             / WS-LINHAS-POR-PAGINA
012130     MOVE 1 TO WS-PAGINA-ATUAL
012140     SET PAGINACAO-EM-CURSO TO TRUE
012150     PERFORM 8100-EXIBIR-PAGINA THRU 8100-EXIT
012160         UNTIL PAGINACAO-ENCERRADA.
012170 8000-EXIT.
012180     EXIT.
012190
012200 8100-EXIBIR-PAGINA.
012210     COMPUTE WS-IDX-LINHA =
012220         (WS-PAGINA-ATUAL - 1) * WS-LINHAS-POR-PAGINA + 1
012230     COMPUTE WS-ULTIMA-LINHA =
012240         WS-IDX-LINHA + WS-LINHAS-POR-PAGINA - 1
012250     IF WS-ULTIMA-LINHA > WS-QTD-LINHAS
012260         MOVE WS-QTD-LINHAS TO WS-ULTIMA-LINHA
012270     END-IF
012280
012290     DISPLAY '----------------------------------------'
012300     PERFORM 8110-EXIBIR-LINHA THRU 8110-EXIT
012310         VARYING WS-IDX-LINHA FROM WS-IDX-LINHA BY 1
012320         UNTIL WS-IDX-LINHA > WS-ULTIMA-LINHA
012330
012340     MOVE WS-PAGINA-ATUAL TO WS-PAGINA-EDIT
012350     MOVE WS-TOTAL-PAGINAS TO WS-TOTAL-PAG-EDIT
012360     DISPLAY '-- PAGINA ' WS-PAGINA-EDIT ' DE ' WS-TOTAL-PAG-EDIT
012370             ' --'
012380
012390     IF WS-TOTAL-PAGINAS NOT > 1
012400         SET PAGINACAO-ENCERRADA TO TRUE
012410         GO TO 8100-EXIT
012420     END-IF
012430
012440     DISPLAY 'ENTER = SEGUE   A = ANTERIOR   F = FIM: '
012450     MOVE SPACES TO WS-COMANDO
012460     ACCEPT WS-COMANDO
012470
012480     EVALUATE WS-COMANDO
012490         WHEN 'F'
012500         WHEN 'f'
012510             SET PAGINACAO-ENCERRADA TO TRUE
012520         WHEN 'A'
012530         WHEN 'a'
012540             IF WS-PAGINA-ATUAL > 1
012550                 SUBTRACT 1 FROM WS-PAGINA-ATUAL
012560             END-IF
012570         WHEN OTHER
012580             IF WS-PAGINA-ATUAL NOT < WS-TOTAL-PAGINAS
012590                 SET PAGINACAO-ENCERRADA TO TRUE
012600             ELSE
012610                 ADD 1 TO WS-PAGINA-ATUAL
012620             END-IF
012630     END-EVALUATE.
012640 8100-EXIT.
012650     EXIT.
012660
012670 8110-EXIBIR-LINHA.
012680     DISPLAY TEL-TAB-LINHA (WS-IDX-LINHA).
012690 8110-EXIT.
012700     EXIT.
012710
012720 END PROGRAM CONSULTA0001.
