000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PARTICIPA0003.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-10-05.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-10-05  MCR    CRIACAO DO PROGRAMA.
910000*   2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                      POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                      CLIENTES0002). O CACHE DE CLIENTES E A
910003*                      BUSCA DIRETA NO ARQUIVO
910004*                      (1100/4100/4200/4210) DERAM LUGAR A UMA
910005*                      LEITURA PELA CHAVE EM 4000, COM O MESTRE
910006*                      ABERTO UMA VEZ EM 1100-ABRIR-CLIENTES; O
910007*                      NOME RESOLVIDO NAO MUDA E O RODAPE PERDEU A
910008*                      LINHA DE CLIENTES ALEM DO CACHE.
915000*   2026-10-15  MCR    CLIENTE COM UM MESMO PAR EM MAIS DE UM
915001*                      CONFLITO ERA CONTADO DE NOVO NO TOTAL DE
915002*                      CLIENTES EM CONFLITO; O PAR JA MARCADO
915003*                      AGORA CONTA COMO CLIENTE JA CONTADO (2300).
000210*================================================================
000220*   FUNCAO......... RELATORIO DOS CONFLITOS DE HORARIO JA
000230*                    GRAVADOS NO PARTICIP: PARA CADA CLIENTE,
000240*                    TODO PAR DE EVENTOS ATIVOS EM QUE ELE ESTA
000250*                    INSCRITO COM FAIXAS EVT-INI/FIM SOBREPOSTAS
000260*                    SAI NO RELCONF, COM O NOME DO CLIENTE E O
000270*                    CODIGO, O NOME E AS DATAS DOS DOIS EVENTOS.
000280*                    PARTICIPA0002 JA RECUSA O CONFLITO NA
000290*                    ASSOCIACAO (MOTIVO E009); ESTE LEVANTAMENTO
000300*                    PEGA OS PARES GRAVADOS ANTES DA CRITICA OU
000310*                    QUE PASSARAM A CONFLITAR POR ALTERACAO DE
000320*                    DATAS EM EVENTOS0001. SO LEITURA.
000330*================================================================
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910009         ORGANIZATION IS INDEXED
910010         ACCESS MODE IS RANDOM
910011         RECORD KEY IS CLI-CODIGO
000400         FILE STATUS IS WS-FS-CLI.
000410
000420     SELECT OPTIONAL EVENTOS-FILE ASSIGN TO "EVENTOS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-EVT.
000450
000460     SELECT OPTIONAL PARTICIP-FILE ASSIGN TO "PARTICIP"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-PAR.
000490
000500     SELECT RELCONF-FILE ASSIGN TO "RELCONF"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-REL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CLIENTES-FILE.
000570 01  CLI-REGISTRO.
000580     10  CLI-CODIGO               PIC 9(06).
000590     10  CLI-NOME                 PIC X(10).
000600     10  FILLER                   PIC X(64).
000610
000620 FD  EVENTOS-FILE.
000630 01  EVT-LINHA                    PIC X(80).
000640
000650 FD  PARTICIP-FILE.
000660 01  PARTICIP-REGISTRO.
000670     10  PART-COD-CLIENTE         PIC 9(06).
000680     10  PART-COD-EVENTO          PIC 9(06).
000690     10  FILLER                   PIC X(68).
000700
000710 FD  RELCONF-FILE.
000720 01  REL-LINHA                    PIC X(80).
000730
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------
000760*   LAYOUT COMPARTILHADO DO MESTRE DE EVENTOS
000770*----------------------------------------------------------------
000780     COPY EVENTOREC.
000790
000800 77  WS-FS-CLI                PIC X(02) VALUE '00'.
000810 77  WS-FS-EVT                PIC X(02) VALUE '00'.
000820 77  WS-FS-PAR                PIC X(02) VALUE '00'.
000830 77  WS-FS-REL                PIC X(02) VALUE '00'.
000840
910012*----------------------------------------------------------------
910013*   TABELAS EM MEMORIA - MESMA TECNICA DE PRESENCA0002. EVENTOS
910014*   E SO CACHE (CHAVE FORA DELE E PROCURADA DIRETO NO ARQUIVO); O
910015*   MESTRE DE CLIENTES E INDEXADO E LIDO PELA CHAVE (4000). CADA
910016*   PAR JA GUARDA O STATUS, O NOME E A FAIXA AAAAMMDD DO SEU
910017*   EVENTO, RESOLVIDOS NA CARGA, PARA A COMPARACAO DOS PARES SER
910018*   TODA EM MEMORIA.
910019*----------------------------------------------------------------
000990
001000 01  TABELA-EVENTOS.
001010     05  EVT-TAB-ENTRADA  OCCURS 200 TIMES
001020                          INDEXED BY IX-EVENTO.
001030         10  EVT-TAB-CODIGO       PIC 9(06).
001040         10  EVT-TAB-NOME         PIC A(09).
001050         10  EVT-TAB-STATUS       PIC X(01).
001060         10  EVT-TAB-INI          PIC 9(08).
001070         10  EVT-TAB-FIM          PIC 9(08).
001080 77  WS-QTD-EVENTOS           PIC 9(04) VALUE ZEROS COMP.
001090 77  WS-CNT-EVT-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001100
001110 01  TABELA-PARES.
001120     05  PAR-TAB-ENTRADA  OCCURS 500 TIMES
001130                          INDEXED BY IX-PAR IX-OUTRO IX-ANT.
001140         10  PAR-TAB-COD-CLIENTE  PIC 9(06).
001150         10  PAR-TAB-COD-EVENTO   PIC 9(06).
001160         10  PAR-TAB-EVT-NOME     PIC A(09).
001170         10  PAR-TAB-EVT-STATUS   PIC X(01).
001180         10  PAR-TAB-EVT-INI      PIC 9(08).
001190         10  PAR-TAB-EVT-FIM      PIC 9(08).
001200         10  PAR-TAB-CONF-SW      PIC X(01).
001210 77  WS-QTD-PARES             PIC 9(04) VALUE ZEROS COMP.
001220 77  WS-CNT-PAR-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001230
001240*----------------------------------------------------------------
001250*   MONTAGEM DA FAIXA DO EVENTO EM AAAAMMDD
001260*----------------------------------------------------------------
001270 01  WS-DATA-MONTADA.
001280     05  WS-MONT-ANO              PIC 9(04).
001290     05  WS-MONT-MES              PIC 9(02).
001300     05  WS-MONT-DIA              PIC 9(02).
001310 01  WS-DATA-MONTADA-NUM REDEFINES WS-DATA-MONTADA
001320                                  PIC 9(08).
001330
001340*----------------------------------------------------------------
001350*   CONTROLE DAS BUSCAS DE CLIENTE E DE EVENTO
001360*----------------------------------------------------------------
910020 77  WS-CLIENTES-ABERTO-SW    PIC X(01) VALUE 'N'.
910021         88  MESTRE-CLIENTES-ABERTO    VALUE 'S'.
910022         88  MESTRE-CLIENTES-FECHADO   VALUE 'N'.
001380 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
001390         88  CLIENTE-ACHADO            VALUE 'S'.
001400         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
001410 77  WS-NOME-CLIENTE          PIC X(10) VALUE SPACES.
001420 77  WS-COD-CLIENTE-BUSCA     PIC 9(06) VALUE ZEROS.
001430
001440 77  WS-IDX-EVT-ACHADO        PIC 9(04) VALUE ZEROS COMP.
001450 77  WS-EVENTO-ACHADO-SW      PIC X(01) VALUE 'N'.
001460         88  EVENTO-ACHADO             VALUE 'S'.
001470         88  EVENTO-NAO-ACHADO         VALUE 'N'.
001480 77  WS-COD-EVENTO-BUSCA      PIC 9(06) VALUE ZEROS.
001490
001500*----------------------------------------------------------------
001510*   CONTADORES DO RODAPE
001520*----------------------------------------------------------------
001530 77  WS-CNT-PARES-LIDOS       PIC 9(05) VALUE ZEROS.
001540 77  WS-CNT-CONFLITOS         PIC 9(05) VALUE ZEROS.
001550 77  WS-CNT-CLI-CONFLITO      PIC 9(05) VALUE ZEROS.
001560 77  WS-CNT-EVT-INEXISTENTE   PIC 9(05) VALUE ZEROS.
001570
001580 PROCEDURE DIVISION.
001590*================================================================
001600*   0000-MAINLINE
001610*================================================================
001620 0000-MAINLINE.
001630     PERFORM 1000-CARREGAR-TABELAS THRU 1000-EXIT
001640     PERFORM 2000-GRAVAR-RELATORIO THRU 2000-EXIT
910023     IF MESTRE-CLIENTES-ABERTO
910024         CLOSE CLIENTES-FILE
910025     END-IF
001650     STOP RUN.
001660
001670*================================================================
001680*   1000-CARREGAR-TABELAS - CARREGA CLIENTES, EVENTOS E PARES DE
001690*   PARTICIPACAO. OS TRES SAO OPTIONAL: AUSENTE VALE COMO VAZIO.
001700*   OS EVENTOS VEM ANTES DOS PARES PORQUE CADA PAR RESOLVE O SEU
001710*   EVENTO NA CARGA.
001720*================================================================
001730 1000-CARREGAR-TABELAS.
910026     MOVE ZEROS TO WS-QTD-EVENTOS WS-QTD-PARES
001750
910027     PERFORM 1100-ABRIR-CLIENTES THRU 1100-EXIT
001860
001870     OPEN INPUT EVENTOS-FILE
001880     IF WS-FS-EVT = '00'
001890         PERFORM 1200-LER-EVENTO THRU 1200-EXIT
001900             UNTIL WS-FS-EVT NOT = '00'
001910         CLOSE EVENTOS-FILE
001920     ELSE
001930         IF WS-FS-EVT = '05'
001940             CLOSE EVENTOS-FILE
001950         END-IF
001960     END-IF
001970
001980     OPEN INPUT PARTICIP-FILE
001990     IF WS-FS-PAR = '00'
002000         PERFORM 1300-LER-PAR THRU 1300-EXIT
002010             UNTIL WS-FS-PAR NOT = '00'
002020         CLOSE PARTICIP-FILE
002030     ELSE
002040         IF WS-FS-PAR = '05'
002050             CLOSE PARTICIP-FILE
002060         END-IF
002070     END-IF.
002080 1000-EXIT.
002090     EXIT.
002100
910028 1100-ABRIR-CLIENTES.
910029     SET MESTRE-CLIENTES-FECHADO TO TRUE
910030     OPEN INPUT CLIENTES-FILE
910031     IF WS-FS-CLI = '00'
910032         SET MESTRE-CLIENTES-ABERTO TO TRUE
910033     ELSE
910034         IF WS-FS-CLI = '05'
910035             CLOSE CLIENTES-FILE
910036         END-IF
910037     END-IF.
910038 1100-EXIT.
910039     EXIT.
002240
002250 1200-LER-EVENTO.
002260     READ EVENTOS-FILE INTO EVT-REGISTRO
002270     IF WS-FS-EVT = '00'
002280         IF WS-QTD-EVENTOS < 200
002290             ADD 1 TO WS-QTD-EVENTOS
002300             MOVE EVT-CODIGO TO EVT-TAB-CODIGO (WS-QTD-EVENTOS)
002310             MOVE EVT-NOME   TO EVT-TAB-NOME   (WS-QTD-EVENTOS)
002320             MOVE EVT-STATUS TO EVT-TAB-STATUS (WS-QTD-EVENTOS)
002330             MOVE EVT-INI-ANO TO WS-MONT-ANO
002340             MOVE EVT-INI-MES TO WS-MONT-MES
002350             MOVE EVT-INI-DIA TO WS-MONT-DIA
002360             MOVE WS-DATA-MONTADA-NUM
002370                 TO EVT-TAB-INI (WS-QTD-EVENTOS)
002380             MOVE EVT-FIM-ANO TO WS-MONT-ANO
002390             MOVE EVT-FIM-MES TO WS-MONT-MES
002400             MOVE EVT-FIM-DIA TO WS-MONT-DIA
002410             MOVE WS-DATA-MONTADA-NUM
002420                 TO EVT-TAB-FIM (WS-QTD-EVENTOS)
002430         ELSE
002440             ADD 1 TO WS-CNT-EVT-EXCEDENTES
002450         END-IF
002460     END-IF.
002470 1200-EXIT.
002480     EXIT.
002490
002500*================================================================
002510*   1300-LER-PAR - O PAR GUARDA OS DADOS DO SEU EVENTO (3000).
002520*   EVENTO QUE NAO EXISTE NO MESTRE FICA COM STATUS EM BRANCO E
002530*   NUNCA CONFLITA; SO E CONTADO NO RODAPE.
002540*================================================================
002550 1300-LER-PAR.
002560     READ PARTICIP-FILE
002570     IF WS-FS-PAR NOT = '00'
002580         GO TO 1300-EXIT
002590     END-IF
002600     ADD 1 TO WS-CNT-PARES-LIDOS
002610
002620     IF WS-QTD-PARES NOT < 500
002630         ADD 1 TO WS-CNT-PAR-EXCEDENTES
002640         GO TO 1300-EXIT
002650     END-IF
002660
002670     ADD 1 TO WS-QTD-PARES
002680     MOVE PART-COD-CLIENTE TO PAR-TAB-COD-CLIENTE (WS-QTD-PARES)
002690     MOVE PART-COD-EVENTO  TO PAR-TAB-COD-EVENTO (WS-QTD-PARES)
002700     MOVE SPACES TO PAR-TAB-EVT-NOME (WS-QTD-PARES)
002710     MOVE SPACES TO PAR-TAB-EVT-STATUS (WS-QTD-PARES)
002720     MOVE ZEROS  TO PAR-TAB-EVT-INI (WS-QTD-PARES)
002730     MOVE ZEROS  TO PAR-TAB-EVT-FIM (WS-QTD-PARES)
002740     MOVE 'N'    TO PAR-TAB-CONF-SW (WS-QTD-PARES)
002750
002760     MOVE PART-COD-EVENTO TO WS-COD-EVENTO-BUSCA
002770     PERFORM 3000-LOCALIZAR-EVENTO THRU 3000-EXIT
002780     IF EVENTO-NAO-ACHADO
002790         ADD 1 TO WS-CNT-EVT-INEXISTENTE
002800     END-IF.
002810 1300-EXIT.
002820     EXIT.
002830
002840*================================================================
002850*   2000-GRAVAR-RELATORIO - PERCORRE OS PARES E, PARA CADA UM,
002860*   COMPARA COM OS PARES SEGUINTES DO MESMO CLIENTE: CADA
002870*   COMBINACAO DE DOIS EVENTOS SAI UMA VEZ SO.
002880*================================================================
002890 2000-GRAVAR-RELATORIO.
002900     OPEN OUTPUT RELCONF-FILE
002910
002920     MOVE SPACES TO REL-LINHA
002930     STRING 'CONFLITOS DE HORARIO NO PARTICIP'
002940                DELIMITED BY SIZE
002950         INTO REL-LINHA
002960     END-STRING
002970     WRITE REL-LINHA
002980
002990     MOVE SPACES TO REL-LINHA
003000     WRITE REL-LINHA
003010
003020     MOVE ZEROS TO WS-CNT-CONFLITOS WS-CNT-CLI-CONFLITO
003030     IF WS-QTD-PARES > 1
003040         PERFORM 2100-CONFERIR-PAR THRU 2100-EXIT
003050             VARYING IX-PAR FROM 1 BY 1
003060             UNTIL IX-PAR > WS-QTD-PARES
003070     END-IF
003080
003090     IF WS-CNT-CONFLITOS = ZEROS
003100         MOVE SPACES TO REL-LINHA
003110         STRING '  (NENHUM CONFLITO)' DELIMITED BY SIZE
003120             INTO REL-LINHA
003130         END-STRING
003140         WRITE REL-LINHA
003150     END-IF
003160
003170     PERFORM 2900-GRAVAR-TOTAIS THRU 2900-EXIT
003180
003190     CLOSE RELCONF-FILE.
003200 2000-EXIT.
003210     EXIT.
003220
003230*================================================================
003240*   2100-CONFERIR-PAR - SO PAR DE EVENTO ATIVO ENTRA; E COMPARADO
003250*   COM OS PARES SEGUINTES (2200).
003260*================================================================
003270 2100-CONFERIR-PAR.
003280     IF PAR-TAB-EVT-STATUS (IX-PAR) NOT = 'A'
003290         GO TO 2100-EXIT
003300     END-IF
003310
003320     SET IX-OUTRO TO IX-PAR
003330     SET IX-OUTRO UP BY 1
003340     IF IX-OUTRO NOT > WS-QTD-PARES
003350         PERFORM 2200-COMPARAR-PAR THRU 2200-EXIT
003360             VARYING IX-OUTRO FROM IX-OUTRO BY 1
003370             UNTIL IX-OUTRO > WS-QTD-PARES
003380     END-IF.
003390 2100-EXIT.
003400     EXIT.
003410
003420 2200-COMPARAR-PAR.
003430     IF PAR-TAB-COD-CLIENTE (IX-OUTRO) NOT =
003440             PAR-TAB-COD-CLIENTE (IX-PAR)
003450         GO TO 2200-EXIT
003460     END-IF
003470     IF PAR-TAB-COD-EVENTO (IX-OUTRO) =
003480             PAR-TAB-COD-EVENTO (IX-PAR)
003490         GO TO 2200-EXIT
003500     END-IF
003510     IF PAR-TAB-EVT-STATUS (IX-OUTRO) NOT = 'A'
003520         GO TO 2200-EXIT
003530     END-IF
003540     IF PAR-TAB-EVT-INI (IX-PAR) > PAR-TAB-EVT-FIM (IX-OUTRO)
003550         OR PAR-TAB-EVT-INI (IX-OUTRO) > PAR-TAB-EVT-FIM (IX-PAR)
003560         GO TO 2200-EXIT
003570     END-IF
003580
003590     ADD 1 TO WS-CNT-CONFLITOS
003600     PERFORM 2300-VERIFICAR-CLIENTE-NOVO THRU 2300-EXIT
003610     MOVE 'S' TO PAR-TAB-CONF-SW (IX-PAR)
003620     MOVE 'S' TO PAR-TAB-CONF-SW (IX-OUTRO)
003630
003640     MOVE PAR-TAB-COD-CLIENTE (IX-PAR) TO WS-COD-CLIENTE-BUSCA
003650     PERFORM 4000-LOCALIZAR-CLIENTE THRU 4000-EXIT
003660
003670     MOVE SPACES TO REL-LINHA
003680     STRING 'CLIENTE '                      DELIMITED BY SIZE
003690            WS-COD-CLIENTE-BUSCA            DELIMITED BY SIZE
003700            '  '                            DELIMITED BY SIZE
003710            WS-NOME-CLIENTE                 DELIMITED BY SIZE
003720         INTO REL-LINHA
003730     END-STRING
003740     WRITE REL-LINHA
003750
003760     MOVE SPACES TO REL-LINHA
003770     STRING '  EVENTO '                     DELIMITED BY SIZE
003780            PAR-TAB-COD-EVENTO (IX-PAR)     DELIMITED BY SIZE
003790            '  '                            DELIMITED BY SIZE
003800            PAR-TAB-EVT-NOME (IX-PAR)       DELIMITED BY SIZE
003810            '  DE '                         DELIMITED BY SIZE
003820            PAR-TAB-EVT-INI (IX-PAR)        DELIMITED BY SIZE
003830            ' A '                           DELIMITED BY SIZE
003840            PAR-TAB-EVT-FIM (IX-PAR)        DELIMITED BY SIZE
003850         INTO REL-LINHA
003860     END-STRING
003870     WRITE REL-LINHA
003880
003890     MOVE SPACES TO REL-LINHA
003900     STRING '  EVENTO '                     DELIMITED BY SIZE
003910            PAR-TAB-COD-EVENTO (IX-OUTRO)   DELIMITED BY SIZE
003920            '  '                            DELIMITED BY SIZE
003930            PAR-TAB-EVT-NOME (IX-OUTRO)     DELIMITED BY SIZE
003940            '  DE '                         DELIMITED BY SIZE
003950            PAR-TAB-EVT-INI (IX-OUTRO)      DELIMITED BY SIZE
003960            ' A '                           DELIMITED BY SIZE
003970            PAR-TAB-EVT-FIM (IX-OUTRO)      DELIMITED BY SIZE
003980         INTO REL-LINHA
003990     END-STRING
004000     WRITE REL-LINHA.
004010 2200-EXIT.
004020     EXIT.
004030
004040*================================================================
004050*   2300-VERIFICAR-CLIENTE-NOVO - O CLIENTE ENTRA NA CONTAGEM DE
004060*   CLIENTES EM CONFLITO SO SE NENHUM PAR ANTERIOR DELE JA ESTIVER
004070*   MARCADO (PAR-TAB-CONF-SW) POR OUTRO CONFLITO.
915004*   O PROPRIO PAR JA MARCADO (EM CONFLITO TAMBEM COM OUTRO
915005*   EVENTO) TAMBEM QUER DIZER CLIENTE JA CONTADO.
004080*================================================================
004090 2300-VERIFICAR-CLIENTE-NOVO.
004100     SET CLIENTE-NAO-ACHADO TO TRUE
915006     IF PAR-TAB-CONF-SW (IX-PAR) = 'S'
915007         GO TO 2300-EXIT
915008     END-IF
004110     IF IX-PAR > 1
004120         PERFORM 2310-CONFERIR-ANTERIOR THRU 2310-EXIT
004130             VARYING IX-ANT FROM 1 BY 1
004140             UNTIL IX-ANT NOT < IX-PAR OR CLIENTE-ACHADO
004150     END-IF
004160     IF CLIENTE-NAO-ACHADO
004170         ADD 1 TO WS-CNT-CLI-CONFLITO
004180     END-IF.
004190 2300-EXIT.
004200     EXIT.
004210
004220 2310-CONFERIR-ANTERIOR.
004230     IF PAR-TAB-COD-CLIENTE (IX-ANT) =
004240             PAR-TAB-COD-CLIENTE (IX-PAR)
004250         AND PAR-TAB-CONF-SW (IX-ANT) = 'S'
004260         SET CLIENTE-ACHADO TO TRUE
004270     END-IF.
004280 2310-EXIT.
004290     EXIT.
004300
004310*================================================================
004320*   2900-GRAVAR-TOTAIS
004330*================================================================
004340 2900-GRAVAR-TOTAIS.
004350     MOVE SPACES TO REL-LINHA
004360     WRITE REL-LINHA
004370
004380     MOVE SPACES TO REL-LINHA
004390     STRING 'PARES LIDOS ......: ' DELIMITED BY SIZE
004400            WS-CNT-PARES-LIDOS    DELIMITED BY SIZE
004410         INTO REL-LINHA
004420     END-STRING
004430     WRITE REL-LINHA
004440
004450     MOVE SPACES TO REL-LINHA
004460     STRING 'CONFLITOS ........: ' DELIMITED BY SIZE
004470            WS-CNT-CONFLITOS      DELIMITED BY SIZE
004480         INTO REL-LINHA
004490     END-STRING
004500     WRITE REL-LINHA
004510
004520     MOVE SPACES TO REL-LINHA
004530     STRING 'CLIENTES EM CONFL.: ' DELIMITED BY SIZE
004540            WS-CNT-CLI-CONFLITO   DELIMITED BY SIZE
004550         INTO REL-LINHA
004560     END-STRING
004570     WRITE REL-LINHA
004580
004590     IF WS-CNT-EVT-INEXISTENTE > ZEROS
004600         MOVE SPACES TO REL-LINHA
004610         STRING 'PARES SEM EVENTO .: ' DELIMITED BY SIZE
004620                WS-CNT-EVT-INEXISTENTE DELIMITED BY SIZE
004630             INTO REL-LINHA
004640         END-STRING
004650         WRITE REL-LINHA
004660     END-IF
004670
004680     IF WS-CNT-EVT-EXCEDENTES > ZEROS
004690         MOVE SPACES TO REL-LINHA
004700         STRING 'EVENTOS ALEM DO CACHE: ' DELIMITED BY SIZE
004710                WS-CNT-EVT-EXCEDENTES    DELIMITED BY SIZE
004720             INTO REL-LINHA
004730         END-STRING
004740         WRITE REL-LINHA
004750     END-IF
004760
004770     IF WS-CNT-PAR-EXCEDENTES > ZEROS
004780         MOVE SPACES TO REL-LINHA
004790         STRING 'PARES ALEM DA TABELA: ' DELIMITED BY SIZE
004800                WS-CNT-PAR-EXCEDENTES  DELIMITED BY SIZE
004810             INTO REL-LINHA
004820         END-STRING
004830         WRITE REL-LINHA
910040     END-IF.
004940 2900-EXIT.
004950     EXIT.
004960
004970*================================================================
004980*   3000-LOCALIZAR-EVENTO - DADOS DO EVENTO WS-COD-EVENTO-BUSCA
004990*   PARA O PAR CORRENTE DA CARGA (WS-QTD-PARES): CACHE E, QUANDO O
005000*   MESTRE EXCEDEU O CACHE, DIRETO NO ARQUIVO.
005010*================================================================
005020 3000-LOCALIZAR-EVENTO.
005030     SET EVENTO-NAO-ACHADO TO TRUE
005040     MOVE ZEROS TO WS-IDX-EVT-ACHADO
005050     IF WS-QTD-EVENTOS > ZEROS
005060         PERFORM 3100-COMPARAR-EVENTO THRU 3100-EXIT
005070             VARYING IX-EVENTO FROM 1 BY 1
005080             UNTIL IX-EVENTO > WS-QTD-EVENTOS OR EVENTO-ACHADO
005090     END-IF
005100
005110     IF EVENTO-ACHADO
005120         MOVE EVT-TAB-NOME (WS-IDX-EVT-ACHADO)
005130             TO PAR-TAB-EVT-NOME (WS-QTD-PARES)
005140         MOVE EVT-TAB-STATUS (WS-IDX-EVT-ACHADO)
005150             TO PAR-TAB-EVT-STATUS (WS-QTD-PARES)
005160         MOVE EVT-TAB-INI (WS-IDX-EVT-ACHADO)
005170             TO PAR-TAB-EVT-INI (WS-QTD-PARES)
005180         MOVE EVT-TAB-FIM (WS-IDX-EVT-ACHADO)
005190             TO PAR-TAB-EVT-FIM (WS-QTD-PARES)
005200         GO TO 3000-EXIT
005210     END-IF
005220
005230     IF WS-CNT-EVT-EXCEDENTES > ZEROS
005240         PERFORM 3200-BUSCAR-EVENTO-ARQUIVO THRU 3200-EXIT
005250     END-IF.
005260 3000-EXIT.
005270     EXIT.
005280
005290 3100-COMPARAR-EVENTO.
005300     IF EVT-TAB-CODIGO (IX-EVENTO) = WS-COD-EVENTO-BUSCA
005310         SET EVENTO-ACHADO TO TRUE
005320         SET WS-IDX-EVT-ACHADO TO IX-EVENTO
005330     END-IF.
005340 3100-EXIT.
005350     EXIT.
005360
005370 3200-BUSCAR-EVENTO-ARQUIVO.
005380     OPEN INPUT EVENTOS-FILE
005390     IF WS-FS-EVT = '00'
005400         PERFORM 3210-LER-EVENTO-BUSCA THRU 3210-EXIT
005410             UNTIL WS-FS-EVT NOT = '00' OR EVENTO-ACHADO
005420         CLOSE EVENTOS-FILE
005430     ELSE
005440         IF WS-FS-EVT = '05'
005450             CLOSE EVENTOS-FILE
005460         END-IF
005470     END-IF.
005480 3200-EXIT.
005490     EXIT.
005500
005510 3210-LER-EVENTO-BUSCA.
005520     READ EVENTOS-FILE INTO EVT-REGISTRO
005530     IF WS-FS-EVT = '00'
005540         IF EVT-CODIGO = WS-COD-EVENTO-BUSCA
005550             SET EVENTO-ACHADO TO TRUE
005560             MOVE EVT-NOME   TO PAR-TAB-EVT-NOME (WS-QTD-PARES)
005570             MOVE EVT-STATUS TO PAR-TAB-EVT-STATUS (WS-QTD-PARES)
005580             MOVE EVT-INI-ANO TO WS-MONT-ANO
005590             MOVE EVT-INI-MES TO WS-MONT-MES
005600             MOVE EVT-INI-DIA TO WS-MONT-DIA
005610             MOVE WS-DATA-MONTADA-NUM
005620                 TO PAR-TAB-EVT-INI (WS-QTD-PARES)
005630             MOVE EVT-FIM-ANO TO WS-MONT-ANO
005640             MOVE EVT-FIM-MES TO WS-MONT-MES
005650             MOVE EVT-FIM-DIA TO WS-MONT-DIA
005660             MOVE WS-DATA-MONTADA-NUM
005670                 TO PAR-TAB-EVT-FIM (WS-QTD-PARES)
005680         END-IF
005690     END-IF.
005700 3210-EXIT.
005710     EXIT.
005720
910041*================================================================
910042*   4000-LOCALIZAR-CLIENTE - MESMA LEITURA PELA CHAVE DE
910043*   PRESENCA0002; SEM CORRESPONDENCIA (OU MESTRE AUSENTE), SAI
910044*   'NAO ENCONT'.
910045*================================================================
910046 4000-LOCALIZAR-CLIENTE.
910047     SET CLIENTE-NAO-ACHADO TO TRUE
910048     MOVE SPACES TO WS-NOME-CLIENTE
910049     IF MESTRE-CLIENTES-ABERTO
910050         MOVE WS-COD-CLIENTE-BUSCA TO CLI-CODIGO
910051         READ CLIENTES-FILE
910052             INVALID KEY
910053                 CONTINUE
910054             NOT INVALID KEY
910055                 SET CLIENTE-ACHADO TO TRUE
910056                 MOVE CLI-NOME TO WS-NOME-CLIENTE
910057         END-READ
910058     END-IF
910059
910060     IF CLIENTE-NAO-ACHADO
910061         MOVE 'NAO ENCONT' TO WS-NOME-CLIENTE
910062     END-IF.
910063 4000-EXIT.
910064     EXIT.
006340
006350 END PROGRAM PARTICIPA0003.
