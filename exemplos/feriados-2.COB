000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FERIADOS0002.
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
000220*   FUNCAO......... CALENDARIO DE FERIADOS POR FILIAL (RELFERI)
000230*                    PARA OS PROXIMOS MESES, PARA CADA FILIAL
000240*                    CONFERIR AS SUAS DATAS ANTES QUE A FOLHA E OS
000250*                    EVENTOS AS USEM. A JANELA VAI DO DIA 1 DO MES
000260*                    DE PROCESSAMENTO (PARMCARD; SEM CARTAO, O MES
000270*                    DO DIA) ATE O FIM DO ULTIMO MES DA JANELA
000280*                    (WS-MESES-JANELA). PRIMEIRO SAI A SECAO DOS
000290*                    FERIADOS NACIONAIS E DEPOIS UMA SECAO POR
000300*                    FILIAL QUE TEM FERIADO PROPRIO NA JANELA, EM
000310*                    ORDEM CRESCENTE DE FILIAL, COM OS NACIONAIS E
000320*                    OS DA FILIAL JUNTOS EM ORDEM DE DATA - O
000330*                    CALENDARIO QUE A FILIAL DE FATO CUMPRE. CADA
000340*                    LINHA TRAZ O DIA DA SEMANA E O PROXIMO DIA
000350*                    UTIL DAQUELA FILIAL, PELA MESMA DIAUTIL0001
000360*                    QUE OS LOTES CHAMAM. REGISTRO DO FERIADOS COM
000370*                    ESCOPO INVALIDO (O QUE FERIADOS0001 REJEITA
000380*                    COM E006) E FERIADO ALEM DA TABELA SAEM SO NO
000390*                    RODAPE, COM RETURN-CODE 4.
000400*================================================================
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL PARM-CARTAO-FILE ASSIGN TO "PARMCARD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-PARM.
000480
000490     SELECT OPTIONAL FERIADOS-FILE ASSIGN TO "FERIADOS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-FER.
000520
000530     SELECT RELFERI-FILE ASSIGN TO "RELFERI"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-REL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PARM-CARTAO-FILE.
000600 01  PARM-CARTAO-LINHA            PIC X(80).
000610
000620 FD  FERIADOS-FILE.
000630 01  FER-REGISTRO.
000640     10  FER-DATA                 PIC 9(08).
000650     10  FER-NOME                 PIC X(20).
000660*    MESMO LAYOUT DE FERIADOS0001 - BRANCO (CALENDARIO LEGADO)
000670*    VALE COMO NACIONAL.
000680     10  FER-ESCOPO               PIC X(01).
000690         88  FER-NACIONAL              VALUE 'N' ' '.
000700         88  FER-DA-FILIAL             VALUE 'F'.
000710     10  FER-FILIAL               PIC X(04).
000720     10  FILLER                   PIC X(47).
000730
000740 FD  RELFERI-FILE.
000750 01  REL-LINHA                    PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------
000790*   CARTAO DE PARAMETROS - SO O PERIODO DE PROCESSAMENTO E USADO
000800*   AQUI, PARA SABER ONDE COMECA A JANELA.
000810*----------------------------------------------------------------
000820     COPY PARMCARD.
000830
000840 77  WS-FS-PARM               PIC X(02) VALUE '00'.
000850 77  WS-FS-FER                PIC X(02) VALUE '00'.
000860 77  WS-FS-REL                PIC X(02) VALUE '00'.
000870
000880 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
000890
000900*----------------------------------------------------------------
000910*   JANELA DO RELATORIO: DE WS-JANELA-INI (DIA 1 DO MES DE
000920*   PROCESSAMENTO) ATE ANTES DE WS-JANELA-FIM (DIA 1 DO MES
000930*   SEGUINTE AO ULTIMO MES DA JANELA).
000940*----------------------------------------------------------------
000950 77  WS-MESES-JANELA          PIC 9(02) VALUE 3.
000960 77  WS-JAN-ANO               PIC 9(04) VALUE ZEROS.
000970 77  WS-JAN-MES               PIC 9(02) VALUE ZEROS.
000980 77  WS-JANELA-INI            PIC 9(08) VALUE ZEROS.
000990 77  WS-JANELA-FIM            PIC 9(08) VALUE ZEROS.
001000 77  WS-JANELA-ULTIMO         PIC 9(08) VALUE ZEROS.
001010 77  WS-DIAS-INTEIROS         PIC 9(07) VALUE ZEROS COMP.
001020
001030*----------------------------------------------------------------
001040*   FERIADOS DA JANELA - FILIAL EM BRANCO = NACIONAL. A CHAVE
001050*   (DATA + FILIAL) E A ORDEM DA CLASSIFICACAO.
001060*----------------------------------------------------------------
001070 01  TABELA-FERIADOS.
001080     05  FER-TAB-ENTRADA OCCURS 1000 TIMES
001090                         INDEXED BY IX-FERIADO.
001100         10  FER-TAB-CHAVE.
001110             15  FER-TAB-DATA         PIC 9(08).
001120             15  FER-TAB-FILIAL       PIC X(04).
001130         10  FER-TAB-NOME         PIC X(20).
001140 77  WS-QTD-FERIADOS          PIC 9(04) VALUE ZEROS COMP.
001150
001160*----------------------------------------------------------------
001170*   FILIAIS DISTINTAS COM FERIADO PROPRIO NA JANELA (NAO PODEM
001180*   SER MAIS QUE OS FERIADOS, ENTAO A TABELA NUNCA ESTOURA).
001190*----------------------------------------------------------------
001200 01  TABELA-FILIAIS.
001210     05  FIL-TAB-ENTRADA OCCURS 1000 TIMES
001220                         INDEXED BY IX-FILIAL.
001230         10  FIL-TAB-CODIGO       PIC X(04).
001240 77  WS-QTD-FILIAIS           PIC 9(04) VALUE ZEROS COMP.
001250 77  WS-FILIAL-ACHADA-SW      PIC X(01) VALUE 'N'.
001260         88  FILIAL-ACHADA             VALUE 'S'.
001270         88  FILIAL-NAO-ACHADA         VALUE 'N'.
001280
001290*----------------------------------------------------------------
001300*   CLASSIFICACAO (BOLHA) - MESMO MOLDE DE EVENTOS0003
001310*----------------------------------------------------------------
001320 77  WS-IDX-A                 PIC 9(04) VALUE ZEROS COMP.
001330 77  WS-IDX-B                 PIC 9(04) VALUE ZEROS COMP.
001340 77  WS-LIMITE-PASSADA        PIC 9(04) VALUE ZEROS COMP.
001350 77  WS-TROCOU-SW             PIC X(01) VALUE 'N'.
001360         88  HOUVE-TROCA               VALUE 'S'.
001370         88  NAO-HOUVE-TROCA           VALUE 'N'.
001380 01  WS-TROCA-ENTRADA.
001390     05  WS-TROCA-DATA            PIC 9(08).
001400     05  WS-TROCA-FILIAL          PIC X(04).
001410     05  WS-TROCA-NOME            PIC X(20).
001420 77  WS-TROCA-CODIGO          PIC X(04) VALUE SPACES.
001430
001440*----------------------------------------------------------------
001450*   SECAO CORRENTE - FILIAL EM BRANCO = SECAO DOS NACIONAIS
001460*----------------------------------------------------------------
001470 77  WS-FILIAL-SECAO          PIC X(04) VALUE SPACES.
001480 77  WS-CNT-SECAO             PIC 9(04) VALUE ZEROS.
001490
001500*----------------------------------------------------------------
001510*   PARAMETROS DA CHAMADA A DIAUTIL0001
001520*----------------------------------------------------------------
001530 77  WS-DU-DATA               PIC 9(08) VALUE ZEROS.
001540 77  WS-DU-UTIL-SW            PIC X(01) VALUE 'S'.
001550 77  WS-DU-PROXIMO            PIC 9(08) VALUE ZEROS.
001560 77  WS-DU-FILIAL             PIC X(04) VALUE SPACES.
001570
001580*----------------------------------------------------------------
001590*   DIA DA SEMANA - INTEGER-OF-DATE MOD 7, COMO EM DIAUTIL0001
001600*   (0 = DOMINGO ... 6 = SABADO).
001610*----------------------------------------------------------------
001620 77  WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
001630 01  TABELA-DIAS-SEMANA.
001640     05  FILLER                   PIC X(07) VALUE 'DOMINGO'.
001650     05  FILLER                   PIC X(07) VALUE 'SEGUNDA'.
001660     05  FILLER                   PIC X(07) VALUE 'TERCA'.
001670     05  FILLER                   PIC X(07) VALUE 'QUARTA'.
001680     05  FILLER                   PIC X(07) VALUE 'QUINTA'.
001690     05  FILLER                   PIC X(07) VALUE 'SEXTA'.
001700     05  FILLER                   PIC X(07) VALUE 'SABADO'.
001710 01  TABELA-DIAS-SEMANA-R REDEFINES TABELA-DIAS-SEMANA.
001720     05  DSM-NOME OCCURS 7 TIMES  PIC X(07).
001730
001740*----------------------------------------------------------------
001750*   DATA AAAAMMDD EDITADA EM DD/MM/AAAA
001760*----------------------------------------------------------------
001770 01  WS-DATA-AUX              PIC 9(08) VALUE ZEROS.
001780 01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
001790     05  WS-DATA-AUX-ANO          PIC 9(04).
001800     05  WS-DATA-AUX-MES          PIC 9(02).
001810     05  WS-DATA-AUX-DIA          PIC 9(02).
001820 01  WS-DATA-EDITADA.
001830     05  WS-DATA-ED-DIA           PIC 9(02).
001840     05  FILLER                   PIC X(01) VALUE '/'.
001850     05  WS-DATA-ED-MES           PIC 9(02).
001860     05  FILLER                   PIC X(01) VALUE '/'.
001870     05  WS-DATA-ED-ANO           PIC 9(04).
001880 77  WS-DATA-INI-ED           PIC X(10) VALUE SPACES.
001890 77  WS-DATA-FIM-ED           PIC X(10) VALUE SPACES.
001900 77  WS-DATA-FER-ED           PIC X(10) VALUE SPACES.
001910 77  WS-ABRANGENCIA           PIC X(11) VALUE SPACES.
001920
001930*----------------------------------------------------------------
001940*   CONTADORES DO RODAPE
001950*----------------------------------------------------------------
001960 77  WS-CNT-LIDOS             PIC 9(05) VALUE ZEROS.
001970 77  WS-CNT-NACIONAIS         PIC 9(05) VALUE ZEROS.
001980 77  WS-CNT-DE-FILIAL         PIC 9(05) VALUE ZEROS.
001990 77  WS-CNT-FORA-JANELA       PIC 9(05) VALUE ZEROS.
002000 77  WS-CNT-ESCOPO-INVAL      PIC 9(05) VALUE ZEROS.
002010 77  WS-CNT-EXCEDENTES        PIC 9(05) VALUE ZEROS.
002020
002030 PROCEDURE DIVISION.
002040*================================================================
002050*   0000-MAINLINE
002060*================================================================
002070 0000-MAINLINE.
002080     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002090
002100     OPEN OUTPUT RELFERI-FILE
002110     MOVE SPACES TO REL-LINHA
002120     STRING 'CALENDARIO DE FERIADOS POR FILIAL - '
002130                                        DELIMITED BY SIZE
002140            WS-DATA-INI-ED              DELIMITED BY SIZE
002150            ' A '                       DELIMITED BY SIZE
002160            WS-DATA-FIM-ED              DELIMITED BY SIZE
002170         INTO REL-LINHA
002180     END-STRING
002190     WRITE REL-LINHA
002200
002210     PERFORM 2000-CARREGAR-FERIADOS THRU 2000-EXIT
002220     PERFORM 3000-CLASSIFICAR-FERIADOS THRU 3000-EXIT
002230     PERFORM 3500-CLASSIFICAR-FILIAIS THRU 3500-EXIT
002240
002250     MOVE SPACES TO WS-FILIAL-SECAO
002260     PERFORM 4000-LISTAR-SECAO THRU 4000-EXIT
002270     IF WS-QTD-FILIAIS > ZEROS
002280         PERFORM 4500-LISTAR-FILIAL THRU 4500-EXIT
002290             VARYING IX-FILIAL FROM 1 BY 1
002300             UNTIL IX-FILIAL > WS-QTD-FILIAIS
002310     END-IF
002320
002330     PERFORM 7000-GRAVAR-RODAPE THRU 7000-EXIT
002340
002350     IF WS-CNT-ESCOPO-INVAL > ZEROS OR WS-CNT-EXCEDENTES > ZEROS
002360         MOVE 4 TO RETURN-CODE
002370     END-IF.
002380
002390 0000-ENCERRAR.
002400     CLOSE RELFERI-FILE
002410     STOP RUN.
002420
002430*================================================================
002440*   1000-INICIALIZAR - MES DE PROCESSAMENTO (CARTAO OU MES DO
002450*   DIA) E LIMITES DA JANELA.
002460*================================================================
002470 1000-INICIALIZAR.
002480     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
002490     MOVE ZEROS TO PARM-ANO-PROC PARM-MES-PROC
002500
002510     OPEN INPUT PARM-CARTAO-FILE
002520     IF WS-FS-PARM = '00'
002530         READ PARM-CARTAO-FILE INTO PARM-CARTAO-REG
002540             AT END
002550                 CONTINUE
002560         END-READ
002570         CLOSE PARM-CARTAO-FILE
002580     ELSE
002590         IF WS-FS-PARM = '05'
002600             CLOSE PARM-CARTAO-FILE
002610         END-IF
002620     END-IF
002630
002640     IF PARM-ANO-PROC IS NUMERIC AND PARM-ANO-PROC NOT = ZEROS
002650         AND PARM-MES-PROC IS NUMERIC
002660         AND PARM-MES-PROC > ZEROS AND PARM-MES-PROC < 13
002670         MOVE PARM-ANO-PROC TO WS-JAN-ANO
002680         MOVE PARM-MES-PROC TO WS-JAN-MES
002690     ELSE
002700         MOVE WS-DATA-ATUAL (1:4) TO WS-JAN-ANO
002710         MOVE WS-DATA-ATUAL (5:2) TO WS-JAN-MES
002720     END-IF
002730     COMPUTE WS-JANELA-INI =
002740         WS-JAN-ANO * 10000 + WS-JAN-MES * 100 + 1
002750
002760     ADD WS-MESES-JANELA TO WS-JAN-MES
002770     PERFORM 1100-AJUSTAR-MES THRU 1100-EXIT
002780         UNTIL WS-JAN-MES < 13
002790     COMPUTE WS-JANELA-FIM =
002800         WS-JAN-ANO * 10000 + WS-JAN-MES * 100 + 1
002810     COMPUTE WS-DIAS-INTEIROS =
002820         FUNCTION INTEGER-OF-DATE (WS-JANELA-FIM) - 1
002830     COMPUTE WS-JANELA-ULTIMO =
002840         FUNCTION DATE-OF-INTEGER (WS-DIAS-INTEIROS)
002850
002860     MOVE WS-JANELA-INI TO WS-DATA-AUX
002870     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
002880     MOVE WS-DATA-EDITADA TO WS-DATA-INI-ED
002890     MOVE WS-JANELA-ULTIMO TO WS-DATA-AUX
002900     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
002910     MOVE WS-DATA-EDITADA TO WS-DATA-FIM-ED.
002920 1000-EXIT.
002930     EXIT.
002940
002950 1100-AJUSTAR-MES.
002960     SUBTRACT 12 FROM WS-JAN-MES
002970     ADD 1 TO WS-JAN-ANO.
002980 1100-EXIT.
002990     EXIT.
003000
003010*================================================================
003020*   2000-CARREGAR-FERIADOS - SO OS FERIADOS DA JANELA. ARQUIVO
003030*   AUSENTE = CALENDARIO VAZIO (SO AS SECOES SEM FERIADO).
003040*================================================================
003050 2000-CARREGAR-FERIADOS.
003060     MOVE ZEROS TO WS-QTD-FERIADOS WS-QTD-FILIAIS
003070     OPEN INPUT FERIADOS-FILE
003080     IF WS-FS-FER = '00'
003090         PERFORM 2100-LER-FERIADO THRU 2100-EXIT
003100             UNTIL WS-FS-FER NOT = '00'
003110         CLOSE FERIADOS-FILE
003120     ELSE
003130         IF WS-FS-FER = '05'
003140             CLOSE FERIADOS-FILE
003150         END-IF
003160     END-IF.
003170 2000-EXIT.
003180     EXIT.
003190
003200 2100-LER-FERIADO.
003210     READ FERIADOS-FILE
003220     IF WS-FS-FER NOT = '00'
003230         GO TO 2100-EXIT
003240     END-IF
003250     ADD 1 TO WS-CNT-LIDOS
003260
003270*    MESMA CRITICA DE ESCOPO DA CARGA DE FERIADOS0001 (E006)
003280     EVALUATE TRUE
003290         WHEN FER-NACIONAL
003300             MOVE SPACES TO FER-FILIAL
003310         WHEN FER-DA-FILIAL
003320             IF FER-FILIAL IS NOT NUMERIC
003330                 OR FER-FILIAL = ZEROS
003340                 ADD 1 TO WS-CNT-ESCOPO-INVAL
003350                 GO TO 2100-EXIT
003360             END-IF
003370         WHEN OTHER
003380             ADD 1 TO WS-CNT-ESCOPO-INVAL
003390             GO TO 2100-EXIT
003400     END-EVALUATE
003410
003420     IF FER-DATA < WS-JANELA-INI OR FER-DATA NOT < WS-JANELA-FIM
003430         ADD 1 TO WS-CNT-FORA-JANELA
003440         GO TO 2100-EXIT
003450     END-IF
003460
003470     IF WS-QTD-FERIADOS NOT < 1000
003480         ADD 1 TO WS-CNT-EXCEDENTES
003490         GO TO 2100-EXIT
003500     END-IF
003510
003520     ADD 1 TO WS-QTD-FERIADOS
003530     MOVE FER-DATA TO FER-TAB-DATA (WS-QTD-FERIADOS)
003540     MOVE FER-FILIAL TO FER-TAB-FILIAL (WS-QTD-FERIADOS)
003550     MOVE FER-NOME TO FER-TAB-NOME (WS-QTD-FERIADOS)
003560     IF FER-FILIAL = SPACES
003570         ADD 1 TO WS-CNT-NACIONAIS
003580     ELSE
003590         ADD 1 TO WS-CNT-DE-FILIAL
003600         PERFORM 2200-GUARDAR-FILIAL THRU 2200-EXIT
003610     END-IF.
003620 2100-EXIT.
003630     EXIT.
003640
003650*================================================================
003660*   2200-GUARDAR-FILIAL - ACRESCENTA A FILIAL A TABELA DE
003670*   FILIAIS DISTINTAS, SE AINDA NAO ESTIVER NELA.
003680*================================================================
003690 2200-GUARDAR-FILIAL.
003700     SET FILIAL-NAO-ACHADA TO TRUE
003710     IF WS-QTD-FILIAIS > ZEROS
003720         PERFORM 2210-COMPARAR-FILIAL THRU 2210-EXIT
003730             VARYING IX-FILIAL FROM 1 BY 1
003740             UNTIL IX-FILIAL > WS-QTD-FILIAIS OR FILIAL-ACHADA
003750     END-IF
003760     IF FILIAL-NAO-ACHADA
003770         ADD 1 TO WS-QTD-FILIAIS
003780         MOVE FER-FILIAL TO FIL-TAB-CODIGO (WS-QTD-FILIAIS)
003790     END-IF.
003800 2200-EXIT.
003810     EXIT.
003820
003830 2210-COMPARAR-FILIAL.
003840     IF FIL-TAB-CODIGO (IX-FILIAL) = FER-FILIAL
003850         SET FILIAL-ACHADA TO TRUE
003860     END-IF.
003870 2210-EXIT.
003880     EXIT.
003890
003900*================================================================
003910*   3000-CLASSIFICAR-FERIADOS - BOLHA PELA CHAVE DATA + FILIAL,
003920*   PARA CADA SECAO SAIR EM ORDEM DE DATA.
003930*================================================================
003940 3000-CLASSIFICAR-FERIADOS.
003950     IF WS-QTD-FERIADOS < 2
003960         GO TO 3000-EXIT
003970     END-IF
003980     SET HOUVE-TROCA TO TRUE
003990     PERFORM 3100-PASSADA-FERIADOS THRU 3100-EXIT
004000         UNTIL NAO-HOUVE-TROCA.
004010 3000-EXIT.
004020     EXIT.
004030
004040 3100-PASSADA-FERIADOS.
004050     MOVE 'N' TO WS-TROCOU-SW
004060     COMPUTE WS-LIMITE-PASSADA = WS-QTD-FERIADOS - 1
004070     PERFORM 3200-COMPARAR-FERIADOS THRU 3200-EXIT
004080         VARYING WS-IDX-A FROM 1 BY 1
004090         UNTIL WS-IDX-A > WS-LIMITE-PASSADA.
004100 3100-EXIT.
004110     EXIT.
004120
004130 3200-COMPARAR-FERIADOS.
004140     COMPUTE WS-IDX-B = WS-IDX-A + 1
004150     IF FER-TAB-CHAVE (WS-IDX-A) > FER-TAB-CHAVE (WS-IDX-B)
004160         MOVE FER-TAB-ENTRADA (WS-IDX-A) TO WS-TROCA-ENTRADA
004170         MOVE FER-TAB-ENTRADA (WS-IDX-B)
004180             TO FER-TAB-ENTRADA (WS-IDX-A)
004190         MOVE WS-TROCA-ENTRADA TO FER-TAB-ENTRADA (WS-IDX-B)
004200         SET HOUVE-TROCA TO TRUE
004210     END-IF.
004220 3200-EXIT.
004230     EXIT.
004240
004250*================================================================
004260*   3500-CLASSIFICAR-FILIAIS - BOLHA SOBRE AS FILIAIS DISTINTAS,
004270*   PARA AS SECOES SAIREM EM ORDEM CRESCENTE DE FILIAL.
004280*================================================================
004290 3500-CLASSIFICAR-FILIAIS.
004300     IF WS-QTD-FILIAIS < 2
004310         GO TO 3500-EXIT
004320     END-IF
004330     SET HOUVE-TROCA TO TRUE
004340     PERFORM 3600-PASSADA-FILIAIS THRU 3600-EXIT
004350         UNTIL NAO-HOUVE-TROCA.
004360 3500-EXIT.
004370     EXIT.
004380
004390 3600-PASSADA-FILIAIS.
004400     MOVE 'N' TO WS-TROCOU-SW
004410     COMPUTE WS-LIMITE-PASSADA = WS-QTD-FILIAIS - 1
004420     PERFORM 3700-COMPARAR-FILIAIS THRU 3700-EXIT
004430         VARYING WS-IDX-A FROM 1 BY 1
004440         UNTIL WS-IDX-A > WS-LIMITE-PASSADA.
004450 3600-EXIT.
004460     EXIT.
004470
004480 3700-COMPARAR-FILIAIS.
004490     COMPUTE WS-IDX-B = WS-IDX-A + 1
004500     IF FIL-TAB-CODIGO (WS-IDX-A) > FIL-TAB-CODIGO (WS-IDX-B)
004510         MOVE FIL-TAB-CODIGO (WS-IDX-A) TO WS-TROCA-CODIGO
004520         MOVE FIL-TAB-CODIGO (WS-IDX-B)
004530             TO FIL-TAB-CODIGO (WS-IDX-A)
004540         MOVE WS-TROCA-CODIGO TO FIL-TAB-CODIGO (WS-IDX-B)
004550         SET HOUVE-TROCA TO TRUE
004560     END-IF.
004570 3700-EXIT.
004580     EXIT.
004590
004600*================================================================
004610*   4000-LISTAR-SECAO - UMA SECAO DO RELFERI PARA A FILIAL DE
004620*   WS-FILIAL-SECAO (BRANCO = SO OS NACIONAIS): CABECALHO, OS
004630*   FERIADOS QUE VALEM PARA ELA E O TOTAL DA SECAO.
004640*================================================================
004650 4000-LISTAR-SECAO.
004660     MOVE SPACES TO REL-LINHA
004670     WRITE REL-LINHA
004680     MOVE SPACES TO REL-LINHA
004690     IF WS-FILIAL-SECAO = SPACES
004700         MOVE 'FERIADOS NACIONAIS (VALEM PARA TODAS AS FILIAIS)'
004710             TO REL-LINHA
004720     ELSE
004730         STRING 'FILIAL '                DELIMITED BY SIZE
004740                WS-FILIAL-SECAO          DELIMITED BY SIZE
004750                ' - NACIONAIS E FERIADOS PROPRIOS'
004760                                         DELIMITED BY SIZE
004770             INTO REL-LINHA
004780         END-STRING
004790     END-IF
004800     WRITE REL-LINHA
004810     MOVE SPACES TO REL-LINHA
004820     STRING 'DATA       DIA     FERIADO              '
004830                                         DELIMITED BY SIZE
004840            'ABRANGENCIA PROX. UTIL'     DELIMITED BY SIZE
004850         INTO REL-LINHA
004860     END-STRING
004870     WRITE REL-LINHA
004880
004890     MOVE ZEROS TO WS-CNT-SECAO
004900     MOVE WS-FILIAL-SECAO TO WS-DU-FILIAL
004910     IF WS-QTD-FERIADOS > ZEROS
004920         PERFORM 4100-LISTAR-SE-VALE THRU 4100-EXIT
004930             VARYING IX-FERIADO FROM 1 BY 1
004940             UNTIL IX-FERIADO > WS-QTD-FERIADOS
004950     END-IF
004960
004970     MOVE SPACES TO REL-LINHA
004980     STRING 'TOTAL DE FERIADOS NA SECAO ...: '
004990                                         DELIMITED BY SIZE
005000            WS-CNT-SECAO                 DELIMITED BY SIZE
005010         INTO REL-LINHA
005020     END-STRING
005030     WRITE REL-LINHA.
005040 4000-EXIT.
005050     EXIT.
005060
005070 4100-LISTAR-SE-VALE.
005080     IF FER-TAB-FILIAL (IX-FERIADO) = SPACES
005090         OR FER-TAB-FILIAL (IX-FERIADO) = WS-FILIAL-SECAO
005100         PERFORM 6000-GRAVAR-LINHA-FERIADO THRU 6000-EXIT
005110     END-IF.
005120 4100-EXIT.
005130     EXIT.
005140
005150 4500-LISTAR-FILIAL.
005160     MOVE FIL-TAB-CODIGO (IX-FILIAL) TO WS-FILIAL-SECAO
005170     PERFORM 4000-LISTAR-SECAO THRU 4000-EXIT.
005180 4500-EXIT.
005190     EXIT.
005200
005210*================================================================
005220*   6000-GRAVAR-LINHA-FERIADO - DATA, DIA DA SEMANA, NOME,
005230*   ABRANGENCIA E PROXIMO DIA UTIL DA FILIAL DA SECAO, QUE
005240*   DIAUTIL0001 DEVOLVE (O PROPRIO FERIADO NAO E DIA UTIL).
005250*================================================================
005260 6000-GRAVAR-LINHA-FERIADO.
005270     ADD 1 TO WS-CNT-SECAO
005280     MOVE FER-TAB-DATA (IX-FERIADO) TO WS-DATA-AUX
005290     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
005300     MOVE WS-DATA-EDITADA TO WS-DATA-FER-ED
005310
005320     COMPUTE WS-DIAS-INTEIROS =
005330         FUNCTION INTEGER-OF-DATE (FER-TAB-DATA (IX-FERIADO))
005340     COMPUTE WS-DIA-SEMANA =
005350         FUNCTION MOD (WS-DIAS-INTEIROS, 7)
005360
005370     IF FER-TAB-FILIAL (IX-FERIADO) = SPACES
005380         MOVE 'NACIONAL' TO WS-ABRANGENCIA
005390     ELSE
005400         MOVE SPACES TO WS-ABRANGENCIA
005410         STRING 'FILIAL '                DELIMITED BY SIZE
005420                FER-TAB-FILIAL (IX-FERIADO)
005430                                         DELIMITED BY SIZE
005440             INTO WS-ABRANGENCIA
005450         END-STRING
005460     END-IF
005470
005480     MOVE FER-TAB-DATA (IX-FERIADO) TO WS-DU-DATA
005490     CALL 'DIAUTIL0001' USING WS-DU-DATA WS-DU-UTIL-SW
005500                              WS-DU-PROXIMO WS-DU-FILIAL
005510     MOVE WS-DU-PROXIMO TO WS-DATA-AUX
005520     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
005530
005540     MOVE SPACES TO REL-LINHA
005550     STRING WS-DATA-FER-ED               DELIMITED BY SIZE
005560            ' '                          DELIMITED BY SIZE
005570            DSM-NOME (WS-DIA-SEMANA + 1) DELIMITED BY SIZE
005580            ' '                          DELIMITED BY SIZE
005590            FER-TAB-NOME (IX-FERIADO)    DELIMITED BY SIZE
005600            ' '                          DELIMITED BY SIZE
005610            WS-ABRANGENCIA               DELIMITED BY SIZE
005620            ' '                          DELIMITED BY SIZE
005630            WS-DATA-EDITADA              DELIMITED BY SIZE
005640         INTO REL-LINHA
005650     END-STRING
005660     WRITE REL-LINHA.
005670 6000-EXIT.
005680     EXIT.
005690
005700*================================================================
005710*   6100-EDITAR-DATA - WS-DATA-AUX (AAAAMMDD) EM DD/MM/AAAA
005720*================================================================
005730 6100-EDITAR-DATA.
005740     MOVE WS-DATA-AUX-DIA TO WS-DATA-ED-DIA
005750     MOVE WS-DATA-AUX-MES TO WS-DATA-ED-MES
005760     MOVE WS-DATA-AUX-ANO TO WS-DATA-ED-ANO.
005770 6100-EXIT.
005780     EXIT.
005790
005800*================================================================
005810*   7000-GRAVAR-RODAPE
005820*================================================================
005830 7000-GRAVAR-RODAPE.
005840     MOVE SPACES TO REL-LINHA
005850     WRITE REL-LINHA
005860     MOVE SPACES TO REL-LINHA
005870     STRING 'REGISTROS LIDOS NO FERIADOS ..: ' DELIMITED BY SIZE
005880            WS-CNT-LIDOS                       DELIMITED BY SIZE
005890         INTO REL-LINHA
005900     END-STRING
005910     WRITE REL-LINHA
005920     MOVE SPACES TO REL-LINHA
005930     STRING 'FERIADOS NACIONAIS NA JANELA .: ' DELIMITED BY SIZE
005940            WS-CNT-NACIONAIS                   DELIMITED BY SIZE
005950         INTO REL-LINHA
005960     END-STRING
005970     WRITE REL-LINHA
005980     MOVE SPACES TO REL-LINHA
005990     STRING 'FERIADOS DE FILIAL NA JANELA .: ' DELIMITED BY SIZE
006000            WS-CNT-DE-FILIAL                   DELIMITED BY SIZE
006010         INTO REL-LINHA
006020     END-STRING
006030     WRITE REL-LINHA
006040     MOVE SPACES TO REL-LINHA
006050     STRING 'FERIADOS FORA DA JANELA ......: ' DELIMITED BY SIZE
006060            WS-CNT-FORA-JANELA                 DELIMITED BY SIZE
006070         INTO REL-LINHA
006080     END-STRING
006090     WRITE REL-LINHA
006100     MOVE SPACES TO REL-LINHA
006110     STRING 'ESCOPO/FILIAL INVALIDO .......: ' DELIMITED BY SIZE
006120            WS-CNT-ESCOPO-INVAL                DELIMITED BY SIZE
006130         INTO REL-LINHA
006140     END-STRING
006150     WRITE REL-LINHA
006160     MOVE SPACES TO REL-LINHA
006170     STRING 'ALEM DA TABELA (NAO LISTADOS) : ' DELIMITED BY SIZE
006180            WS-CNT-EXCEDENTES                  DELIMITED BY SIZE
006190         INTO REL-LINHA
006200     END-STRING
006210     WRITE REL-LINHA.
006220 7000-EXIT.
006230     EXIT.
006240
006250 END PROGRAM FERIADOS0002.
