000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FECHAMENTO0002.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-09-25.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-25  MCR    CRIACAO DO PROGRAMA.
915300*   2026-10-15  MCR    FOLHACUM SEM NENHUM TOTAL DA COMPETENCIA,
915301*                      OU JA VIRADO PARA OUTRA, RECUSA O
915302*                      FECHAMENTO: NADA E GRAVADO NO FOLHAFECH,
915303*                      REJLOG COM E001/E002 E RETURN-CODE 8. ANTES
915304*                      O 'F' SAIA COM TOTAIS ZERADOS E TRAVAVA A
915305*                      COMPETENCIA VAZIA.
000210*================================================================
000220*   FUNCAO......... FECHAMENTO DE COMPETENCIA DA FOLHA (AJUSTES
000230*                    DE FOLHA0001), MESMA IDEIA DE FECHAMENTO0001
000240*                    PARA O ACUMVLR. A COMPETENCIA A FECHAR VEM
000250*                    DO CARTAO DE PARAMETROS (PARM-ANO-PROC/
000260*                    PARM-MES-PROC). O FECHAMENTO CONGELA OS
000270*                    TOTAIS POR FUNCIONARIO DO FOLHACUM DAQUELA
000280*                    COMPETENCIA NO HISTORICO DE COMPETENCIAS
000290*                    FECHADAS (FOLHAFECH, GRAVADO EM EXTEND COMO
000300*                    O ACUMHIST): UM DETALHE POR FUNCIONARIO E UM
000310*                    REGISTRO DE FECHAMENTO COM A QUANTIDADE E O
000320*                    TOTAL. GRAVA O RELATORIO RELFECHF COM OS
000330*                    TOTAIS CONGELADOS. COMPETENCIA JA FECHADA NO
000340*                    FOLHAFECH E RECUSADA SEM GRAVAR NADA. DEPOIS
000350*                    DO FECHAMENTO, FOLHA0001 TRATA COMO
000360*                    RETROATIVO O AJUSTE DATADO NELA. O FOLHACUM
000370*                    NAO E ALTERADO - FOLHA0001 JA O RENOVA NA
000380*                    VIRADA DE COMPETENCIA.
915306*                    FOLHACUM SEM A COMPETENCIA (OU JA NA
915307*                    SEGUINTE) TAMBEM E RECUSADO, COM REJLOG E
915308*                    RETURN-CODE 8: A COMPETENCIA SO PODE SER
915309*                    FECHADA ANTES DE FOLHA0001 RODAR A SEGUINTE.
000390*================================================================
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL PARM-CARTAO-FILE ASSIGN TO "PARMCARD"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-PARM.
000470
000480     SELECT OPTIONAL FOLHACUM-FILE ASSIGN TO "FOLHACUM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-CUM.
000510
000520     SELECT OPTIONAL FOLHAFECH-FILE ASSIGN TO "FOLHAFECH"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-FECH.
000550
000560     SELECT OPTIONAL FUNCMST-FILE ASSIGN TO "FUNCMST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-FUNC.
000590
000600     SELECT RELFECHF-FILE ASSIGN TO "RELFECHF"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-REL.
000630
915310     SELECT REJLOG-FILE ASSIGN TO "REJLOG"
915311         ORGANIZATION IS LINE SEQUENTIAL
915312         FILE STATUS IS WS-FS-REJ.
915313
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PARM-CARTAO-FILE.
000670 01  PARM-CARTAO-LINHA            PIC X(80).
000680
000690*----------------------------------------------------------------
000700*   MESMO LAYOUT DO FOLHACUM DE FOLHA0001.
000710*----------------------------------------------------------------
000720 FD  FOLHACUM-FILE.
000730 01  FCUM-REGISTRO.
000740     10  FCUM-CHAVE               PIC 9(06).
000750     10  FCUM-COMPETENCIA         PIC 9(06).
000760     10  FCUM-TOTAL               PIC 9(07)V9(02).
000770     10  FILLER                   PIC X(59).
000780
000790*----------------------------------------------------------------
000800*   HISTORICO DE COMPETENCIAS FECHADAS - SEMPRE EM EXTEND. POR
000810*   FECHAMENTO, OS DETALHES ('D', UM POR FOLHA-CHAVE) E POR
000820*   ULTIMO O REGISTRO DE FECHAMENTO ('F', CHAVE ZEROS, COM A
000830*   QUANTIDADE E O TOTAL). E O 'F' QUE MARCA A COMPETENCIA COMO
000840*   FECHADA - PARA ESTE PROGRAMA E PARA FOLHA0001.
000850*----------------------------------------------------------------
000860 FD  FOLHAFECH-FILE.
000870 01  FFH-REGISTRO.
000880     10  FFH-TIPO                 PIC X(01).
000890         88  FFH-FECHAMENTO            VALUE 'F'.
000900         88  FFH-DETALHE               VALUE 'D'.
000910     10  FFH-COMPETENCIA          PIC 9(06).
000920     10  FFH-CHAVE                PIC 9(06).
000930     10  FFH-TOTAL                PIC 9(07)V9(02).
000940     10  FFH-QTD-FUNC             PIC 9(05).
000950     10  FFH-DATA-FECHAMENTO      PIC 9(08).
000960     10  FFH-HORA-FECHAMENTO      PIC 9(08).
000970     10  FILLER                   PIC X(37).
000980
000990*----------------------------------------------------------------
001000*   MESTRE DE FUNCIONARIOS - MESMO LAYOUT MANTIDO POR FUNC0001.
001010*----------------------------------------------------------------
001020 FD  FUNCMST-FILE.
001030 01  FMST-REGISTRO.
001040     10  FMST-CHAVE               PIC 9(06).
001050     10  FMST-NOME                PIC X(20).
001060     10  FMST-DATA-ADMISSAO       PIC 9(08).
001070     10  FMST-DATA-DESLIGAMENTO   PIC 9(08).
001080     10  FMST-STATUS              PIC X(01).
001090     10  FILLER                   PIC X(37).
001100
001110 FD  RELFECHF-FILE.
001120 01  REL-LINHA                    PIC X(80).
001130
915314 FD  REJLOG-FILE.
915315 01  REJ-LINHA                    PIC X(76).
915316
001140 WORKING-STORAGE SECTION.
001150*----------------------------------------------------------------
001160*   CARTAO DE PARAMETROS COMPARTILHADO - AQUI SO A COMPETENCIA
001170*   (OBRIGATORIA PARA FECHAR).
001180*----------------------------------------------------------------
001190     COPY PARMCARD.
001200
915317*----------------------------------------------------------------
915318*   LAYOUT DE REJEITO COMPARTILHADO COM OS DEMAIS LOTES
915319*----------------------------------------------------------------
915320     COPY REJEITO.
915321
001210 77  WS-FS-PARM               PIC X(02) VALUE '00'.
001220 77  WS-FS-CUM                PIC X(02) VALUE '00'.
001230 77  WS-FS-FECH               PIC X(02) VALUE '00'.
001240 77  WS-FS-FUNC               PIC X(02) VALUE '00'.
001250 77  WS-FS-REL                PIC X(02) VALUE '00'.
915322 77  WS-FS-REJ                PIC X(02) VALUE '00'.
001260
001270 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001280 77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
001290 77  WS-COMP-FECHAR           PIC 9(06) VALUE ZEROS.
001300 77  WS-COMP-JA-SW            PIC X(01) VALUE 'N'.
001310         88  COMPETENCIA-JA-FECHADA    VALUE 'S'.
001320         88  COMPETENCIA-NAO-FECHADA   VALUE 'N'.
001330
001340*----------------------------------------------------------------
001350*   TOTAIS DA COMPETENCIA LIDOS DO FOLHACUM - MESMA CAPACIDADE
001360*   DA TABELA DE ACUMULADOS DE FOLHA0001.
001370*----------------------------------------------------------------
001380 01  TABELA-ACUMULADOS.
001390     05  CUM-TAB-ENTRADA OCCURS 200 TIMES
001400                         INDEXED BY IX-CUM.
001410         10  CUM-TAB-CHAVE        PIC 9(06).
001420         10  CUM-TAB-TOTAL        PIC 9(07)V9(02).
001430 77  WS-QTD-ACUMULADOS        PIC 9(04) VALUE ZEROS COMP.
001440 77  WS-CNT-EXCEDENTES        PIC 9(05) VALUE ZEROS.
001445 77  WS-QTD-EDITADA           PIC 9(05) VALUE ZEROS.
001450 77  WS-CNT-OUTRAS-COMPS      PIC 9(05) VALUE ZEROS.
001460 77  WS-TOTAL-COMP            PIC 9(07)V9(02) VALUE ZEROS.
001470 77  WS-TOTAL-EDITADO         PIC 9(7).99 VALUE ZEROS.
001480
001490*----------------------------------------------------------------
001500*   MESTRE DE FUNCIONARIOS EM MEMORIA - SO CHAVE E NOME, COMO EM
001510*   FOLHA0002. ALEM DA CAPACIDADE, O NOME SAI EM BRANCO.
001520*----------------------------------------------------------------
001530 01  TABELA-FUNCIONARIOS.
001540     05  FUN-TAB-ENTRADA OCCURS 500 TIMES
001550                         INDEXED BY IX-FUNC.
001560         10  FUN-TAB-CHAVE        PIC 9(06).
001570         10  FUN-TAB-NOME         PIC X(20).
001580 77  WS-QTD-FUNCIONARIOS      PIC 9(04) VALUE ZEROS COMP.
001590 77  WS-FUNC-ACHADO-SW        PIC X(01) VALUE 'N'.
001600         88  FUNC-ACHADO               VALUE 'S'.
001610         88  FUNC-NAO-ACHADO           VALUE 'N'.
001620 77  WS-NOME-FUNC             PIC X(20) VALUE SPACES.
001630
001640 PROCEDURE DIVISION.
001650*================================================================
001660*   0000-MAINLINE
001670*================================================================
001680 0000-MAINLINE.
001690     OPEN OUTPUT RELFECHF-FILE
915323     OPEN OUTPUT REJLOG-FILE
001700
001710     PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
001720
001730     IF WS-COMP-FECHAR = ZEROS
001740         MOVE 'COMPETENCIA AUSENTE NO CARTAO - NADA FECHADO'
001750             TO REL-LINHA
001760         WRITE REL-LINHA
001770         GO TO 0000-ENCERRAR
001780     END-IF
001790
001800     PERFORM 2000-CHECAR-HISTORICO THRU 2000-EXIT
001810
001820     IF COMPETENCIA-JA-FECHADA
001830         MOVE SPACES TO REL-LINHA
001840         STRING 'COMPETENCIA '   DELIMITED BY SIZE
001850                WS-COMP-FECHAR   DELIMITED BY SIZE
001860                ' JA FECHADA - FOLHAFECH NAO ALTERADO'
001870                    DELIMITED BY SIZE
001880             INTO REL-LINHA
001890         END-STRING
001900         WRITE REL-LINHA
001910         GO TO 0000-ENCERRAR
001920     END-IF
001930
001940     PERFORM 3000-CARREGAR-ACUMULADOS THRU 3000-EXIT
915324     IF WS-QTD-ACUMULADOS = ZEROS
915325         OR WS-CNT-OUTRAS-COMPS > ZEROS
915326         PERFORM 3500-RECUSAR-SEM-TOTAIS THRU 3500-EXIT
915327         GO TO 0000-ENCERRAR
915328     END-IF
001950     PERFORM 4000-GRAVAR-FECHAMENTO THRU 4000-EXIT
001960     PERFORM 6000-GRAVAR-RELATORIO THRU 6000-EXIT.
001970
001980 0000-ENCERRAR.
001990     CLOSE RELFECHF-FILE
915329     CLOSE REJLOG-FILE
002000     STOP RUN.
002010
002020*================================================================
002030*   1000-LER-PARAMETROS - LE O CARTAO (OPTIONAL) E MONTA O
002040*   AAAAMM A FECHAR. SEM CARTAO OU SEM COMPETENCIA, O
002050*   FECHAMENTO E RECUSADO NO MAINLINE. CARREGA TAMBEM O MESTRE
002060*   DE FUNCIONARIOS (OPTIONAL) PARA OS NOMES DO RELATORIO.
002070*================================================================
002080 1000-LER-PARAMETROS.
002090     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
002100     ACCEPT WS-HORA-ATUAL FROM TIME
002110
002120     MOVE ZEROS TO PARM-ANO-PROC PARM-MES-PROC
002130     OPEN INPUT PARM-CARTAO-FILE
002140     IF WS-FS-PARM = '00'
002150         READ PARM-CARTAO-FILE INTO PARM-CARTAO-REG
002160             AT END
002170                 CONTINUE
002180         END-READ
002190         CLOSE PARM-CARTAO-FILE
002200     END-IF
002210
002220     IF PARM-ANO-PROC NOT = ZEROS
002230         AND PARM-MES-PROC > ZEROS
002240         AND PARM-MES-PROC < 13
002250         COMPUTE WS-COMP-FECHAR =
002260             PARM-ANO-PROC * 100 + PARM-MES-PROC
002270     ELSE
002280         MOVE ZEROS TO WS-COMP-FECHAR
002290     END-IF
002300
002310     MOVE ZEROS TO WS-QTD-FUNCIONARIOS
002320     OPEN INPUT FUNCMST-FILE
002330     IF WS-FS-FUNC = '00'
002340         PERFORM 1100-LER-FUNCMST THRU 1100-EXIT
002350             UNTIL WS-FS-FUNC NOT = '00'
002360         CLOSE FUNCMST-FILE
002370     ELSE
002380         IF WS-FS-FUNC = '05'
002390             CLOSE FUNCMST-FILE
002400         END-IF
002410     END-IF.
002420 1000-EXIT.
002430     EXIT.
002440
002450 1100-LER-FUNCMST.
002460     READ FUNCMST-FILE
002470     IF WS-FS-FUNC = '00'
002480         IF WS-QTD-FUNCIONARIOS < 500
002490             ADD 1 TO WS-QTD-FUNCIONARIOS
002500             MOVE FMST-CHAVE
002510                 TO FUN-TAB-CHAVE (WS-QTD-FUNCIONARIOS)
002520             MOVE FMST-NOME
002530                 TO FUN-TAB-NOME (WS-QTD-FUNCIONARIOS)
002540         END-IF
002550     END-IF.
002560 1100-EXIT.
002570     EXIT.
002580
002590*================================================================
002600*   2000-CHECAR-HISTORICO - VARRE O FOLHAFECH (OPTIONAL) ATRAS DE
002610*   UM REGISTRO DE FECHAMENTO DA COMPETENCIA.
002620*================================================================
002630 2000-CHECAR-HISTORICO.
002640     SET COMPETENCIA-NAO-FECHADA TO TRUE
002650     OPEN INPUT FOLHAFECH-FILE
002660     IF WS-FS-FECH = '00'
002670         PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
002680             UNTIL WS-FS-FECH NOT = '00'
002690                 OR COMPETENCIA-JA-FECHADA
002700         CLOSE FOLHAFECH-FILE
002710     ELSE
002720         IF WS-FS-FECH = '05'
002730             CLOSE FOLHAFECH-FILE
002740         END-IF
002750     END-IF.
002760 2000-EXIT.
002770     EXIT.
002780
002790 2100-LER-HISTORICO.
002800     READ FOLHAFECH-FILE
002810     IF WS-FS-FECH = '00'
002820         IF FFH-FECHAMENTO
002830             AND FFH-COMPETENCIA = WS-COMP-FECHAR
002840             SET COMPETENCIA-JA-FECHADA TO TRUE
002850         END-IF
002860     END-IF.
002870 2100-EXIT.
002880     EXIT.
002890
002900*================================================================
002910*   3000-CARREGAR-ACUMULADOS - LE DO FOLHACUM (OPTIONAL) SO OS
002920*   TOTAIS DA COMPETENCIA A FECHAR. REGISTRO DE OUTRA COMPETENCIA
002930*   E SO CONTADO (FOLHA0001 JA RODOU A COMPETENCIA SEGUINTE E OS
002940*   TOTAIS DESTA SAIRAM DO ARQUIVO - O FECHAMENTO E RECUSADO).
002950*================================================================
002960 3000-CARREGAR-ACUMULADOS.
002970     MOVE ZEROS TO WS-QTD-ACUMULADOS WS-TOTAL-COMP
002980     OPEN INPUT FOLHACUM-FILE
002990     IF WS-FS-CUM = '00'
003000         PERFORM 3100-LER-ACUMULADO THRU 3100-EXIT
003010             UNTIL WS-FS-CUM NOT = '00'
003020         CLOSE FOLHACUM-FILE
003030     ELSE
003040         IF WS-FS-CUM = '05'
003050             CLOSE FOLHACUM-FILE
003060         END-IF
003070     END-IF.
003080 3000-EXIT.
003090     EXIT.
003100
003110 3100-LER-ACUMULADO.
003120     READ FOLHACUM-FILE
003130     IF WS-FS-CUM = '00'
003140         IF FCUM-COMPETENCIA NOT = WS-COMP-FECHAR
003150             ADD 1 TO WS-CNT-OUTRAS-COMPS
003160         ELSE
003170             IF WS-QTD-ACUMULADOS < 200
003180                 ADD 1 TO WS-QTD-ACUMULADOS
003190                 MOVE FCUM-CHAVE
003200                     TO CUM-TAB-CHAVE (WS-QTD-ACUMULADOS)
003210                 MOVE FCUM-TOTAL
003220                     TO CUM-TAB-TOTAL (WS-QTD-ACUMULADOS)
003230                 ADD FCUM-TOTAL TO WS-TOTAL-COMP
003240             ELSE
003250                 ADD 1 TO WS-CNT-EXCEDENTES
003260             END-IF
003270         END-IF
003280     END-IF.
003290 3100-EXIT.
003300     EXIT.
003310
915330*================================================================
915331*   3500-RECUSAR-SEM-TOTAIS - O FOLHACUM NAO TEM NENHUM TOTAL DA
915332*   COMPETENCIA (E001) OU JA FOI VIRADO POR FOLHA0001 PARA OUTRA
915333*   (E002). FECHAR ASSIM GRAVARIA UM 'F' COM TOTAIS ZERADOS E A
915334*   COMPETENCIA FICARIA TRAVADA VAZIA: O FOLHAFECH NAO E ABERTO,
915335*   O RELFECHF E O REJLOG AVISAM E O RETURN-CODE E 8.
915336*================================================================
915337 3500-RECUSAR-SEM-TOTAIS.
915338     MOVE SPACES TO REJ-REGISTRO
915339     MOVE 'FECHAMENTO0002' TO REJ-PROGRAMA
915340     MOVE WS-DATA-ATUAL TO REJ-DATA
915341     MOVE WS-HORA-ATUAL TO REJ-HORA
915342     MOVE WS-COMP-FECHAR TO REJ-VALOR-DIGITADO
915343     IF WS-CNT-OUTRAS-COMPS > ZEROS
915344         MOVE 'E002' TO REJ-CODIGO-MOTIVO
915345         MOVE 'FOLHACUM EM OUTRA COMPETENCIA'
915346             TO REJ-DESCRICAO-MOTIVO
915347     ELSE
915348         MOVE 'E001' TO REJ-CODIGO-MOTIVO
915349         MOVE 'FOLHACUM SEM A COMPETENCIA'
915350             TO REJ-DESCRICAO-MOTIVO
915351     END-IF
915352     MOVE REJ-REGISTRO TO REJ-LINHA
915353     WRITE REJ-LINHA
915354
915355     MOVE SPACES TO REL-LINHA
915356     STRING 'COMPETENCIA '        DELIMITED BY SIZE
915357            WS-COMP-FECHAR        DELIMITED BY SIZE
915358            ' NAO FECHADA - '     DELIMITED BY SIZE
915359            REJ-DESCRICAO-MOTIVO  DELIMITED BY SIZE
915360         INTO REL-LINHA
915361     END-STRING
915362     WRITE REL-LINHA
915363     MOVE 8 TO RETURN-CODE.
915364 3500-EXIT.
915365     EXIT.
915366
003320*================================================================
003330*   4000-GRAVAR-FECHAMENTO - OS DETALHES E, POR ULTIMO, O
003340*   REGISTRO DE FECHAMENTO, EM EXTEND. GRAVANDO O 'F' POR ULTIMO,
003350*   UMA QUEDA NO MEIO DEIXA A COMPETENCIA AINDA ABERTA (E O
003360*   FECHAMENTO PODE SER REPETIDO) EM VEZ DE FECHADA PELA METADE.
003370*================================================================
003380 4000-GRAVAR-FECHAMENTO.
003390     OPEN EXTEND FOLHAFECH-FILE
003400     IF WS-QTD-ACUMULADOS > ZEROS
003410         PERFORM 4100-GRAVAR-DETALHE THRU 4100-EXIT
003420             VARYING IX-CUM FROM 1 BY 1
003430             UNTIL IX-CUM > WS-QTD-ACUMULADOS
003440     END-IF
003450
003460     MOVE SPACES TO FFH-REGISTRO
003470     SET FFH-FECHAMENTO TO TRUE
003480     MOVE WS-COMP-FECHAR     TO FFH-COMPETENCIA
003490     MOVE ZEROS              TO FFH-CHAVE
003500     MOVE WS-TOTAL-COMP      TO FFH-TOTAL
003510     MOVE WS-QTD-ACUMULADOS  TO FFH-QTD-FUNC
003520     MOVE WS-DATA-ATUAL      TO FFH-DATA-FECHAMENTO
003530     MOVE WS-HORA-ATUAL      TO FFH-HORA-FECHAMENTO
003540     WRITE FFH-REGISTRO
003550     CLOSE FOLHAFECH-FILE.
003560 4000-EXIT.
003570     EXIT.
003580
003590 4100-GRAVAR-DETALHE.
003600     MOVE SPACES TO FFH-REGISTRO
003610     SET FFH-DETALHE TO TRUE
003620     MOVE WS-COMP-FECHAR          TO FFH-COMPETENCIA
003630     MOVE CUM-TAB-CHAVE (IX-CUM)  TO FFH-CHAVE
003640     MOVE CUM-TAB-TOTAL (IX-CUM)  TO FFH-TOTAL
003650     MOVE ZEROS                   TO FFH-QTD-FUNC
003660     MOVE WS-DATA-ATUAL           TO FFH-DATA-FECHAMENTO
003670     MOVE WS-HORA-ATUAL           TO FFH-HORA-FECHAMENTO
003680     WRITE FFH-REGISTRO.
003690 4100-EXIT.
003700     EXIT.
003710
003720*================================================================
003730*   6000-GRAVAR-RELATORIO - OS TOTAIS CONGELADOS POR FUNCIONARIO
003740*   E O RODAPE DO FECHAMENTO.
003750*================================================================
003760 6000-GRAVAR-RELATORIO.
003770     MOVE SPACES TO REL-LINHA
003780     STRING 'FECHAMENTO DA COMPETENCIA DA FOLHA '
003790                DELIMITED BY SIZE
003795            WS-COMP-FECHAR   DELIMITED BY SIZE
003800         INTO REL-LINHA
003810     END-STRING
003820     WRITE REL-LINHA
003830
003840     MOVE SPACES TO REL-LINHA
003850     WRITE REL-LINHA
003860
003870     IF WS-QTD-ACUMULADOS > ZEROS
003880         PERFORM 6100-LINHA-FUNCIONARIO THRU 6100-EXIT
003890             VARYING IX-CUM FROM 1 BY 1
003900             UNTIL IX-CUM > WS-QTD-ACUMULADOS
003910     ELSE
003920         MOVE '  (NENHUM TOTAL DA COMPETENCIA NO FOLHACUM)'
003930             TO REL-LINHA
003940         WRITE REL-LINHA
003950     END-IF
003960
003970     MOVE SPACES TO REL-LINHA
003980     WRITE REL-LINHA
003990
004000     MOVE SPACES TO REL-LINHA
004005     MOVE WS-QTD-ACUMULADOS TO WS-QTD-EDITADA
004010     STRING 'FUNCIONARIOS .....: ' DELIMITED BY SIZE
004020            WS-QTD-EDITADA        DELIMITED BY SIZE
004030         INTO REL-LINHA
004040     END-STRING
004050     WRITE REL-LINHA
004060
004070     MOVE WS-TOTAL-COMP TO WS-TOTAL-EDITADO
004080     MOVE SPACES TO REL-LINHA
004090     STRING 'TOTAL CONGELADO ..: ' DELIMITED BY SIZE
004100            WS-TOTAL-EDITADO      DELIMITED BY SIZE
004110         INTO REL-LINHA
004120     END-STRING
004130     WRITE REL-LINHA
004140
004150     IF WS-CNT-OUTRAS-COMPS > ZEROS
004160         MOVE SPACES TO REL-LINHA
004170         STRING 'OUTRAS COMPETENC. : ' DELIMITED BY SIZE
004180                WS-CNT-OUTRAS-COMPS   DELIMITED BY SIZE
004190                ' (FORA DO FECHAMENTO)' DELIMITED BY SIZE
004200             INTO REL-LINHA
004210         END-STRING
004220         WRITE REL-LINHA
004230     END-IF
004240
004250     IF WS-CNT-EXCEDENTES > ZEROS
004260         MOVE SPACES TO REL-LINHA
004270         STRING 'SEM ESPACO EM TABELA: ' DELIMITED BY SIZE
004280                WS-CNT-EXCEDENTES       DELIMITED BY SIZE
004290             INTO REL-LINHA
004300         END-STRING
004310         WRITE REL-LINHA
004320     END-IF.
004330 6000-EXIT.
004340     EXIT.
004350
004360 6100-LINHA-FUNCIONARIO.
004370     MOVE SPACES TO WS-NOME-FUNC
004380     SET FUNC-NAO-ACHADO TO TRUE
004390     IF WS-QTD-FUNCIONARIOS > ZEROS
004400         SET IX-FUNC TO 1
004410         PERFORM 6200-COMPARAR-FUNCIONARIO THRU 6200-EXIT
004420             VARYING IX-FUNC FROM 1 BY 1
004430             UNTIL IX-FUNC > WS-QTD-FUNCIONARIOS OR FUNC-ACHADO
004440     END-IF
004450
004460     MOVE CUM-TAB-TOTAL (IX-CUM) TO WS-TOTAL-EDITADO
004470     MOVE SPACES TO REL-LINHA
004480     STRING '  '                    DELIMITED BY SIZE
004490            CUM-TAB-CHAVE (IX-CUM)  DELIMITED BY SIZE
004500            '  '                    DELIMITED BY SIZE
004510            WS-NOME-FUNC            DELIMITED BY SIZE
004520            '  TOTAL DO MES: '      DELIMITED BY SIZE
004530            WS-TOTAL-EDITADO        DELIMITED BY SIZE
004540         INTO REL-LINHA
004550     END-STRING
004560     WRITE REL-LINHA.
004570 6100-EXIT.
004580     EXIT.
004590
004600 6200-COMPARAR-FUNCIONARIO.
004610     IF FUN-TAB-CHAVE (IX-FUNC) = CUM-TAB-CHAVE (IX-CUM)
004620         SET FUNC-ACHADO TO TRUE
004630         MOVE FUN-TAB-NOME (IX-FUNC) TO WS-NOME-FUNC
004640     END-IF.
004650 6200-EXIT.
004660     EXIT.
004670
004680 END PROGRAM FECHAMENTO0002.
