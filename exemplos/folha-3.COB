000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FOLHA0003.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-09-23.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-23  MCR    CRIACAO DO PROGRAMA.
000210*================================================================
000220*   FUNCAO......... SITUACAO DOS PLANOS DE PARCELAMENTO DE
000230*                    AJUSTES DE FOLHA (FOLHAPLN, MANTIDO POR
000240*                    FOLHA0001). PARA CADA PLANO GRAVA NO RELPLANO
000250*                    O FUNCIONARIO (NOME DO MESTRE FUNCMST), A
000260*                    IDENTIDADE DO PLANO, O VALOR TOTAL, AS
000270*                    PARCELAS JA LANCADAS, AS QUE RESTAM E O SALDO
000280*                    AINDA EM ABERTO (TOTAL MENOS O JA LANCADO).
000290*                    NO RODAPE, PLANOS EM ABERTO / QUITADOS E O
000300*                    SALDO TOTAL. NADA E ALTERADO.
000310*================================================================
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL PARM-CARTAO-FILE ASSIGN TO "PARMCARD"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-PARM.
000390
000400     SELECT OPTIONAL FOLHAPLN-FILE ASSIGN TO "FOLHAPLN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-PLN.
000430
000440     SELECT OPTIONAL FUNCMST-FILE ASSIGN TO "FUNCMST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-FUNC.
000470
000480     SELECT RELPLANO-FILE ASSIGN TO "RELPLANO"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-REL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PARM-CARTAO-FILE.
000550 01  PARM-CARTAO-LINHA            PIC X(80).
000560
000570*----------------------------------------------------------------
000580*   PLANOS DE PARCELAMENTO - MESMO LAYOUT MANTIDO POR FOLHA0001.
000590*----------------------------------------------------------------
000600 FD  FOLHAPLN-FILE.
000610 01  PLN-REGISTRO.
000620     10  PLN-CHAVE                PIC 9(06).
000630     10  PLN-DATA-PLANO           PIC 9(08).
000640     10  PLN-SEQ-PLANO            PIC 9(04).
000650     10  PLN-CATEGORIA            PIC X(03).
000660     10  PLN-VALOR-TOTAL          PIC S9(3)V9(2)
000670             SIGN IS LEADING SEPARATE CHARACTER.
000680     10  PLN-VALOR-PARCELA        PIC S9(3)V9(2)
000690             SIGN IS LEADING SEPARATE CHARACTER.
000700     10  PLN-QTD-PARCELAS         PIC 9(02).
000710     10  PLN-QTD-LANCADAS         PIC 9(02).
000720     10  PLN-VALOR-LANCADO        PIC S9(5)V9(2)
000730             SIGN IS LEADING SEPARATE CHARACTER.
000740     10  PLN-COMP-INICIAL         PIC 9(06).
000750     10  PLN-COMP-ULT-LANC        PIC 9(06).
000760     10  FILLER                   PIC X(23).
000770
000780*----------------------------------------------------------------
000790*   MESTRE DE FUNCIONARIOS - MESMO LAYOUT MANTIDO POR FUNC0001.
000800*----------------------------------------------------------------
000810 FD  FUNCMST-FILE.
000820 01  FMST-REGISTRO.
000830     10  FMST-CHAVE               PIC 9(06).
000840     10  FMST-NOME                PIC X(20).
000850     10  FMST-DATA-ADMISSAO       PIC 9(08).
000860     10  FMST-DATA-DESLIGAMENTO   PIC 9(08).
000870     10  FMST-STATUS              PIC X(01).
000880     10  FILLER                   PIC X(37).
000890
000900 FD  RELPLANO-FILE.
000910 01  REL-LINHA                    PIC X(80).
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950*   CARTAO DE PARAMETROS COMPARTILHADO - SO A COMPETENCIA, PARA
000960*   O CABECALHO.
000970*----------------------------------------------------------------
000980     COPY PARMCARD.
000990
001000 77  WS-FS-PARM               PIC X(02) VALUE '00'.
001010 77  WS-FS-PLN                PIC X(02) VALUE '00'.
001020 77  WS-FS-FUNC               PIC X(02) VALUE '00'.
001030 77  WS-FS-REL                PIC X(02) VALUE '00'.
001040
001050 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001060 77  WS-COMPETENCIA-PROC      PIC 9(06) VALUE ZEROS.
001070
001080*----------------------------------------------------------------
001090*   MESTRE DE FUNCIONARIOS EM MEMORIA - SO CHAVE E NOME, COMO EM
001100*   FOLHA0002. ALEM DA CAPACIDADE, O NOME SAI EM BRANCO.
001110*----------------------------------------------------------------
001120 01  TABELA-FUNCIONARIOS.
001130     05  FUN-TAB-ENTRADA OCCURS 500 TIMES
001140                         INDEXED BY IX-FUNC.
001150         10  FUN-TAB-CHAVE        PIC 9(06).
001160         10  FUN-TAB-NOME         PIC X(20).
001170 77  WS-QTD-FUNCIONARIOS      PIC 9(04) VALUE ZEROS COMP.
001180 77  WS-FUNC-ACHADO-SW        PIC X(01) VALUE 'N'.
001190         88  FUNC-ACHADO               VALUE 'S'.
001200         88  FUNC-NAO-ACHADO           VALUE 'N'.
001210 77  WS-NOME-FUNC             PIC X(20) VALUE SPACES.
001220
001230*----------------------------------------------------------------
001240*   SITUACAO DO PLANO CORRENTE
001250*----------------------------------------------------------------
001260 77  WS-QTD-RESTAM            PIC 9(02) VALUE ZEROS.
001270 77  WS-SALDO-PLANO           PIC S9(5)V9(2) VALUE ZEROS.
001280 77  WS-TOTAL-EDITADO         PIC -999.99 VALUE SPACES.
001290 77  WS-SALDO-EDITADO         PIC -99999.99 VALUE SPACES.
001300
001310*----------------------------------------------------------------
001320*   CONTADORES DO RODAPE
001330*----------------------------------------------------------------
001340 77  WS-CNT-PLANOS            PIC 9(05) VALUE ZEROS.
001350 77  WS-CNT-ABERTOS           PIC 9(05) VALUE ZEROS.
001360 77  WS-CNT-QUITADOS          PIC 9(05) VALUE ZEROS.
001370 77  WS-CNT-PARC-RESTAM       PIC 9(05) VALUE ZEROS.
001380 77  WS-SALDO-GERAL           PIC S9(7)V9(2) VALUE ZEROS.
001390 77  WS-SALDO-GERAL-EDIT      PIC -9(7).99 VALUE SPACES.
001400
001410 PROCEDURE DIVISION.
001420*================================================================
001430*   0000-MAINLINE
001440*================================================================
001450 0000-MAINLINE.
001460     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001470     PERFORM 2000-LISTAR-PLANOS THRU 2000-EXIT
001480     STOP RUN.
001490
001500*================================================================
001510*   1000-INICIALIZAR - LE O CARTAO (OPTIONAL) E O MESTRE DE
001520*   FUNCIONARIOS (OPTIONAL). SEM PERIODO NO CARTAO, A COMPETENCIA
001530*   SAI DA DATA DE HOJE.
001540*================================================================
001550 1000-INICIALIZAR.
001560     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
001570     MOVE ZEROS TO PARM-ANO-PROC PARM-MES-PROC
001580
001590     OPEN INPUT PARM-CARTAO-FILE
001600     IF WS-FS-PARM = '00'
001610         READ PARM-CARTAO-FILE INTO PARM-CARTAO-REG
001620             AT END
001630                 CONTINUE
001640         END-READ
001650         CLOSE PARM-CARTAO-FILE
001660     END-IF
001670
001680     IF PARM-ANO-PROC = ZEROS
001690         MOVE WS-DATA-ATUAL (1:4) TO PARM-ANO-PROC
001700         MOVE WS-DATA-ATUAL (5:2) TO PARM-MES-PROC
001710     END-IF
001720     COMPUTE WS-COMPETENCIA-PROC =
001730         PARM-ANO-PROC * 100 + PARM-MES-PROC
001740
001750     MOVE ZEROS TO WS-QTD-FUNCIONARIOS
001760     OPEN INPUT FUNCMST-FILE
001770     IF WS-FS-FUNC = '00'
001780         PERFORM 1100-LER-FUNCMST THRU 1100-EXIT
001790             UNTIL WS-FS-FUNC NOT = '00'
001800         CLOSE FUNCMST-FILE
001810     ELSE
001820         IF WS-FS-FUNC = '05'
001830             CLOSE FUNCMST-FILE
001840         END-IF
001850     END-IF.
001860 1000-EXIT.
001870     EXIT.
001880
001890 1100-LER-FUNCMST.
001900     READ FUNCMST-FILE
001910     IF WS-FS-FUNC = '00'
001920         IF WS-QTD-FUNCIONARIOS < 500
001930             ADD 1 TO WS-QTD-FUNCIONARIOS
001940             MOVE FMST-CHAVE
001950                 TO FUN-TAB-CHAVE (WS-QTD-FUNCIONARIOS)
001960             MOVE FMST-NOME
001970                 TO FUN-TAB-NOME (WS-QTD-FUNCIONARIOS)
001980         END-IF
001990     END-IF.
002000 1100-EXIT.
002010     EXIT.
002020
002030*================================================================
002040*   2000-LISTAR-PLANOS - UMA PASSADA NO FOLHAPLN (OPTIONAL -
002050*   AUSENTE SAI SO O CABECALHO E O RODAPE ZERADO), DUAS LINHAS
002060*   POR PLANO, NA ORDEM EM QUE FOLHA0001 OS GRAVOU.
002070*================================================================
002080 2000-LISTAR-PLANOS.
002090     OPEN OUTPUT RELPLANO-FILE
002100
002110     MOVE SPACES TO REL-LINHA
002120     STRING 'PLANOS DE PARCELAMENTO DE AJUSTES - COMPETENCIA '
002130                DELIMITED BY SIZE
002140            WS-COMPETENCIA-PROC DELIMITED BY SIZE
002150         INTO REL-LINHA
002160     END-STRING
002170     WRITE REL-LINHA
002180
002190     OPEN INPUT FOLHAPLN-FILE
002200     IF WS-FS-PLN = '00'
002210         PERFORM 2100-LER-PLANO THRU 2100-EXIT
002220             UNTIL WS-FS-PLN NOT = '00'
002230         CLOSE FOLHAPLN-FILE
002240     ELSE
002250         IF WS-FS-PLN = '05'
002260             CLOSE FOLHAPLN-FILE
002270         END-IF
002280     END-IF
002290
002300     PERFORM 4900-GRAVAR-TOTAIS THRU 4900-EXIT
002310
002320     CLOSE RELPLANO-FILE.
002330 2000-EXIT.
002340     EXIT.
002350
002360 2100-LER-PLANO.
002370     READ FOLHAPLN-FILE
002380     IF WS-FS-PLN = '00'
002390         ADD 1 TO WS-CNT-PLANOS
002400         PERFORM 2200-RESOLVER-NOME THRU 2200-EXIT
002410         PERFORM 3000-CALCULAR-SITUACAO THRU 3000-EXIT
002420         PERFORM 4000-GRAVAR-LINHAS-PLANO THRU 4000-EXIT
002430     END-IF.
002440 2100-EXIT.
002450     EXIT.
002460
002470*================================================================
002480*   2200-RESOLVER-NOME - NOME DO FUNCIONARIO DO PLANO (BRANCO SE
002490*   NAO ACHADO).
002500*================================================================
002510 2200-RESOLVER-NOME.
002520     MOVE SPACES TO WS-NOME-FUNC
002530     SET FUNC-NAO-ACHADO TO TRUE
002540     IF WS-QTD-FUNCIONARIOS > ZEROS
002550         SET IX-FUNC TO 1
002560         PERFORM 2210-COMPARAR-FUNCIONARIO THRU 2210-EXIT
002570             VARYING IX-FUNC FROM 1 BY 1
002580             UNTIL IX-FUNC > WS-QTD-FUNCIONARIOS OR FUNC-ACHADO
002590     END-IF.
002600 2200-EXIT.
002610     EXIT.
002620
002630 2210-COMPARAR-FUNCIONARIO.
002640     IF FUN-TAB-CHAVE (IX-FUNC) = PLN-CHAVE
002650         SET FUNC-ACHADO TO TRUE
002660         MOVE FUN-TAB-NOME (IX-FUNC) TO WS-NOME-FUNC
002670     END-IF.
002680 2210-EXIT.
002690     EXIT.
002700
002710*================================================================
002720*   3000-CALCULAR-SITUACAO - PARCELAS QUE RESTAM (NUNCA ABAIXO DE
002730*   ZERO) E SALDO EM ABERTO = TOTAL MENOS O JA LANCADO. PARCELA
002740*   REJEITADA NA SUA COMPETENCIA (FORA DE FAIXA, DESLIGAMENTO)
002750*   NAO CONTA COMO LANCADA: CONTINUA NO SALDO PARA A FOLHA
002760*   RESOLVER.
002770*================================================================
002780 3000-CALCULAR-SITUACAO.
002790     IF PLN-QTD-LANCADAS < PLN-QTD-PARCELAS
002800         COMPUTE WS-QTD-RESTAM =
002810             PLN-QTD-PARCELAS - PLN-QTD-LANCADAS
002820     ELSE
002830         MOVE ZEROS TO WS-QTD-RESTAM
002840     END-IF
002850     COMPUTE WS-SALDO-PLANO = PLN-VALOR-TOTAL - PLN-VALOR-LANCADO
002860
002870     IF WS-QTD-RESTAM = ZEROS
002880         ADD 1 TO WS-CNT-QUITADOS
002890     ELSE
002900         ADD 1 TO WS-CNT-ABERTOS
002910         ADD WS-QTD-RESTAM TO WS-CNT-PARC-RESTAM
002920     END-IF
002930     ADD WS-SALDO-PLANO TO WS-SALDO-GERAL.
002940 3000-EXIT.
002950     EXIT.
002960
002970 4000-GRAVAR-LINHAS-PLANO.
002980     MOVE SPACES TO REL-LINHA
002990     WRITE REL-LINHA
003000
003010     MOVE SPACES TO REL-LINHA
003020     STRING '  '                 DELIMITED BY SIZE
003030            PLN-CHAVE            DELIMITED BY SIZE
003040            '  '                 DELIMITED BY SIZE
003050            WS-NOME-FUNC         DELIMITED BY SIZE
003060            '  PLANO '           DELIMITED BY SIZE
003070            PLN-DATA-PLANO       DELIMITED BY SIZE
003080            '/'                  DELIMITED BY SIZE
003090            PLN-SEQ-PLANO        DELIMITED BY SIZE
003100            '  CAT '             DELIMITED BY SIZE
003110            PLN-CATEGORIA        DELIMITED BY SIZE
003120         INTO REL-LINHA
003130     END-STRING
003140     WRITE REL-LINHA
003150
003160     MOVE PLN-VALOR-TOTAL TO WS-TOTAL-EDITADO
003170     MOVE WS-SALDO-PLANO  TO WS-SALDO-EDITADO
003180     MOVE SPACES TO REL-LINHA
003190     STRING '      TOTAL '       DELIMITED BY SIZE
003200            WS-TOTAL-EDITADO     DELIMITED BY SIZE
003210            '  LANCADAS '        DELIMITED BY SIZE
003220            PLN-QTD-LANCADAS     DELIMITED BY SIZE
003230            '/'                  DELIMITED BY SIZE
003240            PLN-QTD-PARCELAS     DELIMITED BY SIZE
003250            '  RESTAM '          DELIMITED BY SIZE
003260            WS-QTD-RESTAM        DELIMITED BY SIZE
003270            '  SALDO '           DELIMITED BY SIZE
003280            WS-SALDO-EDITADO     DELIMITED BY SIZE
003290         INTO REL-LINHA
003300     END-STRING
003310     IF WS-QTD-RESTAM = ZEROS
003320         MOVE '  QUITADO' TO REL-LINHA (64:9)
003330     END-IF
003340     WRITE REL-LINHA.
003350 4000-EXIT.
003360     EXIT.
003370
003380*================================================================
003390*   4900-GRAVAR-TOTAIS
003400*================================================================
003410 4900-GRAVAR-TOTAIS.
003420     MOVE SPACES TO REL-LINHA
003430     WRITE REL-LINHA
003440
003450     MOVE SPACES TO REL-LINHA
003460     STRING 'PLANOS LIDOS .....: ' DELIMITED BY SIZE
003470            WS-CNT-PLANOS         DELIMITED BY SIZE
003480         INTO REL-LINHA
003490     END-STRING
003500     WRITE REL-LINHA
003510
003520     MOVE SPACES TO REL-LINHA
003530     STRING 'PLANOS EM ABERTO .: ' DELIMITED BY SIZE
003540            WS-CNT-ABERTOS        DELIMITED BY SIZE
003550         INTO REL-LINHA
003560     END-STRING
003570     WRITE REL-LINHA
003580
003590     MOVE SPACES TO REL-LINHA
003600     STRING 'PLANOS QUITADOS ..: ' DELIMITED BY SIZE
003610            WS-CNT-QUITADOS       DELIMITED BY SIZE
003620         INTO REL-LINHA
003630     END-STRING
003640     WRITE REL-LINHA
003650
003660     MOVE SPACES TO REL-LINHA
003670     STRING 'PARCELAS A LANCAR : ' DELIMITED BY SIZE
003680            WS-CNT-PARC-RESTAM    DELIMITED BY SIZE
003690         INTO REL-LINHA
003700     END-STRING
003710     WRITE REL-LINHA
003720
003730     MOVE WS-SALDO-GERAL TO WS-SALDO-GERAL-EDIT
003740     MOVE SPACES TO REL-LINHA
003750     STRING 'SALDO EM ABERTO ..: ' DELIMITED BY SIZE
003760            WS-SALDO-GERAL-EDIT   DELIMITED BY SIZE
003770         INTO REL-LINHA
003780     END-STRING
003790     WRITE REL-LINHA.
003800 4900-EXIT.
003810     EXIT.
003820
003830 END PROGRAM FOLHA0003.
