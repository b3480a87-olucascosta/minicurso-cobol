000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RANKING0001.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-10-09.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-10-09  MCR    CRIACAO DO PROGRAMA.
917400*   2026-10-15  MCR    AS SECOES POR TURMA VOLTARAM A SAIR (O LACO
917401*                      DE 3000 COMECAVA COM TURMA-NAO-ACHADA DA
917402*                      MONTAGEM DA TABELA). SITUACAO 'V' (NOTA
917403*                      INVALIDA) FICA FORA DO RANKING COM MOTIVO
917404*                      PROPRIO. REPROVADO POR FALTA CONTINUA
917405*                      CLASSIFICADO, MAS NAO ENTRA NO QUADRO DE
917406*                      HONRA E SAI MARCADO 'FALTA'. CHAVE REPETIDA
917407*                      NO RANKBASE (RESTART DE CONDICIONAL0002 EM
917408*                      EXTEND) FICA COM O ULTIMO REGISTRO.
000210*================================================================
000220*   FUNCAO......... RANKING DOS ALUNOS PELA MEDIA FINAL PONDERADA,
000230*                    PARA PREMIACAO, RENOVACAO DE BOLSA E ESCOLHA
000240*                    DE REPRESENTANTE DE TURMA. LE O RANKBASE
000250*                    GRAVADO POR CONDICIONAL0002 NO MODO LOTE (UM
000260*                    REGISTRO POR ALUNO, COM NOME E TURMA DO
000270*                    ALUNOMST) E CONTA AS RECUPERACOES DE CADA
000280*                    ALUNO NO MAKEUP. GRAVA NO RANKREL UMA
000290*                    SECAO POR TURMA E A CLASSIFICACAO GERAL, COM
000300*                    POSICAO, NOME, MEDIA E PERCENTIL; O QUADRO DE
917409*                    HONRA (MEDIA IGUAL OU ACIMA DA MINIMA DO
917410*                    CARTAO, NENHUMA MATERIA ABAIXO DE 7 E SEM
917411*                    REPROVACAO POR FALTA); E, A
000330*                    PARTE, OS ALUNOS INCOMPLETOS, COM NOTA
000340*                    REJEITADA OU SEM CADASTRO, QUE NAO SAO
000350*                    CLASSIFICADOS.
000360*                    EMPATE NA MEDIA: VENCE A MAIOR MENOR NOTA E,
000370*                    DEPOIS, QUEM FEZ MENOS RECUPERACOES; EMPATE
000380*                    EM TUDO DIVIDE A POSICAO.
000390*================================================================
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL PARM-CARTAO-FILE ASSIGN TO "PARMCARD"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-PARM.
000470
000480     SELECT OPTIONAL RANKBASE-FILE ASSIGN TO "RANKBASE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-RKB.
000510
000520     SELECT OPTIONAL MAKEUP-FILE ASSIGN TO "MAKEUP"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-MKP.
000550
000560     SELECT RANKREL-FILE ASSIGN TO "RANKREL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-REL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PARM-CARTAO-FILE.
000630 01  PARM-CARTAO-LINHA           PIC X(80).
000640
000650*----------------------------------------------------------------
000660*   MESMO LAYOUT GRAVADO POR CONDICIONAL0002
000670*----------------------------------------------------------------
000680 FD  RANKBASE-FILE.
000690 01  RKB-REGISTRO.
000700     10  RKB-CHAVE                PIC 9(06).
000710     10  RKB-SITUACAO             PIC X(01).
000720         88  RKB-CLASSIFICAVEL         VALUE 'R'.
000730         88  RKB-INCOMPLETO            VALUE 'I'.
000740         88  RKB-NOTA-REJEITADA        VALUE 'J'.
000750         88  RKB-SEM-CADASTRO          VALUE 'C'.
917412         88  RKB-NOTA-INVALIDA         VALUE 'V'.
000760     10  RKB-TURMA                PIC X(03).
000770     10  RKB-NOME                 PIC X(20).
000780     10  RKB-MEDIA                PIC 9(02)V9(02).
000790     10  RKB-MENOR-NOTA           PIC 9(02).
000800     10  RKB-ABAIXO-SW            PIC X(01).
000810         88  RKB-COM-NOTA-ABAIXO       VALUE 'S'.
000820         88  RKB-SEM-NOTA-ABAIXO       VALUE 'N'.
000830     10  RKB-VEREDITO             PIC X(20).
000840     10  RKB-QTD-REJEITOS         PIC 9(03).
000850     10  RKB-PERIODO              PIC 9(05).
000860     10  FILLER                   PIC X(15).
000870
000880*----------------------------------------------------------------
000890*   MESMO LAYOUT LIDO POR CONDICIONAL0002 - UM REGISTRO POR PROVA
000900*   DE RECUPERACAO FEITA PELO ALUNO.
000910*----------------------------------------------------------------
000920 FD  MAKEUP-FILE.
000930 01  MAKEUP-REGISTRO.
000940     10  MAKEUP-CHAVE             PIC 9(06).
000950     10  MAKEUP-NOTA              PIC X(02).
000960     10  FILLER                   PIC X(72).
000970
000980 FD  RANKREL-FILE.
000990 01  REL-LINHA                    PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030*   CARTAO DE PARAMETROS (MESMO COPYBOOK DE CONDICIONAL0002)
001040*----------------------------------------------------------------
001050     COPY PARMCARD.
001060
001070 77  WS-FS-PARM               PIC X(02) VALUE '00'.
001080 77  WS-FS-RKB                PIC X(02) VALUE '00'.
001090 77  WS-FS-MKP                PIC X(02) VALUE '00'.
001100 77  WS-FS-REL                PIC X(02) VALUE '00'.
001110
001120 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001130
001140*----------------------------------------------------------------
001150*   MEDIA MINIMA DO QUADRO DE HONRA - PARM-MEDIA-HONRA DO CARTAO;
001160*   ZEROS OU INVALIDA = 9,00.
001170*----------------------------------------------------------------
001180 77  WS-MEDIA-HONRA           PIC 9(02)V9(02) VALUE 9.00.
001190
001200*----------------------------------------------------------------
001210*   ALUNOS DO RANKBASE EM MEMORIA (MESMA CAPACIDADE DO MESTRE DE
001220*   ALUNOS). O EXCEDENTE FICA FORA DO RELATORIO E E AVISADO NO
001230*   RODAPE. POSICAO E PERCENTIL SAO CALCULADOS NA TURMA E NO
001240*   GERAL.
001250*----------------------------------------------------------------
001260 01  TABELA-RANKING.
001270     05  RNK-TAB-ENTRADA OCCURS 500 TIMES
001280                         INDEXED BY IX-RNK IX-CMP.
001290         10  RNK-TAB-CHAVE        PIC 9(06).
001300         10  RNK-TAB-SITUACAO     PIC X(01).
001310         10  RNK-TAB-TURMA        PIC X(03).
001320         10  RNK-TAB-NOME         PIC X(20).
001330         10  RNK-TAB-MEDIA        PIC 9(02)V9(02).
001340         10  RNK-TAB-MENOR-NOTA   PIC 9(02).
001350         10  RNK-TAB-ABAIXO-SW    PIC X(01).
001360         10  RNK-TAB-QTD-REJ      PIC 9(03).
001370         10  RNK-TAB-QTD-MAKEUP   PIC 9(03).
001380         10  RNK-TAB-POS-TURMA    PIC 9(04).
001390         10  RNK-TAB-PCT-TURMA    PIC 9(03).
001400         10  RNK-TAB-POS-GERAL    PIC 9(04).
001410         10  RNK-TAB-PCT-GERAL    PIC 9(03).
001420         10  RNK-TAB-HONRA-SW     PIC X(01).
917413         10  RNK-TAB-FALTA-SW     PIC X(01).
001430 77  WS-QTD-RANKING           PIC 9(04) VALUE ZEROS COMP.
001440 77  WS-CNT-RNK-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001450 77  WS-RNK-ACHADO-SW         PIC X(01) VALUE 'N'.
001460         88  RNK-ACHADO                VALUE 'S'.
001470         88  RNK-NAO-ACHADO            VALUE 'N'.
917414 77  WS-IDX-CARGA             PIC 9(04) VALUE ZEROS COMP.
001480
001490*----------------------------------------------------------------
001500*   TURMAS DISTINTAS DOS ALUNOS CLASSIFICADOS, COM A QUANTIDADE.
001510*   AS SECOES SAEM EM ORDEM CRESCENTE DE TURMA (3100).
001520*----------------------------------------------------------------
001530 01  TABELA-TURMAS.
001540     05  TUR-TAB-ENTRADA OCCURS 100 TIMES
001550                         INDEXED BY IX-TUR.
001560         10  TUR-TAB-CODIGO       PIC X(03).
001570         10  TUR-TAB-QTD          PIC 9(04).
001580 77  WS-QTD-TURMAS            PIC 9(04) VALUE ZEROS COMP.
001590 77  WS-CNT-TUR-EXCEDENTES    PIC 9(05) VALUE ZEROS.
001600 77  WS-TUR-ACHADA-SW         PIC X(01) VALUE 'N'.
001610         88  TURMA-ACHADA              VALUE 'S'.
001620         88  TURMA-NAO-ACHADA          VALUE 'N'.
001630 77  WS-TURMA-ANTERIOR        PIC X(03) VALUE LOW-VALUES.
001640 77  WS-TURMA-CORRENTE        PIC X(03) VALUE SPACES.
001650 77  WS-QTD-NA-TURMA          PIC 9(04) VALUE ZEROS.
001660
001670*----------------------------------------------------------------
001680*   COMPARACAO DE DOIS ALUNOS (2120): 'M' = O COMPARADO (IX-CMP)
001690*   ESTA MELHOR QUE O CORRENTE (IX-RNK), 'P' = PIOR, 'E' = EMPATE.
001700*----------------------------------------------------------------
001710 77  WS-CMP-SW                PIC X(01) VALUE 'E'.
001720         88  CMP-MELHOR                VALUE 'M'.
001730         88  CMP-PIOR                  VALUE 'P'.
001740         88  CMP-EMPATE                VALUE 'E'.
001750 77  WS-MELHORES-TURMA        PIC 9(04) VALUE ZEROS.
001760 77  WS-PIORES-TURMA          PIC 9(04) VALUE ZEROS.
001770 77  WS-QTD-MESMA-TURMA       PIC 9(04) VALUE ZEROS.
001780 77  WS-MELHORES-GERAL        PIC 9(04) VALUE ZEROS.
001790 77  WS-PIORES-GERAL          PIC 9(04) VALUE ZEROS.
001800
001810*----------------------------------------------------------------
001820*   IMPRESSAO POR POSICAO E CONTADORES DO RODAPE
001830*----------------------------------------------------------------
001840 77  WS-POS-IMPRESSAO         PIC 9(04) VALUE ZEROS.
001850 77  WS-CNT-CLASSIFICADOS     PIC 9(04) VALUE ZEROS.
001860 77  WS-CNT-HONRA             PIC 9(05) VALUE ZEROS.
001870 77  WS-CNT-FORA              PIC 9(05) VALUE ZEROS.
001880 77  WS-MOTIVO-FORA           PIC X(24) VALUE SPACES.
001890
001900 77  WS-POS-EDITADA           PIC ZZZ9 VALUE SPACES.
001910 77  WS-PCT-EDITADO           PIC ZZ9 VALUE SPACES.
001920 77  WS-MEDIA-EDITADA         PIC Z9.99 VALUE SPACES.
001930 77  WS-MKP-EDITADO           PIC ZZ9 VALUE SPACES.
001940 77  WS-REJ-EDITADO           PIC ZZ9 VALUE SPACES.
001950 77  WS-HONRA-TEXTO           PIC X(05) VALUE SPACES.
001960 77  WS-TURMA-TEXTO           PIC X(09) VALUE SPACES.
001970
001980 PROCEDURE DIVISION.
001990*================================================================
002000*   0000-MAINLINE
002010*================================================================
002020 0000-MAINLINE.
002030     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
002040
002050     PERFORM 1000-CARREGAR-TABELAS THRU 1000-EXIT
002060     PERFORM 2000-CLASSIFICAR THRU 2000-EXIT
002070     PERFORM 3000-GRAVAR-RELATORIO THRU 3000-EXIT
002080
002090     GOBACK.
002100
002110*================================================================
002120*   1000-CARREGAR-TABELAS - CARTAO, RANKBASE E CONTAGEM DE
002130*   RECUPERACOES NO MAKEUP. OS TRES SAO OPTIONAL: AUSENTE VALE
002140*   COMO VAZIO (SEM RANKBASE, O RELATORIO SAI SO COM O RODAPE).
002150*================================================================
002160 1000-CARREGAR-TABELAS.
002170     MOVE ZEROS TO PARM-MEDIA-HONRA
002180     OPEN INPUT PARM-CARTAO-FILE
002190     IF WS-FS-PARM = '00'
002200         READ PARM-CARTAO-FILE INTO PARM-CARTAO-REG
002210             AT END
002220                 CONTINUE
002230         END-READ
002240         CLOSE PARM-CARTAO-FILE
002250     ELSE
002260         IF WS-FS-PARM = '05'
002270             CLOSE PARM-CARTAO-FILE
002280         END-IF
002290     END-IF
002300     IF PARM-MEDIA-HONRA IS NUMERIC
002310         AND PARM-MEDIA-HONRA > ZEROS
002320         AND PARM-MEDIA-HONRA NOT > 10
002330         MOVE PARM-MEDIA-HONRA TO WS-MEDIA-HONRA
002340     END-IF
002350
002360     MOVE ZEROS TO WS-QTD-RANKING WS-CNT-RNK-EXCEDENTES
002370     OPEN INPUT RANKBASE-FILE
002380     IF WS-FS-RKB = '00'
002390         PERFORM 1100-LER-RANKBASE THRU 1100-EXIT
002400             UNTIL WS-FS-RKB NOT = '00'
002410         CLOSE RANKBASE-FILE
002420     ELSE
002430         IF WS-FS-RKB = '05'
002440             CLOSE RANKBASE-FILE
002450         END-IF
002460     END-IF
002470
002480     OPEN INPUT MAKEUP-FILE
002490     IF WS-FS-MKP = '00'
002500         PERFORM 1200-LER-MAKEUP THRU 1200-EXIT
002510             UNTIL WS-FS-MKP NOT = '00'
002520         CLOSE MAKEUP-FILE
002530     ELSE
002540         IF WS-FS-MKP = '05'
002550             CLOSE MAKEUP-FILE
002560         END-IF
002570     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600
002610 1100-LER-RANKBASE.
002620     READ RANKBASE-FILE
002630     IF WS-FS-RKB NOT = '00'
002640         GO TO 1100-EXIT
002650     END-IF
002660
917415*    CHAVE JA CARREGADA (RANKBASE CONTINUADO NUM RESTART DE
917416*    CONDICIONAL0002): O REGISTRO MAIS NOVO SUBSTITUI O ANTERIOR.
917417     SET RNK-NAO-ACHADO TO TRUE
917418     IF WS-QTD-RANKING > ZEROS
917419         PERFORM 1110-PROCURAR-CHAVE THRU 1110-EXIT
917420             VARYING IX-RNK FROM 1 BY 1
917421             UNTIL IX-RNK > WS-QTD-RANKING OR RNK-ACHADO
917422     END-IF
917423     IF RNK-NAO-ACHADO
917424         IF WS-QTD-RANKING NOT < 500
917425             ADD 1 TO WS-CNT-RNK-EXCEDENTES
917426             GO TO 1100-EXIT
917427         END-IF
917428         ADD 1 TO WS-QTD-RANKING
917429         MOVE WS-QTD-RANKING TO WS-IDX-CARGA
917430     END-IF
917431
917432     MOVE RKB-CHAVE       TO RNK-TAB-CHAVE (WS-IDX-CARGA)
917433     MOVE RKB-SITUACAO    TO RNK-TAB-SITUACAO (WS-IDX-CARGA)
917434     MOVE RKB-TURMA       TO RNK-TAB-TURMA (WS-IDX-CARGA)
917435     MOVE RKB-NOME        TO RNK-TAB-NOME (WS-IDX-CARGA)
917436     MOVE RKB-MEDIA       TO RNK-TAB-MEDIA (WS-IDX-CARGA)
917437     MOVE RKB-MENOR-NOTA  TO RNK-TAB-MENOR-NOTA (WS-IDX-CARGA)
917438     MOVE RKB-ABAIXO-SW   TO RNK-TAB-ABAIXO-SW (WS-IDX-CARGA)
917439     MOVE RKB-QTD-REJEITOS TO RNK-TAB-QTD-REJ (WS-IDX-CARGA)
917440     MOVE ZEROS TO RNK-TAB-QTD-MAKEUP (WS-IDX-CARGA)
917441     MOVE ZEROS TO RNK-TAB-POS-TURMA (WS-IDX-CARGA)
917442     MOVE ZEROS TO RNK-TAB-PCT-TURMA (WS-IDX-CARGA)
917443     MOVE ZEROS TO RNK-TAB-POS-GERAL (WS-IDX-CARGA)
917444     MOVE ZEROS TO RNK-TAB-PCT-GERAL (WS-IDX-CARGA)
917445     MOVE 'N'   TO RNK-TAB-FALTA-SW (WS-IDX-CARGA)
917446     IF RKB-VEREDITO = 'REPROVADO POR FALTA'
917447         MOVE 'S' TO RNK-TAB-FALTA-SW (WS-IDX-CARGA)
917448     END-IF
917449     MOVE 'N'   TO RNK-TAB-HONRA-SW (WS-IDX-CARGA).
002870 1100-EXIT.
002880     EXIT.
917450
917451 1110-PROCURAR-CHAVE.
917452     IF RNK-TAB-CHAVE (IX-RNK) = RKB-CHAVE
917453         SET RNK-ACHADO TO TRUE
917454         SET WS-IDX-CARGA TO IX-RNK
917455     END-IF.
917456 1110-EXIT.
917457     EXIT.
002890
002900*================================================================
002910*   1200-LER-MAKEUP - CADA REGISTRO DO MAKEUP E UMA PROVA DE
002920*   RECUPERACAO DO ALUNO; CHAVE FORA DO RANKBASE E IGNORADA.
002930*================================================================
002940 1200-LER-MAKEUP.
002950     READ MAKEUP-FILE
002960     IF WS-FS-MKP NOT = '00'
002970         GO TO 1200-EXIT
002980     END-IF
002990
003000     SET RNK-NAO-ACHADO TO TRUE
003010     IF WS-QTD-RANKING > ZEROS
003020         PERFORM 1210-CONTAR-MAKEUP THRU 1210-EXIT
003030             VARYING IX-RNK FROM 1 BY 1
003040             UNTIL IX-RNK > WS-QTD-RANKING OR RNK-ACHADO
003050     END-IF.
003060 1200-EXIT.
003070     EXIT.
003080
003090 1210-CONTAR-MAKEUP.
003100     IF RNK-TAB-CHAVE (IX-RNK) = MAKEUP-CHAVE
003110         SET RNK-ACHADO TO TRUE
003120         IF RNK-TAB-QTD-MAKEUP (IX-RNK) < 999
003130             ADD 1 TO RNK-TAB-QTD-MAKEUP (IX-RNK)
003140         END-IF
003150     END-IF.
003160 1210-EXIT.
003170     EXIT.
003180
003190*================================================================
003200*   2000-CLASSIFICAR - PARA CADA ALUNO CLASSIFICAVEL, CONTA OS
003210*   MELHORES E OS PIORES NA TURMA E NO GERAL: A POSICAO E UM MAIS
003220*   O NUMERO DE MELHORES (EMPATE TOTAL DIVIDE A POSICAO) E O
003230*   PERCENTIL E A PARCELA DOS DEMAIS QUE FICOU ABAIXO DELE. MARCA
003240*   TAMBEM O QUADRO DE HONRA E MONTA A TABELA DE TURMAS.
003250*================================================================
003260 2000-CLASSIFICAR.
003270     MOVE ZEROS TO WS-QTD-TURMAS WS-CNT-TUR-EXCEDENTES
003280     MOVE ZEROS TO WS-CNT-CLASSIFICADOS WS-CNT-HONRA WS-CNT-FORA
003290
003300     IF WS-QTD-RANKING > ZEROS
003310         PERFORM 2050-CONTAR-CLASSIFICAVEL THRU 2050-EXIT
003320             VARYING IX-RNK FROM 1 BY 1
003330             UNTIL IX-RNK > WS-QTD-RANKING
003340         PERFORM 2100-POSICIONAR-ALUNO THRU 2100-EXIT
003350             VARYING IX-RNK FROM 1 BY 1
003360             UNTIL IX-RNK > WS-QTD-RANKING
003370     END-IF.
003380 2000-EXIT.
003390     EXIT.
003400
003410 2050-CONTAR-CLASSIFICAVEL.
003420     IF RNK-TAB-SITUACAO (IX-RNK) = 'R'
003430         ADD 1 TO WS-CNT-CLASSIFICADOS
003440     ELSE
003450         ADD 1 TO WS-CNT-FORA
003460     END-IF.
003470 2050-EXIT.
003480     EXIT.
003490
003500 2100-POSICIONAR-ALUNO.
003510     IF RNK-TAB-SITUACAO (IX-RNK) NOT = 'R'
003520         GO TO 2100-EXIT
003530     END-IF
003540
003550     MOVE ZEROS TO WS-MELHORES-TURMA WS-PIORES-TURMA
003560     MOVE ZEROS TO WS-MELHORES-GERAL WS-PIORES-GERAL
003570     MOVE ZEROS TO WS-QTD-MESMA-TURMA
003580     PERFORM 2110-COMPARAR-COM-OUTRO THRU 2110-EXIT
003590         VARYING IX-CMP FROM 1 BY 1
003600         UNTIL IX-CMP > WS-QTD-RANKING
003610
003620     COMPUTE RNK-TAB-POS-TURMA (IX-RNK) = WS-MELHORES-TURMA + 1
003630     COMPUTE RNK-TAB-POS-GERAL (IX-RNK) = WS-MELHORES-GERAL + 1
003640     IF WS-QTD-MESMA-TURMA > 1
003650         COMPUTE RNK-TAB-PCT-TURMA (IX-RNK) =
003660             WS-PIORES-TURMA * 100 / (WS-QTD-MESMA-TURMA - 1)
003670     ELSE
003680         MOVE 100 TO RNK-TAB-PCT-TURMA (IX-RNK)
003690     END-IF
003700     IF WS-CNT-CLASSIFICADOS > 1
003710         COMPUTE RNK-TAB-PCT-GERAL (IX-RNK) =
003720             WS-PIORES-GERAL * 100 / (WS-CNT-CLASSIFICADOS - 1)
003730     ELSE
003740         MOVE 100 TO RNK-TAB-PCT-GERAL (IX-RNK)
003750     END-IF
003760
003770     IF RNK-TAB-MEDIA (IX-RNK) NOT < WS-MEDIA-HONRA
003780         AND RNK-TAB-ABAIXO-SW (IX-RNK) = 'N'
917458         AND RNK-TAB-FALTA-SW (IX-RNK) = 'N'
003790         MOVE 'S' TO RNK-TAB-HONRA-SW (IX-RNK)
003800         ADD 1 TO WS-CNT-HONRA
003810     END-IF
003820
003830     PERFORM 2150-REGISTRAR-TURMA THRU 2150-EXIT.
003840 2100-EXIT.
003850     EXIT.
003860
003870 2110-COMPARAR-COM-OUTRO.
003880     IF RNK-TAB-SITUACAO (IX-CMP) NOT = 'R'
003890         GO TO 2110-EXIT
003900     END-IF
003910
003920     PERFORM 2120-COMPARAR-ALUNOS THRU 2120-EXIT
003930     IF CMP-MELHOR
003940         ADD 1 TO WS-MELHORES-GERAL
003950     END-IF
003960     IF CMP-PIOR
003970         ADD 1 TO WS-PIORES-GERAL
003980     END-IF
003990
004000     IF RNK-TAB-TURMA (IX-CMP) = RNK-TAB-TURMA (IX-RNK)
004010         ADD 1 TO WS-QTD-MESMA-TURMA
004020         IF CMP-MELHOR
004030             ADD 1 TO WS-MELHORES-TURMA
004040         END-IF
004050         IF CMP-PIOR
004060             ADD 1 TO WS-PIORES-TURMA
004070         END-IF
004080     END-IF.
004090 2110-EXIT.
004100     EXIT.
004110
004120*================================================================
004130*   2120-COMPARAR-ALUNOS - MEDIA MAIOR; NO EMPATE, MAIOR MENOR
004140*   NOTA; NO EMPATE, MENOS RECUPERACOES.
004150*================================================================
004160 2120-COMPARAR-ALUNOS.
004170     SET CMP-EMPATE TO TRUE
004180
004190     IF RNK-TAB-MEDIA (IX-CMP) > RNK-TAB-MEDIA (IX-RNK)
004200         SET CMP-MELHOR TO TRUE
004210         GO TO 2120-EXIT
004220     END-IF
004230     IF RNK-TAB-MEDIA (IX-CMP) < RNK-TAB-MEDIA (IX-RNK)
004240         SET CMP-PIOR TO TRUE
004250         GO TO 2120-EXIT
004260     END-IF
004270
004280     IF RNK-TAB-MENOR-NOTA (IX-CMP) > RNK-TAB-MENOR-NOTA (IX-RNK)
004290         SET CMP-MELHOR TO TRUE
004300         GO TO 2120-EXIT
004310     END-IF
004320     IF RNK-TAB-MENOR-NOTA (IX-CMP) < RNK-TAB-MENOR-NOTA (IX-RNK)
004330         SET CMP-PIOR TO TRUE
004340         GO TO 2120-EXIT
004350     END-IF
004360
004370     IF RNK-TAB-QTD-MAKEUP (IX-CMP) < RNK-TAB-QTD-MAKEUP (IX-RNK)
004380         SET CMP-MELHOR TO TRUE
004390         GO TO 2120-EXIT
004400     END-IF
004410     IF RNK-TAB-QTD-MAKEUP (IX-CMP) > RNK-TAB-QTD-MAKEUP (IX-RNK)
004420         SET CMP-PIOR TO TRUE
004430     END-IF.
004440 2120-EXIT.
004450     EXIT.
004460
004470*================================================================
004480*   2150-REGISTRAR-TURMA - TURMA NOVA ENTRA NA TABELA; TABELA
004490*   CHEIA, O ALUNO SO SAI NA CLASSIFICACAO GERAL (AVISO NO
004500*   RODAPE).
004510*================================================================
004520 2150-REGISTRAR-TURMA.
004530     SET TURMA-NAO-ACHADA TO TRUE
004540     IF WS-QTD-TURMAS > ZEROS
004550         PERFORM 2155-COMPARAR-TURMA THRU 2155-EXIT
004560             VARYING IX-TUR FROM 1 BY 1
004570             UNTIL IX-TUR > WS-QTD-TURMAS OR TURMA-ACHADA
004580     END-IF
004590     IF TURMA-ACHADA
004600         GO TO 2150-EXIT
004610     END-IF
004620
004630     IF WS-QTD-TURMAS NOT < 100
004640         ADD 1 TO WS-CNT-TUR-EXCEDENTES
004650         GO TO 2150-EXIT
004660     END-IF
004670     ADD 1 TO WS-QTD-TURMAS
004680     MOVE RNK-TAB-TURMA (IX-RNK) TO TUR-TAB-CODIGO (WS-QTD-TURMAS)
004690     MOVE 1 TO TUR-TAB-QTD (WS-QTD-TURMAS).
004700 2150-EXIT.
004710     EXIT.
004720
004730 2155-COMPARAR-TURMA.
004740     IF TUR-TAB-CODIGO (IX-TUR) = RNK-TAB-TURMA (IX-RNK)
004750         SET TURMA-ACHADA TO TRUE
004760         ADD 1 TO TUR-TAB-QTD (IX-TUR)
004770     END-IF.
004780 2155-EXIT.
004790     EXIT.
004800
004810*================================================================
004820*   3000-GRAVAR-RELATORIO - SECOES POR TURMA, CLASSIFICACAO
004830*   GERAL, QUADRO DE HONRA, ALUNOS FORA DO RANKING E RODAPE.
004840*================================================================
004850 3000-GRAVAR-RELATORIO.
004860     OPEN OUTPUT RANKREL-FILE
004870
004880     MOVE SPACES TO REL-LINHA
004890     STRING 'RANKING DE ALUNOS POR MEDIA PONDERADA - DATA '
004900                DELIMITED BY SIZE
004910            WS-DATA-ATUAL DELIMITED BY SIZE
004920         INTO REL-LINHA
004930     END-STRING
004940     WRITE REL-LINHA
004950
004960     MOVE WS-MEDIA-HONRA TO WS-MEDIA-EDITADA
004970     MOVE SPACES TO REL-LINHA
004980     STRING 'QUADRO DE HONRA: MEDIA MINIMA ' DELIMITED BY SIZE
004990            WS-MEDIA-EDITADA DELIMITED BY SIZE
917466            ', NENHUMA MATERIA ABAIXO DE 7' DELIMITED BY SIZE
917467            ', SEM FALTA'                   DELIMITED BY SIZE
005010         INTO REL-LINHA
005020     END-STRING
005030     WRITE REL-LINHA
005040
005050     MOVE LOW-VALUES TO WS-TURMA-ANTERIOR
917459     SET TURMA-ACHADA TO TRUE
005060     PERFORM 3100-GRAVAR-PROXIMA-TURMA THRU 3100-EXIT
005070         UNTIL TURMA-NAO-ACHADA
005080
005090     PERFORM 3300-GRAVAR-GERAL THRU 3300-EXIT
005100     PERFORM 3400-GRAVAR-HONRA THRU 3400-EXIT
005110     PERFORM 3500-GRAVAR-FORA THRU 3500-EXIT
005120     PERFORM 3900-GRAVAR-TOTAIS THRU 3900-EXIT
005130
005140     CLOSE RANKREL-FILE.
005150 3000-EXIT.
005160     EXIT.
005170
005180*================================================================
005190*   3100-GRAVAR-PROXIMA-TURMA - ESCOLHE A MENOR TURMA ACIMA DA
005200*   ULTIMA GRAVADA E GRAVA A SECAO DELA, EM ORDEM DE POSICAO.
005210*   NAO HAVENDO MAIS TURMA, DESLIGA TURMA-ACHADA E ENCERRA.
005220*================================================================
005230 3100-GRAVAR-PROXIMA-TURMA.
005240     SET TURMA-NAO-ACHADA TO TRUE
005250     MOVE HIGH-VALUES TO WS-TURMA-CORRENTE
005260     IF WS-QTD-TURMAS > ZEROS
005270         PERFORM 3110-ESCOLHER-TURMA THRU 3110-EXIT
005280             VARYING IX-TUR FROM 1 BY 1
005290             UNTIL IX-TUR > WS-QTD-TURMAS
005300     END-IF
005310     IF TURMA-NAO-ACHADA
005320         GO TO 3100-EXIT
005330     END-IF
005340     MOVE WS-TURMA-CORRENTE TO WS-TURMA-ANTERIOR
005350
005360     IF WS-TURMA-CORRENTE = SPACES
005370         MOVE 'SEM TURMA' TO WS-TURMA-TEXTO
005380     ELSE
005390         MOVE WS-TURMA-CORRENTE TO WS-TURMA-TEXTO
005400     END-IF
005410
005420     MOVE SPACES TO REL-LINHA
005430     WRITE REL-LINHA
005440     MOVE SPACES TO REL-LINHA
005450     STRING 'TURMA ' DELIMITED BY SIZE
005460            WS-TURMA-TEXTO DELIMITED BY '  '
005470            ' - ALUNOS CLASSIFICADOS: ' DELIMITED BY SIZE
005480            WS-QTD-NA-TURMA DELIMITED BY SIZE
005490         INTO REL-LINHA
005500     END-STRING
005510     WRITE REL-LINHA
005520     PERFORM 3800-GRAVAR-CABECALHO THRU 3800-EXIT
005530
005540     PERFORM 3120-GRAVAR-POSICAO-TURMA THRU 3120-EXIT
005550         VARYING WS-POS-IMPRESSAO FROM 1 BY 1
005560         UNTIL WS-POS-IMPRESSAO > WS-QTD-NA-TURMA.
005570 3100-EXIT.
005580     EXIT.
005590
005600 3110-ESCOLHER-TURMA.
005610     IF TUR-TAB-CODIGO (IX-TUR) > WS-TURMA-ANTERIOR
005620         AND TUR-TAB-CODIGO (IX-TUR) NOT > WS-TURMA-CORRENTE
005630         SET TURMA-ACHADA TO TRUE
005640         MOVE TUR-TAB-CODIGO (IX-TUR) TO WS-TURMA-CORRENTE
005650         MOVE TUR-TAB-QTD (IX-TUR) TO WS-QTD-NA-TURMA
005660     END-IF.
005670 3110-EXIT.
005680     EXIT.
005690
005700 3120-GRAVAR-POSICAO-TURMA.
005710     PERFORM 3130-GRAVAR-SE-NA-POSICAO THRU 3130-EXIT
005720         VARYING IX-RNK FROM 1 BY 1
005730         UNTIL IX-RNK > WS-QTD-RANKING.
005740 3120-EXIT.
005750     EXIT.
005760
005770 3130-GRAVAR-SE-NA-POSICAO.
005780     IF RNK-TAB-SITUACAO (IX-RNK) = 'R'
005790         AND RNK-TAB-TURMA (IX-RNK) = WS-TURMA-CORRENTE
005800         AND RNK-TAB-POS-TURMA (IX-RNK) = WS-POS-IMPRESSAO
005810         MOVE RNK-TAB-POS-TURMA (IX-RNK) TO WS-POS-EDITADA
005820         MOVE RNK-TAB-PCT-TURMA (IX-RNK) TO WS-PCT-EDITADO
005830         PERFORM 3700-GRAVAR-LINHA-ALUNO THRU 3700-EXIT
005840     END-IF.
005850 3130-EXIT.
005860     EXIT.
005870
005880*================================================================
005890*   3300-GRAVAR-GERAL - TODOS OS CLASSIFICADOS, EM ORDEM DE
005900*   POSICAO GERAL, COM A TURMA NO FIM DA LINHA.
005910*================================================================
005920 3300-GRAVAR-GERAL.
005930     MOVE SPACES TO REL-LINHA
005940     WRITE REL-LINHA
005950     MOVE SPACES TO REL-LINHA
005960     STRING 'CLASSIFICACAO GERAL - ALUNOS CLASSIFICADOS: '
005970                DELIMITED BY SIZE
005980            WS-CNT-CLASSIFICADOS DELIMITED BY SIZE
005990         INTO REL-LINHA
006000     END-STRING
006010     WRITE REL-LINHA
006020     PERFORM 3800-GRAVAR-CABECALHO THRU 3800-EXIT
006030
006040     PERFORM 3310-GRAVAR-POSICAO-GERAL THRU 3310-EXIT
006050         VARYING WS-POS-IMPRESSAO FROM 1 BY 1
006060         UNTIL WS-POS-IMPRESSAO > WS-CNT-CLASSIFICADOS.
006070 3300-EXIT.
006080     EXIT.
006090
006100 3310-GRAVAR-POSICAO-GERAL.
006110     PERFORM 3320-GRAVAR-SE-NA-GERAL THRU 3320-EXIT
006120         VARYING IX-RNK FROM 1 BY 1
006130         UNTIL IX-RNK > WS-QTD-RANKING.
006140 3310-EXIT.
006150     EXIT.
006160
006170 3320-GRAVAR-SE-NA-GERAL.
006180     IF RNK-TAB-SITUACAO (IX-RNK) = 'R'
006190         AND RNK-TAB-POS-GERAL (IX-RNK) = WS-POS-IMPRESSAO
006200         MOVE RNK-TAB-POS-GERAL (IX-RNK) TO WS-POS-EDITADA
006210         MOVE RNK-TAB-PCT-GERAL (IX-RNK) TO WS-PCT-EDITADO
006220         PERFORM 3700-GRAVAR-LINHA-ALUNO THRU 3700-EXIT
006230     END-IF.
006240 3320-EXIT.
006250     EXIT.
006260
006270*================================================================
006280*   3400-GRAVAR-HONRA - O QUADRO DE HONRA EM ORDEM DE POSICAO
006290*   GERAL.
006300*================================================================
006310 3400-GRAVAR-HONRA.
006320     MOVE SPACES TO REL-LINHA
006330     WRITE REL-LINHA
006340     MOVE SPACES TO REL-LINHA
006350     STRING 'QUADRO DE HONRA - ALUNOS: ' DELIMITED BY SIZE
006360            WS-CNT-HONRA DELIMITED BY SIZE
006370         INTO REL-LINHA
006380     END-STRING
006390     WRITE REL-LINHA
006400     IF WS-CNT-HONRA = ZEROS
006410         GO TO 3400-EXIT
006420     END-IF
006430     PERFORM 3800-GRAVAR-CABECALHO THRU 3800-EXIT
006440
006450     PERFORM 3410-GRAVAR-POSICAO-HONRA THRU 3410-EXIT
006460         VARYING WS-POS-IMPRESSAO FROM 1 BY 1
006470         UNTIL WS-POS-IMPRESSAO > WS-CNT-CLASSIFICADOS.
006480 3400-EXIT.
006490     EXIT.
006500
006510 3410-GRAVAR-POSICAO-HONRA.
006520     PERFORM 3420-GRAVAR-SE-HONRA THRU 3420-EXIT
006530         VARYING IX-RNK FROM 1 BY 1
006540         UNTIL IX-RNK > WS-QTD-RANKING.
006550 3410-EXIT.
006560     EXIT.
006570
006580 3420-GRAVAR-SE-HONRA.
006590     IF RNK-TAB-HONRA-SW (IX-RNK) = 'S'
006600         AND RNK-TAB-POS-GERAL (IX-RNK) = WS-POS-IMPRESSAO
006610         MOVE RNK-TAB-POS-GERAL (IX-RNK) TO WS-POS-EDITADA
006620         MOVE RNK-TAB-PCT-GERAL (IX-RNK) TO WS-PCT-EDITADO
006630         PERFORM 3700-GRAVAR-LINHA-ALUNO THRU 3700-EXIT
006640     END-IF.
006650 3420-EXIT.
006660     EXIT.
006670
006680*================================================================
006690*   3500-GRAVAR-FORA - ALUNOS QUE NAO ENTRAM NO RANKING, NA ORDEM
006700*   DO RANKBASE, COM O MOTIVO - NINGUEM E CLASSIFICADO SOBRE
006710*   NOTAS PARCIAIS.
006720*================================================================
006730 3500-GRAVAR-FORA.
006740     MOVE SPACES TO REL-LINHA
006750     WRITE REL-LINHA
006760     MOVE SPACES TO REL-LINHA
006770     STRING 'FORA DO RANKING - ALUNOS: ' DELIMITED BY SIZE
006780            WS-CNT-FORA DELIMITED BY SIZE
006790         INTO REL-LINHA
006800     END-STRING
006810     WRITE REL-LINHA
006820
006830     IF WS-CNT-FORA > ZEROS
006840         PERFORM 3510-GRAVAR-SE-FORA THRU 3510-EXIT
006850             VARYING IX-RNK FROM 1 BY 1
006860             UNTIL IX-RNK > WS-QTD-RANKING
006870     END-IF.
006880 3500-EXIT.
006890     EXIT.
006900
006910 3510-GRAVAR-SE-FORA.
006920     IF RNK-TAB-SITUACAO (IX-RNK) = 'R'
006930         GO TO 3510-EXIT
006940     END-IF
006950
006960     MOVE SPACES TO WS-MOTIVO-FORA
006970     EVALUATE RNK-TAB-SITUACAO (IX-RNK)
006980         WHEN 'I'
006990             MOVE 'INCOMPLETO' TO WS-MOTIVO-FORA
007000         WHEN 'J'
007010             MOVE RNK-TAB-QTD-REJ (IX-RNK) TO WS-REJ-EDITADO
007020             STRING 'NOTA REJEITADA (' DELIMITED BY SIZE
007030                    WS-REJ-EDITADO     DELIMITED BY SIZE
007040                    ')'                DELIMITED BY SIZE
007050                 INTO WS-MOTIVO-FORA
007060             END-STRING
007070         WHEN 'C'
007080             MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO-FORA
917460         WHEN 'V'
917461             MOVE 'NOTA INVALIDA' TO WS-MOTIVO-FORA
007090         WHEN OTHER
007100             MOVE 'SITUACAO DESCONHECIDA' TO WS-MOTIVO-FORA
007110     END-EVALUATE
007120
007130     MOVE SPACES TO REL-LINHA
007140     STRING '      '                 DELIMITED BY SIZE
007150            RNK-TAB-CHAVE (IX-RNK)   DELIMITED BY SIZE
007160            '  '                     DELIMITED BY SIZE
007170            RNK-TAB-NOME (IX-RNK)    DELIMITED BY SIZE
007180            '  '                     DELIMITED BY SIZE
007190            RNK-TAB-TURMA (IX-RNK)   DELIMITED BY SIZE
007200            '  '                     DELIMITED BY SIZE
007210            WS-MOTIVO-FORA           DELIMITED BY SIZE
007220         INTO REL-LINHA
007230     END-STRING
007240     WRITE REL-LINHA.
007250 3510-EXIT.
007260     EXIT.
007270
007280*================================================================
007290*   3700-GRAVAR-LINHA-ALUNO - LINHA DE UM ALUNO CLASSIFICADO; A
007300*   POSICAO E O PERCENTIL JA VEM EDITADOS PELO CHAMADOR (TURMA OU
007310*   GERAL).
007320*================================================================
007330 3700-GRAVAR-LINHA-ALUNO.
007340     MOVE RNK-TAB-MEDIA (IX-RNK) TO WS-MEDIA-EDITADA
007350     MOVE RNK-TAB-QTD-MAKEUP (IX-RNK) TO WS-MKP-EDITADO
007360     IF RNK-TAB-HONRA-SW (IX-RNK) = 'S'
007370         MOVE 'HONRA' TO WS-HONRA-TEXTO
007380     ELSE
007390         MOVE SPACES TO WS-HONRA-TEXTO
917462     END-IF
917463     IF RNK-TAB-FALTA-SW (IX-RNK) = 'S'
917464         MOVE 'FALTA' TO WS-HONRA-TEXTO
917465     END-IF
007410
007420     MOVE SPACES TO REL-LINHA
007430     STRING WS-POS-EDITADA               DELIMITED BY SIZE
007440            '  '                         DELIMITED BY SIZE
007450            RNK-TAB-CHAVE (IX-RNK)       DELIMITED BY SIZE
007460            '  '                         DELIMITED BY SIZE
007470            RNK-TAB-NOME (IX-RNK)        DELIMITED BY SIZE
007480            '  '                         DELIMITED BY SIZE
007490            RNK-TAB-TURMA (IX-RNK)       DELIMITED BY SIZE
007500            '  '                         DELIMITED BY SIZE
007510            WS-MEDIA-EDITADA             DELIMITED BY SIZE
007520            '   '                        DELIMITED BY SIZE
007530            WS-PCT-EDITADO               DELIMITED BY SIZE
007540            '    '                       DELIMITED BY SIZE
007550            RNK-TAB-MENOR-NOTA (IX-RNK)  DELIMITED BY SIZE
007560            '  '                         DELIMITED BY SIZE
007570            WS-MKP-EDITADO               DELIMITED BY SIZE
007580            '  '                         DELIMITED BY SIZE
007590            WS-HONRA-TEXTO               DELIMITED BY SIZE
007600         INTO REL-LINHA
007610     END-STRING
007620     WRITE REL-LINHA.
007630 3700-EXIT.
007640     EXIT.
007650
007660 3800-GRAVAR-CABECALHO.
007670     MOVE SPACES TO REL-LINHA
007680     STRING ' POS  CHAVE   NOME                  TUR  '
007690                DELIMITED BY SIZE
007700            'MEDIA  PCTL  MENOR  REC'
007710                DELIMITED BY SIZE
007720         INTO REL-LINHA
007730     END-STRING
007740     WRITE REL-LINHA.
007750 3800-EXIT.
007760     EXIT.
007770
007780*================================================================
007790*   3900-GRAVAR-TOTAIS - RODAPE; OS AVISOS DE EXCESSO SO SAEM
007800*   QUANDO HOUVE EXCESSO.
007810*================================================================
007820 3900-GRAVAR-TOTAIS.
007830     MOVE SPACES TO REL-LINHA
007840     WRITE REL-LINHA
007850
007860     MOVE SPACES TO REL-LINHA
007870     STRING 'CLASSIFICADOS .....: ' DELIMITED BY SIZE
007880            WS-CNT-CLASSIFICADOS   DELIMITED BY SIZE
007890         INTO REL-LINHA
007900     END-STRING
007910     WRITE REL-LINHA
007920
007930     MOVE SPACES TO REL-LINHA
007940     STRING 'QUADRO DE HONRA ...: ' DELIMITED BY SIZE
007950            WS-CNT-HONRA           DELIMITED BY SIZE
007960         INTO REL-LINHA
007970     END-STRING
007980     WRITE REL-LINHA
007990
008000     MOVE SPACES TO REL-LINHA
008010     STRING 'FORA DO RANKING ...: ' DELIMITED BY SIZE
008020            WS-CNT-FORA            DELIMITED BY SIZE
008030         INTO REL-LINHA
008040     END-STRING
008050     WRITE REL-LINHA
008060
008070     IF WS-CNT-RNK-EXCEDENTES > ZEROS
008080         MOVE SPACES TO REL-LINHA
008090         STRING 'ALUNOS FORA DA TABELA: ' DELIMITED BY SIZE
008100                WS-CNT-RNK-EXCEDENTES    DELIMITED BY SIZE
008110             INTO REL-LINHA
008120         END-STRING
008130         WRITE REL-LINHA
008140     END-IF
008150
008160     IF WS-CNT-TUR-EXCEDENTES > ZEROS
008170         MOVE SPACES TO REL-LINHA
008180         STRING 'ALUNOS SEM SECAO DE TURMA: ' DELIMITED BY SIZE
008190                WS-CNT-TUR-EXCEDENTES        DELIMITED BY SIZE
008200             INTO REL-LINHA
008210         END-STRING
008220         WRITE REL-LINHA
008230     END-IF.
008240 3900-EXIT.
008250     EXIT.
008260
008270 END PROGRAM RANKING0001.
