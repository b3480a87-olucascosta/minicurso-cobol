000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MATERIAS0001.
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
000220*   FUNCAO......... MANUTENCAO DO CATALOGO DE MATERIAS (MATERIAS:
000230*                    CODIGO DE 3 POSICOES, DESCRICAO, PESO NA
000240*                    MEDIA FINAL E SWITCH ATIVA/INATIVA), NO MOLDE
000250*                    DE ALUNOS0001. CARREGA O CATALOGO ATUAL EM
000260*                    TABELA, APLICA AS TRANSACOES DO MATERTX
000270*                    (INCLUIR / ATUALIZAR / INATIVAR, PELO CODIGO)
000280*                    E REGRAVA O PROPRIO MATERIAS. O CATALOGO
000290*                    SUBSTITUI O ANTIGO PESOSMAT: NA PRIMEIRA
000300*                    RODADA, SEM MATERIAS, O CATALOGO NASCE DOS
000310*                    PESOS DO PESOSMAT (DESCRICAO EM BRANCO, A
000320*                    COMPLETAR POR ATUALIZACAO). E LIDO POR
000330*                    CONDICIONAL0002 (PESOS) E MATRIC0001 (CRITICA
000340*                    DA MATERIA DA MATRICULA).
000350*================================================================
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL MATERIAS-FILE ASSIGN TO "MATERIAS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-CAT.
000430
000440     SELECT OPTIONAL PESOSMAT-FILE ASSIGN TO "PESOSMAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-PES.
000470
000480     SELECT MATERTX-FILE ASSIGN TO "MATERTX"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-TX.
000510
000520     SELECT REJLOG-FILE ASSIGN TO "REJLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-REJ.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------------
000590*   CATALOGO DE MATERIAS - UM REGISTRO POR MATERIA. O PESO E
000600*   SEMPRE 01-99 (CRITICADO NA ENTRADA).
000610*----------------------------------------------------------------
000620 FD  MATERIAS-FILE.
000630 01  CAT-REGISTRO.
000640     10  CAT-MATERIA              PIC X(03).
000650     10  CAT-DESCRICAO            PIC X(20).
000660     10  CAT-PESO                 PIC 9(02).
000670     10  CAT-STATUS               PIC X(01).
000680         88  CAT-ATIVA                 VALUE 'A'.
000690         88  CAT-INATIVA               VALUE 'I'.
000700     10  FILLER                   PIC X(54).
000710
000720*----------------------------------------------------------------
000730*   PESOS LEGADOS - MESMO LAYOUT LIDO ATE AQUI POR CONDICIONAL0002
000740*----------------------------------------------------------------
000750 FD  PESOSMAT-FILE.
000760 01  PESO-REGISTRO.
000770     10  PESO-MATERIA             PIC X(03).
000780     10  PESO-VALOR               PIC X(02).
000790     10  FILLER                   PIC X(75).
000800
000810*----------------------------------------------------------------
000820*   TRANSACAO DO CATALOGO - NA ATUALIZACAO, DESCRICAO OU PESO EM
000830*   BRANCO MANTEM O VALOR ATUAL; NA INCLUSAO, PESO EM BRANCO
000840*   VALE 01.
000850*----------------------------------------------------------------
000860 FD  MATERTX-FILE.
000870 01  MTX-REGISTRO.
000880     10  MTX-MATERIA              PIC X(03).
000890     10  MTX-ACAO                 PIC X(01).
000900         88  MTX-INCLUIR               VALUE 'A'.
000910         88  MTX-ATUALIZAR             VALUE 'U'.
000920         88  MTX-INATIVAR              VALUE 'I'.
000930     10  MTX-DESCRICAO            PIC X(20).
000940     10  MTX-PESO                 PIC X(02).
000950     10  FILLER                   PIC X(54).
000960
000970 FD  REJLOG-FILE.
000980 01  REJ-LINHA                    PIC X(76).
000990
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------
001020*   LAYOUT DE REJEITO COMPARTILHADO COM OS DEMAIS LOTES
001030*----------------------------------------------------------------
001040     COPY REJEITO.
001050
001060 77  WS-FS-CAT                PIC X(02) VALUE '00'.
001070 77  WS-FS-PES                PIC X(02) VALUE '00'.
001080 77  WS-FS-TX                 PIC X(02) VALUE '00'.
001090 77  WS-FS-REJ                PIC X(02) VALUE '00'.
001100
001110 77  WS-EOF-TX-SW             PIC X(01) VALUE 'N'.
001120         88  FIM-TRANSACOES            VALUE 'S'.
001130
001140 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001150 77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
001160
001170*----------------------------------------------------------------
001180*   TABELA EM MEMORIA COM O CATALOGO CARREGADO. CATALOGO ALEM DA
001190*   CAPACIDADE SUSPENDE A REGRAVACAO E RECUSA TODA TRANSACAO,
001200*   MESMA DISCIPLINA DE PRESENCA0001.
001210*----------------------------------------------------------------
001220 01  TABELA-MATERIAS.
001230     05  CAT-TAB-ENTRADA OCCURS 100 TIMES
001240                         INDEXED BY IX-MATERIA.
001250         10  CAT-TAB-MATERIA      PIC X(03).
001260         10  CAT-TAB-DESCRICAO    PIC X(20).
001270         10  CAT-TAB-PESO         PIC 9(02).
001280         10  CAT-TAB-STATUS       PIC X(01).
001290
001300 77  WS-QTD-MATERIAS          PIC 9(04) VALUE ZEROS COMP.
001310 77  WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS COMP.
001320 77  WS-MATERIA-ACHADA-SW     PIC X(01) VALUE 'N'.
001330         88  MATERIA-ACHADA            VALUE 'S'.
001340         88  MATERIA-NAO-ACHADA        VALUE 'N'.
001350 77  WS-CATALOGO-EXCEDIDO-SW  PIC X(01) VALUE 'N'.
001360         88  CATALOGO-EXCEDIDO         VALUE 'S'.
001370
001380 PROCEDURE DIVISION.
001390*================================================================
001400*   0000-MAINLINE
001410*================================================================
001420 0000-MAINLINE.
001430     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
001440     ACCEPT WS-HORA-ATUAL FROM TIME
001450
001460     OPEN OUTPUT REJLOG-FILE
001470
001480     PERFORM 1000-CARREGAR-CATALOGO THRU 1000-EXIT
001490     PERFORM 2000-APLICAR-TRANSACOES THRU 2000-EXIT
001500     PERFORM 3000-GRAVAR-CATALOGO-NOVO THRU 3000-EXIT
001510
001520     CLOSE REJLOG-FILE
001530
001540     GOBACK.
001550
001560*================================================================
001570*   1000-CARREGAR-CATALOGO - CATALOGO AUSENTE OU VAZIO = PRIMEIRA
001580*   CARGA, SEMEADA PELOS PESOS DO PESOSMAT QUANDO ELE EXISTIR.
001590*================================================================
001600 1000-CARREGAR-CATALOGO.
001610     MOVE ZEROS TO WS-QTD-MATERIAS
001620     MOVE 'N' TO WS-CATALOGO-EXCEDIDO-SW
001630
001640     OPEN INPUT MATERIAS-FILE
001650     IF WS-FS-CAT = '00'
001660         PERFORM 1100-LER-CATALOGO THRU 1100-EXIT
001670             UNTIL WS-FS-CAT NOT = '00'
001680         CLOSE MATERIAS-FILE
001690     ELSE
001700         IF WS-FS-CAT = '05'
001710             CLOSE MATERIAS-FILE
001720         END-IF
001730     END-IF
001740
001750     IF WS-QTD-MATERIAS > ZEROS OR CATALOGO-EXCEDIDO
001760         GO TO 1000-EXIT
001770     END-IF
001780
001790     OPEN INPUT PESOSMAT-FILE
001800     IF WS-FS-PES = '00'
001810         PERFORM 1200-LER-PESOSMAT THRU 1200-EXIT
001820             UNTIL WS-FS-PES NOT = '00'
001830         CLOSE PESOSMAT-FILE
001840     ELSE
001850         IF WS-FS-PES = '05'
001860             CLOSE PESOSMAT-FILE
001870         END-IF
001880     END-IF.
001890 1000-EXIT.
001900     EXIT.
001910
001920 1100-LER-CATALOGO.
001930     READ MATERIAS-FILE
001940     IF WS-FS-CAT = '00'
001950         IF WS-QTD-MATERIAS < 100
001960             ADD 1 TO WS-QTD-MATERIAS
001970             MOVE CAT-MATERIA
001980                 TO CAT-TAB-MATERIA (WS-QTD-MATERIAS)
001990             MOVE CAT-DESCRICAO
002000                 TO CAT-TAB-DESCRICAO (WS-QTD-MATERIAS)
002010             MOVE CAT-PESO   TO CAT-TAB-PESO (WS-QTD-MATERIAS)
002020             MOVE CAT-STATUS TO CAT-TAB-STATUS (WS-QTD-MATERIAS)
002030         ELSE
002040             SET CATALOGO-EXCEDIDO TO TRUE
002050         END-IF
002060     END-IF.
002070 1100-EXIT.
002080     EXIT.
002090
002100*================================================================
002110*   1200-LER-PESOSMAT - SEMEADURA DO CATALOGO: MESMA REGRA DE PESO
002120*   QUE CONDICIONAL0002 APLICAVA (NAO NUMERICO OU ZERO VALE 1).
002130*   MATERIA EM BRANCO OU REPETIDA E DESCARTADA.
002140*================================================================
002150 1200-LER-PESOSMAT.
002160     READ PESOSMAT-FILE
002170     IF WS-FS-PES NOT = '00'
002180         GO TO 1200-EXIT
002190     END-IF
002200     IF PESO-MATERIA = SPACES
002210         GO TO 1200-EXIT
002220     END-IF
002230
002240     MOVE PESO-MATERIA TO MTX-MATERIA
002250     PERFORM 2300-LOCALIZAR-NA-TABELA THRU 2300-EXIT
002260     IF MATERIA-ACHADA
002270         GO TO 1200-EXIT
002280     END-IF
002290     IF WS-QTD-MATERIAS NOT < 100
002300         SET CATALOGO-EXCEDIDO TO TRUE
002310         GO TO 1200-EXIT
002320     END-IF
002330
002340     ADD 1 TO WS-QTD-MATERIAS
002350     MOVE PESO-MATERIA TO CAT-TAB-MATERIA (WS-QTD-MATERIAS)
002360     MOVE SPACES TO CAT-TAB-DESCRICAO (WS-QTD-MATERIAS)
002370     IF PESO-VALOR IS NUMERIC
002380         AND PESO-VALOR NOT = '00'
002390         MOVE PESO-VALOR TO CAT-TAB-PESO (WS-QTD-MATERIAS)
002400     ELSE
002410         MOVE 1 TO CAT-TAB-PESO (WS-QTD-MATERIAS)
002420     END-IF
002430     MOVE 'A' TO CAT-TAB-STATUS (WS-QTD-MATERIAS).
002440 1200-EXIT.
002450     EXIT.
002460
002470*================================================================
002480*   2000-APLICAR-TRANSACOES
002490*================================================================
002500 2000-APLICAR-TRANSACOES.
002510     MOVE 'N' TO WS-EOF-TX-SW
002520     OPEN INPUT MATERTX-FILE
002530
002540     IF WS-FS-TX = '00'
002550         PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT
002560
002570         PERFORM 2200-PROCESSAR-TRANSACAO THRU 2200-EXIT
002580             UNTIL FIM-TRANSACOES
002590     ELSE
002600         SET FIM-TRANSACOES TO TRUE
002610     END-IF
002620
002630     CLOSE MATERTX-FILE.
002640 2000-EXIT.
002650     EXIT.
002660
002670 2100-LER-TRANSACAO.
002680     READ MATERTX-FILE
002690         AT END
002700             SET FIM-TRANSACOES TO TRUE
002710     END-READ.
002720 2100-EXIT.
002730     EXIT.
002740
002750 2200-PROCESSAR-TRANSACAO.
002760     IF CATALOGO-EXCEDIDO
002770         MOVE SPACES TO REJ-REGISTRO
002780         MOVE 'E005' TO REJ-CODIGO-MOTIVO
002790         MOVE 'TABELA DE MATERIAS SEM ESPACO'
002800             TO REJ-DESCRICAO-MOTIVO
002810         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
002820         GO TO 2200-LER-PROXIMA
002830     END-IF
002840
002850     IF MTX-MATERIA = SPACES
002860         MOVE SPACES TO REJ-REGISTRO
002870         MOVE 'E001' TO REJ-CODIGO-MOTIVO
002880         MOVE 'CODIGO DE MATERIA EM BRANCO'
002890             TO REJ-DESCRICAO-MOTIVO
002900         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
002910         GO TO 2200-LER-PROXIMA
002920     END-IF
002930
002940     PERFORM 2300-LOCALIZAR-NA-TABELA THRU 2300-EXIT
002950
002960     EVALUATE TRUE
002970         WHEN MTX-INCLUIR
002980             PERFORM 2400-INCLUIR-MATERIA THRU 2400-EXIT
002990         WHEN MTX-ATUALIZAR
003000             PERFORM 2500-ATUALIZAR-MATERIA THRU 2500-EXIT
003010         WHEN MTX-INATIVAR
003020             PERFORM 2600-INATIVAR-MATERIA THRU 2600-EXIT
003030         WHEN OTHER
003040             MOVE SPACES TO REJ-REGISTRO
003050             MOVE 'E004' TO REJ-CODIGO-MOTIVO
003060             MOVE 'ACAO DE TRANSACAO DESCONHECIDA'
003070                 TO REJ-DESCRICAO-MOTIVO
003080             PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003090     END-EVALUATE.
003100
003110 2200-LER-PROXIMA.
003120     PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT.
003130 2200-EXIT.
003140     EXIT.
003150
003160 2300-LOCALIZAR-NA-TABELA.
003170     SET MATERIA-NAO-ACHADA TO TRUE
003180     MOVE ZEROS TO WS-IDX-ACHADO
003190     IF WS-QTD-MATERIAS > ZEROS
003200         PERFORM 2310-COMPARAR-MATERIA THRU 2310-EXIT
003210             VARYING IX-MATERIA FROM 1 BY 1
003220             UNTIL IX-MATERIA > WS-QTD-MATERIAS OR MATERIA-ACHADA
003230     END-IF.
003240 2300-EXIT.
003250     EXIT.
003260
003270 2310-COMPARAR-MATERIA.
003280     IF CAT-TAB-MATERIA (IX-MATERIA) = MTX-MATERIA
003290         SET MATERIA-ACHADA TO TRUE
003300         SET WS-IDX-ACHADO TO IX-MATERIA
003310     END-IF.
003320 2310-EXIT.
003330     EXIT.
003340
003350*================================================================
003360*   2400-INCLUIR-MATERIA - CODIGO JA CADASTRADO VAI PARA O REJLOG.
003370*================================================================
003380 2400-INCLUIR-MATERIA.
003390     IF MATERIA-ACHADA
003400         MOVE SPACES TO REJ-REGISTRO
003410         MOVE 'E002' TO REJ-CODIGO-MOTIVO
003420         MOVE 'MATERIA JA CADASTRADA'
003430             TO REJ-DESCRICAO-MOTIVO
003440         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003450         GO TO 2400-EXIT
003460     END-IF
003470
003480     IF MTX-PESO NOT = SPACES
003490         IF MTX-PESO IS NOT NUMERIC OR MTX-PESO = '00'
003500             MOVE SPACES TO REJ-REGISTRO
003510             MOVE 'E006' TO REJ-CODIGO-MOTIVO
003520             MOVE 'PESO DA MATERIA INVALIDO'
003530                 TO REJ-DESCRICAO-MOTIVO
003540             PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003550             GO TO 2400-EXIT
003560         END-IF
003570     END-IF
003580
003590     IF WS-QTD-MATERIAS NOT < 100
003600         MOVE SPACES TO REJ-REGISTRO
003610         MOVE 'E005' TO REJ-CODIGO-MOTIVO
003620         MOVE 'TABELA DE MATERIAS SEM ESPACO'
003630             TO REJ-DESCRICAO-MOTIVO
003640         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003650         GO TO 2400-EXIT
003660     END-IF
003670
003680     ADD 1 TO WS-QTD-MATERIAS
003690     MOVE MTX-MATERIA   TO CAT-TAB-MATERIA (WS-QTD-MATERIAS)
003700     MOVE MTX-DESCRICAO TO CAT-TAB-DESCRICAO (WS-QTD-MATERIAS)
003710     IF MTX-PESO = SPACES
003720         MOVE 1 TO CAT-TAB-PESO (WS-QTD-MATERIAS)
003730     ELSE
003740         MOVE MTX-PESO TO CAT-TAB-PESO (WS-QTD-MATERIAS)
003750     END-IF
003760     MOVE 'A' TO CAT-TAB-STATUS (WS-QTD-MATERIAS).
003770 2400-EXIT.
003780     EXIT.
003790
003800*================================================================
003810*   2500-ATUALIZAR-MATERIA - CODIGO SEM CATALOGO VAI PARA O
003820*   REJLOG; A ATUALIZACAO TROCA O QUE VIER PREENCHIDO E REATIVA A
003830*   MATERIA.
003840*================================================================
003850 2500-ATUALIZAR-MATERIA.
003860     IF MATERIA-NAO-ACHADA
003870         MOVE SPACES TO REJ-REGISTRO
003880         MOVE 'E003' TO REJ-CODIGO-MOTIVO
003890         MOVE 'MATERIA INEXISTENTE'
003900             TO REJ-DESCRICAO-MOTIVO
003910         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003920         GO TO 2500-EXIT
003930     END-IF
003940
003950     IF MTX-PESO NOT = SPACES
003960         IF MTX-PESO IS NOT NUMERIC OR MTX-PESO = '00'
003970             MOVE SPACES TO REJ-REGISTRO
003980             MOVE 'E006' TO REJ-CODIGO-MOTIVO
003990             MOVE 'PESO DA MATERIA INVALIDO'
004000                 TO REJ-DESCRICAO-MOTIVO
004010             PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004020             GO TO 2500-EXIT
004030         END-IF
004040         MOVE MTX-PESO TO CAT-TAB-PESO (WS-IDX-ACHADO)
004050     END-IF
004060
004070     IF MTX-DESCRICAO NOT = SPACES
004080         MOVE MTX-DESCRICAO TO CAT-TAB-DESCRICAO (WS-IDX-ACHADO)
004090     END-IF
004100     MOVE 'A' TO CAT-TAB-STATUS (WS-IDX-ACHADO).
004110 2500-EXIT.
004120     EXIT.
004130
004140*================================================================
004150*   2600-INATIVAR-MATERIA - CODIGO SEM CATALOGO VAI PARA O REJLOG.
004160*   A MATERIA INATIVA CONTINUA NO CATALOGO (PESO DAS NOTAS JA
004170*   LANCADAS), MAS NAO ACEITA MATRICULA NOVA EM MATRIC0001.
004180*================================================================
004190 2600-INATIVAR-MATERIA.
004200     IF MATERIA-NAO-ACHADA
004210         MOVE SPACES TO REJ-REGISTRO
004220         MOVE 'E003' TO REJ-CODIGO-MOTIVO
004230         MOVE 'MATERIA INEXISTENTE'
004240             TO REJ-DESCRICAO-MOTIVO
004250         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004260         GO TO 2600-EXIT
004270     END-IF
004280
004290     MOVE 'I' TO CAT-TAB-STATUS (WS-IDX-ACHADO).
004300 2600-EXIT.
004310     EXIT.
004320
004330*================================================================
004340*   3000-GRAVAR-CATALOGO-NOVO - REGRAVA A TABELA COMPLETA DE VOLTA
004350*   NO PROPRIO CATALOGO; SUSPENSA COM O CATALOGO EXCEDIDO.
004360*================================================================
004370 3000-GRAVAR-CATALOGO-NOVO.
004380     IF CATALOGO-EXCEDIDO
004390         GO TO 3000-EXIT
004400     END-IF
004410     OPEN OUTPUT MATERIAS-FILE
004420     IF WS-QTD-MATERIAS > ZEROS
004430         PERFORM 3100-GRAVAR-UMA-MATERIA THRU 3100-EXIT
004440             VARYING IX-MATERIA FROM 1 BY 1
004450             UNTIL IX-MATERIA > WS-QTD-MATERIAS
004460     END-IF
004470     CLOSE MATERIAS-FILE.
004480 3000-EXIT.
004490     EXIT.
004500
004510 3100-GRAVAR-UMA-MATERIA.
004520     MOVE SPACES TO CAT-REGISTRO
004530     MOVE CAT-TAB-MATERIA (IX-MATERIA)   TO CAT-MATERIA
004540     MOVE CAT-TAB-DESCRICAO (IX-MATERIA) TO CAT-DESCRICAO
004550     MOVE CAT-TAB-PESO (IX-MATERIA)      TO CAT-PESO
004560     MOVE CAT-TAB-STATUS (IX-MATERIA)    TO CAT-STATUS
004570     WRITE CAT-REGISTRO.
004580 3100-EXIT.
004590     EXIT.
004600
004610*================================================================
004620*   7100-GRAVAR-REJEITO
004630*================================================================
004640 7100-GRAVAR-REJEITO.
004650     MOVE 'MATERIAS0001' TO REJ-PROGRAMA
004660     MOVE WS-DATA-ATUAL TO REJ-DATA
004670     MOVE WS-HORA-ATUAL TO REJ-HORA
004680     MOVE MTX-MATERIA TO REJ-VALOR-DIGITADO
004690     MOVE REJ-REGISTRO TO REJ-LINHA
004700     WRITE REJ-LINHA.
004710 7100-EXIT.
004720     EXIT.
004730
004740 END PROGRAM MATERIAS0001.
