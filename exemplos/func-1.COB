000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FUNC0001.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-09-16.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-16  MCR    CRIACAO DO PROGRAMA.
916200*   2026-10-15  MCR    MESTRE ALEM DA TABELA (500) NAO E MAIS
916201*                      REGRAVADO: 3000-GRAVAR-MASTER-NOVO DEIXA O
916202*                      FUNCMST INTACTO, REGISTRA NO REJLOG E
916203*                      DEVOLVE RETURN-CODE 8 (ANTES O EXCEDENTE
916204*                      SUMIA DO MESTRE).
000210*================================================================
000220*   FUNCAO......... MANUTENCAO DO MESTRE DE FUNCIONARIOS (FUNCMST:
000230*                    CHAVE DE 6 DIGITOS - A MESMA FOLHA-CHAVE DOS
000240*                    AJUSTES -, NOME, DATA DE ADMISSAO, DATA DE
000250*                    DESLIGAMENTO E SWITCH ATIVO/DESLIGADO), NO
000260*                    MOLDE DE ALUNOS0001. CARREGA O MESTRE ATUAL
000270*                    (SE EXISTIR) EM TABELA, APLICA AS TRANSACOES
000280*                    DO ARQUIVO FUNCTX (INCLUIR / ATUALIZAR /
000290*                    DESLIGAR / READMITIR, PELA CHAVE) E REGRAVA O
000300*                    PROPRIO FUNCMST. E ESTE MESTRE QUE FOLHA0001
000310*                    CONSULTA PARA RECUSAR AJUSTE DE CHAVE SEM
000320*                    CADASTRO OU FORA DO VINCULO (ANTES DA
000330*                    ADMISSAO / DEPOIS DO DESLIGAMENTO) E PARA POR
000340*                    O NOME NO RELFOLHA E NO RELHOLD.
000350*================================================================
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL FUNCMST-FILE ASSIGN TO "FUNCMST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-MST.
000430
000440     SELECT FUNCTX-FILE ASSIGN TO "FUNCTX"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-TX.
000470
000480     SELECT REJLOG-FILE ASSIGN TO "REJLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-REJ.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----------------------------------------------------------------
000550*   MESTRE DE FUNCIONARIOS. DESLIGAMENTO ZEROS = SEM DESLIGAMENTO
000560*   (FUNCIONARIO NA ATIVA).
000570*----------------------------------------------------------------
000580 FD  FUNCMST-FILE.
000590 01  FMST-REGISTRO.
000600     10  FMST-CHAVE               PIC 9(06).
000610     10  FMST-NOME                PIC X(20).
000620     10  FMST-DATA-ADMISSAO       PIC 9(08).
000630     10  FMST-DATA-DESLIGAMENTO   PIC 9(08).
000640     10  FMST-STATUS              PIC X(01).
000650         88  FMST-ATIVO                VALUE 'A'.
000660         88  FMST-DESLIGADO            VALUE 'D'.
000670     10  FILLER                   PIC X(37).
000680
000690*----------------------------------------------------------------
000700*   TRANSACAO DE MANUTENCAO. FUTX-DATA E A DATA DE ADMISSAO NAS
000710*   ACOES A / U / R E A DATA DE DESLIGAMENTO NA ACAO D (AAAAMMDD).
000720*----------------------------------------------------------------
000730 FD  FUNCTX-FILE.
000740 01  FUTX-REGISTRO.
000750     10  FUTX-CHAVE               PIC X(06).
000760     10  FUTX-ACAO                PIC X(01).
000770         88  FUTX-INCLUIR              VALUE 'A'.
000780         88  FUTX-ATUALIZAR            VALUE 'U'.
000790         88  FUTX-DESLIGAR             VALUE 'D'.
000800         88  FUTX-READMITIR            VALUE 'R'.
000810     10  FUTX-NOME                PIC X(20).
000820     10  FUTX-DATA                PIC X(08).
000830     10  FILLER                   PIC X(45).
000840
000850 FD  REJLOG-FILE.
000860 01  REJ-LINHA                    PIC X(76).
000870
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900*   LAYOUT DE REJEITO COMPARTILHADO COM OS DEMAIS LOTES
000910*----------------------------------------------------------------
000920     COPY REJEITO.
000930
000940 77  WS-FS-MST                PIC X(02) VALUE '00'.
000950 77  WS-FS-TX                 PIC X(02) VALUE '00'.
000960 77  WS-FS-REJ                PIC X(02) VALUE '00'.
000970
000980 77  WS-EOF-TX-SW             PIC X(01) VALUE 'N'.
000990         88  FIM-TRANSACOES            VALUE 'S'.
001000
001010 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001020 77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
001030
001040*----------------------------------------------------------------
001050*   TABELA EM MEMORIA COM O MESTRE CARREGADO
001060*----------------------------------------------------------------
001070 01  TABELA-FUNCIONARIOS.
001080     05  FUN-TAB-ENTRADA OCCURS 500 TIMES
001090                         INDEXED BY IX-FUNC.
001100         10  FUN-TAB-CHAVE        PIC 9(06).
001110         10  FUN-TAB-NOME         PIC X(20).
001120         10  FUN-TAB-ADMISSAO     PIC 9(08).
001130         10  FUN-TAB-DESLIGAMENTO PIC 9(08).
001140         10  FUN-TAB-STATUS       PIC X(01).
001150
001160 77  WS-QTD-FUNCIONARIOS      PIC 9(04) VALUE ZEROS COMP.
001170 77  WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS COMP.
001180 77  WS-FUNC-ACHADO-SW        PIC X(01) VALUE 'N'.
001190         88  FUNC-ACHADO               VALUE 'S'.
001200         88  FUNC-NAO-ACHADO           VALUE 'N'.
916205 77  WS-MST-EXCEDIDO-SW       PIC X(01) VALUE 'N'.
916206         88  MST-EXCEDIDO              VALUE 'S'.
001210
001220*----------------------------------------------------------------
001230*   VALIDACAO DA DATA DIGITADA - MESMA REGRA DE NIVEL, EVENTOS0002
001240*   E FOLHA0001 (MES 01-12, DIA DENTRO DO MES, BISSEXTO EM
001250*   FEVEREIRO), SOBRE OS CAMPOS WS-CHK-*.
001260*----------------------------------------------------------------
001270 77  WS-DATA-DIGITADA         PIC 9(08) VALUE ZEROS.
001280 77  WS-CHK-DIA               PIC 9(02) VALUE ZEROS COMP.
001290 77  WS-CHK-MES               PIC 9(02) VALUE ZEROS COMP.
001300 77  WS-CHK-ANO               PIC 9(04) VALUE ZEROS COMP.
001310 77  WS-DIAS-NO-MES           PIC 9(02) VALUE ZEROS COMP.
001320 77  WS-ANO-BISSEXTO-SW       PIC X(01) VALUE 'N'.
001330         88  ANO-BISSEXTO              VALUE 'S'.
001340 77  WS-DATA-VALIDA-SW        PIC X(01) VALUE 'N'.
001350         88  DATA-VALIDA               VALUE 'S'.
001360         88  DATA-INVALIDA             VALUE 'N'.
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
001480     PERFORM 1000-CARREGAR-MASTER THRU 1000-EXIT
001490     PERFORM 2000-APLICAR-TRANSACOES THRU 2000-EXIT
001500     PERFORM 3000-GRAVAR-MASTER-NOVO THRU 3000-EXIT
001510
001520     CLOSE REJLOG-FILE
001530
001540     GOBACK.
001550
001560*================================================================
001570*   1000-CARREGAR-MASTER - MESTRE AUSENTE = PRIMEIRA CARGA.
001580*================================================================
001590 1000-CARREGAR-MASTER.
001600     MOVE ZEROS TO WS-QTD-FUNCIONARIOS
916207     MOVE 'N' TO WS-MST-EXCEDIDO-SW
001610     OPEN INPUT FUNCMST-FILE
001620     IF WS-FS-MST = '00'
001630         PERFORM 1100-LER-MASTER THRU 1100-EXIT
001640             UNTIL WS-FS-MST NOT = '00'
001650         CLOSE FUNCMST-FILE
001660     ELSE
001670         IF WS-FS-MST = '05'
001680             CLOSE FUNCMST-FILE
001690         END-IF
001700     END-IF.
001710 1000-EXIT.
001720     EXIT.
001730
001740 1100-LER-MASTER.
001750     READ FUNCMST-FILE
001760     IF WS-FS-MST = '00'
001770         IF WS-QTD-FUNCIONARIOS < 500
001780             ADD 1 TO WS-QTD-FUNCIONARIOS
001790             MOVE FMST-CHAVE
001800                 TO FUN-TAB-CHAVE (WS-QTD-FUNCIONARIOS)
001810             MOVE FMST-NOME
001820                 TO FUN-TAB-NOME (WS-QTD-FUNCIONARIOS)
001830             MOVE FMST-DATA-ADMISSAO
001840                 TO FUN-TAB-ADMISSAO (WS-QTD-FUNCIONARIOS)
001850             MOVE FMST-DATA-DESLIGAMENTO
001860                 TO FUN-TAB-DESLIGAMENTO (WS-QTD-FUNCIONARIOS)
001870             MOVE FMST-STATUS
001880                 TO FUN-TAB-STATUS (WS-QTD-FUNCIONARIOS)
001890         ELSE
001900             PERFORM 1150-REJEITAR-EXCESSO THRU 1150-EXIT
001910         END-IF
001920     END-IF.
001930 1100-EXIT.
001940     EXIT.
001950
001960*================================================================
916208*   1150-REJEITAR-EXCESSO - REGISTRO DO MESTRE ALEM DA CAPACIDADE
916209*   DA TABELA: COMO A REGRAVACAO SAI DA TABELA, REGRAVAR O
916210*   MESTRE PERDERIA O REGISTRO. MARCA O MESTRE COMO EXCEDIDO E
916211*   3000-GRAVAR-MASTER-NOVO DEIXA O FUNCMST COMO ESTA.
002000*================================================================
002010 1150-REJEITAR-EXCESSO.
916212     SET MST-EXCEDIDO TO TRUE
002020     MOVE SPACES TO REJ-REGISTRO
002030     MOVE 'FUNC0001' TO REJ-PROGRAMA
002040     MOVE WS-DATA-ATUAL TO REJ-DATA
002050     MOVE WS-HORA-ATUAL TO REJ-HORA
002060     MOVE FMST-CHAVE TO REJ-VALOR-DIGITADO
002070     MOVE 'E005' TO REJ-CODIGO-MOTIVO
002080     MOVE 'TABELA DE FUNCIONARIOS CHEIA'
002090         TO REJ-DESCRICAO-MOTIVO
002100     MOVE REJ-REGISTRO TO REJ-LINHA
002110     WRITE REJ-LINHA.
002120 1150-EXIT.
002130     EXIT.
002140
002150*================================================================
002160*   2000-APLICAR-TRANSACOES
002170*================================================================
002180 2000-APLICAR-TRANSACOES.
002190     MOVE 'N' TO WS-EOF-TX-SW
002200     OPEN INPUT FUNCTX-FILE
002210
002220     IF WS-FS-TX = '00'
002230         PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT
002240
002250         PERFORM 2200-PROCESSAR-TRANSACAO THRU 2200-EXIT
002260             UNTIL FIM-TRANSACOES
002270     ELSE
002280         SET FIM-TRANSACOES TO TRUE
002290     END-IF
002300
002310     CLOSE FUNCTX-FILE.
002320 2000-EXIT.
002330     EXIT.
002340
002350 2100-LER-TRANSACAO.
002360     READ FUNCTX-FILE
002370         AT END
002380             SET FIM-TRANSACOES TO TRUE
002390     END-READ.
002400 2100-EXIT.
002410     EXIT.
002420
002430 2200-PROCESSAR-TRANSACAO.
002440     IF FUTX-CHAVE IS NOT NUMERIC
002450         MOVE SPACES TO REJ-REGISTRO
002460         MOVE 'E001' TO REJ-CODIGO-MOTIVO
002470         MOVE 'CHAVE DE FUNCIONARIO INVALIDA'
002480             TO REJ-DESCRICAO-MOTIVO
002490         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
002500         GO TO 2200-LER-PROXIMA
002510     END-IF
002520
002530     PERFORM 2300-LOCALIZAR-NA-TABELA THRU 2300-EXIT
002540
002550     EVALUATE TRUE
002560         WHEN FUTX-INCLUIR
002570             PERFORM 2400-INCLUIR-FUNCIONARIO THRU 2400-EXIT
002580         WHEN FUTX-ATUALIZAR
002590             PERFORM 2500-ATUALIZAR-FUNCIONARIO THRU 2500-EXIT
002600         WHEN FUTX-DESLIGAR
002610             PERFORM 2600-DESLIGAR-FUNCIONARIO THRU 2600-EXIT
002620         WHEN FUTX-READMITIR
002630             PERFORM 2700-READMITIR-FUNCIONARIO THRU 2700-EXIT
002640         WHEN OTHER
002650             MOVE SPACES TO REJ-REGISTRO
002660             MOVE 'E004' TO REJ-CODIGO-MOTIVO
002670             MOVE 'ACAO DE TRANSACAO DESCONHECIDA'
002680                 TO REJ-DESCRICAO-MOTIVO
002690             PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
002700     END-EVALUATE.
002710
002720 2200-LER-PROXIMA.
002730     PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT.
002740 2200-EXIT.
002750     EXIT.
002760
002770 2300-LOCALIZAR-NA-TABELA.
002780     SET FUNC-NAO-ACHADO TO TRUE
002790     MOVE ZEROS TO WS-IDX-ACHADO
002800     IF WS-QTD-FUNCIONARIOS > ZEROS
002810         SET IX-FUNC TO 1
002820         PERFORM 2310-COMPARAR-CHAVE THRU 2310-EXIT
002830             VARYING IX-FUNC FROM 1 BY 1
002840             UNTIL IX-FUNC > WS-QTD-FUNCIONARIOS OR FUNC-ACHADO
002850     END-IF.
002860 2300-EXIT.
002870     EXIT.
002880
002890 2310-COMPARAR-CHAVE.
002900     IF FUN-TAB-CHAVE (IX-FUNC) = FUTX-CHAVE
002910         SET FUNC-ACHADO TO TRUE
002920         SET WS-IDX-ACHADO TO IX-FUNC
002930     END-IF.
002940 2310-EXIT.
002950     EXIT.
002960
002970*================================================================
002980*   2350-VALIDAR-DATA-DIGITADA - FUTX-DATA NUMERICA E DATA DE
002990*   CALENDARIO VALIDA; O RESULTADO FICA EM WS-DATA-DIGITADA E NO
003000*   SWITCH DATA-VALIDA / DATA-INVALIDA. QUEM CHAMA ESCOLHE O
003010*   MOTIVO DO REJEITO (ADMISSAO OU DESLIGAMENTO).
003020*================================================================
003030 2350-VALIDAR-DATA-DIGITADA.
003040     SET DATA-VALIDA TO TRUE
003050     MOVE ZEROS TO WS-DATA-DIGITADA
003060     IF FUTX-DATA IS NOT NUMERIC
003070         SET DATA-INVALIDA TO TRUE
003080         GO TO 2350-EXIT
003090     END-IF
003100
003110     MOVE FUTX-DATA TO WS-DATA-DIGITADA
003120     MOVE WS-DATA-DIGITADA (7:2) TO WS-CHK-DIA
003130     MOVE WS-DATA-DIGITADA (5:2) TO WS-CHK-MES
003140     MOVE WS-DATA-DIGITADA (1:4) TO WS-CHK-ANO
003150     PERFORM 6000-VALIDAR-DATA THRU 6000-EXIT.
003160 2350-EXIT.
003170     EXIT.
003180
003190*================================================================
003200*   2400-INCLUIR-FUNCIONARIO - CHAVE JA CADASTRADA OU DATA DE
003210*   ADMISSAO INVALIDA VAI PARA O REJLOG. O FUNCIONARIO ENTRA NA
003220*   ATIVA, SEM DATA DE DESLIGAMENTO.
003230*================================================================
003240 2400-INCLUIR-FUNCIONARIO.
003250     IF FUNC-ACHADO
003260         MOVE SPACES TO REJ-REGISTRO
003270         MOVE 'E002' TO REJ-CODIGO-MOTIVO
003280         MOVE 'FUNCIONARIO JA CADASTRADO'
003290             TO REJ-DESCRICAO-MOTIVO
003300         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003310         GO TO 2400-EXIT
003320     END-IF
003330
003340     PERFORM 2350-VALIDAR-DATA-DIGITADA THRU 2350-EXIT
003350     IF DATA-INVALIDA
003360         MOVE SPACES TO REJ-REGISTRO
003370         MOVE 'E006' TO REJ-CODIGO-MOTIVO
003380         MOVE 'DATA DE ADMISSAO INVALIDA'
003390             TO REJ-DESCRICAO-MOTIVO
003400         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003410         GO TO 2400-EXIT
003420     END-IF
003430
003440     IF WS-QTD-FUNCIONARIOS NOT < 500
003450         MOVE SPACES TO REJ-REGISTRO
003460         MOVE 'E005' TO REJ-CODIGO-MOTIVO
003470         MOVE 'TABELA DE FUNCIONARIOS CHEIA'
003480             TO REJ-DESCRICAO-MOTIVO
003490         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003500         GO TO 2400-EXIT
003510     END-IF
003520
003530     ADD 1 TO WS-QTD-FUNCIONARIOS
003540     MOVE FUTX-CHAVE TO FUN-TAB-CHAVE (WS-QTD-FUNCIONARIOS)
003550     MOVE FUTX-NOME  TO FUN-TAB-NOME (WS-QTD-FUNCIONARIOS)
003560     MOVE WS-DATA-DIGITADA
003570         TO FUN-TAB-ADMISSAO (WS-QTD-FUNCIONARIOS)
003580     MOVE ZEROS TO FUN-TAB-DESLIGAMENTO (WS-QTD-FUNCIONARIOS)
003590     MOVE 'A' TO FUN-TAB-STATUS (WS-QTD-FUNCIONARIOS).
003600 2400-EXIT.
003610     EXIT.
003620
003630*================================================================
003640*   2500-ATUALIZAR-FUNCIONARIO - CORRECAO CADASTRAL: NOME E/OU
003650*   DATA DE ADMISSAO (CAMPO EM BRANCO FICA COMO ESTA). NAO MEXE NO
003660*   VINCULO - DESLIGAR E READMITIR TEM ACOES PROPRIAS.
003670*================================================================
003680 2500-ATUALIZAR-FUNCIONARIO.
003690     IF FUNC-NAO-ACHADO
003700         MOVE SPACES TO REJ-REGISTRO
003710         MOVE 'E003' TO REJ-CODIGO-MOTIVO
003720         MOVE 'FUNCIONARIO NAO CADASTRADO'
003730             TO REJ-DESCRICAO-MOTIVO
003740         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003750         GO TO 2500-EXIT
003760     END-IF
003770
003780     IF FUTX-DATA NOT = SPACES
003790         PERFORM 2350-VALIDAR-DATA-DIGITADA THRU 2350-EXIT
003800         IF DATA-INVALIDA
003810             MOVE SPACES TO REJ-REGISTRO
003820             MOVE 'E006' TO REJ-CODIGO-MOTIVO
003830             MOVE 'DATA DE ADMISSAO INVALIDA'
003840                 TO REJ-DESCRICAO-MOTIVO
003850             PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003860             GO TO 2500-EXIT
003870         END-IF
003880         IF FUN-TAB-DESLIGAMENTO (WS-IDX-ACHADO) NOT = ZEROS
003890             AND WS-DATA-DIGITADA >
003900                 FUN-TAB-DESLIGAMENTO (WS-IDX-ACHADO)
003910             MOVE SPACES TO REJ-REGISTRO
003920             MOVE 'E008' TO REJ-CODIGO-MOTIVO
003930             MOVE 'DESLIGAMENTO ANTES DA ADMISSAO'
003940                 TO REJ-DESCRICAO-MOTIVO
003950             PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003960             GO TO 2500-EXIT
003970         END-IF
003980         MOVE WS-DATA-DIGITADA
003990             TO FUN-TAB-ADMISSAO (WS-IDX-ACHADO)
004000     END-IF
004010
004020     IF FUTX-NOME NOT = SPACES
004030         MOVE FUTX-NOME TO FUN-TAB-NOME (WS-IDX-ACHADO)
004040     END-IF.
004050 2500-EXIT.
004060     EXIT.
004070
004080*================================================================
004090*   2600-DESLIGAR-FUNCIONARIO - GRAVA A DATA DE DESLIGAMENTO E
004100*   PASSA O SWITCH PARA 'D'. DATA INVALIDA, ANTERIOR A ADMISSAO
004110*   OU FUNCIONARIO JA DESLIGADO VAI PARA O REJLOG.
004120*================================================================
004130 2600-DESLIGAR-FUNCIONARIO.
004140     IF FUNC-NAO-ACHADO
004150         MOVE SPACES TO REJ-REGISTRO
004160         MOVE 'E003' TO REJ-CODIGO-MOTIVO
004170         MOVE 'FUNCIONARIO NAO CADASTRADO'
004180             TO REJ-DESCRICAO-MOTIVO
004190         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004200         GO TO 2600-EXIT
004210     END-IF
004220
004230     IF FUN-TAB-STATUS (WS-IDX-ACHADO) = 'D'
004240         MOVE SPACES TO REJ-REGISTRO
004250         MOVE 'E009' TO REJ-CODIGO-MOTIVO
004260         MOVE 'FUNCIONARIO JA DESLIGADO'
004270             TO REJ-DESCRICAO-MOTIVO
004280         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004290         GO TO 2600-EXIT
004300     END-IF
004310
004320     PERFORM 2350-VALIDAR-DATA-DIGITADA THRU 2350-EXIT
004330     IF DATA-INVALIDA
004340         MOVE SPACES TO REJ-REGISTRO
004350         MOVE 'E007' TO REJ-CODIGO-MOTIVO
004360         MOVE 'DATA DE DESLIGAMENTO INVALIDA'
004370             TO REJ-DESCRICAO-MOTIVO
004380         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004390         GO TO 2600-EXIT
004400     END-IF
004410
004420     IF WS-DATA-DIGITADA < FUN-TAB-ADMISSAO (WS-IDX-ACHADO)
004430         MOVE SPACES TO REJ-REGISTRO
004440         MOVE 'E008' TO REJ-CODIGO-MOTIVO
004450         MOVE 'DESLIGAMENTO ANTES DA ADMISSAO'
004460             TO REJ-DESCRICAO-MOTIVO
004470         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004480         GO TO 2600-EXIT
004490     END-IF
004500
004510     MOVE WS-DATA-DIGITADA
004520         TO FUN-TAB-DESLIGAMENTO (WS-IDX-ACHADO)
004530     MOVE 'D' TO FUN-TAB-STATUS (WS-IDX-ACHADO).
004540 2600-EXIT.
004550     EXIT.
004560
004570*================================================================
004580*   2700-READMITIR-FUNCIONARIO - RECONTRATACAO DE UM DESLIGADO:
004590*   NOVA DATA DE ADMISSAO (NAO ANTERIOR AO DESLIGAMENTO), SEM
004600*   DESLIGAMENTO, DE VOLTA A ATIVA. NOME EM BRANCO FICA COMO ESTA.
004610*================================================================
004620 2700-READMITIR-FUNCIONARIO.
004630     IF FUNC-NAO-ACHADO
004640         MOVE SPACES TO REJ-REGISTRO
004650         MOVE 'E003' TO REJ-CODIGO-MOTIVO
004660         MOVE 'FUNCIONARIO NAO CADASTRADO'
004670             TO REJ-DESCRICAO-MOTIVO
004680         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004690         GO TO 2700-EXIT
004700     END-IF
004710
004720     IF FUN-TAB-STATUS (WS-IDX-ACHADO) NOT = 'D'
004730         MOVE SPACES TO REJ-REGISTRO
004740         MOVE 'E010' TO REJ-CODIGO-MOTIVO
004750         MOVE 'FUNCIONARIO NAO ESTA DESLIGADO'
004760             TO REJ-DESCRICAO-MOTIVO
004770         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004780         GO TO 2700-EXIT
004790     END-IF
004800
004810     PERFORM 2350-VALIDAR-DATA-DIGITADA THRU 2350-EXIT
004820     IF DATA-INVALIDA
004830         OR WS-DATA-DIGITADA NOT >
004840             FUN-TAB-DESLIGAMENTO (WS-IDX-ACHADO)
004850         MOVE SPACES TO REJ-REGISTRO
004860         MOVE 'E006' TO REJ-CODIGO-MOTIVO
004870         MOVE 'DATA DE ADMISSAO INVALIDA'
004880             TO REJ-DESCRICAO-MOTIVO
004890         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
004900         GO TO 2700-EXIT
004910     END-IF
004920
004930     MOVE WS-DATA-DIGITADA TO FUN-TAB-ADMISSAO (WS-IDX-ACHADO)
004940     MOVE ZEROS TO FUN-TAB-DESLIGAMENTO (WS-IDX-ACHADO)
004950     MOVE 'A' TO FUN-TAB-STATUS (WS-IDX-ACHADO)
004960     IF FUTX-NOME NOT = SPACES
004970         MOVE FUTX-NOME TO FUN-TAB-NOME (WS-IDX-ACHADO)
004980     END-IF.
004990 2700-EXIT.
005000     EXIT.
005010
005020*================================================================
916213*   3000-GRAVAR-MASTER-NOVO - REGRAVA A TABELA COMPLETA DE VOLTA
916214*   NO PROPRIO MESTRE. MESTRE EXCEDIDO NA CARGA NAO E REGRAVADO:
916215*   AS TRANSACOES DA RODADA FICAM SEM EFEITO, O REJLOG REGISTRA
916216*   A RECUSA E O RETURN-CODE 8 PARA O LOTE.
005050*================================================================
005060 3000-GRAVAR-MASTER-NOVO.
916217     IF MST-EXCEDIDO
916218         MOVE SPACES TO REJ-REGISTRO
916219         MOVE 'FUNC0001' TO REJ-PROGRAMA
916220         MOVE WS-DATA-ATUAL TO REJ-DATA
916221         MOVE WS-HORA-ATUAL TO REJ-HORA
916222         MOVE 'E005' TO REJ-CODIGO-MOTIVO
916223         MOVE 'FUNCMST NAO REGRAVADO'
916224             TO REJ-DESCRICAO-MOTIVO
916225         MOVE REJ-REGISTRO TO REJ-LINHA
916226         WRITE REJ-LINHA
916227         MOVE 8 TO RETURN-CODE
916228         GO TO 3000-EXIT
916229     END-IF
005070     OPEN OUTPUT FUNCMST-FILE
005080     IF WS-QTD-FUNCIONARIOS > ZEROS
005090         PERFORM 3100-GRAVAR-UM-FUNCIONARIO THRU 3100-EXIT
005100             VARYING IX-FUNC FROM 1 BY 1
005110             UNTIL IX-FUNC > WS-QTD-FUNCIONARIOS
005120     END-IF
005130     CLOSE FUNCMST-FILE.
005140 3000-EXIT.
005150     EXIT.
005160
005170 3100-GRAVAR-UM-FUNCIONARIO.
005180     MOVE SPACES TO FMST-REGISTRO
005190     MOVE FUN-TAB-CHAVE (IX-FUNC)        TO FMST-CHAVE
005200     MOVE FUN-TAB-NOME (IX-FUNC)         TO FMST-NOME
005210     MOVE FUN-TAB-ADMISSAO (IX-FUNC)     TO FMST-DATA-ADMISSAO
005220     MOVE FUN-TAB-DESLIGAMENTO (IX-FUNC)
005230         TO FMST-DATA-DESLIGAMENTO
005240     MOVE FUN-TAB-STATUS (IX-FUNC)       TO FMST-STATUS
005250     WRITE FMST-REGISTRO.
005260 3100-EXIT.
005270     EXIT.
005280
005290*================================================================
005300*   6000-VALIDAR-DATA - MESMA REGRA DE NIVEL, EVENTOS0002 E
005310*   FOLHA0001: MES 01-12, DIA DENTRO DO NUMERO DE DIAS DO MES,
005320*   BISSEXTO EM FEVEREIRO. OPERA SOBRE WS-CHK-DIA/MES/ANO.
005330*================================================================
005340 6000-VALIDAR-DATA.
005350     SET DATA-VALIDA TO TRUE
005360
005370     IF WS-CHK-MES < 1 OR WS-CHK-MES > 12
005380         SET DATA-INVALIDA TO TRUE
005390         GO TO 6000-EXIT
005400     END-IF
005410
005420     PERFORM 6100-VERIFICAR-BISSEXTO THRU 6100-EXIT
005430     PERFORM 6200-OBTER-DIAS-NO-MES  THRU 6200-EXIT
005440
005450     IF WS-CHK-DIA < 1 OR WS-CHK-DIA > WS-DIAS-NO-MES
005460         SET DATA-INVALIDA TO TRUE
005470     END-IF.
005480 6000-EXIT.
005490     EXIT.
005500
005510 6100-VERIFICAR-BISSEXTO.
005520     MOVE 'N' TO WS-ANO-BISSEXTO-SW
005530     IF FUNCTION MOD (WS-CHK-ANO, 4) = 0
005540         IF FUNCTION MOD (WS-CHK-ANO, 100) NOT = 0
005550             OR FUNCTION MOD (WS-CHK-ANO, 400) = 0
005560             SET ANO-BISSEXTO TO TRUE
005570         END-IF
005580     END-IF.
005590 6100-EXIT.
005600     EXIT.
005610
005620 6200-OBTER-DIAS-NO-MES.
005630     EVALUATE WS-CHK-MES
005640         WHEN 4 WHEN 6 WHEN 9 WHEN 11
005650             MOVE 30 TO WS-DIAS-NO-MES
005660         WHEN 2
005670             IF ANO-BISSEXTO
005680                 MOVE 29 TO WS-DIAS-NO-MES
005690             ELSE
005700                 MOVE 28 TO WS-DIAS-NO-MES
005710             END-IF
005720         WHEN OTHER
005730             MOVE 31 TO WS-DIAS-NO-MES
005740     END-EVALUATE.
005750 6200-EXIT.
005760     EXIT.
005770
005780*================================================================
005790*   7100-GRAVAR-REJEITO
005800*================================================================
005810 7100-GRAVAR-REJEITO.
005820     MOVE 'FUNC0001' TO REJ-PROGRAMA
005830     MOVE WS-DATA-ATUAL TO REJ-DATA
005840     MOVE WS-HORA-ATUAL TO REJ-HORA
005850     MOVE FUTX-CHAVE TO REJ-VALOR-DIGITADO
005860     MOVE REJ-REGISTRO TO REJ-LINHA
005870     WRITE REJ-LINHA.
005880 7100-EXIT.
005890     EXIT.
005900
005910 END PROGRAM FUNC0001.
