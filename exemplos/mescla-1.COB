000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MESCLA0001.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-10-13.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-10-13  MCR    CRIACAO DO PROGRAMA.
910000*   2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                      POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                      CLIENTES0002). A CARGA LE O MESTRE EM
910003*                      SEQUENCIA DE CHAVE (READ NEXT) E A
910004*                      REGRAVACAO DEIXOU DE RECRIAR O ARQUIVO: SO
910005*                      OS CLIENTES MARCADOS OU REENCADEADOS NA
910006*                      RODADA SAO REGRAVADOS (REWRITE, MESTRE
910007*                      ABERTO I-O).
911000*   2026-10-15  MCR    CADA REGISTRO DO AUDITLOG (AGORA COM 108
911001*                      POSICOES) E SELADO POR AUDITSEL0001 ANTES
911002*                      DO WRITE - SEQUENCIA GLOBAL E CONFERENCIA
911003*                      ENCADEADA AO REGISTRO ANTERIOR; A CADEIA E
911004*                      RETOMADA DO FIM DO LOG ANTES DE CADA OPEN
911005*                      EXTEND. CONFERIDO POR AUDITORIA0002.
917700*   2026-10-15  MCR    RETURN-CODE DA RODADA: 8 NA RECUSA (NADA
917701*                      ALTERADO) E 4 QUANDO ALGUM PEDIDO DO
917702*                      MESCLATX FOI RECUSADO NO RELMESCL. GUARDADO
917703*                      EM WS-RETORNO-RODADA E SO DEVOLVIDO EM
917704*                      0000-ENCERRAR, DEPOIS DO ULTIMO CALL A
917705*                      AUDITSEL0001.
000210*================================================================
000220*   FUNCAO......... MESCLA DE CLIENTES DUPLICADOS. A MESMA PESSOA
000230*                    CADASTRADA SOB DOIS CLI-CODIGO (UM NA FILIAL,
000240*                    OUTRO NA MATRIZ) TEM AS INSCRICOES, A FILA DE
000250*                    ESPERA E AS TRANSACOES DIVIDIDAS. CADA PEDIDO
000260*                    DO MESCLATX (CODIGO ANTIGO -> CODIGO
000270*                    SOBREVIVENTE) E VALIDADO CONTRA O CLIENTES;
000280*                    OS ACEITOS:
000290*                    - TROCAM O CODIGO ANTIGO PELO SOBREVIVENTE
000300*                      NO PARTICIP, NO PARTWAIT E NO VARPARES. PAR
000310*                      QUE FICA REPETIDO E COLAPSADO (FICA UM SO);
000320*                      NA FILA FICA O LUGAR MAIS ANTIGO DOS
000330*                      DOIS, E O CLIENTE QUE JA ESTA INSCRITO NO
000340*                      EVENTO SAI DA FILA DELE;
000350*                    - MARCAM O CLIENTE ANTIGO COMO MESCLADO NO
000360*                      CLIENTES (CLI-SITUACAO 'M', COM O CODIGO
000370*                      SOBREVIVENTE E A DATA), SEM EXCLUI-LO;
000380*                    - ENTRAM NA REFERENCIA CRUZADA CLIXREF, QUE
000390*                      EXTRATO0001, CONDICIONAL0001 E FATURA0001
000400*                      USAM PARA LEVAR AO SOBREVIVENTE O QUE
000410*                      AINDA CHEGAR COM O CODIGO ANTIGO. MESCLA EM
000420*                      CADEIA (A -> B E DEPOIS B -> C) E REGRAVADA
000430*                      DIRETO PARA O ULTIMO SOBREVIVENTE.
000440*                    CADA REGISTRO TOCADO VAI PARA O PARTHIST
000450*                    (ORIGEM 'M', QUE O FATURAMENTO NAO TRATA COMO
000460*                    CANCELAMENTO) E PARA O AUDITLOG, E SAI NO
000470*                    RELATORIO RELMESCL COM OS PEDIDOS RECUSADOS.
000480*                    MESTRE OU FILA ALEM DA CAPACIDADE DA TABELA
000490*                    RECUSA A RODADA INTEIRA SEM TOCAR ARQUIVO.
000500*================================================================
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL MESCLATX-FILE ASSIGN TO "MESCLATX"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-MTX.
000580
000590     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910008         ORGANIZATION IS INDEXED
910009         ACCESS MODE IS DYNAMIC
910010         RECORD KEY IS CLI-CODIGO
000610         FILE STATUS IS WS-FS-CLI.
000620
000630     SELECT OPTIONAL CLIXREF-FILE ASSIGN TO "CLIXREF"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-XRF.
000660
000670     SELECT OPTIONAL PARTICIP-FILE ASSIGN TO "PARTICIP"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-PAR.
000700
000710     SELECT OPTIONAL PARTWAIT-FILE ASSIGN TO "PARTWAIT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-WAIT.
000740
000750     SELECT OPTIONAL VARPARES-FILE ASSIGN TO "VARPARES"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-VPR.
000780
000790     SELECT OPTIONAL PARTHIST-FILE ASSIGN TO "PARTHIST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FS-PARH.
000820
000830     SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO "AUDITLOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-FS-AUDIT.
000860
000870     SELECT RELMESCL-FILE ASSIGN TO "RELMESCL"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-REL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930*----------------------------------------------------------------
000940*   PEDIDOS DE MESCLA - UM PAR CODIGO ANTIGO / SOBREVIVENTE
000950*----------------------------------------------------------------
000960 FD  MESCLATX-FILE.
000970 01  MTX-REGISTRO.
000980     10  MTX-COD-ANTIGO           PIC 9(06).
000990     10  MTX-COD-NOVO             PIC 9(06).
001000     10  FILLER                   PIC X(68).
001010
001020*----------------------------------------------------------------
910011*   MESTRE DE CLIENTES INDEXADO POR CLI-CODIGO - A LINHA INTEIRA
910012*   VAI PARA A TABELA, ONDE ESTAO OS CAMPOS (INCLUSIVE OS DA
910013*   MESCLA); AQUI SO A CHAVE.
910014*----------------------------------------------------------------
910015 FD  CLIENTES-FILE.
910016 01  CLI-REGISTRO.
910017     10  CLI-CODIGO               PIC 9(06).
910018     10  FILLER                   PIC X(74).
001080
001090*----------------------------------------------------------------
001100*   REFERENCIA CRUZADA DE CODIGOS MESCLADOS - SEMPRE APONTANDO
001110*   PARA O ULTIMO SOBREVIVENTE. REGRAVADA INTEIRA A CADA RODADA.
001120*----------------------------------------------------------------
001130 FD  CLIXREF-FILE.
001140 01  XREF-REGISTRO.
001150     10  XREF-COD-ANTIGO          PIC 9(06).
001160     10  XREF-COD-NOVO            PIC 9(06).
001170     10  XREF-DATA                PIC 9(08).
001180     10  FILLER                   PIC X(60).
001190
001200 FD  PARTICIP-FILE.
001210 01  PARTICIP-REGISTRO            PIC X(80).
001220
001230 FD  PARTWAIT-FILE.
001240 01  PARTWAIT-REGISTRO            PIC X(80).
001250
001260 FD  VARPARES-FILE.
001270 01  VARPARES-REGISTRO            PIC X(80).
001280
001290*----------------------------------------------------------------
001300*   HISTORICO DE PARES (SEMPRE EXTEND) - MESMO LAYOUT GRAVADO
001310*   POR EVENTOS0001 E PARTICIPA0002, QUE DEIXAM A ORIGEM EM
001320*   BRANCO (CANCELAMENTO). A MESCLA GRAVA ORIGEM 'M' COM O
001330*   CODIGO COMO ESTAVA NO REGISTRO, O SOBREVIVENTE, O ARQUIVO E
001340*   O QUE FOI FEITO COM O PAR.
001350*----------------------------------------------------------------
001360 FD  PARTHIST-FILE.
001370 01  PARTH-REGISTRO.
001380     10  PARTH-COD-CLIENTE        PIC 9(06).
001390     10  PARTH-COD-EVENTO         PIC 9(06).
001400     10  PARTH-DATA               PIC 9(08).
001410     10  PARTH-HORA               PIC 9(08).
001420     10  PARTH-ORIGEM             PIC X(01).
001430         88  PARTH-ORIGEM-MESCLA       VALUE 'M'.
001440     10  PARTH-COD-SOBREVIVENTE   PIC 9(06).
001450     10  PARTH-ARQUIVO            PIC X(08).
001460     10  PARTH-ACAO               PIC X(01).
001470         88  PARTH-REMAPEADO           VALUE 'R'.
001480         88  PARTH-COLAPSADO           VALUE 'C'.
001490         88  PARTH-JA-INSCRITO         VALUE 'I'.
001500     10  FILLER                   PIC X(36).
001510
001520 FD  AUDITLOG-FILE.
911006 01  AUD-LINHA                    PIC X(108).
001540
001550 FD  RELMESCL-FILE.
001560 01  REL-LINHA                    PIC X(80).
001570
001580 WORKING-STORAGE SECTION.
001590*----------------------------------------------------------------
001600*   REGISTRO DE AUDITORIA COMPARTILHADO
001610*----------------------------------------------------------------
001620     COPY AUDITREC.
911007     COPY AUDITSEL.
001630
001640 77  WS-FS-MTX                PIC X(02) VALUE '00'.
001650 77  WS-FS-CLI                PIC X(02) VALUE '00'.
001660 77  WS-FS-XRF                PIC X(02) VALUE '00'.
001670 77  WS-FS-PAR                PIC X(02) VALUE '00'.
001680 77  WS-FS-WAIT               PIC X(02) VALUE '00'.
001690 77  WS-FS-VPR                PIC X(02) VALUE '00'.
001700 77  WS-FS-PARH               PIC X(02) VALUE '00'.
001710 77  WS-FS-AUDIT              PIC X(02) VALUE '00'.
001720 77  WS-FS-REL                PIC X(02) VALUE '00'.
001730
001740 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001750 77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
001760
001770*----------------------------------------------------------------
001780*   SITUACAO DA RODADA - RECUSADA LEVA O MOTIVO IMPRESSO
001790*----------------------------------------------------------------
001800 77  WS-RECUSA-SW             PIC X(01) VALUE 'N'.
001810         88  MESCLA-RECUSADA           VALUE 'S'.
001820         88  MESCLA-ACEITA             VALUE 'N'.
001830 77  WS-MOTIVO-RECUSA         PIC X(80) VALUE SPACES.
001840
001850*----------------------------------------------------------------
910019*   CLIENTES EM MEMORIA - A LINHA INTEIRA, NA ORDEM DA CHAVE. A
910020*   SITUACAO, O SOBREVIVENTE E A DATA DA MESCLA OCUPAM O INICIO DO
910021*   ANTIGO FILLER: CLIENTE NUNCA MESCLADO LE COM BRANCO NELES. SO
910022*   A LINHA MARCADA COMO ALTERADA NA RODADA E REGRAVADA NO MESTRE.
910023*   ALEM DA CAPACIDADE A RODADA E RECUSADA (O ENCADEAMENTO TEM QUE
910024*   VER TODOS OS CLIENTES JA MESCLADOS).
001920*----------------------------------------------------------------
001930 01  TABELA-CLIENTES.
001940     05  CLI-TAB-ENTRADA OCCURS 5000 TIMES
001950                         INDEXED BY IX-CLI.
001960         10  CLI-TAB-LINHA        PIC X(80).
001970         10  CLI-TAB-CAMPOS REDEFINES CLI-TAB-LINHA.
001980             15  CLI-TAB-CODIGO       PIC 9(06).
001990             15  CLI-TAB-NOME         PIC X(10).
002000             15  CLI-TAB-SITUACAO     PIC X(01).
002010                 88  CLI-TAB-MESCLADO      VALUE 'M'.
002020             15  CLI-TAB-COD-SOBREV   PIC 9(06).
002030             15  CLI-TAB-DATA-MESCLA  PIC 9(08).
002040             15  FILLER               PIC X(49).
910025         10  CLI-TAB-ALTERADO-SW  PIC X(01).
910026             88  CLI-TAB-ALTERADO          VALUE 'S'.
002050 77  WS-QTD-CLIENTES          PIC 9(04) VALUE ZEROS COMP.
002060 77  WS-CNT-CLI-EXCEDENTES    PIC 9(05) VALUE ZEROS.
002070 77  WS-IDX-CLI-ACHADO        PIC 9(04) VALUE ZEROS COMP.
002080 77  WS-IDX-CLI-ANTIGO        PIC 9(04) VALUE ZEROS COMP.
002090 77  WS-CLI-ACHADO-SW         PIC X(01) VALUE 'N'.
002100         88  CLIENTE-ACHADO            VALUE 'S'.
002110         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
002120
002130*----------------------------------------------------------------
002140*   CLIXREF EM MEMORIA - AS REFERENCIAS DE RODADAS ANTERIORES E
002150*   AS NOVAS. E POR ELA QUE O CODIGO DE CADA PAR E RESOLVIDO, O
002160*   QUE LEVA AO SOBREVIVENTE TAMBEM O PAR GRAVADO COM UM CODIGO
002170*   JA MESCLADO NUMA RODADA ANTERIOR.
002180*----------------------------------------------------------------
002190 01  TABELA-REFERENCIAS.
002200     05  XRF-TAB-ENTRADA OCCURS 5000 TIMES
002210                         INDEXED BY IX-XRF.
002220         10  XRF-TAB-COD-ANTIGO   PIC 9(06).
002230         10  XRF-TAB-COD-NOVO     PIC 9(06).
002240         10  XRF-TAB-DATA         PIC 9(08).
002250 77  WS-QTD-REFERENCIAS       PIC 9(04) VALUE ZEROS COMP.
002260 77  WS-CNT-XRF-EXCEDENTES    PIC 9(05) VALUE ZEROS.
002270 77  WS-XRF-ACHADA-SW         PIC X(01) VALUE 'N'.
002280         88  REFERENCIA-ACHADA         VALUE 'S'.
002290         88  REFERENCIA-NAO-ACHADA     VALUE 'N'.
002300
002310*----------------------------------------------------------------
002320*   PEDIDOS ACEITOS NESTA RODADA, COM O SOBREVIVENTE JA
002330*   RESOLVIDO (E ATUALIZADO QUANDO UM PEDIDO SEGUINTE O MESCLA).
002340*----------------------------------------------------------------
002350 01  TABELA-MESCLAS.
002360     05  MSC-TAB-ENTRADA OCCURS 500 TIMES
002370                         INDEXED BY IX-MSC.
002380         10  MSC-TAB-COD-ANTIGO   PIC 9(06).
002390         10  MSC-TAB-COD-NOVO     PIC 9(06).
002400 77  WS-QTD-MESCLAS           PIC 9(04) VALUE ZEROS COMP.
002410 77  WS-SOBREV-SW             PIC X(01) VALUE 'N'.
002420         88  SOBREVIVENTE-DA-RODADA    VALUE 'S'.
002430         88  NAO-SOBREVIVENTE          VALUE 'N'.
002440
002450*----------------------------------------------------------------
002460*   PARTICIP, PARTWAIT E VARPARES EM MEMORIA, NA ORDEM DO
002470*   ARQUIVO (NO PARTWAIT A ORDEM E A POSICAO NA FILA). PAR COM
002480*   KEEP-SW 'N' FOI COLAPSADO E NAO E REGRAVADO.
002490*----------------------------------------------------------------
002500 01  TABELA-PARES.
002510     05  PAR-TAB-ENTRADA OCCURS 2000 TIMES
002520                         INDEXED BY IX-PAR IX-PAR-DUP.
002530         10  PAR-TAB-LINHA        PIC X(80).
002540         10  PAR-TAB-CAMPOS REDEFINES PAR-TAB-LINHA.
002550             15  PAR-TAB-COD-CLIENTE  PIC 9(06).
002560             15  PAR-TAB-COD-EVENTO   PIC 9(06).
002570             15  FILLER               PIC X(68).
002580         10  PAR-TAB-KEEP-SW      PIC X(01).
002590 77  WS-QTD-PARES             PIC 9(04) VALUE ZEROS COMP.
002600
002610 01  TABELA-ESPERA.
002620     05  ESP-TAB-ENTRADA OCCURS 2000 TIMES
002630                         INDEXED BY IX-ESP IX-ESP-DUP.
002640         10  ESP-TAB-LINHA        PIC X(80).
002650         10  ESP-TAB-CAMPOS REDEFINES ESP-TAB-LINHA.
002660             15  ESP-TAB-COD-CLIENTE  PIC 9(06).
002670             15  ESP-TAB-COD-EVENTO   PIC 9(06).
002680             15  FILLER               PIC X(68).
002690         10  ESP-TAB-KEEP-SW      PIC X(01).
002700 77  WS-QTD-ESPERA            PIC 9(04) VALUE ZEROS COMP.
002710
002720 01  TABELA-VARPARES.
002730     05  VPR-TAB-ENTRADA OCCURS 2000 TIMES
002740                         INDEXED BY IX-VPR IX-VPR-DUP.
002750         10  VPR-TAB-LINHA        PIC X(80).
002760         10  VPR-TAB-CAMPOS REDEFINES VPR-TAB-LINHA.
002770             15  VPR-TAB-COD-CLIENTE  PIC 9(06).
002780             15  VPR-TAB-COD-EVENTO   PIC 9(06).
002790             15  FILLER               PIC X(68).
002800         10  VPR-TAB-KEEP-SW      PIC X(01).
002810 77  WS-QTD-VARPARES          PIC 9(04) VALUE ZEROS COMP.
002820
002830 77  WS-CNT-PAR-EXCEDENTES    PIC 9(05) VALUE ZEROS.
002840 77  WS-CNT-ESP-EXCEDENTES    PIC 9(05) VALUE ZEROS.
002850 77  WS-CNT-VPR-EXCEDENTES    PIC 9(05) VALUE ZEROS.
002860 77  WS-IDX-DUP-ACHADO        PIC 9(04) VALUE ZEROS COMP.
002870 77  WS-DUP-ACHADO-SW         PIC X(01) VALUE 'N'.
002880         88  PAR-DUPLIC-ACHADO         VALUE 'S'.
002890         88  PAR-DUPLIC-NAO-ACHADO     VALUE 'N'.
002900 77  WS-INSCRITO-SW           PIC X(01) VALUE 'N'.
002910         88  PAR-INSCRITO              VALUE 'S'.
002920         88  PAR-NAO-INSCRITO          VALUE 'N'.
002930
002940*----------------------------------------------------------------
002950*   PEDIDO CORRENTE E RESOLUCAO DE CODIGOS
002960*----------------------------------------------------------------
002970 77  WS-COD-ANTIGO            PIC 9(06) VALUE ZEROS.
002980 77  WS-COD-PEDIDO            PIC 9(06) VALUE ZEROS.
002990 77  WS-COD-BUSCA             PIC 9(06) VALUE ZEROS.
003000 77  WS-COD-DESTINO           PIC 9(06) VALUE ZEROS.
003010 77  WS-COD-EVENTO            PIC 9(06) VALUE ZEROS.
003020 77  WS-MOTIVO-PEDIDO         PIC X(40) VALUE SPACES.
003030 77  WS-NOME-ANTIGO           PIC X(10) VALUE SPACES.
003040 77  WS-NOME-DESTINO          PIC X(10) VALUE SPACES.
003050
003060*----------------------------------------------------------------
003070*   PAR TOCADO - VAI PARA O PARTHIST, O AUDITLOG E O RELATORIO
003080*   PELO MESMO PARAGRAFO (8000)
003090*----------------------------------------------------------------
003100 77  WS-TOQ-ARQUIVO           PIC X(08) VALUE SPACES.
003110 77  WS-TOQ-COD-ANTIGO        PIC 9(06) VALUE ZEROS.
003120 77  WS-TOQ-COD-NOVO          PIC 9(06) VALUE ZEROS.
003130 77  WS-TOQ-EVENTO            PIC 9(06) VALUE ZEROS.
003140 77  WS-TOQ-ACAO              PIC X(01) VALUE SPACES.
003150         88  TOQ-REMAPEADO             VALUE 'R'.
003160         88  TOQ-COLAPSADO             VALUE 'C'.
003170         88  TOQ-JA-INSCRITO           VALUE 'I'.
003180 77  WS-TOQ-TEXTO             PIC X(12) VALUE SPACES.
003190
003200*----------------------------------------------------------------
003210*   CONTADORES DO RODAPE
003220*----------------------------------------------------------------
003230 77  WS-CNT-PEDIDOS           PIC 9(05) VALUE ZEROS.
003240 77  WS-CNT-ACEITOS           PIC 9(05) VALUE ZEROS.
003250 77  WS-CNT-RECUSADOS         PIC 9(05) VALUE ZEROS.
003260 77  WS-CNT-ENCADEADOS        PIC 9(05) VALUE ZEROS.
003270 77  WS-CNT-REMAPEADOS        PIC 9(05) VALUE ZEROS.
003280 77  WS-CNT-COLAPSADOS        PIC 9(05) VALUE ZEROS.
003290 77  WS-CNT-JA-INSCRITOS      PIC 9(05) VALUE ZEROS.
917706
917707*----------------------------------------------------------------
917708*   RETURN-CODE DA RODADA (0, 4 PEDIDO RECUSADO, 8 RECUSA). O CALL
917709*   A AUDITSEL0001 ZERA O RETURN-CODE; ELE SO E MOVIDO NO FIM.
917710*----------------------------------------------------------------
917711 77  WS-RETORNO-RODADA        PIC S9(04) VALUE ZEROS COMP.
003300
003310 PROCEDURE DIVISION.
003320*================================================================
003330*   0000-MAINLINE
003340*================================================================
003350 0000-MAINLINE.
003360     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
003370     ACCEPT WS-HORA-ATUAL FROM TIME
003380     OPEN OUTPUT RELMESCL-FILE
003390     SET MESCLA-ACEITA TO TRUE
003400
003410     MOVE 'MESCLA DE CLIENTES DUPLICADOS' TO REL-LINHA
003420     WRITE REL-LINHA
003430     MOVE SPACES TO REL-LINHA
003440     WRITE REL-LINHA
003450
003460     PERFORM 1000-CARREGAR-MESTRES THRU 1000-EXIT
003470     IF MESCLA-RECUSADA
003480         GO TO 0000-RECUSAR
003490     END-IF
003500
003510     PERFORM 2000-LER-PEDIDOS THRU 2000-EXIT
003520     IF WS-QTD-MESCLAS = ZEROS
003530         MOVE SPACES TO REL-LINHA
003540         WRITE REL-LINHA
003550         MOVE 'NENHUM PEDIDO DE MESCLA ACEITO' TO WS-MOTIVO-RECUSA
003560         GO TO 0000-RECUSAR
003570     END-IF
003580
003590     OPEN EXTEND PARTHIST-FILE
911008     SET AUDSEL-INICIAR TO TRUE
911009     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911501                               AUDIT-REGISTRO
003600     OPEN EXTEND AUDITLOG-FILE
003610     PERFORM 3000-REMAPEAR-PARTICIP THRU 3000-EXIT
003620     PERFORM 3300-REMAPEAR-ESPERA THRU 3300-EXIT
003630     PERFORM 3600-REMAPEAR-VARPARES THRU 3600-EXIT
003640     PERFORM 4000-REGISTRAR-CLIENTES THRU 4000-EXIT
003650     CLOSE PARTHIST-FILE
003660     CLOSE AUDITLOG-FILE
003670
003680     PERFORM 5000-GRAVAR-ARQUIVOS THRU 5000-EXIT
003690     PERFORM 6000-GRAVAR-TOTAIS THRU 6000-EXIT
917712     IF WS-CNT-RECUSADOS > ZEROS
917713         MOVE 4 TO WS-RETORNO-RODADA
917714     END-IF
003700     GO TO 0000-ENCERRAR.
003710
003720 0000-RECUSAR.
003730     MOVE WS-MOTIVO-RECUSA TO REL-LINHA
003740     WRITE REL-LINHA
003750     MOVE 'MESTRES E ARQUIVOS DE PARES NAO ALTERADOS' TO REL-LINHA
003760     WRITE REL-LINHA
917715     MOVE 8 TO WS-RETORNO-RODADA.
003770
003780 0000-ENCERRAR.
003790     CLOSE RELMESCL-FILE
917716     MOVE WS-RETORNO-RODADA TO RETURN-CODE
003800     STOP RUN.
003810
003820*================================================================
003830*   1000-CARREGAR-MESTRES - CLIENTES, CLIXREF E OS TRES ARQUIVOS
003840*   DE PARES INTEIROS EM MEMORIA (TODOS OPTIONAL: AUSENTE VALE
003850*   COMO VAZIO). QUALQUER UM ALEM DA CAPACIDADE RECUSA A RODADA.
003860*================================================================
003870 1000-CARREGAR-MESTRES.
003880     MOVE ZEROS TO WS-QTD-CLIENTES WS-CNT-CLI-EXCEDENTES
003890     OPEN INPUT CLIENTES-FILE
003900     IF WS-FS-CLI = '00'
003910         PERFORM 1100-LER-CLIENTE THRU 1100-EXIT
003920             UNTIL WS-FS-CLI NOT = '00'
003930         CLOSE CLIENTES-FILE
003940     ELSE
003950         IF WS-FS-CLI = '05'
003960             CLOSE CLIENTES-FILE
003970         END-IF
003980     END-IF
003990
004000     MOVE ZEROS TO WS-QTD-REFERENCIAS WS-CNT-XRF-EXCEDENTES
004010     OPEN INPUT CLIXREF-FILE
004020     IF WS-FS-XRF = '00'
004030         PERFORM 1200-LER-REFERENCIA THRU 1200-EXIT
004040             UNTIL WS-FS-XRF NOT = '00'
004050         CLOSE CLIXREF-FILE
004060     ELSE
004070         IF WS-FS-XRF = '05'
004080             CLOSE CLIXREF-FILE
004090         END-IF
004100     END-IF
004110
004120     MOVE ZEROS TO WS-QTD-PARES WS-CNT-PAR-EXCEDENTES
004130     OPEN INPUT PARTICIP-FILE
004140     IF WS-FS-PAR = '00'
004150         PERFORM 1300-LER-PAR THRU 1300-EXIT
004160             UNTIL WS-FS-PAR NOT = '00'
004170         CLOSE PARTICIP-FILE
004180     ELSE
004190         IF WS-FS-PAR = '05'
004200             CLOSE PARTICIP-FILE
004210         END-IF
004220     END-IF
004230
004240     MOVE ZEROS TO WS-QTD-ESPERA WS-CNT-ESP-EXCEDENTES
004250     OPEN INPUT PARTWAIT-FILE
004260     IF WS-FS-WAIT = '00'
004270         PERFORM 1400-LER-ESPERA THRU 1400-EXIT
004280             UNTIL WS-FS-WAIT NOT = '00'
004290         CLOSE PARTWAIT-FILE
004300     ELSE
004310         IF WS-FS-WAIT = '05'
004320             CLOSE PARTWAIT-FILE
004330         END-IF
004340     END-IF
004350
004360     MOVE ZEROS TO WS-QTD-VARPARES WS-CNT-VPR-EXCEDENTES
004370     OPEN INPUT VARPARES-FILE
004380     IF WS-FS-VPR = '00'
004390         PERFORM 1500-LER-VARPAR THRU 1500-EXIT
004400             UNTIL WS-FS-VPR NOT = '00'
004410         CLOSE VARPARES-FILE
004420     ELSE
004430         IF WS-FS-VPR = '05'
004440             CLOSE VARPARES-FILE
004450         END-IF
004460     END-IF
004470
004480     IF WS-CNT-CLI-EXCEDENTES > ZEROS
004490         SET MESCLA-RECUSADA TO TRUE
004500         MOVE 'CLIENTES ALEM DA CAPACIDADE DA TABELA (5000)'
004510             TO WS-MOTIVO-RECUSA
004520         GO TO 1000-EXIT
004530     END-IF
004540     IF WS-CNT-XRF-EXCEDENTES > ZEROS
004550         SET MESCLA-RECUSADA TO TRUE
004560         MOVE 'CLIXREF ALEM DA CAPACIDADE DA TABELA (5000)'
004570             TO WS-MOTIVO-RECUSA
004580         GO TO 1000-EXIT
004590     END-IF
004600     IF WS-CNT-PAR-EXCEDENTES > ZEROS
004610         SET MESCLA-RECUSADA TO TRUE
004620         MOVE 'PARTICIP ALEM DA CAPACIDADE DA TABELA (2000)'
004630             TO WS-MOTIVO-RECUSA
004640         GO TO 1000-EXIT
004650     END-IF
004660     IF WS-CNT-ESP-EXCEDENTES > ZEROS
004670         SET MESCLA-RECUSADA TO TRUE
004680         MOVE 'PARTWAIT ALEM DA CAPACIDADE DA TABELA (2000)'
004690             TO WS-MOTIVO-RECUSA
004700         GO TO 1000-EXIT
004710     END-IF
004720     IF WS-CNT-VPR-EXCEDENTES > ZEROS
004730         SET MESCLA-RECUSADA TO TRUE
004740         MOVE 'VARPARES ALEM DA CAPACIDADE DA TABELA (2000)'
004750             TO WS-MOTIVO-RECUSA
004760     END-IF.
004770 1000-EXIT.
004780     EXIT.
004790
004800 1100-LER-CLIENTE.
910027     READ CLIENTES-FILE NEXT RECORD
004820     IF WS-FS-CLI = '00'
004830         IF WS-QTD-CLIENTES < 5000
004840             ADD 1 TO WS-QTD-CLIENTES
004850             MOVE CLI-REGISTRO TO CLI-TAB-LINHA (WS-QTD-CLIENTES)
910028             MOVE 'N' TO CLI-TAB-ALTERADO-SW (WS-QTD-CLIENTES)
004860         ELSE
004870             ADD 1 TO WS-CNT-CLI-EXCEDENTES
004880         END-IF
004890     END-IF.
004900 1100-EXIT.
004910     EXIT.
004920
004930 1200-LER-REFERENCIA.
004940     READ CLIXREF-FILE
004950     IF WS-FS-XRF = '00'
004960         IF WS-QTD-REFERENCIAS < 5000
004970             ADD 1 TO WS-QTD-REFERENCIAS
004980             MOVE XREF-COD-ANTIGO
004990                 TO XRF-TAB-COD-ANTIGO (WS-QTD-REFERENCIAS)
005000             MOVE XREF-COD-NOVO
005010                 TO XRF-TAB-COD-NOVO (WS-QTD-REFERENCIAS)
005020             MOVE XREF-DATA
005030                 TO XRF-TAB-DATA (WS-QTD-REFERENCIAS)
005040         ELSE
005050             ADD 1 TO WS-CNT-XRF-EXCEDENTES
005060         END-IF
005070     END-IF.
005080 1200-EXIT.
005090     EXIT.
005100
005110 1300-LER-PAR.
005120     READ PARTICIP-FILE
005130     IF WS-FS-PAR = '00'
005140         IF WS-QTD-PARES < 2000
005150             ADD 1 TO WS-QTD-PARES
005160             MOVE PARTICIP-REGISTRO
005170                 TO PAR-TAB-LINHA (WS-QTD-PARES)
005180             MOVE 'S' TO PAR-TAB-KEEP-SW (WS-QTD-PARES)
005190         ELSE
005200             ADD 1 TO WS-CNT-PAR-EXCEDENTES
005210         END-IF
005220     END-IF.
005230 1300-EXIT.
005240     EXIT.
005250
005260 1400-LER-ESPERA.
005270     READ PARTWAIT-FILE
005280     IF WS-FS-WAIT = '00'
005290         IF WS-QTD-ESPERA < 2000
005300             ADD 1 TO WS-QTD-ESPERA
005310             MOVE PARTWAIT-REGISTRO
005320                 TO ESP-TAB-LINHA (WS-QTD-ESPERA)
005330             MOVE 'S' TO ESP-TAB-KEEP-SW (WS-QTD-ESPERA)
005340         ELSE
005350             ADD 1 TO WS-CNT-ESP-EXCEDENTES
005360         END-IF
005370     END-IF.
005380 1400-EXIT.
005390     EXIT.
005400
005410 1500-LER-VARPAR.
005420     READ VARPARES-FILE
005430     IF WS-FS-VPR = '00'
005440         IF WS-QTD-VARPARES < 2000
005450             ADD 1 TO WS-QTD-VARPARES
005460             MOVE VARPARES-REGISTRO
005470                 TO VPR-TAB-LINHA (WS-QTD-VARPARES)
005480             MOVE 'S' TO VPR-TAB-KEEP-SW (WS-QTD-VARPARES)
005490         ELSE
005500             ADD 1 TO WS-CNT-VPR-EXCEDENTES
005510         END-IF
005520     END-IF.
005530 1500-EXIT.
005540     EXIT.
005550
005560*================================================================
005570*   2000-LER-PEDIDOS - LE O MESCLATX (OPTIONAL) E VALIDA CADA
005580*   PEDIDO. O ACEITO JA MARCA O CLIENTE ANTIGO NA TABELA E ENTRA
005590*   NA TABELA DE REFERENCIAS, DE MODO QUE UM PEDIDO SEGUINTE DO
005600*   MESMO LOTE VE A MESCLA (REPETIDO OU EM CADEIA).
005610*================================================================
005620 2000-LER-PEDIDOS.
005630     MOVE ZEROS TO WS-QTD-MESCLAS
005640     MOVE 'PEDIDOS' TO REL-LINHA
005650     WRITE REL-LINHA
005660     OPEN INPUT MESCLATX-FILE
005670     IF WS-FS-MTX = '00'
005680         PERFORM 2100-LER-PEDIDO THRU 2100-EXIT
005690             UNTIL WS-FS-MTX NOT = '00'
005700         CLOSE MESCLATX-FILE
005710     ELSE
005720         IF WS-FS-MTX = '05'
005730             CLOSE MESCLATX-FILE
005740         END-IF
005750     END-IF.
005760 2000-EXIT.
005770     EXIT.
005780
005790 2100-LER-PEDIDO.
005800     READ MESCLATX-FILE
005810     IF WS-FS-MTX NOT = '00'
005820         GO TO 2100-EXIT
005830     END-IF
005840
005850     ADD 1 TO WS-CNT-PEDIDOS
005860     MOVE SPACES TO WS-MOTIVO-PEDIDO
005870     MOVE SPACES TO WS-NOME-ANTIGO WS-NOME-DESTINO
005880     MOVE ZEROS TO WS-COD-DESTINO
005890     PERFORM 2200-VALIDAR-PEDIDO THRU 2200-EXIT
005900
005910     IF WS-MOTIVO-PEDIDO = SPACES
005920         PERFORM 2300-ACEITAR-PEDIDO THRU 2300-EXIT
005930     END-IF
005940     PERFORM 2400-IMPRIMIR-PEDIDO THRU 2400-EXIT.
005950 2100-EXIT.
005960     EXIT.
005970
005980*================================================================
005990*   2200-VALIDAR-PEDIDO - OS DOIS CODIGOS NUMERICOS E DIFERENTES;
006000*   O ANTIGO CADASTRADO E AINDA NAO MESCLADO; O SOBREVIVENTE
006010*   CADASTRADO. SOBREVIVENTE JA MESCLADO E TROCADO PELO SEU
006020*   PROPRIO SOBREVIVENTE (SEMPRE O ULTIMO), QUE NAO PODE SER O
006030*   CODIGO ANTIGO. MOTIVO EM BRANCO = PEDIDO VALIDO.
006040*================================================================
006050 2200-VALIDAR-PEDIDO.
006060     IF MTX-COD-ANTIGO IS NOT NUMERIC
006070         OR MTX-COD-NOVO IS NOT NUMERIC
006080         MOVE ZEROS TO WS-COD-ANTIGO WS-COD-PEDIDO
006090         MOVE 'CODIGO NAO NUMERICO' TO WS-MOTIVO-PEDIDO
006100         GO TO 2200-EXIT
006110     END-IF
006120     MOVE MTX-COD-ANTIGO TO WS-COD-ANTIGO
006130     MOVE MTX-COD-NOVO   TO WS-COD-PEDIDO
006140
006150     IF WS-COD-ANTIGO = WS-COD-PEDIDO
006160         MOVE 'CODIGOS IGUAIS' TO WS-MOTIVO-PEDIDO
006170         GO TO 2200-EXIT
006180     END-IF
006190
006200     MOVE WS-COD-ANTIGO TO WS-COD-BUSCA
006210     PERFORM 7000-LOCALIZAR-CLIENTE THRU 7000-EXIT
006220     IF CLIENTE-NAO-ACHADO
006230         MOVE 'CLIENTE ANTIGO NAO CADASTRADO' TO WS-MOTIVO-PEDIDO
006240         GO TO 2200-EXIT
006250     END-IF
006260     MOVE WS-IDX-CLI-ACHADO TO WS-IDX-CLI-ANTIGO
006270     MOVE CLI-TAB-NOME (WS-IDX-CLI-ANTIGO) TO WS-NOME-ANTIGO
006280     IF CLI-TAB-MESCLADO (WS-IDX-CLI-ANTIGO)
006290         MOVE 'CLIENTE ANTIGO JA MESCLADO' TO WS-MOTIVO-PEDIDO
006300         GO TO 2200-EXIT
006310     END-IF
006320
006330     MOVE WS-COD-PEDIDO TO WS-COD-BUSCA
006340     PERFORM 7000-LOCALIZAR-CLIENTE THRU 7000-EXIT
006350     IF CLIENTE-NAO-ACHADO
006360         MOVE 'SOBREVIVENTE NAO CADASTRADO' TO WS-MOTIVO-PEDIDO
006370         GO TO 2200-EXIT
006380     END-IF
006390     MOVE WS-COD-PEDIDO TO WS-COD-DESTINO
006400     IF CLI-TAB-MESCLADO (WS-IDX-CLI-ACHADO)
006410         MOVE CLI-TAB-COD-SOBREV (WS-IDX-CLI-ACHADO)
006420             TO WS-COD-DESTINO WS-COD-BUSCA
006430         PERFORM 7000-LOCALIZAR-CLIENTE THRU 7000-EXIT
006440         IF CLIENTE-NAO-ACHADO
006450             MOVE 'SOBREVIVENTE MESCLADO SEM CADASTRO'
006460                 TO WS-MOTIVO-PEDIDO
006470             GO TO 2200-EXIT
006480         END-IF
006490     END-IF
006500     MOVE CLI-TAB-NOME (WS-IDX-CLI-ACHADO) TO WS-NOME-DESTINO
006510
006520     IF WS-COD-DESTINO = WS-COD-ANTIGO
006530         MOVE 'MESCLA CIRCULAR' TO WS-MOTIVO-PEDIDO
006540         GO TO 2200-EXIT
006550     END-IF
006560
006570     IF WS-QTD-MESCLAS NOT < 500
006580         MOVE 'LOTE ALEM DA CAPACIDADE (500)' TO WS-MOTIVO-PEDIDO
006590         GO TO 2200-EXIT
006600     END-IF
006610     IF WS-QTD-REFERENCIAS NOT < 5000
006620         MOVE 'CLIXREF SEM ESPACO NA TABELA (5000)'
006630             TO WS-MOTIVO-PEDIDO
006640     END-IF.
006650 2200-EXIT.
006660     EXIT.
006670
006680*================================================================
006690*   2300-ACEITAR-PEDIDO - MARCA O CLIENTE ANTIGO, LEVA AO NOVO
006700*   SOBREVIVENTE QUEM APONTAVA PARA O CLIENTE ANTIGO (CLIENTES,
006710*   PEDIDOS DO LOTE E CLIXREF) E ACRESCENTA A REFERENCIA.
006720*================================================================
006730 2300-ACEITAR-PEDIDO.
006740     ADD 1 TO WS-CNT-ACEITOS
006750     MOVE 'M' TO CLI-TAB-SITUACAO (WS-IDX-CLI-ANTIGO)
006760     MOVE WS-COD-DESTINO TO CLI-TAB-COD-SOBREV (WS-IDX-CLI-ANTIGO)
006770     MOVE WS-DATA-ATUAL TO CLI-TAB-DATA-MESCLA (WS-IDX-CLI-ANTIGO)
910029     SET CLI-TAB-ALTERADO (WS-IDX-CLI-ANTIGO) TO TRUE
006780
006790     PERFORM 2310-ENCADEAR-CLIENTE THRU 2310-EXIT
006800         VARYING IX-CLI FROM 1 BY 1
006810         UNTIL IX-CLI > WS-QTD-CLIENTES
006820     IF WS-QTD-MESCLAS > ZEROS
006830         PERFORM 2320-ENCADEAR-MESCLA THRU 2320-EXIT
006840             VARYING IX-MSC FROM 1 BY 1
006850             UNTIL IX-MSC > WS-QTD-MESCLAS
006860     END-IF
006870     IF WS-QTD-REFERENCIAS > ZEROS
006880         PERFORM 2330-ENCADEAR-REFERENCIA THRU 2330-EXIT
006890             VARYING IX-XRF FROM 1 BY 1
006900             UNTIL IX-XRF > WS-QTD-REFERENCIAS
006910     END-IF
006920
006930     ADD 1 TO WS-QTD-MESCLAS
006940     MOVE WS-COD-ANTIGO  TO MSC-TAB-COD-ANTIGO (WS-QTD-MESCLAS)
006950     MOVE WS-COD-DESTINO TO MSC-TAB-COD-NOVO (WS-QTD-MESCLAS)
006960
006970     ADD 1 TO WS-QTD-REFERENCIAS
006980     SET IX-XRF TO WS-QTD-REFERENCIAS
006990     MOVE WS-COD-ANTIGO  TO XRF-TAB-COD-ANTIGO (IX-XRF)
007000     MOVE WS-COD-DESTINO TO XRF-TAB-COD-NOVO (IX-XRF)
007010     MOVE WS-DATA-ATUAL  TO XRF-TAB-DATA (IX-XRF).
007020 2300-EXIT.
007030     EXIT.
007040
007050 2310-ENCADEAR-CLIENTE.
007060     IF CLI-TAB-MESCLADO (IX-CLI)
007070         AND CLI-TAB-COD-SOBREV (IX-CLI) = WS-COD-ANTIGO
007080         MOVE WS-COD-DESTINO TO CLI-TAB-COD-SOBREV (IX-CLI)
910030         SET CLI-TAB-ALTERADO (IX-CLI) TO TRUE
007090     END-IF.
007100 2310-EXIT.
007110     EXIT.
007120
007130 2320-ENCADEAR-MESCLA.
007140     IF MSC-TAB-COD-NOVO (IX-MSC) = WS-COD-ANTIGO
007150         MOVE WS-COD-DESTINO TO MSC-TAB-COD-NOVO (IX-MSC)
007160     END-IF.
007170 2320-EXIT.
007180     EXIT.
007190
007200 2330-ENCADEAR-REFERENCIA.
007210     IF XRF-TAB-COD-NOVO (IX-XRF) = WS-COD-ANTIGO
007220         MOVE WS-COD-DESTINO TO XRF-TAB-COD-NOVO (IX-XRF)
007230         ADD 1 TO WS-CNT-ENCADEADOS
007240     END-IF.
007250 2330-EXIT.
007260     EXIT.
007270
007280 2400-IMPRIMIR-PEDIDO.
007290     MOVE SPACES TO REL-LINHA
007300     IF WS-MOTIVO-PEDIDO = SPACES
007310         STRING '  ACEITO   '     DELIMITED BY SIZE
007320                WS-COD-ANTIGO    DELIMITED BY SIZE
007330                ' '              DELIMITED BY SIZE
007340                WS-NOME-ANTIGO   DELIMITED BY SIZE
007350                ' -> '           DELIMITED BY SIZE
007360                WS-COD-DESTINO   DELIMITED BY SIZE
007370                ' '              DELIMITED BY SIZE
007380                WS-NOME-DESTINO  DELIMITED BY SIZE
007390             INTO REL-LINHA
007400         END-STRING
007410     ELSE
007420         ADD 1 TO WS-CNT-RECUSADOS
007430         STRING '  RECUSADO '     DELIMITED BY SIZE
007440                MTX-COD-ANTIGO   DELIMITED BY SIZE
007450                ' -> '           DELIMITED BY SIZE
007460                MTX-COD-NOVO     DELIMITED BY SIZE
007470                '  '             DELIMITED BY SIZE
007480                WS-MOTIVO-PEDIDO DELIMITED BY SIZE
007490             INTO REL-LINHA
007500         END-STRING
007510     END-IF
007520     WRITE REL-LINHA.
007530 2400-EXIT.
007540     EXIT.
007550
007560*================================================================
007570*   3000-REMAPEAR-PARTICIP - TROCA O CODIGO MESCLADO PELO
007580*   SOBREVIVENTE. SE O SOBREVIVENTE JA TEM O MESMO EVENTO, O PAR
007590*   DO CODIGO ANTIGO E COLAPSADO (FICA UMA INSCRICAO SO).
007600*================================================================
007610 3000-REMAPEAR-PARTICIP.
007620     MOVE SPACES TO REL-LINHA
007630     WRITE REL-LINHA
007640     MOVE 'REGISTROS TOCADOS' TO REL-LINHA
007650     WRITE REL-LINHA
007660     MOVE 'PARTICIP' TO WS-TOQ-ARQUIVO
007670     IF WS-QTD-PARES > ZEROS
007680         PERFORM 3100-REMAPEAR-PAR THRU 3100-EXIT
007690             VARYING IX-PAR FROM 1 BY 1
007700             UNTIL IX-PAR > WS-QTD-PARES
007710     END-IF.
007720 3000-EXIT.
007730     EXIT.
007740
007750 3100-REMAPEAR-PAR.
007760     IF PAR-TAB-KEEP-SW (IX-PAR) = 'N'
007770         GO TO 3100-EXIT
007780     END-IF
007790     MOVE PAR-TAB-COD-CLIENTE (IX-PAR) TO WS-COD-BUSCA
007800     PERFORM 7100-RESOLVER-CODIGO THRU 7100-EXIT
007810     IF REFERENCIA-NAO-ACHADA
007820         GO TO 3100-EXIT
007830     END-IF
007840
007850     MOVE PAR-TAB-COD-EVENTO (IX-PAR) TO WS-COD-EVENTO
007860     SET PAR-DUPLIC-NAO-ACHADO TO TRUE
007870     PERFORM 3110-PROCURAR-PAR-DUPLIC THRU 3110-EXIT
007880         VARYING IX-PAR-DUP FROM 1 BY 1
007890         UNTIL IX-PAR-DUP > WS-QTD-PARES OR PAR-DUPLIC-ACHADO
007900
007910     MOVE WS-COD-BUSCA   TO WS-TOQ-COD-ANTIGO
007920     MOVE WS-COD-DESTINO TO WS-TOQ-COD-NOVO
007930     MOVE WS-COD-EVENTO  TO WS-TOQ-EVENTO
007940     IF PAR-DUPLIC-ACHADO
007950         MOVE 'N' TO PAR-TAB-KEEP-SW (IX-PAR)
007960         SET TOQ-COLAPSADO TO TRUE
007970     ELSE
007980         MOVE WS-COD-DESTINO TO PAR-TAB-COD-CLIENTE (IX-PAR)
007990         SET TOQ-REMAPEADO TO TRUE
008000     END-IF
008010     PERFORM 8000-REGISTRAR-TOQUE THRU 8000-EXIT.
008020 3100-EXIT.
008030     EXIT.
008040
008050 3110-PROCURAR-PAR-DUPLIC.
008060     IF IX-PAR-DUP NOT = IX-PAR
008070         AND PAR-TAB-KEEP-SW (IX-PAR-DUP) = 'S'
008080         AND PAR-TAB-COD-CLIENTE (IX-PAR-DUP) = WS-COD-DESTINO
008090         AND PAR-TAB-COD-EVENTO (IX-PAR-DUP) = WS-COD-EVENTO
008100         SET PAR-DUPLIC-ACHADO TO TRUE
008110     END-IF.
008120 3110-EXIT.
008130     EXIT.
008140
008150*================================================================
008160*   3300-REMAPEAR-ESPERA - COMO O PARTICIP, MAS RESPEITANDO A
008170*   FILA: SE O SOBREVIVENTE TAMBEM ESPERA PELO EVENTO, FICA O
008180*   LUGAR MAIS ANTIGO DOS DOIS (JA COM O CODIGO SOBREVIVENTE) E
008190*   O OUTRO E COLAPSADO. LUGAR DE SOBREVIVENTE DA RODADA QUE
008200*   FICOU INSCRITO NO MESMO EVENTO SAI DA FILA.
008210*================================================================
008220 3300-REMAPEAR-ESPERA.
008230     MOVE 'PARTWAIT' TO WS-TOQ-ARQUIVO
008240     IF WS-QTD-ESPERA > ZEROS
008250         PERFORM 3400-REMAPEAR-LUGAR THRU 3400-EXIT
008260             VARYING IX-ESP FROM 1 BY 1
008270             UNTIL IX-ESP > WS-QTD-ESPERA
008280     END-IF.
008290 3300-EXIT.
008300     EXIT.
008310
008320 3400-REMAPEAR-LUGAR.
008330     IF ESP-TAB-KEEP-SW (IX-ESP) = 'N'
008340         GO TO 3400-EXIT
008350     END-IF
008360     MOVE ESP-TAB-COD-CLIENTE (IX-ESP) TO WS-COD-BUSCA
008370     MOVE ESP-TAB-COD-EVENTO (IX-ESP)  TO WS-COD-EVENTO
008380     PERFORM 7100-RESOLVER-CODIGO THRU 7100-EXIT
008390     IF REFERENCIA-NAO-ACHADA
008400         MOVE WS-COD-BUSCA TO WS-COD-DESTINO
008410         PERFORM 7200-PROCURAR-SOBREVIVENTE THRU 7200-EXIT
008420         IF NAO-SOBREVIVENTE
008430             GO TO 3400-EXIT
008440         END-IF
008450         GO TO 3400-CONFERIR-INSCRITO
008460     END-IF
008470
008480     SET PAR-DUPLIC-NAO-ACHADO TO TRUE
008490     PERFORM 3410-PROCURAR-LUGAR-DUPLIC THRU 3410-EXIT
008500         VARYING IX-ESP-DUP FROM 1 BY 1
008510         UNTIL IX-ESP-DUP > WS-QTD-ESPERA OR PAR-DUPLIC-ACHADO
008520
008530     MOVE WS-COD-BUSCA   TO WS-TOQ-COD-ANTIGO
008540     MOVE WS-COD-DESTINO TO WS-TOQ-COD-NOVO
008550     MOVE WS-COD-EVENTO  TO WS-TOQ-EVENTO
008560     IF PAR-DUPLIC-ACHADO
008570         SET IX-ESP-DUP TO WS-IDX-DUP-ACHADO
008580         IF IX-ESP-DUP < IX-ESP
008590             MOVE 'N' TO ESP-TAB-KEEP-SW (IX-ESP)
008600             SET TOQ-COLAPSADO TO TRUE
008610             PERFORM 8000-REGISTRAR-TOQUE THRU 8000-EXIT
008620             GO TO 3400-EXIT
008630         END-IF
008640     END-IF
008650
008660     MOVE WS-COD-DESTINO TO ESP-TAB-COD-CLIENTE (IX-ESP)
008670     SET TOQ-REMAPEADO TO TRUE
008680     PERFORM 8000-REGISTRAR-TOQUE THRU 8000-EXIT
008690
008700*    O LUGAR DO SOBREVIVENTE ERA POSTERIOR: FICA NA FILA O DO
008710*    CODIGO ANTIGO, QUE ACABOU DE SER REMAPEADO.
008720     IF PAR-DUPLIC-ACHADO
008730         MOVE 'N' TO ESP-TAB-KEEP-SW (IX-ESP-DUP)
008740         MOVE WS-COD-DESTINO TO WS-TOQ-COD-ANTIGO
008750         SET TOQ-COLAPSADO TO TRUE
008760         PERFORM 8000-REGISTRAR-TOQUE THRU 8000-EXIT
008770     END-IF.
008780
008790 3400-CONFERIR-INSCRITO.
008800     SET PAR-NAO-INSCRITO TO TRUE
008810     IF WS-QTD-PARES > ZEROS
008820         PERFORM 3420-PROCURAR-INSCRITO THRU 3420-EXIT
008830             VARYING IX-PAR FROM 1 BY 1
008840             UNTIL IX-PAR > WS-QTD-PARES OR PAR-INSCRITO
008850     END-IF
008860     IF PAR-INSCRITO
008870         MOVE 'N' TO ESP-TAB-KEEP-SW (IX-ESP)
008880         MOVE WS-COD-BUSCA   TO WS-TOQ-COD-ANTIGO
008890         MOVE WS-COD-DESTINO TO WS-TOQ-COD-NOVO
008900         MOVE WS-COD-EVENTO  TO WS-TOQ-EVENTO
008910         SET TOQ-JA-INSCRITO TO TRUE
008920         PERFORM 8000-REGISTRAR-TOQUE THRU 8000-EXIT
008930     END-IF.
008940 3400-EXIT.
008950     EXIT.
008960
008970 3410-PROCURAR-LUGAR-DUPLIC.
008980     IF IX-ESP-DUP NOT = IX-ESP
008990         AND ESP-TAB-KEEP-SW (IX-ESP-DUP) = 'S'
009000         AND ESP-TAB-COD-CLIENTE (IX-ESP-DUP) = WS-COD-DESTINO
009010         AND ESP-TAB-COD-EVENTO (IX-ESP-DUP) = WS-COD-EVENTO
009020         SET PAR-DUPLIC-ACHADO TO TRUE
009030         SET WS-IDX-DUP-ACHADO TO IX-ESP-DUP
009040     END-IF.
009050 3410-EXIT.
009060     EXIT.
009070
009080 3420-PROCURAR-INSCRITO.
009090     IF PAR-TAB-KEEP-SW (IX-PAR) = 'S'
009100         AND PAR-TAB-COD-CLIENTE (IX-PAR) = WS-COD-DESTINO
009110         AND PAR-TAB-COD-EVENTO (IX-PAR) = WS-COD-EVENTO
009120         SET PAR-INSCRITO TO TRUE
009130     END-IF.
009140 3420-EXIT.
009150     EXIT.
009160
009170*================================================================
009180*   3600-REMAPEAR-VARPARES - MESMA REGRA DO PARTICIP
009190*================================================================
009200 3600-REMAPEAR-VARPARES.
009210     MOVE 'VARPARES' TO WS-TOQ-ARQUIVO
009220     IF WS-QTD-VARPARES > ZEROS
009230         PERFORM 3700-REMAPEAR-VARPAR THRU 3700-EXIT
009240             VARYING IX-VPR FROM 1 BY 1
009250             UNTIL IX-VPR > WS-QTD-VARPARES
009260     END-IF.
009270 3600-EXIT.
009280     EXIT.
009290
009300 3700-REMAPEAR-VARPAR.
009310     IF VPR-TAB-KEEP-SW (IX-VPR) = 'N'
009320         GO TO 3700-EXIT
009330     END-IF
009340     MOVE VPR-TAB-COD-CLIENTE (IX-VPR) TO WS-COD-BUSCA
009350     PERFORM 7100-RESOLVER-CODIGO THRU 7100-EXIT
009360     IF REFERENCIA-NAO-ACHADA
009370         GO TO 3700-EXIT
009380     END-IF
009390
009400     MOVE VPR-TAB-COD-EVENTO (IX-VPR) TO WS-COD-EVENTO
009410     SET PAR-DUPLIC-NAO-ACHADO TO TRUE
009420     PERFORM 3710-PROCURAR-VARPAR-DUPLIC THRU 3710-EXIT
009430         VARYING IX-VPR-DUP FROM 1 BY 1
009440         UNTIL IX-VPR-DUP > WS-QTD-VARPARES OR PAR-DUPLIC-ACHADO
009450
009460     MOVE WS-COD-BUSCA   TO WS-TOQ-COD-ANTIGO
009470     MOVE WS-COD-DESTINO TO WS-TOQ-COD-NOVO
009480     MOVE WS-COD-EVENTO  TO WS-TOQ-EVENTO
009490     IF PAR-DUPLIC-ACHADO
009500         MOVE 'N' TO VPR-TAB-KEEP-SW (IX-VPR)
009510         SET TOQ-COLAPSADO TO TRUE
009520     ELSE
009530         MOVE WS-COD-DESTINO TO VPR-TAB-COD-CLIENTE (IX-VPR)
009540         SET TOQ-REMAPEADO TO TRUE
009550     END-IF
009560     PERFORM 8000-REGISTRAR-TOQUE THRU 8000-EXIT.
009570 3700-EXIT.
009580     EXIT.
009590
009600 3710-PROCURAR-VARPAR-DUPLIC.
009610     IF IX-VPR-DUP NOT = IX-VPR
009620         AND VPR-TAB-KEEP-SW (IX-VPR-DUP) = 'S'
009630         AND VPR-TAB-COD-CLIENTE (IX-VPR-DUP) = WS-COD-DESTINO
009640         AND VPR-TAB-COD-EVENTO (IX-VPR-DUP) = WS-COD-EVENTO
009650         SET PAR-DUPLIC-ACHADO TO TRUE
009660     END-IF.
009670 3710-EXIT.
009680     EXIT.
009690
009700*================================================================
009710*   4000-REGISTRAR-CLIENTES - UM REGISTRO DE AUDITORIA POR
009720*   CLIENTE MARCADO COMO MESCLADO, COM O SOBREVIVENTE FINAL.
009730*================================================================
009740 4000-REGISTRAR-CLIENTES.
009750     PERFORM 4100-REGISTRAR-MESCLA THRU 4100-EXIT
009760         VARYING IX-MSC FROM 1 BY 1
009770         UNTIL IX-MSC > WS-QTD-MESCLAS.
009780 4000-EXIT.
009790     EXIT.
009800
009810 4100-REGISTRAR-MESCLA.
009820     MOVE SPACES TO AUDIT-REGISTRO
009830     MOVE 'MESCLA0001' TO AUDIT-PROGRAMA
009840     MOVE WS-DATA-ATUAL TO AUDIT-DATA
009850     MOVE WS-HORA-ATUAL TO AUDIT-HORA
009860     MOVE MSC-TAB-COD-ANTIGO (IX-MSC) TO AUDIT-VALOR-ENTRADA
009870     MOVE 'CLIENTE MESCLADO' TO AUDIT-CLASSIFICACAO
009880     STRING 'DE '                       DELIMITED BY SIZE
009890            MSC-TAB-COD-ANTIGO (IX-MSC) DELIMITED BY SIZE
009900            ' P/ '                      DELIMITED BY SIZE
009910            MSC-TAB-COD-NOVO (IX-MSC)   DELIMITED BY SIZE
009920         INTO AUDIT-DETALHE
009930     END-STRING
911010     SET AUDSEL-SELAR TO TRUE
911011     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911502                               AUDIT-REGISTRO
009940     MOVE AUDIT-REGISTRO TO AUD-LINHA
009950     WRITE AUD-LINHA.
009960 4100-EXIT.
009970     EXIT.
009980
009990*================================================================
910031*   5000-GRAVAR-ARQUIVOS - REGRAVA NO MESTRE DE CLIENTES SO AS
910032*   LINHAS ALTERADAS, REGRAVA O CLIXREF E, QUANDO TINHAM
910033*   REGISTROS, OS TRES ARQUIVOS DE PARES SEM OS COLAPSADOS.
910034*================================================================
910035 5000-GRAVAR-ARQUIVOS.
910036     OPEN I-O CLIENTES-FILE
910037     PERFORM 5100-GRAVAR-CLIENTE THRU 5100-EXIT
910038         VARYING IX-CLI FROM 1 BY 1
910039         UNTIL IX-CLI > WS-QTD-CLIENTES
910040     CLOSE CLIENTES-FILE
010100
010110     OPEN OUTPUT CLIXREF-FILE
010120     PERFORM 5200-GRAVAR-REFERENCIA THRU 5200-EXIT
010130         VARYING IX-XRF FROM 1 BY 1
010140         UNTIL IX-XRF > WS-QTD-REFERENCIAS
010150     CLOSE CLIXREF-FILE
010160
010170     IF WS-QTD-PARES > ZEROS
010180         OPEN OUTPUT PARTICIP-FILE
010190         PERFORM 5300-GRAVAR-PAR THRU 5300-EXIT
010200             VARYING IX-PAR FROM 1 BY 1
010210             UNTIL IX-PAR > WS-QTD-PARES
010220         CLOSE PARTICIP-FILE
010230     END-IF
010240
010250     IF WS-QTD-ESPERA > ZEROS
010260         OPEN OUTPUT PARTWAIT-FILE
010270         PERFORM 5400-GRAVAR-LUGAR THRU 5400-EXIT
010280             VARYING IX-ESP FROM 1 BY 1
010290             UNTIL IX-ESP > WS-QTD-ESPERA
010300         CLOSE PARTWAIT-FILE
010310     END-IF
010320
010330     IF WS-QTD-VARPARES > ZEROS
010340         OPEN OUTPUT VARPARES-FILE
010350         PERFORM 5500-GRAVAR-VARPAR THRU 5500-EXIT
010360             VARYING IX-VPR FROM 1 BY 1
010370             UNTIL IX-VPR > WS-QTD-VARPARES
010380         CLOSE VARPARES-FILE
010390     END-IF.
010400 5000-EXIT.
010410     EXIT.
010420
910041 5100-GRAVAR-CLIENTE.
910042     IF NOT CLI-TAB-ALTERADO (IX-CLI)
910043         GO TO 5100-EXIT
910044     END-IF
910045
910046     MOVE CLI-TAB-LINHA (IX-CLI) TO CLI-REGISTRO
910047     REWRITE CLI-REGISTRO
910048         INVALID KEY
910049             MOVE SPACES TO REL-LINHA
910050             STRING 'CLIENTE '              DELIMITED BY SIZE
910051                    CLI-TAB-CODIGO (IX-CLI) DELIMITED BY SIZE
910052                    ' NAO REGRAVADO NO MESTRE - FS '
910053                                            DELIMITED BY SIZE
910054                    WS-FS-CLI               DELIMITED BY SIZE
910055                 INTO REL-LINHA
910056             END-STRING
910057             WRITE REL-LINHA
910058     END-REWRITE.
010460 5100-EXIT.
010470     EXIT.
010480
010490 5200-GRAVAR-REFERENCIA.
010500     MOVE SPACES TO XREF-REGISTRO
010510     MOVE XRF-TAB-COD-ANTIGO (IX-XRF) TO XREF-COD-ANTIGO
010520     MOVE XRF-TAB-COD-NOVO (IX-XRF)   TO XREF-COD-NOVO
010530     MOVE XRF-TAB-DATA (IX-XRF)       TO XREF-DATA
010540     WRITE XREF-REGISTRO.
010550 5200-EXIT.
010560     EXIT.
010570
010580 5300-GRAVAR-PAR.
010590     IF PAR-TAB-KEEP-SW (IX-PAR) = 'S'
010600         MOVE PAR-TAB-LINHA (IX-PAR) TO PARTICIP-REGISTRO
010610         WRITE PARTICIP-REGISTRO
010620     END-IF.
010630 5300-EXIT.
010640     EXIT.
010650
010660 5400-GRAVAR-LUGAR.
010670     IF ESP-TAB-KEEP-SW (IX-ESP) = 'S'
010680         MOVE ESP-TAB-LINHA (IX-ESP) TO PARTWAIT-REGISTRO
010690         WRITE PARTWAIT-REGISTRO
010700     END-IF.
010710 5400-EXIT.
010720     EXIT.
010730
010740 5500-GRAVAR-VARPAR.
010750     IF VPR-TAB-KEEP-SW (IX-VPR) = 'S'
010760         MOVE VPR-TAB-LINHA (IX-VPR) TO VARPARES-REGISTRO
010770         WRITE VARPARES-REGISTRO
010780     END-IF.
010790 5500-EXIT.
010800     EXIT.
010810
010820*================================================================
010830*   6000-GRAVAR-TOTAIS - RODAPE DO RELMESCL
010840*================================================================
010850 6000-GRAVAR-TOTAIS.
010860     MOVE SPACES TO REL-LINHA
010870     WRITE REL-LINHA
010880
010890     MOVE SPACES TO REL-LINHA
010900     STRING 'PEDIDOS LIDOS ..............: ' DELIMITED BY SIZE
010910            WS-CNT-PEDIDOS                   DELIMITED BY SIZE
010920         INTO REL-LINHA
010930     END-STRING
010940     WRITE REL-LINHA
010950
010960     MOVE SPACES TO REL-LINHA
010970     STRING 'PEDIDOS ACEITOS ............: ' DELIMITED BY SIZE
010980            WS-CNT-ACEITOS                   DELIMITED BY SIZE
010990         INTO REL-LINHA
011000     END-STRING
011010     WRITE REL-LINHA
011020
011030     MOVE SPACES TO REL-LINHA
011040     STRING 'PEDIDOS RECUSADOS ..........: ' DELIMITED BY SIZE
011050            WS-CNT-RECUSADOS                 DELIMITED BY SIZE
011060         INTO REL-LINHA
011070     END-STRING
011080     WRITE REL-LINHA
011090
011100     MOVE SPACES TO REL-LINHA
011110     STRING 'REFERENCIAS ENCADEADAS .....: ' DELIMITED BY SIZE
011120            WS-CNT-ENCADEADOS                DELIMITED BY SIZE
011130         INTO REL-LINHA
011140     END-STRING
011150     WRITE REL-LINHA
011160
011170     MOVE SPACES TO REL-LINHA
011180     STRING 'PARES REMAPEADOS ...........: ' DELIMITED BY SIZE
011190            WS-CNT-REMAPEADOS                DELIMITED BY SIZE
011200         INTO REL-LINHA
011210     END-STRING
011220     WRITE REL-LINHA
011230
011240     MOVE SPACES TO REL-LINHA
011250     STRING 'PARES COLAPSADOS ...........: ' DELIMITED BY SIZE
011260            WS-CNT-COLAPSADOS                DELIMITED BY SIZE
011270         INTO REL-LINHA
011280     END-STRING
011290     WRITE REL-LINHA
011300
011310     MOVE SPACES TO REL-LINHA
011320     STRING 'SAIDAS DA FILA (INSCRITO) ..: ' DELIMITED BY SIZE
011330            WS-CNT-JA-INSCRITOS              DELIMITED BY SIZE
011340         INTO REL-LINHA
011350     END-STRING
011360     WRITE REL-LINHA.
011370 6000-EXIT.
011380     EXIT.
011390
011400*================================================================
011410*   7000-LOCALIZAR-CLIENTE - PROCURA WS-COD-BUSCA NA TABELA DE
011420*   CLIENTES; ACHADO DEIXA O INDICE EM WS-IDX-CLI-ACHADO.
011430*================================================================
011440 7000-LOCALIZAR-CLIENTE.
011450     SET CLIENTE-NAO-ACHADO TO TRUE
011460     IF WS-QTD-CLIENTES > ZEROS
011470         PERFORM 7010-COMPARAR-CLIENTE THRU 7010-EXIT
011480             VARYING IX-CLI FROM 1 BY 1
011490             UNTIL IX-CLI > WS-QTD-CLIENTES OR CLIENTE-ACHADO
011500     END-IF.
011510 7000-EXIT.
011520     EXIT.
011530
011540 7010-COMPARAR-CLIENTE.
011550     IF CLI-TAB-CODIGO (IX-CLI) = WS-COD-BUSCA
011560         SET CLIENTE-ACHADO TO TRUE
011570         SET WS-IDX-CLI-ACHADO TO IX-CLI
011580     END-IF.
011590 7010-EXIT.
011600     EXIT.
011610
011620*================================================================
011630*   7100-RESOLVER-CODIGO - CODIGO DE UM PAR (WS-COD-BUSCA) QUE
011640*   ESTA NA REFERENCIA CRUZADA DEVOLVE O SOBREVIVENTE EM
011650*   WS-COD-DESTINO.
011660*================================================================
011670 7100-RESOLVER-CODIGO.
011680     SET REFERENCIA-NAO-ACHADA TO TRUE
011690     PERFORM 7110-COMPARAR-REFERENCIA THRU 7110-EXIT
011700         VARYING IX-XRF FROM 1 BY 1
011710         UNTIL IX-XRF > WS-QTD-REFERENCIAS OR REFERENCIA-ACHADA.
011720 7100-EXIT.
011730     EXIT.
011740
011750 7110-COMPARAR-REFERENCIA.
011760     IF XRF-TAB-COD-ANTIGO (IX-XRF) = WS-COD-BUSCA
011770         SET REFERENCIA-ACHADA TO TRUE
011780         MOVE XRF-TAB-COD-NOVO (IX-XRF) TO WS-COD-DESTINO
011790     END-IF.
011800 7110-EXIT.
011810     EXIT.
011820
011830*================================================================
011840*   7200-PROCURAR-SOBREVIVENTE - WS-COD-DESTINO E SOBREVIVENTE
011850*   DE ALGUM PEDIDO ACEITO NESTA RODADA?
011860*================================================================
011870 7200-PROCURAR-SOBREVIVENTE.
011880     SET NAO-SOBREVIVENTE TO TRUE
011890     PERFORM 7210-COMPARAR-SOBREVIVENTE THRU 7210-EXIT
011900         VARYING IX-MSC FROM 1 BY 1
011910         UNTIL IX-MSC > WS-QTD-MESCLAS OR SOBREVIVENTE-DA-RODADA.
011920 7200-EXIT.
011930     EXIT.
011940
011950 7210-COMPARAR-SOBREVIVENTE.
011960     IF MSC-TAB-COD-NOVO (IX-MSC) = WS-COD-DESTINO
011970         SET SOBREVIVENTE-DA-RODADA TO TRUE
011980     END-IF.
011990 7210-EXIT.
012000     EXIT.
012010
012020*================================================================
012030*   8000-REGISTRAR-TOQUE - PAR TOCADO PELA MESCLA: PARTHIST
012040*   (ORIGEM 'M'), AUDITLOG E LINHA DO RELATORIO.
012050*================================================================
012060 8000-REGISTRAR-TOQUE.
012070     EVALUATE TRUE
012080         WHEN TOQ-REMAPEADO
012090             MOVE 'REMAPEADO' TO WS-TOQ-TEXTO
012100             ADD 1 TO WS-CNT-REMAPEADOS
012110         WHEN TOQ-COLAPSADO
012120             MOVE 'COLAPSADO' TO WS-TOQ-TEXTO
012130             ADD 1 TO WS-CNT-COLAPSADOS
012140         WHEN OTHER
012150             MOVE 'JA INSCRITO' TO WS-TOQ-TEXTO
012160             ADD 1 TO WS-CNT-JA-INSCRITOS
012170     END-EVALUATE
012180
012190     MOVE SPACES TO PARTH-REGISTRO
012200     MOVE WS-TOQ-COD-ANTIGO TO PARTH-COD-CLIENTE
012210     MOVE WS-TOQ-EVENTO     TO PARTH-COD-EVENTO
012220     MOVE WS-DATA-ATUAL     TO PARTH-DATA
012230     MOVE WS-HORA-ATUAL     TO PARTH-HORA
012240     SET PARTH-ORIGEM-MESCLA TO TRUE
012250     MOVE WS-TOQ-COD-NOVO   TO PARTH-COD-SOBREVIVENTE
012260     MOVE WS-TOQ-ARQUIVO    TO PARTH-ARQUIVO
012270     MOVE WS-TOQ-ACAO       TO PARTH-ACAO
012280     WRITE PARTH-REGISTRO
012290
012300     MOVE SPACES TO AUDIT-REGISTRO
012310     MOVE 'MESCLA0001' TO AUDIT-PROGRAMA
012320     MOVE WS-DATA-ATUAL TO AUDIT-DATA
012330     MOVE WS-HORA-ATUAL TO AUDIT-HORA
012340     MOVE WS-TOQ-COD-ANTIGO TO AUDIT-VALOR-ENTRADA
012350     STRING WS-TOQ-ARQUIVO DELIMITED BY SIZE
012360            ' '            DELIMITED BY SIZE
012370            WS-TOQ-TEXTO   DELIMITED BY SIZE
012380         INTO AUDIT-CLASSIFICACAO
012390     END-STRING
012400     STRING 'DE '             DELIMITED BY SIZE
012410            WS-TOQ-COD-ANTIGO DELIMITED BY SIZE
012420            ' P/ '            DELIMITED BY SIZE
012430            WS-TOQ-COD-NOVO   DELIMITED BY SIZE
012440            ' EVT '           DELIMITED BY SIZE
012450            WS-TOQ-EVENTO     DELIMITED BY SIZE
012460         INTO AUDIT-DETALHE
012470     END-STRING
911012     SET AUDSEL-SELAR TO TRUE
911013     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911503                               AUDIT-REGISTRO
012480     MOVE AUDIT-REGISTRO TO AUD-LINHA
012490     WRITE AUD-LINHA
012500
012510     MOVE SPACES TO REL-LINHA
012520     STRING '  '              DELIMITED BY SIZE
012530            WS-TOQ-ARQUIVO    DELIMITED BY SIZE
012540            ' '               DELIMITED BY SIZE
012550            WS-TOQ-COD-ANTIGO DELIMITED BY SIZE
012560            ' -> '            DELIMITED BY SIZE
012570            WS-TOQ-COD-NOVO   DELIMITED BY SIZE
012580            '  EVENTO '       DELIMITED BY SIZE
012590            WS-TOQ-EVENTO     DELIMITED BY SIZE
012600            '  '              DELIMITED BY SIZE
012610            WS-TOQ-TEXTO      DELIMITED BY SIZE
012620         INTO REL-LINHA
012630     END-STRING
012640     WRITE REL-LINHA.
012650 8000-EXIT.
012660     EXIT.
