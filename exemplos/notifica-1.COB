000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NOTIFICA0001.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-10-15  MCR    CRIACAO DO PROGRAMA.
917200*   2026-10-15  MCR    NOTIFENV MAIOR QUE A TABELA NAO RECUSA MAIS
917201*                      A RODADA: A TABELA FICA COMO CACHE E A
917202*                      IDENTIDADE NAO ACHADA NELA E PROCURADA
917203*                      DIRETO NO ARQUIVO (1820), COMO O TRANSHST
917204*                      EM CONDICIONAL0001. O RODAPE AVISA A BUSCA
917205*                      DIRETA.
000210*================================================================
000220*   FUNCAO......... ENVIO DAS NOTIFICACOES DA CAIXA DE SAIDA
000230*                    NOTIFOUT (LAYOUT NOTIFREC), GRAVADAS EM
000240*                    EXTEND POR PARTICIPA0002 (PROMOCAO DA FILA),
000250*                    EVENTOS0001 (CASCATA DE INATIVACAO) E
000260*                    CONDICIONAL0002 (RECUPERACAO / REPROVADO).
000270*                    CADA NOTIFICACAO PENDENTE SAI NO ARQUIVO DA
000280*                    GRAFICA (NOTIFMAL, UM REGISTRO POR CARTA) E
000290*                    NA CORRIDA DE CARTAS IMPRESSAS (NOTIFCAR), E
000300*                    VAI PARA O HISTORICO DE ENVIADAS NOTIFENV
000310*                    (EXTEND) MARCADA COMO ENVIADA ('E'), COM A
000320*                    DATA DO ENVIO. O NOTIFENV E O RAZAO DO ENVIO,
000330*                    COMO O FATHIST DE FATURA0001: IDENTIDADE
000340*                    (DESTINATARIO + TIPO + REFERENCIA) QUE JA
000350*                    ESTA NELE NAO SAI DE NOVO, NEM COM O LOTE
000360*                    PRODUTOR RODADO DUAS VEZES; REPETIDA NA
000370*                    PROPRIA CAIXA SAI UMA VEZ SO. NO FIM A CAIXA
000380*                    E REGRAVADA SO COM O QUE FICOU RETIDO
000390*                    (DESTINATARIO OU TIPO INVALIDO).
000400*                    CAIXA MAIOR QUE A TABELA: O EXCEDENTE FICA
000410*                    PARA A RODADA SEGUINTE E A CAIXA NAO E
000420*                    REGRAVADA - O QUE JA FOI ENVIADO E
000430*                    DESCARTADO NA CARGA SEGUINTE PELO NOTIFENV.
917206*                    NOTIFENV MAIOR QUE A TABELA: A TABELA FICA
917207*                    COMO CACHE E A IDENTIDADE QUE NAO ESTA NELA E
917208*                    PROCURADA DIRETO NO ARQUIVO. TUDO SAI LISTADO
917209*                    NO RELNOTIF. RETURN-CODE 4 COM NOTIFICACAO
917210*                    RETIDA OU ADIADA.
000480*================================================================
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPTIONAL NOTIFOUT-FILE ASSIGN TO "NOTIFOUT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-NTF.
000560
000570     SELECT OPTIONAL NOTIFENV-FILE ASSIGN TO "NOTIFENV"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-ENV.
000600
000610     SELECT NOTIFMAL-FILE ASSIGN TO "NOTIFMAL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-MAL.
000640
000650     SELECT NOTIFCAR-FILE ASSIGN TO "NOTIFCAR"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-CAR.
000680
000690     SELECT RELNOTIF-FILE ASSIGN TO "RELNOTIF"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-REL.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  NOTIFOUT-FILE.
000760 01  NTF-LINHA                    PIC X(120).
000770
000780 FD  NOTIFENV-FILE.
000790 01  ENV-LINHA                    PIC X(120).
000800
000810*----------------------------------------------------------------
000820*   ARQUIVO DA GRAFICA - UM REGISTRO POR CARTA, COM O
000830*   DESTINATARIO, O ASSUNTO E AS DUAS LINHAS DE TEXTO JA
000840*   MONTADAS (AS MESMAS DA CARTA IMPRESSA).
000850*----------------------------------------------------------------
000860 FD  NOTIFMAL-FILE.
000870 01  MAL-REGISTRO.
000880     10  MAL-TIPO-DESTINO         PIC X(01).
000890     10  MAL-COD-DESTINO          PIC 9(06).
000900     10  MAL-NOME-DESTINO         PIC X(20).
000910     10  MAL-TIPO                 PIC X(02).
000920     10  MAL-REFERENCIA           PIC 9(06).
000930     10  MAL-DATA-ENVIO           PIC 9(08).
000940     10  MAL-ASSUNTO              PIC X(30).
000950     10  MAL-TEXTO-1              PIC X(70).
000960     10  MAL-TEXTO-2              PIC X(70).
000970     10  FILLER                   PIC X(07).
000980
000990 FD  NOTIFCAR-FILE.
001000 01  CAR-LINHA                    PIC X(80).
001010
001020 FD  RELNOTIF-FILE.
001030 01  REL-LINHA                    PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060     COPY NOTIFREC.
001070
001080 77  WS-FS-NTF                PIC X(02) VALUE '00'.
001090 77  WS-FS-ENV                PIC X(02) VALUE '00'.
001100 77  WS-FS-MAL                PIC X(02) VALUE '00'.
001110 77  WS-FS-CAR                PIC X(02) VALUE '00'.
001120 77  WS-FS-REL                PIC X(02) VALUE '00'.
001130
001140 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001150 77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
001160
001170*----------------------------------------------------------------
917211*   RAZAO DE ENVIO - IDENTIDADES JA ENVIADAS (NOTIFENV). MAIOR
917212*   QUE A TABELA, A CARGA PARA NA CAPACIDADE E A IDENTIDADE NAO
917213*   ACHADA NA TABELA E PROCURADA DIRETO NO ARQUIVO (1820).
001210*----------------------------------------------------------------
001220 01  TABELA-ENVIADAS.
001230     05  ENV-TAB-IDENTIDADE   PIC X(15) OCCURS 3000 TIMES
001240                                 INDEXED BY IX-ENV.
001250 77  WS-QTD-ENVIADAS          PIC 9(04) VALUE ZEROS COMP.
001260 77  WS-RAZAO-EXCEDIDO-SW     PIC X(01) VALUE 'N'.
001270         88  RAZAO-EXCEDIDO            VALUE 'S'.
001280
001290*----------------------------------------------------------------
001300*   CAIXA DE SAIDA - SO AS NOTIFICACOES A ENVIAR ('E') E AS
001310*   RETIDAS ('R'); JA ENVIADA E REPETIDA NAO ENTRAM. O QUE NAO
001320*   COUBER FICA NA CAIXA PARA A RODADA SEGUINTE.
001330*----------------------------------------------------------------
001340 01  TABELA-SAIDA.
001350     05  NTF-TAB-ENTRADA  OCCURS 1000 TIMES
001360                             INDEXED BY IX-NTF.
001370         10  NTF-TAB-LINHA        PIC X(120).
001380         10  NTF-TAB-ACAO         PIC X(01).
001390             88  NTF-TAB-ENVIAR        VALUE 'E'.
001400             88  NTF-TAB-RETER         VALUE 'R'.
001410 77  WS-QTD-SAIDA             PIC 9(04) VALUE ZEROS COMP.
001420 77  WS-SAIDA-EXCEDIDA-SW     PIC X(01) VALUE 'N'.
001430         88  SAIDA-EXCEDIDA            VALUE 'S'.
001440
001450 77  WS-IDENTIDADE-BUSCA      PIC X(15) VALUE SPACES.
001460 77  WS-ACHADA-SW             PIC X(01) VALUE 'N'.
001470         88  IDENTIDADE-ACHADA         VALUE 'S'.
001480         88  IDENTIDADE-NAO-ACHADA     VALUE 'N'.
001490 77  WS-SITUACAO-REL          PIC X(12) VALUE SPACES.
001500 77  WS-TRATAMENTO            PIC X(20) VALUE SPACES.
001510
001520*----------------------------------------------------------------
001530*   TEXTO DA CARTA - MONTADO POR TIPO EM 2100 E USADO IGUAL NA
001540*   CARTA IMPRESSA E NO REGISTRO DA GRAFICA.
001550*----------------------------------------------------------------
001560 77  WS-MSG-ASSUNTO           PIC X(30) VALUE SPACES.
001570 77  WS-MSG-LINHA-1           PIC X(70) VALUE SPACES.
001580 77  WS-MSG-LINHA-2           PIC X(70) VALUE SPACES.
001590
001600*----------------------------------------------------------------
001610*   DATA AAAAMMDD EDITADA EM DD/MM/AAAA
001620*----------------------------------------------------------------
001630 01  WS-DATA-AUX              PIC 9(08) VALUE ZEROS.
001640 01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
001650     05  WS-DATA-AUX-ANO          PIC 9(04).
001660     05  WS-DATA-AUX-MES          PIC 9(02).
001670     05  WS-DATA-AUX-DIA          PIC 9(02).
001680 01  WS-DATA-EDITADA.
001690     05  WS-DATA-ED-DIA           PIC 9(02).
001700     05  FILLER                   PIC X(01) VALUE '/'.
001710     05  WS-DATA-ED-MES           PIC 9(02).
001720     05  FILLER                   PIC X(01) VALUE '/'.
001730     05  WS-DATA-ED-ANO           PIC 9(04).
001740 77  WS-DATA-ENVIO-ED         PIC X(10) VALUE SPACES.
001750
001760*----------------------------------------------------------------
001770*   CONTADORES DO RODAPE
001780*----------------------------------------------------------------
001790 77  WS-CNT-LIDAS             PIC 9(05) VALUE ZEROS.
001800 77  WS-CNT-ENVIADAS          PIC 9(05) VALUE ZEROS.
001810 77  WS-CNT-JA-ENVIADAS       PIC 9(05) VALUE ZEROS.
001820 77  WS-CNT-REPETIDAS         PIC 9(05) VALUE ZEROS.
001830 77  WS-CNT-RETIDAS           PIC 9(05) VALUE ZEROS.
001840 77  WS-CNT-ADIADAS           PIC 9(05) VALUE ZEROS.
001850
001860 PROCEDURE DIVISION.
001870*================================================================
001880*   0000-MAINLINE
001890*================================================================
001900 0000-MAINLINE.
001910     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
001920     ACCEPT WS-HORA-ATUAL FROM TIME
001930     MOVE WS-DATA-ATUAL TO WS-DATA-AUX
001940     PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
001950     MOVE WS-DATA-EDITADA TO WS-DATA-ENVIO-ED
001960
001970     OPEN OUTPUT RELNOTIF-FILE
001980     MOVE SPACES TO REL-LINHA
001990     STRING 'ENVIO DE NOTIFICACOES - '  DELIMITED BY SIZE
002000            WS-DATA-ENVIO-ED            DELIMITED BY SIZE
002010         INTO REL-LINHA
002020     END-STRING
002030     WRITE REL-LINHA
002040     MOVE SPACES TO REL-LINHA
002050     WRITE REL-LINHA
002060
002070     PERFORM 1000-CARREGAR-RAZAO THRU 1000-EXIT
002160     PERFORM 1500-CARREGAR-SAIDA THRU 1500-EXIT
002170
002180     OPEN OUTPUT NOTIFMAL-FILE
002190     OPEN OUTPUT NOTIFCAR-FILE
002200     OPEN EXTEND NOTIFENV-FILE
002210     IF WS-QTD-SAIDA > ZEROS
002220         PERFORM 2000-ENVIAR-NOTIFICACAO THRU 2000-EXIT
002230             VARYING IX-NTF FROM 1 BY 1
002240             UNTIL IX-NTF > WS-QTD-SAIDA
002250     END-IF
002260     CLOSE NOTIFMAL-FILE
002270     CLOSE NOTIFCAR-FILE
002280     CLOSE NOTIFENV-FILE
002290
002300     PERFORM 3000-REGRAVAR-SAIDA THRU 3000-EXIT
002310     PERFORM 4000-GRAVAR-RODAPE THRU 4000-EXIT
002320
002330     IF WS-CNT-RETIDAS > ZEROS OR SAIDA-EXCEDIDA
002340         MOVE 4 TO RETURN-CODE
002350     END-IF.
002360
002370 0000-ENCERRAR.
002380     CLOSE RELNOTIF-FILE
002390     STOP RUN.
002400
002410*================================================================
002420*   1000-CARREGAR-RAZAO - IDENTIDADES DO NOTIFENV (OPTIONAL;
002430*   AUSENTE = NADA ENVIADO AINDA).
002440*================================================================
002450 1000-CARREGAR-RAZAO.
002460     MOVE ZEROS TO WS-QTD-ENVIADAS
002470     OPEN INPUT NOTIFENV-FILE
002480     IF WS-FS-ENV = '00'
002490         PERFORM 1100-LER-ENVIADA THRU 1100-EXIT
002500             UNTIL WS-FS-ENV NOT = '00' OR RAZAO-EXCEDIDO
002510         CLOSE NOTIFENV-FILE
002520     ELSE
002530         IF WS-FS-ENV = '05'
002540             CLOSE NOTIFENV-FILE
002550         END-IF
002560     END-IF.
002570 1000-EXIT.
002580     EXIT.
002590
002600 1100-LER-ENVIADA.
002610     READ NOTIFENV-FILE INTO NOTIF-REGISTRO
002620     IF WS-FS-ENV NOT = '00'
002630         GO TO 1100-EXIT
002640     END-IF
002650
002660     IF WS-QTD-ENVIADAS < 3000
002670         ADD 1 TO WS-QTD-ENVIADAS
002680         MOVE NOTIF-IDENTIDADE
002690             TO ENV-TAB-IDENTIDADE (WS-QTD-ENVIADAS)
002700     ELSE
002710         SET RAZAO-EXCEDIDO TO TRUE
002720     END-IF.
002730 1100-EXIT.
002740     EXIT.
002750
002760*================================================================
002770*   1500-CARREGAR-SAIDA - CADA NOTIFICACAO DA CAIXA (OPTIONAL)
002780*   E CRITICADA: DESTINATARIO OU TIPO INVALIDO FICA RETIDO NA
002790*   CAIXA; IDENTIDADE JA NO NOTIFENV OU JA NA TABELA E
002800*   DESCARTADA; O RESTO VAI PARA O ENVIO. SEM ESPACO NA TABELA,
002810*   A NOTIFICACAO E ADIADA E A CAIXA NAO SERA REGRAVADA.
002820*================================================================
002830 1500-CARREGAR-SAIDA.
002840     MOVE ZEROS TO WS-QTD-SAIDA
002850     OPEN INPUT NOTIFOUT-FILE
002860     IF WS-FS-NTF = '00'
002870         PERFORM 1600-LER-NOTIFICACAO THRU 1600-EXIT
002880             UNTIL WS-FS-NTF NOT = '00'
002890         CLOSE NOTIFOUT-FILE
002900     ELSE
002910         IF WS-FS-NTF = '05'
002920             CLOSE NOTIFOUT-FILE
002930         END-IF
002940     END-IF.
002950 1500-EXIT.
002960     EXIT.
002970
002980 1600-LER-NOTIFICACAO.
002990     READ NOTIFOUT-FILE INTO NOTIF-REGISTRO
003000     IF WS-FS-NTF NOT = '00'
003010         GO TO 1600-EXIT
003020     END-IF
003030     ADD 1 TO WS-CNT-LIDAS
003040
003050     IF (NOT NOTIF-PARA-CLIENTE AND NOT NOTIF-PARA-ALUNO)
003060         OR NOTIF-COD-DESTINO IS NOT NUMERIC
003070         OR NOTIF-REFERENCIA IS NOT NUMERIC
003080         OR (NOT NOTIF-TIPO-EVENTO AND NOT NOTIF-TIPO-NOTA)
003090         OR (NOTIF-PARA-CLIENTE AND NOT NOTIF-TIPO-EVENTO)
003100         OR (NOTIF-PARA-ALUNO AND NOT NOTIF-TIPO-NOTA)
003110         MOVE 'RETIDA' TO WS-SITUACAO-REL
003120         PERFORM 1700-GUARDAR-NA-TABELA THRU 1700-EXIT
003130         IF NOT SAIDA-EXCEDIDA
003140             SET NTF-TAB-RETER (WS-QTD-SAIDA) TO TRUE
003150             ADD 1 TO WS-CNT-RETIDAS
003160             PERFORM 5000-LISTAR-NOTIFICACAO THRU 5000-EXIT
003170         END-IF
003180         GO TO 1600-EXIT
003190     END-IF
003200
003210     MOVE NOTIF-IDENTIDADE TO WS-IDENTIDADE-BUSCA
003220     PERFORM 1800-PROCURAR-NO-RAZAO THRU 1800-EXIT
003230     IF IDENTIDADE-ACHADA
003240         ADD 1 TO WS-CNT-JA-ENVIADAS
003250         MOVE 'JA ENVIADA' TO WS-SITUACAO-REL
003260         PERFORM 5000-LISTAR-NOTIFICACAO THRU 5000-EXIT
003270         GO TO 1600-EXIT
003280     END-IF
003290
003300     PERFORM 1850-PROCURAR-NA-SAIDA THRU 1850-EXIT
003310     IF IDENTIDADE-ACHADA
003320         ADD 1 TO WS-CNT-REPETIDAS
003330         MOVE 'REPETIDA' TO WS-SITUACAO-REL
003340         PERFORM 5000-LISTAR-NOTIFICACAO THRU 5000-EXIT
003350         GO TO 1600-EXIT
003360     END-IF
003370
003380     PERFORM 1700-GUARDAR-NA-TABELA THRU 1700-EXIT
003390     IF NOT SAIDA-EXCEDIDA
003400         SET NTF-TAB-ENVIAR (WS-QTD-SAIDA) TO TRUE
003410     END-IF.
003420 1600-EXIT.
003430     EXIT.
003440
003450 1700-GUARDAR-NA-TABELA.
003460     IF WS-QTD-SAIDA < 1000
003470         ADD 1 TO WS-QTD-SAIDA
003480         MOVE NOTIF-REGISTRO TO NTF-TAB-LINHA (WS-QTD-SAIDA)
003490     ELSE
003500         SET SAIDA-EXCEDIDA TO TRUE
003510         ADD 1 TO WS-CNT-ADIADAS
003520     END-IF.
003530 1700-EXIT.
003540     EXIT.
003550
003560 1800-PROCURAR-NO-RAZAO.
003570     SET IDENTIDADE-NAO-ACHADA TO TRUE
003580     IF WS-QTD-ENVIADAS > ZEROS
003590         PERFORM 1810-COMPARAR-ENVIADA THRU 1810-EXIT
003600             VARYING IX-ENV FROM 1 BY 1
003610             UNTIL IX-ENV > WS-QTD-ENVIADAS
003620                 OR IDENTIDADE-ACHADA
917214     END-IF
917215     IF IDENTIDADE-NAO-ACHADA AND RAZAO-EXCEDIDO
917216         PERFORM 1820-BUSCAR-RAZAO-ARQUIVO THRU 1820-EXIT
917217     END-IF.
003640 1800-EXIT.
003650     EXIT.
003660
003670 1810-COMPARAR-ENVIADA.
003680     IF ENV-TAB-IDENTIDADE (IX-ENV) = WS-IDENTIDADE-BUSCA
003690         SET IDENTIDADE-ACHADA TO TRUE
003700     END-IF.
003710 1810-EXIT.
003720     EXIT.
917218
917219*----------------------------------------------------------------
917220*   1820 - SO EXECUTADA QUANDO O NOTIFENV EXCEDEU A TABELA:
917221*   PROCURA A IDENTIDADE DIRETO NO ARQUIVO. O REGISTRO LIDO FICA
917222*   EM ENV-LINHA PARA NAO PISAR NA NOTIFICACAO CORRENTE.
917223*----------------------------------------------------------------
917224 1820-BUSCAR-RAZAO-ARQUIVO.
917225     OPEN INPUT NOTIFENV-FILE
917226     IF WS-FS-ENV = '00'
917227         PERFORM 1830-LER-RAZAO-BUSCA THRU 1830-EXIT
917228             UNTIL WS-FS-ENV NOT = '00' OR IDENTIDADE-ACHADA
917229         CLOSE NOTIFENV-FILE
917230     ELSE
917231         IF WS-FS-ENV = '05'
917232             CLOSE NOTIFENV-FILE
917233         END-IF
917234     END-IF.
917235 1820-EXIT.
917236     EXIT.
917237
917238 1830-LER-RAZAO-BUSCA.
917239     READ NOTIFENV-FILE
917240     IF WS-FS-ENV = '00'
917241         IF ENV-LINHA (1:15) = WS-IDENTIDADE-BUSCA
917242             SET IDENTIDADE-ACHADA TO TRUE
917243         END-IF
917244     END-IF.
917245 1830-EXIT.
917246     EXIT.
003730
003740*----------------------------------------------------------------
003750*   1850 - REPETIDA NA PROPRIA CAIXA: SO CONTA A QUE JA ESTA
003760*   MARCADA PARA ENVIO (A RETIDA NAO TEM IDENTIDADE CONFIAVEL).
003770*----------------------------------------------------------------
003780 1850-PROCURAR-NA-SAIDA.
003790     SET IDENTIDADE-NAO-ACHADA TO TRUE
003800     IF WS-QTD-SAIDA > ZEROS
003810         PERFORM 1860-COMPARAR-SAIDA THRU 1860-EXIT
003820             VARYING IX-NTF FROM 1 BY 1
003830             UNTIL IX-NTF > WS-QTD-SAIDA
003840                 OR IDENTIDADE-ACHADA
003850     END-IF.
003860 1850-EXIT.
003870     EXIT.
003880
003890 1860-COMPARAR-SAIDA.
003900     IF NTF-TAB-ENVIAR (IX-NTF)
003910         AND NTF-TAB-LINHA (IX-NTF) (1:15) = WS-IDENTIDADE-BUSCA
003920         SET IDENTIDADE-ACHADA TO TRUE
003930     END-IF.
003940 1860-EXIT.
003950     EXIT.
003960
003970*================================================================
003980*   2000-ENVIAR-NOTIFICACAO - MONTA O TEXTO, GRAVA O REGISTRO DA
003990*   GRAFICA, A CARTA E O LANCAMENTO NO NOTIFENV.
004000*================================================================
004010 2000-ENVIAR-NOTIFICACAO.
004020     IF NOT NTF-TAB-ENVIAR (IX-NTF)
004030         GO TO 2000-EXIT
004040     END-IF
004050
004060     MOVE NTF-TAB-LINHA (IX-NTF) TO NOTIF-REGISTRO
004070     PERFORM 2100-MONTAR-TEXTO THRU 2100-EXIT
004080
004090     MOVE SPACES TO MAL-REGISTRO
004100     MOVE NOTIF-TIPO-DESTINO TO MAL-TIPO-DESTINO
004110     MOVE NOTIF-COD-DESTINO  TO MAL-COD-DESTINO
004120     MOVE NOTIF-NOME-DESTINO TO MAL-NOME-DESTINO
004130     MOVE NOTIF-TIPO         TO MAL-TIPO
004140     MOVE NOTIF-REFERENCIA   TO MAL-REFERENCIA
004150     MOVE WS-DATA-ATUAL      TO MAL-DATA-ENVIO
004160     MOVE WS-MSG-ASSUNTO     TO MAL-ASSUNTO
004170     MOVE WS-MSG-LINHA-1     TO MAL-TEXTO-1
004180     MOVE WS-MSG-LINHA-2     TO MAL-TEXTO-2
004190     WRITE MAL-REGISTRO
004200
004210     PERFORM 2200-IMPRIMIR-CARTA THRU 2200-EXIT
004220
004230     SET NOTIF-ENVIADA TO TRUE
004240     MOVE WS-DATA-ATUAL TO NOTIF-DATA-ENVIO
004250     MOVE NOTIF-REGISTRO TO ENV-LINHA
004260     WRITE ENV-LINHA
004270
004280     ADD 1 TO WS-CNT-ENVIADAS
004290     MOVE 'ENVIADA' TO WS-SITUACAO-REL
004300     PERFORM 5000-LISTAR-NOTIFICACAO THRU 5000-EXIT.
004310 2000-EXIT.
004320     EXIT.
004330
004340*================================================================
004350*   2100-MONTAR-TEXTO - ASSUNTO E DUAS LINHAS POR TIPO, COM OS
004360*   DADOS VARIAVEIS DO EVENTO OU DA NOTA.
004370*================================================================
004380 2100-MONTAR-TEXTO.
004390     MOVE SPACES TO WS-MSG-ASSUNTO WS-MSG-LINHA-1 WS-MSG-LINHA-2
004400     IF NOTIF-TIPO-EVENTO
004410         MOVE NOTIF-EVT-INI TO WS-DATA-AUX
004420         PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
004430     END-IF
004440
004450     EVALUATE TRUE
004460         WHEN NOTIF-PROMOVIDO-FILA
004470             MOVE 'VAGA CONFIRMADA EM EVENTO' TO WS-MSG-ASSUNTO
004480             MOVE 'SUA VAGA NA FILA DE ESPERA FOI CONFIRMADA.'
004490                 TO WS-MSG-LINHA-1
004500             STRING 'EVENTO '          DELIMITED BY SIZE
004510                    NOTIF-REFERENCIA   DELIMITED BY SIZE
004520                    ' '                DELIMITED BY SIZE
004530                    NOTIF-EVT-NOME     DELIMITED BY SIZE
004540                    ' - INICIO EM '    DELIMITED BY SIZE
004550                    WS-DATA-EDITADA    DELIMITED BY SIZE
004560                    '.'                DELIMITED BY SIZE
004570                 INTO WS-MSG-LINHA-2
004580             END-STRING
004590         WHEN NOTIF-INSCRICAO-CANCEL
004600             MOVE 'EVENTO CANCELADO' TO WS-MSG-ASSUNTO
004610             MOVE 'O EVENTO ABAIXO FOI CANCELADO E SUA INSCRICAO'
004620                 TO WS-MSG-LINHA-1
004630             STRING 'FOI ENCERRADA: EVENTO ' DELIMITED BY SIZE
004640                    NOTIF-REFERENCIA     DELIMITED BY SIZE
004650                    ' '                  DELIMITED BY SIZE
004660                    NOTIF-EVT-NOME       DELIMITED BY SIZE
004670                    ' DE '               DELIMITED BY SIZE
004680                    WS-DATA-EDITADA      DELIMITED BY SIZE
004690                    '.'                  DELIMITED BY SIZE
004700                 INTO WS-MSG-LINHA-2
004710             END-STRING
004720         WHEN NOTIF-FILA-CANCELADA
004730             MOVE 'EVENTO CANCELADO' TO WS-MSG-ASSUNTO
004740             MOVE 'O EVENTO ABAIXO FOI CANCELADO E SUA VAGA NA'
004750                 TO WS-MSG-LINHA-1
004760             STRING 'FILA DE ESPERA FOI ENCERRADA: EVENTO '
004770                                         DELIMITED BY SIZE
004780                    NOTIF-REFERENCIA     DELIMITED BY SIZE
004790                    ' '                  DELIMITED BY SIZE
004800                    NOTIF-EVT-NOME       DELIMITED BY SIZE
004810                    '.'                  DELIMITED BY SIZE
004820                 INTO WS-MSG-LINHA-2
004830             END-STRING
004840         WHEN NOTIF-RECUPERACAO
004850             MOVE 'RESULTADO DO PERIODO' TO WS-MSG-ASSUNTO
004860             STRING 'SEU RESULTADO NO PERIODO ' DELIMITED BY SIZE
004870                    NOTIF-REFERENCIA            DELIMITED BY SIZE
004880                    ' FOI RECUPERACAO, MEDIA '  DELIMITED BY SIZE
004890                    NOTIF-MEDIA                 DELIMITED BY SIZE
004900                    '.'                         DELIMITED BY SIZE
004910                 INTO WS-MSG-LINHA-1
004920             END-STRING
004930             STRING 'FALTAM '                   DELIMITED BY SIZE
004940                    NOTIF-GAP                   DELIMITED BY SIZE
004950                    ' PONTO(S) PARA A APROVACAO. RECURSO: '
004960                                                DELIMITED BY SIZE
004970                    NOTIF-COD-RECURSO           DELIMITED BY SIZE
004980                    '.'                         DELIMITED BY SIZE
004990                 INTO WS-MSG-LINHA-2
005000             END-STRING
005010         WHEN NOTIF-REPROVADO
005020             MOVE 'RESULTADO DO PERIODO' TO WS-MSG-ASSUNTO
005030             STRING 'SEU RESULTADO NO PERIODO ' DELIMITED BY SIZE
005040                    NOTIF-REFERENCIA            DELIMITED BY SIZE
005050                    ' FOI REPROVADO, MEDIA '    DELIMITED BY SIZE
005060                    NOTIF-MEDIA                 DELIMITED BY SIZE
005070                    '.'                         DELIMITED BY SIZE
005080                 INTO WS-MSG-LINHA-1
005090             END-STRING
005100             STRING 'FALTARAM '                 DELIMITED BY SIZE
005110                    NOTIF-GAP                   DELIMITED BY SIZE
005120                    ' PONTO(S) PARA A RECUPERACAO. RECURSO: '
005130                                                DELIMITED BY SIZE
005140                    NOTIF-COD-RECURSO           DELIMITED BY SIZE
005150                    '.'                         DELIMITED BY SIZE
005160                 INTO WS-MSG-LINHA-2
005170             END-STRING
005180         WHEN NOTIF-REPROVADO-FALTA
005190             MOVE 'RESULTADO DO PERIODO' TO WS-MSG-ASSUNTO
005200             STRING 'SEU RESULTADO NO PERIODO ' DELIMITED BY SIZE
005210                    NOTIF-REFERENCIA            DELIMITED BY SIZE
005220                    ' FOI REPROVADO POR FALTA.' DELIMITED BY SIZE
005230                 INTO WS-MSG-LINHA-1
005240             END-STRING
005250             STRING 'FREQUENCIA DE '            DELIMITED BY SIZE
005260                    NOTIF-FREQ-PCT              DELIMITED BY SIZE
005270                    '% EM '                     DELIMITED BY SIZE
005280                    NOTIF-FREQ-MATERIA          DELIMITED BY SIZE
005290                    '. RECURSO: '               DELIMITED BY SIZE
005300                    NOTIF-COD-RECURSO           DELIMITED BY SIZE
005310                    '.'                         DELIMITED BY SIZE
005320                 INTO WS-MSG-LINHA-2
005330             END-STRING
005340     END-EVALUATE.
005350 2100-EXIT.
005360     EXIT.
005370
005380*================================================================
005390*   2200-IMPRIMIR-CARTA - UMA CARTA POR NOTIFICACAO, SEPARADAS
005400*   POR UMA LINHA DE CORTE.
005410*================================================================
005420 2200-IMPRIMIR-CARTA.
005430     MOVE 'CENTRO DE TREINAMENTO COBOL' TO CAR-LINHA
005440     WRITE CAR-LINHA
005450     MOVE SPACES TO CAR-LINHA
005460     STRING 'DATA: '           DELIMITED BY SIZE
005470            WS-DATA-ENVIO-ED   DELIMITED BY SIZE
005480         INTO CAR-LINHA
005490     END-STRING
005500     WRITE CAR-LINHA
005510     MOVE SPACES TO CAR-LINHA
005520     WRITE CAR-LINHA
005530
005540     IF NOTIF-PARA-CLIENTE
005550         MOVE 'AO(A) CLIENTE ' TO WS-TRATAMENTO
005560     ELSE
005570         MOVE 'AO(A) ALUNO(A) ' TO WS-TRATAMENTO
005580     END-IF
005590     MOVE SPACES TO CAR-LINHA
005600     IF NOTIF-NOME-DESTINO = SPACES
005610         STRING WS-TRATAMENTO       DELIMITED BY '  '
005620                ' '                 DELIMITED BY SIZE
005630                NOTIF-COD-DESTINO   DELIMITED BY SIZE
005640             INTO CAR-LINHA
005650         END-STRING
005660     ELSE
005670         STRING WS-TRATAMENTO       DELIMITED BY '  '
005680                ' '                 DELIMITED BY SIZE
005690                NOTIF-COD-DESTINO   DELIMITED BY SIZE
005700                ' - '               DELIMITED BY SIZE
005710                NOTIF-NOME-DESTINO  DELIMITED BY SIZE
005720             INTO CAR-LINHA
005730         END-STRING
005740     END-IF
005750     WRITE CAR-LINHA
005760     MOVE SPACES TO CAR-LINHA
005770     STRING 'ASSUNTO: '        DELIMITED BY SIZE
005780            WS-MSG-ASSUNTO     DELIMITED BY SIZE
005790         INTO CAR-LINHA
005800     END-STRING
005810     WRITE CAR-LINHA
005820     MOVE SPACES TO CAR-LINHA
005830     WRITE CAR-LINHA
005840
005850     MOVE WS-MSG-LINHA-1 TO CAR-LINHA
005860     WRITE CAR-LINHA
005870     MOVE WS-MSG-LINHA-2 TO CAR-LINHA
005880     WRITE CAR-LINHA
005890     MOVE SPACES TO CAR-LINHA
005900     WRITE CAR-LINHA
005910     MOVE 'EM CASO DE DUVIDA, PROCURE A SECRETARIA.' TO CAR-LINHA
005920     WRITE CAR-LINHA
005930     MOVE SPACES TO CAR-LINHA
005940     WRITE CAR-LINHA
005950     MOVE 'ATENCIOSAMENTE,' TO CAR-LINHA
005960     WRITE CAR-LINHA
005970     MOVE 'SECRETARIA' TO CAR-LINHA
005980     WRITE CAR-LINHA
005990     MOVE ALL '-' TO CAR-LINHA
006000     WRITE CAR-LINHA.
006010 2200-EXIT.
006020     EXIT.
006030
006040*================================================================
006050*   3000-REGRAVAR-SAIDA - A CAIXA VOLTA SO COM AS RETIDAS. COM A
006060*   TABELA EXCEDIDA A CAIXA FICA COMO ESTA: O QUE FOI ENVIADO
006070*   AGORA SERA DESCARTADO NA CARGA SEGUINTE PELO NOTIFENV.
006080*================================================================
006090 3000-REGRAVAR-SAIDA.
006100     IF SAIDA-EXCEDIDA
006110         GO TO 3000-EXIT
006120     END-IF
006130
006140     OPEN OUTPUT NOTIFOUT-FILE
006150     IF WS-QTD-SAIDA > ZEROS
006160         PERFORM 3100-GRAVAR-RETIDA THRU 3100-EXIT
006170             VARYING IX-NTF FROM 1 BY 1
006180             UNTIL IX-NTF > WS-QTD-SAIDA
006190     END-IF
006200     CLOSE NOTIFOUT-FILE.
006210 3000-EXIT.
006220     EXIT.
006230
006240 3100-GRAVAR-RETIDA.
006250     IF NTF-TAB-RETER (IX-NTF)
006260         MOVE NTF-TAB-LINHA (IX-NTF) TO NTF-LINHA
006270         WRITE NTF-LINHA
006280     END-IF.
006290 3100-EXIT.
006300     EXIT.
006310
006320*================================================================
006330*   4000-GRAVAR-RODAPE
006340*================================================================
006350 4000-GRAVAR-RODAPE.
006360     MOVE SPACES TO REL-LINHA
006370     WRITE REL-LINHA
006380
006390     MOVE SPACES TO REL-LINHA
006400     STRING 'LIDAS NA CAIXA ......: ' DELIMITED BY SIZE
006410            WS-CNT-LIDAS             DELIMITED BY SIZE
006420         INTO REL-LINHA
006430     END-STRING
006440     WRITE REL-LINHA
006450
006460     MOVE SPACES TO REL-LINHA
006470     STRING 'ENVIADAS ............: ' DELIMITED BY SIZE
006480            WS-CNT-ENVIADAS          DELIMITED BY SIZE
006490         INTO REL-LINHA
006500     END-STRING
006510     WRITE REL-LINHA
006520
006530     MOVE SPACES TO REL-LINHA
006540     STRING 'JA ENVIADAS .........: ' DELIMITED BY SIZE
006550            WS-CNT-JA-ENVIADAS       DELIMITED BY SIZE
006560         INTO REL-LINHA
006570     END-STRING
006580     WRITE REL-LINHA
006590
006600     MOVE SPACES TO REL-LINHA
006610     STRING 'REPETIDAS NA CAIXA ..: ' DELIMITED BY SIZE
006620            WS-CNT-REPETIDAS         DELIMITED BY SIZE
006630         INTO REL-LINHA
006640     END-STRING
006650     WRITE REL-LINHA
006660
006670     MOVE SPACES TO REL-LINHA
006680     STRING 'RETIDAS (INVALIDAS) .: ' DELIMITED BY SIZE
006690            WS-CNT-RETIDAS           DELIMITED BY SIZE
006700         INTO REL-LINHA
006710     END-STRING
006720     WRITE REL-LINHA
006730
006740     IF SAIDA-EXCEDIDA
006750         MOVE SPACES TO REL-LINHA
006760         STRING 'ADIADAS (TABELA) ....: ' DELIMITED BY SIZE
006770                WS-CNT-ADIADAS           DELIMITED BY SIZE
006780                ' - CAIXA NAO REGRAVADA' DELIMITED BY SIZE
006790             INTO REL-LINHA
006800         END-STRING
006810         WRITE REL-LINHA
917247     END-IF
917248
917249     IF RAZAO-EXCEDIDO
917250         MOVE 'NOTIFENV ALEM DA TABELA - BUSCA DIRETA'
917251             TO REL-LINHA
917252         WRITE REL-LINHA
917253     END-IF.
006830 4000-EXIT.
006840     EXIT.
006850
006860*================================================================
006870*   5000-LISTAR-NOTIFICACAO - UMA LINHA NO RELNOTIF COM A
006880*   IDENTIDADE E A SITUACAO EM WS-SITUACAO-REL.
006890*================================================================
006900 5000-LISTAR-NOTIFICACAO.
006910     MOVE SPACES TO REL-LINHA
006920     STRING NOTIF-TIPO-DESTINO   DELIMITED BY SIZE
006930            ' '                  DELIMITED BY SIZE
006940            NOTIF-COD-DESTINO    DELIMITED BY SIZE
006950            ' '                  DELIMITED BY SIZE
006960            NOTIF-NOME-DESTINO   DELIMITED BY SIZE
006970            ' '                  DELIMITED BY SIZE
006980            NOTIF-TIPO           DELIMITED BY SIZE
006990            ' REF '              DELIMITED BY SIZE
007000            NOTIF-REFERENCIA     DELIMITED BY SIZE
007010            ' '                  DELIMITED BY SIZE
007020            NOTIF-PROGRAMA       DELIMITED BY SIZE
007030            ' '                  DELIMITED BY SIZE
007040            WS-SITUACAO-REL      DELIMITED BY SIZE
007050         INTO REL-LINHA
007060     END-STRING
007070     WRITE REL-LINHA.
007080 5000-EXIT.
007090     EXIT.
007100
007110*================================================================
007120*   8100-EDITAR-DATA - WS-DATA-AUX (AAAAMMDD) EM WS-DATA-EDITADA
007130*================================================================
007140 8100-EDITAR-DATA.
007150     MOVE WS-DATA-AUX-DIA TO WS-DATA-ED-DIA
007160     MOVE WS-DATA-AUX-MES TO WS-DATA-ED-MES
007170     MOVE WS-DATA-AUX-ANO TO WS-DATA-ED-ANO.
007180 8100-EXIT.
007190     EXIT.
007200
007210 END PROGRAM NOTIFICA0001.
