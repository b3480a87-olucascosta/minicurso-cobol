000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-02  MCR    CRIACAO DO PROGRAMA.
900000*   2026-09-16  MCR    CADA AJUSTE RETIDO SAI COM O NOME DO
900001*                      FUNCIONARIO, RESOLVIDO NO MESTRE FUNCMST
900002*                      (MANTIDO POR FUNC0001). MESTRE AUSENTE OU
900003*                      CHAVE SEM CADASTRO = NOME EM BRANCO.
900200*   2026-09-23  MCR    PARCELA DE AJUSTE PARCELADO (GERADA POR
900201*                      FOLHA0001 NO FOLHAHOLD JA NA CRIACAO DO
900202*                      PLANO) SAI COMO 'PARCELA NN/NN' EM VEZ DA
900203*                      IDADE E NAO RECEBE O DESTAQUE DE RETIDO HA
900204*                      MUITO - A ESPERA DELA E PROGRAMADA.
000210*================================================================
000220*   FUNCAO......... ENVELHECIMENTO E PROJECAO DOS AJUSTES RETIDOS
000230*                    EM FOLHAHOLD (GRAVADO POR FOLHA0001). LE O
000490     SELECT RELHOLD-FILE ASSIGN TO "RELHOLD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-REL.
900010
900011     SELECT OPTIONAL FUNCMST-FILE ASSIGN TO "FUNCMST"
900012         ORGANIZATION IS LINE SEQUENTIAL
900013         FILE STATUS IS WS-FS-FUNC.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000600
000610 FD  RELHOLD-FILE.
000620 01  REL-LINHA                    PIC X(80).
900020
900021*----------------------------------------------------------------
900022*   MESTRE DE FUNCIONARIOS - MESMO LAYOUT MANTIDO POR FUNC0001.
900023*----------------------------------------------------------------
900024 FD  FUNCMST-FILE.
900025 01  FMST-REGISTRO.
900026     10  FMST-CHAVE               PIC 9(06).
900027     10  FMST-NOME                PIC X(20).
900028     10  FMST-DATA-ADMISSAO       PIC 9(08).
900029     10  FMST-DATA-DESLIGAMENTO   PIC 9(08).
900030     10  FMST-STATUS              PIC X(01).
900031     10  FILLER                   PIC X(37).
000630
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------
000720     10  FOLHA-DATA-EFETIVA       PIC 9(08).
000730     10  FOLHA-CATEGORIA          PIC X(03).
000740     10  FOLHA-DATA-RETENCAO      PIC X(08).
900210     10  FOLHA-QTD-PARCELAS       PIC X(02).
900211     10  FOLHA-NUM-PARCELA        PIC X(02).
900212     10  FOLHA-PLANO-DATA         PIC X(08).
900213     10  FOLHA-PLANO-SEQ          PIC X(04).
900214     10  FILLER                   PIC X(32).
000760
000770*----------------------------------------------------------------
000780*   CARTAO DE PARAMETROS COMPARTILHADO - COMPETENCIA CORRENTE E
000830 77  WS-FS-PARM               PIC X(02) VALUE '00'.
000840 77  WS-FS-HOLD               PIC X(02) VALUE '00'.
000850 77  WS-FS-REL                PIC X(02) VALUE '00'.
900040 77  WS-FS-FUNC               PIC X(02) VALUE '00'.
000860
000870 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
000880 77  WS-COMPETENCIA-PROC      PIC 9(06) VALUE ZEROS.
000980         10  RET-TAB-CHAVE        PIC 9(06).
000990         10  RET-TAB-VALOR        PIC X(07).
001000         10  RET-TAB-RET-AAAAMM   PIC 9(06).
900050         10  RET-TAB-NOME         PIC X(20).
900215         10  RET-TAB-NUM-PARCELA  PIC X(02).
900216         10  RET-TAB-QTD-PARCELAS PIC X(02).
001010 77  WS-QTD-RETIDOS           PIC 9(04) VALUE ZEROS COMP.
001020 77  WS-CNT-EXCEDENTES        PIC 9(05) VALUE ZEROS.
001030
001160     05  WS-TROCA-CHAVE           PIC 9(06).
001170     05  WS-TROCA-VALOR           PIC X(07).
001180     05  WS-TROCA-RET-AAAAMM      PIC 9(06).
900051     05  WS-TROCA-NOME            PIC X(20).
900217     05  WS-TROCA-NUM-PARCELA     PIC X(02).
900218     05  WS-TROCA-QTD-PARCELAS    PIC X(02).
001190
900060*----------------------------------------------------------------
900061*   MESTRE DE FUNCIONARIOS EM MEMORIA - SO CHAVE E NOME, PARA A
900062*   LINHA DE CADA RETIDO. ALEM DA CAPACIDADE, O NOME SAI EM
900063*   BRANCO (O RELATORIO E SO DE CONSULTA).
900064*----------------------------------------------------------------
900065 01  TABELA-FUNCIONARIOS.
900066     05  FUN-TAB-ENTRADA OCCURS 500 TIMES
900067                         INDEXED BY IX-FUNC.
900068         10  FUN-TAB-CHAVE        PIC 9(06).
900069         10  FUN-TAB-NOME         PIC X(20).
900070 77  WS-QTD-FUNCIONARIOS      PIC 9(04) VALUE ZEROS COMP.
900071 77  WS-FUNC-ACHADO-SW        PIC X(01) VALUE 'N'.
900072         88  FUNC-ACHADO               VALUE 'S'.
900073         88  FUNC-NAO-ACHADO           VALUE 'N'.
900074
001200*----------------------------------------------------------------
001210*   QUEBRA POR COMPETENCIA E TOTAIS DA SECAO CORRENTE
001220*----------------------------------------------------------------
001940     IF PARM-COMPS-RETIDO-MAX IS NUMERIC
001950         AND PARM-COMPS-RETIDO-MAX NOT = ZEROS
001960         MOVE PARM-COMPS-RETIDO-MAX TO WS-LIMITE-COMPS
001970     END-IF
900080
900081     MOVE ZEROS TO WS-QTD-FUNCIONARIOS
900082     OPEN INPUT FUNCMST-FILE
900083     IF WS-FS-FUNC = '00'
900084         PERFORM 1100-LER-FUNCMST THRU 1100-EXIT
900085             UNTIL WS-FS-FUNC NOT = '00'
900086         CLOSE FUNCMST-FILE
900087     ELSE
900088         IF WS-FS-FUNC = '05'
900089             CLOSE FUNCMST-FILE
900090         END-IF
900091     END-IF.
001980 1000-EXIT.
001990     EXIT.
002000
900100 1100-LER-FUNCMST.
900101     READ FUNCMST-FILE
900102     IF WS-FS-FUNC = '00'
900103         IF WS-QTD-FUNCIONARIOS < 500
900104             ADD 1 TO WS-QTD-FUNCIONARIOS
900105             MOVE FMST-CHAVE
900106                 TO FUN-TAB-CHAVE (WS-QTD-FUNCIONARIOS)
900107             MOVE FMST-NOME
900108                 TO FUN-TAB-NOME (WS-QTD-FUNCIONARIOS)
900109         END-IF
900110     END-IF.
900111 1100-EXIT.
900112     EXIT.
900113
002010*================================================================
002020*   2000-CARREGAR-RETIDOS - LE O FOLHAHOLD (OPTIONAL) INTEIRO
002030*   PARA A TABELA. AUSENTE VALE COMO FILA VAZIA.
002360                 MOVE ZEROS
002370                     TO RET-TAB-RET-AAAAMM (WS-QTD-RETIDOS)
002380             END-IF
900120             PERFORM 2200-RESOLVER-NOME THRU 2200-EXIT
900220             MOVE FOLHA-NUM-PARCELA
900221                 TO RET-TAB-NUM-PARCELA (WS-QTD-RETIDOS)
900222             MOVE FOLHA-QTD-PARCELAS
900223                 TO RET-TAB-QTD-PARCELAS (WS-QTD-RETIDOS)
002390         ELSE
002400             ADD 1 TO WS-CNT-EXCEDENTES
002410         END-IF
002430 2100-EXIT.
002440     EXIT.
002450
900130*================================================================
900131*   2200-RESOLVER-NOME - NOME DO FUNCIONARIO DO RETIDO QUE ACABOU
900132*   DE ENTRAR NA TABELA (BRANCO SE NAO ACHADO).
900133*================================================================
900134 2200-RESOLVER-NOME.
900135     MOVE SPACES TO RET-TAB-NOME (WS-QTD-RETIDOS)
900136     SET FUNC-NAO-ACHADO TO TRUE
900137     IF WS-QTD-FUNCIONARIOS > ZEROS
900138         SET IX-FUNC TO 1
900139         PERFORM 2210-COMPARAR-FUNCIONARIO THRU 2210-EXIT
900140             VARYING IX-FUNC FROM 1 BY 1
900141             UNTIL IX-FUNC > WS-QTD-FUNCIONARIOS OR FUNC-ACHADO
900142     END-IF.
900143 2200-EXIT.
900144     EXIT.
900145
900146 2210-COMPARAR-FUNCIONARIO.
900147     IF FUN-TAB-CHAVE (IX-FUNC) = FOLHA-CHAVE
900148         SET FUNC-ACHADO TO TRUE
900149         MOVE FUN-TAB-NOME (IX-FUNC)
900150             TO RET-TAB-NOME (WS-QTD-RETIDOS)
900151     END-IF.
900152 2210-EXIT.
900153     EXIT.
900154
002460*================================================================
002470*   3000-CLASSIFICAR-POR-COMP - BOLHA POR COMPETENCIA ALVO, COMO
002480*   O EXTRATO POR CLIENTE DE EXTRATO0001; A ORDEM DE CHEGADA
004040                RET-TAB-CHAVE (WS-IDX-A)  DELIMITED BY SIZE
004050                '  '                      DELIMITED BY SIZE
004060                RET-TAB-VALOR (WS-IDX-A)  DELIMITED BY SIZE
900160                '  '                      DELIMITED BY SIZE
900161                RET-TAB-NOME (WS-IDX-A)   DELIMITED BY SIZE
004070                '  VALOR INVALIDO'        DELIMITED BY SIZE
004080             INTO REL-LINHA
004090         END-STRING
004100     ELSE
004110         MOVE WS-VALOR-NUM TO WS-VALOR-EDITADO
900230         IF RET-TAB-NUM-PARCELA (WS-IDX-A) IS NUMERIC
900231             AND RET-TAB-NUM-PARCELA (WS-IDX-A) NOT = '00'
900232             STRING '  '                      DELIMITED BY SIZE
900233                    RET-TAB-CHAVE (WS-IDX-A)  DELIMITED BY SIZE
900234                    '  '                      DELIMITED BY SIZE
900235                    WS-VALOR-EDITADO          DELIMITED BY SIZE
900236                    '  '                      DELIMITED BY SIZE
900237                    RET-TAB-NOME (WS-IDX-A)   DELIMITED BY SIZE
900238                    '  PARCELA '              DELIMITED BY SIZE
900239                    RET-TAB-NUM-PARCELA (WS-IDX-A)
900240                                              DELIMITED BY SIZE
900241                    '/'                       DELIMITED BY SIZE
900242                    RET-TAB-QTD-PARCELAS (WS-IDX-A)
900243                                              DELIMITED BY SIZE
900244                 INTO REL-LINHA
900245             END-STRING
900246             GO TO 4400-GRAVAR
900247         END-IF
004120         STRING '  '                      DELIMITED BY SIZE
004130                RET-TAB-CHAVE (WS-IDX-A)  DELIMITED BY SIZE
004140                '  '                      DELIMITED BY SIZE
004150                WS-VALOR-EDITADO          DELIMITED BY SIZE
900162                '  '                      DELIMITED BY SIZE
900163                RET-TAB-NOME (WS-IDX-A)   DELIMITED BY SIZE
004160                '  HA '                   DELIMITED BY SIZE
004170                WS-MESES-IMPRESSAO        DELIMITED BY SIZE
004180                ' COMPETENCIAS'           DELIMITED BY SIZE
004230             MOVE SPACES TO REL-LINHA (61:20)
004240             MOVE ' << RETIDO HA MUITO' TO REL-LINHA (61:19)
004250         END-IF
004260     END-IF.
900248 4400-GRAVAR.
004270     WRITE REL-LINHA.
004280 4400-EXIT.
004290     EXIT.
