000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-02  MCR    CRIACAO DO PROGRAMA.
905410*   2026-09-30  MCR    TRANSVLR GANHOU TIPO, IDENTIDADE DE
905411*                      EXTRACAO E EVENTO (FATURA0001). CREDITO DE
905412*                      TAXA (TIPO C) SAI LISTADO COMO CRED, FICA
905413*                      FORA DOS TOTAIS E DA ABERTURA POR
905414*                      CATEGORIA E E SOMADO A PARTE NA SECAO DO
905415*                      CLIENTE E NO RODAPE.
907000*   2026-10-11  MCR    ESTORNO (TIPO E, QUE DESFAZ UM DEBITO
907001*                      ANTERIOR EM CONDICIONAL0001) SAI LISTADO
907002*                      COMO ESTOR, FICA FORA DOS TOTAIS E DA
907003*                      ABERTURA POR CATEGORIA E E SOMADO A PARTE
907004*                      NA SECAO DO CLIENTE E NO RODAPE, COMO O
907005*                      CREDITO DE TAXA.
909000*   2026-10-13  MCR    CODIGO DE CLIENTE MESCLADO POR MESCLA0001:
909001*                      A TRANSACAO QUE CHEGA NO TRANSVLR COM O
909002*                      CODIGO ANTIGO E LEVADA AO SOBREVIVENTE PELA
909003*                      REFERENCIA CRUZADA CLIXREF (5200) AO SER
909004*                      CARREGADA, E SAI NA SECAO DO SOBREVIVENTE.
909005*                      O RODAPE CONTA AS TRANSACOES REMAPEADAS.
910000*   2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                      POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                      CLIENTES0002). O CACHE DE CLIENTES E A
910003*                      BUSCA DIRETA NO ARQUIVO
910004*                      (1020/5010/5020/5030) DERAM LUGAR A UMA
910005*                      LEITURA PELA CHAVE EM 5000, COM O MESTRE
910006*                      ABERTO UMA VEZ EM 1020-ABRIR-CLIENTES; O
910007*                      NOME RESOLVIDO NAO MUDA.
000210*================================================================
000220*   FUNCAO......... EXTRATO DE TRANSACOES POR CLIENTE. LE O
000230*                    EXTRATO DE TRANSACOES (TRANSVLR, MESMO
000510         FILE STATUS IS WS-FS-TRANS.
000520
000530     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910008         ORGANIZATION IS INDEXED
910009         ACCESS MODE IS RANDOM
910010         RECORD KEY IS CLI-CODIGO
000550         FILE STATUS IS WS-FS-CLI.
000560
000570     SELECT EXTRCLI-FILE ASSIGN TO "EXTRCLI"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-EXT.
909006
909007     SELECT OPTIONAL CLIXREF-FILE ASSIGN TO "CLIXREF"
909008         ORGANIZATION IS LINE SEQUENTIAL
909009         FILE STATUS IS WS-FS-XRF.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000780         15  TRANS-MES                PIC 9(02).
000790         15  TRANS-ANO                PIC 9(04).
000800     10  TRANS-CATEGORIA          PIC X(03).
905416*    TIPO, IDENTIDADE DE EXTRACAO E EVENTO - MESMO LAYOUT DE
905417*    CONDICIONAL0001 (BRANCO NO TIPO = DEBITO).
905418     10  TRANS-TIPO               PIC X(01).
905419     10  TRANS-ID-EXTRATO.
905420         15  TRANS-DATA-EXTRATO       PIC X(08).
905421         15  TRANS-SEQ-EXTRATO        PIC X(04).
905422     10  TRANS-COD-EVENTO         PIC X(06).
000810     10  FILLER                   PIC X(39).
000820
000830 FD  CLIENTES-FILE.
000840 01  CLI-REGISTRO.
000880
000890 FD  EXTRCLI-FILE.
000900 01  EXT-LINHA                    PIC X(80).
909010
909011*----------------------------------------------------------------
909012*   REFERENCIA CRUZADA DE CLIENTES MESCLADOS GRAVADA POR
909013*   MESCLA0001 - CODIGO ANTIGO E O ULTIMO SOBREVIVENTE.
909014*----------------------------------------------------------------
909015 FD  CLIXREF-FILE.
909016 01  XREF-REGISTRO.
909017     10  XREF-COD-ANTIGO          PIC 9(06).
909018     10  XREF-COD-NOVO            PIC 9(06).
909019     10  FILLER                   PIC X(68).
000910
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------
001020 77  WS-FS-TRANS              PIC X(02) VALUE '00'.
001030 77  WS-FS-CLI                PIC X(02) VALUE '00'.
001040 77  WS-FS-EXT                PIC X(02) VALUE '00'.
909020 77  WS-FS-XRF                PIC X(02) VALUE '00'.
001050
001060*----------------------------------------------------------------
001070*   TABELA DE CUTOFFS POR CATEGORIA, CARREGADA DE CTLPARM -
001210 77  WS-LIMITE                PIC 9(05) VALUE 10.
001220 77  WS-LIMITE-DEFAULT        PIC 9(05) VALUE 10.
001230
910011*----------------------------------------------------------------
910012*   MESTRE DE CLIENTES INDEXADO, ABERTO UMA VEZ NA INICIALIZACAO
910013*   E LIDO PELA CHAVE EM 5000 - MESMA RESOLUCAO DE CONDICIONAL
910014*   0001 (3207). SEM CORRESPONDENCIA, O NOME SAI EM BRANCO.
910015*----------------------------------------------------------------
910016 77  WS-CLIENTES-ABERTO-SW    PIC X(01) VALUE 'N'.
910017         88  MESTRE-CLIENTES-ABERTO    VALUE 'S'.
910018         88  MESTRE-CLIENTES-FECHADO   VALUE 'N'.
910019 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
910020         88  CLIENTE-ACHADO            VALUE 'S'.
910021         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
910022 77  WS-NOME-CLIENTE          PIC X(10) VALUE SPACES.
909021
909022*----------------------------------------------------------------
910023*   CLIXREF EM MEMORIA - MESMA TECNICA DE CONDICIONAL0001:
910024*   REFERENCIA ALEM DA CAPACIDADE E PROCURADA DIRETO NO ARQUIVO
909025*   (5220). WS-COD-MESCLA ENTRA COM O CODIGO E SAI COM O
909026*   SOBREVIVENTE QUANDO A REFERENCIA E ACHADA.
909027*----------------------------------------------------------------
909028 01  TABELA-REFERENCIAS.
909029     05  XRF-TAB-ENTRADA  OCCURS 1000 TIMES
909030                          INDEXED BY IX-XRF.
909031         10  XRF-TAB-COD-ANTIGO   PIC 9(06).
909032         10  XRF-TAB-COD-NOVO     PIC 9(06).
909033 77  WS-QTD-REFERENCIAS       PIC 9(04) VALUE ZEROS COMP.
909034 77  WS-CNT-XRF-EXCEDENTES    PIC 9(05) VALUE ZEROS.
909035 77  WS-XRF-ACHADA-SW         PIC X(01) VALUE 'N'.
909036         88  REFERENCIA-ACHADA         VALUE 'S'.
909037         88  REFERENCIA-NAO-ACHADA     VALUE 'N'.
909038 77  WS-COD-MESCLA            PIC 9(06) VALUE ZEROS.
909039 77  WS-CNT-REMAPEADOS        PIC 9(07) VALUE ZEROS.
001410
001420*----------------------------------------------------------------
001430*   TABELA DO EXTRATO INTEIRO EM MEMORIA, PARA PODER CLASSIFICAR
001520         10  TRN-TAB-VALOR        PIC X(05).
001530         10  TRN-TAB-DATA         PIC X(08).
001540         10  TRN-TAB-CATEGORIA    PIC X(03).
905423         10  TRN-TAB-TIPO         PIC X(01).
905424             88  TRN-TAB-CREDITO       VALUE 'C'.
907006             88  TRN-TAB-ESTORNO       VALUE 'E'.
001550
001560 77  WS-QTD-TRANS             PIC 9(04) VALUE ZEROS COMP.
001570 77  WS-CNT-TRANS-EXCEDENTES  PIC 9(05) VALUE ZEROS.
001720     05  WS-TROCA-VALOR           PIC X(05).
001730     05  WS-TROCA-DATA            PIC X(08).
001740     05  WS-TROCA-CATEGORIA       PIC X(03).
905425     05  WS-TROCA-TIPO            PIC X(01).
001750
001760*----------------------------------------------------------------
001770*   QUEBRA POR CLIENTE E TOTAIS DA SECAO CORRENTE
001800 77  WS-CNT-CLI-TRANS         PIC 9(05) VALUE ZEROS.
001810 77  WS-CNT-CLI-INVALIDAS     PIC 9(05) VALUE ZEROS.
001820 77  WS-VLR-CLI-TOTAL         PIC 9(09) VALUE ZEROS.
905426 77  WS-CNT-CLI-CREDITOS      PIC 9(05) VALUE ZEROS.
905427 77  WS-VLR-CLI-CREDITOS      PIC 9(09) VALUE ZEROS.
907007 77  WS-CNT-CLI-ESTORNOS      PIC 9(05) VALUE ZEROS.
907008 77  WS-VLR-CLI-ESTORNOS      PIC 9(09) VALUE ZEROS.
001830
001840*----------------------------------------------------------------
001850*   ABERTURA POR CATEGORIA DENTRO DA SECAO DO CLIENTE - A TABELA
002120 77  WS-CNT-CLIENTES-LIST     PIC 9(05) VALUE ZEROS.
002130 77  WS-CNT-TRANS-LIDAS       PIC 9(07) VALUE ZEROS.
002140 77  WS-VLR-GERAL             PIC 9(11) VALUE ZEROS.
905428 77  WS-CNT-GERAL-CREDITOS    PIC 9(07) VALUE ZEROS.
905429 77  WS-VLR-GERAL-CREDITOS    PIC 9(11) VALUE ZEROS.
907009 77  WS-CNT-GERAL-ESTORNOS    PIC 9(07) VALUE ZEROS.
907010 77  WS-VLR-GERAL-ESTORNOS    PIC 9(11) VALUE ZEROS.
002150
002160 PROCEDURE DIVISION.
002170*================================================================
002220     PERFORM 2000-CARREGAR-TRANSACOES THRU 2000-EXIT
002230     PERFORM 3000-CLASSIFICAR-POR-CHAVE THRU 3000-EXIT
002240     PERFORM 4000-GRAVAR-EXTRATO THRU 4000-EXIT
910025     IF MESTRE-CLIENTES-ABERTO
910026         CLOSE CLIENTES-FILE
910027     END-IF
002250     STOP RUN.
002260
002270*================================================================
002500         CLOSE CTL-PARAMETROS-FILE
002510     END-IF
002520
910028     PERFORM 1020-ABRIR-CLIENTES THRU 1020-EXIT
909041
909042     MOVE ZEROS TO WS-QTD-REFERENCIAS WS-CNT-XRF-EXCEDENTES
909043     OPEN INPUT CLIXREF-FILE
909044     IF WS-FS-XRF = '00'
909045         PERFORM 1030-LER-REFERENCIA THRU 1030-EXIT
909046             UNTIL WS-FS-XRF NOT = '00'
909047         CLOSE CLIXREF-FILE
909048     ELSE
909049         IF WS-FS-XRF = '05'
909050             CLOSE CLIXREF-FILE
909051         END-IF
909052     END-IF.
002600 1000-EXIT.
002610     EXIT.
002620
002799 1015-EXIT.
002800     EXIT.
002801
910029 1020-ABRIR-CLIENTES.
910030     SET MESTRE-CLIENTES-FECHADO TO TRUE
910031     OPEN INPUT CLIENTES-FILE
910032     IF WS-FS-CLI = '00'
910033         SET MESTRE-CLIENTES-ABERTO TO TRUE
910034     ELSE
910035         IF WS-FS-CLI = '05'
910036             CLOSE CLIENTES-FILE
910037         END-IF
910038     END-IF.
910039 1020-EXIT.
910040     EXIT.
909053
909054 1030-LER-REFERENCIA.
909055     READ CLIXREF-FILE
909056     IF WS-FS-XRF = '00'
909057         IF WS-QTD-REFERENCIAS < 1000
909058             ADD 1 TO WS-QTD-REFERENCIAS
909059             MOVE XREF-COD-ANTIGO
909060                 TO XRF-TAB-COD-ANTIGO (WS-QTD-REFERENCIAS)
909061             MOVE XREF-COD-NOVO
909062                 TO XRF-TAB-COD-NOVO (WS-QTD-REFERENCIAS)
909063         ELSE
909064             ADD 1 TO WS-CNT-XRF-EXCEDENTES
909065         END-IF
909066     END-IF.
909067 1030-EXIT.
909068     EXIT.
002920
002930*================================================================
002940*   2000-CARREGAR-TRANSACOES - LE O TRANSVLR INTEIRO PARA A
003090     READ TRANSVLR-FILE
003100     IF WS-FS-TRANS = '00'
003110         ADD 1 TO WS-CNT-TRANS-LIDAS
909069         IF TRANS-CHAVE IS NUMERIC
909070             MOVE TRANS-CHAVE TO WS-COD-MESCLA
909071             PERFORM 5200-RESOLVER-MESCLA THRU 5200-EXIT
909072             IF REFERENCIA-ACHADA
909073                 MOVE WS-COD-MESCLA TO TRANS-CHAVE
909074                 ADD 1 TO WS-CNT-REMAPEADOS
909075             END-IF
909076         END-IF
003120         IF WS-QTD-TRANS < 500
003130             ADD 1 TO WS-QTD-TRANS
003140             MOVE TRANS-CHAVE
003190                 TO TRN-TAB-DATA (WS-QTD-TRANS)
003200             MOVE TRANS-CATEGORIA
003210                 TO TRN-TAB-CATEGORIA (WS-QTD-TRANS)
905430             MOVE TRANS-TIPO
905431                 TO TRN-TAB-TIPO (WS-QTD-TRANS)
003220         ELSE
003230             ADD 1 TO WS-CNT-TRANS-EXCEDENTES
003240         END-IF
004210     ADD 1 TO WS-CNT-CLIENTES-LIST
004220     MOVE ZEROS TO WS-CNT-CLI-TRANS WS-CNT-CLI-INVALIDAS
004230     MOVE ZEROS TO WS-VLR-CLI-TOTAL
905432     MOVE ZEROS TO WS-CNT-CLI-CREDITOS WS-VLR-CLI-CREDITOS
907011     MOVE ZEROS TO WS-CNT-CLI-ESTORNOS WS-VLR-CLI-ESTORNOS
004240     MOVE ZEROS TO WS-QTD-CAT-CLIENTE
004250
004260     PERFORM 5000-LOCALIZAR-CLIENTE THRU 5000-EXIT
004440*   (FORA DOS TOTAIS); VALIDO, CLASSIFICA CONTRA O CUTOFF DA
004450*   CATEGORIA E ACUMULA NOS TOTAIS DO CLIENTE E NA ABERTURA POR
004460*   CATEGORIA.
905433*   CREDITO DE TAXA NAO TEM FAIXA: SAI COMO CRED E SO SOMA NOS
905434*   CREDITOS DO CLIENTE E DO RODAPE.
907012*   ESTORNO IDEM: SAI COMO ESTOR E SO SOMA NOS ESTORNOS.
004470*================================================================
004480 4300-CLASSIFICAR-TRANSACAO.
905435     IF TRN-TAB-VALOR (WS-IDX-A) IS NUMERIC
905436         AND TRN-TAB-CREDITO (WS-IDX-A)
905437         SET VALOR-VALIDO TO TRUE
905438         MOVE TRN-TAB-VALOR (WS-IDX-A) TO WS-VALOR-NUM
905439         MOVE 'CRED' TO WS-CLASSIFICACAO
905440         ADD 1 TO WS-CNT-CLI-CREDITOS WS-CNT-GERAL-CREDITOS
905441         ADD WS-VALOR-NUM TO WS-VLR-CLI-CREDITOS
905442         ADD WS-VALOR-NUM TO WS-VLR-GERAL-CREDITOS
905443         GO TO 4300-EXIT
905444     END-IF
905445
907013     IF TRN-TAB-VALOR (WS-IDX-A) IS NUMERIC
907014         AND TRN-TAB-ESTORNO (WS-IDX-A)
907015         SET VALOR-VALIDO TO TRUE
907016         MOVE TRN-TAB-VALOR (WS-IDX-A) TO WS-VALOR-NUM
907017         MOVE 'ESTOR' TO WS-CLASSIFICACAO
907018         ADD 1 TO WS-CNT-CLI-ESTORNOS WS-CNT-GERAL-ESTORNOS
907019         ADD WS-VALOR-NUM TO WS-VLR-CLI-ESTORNOS
907020         ADD WS-VALOR-NUM TO WS-VLR-GERAL-ESTORNOS
907021         GO TO 4300-EXIT
907022     END-IF
907023
004490     IF TRN-TAB-VALOR (WS-IDX-A) IS NUMERIC
004500         SET VALOR-VALIDO TO TRUE
004510         MOVE TRN-TAB-VALOR (WS-IDX-A) TO WS-VALOR-NUM
005510         WRITE EXT-LINHA
005520     END-IF
005530
905446     IF WS-CNT-CLI-CREDITOS > ZEROS
905447         MOVE SPACES TO EXT-LINHA
905448         STRING '  CREDITOS DE TAXA ....: ' DELIMITED BY SIZE
905449                WS-CNT-CLI-CREDITOS        DELIMITED BY SIZE
905450                '  VALOR: '                DELIMITED BY SIZE
905451                WS-VLR-CLI-CREDITOS        DELIMITED BY SIZE
905452             INTO EXT-LINHA
905453         END-STRING
905454         WRITE EXT-LINHA
905455     END-IF
905456
907024     IF WS-CNT-CLI-ESTORNOS > ZEROS
907025         MOVE SPACES TO EXT-LINHA
907026         STRING '  ESTORNOS ............: ' DELIMITED BY SIZE
907027                WS-CNT-CLI-ESTORNOS        DELIMITED BY SIZE
907028                '  VALOR: '                DELIMITED BY SIZE
907029                WS-VLR-CLI-ESTORNOS        DELIMITED BY SIZE
907030             INTO EXT-LINHA
907031         END-STRING
907032         WRITE EXT-LINHA
907033     END-IF
907034
005540     IF WS-QTD-CAT-CLIENTE > ZEROS
005550         PERFORM 4600-GRAVAR-LINHA-CATEGORIA THRU 4600-EXIT
005560             VARYING IX-CAT FROM 1 BY 1
006010     END-STRING
006020     WRITE EXT-LINHA
006030
905457     IF WS-CNT-GERAL-CREDITOS > ZEROS
905458         MOVE SPACES TO EXT-LINHA
905459         STRING 'CREDITOS DE TAXA .: ' DELIMITED BY SIZE
905460                WS-CNT-GERAL-CREDITOS DELIMITED BY SIZE
905461                '  VALOR: '           DELIMITED BY SIZE
905462                WS-VLR-GERAL-CREDITOS DELIMITED BY SIZE
905463             INTO EXT-LINHA
905464         END-STRING
905465         WRITE EXT-LINHA
905466     END-IF
905467
907035     IF WS-CNT-GERAL-ESTORNOS > ZEROS
907036         MOVE SPACES TO EXT-LINHA
907037         STRING 'ESTORNOS .........: ' DELIMITED BY SIZE
907038                WS-CNT-GERAL-ESTORNOS DELIMITED BY SIZE
907039                '  VALOR: '           DELIMITED BY SIZE
907040                WS-VLR-GERAL-ESTORNOS DELIMITED BY SIZE
907041             INTO EXT-LINHA
907042         END-STRING
907043         WRITE EXT-LINHA
907044     END-IF
907045
909077     IF WS-CNT-REMAPEADOS > ZEROS
909078         MOVE SPACES TO EXT-LINHA
909079         STRING 'CLIENTE MESCLADO .: ' DELIMITED BY SIZE
909080                WS-CNT-REMAPEADOS     DELIMITED BY SIZE
909081                ' TRANSACOES LEVADAS AO SOBREVIVENTE'
909082                                      DELIMITED BY SIZE
909083             INTO EXT-LINHA
909084         END-STRING
909085         WRITE EXT-LINHA
909086     END-IF
909087
006040     IF WS-CNT-TRANS-EXCEDENTES > ZEROS
006050         MOVE SPACES TO EXT-LINHA
006060         STRING 'SEM ESPACO EM TABELA: ' DELIMITED BY SIZE
006260     EXIT.
006270
006280*================================================================
910041*   5000-LOCALIZAR-CLIENTE - MESMA LEITURA PELA CHAVE DE
910042*   CONDICIONAL0001 (3207). SEM CORRESPONDENCIA (OU MESTRE
910043*   AUSENTE), O NOME SAI EM BRANCO.
910044*================================================================
910045 5000-LOCALIZAR-CLIENTE.
910046     SET CLIENTE-NAO-ACHADO TO TRUE
910047     MOVE SPACES TO WS-NOME-CLIENTE
910048     IF MESTRE-CLIENTES-FECHADO
910049         GO TO 5000-EXIT
910050     END-IF
910051
910052     MOVE WS-CHAVE-CORRENTE TO CLI-CODIGO
910053     READ CLIENTES-FILE
910054         INVALID KEY
910055             CONTINUE
910056         NOT INVALID KEY
910057             SET CLIENTE-ACHADO TO TRUE
910058             MOVE CLI-NOME TO WS-NOME-CLIENTE
910059     END-READ.
910060 5000-EXIT.
910061     EXIT.
006592
006593*================================================================
006594*   5100-LOCALIZAR-LIMITE-CATEGORIA - MESMA BUSCA DE CONDICIONAL
006860 5110-EXIT.
006870     EXIT.
006880
909088*================================================================
909089*   5200-RESOLVER-MESCLA - MESMA RESOLUCAO DE CONDICIONAL0001
909090*   (3105): CODIGO DE CLIENTE MESCLADO EM WS-COD-MESCLA E TROCADO
909091*   PELO SOBREVIVENTE DO CLIXREF - TABELA PRIMEIRO E, QUANDO A
909092*   REFERENCIA EXCEDEU A TABELA, BUSCA DIRETA NO ARQUIVO.
909093*================================================================
909094 5200-RESOLVER-MESCLA.
909095     SET REFERENCIA-NAO-ACHADA TO TRUE
909096     IF WS-QTD-REFERENCIAS > ZEROS
909097         PERFORM 5210-COMPARAR-REFERENCIA THRU 5210-EXIT
909098             VARYING IX-XRF FROM 1 BY 1
909099             UNTIL IX-XRF > WS-QTD-REFERENCIAS
909100                OR REFERENCIA-ACHADA
909101     END-IF
909102     IF REFERENCIA-NAO-ACHADA AND WS-CNT-XRF-EXCEDENTES > ZEROS
909103         PERFORM 5220-BUSCAR-MESCLA-ARQUIVO THRU 5220-EXIT
909104     END-IF.
909105 5200-EXIT.
909106     EXIT.
909107
909108 5210-COMPARAR-REFERENCIA.
909109     IF XRF-TAB-COD-ANTIGO (IX-XRF) = WS-COD-MESCLA
909110         SET REFERENCIA-ACHADA TO TRUE
909111         MOVE XRF-TAB-COD-NOVO (IX-XRF) TO WS-COD-MESCLA
909112     END-IF.
909113 5210-EXIT.
909114     EXIT.
909115
909116 5220-BUSCAR-MESCLA-ARQUIVO.
909117     OPEN INPUT CLIXREF-FILE
909118     IF WS-FS-XRF = '00'
909119         PERFORM 5230-LER-MESCLA-BUSCA THRU 5230-EXIT
909120             UNTIL WS-FS-XRF NOT = '00' OR REFERENCIA-ACHADA
909121         CLOSE CLIXREF-FILE
909122     ELSE
909123         IF WS-FS-XRF = '05'
909124             CLOSE CLIXREF-FILE
909125         END-IF
909126     END-IF.
909127 5220-EXIT.
909128     EXIT.
909129
909130 5230-LER-MESCLA-BUSCA.
909131     READ CLIXREF-FILE
909132     IF WS-FS-XRF = '00'
909133         IF XREF-COD-ANTIGO = WS-COD-MESCLA
909134             SET REFERENCIA-ACHADA TO TRUE
909135             MOVE XREF-COD-NOVO TO WS-COD-MESCLA
909136         END-IF
909137     END-IF.
909138 5230-EXIT.
909139     EXIT.
909140
006890 END PROGRAM EXTRATO0001.
