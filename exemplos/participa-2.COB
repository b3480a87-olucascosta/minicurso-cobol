000207*                      ABRE VAGA PROMOVE AUTOMATICAMENTE O
000208*                      PRIMEIRO DA FILA DO EVENTO (FIFO). A FILA
000209*                      E REGRAVADA AO FIM COMO O PARTICIP.
905000*   2026-09-28  MCR    A PROMOCAO DA FILA PASSOU A DAR A VEZ AO
905001*                      PRIMEIRO DA FILA QUE NAO ESTEJA NO
905002*                      PARTFALT (FALTOSOS REPETIDOS SINALIZADOS
905003*                      POR PRESENCA0002); SO NAO HAVENDO OUTRO NA
905004*                      FILA DO EVENTO O SINALIZADO E PROMOVIDO.
905410*   2026-09-30  MCR    A DESASSOCIACAO PASSOU A GRAVAR O PAR NO
905411*                      PARTHIST (EXTEND, MESMO LAYOUT DA CASCATA
905412*                      DE EVENTOS0001), DE ONDE O FATURAMENTO
905413*                      (FATURA0001) TIRA OS CANCELAMENTOS QUE
905414*                      GERAM CREDITO DE TAXA.
905600*   2026-10-05  MCR    A ASSOCIACAO PASSOU A RECUSAR CONFLITO DE
905601*                      HORARIO DO CLIENTE: FAIXA EVT-INI/FIM DO
905602*                      EVENTO SOBREPOSTA A DE OUTRO EVENTO ATIVO
905603*                      EM QUE O CLIENTE JA ESTA INSCRITO VAI PARA
905604*                      O REJLOG COM O NOVO MOTIVO E009, QUE NOMEIA
905605*                      O EVENTO CONFLITANTE. A PROMOCAO DA FILA
905606*                      PULA O CLIENTE EM CONFLITO EM FAVOR DO
905607*                      PROXIMO. O LEVANTAMENTO DOS CONFLITOS JA
905608*                      GRAVADOS NO PARTICIP E FEITO POR
905609*                      PARTICIPA0003.
910000*   2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                      POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                      CLIENTES0002). O CACHE DE CODIGOS E A BUSCA
910003*                      DIRETA NO ARQUIVO (1200/2415/2416/2417)
910004*                      DERAM LUGAR A UMA LEITURA PELA CHAVE EM
910005*                      2410, COM O MESTRE ABERTO UMA VEZ EM
910006*                      1200-ABRIR-CLIENTES; A CRITICA E001 NAO
910007*                      MUDA.
912000*   2026-10-15  MCR    CLIENTE PROMOVIDO DA FILA DE ESPERA (2550)
912001*                      RECEBE NOTIFICACAO 'PF' NA CAIXA DE SAIDA
912002*                      NOTIFOUT (LAYOUT NOTIFREC, EXTEND), COM O
912003*                      NOME DO CLIENTE, O NOME E AS DATAS DO
912004*                      EVENTO; O ENVIO E FEITO POR NOTIFICA0001. O
912005*                      NOME DO EVENTO PASSOU A SER GUARDADO NO
912006*                      CACHE E DEVOLVIDO POR 2420 EM
912007*                      WS-EVT-NOME-ACHADO.
000210*================================================================
000220*   FUNCAO......... MANUTENCAO DO ARQUIVO DE ASSOCIACAO DE
000230*                    PARTICIPACAO (PARTICIP, PARES CLIENTE/EVENTO
000480         FILE STATUS IS WS-FS-TX.
000490
000500     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910008         ORGANIZATION IS INDEXED
910009         ACCESS MODE IS RANDOM
910010         RECORD KEY IS CLI-CODIGO
000520         FILE STATUS IS WS-FS-CLI.
000530
000540     SELECT OPTIONAL EVENTOS-FILE ASSIGN TO "EVENTOS"
000604     SELECT OPTIONAL PARTWAIT-FILE ASSIGN TO "PARTWAIT"
000606         ORGANIZATION IS LINE SEQUENTIAL
000608         FILE STATUS IS WS-FS-WAI.
905010
905011     SELECT OPTIONAL PARTFALT-FILE ASSIGN TO "PARTFALT"
905012         ORGANIZATION IS LINE SEQUENTIAL
905013         FILE STATUS IS WS-FS-FAL.
905415
905416     SELECT OPTIONAL PARTHIST-FILE ASSIGN TO "PARTHIST"
905417         ORGANIZATION IS LINE SEQUENTIAL
905418         FILE STATUS IS WS-FS-PARH.
912008
912009     SELECT OPTIONAL NOTIFOUT-FILE ASSIGN TO "NOTIFOUT"
912010         ORGANIZATION IS LINE SEQUENTIAL
912011         FILE STATUS IS WS-FS-NTF.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000900     10  WAIT-COD-EVENTO          PIC 9(06).
000901     10  FILLER                   PIC X(68).
000902
905020*----------------------------------------------------------------
905021*   FALTOSOS REPETIDOS - MESMO LAYOUT MANTIDO POR PRESENCA0002.
905022*----------------------------------------------------------------
905023 FD  PARTFALT-FILE.
905024 01  PARTFALT-REGISTRO.
905025     10  FALT-COD-CLIENTE         PIC 9(06).
905026     10  FALT-QTD-FALTAS          PIC 9(03).
905027     10  FALT-DATA-CALCULO        PIC 9(08).
905028     10  FILLER                   PIC X(63).
905029
905420*----------------------------------------------------------------
905421*   HISTORICO DE PARTICIPACAO - UM REGISTRO POR PAR DESASSOCIADO
905422*   (SEMPRE EXTEND). MESMO LAYOUT GRAVADO POR EVENTOS0001.
905423*----------------------------------------------------------------
905424 FD  PARTHIST-FILE.
905425 01  PARTH-REGISTRO.
905426     10  PARTH-COD-CLIENTE        PIC 9(06).
905427     10  PARTH-COD-EVENTO         PIC 9(06).
905428     10  PARTH-DATA               PIC 9(08).
905429     10  PARTH-HORA               PIC 9(08).
905430     10  FILLER                   PIC X(52).
905431
912012 FD  NOTIFOUT-FILE.
912013 01  NOTIF-LINHA                  PIC X(120).
912014
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930*   LAYOUT COMPARTILHADO DO MESTRE DE EVENTOS E DO REJEITO
000940*----------------------------------------------------------------
000950     COPY EVENTOREC.
000960     COPY REJEITO.
912015     COPY NOTIFREC.
000970
000980 77  WS-FS-PAR                PIC X(02) VALUE '00'.
000990 77  WS-FS-TX                 PIC X(02) VALUE '00'.
001010 77  WS-FS-EVT                PIC X(02) VALUE '00'.
001020 77  WS-FS-REJ                PIC X(02) VALUE '00'.
001022 77  WS-FS-WAI                PIC X(02) VALUE '00'.
905030 77  WS-FS-FAL                PIC X(02) VALUE '00'.
905432 77  WS-FS-PARH               PIC X(02) VALUE '00'.
912016 77  WS-FS-NTF                PIC X(02) VALUE '00'.
001030
001040 77  WS-EOF-TX-SW             PIC X(01) VALUE 'N'.
001050         88  FIM-TRANSACOES            VALUE 'S'.
001240         88  PAR-ACHADO                VALUE 'S'.
001250         88  PAR-NAO-ACHADO            VALUE 'N'.
001260
910011*----------------------------------------------------------------
910012*   MESTRES CRUZADOS NA CRITICA - O DE CLIENTES E INDEXADO E LIDO
910013*   PELA CHAVE (2410); O DE EVENTOS VAI PARA TABELA, MESMA TECNICA
910014*   DE PARTICIPA0001.
910015*----------------------------------------------------------------
910016 77  WS-CLIENTES-ABERTO-SW    PIC X(01) VALUE 'N'.
910017         88  MESTRE-CLIENTES-ABERTO    VALUE 'S'.
910018         88  MESTRE-CLIENTES-FECHADO   VALUE 'N'.
001360 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
001370         88  CLIENTE-ACHADO            VALUE 'S'.
001380         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
001430         10  EVT-TAB-CODIGO       PIC 9(06).
001440         10  EVT-TAB-STATUS       PIC X(01).
001442         10  EVT-TAB-CAPACIDADE   PIC 9(05).
912017         10  EVT-TAB-NOME         PIC X(09).
905610         10  EVT-TAB-INI          PIC 9(08).
905611         10  EVT-TAB-FIM          PIC 9(08).
001450 77  WS-QTD-EVENTOS           PIC 9(04) VALUE ZEROS COMP.
001452*   A TABELA DE EVENTOS TAMBEM E SO UM CACHE: EVENTO ALEM DA
001454*   CAPACIDADE E CONTADO E O CODIGO QUE NAO ESTIVER NELE E
001464 77  WS-IDX-EVT-ACHADO        PIC 9(04) VALUE ZEROS COMP.
001466 77  WS-EVT-STATUS-ACHADO     PIC X(01) VALUE SPACES.
001468 77  WS-EVT-CAPAC-ACHADA      PIC 9(05) VALUE ZEROS.
905612 77  WS-EVT-INI-ACHADO        PIC 9(08) VALUE ZEROS.
905613 77  WS-EVT-FIM-ACHADO        PIC 9(08) VALUE ZEROS.
912018 77  WS-EVT-NOME-ACHADO       PIC X(09) VALUE SPACES.
001470 77  WS-EVENTO-ACHADO-SW      PIC X(01) VALUE 'N'.
001480         88  EVENTO-ACHADO             VALUE 'S'.
001490         88  EVENTO-NAO-ACHADO         VALUE 'N'.
001513 77  WS-ESPERA-EXCEDIDA-SW    PIC X(01) VALUE 'N'.
001514         88  ESPERA-EXCEDIDA           VALUE 'S'.
001515 77  WS-CNT-OCUPACAO          PIC 9(05) VALUE ZEROS.
905040
905041*----------------------------------------------------------------
905042*   CLIENTES SINALIZADOS NO PARTFALT - CONSULTADOS NA PROMOCAO DA
905043*   FILA. SINALIZADO ALEM DA CAPACIDADE DA TABELA SO DEIXA DE SER
905044*   PASSADO PARA O FIM DA VEZ (PROMOCAO EM ORDEM DE CHEGADA).
905045*----------------------------------------------------------------
905046 01  TABELA-FALTOSOS.
905047     05  FAL-TAB-ENTRADA  OCCURS 500 TIMES
905048                          INDEXED BY IX-FAL.
905049         10  FAL-TAB-COD-CLIENTE  PIC 9(06).
905050 77  WS-QTD-FALTOSOS          PIC 9(04) VALUE ZEROS COMP.
905051 77  WS-COD-FALTOSO-BUSCA     PIC 9(06) VALUE ZEROS.
905052 77  WS-FALTOSO-ACHADO-SW     PIC X(01) VALUE 'N'.
905053         88  FALTOSO-ACHADO            VALUE 'S'.
905054         88  FALTOSO-NAO-ACHADO        VALUE 'N'.
905614
905615*----------------------------------------------------------------
905616*   CONFLITO DE HORARIO (VER 2450): O CLIENTE WS-CONF-COD-CLIENTE
905617*   NAO PODE ENTRAR NO EVENTO WS-CONF-COD-EVENTO (FAIXA AAAAMMDD
905618*   WS-CONF-INI/FIM) SE JA ESTIVER INSCRITO EM OUTRO EVENTO ATIVO
905619*   DE FAIXA SOBREPOSTA; O PRIMEIRO ACHADO SAI EM WS-CONF-EVENTO-
905620*   ACHADO. AS DATAS DO OUTRO EVENTO VEM DO CACHE OU, FORA DELE,
905621*   DO PROPRIO MESTRE (WS-BUSCA-*).
905622*----------------------------------------------------------------
905623 77  WS-CONF-COD-CLIENTE      PIC 9(06) VALUE ZEROS.
905624 77  WS-CONF-COD-EVENTO       PIC 9(06) VALUE ZEROS.
905625 77  WS-CONF-INI              PIC 9(08) VALUE ZEROS.
905626 77  WS-CONF-FIM              PIC 9(08) VALUE ZEROS.
905627 77  WS-CONF-EVENTO-ACHADO    PIC 9(06) VALUE ZEROS.
905628 77  WS-CONFLITO-SW           PIC X(01) VALUE 'N'.
905629         88  HA-CONFLITO               VALUE 'S'.
905630         88  SEM-CONFLITO              VALUE 'N'.
905631 77  WS-COD-EVENTO-BUSCA      PIC 9(06) VALUE ZEROS.
905632 77  WS-BUSCA-STATUS          PIC X(01) VALUE SPACES.
905633 77  WS-BUSCA-INI             PIC 9(08) VALUE ZEROS.
905634 77  WS-BUSCA-FIM             PIC 9(08) VALUE ZEROS.
905635 77  WS-BUSCA-EVT-SW          PIC X(01) VALUE 'N'.
905636         88  BUSCA-EVT-ACHADO          VALUE 'S'.
905637         88  BUSCA-EVT-NAO-ACHADO      VALUE 'N'.
001516
001517 PROCEDURE DIVISION.
001520*================================================================
001570     ACCEPT WS-HORA-ATUAL FROM TIME
001580
001590     OPEN OUTPUT REJLOG-FILE
905433     OPEN EXTEND PARTHIST-FILE
912024     OPEN EXTEND NOTIFOUT-FILE
001600
001610     PERFORM 1000-CARREGAR-TABELAS THRU 1000-EXIT
001620     PERFORM 2000-APLICAR-TRANSACOES THRU 2000-EXIT
001635     PERFORM 3600-GRAVAR-ESPERA-NOVA THRU 3600-EXIT
001640
001650     CLOSE REJLOG-FILE
905434     CLOSE PARTHIST-FILE
912025     CLOSE NOTIFOUT-FILE
910019     IF MESTRE-CLIENTES-ABERTO
910020         CLOSE CLIENTES-FILE
910021     END-IF
001660
001670     GOBACK.
001680
001720*   VAZIO (E MESTRE VAZIO RECUSA QUALQUER ASSOCIACAO NOVA).
001730*================================================================
001740 1000-CARREGAR-TABELAS.
910022     MOVE ZEROS TO WS-QTD-PARES WS-QTD-EVENTOS
001755     MOVE ZEROS TO WS-QTD-ESPERA
905060     MOVE ZEROS TO WS-QTD-FALTOSOS
001756     MOVE 'N' TO WS-ESPERA-EXCEDIDA-SW
001760
001770*    O OPEN DE UM OPTIONAL AUSENTE DEVOLVE '05' E DEIXA O ARQUIVO
001890         END-IF
001900     END-IF
001910
910023     PERFORM 1200-ABRIR-CLIENTES THRU 1200-EXIT
001980
001990     OPEN INPUT EVENTOS-FILE
002000     IF WS-FS-EVT = '00'
002048         IF WS-FS-WAI = '05'
002049             CLOSE PARTWAIT-FILE
002050         END-IF
905070     END-IF
905071
905072     OPEN INPUT PARTFALT-FILE
905073     IF WS-FS-FAL = '00'
905074         PERFORM 1500-LER-FALTOSO THRU 1500-EXIT
905075             UNTIL WS-FS-FAL NOT = '00'
905076         CLOSE PARTFALT-FILE
905077     ELSE
905078         IF WS-FS-FAL = '05'
905079             CLOSE PARTFALT-FILE
905080         END-IF
002051     END-IF.
002052 1000-EXIT.
002060     EXIT.
002410 1150-EXIT.
002420     EXIT.
002430
910024 1200-ABRIR-CLIENTES.
910025     SET MESTRE-CLIENTES-FECHADO TO TRUE
910026     OPEN INPUT CLIENTES-FILE
910027     IF WS-FS-CLI = '00'
910028         SET MESTRE-CLIENTES-ABERTO TO TRUE
910029     ELSE
910030         IF WS-FS-CLI = '05'
910031             CLOSE CLIENTES-FILE
910032         END-IF
910033     END-IF.
910034 1200-EXIT.
910035     EXIT.
002540
002550 1300-LER-EVENTO.
002560     READ EVENTOS-FILE INTO EVT-REGISTRO
002590             ADD 1 TO WS-QTD-EVENTOS
002600             MOVE EVT-CODIGO TO EVT-TAB-CODIGO (WS-QTD-EVENTOS)
002610             MOVE EVT-STATUS TO EVT-TAB-STATUS (WS-QTD-EVENTOS)
912019             MOVE EVT-NOME TO EVT-TAB-NOME (WS-QTD-EVENTOS)
002612             IF EVT-CAPACIDADE IS NUMERIC
002614                 MOVE EVT-CAPACIDADE
002616                     TO EVT-TAB-CAPACIDADE (WS-QTD-EVENTOS)
002620                 MOVE ZEROS
002622                     TO EVT-TAB-CAPACIDADE (WS-QTD-EVENTOS)
002624             END-IF
905638             COMPUTE EVT-TAB-INI (WS-QTD-EVENTOS) =
905639                 EVT-INI-ANO * 10000 + EVT-INI-MES * 100
905640                     + EVT-INI-DIA
905641             COMPUTE EVT-TAB-FIM (WS-QTD-EVENTOS) =
905642                 EVT-FIM-ANO * 10000 + EVT-FIM-MES * 100
905643                     + EVT-FIM-DIA
002625         ELSE
002626             ADD 1 TO WS-CNT-EVT-EXCEDENTES
002628         END-IF
002666     END-IF.
002667 1400-EXIT.
002668     EXIT.
905090
905091 1500-LER-FALTOSO.
905092     READ PARTFALT-FILE
905093     IF WS-FS-FAL = '00'
905094         IF WS-QTD-FALTOSOS < 500
905095             ADD 1 TO WS-QTD-FALTOSOS
905096             MOVE FALT-COD-CLIENTE
905097                 TO FAL-TAB-COD-CLIENTE (WS-QTD-FALTOSOS)
905098         END-IF
905099     END-IF.
905100 1500-EXIT.
905101     EXIT.
002669
002670*================================================================
002680*   2000-APLICAR-TRANSACOES - LE O PARTICTX E APLICA CADA
003838         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
003839         GO TO 2400-EXIT
003840     END-IF
905644
905645*    CONFLITO DE HORARIO COM OUTRA INSCRICAO DO CLIENTE - VALE
905646*    TAMBEM PARA QUEM IRIA PARA A FILA DE ESPERA.
905647     MOVE PTX-COD-CLIENTE   TO WS-CONF-COD-CLIENTE
905648     MOVE PTX-COD-EVENTO    TO WS-CONF-COD-EVENTO
905649     MOVE WS-EVT-INI-ACHADO TO WS-CONF-INI
905650     MOVE WS-EVT-FIM-ACHADO TO WS-CONF-FIM
905651     PERFORM 2450-CHECAR-CONFLITO THRU 2450-EXIT
905652     IF HA-CONFLITO
905653         MOVE SPACES TO REJ-REGISTRO
905654         MOVE 'E009' TO REJ-CODIGO-MOTIVO
905655         STRING 'CONFLITO COM EVENTO ' DELIMITED BY SIZE
905656                WS-CONF-EVENTO-ACHADO  DELIMITED BY SIZE
905657             INTO REJ-DESCRICAO-MOTIVO
905658         END-STRING
905659         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
905660         GO TO 2400-EXIT
905661     END-IF
003841
003842*    LOTACAO: EVENTO CHEIO (CAPACIDADE > 0 E OCUPACAO NO TETO)
003843*    MANDA O PAR NOVO PARA A FILA DE ESPERA, NAO PARA O PARTICIP.
003980 2400-EXIT.
003990     EXIT.
004000
910036 2410-LOCALIZAR-CLIENTE.
910037     SET CLIENTE-NAO-ACHADO TO TRUE
910038     IF MESTRE-CLIENTES-FECHADO
910039         GO TO 2410-EXIT
910040     END-IF
910041
910042     MOVE PTX-COD-CLIENTE TO CLI-CODIGO
910043     READ CLIENTES-FILE
910044         INVALID KEY
910045             CONTINUE
910046         NOT INVALID KEY
910047             SET CLIENTE-ACHADO TO TRUE
910048     END-READ.
910049 2410-EXIT.
910050     EXIT.
004212
004213*================================================================
004214*   2430-CONTAR-OCUPACAO - CONTA OS PARES VIVOS DO EVENTO DA
004269     MOVE ZEROS TO WS-IDX-EVT-ACHADO
004270     MOVE SPACES TO WS-EVT-STATUS-ACHADO
004271     MOVE ZEROS TO WS-EVT-CAPAC-ACHADA
905662     MOVE ZEROS TO WS-EVT-INI-ACHADO WS-EVT-FIM-ACHADO
912020     MOVE SPACES TO WS-EVT-NOME-ACHADO
004272     IF WS-QTD-EVENTOS > ZEROS
004273         SET IX-EVENTO TO 1
004274         PERFORM 2425-COMPARAR-EVENTO THRU 2425-EXIT
004282             TO WS-EVT-STATUS-ACHADO
004283         MOVE EVT-TAB-CAPACIDADE (WS-IDX-EVT-ACHADO)
004284             TO WS-EVT-CAPAC-ACHADA
905663         MOVE EVT-TAB-INI (WS-IDX-EVT-ACHADO) TO WS-EVT-INI-ACHADO
905664         MOVE EVT-TAB-FIM (WS-IDX-EVT-ACHADO) TO WS-EVT-FIM-ACHADO
912021         MOVE EVT-TAB-NOME (WS-IDX-EVT-ACHADO)
912022             TO WS-EVT-NOME-ACHADO
004285     ELSE
004286         IF WS-CNT-EVT-EXCEDENTES > ZEROS
004287             PERFORM 2426-BUSCAR-EVENTO-ARQUIVO THRU 2426-EXIT
004330             ELSE
004331                 MOVE ZEROS TO WS-EVT-CAPAC-ACHADA
004332             END-IF
905665             COMPUTE WS-EVT-INI-ACHADO = EVT-INI-ANO * 10000
905666                 + EVT-INI-MES * 100 + EVT-INI-DIA
905667             COMPUTE WS-EVT-FIM-ACHADO = EVT-FIM-ANO * 10000
905668                 + EVT-FIM-MES * 100 + EVT-FIM-DIA
912023             MOVE EVT-NOME TO WS-EVT-NOME-ACHADO
004333         END-IF
004334     END-IF.
004335 2427-EXIT.
004336     EXIT.
004337
905670*================================================================
905671*   2450-CHECAR-CONFLITO - VARRE OS PARES VIVOS DO CLIENTE
905672*   WS-CONF-COD-CLIENTE EM OUTROS EVENTOS E TESTA A SOBREPOSICAO
905673*   DA FAIXA DE CADA UM (SO EVENTO ATIVO) COM WS-CONF-INI/FIM -
905674*   MESMO CRITERIO DE 2350-CHECAR-SOBREPOSICAO DE EVENTOS0001:
905675*   NENHUM DOS INICIOS POSTERIOR AO FIM DO OUTRO.
905676*================================================================
905677 2450-CHECAR-CONFLITO.
905678     SET SEM-CONFLITO TO TRUE
905679     MOVE ZEROS TO WS-CONF-EVENTO-ACHADO
905680     IF WS-QTD-PARES > ZEROS
905681         PERFORM 2455-COMPARAR-CONFLITO THRU 2455-EXIT
905682             VARYING IX-PAR FROM 1 BY 1
905683             UNTIL IX-PAR > WS-QTD-PARES OR HA-CONFLITO
905684     END-IF.
905685 2450-EXIT.
905686     EXIT.
905687
905688 2455-COMPARAR-CONFLITO.
905689     IF PAR-TAB-COD-CLIENTE (IX-PAR) = WS-CONF-COD-CLIENTE
905690         AND PAR-TAB-COD-EVENTO (IX-PAR) NOT = WS-CONF-COD-EVENTO
905691         AND PAR-TAB-KEEP-SW (IX-PAR) = 'S'
905692         MOVE PAR-TAB-COD-EVENTO (IX-PAR) TO WS-COD-EVENTO-BUSCA
905693         PERFORM 2460-OBTER-DATAS-EVENTO THRU 2460-EXIT
905694         IF BUSCA-EVT-ACHADO AND WS-BUSCA-STATUS = 'A'
905695             IF WS-CONF-INI <= WS-BUSCA-FIM
905696                 AND WS-BUSCA-INI <= WS-CONF-FIM
905697                 SET HA-CONFLITO TO TRUE
905698                 MOVE WS-COD-EVENTO-BUSCA TO WS-CONF-EVENTO-ACHADO
905699             END-IF
905700         END-IF
905701     END-IF.
905702 2455-EXIT.
905703     EXIT.
905704
905705*================================================================
905706*   2460-OBTER-DATAS-EVENTO - STATUS E FAIXA AAAAMMDD DO EVENTO
905707*   WS-COD-EVENTO-BUSCA: CACHE PRIMEIRO E, COM O MESTRE MAIOR QUE
905708*   O CACHE, BUSCA DIRETA NO ARQUIVO (MESMA TECNICA DE 2426).
905709*================================================================
905710 2460-OBTER-DATAS-EVENTO.
905711     SET BUSCA-EVT-NAO-ACHADO TO TRUE
905712     IF WS-QTD-EVENTOS > ZEROS
905713         PERFORM 2465-COMPARAR-DATAS-EVENTO THRU 2465-EXIT
905714             VARYING IX-EVENTO FROM 1 BY 1
905715             UNTIL IX-EVENTO > WS-QTD-EVENTOS
905716                 OR BUSCA-EVT-ACHADO
905717     END-IF
905718
905719     IF BUSCA-EVT-NAO-ACHADO AND WS-CNT-EVT-EXCEDENTES > ZEROS
905720         OPEN INPUT EVENTOS-FILE
905721         IF WS-FS-EVT = '00'
905722             PERFORM 2470-LER-DATAS-EVENTO THRU 2470-EXIT
905723                 UNTIL WS-FS-EVT NOT = '00' OR BUSCA-EVT-ACHADO
905724             CLOSE EVENTOS-FILE
905725         ELSE
905726             IF WS-FS-EVT = '05'
905727                 CLOSE EVENTOS-FILE
905728             END-IF
905729         END-IF
905730     END-IF.
905731 2460-EXIT.
905732     EXIT.
905733
905734 2465-COMPARAR-DATAS-EVENTO.
905735     IF EVT-TAB-CODIGO (IX-EVENTO) = WS-COD-EVENTO-BUSCA
905736         SET BUSCA-EVT-ACHADO TO TRUE
905737         MOVE EVT-TAB-STATUS (IX-EVENTO) TO WS-BUSCA-STATUS
905738         MOVE EVT-TAB-INI (IX-EVENTO)    TO WS-BUSCA-INI
905739         MOVE EVT-TAB-FIM (IX-EVENTO)    TO WS-BUSCA-FIM
905740     END-IF.
905741 2465-EXIT.
905742     EXIT.
905743
905744 2470-LER-DATAS-EVENTO.
905745     READ EVENTOS-FILE INTO EVT-REGISTRO
905746     IF WS-FS-EVT = '00'
905747         IF EVT-CODIGO = WS-COD-EVENTO-BUSCA
905748             SET BUSCA-EVT-ACHADO TO TRUE
905749             MOVE EVT-STATUS TO WS-BUSCA-STATUS
905750             COMPUTE WS-BUSCA-INI = EVT-INI-ANO * 10000
905751                 + EVT-INI-MES * 100 + EVT-INI-DIA
905752             COMPUTE WS-BUSCA-FIM = EVT-FIM-ANO * 10000
905753                 + EVT-FIM-MES * 100 + EVT-FIM-DIA
905754         END-IF
905755     END-IF.
905756 2470-EXIT.
905757     EXIT.
905758
004410*================================================================
004420*   2500-DESASSOCIAR-PAR - PAR INEXISTENTE VAI PARA O REJLOG; O
004430*   EXISTENTE E SO MARCADO E FICA FORA DA REGRAVACAO.
004530     END-IF
004540
004550     MOVE 'N' TO PAR-TAB-KEEP-SW (WS-IDX-PAR-ACHADO)
905435
905436     MOVE SPACES TO PARTH-REGISTRO
905437     MOVE PAR-TAB-COD-CLIENTE (WS-IDX-PAR-ACHADO)
905438         TO PARTH-COD-CLIENTE
905439     MOVE PAR-TAB-COD-EVENTO (WS-IDX-PAR-ACHADO)
905440         TO PARTH-COD-EVENTO
905441     MOVE WS-DATA-ATUAL TO PARTH-DATA
905442     MOVE WS-HORA-ATUAL TO PARTH-HORA
905443     WRITE PARTH-REGISTRO
004552
004554*    A VAGA QUE ABRIU PROMOVE O PRIMEIRO DA FILA DO EVENTO.
004556     PERFORM 2550-PROMOVER-DA-FILA THRU 2550-EXIT.
004576*   TABELA DE PARES, O PAR FICA NA FILA PARA A PROXIMA RODADA.
004577*   COM A FILA EXCEDIDA NA CARGA, A PROMOCAO E SUSPENSA - A
004578*   REGRAVACAO ESTA SUSPENSA E O PROMOVIDO FICARIA EM DOBRO.
905110*   CLIENTE SINALIZADO NO PARTFALT PERDE A VEZ: A PRIMEIRA
905111*   PASSADA (2555) PULA OS SINALIZADOS E SO NAO HAVENDO NENHUM
905112*   OUTRO A SEGUNDA (2556) PEGA O PRIMEIRO DA FILA DO EVENTO.
905759*   NAS DUAS PASSADAS O CLIENTE COM CONFLITO DE HORARIO (2450)
905760*   COM O EVENTO E PULADO E CONTINUA NA FILA.
004579*================================================================
004580 2550-PROMOVER-DA-FILA.
004581     IF ESPERA-EXCEDIDA
004582         GO TO 2550-EXIT
004583     END-IF
905761     PERFORM 2420-LOCALIZAR-EVENTO THRU 2420-EXIT
905762     MOVE PTX-COD-EVENTO    TO WS-CONF-COD-EVENTO
905763     MOVE WS-EVT-INI-ACHADO TO WS-CONF-INI
905764     MOVE WS-EVT-FIM-ACHADO TO WS-CONF-FIM
004584     SET ESPERA-NAO-ACHADA TO TRUE
004585     MOVE ZEROS TO WS-IDX-ESP-ACHADO
004586     IF WS-QTD-ESPERA > ZEROS
004589             VARYING IX-ESP FROM 1 BY 1
004590             UNTIL IX-ESP > WS-QTD-ESPERA OR ESPERA-ACHADA
004591     END-IF
905120
905121     IF ESPERA-NAO-ACHADA
905122         AND WS-QTD-FALTOSOS > ZEROS
905123         AND WS-QTD-ESPERA > ZEROS
905124         PERFORM 2556-PROCURAR-QUALQUER-NA-FILA THRU 2556-EXIT
905125             VARYING IX-ESP FROM 1 BY 1
905126             UNTIL IX-ESP > WS-QTD-ESPERA OR ESPERA-ACHADA
905127     END-IF
004592
004593     IF ESPERA-NAO-ACHADA
004594         GO TO 2550-EXIT
004602         MOVE ESP-TAB-COD-EVENTO (WS-IDX-ESP-ACHADO)
004603             TO PAR-TAB-COD-EVENTO (WS-QTD-PARES)
004604         MOVE 'S' TO PAR-TAB-KEEP-SW (WS-QTD-PARES)
912026         PERFORM 7300-GRAVAR-NOTIFICACAO THRU 7300-EXIT
004605     END-IF.
004606 2550-EXIT.
004607     EXIT.
004609 2555-PROCURAR-NA-FILA.
004610     IF ESP-TAB-COD-EVENTO (IX-ESP) = PTX-COD-EVENTO
004611         AND ESP-TAB-KEEP-SW (IX-ESP) = 'S'
905130         MOVE ESP-TAB-COD-CLIENTE (IX-ESP) TO WS-COD-FALTOSO-BUSCA
905131         PERFORM 2557-LOCALIZAR-FALTOSO THRU 2557-EXIT
905132         IF FALTOSO-NAO-ACHADO
905765             MOVE ESP-TAB-COD-CLIENTE (IX-ESP)
905766                 TO WS-CONF-COD-CLIENTE
905767             PERFORM 2450-CHECAR-CONFLITO THRU 2450-EXIT
905768             IF SEM-CONFLITO
004612                 SET ESPERA-ACHADA TO TRUE
004613                 SET WS-IDX-ESP-ACHADO TO IX-ESP
905769             END-IF
905133         END-IF
004614     END-IF.
004615 2555-EXIT.
004616     EXIT.
905140
905141 2556-PROCURAR-QUALQUER-NA-FILA.
905142     IF ESP-TAB-COD-EVENTO (IX-ESP) = PTX-COD-EVENTO
905143         AND ESP-TAB-KEEP-SW (IX-ESP) = 'S'
905770         MOVE ESP-TAB-COD-CLIENTE (IX-ESP) TO WS-CONF-COD-CLIENTE
905771         PERFORM 2450-CHECAR-CONFLITO THRU 2450-EXIT
905772         IF SEM-CONFLITO
905773             SET ESPERA-ACHADA TO TRUE
905774             SET WS-IDX-ESP-ACHADO TO IX-ESP
905775         END-IF
905146     END-IF.
905147 2556-EXIT.
905148     EXIT.
905149
905150 2557-LOCALIZAR-FALTOSO.
905151     SET FALTOSO-NAO-ACHADO TO TRUE
905152     IF WS-QTD-FALTOSOS > ZEROS
905153         PERFORM 2558-COMPARAR-FALTOSO THRU 2558-EXIT
905154             VARYING IX-FAL FROM 1 BY 1
905155             UNTIL IX-FAL > WS-QTD-FALTOSOS OR FALTOSO-ACHADO
905156     END-IF.
905157 2557-EXIT.
905158     EXIT.
905159
905160 2558-COMPARAR-FALTOSO.
905161     IF FAL-TAB-COD-CLIENTE (IX-FAL) = WS-COD-FALTOSO-BUSCA
905162         SET FALTOSO-ACHADO TO TRUE
905163     END-IF.
905164 2558-EXIT.
905165     EXIT.
004617
004618*================================================================
004619*   3000-GRAVAR-PARTICIP-NOVO - REGRAVA A TABELA DE VOLTA NO
004930     WRITE REJ-LINHA.
004940 7100-EXIT.
004950     EXIT.
912027
912028*================================================================
912029*   7300-GRAVAR-NOTIFICACAO - AVISO DE VAGA CONFIRMADA AO CLIENTE
912030*   PROMOVIDO DA FILA (PAR WS-QTD-PARES, RECEM-INCLUIDO), COM O
912031*   EVENTO LOCALIZADO NO INICIO DE 2550. O NOME DO CLIENTE VEM
912032*   DA LEITURA PELA CHAVE; SEM ELE, SAI EM BRANCO.
912033*================================================================
912034 7300-GRAVAR-NOTIFICACAO.
912035     MOVE SPACES TO NOTIF-REGISTRO
912036     SET NOTIF-PARA-CLIENTE TO TRUE
912037     SET NOTIF-PROMOVIDO-FILA TO TRUE
912038     MOVE PAR-TAB-COD-CLIENTE (WS-QTD-PARES) TO NOTIF-COD-DESTINO
912039     MOVE PAR-TAB-COD-EVENTO (WS-QTD-PARES)  TO NOTIF-REFERENCIA
912040     MOVE WS-DATA-ATUAL TO NOTIF-DATA
912041     MOVE WS-HORA-ATUAL TO NOTIF-HORA
912042     MOVE 'PARTICIPA0002' TO NOTIF-PROGRAMA
912043     MOVE WS-EVT-NOME-ACHADO TO NOTIF-EVT-NOME
912044     MOVE WS-EVT-INI-ACHADO  TO NOTIF-EVT-INI
912045     MOVE WS-EVT-FIM-ACHADO  TO NOTIF-EVT-FIM
912046
912047     IF MESTRE-CLIENTES-ABERTO
912048         MOVE NOTIF-COD-DESTINO TO CLI-CODIGO
912049         READ CLIENTES-FILE
912050             INVALID KEY
912051                 CONTINUE
912052             NOT INVALID KEY
912053                 MOVE CLI-NOME TO NOTIF-NOME-DESTINO
912054         END-READ
912055     END-IF
912056
912057     MOVE NOTIF-REGISTRO TO NOTIF-LINHA
912058     WRITE NOTIF-LINHA.
912059 7300-EXIT.
912060     EXIT.
004960
004970 END PROGRAM PARTICIPA0002.
