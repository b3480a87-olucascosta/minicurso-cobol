000289*                      CLIENTE SAI NO RELCASC MARCADO COMO FILA,
000290*                      EM VEZ DE ESPERAR PARA SEMPRE POR UM
000291*                      EVENTO QUE NAO VOLTA.
905410*   2026-09-30  MCR    O MESTRE GANHOU TAXA DE PARTICIPACAO E
905411*                      CATEGORIA DE COBRANCA, MANTIDAS PELO
905412*                      EVENTOTX COMO A CAPACIDADE: TAXA NAO
905413*                      NUMERICA VALE ZEROS (NAO COBRADO) NO
905414*                      INCLUIR E MANTEM A ATUAL NO ATUALIZAR;
905415*                      CATEGORIA EM BRANCO NO ATUALIZAR MANTEM A
905416*                      ATUAL. AS DUAS SAO HISTORIADAS NO
905417*                      EVENTHIST (REGISTRO ALARGADO PARA 120) E
905418*                      LIDAS PELO FATURAMENTO (FATURA0001).
905600*   2026-10-02  MCR    NOVAS ACOES DE SERIE NO EVENTOTX: 'S' GERA
905601*                      UMA SERIE DE EVENTOS RECORRENTES (MOLDE DE
905602*                      NOME/DURACAO/CAPACIDADE, FREQUENCIA
905603*                      SEMANAL, A CADA N DIAS OU MENSAL NO MESMO
905604*                      DIA, PRIMEIRA DATA E QUANTIDADE OU DATA
905605*                      FINAL), COM CODIGOS SEQUENCIAIS E DATAS
905606*                      ROLADAS PARA O PROXIMO DIA UTIL POR
905607*                      DIAUTIL0001. CADA OCORRENCIA PASSA PELO
905608*                      MESMO INCLUIR (CRITICA, SOBREPOSICAO,
905609*                      TABELA E EVENTHIST) E GUARDA A SERIE NO
905610*                      NOVO EVT-SERIE; 'X' INATIVA A SERIE
905611*                      INTEIRA, EVENTO A EVENTO, COM A MESMA
905612*                      CASCATA DO INATIVAR. MOTIVOS NOVOS E011
905613*                      (SERIE INVALIDA) E E012 (SERIE SEM EVENTO
905614*                      ATIVO).
910000*   2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                      POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                      CLIENTES0002). O CACHE DE CLIENTES E A
910003*                      BUSCA DIRETA NO ARQUIVO
910004*                      (1610/2730/2735/2736) DERAM LUGAR A UMA
910005*                      LEITURA PELA CHAVE EM 2720, COM O MESTRE
910006*                      ABERTO UMA VEZ EM 1600-ABRIR-CLIENTES; O
910007*                      NOME NO RELCASC NAO MUDA.
912000*   2026-10-15  MCR    CADA PAR MOVIDO PELA CASCATA DE INATIVACAO
912001*                      GERA NOTIFICACAO AO CLIENTE NA CAIXA DE
912002*                      SAIDA NOTIFOUT (LAYOUT NOTIFREC, EXTEND) -
912003*                      'CI' PARA INSCRICAO ENCERRADA (2710) E 'CF'
912004*                      PARA VAGA NA FILA ENCERRADA (2740), COM O
912005*                      NOME E AS DATAS DO EVENTO; O ENVIO E FEITO
912006*                      POR NOTIFICA0001.
915100*   2026-10-15  MCR    SERIE NOVA COM CODIGO DE SERIE JA USADO POR
915101*                      OUTRA SERIE, OU COM ALGUM CODIGO DE EVENTO
915102*                      A GERAR JA EXISTENTE NA TABELA, E RECUSADA
915103*                      INTEIRA COM E011 ANTES DE GERAR QUALQUER
915104*                      OCORRENCIA (2816/2817) - DUAS SERIES COM O
915105*                      MESMO EVT-SERIE FARIAM O 'X' DE UMA
915106*                      INATIVAR TAMBEM A OUTRA.
916500*   2026-10-15  MCR    O MESTRE GANHOU A FILIAL ONDE O EVENTO
916501*                      ACONTECE (EVT-FILIAL), MANTIDA PELO NOVO
916502*                      TX-FILIAL DO EVENTOTX: NO INCLUIR VAI COMO
916503*                      VEIO (BRANCO = SEM FILIAL) E NO ATUALIZAR
916504*                      BRANCO MANTEM A ATUAL. A SERIE GRAVA A
916505*                      FILIAL DA TRANSACAO EM TODAS AS OCORRENCIAS
916506*                      E A ROLAGEM DA DATA EM 2820 PASSA ESSA
916507*                      FILIAL A DIAUTIL0001, QUE ENTAO PULA TAMBEM
916508*                      OS FERIADOS DELA.
000292*================================================================
000293*   FUNCAO......... MANUTENCAO DO MESTRE DE EVENTOS (EVENTOS).
000294*                    CARREGA O MESTRE ATUAL (SE EXISTIR) EM
000521         FILE STATUS IS WS-FS-PARH.
000522
000523     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910008         ORGANIZATION IS INDEXED
910009         ACCESS MODE IS RANDOM
910010         RECORD KEY IS CLI-CODIGO
000525         FILE STATUS IS WS-FS-CLI.
000526
000527     SELECT RELCASC-FILE ASSIGN TO "RELCASC"
000532     SELECT OPTIONAL PARTWAIT-FILE ASSIGN TO "PARTWAIT"
000533         ORGANIZATION IS LINE SEQUENTIAL
000534         FILE STATUS IS WS-FS-WAIT.
912007
912008     SELECT OPTIONAL NOTIFOUT-FILE ASSIGN TO "NOTIFOUT"
912009         ORGANIZATION IS LINE SEQUENTIAL
912010         FILE STATUS IS WS-FS-NTF.
000535
000536 DATA DIVISION.
000537 FILE SECTION.
000610         88  TX-INCLUIR                VALUE 'A'.
000620         88  TX-ATUALIZAR              VALUE 'U'.
000630         88  TX-INATIVAR               VALUE 'I'.
905615         88  TX-SERIE                  VALUE 'S'.
905616         88  TX-INATIVAR-SERIE         VALUE 'X'.
000640     10  TX-NOME                  PIC A(09).
000650     10  TX-INI-DATA.
000660         15  TX-INI-DIA                PIC 9(02).
000722*    CAPACIDADE NO ESPACO DO ANTIGO FILLER; NAO NUMERICA (DECK
000724*    LEGADO) VALE ZEROS NO INCLUIR E MANTEM A ATUAL NO ATUALIZAR.
000726     10  TX-CAPACIDADE            PIC X(05).
905420*    TAXA E CATEGORIA DE COBRANCA, MESMA REGRA DA CAPACIDADE: TAXA
905421*    NAO NUMERICA VALE ZEROS NO INCLUIR E MANTEM A ATUAL NO
905422*    ATUALIZAR; CATEGORIA EM BRANCO NO ATUALIZAR MANTEM A ATUAL.
905423     10  TX-TAXA                  PIC X(05).
905424     10  TX-CATEG-COBRANCA        PIC X(03).
905617*    SO NA ACAO 'S': TX-CODIGO E O CODIGO DA PRIMEIRA OCORRENCIA
905618*    (ZEROS = O SEGUINTE AO MAIOR DO MESTRE), TX-INI-DATA A
905619*    PRIMEIRA DATA E TX-FIM-DATA A DATA FINAL DA SERIE, USADA SO
905620*    QUANDO A QUANTIDADE NAO E INFORMADA. DURACAO EM DIAS (BRANCO
905621*    = 1) E INTERVALO SO PARA A FREQUENCIA 'D'. NA ACAO 'X',
905622*    TX-CODIGO E O CODIGO DA SERIE.
905623     10  TX-SERIE-FREQ            PIC X(01).
905624         88  TX-FREQ-SEMANAL           VALUE 'S'.
905625         88  TX-FREQ-DIAS              VALUE 'D'.
905626         88  TX-FREQ-MENSAL            VALUE 'M'.
905627     10  TX-SERIE-INTERVALO       PIC X(03).
905628     10  TX-SERIE-QTD             PIC X(03).
905629     10  TX-SERIE-DURACAO         PIC X(03).
916509*    FILIAL DO EVENTO NO ESPACO DO ANTIGO FILLER; BRANCO NO
916510*    ATUALIZAR MANTEM A ATUAL. NA ACAO 'S', E A DA SERIE TODA.
916511     10  TX-FILIAL                PIC X(04).
905630     10  FILLER                   PIC X(21).
000740
000780 FD  REJLOG-FILE.
000790 01  REJ-LINHA                    PIC X(76).
000795
000796 FD  EVENTHIST-FILE.
000797 01  HIST-LINHA                   PIC X(120).
000798
000801 FD  REJEVT-FILE.
000802 01  REJEVT-LINHA                 PIC X(76).
000839     10  WAIT-COD-CLIENTE         PIC 9(06).
000840     10  WAIT-COD-EVENTO          PIC 9(06).
000841     10  FILLER                   PIC X(68).
912011
912012 FD  NOTIFOUT-FILE.
912013 01  NOTIF-LINHA                  PIC X(120).
000842
000843 WORKING-STORAGE SECTION.
000844*----------------------------------------------------------------
000850     COPY EVENTOREC.
000860     COPY REJEITO.
000865     COPY EVENTHIST.
912014     COPY NOTIFREC.
000870
000880 77  WS-FS-EVT                PIC X(02) VALUE '00'.
000890 77  WS-FS-TX                 PIC X(02) VALUE '00'.
000918 77  WS-FS-CLI                PIC X(02) VALUE '00'.
000919 77  WS-FS-CASC               PIC X(02) VALUE '00'.
000920 77  WS-FS-WAIT               PIC X(02) VALUE '00'.
912015 77  WS-FS-NTF                PIC X(02) VALUE '00'.
000921 
000930 77  WS-EOF-TX-SW             PIC X(01) VALUE 'N'.
000940         88  FIM-TRANSACOES            VALUE 'S'.
001130         10  EVT-TAB-FIM-ANO      PIC 9(04).
001140         10  EVT-TAB-STATUS       PIC X(01).
001145         10  EVT-TAB-CAPACIDADE   PIC 9(05).
905425         10  EVT-TAB-TAXA         PIC 9(05).
905426         10  EVT-TAB-CATEG-COBR   PIC X(03).
905631         10  EVT-TAB-SERIE        PIC 9(06).
916512         10  EVT-TAB-FILIAL       PIC X(04).
001150
001160 77  WS-QTD-EVENTOS           PIC 9(04) VALUE ZEROS COMP.
001170 77  WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS COMP.
001254     05  WS-HIST-ANTES-FIM-ANO    PIC 9(04) VALUE ZEROS.
001255     05  WS-HIST-ANTES-STATUS     PIC X(01) VALUE SPACES.
001256     05  WS-HIST-ANTES-CAPAC      PIC 9(05) VALUE ZEROS.
905427     05  WS-HIST-ANTES-TAXA       PIC 9(05) VALUE ZEROS.
905428     05  WS-HIST-ANTES-CATEG      PIC X(03) VALUE SPACES.
001257 77  WS-HIST-IDX-DEPOIS       PIC 9(04) VALUE ZEROS COMP.
001258
001259*----------------------------------------------------------------
001286 77  WS-ESPERA-EXCEDIDA-SW    PIC X(01) VALUE 'N'.
001287         88  ESPERA-EXCEDIDA           VALUE 'S'.
001288
910011*   O MESTRE DE CLIENTES SO RESOLVE NOMES PARA O RELCASC; E
910012*   INDEXADO E LIDO PELA CHAVE (2720), COMO EM CONDICIONAL0001.
910013 77  WS-CLIENTES-ABERTO-SW    PIC X(01) VALUE 'N'.
910014         88  MESTRE-CLIENTES-ABERTO    VALUE 'S'.
910015         88  MESTRE-CLIENTES-FECHADO   VALUE 'N'.
001301 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
001302         88  CLIENTE-ACHADO            VALUE 'S'.
001303         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
001304 77  WS-NOME-CLIENTE          PIC X(10) VALUE SPACES.
912057 77  WS-TIPO-NOTIFICACAO      PIC X(02) VALUE SPACES.
001305 77  WS-COD-CLIENTE-BUSCA     PIC 9(06) VALUE ZEROS.
905632
905633*----------------------------------------------------------------
905634*   GERACAO E INATIVACAO DE SERIES (VER 2800 E 2900). CADA
905635*   OCORRENCIA E MONTADA NO PROPRIO TX-REGISTRO COMO UMA INCLUSAO
905636*   COMUM (A TRANSACAO DA SERIE FICA SALVA EM WS-TX-SALVA E E
905637*   RESTAURADA NO FIM); WS-SERIE-CORRENTE E GRAVADO NO EVT-TAB-
905638*   SERIE DE QUEM 2400 INCLUIR (ZEROS NA INCLUSAO AVULSA).
905639*----------------------------------------------------------------
905640 01  WS-TX-SALVA              PIC X(80) VALUE SPACES.
905641 77  WS-SERIE-CORRENTE        PIC 9(06) VALUE ZEROS.
905642 77  WS-SERIE-COD-INICIAL     PIC 9(06) VALUE ZEROS.
916519 77  WS-SERIE-FILIAL          PIC X(04) VALUE SPACES.
905643 77  WS-SERIE-QTD             PIC 9(03) VALUE ZEROS COMP.
905644 77  WS-SERIE-IDX             PIC 9(03) VALUE ZEROS COMP.
905645 77  WS-SERIE-PASSO           PIC 9(03) VALUE ZEROS COMP.
905646 77  WS-SERIE-DURACAO         PIC 9(03) VALUE ZEROS COMP.
905647 77  WS-SERIE-FIM-COMP        PIC 9(08) VALUE ZEROS.
905648 77  WS-SERIE-NOMINAL         PIC 9(08) VALUE ZEROS.
905649 77  WS-SERIE-DIAS            PIC 9(08) VALUE ZEROS COMP.
905650 77  WS-SERIE-MESES           PIC 9(06) VALUE ZEROS COMP.
905651 77  WS-QTD-ANTES             PIC 9(04) VALUE ZEROS COMP.
905652 77  WS-IDX-SERIE             PIC 9(04) VALUE ZEROS COMP.
905653 77  WS-CNT-SERIE-EVENTOS     PIC 9(05) VALUE ZEROS.
905654 77  WS-SERIE-VALIDA-SW       PIC X(01) VALUE 'S'.
905655         88  SERIE-VALIDA              VALUE 'S'.
905656         88  SERIE-INVALIDA            VALUE 'N'.
905657 77  WS-SERIE-FIM-SW          PIC X(01) VALUE 'N'.
905658         88  SERIE-ENCERRADA           VALUE 'S'.
905659         88  SERIE-EM-ANDAMENTO        VALUE 'N'.
915107*   FAIXA DE CODIGOS QUE A SERIE VAI GERAR (2816) E COLISAO DELA
915108*   COM O QUE JA ESTA NA TABELA (2817).
915109 77  WS-SERIE-QTD-GERADA      PIC 9(03) VALUE ZEROS COMP.
915110 77  WS-SERIE-COD-FINAL       PIC 9(07) VALUE ZEROS.
915111 77  WS-SERIE-COLISAO-SW      PIC X(01) VALUE 'N'.
915112         88  SERIE-COM-COLISAO         VALUE 'S'.
915113         88  SERIE-SEM-COLISAO         VALUE 'N'.
905660
905661*   PRIMEIRA DATA DA SERIE E DATAS DA OCORRENCIA EM AAAAMMDD.
905662 01  WS-SERIE-BASE-DATA.
905663     05  WS-SERIE-BASE-ANO        PIC 9(04) VALUE ZEROS.
905664     05  WS-SERIE-BASE-MES        PIC 9(02) VALUE ZEROS.
905665     05  WS-SERIE-BASE-DIA        PIC 9(02) VALUE ZEROS.
905666 01  WS-SERIE-BASE REDEFINES WS-SERIE-BASE-DATA
905667                              PIC 9(08).
905668 01  WS-OCORR-INI-DATA.
905669     05  WS-OCORR-INI-ANO         PIC 9(04) VALUE ZEROS.
905670     05  WS-OCORR-INI-MES         PIC 9(02) VALUE ZEROS.
905671     05  WS-OCORR-INI-DIA         PIC 9(02) VALUE ZEROS.
905672 01  WS-OCORR-INI REDEFINES WS-OCORR-INI-DATA
905673                              PIC 9(08).
905674 01  WS-OCORR-FIM-DATA.
905675     05  WS-OCORR-FIM-ANO         PIC 9(04) VALUE ZEROS.
905676     05  WS-OCORR-FIM-MES         PIC 9(02) VALUE ZEROS.
905677     05  WS-OCORR-FIM-DIA         PIC 9(02) VALUE ZEROS.
905678 01  WS-OCORR-FIM REDEFINES WS-OCORR-FIM-DATA
905679                              PIC 9(08).
905680
905681*   AREA DE CHAMADA DE DIAUTIL0001 (DATA, RESPOSTA S/N E PROXIMO
905682*   DIA UTIL), COMO EM FOLHA0001; A FILIAL E WS-SERIE-FILIAL.
905683 77  WS-DU-DATA               PIC 9(08) VALUE ZEROS.
905684 77  WS-DU-UTIL-SW            PIC X(01) VALUE 'S'.
905685 77  WS-DU-PROXIMO            PIC 9(08) VALUE ZEROS.
001306
001307 PROCEDURE DIVISION.
001308*================================================================
001316     OPEN EXTEND EVENTHIST-FILE
001317     OPEN EXTEND REJEVT-FILE
001318     OPEN EXTEND PARTHIST-FILE
912016     OPEN EXTEND NOTIFOUT-FILE
001319     OPEN OUTPUT RELCASC-FILE
001320
001321     MOVE 'PARTICIPACOES MOVIDAS POR INATIVACAO DE EVENTO'
001325     PERFORM 1000-CARREGAR-MASTER   THRU 1000-EXIT
001326     PERFORM 1500-CARREGAR-PARTICIP THRU 1500-EXIT
001327     PERFORM 1550-CARREGAR-ESPERA   THRU 1550-EXIT
910016     PERFORM 1600-ABRIR-CLIENTES    THRU 1600-EXIT
001330     PERFORM 2000-APLICAR-TRANSACOES THRU 2000-EXIT
001340     PERFORM 3000-GRAVAR-MASTER-NOVO THRU 3000-EXIT
001342     PERFORM 3500-GRAVAR-PARTICIP-NOVO THRU 3500-EXIT
001361     CLOSE EVENTHIST-FILE
001362     CLOSE REJEVT-FILE
001363     CLOSE PARTHIST-FILE
912017     CLOSE NOTIFOUT-FILE
001364     CLOSE RELCASC-FILE
910017     IF MESTRE-CLIENTES-ABERTO
910018         CLOSE CLIENTES-FILE
910019     END-IF
001370
001380     GOBACK.
001390 
001689                 MOVE ZEROS
001691                     TO EVT-TAB-CAPACIDADE (WS-QTD-EVENTOS)
001693             END-IF
905430             IF EVT-TAXA IS NUMERIC
905431                 MOVE EVT-TAXA TO EVT-TAB-TAXA (WS-QTD-EVENTOS)
905432             ELSE
905433                 MOVE ZEROS TO EVT-TAB-TAXA (WS-QTD-EVENTOS)
905434             END-IF
905435             MOVE EVT-CATEG-COBRANCA
905436                 TO EVT-TAB-CATEG-COBR (WS-QTD-EVENTOS)
905686             IF EVT-SERIE IS NUMERIC
905687                 MOVE EVT-SERIE TO EVT-TAB-SERIE (WS-QTD-EVENTOS)
905688             ELSE
905689                 MOVE ZEROS TO EVT-TAB-SERIE (WS-QTD-EVENTOS)
905690             END-IF
916513             MOVE EVT-FILIAL TO EVT-TAB-FILIAL (WS-QTD-EVENTOS)
001694         ELSE
001695             PERFORM 1150-REJEITAR-EXCESSO THRU 1150-EXIT
001696         END-IF
001833     EXIT.
001834

910020*================================================================
910021*   1600-ABRIR-CLIENTES - O MESTRE DE CLIENTES FICA ABERTO A
910022*   RODADA INTEIRA SO PARA RESOLVER O NOME DOS CLIENTES AFETADOS
910023*   NO RELCASC (MESMA TECNICA DE CONDICIONAL0001).
910024*================================================================
910025 1600-ABRIR-CLIENTES.
910026     SET MESTRE-CLIENTES-FECHADO TO TRUE
910027     OPEN INPUT CLIENTES-FILE
910028     IF WS-FS-CLI = '00'
910029         SET MESTRE-CLIENTES-ABERTO TO TRUE
910030     ELSE
910031         IF WS-FS-CLI = '05'
910032             CLOSE CLIENTES-FILE
910033         END-IF
910034     END-IF.
910035 1600-EXIT.
910036     EXIT.
001863

001864*================================================================
001970 
001980 2200-PROCESSAR-TRANSACAO.
001990     PERFORM 2300-LOCALIZAR-NA-TABELA THRU 2300-EXIT
905691     MOVE ZEROS TO WS-SERIE-CORRENTE
002000 
002010     EVALUATE TRUE
002020         WHEN TX-INCLUIR
002050             PERFORM 2500-ATUALIZAR-EVENTO THRU 2500-EXIT
002060         WHEN TX-INATIVAR
002070             PERFORM 2600-INATIVAR-EVENTO  THRU 2600-EXIT
905692         WHEN TX-SERIE
905693             PERFORM 2800-GERAR-SERIE      THRU 2800-EXIT
905694         WHEN TX-INATIVAR-SERIE
905695             PERFORM 2900-INATIVAR-SERIE   THRU 2900-EXIT
002080         WHEN OTHER
002090             MOVE SPACES TO REJ-REGISTRO
002100             MOVE 'E006' TO REJ-CODIGO-MOTIVO
002549     ELSE
002550         MOVE ZEROS TO EVT-TAB-CAPACIDADE (WS-QTD-EVENTOS)
002551     END-IF
905440     IF TX-TAXA IS NUMERIC
905441         MOVE TX-TAXA TO EVT-TAB-TAXA (WS-QTD-EVENTOS)
905442     ELSE
905443         MOVE ZEROS TO EVT-TAB-TAXA (WS-QTD-EVENTOS)
905444     END-IF
905445     MOVE TX-CATEG-COBRANCA TO EVT-TAB-CATEG-COBR (WS-QTD-EVENTOS)
905696     MOVE WS-SERIE-CORRENTE TO EVT-TAB-SERIE (WS-QTD-EVENTOS)
916514     MOVE TX-FILIAL TO EVT-TAB-FILIAL (WS-QTD-EVENTOS)
002552
002553     MOVE SPACES TO WS-HIST-ANTES-NOME
002554     MOVE ZEROS  TO WS-HIST-ANTES-INI-DIA WS-HIST-ANTES-INI-MES
002556                    WS-HIST-ANTES-FIM-MES WS-HIST-ANTES-FIM-ANO
002557     MOVE SPACES TO WS-HIST-ANTES-STATUS
002558     MOVE ZEROS  TO WS-HIST-ANTES-CAPAC
905446     MOVE ZEROS  TO WS-HIST-ANTES-TAXA
905447     MOVE SPACES TO WS-HIST-ANTES-CATEG
002559     MOVE WS-QTD-EVENTOS TO WS-HIST-IDX-DEPOIS
002628     PERFORM 7200-GRAVAR-HISTORICO THRU 7200-EXIT.
002630 2400-EXIT.
002812     MOVE EVT-TAB-STATUS  (WS-IDX-ACHADO) TO WS-HIST-ANTES-STATUS
002814     MOVE EVT-TAB-CAPACIDADE (WS-IDX-ACHADO)
002815         TO WS-HIST-ANTES-CAPAC
905450     MOVE EVT-TAB-TAXA (WS-IDX-ACHADO) TO WS-HIST-ANTES-TAXA
905451     MOVE EVT-TAB-CATEG-COBR (WS-IDX-ACHADO)
905459         TO WS-HIST-ANTES-CATEG
002816
002820     MOVE TX-NOME    TO EVT-TAB-NOME    (WS-IDX-ACHADO)
002824     MOVE TX-INI-DIA TO EVT-TAB-INI-DIA (WS-IDX-ACHADO)
002846     IF TX-CAPACIDADE IS NUMERIC
002847         MOVE TX-CAPACIDADE TO EVT-TAB-CAPACIDADE (WS-IDX-ACHADO)
002848     END-IF
905452*    TAXA NAO NUMERICA OU CATEGORIA EM BRANCO MANTEM A ATUAL.
905453     IF TX-TAXA IS NUMERIC
905454         MOVE TX-TAXA TO EVT-TAB-TAXA (WS-IDX-ACHADO)
905455     END-IF
905456     IF TX-CATEG-COBRANCA NOT = SPACES
905457         MOVE TX-CATEG-COBRANCA
905469             TO EVT-TAB-CATEG-COBR (WS-IDX-ACHADO)
905458     END-IF
916515     IF TX-FILIAL NOT = SPACES
916516         MOVE TX-FILIAL TO EVT-TAB-FILIAL (WS-IDX-ACHADO)
916517     END-IF
002849
002852     MOVE WS-IDX-ACHADO TO WS-HIST-IDX-DEPOIS
002856     PERFORM 7200-GRAVAR-HISTORICO THRU 7200-EXIT.
003018     MOVE EVT-TAB-STATUS  (WS-IDX-ACHADO) TO WS-HIST-ANTES-STATUS
003019     MOVE EVT-TAB-CAPACIDADE (WS-IDX-ACHADO)
003020         TO WS-HIST-ANTES-CAPAC
905460     MOVE EVT-TAB-TAXA (WS-IDX-ACHADO) TO WS-HIST-ANTES-TAXA
905461     MOVE EVT-TAB-CATEG-COBR (WS-IDX-ACHADO)
905470         TO WS-HIST-ANTES-CATEG
003021
003022     MOVE 'I' TO EVT-TAB-STATUS (WS-IDX-ACHADO)
003023
900469             INTO CASC-LINHA
900470         END-STRING
900471         WRITE CASC-LINHA
912018         MOVE 'CI' TO WS-TIPO-NOTIFICACAO
912019         PERFORM 7300-GRAVAR-NOTIFICACAO THRU 7300-EXIT
900472     END-IF.
900473 2710-EXIT.
900474     EXIT.
900500             INTO CASC-LINHA
900501         END-STRING
900502         WRITE CASC-LINHA
912020         MOVE 'CF' TO WS-TIPO-NOTIFICACAO
912021         PERFORM 7300-GRAVAR-NOTIFICACAO THRU 7300-EXIT
900503     END-IF.
900504 2740-EXIT.
900505     EXIT.
900506
910037*================================================================
910038*   2720-LOCALIZAR-CLIENTE - LEITURA PELA CHAVE NO MESTRE DE
910039*   CLIENTES INDEXADO; SEM CORRESPONDENCIA (OU MESTRE AUSENTE),
910040*   SAI 'NAO ENCONT' COMO EM PARTICIPA0001.
910041*================================================================
910042 2720-LOCALIZAR-CLIENTE.
910043     SET CLIENTE-NAO-ACHADO TO TRUE
910044     MOVE SPACES TO WS-NOME-CLIENTE
910045     IF MESTRE-CLIENTES-ABERTO
910046         MOVE WS-COD-CLIENTE-BUSCA TO CLI-CODIGO
910047         READ CLIENTES-FILE
910048             INVALID KEY
910049                 CONTINUE
910050             NOT INVALID KEY
910051                 SET CLIENTE-ACHADO TO TRUE
910052                 MOVE CLI-NOME TO WS-NOME-CLIENTE
910053         END-READ
910054     END-IF
910055
910056     IF CLIENTE-NAO-ACHADO
910057         MOVE 'NAO ENCONT' TO WS-NOME-CLIENTE
910058     END-IF.
910059 2720-EXIT.
910060     EXIT.
900576
905700*================================================================
905701*   2800-GERAR-SERIE - EXPANDE A TRANSACAO DE SERIE EM EVENTOS
905702*   INDIVIDUAIS. A OCORRENCIA K (K = 0, 1, ...) CAI NA PRIMEIRA
905703*   DATA + K SEMANAS, + K VEZES O INTERVALO OU + K MESES NO MESMO
905704*   DIA (LIMITADO AO FIM DO MES), SEMPRE A PARTIR DA PRIMEIRA
905705*   DATA PARA A ROLAGEM NAO ACUMULAR; A DATA QUE CAIR EM FIM DE
905706*   SEMANA OU FERIADO VAI PARA O PROXIMO DIA UTIL (DIAUTIL0001).
905707*   CADA OCORRENCIA RECEBE O CODIGO SEGUINTE E E APLICADA POR
905708*   2400-INCLUIR-EVENTO COMO UMA INCLUSAO DIGITADA - A QUE FOR
905709*   REJEITADA SAI NO REJLOG/REJEVT COM O PROPRIO CODIGO E A
905710*   SERIE SEGUE. A SERIE E IDENTIFICADA PELO CODIGO DA PRIMEIRA
905711*   OCORRENCIA.
915114*   ANTES DE GERAR, O CODIGO DA SERIE E TODA A FAIXA DE CODIGOS A
915115*   GERAR SAO PROCURADOS NA TABELA (2816/2817): QUALQUER COLISAO
915116*   RECUSA A TRANSACAO INTEIRA COM E011, SEM GERAR NADA.
905712*================================================================
905713 2800-GERAR-SERIE.
905714     PERFORM 2810-CRITICAR-SERIE THRU 2810-EXIT
905715     IF SERIE-INVALIDA
905716         GO TO 2800-EXIT
905717     END-IF
905718
905719     IF TX-CODIGO = ZEROS
905720         MOVE ZEROS TO WS-SERIE-COD-INICIAL
905721         IF WS-QTD-EVENTOS > ZEROS
905722             PERFORM 2815-ACHAR-MAIOR-CODIGO THRU 2815-EXIT
905723                 VARYING IX-EVENTO FROM 1 BY 1
905724                 UNTIL IX-EVENTO > WS-QTD-EVENTOS
905725         END-IF
905726         ADD 1 TO WS-SERIE-COD-INICIAL
905727     ELSE
905728         MOVE TX-CODIGO TO WS-SERIE-COD-INICIAL
905729     END-IF
905730
915117     PERFORM 2816-CONTAR-OCORRENCIAS THRU 2816-EXIT
915118     COMPUTE WS-SERIE-COD-FINAL =
915119         WS-SERIE-COD-INICIAL + WS-SERIE-QTD-GERADA - 1
915120     SET SERIE-SEM-COLISAO TO TRUE
915121     IF WS-SERIE-COD-FINAL > 999999
915122         SET SERIE-COM-COLISAO TO TRUE
915123     END-IF
915124     IF SERIE-SEM-COLISAO AND WS-QTD-EVENTOS > ZEROS
915125         PERFORM 2817-CHECAR-COLISAO THRU 2817-EXIT
915126             VARYING IX-EVENTO FROM 1 BY 1
915127             UNTIL IX-EVENTO > WS-QTD-EVENTOS OR SERIE-COM-COLISAO
915128     END-IF
915129     IF SERIE-COM-COLISAO
915130         MOVE SPACES TO REJ-REGISTRO
915131         MOVE 'E011' TO REJ-CODIGO-MOTIVO
915132         MOVE 'CODIGO DE SERIE JA EXISTENTE'
915133             TO REJ-DESCRICAO-MOTIVO
915134         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
915135         GO TO 2800-EXIT
915136     END-IF
915137
905731     MOVE TX-REGISTRO TO WS-TX-SALVA
916520     MOVE TX-FILIAL TO WS-SERIE-FILIAL
905732     MOVE WS-SERIE-COD-INICIAL TO WS-SERIE-CORRENTE
905733     MOVE ZEROS TO WS-SERIE-IDX
905734     SET SERIE-EM-ANDAMENTO TO TRUE
905735     PERFORM 2820-GERAR-OCORRENCIA THRU 2820-EXIT
905736         UNTIL SERIE-ENCERRADA
905737
905738     MOVE WS-TX-SALVA TO TX-REGISTRO
905739     MOVE ZEROS TO WS-SERIE-CORRENTE.
905740 2800-EXIT.
905741     EXIT.
905742
905743*================================================================
905744*   2810-CRITICAR-SERIE - PRIMEIRA DATA VALIDA (E009), FREQUENCIA
905745*   CONHECIDA, INTERVALO NUMERICO NA FREQUENCIA 'D' E QUANTIDADE
905746*   (ATE O TAMANHO DA TABELA) OU DATA FINAL VALIDA E NAO ANTERIOR
905747*   A PRIMEIRA (E010); O RESTO VAI PARA O REJLOG COM E011.
905748*================================================================
905749 2810-CRITICAR-SERIE.
905750     SET SERIE-VALIDA TO TRUE
905751     MOVE SPACES TO REJ-REGISTRO
905752
905753     MOVE TX-INI-DIA TO WS-CHK-DIA
905754     MOVE TX-INI-MES TO WS-CHK-MES
905755     MOVE TX-INI-ANO TO WS-CHK-ANO
905756     PERFORM 6000-VALIDAR-DATA THRU 6000-EXIT
905757     IF DATA-INVALIDA
905758         SET SERIE-INVALIDA TO TRUE
905759         PERFORM 2390-REJEITAR-DATA THRU 2390-EXIT
905760         GO TO 2810-EXIT
905761     END-IF
905762     MOVE TX-INI-ANO TO WS-SERIE-BASE-ANO
905763     MOVE TX-INI-MES TO WS-SERIE-BASE-MES
905764     MOVE TX-INI-DIA TO WS-SERIE-BASE-DIA
905765
905766     EVALUATE TRUE
905767         WHEN TX-FREQ-SEMANAL
905768             MOVE 7 TO WS-SERIE-PASSO
905769         WHEN TX-FREQ-DIAS
905770             IF TX-SERIE-INTERVALO IS NUMERIC
905771                 AND TX-SERIE-INTERVALO > '000'
905772                 MOVE TX-SERIE-INTERVALO TO WS-SERIE-PASSO
905773             ELSE
905774                 MOVE 'INTERVALO DE SERIE INVALIDO'
905775                     TO REJ-DESCRICAO-MOTIVO
905776             END-IF
905777         WHEN TX-FREQ-MENSAL
905778             MOVE ZEROS TO WS-SERIE-PASSO
905779         WHEN OTHER
905780             MOVE 'FREQUENCIA DE SERIE INVALIDA'
905781                 TO REJ-DESCRICAO-MOTIVO
905782     END-EVALUATE
905783
905784     IF TX-SERIE-DURACAO IS NUMERIC
905785         AND TX-SERIE-DURACAO > '000'
905786         MOVE TX-SERIE-DURACAO TO WS-SERIE-DURACAO
905787     ELSE
905788         MOVE 1 TO WS-SERIE-DURACAO
905789     END-IF
905790
905791     IF REJ-DESCRICAO-MOTIVO = SPACES
905792         IF TX-SERIE-QTD IS NUMERIC AND TX-SERIE-QTD > '000'
905793             MOVE TX-SERIE-QTD TO WS-SERIE-QTD
905794             MOVE 99999999 TO WS-SERIE-FIM-COMP
905795             IF WS-SERIE-QTD > 200
905796                 MOVE 'QTD DE OCORRENCIAS EXCESSIVA'
905797                     TO REJ-DESCRICAO-MOTIVO
905798             END-IF
905799         ELSE
905800             PERFORM 2812-CRITICAR-FIM-SERIE THRU 2812-EXIT
905801             IF SERIE-INVALIDA
905802                 GO TO 2810-EXIT
905803             END-IF
905804         END-IF
905805     END-IF
905806
905807     IF REJ-DESCRICAO-MOTIVO NOT = SPACES
905808         SET SERIE-INVALIDA TO TRUE
905809         MOVE 'E011' TO REJ-CODIGO-MOTIVO
905810         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
905811     END-IF.
905812 2810-EXIT.
905813     EXIT.
905814
905815*================================================================
905816*   2812-CRITICAR-FIM-SERIE - SEM QUANTIDADE, A SERIE VAI ATE A
905817*   DATA FINAL (TX-FIM-DATA), LIMITADA AO TAMANHO DA TABELA.
905818*================================================================
905819 2812-CRITICAR-FIM-SERIE.
905820     MOVE TX-FIM-DIA TO WS-CHK-DIA
905821     MOVE TX-FIM-MES TO WS-CHK-MES
905822     MOVE TX-FIM-ANO TO WS-CHK-ANO
905823     PERFORM 6000-VALIDAR-DATA THRU 6000-EXIT
905824     IF DATA-INVALIDA
905825         MOVE 'SERIE SEM QTD NEM DATA FINAL'
905826             TO REJ-DESCRICAO-MOTIVO
905827         GO TO 2812-EXIT
905828     END-IF
905829
905830     COMPUTE WS-SERIE-FIM-COMP = TX-FIM-ANO * 10000
905831                               + TX-FIM-MES * 100 + TX-FIM-DIA
905832     IF WS-SERIE-FIM-COMP < WS-SERIE-BASE
905833         SET SERIE-INVALIDA TO TRUE
905834         MOVE 'E010' TO REJ-CODIGO-MOTIVO
905835         MOVE 'FIM ANTERIOR AO INICIO'
905836             TO REJ-DESCRICAO-MOTIVO
905837         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
905838         GO TO 2812-EXIT
905839     END-IF
905840     MOVE 200 TO WS-SERIE-QTD.
905841 2812-EXIT.
905842     EXIT.
905843
905844 2815-ACHAR-MAIOR-CODIGO.
905845     IF EVT-TAB-CODIGO (IX-EVENTO) > WS-SERIE-COD-INICIAL
905846         MOVE EVT-TAB-CODIGO (IX-EVENTO) TO WS-SERIE-COD-INICIAL
905847     END-IF.
905848 2815-EXIT.
905849     EXIT.
915138
915139*================================================================
915140*   2816-CONTAR-OCORRENCIAS - QUANTAS OCORRENCIAS A SERIE VAI
915141*   GERAR (PELA QUANTIDADE OU ATE A DATA FINAL), COM AS MESMAS
915142*   DATAS NOMINAIS DE 2830, PARA SABER A FAIXA DE CODIGOS.
915143*================================================================
915144 2816-CONTAR-OCORRENCIAS.
915145     MOVE ZEROS TO WS-SERIE-IDX WS-SERIE-QTD-GERADA
915146     SET SERIE-EM-ANDAMENTO TO TRUE
915147     PERFORM 2818-CONTAR-UMA THRU 2818-EXIT
915148         UNTIL SERIE-ENCERRADA
915149     MOVE ZEROS TO WS-SERIE-IDX.
915150 2816-EXIT.
915151     EXIT.
915152
915153 2818-CONTAR-UMA.
915154     IF WS-SERIE-IDX NOT < WS-SERIE-QTD
915155         SET SERIE-ENCERRADA TO TRUE
915156         GO TO 2818-EXIT
915157     END-IF
915158     PERFORM 2830-CALCULAR-DATA-OCORR THRU 2830-EXIT
915159     IF WS-SERIE-NOMINAL > WS-SERIE-FIM-COMP
915160         SET SERIE-ENCERRADA TO TRUE
915161         GO TO 2818-EXIT
915162     END-IF
915163     ADD 1 TO WS-SERIE-QTD-GERADA
915164     ADD 1 TO WS-SERIE-IDX.
915165 2818-EXIT.
915166     EXIT.
915167
915168*================================================================
915169*   2817-CHECAR-COLISAO - O EVENTO DA TABELA JA E DE UMA SERIE COM
915170*   O CODIGO DESTA OU TEM CODIGO DENTRO DA FAIXA A GERAR.
915171*================================================================
915172 2817-CHECAR-COLISAO.
915173     IF EVT-TAB-SERIE (IX-EVENTO) = WS-SERIE-COD-INICIAL
915174         SET SERIE-COM-COLISAO TO TRUE
915175     END-IF
915176     IF EVT-TAB-CODIGO (IX-EVENTO) NOT < WS-SERIE-COD-INICIAL
915177         AND EVT-TAB-CODIGO (IX-EVENTO) NOT > WS-SERIE-COD-FINAL
915178         SET SERIE-COM-COLISAO TO TRUE
915179     END-IF.
915180 2817-EXIT.
915181     EXIT.
905850
905851*================================================================
905852*   2820-GERAR-OCORRENCIA - MONTA A OCORRENCIA WS-SERIE-IDX NO
905853*   TX-REGISTRO (MOLDE SALVO, ACAO 'A', CODIGO E DATAS PROPRIOS)
905854*   E A APLICA PELO CAMINHO NORMAL DO INCLUIR.
905855*================================================================
905856 2820-GERAR-OCORRENCIA.
905857     IF WS-SERIE-IDX NOT < WS-SERIE-QTD
905858         SET SERIE-ENCERRADA TO TRUE
905859         GO TO 2820-EXIT
905860     END-IF
905861
905862     PERFORM 2830-CALCULAR-DATA-OCORR THRU 2830-EXIT
905863     IF WS-SERIE-NOMINAL > WS-SERIE-FIM-COMP
905864         SET SERIE-ENCERRADA TO TRUE
905865         GO TO 2820-EXIT
905866     END-IF
905867
905868     MOVE WS-SERIE-NOMINAL TO WS-DU-DATA
905869     CALL 'DIAUTIL0001' USING WS-DU-DATA WS-DU-UTIL-SW
905870                              WS-DU-PROXIMO WS-SERIE-FILIAL
905871     IF WS-DU-UTIL-SW = 'N'
905872         MOVE WS-DU-PROXIMO TO WS-OCORR-INI
905873     ELSE
905874         MOVE WS-SERIE-NOMINAL TO WS-OCORR-INI
905875     END-IF
905876     COMPUTE WS-SERIE-DIAS =
905877         FUNCTION INTEGER-OF-DATE (WS-OCORR-INI)
905878             + WS-SERIE-DURACAO - 1
905879     COMPUTE WS-OCORR-FIM =
905880         FUNCTION DATE-OF-INTEGER (WS-SERIE-DIAS)
905881
905882     MOVE WS-TX-SALVA TO TX-REGISTRO
905883     MOVE 'A' TO TX-ACAO
905884     COMPUTE TX-CODIGO = WS-SERIE-COD-INICIAL + WS-SERIE-IDX
905885     MOVE WS-OCORR-INI-DIA TO TX-INI-DIA
905886     MOVE WS-OCORR-INI-MES TO TX-INI-MES
905887     MOVE WS-OCORR-INI-ANO TO TX-INI-ANO
905888     MOVE WS-OCORR-FIM-DIA TO TX-FIM-DIA
905889     MOVE WS-OCORR-FIM-MES TO TX-FIM-MES
905890     MOVE WS-OCORR-FIM-ANO TO TX-FIM-ANO
905891
905892     PERFORM 2300-LOCALIZAR-NA-TABELA THRU 2300-EXIT
905893     MOVE WS-QTD-EVENTOS TO WS-QTD-ANTES
905894     PERFORM 2400-INCLUIR-EVENTO THRU 2400-EXIT
905895     IF WS-QTD-EVENTOS > WS-QTD-ANTES
905896         ADD 1 TO WS-CNT-SERIE-EVENTOS
905897     END-IF
905898
905899     ADD 1 TO WS-SERIE-IDX.
905900 2820-EXIT.
905901     EXIT.
905902
905903*================================================================
905904*   2830-CALCULAR-DATA-OCORR - DATA NOMINAL (ANTES DA ROLAGEM DE
905905*   DIA UTIL) DA OCORRENCIA WS-SERIE-IDX EM WS-SERIE-NOMINAL. NA
905906*   MENSAL O MES E SOMADO COMO EM FOLHA0001 (2292), COM O DIA DA
905907*   PRIMEIRA DATA LIMITADO AO ULTIMO DIA DO MES.
905908*================================================================
905909 2830-CALCULAR-DATA-OCORR.
905910     IF TX-FREQ-MENSAL
905911         COMPUTE WS-SERIE-MESES = WS-SERIE-BASE-ANO * 12
905912             + WS-SERIE-BASE-MES - 1 + WS-SERIE-IDX
905913         COMPUTE WS-OCORR-INI-ANO = WS-SERIE-MESES / 12
905914         COMPUTE WS-OCORR-INI-MES = WS-SERIE-MESES
905915             - WS-OCORR-INI-ANO * 12 + 1
905916         MOVE WS-OCORR-INI-MES TO WS-CHK-MES
905917         MOVE WS-OCORR-INI-ANO TO WS-CHK-ANO
905918         PERFORM 6100-VERIFICAR-BISSEXTO THRU 6100-EXIT
905919         PERFORM 6200-OBTER-DIAS-NO-MES  THRU 6200-EXIT
905920         IF WS-SERIE-BASE-DIA > WS-DIAS-NO-MES
905921             MOVE WS-DIAS-NO-MES TO WS-OCORR-INI-DIA
905922         ELSE
905923             MOVE WS-SERIE-BASE-DIA TO WS-OCORR-INI-DIA
905924         END-IF
905925         MOVE WS-OCORR-INI TO WS-SERIE-NOMINAL
905926     ELSE
905927         COMPUTE WS-SERIE-DIAS =
905928             FUNCTION INTEGER-OF-DATE (WS-SERIE-BASE)
905929                 + WS-SERIE-IDX * WS-SERIE-PASSO
905930         COMPUTE WS-SERIE-NOMINAL =
905931             FUNCTION DATE-OF-INTEGER (WS-SERIE-DIAS)
905932     END-IF.
905933 2830-EXIT.
905934     EXIT.
905935
905936*================================================================
905937*   2900-INATIVAR-SERIE - INATIVA, UM A UM, OS EVENTOS ATIVOS DA
905938*   SERIE TX-CODIGO PELO MESMO 2600-INATIVAR-EVENTO (EVENTHIST E
905939*   CASCATA SOBRE PARTICIP/PARTWAIT). SERIE ZERO (EVENTO AVULSO)
905940*   OU SEM NENHUM EVENTO ATIVO VAI PARA O REJLOG COM E012.
905941*================================================================
905942 2900-INATIVAR-SERIE.
905943     MOVE TX-REGISTRO TO WS-TX-SALVA
905944     MOVE TX-CODIGO TO WS-SERIE-CORRENTE
905945     MOVE ZEROS TO WS-CNT-SERIE-EVENTOS
905946     IF WS-SERIE-CORRENTE > ZEROS AND WS-QTD-EVENTOS > ZEROS
905947         PERFORM 2910-INATIVAR-OCORRENCIA THRU 2910-EXIT
905948             VARYING WS-IDX-SERIE FROM 1 BY 1
905949             UNTIL WS-IDX-SERIE > WS-QTD-EVENTOS
905950     END-IF
905951     MOVE WS-TX-SALVA TO TX-REGISTRO
905952     MOVE ZEROS TO WS-SERIE-CORRENTE
905953
905954     IF WS-CNT-SERIE-EVENTOS = ZEROS
905955         MOVE SPACES TO REJ-REGISTRO
905956         MOVE 'E012' TO REJ-CODIGO-MOTIVO
905957         MOVE 'SERIE SEM EVENTOS ATIVOS'
905958             TO REJ-DESCRICAO-MOTIVO
905959         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
905960     END-IF.
905961 2900-EXIT.
905962     EXIT.
905963
905964 2910-INATIVAR-OCORRENCIA.
905965     IF EVT-TAB-SERIE (WS-IDX-SERIE) = WS-SERIE-CORRENTE
905966         AND EVT-TAB-STATUS (WS-IDX-SERIE) = 'A'
905967         MOVE 'I' TO TX-ACAO
905968         MOVE EVT-TAB-CODIGO (WS-IDX-SERIE) TO TX-CODIGO
905969         SET EVENTO-ACHADO TO TRUE
905970         MOVE WS-IDX-SERIE TO WS-IDX-ACHADO
905971         PERFORM 2600-INATIVAR-EVENTO THRU 2600-EXIT
905972         ADD 1 TO WS-CNT-SERIE-EVENTOS
905973     END-IF.
905974 2910-EXIT.
905975     EXIT.
905976

003060*================================================================
003070*   3000-GRAVAR-MASTER-NOVO - REGRAVA A TABELA COMPLETA DE VOLTA
003310     MOVE EVT-TAB-FIM-ANO (IX-EVENTO)  TO EVT-FIM-ANO
003320     MOVE EVT-TAB-STATUS (IX-EVENTO)   TO EVT-STATUS
003325     MOVE EVT-TAB-CAPACIDADE (IX-EVENTO) TO EVT-CAPACIDADE
905462     MOVE EVT-TAB-TAXA (IX-EVENTO)       TO EVT-TAXA
905463     MOVE EVT-TAB-CATEG-COBR (IX-EVENTO) TO EVT-CATEG-COBRANCA
905697     MOVE EVT-TAB-SERIE (IX-EVENTO)      TO EVT-SERIE
916518     MOVE EVT-TAB-FILIAL (IX-EVENTO)     TO EVT-FILIAL
003330     WRITE EVT-LINHA-ANTIGA FROM EVT-REGISTRO.
003340 3100-EXIT.
003350     EXIT.
003537     MOVE WS-HIST-ANTES-FIM-ANO TO HIST-ANTES-FIM-ANO
003538     MOVE WS-HIST-ANTES-STATUS  TO HIST-ANTES-STATUS
003539     MOVE WS-HIST-ANTES-CAPAC   TO HIST-ANTES-CAPAC
905464     MOVE WS-HIST-ANTES-TAXA    TO HIST-ANTES-TAXA
905465     MOVE WS-HIST-ANTES-CATEG   TO HIST-ANTES-CATEG
003540
003541     MOVE EVT-TAB-NOME    (WS-HIST-IDX-DEPOIS) TO HIST-DEPOIS-NOME
003542     MOVE EVT-TAB-INI-DIA (WS-HIST-IDX-DEPOIS)
003555         TO HIST-DEPOIS-STATUS
003556     MOVE EVT-TAB-CAPACIDADE (WS-HIST-IDX-DEPOIS)
003557         TO HIST-DEPOIS-CAPAC
905466     MOVE EVT-TAB-TAXA (WS-HIST-IDX-DEPOIS) TO HIST-DEPOIS-TAXA
905467     MOVE EVT-TAB-CATEG-COBR (WS-HIST-IDX-DEPOIS)
905468         TO HIST-DEPOIS-CATEG
003558
003559     MOVE HIST-REGISTRO TO HIST-LINHA
003560     WRITE HIST-LINHA.
003561 7200-EXIT.
003562     EXIT.
912059
912022*================================================================
912023*   7300-GRAVAR-NOTIFICACAO - AVISO AO CLIENTE EM
912024*   WS-COD-CLIENTE-BUSCA (JA LOCALIZADO POR 2720) DE QUE O
912025*   EVENTO TX-CODIGO FOI INATIVADO, COM O TIPO ('CI' OU 'CF')
912026*   EM WS-TIPO-NOTIFICACAO. OS DADOS DO EVENTO SAEM DA TABELA
912027*   (WS-IDX-ACHADO); CLIENTE FORA DO MESTRE SAI COM O NOME EM
912028*   BRANCO.
912029*================================================================
912030 7300-GRAVAR-NOTIFICACAO.
912032     MOVE SPACES TO NOTIF-REGISTRO
912033     MOVE WS-TIPO-NOTIFICACAO TO NOTIF-TIPO
912034     SET NOTIF-PARA-CLIENTE TO TRUE
912035     MOVE WS-COD-CLIENTE-BUSCA TO NOTIF-COD-DESTINO
912036     MOVE TX-CODIGO TO NOTIF-REFERENCIA
912037     MOVE WS-DATA-ATUAL TO NOTIF-DATA
912038     MOVE WS-HORA-ATUAL TO NOTIF-HORA
912039     MOVE 'EVENTOS0001' TO NOTIF-PROGRAMA
912040     IF CLIENTE-ACHADO
912041         MOVE WS-NOME-CLIENTE TO NOTIF-NOME-DESTINO
912042     END-IF
912043     MOVE EVT-TAB-NOME (WS-IDX-ACHADO) TO NOTIF-EVT-NOME
912044     COMPUTE NOTIF-EVT-INI =
912045         EVT-TAB-INI-ANO (WS-IDX-ACHADO) * 10000
912046             + EVT-TAB-INI-MES (WS-IDX-ACHADO) * 100
912047                 + EVT-TAB-INI-DIA (WS-IDX-ACHADO)
912048     COMPUTE NOTIF-EVT-FIM =
912049         EVT-TAB-FIM-ANO (WS-IDX-ACHADO) * 10000
912050             + EVT-TAB-FIM-MES (WS-IDX-ACHADO) * 100
912051                 + EVT-TAB-FIM-DIA (WS-IDX-ACHADO)
912052     MOVE NOTIF-REGISTRO TO NOTIF-LINHA
912053     WRITE NOTIF-LINHA.
912054 7300-EXIT.
912055     EXIT.
912056
003563

003564 END PROGRAM EVENTOS0001.
