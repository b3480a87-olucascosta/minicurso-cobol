000214*                      GANHOU A SECAO DA FILA DE ESPERA
000215*                      (PARTWAIT, MANTIDA POR PARTICIPA0002), COM
000216*                      O TOTAL DA FILA NO RODAPE.
910000*   2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                      POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                      CLIENTES0002). O CACHE DE CLIENTES E A
910003*                      BUSCA DIRETA NO ARQUIVO
910004*                      (1100/3100/3200/3210) DERAM LUGAR A UMA
910005*                      LEITURA PELA CHAVE EM 3000, COM O MESTRE
910006*                      ABERTO UMA VEZ EM 1100-ABRIR-CLIENTES; O
910007*                      NOME RESOLVIDO NAO MUDA E O RODAPE PERDEU A
910008*                      LINHA DE CLIENTES ALEM DO CACHE.
000217*================================================================
000220*   FUNCAO......... RELATORIO DE PARTICIPACAO CRUZANDO O MESTRE
000230*                    DE CLIENTES COM O MESTRE DE EVENTOS ATRAVES
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910009         ORGANIZATION IS INDEXED
910010         ACCESS MODE IS RANDOM
910011         RECORD KEY IS CLI-CODIGO
000390         FILE STATUS IS WS-FS-CLI.
000400
000410     SELECT OPTIONAL EVENTOS-FILE ASSIGN TO "EVENTOS"
000820 77  WS-FS-REL                PIC X(02) VALUE '00'.
000822 77  WS-FS-WAI                PIC X(02) VALUE '00'.
000830
910012*----------------------------------------------------------------
910013*   TABELAS EM MEMORIA DE EVENTOS E DE PARES - MESMA TECNICA DAS
910014*   TABELAS DE CUTOFF DE CONDICIONAL0001 E DA TABELA DE EVENTOS
910015*   DE EVENTOS0001, PARA CRUZAR OS MESTRES SEM RELER ARQUIVO A
910016*   CADA PAR. O MESTRE DE CLIENTES E INDEXADO E LIDO PELA CHAVE.
910017*----------------------------------------------------------------
000960
000970 01  TABELA-EVENTOS.
000980     05  EVT-TAB-ENTRADA  OCCURS 200 TIMES
001120*----------------------------------------------------------------
001130*   CONTROLE DA BUSCA DE CLIENTE E DO CASAMENTO PAR X EVENTO
001140*----------------------------------------------------------------
910018 77  WS-CLIENTES-ABERTO-SW    PIC X(01) VALUE 'N'.
910019         88  MESTRE-CLIENTES-ABERTO    VALUE 'S'.
910020         88  MESTRE-CLIENTES-FECHADO   VALUE 'N'.
001160 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
001170         88  CLIENTE-ACHADO            VALUE 'S'.
001180         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
001390 0000-MAINLINE.
001400     PERFORM 1000-CARREGAR-TABELAS THRU 1000-EXIT
001410     PERFORM 2000-GRAVAR-RELATORIO THRU 2000-EXIT
910021     IF MESTRE-CLIENTES-ABERTO
910022         CLOSE CLIENTES-FILE
910023     END-IF
001420     STOP RUN.
001430
001440*================================================================
001470*   AUSENTE VALE COMO VAZIO.
001480*================================================================
001490 1000-CARREGAR-TABELAS.
910024     MOVE ZEROS TO WS-QTD-EVENTOS WS-QTD-PARES
001510
910025     PERFORM 1100-ABRIR-CLIENTES THRU 1100-EXIT
001580
001590     OPEN INPUT EVENTOS-FILE
001600     IF WS-FS-EVT = '00'
001720 1000-EXIT.
001730     EXIT.
001740
910026 1100-ABRIR-CLIENTES.
910027     SET MESTRE-CLIENTES-FECHADO TO TRUE
910028     OPEN INPUT CLIENTES-FILE
910029     IF WS-FS-CLI = '00'
910030         SET MESTRE-CLIENTES-ABERTO TO TRUE
910031     ELSE
910032         IF WS-FS-CLI = '05'
910033             CLOSE CLIENTES-FILE
910034         END-IF
910035     END-IF.
910036 1100-EXIT.
910037     EXIT.
001860
001870 1200-LER-EVENTO.
001880     READ EVENTOS-FILE INTO EVT-REGISTRO
003499            WS-CNT-FILA-ESPERA    DELIMITED BY SIZE
003500         INTO REL-LINHA
003501     END-STRING
910038     WRITE REL-LINHA.
003512 2900-EXIT.
003513     EXIT.
003514
910039*================================================================
910040*   3000-LOCALIZAR-CLIENTE - LE O CODIGO DO PAR PELA CHAVE NO
910041*   MESTRE DE CLIENTES INDEXADO; SEM CORRESPONDENCIA (OU MESTRE
910042*   AUSENTE), SAI 'NAO ENCONT' COMO EM VARIAVEIS.
910043*================================================================
910044 3000-LOCALIZAR-CLIENTE.
910045     SET CLIENTE-NAO-ACHADO TO TRUE
910046     MOVE SPACES TO WS-NOME-CLIENTE
910047     IF MESTRE-CLIENTES-ABERTO
910048         MOVE WS-COD-CLIENTE-BUSCA TO CLI-CODIGO
910049         READ CLIENTES-FILE
910050             INVALID KEY
910051                 CONTINUE
910052             NOT INVALID KEY
910053                 SET CLIENTE-ACHADO TO TRUE
910054                 MOVE CLI-NOME TO WS-NOME-CLIENTE
910055         END-READ
910056     END-IF
910057
910058     IF CLIENTE-NAO-ACHADO
910059         MOVE 'NAO ENCONT' TO WS-NOME-CLIENTE
910060     END-IF.
910061 3000-EXIT.
910062     EXIT.
003582

003584 END PROGRAM PARTICIPA0001.
