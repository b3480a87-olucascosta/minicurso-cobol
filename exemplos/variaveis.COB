000330*                      DE CODIGOS CLIENTE/EVENTO (VARPARES), SEM
000340*                      ACCEPT INTERATIVO. O MODO INTERATIVO
000350*                      ORIGINAL CONTINUA SENDO O DEFAULT.
910000*   2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                      POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                      CLIENTES0002). 1150-RESOLVER-CLIENTE LE O
910003*                      CODIGO PELA CHAVE EM VEZ DE PERCORRER O
910004*                      ARQUIVO (1200/1250 SAIRAM); O NOME
910005*                      RESOLVIDO NAO MUDA.
000360*================================================================
000370*   FUNCAO......... DEMONSTRA OS TIPOS BASICOS DE DADO DO COBOL E,
000380*                    A PARTIR DESTA VERSAO, RESOLVE NOME E EVENTO
000490         FILE STATUS IS WS-FS-PARM.
000500
000510     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910006         ORGANIZATION IS INDEXED
910007         ACCESS MODE IS RANDOM
910008         RECORD KEY IS CLI-CODIGO
000530         FILE STATUS IS WS-FS-CLI.
000540
000550     SELECT OPTIONAL EVENTOS-FILE ASSIGN TO "EVENTOS"
001150 77  WS-CODIGO-DIGITADO       PIC X(06) VALUE SPACES.
001160 77  WS-CODIGO-NUM            PIC 9(06) VALUE ZEROS.
001170
001200 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
001210         88  CLIENTE-ACHADO            VALUE 'S'.
001220         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
002670 1100-EXIT.
002680     EXIT.
002690
910009*================================================================
910010*   1150-RESOLVER-CLIENTE - LE PELA CHAVE NO MESTRE DE CLIENTES
910011*   INDEXADO (OPTIONAL - SE O ARQUIVO NAO EXISTIR, NOME FICA NAO
910012*   ACHADO) O CODIGO JA VALIDADO EM WS-CODIGO-NUM. USADA TANTO NO
910013*   MODO INTERATIVO QUANTO NO MODO LOTE.
910014*================================================================
910015 1150-RESOLVER-CLIENTE.
910016     OPEN INPUT CLIENTES-FILE
910017     IF WS-FS-CLI = '00'
910018         MOVE WS-CODIGO-NUM TO CLI-CODIGO
910019         READ CLIENTES-FILE
910020             INVALID KEY
910021                 CONTINUE
910022             NOT INVALID KEY
910023                 SET CLIENTE-ACHADO TO TRUE
910024         END-READ
910025         CLOSE CLIENTES-FILE
910026     ELSE
910027         IF WS-FS-CLI = '05'
910028             CLOSE CLIENTES-FILE
910029         END-IF
910030     END-IF
910031
910032     IF CLIENTE-ACHADO
910033         MOVE CLI-NOME TO NOME
910034     ELSE
910035         MOVE 'NAO ENCONT' TO NOME
910036     END-IF.
910037 1150-EXIT.
910038     EXIT.
003100
003110*================================================================
003120*   1600-LOCALIZAR-EVENTO - MESMA IDEIA DE 1100-LOCALIZAR-CLIENTE,
