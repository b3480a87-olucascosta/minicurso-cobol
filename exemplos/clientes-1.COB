000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-02  MCR    CRIACAO DO PROGRAMA.
910000*   2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                      POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                      CLIENTES0002). O CACHE DE CODIGOS E A BUSCA
910003*                      DIRETA NO ARQUIVO (1100/6100/6200/6300)
910004*                      DERAM LUGAR A UMA LEITURA PELA CHAVE EM
910005*                      6000, COM O MESTRE ABERTO UMA VEZ EM
910006*                      1000-ABRIR-CLIENTES.
000210*================================================================
000220*   FUNCAO......... RECONCILIACAO NOTURNA DO MESTRE DE CLIENTES,
000230*                    NO ESPIRITO DE EVENTOS0002: VARRE OS TRES
000300*                    DATA VISTA E O VALOR EXPOSTO. O RODAPE TOTAL
000310*                    A EXPOSICAO, PARA A ENTRADA DE DADOS
000320*                    CORRIGIR O MESTRE ANTES DO FECHAMENTO. A
910007*                    BUSCA NO MESTRE E A LEITURA PELA CHAVE DO
910008*                    MESTRE INDEXADO, A MESMA DA RESOLUCAO DE
910009*                    NOMES DE CONDICIONAL0001.
000370*================================================================
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910010         ORGANIZATION IS INDEXED
910011         ACCESS MODE IS RANDOM
910012         RECORD KEY IS CLI-CODIGO
000440         FILE STATUS IS WS-FS-CLI.
000450
000460     SELECT OPTIONAL TRANSVLR-FILE ASSIGN TO "TRANSVLR"
001000 77  WS-FS-VPR                PIC X(02) VALUE '00'.
001010 77  WS-FS-EXC                PIC X(02) VALUE '00'.
001020
910013*----------------------------------------------------------------
910014*   MESTRE DE CLIENTES INDEXADO, ABERTO UMA VEZ NO INICIO E LIDO
910015*   PELA CHAVE EM 6000.
910016*----------------------------------------------------------------
910017 77  WS-CLIENTES-ABERTO-SW    PIC X(01) VALUE 'N'.
910018         88  MESTRE-CLIENTES-ABERTO    VALUE 'S'.
910019         88  MESTRE-CLIENTES-FECHADO   VALUE 'N'.
001140 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
001150         88  CLIENTE-ACHADO            VALUE 'S'.
001160         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
001560*   0000-MAINLINE
001570*================================================================
001580 0000-MAINLINE.
910020     PERFORM 1000-ABRIR-CLIENTES THRU 1000-EXIT
001600     PERFORM 2000-VARRER-TRANSVLR THRU 2000-EXIT
001610     PERFORM 3000-VARRER-PARTICIP THRU 3000-EXIT
001620     PERFORM 4000-VARRER-VARPARES THRU 4000-EXIT
001630     PERFORM 5000-GRAVAR-RELATORIO THRU 5000-EXIT
910021     IF MESTRE-CLIENTES-ABERTO
910022         CLOSE CLIENTES-FILE
910023     END-IF
001640     STOP RUN.
001650
910024*================================================================
910025*   1000-ABRIR-CLIENTES - ABRE O MESTRE PARA AS LEITURAS PELA
910026*   CHAVE. MESTRE AUSENTE VALE COMO VAZIO (TODO CODIGO CONSUMIDO
910027*   SAI PENDURADO - E EXATAMENTE O QUE O OPERADOR PRECISA VER).
910028*================================================================
910029 1000-ABRIR-CLIENTES.
910030     SET MESTRE-CLIENTES-FECHADO TO TRUE
910031     OPEN INPUT CLIENTES-FILE
910032     IF WS-FS-CLI = '00'
910033         SET MESTRE-CLIENTES-ABERTO TO TRUE
910034     ELSE
910035         IF WS-FS-CLI = '05'
910036             CLOSE CLIENTES-FILE
910037         END-IF
910038     END-IF.
910039 1000-EXIT.
910040     EXIT.
001980
001990*================================================================
002000*   2000-VARRER-TRANSVLR - UMA OCORRENCIA POR TRANSACAO CUJO
004230 5900-EXIT.
004240     EXIT.
004250
910041*================================================================
910042*   6000-LOCALIZAR-CLIENTE - EXISTE NO MESTRE? LEITURA PELA CHAVE
910043*   (MESMA MECANICA DE CONDICIONAL0001).
910044*================================================================
910045 6000-LOCALIZAR-CLIENTE.
910046     SET CLIENTE-NAO-ACHADO TO TRUE
910047     IF MESTRE-CLIENTES-FECHADO
910048         GO TO 6000-EXIT
910049     END-IF
910050
910051     MOVE WS-COD-CLIENTE-BUSCA TO CLI-CODIGO
910052     READ CLIENTES-FILE
910053         INVALID KEY
910054             CONTINUE
910055         NOT INVALID KEY
910056             SET CLIENTE-ACHADO TO TRUE
910057     END-READ.
910058 6000-EXIT.
910059     EXIT.
004770
004780*================================================================
004790*   7000-ACUMULAR-PENDURADO - SOMA A OCORRENCIA NA ENTRADA DO
