900086*                       RECENTE. VIGENCIA EM BRANCO (DECK LEGADO)
900087*                       VALE COMO VIGENTE DESDE SEMPRE - NADA
900088*                       MUDA PARA QUEM NAO DATAR O DECK.
905410*    2026-09-30  MCR    TRANSVLR GANHOU TIPO (C = CREDITO DE
905411*                       TAXA, BRANCO OU D = DEBITO COMO SEMPRE),
905412*                       A IDENTIDADE DA EXTRACAO QUE GEROU O
905413*                       REGISTRO E O EVENTO COBRADO, TODOS NO
905414*                       ESPACO DO FILLER (GRAVADOS POR
905415*                       FATURA0001). REGISTRO CARIMBADO COM
905416*                       IDENTIDADE DIFERENTE DA DO CARTAO VAI PARA
905417*                       O REJLOG COM O NOVO MOTIVO E005 (NAO ENTRA
905418*                       SOB OUTRA EXTRACAO). CREDITO NAO E TALIADO
905419*                       EM FAIXA NEM NOS SUBTOTAIS POR CATEGORIA:
905420*                       SAI NA LINHA COMO CREDITO DE TAXA, SOMA EM
905421*                       CREDITOS E ABATE NO TOTAL LIQUIDO DO
905422*                       RODAPE. O ACUMVLR GANHOU O VALOR DE
905423*                       CREDITOS ACUMULADO NO ESPACO DO ANTIGO
905424*                       FILLER. A SIMULACAO IGNORA OS CREDITOS.
906000*    2026-10-10  MCR    DETECCAO DE PROVAVEL DUPLICIDADE NO MODO
906001*                       LOTE: TRANSACAO COM A MESMA CHAVE, VALOR,
906002*                       DATA, CATEGORIA E TIPO DE OUTRA JA VISTA
906003*                       NA RODADA, OU ABSORVIDA NUMA RODADA
906004*                       ANTERIOR DENTRO DA JANELA DE RETENCAO
906005*                       (NOVO ARQUIVO TRANSHST, PARM-JANELA-DUPLIC
906006*                       DIAS, DEFAULT 30), VAI PARA O NOVO ARQUIVO
906007*                       DE SUSPENSOS (TRANSSUS) E PARA O REJLOG
906008*                       COM O NOVO MOTIVO E006, SEM CLASSIFICAR
906009*                       NEM ACUMULAR. O OPERADOR LIBERA O SUSPENSO
906010*                       EM REJEITOS0001 QUANDO A REPETICAO E
906011*                       LEGITIMA; O REGISTRO VOLTA AO TRANSVLR
906012*                       MARCADO COMO LIBERADO (TRANS-DUP-LIBERADA)
906013*                       E NAO E CONFERIDO DE NOVO. A RE-EXECUCAO
906014*                       DO MESMO EXTRATO (MESMA IDENTIDADE DO
906015*                       CARTAO) CONTINUA SENDO TRATADA SO PELA
906016*                       GUARDA DE 3310, SEM SUSPENDER O DECK
906017*                       INTEIRO.
907000*    2026-10-11  MCR    NOVO TIPO DE TRANSACAO E (ESTORNO) NO
907001*                       TRANSVLR, QUE DESFAZ UM DEBITO JA
907002*                       ABSORVIDO PELO ACUMULADO: O REGISTRO DE
907003*                       ESTORNO TRAZ A CHAVE, O VALOR, A DATA E A
907004*                       CATEGORIA DO DEBITO ORIGINAL. A ORIGINAL E
907005*                       PROCURADA NO TRANSHST, QUE PASSOU A
907006*                       GUARDAR A FAIXA EM QUE O DEBITO FOI
907007*                       TALIADO E A COMPETENCIA DO ACUMULADO QUE O
907008*                       ABSORVEU, E A MANTER A CHAVE ENQUANTO ESSA
907009*                       COMPETENCIA NAO FOR FECHADA POR
907010*                       FECHAMENTO0001 (ACUMHIST), MESMO FORA DA
907011*                       JANELA DE DUPLICIDADE. ESTORNO ACEITO
907012*                       ABATE A CONTAGEM E O VALOR DA FAIXA DA
907013*                       ORIGINAL NO ACUMVLR, SAI NUMA SECAO
907014*                       PROPRIA (ESTORNOS) DO REPVLR, ABATE NO
907015*                       TOTAL LIQUIDO E VAI PARA O AUDITLOG COM A
907016*                       REFERENCIA DA ORIGINAL. ESTORNO SEM
907017*                       ORIGINAL (E007), DE ORIGINAL JA ESTORNADA
907018*                       (E008) OU DE PERIODO JA FECHADO (E009) VAI
907019*                       PARA O REJLOG. A SIMULACAO IGNORA OS
907020*                       ESTORNOS.
908000*    2026-10-12  MCR    O REGISTRO DO ACUMIDS PASSOU A GUARDAR, NO
908001*                       ESPACO DO ANTIGO FILLER, A CONTRIBUICAO
908002*                       LIQUIDA DA EXTRACAO AO ACUMVLR: A
908003*                       COMPETENCIA DA RODADA, A CONTAGEM E O
908004*                       VALOR DE CADA FAIXA (DEBITOS MENOS
908005*                       ESTORNOS, COM SINAL) E OS CREDITOS DE
908006*                       TAXA. E O QUE DESFAZ0001 SUBTRAI PARA
908007*                       DESFAZER UMA EXTRACAO ABSORVIDA. REGISTRO
908008*                       LEGADO LE COM BRANCOS E NAO PODE SER
908009*                       DESFEITO.
909000*    2026-10-13  MCR    CODIGO DE CLIENTE MESCLADO POR MESCLA0001:
909001*                       O TRANSVLR QUE AINDA CHEGA COM O CODIGO
909002*                       ANTIGO E LEVADO AO SOBREVIVENTE PELA
909003*                       REFERENCIA CRUZADA CLIXREF ASSIM QUE E
909004*                       LIDO (3105), E O MESMO VALE PARA AS CHAVES
909005*                       DO TRANSHST, PARA QUE A DUPLICIDADE E O
909006*                       ESTORNO CASEM A TRANSACAO DE ANTES DA
909007*                       MESCLA COM A DE DEPOIS. O RODAPE DO REPVLR
909008*                       CONTA AS TRANSACOES REMAPEADAS.
910000*    2026-10-14  MCR    MESTRE DE CLIENTES PASSOU A SER INDEXADO
910001*                       POR CLI-CODIGO (CONVERTIDO UMA VEZ POR
910002*                       CLIENTES0002). A TABELA DE CLIENTES EM
910003*                       MEMORIA E A BUSCA DIRETA NO ARQUIVO
910004*                       (1020/3208/3209/3211) DERAM LUGAR A UMA
910005*                       LEITURA PELA CHAVE EM 3207. O MESTRE E
910006*                       ABERTO UMA VEZ EM 1020-ABRIR-CLIENTES E
910007*                       FECHADO EM 9000-FINALIZAR; O NOME
910008*                       RESOLVIDO NAO MUDA.
911000*    2026-10-15  MCR    CADA REGISTRO DO AUDITLOG (AGORA COM 108
911001*                       POSICOES) E SELADO POR AUDITSEL0001 ANTES
911002*                       DO WRITE - SEQUENCIA GLOBAL E CONFERENCIA
911003*                       ENCADEADA AO REGISTRO ANTERIOR; A CADEIA E
911004*                       RETOMADA DO FIM DO LOG ANTES DE CADA OPEN
911005*                       EXTEND. CONFERIDO POR AUDITORIA0002.
915400*    2026-10-15  MCR    O EVENTO DA TRANSACAO (TRANS-COD-EVENTO)
915401*                       ENTROU NA CHAVE DE DUPLICIDADE E NO
915402*                       TRANSHST (HST-COD-EVENTO, NO ESPACO DO
915403*                       FILLER): DUAS COBRANCAS DE FATURA0001 NA
915404*                       MESMA RODADA, PARA O MESMO CLIENTE E EM
915405*                       EVENTOS DIFERENTES COM A MESMA TAXA E
915406*                       CATEGORIA, NAO SAO MAIS SUSPENSAS COMO
915407*                       E006. O ESTORNO CONTINUA CASANDO A
915408*                       ORIGINAL SEM O EVENTO.
916900*    2026-10-15  MCR    NOVO ARQUIVO TRANSREJ: NO MODO LOTE, CADA
916901*                       REJEITO GRAVADO NO REJLOG LEVA JUNTO A
916902*                       IMAGEM INTEIRA DA TRANSACAO (COM A DATA, A
916903*                       HORA E O MOTIVO DA LINHA DO REJLOG), PARA
916904*                       REJEITOS0001 REENVIAR COM O TIPO, O EVENTO
916905*                       E A IDENTIDADE DE EXTRACAO ORIGINAIS E
916906*                       RECUSAR O QUE FATURA0001 CARIMBOU.
916907*                       REGRAVADO A CADA RODADA, COMO O REJLOG.
000391*================================================================
000392*    FUNCAO......... CLASSIFICA VALORES DE TRANSACAO CONTRA UM
000400*                     CUTOFF PARAMETRIZADO, EM MODO INTERATIVO
000712         FILE STATUS IS WS-FS-IDS.
000713
000714     SELECT OPTIONAL CLIENTES-FILE ASSIGN TO "CLIENTES"
910009         ORGANIZATION IS INDEXED
910010         ACCESS MODE IS RANDOM
910011         RECORD KEY IS CLI-CODIGO
000716         FILE STATUS IS WS-FS-CLI.
000717
000718     SELECT OPTIONAL CATEGMST-FILE ASSIGN TO "CATEGMST"
000719         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FS-CATM.
000721
906018     SELECT OPTIONAL TRANSHST-FILE ASSIGN TO "TRANSHST"
906019         ORGANIZATION IS LINE SEQUENTIAL
906020         FILE STATUS IS WS-FS-HST.
906021
906022     SELECT OPTIONAL TRANSSUS-FILE ASSIGN TO "TRANSSUS"
906023         ORGANIZATION IS LINE SEQUENTIAL
906024         FILE STATUS IS WS-FS-SUS.
906025
907021     SELECT OPTIONAL ACUMHIST-FILE ASSIGN TO "ACUMHIST"
907022         ORGANIZATION IS LINE SEQUENTIAL
907023         FILE STATUS IS WS-FS-ACUMH.
907024
909009     SELECT OPTIONAL CLIXREF-FILE ASSIGN TO "CLIXREF"
909010         ORGANIZATION IS LINE SEQUENTIAL
909011         FILE STATUS IS WS-FS-XRF.
916937
916908     SELECT OPTIONAL TRANSREJ-FILE ASSIGN TO "TRANSREJ"
916909         ORGANIZATION IS LINE SEQUENTIAL
916910         FILE STATUS IS WS-FS-TRJ.
909012
000722 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PARM-CARTAO-FILE.
000856         15  TRANS-MES                PIC 9(02).
000858         15  TRANS-ANO                PIC 9(04).
000859     10  TRANS-CATEGORIA          PIC X(03).
905425*    TIPO, IDENTIDADE DE EXTRACAO E EVENTO NO ESPACO DO ANTIGO
905426*    FILLER: REGISTRO LEGADO LE COM BRANCOS (DEBITO SEM CARIMBO).
905427     10  TRANS-TIPO               PIC X(01).
905428         88  TRANS-CREDITO             VALUE 'C'.
907025         88  TRANS-ESTORNO             VALUE 'E'.
905429     10  TRANS-ID-EXTRATO.
905430         15  TRANS-DATA-EXTRATO       PIC X(08).
905431         15  TRANS-SEQ-EXTRATO        PIC X(04).
905432     10  TRANS-COD-EVENTO         PIC X(06).
906026*    MARCA DE SUSPENSO POR DUPLICIDADE LIBERADO PELO OPERADOR
906027*    (GRAVADA POR REJEITOS0001): NAO PASSA DE NOVO PELA
906028*    CONFERENCIA. REGISTRO LEGADO LE COM BRANCO.
906029     10  TRANS-DUP-LIBERADA       PIC X(01).
906030         88  TRANS-DUPLIC-LIBERADA     VALUE 'S'.
906031     10  FILLER                   PIC X(38).
000870
000880 FD  REPVLR-FILE.
000890 01  REP-LINHA                    PIC X(80).
000910 FD  REJLOG-FILE.
000920 01  REJ-LINHA                    PIC X(76).
000930
916911*----------------------------------------------------------------
916912*    IMAGEM DA TRANSACAO REJEITADA NO LOTE - UMA POR LINHA DE
916913*    CONDICIONAL0001 NO REJLOG, NA MESMA ORDEM, COM A DATA, A HORA
916914*    E O MOTIVO DA LINHA PARA REJEITOS0001 CONFERIR O PAR.
916915*    REGRAVADO A CADA RODADA, COMO O REJLOG.
916916*----------------------------------------------------------------
916917 FD  TRANSREJ-FILE.
916918 01  TRJ-REGISTRO.
916919     10  TRJ-DATA                 PIC 9(08).
916920     10  TRJ-HORA                 PIC 9(08).
916921     10  TRJ-CODIGO-MOTIVO        PIC X(04).
916922     10  TRJ-TRANS-IMAGEM         PIC X(80).
916936
000940 FD  AUDITLOG-FILE.
911006 01  AUD-LINHA                    PIC X(108).
000960
000962 FD  ACUMVLR-FILE.
000964*    REGISTRO UNICO COM OS TOTAIS ACUMULADOS DE TODAS AS RODADAS
000985*    VALE COMO "SEM IDENTIDADE" (NUNCA BARRA A RODADA).
000986     10  ACUM-ULT-DATA-EXTRATO    PIC X(08).
000987     10  ACUM-ULT-SEQ-EXTRATO     PIC X(04).
905433*    CREDITOS DE TAXA ACUMULADOS, NO ESPACO DO ANTIGO FILLER;
905434*    ACUMVLR LEGADO LE COM BRANCOS, QUE VALEM ZEROS.
905435     10  ACUM-VLR-CREDITO         PIC 9(08).
000989
000990*----------------------------------------------------------------
000991*    HISTORICO DAS IDENTIDADES DE EXTRACAO JA ABSORVIDAS - UM
000992*    REGISTRO POR RODADA ACUMULADA (SEMPRE EXTEND), VARRIDO PELA
000993*    GUARDA DE REPETICAO ANTES DE SOMAR NO ACUMVLR.
908010*    CADA REGISTRO LEVA A CONTRIBUICAO LIQUIDA DA EXTRACAO AO
908011*    ACUMVLR (DEBITOS MENOS ESTORNOS POR FAIXA, COM SINAL, E OS
908012*    CREDITOS), LIDA POR DESFAZ0001. LEGADO LE COM BRANCOS.
000994*----------------------------------------------------------------
000995 FD  ACUMIDS-FILE.
000996 01  IDS-REGISTRO.
000997     10  IDS-DATA-EXTRATO         PIC X(08).
000998     10  IDS-SEQ-EXTRATO          PIC X(04).
908013     10  IDS-COMPETENCIA          PIC X(06).
908014     10  IDS-CNT-MAIOR            PIC S9(07)
908015             SIGN IS LEADING SEPARATE CHARACTER.
908016     10  IDS-CNT-IGUAL            PIC S9(07)
908017             SIGN IS LEADING SEPARATE CHARACTER.
908018     10  IDS-CNT-MENOR            PIC S9(07)
908019             SIGN IS LEADING SEPARATE CHARACTER.
908020     10  IDS-VLR-MAIOR            PIC S9(09)
908021             SIGN IS LEADING SEPARATE CHARACTER.
908022     10  IDS-VLR-IGUAL            PIC S9(09)
908023             SIGN IS LEADING SEPARATE CHARACTER.
908024     10  IDS-VLR-MENOR            PIC S9(09)
908025             SIGN IS LEADING SEPARATE CHARACTER.
908026     10  IDS-VLR-CREDITO          PIC 9(08).
001000
001001*----------------------------------------------------------------
001002*    LAYOUT DO MESTRE DE CLIENTES - MESMO LAYOUT USADO POR
910012*    VARIAVEIS (CLI-CODIGO/CLI-NOME). INDEXADO POR CLI-CODIGO.
001004*----------------------------------------------------------------
001005 FD  CLIENTES-FILE.
001006 01  CLI-REGISTRO.
001018     10  CATM-STATUS              PIC X(01).
001019     10  FILLER                   PIC X(56).
001020
906032*----------------------------------------------------------------
906033*    CHAVES DE TRANSACAO JA ABSORVIDAS PELO ACUMULADO, COM A DATA
906034*    DE REFERENCIA DA RODADA (EXTRACAO DO CARTAO, OU A DATA DE
906035*    PROCESSAMENTO) E A IDENTIDADE DA EXTRACAO. REGRAVADO NO FIM
906036*    DE CADA RODADA ACUMULADA SO COM O QUE AINDA ESTA NA JANELA
907026*    OU AINDA PODE SER ESTORNADO (COMPETENCIA NAO FECHADA).
906037*----------------------------------------------------------------
906038 FD  TRANSHST-FILE.
906039 01  HST-REGISTRO.
906040     10  HST-CHAVE-DUPLIC.
906041         15  HST-CHAVE                PIC 9(06).
906042         15  HST-VALOR                PIC X(05).
906043         15  HST-DATA                 PIC X(08).
906044         15  HST-CATEGORIA            PIC X(03).
906045         15  HST-TIPO                 PIC X(01).
906046     10  HST-DATA-REF             PIC 9(08).
906047     10  HST-ID-EXTRATO           PIC X(12).
907027*    FAIXA EM QUE O DEBITO FOI TALIADO (+ MAIOR, = IGUAL, - MENOR)
907028*    E COMPETENCIA AAAAMM DO ACUMULADO QUE O ABSORVEU, PARA O
907029*    ESTORNO. HISTORICO LEGADO LE COM BRANCOS: A FAIXA E REFEITA
907030*    PELO CUTOFF VIGENTE E A COMPETENCIA VEM DE HST-DATA-REF.
907031     10  HST-FAIXA                PIC X(01).
907032     10  HST-COMPETENCIA          PIC X(06).
915409*    EVENTO DA TRANSACAO - PARTE DA CHAVE DE DUPLICIDADE JUNTO
915410*    COM HST-CHAVE-DUPLIC, MAS NAO DA DO ESTORNO. HISTORICO LEGADO
915411*    LE COM BRANCOS.
915412     10  HST-COD-EVENTO           PIC X(06).
915413     10  FILLER                   PIC X(24).
906049
906050*----------------------------------------------------------------
906051*    TRANSACOES SUSPENSAS POR PROVAVEL DUPLICIDADE - IMAGEM
906052*    INTEIRA DO TRANSVLR MAIS O MOTIVO DA SUSPENSAO. ARQUIVO
906053*    DURAVEL (SEMPRE EXTEND AQUI); MESMO LAYOUT LIDO E REGRAVADO
906054*    POR REJEITOS0001, QUE LIBERA OU DESCARTA CADA ENTRADA.
906055*----------------------------------------------------------------
906056 FD  TRANSSUS-FILE.
906057 01  SUS-REGISTRO.
906058     10  SUS-TRANS-IMAGEM.
906059         15  SUS-CHAVE                PIC 9(06).
906060         15  SUS-VALOR                PIC X(05).
906061         15  SUS-DATA                 PIC X(08).
906062         15  SUS-CATEGORIA            PIC X(03).
906063         15  SUS-TIPO                 PIC X(01).
906064         15  FILLER                   PIC X(57).
906065     10  SUS-DATA-SUSPENSAO       PIC 9(08).
906066     10  SUS-ORIGEM               PIC X(01).
906067         88  SUS-DUPLIC-NA-RODADA      VALUE 'R'.
906068         88  SUS-DUPLIC-HISTORICO      VALUE 'H'.
906069     10  SUS-DATA-REF-ORIGINAL    PIC 9(08).
906070     10  SUS-ID-CARTAO            PIC X(12).
906071     10  FILLER                   PIC X(11).
906072
907034*----------------------------------------------------------------
907035*    HISTORICO DE PERIODOS FECHADOS GRAVADO POR FECHAMENTO0001 -
907036*    SO O PERIODO E USADO AQUI, PARA RECUSAR O ESTORNO DE
907037*    TRANSACAO DE COMPETENCIA JA FECHADA.
907038*----------------------------------------------------------------
907039 FD  ACUMHIST-FILE.
907040 01  ACUMH-REGISTRO.
907041     10  ACUMH-PERIODO            PIC 9(06).
907042     10  FILLER                   PIC X(74).
907043
909013*----------------------------------------------------------------
909014*    REFERENCIA CRUZADA DE CLIENTES MESCLADOS GRAVADA POR
909015*    MESCLA0001 - CODIGO ANTIGO E O ULTIMO SOBREVIVENTE.
909016*----------------------------------------------------------------
909017 FD  CLIXREF-FILE.
909018 01  XREF-REGISTRO.
909019     10  XREF-COD-ANTIGO          PIC 9(06).
909020     10  XREF-COD-NOVO            PIC 9(06).
909021     10  FILLER                   PIC X(68).
909022
001021 WORKING-STORAGE SECTION.
001022*----------------------------------------------------------------
001023*    CARTAO DE PARAMETROS E CONTROLE DE CUTOFF
001024*----------------------------------------------------------------
001025     COPY PARMCARD.
001026     COPY AUDITREC.
911007     COPY AUDITSEL.
001030     COPY REJEITO.
001035     COPY DATACOPY REPLACING ==:PREFIXO:== BY ==WS-PROC-==.
001040
001106 77  WS-FS-IDS                PIC X(02) VALUE '00'.
001107 77  WS-FS-CLI                PIC X(02) VALUE '00'.
001108 77  WS-FS-CATM               PIC X(02) VALUE '00'.
906073 77  WS-FS-HST                PIC X(02) VALUE '00'.
906074 77  WS-FS-SUS                PIC X(02) VALUE '00'.
907044 77  WS-FS-ACUMH              PIC X(02) VALUE '00'.
909023 77  WS-FS-XRF                PIC X(02) VALUE '00'.
916923 77  WS-FS-TRJ                PIC X(02) VALUE '00'.
916938 77  WS-TRJ-ABERTO-SW         PIC X(01) VALUE 'N'.
916939         88  TRANSREJ-ABERTO           VALUE 'S'.
001110
001120 77  WS-LIMITE                PIC 9(05) VALUE 10.
001121 77  WS-LIMITE-DEFAULT        PIC 9(05) VALUE 10.
001145         88  LIMITE-ACHADO             VALUE 'S'.
001146         88  LIMITE-NAO-ACHADO         VALUE 'N'.
001147
910013*----------------------------------------------------------------
910014*    RESOLUCAO DE TRANS-CHAVE EM NOME DE CLIENTE POR LEITURA PELA
910015*    CHAVE NO MESTRE INDEXADO, ABERTO UMA VEZ NA INICIALIZACAO.
910016*    MESTRE AUSENTE: NOME EM BRANCO, COMO SEMPRE FOI.
910017*----------------------------------------------------------------
910018 77  WS-CLIENTES-ABERTO-SW    PIC X(01) VALUE 'N'.
910019         88  MESTRE-CLIENTES-ABERTO    VALUE 'S'.
910020         88  MESTRE-CLIENTES-FECHADO   VALUE 'N'.
910021 77  WS-CLIENTE-ACHADO-SW     PIC X(01) VALUE 'N'.
910022         88  CLIENTE-ACHADO            VALUE 'S'.
910023         88  CLIENTE-NAO-ACHADO        VALUE 'N'.
910024 77  WS-NOME-CLIENTE          PIC X(10) VALUE SPACES.
909024
909025*----------------------------------------------------------------
910025*    CLIXREF EM MEMORIA - MESMA TECNICA DO HISTORICO TRANSHST:
909027*    REFERENCIA ALEM DA CAPACIDADE E PROCURADA DIRETO NO ARQUIVO
909028*    (3108). WS-COD-MESCLA ENTRA COM O CODIGO E SAI COM O
909029*    SOBREVIVENTE QUANDO A REFERENCIA E ACHADA.
909030*----------------------------------------------------------------
909031 01  TABELA-REFERENCIAS.
909032     05  XRF-TAB-ENTRADA  OCCURS 1000 TIMES
909033                          INDEXED BY IX-XRF.
909034         10  XRF-TAB-COD-ANTIGO   PIC 9(06).
909035         10  XRF-TAB-COD-NOVO     PIC 9(06).
909036 77  WS-QTD-REFERENCIAS       PIC 9(04) VALUE ZEROS COMP.
909037 77  WS-CNT-XRF-EXCEDENTES    PIC 9(05) VALUE ZEROS.
909038 77  WS-XRF-ACHADA-SW         PIC X(01) VALUE 'N'.
909039         88  REFERENCIA-ACHADA         VALUE 'S'.
909040         88  REFERENCIA-NAO-ACHADA     VALUE 'N'.
909041 77  WS-COD-MESCLA            PIC 9(06) VALUE ZEROS.
909042 77  WS-CNT-REMAPEADOS        PIC 9(07) VALUE ZEROS.
900051
900200*----------------------------------------------------------------
900201*    MESTRE DE CATEGORIAS EM MEMORIA (CATEGMST) - USADO PARA
900034         88  RODADA-NAO-ACUMULADA      VALUE 'N'.
900035 77  WS-EOF-IDS-SW            PIC X(01) VALUE 'N'.
900036         88  FIM-IDENTIDADES           VALUE 'S'.
905436
905437*----------------------------------------------------------------
905438*    CREDITOS DE TAXA DA RODADA (TRANS-TIPO = 'C') - FORA DAS
905439*    FAIXAS, ABATIDOS NO TOTAL LIQUIDO DO RODAPE.
905440*----------------------------------------------------------------
905441 77  WS-CNT-CREDITOS          PIC 9(07) VALUE ZEROS.
905442 77  WS-VLR-CREDITOS          PIC 9(09) VALUE ZEROS.
905443 77  WS-VLR-LIQUIDO           PIC S9(12) VALUE ZEROS.
905444 77  WS-VLR-LIQUIDO-ED        PIC -(12)9.
905445
905446*----------------------------------------------------------------
905447*    IDENTIDADE DO CARTAO NO FORMATO DO CARIMBO DO TRANSVLR, PARA
905448*    A CRITICA DE 3202-VALIDAR-IDENTIDADE.
905449*----------------------------------------------------------------
905450 01  WS-ID-CARTAO.
905451     05  WS-ID-CARTAO-DATA        PIC 9(08) VALUE ZEROS.
905452     05  WS-ID-CARTAO-SEQ         PIC 9(04) VALUE ZEROS.
906075
906076*----------------------------------------------------------------
906077*    CONFERENCIA DE PROVAVEL DUPLICIDADE - CHAVES VISTAS, NA MESMA
906078*    TABELA: AS DO HISTORICO TRANSHST DENTRO DA JANELA (ORIGEM
906079*    'H') E AS JA ACEITAS NESTA RODADA (ORIGEM 'R'). HISTORICO
906080*    ALEM DA CAPACIDADE E CONTADO E PROCURADO DIRETO NO ARQUIVO
910026*    (3244).
906082*----------------------------------------------------------------
906083 01  TABELA-DUPLICIDADE.
906084     05  DUP-TAB-ENTRADA OCCURS 5000 TIMES
906085                         INDEXED BY IX-DUP.
915438*        MESMO FORMATO DE WS-DUP-CHAVE-TRANS; A PARTE -HST E A DO
915439*        HST-CHAVE-DUPLIC.
915414         10  DUP-TAB-CHAVE-DUPLIC.
915415             15  DUP-TAB-CHAVE-HST    PIC X(23).
915416             15  DUP-TAB-COD-EVENTO   PIC X(06).
906088         10  DUP-TAB-ORIGEM       PIC X(01).
906089         10  DUP-TAB-DATA-REF     PIC 9(08).
906090         10  DUP-TAB-ID-EXTRATO   PIC X(12).
907045         10  DUP-TAB-FAIXA        PIC X(01).
907046         10  DUP-TAB-COMPETENCIA  PIC X(06).
907047*        'N' = CHAVE MANTIDA SO PARA ESTORNO (FORA DA JANELA DE
907048*        DUPLICIDADE, COMPETENCIA AINDA ABERTA).
907049         10  DUP-TAB-JANELA       PIC X(01).
907050             88  DUP-TAB-NA-JANELA     VALUE 'S'.
906091 01  WS-DUP-CHAVE-TRANS.
915417*    WS-DUP-CHAVE-HST E A CHAVE DO ESTORNO (MESMO FORMATO DE
915418*    HST-CHAVE-DUPLIC); COM O EVENTO, A DE DUPLICIDADE.
915419     05  WS-DUP-CHAVE-HST.
906092         10  WS-DUP-CHAVE         PIC 9(06) VALUE ZEROS.
906093         10  WS-DUP-VALOR         PIC X(05) VALUE SPACES.
906094         10  WS-DUP-DATA          PIC X(08) VALUE SPACES.
906095         10  WS-DUP-CATEGORIA     PIC X(03) VALUE SPACES.
906096         10  WS-DUP-TIPO          PIC X(01) VALUE SPACES.
915420     05  WS-DUP-COD-EVENTO        PIC X(06) VALUE SPACES.
906097 77  WS-QTD-DUPLIC            PIC 9(04) VALUE ZEROS COMP.
906098 77  WS-DUP-ACHADA-SW         PIC X(01) VALUE 'N'.
906099         88  DUPLIC-ACHADA             VALUE 'S'.
906100         88  DUPLIC-NAO-ACHADA         VALUE 'N'.
906101 77  WS-DUP-ORIGEM-ACHADA     PIC X(01) VALUE SPACES.
906102 77  WS-DUP-REF-ACHADA        PIC 9(08) VALUE ZEROS.
906103 77  WS-HST-JANELA-SW         PIC X(01) VALUE 'N'.
906104         88  HST-NA-JANELA             VALUE 'S'.
906105*    JANELA DE RETENCAO EM DIAS (PARM-JANELA-DUPLIC, DEFAULT 30) E
906106*    DATA DE REFERENCIA DA RODADA: A DA EXTRACAO DO CARTAO, OU A
906107*    DE HOJE QUANDO O CARTAO NAO TRAZ IDENTIDADE.
906108 77  WS-JANELA-DUPLIC         PIC 9(03) VALUE 30.
906109 77  WS-DUP-DATA-REF          PIC 9(08) VALUE ZEROS.
906110 77  WS-DUP-DIAS              PIC S9(07) VALUE ZEROS.
906111 77  WS-CNT-HST-EXCEDENTES    PIC 9(05) VALUE ZEROS.
906112 77  WS-CNT-DUP-NAO-CONFERIDO PIC 9(05) VALUE ZEROS.
906113 77  WS-CNT-SUSPENSOS         PIC 9(07) VALUE ZEROS.
906114 77  WS-VLR-SUSPENSOS         PIC 9(09) VALUE ZEROS.
907051*    ENTRADA DA TABELA REGISTRADA PARA A TRANSACAO CORRENTE (ZERO
907052*    = NENHUMA), PARA ANOTAR A FAIXA DEPOIS DA CLASSIFICACAO, E A
907053*    FAIXA E COMPETENCIA GRAVADAS POR 3249 NA ENTRADA NOVA.
907054 77  WS-IDX-DUP-ULTIMO        PIC 9(04) VALUE ZEROS COMP.
907055 77  WS-REG-FAIXA             PIC X(01) VALUE SPACES.
907056 77  WS-REG-COMPETENCIA       PIC X(06) VALUE SPACES.
907057 77  WS-FAIXA-COD             PIC X(01) VALUE SPACES.
907058         88  FAIXA-COD-MAIOR           VALUE '+'.
907059         88  FAIXA-COD-IGUAL           VALUE '='.
907060         88  FAIXA-COD-MENOR           VALUE '-'.
907061
907062*----------------------------------------------------------------
907063*    PERIODOS JA FECHADOS (ACUMHIST DE FECHAMENTO0001) - MESMA
907064*    TECNICA DE CACHE: PERIODO ALEM DA CAPACIDADE E CONTADO E A
907065*    CONSULTA QUE NAO ACHA NA TABELA VAI DIRETO AO ARQUIVO.
907066*----------------------------------------------------------------
907067 01  TABELA-PERIODOS-FECHADOS.
907068     05  FCH-TAB-PERIODO OCCURS 120 TIMES
907069                         INDEXED BY IX-FCH
907070                                  PIC X(06).
907071 77  WS-QTD-FECHADOS          PIC 9(04) VALUE ZEROS COMP.
907072 77  WS-CNT-FCH-EXCEDENTES    PIC 9(05) VALUE ZEROS.
907073 77  WS-PER-CONSULTA          PIC X(06) VALUE SPACES.
907074 77  WS-PER-FECHADO-SW        PIC X(01) VALUE 'N'.
907075         88  PERIODO-FECHADO           VALUE 'S'.
907076         88  PERIODO-ABERTO            VALUE 'N'.
907077
907078*----------------------------------------------------------------
907079*    ESTORNOS DA RODADA (TRANS-TIPO = 'E') - POR FAIXA DA
907080*    ORIGINAL, ABATIDOS DO ACUMVLR EM 3310. AS LINHAS DA SECAO
907081*    ESTORNOS DO REPVLR FICAM NA TABELA ATE O RODAPE; ALEM DA
907082*    CAPACIDADE SO ENTRAM NOS TOTAIS E SAO CONTADAS.
907083*----------------------------------------------------------------
907084 77  WS-CNT-EST-MAIOR         PIC 9(07) VALUE ZEROS.
907085 77  WS-CNT-EST-IGUAL         PIC 9(07) VALUE ZEROS.
907086 77  WS-CNT-EST-MENOR         PIC 9(07) VALUE ZEROS.
907087 77  WS-CNT-EST-TOTAL         PIC 9(07) VALUE ZEROS.
907088 77  WS-VLR-EST-MAIOR         PIC 9(09) VALUE ZEROS.
907089 77  WS-VLR-EST-IGUAL         PIC 9(09) VALUE ZEROS.
907090 77  WS-VLR-EST-MENOR         PIC 9(09) VALUE ZEROS.
907091 77  WS-VLR-EST-TOTAL         PIC 9(09) VALUE ZEROS.
907092 77  WS-CNT-EST-REJEITADOS    PIC 9(07) VALUE ZEROS.
907093 77  WS-EST-FAIXA             PIC X(01) VALUE SPACES.
907094 77  WS-EST-COMPETENCIA       PIC X(06) VALUE SPACES.
907095 01  TABELA-ESTORNOS.
907096     05  EST-TAB-LINHA OCCURS 500 TIMES
907097                       INDEXED BY IX-EST
907098                                  PIC X(80).
907099 77  WS-QTD-ESTORNOS          PIC 9(04) VALUE ZEROS COMP.
907100 77  WS-CNT-EST-EXCEDENTES    PIC 9(05) VALUE ZEROS.
900037
001340 77  WS-CNT-SIM-MAIOR         PIC 9(07) VALUE ZEROS.
001350 77  WS-CNT-SIM-IGUAL         PIC 9(07) VALUE ZEROS.
001450*----------------------------------------------------------------
001460 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
001470 77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
907101*    DETALHE DO REGISTRO DE AUDITORIA (REFERENCIA DA ORIGINAL NO
907102*    ESTORNO; BRANCO NO RESTO).
907103 77  WS-AUDIT-DETALHE         PIC X(30) VALUE SPACES.
001480
001490 PROCEDURE DIVISION.
001500*================================================================
001780     MOVE ZEROS TO PARM-LIMITE-SIMULADO
001782     MOVE ZEROS TO PARM-ANO-PROC PARM-MES-PROC
001784     MOVE ZEROS TO PARM-DATA-EXTRATO PARM-SEQ-EXTRATO
906115     MOVE ZEROS TO PARM-JANELA-DUPLIC
001790
001800     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
001810     ACCEPT WS-HORA-ATUAL FROM TIME
001910     IF PARM-SEQ-EXTRATO IS NOT NUMERIC
001911         MOVE ZEROS TO PARM-SEQ-EXTRATO
001912     END-IF
905453     MOVE PARM-DATA-EXTRATO TO WS-ID-CARTAO-DATA
905454     MOVE PARM-SEQ-EXTRATO  TO WS-ID-CARTAO-SEQ
906116
906117     IF PARM-JANELA-DUPLIC IS NOT NUMERIC
906118         MOVE ZEROS TO PARM-JANELA-DUPLIC
906119     END-IF
906120     MOVE 30 TO WS-JANELA-DUPLIC
906121     IF PARM-JANELA-DUPLIC > ZEROS
906122         MOVE PARM-JANELA-DUPLIC TO WS-JANELA-DUPLIC
906123     END-IF
001913
001914*    COMPETENCIA DE REFERENCIA PARA A VIGENCIA DOS CUTOFFS: O
001915*    PERIODO DO CARTAO, OU O ANO/MES DE HOJE SEM PERIODO.
001934     END-IF
001936     MOVE WS-LIMITE-DEFAULT TO WS-LIMITE
001938
910027     PERFORM 1020-ABRIR-CLIENTES THRU 1020-EXIT
001946
001947     MOVE ZEROS TO WS-QTD-CATEG-MST
001948     OPEN INPUT CATEGMST-FILE
001950         PERFORM 1030-LER-CATEGMST THRU 1030-EXIT
001951             UNTIL WS-FS-CATM NOT = '00'
001952         CLOSE CATEGMST-FILE
909043     END-IF
909044
909045     MOVE ZEROS TO WS-QTD-REFERENCIAS WS-CNT-XRF-EXCEDENTES
909046     OPEN INPUT CLIXREF-FILE
909047     IF WS-FS-XRF = '00'
909048         PERFORM 1040-LER-REFERENCIA THRU 1040-EXIT
909049             UNTIL WS-FS-XRF NOT = '00'
909050         CLOSE CLIXREF-FILE
909051     ELSE
909052         IF WS-FS-XRF = '05'
909053             CLOSE CLIXREF-FILE
909054         END-IF
909055     END-IF.
002030 1000-EXIT.
002040     EXIT.
002041
910028*================================================================
910029*    1020-ABRIR-CLIENTES - ABRE O MESTRE DE CLIENTES (INDEXADO,
910030*    OPTIONAL) PARA AS LEITURAS PELA CHAVE DE 3207. ARQUIVO
910031*    AUSENTE E FECHADO NA HORA E O NOME SAI EM BRANCO.
910032*================================================================
910033 1020-ABRIR-CLIENTES.
910034     SET MESTRE-CLIENTES-FECHADO TO TRUE
910035     OPEN INPUT CLIENTES-FILE
910036     IF WS-FS-CLI = '00'
910037         SET MESTRE-CLIENTES-ABERTO TO TRUE
910038     ELSE
910039         IF WS-FS-CLI = '05'
910040             CLOSE CLIENTES-FILE
910041         END-IF
910042     END-IF.
910043 1020-EXIT.
910044     EXIT.
900100
900101*================================================================
900102*    1030-LER-CATEGMST - CARREGA O MESTRE DE CATEGORIAS (CODIGO E
900116 1030-EXIT.
900117     EXIT.
900118
909056*================================================================
909057*    1040-LER-REFERENCIA - CARREGA O CLIXREF (OPTIONAL) NA TABELA
909058*    DE CLIENTES MESCLADOS.
909059*================================================================
909060 1040-LER-REFERENCIA.
909061     READ CLIXREF-FILE
909062     IF WS-FS-XRF = '00'
909063         IF WS-QTD-REFERENCIAS < 1000
909064             ADD 1 TO WS-QTD-REFERENCIAS
909065             MOVE XREF-COD-ANTIGO
909066                 TO XRF-TAB-COD-ANTIGO (WS-QTD-REFERENCIAS)
909067             MOVE XREF-COD-NOVO
909068                 TO XRF-TAB-COD-NOVO (WS-QTD-REFERENCIAS)
909069         ELSE
909070             ADD 1 TO WS-CNT-XRF-EXCEDENTES
909071         END-IF
909072     END-IF.
909073 1040-EXIT.
909074     EXIT.
909075
900119*================================================================
900120*    1010-LER-CTLPARM - UM REGISTRO DE CTLPARM POR VEZ; CATEGORIA
900121*    EM BRANCO ATUALIZA O CUTOFF-DEFAULT, QUALQUER OUTRA VAI PARA
002090*================================================================
002100 2000-PROCESSAR-INTERATIVO.
002110     OPEN OUTPUT REJLOG-FILE
911008     SET AUDSEL-INICIAR TO TRUE
911009     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911501                               AUDIT-REGISTRO
002120     OPEN EXTEND AUDITLOG-FILE
002160
002170     DISPLAY "VALOR: "
002890     MOVE ZEROS TO WS-CNT-MAIOR WS-CNT-IGUAL WS-CNT-MENOR
002892     MOVE ZEROS TO WS-VLR-MAIOR WS-VLR-IGUAL WS-VLR-MENOR
002894     MOVE ZEROS TO WS-QTD-SUBT-CATEG
905455     MOVE ZEROS TO WS-CNT-CREDITOS WS-VLR-CREDITOS
906124     MOVE ZEROS TO WS-CNT-SUSPENSOS WS-VLR-SUSPENSOS
907104     MOVE ZEROS TO WS-CNT-EST-MAIOR WS-CNT-EST-IGUAL
907105                   WS-CNT-EST-MENOR WS-CNT-EST-REJEITADOS
907106     MOVE ZEROS TO WS-VLR-EST-MAIOR WS-VLR-EST-IGUAL
907107                   WS-VLR-EST-MENOR
907108     MOVE ZEROS TO WS-QTD-ESTORNOS WS-CNT-EST-EXCEDENTES
906125     PERFORM 3050-CARREGAR-HISTORICO THRU 3050-EXIT
002900
002910     OPEN INPUT TRANSVLR-FILE
002920     OPEN OUTPUT REPVLR-FILE
002930     OPEN OUTPUT REJLOG-FILE
916924     OPEN OUTPUT TRANSREJ-FILE
916940     SET TRANSREJ-ABERTO TO TRUE
911010     SET AUDSEL-INICIAR TO TRUE
911011     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911502                               AUDIT-REGISTRO
002940     OPEN EXTEND AUDITLOG-FILE
906126     OPEN EXTEND TRANSSUS-FILE
002980
002990     IF WS-FS-TRANS = '00'
002992         PERFORM 3100-LER-TRANSVLR THRU 3100-EXIT
003060     CLOSE TRANSVLR-FILE
003070     CLOSE REPVLR-FILE
003080     CLOSE REJLOG-FILE
916925     CLOSE TRANSREJ-FILE
916941     MOVE 'N' TO WS-TRJ-ABERTO-SW
003090     CLOSE AUDITLOG-FILE
906127     CLOSE TRANSSUS-FILE.
003100 3000-EXIT.
003110     EXIT.
003120
003140     READ TRANSVLR-FILE
003150         AT END
003160             SET FIM-TRANSVLR TO TRUE
909076         NOT AT END
909077             IF TRANS-CHAVE IS NUMERIC
909078                 MOVE TRANS-CHAVE TO WS-COD-MESCLA
909079                 PERFORM 3105-RESOLVER-MESCLA THRU 3105-EXIT
909080                 IF REFERENCIA-ACHADA
909081                     MOVE WS-COD-MESCLA TO TRANS-CHAVE
909082                     ADD 1 TO WS-CNT-REMAPEADOS
909083                 END-IF
909084             END-IF
003170     END-READ.
003180 3100-EXIT.
003190     EXIT.
003200
909085*================================================================
909086*    3105-RESOLVER-MESCLA - CODIGO DE CLIENTE MESCLADO (NO
909087*    CLIXREF) EM WS-COD-MESCLA E TROCADO PELO SOBREVIVENTE.
909088*================================================================
909089 3105-RESOLVER-MESCLA.
909090     SET REFERENCIA-NAO-ACHADA TO TRUE
909091     IF WS-QTD-REFERENCIAS > ZEROS
909092         PERFORM 3106-COMPARAR-REFERENCIA THRU 3106-EXIT
909093             VARYING IX-XRF FROM 1 BY 1
909094             UNTIL IX-XRF > WS-QTD-REFERENCIAS
909095                OR REFERENCIA-ACHADA
909096     END-IF
909097     IF REFERENCIA-NAO-ACHADA AND WS-CNT-XRF-EXCEDENTES > ZEROS
909098         PERFORM 3108-BUSCAR-MESCLA-ARQUIVO THRU 3108-EXIT
909099     END-IF.
909100 3105-EXIT.
909101     EXIT.
909102
909103 3106-COMPARAR-REFERENCIA.
909104     IF XRF-TAB-COD-ANTIGO (IX-XRF) = WS-COD-MESCLA
909105         SET REFERENCIA-ACHADA TO TRUE
909106         MOVE XRF-TAB-COD-NOVO (IX-XRF) TO WS-COD-MESCLA
909107     END-IF.
909108 3106-EXIT.
909109     EXIT.
909110
909111 3108-BUSCAR-MESCLA-ARQUIVO.
909112     OPEN INPUT CLIXREF-FILE
909113     IF WS-FS-XRF = '00'
909114         PERFORM 3109-LER-MESCLA-BUSCA THRU 3109-EXIT
909115             UNTIL WS-FS-XRF NOT = '00' OR REFERENCIA-ACHADA
909116         CLOSE CLIXREF-FILE
909117     ELSE
909118         IF WS-FS-XRF = '05'
909119             CLOSE CLIXREF-FILE
909120         END-IF
909121     END-IF.
909122 3108-EXIT.
909123     EXIT.
909124
909125 3109-LER-MESCLA-BUSCA.
909126     READ CLIXREF-FILE
909127     IF WS-FS-XRF = '00'
909128         IF XREF-COD-ANTIGO = WS-COD-MESCLA
909129             SET REFERENCIA-ACHADA TO TRUE
909130             MOVE XREF-COD-NOVO TO WS-COD-MESCLA
909131         END-IF
909132     END-IF.
909133 3109-EXIT.
909134     EXIT.
909135
003210 3200-PROCESSAR-UM-REGISTRO.
907109     MOVE ZEROS TO WS-IDX-DUP-ULTIMO
907110     MOVE SPACES TO WS-AUDIT-DETALHE
003220     MOVE TRANS-VALOR TO WS-VALOR-DIGITADO
003230     PERFORM 2100-VALIDAR-ENTRADA THRU 2100-EXIT
003240
905456     IF ENTRADA-VALIDA
905457         PERFORM 3202-VALIDAR-IDENTIDADE THRU 3202-EXIT
905458     END-IF
905459
003250     IF ENTRADA-VALIDA
003252         PERFORM 3204-VALIDAR-CATEGORIA THRU 3204-EXIT
003254     END-IF
003256
906130     IF ENTRADA-VALIDA AND CATEGORIA-VALIDA
907111         IF TRANS-ESTORNO
907112             PERFORM 3260-VALIDAR-ESTORNO THRU 3260-EXIT
907113         ELSE
907114             PERFORM 3240-CHECAR-DUPLICIDADE THRU 3240-EXIT
907115         END-IF
906132     END-IF
906133
003258     IF ENTRADA-VALIDA AND CATEGORIA-VALIDA
003260         MOVE VALOR TO WS-VALOR-NUM
003264         PERFORM 3207-LOCALIZAR-CLIENTE THRU 3207-EXIT
905460         EVALUATE TRUE
907116             WHEN TRANS-CREDITO
907117                 PERFORM 3230-REGISTRAR-CREDITO THRU 3230-EXIT
907118             WHEN TRANS-ESTORNO
907119                 PERFORM 3270-REGISTRAR-ESTORNO THRU 3270-EXIT
907120             WHEN OTHER
907121                 PERFORM 3205-LOCALIZAR-LIMITE-CATEGORIA
907122                     THRU 3205-EXIT
907123                 PERFORM 2200-CLASSIFICAR-VALOR THRU 2200-EXIT
907124                 PERFORM 3210-TALIAR-FAIXA THRU 3210-EXIT
907125                 PERFORM 3215-ACUMULAR-SUBT-CATEG THRU 3215-EXIT
907126                 IF WS-IDX-DUP-ULTIMO > ZEROS
907127                     MOVE WS-FAIXA-COD
907128                         TO DUP-TAB-FAIXA (WS-IDX-DUP-ULTIMO)
907129                 END-IF
907130         END-EVALUATE
907131*        O ESTORNO SAI NA SECAO PROPRIA DO RODAPE, NAO NO DETALHE.
907132         IF NOT TRANS-ESTORNO
907133             PERFORM 3220-GRAVAR-LINHA-REP THRU 3220-EXIT
907134         END-IF
003300         PERFORM 7000-GRAVAR-AUDITORIA THRU 7000-EXIT
003310     END-IF
003320
003340 3200-EXIT.
003350     EXIT.
003352
906134*================================================================
906135*    3050-CARREGAR-HISTORICO - CARREGA NA TABELA DE DUPLICIDADE AS
906136*    CHAVES DO TRANSHST AINDA DENTRO DA JANELA DE RETENCAO
906137*    (CONTADA A PARTIR DA DATA DE REFERENCIA DA RODADA). ARQUIVO
906138*    AUSENTE = NENHUMA CHAVE ANTERIOR. O QUE PASSAR DA CAPACIDADE
906139*    E CONTADO E PASSA A SER PROCURADO DIRETO NO ARQUIVO (3244).
907137*    CHAVE FORA DA JANELA CUJA COMPETENCIA AINDA NAO FOI FECHADA
907138*    TAMBEM E CARREGADA, MARCADA COMO FORA DA JANELA: SO SERVE
907139*    PARA O ESTORNO (3260), NAO PARA A DUPLICIDADE.
906420*    A GUARDA DE REPETICAO DO ACUMIDS E ANTECIPADA AQUI PARA QUE
906421*    A RE-EXECUCAO DE UM EXTRATO JA ABSORVIDO NAO SUSPENDA DE NOVO
906422*    O QUE JA FOI SUSPENSO NA RODADA ORIGINAL (3248); 3310 REFAZ A
906423*    GUARDA COMPLETA NO FIM, COMO SEMPRE.
906140*================================================================
906141 3050-CARREGAR-HISTORICO.
906142     MOVE ZEROS TO WS-QTD-DUPLIC WS-CNT-HST-EXCEDENTES
906143     MOVE ZEROS TO WS-CNT-DUP-NAO-CONFERIDO
906144     IF PARM-DATA-EXTRATO NOT = ZEROS
906145         MOVE PARM-DATA-EXTRATO TO WS-DUP-DATA-REF
906146     ELSE
906147         MOVE WS-DATA-ATUAL TO WS-DUP-DATA-REF
906148     END-IF
906149
906424     SET RODADA-NAO-ACUMULADA TO TRUE
906425     IF PARM-DATA-EXTRATO NOT = ZEROS
906426         PERFORM 3307-CHECAR-IDENTIDADES THRU 3307-EXIT
906427     END-IF
906428
907135     PERFORM 3060-CARREGAR-FECHADOS THRU 3060-EXIT
907136
906150     OPEN INPUT TRANSHST-FILE
906151     IF WS-FS-HST = '00'
906152         PERFORM 3055-LER-HISTORICO THRU 3055-EXIT
906153             UNTIL WS-FS-HST NOT = '00'
906154         CLOSE TRANSHST-FILE
906155     ELSE
906156         IF WS-FS-HST = '05'
906157             CLOSE TRANSHST-FILE
906158         END-IF
906159     END-IF.
906160 3050-EXIT.
906161     EXIT.
906162
906163 3055-LER-HISTORICO.
906164     READ TRANSHST-FILE
906165     IF WS-FS-HST = '00'
909136         IF HST-CHAVE IS NUMERIC
909137             MOVE HST-CHAVE TO WS-COD-MESCLA
909138             PERFORM 3105-RESOLVER-MESCLA THRU 3105-EXIT
909139             MOVE WS-COD-MESCLA TO HST-CHAVE
909140         END-IF
906166         PERFORM 3057-CONFERIR-JANELA THRU 3057-EXIT
907140         IF HST-COMPETENCIA = SPACES
907141             MOVE HST-DATA-REF (1:6) TO HST-COMPETENCIA
907142         END-IF
907143         SET PERIODO-FECHADO TO TRUE
907144         IF NOT HST-NA-JANELA AND HST-COMPETENCIA IS NUMERIC
907145             MOVE HST-COMPETENCIA TO WS-PER-CONSULTA
907146             PERFORM 3065-CONFERIR-FECHADO THRU 3065-EXIT
907147         END-IF
906167         IF HST-NA-JANELA OR PERIODO-ABERTO
906168             IF WS-QTD-DUPLIC < 5000
906169                 ADD 1 TO WS-QTD-DUPLIC
906170                 MOVE HST-CHAVE-DUPLIC
915421                     TO DUP-TAB-CHAVE-HST (WS-QTD-DUPLIC)
915422                 MOVE HST-COD-EVENTO
915423                     TO DUP-TAB-COD-EVENTO (WS-QTD-DUPLIC)
906172                 MOVE 'H' TO DUP-TAB-ORIGEM (WS-QTD-DUPLIC)
906173                 MOVE HST-DATA-REF
906174                     TO DUP-TAB-DATA-REF (WS-QTD-DUPLIC)
906175                 MOVE HST-ID-EXTRATO
906176                     TO DUP-TAB-ID-EXTRATO (WS-QTD-DUPLIC)
907148                 MOVE HST-FAIXA TO DUP-TAB-FAIXA (WS-QTD-DUPLIC)
907149                 MOVE HST-COMPETENCIA
907150                     TO DUP-TAB-COMPETENCIA (WS-QTD-DUPLIC)
907151                 MOVE WS-HST-JANELA-SW
907152                     TO DUP-TAB-JANELA (WS-QTD-DUPLIC)
906177             ELSE
906178                 ADD 1 TO WS-CNT-HST-EXCEDENTES
906179             END-IF
906180         END-IF
906181     END-IF.
906182 3055-EXIT.
906183     EXIT.
906184
906185*================================================================
906186*    3057-CONFERIR-JANELA - O REGISTRO DE HST-REGISTRO ESTA NA
906187*    JANELA QUANDO A SUA DATA DE REFERENCIA NAO E MAIS ANTIGA QUE
906188*    WS-JANELA-DUPLIC DIAS ANTES DA DATA DE REFERENCIA DA RODADA.
906189*    DATA INVALIDA CAI FORA (E SOME NA PROXIMA REGRAVACAO).
906190*================================================================
906191 3057-CONFERIR-JANELA.
906192     MOVE 'N' TO WS-HST-JANELA-SW
906193     IF HST-DATA-REF IS NOT NUMERIC OR HST-DATA-REF < 16010101
906194         GO TO 3057-EXIT
906195     END-IF
906196
906197     COMPUTE WS-DUP-DIAS =
906198         FUNCTION INTEGER-OF-DATE (WS-DUP-DATA-REF)
906199         - FUNCTION INTEGER-OF-DATE (HST-DATA-REF)
906200     IF WS-DUP-DIAS NOT > WS-JANELA-DUPLIC
906201         SET HST-NA-JANELA TO TRUE
906202     END-IF.
906203 3057-EXIT.
906204     EXIT.
906205
907153*================================================================
907154*    3060-CARREGAR-FECHADOS - PERIODOS JA FECHADOS POR
907155*    FECHAMENTO0001 (ACUMHIST). ARQUIVO AUSENTE = NENHUM PERIODO
907156*    FECHADO AINDA.
907157*================================================================
907158 3060-CARREGAR-FECHADOS.
907159     MOVE ZEROS TO WS-QTD-FECHADOS WS-CNT-FCH-EXCEDENTES
907160     OPEN INPUT ACUMHIST-FILE
907161     IF WS-FS-ACUMH = '00'
907162         PERFORM 3062-LER-FECHADO THRU 3062-EXIT
907163             UNTIL WS-FS-ACUMH NOT = '00'
907164         CLOSE ACUMHIST-FILE
907165     ELSE
907166         IF WS-FS-ACUMH = '05'
907167             CLOSE ACUMHIST-FILE
907168         END-IF
907169     END-IF.
907170 3060-EXIT.
907171     EXIT.
907172
907173 3062-LER-FECHADO.
907174     READ ACUMHIST-FILE
907175     IF WS-FS-ACUMH = '00'
907176         IF WS-QTD-FECHADOS < 120
907177             ADD 1 TO WS-QTD-FECHADOS
907178             MOVE ACUMH-PERIODO
907179                 TO FCH-TAB-PERIODO (WS-QTD-FECHADOS)
907180         ELSE
907181             ADD 1 TO WS-CNT-FCH-EXCEDENTES
907182         END-IF
907183     END-IF.
907184 3062-EXIT.
907185     EXIT.
907186
907187*================================================================
907188*    3065-CONFERIR-FECHADO - A COMPETENCIA EM WS-PER-CONSULTA
907189*    (AAAAMM) JA FOI FECHADA? PROCURA NA TABELA E, QUANDO O
907190*    ACUMHIST PASSOU DA CAPACIDADE, DIRETO NO ARQUIVO.
907191*================================================================
907192 3065-CONFERIR-FECHADO.
907193     SET PERIODO-ABERTO TO TRUE
907194     IF WS-QTD-FECHADOS > ZEROS
907195         PERFORM 3066-COMPARAR-FECHADO THRU 3066-EXIT
907196             VARYING IX-FCH FROM 1 BY 1
907197             UNTIL IX-FCH > WS-QTD-FECHADOS OR PERIODO-FECHADO
907198     END-IF
907199
907200     IF PERIODO-ABERTO AND WS-CNT-FCH-EXCEDENTES > ZEROS
907201         OPEN INPUT ACUMHIST-FILE
907202         IF WS-FS-ACUMH = '00'
907203             PERFORM 3067-LER-FECHADO-BUSCA THRU 3067-EXIT
907204                 UNTIL WS-FS-ACUMH NOT = '00' OR PERIODO-FECHADO
907205             CLOSE ACUMHIST-FILE
907206         ELSE
907207             IF WS-FS-ACUMH = '05'
907208                 CLOSE ACUMHIST-FILE
907209             END-IF
907210         END-IF
907211     END-IF.
907212 3065-EXIT.
907213     EXIT.
907214
907215 3066-COMPARAR-FECHADO.
907216     IF FCH-TAB-PERIODO (IX-FCH) = WS-PER-CONSULTA
907217         SET PERIODO-FECHADO TO TRUE
907218     END-IF.
907219 3066-EXIT.
907220     EXIT.
907221
907222 3067-LER-FECHADO-BUSCA.
907223     READ ACUMHIST-FILE
907224     IF WS-FS-ACUMH = '00'
907225         IF ACUMH-PERIODO = WS-PER-CONSULTA
907226             SET PERIODO-FECHADO TO TRUE
907227         END-IF
907228     END-IF.
907229 3067-EXIT.
907230     EXIT.
907231
906206*================================================================
906207*    3240-CHECAR-DUPLICIDADE - TRANSACAO COM A MESMA CHAVE, VALOR,
906208*    DATA, CATEGORIA E TIPO (BRANCO VALE DEBITO) DE OUTRA JA
906209*    ACEITA NA RODADA OU NO HISTORICO DA JANELA E PROVAVEL
906210*    DUPLICIDADE: VAI PARA O TRANSSUS E O REJLOG (E006) EM VEZ DE
906211*    SER CLASSIFICADA. TIPO ENTRA NA CHAVE PARA QUE O CREDITO DE
906212*    UMA TAXA NAO PASSE POR DUPLICATA DO PROPRIO DEBITO. LIBERADA
906213*    PELO OPERADOR NAO E CONFERIDA, SO REGISTRADA COMO VISTA.
915424*    O EVENTO TAMBEM ENTRA: FATURA0001 DATA TODA COBRANCA COM O
915425*    DIA DA RODADA, E DOIS EVENTOS COM A MESMA TAXA E CATEGORIA
915426*    NAO SAO A MESMA COBRANCA.
906214*================================================================
906215 3240-CHECAR-DUPLICIDADE.
907232     MOVE SPACES TO WS-REG-FAIXA
907233     MOVE WS-COMP-PROC-TXT TO WS-REG-COMPETENCIA
906216     MOVE TRANS-CHAVE     TO WS-DUP-CHAVE
906217     MOVE TRANS-VALOR     TO WS-DUP-VALOR
906218     MOVE TRANS-DATA      TO WS-DUP-DATA
906219     MOVE TRANS-CATEGORIA TO WS-DUP-CATEGORIA
906220     IF TRANS-TIPO = SPACES
906221         MOVE 'D' TO WS-DUP-TIPO
906222     ELSE
906223         MOVE TRANS-TIPO TO WS-DUP-TIPO
906224     END-IF
915427     MOVE TRANS-COD-EVENTO TO WS-DUP-COD-EVENTO
906225
906226     IF TRANS-DUPLIC-LIBERADA
906227         PERFORM 3249-REGISTRAR-CHAVE-VISTA THRU 3249-EXIT
906228         GO TO 3240-EXIT
906229     END-IF
906230
906231     SET DUPLIC-NAO-ACHADA TO TRUE
906232     IF WS-QTD-DUPLIC > ZEROS
906233         SET IX-DUP TO 1
906234         PERFORM 3242-COMPARAR-DUPLICIDADE THRU 3242-EXIT
906235             VARYING IX-DUP FROM 1 BY 1
906236             UNTIL IX-DUP > WS-QTD-DUPLIC OR DUPLIC-ACHADA
906237     END-IF
906238
906239     IF DUPLIC-NAO-ACHADA AND WS-CNT-HST-EXCEDENTES > ZEROS
906240         PERFORM 3244-BUSCAR-DUPLIC-ARQUIVO THRU 3244-EXIT
906241     END-IF
906242
906243     IF DUPLIC-ACHADA
906244         PERFORM 3248-SUSPENDER-TRANSACAO THRU 3248-EXIT
906245     ELSE
906246         PERFORM 3249-REGISTRAR-CHAVE-VISTA THRU 3249-EXIT
906247     END-IF.
906248 3240-EXIT.
906249     EXIT.
906250
906251*    CHAVE DO HISTORICO ABSORVIDA SOB A MESMA IDENTIDADE DO CARTAO
906252*    NAO CONTA: E O MESMO EXTRATO RODANDO DE NOVO, CASO DA GUARDA
906253*    DE REPETICAO DE RODADA (3310), NAO DE DUPLICIDADE.
907235*    CHAVE MANTIDA SO PARA ESTORNO (FORA DA JANELA) TAMBEM NAO.
906254 3242-COMPARAR-DUPLICIDADE.
906255     IF DUP-TAB-CHAVE-DUPLIC (IX-DUP) = WS-DUP-CHAVE-TRANS
907234         AND DUP-TAB-NA-JANELA (IX-DUP)
906256         IF DUP-TAB-ORIGEM (IX-DUP) = 'R'
906257             OR WS-ID-CARTAO = ZEROS
906258             OR DUP-TAB-ID-EXTRATO (IX-DUP) NOT = WS-ID-CARTAO
906259             SET DUPLIC-ACHADA TO TRUE
906260             MOVE DUP-TAB-ORIGEM (IX-DUP) TO WS-DUP-ORIGEM-ACHADA
906261             MOVE DUP-TAB-DATA-REF (IX-DUP) TO WS-DUP-REF-ACHADA
906262         END-IF
906263     END-IF.
906264 3242-EXIT.
906265     EXIT.
906266
906267*================================================================
906268*    3244-BUSCAR-DUPLIC-ARQUIVO - SO EXECUTADA QUANDO O HISTORICO
906269*    EXCEDEU A TABELA: PROCURA A CHAVE DIRETO NO TRANSHST, COM A
906270*    MESMA REGRA DE JANELA E DE IDENTIDADE DA TABELA.
906271*================================================================
906272 3244-BUSCAR-DUPLIC-ARQUIVO.
906273     OPEN INPUT TRANSHST-FILE
906274     IF WS-FS-HST = '00'
906275         PERFORM 3246-LER-DUPLIC-BUSCA THRU 3246-EXIT
906276             UNTIL WS-FS-HST NOT = '00' OR DUPLIC-ACHADA
906277         CLOSE TRANSHST-FILE
906278     ELSE
906279         IF WS-FS-HST = '05'
906280             CLOSE TRANSHST-FILE
906281         END-IF
906282     END-IF.
906283 3244-EXIT.
906284     EXIT.
906285
906286 3246-LER-DUPLIC-BUSCA.
906287     READ TRANSHST-FILE
906288     IF WS-FS-HST = '00'
909141         IF HST-CHAVE IS NUMERIC
909142             MOVE HST-CHAVE TO WS-COD-MESCLA
909143             PERFORM 3105-RESOLVER-MESCLA THRU 3105-EXIT
909144             MOVE WS-COD-MESCLA TO HST-CHAVE
909145         END-IF
915428         IF HST-CHAVE-DUPLIC = WS-DUP-CHAVE-HST
915429             AND HST-COD-EVENTO = WS-DUP-COD-EVENTO
906290             PERFORM 3057-CONFERIR-JANELA THRU 3057-EXIT
906291             IF HST-NA-JANELA
906292                 IF WS-ID-CARTAO = ZEROS
906293                     OR HST-ID-EXTRATO NOT = WS-ID-CARTAO
906294                     SET DUPLIC-ACHADA TO TRUE
906295                     MOVE 'H' TO WS-DUP-ORIGEM-ACHADA
906296                     MOVE HST-DATA-REF TO WS-DUP-REF-ACHADA
906297                 END-IF
906298             END-IF
906299         END-IF
906300     END-IF.
906301 3246-EXIT.
906302     EXIT.
906303
906304*================================================================
906305*    3248-SUSPENDER-TRANSACAO - REJLOG COM E006 E IMAGEM INTEIRA
906306*    DO REGISTRO NO TRANSSUS, COM A ORIGEM DA CHAVE REPETIDA (R =
906307*    NESTA RODADA, H = HISTORICO) E A DATA DE REFERENCIA DELA,
906308*    PARA O OPERADOR DECIDIR EM REJEITOS0001.
906429*    NA RE-EXECUCAO DE EXTRATO JA ABSORVIDO O SUSPENSO JA ESTA NO
906430*    TRANSSUS DESDE A RODADA ORIGINAL: SO VAI PARA O REJLOG.
906309*================================================================
906310 3248-SUSPENDER-TRANSACAO.
906311     SET ENTRADA-INVALIDA TO TRUE
906312     MOVE SPACES TO REJ-REGISTRO
906313     MOVE 'E006' TO REJ-CODIGO-MOTIVO
906314     MOVE 'PROVAVEL DUPLICIDADE-SUSPENSA'
906315         TO REJ-DESCRICAO-MOTIVO
906316     PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
906317
906431     IF RODADA-NAO-ACUMULADA
906432         MOVE SPACES TO SUS-REGISTRO
906433         MOVE TRANS-REGISTRO TO SUS-TRANS-IMAGEM
906434         MOVE WS-DATA-ATUAL TO SUS-DATA-SUSPENSAO
906435         MOVE WS-DUP-ORIGEM-ACHADA TO SUS-ORIGEM
906436         MOVE WS-DUP-REF-ACHADA TO SUS-DATA-REF-ORIGINAL
906437         MOVE WS-ID-CARTAO TO SUS-ID-CARTAO
906438         WRITE SUS-REGISTRO
906439     END-IF
906325
906326     ADD 1 TO WS-CNT-SUSPENSOS
906327     ADD VALOR TO WS-VLR-SUSPENSOS.
906328 3248-EXIT.
906329     EXIT.
906330
906331*================================================================
906332*    3249-REGISTRAR-CHAVE-VISTA - GUARDA A CHAVE DA TRANSACAO
906333*    ACEITA NA TABELA (ORIGEM 'R'), PARA AS PROXIMAS DA RODADA E
906334*    PARA A REGRAVACAO DO TRANSHST. TABELA CHEIA: A TRANSACAO
906335*    PASSA, MAS E CONTADA COMO NAO CONFERIDA E AVISADA NO RODAPE.
907241*    A FAIXA DO DEBITO E ANOTADA NA ENTRADA DEPOIS DE TALIADO
907242*    (3200); A DO ESTORNO VEM DA ORIGINAL (3260).
906336*================================================================
906337 3249-REGISTRAR-CHAVE-VISTA.
906338     IF WS-QTD-DUPLIC < 5000
906339         ADD 1 TO WS-QTD-DUPLIC
906340         MOVE WS-DUP-CHAVE-TRANS
906341             TO DUP-TAB-CHAVE-DUPLIC (WS-QTD-DUPLIC)
906342         MOVE 'R' TO DUP-TAB-ORIGEM (WS-QTD-DUPLIC)
906343         MOVE WS-DUP-DATA-REF TO DUP-TAB-DATA-REF (WS-QTD-DUPLIC)
906344         MOVE WS-ID-CARTAO TO DUP-TAB-ID-EXTRATO (WS-QTD-DUPLIC)
907236         MOVE WS-REG-FAIXA TO DUP-TAB-FAIXA (WS-QTD-DUPLIC)
907237         MOVE WS-REG-COMPETENCIA
907238             TO DUP-TAB-COMPETENCIA (WS-QTD-DUPLIC)
907239         MOVE 'S' TO DUP-TAB-JANELA (WS-QTD-DUPLIC)
907240         MOVE WS-QTD-DUPLIC TO WS-IDX-DUP-ULTIMO
906345     ELSE
906346         ADD 1 TO WS-CNT-DUP-NAO-CONFERIDO
906347     END-IF.
906348 3249-EXIT.
906349     EXIT.
906350
907243*================================================================
907244*    3260-VALIDAR-ESTORNO - O ESTORNO (TIPO E) REFERENCIA O DEBITO
907245*    ORIGINAL PELA CHAVE, VALOR, DATA E CATEGORIA. E RECUSADO,
907246*    NESTA ORDEM: ORIGINAL JA ESTORNADA, ISTO E, HA CHAVE DE
907247*    ESTORNO IGUAL NO HISTORICO OU NA RODADA (E008); COMPETENCIA
907248*    DA ORIGINAL JA FECHADA - OU, SEM ORIGINAL, A DO MES DA DATA
907249*    REFERENCIADA (E009); SEM ORIGINAL ABSORVIDA (E007). ACEITO, A
907250*    CHAVE DO ESTORNO E REGISTRADA COM A FAIXA E A COMPETENCIA DA
907251*    ORIGINAL, PARA BARRAR UM SEGUNDO ESTORNO E SAIR DO TRANSHST
907252*    JUNTO COM ELA.
907253*================================================================
907254 3260-VALIDAR-ESTORNO.
907255     MOVE TRANS-CHAVE     TO WS-DUP-CHAVE
907256     MOVE TRANS-VALOR     TO WS-DUP-VALOR
907257     MOVE TRANS-DATA      TO WS-DUP-DATA
907258     MOVE TRANS-CATEGORIA TO WS-DUP-CATEGORIA
907259     MOVE 'E' TO WS-DUP-TIPO
915430     MOVE TRANS-COD-EVENTO TO WS-DUP-COD-EVENTO
907260     PERFORM 3261-PROCURAR-CHAVE THRU 3261-EXIT
907261     IF DUPLIC-ACHADA
907262         MOVE SPACES TO REJ-REGISTRO
907263         MOVE 'E008' TO REJ-CODIGO-MOTIVO
907264         MOVE 'ORIGINAL JA ESTORNADA' TO REJ-DESCRICAO-MOTIVO
907265         PERFORM 3269-RECUSAR-ESTORNO THRU 3269-EXIT
907266         GO TO 3260-EXIT
907267     END-IF
907268
907269     MOVE 'D' TO WS-DUP-TIPO
907270     PERFORM 3261-PROCURAR-CHAVE THRU 3261-EXIT
907271     IF DUPLIC-ACHADA
907272         MOVE WS-EST-COMPETENCIA TO WS-PER-CONSULTA
907273     ELSE
907274         MOVE TRANS-ANO TO WS-PER-CONSULTA (1:4)
907275         MOVE TRANS-MES TO WS-PER-CONSULTA (5:2)
907276     END-IF
907277     PERFORM 3065-CONFERIR-FECHADO THRU 3065-EXIT
907278     IF PERIODO-FECHADO
907279         MOVE SPACES TO REJ-REGISTRO
907280         MOVE 'E009' TO REJ-CODIGO-MOTIVO
907281         MOVE 'ESTORNO DE PERIODO JA FECHADO'
907282             TO REJ-DESCRICAO-MOTIVO
907283         PERFORM 3269-RECUSAR-ESTORNO THRU 3269-EXIT
907284         GO TO 3260-EXIT
907285     END-IF
907286
907287     IF DUPLIC-NAO-ACHADA
907288         MOVE SPACES TO REJ-REGISTRO
907289         MOVE 'E007' TO REJ-CODIGO-MOTIVO
907290         MOVE 'ESTORNO SEM TRANSACAO ORIGINAL'
907291             TO REJ-DESCRICAO-MOTIVO
907292         PERFORM 3269-RECUSAR-ESTORNO THRU 3269-EXIT
907293         GO TO 3260-EXIT
907294     END-IF
907295
907296     MOVE 'E' TO WS-DUP-TIPO
907297     MOVE WS-EST-FAIXA TO WS-REG-FAIXA
907298     MOVE WS-EST-COMPETENCIA TO WS-REG-COMPETENCIA
907299     PERFORM 3249-REGISTRAR-CHAVE-VISTA THRU 3249-EXIT.
907300 3260-EXIT.
907301     EXIT.
907302
907303*================================================================
915431*    3261-PROCURAR-CHAVE - PROCURA WS-DUP-CHAVE-HST NA TABELA
907305*    (E, COM HISTORICO EXCEDENTE, DIRETO NO TRANSHST) SEM OLHAR A
907306*    JANELA, COM A MESMA REGRA DE IDENTIDADE DE 3242; ACHOU,
907307*    DEVOLVE A FAIXA E A COMPETENCIA DA ENTRADA.
915432*    O EVENTO NAO ENTRA: O ESTORNO DIGITADO EM REJEITOS0001 VEM
915433*    SEM ELE.
907308*================================================================
907309 3261-PROCURAR-CHAVE.
907310     SET DUPLIC-NAO-ACHADA TO TRUE
907311     MOVE SPACES TO WS-EST-FAIXA WS-EST-COMPETENCIA
907312     IF WS-QTD-DUPLIC > ZEROS
907313         PERFORM 3263-COMPARAR-CHAVE THRU 3263-EXIT
907314             VARYING IX-DUP FROM 1 BY 1
907315             UNTIL IX-DUP > WS-QTD-DUPLIC OR DUPLIC-ACHADA
907316     END-IF
907317
907318     IF DUPLIC-NAO-ACHADA AND WS-CNT-HST-EXCEDENTES > ZEROS
907319         PERFORM 3265-BUSCAR-CHAVE-ARQUIVO THRU 3265-EXIT
907320     END-IF.
907321 3261-EXIT.
907322     EXIT.
907323
907324 3263-COMPARAR-CHAVE.
915434     IF DUP-TAB-CHAVE-HST (IX-DUP) = WS-DUP-CHAVE-HST
907326         IF DUP-TAB-ORIGEM (IX-DUP) = 'R'
907327             OR WS-ID-CARTAO = ZEROS
907328             OR DUP-TAB-ID-EXTRATO (IX-DUP) NOT = WS-ID-CARTAO
907329             SET DUPLIC-ACHADA TO TRUE
907330             MOVE DUP-TAB-FAIXA (IX-DUP) TO WS-EST-FAIXA
907331             MOVE DUP-TAB-COMPETENCIA (IX-DUP)
907332                 TO WS-EST-COMPETENCIA
907333         END-IF
907334     END-IF.
907335 3263-EXIT.
907336     EXIT.
907337
907338 3265-BUSCAR-CHAVE-ARQUIVO.
907339     OPEN INPUT TRANSHST-FILE
907340     IF WS-FS-HST = '00'
907341         PERFORM 3267-LER-CHAVE-BUSCA THRU 3267-EXIT
907342             UNTIL WS-FS-HST NOT = '00' OR DUPLIC-ACHADA
907343         CLOSE TRANSHST-FILE
907344     ELSE
907345         IF WS-FS-HST = '05'
907346             CLOSE TRANSHST-FILE
907347         END-IF
907348     END-IF.
907349 3265-EXIT.
907350     EXIT.
907351
907352 3267-LER-CHAVE-BUSCA.
907353     READ TRANSHST-FILE
907354     IF WS-FS-HST = '00'
909146         IF HST-CHAVE IS NUMERIC
909147             MOVE HST-CHAVE TO WS-COD-MESCLA
909148             PERFORM 3105-RESOLVER-MESCLA THRU 3105-EXIT
909149             MOVE WS-COD-MESCLA TO HST-CHAVE
909150         END-IF
915435         IF HST-CHAVE-DUPLIC = WS-DUP-CHAVE-HST
907356             IF WS-ID-CARTAO = ZEROS
907357                 OR HST-ID-EXTRATO NOT = WS-ID-CARTAO
907358                 SET DUPLIC-ACHADA TO TRUE
907359                 IF HST-COMPETENCIA = SPACES
907360                     MOVE HST-DATA-REF (1:6) TO HST-COMPETENCIA
907361                 END-IF
907362                 MOVE HST-FAIXA TO WS-EST-FAIXA
907363                 MOVE HST-COMPETENCIA TO WS-EST-COMPETENCIA
907364             END-IF
907365         END-IF
907366     END-IF.
907367 3267-EXIT.
907368     EXIT.
907369
907370 3269-RECUSAR-ESTORNO.
907371     SET ENTRADA-INVALIDA TO TRUE
907372     PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
907373     ADD 1 TO WS-CNT-EST-REJEITADOS.
907374 3269-EXIT.
907375     EXIT.
907376
907377*================================================================
907378*    3270-REGISTRAR-ESTORNO - O ESTORNO ABATE NA FAIXA EM QUE A
907379*    ORIGINAL FOI TALIADA, NAO NA DO CUTOFF DE HOJE; SEM FAIXA
907380*    GRAVADA (HISTORICO LEGADO), A FAIXA E REFEITA PELO CUTOFF
907381*    VIGENTE. GUARDA A LINHA DA SECAO ESTORNOS DO REPVLR E A
907382*    REFERENCIA DA ORIGINAL PARA O AUDITLOG.
907383*================================================================
907384 3270-REGISTRAR-ESTORNO.
907385     MOVE WS-EST-FAIXA TO WS-FAIXA-COD
907386     IF WS-FAIXA-COD = SPACES
907387         PERFORM 3205-LOCALIZAR-LIMITE-CATEGORIA THRU 3205-EXIT
907388         EVALUATE TRUE
907389             WHEN WS-VALOR-NUM > WS-LIMITE
907390                 SET FAIXA-COD-MAIOR TO TRUE
907391             WHEN WS-VALOR-NUM = WS-LIMITE
907392                 SET FAIXA-COD-IGUAL TO TRUE
907393             WHEN OTHER
907394                 SET FAIXA-COD-MENOR TO TRUE
907395         END-EVALUATE
907396     END-IF
907397
907398     EVALUATE TRUE
907399         WHEN FAIXA-COD-MAIOR
907400             ADD 1 TO WS-CNT-EST-MAIOR
907401             ADD WS-VALOR-NUM TO WS-VLR-EST-MAIOR
907402             MOVE 'ESTORNO - MAIOR QUE 10' TO WS-CLASSIFICACAO
907403         WHEN FAIXA-COD-IGUAL
907404             ADD 1 TO WS-CNT-EST-IGUAL
907405             ADD WS-VALOR-NUM TO WS-VLR-EST-IGUAL
907406             MOVE 'ESTORNO - IGUAL A 10' TO WS-CLASSIFICACAO
907407         WHEN OTHER
907408             ADD 1 TO WS-CNT-EST-MENOR
907409             ADD WS-VALOR-NUM TO WS-VLR-EST-MENOR
907410             MOVE 'ESTORNO - MENOR QUE 10' TO WS-CLASSIFICACAO
907411     END-EVALUATE
907412
907413     MOVE SPACES TO WS-AUDIT-DETALHE
907414     STRING 'ESTORNO DE '      DELIMITED BY SIZE
907415            TRANS-CHAVE        DELIMITED BY SIZE
907416            ' '                DELIMITED BY SIZE
907417            TRANS-DATA         DELIMITED BY SIZE
907418            ' '                DELIMITED BY SIZE
907419            TRANS-CATEGORIA    DELIMITED BY SIZE
907420         INTO WS-AUDIT-DETALHE
907421     END-STRING
907422
907423     IF WS-QTD-ESTORNOS < 500
907424         ADD 1 TO WS-QTD-ESTORNOS
907425         MOVE SPACES TO EST-TAB-LINHA (WS-QTD-ESTORNOS)
907426         STRING TRANS-CHAVE          DELIMITED BY SIZE
907427                '  '                 DELIMITED BY SIZE
907428                WS-VALOR-DIGITADO    DELIMITED BY SIZE
907429                '  '                 DELIMITED BY SIZE
907430                TRANS-DATA           DELIMITED BY SIZE
907431                '  '                 DELIMITED BY SIZE
907432                TRANS-CATEGORIA      DELIMITED BY SIZE
907433                '  '                 DELIMITED BY SIZE
907434                WS-CLASSIFICACAO     DELIMITED BY SIZE
907435                '  '                 DELIMITED BY SIZE
907436                WS-NOME-CLIENTE      DELIMITED BY SIZE
907437             INTO EST-TAB-LINHA (WS-QTD-ESTORNOS)
907438         END-STRING
907439     ELSE
907440         ADD 1 TO WS-CNT-EST-EXCEDENTES
907441     END-IF.
907442 3270-EXIT.
907443     EXIT.
907444
905470*================================================================
905471*    3202-VALIDAR-IDENTIDADE - REGISTRO CARIMBADO COM A IDENTIDADE
905472*    DA EXTRACAO QUE O GEROU (FATURA0001) SO ENTRA NA RODADA DESSA
905473*    MESMA EXTRACAO; DIVERGENTE VAI PARA O REJLOG COM E005, SENAO
905474*    A GUARDA DE 3307 ABSORVERIA O REGISTRO SOB OUTRA IDENTIDADE.
905475*    REGISTRO SEM CARIMBO (LEGADO) PASSA COMO SEMPRE.
905476*================================================================
905477 3202-VALIDAR-IDENTIDADE.
905478     IF TRANS-ID-EXTRATO = SPACES
905479         GO TO 3202-EXIT
905480     END-IF
905481
905482     IF TRANS-ID-EXTRATO NOT = WS-ID-CARTAO
905483         SET ENTRADA-INVALIDA TO TRUE
905484         MOVE SPACES TO REJ-REGISTRO
905485         MOVE 'E005' TO REJ-CODIGO-MOTIVO
905486         MOVE 'IDENT. DE EXTRATO DIVERGENTE'
905487             TO REJ-DESCRICAO-MOTIVO
905488         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
905489     END-IF.
905490 3202-EXIT.
905491     EXIT.
905492
905493*================================================================
905494*    3230-REGISTRAR-CREDITO - CREDITO DE TAXA (CANCELAMENTO ANTES
905495*    DO EVENTO) NAO TEM FAIXA: SO SOMA NOS CREDITOS DA RODADA.
905496*================================================================
905497 3230-REGISTRAR-CREDITO.
905498     ADD 1 TO WS-CNT-CREDITOS
905499     ADD WS-VALOR-NUM TO WS-VLR-CREDITOS
905500     MOVE 'CREDITO DE TAXA' TO WS-CLASSIFICACAO.
905501 3230-EXIT.
905502     EXIT.
905503
003353*================================================================
003354*    3204-VALIDAR-CATEGORIA - CRITICA TRANS-CATEGORIA CONTRA O
003355*    MESTRE DE CATEGORIAS. CATEGORIA EM BRANCO CONTINUA VALENDO
003470     EXIT.
003471
003472*================================================================
910045*    3207-LOCALIZAR-CLIENTE - LE O MESTRE DE CLIENTES PELA CHAVE
910046*    TRANS-CHAVE; SEM CORRESPONDENCIA (OU MESTRE AUSENTE),
910047*    WS-NOME-CLIENTE FICA EM BRANCO.
910048*================================================================
910049 3207-LOCALIZAR-CLIENTE.
910050     SET CLIENTE-NAO-ACHADO TO TRUE
910051     MOVE SPACES TO WS-NOME-CLIENTE
910052     IF MESTRE-CLIENTES-FECHADO
910053         GO TO 3207-EXIT
910054     END-IF
910055
910056     MOVE TRANS-CHAVE TO CLI-CODIGO
910057     READ CLIENTES-FILE
910058         INVALID KEY
910059             CONTINUE
910060         NOT INVALID KEY
910061             SET CLIENTE-ACHADO TO TRUE
910062             MOVE CLI-NOME TO WS-NOME-CLIENTE
910063     END-READ.
910064 3207-EXIT.
910065     EXIT.
900113
003416 3210-TALIAR-FAIXA.
003420     EVALUATE TRUE
003424         WHEN WS-VALOR-NUM > WS-LIMITE
003428             ADD 1 TO WS-CNT-MAIOR
907445             SET FAIXA-COD-MAIOR TO TRUE
003432             ADD WS-VALOR-NUM TO WS-VLR-MAIOR
003436         WHEN WS-VALOR-NUM = WS-LIMITE
003440             ADD 1 TO WS-CNT-IGUAL
907446             SET FAIXA-COD-IGUAL TO TRUE
003444             ADD WS-VALOR-NUM TO WS-VLR-IGUAL
003448         WHEN OTHER
003452             ADD 1 TO WS-CNT-MENOR
907447             SET FAIXA-COD-MENOR TO TRUE
003456             ADD WS-VALOR-NUM TO WS-VLR-MENOR
003460     END-EVALUATE.
003464 3210-EXIT.
003640         GIVING WS-CNT-TOTAL
003642     ADD WS-VLR-MAIOR WS-VLR-IGUAL WS-VLR-MENOR
003644         GIVING WS-VLR-TOTAL
907448     ADD WS-CNT-EST-MAIOR WS-CNT-EST-IGUAL WS-CNT-EST-MENOR
907449         GIVING WS-CNT-EST-TOTAL
907450     ADD WS-VLR-EST-MAIOR WS-VLR-EST-IGUAL WS-VLR-EST-MENOR
907451         GIVING WS-VLR-EST-TOTAL
003650
003660     MOVE SPACES TO REP-LINHA
003670     WRITE REP-LINHA
003940     END-STRING
003950     WRITE REP-LINHA
003951
905504     IF WS-CNT-CREDITOS > ZEROS
905505         MOVE SPACES TO REP-LINHA
905506         STRING 'CREDITOS .........: ' DELIMITED BY SIZE
905507                WS-CNT-CREDITOS       DELIMITED BY SIZE
905508                '  VALOR: '           DELIMITED BY SIZE
905509                WS-VLR-CREDITOS       DELIMITED BY SIZE
905510             INTO REP-LINHA
905511         END-STRING
905512         WRITE REP-LINHA
907452     END-IF
905513
907453*    O LIQUIDO DESCONTA OS CREDITOS DE TAXA E OS ESTORNOS.
907454     IF WS-CNT-CREDITOS > ZEROS OR WS-CNT-EST-TOTAL > ZEROS
905514         COMPUTE WS-VLR-LIQUIDO = WS-VLR-TOTAL - WS-VLR-CREDITOS
907455             - WS-VLR-EST-TOTAL
905515         MOVE WS-VLR-LIQUIDO TO WS-VLR-LIQUIDO-ED
905516         MOVE SPACES TO REP-LINHA
905517         STRING 'TOTAL LIQUIDO ....: ' DELIMITED BY SIZE
905518                WS-VLR-LIQUIDO-ED     DELIMITED BY SIZE
905519             INTO REP-LINHA
905520         END-STRING
905521         WRITE REP-LINHA
905522     END-IF
906351
906352     IF WS-CNT-SUSPENSOS > ZEROS
906353         MOVE SPACES TO REP-LINHA
906354         STRING 'SUSPENSOS DUPLIC .: ' DELIMITED BY SIZE
906355                WS-CNT-SUSPENSOS      DELIMITED BY SIZE
906356                '  VALOR: '           DELIMITED BY SIZE
906357                WS-VLR-SUSPENSOS      DELIMITED BY SIZE
906358             INTO REP-LINHA
906359         END-STRING
906360         WRITE REP-LINHA
906361     END-IF
906362
906363     IF WS-CNT-DUP-NAO-CONFERIDO > ZEROS
906364         MOVE SPACES TO REP-LINHA
906365         STRING 'NAO CONF. DUPLIC .: ' DELIMITED BY SIZE
906366                WS-CNT-DUP-NAO-CONFERIDO DELIMITED BY SIZE
906367                ' (TABELA DE CHAVES CHEIA)' DELIMITED BY SIZE
906368             INTO REP-LINHA
906369         END-STRING
906370         WRITE REP-LINHA
906371     END-IF
909151
909152     IF WS-CNT-REMAPEADOS > ZEROS
909153         MOVE SPACES TO REP-LINHA
909154         STRING 'CLIENTE MESCLADO .: ' DELIMITED BY SIZE
909155                WS-CNT-REMAPEADOS     DELIMITED BY SIZE
909156                ' TRANSACOES LEVADAS AO SOBREVIVENTE'
909157                                      DELIMITED BY SIZE
909158             INTO REP-LINHA
909159         END-STRING
909160         WRITE REP-LINHA
909161     END-IF
907456
907457     PERFORM 3340-GRAVAR-SECAO-ESTORNOS THRU 3340-EXIT
905523
003952     PERFORM 3305-GRAVAR-SUBT-CATEGORIA THRU 3305-EXIT
003953
003954     IF PARM-ANO-PROC NOT = ZEROS
900341     WRITE REP-LINHA.
900342 3306-EXIT.
900343     EXIT.
907458
907459*================================================================
907460*    3340-GRAVAR-SECAO-ESTORNOS - SECAO ESTORNOS DO REPVLR: UMA
907461*    LINHA POR ESTORNO ACEITO (CHAVE, VALOR, DATA E CATEGORIA DA
907462*    ORIGINAL, FAIXA ABATIDA E CLIENTE), OS TOTAIS POR FAIXA E OS
907463*    RECUSADOS. RODADA SEM ESTORNO NAO IMPRIME A SECAO.
907464*================================================================
907465 3340-GRAVAR-SECAO-ESTORNOS.
907466     IF WS-CNT-EST-TOTAL = ZEROS AND WS-CNT-EST-REJEITADOS = ZEROS
907467         GO TO 3340-EXIT
907468     END-IF
907469
907470     MOVE SPACES TO REP-LINHA
907471     WRITE REP-LINHA
907472     MOVE SPACES TO REP-LINHA
907473     STRING 'ESTORNOS' DELIMITED BY SIZE
907474         INTO REP-LINHA
907475     END-STRING
907476     WRITE REP-LINHA
907477
907478     IF WS-QTD-ESTORNOS > ZEROS
907479         PERFORM 3345-GRAVAR-LINHA-ESTORNO THRU 3345-EXIT
907480             VARYING IX-EST FROM 1 BY 1
907481             UNTIL IX-EST > WS-QTD-ESTORNOS
907482     END-IF
907483
907484     IF WS-CNT-EST-EXCEDENTES > ZEROS
907485         MOVE SPACES TO REP-LINHA
907486         STRING 'EST. NAO LISTADOS : ' DELIMITED BY SIZE
907487                WS-CNT-EST-EXCEDENTES DELIMITED BY SIZE
907488                ' (TABELA CHEIA)'     DELIMITED BY SIZE
907489             INTO REP-LINHA
907490         END-STRING
907491         WRITE REP-LINHA
907492     END-IF
907493
907494     MOVE SPACES TO REP-LINHA
907495     STRING 'ESTORNO MAIOR 10 .: ' DELIMITED BY SIZE
907496            WS-CNT-EST-MAIOR      DELIMITED BY SIZE
907497            '  VALOR: '           DELIMITED BY SIZE
907498            WS-VLR-EST-MAIOR      DELIMITED BY SIZE
907499         INTO REP-LINHA
907500     END-STRING
907501     WRITE REP-LINHA
907502
907503     MOVE SPACES TO REP-LINHA
907504     STRING 'ESTORNO IGUAL 10 .: ' DELIMITED BY SIZE
907505            WS-CNT-EST-IGUAL      DELIMITED BY SIZE
907506            '  VALOR: '           DELIMITED BY SIZE
907507            WS-VLR-EST-IGUAL      DELIMITED BY SIZE
907508         INTO REP-LINHA
907509     END-STRING
907510     WRITE REP-LINHA
907511
907512     MOVE SPACES TO REP-LINHA
907513     STRING 'ESTORNO MENOR 10 .: ' DELIMITED BY SIZE
907514            WS-CNT-EST-MENOR      DELIMITED BY SIZE
907515            '  VALOR: '           DELIMITED BY SIZE
907516            WS-VLR-EST-MENOR      DELIMITED BY SIZE
907517         INTO REP-LINHA
907518     END-STRING
907519     WRITE REP-LINHA
907520
907521     MOVE SPACES TO REP-LINHA
907522     STRING 'TOTAL ESTORNOS ...: ' DELIMITED BY SIZE
907523            WS-CNT-EST-TOTAL      DELIMITED BY SIZE
907524            '  VALOR: '           DELIMITED BY SIZE
907525            WS-VLR-EST-TOTAL      DELIMITED BY SIZE
907526         INTO REP-LINHA
907527     END-STRING
907528     WRITE REP-LINHA
907529
907530     IF WS-CNT-EST-REJEITADOS > ZEROS
907531         MOVE SPACES TO REP-LINHA
907532         STRING 'ESTORNOS RECUSADOS: ' DELIMITED BY SIZE
907533                WS-CNT-EST-REJEITADOS DELIMITED BY SIZE
907534                ' (VER REJLOG)'       DELIMITED BY SIZE
907535             INTO REP-LINHA
907536         END-STRING
907537         WRITE REP-LINHA
907538     END-IF.
907539 3340-EXIT.
907540     EXIT.
907541
907542 3345-GRAVAR-LINHA-ESTORNO.
907543     MOVE EST-TAB-LINHA (IX-EST) TO REP-LINHA
907544     WRITE REP-LINHA.
907545 3345-EXIT.
907546     EXIT.
900344
003994*================================================================
003995*    3310-ACUMULAR-PERIODO - SOMA OS TOTAIS DESTA RODADA COM O
900103     MOVE SPACES TO ACUM-LINHA
900104     MOVE ZEROS TO ACUM-CNT-MAIOR ACUM-CNT-IGUAL ACUM-CNT-MENOR
900105     MOVE ZEROS TO ACUM-VLR-MAIOR ACUM-VLR-IGUAL ACUM-VLR-MENOR
905524     MOVE ZEROS TO ACUM-VLR-CREDITO
900106
900107*    O OPEN DE UM OPTIONAL AUSENTE DEVOLVE '05' E DEIXA O ARQUIVO
900108*    ABERTO (VAZIO) - TEM QUE FECHAR TAMBEM NESSE CASO, SENAO O
900118         END-IF
900119         CLOSE ACUMVLR-FILE
900120     END-IF
905525     IF ACUM-VLR-CREDITO IS NOT NUMERIC
905526         MOVE ZEROS TO ACUM-VLR-CREDITO
905527     END-IF
900121
900122*    GUARDA DE REPETICAO: SE O CARTAO TROUXE IDENTIDADE E ELA JA
900123*    FOI ABSORVIDA - SEJA A ULTIMA (GUARDADA NO PROPRIO ACUMVLR),
900155         ADD WS-VLR-MAIOR TO ACUM-VLR-MAIOR
900156         ADD WS-VLR-IGUAL TO ACUM-VLR-IGUAL
900157         ADD WS-VLR-MENOR TO ACUM-VLR-MENOR
905528         ADD WS-VLR-CREDITOS TO ACUM-VLR-CREDITO
907547         PERFORM 3312-ABATER-ESTORNOS THRU 3312-EXIT
900158
900159         IF PARM-DATA-EXTRATO NOT = ZEROS
900160             MOVE PARM-DATA-EXTRATO TO ACUM-ULT-DATA-EXTRATO
900166         CLOSE ACUMVLR-FILE
900167
900168         PERFORM 3315-GRAVAR-IDENTIDADE THRU 3315-EXIT
906372         PERFORM 3330-ATUALIZAR-HISTORICO THRU 3330-EXIT
900169     END-IF
900170
900171     PERFORM 3320-GRAVAR-LINHA-ACUMULADO THRU 3320-EXIT.
900172 3310-EXIT.
900173     EXIT.
900174
907548*================================================================
907549*    3312-ABATER-ESTORNOS - TIRA DO ACUMULADO OS ESTORNOS DA
907550*    RODADA, NA FAIXA DA ORIGINAL. A ORIGINAL ESTA NO ACUMULADO DA
907551*    COMPETENCIA ABERTA (3260 RECUSA A DE PERIODO FECHADO), ENTAO
907552*    O ABATIMENTO NAO PASSA DE ZERO; SE PASSAR (ACUMVLR MEXIDO POR
907553*    FORA), A FAIXA FICA EM ZERO EM VEZ DE INVERTER O SINAL.
907554*================================================================
907555 3312-ABATER-ESTORNOS.
907556     IF ACUM-CNT-MAIOR < WS-CNT-EST-MAIOR
907557         MOVE ZEROS TO ACUM-CNT-MAIOR
907558     ELSE
907559         SUBTRACT WS-CNT-EST-MAIOR FROM ACUM-CNT-MAIOR
907560     END-IF
907561     IF ACUM-CNT-IGUAL < WS-CNT-EST-IGUAL
907562         MOVE ZEROS TO ACUM-CNT-IGUAL
907563     ELSE
907564         SUBTRACT WS-CNT-EST-IGUAL FROM ACUM-CNT-IGUAL
907565     END-IF
907566     IF ACUM-CNT-MENOR < WS-CNT-EST-MENOR
907567         MOVE ZEROS TO ACUM-CNT-MENOR
907568     ELSE
907569         SUBTRACT WS-CNT-EST-MENOR FROM ACUM-CNT-MENOR
907570     END-IF
907571     IF ACUM-VLR-MAIOR < WS-VLR-EST-MAIOR
907572         MOVE ZEROS TO ACUM-VLR-MAIOR
907573     ELSE
907574         SUBTRACT WS-VLR-EST-MAIOR FROM ACUM-VLR-MAIOR
907575     END-IF
907576     IF ACUM-VLR-IGUAL < WS-VLR-EST-IGUAL
907577         MOVE ZEROS TO ACUM-VLR-IGUAL
907578     ELSE
907579         SUBTRACT WS-VLR-EST-IGUAL FROM ACUM-VLR-IGUAL
907580     END-IF
907581     IF ACUM-VLR-MENOR < WS-VLR-EST-MENOR
907582         MOVE ZEROS TO ACUM-VLR-MENOR
907583     ELSE
907584         SUBTRACT WS-VLR-EST-MENOR FROM ACUM-VLR-MENOR
907585     END-IF.
907586 3312-EXIT.
907587     EXIT.
907588
900175*================================================================
900176*    3307-CHECAR-IDENTIDADES - VARRE O HISTORICO ACUMIDS ATRAS
900177*    DA IDENTIDADE DO CARTAO; ACHOU, A RODADA JA FOI ABSORVIDA
900211*    3315-GRAVAR-IDENTIDADE - REGISTRA NO ACUMIDS (EXTEND) A
900212*    IDENTIDADE RECEM ABSORVIDA. CARTAO SEM IDENTIDADE NAO
900213*    REGISTRA NADA.
908027*    JUNTO VAI A CONTRIBUICAO LIQUIDA DA RODADA (O QUE 3310
908028*    SOMOU MENOS O QUE 3312 ABATEU), NA COMPETENCIA DA RODADA.
900214*================================================================
900215 3315-GRAVAR-IDENTIDADE.
900216     IF PARM-DATA-EXTRATO = ZEROS
900220     MOVE SPACES TO IDS-REGISTRO
900221     MOVE PARM-DATA-EXTRATO TO IDS-DATA-EXTRATO
900222     MOVE PARM-SEQ-EXTRATO  TO IDS-SEQ-EXTRATO
908029     MOVE WS-COMP-PROC-TXT  TO IDS-COMPETENCIA
908030     COMPUTE IDS-CNT-MAIOR = WS-CNT-MAIOR - WS-CNT-EST-MAIOR
908031     COMPUTE IDS-CNT-IGUAL = WS-CNT-IGUAL - WS-CNT-EST-IGUAL
908032     COMPUTE IDS-CNT-MENOR = WS-CNT-MENOR - WS-CNT-EST-MENOR
908033     COMPUTE IDS-VLR-MAIOR = WS-VLR-MAIOR - WS-VLR-EST-MAIOR
908034     COMPUTE IDS-VLR-IGUAL = WS-VLR-IGUAL - WS-VLR-EST-IGUAL
908035     COMPUTE IDS-VLR-MENOR = WS-VLR-MENOR - WS-VLR-EST-MENOR
908036     MOVE WS-VLR-CREDITOS   TO IDS-VLR-CREDITO
900223     WRITE IDS-REGISTRO
900224     CLOSE ACUMIDS-FILE.
900225 3315-EXIT.
900226     EXIT.
906373
906374*================================================================
906375*    3330-ATUALIZAR-HISTORICO - SO NA RODADA ACUMULADA. REGRAVA O
906376*    TRANSHST COM AS CHAVES DA TABELA: AS DO HISTORICO QUE AINDA
906377*    ESTAO NA JANELA E AS ACEITAS NESTA RODADA - O QUE SAIU DA
906378*    JANELA SOME AQUI, SALVO O QUE AINDA PODE SER ESTORNADO
907591*    (3055). COM HISTORICO EXCEDENTE (NEM TUDO ESTA NA
906379*    TABELA) NAO HA REGRAVACAO: SO AS CHAVES DA RODADA VAO PARA O
906380*    FIM DO ARQUIVO (EXTEND), PARA NAO PERDER O QUE NAO FOI
906381*    CARREGADO.
906382*================================================================
906383 3330-ATUALIZAR-HISTORICO.
906384     IF WS-CNT-HST-EXCEDENTES = ZEROS
906385         OPEN OUTPUT TRANSHST-FILE
906386     ELSE
906387         OPEN EXTEND TRANSHST-FILE
906388     END-IF
906389
906390     IF WS-QTD-DUPLIC > ZEROS
906391         PERFORM 3335-GRAVAR-HISTORICO-LINHA THRU 3335-EXIT
906392             VARYING IX-DUP FROM 1 BY 1
906393             UNTIL IX-DUP > WS-QTD-DUPLIC
906394     END-IF
906395
906396     CLOSE TRANSHST-FILE.
906397 3330-EXIT.
906398     EXIT.
906399
906400 3335-GRAVAR-HISTORICO-LINHA.
906401     IF WS-CNT-HST-EXCEDENTES > ZEROS
906402         AND DUP-TAB-ORIGEM (IX-DUP) NOT = 'R'
906403         GO TO 3335-EXIT
906404     END-IF
906405
906406     MOVE SPACES TO HST-REGISTRO
915436     MOVE DUP-TAB-CHAVE-HST (IX-DUP) TO HST-CHAVE-DUPLIC
915437     MOVE DUP-TAB-COD-EVENTO (IX-DUP) TO HST-COD-EVENTO
906408     MOVE DUP-TAB-DATA-REF (IX-DUP) TO HST-DATA-REF
906409     MOVE DUP-TAB-ID-EXTRATO (IX-DUP) TO HST-ID-EXTRATO
907589     MOVE DUP-TAB-FAIXA (IX-DUP) TO HST-FAIXA
907590     MOVE DUP-TAB-COMPETENCIA (IX-DUP) TO HST-COMPETENCIA
906410     WRITE HST-REGISTRO.
906411 3335-EXIT.
906412     EXIT.
900227
900228*================================================================
900229*    3320-GRAVAR-LINHA-ACUMULADO
900277            WS-ACUM-VLR-TOTAL     DELIMITED BY SIZE
900278         INTO REP-LINHA
900279     END-STRING
900280     WRITE REP-LINHA
905529
905530     IF ACUM-VLR-CREDITO > ZEROS
905531         MOVE SPACES TO REP-LINHA
905532         STRING 'ACUM CREDITOS ....: ' DELIMITED BY SIZE
905533                ACUM-VLR-CREDITO      DELIMITED BY SIZE
905534             INTO REP-LINHA
905535         END-STRING
905536         WRITE REP-LINHA
905537
905538         COMPUTE WS-VLR-LIQUIDO =
905539             WS-ACUM-VLR-TOTAL - ACUM-VLR-CREDITO
905540         MOVE WS-VLR-LIQUIDO TO WS-VLR-LIQUIDO-ED
905541         MOVE SPACES TO REP-LINHA
905542         STRING 'ACUM TOTAL LIQUIDO: ' DELIMITED BY SIZE
905543                WS-VLR-LIQUIDO-ED     DELIMITED BY SIZE
905544             INTO REP-LINHA
905545         END-STRING
905546         WRITE REP-LINHA
905547     END-IF.
900281 3320-EXIT.
900282     EXIT.
003995
004100
004110     OPEN INPUT TRANSVLR-FILE
004120     OPEN OUTPUT REJLOG-FILE
916942     OPEN OUTPUT TRANSREJ-FILE
916943     SET TRANSREJ-ABERTO TO TRUE
004130
004140     IF WS-FS-TRANS = '00'
004142         PERFORM 3100-LER-TRANSVLR THRU 3100-EXIT
004180
004190     CLOSE TRANSVLR-FILE
004200     CLOSE REJLOG-FILE
916944     CLOSE TRANSREJ-FILE
916945     MOVE 'N' TO WS-TRJ-ABERTO-SW
004210
004220     PERFORM 5200-EXIBIR-RESULTADO-SIMULACAO THRU 5200-EXIT.
004230 5000-EXIT.
004290
004300     MOVE SPACES TO WS-CLASSIFICACAO WS-CLASSIFICACAO-SIM
004310
905548*    CREDITO DE TAXA NAO TEM FAIXA - FICA FORA DA SIMULACAO.
907592*    ESTORNO TAMBEM: NAO E TRANSACAO NOVA A CLASSIFICAR.
004320     IF ENTRADA-VALIDA AND NOT TRANS-CREDITO
907593         AND NOT TRANS-ESTORNO
004330         MOVE VALOR TO WS-VALOR-NUM
004332         PERFORM 3205-LOCALIZAR-LIMITE-CATEGORIA THRU 3205-EXIT
004340
004910     MOVE WS-HORA-ATUAL TO AUDIT-HORA
004920     MOVE WS-VALOR-NUM TO AUDIT-VALOR-ENTRADA
004930     MOVE WS-CLASSIFICACAO TO AUDIT-CLASSIFICACAO
004940     MOVE WS-AUDIT-DETALHE TO AUDIT-DETALHE
911012     SET AUDSEL-SELAR TO TRUE
911013     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911503                               AUDIT-REGISTRO
004950     MOVE AUDIT-REGISTRO TO AUD-LINHA
004960     WRITE AUD-LINHA.
004970 7000-EXIT.
004980     EXIT.
004990
005000*================================================================
916926*    7100-GRAVAR-REJEITO - NO LOTE E NA SIMULACAO A TRANSACAO
916927*    REJEITADA VAI TAMBEM PARA O TRANSREJ, PAREADA COM A LINHA DO
916946*    REJLOG (NO MODO INTERATIVO NAO HA TRANSACAO).
005020*================================================================
005030 7100-GRAVAR-REJEITO.
005040     MOVE 'CONDICIONAL0001' TO REJ-PROGRAMA
005060     MOVE WS-HORA-ATUAL TO REJ-HORA
005070     MOVE WS-VALOR-DIGITADO TO REJ-VALOR-DIGITADO
005080     MOVE REJ-REGISTRO TO REJ-LINHA
005090     WRITE REJ-LINHA
916928     IF TRANSREJ-ABERTO
916929         MOVE SPACES TO TRJ-REGISTRO
916930         MOVE REJ-DATA TO TRJ-DATA
916931         MOVE REJ-HORA TO TRJ-HORA
916932         MOVE REJ-CODIGO-MOTIVO TO TRJ-CODIGO-MOTIVO
916933         MOVE TRANS-REGISTRO TO TRJ-TRANS-IMAGEM
916934         WRITE TRJ-REGISTRO
916935     END-IF.
005100 7100-EXIT.
005110     EXIT.
005120
005140*    9000-FINALIZAR
005150*================================================================
005160 9000-FINALIZAR.
910066     IF MESTRE-CLIENTES-ABERTO
910067         CLOSE CLIENTES-FILE
910068         SET MESTRE-CLIENTES-FECHADO TO TRUE
910069     END-IF.
005180 9000-EXIT.
005190     EXIT.
005200
