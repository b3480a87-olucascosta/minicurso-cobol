000318*                      CHECAGEM DE COMPETENCIA, ENTAO UM AJUSTE
000319*                      ROLADO PARA O MES SEGUINTE E RETIDO
000320*                      NORMALMENTE EM FOLHAHOLD.
903000*   2026-09-16  MCR    FOLHA-CHAVE PASSOU A SER CRITICADA CONTRA O
903001*                      NOVO MESTRE DE FUNCIONARIOS (FUNCMST,
903002*                      MANTIDO POR FUNC0001): CHAVE SEM CADASTRO
903003*                      VAI PARA O REJLOG COM O NOVO MOTIVO E010,
903004*                      COMPETENCIA DO AJUSTE ANTERIOR A ADMISSAO
903005*                      COM E011 E POSTERIOR AO DESLIGAMENTO COM
903006*                      E012. O NOME DO FUNCIONARIO SAI NAS LINHAS
903007*                      DO RELFOLHA (INCLUSIVE RETIDOS E PENDENTES
903008*                      DE FOLHAAPRV). MESTRE AUSENTE = CRITICA
903009*                      DESLIGADA E NOME EM BRANCO (LEGADO).
903400*   2026-09-18  MCR    NOVO ARQUIVO DE INTERFACE COM O PROVEDOR DA
903401*                      FOLHA (FOLHAINT): UM DETALHE POR AJUSTE
903402*                      EFETIVAMENTE LIBERADO NA RODADA (OK NO LOTE
903403*                      OU APROVADO NA LIBERACAO), COM COMPETENCIA,
903404*                      CHAVE, VALOR COM SINAL E CATEGORIA, ENTRE
903405*                      UM HEADER (DATA DA RODADA, COMPETENCIA E
903406*                      IDENTIDADE PARM-DATA-EXTRATO/SEQ) E UM
903407*                      TRAILER (QUANTIDADE, VALOR LIQUIDO E HASH
903408*                      DAS CHAVES). RETIDO, PENDENTE, NEGADO OU
903409*                      FORA DE FAIXA NUNCA ENTRA. A IDENTIDADE
903410*                      GERADA FICA NO HISTORICO FINTHIST E UMA
903411*                      RE-EXECUCAO COM A MESMA COMPETENCIA E
903412*                      IDENTIDADE NAO GERA UM SEGUNDO ARQUIVO.
903800*   2026-09-23  MCR    AJUSTE PARCELADO: FOLHAAJU GANHOU A
903801*                      QUANTIDADE DE PARCELAS (NO ESPACO DO
903802*                      FILLER). O VALOR DIGITADO E O TOTAL; A
903803*                      PRIMEIRA PARCELA E LANCADA NA COMPETENCIA
903804*                      CORRENTE E AS DEMAIS VAO PARA O FOLHAHOLD,
903805*                      UMA POR COMPETENCIA SEGUINTE, NO MESMO DIA
903806*                      DO MES ROLADO PARA DIA UTIL POR
903807*                      DIAUTIL0001. CADA PARCELA PASSA PELA
903808*                      AVALIACAO NORMAL NA SUA COMPETENCIA (FAIXA
903809*                      DO LIMFOLHA, CAP DO FOLHACUM, APROVACAO).
903810*                      O PLANO FICA NO NOVO ARQUIVO FOLHAPLN COM
903811*                      AS PARCELAS E O VALOR JA LANCADOS, LISTADO
903812*                      PELO NOVO RELATORIO FOLHA0003. QUANTIDADE
903813*                      INVALIDA VAI PARA O REJLOG COM E013,
903814*                      PARCELA ZERADA COM E014 E PLANO SEM ESPACO
903815*                      EM TABELA COM E015.
904400*   2026-09-25  MCR    COMPETENCIA FECHADA: O NOVO FECHAMENTO0002
904401*                      CONGELA OS TOTAIS DO FOLHACUM NO HISTORICO
904402*                      FOLHAFECH. RODADA (LOTE OU LIBERACAO) NUMA
904403*                      COMPETENCIA JA FECHADA E RECUSADA SEM
904404*                      ALTERAR NENHUM ARQUIVO DE ESTADO. AJUSTE
904405*                      DATADO NUMA COMPETENCIA ANTERIOR JA FECHADA
904406*                      E RETROATIVO: E LANCADO NA COMPETENCIA
904407*                      CORRENTE, SAI NUMA SECAO PROPRIA DO
904408*                      RELFOLHA COM A COMPETENCIA ORIGINAL, VAI
904409*                      PARA O NOVO ARQUIVO FOLHARET E LEVA A
904410*                      COMPETENCIA ORIGINAL NO DETALHE DO FOLHAINT
904411*                      E NO AUDITLOG.
911000*   2026-10-15  MCR    CADA REGISTRO DO AUDITLOG (AGORA COM 108
911001*                      POSICOES) E SELADO POR AUDITSEL0001 ANTES
911002*                      DO WRITE - SEQUENCIA GLOBAL E CONFERENCIA
911003*                      ENCADEADA AO REGISTRO ANTERIOR; A CADEIA E
911004*                      RETOMADA DO FIM DO LOG ANTES DE CADA OPEN
911005*                      EXTEND. CONFERIDO POR AUDITORIA0002.
915200*   2026-10-15  MCR    COMPETENCIA + IDENTIDADE DO CARTAO JA
915201*                      REGISTRADA NO FINTHIST RECUSA A RODADA
915202*                      INTEIRA (LOTE OU LIBERACAO) ANTES DE TOCAR
915203*                      EM QUALQUER ARQUIVO DE ESTADO: REJLOG COM
915204*                      E016 E RETURN-CODE 8. ANTES A RODADA SEGUIA
915205*                      SEM FOLHAINT E O AJUSTE LIBERADO (OU O
915206*                      RETIDO VENCIDO) ERA CONSUMIDO SEM NUNCA
915207*                      CHEGAR AO FORNECEDOR. A VARREDURA DO
915208*                      FINTHIST SAIU DE 2030 PARA 2032.
916000*   2026-10-15  MCR    A FILIAL DA FOLHA VEM DO NOVO PARM-FILIAL
916001*                      DO CARTAO E VAI PARA DIAUTIL0001 NA ROLAGEM
916002*                      DA EFETIVACAO (2245) E DA DATA DA PARCELA
916003*                      (2292). A DATA DA PARCELA ROLADA PARA O MES
916004*                      SEGUINTE (DIA BASE NO FIM DO MES) VOLTA
916005*                      PARA O ULTIMO DIA UTIL DO MES DELA (2294).
916006*   2026-10-15  MCR    PLANO ALEM DA TABELA DO FOLHAPLN DEIXOU DE
916007*                      SUMIR NA REGRAVACAO: VAI PARA O NOVO
916008*                      ARQUIVO DE PASSAGEM FOLHAPLX (2046) E VOLTA
916009*                      INALTERADO AO FIM DO FOLHAPLN (2996), COM
916010*                      REJLOG E015 TRAZENDO A CHAVE, A DATA E A
916011*                      SEQUENCIA DO PROPRIO PLANO E RETURN-CODE 4.
916012*   2026-10-15  MCR    O FOLHACUM PASSOU A SER SOMADO E REGRAVADO
916013*                      SEMPRE, NO LOTE E NA LIBERACAO, COM O CAP
916014*                      LIGADO OU NAO - SO A COMPARACAO COM O CAP
916015*                      CONTINUA DEPENDENDO DO LIMITE DO CARTAO.
916016*                      SEM ISSO FECHAMENTO0002 RECUSAVA A
916017*                      COMPETENCIA DE INSTALACAO SEM CAP.
916018*   2026-10-15  MCR    O FINTHIST GANHOU O TIPO DA RODADA (LOTE OU
916019*                      LIBERACAO) E A GUARDA DE 2032 SO RECUSA A
916020*                      MESMA IDENTIDADE NO MESMO TIPO DE RODADA -
916021*                      A LIBERACAO DEPOIS DE UM LOTE COM O MESMO
916022*                      CARTAO NAO CAI MAIS EM E016. HISTORICO
916023*                      LEGADO (TIPO EM BRANCO) VALE COMO LOTE.
916024*   2026-10-15  MCR    CONTADORES DE PLANOS E PARCELAS E O CAP
916025*                      ACUMULADO SAO ZERADOS NA INICIALIZACAO,
916026*                      PARA O PROGRAMA PODER SER CHAMADO DE NOVO
916027*                      PELO MENU. O RETURN-CODE DA RODADA FICA EM
916156*                      WS-RETORNO-RODADA E SO E DEVOLVIDO EM
916157*                      9000-FINALIZAR: OS CALL DE DIAUTIL0001 E
916158*                      AUDITSEL0001 FEITOS DEPOIS ZERAVAM O 8 DO
916159*                      E016 E O 4 DO PLANO EXCEDENTE.
917000*   2026-10-15  MCR    O HEADER DO FOLHAINT GANHOU O TIPO DA
917001*                      RODADA (INT-H-TIPO-RODADA, L = LOTE, B =
917002*                      LIBERACAO), O MESMO GRAVADO NO FINTHIST E
917003*                      COMPARADO EM 2035: O RECEPTOR SABE QUE
917004*                      RODADA GEROU O ARQUIVO.
000321*================================================================
000322*   FUNCAO......... LE UM LOTE DE AJUSTES DE FOLHA DE PAGAMENTO
000323*                    (ARQUIVO FOLHAAJU), VALIDA SINAL E MAGNITUDE
000529         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-CATM.
000531
903816     SELECT OPTIONAL FOLHAPLN-FILE ASSIGN TO "FOLHAPLN"
903817         ORGANIZATION IS LINE SEQUENTIAL
903818         FILE STATUS IS WS-FS-PLN.
903819
916028     SELECT FOLHAPLX-FILE ASSIGN TO "FOLHAPLX"
916029         ORGANIZATION IS LINE SEQUENTIAL
916030         FILE STATUS IS WS-FS-PLX.
916031
903010     SELECT OPTIONAL FUNCMST-FILE ASSIGN TO "FUNCMST"
903011         ORGANIZATION IS LINE SEQUENTIAL
903012         FILE STATUS IS WS-FS-FUNC.
903013
903420     SELECT FOLHAINT-FILE ASSIGN TO "FOLHAINT"
903421         ORGANIZATION IS LINE SEQUENTIAL
903422         FILE STATUS IS WS-FS-INT.
903423
903424     SELECT OPTIONAL FINTHIST-FILE ASSIGN TO "FINTHIST"
903425         ORGANIZATION IS LINE SEQUENTIAL
903426         FILE STATUS IS WS-FS-FIH.
903427
904412     SELECT OPTIONAL FOLHAFECH-FILE ASSIGN TO "FOLHAFECH"
904413         ORGANIZATION IS LINE SEQUENTIAL
904414         FILE STATUS IS WS-FS-FECH.
904415
904416     SELECT OPTIONAL FOLHARET-FILE ASSIGN TO "FOLHARET"
904417         ORGANIZATION IS LINE SEQUENTIAL
904418         FILE STATUS IS WS-FS-RETRO.
904419
000532
000533 DATA DIVISION.
000534 FILE SECTION.
000720 01  REJ-LINHA                    PIC X(76).
000730
000732 FD  AUDITLOG-FILE.
911006 01  AUD-LINHA                    PIC X(108).
000736
000737 FD  FOLHAHOLD-FILE.
000738 01  HOLD-LINHA                   PIC X(80).
000778     10  CATM-STATUS              PIC X(01).
000779     10  FILLER                   PIC X(56).
000780
903020*----------------------------------------------------------------
903021*   MESTRE DE FUNCIONARIOS - MESMO LAYOUT MANTIDO POR FUNC0001.
903022*   DESLIGAMENTO ZEROS = FUNCIONARIO NA ATIVA.
903023*----------------------------------------------------------------
903024 FD  FUNCMST-FILE.
903025 01  FMST-REGISTRO.
903026     10  FMST-CHAVE               PIC 9(06).
903027     10  FMST-NOME                PIC X(20).
903028     10  FMST-DATA-ADMISSAO       PIC 9(08).
903029     10  FMST-DATA-DESLIGAMENTO   PIC 9(08).
903030     10  FMST-STATUS              PIC X(01).
903031     10  FILLER                   PIC X(37).
903032
903430*----------------------------------------------------------------
903431*   INTERFACE COM O PROVEDOR DA FOLHA - HEADER, DETALHES E
903432*   TRAILER MONTADOS NO WORKING-STORAGE (INT-REGISTRO).
903433*----------------------------------------------------------------
903434 FD  FOLHAINT-FILE.
903435 01  INT-LINHA                    PIC X(80).
903436
903437*----------------------------------------------------------------
903438*   HISTORICO DAS INTERFACES JA GERADAS - UM REGISTRO POR ARQUIVO
903439*   (SEMPRE EXTEND, COMO O ACUMIDS DE CONDICIONAL0001), VARRIDO
903440*   ANTES DE GERAR PARA NAO PRODUZIR DUAS VEZES A MESMA REMESSA.
903441*----------------------------------------------------------------
903442 FD  FINTHIST-FILE.
903443 01  FIH-REGISTRO.
903444     10  FIH-COMPETENCIA          PIC 9(06).
903445     10  FIH-DATA-EXTRATO         PIC 9(08).
903446     10  FIH-SEQ-EXTRATO          PIC 9(04).
903447     10  FIH-DATA-GERACAO         PIC 9(08).
903448     10  FIH-HORA-GERACAO         PIC 9(08).
903449     10  FIH-QTD-DETALHES         PIC 9(07).
903450     10  FIH-HASH-CHAVES          PIC 9(12).
916032*    TIPO DA RODADA QUE GEROU A REMESSA NO ESPACO DO ANTIGO
916033*    FILLER - BRANCO (HISTORICO LEGADO) VALE COMO LOTE.
916034     10  FIH-TIPO-RODADA          PIC X(01).
903451     10  FILLER                   PIC X(26).
903452
903820*----------------------------------------------------------------
903821*   PLANOS DE PARCELAMENTO - UM REGISTRO POR AJUSTE PARCELADO
903822*   (FOLHA-CHAVE + DATA E SEQUENCIA DE CRIACAO DO PLANO), COM O
903823*   TOTAL, O VALOR DA PARCELA (A ULTIMA LEVA A SOBRA DO
903824*   ARREDONDAMENTO) E O QUE JA FOI LANCADO. LIDO NO INICIO DA
903825*   RODADA E REGRAVADO AO FIM; PLANO QUITADO NUMA COMPETENCIA
903826*   ANTERIOR FICA DE FORA DA REGRAVACAO (COMO NO FOLHACUM).
903827*----------------------------------------------------------------
903828 FD  FOLHAPLN-FILE.
903829 01  PLN-REGISTRO.
903830     10  PLN-CHAVE                PIC 9(06).
903831     10  PLN-DATA-PLANO           PIC 9(08).
903832     10  PLN-SEQ-PLANO            PIC 9(04).
903833     10  PLN-CATEGORIA            PIC X(03).
903834     10  PLN-VALOR-TOTAL          PIC S9(3)V9(2)
903835             SIGN IS LEADING SEPARATE CHARACTER.
903836     10  PLN-VALOR-PARCELA        PIC S9(3)V9(2)
903837             SIGN IS LEADING SEPARATE CHARACTER.
903838     10  PLN-QTD-PARCELAS         PIC 9(02).
903839     10  PLN-QTD-LANCADAS         PIC 9(02).
903840     10  PLN-VALOR-LANCADO        PIC S9(5)V9(2)
903841             SIGN IS LEADING SEPARATE CHARACTER.
903842     10  PLN-COMP-INICIAL         PIC 9(06).
903843     10  PLN-COMP-ULT-LANC        PIC 9(06).
903844     10  FILLER                   PIC X(23).
903845
916035*----------------------------------------------------------------
916036*   PASSAGEM DOS PLANOS QUE NAO COUBERAM NA TABELA - GRAVADO NA
916037*   CARGA (2046), IMAGEM DO REGISTRO DO FOLHAPLN, E DEVOLVIDO SEM
916038*   ALTERACAO AO FIM DO FOLHAPLN NA REGRAVACAO (2996).
916039*----------------------------------------------------------------
916040 FD  FOLHAPLX-FILE.
916041 01  PLX-LINHA                    PIC X(80).
916042
904420*----------------------------------------------------------------
904421*   HISTORICO DE COMPETENCIAS FECHADAS - MESMO LAYOUT MANTIDO POR
904422*   FECHAMENTO0002. SO O REGISTRO 'F' INTERESSA AQUI.
904423*----------------------------------------------------------------
904424 FD  FOLHAFECH-FILE.
904425 01  FFH-REGISTRO.
904426     10  FFH-TIPO                 PIC X(01).
904427         88  FFH-FECHAMENTO            VALUE 'F'.
904428         88  FFH-DETALHE               VALUE 'D'.
904429     10  FFH-COMPETENCIA          PIC 9(06).
904430     10  FFH-CHAVE                PIC 9(06).
904431     10  FFH-TOTAL                PIC 9(07)V9(02).
904432     10  FFH-QTD-FUNC             PIC 9(05).
904433     10  FFH-DATA-FECHAMENTO      PIC 9(08).
904434     10  FFH-HORA-FECHAMENTO      PIC 9(08).
904435     10  FILLER                   PIC X(37).
904436
904437*----------------------------------------------------------------
904438*   AJUSTES RETROATIVOS APLICADOS - UM REGISTRO POR AJUSTE OK
904439*   DATADO NUMA COMPETENCIA JA FECHADA (SEMPRE EXTEND): A
904440*   COMPETENCIA ORIGINAL E A DE LANCAMENTO (A CORRENTE).
904441*----------------------------------------------------------------
904442 FD  FOLHARET-FILE.
904443 01  RET-REGISTRO.
904444     10  RET-COMP-ORIGINAL        PIC 9(06).
904445     10  RET-COMP-LANCAMENTO      PIC 9(06).
904446     10  RET-CHAVE                PIC 9(06).
904447     10  RET-VALOR                PIC S9(3)V9(2)
904448             SIGN IS LEADING SEPARATE CHARACTER.
904449     10  RET-CATEGORIA            PIC X(03).
904450     10  RET-DATA-EFETIVA         PIC 9(08).
904451     10  RET-DATA-PROC            PIC 9(08).
904452     10  RET-HORA-PROC            PIC 9(08).
904453     10  RET-NOME                 PIC X(20).
904454     10  FILLER                   PIC X(09).
904455
000781 WORKING-STORAGE SECTION.
000782*----------------------------------------------------------------
000783*   AREA DE TRABALHO DO AJUSTE - MESMO LAYOUT DO FOLHAAJU. FICA
000795*    FILLER - SO GRAVADA POR 2260; NO FOLHAAJU DE ENTRADA VEM EM
000796*    BRANCO. PIC X PARA TOLERAR REGISTRO LEGADO SEM A DATA.
000797     10  FOLHA-DATA-RETENCAO      PIC X(08).
903850*    PARCELAMENTO, NO ESPACO DO ANTIGO FILLER: QUANTIDADE DE
903851*    PARCELAS DIGITADA NO FOLHAAJU (BRANCO, 00 OU 01 = AJUSTE
903852*    UNICO) E, NAS PARCELAS GERADAS, O NUMERO DA PARCELA E A
903853*    IDENTIDADE DO PLANO NO FOLHAPLN (DATA + SEQUENCIA).
903854     10  FOLHA-QTD-PARCELAS       PIC X(02).
903855     10  FOLHA-NUM-PARCELA        PIC X(02).
903856     10  FOLHA-PLANO-DATA         PIC X(08).
903857     10  FOLHA-PLANO-SEQ          PIC X(04).
903858     10  FILLER                   PIC X(32).
000799
000800*----------------------------------------------------------------
000801*   LAYOUT DE REJEITO COMPARTILHADO COM OS PROGRAMAS CONDICIONAL
000806*   DE CONDICIONAL.
000807*----------------------------------------------------------------
000808     COPY AUDITREC.
911007     COPY AUDITSEL.
000809*----------------------------------------------------------------
000810*   CARTAO DE PARAMETROS COMPARTILHADO - TRAZ O ANO/MES DE
000811*   PROCESSAMENTO (COMPARADO COM A DATA DE EFETIVACAO DE CADA
000839 77  WS-FS-DEC                PIC X(02) VALUE '00'.
000840 77  WS-FS-CUM                PIC X(02) VALUE '00'.
000841 77  WS-FS-CATM               PIC X(02) VALUE '00'.
903040 77  WS-FS-FUNC               PIC X(02) VALUE '00'.
903460 77  WS-FS-INT                PIC X(02) VALUE '00'.
903461 77  WS-FS-FIH                PIC X(02) VALUE '00'.
903859 77  WS-FS-PLN                PIC X(02) VALUE '00'.
916043 77  WS-FS-PLX                PIC X(02) VALUE '00'.
904456 77  WS-FS-FECH               PIC X(02) VALUE '00'.
904457 77  WS-FS-RETRO              PIC X(02) VALUE '00'.
000842
000850 77  WS-EOF-AJUSTES-SW        PIC X(01) VALUE 'N'.
000860         88  FIM-AJUSTES               VALUE 'S'.
900976         88  CATEGORIA-VALIDA          VALUE 'S'.
900977         88  CATEGORIA-INVALIDA        VALUE 'N'.
900978
903050*----------------------------------------------------------------
903051*   MESTRE DE FUNCIONARIOS EM MEMORIA (FUNCMST) - CRITICA DE
903052*   FOLHA-CHAVE E NOME PARA O RELFOLHA, MESMA MECANICA DO ALUNOMST
903053*   EM CONDICIONAL0002: CACHE + BUSCA DIRETA NO ARQUIVO QUANDO O
903054*   MESTRE EXCEDE O CACHE. MESTRE AUSENTE = CRITICA DESLIGADA.
903055*----------------------------------------------------------------
903056 01  TABELA-FUNCIONARIOS.
903057     05  FUN-TAB-ENTRADA OCCURS 500 TIMES
903058                         INDEXED BY IX-FUNC.
903059         10  FUN-TAB-CHAVE        PIC 9(06).
903060         10  FUN-TAB-NOME         PIC X(20).
903061         10  FUN-TAB-ADMISSAO     PIC 9(08).
903062         10  FUN-TAB-DESLIGAMENTO PIC 9(08).
903063 77  WS-QTD-FUNCIONARIOS      PIC 9(04) VALUE ZEROS COMP.
903064 77  WS-CNT-FUNC-EXCEDENTES   PIC 9(05) VALUE ZEROS.
903065 77  WS-FUNC-ACHADO-SW        PIC X(01) VALUE 'N'.
903066         88  FUNC-ACHADO               VALUE 'S'.
903067         88  FUNC-NAO-ACHADO           VALUE 'N'.
903068 77  WS-FUNC-VALIDO-SW        PIC X(01) VALUE 'S'.
903069         88  FUNCIONARIO-VALIDO        VALUE 'S'.
903070         88  FUNCIONARIO-INVALIDO      VALUE 'N'.
903071 77  WS-NOME-FUNC             PIC X(20) VALUE SPACES.
903072 77  WS-FUNC-ADMISSAO         PIC 9(08) VALUE ZEROS.
903073 77  WS-FUNC-DESLIGAMENTO     PIC 9(08) VALUE ZEROS.
903074*   COMPETENCIA (AAAAMM) DO AJUSTE - A DA EFETIVACAO OU, SEM
903075*   EFETIVACAO, A DE PROCESSAMENTO - PARA A CRITICA DE VINCULO.
903076 77  WS-COMP-AJUSTE           PIC 9(06) VALUE ZEROS.
903077
903470*----------------------------------------------------------------
903471*   REGISTRO DA INTERFACE (FOLHAINT) - TRES VISOES PELO TIPO DO
903472*   REGISTRO: 'H' HEADER, 'D' DETALHE (UM POR AJUSTE LIBERADO) E
903473*   'T' TRAILER. VALORES COM SINAL SEPARADO A ESQUERDA, COMO OS
903474*   LIMITES DO LIMFOLHA.
903475*----------------------------------------------------------------
903476 01  INT-REGISTRO.
903477     10  INT-TIPO-REG             PIC X(01).
903478         88  INT-HEADER                VALUE 'H'.
903479         88  INT-DETALHE               VALUE 'D'.
903480         88  INT-TRAILER               VALUE 'T'.
903481     10  INT-CORPO                PIC X(79).
903482 01  INT-REG-HEADER REDEFINES INT-REGISTRO.
903483     10  FILLER                   PIC X(01).
903484     10  INT-H-DATA-EXECUCAO      PIC 9(08).
903485     10  INT-H-COMPETENCIA        PIC 9(06).
903486     10  INT-H-DATA-EXTRATO       PIC 9(08).
903487     10  INT-H-SEQ-EXTRATO        PIC 9(04).
903488     10  INT-H-ORIGEM             PIC X(09).
917005*    TIPO DA RODADA QUE GEROU A REMESSA (WS-TIPO-RODADA), NO
917006*    ESPACO DO ANTIGO FILLER.
917007     10  INT-H-TIPO-RODADA        PIC X(01).
917008     10  FILLER                   PIC X(43).

903490 01  INT-REG-DETALHE REDEFINES INT-REGISTRO.
903491     10  FILLER                   PIC X(01).
903492     10  INT-D-COMPETENCIA        PIC 9(06).
903493     10  INT-D-CHAVE              PIC 9(06).
903494     10  INT-D-VALOR              PIC S9(3)V9(2)
903495             SIGN IS LEADING SEPARATE CHARACTER.
903496     10  INT-D-CATEGORIA          PIC X(03).
904458*    COMPETENCIA ORIGINAL DO AJUSTE RETROATIVO (ZEROS NO AJUSTE
904459*    DA PROPRIA COMPETENCIA), NO ESPACO DO ANTIGO FILLER.
904460     10  INT-D-COMP-ORIGEM        PIC 9(06).
903497     10  FILLER                   PIC X(52).
903498 01  INT-REG-TRAILER REDEFINES INT-REGISTRO.
903499     10  FILLER                   PIC X(01).
903500     10  INT-T-QTD-DETALHES       PIC 9(07).
903501     10  INT-T-VALOR-LIQUIDO      PIC S9(7)V9(2)
903502             SIGN IS LEADING SEPARATE CHARACTER.
903503     10  INT-T-HASH-CHAVES        PIC 9(12).
903504     10  FILLER                   PIC X(50).
903505
903506*----------------------------------------------------------------
903507*   CONTROLE DA INTERFACE DA RODADA - TOTAIS DO TRAILER E A
903508*   GUARDA CONTRA UMA SEGUNDA REMESSA DA MESMA COMPETENCIA E
903509*   IDENTIDADE.
903510*----------------------------------------------------------------
903511 77  WS-INTERFACE-SW          PIC X(01) VALUE 'N'.
903512         88  INTERFACE-ABERTA          VALUE 'S'.
903513         88  INTERFACE-FECHADA         VALUE 'N'.
903514 77  WS-INT-JA-GERADA-SW      PIC X(01) VALUE 'N'.
903515         88  INTERFACE-JA-GERADA       VALUE 'S'.
903516         88  INTERFACE-NAO-GERADA      VALUE 'N'.
903517 77  WS-EOF-FIH-SW            PIC X(01) VALUE 'N'.
903518         88  FIM-HISTORICO-INT         VALUE 'S'.
916046*   TIPO DA RODADA CORRENTE, GRAVADO E COMPARADO NO FINTHIST.
916047 77  WS-TIPO-RODADA           PIC X(01) VALUE 'L'.
916048         88  RODADA-LOTE               VALUE 'L'.
916049         88  RODADA-LIBERACAO          VALUE 'B'.
916050 77  WS-FIH-TIPO-LIDO         PIC X(01) VALUE SPACES.
903519 77  WS-INT-QTD               PIC 9(07) VALUE ZEROS.
903520 77  WS-INT-VALOR-LIQUIDO     PIC S9(7)V9(2) VALUE ZEROS.
903521 77  WS-INT-HASH              PIC 9(12) VALUE ZEROS.
903522
903860*----------------------------------------------------------------
903861*   PLANOS DE PARCELAMENTO EM MEMORIA (FOLHAPLN). A SEQUENCIA DO
903862*   PLANO NOVO CONTINUA A MAIOR JA USADA NA DATA DE HOJE, PARA
903863*   UMA SEGUNDA RODADA NO MESMO DIA NAO REPETIR IDENTIDADE.
903864*----------------------------------------------------------------
903865 01  TABELA-PLANOS.
903866     05  PLN-TAB-ENTRADA OCCURS 200 TIMES
903867                         INDEXED BY IX-PLN.
903868         10  PLN-TAB-CHAVE        PIC 9(06).
903869         10  PLN-TAB-DATA         PIC 9(08).
903870         10  PLN-TAB-SEQ          PIC 9(04).
903871         10  PLN-TAB-CATEGORIA    PIC X(03).
903872         10  PLN-TAB-TOTAL        PIC S9(3)V9(2).
903873         10  PLN-TAB-PARCELA      PIC S9(3)V9(2).
903874         10  PLN-TAB-QTD          PIC 9(02).
903875         10  PLN-TAB-LANCADAS     PIC 9(02).
903876         10  PLN-TAB-LANCADO      PIC S9(5)V9(2).
903877         10  PLN-TAB-COMP-INICIAL PIC 9(06).
903878         10  PLN-TAB-COMP-ULT     PIC 9(06).
903879 77  WS-QTD-PLANOS            PIC 9(04) VALUE ZEROS COMP.
903880 77  WS-IDX-PLN-ACHADO        PIC 9(04) VALUE ZEROS COMP.
903881 77  WS-PLANO-ACHADO-SW       PIC X(01) VALUE 'N'.
903882         88  PLANO-ACHADO              VALUE 'S'.
903883         88  PLANO-NAO-ACHADO          VALUE 'N'.
903884 77  WS-PLN-ARQUIVO-SW        PIC X(01) VALUE 'N'.
903885         88  PLANOS-PRESENTES          VALUE 'S'.
903886         88  PLANOS-AUSENTES           VALUE 'N'.
903887 77  WS-SEQ-PLANO             PIC 9(04) VALUE ZEROS.
903888 77  WS-CNT-PLANOS            PIC 9(07) VALUE ZEROS.
903889 77  WS-CNT-PARCELAS-GERADAS  PIC 9(07) VALUE ZEROS.
916044 77  WS-CNT-PLN-EXCEDENTES    PIC 9(05) VALUE ZEROS.
903890
903891*----------------------------------------------------------------
903892*   GERACAO DAS PARCELAS - O REGISTRO ORIGINAL FICA GUARDADO
903893*   ENQUANTO CADA PARCELA E MONTADA EM FOLHA-REGISTRO. O VALOR DA
903894*   PARCELA VOLTA PARA O FORMATO DIGITADO (SINAL + 3 INTEIROS + 3
903895*   DECIMAIS) PELA REDEFINICAO ABAIXO.
903896*----------------------------------------------------------------
903897 77  WS-FOLHA-ORIGINAL        PIC X(80) VALUE SPACES.
903898 77  WS-QTD-PARC              PIC 9(02) VALUE ZEROS.
903899 77  WS-NUM-PARC              PIC 9(02) VALUE ZEROS.
903900 77  WS-IDX-PARC              PIC 9(04) VALUE ZEROS COMP.
903901 77  WS-VALOR-TOTAL-PLANO     PIC S9(3)V9(2) VALUE ZEROS.
903902 77  WS-VALOR-PARCELA         PIC S9(3)V9(2) VALUE ZEROS.
903903 77  WS-VALOR-ULTIMA          PIC S9(3)V9(2) VALUE ZEROS.
903904 77  WS-VALOR-DA-PARCELA      PIC S9(3)V9(2) VALUE ZEROS.
903905 77  WS-PARC-EDITADO          PIC -999.99 VALUE SPACES.
903906 01  WS-PARC-DIGITADO-AREA.
903907     05  WS-PARC-DIGITADO         PIC 9(3)V9(3).
903908 01  WS-PARC-DIGITADO-X REDEFINES WS-PARC-DIGITADO-AREA
903909                                  PIC X(06).
903910 77  WS-PARC-MESES            PIC 9(06) VALUE ZEROS COMP.
903911 77  WS-PARC-ANO              PIC 9(04) VALUE ZEROS.
903912 77  WS-PARC-MES              PIC 9(02) VALUE ZEROS.
903913 77  WS-DIA-BASE              PIC 9(02) VALUE ZEROS.
903914 77  WS-PARC-DIA              PIC 9(02) VALUE ZEROS.
903915 77  WS-PARC-DATA             PIC 9(08) VALUE ZEROS.
916045 77  WS-FILIAL-FOLHA          PIC X(04) VALUE SPACES.
916160*   RETURN-CODE DA RODADA - SO VAI PARA O REGISTRO ESPECIAL EM
916161*   9000-FINALIZAR, DEPOIS DO ULTIMO CALL (CADA CALL O SOBREPOE).
916162 77  WS-RETORNO-RODADA        PIC S9(04) VALUE ZEROS COMP.
904495
904461*----------------------------------------------------------------
904462*   COMPETENCIAS FECHADAS (REGISTROS 'F' DO FOLHAFECH) EM MEMORIA
904463*   - MESMA CAPACIDADE DA TABELA DO ACUMHIST EM FECHAMENTO0001.
904464*   COMPETENCIA DE PROCESSAMENTO FECHADA RECUSA A RODADA; AJUSTE
904465*   DE COMPETENCIA ANTERIOR FECHADA E RETROATIVO.
904466*----------------------------------------------------------------
904467 01  TABELA-COMP-FECHADAS.
904468     05  FEC-TAB-ENTRADA OCCURS 120 TIMES
904469                         INDEXED BY IX-FEC.
904470         10  FEC-TAB-COMPETENCIA  PIC 9(06).
904471 77  WS-QTD-COMP-FECHADAS     PIC 9(04) VALUE ZEROS COMP.
904472 77  WS-COMP-TESTE            PIC 9(06) VALUE ZEROS.
904473 77  WS-COMP-FECHADA-SW       PIC X(01) VALUE 'N'.
904474         88  COMPETENCIA-FECHADA       VALUE 'S'.
904475         88  COMPETENCIA-ABERTA        VALUE 'N'.
904476 77  WS-COMP-PROC-SW          PIC X(01) VALUE 'N'.
904477         88  COMP-PROC-FECHADA         VALUE 'S'.
904478         88  COMP-PROC-ABERTA          VALUE 'N'.
904479 77  WS-RETROATIVO-SW         PIC X(01) VALUE 'N'.
904480         88  AJUSTE-RETROATIVO         VALUE 'S'.
904481         88  AJUSTE-NAO-RETROATIVO     VALUE 'N'.
904482 77  WS-COMP-ORIGEM           PIC 9(06) VALUE ZEROS.
904483 77  WS-CNT-RETROATIVO        PIC 9(07) VALUE ZEROS.
904484
904485*----------------------------------------------------------------
904486*   LINHAS DOS AJUSTES RETROATIVOS - GUARDADAS DURANTE A RODADA E
904487*   IMPRESSAS NUMA SECAO PROPRIA ANTES DOS TOTAIS. ALEM DA
904488*   CAPACIDADE, A LINHA SAI NO CORPO DO RELFOLHA MESMO.
904489*----------------------------------------------------------------
904490 01  TABELA-LINHAS-RETRO.
904491     05  RETRO-LINHA-ENTRADA OCCURS 100 TIMES
904492                             PIC X(80).
904493 77  WS-QTD-LINHAS-RETRO      PIC 9(04) VALUE ZEROS COMP.
904494 77  WS-IDX-RETRO             PIC 9(04) VALUE ZEROS COMP.
903916
900980*----------------------------------------------------------------
900981*   CHECAGEM DE DIA UTIL DA EFETIVACAO - AREA DE CHAMADA DE
900982*   DIAUTIL0001 (DATA, RESPOSTA S/N E PROXIMO DIA UTIL).
001400
001402     MOVE ZEROS TO PARM-ANO-PROC PARM-MES-PROC
001403     MOVE 'N' TO PARM-LIBERACAO-SW
916051     MOVE SPACES TO PARM-FILIAL
916052     MOVE ZEROS TO WS-LIMITE-ACUMULADO
916053     MOVE ZEROS TO WS-CNT-PLANOS WS-CNT-PARCELAS-GERADAS
916054     MOVE 0 TO RETURN-CODE
916163     MOVE ZEROS TO WS-RETORNO-RODADA
903536     MOVE ZEROS TO PARM-DATA-EXTRATO PARM-SEQ-EXTRATO
001404     OPEN INPUT PARM-CARTAO-FILE
001406     IF WS-FS-PARM = '00'
001408         READ PARM-CARTAO-FILE INTO PARM-CARTAO-REG
001446         AND PARM-LIMITE-ACUMULADO NOT = ZEROS
001447         MOVE PARM-LIMITE-ACUMULADO TO WS-LIMITE-ACUMULADO
001448     END-IF
903530     IF PARM-DATA-EXTRATO IS NOT NUMERIC
903531         MOVE ZEROS TO PARM-DATA-EXTRATO
903532     END-IF
903533     IF PARM-SEQ-EXTRATO IS NOT NUMERIC
903534         MOVE ZEROS TO PARM-SEQ-EXTRATO
903535     END-IF
916055     IF PARM-LIBERACAO-ATIVA
916056         SET RODADA-LIBERACAO TO TRUE
916057     ELSE
916058         SET RODADA-LOTE TO TRUE
916059     END-IF
916060     MOVE PARM-FILIAL TO WS-FILIAL-FOLHA
001449     COMPUTE WS-COMPETENCIA-PROC =
001450         PARM-ANO-PROC * 100 + PARM-MES-PROC
001451     MOVE WS-COMPETENCIA-PROC TO WS-COMP-PROC-TXT
001485         PERFORM 1020-LER-CATEGMST THRU 1020-EXIT
001486             UNTIL WS-FS-CATM NOT = '00'
001487         CLOSE CATEGMST-FILE
001488     END-IF
903080
903081     MOVE ZEROS TO WS-QTD-FUNCIONARIOS WS-CNT-FUNC-EXCEDENTES
903082     OPEN INPUT FUNCMST-FILE
903083     IF WS-FS-FUNC = '00'
903084         PERFORM 1030-LER-FUNCMST THRU 1030-EXIT
903085             UNTIL WS-FS-FUNC NOT = '00'
903086         CLOSE FUNCMST-FILE
903087     ELSE
903088         IF WS-FS-FUNC = '05'
903089             CLOSE FUNCMST-FILE
903090         END-IF
903091     END-IF
904500
904501     MOVE ZEROS TO WS-QTD-COMP-FECHADAS
904502     OPEN INPUT FOLHAFECH-FILE
904503     IF WS-FS-FECH = '00'
904504         PERFORM 1040-LER-FOLHAFECH THRU 1040-EXIT
904505             UNTIL WS-FS-FECH NOT = '00'
904506         CLOSE FOLHAFECH-FILE
904507     ELSE
904508         IF WS-FS-FECH = '05'
904509             CLOSE FOLHAFECH-FILE
904510         END-IF
904511     END-IF
904512
904513     MOVE WS-COMPETENCIA-PROC TO WS-COMP-TESTE
904514     PERFORM 2257-TESTAR-COMP-FECHADA THRU 2257-EXIT
904515     IF COMPETENCIA-FECHADA
904516         SET COMP-PROC-FECHADA TO TRUE
904517     ELSE
904518         SET COMP-PROC-ABERTA TO TRUE
904519     END-IF.
001489 1000-EXIT.
001490     EXIT.
001540
901540 1020-EXIT.
901541     EXIT.
901542
903100*================================================================
903101*   1030-LER-FUNCMST - CARREGA O MESTRE DE FUNCIONARIOS (CHAVE,
903102*   NOME, ADMISSAO E DESLIGAMENTO). ALEM DO CACHE, SO CONTA: A
903103*   BUSCA DE 2217 VAI AO ARQUIVO PARA ESSES.
903104*================================================================
903105 1030-LER-FUNCMST.
903106     READ FUNCMST-FILE
903107     IF WS-FS-FUNC = '00'
903108         IF WS-QTD-FUNCIONARIOS < 500
903109             ADD 1 TO WS-QTD-FUNCIONARIOS
903110             MOVE FMST-CHAVE
903111                 TO FUN-TAB-CHAVE (WS-QTD-FUNCIONARIOS)
903112             MOVE FMST-NOME
903113                 TO FUN-TAB-NOME (WS-QTD-FUNCIONARIOS)
903114             MOVE FMST-DATA-ADMISSAO
903115                 TO FUN-TAB-ADMISSAO (WS-QTD-FUNCIONARIOS)
903116             MOVE FMST-DATA-DESLIGAMENTO
903117                 TO FUN-TAB-DESLIGAMENTO (WS-QTD-FUNCIONARIOS)
903118         ELSE
903119             ADD 1 TO WS-CNT-FUNC-EXCEDENTES
903120         END-IF
903121     END-IF.
903122 1030-EXIT.
903123     EXIT.
904520
904521*================================================================
904522*   1040-LER-FOLHAFECH - GUARDA AS COMPETENCIAS COM REGISTRO DE
904523*   FECHAMENTO ('F'); OS DETALHES SAO SO HISTORICO.
904524*================================================================
904525 1040-LER-FOLHAFECH.
904526     READ FOLHAFECH-FILE
904527     IF WS-FS-FECH = '00'
904528         IF FFH-FECHAMENTO
904529             AND WS-QTD-COMP-FECHADAS < 120
904530             ADD 1 TO WS-QTD-COMP-FECHADAS
904531             MOVE FFH-COMPETENCIA
904532                 TO FEC-TAB-COMPETENCIA (WS-QTD-COMP-FECHADAS)
904533         END-IF
904534     END-IF.
904535 1040-EXIT.
904536     EXIT.
903124

001550 2000-PROCESSAR-LOTE.
001552     MOVE 'N' TO WS-EOF-AJUSTES-SW
001562     OPEN INPUT FOLHAAJU-FILE
001564     OPEN OUTPUT RELFOLHA-FILE
001566     OPEN OUTPUT REJLOG-FILE
911008     SET AUDSEL-INICIAR TO TRUE
911009     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911501                               AUDIT-REGISTRO
001568     OPEN EXTEND AUDITLOG-FILE
001570     OPEN EXTEND FOLHAAPRV-FILE
001572
904540     IF COMP-PROC-FECHADA
904541         PERFORM 2020-RECUSAR-COMP-FECHADA THRU 2020-EXIT
904542         CLOSE FOLHAAJU-FILE
904543         CLOSE RELFOLHA-FILE
904544         CLOSE REJLOG-FILE
904545         CLOSE AUDITLOG-FILE
904546         CLOSE FOLHAAPRV-FILE
904547         GO TO 2000-EXIT
904548     END-IF
904549
915209     PERFORM 2032-CHECAR-REMESSA THRU 2032-EXIT
915210     IF INTERFACE-JA-GERADA
915211         PERFORM 2025-RECUSAR-REMESSA-GERADA THRU 2025-EXIT
915212         CLOSE FOLHAAJU-FILE
915213         CLOSE RELFOLHA-FILE
915214         CLOSE REJLOG-FILE
915215         CLOSE AUDITLOG-FILE
915216         CLOSE FOLHAAPRV-FILE
915217         GO TO 2000-EXIT
915218     END-IF
915219
904550     MOVE ZEROS TO WS-CNT-RETROATIVO WS-QTD-LINHAS-RETRO
904551     OPEN EXTEND FOLHARET-FILE
903540     PERFORM 2030-ABRIR-INTERFACE THRU 2030-EXIT
903541
001574     PERFORM 2050-CARREGAR-HOLD THRU 2050-EXIT
001575     PERFORM 2070-CARREGAR-ACUMULADOS THRU 2070-EXIT
903920     PERFORM 2040-CARREGAR-PLANOS THRU 2040-EXIT
001576     PERFORM 2080-REPROCESSAR-HOLD THRU 2080-EXIT
001578
001580     IF WS-FS-AJU = '00'
001592         SET FIM-AJUSTES TO TRUE
001594     END-IF
001596
903542     PERFORM 2980-FECHAR-INTERFACE THRU 2980-EXIT
001598     PERFORM 2900-GRAVAR-TOTAIS THRU 2900-EXIT
001600     PERFORM 2950-REGRAVAR-HOLD THRU 2950-EXIT
001601     PERFORM 2970-REGRAVAR-ACUMULADOS THRU 2970-EXIT
903921     PERFORM 2990-REGRAVAR-PLANOS THRU 2990-EXIT
001602
001604     CLOSE FOLHAAJU-FILE
001606     CLOSE RELFOLHA-FILE
001608     CLOSE REJLOG-FILE
001610     CLOSE AUDITLOG-FILE
001612     CLOSE FOLHAAPRV-FILE
904552     CLOSE FOLHARET-FILE.
001614 2000-EXIT.
001616     EXIT.
001618
904553*================================================================
904554*   2020-RECUSAR-COMP-FECHADA - A COMPETENCIA DE PROCESSAMENTO JA
904555*   FOI FECHADA POR FECHAMENTO0002: NADA E LANCADO NELA. O
904556*   RELFOLHA AVISA E A RODADA TERMINA SEM TOCAR NO FOLHAHOLD,
904557*   FOLHACUM, FOLHAPLN, FOLHAAPRV NEM NO FOLHAINT - O CARTAO TEM
904558*   QUE SER AVANCADO PARA A COMPETENCIA SEGUINTE.
904559*================================================================
904560 2020-RECUSAR-COMP-FECHADA.
904561     MOVE SPACES TO REL-LINHA
904562     STRING 'COMPETENCIA '        DELIMITED BY SIZE
904563            WS-COMPETENCIA-PROC   DELIMITED BY SIZE
904564            ' FECHADA - RODADA NAO PROCESSADA'
904565                DELIMITED BY SIZE
904566         INTO REL-LINHA
904567     END-STRING
904568     WRITE REL-LINHA.
904569 2020-EXIT.
904570     EXIT.
904571
915231*================================================================
915232*   2025-RECUSAR-REMESSA-GERADA - A COMPETENCIA + IDENTIDADE DO
915233*   CARTAO JA TEM REMESSA NO FINTHIST: A RODADA NAO PODERIA
915234*   GRAVAR O FOLHAINT SEM ARRISCAR UMA SEGUNDA REMESSA, E O AJUSTE
915235*   APLICADO SEM FOLHAINT NUNCA CHEGARIA AO FORNECEDOR. NADA E
915236*   PROCESSADO: RELFOLHA AVISA, REJLOG COM E016 E RETURN-CODE 8.
915237*   O CARTAO PRECISA DE UMA IDENTIDADE NOVA (PARM-SEQ-EXTRATO).
915238*================================================================
915239 2025-RECUSAR-REMESSA-GERADA.
915240     MOVE SPACES TO REL-LINHA
915241     STRING 'INTERFACE JA GERADA P/ COMPETENCIA '
915242                DELIMITED BY SIZE
915243            WS-COMPETENCIA-PROC  DELIMITED BY SIZE
915244            ' EXTRACAO '         DELIMITED BY SIZE
915245            PARM-DATA-EXTRATO    DELIMITED BY SIZE
915246            '/'                  DELIMITED BY SIZE
915247            PARM-SEQ-EXTRATO     DELIMITED BY SIZE
915248         INTO REL-LINHA
915249     END-STRING
915250     WRITE REL-LINHA
915251     MOVE SPACES TO REL-LINHA
915252     STRING '  RODADA NAO PROCESSADA - IDENTIDADE JA USADA'
915253                DELIMITED BY SIZE
915254         INTO REL-LINHA
915255     END-STRING
915256     WRITE REL-LINHA
915257
915258     MOVE SPACES TO REJ-REGISTRO
915259     MOVE 'FOLHA0001' TO REJ-PROGRAMA
915260     MOVE WS-DATA-ATUAL TO REJ-DATA
915261     MOVE WS-HORA-ATUAL TO REJ-HORA
915262     MOVE WS-COMP-PROC-TXT TO REJ-VALOR-DIGITADO
915263     MOVE 'E016' TO REJ-CODIGO-MOTIVO
915264     MOVE 'REMESSA DO FOLHAINT JA GERADA'
915265         TO REJ-DESCRICAO-MOTIVO
915266     MOVE REJ-REGISTRO TO REJ-LINHA
915267     WRITE REJ-LINHA
915268     MOVE 8 TO WS-RETORNO-RODADA.
915269 2025-EXIT.
915270     EXIT.
915271
903550*================================================================
915272*   2030-ABRIR-INTERFACE - ABRE O FOLHAINT E GRAVA O HEADER, COM O
915273*   TIPO DA RODADA. A REMESSA JA GERADA NO MESMO TIPO DE RODADA
917010*   (2032/2035) FOI RECUSADA ANTES DE CHEGAR AQUI.
903556*================================================================
903557 2030-ABRIR-INTERFACE.
903558     SET INTERFACE-FECHADA TO TRUE
903560     MOVE ZEROS TO WS-INT-QTD WS-INT-VALOR-LIQUIDO WS-INT-HASH
903595     OPEN OUTPUT FOLHAINT-FILE
903596     SET INTERFACE-ABERTA TO TRUE
903597     MOVE SPACES TO INT-REGISTRO
903598     SET INT-HEADER TO TRUE
903599     MOVE WS-DATA-ATUAL       TO INT-H-DATA-EXECUCAO
903600     MOVE WS-COMPETENCIA-PROC TO INT-H-COMPETENCIA
903601     MOVE PARM-DATA-EXTRATO   TO INT-H-DATA-EXTRATO
903602     MOVE PARM-SEQ-EXTRATO    TO INT-H-SEQ-EXTRATO
903603     MOVE 'FOLHA0001'         TO INT-H-ORIGEM
917009     MOVE WS-TIPO-RODADA      TO INT-H-TIPO-RODADA
903604     MOVE INT-REGISTRO TO INT-LINHA
903605     WRITE INT-LINHA.
903606 2030-EXIT.
903607     EXIT.
903608
915274*================================================================
915275*   2032-CHECAR-REMESSA - VARRE O HISTORICO FINTHIST ATRAS DA
915276*   MESMA COMPETENCIA + IDENTIDADE DO CARTAO NO MESMO TIPO DE
915277*   RODADA (LOTE OU LIBERACAO); ACHOU, LIGA O INTERFACE-JA-GERADA.
915278*================================================================
915279 2032-CHECAR-REMESSA.
915280     SET INTERFACE-NAO-GERADA TO TRUE
915281     MOVE 'N' TO WS-EOF-FIH-SW
915282     OPEN INPUT FINTHIST-FILE
915283     IF WS-FS-FIH = '00'
915284         PERFORM 2035-LER-HISTORICO-INT THRU 2035-EXIT
915285             UNTIL FIM-HISTORICO-INT OR INTERFACE-JA-GERADA
915286         CLOSE FINTHIST-FILE
915287     ELSE
915288         IF WS-FS-FIH = '05'
915289             CLOSE FINTHIST-FILE
915290         END-IF
915291     END-IF.
915292 2032-EXIT.
915293     EXIT.
915294
903609 2035-LER-HISTORICO-INT.
903610     READ FINTHIST-FILE
903611         AT END
903612             SET FIM-HISTORICO-INT TO TRUE
903613     END-READ
903614     IF WS-FS-FIH = '00'
916061         MOVE FIH-TIPO-RODADA TO WS-FIH-TIPO-LIDO
916062         IF WS-FIH-TIPO-LIDO = SPACE
916063             MOVE 'L' TO WS-FIH-TIPO-LIDO
916064         END-IF
903615         IF FIH-COMPETENCIA = WS-COMPETENCIA-PROC
903616             AND FIH-DATA-EXTRATO = PARM-DATA-EXTRATO
903617             AND FIH-SEQ-EXTRATO = PARM-SEQ-EXTRATO
916065             AND WS-FIH-TIPO-LIDO = WS-TIPO-RODADA
903618             SET INTERFACE-JA-GERADA TO TRUE
903619         END-IF
903620     END-IF.
903621 2035-EXIT.
903622     EXIT.
903623
903930*================================================================
903931*   2040-CARREGAR-PLANOS - LE O FOLHAPLN (OPTIONAL) PARA A
903932*   TABELA. PLANO JA QUITADO NUMA COMPETENCIA ANTERIOR A CORRENTE
903933*   FICA DE FORA (SAI DO ARQUIVO NA REGRAVACAO). PLANO ALEM DA
903934*   CAPACIDADE DA TABELA VAI PARA O FOLHAPLX E VOLTA SEM
903935*   ALTERACAO NA REGRAVACAO (2046/2996), COM REJLOG E015 E
916067*   RETURN-CODE 4: AS PARCELAS DELE LANCADAS NA RODADA NAO SAO
916068*   SOMADAS NO PLANO (2295 NAO O ACHA NA TABELA).
903936*================================================================
903937 2040-CARREGAR-PLANOS.
903938     MOVE ZEROS TO WS-QTD-PLANOS WS-SEQ-PLANO
916069     MOVE ZEROS TO WS-CNT-PLN-EXCEDENTES
903939     SET PLANOS-AUSENTES TO TRUE
903940     OPEN INPUT FOLHAPLN-FILE
903941     IF WS-FS-PLN = '00'
903942         SET PLANOS-PRESENTES TO TRUE
903943         PERFORM 2045-LER-PLANO THRU 2045-EXIT
903944             UNTIL WS-FS-PLN NOT = '00'
903945         CLOSE FOLHAPLN-FILE
916070         IF WS-CNT-PLN-EXCEDENTES > ZEROS
916071             CLOSE FOLHAPLX-FILE
916072             IF WS-RETORNO-RODADA < 4
916073                 MOVE 4 TO WS-RETORNO-RODADA
916074             END-IF
916075         END-IF
903946     ELSE
903947         IF WS-FS-PLN = '05'
903948             CLOSE FOLHAPLN-FILE
903949         END-IF
903950     END-IF.
903951 2040-EXIT.
903952     EXIT.
903953
903954 2045-LER-PLANO.
903955     READ FOLHAPLN-FILE
903956     IF WS-FS-PLN NOT = '00'
903957         GO TO 2045-EXIT
903958     END-IF
903959
903960     IF PLN-DATA-PLANO = WS-DATA-ATUAL
903961         AND PLN-SEQ-PLANO > WS-SEQ-PLANO
903962         MOVE PLN-SEQ-PLANO TO WS-SEQ-PLANO
903963     END-IF
903964
903965     IF PLN-QTD-LANCADAS NOT < PLN-QTD-PARCELAS
903966         AND PLN-COMP-ULT-LANC < WS-COMPETENCIA-PROC
903967         GO TO 2045-EXIT
903968     END-IF
903969
903970     IF WS-QTD-PLANOS < 200
903971         ADD 1 TO WS-QTD-PLANOS
903972         SET IX-PLN TO WS-QTD-PLANOS
903973         MOVE PLN-CHAVE          TO PLN-TAB-CHAVE (IX-PLN)
903974         MOVE PLN-DATA-PLANO     TO PLN-TAB-DATA (IX-PLN)
903975         MOVE PLN-SEQ-PLANO      TO PLN-TAB-SEQ (IX-PLN)
903976         MOVE PLN-CATEGORIA      TO PLN-TAB-CATEGORIA (IX-PLN)
903977         MOVE PLN-VALOR-TOTAL    TO PLN-TAB-TOTAL (IX-PLN)
903978         MOVE PLN-VALOR-PARCELA  TO PLN-TAB-PARCELA (IX-PLN)
903979         MOVE PLN-QTD-PARCELAS   TO PLN-TAB-QTD (IX-PLN)
903980         MOVE PLN-QTD-LANCADAS   TO PLN-TAB-LANCADAS (IX-PLN)
903981         MOVE PLN-VALOR-LANCADO  TO PLN-TAB-LANCADO (IX-PLN)
903982         MOVE PLN-COMP-INICIAL   TO PLN-TAB-COMP-INICIAL (IX-PLN)
903983         MOVE PLN-COMP-ULT-LANC  TO PLN-TAB-COMP-ULT (IX-PLN)
903984     ELSE
916076         PERFORM 2046-GUARDAR-EXCEDENTE THRU 2046-EXIT
903990     END-IF.
903991 2045-EXIT.
903992     EXIT.
916077
916078*================================================================
916079*   2046-GUARDAR-EXCEDENTE - PLANO QUE NAO CABE NA TABELA VAI,
916080*   COMO LIDO, PARA O FOLHAPLX (ABERTO NO PRIMEIRO EXCEDENTE) E
916081*   PARA O REJLOG COM E015 - SEM VALOR DIGITADO, COM A CHAVE, A
916082*   DATA E A SEQUENCIA DO PROPRIO PLANO NA DESCRICAO.
916083*================================================================
916084 2046-GUARDAR-EXCEDENTE.
916085     IF WS-CNT-PLN-EXCEDENTES = ZEROS
916086         OPEN OUTPUT FOLHAPLX-FILE
916087     END-IF
916088     ADD 1 TO WS-CNT-PLN-EXCEDENTES
916089     WRITE PLX-LINHA FROM PLN-REGISTRO
916090
916091     MOVE SPACES TO REJ-REGISTRO
916092     MOVE 'FOLHA0001' TO REJ-PROGRAMA
916093     MOVE WS-DATA-ATUAL TO REJ-DATA
916094     MOVE WS-HORA-ATUAL TO REJ-HORA
916095     MOVE 'E015' TO REJ-CODIGO-MOTIVO
916096     STRING 'PLANO '           DELIMITED BY SIZE
916097            PLN-CHAVE          DELIMITED BY SIZE
916098            ' '                DELIMITED BY SIZE
916099            PLN-DATA-PLANO     DELIMITED BY SIZE
916100            '/'                DELIMITED BY SIZE
916101            PLN-SEQ-PLANO      DELIMITED BY SIZE
916102         INTO REJ-DESCRICAO-MOTIVO
916103     END-STRING
916104     MOVE REJ-REGISTRO TO REJ-LINHA
916105     WRITE REJ-LINHA.
916106 2046-EXIT.
916107     EXIT.
903993
001620*================================================================
001622*   2050-CARREGAR-HOLD - LE PARA A TABELA OS AJUSTES RETIDOS NAS
001624*   RODADAS ANTERIORES (FOLHAHOLD, OPTIONAL - AUSENTE VALE COMO
001858*   DE EFETIVACAO, RETENCAO, VALIDACAO, APROVACAO E FAIXA.
001860*================================================================
001862 2210-AVALIAR-AJUSTE.
903130     PERFORM 2215-VALIDAR-FUNCIONARIO THRU 2215-EXIT
903131     IF FUNCIONARIO-INVALIDO
903132         GO TO 2210-EXIT
903133     END-IF
903134
001863     PERFORM 2205-VALIDAR-CATEGORIA THRU 2205-EXIT
001865     IF CATEGORIA-INVALIDA
001867         GO TO 2210-EXIT
001876
001877     PERFORM 2245-ROLAR-DIA-UTIL THRU 2245-EXIT
001878     PERFORM 2250-CHECAR-EFETIVACAO THRU 2250-EXIT
903140     PERFORM 2255-CHECAR-VINCULO THRU 2255-EXIT
903141     IF FUNCIONARIO-INVALIDO
903142         GO TO 2210-EXIT
903143     END-IF
904590     PERFORM 2258-CHECAR-RETROATIVO THRU 2258-EXIT
001879
001880     IF AJUSTE-RETIDO
001881         PERFORM 2260-GRAVAR-RETIDO THRU 2260-EXIT
001882     ELSE
001884         PERFORM 2300-VALIDAR-E-CONVERTER THRU 2300-EXIT
903995         IF ENTRADA-VALIDA
903996             PERFORM 2290-PREPARAR-PARCELAMENTO THRU 2290-EXIT
903997         END-IF
001886
001888         IF ENTRADA-VALIDA
001890             PERFORM 2270-CHECAR-APROVACAO THRU 2270-EXIT
001907                             THRU 2278-EXIT
001908                     END-IF
001909                     PERFORM 2500-GRAVAR-LINHA-REL THRU 2500-EXIT
903630                     IF WS-RESULTADO = 'OK'
903631                         PERFORM 2550-GRAVAR-INTERFACE
903632                             THRU 2550-EXIT
904660                         PERFORM 2560-GRAVAR-RETROATIVO
904661                             THRU 2560-EXIT
903998                         PERFORM 2295-REGISTRAR-PARCELA
903999                             THRU 2295-EXIT
903633                     END-IF
001910                     PERFORM 7200-GRAVAR-AUDITORIA THRU 7200-EXIT
001911             END-EVALUATE
001912         END-IF
001969 2206-EXIT.
001970     EXIT.
001971
903150*================================================================
903151*   2215-VALIDAR-FUNCIONARIO - RESOLVE FOLHA-CHAVE NO MESTRE DE
903152*   FUNCIONARIOS (CACHE + BUSCA DIRETA NO ARQUIVO QUANDO O
903153*   MESTRE EXCEDEU O CACHE) E DEIXA NOME, ADMISSAO E
903154*   DESLIGAMENTO EM WS-. CHAVE SEM CADASTRO VAI PARA O REJLOG COM
903155*   E010. MESTRE AUSENTE, CRITICA DESLIGADA E NOME EM BRANCO.
903156*================================================================
903157 2215-VALIDAR-FUNCIONARIO.
903158     SET FUNCIONARIO-VALIDO TO TRUE
903159     SET FUNC-NAO-ACHADO TO TRUE
903160     MOVE SPACES TO WS-NOME-FUNC
903161     MOVE ZEROS TO WS-FUNC-ADMISSAO WS-FUNC-DESLIGAMENTO
903162
903163     IF WS-QTD-FUNCIONARIOS = ZEROS
903164         AND WS-CNT-FUNC-EXCEDENTES = ZEROS
903165         GO TO 2215-EXIT
903166     END-IF
903167
903168     IF WS-QTD-FUNCIONARIOS > ZEROS
903169         SET IX-FUNC TO 1
903170         PERFORM 2216-COMPARAR-FUNCIONARIO THRU 2216-EXIT
903171             VARYING IX-FUNC FROM 1 BY 1
903172             UNTIL IX-FUNC > WS-QTD-FUNCIONARIOS OR FUNC-ACHADO
903173     END-IF
903174
903175     IF FUNC-NAO-ACHADO AND WS-CNT-FUNC-EXCEDENTES > ZEROS
903176         PERFORM 2217-BUSCAR-FUNCIONARIO-ARQ THRU 2217-EXIT
903177     END-IF
903178
903179     IF FUNC-NAO-ACHADO
903180         SET FUNCIONARIO-INVALIDO TO TRUE
903181         ADD 1 TO WS-CNT-REJEITADO
903182         MOVE SPACES TO REJ-REGISTRO
903183         MOVE 'E010' TO REJ-CODIGO-MOTIVO
903184         MOVE 'FUNCIONARIO NAO CADASTRADO'
903185             TO REJ-DESCRICAO-MOTIVO
903186         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
903187     END-IF.
903188 2215-EXIT.
903189     EXIT.
903190
903191 2216-COMPARAR-FUNCIONARIO.
903192     IF FUN-TAB-CHAVE (IX-FUNC) = FOLHA-CHAVE
903193         SET FUNC-ACHADO TO TRUE
903194         MOVE FUN-TAB-NOME (IX-FUNC) TO WS-NOME-FUNC
903195         MOVE FUN-TAB-ADMISSAO (IX-FUNC) TO WS-FUNC-ADMISSAO
903196         MOVE FUN-TAB-DESLIGAMENTO (IX-FUNC)
903197             TO WS-FUNC-DESLIGAMENTO
903198     END-IF.
903199 2216-EXIT.
903200     EXIT.
903201
903202*================================================================
903203*   2217-BUSCAR-FUNCIONARIO-ARQ - SO EXECUTADA QUANDO O MESTRE
903204*   EXCEDEU O CACHE: PROCURA A CHAVE DIRETO NO ARQUIVO.
903205*================================================================
903206 2217-BUSCAR-FUNCIONARIO-ARQ.
903207     OPEN INPUT FUNCMST-FILE
903208     IF WS-FS-FUNC = '00'
903209         PERFORM 2218-LER-FUNCIONARIO-BUSCA THRU 2218-EXIT
903210             UNTIL WS-FS-FUNC NOT = '00' OR FUNC-ACHADO
903211         CLOSE FUNCMST-FILE
903212     ELSE
903213         IF WS-FS-FUNC = '05'
903214             CLOSE FUNCMST-FILE
903215         END-IF
903216     END-IF.
903217 2217-EXIT.
903218     EXIT.
903219
903220 2218-LER-FUNCIONARIO-BUSCA.
903221     READ FUNCMST-FILE
903222     IF WS-FS-FUNC = '00'
903223         IF FMST-CHAVE = FOLHA-CHAVE
903224             SET FUNC-ACHADO TO TRUE
903225             MOVE FMST-NOME TO WS-NOME-FUNC
903226             MOVE FMST-DATA-ADMISSAO TO WS-FUNC-ADMISSAO
903227             MOVE FMST-DATA-DESLIGAMENTO TO WS-FUNC-DESLIGAMENTO
903228         END-IF
903229     END-IF.
903230 2218-EXIT.
903231     EXIT.
903232
001972*================================================================
001973*   2240-VALIDAR-EFETIVACAO - DATA DE EFETIVACAO ZEROS VALE COMO
001974*   AJUSTE IMEDIATO (VALIDA), E BRANCOS TAMBEM: UM FOLHAAJU
900991*   2245-ROLAR-DIA-UTIL - EFETIVACAO (JA VALIDADA) EM DIA NAO
900992*   UTIL E ROLADA PARA O PROXIMO DIA UTIL DEVOLVIDO POR
900993*   DIAUTIL0001, COM A ROLAGEM ANOTADA NO RELFOLHA. EFETIVACAO
900994*   ZEROS (IMEDIATA) NAO PASSA PELA CHECAGEM. FERIADO DA FILIAL
916133*   DA FOLHA (PARM-FILIAL) TAMBEM CONTA.
900995*================================================================
900996 2245-ROLAR-DIA-UTIL.
900997     IF FOLHA-DATA-EFETIVA = ZEROS
901000
901001     MOVE FOLHA-DATA-EFETIVA TO WS-DU-DATA
901002     CALL 'DIAUTIL0001' USING WS-DU-DATA WS-DU-UTIL-SW
901003                              WS-DU-PROXIMO WS-FILIAL-FOLHA
901004
901005     IF WS-DU-UTIL-SW = 'N'
901006         ADD 1 TO WS-CNT-ROLADOS
901210 2250-EXIT.
901220     EXIT.
901230
903240*================================================================
903241*   2255-CHECAR-VINCULO - A COMPETENCIA DO AJUSTE (A DA
903242*   EFETIVACAO JA ROLADA OU, SEM EFETIVACAO, A DE PROCESSAMENTO)
903243*   TEM QUE CAIR DENTRO DO VINCULO DO FUNCIONARIO: ANTES DO MES DE
903244*   ADMISSAO VAI PARA O REJLOG COM E011, DEPOIS DO MES DE
903245*   DESLIGAMENTO COM E012 (O PROPRIO MES DO DESLIGAMENTO AINDA E
903246*   PAGO - E A RESCISAO). SO TESTA COM O FUNCIONARIO RESOLVIDO NO
903247*   MESTRE. O RETIDO PASSA DE NOVO AQUI QUANDO E REPROCESSADO, E
903248*   PEGA UM DESLIGAMENTO REGISTRADO DEPOIS DA RETENCAO.
903249*================================================================
903250 2255-CHECAR-VINCULO.
903251     SET FUNCIONARIO-VALIDO TO TRUE
903252     IF FUNC-NAO-ACHADO
903253         GO TO 2255-EXIT
903254     END-IF
903255
903256     IF FOLHA-DATA-EFETIVA = ZEROS
903257         MOVE WS-COMPETENCIA-PROC TO WS-COMP-AJUSTE
903258     ELSE
903259         MOVE FOLHA-DATA-EFETIVA (1:6) TO WS-COMP-AJUSTE
903260     END-IF
903261
903262     IF WS-COMP-AJUSTE < WS-FUNC-ADMISSAO (1:6)
903263         SET FUNCIONARIO-INVALIDO TO TRUE
903264         ADD 1 TO WS-CNT-REJEITADO
903265         MOVE SPACES TO REJ-REGISTRO
903266         MOVE 'E011' TO REJ-CODIGO-MOTIVO
903267         MOVE 'COMPETENCIA ANTES DA ADMISSAO'
903268             TO REJ-DESCRICAO-MOTIVO
903269         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
903270         GO TO 2255-EXIT
903271     END-IF
903272
903273     IF WS-FUNC-DESLIGAMENTO NOT = ZEROS
903274         AND WS-COMP-AJUSTE > WS-FUNC-DESLIGAMENTO (1:6)
903275         SET FUNCIONARIO-INVALIDO TO TRUE
903276         ADD 1 TO WS-CNT-REJEITADO
903277         MOVE SPACES TO REJ-REGISTRO
903278         MOVE 'E012' TO REJ-CODIGO-MOTIVO
903279         MOVE 'COMPETENCIA APOS DESLIGAMENTO'
903280             TO REJ-DESCRICAO-MOTIVO
903281         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
903282     END-IF.
903283 2255-EXIT.
903284     EXIT.
903285
904600*================================================================
904601*   2257-TESTAR-COMP-FECHADA - WS-COMP-TESTE TEM REGISTRO DE
904602*   FECHAMENTO NO FOLHAFECH?
904603*================================================================
904604 2257-TESTAR-COMP-FECHADA.
904605     SET COMPETENCIA-ABERTA TO TRUE
904606     IF WS-QTD-COMP-FECHADAS > ZEROS
904607         SET IX-FEC TO 1
904608         PERFORM 2259-COMPARAR-COMP-FECHADA THRU 2259-EXIT
904609             VARYING IX-FEC FROM 1 BY 1
904610             UNTIL IX-FEC > WS-QTD-COMP-FECHADAS
904611                 OR COMPETENCIA-FECHADA
904612     END-IF.
904613 2257-EXIT.
904614     EXIT.
904615
904616*================================================================
904617*   2258-CHECAR-RETROATIVO - AJUSTE COM EFETIVACAO NUMA
904618*   COMPETENCIA ANTERIOR A DE PROCESSAMENTO E JA FECHADA E
904619*   RETROATIVO: SEGUE A AVALIACAO NORMAL E E LANCADO NA
904620*   COMPETENCIA CORRENTE, MAS GUARDA A COMPETENCIA ORIGINAL PARA
904621*   O RELFOLHA, O FOLHARET, O FOLHAINT E O AUDITLOG. COMPETENCIA
904622*   ANTERIOR AINDA ABERTA CONTINUA SENDO LANCADA COMO SEMPRE.
904623*================================================================
904624 2258-CHECAR-RETROATIVO.
904625     SET AJUSTE-NAO-RETROATIVO TO TRUE
904626     MOVE ZEROS TO WS-COMP-ORIGEM
904627     IF FOLHA-DATA-EFETIVA = ZEROS
904628         GO TO 2258-EXIT
904629     END-IF
904630
904631     MOVE FOLHA-DATA-EFETIVA (1:6) TO WS-COMP-TESTE
904632     IF WS-COMP-TESTE NOT < WS-COMPETENCIA-PROC
904633         GO TO 2258-EXIT
904634     END-IF
904635
904636     PERFORM 2257-TESTAR-COMP-FECHADA THRU 2257-EXIT
904637     IF COMPETENCIA-FECHADA
904638         SET AJUSTE-RETROATIVO TO TRUE
904639         MOVE WS-COMP-TESTE TO WS-COMP-ORIGEM
904640     END-IF.
904641 2258-EXIT.
904642     EXIT.
904643
904644 2259-COMPARAR-COMP-FECHADA.
904645     IF FEC-TAB-COMPETENCIA (IX-FEC) = WS-COMP-TESTE
904646         SET COMPETENCIA-FECHADA TO TRUE
904647     END-IF.
904648 2259-EXIT.
904649     EXIT.
904650
901240*================================================================
901250*   2260-GRAVAR-RETIDO - GUARDA O REGISTRO NA TABELA DOS RETIDOS
901260*   (REGRAVADA NO FOLHAHOLD AO FIM DO LOTE) E DEIXA UMA LINHA NO
901360     STRING FOLHA-CHAVE              DELIMITED BY SIZE
901370            '  RETIDO P/ COMPETENCIA ' DELIMITED BY SIZE
901380            FOLHA-DATA-EFETIVA        DELIMITED BY SIZE
903290            '  '                      DELIMITED BY SIZE
903291            WS-NOME-FUNC              DELIMITED BY SIZE
901390         INTO REL-LINHA
901400     END-STRING
901410     WRITE REL-LINHA.
901626     MOVE WS-ACUM-ATUAL TO WS-ACUM-EDITADO
901627     MOVE SPACES TO REL-LINHA
901628     STRING FOLHA-CHAVE          DELIMITED BY SIZE
903295            '  CAP MES ACUM: '   DELIMITED BY SIZE
901631            WS-ACUM-EDITADO      DELIMITED BY SIZE
901632            '  AGUARDA SUPERVISOR' DELIMITED BY SIZE
903296            '  '                 DELIMITED BY SIZE
903297            WS-NOME-FUNC         DELIMITED BY SIZE
901633         INTO REL-LINHA
901634     END-STRING
901635     WRITE REL-LINHA.
901650     MOVE SPACES TO REL-LINHA
901651     STRING FOLHA-CHAVE          DELIMITED BY SIZE
901652            '  AGUARDA APROVACAO DO SUPERVISOR' DELIMITED BY SIZE
903298            '  '                 DELIMITED BY SIZE
903299            WS-NOME-FUNC         DELIMITED BY SIZE
901653         INTO REL-LINHA
901654     END-STRING
901655     WRITE REL-LINHA.
901656 2280-EXIT.
901657     EXIT.
901658
904010*================================================================
904011*   2290-PREPARAR-PARCELAMENTO - AJUSTE JA VALIDADO QUE CHEGA COM
904012*   QUANTIDADE DE PARCELAS (E AINDA NAO E UMA PARCELA GERADA):
904013*   ABRE O PLANO NO FOLHAPLN, GERA AS PARCELAS 2 EM DIANTE NO
904014*   FOLHAHOLD (2291) E DEIXA EM FOLHA-REGISTRO / WS-VALOR-NUM A
904015*   PRIMEIRA PARCELA, QUE SEGUE DAQUI PELA AVALIACAO NORMAL
904016*   (APROVACAO, CAP, FAIXA) COMO UM AJUSTE QUALQUER. O VALOR
904017*   DIGITADO E O TOTAL; A PARCELA E O TOTAL DIVIDIDO PELA
904018*   QUANTIDADE, TRUNCADO, E A ULTIMA LEVA A SOBRA.
904019*================================================================
904020 2290-PREPARAR-PARCELAMENTO.
904021     IF FOLHA-QTD-PARCELAS = SPACES
904022         OR FOLHA-QTD-PARCELAS = '00'
904023         OR FOLHA-QTD-PARCELAS = '01'
904024         GO TO 2290-EXIT
904025     END-IF
904026     IF FOLHA-NUM-PARCELA NOT = SPACES
904027         AND FOLHA-NUM-PARCELA NOT = '00'
904028         GO TO 2290-EXIT
904029     END-IF
904030
904031     IF FOLHA-QTD-PARCELAS IS NOT NUMERIC
904032         SET ENTRADA-INVALIDA TO TRUE
904033         ADD 1 TO WS-CNT-REJEITADO
904034         MOVE SPACES TO REJ-REGISTRO
904035         MOVE 'E013' TO REJ-CODIGO-MOTIVO
904036         MOVE 'QUANTIDADE DE PARCELAS INVALIDA'
904037             TO REJ-DESCRICAO-MOTIVO
904038         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
904039         GO TO 2290-EXIT
904040     END-IF
904041
904042     MOVE FOLHA-QTD-PARCELAS TO WS-QTD-PARC
904043     MOVE WS-VALOR-NUM TO WS-VALOR-TOTAL-PLANO
904044     COMPUTE WS-VALOR-PARCELA = WS-VALOR-TOTAL-PLANO / WS-QTD-PARC
904045     IF WS-VALOR-PARCELA = ZEROS
904046         SET ENTRADA-INVALIDA TO TRUE
904047         ADD 1 TO WS-CNT-REJEITADO
904048         MOVE SPACES TO REJ-REGISTRO
904049         MOVE 'E014' TO REJ-CODIGO-MOTIVO
904050         MOVE 'VALOR DA PARCELA FICA ZERADO'
904051             TO REJ-DESCRICAO-MOTIVO
904052         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
904053         GO TO 2290-EXIT
904054     END-IF
904055
904056*    O PLANO INTEIRO TEM QUE CABER: A ENTRADA NO FOLHAPLN E AS
904057*    PARCELAS FUTURAS NO FOLHAHOLD. SENAO NADA E GERADO.
904058     IF WS-QTD-PLANOS NOT < 200
904059         SET ENTRADA-INVALIDA TO TRUE
904060         ADD 1 TO WS-CNT-REJEITADO
904061         MOVE SPACES TO REJ-REGISTRO
904062         MOVE 'E015' TO REJ-CODIGO-MOTIVO
904063         MOVE 'PLANO SEM ESPACO EM TABELA'
904064             TO REJ-DESCRICAO-MOTIVO
904065         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
904066         GO TO 2290-EXIT
904067     END-IF
904068     IF WS-QTD-HOLD-NOVA + WS-QTD-PARC - 1 > 200
904069         SET ENTRADA-INVALIDA TO TRUE
904070         ADD 1 TO WS-CNT-REJEITADO
904071         MOVE SPACES TO REJ-REGISTRO
904072         MOVE 'E006' TO REJ-CODIGO-MOTIVO
904073         MOVE 'RETENCAO SEM ESPACO EM TABELA'
904074             TO REJ-DESCRICAO-MOTIVO
904075         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
904076         GO TO 2290-EXIT
904077     END-IF
904078
904079     COMPUTE WS-VALOR-ULTIMA = WS-VALOR-TOTAL-PLANO
904080         - WS-VALOR-PARCELA * (WS-QTD-PARC - 1)
904081
904082     ADD 1 TO WS-SEQ-PLANO
904083     ADD 1 TO WS-CNT-PLANOS
904084     ADD 1 TO WS-QTD-PLANOS
904085     SET IX-PLN TO WS-QTD-PLANOS
904086     MOVE FOLHA-CHAVE          TO PLN-TAB-CHAVE (IX-PLN)
904087     MOVE WS-DATA-ATUAL        TO PLN-TAB-DATA (IX-PLN)
904088     MOVE WS-SEQ-PLANO         TO PLN-TAB-SEQ (IX-PLN)
904089     MOVE FOLHA-CATEGORIA      TO PLN-TAB-CATEGORIA (IX-PLN)
904090     MOVE WS-VALOR-TOTAL-PLANO TO PLN-TAB-TOTAL (IX-PLN)
904091     MOVE WS-VALOR-PARCELA     TO PLN-TAB-PARCELA (IX-PLN)
904092     MOVE WS-QTD-PARC          TO PLN-TAB-QTD (IX-PLN)
904093     MOVE ZEROS                TO PLN-TAB-LANCADAS (IX-PLN)
904094     MOVE ZEROS                TO PLN-TAB-LANCADO (IX-PLN)
904095     MOVE WS-COMPETENCIA-PROC  TO PLN-TAB-COMP-INICIAL (IX-PLN)
904096     MOVE ZEROS                TO PLN-TAB-COMP-ULT (IX-PLN)
904097
904098     MOVE WS-DATA-ATUAL TO FOLHA-PLANO-DATA
904099     MOVE WS-SEQ-PLANO  TO FOLHA-PLANO-SEQ
904100     MOVE FOLHA-REGISTRO TO WS-FOLHA-ORIGINAL
904101
904102     MOVE WS-VALOR-PARCELA TO WS-PARC-EDITADO
904103     MOVE SPACES TO REL-LINHA
904104     STRING FOLHA-CHAVE          DELIMITED BY SIZE
904105            '  PARCELADO EM '    DELIMITED BY SIZE
904106            WS-QTD-PARC          DELIMITED BY SIZE
904107            ' X '                DELIMITED BY SIZE
904108            WS-PARC-EDITADO      DELIMITED BY SIZE
904109            '  PLANO '           DELIMITED BY SIZE
904110            FOLHA-PLANO-SEQ      DELIMITED BY SIZE
904111            '  '                 DELIMITED BY SIZE
904112            WS-NOME-FUNC         DELIMITED BY SIZE
904113         INTO REL-LINHA
904114     END-STRING
904115     WRITE REL-LINHA
904116
904117*    DIA DO MES DAS PARCELAS: O DA EFETIVACAO OU, SEM ELA, O DE
904118*    HOJE - AJUSTADO AO TAMANHO DE CADA MES EM 2292.
904119     IF FOLHA-DATA-EFETIVA NOT = ZEROS
904120         MOVE FOLHA-DATA-EFETIVA (7:2) TO WS-DIA-BASE
904121     ELSE
904122         MOVE WS-DATA-ATUAL (7:2) TO WS-DIA-BASE
904123     END-IF
904124
904125     PERFORM 2291-GERAR-UMA-PARCELA THRU 2291-EXIT
904126         VARYING WS-IDX-PARC FROM 2 BY 1
904127         UNTIL WS-IDX-PARC > WS-QTD-PARC
904128
904129*    A PRIMEIRA PARCELA SEGUE NESTA RODADA NO LUGAR DO TOTAL
904130     MOVE WS-FOLHA-ORIGINAL TO FOLHA-REGISTRO
904131     MOVE 1 TO WS-IDX-PARC
904132     MOVE WS-VALOR-PARCELA TO WS-VALOR-DA-PARCELA
904133     PERFORM 2293-MONTAR-VALOR-PARCELA THRU 2293-EXIT
904134     MOVE WS-VALOR-PARCELA TO WS-VALOR-NUM.
904135 2290-EXIT.
904136     EXIT.
904137
904138*================================================================
904139*   2291-GERAR-UMA-PARCELA - MONTA A PARCELA WS-IDX-PARC A PARTIR
904140*   DO REGISTRO ORIGINAL E GUARDA NA TABELA DOS RETIDOS, COM A
904141*   EFETIVACAO NA COMPETENCIA CORRENTE + (PARCELA - 1) MESES.
904142*   A DATA DA PRIMEIRA RETENCAO E A DE HOJE (CRIACAO DO PLANO).
904143*================================================================
904144 2291-GERAR-UMA-PARCELA.
904145     MOVE WS-FOLHA-ORIGINAL TO FOLHA-REGISTRO
904146     IF WS-IDX-PARC = WS-QTD-PARC
904147         MOVE WS-VALOR-ULTIMA TO WS-VALOR-DA-PARCELA
904148     ELSE
904149         MOVE WS-VALOR-PARCELA TO WS-VALOR-DA-PARCELA
904150     END-IF
904151     PERFORM 2293-MONTAR-VALOR-PARCELA THRU 2293-EXIT
904152     PERFORM 2292-CALCULAR-DATA-PARCELA THRU 2292-EXIT
904153     MOVE WS-PARC-DATA  TO FOLHA-DATA-EFETIVA
904154     MOVE WS-DATA-ATUAL TO FOLHA-DATA-RETENCAO
904155
904156     ADD 1 TO WS-CNT-PARCELAS-GERADAS
904157     ADD 1 TO WS-QTD-HOLD-NOVA
904158     MOVE FOLHA-REGISTRO TO HOLD-NOVO-ENTRADA (WS-QTD-HOLD-NOVA)
904159
904160     MOVE WS-VALOR-DA-PARCELA TO WS-PARC-EDITADO
904161     MOVE SPACES TO REL-LINHA
904162     STRING FOLHA-CHAVE          DELIMITED BY SIZE
904163            '  PARCELA '         DELIMITED BY SIZE
904164            FOLHA-NUM-PARCELA    DELIMITED BY SIZE
904165            '/'                  DELIMITED BY SIZE
904166            WS-QTD-PARC          DELIMITED BY SIZE
904167            ' P/ '               DELIMITED BY SIZE
904168            FOLHA-DATA-EFETIVA   DELIMITED BY SIZE
904169            '  '                 DELIMITED BY SIZE
904170            WS-PARC-EDITADO      DELIMITED BY SIZE
904171         INTO REL-LINHA
904172     END-STRING
904173     WRITE REL-LINHA.
904174 2291-EXIT.
904175     EXIT.
904176
904177*================================================================
904178*   2292-CALCULAR-DATA-PARCELA - COMPETENCIA CORRENTE + (PARCELA
904179*   - 1) MESES, NO DIA BASE (LIMITADO AO ULTIMO DIA DO MES) E
904180*   ROLADA PARA O PROXIMO DIA UTIL POR DIAUTIL0001, COMO 2245
904181*   FAZ COM A EFETIVACAO DIGITADA. SE A ROLAGEM SAIR DO MES (DIA
916134*   BASE NO FIM DO MES), A PARCELA VOLTA DIA A DIA ATE O ULTIMO
916135*   DIA UTIL DO MES DELA (2294) - A COMPETENCIA NAO PODE MUDAR.
904182*================================================================
904183 2292-CALCULAR-DATA-PARCELA.
904184     COMPUTE WS-PARC-MESES = PARM-ANO-PROC * 12
904185         + PARM-MES-PROC - 1 + WS-IDX-PARC - 1
904186     COMPUTE WS-PARC-ANO = WS-PARC-MESES / 12
904187     COMPUTE WS-PARC-MES = WS-PARC-MESES - WS-PARC-ANO * 12 + 1
904188
904189     MOVE WS-PARC-MES TO WS-CHK-MES
904190     MOVE WS-PARC-ANO TO WS-CHK-ANO
904191     PERFORM 6100-VERIFICAR-BISSEXTO THRU 6100-EXIT
904192     PERFORM 6200-OBTER-DIAS-NO-MES  THRU 6200-EXIT
904193     IF WS-DIA-BASE > WS-DIAS-NO-MES
904194         MOVE WS-DIAS-NO-MES TO WS-PARC-DIA
904195     ELSE
904196         MOVE WS-DIA-BASE TO WS-PARC-DIA
904197     END-IF
904198     IF WS-PARC-DIA = ZEROS
904199         MOVE 1 TO WS-PARC-DIA
904200     END-IF
904201     COMPUTE WS-PARC-DATA = WS-PARC-ANO * 10000
904202         + WS-PARC-MES * 100 + WS-PARC-DIA
904203
904204     MOVE WS-PARC-DATA TO WS-DU-DATA
904205     CALL 'DIAUTIL0001' USING WS-DU-DATA WS-DU-UTIL-SW
904206                              WS-DU-PROXIMO WS-FILIAL-FOLHA
904207     IF WS-DU-UTIL-SW = 'N'
916136         IF WS-DU-PROXIMO (1:6) = WS-PARC-DATA (1:6)
916137             MOVE WS-DU-PROXIMO TO WS-PARC-DATA
916138         ELSE
916139             PERFORM 2294-RECUAR-UM-DIA THRU 2294-EXIT
916140                 UNTIL WS-DU-UTIL-SW = 'S' OR WS-PARC-DIA NOT > 1
916141         END-IF
904209     END-IF.
904210 2292-EXIT.
904211     EXIT.
916142
916143*================================================================
916144*   2294-RECUAR-UM-DIA - VOLTA A DATA DA PARCELA UM DIA DENTRO DO
916145*   MES E TESTA DE NOVO NA DIAUTIL0001 (MESMA FILIAL).
916146*================================================================
916147 2294-RECUAR-UM-DIA.
916148     SUBTRACT 1 FROM WS-PARC-DIA
916149     COMPUTE WS-PARC-DATA = WS-PARC-ANO * 10000
916150         + WS-PARC-MES * 100 + WS-PARC-DIA
916151     MOVE WS-PARC-DATA TO WS-DU-DATA
916152     CALL 'DIAUTIL0001' USING WS-DU-DATA WS-DU-UTIL-SW
916153                              WS-DU-PROXIMO WS-FILIAL-FOLHA.
916154 2294-EXIT.
916155     EXIT.
904212
904213*================================================================
904214*   2293-MONTAR-VALOR-PARCELA - GRAVA EM FOLHA-REGISTRO O NUMERO
904215*   DA PARCELA (WS-IDX-PARC) E O VALOR WS-VALOR-DA-PARCELA NO
904216*   FORMATO DIGITADO (SINAL + 6 DIGITOS), PARA A PARCELA SER LIDA
904217*   DEPOIS POR 2300 COMO QUALQUER AJUSTE (E SAIR CERTA NO
904218*   FOLHAAPRV, NO REJLOG E NA REDIGITACAO DE REJEITOS0001).
904219*================================================================
904220 2293-MONTAR-VALOR-PARCELA.
904221     MOVE WS-IDX-PARC TO WS-NUM-PARC
904222     MOVE WS-NUM-PARC TO FOLHA-NUM-PARCELA
904223     IF WS-VALOR-DA-PARCELA < ZEROS
904224         MOVE '-' TO FOLHA-VALOR-DIGITADO (1:1)
904225         COMPUTE WS-PARC-DIGITADO = WS-VALOR-DA-PARCELA * -1
904226     ELSE
904227         MOVE '+' TO FOLHA-VALOR-DIGITADO (1:1)
904228         MOVE WS-VALOR-DA-PARCELA TO WS-PARC-DIGITADO
904229     END-IF
904230     MOVE WS-PARC-DIGITADO-X TO FOLHA-VALOR-DIGITADO (2:6).
904231 2293-EXIT.
904232     EXIT.
904233
904234*================================================================
904235*   2295-REGISTRAR-PARCELA - A PARCELA ACABOU DE SER LANCADA (OK):
904236*   SOMA NO PLANO DELA AS PARCELAS E O VALOR LANCADOS E A
904237*   COMPETENCIA DO LANCAMENTO. AJUSTE QUE NAO E PARCELA, OU CUJO
904238*   PLANO NAO ESTA NA TABELA, NAO MEXE EM NADA.
904239*================================================================
904240 2295-REGISTRAR-PARCELA.
904241     IF FOLHA-NUM-PARCELA IS NOT NUMERIC
904242         OR FOLHA-NUM-PARCELA = '00'
904243         GO TO 2295-EXIT
904244     END-IF
904245
904246     SET PLANO-NAO-ACHADO TO TRUE
904247     MOVE ZEROS TO WS-IDX-PLN-ACHADO
904248     IF WS-QTD-PLANOS > ZEROS
904249         SET IX-PLN TO 1
904250         PERFORM 2296-COMPARAR-PLANO THRU 2296-EXIT
904251             VARYING IX-PLN FROM 1 BY 1
904252             UNTIL IX-PLN > WS-QTD-PLANOS OR PLANO-ACHADO
904253     END-IF
904254     IF PLANO-NAO-ACHADO
904255         GO TO 2295-EXIT
904256     END-IF
904257
904258     ADD 1 TO PLN-TAB-LANCADAS (WS-IDX-PLN-ACHADO)
904259     ADD WS-VALOR-NUM TO PLN-TAB-LANCADO (WS-IDX-PLN-ACHADO)
904260     MOVE WS-COMPETENCIA-PROC
904261         TO PLN-TAB-COMP-ULT (WS-IDX-PLN-ACHADO).
904262 2295-EXIT.
904263     EXIT.
904264
904265 2296-COMPARAR-PLANO.
904266     IF PLN-TAB-CHAVE (IX-PLN) = FOLHA-CHAVE
904267         AND PLN-TAB-DATA (IX-PLN) = FOLHA-PLANO-DATA
904268         AND PLN-TAB-SEQ (IX-PLN) = FOLHA-PLANO-SEQ
904269         SET PLANO-ACHADO TO TRUE
904270         SET WS-IDX-PLN-ACHADO TO IX-PLN
904271     END-IF.
904272 2296-EXIT.
904273     EXIT.
904274
001960*================================================================
001970*   2300-VALIDAR-E-CONVERTER - SEPARA SINAL DOS 6 DIGITOS, REJEITA
001980*   SINAL OU DIGITOS INVALIDOS, E ARREDONDA O VALOR DE 3 CASAS
002678                WS-RESULTADO        DELIMITED BY SIZE
002680                '  ACUM MES: '      DELIMITED BY SIZE
002682                WS-ACUM-EDITADO     DELIMITED BY SIZE
903300                '  '                DELIMITED BY SIZE
903301                WS-NOME-FUNC        DELIMITED BY SIZE
002684             INTO REL-LINHA
002686         END-STRING
002688     ELSE
002694                WS-VALOR-EDITADO    DELIMITED BY SIZE
002696                '  '                DELIMITED BY SIZE
002698                WS-RESULTADO        DELIMITED BY SIZE
903302                '  '                DELIMITED BY SIZE
903303                WS-NOME-FUNC        DELIMITED BY SIZE
002700             INTO REL-LINHA
002702         END-STRING
002704     END-IF
904663     IF AJUSTE-RETROATIVO
904664         PERFORM 2510-GUARDAR-LINHA-RETRO THRU 2510-EXIT
904665     ELSE
002740         WRITE REL-LINHA
904666     END-IF.
002750 2500-EXIT.
002760     EXIT.
904667
904668*================================================================
904669*   2510-GUARDAR-LINHA-RETRO - A LINHA DO AJUSTE RETROATIVO VAI
904670*   PARA A SECAO PROPRIA (IMPRESSA EM 2900), COM A COMPETENCIA
904671*   ORIGINAL NO LUGAR DO ACUMULADO DO MES. SEM ESPACO NA TABELA,
904672*   SAI NO CORPO DO RELATORIO.
904673*================================================================
904674 2510-GUARDAR-LINHA-RETRO.
904675     ADD 1 TO WS-CNT-RETROATIVO
904676     MOVE SPACES TO REL-LINHA
904677     STRING FOLHA-CHAVE        DELIMITED BY SIZE
904678            '  '                DELIMITED BY SIZE
904679            WS-VALOR-EDITADO    DELIMITED BY SIZE
904680            '  '                DELIMITED BY SIZE
904681            WS-RESULTADO        DELIMITED BY SIZE
904682            '  ORIG '           DELIMITED BY SIZE
904683            WS-COMP-ORIGEM      DELIMITED BY SIZE
904684            '  '                DELIMITED BY SIZE
904685            WS-NOME-FUNC        DELIMITED BY SIZE
904686         INTO REL-LINHA
904687     END-STRING
904688
904689     IF WS-QTD-LINHAS-RETRO < 100
904690         ADD 1 TO WS-QTD-LINHAS-RETRO
904691         MOVE REL-LINHA
904692             TO RETRO-LINHA-ENTRADA (WS-QTD-LINHAS-RETRO)
904693     ELSE
904694         WRITE REL-LINHA
904695     END-IF.
904696 2510-EXIT.
904657     EXIT.
903640
903641*================================================================
903642*   2550-GRAVAR-INTERFACE - UM DETALHE NO FOLHAINT PARA O AJUSTE
903643*   QUE ACABOU DE SER APLICADO (OK), NA COMPETENCIA DE
903644*   PROCESSAMENTO, E SOMA NOS TOTAIS DO TRAILER. COM O FOLHAINT
903645*   FECHADO (INTERFACE FECHADA), NAO GRAVA NADA.
903646*================================================================
903647 2550-GRAVAR-INTERFACE.
903648     IF INTERFACE-FECHADA
903649         GO TO 2550-EXIT
903650     END-IF
903651
903652     MOVE SPACES TO INT-REGISTRO
903653     SET INT-DETALHE TO TRUE
903654     MOVE WS-COMPETENCIA-PROC TO INT-D-COMPETENCIA
903655     MOVE FOLHA-CHAVE         TO INT-D-CHAVE
903656     MOVE WS-VALOR-NUM        TO INT-D-VALOR
903657     MOVE FOLHA-CATEGORIA     TO INT-D-CATEGORIA
904697     MOVE WS-COMP-ORIGEM      TO INT-D-COMP-ORIGEM
903658     MOVE INT-REGISTRO TO INT-LINHA
903659     WRITE INT-LINHA
903660
903661     ADD 1 TO WS-INT-QTD
903662     ADD WS-VALOR-NUM TO WS-INT-VALOR-LIQUIDO
903663     ADD FOLHA-CHAVE TO WS-INT-HASH.
903664 2550-EXIT.
903665     EXIT.
904698
904699*================================================================
904700*   2560-GRAVAR-RETROATIVO - AJUSTE RETROATIVO APLICADO (OK) VAI
904701*   PARA O FOLHARET COM A COMPETENCIA ORIGINAL E A DE LANCAMENTO.
904702*================================================================
904703 2560-GRAVAR-RETROATIVO.
904704     IF AJUSTE-NAO-RETROATIVO
904705         GO TO 2560-EXIT
904706     END-IF
904707
904708     MOVE SPACES TO RET-REGISTRO
904709     MOVE WS-COMP-ORIGEM      TO RET-COMP-ORIGINAL
904710     MOVE WS-COMPETENCIA-PROC TO RET-COMP-LANCAMENTO
904711     MOVE FOLHA-CHAVE         TO RET-CHAVE
904712     MOVE WS-VALOR-NUM        TO RET-VALOR
904713     MOVE FOLHA-CATEGORIA     TO RET-CATEGORIA
904714     MOVE FOLHA-DATA-EFETIVA  TO RET-DATA-EFETIVA
904715     MOVE WS-DATA-ATUAL       TO RET-DATA-PROC
904716     MOVE WS-HORA-ATUAL       TO RET-HORA-PROC
904717     MOVE WS-NOME-FUNC        TO RET-NOME
904718     WRITE RET-REGISTRO.
904719 2560-EXIT.
904720     EXIT.
002770 
002780 2900-GRAVAR-TOTAIS.
002790     ADD WS-CNT-OK WS-CNT-FORA-FAIXA GIVING WS-CNT-TOTAL
904721
904722     IF WS-QTD-LINHAS-RETRO > ZEROS
904723         MOVE SPACES TO REL-LINHA
904724         WRITE REL-LINHA
904725         MOVE 'AJUSTES RETROATIVOS (COMPETENCIA ORIGINAL FECHADA)'
904726             TO REL-LINHA
904727         WRITE REL-LINHA
904728         PERFORM 2910-GRAVAR-LINHA-RETRO THRU 2910-EXIT
904729             VARYING WS-IDX-RETRO FROM 1 BY 1
904730             UNTIL WS-IDX-RETRO > WS-QTD-LINHAS-RETRO
904731     END-IF
002800 
002810     MOVE SPACES TO REL-LINHA
002820     WRITE REL-LINHA
003076             INTO REL-LINHA
003077         END-STRING
003078         WRITE REL-LINHA
003079     END-IF
903670
903679     MOVE SPACES TO REL-LINHA
903680     STRING 'INTERFACE ........: ' DELIMITED BY SIZE
903681            WS-INT-QTD            DELIMITED BY SIZE
903682         INTO REL-LINHA
903683     END-STRING
903684     WRITE REL-LINHA
904280
904281     IF WS-CNT-PLANOS > ZEROS
904282         MOVE SPACES TO REL-LINHA
904283         STRING 'PARCELAMENTOS ....: ' DELIMITED BY SIZE
904284                WS-CNT-PLANOS         DELIMITED BY SIZE
904285             INTO REL-LINHA
904286         END-STRING
904287         WRITE REL-LINHA
904288
904289         MOVE SPACES TO REL-LINHA
904290         STRING 'PARCELAS GERADAS .: ' DELIMITED BY SIZE
904291                WS-CNT-PARCELAS-GERADAS DELIMITED BY SIZE
904292             INTO REL-LINHA
904293         END-STRING
904294         WRITE REL-LINHA
904295     END-IF
916125     IF WS-CNT-PLN-EXCEDENTES > ZEROS
916126         MOVE SPACES TO REL-LINHA
916127         STRING 'PLANOS EXCEDENTES : ' DELIMITED BY SIZE
916128                WS-CNT-PLN-EXCEDENTES DELIMITED BY SIZE
916129             INTO REL-LINHA
916130         END-STRING
916131         WRITE REL-LINHA
916132     END-IF
904732
904733     IF WS-CNT-RETROATIVO > ZEROS
904734         MOVE SPACES TO REL-LINHA
904735         STRING 'RETROATIVOS ......: ' DELIMITED BY SIZE
904736                WS-CNT-RETROATIVO     DELIMITED BY SIZE
904737             INTO REL-LINHA
904738         END-STRING
904739         WRITE REL-LINHA
904740     END-IF.
003080 2900-EXIT.
003081     EXIT.
904741
904742 2910-GRAVAR-LINHA-RETRO.
904743     MOVE RETRO-LINHA-ENTRADA (WS-IDX-RETRO) TO REL-LINHA
904744     WRITE REL-LINHA.
904745 2910-EXIT.
904746     EXIT.
003082
902000*================================================================
902001*   2950-REGRAVAR-HOLD - REGRAVA O FOLHAHOLD SO COM OS AJUSTES
902022*================================================================
902023*   2970-REGRAVAR-ACUMULADOS - REGRAVA O FOLHACUM SO COM A
902024*   COMPETENCIA CORRENTE (AS ANTIGAS JA FICARAM DE FORA NA
902025*   CARGA). RODA SEMPRE, COM O CAP LIGADO OU NAO: OS TOTAIS SAO
902026*   O QUE FECHAMENTO0002 CONGELA NO FECHAMENTO DA COMPETENCIA.
902027*================================================================
902028 2970-REGRAVAR-ACUMULADOS.
902032     OPEN OUTPUT FOLHACUM-FILE
902033     IF WS-QTD-ACUMULADOS > ZEROS
902034         PERFORM 2975-GRAVAR-UM-ACUMULADO THRU 2975-EXIT
902048 2975-EXIT.
902049     EXIT.
902050
903690*================================================================
903691*   2980-FECHAR-INTERFACE - TRAILER COM QUANTIDADE, VALOR
903692*   LIQUIDO E HASH DAS CHAVES, FECHA O FOLHAINT E REGISTRA A
903693*   REMESSA NO HISTORICO FINTHIST (EXTEND). FOLHAINT NAO ABERTO
903694*   NAO TEM O QUE FECHAR.
903695*================================================================
903696 2980-FECHAR-INTERFACE.
903697     IF INTERFACE-FECHADA
903698         GO TO 2980-EXIT
903699     END-IF
903700
903701     MOVE SPACES TO INT-REGISTRO
903702     SET INT-TRAILER TO TRUE
903703     MOVE WS-INT-QTD           TO INT-T-QTD-DETALHES
903704     MOVE WS-INT-VALOR-LIQUIDO TO INT-T-VALOR-LIQUIDO
903705     MOVE WS-INT-HASH          TO INT-T-HASH-CHAVES
903706     MOVE INT-REGISTRO TO INT-LINHA
903707     WRITE INT-LINHA
903708     CLOSE FOLHAINT-FILE
903709     SET INTERFACE-FECHADA TO TRUE
903710
903711     OPEN EXTEND FINTHIST-FILE
903712     MOVE SPACES TO FIH-REGISTRO
903713     MOVE WS-COMPETENCIA-PROC TO FIH-COMPETENCIA
903714     MOVE PARM-DATA-EXTRATO   TO FIH-DATA-EXTRATO
903715     MOVE PARM-SEQ-EXTRATO    TO FIH-SEQ-EXTRATO
903716     MOVE WS-DATA-ATUAL       TO FIH-DATA-GERACAO
903717     MOVE WS-HORA-ATUAL       TO FIH-HORA-GERACAO
903718     MOVE WS-INT-QTD          TO FIH-QTD-DETALHES
903719     MOVE WS-INT-HASH         TO FIH-HASH-CHAVES
916066     MOVE WS-TIPO-RODADA      TO FIH-TIPO-RODADA
903720     WRITE FIH-REGISTRO
903721     CLOSE FINTHIST-FILE.
903722 2980-EXIT.
903723     EXIT.
903724
904300*================================================================
904301*   2990-REGRAVAR-PLANOS - REGRAVA O FOLHAPLN COM OS PLANOS DA
904302*   TABELA (OS QUITADOS EM COMPETENCIA ANTERIOR JA FICARAM DE
904303*   FORA NA CARGA). SEM ARQUIVO E SEM PLANO NOVO, NAO CRIA O
904304*   ARQUIVO A TOA. OS EXCEDENTES DA CARGA VOLTAM DO FOLHAPLX NO
916108*   FIM DO ARQUIVO, COMO ESTAVAM.
904305*================================================================
904306 2990-REGRAVAR-PLANOS.
904307     IF PLANOS-AUSENTES AND WS-QTD-PLANOS = ZEROS
904308         GO TO 2990-EXIT
904309     END-IF
904310     OPEN OUTPUT FOLHAPLN-FILE
904311     IF WS-QTD-PLANOS > ZEROS
904312         PERFORM 2995-GRAVAR-UM-PLANO THRU 2995-EXIT
904313             VARYING IX-PLN FROM 1 BY 1
904314             UNTIL IX-PLN > WS-QTD-PLANOS
904315     END-IF
916109     IF WS-CNT-PLN-EXCEDENTES > ZEROS
916110         OPEN INPUT FOLHAPLX-FILE
916111         IF WS-FS-PLX = '00'
916112             PERFORM 2996-REPASSAR-EXCEDENTE THRU 2996-EXIT
916113                 UNTIL WS-FS-PLX NOT = '00'
916114             CLOSE FOLHAPLX-FILE
916115         END-IF
916116     END-IF
904316     CLOSE FOLHAPLN-FILE.
904317 2990-EXIT.
904318     EXIT.
904319
904320 2995-GRAVAR-UM-PLANO.
904321     MOVE SPACES TO PLN-REGISTRO
904322     MOVE PLN-TAB-CHAVE (IX-PLN)        TO PLN-CHAVE
904323     MOVE PLN-TAB-DATA (IX-PLN)         TO PLN-DATA-PLANO
904324     MOVE PLN-TAB-SEQ (IX-PLN)          TO PLN-SEQ-PLANO
904325     MOVE PLN-TAB-CATEGORIA (IX-PLN)    TO PLN-CATEGORIA
904326     MOVE PLN-TAB-TOTAL (IX-PLN)        TO PLN-VALOR-TOTAL
904327     MOVE PLN-TAB-PARCELA (IX-PLN)      TO PLN-VALOR-PARCELA
904328     MOVE PLN-TAB-QTD (IX-PLN)          TO PLN-QTD-PARCELAS
904329     MOVE PLN-TAB-LANCADAS (IX-PLN)     TO PLN-QTD-LANCADAS
904330     MOVE PLN-TAB-LANCADO (IX-PLN)      TO PLN-VALOR-LANCADO
904331     MOVE PLN-TAB-COMP-INICIAL (IX-PLN) TO PLN-COMP-INICIAL
904332     MOVE PLN-TAB-COMP-ULT (IX-PLN)     TO PLN-COMP-ULT-LANC
904333     WRITE PLN-REGISTRO.
904334 2995-EXIT.
904335     EXIT.
916117
916118 2996-REPASSAR-EXCEDENTE.
916119     READ FOLHAPLX-FILE
916120     IF WS-FS-PLX = '00'
916121         WRITE PLN-REGISTRO FROM PLX-LINHA
916122     END-IF.
916123 2996-EXIT.
916124     EXIT.
904336
902051*================================================================
902052*   3000-PROCESSAR-LIBERACAO - RODADA DISPARADA PELO SUPERVISOR
902053*   (PARM-LIBERACAO-SW = 'S'): PROCESSA OS AJUSTES PENDENTES DE
902070
902071     OPEN OUTPUT RELFOLHA-FILE
902072     OPEN OUTPUT REJLOG-FILE
911010     SET AUDSEL-INICIAR TO TRUE
911011     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911502                               AUDIT-REGISTRO
902073     OPEN EXTEND AUDITLOG-FILE
902074
904572*    COMPETENCIA FECHADA: NADA E LIBERADO E O FOLHAAPRV FICA
904573*    COMO ESTA.
904574     IF COMP-PROC-FECHADA
904575         PERFORM 2020-RECUSAR-COMP-FECHADA THRU 2020-EXIT
904576         CLOSE RELFOLHA-FILE
904577         CLOSE REJLOG-FILE
904578         CLOSE AUDITLOG-FILE
904579         GO TO 3000-EXIT
904580     END-IF
904581
915220*    REMESSA JA GERADA COM ESTA IDENTIDADE: NADA E LIBERADO E O
915221*    FOLHAAPRV, O FOLHACUM E O FOLHAPLN FICAM COMO ESTAO.
915222     PERFORM 2032-CHECAR-REMESSA THRU 2032-EXIT
915223     IF INTERFACE-JA-GERADA
915224         PERFORM 2025-RECUSAR-REMESSA-GERADA THRU 2025-EXIT
915225         CLOSE RELFOLHA-FILE
915226         CLOSE REJLOG-FILE
915227         CLOSE AUDITLOG-FILE
915228         GO TO 3000-EXIT
915229     END-IF
915230
904582     MOVE ZEROS TO WS-CNT-RETROATIVO WS-QTD-LINHAS-RETRO
904583     OPEN EXTEND FOLHARET-FILE
902075     PERFORM 3050-CARREGAR-DECISOES THRU 3050-EXIT
903730     PERFORM 2030-ABRIR-INTERFACE THRU 2030-EXIT
902076
902077*    O TOTAL DO MES POR FUNCIONARIO (FOLHACUM) ACOMPANHA TAMBEM
902078*    A LIBERACAO: O AJUSTE LIBERADO E APLICADO E TEM QUE CONTAR
902079*    NO ACUMULADO QUE O CAP DO PROXIMO LOTE VAI COMPARAR.
902080     PERFORM 2070-CARREGAR-ACUMULADOS THRU 2070-EXIT
903922     PERFORM 2040-CARREGAR-PLANOS THRU 2040-EXIT
902081
902082     OPEN INPUT FOLHAAPRV-FILE
902083     IF WS-FS-APRV = '00'
902091         END-IF
902092     END-IF
902093
903731     PERFORM 2980-FECHAR-INTERFACE THRU 2980-EXIT
902094     PERFORM 2900-GRAVAR-TOTAIS THRU 2900-EXIT
902095
902096     CLOSE RELFOLHA-FILE
902097     CLOSE REJLOG-FILE
902098     CLOSE AUDITLOG-FILE
904584     CLOSE FOLHARET-FILE
902099
902100*    O FOLHAAPRV VOLTA SO COM OS PENDENTES SEM DECISAO (SEM O
902101*    FOLHADEC, NENHUM - O ARQUIVO SAI VAZIO, COMO ANTES).
902102     PERFORM 3600-REGRAVAR-PENDENTES THRU 3600-EXIT
902103
902104     PERFORM 2970-REGRAVAR-ACUMULADOS THRU 2970-EXIT
903923     PERFORM 2990-REGRAVAR-PLANOS THRU 2990-EXIT.
902105 3000-EXIT.
902106     EXIT.
902107
902154*   VOLTA PARA A TABELA DOS MANTIDOS.
902155*================================================================
902156 3200-LIBERAR-UM-AJUSTE.
903310*    O PENDENTE E RESOLVIDO NO MESTRE DE NOVO (NOME PARA AS
903311*    LINHAS DO RELFOLHA); CHAVE QUE SAIU DO CADASTRO DESDE A
903312*    RETENCAO VAI PARA O REJLOG (E010) E NAO VOLTA AO FOLHAAPRV.
903313     PERFORM 2215-VALIDAR-FUNCIONARIO THRU 2215-EXIT
903314     IF FUNCIONARIO-INVALIDO
903315         GO TO 3200-LER-PROXIMO
903316     END-IF
903317
902157     PERFORM 3300-LOCALIZAR-DECISAO THRU 3300-EXIT
902158
902159     EVALUATE TRUE
902167             PERFORM 3400-NEGAR-UM-AJUSTE THRU 3400-EXIT
902168         WHEN OTHER
902169             PERFORM 3500-MANTER-PENDENTE THRU 3500-EXIT
902170     END-EVALUATE.
902171
903318 3200-LER-PROXIMO.
902172     PERFORM 3100-LER-PENDENTE THRU 3100-EXIT.
902173 3200-EXIT.
902174     EXIT.
902175
902176*================================================================
902177*   3250-APLICAR-LIBERACAO - VALIDACAO E FAIXA COMO NO LOTE. O
902178*   AJUSTE LIBERADO E APLICADO (OK) TAMBEM SOMA NO TOTAL DO MES
902179*   DO FUNCIONARIO (2278), COM O CAP LIGADO OU NAO - SENAO O CAP
902180*   DO PROXIMO LOTE COMPARARIA CONTRA UM TOTAL MENOR QUE O REAL
902181*   E O FECHAMENTO CONGELARIA UM TOTAL INCOMPLETO - E A LINHA DO
902182*   RELFOLHA SAI COM O ACUMULADO CERTO. O TESTE DE CAP NAO E
902183*   REAPLICADO AQUI: A DECISAO DO SUPERVISOR E A APROVACAO.
902184*================================================================
902185 3250-APLICAR-LIBERACAO.
903320*    O DESLIGAMENTO PODE TER SIDO REGISTRADO DEPOIS QUE O AJUSTE
903321*    FICOU PENDENTE: O VINCULO E CRITICADO DE NOVO ANTES DE
903322*    APLICAR.
903323     PERFORM 2255-CHECAR-VINCULO THRU 2255-EXIT
903324     IF FUNCIONARIO-INVALIDO
903325         GO TO 3250-EXIT
903326     END-IF
904591     PERFORM 2258-CHECAR-RETROATIVO THRU 2258-EXIT
903327
902186     PERFORM 2300-VALIDAR-E-CONVERTER THRU 2300-EXIT
902187     IF ENTRADA-VALIDA
902188         MOVE ZEROS TO WS-ACUM-ATUAL
902190         IF WS-VALOR-NUM < ZEROS
902191             COMPUTE WS-VALOR-ABS = WS-VALOR-NUM * -1
902192         ELSE
902193             MOVE WS-VALOR-NUM TO WS-VALOR-ABS
902194         END-IF
902195         PERFORM 2276-LOCALIZAR-ACUMULADO THRU 2276-EXIT
902196         IF ACUMULADO-ACHADO
902197             MOVE CUM-TAB-TOTAL (WS-IDX-CUM-ACHADO)
902198                 TO WS-ACUM-ATUAL
902199         END-IF
902201
902202         PERFORM 2350-LOCALIZAR-LIMITE-CATEGORIA THRU 2350-EXIT
902203         PERFORM 2400-VERIFICAR-FAIXA THRU 2400-EXIT
902204         IF WS-RESULTADO = 'OK'
902206             PERFORM 2278-SOMAR-ACUMULADO THRU 2278-EXIT
902207         END-IF
902208         PERFORM 2500-GRAVAR-LINHA-REL THRU 2500-EXIT
903732         IF WS-RESULTADO = 'OK'
903733             PERFORM 2550-GRAVAR-INTERFACE THRU 2550-EXIT
904662             PERFORM 2560-GRAVAR-RETROATIVO THRU 2560-EXIT
904000             PERFORM 2295-REGISTRAR-PARCELA THRU 2295-EXIT
903734         END-IF
902209         PERFORM 7200-GRAVAR-AUDITORIA THRU 7200-EXIT
902210     END-IF.
902211 3250-EXIT.
902253            '  NEGADO PELO SUPERVISOR - ' DELIMITED BY SIZE
902254            DEC-TAB-MOTIVO (WS-IDX-DEC-ACHADO)
902255                DELIMITED BY SIZE
903330            '  '                         DELIMITED BY SIZE
903331            WS-NOME-FUNC                 DELIMITED BY SIZE
902256         INTO REL-LINHA
902257     END-STRING
902258     WRITE REL-LINHA.
902275         STRING FOLHA-CHAVE          DELIMITED BY SIZE
902276                '  SEM DECISAO - CONTINUA PENDENTE'
902277                    DELIMITED BY SIZE
903332                '  '                 DELIMITED BY SIZE
903333                WS-NOME-FUNC         DELIMITED BY SIZE
902278             INTO REL-LINHA
902279         END-STRING
902280         WRITE REL-LINHA
900001     MOVE WS-HORA-ATUAL TO AUDIT-HORA
900002     MOVE FOLHA-CHAVE TO AUDIT-VALOR-ENTRADA
900003     MOVE WS-RESULTADO TO AUDIT-CLASSIFICACAO
904747     IF AJUSTE-RETROATIVO
904748         STRING WS-VALOR-EDITADO   DELIMITED BY SIZE
904749                ' RETRO ORIG '     DELIMITED BY SIZE
904750                WS-COMP-ORIGEM     DELIMITED BY SIZE
904751             INTO AUDIT-DETALHE
904752         END-STRING
904753     ELSE
900004         MOVE WS-VALOR-EDITADO TO AUDIT-DETALHE
904754     END-IF
911012     SET AUDSEL-SELAR TO TRUE
911013     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911503                               AUDIT-REGISTRO
900005     MOVE AUDIT-REGISTRO TO AUD-LINHA
900006     WRITE AUD-LINHA.
900007 7200-EXIT.
003210*   9000-FINALIZAR
003220*================================================================
003230 9000-FINALIZAR.
003240     MOVE WS-RETORNO-RODADA TO RETURN-CODE.
003250 9000-EXIT.
003260     EXIT.
003270 
