000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-02  MCR    CRIACAO DO PROGRAMA.
914000*   2026-10-15  MCR    FERIADOS GANHOU A ABRANGENCIA DO FERIADO
914001*                      (NACIONAL OU DE UMA FILIAL, COM O CODIGO DA
914002*                      FILIAL). NOVO QUARTO PARAMETRO OPCIONAL COM
914003*                      A FILIAL: DIA NAO UTIL E FIM DE SEMANA,
914004*                      FERIADO NACIONAL OU FERIADO DAQUELA FILIAL.
914005*                      CHAMADOR QUE NAO PASSA A FILIAL (OU A PASSA
914006*                      EM BRANCO OU ZEROS) SO VE OS FERIADOS
914007*                      NACIONAIS, COMO ANTES. TABELA DE 200 PARA
914008*                      1000 FERIADOS, COMO EM FERIADOS0001.
916400*   2026-10-15  MCR    O QUARTO PARAMETRO (FILIAL) PASSOU A SER
916401*                      OBRIGATORIO: TODOS OS CHAMADORES O PASSAM,
916402*                      EM BRANCO QUANDO NAO HA FILIAL, E O TESTE
916403*                      DE ENDERECO NULO SAIU. FILIAL EM BRANCO OU
916404*                      ZEROS CONTINUA VALENDO SO OS FERIADOS
916405*                      NACIONAIS.
000210*================================================================
000220*   FUNCAO......... CHECAGEM DE DIA UTIL COMPARTILHADA ENTRE OS
000230*                    LOTES (CHAMADA POR CALL, COMO O MENU CHAMA
000330*                    (O WORKING-STORAGE SOBREVIVE ENTRE CALLS DO
000340*                    MESMO RUN UNIT). FERIADOS AUSENTE = SO A
000350*                    REGRA DE FIM DE SEMANA.
914009*                    O QUARTO PARAMETRO E A FILIAL (EM BRANCO
914010*                    QUANDO NAO HA): COM ELA, O FERIADO DA FILIAL
914011*                    TAMBEM FECHA O DIA; SEM ELA, SO OS NACIONAIS.
000360*================================================================
000370
000380 ENVIRONMENT DIVISION.
000480 01  FER-REGISTRO.
000490     10  FER-DATA                 PIC 9(08).
000500     10  FER-NOME                 PIC X(20).
914012*    ABRANGENCIA NO ESPACO DO ANTIGO FILLER - BRANCO (CALENDARIO
914013*    LEGADO) VALE COMO NACIONAL.
914014     10  FER-ESCOPO               PIC X(01).
914015         88  FER-DA-FILIAL             VALUE 'F'.
914016     10  FER-FILIAL               PIC X(04).
914017     10  FILLER                   PIC X(47).
000520
000530 WORKING-STORAGE SECTION.
000540 77  WS-FS-FER                PIC X(02) VALUE '00'.
000590 77  WS-CARREGADO-SW          PIC X(01) VALUE 'N'.
000600         88  CALENDARIO-CARREGADO      VALUE 'S'.
000610 01  TABELA-FERIADOS.
914018*   FILIAL EM BRANCO = FERIADO NACIONAL.
000620     05  FER-TAB-ENTRADA OCCURS 1000 TIMES
000630                         INDEXED BY IX-FERIADO.
000640         10  FER-TAB-DATA         PIC 9(08).
914019         10  FER-TAB-FILIAL       PIC X(04).
000650 77  WS-QTD-FERIADOS          PIC 9(04) VALUE ZEROS COMP.
000660
000670*----------------------------------------------------------------
000790         88  TESTE-E-UTIL              VALUE 'S'.
000800         88  TESTE-NAO-E-UTIL          VALUE 'N'.
000810 77  WS-CNT-PASSOS            PIC 9(03) VALUE ZEROS.
914020*----------------------------------------------------------------
914021*   FILIAL DA CHAMADA CORRENTE - EM BRANCO QUANDO O CHAMADOR A
914022*   PASSOU EM BRANCO OU ZEROS.
914023*----------------------------------------------------------------
914024 77  WS-FILIAL-TESTE          PIC X(04) VALUE SPACES.
000820
000830 LINKAGE SECTION.
000840 01  LK-DATA                      PIC 9(08).
000850 01  LK-DIA-UTIL-SW               PIC X(01).
000860 01  LK-PROXIMO-UTIL              PIC 9(08).
914025 01  LK-FILIAL                    PIC X(04).
000870
000880 PROCEDURE DIVISION USING LK-DATA LK-DIA-UTIL-SW
914026                          LK-PROXIMO-UTIL LK-FILIAL.
000900*================================================================
000910*   0000-MAINLINE
000920*================================================================
000950         PERFORM 1000-CARREGAR-FERIADOS THRU 1000-EXIT
000960     END-IF
000970
914027     MOVE SPACES TO WS-FILIAL-TESTE
914029     IF LK-FILIAL NOT = ZEROS
914030         MOVE LK-FILIAL TO WS-FILIAL-TESTE
914031     END-IF
000980     MOVE LK-DATA TO WS-DATA-TESTE
000990     PERFORM 2000-TESTAR-DIA-UTIL THRU 2000-EXIT
001000
001310 1100-LER-FERIADO.
001320     READ FERIADOS-FILE
001330     IF WS-FS-FER = '00'
001340         IF WS-QTD-FERIADOS < 1000
001350             ADD 1 TO WS-QTD-FERIADOS
001360             MOVE FER-DATA TO FER-TAB-DATA (WS-QTD-FERIADOS)
914033             IF FER-DA-FILIAL
914034                 MOVE FER-FILIAL
914035                     TO FER-TAB-FILIAL (WS-QTD-FERIADOS)
914036             ELSE
914037                 MOVE SPACES TO FER-TAB-FILIAL (WS-QTD-FERIADOS)
914038             END-IF
001370         END-IF
001380     END-IF.
001390 1100-EXIT.
001420*================================================================
001430*   2000-TESTAR-DIA-UTIL - TESTA WS-DATA-TESTE: FIM DE SEMANA OU
001440*   FERIADO DO CALENDARIO NAO E DIA UTIL.
914039*   FERIADO DE FILIAL SO CONTA PARA A FILIAL DA CHAMADA.
001450*================================================================
001460 2000-TESTAR-DIA-UTIL.
001470     SET TESTE-E-UTIL TO TRUE
001700
001710 2100-COMPARAR-FERIADO.
001720     IF FER-TAB-DATA (IX-FERIADO) = WS-DATA-TESTE
914040         IF FER-TAB-FILIAL (IX-FERIADO) = SPACES
914041             SET E-FERIADO TO TRUE
914042         ELSE
914043             IF WS-FILIAL-TESTE NOT = SPACES
914044                 AND FER-TAB-FILIAL (IX-FERIADO) = WS-FILIAL-TESTE
914045                 SET E-FERIADO TO TRUE
914046             END-IF
914047         END-IF
001740     END-IF.
001750 2100-EXIT.
001760     EXIT.
