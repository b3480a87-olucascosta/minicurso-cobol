000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-02  MCR    CRIACAO DO PROGRAMA.
914100*   2026-10-15  MCR    FERIADO COM ABRANGENCIA: NACIONAL OU DE UMA
914101*                      FILIAL (FER-ESCOPO 'N'/'F' + FER-FILIAL, NO
914102*                      ESPACO DO FILLER; BRANCO DO CALENDARIO
914103*                      LEGADO = NACIONAL). A TRANSACAO TRAZ O
914104*                      ESCOPO E A FILIAL, CRITICADOS EM 2350
914105*                      (E006), E A CHAVE PASSA A SER DATA +
914106*                      FILIAL. REGISTRO DO CALENDARIO COM ESCOPO
914107*                      INVALIDO VAI PARA O REJLOG (E006). TABELA
914108*                      DE 200 PARA 1000 FERIADOS.
000210*================================================================
000220*   FUNCAO......... MANUTENCAO DO CALENDARIO DE FERIADOS
000230*                    (FERIADOS: DATA AAAAMMDD + NOME), NO MOLDE
000300*                    LOTE; DUPLICADA OU INEXISTENTE VAI PARA O
000310*                    REJLOG. E ESTE CALENDARIO QUE DIAUTIL0001
000320*                    CONSULTA NA CHECAGEM DE DIA UTIL.
914109*                    CADA FERIADO E NACIONAL OU DE UMA FILIAL
914110*                    (FERIADO MUNICIPAL/ESTADUAL); A MESMA DATA
914111*                    PODE EXISTIR UMA VEZ COMO NACIONAL E UMA VEZ
914112*                    POR FILIAL. FERIADOS0002 LISTA O CALENDARIO
914113*                    DOS PROXIMOS MESES POR FILIAL.
000330*================================================================
000340
000350 ENVIRONMENT DIVISION.
000530 01  FER-REGISTRO.
000540     10  FER-DATA                 PIC 9(08).
000550     10  FER-NOME                 PIC X(20).
914114*    ABRANGENCIA NO ESPACO DO ANTIGO FILLER - BRANCO (CALENDARIO
914115*    LEGADO) VALE COMO NACIONAL. NACIONAL E GRAVADO COM 'N' E
914116*    FILIAL EM BRANCO; DE FILIAL COM 'F' E O CODIGO DA FILIAL.
914117     10  FER-ESCOPO               PIC X(01).
914118         88  FER-NACIONAL              VALUE 'N' ' '.
914119         88  FER-DA-FILIAL             VALUE 'F'.
914120     10  FER-FILIAL               PIC X(04).
914121     10  FILLER                   PIC X(47).
000570
000580 FD  FERIADTX-FILE.
000590 01  FTX-REGISTRO.
000620         88  FTX-INCLUIR               VALUE 'A'.
000630         88  FTX-EXCLUIR               VALUE 'E'.
000640     10  FTX-NOME                 PIC X(20).
914122*    ESCOPO EM BRANCO (CARTAO NO LAYOUT ANTIGO) = NACIONAL.
914123     10  FTX-ESCOPO               PIC X(01).
914124         88  FTX-NACIONAL              VALUE 'N' ' '.
914125         88  FTX-DA-FILIAL             VALUE 'F'.
914126     10  FTX-FILIAL               PIC X(04).
914127     10  FILLER                   PIC X(46).
000660
000670 FD  REJLOG-FILE.
000680 01  REJ-LINHA                    PIC X(76).
000860*----------------------------------------------------------------
000870*   CALENDARIO EM MEMORIA - A ENTRADA EXCLUIDA E SO MARCADA
000880*   (KEEP = 'N') E FICA FORA DA REGRAVACAO.
914128*   CHAVE = DATA + FILIAL (FILIAL EM BRANCO = NACIONAL).
000890*----------------------------------------------------------------
000900 01  TABELA-FERIADOS.
000910     05  FER-TAB-ENTRADA OCCURS 1000 TIMES
000920                         INDEXED BY IX-FERIADO.
000930         10  FER-TAB-DATA         PIC 9(08).
914129         10  FER-TAB-FILIAL       PIC X(04).
000940         10  FER-TAB-NOME         PIC X(20).
000950         10  FER-TAB-KEEP-SW      PIC X(01).
000960 77  WS-QTD-FERIADOS          PIC 9(04) VALUE ZEROS COMP.
000980 77  WS-FERIADO-ACHADO-SW     PIC X(01) VALUE 'N'.
000990         88  FERIADO-ACHADO            VALUE 'S'.
001000         88  FERIADO-NAO-ACHADO        VALUE 'N'.
914232
914130*----------------------------------------------------------------
914131*   ABRANGENCIA DA TRANSACAO JA NORMALIZADA (FILIAL EM BRANCO =
914132*   NACIONAL) E RESULTADO DA CRITICA DE ESCOPO (2350/1160).
914133*----------------------------------------------------------------
914134 77  WS-TX-FILIAL             PIC X(04) VALUE SPACES.
914135 77  WS-ESCOPO-VALIDO-SW      PIC X(01) VALUE 'S'.
914136         88  ESCOPO-VALIDO             VALUE 'S'.
914137         88  ESCOPO-INVALIDO           VALUE 'N'.
001010
001020*----------------------------------------------------------------
001030*   VALIDACAO DA DATA DA TRANSACAO - MESMA REGRA DE NIVEL E
001530 1100-LER-FERIADO.
001540     READ FERIADOS-FILE
001550     IF WS-FS-FER = '00'
914138         PERFORM 1160-VALIDAR-ESCOPO-CAL THRU 1160-EXIT
914139         IF ESCOPO-INVALIDO
914140             GO TO 1100-EXIT
914141         END-IF
001560         IF WS-QTD-FERIADOS < 1000
001570             ADD 1 TO WS-QTD-FERIADOS
001580             MOVE FER-DATA TO FER-TAB-DATA (WS-QTD-FERIADOS)
914142             IF FER-DA-FILIAL
914143                 MOVE FER-FILIAL
914144                     TO FER-TAB-FILIAL (WS-QTD-FERIADOS)
914145             ELSE
914146                 MOVE SPACES TO FER-TAB-FILIAL (WS-QTD-FERIADOS)
914147             END-IF
001590             MOVE FER-NOME TO FER-TAB-NOME (WS-QTD-FERIADOS)
001600             MOVE 'S' TO FER-TAB-KEEP-SW (WS-QTD-FERIADOS)
001605         ELSE
001660     WRITE REJ-LINHA.
001661 1150-EXIT.
001662     EXIT.
914233
914148*================================================================
914149*   1160-VALIDAR-ESCOPO-CAL - REGISTRO DO CALENDARIO COM ESCOPO
914150*   DESCONHECIDO, OU DE FILIAL SEM CODIGO DE FILIAL VALIDO, NAO
914151*   ENTRA NA TABELA: VAI PARA O REJLOG COM E006 (COMO O E005 DE
914152*   1150), PARA O OPERADOR REENVIAR O FERIADO CORRIGIDO.
914153*================================================================
914154 1160-VALIDAR-ESCOPO-CAL.
914155     SET ESCOPO-VALIDO TO TRUE
914156     EVALUATE TRUE
914157         WHEN FER-NACIONAL
914158             CONTINUE
914159         WHEN FER-DA-FILIAL
914160             IF FER-FILIAL IS NOT NUMERIC
914161                 OR FER-FILIAL = ZEROS
914162                 SET ESCOPO-INVALIDO TO TRUE
914163             END-IF
914164         WHEN OTHER
914165             SET ESCOPO-INVALIDO TO TRUE
914166     END-EVALUATE
914167
914168     IF ESCOPO-INVALIDO
914169         MOVE SPACES TO REJ-REGISTRO
914170         MOVE 'FERIADOS0001' TO REJ-PROGRAMA
914171         MOVE WS-DATA-ATUAL TO REJ-DATA
914172         MOVE WS-HORA-ATUAL TO REJ-HORA
914173         MOVE FER-DATA (1:7) TO REJ-VALOR-DIGITADO
914174         MOVE 'E006' TO REJ-CODIGO-MOTIVO
914175         MOVE 'ESCOPO DE FERIADO INVALIDO'
914176             TO REJ-DESCRICAO-MOTIVO
914177         MOVE REJ-REGISTRO TO REJ-LINHA
914178         WRITE REJ-LINHA
914179     END-IF.
914180 1160-EXIT.
914181     EXIT.
001663
001664*================================================================
001670*   2000-APLICAR-TRANSACOES
001960     IF DATA-INVALIDA
001970         GO TO 2200-LER-PROXIMA
001980     END-IF
914235
914182     PERFORM 2350-VALIDAR-ESCOPO-TX THRU 2350-EXIT
914183     IF ESCOPO-INVALIDO
914184         GO TO 2200-LER-PROXIMA
914185     END-IF
001990
002000     PERFORM 2400-LOCALIZAR-NA-TABELA THRU 2400-EXIT
002010
002410     END-IF.
002420 2300-EXIT.
002430     EXIT.
914234
914186*================================================================
914187*   2350-VALIDAR-ESCOPO-TX - 'F' (FILIAL) EXIGE CODIGO DE FILIAL
914188*   NUMERICO E NAO ZERADO; 'N' OU BRANCO (NACIONAL) EXIGE FILIAL
914189*   EM BRANCO OU ZEROS; OUTRO ESCOPO E INVALIDO. INVALIDO VAI
914190*   PARA O REJLOG COM E006. VALIDO DEIXA EM WS-TX-FILIAL A
914191*   FILIAL DA CHAVE (BRANCO PARA NACIONAL).
914192*================================================================
914193 2350-VALIDAR-ESCOPO-TX.
914194     SET ESCOPO-VALIDO TO TRUE
914195     MOVE SPACES TO WS-TX-FILIAL
914196     EVALUATE TRUE
914197         WHEN FTX-NACIONAL
914198             IF FTX-FILIAL NOT = SPACES
914199                 AND FTX-FILIAL NOT = ZEROS
914200                 SET ESCOPO-INVALIDO TO TRUE
914201             END-IF
914202         WHEN FTX-DA-FILIAL
914203             IF FTX-FILIAL IS NOT NUMERIC
914204                 OR FTX-FILIAL = ZEROS
914205                 SET ESCOPO-INVALIDO TO TRUE
914206             ELSE
914207                 MOVE FTX-FILIAL TO WS-TX-FILIAL
914208             END-IF
914209         WHEN OTHER
914210             SET ESCOPO-INVALIDO TO TRUE
914211     END-EVALUATE
914212
914213     IF ESCOPO-INVALIDO
914214         MOVE SPACES TO REJ-REGISTRO
914215         MOVE 'E006' TO REJ-CODIGO-MOTIVO
914216         MOVE 'ESCOPO DE FERIADO INVALIDO'
914217             TO REJ-DESCRICAO-MOTIVO
914218         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
914219     END-IF.
914220 2350-EXIT.
914221     EXIT.
002440
002450 2400-LOCALIZAR-NA-TABELA.
002460     SET FERIADO-NAO-ACHADO TO TRUE
002580 2410-COMPARAR-DATA.
002590     IF FER-TAB-KEEP-SW (IX-FERIADO) = 'S'
002600         AND FER-TAB-DATA (IX-FERIADO) = FTX-DATA
914222         AND FER-TAB-FILIAL (IX-FERIADO) = WS-TX-FILIAL
002610         SET FERIADO-ACHADO TO TRUE
002620         SET WS-IDX-ACHADO TO IX-FERIADO
002630     END-IF.
002660
002670*================================================================
002680*   2500-INCLUIR-FERIADO - DATA JA CADASTRADA VAI PARA O REJLOG.
914223*   A CHAVE E DATA + FILIAL: O FERIADO DE UMA FILIAL NA DATA DE
914224*   UM NACIONAL (OU DE OUTRA FILIAL) NAO E DUPLICADO.
002690*================================================================
002700 2500-INCLUIR-FERIADO.
002710     IF FERIADO-ACHADO
002770         GO TO 2500-EXIT
002780     END-IF
002790
002800     IF WS-QTD-FERIADOS NOT < 1000
002810         MOVE SPACES TO REJ-REGISTRO
002820         MOVE 'E005' TO REJ-CODIGO-MOTIVO
002830         MOVE 'TABELA DE FERIADOS SEM ESPACO'
002890     ADD 1 TO WS-QTD-FERIADOS
002900     MOVE FTX-DATA TO FER-TAB-DATA (WS-QTD-FERIADOS)
002910     MOVE FTX-NOME TO FER-TAB-NOME (WS-QTD-FERIADOS)
914225     MOVE WS-TX-FILIAL TO FER-TAB-FILIAL (WS-QTD-FERIADOS)
002920     MOVE 'S' TO FER-TAB-KEEP-SW (WS-QTD-FERIADOS).
002930 2500-EXIT.
002940     EXIT.
003290         MOVE SPACES TO FER-REGISTRO
003300         MOVE FER-TAB-DATA (IX-FERIADO) TO FER-DATA
003310         MOVE FER-TAB-NOME (IX-FERIADO) TO FER-NOME
914226         IF FER-TAB-FILIAL (IX-FERIADO) = SPACES
914227             MOVE 'N' TO FER-ESCOPO
914228         ELSE
914229             MOVE 'F' TO FER-ESCOPO
914230             MOVE FER-TAB-FILIAL (IX-FERIADO) TO FER-FILIAL
914231         END-IF
003320         WRITE FER-REGISTRO
003330     END-IF.
003340 3100-EXIT.
