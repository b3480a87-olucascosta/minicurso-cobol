000222*                      PARTICIPACAO): O OPERADOR REDIGITA O PAR
000223*                      CLIENTE/EVENTO E A ACAO E A PROXIMA RODADA
000224*                      DA MANUTENCAO CRITICA O PAR DE NOVO.
905200*   2026-09-28  MCR    NOVO DESTINO PRESTX PARA OS REJEITOS DE
905201*                      PRESENCA0001 (MANUTENCAO DO ARQUIVO DE
905202*                      PRESENCAS): O OPERADOR REDIGITA CLIENTE,
905203*                      EVENTO, DATA E ACAO E A PROXIMA RODADA DA
905204*                      MANUTENCAO CRITICA A PRESENCA DE NOVO.
905410*   2026-09-30  MCR    EVENTOTX GANHOU TAXA E CATEGORIA DE
905411*                      COBRANCA; O REENVIO DE EVENTOS0001 PEDE
905412*                      AS DUAS DEPOIS DA CAPACIDADE.
906000*   2026-10-10  MCR    NOVA PASSADA DO TRANSSUS (TRANSACOES QUE
906001*                      CONDICIONAL0001 SUSPENDEU POR PROVAVEL
906002*                      DUPLICIDADE, MOTIVO E006): O OPERADOR VE A
906003*                      TRANSACAO E A ORIGEM DA REPETICAO E LIBERA
906004*                      (VOLTA AO TRANSVLR MARCADA COMO LIBERADA,
906005*                      SEM NOVA CONFERENCIA), DESCARTA OU MANTEM
906006*                      PENDENTE. O TRANSSUS E REGRAVADO SO COM AS
906007*                      PENDENTES, COMO O REJEVT. O E006 DE
906008*                      CONDICIONAL0001 NO REJLOG NAO E MAIS
906009*                      OFERECIDO PARA REDIGITACAO. O FD DO
906010*                      TRANSVLR PASSOU A TER OS CAMPOS NOVOS DO
906011*                      REGISTRO (TIPO, IDENTIDADE, EVENTO E A
906012*                      MARCA DE LIBERADO).
907000*   2026-10-11  MCR    O REENVIO DE UM ESTORNO RECUSADO POR
907001*                      CONDICIONAL0001 (E007 SEM ORIGINAL, E008
907002*                      ORIGINAL JA ESTORNADA, E009 PERIODO
907003*                      FECHADO) PEDE TAMBEM A DATA DA TRANSACAO
907004*                      ORIGINAL E GRAVA O REGISTRO COMO ESTORNO
907005*                      (TIPO E) COM ESSA DATA, EM VEZ DE UM DEBITO
907006*                      NOVO COM A DATA DE HOJE.
916300*   2026-10-15  MCR    O REENVIO PARA TRANSVLR PASSOU A COPIAR O
916301*                      TIPO, O EVENTO E A IDENTIDADE DE EXTRACAO
916302*                      DA TRANSACAO REJEITADA (IMAGEM GRAVADA POR
916303*                      CONDICIONAL0001 NO NOVO TRANSREJ) E RECUSA,
916304*                      COM AVISO, A TRANSACAO CARIMBADA POR
916305*                      FATURA0001, QUE JA ESTA NO FATHIST.
000225*================================================================
000226*   FUNCAO......... CORRECAO E REENVIO DE REJEITOS. PERCORRE O
000230*                    REJLOG, MOSTRA CADA ENTRADA AO OPERADOR E,
000594     SELECT OPTIONAL PARTICTX-FILE ASSIGN TO "PARTICTX"
000596         ORGANIZATION IS LINE SEQUENTIAL
000598         FILE STATUS IS WS-FS-PTX.
905210
905211     SELECT OPTIONAL PRESTX-FILE ASSIGN TO "PRESTX"
905212         ORGANIZATION IS LINE SEQUENTIAL
905213         FILE STATUS IS WS-FS-PRX.
906013
906014     SELECT OPTIONAL TRANSSUS-FILE ASSIGN TO "TRANSSUS"
906015         ORGANIZATION IS LINE SEQUENTIAL
906016         FILE STATUS IS WS-FS-SUS.
916392
916306     SELECT OPTIONAL TRANSREJ-FILE ASSIGN TO "TRANSREJ"
916307         ORGANIZATION IS LINE SEQUENTIAL
916308         FILE STATUS IS WS-FS-TRJ.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000770         15  TRANS-MES                PIC 9(02).
000780         15  TRANS-ANO                PIC 9(04).
000790     10  TRANS-CATEGORIA          PIC X(03).
906017     10  TRANS-TIPO               PIC X(01).
906018     10  TRANS-ID-EXTRATO         PIC X(12).
906019     10  TRANS-COD-EVENTO         PIC X(06).
906020     10  TRANS-DUP-LIBERADA       PIC X(01).
906021     10  FILLER                   PIC X(38).
000810
000820 FD  ALUNOS-FILE.
000830 01  ALUNO-REGISTRO.
001110         15  TX-FIM-MES                PIC 9(02).
001120         15  TX-FIM-ANO                PIC 9(04).
001125     10  TX-CAPACIDADE            PIC X(05).
905413     10  TX-TAXA                  PIC X(05).
905414     10  TX-CATEG-COBRANCA        PIC X(03).
001130     10  FILLER                   PIC X(35).
001132
001134 FD  PARTICTX-FILE.
001135 01  PTX-REGISTRO.
001137     10  PTX-COD-EVENTO           PIC 9(06).
001138     10  PTX-ACAO                 PIC X(01).
001139     10  FILLER                   PIC X(67).
905220
905221 FD  PRESTX-FILE.
905222 01  PRX-REGISTRO.
905223     10  PRX-COD-CLIENTE          PIC 9(06).
905224     10  PRX-COD-EVENTO           PIC 9(06).
905225     10  PRX-DATA                 PIC 9(08).
905226     10  PRX-ACAO                 PIC X(01).
905227     10  FILLER                   PIC X(59).
906022
906023 FD  TRANSSUS-FILE.
906024 01  SUS-LINHA                    PIC X(120).
916393
916309 FD  TRANSREJ-FILE.
916310 01  TRJ-REGISTRO.
916311     10  TRJ-DATA                 PIC 9(08).
916312     10  TRJ-HORA                 PIC 9(08).
916313     10  TRJ-CODIGO-MOTIVO        PIC X(04).
916314     10  TRJ-TRANS-IMAGEM         PIC X(80).
001140
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------
001250 77  WS-FS-AJU                PIC X(02) VALUE '00'.
001260 77  WS-FS-TX                 PIC X(02) VALUE '00'.
001262 77  WS-FS-PTX                PIC X(02) VALUE '00'.
905230 77  WS-FS-PRX                PIC X(02) VALUE '00'.
906025 77  WS-FS-SUS                PIC X(02) VALUE '00'.
916315 77  WS-FS-TRJ                PIC X(02) VALUE '00'.
001270
001280 77  WS-EOF-REJ-SW            PIC X(01) VALUE 'N'.
001290         88  FIM-REJEITOS              VALUE 'S'.
001307 77  WS-REENV-ANTES           PIC 9(05) VALUE ZEROS.
001308 77  WS-REJEVT-EXCEDIDO-SW    PIC X(01) VALUE 'N'.
001309         88  REJEVT-EXCEDIDO           VALUE 'S'.
906026
906027*----------------------------------------------------------------
906028*   PASSADA DO TRANSSUS - TRANSACOES SUSPENSAS POR PROVAVEL
906029*   DUPLICIDADE EM CONDICIONAL0001, MESMA MECANICA DA PASSADA DO
906030*   REJEVT (TABELA, DECISAO UMA A UMA, REGRAVACAO DAS PENDENTES).
906031*   SUS-REGISTRO E O MESMO LAYOUT GRAVADO POR CONDICIONAL0001.
906032*----------------------------------------------------------------
906033 01  SUS-REGISTRO.
906034     10  SUS-TRANS-IMAGEM.
906035         15  SUS-CHAVE                PIC 9(06).
906036         15  SUS-VALOR                PIC X(05).
906037         15  SUS-DATA                 PIC X(08).
906038         15  SUS-CATEGORIA            PIC X(03).
906039         15  SUS-TIPO                 PIC X(01).
906040         15  FILLER                   PIC X(57).
906041     10  SUS-DATA-SUSPENSAO       PIC 9(08).
906042     10  SUS-ORIGEM               PIC X(01).
906043         88  SUS-DUPLIC-NA-RODADA      VALUE 'R'.
906044         88  SUS-DUPLIC-HISTORICO      VALUE 'H'.
906045     10  SUS-DATA-REF-ORIGINAL    PIC 9(08).
906046     10  SUS-ID-CARTAO            PIC X(12).
906047     10  FILLER                   PIC X(11).
906048 01  TABELA-TRANSSUS.
906049     05  SUS-TAB-ENTRADA OCCURS 500 TIMES.
906050         10  SUS-TAB-LINHA        PIC X(120).
906051         10  SUS-TAB-KEEP-SW      PIC X(01).
906052 77  WS-QTD-SUS               PIC 9(04) VALUE ZEROS COMP.
906053 77  WS-IDX-SUS               PIC 9(04) VALUE ZEROS COMP.
906054 77  WS-SUS-EXCEDIDO-SW       PIC X(01) VALUE 'N'.
906055         88  SUS-EXCEDIDO              VALUE 'S'.
001310
001312*----------------------------------------------------------------
001320*   AREA DE ENTRADA DO OPERADOR - TUDO ACEITO PARA X, TESTE
001442 77  WS-EVENTO-DIGITADO       PIC X(06) VALUE SPACES.
001444 77  WS-EVENTO-NUM            PIC 9(06) VALUE ZEROS.
001446 77  WS-CAPAC-DIGITADA        PIC X(05) VALUE SPACES.
905415 77  WS-TAXA-DIGITADA         PIC X(05) VALUE SPACES.
001450 77  WS-ENTRADA-VALIDA-SW     PIC X(01) VALUE 'N'.
001460         88  ENTRADA-VALIDA            VALUE 'S'.
001470         88  ENTRADA-INVALIDA          VALUE 'N'.
001590 77  WS-CNT-REENVIADOS        PIC 9(05) VALUE ZEROS.
001600 77  WS-CNT-PULADOS           PIC 9(05) VALUE ZEROS.
001610 77  WS-CNT-SEM-DESTINO       PIC 9(05) VALUE ZEROS.
906056 77  WS-CNT-LIBERADOS         PIC 9(05) VALUE ZEROS.
906057 77  WS-CNT-DESCARTADOS       PIC 9(05) VALUE ZEROS.
916394
916316*----------------------------------------------------------------
916317*   IMAGEM DA TRANSACAO REJEITADA POR CONDICIONAL0001 (TRANSREJ):
916318*   A N-ESIMA IMAGEM E A DA N-ESIMA LINHA DE CONDICIONAL0001 NO
916319*   REJLOG, CONFERIDA PELA DATA, HORA E MOTIVO DA LINHA. SEM O
916320*   PAR (REJLOG DE OUTRA RODADA, MODO INTERATIVO) A IMAGEM FICA
916321*   EM BRANCO E O REENVIO SAI COMO ANTES.
916322*----------------------------------------------------------------
916323 77  WS-SEQ-REJ-COND          PIC 9(05) VALUE ZEROS COMP.
916324 77  WS-IDX-TRJ               PIC 9(05) VALUE ZEROS COMP.
916325 77  WS-IMG-ACHADA-SW         PIC X(01) VALUE 'N'.
916326         88  IMAGEM-ACHADA             VALUE 'S'.
916327 01  WS-IMG-TRANS.
916328     10  FILLER                   PIC X(22).
916329     10  WS-IMG-TIPO              PIC X(01).
916330     10  WS-IMG-ID-EXTRATO        PIC X(12).
916331     10  WS-IMG-COD-EVENTO        PIC X(06).
916332     10  FILLER                   PIC X(39).
001620
001630 PROCEDURE DIVISION.
001640*================================================================
001680     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
001690     PERFORM 1000-PROCESSAR-REJLOG THRU 1000-EXIT
001695     PERFORM 7000-PROCESSAR-REJEVT THRU 7000-EXIT
906058     PERFORM 7500-PROCESSAR-TRANSSUS THRU 7500-EXIT
001700     PERFORM 9000-EXIBIR-RESUMO THRU 9000-EXIT
001710     STOP RUN.
001720
002022*   REJEITO DE EVENTOS0001 NAO E TRATADO AQUI: ELE E DURAVEL NO
002024*   REJEVT (O REJLOG E REGRAVADO POR CADA LOTE) E E REVISADO NA
002026*   PASSADA DE 7000-PROCESSAR-REJEVT, QUE TAMBEM REGISTRA A
002028*   RESOLUCAO REGRAVANDO O ARQUIVO. PELO MESMO MOTIVO, O E006 DE
906059*   CONDICIONAL0001 (PROVAVEL DUPLICIDADE) E TRATADO NA PASSADA
906060*   DO TRANSSUS (7500), QUE TEM A TRANSACAO INTEIRA.
002030*================================================================
002040 1200-TRATAR-REJEITO.
916333     IF REJ-PROGRAMA = 'CONDICIONAL0001'
916334         ADD 1 TO WS-SEQ-REJ-COND
916335     END-IF
002042     IF REJ-PROGRAMA = 'EVENTOS0001'
002044         GO TO 1200-LER-PROXIMO
002046     END-IF
906061     IF REJ-PROGRAMA = 'CONDICIONAL0001'
906062         AND REJ-CODIGO-MOTIVO = 'E006'
906063         GO TO 1200-LER-PROXIMO
906064     END-IF
002048
002050     ADD 1 TO WS-CNT-LISTADOS
002060     DISPLAY '----------------------------------------'
002260             PERFORM 4000-REENVIAR-FOLHAAJU THRU 4000-EXIT
002270         WHEN 'PARTICIPA0002'
002280             PERFORM 5500-REENVIAR-PARTICTX THRU 5500-EXIT
905240         WHEN 'PRESENCA0001'
905241             PERFORM 5600-REENVIAR-PRESTX THRU 5600-EXIT
002290         WHEN OTHER
002300             ADD 1 TO WS-CNT-SEM-DESTINO
002310             DISPLAY 'PROGRAMA DE ORIGEM DESCONHECIDO - PULADO'
002610*   2000-REENVIAR-TRANSVLR - GRAVA UMA TRANSACAO NOVA COM O VALOR
002620*   CORRIGIDO E A DATA DE HOJE, PARA A PROXIMA RODADA DE
002630*   CONDICIONAL0001.
907007*   ESTORNO RECUSADO (E007/E008/E009) VOLTA COMO ESTORNO: A DATA
907008*   DA TRANSACAO ORIGINAL FAZ PARTE DA REFERENCIA E E PEDIDA AQUI,
907009*   COM A MESMA VALIDACAO DE DATA DO REENVIO DE FOLHAAJU.
916336*   TIPO, EVENTO E IDENTIDADE DE EXTRACAO VEM DA IMAGEM DA
916337*   TRANSACAO REJEITADA (2100). TRANSACAO CARIMBADA POR FATURA0001
916338*   JA ESTA NO FATHIST: REENVIA-LA COBRARIA DE NOVO, ENTAO E
916339*   RECUSADA - O E005 SEM IMAGEM TAMBEM, POIS SO CHEGA A ELE A
916340*   TRANSACAO CARIMBADA.
002640*================================================================
002650 2000-REENVIAR-TRANSVLR.
916341     PERFORM 2100-LOCALIZAR-IMAGEM THRU 2100-EXIT
916342     IF WS-IMG-ID-EXTRATO NOT = SPACES
916343         OR WS-IMG-COD-EVENTO NOT = SPACES
916344         OR (NOT IMAGEM-ACHADA AND REJ-CODIGO-MOTIVO = 'E005')
916345         ADD 1 TO WS-CNT-PULADOS
916346         DISPLAY 'CARIMBADA POR FATURA0001, JA NO FATHIST'
916347         DISPLAY 'NAO PODE SER REENVIADA - REJEITO PULADO'
916348         GO TO 2000-EXIT
916349     END-IF
002660     PERFORM 1500-ACEITAR-CHAVE THRU 1500-EXIT
002670     IF ENTRADA-INVALIDA
002680         GO TO 2000-EXIT
002790     DISPLAY 'CATEGORIA (3 POSICOES, BRANCO = DEFAULT): '
002800     ACCEPT WS-CATEG-DIGITADA
002810
907010     MOVE SPACES TO WS-DATA-DIGITADA
907011     IF REJ-CODIGO-MOTIVO = 'E007' OR 'E008' OR 'E009'
907012         DISPLAY 'DATA DA TRANSACAO ORIGINAL (DDMMAAAA): '
907013         ACCEPT WS-DATA-DIGITADA
907014         IF WS-DATA-DIGITADA IS NOT NUMERIC
907015             ADD 1 TO WS-CNT-PULADOS
907016             DISPLAY 'DATA INVALIDA - REJEITO PULADO'
907017             GO TO 2000-EXIT
907018         END-IF
907019         MOVE WS-DATA-DIGITADA (1:2) TO WS-CHK-DIA
907020         MOVE WS-DATA-DIGITADA (3:2) TO WS-CHK-MES
907021         MOVE WS-DATA-DIGITADA (5:4) TO WS-CHK-ANO
907022         PERFORM 6000-VALIDAR-DATA THRU 6000-EXIT
907023         IF DATA-INVALIDA
907024             ADD 1 TO WS-CNT-PULADOS
907025             DISPLAY 'DATA INVALIDA - REJEITO PULADO'
907026             GO TO 2000-EXIT
907027         END-IF
907028     END-IF
907029
002820     OPEN EXTEND TRANSVLR-FILE
002830     MOVE SPACES TO TRANS-REGISTRO
002840     MOVE WS-CHAVE-NUM TO TRANS-CHAVE
002870     MOVE WS-DATA-ATUAL (5:2) TO TRANS-MES
002880     MOVE WS-DATA-ATUAL (1:4) TO TRANS-ANO
002890     MOVE WS-CATEG-DIGITADA TO TRANS-CATEGORIA
916350     MOVE WS-IMG-TIPO TO TRANS-TIPO
916351     MOVE WS-IMG-ID-EXTRATO TO TRANS-ID-EXTRATO
916352     MOVE WS-IMG-COD-EVENTO TO TRANS-COD-EVENTO
907030     IF WS-DATA-DIGITADA NOT = SPACES
907031         MOVE WS-DATA-DIGITADA TO TRANS-DATA
907032         MOVE 'E' TO TRANS-TIPO
907033     END-IF
002900     WRITE TRANS-REGISTRO
002910     CLOSE TRANSVLR-FILE
002920
002940     DISPLAY 'REENVIADO PARA TRANSVLR'.
002950 2000-EXIT.
002960     EXIT.
916395
916353*================================================================
916354*   2100-LOCALIZAR-IMAGEM - LE O TRANSREJ ATE A IMAGEM DE MESMA
916355*   ORDEM DA LINHA DO REJLOG E SO A ACEITA SE A DATA, A HORA E O
916356*   MOTIVO BATEREM. TRANSREJ AUSENTE = SEM IMAGEM.
916357*================================================================
916358 2100-LOCALIZAR-IMAGEM.
916359     MOVE 'N' TO WS-IMG-ACHADA-SW
916360     MOVE SPACES TO WS-IMG-TRANS
916361     MOVE ZEROS TO WS-IDX-TRJ
916362     OPEN INPUT TRANSREJ-FILE
916363     IF WS-FS-TRJ NOT = '00'
916364         IF WS-FS-TRJ = '05'
916365             CLOSE TRANSREJ-FILE
916366         END-IF
916367         GO TO 2100-EXIT
916368     END-IF
916369
916370     PERFORM 2110-LER-IMAGEM THRU 2110-EXIT
916371         UNTIL WS-FS-TRJ NOT = '00'
916372            OR WS-IDX-TRJ = WS-SEQ-REJ-COND
916373
916374     IF WS-FS-TRJ = '00'
916375         AND TRJ-DATA = REJ-DATA
916376         AND TRJ-HORA = REJ-HORA
916377         AND TRJ-CODIGO-MOTIVO = REJ-CODIGO-MOTIVO
916378         SET IMAGEM-ACHADA TO TRUE
916379         MOVE TRJ-TRANS-IMAGEM TO WS-IMG-TRANS
916380     END-IF
916381     CLOSE TRANSREJ-FILE.
916382 2100-EXIT.
916383     EXIT.
916384
916385 2110-LER-IMAGEM.
916386     READ TRANSREJ-FILE
916387     IF WS-FS-TRJ = '00'
916388         ADD 1 TO WS-IDX-TRJ
916389     END-IF.
916390 2110-EXIT.
916391     EXIT.
002970
002980*================================================================
002990*   3000-REENVIAR-ALUNOS - GRAVA UM REGISTRO DE ALUNO NOVO COM A
004262     DISPLAY 'CAPACIDADE (5 DIGITOS, BRANCO = MANTER/ILIMITADA): '
004263     ACCEPT WS-CAPAC-DIGITADA
004264     MOVE WS-CAPAC-DIGITADA TO TX-CAPACIDADE
905417     DISPLAY 'TAXA (5 DIGITOS, BRANCO = MANTER/ZERO): '
905418     ACCEPT WS-TAXA-DIGITADA
905419     MOVE WS-TAXA-DIGITADA TO TX-TAXA
905420     DISPLAY 'CATEGORIA DE COBRANCA (BRANCO = MANTER): '
905421     ACCEPT WS-CATEG-DIGITADA
905422     MOVE WS-CATEG-DIGITADA TO TX-CATEG-COBRANCA
004270
004280     OPEN EXTEND EVENTOTX-FILE
004290     WRITE TX-REGISTRO
004391     DISPLAY 'REENVIADO PARA PARTICTX'.
004392 5500-EXIT.
004393     EXIT.
905250
905251*================================================================
905252*   5600-REENVIAR-PRESTX - REMONTA A TRANSACAO DE PRESENCA
905253*   (CLIENTE/EVENTO, DATA AAAAMMDD E ACAO); A DATA PASSA PELA
905254*   MESMA REGRA DE CALENDARIO DE 6000, O RESTO DA CRITICA
905255*   (PARTICIP, FAIXA DO EVENTO, DIA UTIL) CONTINUA COM
905256*   PRESENCA0001, NA PROXIMA RODADA.
905257*================================================================
905258 5600-REENVIAR-PRESTX.
905259     PERFORM 1500-ACEITAR-CHAVE THRU 1500-EXIT
905260     IF ENTRADA-INVALIDA
905261         GO TO 5600-EXIT
905262     END-IF
905263
905264     DISPLAY 'CODIGO DO EVENTO (6 DIGITOS): '
905265     ACCEPT WS-EVENTO-DIGITADO
905266     IF FUNCTION TRIM (WS-EVENTO-DIGITADO) IS NOT NUMERIC
905267         ADD 1 TO WS-CNT-PULADOS
905268         DISPLAY 'CODIGO DE EVENTO INVALIDO - REJEITO PULADO'
905269         GO TO 5600-EXIT
905270     END-IF
905271     COMPUTE WS-EVENTO-NUM =
905272         FUNCTION NUMVAL (FUNCTION TRIM (WS-EVENTO-DIGITADO))
905273
905274     DISPLAY 'DATA DA PRESENCA (AAAAMMDD): '
905275     ACCEPT WS-DATA-DIGITADA
905276     IF WS-DATA-DIGITADA IS NOT NUMERIC
905277         ADD 1 TO WS-CNT-PULADOS
905278         DISPLAY 'DATA INVALIDA - REJEITO PULADO'
905279         GO TO 5600-EXIT
905280     END-IF
905281     MOVE WS-DATA-DIGITADA (1:4) TO WS-CHK-ANO
905282     MOVE WS-DATA-DIGITADA (5:2) TO WS-CHK-MES
905283     MOVE WS-DATA-DIGITADA (7:2) TO WS-CHK-DIA
905284     PERFORM 6000-VALIDAR-DATA THRU 6000-EXIT
905285     IF DATA-INVALIDA
905286         ADD 1 TO WS-CNT-PULADOS
905287         DISPLAY 'DATA INVALIDA - REJEITO PULADO'
905288         GO TO 5600-EXIT
905289     END-IF
905290
905291     DISPLAY 'ACAO (R=REGISTRAR E=EXCLUIR): '
905292     ACCEPT WS-ACAO-DIGITADA
905293     IF WS-ACAO-DIGITADA NOT = 'R' AND
905294        WS-ACAO-DIGITADA NOT = 'E'
905295         ADD 1 TO WS-CNT-PULADOS
905296         DISPLAY 'ACAO INVALIDA - REJEITO PULADO'
905297         GO TO 5600-EXIT
905298     END-IF
905299
905300     OPEN EXTEND PRESTX-FILE
905301     MOVE SPACES TO PRX-REGISTRO
905302     MOVE WS-CHAVE-NUM TO PRX-COD-CLIENTE
905303     MOVE WS-EVENTO-NUM TO PRX-COD-EVENTO
905304     MOVE WS-DATA-DIGITADA TO PRX-DATA
905305     MOVE WS-ACAO-DIGITADA TO PRX-ACAO
905306     WRITE PRX-REGISTRO
905307     CLOSE PRESTX-FILE
905308
905309     ADD 1 TO WS-CNT-REENVIADOS
905310     DISPLAY 'REENVIADO PARA PRESTX'.
905311 5600-EXIT.
905312     EXIT.
004394
004395*================================================================
004396*   6000-VALIDAR-DATA - MESMA REGRA DE NIVEL E EVENTOS0002: MES
904606     END-IF.
904607 7400-EXIT.
904608     EXIT.
906065
906066*================================================================
906067*   7500-PROCESSAR-TRANSSUS - PASSADA DAS TRANSACOES SUSPENSAS
906068*   POR PROVAVEL DUPLICIDADE EM CONDICIONAL0001. CARREGA O
906069*   TRANSSUS EM TABELA, MOSTRA CADA ENTRADA COM A ORIGEM DA
906070*   REPETICAO E REGRAVA O ARQUIVO SO COM AS QUE FICARAM
906071*   PENDENTES. SE O ARQUIVO EXCEDER A TABELA, A REGRAVACAO E
906072*   SUSPENSA NESTA RODADA, COMO NO REJEVT.
906073*================================================================
906074 7500-PROCESSAR-TRANSSUS.
906075     MOVE ZEROS TO WS-QTD-SUS
906076     MOVE 'N' TO WS-SUS-EXCEDIDO-SW
906077
906078     OPEN INPUT TRANSSUS-FILE
906079     IF WS-FS-SUS = '00'
906080         PERFORM 7600-CARREGAR-TRANSSUS THRU 7600-EXIT
906081             UNTIL WS-FS-SUS NOT = '00'
906082         CLOSE TRANSSUS-FILE
906083     ELSE
906084         IF WS-FS-SUS = '05'
906085             CLOSE TRANSSUS-FILE
906086         END-IF
906087         GO TO 7500-EXIT
906088     END-IF
906089
906090     IF WS-QTD-SUS > ZEROS
906091         PERFORM 7700-TRATAR-SUSPENSO THRU 7700-EXIT
906092             VARYING WS-IDX-SUS FROM 1 BY 1
906093             UNTIL WS-IDX-SUS > WS-QTD-SUS
906094     END-IF
906095
906096     IF SUS-EXCEDIDO
906097         DISPLAY 'TRANSSUS EXCEDE A TABELA - NAO REGRAVADO'
906098         DISPLAY '(ENTRADAS RESOLVIDAS CONTINUARAO LISTADAS)'
906099     ELSE
906100         PERFORM 7800-REGRAVAR-TRANSSUS THRU 7800-EXIT
906101     END-IF.
906102 7500-EXIT.
906103     EXIT.
906104
906105 7600-CARREGAR-TRANSSUS.
906106     READ TRANSSUS-FILE
906107     IF WS-FS-SUS = '00'
906108         IF WS-QTD-SUS < 500
906109             ADD 1 TO WS-QTD-SUS
906110             MOVE SUS-LINHA TO SUS-TAB-LINHA (WS-QTD-SUS)
906111             MOVE 'S' TO SUS-TAB-KEEP-SW (WS-QTD-SUS)
906112         ELSE
906113             SET SUS-EXCEDIDO TO TRUE
906114         END-IF
906115     END-IF.
906116 7600-EXIT.
906117     EXIT.
906118
906119*================================================================
906120*   7700-TRATAR-SUSPENSO - MOSTRA A TRANSACAO SUSPENSA E DE ONDE
906121*   VEIO A REPETICAO (MESMA RODADA OU RODADA ANTERIOR, COM A DATA
906122*   DE REFERENCIA). L LIBERA (REGRAVA NO TRANSVLR), D DESCARTA
906123*   (DUPLICATA CONFIRMADA); OS DOIS TIRAM A ENTRADA DO ARQUIVO.
906124*   QUALQUER OUTRA RESPOSTA MANTEM A ENTRADA PENDENTE.
906125*================================================================
906126 7700-TRATAR-SUSPENSO.
906127     MOVE SUS-TAB-LINHA (WS-IDX-SUS) TO SUS-REGISTRO
906128
906129     ADD 1 TO WS-CNT-LISTADOS
906130     DISPLAY '----------------------------------------'
906131     DISPLAY 'SUSPENSO POR DUPLICIDADE (TRANSSUS) ' WS-IDX-SUS
906132             ' EM ' SUS-DATA-SUSPENSAO
906133     DISPLAY 'CHAVE: ' SUS-CHAVE ' VALOR: ' SUS-VALOR
906134             ' DATA: ' SUS-DATA ' CATEGORIA: ' SUS-CATEGORIA
906135             ' TIPO: ' SUS-TIPO
906136     IF SUS-DUPLIC-NA-RODADA
906137         DISPLAY 'REPETIDA DENTRO DA MESMA RODADA'
906138     ELSE
906139         DISPLAY 'REPETE TRANSACAO ABSORVIDA NA RODADA DE '
906140                 SUS-DATA-REF-ORIGINAL
906141     END-IF
906142     DISPLAY 'LIBERAR (L), DESCARTAR (D) OU MANTER (N)? '
906143     ACCEPT WS-OPCAO
906144
906145     EVALUATE WS-OPCAO
906146         WHEN 'L'
906147             PERFORM 7750-LIBERAR-SUSPENSO THRU 7750-EXIT
906148             MOVE 'N' TO SUS-TAB-KEEP-SW (WS-IDX-SUS)
906149         WHEN 'D'
906150             ADD 1 TO WS-CNT-DESCARTADOS
906151             DISPLAY 'DESCARTADO COMO DUPLICATA'
906152             MOVE 'N' TO SUS-TAB-KEEP-SW (WS-IDX-SUS)
906153         WHEN OTHER
906154             ADD 1 TO WS-CNT-PULADOS
906155     END-EVALUATE.
906156 7700-EXIT.
906157     EXIT.
906158
906159*================================================================
906160*   7750-LIBERAR-SUSPENSO - DEVOLVE A TRANSACAO AO TRANSVLR COMO
906161*   FOI SUSPENSA (MESMA DATA, VALOR E CATEGORIA), MARCADA COMO
906162*   LIBERADA PARA NAO SER SUSPENSA DE NOVO E SEM A IDENTIDADE DA
906163*   EXTRACAO ORIGINAL, COMO TODO REENVIO DESTE PROGRAMA - A
906164*   PROXIMA RODADA DE CONDICIONAL0001 A PEGA NORMALMENTE.
906165*================================================================
906166 7750-LIBERAR-SUSPENSO.
906167     OPEN EXTEND TRANSVLR-FILE
906168     MOVE SUS-TRANS-IMAGEM TO TRANS-REGISTRO
906169     MOVE SPACES TO TRANS-ID-EXTRATO
906170     MOVE 'S' TO TRANS-DUP-LIBERADA
906171     WRITE TRANS-REGISTRO
906172     CLOSE TRANSVLR-FILE
906173
906174     ADD 1 TO WS-CNT-LIBERADOS
906175     DISPLAY 'LIBERADO PARA TRANSVLR'.
906176 7750-EXIT.
906177     EXIT.
906178
906179*================================================================
906180*   7800-REGRAVAR-TRANSSUS - REGRAVA O ARQUIVO SO COM AS ENTRADAS
906181*   AINDA PENDENTES (KEEP = 'S').
906182*================================================================
906183 7800-REGRAVAR-TRANSSUS.
906184     OPEN OUTPUT TRANSSUS-FILE
906185     IF WS-QTD-SUS > ZEROS
906186         PERFORM 7900-GRAVAR-TRANSSUS-LINHA THRU 7900-EXIT
906187             VARYING WS-IDX-SUS FROM 1 BY 1
906188             UNTIL WS-IDX-SUS > WS-QTD-SUS
906189     END-IF
906190     CLOSE TRANSSUS-FILE.
906191 7800-EXIT.
906192     EXIT.
906193
906194 7900-GRAVAR-TRANSSUS-LINHA.
906195     IF SUS-TAB-KEEP-SW (WS-IDX-SUS) = 'S'
906196         MOVE SUS-TAB-LINHA (WS-IDX-SUS) TO SUS-LINHA
906197         WRITE SUS-LINHA
906198     END-IF.
906199 7900-EXIT.
906200     EXIT.
906201
904609
004410*================================================================
004420*   9000-EXIBIR-RESUMO
004433     DISPLAY 'REJEITOS LISTADOS .: ' WS-CNT-LISTADOS
004434     DISPLAY 'REENVIADOS ........: ' WS-CNT-REENVIADOS
004435     DISPLAY 'PULADOS ...........: ' WS-CNT-PULADOS
004436     DISPLAY 'SEM DESTINO .......: ' WS-CNT-SEM-DESTINO
906202     DISPLAY 'SUSPENSOS LIBERADOS: ' WS-CNT-LIBERADOS
906203     DISPLAY 'SUSPENSOS DESCART. : ' WS-CNT-DESCARTADOS.
004437 9000-EXIT.
004438     EXIT.
004480
