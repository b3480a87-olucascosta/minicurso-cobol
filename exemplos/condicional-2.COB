900270*                      EXCEDENTE SAI NO CORPO, ANTES DAS SECOES,
900271*                      E E AVISADO NO RODAPE. OS TOTAIS E AS
900272*                      ESTATISTICAS DO RODAPE NAO MUDARAM.
901000*   2026-10-07  MCR    OS PESOS PASSARAM A VIR DO NOVO CATALOGO
901001*                      DE MATERIAS (MATERIAS, MANTIDO POR
901002*                      MATERIAS0001); SEM CATALOGO, VALE O
901003*                      PESOSMAT DE ANTES. COM O PERIODO LETIVO NO
901004*                      CARTAO (PARM-PERIODO-LETIVO) E MATRICULAS
901005*                      DO PERIODO NO NOVO MATRICUL (MATRIC0001),
901006*                      NOTA DE MATERIA SEM MATRICULA DO ALUNO VAI
901007*                      PARA O REJLOG COM O NOVO MOTIVO E004, E O
901008*                      ALUNO COM MATERIA MATRICULADA SEM NOTA -
901009*                      INCLUSIVE O MATRICULADO QUE NEM APARECE NO
901010*                      BOLETIM - RECEBE O NOVO VEREDITO INCOMPLETO
901011*                      (SEM MEDIA, FORA DAS ESTATISTICAS), EM
901012*                      SECAO PROPRIA DO NOTASREL, COM CONTAGEM NO
901013*                      RODAPE, E E LISTADO COM AS MATERIAS
901014*                      FALTANTES NO NOVO NOTASINC PARA A
901015*                      SECRETARIA. MODO DE RECUPERACAO NAO CRITICA
901016*                      MATRICULA.
901600*   2026-10-08  MCR    NOVA REGRA DE FREQUENCIA: O NOVO ARQUIVO
901601*                      FREQUENC (AULAS DADAS E FALTAS POR ALUNO E
901602*                      MATERIA) E CONFERIDO NO FECHAMENTO DO
901603*                      ALUNO E, COM ALGUMA MATERIA ABAIXO DA
901604*                      FREQUENCIA MINIMA (PARM-FREQ-MINIMA DO
901605*                      CARTAO; ZEROS = 75%), 2400-CLASSIFICAR-NOTA
901606*                      DA O NOVO VEREDITO REPROVADO POR FALTA,
901607*                      QUALQUER QUE SEJA A MEDIA. O VEREDITO TEM
901608*                      SECAO PROPRIA NO NOTASREL (LOGO APOS
901609*                      REPROVADO), CONTAGEM PROPRIA NO RODAPE,
901610*                      SEPARADA DA REPROVACAO POR NOTA, E SAI NO
901611*                      NOTASCSV E NO AUDITLOG COM A PIOR
901612*                      FREQUENCIA. O MODO DE RECUPERACAO APLICA A
901613*                      MESMA REGRA: NOTA DE PROVA DE RECUPERACAO
901614*                      NAO CORRIGE FALTA. SEM FREQUENC, A REGRA
901615*                      FICA DESLIGADA (LEGADO).
901900*   2026-10-09  MCR    NO MODO LOTE GRAVA O NOVO RANKBASE, UM
901901*                      REGISTRO POR ALUNO FECHADO COM A MEDIA
901902*                      PONDERADA EM DUAS DECIMAIS, A MENOR NOTA,
901903*                      SE HA MATERIA ABAIXO DE 7, A TURMA E
901904*                      A SITUACAO PARA O RANKING (CLASSIFICAVEL,
901905*                      INCOMPLETO, COM NOTA REJEITADA OU SEM
901906*                      CADASTRO) - BASE DO RANKING DE RANKING0001.
901907*                      O MESTRE DE ALUNOS GANHOU A TURMA.
911000*   2026-10-15  MCR    CADA REGISTRO DO AUDITLOG (AGORA COM 108
911001*                      POSICOES) E SELADO POR AUDITSEL0001 ANTES
911002*                      DO WRITE - SEQUENCIA GLOBAL E CONFERENCIA
911003*                      ENCADEADA AO REGISTRO ANTERIOR; A CADEIA E
911004*                      RETOMADA DO FIM DO LOG ANTES DE CADA OPEN
911005*                      EXTEND. CONFERIDO POR AUDITORIA0002.
912000*   2026-10-15  MCR    ALUNO QUE FECHA EM RECUPERACAO, REPROVADO
912001*                      OU REPROVADO POR FALTA (NO LOTE E NA RODADA
912002*                      DE MAKEUP) RECEBE NOTIFICACAO
912003*                      'RC'/'RN'/'RF' NA CAIXA DE SAIDA NOTIFOUT
912004*                      (LAYOUT NOTIFREC, EXTEND), COM MEDIA,
912005*                      CODIGO DE RECURSO, GAP E A PIOR FREQUENCIA;
912006*                      A REFERENCIA E O PERIODO LETIVO DO CARTAO
912007*                      (SEM ELE, O AAAAMM DO PROCESSAMENTO). O
912008*                      ENVIO E FEITO POR NOTIFICA0001.
917500*   2026-10-15  MCR    ALUNO COM VEREDITO NOTA INVALIDA (MEDIA
917501*                      FORA DA ESCALA) VAI PARA O RANKBASE COM A
917502*                      SITUACAO PROPRIA 'V', FORA DO RANKING, EM
917503*                      VEZ DE CLASSIFICAVEL. NA RODADA DE RESTART
917504*                      O RANKBASE E CONTINUADO EM EXTEND (ANTES
917505*                      ERA TRUNCADO E PERDIA OS ALUNOS FECHADOS
917506*                      ANTES DA QUEDA); O ALUNO FECHADO DE NOVO
917507*                      DEPOIS DO ULTIMO CHECKPOINT FICA COM O
917508*                      ULTIMO REGISTRO EM RANKING0001.
000391*================================================================
000392*   FUNCAO......... LE O BOLETIM DE ALUNOS (ALUNOS) E CLASSIFICA
000400*                    CADA NOTA EM REPROVADO / RECUPERACAO /
000640     SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FS-AUD.
912009
912010     SELECT OPTIONAL NOTIFOUT-FILE ASSIGN TO "NOTIFOUT"
912011         ORGANIZATION IS LINE SEQUENTIAL
912012         FILE STATUS IS WS-FS-NTF.
000670 
000680     SELECT OPTIONAL CKPTALUNO-FILE ASSIGN TO "CKPTALUNO"
000690         ORGANIZATION IS LINE SEQUENTIAL
000756         ORGANIZATION IS LINE SEQUENTIAL
000757         FILE STATUS IS WS-FS-PES.
000758
901618     SELECT OPTIONAL FREQUENC-FILE ASSIGN TO "FREQUENC"
901619         ORGANIZATION IS LINE SEQUENTIAL
901620         FILE STATUS IS WS-FS-FRQ.
901017     SELECT OPTIONAL MATERIAS-FILE ASSIGN TO "MATERIAS"
901018         ORGANIZATION IS LINE SEQUENTIAL
901019         FILE STATUS IS WS-FS-CAT.
901020
901021     SELECT OPTIONAL MATRICUL-FILE ASSIGN TO "MATRICUL"
901022         ORGANIZATION IS LINE SEQUENTIAL
901023         FILE STATUS IS WS-FS-MTR.
901024
901025     SELECT NOTASINC-FILE ASSIGN TO "NOTASINC"
901026         ORGANIZATION IS LINE SEQUENTIAL
901027         FILE STATUS IS WS-FS-INC.
902015
901908     SELECT RANKBASE-FILE ASSIGN TO "RANKBASE"
901909         ORGANIZATION IS LINE SEQUENTIAL
901910         FILE STATUS IS WS-FS-RKB.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PARM-CARTAO-FILE.
000910 01  REJ-LINHA                    PIC X(76).
000920 
000930 FD  AUDITLOG-FILE.
911006 01  AUD-LINHA                    PIC X(108).
912013
912014 FD  NOTIFOUT-FILE.
912015 01  NOTIF-LINHA                  PIC X(120).
000950 
000960 FD  CKPTALUNO-FILE.
000970 01  CKPT-LINHA                   PIC X(40).
001026     10  AMST-CHAVE               PIC 9(06).
001027     10  AMST-NOME                PIC X(20).
001028     10  AMST-STATUS              PIC X(01).
901911     10  AMST-TURMA               PIC X(03).
901912     10  FILLER                   PIC X(50).
001030
001031*----------------------------------------------------------------
001032*    PESOS POR MATERIA DA MEDIA FINAL - UM REGISTRO POR MATERIA.
001037     10  PESO-VALOR               PIC X(02).
001038     10  FILLER                   PIC X(75).
001039
901621*----------------------------------------------------------------
901622*    FREQUENCIA POR ALUNO E MATERIA NO PERIODO - AULAS DADAS E
901623*    FALTAS, LIDAS COMO X E CRITICADAS NA CARGA. PERIODO EM
901624*    BRANCO OU ZERADO VALE PARA QUALQUER PERIODO DO CARTAO.
901625*----------------------------------------------------------------
901626 FD  FREQUENC-FILE.
901627 01  FRQ-REGISTRO.
901628     10  FRQ-CHAVE                PIC 9(06).
901629     10  FRQ-MATERIA              PIC X(03).
901630     10  FRQ-PERIODO              PIC X(05).
901631     10  FRQ-AULAS                PIC X(03).
901632     10  FRQ-FALTAS               PIC X(03).
901633     10  FILLER                   PIC X(60).
901616
901028*----------------------------------------------------------------
901029*    CATALOGO DE MATERIAS - MESMO LAYOUT MANTIDO POR MATERIAS0001.
901030*    SUBSTITUI O PESOSMAT, QUE SO E LIDO NA FALTA DO CATALOGO.
901031*----------------------------------------------------------------
901032 FD  MATERIAS-FILE.
901033 01  CAT-REGISTRO.
901034     10  CAT-MATERIA              PIC X(03).
901035     10  CAT-DESCRICAO            PIC X(20).
901036     10  CAT-PESO                 PIC 9(02).
901037     10  CAT-STATUS               PIC X(01).
901038     10  FILLER                   PIC X(54).
901039
901040*----------------------------------------------------------------
901041*    MATRICULAS POR MATERIA - MESMO LAYOUT MANTIDO POR MATRIC0001.
901042*----------------------------------------------------------------
901043 FD  MATRICUL-FILE.
901044 01  MTR-REGISTRO.
901045     10  MTR-CHAVE                PIC 9(06).
901046     10  MTR-MATERIA              PIC X(03).
901047     10  MTR-PERIODO              PIC 9(05).
901048     10  FILLER                   PIC X(66).
901049
901050*----------------------------------------------------------------
901051*    LISTA DE ALUNOS INCOMPLETOS PARA A SECRETARIA - O ALUNO E AS
901052*    MATERIAS MATRICULADAS SEM NOTA NO BOLETIM.
901053*----------------------------------------------------------------
901054 FD  NOTASINC-FILE.
901055 01  INC-LINHA                    PIC X(80).
902016
901913*----------------------------------------------------------------
901914*    BASE DO RANKING - UM REGISTRO POR ALUNO FECHADO NO LOTE, LIDO
901915*    POR RANKING0001. SO O SITUACAO 'R' ENTRA NA CLASSIFICACAO; OS
901916*    DEMAIS SAO LISTADOS A PARTE. MEDIA COM DUAS DECIMAIS (A MEDIA
901917*    DO NOTASREL E ARREDONDADA PARA INTEIRO). NO RESTART O ARQUIVO
917531*    E CONTINUADO (EXTEND); ALUNO REPETIDO FICA COM O ULTIMO.
901918*----------------------------------------------------------------
901919 FD  RANKBASE-FILE.
901920 01  RKB-REGISTRO.
901921     10  RKB-CHAVE                PIC 9(06).
901922     10  RKB-SITUACAO             PIC X(01).
901923         88  RKB-CLASSIFICAVEL         VALUE 'R'.
901924         88  RKB-INCOMPLETO            VALUE 'I'.
901925         88  RKB-NOTA-REJEITADA        VALUE 'J'.
901926         88  RKB-SEM-CADASTRO          VALUE 'C'.
917509         88  RKB-NOTA-INVALIDA         VALUE 'V'.
901927     10  RKB-TURMA                PIC X(03).
901928     10  RKB-NOME                 PIC X(20).
901929     10  RKB-MEDIA                PIC 9(02)V9(02).
901930     10  RKB-MENOR-NOTA           PIC 9(02).
901931     10  RKB-ABAIXO-SW            PIC X(01).
901932         88  RKB-COM-NOTA-ABAIXO       VALUE 'S'.
901933         88  RKB-SEM-NOTA-ABAIXO       VALUE 'N'.
901934     10  RKB-VEREDITO             PIC X(20).
901935     10  RKB-QTD-REJEITOS         PIC 9(03).
901936     10  RKB-PERIODO              PIC 9(05).
901937     10  FILLER                   PIC X(15).
001040 WORKING-STORAGE SECTION.
001041*----------------------------------------------------------------
001042*   CARTAO DE PARAMETROS, TRILHA DE AUDITORIA E REJEITO
001060*----------------------------------------------------------------
001070     COPY PARMCARD.
001080     COPY AUDITREC.
911007     COPY AUDITSEL.
912016     COPY NOTIFREC.
001090     COPY REJEITO.
001095     COPY DATACOPY REPLACING ==:PREFIXO:== BY ==WS-PROC-==.
001100
001130 77  WS-FS-REL                PIC X(02) VALUE '00'.
001140 77  WS-FS-REJ                PIC X(02) VALUE '00'.
001150 77  WS-FS-AUD                PIC X(02) VALUE '00'.
912017 77  WS-FS-NTF                PIC X(02) VALUE '00'.
001160 77  WS-FS-CKPT               PIC X(02) VALUE '00'.
001170 77  WS-FS-CSV                PIC X(02) VALUE '00'.
001175 77  WS-FS-MKP                PIC X(02) VALUE '00'.
001176 77  WS-FS-MST                PIC X(02) VALUE '00'.
001177 77  WS-FS-PES                PIC X(02) VALUE '00'.
901056 77  WS-FS-CAT                PIC X(02) VALUE '00'.
901057 77  WS-FS-MTR                PIC X(02) VALUE '00'.
901058 77  WS-FS-INC                PIC X(02) VALUE '00'.
901634 77  WS-FS-FRQ                PIC X(02) VALUE '00'.
901938 77  WS-FS-RKB                PIC X(02) VALUE '00'.
001180
001190 77  WS-EOF-ALUNOS-SW         PIC X(01) VALUE 'N'.
001200         88  FIM-ALUNOS                VALUE 'S'.
900409                         INDEXED BY IX-ALUNO.
900410         10  ALU-TAB-CHAVE        PIC 9(06).
900411         10  ALU-TAB-NOME         PIC X(20).
901939         10  ALU-TAB-TURMA        PIC X(03).
900412 77  WS-QTD-ALUNOS-MST        PIC 9(04) VALUE ZEROS COMP.
900413 77  WS-CNT-ALU-EXCEDENTES    PIC 9(05) VALUE ZEROS.
900414 77  WS-IDX-ALU-ACHADO        PIC 9(04) VALUE ZEROS COMP.
900416         88  ALUNO-ACHADO              VALUE 'S'.
900417         88  ALUNO-NAO-ACHADO          VALUE 'N'.
900418 77  WS-NOME-ALUNO            PIC X(20) VALUE SPACES.
901940 77  WS-TURMA-ALUNO           PIC X(03) VALUE SPACES.
901941*   NOTAS DO ALUNO CORRENTE RECUSADAS NO REJLOG (7100) E SITUACAO
901942*   DO ALUNO NO RANKBASE.
901943 77  WS-CNT-REJ-ALUNO         PIC 9(03) VALUE ZEROS.
901944 77  WS-RKB-SITUACAO          PIC X(01) VALUE SPACES.
900419*   CHAVE USADA NAS LINHAS DE RELATORIO/CSV - NA QUEBRA DO LOTE O
900420*   REGISTRO BUFFERIZADO JA E DO ALUNO SEGUINTE, ENTAO A CHAVE DO
900421*   ALUNO FECHANDO VEM DAQUI, NAO DE ALUNO-CHAVE.
900430         88  ALUNO-INVALIDO            VALUE 'N'.
900431
900550*----------------------------------------------------------------
900551*   PESOS POR MATERIA (MATERIAS, OU PESOSMAT NA FALTA DO
900552*   CATALOGO) - MATERIA SEM ENTRADA (OU COM PESO INVALIDO/ZERO)
901059*   VALE PESO 1. A DESCRICAO SO VEM DO CATALOGO (NOTASINC).
900553*----------------------------------------------------------------
900554 01  TABELA-PESOS.
900555     05  PES-TAB-ENTRADA OCCURS 100 TIMES
900556                         INDEXED BY IX-PESO.
900557         10  PES-TAB-MATERIA      PIC X(03).
900558         10  PES-TAB-PESO         PIC 9(02).
901060         10  PES-TAB-DESCRICAO    PIC X(20).
900559 77  WS-QTD-PESOS             PIC 9(04) VALUE ZEROS COMP.
900560 77  WS-IDX-PESO-ACHADO       PIC 9(04) VALUE ZEROS COMP.
900561 77  WS-PESO-ACHADO-SW        PIC X(01) VALUE 'N'.
900562         88  PESO-ACHADO               VALUE 'S'.
900563         88  PESO-NAO-ACHADO           VALUE 'N'.
900564 77  WS-PESO-MATERIA          PIC 9(02) VALUE 1.
901061 77  WS-MATERIA-BUSCA         PIC X(03) VALUE SPACES.
901062*----------------------------------------------------------------
901063*   MATRICULAS DO PERIODO LETIVO DO CARTAO EM MEMORIA - CACHE DAS
901064*   PRIMEIRAS 3000; O EXCEDENTE E CONTADO E A LISTA DO ALUNO
901065*   CAI PARA A BUSCA DIRETA NO ARQUIVO. O SWITCH VISTO MARCA QUEM
901066*   JA APARECEU NO BOLETIM; O MATRICULADO NAO VISTO FECHA COMO
901067*   INCOMPLETO NO FIM DO LOTE. PERIODO ZERADO OU SEM MATRICULA
901068*   NENHUMA = CRITICA DESLIGADA (LEGADO).
901069*----------------------------------------------------------------
901070 01  TABELA-MATRICULAS.
901071     05  MTR-TAB-ENTRADA OCCURS 3000 TIMES
901072                         INDEXED BY IX-MTR IX-MTR-AUS.
901073         10  MTR-TAB-CHAVE        PIC 9(06).
901074         10  MTR-TAB-MATERIA      PIC X(03).
901075         10  MTR-TAB-VISTO-SW     PIC X(01).
901076 77  WS-QTD-MATRICULAS        PIC 9(04) VALUE ZEROS COMP.
901077 77  WS-CNT-MTR-EXCEDENTES    PIC 9(05) VALUE ZEROS.
901078 77  WS-CNT-MTR-PERIODO       PIC 9(07) VALUE ZEROS COMP.
901079 77  WS-CRITICA-MATRICULA-SW  PIC X(01) VALUE 'N'.
901080         88  CRITICA-MATRICULA-ATIVA   VALUE 'S'.
901081         88  CRITICA-MATRICULA-INATIVA VALUE 'N'.
901082
901083*----------------------------------------------------------------
901084*   MATERIAS MATRICULADAS DO ALUNO CORRENTE (ATE 10, MESMO LIMITE
901085*   DE MATERIAS DO BOLETIM) COM O SWITCH DE NOTA RECEBIDA.
901086*----------------------------------------------------------------
901087 01  TABELA-MATRIC-ALUNO.
901088     05  MTA-TAB-ENTRADA OCCURS 10 TIMES.
901089         10  MTA-TAB-MATERIA      PIC X(03).
901090         10  MTA-TAB-RECEBIDA-SW  PIC X(01).
901091 77  WS-QTD-MATRIC-ALUNO      PIC 9(04) VALUE ZEROS COMP.
901092 77  WS-IDX-MTA               PIC 9(04) VALUE ZEROS COMP.
901093 77  WS-IDX-MTA-ACHADO        PIC 9(04) VALUE ZEROS COMP.
901094 77  WS-MATRIC-ACHADA-SW      PIC X(01) VALUE 'N'.
901095         88  MATRIC-ACHADA             VALUE 'S'.
901096         88  MATRIC-NAO-ACHADA         VALUE 'N'.
901097 77  WS-CNT-FALTANTES         PIC 9(02) VALUE ZEROS.
901098 77  WS-CNT-INC-LISTADOS      PIC 9(07) VALUE ZEROS.
901099 77  WS-DESCRICAO-MATERIA     PIC X(20) VALUE SPACES.
901888
901635*----------------------------------------------------------------
901636*   FREQUENCIA EM MEMORIA - CACHE DOS PRIMEIROS 3000 REGISTROS
901637*   VALIDOS DO PERIODO; O EXCEDENTE E CONTADO E CONFERIDO DIRETO
901638*   NO ARQUIVO (2444). REGISTRO COM AULAS/FALTAS NAO NUMERICAS,
901639*   SEM AULA DADA OU COM MAIS FALTAS QUE AULAS E IGNORADO E
901640*   CONTADO NO RODAPE. SEM FREQUENCIA NENHUMA = REGRA DESLIGADA.
901641*----------------------------------------------------------------
901642 01  TABELA-FREQUENCIA.
901643     05  FRQ-TAB-ENTRADA OCCURS 3000 TIMES
901644                         INDEXED BY IX-FRQ.
901645         10  FRQ-TAB-CHAVE        PIC 9(06).
901646         10  FRQ-TAB-MATERIA      PIC X(03).
901647         10  FRQ-TAB-AULAS        PIC 9(03).
901648         10  FRQ-TAB-FALTAS       PIC 9(03).
901649 77  WS-QTD-FREQUENCIAS       PIC 9(04) VALUE ZEROS COMP.
901650 77  WS-CNT-FRQ-EXCEDENTES    PIC 9(05) VALUE ZEROS.
901651 77  WS-CNT-FRQ-VALIDAS       PIC 9(07) VALUE ZEROS COMP.
901652 77  WS-CNT-FRQ-IGNORADAS     PIC 9(05) VALUE ZEROS.
901653 77  WS-FRQ-VALIDA-SW         PIC X(01) VALUE 'N'.
901654         88  FRQ-VALIDA                VALUE 'S'.
901655         88  FRQ-INVALIDA              VALUE 'N'.
901656         88  FRQ-OUTRO-PERIODO         VALUE 'O'.
901657 77  WS-FREQ-MINIMA           PIC 9(03) VALUE 75.
901658 77  WS-FREQ-SW               PIC X(01) VALUE 'S'.
901659         88  FREQUENCIA-OK             VALUE 'S'.
901660         88  REPROVADO-POR-FALTA       VALUE 'F'.
901661 77  WS-FREQ-AULAS            PIC 9(03) VALUE ZEROS.
901662 77  WS-FREQ-FALTAS           PIC 9(03) VALUE ZEROS.
901663 77  WS-FREQ-PCT              PIC 9(03) VALUE ZEROS.
901664 77  WS-FREQ-PIOR-PCT         PIC 9(03) VALUE ZEROS.
901665 77  WS-FREQ-PIOR-MATERIA     PIC X(03) VALUE SPACES.
900565
900566*----------------------------------------------------------------
900567*   QUEBRA POR ALUNO - AS MATERIAS DO ALUNO CORRENTE FICAM NA
900624 77  WS-IDX-BLOCO             PIC 9(04) VALUE ZEROS COMP.
900625 77  WS-GAP-MAX               PIC S9(03) VALUE ZEROS.
900626 77  WS-SEC-COD               PIC 9(01) VALUE ZEROS.
900627 77  WS-SEC-TITULO            PIC X(21) VALUE SPACES.
900628 77  WS-CNT-SECAO             PIC 9(05) VALUE ZEROS.
900629 77  WS-CNT-RESTANTES         PIC 9(05) VALUE ZEROS.
900630 77  WS-VER-TEXTO             PIC X(13) VALUE SPACES.
001460 77  WS-MOTIVO-RECURSO        PIC X(04) VALUE SPACES.
001470 
001480 77  WS-CNT-REPROVADO         PIC 9(07) VALUE ZEROS.
901666 77  WS-CNT-REPROV-FALTA      PIC 9(07) VALUE ZEROS.
001490 77  WS-CNT-RECUPERACAO       PIC 9(07) VALUE ZEROS.
001500 77  WS-CNT-APROVADO          PIC 9(07) VALUE ZEROS.
001510 77  WS-CNT-INVALIDA          PIC 9(07) VALUE ZEROS.
901100 77  WS-CNT-INCOMPLETO        PIC 9(07) VALUE ZEROS.
001520 77  WS-CNT-TOTAL             PIC 9(07) VALUE ZEROS.
001530 77  WS-CNT-LIDOS             PIC 9(07) VALUE ZEROS.
001540
001820     MOVE 'N' TO PARM-CSV-EXPORT-SW
001821     MOVE 'N' TO PARM-RECUPERACAO-SW
001822     MOVE ZEROS TO PARM-ANO-PROC PARM-MES-PROC
901101     MOVE ZEROS TO PARM-PERIODO-LETIVO
901667     MOVE ZEROS TO PARM-FREQ-MINIMA
001830
001840     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
001850     ACCEPT WS-HORA-ATUAL FROM TIME
001920         END-READ
001930         CLOSE PARM-CARTAO-FILE
001940     END-IF
901102*    CARTAO ANTIGO, SEM O PERIODO LETIVO = CRITICA DESLIGADA.
901103     IF PARM-PERIODO-LETIVO IS NOT NUMERIC
901104         MOVE ZEROS TO PARM-PERIODO-LETIVO
901105     END-IF
901668     IF PARM-FREQ-MINIMA IS NUMERIC
901669         AND PARM-FREQ-MINIMA > ZEROS
901670         MOVE PARM-FREQ-MINIMA TO WS-FREQ-MINIMA
901671     END-IF
901672     IF WS-FREQ-MINIMA > 100
901673         MOVE 100 TO WS-FREQ-MINIMA
901674     END-IF
001950
001952     MOVE ZEROS TO WS-QTD-ALUNOS-MST
001954     OPEN INPUT ALUNOMST-FILE
001960     END-IF
001961
001962     MOVE ZEROS TO WS-QTD-PESOS
901106     OPEN INPUT MATERIAS-FILE
901107     IF WS-FS-CAT = '00'
901108         PERFORM 1250-LER-MATERIAS THRU 1250-EXIT
901109             UNTIL WS-FS-CAT NOT = '00'
901110         CLOSE MATERIAS-FILE
901111     ELSE
901112         IF WS-FS-CAT = '05'
901113             CLOSE MATERIAS-FILE
901114         END-IF
901115*        SEM CATALOGO (AINDA NAO MIGRADO POR MATERIAS0001), OS
901116*        PESOS CONTINUAM VINDO DO PESOSMAT.
001963         OPEN INPUT PESOSMAT-FILE
001964         IF WS-FS-PES = '00'
001965             PERFORM 1200-LER-PESOSMAT THRU 1200-EXIT
001966                 UNTIL WS-FS-PES NOT = '00'
001967             CLOSE PESOSMAT-FILE
001968         END-IF
901117     END-IF
901118
901119     MOVE ZEROS TO WS-QTD-MATRICULAS WS-CNT-MTR-EXCEDENTES
901120     SET CRITICA-MATRICULA-INATIVA TO TRUE
901121     IF PARM-PERIODO-LETIVO > ZEROS
901122         OPEN INPUT MATRICUL-FILE
901123         IF WS-FS-MTR = '00'
901124             PERFORM 1300-LER-MATRICUL THRU 1300-EXIT
901125                 UNTIL WS-FS-MTR NOT = '00'
901126             CLOSE MATRICUL-FILE
901127         ELSE
901128             IF WS-FS-MTR = '05'
901129                 CLOSE MATRICUL-FILE
901130             END-IF
901131         END-IF
901132         IF WS-QTD-MATRICULAS > ZEROS
901133             SET CRITICA-MATRICULA-ATIVA TO TRUE
901134         END-IF
901135     END-IF
901887
901675     MOVE ZEROS TO WS-QTD-FREQUENCIAS WS-CNT-FRQ-EXCEDENTES
901676     MOVE ZEROS TO WS-CNT-FRQ-IGNORADAS
901677     OPEN INPUT FREQUENC-FILE
901678     IF WS-FS-FRQ = '00'
901679         PERFORM 1400-LER-FREQUENC THRU 1400-EXIT
901680             UNTIL WS-FS-FRQ NOT = '00'
901681         CLOSE FREQUENC-FILE
901682     ELSE
901683         IF WS-FS-FRQ = '05'
901684             CLOSE FREQUENC-FILE
901685         END-IF
901686     END-IF
001969
001970     SET NAO-PULANDO-RESTART TO TRUE
001971     IF PARM-CHAVE-RESTART > ZEROS
900441                 TO ALU-TAB-CHAVE (WS-QTD-ALUNOS-MST)
900442             MOVE AMST-NOME
900443                 TO ALU-TAB-NOME (WS-QTD-ALUNOS-MST)
901945             MOVE AMST-TURMA
901946                 TO ALU-TAB-TURMA (WS-QTD-ALUNOS-MST)
900444         ELSE
900445             ADD 1 TO WS-CNT-ALU-EXCEDENTES
900446         END-IF
900456 1200-LER-PESOSMAT.
900457     READ PESOSMAT-FILE
900458     IF WS-FS-PES = '00'
900459         IF WS-QTD-PESOS < 100
900460             ADD 1 TO WS-QTD-PESOS
900461             MOVE PESO-MATERIA
900462                 TO PES-TAB-MATERIA (WS-QTD-PESOS)
900467             ELSE
900468                 MOVE 1 TO PES-TAB-PESO (WS-QTD-PESOS)
900469             END-IF
901136             MOVE SPACES TO PES-TAB-DESCRICAO (WS-QTD-PESOS)
900470         END-IF
900471     END-IF.
900472 1200-EXIT.
900473     EXIT.
901137*================================================================
901138*   1250-LER-MATERIAS - CARREGA PESO E DESCRICAO DO CATALOGO,
901139*   ATIVAS E INATIVAS (A MATERIA INATIVADA NO MEIO DO PERIODO
901140*   AINDA PESA NAS NOTAS JA LANCADAS). PESO FORA DE 01-99 VALE 1.
901141*================================================================
901142 1250-LER-MATERIAS.
901143     READ MATERIAS-FILE
901144     IF WS-FS-CAT = '00'
901145         IF WS-QTD-PESOS < 100
901146             ADD 1 TO WS-QTD-PESOS
901147             MOVE CAT-MATERIA
901148                 TO PES-TAB-MATERIA (WS-QTD-PESOS)
901149             MOVE CAT-DESCRICAO
901150                 TO PES-TAB-DESCRICAO (WS-QTD-PESOS)
901151             IF CAT-PESO IS NUMERIC
901152                 AND CAT-PESO NOT = ZEROS
901153                 MOVE CAT-PESO
901154                     TO PES-TAB-PESO (WS-QTD-PESOS)
901155             ELSE
901156                 MOVE 1 TO PES-TAB-PESO (WS-QTD-PESOS)
901157             END-IF
901158         END-IF
901159     END-IF.
901160 1250-EXIT.
901161     EXIT.
901162
901163*================================================================
901164*   1300-LER-MATRICUL - SO AS MATRICULAS DO PERIODO DO CARTAO;
901165*   ALEM DA CAPACIDADE, O EXCEDENTE E CONTADO E A LISTA DO ALUNO
901166*   CAI PARA O ARQUIVO (2264-BUSCAR-MATRIC-ARQUIVO).
901167*================================================================
901168 1300-LER-MATRICUL.
901169     READ MATRICUL-FILE
901170     IF WS-FS-MTR = '00'
901171         IF MTR-PERIODO = PARM-PERIODO-LETIVO
901172             IF WS-QTD-MATRICULAS < 3000
901173                 ADD 1 TO WS-QTD-MATRICULAS
901174                 MOVE MTR-CHAVE
901175                     TO MTR-TAB-CHAVE (WS-QTD-MATRICULAS)
901176                 MOVE MTR-MATERIA
901177                     TO MTR-TAB-MATERIA (WS-QTD-MATRICULAS)
901178                 MOVE 'N' TO MTR-TAB-VISTO-SW (WS-QTD-MATRICULAS)
901179             ELSE
901180                 ADD 1 TO WS-CNT-MTR-EXCEDENTES
901181             END-IF
901182         END-IF
901183     END-IF.
901184 1300-EXIT.
901185     EXIT.
901885
901687*================================================================
901688*   1400-LER-FREQUENC - CARREGA A FREQUENCIA DO PERIODO NO CACHE;
901689*   A CRITICA DO REGISTRO FICA EM 1450, A MESMA DA BUSCA DIRETA.
901690*================================================================
901691 1400-LER-FREQUENC.
901692     READ FREQUENC-FILE
901693     IF WS-FS-FRQ NOT = '00'
901694         GO TO 1400-EXIT
901695     END-IF
901696
901697     PERFORM 1450-CRITICAR-FREQUENCIA THRU 1450-EXIT
901698     IF FRQ-INVALIDA
901699         ADD 1 TO WS-CNT-FRQ-IGNORADAS
901700         GO TO 1400-EXIT
901701     END-IF
901702     IF FRQ-OUTRO-PERIODO
901703         GO TO 1400-EXIT
901704     END-IF
901705
901706     IF WS-QTD-FREQUENCIAS < 3000
901707         ADD 1 TO WS-QTD-FREQUENCIAS
901708         MOVE FRQ-CHAVE
901709             TO FRQ-TAB-CHAVE (WS-QTD-FREQUENCIAS)
901710         MOVE FRQ-MATERIA
901711             TO FRQ-TAB-MATERIA (WS-QTD-FREQUENCIAS)
901712         MOVE WS-FREQ-AULAS
901713             TO FRQ-TAB-AULAS (WS-QTD-FREQUENCIAS)
901714         MOVE WS-FREQ-FALTAS
901715             TO FRQ-TAB-FALTAS (WS-QTD-FREQUENCIAS)
901716     ELSE
901717         ADD 1 TO WS-CNT-FRQ-EXCEDENTES
901718     END-IF.
901719 1400-EXIT.
901720     EXIT.
901721
901722*================================================================
901723*   1450-CRITICAR-FREQUENCIA - REGISTRO DE OUTRO PERIODO E SO
901724*   DESCARTADO; REGISTRO DO PERIODO COM AULAS/FALTAS INVALIDAS E
901725*   DESCARTADO E CONTADO NA CARGA (1400).
901726*================================================================
901727 1450-CRITICAR-FREQUENCIA.
901728     SET FRQ-OUTRO-PERIODO TO TRUE
901729     IF PARM-PERIODO-LETIVO > ZEROS
901730         AND FRQ-PERIODO NOT = SPACES
901731         AND FRQ-PERIODO NOT = '00000'
901732         AND FRQ-PERIODO NOT = PARM-PERIODO-LETIVO
901733         GO TO 1450-EXIT
901734     END-IF
901735
901736     SET FRQ-INVALIDA TO TRUE
901737     IF FRQ-AULAS IS NOT NUMERIC
901738         OR FRQ-FALTAS IS NOT NUMERIC
901739         GO TO 1450-EXIT
901740     END-IF
901741     MOVE FRQ-AULAS  TO WS-FREQ-AULAS
901742     MOVE FRQ-FALTAS TO WS-FREQ-FALTAS
901743     IF WS-FREQ-AULAS = ZEROS
901744         OR WS-FREQ-FALTAS > WS-FREQ-AULAS
901745         GO TO 1450-EXIT
901746     END-IF
901747
901748     SET FRQ-VALIDA TO TRUE.
901749 1450-EXIT.
901750     EXIT.
002020
002030*================================================================
002040*   2000-PROCESSAR-LOTE - LE O BOLETIM DE ALUNOS INTEIRO E GRAVA
002118     MOVE ZEROS TO WS-SOMA-PONDERADA WS-SOMA-PESOS
002119     MOVE ZEROS TO WS-QTD-VEREDITOS WS-CNT-VER-EXCEDENTES
002121     MOVE ZEROS TO WS-CNT-ALUNOS-FECHADOS
901200     MOVE ZEROS TO WS-CNT-INCOMPLETO WS-CNT-INC-LISTADOS
901751     MOVE ZEROS TO WS-CNT-REPROV-FALTA
002122
002130     OPEN INPUT ALUNOS-FILE
002140     OPEN OUTPUT NOTASREL-FILE
002150     OPEN OUTPUT REJLOG-FILE
002160     OPEN OUTPUT CKPTALUNO-FILE
911008     SET AUDSEL-INICIAR TO TRUE
911009     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911501                               AUDIT-REGISTRO
002170     OPEN EXTEND AUDITLOG-FILE
912018     OPEN EXTEND NOTIFOUT-FILE
901201     OPEN OUTPUT NOTASINC-FILE
917510*    NO RESTART O RANKBASE DA RODADA INTERROMPIDA E CONTINUADO:
917511*    OS ALUNOS ATE A CHAVE DE RESTART NAO SAO FECHADOS DE NOVO.
917512     IF PARM-CHAVE-RESTART > ZEROS
917513         OPEN EXTEND RANKBASE-FILE
917514         IF WS-FS-RKB NOT = '00'
917515             OPEN OUTPUT RANKBASE-FILE
917516         END-IF
917517     ELSE
917518         OPEN OUTPUT RANKBASE-FILE
917519     END-IF
002210     IF PARM-CSV-ATIVO
002220         OPEN OUTPUT NOTASCSV-FILE
002230     END-IF
002266         PERFORM 2450-FECHAR-ALUNO THRU 2450-EXIT
002268     END-IF
002270
901202*    MATRICULADOS DO PERIODO QUE NAO APARECERAM NO BOLETIM.
901203     IF CRITICA-MATRICULA-ATIVA
901204         PERFORM 2870-FECHAR-AUSENTES THRU 2870-EXIT
901205     END-IF
002272     PERFORM 2800-GRAVAR-SECOES THRU 2800-EXIT
002290
002300     PERFORM 2900-GRAVAR-TOTAIS THRU 2900-EXIT
901206     PERFORM 2990-GRAVAR-RODAPE-INC THRU 2990-EXIT
002310 
002320     CLOSE ALUNOS-FILE
002330     CLOSE NOTASREL-FILE
002340     CLOSE REJLOG-FILE
002350     CLOSE CKPTALUNO-FILE
002360     CLOSE AUDITLOG-FILE
912020     CLOSE NOTIFOUT-FILE
901207     CLOSE NOTASINC-FILE
901953     CLOSE RANKBASE-FILE
002370     IF PARM-CSV-ATIVO
002380         CLOSE NOTASCSV-FILE
002390     END-IF.
002636
002638         IF ALUNO-CORRENTE-OK
002640             MOVE ALUNO-NOTA TO WS-NOTA-DIGITADA
901208             PERFORM 2380-CONFERIR-MATRICULA THRU 2380-EXIT
901209         END-IF
901210
901211         IF ALUNO-CORRENTE-OK AND MATRIC-ACHADA
002642             PERFORM 2300-VALIDAR-NOTA THRU 2300-EXIT
002644             IF ENTRADA-VALIDA
002646                 PERFORM 2350-GUARDAR-MATERIA THRU 2350-EXIT
002784*   2240-ABRIR-ALUNO - ZERA OS ACUMULADORES DO ALUNO NOVO E
002785*   RESOLVE/CRITICA A CHAVE NO MESTRE (2250); ALUNO SEM CADASTRO
002786*   JA FOI PARA O REJLOG E AS NOTAS DELE SAO SO DESCARTADAS ATE
002787*   A PROXIMA QUEBRA. COM A CRITICA DE MATRICULA LIGADA, MONTA
901213*   TAMBEM A LISTA DAS MATERIAS MATRICULADAS DO ALUNO (2260).
002788*================================================================
002789 2240-ABRIR-ALUNO.
002790     MOVE ALUNO-CHAVE TO WS-ALUNO-CORRENTE
002791     MOVE ZEROS TO WS-QTD-MATERIAS
002792     MOVE ZEROS TO WS-SOMA-PONDERADA WS-SOMA-PESOS
901951     MOVE ZEROS TO WS-CNT-REJ-ALUNO
002793     PERFORM 2250-VALIDAR-ALUNO THRU 2250-EXIT
901212     PERFORM 2260-MONTAR-MATRIC-ALUNO THRU 2260-EXIT
002794     IF ALUNO-INVALIDO
002795         SET ALUNO-CORRENTE-INVALIDO TO TRUE
002796     ELSE
002801
002802*================================================================
002803*   2350-GUARDAR-MATERIA - GUARDA A NOTA DA MATERIA NA TABELA DO
002804*   ALUNO CORRENTE, COM O PESO RESOLVIDO NO CATALOGO (SEM
002805*   ENTRADA, PESO 1). MAIS DE 10 MATERIAS VAI PARA O REJLOG COM
002806*   O NOVO MOTIVO E003. A MATERIA GUARDADA CONTA COMO NOTA
901218*   RECEBIDA NA LISTA DE MATRICULAS DO ALUNO.
002807*================================================================
002808 2350-GUARDAR-MATERIA.
002809     IF WS-QTD-MATERIAS NOT < 10
002815         GO TO 2350-EXIT
002816     END-IF
002817
901214     MOVE ALUNO-MATERIA TO WS-MATERIA-BUSCA
002818     PERFORM 2360-LOCALIZAR-PESO THRU 2360-EXIT
002819
002820     ADD 1 TO WS-QTD-MATERIAS
002824         TO MAT-TAB-PESO (WS-QTD-MATERIAS)
002825     COMPUTE WS-SOMA-PONDERADA =
002826         WS-SOMA-PONDERADA + NOTA * WS-PESO-MATERIA
002827     ADD WS-PESO-MATERIA TO WS-SOMA-PESOS
901215     IF WS-IDX-MTA-ACHADO > ZEROS
901216         MOVE 'S' TO MTA-TAB-RECEBIDA-SW (WS-IDX-MTA-ACHADO)
901217     END-IF.
002828 2350-EXIT.
002829     EXIT.
002830
002846     EXIT.
002847
002848 2365-COMPARAR-PESO.
002849     IF PES-TAB-MATERIA (IX-PESO) = WS-MATERIA-BUSCA
002850         SET PESO-ACHADO TO TRUE
002851         SET WS-IDX-PESO-ACHADO TO IX-PESO
002852     END-IF.
002861*   CONTA COMO FECHADO: O CHECKPOINT SO E AVALIADO AQUI, COM A
002862*   CHAVE DO ALUNO FECHADO, PARA O RESTART NUNCA RETOMAR NO MEIO
002863*   DE UM ALUNO (A CHAVE DO MEIO PULARIA O ALUNO INTEIRO).
901231*   COM A CRITICA DE MATRICULA LIGADA, ALUNO COM MATERIA
901232*   MATRICULADA SEM NOTA FECHA COMO INCOMPLETO (2470).
901968*   TODO ALUNO FECHADO, COM OU SEM VEREDITO, VAI PARA O RANKBASE
901969*   (2650) COM A SITUACAO PARA O RANKING.
917529*   NOTA INVALIDA (MEDIA FORA DA ESCALA) SAI COMO 'V', NAO COMO
917530*   CLASSIFICAVEL.
002864*================================================================
002865 2450-FECHAR-ALUNO.
002866     ADD 1 TO WS-CNT-ALUNOS-FECHADOS
002867     MOVE WS-ALUNO-CORRENTE TO WS-CHAVE-IMPRESSAO
002868
002869     IF ALUNO-CORRENTE-INVALIDO
901954         MOVE 'C' TO WS-RKB-SITUACAO
901955         MOVE SPACES TO WS-VEREDITO
901956         PERFORM 2650-GRAVAR-RANKBASE THRU 2650-EXIT
002870         GO TO 2450-CHECKPOINT
002871     END-IF
901219*    MATERIA MATRICULADA SEM NOTA: INCOMPLETO, SEM MEDIA.
901220     IF CRITICA-MATRICULA-ATIVA
901221         PERFORM 2460-CONTAR-FALTANTES THRU 2460-EXIT
901222         IF WS-CNT-FALTANTES > ZEROS
901223             PERFORM 2470-FECHAR-INCOMPLETO THRU 2470-EXIT
901224             GO TO 2450-CHECKPOINT
901225         END-IF
901226     END-IF
901227
901228     IF WS-QTD-MATERIAS = ZEROS
901957         IF WS-CNT-REJ-ALUNO > ZEROS
901958             MOVE 'J' TO WS-RKB-SITUACAO
901959             MOVE SPACES TO WS-VEREDITO
901960             PERFORM 2650-GRAVAR-RANKBASE THRU 2650-EXIT
901961         END-IF
901229         GO TO 2450-CHECKPOINT
901230     END-IF
002872
002873     COMPUTE NOTA ROUNDED =
002874         WS-SOMA-PONDERADA / WS-SOMA-PESOS
002875     MOVE NOTA TO WS-MEDIA-FINAL
002876     MOVE NOTA TO WS-NOTA-DIGITADA
002877
901753     PERFORM 2440-APURAR-FREQUENCIA THRU 2440-EXIT
002878     PERFORM 2400-CLASSIFICAR-NOTA THRU 2400-EXIT
002879     PERFORM 2480-GUARDAR-VEREDITO THRU 2480-EXIT
002880     PERFORM 7000-GRAVAR-AUDITORIA THRU 7000-EXIT
912022     PERFORM 7050-GRAVAR-NOTIFICACAO THRU 7050-EXIT
917520     IF WS-CNT-REJ-ALUNO > ZEROS
917521         MOVE 'J' TO WS-RKB-SITUACAO
917522     ELSE
917523         IF WS-VEREDITO = 'NOTA INVALIDA'
917524             MOVE 'V' TO WS-RKB-SITUACAO
917525         ELSE
917526             MOVE 'R' TO WS-RKB-SITUACAO
917527         END-IF
917528     END-IF
901967     PERFORM 2650-GRAVAR-RANKBASE THRU 2650-EXIT
002881     IF PARM-CSV-ATIVO
002882         PERFORM 2600-GRAVAR-LINHA-CSV THRU 2600-EXIT
002883     END-IF.
900659     EVALUATE WS-VEREDITO
900660         WHEN 'REPROVADO'
900661             MOVE 1 TO VER-TAB-COD (WS-QTD-VEREDITOS)
901852         WHEN 'REPROVADO POR FALTA'
901853             MOVE 6 TO VER-TAB-COD (WS-QTD-VEREDITOS)
900662         WHEN 'RECUPERACAO'
900663             MOVE 2 TO VER-TAB-COD (WS-QTD-VEREDITOS)
900664         WHEN 'APROVADO'
900665             MOVE 3 TO VER-TAB-COD (WS-QTD-VEREDITOS)
901233         WHEN 'INCOMPLETO'
901234             MOVE 5 TO VER-TAB-COD (WS-QTD-VEREDITOS)
900666         WHEN OTHER
900667             MOVE 4 TO VER-TAB-COD (WS-QTD-VEREDITOS)
900668     END-EVALUATE
900694     EXIT.
900695
900696*================================================================
900697*   2800-GRAVAR-SECOES - AS SEIS SECOES NA ORDEM DE TRIAGEM.
900698*   NAS SECOES 1 E 2 (RECURSO) OS ALUNOS SAEM POR GAP
900699*   DECRESCENTE; NAS DEMAIS, NA ORDEM DO BOLETIM. A SECAO DE
901857*   REPROVADO POR FALTA (COD 6) SAI LOGO APOS A DE REPROVADO.
900700*================================================================
900701 2800-GRAVAR-SECOES.
900702     MOVE 1 TO WS-SEC-COD
900703     MOVE 'REPROVADO' TO WS-SEC-TITULO
900704     PERFORM 2810-GRAVAR-UMA-SECAO THRU 2810-EXIT
901889
901854     MOVE 6 TO WS-SEC-COD
901855     MOVE 'REPROVADO POR FALTA' TO WS-SEC-TITULO
901856     PERFORM 2810-GRAVAR-UMA-SECAO THRU 2810-EXIT
900705
900706     MOVE 2 TO WS-SEC-COD
900707     MOVE 'RECUPERACAO' TO WS-SEC-TITULO
900713
900714     MOVE 4 TO WS-SEC-COD
900715     MOVE 'NOTA INVALIDA' TO WS-SEC-TITULO
900716     PERFORM 2810-GRAVAR-UMA-SECAO THRU 2810-EXIT
901235     MOVE 5 TO WS-SEC-COD
901236     MOVE 'INCOMPLETO' TO WS-SEC-TITULO
901237     PERFORM 2810-GRAVAR-UMA-SECAO THRU 2810-EXIT.
900717 2800-EXIT.
900718     EXIT.
900719
900735
900736     MOVE SPACES TO REL-LINHA
900737     STRING 'SECAO ' DELIMITED BY SIZE
900738            WS-SEC-TITULO DELIMITED BY '  '
900739            ' - ALUNOS: ' DELIMITED BY SIZE
900740            WS-CNT-SECAO DELIMITED BY SIZE
900741         INTO REL-LINHA
900812     EVALUATE VER-TAB-COD (WS-IDX-BLOCO)
900813         WHEN 1
900814             MOVE 'REPROVADO' TO WS-VER-TEXTO
901858         WHEN 6
901859             MOVE 'REPROV. FALTA' TO WS-VER-TEXTO
900815         WHEN 2
900816             MOVE 'RECUPERACAO' TO WS-VER-TEXTO
900817         WHEN 3
900818             MOVE 'APROVADO' TO WS-VER-TEXTO
901238         WHEN 5
901239             MOVE 'INCOMPLETO' TO WS-VER-TEXTO
900819         WHEN OTHER
900820             MOVE 'NOTA INVALIDA' TO WS-VER-TEXTO
900821     END-EVALUATE
900469     SET ALUNO-NAO-ACHADO TO TRUE
900470     MOVE ZEROS TO WS-IDX-ALU-ACHADO
900471     MOVE SPACES TO WS-NOME-ALUNO
901947     MOVE SPACES TO WS-TURMA-ALUNO
900472
900473     IF WS-QTD-ALUNOS-MST = ZEROS
900474         AND WS-CNT-ALU-EXCEDENTES = ZEROS
900485
900486     IF ALUNO-ACHADO
900487         MOVE ALU-TAB-NOME (WS-IDX-ALU-ACHADO) TO WS-NOME-ALUNO
901948         MOVE ALU-TAB-TURMA (WS-IDX-ALU-ACHADO)
901949             TO WS-TURMA-ALUNO
900488     ELSE
900489         IF WS-CNT-ALU-EXCEDENTES > ZEROS
900490             PERFORM 2270-BUSCAR-ALUNO-ARQUIVO THRU 2270-EXIT
900545         IF AMST-CHAVE = ALUNO-CHAVE
900546             SET ALUNO-ACHADO TO TRUE
900547             MOVE AMST-NOME TO WS-NOME-ALUNO
901950             MOVE AMST-TURMA TO WS-TURMA-ALUNO
900548         END-IF
900549     END-IF.
900550 2275-EXIT.
900551     EXIT.
901253*================================================================
901254*   2260-MONTAR-MATRIC-ALUNO - LISTA DAS MATERIAS MATRICULADAS NO
901255*   PERIODO PARA ALUNO-CHAVE: CACHE PRIMEIRO (MARCANDO O ALUNO
901256*   COMO VISTO) E, QUANDO O MATRICUL EXCEDEU O CACHE, O
901257*   EXCEDENTE DIRETO NO ARQUIVO (2264). CRITICA DESLIGADA, A
901258*   LISTA FICA VAZIA.
901259*================================================================
901260 2260-MONTAR-MATRIC-ALUNO.
901261     MOVE ZEROS TO WS-QTD-MATRIC-ALUNO
901262     IF CRITICA-MATRICULA-INATIVA
901263         GO TO 2260-EXIT
901264     END-IF
901265
901266     PERFORM 2262-COPIAR-MATRIC-CACHE THRU 2262-EXIT
901267         VARYING IX-MTR FROM 1 BY 1
901268         UNTIL IX-MTR > WS-QTD-MATRICULAS
901269
901270     IF WS-CNT-MTR-EXCEDENTES > ZEROS
901271         PERFORM 2264-BUSCAR-MATRIC-ARQUIVO THRU 2264-EXIT
901272     END-IF.
901273 2260-EXIT.
901274     EXIT.
901275
901276 2262-COPIAR-MATRIC-CACHE.
901277     IF MTR-TAB-CHAVE (IX-MTR) = ALUNO-CHAVE
901278         MOVE 'S' TO MTR-TAB-VISTO-SW (IX-MTR)
901279         MOVE MTR-TAB-MATERIA (IX-MTR) TO WS-MATERIA-BUSCA
901280         PERFORM 2268-GUARDAR-MATRIC-ALUNO THRU 2268-EXIT
901281     END-IF.
901282 2262-EXIT.
901283     EXIT.
901284
901285*================================================================
901286*   2264-BUSCAR-MATRIC-ARQUIVO - SO EXECUTADA QUANDO O MATRICUL
901287*   EXCEDEU O CACHE: RELE O ARQUIVO E PEGA AS MATRICULAS DO
901288*   PERIODO QUE FICARAM FORA DO CACHE (ALEM DAS 3000 PRIMEIRAS).
901289*================================================================
901290 2264-BUSCAR-MATRIC-ARQUIVO.
901291     MOVE ZEROS TO WS-CNT-MTR-PERIODO
901292     OPEN INPUT MATRICUL-FILE
901293     IF WS-FS-MTR = '00'
901294         PERFORM 2266-LER-MATRIC-BUSCA THRU 2266-EXIT
901295             UNTIL WS-FS-MTR NOT = '00'
901296         CLOSE MATRICUL-FILE
901297     ELSE
901298         IF WS-FS-MTR = '05'
901299             CLOSE MATRICUL-FILE
901300         END-IF
901301     END-IF.
901302 2264-EXIT.
901303     EXIT.
901304
901305 2266-LER-MATRIC-BUSCA.
901306     READ MATRICUL-FILE
901307     IF WS-FS-MTR = '00'
901308         IF MTR-PERIODO = PARM-PERIODO-LETIVO
901309             ADD 1 TO WS-CNT-MTR-PERIODO
901310             IF WS-CNT-MTR-PERIODO > 3000
901311                 AND MTR-CHAVE = ALUNO-CHAVE
901312                 MOVE MTR-MATERIA TO WS-MATERIA-BUSCA
901313                 PERFORM 2268-GUARDAR-MATRIC-ALUNO THRU 2268-EXIT
901314             END-IF
901315         END-IF
901316     END-IF.
901317 2266-EXIT.
901318     EXIT.
901319
901320 2268-GUARDAR-MATRIC-ALUNO.
901321     IF WS-QTD-MATRIC-ALUNO < 10
901322         ADD 1 TO WS-QTD-MATRIC-ALUNO
901323         MOVE WS-MATERIA-BUSCA
901324             TO MTA-TAB-MATERIA (WS-QTD-MATRIC-ALUNO)
901325         MOVE 'N' TO MTA-TAB-RECEBIDA-SW (WS-QTD-MATRIC-ALUNO)
901326     END-IF.
901327 2268-EXIT.
901328     EXIT.
901329
901330*================================================================
901331*   2380-CONFERIR-MATRICULA - COM A CRITICA LIGADA, A MATERIA DA
901332*   NOTA TEM QUE ESTAR ENTRE AS MATRICULADAS DO ALUNO; SEM
901333*   MATRICULA, A NOTA VAI PARA O REJLOG COM O NOVO MOTIVO E004 E
901334*   NAO ENTRA NA MEDIA. A POSICAO ACHADA FICA EM
901335*   WS-IDX-MTA-ACHADO PARA 2350 MARCAR A NOTA COMO RECEBIDA.
901336*================================================================
901337 2380-CONFERIR-MATRICULA.
901338     SET MATRIC-ACHADA TO TRUE
901339     MOVE ZEROS TO WS-IDX-MTA-ACHADO
901340     IF CRITICA-MATRICULA-INATIVA
901341         GO TO 2380-EXIT
901342     END-IF
901343
901344     SET MATRIC-NAO-ACHADA TO TRUE
901345     IF WS-QTD-MATRIC-ALUNO > ZEROS
901346         PERFORM 2385-COMPARAR-MATRIC-ALUNO THRU 2385-EXIT
901347             VARYING WS-IDX-MTA FROM 1 BY 1
901348             UNTIL WS-IDX-MTA > WS-QTD-MATRIC-ALUNO
901349                 OR MATRIC-ACHADA
901350     END-IF
901351
901352     IF MATRIC-NAO-ACHADA
901353         MOVE SPACES TO REJ-REGISTRO
901354         MOVE 'E004' TO REJ-CODIGO-MOTIVO
901355         MOVE 'MATERIA SEM MATRICULA DO ALUNO'
901356             TO REJ-DESCRICAO-MOTIVO
901357         PERFORM 7100-GRAVAR-REJEITO THRU 7100-EXIT
901358     END-IF.
901359 2380-EXIT.
901360     EXIT.
901361
901362 2385-COMPARAR-MATRIC-ALUNO.
901363     IF MTA-TAB-MATERIA (WS-IDX-MTA) = ALUNO-MATERIA
901364         SET MATRIC-ACHADA TO TRUE
901365         MOVE WS-IDX-MTA TO WS-IDX-MTA-ACHADO
901366     END-IF.
901367 2385-EXIT.
901368     EXIT.
901369
901763*================================================================
901764*   2440-APURAR-FREQUENCIA - CONFERE A FREQUENCIA DE CADA MATERIA
901765*   DO ALUNO QUE FECHA (WS-CHAVE-IMPRESSAO): CACHE PRIMEIRO E,
901766*   QUANDO O FREQUENC EXCEDEU O CACHE, O EXCEDENTE DIRETO NO
901767*   ARQUIVO (2444). GUARDA A PIOR FREQUENCIA PARA A AUDITORIA.
901768*   MATERIA SEM REGISTRO DE FREQUENCIA NAO REPROVA.
901769*================================================================
901770 2440-APURAR-FREQUENCIA.
901771     SET FREQUENCIA-OK TO TRUE
901772     MOVE 100 TO WS-FREQ-PIOR-PCT
901773     MOVE SPACES TO WS-FREQ-PIOR-MATERIA
901774
901775     IF WS-QTD-FREQUENCIAS > ZEROS
901776         PERFORM 2442-AVALIAR-FREQ-CACHE THRU 2442-EXIT
901777             VARYING IX-FRQ FROM 1 BY 1
901778             UNTIL IX-FRQ > WS-QTD-FREQUENCIAS
901779     END-IF
901780
901781     IF WS-CNT-FRQ-EXCEDENTES > ZEROS
901782         PERFORM 2444-BUSCAR-FREQ-ARQUIVO THRU 2444-EXIT
901783     END-IF.
901784 2440-EXIT.
901785     EXIT.
901786
901787 2442-AVALIAR-FREQ-CACHE.
901788     IF FRQ-TAB-CHAVE (IX-FRQ) = WS-CHAVE-IMPRESSAO
901789         MOVE FRQ-TAB-AULAS (IX-FRQ)  TO WS-FREQ-AULAS
901790         MOVE FRQ-TAB-FALTAS (IX-FRQ) TO WS-FREQ-FALTAS
901791         MOVE FRQ-TAB-MATERIA (IX-FRQ) TO WS-MATERIA-BUSCA
901792         PERFORM 2448-AVALIAR-UMA-FREQ THRU 2448-EXIT
901793     END-IF.
901794 2442-EXIT.
901795     EXIT.
901796
901797*================================================================
901798*   2444-BUSCAR-FREQ-ARQUIVO - SO EXECUTADA QUANDO O FREQUENC
901799*   EXCEDEU O CACHE: RELE O ARQUIVO E CONFERE OS REGISTROS
901800*   VALIDOS QUE FICARAM FORA DO CACHE (ALEM DOS 3000 PRIMEIROS).
901801*================================================================
901802 2444-BUSCAR-FREQ-ARQUIVO.
901803     MOVE ZEROS TO WS-CNT-FRQ-VALIDAS
901804     OPEN INPUT FREQUENC-FILE
901805     IF WS-FS-FRQ = '00'
901806         PERFORM 2446-LER-FREQ-BUSCA THRU 2446-EXIT
901807             UNTIL WS-FS-FRQ NOT = '00'
901808         CLOSE FREQUENC-FILE
901809     ELSE
901810         IF WS-FS-FRQ = '05'
901811             CLOSE FREQUENC-FILE
901812         END-IF
901813     END-IF.
901814 2444-EXIT.
901815     EXIT.
901816
901817 2446-LER-FREQ-BUSCA.
901818     READ FREQUENC-FILE
901819     IF WS-FS-FRQ NOT = '00'
901820         GO TO 2446-EXIT
901821     END-IF
901822     PERFORM 1450-CRITICAR-FREQUENCIA THRU 1450-EXIT
901823     IF NOT FRQ-VALIDA
901824         GO TO 2446-EXIT
901825     END-IF
901826     ADD 1 TO WS-CNT-FRQ-VALIDAS
901827     IF WS-CNT-FRQ-VALIDAS > 3000
901828         AND FRQ-CHAVE = WS-CHAVE-IMPRESSAO
901829         MOVE FRQ-MATERIA TO WS-MATERIA-BUSCA
901830         PERFORM 2448-AVALIAR-UMA-FREQ THRU 2448-EXIT
901831     END-IF.
901832 2446-EXIT.
901833     EXIT.
901834
901835*================================================================
901836*   2448-AVALIAR-UMA-FREQ - PERCENTUAL DE PRESENCA (TRUNCADO) DA
901837*   MATERIA EM WS-MATERIA-BUSCA CONTRA A FREQUENCIA MINIMA.
901838*================================================================
901839 2448-AVALIAR-UMA-FREQ.
901840     COMPUTE WS-FREQ-PCT =
901841         (WS-FREQ-AULAS - WS-FREQ-FALTAS) * 100 / WS-FREQ-AULAS
901842     IF WS-FREQ-PCT < WS-FREQ-MINIMA
901843         SET REPROVADO-POR-FALTA TO TRUE
901844     END-IF
901845     IF WS-FREQ-PCT < WS-FREQ-PIOR-PCT
901846         OR WS-FREQ-PIOR-MATERIA = SPACES
901847         MOVE WS-FREQ-PCT      TO WS-FREQ-PIOR-PCT
901848         MOVE WS-MATERIA-BUSCA TO WS-FREQ-PIOR-MATERIA
901849     END-IF.
901850 2448-EXIT.
901851     EXIT.
901886
901973*================================================================
901974*   2650-GRAVAR-RANKBASE - REGISTRO DO ALUNO QUE FECHA PARA O
901975*   RANKING, COM A SITUACAO EM WS-RKB-SITUACAO. A MEDIA VEM DAS
901976*   SOMAS PONDERADAS, EM DUAS DECIMAIS; A MENOR NOTA E O SWITCH
901977*   DE MATERIA ABAIXO DE 7 SAEM DA TABELA DE MATERIAS DO ALUNO.
901978*================================================================
901979 2650-GRAVAR-RANKBASE.
901980     MOVE SPACES TO RKB-REGISTRO
901981     MOVE WS-CHAVE-IMPRESSAO TO RKB-CHAVE
901982     MOVE WS-RKB-SITUACAO    TO RKB-SITUACAO
901983     MOVE WS-TURMA-ALUNO     TO RKB-TURMA
901984     MOVE WS-NOME-ALUNO      TO RKB-NOME
901985     MOVE WS-VEREDITO        TO RKB-VEREDITO
901986     MOVE WS-CNT-REJ-ALUNO   TO RKB-QTD-REJEITOS
901987     MOVE PARM-PERIODO-LETIVO TO RKB-PERIODO
901988     MOVE ZEROS TO RKB-MEDIA RKB-MENOR-NOTA
901989     SET RKB-SEM-NOTA-ABAIXO TO TRUE
901990
901991     IF WS-QTD-MATERIAS > ZEROS AND WS-SOMA-PESOS > ZEROS
901992         COMPUTE RKB-MEDIA ROUNDED =
901993             WS-SOMA-PONDERADA / WS-SOMA-PESOS
901994         MOVE MAT-TAB-NOTA (1) TO RKB-MENOR-NOTA
901995         PERFORM 2655-CONFERIR-NOTA-RANK THRU 2655-EXIT
901996             VARYING WS-IDX-MAT FROM 1 BY 1
901997             UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
901998     END-IF
901999
902000     WRITE RKB-REGISTRO.
902001 2650-EXIT.
902002     EXIT.
902003
902004 2655-CONFERIR-NOTA-RANK.
902005     IF MAT-TAB-NOTA (WS-IDX-MAT) < RKB-MENOR-NOTA
902006         MOVE MAT-TAB-NOTA (WS-IDX-MAT) TO RKB-MENOR-NOTA
902007     END-IF
902008     IF MAT-TAB-NOTA (WS-IDX-MAT) < 7
902009         SET RKB-COM-NOTA-ABAIXO TO TRUE
902010     END-IF.
902011 2655-EXIT.
902012     EXIT.
902013
901370*================================================================
901371*   2460-CONTAR-FALTANTES - MATERIAS MATRICULADAS DO ALUNO QUE
901372*   FECHA SEM NENHUMA NOTA RECEBIDA.
901373*================================================================
901374 2460-CONTAR-FALTANTES.
901375     MOVE ZEROS TO WS-CNT-FALTANTES
901376     IF WS-QTD-MATRIC-ALUNO > ZEROS
901377         PERFORM 2462-CONTAR-UMA-FALTANTE THRU 2462-EXIT
901378             VARYING WS-IDX-MTA FROM 1 BY 1
901379             UNTIL WS-IDX-MTA > WS-QTD-MATRIC-ALUNO
901380     END-IF.
901381 2460-EXIT.
901382     EXIT.
901383
901384 2462-CONTAR-UMA-FALTANTE.
901385     IF MTA-TAB-RECEBIDA-SW (WS-IDX-MTA) NOT = 'S'
901386         ADD 1 TO WS-CNT-FALTANTES
901387     END-IF.
901388 2462-EXIT.
901389     EXIT.
901390
901391*================================================================
901392*   2470-FECHAR-INCOMPLETO - VEREDITO INCOMPLETO: SEM MEDIA (A
901393*   MEDIA SAI EM BRANCO E A AUDITORIA COM ZERO), FORA DAS
901394*   ESTATISTICAS DA TURMA, MAS NO TOTAL GERAL. O BLOCO VAI PARA A
901395*   SECAO INCOMPLETO COM AS NOTAS JA RECEBIDAS, A AUDITORIA LEVA
901396*   A QUANTIDADE DE NOTAS FALTANTES E O NOTASINC, AS MATERIAS.
901397*================================================================
901398 2470-FECHAR-INCOMPLETO.
901399     MOVE 'INCOMPLETO' TO WS-VEREDITO
901400     MOVE ZEROS TO NOTA WS-GAP-RECURSO
901401     MOVE SPACES TO WS-NOTA-DIGITADA WS-MOTIVO-RECURSO
901402     ADD 1 TO WS-CNT-INCOMPLETO
901403     ADD 1 TO WS-CNT-TOTAL
901404
901405     PERFORM 2480-GUARDAR-VEREDITO THRU 2480-EXIT
901406     PERFORM 7000-GRAVAR-AUDITORIA THRU 7000-EXIT
901407     IF PARM-CSV-ATIVO
901408         PERFORM 2600-GRAVAR-LINHA-CSV THRU 2600-EXIT
901409     END-IF
901410     PERFORM 2475-LISTAR-INCOMPLETO THRU 2475-EXIT
901970     MOVE 'I' TO WS-RKB-SITUACAO
901971     PERFORM 2650-GRAVAR-RANKBASE THRU 2650-EXIT.
901411 2470-EXIT.
901412     EXIT.
901413
901414*================================================================
901415*   2475-LISTAR-INCOMPLETO - LINHA DO ALUNO E UMA LINHA POR
901416*   MATERIA FALTANTE, COM A DESCRICAO DO CATALOGO.
901417*================================================================
901418 2475-LISTAR-INCOMPLETO.
901419     ADD 1 TO WS-CNT-INC-LISTADOS
901420     MOVE SPACES TO INC-LINHA
901421     STRING WS-CHAVE-IMPRESSAO   DELIMITED BY SIZE
901422            '  '                 DELIMITED BY SIZE
901423            WS-NOME-ALUNO        DELIMITED BY SIZE
901424            '  NOTAS FALTANTES: ' DELIMITED BY SIZE
901425            WS-CNT-FALTANTES     DELIMITED BY SIZE
901426         INTO INC-LINHA
901427     END-STRING
901428     WRITE INC-LINHA
901429
901430     PERFORM 2477-LISTAR-UMA-FALTANTE THRU 2477-EXIT
901431         VARYING WS-IDX-MTA FROM 1 BY 1
901432         UNTIL WS-IDX-MTA > WS-QTD-MATRIC-ALUNO.
901433 2475-EXIT.
901434     EXIT.
901435
901436 2477-LISTAR-UMA-FALTANTE.
901437     IF MTA-TAB-RECEBIDA-SW (WS-IDX-MTA) = 'S'
901438         GO TO 2477-EXIT
901439     END-IF
901440
901441     MOVE MTA-TAB-MATERIA (WS-IDX-MTA) TO WS-MATERIA-BUSCA
901442     PERFORM 2360-LOCALIZAR-PESO THRU 2360-EXIT
901443     IF PESO-ACHADO
901444         MOVE PES-TAB-DESCRICAO (WS-IDX-PESO-ACHADO)
901445             TO WS-DESCRICAO-MATERIA
901446     ELSE
901447         MOVE SPACES TO WS-DESCRICAO-MATERIA
901448     END-IF
901449
901450     MOVE SPACES TO INC-LINHA
901451     STRING '    MATERIA '       DELIMITED BY SIZE
901452            WS-MATERIA-BUSCA     DELIMITED BY SIZE
901453            '  '                 DELIMITED BY SIZE
901454            WS-DESCRICAO-MATERIA DELIMITED BY SIZE
901455         INTO INC-LINHA
901456     END-STRING
901457     WRITE INC-LINHA.
901458 2477-EXIT.
901459     EXIT.
901460
901461*================================================================
901462*   2870-FECHAR-AUSENTES - FIM DO LOTE: O MATRICULADO DO PERIODO
901463*   QUE NAO APARECEU NO BOLETIM (ENTRADA DO CACHE NAO VISTA) FECHA
901464*   COMO INCOMPLETO COM TODAS AS MATERIAS FALTANTES. A CHAVE PASSA
901465*   POR ALUNO-CHAVE (O BOLETIM JA ESTA NO FIM), COMO NO MODO DE
901466*   RECUPERACAO; QUEM FICOU ATRAS DA CHAVE DE RESTART JA FOI
901467*   TRATADO NA RODADA ANTERIOR. NAO GRAVA CHECKPOINT.
901468*================================================================
901469 2870-FECHAR-AUSENTES.
901470     PERFORM 2875-FECHAR-UM-AUSENTE THRU 2875-EXIT
901471         VARYING IX-MTR-AUS FROM 1 BY 1
901472         UNTIL IX-MTR-AUS > WS-QTD-MATRICULAS.
901473 2870-EXIT.
901474     EXIT.
901475
901476 2875-FECHAR-UM-AUSENTE.
901477     IF MTR-TAB-VISTO-SW (IX-MTR-AUS) = 'S'
901478         GO TO 2875-EXIT
901479     END-IF
901480     IF MTR-TAB-CHAVE (IX-MTR-AUS) NOT > PARM-CHAVE-RESTART
901481         GO TO 2875-EXIT
901482     END-IF
901483
901484     MOVE MTR-TAB-CHAVE (IX-MTR-AUS) TO ALUNO-CHAVE
901485     PERFORM 2240-ABRIR-ALUNO THRU 2240-EXIT
901486     MOVE WS-ALUNO-CORRENTE TO WS-CHAVE-IMPRESSAO
901487     IF ALUNO-CORRENTE-INVALIDO
901488         GO TO 2875-EXIT
901489     END-IF
901490
901491     PERFORM 2460-CONTAR-FALTANTES THRU 2460-EXIT
901492     IF WS-CNT-FALTANTES > ZEROS
901493         PERFORM 2470-FECHAR-INCOMPLETO THRU 2470-EXIT
901494     END-IF.
901495 2875-EXIT.
901496     EXIT.
901497
901498*================================================================
901499*   2990-GRAVAR-RODAPE-INC - TOTAL DO NOTASINC.
901500*================================================================
901501 2990-GRAVAR-RODAPE-INC.
901502     MOVE SPACES TO INC-LINHA
901503     WRITE INC-LINHA
901504
901505     MOVE SPACES TO INC-LINHA
901506     STRING 'ALUNOS INCOMPLETOS: ' DELIMITED BY SIZE
901507            WS-CNT-INC-LISTADOS   DELIMITED BY SIZE
901508         INTO INC-LINHA
901509     END-STRING
901510     WRITE INC-LINHA
901511
901512     IF WS-CNT-MTR-EXCEDENTES > ZEROS
901513         MOVE SPACES TO INC-LINHA
901514         STRING 'MATRIC. FORA CACHE: ' DELIMITED BY SIZE
901515                WS-CNT-MTR-EXCEDENTES DELIMITED BY SIZE
901516                ' (AUSENCIA NAO CONFERIDA)' DELIMITED BY SIZE
901517             INTO INC-LINHA
901518         END-STRING
901519         WRITE INC-LINHA
901520     END-IF.
901521 2990-EXIT.
901522     EXIT.
900552
002800*================================================================
002810*   2300-VALIDAR-NOTA - SO ACEITA NOTA NUMERICA; NAO-NUMERICA VAI
003030*   2400-CLASSIFICAR-NOTA - MESMAS 4 FAIXAS DA VERSAO ORIGINAL.
003040*   RECUPERACAO E REPROVADO GANHAM A DISTANCIA EM PONTOS PARA A
003050*   PROXIMA FAIXA E UM CODIGO DE RECURSO FIXO.
901755*   ANTES DAS FAIXAS, A FREQUENCIA APURADA EM 2440: ABAIXO DA
901756*   MINIMA E REPROVADO POR FALTA, SEM GAP (NOTA NENHUMA RESOLVE)
901757*   E COM CODIGO DE RECURSO PROPRIO. A NOTA CONTINUA ENTRANDO NAS
901758*   ESTATISTICAS DA TURMA.
003060*================================================================
003070 2400-CLASSIFICAR-NOTA.
003080     MOVE ZEROS TO WS-GAP-RECURSO
003090     MOVE SPACES TO WS-MOTIVO-RECURSO
003100 
003110     EVALUATE TRUE
901759         WHEN REPROVADO-POR-FALTA
901760             MOVE 'REPROVADO POR FALTA' TO WS-VEREDITO
901761             ADD 1 TO WS-CNT-REPROV-FALTA
901762             MOVE 'F001' TO WS-MOTIVO-RECURSO
003120         WHEN NOTA < 5
003130             MOVE 'REPROVADO' TO WS-VEREDITO
003140             ADD 1 TO WS-CNT-REPROVADO
003890         INTO REL-LINHA
003900     END-STRING
003910     WRITE REL-LINHA
901860     MOVE SPACES TO REL-LINHA
901861     STRING 'REPROVADO P/ FALTA: ' DELIMITED BY SIZE
901862            WS-CNT-REPROV-FALTA   DELIMITED BY SIZE
901863         INTO REL-LINHA
901864     END-STRING
901865     WRITE REL-LINHA
003920 
003930     MOVE SPACES TO REL-LINHA
003940     STRING 'RECUPERACAO ......: ' DELIMITED BY SIZE
004100         INTO REL-LINHA
004110     END-STRING
004120     WRITE REL-LINHA
901240     MOVE SPACES TO REL-LINHA
901241     STRING 'INCOMPLETO .......: ' DELIMITED BY SIZE
901242            WS-CNT-INCOMPLETO     DELIMITED BY SIZE
901243         INTO REL-LINHA
901244     END-STRING
901245     WRITE REL-LINHA
004130 
004140     MOVE SPACES TO REL-LINHA
004150     STRING 'TOTAL GERAL ......: ' DELIMITED BY SIZE
004197         END-STRING
004198         WRITE REL-LINHA
004199     END-IF
901866     IF WS-CNT-FRQ-IGNORADAS > ZEROS
901867         MOVE SPACES TO REL-LINHA
901868         STRING 'FREQUENCIAS IGNORADAS: ' DELIMITED BY SIZE
901869                WS-CNT-FRQ-IGNORADAS     DELIMITED BY SIZE
901870             INTO REL-LINHA
901871         END-STRING
901872         WRITE REL-LINHA
901873     END-IF
004200
900060     IF WS-CNT-NOTAS-VALIDAS > ZEROS
900061         COMPUTE WS-MEDIA-NOTA ROUNDED =
900147     MOVE 'N' TO WS-EOF-MAKEUP-SW
900148     MOVE ZEROS TO WS-CNT-REPROVADO WS-CNT-RECUPERACAO
900149                   WS-CNT-APROVADO WS-CNT-INVALIDA
901246     MOVE ZEROS TO WS-CNT-INCOMPLETO
901752     MOVE ZEROS TO WS-CNT-REPROV-FALTA
900150     MOVE ZEROS TO WS-CNT-TOTAL WS-CNT-LIDOS
900151     MOVE ZEROS TO WS-CNT-NOTAS-VALIDAS WS-SOMA-NOTAS
900152     MOVE ZEROS TO WS-NOTA-MAIOR WS-NOTA-MENOR
900157     OPEN INPUT MAKEUP-FILE
900158     OPEN OUTPUT NOTASREL-FILE
900159     OPEN OUTPUT REJLOG-FILE
911010     SET AUDSEL-INICIAR TO TRUE
911011     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911502                               AUDIT-REGISTRO
900160     OPEN EXTEND AUDITLOG-FILE
912019     OPEN EXTEND NOTIFOUT-FILE
900161     IF PARM-CSV-ATIVO
900162         OPEN OUTPUT NOTASCSV-FILE
900163     END-IF
900189     CLOSE NOTASREL-FILE
900190     CLOSE REJLOG-FILE
900191     CLOSE AUDITLOG-FILE
912021     CLOSE NOTIFOUT-FILE
900192     IF PARM-CSV-ATIVO
900193         CLOSE NOTASCSV-FILE
900194     END-IF.
900214     END-IF
900215     PERFORM 2300-VALIDAR-NOTA THRU 2300-EXIT
900216     IF ENTRADA-VALIDA
901754         PERFORM 2440-APURAR-FREQUENCIA THRU 2440-EXIT
900217         PERFORM 2400-CLASSIFICAR-NOTA THRU 2400-EXIT
900218         PERFORM 2480-GUARDAR-VEREDITO THRU 2480-EXIT
900219         PERFORM 7000-GRAVAR-AUDITORIA THRU 7000-EXIT
912023         PERFORM 7050-GRAVAR-NOTIFICACAO THRU 7050-EXIT
900220         IF PARM-CSV-ATIVO
900221             PERFORM 2600-GRAVAR-LINHA-CSV THRU 2600-EXIT
900222         END-IF
004310     MOVE NOTA TO AUDIT-VALOR-ENTRADA
004320     MOVE WS-VEREDITO TO AUDIT-CLASSIFICACAO
004330     MOVE WS-MOTIVO-RECURSO TO AUDIT-DETALHE
901247     IF WS-VEREDITO = 'INCOMPLETO'
901248         STRING 'NOTAS FALTANTES: ' DELIMITED BY SIZE
901249                WS-CNT-FALTANTES    DELIMITED BY SIZE
901250             INTO AUDIT-DETALHE
901251         END-STRING
901252     END-IF
901874     IF WS-VEREDITO = 'REPROVADO POR FALTA'
901875         MOVE SPACES TO AUDIT-DETALHE
901876         STRING WS-MOTIVO-RECURSO     DELIMITED BY SIZE
901877                ' FREQ '              DELIMITED BY SIZE
901878                WS-FREQ-PIOR-PCT      DELIMITED BY SIZE
901879                '% MATERIA '          DELIMITED BY SIZE
901880                WS-FREQ-PIOR-MATERIA  DELIMITED BY SIZE
901881             INTO AUDIT-DETALHE
901882         END-STRING
901883     END-IF
911012     SET AUDSEL-SELAR TO TRUE
911013     CALL 'AUDITSEL0001' USING AUDSEL-PARAMETROS
911503                               AUDIT-REGISTRO
004340     MOVE AUDIT-REGISTRO TO AUD-LINHA
004350     WRITE AUD-LINHA.
004360 7000-EXIT.
004370     EXIT.
004380 
912024*================================================================
912025*   7050-GRAVAR-NOTIFICACAO - SO RECUPERACAO E AS DUAS
912026*   REPROVACOES, QUE TEM RECURSO, VIRAM NOTIFICACAO AO ALUNO;
912027*   APROVADO, NOTA INVALIDA E INCOMPLETO NAO. A MEDIA E A NOTA
912028*   CLASSIFICADA (MEDIA PONDERADA NO LOTE, NOTA REVISADA NO
912029*   MAKEUP).
912030*================================================================
912031 7050-GRAVAR-NOTIFICACAO.
912032     MOVE SPACES TO NOTIF-REGISTRO
912033     EVALUATE WS-VEREDITO
912034         WHEN 'RECUPERACAO'
912035             SET NOTIF-RECUPERACAO TO TRUE
912036         WHEN 'REPROVADO'
912037             SET NOTIF-REPROVADO TO TRUE
912038         WHEN 'REPROVADO POR FALTA'
912039             SET NOTIF-REPROVADO-FALTA TO TRUE
912040         WHEN OTHER
912041             GO TO 7050-EXIT
912042     END-EVALUATE
912043
912044     SET NOTIF-PARA-ALUNO TO TRUE
912045     MOVE WS-CHAVE-IMPRESSAO TO NOTIF-COD-DESTINO
912046     IF PARM-PERIODO-LETIVO > ZEROS
912047         MOVE PARM-PERIODO-LETIVO TO NOTIF-REFERENCIA
912048     ELSE
912049         COMPUTE NOTIF-REFERENCIA = WS-DATA-ATUAL / 100
912050     END-IF
912051     MOVE WS-DATA-ATUAL TO NOTIF-DATA
912052     MOVE WS-HORA-ATUAL TO NOTIF-HORA
912053     MOVE 'CONDICIONAL0002' TO NOTIF-PROGRAMA
912054     MOVE WS-NOME-ALUNO TO NOTIF-NOME-DESTINO
912055     MOVE NOTA TO NOTIF-MEDIA
912056     MOVE WS-MOTIVO-RECURSO TO NOTIF-COD-RECURSO
912057     MOVE WS-GAP-RECURSO TO NOTIF-GAP
912058     MOVE ZEROS TO NOTIF-FREQ-PCT
912059     IF NOTIF-REPROVADO-FALTA
912060         MOVE WS-FREQ-PIOR-PCT TO NOTIF-FREQ-PCT
912061         MOVE WS-FREQ-PIOR-MATERIA TO NOTIF-FREQ-MATERIA
912062     END-IF
912063
912064     MOVE NOTIF-REGISTRO TO NOTIF-LINHA
912065     WRITE NOTIF-LINHA.
912066 7050-EXIT.
912067     EXIT.
912068
004390*================================================================
004400*   7100-GRAVAR-REJEITO
004410*================================================================
004440     MOVE WS-DATA-ATUAL TO REJ-DATA
004450     MOVE WS-HORA-ATUAL TO REJ-HORA
004460     MOVE WS-NOTA-DIGITADA TO REJ-VALOR-DIGITADO
901972     ADD 1 TO WS-CNT-REJ-ALUNO
004470     MOVE REJ-REGISTRO TO REJ-LINHA
004480     WRITE REJ-LINHA.
004490 7100-EXIT.
