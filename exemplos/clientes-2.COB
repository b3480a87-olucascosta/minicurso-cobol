000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CLIENTES0002.
000120 AUTHOR. M-CORREIA.
000130 INSTALLATION. CENTRO DE TREINAMENTO COBOL.
000140 DATE-WRITTEN. 2026-10-14.
000150 DATE-COMPILED.
000160*================================================================
000170*   HISTORICO DE ALTERACOES
000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-10-14  MCR    CRIACAO DO PROGRAMA.
000210*================================================================
000220*   FUNCAO......... CONVERSAO (UMA VEZ SO) DO MESTRE DE CLIENTES
000230*                    DE SEQUENCIAL DE LINHA PARA INDEXADO POR
000240*                    CLI-CODIGO. O OPERADOR RENOMEIA O MESTRE
000250*                    ATUAL PARA CLIANTIG; ESTE PROGRAMA CRIA O
000260*                    CLIENTES INDEXADO E GRAVA NELE, NA ORDEM DO
000270*                    ARQUIVO ANTIGO, CADA REGISTRO COM CODIGO
000280*                    NUMERICO. CODIGO REPETIDO NAO E ENGOLIDO EM
000290*                    SILENCIO: FICA O PRIMEIRO REGISTRO DO ARQUIVO
000300*                    (O MESMO QUE A BUSCA SEQUENCIAL ACHAVA, ENTAO
000310*                    A RESOLUCAO DE NOMES NAO MUDA) E O RELCONV
000320*                    LISTA CADA DUPLICADO COM O NOME MANTIDO E O
000330*                    DESCARTADO, PARA A ENTRADA DE DADOS DECIDIR
000340*                    (EM GERAL, MESCLA POR MESCLA0001 DEPOIS DE
000350*                    RECADASTRAR O DESCARTADO COM CODIGO NOVO).
000360*                    CODIGO NAO NUMERICO SAI NO RELCONV COMO
000370*                    REJEITADO. DUPLICADO OU REJEITADO DEVOLVE
000380*                    RETURN-CODE 4; SEM CLIANTIG, O CLIENTES NAO E
000390*                    TOCADO E O RETURN-CODE E 8.
000400*================================================================
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CLIANTIG-FILE ASSIGN TO "CLIANTIG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-ANT.
000480
000490     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CLI-CODIGO
000530         FILE STATUS IS WS-FS-CLI.
000540
000550     SELECT RELCONV-FILE ASSIGN TO "RELCONV"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-REL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------------
000620*   MESTRE ANTIGO, SEQUENCIAL DE LINHA - MESMO LAYOUT DE 80
000630*   POSICOES; O CODIGO TAMBEM EM ALFANUMERICO PARA A CRITICA.
000640*----------------------------------------------------------------
000650 FD  CLIANTIG-FILE.
000660 01  ANT-REGISTRO.
000670     10  ANT-CODIGO-X             PIC X(06).
000680     10  ANT-CODIGO REDEFINES ANT-CODIGO-X
000690                                  PIC 9(06).
000700     10  ANT-NOME                 PIC X(10).
000710     10  FILLER                   PIC X(64).
000720
000730*----------------------------------------------------------------
000740*   MESTRE NOVO, INDEXADO POR CLI-CODIGO
000750*----------------------------------------------------------------
000760 FD  CLIENTES-FILE.
000770 01  CLI-REGISTRO.
000780     10  CLI-CODIGO               PIC 9(06).
000790     10  CLI-NOME                 PIC X(10).
000800     10  FILLER                   PIC X(64).
000810
000820 FD  RELCONV-FILE.
000830 01  REL-LINHA                    PIC X(80).
000840
000850 WORKING-STORAGE SECTION.
000860 77  WS-FS-ANT                PIC X(02) VALUE '00'.
000870 77  WS-FS-CLI                PIC X(02) VALUE '00'.
000880 77  WS-FS-REL                PIC X(02) VALUE '00'.
000890
000900 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
000910
000920*----------------------------------------------------------------
000930*   REGISTRO RECUSADO PELA CHAVE, GUARDADO ANTES DE LER O QUE JA
000940*   ESTA NO MESTRE NOVO COM O MESMO CODIGO
000950*----------------------------------------------------------------
000960 01  WS-CLI-DESCARTADO.
000970     05  WS-DESC-CODIGO           PIC 9(06) VALUE ZEROS.
000980     05  WS-DESC-NOME             PIC X(10) VALUE SPACES.
000990     05  FILLER                   PIC X(64) VALUE SPACES.
001000
001010*----------------------------------------------------------------
001020*   CONTADORES DO RODAPE
001030*----------------------------------------------------------------
001040 77  WS-CNT-LIDOS             PIC 9(06) VALUE ZEROS.
001050 77  WS-CNT-GRAVADOS          PIC 9(06) VALUE ZEROS.
001060 77  WS-CNT-DUPLICADOS        PIC 9(06) VALUE ZEROS.
001070 77  WS-CNT-REJEITADOS        PIC 9(06) VALUE ZEROS.
001080
001090 PROCEDURE DIVISION.
001100*================================================================
001110*   0000-MAINLINE
001120*================================================================
001130 0000-MAINLINE.
001140     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
001150     OPEN OUTPUT RELCONV-FILE
001160
001170     MOVE SPACES TO REL-LINHA
001180     STRING 'CONVERSAO DO MESTRE DE CLIENTES PARA INDEXADO - '
001190                                  DELIMITED BY SIZE
001200            WS-DATA-ATUAL         DELIMITED BY SIZE
001210         INTO REL-LINHA
001220     END-STRING
001230     WRITE REL-LINHA
001240     MOVE SPACES TO REL-LINHA
001250     WRITE REL-LINHA
001260
001270     PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
001280     IF WS-FS-ANT NOT = '00'
001290         GO TO 0000-ENCERRAR
001300     END-IF
001310
001320     PERFORM 2000-CONVERTER-CLIENTE THRU 2000-EXIT
001330         UNTIL WS-FS-ANT NOT = '00'
001340
001350     CLOSE CLIANTIG-FILE
001360     CLOSE CLIENTES-FILE
001370     PERFORM 8000-GRAVAR-TOTAIS THRU 8000-EXIT
001380
001390     IF WS-CNT-DUPLICADOS > ZEROS OR WS-CNT-REJEITADOS > ZEROS
001400         MOVE 4 TO RETURN-CODE
001410     END-IF.
001420
001430 0000-ENCERRAR.
001440     CLOSE RELCONV-FILE
001450     STOP RUN.
001460
001470*================================================================
001480*   1000-ABRIR-ARQUIVOS - SEM O MESTRE ANTIGO NAO HA CONVERSAO E
001490*   O CLIENTES NAO E TOCADO. O MESTRE NOVO E CRIADO VAZIO E
001500*   REABERTO I-O, PARA O DUPLICADO PODER SER LIDO PELA CHAVE.
001510*================================================================
001520 1000-ABRIR-ARQUIVOS.
001530     OPEN INPUT CLIANTIG-FILE
001540     IF WS-FS-ANT NOT = '00'
001550         MOVE SPACES TO REL-LINHA
001560         STRING 'MESTRE ANTIGO CLIANTIG NAO ABRIU - FS '
001570                                  DELIMITED BY SIZE
001580                WS-FS-ANT         DELIMITED BY SIZE
001590            INTO REL-LINHA
001600         END-STRING
001610         WRITE REL-LINHA
001620         MOVE 'MESTRE DE CLIENTES NAO CONVERTIDO' TO REL-LINHA
001630         WRITE REL-LINHA
001640         MOVE 8 TO RETURN-CODE
001650         GO TO 1000-EXIT
001660     END-IF
001670
001680     OPEN OUTPUT CLIENTES-FILE
001690     CLOSE CLIENTES-FILE
001700     OPEN I-O CLIENTES-FILE.
001710 1000-EXIT.
001720     EXIT.
001730
001740*================================================================
001750*   2000-CONVERTER-CLIENTE - UM REGISTRO DO MESTRE ANTIGO
001760*================================================================
001770 2000-CONVERTER-CLIENTE.
001780     READ CLIANTIG-FILE
001790     IF WS-FS-ANT NOT = '00'
001800         GO TO 2000-EXIT
001810     END-IF
001820
001830     ADD 1 TO WS-CNT-LIDOS
001840     IF ANT-CODIGO-X IS NOT NUMERIC
001850         PERFORM 2300-REGISTRAR-REJEITADO THRU 2300-EXIT
001860         GO TO 2000-EXIT
001870     END-IF
001880
001890     PERFORM 2100-GRAVAR-CLIENTE THRU 2100-EXIT.
001900 2000-EXIT.
001910     EXIT.
001920
001930*================================================================
001940*   2100-GRAVAR-CLIENTE - CHAVE JA GRAVADA (FS 22) E DUPLICADO;
001950*   QUALQUER OUTRA RECUSA DA GRAVACAO SAI COMO REJEITADO.
001960*================================================================
001970 2100-GRAVAR-CLIENTE.
001980     MOVE ANT-REGISTRO TO CLI-REGISTRO
001990     WRITE CLI-REGISTRO
002000         INVALID KEY
002010             IF WS-FS-CLI = '22'
002020                 PERFORM 2200-REGISTRAR-DUPLICADO THRU 2200-EXIT
002030             ELSE
002040                 PERFORM 2300-REGISTRAR-REJEITADO THRU 2300-EXIT
002050             END-IF
002060         NOT INVALID KEY
002070             ADD 1 TO WS-CNT-GRAVADOS
002080     END-WRITE.
002090 2100-EXIT.
002100     EXIT.
002110
002120*================================================================
002130*   2200-REGISTRAR-DUPLICADO - O MANTIDO E O QUE VEIO PRIMEIRO NO
002140*   ARQUIVO ANTIGO (JA ESTA NO MESTRE NOVO); O DESCARTADO E O
002150*   REGISTRO CORRENTE.
002160*================================================================
002170 2200-REGISTRAR-DUPLICADO.
002180     ADD 1 TO WS-CNT-DUPLICADOS
002190     MOVE ANT-REGISTRO TO WS-CLI-DESCARTADO
002200     MOVE WS-DESC-CODIGO TO CLI-CODIGO
002210     READ CLIENTES-FILE
002220         INVALID KEY
002230             MOVE SPACES TO CLI-NOME
002240     END-READ
002250
002260     MOVE SPACES TO REL-LINHA
002270     STRING 'CHAVE DUPLICADA '    DELIMITED BY SIZE
002280            WS-DESC-CODIGO        DELIMITED BY SIZE
002290            ' LINHA '             DELIMITED BY SIZE
002300            WS-CNT-LIDOS          DELIMITED BY SIZE
002310            ' MANTIDO: '          DELIMITED BY SIZE
002320            CLI-NOME              DELIMITED BY SIZE
002330            ' DESCARTADO: '       DELIMITED BY SIZE
002340            WS-DESC-NOME          DELIMITED BY SIZE
002350         INTO REL-LINHA
002360     END-STRING
002370     WRITE REL-LINHA.
002380 2200-EXIT.
002390     EXIT.
002400
002410*================================================================
002420*   2300-REGISTRAR-REJEITADO - CODIGO NAO NUMERICO (OU RECUSA DA
002430*   GRAVACAO QUE NAO SEJA CHAVE REPETIDA, COM O FILE STATUS)
002440*================================================================
002450 2300-REGISTRAR-REJEITADO.
002460     ADD 1 TO WS-CNT-REJEITADOS
002470     MOVE SPACES TO REL-LINHA
002480     IF ANT-CODIGO-X IS NOT NUMERIC
002490         STRING 'CODIGO INVALIDO  '   DELIMITED BY SIZE
002500                ANT-CODIGO-X          DELIMITED BY SIZE
002510                ' LINHA '             DELIMITED BY SIZE
002520                WS-CNT-LIDOS          DELIMITED BY SIZE
002530                ' NOME: '             DELIMITED BY SIZE
002540                ANT-NOME              DELIMITED BY SIZE
002550             INTO REL-LINHA
002560         END-STRING
002570     ELSE
002580         STRING 'NAO GRAVADO      '   DELIMITED BY SIZE
002590                ANT-CODIGO-X          DELIMITED BY SIZE
002600                ' LINHA '             DELIMITED BY SIZE
002610                WS-CNT-LIDOS          DELIMITED BY SIZE
002620                ' FS '                DELIMITED BY SIZE
002630                WS-FS-CLI             DELIMITED BY SIZE
002640             INTO REL-LINHA
002650         END-STRING
002660     END-IF
002670     WRITE REL-LINHA.
002680 2300-EXIT.
002690     EXIT.
002700
002710*================================================================
002720*   8000-GRAVAR-TOTAIS - RODAPE DO RELCONV
002730*================================================================
002740 8000-GRAVAR-TOTAIS.
002750     MOVE SPACES TO REL-LINHA
002760     WRITE REL-LINHA
002770
002780     MOVE SPACES TO REL-LINHA
002790     STRING 'REGISTROS LIDOS ............: ' DELIMITED BY SIZE
002800            WS-CNT-LIDOS                     DELIMITED BY SIZE
002810         INTO REL-LINHA
002820     END-STRING
002830     WRITE REL-LINHA
002840
002850     MOVE SPACES TO REL-LINHA
002860     STRING 'CLIENTES GRAVADOS ..........: ' DELIMITED BY SIZE
002870            WS-CNT-GRAVADOS                  DELIMITED BY SIZE
002880         INTO REL-LINHA
002890     END-STRING
002900     WRITE REL-LINHA
002910
002920     MOVE SPACES TO REL-LINHA
002930     STRING 'CHAVES DUPLICADAS ..........: ' DELIMITED BY SIZE
002940            WS-CNT-DUPLICADOS                DELIMITED BY SIZE
002950         INTO REL-LINHA
002960     END-STRING
002970     WRITE REL-LINHA
002980
002990     MOVE SPACES TO REL-LINHA
003000     STRING 'REGISTROS REJEITADOS .......: ' DELIMITED BY SIZE
003010            WS-CNT-REJEITADOS                DELIMITED BY SIZE
003020         INTO REL-LINHA
003030     END-STRING
003040     WRITE REL-LINHA.
003050 8000-EXIT.
003060     EXIT.
003070
003080 END PROGRAM CLIENTES0002.
