000180*   DATA       AUTOR   DESCRICAO
000190*   ---------- ------- -----------------------------------------
000200*   2026-09-02  MCR    CRIACAO DO PROGRAMA.
905700*   2026-10-09  MCR    O MESTRE GANHOU A TURMA DO ALUNO (AMST-
905701*                      TURMA), INFORMADA NA INCLUSAO E TROCADA NA
905702*                      ATUALIZACAO QUANDO A TRANSACAO TRAZ TURMA
905703*                      (EM BRANCO, MANTEM A ATUAL). E A TURMA QUE
905704*                      SEPARA O RANKING DE RANKING0001.
000210*================================================================
000220*   FUNCAO......... MANUTENCAO DO MESTRE DE ALUNOS (ALUNOMST:
000230*                    CHAVE DE 6 DIGITOS, NOME COMPLETO E SWITCH
000560     10  AMST-STATUS              PIC X(01).
000570         88  AMST-MATRICULADO          VALUE 'A'.
000580         88  AMST-ENCERRADO            VALUE 'E'.
905705     10  AMST-TURMA               PIC X(03).
905706     10  FILLER                   PIC X(50).
000600
000610 FD  ALUNOSTX-FILE.
000620 01  ATX-REGISTRO.
000660         88  ATX-ATUALIZAR             VALUE 'U'.
000670         88  ATX-ENCERRAR              VALUE 'E'.
000680     10  ATX-NOME                 PIC X(20).
905707     10  ATX-TURMA                PIC X(03).
905708     10  FILLER                   PIC X(50).
000700
000710 FD  REJLOG-FILE.
000720 01  REJ-LINHA                    PIC X(76).
000960         10  ALU-TAB-CHAVE        PIC 9(06).
000970         10  ALU-TAB-NOME         PIC X(20).
000980         10  ALU-TAB-STATUS       PIC X(01).
905709         10  ALU-TAB-TURMA        PIC X(03).
000990
001000 77  WS-QTD-ALUNOS            PIC 9(04) VALUE ZEROS COMP.
001010 77  WS-IDX-ACHADO            PIC 9(04) VALUE ZEROS COMP.
001470             MOVE AMST-CHAVE  TO ALU-TAB-CHAVE (WS-QTD-ALUNOS)
001480             MOVE AMST-NOME   TO ALU-TAB-NOME (WS-QTD-ALUNOS)
001490             MOVE AMST-STATUS TO ALU-TAB-STATUS (WS-QTD-ALUNOS)
905710             MOVE AMST-TURMA  TO ALU-TAB-TURMA (WS-QTD-ALUNOS)
001500         ELSE
001510             PERFORM 1150-REJEITAR-EXCESSO THRU 1150-EXIT
001520         END-IF
002780     ADD 1 TO WS-QTD-ALUNOS
002790     MOVE ATX-CHAVE TO ALU-TAB-CHAVE (WS-QTD-ALUNOS)
002800     MOVE ATX-NOME  TO ALU-TAB-NOME (WS-QTD-ALUNOS)
002810     MOVE 'A'       TO ALU-TAB-STATUS (WS-QTD-ALUNOS)
905711     MOVE ATX-TURMA TO ALU-TAB-TURMA (WS-QTD-ALUNOS).
002820 2400-EXIT.
002830     EXIT.
002840
002850*================================================================
002860*   2500-ATUALIZAR-ALUNO - CHAVE SEM MESTRE VAI PARA O REJLOG; A
002870*   ATUALIZACAO TROCA O NOME E REATIVA A MATRICULA; A TURMA SO
905712*   E TROCADA QUANDO A TRANSACAO TRAZ UMA.
002880*================================================================
002890 2500-ATUALIZAR-ALUNO.
002900     IF ALUNO-NAO-ACHADO
002970     END-IF
002980
002990     MOVE ATX-NOME TO ALU-TAB-NOME (WS-IDX-ACHADO)
003000     MOVE 'A' TO ALU-TAB-STATUS (WS-IDX-ACHADO)
905713     IF ATX-TURMA NOT = SPACES
905714         MOVE ATX-TURMA TO ALU-TAB-TURMA (WS-IDX-ACHADO)
905715     END-IF.
003010 2500-EXIT.
003020     EXIT.
003030
003380     MOVE ALU-TAB-CHAVE (IX-ALUNO)  TO AMST-CHAVE
003390     MOVE ALU-TAB-NOME (IX-ALUNO)   TO AMST-NOME
003400     MOVE ALU-TAB-STATUS (IX-ALUNO) TO AMST-STATUS
905716     MOVE ALU-TAB-TURMA (IX-ALUNO)  TO AMST-TURMA
003410     WRITE AMST-REGISTRO.
003420 3100-EXIT.
003430     EXIT.
