000242*   2026-09-02  MCR    O CARTAO PASSOU A INICIALIZAR TAMBEM A
000243*                      IDENTIDADE DE EXTRACAO (PARM-DATA-EXTRATO
000244*                      E PARM-SEQ-EXTRATO), PELO MESMO MOTIVO.
905600*   2026-10-08  MCR    O CARTAO PASSOU A INICIALIZAR TAMBEM O
905601*                      PERIODO LETIVO E A FREQUENCIA MINIMA DE
905602*                      CONDICIONAL0002, PELO MESMO MOTIVO.
905605*   2026-10-09  MCR    IDEM PARA A MEDIA MINIMA DO QUADRO DE
905606*                      HONRA DE RANKING0001.
906000*   2026-10-10  MCR    IDEM PARA A JANELA DE DUPLICIDADE DE
906001*                      TRANSACOES DE CONDICIONAL0001.
913000*   2026-10-15  MCR    ACRESCENTADA A OPCAO 6 (CONSULTA0001),
913001*                      CONSULTA DE BALCAO DE UM CLIENTE: NOME,
913002*                      INSCRICOES, FILAS DE ESPERA E TOTAIS DO
913003*                      PERIODO POR CATEGORIA, SEM ALTERAR NENHUM
913004*                      ARQUIVO.
000245*================================================================
000247*   FUNCAO......... FRENTE UNICA DE OPERACAO PARA O SISTEMA.
000250*                    EXIBE UM MENU, CHAMA CONDICIONAL0001 (MODO
000802     DISPLAY ' 3 - MANUTENCAO DE EVENTOS (EVENTOS0001)'
000804     DISPLAY ' 4 - RECONCILIACAO DE EVENTOS (EVENTOS0002)'
000806     DISPLAY ' 5 - AJUSTES DE FOLHA (FOLHA0001)'
913005     DISPLAY ' 6 - CONSULTA DE CLIENTE (CONSULTA0001)'
000810     DISPLAY ' 0 - SAIR'
000820     DISPLAY '----------------------------------------'
000830     DISPLAY 'OPCAO: '
000905             PERFORM 5000-CHAMAR-EVENTOS2 THRU 5000-EXIT
000906         WHEN '5'
000907             PERFORM 6000-CHAMAR-FOLHA1 THRU 6000-EXIT
913006         WHEN '6'
913007             PERFORM 7000-CHAMAR-CONSULTA1 THRU 7000-EXIT
000910         WHEN '0'
000920             SET OPCAO-SAIR TO TRUE
000930         WHEN OTHER
001129     MOVE ZEROS TO PARM-LIMITE-ACUMULADO
001131     MOVE ZEROS TO PARM-COMPS-RETIDO-MAX
001133     MOVE ZEROS TO PARM-PCT-VARIACAO
905603     MOVE ZEROS TO PARM-PERIODO-LETIVO
905604     MOVE ZEROS TO PARM-FREQ-MINIMA
905607     MOVE ZEROS TO PARM-MEDIA-HONRA
906002     MOVE ZEROS TO PARM-JANELA-DUPLIC
001134
001140     OPEN OUTPUT PARM-CARTAO-FILE
001150     WRITE PARM-CARTAO-LINHA FROM PARM-CARTAO-REG
001560     CALL 'FOLHA0001'.
001570 6000-EXIT.
001580     EXIT.
913017
913008*================================================================
913009*   7000-CHAMAR-CONSULTA1 - CONSULTA DE BALCAO DE UM CLIENTE. O
913010*   PROGRAMA SO LE OS ARQUIVOS E PEDE CODIGOS AO OPERADOR ATE
913011*   RECEBER UM CODIGO EM BRANCO; NAO PRECISA DE CARTAO NOVO.
913012*================================================================
913013 7000-CHAMAR-CONSULTA1.
913014     CALL 'CONSULTA0001'.
913015 7000-EXIT.
913016     EXIT.
001590
001600 END PROGRAM MENU0001.
