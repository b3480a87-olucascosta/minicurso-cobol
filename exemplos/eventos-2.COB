000262*                      CALENDARIO FERIADOS), PELA CHECAGEM
000263*                      COMPARTILHADA DIAUTIL0001; O EVENTO
000264*                      APONTADO DEIXA DE CONTAR COMO OK.
916600*   2026-10-15  MCR    A CHECAGEM DE DIA UTIL DO INICIO E DO FIM
916601*                      DO EVENTO PASSOU A LEVAR A FILIAL DO EVENTO
916602*                      (EVT-FILIAL) A DIAUTIL0001: FERIADO DA
916603*                      FILIAL ONDE O EVENTO ACONTECE TAMBEM APONTA
916604*                      O EVENTO. EVENTO SEM FILIAL (MESTRE LEGADO)
916605*                      SO VE OS FERIADOS NACIONAIS.
000265*================================================================
000266*   FUNCAO......... RECONCILIACAO NOTURNA DO MESTRE DE EVENTOS:
000267*                    PARA CADA EVENTO, VALIDA A DATA DE INICIO E
001830
900090*================================================================
900091*   1350-CHECAR-DIA-UTIL - CHAMA A CHECAGEM COMPARTILHADA
900092*   DIAUTIL0001 PARA A DATA (JA VALIDADA) EM WS-DU-DATA, COM A
900093*   FILIAL DO EVENTO; DIA NAO UTIL VIRA UMA LINHA DE EXCECAO COM
900094*   O MOTIVO PREPARADO PELO CHAMADOR E DERRUBA O OK DO EVENTO.
900095*================================================================
900096 1350-CHECAR-DIA-UTIL.
900097     CALL 'DIAUTIL0001' USING WS-DU-DATA WS-DU-UTIL-SW
900098                              WS-DU-PROXIMO EVT-FILIAL
900099     IF WS-DU-UTIL-SW = 'N'
900100         SET DIA-UTIL-EVT-FLAG TO TRUE
900101         PERFORM 1300-GRAVAR-EXCECAO THRU 1300-EXIT
