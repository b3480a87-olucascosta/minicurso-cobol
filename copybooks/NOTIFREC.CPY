      *================================================================
      *    COPY MEMBER.... NOTIFREC
      *    FUNCAO......... REGISTRO DE NOTIFICACAO A CLIENTE OU ALUNO,
      *                     GRAVADO EM EXTEND NA CAIXA DE SAIDA NOTIFOUT
      *                     PELOS LOTES QUE MUDAM A SITUACAO DE ALGUEM
      *                     (PARTICIPA0002, EVENTOS0001,
      *                     CONDICIONAL0002) E FORMATADO EM
      *                     CORRESPONDENCIA POR NOTIFICA0001. O MESMO
      *                     LAYOUT VAI PARA O HISTORICO DE ENVIADAS
      *                     NOTIFENV, COM A SITUACAO 'E' E A DATA DE
      *                     ENVIO.
      *                     A IDENTIDADE (DESTINATARIO + TIPO +
      *                     REFERENCIA) E O QUE IMPEDE O REENVIO: A
      *                     MESMA IDENTIDADE NUNCA SAI DUAS VEZES.
      *                     REFERENCIA: CODIGO DO EVENTO (PF/CI/CF) OU
      *                     PERIODO LETIVO DO BOLETIM (RC/RN/RF; SEM
      *                     PERIODO NO CARTAO, O AAAAMM DO
      *                     PROCESSAMENTO).
      *                     DADOS VARIAVEIS DA MENSAGEM EM NOTIF-DADOS,
      *                     COM UMA VISAO PARA EVENTO E OUTRA PARA NOTA.
      *    USO............ COPY NOTIFREC.
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    ---------- ------- -----------------------------------------
      *    2026-10-15  MCR    CRIACAO DO LAYOUT.
      *================================================================
       01  NOTIF-REGISTRO.
           05  NOTIF-IDENTIDADE.
               10  NOTIF-TIPO-DESTINO       PIC X(01).
                   88  NOTIF-PARA-CLIENTE        VALUE 'C'.
                   88  NOTIF-PARA-ALUNO          VALUE 'A'.
               10  NOTIF-COD-DESTINO        PIC 9(06).
               10  NOTIF-TIPO               PIC X(02).
                   88  NOTIF-PROMOVIDO-FILA      VALUE 'PF'.
                   88  NOTIF-INSCRICAO-CANCEL    VALUE 'CI'.
                   88  NOTIF-FILA-CANCELADA      VALUE 'CF'.
                   88  NOTIF-RECUPERACAO         VALUE 'RC'.
                   88  NOTIF-REPROVADO           VALUE 'RN'.
                   88  NOTIF-REPROVADO-FALTA     VALUE 'RF'.
                   88  NOTIF-TIPO-EVENTO         VALUE 'PF' 'CI' 'CF'.
                   88  NOTIF-TIPO-NOTA           VALUE 'RC' 'RN' 'RF'.
               10  NOTIF-REFERENCIA         PIC 9(06).
           05  NOTIF-DATA               PIC 9(08).
           05  NOTIF-HORA               PIC 9(08).
           05  NOTIF-PROGRAMA           PIC X(15).
           05  NOTIF-NOME-DESTINO       PIC X(20).
           05  NOTIF-DADOS              PIC X(30).
           05  NOTIF-DADOS-EVENTO REDEFINES NOTIF-DADOS.
               10  NOTIF-EVT-NOME           PIC X(09).
               10  NOTIF-EVT-INI            PIC 9(08).
               10  NOTIF-EVT-FIM            PIC 9(08).
               10  FILLER                   PIC X(05).
           05  NOTIF-DADOS-NOTA REDEFINES NOTIF-DADOS.
               10  NOTIF-MEDIA              PIC 9(02).
               10  NOTIF-COD-RECURSO        PIC X(04).
               10  NOTIF-GAP                PIC 9(02).
               10  NOTIF-FREQ-PCT           PIC 9(03).
               10  NOTIF-FREQ-MATERIA       PIC X(03).
               10  FILLER                   PIC X(16).
           05  NOTIF-SITUACAO           PIC X(01).
               88  NOTIF-PENDENTE            VALUE ' '.
               88  NOTIF-ENVIADA             VALUE 'E'.
           05  NOTIF-DATA-ENVIO         PIC X(08).
           05  FILLER                   PIC X(15).
