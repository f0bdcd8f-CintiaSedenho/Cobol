       01 WS-RETORNO-MOV       PIC X(2) VALUE SPACES.
       01 WS-TIPO-CREDITO      PIC X(1) VALUE "C".
       01 WS-RESULTADO         PIC X(30) VALUE SPACES.
      *    SO PARA RECUSAR O PROCESSAMENTO EM DIA JA PROVADO E FECHADO
      *    - A DATA DO LANCAMENTO O PROPRIO MOVPOST PEGA NO DATAMOV.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-DATA-MOV          PIC 9(8) VALUE ZEROS.
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-FECHADO          VALUE "F".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
      *    MESMO COMPLEMENTO PASSADO A MOVPOST NO TERMINAL - A ORIGEM
      *    "X" E A MESMA DO DEBITO ORIGINAL E O DOCUMENTO E A PROPRIA
      *    REFERENCIA DA ORDEM, ENTAO AS DUAS PERNAS (IDA E DEVOLUCAO)
      *    "L", REJEITADA E RECREDITADA NA ORIGEM E VIRA "R" COM O
      *    MOTIVO NO RELATORIO. ORDEM JA PROCESSADA NAO E PROCESSADA
      *    DE NOVO (RERUN DO MESMO ARQUIVO DE RETORNO E INOFENSIVO).
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-DATA-MOV
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           IF DIA-FECHADO
               DISPLAY "DIA JA PROVADO E FECHADO - ABRA O PROXIMO DIA "
                   "UTIL NO DATACTL"
               STOP RUN
           END-IF.
           OPEN I-O TRANSF-EXTERNA.
           IF TEX-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANSFEXT.DAT: " TEX-STATUS
