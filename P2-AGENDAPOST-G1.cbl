           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
       01 WS-HOJE-NUM REDEFINES WS-HOJE PIC 9(8).
      *    DATA DO MOVIMENTO VEM DO DATAMOV, NAO DO RELOGIO - O LOTE
      *    QUE PASSA DA MEIA-NOITE CONTINUA NA DATA DO MOVIMENTO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-FECHADO          VALUE "F".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-TOTAL-LIDOS       PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-POSTADOS    PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-REJEITADOS  PIC 9(6) VALUE ZEROS.
      *    DE RERUN PROPRIA: UMA ORDEM POSTADA VIRA "E" (OU AVANCA A
      *    DATA PARA O MES SEGUINTE) NA MESMA EXECUCAO, ENTAO UMA
      *    SEGUNDA RODADA NA MESMA NOITE NAO A ENCONTRA MAIS VENCIDA.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
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
           OPEN I-O AGENDA.
           IF AGD-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AGENDA.DAT: " AGD-STATUS
