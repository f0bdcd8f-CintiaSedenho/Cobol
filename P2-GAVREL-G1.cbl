           05 WS-HOJE-ANO      PIC 9(4).
           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
      *    DATA DO MOVIMENTO VEM DO DATAMOV, NAO DO RELOGIO - O LOTE
      *    QUE PASSA DA MEIA-NOITE CONTINUA NA DATA DO MOVIMENTO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-DATA-REL          PIC 9(8) VALUE ZEROS.
       01 WS-DATA-REL-R REDEFINES WS-DATA-REL.
           05 WS-REL-ANO       PIC 9(4).
      *    BOLETIM PARA O SUPERVISOR CONFERIR TODAS AS GAVETAS ANTES
      *    DOS JOBS NOTURNOS: GAVETA AINDA "ABERTA" E UM CAIXA QUE
      *    SAIU SEM FECHAR O DIA - O BOLETIM APONTA.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           DISPLAY "DATA DO BOLETIM (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WS-DATA-REL.
           IF WS-DATA-REL = ZEROS
