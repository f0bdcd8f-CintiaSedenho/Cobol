           05 WS-HOJE-ANO      PIC 9(4).
           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
      *    A DATA BASE PADRAO E A DO MOVIMENTO (DATAMOV), NAO A DO
      *    RELOGIO - O LOTE QUE PASSA DA MEIA-NOITE CONTINUA NO DIA.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-DATA-BASE         PIC 9(8) VALUE ZEROS.
       01 WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           05 WS-BASE-ANO      PIC 9(4).
      *    REPETIDOS "POUCO ABAIXO DO LIMITE" DENTRO DA JANELA - E
      *    CONDUTA, NAO INTEGRIDADE DE DADOS: NADA A VER COM O
      *    EXCECOES.TXT DA RECONCILIACAO.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           DISPLAY "DATA BASE (AAAAMMDD, 0 = DATA DO MOVIMENTO): ".
           ACCEPT WS-DATA-BASE.
           IF WS-DATA-BASE = ZEROS
               MOVE WS-HOJE TO WS-DATA-BASE
