           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
       01 WS-DATA-HOJE-AAAA    PIC 9(8).
      *    A IDADE DA CONTA ENCERRADA E CONTADA NA DATA DO MOVIMENTO
      *    (DATAMOV), A MESMA QUE CARIMBA CTA-DATA-FECHAMENTO - SO O
      *    CARIMBO DO RUNCTL CONTINUA NO RELOGIO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-DATA-FECH-AAAA    PIC 9(8).
       01 WS-DIAS-FECHADA      PIC S9(8).
       01 WS-TOTAL-LIDOS       PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       PURGA-PRINCIPAL.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           COMPUTE WS-DATA-HOJE-AAAA =
               WS-HOJE-ANO * 10000 + WS-HOJE-MES * 100
                   + WS-HOJE-DIA.
