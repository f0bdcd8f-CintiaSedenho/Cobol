           05 WS-HOJE-ANO      PIC 9(4).
           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
      *    DATA DO MOVIMENTO VEM DO DATAMOV, NAO DO RELOGIO - O LOTE
      *    QUE PASSA DA MEIA-NOITE CONTINUA NA DATA DO MOVIMENTO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-FECHADO          VALUE "F".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-ULTIMA-DATA       PIC 9(8) VALUE ZEROS.
       01 WS-TOTAL-GRAVADOS    PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       SALDODIA-PRINCIPAL.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
      *    A FOTOGRAFIA E DO SALDO FINAL DO DIA - SO DEPOIS DA
      *    PROVADIARIA, QUANDO NADA MAIS ENTRA NESSA DATA.
           IF NOT DIA-FECHADO
               DISPLAY "DIA AINDA NAO PROVADO - RODE A PROVADIARIA "
                   "ANTES DO SALDODIA"
               STOP RUN
           END-IF.
           PERFORM TESTA-JA-EXECUTADO.
           OPEN INPUT CONTAS.
           IF CTA-STATUS NOT = "00"
