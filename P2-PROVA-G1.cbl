           05 WS-HOJE-ANO      PIC 9(4).
           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
      *    DATA DO MOVIMENTO VEM DO DATAMOV, NAO DO RELOGIO - O LOTE
      *    QUE PASSA DA MEIA-NOITE CONTINUA NA DATA DO MOVIMENTO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-TOTAL-MOVS        PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-EXCECOES    PIC 9(6) VALUE ZEROS.
       01 WS-SALDO-ESPERADO    PIC S9(6)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PROVA-PRINCIPAL.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           DISPLAY "DATA DA PROVA (AAAAMMDD, 0 = DATA DO MOVIMENTO): ".
           ACCEPT WS-DATA-PROVA.
           IF WS-DATA-PROVA = ZEROS
               MOVE WS-HOJE TO WS-DATA-PROVA
           WRITE LINHA-BOL.
           CLOSE BOLETIM CONTAS.
           DISPLAY "PROVA CONCLUIDA. EXCECOES: " WS-TOTAL-EXCECOES.
           PERFORM FECHA-DIA.
           STOP RUN.

       FECHA-DIA.
      *    A PROVA SEM EXCECOES DA DATA DO MOVIMENTO, JA ENCERRADO PARA
      *    O CAIXA, FECHA O DIA NO DATAMOV ("F"): DAI EM DIANTE NADA
      *    MAIS E LANCADO NESSA DATA E ELA NAO REABRE. PROVA DE OUTRA
      *    DATA, COM EXCECOES OU COM O CAIXA AINDA ABERTO E SO
      *    CONFERENCIA.
           IF WS-TOTAL-EXCECOES > ZEROS
               DISPLAY "DIA NAO FECHADO - HA CONTAS QUE NAO PROVAM"
           ELSE
               IF WS-DATA-PROVA NOT = WS-HOJE
                   DISPLAY "DIA NAO FECHADO - PROVA DE OUTRA DATA"
               ELSE
                   MOVE "F" TO WS-DTM-OPERACAO
                   CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
                       WS-SITUACAO-MOV WS-DTM-RETORNO
                   EVALUATE WS-DTM-RETORNO
                       WHEN "00"
                           DISPLAY "DIA PROVADO E FECHADO"
                       WHEN "94"
                           DISPLAY "DIA NAO FECHADO - MOVIMENTO NAO "
                               "FOI ENCERRADO NO DATACTL"
                       WHEN OTHER
                           DISPLAY "ERRO AO FECHAR O DIA NO DATAMOV: "
                               WS-DTM-RETORNO
                   END-EVALUATE
               END-IF
           END-IF.

       IMPRIME-CABECALHO.
           MOVE WS-PROVA-ANO TO LC-ANO.
           MOVE WS-PROVA-MES TO LC-MES.
