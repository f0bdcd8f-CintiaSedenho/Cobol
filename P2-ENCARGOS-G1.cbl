           05 WS-COMP-ANO      PIC 9(4).
           05 WS-COMP-MES      PIC 9(2).
           05 WS-COMP-DIA      PIC 9(2).
      *    DATA DO MOVIMENTO VEM DO DATAMOV, NAO DO RELOGIO - O LOTE
      *    QUE PASSA DA MEIA-NOITE CONTINUA NA DATA DO MOVIMENTO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-FECHADO          VALUE "F".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
      *    OS DOCUMENTOS "JUROS MM/AA" ETC TEM 12 POSICOES - SO OS
      *    DOIS ULTIMOS DIGITOS DO ANO CABEM NELES.
       01 WS-COMP-AA           PIC 9(2) VALUE ZEROS.
       PROCEDURE DIVISION.
       ENCARGOS-PRINCIPAL.
           PERFORM LE-PARAMETROS.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-COMPETENCIA
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
           COMPUTE WS-COMP-AAMM = WS-COMP-ANO * 100 + WS-COMP-MES.
           PERFORM TESTA-JA-EXECUTADO.
           OPEN I-O CONTAS.
