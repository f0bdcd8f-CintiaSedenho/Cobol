       01 WS-RETORNO-MOV       PIC X(2) VALUE SPACES.
       01 WS-COD-MOTIVO        PIC X(2) VALUE SPACES.
       01 WS-DES-MOTIVO        PIC X(25) VALUE SPACES.
      *    SO PARA RECUSAR O PROCESSAMENTO EM DIA JA PROVADO E FECHADO
      *    - A DATA DO LANCAMENTO O PROPRIO MOVPOST PEGA NO DATAMOV.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-DATA-MOV          PIC 9(8) VALUE ZEROS.
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-FECHADO          VALUE "F".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
      *    MESMO COMPLEMENTO PASSADO A MOVPOST PELO CAIXA EM
      *    P2-COBOL-FINAL.cbl - AQUI A ORIGEM E "L" (LOTE) E O
      *    DOCUMENTO CARREGA A REFERENCIA DO EMPREGADOR, PARA O

       PROCEDURE DIVISION.
       LOTE-PRINCIPAL.
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
           OPEN I-O CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
