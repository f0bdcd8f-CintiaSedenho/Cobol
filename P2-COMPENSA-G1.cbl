           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEV-STATUS.

           SELECT TARIFA-EVENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAS LABEL RECORD STANDARD
               88 CHQ-SUSTADO          VALUE "S".
               88 CHQ-DEVOLVIDO        VALUE "D".
               88 CHQ-DEVOLVIDO-2X     VALUE "2".
               88 CHQ-CANCELADO        VALUE "C".
           05 CHQ-DATA-EMISSAO.
               10 CHQ-ANO-EMI      PIC 9(4).
               10 CHQ-MES-EMI      PIC 9(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 REJ-DES-MOTIVO   PIC X(25).

       FD TARIFA-EVENTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-EVT
           VALUE OF FILE-ID IS "TAREVENT.TXT".
      *    MESMO LAYOUT DE REG-EVT EM P2-TARIFPOST-G1.cbl. O CHQDEV.TXT
      *    E REFEITO A CADA COMPENSACAO E NAO TEM DATA, ENTAO A FOLHA
      *    DEVOLVIDA E REGISTRADA PARA TARIFA AQUI, NA HORA DA
      *    DEVOLUCAO (SERVICO CHQD).
       01 REG-EVT.
           05 EVT-DATA         PIC 9(8).
           05 EVT-AGENCIA      PIC 9(4).
           05 EVT-CONTA        PIC 9(6).
           05 EVT-SERVICO      PIC X(4).
           05 EVT-REFERENCIA   PIC X(12).

       WORKING-STORAGE SECTION.
       01 CTA-STATUS           PIC X(2).
       01 CHQ-STATUS           PIC X(2).
       01 APR-STATUS           PIC X(2).
       01 DEV-STATUS           PIC X(2).
       01 EVT-STATUS           PIC X(2).
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-HOJE.
           05 WS-HOJE-ANO      PIC 9(4).
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
       01 WS-TOTAL-PAGOS       PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-DEVOLVIDOS  PIC 9(6) VALUE ZEROS.
      *    ACEITE/DEVOLUCAO DO LOTE DE FOLHA DE PAGAMENTO - A FOLHA
      *    RECUSADA SAI EM CHQDEV.TXT COM O MOTIVO, A PAGA DEBITA VIA
      *    MOVPOST E BAIXA O REGISTRO DO CHEQUE.
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
           OPEN I-O CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               CLOSE CONTAS CHEQUES APRESENTADOS
               STOP RUN
           END-IF.
           OPEN EXTEND TARIFA-EVENTOS.
           IF EVT-STATUS = "35"
               OPEN OUTPUT TARIFA-EVENTOS
           END-IF.
           IF EVT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TAREVENT.TXT: " EVT-STATUS
               CLOSE CONTAS CHEQUES APRESENTADOS CHEQUES-DEVOLVIDOS
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ APRESENTADOS NEXT RECORD
                   AT END
                       PERFORM PROCESSA-CHEQUE
               END-READ
           END-PERFORM.
           CLOSE CONTAS CHEQUES APRESENTADOS CHEQUES-DEVOLVIDOS
               TARIFA-EVENTOS.
           DISPLAY "CHEQUES APRESENTADOS: " WS-TOTAL-LIDOS.
           DISPLAY "PAGOS...............: " WS-TOTAL-PAGOS.
           DISPLAY "DEVOLVIDOS..........: " WS-TOTAL-DEVOLVIDOS.
                           MOVE "12" TO WS-COD-MOTIVO
                           MOVE "CHEQUE SUSTADO" TO WS-DES-MOTIVO
                           PERFORM DEVOLVE-CHEQUE
                       WHEN CHQ-CANCELADO
                           MOVE "13" TO WS-COD-MOTIVO
                           MOVE "FOLHA CANCELADA" TO WS-DES-MOTIVO
                           PERFORM DEVOLVE-CHEQUE
                       WHEN CHQ-DEVOLVIDO-2X
                           MOVE "14" TO WS-COD-MOTIVO
                           MOVE "DEVOLUCAO DEFINITIVA"
                   DISPLAY "CHEQUE NAO MARCADO DEVOLVIDO " CHQ-CHAVE
                       ": " CHQ-STATUS
               END-IF
               PERFORM GRAVA-EVENTO-TARIFA
           END-IF.
           MOVE SPACES TO REG-REJ.
           MOVE APR-AGENCIA TO REJ-AGENCIA.
           MOVE WS-DES-MOTIVO TO REJ-DES-MOTIVO.
           WRITE REG-REJ.
           ADD 1 TO WS-TOTAL-DEVOLVIDOS.

       GRAVA-EVENTO-TARIFA.
      *    SO A DEVOLUCAO POR FALTA DE FUNDOS OU BLOQUEIO E TARIFADA -
      *    AS DEMAIS RECUSAS SAO ERRO DE APRESENTACAO, NAO DO CLIENTE.
           MOVE WS-HOJE-NUM TO EVT-DATA.
           MOVE APR-AGENCIA TO EVT-AGENCIA.
           MOVE APR-CONTA TO EVT-CONTA.
           MOVE "CHQD" TO EVT-SERVICO.
           MOVE WS-MOV-DOCUMENTO TO EVT-REFERENCIA.
           WRITE REG-EVT.
