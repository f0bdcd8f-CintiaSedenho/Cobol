       FILE SECTION.
       FD SALDO-HIST LABEL RECORD STANDARD
           DATA RECORD IS REG-HIST
           VALUE OF FILE-ID IS WS-ARQ-SALDOHIST.
      *    MESMO LAYOUT DE REG-HIST EM P2-SALDODIA-G1.cbl.
       01 REG-HIST.
           05 HIS-AGENCIA      PIC 9(4).
       01 WS-COMPETENCIA.
           05 WS-COMP-ANO      PIC 9(4).
           05 WS-COMP-MES      PIC 9(2).
      *    ANO JA LEVADO PELO ARQANUAL ESTA INTEIRO EM
      *    SALDOHIST-AAAA.DAT; SEM ELE, O ANO AINDA ESTA NO CORRENTE.
       01 WS-ARQ-SALDOHIST     PIC X(20) VALUE SPACES.
       01 WS-I                 PIC 9(4) VALUE ZEROS.
       01 WS-J                 PIC 9(3) VALUE ZEROS.
       01 WS-POS-CONTA         PIC 9(4) VALUE ZEROS.
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-ARQ-SALDOHIST.
           STRING "SALDOHIST-" WS-COMP-ANO ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-SALDOHIST.
           OPEN INPUT SALDO-HIST.
           IF HIS-STATUS NOT = "00"
               MOVE "SALDOHIST.DAT" TO WS-ARQ-SALDOHIST
               OPEN INPUT SALDO-HIST
           END-IF.
           IF HIS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SALDOHIST.DAT: " HIS-STATUS
               STOP RUN
