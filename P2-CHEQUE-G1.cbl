           ALTERNATE RECORD KEY IS CTA-CPF WITH DUPLICATES
           FILE STATUS IS CTA-STATUS.

           SELECT TARIFA-EVENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUES LABEL RECORD STANDARD
      *    "D" = DEVOLVIDO (SEM FUNDOS/BLOQUEADO) - UMA FOLHA "D"
      *    AINDA PODE SER REAPRESENTADA UMA SEGUNDA VEZ PELA CAMARA;
      *    "2" = DEVOLVIDA PELA SEGUNDA VEZ, DEVOLUCAO DEFINITIVA
      *    (NOVA APRESENTACAO E RECUSADA SEM TENTAR O DEBITO); "C" =
      *    CANCELADA NO ENCERRAMENTO DA CONTA (FOLHA QUE AINDA ESTAVA
      *    "E").
       01 REG-CHEQUE.
           05 CHQ-CHAVE.
               10 CHQ-AGENCIA      PIC 9(4).
               88 CHQ-SUSTADO          VALUE "S".
               88 CHQ-DEVOLVIDO        VALUE "D".
               88 CHQ-DEVOLVIDO-2X     VALUE "2".
               88 CHQ-CANCELADO        VALUE "C".
           05 CHQ-DATA-EMISSAO.
               10 CHQ-ANO-EMI      PIC 9(4).
               10 CHQ-MES-EMI      PIC 9(2).
           05 CTA-TIPO-CONTA   PIC X(1).
               88 CTA-TIPO-POUPANCA VALUE "P".

       FD TARIFA-EVENTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-EVT
           VALUE OF FILE-ID IS "TAREVENT.TXT".
      *    MESMO LAYOUT DE REG-EVT EM P2-TARIFPOST-G1.cbl - UMA LINHA
      *    POR TALAO EMITIDO (SERVICO TALA), COBRADA PELO TARIFPOST.
       01 REG-EVT.
           05 EVT-DATA         PIC 9(8).
           05 EVT-AGENCIA      PIC 9(4).
           05 EVT-CONTA        PIC 9(6).
           05 EVT-SERVICO      PIC X(4).
           05 EVT-REFERENCIA   PIC X(12).

       WORKING-STORAGE SECTION.
       01 CHQ-STATUS           PIC X(2).
       01 CTA-STATUS           PIC X(2).
       01 EVT-STATUS           PIC X(2).
       01 WS-OPCAO             PIC 9(1) VALUE ZEROS.
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
           05 WS-HOJE-ANO      PIC 9(4).
           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
       01 WS-HOJE-NUM REDEFINES WS-HOJE PIC 9(8).
      *    DATA DO MOVIMENTO VEM DO DATAMOV, NAO DO RELOGIO - EMISSAO
      *    E BAIXA DE FOLHA FICAM NO MESMO DIA DOS LANCAMENTOS. SO COM
      *    O DIA ABERTO - DEPOIS DO ENCERRAMENTO (DATACTL) A AGENCIA
      *    NAO ATENDE MAIS, MESMA REGRA DO TERMINAL DO CAIXA.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-ABERTO           VALUE "A".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-AGENCIA-DIG       PIC 9(4) VALUE ZEROS.
       01 WS-CONTA-DIG         PIC 9(6) VALUE ZEROS.
       01 WS-NUMERO-DIG        PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       CHEQUECAD-PRINCIPAL.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           IF NOT DIA-ABERTO
               DISPLAY "MOVIMENTO DO DIA ENCERRADO - TALAO E SUSTACAO "
                   "SO COM O DIA ABERTO NO DATACTL"
               STOP RUN
           END-IF.
           PERFORM ABRE-CHEQUES.
           OPEN INPUT CONTAS.
           IF CTA-STATUS NOT = "00"
           END-PERFORM.
           DISPLAY "TALAO EMITIDO: " WS-QTD-DIG " FOLHA(S) A PARTIR "
               "DE " WS-NUMERO-DIG.
           PERFORM GRAVA-EVENTO-TARIFA.

       GRAVA-EVENTO-TARIFA.
      *    O TALAO E TARIFADO UMA VEZ, QUALQUER QUE SEJA O NUMERO DE
      *    FOLHAS - A REFERENCIA LEVA A PRIMEIRA FOLHA DA FAIXA.
           OPEN EXTEND TARIFA-EVENTOS.
           IF EVT-STATUS NOT = "00"
               OPEN OUTPUT TARIFA-EVENTOS
           END-IF.
           IF EVT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TAREVENT.TXT: " EVT-STATUS
                   " - TARIFA DO TALAO NAO REGISTRADA"
           ELSE
               MOVE WS-HOJE-NUM TO EVT-DATA
               MOVE WS-AGENCIA-DIG TO EVT-AGENCIA
               MOVE WS-CONTA-DIG TO EVT-CONTA
               MOVE "TALA" TO EVT-SERVICO
               MOVE SPACES TO EVT-REFERENCIA
               STRING "TALAO " WS-NUMERO-DIG
                   DELIMITED BY SIZE INTO EVT-REFERENCIA
               WRITE REG-EVT
               CLOSE TARIFA-EVENTOS
           END-IF.

       SUSTA-FOLHA.
           PERFORM PEDE-CONTA.
                               DISPLAY "FOLHA JA PAGA - NAO SUSTA"
                           WHEN CHQ-SUSTADO
                               DISPLAY "FOLHA JA SUSTADA"
                           WHEN CHQ-CANCELADO
                               DISPLAY "FOLHA CANCELADA NO ENCERRAMENTO"
                           WHEN OTHER
                               MOVE "S" TO CHQ-SITUACAO
                               MOVE WS-HOJE-ANO TO CHQ-ANO-BXA
