       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAMOV.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-DATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE-DATA LABEL RECORD STANDARD
           DATA RECORD IS REG-DATAMOV
           VALUE OF FILE-ID IS "DATAMOV.DAT".
      *    REGISTRO UNICO DE CONTROLE DA DATA DO MOVIMENTO (MESMO
      *    LAYOUT EM P2-DATACTL-G1.cbl, QUE O MANTEM). SITUACAO: "A" =
      *    MOVIMENTO ABERTO (CAIXA LANCANDO), "E" = EM ENCERRAMENTO
      *    (CAIXA FECHADO, LOTES NOTURNOS AINDA POSTANDO NA MESMA
      *    DATA), "F" = DIA PROVADO E FECHADO PELA PROVADIARIA - NADA
      *    MAIS ENTRA NESSA DATA; SO A ABERTURA DO PROXIMO DIA UTIL
      *    (DATACTL) VOLTA A SITUACAO PARA "A", JA NA DATA NOVA.
       01 REG-DATAMOV.
           05 DTM-DATA-MOV.
               10 DTM-ANO          PIC 9(4).
               10 DTM-MES          PIC 9(2).
               10 DTM-DIA          PIC 9(2).
           05 DTM-SITUACAO     PIC X(1).
               88 DTM-ABERTO           VALUE "A".
               88 DTM-EM-FECHAMENTO    VALUE "E".
               88 DTM-FECHADO          VALUE "F".
           05 DTM-DATA-ANTERIOR PIC 9(8).
           05 DTM-OPERADOR     PIC 9(6).
           05 DTM-DATA-ALTERACAO PIC 9(8).
           05 DTM-HORA-ALTERACAO PIC 9(6).

       WORKING-STORAGE SECTION.
       01 DTM-STATUS           PIC X(2).
       01 WK-HORA-SIS.
           05 WK-HORA-HHMMSS   PIC 9(6).
           05 WK-HORA-CC       PIC 9(2).
       01 WK-DATA-PROVADA      PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-OPERACAO          PIC X(1).
       01 LK-DATA-MOV.
           05 LK-MOV-ANO       PIC 9(4).
           05 LK-MOV-MES       PIC 9(2).
           05 LK-MOV-DIA       PIC 9(2).
       01 LK-SITUACAO          PIC X(1).
       01 LK-RETORNO           PIC X(2).

       PROCEDURE DIVISION USING LK-OPERACAO LK-DATA-MOV LK-SITUACAO
               LK-RETORNO.
       DATAMOV-PRINCIPAL.
      *    TODO PROGRAMA PEGA A DATA DO MOVIMENTO AQUI, NUNCA NO
      *    RELOGIO DO MICRO: UM LOTE QUE PASSA DA MEIA-NOITE CONTINUA
      *    POSTANDO E PROVANDO NA DATA DO MOVIMENTO, E O CAIXA SABE SE
      *    AINDA PODE LANCAR. O ARQUIVO E RELIDO A CADA CHAMADA (NAO
      *    FICA EM MEMORIA COMO O CALENDARIO DO DATAUTIL), PORQUE O
      *    ENCERRAMENTO DO DIA MUDA A SITUACAO COM OS TERMINAIS NO AR.
      *    OPERACAO "L" = SO LE; "F" = PROVADIARIA MARCA O DIA COMO
      *    PROVADO E FECHADO (SO A PARTIR DE "E", NA MESMA DATA).
      *    RETORNO "35" = CONTROLE AINDA NAO IMPLANTADO (DATACTL),
      *    "90" = ERRO DE ARQUIVO, "94" = SITUACAO NAO PERMITE.
           MOVE "00" TO LK-RETORNO.
           MOVE LK-DATA-MOV TO WK-DATA-PROVADA.
           MOVE ZEROS TO LK-DATA-MOV.
           MOVE SPACE TO LK-SITUACAO.
           PERFORM LE-CONTROLE.
           IF LK-RETORNO = "00"
               MOVE DTM-DATA-MOV TO LK-DATA-MOV
               MOVE DTM-SITUACAO TO LK-SITUACAO
               IF LK-OPERACAO = "F"
                   PERFORM FECHA-DIA-PROVADO
               END-IF
           END-IF.
           GOBACK.

       LE-CONTROLE.
           OPEN INPUT CONTROLE-DATA.
           EVALUATE DTM-STATUS
               WHEN "00"
                   READ CONTROLE-DATA NEXT RECORD
                       AT END
                           MOVE "35" TO LK-RETORNO
                   END-READ
                   CLOSE CONTROLE-DATA
               WHEN "35"
                   MOVE "35" TO LK-RETORNO
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR DATAMOV.DAT: " DTM-STATUS
                   MOVE "90" TO LK-RETORNO
           END-EVALUATE.

       FECHA-DIA-PROVADO.
      *    A PROVA SO FECHA O DIA QUE O SUPERVISOR JA ENCERROU PARA O
      *    CAIXA ("E") - PROVA RODADA DURANTE O EXPEDIENTE E SO
      *    CONFERENCIA, NAO FECHA NADA. A DATA CONFERIDA PELA PROVA
      *    CHEGA EM LK-DATA-MOV NA CHAMADA E TEM QUE SER A DO CONTROLE.
           IF NOT DTM-EM-FECHAMENTO
               OR DTM-DATA-MOV NOT = WK-DATA-PROVADA
               MOVE "94" TO LK-RETORNO
           ELSE
               MOVE "F" TO DTM-SITUACAO
               MOVE ZEROS TO DTM-OPERADOR
               ACCEPT DTM-DATA-ALTERACAO FROM DATE YYYYMMDD
               ACCEPT WK-HORA-SIS FROM TIME
               MOVE WK-HORA-HHMMSS TO DTM-HORA-ALTERACAO
               OPEN OUTPUT CONTROLE-DATA
               IF DTM-STATUS = "00"
                   WRITE REG-DATAMOV
                   CLOSE CONTROLE-DATA
                   MOVE DTM-SITUACAO TO LK-SITUACAO
               ELSE
                   DISPLAY "ERRO AO GRAVAR DATAMOV.DAT: " DTM-STATUS
                   MOVE "90" TO LK-RETORNO
               END-IF
           END-IF.
