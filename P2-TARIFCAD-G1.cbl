       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFCAD.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TBT-CHAVE
           FILE STATUS IS TBT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TABELA-TARIFAS LABEL RECORD STANDARD
           DATA RECORD IS REG-TABTAR
           VALUE OF FILE-ID IS "TABTARIF.DAT".
      *    TABELA DE TARIFAS POR SERVICO. A TARIFA MENSAL DE
      *    MANUTENCAO CONTINUA NO TARIFAS.PAR (ENCARGOS) - AQUI FICAM
      *    OS SERVICOS AVULSOS COBRADOS PELO TARIFPOST A CADA
      *    OCORRENCIA: TEXT (TRANSFERENCIA PARA OUTRO BANCO), CHQD
      *    (CHEQUE DEVOLVIDO), TALA (TALAO DE CHEQUES), REIM (2A VIA
      *    DE COMPROVANTE) E EXTR (EXTRATO AVULSO). A CHAVE E SERVICO
      *    + INICIO DE VIGENCIA: REAJUSTE E UMA LINHA NOVA COM A DATA
      *    EM QUE PASSA A VALER, NUNCA A ALTERACAO DA LINHA ANTIGA -
      *    VALE A DE VIGENCIA MAIS RECENTE ATE A DATA DO MOVIMENTO.
      *    VALOR ZERO SUSPENDE A COBRANCA DO SERVICO. TBT-ISENTA-
      *    POUPANCA "S" = SERVICO GRATUITO PARA CONTA POUPANCA ("P").
       01 REG-TABTAR.
           05 TBT-CHAVE.
               10 TBT-SERVICO      PIC X(4).
               10 TBT-VIGENCIA.
                   15 TBT-ANO-VIG  PIC 9(4).
                   15 TBT-MES-VIG  PIC 9(2).
                   15 TBT-DIA-VIG  PIC 9(2).
               10 TBT-VIGENCIA-NUM REDEFINES TBT-VIGENCIA PIC 9(8).
           05 TBT-DESCRICAO    PIC X(30).
           05 TBT-VALOR        PIC 9(4)V99.
           05 TBT-ISENTA-POUPANCA PIC X(1).
               88 TBT-ISENTA           VALUE "S".
           05 TBT-OPERADOR     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 TBT-STATUS           PIC X(2).
       01 WS-OPCAO             PIC 9(1) VALUE ZEROS.
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-SERVICO-DIG       PIC X(4) VALUE SPACES.
       01 WS-VIGENCIA-DIG      PIC 9(8) VALUE ZEROS.
       01 WS-DESCRICAO-DIG     PIC X(30) VALUE SPACES.
       01 WS-VALOR-DIG         PIC 9(4)V99 VALUE ZEROS.
       01 WS-ISENTA-DIG        PIC X(1) VALUE SPACE.
       01 WS-MATRICULA-DIG     PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-LISTADOS    PIC 9(4) VALUE ZEROS.
       01 WS-VALOR-ED          PIC Z.ZZ9,99.
      *    VIGENCIA SO A PARTIR DA DATA DO MOVIMENTO - TARIFA COM
      *    VIGENCIA NO PASSADO MUDARIA O VALOR DE COBRANCAS JA FEITAS.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-DATA-MOV.
           05 WS-ANO-MOV           PIC 9(4).
           05 WS-MES-MOV           PIC 9(2).
           05 WS-DIA-MOV           PIC 9(2).
       01 WS-DATA-MOV-NUM REDEFINES WS-DATA-MOV PIC 9(8).
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       TARIFCAD-PRINCIPAL.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-DATA-MOV
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           PERFORM ABRE-TABELA-TARIFAS.
           MOVE ZEROS TO WS-OPCAO.
           PERFORM UNTIL WS-OPCAO = 9
               DISPLAY " "
               DISPLAY "TABELA DE TARIFAS POR SERVICO"
               DISPLAY "[1] INCLUIR VIGENCIA  [2] LISTAR  "
                   "[3] EXCLUIR VIGENCIA FUTURA  [9] SAIR"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INCLUI-TARIFA
                   WHEN 2
                       PERFORM LISTA-TARIFAS
                   WHEN 3
                       PERFORM EXCLUI-TARIFA-FUTURA
               END-EVALUATE
           END-PERFORM.
           CLOSE TABELA-TARIFAS.
           DISPLAY "FIM DA TABELA DE TARIFAS".
           STOP RUN.

       ABRE-TABELA-TARIFAS.
      *    MESMO TRATAMENTO DE ABRE-ARQ EM P2-COBOL-FINAL.cbl: SO O
      *    STATUS "35" (ARQUIVO AINDA NAO EXISTE) AUTORIZA A CRIACAO.
           OPEN I-O TABELA-TARIFAS.
           EVALUATE TBT-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT TABELA-TARIFAS
                   CLOSE TABELA-TARIFAS
                   OPEN I-O TABELA-TARIFAS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TABTARIF.DAT: " TBT-STATUS
                   STOP RUN
           END-EVALUATE.

       INCLUI-TARIFA.
           DISPLAY "SERVICO (TEXT CHQD TALA REIM EXTR): ".
           ACCEPT WS-SERVICO-DIG.
           MOVE FUNCTION UPPER-CASE(WS-SERVICO-DIG) TO WS-SERVICO-DIG.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): ".
           ACCEPT WS-VIGENCIA-DIG.
           DISPLAY "DESCRICAO: ".
           ACCEPT WS-DESCRICAO-DIG.
           MOVE FUNCTION UPPER-CASE(WS-DESCRICAO-DIG)
               TO WS-DESCRICAO-DIG.
           DISPLAY "VALOR POR OCORRENCIA (EX: 000850 = 8,50): ".
           ACCEPT WS-VALOR-DIG.
           DISPLAY "ISENTA PARA POUPANCA (S/N): ".
           ACCEPT WS-ISENTA-DIG.
           MOVE FUNCTION UPPER-CASE(WS-ISENTA-DIG) TO WS-ISENTA-DIG.
           DISPLAY "MATRICULA DO OPERADOR: ".
           ACCEPT WS-MATRICULA-DIG.
           EVALUATE TRUE
               WHEN WS-SERVICO-DIG NOT = "TEXT"
                   AND WS-SERVICO-DIG NOT = "CHQD"
                   AND WS-SERVICO-DIG NOT = "TALA"
                   AND WS-SERVICO-DIG NOT = "REIM"
                   AND WS-SERVICO-DIG NOT = "EXTR"
                   DISPLAY "SERVICO NAO TARIFAVEL"
               WHEN WS-VIGENCIA-DIG < WS-DATA-MOV-NUM
                   DISPLAY "VIGENCIA ANTERIOR A DATA DO MOVIMENTO"
               WHEN WS-DESCRICAO-DIG = SPACES
                   DISPLAY "DESCRICAO OBRIGATORIA"
               WHEN WS-ISENTA-DIG NOT = "S" AND WS-ISENTA-DIG NOT = "N"
                   DISPLAY "ISENCAO DEVE SER S OU N"
               WHEN OTHER
                   MOVE WS-SERVICO-DIG TO TBT-SERVICO
                   MOVE WS-VIGENCIA-DIG TO TBT-VIGENCIA-NUM
                   MOVE WS-DESCRICAO-DIG TO TBT-DESCRICAO
                   MOVE WS-VALOR-DIG TO TBT-VALOR
                   MOVE WS-ISENTA-DIG TO TBT-ISENTA-POUPANCA
                   MOVE WS-MATRICULA-DIG TO TBT-OPERADOR
                   WRITE REG-TABTAR
                       INVALID KEY
                           DISPLAY "JA EXISTE TARIFA DESTE SERVICO "
                               "COM ESTA VIGENCIA"
                       NOT INVALID KEY
                           DISPLAY "TARIFA INCLUIDA"
                   END-WRITE
           END-EVALUATE.

       LISTA-TARIFAS.
      *    EM ORDEM DE SERVICO E VIGENCIA - A VIGENTE DE CADA SERVICO
      *    E A ULTIMA LINHA DELE COM INICIO ATE A DATA DO MOVIMENTO.
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO TBT-CHAVE.
           START TABELA-TARIFAS KEY NOT LESS THAN TBT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ TABELA-TARIFAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE TBT-VALOR TO WS-VALOR-ED
                       DISPLAY TBT-SERVICO " " TBT-DIA-VIG "/"
                           TBT-MES-VIG "/" TBT-ANO-VIG " "
                           TBT-DESCRICAO " " WS-VALOR-ED
                           " ISENTA POUP: " TBT-ISENTA-POUPANCA
                       ADD 1 TO WS-TOTAL-LISTADOS
               END-READ
           END-PERFORM.
           DISPLAY "VIGENCIAS CADASTRADAS: " WS-TOTAL-LISTADOS.

       EXCLUI-TARIFA-FUTURA.
      *    SO A VIGENCIA QUE AINDA NAO COMECOU PODE SER APAGADA - A
      *    QUE JA VALEU E O HISTORICO DO QUE FOI COBRADO.
           DISPLAY "SERVICO: ".
           ACCEPT WS-SERVICO-DIG.
           MOVE FUNCTION UPPER-CASE(WS-SERVICO-DIG) TO WS-SERVICO-DIG.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): ".
           ACCEPT WS-VIGENCIA-DIG.
           MOVE WS-SERVICO-DIG TO TBT-SERVICO.
           MOVE WS-VIGENCIA-DIG TO TBT-VIGENCIA-NUM.
           READ TABELA-TARIFAS
               INVALID KEY
                   DISPLAY "VIGENCIA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF TBT-VIGENCIA-NUM NOT > WS-DATA-MOV-NUM
                       DISPLAY "VIGENCIA JA INICIADA - NAO PODE SER "
                           "EXCLUIDA"
                   ELSE
                       DELETE TABELA-TARIFAS
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR: " TBT-STATUS
                           NOT INVALID KEY
                               DISPLAY "VIGENCIA EXCLUIDA"
                       END-DELETE
                   END-IF
           END-READ.
