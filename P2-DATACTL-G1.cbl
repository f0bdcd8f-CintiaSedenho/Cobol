       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATACTL.
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

           SELECT OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-MATRICULA
           FILE STATUS IS OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE-DATA LABEL RECORD STANDARD
           DATA RECORD IS REG-DATAMOV
           VALUE OF FILE-ID IS "DATAMOV.DAT".
      *    MESMO LAYOUT DE REG-DATAMOV EM P2-DATAMOV-G1.cbl (O
      *    SUBPROGRAMA QUE TODOS OS OUTROS PROGRAMAS CHAMAM PARA SABER
      *    A DATA E A SITUACAO DO MOVIMENTO).
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

       FD OPERADORES LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".
      *    MESMO LAYOUT DE REG-OPERADOR EM P2-COBOL-FINAL.cbl.
       01 REG-OPERADOR.
           05 OPE-MATRICULA    PIC 9(6).
           05 OPE-NOME         PIC X(30).
           05 OPE-SENHA        PIC X(8).
           05 OPE-NIVEL        PIC X(1).
               88 OPE-NIVEL-CAIXA      VALUE "C".
               88 OPE-NIVEL-SUPERVISOR VALUE "S".
           05 OPE-SITUACAO     PIC X(1).
               88 OPE-ATIVO            VALUE "A".
               88 OPE-DESATIVADO       VALUE "D".

       WORKING-STORAGE SECTION.
       01 DTM-STATUS           PIC X(2).
       01 OPE-STATUS           PIC X(2).
       01 WS-OPCAO             PIC 9(1) VALUE ZEROS.
       01 WS-TEM-CONTROLE      PIC X(1) VALUE "N".
           88 TEM-CONTROLE         VALUE "S".
       01 WS-MATRICULA-DIG     PIC 9(6) VALUE ZEROS.
       01 WS-SENHA-DIG         PIC X(8) VALUE SPACES.
       01 WS-APROVOU           PIC X(1) VALUE "N".
       01 WS-CONFIRMA          PIC X(1) VALUE SPACE.
       01 WS-DATA-DIG          PIC 9(8) VALUE ZEROS.
       01 WS-DATA-DIG-R REDEFINES WS-DATA-DIG.
           05 WS-DIG-ANO       PIC 9(4).
           05 WS-DIG-MES       PIC 9(2).
           05 WS-DIG-DIA       PIC 9(2).
       01 WS-HORA-SIS.
           05 WS-HORA-HHMMSS   PIC 9(6).
           05 WS-HORA-CC       PIC 9(2).
      *    A ABERTURA DO DIA SEGUINTE USA O MESMO CALCULO DE DIA UTIL
      *    DAS ORDENS AGENDADAS (DATAUTIL/FERIADOS.DAT). A DATA DO
      *    MOVIMENTO E UMA SO PARA O BANCO INTEIRO, ENTAO SO OS
      *    FERIADOS NACIONAIS CONTAM (UF EM BRANCO).
       01 WS-DATA-ATUAL.
           05 WS-ATUAL-ANO     PIC 9(4).
           05 WS-ATUAL-MES     PIC 9(2).
           05 WS-ATUAL-DIA     PIC 9(2).
       01 WS-PROX-DIA-UTIL.
           05 WS-PROX-ANO      PIC 9(4).
           05 WS-PROX-MES      PIC 9(2).
           05 WS-PROX-DIA      PIC 9(2).
       01 WS-DATA-EXTENSO      PIC X(20) VALUE SPACES.
       01 WS-UF-NACIONAL       PIC X(2) VALUE SPACES.
       01 WS-DATAUTIL-RET      PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       DATACTL-PRINCIPAL.
      *    CONTROLE DA DATA DO MOVIMENTO. O CICLO DE UM DIA E:
      *    [2] ENCERRA O MOVIMENTO ("A" -> "E") - O CAIXA PARA DE
      *    LANCAR E OS LOTES NOTURNOS POSTAM NA MESMA DATA; A
      *    PROVADIARIA, SEM EXCECOES, FECHA O DIA ("E" -> "F"); [4]
      *    ABRE O PROXIMO DIA UTIL ("F" -> "A" NA DATA NOVA). ANTES DA
      *    PROVA O SUPERVISOR AINDA PODE REABRIR ([3], "E" -> "A")
      *    PARA UM LANCAMENTO ESQUECIDO; DEPOIS DELA, NAO.
           MOVE ZEROS TO WS-OPCAO.
           PERFORM UNTIL WS-OPCAO = 9
               PERFORM LE-CONTROLE
               PERFORM MOSTRA-CONTROLE
               DISPLAY "[1] CONSULTAR  [2] ENCERRAR MOVIMENTO  "
                   "[3] REABRIR MOVIMENTO"
               DISPLAY "[4] ABRIR PROXIMO DIA UTIL  [5] IMPLANTAR "
                   "CONTROLE  [9] SAIR"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 2
                       PERFORM ENCERRA-MOVIMENTO
                   WHEN 3
                       PERFORM REABRE-MOVIMENTO
                   WHEN 4
                       PERFORM ABRE-PROXIMO-DIA
                   WHEN 5
                       PERFORM IMPLANTA-CONTROLE
               END-EVALUATE
           END-PERFORM.
           DISPLAY "FIM DO CONTROLE DA DATA DO MOVIMENTO".
           STOP RUN.

       LE-CONTROLE.
           MOVE "N" TO WS-TEM-CONTROLE.
           OPEN INPUT CONTROLE-DATA.
           EVALUATE DTM-STATUS
               WHEN "00"
                   READ CONTROLE-DATA NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "S" TO WS-TEM-CONTROLE
                   END-READ
                   CLOSE CONTROLE-DATA
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR DATAMOV.DAT: " DTM-STATUS
                   STOP RUN
           END-EVALUATE.

       MOSTRA-CONTROLE.
           DISPLAY " ".
           DISPLAY "CONTROLE DA DATA DO MOVIMENTO".
           IF TEM-CONTROLE
               DISPLAY "DATA DO MOVIMENTO: " DTM-DIA "/" DTM-MES "/"
                   DTM-ANO "  SITUACAO: " DTM-SITUACAO
               EVALUATE TRUE
                   WHEN DTM-ABERTO
                       DISPLAY "MOVIMENTO ABERTO - CAIXA LANCANDO"
                   WHEN DTM-EM-FECHAMENTO
                       DISPLAY "EM ENCERRAMENTO - AGUARDANDO A PROVA"
                   WHEN DTM-FECHADO
                       DISPLAY "DIA PROVADO E FECHADO"
               END-EVALUATE
               DISPLAY "ULTIMA ALTERACAO: " DTM-DATA-ALTERACAO " "
                   DTM-HORA-ALTERACAO " OPERADOR " DTM-OPERADOR
           ELSE
               DISPLAY "CONTROLE NAO IMPLANTADO - USE A OPCAO 5"
           END-IF.

       GRAVA-CONTROLE.
      *    REGISTRO UNICO: A GRAVACAO RECRIA O ARQUIVO (MESMO ESQUEMA
      *    DO ENCARGOS.CHK).
           ACCEPT DTM-DATA-ALTERACAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SIS FROM TIME.
           MOVE WS-HORA-HHMMSS TO DTM-HORA-ALTERACAO.
           MOVE WS-MATRICULA-DIG TO DTM-OPERADOR.
           OPEN OUTPUT CONTROLE-DATA.
           IF DTM-STATUS = "00"
               WRITE REG-DATAMOV
               CLOSE CONTROLE-DATA
           ELSE
               DISPLAY "ERRO AO GRAVAR DATAMOV.DAT: " DTM-STATUS
               STOP RUN
           END-IF.

       APROVA-SUPERVISOR.
      *    TODA MUDANCA DE SITUACAO E FEITA POR SUPERVISOR ATIVO DO
      *    OPERADOR.DAT - MESMA REGRA DE APROVA-SUPERVISOR NO
      *    TERMINAL. A MATRICULA FICA GRAVADA NO CONTROLE.
           MOVE "N" TO WS-APROVOU.
           DISPLAY "MATRICULA DO SUPERVISOR: ".
           ACCEPT WS-MATRICULA-DIG.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-DIG.
           OPEN INPUT OPERADORES.
           IF OPE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT: " OPE-STATUS
           ELSE
               MOVE WS-MATRICULA-DIG TO OPE-MATRICULA
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "MATRICULA OU SENHA INVALIDA"
                   NOT INVALID KEY
                       IF OPE-ATIVO AND OPE-NIVEL-SUPERVISOR
                           AND OPE-SENHA = WS-SENHA-DIG
                           MOVE "S" TO WS-APROVOU
                       ELSE
                           DISPLAY "APROVACAO RECUSADA"
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.

       ENCERRA-MOVIMENTO.
           IF NOT TEM-CONTROLE OR NOT DTM-ABERTO
               DISPLAY "SO UM MOVIMENTO ABERTO PODE SER ENCERRADO"
           ELSE
               DISPLAY "CONFIRMA O ENCERRAMENTO DO MOVIMENTO DE "
                   DTM-DIA "/" DTM-MES "/" DTM-ANO " (S/N)? "
               ACCEPT WS-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
               IF WS-CONFIRMA = "S"
                   PERFORM APROVA-SUPERVISOR
                   IF WS-APROVOU = "S"
                       MOVE "E" TO DTM-SITUACAO
                       PERFORM GRAVA-CONTROLE
                       DISPLAY "MOVIMENTO ENCERRADO - CAIXA NAO "
                           "LANCA MAIS NESTA DATA"
                   END-IF
               END-IF
           END-IF.

       REABRE-MOVIMENTO.
      *    SO ANTES DA PROVA. UM DIA "F" JA FOI PROVADO E PODE TER
      *    ALIMENTADO O SALDODIA E O BOLETIM - REABRI-LO DEIXARIA
      *    LANCAMENTOS FORA DA PROVA.
           EVALUATE TRUE
               WHEN NOT TEM-CONTROLE
                   DISPLAY "CONTROLE NAO IMPLANTADO"
               WHEN DTM-FECHADO
                   DISPLAY "DIA JA PROVADO E FECHADO - NAO REABRE"
               WHEN DTM-ABERTO
                   DISPLAY "MOVIMENTO JA ESTA ABERTO"
               WHEN OTHER
                   PERFORM APROVA-SUPERVISOR
                   IF WS-APROVOU = "S"
                       MOVE "A" TO DTM-SITUACAO
                       PERFORM GRAVA-CONTROLE
                       DISPLAY "MOVIMENTO REABERTO"
                   END-IF
           END-EVALUATE.

       ABRE-PROXIMO-DIA.
           IF NOT TEM-CONTROLE OR NOT DTM-FECHADO
               DISPLAY "O DIA ATUAL AINDA NAO FOI PROVADO E FECHADO "
                   "- RODE O ENCERRAMENTO E A PROVADIARIA"
           ELSE
               MOVE DTM-DATA-MOV TO WS-DATA-ATUAL
               CALL "DATAUTIL" USING WS-DATA-ATUAL WS-PROX-DIA-UTIL
                   WS-DATA-EXTENSO WS-UF-NACIONAL WS-DATAUTIL-RET
               IF WS-DATAUTIL-RET NOT = "00"
                   DISPLAY "ERRO NO CALCULO DO DIA UTIL: "
                       WS-DATAUTIL-RET
               ELSE
                   DISPLAY "PROXIMO DIA UTIL: " WS-PROX-DIA "/"
                       WS-PROX-MES "/" WS-PROX-ANO
                   DISPLAY "CONFIRMA A ABERTURA (S/N)? "
                   ACCEPT WS-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRMA)
                       TO WS-CONFIRMA
                   IF WS-CONFIRMA = "S"
                       PERFORM APROVA-SUPERVISOR
                       IF WS-APROVOU = "S"
                           MOVE DTM-DATA-MOV TO DTM-DATA-ANTERIOR
                           MOVE WS-PROX-DIA-UTIL TO DTM-DATA-MOV
                           MOVE "A" TO DTM-SITUACAO
                           PERFORM GRAVA-CONTROLE
                           DISPLAY "MOVIMENTO ABERTO EM " DTM-DIA "/"
                               DTM-MES "/" DTM-ANO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       IMPLANTA-CONTROLE.
      *    SO NA IMPLANTACAO (ARQUIVO AINDA NAO EXISTE). DEPOIS DISSO A
      *    DATA SO ANDA PELA ABERTURA DO PROXIMO DIA UTIL.
           IF TEM-CONTROLE
               DISPLAY "CONTROLE JA IMPLANTADO"
           ELSE
               DISPLAY "DATA DO PRIMEIRO MOVIMENTO (AAAAMMDD): "
               ACCEPT WS-DATA-DIG
               IF WS-DIG-MES < 1 OR WS-DIG-MES > 12
                   OR WS-DIG-DIA < 1 OR WS-DIG-DIA > 31
                   DISPLAY "DATA INVALIDA"
               ELSE
                   PERFORM APROVA-SUPERVISOR
                   IF WS-APROVOU = "S"
                       MOVE WS-DATA-DIG TO DTM-DATA-MOV
                       MOVE "A" TO DTM-SITUACAO
                       MOVE ZEROS TO DTM-DATA-ANTERIOR
                       PERFORM GRAVA-CONTROLE
                       DISPLAY "CONTROLE IMPLANTADO"
                   END-IF
               END-IF
           END-IF.
