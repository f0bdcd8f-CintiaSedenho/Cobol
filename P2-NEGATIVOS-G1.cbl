       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVOS.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CHAVE
           ALTERNATE RECORD KEY IS CTA-CPF WITH DUPLICATES
           FILE STATUS IS CTA-STATUS.

           SELECT SALDO-HIST ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS HIS-STATUS.

           SELECT LIMITE-HIST ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LIM-STATUS.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAS LABEL RECORD STANDARD
           DATA RECORD IS REG-CONTA
           VALUE OF FILE-ID IS "CONTAS.DAT".
       01 REG-CONTA.
           05 CTA-CHAVE.
               10 CTA-AGENCIA      PIC 9(4).
               10 CTA-CONTA        PIC 9(6).
           05 CTA-CPF          PIC 9(11).
           05 CTA-SALDO        PIC S9(6)V99.
           05 CTA-LIMITE       PIC 9(6)V99.
           05 CTA-STATUS-CONTA PIC X(1).
               88 CTA-CONTA-ATIVA   VALUE "A".
               88 CTA-CONTA-FECHADA VALUE "F".
               88 CTA-CONTA-INATIVA VALUE "I".
           05 CTA-DATA-FECHAMENTO.
               10 CTA-ANO-FECH     PIC 9(4).
               10 CTA-MES-FECH     PIC 9(2).
               10 CTA-DIA-FECH     PIC 9(2).
           05 CTA-DATA-ABERTURA.
               10 CTA-ANO-ABERT    PIC 9(4).
               10 CTA-MES-ABERT    PIC 9(2).
               10 CTA-DIA-ABERT    PIC 9(2).
           05 CTA-TIPO-CONTA   PIC X(1).
               88 CTA-TIPO-POUPANCA VALUE "P".

       FD SALDO-HIST LABEL RECORD STANDARD
           DATA RECORD IS REG-HIST
           VALUE OF FILE-ID IS "SALDOHIST.DAT".
      *    MESMO LAYOUT DE REG-HIST EM P2-SALDODIA-G1.cbl.
       01 REG-HIST.
           05 HIS-CHAVE.
               10 HIS-AGENCIA      PIC 9(4).
               10 HIS-CONTA        PIC 9(6).
           05 HIS-DATA.
               10 HIS-ANO      PIC 9(4).
               10 HIS-MES      PIC 9(2).
               10 HIS-DIA      PIC 9(2).
           05 HIS-DATA-NUM REDEFINES HIS-DATA PIC 9(8).
           05 HIS-SALDO        PIC S9(6)V99.

       FD LIMITE-HIST LABEL RECORD STANDARD
           DATA RECORD IS REG-LIMHIST
           VALUE OF FILE-ID IS "LIMHIST.DAT".
      *    MESMO LAYOUT DE REG-LIMHIST EM P2-COBOL-FINAL.cbl. A
      *    SUSPENSAO AUTOMATICA GRAVA SOLICITANTE E APROVADOR COM A
      *    MATRICULA DO SISTEMA (999999), QUE NAO E OPERADOR DO
      *    TERMINAL.
       01 REG-LIMHIST.
           05 LIM-DATA.
               10 LIM-ANO          PIC 9(4).
               10 LIM-MES          PIC 9(2).
               10 LIM-DIA          PIC 9(2).
           05 LIM-DATA-NUM REDEFINES LIM-DATA PIC 9(8).
           05 LIM-AGENCIA      PIC 9(4).
           05 LIM-CONTA        PIC 9(6).
           05 LIM-LIMITE-ANT   PIC 9(6)V99.
           05 LIM-LIMITE-NOVO  PIC 9(6)V99.
           05 LIM-SOLICITANTE  PIC 9(6).
           05 LIM-APROVADOR    PIC 9(6).

       FD RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "NEGATIVOS.TXT".
       01 LINHA-REL                PIC X(100).

       WORKING-STORAGE SECTION.
       01 CTA-STATUS           PIC X(2).
       01 HIS-STATUS           PIC X(2).
       01 LIM-STATUS           PIC X(2).
       01 REL-STATUS           PIC X(2).
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
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-MATRICULA-SISTEMA PIC 9(6) VALUE 999999.
       01 WS-DIAS-SUSPENDER    PIC 9(3) VALUE ZEROS.
       01 WS-INT-HOJE          PIC 9(8) VALUE ZEROS.
       01 WS-INT-DIA           PIC 9(8) VALUE ZEROS.
       01 WS-DATA-BASE         PIC 9(8) VALUE ZEROS.
       01 WS-DIAS-BASE         PIC 9(5) VALUE ZEROS.
       01 WS-DATA-ANT          PIC 9(8) VALUE ZEROS.
       01 WS-POS               PIC 9(4) VALUE ZEROS.
       01 WS-I                 PIC 9(4) VALUE ZEROS.
       01 WS-F                 PIC 9(1) VALUE ZEROS.
       01 WS-ACHOU             PIC X(1) VALUE "N".
       01 WS-TEM-AGENCIA       PIC X(1) VALUE "N".
       01 WS-AGENCIA-QUEBRA    PIC 9(4) VALUE ZEROS.
       01 WS-EM-USO            PIC 9(6)V99 VALUE ZEROS.
       01 WS-LIMITE-ANT        PIC 9(6)V99 VALUE ZEROS.
       01 WS-TOTAL-NEGATIVAS   PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-SUSPENSAS   PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-SEM-HIST    PIC 9(5) VALUE ZEROS.

      *    CONTAS NEGATIVAS HOJE NO CADASTRO, EM ORDEM DE CHAVE. O
      *    HISTORICO DE SALDOS SO INTERESSA PARA ELAS - UMA CONTA
      *    POSITIVA HOJE NAO TEM DIAS CONSECUTIVOS NEGATIVOS.
       01 WS-NEG-QTD           PIC 9(4) VALUE ZEROS.
       01 WS-TAB-NEGATIVAS.
           05 WS-NG-ENT OCCURS 3000 TIMES.
               10 WS-NG-CHAVE.
                   15 WS-NG-AGENCIA    PIC 9(4).
                   15 WS-NG-CONTA      PIC 9(6).
               10 WS-NG-CPF        PIC 9(11).
               10 WS-NG-SALDO      PIC S9(6)V99.
               10 WS-NG-LIMITE     PIC 9(6)V99.
               10 WS-NG-INICIO     PIC 9(8).
               10 WS-NG-ULT-LIMITE PIC 9(8).
               10 WS-NG-DIAS       PIC 9(5).
               10 WS-NG-FAIXA      PIC 9(1).
               10 WS-NG-SUSPENSA   PIC X(1).

      *    FAIXAS DE ATRASO: 1 = 1-15, 2 = 16-30, 3 = 31-60, 4 = MAIS
      *    DE 60 DIAS. ACUMULADOS DA AGENCIA EM CURSO E DO BANCO.
       01 WS-FAIXAS-NOME.
           05 FILLER           PIC X(8) VALUE "01 A 15 ".
           05 FILLER           PIC X(8) VALUE "16 A 30 ".
           05 FILLER           PIC X(8) VALUE "31 A 60 ".
           05 FILLER           PIC X(8) VALUE "ACIMA 60".
       01 WS-FAIXAS-NOME-R REDEFINES WS-FAIXAS-NOME.
           05 WS-FAIXA-NOME    PIC X(8) OCCURS 4 TIMES.
       01 WS-ACUM-AGENCIA.
           05 WS-AG-FX OCCURS 4 TIMES.
               10 WS-AG-QTD        PIC 9(5).
               10 WS-AG-VALOR      PIC 9(9)V99.
       01 WS-ACUM-BANCO.
           05 WS-BC-FX OCCURS 4 TIMES.
               10 WS-BC-QTD        PIC 9(5).
               10 WS-BC-VALOR      PIC 9(9)V99.
       01 WS-SOMA-QTD          PIC 9(5) VALUE ZEROS.
       01 WS-SOMA-VALOR        PIC 9(9)V99 VALUE ZEROS.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(42) VALUE
               "ENVELHECIMENTO DE CONTAS NEGATIVAS EM     ".
           05 LC-DIA            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-MES            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-ANO            PIC 9(4).
       01 LINHA-PARAMETRO.
           05 FILLER            PIC X(45) VALUE
               "SUSPENSAO AUTOMATICA DO LIMITE ACIMA DE      ".
           05 LP-DIAS           PIC ZZ9.
           05 FILLER            PIC X(5) VALUE " DIAS".
       01 LINHA-SEM-SUSPENSAO   PIC X(100) VALUE
           "SUSPENSAO AUTOMATICA DO LIMITE DESLIGADA NESTA EXECUCAO".
       01 LINHA-AGENCIA.
           05 FILLER            PIC X(9) VALUE "AGENCIA: ".
           05 LA-AGENCIA        PIC 9(4).
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(27) VALUE "CONTA   CPF".
           05 FILLER            PIC X(13) VALUE "SALDO".
           05 FILLER            PIC X(8)  VALUE "LIMITE".
           05 FILLER            PIC X(7)  VALUE " DIAS".
           05 FILLER            PIC X(10) VALUE "FAIXA".
           05 FILLER            PIC X(8)  VALUE "SITUACAO".
       01 LINHA-DETALHE.
           05 LD-CONTA          PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-CPF            PIC 9(11).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 LD-SALDO          PIC ZZZ.ZZ9,99-.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 LD-LIMITE         PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-DIAS           PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-FAIXA          PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-SITUACAO       PIC X(20).
       01 LINHA-FAIXA.
           05 LF-ROTULO         PIC X(12).
           05 LF-FAIXA          PIC X(8).
           05 FILLER            PIC X(9) VALUE "  CONTAS ".
           05 LF-QTD            PIC ZZ.ZZ9.
           05 FILLER            PIC X(13) VALUE "   EM USO R$ ".
           05 LF-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL-FAIXA.
           05 LTF-ROTULO        PIC X(20).
           05 FILLER            PIC X(9) VALUE "  CONTAS ".
           05 LTF-QTD           PIC ZZ.ZZ9.
           05 FILLER            PIC X(13) VALUE "   EM USO R$ ".
           05 LTF-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-SUSPENSAS.
           05 FILLER            PIC X(29) VALUE
               "LIMITES SUSPENSOS NESTA EXEC.".
           05 FILLER            PIC X(2) VALUE ": ".
           05 LS-QTD            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       NEGATIVOS-PRINCIPAL.
      *    ENVELHECIMENTO DO SALDO NEGATIVO: PARA CADA CONTA NEGATIVA
      *    HOJE, CONTA OS DIAS CORRIDOS DESDE A PRIMEIRA FOTOGRAFIA
      *    NEGATIVA DA SEQUENCIA ATUAL NO SALDOHIST.DAT (UMA FOTOGRAFIA
      *    POSITIVA NO MEIO ZERA A SEQUENCIA). ACIMA DO PARAMETRO DE
      *    DIAS, O LIMITE E SUSPENSO (CTA-LIMITE = 0) E A MUDANCA VAI
      *    PARA O LIMHIST.DAT COM A MATRICULA DO SISTEMA. A VOLTA DO
      *    LIMITE E PELO CAMINHO NORMAL DE ALTERACAO DE LIMITE NO
      *    TERMINAL, COM APROVACAO DE SUPERVISOR - E COMO A CONTAGEM
      *    PARA SUSPENDER SO COMECA NA ULTIMA ALTERACAO DE LIMITE, O
      *    LIMITE REATIVADO NAO E SUSPENSO DE NOVO NA NOITE SEGUINTE.
      *    RODA DEPOIS DO SALDODIA.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           DISPLAY "DIAS NEGATIVA PARA SUSPENDER O LIMITE "
               "(0 = NAO SUSPENDER): ".
           ACCEPT WS-DIAS-SUSPENDER.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM).
           PERFORM CARREGA-NEGATIVAS.
           PERFORM LE-HISTORICO-SALDOS.
           PERFORM LE-HISTORICO-LIMITES.
           PERFORM CALCULA-DIAS.
           IF WS-DIAS-SUSPENDER > ZEROS
               PERFORM SUSPENDE-LIMITES
           END-IF.
           PERFORM EMITE-RELATORIO.
           DISPLAY "CONTAS NEGATIVAS....: " WS-TOTAL-NEGATIVAS.
           DISPLAY "LIMITES SUSPENSOS...: " WS-TOTAL-SUSPENSAS.
           IF WS-TOTAL-SEM-HIST > ZEROS
               DISPLAY "SEM HISTORICO.......: " WS-TOTAL-SEM-HIST
               DISPLAY "HA LIMITES SUSPENSOS SEM REGISTRO NO "
                   "LIMHIST.DAT - CONFERIR AS CONTAS LISTADAS ACIMA"
           END-IF.
           STOP RUN.

       CARREGA-NEGATIVAS.
           OPEN INPUT CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CTA-SALDO < ZEROS
                           AND NOT CTA-CONTA-FECHADA
                           PERFORM GUARDA-NEGATIVA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTAS.

       GUARDA-NEGATIVA.
           IF WS-NEG-QTD >= 3000
               DISPLAY "TABELA DE CONTAS NEGATIVAS CHEIA - AUMENTAR "
                   "OCCURS"
               CLOSE CONTAS
               STOP RUN
           END-IF.
           ADD 1 TO WS-NEG-QTD.
           MOVE CTA-AGENCIA TO WS-NG-AGENCIA (WS-NEG-QTD).
           MOVE CTA-CONTA TO WS-NG-CONTA (WS-NEG-QTD).
           MOVE CTA-CPF TO WS-NG-CPF (WS-NEG-QTD).
           MOVE CTA-SALDO TO WS-NG-SALDO (WS-NEG-QTD).
           MOVE CTA-LIMITE TO WS-NG-LIMITE (WS-NEG-QTD).
           MOVE ZEROS TO WS-NG-INICIO (WS-NEG-QTD)
               WS-NG-ULT-LIMITE (WS-NEG-QTD) WS-NG-DIAS (WS-NEG-QTD).
           MOVE "N" TO WS-NG-SUSPENSA (WS-NEG-QTD).

       LE-HISTORICO-SALDOS.
      *    O SALDOHIST E GRAVADO NOITE A NOITE, CADA NOITE EM ORDEM DE
      *    CHAVE - O PONTEIRO NA TABELA (TAMBEM EM ORDEM DE CHAVE) SO
      *    ANDA PARA A FRENTE DENTRO DE UMA NOITE E VOLTA AO INICIO
      *    QUANDO A DATA MUDA. SEM HISTORICO, TODA CONTA NEGATIVA
      *    CONTA A PARTIR DE HOJE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT SALDO-HIST.
           EVALUATE HIS-STATUS
               WHEN "00"
                   PERFORM UNTIL FIM-ARQUIVO
                       READ SALDO-HIST NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM AVALIA-FOTOGRAFIA
                       END-READ
                   END-PERFORM
                   CLOSE SALDO-HIST
               WHEN "35"
                   DISPLAY "SALDOHIST.DAT NAO EXISTE - DIAS CONTADOS A "
                       "PARTIR DE HOJE"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR SALDOHIST.DAT: " HIS-STATUS
                   STOP RUN
           END-EVALUATE.

       AVALIA-FOTOGRAFIA.
           IF HIS-DATA-NUM NOT = WS-DATA-ANT
               MOVE HIS-DATA-NUM TO WS-DATA-ANT
               MOVE 1 TO WS-POS
           END-IF.
           PERFORM UNTIL WS-POS > WS-NEG-QTD
                   OR WS-NG-CHAVE (WS-POS) NOT < HIS-CHAVE
               ADD 1 TO WS-POS
           END-PERFORM.
           IF WS-POS NOT > WS-NEG-QTD
               IF WS-NG-CHAVE (WS-POS) = HIS-CHAVE
                   IF HIS-SALDO < ZEROS
                       IF WS-NG-INICIO (WS-POS) = ZEROS
                           MOVE HIS-DATA-NUM TO WS-NG-INICIO (WS-POS)
                       END-IF
                   ELSE
                       MOVE ZEROS TO WS-NG-INICIO (WS-POS)
                   END-IF
               END-IF
           END-IF.

       LE-HISTORICO-LIMITES.
      *    ULTIMA ALTERACAO DE LIMITE DE CADA CONTA NEGATIVA - O
      *    LIMHIST.DAT E CRONOLOGICO, A ULTIMA LINHA DA CONTA VENCE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT LIMITE-HIST.
           IF LIM-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ LIMITE-HIST NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM AVALIA-LIMHIST
                   END-READ
               END-PERFORM
               CLOSE LIMITE-HIST
           END-IF.

       AVALIA-LIMHIST.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NEG-QTD OR WS-ACHOU = "S"
               IF WS-NG-AGENCIA (WS-I) = LIM-AGENCIA
                   AND WS-NG-CONTA (WS-I) = LIM-CONTA
                   MOVE "S" TO WS-ACHOU
                   MOVE LIM-DATA-NUM TO WS-NG-ULT-LIMITE (WS-I)
               END-IF
           END-PERFORM.

       CALCULA-DIAS.
      *    CONTA NEGATIVA HOJE CUJA ULTIMA FOTOGRAFIA NAO ERA NEGATIVA
      *    (FICOU NEGATIVA DEPOIS DO SALDODIA) ESTA NO PRIMEIRO DIA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NEG-QTD
               IF WS-NG-INICIO (WS-I) = ZEROS
                   MOVE WS-HOJE-NUM TO WS-NG-INICIO (WS-I)
               END-IF
               COMPUTE WS-INT-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-NG-INICIO (WS-I))
               COMPUTE WS-NG-DIAS (WS-I) = WS-INT-HOJE - WS-INT-DIA + 1
               EVALUATE TRUE
                   WHEN WS-NG-DIAS (WS-I) <= 15
                       MOVE 1 TO WS-NG-FAIXA (WS-I)
                   WHEN WS-NG-DIAS (WS-I) <= 30
                       MOVE 2 TO WS-NG-FAIXA (WS-I)
                   WHEN WS-NG-DIAS (WS-I) <= 60
                       MOVE 3 TO WS-NG-FAIXA (WS-I)
                   WHEN OTHER
                       MOVE 4 TO WS-NG-FAIXA (WS-I)
               END-EVALUATE
           END-PERFORM.

       SUSPENDE-LIMITES.
           OPEN I-O CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND LIMITE-HIST.
           IF LIM-STATUS NOT = "00"
               OPEN OUTPUT LIMITE-HIST
           END-IF.
           IF LIM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LIMHIST.DAT: " LIM-STATUS
               CLOSE CONTAS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NEG-QTD
               IF WS-NG-LIMITE (WS-I) > ZEROS
                   PERFORM AVALIA-SUSPENSAO
               END-IF
           END-PERFORM.
           CLOSE CONTAS LIMITE-HIST.

       AVALIA-SUSPENSAO.
      *    OS DIAS PARA SUSPENDER CONTAM DO MAIS RECENTE ENTRE O
      *    INICIO DA SEQUENCIA NEGATIVA E A ULTIMA ALTERACAO DE LIMITE.
           MOVE WS-NG-INICIO (WS-I) TO WS-DATA-BASE.
           IF WS-NG-ULT-LIMITE (WS-I) > WS-DATA-BASE
               MOVE WS-NG-ULT-LIMITE (WS-I) TO WS-DATA-BASE
           END-IF.
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-DATA-BASE).
           COMPUTE WS-DIAS-BASE = WS-INT-HOJE - WS-INT-DIA + 1.
           IF WS-DIAS-BASE > WS-DIAS-SUSPENDER
               PERFORM EFETIVA-SUSPENSAO
           END-IF.

       EFETIVA-SUSPENSAO.
      *    RELE A CONTA - O CAIXA PODE TER MEXIDO NELA DEPOIS DA
      *    CARGA DA TABELA. SO SUSPENDE SE AINDA ESTA NEGATIVA E COM
      *    LIMITE.
           MOVE WS-NG-AGENCIA (WS-I) TO CTA-AGENCIA.
           MOVE WS-NG-CONTA (WS-I) TO CTA-CONTA.
           READ CONTAS
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = "S"
               AND CTA-SALDO < ZEROS AND CTA-LIMITE > ZEROS
               MOVE CTA-LIMITE TO WS-LIMITE-ANT
               MOVE ZEROS TO CTA-LIMITE
               REWRITE REG-CONTA
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF CTA-STATUS NOT = "00"
                   DISPLAY "LIMITE NAO SUSPENSO " CTA-CHAVE ": "
                       CTA-STATUS
               ELSE
                   MOVE WS-HOJE-NUM TO LIM-DATA-NUM
                   MOVE CTA-AGENCIA TO LIM-AGENCIA
                   MOVE CTA-CONTA TO LIM-CONTA
                   MOVE WS-LIMITE-ANT TO LIM-LIMITE-ANT
                   MOVE ZEROS TO LIM-LIMITE-NOVO
                   MOVE WS-MATRICULA-SISTEMA TO LIM-SOLICITANTE
                   MOVE WS-MATRICULA-SISTEMA TO LIM-APROVADOR
                   WRITE REG-LIMHIST
      *    O LIMITE JA FOI ZERADO NO CADASTRO - A SUSPENSAO VALE E
      *    ENTRA NO RELATORIO, SO FALTA A TRILHA PARA A CONFERENCIA.
                   IF LIM-STATUS NOT = "00"
                       DISPLAY "HISTORICO DE LIMITE NAO GRAVADO "
                           CTA-CHAVE ": " LIM-STATUS
                       ADD 1 TO WS-TOTAL-SEM-HIST
                   END-IF
                   MOVE "S" TO WS-NG-SUSPENSA (WS-I)
                   MOVE ZEROS TO WS-NG-LIMITE (WS-I)
                   ADD 1 TO WS-TOTAL-SUSPENSAS
               END-IF
           END-IF.

       EMITE-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF REL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR NEGATIVOS.TXT: " REL-STATUS
               STOP RUN
           END-IF.
           MOVE WS-HOJE-DIA TO LC-DIA.
           MOVE WS-HOJE-MES TO LC-MES.
           MOVE WS-HOJE-ANO TO LC-ANO.
           MOVE LINHA-CABECALHO TO LINHA-REL.
           WRITE LINHA-REL.
           IF WS-DIAS-SUSPENDER > ZEROS
               MOVE WS-DIAS-SUSPENDER TO LP-DIAS
               MOVE LINHA-PARAMETRO TO LINHA-REL
           ELSE
               MOVE LINHA-SEM-SUSPENSAO TO LINHA-REL
           END-IF.
           WRITE LINHA-REL.
           INITIALIZE WS-ACUM-BANCO.
           MOVE "N" TO WS-TEM-AGENCIA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NEG-QTD
               IF WS-TEM-AGENCIA = "N"
                   OR WS-NG-AGENCIA (WS-I) NOT = WS-AGENCIA-QUEBRA
                   IF WS-TEM-AGENCIA = "S"
                       PERFORM IMPRIME-TOTAL-AGENCIA
                   END-IF
                   PERFORM IMPRIME-CABECALHO-AGENCIA
               END-IF
               PERFORM IMPRIME-CONTA
           END-PERFORM.
           IF WS-TEM-AGENCIA = "S"
               PERFORM IMPRIME-TOTAL-AGENCIA
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO WS-SOMA-QTD WS-SOMA-VALOR.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 4
               MOVE "TOTAL BANCO " TO LF-ROTULO
               MOVE WS-FAIXA-NOME (WS-F) TO LF-FAIXA
               MOVE WS-BC-QTD (WS-F) TO LF-QTD
               MOVE WS-BC-VALOR (WS-F) TO LF-VALOR
               MOVE LINHA-FAIXA TO LINHA-REL
               WRITE LINHA-REL
               ADD WS-BC-QTD (WS-F) TO WS-SOMA-QTD
               ADD WS-BC-VALOR (WS-F) TO WS-SOMA-VALOR
           END-PERFORM.
           MOVE "TOTAL BANCO" TO LTF-ROTULO.
           MOVE WS-SOMA-QTD TO LTF-QTD.
           MOVE WS-SOMA-VALOR TO LTF-VALOR.
           MOVE LINHA-TOTAL-FAIXA TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-TOTAL-SUSPENSAS TO LS-QTD.
           MOVE LINHA-SUSPENSAS TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.

       IMPRIME-CABECALHO-AGENCIA.
           MOVE "S" TO WS-TEM-AGENCIA.
           MOVE WS-NG-AGENCIA (WS-I) TO WS-AGENCIA-QUEBRA.
           INITIALIZE WS-ACUM-AGENCIA.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-AGENCIA-QUEBRA TO LA-AGENCIA.
           MOVE LINHA-AGENCIA TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-COLUNAS TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-CONTA.
           COMPUTE WS-EM-USO = WS-NG-SALDO (WS-I) * -1.
           MOVE WS-NG-FAIXA (WS-I) TO WS-F.
           ADD 1 TO WS-AG-QTD (WS-F) WS-BC-QTD (WS-F).
           ADD WS-EM-USO TO WS-AG-VALOR (WS-F) WS-BC-VALOR (WS-F).
           ADD 1 TO WS-TOTAL-NEGATIVAS.
           MOVE WS-NG-CONTA (WS-I) TO LD-CONTA.
           MOVE WS-NG-CPF (WS-I) TO LD-CPF.
           MOVE WS-NG-SALDO (WS-I) TO LD-SALDO.
           MOVE WS-NG-LIMITE (WS-I) TO LD-LIMITE.
           MOVE WS-NG-DIAS (WS-I) TO LD-DIAS.
           MOVE WS-FAIXA-NOME (WS-F) TO LD-FAIXA.
           EVALUATE TRUE
               WHEN WS-NG-SUSPENSA (WS-I) = "S"
                   MOVE "LIMITE SUSPENSO HOJE" TO LD-SITUACAO
               WHEN WS-NG-SALDO (WS-I) + WS-NG-LIMITE (WS-I) < ZEROS
                   MOVE "ACIMA DO LIMITE" TO LD-SITUACAO
               WHEN OTHER
                   MOVE SPACES TO LD-SITUACAO
           END-EVALUATE.
           MOVE LINHA-DETALHE TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-TOTAL-AGENCIA.
           MOVE ZEROS TO WS-SOMA-QTD WS-SOMA-VALOR.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 4
               MOVE "  FAIXA " TO LF-ROTULO
               MOVE WS-FAIXA-NOME (WS-F) TO LF-FAIXA
               MOVE WS-AG-QTD (WS-F) TO LF-QTD
               MOVE WS-AG-VALOR (WS-F) TO LF-VALOR
               MOVE LINHA-FAIXA TO LINHA-REL
               WRITE LINHA-REL
               ADD WS-AG-QTD (WS-F) TO WS-SOMA-QTD
               ADD WS-AG-VALOR (WS-F) TO WS-SOMA-VALOR
           END-PERFORM.
           MOVE "  TOTAL AGENCIA" TO LTF-ROTULO.
           MOVE WS-SOMA-QTD TO LTF-QTD.
           MOVE WS-SOMA-VALOR TO LTF-VALOR.
           MOVE LINHA-TOTAL-FAIXA TO LINHA-REL.
           WRITE LINHA-REL.
