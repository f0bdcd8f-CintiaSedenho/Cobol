       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOCLI.
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

           SELECT CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CPF
           FILE STATUS IS CLI-STATUS.

           SELECT CHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHQ-CHAVE
           FILE STATUS IS CHQ-STATUS.

           SELECT BLOQUEIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BLQ-CHAVE
           FILE STATUS IS BLQ-STATUS.

           SELECT LIMITE-HIST ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LIM-STATUS.

           SELECT MOVIMENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS MOV-STATUS.

           SELECT ARQUIVO-MES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQ-STATUS.

           SELECT AVISOS-ENVIADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-CHAVE
           FILE STATUS IS AVI-STATUS.

           SELECT CARTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAR-STATUS.

           SELECT PENDENCIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEN-STATUS.

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

       FD CLIENTES LABEL RECORD STANDARD
           DATA RECORD IS REG-CLI
           VALUE OF FILE-ID IS "CLIENTES.DAT".
       01 REG-CLI.
           05 CLI-CPF          PIC 9(11).
           05 CLI-NOME         PIC X(30).
           05 CLI-ENDERECO     PIC X(40).
           05 CLI-CIDADE       PIC X(20).
           05 CLI-UF           PIC X(2).
           05 CLI-CEP          PIC 9(8).
           05 CLI-TELEFONE     PIC 9(11).
           05 CLI-DATA-NASC.
               10 CLI-ANO-NASC     PIC 9(4).
               10 CLI-MES-NASC     PIC 9(2).
               10 CLI-DIA-NASC     PIC 9(2).
           05 CLI-DATA-CADASTRO.
               10 CLI-ANO-CAD      PIC 9(4).
               10 CLI-MES-CAD      PIC 9(2).
               10 CLI-DIA-CAD      PIC 9(2).

       FD CHEQUES LABEL RECORD STANDARD
           DATA RECORD IS REG-CHEQUE
           VALUE OF FILE-ID IS "CHEQUES.DAT".
      *    MESMO LAYOUT DE REG-CHEQUE EM P2-CHEQUE-G1.cbl.
       01 REG-CHEQUE.
           05 CHQ-CHAVE.
               10 CHQ-AGENCIA      PIC 9(4).
               10 CHQ-CONTA        PIC 9(6).
               10 CHQ-NUMERO       PIC 9(6).
           05 CHQ-SITUACAO     PIC X(1).
               88 CHQ-EMITIDO          VALUE "E".
               88 CHQ-PAGO             VALUE "P".
               88 CHQ-SUSTADO          VALUE "S".
               88 CHQ-DEVOLVIDO        VALUE "D".
               88 CHQ-DEVOLVIDO-2X     VALUE "2".
               88 CHQ-CANCELADO        VALUE "C".
           05 CHQ-DATA-EMISSAO.
               10 CHQ-ANO-EMI      PIC 9(4).
               10 CHQ-MES-EMI      PIC 9(2).
               10 CHQ-DIA-EMI      PIC 9(2).
           05 CHQ-DATA-BAIXA.
               10 CHQ-ANO-BXA      PIC 9(4).
               10 CHQ-MES-BXA      PIC 9(2).
               10 CHQ-DIA-BXA      PIC 9(2).
           05 CHQ-DATA-BAIXA-NUM REDEFINES CHQ-DATA-BAIXA PIC 9(8).
           05 CHQ-VALOR-PAGO   PIC 9(6)V99.
           05 CHQ-OPERADOR     PIC 9(6).

       FD BLOQUEIOS LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQUEIO
           VALUE OF FILE-ID IS "BLOQUEIOS.DAT".
      *    MESMO LAYOUT DE REG-BLOQUEIO EM P2-COBOL-FINAL.cbl.
       01 REG-BLOQUEIO.
           05 BLQ-CHAVE.
               10 BLQ-AGENCIA      PIC 9(4).
               10 BLQ-CONTA        PIC 9(6).
               10 BLQ-SEQ          PIC 9(4).
           05 BLQ-VALOR        PIC 9(6)V99.
           05 BLQ-MOTIVO       PIC X(30).
           05 BLQ-SITUACAO     PIC X(1).
               88 BLQ-ATIVO            VALUE "A".
               88 BLQ-LIBERADO         VALUE "L".
           05 BLQ-DATA-COLOCACAO.
               10 BLQ-ANO-COL      PIC 9(4).
               10 BLQ-MES-COL      PIC 9(2).
               10 BLQ-DIA-COL      PIC 9(2).
           05 BLQ-DATA-COLOCACAO-NUM REDEFINES BLQ-DATA-COLOCACAO
                               PIC 9(8).
           05 BLQ-SUP-COLOCOU  PIC 9(6).
           05 BLQ-DATA-LIBERACAO.
               10 BLQ-ANO-LIB      PIC 9(4).
               10 BLQ-MES-LIB      PIC 9(2).
               10 BLQ-DIA-LIB      PIC 9(2).
           05 BLQ-SUP-LIBEROU  PIC 9(6).

       FD LIMITE-HIST LABEL RECORD STANDARD
           DATA RECORD IS REG-LIMHIST
           VALUE OF FILE-ID IS "LIMHIST.DAT".
      *    MESMO LAYOUT DE REG-LIMHIST EM P2-COBOL-FINAL.cbl.
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

       FD MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOV
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".
      *    MESMO LAYOUT DE REG-MOV EM P2-MOVIMENTO-G1.cbl.
       01 REG-MOV.
           05 MOV-CHAVE.
               10 MOV-AGENCIA      PIC 9(4).
               10 MOV-CONTA        PIC 9(6).
               10 MOV-DATA.
                   15 MOV-ANO      PIC 9(4).
                   15 MOV-MES      PIC 9(2).
                   15 MOV-DIA      PIC 9(2).
               10 MOV-DATA-NUM REDEFINES MOV-DATA PIC 9(8).
               10 MOV-SEQ          PIC 9(4).
           05 MOV-TIPO         PIC X(1).
           05 MOV-VALOR        PIC 9(6)V99.
           05 MOV-SALDO-RESULT PIC S9(6)V99.
           05 MOV-ORIGEM       PIC X(1).
           05 MOV-CONTRA-AGENCIA PIC 9(4).
           05 MOV-CONTRA-CONTA PIC 9(6).
           05 MOV-DOCUMENTO    PIC X(12).
           05 MOV-OPERADOR     PIC 9(6).

       FD ARQUIVO-MES LABEL RECORD STANDARD
           DATA RECORD IS REG-ARQ
           VALUE OF FILE-ID IS WS-ARQ-MOVIMENTO.
      *    ARQUIVO MENSAL MOVIMENTO-AAAAMM.DAT GERADO PELO FECHAMES.
       01 REG-ARQ.
           05 ARQ-AGENCIA      PIC 9(4).
           05 ARQ-CONTA        PIC 9(6).
           05 ARQ-DATA         PIC 9(8).
           05 ARQ-SEQ          PIC 9(4).
           05 ARQ-TIPO         PIC X(1).
           05 ARQ-VALOR        PIC 9(6)V99.
           05 ARQ-SALDO-RESULT PIC S9(6)V99.
           05 ARQ-ORIGEM       PIC X(1).
           05 ARQ-CONTRA-AGENCIA PIC 9(4).
           05 ARQ-CONTRA-CONTA PIC 9(6).
           05 ARQ-DOCUMENTO    PIC X(12).
           05 ARQ-OPERADOR     PIC 9(6).

       FD AVISOS-ENVIADOS LABEL RECORD STANDARD
           DATA RECORD IS REG-AVISO
           VALUE OF FILE-ID IS "AVISOS.DAT".
      *    REGISTRO DOS AVISOS JA ENVIADOS - UMA LINHA POR EVENTO
      *    AVISADO, E A CHAVE QUE IMPEDE A SEGUNDA CARTA. TIPOS: "C"
      *    CHEQUE DEVOLVIDO (REFERENCIA = FOLHA + SITUACAO "D"/"2"),
      *    "B" BLOQUEIO (REFERENCIA = SEQUENCIAL DO BLOQUEIO), "L"
      *    ALTERACAO DE LIMITE (REFERENCIA = DATA + LIMITE NOVO) E OS
      *    AVISOS DE SITUACAO, COM REFERENCIA EM BRANCO: "I" CONTA
      *    INATIVADA, "N" CONTA NEGATIVA, "P" CONTA PERTO DE SER
      *    INATIVADA. O AVISO DE SITUACAO E APAGADO QUANDO A CONTA SAI
      *    DA SITUACAO, PARA QUE UMA NOVA ENTRADA GERE NOVA CARTA.
       01 REG-AVISO.
           05 AVI-CHAVE.
               10 AVI-AGENCIA      PIC 9(4).
               10 AVI-CONTA        PIC 9(6).
               10 AVI-TIPO         PIC X(1).
               10 AVI-REFERENCIA   PIC X(16).
           05 AVI-DATA-EVENTO  PIC 9(8).
           05 AVI-DATA-AVISO   PIC 9(8).
           05 AVI-CPF          PIC 9(11).

       FD CARTAS LABEL RECORD STANDARD
           DATA RECORD IS LINHA-CARTA
           VALUE OF FILE-ID IS WS-NOME-CARTAS.
       01 LINHA-CARTA              PIC X(80).

       FD PENDENCIAS LABEL RECORD STANDARD
           DATA RECORD IS LINHA-PEN
           VALUE OF FILE-ID IS "AVISOPEND.TXT".
       01 LINHA-PEN                PIC X(100).

       WORKING-STORAGE SECTION.
       01 CTA-STATUS           PIC X(2).
       01 CLI-STATUS           PIC X(2).
       01 CHQ-STATUS           PIC X(2).
       01 BLQ-STATUS           PIC X(2).
       01 LIM-STATUS           PIC X(2).
       01 MOV-STATUS           PIC X(2).
       01 ARQ-STATUS           PIC X(2).
       01 AVI-STATUS           PIC X(2).
       01 CAR-STATUS           PIC X(2).
       01 PEN-STATUS           PIC X(2).
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
       01 WS-NOME-CARTAS       PIC X(20) VALUE SPACES.
      *    EVENTO DATADO (CHEQUE, BLOQUEIO, LIMITE) SO GERA CARTA SE
      *    ACONTECEU NOS ULTIMOS WS-DIAS-JANELA DIAS - NA PRIMEIRA
      *    EXECUCAO O HISTORICO ANTIGO NAO VIRA UMA AVALANCHE DE
      *    CARTAS SOBRE FATOS JA RESOLVIDOS NO GUICHE.
       01 WS-DIAS-JANELA       PIC 9(3) VALUE 30.
       01 WS-DATA-JANELA       PIC 9(8) VALUE ZEROS.
      *    AVISO PREVIO DE INATIVACAO: MESMO PARAMETRO DE MESES DO
      *    INATIVACONTAS, COM O CORTE CALCULADO A PARTIR DE HOJE MAIS
      *    WS-DIAS-AVISO DIAS - CONTA SEM MOVIMENTO DE CLIENTE DESDE
      *    ESSE CORTE SERA INATIVADA DENTRO DO PRAZO SE NADA MUDAR.
       01 WS-DIAS-AVISO        PIC 9(2) VALUE 30.
       01 WS-MESES-PARAM       PIC 9(2) VALUE ZEROS.
       01 WS-MESES-TOT         PIC S9(5) VALUE ZEROS.
       01 WS-RESTO-MES         PIC 9(4) VALUE ZEROS.
       01 WS-INT-DIA           PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FUTURA.
           05 WS-FUT-ANO       PIC 9(4).
           05 WS-FUT-MES       PIC 9(2).
           05 WS-FUT-DIA       PIC 9(2).
       01 WS-DATA-FUTURA-NUM REDEFINES WS-DATA-FUTURA PIC 9(8).
       01 WS-DATA-CORTE.
           05 WS-CORTE-ANO     PIC 9(4).
           05 WS-CORTE-MES     PIC 9(2).
           05 WS-CORTE-DIA     PIC 9(2).
       01 WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE PIC 9(8).
       01 WS-ARQ-MOVIMENTO     PIC X(20) VALUE "MOVIMENTO.DAT".
       01 WS-AAMM-ARQ          PIC 9(6) VALUE ZEROS.
       01 WS-AAMM-ARQ-R REDEFINES WS-AAMM-ARQ.
           05 WS-ANO-ARQ       PIC 9(4).
           05 WS-MES-ARQ       PIC 9(2).
       01 WS-AAMM-FIM          PIC 9(6) VALUE ZEROS.
       01 WS-I                 PIC 9(4) VALUE ZEROS.
       01 WS-ACHOU             PIC X(1) VALUE "N".

      *    CONTAS COM ATIVIDADE DE CLIENTE DESDE O CORTE DO AVISO
      *    PREVIO - MESMA TABELA E MESMO CRITERIO DE MOVIMENTO DE
      *    CLIENTE DO INATIVACONTAS.
       01 WS-ATIVAS-QTD        PIC 9(4) VALUE ZEROS.
       01 WS-TAB-ATIVIDADE.
           05 WS-ATIV-ENT OCCURS 5000 TIMES.
               10 WS-ATIV-AGENCIA  PIC 9(4).
               10 WS-ATIV-CONTA    PIC 9(6).
       01 WS-AVAL-AGENCIA      PIC 9(4) VALUE ZEROS.
       01 WS-AVAL-CONTA        PIC 9(6) VALUE ZEROS.

      *    EVENTO EM CURSO - PREENCHIDO POR QUEM DETECTA E CONSUMIDO
      *    POR UM UNICO PARAGRAFO QUE ENDERECA, IMPRIME E REGISTRA.
       01 WS-EVT-AGENCIA       PIC 9(4) VALUE ZEROS.
       01 WS-EVT-CONTA         PIC 9(6) VALUE ZEROS.
       01 WS-EVT-TIPO          PIC X(1) VALUE SPACE.
       01 WS-EVT-REFERENCIA    PIC X(16) VALUE SPACES.
       01 WS-EVT-DATA          PIC 9(8) VALUE ZEROS.
       01 WS-EVT-DATA-R REDEFINES WS-EVT-DATA.
           05 WS-EVT-ANO       PIC 9(4).
           05 WS-EVT-MES       PIC 9(2).
           05 WS-EVT-DIA       PIC 9(2).
       01 WS-EVT-TITULO        PIC X(40) VALUE SPACES.
       01 WS-EVT-TEXTO-1       PIC X(80) VALUE SPACES.
       01 WS-EVT-TEXTO-2       PIC X(80) VALUE SPACES.
       01 WS-NA-SITUACAO       PIC X(1) VALUE "N".
       01 WS-ENDERECO-OK       PIC X(1) VALUE "N".
       01 WS-FALTA             PIC X(30) VALUE SPACES.
       01 WS-DATA-EDITADA.
           05 WS-DED-DIA       PIC 99.
           05 FILLER           PIC X(1) VALUE "/".
           05 WS-DED-MES       PIC 99.
           05 FILLER           PIC X(1) VALUE "/".
           05 WS-DED-ANO       PIC 9(4).
       01 WS-VALOR-EDITADO     PIC ZZZ.ZZ9,99.
       01 WS-VALOR-EDITADO-2   PIC ZZZ.ZZ9,99.
       01 WS-SALDO-EDITADO     PIC ZZZ.ZZ9,99-.
       01 WS-LIMITE-NOVO-X     PIC 9(8) VALUE ZEROS.

       01 WS-TOTAL-CHEQUES     PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-BLOQUEIOS   PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-LIMITES     PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-INATIVAS    PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-NEGATIVAS   PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-PREVIOS     PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-CARTAS      PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-PENDENTES   PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-ENCERRADOS  PIC 9(6) VALUE ZEROS.

       01 LINHA-SEPARADOR       PIC X(80) VALUE ALL "=".
       01 LINHA-BRANCO          PIC X(80) VALUE SPACES.
       01 LINHA-ENDERECO-1.
           05 LE1-NOME          PIC X(30).
       01 LINHA-ENDERECO-2.
           05 LE2-ENDERECO      PIC X(40).
       01 LINHA-ENDERECO-3.
           05 LE3-CIDADE        PIC X(20).
           05 FILLER            PIC X(1) VALUE "/".
           05 LE3-UF            PIC X(2).
           05 FILLER            PIC X(6) VALUE "  CEP ".
           05 LE3-CEP           PIC 9(8).
       01 LINHA-CONTA-CAB.
           05 FILLER            PIC X(9)  VALUE "AGENCIA: ".
           05 LCC-AGENCIA       PIC 9.999.
           05 FILLER            PIC X(6)  VALUE "CONTA ".
           05 LCC-CONTA         PIC 99.999/9.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "DATA: ".
           05 LCC-DATA          PIC X(10).
       01 LINHA-TITULO.
           05 FILLER            PIC X(7) VALUE "AVISO: ".
           05 LTT-TITULO        PIC X(40).
       01 LINHA-ASSINATURA      PIC X(80) VALUE
           "EM CASO DE DUVIDA, PROCURE SUA AGENCIA.".
       01 LINHA-PEN-CAB         PIC X(100) VALUE
           "AGENCIA CONTA   CPF          AVISO  DATA        PENDENCIA".
       01 LINHA-PEN-DET.
           05 LPD-AGENCIA       PIC 9(4).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 LPD-CONTA         PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LPD-CPF           PIC 9(11).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LPD-TIPO          PIC X(1).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 LPD-DATA          PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LPD-FALTA         PIC X(30).

       PROCEDURE DIVISION.
       AVISOS-PRINCIPAL.
      *    BATCH NOTURNO DE CARTAS AO CLIENTE: LE OS ARQUIVOS QUE JA
      *    REGISTRAM OS FATOS (CHEQUES.DAT, BLOQUEIOS.DAT, LIMHIST.DAT
      *    E A SITUACAO/SALDO EM CONTAS.DAT), EMITE UMA CARTA POR
      *    EVENTO NO ARQUIVO DO DIA CARTAS-AAAAMMDD.TXT COM O ENDERECO
      *    DO CADASTRO DE CLIENTES E REGISTRA O AVISO EM AVISOS.DAT. O
      *    CLIENTE SEM ENDERECO COMPLETO NAO RECEBE CARTA NEM E
      *    REGISTRADO - VAI PARA AVISOPEND.TXT E REAPARECE TODA NOITE
      *    ATE A AGENCIA ACERTAR O CADASTRO.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           DISPLAY "MESES SEM MOVIMENTO PARA INATIVAR (1-99): ".
           ACCEPT WS-MESES-PARAM.
           IF WS-MESES-PARAM = ZEROS
               DISPLAY "PARAMETRO INVALIDO"
               STOP RUN
           END-IF.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) - WS-DIAS-JANELA.
           COMPUTE WS-DATA-JANELA =
               FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           PERFORM CALCULA-CORTE-AVISO.
           DISPLAY "EVENTOS DESDE.......: " WS-DATA-JANELA.
           DISPLAY "CORTE AVISO PREVIO..: " WS-CORTE-DIA "/"
               WS-CORTE-MES "/" WS-CORTE-ANO.
           PERFORM VARRE-MOVIMENTOS.
           PERFORM ABRE-ARQUIVOS.
           PERFORM AVISA-CHEQUES.
           PERFORM AVISA-BLOQUEIOS.
           PERFORM AVISA-LIMITES.
           PERFORM AVISA-SITUACAO.
           CLOSE CONTAS CLIENTES AVISOS-ENVIADOS CARTAS PENDENCIAS.
           DISPLAY "CARTAS..............: " WS-NOME-CARTAS.
           DISPLAY "CHEQUES DEVOLVIDOS..: " WS-TOTAL-CHEQUES.
           DISPLAY "BLOQUEIOS...........: " WS-TOTAL-BLOQUEIOS.
           DISPLAY "ALTERACOES DE LIMITE: " WS-TOTAL-LIMITES.
           DISPLAY "CONTAS INATIVADAS...: " WS-TOTAL-INATIVAS.
           DISPLAY "CONTAS NEGATIVAS....: " WS-TOTAL-NEGATIVAS.
           DISPLAY "AVISO DE INATIVACAO.: " WS-TOTAL-PREVIOS.
           DISPLAY "CARTAS EMITIDAS.....: " WS-TOTAL-CARTAS.
           DISPLAY "ENDERECO INCOMPLETO.: " WS-TOTAL-PENDENTES.
           DISPLAY "AVISOS ENCERRADOS...: " WS-TOTAL-ENCERRADOS.
           STOP RUN.

       CALCULA-CORTE-AVISO.
      *    MESMA CONTA DE CALCULA-DATA-CORTE DO INATIVACONTAS, SO QUE
      *    SOBRE A DATA DAQUI A WS-DIAS-AVISO DIAS.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) + WS-DIAS-AVISO.
           COMPUTE WS-DATA-FUTURA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           COMPUTE WS-MESES-TOT = WS-FUT-ANO * 12 + WS-FUT-MES
               - 1 - WS-MESES-PARAM.
           IF WS-MESES-TOT < ZEROS
               MOVE ZEROS TO WS-MESES-TOT
           END-IF.
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-RESTO-MES.
           COMPUTE WS-CORTE-MES = WS-RESTO-MES + 1.
           MOVE WS-FUT-DIA TO WS-CORTE-DIA.

       VARRE-MOVIMENTOS.
      *    ARQUIVOS MENSAIS DESDE O MES DO CORTE E DEPOIS O CORRENTE -
      *    MESMA RESOLUCAO DO INATIVACONTAS.
           MOVE WS-CORTE-ANO TO WS-ANO-ARQ.
           MOVE WS-CORTE-MES TO WS-MES-ARQ.
           COMPUTE WS-AAMM-FIM = WS-HOJE-ANO * 100 + WS-HOJE-MES.
           PERFORM UNTIL WS-AAMM-ARQ > WS-AAMM-FIM
               MOVE SPACES TO WS-ARQ-MOVIMENTO
               STRING "MOVIMENTO-" WS-ANO-ARQ WS-MES-ARQ ".DAT"
                   DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO
               PERFORM LE-ARQUIVO-MOVIMENTO
               IF WS-MES-ARQ = 12
                   ADD 1 TO WS-ANO-ARQ
                   MOVE 1 TO WS-MES-ARQ
               ELSE
                   ADD 1 TO WS-MES-ARQ
               END-IF
           END-PERFORM.
           PERFORM LE-MOVIMENTO-CORRENTE.

       LE-ARQUIVO-MOVIMENTO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MES.
           IF ARQ-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO-MES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM AVALIA-MENSAL
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MES
           END-IF.

       AVALIA-MENSAL.
           IF ARQ-DATA >= WS-DATA-CORTE-NUM
               AND ARQ-ORIGEM NOT = "J" AND ARQ-ORIGEM NOT = "M"
               AND ARQ-ORIGEM NOT = "R" AND ARQ-ORIGEM NOT = "S"
               AND ARQ-ORIGEM NOT = "V"
               MOVE ARQ-AGENCIA TO WS-AVAL-AGENCIA
               MOVE ARQ-CONTA TO WS-AVAL-CONTA
               PERFORM REGISTRA-ATIVIDADE
           END-IF.

       LE-MOVIMENTO-CORRENTE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT MOVIMENTO.
           IF MOV-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ MOVIMENTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM AVALIA-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO
           END-IF.

       AVALIA-MOVIMENTO.
           IF MOV-DATA-NUM >= WS-DATA-CORTE-NUM
               AND MOV-ORIGEM NOT = "J" AND MOV-ORIGEM NOT = "M"
               AND MOV-ORIGEM NOT = "R" AND MOV-ORIGEM NOT = "S"
               AND MOV-ORIGEM NOT = "V"
               MOVE MOV-AGENCIA TO WS-AVAL-AGENCIA
               MOVE MOV-CONTA TO WS-AVAL-CONTA
               PERFORM REGISTRA-ATIVIDADE
           END-IF.

       REGISTRA-ATIVIDADE.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ATIVAS-QTD OR WS-ACHOU = "S"
               IF WS-ATIV-AGENCIA (WS-I) = WS-AVAL-AGENCIA
                   AND WS-ATIV-CONTA (WS-I) = WS-AVAL-CONTA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-ATIVAS-QTD >= 5000
                   DISPLAY "TABELA DE CONTAS CHEIA - AUMENTAR OCCURS"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ATIVAS-QTD
               MOVE WS-AVAL-AGENCIA TO WS-ATIV-AGENCIA (WS-ATIVAS-QTD)
               MOVE WS-AVAL-CONTA TO WS-ATIV-CONTA (WS-ATIVAS-QTD)
           END-IF.

       ABRE-ARQUIVOS.
           OPEN INPUT CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLI-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTES.DAT: " CLI-STATUS
               CLOSE CONTAS
               STOP RUN
           END-IF.
      *    SO O STATUS "35" (ARQUIVO AINDA NAO EXISTE) AUTORIZA A
      *    CRIACAO DO REGISTRO DE AVISOS - MESMA REGRA DE
      *    ABRE-BLOQUEIOS NO TERMINAL.
           OPEN I-O AVISOS-ENVIADOS.
           EVALUATE AVI-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT AVISOS-ENVIADOS
                   CLOSE AVISOS-ENVIADOS
                   OPEN I-O AVISOS-ENVIADOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AVISOS.DAT: " AVI-STATUS
                   CLOSE CONTAS CLIENTES
                   STOP RUN
           END-EVALUATE.
      *    O ARQUIVO DE CARTAS DO DIA E ACRESCIDO, NAO REFEITO: UMA
      *    SEGUNDA EXECUCAO NO MESMO DIA SO ACRESCENTA OS EVENTOS
      *    NOVOS, E AS CARTAS DA PRIMEIRA (JA REGISTRADAS EM
      *    AVISOS.DAT) NAO SE PERDEM.
           MOVE SPACES TO WS-NOME-CARTAS.
           STRING "CARTAS-" WS-HOJE-NUM ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-CARTAS.
           OPEN EXTEND CARTAS.
           IF CAR-STATUS NOT = "00"
               OPEN OUTPUT CARTAS
           END-IF.
           IF CAR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-CARTAS ": " CAR-STATUS
               CLOSE CONTAS CLIENTES AVISOS-ENVIADOS
               STOP RUN
           END-IF.
           OPEN OUTPUT PENDENCIAS.
           IF PEN-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AVISOPEND.TXT: " PEN-STATUS
               CLOSE CONTAS CLIENTES AVISOS-ENVIADOS CARTAS
               STOP RUN
           END-IF.
           MOVE LINHA-PEN-CAB TO LINHA-PEN.
           WRITE LINHA-PEN.

       AVISA-CHEQUES.
      *    "D" = PRIMEIRA DEVOLUCAO (AINDA REAPRESENTAVEL), "2" =
      *    DEVOLUCAO DEFINITIVA - SAO DUAS CARTAS DIFERENTES, POR ISSO
      *    A SITUACAO FAZ PARTE DA REFERENCIA. SEM CHEQUES.DAT NAO HA
      *    O QUE AVISAR.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT CHEQUES.
           IF CHQ-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ CHEQUES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF (CHQ-DEVOLVIDO OR CHQ-DEVOLVIDO-2X)
                               AND CHQ-DATA-BAIXA-NUM >= WS-DATA-JANELA
                               PERFORM AVISO-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUES
           END-IF.

       AVISO-CHEQUE.
           MOVE CHQ-AGENCIA TO WS-EVT-AGENCIA.
           MOVE CHQ-CONTA TO WS-EVT-CONTA.
           MOVE "C" TO WS-EVT-TIPO.
           MOVE SPACES TO WS-EVT-REFERENCIA.
           STRING CHQ-NUMERO CHQ-SITUACAO
               DELIMITED BY SIZE INTO WS-EVT-REFERENCIA.
           MOVE CHQ-DATA-BAIXA-NUM TO WS-EVT-DATA.
           PERFORM FORMATA-DATA-EVENTO.
           MOVE SPACES TO WS-EVT-TEXTO-1 WS-EVT-TEXTO-2.
           IF CHQ-DEVOLVIDO
               MOVE "CHEQUE DEVOLVIDO" TO WS-EVT-TITULO
               STRING "O CHEQUE NUMERO " CHQ-NUMERO
                   " FOI DEVOLVIDO EM " WS-DATA-EDITADA
                   " POR FALTA DE FUNDOS"
                   DELIMITED BY SIZE INTO WS-EVT-TEXTO-1
               MOVE "OU SALDO BLOQUEADO. A FOLHA AINDA PODE SER REAPRESE
      -            "NTADA UMA UNICA VEZ." TO WS-EVT-TEXTO-2
           ELSE
               MOVE "CHEQUE DEVOLVIDO PELA SEGUNDA VEZ"
                   TO WS-EVT-TITULO
               STRING "O CHEQUE NUMERO " CHQ-NUMERO
                   " FOI DEVOLVIDO PELA SEGUNDA VEZ EM "
                   WS-DATA-EDITADA "."
                   DELIMITED BY SIZE INTO WS-EVT-TEXTO-1
               MOVE "A DEVOLUCAO E DEFINITIVA - A FOLHA NAO SERA MAIS AC
      -            "EITA NA COMPENSACAO." TO WS-EVT-TEXTO-2
           END-IF.
           PERFORM AVISO-DATADO.
           IF WS-ACHOU = "N" AND WS-ENDERECO-OK = "S"
               ADD 1 TO WS-TOTAL-CHEQUES
           END-IF.

       AVISA-BLOQUEIOS.
      *    A CARTA AVISA A COLOCACAO DO BLOQUEIO - MESMO QUE JA TENHA
      *    SIDO LIBERADO QUANDO O BATCH RODA, O CLIENTE FICOU COM O
      *    SALDO PRESO NESSE MEIO TEMPO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT BLOQUEIOS.
           IF BLQ-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ BLOQUEIOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF BLQ-DATA-COLOCACAO-NUM >= WS-DATA-JANELA
                               PERFORM AVISO-BLOQUEIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEIOS
           END-IF.

       AVISO-BLOQUEIO.
           MOVE BLQ-AGENCIA TO WS-EVT-AGENCIA.
           MOVE BLQ-CONTA TO WS-EVT-CONTA.
           MOVE "B" TO WS-EVT-TIPO.
           MOVE SPACES TO WS-EVT-REFERENCIA.
           MOVE BLQ-SEQ TO WS-EVT-REFERENCIA.
           MOVE BLQ-DATA-COLOCACAO-NUM TO WS-EVT-DATA.
           PERFORM FORMATA-DATA-EVENTO.
           MOVE BLQ-VALOR TO WS-VALOR-EDITADO.
           MOVE "BLOQUEIO DE SALDO" TO WS-EVT-TITULO.
           MOVE SPACES TO WS-EVT-TEXTO-1 WS-EVT-TEXTO-2.
           STRING "FOI BLOQUEADO EM " WS-DATA-EDITADA
               " O VALOR DE R$ " WS-VALOR-EDITADO
               " DO SALDO DA CONTA."
               DELIMITED BY SIZE INTO WS-EVT-TEXTO-1.
           STRING "MOTIVO: " BLQ-MOTIVO
               DELIMITED BY SIZE INTO WS-EVT-TEXTO-2.
           PERFORM AVISO-DATADO.
           IF WS-ACHOU = "N" AND WS-ENDERECO-OK = "S"
               ADD 1 TO WS-TOTAL-BLOQUEIOS
           END-IF.

       AVISA-LIMITES.
      *    LIMHIST.DAT NAO TEM CHAVE - A REFERENCIA DO AVISO E A DATA
      *    MAIS O LIMITE NOVO, QUE IDENTIFICA A ALTERACAO SEM DEPENDER
      *    DA POSICAO DA LINHA NO ARQUIVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT LIMITE-HIST.
           IF LIM-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ LIMITE-HIST NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LIM-DATA-NUM >= WS-DATA-JANELA
                               PERFORM AVISO-LIMITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITE-HIST
           END-IF.

       AVISO-LIMITE.
           MOVE LIM-AGENCIA TO WS-EVT-AGENCIA.
           MOVE LIM-CONTA TO WS-EVT-CONTA.
           MOVE "L" TO WS-EVT-TIPO.
           MOVE LIM-LIMITE-NOVO TO WS-LIMITE-NOVO-X.
           MOVE SPACES TO WS-EVT-REFERENCIA.
           STRING LIM-DATA-NUM WS-LIMITE-NOVO-X
               DELIMITED BY SIZE INTO WS-EVT-REFERENCIA.
           MOVE LIM-DATA-NUM TO WS-EVT-DATA.
           PERFORM FORMATA-DATA-EVENTO.
           MOVE LIM-LIMITE-ANT TO WS-VALOR-EDITADO.
           MOVE LIM-LIMITE-NOVO TO WS-VALOR-EDITADO-2.
           MOVE "ALTERACAO DO LIMITE DA CONTA" TO WS-EVT-TITULO.
           MOVE SPACES TO WS-EVT-TEXTO-1 WS-EVT-TEXTO-2.
           STRING "EM " WS-DATA-EDITADA
               " O LIMITE DA CONTA FOI ALTERADO DE R$ "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-EVT-TEXTO-1.
           STRING "PARA R$ " WS-VALOR-EDITADO-2 "."
               DELIMITED BY SIZE INTO WS-EVT-TEXTO-2.
           PERFORM AVISO-DATADO.
           IF WS-ACHOU = "N" AND WS-ENDERECO-OK = "S"
               ADD 1 TO WS-TOTAL-LIMITES
           END-IF.

       AVISO-DATADO.
      *    EVENTO JA REGISTRADO EM AVISOS.DAT NAO GERA SEGUNDA CARTA.
      *    CONTA ENCERRADA NAO RECEBE CARTA - O TERMO DE ENCERRAMENTO
      *    JA FOI ENTREGUE NO GUICHE.
           MOVE "N" TO WS-ENDERECO-OK.
           MOVE WS-EVT-AGENCIA TO AVI-AGENCIA.
           MOVE WS-EVT-CONTA TO AVI-CONTA.
           MOVE WS-EVT-TIPO TO AVI-TIPO.
           MOVE WS-EVT-REFERENCIA TO AVI-REFERENCIA.
           MOVE "S" TO WS-ACHOU.
           READ AVISOS-ENVIADOS
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = "N"
               MOVE WS-EVT-AGENCIA TO CTA-AGENCIA
               MOVE WS-EVT-CONTA TO CTA-CONTA
               READ CONTAS
                   INVALID KEY
                       MOVE "S" TO WS-ACHOU
               END-READ
               IF WS-ACHOU = "N"
                   IF CTA-CONTA-FECHADA
                       MOVE "S" TO WS-ACHOU
                   ELSE
                       PERFORM EMITE-AVISO
                   END-IF
               END-IF
           END-IF.

       AVISA-SITUACAO.
      *    AVISOS DE SITUACAO, UMA PASSADA PELO CADASTRO DE CONTAS:
      *    INATIVADA, NEGATIVA (USANDO O LIMITE) E PERTO DE SER
      *    INATIVADA. CONTA ENCERRADA SO TEM SEUS AVISOS ENCERRADOS.
           MOVE ZEROS TO CTA-AGENCIA CTA-CONTA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START CONTAS KEY NOT LESS THAN CTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM AVALIA-SITUACAO-CONTA
               END-READ
           END-PERFORM.

       AVALIA-SITUACAO-CONTA.
           MOVE CTA-AGENCIA TO WS-EVT-AGENCIA.
           MOVE CTA-CONTA TO WS-EVT-CONTA.
           MOVE WS-HOJE-NUM TO WS-EVT-DATA.
           PERFORM FORMATA-DATA-EVENTO.
           MOVE SPACES TO WS-EVT-REFERENCIA.

           MOVE "I" TO WS-EVT-TIPO.
           MOVE "N" TO WS-NA-SITUACAO.
           IF CTA-CONTA-INATIVA
               MOVE "S" TO WS-NA-SITUACAO
               MOVE "CONTA INATIVADA" TO WS-EVT-TITULO
               MOVE SPACES TO WS-EVT-TEXTO-1 WS-EVT-TEXTO-2
               MOVE "SUA CONTA FOI INATIVADA POR FALTA DE MOVIMENTACAO. 
      -            "PARA VOLTAR A OPERA-LA," TO WS-EVT-TEXTO-1
               MOVE "COMPARECA A SUA AGENCIA - A REATIVACAO E FEITA NO G
      -            "UICHE." TO WS-EVT-TEXTO-2
           END-IF.
           PERFORM AVISO-SITUACAO.
           IF WS-ACHOU = "N" AND WS-ENDERECO-OK = "S"
               ADD 1 TO WS-TOTAL-INATIVAS
           END-IF.

           MOVE "N" TO WS-EVT-TIPO.
           MOVE "N" TO WS-NA-SITUACAO.
           IF CTA-SALDO < ZEROS AND NOT CTA-CONTA-FECHADA
               MOVE "S" TO WS-NA-SITUACAO
               MOVE "CONTA COM SALDO NEGATIVO" TO WS-EVT-TITULO
               MOVE CTA-SALDO TO WS-SALDO-EDITADO
               MOVE CTA-LIMITE TO WS-VALOR-EDITADO
               MOVE SPACES TO WS-EVT-TEXTO-1 WS-EVT-TEXTO-2
               STRING "EM " WS-DATA-EDITADA
                   " SUA CONTA ESTAVA COM SALDO DE R$ "
                   WS-SALDO-EDITADO
                   DELIMITED BY SIZE INTO WS-EVT-TEXTO-1
               STRING "USANDO O LIMITE DE R$ " WS-VALOR-EDITADO
                   ". SOBRE O SALDO NEGATIVO INCIDEM JUROS."
                   DELIMITED BY SIZE INTO WS-EVT-TEXTO-2
           END-IF.
           PERFORM AVISO-SITUACAO.
           IF WS-ACHOU = "N" AND WS-ENDERECO-OK = "S"
               ADD 1 TO WS-TOTAL-NEGATIVAS
           END-IF.

           MOVE "P" TO WS-EVT-TIPO.
           MOVE "N" TO WS-NA-SITUACAO.
           IF CTA-CONTA-ATIVA
               AND CTA-DATA-ABERTURA < WS-DATA-CORTE
               PERFORM TESTA-SEM-ATIVIDADE
               IF WS-ACHOU = "N"
                   MOVE "S" TO WS-NA-SITUACAO
                   MOVE "AVISO DE INATIVACAO DA CONTA" TO WS-EVT-TITULO
                   MOVE SPACES TO WS-EVT-TEXTO-1 WS-EVT-TEXTO-2
                   STRING "SUA CONTA NAO TEM MOVIMENTACAO DESDE "
                       WS-CORTE-DIA "/" WS-CORTE-MES "/" WS-CORTE-ANO
                       " E SERA INATIVADA"
                       DELIMITED BY SIZE INTO WS-EVT-TEXTO-1
                   STRING "NOS PROXIMOS " WS-DIAS-AVISO
                       " DIAS SE NAO FOR MOVIMENTADA."
                       DELIMITED BY SIZE INTO WS-EVT-TEXTO-2
               END-IF
           END-IF.
           PERFORM AVISO-SITUACAO.
           IF WS-ACHOU = "N" AND WS-ENDERECO-OK = "S"
               ADD 1 TO WS-TOTAL-PREVIOS
           END-IF.

       TESTA-SEM-ATIVIDADE.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ATIVAS-QTD OR WS-ACHOU = "S"
               IF WS-ATIV-AGENCIA (WS-I) = CTA-AGENCIA
                   AND WS-ATIV-CONTA (WS-I) = CTA-CONTA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.

       AVISO-SITUACAO.
      *    NA SITUACAO E SEM AVISO REGISTRADO: EMITE. FORA DA
      *    SITUACAO COM AVISO REGISTRADO: APAGA O REGISTRO, PARA A
      *    PROXIMA ENTRADA NA SITUACAO GERAR NOVA CARTA. WS-ACHOU = "N"
      *    NA SAIDA SO QUANDO HOUVE TENTATIVA DE CARTA.
           MOVE "N" TO WS-ENDERECO-OK.
           MOVE WS-EVT-AGENCIA TO AVI-AGENCIA.
           MOVE WS-EVT-CONTA TO AVI-CONTA.
           MOVE WS-EVT-TIPO TO AVI-TIPO.
           MOVE WS-EVT-REFERENCIA TO AVI-REFERENCIA.
           MOVE "S" TO WS-ACHOU.
           READ AVISOS-ENVIADOS
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
           END-READ.
           IF WS-NA-SITUACAO = "S"
               IF WS-ACHOU = "N"
                   PERFORM EMITE-AVISO
               END-IF
           ELSE
               IF WS-ACHOU = "S"
                   DELETE AVISOS-ENVIADOS
                       INVALID KEY
                           DISPLAY "ERRO AO APAGAR AVISO " AVI-CHAVE
                               ": " AVI-STATUS
                   END-DELETE
                   ADD 1 TO WS-TOTAL-ENCERRADOS
               END-IF
               MOVE "S" TO WS-ACHOU
           END-IF.

       EMITE-AVISO.
      *    CARTA PARA O TITULAR PRINCIPAL (CTA-CPF). ENDERECO
      *    INCOMPLETO NAO VIRA CARTA NEM REGISTRO - FICA EM
      *    AVISOPEND.TXT PARA A AGENCIA.
           MOVE CTA-CPF TO CLI-CPF.
           MOVE SPACES TO WS-FALTA.
           READ CLIENTES
               INVALID KEY
                   MOVE "CPF SEM CADASTRO" TO WS-FALTA
           END-READ.
           IF WS-FALTA = SPACES
               EVALUATE TRUE
                   WHEN CLI-ENDERECO = SPACES
                       MOVE "SEM ENDERECO" TO WS-FALTA
                   WHEN CLI-CIDADE = SPACES
                       MOVE "SEM CIDADE" TO WS-FALTA
                   WHEN CLI-UF = SPACES
                       MOVE "SEM UF" TO WS-FALTA
                   WHEN CLI-CEP = ZEROS
                       MOVE "SEM CEP" TO WS-FALTA
               END-EVALUATE
           END-IF.
           IF WS-FALTA NOT = SPACES
               PERFORM REGISTRA-PENDENCIA
           ELSE
               PERFORM IMPRIME-CARTA
           END-IF.

       REGISTRA-PENDENCIA.
           MOVE WS-EVT-AGENCIA TO LPD-AGENCIA.
           MOVE WS-EVT-CONTA TO LPD-CONTA.
           MOVE CTA-CPF TO LPD-CPF.
           MOVE WS-EVT-TIPO TO LPD-TIPO.
           MOVE WS-DATA-EDITADA TO LPD-DATA.
           MOVE WS-FALTA TO LPD-FALTA.
           MOVE LINHA-PEN-DET TO LINHA-PEN.
           WRITE LINHA-PEN.
           ADD 1 TO WS-TOTAL-PENDENTES.

       IMPRIME-CARTA.
           MOVE "S" TO WS-ENDERECO-OK.
           MOVE LINHA-SEPARADOR TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE CLI-NOME TO LE1-NOME.
           MOVE LINHA-ENDERECO-1 TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE CLI-ENDERECO TO LE2-ENDERECO.
           MOVE LINHA-ENDERECO-2 TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE CLI-CIDADE TO LE3-CIDADE.
           MOVE CLI-UF TO LE3-UF.
           MOVE CLI-CEP TO LE3-CEP.
           MOVE LINHA-ENDERECO-3 TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE LINHA-BRANCO TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE WS-EVT-AGENCIA TO LCC-AGENCIA.
           MOVE WS-EVT-CONTA TO LCC-CONTA.
           MOVE WS-HOJE-DIA TO WS-DED-DIA.
           MOVE WS-HOJE-MES TO WS-DED-MES.
           MOVE WS-HOJE-ANO TO WS-DED-ANO.
           MOVE WS-DATA-EDITADA TO LCC-DATA.
           MOVE LINHA-CONTA-CAB TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE WS-EVT-TITULO TO LTT-TITULO.
           MOVE LINHA-TITULO TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE LINHA-BRANCO TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE WS-EVT-TEXTO-1 TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE WS-EVT-TEXTO-2 TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE LINHA-BRANCO TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE LINHA-ASSINATURA TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           ADD 1 TO WS-TOTAL-CARTAS.
           MOVE WS-EVT-AGENCIA TO AVI-AGENCIA.
           MOVE WS-EVT-CONTA TO AVI-CONTA.
           MOVE WS-EVT-TIPO TO AVI-TIPO.
           MOVE WS-EVT-REFERENCIA TO AVI-REFERENCIA.
           MOVE WS-EVT-DATA TO AVI-DATA-EVENTO.
           MOVE WS-HOJE-NUM TO AVI-DATA-AVISO.
           MOVE CTA-CPF TO AVI-CPF.
           WRITE REG-AVISO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR AVISO " AVI-CHAVE ": "
                       AVI-STATUS
           END-WRITE.

       FORMATA-DATA-EVENTO.
           MOVE WS-EVT-DIA TO WS-DED-DIA.
           MOVE WS-EVT-MES TO WS-DED-MES.
           MOVE WS-EVT-ANO TO WS-DED-ANO.
