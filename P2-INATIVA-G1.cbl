           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REL-STATUS.

           SELECT LOG-ALTERACOES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INATIVAS.TXT".
       01 LINHA-REL                PIC X(100).

       FD LOG-ALTERACOES LABEL RECORD STANDARD
           DATA RECORD IS REG-LOG
           VALUE OF FILE-ID IS "LOGALTER.DAT".
      *    MESMO LAYOUT DE REG-LOG EM P2-COBOL-FINAL.cbl. A INATIVACAO
      *    USA LOG-OPERACAO "N": ANTES = DEPOIS = AGENCIA/CONTA,
      *    LOG-SITUACAO-NOVA = "I"; OPERADOR ZERADO (EXECUCAO BATCH).
       01 REG-LOG.
           05 LOG-DATA.
               10 LOG-ANO          PIC 9(4).
               10 LOG-MES          PIC 9(2).
               10 LOG-DIA          PIC 9(2).
           05 LOG-CPF              PIC 9(11).
           05 LOG-OPERACAO         PIC X(1).
           05 LOG-ANTES.
               10 LOG-AGENCIA-ANT  PIC 9(4).
               10 LOG-CONTA-ANT    PIC 9(6).
               10 LOG-NOME-ANT     PIC X(30).
               10 LOG-SALDO-ANT    PIC S9(6)V99.
           05 LOG-DEPOIS.
               10 LOG-AGENCIA-NOVO PIC 9(4).
               10 LOG-CONTA-NOVO   PIC 9(6).
               10 LOG-NOME-NOVO    PIC X(30).
               10 LOG-SALDO-NOVO   PIC S9(6)V99.
               10 LOG-SITUACAO-NOVA PIC X(1).
           05 LOG-OPERADOR         PIC 9(6).

       WORKING-STORAGE SECTION.
       01 CTA-STATUS           PIC X(2).
       01 MOV-STATUS           PIC X(2).
       01 ARQ-STATUS           PIC X(2).
       01 REL-STATUS           PIC X(2).
       01 LOG-STATUS           PIC X(2).
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-HOJE.
           05 WS-HOJE-ANO      PIC 9(4).
           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
      *    DATA DO MOVIMENTO VEM DO DATAMOV, NAO DO RELOGIO - O LOTE
      *    QUE PASSA DA MEIA-NOITE CONTINUA NA DATA DO MOVIMENTO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-MESES-PARAM       PIC 9(2) VALUE ZEROS.
       01 WS-MESES-TOT         PIC S9(5) VALUE ZEROS.
       01 WS-RESTO-MES         PIC 9(4) VALUE ZEROS.
      *    BATCH MENSAL/NOTURNO: MARCA COM "I" TODA CONTA ATIVA SEM
      *    MOVIMENTO DE CLIENTE HA N MESES (PARAMETRO). MOVIMENTO DE
      *    CLIENTE = QUALQUER LANCAMENTO QUE NAO SEJA DO PROPRIO BANCO
      *    (ORIGENS "J"/"M"/"R" DE ENCARGOS, "V" DE TARIFA DE SERVICO
      *    E "S" DE ABERTURA DO FECHAMES NAO CONTAM - TARIFA NAO E
      *    SINAL DE VIDA). CONTA "I" DEIXA DE PAGAR TARIFA (ENCARGOS
      *    SO COBRA CONTA "A") E SO VOLTA A OPERAR COM REATIVACAO
      *    APROVADA POR SUPERVISOR NO TERMINAL. RODAR DUAS VEZES E
      *    INOFENSIVO: CONTA JA "I" NAO E REAVALIADA.
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
           IF ARQ-DATA >= WS-DATA-CORTE-NUM
               AND ARQ-ORIGEM NOT = "J" AND ARQ-ORIGEM NOT = "M"
               AND ARQ-ORIGEM NOT = "R" AND ARQ-ORIGEM NOT = "S"
               AND ARQ-ORIGEM NOT = "V"
               MOVE ARQ-AGENCIA TO WS-AVAL-AGENCIA
               MOVE ARQ-CONTA TO WS-AVAL-CONTA
               PERFORM REGISTRA-ATIVIDADE
           IF MOV-DATA-NUM >= WS-DATA-CORTE-NUM
               AND MOV-ORIGEM NOT = "J" AND MOV-ORIGEM NOT = "M"
               AND MOV-ORIGEM NOT = "R" AND MOV-ORIGEM NOT = "S"
               AND MOV-ORIGEM NOT = "V"
               MOVE MOV-AGENCIA TO WS-AVAL-AGENCIA
               MOVE MOV-CONTA TO WS-AVAL-CONTA
               PERFORM REGISTRA-ATIVIDADE
               CLOSE CONTAS
               STOP RUN
           END-IF.
      *    A INATIVACAO VAI PARA O LOGALTER COMO QUALQUER OUTRA MUDANCA
      *    DE SITUACAO DA CONTA - E A UNICA DATA QUE SOBRA DELA, JA QUE
      *    O CADASTRO SO GUARDA O "I".
           OPEN EXTEND LOG-ALTERACOES.
           IF LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-ALTERACOES
           END-IF.
           IF LOG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGALTER.DAT: " LOG-STATUS
               CLOSE CONTAS RELATORIO
               STOP RUN
           END-IF.
           MOVE WS-CORTE-DIA TO LC-DIA.
           MOVE WS-CORTE-MES TO LC-MES.
           MOVE WS-CORTE-ANO TO LC-ANO.
           MOVE WS-TOTAL-INATIVADAS TO LR-INATIVADAS.
           MOVE LINHA-RODAPE TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE CONTAS RELATORIO LOG-ALTERACOES.

       AVALIA-CONTA.
      *    SO CONTA ATIVA E ABERTA ANTES DO CORTE PODE SER INATIVADA -
               DISPLAY "ERRO AO REGRAVAR " CTA-CHAVE ": " CTA-STATUS
           ELSE
               ADD 1 TO WS-TOTAL-INATIVADAS
               PERFORM GRAVA-LOG-INATIVACAO
               PERFORM IMPRIME-CONTA
           END-IF.

       GRAVA-LOG-INATIVACAO.
           MOVE WS-HOJE-ANO TO LOG-ANO.
           MOVE WS-HOJE-MES TO LOG-MES.
           MOVE WS-HOJE-DIA TO LOG-DIA.
           MOVE CTA-CPF TO LOG-CPF.
           MOVE "N" TO LOG-OPERACAO.
           MOVE CTA-AGENCIA TO LOG-AGENCIA-ANT LOG-AGENCIA-NOVO.
           MOVE CTA-CONTA TO LOG-CONTA-ANT LOG-CONTA-NOVO.
           MOVE SPACES TO LOG-NOME-ANT LOG-NOME-NOVO.
           MOVE CTA-SALDO TO LOG-SALDO-ANT LOG-SALDO-NOVO.
           MOVE CTA-STATUS-CONTA TO LOG-SITUACAO-NOVA.
           MOVE ZEROS TO LOG-OPERADOR.
           WRITE REG-LOG.

       IMPRIME-CONTA.
      *    A LEITURA SEQUENCIAL PELA CHAVE JA ENTREGA AS CONTAS
      *    AGRUPADAS POR AGENCIA - CONTROL-BREAK CLASSICO COM SUBTOTAL
