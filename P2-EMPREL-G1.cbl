       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREL.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CONTRATO
           ALTERNATE RECORD KEY IS EMP-AGENCIA WITH DUPLICATES
           FILE STATUS IS EMP-STATUS.

           SELECT PARCELAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CHAVE
           FILE STATUS IS PAR-STATUS.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMOS LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
      *    MESMO LAYOUT DE REG-EMPRESTIMO EM P2-COBOL-FINAL.cbl.
       01 REG-EMPRESTIMO.
           05 EMP-CONTRATO     PIC 9(6).
           05 EMP-AGENCIA      PIC 9(4).
           05 EMP-CONTA        PIC 9(6).
           05 EMP-CPF          PIC 9(11).
           05 EMP-PRINCIPAL    PIC 9(6)V99.
           05 EMP-TAXA-MES     PIC 9V99.
           05 EMP-QTD-PARCELAS PIC 9(3).
           05 EMP-VALOR-PARCELA PIC 9(6)V99.
           05 EMP-PRIMEIRO-VENC.
               10 EMP-ANO-VENC     PIC 9(4).
               10 EMP-MES-VENC     PIC 9(2).
               10 EMP-DIA-VENC     PIC 9(2).
           05 EMP-DATA-CONTRATO.
               10 EMP-ANO-CTR      PIC 9(4).
               10 EMP-MES-CTR      PIC 9(2).
               10 EMP-DIA-CTR      PIC 9(2).
           05 EMP-SITUACAO     PIC X(1).
               88 EMP-ANDAMENTO        VALUE "A".
               88 EMP-LIQUIDADO        VALUE "L".
           05 EMP-OPERADOR     PIC 9(6).
           05 EMP-APROVADOR    PIC 9(6).

       FD PARCELAS LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCELA
           VALUE OF FILE-ID IS "PARCELAS.DAT".
      *    MESMO LAYOUT DE REG-PARCELA EM P2-COBOL-FINAL.cbl.
       01 REG-PARCELA.
           05 PAR-CHAVE.
               10 PAR-CONTRATO     PIC 9(6).
               10 PAR-NUMERO       PIC 9(3).
           05 PAR-VENCIMENTO.
               10 PAR-ANO-VENC     PIC 9(4).
               10 PAR-MES-VENC     PIC 9(2).
               10 PAR-DIA-VENC     PIC 9(2).
           05 PAR-VENCIMENTO-NUM REDEFINES PAR-VENCIMENTO PIC 9(8).
           05 PAR-VALOR        PIC 9(6)V99.
           05 PAR-SITUACAO     PIC X(1).
               88 PAR-ABERTA           VALUE "A".
               88 PAR-ATRASO           VALUE "T".
               88 PAR-PAGA             VALUE "P".
           05 PAR-DATA-PAGAMENTO.
               10 PAR-ANO-PAG      PIC 9(4).
               10 PAR-MES-PAG      PIC 9(2).
               10 PAR-DIA-PAG      PIC 9(2).
           05 PAR-TENTATIVAS   PIC 9(3).

       FD RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "EMPREL.TXT".
       01 LINHA-REL                PIC X(100).

       WORKING-STORAGE SECTION.
       01 EMP-STATUS           PIC X(2).
       01 PAR-STATUS           PIC X(2).
       01 REL-STATUS           PIC X(2).
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-FIM-PARCELAS      PIC X(1) VALUE "N".
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
       01 WS-AGENCIA-ATUAL     PIC 9(4) VALUE ZEROS.
       01 WS-PRIMEIRA          PIC X(1) VALUE "S".

      *    POSICAO DO CONTRATO, APURADA NAS PARCELAS: SALDO DEVEDOR E
      *    A SOMA DAS PARCELAS NAO PAGAS; EM ATRASO SAO AS NAO PAGAS
      *    COM VENCIMENTO ANTERIOR A DATA DO MOVIMENTO; OS DIAS DE
      *    ATRASO CONTAM DA PARCELA NAO PAGA MAIS ANTIGA.
       01 WS-CTR-PAGAS         PIC 9(3) VALUE ZEROS.
       01 WS-CTR-DEVEDOR       PIC 9(8)V99 VALUE ZEROS.
       01 WS-CTR-ATRASO        PIC 9(8)V99 VALUE ZEROS.
       01 WS-CTR-PARC-ATRASO   PIC 9(3) VALUE ZEROS.
       01 WS-CTR-VENC-ANTIGO   PIC 9(8) VALUE ZEROS.
       01 WS-CTR-DIAS          PIC 9(5) VALUE ZEROS.

       01 WS-AGE-CONTRATOS     PIC 9(5) VALUE ZEROS.
       01 WS-AGE-DEVEDOR       PIC 9(9)V99 VALUE ZEROS.
       01 WS-AGE-ATRASO        PIC 9(9)V99 VALUE ZEROS.
       01 WS-AGE-INADIMPLENTES PIC 9(5) VALUE ZEROS.
       01 WS-TOT-CONTRATOS     PIC 9(5) VALUE ZEROS.
       01 WS-TOT-DEVEDOR       PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-ATRASO        PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-INADIMPLENTES PIC 9(5) VALUE ZEROS.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(40) VALUE
               "CARTEIRA DE EMPRESTIMO PESSOAL - POSICAO".
           05 FILLER            PIC X(4) VALUE " EM ".
           05 LC-DIA            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-MES            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-ANO            PIC 9(4).
       01 LINHA-AGENCIA.
           05 FILLER            PIC X(9) VALUE "AGENCIA: ".
           05 LA-AGENCIA        PIC 9(4).
       01 LINHA-COLUNAS         PIC X(100) VALUE
           "CONTRATO CONTA   PARCELAS  PRESTACAO  SALDO DEVEDOR      EM 
      -    "ATRASO PARC   DIAS".
       01 LINHA-DETALHE.
           05 LD-CONTRATO       PIC 9(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 LD-CONTA          PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-PAGAS          PIC ZZ9.
           05 FILLER            PIC X(1) VALUE "/".
           05 LD-QTD            PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-PRESTACAO      PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-DEVEDOR        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-ATRASO         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-PARC-ATRASO    PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-DIAS           PIC ZZZZ9.
       01 LINHA-TOTAL.
           05 LT-ROTULO         PIC X(22).
           05 LT-CONTRATOS      PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE " DEVEDOR: ".
           05 LT-DEVEDOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(12) VALUE "  EM ATRASO:".
           05 LT-ATRASO         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(15) VALUE "  INADIMPLENTES".
           05 LT-INADIMPLENTES  PIC ZZZZ9.

       PROCEDURE DIVISION.
       EMPREL-PRINCIPAL.
      *    CARTEIRA POR AGENCIA PARA A GERENCIA DE CREDITO: CADA
      *    CONTRATO EM ANDAMENTO COM O SALDO DEVEDOR, O VALOR EM
      *    ATRASO E HA QUANTOS DIAS A PARCELA MAIS ANTIGA ESTA SEM
      *    PAGAMENTO. RODA DEPOIS DO EMPPOST, QUE JA TENTOU O DEBITO
      *    DAS PARCELAS DO DIA.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           OPEN INPUT EMPRESTIMOS.
           IF EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPRESTIMO.DAT: " EMP-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PARCELAS.
           IF PAR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PARCELAS.DAT: " PAR-STATUS
               CLOSE EMPRESTIMOS
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF REL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPREL.TXT: " REL-STATUS
               CLOSE EMPRESTIMOS PARCELAS
               STOP RUN
           END-IF.
           MOVE WS-HOJE-DIA TO LC-DIA.
           MOVE WS-HOJE-MES TO LC-MES.
           MOVE WS-HOJE-ANO TO LC-ANO.
           MOVE LINHA-CABECALHO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO EMP-AGENCIA.
           START EMPRESTIMOS KEY NOT LESS THAN EMP-AGENCIA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF EMP-ANDAMENTO
                           PERFORM TRATA-CONTRATO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PRIMEIRA = "N"
               PERFORM IMPRIME-TOTAL-AGENCIA
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL GERAL.........: " TO LT-ROTULO.
           MOVE WS-TOT-CONTRATOS TO LT-CONTRATOS.
           MOVE WS-TOT-DEVEDOR TO LT-DEVEDOR.
           MOVE WS-TOT-ATRASO TO LT-ATRASO.
           MOVE WS-TOT-INADIMPLENTES TO LT-INADIMPLENTES.
           MOVE LINHA-TOTAL TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE EMPRESTIMOS PARCELAS RELATORIO.
           DISPLAY "CARTEIRA GERADA. CONTRATOS: " WS-TOT-CONTRATOS.
           DISPLAY "INADIMPLENTES.............: "
               WS-TOT-INADIMPLENTES.
           STOP RUN.

       TRATA-CONTRATO.
           IF WS-PRIMEIRA = "S" OR EMP-AGENCIA NOT = WS-AGENCIA-ATUAL
               IF WS-PRIMEIRA = "N"
                   PERFORM IMPRIME-TOTAL-AGENCIA
               END-IF
               PERFORM IMPRIME-CABECALHO-AGENCIA
           END-IF.
           PERFORM APURA-PARCELAS.
           MOVE EMP-CONTRATO TO LD-CONTRATO.
           MOVE EMP-CONTA TO LD-CONTA.
           MOVE WS-CTR-PAGAS TO LD-PAGAS.
           MOVE EMP-QTD-PARCELAS TO LD-QTD.
           MOVE EMP-VALOR-PARCELA TO LD-PRESTACAO.
           MOVE WS-CTR-DEVEDOR TO LD-DEVEDOR.
           MOVE WS-CTR-ATRASO TO LD-ATRASO.
           MOVE WS-CTR-PARC-ATRASO TO LD-PARC-ATRASO.
           MOVE WS-CTR-DIAS TO LD-DIAS.
           MOVE LINHA-DETALHE TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO WS-AGE-CONTRATOS WS-TOT-CONTRATOS.
           ADD WS-CTR-DEVEDOR TO WS-AGE-DEVEDOR WS-TOT-DEVEDOR.
           ADD WS-CTR-ATRASO TO WS-AGE-ATRASO WS-TOT-ATRASO.
           IF WS-CTR-PARC-ATRASO > ZEROS
               ADD 1 TO WS-AGE-INADIMPLENTES WS-TOT-INADIMPLENTES
           END-IF.

       IMPRIME-CABECALHO-AGENCIA.
           MOVE "N" TO WS-PRIMEIRA.
           MOVE EMP-AGENCIA TO WS-AGENCIA-ATUAL.
           MOVE ZEROS TO WS-AGE-CONTRATOS WS-AGE-DEVEDOR
               WS-AGE-ATRASO WS-AGE-INADIMPLENTES.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE EMP-AGENCIA TO LA-AGENCIA.
           MOVE LINHA-AGENCIA TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-COLUNAS TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-TOTAL-AGENCIA.
           MOVE "TOTAL DA AGENCIA....: " TO LT-ROTULO.
           MOVE WS-AGE-CONTRATOS TO LT-CONTRATOS.
           MOVE WS-AGE-DEVEDOR TO LT-DEVEDOR.
           MOVE WS-AGE-ATRASO TO LT-ATRASO.
           MOVE WS-AGE-INADIMPLENTES TO LT-INADIMPLENTES.
           MOVE LINHA-TOTAL TO LINHA-REL.
           WRITE LINHA-REL.

       APURA-PARCELAS.
           MOVE ZEROS TO WS-CTR-PAGAS WS-CTR-DEVEDOR WS-CTR-ATRASO
               WS-CTR-PARC-ATRASO WS-CTR-VENC-ANTIGO WS-CTR-DIAS.
           MOVE "N" TO WS-FIM-PARCELAS.
           MOVE EMP-CONTRATO TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
           START PARCELAS KEY NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PARCELAS
           END-START.
           PERFORM UNTIL WS-FIM-PARCELAS = "S"
               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PARCELAS
                   NOT AT END
                       IF PAR-CONTRATO NOT = EMP-CONTRATO
                           MOVE "S" TO WS-FIM-PARCELAS
                       ELSE
                           PERFORM SOMA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CTR-VENC-ANTIGO NOT = ZEROS
               COMPUTE WS-CTR-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-CTR-VENC-ANTIGO)
           END-IF.

       SOMA-PARCELA.
           IF PAR-PAGA
               ADD 1 TO WS-CTR-PAGAS
           ELSE
               ADD PAR-VALOR TO WS-CTR-DEVEDOR
               IF PAR-VENCIMENTO-NUM < WS-HOJE-NUM
                   ADD PAR-VALOR TO WS-CTR-ATRASO
                   ADD 1 TO WS-CTR-PARC-ATRASO
                   IF WS-CTR-VENC-ANTIGO = ZEROS
                       MOVE PAR-VENCIMENTO-NUM TO WS-CTR-VENC-ANTIGO
                   END-IF
               END-IF
           END-IF.
