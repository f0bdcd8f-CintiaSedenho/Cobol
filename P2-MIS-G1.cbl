       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMIS.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AGE-CODIGO
           FILE STATUS IS AGE-STATUS.

           SELECT ARQUIVO-MES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQ-STATUS.

           SELECT CONTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CTA-CHAVE
           ALTERNATE RECORD KEY IS CTA-CPF WITH DUPLICATES
           FILE STATUS IS CTA-STATUS.

           SELECT LOG-ALTERACOES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

           SELECT CHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHQ-CHAVE
           FILE STATUS IS CHQ-STATUS.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AGENCIAS LABEL RECORD STANDARD
           DATA RECORD IS REG-AGENCIA
           VALUE OF FILE-ID IS "AGENCIAS.DAT".
       01 REG-AGENCIA.
           05 AGE-CODIGO       PIC 9(4).
           05 AGE-NOME         PIC X(30).
           05 AGE-CIDADE       PIC X(20).
           05 AGE-UF           PIC X(2).
           05 AGE-SITUACAO     PIC X(1).

       FD ARQUIVO-MES LABEL RECORD STANDARD
           DATA RECORD IS REG-ARQ
           VALUE OF FILE-ID IS WS-ARQ-MOVIMENTO.
      *    ARQUIVO MENSAL MOVIMENTO-AAAAMM.DAT GERADO PELO FECHAMES, EM
      *    ORDEM DE AGENCIA/CONTA/DATA/SEQ - O ULTIMO REGISTRO DE CADA
      *    CONTA TRAZ O SALDO DO FIM DO MES.
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
           05 CTA-DATA-FECH-NUM REDEFINES CTA-DATA-FECHAMENTO
                               PIC 9(8).
           05 CTA-DATA-ABERTURA.
               10 CTA-ANO-ABERT    PIC 9(4).
               10 CTA-MES-ABERT    PIC 9(2).
               10 CTA-DIA-ABERT    PIC 9(2).
           05 CTA-DATA-ABERT-NUM REDEFINES CTA-DATA-ABERTURA
                               PIC 9(8).
           05 CTA-TIPO-CONTA   PIC X(1).
               88 CTA-TIPO-POUPANCA VALUE "P".

       FD LOG-ALTERACOES LABEL RECORD STANDARD
           DATA RECORD IS REG-LOG
           VALUE OF FILE-ID IS "LOGALTER.DAT".
      *    MESMO LAYOUT DE REG-LOG EM P2-COBOL-FINAL.cbl. INTERESSAM
      *    "I" (ABERTURA), "E" (ENCERRAMENTO) E "N" (INATIVACAO PELO
      *    INATIVACONTAS) - O CADASTRO NAO GUARDA A DATA DA INATIVACAO.
       01 REG-LOG.
           05 LOG-DATA.
               10 LOG-ANO          PIC 9(4).
               10 LOG-MES          PIC 9(2).
               10 LOG-DIA          PIC 9(2).
           05 LOG-DATA-NUM REDEFINES LOG-DATA PIC 9(8).
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

       FD RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS WS-NOME-RELATORIO.
       01 LINHA-REL                PIC X(100).

       WORKING-STORAGE SECTION.
       01 AGE-STATUS           PIC X(2).
       01 ARQ-STATUS           PIC X(2).
       01 CTA-STATUS           PIC X(2).
       01 LOG-STATUS           PIC X(2).
       01 CHQ-STATUS           PIC X(2).
       01 REL-STATUS           PIC X(2).
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-ARQ-MOVIMENTO     PIC X(20) VALUE SPACES.
       01 WS-NOME-RELATORIO    PIC X(20) VALUE SPACES.
       01 WS-COMPETENCIA.
           05 WS-COMP-ANO      PIC 9(4).
           05 WS-COMP-MES      PIC 9(2).
      *    MES 1 = COMPETENCIA PEDIDA, MES 2 = MES ANTERIOR, USADO NA
      *    COMPARACAO. INICIO/FIM EM AAAAMMDD PARA FILTRAR AS DATAS DO
      *    LOG E DOS CHEQUES (O DIA 31 SERVE PARA QUALQUER MES).
       01 WS-PERIODOS.
           05 WS-PER OCCURS 2 TIMES.
               10 WS-PER-ANO       PIC 9(4).
               10 WS-PER-MES       PIC 9(2).
               10 WS-PER-INI       PIC 9(8).
               10 WS-PER-FIM       PIC 9(8).
               10 WS-PER-ARQUIVO   PIC X(1).
       01 WS-M                 PIC 9(1) VALUE ZEROS.
       01 WS-C                 PIC 9(1) VALUE ZEROS.
       01 WS-I                 PIC 9(4) VALUE ZEROS.
       01 WS-POS               PIC 9(4) VALUE ZEROS.
       01 WS-ACHOU             PIC X(1) VALUE "N".
       01 WS-BUSCA-AGENCIA     PIC 9(4) VALUE ZEROS.
       01 WS-DATA-EVENTO       PIC 9(8) VALUE ZEROS.
      *    QUEBRA POR CONTA NA LEITURA DO ARQUIVO MENSAL - O SALDO DO
      *    ULTIMO LANCAMENTO E O SALDO DO FIM DO MES.
       01 WS-TEM-CONTA         PIC X(1) VALUE "N".
       01 WS-QB-AGENCIA        PIC 9(4) VALUE ZEROS.
       01 WS-QB-CONTA          PIC 9(6) VALUE ZEROS.
       01 WS-QB-SALDO          PIC S9(6)V99 VALUE ZEROS.
       01 WS-QB-POS            PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-LANCAMENTOS PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-PAGINAS     PIC 9(4) VALUE ZEROS.
       01 WS-VAR-QTD           PIC S9(7) VALUE ZEROS.
       01 WS-VAR-VALOR         PIC S9(10)V99 VALUE ZEROS.
       01 WS-SOMA-1            PIC S9(10)V99 VALUE ZEROS.
       01 WS-SOMA-2            PIC S9(10)V99 VALUE ZEROS.

      *    NOMES DAS FORMAS DE CAPTACAO, NA ORDEM DOS ACUMULADOS.
       01 WS-CANAIS-NOME.
           05 FILLER           PIC X(36) VALUE
               "  CAIXA (GUICHE, ATM, ESTORNOS)".
           05 FILLER           PIC X(36) VALUE
               "  LOTE DE CREDITOS".
           05 FILLER           PIC X(36) VALUE
               "  TRANSFERENCIAS ENTRE CONTAS".
           05 FILLER           PIC X(36) VALUE
               "  EXTERNO (DOC/TED, CHEQUE, DEB AUT)".
       01 WS-CANAIS-NOME-R REDEFINES WS-CANAIS-NOME.
           05 WS-CANAL-NOME    PIC X(36) OCCURS 4 TIMES.

      *    UMA ENTRADA POR AGENCIA DO AGENCIAS.DAT, NA ORDEM DO
      *    ARQUIVO. AGENCIA QUE APARECE NO MOVIMENTO SEM ESTAR NO
      *    CADASTRO GANHA UMA ENTRADA NO FIM - ASSIM A SOMA DAS PAGINAS
      *    SEMPRE BATE COM A PAGINA CONSOLIDADA. OS ACUMULADOS DO MES
      *    TEM O MESMO LAYOUT NA TABELA, NO BANCO E NA PAGINA.
       01 WS-AGENCIAS-QTD      PIC 9(4) VALUE ZEROS.
       01 WS-TAB-AGENCIAS.
           05 WS-AG-ENT OCCURS 300 TIMES.
               10 WS-AG-CODIGO     PIC 9(4).
               10 WS-AG-NOME       PIC X(30).
               10 WS-AG-MES OCCURS 2 TIMES.
                   15 WS-AG-ABERTAS    PIC 9(5).
                   15 WS-AG-ENCERRADAS PIC 9(5).
                   15 WS-AG-INATIVADAS PIC 9(5).
                   15 WS-AG-CARTEIRA   PIC 9(6).
                   15 WS-AG-DEVOLVIDOS PIC 9(5).
                   15 WS-AG-CAPTACAO   PIC S9(9)V99 OCCURS 4 TIMES.
                   15 WS-AG-JUROS      PIC S9(9)V99.
                   15 WS-AG-TARIFAS    PIC S9(9)V99.
                   15 WS-AG-SERVICOS   PIC S9(9)V99.
                   15 WS-AG-RENDIMENTO PIC S9(9)V99.
                   15 WS-AG-ESPECIAL   PIC 9(9)V99.
       01 WS-ACUM-BANCO.
           05 WS-BC-MES OCCURS 2 TIMES.
               10 WS-BC-ABERTAS    PIC 9(5).
               10 WS-BC-ENCERRADAS PIC 9(5).
               10 WS-BC-INATIVADAS PIC 9(5).
               10 WS-BC-CARTEIRA   PIC 9(6).
               10 WS-BC-DEVOLVIDOS PIC 9(5).
               10 WS-BC-CAPTACAO   PIC S9(9)V99 OCCURS 4 TIMES.
               10 WS-BC-JUROS      PIC S9(9)V99.
               10 WS-BC-TARIFAS    PIC S9(9)V99.
               10 WS-BC-SERVICOS   PIC S9(9)V99.
               10 WS-BC-RENDIMENTO PIC S9(9)V99.
               10 WS-BC-ESPECIAL   PIC 9(9)V99.
       01 WS-PAGINA.
           05 WS-PG-MES OCCURS 2 TIMES.
               10 WS-PG-ABERTAS    PIC 9(5).
               10 WS-PG-ENCERRADAS PIC 9(5).
               10 WS-PG-INATIVADAS PIC 9(5).
               10 WS-PG-CARTEIRA   PIC 9(6).
               10 WS-PG-DEVOLVIDOS PIC 9(5).
               10 WS-PG-CAPTACAO   PIC S9(9)V99 OCCURS 4 TIMES.
               10 WS-PG-JUROS      PIC S9(9)V99.
               10 WS-PG-TARIFAS    PIC S9(9)V99.
               10 WS-PG-SERVICOS   PIC S9(9)V99.
               10 WS-PG-RENDIMENTO PIC S9(9)V99.
               10 WS-PG-ESPECIAL   PIC 9(9)V99.

       01 LINHA-SEPARADOR       PIC X(100) VALUE ALL "=".
       01 LINHA-BRANCO          PIC X(100) VALUE SPACES.
       01 LINHA-CABECALHO.
           05 FILLER            PIC X(45) VALUE
               "RELATORIO GERENCIAL MENSAL - COMPETENCIA     ".
           05 LC-MES            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-ANO            PIC 9(4).
       01 LINHA-AGENCIA.
           05 FILLER            PIC X(9) VALUE "AGENCIA: ".
           05 LA-AGENCIA        PIC 9(4).
           05 FILLER            PIC X(3) VALUE " - ".
           05 LA-NOME           PIC X(30).
       01 LINHA-CONSOLIDADO     PIC X(100) VALUE
           "CONSOLIDADO DO BANCO - TODAS AS AGENCIAS".
       01 LINHA-MESES.
           05 FILLER            PIC X(36) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 LM-MES-1          PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LM-ANO-1          PIC 9(4).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 LM-MES-2          PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LM-ANO-2          PIC 9(4).
           05 FILLER            PIC X(17) VALUE "         VARIACAO".
       01 LINHA-TITULO          PIC X(100).
       01 LINHA-QTD.
           05 LQ-ROTULO         PIC X(36).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 LQ-MES-1          PIC ZZZ.ZZ9.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 LQ-MES-2          PIC ZZZ.ZZ9.
           05 FILLER            PIC X(9) VALUE SPACES.
           05 LQ-VARIACAO       PIC ZZZ.ZZ9-.
       01 LINHA-VALOR.
           05 LV-ROTULO         PIC X(36).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LV-MES-1          PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LV-MES-2          PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LV-VARIACAO       PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-SEM-ANTERIOR.
           05 FILLER            PIC X(22) VALUE
               "MES ANTERIOR SEM O    ".
           05 LSA-ARQUIVO       PIC X(20).
           05 FILLER            PIC X(38) VALUE
               " - VALORES DO MOVIMENTO ZERADOS".

       PROCEDURE DIVISION.
       RELMIS-PRINCIPAL.
      *    RELATORIO GERENCIAL DO MES PARA OS GERENTES DE AGENCIA: UMA
      *    PAGINA POR AGENCIA DO AGENCIAS.DAT COM CONTAS ABERTAS,
      *    ENCERRADAS E INATIVADAS, CAPTACAO LIQUIDA POR CANAL,
      *    RECEITAS DE JUROS E TARIFAS, RENDIMENTO PAGO, CHEQUE
      *    ESPECIAL EM USO E CHEQUES DEVOLVIDOS, SEMPRE LADO A LADO COM
      *    O MES ANTERIOR; A ULTIMA PAGINA CONSOLIDA O BANCO. RODA
      *    DEPOIS DO FECHAMES - O MES PEDIDO PRECISA TER O SEU
      *    MOVIMENTO-AAAAMM.DAT.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN
           END-IF.
           PERFORM MONTA-PERIODOS.
           PERFORM CARREGA-AGENCIAS.
           MOVE 1 TO WS-M.
           PERFORM LE-ARQUIVO-MES.
           IF WS-PER-ARQUIVO (1) = "N"
               DISPLAY "MES NAO FECHADO - " WS-ARQ-MOVIMENTO
                   " NAO EXISTE"
               STOP RUN
           END-IF.
           MOVE 2 TO WS-M.
           PERFORM LE-ARQUIVO-MES.
           PERFORM LE-LOG-ALTERACOES.
           PERFORM LE-CARTEIRA.
           PERFORM LE-CHEQUES.
           PERFORM EMITE-RELATORIO.
           DISPLAY "LANCAMENTOS LIDOS...: " WS-TOTAL-LANCAMENTOS.
           DISPLAY "PAGINAS DE AGENCIA..: " WS-TOTAL-PAGINAS.
           DISPLAY "RELATORIO GERADO....: " WS-NOME-RELATORIO.
           STOP RUN.

       MONTA-PERIODOS.
           MOVE WS-COMP-ANO TO WS-PER-ANO (1).
           MOVE WS-COMP-MES TO WS-PER-MES (1).
           IF WS-COMP-MES = 1
               COMPUTE WS-PER-ANO (2) = WS-COMP-ANO - 1
               MOVE 12 TO WS-PER-MES (2)
           ELSE
               MOVE WS-COMP-ANO TO WS-PER-ANO (2)
               COMPUTE WS-PER-MES (2) = WS-COMP-MES - 1
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 2
               COMPUTE WS-PER-INI (WS-M) = WS-PER-ANO (WS-M) * 10000
                   + WS-PER-MES (WS-M) * 100 + 1
               COMPUTE WS-PER-FIM (WS-M) = WS-PER-ANO (WS-M) * 10000
                   + WS-PER-MES (WS-M) * 100 + 31
               MOVE "N" TO WS-PER-ARQUIVO (WS-M)
           END-PERFORM.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "MIS-" WS-COMP-ANO WS-COMP-MES ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

       CARREGA-AGENCIAS.
           OPEN INPUT AGENCIAS.
           IF AGE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AGENCIAS.DAT: " AGE-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ AGENCIAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE AGE-CODIGO TO WS-BUSCA-AGENCIA
                       PERFORM INCLUI-AGENCIA
                       MOVE AGE-NOME TO WS-AG-NOME (WS-POS)
               END-READ
           END-PERFORM.
           CLOSE AGENCIAS.
           MOVE ZEROS TO WS-ACUM-BANCO.

       INCLUI-AGENCIA.
           IF WS-AGENCIAS-QTD >= 300
               DISPLAY "TABELA DE AGENCIAS CHEIA - AUMENTAR OCCURS"
               STOP RUN
           END-IF.
           ADD 1 TO WS-AGENCIAS-QTD.
           MOVE WS-AGENCIAS-QTD TO WS-POS.
           MOVE WS-BUSCA-AGENCIA TO WS-AG-CODIGO (WS-POS).
           MOVE "AGENCIA NAO CADASTRADA" TO WS-AG-NOME (WS-POS).
           MOVE ZEROS TO WS-AG-MES (WS-POS, 1) WS-AG-MES (WS-POS, 2).

       LOCALIZA-AGENCIA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AGENCIAS-QTD OR WS-ACHOU = "S"
               IF WS-AG-CODIGO (WS-I) = WS-BUSCA-AGENCIA
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               PERFORM INCLUI-AGENCIA
           END-IF.

       LE-ARQUIVO-MES.
      *    O MES ANTERIOR E OPCIONAL (PRIMEIRO MES DO SISTEMA, OU
      *    ARQUIVO JA RETIRADO DO DISCO) - SEM ELE A COMPARACAO SAI SO
      *    COM OS NUMEROS DE CADASTRO.
           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "MOVIMENTO-" WS-PER-ANO (WS-M) WS-PER-MES (WS-M)
               ".DAT" DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE "N" TO WS-TEM-CONTA.
           OPEN INPUT ARQUIVO-MES.
           EVALUATE ARQ-STATUS
               WHEN "00"
                   MOVE "S" TO WS-PER-ARQUIVO (WS-M)
                   PERFORM UNTIL FIM-ARQUIVO
                       READ ARQUIVO-MES NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM AVALIA-LANCAMENTO
                       END-READ
                   END-PERFORM
                   IF WS-TEM-CONTA = "S"
                       PERFORM FECHA-CONTA
                   END-IF
                   CLOSE ARQUIVO-MES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR " WS-ARQ-MOVIMENTO ": "
                       ARQ-STATUS
                   STOP RUN
           END-EVALUATE.

       AVALIA-LANCAMENTO.
           ADD 1 TO WS-TOTAL-LANCAMENTOS.
           IF WS-TEM-CONTA = "N" OR ARQ-AGENCIA NOT = WS-QB-AGENCIA
                   OR ARQ-CONTA NOT = WS-QB-CONTA
               IF WS-TEM-CONTA = "S"
                   PERFORM FECHA-CONTA
               END-IF
               MOVE "S" TO WS-TEM-CONTA
               MOVE ARQ-CONTA TO WS-QB-CONTA
               IF ARQ-AGENCIA NOT = WS-QB-AGENCIA OR WS-QB-POS = ZEROS
                   MOVE ARQ-AGENCIA TO WS-QB-AGENCIA WS-BUSCA-AGENCIA
                   PERFORM LOCALIZA-AGENCIA
                   MOVE WS-POS TO WS-QB-POS
               END-IF
           END-IF.
           MOVE ARQ-SALDO-RESULT TO WS-QB-SALDO.
           MOVE WS-QB-POS TO WS-POS.
           PERFORM CLASSIFICA-ORIGEM.
           IF WS-C > ZEROS
               IF ARQ-TIPO = "C"
                   ADD ARQ-VALOR TO WS-AG-CAPTACAO (WS-POS, WS-M, WS-C)
                       WS-BC-CAPTACAO (WS-M, WS-C)
               ELSE
                   SUBTRACT ARQ-VALOR FROM
                       WS-AG-CAPTACAO (WS-POS, WS-M, WS-C)
                       WS-BC-CAPTACAO (WS-M, WS-C)
               END-IF
           END-IF.
      *    RECEITA E DESPESA DO BANCO: O DEBITO NA CONTA DO CLIENTE E
      *    RECEITA (J, M, V); O CREDITO E RENDIMENTO PAGO (R).
           EVALUATE ARQ-ORIGEM
               WHEN "J"
                   IF ARQ-TIPO = "D"
                       ADD ARQ-VALOR TO WS-AG-JUROS (WS-POS, WS-M)
                           WS-BC-JUROS (WS-M)
                   END-IF
               WHEN "M"
                   IF ARQ-TIPO = "D"
                       ADD ARQ-VALOR TO WS-AG-TARIFAS (WS-POS, WS-M)
                           WS-BC-TARIFAS (WS-M)
                   END-IF
               WHEN "V"
                   IF ARQ-TIPO = "D"
                       ADD ARQ-VALOR TO WS-AG-SERVICOS (WS-POS, WS-M)
                           WS-BC-SERVICOS (WS-M)
                   END-IF
               WHEN "R"
                   IF ARQ-TIPO = "C"
                       ADD ARQ-VALOR TO
                           WS-AG-RENDIMENTO (WS-POS, WS-M)
                           WS-BC-RENDIMENTO (WS-M)
                   END-IF
           END-EVALUATE.

       CLASSIFICA-ORIGEM.
      *    CAPTACAO E SO O DINHEIRO QUE O CLIENTE MOVE: ORIGENS DO
      *    PROPRIO BANCO (S SALDO DE ABERTURA, J/M/V ENCARGOS E
      *    TARIFAS, R RENDIMENTO, K EMPRESTIMO) FICAM DE FORA (WS-C =
      *    0). O ESTORNO FICA NO CAIXA PORQUE E FEITO NO GUICHE, COM
      *    SUPERVISOR, E A MAIORIA DESFAZ LANCAMENTO DE GUICHE; O
      *    ENCERRAMENTO ("F") E LIQUIDADO EM DINHEIRO NO CAIXA.
           EVALUATE ARQ-ORIGEM
               WHEN " "
               WHEN "C"
               WHEN "E"
               WHEN "F"
                   MOVE 1 TO WS-C
               WHEN "L"
                   MOVE 2 TO WS-C
               WHEN "T"
               WHEN "P"
                   MOVE 3 TO WS-C
               WHEN "X"
               WHEN "Q"
               WHEN "A"
                   MOVE 4 TO WS-C
               WHEN OTHER
                   MOVE ZEROS TO WS-C
           END-EVALUATE.

       FECHA-CONTA.
      *    SALDO DO FIM DO MES NEGATIVO = CHEQUE ESPECIAL EM USO.
           IF WS-QB-SALDO < ZEROS
               MOVE WS-QB-POS TO WS-POS
               SUBTRACT WS-QB-SALDO FROM WS-AG-ESPECIAL (WS-POS, WS-M)
                   WS-BC-ESPECIAL (WS-M)
           END-IF.

       LE-LOG-ALTERACOES.
      *    ABERTURA E INATIVACAO CONTAM NA AGENCIA DO "DEPOIS";
      *    ENCERRAMENTO NA DO "ANTES" (QUE NO ENCERRAMENTO E A MESMA).
      *    A MIGRACAO DO MIGRAAG NAO E ABERTURA NEM ENCERRAMENTO - A
      *    CONTA CONTINUA NO BANCO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT LOG-ALTERACOES.
           IF LOG-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ LOG-ALTERACOES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE LOG-DATA-NUM TO WS-DATA-EVENTO
                           PERFORM IDENTIFICA-MES
                           IF WS-M > ZEROS
                               PERFORM AVALIA-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-ALTERACOES
           END-IF.

       AVALIA-LOG.
           EVALUATE LOG-OPERACAO
               WHEN "I"
                   MOVE LOG-AGENCIA-NOVO TO WS-BUSCA-AGENCIA
                   PERFORM LOCALIZA-AGENCIA
                   ADD 1 TO WS-AG-ABERTAS (WS-POS, WS-M)
                       WS-BC-ABERTAS (WS-M)
               WHEN "E"
                   MOVE LOG-AGENCIA-ANT TO WS-BUSCA-AGENCIA
                   PERFORM LOCALIZA-AGENCIA
                   ADD 1 TO WS-AG-ENCERRADAS (WS-POS, WS-M)
                       WS-BC-ENCERRADAS (WS-M)
               WHEN "N"
                   MOVE LOG-AGENCIA-NOVO TO WS-BUSCA-AGENCIA
                   PERFORM LOCALIZA-AGENCIA
                   ADD 1 TO WS-AG-INATIVADAS (WS-POS, WS-M)
                       WS-BC-INATIVADAS (WS-M)
           END-EVALUATE.

       IDENTIFICA-MES.
           MOVE ZEROS TO WS-M.
           IF WS-DATA-EVENTO >= WS-PER-INI (1)
               AND WS-DATA-EVENTO <= WS-PER-FIM (1)
               MOVE 1 TO WS-M
           END-IF.
           IF WS-DATA-EVENTO >= WS-PER-INI (2)
               AND WS-DATA-EVENTO <= WS-PER-FIM (2)
               MOVE 2 TO WS-M
           END-IF.

       LE-CARTEIRA.
      *    CONTAS EM CARTEIRA NO FIM DE CADA MES: ABERTAS ATE O FIM DO
      *    MES E AINDA NAO ENCERRADAS NELE. CONTA MIGRADA CONTA NA
      *    AGENCIA NOVA NOS DOIS MESES (O MIGRAAG APAGA A ANTIGA).
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
                       MOVE CTA-AGENCIA TO WS-BUSCA-AGENCIA
                       PERFORM LOCALIZA-AGENCIA
                       PERFORM AVALIA-CARTEIRA
               END-READ
           END-PERFORM.
           CLOSE CONTAS.

       AVALIA-CARTEIRA.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 2
               IF CTA-DATA-ABERT-NUM <= WS-PER-FIM (WS-M)
                   AND (NOT CTA-CONTA-FECHADA
                       OR CTA-DATA-FECH-NUM > WS-PER-FIM (WS-M))
                   ADD 1 TO WS-AG-CARTEIRA (WS-POS, WS-M)
                       WS-BC-CARTEIRA (WS-M)
               END-IF
           END-PERFORM.

       LE-CHEQUES.
      *    CHEQUE DEVOLVIDO ("D" PRIMEIRA, "2" DEFINITIVA) PELA DATA DA
      *    BAIXA. A SEGUNDA DEVOLUCAO REGRAVA A DATA, ENTAO A FOLHA
      *    CONTA UMA VEZ SO, NO MES DA ULTIMA DEVOLUCAO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT CHEQUES.
           IF CHQ-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ CHEQUES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CHQ-DEVOLVIDO OR CHQ-DEVOLVIDO-2X
                               MOVE CHQ-DATA-BAIXA-NUM TO WS-DATA-EVENTO
                               PERFORM IDENTIFICA-MES
                               IF WS-M > ZEROS
                                   PERFORM CONTA-DEVOLVIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUES
           END-IF.

       CONTA-DEVOLVIDO.
           MOVE CHQ-AGENCIA TO WS-BUSCA-AGENCIA.
           PERFORM LOCALIZA-AGENCIA.
           ADD 1 TO WS-AG-DEVOLVIDOS (WS-POS, WS-M)
               WS-BC-DEVOLVIDOS (WS-M).

       EMITE-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF REL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-RELATORIO ": "
                   REL-STATUS
               STOP RUN
           END-IF.
           MOVE WS-PER-MES (1) TO LC-MES LM-MES-1.
           MOVE WS-PER-ANO (1) TO LC-ANO LM-ANO-1.
           MOVE WS-PER-MES (2) TO LM-MES-2.
           MOVE WS-PER-ANO (2) TO LM-ANO-2.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-AGENCIAS-QTD
               PERFORM IMPRIME-CABECALHO
               MOVE WS-AG-CODIGO (WS-POS) TO LA-AGENCIA
               MOVE WS-AG-NOME (WS-POS) TO LA-NOME
               MOVE LINHA-AGENCIA TO LINHA-REL
               WRITE LINHA-REL
               MOVE WS-AG-MES (WS-POS, 1) TO WS-PG-MES (1)
               MOVE WS-AG-MES (WS-POS, 2) TO WS-PG-MES (2)
               PERFORM IMPRIME-PAGINA
               ADD 1 TO WS-TOTAL-PAGINAS
           END-PERFORM.
           PERFORM IMPRIME-CABECALHO.
           MOVE LINHA-CONSOLIDADO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-ACUM-BANCO TO WS-PAGINA.
           PERFORM IMPRIME-PAGINA.
           MOVE LINHA-SEPARADOR TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.

       IMPRIME-CABECALHO.
           MOVE LINHA-SEPARADOR TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-CABECALHO TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-PAGINA.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-MESES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CONTAS" TO LINHA-TITULO.
           PERFORM IMPRIME-TITULO.
           MOVE "  ABERTAS" TO LQ-ROTULO.
           MOVE WS-PG-ABERTAS (1) TO WS-SOMA-1.
           MOVE WS-PG-ABERTAS (2) TO WS-SOMA-2.
           PERFORM IMPRIME-QTD.
           MOVE "  ENCERRADAS" TO LQ-ROTULO.
           MOVE WS-PG-ENCERRADAS (1) TO WS-SOMA-1.
           MOVE WS-PG-ENCERRADAS (2) TO WS-SOMA-2.
           PERFORM IMPRIME-QTD.
           MOVE "  INATIVADAS POR FALTA DE MOVIMENTO" TO LQ-ROTULO.
           MOVE WS-PG-INATIVADAS (1) TO WS-SOMA-1.
           MOVE WS-PG-INATIVADAS (2) TO WS-SOMA-2.
           PERFORM IMPRIME-QTD.
           MOVE "  EM CARTEIRA NO FIM DO MES" TO LQ-ROTULO.
           MOVE WS-PG-CARTEIRA (1) TO WS-SOMA-1.
           MOVE WS-PG-CARTEIRA (2) TO WS-SOMA-2.
           PERFORM IMPRIME-QTD.
           MOVE "CAPTACAO LIQUIDA (CREDITOS - DEBITOS)" TO LINHA-TITULO.
           PERFORM IMPRIME-TITULO.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
               MOVE WS-CANAL-NOME (WS-C) TO LV-ROTULO
               MOVE WS-PG-CAPTACAO (1, WS-C) TO WS-SOMA-1
               MOVE WS-PG-CAPTACAO (2, WS-C) TO WS-SOMA-2
               PERFORM IMPRIME-VALOR
           END-PERFORM.
           MOVE ZEROS TO WS-SOMA-1 WS-SOMA-2.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
               ADD WS-PG-CAPTACAO (1, WS-C) TO WS-SOMA-1
               ADD WS-PG-CAPTACAO (2, WS-C) TO WS-SOMA-2
           END-PERFORM.
           MOVE "  TOTAL" TO LV-ROTULO.
           PERFORM IMPRIME-VALOR.
           MOVE "RECEITAS" TO LINHA-TITULO.
           PERFORM IMPRIME-TITULO.
           MOVE "  JUROS DE CHEQUE ESPECIAL" TO LV-ROTULO.
           MOVE WS-PG-JUROS (1) TO WS-SOMA-1.
           MOVE WS-PG-JUROS (2) TO WS-SOMA-2.
           PERFORM IMPRIME-VALOR.
           MOVE "  TARIFA DE MANUTENCAO" TO LV-ROTULO.
           MOVE WS-PG-TARIFAS (1) TO WS-SOMA-1.
           MOVE WS-PG-TARIFAS (2) TO WS-SOMA-2.
           PERFORM IMPRIME-VALOR.
           MOVE "  TARIFAS DE SERVICO" TO LV-ROTULO.
           MOVE WS-PG-SERVICOS (1) TO WS-SOMA-1.
           MOVE WS-PG-SERVICOS (2) TO WS-SOMA-2.
           PERFORM IMPRIME-VALOR.
           MOVE "DESPESAS E RISCO" TO LINHA-TITULO.
           PERFORM IMPRIME-TITULO.
           MOVE "  RENDIMENTO PAGO NA POUPANCA" TO LV-ROTULO.
           MOVE WS-PG-RENDIMENTO (1) TO WS-SOMA-1.
           MOVE WS-PG-RENDIMENTO (2) TO WS-SOMA-2.
           PERFORM IMPRIME-VALOR.
           MOVE "  CHEQUE ESPECIAL EM USO NO FIM" TO LV-ROTULO.
           MOVE WS-PG-ESPECIAL (1) TO WS-SOMA-1.
           MOVE WS-PG-ESPECIAL (2) TO WS-SOMA-2.
           PERFORM IMPRIME-VALOR.
           MOVE "  CHEQUES DEVOLVIDOS" TO LQ-ROTULO.
           MOVE WS-PG-DEVOLVIDOS (1) TO WS-SOMA-1.
           MOVE WS-PG-DEVOLVIDOS (2) TO WS-SOMA-2.
           PERFORM IMPRIME-QTD.
           IF WS-PER-ARQUIVO (2) = "N"
               MOVE LINHA-BRANCO TO LINHA-REL
               WRITE LINHA-REL
               MOVE SPACES TO LSA-ARQUIVO
               STRING "MOVIMENTO-" WS-PER-ANO (2) WS-PER-MES (2)
                   ".DAT" DELIMITED BY SIZE INTO LSA-ARQUIVO
               MOVE LINHA-SEM-ANTERIOR TO LINHA-REL
               WRITE LINHA-REL
           END-IF.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-TITULO.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-TITULO TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-QTD.
           MOVE WS-SOMA-1 TO LQ-MES-1.
           MOVE WS-SOMA-2 TO LQ-MES-2.
           COMPUTE WS-VAR-QTD = WS-SOMA-1 - WS-SOMA-2.
           MOVE WS-VAR-QTD TO LQ-VARIACAO.
           MOVE LINHA-QTD TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-VALOR.
           MOVE WS-SOMA-1 TO LV-MES-1.
           MOVE WS-SOMA-2 TO LV-MES-2.
           COMPUTE WS-VAR-VALOR = WS-SOMA-1 - WS-SOMA-2.
           MOVE WS-VAR-VALOR TO LV-VARIACAO.
           MOVE LINHA-VALOR TO LINHA-REL.
           WRITE LINHA-REL.
