       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME.
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

           SELECT TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
           FILE STATUS IS TIT-STATUS.

           SELECT ARQUIVO-MES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQ-STATUS.

           SELECT INFORMES-SAIDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INF-STATUS.

           SELECT ARQUIVO-FISCAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIS-STATUS.

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

       FD TITULARES LABEL RECORD STANDARD
           DATA RECORD IS REG-TITULAR
           VALUE OF FILE-ID IS "TITULARES.DAT".
      *    MESMO LAYOUT DE REG-TITULAR EM P2-COBOL-FINAL.cbl.
       01 REG-TITULAR.
           05 TIT-CHAVE.
               10 TIT-AGENCIA      PIC 9(4).
               10 TIT-CONTA        PIC 9(6).
               10 TIT-CPF          PIC 9(11).
           05 TIT-PAPEL        PIC X(1).
               88 TIT-CONJUNTA-E       VALUE "E".
               88 TIT-CONJUNTA-OU      VALUE "O".
               88 TIT-REPRESENTANTE    VALUE "R".
           05 TIT-DATA-INCLUSAO.
               10 TIT-ANO-INC      PIC 9(4).
               10 TIT-MES-INC      PIC 9(2).
               10 TIT-DIA-INC      PIC 9(2).
           05 TIT-OPER-INCLUSAO PIC 9(6).

       FD ARQUIVO-MES LABEL RECORD STANDARD
           DATA RECORD IS REG-ARQ
           VALUE OF FILE-ID IS WS-ARQ-MOVIMENTO.
      *    ARQUIVO MENSAL MOVIMENTO-AAAAMM.DAT GERADO PELO FECHAMES,
      *    NA ORDEM DA CHAVE AGENCIA/CONTA/DATA/SEQ. CADA UM COMECA
      *    COM O REGISTRO DE SALDO DE ABERTURA (ORIGEM "S", DOCUMENTO
      *    "SALDO AAAAMM") DE CADA CONTA ATIVA NO CORTE ANTERIOR.
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

       FD INFORMES-SAIDA LABEL RECORD STANDARD
           DATA RECORD IS LINHA-INF
           VALUE OF FILE-ID IS WS-NOME-INFORMES.
       01 LINHA-INF                PIC X(100).

       FD ARQUIVO-FISCAL LABEL RECORD STANDARD
           DATA RECORD IS REG-FIS
           VALUE OF FILE-ID IS WS-NOME-FISCAL.
      *    ARQUIVO PARA A RECEITA - MESMOS NUMEROS DOS INFORMES
      *    IMPRESSOS, LAYOUT FIXO DE 120 POSICOES. REGISTRO "0" =
      *    CABECALHO COM O ANO-CALENDARIO E A DATA DE GERACAO, "1" =
      *    UMA CONTA DE UM CPF (A CONTA CONJUNTA APARECE UMA VEZ PARA
      *    CADA TITULAR), "9" = RODAPE COM AS QUANTIDADES E OS TOTAIS
      *    DE RENDIMENTO E JUROS. SALDO NEGATIVO (CHEQUE ESPECIAL) VAI
      *    COM "-" NA POSICAO DE SINAL QUE O PRECEDE.
       01 REG-FIS.
           05 FIS-TIPO-REG     PIC X(1).
           05 FIS-ANO-BASE     PIC 9(4).
           05 FIS-CPF          PIC 9(11).
           05 FIS-NOME         PIC X(30).
           05 FIS-AGENCIA      PIC 9(4).
           05 FIS-CONTA        PIC 9(6).
           05 FIS-TIPO-CONTA   PIC X(1).
           05 FIS-PAPEL        PIC X(1).
           05 FIS-SINAL-ANTERIOR PIC X(1).
           05 FIS-SALDO-ANTERIOR PIC 9(11)V99.
           05 FIS-SINAL-FINAL  PIC X(1).
           05 FIS-SALDO-FINAL  PIC 9(11)V99.
           05 FIS-RENDIMENTO   PIC 9(11)V99.
           05 FIS-JUROS        PIC 9(11)V99.
           05 FILLER           PIC X(8).
       01 REG-FIS-CABECALHO REDEFINES REG-FIS.
           05 FILLER           PIC X(5).
           05 FIS-DATA-GERACAO PIC 9(8).
           05 FILLER           PIC X(107).
       01 REG-FIS-RODAPE REDEFINES REG-FIS.
           05 FILLER           PIC X(5).
           05 FIS-QTD-CPFS     PIC 9(7).
           05 FIS-QTD-CONTAS   PIC 9(7).
           05 FIS-TOTAL-RENDIMENTO PIC 9(13)V99.
           05 FIS-TOTAL-JUROS  PIC 9(13)V99.
           05 FILLER           PIC X(71).

       WORKING-STORAGE SECTION.
       01 CTA-STATUS           PIC X(2).
       01 CLI-STATUS           PIC X(2).
       01 TIT-STATUS           PIC X(2).
       01 ARQ-STATUS           PIC X(2).
       01 INF-STATUS           PIC X(2).
       01 FIS-STATUS           PIC X(2).
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
       01 WS-ANO-BASE          PIC 9(4) VALUE ZEROS.
       01 WS-ANO-ANTERIOR      PIC 9(4) VALUE ZEROS.
       01 WS-ANO-SEGUINTE      PIC 9(4) VALUE ZEROS.
       01 WS-MES               PIC 9(2) VALUE ZEROS.
       01 WS-ARQ-MOVIMENTO     PIC X(20) VALUE SPACES.
       01 WS-NOME-INFORMES     PIC X(20) VALUE SPACES.
       01 WS-NOME-FISCAL       PIC X(20) VALUE SPACES.
      *    DOCUMENTO DO REGISTRO DE SALDO QUE O FECHAMES DE DEZEMBRO
      *    DO ANO-BASE GRAVA NO MOVIMENTO DE JANEIRO DO ANO SEGUINTE.
       01 WS-DOC-SALDO-DEZEMBRO PIC X(12) VALUE SPACES.
       01 WS-TEM-TITULARES     PIC X(1) VALUE "N".
       01 WS-I                 PIC 9(4) VALUE ZEROS.
       01 WS-J                 PIC 9(5) VALUE ZEROS.
       01 WS-POS               PIC 9(4) VALUE ZEROS.
       01 WS-ACHOU             PIC X(1) VALUE "N".
       01 WS-BUSCA-AGENCIA     PIC 9(4) VALUE ZEROS.
       01 WS-BUSCA-CONTA       PIC 9(6) VALUE ZEROS.
       01 WS-NOVO-CPF          PIC 9(11) VALUE ZEROS.
       01 WS-NOVO-PAPEL        PIC X(1) VALUE SPACE.
       01 WS-SALDO-ANTES       PIC S9(6)V99 VALUE ZEROS.
       01 WS-VALOR-EDICAO      PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-CONTAS      PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-INFORMES    PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-REGISTROS   PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-SEM-CADASTRO PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-RENDIMENTO  PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOTAL-JUROS       PIC 9(13)V99 VALUE ZEROS.
       01 WS-CPF-RENDIMENTO    PIC 9(11)V99 VALUE ZEROS.
       01 WS-CPF-JUROS         PIC 9(11)V99 VALUE ZEROS.
       01 WS-CPF-ABERTO        PIC X(1) VALUE "N".

      *    CONTAS QUE EXISTIRAM EM ALGUM MOMENTO DO ANO-BASE (ABERTAS
      *    ATE 31/12 E NAO ENCERRADAS ANTES DE 01/01), NA ORDEM DA
      *    CHAVE DO CONTAS.DAT - A MESMA DOS ARQUIVOS MENSAIS, ENTAO
      *    CADA ARQUIVO E CASADO COM A TABELA EM UMA SO PASSADA.
       01 WS-CTA-TOTAL         PIC 9(4) VALUE ZEROS.
       01 WS-TAB-CONTAS.
           05 WS-TC-ENT OCCURS 5000 TIMES.
               10 WS-TC-CHAVE.
                   15 WS-TC-AGENCIA    PIC 9(4).
                   15 WS-TC-CONTA      PIC 9(6).
               10 WS-TC-CPF        PIC 9(11).
               10 WS-TC-TIPO       PIC X(1).
               10 WS-TC-SALDO-CADASTRO PIC S9(6)V99.
               10 WS-TC-ENCERRADA  PIC X(1).
               10 WS-TC-ABERTA-NO-ANO PIC X(1).
               10 WS-TC-TEM-MOV    PIC X(1).
               10 WS-TC-SALDO-ANTERIOR PIC S9(6)V99.
               10 WS-TC-ULTIMO-SALDO PIC S9(6)V99.
               10 WS-TC-TEM-DEZEMBRO PIC X(1).
               10 WS-TC-SALDO-DEZEMBRO PIC S9(6)V99.
               10 WS-TC-RENDIMENTO PIC 9(7)V99.
               10 WS-TC-JUROS      PIC 9(7)V99.

      *    VINCULO CPF X CONTA: O TITULAR DO CONTAS.DAT ("T") E OS
      *    COTITULARES "E"/"OU" DO TITULARES.DAT - CADA UM RECEBE O
      *    INFORME DA CONTA CONJUNTA. O REPRESENTANTE LEGAL NAO E DONO
      *    DO DINHEIRO E NAO RECEBE.
       01 WS-VIN-TOTAL         PIC 9(5) VALUE ZEROS.
       01 WS-TAB-VINCULOS.
           05 WS-VIN-ENT OCCURS 10000 TIMES.
               10 WS-VIN-CPF       PIC 9(11).
               10 WS-VIN-POS       PIC 9(4).
               10 WS-VIN-PAPEL     PIC X(1).
               10 WS-VIN-EMITIDO   PIC X(1).

       01 LINHA-SEPARADOR       PIC X(100) VALUE ALL "=".
       01 LINHA-BRANCO          PIC X(100) VALUE SPACES.
       01 LINHA-TITULO.
           05 FILLER            PIC X(44) VALUE
               "INFORME DE RENDIMENTOS - ANO-CALENDARIO     ".
           05 LTI-ANO           PIC 9(4).
       01 LINHA-ENDERECO-1.
           05 LE1-NOME          PIC X(30).
           05 FILLER            PIC X(7) VALUE "  CPF: ".
           05 LE1-CPF           PIC 999.999.999/99.
       01 LINHA-ENDERECO-2.
           05 LE2-ENDERECO      PIC X(40).
       01 LINHA-ENDERECO-3.
           05 LE3-CIDADE        PIC X(20).
           05 FILLER            PIC X(1) VALUE "/".
           05 LE3-UF            PIC X(2).
           05 FILLER            PIC X(6) VALUE "  CEP ".
           05 LE3-CEP           PIC 9(8).
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(32) VALUE
               "AGENC  CONTA     TIPO     PAPEL ".
           05 FILLER            PIC X(12) VALUE "SALDO 31/12/".
           05 LCO-ANO-ANTERIOR  PIC 9(4).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "SALDO 31/12/".
           05 LCO-ANO-BASE      PIC 9(4).
           05 FILLER            PIC X(28) VALUE
               "    RENDIMENTO   JUROS PAGOS".
       01 LINHA-DETALHE.
           05 LD-AGENCIA        PIC 9.999.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-CONTA          PIC 99.999/9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-TIPO           PIC X(9).
           05 LD-PAPEL          PIC X(7).
           05 LD-SALDO-ANTERIOR PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 LD-SALDO-FINAL    PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LD-RENDIMENTO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LD-JUROS          PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL-CPF.
           05 FILLER            PIC X(67) VALUE
               "TOTAIS DO ANO".
           05 LTC-RENDIMENTO    PIC ZZZ.ZZZ.ZZ9,99.
           05 LTC-JUROS         PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-NOTA-1          PIC X(100) VALUE
           "RENDIMENTO DE CADERNETA DE POUPANCA: RENDIMENTO ISENTO E NAO
      -    " TRIBUTAVEL.".
       01 LINHA-NOTA-2          PIC X(100) VALUE
           "JUROS PAGOS: ENCARGOS DE CHEQUE ESPECIAL DEBITADOS NO ANO.".
       01 LINHA-CONTROLE.
           05 FILLER            PIC X(26) VALUE
               "INFORMES EMITIDOS.......: ".
           05 LCT-INFORMES      PIC ZZZ.ZZ9.
       01 LINHA-CONTROLE-2.
           05 FILLER            PIC X(26) VALUE
               "CONTAS INFORMADAS.......: ".
           05 LCT-REGISTROS     PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INFORME-PRINCIPAL.
      *    INFORME ANUAL DE RENDIMENTOS POR CPF PARA A DECLARACAO DE
      *    IMPOSTO DE RENDA: PARA CADA CONTA DO CPF NO ANO-BASE, O
      *    SALDO EM 31/12 DO ANO ANTERIOR E DO ANO-BASE, O RENDIMENTO
      *    DE POUPANCA CREDITADO (ORIGEM "R") E OS JUROS DE CHEQUE
      *    ESPECIAL PAGOS (ORIGEM "J"). TUDO SAI DOS ARQUIVOS MENSAIS
      *    DO FECHAMES - O ANO-BASE SO PODE SER PEDIDO DEPOIS DO
      *    FECHAMENTO DE DEZEMBRO. GERA OS INFORMES PARA IMPRESSAO
      *    (INFORMES-AAAA.TXT) E O ARQUIVO FISCAL (IRFISC-AAAA.TXT).
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           DISPLAY "ANO-BASE (AAAA): ".
           ACCEPT WS-ANO-BASE.
           IF WS-ANO-BASE = ZEROS OR WS-ANO-BASE NOT < WS-HOJE-ANO
               DISPLAY "ANO-BASE INVALIDO - SO ANO JA ENCERRADO"
               STOP RUN
           END-IF.
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1.
           COMPUTE WS-ANO-SEGUINTE = WS-ANO-BASE + 1.
           MOVE SPACES TO WS-DOC-SALDO-DEZEMBRO.
           STRING "SALDO " WS-ANO-BASE "12"
               DELIMITED BY SIZE INTO WS-DOC-SALDO-DEZEMBRO.
           PERFORM TESTA-ARQUIVOS-DO-ANO.
           OPEN INPUT CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               STOP RUN
           END-IF.
           PERFORM CARREGA-CONTAS.
           CLOSE CONTAS.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               PERFORM LE-MES-DO-ANO
           END-PERFORM.
           PERFORM LE-SALDOS-DEZEMBRO.
           PERFORM APURA-SALDOS.
      *    SEM TITULARES.DAT (STATUS "35") NENHUMA CONTA TEM COTITULAR.
           OPEN INPUT TITULARES.
           EVALUATE TIT-STATUS
               WHEN "00"
                   MOVE "S" TO WS-TEM-TITULARES
               WHEN "35"
                   MOVE "N" TO WS-TEM-TITULARES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TITULARES.DAT: " TIT-STATUS
                   STOP RUN
           END-EVALUATE.
           PERFORM MONTA-VINCULOS.
           IF WS-TEM-TITULARES = "S"
               CLOSE TITULARES
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLI-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTES.DAT: " CLI-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-NOME-INFORMES.
           STRING "INFORMES-" WS-ANO-BASE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-INFORMES.
           OPEN OUTPUT INFORMES-SAIDA.
           IF INF-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-INFORMES ": "
                   INF-STATUS
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-NOME-FISCAL.
           STRING "IRFISC-" WS-ANO-BASE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-FISCAL.
           OPEN OUTPUT ARQUIVO-FISCAL.
           IF FIS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-FISCAL ": " FIS-STATUS
               CLOSE CLIENTES INFORMES-SAIDA
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-FIS.
           MOVE "0" TO FIS-TIPO-REG.
           MOVE WS-ANO-BASE TO FIS-ANO-BASE.
           MOVE WS-HOJE-NUM TO FIS-DATA-GERACAO.
           WRITE REG-FIS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM EMITE-INFORME-CPF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REG-FIS.
           MOVE "9" TO FIS-TIPO-REG.
           MOVE WS-ANO-BASE TO FIS-ANO-BASE.
           MOVE WS-TOTAL-INFORMES TO FIS-QTD-CPFS.
           MOVE WS-TOTAL-REGISTROS TO FIS-QTD-CONTAS.
           MOVE WS-TOTAL-RENDIMENTO TO FIS-TOTAL-RENDIMENTO.
           MOVE WS-TOTAL-JUROS TO FIS-TOTAL-JUROS.
           WRITE REG-FIS.
           MOVE LINHA-SEPARADOR TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE WS-TOTAL-INFORMES TO LCT-INFORMES.
           MOVE LINHA-CONTROLE TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE WS-TOTAL-REGISTROS TO LCT-REGISTROS.
           MOVE LINHA-CONTROLE-2 TO LINHA-INF.
           WRITE LINHA-INF.
           CLOSE CLIENTES INFORMES-SAIDA ARQUIVO-FISCAL.
           PERFORM LISTA-SEM-CADASTRO.
           DISPLAY "CONTAS DO ANO-BASE......: " WS-TOTAL-CONTAS.
           DISPLAY "INFORMES EMITIDOS.......: " WS-TOTAL-INFORMES.
           DISPLAY "CONTAS INFORMADAS.......: " WS-TOTAL-REGISTROS.
           DISPLAY "CPF SEM CADASTRO........: " WS-TOTAL-SEM-CADASTRO.
           DISPLAY "ARQUIVOS GERADOS........: " WS-NOME-INFORMES " "
               WS-NOME-FISCAL.
           STOP RUN.

       TESTA-ARQUIVOS-DO-ANO.
      *    OS DOZE MESES TEM DE ESTAR FECHADOS - INFORME COM MES
      *    FALTANDO SAIRIA COM RENDIMENTO A MENOR.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               PERFORM MONTA-NOME-MES
               OPEN INPUT ARQUIVO-MES
               IF ARQ-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR " WS-ARQ-MOVIMENTO ": "
                       ARQ-STATUS
                   DISPLAY "O FECHAMES DA COMPETENCIA JA RODOU?"
                   STOP RUN
               END-IF
               CLOSE ARQUIVO-MES
           END-PERFORM.

       MONTA-NOME-MES.
           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "MOVIMENTO-" WS-ANO-BASE WS-MES ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO.

       CARREGA-CONTAS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CTA-ANO-ABERT NOT > WS-ANO-BASE
                           AND (NOT CTA-CONTA-FECHADA
                               OR CTA-ANO-FECH NOT < WS-ANO-BASE)
                           PERFORM GUARDA-CONTA
                       END-IF
               END-READ
           END-PERFORM.

       GUARDA-CONTA.
           IF WS-CTA-TOTAL >= 5000
               DISPLAY "TABELA DE CONTAS CHEIA - AUMENTAR OCCURS"
               CLOSE CONTAS
               STOP RUN
           END-IF.
           ADD 1 TO WS-CTA-TOTAL.
           MOVE CTA-AGENCIA TO WS-TC-AGENCIA (WS-CTA-TOTAL).
           MOVE CTA-CONTA TO WS-TC-CONTA (WS-CTA-TOTAL).
           MOVE CTA-CPF TO WS-TC-CPF (WS-CTA-TOTAL).
           MOVE CTA-TIPO-CONTA TO WS-TC-TIPO (WS-CTA-TOTAL).
           MOVE CTA-SALDO TO WS-TC-SALDO-CADASTRO (WS-CTA-TOTAL).
           MOVE "N" TO WS-TC-ENCERRADA (WS-CTA-TOTAL).
           IF CTA-CONTA-FECHADA AND CTA-ANO-FECH = WS-ANO-BASE
               MOVE "S" TO WS-TC-ENCERRADA (WS-CTA-TOTAL)
           END-IF.
           MOVE "N" TO WS-TC-ABERTA-NO-ANO (WS-CTA-TOTAL).
           IF CTA-ANO-ABERT = WS-ANO-BASE
               MOVE "S" TO WS-TC-ABERTA-NO-ANO (WS-CTA-TOTAL)
           END-IF.
           MOVE "N" TO WS-TC-TEM-MOV (WS-CTA-TOTAL)
               WS-TC-TEM-DEZEMBRO (WS-CTA-TOTAL).
           MOVE ZEROS TO WS-TC-SALDO-ANTERIOR (WS-CTA-TOTAL)
               WS-TC-ULTIMO-SALDO (WS-CTA-TOTAL)
               WS-TC-SALDO-DEZEMBRO (WS-CTA-TOTAL)
               WS-TC-RENDIMENTO (WS-CTA-TOTAL)
               WS-TC-JUROS (WS-CTA-TOTAL).
           ADD 1 TO WS-TOTAL-CONTAS.

       LE-MES-DO-ANO.
           PERFORM MONTA-NOME-MES.
           OPEN INPUT ARQUIVO-MES.
           IF ARQ-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-MOVIMENTO ": "
                   ARQ-STATUS
               STOP RUN
           END-IF.
           MOVE 1 TO WS-POS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQUIVO-MES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE ARQ-AGENCIA TO WS-BUSCA-AGENCIA
                       MOVE ARQ-CONTA TO WS-BUSCA-CONTA
                       PERFORM LOCALIZA-CONTA
                       IF WS-ACHOU = "S"
                           PERFORM ACUMULA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MES.

       LOCALIZA-CONTA.
      *    ARQUIVO E TABELA NA MESMA ORDEM: AVANCA A POSICAO ATE A
      *    CONTA DO LANCAMENTO OU A PRIMEIRA MAIOR QUE ELA (CONTA QUE
      *    NAO ESTA NA TABELA - FORA DO ANO-BASE OU JA PURGADA).
           MOVE "N" TO WS-ACHOU.
           PERFORM UNTIL WS-POS > WS-CTA-TOTAL
                   OR WS-TC-AGENCIA (WS-POS) > WS-BUSCA-AGENCIA
                   OR (WS-TC-AGENCIA (WS-POS) = WS-BUSCA-AGENCIA
                       AND WS-TC-CONTA (WS-POS) NOT < WS-BUSCA-CONTA)
               ADD 1 TO WS-POS
           END-PERFORM.
           IF WS-POS NOT > WS-CTA-TOTAL
               IF WS-TC-AGENCIA (WS-POS) = WS-BUSCA-AGENCIA
                   AND WS-TC-CONTA (WS-POS) = WS-BUSCA-CONTA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-IF.

       ACUMULA-LANCAMENTO.
      *    O SALDO ANTES DO PRIMEIRO LANCAMENTO DO ANO (NORMALMENTE O
      *    REGISTRO "S" DO CORTE DE DEZEMBRO ANTERIOR, DE VALOR ZERO) E
      *    O SALDO EM 31/12 DO ANO ANTERIOR. O SALDO APOS O ULTIMO
      *    LANCAMENTO DO ANO E O SALDO EM 31/12 DO ANO-BASE QUANDO NAO
      *    HA O REGISTRO "S" DE DEZEMBRO (CONTA INATIVADA OU ENCERRADA
      *    NO ANO NAO RECEBE SALDO DE ABERTURA).
           IF WS-TC-TEM-MOV (WS-POS) = "N"
               MOVE "S" TO WS-TC-TEM-MOV (WS-POS)
               IF ARQ-TIPO = "D"
                   COMPUTE WS-SALDO-ANTES = ARQ-SALDO-RESULT + ARQ-VALOR
               ELSE
                   COMPUTE WS-SALDO-ANTES = ARQ-SALDO-RESULT - ARQ-VALOR
               END-IF
               MOVE WS-SALDO-ANTES TO WS-TC-SALDO-ANTERIOR (WS-POS)
           END-IF.
           MOVE ARQ-SALDO-RESULT TO WS-TC-ULTIMO-SALDO (WS-POS).
           IF ARQ-ORIGEM = "R" AND ARQ-TIPO = "C"
               ADD ARQ-VALOR TO WS-TC-RENDIMENTO (WS-POS)
           END-IF.
           IF ARQ-ORIGEM = "J" AND ARQ-TIPO = "D"
               ADD ARQ-VALOR TO WS-TC-JUROS (WS-POS)
           END-IF.

       LE-SALDOS-DEZEMBRO.
      *    O REGISTRO DE SALDO DO CORTE DE DEZEMBRO FICA NO ARQUIVO DE
      *    JANEIRO DO ANO SEGUINTE. SE JANEIRO AINDA NAO FOI FECHADO O
      *    SALDO SAI DO ULTIMO LANCAMENTO DO ANO, QUE E O MESMO VALOR.
           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "MOVIMENTO-" WS-ANO-SEGUINTE "01.DAT"
               DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO.
           OPEN INPUT ARQUIVO-MES.
           EVALUATE ARQ-STATUS
               WHEN "00"
                   MOVE 1 TO WS-POS
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ ARQUIVO-MES NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF ARQ-ORIGEM = "S"
                                   AND ARQ-DOCUMENTO =
                                       WS-DOC-SALDO-DEZEMBRO
                                   PERFORM GUARDA-SALDO-DEZEMBRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-MES
               WHEN "35"
                   DISPLAY "AVISO: " WS-ARQ-MOVIMENTO " AINDA NAO "
                       "GERADO - SALDO FINAL PELO ULTIMO LANCAMENTO"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR " WS-ARQ-MOVIMENTO ": "
                       ARQ-STATUS
                   STOP RUN
           END-EVALUATE.

       GUARDA-SALDO-DEZEMBRO.
           MOVE ARQ-AGENCIA TO WS-BUSCA-AGENCIA.
           MOVE ARQ-CONTA TO WS-BUSCA-CONTA.
           PERFORM LOCALIZA-CONTA.
           IF WS-ACHOU = "S"
               MOVE "S" TO WS-TC-TEM-DEZEMBRO (WS-POS)
               MOVE ARQ-SALDO-RESULT TO WS-TC-SALDO-DEZEMBRO (WS-POS)
           END-IF.

       APURA-SALDOS.
      *    CONTA SEM NENHUM LANCAMENTO NO ANO (INATIVA O ANO INTEIRO)
      *    FICOU COM O SALDO DO CADASTRO NAS DUAS DATAS. ABERTA NO ANO
      *    COMECA DE ZERO; ENCERRADA NO ANO TERMINA ZERADA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CTA-TOTAL
               EVALUATE TRUE
                   WHEN WS-TC-TEM-DEZEMBRO (WS-I) = "S"
                       MOVE WS-TC-SALDO-DEZEMBRO (WS-I)
                           TO WS-TC-ULTIMO-SALDO (WS-I)
                   WHEN WS-TC-TEM-MOV (WS-I) = "S"
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-TC-SALDO-CADASTRO (WS-I)
                           TO WS-TC-SALDO-ANTERIOR (WS-I)
                           WS-TC-ULTIMO-SALDO (WS-I)
               END-EVALUATE
               IF WS-TC-ABERTA-NO-ANO (WS-I) = "S"
                   MOVE ZEROS TO WS-TC-SALDO-ANTERIOR (WS-I)
               END-IF
               IF WS-TC-ENCERRADA (WS-I) = "S"
                   MOVE ZEROS TO WS-TC-ULTIMO-SALDO (WS-I)
               END-IF
           END-PERFORM.

       MONTA-VINCULOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CTA-TOTAL
               MOVE WS-TC-CPF (WS-I) TO WS-NOVO-CPF
               MOVE "T" TO WS-NOVO-PAPEL
               PERFORM GUARDA-VINCULO
           END-PERFORM.
           IF WS-TEM-TITULARES = "S"
               MOVE 1 TO WS-POS
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ TITULARES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM AVALIA-COTITULAR
                   END-READ
               END-PERFORM
           END-IF.

       AVALIA-COTITULAR.
      *    COTITULAR INCLUIDO DEPOIS DO ANO-BASE NAO ERA DONO DA CONTA
      *    NO ANO E NAO RECEBE O INFORME DELE.
           IF (TIT-CONJUNTA-E OR TIT-CONJUNTA-OU)
               AND TIT-ANO-INC NOT > WS-ANO-BASE
               MOVE TIT-AGENCIA TO WS-BUSCA-AGENCIA
               MOVE TIT-CONTA TO WS-BUSCA-CONTA
               PERFORM LOCALIZA-CONTA
               IF WS-ACHOU = "S"
                   MOVE WS-POS TO WS-I
                   MOVE TIT-CPF TO WS-NOVO-CPF
                   MOVE TIT-PAPEL TO WS-NOVO-PAPEL
                   PERFORM GUARDA-VINCULO
               END-IF
           END-IF.

       GUARDA-VINCULO.
           IF WS-VIN-TOTAL >= 10000
               DISPLAY "TABELA DE VINCULOS CHEIA - AUMENTAR OCCURS"
               STOP RUN
           END-IF.
           ADD 1 TO WS-VIN-TOTAL.
           MOVE WS-NOVO-CPF TO WS-VIN-CPF (WS-VIN-TOTAL).
           MOVE WS-I TO WS-VIN-POS (WS-VIN-TOTAL).
           MOVE WS-NOVO-PAPEL TO WS-VIN-PAPEL (WS-VIN-TOTAL).
           MOVE "N" TO WS-VIN-EMITIDO (WS-VIN-TOTAL).

       EMITE-INFORME-CPF.
      *    O CLIENTES.DAT E LIDO NA ORDEM DO CPF - OS INFORMES SAEM EM
      *    ORDEM DE CPF, UM POR CLIENTE QUE TEVE CONTA NO ANO-BASE.
           MOVE "N" TO WS-CPF-ABERTO.
           MOVE ZEROS TO WS-CPF-RENDIMENTO WS-CPF-JUROS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-VIN-TOTAL
               IF WS-VIN-CPF (WS-J) = CLI-CPF
                   IF WS-CPF-ABERTO = "N"
                       PERFORM IMPRIME-CABECALHO-CPF
                   END-IF
                   PERFORM IMPRIME-CONTA-CPF
               END-IF
           END-PERFORM.
           IF WS-CPF-ABERTO = "S"
               MOVE WS-CPF-RENDIMENTO TO LTC-RENDIMENTO
               MOVE WS-CPF-JUROS TO LTC-JUROS
               MOVE LINHA-TOTAL-CPF TO LINHA-INF
               WRITE LINHA-INF
               MOVE LINHA-BRANCO TO LINHA-INF
               WRITE LINHA-INF
               MOVE LINHA-NOTA-1 TO LINHA-INF
               WRITE LINHA-INF
               MOVE LINHA-NOTA-2 TO LINHA-INF
               WRITE LINHA-INF
           END-IF.

       IMPRIME-CABECALHO-CPF.
           MOVE "S" TO WS-CPF-ABERTO.
           ADD 1 TO WS-TOTAL-INFORMES.
           MOVE LINHA-SEPARADOR TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE WS-ANO-BASE TO LTI-ANO.
           MOVE LINHA-TITULO TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE LINHA-BRANCO TO LINHA-INF.
           WRITE LINHA-INF.
      *    CABECALHO DE ENDERECAMENTO - E O QUE VAI NO ENVELOPE.
           MOVE CLI-NOME TO LE1-NOME.
           MOVE CLI-CPF TO LE1-CPF.
           MOVE LINHA-ENDERECO-1 TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE CLI-ENDERECO TO LE2-ENDERECO.
           MOVE LINHA-ENDERECO-2 TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE CLI-CIDADE TO LE3-CIDADE.
           MOVE CLI-UF TO LE3-UF.
           MOVE CLI-CEP TO LE3-CEP.
           MOVE LINHA-ENDERECO-3 TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE LINHA-BRANCO TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE WS-ANO-ANTERIOR TO LCO-ANO-ANTERIOR.
           MOVE WS-ANO-BASE TO LCO-ANO-BASE.
           MOVE LINHA-COLUNAS TO LINHA-INF.
           WRITE LINHA-INF.

       IMPRIME-CONTA-CPF.
           MOVE "S" TO WS-VIN-EMITIDO (WS-J).
           MOVE WS-VIN-POS (WS-J) TO WS-I.
           MOVE WS-TC-AGENCIA (WS-I) TO LD-AGENCIA.
           MOVE WS-TC-CONTA (WS-I) TO LD-CONTA.
           IF WS-TC-TIPO (WS-I) = "P"
               MOVE "POUPANCA" TO LD-TIPO
           ELSE
               MOVE "CORRENTE" TO LD-TIPO
           END-IF.
           EVALUATE WS-VIN-PAPEL (WS-J)
               WHEN "E"
                   MOVE "COT E" TO LD-PAPEL
               WHEN "O"
                   MOVE "COT OU" TO LD-PAPEL
               WHEN OTHER
                   MOVE "TITULAR" TO LD-PAPEL
           END-EVALUATE.
           MOVE WS-TC-SALDO-ANTERIOR (WS-I) TO LD-SALDO-ANTERIOR.
           MOVE WS-TC-ULTIMO-SALDO (WS-I) TO LD-SALDO-FINAL.
           MOVE WS-TC-RENDIMENTO (WS-I) TO LD-RENDIMENTO.
           MOVE WS-TC-JUROS (WS-I) TO LD-JUROS.
           MOVE LINHA-DETALHE TO LINHA-INF.
           WRITE LINHA-INF.
           ADD WS-TC-RENDIMENTO (WS-I) TO WS-CPF-RENDIMENTO
               WS-TOTAL-RENDIMENTO.
           ADD WS-TC-JUROS (WS-I) TO WS-CPF-JUROS WS-TOTAL-JUROS.
           PERFORM GRAVA-REGISTRO-FISCAL.

       GRAVA-REGISTRO-FISCAL.
           MOVE SPACES TO REG-FIS.
           MOVE "1" TO FIS-TIPO-REG.
           MOVE WS-ANO-BASE TO FIS-ANO-BASE.
           MOVE CLI-CPF TO FIS-CPF.
           MOVE CLI-NOME TO FIS-NOME.
           MOVE WS-TC-AGENCIA (WS-I) TO FIS-AGENCIA.
           MOVE WS-TC-CONTA (WS-I) TO FIS-CONTA.
           MOVE WS-TC-TIPO (WS-I) TO FIS-TIPO-CONTA.
           MOVE WS-VIN-PAPEL (WS-J) TO FIS-PAPEL.
           MOVE WS-TC-SALDO-ANTERIOR (WS-I) TO WS-VALOR-EDICAO.
           IF WS-VALOR-EDICAO < ZEROS
               MOVE "-" TO FIS-SINAL-ANTERIOR
           ELSE
               MOVE "+" TO FIS-SINAL-ANTERIOR
           END-IF.
           MOVE WS-VALOR-EDICAO TO FIS-SALDO-ANTERIOR.
           MOVE WS-TC-ULTIMO-SALDO (WS-I) TO WS-VALOR-EDICAO.
           IF WS-VALOR-EDICAO < ZEROS
               MOVE "-" TO FIS-SINAL-FINAL
           ELSE
               MOVE "+" TO FIS-SINAL-FINAL
           END-IF.
           MOVE WS-VALOR-EDICAO TO FIS-SALDO-FINAL.
           MOVE WS-TC-RENDIMENTO (WS-I) TO FIS-RENDIMENTO.
           MOVE WS-TC-JUROS (WS-I) TO FIS-JUROS.
           WRITE REG-FIS.
           ADD 1 TO WS-TOTAL-REGISTROS.

       LISTA-SEM-CADASTRO.
      *    CONTA CUJO CPF NAO ESTA NO CLIENTES.DAT FICA SEM INFORME -
      *    VAI PARA O CONSOLE PARA A AGENCIA REGULARIZAR O CADASTRO.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-VIN-TOTAL
               IF WS-VIN-EMITIDO (WS-J) = "N"
                   MOVE WS-VIN-POS (WS-J) TO WS-I
                   DISPLAY "CPF SEM CADASTRO: " WS-VIN-CPF (WS-J)
                       " CONTA " WS-TC-AGENCIA (WS-I) "/"
                       WS-TC-CONTA (WS-I)
                   ADD 1 TO WS-TOTAL-SEM-CADASTRO
               END-IF
           END-PERFORM.
