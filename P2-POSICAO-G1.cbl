           RECORD KEY IS CLI-CPF
           FILE STATUS IS CLI-STATUS.

           SELECT TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
           FILE STATUS IS TIT-STATUS.

           SELECT POSICAO-SAIDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POS-STATUS.
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

       FD POSICAO-SAIDA LABEL RECORD STANDARD
           DATA RECORD IS LINHA-POS
           VALUE OF FILE-ID IS "POSICAO.TXT".
       01 CTA-STATUS           PIC X(2).
       01 CLI-STATUS           PIC X(2).
       01 POS-STATUS           PIC X(2).
       01 TIT-STATUS           PIC X(2).
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-CPF-BUSCA         PIC 9(11) VALUE ZEROS.
       01 WS-TOTAL-CONTAS      PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-SALDO       PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-LIMITE      PIC 9(9)V99 VALUE ZEROS.
      *    PAPEL DO CPF NA CONTA LISTADA: "T" = TITULAR PRINCIPAL,
      *    "E"/"O" = COTITULAR, "R" = REPRESENTANTE LEGAL.
       01 WS-PAPEL             PIC X(1) VALUE SPACE.
       01 WS-FIM-TITULARES     PIC X(1) VALUE "N".
       01 WS-TEM-TITULARES     PIC X(1) VALUE "N".

       01 LINHA-CABECALHO-1.
           05 FILLER            PIC X(31) VALUE
           05 FILLER            PIC X(6)  VALUE "  CEP ".
           05 LC4-CEP           PIC 9(8).
       01 LINHA-COLUNAS         PIC X(100) VALUE
           "AGENCIA  CONTA     TIPO SIT  SALDO           LIMITE      PAP
      -    "EL".
       01 LINHA-DETALHE.
           05 LD-AGENCIA        PIC 9(4).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 LD-SALDO          PIC ZZZ.ZZ9,99-.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 LD-LIMITE         PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 LD-PAPEL          PIC X(13).
       01 LINHA-TOTAL.
           05 FILLER            PIC X(15) VALUE "TOTAL GERAL    ".
           05 FILLER            PIC X(8)  VALUE "CONTAS: ".
      *    UMA UNICA CONSULTA, USANDO A CHAVE ALTERNATIVA CTA-CPF -
      *    ACABA COM AS TRES CONSULTAS E A SOMA NO PAPEL DO GUICHE. A
      *    MESMA LISTAGEM SAI NA TELA E EM POSICAO.TXT PARA IMPRIMIR.
      *    DEPOIS DAS CONTAS EM QUE O CPF E O TITULAR PRINCIPAL VEM AS
      *    CONTAS EM QUE ELE E COTITULAR OU REPRESENTANTE LEGAL
      *    (TITULARES.DAT, CHAVE ALTERNATIVA TIT-CPF).
           OPEN INPUT CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               DISPLAY "ERRO AO ABRIR CLIENTES.DAT: " CLI-STATUS
               STOP RUN
           END-IF.
      *    SEM TITULARES.DAT (STATUS "35") NENHUMA CONTA TEM COTITULAR.
           OPEN INPUT TITULARES.
           EVALUATE TIT-STATUS
               WHEN "00"
                   MOVE "S" TO WS-TEM-TITULARES
               WHEN "35"
                   MOVE "N" TO WS-TEM-TITULARES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TITULARES.DAT: " TIT-STATUS
                   CLOSE CONTAS CLIENTES
                   STOP RUN
           END-EVALUATE.
           DISPLAY "CPF DO CLIENTE: ".
           ACCEPT WS-CPF-BUSCA.
           IF WS-CPF-BUSCA = ZEROS
           END-IF.
           PERFORM IMPRIME-CABECALHO.
           PERFORM LISTA-CONTAS-DO-CPF.
           IF WS-TEM-TITULARES = "S"
               PERFORM LISTA-CONTAS-COTITULAR
               CLOSE TITULARES
           END-IF.
           PERFORM IMPRIME-TOTAL.
           CLOSE CONTAS CLIENTES POSICAO-SAIDA.
           IF WS-TOTAL-CONTAS = ZEROS
                   IF CTA-CPF NOT = WS-CPF-BUSCA
                       MOVE "S" TO WS-FIM-ARQUIVO
                   ELSE
                       MOVE "T" TO WS-PAPEL
                       PERFORM IMPRIME-CONTA
                   END-IF
           END-READ.

       LISTA-CONTAS-COTITULAR.
           MOVE WS-CPF-BUSCA TO TIT-CPF.
           MOVE "N" TO WS-FIM-TITULARES.
           START TITULARES KEY NOT LESS THAN TIT-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-TITULARES
           END-START.
           PERFORM LISTA-UM-VINCULO UNTIL WS-FIM-TITULARES = "S".

       LISTA-UM-VINCULO.
           READ TITULARES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-TITULARES
               NOT AT END
                   IF TIT-CPF NOT = WS-CPF-BUSCA
                       MOVE "S" TO WS-FIM-TITULARES
                   ELSE
                       MOVE TIT-AGENCIA TO CTA-AGENCIA
                       MOVE TIT-CONTA TO CTA-CONTA
                       READ CONTAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE TIT-PAPEL TO WS-PAPEL
                               PERFORM IMPRIME-CONTA
                       END-READ
                   END-IF
           END-READ.

       IMPRIME-CONTA.
           MOVE CTA-AGENCIA TO LD-AGENCIA.
           MOVE CTA-CONTA TO LD-CONTA.
           MOVE CTA-STATUS-CONTA TO LD-SITUACAO.
           MOVE CTA-SALDO TO LD-SALDO.
           MOVE CTA-LIMITE TO LD-LIMITE.
           EVALUATE WS-PAPEL
               WHEN "T"
                   MOVE "TITULAR" TO LD-PAPEL
               WHEN "E"
                   MOVE "COTITULAR E" TO LD-PAPEL
               WHEN "O"
                   MOVE "COTITULAR OU" TO LD-PAPEL
               WHEN "R"
                   MOVE "REPRES. LEGAL" TO LD-PAPEL
               WHEN OTHER
                   MOVE SPACES TO LD-PAPEL
           END-EVALUATE.
           MOVE LINHA-DETALHE TO LINHA-POS.
           WRITE LINHA-POS.
           DISPLAY LINHA-DETALHE.
           ADD 1 TO WS-TOTAL-CONTAS.
      *    CONTA EM QUE O CPF SO REPRESENTA O TITULAR (MENOR, INCAPAZ)
      *    APARECE NA LISTA MAS NAO E PATRIMONIO DELE - FICA FORA DOS
      *    TOTAIS DE SALDO E LIMITE.
           IF WS-PAPEL NOT = "R"
               ADD CTA-SALDO TO WS-TOTAL-SALDO
               ADD CTA-LIMITE TO WS-TOTAL-LIMITE
           END-IF.

       IMPRIME-TOTAL.
           MOVE WS-TOTAL-CONTAS TO LT-CONTAS.
