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
       WORKING-STORAGE SECTION.
       01 CTA-STATUS           PIC X(2).
       01 CLI-STATUS           PIC X(2).
       01 TIT-STATUS           PIC X(2).
       01 WS-TEM-TITULARES     PIC X(1) VALUE "N".
       01 WS-FIM-TITULARES     PIC X(1) VALUE "N".
       01 ARQ-STATUS           PIC X(2).
       01 EXT-STATUS           PIC X(2).
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           05 LCC-AGENCIA       PIC 9.999.
           05 FILLER            PIC X(6)  VALUE "CONTA ".
           05 LCC-CONTA         PIC 99.999/9.
       01 LINHA-TITULAR.
           05 LTI-PAPEL         PIC X(15).
           05 LTI-NOME          PIC X(30).
       01 LINHA-DETALHE-CAB     PIC X(80) VALUE
           "DATA        TIPO  VALOR              SALDO APOS      HISTOR
      -    "ICO".
               CLOSE ARQUIVO-MES CONTAS
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
                   CLOSE ARQUIVO-MES CONTAS CLIENTES
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT EXTRATOS-SAIDA.
           IF EXT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-SAIDA ": " EXT-STATUS
           MOVE LINHA-CONTROLE-2 TO LINHA-EXT.
           WRITE LINHA-EXT.
           CLOSE ARQUIVO-MES CONTAS CLIENTES EXTRATOS-SAIDA.
           IF WS-TEM-TITULARES = "S"
               CLOSE TITULARES
           END-IF.
           DISPLAY "EXTRATOS EMITIDOS: " WS-TOTAL-EMITIDOS.
           DISPLAY "CONTAS ATIVAS....: " WS-TOTAL-ATIVAS.
           IF WS-TOTAL-EMITIDOS < WS-TOTAL-ATIVAS
           MOVE CTA-CONTA TO LCC-CONTA.
           MOVE LINHA-CONTA-CAB TO LINHA-EXT.
           WRITE LINHA-EXT.
           PERFORM IMPRIME-TITULARES.
           MOVE LINHA-DETALHE-CAB TO LINHA-EXT.
           WRITE LINHA-EXT.

       IMPRIME-TITULARES.
      *    UMA LINHA POR COTITULAR/REPRESENTANTE DA CONTA, COM O NOME
      *    DO CADASTRO DE CLIENTES.
           IF WS-TEM-TITULARES = "S"
               MOVE CTA-AGENCIA TO TIT-AGENCIA
               MOVE CTA-CONTA TO TIT-CONTA
               MOVE ZEROS TO TIT-CPF
               MOVE "N" TO WS-FIM-TITULARES
               START TITULARES KEY NOT LESS THAN TIT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TITULARES
               END-START
               PERFORM IMPRIME-UM-TITULAR
                   UNTIL WS-FIM-TITULARES = "S"
           END-IF.

       IMPRIME-UM-TITULAR.
           READ TITULARES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-TITULARES
               NOT AT END
                   IF TIT-AGENCIA NOT = CTA-AGENCIA
                       OR TIT-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-FIM-TITULARES
                   ELSE
                       EVALUATE TRUE
                           WHEN TIT-CONJUNTA-E
                               MOVE "COTITULAR (E): " TO LTI-PAPEL
                           WHEN TIT-CONJUNTA-OU
                               MOVE "COTITULAR (OU):" TO LTI-PAPEL
                           WHEN OTHER
                               MOVE "REPRES. LEGAL: " TO LTI-PAPEL
                       END-EVALUATE
                       MOVE TIT-CPF TO CLI-CPF
                       READ CLIENTES
                           INVALID KEY
                               MOVE "(CLIENTE NAO ENCONTRADO)"
                                   TO LTI-NOME
                           NOT INVALID KEY
                               MOVE CLI-NOME TO LTI-NOME
                       END-READ
                       MOVE LINHA-TITULAR TO LINHA-EXT
                       WRITE LINHA-EXT
                   END-IF
           END-READ.

       IMPRIME-LANCAMENTO.
           MOVE ARQ-DIA TO LD-DIA.
           MOVE ARQ-MES TO LD-MES.
                   MOVE "JUROS CHEQUE ESPECIAL" TO LD-HISTORICO
               WHEN "M"
                   MOVE "TARIFA MANUTENCAO" TO LD-HISTORICO
               WHEN "V"
                   STRING "TARIFA SERVICO " ARQ-DOCUMENTO (8:4)
                       DELIMITED BY SIZE INTO LD-HISTORICO
               WHEN "R"
                   MOVE "RENDIMENTO POUPANCA" TO LD-HISTORICO
               WHEN "Q"
                   END-IF
               WHEN "S"
                   MOVE "SALDO ANTERIOR" TO LD-HISTORICO
               WHEN "F"
                   MOVE "ENCERRAMENTO DE CONTA" TO LD-HISTORICO
               WHEN "K"
                   IF ARQ-TIPO = "C"
                       STRING "EMPRESTIMO " ARQ-DOCUMENTO (4:6)
                           DELIMITED BY SIZE INTO LD-HISTORICO
                   ELSE
                       STRING "PARC EMPR " ARQ-DOCUMENTO (3:6) "/"
                           ARQ-DOCUMENTO (9:3)
                           DELIMITED BY SIZE INTO LD-HISTORICO
                   END-IF
               WHEN "A"
                   STRING "DEB AUT " ARQ-DOCUMENTO (1:4) " "
                       ARQ-DOCUMENTO (5:8)
                       DELIMITED BY SIZE INTO LD-HISTORICO
               WHEN "C"
                   STRING "SAQUE ATM " ARQ-DOCUMENTO (1:6)
                       DELIMITED BY SIZE INTO LD-HISTORICO
           END-EVALUATE.

       FECHA-EXTRATO-CONTA.
