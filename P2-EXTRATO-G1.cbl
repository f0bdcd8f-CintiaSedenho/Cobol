           RECORD KEY IS CLI-CPF
           FILE STATUS IS CLI-STATUS.

           SELECT TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
           FILE STATUS IS TIT-STATUS.

           SELECT MOVIMENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXT-STATUS.

           SELECT TARIFA-EVENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAS LABEL RECORD STANDARD
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

       FD MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOV
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".
           VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 LINHA-EXT                PIC X(80).

       FD TARIFA-EVENTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-EVT
           VALUE OF FILE-ID IS "TAREVENT.TXT".
      *    MESMO LAYOUT DE REG-EVT EM P2-TARIFPOST-G1.cbl - O EXTRATO
      *    PEDIDO AQUI E O AVULSO (SERVICO EXTR); O MENSAL DO
      *    EXTRALOTE NAO E TARIFADO.
       01 REG-EVT.
           05 EVT-DATA         PIC 9(8).
           05 EVT-AGENCIA      PIC 9(4).
           05 EVT-CONTA        PIC 9(6).
           05 EVT-SERVICO      PIC X(4).
           05 EVT-REFERENCIA   PIC X(12).

       WORKING-STORAGE SECTION.
       01 CTA-STATUS           PIC X(2).
       01 CLI-STATUS           PIC X(2).
       01 TIT-STATUS           PIC X(2).
       01 WS-TEM-TITULARES     PIC X(1) VALUE "N".
       01 WS-FIM-TITULARES     PIC X(1) VALUE "N".
       01 MOV-STATUS           PIC X(2).
       01 ARQ-STATUS           PIC X(2).
       01 EXT-STATUS           PIC X(2).
       01 EVT-STATUS           PIC X(2).
      *    DATA DO MOVIMENTO (DATAMOV) SO PARA DATAR A OCORRENCIA
      *    TARIFAVEL DO EXTRATO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-DATA-MOV          PIC 9(8) VALUE ZEROS.
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-OPCAO-BUSCA       PIC 9(1) VALUE ZEROS.
       01 LINHA-CABECALHO-3.
           05 FILLER            PIC X(13) VALUE "SALDO ATUAL: ".
           05 LC3-SALDO         PIC $ZZZ.ZZ9,99-.
       01 LINHA-TITULAR.
           05 LTI-PAPEL         PIC X(15).
           05 LTI-NOME          PIC X(30).
       01 LINHA-DETALHE-CAB     PIC X(80) VALUE
           "DATA        TIPO  VALOR              SALDO APOS      HISTOR
      -    "ICO".

       PROCEDURE DIVISION.
       EXTRATO-PRINCIPAL.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-DATA-MOV
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
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
           PERFORM PEDE-PARAMETROS.
           PERFORM LOCALIZA-CONTA.
           IF CONTA-ENCONTRADA
               PERFORM IMPRIME-RODAPE
               CLOSE EXTRATO-SAIDA
               DISPLAY "EXTRATO GERADO. MOVIMENTACOES: " WS-TOTAL-MOVS
               PERFORM GRAVA-EVENTO-TARIFA
           ELSE
               DISPLAY "CONTA NAO ENCONTRADA"
           END-IF.
           CLOSE CONTAS CLIENTES.
           IF WS-TEM-TITULARES = "S"
               CLOSE TITULARES
           END-IF.
           STOP RUN.

       PEDE-PARAMETROS.
           MOVE WS-NOME-CLIENTE TO LC2-NOME.
           MOVE LINHA-CABECALHO-2 TO LINHA-EXT.
           WRITE LINHA-EXT.
           PERFORM IMPRIME-TITULARES.
           MOVE CTA-SALDO TO LC3-SALDO.
           MOVE LINHA-CABECALHO-3 TO LINHA-EXT.
           WRITE LINHA-EXT.
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

       PERCORRE-MOVIMENTO.
      *    PRIMEIRO OS ARQUIVOS MENSAIS DOS MESES DO PERIODO (UM MES
      *    SEM ARQUIVO AINDA NAO FOI FECHADO - SEU MOVIMENTO ESTA NO
                   MOVE "JUROS CHEQUE ESPECIAL" TO LD-HISTORICO
               WHEN "M"
                   MOVE "TARIFA MANUTENCAO" TO LD-HISTORICO
               WHEN "V"
      *    TARIFA DE SERVICO (TARIFPOST): DOCUMENTO "TARIFA " + CODIGO
      *    DO SERVICO.
                   STRING "TARIFA SERVICO " WS-DET-DOCUMENTO (8:4)
                       DELIMITED BY SIZE INTO LD-HISTORICO
               WHEN "R"
                   MOVE "RENDIMENTO POUPANCA" TO LD-HISTORICO
               WHEN "Q"
                   END-IF
               WHEN "S"
                   MOVE "SALDO ANTERIOR" TO LD-HISTORICO
               WHEN "F"
      *    LIQUIDACAO DO SALDO RESIDUAL NO ENCERRAMENTO DA CONTA.
                   MOVE "ENCERRAMENTO DE CONTA" TO LD-HISTORICO
               WHEN "K"
      *    EMPRESTIMO PESSOAL: CREDITO DA CONTRATACAO (DOCUMENTO "EMP"
      *    + CONTRATO) OU PARCELA (DOCUMENTO "PC" + CONTRATO + PARCELA).
                   IF WS-DET-TIPO = "C"
                       STRING "EMPRESTIMO " WS-DET-DOCUMENTO (4:6)
                           DELIMITED BY SIZE INTO LD-HISTORICO
                   ELSE
                       STRING "PARC EMPR " WS-DET-DOCUMENTO (3:6) "/"
                           WS-DET-DOCUMENTO (9:3)
                           DELIMITED BY SIZE INTO LD-HISTORICO
                   END-IF
               WHEN "A"
      *    DEBITO AUTOMATICO (DEBAUTO): DOCUMENTO = CONVENIO (4) +
      *    DOCUMENTO DA EMPRESA (8).
                   STRING "DEB AUT " WS-DET-DOCUMENTO (1:4) " "
                       WS-DET-DOCUMENTO (5:8)
                       DELIMITED BY SIZE INTO LD-HISTORICO
               WHEN "C"
      *    SAQUE NO CAIXA ELETRONICO (ATMPOST): DOCUMENTO = TERMINAL
      *    (6) + NSU DA REDE (6).
                   STRING "SAQUE ATM " WS-DET-DOCUMENTO (1:6)
                       DELIMITED BY SIZE INTO LD-HISTORICO
           END-EVALUATE.

       GRAVA-EVENTO-TARIFA.
           OPEN EXTEND TARIFA-EVENTOS.
           IF EVT-STATUS NOT = "00"
               OPEN OUTPUT TARIFA-EVENTOS
           END-IF.
           IF EVT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TAREVENT.TXT: " EVT-STATUS
                   " - TARIFA DO EXTRATO NAO REGISTRADA"
           ELSE
               MOVE WS-DATA-MOV TO EVT-DATA
               MOVE CTA-AGENCIA TO EVT-AGENCIA
               MOVE CTA-CONTA TO EVT-CONTA
               MOVE "EXTR" TO EVT-SERVICO
               MOVE SPACES TO EVT-REFERENCIA
               STRING "EXT" WS-DATA-FIM
                   DELIMITED BY SIZE INTO EVT-REFERENCIA
               WRITE REG-EVT
               CLOSE TARIFA-EVENTOS
           END-IF.

       IMPRIME-RODAPE.
           MOVE WS-TOTAL-MOVS TO LR-TOTAL.
           MOVE LINHA-RODAPE TO LINHA-EXT.
