       FILE SECTION.
       FD LOG-ALTERACOES LABEL RECORD STANDARD
           DATA RECORD IS REG-LOG
           VALUE OF FILE-ID IS WS-ARQ-LOG.
      *    MESMO LAYOUT DE REG-LOG EM P2-COBOL-FINAL.cbl. LOG-OPERACAO:
      *    "I"/"A"/"E" = INCLUSAO/ALTERACAO/ENCERRAMENTO DE CONTA;
      *    "M" = MIGRACAO DE AGENCIA (MIGRAAG); "1"/"2"/"3" =
      *    (LOG-SALDO-NOVO = VALOR DA ORDEM, LOG-NOME-NOVO = MOTIVO);
      *    "R" = REATIVACAO DE CONTA INATIVA APROVADA POR SUPERVISOR
      *    (LOG-OPERADOR = CAIXA DA SESSAO, LOG-NOME-NOVO = MATRICULA
      *    DO SUPERVISOR QUE APROVOU); "T"/"X" = INCLUSAO/EXCLUSAO DE
      *    COTITULAR OU REPRESENTANTE (LOG-CPF = COTITULAR,
      *    LOG-NOME-ANT = TITULAR PRINCIPAL, LOG-SITUACAO-NOVA = PAPEL);
      *    "N" = INATIVACAO POR FALTA DE MOVIMENTO (INATIVACONTAS).
       01 REG-LOG.
           05 LOG-DATA.
               10 LOG-ANO          PIC 9(4).
       FD RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "LOGREL.TXT".
      *    160 COLUNAS: A LINHA DE RESUMO DO DIA CRESCEU COM OS
      *    CONTADORES DE BLOQUEIO/DESBLOQUEIO/REATIVACAO, DE
      *    COTITULARES E DE INATIVACAO E NAO CABIA MAIS NAS 100
      *    ORIGINAIS.
       01 LINHA-REL                PIC X(160).

       WORKING-STORAGE SECTION.
       01 LOG-STATUS           PIC X(2).
       01 WS-DATA-INI          PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FIM          PIC 9(8) VALUE ZEROS.
       01 WS-FILTRO-OP         PIC X(1) VALUE SPACE.
      *    ANOS JA LEVADOS PELO ARQANUAL ESTAO EM LOGALTER-AAAA.DAT. O
      *    PERIODO PEDIDO E PERCORRIDO ANO A ANO NOS ANUAIS QUE
      *    EXISTIREM E TERMINA NO LOGALTER.DAT CORRENTE, MANTENDO A
      *    ORDEM CRONOLOGICA DA QUEBRA POR DIA. SEM DATA INICIAL,
      *    COMECA EM 2000 (SECULO DE TODA DATA OPERACIONAL); SEM DATA
      *    FINAL, VAI ATE O ANO DA DATA DO MOVIMENTO (DATAMOV).
       01 WS-ARQ-LOG           PIC X(20) VALUE SPACES.
       01 WS-ANO-ARQ           PIC 9(4) VALUE ZEROS.
       01 WS-ANO-INI           PIC 9(4) VALUE ZEROS.
       01 WS-ANO-LIM           PIC 9(4) VALUE ZEROS.
       01 WS-DATA-SIS          PIC 9(8) VALUE ZEROS.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-ABRIU-ALGUM       PIC X(1) VALUE "N".
       01 WS-DATA-QUEBRA       PIC 9(8) VALUE ZEROS.
       01 WS-DATA-QUEBRA-R REDEFINES WS-DATA-QUEBRA.
           05 WS-QUEBRA-ANO    PIC 9(4).
           05 WS-CONT-BLQ      PIC 9(4) VALUE ZEROS.
           05 WS-CONT-DBL      PIC 9(4) VALUE ZEROS.
           05 WS-CONT-REA      PIC 9(4) VALUE ZEROS.
           05 WS-CONT-TIT-INC  PIC 9(4) VALUE ZEROS.
           05 WS-CONT-TIT-EXC  PIC 9(4) VALUE ZEROS.
           05 WS-CONT-INA      PIC 9(4) VALUE ZEROS.
           05 WS-CONT-OUTROS   PIC 9(4) VALUE ZEROS.

       01 LINHA-CABECALHO      PIC X(100) VALUE
           05 LR-DBL            PIC ZZZ9.
           05 FILLER            PIC X(5) VALUE " REA=".
           05 LR-REA            PIC ZZZ9.
           05 FILLER            PIC X(9) VALUE " TIT.INC=".
           05 LR-TIT-INC        PIC ZZZ9.
           05 FILLER            PIC X(9) VALUE " TIT.EXC=".
           05 LR-TIT-EXC        PIC ZZZ9.
           05 FILLER            PIC X(5) VALUE " INA=".
           05 LR-INA            PIC ZZZ9.
       01 LINHA-RODAPE.
           05 FILLER            PIC X(26) VALUE
               "EVENTOS LISTADOS........: ".
       PROCEDURE DIVISION.
       LOGCONS-PRINCIPAL.
           PERFORM PEDE-FILTROS.
           OPEN OUTPUT RELATORIO.
           IF REL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGREL.TXT: " REL-STATUS
               STOP RUN
           END-IF.
           MOVE LINHA-CABECALHO TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM VARYING WS-ANO-ARQ FROM WS-ANO-INI BY 1
                   UNTIL WS-ANO-ARQ > WS-ANO-LIM
               MOVE SPACES TO WS-ARQ-LOG
               STRING "LOGALTER-" WS-ANO-ARQ ".DAT"
                   DELIMITED BY SIZE INTO WS-ARQ-LOG
               PERFORM LE-ARQUIVO-LOG
           END-PERFORM.
           MOVE "LOGALTER.DAT" TO WS-ARQ-LOG.
           PERFORM LE-ARQUIVO-LOG.
           IF LOG-STATUS NOT = "00" AND WS-ABRIU-ALGUM = "N"
               DISPLAY "ERRO AO ABRIR LOGALTER.DAT: " LOG-STATUS
               CLOSE RELATORIO
               STOP RUN
           END-IF.
           IF WS-TEM-DIA = "S"
               PERFORM IMPRIME-RESUMO-DIA
           END-IF.
           MOVE WS-TOTAL-LISTADOS TO LR-LISTADOS.
           MOVE LINHA-RODAPE TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.
           DISPLAY "CONSULTA CONCLUIDA. EVENTOS: " WS-TOTAL-LISTADOS.
           STOP RUN.

       LE-ARQUIVO-LOG.
           OPEN INPUT LOG-ALTERACOES.
           IF LOG-STATUS = "00"
               MOVE "S" TO WS-ABRIU-ALGUM
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ LOG-ALTERACOES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM AVALIA-EVENTO
                   END-READ
               END-PERFORM
               CLOSE LOG-ALTERACOES
           END-IF.

       PEDE-FILTROS.
           DISPLAY "CPF (0 = TODOS): ".
           ACCEPT WS-FILTRO-CPF.
           IF WS-DATA-FIM = ZEROS
               MOVE 99999999 TO WS-DATA-FIM
           END-IF.
           DIVIDE WS-DATA-INI BY 10000 GIVING WS-ANO-INI.
           IF WS-ANO-INI < 2000
               MOVE 2000 TO WS-ANO-INI
           END-IF.
           IF WS-DATA-FIM = 99999999
               MOVE "L" TO WS-DTM-OPERACAO
               CALL "DATAMOV" USING WS-DTM-OPERACAO WS-DATA-SIS
                   WS-SITUACAO-MOV WS-DTM-RETORNO
               IF WS-DTM-RETORNO NOT = "00"
                   DISPLAY "CONTROLE DA DATA DO MOVIMENTO "
                       "INDISPONIVEL: " WS-DTM-RETORNO
                   STOP RUN
               END-IF
               DIVIDE WS-DATA-SIS BY 10000 GIVING WS-ANO-LIM
           ELSE
               DIVIDE WS-DATA-FIM BY 10000 GIVING WS-ANO-LIM
           END-IF.
           DISPLAY "OPERACAO I/A/E/M/B/D/R/T/X/N/1/2/3 "
               "(VAZIO = TODAS): ".
           ACCEPT WS-FILTRO-OP.

       AVALIA-EVENTO.
                   ADD 1 TO WS-CONT-DBL
               WHEN "R"
                   ADD 1 TO WS-CONT-REA
               WHEN "T"
                   ADD 1 TO WS-CONT-TIT-INC
               WHEN "X"
                   ADD 1 TO WS-CONT-TIT-EXC
               WHEN "N"
                   ADD 1 TO WS-CONT-INA
               WHEN OTHER
                   ADD 1 TO WS-CONT-OUTROS
           END-EVALUATE.
           MOVE WS-CONT-BLQ TO LR-BLQ.
           MOVE WS-CONT-DBL TO LR-DBL.
           MOVE WS-CONT-REA TO LR-REA.
           MOVE WS-CONT-TIT-INC TO LR-TIT-INC.
           MOVE WS-CONT-TIT-EXC TO LR-TIT-EXC.
           MOVE WS-CONT-INA TO LR-INA.
           MOVE LINHA-RESUMO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-BRANCO TO LINHA-REL.
