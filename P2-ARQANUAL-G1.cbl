       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQANUAL.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PARA CADA ARQUIVO HA TRES SELECTS COM O MESMO LAYOUT: A
      *    ENTRADA (ORIGINAL NA SEPARACAO, .NEW NA REGRAVACAO), A SAIDA
      *    (.NEW NA SEPARACAO, ORIGINAL NA REGRAVACAO) E O ANUAL
      *    (ARQUIVO DO ANO NA SEPARACAO; NA CONFERENCIA, QUALQUER
      *    ARQUIVO DO LAYOUT A SER CONTADO). OS NOMES SAO MONTADOS EM
      *    WORKING-STORAGE A CADA PASSO.
           SELECT SH-ENTRADA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ENT-STATUS.

           SELECT SH-SAIDA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SAI-STATUS.

           SELECT SH-ANUAL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANU-STATUS.

           SELECT LG-ENTRADA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ENT-STATUS.

           SELECT LG-SAIDA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SAI-STATUS.

           SELECT LG-ANUAL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANU-STATUS.

           SELECT LH-ENTRADA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ENT-STATUS.

           SELECT LH-SAIDA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SAI-STATUS.

           SELECT LH-ANUAL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANU-STATUS.

           SELECT CP-ENTRADA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENT-STATUS.

           SELECT CP-SAIDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SAI-STATUS.

           SELECT CP-ANUAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-STATUS.

           SELECT RM-ENTRADA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENT-STATUS.

           SELECT RM-SAIDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SAI-STATUS.

           SELECT RM-ANUAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-STATUS.

           SELECT RUN-CONTROLE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-STATUS.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    OS REGISTROS DAS FDS SAO SO O TAMANHO - O LAYOUT DE CADA
      *    ARQUIVO ESTA EM WORKING-STORAGE (READ ... INTO). O ANUAL
      *    EXPOE SO O CAMPO DO TOTAL DE CONTROLE, PORQUE A CONTAGEM
      *    PODE ACONTECER NO MEIO DA SEPARACAO, COM O REGISTRO EM
      *    TRATAMENTO AINDA NA WORKING-STORAGE.
       FD SH-ENTRADA LABEL RECORD STANDARD
           DATA RECORD IS SHE-REG
           VALUE OF FILE-ID IS WS-NOME-ENTRADA.
       01 SHE-REG                  PIC X(26).

       FD SH-SAIDA LABEL RECORD STANDARD
           DATA RECORD IS SHS-REG
           VALUE OF FILE-ID IS WS-NOME-SAIDA.
       01 SHS-REG                  PIC X(26).

       FD SH-ANUAL LABEL RECORD STANDARD
           DATA RECORD IS SHA-REG
           VALUE OF FILE-ID IS WS-NOME-ANUAL.
       01 SHA-REG.
           05 FILLER               PIC X(18).
           05 SHA-SALDO            PIC S9(6)V99.

       FD LG-ENTRADA LABEL RECORD STANDARD
           DATA RECORD IS LGE-REG
           VALUE OF FILE-ID IS WS-NOME-ENTRADA.
       01 LGE-REG                  PIC X(123).

       FD LG-SAIDA LABEL RECORD STANDARD
           DATA RECORD IS LGS-REG
           VALUE OF FILE-ID IS WS-NOME-SAIDA.
       01 LGS-REG                  PIC X(123).

       FD LG-ANUAL LABEL RECORD STANDARD
           DATA RECORD IS LGA-REG
           VALUE OF FILE-ID IS WS-NOME-ANUAL.
       01 LGA-REG.
           05 FILLER               PIC X(108).
           05 LGA-SALDO-NOVO       PIC S9(6)V99.
           05 FILLER               PIC X(7).

       FD LH-ENTRADA LABEL RECORD STANDARD
           DATA RECORD IS LHE-REG
           VALUE OF FILE-ID IS WS-NOME-ENTRADA.
       01 LHE-REG                  PIC X(46).

       FD LH-SAIDA LABEL RECORD STANDARD
           DATA RECORD IS LHS-REG
           VALUE OF FILE-ID IS WS-NOME-SAIDA.
       01 LHS-REG                  PIC X(46).

       FD LH-ANUAL LABEL RECORD STANDARD
           DATA RECORD IS LHA-REG
           VALUE OF FILE-ID IS WS-NOME-ANUAL.
       01 LHA-REG.
           05 FILLER               PIC X(26).
           05 LHA-LIMITE-NOVO      PIC 9(6)V99.
           05 FILLER               PIC X(12).

       FD CP-ENTRADA LABEL RECORD STANDARD
           DATA RECORD IS CPE-REG
           VALUE OF FILE-ID IS WS-NOME-ENTRADA.
       01 CPE-REG                  PIC X(80).

       FD CP-SAIDA LABEL RECORD STANDARD
           DATA RECORD IS CPS-REG
           VALUE OF FILE-ID IS WS-NOME-SAIDA.
       01 CPS-REG                  PIC X(80).

       FD CP-ANUAL LABEL RECORD STANDARD
           DATA RECORD IS CPA-REG
           VALUE OF FILE-ID IS WS-NOME-ANUAL.
       01 CPA-REG.
           05 CPA-ROTULO           PIC X(14).
           05 FILLER               PIC X(8).
           05 CPA-NUMERO           PIC X(6).
           05 FILLER               PIC X(52).

       FD RM-ENTRADA LABEL RECORD STANDARD
           DATA RECORD IS RME-REG
           VALUE OF FILE-ID IS WS-NOME-ENTRADA.
       01 RME-REG                  PIC X(43).

       FD RM-SAIDA LABEL RECORD STANDARD
           DATA RECORD IS RMS-REG
           VALUE OF FILE-ID IS WS-NOME-SAIDA.
       01 RMS-REG                  PIC X(43).

       FD RM-ANUAL LABEL RECORD STANDARD
           DATA RECORD IS RMA-REG
           VALUE OF FILE-ID IS WS-NOME-ANUAL.
       01 RMA-REG.
           05 FILLER               PIC X(25).
           05 RMA-VALOR            PIC 9(6)V99.
           05 FILLER               PIC X(10).

       FD RUN-CONTROLE LABEL RECORD STANDARD
           DATA RECORD IS REG-RUN
           VALUE OF FILE-ID IS "RUNCTL.TXT".
      *    DIARIO COMPARTILHADO DE EXECUCOES DE BATCH - MESMO LAYOUT
      *    USADO POR PURGACONTAS, RECONCILIA E EXPORTACLI. AQUI
      *    RUN-LIDOS = REGISTROS ARQUIVADOS (LIMITADO A 999999 - O
      *    TOTAL EXATO SAI NO CONSOLE E, POR ARQUIVO, NO ARQANUAL.TXT)
      *    E RUN-SEGUNDO = ANO DE CORTE (ULTIMO ANO LEVADO PARA OS
      *    ANUAIS) - E POR ELE QUE UMA SEGUNDA EXECUCAO PARA O MESMO
      *    ANO E RECUSADA.
       01 REG-RUN.
           05 RUN-PROGRAMA     PIC X(12).
           05 RUN-EVENTO       PIC X(3).
           05 FILLER           PIC X(1).
           05 RUN-DATA         PIC 9(8).
           05 FILLER           PIC X(1).
           05 RUN-HORA         PIC 9(6).
           05 FILLER           PIC X(1).
           05 RUN-LIDOS        PIC 9(6).
           05 FILLER           PIC X(1).
           05 RUN-SEGUNDO      PIC 9(6).
           05 FILLER           PIC X(1).
           05 RUN-SITUACAO     PIC X(1).

       FD RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "ARQANUAL.TXT".
       01 LINHA-REL                PIC X(100).

       WORKING-STORAGE SECTION.
       01 ENT-STATUS           PIC X(2).
       01 SAI-STATUS           PIC X(2).
       01 ANU-STATUS           PIC X(2).
       01 RUN-STATUS           PIC X(2).
       01 REL-STATUS           PIC X(2).
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-FIM-CONTAGEM      PIC X(1) VALUE "N".
           88 FIM-CONTAGEM         VALUE "S".
       01 WS-HOJE.
           05 WS-HOJE-ANO      PIC 9(4).
           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
      *    DATA DO MOVIMENTO VEM DO DATAMOV, NAO DO RELOGIO - O LOTE
      *    QUE PASSA DA MEIA-NOITE CONTINUA NA DATA DO MOVIMENTO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-DATA-SIS          PIC 9(8) VALUE ZEROS.
       01 WS-HORA-SIS.
           05 WS-HORA-HHMMSS   PIC 9(6).
           05 WS-HORA-CC       PIC 9(2).
       01 WS-RUN-EVENTO        PIC X(3) VALUE SPACES.
       01 WS-RUN-SITUACAO      PIC X(1) VALUE SPACE.
       01 WS-JA-EXECUTADO      PIC X(1) VALUE "N".
       01 WS-INTERROMPIDO      PIC X(1) VALUE "N".
       01 WS-ULTIMO-EVENTO     PIC X(3) VALUE SPACES.
       01 WS-ULTIMA-SITUACAO   PIC X(1) VALUE SPACE.
       01 WS-CONFIRMA          PIC X(1) VALUE SPACE.

      *    RETENCAO EM ANOS COMPLETOS ALEM DO ANO CORRENTE: COM 2, EM
      *    2026 FICAM 2024, 2025 E 2026 E TUDO ATE 2023 VAI PARA OS
      *    ANUAIS. O MINIMO E 1 - O CCS, O RELATORIO GERENCIAL E OS
      *    AVISOS AINDA LEEM O LOGALTER E O LIMHIST DO ANO ANTERIOR.
       01 WS-RETENCAO          PIC 9(2) VALUE ZEROS.
       01 WS-ANO-CORTE         PIC 9(4) VALUE ZEROS.

      *    ARQUIVO EM TRATAMENTO: 1 SALDOHIST, 2 LOGALTER, 3 LIMHIST,
      *    4 COMPROV, 5 REMESSA.
       01 WS-ARQ-NUM           PIC 9(1) VALUE ZEROS.
       01 WS-TAB-ARQUIVOS.
           05 FILLER           PIC X(13) VALUE "SALDOHIST.DAT".
           05 FILLER           PIC X(13) VALUE "LOGALTER .DAT".
           05 FILLER           PIC X(13) VALUE "LIMHIST  .DAT".
           05 FILLER           PIC X(13) VALUE "COMPROV  .TXT".
           05 FILLER           PIC X(13) VALUE "REMESSA  .TXT".
       01 WS-TAB-ARQUIVOS-R REDEFINES WS-TAB-ARQUIVOS.
           05 WS-ARQ-ENT OCCURS 5 TIMES.
               10 WS-ARQ-BASE      PIC X(9).
               10 WS-ARQ-EXTENSAO  PIC X(4).
       01 WS-NOME-ORIGINAL     PIC X(20) VALUE SPACES.
       01 WS-NOME-NOVO         PIC X(20) VALUE SPACES.
       01 WS-NOME-ENTRADA      PIC X(20) VALUE SPACES.
       01 WS-NOME-SAIDA        PIC X(20) VALUE SPACES.
       01 WS-NOME-ANUAL        PIC X(20) VALUE SPACES.
       01 WS-ANO-NOME          PIC 9(4) VALUE ZEROS.
       01 WS-ANO-ABERTO        PIC 9(4) VALUE ZEROS.
       01 WS-AUSENTE           PIC X(1) VALUE "N".
       01 WS-CONFERE-OK        PIC X(1) VALUE "S".
       01 WS-MOTIVO-ERRO       PIC X(60) VALUE SPACES.

      *    DADOS DO REGISTRO EM TRATAMENTO: ANO QUE DECIDE O DESTINO E
      *    VALOR QUE ENTRA NO TOTAL DE CONTROLE DO ARQUIVO.
       01 WS-REG-ANO           PIC 9(4) VALUE ZEROS.
       01 WS-REG-HASH          PIC S9(6)V99 VALUE ZEROS.
       01 WS-AA                PIC 9(2) VALUE ZEROS.

      *    TOTAIS DE CONTROLE DO ARQUIVO EM TRATAMENTO: LIDOS = MANTIDOS
      *    + ARQUIVADOS, EM QUANTIDADE E EM VALOR.
       01 WS-LIDOS             PIC 9(9) VALUE ZEROS.
       01 WS-HASH-LIDOS        PIC S9(13)V99 VALUE ZEROS.
       01 WS-MANTIDOS          PIC 9(9) VALUE ZEROS.
       01 WS-HASH-MANTIDOS     PIC S9(13)V99 VALUE ZEROS.
       01 WS-ARQUIVADOS        PIC 9(9) VALUE ZEROS.
       01 WS-HASH-ARQUIVADOS   PIC S9(13)V99 VALUE ZEROS.
       01 WS-CNT-QTD           PIC 9(9) VALUE ZEROS.
       01 WS-CNT-HASH          PIC S9(13)V99 VALUE ZEROS.
       01 WS-SOMA-QTD          PIC 9(9) VALUE ZEROS.
       01 WS-SOMA-HASH         PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOTAL-ARQUIVADOS  PIC 9(9) VALUE ZEROS.

      *    ANOS GRAVADOS NESTA EXECUCAO PARA O ARQUIVO EM TRATAMENTO.
      *    O ANUAL PODE JA EXISTIR (REGISTRO FORA DE ORDEM QUE CHEGOU
      *    DEPOIS DO ARQUIVAMENTO DO SEU ANO) - POR ISSO O CONTEUDO
      *    ANTERIOR E CONTADO ANTES DO PRIMEIRO ACRESCIMO, E A
      *    CONFERENCIA ESPERA ANTERIOR + GRAVADOS.
       01 WS-ANOS-QTD          PIC 9(2) VALUE ZEROS.
       01 WS-POS-ANO           PIC 9(2) VALUE ZEROS.
       01 WS-ANO-NOVO          PIC X(1) VALUE "N".
       01 WS-TAB-ANOS.
           05 WS-AN-ENT OCCURS 50 TIMES.
               10 WS-AN-ANO        PIC 9(4).
               10 WS-AN-PRE-QTD    PIC 9(9).
               10 WS-AN-PRE-HASH   PIC S9(13)V99.
               10 WS-AN-QTD        PIC 9(9).
               10 WS-AN-HASH       PIC S9(13)V99.

      *    MESMO LAYOUT DE REG-HIST EM P2-SALDODIA-G1.cbl.
       01 WS-HIS.
           05 HIS-AGENCIA      PIC 9(4).
           05 HIS-CONTA        PIC 9(6).
           05 HIS-DATA.
               10 HIS-ANO      PIC 9(4).
               10 HIS-MES      PIC 9(2).
               10 HIS-DIA      PIC 9(2).
           05 HIS-SALDO        PIC S9(6)V99.
      *    MESMO LAYOUT DE REG-LOG EM P2-COBOL-FINAL.cbl.
       01 WS-LOG.
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
      *    MESMO LAYOUT DE REG-LIMHIST EM P2-COBOL-FINAL.cbl.
       01 WS-LIMHIST.
           05 LIM-DATA.
               10 LIM-ANO          PIC 9(4).
               10 LIM-MES          PIC 9(2).
               10 LIM-DIA          PIC 9(2).
           05 LIM-AGENCIA      PIC 9(4).
           05 LIM-CONTA        PIC 9(6).
           05 LIM-LIMITE-ANT   PIC 9(6)V99.
           05 LIM-LIMITE-NOVO  PIC 9(6)V99.
           05 LIM-SOLICITANTE  PIC 9(6).
           05 LIM-APROVADOR    PIC 9(6).
      *    LINHA DO COMPROV.TXT (LINHA-CPV-* EM P2-COBOL-FINAL.cbl): O
      *    BLOCO DE CADA COMPROVANTE ABRE COM "COMPROVANTE NR" E A
      *    LINHA SEGUINTE E "DATA: DD/MM/AAAA ...". O BLOCO INTEIRO VAI
      *    PARA O ANO DA SUA LINHA DE DATA.
       01 WS-CPV.
           05 CPV-ROTULO       PIC X(14).
           05 FILLER           PIC X(8).
           05 CPV-NUMERO       PIC X(6).
           05 FILLER           PIC X(52).
       01 WS-CPV-DATA REDEFINES WS-CPV.
           05 CPV-ROTULO-DATA  PIC X(6).
           05 CPV-DIA          PIC X(2).
           05 FILLER           PIC X(1).
           05 CPV-MES          PIC X(2).
           05 FILLER           PIC X(1).
           05 CPV-ANO          PIC X(4).
           05 FILLER           PIC X(64).
       01 WS-CPV-NUMERO-N      PIC 9(6) VALUE ZEROS.
       01 WS-CPV-ANO-N         PIC 9(4) VALUE ZEROS.
       01 WS-CPV-PENDENTE      PIC X(80) VALUE SPACES.
       01 WS-CPV-LINHA-ATUAL   PIC X(80) VALUE SPACES.
       01 WS-CPV-LINHA-HASH    PIC S9(6)V99 VALUE ZEROS.
       01 WS-CPV-PEND-HASH     PIC S9(6)V99 VALUE ZEROS.
       01 WS-CPV-TEM-PENDENTE  PIC X(1) VALUE "N".
       01 WS-CPV-DESTINO       PIC X(1) VALUE "M".
       01 WS-CPV-ANO-BLOCO     PIC 9(4) VALUE ZEROS.
      *    MESMO LAYOUT DE REG-REM EM P2-COBOL-FINAL.cbl - A REFERENCIA
      *    E O DOCUMENTO AAMMDDHHMMSS DA ORDEM.
       01 WS-REM.
           05 REM-REFERENCIA.
               10 REM-REF-AA       PIC X(2).
               10 FILLER           PIC X(10).
           05 REM-BANCO        PIC 9(3).
           05 REM-AGENCIA      PIC 9(4).
           05 REM-CONTA        PIC 9(6).
           05 REM-VALOR        PIC 9(6)V99.
           05 REM-AGENCIA-ORIG PIC 9(4).
           05 REM-CONTA-ORIG   PIC 9(6).

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(40) VALUE
               "ARQUIVAMENTO ANUAL - REGISTROS ATE O ANO".
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LC-ANO-CORTE      PIC 9(4).
           05 FILLER            PIC X(11) VALUE " - RETENCAO".
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LC-RETENCAO       PIC Z9.
           05 FILLER            PIC X(8) VALUE " ANOS EM".
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LC-DIA            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-MES            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-ANO            PIC 9(4).
       01 LINHA-ARQUIVO.
           05 LA-NOME           PIC X(20).
           05 FILLER            PIC X(7) VALUE " LIDOS ".
           05 LA-LIDOS          PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(10) VALUE " MANTIDOS ".
           05 LA-MANTIDOS       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(12) VALUE " ARQUIVADOS ".
           05 LA-ARQUIVADOS     PIC ZZZ.ZZZ.ZZ9.
       01 LINHA-HASH.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE " TOTAL CONTROLE ".
           05 LH-LIDOS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER            PIC X(3) VALUE " = ".
           05 LH-MANTIDOS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER            PIC X(3) VALUE " + ".
           05 LH-ARQUIVADOS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LINHA-ANO.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 LAN-NOME          PIC X(20).
           05 FILLER            PIC X(10) VALUE " GRAVADOS ".
           05 LAN-GRAVADOS      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(11) VALUE " ANTERIOR: ".
           05 LAN-ANTERIOR      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(8) VALUE " TOTAL: ".
           05 LAN-TOTAL         PIC ZZZ.ZZZ.ZZ9.
       01 LINHA-SITUACAO.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 LS-TEXTO          PIC X(97).
       01 LINHA-BRANCO          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       ARQANUAL-PRINCIPAL.
      *    ARQUIVAMENTO ANUAL DOS ARQUIVOS QUE SO CRESCEM: SALDOHIST,
      *    LOGALTER, LIMHIST E AS FILAS COMPROV.TXT E REMESSA.TXT. O
      *    QUE E MAIS VELHO QUE A RETENCAO VAI PARA UM ARQUIVO POR ANO
      *    (SALDOHIST-AAAA.DAT, LOGALTER-AAAA.DAT, ...) E O ORIGINAL E
      *    REGRAVADO SO COM O RESTANTE. CADA ARQUIVO E SEPARADO EM UM
      *    .NEW E NOS ANUAIS, CONFERIDO (QUANTIDADE E TOTAL DE
      *    CONTROLE DO ORIGINAL = .NEW + ANUAIS, RELIDOS DO DISCO) E
      *    SO ENTAO O ORIGINAL E REGRAVADO A PARTIR DO .NEW - QUE FICA
      *    NO DISCO ATE A PROXIMA EXECUCAO. DIVERGENCIA PARA TUDO COM
      *    O ORIGINAL INTACTO; NESSE CASO RESTAURAR OS ANUAIS DO
      *    BACKUP ANTES DE REPETIR - A NOVA EXECUCAO SO SEGUE DEPOIS
      *    QUE O OPERADOR CONFIRMA A RESTAURACAO. RELSALDO E LOGCONS
      *    LEEM O ANUAL QUANDO O PERIODO PEDIDO CAI NELE. RODAR COM O
      *    BANCO PARADO, DEPOIS DE UM BACKUPDIA.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           DISPLAY "ANOS COMPLETOS A MANTER ALEM DO CORRENTE (1-99): ".
           ACCEPT WS-RETENCAO.
           IF WS-RETENCAO = ZEROS
               DISPLAY "PARAMETRO INVALIDO"
               STOP RUN
           END-IF.
           COMPUTE WS-ANO-CORTE = WS-HOJE-ANO - WS-RETENCAO - 1.
           DISPLAY "ARQUIVAR REGISTROS ATE O ANO: " WS-ANO-CORTE.
           PERFORM VERIFICA-EXECUCAO.
           IF WS-JA-EXECUTADO = "S"
               DISPLAY "ARQUIVAMENTO ATE " WS-ANO-CORTE
                   " JA FOI EXECUTADO - VER RUNCTL.TXT"
               STOP RUN
           END-IF.
           IF WS-INTERROMPIDO = "S"
               DISPLAY "ULTIMA EXECUCAO ATE " WS-ANO-CORTE
                   " NAO TERMINOU NORMALMENTE - VER RUNCTL.TXT"
               DISPLAY "RESTAURE OS ANUAIS DO BACKUP ANTES DE REPETIR "
                   "(VER ARQANUAL.TXT)"
               DISPLAY "ANUAIS JA RESTAURADOS (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "ARQUIVAMENTO CANCELADO"
                   STOP RUN
               END-IF
           END-IF.
           PERFORM GRAVA-RUNCTL-INICIO.
           OPEN OUTPUT RELATORIO.
           IF REL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQANUAL.TXT: " REL-STATUS
               PERFORM GRAVA-RUNCTL-ANORMAL
               STOP RUN
           END-IF.
           MOVE WS-ANO-CORTE TO LC-ANO-CORTE.
           MOVE WS-RETENCAO TO LC-RETENCAO.
           MOVE WS-HOJE-DIA TO LC-DIA.
           MOVE WS-HOJE-MES TO LC-MES.
           MOVE WS-HOJE-ANO TO LC-ANO.
           MOVE LINHA-CABECALHO TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM VARYING WS-ARQ-NUM FROM 1 BY 1 UNTIL WS-ARQ-NUM > 5
               PERFORM ARQUIVA-ARQUIVO
           END-PERFORM.
           CLOSE RELATORIO.
           PERFORM GRAVA-RUNCTL-FIM.
           DISPLAY "REGISTROS ARQUIVADOS: " WS-TOTAL-ARQUIVADOS.
           DISPLAY "CONTROLE............: ARQANUAL.TXT".
           STOP RUN.

       VERIFICA-EXECUCAO.
      *    SO UMA EXECUCAO TERMINADA NORMALMENTE CONTA - UMA QUE PAROU
      *    POR DIVERGENCIA ("A") NAO REGRAVOU O ORIGINAL E PODE SER
      *    REPETIDA, MAS SO DEPOIS DE RESTAURADOS OS ANUAIS, QUE PODEM
      *    TER FICADO COM PARTE DOS REGISTROS. O MESMO VALE PARA UM
      *    "INI" SEM "FIM" (EXECUCAO QUE MORREU NO MEIO). POR ISSO
      *    GUARDA TAMBEM O ULTIMO EVENTO DO ANO DE CORTE.
           MOVE SPACES TO WS-ULTIMO-EVENTO WS-ULTIMA-SITUACAO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT RUN-CONTROLE.
           IF RUN-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ RUN-CONTROLE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF RUN-PROGRAMA = "ARQANUAL"
                               AND RUN-EVENTO = "FIM"
                               AND RUN-SITUACAO = "N"
                               AND RUN-SEGUNDO = WS-ANO-CORTE
                               MOVE "S" TO WS-JA-EXECUTADO
                           END-IF
                           IF RUN-PROGRAMA = "ARQANUAL"
                               AND RUN-SEGUNDO = WS-ANO-CORTE
                               MOVE RUN-EVENTO TO WS-ULTIMO-EVENTO
                               MOVE RUN-SITUACAO TO WS-ULTIMA-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROLE
           END-IF.
           IF WS-ULTIMO-EVENTO = "INI"
               OR (WS-ULTIMO-EVENTO = "FIM"
                   AND WS-ULTIMA-SITUACAO = "A")
               MOVE "S" TO WS-INTERROMPIDO
           END-IF.

       ARQUIVA-ARQUIVO.
           MOVE SPACES TO WS-NOME-ORIGINAL WS-NOME-NOVO.
           STRING WS-ARQ-BASE (WS-ARQ-NUM) DELIMITED BY SPACE
               WS-ARQ-EXTENSAO (WS-ARQ-NUM) DELIMITED BY SIZE
               INTO WS-NOME-ORIGINAL.
           STRING WS-ARQ-BASE (WS-ARQ-NUM) DELIMITED BY SPACE
               ".NEW" DELIMITED BY SIZE INTO WS-NOME-NOVO.
           MOVE ZEROS TO WS-LIDOS WS-HASH-LIDOS WS-MANTIDOS
               WS-HASH-MANTIDOS WS-ARQUIVADOS WS-HASH-ARQUIVADOS
               WS-ANOS-QTD WS-ANO-ABERTO.
           MOVE "N" TO WS-AUSENTE.
           MOVE WS-NOME-ORIGINAL TO WS-NOME-ENTRADA.
           MOVE WS-NOME-NOVO TO WS-NOME-SAIDA.
           EVALUATE WS-ARQ-NUM
               WHEN 1
                   PERFORM SEPARA-SALDOHIST
               WHEN 2
                   PERFORM SEPARA-LOGALTER
               WHEN 3
                   PERFORM SEPARA-LIMHIST
               WHEN 4
                   PERFORM SEPARA-COMPROV
               WHEN 5
                   PERFORM SEPARA-REMESSA
           END-EVALUATE.
           MOVE LINHA-BRANCO TO LINHA-REL.
           WRITE LINHA-REL.
           IF WS-AUSENTE = "S"
               MOVE WS-NOME-ORIGINAL TO LA-NOME
               MOVE ZEROS TO LA-LIDOS LA-MANTIDOS LA-ARQUIVADOS
               MOVE LINHA-ARQUIVO TO LINHA-REL
               WRITE LINHA-REL
               MOVE "ARQUIVO AUSENTE - NADA A ARQUIVAR" TO LS-TEXTO
               MOVE LINHA-SITUACAO TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM CONFERE-ARQUIVO
               PERFORM IMPRIME-CONTROLE
               IF WS-CONFERE-OK = "N"
                   PERFORM ABORTA-EXECUCAO
               END-IF
               IF WS-ARQUIVADOS > ZEROS
                   PERFORM REGRAVA-ORIGINAL
               END-IF
               ADD WS-ARQUIVADOS TO WS-TOTAL-ARQUIVADOS
           END-IF.

       CONFERE-ARQUIVO.
      *    TRES PROVAS: A SEPARACAO FECHA (LIDOS = MANTIDOS +
      *    ARQUIVADOS), O .NEW RELIDO TEM OS MANTIDOS E CADA ANUAL
      *    RELIDO TEM O QUE JA TINHA MAIS O QUE FOI GRAVADO AGORA.
           MOVE "S" TO WS-CONFERE-OK.
           COMPUTE WS-SOMA-QTD = WS-MANTIDOS + WS-ARQUIVADOS.
           COMPUTE WS-SOMA-HASH = WS-HASH-MANTIDOS + WS-HASH-ARQUIVADOS.
           IF WS-SOMA-QTD NOT = WS-LIDOS
               OR WS-SOMA-HASH NOT = WS-HASH-LIDOS
               MOVE "N" TO WS-CONFERE-OK
               MOVE "SEPARACAO NAO FECHA COM O ORIGINAL"
                   TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-CONFERE-OK = "S"
               MOVE WS-NOME-NOVO TO WS-NOME-ANUAL
               PERFORM CONTA-ARQUIVO
               IF WS-CNT-QTD NOT = WS-MANTIDOS
                   OR WS-CNT-HASH NOT = WS-HASH-MANTIDOS
                   MOVE "N" TO WS-CONFERE-OK
                   MOVE SPACES TO WS-MOTIVO-ERRO
                   STRING WS-NOME-NOVO DELIMITED BY SPACE
                       " RELIDO NAO CONFERE" DELIMITED BY SIZE
                       INTO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           PERFORM VARYING WS-POS-ANO FROM 1 BY 1
                   UNTIL WS-POS-ANO > WS-ANOS-QTD
                   OR WS-CONFERE-OK = "N"
               MOVE WS-AN-ANO (WS-POS-ANO) TO WS-ANO-NOME
               PERFORM MONTA-NOME-ANUAL
               PERFORM CONTA-ARQUIVO
               COMPUTE WS-SOMA-QTD = WS-AN-PRE-QTD (WS-POS-ANO)
                   + WS-AN-QTD (WS-POS-ANO)
               COMPUTE WS-SOMA-HASH = WS-AN-PRE-HASH (WS-POS-ANO)
                   + WS-AN-HASH (WS-POS-ANO)
               IF WS-CNT-QTD NOT = WS-SOMA-QTD
                   OR WS-CNT-HASH NOT = WS-SOMA-HASH
                   MOVE "N" TO WS-CONFERE-OK
                   MOVE SPACES TO WS-MOTIVO-ERRO
                   STRING WS-NOME-ANUAL DELIMITED BY SPACE
                       " RELIDO NAO CONFERE" DELIMITED BY SIZE
                       INTO WS-MOTIVO-ERRO
               END-IF
           END-PERFORM.

       REGRAVA-ORIGINAL.
      *    ORIGINAL REGRAVADO A PARTIR DO .NEW JA CONFERIDO E RELIDO
      *    MAIS UMA VEZ. SE ESTA ULTIMA CONTAGEM FALHAR, O .NEW CONTINUA
      *    NO DISCO COM O CONTEUDO CERTO PARA SER COPIADO POR CIMA.
           MOVE WS-NOME-NOVO TO WS-NOME-ENTRADA.
           MOVE WS-NOME-ORIGINAL TO WS-NOME-SAIDA.
           EVALUATE WS-ARQ-NUM
               WHEN 1
                   PERFORM COPIA-SALDOHIST
               WHEN 2
                   PERFORM COPIA-LOGALTER
               WHEN 3
                   PERFORM COPIA-LIMHIST
               WHEN 4
                   PERFORM COPIA-COMPROV
               WHEN 5
                   PERFORM COPIA-REMESSA
           END-EVALUATE.
           MOVE WS-NOME-ORIGINAL TO WS-NOME-ANUAL.
           PERFORM CONTA-ARQUIVO.
           IF WS-CNT-QTD NOT = WS-MANTIDOS
               OR WS-CNT-HASH NOT = WS-HASH-MANTIDOS
               MOVE SPACES TO WS-MOTIVO-ERRO
               STRING WS-NOME-ORIGINAL DELIMITED BY SPACE
                   " REGRAVADO NAO CONFERE - COPIAR O "
                   DELIMITED BY SIZE
                   WS-NOME-NOVO DELIMITED BY SPACE
                   INTO WS-MOTIVO-ERRO
               PERFORM ABORTA-EXECUCAO
           END-IF.
           MOVE "CONFERIDO E REGRAVADO" TO LS-TEXTO.
           MOVE LINHA-SITUACAO TO LINHA-REL.
           WRITE LINHA-REL.

       ABORTA-EXECUCAO.
           MOVE WS-MOTIVO-ERRO TO LS-TEXTO.
           MOVE LINHA-SITUACAO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "EXECUCAO INTERROMPIDA - ORIGINAL NAO REGRAVADO"
               TO LS-TEXTO.
           MOVE LINHA-SITUACAO TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.
           DISPLAY "DIVERGENCIA EM " WS-NOME-ORIGINAL ": "
               WS-MOTIVO-ERRO.
           DISPLAY "VER ARQANUAL.TXT".
           PERFORM GRAVA-RUNCTL-ANORMAL.
           STOP RUN.

       CONTA-ARQUIVO.
      *    QUANTIDADE E TOTAL DE CONTROLE DO ARQUIVO EM WS-NOME-ANUAL
      *    (ARQUIVO INEXISTENTE CONTA ZERO).
           MOVE ZEROS TO WS-CNT-QTD WS-CNT-HASH.
           MOVE "N" TO WS-FIM-CONTAGEM.
           EVALUATE WS-ARQ-NUM
               WHEN 1
                   PERFORM CONTA-SALDOHIST
               WHEN 2
                   PERFORM CONTA-LOGALTER
               WHEN 3
                   PERFORM CONTA-LIMHIST
               WHEN 4
                   PERFORM CONTA-COMPROV
               WHEN 5
                   PERFORM CONTA-REMESSA
           END-EVALUATE.

       MONTA-NOME-ANUAL.
           MOVE SPACES TO WS-NOME-ANUAL.
           STRING WS-ARQ-BASE (WS-ARQ-NUM) DELIMITED BY SPACE
               "-" WS-ANO-NOME WS-ARQ-EXTENSAO (WS-ARQ-NUM)
               DELIMITED BY SIZE INTO WS-NOME-ANUAL.

       PREPARA-ANUAL.
      *    CHAMADO NA TROCA DE ANO DURANTE A SEPARACAO, COM O ANUAL
      *    ANTERIOR JA FECHADO. NA PRIMEIRA VEZ DO ANO NESTA EXECUCAO,
      *    GUARDA O QUE O ANUAL JA TINHA.
           MOVE WS-REG-ANO TO WS-ANO-ABERTO WS-ANO-NOME.
           PERFORM MONTA-NOME-ANUAL.
           MOVE "N" TO WS-ANO-NOVO.
           MOVE ZEROS TO WS-POS-ANO.
           PERFORM VARYING WS-POS-ANO FROM 1 BY 1
                   UNTIL WS-POS-ANO > WS-ANOS-QTD
                   OR WS-AN-ANO (WS-POS-ANO) = WS-REG-ANO
               CONTINUE
           END-PERFORM.
           IF WS-POS-ANO > WS-ANOS-QTD
               IF WS-ANOS-QTD >= 50
                   DISPLAY "TABELA DE ANOS CHEIA - AUMENTAR OCCURS"
                   PERFORM GRAVA-RUNCTL-ANORMAL
                   STOP RUN
               END-IF
               ADD 1 TO WS-ANOS-QTD
               MOVE WS-ANOS-QTD TO WS-POS-ANO
               MOVE WS-REG-ANO TO WS-AN-ANO (WS-POS-ANO)
               MOVE ZEROS TO WS-AN-QTD (WS-POS-ANO)
                   WS-AN-HASH (WS-POS-ANO)
               MOVE "S" TO WS-ANO-NOVO
               PERFORM CONTA-ARQUIVO
               MOVE WS-CNT-QTD TO WS-AN-PRE-QTD (WS-POS-ANO)
               MOVE WS-CNT-HASH TO WS-AN-PRE-HASH (WS-POS-ANO)
           END-IF.

       ERRO-ANUAL.
           DISPLAY "ERRO AO ABRIR " WS-NOME-ANUAL ": " ANU-STATUS.
           PERFORM GRAVA-RUNCTL-ANORMAL.
           STOP RUN.

       ERRO-SAIDA.
           DISPLAY "ERRO AO ABRIR " WS-NOME-SAIDA ": " SAI-STATUS.
           PERFORM GRAVA-RUNCTL-ANORMAL.
           STOP RUN.

       SOMA-LIDO.
           ADD 1 TO WS-LIDOS.
           ADD WS-REG-HASH TO WS-HASH-LIDOS.

       SOMA-MANTIDO.
           ADD 1 TO WS-MANTIDOS.
           ADD WS-REG-HASH TO WS-HASH-MANTIDOS.

       SOMA-ARQUIVADO.
           ADD 1 TO WS-ARQUIVADOS WS-AN-QTD (WS-POS-ANO).
           ADD WS-REG-HASH TO WS-HASH-ARQUIVADOS
               WS-AN-HASH (WS-POS-ANO).

       IMPRIME-CONTROLE.
           MOVE WS-NOME-ORIGINAL TO LA-NOME.
           MOVE WS-LIDOS TO LA-LIDOS.
           MOVE WS-MANTIDOS TO LA-MANTIDOS.
           MOVE WS-ARQUIVADOS TO LA-ARQUIVADOS.
           MOVE LINHA-ARQUIVO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-HASH-LIDOS TO LH-LIDOS.
           MOVE WS-HASH-MANTIDOS TO LH-MANTIDOS.
           MOVE WS-HASH-ARQUIVADOS TO LH-ARQUIVADOS.
           MOVE LINHA-HASH TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM VARYING WS-POS-ANO FROM 1 BY 1
                   UNTIL WS-POS-ANO > WS-ANOS-QTD
               MOVE WS-AN-ANO (WS-POS-ANO) TO WS-ANO-NOME
               PERFORM MONTA-NOME-ANUAL
               MOVE WS-NOME-ANUAL TO LAN-NOME
               MOVE WS-AN-QTD (WS-POS-ANO) TO LAN-GRAVADOS
               MOVE WS-AN-PRE-QTD (WS-POS-ANO) TO LAN-ANTERIOR
               COMPUTE WS-SOMA-QTD = WS-AN-PRE-QTD (WS-POS-ANO)
                   + WS-AN-QTD (WS-POS-ANO)
               MOVE WS-SOMA-QTD TO LAN-TOTAL
               MOVE LINHA-ANO TO LINHA-REL
               WRITE LINHA-REL
           END-PERFORM.
           IF WS-ARQUIVADOS = ZEROS AND WS-CONFERE-OK = "S"
               MOVE "NADA ANTERIOR AO CORTE - ORIGINAL NAO ALTERADO"
                   TO LS-TEXTO
               MOVE LINHA-SITUACAO TO LINHA-REL
               WRITE LINHA-REL
           END-IF.

      *    ---------------------------------------------------------
      *    SALDOHIST.DAT - FOTOGRAFIA NOTURNA DE SALDOS (SALDODIA).
      *    TOTAL DE CONTROLE = SOMA DOS SALDOS.
      *    ---------------------------------------------------------
       SEPARA-SALDOHIST.
           OPEN INPUT SH-ENTRADA.
           EVALUATE ENT-STATUS
               WHEN "00"
                   OPEN OUTPUT SH-SAIDA
                   IF SAI-STATUS NOT = "00"
                       PERFORM ERRO-SAIDA
                   END-IF
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ SH-ENTRADA INTO WS-HIS
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM SEPARA-UM-SALDOHIST
                       END-READ
                   END-PERFORM
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE SH-ANUAL
                   END-IF
                   CLOSE SH-ENTRADA SH-SAIDA
               WHEN "35"
                   MOVE "S" TO WS-AUSENTE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": "
                       ENT-STATUS
                   PERFORM GRAVA-RUNCTL-ANORMAL
                   STOP RUN
           END-EVALUATE.

       SEPARA-UM-SALDOHIST.
           MOVE HIS-ANO TO WS-REG-ANO.
           MOVE HIS-SALDO TO WS-REG-HASH.
           PERFORM SOMA-LIDO.
           IF WS-REG-ANO > WS-ANO-CORTE
               WRITE SHS-REG FROM WS-HIS
               PERFORM SOMA-MANTIDO
           ELSE
               IF WS-REG-ANO NOT = WS-ANO-ABERTO
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE SH-ANUAL
                   END-IF
                   PERFORM PREPARA-ANUAL
                   OPEN EXTEND SH-ANUAL
                   IF ANU-STATUS NOT = "00"
                       OPEN OUTPUT SH-ANUAL
                   END-IF
                   IF ANU-STATUS NOT = "00"
                       PERFORM ERRO-ANUAL
                   END-IF
               END-IF
               WRITE SHA-REG FROM WS-HIS
               PERFORM SOMA-ARQUIVADO
           END-IF.

       CONTA-SALDOHIST.
           OPEN INPUT SH-ANUAL.
           IF ANU-STATUS = "00"
               PERFORM UNTIL FIM-CONTAGEM
                   READ SH-ANUAL
                       AT END
                           MOVE "S" TO WS-FIM-CONTAGEM
                       NOT AT END
                           ADD 1 TO WS-CNT-QTD
                           ADD SHA-SALDO TO WS-CNT-HASH
                   END-READ
               END-PERFORM
               CLOSE SH-ANUAL
           END-IF.

       COPIA-SALDOHIST.
           OPEN INPUT SH-ENTRADA.
           IF ENT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": " ENT-STATUS
               PERFORM GRAVA-RUNCTL-ANORMAL
               STOP RUN
           END-IF.
           OPEN OUTPUT SH-SAIDA.
           IF SAI-STATUS NOT = "00"
               PERFORM ERRO-SAIDA
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ SH-ENTRADA INTO WS-HIS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       WRITE SHS-REG FROM WS-HIS
               END-READ
           END-PERFORM.
           CLOSE SH-ENTRADA SH-SAIDA.

      *    ---------------------------------------------------------
      *    LOGALTER.DAT - LOG DE ALTERACOES CADASTRAIS.
      *    TOTAL DE CONTROLE = SOMA DE LOG-SALDO-NOVO.
      *    ---------------------------------------------------------
       SEPARA-LOGALTER.
           OPEN INPUT LG-ENTRADA.
           EVALUATE ENT-STATUS
               WHEN "00"
                   OPEN OUTPUT LG-SAIDA
                   IF SAI-STATUS NOT = "00"
                       PERFORM ERRO-SAIDA
                   END-IF
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ LG-ENTRADA INTO WS-LOG
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM SEPARA-UM-LOGALTER
                       END-READ
                   END-PERFORM
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE LG-ANUAL
                   END-IF
                   CLOSE LG-ENTRADA LG-SAIDA
               WHEN "35"
                   MOVE "S" TO WS-AUSENTE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": "
                       ENT-STATUS
                   PERFORM GRAVA-RUNCTL-ANORMAL
                   STOP RUN
           END-EVALUATE.

       SEPARA-UM-LOGALTER.
           MOVE LOG-ANO TO WS-REG-ANO.
           MOVE LOG-SALDO-NOVO TO WS-REG-HASH.
           PERFORM SOMA-LIDO.
           IF WS-REG-ANO > WS-ANO-CORTE
               WRITE LGS-REG FROM WS-LOG
               PERFORM SOMA-MANTIDO
           ELSE
               IF WS-REG-ANO NOT = WS-ANO-ABERTO
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE LG-ANUAL
                   END-IF
                   PERFORM PREPARA-ANUAL
                   OPEN EXTEND LG-ANUAL
                   IF ANU-STATUS NOT = "00"
                       OPEN OUTPUT LG-ANUAL
                   END-IF
                   IF ANU-STATUS NOT = "00"
                       PERFORM ERRO-ANUAL
                   END-IF
               END-IF
               WRITE LGA-REG FROM WS-LOG
               PERFORM SOMA-ARQUIVADO
           END-IF.

       CONTA-LOGALTER.
           OPEN INPUT LG-ANUAL.
           IF ANU-STATUS = "00"
               PERFORM UNTIL FIM-CONTAGEM
                   READ LG-ANUAL
                       AT END
                           MOVE "S" TO WS-FIM-CONTAGEM
                       NOT AT END
                           ADD 1 TO WS-CNT-QTD
                           ADD LGA-SALDO-NOVO TO WS-CNT-HASH
                   END-READ
               END-PERFORM
               CLOSE LG-ANUAL
           END-IF.

       COPIA-LOGALTER.
           OPEN INPUT LG-ENTRADA.
           IF ENT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": " ENT-STATUS
               PERFORM GRAVA-RUNCTL-ANORMAL
               STOP RUN
           END-IF.
           OPEN OUTPUT LG-SAIDA.
           IF SAI-STATUS NOT = "00"
               PERFORM ERRO-SAIDA
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ LG-ENTRADA INTO WS-LOG
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       WRITE LGS-REG FROM WS-LOG
               END-READ
           END-PERFORM.
           CLOSE LG-ENTRADA LG-SAIDA.

      *    ---------------------------------------------------------
      *    LIMHIST.DAT - HISTORICO DE ALTERACOES DE LIMITE.
      *    TOTAL DE CONTROLE = SOMA DOS LIMITES NOVOS.
      *    ---------------------------------------------------------
       SEPARA-LIMHIST.
           OPEN INPUT LH-ENTRADA.
           EVALUATE ENT-STATUS
               WHEN "00"
                   OPEN OUTPUT LH-SAIDA
                   IF SAI-STATUS NOT = "00"
                       PERFORM ERRO-SAIDA
                   END-IF
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ LH-ENTRADA INTO WS-LIMHIST
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM SEPARA-UM-LIMHIST
                       END-READ
                   END-PERFORM
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE LH-ANUAL
                   END-IF
                   CLOSE LH-ENTRADA LH-SAIDA
               WHEN "35"
                   MOVE "S" TO WS-AUSENTE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": "
                       ENT-STATUS
                   PERFORM GRAVA-RUNCTL-ANORMAL
                   STOP RUN
           END-EVALUATE.

       SEPARA-UM-LIMHIST.
           MOVE LIM-ANO TO WS-REG-ANO.
           MOVE LIM-LIMITE-NOVO TO WS-REG-HASH.
           PERFORM SOMA-LIDO.
           IF WS-REG-ANO > WS-ANO-CORTE
               WRITE LHS-REG FROM WS-LIMHIST
               PERFORM SOMA-MANTIDO
           ELSE
               IF WS-REG-ANO NOT = WS-ANO-ABERTO
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE LH-ANUAL
                   END-IF
                   PERFORM PREPARA-ANUAL
                   OPEN EXTEND LH-ANUAL
                   IF ANU-STATUS NOT = "00"
                       OPEN OUTPUT LH-ANUAL
                   END-IF
                   IF ANU-STATUS NOT = "00"
                       PERFORM ERRO-ANUAL
                   END-IF
               END-IF
               WRITE LHA-REG FROM WS-LIMHIST
               PERFORM SOMA-ARQUIVADO
           END-IF.

       CONTA-LIMHIST.
           OPEN INPUT LH-ANUAL.
           IF ANU-STATUS = "00"
               PERFORM UNTIL FIM-CONTAGEM
                   READ LH-ANUAL
                       AT END
                           MOVE "S" TO WS-FIM-CONTAGEM
                       NOT AT END
                           ADD 1 TO WS-CNT-QTD
                           ADD LHA-LIMITE-NOVO TO WS-CNT-HASH
                   END-READ
               END-PERFORM
               CLOSE LH-ANUAL
           END-IF.

       COPIA-LIMHIST.
           OPEN INPUT LH-ENTRADA.
           IF ENT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": " ENT-STATUS
               PERFORM GRAVA-RUNCTL-ANORMAL
               STOP RUN
           END-IF.
           OPEN OUTPUT LH-SAIDA.
           IF SAI-STATUS NOT = "00"
               PERFORM ERRO-SAIDA
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ LH-ENTRADA INTO WS-LIMHIST
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       WRITE LHS-REG FROM WS-LIMHIST
               END-READ
           END-PERFORM.
           CLOSE LH-ENTRADA LH-SAIDA.

      *    ---------------------------------------------------------
      *    COMPROV.TXT - FILA DE COMPROVANTES DO GUICHE, EM BLOCOS.
      *    O CABECALHO DO BLOCO SO E GRAVADO QUANDO A LINHA DE DATA
      *    SEGUINTE DIZ O ANO; LINHA FORA DE BLOCO FICA NO ORIGINAL.
      *    TOTAL DE CONTROLE = SOMA DOS NUMEROS DE COMPROVANTE.
      *    ---------------------------------------------------------
       SEPARA-COMPROV.
           OPEN INPUT CP-ENTRADA.
           EVALUATE ENT-STATUS
               WHEN "00"
                   OPEN OUTPUT CP-SAIDA
                   IF SAI-STATUS NOT = "00"
                       PERFORM ERRO-SAIDA
                   END-IF
                   MOVE "N" TO WS-CPV-TEM-PENDENTE
                   MOVE "M" TO WS-CPV-DESTINO
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ CP-ENTRADA INTO WS-CPV
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM SEPARA-UMA-LINHA-COMPROV
                       END-READ
                   END-PERFORM
                   IF WS-CPV-TEM-PENDENTE = "S"
                       MOVE "M" TO WS-CPV-DESTINO
                       PERFORM GRAVA-PENDENTE-COMPROV
                   END-IF
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE CP-ANUAL
                   END-IF
                   CLOSE CP-ENTRADA CP-SAIDA
               WHEN "35"
                   MOVE "S" TO WS-AUSENTE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": "
                       ENT-STATUS
                   PERFORM GRAVA-RUNCTL-ANORMAL
                   STOP RUN
           END-EVALUATE.

       SEPARA-UMA-LINHA-COMPROV.
           PERFORM EXTRAI-HASH-COMPROV.
           IF CPV-ROTULO = "COMPROVANTE NR"
               IF WS-CPV-TEM-PENDENTE = "S"
                   MOVE "M" TO WS-CPV-DESTINO
                   PERFORM GRAVA-PENDENTE-COMPROV
               END-IF
               MOVE WS-CPV TO WS-CPV-PENDENTE
               MOVE WS-REG-HASH TO WS-CPV-PEND-HASH
               MOVE "S" TO WS-CPV-TEM-PENDENTE
           ELSE
               IF WS-CPV-TEM-PENDENTE = "S"
                   PERFORM DEFINE-DESTINO-COMPROV
                   PERFORM GRAVA-PENDENTE-COMPROV
               END-IF
               PERFORM GRAVA-LINHA-COMPROV
           END-IF.

       DEFINE-DESTINO-COMPROV.
           MOVE "M" TO WS-CPV-DESTINO.
           IF CPV-ROTULO-DATA = "DATA: " AND CPV-ANO IS NUMERIC
               MOVE CPV-ANO TO WS-CPV-ANO-N
               IF WS-CPV-ANO-N <= WS-ANO-CORTE
                   MOVE "A" TO WS-CPV-DESTINO
                   MOVE WS-CPV-ANO-N TO WS-CPV-ANO-BLOCO
               END-IF
           END-IF.

       GRAVA-PENDENTE-COMPROV.
      *    O CABECALHO GUARDADO SAI PELO MESMO CAMINHO DAS OUTRAS
      *    LINHAS; WS-CPV E PRESERVADO PORQUE PODE TER A LINHA ATUAL.
           MOVE "N" TO WS-CPV-TEM-PENDENTE.
           MOVE WS-CPV TO WS-CPV-LINHA-ATUAL.
           MOVE WS-REG-HASH TO WS-CPV-LINHA-HASH.
           MOVE WS-CPV-PENDENTE TO WS-CPV.
           MOVE WS-CPV-PEND-HASH TO WS-REG-HASH.
           PERFORM GRAVA-LINHA-COMPROV.
           MOVE WS-CPV-LINHA-ATUAL TO WS-CPV.
           MOVE WS-CPV-LINHA-HASH TO WS-REG-HASH.

       GRAVA-LINHA-COMPROV.
           PERFORM SOMA-LIDO.
           IF WS-CPV-DESTINO = "M"
               WRITE CPS-REG FROM WS-CPV
               PERFORM SOMA-MANTIDO
           ELSE
               IF WS-CPV-ANO-BLOCO NOT = WS-ANO-ABERTO
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE CP-ANUAL
                   END-IF
                   MOVE WS-CPV-ANO-BLOCO TO WS-REG-ANO
                   PERFORM PREPARA-ANUAL
                   OPEN EXTEND CP-ANUAL
                   IF ANU-STATUS NOT = "00"
                       OPEN OUTPUT CP-ANUAL
                   END-IF
                   IF ANU-STATUS NOT = "00"
                       PERFORM ERRO-ANUAL
                   END-IF
               END-IF
               WRITE CPA-REG FROM WS-CPV
               PERFORM SOMA-ARQUIVADO
           END-IF.

       EXTRAI-HASH-COMPROV.
           MOVE ZEROS TO WS-REG-HASH.
           IF CPV-ROTULO = "COMPROVANTE NR" AND CPV-NUMERO IS NUMERIC
               MOVE CPV-NUMERO TO WS-CPV-NUMERO-N
               MOVE WS-CPV-NUMERO-N TO WS-REG-HASH
           END-IF.

       CONTA-COMPROV.
           OPEN INPUT CP-ANUAL.
           IF ANU-STATUS = "00"
               PERFORM UNTIL FIM-CONTAGEM
                   READ CP-ANUAL
                       AT END
                           MOVE "S" TO WS-FIM-CONTAGEM
                       NOT AT END
                           ADD 1 TO WS-CNT-QTD
                           IF CPA-ROTULO = "COMPROVANTE NR"
                               AND CPA-NUMERO IS NUMERIC
                               MOVE CPA-NUMERO TO WS-CPV-NUMERO-N
                               ADD WS-CPV-NUMERO-N TO WS-CNT-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CP-ANUAL
           END-IF.

       COPIA-COMPROV.
           OPEN INPUT CP-ENTRADA.
           IF ENT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": " ENT-STATUS
               PERFORM GRAVA-RUNCTL-ANORMAL
               STOP RUN
           END-IF.
           OPEN OUTPUT CP-SAIDA.
           IF SAI-STATUS NOT = "00"
               PERFORM ERRO-SAIDA
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ CP-ENTRADA INTO WS-CPV
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       WRITE CPS-REG FROM WS-CPV
               END-READ
           END-PERFORM.
           CLOSE CP-ENTRADA CP-SAIDA.

      *    ---------------------------------------------------------
      *    REMESSA.TXT - LINHAS DE ORDENS PARA OUTROS BANCOS. O ANO
      *    VEM DA REFERENCIA AAMMDDHHMMSS (SECULO 2000, COMO TODA DATA
      *    OPERACIONAL DO SISTEMA). TOTAL DE CONTROLE = SOMA DOS
      *    VALORES.
      *    ---------------------------------------------------------
       SEPARA-REMESSA.
           OPEN INPUT RM-ENTRADA.
           EVALUATE ENT-STATUS
               WHEN "00"
                   OPEN OUTPUT RM-SAIDA
                   IF SAI-STATUS NOT = "00"
                       PERFORM ERRO-SAIDA
                   END-IF
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ RM-ENTRADA INTO WS-REM
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM SEPARA-UMA-REMESSA
                       END-READ
                   END-PERFORM
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE RM-ANUAL
                   END-IF
                   CLOSE RM-ENTRADA RM-SAIDA
               WHEN "35"
                   MOVE "S" TO WS-AUSENTE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": "
                       ENT-STATUS
                   PERFORM GRAVA-RUNCTL-ANORMAL
                   STOP RUN
           END-EVALUATE.

       SEPARA-UMA-REMESSA.
      *    REFERENCIA ILEGIVEL FICA NO ORIGINAL (ANO 9999).
           MOVE 9999 TO WS-REG-ANO.
           IF REM-REF-AA IS NUMERIC
               MOVE REM-REF-AA TO WS-AA
               COMPUTE WS-REG-ANO = 2000 + WS-AA
           END-IF.
           MOVE REM-VALOR TO WS-REG-HASH.
           PERFORM SOMA-LIDO.
           IF WS-REG-ANO > WS-ANO-CORTE
               WRITE RMS-REG FROM WS-REM
               PERFORM SOMA-MANTIDO
           ELSE
               IF WS-REG-ANO NOT = WS-ANO-ABERTO
                   IF WS-ANO-ABERTO NOT = ZEROS
                       CLOSE RM-ANUAL
                   END-IF
                   PERFORM PREPARA-ANUAL
                   OPEN EXTEND RM-ANUAL
                   IF ANU-STATUS NOT = "00"
                       OPEN OUTPUT RM-ANUAL
                   END-IF
                   IF ANU-STATUS NOT = "00"
                       PERFORM ERRO-ANUAL
                   END-IF
               END-IF
               WRITE RMA-REG FROM WS-REM
               PERFORM SOMA-ARQUIVADO
           END-IF.

       CONTA-REMESSA.
           OPEN INPUT RM-ANUAL.
           IF ANU-STATUS = "00"
               PERFORM UNTIL FIM-CONTAGEM
                   READ RM-ANUAL
                       AT END
                           MOVE "S" TO WS-FIM-CONTAGEM
                       NOT AT END
                           ADD 1 TO WS-CNT-QTD
                           ADD RMA-VALOR TO WS-CNT-HASH
                   END-READ
               END-PERFORM
               CLOSE RM-ANUAL
           END-IF.

       COPIA-REMESSA.
           OPEN INPUT RM-ENTRADA.
           IF ENT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA ": " ENT-STATUS
               PERFORM GRAVA-RUNCTL-ANORMAL
               STOP RUN
           END-IF.
           OPEN OUTPUT RM-SAIDA.
           IF SAI-STATUS NOT = "00"
               PERFORM ERRO-SAIDA
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ RM-ENTRADA INTO WS-REM
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       WRITE RMS-REG FROM WS-REM
               END-READ
           END-PERFORM.
           CLOSE RM-ENTRADA RM-SAIDA.

       GRAVA-RUNCTL-INICIO.
           MOVE "INI" TO WS-RUN-EVENTO.
           MOVE "-" TO WS-RUN-SITUACAO.
           PERFORM GRAVA-RUNCTL.

       GRAVA-RUNCTL-FIM.
           MOVE "FIM" TO WS-RUN-EVENTO.
           MOVE "N" TO WS-RUN-SITUACAO.
           PERFORM GRAVA-RUNCTL.

       GRAVA-RUNCTL-ANORMAL.
           MOVE "FIM" TO WS-RUN-EVENTO.
           MOVE "A" TO WS-RUN-SITUACAO.
           PERFORM GRAVA-RUNCTL.

       GRAVA-RUNCTL.
           OPEN EXTEND RUN-CONTROLE.
           IF RUN-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROLE
           END-IF.
           IF RUN-STATUS = "00"
               MOVE SPACES TO REG-RUN
               MOVE "ARQANUAL" TO RUN-PROGRAMA
               MOVE WS-RUN-EVENTO TO RUN-EVENTO
               MOVE WS-RUN-SITUACAO TO RUN-SITUACAO
               ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SIS FROM TIME
               MOVE WS-DATA-SIS TO RUN-DATA
               MOVE WS-HORA-HHMMSS TO RUN-HORA
               IF WS-TOTAL-ARQUIVADOS > 999999
                   MOVE 999999 TO RUN-LIDOS
               ELSE
                   MOVE WS-TOTAL-ARQUIVADOS TO RUN-LIDOS
               END-IF
               MOVE WS-ANO-CORTE TO RUN-SEGUNDO
               WRITE REG-RUN
               CLOSE RUN-CONTROLE
           ELSE
               DISPLAY "ERRO AO GRAVAR RUNCTL.TXT: " RUN-STATUS
           END-IF.
