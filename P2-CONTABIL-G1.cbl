       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS MOV-STATUS.

           SELECT ARQUIVO-MES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQ-STATUS.

           SELECT MAPA-CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAP-STATUS.

           SELECT TRABALHO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRB-STATUS.

           SELECT LIBERADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIB-STATUS.

           SELECT EXCECOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *    ARQUIVO MENSAL MOVIMENTO-AAAAMM.DAT GERADO PELO FECHAMES -
      *    MESMO LAYOUT DE REG-MOV, LIDO PARA DENTRO DELE.
       01 REG-ARQ                  PIC X(68).

       FD MAPA-CONTABIL LABEL RECORD STANDARD
           DATA RECORD IS REG-MAPA
           VALUE OF FILE-ID IS "CONTABIL.PAR".
      *    PLANO DE CONTAS EDITADO PELA CONTABILIDADE - UMA LINHA POR
      *    COMBINACAO ORIGEM/TIPO DO MOVIMENTO, COLUNAS FIXAS: ORIGEM
      *    (COL 1, BRANCO = CAIXA DO TERMINAL), TIPO C/D (COL 2),
      *    CONTA CONTABIL A DEBITAR (COLS 3-12), CONTA CONTABIL A
      *    CREDITAR (COLS 13-22) E HISTORICO (COLS 23-52). EX:
      *    " C" = DEPOSITO EM DINHEIRO, DEBITA CAIXA E CREDITA
      *    DEPOSITOS A VISTA. A LINHA COM "**" NAS COLUNAS 1-2 E
      *    OBRIGATORIA E TRAZ A CONTA TRANSITORIA (SUSPENSE) NAS
      *    COLS 3-12 E A CONTA DE DEPOSITOS A VISTA NAS COLS 13-22 -
      *    O MOVIMENTO DE ORIGEM/TIPO SEM LINHA NO PLANO E
      *    CONTABILIZADO CONTRA A TRANSITORIA E LISTADO NAS EXCECOES.
       01 REG-MAPA.
           05 MAP-ORIGEM       PIC X(1).
           05 MAP-TIPO         PIC X(1).
           05 MAP-CONTA-DEBITO PIC 9(10).
           05 MAP-CONTA-CREDITO PIC 9(10).
           05 MAP-HISTORICO    PIC X(30).
       01 REG-MAPA-SUSPENSE REDEFINES REG-MAPA.
           05 FILLER           PIC X(2).
           05 MAP-CONTA-SUSPENSE PIC 9(10).
           05 MAP-CONTA-DEPOSITOS PIC 9(10).
           05 FILLER           PIC X(30).

       FD TRABALHO LABEL RECORD STANDARD
           DATA RECORD IS REG-CTB
           VALUE OF FILE-ID IS "CTBTRAB.TXT".
      *    LANCAMENTOS CONTABEIS DO DIA - LAYOUT FIXO COMBINADO COM O
      *    SISTEMA DA CONTABILIDADE. REGISTRO "0" = CABECALHO COM A
      *    DATA, "1" = UM LANCAMENTO (UMA PERNA, DEBITO OU CREDITO,
      *    DO RESUMO DE UMA AGENCIA/ORIGEM/TIPO), "9" = RODAPE COM A
      *    QUANTIDADE DE LANCAMENTOS E OS TOTAIS A DEBITO E A
      *    CREDITO. O ARQUIVO E MONTADO AQUI E SO E COPIADO PARA O
      *    NOME LIBERADO (CTB-AAAAMMDD.TXT) DEPOIS DE RELIDO E
      *    CONFERIDO - A CONTABILIDADE NUNCA RECEBE ARQUIVO
      *    DESBALANCEADO.
       01 REG-CTB.
           05 CTB-TIPO-REG     PIC X(1).
               88 CTB-CABECALHO    VALUE "0".
               88 CTB-LANCAMENTO   VALUE "1".
               88 CTB-RODAPE       VALUE "9".
           05 CTB-DATA         PIC 9(8).
           05 CTB-AGENCIA      PIC 9(4).
           05 CTB-CONTA-CONTABIL PIC 9(10).
           05 CTB-NATUREZA     PIC X(1).
               88 CTB-DEBITO       VALUE "D".
               88 CTB-CREDITO      VALUE "C".
           05 CTB-VALOR        PIC 9(11)V99.
           05 CTB-HISTORICO    PIC X(30).
           05 CTB-ORIGEM       PIC X(1).
           05 CTB-TIPO-MOV     PIC X(1).
           05 CTB-QTD-MOVS     PIC 9(6).
           05 FILLER           PIC X(5).
       01 REG-CTB-RODAPE REDEFINES REG-CTB.
           05 FILLER           PIC X(1).
           05 FILLER           PIC 9(8).
           05 CTB-QTD-LANCAMENTOS PIC 9(6).
           05 CTB-TOTAL-DEBITOS PIC 9(13)V99.
           05 CTB-TOTAL-CREDITOS PIC 9(13)V99.
           05 FILLER           PIC X(35).

       FD LIBERADO LABEL RECORD STANDARD
           DATA RECORD IS REG-LIBERADO
           VALUE OF FILE-ID IS WS-NOME-LIBERADO.
       01 REG-LIBERADO             PIC X(80).

       FD EXCECOES LABEL RECORD STANDARD
           DATA RECORD IS LINHA-EXC
           VALUE OF FILE-ID IS "CTBEXC.TXT".
       01 LINHA-EXC                PIC X(100).

       WORKING-STORAGE SECTION.
       01 MOV-STATUS           PIC X(2).
       01 ARQ-STATUS           PIC X(2).
       01 MAP-STATUS           PIC X(2).
       01 TRB-STATUS           PIC X(2).
       01 LIB-STATUS           PIC X(2).
       01 EXC-STATUS           PIC X(2).
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
           88 DIA-FECHADO          VALUE "F".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-DATA-CONTABIL.
           05 WS-CTB-ANO       PIC 9(4).
           05 WS-CTB-MES       PIC 9(2).
           05 WS-CTB-DIA       PIC 9(2).
       01 WS-DATA-CONTABIL-NUM REDEFINES WS-DATA-CONTABIL PIC 9(8).
       01 WS-NOME-LIBERADO     PIC X(30) VALUE SPACES.
       01 WS-ARQ-MOVIMENTO     PIC X(20) VALUE SPACES.
       01 WS-LINHA             PIC 9(4) VALUE ZEROS.
       01 WS-I                 PIC 9(4) VALUE ZEROS.
       01 WS-J                 PIC 9(4) VALUE ZEROS.
       01 WS-ACHOU             PIC X(1) VALUE "N".
       01 WS-POS-MAPA          PIC 9(3) VALUE ZEROS.
       01 WS-POS-RES           PIC 9(4) VALUE ZEROS.
       01 WS-TEM-SUSPENSE      PIC X(1) VALUE "N".
       01 WS-CONTA-SUSPENSE    PIC 9(10) VALUE ZEROS.
       01 WS-CONTA-DEPOSITOS   PIC 9(10) VALUE ZEROS.
       01 WS-TOTAL-LIDOS       PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-DIA         PIC 9(7) VALUE ZEROS.
       01 WS-VALOR-DIA         PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOTAL-EXCECOES    PIC 9(7) VALUE ZEROS.
       01 WS-VALOR-EXCECOES    PIC 9(13)V99 VALUE ZEROS.
       01 WS-QTD-LANCAMENTOS   PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-DEBITOS     PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOTAL-CREDITOS    PIC 9(13)V99 VALUE ZEROS.
      *    TOTAIS DA RELEITURA DO ARQUIVO DE TRABALHO - A LIBERACAO
      *    CONFERE O QUE FOI DE FATO GRAVADO, NAO O QUE SE PRETENDIA
      *    GRAVAR.
       01 WS-CONF-LANCAMENTOS  PIC 9(6) VALUE ZEROS.
       01 WS-CONF-DEBITOS      PIC 9(13)V99 VALUE ZEROS.
       01 WS-CONF-CREDITOS     PIC 9(13)V99 VALUE ZEROS.
       01 WS-CONF-RODAPE       PIC X(1) VALUE "N".
       01 WS-BALANCEADO        PIC X(1) VALUE "N".
           88 ARQUIVO-BALANCEADO   VALUE "S".

      *    PLANO DE CONTAS LIDO UMA VEZ DO CONTABIL.PAR.
       01 WS-MAP-QTD           PIC 9(3) VALUE ZEROS.
       01 WS-TAB-MAPA.
           05 WS-MAP-ENT OCCURS 100 TIMES.
               10 WS-MAP-ORIGEM    PIC X(1).
               10 WS-MAP-TIPO      PIC X(1).
               10 WS-MAP-DEBITO    PIC 9(10).
               10 WS-MAP-CREDITO   PIC 9(10).
               10 WS-MAP-HISTORICO PIC X(30).

      *    MOVIMENTO DO DIA RESUMIDO POR AGENCIA/ORIGEM/TIPO - CADA
      *    ENTRADA VIRA UM PAR DE LANCAMENTOS (DEBITO E CREDITO) DO
      *    MESMO VALOR. WS-RES-MAPA ZERO = SEM LINHA NO PLANO, VAI
      *    PARA A TRANSITORIA.
       01 WS-RES-TOTAL         PIC 9(4) VALUE ZEROS.
       01 WS-TAB-RESUMO.
           05 WS-RES-ENT OCCURS 2000 TIMES.
               10 WS-RES-CHAVE.
                   15 WS-RES-AGENCIA   PIC 9(4).
                   15 WS-RES-ORIGEM    PIC X(1).
                   15 WS-RES-TIPO      PIC X(1).
               10 WS-RES-MAPA      PIC 9(3).
               10 WS-RES-QTD       PIC 9(6).
               10 WS-RES-VALOR     PIC 9(11)V99.
      *    GRAVACAO EM ORDEM DE AGENCIA/ORIGEM/TIPO SEM SORT: A CADA
      *    LINHA PROCURA A MENOR CHAVE MAIOR QUE A ULTIMA GRAVADA.
       01 WS-ULTIMA-CHAVE      PIC X(6) VALUE SPACES.
       01 WS-MENOR-CHAVE       PIC X(6) VALUE SPACES.
       01 WS-POS-MENOR         PIC 9(4) VALUE ZEROS.

       01 LINHA-CABECALHO-EXC.
           05 FILLER            PIC X(44) VALUE
               "MOVIMENTOS SEM CONTA NO PLANO CONTABIL - DIA".
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LC-DIA            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-MES            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-ANO            PIC 9(4).
       01 LINHA-SUSPENSE-EXC.
           05 FILLER            PIC X(34) VALUE
               "CONTABILIZADOS NA TRANSITORIA    ".
           05 LS-CONTA          PIC 9(10).
       01 LINHA-COLUNAS-EXC.
           05 FILLER            PIC X(31) VALUE
               "AGEN CONTA  DATA       SEQ  O T".
           05 FILLER            PIC X(28) VALUE
               "        VALOR DOCUMENTO".
       01 LINHA-DETALHE-EXC.
           05 LE-AGENCIA        PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LE-CONTA          PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LE-DIA            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LE-MES            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LE-ANO            PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LE-SEQ            PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LE-ORIGEM         PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LE-TIPO           PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LE-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LE-DOCUMENTO      PIC X(12).
       01 LINHA-TOTAL-EXC.
           05 FILLER            PIC X(20) VALUE "TOTAL DE EXCECOES:".
           05 LT-QTD            PIC ZZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 LT-VALOR          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       CONTABIL-PRINCIPAL.
      *    INTERFACE DIARIA COM A CONTABILIDADE: RESUME O MOVIMENTO DE
      *    UM DIA DO MOVIMENTO.DAT POR AGENCIA E ORIGEM/TIPO, TRADUZ
      *    CADA RESUMO PELO PLANO DE CONTAS (CONTABIL.PAR) EM UM
      *    DEBITO E UM CREDITO E SO LIBERA O ARQUIVO DEPOIS DE
      *    CONFERIR QUE DEBITOS = CREDITOS = VALOR MOVIMENTADO NO DIA.
      *    RODA DEPOIS DA PROVA (DIA "F"), QUANDO O MOVIMENTO DO DIA
      *    NAO MUDA MAIS; UM DIA ANTERIOR PODE SER GERADO DEPOIS DA
      *    ABERTURA DO DIA SEGUINTE INFORMANDO A DATA.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           DISPLAY "DATA CONTABIL (AAAAMMDD, 0 = DATA DO MOVIMENTO): ".
           ACCEPT WS-DATA-CONTABIL-NUM.
           IF WS-DATA-CONTABIL-NUM = ZEROS
               MOVE WS-HOJE-NUM TO WS-DATA-CONTABIL-NUM
           END-IF.
           IF WS-DATA-CONTABIL-NUM > WS-HOJE-NUM
               DISPLAY "DATA CONTABIL POSTERIOR A DATA DO MOVIMENTO - "
                   "ABORTADO"
               STOP RUN
           END-IF.
           IF WS-DATA-CONTABIL-NUM = WS-HOJE-NUM AND NOT DIA-FECHADO
               DISPLAY "DIA AINDA NAO PROVADO - A INTERFACE CONTABIL "
                   "SO RODA COM O DIA FECHADO NO DATACTL"
               STOP RUN
           END-IF.
           PERFORM TESTA-JA-LIBERADO.
           PERFORM CARREGA-MAPA.
           OPEN INPUT MOVIMENTO.
           IF MOV-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVIMENTO.DAT: " MOV-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCECOES.
           IF EXC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CTBEXC.TXT: " EXC-STATUS
               CLOSE MOVIMENTO
               STOP RUN
           END-IF.
           PERFORM IMPRIME-CABECALHO-EXC.
           PERFORM RESUME-MOVIMENTO.
           PERFORM RESUME-ARQUIVO-MES.
           CLOSE MOVIMENTO.
           MOVE WS-TOTAL-EXCECOES TO LT-QTD.
           MOVE WS-VALOR-EXCECOES TO LT-VALOR.
           MOVE SPACES TO LINHA-EXC.
           WRITE LINHA-EXC.
           MOVE LINHA-TOTAL-EXC TO LINHA-EXC.
           WRITE LINHA-EXC.
           CLOSE EXCECOES.
      *    DIA SEM MOVIMENTO (OU DE MES FECHADO SEM O ARQUIVO MENSAL)
      *    NAO GERA ARQUIVO: UM CTB "BALANCEADO" VAZIO SERIA IMPORTADO
      *    E TRAVARIA PARA SEMPRE A LIBERACAO DO DIA VERDADEIRO.
           IF WS-TOTAL-DIA = ZEROS
               DISPLAY "MOVIMENTOS LIDOS.........: " WS-TOTAL-LIDOS
               DISPLAY "NENHUM MOVIMENTO EM " WS-CTB-DIA "/"
                   WS-CTB-MES "/" WS-CTB-ANO
                   " - ARQUIVO CONTABIL NAO GERADO"
               STOP RUN
           END-IF.
           PERFORM GRAVA-TRABALHO.
           PERFORM CONFERE-TRABALHO.
           DISPLAY "MOVIMENTOS LIDOS.........: " WS-TOTAL-LIDOS.
           DISPLAY "MOVIMENTOS DO DIA........: " WS-TOTAL-DIA.
           DISPLAY "VALOR MOVIMENTADO........: " WS-VALOR-DIA.
           DISPLAY "LANCAMENTOS GERADOS......: " WS-CONF-LANCAMENTOS.
           DISPLAY "TOTAL A DEBITO...........: " WS-CONF-DEBITOS.
           DISPLAY "TOTAL A CREDITO..........: " WS-CONF-CREDITOS.
           DISPLAY "MOVIMENTOS NA TRANSITORIA: " WS-TOTAL-EXCECOES.
           IF ARQUIVO-BALANCEADO
               PERFORM LIBERA-ARQUIVO
               DISPLAY "ARQUIVO LIBERADO.........: " WS-NOME-LIBERADO
           ELSE
               DISPLAY "ARQUIVO CONTABIL NAO CONFERE - NAO LIBERADO. "
                   "CTBTRAB.TXT MANTIDO PARA ANALISE"
           END-IF.
           STOP RUN.

       TESTA-JA-LIBERADO.
      *    O NOME LIBERADO LEVA A DATA - SE JA EXISTE, A CONTABILIDADE
      *    PODE TER IMPORTADO O DIA E UMA SEGUNDA LIBERACAO DOBRARIA
      *    OS LANCAMENTOS. PARA GERAR DE NOVO, A CONTABILIDADE TEM DE
      *    ESTORNAR A IMPORTACAO E O ARQUIVO SER RETIRADO A MAO.
           MOVE SPACES TO WS-NOME-LIBERADO.
           STRING "CTB-" WS-CTB-ANO WS-CTB-MES WS-CTB-DIA ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-LIBERADO.
           OPEN INPUT LIBERADO.
           IF LIB-STATUS = "00"
               CLOSE LIBERADO
               DISPLAY "INTERFACE CONTABIL DE " WS-CTB-DIA "/"
                   WS-CTB-MES "/" WS-CTB-ANO " JA LIBERADA ("
                   WS-NOME-LIBERADO ") - ABORTADO"
               STOP RUN
           END-IF.

       CARREGA-MAPA.
      *    SEM PLANO, OU SEM A LINHA DA TRANSITORIA, NAO HA COMO
      *    CONTABILIZAR - ABORTA ANTES DE GERAR QUALQUER COISA.
           OPEN INPUT MAPA-CONTABIL.
           IF MAP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTABIL.PAR: " MAP-STATUS
               STOP RUN
           END-IF.
           MOVE ZEROS TO WS-LINHA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ MAPA-CONTABIL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-LINHA
                       PERFORM GUARDA-LINHA-MAPA
               END-READ
           END-PERFORM.
           CLOSE MAPA-CONTABIL.
           IF WS-TEM-SUSPENSE = "N"
               DISPLAY "CONTABIL.PAR SEM A LINHA ** DA CONTA "
                   "TRANSITORIA - EXECUCAO ABORTADA"
               STOP RUN
           END-IF.

       GUARDA-LINHA-MAPA.
           IF MAP-ORIGEM = "*" AND MAP-TIPO = "*"
               IF MAP-CONTA-SUSPENSE NOT NUMERIC
                   OR MAP-CONTA-DEPOSITOS NOT NUMERIC
                   OR MAP-CONTA-SUSPENSE = ZEROS
                   OR MAP-CONTA-DEPOSITOS = ZEROS
                   PERFORM RECUSA-LINHA-MAPA
               END-IF
               MOVE "S" TO WS-TEM-SUSPENSE
               MOVE MAP-CONTA-SUSPENSE TO WS-CONTA-SUSPENSE
               MOVE MAP-CONTA-DEPOSITOS TO WS-CONTA-DEPOSITOS
           ELSE
               IF (MAP-TIPO NOT = "C" AND MAP-TIPO NOT = "D")
                   OR MAP-CONTA-DEBITO NOT NUMERIC
                   OR MAP-CONTA-CREDITO NOT NUMERIC
                   OR MAP-CONTA-DEBITO = ZEROS
                   OR MAP-CONTA-CREDITO = ZEROS
                   PERFORM RECUSA-LINHA-MAPA
               END-IF
               IF WS-MAP-QTD >= 100
                   DISPLAY "TABELA DO PLANO CHEIA - AUMENTAR OCCURS"
                   CLOSE MAPA-CONTABIL
                   STOP RUN
               END-IF
               ADD 1 TO WS-MAP-QTD
               MOVE MAP-ORIGEM TO WS-MAP-ORIGEM (WS-MAP-QTD)
               MOVE MAP-TIPO TO WS-MAP-TIPO (WS-MAP-QTD)
               MOVE MAP-CONTA-DEBITO TO WS-MAP-DEBITO (WS-MAP-QTD)
               MOVE MAP-CONTA-CREDITO TO WS-MAP-CREDITO (WS-MAP-QTD)
               MOVE MAP-HISTORICO TO WS-MAP-HISTORICO (WS-MAP-QTD)
           END-IF.

       RECUSA-LINHA-MAPA.
           DISPLAY "LINHA " WS-LINHA " DO CONTABIL.PAR INVALIDA: "
               REG-MAPA.
           DISPLAY "EXECUCAO ABORTADA - CORRIGIR O PLANO DE CONTAS".
           CLOSE MAPA-CONTABIL.
           STOP RUN.

       RESUME-MOVIMENTO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ MOVIMENTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF MOV-DATA-NUM = WS-DATA-CONTABIL-NUM
                           PERFORM ACUMULA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.

       RESUME-ARQUIVO-MES.
      *    DEPOIS DO FECHAMES O MES SAI DO MOVIMENTO.DAT E VAI PARA O
      *    MOVIMENTO-AAAAMM.DAT - CADA LANCAMENTO ESTA EM UM SO DOS
      *    DOIS, ENTAO LER OS DOIS NAO DUPLICA NADA. O MENSAL E LIDO
      *    PARA DENTRO DE REG-MOV (MESMO LAYOUT) COM O MOVIMENTO AINDA
      *    ABERTO.
           MOVE SPACES TO WS-ARQ-MOVIMENTO.
           STRING "MOVIMENTO-" WS-CTB-ANO WS-CTB-MES ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-MOVIMENTO.
           OPEN INPUT ARQUIVO-MES.
           IF ARQ-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO-MES NEXT RECORD INTO REG-MOV
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           IF MOV-DATA-NUM = WS-DATA-CONTABIL-NUM
                               PERFORM ACUMULA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MES
           END-IF.

       ACUMULA-MOVIMENTO.
           ADD 1 TO WS-TOTAL-DIA.
           ADD MOV-VALOR TO WS-VALOR-DIA.
           MOVE ZEROS TO WS-POS-MAPA.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-MAP-QTD OR WS-POS-MAPA NOT = ZEROS
               IF WS-MAP-ORIGEM (WS-J) = MOV-ORIGEM
                   AND WS-MAP-TIPO (WS-J) = MOV-TIPO
                   MOVE WS-J TO WS-POS-MAPA
               END-IF
           END-PERFORM.
           IF WS-POS-MAPA = ZEROS
               PERFORM IMPRIME-EXCECAO
           END-IF.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RES-TOTAL OR WS-ACHOU = "S"
               IF WS-RES-AGENCIA (WS-J) = MOV-AGENCIA
                   AND WS-RES-ORIGEM (WS-J) = MOV-ORIGEM
                   AND WS-RES-TIPO (WS-J) = MOV-TIPO
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-J TO WS-POS-RES
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-RES-TOTAL >= 2000
                   DISPLAY "TABELA DE RESUMO CHEIA - AUMENTAR OCCURS"
                   CLOSE MOVIMENTO EXCECOES
                   STOP RUN
               END-IF
               ADD 1 TO WS-RES-TOTAL
               MOVE WS-RES-TOTAL TO WS-POS-RES
               MOVE MOV-AGENCIA TO WS-RES-AGENCIA (WS-POS-RES)
               MOVE MOV-ORIGEM TO WS-RES-ORIGEM (WS-POS-RES)
               MOVE MOV-TIPO TO WS-RES-TIPO (WS-POS-RES)
               MOVE WS-POS-MAPA TO WS-RES-MAPA (WS-POS-RES)
               MOVE ZEROS TO WS-RES-QTD (WS-POS-RES)
                   WS-RES-VALOR (WS-POS-RES)
           END-IF.
           ADD 1 TO WS-RES-QTD (WS-POS-RES).
           ADD MOV-VALOR TO WS-RES-VALOR (WS-POS-RES).

       IMPRIME-CABECALHO-EXC.
           MOVE WS-CTB-DIA TO LC-DIA.
           MOVE WS-CTB-MES TO LC-MES.
           MOVE WS-CTB-ANO TO LC-ANO.
           MOVE LINHA-CABECALHO-EXC TO LINHA-EXC.
           WRITE LINHA-EXC.
           MOVE WS-CONTA-SUSPENSE TO LS-CONTA.
           MOVE LINHA-SUSPENSE-EXC TO LINHA-EXC.
           WRITE LINHA-EXC.
           MOVE SPACES TO LINHA-EXC.
           WRITE LINHA-EXC.
           MOVE LINHA-COLUNAS-EXC TO LINHA-EXC.
           WRITE LINHA-EXC.

       IMPRIME-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           ADD MOV-VALOR TO WS-VALOR-EXCECOES.
           MOVE MOV-AGENCIA TO LE-AGENCIA.
           MOVE MOV-CONTA TO LE-CONTA.
           MOVE MOV-DIA TO LE-DIA.
           MOVE MOV-MES TO LE-MES.
           MOVE MOV-ANO TO LE-ANO.
           MOVE MOV-SEQ TO LE-SEQ.
           MOVE MOV-ORIGEM TO LE-ORIGEM.
           MOVE MOV-TIPO TO LE-TIPO.
           MOVE MOV-VALOR TO LE-VALOR.
           MOVE MOV-DOCUMENTO TO LE-DOCUMENTO.
           MOVE LINHA-DETALHE-EXC TO LINHA-EXC.
           WRITE LINHA-EXC.

       GRAVA-TRABALHO.
           OPEN OUTPUT TRABALHO.
           IF TRB-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CTBTRAB.TXT: " TRB-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-CTB.
           MOVE "0" TO CTB-TIPO-REG.
           MOVE WS-DATA-CONTABIL-NUM TO CTB-DATA.
           WRITE REG-CTB.
           MOVE LOW-VALUES TO WS-ULTIMA-CHAVE.
           PERFORM PROXIMO-RESUMO.
           PERFORM UNTIL WS-POS-MENOR = ZEROS
               PERFORM GRAVA-PAR-LANCAMENTOS
               PERFORM PROXIMO-RESUMO
           END-PERFORM.
           MOVE SPACES TO REG-CTB.
           MOVE "9" TO CTB-TIPO-REG.
           MOVE WS-DATA-CONTABIL-NUM TO CTB-DATA.
           MOVE WS-QTD-LANCAMENTOS TO CTB-QTD-LANCAMENTOS.
           MOVE WS-TOTAL-DEBITOS TO CTB-TOTAL-DEBITOS.
           MOVE WS-TOTAL-CREDITOS TO CTB-TOTAL-CREDITOS.
           WRITE REG-CTB.
           CLOSE TRABALHO.

       PROXIMO-RESUMO.
           MOVE ZEROS TO WS-POS-MENOR.
           MOVE HIGH-VALUES TO WS-MENOR-CHAVE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-RES-TOTAL
               IF WS-RES-CHAVE (WS-J) > WS-ULTIMA-CHAVE
                   AND WS-RES-CHAVE (WS-J) < WS-MENOR-CHAVE
                   MOVE WS-RES-CHAVE (WS-J) TO WS-MENOR-CHAVE
                   MOVE WS-J TO WS-POS-MENOR
               END-IF
           END-PERFORM.

       GRAVA-PAR-LANCAMENTOS.
      *    MOVIMENTO SEM PLANO: O LADO DO CLIENTE VAI PARA DEPOSITOS A
      *    VISTA E A CONTRAPARTIDA PARA A TRANSITORIA - CREDITO NA
      *    CONTA DO CLIENTE DEBITA A TRANSITORIA, DEBITO NA CONTA DO
      *    CLIENTE CREDITA A TRANSITORIA.
           MOVE WS-RES-CHAVE (WS-POS-MENOR) TO WS-ULTIMA-CHAVE.
           MOVE WS-POS-MENOR TO WS-I.
           MOVE SPACES TO REG-CTB.
           MOVE "1" TO CTB-TIPO-REG.
           MOVE WS-DATA-CONTABIL-NUM TO CTB-DATA.
           MOVE WS-RES-AGENCIA (WS-I) TO CTB-AGENCIA.
           MOVE WS-RES-VALOR (WS-I) TO CTB-VALOR.
           MOVE WS-RES-ORIGEM (WS-I) TO CTB-ORIGEM.
           MOVE WS-RES-TIPO (WS-I) TO CTB-TIPO-MOV.
           MOVE WS-RES-QTD (WS-I) TO CTB-QTD-MOVS.
           MOVE WS-RES-MAPA (WS-I) TO WS-POS-MAPA.
           IF WS-POS-MAPA = ZEROS
               MOVE SPACES TO CTB-HISTORICO
               STRING "SEM PLANO - ORIGEM " WS-RES-ORIGEM (WS-I)
                   " TIPO " WS-RES-TIPO (WS-I)
                   DELIMITED BY SIZE INTO CTB-HISTORICO
               IF WS-RES-TIPO (WS-I) = "C"
                   MOVE WS-CONTA-SUSPENSE TO CTB-CONTA-CONTABIL
               ELSE
                   MOVE WS-CONTA-DEPOSITOS TO CTB-CONTA-CONTABIL
               END-IF
           ELSE
               MOVE WS-MAP-HISTORICO (WS-POS-MAPA) TO CTB-HISTORICO
               MOVE WS-MAP-DEBITO (WS-POS-MAPA) TO CTB-CONTA-CONTABIL
           END-IF.
           MOVE "D" TO CTB-NATUREZA.
           WRITE REG-CTB.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           ADD CTB-VALOR TO WS-TOTAL-DEBITOS.
           IF WS-POS-MAPA = ZEROS
               IF WS-RES-TIPO (WS-I) = "C"
                   MOVE WS-CONTA-DEPOSITOS TO CTB-CONTA-CONTABIL
               ELSE
                   MOVE WS-CONTA-SUSPENSE TO CTB-CONTA-CONTABIL
               END-IF
           ELSE
               MOVE WS-MAP-CREDITO (WS-POS-MAPA) TO CTB-CONTA-CONTABIL
           END-IF.
           MOVE "C" TO CTB-NATUREZA.
           WRITE REG-CTB.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           ADD CTB-VALOR TO WS-TOTAL-CREDITOS.

       CONFERE-TRABALHO.
      *    RELE O ARQUIVO GRAVADO E SO DA COMO BALANCEADO SE: DEBITOS
      *    = CREDITOS, AMBOS = VALOR DOS MOVIMENTOS DO DIA, E O RODAPE
      *    BATE COM A QUANTIDADE E OS TOTAIS RELIDOS.
           MOVE ZEROS TO WS-CONF-LANCAMENTOS WS-CONF-DEBITOS
               WS-CONF-CREDITOS.
           MOVE "N" TO WS-CONF-RODAPE WS-BALANCEADO.
           OPEN INPUT TRABALHO.
           IF TRB-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR CTBTRAB.TXT: " TRB-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ TRABALHO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM CONFERE-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE TRABALHO.
           IF WS-CONF-DEBITOS = WS-CONF-CREDITOS
               AND WS-CONF-DEBITOS = WS-VALOR-DIA
               AND WS-CONF-RODAPE = "S"
               MOVE "S" TO WS-BALANCEADO
           END-IF.

       CONFERE-REGISTRO.
           EVALUATE TRUE
               WHEN CTB-LANCAMENTO AND CTB-DEBITO
                   ADD 1 TO WS-CONF-LANCAMENTOS
                   ADD CTB-VALOR TO WS-CONF-DEBITOS
               WHEN CTB-LANCAMENTO AND CTB-CREDITO
                   ADD 1 TO WS-CONF-LANCAMENTOS
                   ADD CTB-VALOR TO WS-CONF-CREDITOS
               WHEN CTB-RODAPE
                   IF CTB-QTD-LANCAMENTOS = WS-CONF-LANCAMENTOS
                       AND CTB-TOTAL-DEBITOS = WS-CONF-DEBITOS
                       AND CTB-TOTAL-CREDITOS = WS-CONF-CREDITOS
                       MOVE "S" TO WS-CONF-RODAPE
                   END-IF
               WHEN CTB-CABECALHO
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REGISTRO INVALIDO NO CTBTRAB.TXT: "
                       CTB-TIPO-REG
           END-EVALUATE.

       LIBERA-ARQUIVO.
           OPEN INPUT TRABALHO.
           IF TRB-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR CTBTRAB.TXT: " TRB-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT LIBERADO.
           IF LIB-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-LIBERADO ": "
                   LIB-STATUS
               CLOSE TRABALHO
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ TRABALHO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-CTB TO REG-LIBERADO
                       WRITE REG-LIBERADO
               END-READ
           END-PERFORM.
           CLOSE TRABALHO LIBERADO.
