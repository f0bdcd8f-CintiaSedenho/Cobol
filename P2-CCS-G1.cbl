       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCSREMESSA.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-ALTERACOES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

           SELECT CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CPF
           FILE STATUS IS CLI-STATUS.

           SELECT CONTROLE-CCS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.

           SELECT REMESSA-CCS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CCS-STATUS.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-ALTERACOES LABEL RECORD STANDARD
           DATA RECORD IS REG-LOG
           VALUE OF FILE-ID IS "LOGALTER.DAT".
      *    MESMO LAYOUT DE REG-LOG EM P2-COBOL-FINAL.cbl. AS OPERACOES
      *    QUE INTERESSAM AO CCS: "I" = ABERTURA (DEPOIS = CONTA NOVA),
      *    "E" = ENCERRAMENTO, "M" = MIGRACAO DE AGENCIA (ANTES =
      *    CONTA ANTIGA, DEPOIS = CONTA NOVA), "T"/"X" = INCLUSAO/
      *    EXCLUSAO DE COTITULAR OU REPRESENTANTE (LOG-CPF = DELE,
      *    LOG-SITUACAO-NOVA = PAPEL).
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

       FD CONTROLE-CCS LABEL RECORD STANDARD
           DATA RECORD IS REG-CTL
           VALUE OF FILE-ID IS "CCS.CTL".
      *    ULTIMA REMESSA ENVIADA: NUMERO, PERIODO E QUANTIDADE. A
      *    PROXIMA COMECA NO DIA SEGUINTE AO FIM DESTA, ENTAO NENHUM
      *    DIA FICA DE FORA NEM E ENVIADO DUAS VEZES. SO E REGRAVADO
      *    DEPOIS DA REMESSA COMPLETA - UMA EXECUCAO QUE CAIU NO MEIO
      *    E REPETIDA COM O MESMO NUMERO E O MESMO PERIODO.
       01 REG-CTL.
           05 CTL-REMESSA      PIC 9(6).
           05 CTL-DATA-INICIO  PIC 9(8).
           05 CTL-DATA-FIM     PIC 9(8).
           05 CTL-DATA-GERACAO PIC 9(8).
           05 CTL-EVENTOS      PIC 9(7).

       FD REMESSA-CCS LABEL RECORD STANDARD
           DATA RECORD IS REG-CCS
           VALUE OF FILE-ID IS WS-NOME-REMESSA.
      *    ARQUIVO DO CCS, LAYOUT FIXO DE 100 POSICOES. "0" =
      *    CABECALHO (REMESSA, PERIODO, GERACAO), "1" = UM EVENTO DE
      *    INICIO OU FIM DE RELACIONAMENTO, "9" = RODAPE COM A
      *    QUANTIDADE POR TIPO DE EVENTO. EVENTOS: "A" ABERTURA, "E"
      *    ENCERRAMENTO, "M" MIGRACAO (AGENCIA/CONTA = NOVA, ANTERIOR
      *    = ANTIGA), "I" INCLUSAO DE TITULAR, "R" RETIRADA DE
      *    TITULAR. PAPEL: "T" TITULAR PRINCIPAL, "E"/"O" COTITULAR,
      *    "R" REPRESENTANTE LEGAL.
       01 REG-CCS.
           05 CCS-TIPO-REG     PIC X(1).
           05 CCS-EVENTO       PIC X(1).
           05 CCS-CPF          PIC 9(11).
           05 CCS-NOME         PIC X(30).
           05 CCS-AGENCIA      PIC 9(4).
           05 CCS-CONTA        PIC 9(6).
           05 CCS-DATA-EVENTO  PIC 9(8).
           05 CCS-PAPEL        PIC X(1).
           05 CCS-AGENCIA-ANT  PIC 9(4).
           05 CCS-CONTA-ANT    PIC 9(6).
           05 FILLER           PIC X(28).
       01 REG-CCS-CABECALHO REDEFINES REG-CCS.
           05 FILLER           PIC X(1).
           05 CCS-REMESSA      PIC 9(6).
           05 CCS-DATA-INICIO  PIC 9(8).
           05 CCS-DATA-FIM     PIC 9(8).
           05 CCS-DATA-GERACAO PIC 9(8).
           05 FILLER           PIC X(69).
       01 REG-CCS-RODAPE REDEFINES REG-CCS.
           05 FILLER           PIC X(1).
           05 CCS-QTD-ABERTURAS PIC 9(7).
           05 CCS-QTD-ENCERRAMENTOS PIC 9(7).
           05 CCS-QTD-MIGRACOES PIC 9(7).
           05 CCS-QTD-INCLUSOES PIC 9(7).
           05 CCS-QTD-RETIRADAS PIC 9(7).
           05 CCS-QTD-TOTAL    PIC 9(7).
           05 FILLER           PIC X(57).

       FD RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "CCSREL.TXT".
       01 LINHA-REL                PIC X(80).

       WORKING-STORAGE SECTION.
       01 LOG-STATUS           PIC X(2).
       01 CLI-STATUS           PIC X(2).
       01 CTL-STATUS           PIC X(2).
       01 CCS-STATUS           PIC X(2).
       01 REL-STATUS           PIC X(2).
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
       01 WS-REMESSA           PIC 9(6) VALUE ZEROS.
       01 WS-DATA-INICIO       PIC 9(8) VALUE ZEROS.
       01 WS-DATA-INICIO-R REDEFINES WS-DATA-INICIO.
           05 WS-INI-ANO       PIC 9(4).
           05 WS-INI-MES       PIC 9(2).
           05 WS-INI-DIA       PIC 9(2).
       01 WS-DATA-FIM          PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FIM-R REDEFINES WS-DATA-FIM.
           05 WS-FIM-ANO       PIC 9(4).
           05 WS-FIM-MES       PIC 9(2).
           05 WS-FIM-DIA       PIC 9(2).
       01 WS-INT-DIA           PIC 9(8) VALUE ZEROS.
       01 WS-NOME-REMESSA      PIC X(20) VALUE SPACES.
       01 WS-TOTAL-LIDOS       PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-SEM-CADASTRO PIC 9(7) VALUE ZEROS.
       01 WS-CONTADORES.
           05 WS-QTD-ABERTURAS PIC 9(7) VALUE ZEROS.
           05 WS-QTD-ENCERRAMENTOS PIC 9(7) VALUE ZEROS.
           05 WS-QTD-MIGRACOES PIC 9(7) VALUE ZEROS.
           05 WS-QTD-INCLUSOES PIC 9(7) VALUE ZEROS.
           05 WS-QTD-RETIRADAS PIC 9(7) VALUE ZEROS.
           05 WS-QTD-TOTAL     PIC 9(7) VALUE ZEROS.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(36) VALUE
               "CCS - CONTROLE DA REMESSA NUMERO    ".
           05 LC-REMESSA        PIC 9(6).
       01 LINHA-PERIODO.
           05 FILLER            PIC X(9) VALUE "PERIODO: ".
           05 LP-DIA-INI        PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LP-MES-INI        PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LP-ANO-INI        PIC 9(4).
           05 FILLER            PIC X(3) VALUE " A ".
           05 LP-DIA-FIM        PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LP-MES-FIM        PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LP-ANO-FIM        PIC 9(4).
           05 FILLER            PIC X(11) VALUE "  ARQUIVO: ".
           05 LP-ARQUIVO        PIC X(20).
       01 LINHA-CONTAGEM.
           05 LCT-ROTULO        PIC X(30).
           05 LCT-QTD           PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       CCS-PRINCIPAL.
      *    REMESSA INCREMENTAL AO CCS DO BANCO CENTRAL: TODO INICIO E
      *    FIM DE RELACIONAMENTO DE CPF COM CONTA REGISTRADO NO
      *    LOGALTER.DAT (ABERTURA, ENCERRAMENTO, MIGRACAO DE AGENCIA E
      *    INCLUSAO/EXCLUSAO DE COTITULAR) ENTRE O DIA SEGUINTE AO FIM
      *    DA ULTIMA REMESSA E A DATA FINAL INFORMADA. O DIA SO ENTRA
      *    DEPOIS DE PROVADO - A DATA DO MOVIMENTO SO PODE SER A FINAL
      *    COM O DIA JA FECHADO NO DATACTL.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           PERFORM LE-CONTROLE.
           DISPLAY "DATA FINAL DA REMESSA (AAAAMMDD): ".
           ACCEPT WS-DATA-FIM.
           IF WS-FIM-MES < 1 OR WS-FIM-MES > 12
               OR WS-FIM-DIA < 1 OR WS-FIM-DIA > 31
               OR WS-DATA-FIM < WS-DATA-INICIO
               OR WS-DATA-FIM > WS-HOJE-NUM
               DISPLAY "DATA FINAL INVALIDA - DEVE ESTAR ENTRE "
                   WS-DATA-INICIO " E A DATA DO MOVIMENTO"
               STOP RUN
           END-IF.
      *    A DATA FINAL VAI PARA O CCS.CTL E A PROXIMA REMESSA COMECA
      *    NO DIA SEGUINTE A ELA - UMA DATA INEXISTENTE (31/02) FARIA O
      *    INTEGER-OF-DATE DEVOLVER ZERO E A PROXIMA REMESSA REENVIAR O
      *    LOG INTEIRO. SO PASSA A DATA QUE VOLTA IGUAL DA CONVERSAO.
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-DATA-FIM).
           IF FUNCTION DATE-OF-INTEGER(WS-INT-DIA) NOT = WS-DATA-FIM
               DISPLAY "DATA FINAL INVALIDA"
               STOP RUN
           END-IF.
           IF WS-DATA-FIM = WS-HOJE-NUM AND NOT DIA-FECHADO
               DISPLAY "DIA AINDA NAO PROVADO - A DATA DO MOVIMENTO SO "
                   "ENTRA NA REMESSA COM O DIA FECHADO NO DATACTL"
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-NOME-REMESSA.
           STRING "CCS-" WS-REMESSA ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-REMESSA.
           OPEN INPUT LOG-ALTERACOES.
           IF LOG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LOGALTER.DAT: " LOG-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLI-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTES.DAT: " CLI-STATUS
               CLOSE LOG-ALTERACOES
               STOP RUN
           END-IF.
           OPEN OUTPUT REMESSA-CCS.
           IF CCS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-REMESSA ": " CCS-STATUS
               CLOSE LOG-ALTERACOES CLIENTES
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-CCS.
           MOVE "0" TO CCS-TIPO-REG.
           MOVE WS-REMESSA TO CCS-REMESSA.
           MOVE WS-DATA-INICIO TO CCS-DATA-INICIO.
           MOVE WS-DATA-FIM TO CCS-DATA-FIM.
           MOVE WS-HOJE-NUM TO CCS-DATA-GERACAO.
           WRITE REG-CCS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ LOG-ALTERACOES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF LOG-DATA-NUM NOT < WS-DATA-INICIO
                           AND LOG-DATA-NUM NOT > WS-DATA-FIM
                           PERFORM AVALIA-OPERACAO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REG-CCS.
           MOVE "9" TO CCS-TIPO-REG.
           MOVE WS-QTD-ABERTURAS TO CCS-QTD-ABERTURAS.
           MOVE WS-QTD-ENCERRAMENTOS TO CCS-QTD-ENCERRAMENTOS.
           MOVE WS-QTD-MIGRACOES TO CCS-QTD-MIGRACOES.
           MOVE WS-QTD-INCLUSOES TO CCS-QTD-INCLUSOES.
           MOVE WS-QTD-RETIRADAS TO CCS-QTD-RETIRADAS.
           MOVE WS-QTD-TOTAL TO CCS-QTD-TOTAL.
           WRITE REG-CCS.
           CLOSE LOG-ALTERACOES CLIENTES REMESSA-CCS.
           PERFORM GRAVA-CONTROLE.
           PERFORM EMITE-RELATORIO.
           DISPLAY "REMESSA CCS..............: " WS-NOME-REMESSA.
           DISPLAY "REGISTROS DO LOG LIDOS...: " WS-TOTAL-LIDOS.
           DISPLAY "EVENTOS ENVIADOS.........: " WS-QTD-TOTAL.
           DISPLAY "CPF SEM CADASTRO.........: " WS-TOTAL-SEM-CADASTRO.
           STOP RUN.

       LE-CONTROLE.
      *    SEM O CCS.CTL E A PRIMEIRA REMESSA - A DATA INICIAL E
      *    INFORMADA UMA UNICA VEZ; DAI EM DIANTE VEM DO CONTROLE.
           OPEN INPUT CONTROLE-CCS.
           EVALUATE CTL-STATUS
               WHEN "00"
                   READ CONTROLE-CCS NEXT RECORD
                       AT END
                           DISPLAY "CCS.CTL VAZIO - EXECUCAO ABORTADA"
                           CLOSE CONTROLE-CCS
                           STOP RUN
                   END-READ
                   CLOSE CONTROLE-CCS
                   COMPUTE WS-REMESSA = CTL-REMESSA + 1
                   COMPUTE WS-INT-DIA =
                       FUNCTION INTEGER-OF-DATE(CTL-DATA-FIM) + 1
                   COMPUTE WS-DATA-INICIO =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                   DISPLAY "ULTIMA REMESSA: " CTL-REMESSA " ATE "
                       CTL-DATA-FIM
               WHEN "35"
                   MOVE 1 TO WS-REMESSA
                   DISPLAY "PRIMEIRA REMESSA - DATA INICIAL "
                       "(AAAAMMDD): "
                   ACCEPT WS-DATA-INICIO
                   IF WS-INI-MES < 1 OR WS-INI-MES > 12
                       OR WS-INI-DIA < 1 OR WS-INI-DIA > 31
                       DISPLAY "DATA INICIAL INVALIDA"
                       STOP RUN
                   END-IF
                   COMPUTE WS-INT-DIA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO)
                   IF FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                       NOT = WS-DATA-INICIO
                       DISPLAY "DATA INICIAL INVALIDA"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CCS.CTL: " CTL-STATUS
                   STOP RUN
           END-EVALUATE.
           IF WS-DATA-INICIO > WS-HOJE-NUM
               DISPLAY "REMESSA JA ENVIADA ATE A DATA DO MOVIMENTO - "
                   "NADA A ENVIAR"
               STOP RUN
           END-IF.

       AVALIA-OPERACAO.
      *    REPRESENTANTE LEGAL TAMBEM E RELACIONAMENTO PARA O CCS
      *    (PROCURADOR/RESPONSAVEL) - VAI COM O PAPEL "R".
           MOVE SPACES TO REG-CCS.
           MOVE "1" TO CCS-TIPO-REG.
           MOVE LOG-CPF TO CCS-CPF.
           MOVE LOG-DATA-NUM TO CCS-DATA-EVENTO.
           MOVE LOG-AGENCIA-NOVO TO CCS-AGENCIA.
           MOVE LOG-CONTA-NOVO TO CCS-CONTA.
           MOVE ZEROS TO CCS-AGENCIA-ANT CCS-CONTA-ANT.
           MOVE "T" TO CCS-PAPEL.
           EVALUATE LOG-OPERACAO
               WHEN "I"
                   MOVE "A" TO CCS-EVENTO
                   MOVE LOG-NOME-NOVO TO CCS-NOME
                   PERFORM GRAVA-EVENTO
                   ADD 1 TO WS-QTD-ABERTURAS
               WHEN "E"
                   MOVE "E" TO CCS-EVENTO
                   MOVE LOG-AGENCIA-ANT TO CCS-AGENCIA
                   MOVE LOG-CONTA-ANT TO CCS-CONTA
                   MOVE LOG-NOME-ANT TO CCS-NOME
                   PERFORM GRAVA-EVENTO
                   ADD 1 TO WS-QTD-ENCERRAMENTOS
               WHEN "M"
                   MOVE "M" TO CCS-EVENTO
                   MOVE LOG-AGENCIA-ANT TO CCS-AGENCIA-ANT
                   MOVE LOG-CONTA-ANT TO CCS-CONTA-ANT
                   PERFORM GRAVA-EVENTO
                   ADD 1 TO WS-QTD-MIGRACOES
               WHEN "T"
                   MOVE "I" TO CCS-EVENTO
                   MOVE LOG-NOME-NOVO TO CCS-NOME
                   MOVE LOG-SITUACAO-NOVA TO CCS-PAPEL
                   PERFORM GRAVA-EVENTO
                   ADD 1 TO WS-QTD-INCLUSOES
               WHEN "X"
                   MOVE "R" TO CCS-EVENTO
                   MOVE LOG-NOME-NOVO TO CCS-NOME
                   MOVE LOG-SITUACAO-NOVA TO CCS-PAPEL
                   PERFORM GRAVA-EVENTO
                   ADD 1 TO WS-QTD-RETIRADAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRAVA-EVENTO.
      *    O NOME VEM DO CADASTRO ATUAL (A MIGRACAO NAO GRAVA NOME NO
      *    LOG); SEM CADASTRO, FICA O NOME DO LOG E O CPF E CONTADO
      *    PARA A AGENCIA REGULARIZAR.
           MOVE LOG-CPF TO CLI-CPF.
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-CADASTRO
                   DISPLAY "CPF SEM CADASTRO: " LOG-CPF " CONTA "
                       CCS-AGENCIA "/" CCS-CONTA
               NOT INVALID KEY
                   MOVE CLI-NOME TO CCS-NOME
           END-READ.
           WRITE REG-CCS.
           ADD 1 TO WS-QTD-TOTAL.

       GRAVA-CONTROLE.
           OPEN OUTPUT CONTROLE-CCS.
           IF CTL-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CCS.CTL: " CTL-STATUS
               DISPLAY "ATENCAO: REMESSA " WS-NOME-REMESSA " GERADA "
                   "MAS NAO REGISTRADA - NAO ENVIAR ANTES DE ACERTAR"
               STOP RUN
           END-IF.
           MOVE WS-REMESSA TO CTL-REMESSA.
           MOVE WS-DATA-INICIO TO CTL-DATA-INICIO.
           MOVE WS-DATA-FIM TO CTL-DATA-FIM.
           MOVE WS-HOJE-NUM TO CTL-DATA-GERACAO.
           MOVE WS-QTD-TOTAL TO CTL-EVENTOS.
           WRITE REG-CTL.
           CLOSE CONTROLE-CCS.

       EMITE-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF REL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CCSREL.TXT: " REL-STATUS
               STOP RUN
           END-IF.
           MOVE WS-REMESSA TO LC-REMESSA.
           MOVE LINHA-CABECALHO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-INI-DIA TO LP-DIA-INI.
           MOVE WS-INI-MES TO LP-MES-INI.
           MOVE WS-INI-ANO TO LP-ANO-INI.
           MOVE WS-FIM-DIA TO LP-DIA-FIM.
           MOVE WS-FIM-MES TO LP-MES-FIM.
           MOVE WS-FIM-ANO TO LP-ANO-FIM.
           MOVE WS-NOME-REMESSA TO LP-ARQUIVO.
           MOVE LINHA-PERIODO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "ABERTURAS DE CONTA..........:" TO LCT-ROTULO.
           MOVE WS-QTD-ABERTURAS TO LCT-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "ENCERRAMENTOS DE CONTA......:" TO LCT-ROTULO.
           MOVE WS-QTD-ENCERRAMENTOS TO LCT-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "MIGRACOES DE AGENCIA........:" TO LCT-ROTULO.
           MOVE WS-QTD-MIGRACOES TO LCT-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "INCLUSOES DE TITULAR........:" TO LCT-ROTULO.
           MOVE WS-QTD-INCLUSOES TO LCT-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "RETIRADAS DE TITULAR........:" TO LCT-ROTULO.
           MOVE WS-QTD-RETIRADAS TO LCT-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "TOTAL DE EVENTOS............:" TO LCT-ROTULO.
           MOVE WS-QTD-TOTAL TO LCT-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "CPF SEM CADASTRO............:" TO LCT-ROTULO.
           MOVE WS-TOTAL-SEM-CADASTRO TO LCT-QTD.
           PERFORM IMPRIME-CONTAGEM.
           CLOSE RELATORIO.

       IMPRIME-CONTAGEM.
           MOVE LINHA-CONTAGEM TO LINHA-REL.
           WRITE LINHA-REL.
