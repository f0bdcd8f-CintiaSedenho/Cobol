       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBAUTO.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNV-CODIGO
           FILE STATUS IS CNV-STATUS.

           SELECT MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MDT-CHAVE
           FILE STATUS IS MDT-STATUS.

           SELECT CONTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CHAVE
           ALTERNATE RECORD KEY IS CTA-CPF WITH DUPLICATES
           FILE STATUS IS CTA-STATUS.

           SELECT DEBITO-ENTRADA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEB-STATUS.

           SELECT DEBITO-RETORNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RET-STATUS.

           SELECT CHECKPOINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONVENIOS LABEL RECORD STANDARD
           DATA RECORD IS REG-CONVENIO
           VALUE OF FILE-ID IS "CONVENIOS.DAT".
      *    MESMO LAYOUT DE REG-CONVENIO EM P2-CONVENIO-G1.cbl.
       01 REG-CONVENIO.
           05 CNV-CODIGO       PIC 9(4).
           05 CNV-NOME         PIC X(30).
           05 CNV-CNPJ         PIC 9(14).
           05 CNV-SITUACAO     PIC X(1).
               88 CNV-ATIVO            VALUE "A".
               88 CNV-DESATIVADO       VALUE "D".
           05 CNV-DATA-CADASTRO.
               10 CNV-ANO-CAD      PIC 9(4).
               10 CNV-MES-CAD      PIC 9(2).
               10 CNV-DIA-CAD      PIC 9(2).
           05 CNV-ULTIMO-NSA   PIC 9(6).

       FD MANDATOS LABEL RECORD STANDARD
           DATA RECORD IS REG-MANDATO
           VALUE OF FILE-ID IS "MANDATOS.DAT".
      *    MESMO LAYOUT DE REG-MANDATO EM P2-COBOL-FINAL.cbl.
       01 REG-MANDATO.
           05 MDT-CHAVE.
               10 MDT-AGENCIA      PIC 9(4).
               10 MDT-CONTA        PIC 9(6).
               10 MDT-SEQ          PIC 9(4).
           05 MDT-CONVENIO     PIC 9(4).
           05 MDT-REFERENCIA   PIC X(20).
           05 MDT-VALOR-MAXIMO PIC 9(6)V99.
           05 MDT-SITUACAO     PIC X(1).
               88 MDT-ATIVO            VALUE "A".
               88 MDT-CANCELADO        VALUE "C".
           05 MDT-DATA-CADASTRO.
               10 MDT-ANO-CAD      PIC 9(4).
               10 MDT-MES-CAD      PIC 9(2).
               10 MDT-DIA-CAD      PIC 9(2).
           05 MDT-OPER-CADASTRO PIC 9(6).
           05 MDT-DATA-CANCELAMENTO.
               10 MDT-ANO-CAN      PIC 9(4).
               10 MDT-MES-CAN      PIC 9(2).
               10 MDT-DIA-CAN      PIC 9(2).
           05 MDT-OPER-CANCELOU PIC 9(6).

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

       FD DEBITO-ENTRADA LABEL RECORD STANDARD
           DATA RECORD IS REG-DEBITO
           VALUE OF FILE-ID IS WS-ARQ-DEBITO.
      *    ARQUIVO DE DEBITOS ENVIADO PELA EMPRESA, UM POR CONVENIO
      *    (DEBAUTnnnn.TXT). A PRIMEIRA LINHA E O HEADER ("H"):
      *    CONVENIO(4) NSA(6) DATA DE GERACAO AAAAMMDD(8). AS DEMAIS
      *    SAO OS DEBITOS ("D"), COLUNAS FIXAS: AGENCIA(4) CONTA(6)
      *    VALOR(8, SEM VIRGULA, DUAS CASAS IMPLICITAS) REFERENCIA DO
      *    CLIENTE NA EMPRESA(20) DOCUMENTO DA EMPRESA(8).
       01 REG-DEBITO.
           05 DEB-TIPO-REG     PIC X(1).
           05 DEB-DETALHE.
               10 DEB-AGENCIA      PIC 9(4).
               10 DEB-CONTA        PIC 9(6).
               10 DEB-VALOR        PIC 9(6)V99.
               10 DEB-REFERENCIA   PIC X(20).
               10 DEB-DOCUMENTO    PIC X(8).
           05 DEB-HEADER REDEFINES DEB-DETALHE.
               10 DEB-CONVENIO     PIC 9(4).
               10 DEB-NSA          PIC 9(6).
               10 DEB-DATA-GERACAO PIC 9(8).
               10 FILLER           PIC X(28).

       FD DEBITO-RETORNO LABEL RECORD STANDARD
           DATA RECORD IS REG-RET
           VALUE OF FILE-ID IS WS-ARQ-RETORNO.
      *    RETORNO PARA A EMPRESA (DEBRETnnnn.TXT): O HEADER RECEBIDO
      *    E DEPOIS CADA DEBITO NAS MESMAS COLUNAS DO ARQUIVO DE
      *    ENTRADA, SEGUIDO DO CODIGO E DA DESCRICAO DO RESULTADO -
      *    MESMO ARRANJO DO LOTEREJ.TXT EM P2-LOTE-G1.cbl. "00" =
      *    DEBITO EFETUADO; OS MOTIVOS DE RECUSA SEGUEM A TABELA DO
      *    LOTEREJ (01 INEXISTENTE, 02 ENCERRADA, 03 LIMITE, 04 TIPO
      *    INVALIDO, 05 VALOR ZERO, 06 VALOR BLOQUEADO, 90 ERRO DE
      *    GRAVACAO) MAIS OS PROPRIOS DO DEBITO AUTOMATICO (15 SEM
      *    AUTORIZACAO, 16 ACIMA DO VALOR MAXIMO AUTORIZADO).
       01 REG-RET.
           05 RET-TIPO-REG     PIC X(1).
           05 RET-DETALHE      PIC X(46).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RET-COD-MOTIVO   PIC X(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RET-DES-MOTIVO   PIC X(25).

       FD CHECKPOINT LABEL RECORD STANDARD
           DATA RECORD IS REG-CHK
           VALUE OF FILE-ID IS "DEBAUTO.CHK".
      *    PONTO DE RETOMADA DO ARQUIVO EM PROCESSAMENTO, REGRAVADO A
      *    CADA DEBITO TRATADO: O NSA SO VAI PARA O CONVENIO NO FIM DO
      *    ARQUIVO, ENTAO UMA EXECUCAO QUE MORREU NO MEIO ("P") RETOMA
      *    DEPOIS DA ULTIMA LINHA CHECKPOINTADA EM VEZ DE DEBITAR TUDO
      *    DE NOVO; "F" = ARQUIVO CONCLUIDO E NSA REGRAVADO.
       01 REG-CHK.
           05 CHK-SITUACAO     PIC X(1).
           05 CHK-CONVENIO     PIC 9(4).
           05 CHK-NSA          PIC 9(6).
           05 CHK-LIDOS        PIC 9(6).
           05 CHK-DEBITADOS    PIC 9(6).
           05 CHK-RECUSADOS    PIC 9(6).
           05 CHK-VALOR        PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01 CNV-STATUS           PIC X(2).
       01 MDT-STATUS           PIC X(2).
       01 CTA-STATUS           PIC X(2).
       01 DEB-STATUS           PIC X(2).
       01 RET-STATUS           PIC X(2).
       01 CHK-STATUS           PIC X(2).
       01 WS-REINICIO          PIC X(1) VALUE "N".
           88 REINICIO             VALUE "S".
       01 WS-PULADOS           PIC 9(6) VALUE ZEROS.
       01 WS-ARQ-DEBITO        PIC X(20) VALUE SPACES.
       01 WS-ARQ-RETORNO       PIC X(20) VALUE SPACES.
       01 WS-FIM-CONVENIOS     PIC X(1) VALUE "N".
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-MDT-FIM           PIC X(1) VALUE "N".
       01 WS-MDT-ACHOU         PIC X(1) VALUE "N".
       01 WS-MDT-MAXIMO        PIC 9(6)V99 VALUE ZEROS.
       01 WS-HEADER-OK         PIC X(1) VALUE "N".
       01 WS-NSA-ARQUIVO       PIC 9(6) VALUE ZEROS.
      *    TOTAIS DO ARQUIVO DA VEZ E TOTAIS GERAIS DA EXECUCAO.
       01 WS-ARQ-LIDOS         PIC 9(6) VALUE ZEROS.
       01 WS-ARQ-DEBITADOS     PIC 9(6) VALUE ZEROS.
       01 WS-ARQ-RECUSADOS     PIC 9(6) VALUE ZEROS.
       01 WS-ARQ-VALOR         PIC 9(8)V99 VALUE ZEROS.
       01 WS-TOTAL-ARQUIVOS    PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-LIDOS       PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-DEBITADOS   PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-RECUSADOS   PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-PENDENTES   PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-VALOR       PIC 9(8)V99 VALUE ZEROS.
       01 WS-VALOR-ED          PIC Z.ZZZ.ZZ9,99.
       01 WS-SALDO-ATUAL       PIC S9(6)V99 VALUE ZEROS.
       01 WS-SALDO-NOVO        PIC S9(6)V99 VALUE ZEROS.
       01 WS-TIPO-MOV          PIC X(1) VALUE "D".
       01 WS-RETORNO-MOV       PIC X(2) VALUE SPACES.
       01 WS-COD-MOTIVO        PIC X(2) VALUE SPACES.
       01 WS-DES-MOTIVO        PIC X(25) VALUE SPACES.
      *    SO PARA RECUSAR O PROCESSAMENTO EM DIA JA PROVADO E FECHADO
      *    - A DATA DO LANCAMENTO O PROPRIO MOVPOST PEGA NO DATAMOV.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-DATA-MOV          PIC 9(8) VALUE ZEROS.
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-FECHADO          VALUE "F".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
      *    MESMO COMPLEMENTO PASSADO A MOVPOST PELO CAIXA E PELOS
      *    LOTES - AQUI A ORIGEM E "A" (DEBITO AUTOMATICO) E O
      *    DOCUMENTO E O CONVENIO (4) + DOCUMENTO DA EMPRESA (8), PARA
      *    O EXTRATO MOSTRAR QUEM DEBITOU E O QUE.
       01 WS-MOV-COMPLEMENTO.
           05 WS-MOV-ORIGEM        PIC X(1) VALUE SPACE.
           05 WS-MOV-CONTRA-AGENCIA PIC 9(4) VALUE ZEROS.
           05 WS-MOV-CONTRA-CONTA  PIC 9(6) VALUE ZEROS.
           05 WS-MOV-DOCUMENTO     PIC X(12) VALUE SPACES.
           05 WS-MOV-OPERADOR      PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       DEBAUTO-PRINCIPAL.
      *    EXECUCAO NOTURNA: PERCORRE OS CONVENIOS ATIVOS E PROCESSA O
      *    ARQUIVO DE DEBITOS DE CADA UM QUE TIVER MANDADO ARQUIVO.
      *    CONVENIO SEM DEBAUTnnnn.TXT E SIMPLESMENTE PULADO.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-DATA-MOV
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           IF DIA-FECHADO
               DISPLAY "DIA JA PROVADO E FECHADO - ABRA O PROXIMO DIA "
                   "UTIL NO DATACTL"
               STOP RUN
           END-IF.
           OPEN I-O CONVENIOS.
           IF CNV-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONVENIOS.DAT: " CNV-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MANDATOS.
           IF MDT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MANDATOS.DAT: " MDT-STATUS
               CLOSE CONVENIOS
               STOP RUN
           END-IF.
           OPEN I-O CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               CLOSE CONVENIOS MANDATOS
               STOP RUN
           END-IF.
           MOVE ZEROS TO CNV-CODIGO.
           START CONVENIOS KEY NOT LESS THAN CNV-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONVENIOS
           END-START.
           PERFORM UNTIL WS-FIM-CONVENIOS = "S"
               READ CONVENIOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONVENIOS
                   NOT AT END
                       PERFORM PROCESSA-CONVENIO
               END-READ
           END-PERFORM.
           CLOSE CONVENIOS MANDATOS CONTAS.
           DISPLAY "ARQUIVOS PROCESSADOS: " WS-TOTAL-ARQUIVOS.
           DISPLAY "DEBITOS LIDOS.......: " WS-TOTAL-LIDOS.
           DISPLAY "EFETUADOS...........: " WS-TOTAL-DEBITADOS.
           MOVE WS-TOTAL-VALOR TO WS-VALOR-ED.
           DISPLAY "VALOR DEBITADO......: " WS-VALOR-ED.
           DISPLAY "RECUSADOS...........: " WS-TOTAL-RECUSADOS.
           IF WS-TOTAL-PENDENTES > ZEROS
               DISPLAY "AJUSTE MANUAL.......: " WS-TOTAL-PENDENTES
               DISPLAY "HA MOVIMENTOS GRAVADOS SEM SALDO ATUALIZADO "
                   "- CONFERIR AS CONTAS LISTADAS ACIMA"
           END-IF.
           STOP RUN.

       PROCESSA-CONVENIO.
           MOVE SPACES TO WS-ARQ-DEBITO WS-ARQ-RETORNO.
           STRING "DEBAUT" CNV-CODIGO ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-DEBITO.
           STRING "DEBRET" CNV-CODIGO ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-RETORNO.
           OPEN INPUT DEBITO-ENTRADA.
           EVALUATE DEB-STATUS
               WHEN "00"
                   IF CNV-DESATIVADO
      *    CONVENIO DESATIVADO NAO DEBITA NINGUEM - O ARQUIVO FICA SEM
      *    RETORNO E A OPERACAO RESOLVE COM A EMPRESA.
                       DISPLAY "CONVENIO " CNV-CODIGO
                           " DESATIVADO - " WS-ARQ-DEBITO
                           " NAO PROCESSADO"
                   ELSE
                       PERFORM TESTA-HEADER
                       IF WS-HEADER-OK = "S"
                           PERFORM PROCESSA-ARQUIVO
                       END-IF
                   END-IF
                   CLOSE DEBITO-ENTRADA
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR " WS-ARQ-DEBITO ": "
                       DEB-STATUS
           END-EVALUATE.

       TESTA-HEADER.
      *    O NSA (NUMERO SEQUENCIAL DO ARQUIVO) TEM DE SER MAIOR QUE O
      *    DO ULTIMO ARQUIVO PROCESSADO - O MESMO ARQUIVO RODADO DUAS
      *    VEZES (OU REENVIADO PELA EMPRESA) NAO DEBITA DE NOVO.
           MOVE "N" TO WS-HEADER-OK.
           READ DEBITO-ENTRADA NEXT RECORD
               AT END
                   DISPLAY WS-ARQ-DEBITO " VAZIO"
               NOT AT END
                   IF DEB-TIPO-REG NOT = "H"
                       OR DEB-CONVENIO NOT = CNV-CODIGO
                       DISPLAY WS-ARQ-DEBITO
                           " SEM HEADER DO CONVENIO - NAO PROCESSADO"
                   ELSE
                       IF DEB-NSA NOT > CNV-ULTIMO-NSA
                           DISPLAY WS-ARQ-DEBITO " NSA " DEB-NSA
                               " JA PROCESSADO (ULTIMO "
                               CNV-ULTIMO-NSA ")"
                       ELSE
                           MOVE "S" TO WS-HEADER-OK
                           MOVE DEB-NSA TO WS-NSA-ARQUIVO
                       END-IF
                   END-IF
           END-READ.

       PROCESSA-ARQUIVO.
      *    NA RETOMADA O RETORNO JA TEM O HEADER E AS LINHAS DOS
      *    DEBITOS TRATADOS ANTES DA QUEDA - SO RECEBE O RESTANTE.
           PERFORM LE-CHECKPOINT.
           IF REINICIO
               OPEN EXTEND DEBITO-RETORNO
           ELSE
               OPEN OUTPUT DEBITO-RETORNO
           END-IF.
           IF RET-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-RETORNO ": " RET-STATUS
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               IF REINICIO
                   PERFORM POSICIONA-REINICIO
               ELSE
                   MOVE SPACES TO REG-RET
                   MOVE DEB-TIPO-REG TO RET-TIPO-REG
                   MOVE DEB-DETALHE TO RET-DETALHE
                   WRITE REG-RET
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   READ DEBITO-ENTRADA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-ARQ-LIDOS
                           PERFORM PROCESSA-DEBITO
                           MOVE "P" TO CHK-SITUACAO
                           PERFORM GRAVA-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE DEBITO-RETORNO
               PERFORM REGRAVA-NSA
               ADD 1 TO WS-TOTAL-ARQUIVOS
               ADD WS-ARQ-LIDOS TO WS-TOTAL-LIDOS
               ADD WS-ARQ-DEBITADOS TO WS-TOTAL-DEBITADOS
               ADD WS-ARQ-RECUSADOS TO WS-TOTAL-RECUSADOS
               ADD WS-ARQ-VALOR TO WS-TOTAL-VALOR
               MOVE WS-ARQ-VALOR TO WS-VALOR-ED
               DISPLAY "CONVENIO " CNV-CODIGO " " CNV-NOME
               DISPLAY "  NSA " WS-NSA-ARQUIVO "  LIDOS " WS-ARQ-LIDOS
                   "  EFETUADOS " WS-ARQ-DEBITADOS
                   "  RECUSADOS " WS-ARQ-RECUSADOS
                   "  VALOR " WS-VALOR-ED
           END-IF.

       REGRAVA-NSA.
      *    O HEADER FICA EM REG-DEBITO SO ATE A PRIMEIRA LEITURA DE
      *    DETALHE, ENTAO O NSA E GUARDADO NA LEITURA DO HEADER E
      *    DEVOLVIDO AQUI.
           MOVE WS-NSA-ARQUIVO TO CNV-ULTIMO-NSA.
           REWRITE REG-CONVENIO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    SEM O NSA REGRAVADO O CHECKPOINT FICA EM "P" COM TODAS AS
      *    LINHAS - UMA NOVA EXECUCAO PULA O ARQUIVO INTEIRO E SO TENTA
      *    REGRAVAR O NSA DE NOVO.
           IF CNV-STATUS NOT = "00"
               DISPLAY "NSA NAO ATUALIZADO NO CONVENIO " CNV-CODIGO
                   ": " CNV-STATUS " - NAO REPROCESSAR "
                   WS-ARQ-DEBITO
           ELSE
               MOVE "F" TO CHK-SITUACAO
               PERFORM GRAVA-CHECKPOINT
           END-IF.

       LE-CHECKPOINT.
      *    SO RETOMA SE O CHECKPOINT PENDENTE FOR DESTE CONVENIO E DO
      *    MESMO NSA; PENDENTE DE OUTRO NSA QUER DIZER QUE O ARQUIVO
      *    INTERROMPIDO FOI SUBSTITUIDO PELA EMPRESA ANTES DA RETOMADA.
           MOVE "N" TO WS-REINICIO.
           MOVE ZEROS TO WS-ARQ-LIDOS WS-ARQ-DEBITADOS
               WS-ARQ-RECUSADOS WS-ARQ-VALOR.
           OPEN INPUT CHECKPOINT.
           IF CHK-STATUS = "00"
               READ CHECKPOINT NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHK-SITUACAO = "P"
                           AND CHK-CONVENIO = CNV-CODIGO
                           IF CHK-NSA = WS-NSA-ARQUIVO
                               MOVE "S" TO WS-REINICIO
                               MOVE CHK-LIDOS TO WS-ARQ-LIDOS
                               MOVE CHK-DEBITADOS TO WS-ARQ-DEBITADOS
                               MOVE CHK-RECUSADOS TO WS-ARQ-RECUSADOS
                               MOVE CHK-VALOR TO WS-ARQ-VALOR
                           ELSE
                               DISPLAY "CONVENIO " CNV-CODIGO " NSA "
                                   CHK-NSA " FICOU INCOMPLETO APOS "
                                   CHK-LIDOS " DEBITOS - CONFERIR"
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT
           END-IF.

       POSICIONA-REINICIO.
           DISPLAY "CONVENIO " CNV-CODIGO " NSA " WS-NSA-ARQUIVO
               " RETOMADO APOS " WS-ARQ-LIDOS " DEBITOS".
           MOVE ZEROS TO WS-PULADOS.
           PERFORM PULA-DEBITO
               UNTIL WS-PULADOS NOT < WS-ARQ-LIDOS OR FIM-ARQUIVO.

       PULA-DEBITO.
           READ DEBITO-ENTRADA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-PULADOS
           END-READ.

       GRAVA-CHECKPOINT.
      *    CADA DEBITO E CHECKPOINTADO NA HORA, LOGO DEPOIS DO MOVPOST
      *    E DA LINHA DE RETORNO - A RETOMADA SO PODE REPETIR O DEBITO
      *    QUE ESTAVA SENDO LANCADO NO MOMENTO DA QUEDA.
           OPEN OUTPUT CHECKPOINT.
           IF CHK-STATUS = "00"
               MOVE CNV-CODIGO TO CHK-CONVENIO
               MOVE WS-NSA-ARQUIVO TO CHK-NSA
               MOVE WS-ARQ-LIDOS TO CHK-LIDOS
               MOVE WS-ARQ-DEBITADOS TO CHK-DEBITADOS
               MOVE WS-ARQ-RECUSADOS TO CHK-RECUSADOS
               MOVE WS-ARQ-VALOR TO CHK-VALOR
               WRITE REG-CHK
               CLOSE CHECKPOINT
           ELSE
               DISPLAY "ERRO AO GRAVAR CHECKPOINT: " CHK-STATUS
           END-IF.

       PROCESSA-DEBITO.
      *    AS MESMAS REGRAS DO LOTE (P2-LOTE-G1.cbl) MAIS A
      *    AUTORIZACAO: SEM MANDATO ATIVO DA CONTA PARA ESTE CONVENIO E
      *    ESTA REFERENCIA NAO HA DEBITO, E O VALOR NAO PODE PASSAR DO
      *    MAXIMO AUTORIZADO PELO CLIENTE. LIMITE (RETORNO "91") E
      *    BLOQUEIO JUDICIAL (RETORNO "92") FICAM COM O MOVPOST.
           IF DEB-TIPO-REG NOT = "D"
               MOVE "04" TO WS-COD-MOTIVO
               MOVE "TIPO INVALIDO" TO WS-DES-MOTIVO
               PERFORM RECUSA-DEBITO
           ELSE
               IF DEB-VALOR = ZEROS
                   MOVE "05" TO WS-COD-MOTIVO
                   MOVE "VALOR ZERO" TO WS-DES-MOTIVO
                   PERFORM RECUSA-DEBITO
               ELSE
                   MOVE DEB-AGENCIA TO CTA-AGENCIA
                   MOVE DEB-CONTA TO CTA-CONTA
                   READ CONTAS
                       INVALID KEY
                           MOVE "01" TO WS-COD-MOTIVO
                           MOVE "CONTA INEXISTENTE" TO WS-DES-MOTIVO
                           PERFORM RECUSA-DEBITO
                       NOT INVALID KEY
                           IF CTA-CONTA-FECHADA
                               MOVE "02" TO WS-COD-MOTIVO
                               MOVE "CONTA ENCERRADA" TO WS-DES-MOTIVO
                               PERFORM RECUSA-DEBITO
                           ELSE
                               PERFORM TESTA-MANDATO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       TESTA-MANDATO.
           PERFORM BUSCA-MANDATO.
           IF WS-MDT-ACHOU NOT = "S"
               MOVE "15" TO WS-COD-MOTIVO
               MOVE "SEM AUTORIZACAO" TO WS-DES-MOTIVO
               PERFORM RECUSA-DEBITO
           ELSE
               IF WS-MDT-MAXIMO > ZEROS AND DEB-VALOR > WS-MDT-MAXIMO
                   MOVE "16" TO WS-COD-MOTIVO
                   MOVE "ACIMA DO VALOR MAXIMO" TO WS-DES-MOTIVO
                   PERFORM RECUSA-DEBITO
               ELSE
                   PERFORM POSTA-DEBITO
               END-IF
           END-IF.

       BUSCA-MANDATO.
      *    AS AUTORIZACOES DA CONTA SAO CONSECUTIVAS NA CHAVE - BASTA
      *    VARRER A FAIXA AGENCIA/CONTA.
           MOVE "N" TO WS-MDT-ACHOU.
           MOVE ZEROS TO WS-MDT-MAXIMO.
           MOVE DEB-AGENCIA TO MDT-AGENCIA.
           MOVE DEB-CONTA TO MDT-CONTA.
           MOVE ZEROS TO MDT-SEQ.
           MOVE "N" TO WS-MDT-FIM.
           START MANDATOS KEY NOT LESS THAN MDT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-MDT-FIM
           END-START.
           PERFORM LE-MANDATO UNTIL WS-MDT-FIM = "S".

       LE-MANDATO.
           READ MANDATOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-MDT-FIM
               NOT AT END
                   IF MDT-AGENCIA NOT = DEB-AGENCIA
                       OR MDT-CONTA NOT = DEB-CONTA
                       MOVE "S" TO WS-MDT-FIM
                   ELSE
                       IF MDT-ATIVO AND MDT-CONVENIO = CNV-CODIGO
                           AND MDT-REFERENCIA = DEB-REFERENCIA
                           MOVE "S" TO WS-MDT-ACHOU
                           MOVE MDT-VALOR-MAXIMO TO WS-MDT-MAXIMO
                           MOVE "S" TO WS-MDT-FIM
                       END-IF
                   END-IF
           END-READ.

       POSTA-DEBITO.
           MOVE CTA-SALDO TO WS-SALDO-ATUAL.
           MOVE "D" TO WS-TIPO-MOV.
           MOVE "A" TO WS-MOV-ORIGEM.
           MOVE ZEROS TO WS-MOV-CONTRA-AGENCIA WS-MOV-CONTRA-CONTA.
           MOVE SPACES TO WS-MOV-DOCUMENTO.
           STRING CNV-CODIGO DEB-DOCUMENTO
               DELIMITED BY SIZE INTO WS-MOV-DOCUMENTO.
           MOVE ZEROS TO WS-MOV-OPERADOR.
           CALL "MOVPOST" USING CTA-AGENCIA CTA-CONTA
               WS-TIPO-MOV DEB-VALOR
               WS-SALDO-ATUAL WS-SALDO-NOVO CTA-LIMITE
               WS-MOV-COMPLEMENTO WS-RETORNO-MOV.
           EVALUATE WS-RETORNO-MOV
               WHEN "00"
                   PERFORM REGRAVA-SALDO
               WHEN "91"
                   MOVE "03" TO WS-COD-MOTIVO
                   MOVE "LIMITE EXCEDIDO" TO WS-DES-MOTIVO
                   PERFORM RECUSA-DEBITO
               WHEN "92"
                   MOVE "06" TO WS-COD-MOTIVO
                   MOVE "VALOR BLOQUEADO" TO WS-DES-MOTIVO
                   PERFORM RECUSA-DEBITO
               WHEN "99"
                   MOVE "04" TO WS-COD-MOTIVO
                   MOVE "TIPO INVALIDO" TO WS-DES-MOTIVO
                   PERFORM RECUSA-DEBITO
               WHEN OTHER
                   MOVE "90" TO WS-COD-MOTIVO
                   MOVE "ERRO NA GRAVACAO" TO WS-DES-MOTIVO
                   PERFORM RECUSA-DEBITO
           END-EVALUATE.

       REGRAVA-SALDO.
      *    MESMO RACIOCINIO DE REGRAVA-SALDO NO LOTE: O MOVIMENTO JA
      *    FOI GRAVADO PELO MOVPOST, ENTAO O RETORNO DIZ "EFETUADO"
      *    MESMO QUE O SALDO FIQUE PARA AJUSTE MANUAL - DEVOLVER COMO
      *    RECUSADO FARIA A EMPRESA COBRAR O CLIENTE DE NOVO.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE REG-CONTA
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF CTA-STATUS NOT = "00"
               DISPLAY "SALDO NAO ATUALIZADO " CTA-CHAVE ": "
                   CTA-STATUS " - MOVIMENTO JA GRAVADO, AJUSTE MANUAL"
               ADD 1 TO WS-TOTAL-PENDENTES
           END-IF.
           ADD 1 TO WS-ARQ-DEBITADOS.
           ADD DEB-VALOR TO WS-ARQ-VALOR.
           MOVE "00" TO WS-COD-MOTIVO.
           MOVE "DEBITO EFETUADO" TO WS-DES-MOTIVO.
           PERFORM GRAVA-RETORNO.

       RECUSA-DEBITO.
           ADD 1 TO WS-ARQ-RECUSADOS.
           PERFORM GRAVA-RETORNO.

       GRAVA-RETORNO.
           MOVE SPACES TO REG-RET.
           MOVE DEB-TIPO-REG TO RET-TIPO-REG.
           MOVE DEB-DETALHE TO RET-DETALHE.
           MOVE WS-COD-MOTIVO TO RET-COD-MOTIVO.
           MOVE WS-DES-MOTIVO TO RET-DES-MOTIVO.
           WRITE REG-RET.
