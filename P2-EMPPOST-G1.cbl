       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPOST.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CHAVE
           FILE STATUS IS PAR-STATUS.

           SELECT EMPRESTIMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CONTRATO
           ALTERNATE RECORD KEY IS EMP-AGENCIA WITH DUPLICATES
           FILE STATUS IS EMP-STATUS.

           SELECT CONTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CHAVE
           ALTERNATE RECORD KEY IS CTA-CPF WITH DUPLICATES
           FILE STATUS IS CTA-STATUS.

           SELECT AGENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGE-CODIGO
           FILE STATUS IS AGE-STATUS.

           SELECT PARCELAS-REJEITADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARCELAS LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCELA
           VALUE OF FILE-ID IS "PARCELAS.DAT".
      *    MESMO LAYOUT DE REG-PARCELA EM P2-COBOL-FINAL.cbl.
       01 REG-PARCELA.
           05 PAR-CHAVE.
               10 PAR-CONTRATO     PIC 9(6).
               10 PAR-NUMERO       PIC 9(3).
           05 PAR-VENCIMENTO.
               10 PAR-ANO-VENC     PIC 9(4).
               10 PAR-MES-VENC     PIC 9(2).
               10 PAR-DIA-VENC     PIC 9(2).
           05 PAR-VENCIMENTO-NUM REDEFINES PAR-VENCIMENTO PIC 9(8).
           05 PAR-VALOR        PIC 9(6)V99.
           05 PAR-SITUACAO     PIC X(1).
               88 PAR-ABERTA           VALUE "A".
               88 PAR-ATRASO           VALUE "T".
               88 PAR-PAGA             VALUE "P".
           05 PAR-DATA-PAGAMENTO.
               10 PAR-ANO-PAG      PIC 9(4).
               10 PAR-MES-PAG      PIC 9(2).
               10 PAR-DIA-PAG      PIC 9(2).
           05 PAR-TENTATIVAS   PIC 9(3).

       FD EMPRESTIMOS LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
      *    MESMO LAYOUT DE REG-EMPRESTIMO EM P2-COBOL-FINAL.cbl.
       01 REG-EMPRESTIMO.
           05 EMP-CONTRATO     PIC 9(6).
           05 EMP-AGENCIA      PIC 9(4).
           05 EMP-CONTA        PIC 9(6).
           05 EMP-CPF          PIC 9(11).
           05 EMP-PRINCIPAL    PIC 9(6)V99.
           05 EMP-TAXA-MES     PIC 9V99.
           05 EMP-QTD-PARCELAS PIC 9(3).
           05 EMP-VALOR-PARCELA PIC 9(6)V99.
           05 EMP-PRIMEIRO-VENC.
               10 EMP-ANO-VENC     PIC 9(4).
               10 EMP-MES-VENC     PIC 9(2).
               10 EMP-DIA-VENC     PIC 9(2).
           05 EMP-DATA-CONTRATO.
               10 EMP-ANO-CTR      PIC 9(4).
               10 EMP-MES-CTR      PIC 9(2).
               10 EMP-DIA-CTR      PIC 9(2).
           05 EMP-SITUACAO     PIC X(1).
               88 EMP-ANDAMENTO        VALUE "A".
               88 EMP-LIQUIDADO        VALUE "L".
           05 EMP-OPERADOR     PIC 9(6).
           05 EMP-APROVADOR    PIC 9(6).

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

       FD AGENCIAS LABEL RECORD STANDARD
           DATA RECORD IS REG-AGENCIA
           VALUE OF FILE-ID IS "AGENCIAS.DAT".
       01 REG-AGENCIA.
           05 AGE-CODIGO       PIC 9(4).
           05 AGE-NOME         PIC X(30).
           05 AGE-CIDADE       PIC X(20).
           05 AGE-UF           PIC X(2).
           05 AGE-SITUACAO     PIC X(1).

       FD PARCELAS-REJEITADAS LABEL RECORD STANDARD
           DATA RECORD IS REG-REJ
           VALUE OF FILE-ID IS "EMPREJ.TXT".
      *    MESMAS COLUNAS DO ARQUIVO DE DEVOLUCAO DO LOTE (LOTEREJ.TXT
      *    EM P2-LOTE-G1.cbl): A PARCELA NAO DEBITADA COM O CODIGO E A
      *    DESCRICAO DO MOTIVO. A REFERENCIA E O DOCUMENTO "PC" +
      *    CONTRATO + PARCELA, O MESMO DO MOVIMENTO QUANDO O DEBITO
      *    PASSAR. MOTIVOS DA TABELA DE LOTEREJ (01 INEXISTENTE, 02
      *    ENCERRADA, 03 LIMITE, 06 VALOR BLOQUEADO, 90 ERRO DE
      *    GRAVACAO).
       01 REG-REJ.
           05 REJ-AGENCIA      PIC 9(4).
           05 REJ-CONTA        PIC 9(6).
           05 REJ-TIPO         PIC X(1).
           05 REJ-VALOR        PIC 9(6)V99.
           05 REJ-REFERENCIA   PIC X(12).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 REJ-COD-MOTIVO   PIC X(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 REJ-DES-MOTIVO   PIC X(25).

       WORKING-STORAGE SECTION.
       01 PAR-STATUS           PIC X(2).
       01 EMP-STATUS           PIC X(2).
       01 CTA-STATUS           PIC X(2).
       01 AGE-STATUS           PIC X(2).
       01 REJ-STATUS           PIC X(2).
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
       01 WS-TOTAL-LIDOS       PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-DEBITADAS   PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-REJEITADAS  PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-LIQUIDADOS  PIC 9(6) VALUE ZEROS.
       01 WS-VALOR-DEBITADO    PIC 9(8)V99 VALUE ZEROS.
       01 WS-VALOR-DEBITADO-ED PIC Z.ZZZ.ZZ9,99.
       01 WS-COD-MOTIVO        PIC X(2) VALUE SPACES.
       01 WS-DES-MOTIVO        PIC X(25) VALUE SPACES.
       01 WS-VENCIDO           PIC X(1) VALUE "N".

      *    QUEBRA POR CONTRATO: AS PARCELAS DE UM CONTRATO SAO
      *    CONSECUTIVAS NA CHAVE, ENTAO BASTA CONTAR AS QUE NAO ESTAO
      *    PAGAS ATE O CONTRATO MUDAR - SEM NENHUMA PENDENTE O
      *    CONTRATO E MARCADO LIQUIDADO.
       01 WS-CONTRATO-ATUAL    PIC 9(6) VALUE ZEROS.
       01 WS-CONTRATO-OK       PIC X(1) VALUE "N".
       01 WS-PENDENTES         PIC 9(3) VALUE ZEROS.

      *    DATA DE VESPERA PASSADA A DATAUTIL (MESMA TECNICA DE
      *    P2-AGENDAPOST-G1.cbl): A VESPERA DO VENCIMENTO DEVOLVE O
      *    PROPRIO VENCIMENTO QUANDO ELE E DIA UTIL, OU O PRIMEIRO DIA
      *    UTIL SEGUINTE QUANDO CAI EM FIM DE SEMANA OU FERIADO.
       01 WS-AAAAMMDD          PIC 9(8) VALUE ZEROS.
       01 WS-INT-DIA           PIC 9(8) VALUE ZEROS.
       01 WS-VESPERA.
           05 WS-VESP-ANO      PIC 9(4).
           05 WS-VESP-MES      PIC 9(2).
           05 WS-VESP-DIA      PIC 9(2).
       01 WS-DIA-UTIL.
           05 WS-UTIL-ANO      PIC 9(4).
           05 WS-UTIL-MES      PIC 9(2).
           05 WS-UTIL-DIA      PIC 9(2).
       01 WS-DIA-UTIL-NUM REDEFINES WS-DIA-UTIL PIC 9(8).
       01 WS-DATA-EXTENSO      PIC X(20) VALUE SPACES.
       01 WS-UF-AGENCIA        PIC X(2) VALUE SPACES.
       01 WS-DATAUTIL-RET      PIC X(2) VALUE SPACES.

       01 WS-SALDO-ATUAL       PIC S9(6)V99 VALUE ZEROS.
       01 WS-SALDO-NOVO        PIC S9(6)V99 VALUE ZEROS.
       01 WS-TIPO-MOV          PIC X(1) VALUE SPACE.
       01 WS-RETORNO-MOV       PIC X(2) VALUE SPACES.
      *    MESMO COMPLEMENTO PASSADO A MOVPOST PELO CAIXA E PELOS
      *    LOTES - AQUI A ORIGEM E "K" (EMPRESTIMO) E O DOCUMENTO
      *    "PC" + CONTRATO + PARCELA.
       01 WS-MOV-COMPLEMENTO.
           05 WS-MOV-ORIGEM        PIC X(1) VALUE SPACE.
           05 WS-MOV-CONTRA-AGENCIA PIC 9(4) VALUE ZEROS.
           05 WS-MOV-CONTRA-CONTA  PIC 9(6) VALUE ZEROS.
           05 WS-MOV-DOCUMENTO     PIC X(12) VALUE SPACES.
           05 WS-MOV-OPERADOR      PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       EMPPOST-PRINCIPAL.
      *    EXECUCAO NOTURNA: DEBITA TODA PARCELA EM ABERTO OU EM
      *    ATRASO CUJO VENCIMENTO (DESLOCADO PARA DIA UTIL) JA CHEGOU.
      *    A PARCELA DEBITADA VIRA "P" NA MESMA EXECUCAO, ENTAO UMA
      *    SEGUNDA RODADA NA MESMA NOITE NAO A DEBITA DE NOVO; A QUE
      *    NAO PASSOU FICA "T" E E TENTADA DE NOVO NA NOITE SEGUINTE.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
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
           OPEN I-O PARCELAS.
           IF PAR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PARCELAS.DAT: " PAR-STATUS
               STOP RUN
           END-IF.
           OPEN I-O EMPRESTIMOS.
           IF EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPRESTIMO.DAT: " EMP-STATUS
               CLOSE PARCELAS
               STOP RUN
           END-IF.
           OPEN I-O CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               CLOSE PARCELAS EMPRESTIMOS
               STOP RUN
           END-IF.
           OPEN INPUT AGENCIAS.
           IF AGE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AGENCIAS.DAT: " AGE-STATUS
               CLOSE PARCELAS EMPRESTIMOS CONTAS
               STOP RUN
           END-IF.
           OPEN OUTPUT PARCELAS-REJEITADAS.
           IF REJ-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPREJ.TXT: " REJ-STATUS
               CLOSE PARCELAS EMPRESTIMOS CONTAS AGENCIAS
               STOP RUN
           END-IF.
           MOVE ZEROS TO PAR-CHAVE.
           START PARCELAS KEY NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF PAR-CONTRATO NOT = WS-CONTRATO-ATUAL
                           PERFORM FECHA-CONTRATO
                           PERFORM ABRE-CONTRATO
                       END-IF
                       IF NOT PAR-PAGA
                           PERFORM AVALIA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FECHA-CONTRATO.
           CLOSE PARCELAS EMPRESTIMOS CONTAS AGENCIAS
               PARCELAS-REJEITADAS.
           MOVE WS-VALOR-DEBITADO TO WS-VALOR-DEBITADO-ED.
           DISPLAY "PARCELAS LIDAS..: " WS-TOTAL-LIDOS.
           DISPLAY "DEBITADAS.......: " WS-TOTAL-DEBITADAS.
           DISPLAY "VALOR DEBITADO..: " WS-VALOR-DEBITADO-ED.
           DISPLAY "EM ATRASO.......: " WS-TOTAL-REJEITADAS.
           DISPLAY "CONTRATOS LIQUID: " WS-TOTAL-LIQUIDADOS.
           STOP RUN.

       ABRE-CONTRATO.
      *    O CONTRATO DA VEZ E LIDO UMA VEZ SO - DELE VEM A CONTA A
      *    DEBITAR E A UF DA AGENCIA PARA O CALENDARIO DE FERIADOS.
           MOVE PAR-CONTRATO TO WS-CONTRATO-ATUAL.
           MOVE ZEROS TO WS-PENDENTES.
           MOVE "N" TO WS-CONTRATO-OK.
           MOVE PAR-CONTRATO TO EMP-CONTRATO.
           READ EMPRESTIMOS
               INVALID KEY
                   DISPLAY "PARCELA SEM CONTRATO: " PAR-CHAVE
               NOT INVALID KEY
                   MOVE "S" TO WS-CONTRATO-OK
                   PERFORM BUSCA-UF-AGENCIA
           END-READ.

       FECHA-CONTRATO.
           IF WS-CONTRATO-OK = "S" AND WS-PENDENTES = ZEROS
               AND EMP-ANDAMENTO
               MOVE "L" TO EMP-SITUACAO
               REWRITE REG-EMPRESTIMO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF EMP-STATUS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR CONTRATO " EMP-CONTRATO
                       ": " EMP-STATUS
               ELSE
                   ADD 1 TO WS-TOTAL-LIQUIDADOS
               END-IF
           END-IF.

       BUSCA-UF-AGENCIA.
      *    A UF ENTRA NO CALCULO DOS FERIADOS ESTADUAIS/MUNICIPAIS -
      *    SEM A AGENCIA NO CADASTRO VALEM SO OS NACIONAIS.
           MOVE SPACES TO WS-UF-AGENCIA.
           MOVE EMP-AGENCIA TO AGE-CODIGO.
           READ AGENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AGE-UF TO WS-UF-AGENCIA
           END-READ.

       AVALIA-PARCELA.
           ADD 1 TO WS-PENDENTES.
           IF WS-CONTRATO-OK = "S"
               PERFORM TESTA-VENCIMENTO
               IF WS-VENCIDO = "S"
                   PERFORM DEBITA-PARCELA
               END-IF
           END-IF.

       TESTA-VENCIMENTO.
      *    MESMA REGRA DE P2-AGENDAPOST-G1.cbl: A PARCELA SO E DEBITADA
      *    QUANDO O SEU DIA UTIL EFETIVO JA CHEGOU. PARCELA EM ATRASO
      *    JA PASSOU DO VENCIMENTO E CAI SEMPRE AQUI.
           MOVE "N" TO WS-VENCIDO.
           IF PAR-VENCIMENTO-NUM > WS-HOJE-NUM
               CONTINUE
           ELSE
               MOVE PAR-VENCIMENTO-NUM TO WS-AAAAMMDD
               COMPUTE WS-INT-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD) - 1
               COMPUTE WS-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               MOVE WS-AAAAMMDD TO WS-VESPERA
               CALL "DATAUTIL" USING WS-VESPERA WS-DIA-UTIL
                   WS-DATA-EXTENSO WS-UF-AGENCIA WS-DATAUTIL-RET
               IF WS-DATAUTIL-RET = "00"
                   AND WS-DIA-UTIL-NUM NOT > WS-HOJE-NUM
                   MOVE "S" TO WS-VENCIDO
               END-IF
           END-IF.

       DEBITA-PARCELA.
           MOVE SPACES TO WS-MOV-DOCUMENTO.
           STRING "PC" PAR-CONTRATO PAR-NUMERO
               DELIMITED BY SIZE INTO WS-MOV-DOCUMENTO.
           MOVE EMP-AGENCIA TO CTA-AGENCIA.
           MOVE EMP-CONTA TO CTA-CONTA.
           READ CONTAS
               INVALID KEY
                   MOVE "01" TO WS-COD-MOTIVO
                   MOVE "CONTA INEXISTENTE" TO WS-DES-MOTIVO
                   PERFORM REJEITA-PARCELA
               NOT INVALID KEY
                   IF CTA-CONTA-FECHADA
                       MOVE "02" TO WS-COD-MOTIVO
                       MOVE "CONTA ENCERRADA" TO WS-DES-MOTIVO
                       PERFORM REJEITA-PARCELA
                   ELSE
                       PERFORM POSTA-PARCELA
                   END-IF
           END-READ.

       POSTA-PARCELA.
           MOVE "K" TO WS-MOV-ORIGEM.
           MOVE ZEROS TO WS-MOV-CONTRA-AGENCIA WS-MOV-CONTRA-CONTA.
           MOVE ZEROS TO WS-MOV-OPERADOR.
           MOVE "D" TO WS-TIPO-MOV.
           MOVE CTA-SALDO TO WS-SALDO-ATUAL.
           CALL "MOVPOST" USING CTA-AGENCIA CTA-CONTA
               WS-TIPO-MOV PAR-VALOR
               WS-SALDO-ATUAL WS-SALDO-NOVO CTA-LIMITE
               WS-MOV-COMPLEMENTO WS-RETORNO-MOV.
           EVALUATE WS-RETORNO-MOV
               WHEN "00"
                   PERFORM BAIXA-PARCELA
               WHEN "91"
                   MOVE "03" TO WS-COD-MOTIVO
                   MOVE "LIMITE EXCEDIDO" TO WS-DES-MOTIVO
                   PERFORM REJEITA-PARCELA
               WHEN "92"
                   MOVE "06" TO WS-COD-MOTIVO
                   MOVE "VALOR BLOQUEADO" TO WS-DES-MOTIVO
                   PERFORM REJEITA-PARCELA
               WHEN OTHER
                   MOVE "90" TO WS-COD-MOTIVO
                   MOVE "ERRO NA GRAVACAO" TO WS-DES-MOTIVO
                   PERFORM REJEITA-PARCELA
           END-EVALUATE.

       BAIXA-PARCELA.
      *    O DEBITO JA ESTA NO MOVIMENTO - UMA FALHA NO SALDO FICA NO
      *    CONSOLE PARA ACERTO MANUAL (MESMA REGRA DE REGRAVA-SALDO EM
      *    P2-LOTE-G1.cbl) E A PARCELA E BAIXADA DO MESMO JEITO, SENAO
      *    SERIA DEBITADA DE NOVO NA PROXIMA NOITE.
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE REG-CONTA
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF CTA-STATUS NOT = "00"
               DISPLAY "SALDO NAO ATUALIZADO " CTA-CHAVE ": "
                   CTA-STATUS " - MOVIMENTO JA GRAVADO, AJUSTE MANUAL"
           END-IF.
           MOVE "P" TO PAR-SITUACAO.
           MOVE WS-HOJE TO PAR-DATA-PAGAMENTO.
           PERFORM REGRAVA-PARCELA.
           SUBTRACT 1 FROM WS-PENDENTES.
           ADD 1 TO WS-TOTAL-DEBITADAS.
           ADD PAR-VALOR TO WS-VALOR-DEBITADO.

       REJEITA-PARCELA.
           MOVE "T" TO PAR-SITUACAO.
           ADD 1 TO PAR-TENTATIVAS.
           PERFORM REGRAVA-PARCELA.
           MOVE SPACES TO REG-REJ.
           MOVE EMP-AGENCIA TO REJ-AGENCIA.
           MOVE EMP-CONTA TO REJ-CONTA.
           MOVE "D" TO REJ-TIPO.
           MOVE PAR-VALOR TO REJ-VALOR.
           MOVE WS-MOV-DOCUMENTO TO REJ-REFERENCIA.
           MOVE WS-COD-MOTIVO TO REJ-COD-MOTIVO.
           MOVE WS-DES-MOTIVO TO REJ-DES-MOTIVO.
           WRITE REG-REJ.
           ADD 1 TO WS-TOTAL-REJEITADAS.

       REGRAVA-PARCELA.
           REWRITE REG-PARCELA
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF PAR-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR PARCELA " PAR-CHAVE ": "
                   PAR-STATUS
           END-IF.
