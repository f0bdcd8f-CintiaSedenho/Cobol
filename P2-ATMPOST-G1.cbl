       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMPOST.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-NUMERO
           ALTERNATE RECORD KEY IS CRT-CONTA-CHAVE WITH DUPLICATES
           FILE STATUS IS CRT-STATUS.

           SELECT CONTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CHAVE
           ALTERNATE RECORD KEY IS CTA-CPF WITH DUPLICATES
           FILE STATUS IS CTA-STATUS.

           SELECT SAQUES-ATM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ATM-STATUS.

           SELECT SAQUES-REJEITADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

           SELECT LIQUIDACAO-ATM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARTOES LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTAO
           VALUE OF FILE-ID IS "CARTOES.DAT".
      *    MESMO LAYOUT DE REG-CARTAO EM P2-COBOL-FINAL.cbl.
       01 REG-CARTAO.
           05 CRT-NUMERO       PIC 9(16).
           05 CRT-CONTA-CHAVE.
               10 CRT-AGENCIA      PIC 9(4).
               10 CRT-CONTA        PIC 9(6).
           05 CRT-CPF          PIC 9(11).
           05 CRT-LIMITE-DIARIO PIC 9(6)V99.
           05 CRT-SITUACAO     PIC X(1).
               88 CRT-ATIVO            VALUE "A".
               88 CRT-BLOQUEADO        VALUE "B".
               88 CRT-SUBSTITUIDO      VALUE "S".
           05 CRT-DATA-EMISSAO.
               10 CRT-ANO-EMI      PIC 9(4).
               10 CRT-MES-EMI      PIC 9(2).
               10 CRT-DIA-EMI      PIC 9(2).
           05 CRT-OPER-EMISSAO PIC 9(6).
           05 CRT-MOTIVO       PIC X(30).
           05 CRT-DATA-OCORRENCIA.
               10 CRT-ANO-OCO      PIC 9(4).
               10 CRT-MES-OCO      PIC 9(2).
               10 CRT-DIA-OCO      PIC 9(2).
           05 CRT-OPER-OCORRENCIA PIC 9(6).
           05 CRT-SUBSTITUTO   PIC 9(16).
           05 CRT-DATA-SAQUE   PIC 9(8).
           05 CRT-SACADO-DIA   PIC 9(6)V99.
           05 CRT-ULTIMO-NSU   PIC 9(6).

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

       FD SAQUES-ATM LABEL RECORD STANDARD
           DATA RECORD IS REG-ATM
           VALUE OF FILE-ID IS "SAQATM.TXT".
      *    LOG DE SAQUES ENVIADO PELA REDE DE CAIXAS ELETRONICOS - UMA
      *    LINHA POR SAQUE, EM ORDEM DE NSU, COLUNAS FIXAS: CARTAO(16)
      *    DATA DO SAQUE AAAAMMDD(8) HORA HHMMSS(6) TERMINAL(6) NSU(6)
      *    VALOR(8, SEM VIRGULA, DUAS CASAS IMPLICITAS).
       01 REG-ATM.
           05 ATM-CARTAO       PIC 9(16).
           05 ATM-DATA         PIC 9(8).
           05 ATM-HORA         PIC 9(6).
           05 ATM-TERMINAL     PIC X(6).
           05 ATM-NSU          PIC 9(6).
           05 ATM-VALOR        PIC 9(6)V99.

       FD SAQUES-REJEITADOS LABEL RECORD STANDARD
           DATA RECORD IS REG-REJ
           VALUE OF FILE-ID IS "ATMREJ.TXT".
      *    DEVOLUCAO A REDE: A LINHA ORIGINAL NAS MESMAS COLUNAS DO
      *    LOG, SEGUIDA DO CODIGO E DA DESCRICAO DO MOTIVO (MESMO
      *    ARRANJO DO LOTEREJ.TXT EM P2-LOTE-G1.cbl). MOTIVOS DA TABELA
      *    DE LOTEREJ (01 INEXISTENTE, 02 ENCERRADA, 03 LIMITE DA
      *    CONTA, 04 TIPO INVALIDO, 05 VALOR ZERO, 06 VALOR BLOQUEADO,
      *    90 ERRO DE GRAVACAO) MAIS OS DO CARTAO (20 CARTAO
      *    INEXISTENTE, 21 CARTAO BLOQUEADO, 22 LIMITE DIARIO DO
      *    CARTAO, 23 NSU JA PROCESSADO).
       01 REG-REJ.
           05 REJ-CARTAO       PIC 9(16).
           05 REJ-DATA         PIC 9(8).
           05 REJ-HORA         PIC 9(6).
           05 REJ-TERMINAL     PIC X(6).
           05 REJ-NSU          PIC 9(6).
           05 REJ-VALOR        PIC 9(6)V99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 REJ-COD-MOTIVO   PIC X(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 REJ-DES-MOTIVO   PIC X(25).

       FD LIQUIDACAO-ATM LABEL RECORD STANDARD
           DATA RECORD IS REG-LIQ
           VALUE OF FILE-ID IS "ATMLIQ.TXT".
      *    LIQUIDACAO COM A REDE: UMA LINHA POR EXECUCAO, ACRESCENTADA
      *    AO ARQUIVO - DATA DO MOVIMENTO, SAQUES LANCADOS E VALOR A
      *    PAGAR A REDE, SAQUES DEVOLVIDOS E O VALOR DEVOLVIDO.
       01 REG-LIQ.
           05 LIQ-DATA-MOV     PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LIQ-QTD-LANCADOS PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LIQ-VALOR-LANCADOS PIC 9(10)V99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LIQ-QTD-REJEITADOS PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LIQ-VALOR-REJEITADOS PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01 CRT-STATUS           PIC X(2).
       01 CTA-STATUS           PIC X(2).
       01 ATM-STATUS           PIC X(2).
       01 REJ-STATUS           PIC X(2).
       01 LIQ-STATUS           PIC X(2).
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-TOTAL-LIDOS       PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-ACEITOS     PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-REJEITADOS  PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-PENDENTES   PIC 9(6) VALUE ZEROS.
       01 WS-VALOR-ACEITOS     PIC 9(10)V99 VALUE ZEROS.
       01 WS-VALOR-REJEITADOS  PIC 9(10)V99 VALUE ZEROS.
       01 WS-VALOR-ED          PIC Z.ZZZ.ZZZ.ZZ9,99.
      *    SAQUES JA FEITOS COM O CARTAO NA DATA DO SAQUE DA VEZ - O
      *    ACUMULADO DO CARTAO SO VALE SE FOR DA MESMA DATA.
       01 WS-SACADO-DIA        PIC 9(7)V99 VALUE ZEROS.
       01 WS-SALDO-ATUAL       PIC S9(6)V99 VALUE ZEROS.
       01 WS-SALDO-NOVO        PIC S9(6)V99 VALUE ZEROS.
       01 WS-TIPO-MOV          PIC X(1) VALUE "D".
       01 WS-RETORNO-MOV       PIC X(2) VALUE SPACES.
       01 WS-COD-MOTIVO        PIC X(2) VALUE SPACES.
       01 WS-DES-MOTIVO        PIC X(25) VALUE SPACES.
      *    SO PARA RECUSAR O PROCESSAMENTO EM DIA JA PROVADO E FECHADO
      *    E DATAR A LINHA DE LIQUIDACAO - A DATA DO LANCAMENTO O
      *    PROPRIO MOVPOST PEGA NO DATAMOV.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-DATA-MOV          PIC 9(8) VALUE ZEROS.
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-FECHADO          VALUE "F".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
      *    MESMO COMPLEMENTO PASSADO A MOVPOST PELO CAIXA E PELOS
      *    LOTES - AQUI A ORIGEM E "C" (CAIXA ELETRONICO) E O
      *    DOCUMENTO E O TERMINAL (6) + NSU DA REDE (6), O QUE A REDE
      *    USA PARA CONCILIAR.
       01 WS-MOV-COMPLEMENTO.
           05 WS-MOV-ORIGEM        PIC X(1) VALUE SPACE.
           05 WS-MOV-CONTRA-AGENCIA PIC 9(4) VALUE ZEROS.
           05 WS-MOV-CONTRA-CONTA  PIC 9(6) VALUE ZEROS.
           05 WS-MOV-DOCUMENTO     PIC X(12) VALUE SPACES.
           05 WS-MOV-OPERADOR      PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       ATMPOST-PRINCIPAL.
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
           OPEN I-O CARTOES.
           IF CRT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTOES.DAT: " CRT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               CLOSE CARTOES
               STOP RUN
           END-IF.
           OPEN INPUT SAQUES-ATM.
           IF ATM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SAQATM.TXT: " ATM-STATUS
               CLOSE CARTOES CONTAS
               STOP RUN
           END-IF.
           OPEN OUTPUT SAQUES-REJEITADOS.
           IF REJ-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ATMREJ.TXT: " REJ-STATUS
               CLOSE CARTOES CONTAS SAQUES-ATM
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ SAQUES-ATM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM PROCESSA-SAQUE
               END-READ
           END-PERFORM.
           CLOSE CARTOES CONTAS SAQUES-ATM SAQUES-REJEITADOS.
           PERFORM GRAVA-LIQUIDACAO.
           DISPLAY "SAQUES LIDOS....: " WS-TOTAL-LIDOS.
           DISPLAY "LANCADOS........: " WS-TOTAL-ACEITOS.
           MOVE WS-VALOR-ACEITOS TO WS-VALOR-ED.
           DISPLAY "VALOR A LIQUIDAR: " WS-VALOR-ED.
           DISPLAY "REJEITADOS......: " WS-TOTAL-REJEITADOS.
           MOVE WS-VALOR-REJEITADOS TO WS-VALOR-ED.
           DISPLAY "VALOR DEVOLVIDO.: " WS-VALOR-ED.
           IF WS-TOTAL-PENDENTES > ZEROS
               DISPLAY "AJUSTE MANUAL...: " WS-TOTAL-PENDENTES
               DISPLAY "HA MOVIMENTOS GRAVADOS SEM SALDO ATUALIZADO "
                   "- CONFERIR AS CONTAS LISTADAS ACIMA"
           END-IF.
           STOP RUN.

       PROCESSA-SAQUE.
      *    PRIMEIRO O CARTAO (EXISTE, ESTA ATIVO, O NSU AINDA NAO FOI
      *    LANCADO, CABE NO LIMITE DIARIO), DEPOIS AS MESMAS REGRAS DO
      *    LOTE PARA A CONTA - LIMITE DA CONTA ("91") E BLOQUEIO
      *    JUDICIAL ("92") FICAM COM O MOVPOST.
           IF ATM-VALOR = ZEROS
               MOVE "05" TO WS-COD-MOTIVO
               MOVE "VALOR ZERO" TO WS-DES-MOTIVO
               PERFORM REJEITA-SAQUE
           ELSE
               MOVE ATM-CARTAO TO CRT-NUMERO
               READ CARTOES
                   INVALID KEY
                       MOVE "20" TO WS-COD-MOTIVO
                       MOVE "CARTAO INEXISTENTE" TO WS-DES-MOTIVO
                       PERFORM REJEITA-SAQUE
                   NOT INVALID KEY
                       PERFORM TESTA-CARTAO
               END-READ
           END-IF.

       TESTA-CARTAO.
           IF NOT CRT-ATIVO
               MOVE "21" TO WS-COD-MOTIVO
               MOVE "CARTAO BLOQUEADO" TO WS-DES-MOTIVO
               PERFORM REJEITA-SAQUE
           ELSE
               IF ATM-NSU NOT > CRT-ULTIMO-NSU
                   MOVE "23" TO WS-COD-MOTIVO
                   MOVE "NSU JA PROCESSADO" TO WS-DES-MOTIVO
                   PERFORM REJEITA-SAQUE
               ELSE
                   IF CRT-DATA-SAQUE = ATM-DATA
                       MOVE CRT-SACADO-DIA TO WS-SACADO-DIA
                   ELSE
                       MOVE ZEROS TO WS-SACADO-DIA
                   END-IF
                   IF WS-SACADO-DIA + ATM-VALOR > CRT-LIMITE-DIARIO
                       MOVE "22" TO WS-COD-MOTIVO
                       MOVE "LIMITE DIARIO DO CARTAO" TO WS-DES-MOTIVO
                       PERFORM REJEITA-SAQUE
                   ELSE
                       PERFORM TESTA-CONTA-CARTAO
                   END-IF
               END-IF
           END-IF.

       TESTA-CONTA-CARTAO.
           MOVE CRT-AGENCIA TO CTA-AGENCIA.
           MOVE CRT-CONTA TO CTA-CONTA.
           READ CONTAS
               INVALID KEY
                   MOVE "01" TO WS-COD-MOTIVO
                   MOVE "CONTA INEXISTENTE" TO WS-DES-MOTIVO
                   PERFORM REJEITA-SAQUE
               NOT INVALID KEY
                   IF CTA-CONTA-FECHADA
                       MOVE "02" TO WS-COD-MOTIVO
                       MOVE "CONTA ENCERRADA" TO WS-DES-MOTIVO
                       PERFORM REJEITA-SAQUE
                   ELSE
                       PERFORM POSTA-SAQUE
                   END-IF
           END-READ.

       POSTA-SAQUE.
           MOVE CTA-SALDO TO WS-SALDO-ATUAL.
           MOVE "D" TO WS-TIPO-MOV.
           MOVE "C" TO WS-MOV-ORIGEM.
           MOVE ZEROS TO WS-MOV-CONTRA-AGENCIA WS-MOV-CONTRA-CONTA.
           MOVE SPACES TO WS-MOV-DOCUMENTO.
           STRING ATM-TERMINAL ATM-NSU
               DELIMITED BY SIZE INTO WS-MOV-DOCUMENTO.
           MOVE ZEROS TO WS-MOV-OPERADOR.
           CALL "MOVPOST" USING CTA-AGENCIA CTA-CONTA
               WS-TIPO-MOV ATM-VALOR
               WS-SALDO-ATUAL WS-SALDO-NOVO CTA-LIMITE
               WS-MOV-COMPLEMENTO WS-RETORNO-MOV.
           EVALUATE WS-RETORNO-MOV
               WHEN "00"
                   PERFORM REGRAVA-SALDO
                   PERFORM REGRAVA-CARTAO
               WHEN "91"
                   MOVE "03" TO WS-COD-MOTIVO
                   MOVE "LIMITE EXCEDIDO" TO WS-DES-MOTIVO
                   PERFORM REJEITA-SAQUE
               WHEN "92"
                   MOVE "06" TO WS-COD-MOTIVO
                   MOVE "VALOR BLOQUEADO" TO WS-DES-MOTIVO
                   PERFORM REJEITA-SAQUE
               WHEN "99"
                   MOVE "04" TO WS-COD-MOTIVO
                   MOVE "TIPO INVALIDO" TO WS-DES-MOTIVO
                   PERFORM REJEITA-SAQUE
               WHEN OTHER
                   MOVE "90" TO WS-COD-MOTIVO
                   MOVE "ERRO NA GRAVACAO" TO WS-DES-MOTIVO
                   PERFORM REJEITA-SAQUE
           END-EVALUATE.

       REGRAVA-SALDO.
      *    MESMO RACIOCINIO DE REGRAVA-SALDO NO LOTE: O MOVIMENTO JA
      *    FOI GRAVADO PELO MOVPOST, ENTAO O SAQUE CONTA COMO LANCADO
      *    (ENTRA NA LIQUIDACAO) MESMO QUE O SALDO FIQUE PARA AJUSTE
      *    MANUAL.
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
           ADD 1 TO WS-TOTAL-ACEITOS.
           ADD ATM-VALOR TO WS-VALOR-ACEITOS.

       REGRAVA-CARTAO.
           MOVE ATM-DATA TO CRT-DATA-SAQUE.
           COMPUTE CRT-SACADO-DIA = WS-SACADO-DIA + ATM-VALOR.
           MOVE ATM-NSU TO CRT-ULTIMO-NSU.
           REWRITE REG-CARTAO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF CRT-STATUS NOT = "00"
               DISPLAY "ACUMULADO NAO ATUALIZADO NO CARTAO " CRT-NUMERO
                   ": " CRT-STATUS " - SAQUE JA LANCADO"
           END-IF.

       REJEITA-SAQUE.
           MOVE SPACES TO REG-REJ.
           MOVE ATM-CARTAO TO REJ-CARTAO.
           MOVE ATM-DATA TO REJ-DATA.
           MOVE ATM-HORA TO REJ-HORA.
           MOVE ATM-TERMINAL TO REJ-TERMINAL.
           MOVE ATM-NSU TO REJ-NSU.
           MOVE ATM-VALOR TO REJ-VALOR.
           MOVE WS-COD-MOTIVO TO REJ-COD-MOTIVO.
           MOVE WS-DES-MOTIVO TO REJ-DES-MOTIVO.
           WRITE REG-REJ.
           ADD 1 TO WS-TOTAL-REJEITADOS.
           ADD ATM-VALOR TO WS-VALOR-REJEITADOS.

       GRAVA-LIQUIDACAO.
           OPEN EXTEND LIQUIDACAO-ATM.
           IF LIQ-STATUS NOT = "00"
               OPEN OUTPUT LIQUIDACAO-ATM
           END-IF.
           IF LIQ-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ATMLIQ.TXT: " LIQ-STATUS
           ELSE
               MOVE SPACES TO REG-LIQ
               MOVE WS-DATA-MOV TO LIQ-DATA-MOV
               MOVE WS-TOTAL-ACEITOS TO LIQ-QTD-LANCADOS
               MOVE WS-VALOR-ACEITOS TO LIQ-VALOR-LANCADOS
               MOVE WS-TOTAL-REJEITADOS TO LIQ-QTD-REJEITADOS
               MOVE WS-VALOR-REJEITADOS TO LIQ-VALOR-REJEITADOS
               WRITE REG-LIQ
               CLOSE LIQUIDACAO-ATM
           END-IF.
