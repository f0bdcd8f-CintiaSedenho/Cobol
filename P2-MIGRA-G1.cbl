           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEP-STATUS.

           SELECT TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
           FILE STATUS IS TIT-STATUS.

           SELECT CARTOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-NUMERO
           ALTERNATE RECORD KEY IS CRT-CONTA-CHAVE WITH DUPLICATES
           FILE STATUS IS CRT-STATUS.

           SELECT MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MDT-CHAVE
           FILE STATUS IS MDT-STATUS.

           SELECT EMPRESTIMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CONTRATO
           ALTERNATE RECORD KEY IS EMP-AGENCIA WITH DUPLICATES
           FILE STATUS IS EMP-STATUS.

           SELECT CHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-CHAVE
           FILE STATUS IS CHQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAS LABEL RECORD STANDARD
           05 FILLER           PIC X(2).
           05 DEP-CPF          PIC 9(11).

      *    OS ARQUIVOS ABAIXO SO SAO LIDOS PARA RETER A CONTA QUE AINDA
      *    TEM VINCULO VIVO PELA CHAVE AGENCIA/CONTA - A MIGRACAO NAO
      *    OS RENUMERA. O QUE JA E HISTORICO (CARTAO SUBSTITUIDO,
      *    AUTORIZACAO CANCELADA, CONTRATO LIQUIDADO, FOLHA PAGA OU
      *    CANCELADA) FICA NA CHAVE ANTIGA, COMO O MOVIMENTO, E O
      *    LOGALTER "M" LIGA AS DUAS PONTAS.
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

       FD EMPRESTIMOS LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
      *    MESMO LAYOUT DE REG-EMPRESTIMO EM P2-COBOL-FINAL.cbl. AS
      *    PARCELAS SAO CHAVEADAS PELO CONTRATO - CONTRATO EM ANDAMENTO
      *    E O QUE PRENDE AS PARCELAS AINDA A DEBITAR NESTA CONTA.
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

       FD CHEQUES LABEL RECORD STANDARD
           DATA RECORD IS REG-CHEQUE
           VALUE OF FILE-ID IS "CHEQUES.DAT".
      *    MESMO LAYOUT DE REG-CHEQUE EM P2-CHEQUE-G1.cbl.
       01 REG-CHEQUE.
           05 CHQ-CHAVE.
               10 CHQ-AGENCIA      PIC 9(4).
               10 CHQ-CONTA        PIC 9(6).
               10 CHQ-NUMERO       PIC 9(6).
           05 CHQ-SITUACAO     PIC X(1).
               88 CHQ-EMITIDO          VALUE "E".
               88 CHQ-PAGO             VALUE "P".
               88 CHQ-SUSTADO          VALUE "S".
               88 CHQ-DEVOLVIDO        VALUE "D".
               88 CHQ-DEVOLVIDO-2X     VALUE "2".
               88 CHQ-CANCELADO        VALUE "C".
           05 CHQ-DATA-EMISSAO.
               10 CHQ-ANO-EMI      PIC 9(4).
               10 CHQ-MES-EMI      PIC 9(2).
               10 CHQ-DIA-EMI      PIC 9(2).
           05 CHQ-DATA-BAIXA.
               10 CHQ-ANO-BXA      PIC 9(4).
               10 CHQ-MES-BXA      PIC 9(2).
               10 CHQ-DIA-BXA      PIC 9(2).
           05 CHQ-VALOR-PAGO   PIC 9(6)V99.
           05 CHQ-OPERADOR     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 CTA-STATUS           PIC X(2).
       01 AGE-STATUS           PIC X(2).
       01 LOG-STATUS           PIC X(2).
       01 DEP-STATUS           PIC X(2).
       01 TIT-STATUS           PIC X(2).
       01 CRT-STATUS           PIC X(2).
       01 MDT-STATUS           PIC X(2).
       01 EMP-STATUS           PIC X(2).
       01 CHQ-STATUS           PIC X(2).
      *    "S" QUANDO O ARQUIVO DE VINCULOS EXISTE E FOI ABERTO - SEM
      *    O ARQUIVO A FUNCIONALIDADE NUNCA FOI USADA E NAO HA O QUE
      *    TESTAR.
       01 WS-ABRIU-TIT         PIC X(1) VALUE "N".
       01 WS-ABRIU-CRT         PIC X(1) VALUE "N".
       01 WS-ABRIU-MDT         PIC X(1) VALUE "N".
       01 WS-ABRIU-EMP         PIC X(1) VALUE "N".
       01 WS-ABRIU-CHQ         PIC X(1) VALUE "N".
       01 WS-VINCULO           PIC X(25) VALUE SPACES.
       01 WS-VIN-FIM           PIC X(1) VALUE "N".
       01 WS-FIM-MIGRACAO      PIC X(1) VALUE "N".
           88 FIM-MIGRACAO         VALUE "S".
       01 WS-AGENCIA-ORIGEM    PIC 9(4) VALUE ZEROS.
           05 WS-HOJE-ANO      PIC 9(4).
           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
      *    O LOG "M" E DATADO COM A DATA DO MOVIMENTO (DATAMOV), NAO A
      *    DO RELOGIO - O CCS E O RELMIS USAM ESSA DATA COMO A DO
      *    EVENTO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-ABERTO           VALUE "A".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-TOTAL-MIGRADAS    PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-RENUMERADAS PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-RETIDAS     PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       MIGRA-PRINCIPAL.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
      *    A CONTA MUDA DE CHAVE NO MEIO DO DIA DE MOVIMENTO - SO COM O
      *    DIA ABERTO, PARA O LOG "M" CAIR NO DIA QUE AINDA VAI SER
      *    PROVADO.
           IF NOT DIA-ABERTO
               DISPLAY "MOVIMENTO DO DIA ENCERRADO - MIGRACAO SO COM O "
                   "DIA ABERTO NO DATACTL"
               STOP RUN
           END-IF.
           DISPLAY "AGENCIA DE ORIGEM (EM ENCERRAMENTO): ".
           ACCEPT WS-AGENCIA-ORIGEM.
           DISPLAY "AGENCIA DE DESTINO: ".
               CLOSE CONTAS
               STOP RUN
           END-IF.
           PERFORM ABRE-VINCULOS.
           MOVE ZEROS TO WS-CONTA-ANTIGA.
           PERFORM MIGRA-CONTA UNTIL FIM-MIGRACAO.
           PERFORM FECHA-VINCULOS.
           CLOSE CONTAS DEPARA.
           DISPLAY "CONTAS MIGRADAS....: " WS-TOTAL-MIGRADAS.
           DISPLAY "COM NUMERO NOVO....: " WS-TOTAL-RENUMERADAS.
           IF WS-TOTAL-RETIDAS > ZEROS
               DISPLAY "RETIDAS NA ORIGEM..: " WS-TOTAL-RETIDAS
               DISPLAY "RESOLVA OS VINCULOS DAS CONTAS LISTADAS ACIMA "
                   "E RODE A MIGRACAO DE NOVO"
           END-IF.
           STOP RUN.

       ABRE-VINCULOS.
           OPEN INPUT TITULARES.
           EVALUATE TIT-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ABRIU-TIT
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TITULARES.DAT: " TIT-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT CARTOES.
           EVALUATE CRT-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ABRIU-CRT
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CARTOES.DAT: " CRT-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT MANDATOS.
           EVALUATE MDT-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ABRIU-MDT
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR MANDATOS.DAT: " MDT-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT EMPRESTIMOS.
           EVALUATE EMP-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ABRIU-EMP
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR EMPRESTIMO.DAT: " EMP-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT CHEQUES.
           EVALUATE CHQ-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ABRIU-CHQ
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CHEQUES.DAT: " CHQ-STATUS
                   STOP RUN
           END-EVALUATE.

       FECHA-VINCULOS.
           IF WS-ABRIU-TIT = "S"
               CLOSE TITULARES
           END-IF.
           IF WS-ABRIU-CRT = "S"
               CLOSE CARTOES
           END-IF.
           IF WS-ABRIU-MDT = "S"
               CLOSE MANDATOS
           END-IF.
           IF WS-ABRIU-EMP = "S"
               CLOSE EMPRESTIMOS
           END-IF.
           IF WS-ABRIU-CHQ = "S"
               CLOSE CHEQUES
           END-IF.

       VALIDA-AGENCIAS.
           OPEN INPUT AGENCIAS.
           IF AGE-STATUS NOT = "00"
           CLOSE AGENCIAS.

       MIGRA-CONTA.
      *    CADA VOLTA REPOSICIONA COM START LOGO DEPOIS DA ULTIMA CONTA
      *    DA AGENCIA DE ORIGEM JA TRATADA: A CONTA MIGRADA SAI DA
      *    FAIXA E A RETIDA FICA PARA TRAS, ENTAO A VARREDURA NUNCA
      *    RELE NEM O QUE FOI RETIDO NEM O QUE FOI INSERIDO NO DESTINO.
           MOVE WS-AGENCIA-ORIGEM TO CTA-AGENCIA.
           MOVE WS-CONTA-ANTIGA TO CTA-CONTA.
           START CONTAS KEY GREATER THAN CTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-MIGRACAO
                       IF CTA-AGENCIA NOT = WS-AGENCIA-ORIGEM
                           MOVE "S" TO WS-FIM-MIGRACAO
                       ELSE
                           MOVE CTA-CONTA TO WS-CONTA-ANTIGA
                           PERFORM TESTA-VINCULOS-CONTA
                           IF WS-VINCULO = SPACES
                               PERFORM TRANSFERE-CONTA
                           ELSE
                               ADD 1 TO WS-TOTAL-RETIDAS
                               DISPLAY "CONTA " CTA-AGENCIA "/"
                                   CTA-CONTA " NAO MIGRADA - "
                                   WS-VINCULO
                           END-IF
                       END-IF
               END-READ
           END-IF.

       TESTA-VINCULOS-CONTA.
      *    A CONTA SO MUDA DE CHAVE SE NADA VIVO AINDA APONTA PARA A
      *    AGENCIA/CONTA ANTIGA; A PRIMEIRA PENDENCIA ACHADA VAI PARA A
      *    LISTAGEM E A CONTA FICA NA ORIGEM ATE SER RESOLVIDA.
           MOVE SPACES TO WS-VINCULO.
           IF WS-ABRIU-TIT = "S"
               PERFORM TESTA-TITULARES
           END-IF.
           IF WS-VINCULO = SPACES AND WS-ABRIU-CRT = "S"
               PERFORM TESTA-CARTOES
           END-IF.
           IF WS-VINCULO = SPACES AND WS-ABRIU-MDT = "S"
               PERFORM TESTA-MANDATOS
           END-IF.
           IF WS-VINCULO = SPACES AND WS-ABRIU-EMP = "S"
               PERFORM TESTA-EMPRESTIMOS
           END-IF.
           IF WS-VINCULO = SPACES AND WS-ABRIU-CHQ = "S"
               PERFORM TESTA-CHEQUES
           END-IF.

       TESTA-TITULARES.
           MOVE CTA-AGENCIA TO TIT-AGENCIA.
           MOVE CTA-CONTA TO TIT-CONTA.
           MOVE ZEROS TO TIT-CPF.
           START TITULARES KEY NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TITULARES NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TIT-AGENCIA = CTA-AGENCIA
                               AND TIT-CONTA = CTA-CONTA
                               MOVE "DEMAIS TITULARES" TO WS-VINCULO
                           END-IF
                   END-READ
           END-START.

       TESTA-CARTOES.
           MOVE CTA-CHAVE TO CRT-CONTA-CHAVE.
           MOVE "N" TO WS-VIN-FIM.
           START CARTOES KEY NOT LESS THAN CRT-CONTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-VIN-FIM
           END-START.
           PERFORM LE-CARTAO-CONTA UNTIL WS-VIN-FIM = "S".

       LE-CARTAO-CONTA.
           READ CARTOES NEXT RECORD
               AT END
                   MOVE "S" TO WS-VIN-FIM
               NOT AT END
                   IF CRT-CONTA-CHAVE NOT = CTA-CHAVE
                       MOVE "S" TO WS-VIN-FIM
                   ELSE
                       IF CRT-ATIVO OR CRT-BLOQUEADO
                           MOVE "CARTAO DE DEBITO" TO WS-VINCULO
                           MOVE "S" TO WS-VIN-FIM
                       END-IF
                   END-IF
           END-READ.

       TESTA-MANDATOS.
           MOVE CTA-AGENCIA TO MDT-AGENCIA.
           MOVE CTA-CONTA TO MDT-CONTA.
           MOVE ZEROS TO MDT-SEQ.
           MOVE "N" TO WS-VIN-FIM.
           START MANDATOS KEY NOT LESS THAN MDT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-VIN-FIM
           END-START.
           PERFORM LE-MANDATO-CONTA UNTIL WS-VIN-FIM = "S".

       LE-MANDATO-CONTA.
           READ MANDATOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-VIN-FIM
               NOT AT END
                   IF MDT-AGENCIA NOT = CTA-AGENCIA
                       OR MDT-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-VIN-FIM
                   ELSE
                       IF MDT-ATIVO
                           MOVE "DEBITO AUTOMATICO" TO WS-VINCULO
                           MOVE "S" TO WS-VIN-FIM
                       END-IF
                   END-IF
           END-READ.

       TESTA-EMPRESTIMOS.
      *    MESMA BUSCA DO ENCERRAMENTO NO GUICHE: CHAVE ALTERNATIVA POR
      *    AGENCIA, PARANDO NA AGENCIA SEGUINTE.
           MOVE CTA-AGENCIA TO EMP-AGENCIA.
           MOVE "N" TO WS-VIN-FIM.
           START EMPRESTIMOS KEY NOT LESS THAN EMP-AGENCIA
               INVALID KEY
                   MOVE "S" TO WS-VIN-FIM
           END-START.
           PERFORM LE-EMPRESTIMO-CONTA UNTIL WS-VIN-FIM = "S".

       LE-EMPRESTIMO-CONTA.
           READ EMPRESTIMOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-VIN-FIM
               NOT AT END
                   IF EMP-AGENCIA NOT = CTA-AGENCIA
                       MOVE "S" TO WS-VIN-FIM
                   ELSE
                       IF EMP-CONTA = CTA-CONTA AND EMP-ANDAMENTO
                           MOVE "EMPRESTIMO EM ANDAMENTO" TO WS-VINCULO
                           MOVE "S" TO WS-VIN-FIM
                       END-IF
                   END-IF
           END-READ.

       TESTA-CHEQUES.
      *    FOLHA EMITIDA, SUSTADA OU DEVOLVIDA UMA VEZ AINDA PODE SER
      *    APRESENTADA NA COMPENSACAO CONTRA A AGENCIA/CONTA ANTIGA.
           MOVE CTA-AGENCIA TO CHQ-AGENCIA.
           MOVE CTA-CONTA TO CHQ-CONTA.
           MOVE ZEROS TO CHQ-NUMERO.
           MOVE "N" TO WS-VIN-FIM.
           START CHEQUES KEY NOT LESS THAN CHQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-VIN-FIM
           END-START.
           PERFORM LE-CHEQUE-CONTA UNTIL WS-VIN-FIM = "S".

       LE-CHEQUE-CONTA.
           READ CHEQUES NEXT RECORD
               AT END
                   MOVE "S" TO WS-VIN-FIM
               NOT AT END
                   IF CHQ-AGENCIA NOT = CTA-AGENCIA
                       OR CHQ-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-VIN-FIM
                   ELSE
                       IF CHQ-EMITIDO OR CHQ-SUSTADO OR CHQ-DEVOLVIDO
                           MOVE "CHEQUES EM ABERTO" TO WS-VINCULO
                           MOVE "S" TO WS-VIN-FIM
                       END-IF
                   END-IF
           END-READ.

       TRANSFERE-CONTA.
           MOVE REG-CONTA TO WS-CONTA-SAVE.
           PERFORM ESCOLHE-CONTA-NOVA.
           IF NOT FIM-MIGRACAO
