      *    DE ABERTURA, "P"=TRANSFERENCIA PROGRAMADA, "Q"=CHEQUE
      *    COMPENSADO, "E"=ESTORNO SUPERVISIONADO COM O DOCUMENTO DO
      *    LANCAMENTO ORIGINAL, "X"=TRANSFERENCIA EXTERNA - DEBITO DO
      *    ENVIO OU CREDITO DA DEVOLUCAO, "F"=LIQUIDACAO DO SALDO NO
      *    ENCERRAMENTO DA CONTA, "K"=EMPRESTIMO PESSOAL - CREDITO DA
      *    CONTRATACAO NO GUICHE OU DEBITO DA PARCELA PELO EMPPOST,
      *    "A"=DEBITO AUTOMATICO DE CONVENIO PELO DEBAUTO, COM O
      *    CONVENIO E O DOCUMENTO DA EMPRESA, "C"=SAQUE EM CAIXA
      *    ELETRONICO PELO ATMPOST, COM O TERMINAL E O NSU DA REDE,
      *    "V"=TARIFA DE SERVICO PELO TARIFPOST, COM "TARIFA " + O
      *    CODIGO DO SERVICO - AO CONTRARIO DE "J"/"M", SUJEITA A
      *    LIMITE E BLOQUEIO),
      *    A CONTRAPARTIDA GUARDA A OUTRA PONTA DE UMA TRANSFERENCIA E
      *    MOV-DOCUMENTO E A REFERENCIA COMUM QUE AMARRA AS DUAS
      *    PERNAS - AS DUAS GRAVACOES DE UMA TRANSFERENCIA CARREGAM O
      *    MESMO DOCUMENTO.
           05 MOV-ORIGEM       PIC X(1).
           05 MOV-CONTRA-AGENCIA PIC 9(4).
           05 MOV-CONTRA-CONTA PIC 9(6).
           05 WK-NOVA-CONTA    PIC 9(6).
           05 WK-NOVA-DATA     PIC 9(8).
       01 WK-ULT-SEQ           PIC 9(4) VALUE ZEROS.
      *    DATA E SITUACAO DO MOVIMENTO, LIDAS DO DATAMOV A CADA
      *    POSTAGEM (VER TESTA-DATA-MOVIMENTO).
       01 WK-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WK-DATA-MOV.
           05 WK-MOV-ANO       PIC 9(4).
           05 WK-MOV-MES       PIC 9(2).
           05 WK-MOV-DIA       PIC 9(2).
       01 WK-SITUACAO-MOV      PIC X(1).
           88 WK-MOV-DIA-ABERTO        VALUE "A".
           88 WK-MOV-DIA-ENCERRADO     VALUE "E".
           88 WK-MOV-DIA-FECHADO       VALUE "F".
       01 WK-DTM-RETORNO       PIC X(2).
       01 WK-FIM-SEQ           PIC X(1) VALUE "N".

       LINKAGE SECTION.
               LK-RETORNO.
       MOVPOST-PRINCIPAL.
           MOVE "00" TO LK-RETORNO.
           PERFORM TESTA-DATA-MOVIMENTO.
           IF LK-RETORNO NOT = "00"
               GOBACK
           END-IF.
           EVALUATE LK-TIPO
               WHEN "C"
                   COMPUTE LK-SALDO-NOVO = LK-SALDO-ATUAL + LK-VALOR
           END-IF.
           GOBACK.

       TESTA-DATA-MOVIMENTO.
      *    O LANCAMENTO SAI COM A DATA DO MOVIMENTO (DATAMOV), NAO COM A
      *    DO RELOGIO. DIA PROVADO E FECHADO ("F") NAO RECEBE MAIS
      *    NADA (RETORNO "93"); DIA EM ENCERRAMENTO ("E") AINDA RECEBE
      *    OS LOTES NOTURNOS, MAS NAO O QUE E COMANDADO NO TERMINAL:
      *    CAIXA (" "), TRANSFERENCIA ("T"), ESTORNO ("E"), LIQUIDACAO
      *    DE ENCERRAMENTO ("F"), O DEBITO DO ENVIO DE TRANSFERENCIA
      *    EXTERNA ("X" DEBITO - O CREDITO "X" E A DEVOLUCAO QUE CHEGA
      *    PELO RETORNOEXT) E O CREDITO DE EMPRESTIMO CONTRATADO ("K"
      *    CREDITO - O DEBITO "K" E A PARCELA DO EMPPOST). SEM O
      *    CONTROLE IMPLANTADO NAO HA DATA PARA O LANCAMENTO ("90").
           MOVE "L" TO WK-DTM-OPERACAO.
           MOVE ZEROS TO WK-DATA-MOV.
           CALL "DATAMOV" USING WK-DTM-OPERACAO WK-DATA-MOV
               WK-SITUACAO-MOV WK-DTM-RETORNO.
           IF WK-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WK-DTM-RETORNO
               MOVE "90" TO LK-RETORNO
           ELSE
               IF WK-MOV-DIA-FECHADO
                   MOVE "93" TO LK-RETORNO
               END-IF
               IF WK-MOV-DIA-ENCERRADO
                   AND (LK-ORIGEM = " " OR LK-ORIGEM = "T"
                   OR LK-ORIGEM = "E" OR LK-ORIGEM = "F"
                   OR (LK-ORIGEM = "X" AND LK-TIPO = "D")
                   OR (LK-ORIGEM = "K" AND LK-TIPO = "C"))
                   MOVE "93" TO LK-RETORNO
               END-IF
           END-IF.

       SOMA-BLOQUEIOS.
      *    SOMA OS BLOQUEIOS ATIVOS DA CONTA. SEM O ARQUIVO (STATUS
      *    "35", NENHUM BLOQUEIO JAMAIS COLOCADO) NAO HA NADA
           IF LK-RETORNO = "00"
               MOVE LK-AGENCIA TO WK-NOVA-AGENCIA
               MOVE LK-CONTA TO WK-NOVA-CONTA
               MOVE WK-DATA-MOV TO WK-NOVA-DATA
               PERFORM ACHA-PROXIMO-SEQ
               MOVE WK-NOVA-AGENCIA TO MOV-AGENCIA
               MOVE WK-NOVA-CONTA TO MOV-CONTA
