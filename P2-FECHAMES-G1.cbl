           05 WS-HOJE-ANO      PIC 9(4).
           05 WS-HOJE-MES      PIC 9(2).
           05 WS-HOJE-DIA      PIC 9(2).
      *    DATA DO MOVIMENTO VEM DO DATAMOV, NAO DO RELOGIO - O LOTE
      *    QUE PASSA DA MEIA-NOITE CONTINUA NA DATA DO MOVIMENTO.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
           88 DIA-FECHADO          VALUE "F".
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-TOTAL-ARQUIVADOS  PIC 9(7) VALUE ZEROS.
      *    UM REGISTRO DE SALDO DE ABERTURA (ORIGEM "S") POR CONTA
      *    ATIVA - ASSIM O EXTRATO DE UM PERIODO ABRE SO OS ARQUIVOS
      *    DOS MESES PEDIDOS EM VEZ DE VARRER A VIDA INTEIRA DO BANCO.
      *    A JANELA E O ULTIMO DIA DO MES JA PROVADO E FECHADO NO
      *    DATACTL: COM O DIA ABERTO OU EM ENCERRAMENTO AINDA ENTRA
      *    LANCAMENTO NO MOVIMENTO.DAT QUE ESTA SENDO COPIADO.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-HOJE
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           IF NOT DIA-FECHADO
               DISPLAY "DIA AINDA NAO PROVADO - FECHAMENTO DE MES SO "
                   "DEPOIS DA PROVADIARIA"
               STOP RUN
           END-IF.
           DISPLAY "COMPETENCIA A FECHAR (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
      *    ABERTURA POR CONTA ATIVA: VALOR ZERO, SALDO-RESULT = SALDO
      *    ATUAL DA CONTA, ORIGEM "S". E O ELO QUE MANTEM A CADEIA DE
      *    SALDOS VERIFICAVEL DEPOIS DO CORTE.
           OPEN INPUT CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
