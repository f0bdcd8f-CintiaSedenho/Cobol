       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFPOST.
       AUTHOR. CINTIA SEDENHO DIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CHAVE
           ALTERNATE RECORD KEY IS CTA-CPF WITH DUPLICATES
           FILE STATUS IS CTA-STATUS.

           SELECT TABELA-TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TBT-CHAVE
           FILE STATUS IS TBT-STATUS.

           SELECT TARIFA-EVENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVT-STATUS.

           SELECT TARIFA-PENDENTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPD-CHAVE
           FILE STATUS IS TPD-STATUS.

           SELECT CHECKPOINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHK-STATUS.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD TABELA-TARIFAS LABEL RECORD STANDARD
           DATA RECORD IS REG-TABTAR
           VALUE OF FILE-ID IS "TABTARIF.DAT".
      *    MESMO LAYOUT DE REG-TABTAR EM P2-TARIFCAD-G1.cbl.
       01 REG-TABTAR.
           05 TBT-CHAVE.
               10 TBT-SERVICO      PIC X(4).
               10 TBT-VIGENCIA.
                   15 TBT-ANO-VIG  PIC 9(4).
                   15 TBT-MES-VIG  PIC 9(2).
                   15 TBT-DIA-VIG  PIC 9(2).
               10 TBT-VIGENCIA-NUM REDEFINES TBT-VIGENCIA PIC 9(8).
           05 TBT-DESCRICAO    PIC X(30).
           05 TBT-VALOR        PIC 9(4)V99.
           05 TBT-ISENTA-POUPANCA PIC X(1).
               88 TBT-ISENTA           VALUE "S".
           05 TBT-OPERADOR     PIC 9(6).

       FD TARIFA-EVENTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-EVT
           VALUE OF FILE-ID IS "TAREVENT.TXT".
      *    SERVICOS TARIFAVEIS PRESTADOS - UMA LINHA POR OCORRENCIA,
      *    ACRESCENTADA POR QUEM PRESTA O SERVICO: TEXT PELO TERMINAL
      *    (ORDEM PARA OUTRO BANCO ACEITA), REIM PELO TERMINAL (2A VIA
      *    EMITIDA), CHQD PELO COMPENSACHQ (FOLHA DEVOLVIDA SEM FUNDOS
      *    OU POR BLOQUEIO), TALA PELO CHEQUECAD (TALAO EMITIDO) E
      *    EXTR PELO EXTRATO (EXTRATO AVULSO GERADO). O ARQUIVO SO
      *    CRESCE - O TARIFPOST GUARDA NO CHECKPOINT ATE QUE LINHA JA
      *    COBROU E NA NOITE SEGUINTE COMECA DA LINHA SEGUINTE, ENTAO
      *    UMA OCORRENCIA GRAVADA DEPOIS DA COBRANCA DO DIA NAO SE
      *    PERDE NEM E COBRADA DUAS VEZES.
       01 REG-EVT.
           05 EVT-DATA         PIC 9(8).
           05 EVT-AGENCIA      PIC 9(4).
           05 EVT-CONTA        PIC 9(6).
           05 EVT-SERVICO      PIC X(4).
           05 EVT-REFERENCIA   PIC X(12).

       FD TARIFA-PENDENTE LABEL RECORD STANDARD
           DATA RECORD IS REG-PENDENTE
           VALUE OF FILE-ID IS "TARPEND.DAT".
      *    TARIFA QUE O MOVPOST RECUSOU (SEM LIMITE "91", VALOR
      *    BLOQUEADO "92" OU OUTRA FALHA) - FICA AQUI COM O VALOR DA
      *    TABELA NA DATA DA PRIMEIRA TENTATIVA E E TENTADA DE NOVO
      *    TODA NOITE ANTES DAS OCORRENCIAS NOVAS. COBRADA, O REGISTRO
      *    E APAGADO; CONTA ENCERRADA OU INATIVA, E BAIXADO SEM
      *    COBRANCA (MESMA REGRA DA COBRANCA NOVA).
       01 REG-PENDENTE.
           05 TPD-CHAVE.
               10 TPD-AGENCIA      PIC 9(4).
               10 TPD-CONTA        PIC 9(6).
               10 TPD-SERVICO      PIC X(4).
               10 TPD-DATA         PIC 9(8).
           05 TPD-QTD          PIC 9(3).
           05 TPD-VALOR        PIC 9(6)V99.
           05 TPD-MOTIVO       PIC X(2).
           05 TPD-TENTATIVAS   PIC 9(3).
           05 TPD-ULTIMA-TENTATIVA PIC 9(8).

       FD CHECKPOINT LABEL RECORD STANDARD
           DATA RECORD IS REG-CHK
           VALUE OF FILE-ID IS "TARIFPOST.CHK".
      *    MESMO ESQUEMA DO ENCARGOS.CHK: "F" COM A DATA DE HOJE = JA
      *    EXECUTADO, RECUSA; "F" DE OUTRA DATA = CHK-LINHA-FIM E A
      *    ULTIMA LINHA DO TAREVENT.TXT JA COBRADA; "P" = EXECUCAO QUE
      *    MORREU NO MEIO, RETOMA A MESMA FAIXA DE LINHAS DEPOIS DA
      *    ULTIMA COBRANCA CHECKPOINTADA (CHK-INDICE NA TABELA DE
      *    COBRANCAS, QUE E MONTADA SEMPRE NA MESMA ORDEM).
       01 REG-CHK.
           05 CHK-SITUACAO     PIC X(1).
           05 CHK-DATA         PIC 9(8).
           05 CHK-LINHA-INICIO PIC 9(8).
           05 CHK-LINHA-FIM    PIC 9(8).
           05 CHK-INDICE       PIC 9(4).
           05 CHK-COBRADAS     PIC 9(6).
           05 CHK-PENDENTES    PIC 9(6).

       FD RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "TARIFREL.TXT".
       01 LINHA-REL                PIC X(100).

       WORKING-STORAGE SECTION.
       01 CTA-STATUS           PIC X(2).
       01 TBT-STATUS           PIC X(2).
       01 EVT-STATUS           PIC X(2).
       01 TPD-STATUS           PIC X(2).
       01 CHK-STATUS           PIC X(2).
       01 REL-STATUS           PIC X(2).
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-REINICIO          PIC X(1) VALUE "N".
           88 REINICIO             VALUE "S".
       01 WS-DESDE-CHK         PIC 9(3) VALUE ZEROS.
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
       01 WS-LINHA             PIC 9(8) VALUE ZEROS.
       01 WS-LINHA-INICIO      PIC 9(8) VALUE ZEROS.
       01 WS-LINHA-FIM         PIC 9(8) VALUE ZEROS.
       01 WS-INDICE-INICIO     PIC 9(4) VALUE ZEROS.
       01 WS-I                 PIC 9(4) VALUE ZEROS.
       01 WS-J                 PIC 9(4) VALUE ZEROS.
       01 WS-ACHOU             PIC X(1) VALUE "N".
       01 WS-VALOR-TARIFA      PIC 9(6)V99 VALUE ZEROS.
       01 WS-SALDO-ATUAL       PIC S9(6)V99 VALUE ZEROS.
       01 WS-SALDO-NOVO        PIC S9(6)V99 VALUE ZEROS.
       01 WS-RETORNO-MOV       PIC X(2) VALUE SPACES.
       01 WS-TIPO-MOV          PIC X(1) VALUE "D".
      *    COBRANCA EM AVALIACAO - PREENCHIDA TANTO PELA PENDENTE
      *    QUANTO PELA OCORRENCIA NOVA, PARA UM UNICO PARAGRAFO DE
      *    LANCAMENTO SERVIR AS DUAS.
       01 WS-COB-AGENCIA       PIC 9(4) VALUE ZEROS.
       01 WS-COB-CONTA         PIC 9(6) VALUE ZEROS.
       01 WS-COB-SERVICO       PIC X(4) VALUE SPACES.
       01 WS-COB-QTD           PIC 9(3) VALUE ZEROS.
       01 WS-TOTAL-EVENTOS     PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-COBRADAS    PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-PENDENTES   PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-RECUPERADAS PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-BAIXADAS    PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-ISENTAS     PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-SEM-TARIFA  PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-NAO-ATIVAS  PIC 9(6) VALUE ZEROS.
       01 WS-MOV-COMPLEMENTO.
           05 WS-MOV-ORIGEM        PIC X(1) VALUE SPACE.
           05 WS-MOV-CONTRA-AGENCIA PIC 9(4) VALUE ZEROS.
           05 WS-MOV-CONTRA-CONTA  PIC 9(6) VALUE ZEROS.
           05 WS-MOV-DOCUMENTO     PIC X(12) VALUE SPACES.
           05 WS-MOV-OPERADOR      PIC 9(6) VALUE ZEROS.

      *    TARIFA VIGENTE DE CADA SERVICO NA DATA DO MOVIMENTO, LIDA
      *    UMA VEZ DO TABTARIF.DAT (NA ORDEM DA CHAVE A ULTIMA
      *    VIGENCIA ATE HOJE DE CADA SERVICO SOBRESCREVE AS ANTERIORES).
       01 WS-SRV-QTD           PIC 9(2) VALUE ZEROS.
       01 WS-TAB-SERVICOS.
           05 WS-SRV-ENT OCCURS 50 TIMES.
               10 WS-SRV-SERVICO   PIC X(4).
               10 WS-SRV-DESCRICAO PIC X(30).
               10 WS-SRV-VALOR     PIC 9(4)V99.
               10 WS-SRV-ISENTA    PIC X(1).
       01 WS-POS-SRV           PIC 9(2) VALUE ZEROS.

      *    OCORRENCIAS DA FAIXA A COBRAR, SOMADAS POR CONTA E SERVICO
      *    - UM LANCAMENTO POR CONTA/SERVICO COM A QUANTIDADE DO DIA.
      *    MESMA CAPACIDADE DA TABELA DO INATIVACONTAS; ACIMA DISSO O
      *    PROGRAMA AVISA E PARA ANTES DE COBRAR QUALQUER COISA.
       01 WS-COB-TOTAL         PIC 9(4) VALUE ZEROS.
       01 WS-TAB-COBRANCAS.
           05 WS-TCB-ENT OCCURS 5000 TIMES.
               10 WS-TCB-AGENCIA   PIC 9(4).
               10 WS-TCB-CONTA     PIC 9(6).
               10 WS-TCB-SERVICO   PIC X(4).
               10 WS-TCB-QTD       PIC 9(3).

      *    RECEITA DA NOITE POR AGENCIA E SERVICO PARA O RELATORIO -
      *    COBRADO (NOVAS E PENDENTES RECUPERADAS) E O QUE FICOU
      *    PENDENTE NESTA EXECUCAO.
       01 WS-REC-TOTAL         PIC 9(4) VALUE ZEROS.
       01 WS-TAB-RECEITA.
           05 WS-REC-ENT OCCURS 500 TIMES.
               10 WS-REC-CHAVE.
                   15 WS-REC-AGENCIA   PIC 9(4).
                   15 WS-REC-SERVICO   PIC X(4).
               10 WS-REC-QTD-COB   PIC 9(5).
               10 WS-REC-VLR-COB   PIC 9(7)V99.
               10 WS-REC-QTD-PEND  PIC 9(5).
               10 WS-REC-VLR-PEND  PIC 9(7)V99.
       01 WS-POS-REC           PIC 9(4) VALUE ZEROS.
       01 WS-REC-COBRADO       PIC X(1) VALUE "N".
      *    IMPRESSAO EM ORDEM DE AGENCIA/SERVICO SEM SORT: A CADA
      *    LINHA PROCURA A MENOR CHAVE MAIOR QUE A ULTIMA IMPRESSA.
       01 WS-ULTIMA-CHAVE.
           05 WS-ULT-AGENCIA   PIC 9(4).
           05 WS-ULT-SERVICO   PIC X(4).
       01 WS-MENOR-CHAVE       PIC X(8) VALUE SPACES.
       01 WS-POS-MENOR         PIC 9(4) VALUE ZEROS.
       01 WS-AGENCIA-ATUAL     PIC 9(4) VALUE ZEROS.
       01 WS-PRIMEIRA          PIC X(1) VALUE "S".
       01 WS-AGE-QTD-COB       PIC 9(6) VALUE ZEROS.
       01 WS-AGE-VLR-COB       PIC 9(8)V99 VALUE ZEROS.
       01 WS-AGE-QTD-PEND      PIC 9(6) VALUE ZEROS.
       01 WS-AGE-VLR-PEND      PIC 9(8)V99 VALUE ZEROS.
       01 WS-TOT-QTD-COB       PIC 9(6) VALUE ZEROS.
       01 WS-TOT-VLR-COB       PIC 9(8)V99 VALUE ZEROS.
       01 WS-TOT-QTD-PEND      PIC 9(6) VALUE ZEROS.
       01 WS-TOT-VLR-PEND      PIC 9(8)V99 VALUE ZEROS.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(45) VALUE
               "RECEITA DE TARIFAS DE SERVICO - MOVIMENTO DE ".
           05 LC-DIA            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-MES            PIC 99.
           05 FILLER            PIC X(1) VALUE "/".
           05 LC-ANO            PIC 9(4).
       01 LINHA-REINICIO.
           05 FILLER            PIC X(40) VALUE
               "EXECUCAO RETOMADA - COBRANCAS ANTERIORES".
           05 FILLER            PIC X(37) VALUE
               " A QUEDA NAO CONSTAM DESTE RELATORIO".
       01 LINHA-AGENCIA.
           05 FILLER            PIC X(9) VALUE "AGENCIA: ".
           05 LA-AGENCIA        PIC 9(4).
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(36) VALUE "SERV DESCRICAO".
           05 FILLER            PIC X(19) VALUE "  QTD      COBRADO".
           05 FILLER            PIC X(19) VALUE " PEND     PENDENTE".
       01 LINHA-DETALHE.
           05 LD-SERVICO        PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LD-DESCRICAO      PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LD-QTD-COB        PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LD-VLR-COB        PIC Z.ZZZ.ZZ9,99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LD-QTD-PEND       PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LD-VLR-PEND       PIC Z.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           05 LT-ROTULO         PIC X(35).
           05 LT-QTD-COB        PIC ZZZZZ9.
           05 LT-VLR-COB        PIC ZZ.ZZZ.ZZ9,99.
           05 LT-QTD-PEND       PIC ZZZZZ9.
           05 LT-VLR-PEND       PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       TARIFPOST-PRINCIPAL.
      *    BATCH NOTURNO: COBRA AS TARIFAS DOS SERVICOS PRESTADOS NO
      *    DIA (TAREVENT.TXT) PELA TABELA VIGENTE (TABTARIF.DAT), UM
      *    DEBITO POR CONTA E SERVICO VIA MOVPOST COM ORIGEM "V" E O
      *    SERVICO NO DOCUMENTO ("TARIFA " + CODIGO). DIFERENTE DA
      *    TARIFA MENSAL ("M"), A TARIFA DE SERVICO RESPEITA LIMITE E
      *    BLOQUEIO - O QUE NAO PASSA FICA EM TARPEND.DAT E E TENTADO
      *    DE NOVO NAS NOITES SEGUINTES. TERMINA COM A RECEITA POR
      *    AGENCIA E SERVICO EM TARIFREL.TXT.
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
           PERFORM TESTA-JA-EXECUTADO.
           PERFORM CARREGA-TARIFAS.
           PERFORM CARREGA-EVENTOS.
           OPEN I-O CONTAS.
           IF CTA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " CTA-STATUS
               STOP RUN
           END-IF.
           PERFORM ABRE-PENDENTES.
           OPEN OUTPUT RELATORIO.
           IF REL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TARIFREL.TXT: " REL-STATUS
               CLOSE CONTAS TARIFA-PENDENTE
               STOP RUN
           END-IF.
      *    A FAIXA DE LINHAS FICA GRAVADA ANTES DA PRIMEIRA COBRANCA -
      *    UMA RETOMADA MONTA EXATAMENTE A MESMA TABELA.
           MOVE "P" TO CHK-SITUACAO.
           MOVE WS-INDICE-INICIO TO WS-I.
           PERFORM GRAVA-CHECKPOINT.
           PERFORM COBRA-PENDENTES.
           COMPUTE WS-I = WS-INDICE-INICIO + 1.
           PERFORM UNTIL WS-I > WS-COB-TOTAL
               PERFORM COBRA-OCORRENCIA
               PERFORM CONTROLA-CHECKPOINT
               ADD 1 TO WS-I
           END-PERFORM.
           MOVE WS-COB-TOTAL TO WS-I.
           PERFORM FINALIZA-CHECKPOINT.
           PERFORM EMITE-RELATORIO.
           CLOSE CONTAS TARIFA-PENDENTE RELATORIO.
           DISPLAY "OCORRENCIAS LIDAS........: " WS-TOTAL-EVENTOS.
           DISPLAY "TARIFAS COBRADAS.........: " WS-TOTAL-COBRADAS.
           DISPLAY "PENDENTES RECUPERADAS....: " WS-TOTAL-RECUPERADAS.
           DISPLAY "NOVAS PENDENTES..........: " WS-TOTAL-PENDENTES.
           DISPLAY "PENDENTES BAIXADAS.......: " WS-TOTAL-BAIXADAS.
           DISPLAY "ISENTAS (POUPANCA).......: " WS-TOTAL-ISENTAS.
           DISPLAY "SERVICO SEM TARIFA.......: " WS-TOTAL-SEM-TARIFA.
           DISPLAY "CONTA NAO ATIVA..........: " WS-TOTAL-NAO-ATIVAS.
           STOP RUN.

       TESTA-JA-EXECUTADO.
      *    SEM O ARQUIVO (PRIMEIRA EXECUCAO DESDE A IMPLANTACAO) COBRA
      *    O TAREVENT.TXT DESDE A PRIMEIRA LINHA.
           OPEN INPUT CHECKPOINT.
           IF CHK-STATUS = "00"
               READ CHECKPOINT NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CHK-SITUACAO = "F"
                               AND CHK-DATA = WS-HOJE-NUM
                               PERFORM RECUSA-JA-EXECUTADO
                           WHEN CHK-SITUACAO = "F"
                               MOVE CHK-LINHA-FIM TO WS-LINHA-INICIO
                           WHEN OTHER
                               MOVE "S" TO WS-REINICIO
                               MOVE CHK-LINHA-INICIO TO WS-LINHA-INICIO
                               MOVE CHK-LINHA-FIM TO WS-LINHA-FIM
                               MOVE CHK-INDICE TO WS-INDICE-INICIO
                               MOVE CHK-COBRADAS TO WS-TOTAL-COBRADAS
                               MOVE CHK-PENDENTES TO WS-TOTAL-PENDENTES
                       END-EVALUATE
               END-READ
               CLOSE CHECKPOINT
           END-IF.

       RECUSA-JA-EXECUTADO.
           CLOSE CHECKPOINT.
           DISPLAY "TARIFAS DE SERVICO DE " WS-HOJE-DIA "/"
               WS-HOJE-MES "/" WS-HOJE-ANO " JA COBRADAS - ABORTADO".
           STOP RUN.

       CONTROLA-CHECKPOINT.
      *    PONTO DE RETOMADA A CADA 100 COBRANCAS - A QUE GEROU
      *    LANCAMENTO OU PENDENCIA E CHECKPOINTADA NA HORA (VER
      *    COBRA-OCORRENCIA), ENTAO A RETOMADA NUNCA COBRA DUAS VEZES.
           ADD 1 TO WS-DESDE-CHK.
           IF WS-DESDE-CHK >= 100
               MOVE ZEROS TO WS-DESDE-CHK
               MOVE "P" TO CHK-SITUACAO
               PERFORM GRAVA-CHECKPOINT
           END-IF.

       FINALIZA-CHECKPOINT.
           MOVE "F" TO CHK-SITUACAO.
           PERFORM GRAVA-CHECKPOINT.

       GRAVA-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT.
           IF CHK-STATUS = "00"
               MOVE WS-HOJE-NUM TO CHK-DATA
               MOVE WS-LINHA-INICIO TO CHK-LINHA-INICIO
               MOVE WS-LINHA-FIM TO CHK-LINHA-FIM
               MOVE WS-I TO CHK-INDICE
               MOVE WS-TOTAL-COBRADAS TO CHK-COBRADAS
               MOVE WS-TOTAL-PENDENTES TO CHK-PENDENTES
               WRITE REG-CHK
               CLOSE CHECKPOINT
           ELSE
               DISPLAY "ERRO AO GRAVAR CHECKPOINT: " CHK-STATUS
           END-IF.

       CARREGA-TARIFAS.
      *    SEM TABELA NAO HA COBRANCA - ABORTAR E MAIS SEGURO DO QUE
      *    DEIXAR AS OCORRENCIAS PARA TRAS COMO SE FOSSEM GRATUITAS.
           OPEN INPUT TABELA-TARIFAS.
           IF TBT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TABTARIF.DAT: " TBT-STATUS
               DISPLAY "EXECUCAO ABORTADA - TABELA DE TARIFAS AUSENTE"
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ TABELA-TARIFAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TBT-VIGENCIA-NUM NOT > WS-HOJE-NUM
                           PERFORM GUARDA-TARIFA-VIGENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TABELA-TARIFAS.

       GUARDA-TARIFA-VIGENTE.
           IF WS-SRV-QTD = ZEROS
               OR WS-SRV-SERVICO (WS-SRV-QTD) NOT = TBT-SERVICO
               IF WS-SRV-QTD >= 50
                   DISPLAY "TABELA DE SERVICOS CHEIA - AUMENTAR OCCURS"
                   CLOSE TABELA-TARIFAS
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRV-QTD
           END-IF.
           MOVE TBT-SERVICO TO WS-SRV-SERVICO (WS-SRV-QTD).
           MOVE TBT-DESCRICAO TO WS-SRV-DESCRICAO (WS-SRV-QTD).
           MOVE TBT-VALOR TO WS-SRV-VALOR (WS-SRV-QTD).
           MOVE TBT-ISENTA-POUPANCA TO WS-SRV-ISENTA (WS-SRV-QTD).

       CARREGA-EVENTOS.
      *    LE A FAIXA AINDA NAO COBRADA DO TAREVENT.TXT: DA LINHA
      *    SEGUINTE A ULTIMA COBRADA ATE O FIM DO ARQUIVO (OU, NA
      *    RETOMADA, ATE A MESMA LINHA FINAL DA EXECUCAO QUE CAIU).
      *    SEM O ARQUIVO NENHUM SERVICO FOI PRESTADO - SO AS
      *    PENDENTES SAO TENTADAS.
           MOVE ZEROS TO WS-LINHA.
           IF NOT REINICIO
               MOVE WS-LINHA-INICIO TO WS-LINHA-FIM
           END-IF.
           OPEN INPUT TARIFA-EVENTOS.
           EVALUATE EVT-STATUS
               WHEN "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ TARIFA-EVENTOS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-LINHA
                               PERFORM AVALIA-EVENTO
                       END-READ
                   END-PERFORM
                   CLOSE TARIFA-EVENTOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TAREVENT.TXT: " EVT-STATUS
                   STOP RUN
           END-EVALUATE.
           IF REINICIO
               DISPLAY "RETOMANDO LINHAS " WS-LINHA-INICIO " A "
                   WS-LINHA-FIM " APOS A COBRANCA " WS-INDICE-INICIO
           END-IF.

       AVALIA-EVENTO.
           IF REINICIO AND WS-LINHA > WS-LINHA-FIM
               MOVE "S" TO WS-FIM-ARQUIVO
           ELSE
               IF WS-LINHA > WS-LINHA-INICIO
                   IF NOT REINICIO
                       MOVE WS-LINHA TO WS-LINHA-FIM
                   END-IF
                   ADD 1 TO WS-TOTAL-EVENTOS
                   PERFORM REGISTRA-EVENTO
               END-IF
           END-IF.

       REGISTRA-EVENTO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-COB-TOTAL OR WS-ACHOU = "S"
               IF WS-TCB-AGENCIA (WS-J) = EVT-AGENCIA
                   AND WS-TCB-CONTA (WS-J) = EVT-CONTA
                   AND WS-TCB-SERVICO (WS-J) = EVT-SERVICO
                   MOVE "S" TO WS-ACHOU
                   ADD 1 TO WS-TCB-QTD (WS-J)
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-COB-TOTAL >= 5000
                   DISPLAY "TABELA DE CONTAS CHEIA - AUMENTAR OCCURS"
                   CLOSE TARIFA-EVENTOS
                   STOP RUN
               END-IF
               ADD 1 TO WS-COB-TOTAL
               MOVE EVT-AGENCIA TO WS-TCB-AGENCIA (WS-COB-TOTAL)
               MOVE EVT-CONTA TO WS-TCB-CONTA (WS-COB-TOTAL)
               MOVE EVT-SERVICO TO WS-TCB-SERVICO (WS-COB-TOTAL)
               MOVE 1 TO WS-TCB-QTD (WS-COB-TOTAL)
           END-IF.

       ABRE-PENDENTES.
           OPEN I-O TARIFA-PENDENTE.
           EVALUATE TPD-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT TARIFA-PENDENTE
                   CLOSE TARIFA-PENDENTE
                   OPEN I-O TARIFA-PENDENTE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TARPEND.DAT: " TPD-STATUS
                   CLOSE CONTAS
                   STOP RUN
           END-EVALUATE.

       COBRA-PENDENTES.
      *    AS PENDENTES VEM ANTES DAS OCORRENCIAS NOVAS - A DIVIDA MAIS
      *    ANTIGA E A PRIMEIRA A USAR O SALDO QUE ENTROU NA CONTA.
      *    PENDENTE JA TENTADA HOJE (GRAVADA OU RETENTADA PELA
      *    EXECUCAO QUE CAIU) FICA PARA AMANHA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO TPD-CHAVE.
           START TARIFA-PENDENTE KEY NOT LESS THAN TPD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ TARIFA-PENDENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TPD-ULTIMA-TENTATIVA NOT = WS-HOJE-NUM
                           PERFORM TENTA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

       TENTA-PENDENTE.
           MOVE TPD-AGENCIA TO WS-COB-AGENCIA CTA-AGENCIA.
           MOVE TPD-CONTA TO WS-COB-CONTA CTA-CONTA.
           MOVE TPD-SERVICO TO WS-COB-SERVICO.
           MOVE TPD-QTD TO WS-COB-QTD.
           MOVE TPD-VALOR TO WS-VALOR-TARIFA.
           READ CONTAS
               INVALID KEY
                   MOVE "F" TO CTA-STATUS-CONTA
           END-READ.
           IF NOT CTA-CONTA-ATIVA
               DISPLAY "TARIFA PENDENTE BAIXADA " TPD-CHAVE
                   " - CONTA NAO ATIVA"
               PERFORM APAGA-PENDENTE
               ADD 1 TO WS-TOTAL-BAIXADAS
           ELSE
               PERFORM LANCA-TARIFA
               IF WS-RETORNO-MOV = "00"
                   PERFORM APAGA-PENDENTE
                   ADD 1 TO WS-TOTAL-RECUPERADAS
               ELSE
                   MOVE WS-RETORNO-MOV TO TPD-MOTIVO
                   ADD 1 TO TPD-TENTATIVAS
                   MOVE WS-HOJE-NUM TO TPD-ULTIMA-TENTATIVA
                   REWRITE REG-PENDENTE
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF TPD-STATUS NOT = "00"
                       DISPLAY "ERRO AO REGRAVAR PENDENTE " TPD-CHAVE
                           ": " TPD-STATUS
                   END-IF
                   PERFORM ACUMULA-PENDENTE
               END-IF
           END-IF.

       APAGA-PENDENTE.
           DELETE TARIFA-PENDENTE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF TPD-STATUS NOT = "00"
               DISPLAY "ERRO AO APAGAR PENDENTE " TPD-CHAVE ": "
                   TPD-STATUS
           END-IF.

       COBRA-OCORRENCIA.
      *    MESMA REGRA DO ENCARGOS: SO CONTA "A" PAGA TARIFA (INATIVA
      *    E ENCERRADA NAO). POUPANCA SO PAGA O SERVICO QUE A TABELA
      *    NAO ISENTA. SERVICO SEM TARIFA VIGENTE (OU COM VALOR ZERO)
      *    NAO E COBRADO.
           MOVE WS-TCB-AGENCIA (WS-I) TO WS-COB-AGENCIA CTA-AGENCIA.
           MOVE WS-TCB-CONTA (WS-I) TO WS-COB-CONTA CTA-CONTA.
           MOVE WS-TCB-SERVICO (WS-I) TO WS-COB-SERVICO.
           MOVE WS-TCB-QTD (WS-I) TO WS-COB-QTD.
           PERFORM LOCALIZA-SERVICO.
           IF WS-POS-SRV = ZEROS
               ADD WS-COB-QTD TO WS-TOTAL-SEM-TARIFA
           ELSE
               READ CONTAS
                   INVALID KEY
                       MOVE "F" TO CTA-STATUS-CONTA
               END-READ
               EVALUATE TRUE
                   WHEN NOT CTA-CONTA-ATIVA
                       ADD WS-COB-QTD TO WS-TOTAL-NAO-ATIVAS
                   WHEN CTA-TIPO-POUPANCA
                       AND WS-SRV-ISENTA (WS-POS-SRV) = "S"
                       ADD WS-COB-QTD TO WS-TOTAL-ISENTAS
                   WHEN OTHER
                       COMPUTE WS-VALOR-TARIFA =
                           WS-SRV-VALOR (WS-POS-SRV) * WS-COB-QTD
                       PERFORM LANCA-TARIFA
                       IF WS-RETORNO-MOV = "00"
                           ADD 1 TO WS-TOTAL-COBRADAS
                       ELSE
                           PERFORM GRAVA-PENDENTE
                       END-IF
                       MOVE ZEROS TO WS-DESDE-CHK
                       MOVE "P" TO CHK-SITUACAO
                       PERFORM GRAVA-CHECKPOINT
               END-EVALUATE
           END-IF.

       LOCALIZA-SERVICO.
           MOVE ZEROS TO WS-POS-SRV.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SRV-QTD OR WS-POS-SRV NOT = ZEROS
               IF WS-SRV-SERVICO (WS-J) = WS-COB-SERVICO
                   AND WS-SRV-VALOR (WS-J) > ZEROS
                   MOVE WS-J TO WS-POS-SRV
               END-IF
           END-PERFORM.

       LANCA-TARIFA.
      *    ORIGEM "V" NAO ESTA NA ISENCAO DE LIMITE/BLOQUEIO DO
      *    MOVPOST (SO "J" E "M" ESTAO), ENTAO SEM LIMITE VOLTA "91" E
      *    COM VALOR BLOQUEADO "92" - O CHAMADOR DECIDE A PENDENCIA.
           MOVE CTA-SALDO TO WS-SALDO-ATUAL.
           MOVE "V" TO WS-MOV-ORIGEM.
           MOVE ZEROS TO WS-MOV-CONTRA-AGENCIA WS-MOV-CONTRA-CONTA.
           MOVE ZEROS TO WS-MOV-OPERADOR.
           MOVE SPACES TO WS-MOV-DOCUMENTO.
           STRING "TARIFA " WS-COB-SERVICO
               DELIMITED BY SIZE INTO WS-MOV-DOCUMENTO.
           CALL "MOVPOST" USING CTA-AGENCIA CTA-CONTA
               WS-TIPO-MOV WS-VALOR-TARIFA
               WS-SALDO-ATUAL WS-SALDO-NOVO CTA-LIMITE
               WS-MOV-COMPLEMENTO WS-RETORNO-MOV.
           IF WS-RETORNO-MOV = "00"
               PERFORM REGRAVA-SALDO
               MOVE "S" TO WS-REC-COBRADO
               PERFORM ACUMULA-RECEITA
           ELSE
               DISPLAY "TARIFA NAO LANCADA " CTA-CHAVE " "
                   WS-COB-SERVICO " COD: " WS-RETORNO-MOV
           END-IF.

       REGRAVA-SALDO.
      *    O MOVIMENTO JA FOI GRAVADO POR MOVPOST - UMA FALHA AQUI
      *    FICA NO CONSOLE PARA ACERTO MANUAL (MESMA REGRA DE
      *    REGRAVA-SALDO EM P2-LOTE-G1.cbl).
           MOVE WS-SALDO-NOVO TO CTA-SALDO.
           REWRITE REG-CONTA
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF CTA-STATUS NOT = "00"
               DISPLAY "SALDO NAO ATUALIZADO " CTA-CHAVE ": "
                   CTA-STATUS " - MOVIMENTO JA GRAVADO, AJUSTE MANUAL"
           END-IF.

       GRAVA-PENDENTE.
           MOVE WS-COB-AGENCIA TO TPD-AGENCIA.
           MOVE WS-COB-CONTA TO TPD-CONTA.
           MOVE WS-COB-SERVICO TO TPD-SERVICO.
           MOVE WS-HOJE-NUM TO TPD-DATA TPD-ULTIMA-TENTATIVA.
           MOVE WS-COB-QTD TO TPD-QTD.
           MOVE WS-VALOR-TARIFA TO TPD-VALOR.
           MOVE WS-RETORNO-MOV TO TPD-MOTIVO.
           MOVE 1 TO TPD-TENTATIVAS.
           WRITE REG-PENDENTE
               INVALID KEY
                   DISPLAY "PENDENTE JA GRAVADA " TPD-CHAVE ": "
                       TPD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-PENDENTES
                   PERFORM ACUMULA-PENDENTE
           END-WRITE.

       ACUMULA-PENDENTE.
           MOVE "N" TO WS-REC-COBRADO.
           PERFORM ACUMULA-RECEITA.

       ACUMULA-RECEITA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-REC-TOTAL OR WS-ACHOU = "S"
               IF WS-REC-AGENCIA (WS-J) = WS-COB-AGENCIA
                   AND WS-REC-SERVICO (WS-J) = WS-COB-SERVICO
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-J TO WS-POS-REC
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-REC-TOTAL >= 500
                   DISPLAY "TABELA DE RECEITA CHEIA - AUMENTAR OCCURS"
                   CLOSE CONTAS TARIFA-PENDENTE RELATORIO
                   STOP RUN
               END-IF
               ADD 1 TO WS-REC-TOTAL
               MOVE WS-REC-TOTAL TO WS-POS-REC
               MOVE WS-COB-AGENCIA TO WS-REC-AGENCIA (WS-POS-REC)
               MOVE WS-COB-SERVICO TO WS-REC-SERVICO (WS-POS-REC)
               MOVE ZEROS TO WS-REC-QTD-COB (WS-POS-REC)
                   WS-REC-VLR-COB (WS-POS-REC)
                   WS-REC-QTD-PEND (WS-POS-REC)
                   WS-REC-VLR-PEND (WS-POS-REC)
           END-IF.
           IF WS-REC-COBRADO = "S"
               ADD WS-COB-QTD TO WS-REC-QTD-COB (WS-POS-REC)
               ADD WS-VALOR-TARIFA TO WS-REC-VLR-COB (WS-POS-REC)
           ELSE
               ADD WS-COB-QTD TO WS-REC-QTD-PEND (WS-POS-REC)
               ADD WS-VALOR-TARIFA TO WS-REC-VLR-PEND (WS-POS-REC)
           END-IF.

       EMITE-RELATORIO.
           MOVE WS-HOJE-DIA TO LC-DIA.
           MOVE WS-HOJE-MES TO LC-MES.
           MOVE WS-HOJE-ANO TO LC-ANO.
           MOVE LINHA-CABECALHO TO LINHA-REL.
           WRITE LINHA-REL.
           IF REINICIO
               MOVE LINHA-REINICIO TO LINHA-REL
               WRITE LINHA-REL
           END-IF.
           MOVE LOW-VALUES TO WS-ULTIMA-CHAVE.
           MOVE "S" TO WS-PRIMEIRA.
           PERFORM PROXIMA-LINHA-RECEITA.
           PERFORM UNTIL WS-POS-MENOR = ZEROS
               PERFORM IMPRIME-LINHA-RECEITA
               PERFORM PROXIMA-LINHA-RECEITA
           END-PERFORM.
           IF WS-PRIMEIRA = "N"
               PERFORM IMPRIME-TOTAL-AGENCIA
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL GERAL" TO LT-ROTULO.
           MOVE WS-TOT-QTD-COB TO LT-QTD-COB.
           MOVE WS-TOT-VLR-COB TO LT-VLR-COB.
           MOVE WS-TOT-QTD-PEND TO LT-QTD-PEND.
           MOVE WS-TOT-VLR-PEND TO LT-VLR-PEND.
           MOVE LINHA-TOTAL TO LINHA-REL.
           WRITE LINHA-REL.

       PROXIMA-LINHA-RECEITA.
           MOVE ZEROS TO WS-POS-MENOR.
           MOVE HIGH-VALUES TO WS-MENOR-CHAVE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-REC-TOTAL
               IF WS-REC-CHAVE (WS-J) > WS-ULTIMA-CHAVE
                   AND WS-REC-CHAVE (WS-J) < WS-MENOR-CHAVE
                   MOVE WS-REC-CHAVE (WS-J) TO WS-MENOR-CHAVE
                   MOVE WS-J TO WS-POS-MENOR
               END-IF
           END-PERFORM.

       IMPRIME-LINHA-RECEITA.
           MOVE WS-REC-CHAVE (WS-POS-MENOR) TO WS-ULTIMA-CHAVE.
           IF WS-PRIMEIRA = "S"
               OR WS-REC-AGENCIA (WS-POS-MENOR) NOT = WS-AGENCIA-ATUAL
               IF WS-PRIMEIRA = "N"
                   PERFORM IMPRIME-TOTAL-AGENCIA
               END-IF
               PERFORM IMPRIME-CABECALHO-AGENCIA
           END-IF.
           MOVE WS-REC-SERVICO (WS-POS-MENOR) TO LD-SERVICO
               WS-COB-SERVICO.
           MOVE SPACES TO LD-DESCRICAO.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-SRV-QTD
               IF WS-SRV-SERVICO (WS-J) = WS-COB-SERVICO
                   MOVE WS-SRV-DESCRICAO (WS-J) TO LD-DESCRICAO
               END-IF
           END-PERFORM.
           MOVE WS-REC-QTD-COB (WS-POS-MENOR) TO LD-QTD-COB.
           MOVE WS-REC-VLR-COB (WS-POS-MENOR) TO LD-VLR-COB.
           MOVE WS-REC-QTD-PEND (WS-POS-MENOR) TO LD-QTD-PEND.
           MOVE WS-REC-VLR-PEND (WS-POS-MENOR) TO LD-VLR-PEND.
           MOVE LINHA-DETALHE TO LINHA-REL.
           WRITE LINHA-REL.
           ADD WS-REC-QTD-COB (WS-POS-MENOR) TO WS-AGE-QTD-COB
               WS-TOT-QTD-COB.
           ADD WS-REC-VLR-COB (WS-POS-MENOR) TO WS-AGE-VLR-COB
               WS-TOT-VLR-COB.
           ADD WS-REC-QTD-PEND (WS-POS-MENOR) TO WS-AGE-QTD-PEND
               WS-TOT-QTD-PEND.
           ADD WS-REC-VLR-PEND (WS-POS-MENOR) TO WS-AGE-VLR-PEND
               WS-TOT-VLR-PEND.

       IMPRIME-CABECALHO-AGENCIA.
           MOVE "N" TO WS-PRIMEIRA.
           MOVE WS-REC-AGENCIA (WS-POS-MENOR) TO WS-AGENCIA-ATUAL.
           MOVE ZEROS TO WS-AGE-QTD-COB WS-AGE-VLR-COB
               WS-AGE-QTD-PEND WS-AGE-VLR-PEND.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-AGENCIA-ATUAL TO LA-AGENCIA.
           MOVE LINHA-AGENCIA TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LINHA-COLUNAS TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-TOTAL-AGENCIA.
           MOVE "TOTAL DA AGENCIA" TO LT-ROTULO.
           MOVE WS-AGE-QTD-COB TO LT-QTD-COB.
           MOVE WS-AGE-VLR-COB TO LT-VLR-COB.
           MOVE WS-AGE-QTD-PEND TO LT-QTD-PEND.
           MOVE WS-AGE-VLR-PEND TO LT-VLR-PEND.
           MOVE LINHA-TOTAL TO LINHA-REL.
           WRITE LINHA-REL.
