           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REM-STATUS.

           SELECT TARIFA-EVENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVT-STATUS.

           SELECT SEQ-RECIBO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CPV-STATUS.

           SELECT CHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-CHAVE
           FILE STATUS IS CHQ-STATUS.

           SELECT AGENDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGD-ID
           FILE STATUS IS AGD-STATUS.

           SELECT TERMO-ENCERRAMENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STATUS.

           SELECT EMPRESTIMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CONTRATO
           ALTERNATE RECORD KEY IS EMP-AGENCIA WITH DUPLICATES
           FILE STATUS IS EMP-STATUS.

           SELECT PARCELAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CHAVE
           FILE STATUS IS PAR-STATUS.

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

           SELECT CARTOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-NUMERO
           ALTERNATE RECORD KEY IS CRT-CONTA-CHAVE WITH DUPLICATES
           FILE STATUS IS CRT-STATUS.

           SELECT TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
           FILE STATUS IS TIT-STATUS.

           SELECT ARQUIVO-MES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES LABEL RECORD STANDARD
      *    AGENCIA/NOME CARREGAM O CODIGO E O NOME DA AGENCIA);
      *    "B"/"D" = BLOQUEIO/DESBLOQUEIO DE VALORES (LOG-SALDO-NOVO
      *    CARREGA O VALOR BLOQUEADO/LIBERADO E LOG-NOME-NOVO O
      *    MOTIVO DA ORDEM); "T"/"X" = INCLUSAO/EXCLUSAO DE COTITULAR
      *    OU REPRESENTANTE (LOG-CPF = CPF DO COTITULAR, LOG-NOME-ANT =
      *    TITULAR PRINCIPAL, LOG-NOME-NOVO = COTITULAR,
      *    LOG-SITUACAO-NOVA = PAPEL "E"/"O"/"R"); "N" = INATIVACAO
      *    POR FALTA DE MOVIMENTO (GRAVADA PELO BATCH INATIVACONTAS).
           05 LOG-DATA.
               10 LOG-ANO          PIC 9(4).
               10 LOG-MES          PIC 9(2).
           05 REM-AGENCIA-ORIG PIC 9(4).
           05 REM-CONTA-ORIG   PIC 9(6).

       FD TARIFA-EVENTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-EVT
           VALUE OF FILE-ID IS "TAREVENT.TXT".
      *    MESMO LAYOUT DE REG-EVT EM P2-TARIFPOST-G1.cbl - O TERMINAL
      *    REGISTRA A ORDEM PARA OUTRO BANCO (TEXT) E A 2A VIA DE
      *    COMPROVANTE (REIM); A COBRANCA E DO TARIFPOST A NOITE.
       01 REG-EVT.
           05 EVT-DATA         PIC 9(8).
           05 EVT-AGENCIA      PIC 9(4).
           05 EVT-CONTA        PIC 9(6).
           05 EVT-SERVICO      PIC X(4).
           05 EVT-REFERENCIA   PIC X(12).

       FD SEQ-RECIBO LABEL RECORD STANDARD
           DATA RECORD IS REG-RECIBO
           VALUE OF FILE-ID IS "SEQRECIBO.DAT".
      *    CONSOME O ARQUIVO).
       01 LINHA-CPV            PIC X(80).

       FD CHEQUES LABEL RECORD STANDARD
           DATA RECORD IS REG-CHEQUE
           VALUE OF FILE-ID IS "CHEQUES.DAT".
      *    MESMO LAYOUT DE REG-CHEQUE EM P2-CHEQUE-G1.cbl - AQUI SO
      *    PARA CANCELAR AS FOLHAS EM ABERTO NO ENCERRAMENTO DA CONTA.
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

       FD AGENDA LABEL RECORD STANDARD
           DATA RECORD IS REG-AGENDA
           VALUE OF FILE-ID IS "AGENDA.DAT".
      *    MESMO LAYOUT DE REG-AGENDA EM P2-AGENDACAD-G1.cbl - AQUI SO
      *    PARA CANCELAR AS ORDENS ATIVAS NO ENCERRAMENTO DA CONTA.
       01 REG-AGENDA.
           05 AGD-ID           PIC 9(6).
           05 AGD-AGENCIA-ORIG PIC 9(4).
           05 AGD-CONTA-ORIG   PIC 9(6).
           05 AGD-AGENCIA-DEST PIC 9(4).
           05 AGD-CONTA-DEST   PIC 9(6).
           05 AGD-VALOR        PIC 9(6)V99.
           05 AGD-PROX-DATA.
               10 AGD-ANO      PIC 9(4).
               10 AGD-MES      PIC 9(2).
               10 AGD-DIA      PIC 9(2).
           05 AGD-PROX-DATA-NUM REDEFINES AGD-PROX-DATA PIC 9(8).
           05 AGD-RECORRENCIA  PIC X(1).
               88 AGD-UNICA        VALUE "U".
               88 AGD-MENSAL       VALUE "M".
           05 AGD-SITUACAO     PIC X(1).
               88 AGD-ATIVA        VALUE "A".
               88 AGD-CANCELADA    VALUE "C".
               88 AGD-EXECUTADA    VALUE "E".
           05 AGD-OPERADOR     PIC 9(6).

       FD TERMO-ENCERRAMENTO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-TRM
           VALUE OF FILE-ID IS "TERMOENC.TXT".
      *    FILA DE IMPRESSAO DOS TERMOS DE ENCERRAMENTO - UM BLOCO POR
      *    CONTA ENCERRADA, ACRESCENTADO NO ATO (MESMO ESQUEMA DO
      *    COMPROV.TXT).
       01 LINHA-TRM            PIC X(80).

       FD EMPRESTIMOS LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
      *    CONTRATOS DE EMPRESTIMO PESSOAL: UM REGISTRO POR CONTRATO,
      *    GRAVADO NO GUICHE COM APROVACAO DE SUPERVISOR. O PRINCIPAL
      *    E CREDITADO NA CONTA NA HORA (MOVPOST, ORIGEM "K", DOCUMENTO
      *    "EMP" + CONTRATO) E AS PARCELAS - PRESTACAO FIXA (TABELA
      *    PRICE) - FICAM EM PARCELAS.DAT PARA O DEBITO NOTURNO DO
      *    EMPPOST. SITUACAO "A" = EM ANDAMENTO, "L" = LIQUIDADO (O
      *    EMPPOST MARCA QUANDO A ULTIMA PARCELA E PAGA). A CHAVE
      *    ALTERNATIVA POR AGENCIA E A ORDEM DA CARTEIRA (EMPREL).
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

       FD PARCELAS LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCELA
           VALUE OF FILE-ID IS "PARCELAS.DAT".
      *    CRONOGRAMA DO CONTRATO: UMA LINHA POR PARCELA, GERADO
      *    INTEIRO NA CONTRATACAO (VENCIMENTOS MENSAIS NO MESMO DIA DO
      *    PRIMEIRO). SITUACAO "A" = EM ABERTO, "T" = EM ATRASO (O
      *    EMPPOST TENTOU DEBITAR E A CONTA NAO TINHA SALDO/LIMITE OU
      *    ESTAVA BLOQUEADA - VOLTA A SER TENTADA TODA NOITE), "P" =
      *    PAGA. A PARCELA NUNCA E APAGADA (SO NO DESFAZIMENTO DE UM
      *    CONTRATO QUE NAO CHEGOU A SER CREDITADO).
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

       FD CONVENIOS LABEL RECORD STANDARD
           DATA RECORD IS REG-CONVENIO
           VALUE OF FILE-ID IS "CONVENIOS.DAT".
      *    MESMO LAYOUT DE REG-CONVENIO EM P2-CONVENIO-G1.cbl - AQUI SO
      *    E LIDO PARA VALIDAR O CONVENIO NA AUTORIZACAO DE DEBITO.
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
      *    AUTORIZACOES DE DEBITO AUTOMATICO: O CLIENTE AUTORIZA O
      *    CONVENIO A DEBITAR A CONTA PELA REFERENCIA QUE A EMPRESA USA
      *    PARA ELE (CODIGO DE INSTALACAO, NUMERO DO CONTRATO...). A
      *    CHAVE SEGUE A DE BLOQUEIOS.DAT (AGENCIA/CONTA/SEQUENCIAL)
      *    PARA A TELA LISTAR E CANCELAR PELO SEQUENCIAL, E O DEBAUTO
      *    PROCURA A AUTORIZACAO VARRENDO SO AS DA CONTA. VALOR MAXIMO
      *    ZERADO = SEM TETO. O CANCELAMENTO SO MUDA A SITUACAO PARA
      *    "C" - O REGISTRO NUNCA E APAGADO.
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

       FD CARTOES LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTAO
           VALUE OF FILE-ID IS "CARTOES.DAT".
      *    CARTOES DE DEBITO: UM REGISTRO POR PLASTICO, LIGADO A
      *    AGENCIA/CONTA (CHAVE ALTERNATIVA PARA A TELA LISTAR OS
      *    CARTOES DA CONTA). SITUACAO "A" = ATIVO, "B" = BLOQUEADO,
      *    "S" = SUBSTITUIDO (CRT-SUBSTITUTO APONTA O PLASTICO NOVO).
      *    O MOTIVO E A DATA GUARDAM A ULTIMA OCORRENCIA (BLOQUEIO OU
      *    SUBSTITUICAO). CRT-DATA-SAQUE/CRT-SACADO-DIA ACUMULAM OS
      *    SAQUES DO DIA PARA O ATMPOST CONFERIR O LIMITE DIARIO DO
      *    CARTAO, E CRT-ULTIMO-NSU E O NSU DO ULTIMO SAQUE LANCADO
      *    (O MESMO LOG PROCESSADO DUAS VEZES NAO SACA DE NOVO).
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

       FD TITULARES LABEL RECORD STANDARD
           DATA RECORD IS REG-TITULAR
           VALUE OF FILE-ID IS "TITULARES.DAT".
      *    DEMAIS TITULARES DA CONTA: O TITULAR PRINCIPAL CONTINUA SENDO
      *    CTA-CPF (E NAO E GRAVADO AQUI); CADA CPF A MAIS LIGADO A
      *    AGENCIA/CONTA GANHA UM REGISTRO COM O PAPEL - "E" = CONTA
      *    CONJUNTA "E" (MOVIMENTA SO COM OS DOIS), "O" = CONJUNTA "OU"
      *    (QUALQUER UM MOVIMENTA), "R" = REPRESENTANTE LEGAL (PAI,
      *    TUTOR, CURADOR DE MENOR OU INCAPAZ). A CHAVE ALTERNATIVA
      *    TIT-CPF ACHA AS CONTAS EM QUE O CPF APARECE SEM SER O
      *    PRINCIPAL. A EXCLUSAO APAGA O REGISTRO - A TRILHA FICA EM
      *    LOGALTER.DAT (OPERACOES "T" E "X").
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

       FD ARQUIVO-MES LABEL RECORD STANDARD
           DATA RECORD IS REG-ARQ
           VALUE OF FILE-ID IS WS-HST-ARQUIVO.
      *    MESMO LAYOUT DE REG-ARQ EM P2-EXTRATO-G1.cbl (MOVIMENTO
      *    MENSAL MOVIMENTO-AAAAMM.DAT GERADO PELO FECHAMES).
       01 REG-ARQ.
           05 ARQ-AGENCIA      PIC 9(4).
           05 ARQ-CONTA        PIC 9(6).
           05 ARQ-DATA         PIC 9(8).
           05 ARQ-SEQ          PIC 9(4).
           05 ARQ-TIPO         PIC X(1).
           05 ARQ-VALOR        PIC 9(6)V99.
           05 ARQ-SALDO-RESULT PIC S9(6)V99.
           05 ARQ-ORIGEM       PIC X(1).
           05 ARQ-CONTRA-AGENCIA PIC 9(4).
           05 ARQ-CONTRA-CONTA PIC 9(6).
           05 ARQ-DOCUMENTO    PIC X(12).
           05 ARQ-OPERADOR     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 LOG-STATUS       PIC X(2).
       01 AGE-STATUS       PIC X(2).
           05 ANO          PIC 9(4).
           05 MES          PIC 99.
           05 DIA          PIC 99.
      *    DATA-SIS E A DATA DO MOVIMENTO (DATAMOV), NAO A DO RELOGIO:
      *    GAVETA, ESTORNO, LOGALTER E LIMHIST FICAM NO MESMO DIA DOS
      *    LANCAMENTOS. A SITUACAO DIZ SE O CAIXA AINDA PODE LANCAR.
       01 WS-DTM-OPERACAO  PIC X(1) VALUE "L".
       01 WS-SITUACAO-MOV  PIC X(1) VALUE SPACE.
           88 WS-MOV-DIA-ABERTO    VALUE "A".
       01 WS-DTM-RETORNO   PIC X(2) VALUE SPACES.
      *    SO OS DOIS ULTIMOS DIGITOS DO ANO CABEM NO DOCUMENTO DE 12
      *    POSICOES DA TRANSFERENCIA (VER GERA-DOCUMENTO-TRANSF).
       01 WS-ANO-AA        PIC 99 VALUE ZEROS.
       01 WS-LIMITE-ANT     PIC 9(6)V99 VALUE ZEROS.
       01 WS-LIMITE-NOVO    PIC 9(6)V99 VALUE ZEROS.
       01 WS-APROVADOR      PIC 9(6) VALUE ZEROS.
      *    MATRICULA GRAVADA NO LIMHIST.DAT PELA SUSPENSAO AUTOMATICA
      *    DE LIMITE (BATCH NEGATIVOS) - RESERVADA, NAO PODE SER
      *    CADASTRADA COMO OPERADOR.
       01 WS-MATRICULA-SISTEMA PIC 9(6) VALUE 999999.
       01 WS-LIM-SUSPENSO   PIC X(1) VALUE "N".
       01 WS-LIM-FIM        PIC X(1) VALUE "N".
       01 WS-LIM-SUSP-DATA.
           05 WS-LIM-SUSP-DIA  PIC 9(2).
           05 FILLER           PIC X(1) VALUE "/".
           05 WS-LIM-SUSP-MES  PIC 9(2).
           05 FILLER           PIC X(1) VALUE "/".
           05 WS-LIM-SUSP-ANO  PIC 9(4).
       01 WS-APROVOU        PIC X(1) VALUE "N".
       01 WS-REATIVOU       PIC X(1) VALUE "N".
       01 MOV-STATUS        PIC X(2).
       01 TEX-STATUS        PIC X(2).
       01 REM-STATUS        PIC X(2).
       01 EVT-STATUS        PIC X(2).
       01 WS-BANCO-DEST     PIC 9(3) VALUE ZEROS.
       01 WS-TRANSFEXT-OK   PIC X(1) VALUE "N".
      *    BUSCA DE CLIENTE POR PARTE DO NOME (INCLUSIVE PALAVRA
       01 WS-ESTORNOU       PIC X(1) VALUE "N".
       01 WS-EST-VALOR-ED   PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-ALTEROU-LIM    PIC X(1) VALUE "N".
      *    ENCERRAMENTO DE CONTA: O SALDO RESIDUAL E LIQUIDADO NO
      *    GUICHE (ORIGEM "F"), AS FOLHAS DE CHEQUE EM ABERTO E AS
      *    TRANSFERENCIAS AGENDADAS SAO CANCELADAS E O TERMO IMPRESSO
      *    LISTA O QUE FOI RESOLVIDO.
       01 CHQ-STATUS        PIC X(2).
       01 AGD-STATUS        PIC X(2).
       01 TRM-STATUS        PIC X(2).
       01 WS-PODE-ENCERRAR  PIC X(1) VALUE "N".
       01 WS-ENC-LIQUIDOU   PIC X(1) VALUE "N".
       01 WS-ENC-SALDO      PIC S9(6)V99 VALUE ZEROS.
       01 WS-ENC-SALDO-ED   PIC $ZZZ.ZZ9,99- VALUE ZEROS.
       01 WS-ENC-CHEQUES    PIC 9(4) VALUE ZEROS.
       01 WS-ENC-AGENDAS    PIC 9(4) VALUE ZEROS.
       01 WS-ENC-FIM        PIC X(1) VALUE "N".
       01 LINHA-TRM-CAB.
           05 FILLER           PIC X(40) VALUE
               "TERMO DE ENCERRAMENTO DE CONTA".
           05 FILLER           PIC X(6) VALUE "DATA: ".
           05 LTR-DIA          PIC 99.
           05 FILLER           PIC X(1) VALUE "/".
           05 LTR-MES          PIC 99.
           05 FILLER           PIC X(1) VALUE "/".
           05 LTR-ANO          PIC 9(4).
       01 LINHA-TRM-CONTA.
           05 FILLER           PIC X(9) VALUE "AGENCIA: ".
           05 LTR-AGENCIA      PIC 9(4).
           05 FILLER           PIC X(8) VALUE "  CONTA ".
           05 LTR-CONTA        PIC 9(6).
           05 FILLER           PIC X(6) VALUE "  CPF ".
           05 LTR-CPF          PIC 999.999.999/99.
       01 LINHA-TRM-NOME.
           05 FILLER           PIC X(9) VALUE "TITULAR: ".
           05 LTR-NOME         PIC X(30).
       01 LINHA-TRM-SALDO.
           05 FILLER           PIC X(30) VALUE
               "SALDO NO ENCERRAMENTO.......: ".
           05 LTR-SALDO        PIC $ZZZ.ZZ9,99-.
       01 LINHA-TRM-LIQUIDACAO.
           05 FILLER           PIC X(12) VALUE "LIQUIDACAO: ".
           05 LTR-LIQUIDACAO   PIC X(24).
           05 FILLER           PIC X(6) VALUE " DOC. ".
           05 LTR-DOCUMENTO    PIC X(12).
       01 LINHA-TRM-QTD.
           05 LTR-ROTULO       PIC X(30).
           05 LTR-QTD          PIC ZZZ9.
       01 LINHA-TRM-OPERADOR.
           05 FILLER           PIC X(30) VALUE
               "SUPERVISOR..................: ".
           05 LTR-OPERADOR     PIC 9(6).
      *    EMPRESTIMO PESSOAL: TAXA MENSAL ATE 9,99% E ATE 120
      *    PARCELAS - COM ISSO O FATOR (1 + TAXA) ** N DA TABELA PRICE
      *    CABE EM WS-EMP-FATOR SEM ESTOURO.
       01 EMP-STATUS        PIC X(2).
       01 PAR-STATUS        PIC X(2).
       01 WS-EMP-OK         PIC X(1) VALUE "N".
       01 WS-EMP-VENC-OK    PIC X(1) VALUE "N".
       01 WS-EMP-FIM        PIC X(1) VALUE "N".
       01 WS-EMP-ATIVO      PIC X(1) VALUE "N".
       01 WS-EMP-CONTRATO   PIC 9(6) VALUE ZEROS.
       01 WS-EMP-PRINCIPAL  PIC 9(6)V99 VALUE ZEROS.
       01 WS-EMP-TAXA-ED    PIC 9,99 VALUE ZEROS.
       01 WS-EMP-TAXA       PIC 9V99 VALUE ZEROS.
       01 WS-EMP-QTD        PIC 9(3) VALUE ZEROS.
       01 WS-EMP-PARCELA    PIC 9(6)V99 VALUE ZEROS.
       01 WS-EMP-PARCELA-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-EMP-FATOR      PIC 9(9)V9(9) VALUE ZEROS.
       01 WS-EMP-I          PIC 9(3) VALUE ZEROS.
       01 WS-EMP-NUM        PIC 9(3) VALUE ZEROS.
       01 WS-EMP-MESES      PIC 9(4) VALUE ZEROS.
       01 WS-EMP-ANOS       PIC 9(3) VALUE ZEROS.
       01 WS-EMP-RESTO      PIC 9(2) VALUE ZEROS.
       01 WS-EMP-VENC-DIG   PIC 9(8) VALUE ZEROS.
       01 WS-EMP-VENC-DIG-R REDEFINES WS-EMP-VENC-DIG.
           05 WS-EMP-DIG-DIA   PIC 9(2).
           05 WS-EMP-DIG-MES   PIC 9(2).
           05 WS-EMP-DIG-ANO   PIC 9(4).
       01 WS-EMP-VENC.
           05 WS-EMP-VENC-ANO  PIC 9(4).
           05 WS-EMP-VENC-MES  PIC 9(2).
           05 WS-EMP-VENC-DIA  PIC 9(2).
       01 WS-EMP-VENC-NUM REDEFINES WS-EMP-VENC PIC 9(8).
       01 WS-DATA-SIS-NUM   PIC 9(8) VALUE ZEROS.
      *    DEBITO AUTOMATICO: AUTORIZACOES POR CONTA, LISTADAS DE 3 EM
      *    3 NA TELA (MESMA AREA DA LISTA DE BLOQUEIOS).
       01 CNV-STATUS        PIC X(2).
       01 MDT-STATUS        PIC X(2).
       01 WS-MDT-FIM        PIC X(1) VALUE "N".
       01 WS-MDT-DUPLICADO  PIC X(1) VALUE "N".
       01 WS-MDT-SEQ        PIC 9(4) VALUE ZEROS.
       01 WS-MDT-PROX-SEQ   PIC 9(4) VALUE ZEROS.
       01 WS-MDT-CONVENIO   PIC 9(4) VALUE ZEROS.
       01 WS-MDT-REFERENCIA PIC X(20) VALUE SPACES.
       01 WS-MDT-MAXIMO     PIC 9(6)V99 VALUE ZEROS.
       01 WS-MDT-MAXIMO-ED  PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-MDT-LISTADOS   PIC 9(4) VALUE ZEROS.
       01 WS-MDT-NA-TELA    PIC 9(1) VALUE ZEROS.
       01 WS-MDT-LINHA      PIC X(60) VALUE SPACES.
       01 WS-ENC-MANDATOS   PIC 9(4) VALUE ZEROS.
      *    CARTAO DE DEBITO: O NUMERO E SEQUENCIAL DENTRO DA FAIXA DO
      *    BANCO - O PRIMEIRO CARTAO EMITIDO E WS-CRT-BASE + 1.
       01 CRT-STATUS        PIC X(2).
       01 WS-CRT-BASE       PIC 9(16) VALUE 5899990000000000.
       01 WS-CRT-FIM        PIC X(1) VALUE "N".
       01 WS-CRT-NUMERO     PIC 9(16) VALUE ZEROS.
       01 WS-CRT-NOVO       PIC 9(16) VALUE ZEROS.
       01 WS-CRT-LIMITE     PIC 9(6)V99 VALUE ZEROS.
       01 WS-CRT-LIMITE-ED  PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-CRT-MOTIVO     PIC X(30) VALUE SPACES.
       01 WS-CRT-MOT-NOVO   PIC X(30) VALUE SPACES.
       01 WS-CRT-LISTADOS   PIC 9(4) VALUE ZEROS.
       01 WS-CRT-NA-TELA    PIC 9(1) VALUE ZEROS.
       01 WS-CRT-LINHA      PIC X(60) VALUE SPACES.
       01 WS-CRT-OK         PIC X(1) VALUE "N".
       01 WS-ENC-CARTOES    PIC 9(4) VALUE ZEROS.
      *    TITULARES DA CONTA (TELA DE MANUTENCAO E BUSCA DA CONTA
      *    PELO CPF OU NOME DE UM COTITULAR).
       01 TIT-STATUS        PIC X(2).
       01 WS-TIT-FIM        PIC X(1) VALUE "N".
       01 WS-TIT-CPF        PIC 9(11) VALUE ZEROS.
       01 WS-TIT-PAPEL      PIC X(1) VALUE SPACE.
       01 WS-TIT-PAPEL-DES  PIC X(14) VALUE SPACES.
       01 WS-TIT-NOME       PIC X(30) VALUE SPACES.
       01 WS-TIT-NOME-PRI   PIC X(30) VALUE SPACES.
       01 WS-TIT-LISTADOS   PIC 9(4) VALUE ZEROS.
       01 WS-TIT-NA-TELA    PIC 9(1) VALUE ZEROS.
       01 WS-TIT-LINHA      PIC X(60) VALUE SPACES.
       01 WS-TIT-ACHOU      PIC X(1) VALUE "N".
      *    COTITULARES E REPRESENTANTE RETIRADOS NO ENCERRAMENTO -
      *    GUARDADOS PARA O TERMO (O CONTADOR VALE PARA TODOS, A
      *    TABELA SO PARA OS PRIMEIROS 20).
       01 WS-ENC-TITULARES  PIC 9(4) VALUE ZEROS.
       01 WS-ENC-TAB-TITULARES.
           05 WS-ENC-TIT-LINHA OCCURS 20 TIMES PIC X(60).
       01 WS-ENC-TIT-IND    PIC 9(4) VALUE ZEROS.
      *    HISTORICO DA CONTA NA CONSULTA: OS LANCAMENTOS DE CADA
      *    FONTE (MOVIMENTO CORRENTE E DEPOIS UM MENSAL POR VEZ, DO
      *    MAIS RECENTE PARA TRAS) FICAM NUMA TABELA CIRCULAR - SE A
      *    FONTE TIVER MAIS QUE O TAMANHO DA TABELA, FICAM OS ULTIMOS.
       01 ARQ-STATUS        PIC X(2).
       01 WS-HST-ARQUIVO    PIC X(20) VALUE SPACES.
       01 WS-HST-AAMM       PIC 9(6) VALUE ZEROS.
       01 WS-HST-AAMM-R REDEFINES WS-HST-AAMM.
           05 WS-HST-ANO-ARQ   PIC 9(4).
           05 WS-HST-MES-ARQ   PIC 9(2).
       01 WS-HST-FONTE      PIC 9(2) VALUE ZEROS.
       01 WS-HST-MAX-FONTES PIC 9(2) VALUE 12.
       01 WS-HST-TAMANHO    PIC 9(4) VALUE 300.
       01 WS-HST-LIDOS      PIC 9(6) VALUE ZEROS.
       01 WS-HST-GUARDADOS  PIC 9(4) VALUE ZEROS.
       01 WS-HST-K          PIC 9(6) VALUE ZEROS.
       01 WS-HST-ABS        PIC 9(6) VALUE ZEROS.
       01 WS-HST-QUOC       PIC 9(6) VALUE ZEROS.
       01 WS-HST-POS        PIC 9(4) VALUE ZEROS.
       01 WS-HST-FIM        PIC X(1) VALUE "N".
       01 WS-HST-ESGOTADO   PIC X(1) VALUE "N".
       01 WS-HST-TRUNCOU    PIC X(1) VALUE "N".
       01 WS-HST-SAIR       PIC X(1) VALUE "N".
       01 WS-HST-OPCAO      PIC X(1) VALUE SPACE.
           88 HST-PROXIMA          VALUE "P" "p".
           88 HST-REIMPRIME        VALUE "R" "r".
           88 HST-ESTORNA          VALUE "E" "e".
           88 HST-SAI              VALUE "S" "s".
       01 WS-HST-SEL        PIC 9(1) VALUE ZEROS.
       01 WS-HST-AGENCIA    PIC 9(4) VALUE ZEROS.
       01 WS-HST-CONTA      PIC 9(6) VALUE ZEROS.
       01 WS-HST-AGENDADO   PIC 9(8)V99 VALUE ZEROS.
       01 WS-HST-DISPONIVEL PIC S9(8)V99 VALUE ZEROS.
       01 WS-HST-VALOR-ED   PIC $Z.ZZZ.ZZ9,99-.
       01 WS-HST-MOV.
           05 HST-DATA.
               10 HST-ANO          PIC 9(4).
               10 HST-MES          PIC 9(2).
               10 HST-DIA          PIC 9(2).
           05 HST-DATA-NUM REDEFINES HST-DATA PIC 9(8).
           05 HST-TIPO         PIC X(1).
           05 HST-VALOR        PIC 9(6)V99.
           05 HST-SALDO        PIC S9(6)V99.
           05 HST-ORIGEM       PIC X(1).
           05 HST-CONTRA-AGENCIA PIC 9(4).
           05 HST-CONTRA-CONTA PIC 9(6).
           05 HST-DOCUMENTO    PIC X(12).
           05 HST-OPERADOR     PIC 9(6).
       01 WS-HST-TABELA.
           05 WS-HST-ENT OCCURS 300 TIMES PIC X(54).
       01 WS-HST-PAGINA.
           05 WS-PAG-ENT OCCURS 6 TIMES PIC X(54).
       01 WS-PAG-QTD        PIC 9(1) VALUE ZEROS.
       01 WS-HST-LINHA.
           05 LHS-NR           PIC 9(1).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LHS-DIA          PIC 9(2).
           05 FILLER           PIC X(1) VALUE "/".
           05 LHS-MES          PIC 9(2).
           05 FILLER           PIC X(1) VALUE "/".
           05 LHS-ANO          PIC 9(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LHS-TIPO         PIC X(1).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LHS-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LHS-HISTORICO    PIC X(21).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LHS-DOCUMENTO    PIC X(12).
       01 WS-HST-BRANCO     PIC X(78) VALUE SPACES.

       SCREEN SECTION.
       01 MENU-PRINCIPAL.
           05 LINE 14  COL 19  VALUE "VALOR:".
           05 LINE 15  COL 25  VALUE "MENSAGEM:".

       01 TELA-EMPRESTIMO.
           05 LINE 1   COL 10   VALUE "  ".
           05 LINE 2   COL 13  VALUE
           "******* CONTRATACAO DE EMPRESTIMO PESSOAL *******".
           05 LINE 4   COL 19  VALUE "AGENCIA:".
           05 LINE 6   COL 19  VALUE "CONTA CORRENTE:".
           05 LINE 8   COL 19  VALUE "NOME:".
           05 LINE 9   COL 19  VALUE "SALDO ATUAL:".
           05 LINE 10  COL 19  VALUE "VALOR DO EMPRESTIMO:".
           05 LINE 11  COL 19  VALUE "TAXA MENSAL (%):".
           05 LINE 12  COL 19  VALUE "NUMERO DE PARCELAS:".
           05 LINE 13  COL 19  VALUE "1O VENCIMENTO (DDMMAAAA):".
           05 LINE 14  COL 19  VALUE "VALOR DA PARCELA:".
           05 LINE 15  COL 25  VALUE "MENSAGEM:".

       01 TELA-DEBAUTO.
           05 LINE 1   COL 10   VALUE "  ".
           05 LINE 2   COL 13  VALUE
           "******* AUTORIZACAO DE DEBITO AUTOMATICO *******".
           05 LINE 4   COL 19  VALUE "AGENCIA:".
           05 LINE 6   COL 19  VALUE "CONTA CORRENTE:".
           05 LINE 8   COL 19  VALUE "NOME:".
           05 LINE 15  COL 25  VALUE "MENSAGEM:".

       01 TELA-CARTAO.
           05 LINE 1   COL 10   VALUE "  ".
           05 LINE 2   COL 13  VALUE
           "*********** CARTAO DE DEBITO ***********".
           05 LINE 4   COL 19  VALUE "AGENCIA:".
           05 LINE 6   COL 19  VALUE "CONTA CORRENTE:".
           05 LINE 8   COL 19  VALUE "NOME:".
           05 LINE 15  COL 25  VALUE "MENSAGEM:".

       01 TELA-TITULARES.
           05 LINE 1   COL 10   VALUE "  ".
           05 LINE 2   COL 13  VALUE
           "*********** TITULARES DA CONTA ***********".
           05 LINE 4   COL 19  VALUE "AGENCIA:".
           05 LINE 6   COL 19  VALUE "CONTA CORRENTE:".
           05 LINE 8   COL 19  VALUE "NOME:".
           05 LINE 15  COL 25  VALUE "MENSAGEM:".

       01 TELA-REIMPRESSAO.
           05 LINE 1   COL 10   VALUE "  ".
           05 LINE 2   COL 13  VALUE
           05 LINE 11  COL 19  VALUE "VALOR ENCONTRADO:".
           05 LINE 15  COL 25  VALUE "MENSAGEM:".

       01 TELA-HISTORICO.
           05 LINE 1   COL 10   VALUE "  ".
           05 LINE 2   COL 13  VALUE
           "******* HISTORICO E SALDO DISPONIVEL DA CONTA *******".
           05 LINE 4   COL 2   VALUE "AGENCIA:".
           05 LINE 4   COL 18  VALUE "CONTA:".
           05 LINE 4   COL 35  VALUE "NOME:".
           05 LINE 6   COL 2   VALUE "SALDO ATUAL:".
           05 LINE 6   COL 40  VALUE "(-) BLOQUEIOS ATIVOS:".
           05 LINE 7   COL 2   VALUE "(+) LIMITE:".
           05 LINE 7   COL 40  VALUE "(-) AGENDADO ATE HOJE:".
           05 LINE 8   COL 2   VALUE "(=) DISPONIVEL:".
           05 LINE 10  COL 2   VALUE "N  DATA       D/C      VALOR".
           05 LINE 10  COL 32  VALUE
           "HISTORICO              DOCUMENTO".
           05 LINE 20  COL 2   VALUE "MENSAGEM:".

       01 TELA-OPERADOR.
           05 LINE 1   COL 10   VALUE "  ".
           05 LINE 2   COL 22  VALUE
      *    ENCERRAMENTO DE CONTA E RESTRITO A SUPERVISOR - O CAIXA
      *    COMUM SO CONSULTA E MOVIMENTA.
                   IF WS-NIVEL-OPERADOR = "S"
                       PERFORM TESTA-MOVIMENTO-ABERTO
                       PERFORM MENU-EXCLUI
                   ELSE
                       DISPLAY "OPERACAO RESTRITA A SUPERVISOR" AT 1730
               WHEN 4
                   PERFORM MENU-CONSULTA
               WHEN 5
                   PERFORM TESTA-MOVIMENTO-ABERTO
                   PERFORM MENU-MOVIMENTO
               WHEN 6
                   PERFORM TESTA-MOVIMENTO-ABERTO
                   PERFORM MENU-TRANSFER
               WHEN 7
                   PERFORM MENU-CADASTROS
           CLOSE CLIENTES CONTAS AGENCIAS
           PERFORM MENU-PRI.

       LE-DATA-MOVIMENTO.
      *    SEM O CONTROLE DA DATA NAO HA COMO DATAR LANCAMENTO NEM
      *    GAVETA - O TERMINAL NAO TRABALHA (IMPLANTAR PELO DATACTL).
           MOVE "L" TO WS-DTM-OPERACAO.
           MOVE ZEROS TO DATA-SIS.
           CALL "DATAMOV" USING WS-DTM-OPERACAO DATA-SIS
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL. "
                   AT 1219
               DISPLAY "COD:" AT 1265
               DISPLAY WS-DTM-RETORNO AT 1270
               ACCEPT CR
               STOP RUN
           END-IF.

       TESTA-MOVIMENTO-ABERTO.
      *    DEPOIS DO ENCERRAMENTO DO DIA (DATACTL) O CAIXA SO CONSULTA:
      *    DEPOSITO, SAQUE, TRANSFERENCIA, ESTORNO E ENVIO PARA OUTRO
      *    BANCO VOLTAM AO MENU. O MOVPOST RECUSA ("93") O QUE CHEGAR
      *    A ELE DEPOIS DISSO, PARA O TERMINAL QUE JA ESTAVA NA TELA.
           PERFORM LE-DATA-MOVIMENTO.
           IF NOT WS-MOV-DIA-ABERTO
               DISPLAY "MOVIMENTO DO DIA ENCERRADO - LANCAMENTO NAO "
                   AT 1719
               DISPLAY "PERMITIDO" AT 1763
               ACCEPT CR
               PERFORM MENU-PRI
           END-IF.

       IDENTIFICA-OPERADOR.
      *    NENHUM MENU E EXIBIDO SEM UM OPERADOR IDENTIFICADO - A
      *    MATRICULA VALIDADA AQUI E CARIMBADA EM TODO REGISTRO DE
           PERFORM ABRE-GAVETAS.
           PERFORM LIMPA-TELA.
           DISPLAY "ABERTURA DE GAVETA DO CAIXA" AT 0519.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE ANO TO GAV-ANO.
           MOVE MES TO GAV-MES.
           MOVE DIA TO GAV-DIA.
      *    SALDO COM SUCESSO - O MOVIMENTO JA E DEFINITIVO, ENTAO O
      *    DINHEIRO FISICO CORRESPONDENTE ENTRA NA GAVETA DA SESSAO.
           PERFORM ABRE-GAVETAS.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE ANO TO GAV-ANO.
           MOVE MES TO GAV-MES.
           MOVE DIA TO GAV-DIA.
      *    (FUNDO + DEPOSITOS - SAQUES). O ACERTO IMPRESSO SAI EM
      *    ACERTOCX.TXT, UM BLOCO POR FECHAMENTO.
           PERFORM ABRE-GAVETAS.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE ANO TO GAV-ANO.
           MOVE MES TO GAV-MES.
           MOVE DIA TO GAV-DIA.
           DISPLAY "[2] ESTORNO DE MOVIMENTO" AT 0719
           DISPLAY "[3] TRANSFERENCIA PARA OUTRO BANCO" AT 0819
           DISPLAY "[4] REIMPRESSAO DE COMPROVANTE" AT 0919
           DISPLAY "[5] EMPRESTIMO PESSOAL" AT 1019
           DISPLAY "[6] DEBITO AUTOMATICO" AT 1119
           DISPLAY "[7] CARTAO DE DEBITO" AT 1219
           DISPLAY "[8] TITULARES DA CONTA" AT 1319
           DISPLAY "[9] VOLTAR" AT 1419
           MOVE ZEROS TO OPCAO-PESQUISA
           PERFORM UNTIL OPCAO-PESQUISA = 1 OR OPCAO-PESQUISA = 2
                   OR OPCAO-PESQUISA = 3 OR OPCAO-PESQUISA = 4
                   OR OPCAO-PESQUISA = 5 OR OPCAO-PESQUISA = 6
                   OR OPCAO-PESQUISA = 7 OR OPCAO-PESQUISA = 8
                   OR OPCAO-PESQUISA = 9
               ACCEPT OPCAO-PESQUISA AT 1519 WITH PROMPT AUTO
           END-PERFORM
           EVALUATE OPCAO-PESQUISA
               WHEN 1
                   IF WS-NIVEL-OPERADOR = "S"
                       PERFORM MENU-BLOQUEIO
                   ELSE
                       DISPLAY "OPERACAO RESTRITA A SUPERVISOR" AT 1619
                       ACCEPT CR
                   END-IF
               WHEN 2
                   PERFORM TESTA-MOVIMENTO-ABERTO
                   PERFORM MENU-ESTORNO
               WHEN 3
                   PERFORM TESTA-MOVIMENTO-ABERTO
                   PERFORM MENU-TRANSFEXT
               WHEN 4
                   PERFORM MENU-REIMPRESSAO
               WHEN 5
                   PERFORM TESTA-MOVIMENTO-ABERTO
                   PERFORM MENU-EMPRESTIMO
               WHEN 6
                   PERFORM MENU-DEBAUTO
               WHEN 7
                   PERFORM MENU-CARTAO
               WHEN 8
                   PERFORM MENU-TITULARES
           END-EVALUATE
           PERFORM MENU-PRI.

                   ACCEPT CR
               NOT INVALID KEY
                   PERFORM GRAVA-LINHA-REMESSA
                   MOVE "TEXT" TO EVT-SERVICO
                   MOVE TEX-REFERENCIA TO EVT-REFERENCIA
                   PERFORM GRAVA-EVENTO-TARIFA
                   MOVE WS-SALDO-NOVO TO SALDO-NOVO-ED
                   DISPLAY "ORDEM ENVIADA. REF:" AT 1719
                   DISPLAY TEX-REFERENCIA AT 1739
           WRITE REG-REM.
           CLOSE REMESSA.

       GRAVA-EVENTO-TARIFA.
      *    SERVICO TARIFAVEL PRESTADO NA CONTA CORRENTE (CTA-CHAVE) -
      *    CHAMADOR PREENCHE EVT-SERVICO E EVT-REFERENCIA.
      *    SEM O EVENTO A TARIFA NUNCA E COBRADA - FALHA DE ABERTURA
      *    OU DE GRAVACAO PARA NA TELA PARA O CAIXA AVISAR A AGENCIA.
           OPEN EXTEND TARIFA-EVENTOS.
           IF EVT-STATUS NOT = "00"
               OPEN OUTPUT TARIFA-EVENTOS
           END-IF.
           IF EVT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR TARIFAS (TAREVENT)!! COD:"
                   AT 1535
               DISPLAY EVT-STATUS AT 1576
               ACCEPT CR
           ELSE
               PERFORM LE-DATA-MOVIMENTO
               MOVE DATA-SIS TO EVT-DATA
               MOVE CTA-AGENCIA TO EVT-AGENCIA
               MOVE CTA-CONTA TO EVT-CONTA
               WRITE REG-EVT
               IF EVT-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR TARIFAS (TAREVENT)!! COD:"
                       AT 1535
                   DISPLAY EVT-STATUS AT 1576
                   ACCEPT CR
               END-IF
               CLOSE TARIFA-EVENTOS
           END-IF.

       MENU-EMPRESTIMO.
      *    CONTRATACAO DE EMPRESTIMO PESSOAL: O CAIXA DIGITA VALOR,
      *    TAXA, PRAZO E PRIMEIRO VENCIMENTO, A PRESTACAO E CALCULADA
      *    NA HORA (TABELA PRICE) E UM SUPERVISOR APROVA NO GUICHE
      *    (MESMA MECANICA DA ALTERACAO DE LIMITE). O CONTRATO E
      *    GRAVADO ANTES DO CREDITO PARA RESERVAR O NUMERO - SE O
      *    MOVPOST RECUSAR, O CONTRATO E APAGADO E NADA FICA.
           PERFORM LIMPA-TELA
           DISPLAY TELA-EMPRESTIMO
           PERFORM ABRE-ARQ
           PERFORM ABRE-EMPRESTIMOS
           PERFORM TESTA-AGENCIA UNTIL CTA-AGENCIA NOT = ZEROS
           PERFORM TESTA-CONTA UNTIL CTA-CONTA NOT = ZEROS
           READ CONTAS
                   DISPLAY "CONTA NAO ENCONTRADA" AT 1535
                   ACCEPT CR
               NOT INVALID KEY
                   PERFORM TRATA-CONTA-EMPRESTIMO
           END-READ
           CLOSE CLIENTES CONTAS AGENCIAS EMPRESTIMOS PARCELAS
           PERFORM MENU-PRI.

       ABRE-EMPRESTIMOS.
      *    MESMO TRATAMENTO DE ABRE-ARQ: SO O STATUS "35" (ARQUIVO
      *    AINDA NAO EXISTE) AUTORIZA A CRIACAO.
           OPEN I-O EMPRESTIMOS.
           EVALUATE EMP-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT EMPRESTIMOS
                   CLOSE EMPRESTIMOS
                   OPEN I-O EMPRESTIMOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR EMPRESTIMO.DAT. COD:" AT 1535
                   DISPLAY EMP-STATUS AT 1570
                   ACCEPT CR
                   PERFORM MENU-PRI
           END-EVALUATE.
           OPEN I-O PARCELAS.
           EVALUATE PAR-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT PARCELAS
                   CLOSE PARCELAS
                   OPEN I-O PARCELAS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PARCELAS.DAT. COD:" AT 1535
                   DISPLAY PAR-STATUS AT 1570
                   ACCEPT CR
                   PERFORM MENU-PRI
           END-EVALUATE.

       TRATA-CONTA-EMPRESTIMO.
           MOVE "N" TO WS-EMP-OK.
           IF CTA-CONTA-FECHADA
               DISPLAY "CONTA ENCERRADA" AT 1535
               ACCEPT CR
           ELSE
      *    AS PARCELAS SAO DEBITADAS NA CONTA CORRENTE - POUPANCA NAO
      *    TEM LIMITE NEM RECEBE DEBITO PROGRAMADO.
           IF CTA-TIPO-POUPANCA
               DISPLAY "CONTA POUPANCA NAO CONTRATA EMPRESTIMO" AT 1535
               ACCEPT CR
           ELSE
      *    MESMA REGRA DE LANCA-MOVIMENTO: CONTA INATIVA SO OPERA
      *    DEPOIS DA REATIVACAO APROVADA POR SUPERVISOR.
               IF CTA-CONTA-INATIVA
                   PERFORM REATIVA-CONTA-INATIVA
               END-IF
               IF CTA-CONTA-INATIVA
                   DISPLAY "CONTA INATIVA - NAO MOVIMENTADA" AT 1535
                   ACCEPT CR
               ELSE
                   MOVE CTA-CPF TO CLI-CPF
                   READ CLIENTES
                       INVALID KEY
                           MOVE SPACES TO CLI-NOME
                   END-READ
                   MOVE CLI-NOME TO NOME
                   MOVE CTA-SALDO TO SALDO
                   DISPLAY NOME AT 0838
                   DISPLAY SALDO AT 0932
                   PERFORM RECEBE-DADOS-EMPRESTIMO
                   IF WS-EMP-OK = "S"
                       PERFORM APROVA-SUPERVISOR
                       IF WS-APROVOU = "S"
                           PERFORM EFETIVA-EMPRESTIMO
                       ELSE
                           DISPLAY "APROVACAO RECUSADA" AT 1535
                           ACCEPT CR
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       RECEBE-DADOS-EMPRESTIMO.
           MOVE ZEROS TO WS-EMP-PRINCIPAL.
           PERFORM UNTIL WS-EMP-PRINCIPAL NOT = ZEROS
               ACCEPT VALOR-MOV AT 1045 WITH PROMPT AUTO
               MOVE VALOR-MOV TO WS-EMP-PRINCIPAL
           END-PERFORM.
           MOVE ZEROS TO WS-EMP-TAXA.
           PERFORM UNTIL WS-EMP-TAXA NOT = ZEROS
               ACCEPT WS-EMP-TAXA-ED AT 1145 WITH PROMPT AUTO
               MOVE WS-EMP-TAXA-ED TO WS-EMP-TAXA
           END-PERFORM.
           MOVE ZEROS TO WS-EMP-QTD.
           PERFORM UNTIL WS-EMP-QTD > ZEROS AND WS-EMP-QTD NOT > 120
               ACCEPT WS-EMP-QTD AT 1245 WITH PROMPT AUTO
               IF WS-EMP-QTD > 120
                   DISPLAY "PRAZO MAXIMO DE 120 PARCELAS" AT 1535
               END-IF
           END-PERFORM.
           DISPLAY ESPACO AT 1535.
           MOVE "N" TO WS-EMP-VENC-OK.
           PERFORM ACEITA-PRIMEIRO-VENC UNTIL WS-EMP-VENC-OK = "S".
           PERFORM CALCULA-PARCELA-EMPRESTIMO.
           MOVE WS-EMP-PARCELA TO WS-EMP-PARCELA-ED.
           DISPLAY WS-EMP-PARCELA-ED AT 1445.
           DISPLAY "CONFIRMAR CONTRATO (S/N)? [ ]" AT 1630.
           ACCEPT SALVA AT 1657 WITH PROMPT AUTO.
           DISPLAY ESPACO AT 1630.
           IF SALVA = "S" OR SALVA = "s"
               MOVE "S" TO WS-EMP-OK
           END-IF.

       ACEITA-PRIMEIRO-VENC.
      *    O DIA DE VENCIMENTO VAI DE 1 A 28 PARA QUE TODAS AS
      *    PARCELAS CAIAM NO MESMO DIA EM QUALQUER MES (FIM DE SEMANA E
      *    FERIADO SAO TRATADOS PELO EMPPOST, QUE DEBITA NO PROXIMO
      *    DIA UTIL). O PRIMEIRO VENCIMENTO E SEMPRE DEPOIS DA DATA DO
      *    MOVIMENTO.
           MOVE ZEROS TO WS-EMP-VENC-DIG.
           ACCEPT WS-EMP-VENC-DIG AT 1345 WITH PROMPT AUTO.
           MOVE WS-EMP-DIG-ANO TO WS-EMP-VENC-ANO.
           MOVE WS-EMP-DIG-MES TO WS-EMP-VENC-MES.
           MOVE WS-EMP-DIG-DIA TO WS-EMP-VENC-DIA.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE DATA-SIS TO WS-DATA-SIS-NUM.
           IF WS-EMP-VENC-DIA < 1 OR WS-EMP-VENC-DIA > 28
               OR WS-EMP-VENC-MES < 1 OR WS-EMP-VENC-MES > 12
               DISPLAY "DIA DE VENCIMENTO DEVE SER DE 01 A 28" AT 1535
           ELSE
               IF WS-EMP-VENC-NUM NOT > WS-DATA-SIS-NUM
                   DISPLAY "VENCIMENTO DEVE SER APOS A DATA DE HOJE"
                       AT 1535
               ELSE
                   DISPLAY ESPACO AT 1535
                   MOVE "S" TO WS-EMP-VENC-OK
               END-IF
           END-IF.

       CALCULA-PARCELA-EMPRESTIMO.
      *    TABELA PRICE: PARCELA = P * I * (1 + I) ** N /
      *    ((1 + I) ** N - 1), COM I = TAXA MENSAL / 100.
           COMPUTE WS-EMP-FATOR ROUNDED =
               (1 + WS-EMP-TAXA / 100) ** WS-EMP-QTD.
           COMPUTE WS-EMP-PARCELA ROUNDED =
               WS-EMP-PRINCIPAL * (WS-EMP-TAXA / 100) * WS-EMP-FATOR
               / (WS-EMP-FATOR - 1).

       EFETIVA-EMPRESTIMO.
      *    CONTRATO E PLANO DE PARCELAS SAO GRAVADOS ANTES DO CREDITO:
      *    SE QUALQUER PARCELA FALHA, OU O MOVPOST RECUSA, TUDO O QUE
      *    FOI GRAVADO E APAGADO E O DINHEIRO NAO SAI - O CLIENTE
      *    NUNCA FICA COM O PRINCIPAL SEM O PLANO QUE O EMPPOST COBRA.
           PERFORM GRAVA-CONTRATO-EMPRESTIMO.
           IF WS-EMP-OK = "S"
               PERFORM GRAVA-PARCELAS-EMPRESTIMO
               IF WS-EMP-OK = "N"
                   PERFORM DESFAZ-EMPRESTIMO
                   DISPLAY "EMPRESTIMO NAO REALIZADO" AT 1535
                   ACCEPT CR
               END-IF
           END-IF.
           IF WS-EMP-OK = "S"
               MOVE SPACES TO WS-MOV-DOCUMENTO
               STRING "EMP" WS-EMP-CONTRATO
                   DELIMITED BY SIZE INTO WS-MOV-DOCUMENTO
               MOVE "K" TO WS-MOV-ORIGEM
               MOVE ZEROS TO WS-MOV-CONTRA-AGENCIA WS-MOV-CONTRA-CONTA
               MOVE WS-OPERADOR TO WS-MOV-OPERADOR
               MOVE "C" TO WS-TIPO-MOV
               MOVE WS-EMP-PRINCIPAL TO WS-VALOR-MOV
               MOVE CTA-SALDO TO WS-SALDO-ATUAL
               CALL "MOVPOST" USING CTA-AGENCIA CTA-CONTA
                   WS-TIPO-MOV WS-VALOR-MOV
                   WS-SALDO-ATUAL WS-SALDO-NOVO CTA-LIMITE
                   WS-MOV-COMPLEMENTO WS-RETORNO-MOV
               IF WS-RETORNO-MOV NOT = "00"
                   MOVE WS-EMP-QTD TO WS-EMP-I
                   ADD 1 TO WS-EMP-I
                   PERFORM DESFAZ-EMPRESTIMO
                   DISPLAY "EMPRESTIMO NAO REALIZADO. COD:" AT 1535
                   DISPLAY WS-RETORNO-MOV AT 1566
                   ACCEPT CR
               ELSE
                   MOVE WS-SALDO-NOVO TO CTA-SALDO
                   REWRITE REG-CONTA
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF CTA-STATUS NOT = "00"
                       DISPLAY "ERRO AO REGRAVAR SALDO!! COD:" AT 1535
                       DISPLAY CTA-STATUS AT 1565
                       DISPLAY "CREDITO JA GRAVADO - CONFERIR" AT 1635
                       ACCEPT CR
                       DISPLAY ESPACO AT 1635
                   ELSE
                       PERFORM EMITE-COMPROVANTE-EMPRESTIMO
                   END-IF
               END-IF
           END-IF.

       PROXIMO-CONTRATO.
      *    O NUMERO DO CONTRATO E SEQUENCIAL E NUNCA REAPROVEITADO
      *    (MESMA VARREDURA DE ACHA-PROXIMO-ID NO AGENDACAD).
           MOVE ZEROS TO WS-EMP-CONTRATO.
           MOVE ZEROS TO EMP-CONTRATO.
           MOVE "N" TO WS-EMP-FIM.
           START EMPRESTIMOS KEY NOT LESS THAN EMP-CONTRATO
               INVALID KEY
                   MOVE "S" TO WS-EMP-FIM
           END-START.
           PERFORM UNTIL WS-EMP-FIM = "S"
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EMP-FIM
                   NOT AT END
                       MOVE EMP-CONTRATO TO WS-EMP-CONTRATO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-EMP-CONTRATO.

       GRAVA-CONTRATO-EMPRESTIMO.
           PERFORM PROXIMO-CONTRATO.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE WS-EMP-CONTRATO TO EMP-CONTRATO.
           MOVE CTA-AGENCIA TO EMP-AGENCIA.
           MOVE CTA-CONTA TO EMP-CONTA.
           MOVE CTA-CPF TO EMP-CPF.
           MOVE WS-EMP-PRINCIPAL TO EMP-PRINCIPAL.
           MOVE WS-EMP-TAXA TO EMP-TAXA-MES.
           MOVE WS-EMP-QTD TO EMP-QTD-PARCELAS.
           MOVE WS-EMP-PARCELA TO EMP-VALOR-PARCELA.
           MOVE WS-EMP-VENC TO EMP-PRIMEIRO-VENC.
           MOVE DATA-SIS TO EMP-DATA-CONTRATO.
           MOVE "A" TO EMP-SITUACAO.
           MOVE WS-OPERADOR TO EMP-OPERADOR.
           MOVE WS-APROVADOR TO EMP-APROVADOR.
           WRITE REG-EMPRESTIMO
               INVALID KEY
                   MOVE "N" TO WS-EMP-OK
                   DISPLAY "ERRO AO GRAVAR CONTRATO!! COD:" AT 1535
                   DISPLAY EMP-STATUS AT 1566
                   ACCEPT CR
           END-WRITE.

       GRAVA-PARCELAS-EMPRESTIMO.
      *    PARCELA N VENCE N - 1 MESES DEPOIS DO PRIMEIRO VENCIMENTO,
      *    SEMPRE NO MESMO DIA (1 A 28 - VER ACEITA-PRIMEIRO-VENC).
      *    PARA NA PRIMEIRA FALHA COM WS-EMP-OK "N" - WS-EMP-I FICA NA
      *    PARCELA QUE NAO FOI GRAVADA.
           PERFORM GRAVA-UMA-PARCELA
               VARYING WS-EMP-I FROM 1 BY 1
               UNTIL WS-EMP-I > WS-EMP-QTD OR WS-EMP-OK = "N".
           IF WS-EMP-OK = "N"
               SUBTRACT 1 FROM WS-EMP-I
           END-IF.

       GRAVA-UMA-PARCELA.
           COMPUTE WS-EMP-MESES = WS-EMP-VENC-MES + WS-EMP-I - 2.
           DIVIDE WS-EMP-MESES BY 12 GIVING WS-EMP-ANOS
               REMAINDER WS-EMP-RESTO.
           MOVE WS-EMP-CONTRATO TO PAR-CONTRATO.
           MOVE WS-EMP-I TO PAR-NUMERO.
           COMPUTE PAR-ANO-VENC = WS-EMP-VENC-ANO + WS-EMP-ANOS.
           COMPUTE PAR-MES-VENC = WS-EMP-RESTO + 1.
           MOVE WS-EMP-VENC-DIA TO PAR-DIA-VENC.
           MOVE WS-EMP-PARCELA TO PAR-VALOR.
           MOVE "A" TO PAR-SITUACAO.
           MOVE ZEROS TO PAR-DATA-PAGAMENTO PAR-TENTATIVAS.
           WRITE REG-PARCELA
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF PAR-STATUS NOT = "00"
               MOVE "N" TO WS-EMP-OK
               DISPLAY "ERRO AO GRAVAR PARCELA!! COD:" AT 1635
               DISPLAY PAR-STATUS AT 1665
               ACCEPT CR
               DISPLAY ESPACO AT 1635
           END-IF.

       DESFAZ-EMPRESTIMO.
      *    APAGA AS PARCELAS 1 ATE WS-EMP-I - 1 (AS QUE CHEGARAM A SER
      *    GRAVADAS) E O CONTRATO.
           PERFORM APAGA-UMA-PARCELA
               VARYING WS-EMP-NUM FROM 1 BY 1
               UNTIL WS-EMP-NUM NOT < WS-EMP-I.
           MOVE WS-EMP-CONTRATO TO EMP-CONTRATO.
           DELETE EMPRESTIMOS
               INVALID KEY
                   CONTINUE
           END-DELETE.

       APAGA-UMA-PARCELA.
           MOVE WS-EMP-CONTRATO TO PAR-CONTRATO.
           MOVE WS-EMP-NUM TO PAR-NUMERO.
           DELETE PARCELAS
               INVALID KEY
                   CONTINUE
           END-DELETE.

       EMITE-COMPROVANTE-EMPRESTIMO.
           PERFORM PROXIMO-RECIBO.
           MOVE "EMPRESTIMO" TO WS-CPV-OPERACAO.
           MOVE WS-EMP-PRINCIPAL TO WS-CPV-VALOR.
           MOVE WS-SALDO-NOVO TO WS-CPV-SALDO.
           MOVE "1A VIA" TO WS-CPV-VIA.
           PERFORM CARIMBA-COMPROVANTE-AGORA.
           PERFORM EMITE-COMPROVANTE.
           MOVE WS-SALDO-NOVO TO SALDO-NOVO-ED.
           DISPLAY "CONTRATO NR" AT 1719.
           DISPLAY WS-EMP-CONTRATO AT 1731.
           DISPLAY "SALDO ATUAL:" AT 1819.
           DISPLAY SALDO-NOVO-ED AT 1832.
           ACCEPT CR.

       MENU-DEBAUTO.
      *    AUTORIZACAO DE DEBITO AUTOMATICO: SO CADASTRO - NADA E
      *    LANCADO AQUI (O DEBITO VEM PELO BATCH DEBAUTO A PARTIR DO
      *    ARQUIVO DE CADA CONVENIO), POR ISSO NAO DEPENDE DO DIA
      *    ESTAR ABERTO NEM REATIVA CONTA INATIVA.
           PERFORM LIMPA-TELA
           DISPLAY TELA-DEBAUTO
           PERFORM ABRE-CONVENIOS
           PERFORM ABRE-ARQ
           PERFORM ABRE-MANDATOS
           PERFORM TESTA-AGENCIA UNTIL CTA-AGENCIA NOT = ZEROS
           PERFORM TESTA-CONTA UNTIL CTA-CONTA NOT = ZEROS
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 1535
                   ACCEPT CR
               NOT INVALID KEY
                   IF CTA-CONTA-FECHADA
                       DISPLAY "CONTA ENCERRADA" AT 1535
                       ACCEPT CR
                   ELSE
                       MOVE CTA-CPF TO CLI-CPF
                       READ CLIENTES
                           INVALID KEY
                               MOVE SPACES TO CLI-NOME
                       END-READ
                       MOVE CLI-NOME TO NOME
                       DISPLAY NOME AT 0838
                       PERFORM ESCOLHE-ACAO-DEBAUTO
                   END-IF
           END-READ
           CLOSE CLIENTES CONTAS AGENCIAS MANDATOS CONVENIOS
           PERFORM MENU-PRI.

       ABRE-CONVENIOS.
      *    O CADASTRO DE CONVENIOS E MANTIDO PELO CONVENIOCAD - SEM O
      *    ARQUIVO NAO HA CONVENIO PARA AUTORIZAR.
           OPEN INPUT CONVENIOS.
           EVALUATE CNV-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NENHUM CONVENIO CADASTRADO" AT 1535
                   ACCEPT CR
                   PERFORM MENU-PRI
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CONVENIOS.DAT. COD:" AT 1535
                   DISPLAY CNV-STATUS AT 1570
                   ACCEPT CR
                   PERFORM MENU-PRI
           END-EVALUATE.

       ABRE-MANDATOS.
      *    MESMO TRATAMENTO DE ABRE-ARQ: SO O STATUS "35" (ARQUIVO
      *    AINDA NAO EXISTE) AUTORIZA A CRIACAO.
           OPEN I-O MANDATOS.
           EVALUATE MDT-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT MANDATOS
                   CLOSE MANDATOS
                   OPEN I-O MANDATOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR MANDATOS.DAT. COD:" AT 1535
                   DISPLAY MDT-STATUS AT 1570
                   ACCEPT CR
                   PERFORM MENU-PRI
           END-EVALUATE.

       ESCOLHE-ACAO-DEBAUTO.
           DISPLAY "[1] CADASTRAR [2] LISTAR [3] CANCELAR" AT 1019.
           MOVE ZEROS TO OPCAO-PESQUISA.
           PERFORM UNTIL OPCAO-PESQUISA = 1 OR OPCAO-PESQUISA = 2
                   OR OPCAO-PESQUISA = 3
               ACCEPT OPCAO-PESQUISA AT 1057 WITH PROMPT AUTO
           END-PERFORM.
           DISPLAY ESPACO AT 1019.
           EVALUATE OPCAO-PESQUISA
               WHEN 1
                   PERFORM DEBAUTO-CADASTRA
               WHEN 2
                   PERFORM DEBAUTO-LISTA
               WHEN 3
                   PERFORM DEBAUTO-CANCELA
           END-EVALUATE.

       DEBAUTO-CADASTRA.
           DISPLAY "CONVENIO:" AT 1019.
           MOVE ZEROS TO WS-MDT-CONVENIO.
           PERFORM ACEITA-CONVENIO-DEBAUTO
               UNTIL WS-MDT-CONVENIO NOT = ZEROS.
           DISPLAY "REFERENCIA NO CONVENIO:" AT 1119.
           MOVE SPACES TO WS-MDT-REFERENCIA.
           PERFORM UNTIL WS-MDT-REFERENCIA NOT = SPACES
               ACCEPT WS-MDT-REFERENCIA AT 1143 WITH PROMPT AUTO
           END-PERFORM.
           DISPLAY "VALOR MAXIMO (ZERO = SEM):" AT 1219.
           MOVE ZEROS TO WS-MDT-MAXIMO-ED.
           ACCEPT WS-MDT-MAXIMO-ED AT 1246 WITH PROMPT AUTO.
           MOVE WS-MDT-MAXIMO-ED TO WS-MDT-MAXIMO.
      *    A MESMA REFERENCIA NO MESMO CONVENIO SO PODE TER UMA
      *    AUTORIZACAO ATIVA NA CONTA - SENAO O DEBAUTO NAO SABERIA
      *    QUAL TETO VALE. A VARREDURA TAMBEM DEIXA O MAIOR SEQ USADO.
           PERFORM VARRE-MANDATOS-CONTA.
           IF WS-MDT-DUPLICADO = "S"
               DISPLAY "AUTORIZACAO JA EXISTE PARA ESTA REFERENCIA"
                   AT 1535
           ELSE
               MOVE CTA-AGENCIA TO MDT-AGENCIA
               MOVE CTA-CONTA TO MDT-CONTA
               COMPUTE MDT-SEQ = WS-MDT-PROX-SEQ + 1
               MOVE WS-MDT-CONVENIO TO MDT-CONVENIO
               MOVE WS-MDT-REFERENCIA TO MDT-REFERENCIA
               MOVE WS-MDT-MAXIMO TO MDT-VALOR-MAXIMO
               MOVE "A" TO MDT-SITUACAO
               PERFORM LE-DATA-MOVIMENTO
               MOVE ANO TO MDT-ANO-CAD
               MOVE MES TO MDT-MES-CAD
               MOVE DIA TO MDT-DIA-CAD
               MOVE WS-OPERADOR TO MDT-OPER-CADASTRO
               MOVE ZEROS TO MDT-DATA-CANCELAMENTO MDT-OPER-CANCELOU
               WRITE REG-MANDATO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR AUTORIZACAO!!" AT 1535
                   NOT INVALID KEY
                       DISPLAY "AUTORIZACAO CADASTRADA. SEQ:" AT 1535
                       DISPLAY MDT-SEQ AT 1564
               END-WRITE
           END-IF.
           ACCEPT CR.

       ACEITA-CONVENIO-DEBAUTO.
           ACCEPT WS-MDT-CONVENIO AT 1029 WITH PROMPT AUTO.
           MOVE WS-MDT-CONVENIO TO CNV-CODIGO.
           READ CONVENIOS
               INVALID KEY
                   DISPLAY "CONVENIO NAO CADASTRADO" AT 1535
                   MOVE ZEROS TO WS-MDT-CONVENIO
               NOT INVALID KEY
                   IF CNV-DESATIVADO
                       DISPLAY "CONVENIO DESATIVADO   " AT 1535
                       MOVE ZEROS TO WS-MDT-CONVENIO
                   ELSE
                       DISPLAY ESPACO AT 1535
                       DISPLAY CNV-NOME AT 1035
                   END-IF
           END-READ.

       VARRE-MANDATOS-CONTA.
           MOVE ZEROS TO WS-MDT-PROX-SEQ.
           MOVE "N" TO WS-MDT-DUPLICADO.
           MOVE CTA-AGENCIA TO MDT-AGENCIA.
           MOVE CTA-CONTA TO MDT-CONTA.
           MOVE ZEROS TO MDT-SEQ.
           MOVE "N" TO WS-MDT-FIM.
           START MANDATOS KEY NOT LESS THAN MDT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-MDT-FIM
           END-START.
           PERFORM VARRE-UM-MANDATO UNTIL WS-MDT-FIM = "S".

       VARRE-UM-MANDATO.
           READ MANDATOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-MDT-FIM
               NOT AT END
                   IF MDT-AGENCIA NOT = CTA-AGENCIA
                       OR MDT-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-MDT-FIM
                   ELSE
                       MOVE MDT-SEQ TO WS-MDT-PROX-SEQ
                       IF MDT-ATIVO
                           AND MDT-CONVENIO = WS-MDT-CONVENIO
                           AND MDT-REFERENCIA = WS-MDT-REFERENCIA
                           MOVE "S" TO WS-MDT-DUPLICADO
                       END-IF
                   END-IF
           END-READ.

       DEBAUTO-LISTA.
           PERFORM LISTA-MANDATOS-CONTA.
           IF WS-MDT-LISTADOS = ZEROS
               DISPLAY "NENHUM DEBITO AUTOMATICO ATIVO NA CONTA" AT 1535
           ELSE
               DISPLAY "FIM DA LISTA" AT 1535
           END-IF.
           ACCEPT CR.

       DEBAUTO-CANCELA.
           PERFORM LISTA-MANDATOS-CONTA.
           IF WS-MDT-LISTADOS = ZEROS
               DISPLAY "NENHUM DEBITO AUTOMATICO ATIVO NA CONTA" AT 1535
               ACCEPT CR
           ELSE
               DISPLAY "SEQ A CANCELAR:" AT 1019
               MOVE ZEROS TO WS-MDT-SEQ
               PERFORM UNTIL WS-MDT-SEQ NOT = ZEROS
                   ACCEPT WS-MDT-SEQ AT 1035 WITH PROMPT AUTO
               END-PERFORM
               MOVE CTA-AGENCIA TO MDT-AGENCIA
               MOVE CTA-CONTA TO MDT-CONTA
               MOVE WS-MDT-SEQ TO MDT-SEQ
               READ MANDATOS
                   INVALID KEY
                       DISPLAY "AUTORIZACAO NAO ENCONTRADA" AT 1535
                       ACCEPT CR
                   NOT INVALID KEY
                       IF MDT-CANCELADO
                           DISPLAY "AUTORIZACAO JA CANCELADA" AT 1535
                           ACCEPT CR
                       ELSE
                           MOVE "C" TO MDT-SITUACAO
                           PERFORM LE-DATA-MOVIMENTO
                           MOVE ANO TO MDT-ANO-CAN
                           MOVE MES TO MDT-MES-CAN
                           MOVE DIA TO MDT-DIA-CAN
                           MOVE WS-OPERADOR TO MDT-OPER-CANCELOU
                           REWRITE REG-MANDATO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           IF MDT-STATUS = "00"
                               DISPLAY "AUTORIZACAO CANCELADA" AT 1535
                           ELSE
                               DISPLAY "ERRO AO REGRAVAR!! COD:"
                                   AT 1535
                               DISPLAY MDT-STATUS AT 1565
                           END-IF
                           ACCEPT CR
                       END-IF
               END-READ
           END-IF.

       LISTA-MANDATOS-CONTA.
      *    LISTA AS AUTORIZACOES ATIVAS DA CONTA A PARTIR DA LINHA 16,
      *    3 POR VEZ - O CAIXA TECLA <ENTER> PARA VER AS SEGUINTES.
           MOVE ZEROS TO WS-MDT-LISTADOS WS-MDT-NA-TELA.
           MOVE 1601 TO WS-POS-TELA.
           MOVE CTA-AGENCIA TO MDT-AGENCIA.
           MOVE CTA-CONTA TO MDT-CONTA.
           MOVE ZEROS TO MDT-SEQ.
           MOVE "N" TO WS-MDT-FIM.
           START MANDATOS KEY NOT LESS THAN MDT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-MDT-FIM
           END-START.
           PERFORM LISTA-UM-MANDATO UNTIL WS-MDT-FIM = "S".

       LISTA-UM-MANDATO.
           READ MANDATOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-MDT-FIM
               NOT AT END
                   IF MDT-AGENCIA NOT = CTA-AGENCIA
                       OR MDT-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-MDT-FIM
                   ELSE
                       IF MDT-ATIVO
                           IF WS-MDT-NA-TELA = 3
                               PERFORM PROXIMA-PAGINA-MANDATOS
                           END-IF
                           MOVE SPACES TO WS-MDT-LINHA
                           IF MDT-VALOR-MAXIMO = ZEROS
                               STRING MDT-SEQ "  " MDT-CONVENIO "  "
                                   MDT-REFERENCIA "  SEM TETO"
                                   DELIMITED BY SIZE
                                   INTO WS-MDT-LINHA
                           ELSE
                               MOVE MDT-VALOR-MAXIMO
                                   TO WS-MDT-MAXIMO-ED
                               STRING MDT-SEQ "  " MDT-CONVENIO "  "
                                   MDT-REFERENCIA "  " WS-MDT-MAXIMO-ED
                                   DELIMITED BY SIZE
                                   INTO WS-MDT-LINHA
                           END-IF
                           DISPLAY WS-MDT-LINHA AT WS-POS-TELA
                           ADD 100 TO WS-POS-TELA
                           ADD 1 TO WS-MDT-NA-TELA WS-MDT-LISTADOS
                       END-IF
                   END-IF
           END-READ.

       PROXIMA-PAGINA-MANDATOS.
           DISPLAY "HA MAIS - TECLE <ENTER>" AT 1919.
           ACCEPT CR.
           MOVE SPACES TO WS-MDT-LINHA.
           DISPLAY WS-MDT-LINHA AT 1601.
           DISPLAY WS-MDT-LINHA AT 1701.
           DISPLAY WS-MDT-LINHA AT 1801.
           DISPLAY ESPACO AT 1919.
           MOVE 1601 TO WS-POS-TELA.
           MOVE ZEROS TO WS-MDT-NA-TELA.

       CANCELA-MANDATOS-CONTA.
      *    AUTORIZACAO ATIVA DA CONTA VIRA "C" - SEM ISSO O CONVENIO
      *    CONTINUARIA MANDANDO O DEBITO, RECUSADO TODO MES COM CONTA
      *    ENCERRADA. SEM MANDATOS.DAT (STATUS "35") NAO HA NENHUMA.
           OPEN I-O MANDATOS.
           EVALUATE MDT-STATUS
               WHEN "00"
                   MOVE CTA-AGENCIA TO MDT-AGENCIA
                   MOVE CTA-CONTA TO MDT-CONTA
                   MOVE ZEROS TO MDT-SEQ
                   MOVE "N" TO WS-ENC-FIM
                   START MANDATOS KEY NOT LESS THAN MDT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-ENC-FIM
                   END-START
                   PERFORM CANCELA-UM-MANDATO UNTIL WS-ENC-FIM = "S"
                   CLOSE MANDATOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR MANDATOS.DAT. COD:" AT 1835
                   DISPLAY MDT-STATUS AT 1868
                   ACCEPT CR
           END-EVALUATE.

       CANCELA-UM-MANDATO.
           READ MANDATOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-ENC-FIM
               NOT AT END
                   IF MDT-AGENCIA NOT = CTA-AGENCIA
                       OR MDT-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-ENC-FIM
                   ELSE
                       IF MDT-ATIVO
                           MOVE "C" TO MDT-SITUACAO
                           MOVE ANO TO MDT-ANO-CAN
                           MOVE MES TO MDT-MES-CAN
                           MOVE DIA TO MDT-DIA-CAN
                           MOVE WS-OPERADOR TO MDT-OPER-CANCELOU
                           REWRITE REG-MANDATO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           IF MDT-STATUS = "00"
                               ADD 1 TO WS-ENC-MANDATOS
                           ELSE
                               DISPLAY "ERRO AO CANCELAR AUTORIZACAO. "
                                   "COD:" AT 1835
                               DISPLAY MDT-STATUS AT 1870
                               ACCEPT CR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       MENU-CARTAO.
      *    EMISSAO, BLOQUEIO E SUBSTITUICAO DE CARTAO DE DEBITO - SO
      *    CADASTRO, OS SAQUES ENTRAM PELO ATMPOST A PARTIR DO LOG DA
      *    REDE DE CAIXAS ELETRONICOS.
           PERFORM LIMPA-TELA
           DISPLAY TELA-CARTAO
           PERFORM ABRE-ARQ
           PERFORM ABRE-CARTOES
           PERFORM TESTA-AGENCIA UNTIL CTA-AGENCIA NOT = ZEROS
           PERFORM TESTA-CONTA UNTIL CTA-CONTA NOT = ZEROS
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 1535
                   ACCEPT CR
               NOT INVALID KEY
                   IF CTA-CONTA-FECHADA
                       DISPLAY "CONTA ENCERRADA" AT 1535
                       ACCEPT CR
                   ELSE
                       MOVE CTA-CPF TO CLI-CPF
                       READ CLIENTES
                           INVALID KEY
                               MOVE SPACES TO CLI-NOME
                       END-READ
                       MOVE CLI-NOME TO NOME
                       DISPLAY NOME AT 0838
                       PERFORM LISTA-CARTOES-CONTA
                       PERFORM ESCOLHE-ACAO-CARTAO
                   END-IF
           END-READ
           CLOSE CLIENTES CONTAS AGENCIAS CARTOES
           PERFORM MENU-PRI.

       ABRE-CARTOES.
      *    MESMO TRATAMENTO DE ABRE-ARQ: SO O STATUS "35" (ARQUIVO
      *    AINDA NAO EXISTE) AUTORIZA A CRIACAO.
           OPEN I-O CARTOES.
           EVALUATE CRT-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT CARTOES
                   CLOSE CARTOES
                   OPEN I-O CARTOES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CARTOES.DAT. COD:" AT 1535
                   DISPLAY CRT-STATUS AT 1570
                   ACCEPT CR
                   PERFORM MENU-PRI
           END-EVALUATE.

       LISTA-CARTOES-CONTA.
      *    CARTOES ATIVOS E BLOQUEADOS DA CONTA A PARTIR DA LINHA 16,
      *    3 POR VEZ (MESMA PAGINACAO DA LISTA DE DEBITO AUTOMATICO).
      *    O SUBSTITUIDO NAO APARECE - O NOVO PLASTICO JA ESTA NA LISTA.
           MOVE ZEROS TO WS-CRT-LISTADOS WS-CRT-NA-TELA.
           MOVE 1601 TO WS-POS-TELA.
           MOVE CTA-AGENCIA TO CRT-AGENCIA.
           MOVE CTA-CONTA TO CRT-CONTA.
           MOVE "N" TO WS-CRT-FIM.
           START CARTOES KEY NOT LESS THAN CRT-CONTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-CRT-FIM
           END-START.
           PERFORM LISTA-UM-CARTAO UNTIL WS-CRT-FIM = "S".
           IF WS-CRT-LISTADOS = ZEROS
               DISPLAY "NENHUM CARTAO NESTA CONTA" AT 1601
           END-IF.

       LISTA-UM-CARTAO.
           READ CARTOES NEXT RECORD
               AT END
                   MOVE "S" TO WS-CRT-FIM
               NOT AT END
                   IF CRT-AGENCIA NOT = CTA-AGENCIA
                       OR CRT-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-CRT-FIM
                   ELSE
                       IF NOT CRT-SUBSTITUIDO
                           IF WS-CRT-NA-TELA = 3
                               PERFORM PROXIMA-PAGINA-CARTOES
                           END-IF
                           MOVE CRT-LIMITE-DIARIO TO WS-CRT-LIMITE-ED
                           MOVE SPACES TO WS-CRT-LINHA
                           IF CRT-ATIVO
                               STRING CRT-NUMERO "  ATIVO      "
                                   "LIMITE/DIA " WS-CRT-LIMITE-ED
                                   DELIMITED BY SIZE
                                   INTO WS-CRT-LINHA
                           ELSE
                               STRING CRT-NUMERO "  BLOQUEADO  "
                                   CRT-MOTIVO
                                   DELIMITED BY SIZE
                                   INTO WS-CRT-LINHA
                           END-IF
                           DISPLAY WS-CRT-LINHA AT WS-POS-TELA
                           ADD 100 TO WS-POS-TELA
                           ADD 1 TO WS-CRT-NA-TELA WS-CRT-LISTADOS
                       END-IF
                   END-IF
           END-READ.

       PROXIMA-PAGINA-CARTOES.
           DISPLAY "HA MAIS - TECLE <ENTER>" AT 1919.
           ACCEPT CR.
           MOVE SPACES TO WS-CRT-LINHA.
           DISPLAY WS-CRT-LINHA AT 1601.
           DISPLAY WS-CRT-LINHA AT 1701.
           DISPLAY WS-CRT-LINHA AT 1801.
           DISPLAY ESPACO AT 1919.
           MOVE 1601 TO WS-POS-TELA.
           MOVE ZEROS TO WS-CRT-NA-TELA.

       ESCOLHE-ACAO-CARTAO.
           DISPLAY "[1] EMITIR [2] BLOQUEAR [3] SUBSTITUIR" AT 1019.
           MOVE ZEROS TO OPCAO-PESQUISA.
           PERFORM UNTIL OPCAO-PESQUISA = 1 OR OPCAO-PESQUISA = 2
                   OR OPCAO-PESQUISA = 3
               ACCEPT OPCAO-PESQUISA AT 1057 WITH PROMPT AUTO
           END-PERFORM.
           DISPLAY ESPACO AT 1019.
           EVALUATE OPCAO-PESQUISA
               WHEN 1
                   PERFORM CARTAO-EMITE
               WHEN 2
                   PERFORM CARTAO-BLOQUEIA
               WHEN 3
                   PERFORM CARTAO-SUBSTITUI
           END-EVALUATE.

       CARTAO-EMITE.
           DISPLAY "LIMITE DIARIO DE SAQUE:" AT 1019.
           MOVE ZEROS TO WS-CRT-LIMITE.
           PERFORM UNTIL WS-CRT-LIMITE NOT = ZEROS
               ACCEPT WS-CRT-LIMITE-ED AT 1043 WITH PROMPT AUTO
               MOVE WS-CRT-LIMITE-ED TO WS-CRT-LIMITE
           END-PERFORM.
           MOVE "EMISSAO 1A VIA" TO WS-CRT-MOT-NOVO.
           PERFORM PROXIMO-CARTAO.
           PERFORM GRAVA-CARTAO-NOVO.
           IF WS-CRT-OK = "S"
               DISPLAY "CARTAO EMITIDO:" AT 1535
               DISPLAY WS-CRT-NOVO AT 1551
           ELSE
               DISPLAY "ERRO AO GRAVAR CARTAO!! COD:" AT 1535
               DISPLAY CRT-STATUS AT 1564
           END-IF.
           ACCEPT CR.

       CARTAO-BLOQUEIA.
           PERFORM ACEITA-CARTAO-CONTA.
           IF WS-CRT-OK = "S"
               IF NOT CRT-ATIVO
                   DISPLAY "CARTAO NAO ESTA ATIVO" AT 1535
               ELSE
                   PERFORM ACEITA-MOTIVO-CARTAO
                   MOVE "B" TO CRT-SITUACAO
                   PERFORM CARIMBA-OCORRENCIA-CARTAO
                   REWRITE REG-CARTAO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF CRT-STATUS = "00"
                       DISPLAY "CARTAO BLOQUEADO" AT 1535
                   ELSE
                       DISPLAY "ERRO AO REGRAVAR!! COD:" AT 1535
                       DISPLAY CRT-STATUS AT 1565
                   END-IF
               END-IF
           END-IF.
           ACCEPT CR.

       CARTAO-SUBSTITUI.
      *    PERDA, ROUBO, DEFEITO...: O PLASTICO VELHO (ATIVO OU
      *    BLOQUEADO) VIRA "S" APONTANDO O NOVO, QUE NASCE ATIVO COM O
      *    MESMO LIMITE DIARIO.
           PERFORM ACEITA-CARTAO-CONTA.
           IF WS-CRT-OK = "S"
               IF CRT-SUBSTITUIDO
                   DISPLAY "CARTAO JA SUBSTITUIDO" AT 1535
               ELSE
                   PERFORM ACEITA-MOTIVO-CARTAO
                   MOVE CRT-NUMERO TO WS-CRT-NUMERO
                   MOVE CRT-LIMITE-DIARIO TO WS-CRT-LIMITE
                   MOVE SPACES TO WS-CRT-MOT-NOVO
                   STRING "2A VIA DE " WS-CRT-NUMERO
                       DELIMITED BY SIZE INTO WS-CRT-MOT-NOVO
                   PERFORM PROXIMO-CARTAO
                   PERFORM GRAVA-CARTAO-NOVO
                   IF WS-CRT-OK = "S"
                       PERFORM BAIXA-CARTAO-SUBSTITUIDO
                   ELSE
                       DISPLAY "ERRO AO GRAVAR CARTAO!! COD:" AT 1535
                       DISPLAY CRT-STATUS AT 1564
                   END-IF
               END-IF
           END-IF.
           ACCEPT CR.

       BAIXA-CARTAO-SUBSTITUIDO.
           MOVE WS-CRT-NUMERO TO CRT-NUMERO.
           READ CARTOES
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRT-STATUS = "00"
               MOVE "S" TO CRT-SITUACAO
               MOVE WS-CRT-NOVO TO CRT-SUBSTITUTO
               PERFORM CARIMBA-OCORRENCIA-CARTAO
               REWRITE REG-CARTAO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF CRT-STATUS = "00"
               DISPLAY "NOVO CARTAO:" AT 1535
               DISPLAY WS-CRT-NOVO AT 1548
           ELSE
      *    O NOVO JA FOI GRAVADO - O VELHO PRECISA SER BLOQUEADO A MAO
      *    PARA OS DOIS NAO FICAREM ATIVOS.
               DISPLAY "NOVO CARTAO GRAVADO, ANTIGO NAO BAIXADO. COD:"
                   AT 1535
               DISPLAY CRT-STATUS AT 1582
           END-IF.

       ACEITA-CARTAO-CONTA.
           MOVE "N" TO WS-CRT-OK.
           DISPLAY "NUMERO DO CARTAO:" AT 1019.
           MOVE ZEROS TO WS-CRT-NUMERO.
           PERFORM UNTIL WS-CRT-NUMERO NOT = ZEROS
               ACCEPT WS-CRT-NUMERO AT 1037 WITH PROMPT AUTO
           END-PERFORM.
           MOVE WS-CRT-NUMERO TO CRT-NUMERO.
           READ CARTOES
               INVALID KEY
                   DISPLAY "CARTAO NAO ENCONTRADO" AT 1535
               NOT INVALID KEY
                   IF CRT-AGENCIA NOT = CTA-AGENCIA
                       OR CRT-CONTA NOT = CTA-CONTA
                       DISPLAY "CARTAO NAO PERTENCE A ESTA CONTA"
                           AT 1535
                   ELSE
                       MOVE "S" TO WS-CRT-OK
                   END-IF
           END-READ.

       ACEITA-MOTIVO-CARTAO.
           DISPLAY "MOTIVO:" AT 1119.
           MOVE SPACES TO WS-CRT-MOTIVO.
           PERFORM UNTIL WS-CRT-MOTIVO NOT = SPACES
               ACCEPT WS-CRT-MOTIVO AT 1127 WITH PROMPT AUTO
           END-PERFORM.

       CARIMBA-OCORRENCIA-CARTAO.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE ANO TO CRT-ANO-OCO.
           MOVE MES TO CRT-MES-OCO.
           MOVE DIA TO CRT-DIA-OCO.
           MOVE WS-OPERADOR TO CRT-OPER-OCORRENCIA.
           MOVE WS-CRT-MOTIVO TO CRT-MOTIVO.

       PROXIMO-CARTAO.
      *    MAIOR NUMERO JA EMITIDO + 1 (MESMA VARREDURA DE
      *    ACHA-PROXIMO-ID NO AGENDACAD).
           MOVE WS-CRT-BASE TO WS-CRT-NOVO.
           MOVE ZEROS TO CRT-NUMERO.
           MOVE "N" TO WS-CRT-FIM.
           START CARTOES KEY NOT LESS THAN CRT-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-CRT-FIM
           END-START.
           PERFORM UNTIL WS-CRT-FIM = "S"
               READ CARTOES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CRT-FIM
                   NOT AT END
                       IF CRT-NUMERO > WS-CRT-NOVO
                           MOVE CRT-NUMERO TO WS-CRT-NOVO
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-CRT-NOVO.

       GRAVA-CARTAO-NOVO.
           MOVE "N" TO WS-CRT-OK.
           MOVE WS-CRT-NOVO TO CRT-NUMERO.
           MOVE CTA-AGENCIA TO CRT-AGENCIA.
           MOVE CTA-CONTA TO CRT-CONTA.
           MOVE CTA-CPF TO CRT-CPF.
           MOVE WS-CRT-LIMITE TO CRT-LIMITE-DIARIO.
           MOVE "A" TO CRT-SITUACAO.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE ANO TO CRT-ANO-EMI.
           MOVE MES TO CRT-MES-EMI.
           MOVE DIA TO CRT-DIA-EMI.
           MOVE WS-OPERADOR TO CRT-OPER-EMISSAO.
           MOVE WS-CRT-MOT-NOVO TO CRT-MOTIVO.
           MOVE ZEROS TO CRT-DATA-OCORRENCIA CRT-OPER-OCORRENCIA
               CRT-SUBSTITUTO CRT-DATA-SAQUE CRT-SACADO-DIA
               CRT-ULTIMO-NSU.
           WRITE REG-CARTAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CRT-OK
           END-WRITE.

       BLOQUEIA-CARTOES-CONTA.
      *    CARTAO ATIVO DA CONTA ENCERRADA VIRA "B" - O ATMPOST RECUSA
      *    O SAQUE DE CARTAO BLOQUEADO ANTES DE OLHAR A CONTA. SEM
      *    CARTOES.DAT (STATUS "35") NAO HA CARTAO.
           OPEN I-O CARTOES.
           EVALUATE CRT-STATUS
               WHEN "00"
                   MOVE CTA-AGENCIA TO CRT-AGENCIA
                   MOVE CTA-CONTA TO CRT-CONTA
                   MOVE "N" TO WS-ENC-FIM
                   START CARTOES KEY NOT LESS THAN CRT-CONTA-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-ENC-FIM
                   END-START
                   PERFORM BLOQUEIA-UM-CARTAO UNTIL WS-ENC-FIM = "S"
                   CLOSE CARTOES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CARTOES.DAT. COD:" AT 1835
                   DISPLAY CRT-STATUS AT 1867
                   ACCEPT CR
           END-EVALUATE.

       BLOQUEIA-UM-CARTAO.
           READ CARTOES NEXT RECORD
               AT END
                   MOVE "S" TO WS-ENC-FIM
               NOT AT END
                   IF CRT-AGENCIA NOT = CTA-AGENCIA
                       OR CRT-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-ENC-FIM
                   ELSE
                       IF CRT-ATIVO
                           MOVE "B" TO CRT-SITUACAO
                           MOVE "CONTA ENCERRADA" TO CRT-MOTIVO
                           MOVE ANO TO CRT-ANO-OCO
                           MOVE MES TO CRT-MES-OCO
                           MOVE DIA TO CRT-DIA-OCO
                           MOVE WS-OPERADOR TO CRT-OPER-OCORRENCIA
                           REWRITE REG-CARTAO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           IF CRT-STATUS = "00"
                               ADD 1 TO WS-ENC-CARTOES
                           ELSE
                               DISPLAY "ERRO AO BLOQUEAR CARTAO. COD:"
                                   AT 1835
                               DISPLAY CRT-STATUS AT 1865
                               ACCEPT CR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       MENU-TITULARES.
      *    COTITULARES E REPRESENTANTE LEGAL DA CONTA. O TITULAR
      *    PRINCIPAL (CTA-CPF) NAO MUDA POR AQUI - SO OS DEMAIS CPFS
      *    LIGADOS A CONTA, CADA INCLUSAO/EXCLUSAO COM SUA LINHA EM
      *    LOGALTER.DAT.
           PERFORM LIMPA-TELA
           DISPLAY TELA-TITULARES
           PERFORM ABRE-ARQ
           PERFORM ABRE-TITULARES
           PERFORM TESTA-AGENCIA UNTIL CTA-AGENCIA NOT = ZEROS
           PERFORM TESTA-CONTA UNTIL CTA-CONTA NOT = ZEROS
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 1535
                   ACCEPT CR
               NOT INVALID KEY
                   IF CTA-CONTA-FECHADA
                       DISPLAY "CONTA ENCERRADA" AT 1535
                       ACCEPT CR
                   ELSE
                       MOVE CTA-CPF TO CLI-CPF
                       READ CLIENTES
                           INVALID KEY
                               MOVE SPACES TO CLI-NOME
                       END-READ
                       MOVE CLI-NOME TO NOME
                       MOVE CLI-NOME TO WS-TIT-NOME-PRI
                       DISPLAY NOME AT 0838
                       PERFORM LISTA-TITULARES-CONTA
                       PERFORM ESCOLHE-ACAO-TITULAR
                   END-IF
           END-READ
           CLOSE CLIENTES CONTAS AGENCIAS TITULARES
           PERFORM MENU-PRI.

       ABRE-TITULARES.
      *    MESMO TRATAMENTO DE ABRE-ARQ: SO O STATUS "35" (ARQUIVO
      *    AINDA NAO EXISTE) AUTORIZA A CRIACAO.
           OPEN I-O TITULARES.
           EVALUATE TIT-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT TITULARES
                   CLOSE TITULARES
                   OPEN I-O TITULARES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TITULARES.DAT. COD:" AT 1535
                   DISPLAY TIT-STATUS AT 1570
                   ACCEPT CR
                   PERFORM MENU-PRI
           END-EVALUATE.

       LISTA-TITULARES-CONTA.
      *    O PRINCIPAL NA PRIMEIRA LINHA E OS DEMAIS EM SEGUIDA, A
      *    PARTIR DA LINHA 16, 3 POR VEZ (MESMA PAGINACAO DA LISTA DE
      *    CARTOES).
           MOVE ZEROS TO WS-TIT-LISTADOS.
           MOVE 1601 TO WS-POS-TELA.
           MOVE SPACES TO WS-TIT-LINHA.
           STRING CTA-CPF " " WS-TIT-NOME-PRI " TITULAR"
               DELIMITED BY SIZE INTO WS-TIT-LINHA.
           DISPLAY WS-TIT-LINHA AT WS-POS-TELA.
           ADD 100 TO WS-POS-TELA.
           MOVE 1 TO WS-TIT-NA-TELA.
           MOVE CTA-AGENCIA TO TIT-AGENCIA.
           MOVE CTA-CONTA TO TIT-CONTA.
           MOVE ZEROS TO TIT-CPF.
           MOVE "N" TO WS-TIT-FIM.
           START TITULARES KEY NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-TIT-FIM
           END-START.
           PERFORM LISTA-UM-TITULAR UNTIL WS-TIT-FIM = "S".

       LISTA-UM-TITULAR.
           READ TITULARES NEXT RECORD
               AT END
                   MOVE "S" TO WS-TIT-FIM
               NOT AT END
                   IF TIT-AGENCIA NOT = CTA-AGENCIA
                       OR TIT-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-TIT-FIM
                   ELSE
                       IF WS-TIT-NA-TELA = 3
                           PERFORM PROXIMA-PAGINA-TITULARES
                       END-IF
                       PERFORM NOME-DO-TITULAR
                       PERFORM DESCREVE-PAPEL-TITULAR
                       MOVE SPACES TO WS-TIT-LINHA
                       STRING TIT-CPF " " WS-TIT-NOME " "
                           WS-TIT-PAPEL-DES
                           DELIMITED BY SIZE INTO WS-TIT-LINHA
                       DISPLAY WS-TIT-LINHA AT WS-POS-TELA
                       ADD 100 TO WS-POS-TELA
                       ADD 1 TO WS-TIT-NA-TELA WS-TIT-LISTADOS
                   END-IF
           END-READ.

       PROXIMA-PAGINA-TITULARES.
           DISPLAY "HA MAIS - TECLE <ENTER>" AT 1919.
           ACCEPT CR.
           MOVE SPACES TO WS-TIT-LINHA.
           DISPLAY WS-TIT-LINHA AT 1601.
           DISPLAY WS-TIT-LINHA AT 1701.
           DISPLAY WS-TIT-LINHA AT 1801.
           DISPLAY ESPACO AT 1919.
           MOVE 1601 TO WS-POS-TELA.
           MOVE ZEROS TO WS-TIT-NA-TELA.

       NOME-DO-TITULAR.
           MOVE TIT-CPF TO CLI-CPF.
           READ CLIENTES
               INVALID KEY
                   MOVE "(CLIENTE NAO ENCONTRADO)" TO WS-TIT-NOME
               NOT INVALID KEY
                   MOVE CLI-NOME TO WS-TIT-NOME
           END-READ.

       DESCREVE-PAPEL-TITULAR.
           EVALUATE TRUE
               WHEN TIT-CONJUNTA-E
                   MOVE "COTITULAR E" TO WS-TIT-PAPEL-DES
               WHEN TIT-CONJUNTA-OU
                   MOVE "COTITULAR OU" TO WS-TIT-PAPEL-DES
               WHEN TIT-REPRESENTANTE
                   MOVE "REPRES. LEGAL" TO WS-TIT-PAPEL-DES
               WHEN OTHER
                   MOVE SPACES TO WS-TIT-PAPEL-DES
           END-EVALUATE.

       ESCOLHE-ACAO-TITULAR.
           DISPLAY "[1] INCLUIR TITULAR [2] EXCLUIR TITULAR" AT 1019.
           MOVE ZEROS TO OPCAO-PESQUISA.
           PERFORM UNTIL OPCAO-PESQUISA = 1 OR OPCAO-PESQUISA = 2
               ACCEPT OPCAO-PESQUISA AT 1060 WITH PROMPT AUTO
           END-PERFORM.
           DISPLAY ESPACO AT 1019.
           DISPLAY ESPACO AT 1059.
           EVALUATE OPCAO-PESQUISA
               WHEN 1
                   PERFORM TITULAR-INCLUI
               WHEN 2
                   PERFORM TITULAR-EXCLUI
           END-EVALUATE.

       TITULAR-INCLUI.
      *    O COTITULAR PRECISA JA ESTAR EM CLIENTES.DAT (NOME E
      *    ENDERECO VEM DE LA PARA EXTRATO E CORRESPONDENCIA).
           PERFORM ACEITA-CPF-TITULAR.
           IF WS-TIT-CPF = CTA-CPF
               DISPLAY "CPF JA E O TITULAR PRINCIPAL DA CONTA" AT 1535
           ELSE
               MOVE WS-TIT-CPF TO CLI-CPF
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CPF SEM CADASTRO DE CLIENTE" AT 1535
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WS-TIT-NOME
                       DISPLAY WS-TIT-NOME AT 1135
                       PERFORM ACEITA-PAPEL-TITULAR
                       PERFORM GRAVA-TITULAR
               END-READ
           END-IF.
           ACCEPT CR.

       GRAVA-TITULAR.
           MOVE CTA-AGENCIA TO TIT-AGENCIA.
           MOVE CTA-CONTA TO TIT-CONTA.
           MOVE WS-TIT-CPF TO TIT-CPF.
           MOVE WS-TIT-PAPEL TO TIT-PAPEL.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE ANO TO TIT-ANO-INC.
           MOVE MES TO TIT-MES-INC.
           MOVE DIA TO TIT-DIA-INC.
           MOVE WS-OPERADOR TO TIT-OPER-INCLUSAO.
           WRITE REG-TITULAR
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TIT-STATUS
               WHEN "00"
                   MOVE "T" TO LOG-OPERACAO
                   PERFORM REGISTRA-LOG-TITULAR
                   DISPLAY "TITULAR INCLUIDO" AT 1535
               WHEN "22"
                   DISPLAY "CPF JA E TITULAR DESTA CONTA" AT 1535
               WHEN OTHER
                   DISPLAY "ERRO AO GRAVAR TITULAR!! COD:" AT 1535
                   DISPLAY TIT-STATUS AT 1565
           END-EVALUATE.

       TITULAR-EXCLUI.
           PERFORM ACEITA-CPF-TITULAR.
           MOVE CTA-AGENCIA TO TIT-AGENCIA.
           MOVE CTA-CONTA TO TIT-CONTA.
           MOVE WS-TIT-CPF TO TIT-CPF.
           READ TITULARES
               INVALID KEY
                   DISPLAY "CPF NAO E COTITULAR DESTA CONTA" AT 1535
               NOT INVALID KEY
                   PERFORM NOME-DO-TITULAR
                   DELETE TITULARES RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF TIT-STATUS = "00"
                       MOVE "X" TO LOG-OPERACAO
                       PERFORM REGISTRA-LOG-TITULAR
                       DISPLAY "TITULAR EXCLUIDO" AT 1535
                   ELSE
                       DISPLAY "ERRO AO EXCLUIR TITULAR!! COD:" AT 1535
                       DISPLAY TIT-STATUS AT 1566
                   END-IF
           END-READ.
           ACCEPT CR.

       ACEITA-CPF-TITULAR.
           DISPLAY "CPF DO TITULAR:" AT 1019.
           MOVE "N" TO WS-CPF-VALIDO.
           PERFORM UNTIL WS-CPF-VALIDO = "S"
               ACCEPT CPF AT 1035 WITH PROMPT AUTO
               MOVE CPF TO WS-CPF
               PERFORM VALIDA-CPF
               IF WS-CPF-VALIDO NOT = "S"
                   DISPLAY "CPF INVALIDO. DIGITE NOVAMENTE..." AT 1535
               ELSE
                   DISPLAY ESPACO AT 1535
               END-IF
           END-PERFORM.
           MOVE WS-CPF TO WS-TIT-CPF.

       ACEITA-PAPEL-TITULAR.
           DISPLAY "PAPEL: [E] CONJ. E [O] CONJ. OU [R] REPRESENTANTE"
               AT 1219.
           MOVE SPACE TO WS-TIT-PAPEL.
           PERFORM UNTIL WS-TIT-PAPEL = "E" OR WS-TIT-PAPEL = "O"
                   OR WS-TIT-PAPEL = "R"
               ACCEPT WS-TIT-PAPEL AT 1269 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE(WS-TIT-PAPEL) TO WS-TIT-PAPEL
           END-PERFORM.

       REGISTRA-LOG-TITULAR.
      *    LOG-OPERACAO JA VEM "T" (INCLUSAO) OU "X" (EXCLUSAO). O
      *    "ANTES" CARREGA O TITULAR PRINCIPAL E O "DEPOIS" O
      *    COTITULAR, COM O PAPEL NA SITUACAO.
           MOVE TIT-CPF TO LOG-CPF.
           MOVE CTA-AGENCIA TO LOG-AGENCIA-ANT LOG-AGENCIA-NOVO.
           MOVE CTA-CONTA TO LOG-CONTA-ANT LOG-CONTA-NOVO.
           MOVE WS-TIT-NOME-PRI TO LOG-NOME-ANT.
           MOVE WS-TIT-NOME TO LOG-NOME-NOVO.
           MOVE CTA-SALDO TO LOG-SALDO-ANT LOG-SALDO-NOVO.
           MOVE TIT-PAPEL TO LOG-SITUACAO-NOVA.
           PERFORM GRAVA-LOG-ALTERACAO.

       BUSCA-CONTA-COTITULAR.
      *    CPF (DIGITADO OU ESCOLHIDO PELO NOME) QUE NAO E PRINCIPAL DE
      *    NENHUMA CONTA: CAI NA PRIMEIRA CONTA EM QUE ELE APARECE EM
      *    TITULARES.DAT. SEM O ARQUIVO (STATUS "35") NAO HA
      *    COTITULAR.
           MOVE "N" TO WS-TIT-ACHOU.
           OPEN INPUT TITULARES.
           IF TIT-STATUS = "00"
               MOVE WS-TIT-CPF TO TIT-CPF
               READ TITULARES KEY IS TIT-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-TIT-ACHOU
               END-READ
               CLOSE TITULARES
           END-IF.
           IF WS-TIT-ACHOU = "S"
               MOVE TIT-AGENCIA TO CTA-AGENCIA
               MOVE TIT-CONTA TO CTA-CONTA
               READ CONTAS
                   INVALID KEY
                       MOVE "N" TO WS-TIT-ACHOU
               END-READ
           END-IF.
           IF WS-TIT-ACHOU = "S"
               MOVE CTA-CPF TO CLI-CPF
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO ENCONTRADO" AT 1535
               END-READ
           ELSE
               DISPLAY "CONTA NAO ENCONTRADA PARA ESTE CPF" AT 1535
           END-IF.

       MENU-ESTORNO.
      *    ESTORNO DE LANCAMENTO DO DIA: ACABA COM O "CONSERTO" POR
      *    MOVIMENTO CONTRARIO DISFARCADO DE ATIVIDADE NORMAL. O CAIXA
      *    LOCALIZA O LANCAMENTO PELO DOCUMENTO, UM SUPERVISOR APROVA
      *    NA HORA (MESMA MECANICA DA ALTERACAO DE LIMITE) E O MOVPOST
      *    GRAVA O MOVIMENTO COMPENSATORIO COM ORIGEM "E" E O MESMO
      *    DOCUMENTO - O EXTRATO MOSTRA "ESTORNO <DOCUMENTO>" E UM
      *    SEGUNDO ESTORNO DO MESMO DOCUMENTO E RECUSADO.
           PERFORM LIMPA-TELA
           DISPLAY TELA-ESTORNO
           PERFORM ABRE-ARQ
           PERFORM TESTA-AGENCIA UNTIL CTA-AGENCIA NOT = ZEROS
           PERFORM TESTA-CONTA UNTIL CTA-CONTA NOT = ZEROS
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 1535
                   ACCEPT CR
               NOT INVALID KEY
                   IF CTA-CONTA-FECHADA
                       DISPLAY "CONTA ENCERRADA" AT 1535
                       ACCEPT CR
                   ELSE
                       PERFORM RECEBE-DOC-ESTORNO
                       PERFORM LOCALIZA-MOV-ORIGINAL
                       PERFORM DECIDE-ESTORNO
                   END-IF
           END-READ
           CLOSE CLIENTES CONTAS AGENCIAS
           PERFORM MENU-PRI.

       RECEBE-DOC-ESTORNO.
           MOVE SPACES TO WS-EST-DOCUMENTO.
           PERFORM UNTIL WS-EST-DOCUMENTO NOT = SPACES
               ACCEPT WS-EST-DOCUMENTO AT 0843 WITH PROMPT AUTO
           END-PERFORM.

       LOCALIZA-MOV-ORIGINAL.
      *    O MOVIMENTO CORRENTE E INDEXADO POR AGENCIA/CONTA/DATA/SEQ:
      *    A BUSCA POSICIONA DIRETO NA FAIXA DA CONTA NO DIA DE HOJE E
      *    LE SO ELA, PROCURANDO O LANCAMENTO COM O DOCUMENTO
      *    INFORMADO E - NA MESMA FAIXA - UM ESTORNO (ORIGEM "E") JA
      *    GRAVADO PARA ELE (ESTORNO E SEMPRE DO DIA, ENTAO AS DUAS
      *    GRAVACOES MORAM NA MESMA FAIXA DE DATA). O MOVPOST MANTEM O
      *    ARQUIVO ABERTO EM I-O DESDE A PRIMEIRA POSTAGEM DA SESSAO -
      *    O CANCEL FECHA O CONECTOR DELE ANTES DA NOSSA LEITURA,
      *    SENAO O SEGUNDO OPEN FALHA POR TRAVA OU ENXERGA UM ARQUIVO
      *    SEM AS POSTAGENS AINDA NAO DESCARREGADAS (E A GUARDA DE
      *    ESTORNO DUPLICADO DEIXARIA PASSAR UM "E" DESTA SESSAO).
           MOVE "N" TO WS-EST-ACHOU WS-EST-JA-FEITO WS-EST-FIM.
           PERFORM LE-DATA-MOVIMENTO.
           CANCEL "MOVPOST".
           OPEN INPUT MOVIMENTO.
           IF MOV-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVIMENTO.DAT. COD:" AT 1535
               DISPLAY MOV-STATUS AT 1570
               MOVE "S" TO WS-EST-FIM
           ELSE
               MOVE CTA-AGENCIA TO MOV-AGENCIA
               MOVE CTA-CONTA TO MOV-CONTA
               MOVE DATA-SIS TO MOV-DATA
               MOVE ZEROS TO MOV-SEQ
               START MOVIMENTO KEY NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EST-FIM
               END-START
           END-IF.
           PERFORM LE-MOV-ESTORNO UNTIL WS-EST-FIM = "S".
           IF MOV-STATUS = "00" OR MOV-STATUS = "10"
               CLOSE MOVIMENTO
           END-IF.

       LE-MOV-ESTORNO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-EST-FIM
               NOT AT END
                   IF MOV-AGENCIA NOT = CTA-AGENCIA
                       OR MOV-CONTA NOT = CTA-CONTA
                       OR MOV-DATA NOT = DATA-SIS
                       MOVE "S" TO WS-EST-FIM
                   ELSE
                       IF MOV-DOCUMENTO = WS-EST-DOCUMENTO
                           IF MOV-ORIGEM = "E"
                               MOVE "S" TO WS-EST-JA-FEITO
                           ELSE
                               MOVE "S" TO WS-EST-ACHOU
                               MOVE MOV-TIPO TO WS-EST-TIPO
                               MOVE MOV-VALOR TO WS-EST-VALOR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       DECIDE-ESTORNO.
           EVALUATE TRUE
               WHEN WS-EST-JA-FEITO = "S"
                   DISPLAY "DOCUMENTO JA ESTORNADO" AT 1535
                   ACCEPT CR
               WHEN WS-EST-ACHOU NOT = "S"
                   DISPLAY "MOVIMENTO DE HOJE NAO ENCONTRADO" AT 1535
                   ACCEPT CR
               WHEN OTHER
                   DISPLAY WS-EST-TIPO AT 1043
                   MOVE WS-EST-VALOR TO WS-EST-VALOR-ED
                   DISPLAY WS-EST-VALOR-ED AT 1143
                   DISPLAY "ESTORNAR (S/N)? [ ]" AT 1330
                   ACCEPT SALVA AT 1347 WITH PROMPT AUTO
                   DISPLAY ESPACO AT 1330
                   IF SALVA = "S" OR SALVA = "s"
                       PERFORM APROVA-SUPERVISOR
                       IF WS-APROVOU = "S"
                           PERFORM EFETIVA-ESTORNO
                       ELSE
                           DISPLAY "APROVACAO RECUSADA" AT 1535
                           ACCEPT CR
                       END-IF
                   END-IF
           END-EVALUATE.

       EFETIVA-ESTORNO.
      *    O MOVIMENTO COMPENSATORIO E DO TIPO OPOSTO, COM O MESMO
      *    DOCUMENTO DO ORIGINAL NA CONTRAPARTIDA DOCUMENTAL - UM
      *    ESTORNO DE DEPOSITO VIRA DEBITO E PASSA PELAS MESMAS REGRAS
      *    DE LIMITE E BLOQUEIO DO MOVPOST (SE O CLIENTE JA SACOU O
      *    VALOR ERRADO, O ESTORNO E RECUSADO PARA TRATAMENTO MANUAL).
           IF WS-EST-TIPO = "C"
               MOVE "D" TO WS-TIPO-MOV
           ELSE
               MOVE "C" TO WS-TIPO-MOV
           END-IF.
           MOVE "E" TO WS-MOV-ORIGEM.
           MOVE ZEROS TO WS-MOV-CONTRA-AGENCIA WS-MOV-CONTRA-CONTA.
           MOVE WS-BLQ-VALOR TO BLQ-VALOR.
           MOVE WS-BLQ-MOTIVO TO BLQ-MOTIVO.
           MOVE "A" TO BLQ-SITUACAO.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE ANO TO BLQ-ANO-COL.
           MOVE MES TO BLQ-MES-COL.
           MOVE DIA TO BLQ-DIA-COL.
                           ACCEPT CR
                       ELSE
                           MOVE "L" TO BLQ-SITUACAO
                           PERFORM LE-DATA-MOVIMENTO
                           MOVE ANO TO BLQ-ANO-LIB
                           MOVE MES TO BLQ-MES-LIB
                           MOVE DIA TO BLQ-DIA-LIB
       CARIMBA-COMPROVANTE-AGORA.
      *    CARIMBO DA PRIMEIRA VIA: DATA/HORA DO SISTEMA E O OPERADOR
      *    DESTA SESSAO.
           PERFORM LE-DATA-MOVIMENTO.
           ACCEPT WS-HORA-SIS FROM TIME.
           MOVE ANO TO WS-CPV-ANO.
           MOVE MES TO WS-CPV-MES.
                   MOVE "TRANSF EXTERNA" TO WS-CPV-OPERACAO
               WHEN "Q"
                   MOVE "CHEQUE" TO WS-CPV-OPERACAO
               WHEN "F"
                   MOVE "ENCERRAMENTO" TO WS-CPV-OPERACAO
               WHEN "K"
                   IF WS-REIMP-TIPO = "C"
                       MOVE "EMPRESTIMO" TO WS-CPV-OPERACAO
                   ELSE
                       MOVE "PARCELA EMPR." TO WS-CPV-OPERACAO
                   END-IF
               WHEN "A"
                   MOVE "DEB AUTOMATICO" TO WS-CPV-OPERACAO
               WHEN "C"
                   MOVE "SAQUE ATM" TO WS-CPV-OPERACAO
               WHEN "V"
                   MOVE "TARIFA SERVICO" TO WS-CPV-OPERACAO
               WHEN OTHER
                   IF WS-REIMP-TIPO = "C"
                       MOVE "DEPOSITO" TO WS-CPV-OPERACAO
           MOVE ZEROS TO WS-CPV-HORA WS-CPV-MINUTO.
           MOVE WS-REIMP-OPERADOR TO WS-CPV-OPERADOR.
           PERFORM EMITE-COMPROVANTE.
           MOVE "REIM" TO EVT-SERVICO.
           MOVE WS-REIMP-DOC TO EVT-REFERENCIA.
           PERFORM GRAVA-EVENTO-TARIFA.
           DISPLAY "SEGUNDA VIA EMITIDA" AT 1535.
           ACCEPT CR.

       OP-RECEBE-MATRICULA.
           MOVE ZEROS TO OPE-MATRICULA.
           PERFORM UNTIL OPE-MATRICULA NOT = ZEROS
                   AND OPE-MATRICULA NOT = WS-MATRICULA-SISTEMA
               ACCEPT WS-MATRICULA-DIG AT 0438 WITH PROMPT AUTO
               MOVE WS-MATRICULA-DIG TO OPE-MATRICULA
           END-PERFORM.
                       DISPLAY NOME AT 0838
                       DISPLAY SALDO AT 1038
                       DISPLAY LIMITE AT 1238
                       IF CTA-LIMITE = ZEROS
                           PERFORM TESTA-LIMITE-SUSPENSO
                       END-IF
                       PERFORM ACEITA-LIMITE-NOVO
                       IF WS-ALTEROU-LIM = "N"
                           PERFORM APROVA-SUPERVISOR
                   END-IF
           END-READ.

       TESTA-LIMITE-SUSPENSO.
      *    LIMITE ZERADO PELA SUSPENSAO AUTOMATICA DO NEGATIVOS (A
      *    ULTIMA LINHA DA CONTA NO LIMHIST.DAT TEM A MATRICULA DO
      *    SISTEMA COMO APROVADOR): AVISA O CAIXA. A VOLTA DO LIMITE E
      *    ESTA MESMA ALTERACAO, COM APROVACAO DE SUPERVISOR.
           MOVE "N" TO WS-LIM-SUSPENSO.
           MOVE "N" TO WS-LIM-FIM.
           OPEN INPUT LIMITE-HIST.
           IF LIM-STATUS = "00"
               PERFORM UNTIL WS-LIM-FIM = "S"
                   READ LIMITE-HIST NEXT RECORD
                       AT END
                           MOVE "S" TO WS-LIM-FIM
                       NOT AT END
                           IF LIM-AGENCIA = CTA-AGENCIA
                               AND LIM-CONTA = CTA-CONTA
                               PERFORM AVALIA-LIMHIST-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITE-HIST
           END-IF.
           IF WS-LIM-SUSPENSO = "S"
               DISPLAY "LIMITE SUSPENSO PELO SISTEMA EM" AT 1319
               DISPLAY WS-LIM-SUSP-DATA AT 1351
           END-IF.

       AVALIA-LIMHIST-CONTA.
           IF LIM-APROVADOR = WS-MATRICULA-SISTEMA
               MOVE "S" TO WS-LIM-SUSPENSO
               MOVE LIM-DIA TO WS-LIM-SUSP-DIA
               MOVE LIM-MES TO WS-LIM-SUSP-MES
               MOVE LIM-ANO TO WS-LIM-SUSP-ANO
           ELSE
               MOVE "N" TO WS-LIM-SUSPENSO
           END-IF.

       ACEITA-LIMITE-NOVO.
           MOVE ZEROS TO WS-LIMITE-NOVO.
           ACCEPT LIMITE AT 1438 WITH PROMPT AUTO.
           IF LIM-STATUS NOT = "00"
               OPEN OUTPUT LIMITE-HIST
           END-IF.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE DATA-SIS TO LIM-DATA.
           MOVE CTA-AGENCIA TO LIM-AGENCIA.
           MOVE CTA-CONTA TO LIM-CONTA.
           MOVE WS-LIMITE-ANT TO LIM-LIMITE-ANT.

       LIMPA-TELA.
           DISPLAY ERASE AT 0101.
           PERFORM LE-DATA-MOVIMENTO.
           DISPLAY DIA AT 0205.
           DISPLAY MES AT 0208.
           DISPLAY ANO AT 0211.
           END-PERFORM.
           DISPLAY ESPACO AT 1819.
      *    DAQUI EM DIANTE E O MESMO CAMINHO DE RECEBE-CPF: CAI NA
      *    PRIMEIRA CONTA DO CPF ESCOLHIDO, OU NA PRIMEIRA EM QUE ELE E
      *    COTITULAR.
           MOVE WS-NSEL-CPF (WS-NSEL-ESCOLHA) TO CLI-CPF.
           MOVE CLI-CPF TO CPF.
           MOVE CLI-CPF TO CTA-CPF.
           READ CONTAS KEY IS CTA-CPF
               INVALID KEY
                   MOVE CLI-CPF TO WS-TIT-CPF
                   PERFORM BUSCA-CONTA-COTITULAR
               NOT INVALID KEY
                   MOVE CTA-CPF TO CLI-CPF
                   READ CLIENTES
      *    UMA BUSCA POR CPF CAI NA PRIMEIRA CONTA GRAVADA PARA AQUELE
      *    CPF (VIA A CHAVE ALTERNATIVA CTA-CPF) - UM CLIENTE COM VARIAS
      *    CONTAS PRECISA DO CAMINHO POR AGENCIA/CONTA PARA CHEGAR EM
      *    UMA ESPECIFICA. CPF QUE SO E COTITULAR CAI NA PRIMEIRA CONTA
      *    EM QUE APARECE (BUSCA-CONTA-COTITULAR).
           SET IGUAL TO 0.
           ACCEPT CPF AT 1038 WITH PROMPT AUTO.
           MOVE CPF TO CLI-CPF.
               MOVE CLI-CPF TO CTA-CPF
               READ CONTAS KEY IS CTA-CPF
                   INVALID KEY
                       MOVE CLI-CPF TO WS-TIT-CPF
                       PERFORM BUSCA-CONTA-COTITULAR
                   NOT INVALID KEY
                       MOVE CTA-CPF TO CLI-CPF
                       READ CLIENTES
           READ CLIENTES
               INVALID KEY
                   PERFORM RECEBE-CADASTRO-CLIENTE
                   PERFORM LE-DATA-MOVIMENTO
                   MOVE ANO TO CLI-ANO-CAD
                   MOVE MES TO CLI-MES-CAD
                   MOVE DIA TO CLI-DIA-CAD
           IF LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-ALTERACOES
           END-IF.
           PERFORM LE-DATA-MOVIMENTO.
           MOVE DATA-SIS TO LOG-DATA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           WRITE REG-LOG.
           CLOSE LOG-ALTERACOES.

       GERA-DOCUMENTO-TRANSF.
      *    DOCUMENTO COMUM AS DUAS PERNAS: DATA+HORA DO LANCAMENTO.
           PERFORM LE-DATA-MOVIMENTO.
           ACCEPT WS-HORA-SIS FROM TIME.
           MOVE ANO TO WS-ANO-AA.
           MOVE SPACES TO WS-MOV-DOCUMENTO.
                           DISPLAY "ENCERRAR CONTA (S/N)? [ ]" AT 1430
                           ACCEPT SALVA AT 1448 WITH PROMPT AUTO
                           IF SALVA = "S" OR "s"
                               PERFORM PREPARA-ENCERRAMENTO
                               IF WS-PODE-ENCERRAR = "S"
                                   MOVE "N" TO WS-EXCLUIU
                                   PERFORM UNTIL WS-EXCLUIU NOT = "N"
                                       PERFORM TENTA-ENCERRAR-CONTA
                                   END-PERFORM
      *    LIQUIDACAO JA LANCADA E CONTA QUE NAO CHEGOU A "F": O SALDO
      *    GRAVADO NAO CONFERE COM O MOVIMENTO - ACERTO MANUAL.
                                   IF WS-EXCLUIU = "X"
                                       AND WS-ENC-LIQUIDOU = "S"
                                       AND WS-TIPO-MOV NOT = SPACE
                                       DISPLAY "LIQUIDACAO LANCADA SEM"
                                           AT 1535
                                       DISPLAY "ENCERRAR - CONFERIR"
                                           AT 1635
                                       ACCEPT CR
                                   END-IF
                               END-IF
                               PERFORM MENU-PRI
                           END-IF
                       ELSE
       TENTA-ENCERRAR-CONTA.
      *    MESMO RACIOCINIO DE TENTA-REGRAVAR-CLI: UM REWRITE COM NOT
      *    INVALID KEY SO CONFIRMA QUE A CHAVE FOI ENCONTRADA, NAO QUE
      *    O REWRITE DEU CERTO. "51" E O STATUS DE REGISTRO TRAVADO DO
      *    GNUCOBOL. A LIQUIDACAO DO SALDO E POSTADA UMA UNICA VEZ: SE
      *    O REWRITE VOLTA COM TRAVA, A CONTA E RELIDA E SO O
      *    ENCERRAMENTO (SALDO ZERO, SITUACAO "F") E REFEITO.
           IF WS-ENC-LIQUIDOU = "N"
               PERFORM LIQUIDA-SALDO-ENCERRAMENTO
           END-IF.
           IF WS-EXCLUIU = "N"
               PERFORM LE-DATA-MOVIMENTO
               MOVE ZEROS TO CTA-SALDO
               MOVE "F" TO CTA-STATUS-CONTA
               MOVE ANO TO CTA-ANO-FECH
               MOVE MES TO CTA-MES-FECH
               MOVE DIA TO CTA-DIA-FECH
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR!!"
                           AT 1535
                       ACCEPT CR
                       MOVE "X" TO WS-EXCLUIU
               END-REWRITE
           END-IF.
           IF WS-EXCLUIU = "N"
               EVALUATE CTA-STATUS
                   WHEN "00"
                       PERFORM REGISTRA-LOG-EXCLUSAO
                       PERFORM CONCLUI-ENCERRAMENTO
                       DISPLAY "CONTA ENCERRADA!!" AT 1535
                       ACCEPT CR
                       MOVE "S" TO WS-EXCLUIU
                       ACCEPT CR
                       MOVE "X" TO WS-EXCLUIU
                   ELSE
      *    DEPOIS DA LIQUIDACAO O SALDO GRAVADO TEM DE SER ZERO - SE
      *    OUTRO TERMINAL MOVIMENTOU A CONTA NO MEIO, ZERAR AQUI
      *    APAGARIA O LANCAMENTO DELE.
                       IF WS-ENC-LIQUIDOU = "S"
                           AND CTA-SALDO NOT = ZEROS
                           MOVE CTA-SALDO TO SALDO
                           DISPLAY SALDO AT 1238
                           DISPLAY "SALDO ALTERADO - CONFERIR" AT 1535
                           ACCEPT CR
                           MOVE "X" TO WS-EXCLUIU
                       ELSE
                           MOVE CTA-SALDO TO SALDO
                           DISPLAY SALDO AT 1238
                       END-IF
                   END-IF
           END-READ.

       PREPARA-ENCERRAMENTO.
      *    BLOQUEIO ATIVO IMPEDE O ENCERRAMENTO: A ORDEM JUDICIAL OU
      *    ADMINISTRATIVA TEM QUE SER LIBERADA ANTES (OUTRAS OPERACOES
      *    [1]). SEM BLOQUEIO, O SALDO RESIDUAL E MOSTRADO PARA O
      *    SUPERVISOR CONFIRMAR A LIQUIDACAO NO GUICHE - SALDO CREDOR
      *    E PAGO AO CLIENTE, SALDO DEVEDOR E RECEBIDO DELE.
           MOVE "N" TO WS-PODE-ENCERRAR WS-ENC-LIQUIDOU.
           MOVE ZEROS TO WS-ENC-CHEQUES WS-ENC-AGENDAS
               WS-ENC-MANDATOS WS-ENC-CARTOES.
           MOVE SPACE TO WS-TIPO-MOV.
           MOVE CTA-SALDO TO WS-ENC-SALDO.
           PERFORM ABRE-BLOQUEIOS.
           PERFORM SOMA-BLOQUEIOS-CONTA.
           CLOSE BLOQUEIOS.
           PERFORM TESTA-EMPRESTIMO-CONTA.
           DISPLAY ESPACO AT 1430.
           IF WS-BLQ-TOTAL > ZEROS
               MOVE WS-BLQ-TOTAL TO WS-BLQ-TOTAL-ED
               DISPLAY "CONTA COM BLOQUEIO ATIVO:" AT 1535
               DISPLAY WS-BLQ-TOTAL-ED AT 1561
               DISPLAY "LIBERE O BLOQUEIO ANTES DE ENCERRAR" AT 1635
               ACCEPT CR
           ELSE
           IF WS-EMP-ATIVO = "S"
               DISPLAY "CONTA COM EMPRESTIMO EM ANDAMENTO:" AT 1535
               DISPLAY WS-EMP-CONTRATO AT 1570
               DISPLAY "LIQUIDE O CONTRATO ANTES DE ENCERRAR" AT 1635
               ACCEPT CR
           ELSE
               MOVE WS-ENC-SALDO TO WS-ENC-SALDO-ED
               EVALUATE TRUE
                   WHEN WS-ENC-SALDO > ZEROS
                       DISPLAY "SALDO A PAGAR AO CLIENTE:" AT 1535
                       DISPLAY WS-ENC-SALDO-ED AT 1561
                   WHEN WS-ENC-SALDO < ZEROS
                       DISPLAY "SALDO DEVEDOR A RECEBER:" AT 1535
                       DISPLAY WS-ENC-SALDO-ED AT 1561
                   WHEN OTHER
                       DISPLAY "CONTA SEM SALDO A LIQUIDAR" AT 1535
               END-EVALUATE
               MOVE SPACE TO SALVA
               DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)? [ ]" AT 1635
               ACCEPT SALVA AT 1667 WITH PROMPT AUTO
               IF SALVA = "S" OR "s"
                   MOVE "S" TO WS-PODE-ENCERRAR
               END-IF
               DISPLAY ESPACO AT 1535
               DISPLAY ESPACO AT 1635
           END-IF
           END-IF.

       TESTA-EMPRESTIMO-CONTA.
      *    CONTRATO EM ANDAMENTO TAMBEM IMPEDE O ENCERRAMENTO - AS
      *    PARCELAS SAO DEBITADAS NESTA CONTA PELO EMPPOST. A BUSCA USA
      *    A CHAVE ALTERNATIVA POR AGENCIA E PARA NA AGENCIA SEGUINTE.
      *    SEM O ARQUIVO NENHUM EMPRESTIMO FOI CONTRATADO AINDA.
           MOVE "N" TO WS-EMP-ATIVO WS-EMP-FIM.
           OPEN INPUT EMPRESTIMOS.
           IF EMP-STATUS = "00"
               MOVE CTA-AGENCIA TO EMP-AGENCIA
               START EMPRESTIMOS KEY NOT LESS THAN EMP-AGENCIA
                   INVALID KEY
                       MOVE "S" TO WS-EMP-FIM
               END-START
               PERFORM LE-EMPRESTIMO-CONTA UNTIL WS-EMP-FIM = "S"
               CLOSE EMPRESTIMOS
           END-IF.

       LE-EMPRESTIMO-CONTA.
           READ EMPRESTIMOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-EMP-FIM
               NOT AT END
                   IF EMP-AGENCIA NOT = CTA-AGENCIA
                       MOVE "S" TO WS-EMP-FIM
                   ELSE
                       IF EMP-CONTA = CTA-CONTA AND EMP-ANDAMENTO
                           MOVE "S" TO WS-EMP-ATIVO WS-EMP-FIM
                           MOVE EMP-CONTRATO TO WS-EMP-CONTRATO
                       END-IF
                   END-IF
           END-READ.

       LIQUIDA-SALDO-ENCERRAMENTO.
      *    O SALDO RESIDUAL SAI EM DINHEIRO NO GUICHE COMO UM SAQUE (OU
      *    ENTRA COMO UM DEPOSITO, QUANDO DEVEDOR) COM ORIGEM "F" - O
      *    EXTRATO MOSTRA "ENCERRAMENTO DE CONTA" E O NUMERO DO
      *    COMPROVANTE VIRA O DOCUMENTO, COMO NOS LANCAMENTOS DE GUICHE.
      *    SALDO CREDOR SAINDO INTEIRO LEVA A CONTA A ZERO, ENTAO O
      *    LIMITE NAO INTERFERE; O BLOQUEIO JA FOI TESTADO ANTES.
           MOVE "S" TO WS-ENC-LIQUIDOU.
           MOVE SPACE TO WS-TIPO-MOV.
           MOVE ZEROS TO WS-VALOR-MOV.
           MOVE SPACES TO WS-MOV-DOCUMENTO.
           IF WS-ENC-SALDO NOT = ZEROS
               IF WS-ENC-SALDO > ZEROS
                   MOVE "D" TO WS-TIPO-MOV
                   MOVE WS-ENC-SALDO TO WS-VALOR-MOV
               ELSE
                   MOVE "C" TO WS-TIPO-MOV
                   COMPUTE WS-VALOR-MOV = WS-ENC-SALDO * -1
               END-IF
               MOVE WS-ENC-SALDO TO WS-SALDO-ATUAL
               MOVE "F" TO WS-MOV-ORIGEM
               MOVE ZEROS TO WS-MOV-CONTRA-AGENCIA WS-MOV-CONTRA-CONTA
               PERFORM PROXIMO-RECIBO
               STRING "RC" CTA-AGENCIA WS-RECIBO-NUM
                   DELIMITED BY SIZE INTO WS-MOV-DOCUMENTO
               MOVE WS-OPERADOR TO WS-MOV-OPERADOR
               CALL "MOVPOST" USING CTA-AGENCIA CTA-CONTA
                   WS-TIPO-MOV WS-VALOR-MOV
                   WS-SALDO-ATUAL WS-SALDO-NOVO CTA-LIMITE
                   WS-MOV-COMPLEMENTO WS-RETORNO-MOV
               IF WS-RETORNO-MOV NOT = "00"
                   DISPLAY "LIQUIDACAO NAO REALIZADA. COD:" AT 1535
                   DISPLAY WS-RETORNO-MOV AT 1566
                   ACCEPT CR
                   MOVE "X" TO WS-ENC-LIQUIDOU
                   MOVE "X" TO WS-EXCLUIU
               END-IF
           END-IF.

       CONCLUI-ENCERRAMENTO.
      *    CONTA JA GRAVADA COMO "F": O DINHEIRO DA LIQUIDACAO ENTRA NA
      *    GAVETA E SAI O COMPROVANTE; DEPOIS TUDO O QUE AINDA PODERIA
      *    MOVIMENTAR A CONTA (FOLHAS EM ABERTO, ORDENS AGENDADAS,
      *    DEBITO AUTOMATICO, CARTAO DE DEBITO) E CANCELADO OU
      *    BLOQUEADO, OS DEMAIS TITULARES SAEM DA CONTA E O TERMO DE
      *    ENCERRAMENTO E IMPRESSO.
           IF WS-TIPO-MOV NOT = SPACE
               PERFORM ACUMULA-GAVETA
               MOVE "ENCERRAMENTO" TO WS-CPV-OPERACAO
               MOVE WS-VALOR-MOV TO WS-CPV-VALOR
               MOVE ZEROS TO WS-CPV-SALDO
               MOVE "1A VIA" TO WS-CPV-VIA
               PERFORM CARIMBA-COMPROVANTE-AGORA
               PERFORM EMITE-COMPROVANTE
           END-IF.
           PERFORM CANCELA-CHEQUES-CONTA.
           PERFORM CANCELA-AGENDA-CONTA.
           PERFORM CANCELA-MANDATOS-CONTA.
           PERFORM BLOQUEIA-CARTOES-CONTA.
           PERFORM EXCLUI-TITULARES-CONTA.
           PERFORM EMITE-TERMO-ENCERRAMENTO.

       CANCELA-CHEQUES-CONTA.
      *    FOLHA "E" (EMITIDA, EM ABERTO) VIRA "C" - A COMPENSACAO
      *    DEVOLVE A FOLHA CANCELADA SEM TENTAR O DEBITO. FOLHAS "D"
      *    CONTINUAM COMO ESTAO: UMA REAPRESENTACAO CAI EM CONTA
      *    ENCERRADA. SEM CHEQUES.DAT (STATUS "35") NAO HA FOLHA.
           OPEN I-O CHEQUES.
           EVALUATE CHQ-STATUS
               WHEN "00"
                   MOVE CTA-AGENCIA TO CHQ-AGENCIA
                   MOVE CTA-CONTA TO CHQ-CONTA
                   MOVE ZEROS TO CHQ-NUMERO
                   MOVE "N" TO WS-ENC-FIM
                   START CHEQUES KEY NOT LESS THAN CHQ-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-ENC-FIM
                   END-START
                   PERFORM CANCELA-UM-CHEQUE UNTIL WS-ENC-FIM = "S"
                   CLOSE CHEQUES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CHEQUES.DAT. COD:" AT 1835
                   DISPLAY CHQ-STATUS AT 1867
                   ACCEPT CR
           END-EVALUATE.

       CANCELA-UM-CHEQUE.
           READ CHEQUES NEXT RECORD
               AT END
                   MOVE "S" TO WS-ENC-FIM
               NOT AT END
                   IF CHQ-AGENCIA NOT = CTA-AGENCIA
                       OR CHQ-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-ENC-FIM
                   ELSE
                       IF CHQ-EMITIDO
                           MOVE "C" TO CHQ-SITUACAO
                           MOVE ANO TO CHQ-ANO-BXA
                           MOVE MES TO CHQ-MES-BXA
                           MOVE DIA TO CHQ-DIA-BXA
                           MOVE WS-OPERADOR TO CHQ-OPERADOR
                           REWRITE REG-CHEQUE
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           IF CHQ-STATUS = "00"
                               ADD 1 TO WS-ENC-CHEQUES
                           ELSE
                               DISPLAY "ERRO AO CANCELAR FOLHA. COD:"
                                   AT 1835
                               DISPLAY CHQ-STATUS AT 1864
                               ACCEPT CR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CANCELA-AGENDA-CONTA.
      *    ORDEM "A" QUE DEBITA OU CREDITA A CONTA VIRA "C" - O
      *    AGENDAPOST SO EXECUTA ORDENS ATIVAS. AGENDA.DAT SO TEM CHAVE
      *    POR ID, ENTAO E UMA VARREDURA DO ARQUIVO INTEIRO.
           OPEN I-O AGENDA.
           EVALUATE AGD-STATUS
               WHEN "00"
                   MOVE ZEROS TO AGD-ID
                   MOVE "N" TO WS-ENC-FIM
                   START AGENDA KEY NOT LESS THAN AGD-ID
                       INVALID KEY
                           MOVE "S" TO WS-ENC-FIM
                   END-START
                   PERFORM CANCELA-UMA-AGENDA UNTIL WS-ENC-FIM = "S"
                   CLOSE AGENDA
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AGENDA.DAT. COD:" AT 1835
                   DISPLAY AGD-STATUS AT 1866
                   ACCEPT CR
           END-EVALUATE.

       CANCELA-UMA-AGENDA.
           READ AGENDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-ENC-FIM
               NOT AT END
                   IF AGD-ATIVA
                       AND ((AGD-AGENCIA-ORIG = CTA-AGENCIA
                       AND AGD-CONTA-ORIG = CTA-CONTA)
                       OR (AGD-AGENCIA-DEST = CTA-AGENCIA
                       AND AGD-CONTA-DEST = CTA-CONTA))
                       MOVE "C" TO AGD-SITUACAO
                       REWRITE REG-AGENDA
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF AGD-STATUS = "00"
                           ADD 1 TO WS-ENC-AGENDAS
                       ELSE
                           DISPLAY "ERRO AO CANCELAR AGENDAMENTO. COD:"
                               AT 1835
                           DISPLAY AGD-STATUS AT 1870
                           ACCEPT CR
                       END-IF
                   END-IF
           END-READ.

       EXCLUI-TITULARES-CONTA.
      *    COTITULAR E REPRESENTANTE DEIXAM DE TER RELACIONAMENTO COM A
      *    CONTA NO ENCERRAMENTO: O REGISTRO SAI DE TITULARES.DAT E
      *    CADA SAIDA VAI PARA O LOG COMO "X" (O CCS INFORMA O FIM DO
      *    VINCULO PELO LOG). NOME-DO-TITULAR USA O REGISTRO DE
      *    CLIENTES, QUE NO FIM VOLTA PARA O TITULAR PRINCIPAL PARA O
      *    TERMO. SEM TITULARES.DAT (STATUS "35") NAO HA COTITULAR.
           MOVE ZEROS TO WS-ENC-TITULARES.
           MOVE CLI-NOME TO WS-TIT-NOME-PRI.
           OPEN I-O TITULARES.
           EVALUATE TIT-STATUS
               WHEN "00"
                   MOVE CTA-AGENCIA TO TIT-AGENCIA
                   MOVE CTA-CONTA TO TIT-CONTA
                   MOVE ZEROS TO TIT-CPF
                   MOVE "N" TO WS-ENC-FIM
                   START TITULARES KEY NOT LESS THAN TIT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-ENC-FIM
                   END-START
                   PERFORM EXCLUI-UM-TITULAR UNTIL WS-ENC-FIM = "S"
                   CLOSE TITULARES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TITULARES.DAT. COD:" AT 1835
                   DISPLAY TIT-STATUS AT 1869
                   ACCEPT CR
           END-EVALUATE.
           IF WS-ENC-TITULARES > ZEROS
               MOVE CTA-CPF TO CLI-CPF
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       EXCLUI-UM-TITULAR.
           READ TITULARES NEXT RECORD
               AT END
                   MOVE "S" TO WS-ENC-FIM
               NOT AT END
                   IF TIT-AGENCIA NOT = CTA-AGENCIA
                       OR TIT-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-ENC-FIM
                   ELSE
                       PERFORM NOME-DO-TITULAR
                       DELETE TITULARES RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF TIT-STATUS = "00"
                           MOVE "X" TO LOG-OPERACAO
                           PERFORM REGISTRA-LOG-TITULAR
                           ADD 1 TO WS-ENC-TITULARES
                           IF WS-ENC-TITULARES NOT > 20
                               PERFORM DESCREVE-PAPEL-TITULAR
                               MOVE SPACES TO WS-ENC-TIT-LINHA
                                   (WS-ENC-TITULARES)
                               STRING "  " TIT-CPF " " WS-TIT-NOME " "
                                   WS-TIT-PAPEL-DES
                                   DELIMITED BY SIZE INTO
                                   WS-ENC-TIT-LINHA (WS-ENC-TITULARES)
                           END-IF
                       ELSE
                           DISPLAY "ERRO AO EXCLUIR TITULAR. COD:"
                               AT 1835
                           DISPLAY TIT-STATUS AT 1865
                           ACCEPT CR
                       END-IF
                   END-IF
           END-READ.

       EMITE-TERMO-ENCERRAMENTO.
      *    TERMO ENTREGUE AO CLIENTE: SALDO NA DATA, COMO FOI
      *    LIQUIDADO E O QUE FOI CANCELADO. BLOQUEIO ATIVO NUNCA CHEGA
      *    AQUI (PREPARA-ENCERRAMENTO RECUSA), POR ISSO O TERMO SO
      *    DECLARA QUE NAO HA NENHUM.
           OPEN EXTEND TERMO-ENCERRAMENTO.
           IF TRM-STATUS NOT = "00"
               OPEN OUTPUT TERMO-ENCERRAMENTO
           END-IF.
           MOVE DIA TO LTR-DIA.
           MOVE MES TO LTR-MES.
           MOVE ANO TO LTR-ANO.
           MOVE LINHA-TRM-CAB TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE CTA-AGENCIA TO LTR-AGENCIA.
           MOVE CTA-CONTA TO LTR-CONTA.
           MOVE CLI-CPF TO LTR-CPF.
           MOVE LINHA-TRM-CONTA TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE CLI-NOME TO LTR-NOME.
           MOVE LINHA-TRM-NOME TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE WS-ENC-SALDO TO LTR-SALDO.
           MOVE LINHA-TRM-SALDO TO LINHA-TRM.
           WRITE LINHA-TRM.
           EVALUATE WS-TIPO-MOV
               WHEN "D"
                   MOVE "PAGO AO CLIENTE" TO LTR-LIQUIDACAO
               WHEN "C"
                   MOVE "RECEBIDO DO CLIENTE" TO LTR-LIQUIDACAO
               WHEN OTHER
                   MOVE "SEM SALDO A LIQUIDAR" TO LTR-LIQUIDACAO
           END-EVALUATE.
           MOVE WS-MOV-DOCUMENTO TO LTR-DOCUMENTO.
           MOVE LINHA-TRM-LIQUIDACAO TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE "FOLHAS DE CHEQUE CANCELADAS.: " TO LTR-ROTULO.
           MOVE WS-ENC-CHEQUES TO LTR-QTD.
           MOVE LINHA-TRM-QTD TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE "AGENDAMENTOS CANCELADOS.....: " TO LTR-ROTULO.
           MOVE WS-ENC-AGENDAS TO LTR-QTD.
           MOVE LINHA-TRM-QTD TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE "AUTORIZ. DEBITO AUTOMATICO..: " TO LTR-ROTULO.
           MOVE WS-ENC-MANDATOS TO LTR-QTD.
           MOVE LINHA-TRM-QTD TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE "CARTOES DE DEBITO BLOQUEADOS: " TO LTR-ROTULO.
           MOVE WS-ENC-CARTOES TO LTR-QTD.
           MOVE LINHA-TRM-QTD TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE "BLOQUEIOS ATIVOS............: " TO LTR-ROTULO.
           MOVE ZEROS TO LTR-QTD.
           MOVE LINHA-TRM-QTD TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE "TITULARES RETIRADOS DA CONTA: " TO LTR-ROTULO.
           MOVE WS-ENC-TITULARES TO LTR-QTD.
           MOVE LINHA-TRM-QTD TO LINHA-TRM.
           WRITE LINHA-TRM.
           PERFORM VARYING WS-ENC-TIT-IND FROM 1 BY 1
                   UNTIL WS-ENC-TIT-IND > WS-ENC-TITULARES
                   OR WS-ENC-TIT-IND > 20
               MOVE WS-ENC-TIT-LINHA (WS-ENC-TIT-IND) TO LINHA-TRM
               WRITE LINHA-TRM
           END-PERFORM.
           MOVE WS-OPERADOR TO LTR-OPERADOR.
           MOVE LINHA-TRM-OPERADOR TO LINHA-TRM.
           WRITE LINHA-TRM.
           MOVE SPACES TO LINHA-TRM.
           WRITE LINHA-TRM.
           CLOSE TERMO-ENCERRAMENTO.
           DISPLAY "TERMO DE ENCERRAMENTO EMITIDO" AT 2019.

       REGISTRA-LOG-EXCLUSAO.
      *    TENTA-ENCERRAR-CONTA MUDA CTA-STATUS-CONTA PARA "F", GRAVA
      *    A DATA DE FECHAMENTO E ZERA O SALDO JA LIQUIDADO NO GUICHE -
      *    AGENCIA/CONTA/NOME PERMANECEM OS MESMOS. O "ANTES" LEVA O
      *    SALDO QUE FOI LIQUIDADO E O "DEPOIS" O ZERO, PARA O LOG
      *    MOSTRAR CORRETAMENTE UM ENCERRAMENTO, E NAO UMA PERDA DE
      *    DADOS.
           MOVE CLI-CPF TO LOG-CPF.
           MOVE "E" TO LOG-OPERACAO.
           MOVE CTA-AGENCIA TO LOG-AGENCIA-ANT.
           MOVE CTA-CONTA TO LOG-CONTA-ANT.
           MOVE CLI-NOME TO LOG-NOME-ANT.
           MOVE WS-ENC-SALDO TO LOG-SALDO-ANT.
           MOVE CTA-AGENCIA TO LOG-AGENCIA-NOVO.
           MOVE CTA-CONTA TO LOG-CONTA-NOVO.
           MOVE CLI-NOME TO LOG-NOME-NOVO.
           READ CONTAS
               INVALID KEY
                   DISPLAY "REGISTRO NAO EXISTE!!" AT 1535
                   ACCEPT CR
               NOT INVALID KEY
                   MOVE CTA-AGENCIA TO AGENCIA
                   MOVE CTA-CONTA TO CONTA
                   DISPLAY NOME AT 0838
                   DISPLAY CPF AT 1038
                   DISPLAY SALDO AT 1238
                   DISPLAY "HISTORICO E SALDO DISPONIVEL (S/N)? [ ]"
                       AT 1819
                   ACCEPT SALVA AT 1856 WITH PROMPT AUTO
                   IF SALVA = "S" OR SALVA = "s"
                       PERFORM HISTORICO-CONTA
                   END-IF
           END-READ.

      *   DISPLAY "CONSULTAR OUTRO (S/N)? [ ]" AT 1430.
      *   ACCEPT SALVA AT 1454 WITH PROMPT AUTO.
      *       DISPLAY "DIGITE S OU N" AT 1535
      *   END-IF.

       HISTORICO-CONTA.
      *    TELA DO CAIXA PARA A CONTA CONSULTADA: SALDO DISPONIVEL
      *    DECOMPOSTO (A MESMA REGRA DO MOVPOST - SALDO MAIS LIMITE
      *    MENOS BLOQUEIOS ATIVOS - E AINDA AS TRANSFERENCIAS AGENDADAS
      *    QUE O AGENDAPOST VAI DEBITAR HOJE) E OS LANCAMENTOS DO MAIS
      *    RECENTE PARA TRAS, COM 2A VIA OU ESTORNO DIRETO DA LINHA.
           MOVE CTA-AGENCIA TO WS-HST-AGENCIA.
           MOVE CTA-CONTA TO WS-HST-CONTA.
           MOVE "N" TO WS-HST-SAIR.
           PERFORM EXIBE-HISTORICO UNTIL WS-HST-SAIR = "S".

       EXIBE-HISTORICO.
      *    DEPOIS DE UMA 2A VIA OU DE UM ESTORNO A TELA E REMONTADA DO
      *    INICIO - O SALDO E O HISTORICO JA MOSTRAM O ESTORNO.
           PERFORM MONTA-TELA-HISTORICO.
           IF WS-HST-SAIR NOT = "S"
               PERFORM INICIA-HISTORICO
               MOVE "P" TO WS-HST-OPCAO
               PERFORM UNTIL NOT HST-PROXIMA
                   PERFORM MOSTRA-PAGINA-HISTORICO
                   PERFORM ESCOLHE-OPCAO-HISTORICO
               END-PERFORM
               EVALUATE TRUE
                   WHEN HST-REIMPRIME
                       PERFORM HISTORICO-REIMPRIME
                   WHEN HST-ESTORNA
                       PERFORM HISTORICO-ESTORNA
                   WHEN OTHER
                       MOVE "S" TO WS-HST-SAIR
               END-EVALUATE
           END-IF.

       MONTA-TELA-HISTORICO.
      *    LIMPA-TELA ZERA O REGISTRO DA CONTA - A CHAVE E RESTAURADA
      *    E A CONTA RELIDA, PARA O SALDO VIR SEMPRE ATUALIZADO.
           PERFORM LIMPA-TELA.
           DISPLAY TELA-HISTORICO.
           MOVE WS-HST-AGENCIA TO CTA-AGENCIA.
           MOVE WS-HST-CONTA TO CTA-CONTA.
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 2012
                   ACCEPT CR
                   MOVE "S" TO WS-HST-SAIR
               NOT INVALID KEY
                   MOVE CTA-CPF TO CLI-CPF
                   READ CLIENTES
                       INVALID KEY
                           MOVE SPACES TO CLI-NOME
                   END-READ
                   PERFORM MOSTRA-SALDO-DISPONIVEL
           END-READ.

       MOSTRA-SALDO-DISPONIVEL.
           MOVE CTA-AGENCIA TO AGENCIA.
           MOVE CTA-CONTA TO CONTA.
           MOVE CLI-NOME TO NOME.
           DISPLAY AGENCIA AT 0411.
           DISPLAY CONTA AT 0425.
           DISPLAY NOME AT 0441.
           PERFORM SOMA-BLOQUEIOS-HISTORICO.
           PERFORM SOMA-AGENDA-HISTORICO.
           COMPUTE WS-HST-DISPONIVEL = CTA-SALDO + CTA-LIMITE
               - WS-BLQ-TOTAL - WS-HST-AGENDADO.
           MOVE CTA-SALDO TO WS-HST-VALOR-ED.
           DISPLAY WS-HST-VALOR-ED AT 0618.
           MOVE CTA-LIMITE TO WS-HST-VALOR-ED.
           DISPLAY WS-HST-VALOR-ED AT 0718.
           MOVE WS-BLQ-TOTAL TO WS-HST-VALOR-ED.
           DISPLAY WS-HST-VALOR-ED AT 0663.
           MOVE WS-HST-AGENDADO TO WS-HST-VALOR-ED.
           DISPLAY WS-HST-VALOR-ED AT 0763.
           MOVE WS-HST-DISPONIVEL TO WS-HST-VALOR-ED.
           DISPLAY WS-HST-VALOR-ED AT 0818.

       SOMA-BLOQUEIOS-HISTORICO.
      *    SO LEITURA - BLOQUEIOS.DAT AINDA NAO CRIADO E O MESMO QUE
      *    NENHUM BLOQUEIO.
           MOVE ZEROS TO WS-BLQ-TOTAL.
           OPEN INPUT BLOQUEIOS.
           EVALUATE BLQ-STATUS
               WHEN "00"
                   PERFORM SOMA-BLOQUEIOS-CONTA
                   CLOSE BLOQUEIOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR BLOQUEIOS.DAT. COD:" AT 2012
                   DISPLAY BLQ-STATUS AT 2046
           END-EVALUATE.

       SOMA-AGENDA-HISTORICO.
      *    ORDENS ATIVAS QUE DEBITAM A CONTA COM PROXIMA EXECUCAO ATE
      *    HOJE (UMA ORDEM ATRASADA TAMBEM SAI NA PROXIMA RODADA DO
      *    AGENDAPOST). AGENDA.DAT SO TEM CHAVE POR ID, ENTAO E UMA
      *    VARREDURA DO ARQUIVO INTEIRO.
           MOVE ZEROS TO WS-HST-AGENDADO.
           MOVE DATA-SIS TO WS-DATA-SIS-NUM.
           OPEN INPUT AGENDA.
           EVALUATE AGD-STATUS
               WHEN "00"
                   MOVE ZEROS TO AGD-ID
                   MOVE "N" TO WS-HST-FIM
                   START AGENDA KEY NOT LESS THAN AGD-ID
                       INVALID KEY
                           MOVE "S" TO WS-HST-FIM
                   END-START
                   PERFORM SOMA-UMA-AGENDA-HISTORICO
                       UNTIL WS-HST-FIM = "S"
                   CLOSE AGENDA
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AGENDA.DAT. COD:" AT 2012
                   DISPLAY AGD-STATUS AT 2043
           END-EVALUATE.

       SOMA-UMA-AGENDA-HISTORICO.
           READ AGENDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-HST-FIM
               NOT AT END
                   IF AGD-ATIVA
                       AND AGD-AGENCIA-ORIG = CTA-AGENCIA
                       AND AGD-CONTA-ORIG = CTA-CONTA
                       AND AGD-PROX-DATA-NUM NOT > WS-DATA-SIS-NUM
                       ADD AGD-VALOR TO WS-HST-AGENDADO
                   END-IF
           END-READ.

       INICIA-HISTORICO.
      *    PRIMEIRA FONTE E O MOVIMENTO CORRENTE (MESES AINDA NAO
      *    FECHADOS), PELA CHAVE DA CONTA. O CANCEL FECHA O CONECTOR
      *    QUE O MOVPOST MANTEM ABERTO (VER LOCALIZA-MOV-REIMPRESSAO).
           MOVE ZEROS TO WS-HST-FONTE WS-HST-LIDOS WS-HST-K.
           MOVE "N" TO WS-HST-ESGOTADO WS-HST-TRUNCOU.
           COMPUTE WS-HST-AAMM = ANO * 100 + MES.
           CANCEL "MOVPOST".
           OPEN INPUT MOVIMENTO.
           EVALUATE MOV-STATUS
               WHEN "00"
                   MOVE CTA-AGENCIA TO MOV-AGENCIA
                   MOVE CTA-CONTA TO MOV-CONTA
                   MOVE ZEROS TO MOV-DATA-NUM MOV-SEQ
                   MOVE "N" TO WS-HST-FIM
                   START MOVIMENTO KEY NOT LESS THAN MOV-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-HST-FIM
                   END-START
                   PERFORM LE-MOV-HISTORICO UNTIL WS-HST-FIM = "S"
                   CLOSE MOVIMENTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR MOVIMENTO.DAT. COD:" AT 2012
                   DISPLAY MOV-STATUS AT 2046
           END-EVALUATE.
           PERFORM FECHA-CARGA-HISTORICO.

       LE-MOV-HISTORICO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-HST-FIM
               NOT AT END
                   IF MOV-AGENCIA NOT = CTA-AGENCIA
                       OR MOV-CONTA NOT = CTA-CONTA
                       MOVE "S" TO WS-HST-FIM
                   ELSE
                       MOVE MOV-DATA-NUM TO HST-DATA-NUM
                       MOVE MOV-TIPO TO HST-TIPO
                       MOVE MOV-VALOR TO HST-VALOR
                       MOVE MOV-SALDO-RESULT TO HST-SALDO
                       MOVE MOV-ORIGEM TO HST-ORIGEM
                       MOVE MOV-CONTRA-AGENCIA TO HST-CONTRA-AGENCIA
                       MOVE MOV-CONTRA-CONTA TO HST-CONTRA-CONTA
                       MOVE MOV-DOCUMENTO TO HST-DOCUMENTO
                       MOVE MOV-OPERADOR TO HST-OPERADOR
                       PERFORM GUARDA-LANCAMENTO-HST
                   END-IF
           END-READ.

       CARREGA-MES-HISTORICO.
      *    FONTE SEGUINTE: O MENSAL DO MES ANTERIOR (SE NAO EXISTIR, O
      *    MES FICA SEM LANCAMENTOS), ATE WS-HST-MAX-FONTES MESES - O
      *    QUE FOR MAIS ANTIGO SE CONSULTA PELO EXTRATO. SE A FONTE
      *    ANTERIOR NAO COUBE NA TABELA, PARAR AQUI EVITA UM BURACO NO
      *    MEIO DO HISTORICO.
           IF WS-HST-LIDOS > WS-HST-TAMANHO
               MOVE "S" TO WS-HST-TRUNCOU WS-HST-ESGOTADO
           ELSE
               ADD 1 TO WS-HST-FONTE
               IF WS-HST-FONTE > WS-HST-MAX-FONTES
                   MOVE "S" TO WS-HST-ESGOTADO
               ELSE
                   IF WS-HST-MES-ARQ = 1
                       SUBTRACT 1 FROM WS-HST-ANO-ARQ
                       MOVE 12 TO WS-HST-MES-ARQ
                   ELSE
                       SUBTRACT 1 FROM WS-HST-MES-ARQ
                   END-IF
                   MOVE SPACES TO WS-HST-ARQUIVO
                   STRING "MOVIMENTO-" WS-HST-ANO-ARQ WS-HST-MES-ARQ
                       ".DAT" DELIMITED BY SIZE INTO WS-HST-ARQUIVO
                   MOVE ZEROS TO WS-HST-LIDOS WS-HST-K
                   OPEN INPUT ARQUIVO-MES
                   IF ARQ-STATUS = "00"
                       MOVE "N" TO WS-HST-FIM
                       PERFORM LE-ARQ-HISTORICO UNTIL WS-HST-FIM = "S"
                       CLOSE ARQUIVO-MES
                   END-IF
                   PERFORM FECHA-CARGA-HISTORICO
               END-IF
           END-IF.

       LE-ARQ-HISTORICO.
      *    O MENSAL ESTA NA ORDEM DA CHAVE - PASSADA A CONTA NAO HA
      *    MAIS NADA DELA NO ARQUIVO.
           READ ARQUIVO-MES NEXT RECORD
               AT END
                   MOVE "S" TO WS-HST-FIM
               NOT AT END
                   IF ARQ-AGENCIA > CTA-AGENCIA
                       OR (ARQ-AGENCIA = CTA-AGENCIA
                       AND ARQ-CONTA > CTA-CONTA)
                       MOVE "S" TO WS-HST-FIM
                   ELSE
                       IF ARQ-AGENCIA = CTA-AGENCIA
                           AND ARQ-CONTA = CTA-CONTA
                           MOVE ARQ-DATA TO HST-DATA-NUM
                           MOVE ARQ-TIPO TO HST-TIPO
                           MOVE ARQ-VALOR TO HST-VALOR
                           MOVE ARQ-SALDO-RESULT TO HST-SALDO
                           MOVE ARQ-ORIGEM TO HST-ORIGEM
                           MOVE ARQ-CONTRA-AGENCIA
                               TO HST-CONTRA-AGENCIA
                           MOVE ARQ-CONTRA-CONTA TO HST-CONTRA-CONTA
                           MOVE ARQ-DOCUMENTO TO HST-DOCUMENTO
                           MOVE ARQ-OPERADOR TO HST-OPERADOR
                           PERFORM GUARDA-LANCAMENTO-HST
                       END-IF
                   END-IF
           END-READ.

       GUARDA-LANCAMENTO-HST.
           DIVIDE WS-HST-LIDOS BY WS-HST-TAMANHO GIVING WS-HST-QUOC
               REMAINDER WS-HST-POS.
           ADD 1 TO WS-HST-POS.
           MOVE WS-HST-MOV TO WS-HST-ENT (WS-HST-POS).
           ADD 1 TO WS-HST-LIDOS.

       FECHA-CARGA-HISTORICO.
           IF WS-HST-LIDOS > WS-HST-TAMANHO
               MOVE WS-HST-TAMANHO TO WS-HST-GUARDADOS
           ELSE
               MOVE WS-HST-LIDOS TO WS-HST-GUARDADOS
           END-IF.

       MOSTRA-PAGINA-HISTORICO.
           MOVE 1102 TO WS-POS-TELA.
           PERFORM 7 TIMES
               DISPLAY WS-HST-BRANCO AT WS-POS-TELA
               ADD 100 TO WS-POS-TELA
           END-PERFORM.
           DISPLAY ESPACO AT 2012.
           MOVE ZEROS TO WS-PAG-QTD.
           MOVE 1102 TO WS-POS-TELA.
           PERFORM UNTIL WS-PAG-QTD = 6 OR WS-HST-ESGOTADO = "S"
               IF WS-HST-K < WS-HST-GUARDADOS
                   PERFORM PROXIMO-LANCAMENTO-HST
               ELSE
                   PERFORM CARREGA-MES-HISTORICO
               END-IF
           END-PERFORM.
           IF WS-HST-ESGOTADO = "S"
               IF WS-HST-TRUNCOU = "S"
                   DISPLAY "MAIS LANCAMENTOS NO PERIODO - VER EXTRATO"
                       AT 1702
               ELSE
                   DISPLAY "FIM DO HISTORICO - ANTERIORES PELO EXTRATO"
                       AT 1702
               END-IF
           END-IF.

       PROXIMO-LANCAMENTO-HST.
      *    DO MAIS RECENTE PARA O MAIS ANTIGO DENTRO DA FONTE.
           COMPUTE WS-HST-ABS = WS-HST-LIDOS - 1 - WS-HST-K.
           DIVIDE WS-HST-ABS BY WS-HST-TAMANHO GIVING WS-HST-QUOC
               REMAINDER WS-HST-POS.
           ADD 1 TO WS-HST-POS.
           MOVE WS-HST-ENT (WS-HST-POS) TO WS-HST-MOV.
           ADD 1 TO WS-HST-K.
           ADD 1 TO WS-PAG-QTD.
           MOVE WS-HST-MOV TO WS-PAG-ENT (WS-PAG-QTD).
           MOVE WS-PAG-QTD TO LHS-NR.
           MOVE HST-DIA TO LHS-DIA.
           MOVE HST-MES TO LHS-MES.
           MOVE HST-ANO TO LHS-ANO.
           MOVE HST-TIPO TO LHS-TIPO.
           MOVE HST-VALOR TO LHS-VALOR.
           PERFORM MONTA-HISTORICO-HST.
           MOVE HST-DOCUMENTO TO LHS-DOCUMENTO.
           DISPLAY WS-HST-LINHA AT WS-POS-TELA.
           ADD 100 TO WS-POS-TELA.

       MONTA-HISTORICO-HST.
      *    MESMOS TEXTOS DE MONTA-HISTORICO EM P2-EXTRATO-G1.cbl - O
      *    LANCAMENTO DE GUICHE (ORIGEM EM BRANCO) SAI COMO DEPOSITO
      *    OU SAQUE.
           MOVE SPACES TO LHS-HISTORICO.
           EVALUATE HST-ORIGEM
               WHEN "T"
                   IF HST-TIPO = "D"
                       STRING "TRANSF P/ " HST-CONTRA-AGENCIA "/"
                           HST-CONTRA-CONTA
                           DELIMITED BY SIZE INTO LHS-HISTORICO
                   ELSE
                       STRING "TRANSF DE " HST-CONTRA-AGENCIA "/"
                           HST-CONTRA-CONTA
                           DELIMITED BY SIZE INTO LHS-HISTORICO
                   END-IF
               WHEN "P"
                   IF HST-TIPO = "D"
                       STRING "AGEND P/ " HST-CONTRA-AGENCIA "/"
                           HST-CONTRA-CONTA
                           DELIMITED BY SIZE INTO LHS-HISTORICO
                   ELSE
                       STRING "AGEND DE " HST-CONTRA-AGENCIA "/"
                           HST-CONTRA-CONTA
                           DELIMITED BY SIZE INTO LHS-HISTORICO
                   END-IF
               WHEN "L"
                   STRING "LOTE " HST-DOCUMENTO
                       DELIMITED BY SIZE INTO LHS-HISTORICO
               WHEN "J"
                   MOVE "JUROS CHEQUE ESPECIAL" TO LHS-HISTORICO
               WHEN "M"
                   MOVE "TARIFA MANUTENCAO" TO LHS-HISTORICO
               WHEN "V"
                   STRING "TARIFA SERVICO " HST-DOCUMENTO (8:4)
                       DELIMITED BY SIZE INTO LHS-HISTORICO
               WHEN "R"
                   MOVE "RENDIMENTO POUPANCA" TO LHS-HISTORICO
               WHEN "Q"
                   MOVE HST-DOCUMENTO TO LHS-HISTORICO
               WHEN "E"
                   STRING "ESTORNO " HST-DOCUMENTO
                       DELIMITED BY SIZE INTO LHS-HISTORICO
               WHEN "X"
                   IF HST-TIPO = "D"
                       MOVE "TRANSF EXT ENVIADA" TO LHS-HISTORICO
                   ELSE
                       MOVE "TRANSF EXT DEVOLVIDA" TO LHS-HISTORICO
                   END-IF
               WHEN "S"
                   MOVE "SALDO ANTERIOR" TO LHS-HISTORICO
               WHEN "F"
                   MOVE "ENCERRAMENTO DE CONTA" TO LHS-HISTORICO
               WHEN "K"
                   IF HST-TIPO = "C"
                       STRING "EMPRESTIMO " HST-DOCUMENTO (4:6)
                           DELIMITED BY SIZE INTO LHS-HISTORICO
                   ELSE
                       STRING "PARC EMPR " HST-DOCUMENTO (3:6) "/"
                           HST-DOCUMENTO (9:3)
                           DELIMITED BY SIZE INTO LHS-HISTORICO
                   END-IF
               WHEN "A"
                   STRING "DEB AUT " HST-DOCUMENTO (1:4) " "
                       HST-DOCUMENTO (5:8)
                       DELIMITED BY SIZE INTO LHS-HISTORICO
               WHEN "C"
                   STRING "SAQUE ATM " HST-DOCUMENTO (1:6)
                       DELIMITED BY SIZE INTO LHS-HISTORICO
               WHEN OTHER
                   IF HST-TIPO = "C"
                       MOVE "DEPOSITO" TO LHS-HISTORICO
                   ELSE
                       MOVE "SAQUE" TO LHS-HISTORICO
                   END-IF
           END-EVALUATE.

       ESCOLHE-OPCAO-HISTORICO.
           DISPLAY
               "[P] PROXIMA PAGINA  [R] 2A VIA  [E] ESTORNO  [S] SAIR"
               AT 1802.
           DISPLAY "OPCAO: [ ]" AT 1857.
           MOVE SPACE TO WS-HST-OPCAO.
           PERFORM UNTIL HST-PROXIMA OR HST-REIMPRIME OR HST-ESTORNA
               OR HST-SAI
               ACCEPT WS-HST-OPCAO AT 1865 WITH PROMPT AUTO
               IF HST-PROXIMA AND WS-HST-ESGOTADO = "S"
                   DISPLAY "NAO HA MAIS LANCAMENTOS" AT 2012
                   MOVE SPACE TO WS-HST-OPCAO
               END-IF
               IF (HST-REIMPRIME OR HST-ESTORNA) AND WS-PAG-QTD = ZEROS
                   DISPLAY "NENHUM LANCAMENTO NA TELA" AT 2012
                   MOVE SPACE TO WS-HST-OPCAO
               END-IF
           END-PERFORM.
           IF HST-REIMPRIME OR HST-ESTORNA
               DISPLAY ESPACO AT 2012
               DISPLAY "LINHA DO LANCAMENTO: [ ]" AT 1902
               MOVE ZEROS TO WS-HST-SEL
               PERFORM UNTIL WS-HST-SEL NOT < 1
                   AND WS-HST-SEL NOT > WS-PAG-QTD
                   ACCEPT WS-HST-SEL AT 1924 WITH PROMPT AUTO
               END-PERFORM
               MOVE WS-PAG-ENT (WS-HST-SEL) TO WS-HST-MOV
           END-IF.

       HISTORICO-REIMPRIME.
      *    MESMA 2A VIA (E MESMA TARIFA) DE MENU-REIMPRESSAO, MONTADA
      *    COM OS DADOS DA LINHA ESCOLHIDA - ALCANCA TAMBEM OS MESES
      *    JA FECHADOS. ESTORNO E SALDO ANTERIOR NAO TEM COMPROVANTE.
           IF HST-DOCUMENTO = SPACES
               OR HST-ORIGEM = "E" OR HST-ORIGEM = "S"
               DISPLAY "LANCAMENTO SEM COMPROVANTE" AT 2012
               ACCEPT CR
           ELSE
               PERFORM LIMPA-TELA
               DISPLAY TELA-REIMPRESSAO
               PERFORM RELE-CONTA-HISTORICO
               MOVE HST-DOCUMENTO TO WS-REIMP-DOC
               DISPLAY WS-REIMP-DOC AT 0843
               MOVE HST-TIPO TO WS-REIMP-TIPO
               MOVE HST-VALOR TO WS-REIMP-VALOR
               MOVE HST-SALDO TO WS-REIMP-SALDO
               MOVE HST-ORIGEM TO WS-REIMP-ORIGEM
               MOVE HST-DATA-NUM TO WS-REIMP-DATA
               MOVE HST-OPERADOR TO WS-REIMP-OPERADOR
               PERFORM REIMPRIME-COMPROVANTE
           END-IF.

       HISTORICO-ESTORNA.
      *    SO LANCAMENTO DO DIA COM O MOVIMENTO ABERTO - DAI EM DIANTE
      *    E O CAMINHO DE MENU-ESTORNO (LOCALIZACAO PELO DOCUMENTO,
      *    RECUSA DE ESTORNO REPETIDO E APROVACAO DO SUPERVISOR).
           PERFORM LE-DATA-MOVIMENTO.
           MOVE DATA-SIS TO WS-DATA-SIS-NUM.
           EVALUATE TRUE
               WHEN NOT WS-MOV-DIA-ABERTO
                   DISPLAY "MOVIMENTO DO DIA ENCERRADO" AT 2012
                   ACCEPT CR
               WHEN HST-DATA-NUM NOT = WS-DATA-SIS-NUM
                   DISPLAY "ESTORNO SO DE LANCAMENTO DO DIA" AT 2012
                   ACCEPT CR
               WHEN HST-DOCUMENTO = SPACES
                   DISPLAY "LANCAMENTO SEM DOCUMENTO" AT 2012
                   ACCEPT CR
               WHEN CTA-CONTA-FECHADA
                   DISPLAY "CONTA ENCERRADA" AT 2012
                   ACCEPT CR
               WHEN OTHER
                   PERFORM LIMPA-TELA
                   DISPLAY TELA-ESTORNO
                   PERFORM RELE-CONTA-HISTORICO
                   MOVE HST-DOCUMENTO TO WS-EST-DOCUMENTO
                   DISPLAY WS-EST-DOCUMENTO AT 0843
                   PERFORM LOCALIZA-MOV-ORIGINAL
                   PERFORM DECIDE-ESTORNO
           END-EVALUATE.

       RELE-CONTA-HISTORICO.
           MOVE WS-HST-AGENCIA TO CTA-AGENCIA.
           MOVE WS-HST-CONTA TO CTA-CONTA.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-HST-AGENCIA TO AGENCIA.
           MOVE WS-HST-CONTA TO CONTA.
           DISPLAY AGENCIA AT 0438.
           DISPLAY CONTA AT 0638.

       CONTINUA.
           DISPLAY "CONTINUA (S/N)? [ ]" AT 1430
           ACCEPT OPCAO AT 1447 WITH PROMPT AUTO.
