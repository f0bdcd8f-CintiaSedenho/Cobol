       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVENIOCAD.
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

       DATA DIVISION.
       FILE SECTION.
       FD CONVENIOS LABEL RECORD STANDARD
           DATA RECORD IS REG-CONVENIO
           VALUE OF FILE-ID IS "CONVENIOS.DAT".
      *    EMPRESAS CONVENIADAS PARA DEBITO AUTOMATICO (CONCESSIONARIAS
      *    DE AGUA, LUZ, TELEFONE...). O CODIGO DO CONVENIO E O QUE O
      *    CLIENTE INFORMA NO GUICHE AO AUTORIZAR O DEBITO E O QUE DA
      *    NOME AOS ARQUIVOS TROCADOS COM A EMPRESA (DEBAUTnnnn.TXT NA
      *    ENTRADA, DEBRETnnnn.TXT NO RETORNO). O CONVENIO NUNCA E
      *    APAGADO - DESATIVADO ("D") NAO ACEITA AUTORIZACAO NOVA E O
      *    DEBAUTO NAO PROCESSA O ARQUIVO DELE. CNV-ULTIMO-NSA E O
      *    NUMERO SEQUENCIAL DO ULTIMO ARQUIVO DA EMPRESA JA PROCESSADO
      *    PELO DEBAUTO - ARQUIVO COM NSA IGUAL OU MENOR E RECUSADO
      *    INTEIRO, PARA O MESMO DEBITO NAO SER LANCADO DUAS VEZES.
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

       WORKING-STORAGE SECTION.
       01 CNV-STATUS           PIC X(2).
       01 WS-OPCAO             PIC 9(1) VALUE ZEROS.
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       01 WS-CODIGO-DIG        PIC 9(4) VALUE ZEROS.
       01 WS-NOME-DIG          PIC X(30) VALUE SPACES.
       01 WS-CNPJ-DIG          PIC 9(14) VALUE ZEROS.
       01 WS-TOTAL-LISTADOS    PIC 9(4) VALUE ZEROS.
      *    DATA DO CADASTRO PELO CONTROLE DA DATA DO MOVIMENTO, COMO
      *    NO RESTO DO SISTEMA.
       01 WS-DTM-OPERACAO      PIC X(1) VALUE "L".
       01 WS-DATA-MOV.
           05 WS-ANO-MOV           PIC 9(4).
           05 WS-MES-MOV           PIC 9(2).
           05 WS-DIA-MOV           PIC 9(2).
       01 WS-SITUACAO-MOV      PIC X(1) VALUE SPACE.
       01 WS-DTM-RETORNO       PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       CONVENIOCAD-PRINCIPAL.
           MOVE "L" TO WS-DTM-OPERACAO.
           CALL "DATAMOV" USING WS-DTM-OPERACAO WS-DATA-MOV
               WS-SITUACAO-MOV WS-DTM-RETORNO.
           IF WS-DTM-RETORNO NOT = "00"
               DISPLAY "CONTROLE DA DATA DO MOVIMENTO INDISPONIVEL: "
                   WS-DTM-RETORNO
               STOP RUN
           END-IF.
           PERFORM ABRE-CONVENIOS.
           MOVE ZEROS TO WS-OPCAO.
           PERFORM UNTIL WS-OPCAO = 9
               DISPLAY " "
               DISPLAY "CADASTRO DE CONVENIOS (DEBITO AUTOMATICO)"
               DISPLAY "[1] INCLUIR  [2] LISTAR  [3] DESATIVAR  "
                   "[4] REATIVAR  [9] SAIR"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INCLUI-CONVENIO
                   WHEN 2
                       PERFORM LISTA-CONVENIOS
                   WHEN 3
                       PERFORM DESATIVA-CONVENIO
                   WHEN 4
                       PERFORM REATIVA-CONVENIO
               END-EVALUATE
           END-PERFORM.
           CLOSE CONVENIOS.
           DISPLAY "FIM DO CADASTRO DE CONVENIOS".
           STOP RUN.

       ABRE-CONVENIOS.
      *    MESMO TRATAMENTO DE ABRE-ARQ EM P2-COBOL-FINAL.cbl: SO O
      *    STATUS "35" (ARQUIVO AINDA NAO EXISTE) AUTORIZA A CRIACAO.
           OPEN I-O CONVENIOS.
           EVALUATE CNV-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT CONVENIOS
                   CLOSE CONVENIOS
                   OPEN I-O CONVENIOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CONVENIOS.DAT: " CNV-STATUS
                   STOP RUN
           END-EVALUATE.

       INCLUI-CONVENIO.
           DISPLAY "CODIGO DO CONVENIO (0001-9999): ".
           ACCEPT WS-CODIGO-DIG.
           DISPLAY "NOME DA EMPRESA: ".
           ACCEPT WS-NOME-DIG.
           MOVE FUNCTION UPPER-CASE(WS-NOME-DIG) TO WS-NOME-DIG.
           DISPLAY "CNPJ (SO NUMEROS): ".
           ACCEPT WS-CNPJ-DIG.
           IF WS-CODIGO-DIG = ZEROS OR WS-NOME-DIG = SPACES
               OR WS-CNPJ-DIG = ZEROS
               DISPLAY "CODIGO, NOME E CNPJ SAO OBRIGATORIOS"
           ELSE
               MOVE WS-CODIGO-DIG TO CNV-CODIGO
               MOVE WS-NOME-DIG TO CNV-NOME
               MOVE WS-CNPJ-DIG TO CNV-CNPJ
               MOVE "A" TO CNV-SITUACAO
               MOVE WS-DATA-MOV TO CNV-DATA-CADASTRO
               MOVE ZEROS TO CNV-ULTIMO-NSA
               WRITE REG-CONVENIO
                   INVALID KEY
                       DISPLAY "CONVENIO JA CADASTRADO COM ESTE CODIGO"
                   NOT INVALID KEY
                       DISPLAY "CONVENIO INCLUIDO"
               END-WRITE
           END-IF.

       LISTA-CONVENIOS.
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO CNV-CODIGO.
           START CONVENIOS KEY NOT LESS THAN CNV-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ CONVENIOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       DISPLAY CNV-CODIGO " " CNV-NOME " " CNV-CNPJ
                           " " CNV-SITUACAO " " CNV-DIA-CAD "/"
                           CNV-MES-CAD "/" CNV-ANO-CAD " NSA "
                           CNV-ULTIMO-NSA
                       ADD 1 TO WS-TOTAL-LISTADOS
               END-READ
           END-PERFORM.
           DISPLAY "CONVENIOS CADASTRADOS: " WS-TOTAL-LISTADOS.

       DESATIVA-CONVENIO.
      *    AS AUTORIZACOES DOS CLIENTES FICAM COMO ESTAO - SE O
      *    CONVENIO FOR REATIVADO ELAS VOLTAM A VALER.
           DISPLAY "CODIGO DO CONVENIO: ".
           ACCEPT WS-CODIGO-DIG.
           MOVE WS-CODIGO-DIG TO CNV-CODIGO.
           READ CONVENIOS
               INVALID KEY
                   DISPLAY "CONVENIO NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY CNV-NOME
                   IF CNV-DESATIVADO
                       DISPLAY "CONVENIO JA DESATIVADO"
                   ELSE
                       MOVE "D" TO CNV-SITUACAO
                       PERFORM REGRAVA-CONVENIO
                   END-IF
           END-READ.

       REATIVA-CONVENIO.
           DISPLAY "CODIGO DO CONVENIO: ".
           ACCEPT WS-CODIGO-DIG.
           MOVE WS-CODIGO-DIG TO CNV-CODIGO.
           READ CONVENIOS
               INVALID KEY
                   DISPLAY "CONVENIO NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY CNV-NOME
                   IF CNV-ATIVO
                       DISPLAY "CONVENIO JA ATIVO"
                   ELSE
                       MOVE "A" TO CNV-SITUACAO
                       PERFORM REGRAVA-CONVENIO
                   END-IF
           END-READ.

       REGRAVA-CONVENIO.
           REWRITE REG-CONVENIO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF CNV-STATUS = "00"
               DISPLAY "CONVENIO ATUALIZADO: " CNV-SITUACAO
           ELSE
               DISPLAY "ERRO AO REGRAVAR CONVENIO: " CNV-STATUS
           END-IF.
