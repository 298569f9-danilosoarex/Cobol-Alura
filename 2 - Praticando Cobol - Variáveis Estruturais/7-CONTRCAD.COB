      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-CONTRCAD.
      *-----------------------------------------------------------------
      *  CADASTRO DOS CONTRATOS DE MENSALIDADE FIXA. CADA CONTRATO    *
      *  GERA UMA FATURA POR MES NO 7-CONTRFAT; O REAJUSTE ANUAL E    *
      *  APLICADO AQUI COM O PERCENTUAL DO INDICE DO CONTRATO         *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO "..\DADOS\CONTRATOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-CONTR
           RECORD KEY IS WS-CONTR-CHAVE.

           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-ARQCRM
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- CONTRATO DE MENSALIDADE FIXA ---------------*
       FD  CONTRATOS.
       01  WS-CONTR-REG.
           05 WS-CONTR-CHAVE.
              10 WS-CONTR-NUMERO    PIC 9(06).
           05 WS-CONTR-CLIENTE-ID   PIC 9(09).
           05 WS-CONTR-VALOR        PIC 9(05)V99.
           05 WS-CONTR-DIA          PIC 9(02).
      *       DIA DO VENCIMENTO NO MES DA COMPETENCIA
           05 WS-CONTR-INICIO       PIC 9(08).
           05 WS-CONTR-FIM          PIC 9(08).
      *       ZERO = CONTRATO SEM PRAZO
           05 WS-CONTR-INDICE       PIC X(05).
           05 WS-CONTR-MES-REAJUSTE PIC 9(02).
           05 WS-CONTR-ULT-REAJUSTE PIC 9(06).
      *       AAAAMM DO ULTIMO REAJUSTE APLICADO; ZERO = NUNCA

      *------------------- ESPELHO DO LAYOUT #CRM DO ARQCRM.DAT -------*
       FD  ARQCRM.
       01  ARQCRM-REGISTRO.
           05  ARQCRM-CHAVE.
               10  ARQCRM-ID          PIC 9(09).
           05  ARQCRM-CPF             PIC 9(11).
           05  ARQCRM-NOME            PIC X(30).
           05  ARQCRM-EMAIL           PIC X(40).
           05  ARQCRM-TELEFONE        PIC X(15).
           05  ARQCRM-ENDERECO.
               10  ARQCRM-END-RUA     PIC X(30).
               10  ARQCRM-END-NUM     PIC X(06).
               10  ARQCRM-END-CEP     PIC 9(08).
               10  ARQCRM-END-CIDADE  PIC X(20).
               10  ARQCRM-END-UF      PIC X(02).
           05  ARQCRM-LAST-CONTACT    PIC 9(08).
           05  ARQCRM-STATUS          PIC 9(01).
               88  ARQCRM-STATUS-EXCLUIDO   VALUE 9.
           05  ARQCRM-DATA-NASCIMENTO PIC 9(08).
           05  ARQCRM-DATA-CADASTRO   PIC 9(08).
           05  ARQCRM-SEGMENTO        PIC 9(01).
           05  ARQCRM-TIPO-PESSOA     PIC X(01).
           05  ARQCRM-CNPJ            PIC 9(14).
           05  ARQCRM-TERRITORIO      PIC X(04).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTR              PIC 9(02) VALUE ZEROS.
       01 WS-FS-ARQCRM             PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-MES-ATUAL             PIC 9(06) VALUE ZEROS.
       01 WS-NUMERO                PIC 9(06) VALUE ZEROS.
       01 WS-CLIENTE-ID            PIC 9(09) VALUE ZEROS.
       01 WS-VALOR                 PIC 9(05)V99 VALUE ZEROS.
       01 WS-DIA                   PIC 9(02) VALUE ZEROS.
       01 WS-INICIO                PIC 9(08) VALUE ZEROS.
       01 WS-FIM                   PIC 9(08) VALUE ZEROS.
       01 WS-INDICE                PIC X(05) VALUE SPACES.
       01 WS-MES-REAJUSTE          PIC 9(02) VALUE ZEROS.
       01 WS-PCT-REAJUSTE          PIC 9(02)V99 VALUE ZEROS.
       01 WS-VALOR-NOVO            PIC 9(07)V99 VALUE ZEROS.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACES.
       01 WS-VALOR-EDIT            PIC Z(05)9.99.
       01 WS-VALOR-EDIT2           PIC Z(05)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-MES-ATUAL.

           OPEN INPUT ARQCRM.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " WS-FS-ARQCRM
              STOP RUN
           END-IF.

           OPEN I-O CONTRATOS.
           IF WS-FS-CONTR EQUAL 35
              CLOSE CONTRATOS
              OPEN OUTPUT CONTRATOS
              CLOSE CONTRATOS
              OPEN I-O CONTRATOS
           END-IF.
           IF WS-FS-CONTR NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS CONTRATOS " WS-FS-CONTR
              CLOSE ARQCRM
              STOP RUN
           END-IF.

           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.

           CLOSE CONTRATOS.
           CLOSE ARQCRM.
           STOP RUN.

       PROCESSAR    SECTION.
           DISPLAY "CONTRATOS DE MENSALIDADE".
           DISPLAY "------------------------".
           DISPLAY "1 - INCLUIR/ALTERAR CONTRATO".
           DISPLAY "2 - CONSULTAR CONTRATO".
           DISPLAY "3 - REAJUSTAR CONTRATO".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM MANTER-CONTRATO
               WHEN 2
                   PERFORM CONSULTAR-CONTRATO
               WHEN 3
                   PERFORM REAJUSTAR-CONTRATO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- INCLUI OU ALTERA UM CONTRATO ---------------*
       MANTER-CONTRATO    SECTION.
           DISPLAY "NUMERO DO CONTRATO         : ".
              ACCEPT WS-NUMERO.
           IF WS-NUMERO EQUAL ZEROS
              DISPLAY "NUMERO INVALIDO - CONTRATO DESCARTADO"
              GO TO MANTER-CONTRATO-FIM
           END-IF.

           DISPLAY "ID DO CLIENTE NO CRM       : ".
              ACCEPT WS-CLIENTE-ID.
           MOVE WS-CLIENTE-ID TO ARQCRM-ID.
           READ ARQCRM KEY IS ARQCRM-CHAVE.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              DISPLAY "CLIENTE NAO CADASTRADO NO CRM - "
                      "CONTRATO DESCARTADO"
              GO TO MANTER-CONTRATO-FIM
           END-IF.
           IF ARQCRM-STATUS-EXCLUIDO
              DISPLAY "CLIENTE EXCLUIDO NO CRM - CONTRATO DESCARTADO"
              GO TO MANTER-CONTRATO-FIM
           END-IF.
           DISPLAY "CLIENTE                    : " ARQCRM-NOME.

           DISPLAY "VALOR DA MENSALIDADE       : ".
              ACCEPT WS-VALOR.
           IF WS-VALOR EQUAL ZEROS
              DISPLAY "VALOR ZERADO - CONTRATO DESCARTADO"
              GO TO MANTER-CONTRATO-FIM
           END-IF.

           DISPLAY "DIA DE COBRANCA (1 A 31)   : ".
              ACCEPT WS-DIA.
           IF WS-DIA < 1 OR WS-DIA > 31
              DISPLAY "DIA INVALIDO - CONTRATO DESCARTADO"
              GO TO MANTER-CONTRATO-FIM
           END-IF.

           DISPLAY "INICIO (AAAAMMDD)          : ".
              ACCEPT WS-INICIO.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-INICIO) NOT EQUAL 0
              DISPLAY "INICIO INVALIDO - CONTRATO DESCARTADO"
              GO TO MANTER-CONTRATO-FIM
           END-IF.

           DISPLAY "FIM (AAAAMMDD / 0 = SEM PRAZO): ".
              ACCEPT WS-FIM.
           IF WS-FIM NOT EQUAL ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-FIM) NOT EQUAL 0
                 OR WS-FIM < WS-INICIO
                 DISPLAY "FIM INVALIDO - CONTRATO DESCARTADO"
                 GO TO MANTER-CONTRATO-FIM
              END-IF
           END-IF.

           DISPLAY "INDICE DE REAJUSTE (IGPM/IPCA/INPC): ".
              ACCEPT WS-INDICE.
           MOVE FUNCTION UPPER-CASE (WS-INDICE) TO WS-INDICE.
           DISPLAY "MES DO REAJUSTE (1 A 12)   : ".
              ACCEPT WS-MES-REAJUSTE.
           IF WS-MES-REAJUSTE < 1 OR WS-MES-REAJUSTE > 12
              DISPLAY "MES INVALIDO - CONTRATO DESCARTADO"
              GO TO MANTER-CONTRATO-FIM
           END-IF.

           MOVE WS-NUMERO TO WS-CONTR-NUMERO.
           READ CONTRATOS KEY IS WS-CONTR-CHAVE.
           IF WS-FS-CONTR NOT EQUAL ZEROS
              MOVE ZEROS TO WS-CONTR-ULT-REAJUSTE
           END-IF.
      *       NA ALTERACAO O ULTIMO REAJUSTE APLICADO E PRESERVADO

           MOVE WS-NUMERO       TO WS-CONTR-NUMERO.
           MOVE WS-CLIENTE-ID   TO WS-CONTR-CLIENTE-ID.
           MOVE WS-VALOR        TO WS-CONTR-VALOR.
           MOVE WS-DIA          TO WS-CONTR-DIA.
           MOVE WS-INICIO       TO WS-CONTR-INICIO.
           MOVE WS-FIM          TO WS-CONTR-FIM.
           MOVE WS-INDICE       TO WS-CONTR-INDICE.
           MOVE WS-MES-REAJUSTE TO WS-CONTR-MES-REAJUSTE.

           IF WS-FS-CONTR EQUAL ZEROS
              REWRITE WS-CONTR-REG
           ELSE
              WRITE WS-CONTR-REG
           END-IF.

           IF WS-FS-CONTR EQUAL ZEROS
              DISPLAY "CONTRATO GRAVADO"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-CONTR
           END-IF.

       MANTER-CONTRATO-FIM.
           EXIT.

       CONSULTAR-CONTRATO    SECTION.
           DISPLAY "NUMERO DO CONTRATO: ".
              ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO WS-CONTR-NUMERO.
           READ CONTRATOS KEY IS WS-CONTR-CHAVE.
           IF WS-FS-CONTR EQUAL ZEROS
              MOVE WS-CONTR-VALOR TO WS-VALOR-EDIT
              DISPLAY "CLIENTE        : " WS-CONTR-CLIENTE-ID
              DISPLAY "MENSALIDADE    : " WS-VALOR-EDIT
              DISPLAY "DIA DE COBRANCA: " WS-CONTR-DIA
              DISPLAY "INICIO         : " WS-CONTR-INICIO
              DISPLAY "FIM            : " WS-CONTR-FIM
              DISPLAY "INDICE         : " WS-CONTR-INDICE
              DISPLAY "MES DO REAJUSTE: " WS-CONTR-MES-REAJUSTE
              DISPLAY "ULTIMO REAJUSTE: " WS-CONTR-ULT-REAJUSTE
           ELSE
              DISPLAY "CONTRATO NAO ENCONTRADO"
           END-IF.

      *------------------- REAJUSTE ANUAL PELO INDICE -----------------*
      *  O PERCENTUAL ACUMULADO DO INDICE NOS 12 MESES E INFORMADO    *
      *  PELO OPERADOR; O 7-CONTRFAT LISTA OS CONTRATOS NO MES DO     *
      *  REAJUSTE ATE QUE ELE SEJA APLICADO AQUI                      *
       REAJUSTAR-CONTRATO    SECTION.
           DISPLAY "NUMERO DO CONTRATO         : ".
              ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO WS-CONTR-NUMERO.
           READ CONTRATOS KEY IS WS-CONTR-CHAVE.
           IF WS-FS-CONTR NOT EQUAL ZEROS
              DISPLAY "CONTRATO NAO ENCONTRADO"
              GO TO REAJUSTAR-CONTRATO-FIM
           END-IF.
           IF WS-CONTR-ULT-REAJUSTE (1:4) EQUAL WS-MES-ATUAL (1:4)
              DISPLAY "CONTRATO JA REAJUSTADO EM "
                      WS-CONTR-ULT-REAJUSTE
              GO TO REAJUSTAR-CONTRATO-FIM
           END-IF.

           MOVE WS-CONTR-VALOR TO WS-VALOR-EDIT.
           DISPLAY "MENSALIDADE ATUAL          : " WS-VALOR-EDIT.
           DISPLAY "PERCENTUAL DO " WS-CONTR-INDICE
                   " NOS 12 MESES    : ".
              ACCEPT WS-PCT-REAJUSTE.
           IF WS-PCT-REAJUSTE EQUAL ZEROS
              DISPLAY "REAJUSTE NAO APLICADO"
              GO TO REAJUSTAR-CONTRATO-FIM
           END-IF.

           COMPUTE WS-VALOR-NOVO ROUNDED =
                   WS-CONTR-VALOR * (100 + WS-PCT-REAJUSTE) / 100.
           IF WS-VALOR-NOVO > 99999.99
              DISPLAY "MENSALIDADE REAJUSTADA EXCEDE O CAMPO - "
                      "REAJUSTE NAO APLICADO"
              GO TO REAJUSTAR-CONTRATO-FIM
           END-IF.

           MOVE WS-VALOR-NOVO TO WS-VALOR-EDIT2.
           DISPLAY "CONFIRMA " WS-VALOR-EDIT " PARA " WS-VALOR-EDIT2
                   " (S/N): ".
              ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL "S"
              DISPLAY "REAJUSTE NAO APLICADO"
              GO TO REAJUSTAR-CONTRATO-FIM
           END-IF.

           MOVE WS-VALOR-NOVO TO WS-CONTR-VALOR.
           MOVE WS-MES-ATUAL  TO WS-CONTR-ULT-REAJUSTE.
           REWRITE WS-CONTR-REG.
           IF WS-FS-CONTR EQUAL ZEROS
              DISPLAY "CONTRATO REAJUSTADO"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-CONTR
           END-IF.

       REAJUSTAR-CONTRATO-FIM.
           EXIT.
       END PROGRAM 7-CONTRCAD.
