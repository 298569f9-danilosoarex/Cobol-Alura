      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-LIMCAD.
      *-----------------------------------------------------------------
      *  LIMITE DE CREDITO DOS CLIENTES. CADA ALTERACAO E UM NOVO     *
      *  LANCAMENTO NO LIMITES.DAT (VALE O ULTIMO DO CLIENTE), COM A  *
      *  DATA E O RESPONSAVEL; LIMITE ZERO SUSPENDE O CREDITO         *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT LIMITES ASSIGN TO "..\DADOS\LIMITES.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIM.

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
      *------------------- LIVRO DE LIMITES DE CREDITO ----------------*
       FD  LIMITES.
       01  WS-LIM-REG.
           05 WS-LIM-CLIENTE-ID     PIC 9(09).
           05 WS-LIM-DATA           PIC 9(08).
           05 WS-LIM-VALOR          PIC 9(07)V99.
           05 WS-LIM-RESPONSAVEL    PIC X(10).

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
       01 WS-FS-LIM                PIC 9(02) VALUE ZEROS.
       01 WS-FS-ARQCRM             PIC 9(02) VALUE ZEROS.
       01 WS-CLIENTE-ID            PIC 9(09) VALUE ZEROS.
       01 WS-NOVO-LIMITE           PIC 9(07)V99 VALUE ZEROS.
       01 WS-RESPONSAVEL           PIC X(10) VALUE SPACES.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACES.
       01 WS-CONTINUA              PIC X(01) VALUE "S".
           88 WS-CONTINUA-SIM      VALUE "S".
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
       01 WS-SALDO-EDIT            PIC -Z(06)9.99.

      *------------------- PARAMETROS DO 7-CREDITO --------------------*
       01 WS-CREDITO.
           05 WS-CRD-CLIENTE-ID     PIC 9(09).
           05 WS-CRD-VALOR-NOVO     PIC 9(07)V99.
           05 WS-CRD-FATURA-IGNORA  PIC 9(06).
           05 WS-CRD-TEM-LIMITE     PIC X(01).
           05 WS-CRD-LIMITE         PIC 9(07)V99.
           05 WS-CRD-SALDO          PIC S9(07)V99.
           05 WS-CRD-MAIOR-ATRASO   PIC 9(05).
           05 WS-CRD-DIAS-TOLERA    PIC 9(03).
           05 WS-CRD-PCT-AVISO      PIC 9(03).
           05 WS-CRD-SITUACAO       PIC X(01).
              88 WS-CRD-LIBERADO        VALUE 'L'.
              88 WS-CRD-RETIDO          VALUE 'R'.
           05 WS-CRD-MOTIVO         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ARQCRM.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " WS-FS-ARQCRM
              STOP RUN
           END-IF.

           DISPLAY "LIMITE DE CREDITO DOS CLIENTES".
           DISPLAY "------------------------------".
           PERFORM MANTER-LIMITE UNTIL NOT WS-CONTINUA-SIM.

           CLOSE ARQCRM.
           STOP RUN.

      *------------------- POSICAO ATUAL E NOVO LIMITE ----------------*
       MANTER-LIMITE    SECTION.
           DISPLAY "ID DO CLIENTE NO CRM       : ".
              ACCEPT WS-CLIENTE-ID.

           MOVE WS-CLIENTE-ID TO ARQCRM-ID.
           READ ARQCRM KEY IS ARQCRM-CHAVE.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              DISPLAY "CLIENTE NAO CADASTRADO NO CRM"
              GO TO MANTER-LIMITE-FIM
           END-IF.
           DISPLAY "CLIENTE                    : " ARQCRM-NOME.

           MOVE WS-CLIENTE-ID TO WS-CRD-CLIENTE-ID.
           MOVE ZEROS         TO WS-CRD-VALOR-NOVO.
           MOVE ZEROS         TO WS-CRD-FATURA-IGNORA.
           CALL "7-CREDITO" USING WS-CREDITO.

           IF WS-CRD-TEM-LIMITE EQUAL 'S'
              MOVE WS-CRD-LIMITE TO WS-VALOR-EDIT
              DISPLAY "LIMITE ATUAL               : " WS-VALOR-EDIT
           ELSE
              DISPLAY "LIMITE ATUAL               : NAO CADASTRADO"
           END-IF.
           MOVE WS-CRD-SALDO TO WS-SALDO-EDIT.
           DISPLAY "SALDO EM ABERTO            : " WS-SALDO-EDIT.
           DISPLAY "MAIOR ATRASO (DIAS)        : " WS-CRD-MAIOR-ATRASO.

           DISPLAY "NOVO LIMITE (0 = SUSPENDE) : ".
              ACCEPT WS-NOVO-LIMITE.
           DISPLAY "RESPONSAVEL                : ".
              ACCEPT WS-RESPONSAVEL.
           IF WS-RESPONSAVEL EQUAL SPACES
              DISPLAY "RESPONSAVEL OBRIGATORIO - LIMITE NAO GRAVADO"
              GO TO MANTER-LIMITE-FIM
           END-IF.

           MOVE WS-NOVO-LIMITE TO WS-VALOR-EDIT.
           DISPLAY "CONFIRMA LIMITE " WS-VALOR-EDIT " (S/N): ".
              ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL "S"
              DISPLAY "LIMITE NAO GRAVADO"
              GO TO MANTER-LIMITE-FIM
           END-IF.

           OPEN EXTEND LIMITES.
           IF WS-FS-LIM EQUAL 35
              OPEN OUTPUT LIMITES
           END-IF.
           IF WS-FS-LIM NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS LIMITES " WS-FS-LIM
              GO TO MANTER-LIMITE-FIM
           END-IF.

           MOVE WS-CLIENTE-ID  TO WS-LIM-CLIENTE-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LIM-DATA.
           MOVE WS-NOVO-LIMITE TO WS-LIM-VALOR.
           MOVE WS-RESPONSAVEL TO WS-LIM-RESPONSAVEL.
           WRITE WS-LIM-REG.
           CLOSE LIMITES.
           DISPLAY "LIMITE GRAVADO".

       MANTER-LIMITE-FIM.
           DISPLAY "CONTINUAR (S/N)            : ".
              ACCEPT WS-CONTINUA.
       END PROGRAM 7-LIMCAD.
