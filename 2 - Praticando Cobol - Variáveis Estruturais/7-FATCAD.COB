      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-FATCAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAS.

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
       FD  FATURAS.
       01  WS-FATURA-REG.
           05 WS-FATURA-NUMERO      PIC 9(06).
           05 WS-FATURA-CLIENTE     PIC X(10).
           05 WS-FATURA-VALOR       PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO  PIC 9(08).
           05 WS-FATURA-CLIENTE-ID  PIC 9(09).
      *       ID DO CLIENTE NO ARQCRM.DAT; O TEXTO DO CLIENTE FICA SO
      *       PARA A IMPRESSAO

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
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-ARQCRM             PIC 9(02) VALUE ZEROS.

       01 WS-PROXIMA-FATURA        PIC 9(06) VALUE ZEROS.
       01 WS-CLIENTE-ID            PIC 9(09) VALUE ZEROS.
       01 WS-VALOR                 PIC 9(05)V99 VALUE ZEROS.
       01 WS-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACES.
       01 WS-CONTINUA              PIC X(01) VALUE "S".
           88 WS-CONTINUA-SIM      VALUE "S".
       01 WS-TOT-EMITIDAS          PIC 9(04) VALUE ZEROS.
       01 WS-TOT-RETIDAS           PIC 9(04) VALUE ZEROS.
       01 WS-VALOR-EDIT            PIC Z(05)9.99.
       01 WS-LIMITE-EDIT           PIC Z(06)9.99.
       01 WS-SALDO-EDIT            PIC -Z(06)9.99.

      *------------------- CREDITO RETIDO SO SEGUE COM O SUPERVISOR ---*
       01 WS-CREDITO-RECUSADO      PIC X(01) VALUE 'N'.
           88 WS-RECUSADO              VALUE 'S'.
       01 WS-LIBERA-SUPER          PIC X(01) VALUE SPACES.
       01 WS-SUPERVISOR            PIC X(10) VALUE SPACES.

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
           PERFORM INICIAR.
           PERFORM EMITIR UNTIL NOT WS-CONTINUA-SIM.
           PERFORM FINALIZAR.

           STOP RUN.

      *------------------- PROXIMO NUMERO E ARQUIVOS ------------------*
       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.

           OPEN INPUT ARQCRM.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " WS-FS-ARQCRM
              STOP RUN
           END-IF.

           OPEN INPUT FATURAS.
           IF WS-FS-FATURAS EQUAL ZEROS
              READ FATURAS
              PERFORM ACHAR-ULTIMO-NUMERO
                 UNTIL WS-FS-FATURAS NOT EQUAL ZEROS
              CLOSE FATURAS
           END-IF.

           OPEN EXTEND FATURAS.
           IF WS-FS-FATURAS EQUAL 35
              OPEN OUTPUT FATURAS
           END-IF.
           IF WS-FS-FATURAS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FATURAS " WS-FS-FATURAS
              CLOSE ARQCRM
              STOP RUN
           END-IF.

           DISPLAY "EMISSAO DE FATURAS".
           DISPLAY "------------------".

       ACHAR-ULTIMO-NUMERO    SECTION.
           IF WS-FATURA-NUMERO > WS-PROXIMA-FATURA
              MOVE WS-FATURA-NUMERO TO WS-PROXIMA-FATURA
           END-IF.
           READ FATURAS.

      *------------------- UMA FATURA PARA UM CLIENTE DO CRM ----------*
       EMITIR    SECTION.
           DISPLAY "ID DO CLIENTE NO CRM       : ".
              ACCEPT WS-CLIENTE-ID.

           MOVE WS-CLIENTE-ID TO ARQCRM-ID.
           READ ARQCRM KEY IS ARQCRM-CHAVE.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              DISPLAY "CLIENTE NAO CADASTRADO NO CRM - FATURA RECUSADA"
              GO TO EMITIR-FIM
           END-IF.
           IF ARQCRM-STATUS-EXCLUIDO
              DISPLAY "CLIENTE EXCLUIDO NO CRM - FATURA RECUSADA"
              GO TO EMITIR-FIM
           END-IF.
           DISPLAY "CLIENTE                    : " ARQCRM-NOME.

           DISPLAY "VALOR DA FATURA            : ".
              ACCEPT WS-VALOR.
           IF WS-VALOR EQUAL ZEROS
              DISPLAY "VALOR ZERADO - FATURA DESCARTADA"
              GO TO EMITIR-FIM
           END-IF.

           DISPLAY "VENCIMENTO (AAAAMMDD)      : ".
              ACCEPT WS-VENCIMENTO.
           IF WS-VENCIMENTO < WS-DATA-HOJE
              DISPLAY "VENCIMENTO NO PASSADO - FATURA DESCARTADA"
              GO TO EMITIR-FIM
           END-IF.

           MOVE WS-CLIENTE-ID TO WS-CRD-CLIENTE-ID.
           MOVE WS-VALOR      TO WS-CRD-VALOR-NOVO.
           MOVE ZEROS         TO WS-CRD-FATURA-IGNORA.
           CALL "7-CREDITO" USING WS-CREDITO.
           MOVE 'N' TO WS-CREDITO-RECUSADO.
           IF WS-CRD-RETIDO
              PERFORM LIBERAR-COM-SUPERVISOR
           END-IF.
           IF WS-RECUSADO
              ADD 1 TO WS-TOT-RETIDAS
              DISPLAY "CREDITO NAO LIBERADO - FATURA RECUSADA"
              GO TO EMITIR-FIM
           END-IF.

           MOVE WS-VALOR TO WS-VALOR-EDIT.
           DISPLAY "CONFIRMA " WS-VALOR-EDIT " PARA " ARQCRM-NOME
                   " (S/N): ".
              ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL "S"
              DISPLAY "FATURA DESCARTADA"
              GO TO EMITIR-FIM
           END-IF.

           ADD 1 TO WS-PROXIMA-FATURA.
           MOVE WS-PROXIMA-FATURA TO WS-FATURA-NUMERO.
           MOVE FUNCTION UPPER-CASE (ARQCRM-NOME (1:10))
             TO WS-FATURA-CLIENTE.
           MOVE WS-VALOR          TO WS-FATURA-VALOR.
           MOVE WS-VENCIMENTO     TO WS-FATURA-VENCIMENTO.
           MOVE ARQCRM-ID         TO WS-FATURA-CLIENTE-ID.
           WRITE WS-FATURA-REG.
           ADD 1 TO WS-TOT-EMITIDAS.
           DISPLAY "FATURA " WS-FATURA-NUMERO " EMITIDA".

       EMITIR-FIM.
           DISPLAY "CONTINUAR (S/N)            : ".
              ACCEPT WS-CONTINUA.

      *------------------- LIBERACAO PELO SUPERVISOR ------------------*
      *  CLIENTE SEM LIMITE, ACIMA DO LIMITE OU COM TITULO VENCIDO    *
      *  ALEM DO PRAZO DO CREDITOPAR.DAT (VER 7-CREDITO)              *
       LIBERAR-COM-SUPERVISOR    SECTION.
           MOVE WS-CRD-LIMITE TO WS-LIMITE-EDIT.
           MOVE WS-CRD-SALDO  TO WS-SALDO-EDIT.
           DISPLAY "ATENCAO: CREDITO RETIDO - " WS-CRD-MOTIVO.
           DISPLAY "LIMITE " WS-LIMITE-EDIT " SALDO EM ABERTO "
                   WS-SALDO-EDIT " MAIOR ATRASO "
                   WS-CRD-MAIOR-ATRASO " DIAS".
           DISPLAY "SUPERVISOR AUTORIZA A FATURA (S/N)? ".
              ACCEPT WS-LIBERA-SUPER.
           MOVE FUNCTION UPPER-CASE (WS-LIBERA-SUPER)
             TO WS-LIBERA-SUPER.
           IF WS-LIBERA-SUPER NOT EQUAL 'S'
              MOVE 'S' TO WS-CREDITO-RECUSADO
              GO TO LIBERAR-COM-SUPERVISOR-FIM
           END-IF.

           DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
              ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR EQUAL SPACES
              DISPLAY "IDENTIFICACAO OBRIGATORIA"
              MOVE 'S' TO WS-CREDITO-RECUSADO
           ELSE
              DISPLAY "CREDITO LIBERADO POR " WS-SUPERVISOR
           END-IF.

       LIBERAR-COM-SUPERVISOR-FIM.
           EXIT.

       FINALIZAR    SECTION.
           DISPLAY "FATURAS EMITIDAS: " WS-TOT-EMITIDAS.
           DISPLAY "RETIDAS POR CREDITO: " WS-TOT-RETIDAS.
           CLOSE FATURAS.
           CLOSE ARQCRM.
       END PROGRAM 7-FATCAD.
