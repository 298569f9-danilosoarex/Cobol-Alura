       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAILDEV.

      *----------------------------------------------------------------*
      *  PROCESSA O ARQUIVO DE DEVOLUCOES DO PROVEDOR DE E-MAIL        *
      *  (EMAIL.DEVOLUCOES.TXT), ENVIADO APOS CADA REMESSA DO CARTACRM *
      *  OU DE CAMPANHA: LOCALIZA O CLIENTE PELA CHAVE ALTERNATIVA     *
      *  ARQCRM-EMAIL, ATUALIZA A SITUACAO DE ENTREGA E O CONTADOR DE  *
      *  DEVOLUCOES NO ENTREGA.DAT E REGISTRA CADA MUDANCA DE SITUACAO *
      *  NO ARQCRM.LOG (OPERACAO D). LINHAS SEM CLIENTE VAO PARA O     *
      *  ARQUIVO DE REJEITOS                                           *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCOES ASSIGN TO "..\DADOS\EMAIL.DEVOLUCOES.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS DEVOLUCOES-FS.

           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

           SELECT ENTREGA ASSIGN TO "..\DADOS\ENTREGA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ENTREGA-FS
           RECORD KEY IS ENTREGA-CHAVE.

           SELECT ARQCRM-LOG ASSIGN TO "..\DADOS\ARQCRM.LOG"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS ARQCRM-LOG-FS.

           SELECT PARAMETROS ASSIGN TO "..\DADOS\PARAMETROS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS PARAMETROS-FS
           RECORD KEY IS PARAM-CHAVE.

           SELECT REJEITOS ASSIGN TO
                  "..\DADOS\EMAIL.DEVOLUCOES.REJEITOS.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS REJEITOS-FS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  ARQUIVO POSICIONAL DE DEVOLUCOES DO PROVEDOR                  *
      *  TIPO H = DEVOLUCAO PERMANENTE (HARD) / S = TEMPORARIA (SOFT)  *
      *----------------------------------------------------------------*
       FD  DEVOLUCOES.
       01  DEVOLUCAO-REGISTRO.
           05  DEV-TIPO             PIC X(01).
           05  DEV-EMAIL            PIC X(40).
           05  DEV-DATA             PIC 9(08).
           05  DEV-MOTIVO           PIC X(40).
           05  FILLER               PIC X(11).

       FD  ARQCRM.
       COPY  "#CRM".

       FD  ENTREGA.
       COPY  "#ENTREGA".

       FD  ARQCRM-LOG.
       COPY  "#CRM-LOG".

       FD  PARAMETROS.
       COPY  "#CRM-PARAM".

       FD  REJEITOS.
       01  REJEITO-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
       01  DEVOLUCOES-FS       PIC 9(02) VALUE ZEROS.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  ENTREGA-FS          PIC 9(02) VALUE ZEROS.
       01  ARQCRM-LOG-FS       PIC 9(02) VALUE ZEROS.
       01  PARAMETROS-FS       PIC 9(02) VALUE ZEROS.
       01  REJEITOS-FS         PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO --------------------------*
       01  WRK-DATA-HOJE       PIC 9(08).
       01  WRK-LIMITE-TEMP     PIC 9(02) VALUE 3.
       01  WRK-EMAIL-BUSCA     PIC X(40) VALUE SPACES.
       01  WRK-ACHOU-CLIENTE   PIC X(01) VALUE 'N'.
           88  CLIENTE-ACHADO      VALUE 'S'.
       01  WRK-NOVO-REGISTRO   PIC X(01) VALUE 'N'.
       01  WRK-SITUACAO-ANTES  PIC X(01) VALUE SPACES.
       01  WRK-SITUACAO-EDIT   PIC X(01) VALUE SPACES.
       01  WRK-DESCR-SITUACAO  PIC X(30) VALUE SPACES.
       01  WRK-MOTIVO          PIC X(40) VALUE SPACES.

      *------------------- TOTAIS DA CARGA ------------------------------*
       01  WRK-TOTLIDOS        PIC 9(06) VALUE 0.
       01  WRK-TOTPERMANENTES  PIC 9(06) VALUE 0.
       01  WRK-TOTTEMPORARIAS  PIC 9(06) VALUE 0.
       01  WRK-TOTMUDANCAS     PIC 9(06) VALUE 0.
       01  WRK-TOTREJEITADOS   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL DEVOLUCOES-FS NOT EQUAL 00.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           PERFORM LER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

           OPEN INPUT DEVOLUCOES.
           IF DEVOLUCOES-FS NOT EQUAL ZEROS
              DISPLAY "SEM EMAIL.DEVOLUCOES.TXT (" DEVOLUCOES-FS ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " ARQCRM-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O ENTREGA.
           IF ENTREGA-FS EQUAL 35
              CLOSE ENTREGA
              OPEN OUTPUT ENTREGA
              CLOSE ENTREGA
              OPEN I-O ENTREGA
           END-IF.
           IF ENTREGA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ENTREGA " ENTREGA-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND ARQCRM-LOG.
           IF ARQCRM-LOG-FS EQUAL 35
              OPEN OUTPUT ARQCRM-LOG
           END-IF.

           OPEN OUTPUT REJEITOS.
           MOVE "EMAIL,MOTIVO" TO REJEITO-LINHA.
           WRITE REJEITO-LINHA.

           DISPLAY "PROCESSAMENTO DAS DEVOLUCOES DE E-MAIL".
           DISPLAY "--------------------------------------".
           DISPLAY "TEMPORARIAS ATE PERMANENTE: " WRK-LIMITE-TEMP.

           READ DEVOLUCOES.

      *------------------- LE OS PARAMETROS DE OPERACAO ---------------*
      *  SEM O ARQUIVO OU SEM O CODIGO, VALE O PADRAO DO PROGRAMA      *
       LER-PARAMETROS    SECTION.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-FS NOT EQUAL ZEROS
              GO TO LER-PARAMETROS-EXIT
           END-IF.

           MOVE "EMAIL-TEMP" TO PARAM-CODIGO.
           READ PARAMETROS KEY IS PARAM-CHAVE.
           IF PARAMETROS-FS EQUAL ZEROS AND PARAM-VALOR > 0
              AND PARAM-VALOR NOT > 99
              MOVE PARAM-VALOR TO WRK-LIMITE-TEMP
           END-IF.

           CLOSE PARAMETROS.

       LER-PARAMETROS-EXIT.
           EXIT.

      *------------------- UMA DEVOLUCAO DO PROVEDOR -------------------*
       PROCESSAR     SECTION.
           ADD 1 TO WRK-TOTLIDOS.
           PERFORM TRATAR-DEVOLUCAO.
           READ DEVOLUCOES.

       TRATAR-DEVOLUCAO     SECTION.
           IF DEV-TIPO NOT EQUAL 'H'
              AND DEV-TIPO NOT EQUAL 'S'
              MOVE "TIPO DE DEVOLUCAO DESCONHECIDO" TO WRK-MOTIVO
              PERFORM GRAVAR-REJEITO
              GO TO TRATAR-DEVOLUCAO-EXIT
           END-IF.

           PERFORM LOCALIZAR-CLIENTE.
           IF NOT CLIENTE-ACHADO
              MOVE "EMAIL NAO CADASTRADO" TO WRK-MOTIVO
              PERFORM GRAVAR-REJEITO
              GO TO TRATAR-DEVOLUCAO-EXIT
           END-IF.
           IF ARQCRM-STATUS-EXCLUIDO
              MOVE "CLIENTE EXCLUIDO" TO WRK-MOTIVO
              PERFORM GRAVAR-REJEITO
              GO TO TRATAR-DEVOLUCAO-EXIT
           END-IF.

           PERFORM ATUALIZAR-ENTREGA.

       TRATAR-DEVOLUCAO-EXIT.
           EXIT.

      *------------------- CASA O ENDERECO PELA CHAVE ALTERNATIVA ------*
      *  O PROVEDOR DEVOLVE O ENDERECO COMO QUISER; TENTA COMO VEIO,   *
      *  DEPOIS EM MINUSCULAS E EM MAIUSCULAS                           *
       LOCALIZAR-CLIENTE     SECTION.
           MOVE 'N' TO WRK-ACHOU-CLIENTE.

           MOVE DEV-EMAIL TO WRK-EMAIL-BUSCA.
           PERFORM LER-POR-EMAIL.
           IF CLIENTE-ACHADO
              GO TO LOCALIZAR-CLIENTE-EXIT
           END-IF.

           MOVE FUNCTION LOWER-CASE (DEV-EMAIL) TO WRK-EMAIL-BUSCA.
           PERFORM LER-POR-EMAIL.
           IF CLIENTE-ACHADO
              GO TO LOCALIZAR-CLIENTE-EXIT
           END-IF.

           MOVE FUNCTION UPPER-CASE (DEV-EMAIL) TO WRK-EMAIL-BUSCA.
           PERFORM LER-POR-EMAIL.

       LOCALIZAR-CLIENTE-EXIT.
           EXIT.

       LER-POR-EMAIL     SECTION.
           MOVE WRK-EMAIL-BUSCA TO ARQCRM-EMAIL.
           READ ARQCRM KEY IS ARQCRM-EMAIL.
           IF ARQCRM-FS EQUAL 00
              MOVE 'S' TO WRK-ACHOU-CLIENTE
           ELSE
              MOVE 00 TO ARQCRM-FS
           END-IF.

      *------------------- SITUACAO E CONTADOR DO ENDERECO -------------*
       ATUALIZAR-ENTREGA     SECTION.
           MOVE 'N' TO WRK-NOVO-REGISTRO.
           MOVE ARQCRM-ID TO ENTREGA-CLIENTE-ID.
           READ ENTREGA KEY IS ENTREGA-CHAVE.
           IF ENTREGA-FS NOT EQUAL 00
              MOVE 00  TO ENTREGA-FS
              MOVE 'S' TO WRK-NOVO-REGISTRO
              PERFORM INICIAR-ENTREGA
           END-IF.

      *    ENDERECO TROCADO NO CADASTRO: O HISTORICO DO ANTIGO NAO
      *    CONTA PARA O NOVO
           IF ENTREGA-EMAIL NOT EQUAL ARQCRM-EMAIL
              PERFORM INICIAR-ENTREGA
           END-IF.

           MOVE ENTREGA-SITUACAO TO WRK-SITUACAO-ANTES.

           ADD 1 TO ENTREGA-QTD-DEVOLUCOES.
           IF DEV-TIPO EQUAL 'H'
              ADD 1 TO WRK-TOTPERMANENTES
              MOVE 'P' TO ENTREGA-SITUACAO
           ELSE
              ADD 1 TO WRK-TOTTEMPORARIAS
              IF ENTREGA-QTD-TEMPORARIAS < 99
                 ADD 1 TO ENTREGA-QTD-TEMPORARIAS
              END-IF
              IF ENTREGA-QTD-TEMPORARIAS NOT < WRK-LIMITE-TEMP
                 MOVE 'P' TO ENTREGA-SITUACAO
              ELSE
                 IF NOT ENTREGA-PERMANENTE
                    MOVE 'T' TO ENTREGA-SITUACAO
                 END-IF
              END-IF
           END-IF.

           IF DEV-DATA NUMERIC AND DEV-DATA NOT EQUAL ZEROS
              MOVE DEV-DATA      TO ENTREGA-DATA-DEVOLUCAO
           ELSE
              MOVE WRK-DATA-HOJE TO ENTREGA-DATA-DEVOLUCAO
           END-IF.
           MOVE DEV-MOTIVO TO ENTREGA-MOTIVO.

           IF WRK-NOVO-REGISTRO EQUAL 'S'
              WRITE ENTREGA-REGISTRO
           ELSE
              REWRITE ENTREGA-REGISTRO
           END-IF.
           IF ENTREGA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO ENTREGA " ENTREGA-FS
                      " CLIENTE " ARQCRM-ID
              MOVE 8 TO RETURN-CODE
              GO TO ATUALIZAR-ENTREGA-EXIT
           END-IF.

           IF ENTREGA-SITUACAO NOT EQUAL WRK-SITUACAO-ANTES
              ADD 1 TO WRK-TOTMUDANCAS
              PERFORM GRAVAR-LOG
              DISPLAY "CLIENTE " ARQCRM-ID " E-MAIL "
                      WRK-SITUACAO-ANTES " > " ENTREGA-SITUACAO
           END-IF.

       ATUALIZAR-ENTREGA-EXIT.
           EXIT.

       INICIAR-ENTREGA     SECTION.
           MOVE ARQCRM-ID    TO ENTREGA-CLIENTE-ID.
           MOVE ARQCRM-EMAIL TO ENTREGA-EMAIL.
           MOVE 'E'          TO ENTREGA-SITUACAO.
           MOVE 0            TO ENTREGA-QTD-DEVOLUCOES.
           MOVE 0            TO ENTREGA-QTD-TEMPORARIAS.
           MOVE 0            TO ENTREGA-DATA-DEVOLUCAO.
           MOVE SPACES       TO ENTREGA-MOTIVO.

      *------------------- AUDITORIA DA MUDANCA DE SITUACAO ------------*
       GRAVAR-LOG    SECTION.
           MOVE ARQCRM-ID              TO LOG-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATAHORA.
           MOVE 'D'                    TO LOG-OPERACAO.
           MOVE WRK-SITUACAO-ANTES     TO WRK-SITUACAO-EDIT.
           PERFORM DESCREVER-SITUACAO.
           MOVE WRK-DESCR-SITUACAO     TO LOG-NOME-ANTES.
           MOVE ENTREGA-SITUACAO       TO WRK-SITUACAO-EDIT.
           PERFORM DESCREVER-SITUACAO.
           MOVE WRK-DESCR-SITUACAO     TO LOG-NOME-DEPOIS.
           MOVE ARQCRM-EMAIL           TO LOG-EMAIL-ANTES.
           MOVE ARQCRM-EMAIL           TO LOG-EMAIL-DEPOIS.
           MOVE ARQCRM-TELEFONE        TO LOG-TELEFONE-ANTES.
           MOVE ARQCRM-TELEFONE        TO LOG-TELEFONE-DEPOIS.
           MOVE ARQCRM-STATUS          TO LOG-STATUS-ANTES.
           MOVE ARQCRM-STATUS          TO LOG-STATUS-DEPOIS.
           MOVE "EMAILDEV"             TO LOG-USUARIO.

           WRITE ARQCRM-LOG-REGISTRO.

       DESCREVER-SITUACAO    SECTION.
           EVALUATE WRK-SITUACAO-EDIT
               WHEN 'T'
                   MOVE "EMAIL DEVOLUCAO TEMPORARIA"
                     TO WRK-DESCR-SITUACAO
               WHEN 'P'
                   MOVE "EMAIL DEVOLUCAO PERMANENTE"
                     TO WRK-DESCR-SITUACAO
               WHEN OTHER
                   MOVE "EMAIL ENTREGAVEL" TO WRK-DESCR-SITUACAO
           END-EVALUATE.

       GRAVAR-REJEITO     SECTION.
           ADD 1 TO WRK-TOTREJEITADOS.
           MOVE SPACES TO REJEITO-LINHA.
           STRING FUNCTION TRIM(DEV-EMAIL)  DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-MOTIVO) DELIMITED BY SIZE
                  INTO REJEITO-LINHA
           END-STRING.
           WRITE REJEITO-LINHA.

       FINALIZAR     SECTION.
           CLOSE DEVOLUCOES.
           CLOSE ARQCRM.
           CLOSE ENTREGA.
           CLOSE ARQCRM-LOG.
           CLOSE REJEITOS.

           DISPLAY "DEVOLUCOES LIDAS   : " WRK-TOTLIDOS.
           DISPLAY "  PERMANENTES      : " WRK-TOTPERMANENTES.
           DISPLAY "  TEMPORARIAS      : " WRK-TOTTEMPORARIAS.
           DISPLAY "MUDANCAS DE SITUACAO: " WRK-TOTMUDANCAS.
           DISPLAY "REJEITADAS         : " WRK-TOTREJEITADOS.
       END PROGRAM EMAILDEV.
