      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. APPREVWQ.
      *-----------------------------------------------------------------
      *  FILA DE REVISAO DOS PEDIDOS DE APLICATIVO QUE O APPIMP NAO   *
      *  CONSEGUIU IMPORTAR. O ACERTO NORMAL E CADASTRAR O DE-PARA OU *
      *  O PRECO QUE FALTOU (PRECOCAD) - A PROXIMA RODADA DO APPIMP   *
      *  IMPORTA O PEDIDO E TIRA ELE DA FILA. PEDIDO QUE NAO DEVE     *
      *  ENTRAR (CANCELADO NO APLICATIVO, DIGITADO A MAO NO BALCAO)   *
      *  E DESCARTADO AQUI PELO REVISOR E NAO E MAIS TENTADO          *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT APPREV ASSIGN TO "..\DADOS\APPREV.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-APPREV
           RECORD KEY IS WS-REV-CHAVE.

           SELECT CREDENCIAIS ASSIGN TO "..\DADOS\CREDENCIAIS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-CREDENCIAIS
           RECORD KEY IS WS-CRED-USERID.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER APPIMP) -------------------------------*
       FD  APPREV.
       01  WS-REV-REG.
           05 WS-REV-CHAVE.
              10 WS-REV-CANAL          PIC X(04).
              10 WS-REV-PEDIDO-APP     PIC X(20).
           05 WS-REV-DATAHORA          PIC X(14).
           05 WS-REV-TENTATIVAS        PIC 9(03).
           05 WS-REV-MOTIVO            PIC X(40).
           05 WS-REV-BRUTO             PIC 9(05)V99.
           05 WS-REV-SITUACAO          PIC X(01).
              88 WS-REV-PENDENTE           VALUE 'P'.
              88 WS-REV-IMPORTADO          VALUE 'I'.
              88 WS-REV-DESCARTADO         VALUE 'D'.
           05 WS-REV-REVISOR           PIC X(10).
           05 WS-REV-REV-DATAHORA      PIC X(14).
           05 WS-REV-PEDIDO            PIC 9(08).

      *------------------- CREDENCIAIS (VER CREDENCIAL) --------------*
       FD  CREDENCIAIS.
       01  WS-CRED-REG.
           05 WS-CRED-USERID           PIC X(10).
           05 WS-CRED-NIVEL            PIC X(01).
           05 WS-CRED-SETOR            PIC X(01).
           05 WS-CRED-SENHA-HASH       PIC 9(10).
           05 WS-CRED-DATA-TROCA       PIC 9(08).
           05 WS-CRED-MATRICULA        PIC 9(06).
           05 WS-CRED-SITUACAO         PIC X(01).
           05 WS-CRED-DATA-SITUACAO    PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-APPREV                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-CREDENCIAIS            PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-CANAL                     PIC X(04) VALUE SPACES.
       01 WS-PEDIDO-APP                PIC X(20) VALUE SPACES.
       01 WS-RESPOSTA                  PIC X(01) VALUE SPACES.
       01 WS-REVISOR                   PIC X(10) VALUE SPACES.
       01 WS-REVISOR-OK                PIC X(01) VALUE 'N'.
           88 WS-REVISOR-VALIDO            VALUE 'S'.
       01 WS-TOT-LISTADOS              PIC 9(04) VALUE 0.
       01 WS-TOT-BRUTO                 PIC 9(07)V99 VALUE 0.
       01 WS-BRUTO-EDIT                PIC ZZ.ZZ9,99.
       01 WS-TOTAL-EDIT                PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           OPEN I-O APPREV.
           IF WS-FS-APPREV NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO APPREV " WS-FS-APPREV
              STOP RUN
           END-IF.

       PROCESSAR    SECTION.
           DISPLAY "FILA DE REVISAO DOS PEDIDOS DE APLICATIVO".
           DISPLAY "-----------------------------------------".
           DISPLAY "1 - LISTAR PENDENTES".
           DISPLAY "2 - CONSULTAR / DESCARTAR UM PEDIDO".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-PENDENTES
               WHEN 2
                   PERFORM REVISAR-PEDIDO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- PENDENTES POR CANAL E PEDIDO --------------*
       LISTAR-PENDENTES    SECTION.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 0 TO WS-TOT-BRUTO.
           MOVE LOW-VALUES TO WS-REV-CHAVE.
           START APPREV KEY IS NOT LESS THAN WS-REV-CHAVE.
           IF WS-FS-APPREV NOT EQUAL ZEROS
              DISPLAY "FILA VAZIA"
              GO TO LISTAR-PENDENTES-FIM
           END-IF.

           READ APPREV NEXT RECORD.
           PERFORM LISTAR-UM-PEDIDO
              UNTIL WS-FS-APPREV NOT EQUAL ZEROS.

           DISPLAY "PENDENTES LISTADOS: " WS-TOT-LISTADOS.
           MOVE WS-TOT-BRUTO TO WS-TOTAL-EDIT.
           DISPLAY "BRUTO PARADO NA FILA: " WS-TOTAL-EDIT.

       LISTAR-PENDENTES-FIM.
           EXIT.

       LISTAR-UM-PEDIDO    SECTION.
           IF WS-REV-PENDENTE
              ADD 1 TO WS-TOT-LISTADOS
              ADD WS-REV-BRUTO TO WS-TOT-BRUTO
              MOVE WS-REV-BRUTO TO WS-BRUTO-EDIT
              DISPLAY WS-REV-CANAL " " WS-REV-PEDIDO-APP
                      " " WS-REV-DATAHORA " " WS-BRUTO-EDIT
                      " " WS-REV-TENTATIVAS
              DISPLAY "     " WS-REV-MOTIVO
           END-IF.
           READ APPREV NEXT RECORD.

      *------------------- CONSULTA E DESCARTE ----------------------*
       REVISAR-PEDIDO    SECTION.
           DISPLAY "CANAL: ".
              ACCEPT WS-CANAL.
           MOVE FUNCTION UPPER-CASE(WS-CANAL) TO WS-CANAL.
           DISPLAY "PEDIDO NO APLICATIVO: ".
              ACCEPT WS-PEDIDO-APP.
           MOVE WS-CANAL      TO WS-REV-CANAL.
           MOVE WS-PEDIDO-APP TO WS-REV-PEDIDO-APP.
           READ APPREV KEY IS WS-REV-CHAVE.
           IF WS-FS-APPREV NOT EQUAL ZEROS
              DISPLAY "PEDIDO NAO ESTA NA FILA"
              GO TO REVISAR-PEDIDO-FIM
           END-IF.

           MOVE WS-REV-BRUTO TO WS-BRUTO-EDIT.
           DISPLAY "ENTROU NA FILA : " WS-REV-DATAHORA.
           DISPLAY "TENTATIVAS     : " WS-REV-TENTATIVAS.
           DISPLAY "MOTIVO         : " WS-REV-MOTIVO.
           DISPLAY "BRUTO          : " WS-BRUTO-EDIT.
           EVALUATE TRUE
               WHEN WS-REV-IMPORTADO
                   DISPLAY "JA IMPORTADO COMO PEDIDO " WS-REV-PEDIDO
                           " EM " WS-REV-REV-DATAHORA
                   GO TO REVISAR-PEDIDO-FIM
               WHEN WS-REV-DESCARTADO
                   DISPLAY "JA DESCARTADO POR " WS-REV-REVISOR
                           " EM " WS-REV-REV-DATAHORA
                   GO TO REVISAR-PEDIDO-FIM
           END-EVALUATE.

           DISPLAY "DESCARTAR O PEDIDO (S/N)? ".
              ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT EQUAL 'S'
              GO TO REVISAR-PEDIDO-FIM
           END-IF.

           DISPLAY "REVISOR: ".
              ACCEPT WS-REVISOR.
           IF WS-REVISOR EQUAL SPACES
              DISPLAY "REVISOR OBRIGATORIO - NADA GRAVADO"
              GO TO REVISAR-PEDIDO-FIM
           END-IF.
           PERFORM CONFERIR-REVISOR.
           IF NOT WS-REVISOR-VALIDO
              GO TO REVISAR-PEDIDO-FIM
           END-IF.

           MOVE 'D'        TO WS-REV-SITUACAO.
           MOVE WS-REVISOR TO WS-REV-REVISOR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-REV-REV-DATAHORA.
           REWRITE WS-REV-REG.
           IF WS-FS-APPREV EQUAL ZEROS
              DISPLAY "PEDIDO DESCARTADO"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-APPREV
           END-IF.

       REVISAR-PEDIDO-FIM.
           EXIT.

      *------------------- REVISOR TEM QUE TER CREDENCIAL ATIVA -----*
      *  (MESMA REGRA DO FRAUDEWQ)                                   *
       CONFERIR-REVISOR    SECTION.
           MOVE 'N' TO WS-REVISOR-OK.
           OPEN INPUT CREDENCIAIS.
           IF WS-FS-CREDENCIAIS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS CREDENCIAIS "
                      WS-FS-CREDENCIAIS " - NADA GRAVADO"
              GO TO CONFERIR-REVISOR-FIM
           END-IF.

           MOVE WS-REVISOR TO WS-CRED-USERID.
           READ CREDENCIAIS.
           EVALUATE TRUE
               WHEN WS-FS-CREDENCIAIS NOT EQUAL ZEROS
                   DISPLAY "REVISOR SEM CREDENCIAL - NADA GRAVADO"
               WHEN WS-CRED-SITUACAO EQUAL 'R'
                   DISPLAY "CREDENCIAL DO REVISOR REVOGADA -"
                           " NADA GRAVADO"
               WHEN WS-CRED-SITUACAO EQUAL 'S'
                   DISPLAY "CREDENCIAL DO REVISOR SUSPENSA -"
                           " NADA GRAVADO"
               WHEN WS-CRED-SITUACAO EQUAL 'I'
                   DISPLAY "CREDENCIAL DO REVISOR INATIVADA -"
                           " NADA GRAVADO"
               WHEN OTHER
                   MOVE 'S' TO WS-REVISOR-OK
           END-EVALUATE.
           CLOSE CREDENCIAIS.

       CONFERIR-REVISOR-FIM.
           EXIT.

       FINALIZAR    SECTION.
           CLOSE APPREV.
       END PROGRAM APPREVWQ.
