      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 3-CREDSIT.
      *-----------------------------------------------------------------
      *  LIGA AS CREDENCIAIS DO CREDENCIAIS.DAT AO FUNCIONARIO E POE  *
      *  CADA UMA NA SITUACAO QUE O CADASTRO PEDE NA DATA DE          *
      *  REFERENCIA:                                                  *
      *    DESLIGADO ATE A DATA          -> R (REVOGADA, DEFINITIVA)  *
      *    AFASTADO NA DATA              -> S (SUSPENSA)              *
      *    DE VOLTA DO AFASTAMENTO       -> A (ATIVA DE NOVO)         *
      *  TODA MUDANCA VAI AO ACESSOLOG.DAT (R, A OU T) COM QUEM A     *
      *  PROVOCOU. CHAMADO PELO 3-FUNCCAD NA HORA DO DESLIGAMENTO E   *
      *  DO AFASTAMENTO E PELA ROTINA DIARIA 3-CREDDIA, QUE PEGA AS   *
      *  DATAS FUTURAS QUANDO CHEGAM                                  *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CREDENCIAIS ASSIGN TO "..\DADOS\CREDENCIAIS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-CRED
           RECORD KEY IS WS-CRED-USERID.

           SELECT ACESSOLOG ASSIGN TO "..\DADOS\ACESSOLOG.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACESSO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER CREDENCIAL) ---------------------------*
       FD  CREDENCIAIS.
       01  WS-CRED-REG.
           05 WS-CRED-USERID        PIC X(10).
           05 WS-CRED-NIVEL         PIC X(01).
           05 WS-CRED-SETOR         PIC X(01).
           05 WS-CRED-SENHA-HASH    PIC 9(10).
           05 WS-CRED-DATA-TROCA    PIC 9(08).
           05 WS-CRED-MATRICULA     PIC 9(06).
           05 WS-CRED-SITUACAO      PIC X(01).
              88 WS-CRED-REVOGADA      VALUE 'R'.
              88 WS-CRED-SUSPENSA      VALUE 'S'.
              88 WS-CRED-INATIVADA     VALUE 'I'.
           05 WS-CRED-DATA-SITUACAO PIC 9(08).

       FD  ACESSOLOG.
       01  WS-ACE-REG.
           05 WS-ACE-DATAHORA       PIC X(14).
           05 WS-ACE-USERID         PIC X(10).
           05 WS-ACE-NIVEL          PIC X(01).
           05 WS-ACE-SETOR          PIC X(01).
           05 WS-ACE-RESULTADO      PIC X(01).
           05 WS-ACE-CREDENCIAL     PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-FS-CRED               PIC 9(02) VALUE ZEROS.
       01 WS-FS-ACESSO             PIC 9(02) VALUE ZEROS.
       01 WS-DATAHORA              PIC X(14) VALUE SPACES.

      *------------------- SITUACAO QUE O CADASTRO PEDE ---------------*
       01 WS-SIT-DEVIDA            PIC X(01) VALUE SPACES.
       01 WS-DATA-DEVIDA           PIC 9(08) VALUE ZEROS.
       01 WS-COD-LOG               PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-CREDSIT.
           05 LK-CS-ACAO            PIC X(01).
              88 LK-CS-VINCULAR        VALUE 'V'.
              88 LK-CS-APLICAR         VALUE 'E'.
           05 LK-CS-MATRICULA       PIC 9(06).
      *       USUARIO A LIGAR NA MATRICULA (SO NO 'V')
           05 LK-CS-USERID          PIC X(10).
           05 LK-CS-DESLIG          PIC 9(08).
           05 LK-CS-AFAST-INICIO    PIC 9(08).
      *       RETORNO ZERADO = AFASTAMENTO SEM DATA PARA ACABAR
           05 LK-CS-AFAST-RETORNO   PIC 9(08).
           05 LK-CS-DATA-REF        PIC 9(08).
           05 LK-CS-OPERADOR        PIC X(10).
           05 LK-CS-ALTERADAS       PIC 9(03).
           05 LK-CS-RETORNO         PIC X(01).
              88 LK-CS-OK              VALUE 'S'.
              88 LK-CS-SEM-USUARIO     VALUE 'N'.
              88 LK-CS-DE-OUTRO        VALUE 'J'.
              88 LK-CS-ERRO-ARQUIVO    VALUE 'E'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CREDSIT.
       MAIN-PROCEDURE.
           MOVE 'S' TO LK-CS-RETORNO.
           MOVE 0   TO LK-CS-ALTERADAS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATAHORA.
           PERFORM APURAR-SITUACAO-DEVIDA.

           OPEN I-O CREDENCIAIS.
           IF WS-FS-CRED NOT EQUAL ZEROS
              MOVE 'E' TO LK-CS-RETORNO
              GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LK-CS-VINCULAR
                   PERFORM VINCULAR-USUARIO
               WHEN LK-CS-APLICAR
                   PERFORM APLICAR-SITUACAO
           END-EVALUATE.

           CLOSE CREDENCIAIS.
           GOBACK.

      *------------------- A MESMA REGRA PARA A TELA E O LOTE ---------*
      *  DESLIGAMENTO PREVALECE SOBRE AFASTAMENTO; DATA FUTURA NAO    *
      *  MUDA NADA HOJE                                               *
       APURAR-SITUACAO-DEVIDA    SECTION.
           MOVE 'A'   TO WS-SIT-DEVIDA.
           MOVE ZEROS TO WS-DATA-DEVIDA.

           IF LK-CS-DESLIG NOT EQUAL ZEROS
              AND LK-CS-DESLIG NOT > LK-CS-DATA-REF
              MOVE 'R'          TO WS-SIT-DEVIDA
              MOVE LK-CS-DESLIG TO WS-DATA-DEVIDA
              GO TO APURAR-SITUACAO-DEVIDA-FIM
           END-IF.

           IF LK-CS-AFAST-INICIO NOT EQUAL ZEROS
              AND LK-CS-AFAST-INICIO NOT > LK-CS-DATA-REF
              IF LK-CS-AFAST-RETORNO EQUAL ZEROS
                 OR LK-CS-AFAST-RETORNO > LK-CS-DATA-REF
                 MOVE 'S'                TO WS-SIT-DEVIDA
                 MOVE LK-CS-AFAST-INICIO TO WS-DATA-DEVIDA
              ELSE
                 MOVE LK-CS-AFAST-RETORNO TO WS-DATA-DEVIDA
              END-IF
           END-IF.

       APURAR-SITUACAO-DEVIDA-FIM.
           EXIT.

      *------------------- USUARIO PASSA A SER DO FUNCIONARIO ---------*
      *  USUARIO JA LIGADO A OUTRA MATRICULA NAO E TOMADO; A SITUACAO *
      *  E ACERTADA NA HORA (LIGAR O USUARIO DE UM DESLIGADO REVOGA)  *
       VINCULAR-USUARIO    SECTION.
           MOVE LK-CS-USERID TO WS-CRED-USERID.
           READ CREDENCIAIS KEY IS WS-CRED-USERID.
           IF WS-FS-CRED NOT EQUAL ZEROS
              MOVE 'N' TO LK-CS-RETORNO
              GO TO VINCULAR-USUARIO-FIM
           END-IF.

           IF WS-CRED-MATRICULA NOT NUMERIC
              MOVE ZEROS TO WS-CRED-MATRICULA
           END-IF.
           IF WS-CRED-MATRICULA NOT EQUAL ZEROS
              AND WS-CRED-MATRICULA NOT EQUAL LK-CS-MATRICULA
              MOVE 'J' TO LK-CS-RETORNO
              MOVE WS-CRED-MATRICULA TO LK-CS-MATRICULA
              GO TO VINCULAR-USUARIO-FIM
           END-IF.

           MOVE LK-CS-MATRICULA TO WS-CRED-MATRICULA.
           PERFORM ACERTAR-CREDENCIAL.
           REWRITE WS-CRED-REG.
           IF WS-FS-CRED NOT EQUAL ZEROS
              MOVE 'E' TO LK-CS-RETORNO
           END-IF.

       VINCULAR-USUARIO-FIM.
           EXIT.

      *------------------- TODAS AS CREDENCIAIS DA MATRICULA ----------*
       APLICAR-SITUACAO    SECTION.
           MOVE LOW-VALUES TO WS-CRED-USERID.
           START CREDENCIAIS KEY IS NOT LESS THAN WS-CRED-USERID.
           IF WS-FS-CRED NOT EQUAL ZEROS
              GO TO APLICAR-SITUACAO-FIM
           END-IF.

           READ CREDENCIAIS NEXT RECORD.
           PERFORM APLICAR-UMA-CREDENCIAL
              UNTIL WS-FS-CRED NOT EQUAL ZEROS.

       APLICAR-SITUACAO-FIM.
           EXIT.

       APLICAR-UMA-CREDENCIAL    SECTION.
           IF WS-CRED-MATRICULA NUMERIC
              AND WS-CRED-MATRICULA EQUAL LK-CS-MATRICULA
              PERFORM ACERTAR-CREDENCIAL
              IF WS-COD-LOG NOT EQUAL SPACES
                 REWRITE WS-CRED-REG
                 IF WS-FS-CRED NOT EQUAL ZEROS
                    MOVE 'E' TO LK-CS-RETORNO
                 END-IF
              END-IF
           END-IF.
           READ CREDENCIAIS NEXT RECORD.

      *------------------- SITUACAO ATUAL X SITUACAO DEVIDA -----------*
      *  REVOGADA NAO VOLTA: READMITIDO GANHA USUARIO NOVO            *
      *  INATIVADA POR FALTA DE USO (RECERTCRM) SO VOLTA PELO         *
      *  SUPERVISOR NA RECERTIFICACAO; AQUI SO O DESLIGAMENTO MEXE    *
       ACERTAR-CREDENCIAL    SECTION.
           MOVE SPACES TO WS-COD-LOG.
           IF WS-CRED-REVOGADA
              GO TO ACERTAR-CREDENCIAL-FIM
           END-IF.
           IF WS-CRED-INATIVADA
              AND WS-SIT-DEVIDA NOT EQUAL 'R'
              GO TO ACERTAR-CREDENCIAL-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WS-SIT-DEVIDA EQUAL 'R'
                   MOVE 'R' TO WS-COD-LOG
               WHEN WS-SIT-DEVIDA EQUAL 'S'
                    AND NOT WS-CRED-SUSPENSA
                   MOVE 'A' TO WS-COD-LOG
               WHEN WS-SIT-DEVIDA EQUAL 'A'
                    AND WS-CRED-SUSPENSA
                   MOVE 'T' TO WS-COD-LOG
           END-EVALUATE.
           IF WS-COD-LOG EQUAL SPACES
              GO TO ACERTAR-CREDENCIAL-FIM
           END-IF.

           MOVE WS-SIT-DEVIDA  TO WS-CRED-SITUACAO.
           MOVE WS-DATA-DEVIDA TO WS-CRED-DATA-SITUACAO.
           ADD 1 TO LK-CS-ALTERADAS.
           PERFORM REGISTRAR-ACESSOLOG.

       ACERTAR-CREDENCIAL-FIM.
           EXIT.

      *------------------- R / A / T NO LOG DE ACESSO (VER CREDENCIAL) *
       REGISTRAR-ACESSOLOG    SECTION.
           OPEN EXTEND ACESSOLOG.
           IF WS-FS-ACESSO EQUAL 35
              OPEN OUTPUT ACESSOLOG
           END-IF.
           IF WS-FS-ACESSO NOT EQUAL ZEROS
              DISPLAY "ERRO NO ACESSOLOG " WS-FS-ACESSO
              GO TO REGISTRAR-ACESSOLOG-FIM
           END-IF.

           MOVE WS-DATAHORA     TO WS-ACE-DATAHORA.
           MOVE WS-CRED-USERID  TO WS-ACE-USERID.
           MOVE WS-CRED-NIVEL   TO WS-ACE-NIVEL.
           MOVE WS-CRED-SETOR   TO WS-ACE-SETOR.
           MOVE WS-COD-LOG      TO WS-ACE-RESULTADO.
           MOVE LK-CS-OPERADOR  TO WS-ACE-CREDENCIAL.
           WRITE WS-ACE-REG.
           CLOSE ACESSOLOG.

       REGISTRAR-ACESSOLOG-FIM.
           EXIT.
       END PROGRAM 3-CREDSIT.
