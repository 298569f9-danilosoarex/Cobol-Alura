       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTSUP.

      *----------------------------------------------------------------*
      *  RECERTIFICACAO DE ACESSOS PELO SUPERVISOR. O SUPERVISOR       *
      *  (NIVEL A) VE OS ITENS PENDENTES DO RECERT.DAT DO SEU SETOR E  *
      *  OS ESCALADOS DE QUALQUER SETOR, E CONFIRMA OU REVOGA CADA     *
      *  USUARIO. A DECISAO FICA NO ITEM (QUEM E QUANDO); A REVOGACAO  *
      *  (R) E A REATIVACAO DA CREDENCIAL INATIVADA POR FALTA DE USO   *
      *  (T) VAO TAMBEM AO ACESSOLOG.DAT. NINGUEM DECIDE O PROPRIO     *
      *  ACESSO. OS ITENS SAO GERADOS PELO RECERTCRM.                  *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CREDENCIAIS ASSIGN TO "..\DADOS\CREDENCIAIS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS CREDENCIAIS-FS
           RECORD KEY IS CRED-USERID.

           SELECT RECERT ASSIGN TO "..\DADOS\RECERT.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RECERT-FS
           RECORD KEY IS RECERT-CHAVE.

           SELECT ACESSOLOG ASSIGN TO "..\DADOS\ACESSOLOG.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS ACESSOLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENCIAIS.
       01  CRED-REGISTRO.
           05  CRED-USERID        PIC X(10).
           05  CRED-NIVEL         PIC X(01).
           05  CRED-SETOR         PIC X(01).
           05  CRED-SENHA-HASH    PIC 9(10).
           05  CRED-DATA-TROCA    PIC 9(08).
           05  CRED-MATRICULA     PIC 9(06).
           05  CRED-SITUACAO      PIC X(01).
           05  CRED-DATA-SITUACAO PIC 9(08).

       FD  RECERT.
       COPY  "#RECERT".

       FD  ACESSOLOG.
       01  ACESSO-REGISTRO.
           05  ACESSO-DATAHORA    PIC X(14).
           05  ACESSO-USERID      PIC X(10).
           05  ACESSO-NIVEL       PIC X(01).
           05  ACESSO-SETOR       PIC X(01).
           05  ACESSO-RESULTADO   PIC X(01).
           05  ACESSO-CREDENCIAL  PIC X(16).

       WORKING-STORAGE     SECTION.
       01  CREDENCIAIS-FS    PIC 9(02) VALUE ZEROS.
       01  RECERT-FS         PIC 9(02) VALUE ZEROS.
       01  ACESSOLOG-FS      PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO -------------------------*
       01  WRK-SEGURATELA    PIC X(01) VALUE SPACES.
       01  WRK-OPCAO         PIC 9(01) VALUE 0.
       01  WRK-DECISAO       PIC X(01) VALUE SPACES.
       01  WRK-LINHA         PIC 9(02) VALUE 10.
       01  WRK-CICLO         PIC 9(05) VALUE 0.
       01  WRK-USERID        PIC X(10) VALUE SPACES.
       01  WRK-MOTIVO        PIC X(30) VALUE SPACES.
       01  WRK-SETOR-SUP     PIC X(01) VALUE SPACES.
       01  WRK-DATAHORA      PIC X(14) VALUE SPACES.
       01  WRK-COD-LOG       PIC X(01) VALUE SPACES.
       01  WRK-MARCA         PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-USUARIO       PIC X(10).

       PROCEDURE DIVISION USING LK-USUARIO.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WRK-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           GOBACK.

      *------------------- SO SUPERVISOR (NIVEL A) ENTRA --------------*
       INICIAR    SECTION.
           MOVE 0 TO WRK-OPCAO.
           OPEN I-O CREDENCIAIS.
           IF CREDENCIAIS-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS CREDENCIAIS"
                                                LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 02 COLUMN 01
              MOVE 9 TO WRK-OPCAO
              GO TO INICIAR-EXIT
           END-IF.

           MOVE LK-USUARIO TO CRED-USERID.
           READ CREDENCIAIS.
           IF CREDENCIAIS-FS NOT EQUAL 00
              OR CRED-NIVEL NOT EQUAL 'A'
              OR CRED-SITUACAO EQUAL 'R' OR CRED-SITUACAO EQUAL 'S'
              OR CRED-SITUACAO EQUAL 'I'
              DISPLAY "SOMENTE SUPERVISOR (NIVEL A) RECERTIFICA"
                                                LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 02 COLUMN 01
              CLOSE CREDENCIAIS
              MOVE 9 TO WRK-OPCAO
              GO TO INICIAR-EXIT
           END-IF.
           MOVE CRED-SETOR TO WRK-SETOR-SUP.

           OPEN I-O RECERT.
           IF RECERT-FS NOT EQUAL ZEROS
              DISPLAY "NENHUMA RECERTIFICACAO GERADA (RECERTCRM)"
                                                LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 02 COLUMN 01
              CLOSE CREDENCIAIS
              MOVE 9 TO WRK-OPCAO
           END-IF.

       INICIAR-EXIT.
           EXIT.

       PROCESSAR     SECTION.
           DISPLAY "REVISAO DE ACESSOS    "     LINE 01 COLUMN 01.
           DISPLAY "----------------------"     LINE 02 COLUMN 01.
           DISPLAY "1 - LISTAR PENDENTES  "     LINE 03 COLUMN 01.
           DISPLAY "2 - CONFIRMAR/REVOGAR "     LINE 04 COLUMN 01.
           DISPLAY "9 - SAIR              "     LINE 05 COLUMN 01.
           DISPLAY "SETOR: "                    LINE 01 COLUMN 40.
           DISPLAY WRK-SETOR-SUP                LINE 01 COLUMN 47.
           DISPLAY "OPCAO "                     LINE 07 COLUMN 01.
              ACCEPT WRK-OPCAO                  LINE 07 COLUMN 10.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM LISTAR-PENDENTES
               WHEN 2
                   PERFORM DECIDIR-ITEM
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"     LINE 09 COLUMN 01
                   ACCEPT WRK-SEGURATELA        LINE 09 COLUMN 20
           END-EVALUATE.

      *------------------- PENDENTES DO SETOR E ESCALADOS -------------*
       LISTAR-PENDENTES     SECTION.
           MOVE ZEROS  TO RECERT-CICLO.
           MOVE SPACES TO RECERT-USERID.
           START RECERT KEY IS NOT LESS THAN RECERT-CHAVE.
           IF RECERT-FS NOT EQUAL ZEROS
              DISPLAY "NADA A REVISAR"          LINE 09 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 10 COLUMN 01
              GO TO LISTAR-PENDENTES-EXIT
           END-IF.

           DISPLAY "CICLO USUARIO    NV ST SIT ULT.ENTR E"
                                                LINE 09 COLUMN 01.
           MOVE 10 TO WRK-LINHA.
           READ RECERT NEXT RECORD.
           PERFORM EXIBIR-PENDENTE
              UNTIL RECERT-FS NOT EQUAL ZEROS
                 OR WRK-LINHA > 21.

           DISPLAY "E = ESCALADO; I = INATIVADA POR FALTA DE USO"
                                                LINE 22 COLUMN 20.
           ACCEPT WRK-SEGURATELA                LINE 22 COLUMN 01.

       LISTAR-PENDENTES-EXIT.
           EXIT.

       EXIBIR-PENDENTE     SECTION.
           IF RECERT-PENDENTE
              AND RECERT-USERID NOT EQUAL LK-USUARIO
              AND (RECERT-SETOR EQUAL WRK-SETOR-SUP
               OR RECERT-FOI-ESCALADA)
              IF RECERT-FOI-ESCALADA
                 MOVE 'E'   TO WRK-MARCA
              ELSE
                 MOVE SPACE TO WRK-MARCA
              END-IF
              DISPLAY RECERT-CICLO          LINE WRK-LINHA COLUMN 01
              DISPLAY RECERT-USERID         LINE WRK-LINHA COLUMN 07
              DISPLAY RECERT-NIVEL          LINE WRK-LINHA COLUMN 18
              DISPLAY RECERT-SETOR          LINE WRK-LINHA COLUMN 21
              DISPLAY RECERT-SITUACAO-CRED  LINE WRK-LINHA COLUMN 24
              DISPLAY RECERT-ULTIMO-ACESSO  LINE WRK-LINHA COLUMN 28
              DISPLAY WRK-MARCA             LINE WRK-LINHA COLUMN 37
              ADD 1 TO WRK-LINHA
           END-IF.
           READ RECERT NEXT RECORD.

      *------------------- CONFIRMA OU REVOGA O ACESSO ----------------*
       DECIDIR-ITEM     SECTION.
           DISPLAY "CICLO (AAAAT) "             LINE 09 COLUMN 01.
              ACCEPT WRK-CICLO                  LINE 09 COLUMN 16.
           DISPLAY "USUARIO       "             LINE 10 COLUMN 01.
              ACCEPT WRK-USERID                 LINE 10 COLUMN 16.

           MOVE WRK-CICLO  TO RECERT-CICLO.
           MOVE WRK-USERID TO RECERT-USERID.
           READ RECERT KEY IS RECERT-CHAVE.
           IF RECERT-FS NOT EQUAL 00
              DISPLAY "ITEM DE REVISAO NAO ENCONTRADO"
                                                LINE 12 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 13 COLUMN 01
              GO TO DECIDIR-ITEM-EXIT
           END-IF.

           IF NOT RECERT-PENDENTE
              DISPLAY "ITEM JA DECIDIDO ("      LINE 12 COLUMN 01
              DISPLAY RECERT-DECISAO            LINE 12 COLUMN 19
              DISPLAY ") POR "                  LINE 12 COLUMN 20
              DISPLAY RECERT-SUPERVISOR         LINE 12 COLUMN 26
              ACCEPT WRK-SEGURATELA             LINE 13 COLUMN 01
              GO TO DECIDIR-ITEM-EXIT
           END-IF.

           IF RECERT-USERID EQUAL LK-USUARIO
              DISPLAY "SUPERVISOR NAO RECERTIFICA O PROPRIO ACESSO"
                                                LINE 12 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 13 COLUMN 01
              GO TO DECIDIR-ITEM-EXIT
           END-IF.

           IF RECERT-SETOR NOT EQUAL WRK-SETOR-SUP
              AND NOT RECERT-FOI-ESCALADA
              DISPLAY "USUARIO DE OUTRO SETOR - AGUARDE A ESCALACAO"
                                                LINE 12 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 13 COLUMN 01
              GO TO DECIDIR-ITEM-EXIT
           END-IF.

           MOVE RECERT-USERID TO CRED-USERID.
           READ CREDENCIAIS.
           IF CREDENCIAIS-FS NOT EQUAL 00
              DISPLAY "USUARIO NAO ESTA MAIS NAS CREDENCIAIS"
                                                LINE 12 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 13 COLUMN 01
              GO TO DECIDIR-ITEM-EXIT
           END-IF.

           DISPLAY "NIVEL "                     LINE 11 COLUMN 01.
           DISPLAY CRED-NIVEL                   LINE 11 COLUMN 07.
           DISPLAY "SETOR "                     LINE 11 COLUMN 10.
           DISPLAY CRED-SETOR                   LINE 11 COLUMN 16.
           DISPLAY "SITUACAO "                  LINE 11 COLUMN 19.
           DISPLAY CRED-SITUACAO                LINE 11 COLUMN 28.
           DISPLAY "ULTIMA ENTRADA "            LINE 11 COLUMN 31.
           DISPLAY RECERT-ULTIMO-ACESSO         LINE 11 COLUMN 46.
           IF CRED-SITUACAO EQUAL 'I'
              DISPLAY "INATIVADA POR FALTA DE USO - CONFIRMAR REATIVA"
                                                LINE 12 COLUMN 01
           END-IF.

           DISPLAY "(C)ONFIRMAR (R)EVOGAR (V)OLTAR"
                                                LINE 14 COLUMN 01.
              ACCEPT WRK-DECISAO                LINE 14 COLUMN 33.

           EVALUATE WRK-DECISAO
               WHEN 'C'
                   PERFORM CONFIRMAR-ACESSO
               WHEN 'R'
                   PERFORM REVOGAR-ACESSO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ACCEPT WRK-SEGURATELA                LINE 18 COLUMN 01.

       DECIDIR-ITEM-EXIT.
           EXIT.

      *------------------- CONFIRMACAO -------------------------------*
      *  CREDENCIAL INATIVADA POR FALTA DE USO VOLTA A ATIVA; SUSPENSA*
      *  CONTINUA COMO ESTA (QUEM REATIVA E O 3-CREDSIT NA VOLTA)     *
       CONFIRMAR-ACESSO     SECTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATAHORA.
           IF CRED-SITUACAO EQUAL 'I'
              MOVE 'A'                TO CRED-SITUACAO
              MOVE WRK-DATAHORA (1:8) TO CRED-DATA-SITUACAO
              REWRITE CRED-REGISTRO
              IF CREDENCIAIS-FS NOT EQUAL 00
                 DISPLAY "ERRO AO REATIVAR A CREDENCIAL"
                                                LINE 16 COLUMN 01
                 GO TO CONFIRMAR-ACESSO-EXIT
              END-IF
              MOVE 'T' TO WRK-COD-LOG
              PERFORM REGISTRAR-ACESSOLOG
           END-IF.

           MOVE SPACES TO RECERT-MOTIVO.
           MOVE 'C' TO RECERT-DECISAO.
           PERFORM GRAVAR-DECISAO.
           DISPLAY "ACESSO CONFIRMADO"          LINE 16 COLUMN 01.

       CONFIRMAR-ACESSO-EXIT.
           EXIT.

      *------------------- REVOGACAO --------------------------------*
      *  DEFINITIVA, COMO NO DESLIGAMENTO: PARA VOLTAR, USUARIO NOVO  *
       REVOGAR-ACESSO     SECTION.
           DISPLAY "JUSTIFICATIVA "             LINE 15 COLUMN 01.
              ACCEPT WRK-MOTIVO                 LINE 15 COLUMN 16.
           IF WRK-MOTIVO EQUAL SPACES
              DISPLAY "JUSTIFICATIVA OBRIGATORIA - NADA GRAVADO"
                                                LINE 16 COLUMN 01
              GO TO REVOGAR-ACESSO-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATAHORA.
           MOVE 'R'                TO CRED-SITUACAO.
           MOVE WRK-DATAHORA (1:8) TO CRED-DATA-SITUACAO.
           REWRITE CRED-REGISTRO.
           IF CREDENCIAIS-FS NOT EQUAL 00
              DISPLAY "ERRO AO REVOGAR A CREDENCIAL"
                                                LINE 16 COLUMN 01
              GO TO REVOGAR-ACESSO-EXIT
           END-IF.
           MOVE 'R' TO WRK-COD-LOG.
           PERFORM REGISTRAR-ACESSOLOG.

           MOVE WRK-MOTIVO TO RECERT-MOTIVO.
           MOVE 'R' TO RECERT-DECISAO.
           PERFORM GRAVAR-DECISAO.
           DISPLAY "ACESSO REVOGADO"            LINE 16 COLUMN 01.

       REVOGAR-ACESSO-EXIT.
           EXIT.

       GRAVAR-DECISAO     SECTION.
           MOVE CRED-SITUACAO  TO RECERT-SITUACAO-CRED.
           MOVE LK-USUARIO     TO RECERT-SUPERVISOR.
           MOVE WRK-DATAHORA   TO RECERT-DATAHORA-DECISAO.
           REWRITE RECERT-REGISTRO.
           IF RECERT-FS NOT EQUAL 00
              DISPLAY "ERRO AO GRAVAR A DECISAO"
                                                LINE 17 COLUMN 01
           END-IF.

      *------------------- R / T NO LOG DE ACESSO (VER MENU-CRM) ------*
       REGISTRAR-ACESSOLOG     SECTION.
           OPEN EXTEND ACESSOLOG.
           IF ACESSOLOG-FS EQUAL 35
              OPEN OUTPUT ACESSOLOG
           END-IF.
           IF ACESSOLOG-FS NOT EQUAL ZEROS
              GO TO REGISTRAR-ACESSOLOG-EXIT
           END-IF.
           MOVE WRK-DATAHORA   TO ACESSO-DATAHORA.
           MOVE CRED-USERID    TO ACESSO-USERID.
           MOVE CRED-NIVEL     TO ACESSO-NIVEL.
           MOVE CRED-SETOR     TO ACESSO-SETOR.
           MOVE WRK-COD-LOG    TO ACESSO-RESULTADO.
           MOVE LK-USUARIO     TO ACESSO-CREDENCIAL.
           WRITE ACESSO-REGISTRO.
           CLOSE ACESSOLOG.

       REGISTRAR-ACESSOLOG-EXIT.
           EXIT.

       FINALIZAR     SECTION.
           CLOSE RECERT.
           CLOSE CREDENCIAIS.
       END PROGRAM RECERTSUP.
