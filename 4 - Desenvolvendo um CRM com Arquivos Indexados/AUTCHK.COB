           05  CRED-SETOR         PIC X(01).
           05  CRED-SENHA-HASH    PIC 9(10).
           05  CRED-DATA-TROCA    PIC 9(08).
           05  CRED-MATRICULA     PIC 9(06).
           05  CRED-SITUACAO      PIC X(01).
           05  CRED-DATA-SITUACAO PIC 9(08).

       FD  AUTORIZA.
       COPY  "#AUTORIZA".
           GOBACK.

      *------------------- OPERADOR TEM QUE EXISTIR --------------------*
      *  E ESTAR COM A CREDENCIAL ATIVA: DESLIGADO OU AFASTADO COM A  *
      *  SESSAO AINDA ABERTA PERDE O ACESSO NA PROXIMA OPCAO          *
       LER-CREDENCIAL    SECTION.
           OPEN INPUT CREDENCIAIS.
           IF CREDENCIAIS-FS NOT EQUAL ZEROS
           IF CREDENCIAIS-FS EQUAL 00
              MOVE CRED-NIVEL TO WRK-NIVEL
              MOVE CRED-SETOR TO WRK-SETOR
              IF CRED-SITUACAO EQUAL 'R' OR CRED-SITUACAO EQUAL 'S'
                 OR CRED-SITUACAO EQUAL 'I'
                 MOVE 'N' TO LK-RESULTADO
              END-IF
           ELSE
              MOVE 'N' TO LK-RESULTADO
           END-IF.
