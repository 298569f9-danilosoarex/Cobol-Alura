           05 WS-CRED-SENHA-HASH    PIC 9(10).
           05 WS-CRED-DATA-TROCA    PIC 9(08).
      *        DATA DA ULTIMA TROCA DE SENHA; ZEROS OBRIGA A TROCA
           05 WS-CRED-MATRICULA     PIC 9(06).
      *        FUNCIONARIO DONO DO USUARIO (0 = SEM VINCULO)
           05 WS-CRED-SITUACAO      PIC X(01).
               88 WS-CRED-INATIVA       VALUE 'R' 'S' 'I'.
      *        A OU BRANCO = ATIVA, S = SUSPENSA (AFASTAMENTO),
      *        R = REVOGADA (DESLIGAMENTO) - VER 3-CREDSIT
      *        I = INATIVADA POR FALTA DE USO - VER RECERTCRM
           05 WS-CRED-DATA-SITUACAO PIC 9(08).

       FD  ACESSOLOG.
       01  WS-LOG-REG.
      *        S = ACESSO CONCEDIDO / N = ACESSO NEGADO
      *        U = DESBLOQUEIO PELO SUPERVISOR
      *        V = SENHA CERTA POREM VENCIDA (VER MENU-CRM)
      *        R = CREDENCIAL REVOGADA PELO DESLIGAMENTO
      *        A = CREDENCIAL SUSPENSA PELO AFASTAMENTO
      *        T = CREDENCIAL REATIVADA NA VOLTA DO AFASTAMENTO
      *            (R/A/T VEM DO 3-CREDSIT, COM QUEM MUDOU A SITUACAO
      *            NO CAMPO CREDENCIAL)
      *        I = CREDENCIAL INATIVADA POR FALTA DE USO (RECERTCRM);
      *            R/T TAMBEM VEM DA DECISAO DO SUPERVISOR NA
      *            RECERTIFICACAO (RECERTSUP)
           05 WS-LOG-CREDENCIAL     PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-CREDENCIAL                    PIC X(02).
       01 WS-ACESSO-OK                     PIC X(01) VALUE 'N'.
           88 WS-ACESSO-CONCEDIDO              VALUE 'S'.
       01 WS-SITUACAO-NEGADA               PIC X(01) VALUE SPACES.

       01 WS-USERID-IDX                    PIC 9(02) COMP.
       01 WS-USERID-CHAR                   PIC X(01).

           MOVE 'N'      TO WS-ACESSO-OK.
           MOVE SPACES   TO WS-CREDENCIAL.
           MOVE SPACES   TO WS-SITUACAO-NEGADA.

           IF WS-USUARIO-BLOQUEADO
              DISPLAY "USUARIO BLOQUEADO POR TENTATIVAS SEGUIDAS -"
                   INTO WS-CREDENCIAL
                 END-STRING

                 IF WS-CRED-INATIVA
                    MOVE WS-CRED-SITUACAO TO WS-SITUACAO-NEGADA
                    GO TO AUTENTICAR-INATIVA
                 END-IF

                 EVALUATE WS-CREDENCIAL
                     WHEN 'AX'
                          MOVE 'S' TO WS-ACESSO-OK
              END-IF
           END-IF.

           GO TO AUTENTICAR-FIM.

      *    SENHA CERTA, MAS O DONO FOI DESLIGADO, ESTA AFASTADO OU
      *    FICOU SEM USAR O ACESSO ALEM DO PRAZO
       AUTENTICAR-INATIVA.
           EVALUATE WS-SITUACAO-NEGADA
               WHEN 'R'
                   DISPLAY "CREDENCIAL REVOGADA - PROCURE O RH"
               WHEN 'I'
                   DISPLAY "CREDENCIAL INATIVADA POR FALTA DE USO -"
                           " PROCURE O SUPERVISOR"
               WHEN OTHER
                   DISPLAY "CREDENCIAL SUSPENSA - PROCURE O RH"
           END-EVALUATE.

       AUTENTICAR-FIM.
           EXIT.

              GO TO DESBLOQUEAR-FIM
           END-IF.
           IF WS-CRED-NIVEL NOT EQUAL 'A'
              OR WS-CRED-INATIVA
              DISPLAY "SOMENTE NIVEL A DESBLOQUEIA"
              GO TO DESBLOQUEAR-FIM
           END-IF.
           MOVE WS-CRED-NIVEL  TO WS-LOG-NIVEL.
           MOVE WS-CRED-SETOR  TO WS-LOG-SETOR.
           MOVE WS-CREDENCIAL  TO WS-LOG-CREDENCIAL.
           EVALUATE WS-SITUACAO-NEGADA
               WHEN 'R'
                   MOVE "REVOGADA" TO WS-LOG-CREDENCIAL
               WHEN 'S'
                   MOVE "SUSPENSA" TO WS-LOG-CREDENCIAL
               WHEN 'I'
                   MOVE "INATIVA"  TO WS-LOG-CREDENCIAL
           END-EVALUATE.

           IF WS-ACESSO-CONCEDIDO
              MOVE 'S' TO WS-LOG-RESULTADO
