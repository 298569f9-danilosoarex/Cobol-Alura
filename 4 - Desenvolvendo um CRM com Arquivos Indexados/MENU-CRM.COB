           05  CRED-SENHA-HASH    PIC 9(10).
           05  CRED-DATA-TROCA    PIC 9(08).
      *        DATA DA ULTIMA TROCA DE SENHA (VER CREDENCIAL)
           05  CRED-MATRICULA     PIC 9(06).
      *        FUNCIONARIO DONO DO USUARIO (0 = SEM VINCULO)
           05  CRED-SITUACAO      PIC X(01).
      *        A OU BRANCO = ATIVA, S = SUSPENSA (AFASTAMENTO),
      *        R = REVOGADA (DESLIGAMENTO) - VER 3-CREDSIT
      *        I = INATIVADA POR FALTA DE USO - VER RECERTCRM
           05  CRED-DATA-SITUACAO PIC 9(08).

       FD  ACESSOLOG.
       01  ACESSO-REGISTRO.
      *            BLOQUEIO POR TENTATIVAS ERRADAS)
      *        D = OPCAO NEGADA PELA MATRIZ DE AUTORIZACAO; O
      *            RECURSO NEGADO FICA EM ACESSO-CREDENCIAL
      *        R = CREDENCIAL REVOGADA PELO DESLIGAMENTO
      *        A = CREDENCIAL SUSPENSA PELO AFASTAMENTO
      *        T = CREDENCIAL REATIVADA NA VOLTA DO AFASTAMENTO
      *            (R/A/T GRAVADOS PELO 3-CREDSIT, COM O OPERADOR OU
      *            A ROTINA QUE MUDOU A SITUACAO EM ACESSO-CREDENCIAL;
      *            A TENTATIVA DE ENTRADA COM CREDENCIAL SUSPENSA OU
      *            REVOGADA E UM 'N' COM A SITUACAO EM ACESSO-
      *            CREDENCIAL)
      *        I = CREDENCIAL INATIVADA POR FALTA DE USO PELO
      *            RECERTCRM; NA RECERTIFICACAO O SUPERVISOR REVOGA
      *            (R) OU REATIVA (T) PELO RECERTSUP, COM O SEU
      *            USUARIO EM ACESSO-CREDENCIAL
           05  ACESSO-CREDENCIAL  PIC X(16).

       FD  AUTORIZA.
       01  WRK-BLOQUEADO    PIC X(01) VALUE 'N'.
           88  USUARIO-BLOQUEADO VALUE 'S'.
       01  WRK-SENHA-VENCIDA PIC X(01) VALUE 'N'.
       01  WRK-CRED-INATIVA PIC X(01) VALUE 'N'.

      *------------------- MATRIZ DE AUTORIZACAO ----------------------*
      *  CADA OPCAO E CONFERIDA CONTRA A AUTORIZA.DAT ANTES DA        *
       TENTAR-ACESSO    SECTION.
           ADD 1 TO WRK-TENTATIVAS.
           MOVE 'N' TO WRK-SENHA-VENCIDA.
           MOVE 'N' TO WRK-CRED-INATIVA.

           DISPLAY "IDENTIFICACAO DO OPERADOR"   LINE 01 COLUMN 01.
           DISPLAY "-------------------------"   LINE 02 COLUMN 01.
              MOVE 'S' TO WRK-ACESSO-OK
              MOVE CRED-NIVEL TO WRK-NIVEL-USU
              MOVE CRED-SETOR TO WRK-SETOR-USU
              PERFORM CONFERIR-SITUACAO
              IF ACESSO-CONCEDIDO
                 PERFORM CONFERIR-VALIDADE-SENHA
              END-IF
           ELSE
              MOVE 'N' TO WRK-ACESSO-OK
              DISPLAY "USUARIO OU SENHA INVALIDOS"
       TENTAR-ACESSO-EXIT.
           EXIT.

      *------------------- CREDENCIAL DE DESLIGADO OU AFASTADO --------*
      *  A SITUACAO E MANTIDA PELO 3-CREDSIT, CHAMADO PELO 3-FUNCCAD  *
      *  NO DESLIGAMENTO/AFASTAMENTO E PELA ROTINA DIARIA 3-CREDDIA   *
       CONFERIR-SITUACAO    SECTION.
           EVALUATE CRED-SITUACAO
               WHEN 'R'
                   MOVE 'N' TO WRK-ACESSO-OK
                   MOVE 'R' TO WRK-CRED-INATIVA
                   DISPLAY "CREDENCIAL REVOGADA - PROCURE O RH"
                                                 LINE 07 COLUMN 01
               WHEN 'S'
                   MOVE 'N' TO WRK-ACESSO-OK
                   MOVE 'S' TO WRK-CRED-INATIVA
                   DISPLAY "CREDENCIAL SUSPENSA - PROCURE O RH"
                                                 LINE 07 COLUMN 01
               WHEN 'I'
                   MOVE 'N' TO WRK-ACESSO-OK
                   MOVE 'I' TO WRK-CRED-INATIVA
                   DISPLAY "CREDENCIAL INATIVADA POR FALTA DE USO"
                                                 LINE 07 COLUMN 01
           END-EVALUATE.

      *------------------- VALIDADE DA SENHA, COMO NO CREDENCIAL ------*
      *  SENHA VENCIDA (OU NUNCA TROCADA) NAO ENTRA NO MENU; A TROCA  *
      *  E FEITA NO PROGRAMA CREDENCIAL                                *
                   END-STRING
               WHEN WRK-SENHA-VENCIDA EQUAL 'S'
                   MOVE 'V' TO ACESSO-RESULTADO
               WHEN WRK-CRED-INATIVA EQUAL 'R'
                   MOVE 'N' TO ACESSO-RESULTADO
                   MOVE "REVOGADA" TO ACESSO-CREDENCIAL
               WHEN WRK-CRED-INATIVA EQUAL 'S'
                   MOVE 'N' TO ACESSO-RESULTADO
                   MOVE "SUSPENSA" TO ACESSO-CREDENCIAL
               WHEN WRK-CRED-INATIVA EQUAL 'I'
                   MOVE 'N' TO ACESSO-RESULTADO
                   MOVE "INATIVA" TO ACESSO-CREDENCIAL
               WHEN OTHER
                   MOVE 'N' TO ACESSO-RESULTADO
           END-EVALUATE.
           DISPLAY "23 - SPOOL DE RELATORIOS"    LINE 05 COLUMN 30.
           DISPLAY "24 - FILA DE APROVACOES"     LINE 06 COLUMN 30.
           DISPLAY "25 - MATRIZ AUTORIZACAO"     LINE 07 COLUMN 30.
           DISPLAY "26 - GRUPO ECONOMICO"        LINE 08 COLUMN 30.
           DISPLAY "27 - REVISAO DE ACESSOS"     LINE 09 COLUMN 30.
           DISPLAY "99 - SAIR            "      LINE 22 COLUMN 01.

           DISPLAY "OPCAO "                     LINE 23 COLUMN 01.
                   CALL "APROVA" USING WRK-USUARIO
               WHEN 25
                   CALL "AUTOCAD" USING WRK-USUARIO
               WHEN 26
                   CALL "GRUPOVIS"
               WHEN 27
                   CALL "RECERTSUP" USING WRK-USUARIO
               WHEN 99
                   CONTINUE
               WHEN OTHER
