           SELECT BLOQUEIO ASSIGN TO "..\DADOS\BLOQUEIO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BLOQUEIO.

           SELECT CREDENCIAIS ASSIGN TO "..\DADOS\CREDENCIAIS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-CREDENCIAIS
           RECORD KEY IS WS-CRED-USERID.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-BLOQ-REVISOR          PIC X(10).
           05 WS-BLOQ-REFERENCIA       PIC 9(08).

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
       01 WS-FS-FRAUDEREV              PIC 9(02) VALUE ZEROS.
       01 WS-FS-BLOQUEIO               PIC 9(02) VALUE ZEROS.
       01 WS-FS-CREDENCIAIS            PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-NUMERO                    PIC 9(08) VALUE 0.
       01 WS-DISPOSICAO                PIC 9(01) VALUE 0.
       01 WS-REVISOR                   PIC X(10) VALUE SPACES.
       01 WS-REVISOR-OK                PIC X(01) VALUE 'N'.
           88 WS-REVISOR-VALIDO            VALUE 'S'.
       01 WS-TOT-LISTADOS              PIC 9(04) VALUE 0.

      *------------------- APOIO AO BLOQUEIO DE CLIENTES ------------*
              DISPLAY "REVISOR OBRIGATORIO - NADA GRAVADO"
              GO TO REVISAR-ALERTA-FIM
           END-IF.
           PERFORM CONFERIR-REVISOR.
           IF NOT WS-REVISOR-VALIDO
              GO TO REVISAR-ALERTA-FIM
           END-IF.

           EVALUATE WS-DISPOSICAO
               WHEN 1
       BLOQUEAR-CLIENTE-FIM.
           EXIT.

      *------------------- REVISOR TEM QUE TER CREDENCIAL ATIVA -----*
      *  USUARIO INEXISTENTE, SUSPENSO (AFASTADO) OU REVOGADO          *
      *  (DESLIGADO) NAO ASSINA DISPOSICAO NEM DESBLOQUEIO             *
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

      *------------------- CONSULTA E DESBLOQUEIO -------------------*
      *  MOSTRA O HISTORICO DO CLIENTE NO LIVRO E, SE BLOQUEADO,      *
      *  PERMITE O DESBLOQUEIO COM JUSTIFICATIVA OBRIGATORIA          *
              DISPLAY "REVISOR OBRIGATORIO - NADA GRAVADO"
              GO TO TRATAR-BLOQUEIO-FIM
           END-IF.
           PERFORM CONFERIR-REVISOR.
           IF NOT WS-REVISOR-VALIDO
              GO TO TRATAR-BLOQUEIO-FIM
           END-IF.

           OPEN EXTEND BLOQUEIO.
           IF WS-FS-BLOQUEIO NOT EQUAL ZEROS
