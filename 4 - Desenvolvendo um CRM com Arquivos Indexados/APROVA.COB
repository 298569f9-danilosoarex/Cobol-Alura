           05  CRED-SETOR         PIC X(01).
           05  CRED-SENHA-HASH    PIC 9(10).
           05  CRED-DATA-TROCA    PIC 9(08).
           05  CRED-MATRICULA     PIC 9(06).
           05  CRED-SITUACAO      PIC X(01).
           05  CRED-DATA-SITUACAO PIC 9(08).

       FD  ARQCRM-LOG.
       COPY  "#CRM-LOG".
       01  WRK-DECISAO       PIC X(01) VALUE SPACES.
       01  WRK-LINHA         PIC 9(02) VALUE 10.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
      *  A FILA GUARDA TOKENS; NA TELA VAI A MASCARA DO DOCUMENTO      *
       COPY  "#COFRE-PARM".
       01  WRK-EXIBE-ANTES   PIC X(14) VALUE SPACES.
       01  WRK-EXIBE-NOVO    PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-USUARIO       PIC X(10).

           READ CREDENCIAIS.
           IF CREDENCIAIS-FS NOT EQUAL 00
              OR CRED-NIVEL NOT EQUAL 'A'
              OR CRED-SITUACAO EQUAL 'R' OR CRED-SITUACAO EQUAL 'S'
              OR CRED-SITUACAO EQUAL 'I'
              DISPLAY "SOMENTE SUPERVISOR (NIVEL A) APROVA"
                                                LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 02 COLUMN 01

       EXIBIR-PENDENTE     SECTION.
           IF APROV-PENDENTE
              PERFORM PREPARAR-EXIBICAO
              DISPLAY APROV-ID           LINE WRK-LINHA COLUMN 01
              DISPLAY APROV-CLIENTE-ID   LINE WRK-LINHA COLUMN 08
              DISPLAY APROV-CAMPO        LINE WRK-LINHA COLUMN 16
              DISPLAY WRK-EXIBE-ANTES    LINE WRK-LINHA COLUMN 21
              DISPLAY "->"               LINE WRK-LINHA COLUMN 36
              DISPLAY WRK-EXIBE-NOVO     LINE WRK-LINHA COLUMN 39
              DISPLAY APROV-SOLICITANTE  LINE WRK-LINHA COLUMN 55
              ADD 1 TO WRK-LINHA
           END-IF.
              GO TO DECIDIR-SOLICITACAO-EXIT
           END-IF.

           PERFORM PREPARAR-EXIBICAO.
           DISPLAY "CLIENTE "                   LINE 10 COLUMN 01.
           DISPLAY APROV-CLIENTE-ID             LINE 10 COLUMN 09.
           DISPLAY APROV-CAMPO                  LINE 10 COLUMN 17.
           DISPLAY WRK-EXIBE-ANTES              LINE 10 COLUMN 23.
           DISPLAY "->"                         LINE 10 COLUMN 38.
           DISPLAY WRK-EXIBE-NOVO               LINE 10 COLUMN 41.

           DISPLAY "(A)PROVAR (R)EJEITAR (V)OLTAR"
                                                LINE 12 COLUMN 01.
       DECIDIR-SOLICITACAO-EXIT.
           EXIT.

      *------------------- VALORES DA SOLICITACAO PARA A TELA ----------*
       PREPARAR-EXIBICAO     SECTION.
           MOVE APROV-VALOR-ANTES TO WRK-EXIBE-ANTES.
           MOVE APROV-VALOR-NOVO  TO WRK-EXIBE-NOVO.
           IF APROV-CAMPO NOT EQUAL "CPF " AND APROV-CAMPO NOT EQUAL
              "CNPJ"
              GO TO PREPARAR-EXIBICAO-EXIT
           END-IF.

           MOVE 'M'               TO CFR-OPERACAO.
           IF APROV-CAMPO EQUAL "CPF "
              MOVE 'F'            TO CFR-TIPO
           ELSE
              MOVE 'J'            TO CFR-TIPO
           END-IF.
           MOVE "APROVA"          TO CFR-PROGRAMA.
           MOVE LK-USUARIO        TO CFR-USUARIO.
           MOVE APROV-CLIENTE-ID  TO CFR-CLIENTE-ID.

           MOVE FUNCTION NUMVAL (APROV-VALOR-ANTES) TO CFR-TOKEN.
           CALL "COFRECRM" USING CFR-PARAMETROS.
           MOVE CFR-MASCARA       TO WRK-EXIBE-ANTES.

           MOVE FUNCTION NUMVAL (APROV-VALOR-NOVO) TO CFR-TOKEN.
           CALL "COFRECRM" USING CFR-PARAMETROS.
           MOVE CFR-MASCARA       TO WRK-EXIBE-NOVO.

       PREPARAR-EXIBICAO-EXIT.
           EXIT.

      *------------------- SO A APROVACAO REGRAVA O CADASTRO -----------*
       APLICAR-MUDANCA     SECTION.
           MOVE APROV-CLIENTE-ID TO ARQCRM-ID.
