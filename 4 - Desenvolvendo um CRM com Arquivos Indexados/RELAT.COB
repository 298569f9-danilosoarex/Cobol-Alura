           FILE STATUS IS TAGCRM-FS
           RECORD KEY IS TAG-CHAVE.

           SELECT GRUPOCRM ASSIGN TO "..\DADOS\GRUPOCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS GRUPOCRM-FS
           RECORD KEY IS GRUPO-CHAVE
           ALTERNATE RECORD KEY IS GRUPO-MATRIZ-ID
           WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       FD  TAGCRM.
       COPY  "#TAG".

       FD  GRUPOCRM.
       COPY  "#GRUPO".

       WORKING-STORAGE     SECTION.
       COPY "#CRM-WRK".
       01  ARQCRM-FS         PIC 9(02) VALUE ZEROS.
       01  WRK-TAG-OK       PIC X(01) VALUE 'S'.
           88  TAG-CONFERE  VALUE 'S'.

      *------------------- GRUPO ECONOMICO (VER GRUPOCRM) -------------*
      *  O CSV LEVA O ID DA MATRIZ DO GRUPO; O FILTRO TRAZ A MATRIZ E  *
      *  TODAS AS SUAS FILIAIS                                         *
       01  GRUPOCRM-FS      PIC 9(02) VALUE ZEROS.
       01  WRK-FILTRO-GRUPO PIC 9(09) VALUE 0.
       01  WRK-TEM-GRUPOCRM PIC X(01) VALUE 'N'.
       01  WRK-GRUPO-MATRIZ PIC 9(09) VALUE 0.
       01  WRK-GRUPO-SAIDA  PIC X(09) VALUE SPACES.
       01  WRK-GRUPO-OK     PIC X(01) VALUE 'S'.
           88  GRUPO-CONFERE VALUE 'S'.

      *------------------- FILTRO OPCIONAL DE NOME --------------------*
       01  WRK-FILTRO-NOME  PIC X(30) VALUE SPACES.
       01  WRK-FILTRO-LEN   PIC 9(02) COMP VALUE 0.
      *  EXECUCAO SEM MASCARA, QUE E ANOTADA NA TRILHA DE AUDITORIA   *
       01  WRK-SEM-MASCARA  PIC X(01) VALUE 'N'.
           88  SAIDA-SEM-MASCARA VALUE 'S'.
       01  WRK-DOC-CPF      PIC 9(11) VALUE 0.
       01  WRK-CPF-SAIDA    PIC X(14) VALUE SPACES.
       01  WRK-NASC-SAIDA   PIC X(08) VALUE SPACES.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
      *  O ARQCRM-CPF E UM TOKEN: DOCUMENTO E MASCARA VEM DO COFRE     *
       COPY  "#COFRE-PARM".

       01 WRK-CABEC.
           05 FILLER                  PIC X(04) VALUE "ID".
           05 FILLER                  PIC X(01).
              END-IF
           END-IF.

           DISPLAY "FILTRO DE GRUPO - ID DA MATRIZ (0 = TODOS)"
                                           LINE WRK-LINHA COLUMN 01.
            ACCEPT WRK-FILTRO-GRUPO        LINE WRK-LINHA COLUMN 45.
           ADD 2 TO WRK-LINHA.
           OPEN INPUT GRUPOCRM.
           IF GRUPOCRM-FS EQUAL ZEROS
              MOVE 'S' TO WRK-TEM-GRUPOCRM
           ELSE
              MOVE 0 TO WRK-FILTRO-GRUPO
           END-IF.

           DISPLAY "SAIDA (0)TELA (1)CSV"  LINE WRK-LINHA COLUMN 01.
            ACCEPT WRK-MODO-SAIDA          LINE WRK-LINHA COLUMN 23.
           ADD 2 TO WRK-LINHA.
              MOVE SPACES TO ARQCRM-CSV-LINHA
              STRING "ID,NOME,EMAIL,TELEFONE,STATUS,TIPO,"
                                              DELIMITED BY SIZE
                     "CPF,NASCIMENTO,GRUPO"   DELIMITED BY SIZE
                     INTO ARQCRM-CSV-LINHA
              END-STRING
              WRITE ARQCRM-CSV-LINHA
      *--------- EXIBE REGISTRO DE ACORDO COM O TIPO SELECIONADO -------
           PERFORM VERIFICAR-FILTRO-NOME.
           PERFORM VERIFICAR-FILTRO-TAG.
           PERFORM VERIFICAR-FILTRO-GRUPO.

           IF NOT ARQCRM-STATUS-EXCLUIDO
              AND NOME-CONFERE
              AND TAG-CONFERE
              AND GRUPO-CONFERE
              AND (WRK-FILTRO-TERR EQUAL SPACES
                   OR ARQCRM-TERRITORIO EQUAL WRK-FILTRO-TERR)
              AND (WRK-TIPO-RELAT EQUAL 2
                     WRK-CPF-SAIDA           DELIMITED BY SIZE
                     ","                     DELIMITED BY SIZE
                     WRK-NASC-SAIDA          DELIMITED BY SIZE
                     ","                     DELIMITED BY SIZE
                     WRK-GRUPO-SAIDA         DELIMITED BY SIZE
                     INTO ARQCRM-CSV-LINHA
              END-STRING
              WRITE ARQCRM-CSV-LINHA

      *------------------- APLICA A POLITICA DE MASCARA ---------------*
       PREPARAR-DADOS-SENSIVEIS    SECTION.
           MOVE 'F'                    TO CFR-TIPO.
           MOVE ARQCRM-CPF             TO CFR-TOKEN.
           MOVE "RELAT"                TO CFR-PROGRAMA.
           MOVE "RELAT"                TO CFR-USUARIO.
           MOVE ARQCRM-ID              TO CFR-CLIENTE-ID.
           IF SAIDA-SEM-MASCARA
              MOVE 'D'                 TO CFR-OPERACAO
              CALL "COFRECRM" USING CFR-PARAMETROS
           END-IF.

      *    SEM O DOCUMENTO (COFRE FORA OU ACESSO NEGADO) VALE A MASCARA
           IF SAIDA-SEM-MASCARA AND CFR-OK
              MOVE CFR-DOCUMENTO          TO WRK-DOC-CPF
              MOVE WRK-DOC-CPF            TO WRK-CPF-SAIDA
              MOVE ARQCRM-DATA-NASCIMENTO TO WRK-NASC-SAIDA
           ELSE
              MOVE 'M'                 TO CFR-OPERACAO
              CALL "COFRECRM" USING CFR-PARAMETROS
              MOVE CFR-MASCARA            TO WRK-CPF-SAIDA
              MOVE SPACES TO WRK-NASC-SAIDA
           END-IF.

              END-IF
           END-IF.

      *------------------- LOCALIZA O GRUPO E CONFERE O FILTRO --------*
       VERIFICAR-FILTRO-GRUPO    SECTION.
           MOVE 'S'    TO WRK-GRUPO-OK.
           MOVE 0      TO WRK-GRUPO-MATRIZ.
           MOVE SPACES TO WRK-GRUPO-SAIDA.
           IF WRK-TEM-GRUPOCRM EQUAL 'S'
              AND ARQCRM-PESSOA-JURIDICA
              MOVE ARQCRM-ID TO GRUPO-CLIENTE-ID
              READ GRUPOCRM KEY IS GRUPO-CHAVE
              IF GRUPOCRM-FS EQUAL 00
                 MOVE GRUPO-MATRIZ-ID  TO WRK-GRUPO-MATRIZ
                 MOVE WRK-GRUPO-MATRIZ TO WRK-GRUPO-SAIDA
              END-IF
           END-IF.
           IF WRK-FILTRO-GRUPO NOT EQUAL 0
              AND WRK-GRUPO-MATRIZ NOT EQUAL WRK-FILTRO-GRUPO
              MOVE 'N' TO WRK-GRUPO-OK
           END-IF.

      *------------------- LE OS PARAMETROS DE OPERACAO ---------------*
      *  SEM O ARQUIVO OU SEM O CODIGO, VALEM OS PADROES DO PROGRAMA   *
       LER-PARAMETROS    SECTION.
           IF WRK-TEM-TAGCRM EQUAL 'S'
              CLOSE TAGCRM
           END-IF.
           IF WRK-TEM-GRUPOCRM EQUAL 'S'
              CLOSE GRUPOCRM
           END-IF.

           OPEN OUTPUT ARQCRM-CKP.
           MOVE 0 TO ARQCRM-CKP-LINHA.
