      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 3-CREDDIA.
      *-----------------------------------------------------------------
      *  ROTINA DIARIA DAS CREDENCIAIS: LEVA AO CREDENCIAIS.DAT OS    *
      *  DESLIGAMENTOS E AFASTAMENTOS DO CADASTRO CUJA DATA CHEGOU    *
      *  (O 3-FUNCCAD SO RESOLVE NA HORA O QUE JA ESTA EM VIGOR) E    *
      *  LISTA EM CREDENCIAIS.VINCULO.TXT TODO USUARIO QUE NAO ESTA   *
      *  LIGADO A UM FUNCIONARIO ATIVO: SEM MATRICULA, MATRICULA FORA *
      *  DO CADASTRO, DESLIGADO OU AFASTADO. RODAR TODO DIA ANTES DA  *
      *  ABERTURA DO ONLINE                                           *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO "..\DADOS\FUNCIONARIOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FUNC.

           SELECT CREDENCIAIS ASSIGN TO "..\DADOS\CREDENCIAIS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CRED
           RECORD KEY IS WS-CRED-USERID.

           SELECT RELATO ASSIGN TO "..\DADOS\CREDENCIAIS.VINCULO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELATO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER 3-FUNCCAD) ----------------------------*
       FD  FUNCIONARIOS.
       01  WS-FUNC-REG.
           05 WS-FUNC-MATRICULA      PIC 9(06).
           05 WS-FUNC-NOME           PIC X(20).
           05 WS-FUNC-CPF            PIC 9(11).
           05 WS-FUNC-DEPTM          PIC X(03).
           05 WS-FUNC-SALARIO        PIC 9(07)V99.
           05 WS-FUNC-BANCO          PIC 9(03).
           05 WS-FUNC-AGENCIA        PIC 9(04).
           05 WS-FUNC-CONTA          PIC 9(08).
           05 WS-FUNC-CONTA-DV       PIC X(01).
           05 WS-FUNC-ADMISSAO       PIC 9(08).
           05 WS-FUNC-DESLIGAMENTO   PIC 9(08).
           05 WS-FUNC-AFAST-INICIO   PIC 9(08).
           05 WS-FUNC-AFAST-RETORNO  PIC 9(08).

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
           05 WS-CRED-DATA-SITUACAO PIC 9(08).

       FD  RELATO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNC               PIC 9(02) VALUE ZEROS.
       01 WS-FS-CRED               PIC 9(02) VALUE ZEROS.
       01 WS-FS-RELATO             PIC 9(02) VALUE ZEROS.
       01 WS-DATA-REF              PIC 9(08) VALUE ZEROS.

      *------------------- O CADASTRO EM MEMORIA ----------------------*
       01 WS-FUN-TAB.
           05 WS-FUN OCCURS 200 TIMES.
              10 WS-FUN-MATRICULA   PIC 9(06).
              10 WS-FUN-NOME        PIC X(20).
              10 WS-FUN-DESLIG      PIC 9(08).
              10 WS-FUN-AFAST-INI   PIC 9(08).
              10 WS-FUN-AFAST-RET   PIC 9(08).
       01 WS-FUN-ITENS             PIC 9(03) VALUE 0.
       01 WS-FUN-IDX               PIC 9(03) VALUE 0.
       01 WS-FUN-ACHADO            PIC 9(03) VALUE 0.
       01 WS-FUN-ESTOURO           PIC X(01) VALUE 'N'.

      *------------------- CHAMADA DO 3-CREDSIT -----------------------*
       01 WS-CREDSIT.
           05 WS-CS-ACAO            PIC X(01).
           05 WS-CS-MATRICULA       PIC 9(06).
           05 WS-CS-USERID          PIC X(10).
           05 WS-CS-DESLIG          PIC 9(08).
           05 WS-CS-AFAST-INICIO    PIC 9(08).
           05 WS-CS-AFAST-RETORNO   PIC 9(08).
           05 WS-CS-DATA-REF        PIC 9(08).
           05 WS-CS-OPERADOR        PIC X(10).
           05 WS-CS-ALTERADAS       PIC 9(03).
           05 WS-CS-RETORNO         PIC X(01).

      *------------------- RELATORIO DE VINCULO -----------------------*
       01 WS-MOTIVO                PIC X(23) VALUE SPACES.
       01 WS-NOME-REL              PIC X(20) VALUE SPACES.
       01 WS-SITUACAO-REL          PIC X(08) VALUE SPACES.
       01 WS-TOT-ALTERADAS         PIC 9(05) VALUE 0.
       01 WS-TOT-ERROS             PIC 9(05) VALUE 0.
       01 WS-TOT-USUARIOS          PIC 9(05) VALUE 0.
       01 WS-TOT-SEM-VINCULO       PIC 9(05) VALUE 0.
       01 WS-TOT-FORA-CADASTRO     PIC 9(05) VALUE 0.
       01 WS-TOT-DESLIGADOS        PIC 9(05) VALUE 0.
       01 WS-TOT-AFASTADOS         PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-CADASTRO.
           PERFORM APLICAR-CADASTRO.
           PERFORM EMITIR-RELATORIO.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "ROTINA DIARIA DAS CREDENCIAIS".
           DISPLAY "-----------------------------".
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD / 0 = HOJE): ".
              ACCEPT WS-DATA-REF.
           IF WS-DATA-REF EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF
           END-IF.

      *------------------- QUEM E QUEM NO CADASTRO --------------------*
       CARREGAR-CADASTRO    SECTION.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FUNCIONARIOS " WS-FS-FUNC
              STOP RUN
           END-IF.

           READ FUNCIONARIOS.
           PERFORM GUARDAR-UM-FUNCIONARIO
              UNTIL WS-FS-FUNC NOT EQUAL ZEROS.
           CLOSE FUNCIONARIOS.
           DISPLAY "FUNCIONARIOS NO CADASTRO: " WS-FUN-ITENS.

       GUARDAR-UM-FUNCIONARIO    SECTION.
           IF WS-FUN-ITENS < 200
              ADD 1 TO WS-FUN-ITENS
              MOVE WS-FUNC-MATRICULA
                TO WS-FUN-MATRICULA (WS-FUN-ITENS)
              MOVE WS-FUNC-NOME  TO WS-FUN-NOME (WS-FUN-ITENS)
              IF WS-FUNC-DESLIGAMENTO NOT NUMERIC
                 MOVE ZEROS TO WS-FUNC-DESLIGAMENTO
              END-IF
              IF WS-FUNC-AFAST-INICIO NOT NUMERIC
                 MOVE ZEROS TO WS-FUNC-AFAST-INICIO
              END-IF
              IF WS-FUNC-AFAST-RETORNO NOT NUMERIC
                 MOVE ZEROS TO WS-FUNC-AFAST-RETORNO
              END-IF
              MOVE WS-FUNC-DESLIGAMENTO
                TO WS-FUN-DESLIG (WS-FUN-ITENS)
              MOVE WS-FUNC-AFAST-INICIO
                TO WS-FUN-AFAST-INI (WS-FUN-ITENS)
              MOVE WS-FUNC-AFAST-RETORNO
                TO WS-FUN-AFAST-RET (WS-FUN-ITENS)
           ELSE
      *       QUEM FICA FORA DA TABELA SAIRIA COMO "FORA DO CADASTRO"
              IF WS-FUN-ESTOURO NOT EQUAL 'S'
                 DISPLAY "CADASTRO MAIOR QUE 200 - AMPLIE A TABELA"
                 MOVE 'S' TO WS-FUN-ESTOURO
              END-IF
           END-IF.
           READ FUNCIONARIOS.

      *------------------- DATAS QUE CHEGARAM -> CREDENCIAIS ----------*
       APLICAR-CADASTRO    SECTION.
           MOVE 0 TO WS-FUN-IDX.
           PERFORM APLICAR-UM-FUNCIONARIO
              UNTIL WS-FUN-IDX EQUAL WS-FUN-ITENS.
           DISPLAY "USUARIOS ALTERADOS      : " WS-TOT-ALTERADAS.
           IF WS-TOT-ERROS NOT EQUAL 0
              DISPLAY "*** ERRO NAS CREDENCIAIS EM " WS-TOT-ERROS
                      " FUNCIONARIOS - REPROCESSAR ***"
              MOVE 8 TO RETURN-CODE
           END-IF.

       APLICAR-UM-FUNCIONARIO    SECTION.
           ADD 1 TO WS-FUN-IDX.
           MOVE 'E'    TO WS-CS-ACAO.
           MOVE SPACES TO WS-CS-USERID.
           MOVE WS-FUN-MATRICULA (WS-FUN-IDX) TO WS-CS-MATRICULA.
           MOVE WS-FUN-DESLIG (WS-FUN-IDX)    TO WS-CS-DESLIG.
           MOVE WS-FUN-AFAST-INI (WS-FUN-IDX) TO WS-CS-AFAST-INICIO.
           MOVE WS-FUN-AFAST-RET (WS-FUN-IDX) TO WS-CS-AFAST-RETORNO.
           MOVE WS-DATA-REF   TO WS-CS-DATA-REF.
           MOVE "3-CREDDIA"   TO WS-CS-OPERADOR.
           CALL "3-CREDSIT" USING WS-CREDSIT.
           IF WS-CS-RETORNO EQUAL 'E'
              ADD 1 TO WS-TOT-ERROS
           END-IF.
           ADD WS-CS-ALTERADAS TO WS-TOT-ALTERADAS.

      *------------------- USUARIOS SEM FUNCIONARIO ATIVO -------------*
       EMITIR-RELATORIO    SECTION.
           OPEN OUTPUT RELATO.
           IF WS-FS-RELATO NOT EQUAL ZEROS
              DISPLAY "ERRO NA CRIACAO DO RELATORIO " WS-FS-RELATO
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "USUARIOS SEM FUNCIONARIO ATIVO EM " WS-DATA-REF
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE "USUARIO    NV ST MATRIC NOME                 MOTIVO"
             TO WS-REL-LINHA.
           MOVE "SITUACAO DESDE"
             TO WS-REL-LINHA (70:14).
           WRITE WS-REL-LINHA.

           OPEN INPUT CREDENCIAIS.
           IF WS-FS-CRED NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS CREDENCIAIS " WS-FS-CRED
              CLOSE RELATO
              STOP RUN
           END-IF.

           READ CREDENCIAIS NEXT RECORD.
           PERFORM CONFERIR-UMA-CREDENCIAL
              UNTIL WS-FS-CRED NOT EQUAL ZEROS.
           CLOSE CREDENCIAIS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "USUARIOS LIDOS ..........: " WS-TOT-USUARIOS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "SEM MATRICULA ...........: " WS-TOT-SEM-VINCULO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "MATRICULA FORA DO CADASTRO: " WS-TOT-FORA-CADASTRO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "FUNCIONARIO DESLIGADO ...: " WS-TOT-DESLIGADOS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "FUNCIONARIO AFASTADO ....: " WS-TOT-AFASTADOS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           CLOSE RELATO.

       CONFERIR-UMA-CREDENCIAL    SECTION.
           ADD 1 TO WS-TOT-USUARIOS.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-NOME-REL.
           IF WS-CRED-MATRICULA NOT NUMERIC
              MOVE ZEROS TO WS-CRED-MATRICULA
           END-IF.
           IF WS-CRED-DATA-SITUACAO NOT NUMERIC
              MOVE ZEROS TO WS-CRED-DATA-SITUACAO
           END-IF.

           IF WS-CRED-MATRICULA EQUAL ZEROS
              MOVE "SEM MATRICULA" TO WS-MOTIVO
              ADD 1 TO WS-TOT-SEM-VINCULO
              GO TO CONFERIR-UMA-CREDENCIAL-LISTA
           END-IF.

           PERFORM LOCALIZAR-FUNCIONARIO.
           IF WS-FUN-ACHADO EQUAL 0
              MOVE "MATRICULA FORA CADASTRO" TO WS-MOTIVO
              ADD 1 TO WS-TOT-FORA-CADASTRO
              GO TO CONFERIR-UMA-CREDENCIAL-LISTA
           END-IF.

           MOVE WS-FUN-NOME (WS-FUN-ACHADO) TO WS-NOME-REL.
           IF WS-FUN-DESLIG (WS-FUN-ACHADO) NOT EQUAL ZEROS
              AND WS-FUN-DESLIG (WS-FUN-ACHADO) NOT > WS-DATA-REF
              MOVE "DESLIGADO" TO WS-MOTIVO
              ADD 1 TO WS-TOT-DESLIGADOS
              GO TO CONFERIR-UMA-CREDENCIAL-LISTA
           END-IF.
           IF WS-FUN-AFAST-INI (WS-FUN-ACHADO) NOT EQUAL ZEROS
              AND WS-FUN-AFAST-INI (WS-FUN-ACHADO) NOT > WS-DATA-REF
              AND (WS-FUN-AFAST-RET (WS-FUN-ACHADO) EQUAL ZEROS
               OR WS-FUN-AFAST-RET (WS-FUN-ACHADO) > WS-DATA-REF)
              MOVE "AFASTADO" TO WS-MOTIVO
              ADD 1 TO WS-TOT-AFASTADOS
              GO TO CONFERIR-UMA-CREDENCIAL-LISTA
           END-IF.

      *    FUNCIONARIO ATIVO: NAO SAI NO RELATORIO
           GO TO CONFERIR-UMA-CREDENCIAL-FIM.

       CONFERIR-UMA-CREDENCIAL-LISTA.
           EVALUATE WS-CRED-SITUACAO
               WHEN 'R'
                   MOVE "REVOGADA" TO WS-SITUACAO-REL
               WHEN 'S'
                   MOVE "SUSPENSA" TO WS-SITUACAO-REL
               WHEN 'I'
                   MOVE "INATIVA"  TO WS-SITUACAO-REL
               WHEN OTHER
                   MOVE "ATIVA"    TO WS-SITUACAO-REL
           END-EVALUATE.

           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-CRED-USERID " " WS-CRED-NIVEL "  " WS-CRED-SETOR
                  "  " WS-CRED-MATRICULA " " WS-NOME-REL " "
                  WS-MOTIVO " " WS-SITUACAO-REL " "
                  WS-CRED-DATA-SITUACAO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

       CONFERIR-UMA-CREDENCIAL-FIM.
           READ CREDENCIAIS NEXT RECORD.

       LOCALIZAR-FUNCIONARIO    SECTION.
           MOVE 0 TO WS-FUN-IDX.
           MOVE 0 TO WS-FUN-ACHADO.
           PERFORM PROCURAR-FUNCIONARIO
              UNTIL WS-FUN-IDX EQUAL WS-FUN-ITENS
                 OR WS-FUN-ACHADO NOT EQUAL 0.

       PROCURAR-FUNCIONARIO    SECTION.
           ADD 1 TO WS-FUN-IDX.
           IF WS-FUN-MATRICULA (WS-FUN-IDX) EQUAL WS-CRED-MATRICULA
              MOVE WS-FUN-IDX TO WS-FUN-ACHADO
           END-IF.

       FINALIZAR    SECTION.
           DISPLAY "USUARIOS LIDOS          : " WS-TOT-USUARIOS.
           DISPLAY "SEM FUNCIONARIO ATIVO   : "
                   WS-TOT-SEM-VINCULO " SEM MATRICULA, "
                   WS-TOT-FORA-CADASTRO " FORA DO CADASTRO, "
                   WS-TOT-DESLIGADOS " DESLIGADOS, "
                   WS-TOT-AFASTADOS " AFASTADOS".
           DISPLAY "RELATORIO EM ..\DADOS\CREDENCIAIS.VINCULO.TXT".
       END PROGRAM 3-CREDDIA.
