       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISCAD.

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT COMISSAO ASSIGN TO "..\DADOS\COMISSAO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS COMISSAO-FS
           RECORD KEY IS COMIS-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  COMISSAO.
       COPY  "#COMISSAO".

       WORKING-STORAGE     SECTION.
       01  COMISSAO-FS       PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO -------------------------*
       01  WRK-SEGURATELA    PIC X(01) VALUE SPACES.
       01  WRK-OPCAO         PIC 9(01) VALUE 0.
       01  WRK-TERRITORIO    PIC X(04) VALUE SPACES.
       01  WRK-LINHA-PROD    PIC X(12) VALUE SPACES.
       01  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       01  WRK-EXISTE        PIC X(01) VALUE 'N'.
           88  TAXA-EXISTE   VALUE 'S'.
       01  WRK-LINHA         PIC 9(02) VALUE 10.
       01  WRK-PCT-EDIT      PIC Z9.99.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WRK-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           OPEN I-O COMISSAO.
           IF COMISSAO-FS EQUAL 35
              CLOSE COMISSAO
              OPEN OUTPUT COMISSAO
              CLOSE COMISSAO
              OPEN I-O COMISSAO
           END-IF.
           IF COMISSAO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO COMISSAO"
                                                LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 02 COLUMN 01
              MOVE 9 TO WRK-OPCAO
           END-IF.

       PROCESSAR     SECTION.
           DISPLAY "TABELA DE COMISSOES   "     LINE 01 COLUMN 01.
           DISPLAY "----------------------"     LINE 02 COLUMN 01.
           DISPLAY "1 - LISTAR            "     LINE 03 COLUMN 01.
           DISPLAY "2 - INCLUIR/ALTERAR   "     LINE 04 COLUMN 01.
           DISPLAY "3 - EXCLUIR           "     LINE 05 COLUMN 01.
           DISPLAY "9 - SAIR              "     LINE 06 COLUMN 01.
           DISPLAY "OPCAO "                     LINE 07 COLUMN 01.
              ACCEPT WRK-OPCAO                  LINE 07 COLUMN 10.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM LISTAR-TAXAS
               WHEN 2
                   PERFORM MANTER-TAXA
               WHEN 3
                   PERFORM EXCLUIR-TAXA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"     LINE 09 COLUMN 01
                   ACCEPT WRK-SEGURATELA        LINE 09 COLUMN 20
           END-EVALUATE.

      *------------------- LISTA AS TAXAS -----------------------------*
       LISTAR-TAXAS     SECTION.
           MOVE SPACES TO COMIS-CHAVE.
           START COMISSAO KEY IS NOT LESS THAN COMIS-CHAVE.
           IF COMISSAO-FS NOT EQUAL ZEROS
              DISPLAY "NENHUMA TAXA CADASTRADA"
                                                LINE 09 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 10 COLUMN 01
              GO TO LISTAR-TAXAS-EXIT
           END-IF.

           DISPLAY "TERR LINHA          PCT   DESCRICAO"
                                                LINE 09 COLUMN 01.
           MOVE 10 TO WRK-LINHA.
           READ COMISSAO NEXT RECORD.
           PERFORM EXIBIR-TAXA
              UNTIL COMISSAO-FS NOT EQUAL ZEROS
                 OR WRK-LINHA > 21.

           ACCEPT WRK-SEGURATELA                LINE 22 COLUMN 01.

       LISTAR-TAXAS-EXIT.
           EXIT.

       EXIBIR-TAXA     SECTION.
           MOVE COMIS-PERCENTUAL TO WRK-PCT-EDIT.
           DISPLAY COMIS-TERRITORIO      LINE WRK-LINHA COLUMN 01.
           DISPLAY COMIS-LINHA           LINE WRK-LINHA COLUMN 06.
           DISPLAY WRK-PCT-EDIT          LINE WRK-LINHA COLUMN 20.
           DISPLAY COMIS-DESCRICAO       LINE WRK-LINHA COLUMN 27.
           ADD 1 TO WRK-LINHA.
           READ COMISSAO NEXT RECORD.

      *------------------- INCLUI OU ALTERA UMA TAXA ------------------*
      *  TERRITORIO OU LINHA EM BRANCO VALEM PARA TODOS; NA APURACAO A *
      *  TAXA MAIS ESPECIFICA PREVALECE (VER COMISCRM)                 *
       MANTER-TAXA     SECTION.
           PERFORM PEDIR-CHAVE.

           READ COMISSAO KEY IS COMIS-CHAVE.
           IF COMISSAO-FS EQUAL ZEROS
              MOVE 'S' TO WRK-EXISTE
              DISPLAY "TAXA EXISTENTE:"         LINE 11 COLUMN 01
              DISPLAY COMIS-DESCRICAO           LINE 11 COLUMN 17
           ELSE
              MOVE 'N' TO WRK-EXISTE
              DISPLAY "TAXA NOVA      "         LINE 11 COLUMN 01
           END-IF.

           DISPLAY "PERCENTUAL (99.99) "        LINE 13 COLUMN 01.
              ACCEPT COMIS-PERCENTUAL           LINE 13 COLUMN 21.
           DISPLAY "DESCRICAO "                 LINE 14 COLUMN 01.
              ACCEPT COMIS-DESCRICAO            LINE 14 COLUMN 12.

           DISPLAY "CONFIRMA A GRAVACAO (S/N)?" LINE 17 COLUMN 01.
              ACCEPT WRK-CONFIRMA               LINE 17 COLUMN 28.
           IF WRK-CONFIRMA NOT EQUAL 'S'
              GO TO MANTER-TAXA-EXIT
           END-IF.

           MOVE WRK-TERRITORIO TO COMIS-TERRITORIO.
           MOVE WRK-LINHA-PROD TO COMIS-LINHA.
           IF TAXA-EXISTE
              REWRITE COMIS-REGISTRO
           ELSE
              WRITE COMIS-REGISTRO
           END-IF.

           IF COMISSAO-FS EQUAL ZEROS
              DISPLAY "TAXA GRAVADA"            LINE 19 COLUMN 01
           ELSE
              DISPLAY "ERRO AO GRAVAR "         LINE 19 COLUMN 01
              DISPLAY COMISSAO-FS
           END-IF.
           ACCEPT WRK-SEGURATELA                LINE 20 COLUMN 01.

       MANTER-TAXA-EXIT.
           EXIT.

      *------------------- EXCLUI UMA TAXA ----------------------------*
       EXCLUIR-TAXA     SECTION.
           PERFORM PEDIR-CHAVE.

           READ COMISSAO KEY IS COMIS-CHAVE.
           IF COMISSAO-FS NOT EQUAL ZEROS
              DISPLAY "TAXA NAO CADASTRADA"     LINE 11 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 12 COLUMN 01
              GO TO EXCLUIR-TAXA-EXIT
           END-IF.

           MOVE COMIS-PERCENTUAL TO WRK-PCT-EDIT.
           DISPLAY "TAXA:"                      LINE 11 COLUMN 01.
           DISPLAY WRK-PCT-EDIT                 LINE 11 COLUMN 07.
           DISPLAY COMIS-DESCRICAO              LINE 11 COLUMN 14.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?" LINE 13 COLUMN 01.
              ACCEPT WRK-CONFIRMA               LINE 13 COLUMN 28.
           IF WRK-CONFIRMA NOT EQUAL 'S'
              GO TO EXCLUIR-TAXA-EXIT
           END-IF.

           DELETE COMISSAO RECORD.
           IF COMISSAO-FS EQUAL ZEROS
              DISPLAY "TAXA EXCLUIDA"           LINE 15 COLUMN 01
           ELSE
              DISPLAY "ERRO AO EXCLUIR "        LINE 15 COLUMN 01
              DISPLAY COMISSAO-FS
           END-IF.
           ACCEPT WRK-SEGURATELA                LINE 16 COLUMN 01.

       EXCLUIR-TAXA-EXIT.
           EXIT.

       PEDIR-CHAVE     SECTION.
           MOVE SPACES TO WRK-TERRITORIO.
           MOVE SPACES TO WRK-LINHA-PROD.
           DISPLAY "TERRITORIO (BRANCO = TODOS) " LINE 09 COLUMN 01.
              ACCEPT WRK-TERRITORIO             LINE 09 COLUMN 30.
           DISPLAY "LINHA      (BRANCO = TODAS) " LINE 10 COLUMN 01.
              ACCEPT WRK-LINHA-PROD             LINE 10 COLUMN 30.

           MOVE WRK-TERRITORIO TO COMIS-TERRITORIO.
           MOVE WRK-LINHA-PROD TO COMIS-LINHA.

       FINALIZAR     SECTION.
           CLOSE COMISSAO.
       END PROGRAM COMISCAD.
