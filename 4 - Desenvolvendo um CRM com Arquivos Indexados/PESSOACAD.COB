       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESSOACAD.

      *----------------------------------------------------------------*
      *  PESSOAS DE CONTATO DO CLIENTE PESSOA JURIDICA (COMPRADOR,     *
      *  FINANCEIRO, DECISOR). CHAMADO PELO CADASTRO E PELO ALTERA.    *
      *  SO UMA PESSOA E A PRINCIPAL: MARCAR UMA DESMARCA AS OUTRAS.   *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CONTPESSOA ASSIGN TO "..\DADOS\CONTPESSOA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONTPESSOA-FS
           RECORD KEY IS CPES-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTPESSOA.
       COPY  "#CONTPES".

       WORKING-STORAGE     SECTION.
       01  CONTPESSOA-FS     PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO -------------------------*
       01  WRK-SEGURATELA    PIC X(01) VALUE SPACES.
       01  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       01  WRK-OPCAO         PIC 9(01) VALUE 0.
       01  WRK-SEQ           PIC 9(02) VALUE 0.
       01  WRK-PROX-SEQ      PIC 9(02) VALUE 0.
       01  WRK-LINHA         PIC 9(02) VALUE 10.
       01  WRK-TOTPESSOAS    PIC 9(02) VALUE 0.
       01  WRK-PAPEL-DESC    PIC X(10) VALUE SPACES.

      *------------------- DADOS DIGITADOS DA PESSOA ------------------*
       01  WRK-PES-NOME      PIC X(30) VALUE SPACES.
       01  WRK-PES-PAPEL     PIC X(01) VALUE SPACES.
       01  WRK-PES-EMAIL     PIC X(40) VALUE SPACES.
       01  WRK-PES-TELEFONE  PIC X(15) VALUE SPACES.
       01  WRK-PES-PRINCIPAL PIC X(01) VALUE SPACES.

      *------------------- VALIDACAO DE FORMATO DO E-MAIL -------------*
       01  WRK-EMAIL-OK            PIC X(01) VALUE 'N'.
           88  EMAIL-VALIDO        VALUE 'S'.
       01  WRK-EMAIL-TALLY         PIC 9(02) COMP.
       01  WRK-EMAIL-PONTO-TALLY   PIC 9(02) COMP.
       01  WRK-EMAIL-ANTES         PIC X(40).
       01  WRK-EMAIL-DEPOIS        PIC X(40).
       01  WRK-EMAIL-DOM1          PIC X(40).
       01  WRK-EMAIL-DOM2          PIC X(40).

      *------------------- MASCARA/VALIDACAO DO TELEFONE --------------*
       01  WRK-FONE-OK             PIC X(01) VALUE 'N'.
           88  FONE-VALIDO         VALUE 'S'.
       01  WRK-FONE-DIGITOS        PIC X(15) VALUE SPACES.
       01  WRK-FONE-LEN            PIC 9(02) COMP VALUE 0.
       01  WRK-FONE-IDX            PIC 9(02) COMP VALUE 0.
       01  WRK-FONE-CHAR           PIC X(01).

       LINKAGE SECTION.
       01  LK-CLIENTE-ID     PIC 9(09).
       01  LK-USUARIO        PIC X(10).

       PROCEDURE DIVISION USING LK-CLIENTE-ID LK-USUARIO.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WRK-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           MOVE 0 TO WRK-OPCAO.
           OPEN I-O CONTPESSOA.
           IF CONTPESSOA-FS EQUAL 35
              CLOSE CONTPESSOA
              OPEN OUTPUT CONTPESSOA
              CLOSE CONTPESSOA
              OPEN I-O CONTPESSOA
           END-IF.
           IF CONTPESSOA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO CONTPESSOA"
                                                LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 02 COLUMN 01
              MOVE 9 TO WRK-OPCAO
           END-IF.

       PROCESSAR     SECTION.
           DISPLAY "PESSOAS DE CONTATO DO CLIENTE "
                                                LINE 01 COLUMN 01.
           DISPLAY LK-CLIENTE-ID                LINE 01 COLUMN 32.
           DISPLAY "------------------------------"
                                                LINE 02 COLUMN 01.
           DISPLAY "1 - LISTAR PESSOAS     "    LINE 03 COLUMN 01.
           DISPLAY "2 - INCLUIR PESSOA     "    LINE 04 COLUMN 01.
           DISPLAY "3 - ALTERAR PESSOA     "    LINE 05 COLUMN 01.
           DISPLAY "4 - EXCLUIR PESSOA     "    LINE 06 COLUMN 01.
           DISPLAY "5 - DEFINIR PRINCIPAL  "    LINE 07 COLUMN 01.
           DISPLAY "9 - VOLTAR             "    LINE 08 COLUMN 01.
           DISPLAY "OPCAO "                     LINE 09 COLUMN 01.
              ACCEPT WRK-OPCAO                  LINE 09 COLUMN 10.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM LISTAR-PESSOAS
               WHEN 2
                   PERFORM INCLUIR-PESSOA
               WHEN 3
                   PERFORM ALTERAR-PESSOA
               WHEN 4
                   PERFORM EXCLUIR-PESSOA
               WHEN 5
                   PERFORM DEFINIR-PRINCIPAL
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"     LINE 11 COLUMN 01
                   ACCEPT WRK-SEGURATELA        LINE 11 COLUMN 20
           END-EVALUATE.

      *------------------- PESSOAS ATUAIS DO CLIENTE -------------------*
       LISTAR-PESSOAS     SECTION.
           MOVE 0 TO WRK-TOTPESSOAS.
           MOVE LK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE 0             TO CPES-SEQ.
           START CONTPESSOA KEY IS NOT LESS THAN CPES-CHAVE.
           IF CONTPESSOA-FS NOT EQUAL ZEROS
              DISPLAY "NENHUMA PESSOA CADASTRADA"
                                                LINE 11 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 12 COLUMN 01
              GO TO LISTAR-PESSOAS-EXIT
           END-IF.

           DISPLAY "SQ NOME                           PAPEL      P"
                                                LINE 11 COLUMN 01.
           MOVE 12 TO WRK-LINHA.
           READ CONTPESSOA NEXT RECORD.
           PERFORM EXIBIR-PESSOA
              UNTIL CONTPESSOA-FS NOT EQUAL ZEROS
                 OR CPES-CLIENTE-ID NOT EQUAL LK-CLIENTE-ID
                 OR WRK-LINHA > 21.

           IF WRK-TOTPESSOAS EQUAL 0
              DISPLAY "NENHUMA PESSOA CADASTRADA"
                                                LINE 12 COLUMN 01
           END-IF.
           ACCEPT WRK-SEGURATELA                LINE 22 COLUMN 01.

       LISTAR-PESSOAS-EXIT.
           EXIT.

       EXIBIR-PESSOA     SECTION.
           ADD 1 TO WRK-TOTPESSOAS.
           PERFORM DESCREVER-PAPEL.
           DISPLAY CPES-SEQ              LINE WRK-LINHA COLUMN 01.
           DISPLAY CPES-NOME             LINE WRK-LINHA COLUMN 04.
           DISPLAY WRK-PAPEL-DESC        LINE WRK-LINHA COLUMN 35.
           DISPLAY CPES-PRINCIPAL        LINE WRK-LINHA COLUMN 46.
           DISPLAY CPES-TELEFONE         LINE WRK-LINHA COLUMN 48.
           ADD 1 TO WRK-LINHA.
           READ CONTPESSOA NEXT RECORD.

       DESCREVER-PAPEL     SECTION.
           EVALUATE TRUE
               WHEN CPES-PAPEL-COMPRADOR
                   MOVE "COMPRADOR " TO WRK-PAPEL-DESC
               WHEN CPES-PAPEL-FINANCEIRO
                   MOVE "FINANCEIRO" TO WRK-PAPEL-DESC
               WHEN CPES-PAPEL-DECISOR
                   MOVE "DECISOR   " TO WRK-PAPEL-DESC
               WHEN OTHER
                   MOVE "OUTRO     " TO WRK-PAPEL-DESC
           END-EVALUATE.

      *------------------- INCLUSAO DE UMA PESSOA ----------------------*
       INCLUIR-PESSOA     SECTION.
           PERFORM DESCOBRIR-PROXIMA-SEQ.
           IF WRK-PROX-SEQ > 99 OR WRK-PROX-SEQ EQUAL 0
              DISPLAY "LIMITE DE PESSOAS ATINGIDO"
                                                LINE 11 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 12 COLUMN 01
              GO TO INCLUIR-PESSOA-EXIT
           END-IF.

           MOVE SPACES TO WRK-PES-NOME WRK-PES-PAPEL WRK-PES-EMAIL
                          WRK-PES-TELEFONE WRK-PES-PRINCIPAL.
           PERFORM DIGITAR-PESSOA.
           IF WRK-CONFIRMA NOT EQUAL 'S'
              GO TO INCLUIR-PESSOA-EXIT
           END-IF.

      *    A PRIMEIRA PESSOA DO CLIENTE JA NASCE PRINCIPAL
           IF WRK-TOTPESSOAS EQUAL 0
              MOVE 'S' TO WRK-PES-PRINCIPAL
           END-IF.
           IF WRK-PES-PRINCIPAL EQUAL 'S'
              MOVE 0 TO WRK-SEQ
              PERFORM DESMARCAR-PRINCIPAIS
           END-IF.

           MOVE LK-CLIENTE-ID     TO CPES-CLIENTE-ID.
           MOVE WRK-PROX-SEQ      TO CPES-SEQ.
           PERFORM MONTAR-PESSOA.

           WRITE CPES-REGISTRO.
           EVALUATE CONTPESSOA-FS
               WHEN 00
                   DISPLAY "PESSOA GRAVADA - SEQ "
                                                LINE 20 COLUMN 01
                   DISPLAY CPES-SEQ             LINE 20 COLUMN 22
               WHEN 22
                   DISPLAY "PESSOA JA EXISTE    "
                                                LINE 20 COLUMN 01
               WHEN OTHER
                   DISPLAY "ERRO AO GRAVAR      "
                                                LINE 20 COLUMN 01
                   DISPLAY CONTPESSOA-FS
           END-EVALUATE.
           ACCEPT WRK-SEGURATELA                LINE 21 COLUMN 01.

       INCLUIR-PESSOA-EXIT.
           EXIT.

      *------------------- PROXIMA SEQUENCIA DO CLIENTE ----------------*
       DESCOBRIR-PROXIMA-SEQ     SECTION.
           MOVE 0 TO WRK-PROX-SEQ WRK-TOTPESSOAS.
           MOVE LK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE 0             TO CPES-SEQ.
           START CONTPESSOA KEY IS NOT LESS THAN CPES-CHAVE.
           IF CONTPESSOA-FS EQUAL ZEROS
              READ CONTPESSOA NEXT RECORD
              PERFORM CONTAR-PESSOA
                 UNTIL CONTPESSOA-FS NOT EQUAL ZEROS
                    OR CPES-CLIENTE-ID NOT EQUAL LK-CLIENTE-ID
           END-IF.
           ADD 1 TO WRK-PROX-SEQ.

       CONTAR-PESSOA     SECTION.
           ADD 1 TO WRK-TOTPESSOAS.
           MOVE CPES-SEQ TO WRK-PROX-SEQ.
           READ CONTPESSOA NEXT RECORD.

      *------------------- DIGITACAO E CONFERENCIA DOS DADOS ------------*
       DIGITAR-PESSOA     SECTION.
           MOVE 'N' TO WRK-CONFIRMA.
           DISPLAY "NOME          "             LINE 11 COLUMN 01.
              ACCEPT WRK-PES-NOME               LINE 11 COLUMN 16.
           IF WRK-PES-NOME EQUAL SPACES
              GO TO DIGITAR-PESSOA-EXIT
           END-IF.

           DISPLAY "PAPEL (C)OMPRADOR (F)INANCEIRO (D)ECISOR (O)UTRO"
                                                LINE 12 COLUMN 01.
              ACCEPT WRK-PES-PAPEL              LINE 12 COLUMN 51.
           IF WRK-PES-PAPEL NOT EQUAL 'C' AND NOT EQUAL 'F'
                        AND NOT EQUAL 'D' AND NOT EQUAL 'O'
              MOVE 'O' TO WRK-PES-PAPEL
           END-IF.

           DISPLAY "EMAIL         "             LINE 13 COLUMN 01.
              ACCEPT WRK-PES-EMAIL              LINE 13 COLUMN 16.
           IF WRK-PES-EMAIL NOT EQUAL SPACES
              PERFORM VALIDAR-EMAIL
              IF NOT EMAIL-VALIDO
                 DISPLAY "EMAIL INVALIDO"       LINE 20 COLUMN 01
                 ACCEPT WRK-SEGURATELA          LINE 21 COLUMN 01
                 GO TO DIGITAR-PESSOA-EXIT
              END-IF
           END-IF.

           DISPLAY "TELEFONE      "             LINE 14 COLUMN 01.
              ACCEPT WRK-PES-TELEFONE           LINE 14 COLUMN 16.
           IF WRK-PES-TELEFONE NOT EQUAL SPACES
              PERFORM VALIDAR-TELEFONE
              IF NOT FONE-VALIDO
                 DISPLAY "TELEFONE INVALIDO (10 OU 11 DIGITOS)"
                                                LINE 20 COLUMN 01
                 ACCEPT WRK-SEGURATELA          LINE 21 COLUMN 01
                 GO TO DIGITAR-PESSOA-EXIT
              END-IF
           END-IF.

           DISPLAY "PRINCIPAL (S/N)"            LINE 15 COLUMN 01.
              ACCEPT WRK-PES-PRINCIPAL          LINE 15 COLUMN 17.
           IF WRK-PES-PRINCIPAL NOT EQUAL 'S'
              MOVE 'N' TO WRK-PES-PRINCIPAL
           END-IF.

           DISPLAY "CONFIRMA (S/N)?"            LINE 17 COLUMN 01.
              ACCEPT WRK-CONFIRMA               LINE 17 COLUMN 17.

       DIGITAR-PESSOA-EXIT.
           EXIT.

       MONTAR-PESSOA     SECTION.
           MOVE WRK-PES-NOME      TO CPES-NOME.
           MOVE WRK-PES-PAPEL     TO CPES-PAPEL.
           MOVE WRK-PES-EMAIL     TO CPES-EMAIL.
           MOVE WRK-PES-TELEFONE  TO CPES-TELEFONE.
           MOVE WRK-PES-PRINCIPAL TO CPES-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CPES-DATA.
           MOVE LK-USUARIO        TO CPES-OPERADOR.

      *------------------- ALTERACAO DE UMA PESSOA ---------------------*
       ALTERAR-PESSOA     SECTION.
           DISPLAY "SEQUENCIA DA PESSOA "       LINE 10 COLUMN 01.
              ACCEPT WRK-SEQ                    LINE 10 COLUMN 22.

           MOVE LK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE WRK-SEQ       TO CPES-SEQ.
           READ CONTPESSOA KEY IS CPES-CHAVE.
           IF CONTPESSOA-FS NOT EQUAL 00
              DISPLAY "PESSOA NAO ENCONTRADA"   LINE 11 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 12 COLUMN 01
              GO TO ALTERAR-PESSOA-EXIT
           END-IF.

           DISPLAY "ATUAL: "                    LINE 10 COLUMN 30.
           DISPLAY CPES-NOME                    LINE 10 COLUMN 37.
           MOVE CPES-NOME      TO WRK-PES-NOME.
           MOVE CPES-PAPEL     TO WRK-PES-PAPEL.
           MOVE CPES-EMAIL     TO WRK-PES-EMAIL.
           MOVE CPES-TELEFONE  TO WRK-PES-TELEFONE.
           MOVE CPES-PRINCIPAL TO WRK-PES-PRINCIPAL.
           PERFORM DIGITAR-PESSOA.
           IF WRK-CONFIRMA NOT EQUAL 'S'
              GO TO ALTERAR-PESSOA-EXIT
           END-IF.

           IF WRK-PES-PRINCIPAL EQUAL 'S'
              PERFORM DESMARCAR-PRINCIPAIS
           END-IF.

           MOVE LK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE WRK-SEQ       TO CPES-SEQ.
           READ CONTPESSOA KEY IS CPES-CHAVE.
           PERFORM MONTAR-PESSOA.
           REWRITE CPES-REGISTRO.
           IF CONTPESSOA-FS EQUAL 00
              DISPLAY "PESSOA ALTERADA     "    LINE 20 COLUMN 01
           ELSE
              DISPLAY "ERRO AO ALTERAR     "    LINE 20 COLUMN 01
              DISPLAY CONTPESSOA-FS
           END-IF.
           ACCEPT WRK-SEGURATELA                LINE 21 COLUMN 01.

       ALTERAR-PESSOA-EXIT.
           EXIT.

      *------------------- EXCLUSAO DE UMA PESSOA ----------------------*
       EXCLUIR-PESSOA     SECTION.
           DISPLAY "SEQUENCIA DA PESSOA "       LINE 10 COLUMN 01.
              ACCEPT WRK-SEQ                    LINE 10 COLUMN 22.

           MOVE LK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE WRK-SEQ       TO CPES-SEQ.
           READ CONTPESSOA KEY IS CPES-CHAVE.
           IF CONTPESSOA-FS NOT EQUAL 00
              DISPLAY "PESSOA NAO ENCONTRADA"   LINE 11 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 12 COLUMN 01
              GO TO EXCLUIR-PESSOA-EXIT
           END-IF.

           DISPLAY CPES-NOME                    LINE 11 COLUMN 01.
           DISPLAY "EXCLUI (S/N)?"              LINE 12 COLUMN 01.
              ACCEPT WRK-CONFIRMA               LINE 12 COLUMN 15.
           IF WRK-CONFIRMA NOT EQUAL 'S'
              GO TO EXCLUIR-PESSOA-EXIT
           END-IF.

           DELETE CONTPESSOA RECORD.
           IF CONTPESSOA-FS EQUAL 00
              DISPLAY "PESSOA EXCLUIDA     "    LINE 13 COLUMN 01
              IF CPES-PRINCIPAL-SIM
                 DISPLAY "ERA A PRINCIPAL - DEFINA OUTRA (OPCAO 5)"
                                                LINE 14 COLUMN 01
              END-IF
           ELSE
              DISPLAY "ERRO AO EXCLUIR     "    LINE 13 COLUMN 01
           END-IF.
           ACCEPT WRK-SEGURATELA                LINE 15 COLUMN 01.

       EXCLUIR-PESSOA-EXIT.
           EXIT.

      *------------------- TROCA DA PESSOA PRINCIPAL -------------------*
       DEFINIR-PRINCIPAL     SECTION.
           DISPLAY "SEQUENCIA DA PRINCIPAL "    LINE 10 COLUMN 01.
              ACCEPT WRK-SEQ                    LINE 10 COLUMN 25.

           MOVE LK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE WRK-SEQ       TO CPES-SEQ.
           READ CONTPESSOA KEY IS CPES-CHAVE.
           IF CONTPESSOA-FS NOT EQUAL 00
              DISPLAY "PESSOA NAO ENCONTRADA"   LINE 11 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 12 COLUMN 01
              GO TO DEFINIR-PRINCIPAL-EXIT
           END-IF.

           PERFORM DESMARCAR-PRINCIPAIS.

           MOVE LK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE WRK-SEQ       TO CPES-SEQ.
           READ CONTPESSOA KEY IS CPES-CHAVE.
           MOVE 'S' TO CPES-PRINCIPAL.
           REWRITE CPES-REGISTRO.
           DISPLAY "PRINCIPAL DEFINIDA: "       LINE 11 COLUMN 01.
           DISPLAY CPES-NOME                    LINE 11 COLUMN 21.
           ACCEPT WRK-SEGURATELA                LINE 12 COLUMN 01.

       DEFINIR-PRINCIPAL-EXIT.
           EXIT.

      *------------------- SO UMA PRINCIPAL POR CLIENTE -----------------*
      *  DESMARCA TODAS AS PESSOAS DO CLIENTE MENOS A WRK-SEQ           *
       DESMARCAR-PRINCIPAIS     SECTION.
           MOVE LK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE 0             TO CPES-SEQ.
           START CONTPESSOA KEY IS NOT LESS THAN CPES-CHAVE.
           IF CONTPESSOA-FS EQUAL ZEROS
              READ CONTPESSOA NEXT RECORD
              PERFORM DESMARCAR-UMA
                 UNTIL CONTPESSOA-FS NOT EQUAL ZEROS
                    OR CPES-CLIENTE-ID NOT EQUAL LK-CLIENTE-ID
           END-IF.

       DESMARCAR-UMA     SECTION.
           IF CPES-PRINCIPAL-SIM
              AND CPES-SEQ NOT EQUAL WRK-SEQ
              MOVE 'N' TO CPES-PRINCIPAL
              REWRITE CPES-REGISTRO
           END-IF.
           READ CONTPESSOA NEXT RECORD.

      *------------------- CONFERE O FORMATO DO E-MAIL ----------------*
       VALIDAR-EMAIL   SECTION.
           MOVE 'N'    TO WRK-EMAIL-OK.
           MOVE SPACES TO WRK-EMAIL-ANTES WRK-EMAIL-DEPOIS.
           MOVE 0      TO WRK-EMAIL-TALLY.

           UNSTRING FUNCTION TRIM(WRK-PES-EMAIL) DELIMITED BY "@"
               INTO WRK-EMAIL-ANTES WRK-EMAIL-DEPOIS
               TALLYING IN WRK-EMAIL-TALLY.

           IF WRK-EMAIL-TALLY EQUAL 2
              AND WRK-EMAIL-ANTES NOT EQUAL SPACES
              AND WRK-EMAIL-DEPOIS NOT EQUAL SPACES
              MOVE SPACES TO WRK-EMAIL-DOM1 WRK-EMAIL-DOM2
              MOVE 0      TO WRK-EMAIL-PONTO-TALLY
              UNSTRING WRK-EMAIL-DEPOIS DELIMITED BY "."
                  INTO WRK-EMAIL-DOM1 WRK-EMAIL-DOM2
                  TALLYING IN WRK-EMAIL-PONTO-TALLY
              IF WRK-EMAIL-PONTO-TALLY EQUAL 2
                 AND WRK-EMAIL-DOM1 NOT EQUAL SPACES
                 AND WRK-EMAIL-DOM2 NOT EQUAL SPACES
                 MOVE 'S' TO WRK-EMAIL-OK
              END-IF
           END-IF.

      *------------------- LIMPA E VALIDA O TELEFONE ------------------*
       VALIDAR-TELEFONE   SECTION.
           MOVE 'N'    TO WRK-FONE-OK.
           MOVE SPACES TO WRK-FONE-DIGITOS.
           MOVE 0      TO WRK-FONE-LEN.
           MOVE 1      TO WRK-FONE-IDX.

           PERFORM EXTRAIR-DIGITO-FONE UNTIL WRK-FONE-IDX > 15.

           IF WRK-FONE-LEN EQUAL 10 OR WRK-FONE-LEN EQUAL 11
              MOVE SPACES TO WRK-PES-TELEFONE
              IF WRK-FONE-LEN EQUAL 10
                 MOVE '0' TO WRK-PES-TELEFONE (1:1)
                 MOVE WRK-FONE-DIGITOS (1:10)
                      TO WRK-PES-TELEFONE (2:10)
              ELSE
                 MOVE WRK-FONE-DIGITOS (1:11)
                      TO WRK-PES-TELEFONE (1:11)
              END-IF
              MOVE 'S' TO WRK-FONE-OK
           END-IF.

       EXTRAIR-DIGITO-FONE   SECTION.
           MOVE WRK-PES-TELEFONE (WRK-FONE-IDX:1) TO WRK-FONE-CHAR.
           IF WRK-FONE-CHAR IS NUMERIC
              ADD 1 TO WRK-FONE-LEN
              MOVE WRK-FONE-CHAR TO WRK-FONE-DIGITOS (WRK-FONE-LEN:1)
           END-IF.
           ADD 1 TO WRK-FONE-IDX.

       FINALIZAR     SECTION.
           CLOSE CONTPESSOA.
       END PROGRAM PESSOACAD.
