      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 2-METACAD.
      *-----------------------------------------------------------------
      *  CADASTRO DAS METAS MENSAIS DE VENDA POR LOJA (METAS.DAT).
      *  A CHAVE E LOJA + COMPETENCIA (AAAAMM) + CLASSE ABC DO PRODUTO;
      *  CLASSE EM BRANCO E A META DA LOJA INTEIRA, AS CLASSES A/B/C
      *  SAO METAS PARCIAIS OPCIONAIS. O 2-METAREL COMPARA COM O
      *  DIARIO DE VENDAS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT METAS ASSIGN TO "..\DADOS\METAS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-METAS
           RECORD KEY IS WS-META-CHAVE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- METAS MENSAIS DE VENDA -------------------*
       FD  METAS.
       01  WS-META-REG.
           05 WS-META-CHAVE.
              10 WS-META-LOJA        PIC X(04).
              10 WS-META-COMPETENCIA PIC 9(06).
              10 WS-META-CLASSE      PIC X(01).
           05 WS-META-VALOR          PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-METAS              PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-LOJA                  PIC X(04) VALUE SPACES.
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-CLASSE                PIC X(01) VALUE SPACES.
       01 WS-VALOR                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACES.
       01 WS-VALOR-EDIT            PIC Z(08)9.99.
       01 WS-TOT-LISTADAS          PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O METAS.
           IF WS-FS-METAS EQUAL 35
              CLOSE METAS
              OPEN OUTPUT METAS
              CLOSE METAS
              OPEN I-O METAS
           END-IF.
           IF WS-FS-METAS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS METAS " WS-FS-METAS
              STOP RUN
           END-IF.

           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.

           CLOSE METAS.
           STOP RUN.

       PROCESSAR    SECTION.
           DISPLAY "METAS DE VENDA DAS LOJAS".
           DISPLAY "------------------------".
           DISPLAY "1 - INCLUIR/ALTERAR META".
           DISPLAY "2 - CONSULTAR META".
           DISPLAY "3 - EXCLUIR META".
           DISPLAY "4 - LISTAR METAS DA COMPETENCIA".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM MANTER-META
               WHEN 2
                   PERFORM CONSULTAR-META
               WHEN 3
                   PERFORM EXCLUIR-META
               WHEN 4
                   PERFORM LISTAR-METAS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- CHAVE DA META ----------------------------*
       PEDIR-CHAVE    SECTION.
           DISPLAY "LOJA                        : ".
              ACCEPT WS-LOJA.
           DISPLAY "COMPETENCIA (AAAAMM)        : ".
              ACCEPT WS-COMPETENCIA.
           DISPLAY "CLASSE ABC (VAZIO = LOJA)   : ".
              ACCEPT WS-CLASSE.
           MOVE FUNCTION UPPER-CASE (WS-CLASSE) TO WS-CLASSE.

           MOVE WS-LOJA        TO WS-META-LOJA.
           MOVE WS-COMPETENCIA TO WS-META-COMPETENCIA.
           MOVE WS-CLASSE      TO WS-META-CLASSE.

       CRITICAR-CHAVE    SECTION.
           IF WS-LOJA EQUAL SPACES
              DISPLAY "LOJA OBRIGATORIA"
              MOVE 99 TO WS-FS-METAS
              GO TO CRITICAR-CHAVE-FIM
           END-IF.
           IF WS-COMPETENCIA (5:2) < "01"
              OR WS-COMPETENCIA (5:2) > "12"
              OR WS-COMPETENCIA (1:4) < "2000"
              DISPLAY "COMPETENCIA INVALIDA"
              MOVE 99 TO WS-FS-METAS
              GO TO CRITICAR-CHAVE-FIM
           END-IF.
           IF WS-CLASSE NOT EQUAL SPACES
              AND WS-CLASSE NOT EQUAL "A"
              AND WS-CLASSE NOT EQUAL "B"
              AND WS-CLASSE NOT EQUAL "C"
              DISPLAY "CLASSE INVALIDA - USE A, B, C OU VAZIO"
              MOVE 99 TO WS-FS-METAS
              GO TO CRITICAR-CHAVE-FIM
           END-IF.
           MOVE ZEROS TO WS-FS-METAS.

       CRITICAR-CHAVE-FIM.
           EXIT.

      *------------------- INCLUI OU ALTERA UMA META ----------------*
       MANTER-META    SECTION.
           PERFORM PEDIR-CHAVE.
           PERFORM CRITICAR-CHAVE.
           IF WS-FS-METAS NOT EQUAL ZEROS
              GO TO MANTER-META-FIM
           END-IF.

           READ METAS KEY IS WS-META-CHAVE.
           IF WS-FS-METAS EQUAL ZEROS
              MOVE WS-META-VALOR TO WS-VALOR-EDIT
              DISPLAY "META ATUAL: " WS-VALOR-EDIT
           END-IF.

           DISPLAY "VALOR DA META              : ".
              ACCEPT WS-VALOR.
           IF WS-VALOR EQUAL ZEROS
              DISPLAY "VALOR OBRIGATORIO - META NAO GRAVADA"
              GO TO MANTER-META-FIM
           END-IF.

           MOVE WS-LOJA        TO WS-META-LOJA.
           MOVE WS-COMPETENCIA TO WS-META-COMPETENCIA.
           MOVE WS-CLASSE      TO WS-META-CLASSE.
           MOVE WS-VALOR       TO WS-META-VALOR.

           IF WS-FS-METAS EQUAL ZEROS
              REWRITE WS-META-REG
           ELSE
              WRITE WS-META-REG
           END-IF.

           IF WS-FS-METAS EQUAL ZEROS
              DISPLAY "META GRAVADA"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-METAS
           END-IF.

       MANTER-META-FIM.
           EXIT.

       CONSULTAR-META    SECTION.
           PERFORM PEDIR-CHAVE.
           READ METAS KEY IS WS-META-CHAVE.
           IF WS-FS-METAS EQUAL ZEROS
              MOVE WS-META-VALOR TO WS-VALOR-EDIT
              DISPLAY "META: " WS-VALOR-EDIT
           ELSE
              DISPLAY "META NAO ENCONTRADA"
           END-IF.

       EXCLUIR-META    SECTION.
           PERFORM PEDIR-CHAVE.
           READ METAS KEY IS WS-META-CHAVE.
           IF WS-FS-METAS NOT EQUAL ZEROS
              DISPLAY "META NAO ENCONTRADA"
              GO TO EXCLUIR-META-FIM
           END-IF.

           MOVE WS-META-VALOR TO WS-VALOR-EDIT.
           DISPLAY "META: " WS-VALOR-EDIT
                   " - CONFIRMA EXCLUSAO (S/N)? ".
              ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL "S" AND WS-CONFIRMA NOT EQUAL "s"
              GO TO EXCLUIR-META-FIM
           END-IF.

           DELETE METAS RECORD.
           IF WS-FS-METAS EQUAL ZEROS
              DISPLAY "META EXCLUIDA"
           ELSE
              DISPLAY "ERRO NA EXCLUSAO " WS-FS-METAS
           END-IF.

       EXCLUIR-META-FIM.
           EXIT.

      *------------------- LISTA AS METAS DE UMA COMPETENCIA --------*
       LISTAR-METAS    SECTION.
           DISPLAY "COMPETENCIA (AAAAMM): ".
              ACCEPT WS-COMPETENCIA.
           MOVE 0 TO WS-TOT-LISTADAS.

           MOVE LOW-VALUES TO WS-META-CHAVE.
           START METAS KEY IS NOT LESS THAN WS-META-CHAVE.
           IF WS-FS-METAS EQUAL ZEROS
              READ METAS NEXT RECORD
           END-IF.

           DISPLAY "LOJA CL          META".
           PERFORM LISTAR-UMA-META
              UNTIL WS-FS-METAS NOT EQUAL ZEROS.
           DISPLAY "METAS LISTADAS: " WS-TOT-LISTADAS.

       LISTAR-UMA-META    SECTION.
           IF WS-META-COMPETENCIA EQUAL WS-COMPETENCIA
              ADD 1 TO WS-TOT-LISTADAS
              MOVE WS-META-VALOR TO WS-VALOR-EDIT
              DISPLAY WS-META-LOJA " " WS-META-CLASSE "  "
                      WS-VALOR-EDIT
           END-IF.
           READ METAS NEXT RECORD.
       END PROGRAM 2-METACAD.
