       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPOCRM.

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

           SELECT GRUPOCRM ASSIGN TO "..\DADOS\GRUPOCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRUPOCRM-FS
           RECORD KEY IS GRUPO-CHAVE
           ALTERNATE RECORD KEY IS GRUPO-MATRIZ-ID
           WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       COPY  "#CRM".

       FD  GRUPOCRM.
       COPY  "#GRUPO".

       WORKING-STORAGE     SECTION.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  GRUPOCRM-FS         PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO --------------------------*
       01  WRK-DATA-HOJE       PIC 9(08).
       01  WRK-TOTLIDOS        PIC 9(05) VALUE 0.
       01  WRK-TOTPJ           PIC 9(05) VALUE 0.
       01  WRK-TOTGRUPOS       PIC 9(05) VALUE 0.
       01  WRK-TOTMATRIZES     PIC 9(05) VALUE 0.
       01  WRK-TOTFILIAIS      PIC 9(05) VALUE 0.
       01  WRK-TOTSEM-0001     PIC 9(05) VALUE 0.

      *------------------- CNPJS EM MEMORIA, NA ORDEM DO ID -----------*
      *  RAIZ = 8 PRIMEIROS DIGITOS / ORDEM = 4 SEGUINTES (0001 E A    *
      *  MATRIZ PELA REGRA DA RECEITA); SEM 0001 NA RAIZ, O MENOR ID   *
      *  DO GRUPO FAZ AS VEZES DE MATRIZ                                *
       01  WRK-EMP-TAB.
           05  WRK-EMP OCCURS 5000 TIMES.
               10  WRK-EMP-ID         PIC 9(09).
               10  WRK-EMP-RAIZ       PIC 9(08).
               10  WRK-EMP-ORDEM      PIC 9(04).
               10  WRK-EMP-MATRIZ     PIC 9(04).
               10  WRK-EMP-MEMBROS    PIC 9(04).
       01  WRK-EMP-ITENS       PIC 9(04) VALUE 0.
       01  WRK-IDX-A           PIC 9(04) VALUE 0.
       01  WRK-IDX-B           PIC 9(04) VALUE 0.
       01  WRK-IDX-MATRIZ      PIC 9(04) VALUE 0.
       01  WRK-QTD-MEMBROS     PIC 9(04) VALUE 0.
       01  WRK-RAIZ-ATUAL      PIC 9(08) VALUE 0.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
      *  O ARQCRM-CNPJ E UM TOKEN: RAIZ E ORDEM SAEM DO DOCUMENTO QUE  *
      *  O COFRE DEVOLVE; SEM ELE O CLIENTE FICA FORA DOS GRUPOS       *
       COPY  "#COFRE-PARM".
       01  WRK-DOC-CNPJ        PIC 9(14) VALUE 0.
       01  WRK-TOTSEM-COFRE    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CARREGAR UNTIL ARQCRM-FS EQUAL 10.
           PERFORM RESOLVER-GRUPOS.
           PERFORM GRAVAR-GRUPOS.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " ARQCRM-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    O ARQUIVO E REFEITO A CADA EXECUCAO: FILIAL NOVA ENTRA E
      *    CNPJ EXCLUIDO OU ALTERADO SAI DO GRUPO SOZINHO
           OPEN OUTPUT GRUPOCRM.
           IF GRUPOCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO GRUPOCRM " GRUPOCRM-FS
              MOVE 8 TO RETURN-CODE
              CLOSE ARQCRM
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

           DISPLAY "GRUPOS ECONOMICOS POR RAIZ DE CNPJ".
           DISPLAY "----------------------------------".

           READ ARQCRM NEXT RECORD.

      *------------------- GUARDA OS CNPJS VALIDOS ---------------------*
       CARREGAR     SECTION.
           ADD 1 TO WRK-TOTLIDOS.

           IF NOT ARQCRM-STATUS-EXCLUIDO
              AND ARQCRM-PESSOA-JURIDICA
              AND ARQCRM-CNPJ NUMERIC
              AND ARQCRM-CNPJ NOT EQUAL ZEROS
              ADD 1 TO WRK-TOTPJ
              PERFORM DESTOKENIZAR-CNPJ
              EVALUATE TRUE
                 WHEN NOT CFR-OK
                    ADD 1 TO WRK-TOTSEM-COFRE
                    DISPLAY "CNPJ FORA DO COFRE - CLIENTE " ARQCRM-ID
                            " FORA DOS GRUPOS"
                 WHEN WRK-EMP-ITENS < 5000
                    ADD 1 TO WRK-EMP-ITENS
                    MOVE ARQCRM-ID         TO WRK-EMP-ID (WRK-EMP-ITENS)
                    MOVE WRK-DOC-CNPJ (1:8)
                      TO WRK-EMP-RAIZ (WRK-EMP-ITENS)
                    MOVE WRK-DOC-CNPJ (9:4)
                      TO WRK-EMP-ORDEM (WRK-EMP-ITENS)
                    MOVE 0 TO WRK-EMP-MATRIZ (WRK-EMP-ITENS)
                    MOVE 0 TO WRK-EMP-MEMBROS (WRK-EMP-ITENS)
                 WHEN OTHER
                    DISPLAY "TABELA CHEIA - CLIENTE " ARQCRM-ID
                            " FORA DOS GRUPOS"
              END-EVALUATE
           END-IF.

           READ ARQCRM NEXT RECORD.

       DESTOKENIZAR-CNPJ     SECTION.
           MOVE 'D'          TO CFR-OPERACAO.
           MOVE 'J'          TO CFR-TIPO.
           MOVE ARQCRM-CNPJ  TO CFR-TOKEN.
           MOVE "GRUPOCRM"   TO CFR-PROGRAMA.
           MOVE "GRUPOCRM"   TO CFR-USUARIO.
           MOVE ARQCRM-ID    TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.
           MOVE CFR-DOCUMENTO TO WRK-DOC-CNPJ.

      *------------------- UMA RAIZ POR VEZ -----------------------------*
       RESOLVER-GRUPOS     SECTION.
           MOVE 0 TO WRK-IDX-A.
           PERFORM RESOLVER-UMA-RAIZ
              UNTIL WRK-IDX-A NOT < WRK-EMP-ITENS.

       RESOLVER-UMA-RAIZ     SECTION.
           ADD 1 TO WRK-IDX-A.
           IF WRK-EMP-MATRIZ (WRK-IDX-A) NOT EQUAL 0
              GO TO RESOLVER-UMA-RAIZ-EXIT
           END-IF.

           MOVE WRK-EMP-RAIZ (WRK-IDX-A) TO WRK-RAIZ-ATUAL.
           MOVE WRK-IDX-A TO WRK-IDX-MATRIZ.
           MOVE 0         TO WRK-QTD-MEMBROS.
           MOVE 0         TO WRK-IDX-B.
           PERFORM PROCURAR-MATRIZ
              UNTIL WRK-IDX-B NOT < WRK-EMP-ITENS.

           IF WRK-QTD-MEMBROS > 1
              ADD 1 TO WRK-TOTGRUPOS
              IF WRK-EMP-ORDEM (WRK-IDX-MATRIZ) NOT EQUAL 1
                 ADD 1 TO WRK-TOTSEM-0001
              END-IF
           END-IF.

           MOVE 0 TO WRK-IDX-B.
           PERFORM MARCAR-MEMBRO
              UNTIL WRK-IDX-B NOT < WRK-EMP-ITENS.

       RESOLVER-UMA-RAIZ-EXIT.
           EXIT.

      *    A TABELA ESTA NA ORDEM DO ID: O PRIMEIRO DA RAIZ JA E O
      *    MENOR ID, E SO PERDE A VEZ PARA UM CNPJ DE ORDEM 0001
       PROCURAR-MATRIZ     SECTION.
           ADD 1 TO WRK-IDX-B.
           IF WRK-EMP-RAIZ (WRK-IDX-B) EQUAL WRK-RAIZ-ATUAL
              ADD 1 TO WRK-QTD-MEMBROS
              IF WRK-EMP-ORDEM (WRK-IDX-B) EQUAL 1
                 AND WRK-EMP-ORDEM (WRK-IDX-MATRIZ) NOT EQUAL 1
                 MOVE WRK-IDX-B TO WRK-IDX-MATRIZ
              END-IF
           END-IF.

       MARCAR-MEMBRO     SECTION.
           ADD 1 TO WRK-IDX-B.
           IF WRK-EMP-RAIZ (WRK-IDX-B) EQUAL WRK-RAIZ-ATUAL
              MOVE WRK-IDX-MATRIZ  TO WRK-EMP-MATRIZ (WRK-IDX-B)
              MOVE WRK-QTD-MEMBROS TO WRK-EMP-MEMBROS (WRK-IDX-B)
           END-IF.

      *------------------- GRAVA SO AS RAIZES COM MAIS DE UM CNPJ ------*
       GRAVAR-GRUPOS     SECTION.
           MOVE 0 TO WRK-IDX-A.
           PERFORM GRAVAR-UM-MEMBRO
              UNTIL WRK-IDX-A NOT < WRK-EMP-ITENS.

       GRAVAR-UM-MEMBRO     SECTION.
           ADD 1 TO WRK-IDX-A.
           IF WRK-EMP-MEMBROS (WRK-IDX-A) < 2
              GO TO GRAVAR-UM-MEMBRO-EXIT
           END-IF.

           MOVE WRK-EMP-MATRIZ (WRK-IDX-A) TO WRK-IDX-MATRIZ.
           MOVE WRK-EMP-ID (WRK-IDX-A)      TO GRUPO-CLIENTE-ID.
           MOVE WRK-EMP-RAIZ (WRK-IDX-A)    TO GRUPO-RAIZ.
           MOVE WRK-EMP-ID (WRK-IDX-MATRIZ) TO GRUPO-MATRIZ-ID.
           MOVE WRK-EMP-MEMBROS (WRK-IDX-A) TO GRUPO-MEMBROS.
           MOVE WRK-DATA-HOJE               TO GRUPO-DATA.
           IF WRK-IDX-MATRIZ EQUAL WRK-IDX-A
              MOVE 'M' TO GRUPO-PAPEL
              ADD 1 TO WRK-TOTMATRIZES
           ELSE
              MOVE 'F' TO GRUPO-PAPEL
              ADD 1 TO WRK-TOTFILIAIS
           END-IF.

           WRITE GRUPO-REGISTRO.
           IF GRUPOCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO GRUPOCRM " GRUPOCRM-FS
                      " CLIENTE " GRUPO-CLIENTE-ID
              MOVE 8 TO RETURN-CODE
           END-IF.

       GRAVAR-UM-MEMBRO-EXIT.
           EXIT.

       FINALIZAR     SECTION.
           DISPLAY "TOTAL LIDO            : " WRK-TOTLIDOS.
           DISPLAY "PESSOAS JURIDICAS     : " WRK-TOTPJ.
           DISPLAY "GRUPOS FORMADOS       : " WRK-TOTGRUPOS.
           DISPLAY "  MATRIZES            : " WRK-TOTMATRIZES.
           DISPLAY "  FILIAIS             : " WRK-TOTFILIAIS.
           DISPLAY "  SEM CNPJ 0001       : " WRK-TOTSEM-0001.
           DISPLAY "FORA (COFRE)          : " WRK-TOTSEM-COFRE.

           CLOSE ARQCRM.
           CLOSE GRUPOCRM.
       END PROGRAM GRUPOCRM.
