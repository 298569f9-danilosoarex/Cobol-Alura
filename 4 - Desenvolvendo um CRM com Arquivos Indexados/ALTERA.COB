       01  WRK-SIS-OPER     PIC X(01) VALUE 'C'.
       01  WRK-SIS-RES      PIC X(01) VALUE SPACES.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
       COPY  "#COFRE-PARM".
       01  WRK-TOKEN-CPF    PIC 9(11) VALUE 0.
       01  WRK-TOKEN-CNPJ   PIC 9(14) VALUE 0.

       LINKAGE SECTION.
       01  LK-USUARIO       PIC X(10).

           DISPLAY "ALTERA    "              LINE 01 COLUMN 01.
           DISPLAY "----------"              LINE 02 COLUMN 01.

           DISPLAY
              "(1)DADOS (2)TAGS (3)CPF/CNPJ/TIPO (4)DOCS (5)PESSOAS"
                                              LINE 03 COLUMN 01.
              ACCEPT WRK-MODO-TELA             LINE 03 COLUMN 55.

           IF WRK-MODO-TELA EQUAL 2
              DISPLAY "ID DO CLIENTE  "        LINE 04 COLUMN 01
              GO TO PROCESSAR-FIM
           END-IF.

           IF WRK-MODO-TELA EQUAL 5
              PERFORM MANTER-PESSOAS-CONTATO
              GO TO PROCESSAR-FIM
           END-IF.

           DISPLAY "BUSCAR POR (1)ID (2)EMAIL (3)TELEFONE"
                                              LINE 03 COLUMN 01.
              ACCEPT WRK-MODO-BUSCA            LINE 03 COLUMN 42.

               ACCEPT WRK-SEGURATELA                LINE 26 COLUMN 01.

      *------------------- PESSOAS DE CONTATO DA PESSOA JURIDICA --------*
       MANTER-PESSOAS-CONTATO   SECTION.
           DISPLAY "ID DO CLIENTE  "            LINE 04 COLUMN 01.
              ACCEPT WRK-ARQCRM-ID              LINE 04 COLUMN 25.
              MOVE WRK-ARQCRM-ID TO ARQCRM-ID.

           READ ARQCRM KEY IS ARQCRM-CHAVE.
           IF ARQCRM-FS NOT EQUAL 00
              DISPLAY "CLIENTE NAO ENCONTRADO"  LINE 06 COLUMN 01
              GO TO MANTER-PESSOAS-CONTATO-EXIT
           END-IF.

           IF NOT ARQCRM-PESSOA-JURIDICA
              DISPLAY "PESSOAS DE CONTATO SO PARA PESSOA JURIDICA"
                                                LINE 06 COLUMN 01
              GO TO MANTER-PESSOAS-CONTATO-EXIT
           END-IF.

           CALL "PESSOACAD" USING WRK-ARQCRM-ID LK-USUARIO.

       MANTER-PESSOAS-CONTATO-EXIT.
           EXIT.

      *------------------- SOLICITA A MUDANCA SENSIVEL ------------------*
      *  A TROCA DE CPF/CNPJ/TIPO EXIGE DUAS PESSOAS: AQUI SO SE       *
      *  REGISTRA O PEDIDO; A APLICACAO E FEITA NO APROVA              *

           DISPLAY "TIPO/CPF/CNPJ ATUAIS: "     LINE 06 COLUMN 01.
           DISPLAY ARQCRM-TIPO-PESSOA           LINE 06 COLUMN 24.
           MOVE 'F'        TO CFR-TIPO.
           MOVE ARQCRM-CPF TO CFR-TOKEN.
           PERFORM MASCARAR-DOCUMENTO.
           DISPLAY CFR-MASCARA                  LINE 06 COLUMN 27.
           MOVE 'J'         TO CFR-TIPO.
           MOVE ARQCRM-CNPJ TO CFR-TOKEN.
           PERFORM MASCARAR-DOCUMENTO.
           DISPLAY CFR-MASCARA                  LINE 06 COLUMN 42.

           DISPLAY "CAMPO (1)CPF (2)CNPJ (3)TIPO PESSOA"
                                                LINE 08 COLUMN 01.
           DISPLAY "NOVO VALOR "                LINE 09 COLUMN 01.
              ACCEPT WRK-VALOR-NOVO             LINE 09 COLUMN 13.

      *    O NOVO CPF/CNPJ ENTRA NO COFRE JA NA SOLICITACAO: A FILA DE
      *    APROVACAO SO GUARDA TOKENS, ANTES E DEPOIS
           IF WRK-CAMPO-SENS EQUAL 1 OR WRK-CAMPO-SENS EQUAL 2
              PERFORM TOKENIZAR-VALOR-NOVO
              IF NOT CFR-OK
                 DISPLAY "COFRE DE DOCUMENTOS INDISPONIVEL"
                                                LINE 10 COLUMN 01
                 GO TO SOLICITAR-MUDANCA-SENSIVEL-EXIT
              END-IF
           END-IF.

           OPEN I-O APROVCTL.
           IF APROVCTL-FS EQUAL 35
              CLOSE APROVCTL
       SOLICITAR-MUDANCA-SENSIVEL-EXIT.
           EXIT.

       TOKENIZAR-VALOR-NOVO   SECTION.
           MOVE 'T'           TO CFR-OPERACAO.
           IF WRK-CAMPO-SENS EQUAL 1
              MOVE 'F'        TO CFR-TIPO
           ELSE
              MOVE 'J'        TO CFR-TIPO
           END-IF.
           MOVE FUNCTION NUMVAL (WRK-VALOR-NOVO) TO CFR-DOCUMENTO.
           MOVE "ALTERA"      TO CFR-PROGRAMA.
           MOVE LK-USUARIO    TO CFR-USUARIO.
           MOVE WRK-ARQCRM-ID TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.
           IF CFR-OK
              IF WRK-CAMPO-SENS EQUAL 1
                 MOVE CFR-TOKEN      TO WRK-TOKEN-CPF
                 MOVE WRK-TOKEN-CPF  TO WRK-VALOR-NOVO
              ELSE
                 MOVE CFR-TOKEN      TO WRK-TOKEN-CNPJ
                 MOVE WRK-TOKEN-CNPJ TO WRK-VALOR-NOVO
              END-IF
           END-IF.

      *    NA TELA SO A MASCARA; O DOCUMENTO NAO SAI DO COFRE
       MASCARAR-DOCUMENTO   SECTION.
           MOVE 'M'           TO CFR-OPERACAO.
           MOVE "ALTERA"      TO CFR-PROGRAMA.
           MOVE LK-USUARIO    TO CFR-USUARIO.
           MOVE WRK-ARQCRM-ID TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.

      *------------------- CIDADE/UF PELO CEP, COM AVISO DE DIVERGENCIA *
      *  BRANCO ASSUME O QUE A TABELA DE CEPS INDICA                    *
       CONFERIR-CIDADE-CEP   SECTION.
