       01  WRK-SIS-OPER     PIC X(01) VALUE 'C'.
       01  WRK-SIS-RES      PIC X(01) VALUE SPACES.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
       COPY  "#COFRE-PARM".
       01  WRK-TOKEN-DOC    PIC 9(14) VALUE 0.

       LINKAGE SECTION.
       01  LK-USUARIO       PIC X(10).

                 GO TO PROCESSAR-EXIT
              END-IF
              PERFORM VERIFICAR-CNPJ-DUPLICADO
              IF CFR-INDISPONIVEL
                 DISPLAY "COFRE DE DOCUMENTOS INDISPONIVEL"
                                                  LINE 20 COLUMN 01
                 ACCEPT WRK-SEGURATELA            LINE 21 COLUMN 01
                 GO TO PROCESSAR-EXIT
              END-IF
              IF DUPLICADO-CNPJ
                 DISPLAY "CNPJ JA CADASTRADO PARA OUTRO ID"
                                                  LINE 20 COLUMN 01
                 GO TO PROCESSAR-EXIT
              END-IF
              PERFORM VERIFICAR-CPF-DUPLICADO
              IF CFR-INDISPONIVEL
                 DISPLAY "COFRE DE DOCUMENTOS INDISPONIVEL"
                                                  LINE 20 COLUMN 01
                 ACCEPT WRK-SEGURATELA            LINE 21 COLUMN 01
                 GO TO PROCESSAR-EXIT
              END-IF
              IF DUPLICADO-CPF
                 DISPLAY "CPF JA CADASTRADO PARA OUTRO ID"
                                                  LINE 20 COLUMN 01
              END-IF
           END-IF.

           PERFORM TOKENIZAR-DOCUMENTO.
           IF NOT CFR-OK
              DISPLAY "COFRE DE DOCUMENTOS INDISPONIVEL - NAO GRAVADO"
                                                 LINE 20 COLUMN 01
              ACCEPT WRK-SEGURATELA              LINE 21 COLUMN 01
              GO TO PROCESSAR-EXIT
           END-IF.

           MOVE WRK-ARQCRM-REGISTRO TO ARQCRM-REGISTRO

           MOVE 'S' TO WRK-REPETIR-GRAVACAO.
                   DISPLAY "REGISTRO GRAVADO"     LINE 20 COLUMN 01
                   PERFORM GRAVAR-LOG
                   PERFORM CAPTURAR-INDICACAO
                   IF WRK-TIPO-PESSOA EQUAL 'J'
                      PERFORM OFERECER-PESSOAS-CONTATO
                   END-IF
               WHEN 22
                   DISPLAY "REGISTRO JA EXISTE"   LINE 20 COLUMN 01
               WHEN 24
              READ ARQCRM NEXT RECORD
           END-IF.

      *------------------- O ARQCRM SO GUARDA O TOKEN DO DOCUMENTO -----*
       TOKENIZAR-DOCUMENTO    SECTION.
           MOVE 'T'             TO CFR-OPERACAO.
           MOVE WRK-TIPO-PESSOA TO CFR-TIPO.
           IF WRK-TIPO-PESSOA EQUAL 'J'
              MOVE WRK-ARQCRM-CNPJ TO CFR-DOCUMENTO
           ELSE
              MOVE WRK-ARQCRM-CPF  TO CFR-DOCUMENTO
           END-IF.
           MOVE "CADASTRO"      TO CFR-PROGRAMA.
           MOVE LK-USUARIO      TO CFR-USUARIO.
           MOVE WRK-ARQCRM-ID   TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.
           IF CFR-OK
              IF WRK-TIPO-PESSOA EQUAL 'J'
                 MOVE CFR-TOKEN TO WRK-ARQCRM-CNPJ
              ELSE
                 MOVE CFR-TOKEN TO WRK-ARQCRM-CPF
              END-IF
           END-IF.

      *    DOCUMENTO QUE O COFRE NAO CONHECE NAO ESTA EM NENHUM CLIENTE;
      *    SE CONHECE, O ARQCRM E PROCURADO PELO TOKEN
       BUSCAR-TOKEN-DOCUMENTO    SECTION.
           MOVE 'B'             TO CFR-OPERACAO.
           MOVE "CADASTRO"      TO CFR-PROGRAMA.
           MOVE LK-USUARIO      TO CFR-USUARIO.
           MOVE WRK-ARQCRM-ID   TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.
           MOVE CFR-TOKEN TO WRK-TOKEN-DOC.

      *------------------- PROCURA CPF REPETIDO NO ARQUIVO -------------*
       VERIFICAR-CPF-DUPLICADO    SECTION.
           MOVE 'N' TO WRK-DUP-CPF.
           MOVE 'F'            TO CFR-TIPO.
           MOVE WRK-ARQCRM-CPF TO CFR-DOCUMENTO.
           PERFORM BUSCAR-TOKEN-DOCUMENTO.
           IF NOT CFR-OK
              GO TO VERIFICAR-CPF-DUPLICADO-EXIT
           END-IF.
           MOVE LOW-VALUES TO ARQCRM-CHAVE.
           START ARQCRM KEY IS NOT LESS THAN ARQCRM-CHAVE.
           IF ARQCRM-FS EQUAL 00
                 UNTIL ARQCRM-FS EQUAL 10 OR DUPLICADO-CPF
           END-IF.

       VERIFICAR-CPF-DUPLICADO-EXIT.
           EXIT.

       COMPARAR-CPF    SECTION.
           IF ARQCRM-CPF EQUAL WRK-TOKEN-DOC
              AND ARQCRM-CPF NOT EQUAL ZEROS
              AND NOT ARQCRM-STATUS-EXCLUIDO
              MOVE 'S' TO WRK-DUP-CPF
      *------------------- PROCURA CNPJ REPETIDO NO ARQUIVO ------------*
       VERIFICAR-CNPJ-DUPLICADO    SECTION.
           MOVE 'N' TO WRK-DUP-CNPJ.
           MOVE 'J'             TO CFR-TIPO.
           MOVE WRK-ARQCRM-CNPJ TO CFR-DOCUMENTO.
           PERFORM BUSCAR-TOKEN-DOCUMENTO.
           IF NOT CFR-OK
              GO TO VERIFICAR-CNPJ-DUPLICADO-EXIT
           END-IF.
           MOVE LOW-VALUES TO ARQCRM-CHAVE.
           START ARQCRM KEY IS NOT LESS THAN ARQCRM-CHAVE.
           IF ARQCRM-FS EQUAL 00
                 UNTIL ARQCRM-FS EQUAL 10 OR DUPLICADO-CNPJ
           END-IF.

       VERIFICAR-CNPJ-DUPLICADO-EXIT.
           EXIT.

       COMPARAR-CNPJ    SECTION.
           IF ARQCRM-CNPJ NUMERIC
              AND ARQCRM-CNPJ EQUAL WRK-TOKEN-DOC
              AND ARQCRM-CNPJ NOT EQUAL ZEROS
              AND NOT ARQCRM-STATUS-EXCLUIDO
              MOVE 'S' TO WRK-DUP-CNPJ
       CAPTURAR-INDICACAO-EXIT.
           EXIT.

      *------------------- PESSOAS DE CONTATO DA PESSOA JURIDICA --------*
      *  COMPRADOR, FINANCEIRO, DECISOR: PODEM SER INFORMADOS JA NO     *
      *  CADASTRO OU DEPOIS PELO ALTERA (OPCAO 5)                       *
       OFERECER-PESSOAS-CONTATO    SECTION.
           DISPLAY "CADASTRAR PESSOAS DE CONTATO (S/N)?"
                                              LINE 24 COLUMN 01.
              ACCEPT WRK-CONFIRMA             LINE 24 COLUMN 37.
           IF WRK-CONFIRMA EQUAL 'S'
              CALL "PESSOACAD" USING WRK-ARQCRM-ID LK-USUARIO
           END-IF.

      *------------------- GRAVACAO DA TRILHA DE AUDITORIA --------------*
       GRAVAR-LOG    SECTION.
           MOVE ARQCRM-ID              TO LOG-ID.
