           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM PROCESSAR
              UNTIL (ARQCONTATO-FS NOT EQUAL 00
                     AND ARQCONTATO-FS NOT EQUAL 02)
                 OR (WRK-DATA-FIM NOT EQUAL 0
                     AND CONTATO-DATA > WRK-DATA-FIM).
           PERFORM FINALIZAR.

           GOBACK.
              MOVE 0 TO WRK-DIAS-PERIODO
           END-IF.

      *    O PERIODO E LIDO PELA CHAVE DA DATA DO CONTATO: COMECA NA
      *    DATA INICIAL E PARA NA PRIMEIRA DEPOIS DA FINAL. FS 02 NA
      *    LEITURA SO AVISA QUE O PROXIMO E DO MESMO DIA
           MOVE WRK-DATA-INI TO CONTATO-DATA.
           START ARQCONTATO KEY IS NOT LESS THAN CONTATO-DATA.
           IF ARQCONTATO-FS EQUAL 00
              READ ARQCONTATO NEXT RECORD
           END-IF.

      *------------------- ACUMULA UM CONTATO DO PERIODO ----------------*
       PROCESSAR     SECTION.
