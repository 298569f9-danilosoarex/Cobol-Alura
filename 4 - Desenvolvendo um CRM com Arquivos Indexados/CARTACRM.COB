           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS DOMICILIOS-FS.

           SELECT CONTPESSOA ASSIGN TO "..\DADOS\CONTPESSOA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONTPESSOA-FS
           RECORD KEY IS CPES-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       FD  DOMICILIOS.
       COPY  "#DOMICILIO".

       FD  CONTPESSOA.
       COPY  "#CONTPES".

       WORKING-STORAGE     SECTION.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  MODELO-FS           PIC 9(02) VALUE ZEROS.
       01  WRK-NC-IDX          PIC 9(04) VALUE 0.
       01  WRK-NC-ACHADO       PIC 9(04) VALUE 0.

      *------------------- DESTINATARIO NA PESSOA JURIDICA -------------*
      *  A CARTA DA EMPRESA VAI PARA A PESSOA PRINCIPAL (PESSOACAD);    *
      *  SEM PRINCIPAL, [NOME] CONTINUA SENDO A RAZAO SOCIAL            *
       01  CONTPESSOA-FS       PIC 9(02) VALUE ZEROS.
       01  WRK-PES-ABERTO      PIC X(01) VALUE 'N'.
           88  CONTPESSOA-ABERTO   VALUE 'S'.
       01  WRK-PRINCIPAL-NOME  PIC X(30) VALUE SPACES.

      *------------------- MODELO DA CARTA EM MEMORIA ------------------*
       01  WRK-MODELO-TAB.
           05  WRK-MODELO-TXT OCCURS 100 TIMES PIC X(80).
      *------------------- SUBSTITUICAO DOS MARCADORES -----------------*
      *  MARCADORES ACEITOS NO MODELO, ENTRE COLCHETES:                 *
      *  [ID] [NOME] [RUA] [NUMERO] [CEP] [CIDADE] [UF] [SEGMENTO]     *
      *  [EMPRESA] (RAZAO SOCIAL; NA PESSOA JURIDICA O [NOME] E O DA    *
      *  PESSOA PRINCIPAL DE CONTATO)                                   *
       01  WRK-SUB-IN          PIC X(80) VALUE SPACES.
       01  WRK-SUB-OUT         PIC X(132) VALUE SPACES.
       01  WRK-SUB-I           PIC 9(03) VALUE 0.
              GOBACK
           END-IF.

           OPEN INPUT CONTPESSOA.
           IF CONTPESSOA-FS EQUAL ZEROS
              MOVE 'S' TO WRK-PES-ABERTO
           END-IF.

       PROCESSAR     SECTION.
           DISPLAY "GERACAO DE CARTAS"          LINE 01 COLUMN 01.
           DISPLAY "-----------------"          LINE 02 COLUMN 01.
              END-IF
           END-IF.

           MOVE SPACES TO WRK-PRINCIPAL-NOME.
           IF ARQCRM-PESSOA-JURIDICA
              AND CONTPESSOA-ABERTO
              PERFORM LOCALIZAR-PRINCIPAL
           END-IF.

           MOVE 0 TO WRK-MODELO-IDX.
           PERFORM GERAR-LINHA-CARTA
              UNTIL WRK-MODELO-IDX NOT < WRK-MODELO-QTD.
       GERAR-CARTA-CLIENTE-EXIT.
           EXIT.

      *------------------- PESSOA PRINCIPAL DA EMPRESA -----------------*
       LOCALIZAR-PRINCIPAL     SECTION.
           MOVE ARQCRM-ID TO CPES-CLIENTE-ID.
           MOVE 0         TO CPES-SEQ.
           START CONTPESSOA KEY IS NOT LESS THAN CPES-CHAVE.
           IF CONTPESSOA-FS EQUAL 00
              READ CONTPESSOA NEXT RECORD
              PERFORM GUARDAR-PRINCIPAL
                 UNTIL CONTPESSOA-FS NOT EQUAL 00
                 OR CPES-CLIENTE-ID NOT EQUAL ARQCRM-ID
           END-IF.

       GUARDAR-PRINCIPAL     SECTION.
           IF CPES-PRINCIPAL-SIM
              MOVE CPES-NOME TO WRK-PRINCIPAL-NOME
           END-IF.
           READ CONTPESSOA NEXT RECORD.

      *------------------- MORADORES QUE NAO RECEBEM CARTA -------------*
       CARREGAR-NAO-CHEFES     SECTION.
           MOVE 0 TO WRK-NC-ITENS.
               WHEN "ID"
                   MOVE ARQCRM-ID TO WRK-VALOR
               WHEN "NOME"
                   IF WRK-PRINCIPAL-NOME NOT EQUAL SPACES
                      MOVE WRK-PRINCIPAL-NOME TO WRK-VALOR
                   ELSE
                      MOVE ARQCRM-NOME TO WRK-VALOR
                   END-IF
               WHEN "EMPRESA"
                   MOVE ARQCRM-NOME TO WRK-VALOR
               WHEN "RUA"
                   MOVE ARQCRM-END-RUA TO WRK-VALOR

       FINALIZAR     SECTION.
           CLOSE ARQCRM.
           IF CONTPESSOA-ABERTO
              CLOSE CONTPESSOA
           END-IF.
       END PROGRAM CARTACRM.
