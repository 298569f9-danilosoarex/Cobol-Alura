           FILE STATUS IS ARQCONSENT-FS
           RECORD KEY IS CONSENT-CHAVE.

           SELECT ENTREGA ASSIGN TO "..\DADOS\ENTREGA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ENTREGA-FS
           RECORD KEY IS ENTREGA-CHAVE.

           SELECT BUREAU-SAIDA ASSIGN TO WRK-ARQ-SAIDA
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS BUREAU-SAIDA-FS.
       FD  ARQCONSENT.
       COPY  "#CONSENT".

       FD  ENTREGA.
       COPY  "#ENTREGA".

      *----------------------------------------------------------------*
      *  ARQUIVO POSICIONAL DO BUREAU DE MARKETING                     *
      *  H = CABECALHO / D = DETALHE / T = TOTALIZADOR                 *
       01  WRK-CONSENTE        PIC X(01) VALUE 'N'.
           88  CLIENTE-CONSENTE    VALUE 'S'.

      *------------------- ENTREGABILIDADE DO E-MAIL (EMAILDEV) --------*
       01  ENTREGA-FS          PIC 9(02) VALUE ZEROS.
       01  WRK-TEM-ENTREGA     PIC X(01) VALUE 'N'.
       01  WRK-EMAIL-DEVOLVIDO PIC X(01) VALUE 'N'.
           88  EMAIL-DEVOLVIDO     VALUE 'S'.
       01  WRK-TOTDEVOLVIDOS   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL ARQCRM-FS EQUAL 10.
                      ") - TODOS SERAO SUPRIMIDOS"
           END-IF.

           OPEN INPUT ENTREGA.
           IF ENTREGA-FS EQUAL ZEROS
              MOVE 'S' TO WRK-TEM-ENTREGA
           ELSE
              DISPLAY "SEM ENTREGA.DAT - DEVOLUCOES DE E-MAIL "
                      "NAO CONSIDERADAS"
              MOVE 00 TO ENTREGA-FS
           END-IF.

           OPEN OUTPUT BUREAU-SAIDA.
           IF BUREAU-SAIDA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DA SAIDA " BUREAU-SAIDA-FS
       VERIFICAR-CONSENTIMENTO-EXIT.
           EXIT.

      *------------------- E-MAIL COM DEVOLUCAO PERMANENTE -------------*
      *  SO VALE ENQUANTO O ENDERECO DEVOLVIDO FOR O DO CADASTRO        *
       VERIFICAR-ENTREGA     SECTION.
           MOVE 'N' TO WRK-EMAIL-DEVOLVIDO.
           IF WRK-TEM-ENTREGA NOT EQUAL 'S'
              GO TO VERIFICAR-ENTREGA-EXIT
           END-IF.
           MOVE ARQCRM-ID TO ENTREGA-CLIENTE-ID.
           READ ENTREGA KEY IS ENTREGA-CHAVE.
           IF ENTREGA-FS EQUAL 00
              AND ENTREGA-PERMANENTE
              AND ENTREGA-EMAIL EQUAL ARQCRM-EMAIL
              MOVE 'S' TO WRK-EMAIL-DEVOLVIDO
           END-IF.
           MOVE 00 TO ENTREGA-FS.

       VERIFICAR-ENTREGA-EXIT.
           EXIT.

      *    ENDERECO COM DEVOLUCAO PERMANENTE NAO VAI AO BUREAU; O
      *    CLIENTE SEGUE, SO COM O TELEFONE
       GRAVAR-DETALHE     SECTION.
           PERFORM VERIFICAR-ENTREGA.
           MOVE SPACES          TO BUREAU-REGISTRO.
           MOVE 'D'             TO DET-TIPO.
           MOVE ARQCRM-ID       TO DET-ID.
           MOVE ARQCRM-NOME     TO DET-NOME.
           IF EMAIL-DEVOLVIDO
              ADD 1 TO WRK-TOTDEVOLVIDOS
           ELSE
              MOVE ARQCRM-EMAIL TO DET-EMAIL
           END-IF.
           MOVE ARQCRM-TELEFONE TO DET-TELEFONE.
           MOVE ARQCRM-SEGMENTO TO DET-SEGMENTO.
           MOVE ARQCRM-END-UF   TO DET-UF.
           CLOSE ARQCRM.
           CLOSE ARQCONSENT.
           CLOSE BUREAU-SAIDA.
           IF WRK-TEM-ENTREGA EQUAL 'S'
              CLOSE ENTREGA
           END-IF.

           OPEN OUTPUT BUREAU-SEQ.
           MOVE WRK-SEQUENCIA TO BUREAU-SEQ-LINHA.
           DISPLAY "TOTAL EXPORTADO  : " WRK-TOTEXPORTADOS.
           DISPLAY "TOTAL SUPRIMIDO (SEM CONSENTIMENTO): "
                   WRK-TOTSUPRIMIDOS.
           DISPLAY "EMAIL DEVOLVIDO (ENVIADO SEM EMAIL): "
                   WRK-TOTDEVOLVIDOS.
           DISPLAY "HASH DOS IDS     : " WRK-HASH-IDS.
       END PROGRAM BUREAUCRM.
