           FILE STATUS IS ARQCONSENT-FS
           RECORD KEY IS CONSENT-CHAVE.

           SELECT ENTREGA ASSIGN TO "..\DADOS\ENTREGA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ENTREGA-FS
           RECORD KEY IS ENTREGA-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       FD  ARQCONSENT.
       COPY  "#CONSENT".

       FD  ENTREGA.
       COPY  "#ENTREGA".

       WORKING-STORAGE     SECTION.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  ARQCRM-PORTAL-FS    PIC 9(02) VALUE ZEROS.
       01  WRK-CONSENTE        PIC X(01) VALUE 'N'.
           88  CLIENTE-CONSENTE    VALUE 'S'.

      *------------------- ENTREGABILIDADE DO E-MAIL (EMAILDEV) --------*
       01  ENTREGA-FS          PIC 9(02) VALUE ZEROS.
       01  WRK-TEM-ENTREGA     PIC X(01) VALUE 'N'.
       01  WRK-EMAIL-DEVOLVIDO PIC X(01) VALUE 'N'.
           88  EMAIL-DEVOLVIDO     VALUE 'S'.

      *------------------- CONTROLE DO MODO DE EXTRACAO ----------------*
       01  WRK-MODO            PIC 9(01) VALUE 0.
           88  MODO-COMPLETO   VALUE 0.
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

           IF MODO-DELTA
              PERFORM PREPARAR-DELTA
           ELSE
           MOVE SPACES TO WRK-CSV-LINHA.
           STRING "ID,NOME,EMAIL,TELEFONE,SEGMENTO,"
                                              DELIMITED BY SIZE
                  "DATA_CADASTRO,TIPO,EMAIL_DEVOLVIDO"
                                              DELIMITED BY SIZE
                  INTO WRK-CSV-LINHA
           END-STRING.
           MOVE WRK-CSV-LINHA TO PORTAL-LINHA.
           MOVE SPACES TO WRK-CSV-LINHA.
           STRING "ID,NOME,EMAIL,TELEFONE,SEGMENTO,"
                                              DELIMITED BY SIZE
                  "DATA_CADASTRO,TIPO,EMAIL_DEVOLVIDO,ACAO"
                                              DELIMITED BY SIZE
                  INTO WRK-CSV-LINHA
           END-STRING.
           MOVE WRK-CSV-LINHA TO DELTA-LINHA.
           MOVE WRK-DEL-ID (WRK-DEL-IDX) TO WRK-ID-EDIT.
           MOVE SPACES TO DELTA-LINHA.
           STRING WRK-ID-EDIT                 DELIMITED BY SIZE
                  ",,,,,,,,E"                 DELIMITED BY SIZE
                  INTO DELTA-LINHA
           END-STRING.
           WRITE DELTA-LINHA.
           ADD 1 TO WRK-TOTEXPORTADOS.

      *    EMAIL_DEVOLVIDO = S QUANDO O ENDERECO TEVE DEVOLUCAO
      *    PERMANENTE; O PORTAL DEVE PEDIR UM NOVO AO CLIENTE
       MONTAR-LINHA-CLIENTE    SECTION.
           PERFORM VERIFICAR-ENTREGA.
           MOVE ARQCRM-ID       TO WRK-ID-EDIT.
           MOVE ARQCRM-SEGMENTO TO WRK-SEGMENTO-EDIT.
           MOVE SPACES TO WRK-CSV-LINHA.
                  ARQCRM-DATA-CADASTRO        DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  ARQCRM-TIPO-PESSOA          DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WRK-EMAIL-DEVOLVIDO         DELIMITED BY SIZE
                  INTO WRK-CSV-LINHA
           END-STRING.

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

      *------------------- GRAVA A NOVA MARCA D'AGUA -------------------*
       GRAVAR-MARCA-DAGUA    SECTION.
           OPEN OUTPUT ARQCRM-HWM.

           CLOSE ARQCRM.
           CLOSE ARQCONSENT.
           IF WRK-TEM-ENTREGA EQUAL 'S'
              CLOSE ENTREGA
           END-IF.
           IF MODO-DELTA
              CLOSE ARQCRM-LOG
              CLOSE ARQCRM-DELTA
