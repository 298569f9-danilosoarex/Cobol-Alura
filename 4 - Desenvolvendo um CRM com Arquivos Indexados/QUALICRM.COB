           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT ENTREGA ASSIGN TO "..\DADOS\ENTREGA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ENTREGA-FS
           RECORD KEY IS ENTREGA-CHAVE.

           SELECT ARQCRM-QUA ASSIGN TO "..\DADOS\ARQCRM.QUALIDADE.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
       FD  ARQCONTATO.
       COPY  "#CONTATO".

       FD  ENTREGA.
       COPY  "#ENTREGA".

       FD  ARQCRM-QUA.
       01  QUA-LINHA           PIC X(120).

       01  WRK-QTD-FONE-RUIM   PIC 9(05) VALUE 0.
       01  WRK-QTD-SEM-CONTATO PIC 9(05) VALUE 0.
       01  WRK-QTD-SEM-NASC    PIC 9(05) VALUE 0.
       01  WRK-QTD-EMAIL-DEVOL PIC 9(05) VALUE 0.

      *------------------- NOTA DO REGISTRO ----------------------------*
      *  A NOTA PARTE DE 100 E PERDE 20 PONTOS POR DEFEITO ENCONTRADO   *
       01  WRK-FONE-IDX        PIC 9(02) VALUE 0.
       01  WRK-FONE-CHAR       PIC X(01) VALUE SPACES.

      *------------------- ENTREGABILIDADE DO E-MAIL (EMAILDEV) --------*
       01  ENTREGA-FS          PIC 9(02) VALUE ZEROS.
       01  WRK-TEM-ENTREGA     PIC X(01) VALUE 'N'.
       01  WRK-EMAIL-DEVOLVIDO PIC X(01) VALUE 'N'.
           88  EMAIL-DEVOLVIDO     VALUE 'S'.

      *------------------- CONSULTA AO HISTORICO DE CONTATOS -----------*
       01  WRK-TEM-CONTATO     PIC X(01) VALUE 'N'.

              GOBACK
           END-IF.

           OPEN INPUT ENTREGA.
           IF ENTREGA-FS EQUAL ZEROS
              MOVE 'S' TO WRK-TEM-ENTREGA
           ELSE
              DISPLAY "SEM ENTREGA.DAT - DEVOLUCOES DE E-MAIL "
                      "NAO CONSIDERADAS"
              MOVE 00 TO ENTREGA-FS
           END-IF.

           OPEN OUTPUT ARQCRM-QUA.
           IF ARQCRM-QUA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE NOTAS "
              PERFORM ANOTAR-DEFEITO-CEP
           END-IF.

      *    ENDERECO BEM FORMADO MAS COM DEVOLUCAO PERMANENTE TAMBEM
      *    PERDE OS PONTOS DO E-MAIL, COM DEFEITO PROPRIO
           PERFORM VALIDAR-EMAIL.
           IF WRK-EMAIL-OK EQUAL 'N'
              SUBTRACT 20 FROM WRK-NOTA
              ADD 1 TO WRK-QTD-SEM-EMAIL
              PERFORM ANOTAR-DEFEITO-EMAIL
           ELSE
              PERFORM VERIFICAR-ENTREGA
              IF EMAIL-DEVOLVIDO
                 SUBTRACT 20 FROM WRK-NOTA
                 ADD 1 TO WRK-QTD-EMAIL-DEVOL
                 PERFORM ANOTAR-DEFEITO-DEVOLUCAO
              END-IF
           END-IF.

           PERFORM VALIDAR-TELEFONE.
                  INTO WRK-DEFEITOS
           END-STRING.

       ANOTAR-DEFEITO-DEVOLUCAO     SECTION.
           STRING FUNCTION TRIM(WRK-DEFEITOS) DELIMITED BY SIZE
                  " EMAIL-DEVOLVIDO"          DELIMITED BY SIZE
                  INTO WRK-DEFEITOS
           END-STRING.

       ANOTAR-DEFEITO-FONE     SECTION.
           STRING FUNCTION TRIM(WRK-DEFEITOS) DELIMITED BY SIZE
                  " TELEFONE"                 DELIMITED BY SIZE
       VALIDAR-EMAIL-FIM.
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

      *------------------- MESMA REGRA DE TELEFONE DO ALTERA -----------*
       VALIDAR-TELEFONE   SECTION.
           MOVE 'N' TO WRK-FONE-OK.
           DISPLAY "CAMPOS COM DEFEITO".
           DISPLAY "  CEP AUSENTE         : " WRK-QTD-SEM-CEP.
           DISPLAY "  EMAIL INVALIDO      : " WRK-QTD-SEM-EMAIL.
           DISPLAY "  EMAIL DEVOLVIDO     : " WRK-QTD-EMAIL-DEVOL.
           DISPLAY "  TELEFONE INVALIDO   : " WRK-QTD-FONE-RUIM.
           DISPLAY "  NUNCA CONTATADO     : " WRK-QTD-SEM-CONTATO.
           DISPLAY "  NASCIMENTO AUSENTE  : " WRK-QTD-SEM-NASC.
           CLOSE ARQCRM.
           CLOSE ARQCONTATO.
           CLOSE ARQCRM-QUA.
           IF WRK-TEM-ENTREGA EQUAL 'S'
              CLOSE ENTREGA
           END-IF.

           MOVE WRK-TOTAVALIADOS TO WRK-SPOOL-LINHAS.
           CALL "SPOOLREG" USING WRK-SPOOL-NOME WRK-SPOOL-SOLIC
