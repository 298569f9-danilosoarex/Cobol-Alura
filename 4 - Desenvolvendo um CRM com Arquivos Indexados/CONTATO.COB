           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT ROTEIRO ASSIGN TO "..\DADOS\ROTEIRO.DAT"
           ORGANIZATION  IS  INDEXED
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PONTOS-FS.

           SELECT CONTPESSOA ASSIGN TO "..\DADOS\CONTPESSOA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONTPESSOA-FS
           RECORD KEY IS CPES-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
           05  ARC-DESCRICAO      PIC X(60).
           05  FILLER             PIC X(38).

       FD  CONTPESSOA.
       COPY  "#CONTPES".

       WORKING-STORAGE     SECTION.
       COPY "#CRM-WRK".

       01  WRK-CONTATO-DUR   PIC 9(04) VALUE 0.
       01  WRK-CONTATO-CAMP  PIC X(06) VALUE SPACES.

      *------------------- COM QUEM FOI O CONTATO (PESSOA JURIDICA) ---*
       01  CONTPESSOA-FS     PIC 9(02) VALUE ZEROS.
       01  WRK-CONTATO-PES   PIC 9(02) VALUE 0.
       01  WRK-PES-ACHOU     PIC X(01) VALUE 'N'.

      *------------------- ROTEIRO DA CAMPANHA ------------------------*
      *  COM CODIGO DE CAMPANHA O CONTATO PERCORRE AS PERGUNTAS DO    *
      *  ROTEIRO.DAT E GRAVA CADA RESPOSTA NO RESPOSTA.DAT            *
       REGISTRAR-CONTATO     SECTION.
           PERFORM DESCOBRIR-PROXIMA-SEQ.

           MOVE 0 TO WRK-CONTATO-PES.
           IF ARQCRM-PESSOA-JURIDICA
              PERFORM ESCOLHER-PESSOA
           END-IF.

           DISPLAY "DATA (AAAAMMDD) "          LINE 09 COLUMN 01.
              ACCEPT WRK-CONTATO-DATA          LINE 09 COLUMN 25.

           MOVE WRK-CONTATO-DUR  TO CONTATO-DURACAO.
           MOVE LK-USUARIO       TO CONTATO-OPERADOR.
           MOVE WRK-CONTATO-CAMP TO CONTATO-CAMPANHA.
           MOVE WRK-CONTATO-PES  TO CONTATO-PESSOA.

           WRITE CONTATO-REGISTRO.

           IF ARQCONTATO-FS EQUAL 00 OR 02
              MOVE WRK-CONTATO-DATA TO ARQCRM-LAST-CONTACT
              REWRITE ARQCRM-REGISTRO
              IF ARQCRM-FS EQUAL 00
              DISPLAY ARQCONTATO-FS
           END-IF.

      *------------------- PESSOA DA EMPRESA COM QUEM SE FALOU ----------*
      *  LISTA AS PESSOAS DE CONTATO DO CLIENTE (LINHAS 09 A 15) E O   *
      *  OPERADOR ESCOLHE A SEQ; 0 OU SEQ INEXISTENTE = A EMPRESA      *
       ESCOLHER-PESSOA     SECTION.
           OPEN INPUT CONTPESSOA.
           IF CONTPESSOA-FS NOT EQUAL ZEROS
              GO TO ESCOLHER-PESSOA-EXIT
           END-IF.

           MOVE 9 TO WRK-LINHA.
           MOVE WRK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE 0              TO CPES-SEQ.
           START CONTPESSOA KEY IS NOT LESS THAN CPES-CHAVE.
           IF CONTPESSOA-FS EQUAL 00
              READ CONTPESSOA NEXT RECORD
              PERFORM EXIBIR-UMA-PESSOA
                 UNTIL CONTPESSOA-FS NOT EQUAL 00
                    OR CPES-CLIENTE-ID NOT EQUAL WRK-CLIENTE-ID
                    OR WRK-LINHA > 15
           END-IF.

           IF WRK-LINHA EQUAL 9
              CLOSE CONTPESSOA
              GO TO ESCOLHER-PESSOA-EXIT
           END-IF.

           DISPLAY "FALOU COM (SEQ DA PESSOA, 0=EMPRESA)"
                                               LINE 08 COLUMN 01.
              ACCEPT WRK-CONTATO-PES           LINE 08 COLUMN 39.

           MOVE 'N' TO WRK-PES-ACHOU.
           IF WRK-CONTATO-PES NOT EQUAL 0
              MOVE WRK-CLIENTE-ID  TO CPES-CLIENTE-ID
              MOVE WRK-CONTATO-PES TO CPES-SEQ
              READ CONTPESSOA KEY IS CPES-CHAVE
              IF CONTPESSOA-FS EQUAL 00
                 MOVE 'S' TO WRK-PES-ACHOU
              END-IF
           END-IF.
           IF WRK-PES-ACHOU EQUAL 'N'
              MOVE 0 TO WRK-CONTATO-PES
           END-IF.
           CLOSE CONTPESSOA.

           MOVE 9 TO WRK-LINHA.
           PERFORM LIMPAR-LINHA UNTIL WRK-LINHA > 15.

       ESCOLHER-PESSOA-EXIT.
           EXIT.

       EXIBIR-UMA-PESSOA     SECTION.
           DISPLAY CPES-SEQ SPACE CPES-NOME SPACE CPES-PAPEL SPACE
                   CPES-PRINCIPAL          LINE WRK-LINHA COLUMN 01.
           ADD 1 TO WRK-LINHA.
           READ CONTPESSOA NEXT RECORD.

       LIMPAR-LINHA     SECTION.
           DISPLAY "                                        "
                   "                                        "
                                           LINE WRK-LINHA COLUMN 01.
           ADD 1 TO WRK-LINHA.

      *------------------- PERCORRE O ROTEIRO DA CAMPANHA --------------*
       APLICAR-ROTEIRO     SECTION.
           MOVE 0 TO WRK-ROT-QTD.
       EXIBIR-CONTATO     SECTION.
           DISPLAY CONTATO-DATA  SPACE CONTATO-TIPO SPACE
                   CONTATO-DESCRICAO SPACE CONTATO-PROX-ACAO SPACE
                   CONTATO-PENDENTE  SPACE CONTATO-PESSOA
                                     LINE WRK-LINHA COLUMN 01.
           ADD 1 TO WRK-LINHA.
           READ ARQCONTATO NEXT RECORD.

