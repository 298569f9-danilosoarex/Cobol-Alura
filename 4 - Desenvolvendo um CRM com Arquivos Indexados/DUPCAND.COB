       01  WRK-RANK-PAR        PIC 9(01) VALUE 0.
       01  WRK-MOTIVO          PIC X(20) VALUE SPACES.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
      *  CPF E CNPJ SAO TOKENS: O MESMO DOCUMENTO TEM SEMPRE O MESMO   *
      *  TOKEN, ENTAO A COMPARACAO NAO MUDA; NO CSV VAI A MASCARA      *
       COPY  "#COFRE-PARM".
       01  WRK-CPF-MASC-A      PIC X(14) VALUE SPACES.
       01  WRK-CPF-MASC-B      PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CARREGAR UNTIL ARQCRM-FS EQUAL 10.
                   ADD 1 TO WRK-QTD-RANK-NOME
           END-EVALUATE.

           MOVE WRK-CAND-CPF (WRK-IDX-A) TO CFR-TOKEN.
           MOVE WRK-CAND-ID (WRK-IDX-A)  TO CFR-CLIENTE-ID.
           PERFORM MASCARAR-CPF.
           MOVE CFR-MASCARA              TO WRK-CPF-MASC-A.
           MOVE WRK-CAND-CPF (WRK-IDX-B) TO CFR-TOKEN.
           MOVE WRK-CAND-ID (WRK-IDX-B)  TO CFR-CLIENTE-ID.
           PERFORM MASCARAR-CPF.
           MOVE CFR-MASCARA              TO WRK-CPF-MASC-B.

           MOVE SPACES TO DUP-LINHA.
           STRING WRK-RANK                     DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-CAND-FONE (WRK-IDX-A)    DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-CPF-MASC-A               DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-CAND-ID (WRK-IDX-B)      DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-CAND-FONE (WRK-IDX-B)    DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-CPF-MASC-B               DELIMITED BY SIZE
                  INTO DUP-LINHA
           END-STRING.
           WRITE DUP-LINHA.

       MASCARAR-CPF     SECTION.
           MOVE 'M'           TO CFR-OPERACAO.
           MOVE 'F'           TO CFR-TIPO.
           MOVE "DUPCAND"     TO CFR-PROGRAMA.
           MOVE "DUPCAND"     TO CFR-USUARIO.
           CALL "COFRECRM" USING CFR-PARAMETROS.

       FINALIZAR     SECTION.
           DISPLAY "TOTAL LIDO            : " WRK-TOTLIDOS.
           DISPLAY "TOTAL ANALISADO       : " WRK-TOTCARGA.
