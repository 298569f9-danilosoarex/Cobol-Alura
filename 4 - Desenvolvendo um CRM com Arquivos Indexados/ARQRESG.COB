       01  WRK-NOME-ANTES    PIC X(30).
       01  WRK-NOME-DEPOIS   PIC X(30).

      *------------------- COFRE DE CPF E CNPJ ------------------------*
      *  O PURGADO GUARDA O TOKEN: A BUSCA POR CPF PASSA PELO COFRE E  *
      *  A LISTA MOSTRA SO A MASCARA                                   *
       COPY  "#COFRE-PARM".
       01  WRK-BUSCA-TOKEN   PIC 9(11) VALUE 0.


      *------------------- TRAVA DA JANELA DE LOTE --------------------*
       01  WRK-SIS-OPER     PIC X(01) VALUE 'C'.
               WHEN 2
                   DISPLAY "CPF  "               LINE 04 COLUMN 01
                      ACCEPT WRK-BUSCA-CPF       LINE 04 COLUMN 10
                   MOVE 'B'           TO CFR-OPERACAO
                   MOVE WRK-BUSCA-CPF TO CFR-DOCUMENTO
                   PERFORM CHAMAR-COFRE
                   MOVE CFR-TOKEN     TO WRK-BUSCA-TOKEN
               WHEN 3
                   DISPLAY "NOME "               LINE 04 COLUMN 01
                      ACCEPT WRK-BUSCA-NOME      LINE 04 COLUMN 10

           EVALUATE WRK-CRITERIO
               WHEN 2
                   IF WRK-ARQCRM-CPF EQUAL WRK-BUSCA-TOKEN
                      AND WRK-BUSCA-TOKEN NOT EQUAL ZEROS
                      MOVE 'S' TO WRK-ACHOU
                   END-IF
               WHEN 3

           IF REGISTRO-ACHADO
              ADD 1 TO WRK-TOTACHADOS
              MOVE 'M'            TO CFR-OPERACAO
              MOVE WRK-ARQCRM-CPF TO CFR-TOKEN
              PERFORM CHAMAR-COFRE
              DISPLAY PURGA-DATA SPACE WRK-ARQCRM-ID SPACE
                      WRK-ARQCRM-NOME (1:24) SPACE CFR-MASCARA
                                           LINE WRK-LINHA COLUMN 01
              IF WRK-LINHA < 19
                 ADD 1 TO WRK-LINHA

           READ ARQCRM-PURGA.

       CHAMAR-COFRE     SECTION.
           MOVE 'F'           TO CFR-TIPO.
           MOVE "ARQRESG"     TO CFR-PROGRAMA.
           MOVE LK-USUARIO    TO CFR-USUARIO.
           MOVE WRK-ARQCRM-ID TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.

       CONFERIR-TRECHO-NOME     SECTION.
           IF WRK-FILTRO-LEN EQUAL 0
              GO TO CONFERIR-TRECHO-NOME-EXIT
