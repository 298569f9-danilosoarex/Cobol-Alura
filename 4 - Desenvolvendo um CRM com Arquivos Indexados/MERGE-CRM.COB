      *------------------- ESCOLHA DE CADA CAMPO (1=A / 2=B) ------------*
       01  WRK-ESCOLHA             PIC 9(01) VALUE 1.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
      *  OS CPFS SAO TOKENS: NA TELA VAI A MASCARA, E O TOKEN          *
      *  ESCOLHIDO PASSA PARA O SOBREVIVENTE COMO ESTA                 *
       COPY  "#COFRE-PARM".
       01  WRK-A-CPF-MASC          PIC X(14) VALUE SPACES.
       01  WRK-B-CPF-MASC          PIC X(14) VALUE SPACES.


      *------------------- TRAVA DA JANELA DE LOTE --------------------*
       01  WRK-SIS-OPER     PIC X(01) VALUE 'C'.
              MOVE WRK-A-NOME TO WRK-ARQCRM-NOME
           END-IF.

           MOVE WRK-A-CPF TO CFR-TOKEN.
           MOVE WRK-A-ID  TO CFR-CLIENTE-ID.
           PERFORM MASCARAR-CPF.
           MOVE CFR-MASCARA TO WRK-A-CPF-MASC.
           MOVE WRK-B-CPF TO CFR-TOKEN.
           MOVE WRK-B-ID  TO CFR-CLIENTE-ID.
           PERFORM MASCARAR-CPF.
           MOVE CFR-MASCARA TO WRK-B-CPF-MASC.
           DISPLAY "CPF       A: " WRK-A-CPF-MASC LINE 10 COLUMN 01.
           DISPLAY "          B: " WRK-B-CPF-MASC LINE 11 COLUMN 01.
              ACCEPT WRK-ESCOLHA                  LINE 11 COLUMN 40.
           IF WRK-ESCOLHA EQUAL 2
              MOVE WRK-B-CPF TO WRK-ARQCRM-CPF
              MOVE 'N' TO WRK-MERGE-OK
           END-IF.

      *------------------- CPF NA TELA SO MASCARADO --------------------*
       MASCARAR-CPF   SECTION.
           MOVE 'M'           TO CFR-OPERACAO.
           MOVE 'F'           TO CFR-TIPO.
           MOVE "MERGE-CRM"   TO CFR-PROGRAMA.
           MOVE LK-USUARIO    TO CFR-USUARIO.
           CALL "COFRECRM" USING CFR-PARAMETROS.

      *------------------- GRAVA O REGISTRO UNIDO E O EXCLUIDO -----------*
      *  B E EXCLUIDO (E SEU EMAIL LIBERADO) ANTES DE A SER ATUALIZADO,
      *  JA QUE ARQCRM-EMAIL E CHAVE ALTERNATIVA UNICA - SE A ASSUMIR O
