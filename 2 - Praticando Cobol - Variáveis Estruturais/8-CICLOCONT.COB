           SELECT CICLOHIST ASSIGN TO "..\DADOS\CICLOHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CHIST.

           SELECT ESTLOCAL ASSIGN TO "..\DADOS\ESTLOCAL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ESTLOCAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-CHIST-RESULTADO    PIC X(01).
      *       A = CONTAGEM BATEU / D = DIVERGIU DO SISTEMA

      *------------------- SALDO POR ENDERECO (VER 8-LOCAIS) ----------*
       FD  ESTLOCAL.
       01  WS-EL-REG.
           05 WS-EL-DEPOSITO        PIC X(10).
           05 WS-EL-ENDERECO.
              10 WS-EL-RUA          PIC X(02).
              10 WS-EL-PRATELEIRA   PIC 9(02).
              10 WS-EL-NIVEL        PIC 9(02).
           05 WS-EL-PRODUTO         PIC 9(06).
           05 WS-EL-QTD             PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESTOQUE            PIC 9(02) VALUE ZEROS.
       01 WS-FS-HIST               PIC 9(02) VALUE ZEROS.
       01 WS-FS-CONT               PIC 9(02) VALUE ZEROS.
       01 WS-FS-FICHAS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-CHIST              PIC 9(02) VALUE ZEROS.
       01 WS-FS-ESTLOCAL           PIC 9(02) VALUE ZEROS.

       01 WS-OPCAO                 PIC 9(01) VALUE 1.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-TOT-SELECIONADOS      PIC 9(04) VALUE 0.

      *------------------- FICHAS NA ORDEM DE CAMINHADA ---------------*
      *  O CONTADOR PERCORRE O DEPOSITO POR RUA/PRATELEIRA/NIVEL; O   *
      *  ITEM SEM ENDERECO NO ESTLOCAL.DAT VAI PARA O FIM DA FICHA    *
       01 WS-ELT-TAB.
           05 WS-ELT OCCURS 500 TIMES.
              10 WS-ELT-DEPOSITO    PIC X(10).
              10 WS-ELT-ENDERECO    PIC X(06).
              10 WS-ELT-PRODUTO     PIC 9(06).
              10 WS-ELT-QTD         PIC 9(05).
       01 WS-ELT-ITENS             PIC 9(03) VALUE 0.
       01 WS-ELT-IDX               PIC 9(03) VALUE 0.

       01 WS-FC-TAB.
           05 WS-FC OCCURS 300 TIMES.
              10 WS-FC-CHAVE.
                 15 WS-FC-DEPOSITO  PIC X(10).
                 15 WS-FC-ENDERECO  PIC X(06).
              10 WS-FC-PRODUTO      PIC 9(06).
              10 WS-FC-QTD          PIC 9(05).
              10 WS-FC-OUTROS       PIC X(01).
       01 WS-FC-ITENS              PIC 9(03) VALUE 0.
       01 WS-FC-IDX                PIC 9(03) VALUE 0.
       01 WS-FC-SEG                PIC 9(03) VALUE 0.
       01 WS-FC-AUX                PIC X(28) VALUE SPACES.
       01 WS-FC-END-EDIT           PIC X(06) VALUE SPACES.

      *------------------- APURACAO DO ACERTO -------------------------*
       01 WS-FOTO-TAB.
           05 WS-FOTO OCCURS 300 TIMES.
              GO TO MONTAR-LISTA-FIM
           END-IF.

           OPEN INPUT ESTLOCAL.
           IF WS-FS-ESTLOCAL EQUAL ZEROS
              READ ESTLOCAL
              PERFORM CARREGAR-UM-ENDERECO
                 UNTIL WS-FS-ESTLOCAL NOT EQUAL ZEROS
              CLOSE ESTLOCAL
           END-IF.

           OPEN OUTPUT CONGELADO.

           READ ESTOQUE NEXT RECORD.
           PERFORM SELECIONAR-UM-ITEM
              UNTIL WS-FS-ESTOQUE NOT EQUAL ZEROS.

           CLOSE ESTOQUE.
           CLOSE CONGELADO.

           PERFORM ORDENAR-FICHAS.

           OPEN OUTPUT FICHAS.
           MOVE SPACES TO WS-FICHA-LINHA.
           STRING "CONTAGEM CICLICA DE " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-FICHA-LINHA
           END-STRING.
           WRITE WS-FICHA-LINHA.
           MOVE "DEPOSITO   ENDERECO PRODUTO SISTEMA CONTADO"
             TO WS-FICHA-LINHA.
           WRITE WS-FICHA-LINHA.
           MOVE 0 TO WS-FC-IDX.
           PERFORM IMPRIMIR-UMA-FICHA
              UNTIL WS-FC-IDX NOT < WS-FC-ITENS.
           MOVE "* = PRODUTO TAMBEM EM OUTROS ENDERECOS"
             TO WS-FICHA-LINHA.
           WRITE WS-FICHA-LINHA.
           CLOSE FICHAS.

           DISPLAY "ITENS NA LISTA DO DIA: " WS-TOT-SELECIONADOS.
              MOVE WS-ESTOQUE-PRODUTO  TO WS-CONG-PRODUTO
              MOVE WS-ESTOQUE-QTD      TO WS-CONG-QTD
              WRITE WS-CONG-REG
              PERFORM GUARDAR-FICHA
           END-IF.

           READ ESTOQUE NEXT RECORD.
              MOVE WS-VOL-IDX TO WS-VOL-ACHADO
           END-IF.

       CARREGAR-UM-ENDERECO    SECTION.
           IF WS-ELT-ITENS < 500
              AND WS-EL-QTD > ZEROS
              ADD 1 TO WS-ELT-ITENS
              MOVE WS-EL-DEPOSITO TO WS-ELT-DEPOSITO (WS-ELT-ITENS)
              MOVE WS-EL-ENDERECO TO WS-ELT-ENDERECO (WS-ELT-ITENS)
              MOVE WS-EL-PRODUTO  TO WS-ELT-PRODUTO (WS-ELT-ITENS)
              MOVE WS-EL-QTD      TO WS-ELT-QTD (WS-ELT-ITENS)
           END-IF.
           READ ESTLOCAL.

      *------------------- ITEM SORTEADO VAI PARA A FICHA -------------*
       GUARDAR-FICHA    SECTION.
           IF WS-FC-ITENS NOT < 300
              DISPLAY "FICHA CHEIA (300) - FORA DA LISTA: "
                      WS-ESTOQUE-DEPOSITO " " WS-ESTOQUE-PRODUTO
              GO TO GUARDAR-FICHA-FIM
           END-IF.

           ADD 1 TO WS-FC-ITENS.
           MOVE WS-ESTOQUE-DEPOSITO TO WS-FC-DEPOSITO (WS-FC-ITENS).
           MOVE HIGH-VALUES         TO WS-FC-ENDERECO (WS-FC-ITENS).
           MOVE WS-ESTOQUE-PRODUTO  TO WS-FC-PRODUTO (WS-FC-ITENS).
           MOVE WS-ESTOQUE-QTD      TO WS-FC-QTD (WS-FC-ITENS).
           MOVE SPACE               TO WS-FC-OUTROS (WS-FC-ITENS).

           MOVE 0 TO WS-ELT-IDX.
           PERFORM ACHAR-MENOR-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.

       GUARDAR-FICHA-FIM.
           EXIT.

      *    O PRIMEIRO ENDERECO DA CAMINHADA; SE HOUVER MAIS DE UM A
      *    FICHA SINALIZA COM '*' PARA O CONTADOR PROCURAR OS DEMAIS
       ACHAR-MENOR-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-ESTOQUE-DEPOSITO
              AND WS-ELT-PRODUTO (WS-ELT-IDX) EQUAL WS-ESTOQUE-PRODUTO
              IF WS-FC-ENDERECO (WS-FC-ITENS) NOT EQUAL HIGH-VALUES
                 MOVE '*' TO WS-FC-OUTROS (WS-FC-ITENS)
              END-IF
              IF WS-ELT-ENDERECO (WS-ELT-IDX) <
                 WS-FC-ENDERECO (WS-FC-ITENS)
                 MOVE WS-ELT-ENDERECO (WS-ELT-IDX)
                   TO WS-FC-ENDERECO (WS-FC-ITENS)
              END-IF
           END-IF.

       ORDENAR-FICHAS    SECTION.
           IF WS-FC-ITENS < 2
              GO TO ORDENAR-FICHAS-FIM
           END-IF.
           MOVE 'S' TO WS-TROCOU.
           PERFORM PASSADA-FICHAS UNTIL WS-TROCOU EQUAL 'N'.

       ORDENAR-FICHAS-FIM.
           EXIT.

       PASSADA-FICHAS    SECTION.
           MOVE 'N' TO WS-TROCOU.
           MOVE 1 TO WS-FC-IDX.
           PERFORM COMPARAR-FICHAS
              UNTIL WS-FC-IDX NOT < WS-FC-ITENS.

       COMPARAR-FICHAS    SECTION.
           COMPUTE WS-FC-SEG = WS-FC-IDX + 1.
           IF WS-FC-CHAVE (WS-FC-IDX) > WS-FC-CHAVE (WS-FC-SEG)
              MOVE WS-FC (WS-FC-IDX) TO WS-FC-AUX
              MOVE WS-FC (WS-FC-SEG) TO WS-FC (WS-FC-IDX)
              MOVE WS-FC-AUX         TO WS-FC (WS-FC-SEG)
              MOVE 'S' TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-FC-IDX.

       IMPRIMIR-UMA-FICHA    SECTION.
           ADD 1 TO WS-FC-IDX.
           IF WS-FC-ENDERECO (WS-FC-IDX) EQUAL HIGH-VALUES
              MOVE "------" TO WS-FC-END-EDIT
           ELSE
              MOVE WS-FC-ENDERECO (WS-FC-IDX) TO WS-FC-END-EDIT
           END-IF.
           MOVE SPACES TO WS-FICHA-LINHA.
           STRING WS-FC-DEPOSITO (WS-FC-IDX) " "
                  WS-FC-END-EDIT WS-FC-OUTROS (WS-FC-IDX) "  "
                  WS-FC-PRODUTO (WS-FC-IDX) "  "
                  WS-FC-QTD (WS-FC-IDX) "   __________"
                  DELIMITED BY SIZE INTO WS-FICHA-LINHA
           END-STRING.
           WRITE WS-FICHA-LINHA.

      *------------------- ACERTO DA CONTAGEM DO DIA ------------------*
       APURAR-ACERTO    SECTION.
           OPEN INPUT CONGELADO.
