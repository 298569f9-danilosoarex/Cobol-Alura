      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 10-AGINGPAG.
      *-----------------------------------------------------------------
      *  AGING DO CONTAS A PAGAR POR FORNECEDOR: SALDO DOS TITULOS DO  *
      *  CPAGAR.DAT MENOS AS BAIXAS DO 10-PAGFORN, NAS MESMAS FAIXAS   *
      *  DO 7-AGING. NOTA RETIDA CONTINUA DEVIDA E ENTRA NA FAIXA; A   *
      *  ULTIMA COLUNA MOSTRA QUANTO DO SALDO AGUARDA O COMPRADOR.     *
      *  NO FIM, AS NOTAS DE DEBITO (DEVOLUCOES) AINDA NAO ABATIDAS E  *
      *  O SALDO LIQUIDO DEVIDO AOS FORNECEDORES                       *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CPAGAR ASSIGN TO "..\DADOS\CPAGAR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CPAGAR.

           SELECT CPBAIXAS ASSIGN TO "..\DADOS\CPAGAR.BAIXAS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BAIXAS.

           SELECT FORNECEDORES ASSIGN TO "..\DADOS\FORNECEDORES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-FORN
           RECORD KEY IS WS-FORN-CHAVE.

           SELECT DEBITOS ASSIGN TO "..\DADOS\CPAGAR.DEBITOS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEB.

           SELECT RELATORIO ASSIGN TO "..\DADOS\CPAGAR.AGING.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER 10-NFFORN) ----------------------------*
       FD  CPAGAR.
       01  WS-CP-REG.
           05 WS-CP-TITULO          PIC 9(06).
           05 WS-CP-FORNECEDOR      PIC X(04).
           05 WS-CP-NOTA            PIC X(10).
           05 WS-CP-PEDIDO          PIC 9(06).
           05 WS-CP-EMISSAO         PIC 9(08).
           05 WS-CP-ENTRADA         PIC 9(08).
           05 WS-CP-VENCIMENTO      PIC 9(08).
           05 WS-CP-VALOR           PIC 9(07)V99.
           05 WS-CP-BANCO           PIC 9(03).
           05 WS-CP-SITUACAO        PIC X(01).
           05 WS-CP-MOTIVO          PIC X(30).
           05 WS-CP-COMPRADOR       PIC X(10).

      *------------------- (VER 10-PAGFORN) ---------------------------*
       FD  CPBAIXAS.
       01  WS-BX-REG.
           05 WS-BX-TITULO          PIC 9(06).
           05 WS-BX-DATA            PIC 9(08).
           05 WS-BX-VALOR           PIC 9(07)V99.
           05 WS-BX-BANCO           PIC 9(03).

      *------------------- (VER 8-DEVFORN) ----------------------------*
       FD  DEBITOS.
       01  WS-ND-REG.
           05 WS-ND-NUMERO          PIC 9(06).
           05 WS-ND-FORNECEDOR      PIC X(04).
           05 WS-ND-PEDIDO          PIC 9(06).
           05 WS-ND-DATA            PIC 9(08).
           05 WS-ND-VALOR           PIC 9(07)V99.
           05 WS-ND-ABATIDO         PIC 9(07)V99.

       FD  FORNECEDORES.
       01  WS-FORN-REG.
           05 WS-FORN-CHAVE.
              10 WS-FORN-CODIGO     PIC X(04).
           05 WS-FORN-NOME          PIC X(30).
           05 WS-FORN-PRAZO         PIC 9(03).
           05 WS-FORN-PEDIDO-MIN    PIC 9(05).

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-CPAGAR             PIC 9(02) VALUE ZEROS.
       01 WS-FS-BAIXAS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-FORN               PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-DEB                PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-INT-HOJE              PIC 9(07) COMP VALUE 0.
       01 WS-INT-VENC              PIC 9(07) COMP VALUE 0.
       01 WS-DIAS-ATRASO           PIC S9(05) COMP VALUE 0.

      *------------------- TITULOS EM MEMORIA -------------------------*
       01 WS-CT-TAB.
           05 WS-CT OCCURS 500 TIMES.
              10 WS-CT-TITULO       PIC 9(06).
              10 WS-CT-FORNECEDOR   PIC X(04).
              10 WS-CT-VENCIMENTO   PIC 9(08).
              10 WS-CT-VALOR        PIC 9(07)V99.
              10 WS-CT-SITUACAO     PIC X(01).
              10 WS-CT-PAGO         PIC 9(07)V99.
       01 WS-CT-ITENS              PIC 9(03) VALUE 0.
       01 WS-CT-IDX                PIC 9(03) VALUE 0.
       01 WS-CT-ACHADO             PIC 9(03) VALUE 0.
       01 WS-CT-SALDO              PIC S9(07)V99 VALUE 0.

      *------------------- TOTAIS POR FORNECEDOR ----------------------*
      *  FAIXA 1 = A VENCER / 2 = ATE 30 / 3 = 31-60 / 4 = 61-90     *
      *  FAIXA 5 = MAIS DE 90 DIAS                                   *
       01 WS-FN-TAB.
           05 WS-FN-ITEM OCCURS 100 TIMES.
              10 WS-FN-CODIGO       PIC X(04).
              10 WS-FN-FAIXA OCCURS 5 TIMES
                                    PIC 9(09)V99.
              10 WS-FN-RETIDO       PIC 9(09)V99.
       01 WS-FN-ITENS              PIC 9(03) VALUE 0.
       01 WS-FN-IDX                PIC 9(03) VALUE 0.
       01 WS-FN-ACHADO             PIC 9(03) VALUE 0.
       01 WS-FAIXA                 PIC 9(01) VALUE 0.

       01 WS-GERAL-TAB.
           05 WS-GERAL-FAIXA OCCURS 5 TIMES PIC 9(09)V99 VALUE 0.
       01 WS-GERAL-RETIDO          PIC 9(09)V99 VALUE 0.
       01 WS-TOT-ABERTOS           PIC 9(04) VALUE 0.
       01 WS-TOT-PAGOS             PIC 9(04) VALUE 0.
       01 WS-TOT-RECUSADOS         PIC 9(04) VALUE 0.
       01 WS-ND-SALDO              PIC 9(07)V99 VALUE 0.
       01 WS-TOT-DEBITOS           PIC 9(09)V99 VALUE 0.
       01 WS-TOT-DEVIDO            PIC 9(09)V99 VALUE 0.
       01 WS-LIQUIDO               PIC S9(09)V99 VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
       01 WS-TOTAL-EDIT            PIC Z(08)9.99.
       01 WS-LIQUIDO-EDIT          PIC -Z(08)9.99.

       01 WS-CABECALHO.
           05 FILLER               PIC X(05) VALUE "FORN".
           05 FILLER               PIC X(16) VALUE "FORNECEDOR".
           05 FILLER               PIC X(12) VALUE "   A VENCER".
           05 FILLER               PIC X(12) VALUE "     ATE 30".
           05 FILLER               PIC X(12) VALUE "      31-60".
           05 FILLER               PIC X(12) VALUE "      61-90".
           05 FILLER               PIC X(12) VALUE "    MAIS 90".
           05 FILLER               PIC X(12) VALUE "     RETIDO".

       01 WS-FN-DETALHE.
           05 WS-DET-CODIGO        PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-NOME          PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-F1            PIC Z(07)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-F2            PIC Z(07)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-F3            PIC Z(07)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-F4            PIC Z(07)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-F5            PIC Z(07)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-RETIDO        PIC Z(07)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-TITULOS
              UNTIL WS-FS-CPAGAR NOT EQUAL ZEROS.
           PERFORM CARREGAR-BAIXAS.
           PERFORM CLASSIFICAR-SALDOS.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).

           OPEN INPUT CPAGAR.
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO CPAGAR " WS-FS-CPAGAR
              STOP RUN
           END-IF.

           OPEN INPUT FORNECEDORES.
           IF WS-FS-FORN NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS FORNECEDORES " WS-FS-FORN
              CLOSE CPAGAR
              STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO.

           DISPLAY "AGING DO CONTAS A PAGAR".
           DISPLAY "-----------------------".

           READ CPAGAR.

       CARREGAR-TITULOS    SECTION.
      *    NOTA RECUSADA PELO COMPRADOR NAO E DIVIDA
           IF WS-CP-SITUACAO EQUAL 'C'
              ADD 1 TO WS-TOT-RECUSADOS
           ELSE
              IF WS-CT-ITENS < 500
                 ADD 1 TO WS-CT-ITENS
                 MOVE WS-CP-TITULO     TO WS-CT-TITULO (WS-CT-ITENS)
                 MOVE WS-CP-FORNECEDOR
                   TO WS-CT-FORNECEDOR (WS-CT-ITENS)
                 MOVE WS-CP-VENCIMENTO
                   TO WS-CT-VENCIMENTO (WS-CT-ITENS)
                 MOVE WS-CP-VALOR      TO WS-CT-VALOR (WS-CT-ITENS)
                 MOVE WS-CP-SITUACAO   TO WS-CT-SITUACAO (WS-CT-ITENS)
                 MOVE ZEROS            TO WS-CT-PAGO (WS-CT-ITENS)
              ELSE
                 DISPLAY "TABELA DE TITULOS CHEIA - AGING PARCIAL"
              END-IF
           END-IF.
           READ CPAGAR.

      *------------------- CASA CADA BAIXA COM O SEU TITULO -----------*
       CARREGAR-BAIXAS    SECTION.
           OPEN INPUT CPBAIXAS.
           IF WS-FS-BAIXAS NOT EQUAL ZEROS
              DISPLAY "SEM ARQUIVO DE BAIXAS - TUDO EM ABERTO"
              GO TO CARREGAR-BAIXAS-FIM
           END-IF.
           READ CPBAIXAS.
           PERFORM APLICAR-BAIXA
              UNTIL WS-FS-BAIXAS NOT EQUAL ZEROS.
           CLOSE CPBAIXAS.

       CARREGAR-BAIXAS-FIM.
           EXIT.

       APLICAR-BAIXA    SECTION.
           MOVE 0 TO WS-CT-ACHADO.
           MOVE 0 TO WS-CT-IDX.
           PERFORM PROCURAR-TITULO
              UNTIL WS-CT-IDX NOT < WS-CT-ITENS
                 OR WS-CT-ACHADO NOT EQUAL 0.
           IF WS-CT-ACHADO EQUAL 0
              DISPLAY "BAIXA SEM TITULO: " WS-BX-TITULO
                      " VALOR " WS-BX-VALOR
           ELSE
              ADD WS-BX-VALOR TO WS-CT-PAGO (WS-CT-ACHADO)
           END-IF.
           READ CPBAIXAS.

       PROCURAR-TITULO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-TITULO (WS-CT-IDX) EQUAL WS-BX-TITULO
              MOVE WS-CT-IDX TO WS-CT-ACHADO
           END-IF.

      *------------------- SALDO EM ABERTO PARA A FAIXA ---------------*
       CLASSIFICAR-SALDOS    SECTION.
           MOVE 0 TO WS-CT-IDX.
           PERFORM CLASSIFICAR-UM-TITULO
              UNTIL WS-CT-IDX NOT < WS-CT-ITENS.

       CLASSIFICAR-UM-TITULO    SECTION.
           ADD 1 TO WS-CT-IDX.
           COMPUTE WS-CT-SALDO =
                   WS-CT-VALOR (WS-CT-IDX)
                   - WS-CT-PAGO (WS-CT-IDX).
           IF WS-CT-SALDO NOT > 0
              ADD 1 TO WS-TOT-PAGOS
              GO TO CLASSIFICAR-UM-TITULO-FIM
           END-IF.

           ADD 1 TO WS-TOT-ABERTOS.

           COMPUTE WS-INT-VENC = FUNCTION INTEGER-OF-DATE
                   (WS-CT-VENCIMENTO (WS-CT-IDX)).
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC.

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT > 0
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 30
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 60
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 90
                   MOVE 4 TO WS-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA
           END-EVALUATE.

           PERFORM ACUMULAR-NO-FORNECEDOR.
           ADD WS-CT-SALDO TO WS-GERAL-FAIXA (WS-FAIXA).
           IF WS-CT-SITUACAO (WS-CT-IDX) EQUAL 'R'
              ADD WS-CT-SALDO TO WS-GERAL-RETIDO
           END-IF.

       CLASSIFICAR-UM-TITULO-FIM.
           EXIT.

       ACUMULAR-NO-FORNECEDOR    SECTION.
           MOVE 0 TO WS-FN-ACHADO.
           MOVE 0 TO WS-FN-IDX.
           PERFORM PROCURAR-FORNECEDOR
              UNTIL WS-FN-IDX NOT < WS-FN-ITENS
                 OR WS-FN-ACHADO NOT EQUAL 0.

           IF WS-FN-ACHADO EQUAL 0
              IF WS-FN-ITENS < 100
                 ADD 1 TO WS-FN-ITENS
                 MOVE WS-FN-ITENS TO WS-FN-ACHADO
                 INITIALIZE WS-FN-ITEM (WS-FN-ACHADO)
                 MOVE WS-CT-FORNECEDOR (WS-CT-IDX)
                   TO WS-FN-CODIGO (WS-FN-ACHADO)
              ELSE
                 DISPLAY "TABELA DE FORNECEDORES CHEIA - FORNECEDOR"
                         " FORA: " WS-CT-FORNECEDOR (WS-CT-IDX)
                 GO TO ACUMULAR-NO-FORNECEDOR-FIM
              END-IF
           END-IF.

           ADD WS-CT-SALDO
             TO WS-FN-FAIXA (WS-FN-ACHADO, WS-FAIXA).
           IF WS-CT-SITUACAO (WS-CT-IDX) EQUAL 'R'
              ADD WS-CT-SALDO TO WS-FN-RETIDO (WS-FN-ACHADO)
           END-IF.

       ACUMULAR-NO-FORNECEDOR-FIM.
           EXIT.

       PROCURAR-FORNECEDOR    SECTION.
           ADD 1 TO WS-FN-IDX.
           IF WS-FN-CODIGO (WS-FN-IDX)
                 EQUAL WS-CT-FORNECEDOR (WS-CT-IDX)
              MOVE WS-FN-IDX TO WS-FN-ACHADO
           END-IF.

       IMPRIMIR-RELATORIO    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "AGING DO CONTAS A PAGAR EM " DELIMITED BY SIZE
                  WS-DATA-HOJE                  DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE WS-CABECALHO TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE 0 TO WS-FN-IDX.
           PERFORM IMPRIMIR-UM-FORNECEDOR
              UNTIL WS-FN-IDX NOT < WS-FN-ITENS.

           MOVE SPACES  TO WS-DET-CODIGO.
           MOVE "TOTAL" TO WS-DET-NOME.
           MOVE WS-GERAL-FAIXA (1) TO WS-DET-F1.
           MOVE WS-GERAL-FAIXA (2) TO WS-DET-F2.
           MOVE WS-GERAL-FAIXA (3) TO WS-DET-F3.
           MOVE WS-GERAL-FAIXA (4) TO WS-DET-F4.
           MOVE WS-GERAL-FAIXA (5) TO WS-DET-F5.
           MOVE WS-GERAL-RETIDO    TO WS-DET-RETIDO.
           MOVE WS-FN-DETALHE TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           PERFORM IMPRIMIR-DEBITOS.

       IMPRIMIR-UM-FORNECEDOR    SECTION.
           ADD 1 TO WS-FN-IDX.
           MOVE WS-FN-CODIGO (WS-FN-IDX) TO WS-DET-CODIGO.
           MOVE WS-FN-CODIGO (WS-FN-IDX) TO WS-FORN-CODIGO.
           READ FORNECEDORES.
           IF WS-FS-FORN EQUAL ZEROS
              MOVE WS-FORN-NOME (1:15) TO WS-DET-NOME
           ELSE
              MOVE "(SEM CADASTRO)" TO WS-DET-NOME
           END-IF.
           MOVE WS-FN-FAIXA (WS-FN-IDX, 1)  TO WS-DET-F1.
           MOVE WS-FN-FAIXA (WS-FN-IDX, 2)  TO WS-DET-F2.
           MOVE WS-FN-FAIXA (WS-FN-IDX, 3)  TO WS-DET-F3.
           MOVE WS-FN-FAIXA (WS-FN-IDX, 4)  TO WS-DET-F4.
           MOVE WS-FN-FAIXA (WS-FN-IDX, 5)  TO WS-DET-F5.
           MOVE WS-FN-RETIDO (WS-FN-IDX)    TO WS-DET-RETIDO.
           MOVE WS-FN-DETALHE TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

      *------------------- CREDITOS DE DEVOLUCAO A ABATER -------------*
       IMPRIMIR-DEBITOS    SECTION.
           OPEN INPUT DEBITOS.
           IF WS-FS-DEB NOT EQUAL ZEROS
              GO TO IMPRIMIR-DEBITOS-FIM
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "NOTAS DE DEBITO A ABATER (DEVOLUCOES AO FORNECEDOR)"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE "NOTA   FORN FORNECEDOR      PEDIDO EMISSAO       SALDO"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           READ DEBITOS.
           PERFORM IMPRIMIR-UM-DEBITO
              UNTIL WS-FS-DEB NOT EQUAL ZEROS.
           CLOSE DEBITOS.

       IMPRIMIR-DEBITOS-FIM.
           COMPUTE WS-TOT-DEVIDO = WS-GERAL-FAIXA (1)
                   + WS-GERAL-FAIXA (2) + WS-GERAL-FAIXA (3)
                   + WS-GERAL-FAIXA (4) + WS-GERAL-FAIXA (5).
           COMPUTE WS-LIQUIDO = WS-TOT-DEVIDO - WS-TOT-DEBITOS.
           MOVE WS-TOT-DEBITOS TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAL DE NOTAS DE DEBITO: " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE WS-LIQUIDO TO WS-LIQUIDO-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "SALDO LIQUIDO A PAGAR  : " WS-LIQUIDO-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       IMPRIMIR-UM-DEBITO    SECTION.
           COMPUTE WS-ND-SALDO = WS-ND-VALOR - WS-ND-ABATIDO.
           IF WS-ND-SALDO EQUAL ZEROS
              GO TO IMPRIMIR-UM-DEBITO-FIM
           END-IF.
           ADD WS-ND-SALDO TO WS-TOT-DEBITOS.
           MOVE WS-ND-FORNECEDOR TO WS-FORN-CODIGO.
           READ FORNECEDORES.
           IF WS-FS-FORN NOT EQUAL ZEROS
              MOVE "(SEM CADASTRO)" TO WS-FORN-NOME
           END-IF.
           MOVE WS-ND-SALDO TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-ND-NUMERO " " WS-ND-FORNECEDOR " "
                  WS-FORN-NOME (1:15) " "
                  WS-ND-PEDIDO " " WS-ND-DATA " "
                  WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       IMPRIMIR-UM-DEBITO-FIM.
           READ DEBITOS.

       FINALIZAR    SECTION.
           DISPLAY "TITULOS EM ABERTO: " WS-TOT-ABERTOS.
           DISPLAY "TITULOS QUITADOS : " WS-TOT-PAGOS.
           DISPLAY "NOTAS RECUSADAS  : " WS-TOT-RECUSADOS.
           DISPLAY "RELATORIO EM ..\DADOS\CPAGAR.AGING.TXT".

           CLOSE CPAGAR.
           CLOSE FORNECEDORES.
           CLOSE RELATORIO.
       END PROGRAM 10-AGINGPAG.
