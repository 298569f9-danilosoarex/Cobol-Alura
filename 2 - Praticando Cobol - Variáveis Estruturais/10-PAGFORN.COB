      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 10-PAGFORN.
      *-----------------------------------------------------------------
      *  PAGAMENTO SEMANAL DE FORNECEDORES: SELECIONA OS TITULOS DO    *
      *  CPAGAR.DAT LIBERADOS OU APROVADOS PELO COMPRADOR QUE VENCEM   *
      *  ATE A DATA LIMITE E EMITE A LISTA DE PAGAMENTO POR BANCO.     *
      *  CONFIRMADA A LISTA, CADA TITULO RECEBE A SUA BAIXA NO         *
      *  CPAGAR.BAIXAS. NOTA RETIDA NAO E PAGA: SO APARECE NO AVISO.   *
      *  NOTA DE DEBITO EM ABERTO (DEVOLUCAO, 8-DEVFORN) E ABATIDA DOS *
      *  TITULOS DO MESMO FORNECEDOR: A PARTE ABATIDA BAIXA NO BANCO   *
      *  000 (COMPENSACAO) E O RESTO SAI NO BANCO DO TITULO            *
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

           SELECT RELATORIO ASSIGN TO "..\DADOS\CPAGAR.PAGAMENTOS.TXT"
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

      *------------------- BAIXAS DOS TITULOS A PAGAR -----------------*
       FD  CPBAIXAS.
       01  WS-BX-REG.
           05 WS-BX-TITULO          PIC 9(06).
           05 WS-BX-DATA            PIC 9(08).
           05 WS-BX-VALOR           PIC 9(07)V99.
           05 WS-BX-BANCO           PIC 9(03).
      *       000 = COMPENSADO COM NOTA DE DEBITO DO FORNECEDOR

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
       01 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       01 WS-INT-LIMITE            PIC 9(07) COMP VALUE 0.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACES.

      *------------------- TITULOS E O QUE JA FOI PAGO ----------------*
       01 WS-CT-TAB.
           05 WS-CT OCCURS 500 TIMES.
              10 WS-CT-TITULO       PIC 9(06).
              10 WS-CT-FORNECEDOR   PIC X(04).
              10 WS-CT-NOTA         PIC X(10).
              10 WS-CT-VENCIMENTO   PIC 9(08).
              10 WS-CT-VALOR        PIC 9(07)V99.
              10 WS-CT-BANCO        PIC 9(03).
              10 WS-CT-SITUACAO     PIC X(01).
              10 WS-CT-PAGO         PIC 9(07)V99.
       01 WS-CT-ITENS              PIC 9(03) VALUE 0.
       01 WS-CT-IDX                PIC 9(03) VALUE 0.
       01 WS-CT-ACHADO             PIC 9(03) VALUE 0.
       01 WS-SALDO                 PIC S9(07)V99 VALUE 0.

      *------------------- TITULOS SELECIONADOS (BANCO + VENCIMENTO) --*
       01 WS-SEL-TAB.
           05 WS-SEL OCCURS 300 TIMES.
              10 WS-SEL-CHAVE.
                 15 WS-SEL-BANCO    PIC 9(03).
                 15 WS-SEL-VENC     PIC 9(08).
              10 WS-SEL-TITULO      PIC 9(06).
              10 WS-SEL-FORN        PIC X(04).
              10 WS-SEL-NOTA        PIC X(10).
              10 WS-SEL-VALOR       PIC 9(07)V99.
              10 WS-SEL-DATA-PAG    PIC 9(08).
              10 WS-SEL-ABATIDO     PIC 9(07)V99.
       01 WS-SEL-ITENS             PIC 9(03) VALUE 0.
       01 WS-SEL-IDX               PIC 9(03) VALUE 0.
       01 WS-SEL-SEG               PIC 9(03) VALUE 0.
       01 WS-SEL-AUX               PIC X(57) VALUE SPACES.
       01 WS-TROCOU                PIC X(01) VALUE "N".
       01 WS-BANCO-ANTERIOR        PIC 9(03) VALUE ZEROS.

      *------------------- NOTAS DE DEBITO (REGRAVADAS SE CONFIRMAR) --*
       01 WS-ND-TAB.
           05 WS-ND OCCURS 200 TIMES.
              10 WS-NDT-NUMERO      PIC 9(06).
              10 WS-NDT-FORNECEDOR  PIC X(04).
              10 WS-NDT-PEDIDO      PIC 9(06).
              10 WS-NDT-DATA        PIC 9(08).
              10 WS-NDT-VALOR       PIC 9(07)V99.
              10 WS-NDT-ABATIDO     PIC 9(07)V99.
       01 WS-ND-ITENS              PIC 9(03) VALUE 0.
       01 WS-ND-IDX                PIC 9(03) VALUE 0.
       01 WS-ND-ESTOURO            PIC X(01) VALUE 'N'.
       01 WS-ND-SALDO              PIC 9(07)V99 VALUE 0.
       01 WS-ND-USO                PIC 9(07)V99 VALUE 0.
       01 WS-TOT-ABATIDO           PIC 9(09)V99 VALUE 0.

       01 WS-TOT-BANCO             PIC 9(09)V99 VALUE 0.
       01 WS-QTD-BANCO             PIC 9(04) VALUE 0.
       01 WS-TOT-GERAL             PIC 9(09)V99 VALUE 0.
       01 WS-TOT-RETIDAS           PIC 9(04) VALUE 0.
       01 WS-VLR-RETIDAS           PIC 9(09)V99 VALUE 0.
       01 WS-TOT-BAIXADOS          PIC 9(04) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
       01 WS-TOTAL-EDIT            PIC Z(08)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-BAIXAS.
           MOVE 0 TO WS-CT-IDX.
           PERFORM SELECIONAR-TITULO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.
           PERFORM ORDENAR-POR-BANCO.
           PERFORM ABATER-DEBITOS.
           PERFORM IMPRIMIR-LISTA.
           PERFORM BAIXAR-PAGAMENTOS.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.

           DISPLAY "PAGAMENTO DE FORNECEDORES".
           DISPLAY "-------------------------".
           DISPLAY "PAGAR VENCIMENTOS ATE (AAAAMMDD / 0 = 7 DIAS): ".
           ACCEPT WS-DATA-LIMITE.
           IF WS-DATA-LIMITE EQUAL ZEROS
              COMPUTE WS-INT-LIMITE =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) + 7
              COMPUTE WS-DATA-LIMITE =
                      FUNCTION DATE-OF-INTEGER (WS-INT-LIMITE)
           END-IF.

           OPEN INPUT CPAGAR.
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
              DISPLAY "SEM TITULOS A PAGAR - RODE O 10-NFFORN"
              STOP RUN
           END-IF.
           READ CPAGAR.
           PERFORM GUARDAR-TITULO
              UNTIL WS-FS-CPAGAR NOT EQUAL ZEROS.
           CLOSE CPAGAR.

           OPEN INPUT FORNECEDORES.
           IF WS-FS-FORN NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS FORNECEDORES " WS-FS-FORN
              STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF WS-FS-REL NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO RELATORIO " WS-FS-REL
              CLOSE FORNECEDORES
              STOP RUN
           END-IF.

           OPEN INPUT DEBITOS.
           IF WS-FS-DEB EQUAL ZEROS
              READ DEBITOS
              PERFORM GUARDAR-DEBITO
                 UNTIL WS-FS-DEB NOT EQUAL ZEROS
              CLOSE DEBITOS
           END-IF.

       GUARDAR-TITULO    SECTION.
           IF WS-CT-ITENS < 500
              ADD 1 TO WS-CT-ITENS
              MOVE WS-CP-TITULO      TO WS-CT-TITULO (WS-CT-ITENS)
              MOVE WS-CP-FORNECEDOR  TO WS-CT-FORNECEDOR (WS-CT-ITENS)
              MOVE WS-CP-NOTA        TO WS-CT-NOTA (WS-CT-ITENS)
              MOVE WS-CP-VENCIMENTO  TO WS-CT-VENCIMENTO (WS-CT-ITENS)
              MOVE WS-CP-VALOR       TO WS-CT-VALOR (WS-CT-ITENS)
              MOVE WS-CP-BANCO       TO WS-CT-BANCO (WS-CT-ITENS)
              MOVE WS-CP-SITUACAO    TO WS-CT-SITUACAO (WS-CT-ITENS)
              MOVE ZEROS             TO WS-CT-PAGO (WS-CT-ITENS)
           ELSE
              DISPLAY "TABELA DE TITULOS CHEIA - TITULO "
                      WS-CP-TITULO " FORA DA LISTA"
           END-IF.
           READ CPAGAR.

       GUARDAR-DEBITO    SECTION.
           IF WS-ND-ITENS < 200
              ADD 1 TO WS-ND-ITENS
              MOVE WS-ND-REG TO WS-ND (WS-ND-ITENS)
           ELSE
      *       REGRAVAR A PARTIR DA TABELA CHEIA PERDERIA NOTAS:
      *       NESTA LISTA NENHUMA NOTA E ABATIDA
              MOVE 'S' TO WS-ND-ESTOURO
           END-IF.
           READ DEBITOS.

      *------------------- O QUE JA FOI PAGO EM OUTRAS SEMANAS --------*
       CARREGAR-BAIXAS    SECTION.
           OPEN INPUT CPBAIXAS.
           IF WS-FS-BAIXAS NOT EQUAL ZEROS
              GO TO CARREGAR-BAIXAS-FIM
           END-IF.
           READ CPBAIXAS.
           PERFORM APLICAR-BAIXA
              UNTIL WS-FS-BAIXAS NOT EQUAL ZEROS.
           CLOSE CPBAIXAS.

       CARREGAR-BAIXAS-FIM.
           EXIT.

       APLICAR-BAIXA    SECTION.
           MOVE 0 TO WS-CT-IDX.
           MOVE 0 TO WS-CT-ACHADO.
           PERFORM PROCURAR-TITULO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS
                 OR WS-CT-ACHADO NOT EQUAL 0.
           IF WS-CT-ACHADO EQUAL 0
              DISPLAY "BAIXA SEM TITULO: " WS-BX-TITULO
           ELSE
              ADD WS-BX-VALOR TO WS-CT-PAGO (WS-CT-ACHADO)
           END-IF.
           READ CPBAIXAS.

       PROCURAR-TITULO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-TITULO (WS-CT-IDX) EQUAL WS-BX-TITULO
              MOVE WS-CT-IDX TO WS-CT-ACHADO
           END-IF.

      *------------------- VENCE ATE O LIMITE E PODE SER PAGO ---------*
       SELECIONAR-TITULO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-VENCIMENTO (WS-CT-IDX) > WS-DATA-LIMITE
              GO TO SELECIONAR-TITULO-FIM
           END-IF.
           COMPUTE WS-SALDO = WS-CT-VALOR (WS-CT-IDX)
                            - WS-CT-PAGO (WS-CT-IDX).
           IF WS-SALDO NOT > 0
              GO TO SELECIONAR-TITULO-FIM
           END-IF.

           IF WS-CT-SITUACAO (WS-CT-IDX) EQUAL 'R'
              ADD 1 TO WS-TOT-RETIDAS
              ADD WS-SALDO TO WS-VLR-RETIDAS
              DISPLAY "RETIDO (AGUARDA COMPRADOR): TITULO "
                      WS-CT-TITULO (WS-CT-IDX)
                      " VENC " WS-CT-VENCIMENTO (WS-CT-IDX)
              GO TO SELECIONAR-TITULO-FIM
           END-IF.
           IF WS-CT-SITUACAO (WS-CT-IDX) NOT EQUAL 'L'
              AND WS-CT-SITUACAO (WS-CT-IDX) NOT EQUAL 'A'
              GO TO SELECIONAR-TITULO-FIM
           END-IF.

           IF WS-SEL-ITENS NOT < 300
              DISPLAY "LISTA CHEIA - TITULO " WS-CT-TITULO (WS-CT-IDX)
                      " FICA PARA A PROXIMA"
              GO TO SELECIONAR-TITULO-FIM
           END-IF.
           ADD 1 TO WS-SEL-ITENS.
           MOVE WS-CT-BANCO (WS-CT-IDX)  TO WS-SEL-BANCO (WS-SEL-ITENS).
           MOVE WS-CT-VENCIMENTO (WS-CT-IDX)
             TO WS-SEL-VENC (WS-SEL-ITENS).
           MOVE WS-CT-TITULO (WS-CT-IDX)
             TO WS-SEL-TITULO (WS-SEL-ITENS).
           MOVE WS-CT-FORNECEDOR (WS-CT-IDX)
             TO WS-SEL-FORN (WS-SEL-ITENS).
           MOVE WS-CT-NOTA (WS-CT-IDX)   TO WS-SEL-NOTA (WS-SEL-ITENS).
           MOVE WS-SALDO                 TO WS-SEL-VALOR (WS-SEL-ITENS).
           MOVE ZEROS                  TO WS-SEL-ABATIDO (WS-SEL-ITENS).
      *    VENCIDO SAI HOJE; A VENCER SAI NO PROPRIO VENCIMENTO
           IF WS-CT-VENCIMENTO (WS-CT-IDX) < WS-DATA-HOJE
              MOVE WS-DATA-HOJE TO WS-SEL-DATA-PAG (WS-SEL-ITENS)
           ELSE
              MOVE WS-CT-VENCIMENTO (WS-CT-IDX)
                TO WS-SEL-DATA-PAG (WS-SEL-ITENS)
           END-IF.

       SELECIONAR-TITULO-FIM.
           EXIT.

      *------------------- AGRUPA A LISTA POR BANCO -------------------*
       ORDENAR-POR-BANCO    SECTION.
           IF WS-SEL-ITENS < 2
              GO TO ORDENAR-POR-BANCO-FIM
           END-IF.
           MOVE "S" TO WS-TROCOU.
           PERFORM PASSADA-ORDENACAO UNTIL WS-TROCOU EQUAL "N".

       ORDENAR-POR-BANCO-FIM.
           EXIT.

       PASSADA-ORDENACAO    SECTION.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-SEL-IDX.
           PERFORM COMPARAR-VIZINHOS
              UNTIL WS-SEL-IDX NOT < WS-SEL-ITENS.

       COMPARAR-VIZINHOS    SECTION.
           COMPUTE WS-SEL-SEG = WS-SEL-IDX + 1.
           IF WS-SEL-CHAVE (WS-SEL-IDX) > WS-SEL-CHAVE (WS-SEL-SEG)
              MOVE WS-SEL (WS-SEL-IDX) TO WS-SEL-AUX
              MOVE WS-SEL (WS-SEL-SEG) TO WS-SEL (WS-SEL-IDX)
              MOVE WS-SEL-AUX          TO WS-SEL (WS-SEL-SEG)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-SEL-IDX.

      *------------------- NOTA DE DEBITO ABATE O TITULO --------------*
      *  NA ORDEM DA LISTA: O PRIMEIRO TITULO DO FORNECEDOR CONSOME A *
      *  NOTA MAIS ANTIGA; O QUE SOBRA DA NOTA FICA PARA A PROXIMA    *
       ABATER-DEBITOS    SECTION.
           IF WS-ND-ESTOURO EQUAL 'S'
              DISPLAY "CPAGAR.DEBITOS MAIOR QUE A TABELA (200) - "
                      "NOTAS DE DEBITO NAO ABATIDAS"
              GO TO ABATER-DEBITOS-FIM
           END-IF.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM ABATER-DO-TITULO
              UNTIL WS-SEL-IDX EQUAL WS-SEL-ITENS.

       ABATER-DEBITOS-FIM.
           EXIT.

       ABATER-DO-TITULO    SECTION.
           ADD 1 TO WS-SEL-IDX.
           MOVE 0 TO WS-ND-IDX.
           PERFORM ABATER-UMA-NOTA
              UNTIL WS-ND-IDX EQUAL WS-ND-ITENS
                 OR WS-SEL-VALOR (WS-SEL-IDX) EQUAL ZEROS.

       ABATER-UMA-NOTA    SECTION.
           ADD 1 TO WS-ND-IDX.
           IF WS-NDT-FORNECEDOR (WS-ND-IDX)
              NOT EQUAL WS-SEL-FORN (WS-SEL-IDX)
              GO TO ABATER-UMA-NOTA-FIM
           END-IF.
           COMPUTE WS-ND-SALDO = WS-NDT-VALOR (WS-ND-IDX)
                               - WS-NDT-ABATIDO (WS-ND-IDX).
           IF WS-ND-SALDO EQUAL ZEROS
              GO TO ABATER-UMA-NOTA-FIM
           END-IF.
           IF WS-ND-SALDO > WS-SEL-VALOR (WS-SEL-IDX)
              MOVE WS-SEL-VALOR (WS-SEL-IDX) TO WS-ND-USO
           ELSE
              MOVE WS-ND-SALDO TO WS-ND-USO
           END-IF.
           ADD WS-ND-USO TO WS-NDT-ABATIDO (WS-ND-IDX).
           ADD WS-ND-USO TO WS-SEL-ABATIDO (WS-SEL-IDX).
           SUBTRACT WS-ND-USO FROM WS-SEL-VALOR (WS-SEL-IDX).
           ADD WS-ND-USO TO WS-TOT-ABATIDO.

       ABATER-UMA-NOTA-FIM.
           EXIT.

      *------------------- LISTA DE PAGAMENTO POR BANCO ---------------*
       IMPRIMIR-LISTA    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "LISTA DE PAGAMENTO A FORNECEDORES - VENCIMENTOS ATE "
                  WS-DATA-LIMITE " - EMITIDA EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

           MOVE ZEROS TO WS-BANCO-ANTERIOR.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM IMPRIMIR-UM-PAGAMENTO
              UNTIL WS-SEL-IDX EQUAL WS-SEL-ITENS.
           IF WS-SEL-ITENS > 0
              PERFORM IMPRIMIR-TOTAL-BANCO
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE WS-TOT-GERAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAL A PAGAR: " WS-SEL-ITENS " TITULOS  "
                  WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           IF WS-TOT-ABATIDO > 0
              MOVE WS-TOT-ABATIDO TO WS-TOTAL-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "ABATIDO COM NOTAS DE DEBITO (SEM CAIXA): "
                     WS-TOTAL-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              DISPLAY WS-REL-LINHA
           END-IF.
           IF WS-TOT-RETIDAS > 0
              MOVE WS-VLR-RETIDAS TO WS-TOTAL-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "RETIDOS AGUARDANDO O COMPRADOR (FORA DA LISTA): "
                     WS-TOT-RETIDAS " TITULOS  " WS-TOTAL-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              DISPLAY WS-REL-LINHA
           END-IF.

       IMPRIMIR-UM-PAGAMENTO    SECTION.
           ADD 1 TO WS-SEL-IDX.
           IF WS-SEL-BANCO (WS-SEL-IDX) NOT EQUAL WS-BANCO-ANTERIOR
              IF WS-SEL-IDX > 1
                 PERFORM IMPRIMIR-TOTAL-BANCO
              END-IF
              MOVE WS-SEL-BANCO (WS-SEL-IDX) TO WS-BANCO-ANTERIOR
              MOVE ZEROS TO WS-TOT-BANCO
              MOVE ZEROS TO WS-QTD-BANCO
              MOVE SPACES TO WS-REL-LINHA
              WRITE WS-REL-LINHA
              MOVE SPACES TO WS-REL-LINHA
              STRING "BANCO " WS-BANCO-ANTERIOR
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              MOVE "TITULO FORN NOME                           NOTA"
                TO WS-REL-LINHA
              MOVE "PAGAR EM      VALOR" TO WS-REL-LINHA (56:19)
              WRITE WS-REL-LINHA
           END-IF.

           MOVE WS-SEL-FORN (WS-SEL-IDX) TO WS-FORN-CODIGO.
           READ FORNECEDORES.
           IF WS-FS-FORN NOT EQUAL ZEROS
              MOVE "(FORA DO CADASTRO)" TO WS-FORN-NOME
           END-IF.
           MOVE WS-SEL-VALOR (WS-SEL-IDX) TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-SEL-TITULO (WS-SEL-IDX) " "
                  WS-SEL-FORN (WS-SEL-IDX) " "
                  WS-FORN-NOME " "
                  WS-SEL-NOTA (WS-SEL-IDX) "  "
                  WS-SEL-DATA-PAG (WS-SEL-IDX) " "
                  WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           IF WS-SEL-ABATIDO (WS-SEL-IDX) > ZEROS
              MOVE WS-SEL-ABATIDO (WS-SEL-IDX) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "       ABATIDO NOTA DE DEBITO "
                     WS-VALOR-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              DISPLAY WS-REL-LINHA
           END-IF.
           ADD WS-SEL-VALOR (WS-SEL-IDX) TO WS-TOT-BANCO.
           ADD WS-SEL-VALOR (WS-SEL-IDX) TO WS-TOT-GERAL.
           ADD 1 TO WS-QTD-BANCO.

       IMPRIMIR-TOTAL-BANCO    SECTION.
           MOVE WS-TOT-BANCO TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAL DO BANCO " WS-BANCO-ANTERIOR ": "
                  WS-QTD-BANCO " TITULOS  " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

      *------------------- LISTA CONFIRMADA VIRA BAIXA ----------------*
       BAIXAR-PAGAMENTOS    SECTION.
           IF WS-SEL-ITENS EQUAL 0
              GO TO BAIXAR-PAGAMENTOS-FIM
           END-IF.
           DISPLAY "CONFIRMA O PAGAMENTO DA LISTA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S'
              MOVE "LISTA NAO CONFIRMADA - NENHUM TITULO BAIXADO"
                TO WS-REL-LINHA
              WRITE WS-REL-LINHA
              DISPLAY WS-REL-LINHA
              GO TO BAIXAR-PAGAMENTOS-FIM
           END-IF.

           OPEN EXTEND CPBAIXAS.
           IF WS-FS-BAIXAS EQUAL 35
              OPEN OUTPUT CPBAIXAS
           END-IF.
           IF WS-FS-BAIXAS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS BAIXAS " WS-FS-BAIXAS
              GO TO BAIXAR-PAGAMENTOS-FIM
           END-IF.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM GRAVAR-BAIXA
              UNTIL WS-SEL-IDX EQUAL WS-SEL-ITENS.
           CLOSE CPBAIXAS.

           IF WS-TOT-ABATIDO > 0
              OPEN OUTPUT DEBITOS
              MOVE 0 TO WS-ND-IDX
              PERFORM REGRAVAR-DEBITO
                 UNTIL WS-ND-IDX EQUAL WS-ND-ITENS
              CLOSE DEBITOS
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "LISTA CONFIRMADA - " WS-TOT-BAIXADOS
                  " TITULOS BAIXADOS"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       BAIXAR-PAGAMENTOS-FIM.
           EXIT.

       GRAVAR-BAIXA    SECTION.
           ADD 1 TO WS-SEL-IDX.
           MOVE WS-SEL-TITULO (WS-SEL-IDX)   TO WS-BX-TITULO.
           IF WS-SEL-ABATIDO (WS-SEL-IDX) > ZEROS
              MOVE WS-DATA-HOJE                 TO WS-BX-DATA
              MOVE WS-SEL-ABATIDO (WS-SEL-IDX)  TO WS-BX-VALOR
              MOVE ZEROS                        TO WS-BX-BANCO
              WRITE WS-BX-REG
           END-IF.
           IF WS-SEL-VALOR (WS-SEL-IDX) > ZEROS
              MOVE WS-SEL-DATA-PAG (WS-SEL-IDX) TO WS-BX-DATA
              MOVE WS-SEL-VALOR (WS-SEL-IDX)    TO WS-BX-VALOR
              MOVE WS-SEL-BANCO (WS-SEL-IDX)    TO WS-BX-BANCO
              WRITE WS-BX-REG
           END-IF.
           ADD 1 TO WS-TOT-BAIXADOS.

       REGRAVAR-DEBITO    SECTION.
           ADD 1 TO WS-ND-IDX.
           MOVE WS-ND (WS-ND-IDX) TO WS-ND-REG.
           WRITE WS-ND-REG.

       FINALIZAR    SECTION.
           CLOSE FORNECEDORES.
           CLOSE RELATORIO.
           DISPLAY "LISTA EM ..\DADOS\CPAGAR.PAGAMENTOS.TXT".
       END PROGRAM 10-PAGFORN.
