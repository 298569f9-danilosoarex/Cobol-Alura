       FILE SECTION.
      *------------------- DIARIO DE VENDAS (VER 2-VENDALCTO) -------*
      *  DATA 0 = HISTORICO DE ABERTURA CONVERTIDO DO VENDAS.DAT     *
      *  ANTIGO PELO 2-VENDACONV. SINAL "-" = DEVOLUCAO             *
       FD  VENDAS.
       01  WS-VENDA-REG.
           05 WS-VENDA-DATA         PIC 9(08).
           05 WS-VENDA-PRODUTO      PIC 9(06).
           05 WS-VENDA-QTD          PIC 9(05).
           05 WS-VENDA-VALOR        PIC 9(05)V99.
           05 WS-VENDA-SINAL        PIC X(01).
              88 WS-VENDA-DEVOLUCAO VALUE "-".
           05 WS-VENDA-MOTIVO       PIC X(02).
           05 WS-VENDA-DATA-ORIG    PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-VENDAS              PIC 9(02) VALUE ZEROS.
       01 WS-RES                    PIC ZZZZZ.99.
       01 WS-TOTAL-GERAL            PIC 9(07)V99 VALUE ZEROS.
       01 WS-BRUTO-GERAL            PIC 9(07)V99 VALUE ZEROS.
       01 WS-DEVOL-GERAL            PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-BRUTO              PIC ZZZZZ.99.
       01 WS-RES-DEVOL              PIC ZZZZZ.99.

      *------------------- TOTAIS POR LOJA, APURADOS NA LEITURA ----*
      *  O RANKING E PELO LIQUIDO (BRUTO MENOS DEVOLUCOES)           *
       01 WS-TOTAIS-TAB.
           05 WS-TOTAL OCCURS 50 TIMES.
              10 WS-TOTAL-LOJA      PIC X(04).
              10 WS-TOTAL-VALOR     PIC 9(07)V99.
              10 WS-TOTAL-BRUTO     PIC 9(07)V99.
              10 WS-TOTAL-DEVOL     PIC 9(07)V99.
       01 WS-TOTAL-ITENS            PIC 9(02) VALUE 0.
       01 WS-TOTAL-IDX              PIC 9(02) VALUE 0.
       01 WS-TOTAL-ACHADO           PIC 9(02) VALUE 0.
       01 WS-TOTAL-AUX.
           05 WS-AUX-LOJA           PIC X(04).
           05 WS-AUX-VALOR          PIC 9(07)V99.
           05 WS-AUX-BRUTO          PIC 9(07)V99.
           05 WS-AUX-DEVOL          PIC 9(07)V99.
       01 WS-TOTAL-SEG              PIC 9(02) VALUE 0.
       01 WS-TROCOU                 PIC X(01) VALUE 'N'.
       01 WS-TOPN                   PIC 9(02) VALUE 0.
       01 WS-PCT-EDIT               PIC ZZ9.9.
       01 WS-PCT-ACUM-EDIT          PIC ZZ9.9.
       01 WS-OUTRAS-VALOR           PIC 9(09)V99 VALUE 0.
       01 WS-OUTRAS-BRUTO           PIC 9(09)V99 VALUE 0.
       01 WS-OUTRAS-DEVOL           PIC 9(09)V99 VALUE 0.
       01 WS-OUTRAS-QTD             PIC 9(02) VALUE 0.
       01 WS-PISO-MARCA             PIC X(17) VALUE SPACES.
      *-----------------------------------------------------------------

       PROCESSAR    SECTION.
           PERFORM LOCALIZAR-OU-CRIAR-TOTAL.
           IF WS-VENDA-DEVOLUCAO
              ADD WS-VENDA-VALOR TO WS-TOTAL-DEVOL (WS-TOTAL-ACHADO)
              ADD WS-VENDA-VALOR TO WS-DEVOL-GERAL
      *          LOJA COM MAIS DEVOLUCAO QUE VENDA FICA COM LIQUIDO 0
              IF WS-VENDA-VALOR > WS-TOTAL-VALOR (WS-TOTAL-ACHADO)
                 MOVE 0 TO WS-TOTAL-VALOR (WS-TOTAL-ACHADO)
              ELSE
                 SUBTRACT WS-VENDA-VALOR
                     FROM WS-TOTAL-VALOR (WS-TOTAL-ACHADO)
              END-IF
           ELSE
              ADD WS-VENDA-VALOR TO WS-TOTAL-BRUTO (WS-TOTAL-ACHADO)
              ADD WS-VENDA-VALOR TO WS-BRUTO-GERAL
              ADD WS-VENDA-VALOR TO WS-TOTAL-VALOR (WS-TOTAL-ACHADO)
           END-IF.

           READ VENDAS.

              MOVE WS-VENDA-LOJA
                   TO WS-TOTAL-LOJA (WS-TOTAL-ITENS)
              MOVE 0 TO WS-TOTAL-VALOR (WS-TOTAL-ITENS)
              MOVE 0 TO WS-TOTAL-BRUTO (WS-TOTAL-ITENS)
              MOVE 0 TO WS-TOTAL-DEVOL (WS-TOTAL-ITENS)
              MOVE WS-TOTAL-ITENS TO WS-TOTAL-ACHADO
           END-IF.

           END-IF.

       FINALIZAR    SECTION.
           MOVE 0 TO WS-TOTAL-GERAL.
           MOVE 0 TO WS-TOTAL-IDX.
           PERFORM SOMAR-LIQUIDO UNTIL WS-TOTAL-IDX = WS-TOTAL-ITENS.
           PERFORM ORDENAR-RANKING.

           IF WS-TOPN EQUAL 0 OR WS-TOPN > WS-TOTAL-ITENS
              MOVE WS-TOTAL-ITENS TO WS-TOPN
           END-IF.

           DISPLAY "RANK LOJA    BRUTO    DEVOL  LIQUIDO  %TOT  %ACUM".
           MOVE 0 TO WS-TOTAL-IDX.
           MOVE 0 TO WS-PCT-ACUM.
           PERFORM EXIBIR-RANKING UNTIL WS-TOTAL-IDX = WS-TOPN.
              PERFORM AGRUPAR-OUTRAS
                 UNTIL WS-TOTAL-IDX = WS-TOTAL-ITENS
              MOVE WS-OUTRAS-VALOR TO WS-RES
              MOVE WS-OUTRAS-BRUTO TO WS-RES-BRUTO
              MOVE WS-OUTRAS-DEVOL TO WS-RES-DEVOL
              PERFORM CALCULAR-PCT-OUTRAS
              MOVE WS-PCT TO WS-PCT-EDIT
              DISPLAY "     OUTRAS (" WS-OUTRAS-QTD ")"
              DISPLAY "          " WS-RES-BRUTO " " WS-RES-DEVOL
                      " " WS-RES " " WS-PCT-EDIT
           END-IF.

           MOVE WS-BRUTO-GERAL TO WS-RES-BRUTO.
           MOVE WS-DEVOL-GERAL TO WS-RES-DEVOL.
           MOVE WS-TOTAL-GERAL TO WS-RES.
           DISPLAY 'TOTAL:    ' WS-RES-BRUTO ' ' WS-RES-DEVOL ' '
                   WS-RES.

           CLOSE VENDAS.

      *------------------- TOTAL GERAL PELO LIQUIDO DAS LOJAS -------*
       SOMAR-LIQUIDO    SECTION.
           ADD 1 TO WS-TOTAL-IDX.
           ADD WS-TOTAL-VALOR (WS-TOTAL-IDX) TO WS-TOTAL-GERAL.

      *------------------- ORDENA OS TOTAIS POR VALOR DECRESCENTE ---*
       ORDENAR-RANKING    SECTION.
           MOVE 'S' TO WS-TROCOU.
       EXIBIR-RANKING    SECTION.
           ADD 1 TO WS-TOTAL-IDX.
           MOVE WS-TOTAL-VALOR (WS-TOTAL-IDX) TO WS-RES.
           MOVE WS-TOTAL-BRUTO (WS-TOTAL-IDX) TO WS-RES-BRUTO.
           MOVE WS-TOTAL-DEVOL (WS-TOTAL-IDX) TO WS-RES-DEVOL.

           IF WS-TOTAL-GERAL EQUAL 0
              MOVE 0 TO WS-PCT
              MOVE "* ABAIXO DO PISO" TO WS-PISO-MARCA
           END-IF.

           DISPLAY WS-TOTAL-IDX "   " WS-TOTAL-LOJA (WS-TOTAL-IDX)
                   " " WS-RES-BRUTO " " WS-RES-DEVOL
                   " " WS-RES " " WS-PCT-EDIT " " WS-PCT-ACUM-EDIT
                   " " WS-PISO-MARCA.

           ADD 1 TO WS-TOTAL-IDX.
           ADD 1 TO WS-OUTRAS-QTD.
           ADD WS-TOTAL-VALOR (WS-TOTAL-IDX) TO WS-OUTRAS-VALOR.
           ADD WS-TOTAL-BRUTO (WS-TOTAL-IDX) TO WS-OUTRAS-BRUTO.
           ADD WS-TOTAL-DEVOL (WS-TOTAL-IDX) TO WS-OUTRAS-DEVOL.

       CALCULAR-PCT-OUTRAS    SECTION.
           IF WS-TOTAL-GERAL EQUAL 0
