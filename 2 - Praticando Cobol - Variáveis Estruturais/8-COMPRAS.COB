           SELECT PCITENS ASSIGN TO "..\DADOS\PEDCOMPRA.ITENS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PCITENS.

           SELECT PRAZOREAL ASSIGN TO "..\DADOS\FORNECEDORES.PRAZOREAL"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRAZO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-PCI-PRODUTO        PIC 9(06).
           05 WS-PCI-QTD-PEDIDA     PIC 9(05).
           05 WS-PCI-QTD-RECEBIDA   PIC 9(05).
           05 WS-PCI-PRECO-UNIT     PIC 9(05)V99.
      *       PRECO COMBINADO (CUSTO MEDIO NA EMISSAO); BRANCOS NOS
      *       PEDIDOS ANTIGOS = SEM PRECO PARA CONFERIR A NOTA

      *------------------- PRAZO MEDIDO PELO 8-FORNAVAL ---------------*
       FD  PRAZOREAL.
       01  WS-PRZ-REG.
           05 WS-PRZ-FORNECEDOR     PIC X(04).
           05 WS-PRZ-DIAS           PIC 9(03).
           05 WS-PRZ-PEDIDOS        PIC 9(04).
           05 WS-PRZ-COMPETENCIA    PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESTOQUE            PIC 9(02) VALUE ZEROS.
              10 WS-SUG-QTD-ATUAL   PIC 9(05).
              10 WS-SUG-PONTO       PIC 9(05).
              10 WS-SUG-QTD-COMPRA  PIC 9(05).
              10 WS-SUG-CUSTO       PIC 9(05)V99.
       01 WS-SUG-ITENS             PIC 9(03) VALUE 0.
       01 WS-SUG-IDX               PIC 9(03) VALUE 0.
       01 WS-SUG-SEG               PIC 9(03) VALUE 0.
       01 WS-SUG-AUX               PIC X(42) VALUE SPACES.
       01 WS-TROCOU                PIC X(01) VALUE "N".
       01 WS-FORN-ANTERIOR         PIC X(04) VALUE LOW-VALUES.
       01 WS-QTD-COMPRA            PIC 9(06) VALUE 0.
       01 WS-PC-ATUAL              PIC 9(06) VALUE 0.
       01 WS-FORN-PEDIDO           PIC X(04) VALUE LOW-VALUES.
       01 WS-TOT-PEDIDOS           PIC 9(04) VALUE 0.

      *------------------- PRAZO REAL POR FORNECEDOR ------------------*
      *  QUEM NAO TEM ENTREGA MEDIDA FICA COM O PRAZO DO CADASTRO     *
       01 WS-FS-PRAZO              PIC 9(02) VALUE ZEROS.
       01 WS-PRZ-TAB.
           05 WS-PRZ-ITEM OCCURS 100 TIMES.
              10 WS-TPRZ-FORN       PIC X(04).
              10 WS-TPRZ-DIAS       PIC 9(03).
       01 WS-PRZ-ITENS             PIC 9(03) VALUE 0.
       01 WS-PRZ-IDX               PIC 9(03) VALUE 0.
       01 WS-PRZ-ACHADO            PIC 9(03) VALUE 0.
       01 WS-PRAZO-USADO           PIC 9(03) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT SUGESTAO.

           PERFORM CARREGAR-PRAZOS-REAIS.

           DISPLAY "SUGESTAO DE COMPRAS".
           DISPLAY "-------------------".

           END-IF.
           READ ITEMFORN.

       CARREGAR-PRAZOS-REAIS    SECTION.
           OPEN INPUT PRAZOREAL.
           IF WS-FS-PRAZO NOT EQUAL ZEROS
              GO TO CARREGAR-PRAZOS-REAIS-FIM
           END-IF.
           READ PRAZOREAL.
           PERFORM GUARDAR-PRAZO-REAL
              UNTIL WS-FS-PRAZO NOT EQUAL ZEROS.
           CLOSE PRAZOREAL.

       CARREGAR-PRAZOS-REAIS-FIM.
           EXIT.

       GUARDAR-PRAZO-REAL    SECTION.
           IF WS-PRZ-ITENS < 100
              ADD 1 TO WS-PRZ-ITENS
              MOVE WS-PRZ-FORNECEDOR TO WS-TPRZ-FORN (WS-PRZ-ITENS)
              MOVE WS-PRZ-DIAS       TO WS-TPRZ-DIAS (WS-PRZ-ITENS)
           END-IF.
           READ PRAZOREAL.

      *------------------- PRAZO QUE VALE PARA O FORNECEDOR LIDO ------*
       APLICAR-PRAZO-REAL    SECTION.
           MOVE WS-FORN-PRAZO TO WS-PRAZO-USADO.
           MOVE 0 TO WS-PRZ-IDX.
           MOVE 0 TO WS-PRZ-ACHADO.
           PERFORM PROCURAR-PRAZO-REAL
              UNTIL WS-PRZ-IDX EQUAL WS-PRZ-ITENS
                 OR WS-PRZ-ACHADO NOT EQUAL 0.
           IF WS-PRZ-ACHADO NOT EQUAL 0
              MOVE WS-TPRZ-DIAS (WS-PRZ-ACHADO) TO WS-PRAZO-USADO
           END-IF.

       PROCURAR-PRAZO-REAL    SECTION.
           ADD 1 TO WS-PRZ-IDX.
           IF WS-TPRZ-FORN (WS-PRZ-IDX) EQUAL WS-FORN-CODIGO
              MOVE WS-PRZ-IDX TO WS-PRZ-ACHADO
           END-IF.

      *------------------- ITEM NO PONTO DE REPOSICAO ---------------*
       AVALIAR-ITEM    SECTION.
           IF WS-ESTOQUE-QTD NOT > WS-ESTOQUE-PONTO-REP
                TO WS-SUG-PONTO (WS-SUG-ITENS)
              MOVE WS-QTD-COMPRA
                TO WS-SUG-QTD-COMPRA (WS-SUG-ITENS)
              MOVE WS-ESTOQUE-CUSTO-MEDIO
                TO WS-SUG-CUSTO (WS-SUG-ITENS)
           ELSE
              DISPLAY "TABELA DE SUGESTOES CHEIA - ITEM FORA: "
                      WS-ESTOQUE-DEPOSITO " " WS-ESTOQUE-PRODUTO
              MOVE SPACES TO WS-FORN-NOME
              MOVE ZEROS  TO WS-FORN-PRAZO
           END-IF.
           PERFORM APLICAR-PRAZO-REAL.

           MOVE SPACES TO WS-SUG-LINHA.
           WRITE WS-SUG-LINHA.
           MOVE SPACES TO WS-SUG-LINHA.
           IF WS-PRZ-ACHADO NOT EQUAL 0
              STRING "FORNECEDOR "              DELIMITED BY SIZE
                     WS-FORN-ANTERIOR           DELIMITED BY SIZE
                     " - "                      DELIMITED BY SIZE
                     WS-FORN-NOME               DELIMITED BY SIZE
                     " PRAZO REAL "             DELIMITED BY SIZE
                     WS-PRAZO-USADO             DELIMITED BY SIZE
                     " (CAD "                   DELIMITED BY SIZE
                     WS-FORN-PRAZO              DELIMITED BY SIZE
                     ") DIAS"                   DELIMITED BY SIZE
                     INTO WS-SUG-LINHA
              END-STRING
           ELSE
              STRING "FORNECEDOR "              DELIMITED BY SIZE
                     WS-FORN-ANTERIOR           DELIMITED BY SIZE
                     " - "                      DELIMITED BY SIZE
                     WS-FORN-NOME               DELIMITED BY SIZE
                     " PRAZO "                  DELIMITED BY SIZE
                     WS-FORN-PRAZO              DELIMITED BY SIZE
                     " DIAS"                    DELIMITED BY SIZE
                     INTO WS-SUG-LINHA
              END-STRING
           END-IF.
           WRITE WS-SUG-LINHA.
           DISPLAY WS-SUG-LINHA.

      *------------------- SUGESTOES VIRAM PEDIDOS NUMERADOS ----------*
      *  UM PEDIDO POR FORNECEDOR; A DATA PROMETIDA SAI DO PRAZO REAL *
      *  MEDIDO NAS ENTREGAS OU, SEM ELE, DO CADASTRO DE FORNECEDORES *
       GERAR-PEDIDOS-COMPRA    SECTION.
           IF WS-SUG-ITENS EQUAL ZEROS
              GO TO GERAR-PEDIDOS-COMPRA-FIM
           MOVE WS-SUG-QTD-COMPRA (WS-SUG-IDX)
             TO WS-PCI-QTD-PEDIDA.
           MOVE ZEROS TO WS-PCI-QTD-RECEBIDA.
           MOVE WS-SUG-CUSTO (WS-SUG-IDX) TO WS-PCI-PRECO-UNIT.
           WRITE WS-PCI-REG.

       ABRIR-PEDIDO-FORNECEDOR    SECTION.
           IF WS-FS-FORN NOT EQUAL ZEROS
              MOVE ZEROS TO WS-FORN-PRAZO
           END-IF.
           PERFORM APLICAR-PRAZO-REAL.
           COMPUTE WS-INT-PROMETIDA =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                   + WS-PRAZO-USADO.

           MOVE WS-PC-ATUAL    TO WS-PC-NUMERO.
           MOVE WS-FORN-PEDIDO TO WS-PC-FORNECEDOR.
