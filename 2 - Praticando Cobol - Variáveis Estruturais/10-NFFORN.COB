      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 10-NFFORN.
      *-----------------------------------------------------------------
      *  NOTAS DE FORNECEDOR (CONTAS A PAGAR). A NOTA E LANCADA CONTRA *
      *  O PEDIDO DE COMPRA E SO ENTRA O QUE O 10-RECEBE JA RECEBEU:   *
      *  QUANTIDADE ACIMA DO RECEBIDO AINDA NAO FATURADO, PRECO FORA   *
      *  DO PEDIDO OU TOTAL QUE NAO FECHA COM OS ITENS DEIXAM A NOTA   *
      *  RETIDA ATE O COMPRADOR APROVAR. O TITULO FICA NO CPAGAR.DAT   *
      *  E E PAGO PELO 10-PAGFORN                                      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PEDCOMPRA ASSIGN TO "..\DADOS\PEDCOMPRA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-PC
           RECORD KEY IS WS-PC-NUMERO.

           SELECT PCITENS ASSIGN TO "..\DADOS\PEDCOMPRA.ITENS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PCITENS.

           SELECT FORNECEDORES ASSIGN TO "..\DADOS\FORNECEDORES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-FORN
           RECORD KEY IS WS-FORN-CHAVE.

           SELECT CPAGAR ASSIGN TO "..\DADOS\CPAGAR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CPAGAR.

           SELECT CPITENS ASSIGN TO "..\DADOS\CPAGAR.ITENS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CPITENS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMPRA.
       01  WS-PC-REG.
           05 WS-PC-NUMERO          PIC 9(06).
           05 WS-PC-FORNECEDOR      PIC X(04).
           05 WS-PC-DATA-EMISSAO    PIC 9(08).
           05 WS-PC-DATA-PROMETIDA  PIC 9(08).
           05 WS-PC-SITUACAO        PIC X(01).

       FD  PCITENS.
       01  WS-PCI-REG.
           05 WS-PCI-NUMERO         PIC 9(06).
           05 WS-PCI-PRODUTO        PIC 9(06).
           05 WS-PCI-QTD-PEDIDA     PIC 9(05).
           05 WS-PCI-QTD-RECEBIDA   PIC 9(05).
           05 WS-PCI-PRECO-UNIT     PIC 9(05)V99.
      *       PRECO COMBINADO (CUSTO MEDIO NA EMISSAO); BRANCOS NOS
      *       PEDIDOS ANTIGOS = SEM PRECO PARA CONFERIR A NOTA

       FD  FORNECEDORES.
       01  WS-FORN-REG.
           05 WS-FORN-CHAVE.
              10 WS-FORN-CODIGO     PIC X(04).
           05 WS-FORN-NOME          PIC X(30).
           05 WS-FORN-PRAZO         PIC 9(03).
           05 WS-FORN-PEDIDO-MIN    PIC 9(05).

      *------------------- TITULOS A PAGAR ----------------------------*
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
      *       L = LIBERADA / R = RETIDA / A = APROVADA PELO COMPRADOR
      *       C = RECUSADA (DEVOLVIDA AO FORNECEDOR)
           05 WS-CP-MOTIVO          PIC X(30).
           05 WS-CP-COMPRADOR       PIC X(10).

      *------------------- ITENS DAS NOTAS ----------------------------*
       FD  CPITENS.
       01  WS-CPI-REG.
           05 WS-CPI-TITULO         PIC 9(06).
           05 WS-CPI-PEDIDO         PIC 9(06).
           05 WS-CPI-PRODUTO        PIC 9(06).
           05 WS-CPI-QTD            PIC 9(05).
           05 WS-CPI-PRECO-UNIT     PIC 9(05)V99.
           05 WS-CPI-DIVERGENCIA    PIC X(01).
      *       Q = QUANTIDADE / P = PRECO / BRANCO = CONFERE

       WORKING-STORAGE SECTION.
       01 WS-FS-PC                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-PCITENS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-FORN               PIC 9(02) VALUE ZEROS.
       01 WS-FS-CPAGAR             PIC 9(02) VALUE ZEROS.
       01 WS-FS-CPITENS            PIC 9(02) VALUE ZEROS.

       01 WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACES.
       01 WS-COMPRADOR             PIC X(10) VALUE SPACES.
       01 WS-INT-VENC              PIC 9(07) COMP VALUE 0.

      *------------------- TITULOS EM MEMORIA (REGRAVADOS NO FIM) -----*
       01 WS-CT-TAB.
           05 WS-CT OCCURS 500 TIMES.
              10 WS-CT-TITULO       PIC 9(06).
              10 WS-CT-FORNECEDOR   PIC X(04).
              10 WS-CT-NOTA         PIC X(10).
              10 WS-CT-PEDIDO       PIC 9(06).
              10 WS-CT-EMISSAO      PIC 9(08).
              10 WS-CT-ENTRADA      PIC 9(08).
              10 WS-CT-VENCIMENTO   PIC 9(08).
              10 WS-CT-VALOR        PIC 9(07)V99.
              10 WS-CT-BANCO        PIC 9(03).
              10 WS-CT-SITUACAO     PIC X(01).
              10 WS-CT-MOTIVO       PIC X(30).
              10 WS-CT-COMPRADOR    PIC X(10).
       01 WS-CT-ITENS              PIC 9(03) VALUE 0.
       01 WS-CT-IDX                PIC 9(03) VALUE 0.
       01 WS-CT-ACHADO             PIC 9(03) VALUE 0.
       01 WS-CT-ESTOURO            PIC X(01) VALUE 'N'.
       01 WS-ULTIMO-TITULO         PIC 9(06) VALUE ZEROS.
       01 WS-TOT-LANCADAS          PIC 9(04) VALUE 0.
       01 WS-TOT-RETIDAS           PIC 9(04) VALUE 0.
       01 WS-TOT-LISTADAS          PIC 9(04) VALUE 0.

      *------------------- NOTA EM LANCAMENTO -------------------------*
       01 WS-ENT-PEDIDO            PIC 9(06) VALUE ZEROS.
       01 WS-ENT-NOTA              PIC X(10) VALUE SPACES.
       01 WS-ENT-EMISSAO           PIC 9(08) VALUE ZEROS.
       01 WS-ENT-VENCIMENTO        PIC 9(08) VALUE ZEROS.
       01 WS-ENT-BANCO             PIC 9(03) VALUE ZEROS.
       01 WS-ENT-VALOR             PIC 9(07)V99 VALUE ZEROS.
       01 WS-ENT-TITULO            PIC 9(06) VALUE ZEROS.
       01 WS-BANCO-ANTERIOR        PIC 9(03) VALUE ZEROS.
       01 WS-VALOR-ITENS           PIC 9(07)V99 VALUE ZEROS.
       01 WS-SITUACAO              PIC X(01) VALUE SPACES.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.

      *------------------- ITENS RECEBIDOS DO PEDIDO ------------------*
       01 WS-NI-TAB.
           05 WS-NI OCCURS 50 TIMES.
              10 WS-NI-PRODUTO      PIC 9(06).
              10 WS-NI-RECEBIDA     PIC 9(05).
              10 WS-NI-FATURADA     PIC 9(06).
              10 WS-NI-TEM-PRECO    PIC X(01).
              10 WS-NI-PRECO-PED    PIC 9(05)V99.
              10 WS-NI-QTD          PIC 9(05).
              10 WS-NI-PRECO        PIC 9(05)V99.
              10 WS-NI-DIVERGENCIA  PIC X(01).
       01 WS-NI-ITENS              PIC 9(02) VALUE 0.
       01 WS-NI-IDX                PIC 9(02) VALUE 0.
       01 WS-NI-ACHADO             PIC 9(02) VALUE 0.
       01 WS-NI-LANCADOS           PIC 9(02) VALUE 0.
       01 WS-A-FATURAR             PIC S9(06) VALUE 0.

       01 WS-QTD-EDIT              PIC ZZZZ9.
       01 WS-FAT-EDIT              PIC -ZZZZ9.
       01 WS-PRECO-EDIT            PIC ZZZZ9.99.
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.

           OPEN INPUT PEDCOMPRA.
           IF WS-FS-PC NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDCOMPRA " WS-FS-PC
              STOP RUN
           END-IF.

           OPEN INPUT FORNECEDORES.
           IF WS-FS-FORN NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS FORNECEDORES " WS-FS-FORN
              CLOSE PEDCOMPRA
              STOP RUN
           END-IF.

           OPEN INPUT CPAGAR.
           IF WS-FS-CPAGAR EQUAL ZEROS
              READ CPAGAR
              PERFORM GUARDAR-TITULO
                 UNTIL WS-FS-CPAGAR NOT EQUAL ZEROS
              CLOSE CPAGAR
           END-IF.

           DISPLAY "NOTAS DE FORNECEDOR - CONTAS A PAGAR".
           DISPLAY "------------------------------------".

       GUARDAR-TITULO    SECTION.
           IF WS-CT-ITENS < 500
              ADD 1 TO WS-CT-ITENS
              MOVE WS-CP-REG TO WS-CT (WS-CT-ITENS)
           ELSE
      *       REGRAVAR A PARTIR DA TABELA CHEIA PERDERIA TITULOS:
      *       A GRAVACAO FINAL SERA RECUSADA
              DISPLAY "CPAGAR.DAT MAIOR QUE 500 - AMPLIE A TABELA"
              MOVE 'S' TO WS-CT-ESTOURO
           END-IF.
           IF WS-CP-TITULO > WS-ULTIMO-TITULO
              MOVE WS-CP-TITULO TO WS-ULTIMO-TITULO
           END-IF.
           READ CPAGAR.

       PROCESSAR    SECTION.
           DISPLAY " ".
           DISPLAY "1 - LANCAR NOTA DE FORNECEDOR".
           DISPLAY "2 - APROVAR NOTA RETIDA (COMPRADOR)".
           DISPLAY "3 - RECUSAR NOTA RETIDA (DEVOLVER AO FORNECEDOR)".
           DISPLAY "4 - LISTAR NOTAS RETIDAS".
           DISPLAY "9 - SAIR (GRAVA OS TITULOS)".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LANCAR-NOTA
               WHEN 2
                   PERFORM APROVAR-RETIDA
               WHEN 3
                   PERFORM RECUSAR-RETIDA
               WHEN 4
                   PERFORM LISTAR-RETIDAS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- NOTA CONTRA O RECEBIDO DO PEDIDO -----------*
       LANCAR-NOTA    SECTION.
           IF WS-CT-ITENS NOT < 500
              DISPLAY "TABELA DE TITULOS CHEIA - AMPLIE A TABELA"
              GO TO LANCAR-NOTA-FIM
           END-IF.

           DISPLAY "PEDIDO DE COMPRA           : ".
              ACCEPT WS-ENT-PEDIDO.
           MOVE WS-ENT-PEDIDO TO WS-PC-NUMERO.
           READ PEDCOMPRA.
           IF WS-FS-PC NOT EQUAL ZEROS
              DISPLAY "PEDIDO NAO ENCONTRADO - NOTA RECUSADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.
           IF WS-PC-SITUACAO NOT EQUAL 'P'
              AND WS-PC-SITUACAO NOT EQUAL 'C'
              DISPLAY "PEDIDO SEM RECEBIMENTO NO 10-RECEBE - NOTA"
                      " RECUSADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.
           MOVE WS-PC-FORNECEDOR TO WS-FORN-CODIGO.
           READ FORNECEDORES.
           IF WS-FS-FORN NOT EQUAL ZEROS
              MOVE "(FORA DO CADASTRO)" TO WS-FORN-NOME
           END-IF.
           DISPLAY "FORNECEDOR                 : " WS-PC-FORNECEDOR
                   " - " WS-FORN-NOME.

           DISPLAY "NUMERO DA NOTA             : ".
              ACCEPT WS-ENT-NOTA.
           IF WS-ENT-NOTA EQUAL SPACES
              DISPLAY "NUMERO DA NOTA OBRIGATORIO - NOTA RECUSADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.
           MOVE 0 TO WS-CT-IDX.
           MOVE 0 TO WS-CT-ACHADO.
           PERFORM PROCURAR-NOTA-REPETIDA
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS
                 OR WS-CT-ACHADO NOT EQUAL 0.
           IF WS-CT-ACHADO NOT EQUAL 0
              DISPLAY "NOTA JA LANCADA NO TITULO "
                      WS-CT-TITULO (WS-CT-ACHADO) " - NOTA RECUSADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.

           DISPLAY "EMISSAO DA NOTA (AAAAMMDD) : ".
              ACCEPT WS-ENT-EMISSAO.
           IF WS-ENT-EMISSAO EQUAL ZEROS
              OR WS-ENT-EMISSAO > WS-DATA-HOJE
              DISPLAY "EMISSAO INVALIDA - NOTA RECUSADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.
           DISPLAY "VENCIMENTO (AAAAMMDD / 0 = 30 DIAS DA EMISSAO): ".
              ACCEPT WS-ENT-VENCIMENTO.
           IF WS-ENT-VENCIMENTO EQUAL ZEROS
              COMPUTE WS-INT-VENC =
                      FUNCTION INTEGER-OF-DATE (WS-ENT-EMISSAO) + 30
              COMPUTE WS-ENT-VENCIMENTO =
                      FUNCTION DATE-OF-INTEGER (WS-INT-VENC)
           END-IF.
           IF WS-ENT-VENCIMENTO < WS-ENT-EMISSAO
              DISPLAY "VENCIMENTO ANTES DA EMISSAO - NOTA RECUSADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.

      *    BANCO SUGERIDO = O DA ULTIMA NOTA DO FORNECEDOR
           MOVE ZEROS TO WS-BANCO-ANTERIOR.
           MOVE 0 TO WS-CT-IDX.
           PERFORM PROCURAR-BANCO-ANTERIOR
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.
           DISPLAY "BANCO PARA PAGAMENTO (COMPE / 0 = "
                   WS-BANCO-ANTERIOR "): ".
              ACCEPT WS-ENT-BANCO.
           IF WS-ENT-BANCO EQUAL ZEROS
              MOVE WS-BANCO-ANTERIOR TO WS-ENT-BANCO
           END-IF.
           IF WS-ENT-BANCO EQUAL ZEROS
              DISPLAY "BANCO OBRIGATORIO - NOTA RECUSADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.

           PERFORM CARREGAR-ITENS-PEDIDO.
           IF WS-NI-ITENS EQUAL 0
              DISPLAY "NENHUM ITEM RECEBIDO NO PEDIDO - NOTA RECUSADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.
           PERFORM SOMAR-JA-FATURADO.

           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROS  TO WS-VALOR-ITENS.
           MOVE 0      TO WS-NI-LANCADOS.
           MOVE 0      TO WS-NI-IDX.
           PERFORM CONFERIR-ITEM-NOTA
              UNTIL WS-NI-IDX EQUAL WS-NI-ITENS.
           IF WS-NI-LANCADOS EQUAL 0
              DISPLAY "NENHUM ITEM NA NOTA - NOTA DESCARTADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.

           DISPLAY "VALOR TOTAL DA NOTA        : ".
              ACCEPT WS-ENT-VALOR.
           IF WS-ENT-VALOR NOT EQUAL WS-VALOR-ITENS
              AND WS-MOTIVO EQUAL SPACES
              MOVE "TOTAL NAO FECHA COM OS ITENS" TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              MOVE 'L' TO WS-SITUACAO
           ELSE
              MOVE 'R' TO WS-SITUACAO
              DISPLAY "ATENCAO: NOTA SERA RETIDA - " WS-MOTIVO
           END-IF.

           MOVE WS-ENT-VALOR TO WS-VALOR-EDIT.
           DISPLAY "CONFIRMA NOTA " WS-ENT-NOTA " DE " WS-VALOR-EDIT
                   " VENCIMENTO " WS-ENT-VENCIMENTO " (S/N): ".
              ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S'
              DISPLAY "NOTA DESCARTADA"
              GO TO LANCAR-NOTA-FIM
           END-IF.

           ADD 1 TO WS-ULTIMO-TITULO.
           MOVE WS-ULTIMO-TITULO TO WS-ENT-TITULO.
           PERFORM GRAVAR-ITENS-NOTA.

           ADD 1 TO WS-CT-ITENS.
           MOVE WS-ENT-TITULO     TO WS-CT-TITULO (WS-CT-ITENS).
           MOVE WS-PC-FORNECEDOR  TO WS-CT-FORNECEDOR (WS-CT-ITENS).
           MOVE WS-ENT-NOTA       TO WS-CT-NOTA (WS-CT-ITENS).
           MOVE WS-ENT-PEDIDO     TO WS-CT-PEDIDO (WS-CT-ITENS).
           MOVE WS-ENT-EMISSAO    TO WS-CT-EMISSAO (WS-CT-ITENS).
           MOVE WS-DATA-HOJE      TO WS-CT-ENTRADA (WS-CT-ITENS).
           MOVE WS-ENT-VENCIMENTO TO WS-CT-VENCIMENTO (WS-CT-ITENS).
           MOVE WS-ENT-VALOR      TO WS-CT-VALOR (WS-CT-ITENS).
           MOVE WS-ENT-BANCO      TO WS-CT-BANCO (WS-CT-ITENS).
           MOVE WS-SITUACAO       TO WS-CT-SITUACAO (WS-CT-ITENS).
           MOVE WS-MOTIVO         TO WS-CT-MOTIVO (WS-CT-ITENS).
           MOVE SPACES            TO WS-CT-COMPRADOR (WS-CT-ITENS).

           ADD 1 TO WS-TOT-LANCADAS.
           IF WS-SITUACAO EQUAL 'R'
              ADD 1 TO WS-TOT-RETIDAS
              DISPLAY "TITULO " WS-ENT-TITULO
                      " RETIDO - AGUARDA O COMPRADOR"
           ELSE
              DISPLAY "TITULO " WS-ENT-TITULO " LIBERADO PARA PAGAMENTO"
           END-IF.

       LANCAR-NOTA-FIM.
           EXIT.

       PROCURAR-NOTA-REPETIDA    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-FORNECEDOR (WS-CT-IDX) EQUAL WS-PC-FORNECEDOR
              AND WS-CT-NOTA (WS-CT-IDX) EQUAL WS-ENT-NOTA
              AND WS-CT-SITUACAO (WS-CT-IDX) NOT EQUAL 'C'
              MOVE WS-CT-IDX TO WS-CT-ACHADO
           END-IF.

       PROCURAR-BANCO-ANTERIOR    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-FORNECEDOR (WS-CT-IDX) EQUAL WS-PC-FORNECEDOR
              MOVE WS-CT-BANCO (WS-CT-IDX) TO WS-BANCO-ANTERIOR
           END-IF.

      *------------------- ITENS COM RECEBIMENTO NO PEDIDO ------------*
       CARREGAR-ITENS-PEDIDO    SECTION.
           MOVE 0 TO WS-NI-ITENS.
           OPEN INPUT PCITENS.
           IF WS-FS-PCITENS NOT EQUAL ZEROS
              GO TO CARREGAR-ITENS-PEDIDO-FIM
           END-IF.
           READ PCITENS.
           PERFORM CARREGAR-UM-ITEM-PEDIDO
              UNTIL WS-FS-PCITENS NOT EQUAL ZEROS.
           CLOSE PCITENS.

       CARREGAR-ITENS-PEDIDO-FIM.
           EXIT.

       CARREGAR-UM-ITEM-PEDIDO    SECTION.
           IF WS-PCI-NUMERO EQUAL WS-ENT-PEDIDO
              AND WS-PCI-QTD-RECEBIDA > ZEROS
              AND WS-NI-ITENS < 50
              ADD 1 TO WS-NI-ITENS
              INITIALIZE WS-NI (WS-NI-ITENS)
              MOVE WS-PCI-PRODUTO      TO WS-NI-PRODUTO (WS-NI-ITENS)
              MOVE WS-PCI-QTD-RECEBIDA TO WS-NI-RECEBIDA (WS-NI-ITENS)
              MOVE 'N' TO WS-NI-TEM-PRECO (WS-NI-ITENS)
              IF WS-PCI-PRECO-UNIT NUMERIC
                 AND WS-PCI-PRECO-UNIT > ZEROS
                 MOVE 'S' TO WS-NI-TEM-PRECO (WS-NI-ITENS)
                 MOVE WS-PCI-PRECO-UNIT
                   TO WS-NI-PRECO-PED (WS-NI-ITENS)
              END-IF
           END-IF.
           READ PCITENS.

      *------------------- O QUE OUTRAS NOTAS JA FATURARAM ------------*
      *  NOTA RECUSADA (OU ITEM SEM TITULO GRAVADO) NAO CONTA         *
       SOMAR-JA-FATURADO    SECTION.
           OPEN INPUT CPITENS.
           IF WS-FS-CPITENS NOT EQUAL ZEROS
              GO TO SOMAR-JA-FATURADO-FIM
           END-IF.
           READ CPITENS.
           PERFORM SOMAR-UM-FATURADO
              UNTIL WS-FS-CPITENS NOT EQUAL ZEROS.
           CLOSE CPITENS.

       SOMAR-JA-FATURADO-FIM.
           EXIT.

       SOMAR-UM-FATURADO    SECTION.
           IF WS-CPI-PEDIDO NOT EQUAL WS-ENT-PEDIDO
              GO TO SOMAR-UM-FATURADO-FIM
           END-IF.
           MOVE 0 TO WS-CT-IDX.
           MOVE 0 TO WS-CT-ACHADO.
           PERFORM PROCURAR-TITULO-DO-ITEM
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS
                 OR WS-CT-ACHADO NOT EQUAL 0.
           IF WS-CT-ACHADO EQUAL 0
              GO TO SOMAR-UM-FATURADO-FIM
           END-IF.
           IF WS-CT-SITUACAO (WS-CT-ACHADO) EQUAL 'C'
              GO TO SOMAR-UM-FATURADO-FIM
           END-IF.
           MOVE 0 TO WS-NI-IDX.
           MOVE 0 TO WS-NI-ACHADO.
           PERFORM PROCURAR-ITEM-FATURADO
              UNTIL WS-NI-IDX EQUAL WS-NI-ITENS
                 OR WS-NI-ACHADO NOT EQUAL 0.
           IF WS-NI-ACHADO NOT EQUAL 0
              ADD WS-CPI-QTD TO WS-NI-FATURADA (WS-NI-ACHADO)
           END-IF.

       SOMAR-UM-FATURADO-FIM.
           READ CPITENS.

       PROCURAR-TITULO-DO-ITEM    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-TITULO (WS-CT-IDX) EQUAL WS-CPI-TITULO
              MOVE WS-CT-IDX TO WS-CT-ACHADO
           END-IF.

       PROCURAR-ITEM-FATURADO    SECTION.
           ADD 1 TO WS-NI-IDX.
           IF WS-NI-PRODUTO (WS-NI-IDX) EQUAL WS-CPI-PRODUTO
              MOVE WS-NI-IDX TO WS-NI-ACHADO
           END-IF.

      *------------------- QUANTIDADE E PRECO DE UM ITEM DA NOTA ------*
       CONFERIR-ITEM-NOTA    SECTION.
           ADD 1 TO WS-NI-IDX.
           COMPUTE WS-A-FATURAR = WS-NI-RECEBIDA (WS-NI-IDX)
                                - WS-NI-FATURADA (WS-NI-IDX).
           MOVE WS-NI-RECEBIDA (WS-NI-IDX) TO WS-QTD-EDIT.
           MOVE WS-A-FATURAR TO WS-FAT-EDIT.
           DISPLAY "PRODUTO " WS-NI-PRODUTO (WS-NI-IDX)
                   " RECEBIDO " WS-QTD-EDIT
                   " A FATURAR " WS-FAT-EDIT.
           IF WS-NI-TEM-PRECO (WS-NI-IDX) EQUAL 'S'
              MOVE WS-NI-PRECO-PED (WS-NI-IDX) TO WS-PRECO-EDIT
              DISPLAY "        PRECO DO PEDIDO " WS-PRECO-EDIT
           END-IF.
           DISPLAY "QUANTIDADE NA NOTA (0 = NAO CONSTA): ".
              ACCEPT WS-NI-QTD (WS-NI-IDX).
           IF WS-NI-QTD (WS-NI-IDX) EQUAL ZEROS
              GO TO CONFERIR-ITEM-NOTA-FIM
           END-IF.
           DISPLAY "PRECO UNITARIO NA NOTA     : ".
              ACCEPT WS-NI-PRECO (WS-NI-IDX).

           ADD 1 TO WS-NI-LANCADOS.
           COMPUTE WS-VALOR-ITENS = WS-VALOR-ITENS
                   + (WS-NI-QTD (WS-NI-IDX) * WS-NI-PRECO (WS-NI-IDX)).

           MOVE SPACE TO WS-NI-DIVERGENCIA (WS-NI-IDX).
           IF WS-NI-TEM-PRECO (WS-NI-IDX) EQUAL 'S'
              AND WS-NI-PRECO (WS-NI-IDX)
                  NOT EQUAL WS-NI-PRECO-PED (WS-NI-IDX)
              MOVE 'P' TO WS-NI-DIVERGENCIA (WS-NI-IDX)
              DISPLAY "        PRECO DIFERE DO PEDIDO"
              IF WS-MOTIVO EQUAL SPACES
                 STRING "PRECO FORA DO PEDIDO "
                        WS-NI-PRODUTO (WS-NI-IDX)
                        DELIMITED BY SIZE INTO WS-MOTIVO
                 END-STRING
              END-IF
           END-IF.
           IF WS-NI-QTD (WS-NI-IDX) > WS-A-FATURAR
              MOVE 'Q' TO WS-NI-DIVERGENCIA (WS-NI-IDX)
              DISPLAY "        QUANTIDADE ACIMA DO RECEBIDO A FATURAR"
              IF WS-MOTIVO EQUAL SPACES
                 STRING "QTD ACIMA DO RECEBIDO "
                        WS-NI-PRODUTO (WS-NI-IDX)
                        DELIMITED BY SIZE INTO WS-MOTIVO
                 END-STRING
              END-IF
           END-IF.

       CONFERIR-ITEM-NOTA-FIM.
           EXIT.

       GRAVAR-ITENS-NOTA    SECTION.
           OPEN EXTEND CPITENS.
           IF WS-FS-CPITENS EQUAL 35
              OPEN OUTPUT CPITENS
           END-IF.
           MOVE 0 TO WS-NI-IDX.
           PERFORM GRAVAR-UM-ITEM-NOTA
              UNTIL WS-NI-IDX EQUAL WS-NI-ITENS.
           CLOSE CPITENS.

       GRAVAR-UM-ITEM-NOTA    SECTION.
           ADD 1 TO WS-NI-IDX.
           IF WS-NI-QTD (WS-NI-IDX) > ZEROS
              MOVE WS-ENT-TITULO              TO WS-CPI-TITULO
              MOVE WS-ENT-PEDIDO              TO WS-CPI-PEDIDO
              MOVE WS-NI-PRODUTO (WS-NI-IDX)  TO WS-CPI-PRODUTO
              MOVE WS-NI-QTD (WS-NI-IDX)      TO WS-CPI-QTD
              MOVE WS-NI-PRECO (WS-NI-IDX)    TO WS-CPI-PRECO-UNIT
              MOVE WS-NI-DIVERGENCIA (WS-NI-IDX)
                TO WS-CPI-DIVERGENCIA
              WRITE WS-CPI-REG
           END-IF.

      *------------------- LIBERACAO PELO COMPRADOR -------------------*
       APROVAR-RETIDA    SECTION.
           PERFORM LOCALIZAR-RETIDA.
           IF WS-CT-ACHADO EQUAL 0
              GO TO APROVAR-RETIDA-FIM
           END-IF.

           DISPLAY "COMPRADOR APROVA O PAGAMENTO (S/N)? ".
              ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S'
              DISPLAY "NOTA CONTINUA RETIDA"
              GO TO APROVAR-RETIDA-FIM
           END-IF.
           DISPLAY "IDENTIFICACAO DO COMPRADOR: ".
              ACCEPT WS-COMPRADOR.
           IF WS-COMPRADOR EQUAL SPACES
              DISPLAY "IDENTIFICACAO OBRIGATORIA - NOTA CONTINUA RETIDA"
              GO TO APROVAR-RETIDA-FIM
           END-IF.

           MOVE 'A'          TO WS-CT-SITUACAO (WS-CT-ACHADO).
           MOVE WS-COMPRADOR TO WS-CT-COMPRADOR (WS-CT-ACHADO).
           DISPLAY "TITULO " WS-CT-TITULO (WS-CT-ACHADO)
                   " APROVADO POR " WS-COMPRADOR.

       APROVAR-RETIDA-FIM.
           EXIT.

       RECUSAR-RETIDA    SECTION.
           PERFORM LOCALIZAR-RETIDA.
           IF WS-CT-ACHADO EQUAL 0
              GO TO RECUSAR-RETIDA-FIM
           END-IF.

           DISPLAY "COMPRADOR RECUSA A NOTA (S/N)? ".
              ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S'
              DISPLAY "NOTA CONTINUA RETIDA"
              GO TO RECUSAR-RETIDA-FIM
           END-IF.
           DISPLAY "IDENTIFICACAO DO COMPRADOR: ".
              ACCEPT WS-COMPRADOR.
           IF WS-COMPRADOR EQUAL SPACES
              DISPLAY "IDENTIFICACAO OBRIGATORIA - NOTA CONTINUA RETIDA"
              GO TO RECUSAR-RETIDA-FIM
           END-IF.

           MOVE 'C'          TO WS-CT-SITUACAO (WS-CT-ACHADO).
           MOVE WS-COMPRADOR TO WS-CT-COMPRADOR (WS-CT-ACHADO).
           DISPLAY "TITULO " WS-CT-TITULO (WS-CT-ACHADO)
                   " RECUSADO POR " WS-COMPRADOR
                   " - DEVOLVER A NOTA AO FORNECEDOR".

       RECUSAR-RETIDA-FIM.
           EXIT.

       LOCALIZAR-RETIDA    SECTION.
           DISPLAY "TITULO: ".
              ACCEPT WS-ENT-TITULO.
           MOVE 0 TO WS-CT-IDX.
           MOVE 0 TO WS-CT-ACHADO.
           PERFORM PROCURAR-TITULO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS
                 OR WS-CT-ACHADO NOT EQUAL 0.
           IF WS-CT-ACHADO EQUAL 0
              DISPLAY "TITULO NAO ENCONTRADO"
              GO TO LOCALIZAR-RETIDA-FIM
           END-IF.
           IF WS-CT-SITUACAO (WS-CT-ACHADO) NOT EQUAL 'R'
              DISPLAY "TITULO NAO ESTA RETIDO"
              MOVE 0 TO WS-CT-ACHADO
              GO TO LOCALIZAR-RETIDA-FIM
           END-IF.
           MOVE WS-CT-ACHADO TO WS-CT-IDX.
           PERFORM MOSTRAR-TITULO.

       LOCALIZAR-RETIDA-FIM.
           EXIT.

       PROCURAR-TITULO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-TITULO (WS-CT-IDX) EQUAL WS-ENT-TITULO
              MOVE WS-CT-IDX TO WS-CT-ACHADO
           END-IF.

       LISTAR-RETIDAS    SECTION.
           MOVE 0 TO WS-TOT-LISTADAS.
           MOVE 0 TO WS-CT-IDX.
           PERFORM LISTAR-UMA-RETIDA
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.
           DISPLAY "NOTAS RETIDAS: " WS-TOT-LISTADAS.

       LISTAR-UMA-RETIDA    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-SITUACAO (WS-CT-IDX) EQUAL 'R'
              ADD 1 TO WS-TOT-LISTADAS
              PERFORM MOSTRAR-TITULO
           END-IF.

       MOSTRAR-TITULO    SECTION.
           MOVE WS-CT-VALOR (WS-CT-IDX) TO WS-VALOR-EDIT.
           DISPLAY "TITULO " WS-CT-TITULO (WS-CT-IDX)
                   " FORN " WS-CT-FORNECEDOR (WS-CT-IDX)
                   " NOTA " WS-CT-NOTA (WS-CT-IDX)
                   " PEDIDO " WS-CT-PEDIDO (WS-CT-IDX)
                   " VALOR " WS-VALOR-EDIT
                   " VENC " WS-CT-VENCIMENTO (WS-CT-IDX).
           IF WS-CT-MOTIVO (WS-CT-IDX) NOT EQUAL SPACES
              DISPLAY "       MOTIVO DA RETENCAO: "
                      WS-CT-MOTIVO (WS-CT-IDX)
           END-IF.

       FINALIZAR    SECTION.
           CLOSE PEDCOMPRA.
           CLOSE FORNECEDORES.

           IF WS-CT-ESTOURO EQUAL 'S'
              DISPLAY "CPAGAR.DAT NAO REGRAVADO (TABELA CHEIA)"
              GO TO FINALIZAR-FIM
           END-IF.
           OPEN OUTPUT CPAGAR.
           MOVE 0 TO WS-CT-IDX.
           PERFORM REGRAVAR-TITULO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.
           CLOSE CPAGAR.

           DISPLAY "NOTAS LANCADAS: " WS-TOT-LANCADAS
                   "  RETIDAS: " WS-TOT-RETIDAS.

       FINALIZAR-FIM.
           EXIT.

       REGRAVAR-TITULO    SECTION.
           ADD 1 TO WS-CT-IDX.
           MOVE WS-CT (WS-CT-IDX) TO WS-CP-REG.
           WRITE WS-CP-REG.
       END PROGRAM 10-NFFORN.
