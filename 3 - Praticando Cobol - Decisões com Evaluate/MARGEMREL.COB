      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. MARGEMREL.
      *-----------------------------------------------------------------
      *  CUSTO DA FICHA TECNICA E MARGEM DO CARDAPIO: PARA CADA MASSA/
      *  TAMANHO COM PRECO VIGENTE E CADA COMBO EM VIGOR, O CUSTO
      *  TEORICO DOS INGREDIENTES (RECEITAS.DAT X CUSTO MEDIO DO
      *  DEPOSITO DA COZINHA NO ESTOQUE.DAT), O PRECO, A MARGEM, O
      *  FOOD COST (CUSTO / PRECO) E QUANTOS SAIRAM NO MES PASSADO
      *  (PEDIDOS.DAT, SEM OS CANCELADOS). FOOD COST ACIMA DA META
      *  SAI MARCADO COM "*".
      *  COMBO COM MASSA EM BRANCO VALE PARA QUALQUER MASSA: O CUSTO
      *  E O DA MASSA MAIS CARA DO TAMANHO, VEZES AS PIZZAS DO COMBO,
      *  MAIS A FICHA DA BEBIDA QUANDO O COMBO TRAZ UMA.
      *  AS VENDAS SAEM DAS LINHAS DO PEDIDO (PEDITENS.DAT): PIZZA PELA
      *  QUANTIDADE DAS LINHAS P, COMBO PELA QUANTIDADE DAS LINHAS D
      *  QUE O PEDIDO-IF GRAVA. PEDIDO ANTIGO SEM LINHAS CONTA UMA
      *  PIZZA PELO CABECALHO E NENHUM COMBO.
      *  A SIMULACAO RECALCULA COM PRECOS PROPOSTOS DIGITADOS NA HORA;
      *  NADA E GRAVADO - O QUE FOR ACEITO ENTRA PELO PRECOCAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PRECOS ASSIGN TO "..\DADOS\PRECOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRECOS.

           SELECT COMBOS ASSIGN TO "..\DADOS\COMBOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMBOS.

           SELECT RECEITAS ASSIGN TO "..\DADOS\RECEITAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEITAS.

           SELECT ESTOQUE ASSIGN TO "..\DADOS\ESTOQUE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-ESTOQUE
           RECORD KEY IS WS-ESTOQUE-CHAVE.

           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDIDOS
           RECORD KEY IS WS-PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS WS-PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS WS-PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO "..\DADOS\PEDITENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDITENS
           RECORD KEY IS WS-PITEM-CHAVE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER PRECOCAD) -----------------------------*
       FD  PRECOS.
       01  WS-PRC-REG.
           05 WS-PRC-TIPO              PIC X(01).
           05 WS-PRC-MASSA             PIC X(12).
           05 WS-PRC-TAMANHO           PIC X(01).
           05 WS-PRC-VIGENCIA          PIC 9(08).
           05 WS-PRC-VALOR             PIC 9(04)V99.

       FD  COMBOS.
       01  WS-CMB-REG.
           05 WS-CMB-CODIGO            PIC X(06).
           05 WS-CMB-MASSA             PIC X(12).
           05 WS-CMB-TAMANHO           PIC X(01).
           05 WS-CMB-EXIGE-QUEIJO      PIC X(01).
           05 WS-CMB-EXIGE-BORDA       PIC X(01).
           05 WS-CMB-VALOR             PIC 9(04)V99.
           05 WS-CMB-VIGENCIA-DE       PIC 9(08).
           05 WS-CMB-VIGENCIA-ATE      PIC 9(08).
           05 WS-CMB-DESCRICAO         PIC X(20).
           05 WS-CMB-QTD-PIZZAS        PIC 9(01).
           05 WS-CMB-BEBIDA            PIC X(12).

      *------------------- (VER RECEITACAD) ---------------------------*
       FD  RECEITAS.
       01  WS-REC-REG.
           05 WS-REC-ITEM              PIC X(12).
           05 WS-REC-TAMANHO           PIC X(01).
           05 WS-REC-PRODUTO           PIC 9(06).
           05 WS-REC-QTD               PIC 9(05).

       FD  ESTOQUE.
       01  WS-ESTOQUE-REG.
           05 WS-ESTOQUE-CHAVE.
              10 WS-ESTOQUE-DEPOSITO   PIC X(10).
              10 WS-ESTOQUE-PRODUTO    PIC 9(06).
           05 WS-ESTOQUE-QTD           PIC 9(05).
           05 WS-ESTOQUE-PONTO-REP     PIC 9(05).
           05 WS-ESTOQUE-CUSTO-MEDIO   PIC 9(05)V99.

       FD  PEDIDOS.
       01  WS-PEDIDO-REG.
           05 WS-PEDIDO-NUMERO         PIC 9(08).
           05 WS-PEDIDO-DATAHORA       PIC X(14).
           05 WS-PEDIDO-MASSA          PIC X(12).
           05 WS-PEDIDO-TAMANHO        PIC X(01).
           05 WS-PEDIDO-EXTRA-QUEIJO   PIC X(01).
           05 WS-PEDIDO-EXTRA-BORDA    PIC X(01).
           05 WS-PEDIDO-VALOR          PIC 9(04)V99.
           05 WS-PEDIDO-SITUACAO       PIC X(01).
           05 WS-PEDIDO-MOTIVO-CANC    PIC X(30).
           05 WS-PEDIDO-CLIENTE-ID     PIC 9(09).
           05 WS-PEDIDO-TELEFONE       PIC X(15).
           05 WS-PEDIDO-PROMETIDO      PIC 9(04).

      *------------------- (VER PEDIDO-IF) ----------------------------*
       FD  PEDITENS.
       01  WS-PITEM-REG.
           05 WS-PITEM-CHAVE.
              10 WS-PITEM-PEDIDO       PIC 9(08).
              10 WS-PITEM-LINHA        PIC 9(02).
           05 WS-PITEM-TIPO            PIC X(01).
              88 WS-PITEM-PIZZA            VALUE 'P'.
              88 WS-PITEM-DESCONTO         VALUE 'D'.
           05 WS-PITEM-NOME            PIC X(12).
           05 WS-PITEM-TAMANHO         PIC X(01).
           05 WS-PITEM-EXTRA-QUEIJO    PIC X(01).
           05 WS-PITEM-EXTRA-BORDA     PIC X(01).
           05 WS-PITEM-QTD             PIC 9(03).
           05 WS-PITEM-UNITARIO        PIC 9(04)V99.
           05 WS-PITEM-VALOR           PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-PRECOS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-COMBOS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-RECEITAS           PIC 9(02) VALUE ZEROS.
       01 WS-FS-ESTOQUE            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDIDOS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDITENS           PIC 9(02) VALUE ZEROS.
       01 WS-TEM-ITENS             PIC X(01) VALUE 'N'.
       01 WS-DEPOSITO-COZINHA      PIC X(10) VALUE "COZINHA".
       01 WS-ESTOQUE-ABERTO        PIC X(01) VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-MES-PASSADO           PIC 9(06) VALUE ZEROS.
       01 WS-ANO-WRK               PIC 9(04) VALUE ZEROS.
       01 WS-MES-WRK               PIC 9(02) VALUE ZEROS.
       01 WS-MODO                  PIC 9(01) VALUE 1.
          88 WS-SIMULACAO             VALUE 2.
       01 WS-META-FC               PIC 9(03)V9 VALUE 35.
       01 WS-TOT-PEDIDOS           PIC 9(05) VALUE 0.
       01 WS-TOT-ACIMA             PIC 9(03) VALUE 0.

      *------------------- FICHA TECNICA EM MEMORIA -----------------*
       01 WS-TABELA-RECEITAS.
           05 WS-RCT-ITEM OCCURS 60 TIMES.
              10 WS-RCT-NOME          PIC X(12).
              10 WS-RCT-TAMANHO       PIC X(01).
              10 WS-RCT-PRODUTO       PIC 9(06).
              10 WS-RCT-QTD           PIC 9(05).
       01 WS-RCT-ITENS             PIC 9(02) COMP VALUE 0.
       01 WS-RCT-IDX               PIC 9(02) COMP VALUE 0.

      *------------------- ITENS DO CARDAPIO ------------------------*
      *  TIPO P = MASSA/TAMANHO DO PRECOS.DAT; TIPO C = COMBO EM     *
      *  VIGOR (NOME = CODIGO DO COMBO)                              *
       01 WS-TABELA-CARDAPIO.
           05 WS-CRD-ITEM OCCURS 40 TIMES.
              10 WS-CRD-TIPO          PIC X(01).
              10 WS-CRD-NOME          PIC X(12).
              10 WS-CRD-TAMANHO       PIC X(01).
              10 WS-CRD-VIGENCIA      PIC 9(08).
              10 WS-CRD-PRECO         PIC 9(04)V99.
              10 WS-CRD-PROPOSTO      PIC 9(04)V99.
              10 WS-CRD-CUSTO         PIC 9(07)V99.
              10 WS-CRD-SEM-CUSTO     PIC X(01).
              10 WS-CRD-VENDIDOS      PIC 9(05).
              10 WS-CRD-CMB-MASSA     PIC X(12).
              10 WS-CRD-CMB-QUEIJO    PIC X(01).
              10 WS-CRD-CMB-BORDA     PIC X(01).
              10 WS-CRD-CMB-DE        PIC 9(08).
              10 WS-CRD-CMB-ATE       PIC 9(08).
              10 WS-CRD-CMB-PIZZAS    PIC 9(01).
              10 WS-CRD-CMB-BEBIDA    PIC X(12).
              10 WS-CRD-DESCRICAO     PIC X(20).
       01 WS-CRD-ITENS             PIC 9(02) COMP VALUE 0.
       01 WS-CRD-IDX               PIC 9(02) COMP VALUE 0.
       01 WS-CRD-ACHADO            PIC 9(02) COMP VALUE 0.
       01 WS-CRD-AUX               PIC 9(02) COMP VALUE 0.
       01 WS-CRD-ESTOURO           PIC X(01) VALUE 'N'.

      *------------------- CUSTO DOS EXTRAS E DE UMA FICHA ----------*
       01 WS-CUSTO-QUEIJO          PIC 9(07)V99 VALUE 0.
       01 WS-CUSTO-BORDA           PIC 9(07)V99 VALUE 0.
       01 WS-SEM-CUSTO-QUEIJO      PIC X(01) VALUE 'N'.
       01 WS-SEM-CUSTO-BORDA       PIC X(01) VALUE 'N'.
       01 WS-FICHA-NOME            PIC X(12) VALUE SPACES.
       01 WS-FICHA-TAMANHO         PIC X(01) VALUE SPACES.
       01 WS-FICHA-CUSTO           PIC 9(07)V99 VALUE 0.
       01 WS-FICHA-LINHAS          PIC 9(02) VALUE 0.
       01 WS-FICHA-SEM-CUSTO       PIC X(01) VALUE 'N'.
       01 WS-MAIOR-CUSTO           PIC 9(07)V99 VALUE 0.
       01 WS-MAIOR-SEM-CUSTO       PIC X(01) VALUE 'N'.

      *------------------- VENDA DE UMA LINHA DO PEDIDO ------------*
       01 WS-VENDA-QTD             PIC 9(03) VALUE 0.
       01 WS-LINHAS-DO-PEDIDO      PIC 9(02) VALUE 0.

      *------------------- PROPOSTA DA SIMULACAO -------------------*
       01 WS-PROP-TIPO             PIC X(01) VALUE SPACES.
       01 WS-PROP-NOME             PIC X(12) VALUE SPACES.
       01 WS-PROP-TAMANHO          PIC X(01) VALUE SPACES.
       01 WS-PROP-VALOR            PIC 9(04)V99 VALUE 0.

      *------------------- CALCULO E EDICAO DA LINHA ---------------*
       01 WS-PRECO-CALC            PIC 9(04)V99 VALUE 0.
       01 WS-MARGEM                PIC S9(07)V99 VALUE 0.
       01 WS-FOOD-COST             PIC 9(03)V9 VALUE 0.
       01 WS-MARCA                 PIC X(01) VALUE SPACE.
       01 WS-CUSTO-EDIT            PIC ZZZZ9,99.
       01 WS-PRECO-EDIT            PIC ZZZ9,99.
       01 WS-MARGEM-EDIT           PIC -ZZZZ9,99.
       01 WS-FC-EDIT               PIC ZZ9,9.
       01 WS-VEND-EDIT             PIC ZZZZ9.
       01 WS-PROP-EDIT             PIC ZZZ9,99.
       01 WS-MARGEM-PROP-EDIT      PIC -ZZZZ9,99.
       01 WS-FC-PROP-EDIT          PIC ZZ9,9.
       01 WS-MARCA-ATUAL           PIC X(01) VALUE SPACE.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-COMBOS.
           IF WS-CRD-ITENS EQUAL 0
              DISPLAY "SEM PRECOS VIGENTES NEM COMBOS EM VIGOR"
              STOP RUN
           END-IF.
           PERFORM CUSTEAR-CARDAPIO.
           IF WS-ESTOQUE-ABERTO EQUAL 'S'
              CLOSE ESTOQUE
           END-IF.
           PERFORM CONTAR-VENDAS.
           IF WS-SIMULACAO
              PERFORM PEDIR-PROPOSTAS
           END-IF.
           PERFORM IMPRIMIR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "CUSTO DA FICHA TECNICA E MARGEM DO CARDAPIO".
           DISPLAY "-------------------------------------------".
           DISPLAY "1 - PRECOS VIGENTES".
           DISPLAY "2 - SIMULAR PRECOS PROPOSTOS".
           DISPLAY "MODO: ".
              ACCEPT WS-MODO.
           IF WS-MODO NOT EQUAL 2
              MOVE 1 TO WS-MODO
           END-IF.
           DISPLAY "META DE FOOD COST % (0 = 35): ".
              ACCEPT WS-META-FC.
           IF WS-META-FC EQUAL ZEROS
              MOVE 35 TO WS-META-FC
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO-WRK.
           MOVE WS-DATA-HOJE (5:2) TO WS-MES-WRK.
           IF WS-MES-WRK EQUAL 1
              MOVE 12 TO WS-MES-WRK
              SUBTRACT 1 FROM WS-ANO-WRK
           ELSE
              SUBTRACT 1 FROM WS-MES-WRK
           END-IF.
           COMPUTE WS-MES-PASSADO = WS-ANO-WRK * 100 + WS-MES-WRK.

           PERFORM CARREGAR-RECEITAS.
           IF WS-RCT-ITENS EQUAL 0
              DISPLAY "SEM FICHA TECNICA (RECEITACAD)"
              STOP RUN
           END-IF.

           OPEN INPUT ESTOQUE.
           IF WS-FS-ESTOQUE EQUAL ZEROS
              MOVE 'S' TO WS-ESTOQUE-ABERTO
           ELSE
              DISPLAY "SEM ESTOQUE.DAT - CUSTOS ZERADOS"
           END-IF.

       CARREGAR-RECEITAS    SECTION.
           MOVE 0 TO WS-RCT-ITENS.
           OPEN INPUT RECEITAS.
           IF WS-FS-RECEITAS NOT EQUAL ZEROS
              GO TO CARREGAR-RECEITAS-FIM
           END-IF.
           READ RECEITAS.
           PERFORM GUARDAR-UMA-RECEITA
              UNTIL WS-FS-RECEITAS NOT EQUAL ZEROS
                 OR WS-RCT-ITENS NOT < 60.
           CLOSE RECEITAS.

       CARREGAR-RECEITAS-FIM.
           EXIT.

       GUARDAR-UMA-RECEITA    SECTION.
           ADD 1 TO WS-RCT-ITENS.
           MOVE WS-REC-ITEM    TO WS-RCT-NOME    (WS-RCT-ITENS).
           MOVE WS-REC-TAMANHO TO WS-RCT-TAMANHO (WS-RCT-ITENS).
           MOVE WS-REC-PRODUTO TO WS-RCT-PRODUTO (WS-RCT-ITENS).
           MOVE WS-REC-QTD     TO WS-RCT-QTD     (WS-RCT-ITENS).
           READ RECEITAS.

      *------------------- PRECOS VIGENTES (COMO NO PEDIDO-IF) ------*
      *  PARA CADA MASSA/TAMANHO VALE A LINHA COM A MAIOR VIGENCIA    *
      *  QUE JA COMECOU                                               *
       CARREGAR-PRECOS    SECTION.
           OPEN INPUT PRECOS.
           IF WS-FS-PRECOS NOT EQUAL ZEROS
              DISPLAY "SEM PRECOS.DAT (PRECOCAD)"
              GO TO CARREGAR-PRECOS-FIM
           END-IF.
           READ PRECOS.
           PERFORM APLICAR-UMA-LINHA-PRECO
              UNTIL WS-FS-PRECOS NOT EQUAL ZEROS.
           CLOSE PRECOS.

       CARREGAR-PRECOS-FIM.
           EXIT.

       APLICAR-UMA-LINHA-PRECO    SECTION.
           IF WS-PRC-VIGENCIA > WS-DATA-HOJE
              OR WS-PRC-TIPO NOT EQUAL 'P'
              GO TO APLICAR-UMA-LINHA-PRECO-FIM
           END-IF.

           MOVE 'P'            TO WS-PROP-TIPO.
           MOVE WS-PRC-MASSA   TO WS-PROP-NOME.
           MOVE WS-PRC-TAMANHO TO WS-PROP-TAMANHO.
           PERFORM LOCALIZAR-ITEM.
           IF WS-CRD-ACHADO EQUAL 0
              PERFORM CRIAR-ITEM
           END-IF.

           IF WS-CRD-ACHADO NOT EQUAL 0
              AND WS-PRC-VIGENCIA NOT <
                  WS-CRD-VIGENCIA (WS-CRD-ACHADO)
              MOVE WS-PRC-VALOR    TO WS-CRD-PRECO (WS-CRD-ACHADO)
              MOVE WS-PRC-VIGENCIA TO WS-CRD-VIGENCIA (WS-CRD-ACHADO)
           END-IF.

       APLICAR-UMA-LINHA-PRECO-FIM.
           READ PRECOS.

      *------------------- COMBOS EM VIGOR HOJE --------------------*
       CARREGAR-COMBOS    SECTION.
           OPEN INPUT COMBOS.
           IF WS-FS-COMBOS NOT EQUAL ZEROS
              GO TO CARREGAR-COMBOS-FIM
           END-IF.
           READ COMBOS.
           PERFORM GUARDAR-UM-COMBO
              UNTIL WS-FS-COMBOS NOT EQUAL ZEROS.
           CLOSE COMBOS.

       CARREGAR-COMBOS-FIM.
           EXIT.

       GUARDAR-UM-COMBO    SECTION.
           IF WS-DATA-HOJE < WS-CMB-VIGENCIA-DE
              OR WS-DATA-HOJE > WS-CMB-VIGENCIA-ATE
              GO TO GUARDAR-UM-COMBO-FIM
           END-IF.

           MOVE 'C'           TO WS-PROP-TIPO.
           MOVE WS-CMB-CODIGO TO WS-PROP-NOME.
           MOVE SPACES        TO WS-PROP-TAMANHO.
           PERFORM LOCALIZAR-ITEM.
           IF WS-CRD-ACHADO EQUAL 0
              PERFORM CRIAR-ITEM
           END-IF.
           IF WS-CRD-ACHADO NOT EQUAL 0
              MOVE WS-CMB-TAMANHO  TO WS-CRD-TAMANHO (WS-CRD-ACHADO)
              MOVE WS-CMB-VALOR    TO WS-CRD-PRECO (WS-CRD-ACHADO)
              MOVE WS-CMB-MASSA    TO WS-CRD-CMB-MASSA (WS-CRD-ACHADO)
              MOVE WS-CMB-EXIGE-QUEIJO
                TO WS-CRD-CMB-QUEIJO (WS-CRD-ACHADO)
              MOVE WS-CMB-EXIGE-BORDA
                TO WS-CRD-CMB-BORDA (WS-CRD-ACHADO)
              MOVE WS-CMB-VIGENCIA-DE  TO WS-CRD-CMB-DE (WS-CRD-ACHADO)
              MOVE WS-CMB-VIGENCIA-ATE TO WS-CRD-CMB-ATE (WS-CRD-ACHADO)
              MOVE WS-CMB-DESCRICAO
                TO WS-CRD-DESCRICAO (WS-CRD-ACHADO)
              MOVE WS-CMB-QTD-PIZZAS
                TO WS-CRD-CMB-PIZZAS (WS-CRD-ACHADO)
              IF WS-CMB-QTD-PIZZAS NOT NUMERIC
                 OR WS-CMB-QTD-PIZZAS EQUAL ZEROS
                 MOVE 1 TO WS-CRD-CMB-PIZZAS (WS-CRD-ACHADO)
              END-IF
              MOVE WS-CMB-BEBIDA
                TO WS-CRD-CMB-BEBIDA (WS-CRD-ACHADO)
           END-IF.

       GUARDAR-UM-COMBO-FIM.
           READ COMBOS.

      *------------------- TABELA DO CARDAPIO ----------------------*
      *  COMBO SE PROCURA SO PELO CODIGO (TAMANHO EM BRANCO NA BUSCA) *
       LOCALIZAR-ITEM    SECTION.
           MOVE 0 TO WS-CRD-ACHADO.
           MOVE 1 TO WS-CRD-IDX.
           PERFORM PROCURAR-ITEM
              UNTIL WS-CRD-IDX > WS-CRD-ITENS
                 OR WS-CRD-ACHADO NOT EQUAL 0.

       PROCURAR-ITEM    SECTION.
           IF WS-CRD-TIPO (WS-CRD-IDX) EQUAL WS-PROP-TIPO
              AND WS-CRD-NOME (WS-CRD-IDX) EQUAL WS-PROP-NOME
              AND (WS-PROP-TIPO EQUAL 'C'
                   OR WS-CRD-TAMANHO (WS-CRD-IDX)
                      EQUAL WS-PROP-TAMANHO)
              MOVE WS-CRD-IDX TO WS-CRD-ACHADO
           END-IF.
           ADD 1 TO WS-CRD-IDX.

       CRIAR-ITEM    SECTION.
           IF WS-CRD-ITENS NOT < 40
              MOVE 'S' TO WS-CRD-ESTOURO
              GO TO CRIAR-ITEM-FIM
           END-IF.
           ADD 1 TO WS-CRD-ITENS.
           MOVE WS-CRD-ITENS TO WS-CRD-ACHADO.
           MOVE WS-PROP-TIPO    TO WS-CRD-TIPO (WS-CRD-ACHADO).
           MOVE WS-PROP-NOME    TO WS-CRD-NOME (WS-CRD-ACHADO).
           MOVE WS-PROP-TAMANHO TO WS-CRD-TAMANHO (WS-CRD-ACHADO).
           MOVE ZEROS  TO WS-CRD-VIGENCIA (WS-CRD-ACHADO).
           MOVE ZEROS  TO WS-CRD-PRECO (WS-CRD-ACHADO).
           MOVE ZEROS  TO WS-CRD-PROPOSTO (WS-CRD-ACHADO).
           MOVE ZEROS  TO WS-CRD-CUSTO (WS-CRD-ACHADO).
           MOVE 'N'    TO WS-CRD-SEM-CUSTO (WS-CRD-ACHADO).
           MOVE ZEROS  TO WS-CRD-VENDIDOS (WS-CRD-ACHADO).
           MOVE SPACES TO WS-CRD-CMB-MASSA (WS-CRD-ACHADO).
           MOVE SPACES TO WS-CRD-CMB-QUEIJO (WS-CRD-ACHADO).
           MOVE SPACES TO WS-CRD-CMB-BORDA (WS-CRD-ACHADO).
           MOVE ZEROS  TO WS-CRD-CMB-DE (WS-CRD-ACHADO).
           MOVE ZEROS  TO WS-CRD-CMB-ATE (WS-CRD-ACHADO).
           MOVE 1      TO WS-CRD-CMB-PIZZAS (WS-CRD-ACHADO).
           MOVE SPACES TO WS-CRD-CMB-BEBIDA (WS-CRD-ACHADO).
           MOVE SPACES TO WS-CRD-DESCRICAO (WS-CRD-ACHADO).

       CRIAR-ITEM-FIM.
           EXIT.

      *------------------- CUSTO TEORICO DE CADA ITEM ---------------*
      *  PRIMEIRO OS EXTRAS E AS PIZZAS; OS COMBOS USAM O CUSTO DAS   *
      *  PIZZAS JA CALCULADO                                         *
       CUSTEAR-CARDAPIO    SECTION.
           MOVE "EXTRAQUEIJO" TO WS-FICHA-NOME.
           MOVE SPACES        TO WS-FICHA-TAMANHO.
           PERFORM CUSTEAR-FICHA.
           MOVE WS-FICHA-CUSTO     TO WS-CUSTO-QUEIJO.
           MOVE WS-FICHA-SEM-CUSTO TO WS-SEM-CUSTO-QUEIJO.

           MOVE "EXTRABORDA"  TO WS-FICHA-NOME.
           PERFORM CUSTEAR-FICHA.
           MOVE WS-FICHA-CUSTO     TO WS-CUSTO-BORDA.
           MOVE WS-FICHA-SEM-CUSTO TO WS-SEM-CUSTO-BORDA.

           MOVE 1 TO WS-CRD-IDX.
           PERFORM CUSTEAR-UMA-PIZZA
              UNTIL WS-CRD-IDX > WS-CRD-ITENS.
           MOVE 1 TO WS-CRD-IDX.
           PERFORM CUSTEAR-UM-COMBO
              UNTIL WS-CRD-IDX > WS-CRD-ITENS.

       CUSTEAR-UMA-PIZZA    SECTION.
           IF WS-CRD-TIPO (WS-CRD-IDX) EQUAL 'P'
              MOVE WS-CRD-NOME (WS-CRD-IDX)    TO WS-FICHA-NOME
              MOVE WS-CRD-TAMANHO (WS-CRD-IDX) TO WS-FICHA-TAMANHO
              PERFORM CUSTEAR-FICHA
              MOVE WS-FICHA-CUSTO TO WS-CRD-CUSTO (WS-CRD-IDX)
              MOVE WS-FICHA-SEM-CUSTO
                TO WS-CRD-SEM-CUSTO (WS-CRD-IDX)
           END-IF.
           ADD 1 TO WS-CRD-IDX.

       CUSTEAR-UM-COMBO    SECTION.
           IF WS-CRD-TIPO (WS-CRD-IDX) NOT EQUAL 'C'
              GO TO CUSTEAR-UM-COMBO-FIM
           END-IF.

           MOVE 0   TO WS-MAIOR-CUSTO.
           MOVE 'S' TO WS-MAIOR-SEM-CUSTO.
           MOVE 1 TO WS-CRD-AUX.
           PERFORM ACHAR-PIZZA-DO-COMBO
              UNTIL WS-CRD-AUX > WS-CRD-ITENS.

           IF WS-CRD-CMB-QUEIJO (WS-CRD-IDX) EQUAL 'S'
              ADD WS-CUSTO-QUEIJO TO WS-MAIOR-CUSTO
              IF WS-SEM-CUSTO-QUEIJO EQUAL 'S'
                 MOVE 'S' TO WS-MAIOR-SEM-CUSTO
              END-IF
           END-IF.
           IF WS-CRD-CMB-BORDA (WS-CRD-IDX) EQUAL 'S'
              ADD WS-CUSTO-BORDA TO WS-MAIOR-CUSTO
              IF WS-SEM-CUSTO-BORDA EQUAL 'S'
                 MOVE 'S' TO WS-MAIOR-SEM-CUSTO
              END-IF
           END-IF.
           COMPUTE WS-CRD-CUSTO (WS-CRD-IDX) = WS-MAIOR-CUSTO
                   * WS-CRD-CMB-PIZZAS (WS-CRD-IDX).
           MOVE WS-MAIOR-SEM-CUSTO TO WS-CRD-SEM-CUSTO (WS-CRD-IDX).

           IF WS-CRD-CMB-BEBIDA (WS-CRD-IDX) NOT EQUAL SPACES
              MOVE WS-CRD-CMB-BEBIDA (WS-CRD-IDX) TO WS-FICHA-NOME
              MOVE SPACES TO WS-FICHA-TAMANHO
              PERFORM CUSTEAR-FICHA
              ADD WS-FICHA-CUSTO TO WS-CRD-CUSTO (WS-CRD-IDX)
              IF WS-FICHA-SEM-CUSTO EQUAL 'S'
                 MOVE 'S' TO WS-CRD-SEM-CUSTO (WS-CRD-IDX)
              END-IF
           END-IF.

       CUSTEAR-UM-COMBO-FIM.
           ADD 1 TO WS-CRD-IDX.

      *    MASSA/TAMANHO EM BRANCO NO COMBO VALE QUALQUER UM: FICA A
      *    PIZZA MAIS CARA QUE ELE ACEITA
       ACHAR-PIZZA-DO-COMBO    SECTION.
           IF WS-CRD-TIPO (WS-CRD-AUX) EQUAL 'P'
              AND (WS-CRD-CMB-MASSA (WS-CRD-IDX) EQUAL SPACES
                   OR WS-CRD-CMB-MASSA (WS-CRD-IDX)
                      EQUAL WS-CRD-NOME (WS-CRD-AUX))
              AND (WS-CRD-TAMANHO (WS-CRD-IDX) EQUAL SPACES
                   OR WS-CRD-TAMANHO (WS-CRD-IDX)
                      EQUAL WS-CRD-TAMANHO (WS-CRD-AUX))
              AND (WS-MAIOR-SEM-CUSTO EQUAL 'S'
                   OR WS-CRD-CUSTO (WS-CRD-AUX) > WS-MAIOR-CUSTO)
              MOVE WS-CRD-CUSTO (WS-CRD-AUX) TO WS-MAIOR-CUSTO
              MOVE WS-CRD-SEM-CUSTO (WS-CRD-AUX)
                TO WS-MAIOR-SEM-CUSTO
           END-IF.
           ADD 1 TO WS-CRD-AUX.

      *------------------- SOMA DA FICHA DE UM NOME/TAMANHO ---------*
      *  LINHA DE TAMANHO EM BRANCO VALE PARA TODOS OS TAMANHOS (COMO *
      *  NA BAIXA DA COZINHA). FICHA SEM LINHA OU INGREDIENTE SEM     *
      *  CUSTO MEDIO NA COZINHA DEIXA O ITEM MARCADO "SEM CUSTO"      *
       CUSTEAR-FICHA    SECTION.
           MOVE 0   TO WS-FICHA-CUSTO.
           MOVE 0   TO WS-FICHA-LINHAS.
           MOVE 'N' TO WS-FICHA-SEM-CUSTO.
           MOVE 1 TO WS-RCT-IDX.
           PERFORM SOMAR-UMA-LINHA-FICHA
              UNTIL WS-RCT-IDX > WS-RCT-ITENS.
           IF WS-FICHA-LINHAS EQUAL 0
              MOVE 'S' TO WS-FICHA-SEM-CUSTO
           END-IF.

       SOMAR-UMA-LINHA-FICHA    SECTION.
           IF WS-RCT-NOME (WS-RCT-IDX) NOT EQUAL WS-FICHA-NOME
              OR (WS-RCT-TAMANHO (WS-RCT-IDX) NOT EQUAL SPACES
                  AND WS-RCT-TAMANHO (WS-RCT-IDX)
                      NOT EQUAL WS-FICHA-TAMANHO)
              GO TO SOMAR-UMA-LINHA-FICHA-FIM
           END-IF.

           ADD 1 TO WS-FICHA-LINHAS.
           IF WS-ESTOQUE-ABERTO NOT EQUAL 'S'
              MOVE 'S' TO WS-FICHA-SEM-CUSTO
              GO TO SOMAR-UMA-LINHA-FICHA-FIM
           END-IF.
           MOVE WS-DEPOSITO-COZINHA        TO WS-ESTOQUE-DEPOSITO.
           MOVE WS-RCT-PRODUTO (WS-RCT-IDX) TO WS-ESTOQUE-PRODUTO.
           READ ESTOQUE KEY IS WS-ESTOQUE-CHAVE.
           IF WS-FS-ESTOQUE NOT EQUAL ZEROS
              OR WS-ESTOQUE-CUSTO-MEDIO EQUAL ZEROS
              MOVE 'S' TO WS-FICHA-SEM-CUSTO
              MOVE ZEROS TO WS-FS-ESTOQUE
              GO TO SOMAR-UMA-LINHA-FICHA-FIM
           END-IF.
           COMPUTE WS-FICHA-CUSTO ROUNDED = WS-FICHA-CUSTO
                   + WS-RCT-QTD (WS-RCT-IDX) * WS-ESTOQUE-CUSTO-MEDIO.

       SOMAR-UMA-LINHA-FICHA-FIM.
           ADD 1 TO WS-RCT-IDX.

      *------------------- VENDAS DO MES PASSADO --------------------*
       CONTAR-VENDAS    SECTION.
           OPEN INPUT PEDIDOS.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.DAT - VENDAS ZERADAS"
              GO TO CONTAR-VENDAS-FIM
           END-IF.
           OPEN INPUT PEDITENS.
           IF WS-FS-PEDITENS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-ITENS
           END-IF.
           MOVE LOW-VALUES TO WS-PEDIDO-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN WS-PEDIDO-NUMERO.
           IF WS-FS-PEDIDOS EQUAL ZEROS
              READ PEDIDOS NEXT RECORD
           END-IF.
           PERFORM CONTAR-UM-PEDIDO
              UNTIL WS-FS-PEDIDOS NOT EQUAL ZEROS.
           CLOSE PEDIDOS.
           IF WS-TEM-ITENS EQUAL 'S'
              CLOSE PEDITENS
           END-IF.

       CONTAR-VENDAS-FIM.
           EXIT.

       CONTAR-UM-PEDIDO    SECTION.
           IF WS-PEDIDO-DATAHORA (1:6) NOT EQUAL WS-MES-PASSADO
              OR WS-PEDIDO-SITUACAO EQUAL 'C'
              GO TO CONTAR-UM-PEDIDO-FIM
           END-IF.
           ADD 1 TO WS-TOT-PEDIDOS.
           MOVE 0 TO WS-LINHAS-DO-PEDIDO.
           IF WS-TEM-ITENS EQUAL 'S'
              MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO
              MOVE ZEROS            TO WS-PITEM-LINHA
              START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE
              IF WS-FS-PEDITENS EQUAL ZEROS
                 READ PEDITENS NEXT RECORD
              END-IF
              PERFORM CONTAR-UMA-LINHA
                 UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                    OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO
              MOVE ZEROS TO WS-FS-PEDITENS
           END-IF.

      *    PEDIDO DE ANTES DAS LINHAS: UMA PIZZA DO CABECALHO
           IF WS-LINHAS-DO-PEDIDO EQUAL 0
              MOVE 'P'               TO WS-PROP-TIPO
              MOVE WS-PEDIDO-MASSA   TO WS-PROP-NOME
              MOVE WS-PEDIDO-TAMANHO TO WS-PROP-TAMANHO
              MOVE 1                 TO WS-VENDA-QTD
              PERFORM CONTAR-VENDA
           END-IF.

       CONTAR-UM-PEDIDO-FIM.
           READ PEDIDOS NEXT RECORD.

      *    LINHA P CONTA NA PIZZA, LINHA D NO COMBO; BEBIDA AVULSA NAO
      *    ESTA NO CARDAPIO DESTE RELATORIO
       CONTAR-UMA-LINHA    SECTION.
           ADD 1 TO WS-LINHAS-DO-PEDIDO.
           MOVE WS-PITEM-QTD TO WS-VENDA-QTD.
           IF WS-VENDA-QTD EQUAL ZEROS
              MOVE 1 TO WS-VENDA-QTD
           END-IF.
           IF WS-PITEM-PIZZA
              MOVE 'P'              TO WS-PROP-TIPO
              MOVE WS-PITEM-NOME    TO WS-PROP-NOME
              MOVE WS-PITEM-TAMANHO TO WS-PROP-TAMANHO
              PERFORM CONTAR-VENDA
           END-IF.
           IF WS-PITEM-DESCONTO
              MOVE 'C'              TO WS-PROP-TIPO
              MOVE WS-PITEM-NOME    TO WS-PROP-NOME
              MOVE SPACES           TO WS-PROP-TAMANHO
              PERFORM CONTAR-VENDA
           END-IF.
           READ PEDITENS NEXT RECORD.

       CONTAR-VENDA    SECTION.
           PERFORM LOCALIZAR-ITEM.
           IF WS-CRD-ACHADO NOT EQUAL 0
              ADD WS-VENDA-QTD TO WS-CRD-VENDIDOS (WS-CRD-ACHADO)
           END-IF.

      *------------------- SIMULACAO: PRECOS PROPOSTOS --------------*
       PEDIR-PROPOSTAS    SECTION.
           DISPLAY "PRECOS PROPOSTOS (TIPO EM BRANCO ENCERRA)".
           MOVE 'X' TO WS-PROP-TIPO.
           PERFORM PEDIR-UMA-PROPOSTA
              UNTIL WS-PROP-TIPO EQUAL SPACES.

       PEDIR-UMA-PROPOSTA    SECTION.
           DISPLAY "TIPO (P=PIZZA C=COMBO)     : ".
              ACCEPT WS-PROP-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-PROP-TIPO) TO WS-PROP-TIPO.
           IF WS-PROP-TIPO EQUAL SPACES
              GO TO PEDIR-UMA-PROPOSTA-FIM
           END-IF.
           MOVE SPACES TO WS-PROP-TAMANHO.
           IF WS-PROP-TIPO EQUAL 'C'
              DISPLAY "CODIGO DO COMBO            : "
                 ACCEPT WS-PROP-NOME
           ELSE
              MOVE 'P' TO WS-PROP-TIPO
              DISPLAY "MASSA                      : "
                 ACCEPT WS-PROP-NOME
              DISPLAY "TAMANHO (P/M/G)            : "
                 ACCEPT WS-PROP-TAMANHO
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-PROP-NOME) TO WS-PROP-NOME.
           MOVE FUNCTION UPPER-CASE (WS-PROP-TAMANHO)
             TO WS-PROP-TAMANHO.

           PERFORM LOCALIZAR-ITEM.
           IF WS-CRD-ACHADO EQUAL 0
              DISPLAY "ITEM FORA DO CARDAPIO VIGENTE"
              GO TO PEDIR-UMA-PROPOSTA-FIM
           END-IF.
           DISPLAY "PRECO PROPOSTO             : ".
              ACCEPT WS-PROP-VALOR.
           MOVE WS-PROP-VALOR TO WS-CRD-PROPOSTO (WS-CRD-ACHADO).

       PEDIR-UMA-PROPOSTA-FIM.
           EXIT.

      *------------------- RELATORIO --------------------------------*
       IMPRIMIR    SECTION.
           MOVE WS-META-FC TO WS-FC-EDIT.
           DISPLAY "VENDAS DE " WS-MES-PASSADO
                   "   META DE FOOD COST: " WS-FC-EDIT "%".
           IF WS-SIMULACAO
              DISPLAY "ITEM         T    CUSTO   PRECO    MARGEM   FC% "
                      "VENDAS PROPOSTO  MARGEM    FC%"
           ELSE
              DISPLAY "ITEM         T    CUSTO   PRECO    MARGEM   FC% "
                      "VENDAS"
           END-IF.
           MOVE 1 TO WS-CRD-IDX.
           PERFORM IMPRIMIR-UM-ITEM
              UNTIL WS-CRD-IDX > WS-CRD-ITENS.

           IF WS-CRD-ESTOURO EQUAL 'S'
              DISPLAY "AVISO: MAIS DE 40 ITENS NO CARDAPIO - "
                      "O EXCEDENTE FICOU DE FORA"
           END-IF.
           DISPLAY "PEDIDOS NO MES: " WS-TOT-PEDIDOS
                   "   ITENS ACIMA DA META: " WS-TOT-ACIMA.
           DISPLAY "* = FOOD COST ACIMA DA META   ? = FICHA OU CUSTO "
                   "MEDIO FALTANDO".
           IF WS-SIMULACAO
              DISPLAY "SIMULACAO - NADA GRAVADO; PRECO ACEITO ENTRA "
                      "PELO PRECOCAD"
           END-IF.

       IMPRIMIR-UM-ITEM    SECTION.
           MOVE WS-CRD-PRECO (WS-CRD-IDX) TO WS-PRECO-CALC.
           PERFORM CALCULAR-MARGEM.
           MOVE WS-CRD-CUSTO (WS-CRD-IDX) TO WS-CUSTO-EDIT.
           MOVE WS-CRD-PRECO (WS-CRD-IDX) TO WS-PRECO-EDIT.
           MOVE WS-MARGEM                 TO WS-MARGEM-EDIT.
           MOVE WS-FOOD-COST              TO WS-FC-EDIT.
           MOVE WS-CRD-VENDIDOS (WS-CRD-IDX) TO WS-VEND-EDIT.
           IF WS-MARCA EQUAL '*'
              ADD 1 TO WS-TOT-ACIMA
           END-IF.
           IF WS-CRD-SEM-CUSTO (WS-CRD-IDX) EQUAL 'S'
              MOVE '?' TO WS-MARCA
           END-IF.

           IF WS-SIMULACAO
              AND WS-CRD-PROPOSTO (WS-CRD-IDX) > ZEROS
              MOVE WS-MARCA TO WS-MARCA-ATUAL
              MOVE WS-CRD-PROPOSTO (WS-CRD-IDX) TO WS-PRECO-CALC
              PERFORM CALCULAR-MARGEM
              MOVE WS-CRD-PROPOSTO (WS-CRD-IDX) TO WS-PROP-EDIT
              MOVE WS-MARGEM    TO WS-MARGEM-PROP-EDIT
              MOVE WS-FOOD-COST TO WS-FC-PROP-EDIT
              IF WS-CRD-SEM-CUSTO (WS-CRD-IDX) EQUAL 'S'
                 MOVE '?' TO WS-MARCA
              END-IF
              DISPLAY WS-CRD-NOME (WS-CRD-IDX) " "
                      WS-CRD-TAMANHO (WS-CRD-IDX) " "
                      WS-CUSTO-EDIT " " WS-PRECO-EDIT " "
                      WS-MARGEM-EDIT " " WS-FC-EDIT WS-MARCA-ATUAL " "
                      WS-VEND-EDIT "  " WS-PROP-EDIT " "
                      WS-MARGEM-PROP-EDIT " " WS-FC-PROP-EDIT WS-MARCA
           ELSE
              DISPLAY WS-CRD-NOME (WS-CRD-IDX) " "
                      WS-CRD-TAMANHO (WS-CRD-IDX) " "
                      WS-CUSTO-EDIT " " WS-PRECO-EDIT " "
                      WS-MARGEM-EDIT " " WS-FC-EDIT WS-MARCA " "
                      WS-VEND-EDIT
           END-IF.
           IF WS-CRD-TIPO (WS-CRD-IDX) EQUAL 'C'
              DISPLAY "   COMBO " WS-CRD-DESCRICAO (WS-CRD-IDX)
                      " MASSA " WS-CRD-CMB-MASSA (WS-CRD-IDX)
                      " Q " WS-CRD-CMB-QUEIJO (WS-CRD-IDX)
                      " B " WS-CRD-CMB-BORDA (WS-CRD-IDX)
           END-IF.
           ADD 1 TO WS-CRD-IDX.

      *    MARGEM = PRECO - CUSTO; FOOD COST = CUSTO / PRECO EM %
       CALCULAR-MARGEM    SECTION.
           MOVE SPACE TO WS-MARCA.
           COMPUTE WS-MARGEM = WS-PRECO-CALC
                   - WS-CRD-CUSTO (WS-CRD-IDX).
           IF WS-PRECO-CALC EQUAL ZEROS
              MOVE 999,9 TO WS-FOOD-COST
           ELSE
              COMPUTE WS-FOOD-COST ROUNDED =
                      WS-CRD-CUSTO (WS-CRD-IDX) * 100 / WS-PRECO-CALC
                 ON SIZE ERROR
                      MOVE 999,9 TO WS-FOOD-COST
              END-COMPUTE
           END-IF.
           IF WS-FOOD-COST > WS-META-FC
              MOVE '*' TO WS-MARCA
           END-IF.
       END PROGRAM MARGEMREL.
