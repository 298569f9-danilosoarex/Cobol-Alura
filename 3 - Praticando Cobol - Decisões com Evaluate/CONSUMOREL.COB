       PROGRAM-ID. CONSUMOREL.
      *-----------------------------------------------------------------
      *  CONSUMO TEORICO X REAL DO DIA: O TEORICO SAI DA FICHA TECNICA
      *  APLICADA AOS ITENS DOS PEDIDOS QUE FICARAM PRONTOS
      *  (PREPARO.DAT E PEDITENS.DAT, VEZES A QUANTIDADE); O
      *  REAL SAO AS SAIDAS EFETIVADAS NO DEPOSITO DA COZINHA
      *  (ESTOQMOV.HISTORICO, VIA 8-ESTPOST). A DIFERENCA E DESPERDICIO
      *  OU PORCAO FORA DA FICHA.
      *  DATA DE ANO JA FECHADO (VER ARQANUAL) LE TAMBEM OS PEDIDOS,
      *  ITENS E MOVIMENTOS DE ..\DADOS\ARCHIVE (VER 11-HISTARQ).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
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

           SELECT RECEITAS ASSIGN TO "..\DADOS\RECEITAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEITAS.

           SELECT HISTORICO ASSIGN TO WS-ARQ-HIST
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-MESTRE
           RECORD KEY IS WS-PM-CODIGO.

      *------------------- ANOS FECHADOS (VER ARQANUAL) -------------*
           SELECT MORTO ASSIGN TO WS-ARQ-MORTO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MORTO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-PEDIDO-TELEFONE       PIC X(15).
           05 WS-PEDIDO-PROMETIDO      PIC 9(04).

      *------------------- ITENS DO PEDIDO (VER PEDIDO-IF) ------------*
       FD  PEDITENS.
       01  WS-PITEM-REG.
           05 WS-PITEM-CHAVE.
              10 WS-PITEM-PEDIDO       PIC 9(08).
              10 WS-PITEM-LINHA        PIC 9(02).
           05 WS-PITEM-TIPO            PIC X(01).
              88 WS-PITEM-DESCONTO         VALUE 'D'.
              88 WS-PITEM-ENTREGA          VALUE 'T'.
              88 WS-PITEM-CUPOM            VALUE 'V'.
              88 WS-PITEM-VALE-PRESENTE    VALUE 'G'.
           05 WS-PITEM-NOME            PIC X(12).
           05 WS-PITEM-TAMANHO         PIC X(01).
           05 WS-PITEM-EXTRA-QUEIJO    PIC X(01).
           05 WS-PITEM-EXTRA-BORDA     PIC X(01).
           05 WS-PITEM-QTD             PIC 9(03).
           05 WS-PITEM-UNITARIO        PIC 9(04)V99.
           05 WS-PITEM-VALOR           PIC 9(05)V99.

       FD  RECEITAS.
       01  WS-REC-REG.
           05 WS-REC-ITEM              PIC X(12).
           05 WS-PM-UNIDADE         PIC X(03).
           05 WS-PM-CLASSE-ABC      PIC X(01).
           05 WS-PM-BARRAS          PIC X(20).
           05 WS-PM-NCM             PIC X(08).
           05 WS-PM-CFOP            PIC 9(04).
           05 WS-PM-ALIQ-ICMS       PIC 9(02)V99.

      *    IMAGEM DA LINHA DO PEDIDOS.DAT OU DO PEDITENS.DAT
       FD  MORTO.
       01  WS-MORTO-REG             PIC X(102).

       WORKING-STORAGE SECTION.
       01 WS-FS-PREPARO            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDIDOS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDITENS           PIC 9(02) VALUE ZEROS.
       01 WS-TEM-ITENS             PIC X(01) VALUE 'N'.
       01 WS-FS-RECEITAS           PIC 9(02) VALUE ZEROS.
       01 WS-FS-HIST               PIC 9(02) VALUE ZEROS.
       01 WS-FS-MESTRE             PIC 9(02) VALUE ZEROS.
       01 WS-DEPOSITO-COZINHA      PIC X(10) VALUE "COZINHA".
       01 WS-MESTRE-ABERTO         PIC X(01) VALUE 'N'.
       01 WS-TOT-PRONTOS           PIC 9(05) VALUE 0.
       01 WS-ARQ-HIST              PIC X(60) VALUE SPACES.
       01 WS-FS-MORTO              PIC 9(02) VALUE ZEROS.
       01 WS-ARQ-MORTO             PIC X(60) VALUE SPACES.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) -------*
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO         PIC X(12).
           05 WS-HA-ANO-DE          PIC 9(04).
           05 WS-HA-QTD             PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                    PIC 9(04).
       01 WS-ARQ-IDX               PIC 9(02) VALUE 0.
       01 WS-ANO-ARQUIVADO         PIC X(01) VALUE 'N'.

      *------------------- PRONTOS DO DIA QUE SAIRAM DO VIVO --------*
      *  O PEDIDO E OS ITENS VEM DO ARQUIVO MORTO; SEM LINHA NO      *
      *  PEDITENS VALE A PIZZA DO CABECALHO, COMO NO VIVO            *
       01 WS-TABELA-PRONTOS.
           05 WS-PRT-ITEM OCCURS 500 TIMES.
              10 WS-PRT-PEDIDO        PIC 9(08).
              10 WS-PRT-ACHADO        PIC X(01).
              10 WS-PRT-LINHAS        PIC 9(03).
              10 WS-PRT-MASSA         PIC X(12).
              10 WS-PRT-TAMANHO       PIC X(01).
              10 WS-PRT-QUEIJO        PIC X(01).
              10 WS-PRT-BORDA         PIC X(01).
       01 WS-PRT-ITENS             PIC 9(03) COMP VALUE 0.
       01 WS-PRT-IDX               PIC 9(03) COMP VALUE 0.
       01 WS-PRT-ACHOU             PIC 9(03) COMP VALUE 0.
       01 WS-PRT-ESTOURO           PIC X(01) VALUE 'N'.
       01 WS-PEDIDO-WRK            PIC 9(08) VALUE 0.

      *------------------- FICHA TECNICA EM MEMORIA -----------------*
       01 WS-TABELA-RECEITAS.
       01 WS-CSM-IDX               PIC 9(02) COMP VALUE 0.
       01 WS-CSM-ACHADO            PIC 9(02) COMP VALUE 0.
       01 WS-PRODUTO-WRK           PIC 9(06) VALUE 0.
       01 WS-QTD-WRK               PIC 9(07) VALUE 0.

      *------------------- ITEM DO PEDIDO EM APURACAO ---------------*
      *  PEDIDO SEM LINHAS NO PEDITENS VALE PELA PIZZA DO CABECALHO  *
       01 WS-ITEM-NOME             PIC X(12) VALUE SPACES.
       01 WS-ITEM-TAMANHO          PIC X(01) VALUE SPACES.
       01 WS-ITEM-QUEIJO           PIC X(01) VALUE SPACES.
       01 WS-ITEM-BORDA            PIC X(01) VALUE SPACES.
       01 WS-ITEM-VEZES            PIC 9(03) VALUE 1.
       01 WS-ITENS-DO-PEDIDO       PIC 9(03) VALUE 0.
       01 WS-LADO                  PIC X(01) VALUE 'T'.
       01 WS-DIFERENCA             PIC S9(07) VALUE 0.
       01 WS-DIF-EDIT              PIC +Z(06)9.
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF
           END-IF.

           MOVE "PEDIDOS"          TO WS-HA-ARQUIVO.
           MOVE WS-DATA-REF (1:4)  TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.
           IF WS-HA-QTD > 0
              MOVE 'S' TO WS-ANO-ARQUIVADO
           END-IF.

           PERFORM CARREGAR-RECEITAS.
           IF WS-RCT-ITENS EQUAL 0
              DISPLAY "SEM FICHA TECNICA (RECEITACAD)"
              MOVE 'S' TO WS-MESTRE-ABERTO
           END-IF.

           OPEN INPUT PEDITENS.
           IF WS-FS-PEDITENS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-ITENS
           END-IF.

       CARREGAR-RECEITAS    SECTION.
           MOVE 0 TO WS-RCT-ITENS.
           OPEN INPUT RECEITAS.
              UNTIL WS-FS-PREPARO NOT EQUAL ZEROS.
           CLOSE PREPARO.

           IF WS-PRT-ITENS > 0
              PERFORM APURAR-TEORICO-ARQUIVADO
           END-IF.

       APURAR-TEORICO-FIM.
           EXIT.

           READ PEDIDOS KEY IS WS-PEDIDO-NUMERO.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              MOVE ZEROS TO WS-FS-PEDIDOS
              IF WS-ANO-ARQUIVADO EQUAL 'S'
                 PERFORM GUARDAR-PRONTO-ARQUIVADO
              END-IF
              GO TO TRATAR-UM-PRONTO-FIM
           END-IF.

           ADD 1 TO WS-TOT-PRONTOS.
           MOVE 'T' TO WS-LADO.
           MOVE 0   TO WS-ITENS-DO-PEDIDO.
           IF WS-TEM-ITENS EQUAL 'S'
              PERFORM APLICAR-ITENS-DO-PEDIDO
           END-IF.

           IF WS-ITENS-DO-PEDIDO EQUAL 0
              MOVE WS-PEDIDO-MASSA        TO WS-ITEM-NOME
              MOVE WS-PEDIDO-TAMANHO      TO WS-ITEM-TAMANHO
              MOVE WS-PEDIDO-EXTRA-QUEIJO TO WS-ITEM-QUEIJO
              MOVE WS-PEDIDO-EXTRA-BORDA  TO WS-ITEM-BORDA
              MOVE 1                      TO WS-ITEM-VEZES
              PERFORM APLICAR-FICHA
           END-IF.

       TRATAR-UM-PRONTO-FIM.
           READ PREPARO.

       APLICAR-ITENS-DO-PEDIDO    SECTION.
           MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM APLICAR-UM-ITEM
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO.
           MOVE ZEROS TO WS-FS-PEDITENS.

       APLICAR-UM-ITEM    SECTION.
           PERFORM APLICAR-LINHA-DO-ITEM.
           READ PEDITENS NEXT RECORD.

       APLICAR-LINHA-DO-ITEM    SECTION.
           IF NOT WS-PITEM-DESCONTO
              AND NOT WS-PITEM-ENTREGA
              AND NOT WS-PITEM-CUPOM
              AND NOT WS-PITEM-VALE-PRESENTE
              ADD 1 TO WS-ITENS-DO-PEDIDO
              MOVE WS-PITEM-NOME         TO WS-ITEM-NOME
              MOVE WS-PITEM-TAMANHO      TO WS-ITEM-TAMANHO
              MOVE WS-PITEM-EXTRA-QUEIJO TO WS-ITEM-QUEIJO
              MOVE WS-PITEM-EXTRA-BORDA  TO WS-ITEM-BORDA
              MOVE WS-PITEM-QTD          TO WS-ITEM-VEZES
              PERFORM APLICAR-FICHA
           END-IF.

       APLICAR-FICHA    SECTION.
           MOVE 1 TO WS-RCT-IDX.
           PERFORM APLICAR-UMA-RECEITA
              UNTIL WS-RCT-IDX > WS-RCT-ITENS.

       APLICAR-UMA-RECEITA    SECTION.
           IF (WS-RCT-NOME (WS-RCT-IDX) EQUAL WS-ITEM-NOME
               AND (WS-RCT-TAMANHO (WS-RCT-IDX) EQUAL SPACES
                    OR WS-RCT-TAMANHO (WS-RCT-IDX)
                       EQUAL WS-ITEM-TAMANHO))
              OR (WS-RCT-NOME (WS-RCT-IDX) EQUAL "EXTRAQUEIJO"
                  AND WS-ITEM-QUEIJO EQUAL 'S')
              OR (WS-RCT-NOME (WS-RCT-IDX) EQUAL "EXTRABORDA"
                  AND WS-ITEM-BORDA EQUAL 'S')
              MOVE WS-RCT-PRODUTO (WS-RCT-IDX) TO WS-PRODUTO-WRK
              COMPUTE WS-QTD-WRK =
                      WS-RCT-QTD (WS-RCT-IDX) * WS-ITEM-VEZES
              PERFORM SOMAR-CONSUMO
           END-IF.
           ADD 1 TO WS-RCT-IDX.

      *------------------- TEORICO DOS PEDIDOS JA ARQUIVADOS --------*
       GUARDAR-PRONTO-ARQUIVADO    SECTION.
           IF WS-PRT-ITENS NOT < 500
              MOVE 'S' TO WS-PRT-ESTOURO
              GO TO GUARDAR-PRONTO-ARQUIVADO-FIM
           END-IF.
           ADD 1 TO WS-PRT-ITENS.
           MOVE WS-PREP-PEDIDO TO WS-PRT-PEDIDO (WS-PRT-ITENS).
           MOVE 'N'            TO WS-PRT-ACHADO (WS-PRT-ITENS).
           MOVE 0              TO WS-PRT-LINHAS (WS-PRT-ITENS).

       GUARDAR-PRONTO-ARQUIVADO-FIM.
           EXIT.

       APURAR-TEORICO-ARQUIVADO    SECTION.
           MOVE 'T' TO WS-LADO.
           MOVE "PEDIDOS"          TO WS-HA-ARQUIVO.
           MOVE WS-DATA-REF (1:4)  TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.
           MOVE 0 TO WS-ARQ-IDX.
           PERFORM LER-UM-ARQUIVADO
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

           IF WS-TEM-ITENS EQUAL 'S'
              MOVE "PEDITENS"         TO WS-HA-ARQUIVO
              MOVE WS-DATA-REF (1:4)  TO WS-HA-ANO-DE
              CALL "11-HISTARQ" USING WS-HISTARQ
              MOVE 0 TO WS-ARQ-IDX
              PERFORM LER-UM-ARQUIVADO
                 UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD
           END-IF.

           MOVE 1 TO WS-PRT-IDX.
           PERFORM APLICAR-CABECALHO-ARQUIVADO
              UNTIL WS-PRT-IDX > WS-PRT-ITENS.

           IF WS-PRT-ESTOURO EQUAL 'S'
              DISPLAY "AVISO: MAIS DE 500 PEDIDOS ARQUIVADOS NA DATA "
                      "- O EXCEDENTE FICOU DE FORA"
           END-IF.

       LER-UM-ARQUIVADO    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-MORTO.
           STRING "..\DADOS\ARCHIVE\"      DELIMITED BY SIZE
                  WS-HA-ARQUIVO             DELIMITED BY SPACE
                  "."                       DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)    DELIMITED BY SIZE
                  INTO WS-ARQ-MORTO.

           OPEN INPUT MORTO.
           IF WS-FS-MORTO NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-MORTO
              GO TO LER-UM-ARQUIVADO-FIM
           END-IF.
           READ MORTO.
           PERFORM TRATAR-UM-ARQUIVADO
              UNTIL WS-FS-MORTO NOT EQUAL ZEROS.
           CLOSE MORTO.

       LER-UM-ARQUIVADO-FIM.
           EXIT.

       TRATAR-UM-ARQUIVADO    SECTION.
           IF WS-HA-ARQUIVO EQUAL "PEDIDOS"
              PERFORM TRATAR-PEDIDO-ARQUIVADO
           ELSE
              PERFORM TRATAR-ITEM-ARQUIVADO
           END-IF.
           READ MORTO.

       TRATAR-PEDIDO-ARQUIVADO    SECTION.
           MOVE WS-MORTO-REG TO WS-PEDIDO-REG.
           MOVE WS-PEDIDO-NUMERO TO WS-PEDIDO-WRK.
           PERFORM LOCALIZAR-PRONTO.
           IF WS-PRT-ACHOU EQUAL 0
              GO TO TRATAR-PEDIDO-ARQUIVADO-FIM
           END-IF.
           IF WS-PRT-ACHADO (WS-PRT-ACHOU) EQUAL 'S'
              GO TO TRATAR-PEDIDO-ARQUIVADO-FIM
           END-IF.

           ADD 1 TO WS-TOT-PRONTOS.
           MOVE 'S'             TO WS-PRT-ACHADO  (WS-PRT-ACHOU).
           MOVE WS-PEDIDO-MASSA TO WS-PRT-MASSA   (WS-PRT-ACHOU).
           MOVE WS-PEDIDO-TAMANHO
                                TO WS-PRT-TAMANHO (WS-PRT-ACHOU).
           MOVE WS-PEDIDO-EXTRA-QUEIJO
                                TO WS-PRT-QUEIJO  (WS-PRT-ACHOU).
           MOVE WS-PEDIDO-EXTRA-BORDA
                                TO WS-PRT-BORDA   (WS-PRT-ACHOU).

       TRATAR-PEDIDO-ARQUIVADO-FIM.
           EXIT.

       TRATAR-ITEM-ARQUIVADO    SECTION.
           MOVE WS-MORTO-REG (1:47) TO WS-PITEM-REG.
           MOVE WS-PITEM-PEDIDO TO WS-PEDIDO-WRK.
           PERFORM LOCALIZAR-PRONTO.
           IF WS-PRT-ACHOU EQUAL 0
              GO TO TRATAR-ITEM-ARQUIVADO-FIM
           END-IF.
           IF WS-PRT-ACHADO (WS-PRT-ACHOU) NOT EQUAL 'S'
              GO TO TRATAR-ITEM-ARQUIVADO-FIM
           END-IF.

           MOVE 0 TO WS-ITENS-DO-PEDIDO.
           PERFORM APLICAR-LINHA-DO-ITEM.
           ADD WS-ITENS-DO-PEDIDO TO WS-PRT-LINHAS (WS-PRT-ACHOU).

       TRATAR-ITEM-ARQUIVADO-FIM.
           EXIT.

       APLICAR-CABECALHO-ARQUIVADO    SECTION.
           IF WS-PRT-ACHADO (WS-PRT-IDX) EQUAL 'S'
              AND WS-PRT-LINHAS (WS-PRT-IDX) EQUAL 0
              MOVE WS-PRT-MASSA   (WS-PRT-IDX) TO WS-ITEM-NOME
              MOVE WS-PRT-TAMANHO (WS-PRT-IDX) TO WS-ITEM-TAMANHO
              MOVE WS-PRT-QUEIJO  (WS-PRT-IDX) TO WS-ITEM-QUEIJO
              MOVE WS-PRT-BORDA   (WS-PRT-IDX) TO WS-ITEM-BORDA
              MOVE 1                           TO WS-ITEM-VEZES
              PERFORM APLICAR-FICHA
           END-IF.
           ADD 1 TO WS-PRT-IDX.

       LOCALIZAR-PRONTO    SECTION.
           MOVE 0 TO WS-PRT-ACHOU.
           MOVE 1 TO WS-PRT-IDX.
           PERFORM PROCURAR-PRONTO
              UNTIL WS-PRT-IDX > WS-PRT-ITENS
                 OR WS-PRT-ACHOU NOT = 0.

       PROCURAR-PRONTO    SECTION.
           IF WS-PRT-PEDIDO (WS-PRT-IDX) EQUAL WS-PEDIDO-WRK
              MOVE WS-PRT-IDX TO WS-PRT-ACHOU
           END-IF.
           ADD 1 TO WS-PRT-IDX.

      *------------------- REAL: SAIDAS EFETIVADAS DO DIA -----------*
       APURAR-REAL    SECTION.
           MOVE "ESTOQMOV"         TO WS-HA-ARQUIVO.
           MOVE WS-DATA-REF (1:4)  TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.
           MOVE 0 TO WS-ARQ-IDX.
           PERFORM APURAR-REAL-ARQUIVADO
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

           MOVE "..\DADOS\ESTOQMOV.HISTORICO" TO WS-ARQ-HIST.
           OPEN INPUT HISTORICO.
           IF WS-FS-HIST NOT EQUAL ZEROS
              DISPLAY "SEM HISTORICO DO ESTOQUE (8-ESTPOST)"
       APURAR-REAL-FIM.
           EXIT.

      *    DATA DE ANO FECHADO: MOVIMENTOS LIDOS ANTES DO VIVO
       APURAR-REAL-ARQUIVADO    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-HIST.
           STRING "..\DADOS\ARCHIVE\ESTOQMOV."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)        DELIMITED BY SIZE
                  INTO WS-ARQ-HIST.
           OPEN INPUT HISTORICO.
           IF WS-FS-HIST NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-HIST
              GO TO APURAR-REAL-ARQUIVADO-FIM
           END-IF.
           READ HISTORICO.
           PERFORM TRATAR-UMA-SAIDA
              UNTIL WS-FS-HIST NOT EQUAL ZEROS.
           CLOSE HISTORICO.

       APURAR-REAL-ARQUIVADO-FIM.
           EXIT.

       TRATAR-UMA-SAIDA    SECTION.
           IF WS-HIST-DATA EQUAL WS-DATA-REF
              AND WS-HIST-DEPOSITO EQUAL WS-DEPOSITO-COZINHA

       FINALIZAR    SECTION.
           CLOSE PEDIDOS.
           IF WS-TEM-ITENS EQUAL 'S'
              CLOSE PEDITENS
           END-IF.
           IF WS-MESTRE-ABERTO EQUAL 'S'
              CLOSE PRODMESTRE
           END-IF.
