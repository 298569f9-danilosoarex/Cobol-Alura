           SELECT COMBOS ASSIGN TO "..\DADOS\COMBOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMBOS.

           SELECT DEPARA ASSIGN TO "..\DADOS\APPDEPARA.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEPARA.

           SELECT ZONAS ASSIGN TO "..\DADOS\ZONAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ZONAS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01  WS-PRECO-REG.
           05 WS-PRC-TIPO              PIC X(01).
      *       P = PIZZA (MASSA+TAMANHO) / E = EXTRA (QUEIJO/BORDA)
      *       B = BEBIDA (NOME NA MASSA, TAMANHO EM BRANCO)
           05 WS-PRC-MASSA             PIC X(12).
           05 WS-PRC-TAMANHO           PIC X(01).
           05 WS-PRC-VIGENCIA          PIC 9(08).
           05 WS-CMB-VIGENCIA-DE       PIC 9(08).
           05 WS-CMB-VIGENCIA-ATE      PIC 9(08).
           05 WS-CMB-DESCRICAO         PIC X(20).
           05 WS-CMB-QTD-PIZZAS        PIC 9(01).
      *       BRANCO OU ZERO = UMA PIZZA (COMBOS ANTIGOS)
           05 WS-CMB-BEBIDA            PIC X(12).
      *       BRANCO = COMBO SEM BEBIDA

      *------------------- DE-PARA DOS APLICATIVOS DE ENTREGA ---------*
      *  CODIGO DO PRODUTO NO APLICATIVO -> ITEM DO NOSSO CARDAPIO;   *
      *  CORRECAO E SO UMA LINHA NOVA: O APPIMP FICA COM A ULTIMA     *
       FD  DEPARA.
       01  WS-DEPARA-REG.
           05 WS-DPR-CANAL             PIC X(04).
           05 WS-DPR-CODIGO            PIC X(15).
           05 WS-DPR-TIPO              PIC X(01).
      *       P = PIZZA / B = BEBIDA
           05 WS-DPR-MASSA             PIC X(12).
      *       MASSA DA PIZZA OU NOME DA BEBIDA (COMO NO PRECOS.DAT)
           05 WS-DPR-TAMANHO           PIC X(01).
           05 WS-DPR-EXTRA-QUEIJO      PIC X(01).
           05 WS-DPR-EXTRA-BORDA       PIC X(01).

      *------------------- ZONAS DE ENTREGA POR FAIXA DE CEP ----------*
      *  CORRECAO E SO UMA LINHA NOVA: SE AS FAIXAS SE SOBREPOEM, O   *
      *  PEDIDO-IF FICA COM A ULTIMA LINHA QUE COBRE O CEP            *
       FD  ZONAS.
       01  WS-ZON-REG.
           05 WS-ZON-CODIGO            PIC X(04).
           05 WS-ZON-CEP-DE            PIC 9(08).
           05 WS-ZON-CEP-ATE           PIC 9(08).
           05 WS-ZON-ENTREGA           PIC X(01).
      *       S = ENTREGAMOS / N = FORA DA AREA
           05 WS-ZON-TAXA              PIC 9(03)V99.
           05 WS-ZON-MINUTOS           PIC 9(03).
      *       TEMPO MAXIMO DE TRAJETO SOMADO A PROMESSA
           05 WS-ZON-DESCRICAO         PIC X(20).
           05 WS-ZON-REPASSE           PIC 9(03)V99.
      *       PAGO AO ENTREGADOR POR ENTREGA NA ZONA (VER ACERTOENTR)

       WORKING-STORAGE SECTION.
       01 WS-FS-PRECOS                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-COMBOS                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-DEPARA                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-ZONAS                  PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-VALOR-EDIT                PIC ZZZ9,99.
      *-----------------------------------------------------------------
           DISPLAY "2 - INCLUIR PRECO".
           DISPLAY "3 - LISTAR COMBOS".
           DISPLAY "4 - INCLUIR COMBO".
           DISPLAY "5 - LISTAR DE-PARA DOS APLICATIVOS".
           DISPLAY "6 - INCLUIR DE-PARA DE APLICATIVO".
           DISPLAY "7 - LISTAR ZONAS DE ENTREGA".
           DISPLAY "8 - INCLUIR ZONA DE ENTREGA".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.
                   PERFORM LISTAR-COMBOS
               WHEN 4
                   PERFORM INCLUIR-COMBO
               WHEN 5
                   PERFORM LISTAR-DEPARA
               WHEN 6
                   PERFORM INCLUIR-DEPARA
               WHEN 7
                   PERFORM LISTAR-ZONAS
               WHEN 8
                   PERFORM INCLUIR-ZONA
               WHEN 9
                   CONTINUE
               WHEN OTHER
           READ PRECOS.

       INCLUIR-PRECO    SECTION.
           DISPLAY "TIPO (P)IZZA (E)XTRA (B)EBIDA: ".
              ACCEPT WS-PRC-TIPO.
           DISPLAY "MASSA (QUEIJO/BORDA/BEBIDA) : ".
              ACCEPT WS-PRC-MASSA.
           DISPLAY "TAMANHO (P/M/G, BRANCO EXTRA/BEBIDA): ".
              ACCEPT WS-PRC-TAMANHO.
           DISPLAY "VIGENCIA DESDE (AAAAMMDD)   : ".
              ACCEPT WS-PRC-VIGENCIA.
                   " B " WS-CMB-EXIGE-BORDA
                   " DE " WS-CMB-VIGENCIA-DE
                   " A " WS-CMB-VIGENCIA-ATE
                   " PIZZAS " WS-CMB-QTD-PIZZAS
                   " BEBIDA " WS-CMB-BEBIDA
                   " VALOR " WS-VALOR-EDIT.
           READ COMBOS.

              ACCEPT WS-CMB-MASSA.
           DISPLAY "TAMANHO (P/M/G)             : ".
              ACCEPT WS-CMB-TAMANHO.
           DISPLAY "QUANTAS PIZZAS (1 A 9)      : ".
              ACCEPT WS-CMB-QTD-PIZZAS.
           DISPLAY "BEBIDA (BRANCO=SEM BEBIDA)  : ".
              ACCEPT WS-CMB-BEBIDA.
           DISPLAY "EXIGE QUEIJO EXTRA (S/N)    : ".
              ACCEPT WS-CMB-EXIGE-QUEIJO.
           DISPLAY "EXIGE BORDA RECHEADA (S/N)  : ".
              DISPLAY "CODIGO OU VALOR ZERADO - DESCARTADO"
              GO TO INCLUIR-COMBO-FIM
           END-IF.
           IF WS-CMB-QTD-PIZZAS EQUAL ZEROS
              MOVE 1 TO WS-CMB-QTD-PIZZAS
           END-IF.

           OPEN EXTEND COMBOS.
           IF WS-FS-COMBOS EQUAL 35

       INCLUIR-COMBO-FIM.
           EXIT.

       LISTAR-DEPARA    SECTION.
           OPEN INPUT DEPARA.
           IF WS-FS-DEPARA NOT EQUAL ZEROS
              DISPLAY "SEM DE-PARA CADASTRADO"
              GO TO LISTAR-DEPARA-FIM
           END-IF.
           READ DEPARA.
           PERFORM EXIBIR-DEPARA
              UNTIL WS-FS-DEPARA NOT EQUAL ZEROS.
           CLOSE DEPARA.

       LISTAR-DEPARA-FIM.
           EXIT.

       EXIBIR-DEPARA    SECTION.
           DISPLAY WS-DPR-CANAL " " WS-DPR-CODIGO " -> "
                   WS-DPR-TIPO " " WS-DPR-MASSA " "
                   WS-DPR-TAMANHO
                   " Q " WS-DPR-EXTRA-QUEIJO
                   " B " WS-DPR-EXTRA-BORDA.
           READ DEPARA.

      *    O PRODUTO DO APLICATIVO QUE CAIU NA REVISAO DO APPIMP VOLTA
      *    A ENTRAR NA PROXIMA IMPORTACAO DEPOIS DE CADASTRADO AQUI
       INCLUIR-DEPARA    SECTION.
           DISPLAY "CANAL (APLICATIVO)          : ".
              ACCEPT WS-DPR-CANAL.
           MOVE FUNCTION UPPER-CASE(WS-DPR-CANAL) TO WS-DPR-CANAL.
           DISPLAY "CODIGO DO PRODUTO NO APP    : ".
              ACCEPT WS-DPR-CODIGO.
           DISPLAY "TIPO (P)IZZA (B)EBIDA       : ".
              ACCEPT WS-DPR-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-DPR-TIPO) TO WS-DPR-TIPO.
           DISPLAY "MASSA OU BEBIDA             : ".
              ACCEPT WS-DPR-MASSA.
           MOVE FUNCTION UPPER-CASE(WS-DPR-MASSA) TO WS-DPR-MASSA.
           MOVE SPACES TO WS-DPR-TAMANHO.
           MOVE 'N'    TO WS-DPR-EXTRA-QUEIJO WS-DPR-EXTRA-BORDA.
           IF WS-DPR-TIPO EQUAL 'P'
              DISPLAY "TAMANHO (P/M/G)             : "
                 ACCEPT WS-DPR-TAMANHO
              DISPLAY "COM QUEIJO EXTRA (S/N)      : "
                 ACCEPT WS-DPR-EXTRA-QUEIJO
              DISPLAY "COM BORDA RECHEADA (S/N)    : "
                 ACCEPT WS-DPR-EXTRA-BORDA
           END-IF.

           IF WS-DPR-CANAL EQUAL SPACES
              OR WS-DPR-CODIGO EQUAL SPACES
              OR WS-DPR-MASSA EQUAL SPACES
              OR (WS-DPR-TIPO NOT EQUAL 'P'
                  AND WS-DPR-TIPO NOT EQUAL 'B')
              DISPLAY "CANAL, CODIGO, TIPO OU ITEM INVALIDO"
                      " - DESCARTADO"
              GO TO INCLUIR-DEPARA-FIM
           END-IF.
           IF WS-DPR-TIPO EQUAL 'P'
              AND WS-DPR-TAMANHO NOT EQUAL 'P'
              AND WS-DPR-TAMANHO NOT EQUAL 'M'
              AND WS-DPR-TAMANHO NOT EQUAL 'G'
              DISPLAY "TAMANHO INVALIDO - DESCARTADO"
              GO TO INCLUIR-DEPARA-FIM
           END-IF.
           IF WS-DPR-EXTRA-QUEIJO NOT EQUAL 'S'
              MOVE 'N' TO WS-DPR-EXTRA-QUEIJO
           END-IF.
           IF WS-DPR-EXTRA-BORDA NOT EQUAL 'S'
              MOVE 'N' TO WS-DPR-EXTRA-BORDA
           END-IF.

           OPEN EXTEND DEPARA.
           IF WS-FS-DEPARA EQUAL 35
              OPEN OUTPUT DEPARA
           END-IF.
           WRITE WS-DEPARA-REG.
           CLOSE DEPARA.
           DISPLAY "DE-PARA GRAVADO".

       INCLUIR-DEPARA-FIM.
           EXIT.

       LISTAR-ZONAS    SECTION.
           OPEN INPUT ZONAS.
           IF WS-FS-ZONAS NOT EQUAL ZEROS
              DISPLAY "SEM ZONAS CADASTRADAS"
              GO TO LISTAR-ZONAS-FIM
           END-IF.
           READ ZONAS.
           PERFORM EXIBIR-ZONA
              UNTIL WS-FS-ZONAS NOT EQUAL ZEROS.
           CLOSE ZONAS.

       LISTAR-ZONAS-FIM.
           EXIT.

       EXIBIR-ZONA    SECTION.
           MOVE WS-ZON-TAXA TO WS-VALOR-EDIT.
           DISPLAY WS-ZON-CODIGO " " WS-ZON-CEP-DE " A "
                   WS-ZON-CEP-ATE " ENTREGA " WS-ZON-ENTREGA
                   " TAXA " WS-VALOR-EDIT
                   " " WS-ZON-MINUTOS " MIN "
                   WS-ZON-DESCRICAO.
           IF WS-ZON-REPASSE IS NUMERIC
              MOVE WS-ZON-REPASSE TO WS-VALOR-EDIT
              DISPLAY "     REPASSE AO ENTREGADOR " WS-VALOR-EDIT
           END-IF.
           READ ZONAS.

      *    PARA DEIXAR DE ENTREGAR NUMA FAIXA BASTA INCLUIR A MESMA
      *    FAIXA DE NOVO COM ENTREGA 'N'
       INCLUIR-ZONA    SECTION.
           DISPLAY "CODIGO DA ZONA              : ".
              ACCEPT WS-ZON-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-ZON-CODIGO) TO WS-ZON-CODIGO.
           DISPLAY "DESCRICAO                   : ".
              ACCEPT WS-ZON-DESCRICAO.
           MOVE FUNCTION UPPER-CASE(WS-ZON-DESCRICAO)
             TO WS-ZON-DESCRICAO.
           DISPLAY "CEP INICIAL DA FAIXA        : ".
              ACCEPT WS-ZON-CEP-DE.
           DISPLAY "CEP FINAL DA FAIXA          : ".
              ACCEPT WS-ZON-CEP-ATE.
           DISPLAY "ENTREGAMOS NA FAIXA (S/N)   : ".
              ACCEPT WS-ZON-ENTREGA.
           MOVE FUNCTION UPPER-CASE(WS-ZON-ENTREGA) TO WS-ZON-ENTREGA.
           MOVE ZEROS TO WS-ZON-TAXA WS-ZON-MINUTOS WS-ZON-REPASSE.
           IF WS-ZON-ENTREGA EQUAL 'S'
              DISPLAY "TAXA DE ENTREGA             : "
                 ACCEPT WS-ZON-TAXA
              DISPLAY "TEMPO MAXIMO DE TRAJETO MIN : "
                 ACCEPT WS-ZON-MINUTOS
              DISPLAY "REPASSE AO ENTREGADOR       : "
                 ACCEPT WS-ZON-REPASSE
           END-IF.

           IF WS-ZON-CODIGO EQUAL SPACES
              OR WS-ZON-CEP-DE EQUAL ZEROS
              OR WS-ZON-CEP-ATE < WS-ZON-CEP-DE
              OR (WS-ZON-ENTREGA NOT EQUAL 'S'
                  AND WS-ZON-ENTREGA NOT EQUAL 'N')
              DISPLAY "ZONA, FAIXA DE CEP OU ENTREGA INVALIDA"
                      " - DESCARTADO"
              GO TO INCLUIR-ZONA-FIM
           END-IF.

           OPEN EXTEND ZONAS.
           IF WS-FS-ZONAS EQUAL 35
              OPEN OUTPUT ZONAS
           END-IF.
           WRITE WS-ZON-REG.
           CLOSE ZONAS.
           DISPLAY "ZONA GRAVADA".

       INCLUIR-ZONA-FIM.
           EXIT.
       END PROGRAM PRECOCAD.
