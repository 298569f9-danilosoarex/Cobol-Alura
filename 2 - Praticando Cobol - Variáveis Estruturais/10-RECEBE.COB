           SELECT LOTES ASSIGN TO "..\DADOS\LOTES.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOTES.

           SELECT RECEBLOG ASSIGN TO "..\DADOS\PEDCOMPRA.RECEB"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEBLOG.

           SELECT LOCAIS ASSIGN TO "..\DADOS\LOCAIS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOCAIS.

           SELECT ESTLOCAL ASSIGN TO "..\DADOS\ESTLOCAL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ESTLOCAL.

           SELECT ARMAZENAGEM ASSIGN TO "..\DADOS\ARMAZENAGEM.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARM.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-PCI-PRODUTO        PIC 9(06).
           05 WS-PCI-QTD-PEDIDA     PIC 9(05).
           05 WS-PCI-QTD-RECEBIDA   PIC 9(05).
           05 WS-PCI-PRECO-UNIT     PIC 9(05)V99.
      *       PRECO COMBINADO (CUSTO MEDIO NA EMISSAO); BRANCOS NOS
      *       PEDIDOS ANTIGOS = SEM PRECO PARA CONFERIR A NOTA

      *------------------- SALDO POR LOTE E VALIDADE ------------------*
       FD  LOTES.
           05 WS-LOTE-SITUACAO      PIC X(01).
      *       L = LIVRE / B = BLOQUEADO (VENCIDO, VER 8-ESTVALID)

      *------------------- HISTORICO DE ENTREGAS DOS PEDIDOS ----------*
      *  UMA LINHA POR ITEM DO PEDIDO E UMA POR LOTE LIDO EM CADA     *
      *  RECEBIMENTO; BASE DO DESEMPENHO DE FORNECEDORES (8-FORNAVAL) *
       FD  RECEBLOG.
       01  WS-RCB-REG.
           05 WS-RCB-TIPO           PIC X(01).
      *       I = ITEM DO PEDIDO / L = LOTE RECEBIDO
           05 WS-RCB-PEDIDO         PIC 9(06).
           05 WS-RCB-FORNECEDOR     PIC X(04).
           05 WS-RCB-DATA-EMISSAO   PIC 9(08).
           05 WS-RCB-DATA-PROMETIDA PIC 9(08).
           05 WS-RCB-DATA           PIC 9(08).
           05 WS-RCB-NOTA           PIC X(10).
           05 WS-RCB-PRODUTO        PIC 9(06).
           05 WS-RCB-QTD            PIC 9(05).
           05 WS-RCB-LOTE           PIC 9(04).
           05 WS-RCB-VALIDADE       PIC 9(08).

      *------------------- ENDERECOS E SALDO POR ENDERECO -------------*
      *  (VER 8-LOCAIS)                                               *
       FD  LOCAIS.
       01  WS-LOC-REG.
           05 WS-LOC-DEPOSITO       PIC X(10).
           05 WS-LOC-ENDERECO       PIC X(06).
           05 WS-LOC-SITUACAO       PIC X(01).

       FD  ESTLOCAL.
       01  WS-EL-REG.
           05 WS-EL-DEPOSITO        PIC X(10).
           05 WS-EL-ENDERECO.
              10 WS-EL-RUA          PIC X(02).
              10 WS-EL-PRATELEIRA   PIC 9(02).
              10 WS-EL-NIVEL        PIC 9(02).
           05 WS-EL-PRODUTO         PIC 9(06).
           05 WS-EL-QTD             PIC 9(05).

       FD  ARMAZENAGEM.
       01  WS-ARM-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PRODUTOS           PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC 9(02) VALUE ZEROS.
       01 WS-PO-COMPLETO           PIC X(01) VALUE 'S'.

       01 WS-PCI-TAB.
           05 WS-PCI-ITEM OCCURS 300 TIMES PIC X(29).
       01 WS-PCI-ITENS             PIC 9(03) VALUE 0.
       01 WS-PCI-ESTOURO           PIC X(01) VALUE 'N'.
       01 WS-PCI-IDX               PIC 9(03) VALUE 0.
       01 WS-LTB-ESTOURO           PIC X(01) VALUE 'N'.
       01 WS-LTB-IDX               PIC 9(03) VALUE 0.
       01 WS-LTB-ACHADO            PIC 9(03) VALUE 0.

       01 WS-FS-RECEBLOG           PIC 9(02) VALUE ZEROS.

      *------------------- SUGESTAO DE ARMAZENAGEM --------------------*
      *  CADA ITEM LANCADO VAI PARA O MENOR ENDERECO DO DEPOSITO QUE  *
      *  JA TEM O PRODUTO OU, SEM ELE, PARA O MENOR ENDERECO ATIVO    *
      *  VAZIO; A LISTA SAI NA ORDEM DE CAMINHADA                     *
       01 WS-FS-LOCAIS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-ESTLOCAL           PIC 9(02) VALUE ZEROS.
       01 WS-FS-ARM                PIC 9(02) VALUE ZEROS.
       01 WS-ALOC-DEPOSITO         PIC X(10) VALUE SPACES.
       01 WS-ALOC-PRODUTO          PIC 9(06) VALUE ZEROS.
       01 WS-ALOC-ENDERECO         PIC X(06) VALUE SPACES.
       01 WS-FALTA                 PIC 9(05) VALUE 0.
       01 WS-TOT-ENDERECO          PIC 9(07) VALUE 0.
       01 WS-TROCOU                PIC X(01) VALUE 'N'.

       01 WS-LC-TAB.
           05 WS-LC OCCURS 300 TIMES.
              10 WS-LC-DEPOSITO     PIC X(10).
              10 WS-LC-ENDERECO     PIC X(06).
              10 WS-LC-SITUACAO     PIC X(01).
       01 WS-LC-ITENS              PIC 9(03) VALUE 0.
       01 WS-LC-IDX                PIC 9(03) VALUE 0.

       01 WS-ELT-TAB.
           05 WS-ELT OCCURS 500 TIMES.
              10 WS-ELT-DEPOSITO    PIC X(10).
              10 WS-ELT-ENDERECO    PIC X(06).
              10 WS-ELT-PRODUTO     PIC 9(06).
              10 WS-ELT-QTD         PIC 9(05).
       01 WS-ELT-ITENS             PIC 9(03) VALUE 0.
       01 WS-ELT-ESTOURO           PIC X(01) VALUE 'N'.
       01 WS-ELT-IDX               PIC 9(03) VALUE 0.
       01 WS-ELT-ACHADO            PIC 9(03) VALUE 0.

       01 WS-ARM-TAB.
           05 WS-ARM OCCURS 50 TIMES.
              10 WS-ARM-CHAVE.
                 15 WS-ARM-ENDERECO PIC X(06).
                 15 WS-ARM-PRODUTO  PIC 9(06).
              10 WS-ARM-QTD         PIC 9(05).
       01 WS-ARM-ITENS             PIC 9(02) VALUE 0.
       01 WS-ARM-IDX               PIC 9(02) VALUE 0.
       01 WS-ARM-SEG               PIC 9(02) VALUE 0.
       01 WS-ARM-AUX               PIC X(17) VALUE SPACES.
       01 WS-ARM-END-EDIT          PIC X(08) VALUE SPACES.
       01 WS-ARM-GUARDOU           PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM POSTAR-RECEBIMENTO.
           PERFORM ATUALIZAR-LOTES.
           IF WS-PEDIDO-NUM NOT EQUAL ZEROS
              PERFORM GRAVAR-HISTORICO-ENTREGA
              PERFORM ATUALIZAR-PEDIDO-COMPRA
           END-IF.
           PERFORM FINALIZAR.
              UNTIL WS-ESP-IDX NOT < WS-ESP-ITENS.
           CLOSE MOVIMENTOS.

           IF WS-ARM-ITENS > 0
              PERFORM SUGERIR-ARMAZENAGEM
           END-IF.

           DISPLAY "ENTRADAS NO DIARIO - RODE O 8-ESTPOST PARA"
                   " EFETIVAR NO ESTOQUE.".

           MOVE WS-ESP-CUSTO (WS-ESP-IDX) TO WS-MOV-CUSTO-UNIT.
           WRITE WS-MOV-REG.

           IF WS-ARM-ITENS < 50
              ADD 1 TO WS-ARM-ITENS
              MOVE HIGH-VALUES     TO WS-ARM-ENDERECO (WS-ARM-ITENS)
              MOVE WS-ESP-CODIGO (WS-ESP-IDX)
                TO WS-ARM-PRODUTO (WS-ARM-ITENS)
              MOVE WS-QTD-POSTAVEL TO WS-ARM-QTD (WS-ARM-ITENS)
           END-IF.

       POSTAR-UM-ITEM-FIM.
           EXIT.

           MOVE WS-LTB-SITUACAO (WS-LTB-IDX) TO WS-LOTE-SITUACAO.
           WRITE WS-LOTE-REG.

      *------------------- ENTREGA DO PEDIDO VAI PARA O HISTORICO -----*
      *  A QUANTIDADE DO ITEM E A MESMA BAIXADA NO PEDIDO (O EXCESSO  *
      *  FICA DE FORA); OS LOTES LEVAM A VALIDADE LIDA                *
       GRAVAR-HISTORICO-ENTREGA    SECTION.
           OPEN EXTEND RECEBLOG.
           IF WS-FS-RECEBLOG EQUAL 35
              OPEN OUTPUT RECEBLOG
           END-IF.
           IF WS-FS-RECEBLOG NOT EQUAL ZEROS
              DISPLAY "ERRO NO HISTORICO DE ENTREGAS " WS-FS-RECEBLOG
              GO TO GRAVAR-HISTORICO-ENTREGA-FIM
           END-IF.

           MOVE WS-PEDIDO-NUM        TO WS-RCB-PEDIDO.
           MOVE WS-PC-FORNECEDOR     TO WS-RCB-FORNECEDOR.
           MOVE WS-PC-DATA-EMISSAO   TO WS-RCB-DATA-EMISSAO.
           MOVE WS-PC-DATA-PROMETIDA TO WS-RCB-DATA-PROMETIDA.
           MOVE WS-DATA-HOJE         TO WS-RCB-DATA.
           MOVE WS-NOTA-FISCAL       TO WS-RCB-NOTA.

           MOVE 0 TO WS-ESP-IDX.
           PERFORM GRAVAR-ENTREGA-ITEM
              UNTIL WS-ESP-IDX NOT < WS-ESP-ITENS.
           MOVE 0 TO WS-LIDO-IDX.
           PERFORM GRAVAR-ENTREGA-LOTE
              UNTIL WS-LIDO-IDX NOT < WS-LIDO-ITENS.
           CLOSE RECEBLOG.

       GRAVAR-HISTORICO-ENTREGA-FIM.
           EXIT.

       GRAVAR-ENTREGA-ITEM    SECTION.
           ADD 1 TO WS-ESP-IDX.
           IF WS-ESP-LIDO (WS-ESP-IDX) EQUAL ZEROS
              OR WS-ESP-QTD (WS-ESP-IDX) EQUAL ZEROS
              GO TO GRAVAR-ENTREGA-ITEM-FIM
           END-IF.

           MOVE 'I' TO WS-RCB-TIPO.
           MOVE WS-ESP-CODIGO (WS-ESP-IDX) TO WS-RCB-PRODUTO.
           IF WS-ESP-LIDO (WS-ESP-IDX) > WS-ESP-QTD (WS-ESP-IDX)
              MOVE WS-ESP-QTD (WS-ESP-IDX)  TO WS-RCB-QTD
           ELSE
              MOVE WS-ESP-LIDO (WS-ESP-IDX) TO WS-RCB-QTD
           END-IF.
           MOVE ZEROS TO WS-RCB-LOTE.
           MOVE ZEROS TO WS-RCB-VALIDADE.
           WRITE WS-RCB-REG.

       GRAVAR-ENTREGA-ITEM-FIM.
           EXIT.

       GRAVAR-ENTREGA-LOTE    SECTION.
           ADD 1 TO WS-LIDO-IDX.
           MOVE 'L' TO WS-RCB-TIPO.
           MOVE WS-LIDO-PRODUTO (WS-LIDO-IDX)  TO WS-RCB-PRODUTO.
           MOVE WS-LIDO-QTD (WS-LIDO-IDX)      TO WS-RCB-QTD.
           MOVE WS-LIDO-LOTE (WS-LIDO-IDX)     TO WS-RCB-LOTE.
           MOVE WS-LIDO-VALIDADE (WS-LIDO-IDX) TO WS-RCB-VALIDADE.
           WRITE WS-RCB-REG.

      *------------------- LISTA DE ARMAZENAGEM DO RECEBIMENTO --------*
       SUGERIR-ARMAZENAGEM    SECTION.
           MOVE 0 TO WS-LC-ITENS.
           OPEN INPUT LOCAIS.
           IF WS-FS-LOCAIS EQUAL ZEROS
              READ LOCAIS
              PERFORM CARREGAR-UM-LOCAL
                 UNTIL WS-FS-LOCAIS NOT EQUAL ZEROS
              CLOSE LOCAIS
           END-IF.

           MOVE 0 TO WS-ELT-ITENS.
           OPEN INPUT ESTLOCAL.
           IF WS-FS-ESTLOCAL EQUAL ZEROS
              READ ESTLOCAL
              PERFORM CARREGAR-UM-SALDO
                 UNTIL WS-FS-ESTLOCAL NOT EQUAL ZEROS
              CLOSE ESTLOCAL
           END-IF.

           MOVE WS-DEPOSITO TO WS-ALOC-DEPOSITO.
           MOVE 0 TO WS-ARM-IDX.
           PERFORM SUGERIR-UM-ENDERECO
              UNTIL WS-ARM-IDX NOT < WS-ARM-ITENS.

           PERFORM ORDENAR-ARMAZENAGEM.

           OPEN OUTPUT ARMAZENAGEM.
           MOVE SPACES TO WS-ARM-LINHA.
           STRING "ARMAZENAGEM NF " WS-NOTA-FISCAL
                  " DEPOSITO " WS-DEPOSITO
                  " EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-ARM-LINHA
           END-STRING.
           WRITE WS-ARM-LINHA.
           DISPLAY WS-ARM-LINHA.
           MOVE "ENDERECO PRODUTO QUANTIDADE" TO WS-ARM-LINHA.
           WRITE WS-ARM-LINHA.
           DISPLAY WS-ARM-LINHA.
           MOVE 0 TO WS-ARM-IDX.
           PERFORM IMPRIMIR-UMA-ARMAZENAGEM
              UNTIL WS-ARM-IDX NOT < WS-ARM-ITENS.
           CLOSE ARMAZENAGEM.
           DISPLAY "LISTA EM ..\DADOS\ARMAZENAGEM.TXT".

           IF WS-ARM-GUARDOU EQUAL 'S'
              PERFORM REGRAVAR-ENDERECOS
           END-IF.

       SUGERIR-UM-ENDERECO    SECTION.
           ADD 1 TO WS-ARM-IDX.
           MOVE WS-ARM-PRODUTO (WS-ARM-IDX) TO WS-ALOC-PRODUTO.
           MOVE WS-ARM-QTD (WS-ARM-IDX)     TO WS-FALTA.
           PERFORM GUARDAR-NO-ENDERECO.
           IF WS-ALOC-ENDERECO NOT EQUAL SPACES
              MOVE WS-ALOC-ENDERECO TO WS-ARM-ENDERECO (WS-ARM-IDX)
              MOVE 'S' TO WS-ARM-GUARDOU
           END-IF.

       IMPRIMIR-UMA-ARMAZENAGEM    SECTION.
           ADD 1 TO WS-ARM-IDX.
           IF WS-ARM-ENDERECO (WS-ARM-IDX) EQUAL HIGH-VALUES
              MOVE "SEM END." TO WS-ARM-END-EDIT
           ELSE
              MOVE WS-ARM-ENDERECO (WS-ARM-IDX) TO WS-ARM-END-EDIT
           END-IF.
           MOVE SPACES TO WS-ARM-LINHA.
           STRING WS-ARM-END-EDIT " "
                  WS-ARM-PRODUTO (WS-ARM-IDX) " "
                  WS-ARM-QTD (WS-ARM-IDX)
                  DELIMITED BY SIZE INTO WS-ARM-LINHA
           END-STRING.
           WRITE WS-ARM-LINHA.
           DISPLAY WS-ARM-LINHA.

       ORDENAR-ARMAZENAGEM    SECTION.
           IF WS-ARM-ITENS < 2
              GO TO ORDENAR-ARMAZENAGEM-FIM
           END-IF.
           MOVE 'S' TO WS-TROCOU.
           PERFORM PASSADA-ARMAZENAGEM UNTIL WS-TROCOU EQUAL 'N'.

       ORDENAR-ARMAZENAGEM-FIM.
           EXIT.

       PASSADA-ARMAZENAGEM    SECTION.
           MOVE 'N' TO WS-TROCOU.
           MOVE 1 TO WS-ARM-IDX.
           PERFORM COMPARAR-ARMAZENAGEM
              UNTIL WS-ARM-IDX NOT < WS-ARM-ITENS.

       COMPARAR-ARMAZENAGEM    SECTION.
           COMPUTE WS-ARM-SEG = WS-ARM-IDX + 1.
           IF WS-ARM-CHAVE (WS-ARM-IDX) > WS-ARM-CHAVE (WS-ARM-SEG)
              MOVE WS-ARM (WS-ARM-IDX) TO WS-ARM-AUX
              MOVE WS-ARM (WS-ARM-SEG) TO WS-ARM (WS-ARM-IDX)
              MOVE WS-ARM-AUX          TO WS-ARM (WS-ARM-SEG)
              MOVE 'S' TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-ARM-IDX.

       CARREGAR-UM-LOCAL    SECTION.
           IF WS-LC-ITENS < 300
              AND WS-LOC-SITUACAO EQUAL 'A'
              ADD 1 TO WS-LC-ITENS
              MOVE WS-LOC-DEPOSITO TO WS-LC-DEPOSITO (WS-LC-ITENS)
              MOVE WS-LOC-ENDERECO TO WS-LC-ENDERECO (WS-LC-ITENS)
              MOVE WS-LOC-SITUACAO TO WS-LC-SITUACAO (WS-LC-ITENS)
           END-IF.
           READ LOCAIS.

       CARREGAR-UM-SALDO    SECTION.
           IF WS-ELT-ITENS NOT < 500
              MOVE 'S' TO WS-ELT-ESTOURO
           END-IF.
           IF WS-ELT-ITENS < 500
              ADD 1 TO WS-ELT-ITENS
              MOVE WS-EL-DEPOSITO TO WS-ELT-DEPOSITO (WS-ELT-ITENS)
              MOVE WS-EL-ENDERECO TO WS-ELT-ENDERECO (WS-ELT-ITENS)
              MOVE WS-EL-PRODUTO  TO WS-ELT-PRODUTO (WS-ELT-ITENS)
              MOVE WS-EL-QTD      TO WS-ELT-QTD (WS-ELT-ITENS)
           END-IF.
           READ ESTLOCAL.

       REGRAVAR-ENDERECOS    SECTION.
           IF WS-ELT-ESTOURO EQUAL 'S'
      *       REGRAVAR A PARTIR DA TABELA CHEIA APAGARIA AS LINHAS
      *       EXCEDENTES: O ARQUIVO FICA COMO ESTA
              DISPLAY "ESTLOCAL.DAT MAIOR QUE A TABELA (500) - "
                      "SALDO POR ENDERECO NAO ATUALIZADO"
              GO TO REGRAVAR-ENDERECOS-FIM
           END-IF.
           IF WS-ELT-ITENS EQUAL ZEROS
              GO TO REGRAVAR-ENDERECOS-FIM
           END-IF.

           OPEN OUTPUT ESTLOCAL.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM REGRAVAR-UM-SALDO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.
           CLOSE ESTLOCAL.

       REGRAVAR-ENDERECOS-FIM.
           EXIT.

      *    SALDO ZERADO NAO VOLTA PARA O ARQUIVO
       REGRAVAR-UM-SALDO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-QTD (WS-ELT-IDX) > ZEROS
              MOVE WS-ELT-DEPOSITO (WS-ELT-IDX) TO WS-EL-DEPOSITO
              MOVE WS-ELT-ENDERECO (WS-ELT-IDX) TO WS-EL-ENDERECO
              MOVE WS-ELT-PRODUTO (WS-ELT-IDX)  TO WS-EL-PRODUTO
              MOVE WS-ELT-QTD (WS-ELT-IDX)      TO WS-EL-QTD
              WRITE WS-EL-REG
           END-IF.

       ACHAR-MENOR-ENDERECO    SECTION.
           MOVE 0 TO WS-ELT-ACHADO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM PROCURAR-MENOR-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.

       PROCURAR-MENOR-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-ALOC-DEPOSITO
              AND WS-ELT-PRODUTO (WS-ELT-IDX) EQUAL WS-ALOC-PRODUTO
              AND WS-ELT-QTD (WS-ELT-IDX) > ZEROS
              IF WS-ELT-ACHADO EQUAL 0
                 MOVE WS-ELT-IDX TO WS-ELT-ACHADO
              ELSE
                 IF WS-ELT-ENDERECO (WS-ELT-IDX) <
                    WS-ELT-ENDERECO (WS-ELT-ACHADO)
                    MOVE WS-ELT-IDX TO WS-ELT-ACHADO
                 END-IF
              END-IF
           END-IF.

      *------------------- GUARDA WS-FALTA NO DEPOSITO ----------------*
      *  PRIMEIRO O MENOR ENDERECO QUE JA TEM O PRODUTO; SEM ELE, O   *
      *  MENOR ENDERECO ATIVO E VAZIO. SEM NENHUM, FICA EM BRANCO     *
       GUARDAR-NO-ENDERECO    SECTION.
           MOVE SPACES TO WS-ALOC-ENDERECO.
           PERFORM ACHAR-MENOR-ENDERECO.
           IF WS-ELT-ACHADO NOT EQUAL 0
              MOVE WS-ELT-ENDERECO (WS-ELT-ACHADO) TO WS-ALOC-ENDERECO
              ADD WS-FALTA TO WS-ELT-QTD (WS-ELT-ACHADO)
              GO TO GUARDAR-NO-ENDERECO-FIM
           END-IF.

           MOVE 0 TO WS-LC-IDX.
           PERFORM PROCURAR-ENDERECO-VAZIO
              UNTIL WS-LC-IDX NOT < WS-LC-ITENS.
           IF WS-ALOC-ENDERECO EQUAL SPACES
              GO TO GUARDAR-NO-ENDERECO-FIM
           END-IF.

           MOVE 0 TO WS-ELT-ACHADO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM PROCURAR-SALDO-DO-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS
                 OR WS-ELT-ACHADO NOT EQUAL 0.
           IF WS-ELT-ACHADO EQUAL 0
              IF WS-ELT-ITENS NOT < 500
                 MOVE SPACES TO WS-ALOC-ENDERECO
                 GO TO GUARDAR-NO-ENDERECO-FIM
              END-IF
              ADD 1 TO WS-ELT-ITENS
              MOVE WS-ALOC-DEPOSITO TO WS-ELT-DEPOSITO (WS-ELT-ITENS)
              MOVE WS-ALOC-ENDERECO TO WS-ELT-ENDERECO (WS-ELT-ITENS)
              MOVE WS-ALOC-PRODUTO  TO WS-ELT-PRODUTO (WS-ELT-ITENS)
              MOVE ZEROS            TO WS-ELT-QTD (WS-ELT-ITENS)
              MOVE WS-ELT-ITENS     TO WS-ELT-ACHADO
           END-IF.
           ADD WS-FALTA TO WS-ELT-QTD (WS-ELT-ACHADO).

       GUARDAR-NO-ENDERECO-FIM.
           EXIT.

       PROCURAR-ENDERECO-VAZIO    SECTION.
           ADD 1 TO WS-LC-IDX.
           IF WS-LC-DEPOSITO (WS-LC-IDX) NOT EQUAL WS-ALOC-DEPOSITO
              GO TO PROCURAR-ENDERECO-VAZIO-FIM
           END-IF.
           IF WS-ALOC-ENDERECO NOT EQUAL SPACES
              AND WS-LC-ENDERECO (WS-LC-IDX) NOT < WS-ALOC-ENDERECO
              GO TO PROCURAR-ENDERECO-VAZIO-FIM
           END-IF.

           MOVE ZEROS TO WS-TOT-ENDERECO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM SOMAR-SALDO-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.
           IF WS-TOT-ENDERECO EQUAL ZEROS
              MOVE WS-LC-ENDERECO (WS-LC-IDX) TO WS-ALOC-ENDERECO
           END-IF.

       PROCURAR-ENDERECO-VAZIO-FIM.
           EXIT.

       SOMAR-SALDO-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-ALOC-DEPOSITO
              AND WS-ELT-ENDERECO (WS-ELT-IDX) EQUAL
                  WS-LC-ENDERECO (WS-LC-IDX)
              ADD WS-ELT-QTD (WS-ELT-IDX) TO WS-TOT-ENDERECO
           END-IF.

       PROCURAR-SALDO-DO-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-ALOC-DEPOSITO
              AND WS-ELT-ENDERECO (WS-ELT-IDX) EQUAL WS-ALOC-ENDERECO
              AND WS-ELT-PRODUTO (WS-ELT-IDX) EQUAL WS-ALOC-PRODUTO
              MOVE WS-ELT-IDX TO WS-ELT-ACHADO
           END-IF.

       FINALIZAR    SECTION.
           DISPLAY "LEITURAS           : " WS-TOT-LEITURAS.
           DISPLAY "DV INVALIDO        : " WS-TOT-DV-INVALIDO.
