      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 8-FORNAVAL.
      *-----------------------------------------------------------------
      *  DESEMPENHO MENSAL DOS FORNECEDORES: DOS PEDIDOS DE COMPRA    *
      *  COM ENTREGA PROMETIDA NA COMPETENCIA SAEM A PONTUALIDADE E O *
      *  ATENDIMENTO (RECEBIDO X PEDIDO); DO HISTORICO DE ENTREGAS DO *
      *  10-RECEBE SAEM O PRAZO REAL (EMISSAO ATE A PRIMEIRA ENTREGA) *
      *  E OS LOTES QUE JA CHEGARAM PERTO DO VENCIMENTO. O PRAZO REAL *
      *  DOS ULTIMOS 6 MESES VAI PARA O 8-COMPRAS. A DEVOLUCAO DO     *
      *  8-DEVFORN SAI DO ATENDIDO DO PEDIDO E OS LOTES DEVOLVIDOS NO *
      *  MES CONTAM CONTRA O FORNECEDOR                               *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT RECEBLOG ASSIGN TO "..\DADOS\PEDCOMPRA.RECEB"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEBLOG.

           SELECT PEDCOMPRA ASSIGN TO "..\DADOS\PEDCOMPRA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PC
           RECORD KEY IS WS-PC-NUMERO.

           SELECT PCITENS ASSIGN TO "..\DADOS\PEDCOMPRA.ITENS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PCITENS.

           SELECT FORNECEDORES ASSIGN TO "..\DADOS\FORNECEDORES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-FORN
           RECORD KEY IS WS-FORN-CHAVE.

           SELECT RELATORIO
           ASSIGN TO "..\DADOS\FORNECEDORES.DESEMPENHO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT DEVOLUCOES ASSIGN TO "..\DADOS\DEVFORN.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEV.

           SELECT PRAZOREAL ASSIGN TO "..\DADOS\FORNECEDORES.PRAZOREAL"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRAZO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER 10-RECEBE) ----------------------------*
       FD  RECEBLOG.
       01  WS-RCB-REG.
           05 WS-RCB-TIPO           PIC X(01).
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

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

      *------------------- (VER 8-DEVFORN) ----------------------------*
       FD  DEVOLUCOES.
       01  WS-DV-REG.
           05 WS-DV-NUMERO          PIC 9(06).
           05 WS-DV-DATA            PIC 9(08).
           05 WS-DV-FORNECEDOR      PIC X(04).
           05 WS-DV-PEDIDO          PIC 9(06).
           05 WS-DV-DEPOSITO        PIC X(10).
           05 WS-DV-PRODUTO         PIC 9(06).
           05 WS-DV-LOTE            PIC 9(04).
           05 WS-DV-QTD             PIC 9(05).
           05 WS-DV-CUSTO-MEDIO     PIC 9(05)V99.
           05 WS-DV-PRECO-UNIT      PIC 9(05)V99.
           05 WS-DV-MOTIVO          PIC X(01).

      *------------------- PRAZO MEDIDO, LIDO PELO 8-COMPRAS ----------*
       FD  PRAZOREAL.
       01  WS-PRZ-REG.
           05 WS-PRZ-FORNECEDOR     PIC X(04).
           05 WS-PRZ-DIAS           PIC 9(03).
           05 WS-PRZ-PEDIDOS        PIC 9(04).
           05 WS-PRZ-COMPETENCIA    PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-FS-RECEBLOG           PIC 9(02) VALUE ZEROS.
       01 WS-FS-PC                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-PCITENS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-FORN               PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PRAZO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-DEV                PIC 9(02) VALUE ZEROS.

       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-COMP-INICIO           PIC 9(06) VALUE ZEROS.
       01 WS-COMP-ANO              PIC 9(04) VALUE ZEROS.
       01 WS-COMP-MES              PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-CURTO            PIC 9(03) VALUE ZEROS.
       01 WS-AAAAMM                PIC 9(06) VALUE ZEROS.
       01 WS-AAAAMM-EMISSAO        PIC 9(06) VALUE ZEROS.
       01 WS-DIAS                  PIC S9(05) COMP VALUE 0.

      *------------------- PEDIDOS EM AVALIACAO -----------------------*
      *  OS VENCIDOS NA COMPETENCIA E OS EMITIDOS NA JANELA DE 6      *
      *  MESES DO PRAZO REAL                                          *
       01 WS-PO-TAB.
           05 WS-PO OCCURS 500 TIMES.
              10 WS-PO-NUMERO       PIC 9(06).
              10 WS-PO-FORN         PIC X(04).
              10 WS-PO-EMISSAO      PIC 9(08).
              10 WS-PO-PROMETIDA    PIC 9(08).
              10 WS-PO-PRIM-ENTREGA PIC 9(08).
              10 WS-PO-QTD-PEDIDA   PIC 9(07).
              10 WS-PO-QTD-RECEBIDA PIC 9(07).
              10 WS-PO-QTD-DEVOLVIDA PIC 9(07).
       01 WS-PO-ITENS              PIC 9(03) VALUE 0.
       01 WS-PO-IDX                PIC 9(03) VALUE 0.
       01 WS-PO-ACHADO             PIC 9(03) VALUE 0.
       01 WS-PO-BUSCA              PIC 9(06) VALUE ZEROS.
       01 WS-PO-ESTOURO            PIC X(01) VALUE 'N'.

      *------------------- QUADRO POR FORNECEDOR ----------------------*
       01 WS-FN-TAB.
           05 WS-FN OCCURS 100 TIMES.
              10 WS-FN-CODIGO       PIC X(04).
              10 WS-FN-PEDIDOS      PIC 9(04).
              10 WS-FN-MEDIDOS      PIC 9(04).
              10 WS-FN-NO-PRAZO     PIC 9(04).
              10 WS-FN-A-VENCER     PIC 9(04).
              10 WS-FN-QTD-PEDIDA   PIC 9(07).
              10 WS-FN-QTD-RECEBIDA PIC 9(07).
              10 WS-FN-PRAZO-SOMA   PIC 9(07).
              10 WS-FN-PRAZO-QTD    PIC 9(04).
              10 WS-FN-PRAZO6-SOMA  PIC 9(07).
              10 WS-FN-PRAZO6-QTD   PIC 9(04).
              10 WS-FN-LOTES        PIC 9(04).
              10 WS-FN-LOTES-CURTOS PIC 9(04).
              10 WS-FN-DEVOLUCOES   PIC 9(04).
              10 WS-FN-IMPRESSO     PIC X(01).
       01 WS-FN-ITENS              PIC 9(03) VALUE 0.
       01 WS-FN-IDX                PIC 9(03) VALUE 0.
       01 WS-FN-ACHADO             PIC 9(03) VALUE 0.
       01 WS-FN-BUSCA              PIC X(04) VALUE SPACES.

      *------------------- LINHA DO QUADRO ----------------------------*
       01 WS-NOME                  PIC X(20) VALUE SPACES.
       01 WS-PRAZO-CAD             PIC 9(03) VALUE ZEROS.
       01 WS-PCT                   PIC 9(03) VALUE ZEROS.
       01 WS-MEDIA                 PIC 9(03) VALUE ZEROS.
       01 WS-QTD-EDIT              PIC ZZZ9.
       01 WS-NUM-EDIT              PIC ZZ9.
       01 WS-TXT-PEDIDOS           PIC X(04) VALUE SPACES.
       01 WS-TXT-NO-PRAZO          PIC X(04) VALUE SPACES.
       01 WS-TXT-PONTUAL           PIC X(04) VALUE SPACES.
       01 WS-TXT-ATENDIDO          PIC X(04) VALUE SPACES.
       01 WS-TXT-PRAZO-CAD         PIC X(04) VALUE SPACES.
       01 WS-TXT-PRAZO-MES         PIC X(04) VALUE SPACES.
       01 WS-TXT-PRAZO-6M          PIC X(04) VALUE SPACES.
       01 WS-TXT-LOTES             PIC X(04) VALUE SPACES.
       01 WS-TXT-CURTOS            PIC X(04) VALUE SPACES.
       01 WS-TXT-DEVOL             PIC X(04) VALUE SPACES.
       01 WS-RECEBIDA-LIQ          PIC S9(07) VALUE 0.

       01 WS-TOT-FORNECEDORES      PIC 9(04) VALUE 0.
       01 WS-TOT-PEDIDOS           PIC 9(05) VALUE 0.
       01 WS-TOT-MEDIDOS           PIC 9(05) VALUE 0.
       01 WS-TOT-NO-PRAZO          PIC 9(05) VALUE 0.
       01 WS-TOT-LOTES-CURTOS      PIC 9(05) VALUE 0.
       01 WS-TOT-DEVOLUCOES        PIC 9(05) VALUE 0.
       01 WS-TOT-PRAZO-REAL        PIC 9(04) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-ENTREGAS.
           PERFORM CARREGAR-PEDIDOS.
           PERFORM SOMAR-ITENS-PEDIDOS.
           PERFORM CARREGAR-DEVOLUCOES.
           MOVE 0 TO WS-PO-IDX.
           PERFORM AVALIAR-PEDIDO
              UNTIL WS-PO-IDX EQUAL WS-PO-ITENS.
           PERFORM IMPRIMIR-QUADRO.
           PERFORM GRAVAR-PRAZO-REAL.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.

           DISPLAY "DESEMPENHO DE FORNECEDORES".
           DISPLAY "--------------------------".
           DISPLAY "COMPETENCIA (AAAAMM / 0 = ATUAL): ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:6) TO WS-COMPETENCIA
           END-IF.
           DISPLAY "LOTE CURTO: VENCE EM ATE N DIAS DA ENTREGA "
                   "(0=30): ".
           ACCEPT WS-DIAS-CURTO.
           IF WS-DIAS-CURTO EQUAL ZEROS
              MOVE 30 TO WS-DIAS-CURTO
           END-IF.

      *    JANELA DO PRAZO REAL: A COMPETENCIA E OS 5 MESES ANTERIORES
           COMPUTE WS-COMP-ANO = WS-COMPETENCIA / 100.
           COMPUTE WS-COMP-MES = FUNCTION MOD (WS-COMPETENCIA, 100).
           IF WS-COMP-MES > 5
              SUBTRACT 5 FROM WS-COMP-MES
           ELSE
              ADD 7 TO WS-COMP-MES
              SUBTRACT 1 FROM WS-COMP-ANO
           END-IF.
           COMPUTE WS-COMP-INICIO = (WS-COMP-ANO * 100) + WS-COMP-MES.

           OPEN OUTPUT RELATORIO.
           IF WS-FS-REL NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO RELATORIO " WS-FS-REL
              STOP RUN
           END-IF.

      *------------------- HISTORICO DE ENTREGAS DO 10-RECEBE ---------*
       CARREGAR-ENTREGAS    SECTION.
           OPEN INPUT RECEBLOG.
           IF WS-FS-RECEBLOG NOT EQUAL ZEROS
              DISPLAY "SEM HISTORICO DE ENTREGAS - SO OS PEDIDOS DO MES"
              GO TO CARREGAR-ENTREGAS-FIM
           END-IF.
           READ RECEBLOG.
           PERFORM GUARDAR-ENTREGA
              UNTIL WS-FS-RECEBLOG NOT EQUAL ZEROS.
           CLOSE RECEBLOG.

       CARREGAR-ENTREGAS-FIM.
           EXIT.

       GUARDAR-ENTREGA    SECTION.
           COMPUTE WS-AAAAMM = WS-RCB-DATA / 100.

      *    LOTES DO MES CONTAM PARA O FORNECEDOR PELA DATA DA ENTREGA
           IF WS-RCB-TIPO EQUAL 'L'
              IF WS-AAAAMM EQUAL WS-COMPETENCIA
                 AND WS-RCB-VALIDADE NOT EQUAL ZEROS
                 MOVE WS-RCB-FORNECEDOR TO WS-FN-BUSCA
                 PERFORM LOCALIZAR-FORNECEDOR
                 IF WS-FN-ACHADO NOT EQUAL 0
                    PERFORM AVALIAR-LOTE
                 END-IF
              END-IF
              GO TO GUARDAR-ENTREGA-FIM
           END-IF.

           COMPUTE WS-AAAAMM-EMISSAO = WS-RCB-DATA-EMISSAO / 100.
           COMPUTE WS-AAAAMM = WS-RCB-DATA-PROMETIDA / 100.
           IF WS-AAAAMM-EMISSAO < WS-COMP-INICIO
              AND WS-AAAAMM NOT EQUAL WS-COMPETENCIA
              GO TO GUARDAR-ENTREGA-FIM
           END-IF.

           MOVE WS-RCB-PEDIDO TO WS-PO-BUSCA.
           PERFORM LOCALIZAR-PEDIDO.
           IF WS-PO-ACHADO EQUAL 0
              GO TO GUARDAR-ENTREGA-FIM
           END-IF.
           MOVE WS-RCB-FORNECEDOR     TO WS-PO-FORN (WS-PO-ACHADO).
           MOVE WS-RCB-DATA-EMISSAO   TO WS-PO-EMISSAO (WS-PO-ACHADO).
           MOVE WS-RCB-DATA-PROMETIDA
             TO WS-PO-PROMETIDA (WS-PO-ACHADO).
           IF WS-PO-PRIM-ENTREGA (WS-PO-ACHADO) EQUAL ZEROS
              OR WS-RCB-DATA < WS-PO-PRIM-ENTREGA (WS-PO-ACHADO)
              MOVE WS-RCB-DATA TO WS-PO-PRIM-ENTREGA (WS-PO-ACHADO)
           END-IF.

       GUARDAR-ENTREGA-FIM.
           READ RECEBLOG.

       AVALIAR-LOTE    SECTION.
           ADD 1 TO WS-FN-LOTES (WS-FN-ACHADO).
           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-RCB-VALIDADE)
                   - FUNCTION INTEGER-OF-DATE (WS-RCB-DATA).
           IF WS-DIAS NOT > WS-DIAS-CURTO
              ADD 1 TO WS-FN-LOTES-CURTOS (WS-FN-ACHADO)
           END-IF.

      *------------------- PEDIDOS COM ENTREGA PROMETIDA NO MES -------*
      *  ENTRAM TAMBEM OS QUE NADA RECEBERAM AINDA                    *
       CARREGAR-PEDIDOS    SECTION.
           OPEN INPUT PEDCOMPRA.
           IF WS-FS-PC NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS DE COMPRA"
              GO TO CARREGAR-PEDIDOS-FIM
           END-IF.
           READ PEDCOMPRA NEXT RECORD.
           PERFORM GUARDAR-PEDIDO
              UNTIL WS-FS-PC NOT EQUAL ZEROS.
           CLOSE PEDCOMPRA.

       CARREGAR-PEDIDOS-FIM.
           EXIT.

       GUARDAR-PEDIDO    SECTION.
           COMPUTE WS-AAAAMM = WS-PC-DATA-PROMETIDA / 100.
           IF WS-AAAAMM EQUAL WS-COMPETENCIA
              MOVE WS-PC-NUMERO TO WS-PO-BUSCA
              PERFORM LOCALIZAR-PEDIDO
              IF WS-PO-ACHADO NOT EQUAL 0
                 MOVE WS-PC-FORNECEDOR
                   TO WS-PO-FORN (WS-PO-ACHADO)
                 MOVE WS-PC-DATA-EMISSAO
                   TO WS-PO-EMISSAO (WS-PO-ACHADO)
                 MOVE WS-PC-DATA-PROMETIDA
                   TO WS-PO-PROMETIDA (WS-PO-ACHADO)
              END-IF
           END-IF.
           READ PEDCOMPRA NEXT RECORD.

      *------------------- PEDIDO NA TABELA (INCLUI SE FALTAR) --------*
       LOCALIZAR-PEDIDO    SECTION.
           MOVE 0 TO WS-PO-IDX.
           MOVE 0 TO WS-PO-ACHADO.
           PERFORM PROCURAR-PEDIDO
              UNTIL WS-PO-IDX EQUAL WS-PO-ITENS
                 OR WS-PO-ACHADO NOT EQUAL 0.
           IF WS-PO-ACHADO EQUAL 0
              IF WS-PO-ITENS < 500
                 ADD 1 TO WS-PO-ITENS
                 MOVE WS-PO-ITENS TO WS-PO-ACHADO
                 INITIALIZE WS-PO (WS-PO-ACHADO)
                 MOVE WS-PO-BUSCA TO WS-PO-NUMERO (WS-PO-ACHADO)
              ELSE
                 IF WS-PO-ESTOURO EQUAL 'N'
                    DISPLAY "MAIS DE 500 PEDIDOS NO PERIODO - QUADRO"
                            " PARCIAL, AMPLIE A TABELA"
                 END-IF
                 MOVE 'S' TO WS-PO-ESTOURO
              END-IF
           END-IF.

       PROCURAR-PEDIDO    SECTION.
           ADD 1 TO WS-PO-IDX.
           IF WS-PO-NUMERO (WS-PO-IDX) EQUAL WS-PO-BUSCA
              MOVE WS-PO-IDX TO WS-PO-ACHADO
           END-IF.

      *------------------- PEDIDO X RECEBIDO DOS ITENS ----------------*
       SOMAR-ITENS-PEDIDOS    SECTION.
           IF WS-PO-ITENS EQUAL 0
              GO TO SOMAR-ITENS-PEDIDOS-FIM
           END-IF.
           OPEN INPUT PCITENS.
           IF WS-FS-PCITENS NOT EQUAL ZEROS
              GO TO SOMAR-ITENS-PEDIDOS-FIM
           END-IF.
           READ PCITENS.
           PERFORM SOMAR-UM-ITEM-PEDIDO
              UNTIL WS-FS-PCITENS NOT EQUAL ZEROS.
           CLOSE PCITENS.

       SOMAR-ITENS-PEDIDOS-FIM.
           EXIT.

       SOMAR-UM-ITEM-PEDIDO    SECTION.
           MOVE WS-PCI-NUMERO TO WS-PO-BUSCA.
           MOVE 0 TO WS-PO-IDX.
           MOVE 0 TO WS-PO-ACHADO.
           PERFORM PROCURAR-PEDIDO
              UNTIL WS-PO-IDX EQUAL WS-PO-ITENS
                 OR WS-PO-ACHADO NOT EQUAL 0.
           IF WS-PO-ACHADO NOT EQUAL 0
              ADD WS-PCI-QTD-PEDIDA
                TO WS-PO-QTD-PEDIDA (WS-PO-ACHADO)
              ADD WS-PCI-QTD-RECEBIDA
                TO WS-PO-QTD-RECEBIDA (WS-PO-ACHADO)
           END-IF.
           READ PCITENS.

      *------------------- DEVOLUCOES AO FORNECEDOR -------------------*
      *  A QUANTIDADE DEVOLVIDA NAO FOI ATENDIDA; A LINHA DEVOLVIDA   *
      *  CONTA NO MES DA DEVOLUCAO                                    *
       CARREGAR-DEVOLUCOES    SECTION.
           OPEN INPUT DEVOLUCOES.
           IF WS-FS-DEV NOT EQUAL ZEROS
              GO TO CARREGAR-DEVOLUCOES-FIM
           END-IF.
           READ DEVOLUCOES.
           PERFORM GUARDAR-DEVOLUCAO
              UNTIL WS-FS-DEV NOT EQUAL ZEROS.
           CLOSE DEVOLUCOES.

       CARREGAR-DEVOLUCOES-FIM.
           EXIT.

       GUARDAR-DEVOLUCAO    SECTION.
           MOVE WS-DV-PEDIDO TO WS-PO-BUSCA.
           MOVE 0 TO WS-PO-IDX.
           MOVE 0 TO WS-PO-ACHADO.
           PERFORM PROCURAR-PEDIDO
              UNTIL WS-PO-IDX EQUAL WS-PO-ITENS
                 OR WS-PO-ACHADO NOT EQUAL 0.
           IF WS-PO-ACHADO NOT EQUAL 0
              ADD WS-DV-QTD TO WS-PO-QTD-DEVOLVIDA (WS-PO-ACHADO)
           END-IF.

           COMPUTE WS-AAAAMM = WS-DV-DATA / 100.
           IF WS-AAAAMM EQUAL WS-COMPETENCIA
              MOVE WS-DV-FORNECEDOR TO WS-FN-BUSCA
              PERFORM LOCALIZAR-FORNECEDOR
              IF WS-FN-ACHADO NOT EQUAL 0
                 ADD 1 TO WS-FN-DEVOLUCOES (WS-FN-ACHADO)
              END-IF
           END-IF.
           READ DEVOLUCOES.

      *------------------- PEDIDO ENTRA NO QUADRO DO FORNECEDOR -------*
      *  NO PRAZO = PRIMEIRA ENTREGA ATE A DATA PROMETIDA; PEDIDO SEM *
      *  ENTREGA E AINDA NO PRAZO NAO CONTA; PRAZO REAL = DIAS DA     *
      *  EMISSAO ATE A PRIMEIRA ENTREGA                               *
       AVALIAR-PEDIDO    SECTION.
           ADD 1 TO WS-PO-IDX.
           MOVE WS-PO-FORN (WS-PO-IDX) TO WS-FN-BUSCA.
           PERFORM LOCALIZAR-FORNECEDOR.
           IF WS-FN-ACHADO EQUAL 0
              GO TO AVALIAR-PEDIDO-FIM
           END-IF.

           COMPUTE WS-AAAAMM = WS-PO-PROMETIDA (WS-PO-IDX) / 100.
           IF WS-AAAAMM EQUAL WS-COMPETENCIA
              ADD 1 TO WS-FN-PEDIDOS (WS-FN-ACHADO)
              ADD WS-PO-QTD-PEDIDA (WS-PO-IDX)
                TO WS-FN-QTD-PEDIDA (WS-FN-ACHADO)
              COMPUTE WS-RECEBIDA-LIQ = WS-PO-QTD-RECEBIDA (WS-PO-IDX)
                                      - WS-PO-QTD-DEVOLVIDA (WS-PO-IDX)
              IF WS-RECEBIDA-LIQ > 0
                 ADD WS-RECEBIDA-LIQ
                   TO WS-FN-QTD-RECEBIDA (WS-FN-ACHADO)
              END-IF
              EVALUATE TRUE
                  WHEN WS-PO-PRIM-ENTREGA (WS-PO-IDX) NOT EQUAL ZEROS
                      ADD 1 TO WS-FN-MEDIDOS (WS-FN-ACHADO)
                      IF WS-PO-PRIM-ENTREGA (WS-PO-IDX)
                            NOT > WS-PO-PROMETIDA (WS-PO-IDX)
                         ADD 1 TO WS-FN-NO-PRAZO (WS-FN-ACHADO)
                      END-IF
                  WHEN WS-PO-PROMETIDA (WS-PO-IDX) < WS-DATA-HOJE
                      ADD 1 TO WS-FN-MEDIDOS (WS-FN-ACHADO)
                  WHEN OTHER
                      ADD 1 TO WS-FN-A-VENCER (WS-FN-ACHADO)
              END-EVALUATE
           END-IF.

           IF WS-PO-PRIM-ENTREGA (WS-PO-IDX) EQUAL ZEROS
              GO TO AVALIAR-PEDIDO-FIM
           END-IF.
           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-PO-PRIM-ENTREGA
                                             (WS-PO-IDX))
                   - FUNCTION INTEGER-OF-DATE (WS-PO-EMISSAO
                                               (WS-PO-IDX)).
           IF WS-DIAS < 0
              MOVE 0 TO WS-DIAS
           END-IF.
           COMPUTE WS-AAAAMM = WS-PO-PRIM-ENTREGA (WS-PO-IDX) / 100.
           IF WS-AAAAMM EQUAL WS-COMPETENCIA
              ADD WS-DIAS TO WS-FN-PRAZO-SOMA (WS-FN-ACHADO)
              ADD 1       TO WS-FN-PRAZO-QTD (WS-FN-ACHADO)
           END-IF.
           IF WS-AAAAMM NOT < WS-COMP-INICIO
              AND WS-AAAAMM NOT > WS-COMPETENCIA
              ADD WS-DIAS TO WS-FN-PRAZO6-SOMA (WS-FN-ACHADO)
              ADD 1       TO WS-FN-PRAZO6-QTD (WS-FN-ACHADO)
           END-IF.

       AVALIAR-PEDIDO-FIM.
           EXIT.

      *------------------- FORNECEDOR NO QUADRO (INCLUI SE FALTAR) ----*
       LOCALIZAR-FORNECEDOR    SECTION.
           MOVE 0 TO WS-FN-IDX.
           MOVE 0 TO WS-FN-ACHADO.
           PERFORM PROCURAR-FORNECEDOR
              UNTIL WS-FN-IDX EQUAL WS-FN-ITENS
                 OR WS-FN-ACHADO NOT EQUAL 0.
           IF WS-FN-ACHADO EQUAL 0
              IF WS-FN-ITENS < 100
                 ADD 1 TO WS-FN-ITENS
                 MOVE WS-FN-ITENS TO WS-FN-ACHADO
                 INITIALIZE WS-FN (WS-FN-ACHADO)
                 MOVE WS-FN-BUSCA TO WS-FN-CODIGO (WS-FN-ACHADO)
                 MOVE 'N' TO WS-FN-IMPRESSO (WS-FN-ACHADO)
              ELSE
                 DISPLAY "TABELA DE FORNECEDORES CHEIA - FORNECEDOR "
                         WS-FN-BUSCA " FORA DO QUADRO"
              END-IF
           END-IF.

       PROCURAR-FORNECEDOR    SECTION.
           ADD 1 TO WS-FN-IDX.
           IF WS-FN-CODIGO (WS-FN-IDX) EQUAL WS-FN-BUSCA
              MOVE WS-FN-IDX TO WS-FN-ACHADO
           END-IF.

      *------------------- QUADRO NA ORDEM DO CADASTRO ----------------*
       IMPRIMIR-QUADRO    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "DESEMPENHO DE FORNECEDORES - COMPETENCIA "
                  WS-COMPETENCIA " - EMITIDO EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "LOTE CURTO = VENCE EM ATE " WS-DIAS-CURTO
                  " DIAS DA ENTREGA; PRAZO 6M = " WS-COMP-INICIO
                  " A " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "FORN NOME                 PEDID NO PRAZO PONT% ATEND%"
             TO WS-REL-LINHA.
           MOVE "PRAZO CAD  MES   6M LOTES CURTOS DEVOL"
             TO WS-REL-LINHA (56:39).
           WRITE WS-REL-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.

           OPEN INPUT FORNECEDORES.
           IF WS-FS-FORN EQUAL ZEROS
              READ FORNECEDORES NEXT RECORD
              PERFORM IMPRIMIR-FORNECEDOR-CADASTRO
                 UNTIL WS-FS-FORN NOT EQUAL ZEROS
              CLOSE FORNECEDORES
           END-IF.

      *    PEDIDOS DE FORNECEDOR QUE SAIU DO CADASTRO
           MOVE 0 TO WS-FN-IDX.
           PERFORM IMPRIMIR-FORNECEDOR-AVULSO
              UNTIL WS-FN-IDX EQUAL WS-FN-ITENS.

           MOVE ALL "-" TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE ZEROS TO WS-PCT.
           IF WS-TOT-MEDIDOS NOT EQUAL ZEROS
              COMPUTE WS-PCT ROUNDED =
                      (WS-TOT-NO-PRAZO * 100) / WS-TOT-MEDIDOS
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "FORNECEDORES " WS-TOT-FORNECEDORES
                  "  PEDIDOS " WS-TOT-PEDIDOS
                  "  NO PRAZO " WS-TOT-NO-PRAZO "/" WS-TOT-MEDIDOS
                  " (" WS-PCT "%)"
                  "  LOTES CURTOS " WS-TOT-LOTES-CURTOS
                  "  DEVOLUCOES " WS-TOT-DEVOLUCOES
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       IMPRIMIR-FORNECEDOR-CADASTRO    SECTION.
           MOVE WS-FORN-CODIGO TO WS-FN-BUSCA.
           MOVE 0 TO WS-FN-IDX.
           MOVE 0 TO WS-FN-ACHADO.
           PERFORM PROCURAR-FORNECEDOR
              UNTIL WS-FN-IDX EQUAL WS-FN-ITENS
                 OR WS-FN-ACHADO NOT EQUAL 0.
           IF WS-FN-ACHADO NOT EQUAL 0
              MOVE WS-FORN-NOME (1:20) TO WS-NOME
              MOVE WS-FORN-PRAZO       TO WS-PRAZO-CAD
              MOVE WS-FN-ACHADO        TO WS-FN-IDX
              PERFORM IMPRIMIR-UM-FORNECEDOR
           END-IF.
           READ FORNECEDORES NEXT RECORD.

       IMPRIMIR-FORNECEDOR-AVULSO    SECTION.
           ADD 1 TO WS-FN-IDX.
           IF WS-FN-IMPRESSO (WS-FN-IDX) EQUAL 'N'
              MOVE "(FORA DO CADASTRO)" TO WS-NOME
              MOVE ZEROS                TO WS-PRAZO-CAD
              PERFORM IMPRIMIR-UM-FORNECEDOR
           END-IF.

      *------------------- UMA LINHA POR FORNECEDOR -------------------*
      *  "-" ONDE NAO HOUVE O QUE MEDIR                               *
       IMPRIMIR-UM-FORNECEDOR    SECTION.
           MOVE 'S' TO WS-FN-IMPRESSO (WS-FN-IDX).
           ADD 1 TO WS-TOT-FORNECEDORES.
           ADD WS-FN-PEDIDOS (WS-FN-IDX)  TO WS-TOT-PEDIDOS.
           ADD WS-FN-MEDIDOS (WS-FN-IDX)  TO WS-TOT-MEDIDOS.
           ADD WS-FN-NO-PRAZO (WS-FN-IDX) TO WS-TOT-NO-PRAZO.
           ADD WS-FN-LOTES-CURTOS (WS-FN-IDX) TO WS-TOT-LOTES-CURTOS.
           ADD WS-FN-DEVOLUCOES (WS-FN-IDX) TO WS-TOT-DEVOLUCOES.

           MOVE WS-FN-PEDIDOS (WS-FN-IDX) TO WS-QTD-EDIT.
           MOVE WS-QTD-EDIT TO WS-TXT-PEDIDOS.
           MOVE WS-FN-NO-PRAZO (WS-FN-IDX) TO WS-QTD-EDIT.
           MOVE WS-QTD-EDIT TO WS-TXT-NO-PRAZO.
           MOVE WS-FN-LOTES (WS-FN-IDX) TO WS-QTD-EDIT.
           MOVE WS-QTD-EDIT TO WS-TXT-LOTES.
           MOVE WS-FN-LOTES-CURTOS (WS-FN-IDX) TO WS-QTD-EDIT.
           MOVE WS-QTD-EDIT TO WS-TXT-CURTOS.
           MOVE WS-FN-DEVOLUCOES (WS-FN-IDX) TO WS-QTD-EDIT.
           MOVE WS-QTD-EDIT TO WS-TXT-DEVOL.

           MOVE "   -" TO WS-TXT-PONTUAL.
           IF WS-FN-MEDIDOS (WS-FN-IDX) NOT EQUAL ZEROS
              COMPUTE WS-PCT ROUNDED =
                      (WS-FN-NO-PRAZO (WS-FN-IDX) * 100)
                      / WS-FN-MEDIDOS (WS-FN-IDX)
              MOVE WS-PCT TO WS-NUM-EDIT
              MOVE WS-NUM-EDIT TO WS-TXT-PONTUAL (2:3)
           END-IF.

           MOVE "   -" TO WS-TXT-ATENDIDO.
           IF WS-FN-QTD-PEDIDA (WS-FN-IDX) NOT EQUAL ZEROS
              COMPUTE WS-PCT ROUNDED =
                      (WS-FN-QTD-RECEBIDA (WS-FN-IDX) * 100)
                      / WS-FN-QTD-PEDIDA (WS-FN-IDX)
              MOVE WS-PCT TO WS-NUM-EDIT
              MOVE WS-NUM-EDIT TO WS-TXT-ATENDIDO (2:3)
           END-IF.

           MOVE "   -" TO WS-TXT-PRAZO-CAD.
           IF WS-NOME NOT EQUAL "(FORA DO CADASTRO)"
              MOVE WS-PRAZO-CAD TO WS-NUM-EDIT
              MOVE WS-NUM-EDIT TO WS-TXT-PRAZO-CAD (2:3)
           END-IF.

           MOVE "   -" TO WS-TXT-PRAZO-MES.
           IF WS-FN-PRAZO-QTD (WS-FN-IDX) NOT EQUAL ZEROS
              COMPUTE WS-MEDIA ROUNDED =
                      WS-FN-PRAZO-SOMA (WS-FN-IDX)
                      / WS-FN-PRAZO-QTD (WS-FN-IDX)
              MOVE WS-MEDIA TO WS-NUM-EDIT
              MOVE WS-NUM-EDIT TO WS-TXT-PRAZO-MES (2:3)
           END-IF.

           MOVE "   -" TO WS-TXT-PRAZO-6M.
           IF WS-FN-PRAZO6-QTD (WS-FN-IDX) NOT EQUAL ZEROS
              COMPUTE WS-MEDIA ROUNDED =
                      WS-FN-PRAZO6-SOMA (WS-FN-IDX)
                      / WS-FN-PRAZO6-QTD (WS-FN-IDX)
              MOVE WS-MEDIA TO WS-NUM-EDIT
              MOVE WS-NUM-EDIT TO WS-TXT-PRAZO-6M (2:3)
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-FN-CODIGO (WS-FN-IDX) " " WS-NOME
                  "  " WS-TXT-PEDIDOS
                  "     " WS-TXT-NO-PRAZO
                  "  " WS-TXT-PONTUAL
                  "   " WS-TXT-ATENDIDO
                  "      " WS-TXT-PRAZO-CAD
                  " " WS-TXT-PRAZO-MES
                  " " WS-TXT-PRAZO-6M
                  "  " WS-TXT-LOTES
                  "   " WS-TXT-CURTOS
                  "  " WS-TXT-DEVOL
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

      *------------------- PRAZO REAL DOS ULTIMOS 6 MESES -------------*
      *  O ARQUIVO E REFEITO A CADA AVALIACAO; FORNECEDOR SEM ENTREGA *
      *  NA JANELA FICA DE FORA E O 8-COMPRAS USA O PRAZO DO CADASTRO *
       GRAVAR-PRAZO-REAL    SECTION.
           OPEN OUTPUT PRAZOREAL.
           IF WS-FS-PRAZO NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO PRAZO REAL " WS-FS-PRAZO
              GO TO GRAVAR-PRAZO-REAL-FIM
           END-IF.
           MOVE 0 TO WS-FN-IDX.
           PERFORM GRAVAR-UM-PRAZO-REAL
              UNTIL WS-FN-IDX EQUAL WS-FN-ITENS.
           CLOSE PRAZOREAL.

       GRAVAR-PRAZO-REAL-FIM.
           EXIT.

       GRAVAR-UM-PRAZO-REAL    SECTION.
           ADD 1 TO WS-FN-IDX.
           IF WS-FN-PRAZO6-QTD (WS-FN-IDX) NOT EQUAL ZEROS
              MOVE WS-FN-CODIGO (WS-FN-IDX) TO WS-PRZ-FORNECEDOR
              COMPUTE WS-PRZ-DIAS ROUNDED =
                      WS-FN-PRAZO6-SOMA (WS-FN-IDX)
                      / WS-FN-PRAZO6-QTD (WS-FN-IDX)
              MOVE WS-FN-PRAZO6-QTD (WS-FN-IDX) TO WS-PRZ-PEDIDOS
              MOVE WS-COMPETENCIA TO WS-PRZ-COMPETENCIA
              WRITE WS-PRZ-REG
              ADD 1 TO WS-TOT-PRAZO-REAL
           END-IF.

       FINALIZAR    SECTION.
           CLOSE RELATORIO.
           DISPLAY "PRAZOS REAIS PARA O 8-COMPRAS: " WS-TOT-PRAZO-REAL.
           DISPLAY "QUADRO EM ..\DADOS\FORNECEDORES.DESEMPENHO.TXT".
       END PROGRAM 8-FORNAVAL.
