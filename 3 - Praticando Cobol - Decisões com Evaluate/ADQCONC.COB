      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ADQCONC.
      *-----------------------------------------------------------------
      *  CONCILIACAO DOS RECEBIMENTOS EM CARTAO E PIX DA PIZZARIA.    *
      *  A LIQUIDACAO DA ADQUIRENTE E O EXTRATO DE CREDITOS PIX SAO   *
      *  CASADOS, PEDIDO A PEDIDO, COM OS PAGAMENTOS CAPTURADOS NO    *
      *  PAGPEDIDO.DAT (FORMA C OU P): PRIMEIRO PELO NUMERO DO PEDIDO *
      *  QUANDO A MAQUININHA OU O QR DO PEDIDO O TROUXE, DEPOIS PELA  *
      *  DATA E O VALOR. CHARGEBACKS E TARIFAS AVULSAS SAEM A PARTE.  *
      *  O QUE NAO CASA DOS DOIS LADOS VAI PARA O ADQCONC.PEND.DAT E  *
      *  VOLTA NA RODADA SEGUINTE, ATE SER CASADO (VER 5-CONCILIA)    *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACAO
           ASSIGN TO "..\DADOS\ADQUIRENTE\LIQUIDACAO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIQ.

           SELECT CREDPIX ASSIGN TO "..\DADOS\ADQUIRENTE\PIX.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PIX.

           SELECT PAGPEDIDO ASSIGN TO "..\DADOS\PAGPEDIDO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGPED.

           SELECT PENDENCIAS ASSIGN TO "..\DADOS\ADQCONC.PEND.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEND.

           SELECT ADQCTL ASSIGN TO "..\DADOS\ADQCONC.CTL"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTL.

           SELECT RELATORIO ASSIGN TO "..\DADOS\ADQCONC.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- LIQUIDACAO DA ADQUIRENTE DE CARTAO ---------*
      *  0 = HEADER COM A DATA DO ARQUIVO / 1 = MOVIMENTO /           *
      *  9 = TRAILER COM A QUANTIDADE DE MOVIMENTOS. VALORES SEM      *
      *  VIRGULA. PEDIDO VEM ZERADO QUANDO A MAQUININHA NAO O PEDIU   *
       FD  LIQUIDACAO.
       01  WS-LIQ-REG.
           05 WS-LIQ-TIPO-REG          PIC X(01).
              88 WS-LIQ-HEADER             VALUE '0'.
              88 WS-LIQ-DETALHE            VALUE '1'.
              88 WS-LIQ-TRAILER            VALUE '9'.
           05 WS-LIQ-MOVIMENTO         PIC X(01).
      *       V = VENDA LIQUIDADA / C = CHARGEBACK / T = TARIFA AVULSA
           05 WS-LIQ-DATA-VENDA        PIC 9(08).
           05 WS-LIQ-DATA-CREDITO      PIC 9(08).
           05 WS-LIQ-BRUTO             PIC 9(05)V99.
           05 WS-LIQ-TAXA              PIC 9(05)V99.
           05 WS-LIQ-LIQUIDO           PIC 9(05)V99.
           05 WS-LIQ-NSU               PIC X(12).
           05 WS-LIQ-PEDIDO            PIC 9(08).
       01  WS-LIQ-HEADER-REG.
           05 FILLER                   PIC X(01).
           05 WS-LIQ-DATA-ARQUIVO      PIC 9(08).
           05 WS-LIQ-ADQUIRENTE        PIC X(10).
           05 FILLER                   PIC X(46).
       01  WS-LIQ-TRAILER-REG.
           05 FILLER                   PIC X(01).
           05 WS-LIQ-QTD               PIC 9(06).
           05 FILLER                   PIC X(58).

      *------------------- EXTRATO DE CREDITOS PIX DO BANCO -----------*
      *  O QR GERADO PARA O PEDIDO LEVA O NUMERO DO PEDIDO NAS OITO   *
      *  PRIMEIRAS POSICOES DO TXID; PIX NA CHAVE AVULSA VEM SEM      *
       FD  CREDPIX.
       01  WS-PIX-REG.
           05 WS-PIX-TIPO-REG          PIC X(01).
              88 WS-PIX-HEADER             VALUE '0'.
              88 WS-PIX-DETALHE            VALUE '1'.
              88 WS-PIX-TRAILER            VALUE '9'.
           05 WS-PIX-DATA              PIC 9(08).
           05 WS-PIX-VALOR             PIC 9(05)V99.
           05 WS-PIX-E2E               PIC X(32).
           05 WS-PIX-TXID              PIC X(25).
           05 WS-PIX-PAGADOR           PIC X(30).
       01  WS-PIX-TRAILER-REG.
           05 FILLER                   PIC X(01).
           05 WS-PIX-QTD               PIC 9(06).
           05 FILLER                   PIC X(96).

      *------------------- (VER DESPACHO) -----------------------------*
       FD  PAGPEDIDO.
       01  WS-PAGPED-REG.
           05 WS-PAGPED-PEDIDO         PIC 9(08).
           05 WS-PAGPED-DATA           PIC 9(08).
           05 WS-PAGPED-FORMA          PIC X(01).
           05 WS-PAGPED-VALOR          PIC 9(04)V99.
           05 WS-PAGPED-RECEBIDO       PIC 9(05)V99.
           05 WS-PAGPED-TROCO          PIC 9(04)V99.

      *------------------- ITENS AINDA NAO CONCILIADOS ----------------*
      *  E = CREDITO DA ADQUIRENTE OU DO PIX SEM PEDIDO /             *
      *  N = PAGAMENTO NOSSO AINDA NAO PAGO PELA ADQUIRENTE OU BANCO  *
       FD  PENDENCIAS.
       01  WS-PEND-REG.
           05 WS-PEND-ORIGEM           PIC X(01).
           05 WS-PEND-FORMA            PIC X(01).
           05 WS-PEND-DATA             PIC 9(08).
           05 WS-PEND-DATA-CREDITO     PIC 9(08).
           05 WS-PEND-PEDIDO           PIC 9(08).
           05 WS-PEND-BRUTO            PIC 9(05)V99.
           05 WS-PEND-TAXA             PIC 9(05)V99.
           05 WS-PEND-LIQUIDO          PIC 9(05)V99.
           05 WS-PEND-REFERENCIA       PIC X(32).

      *------------------- DATA DO ULTIMO ARQUIVO DE CADA LADO --------*
       FD  ADQCTL.
       01  WS-CTL-REG.
           05 WS-CTL-ULTIMA-CARTAO     PIC 9(08).
           05 WS-CTL-ULTIMA-PIX        PIC 9(08).

       FD  RELATORIO.
       01  WS-REL-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-LIQ                    PIC 9(02) VALUE ZEROS.
       01 WS-FS-PIX                    PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAGPED                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEND                   PIC 9(02) VALUE ZEROS.
       01 WS-FS-CTL                    PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                    PIC 9(02) VALUE ZEROS.

      *------------------- O QUE ENTRA NESTA RODADA -------------------*
      *  CADA LADO SO ENTRA SE O ARQUIVO CHEGOU E E POSTERIOR AO      *
      *  ULTIMO CONCILIADO; OS PAGAMENTOS NOSSOS DAQUELA FORMA ENTRAM *
      *  DO DIA SEGUINTE AO ULTIMO ATE A DATA DO ARQUIVO              *
       01 WS-TEM-CARTAO                PIC X(01) VALUE 'N'.
       01 WS-TEM-PIX                   PIC X(01) VALUE 'N'.
       01 WS-DATA-CARTAO               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PIX                  PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMA-CARTAO             PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMA-PIX                PIC 9(08) VALUE ZEROS.
       01 WS-ADQUIRENTE                PIC X(10) VALUE SPACES.
       01 WS-QTD-TRAILER               PIC 9(06) VALUE ZEROS.
       01 WS-QTD-DETALHES              PIC 9(06) VALUE ZEROS.
       01 WS-ESTOURO                   PIC X(01) VALUE 'N'.

      *------------------- CREDITOS DE FORA (ARQUIVOS + PENDENTES) ----*
       01 WS-EX-TAB.
           05 WS-EX OCCURS 2000 TIMES.
              10 WS-EX-FORMA           PIC X(01).
              10 WS-EX-MOVIMENTO       PIC X(01).
              10 WS-EX-DATA            PIC 9(08).
              10 WS-EX-DATA-CREDITO    PIC 9(08).
              10 WS-EX-PEDIDO          PIC 9(08).
              10 WS-EX-BRUTO           PIC 9(05)V99.
              10 WS-EX-TAXA            PIC 9(05)V99.
              10 WS-EX-LIQUIDO         PIC 9(05)V99.
              10 WS-EX-REFERENCIA      PIC X(32).
              10 WS-EX-CASADO          PIC 9(04).
       01 WS-EX-ITENS                  PIC 9(04) VALUE 0.
       01 WS-EX-IDX                    PIC 9(04) VALUE 0.

      *------------------- PAGAMENTOS NOSSOS (NOVOS + PENDENTES) ------*
       01 WS-NS-TAB.
           05 WS-NS OCCURS 2000 TIMES.
              10 WS-NS-FORMA           PIC X(01).
              10 WS-NS-DATA            PIC 9(08).
              10 WS-NS-PEDIDO          PIC 9(08).
              10 WS-NS-VALOR           PIC 9(05)V99.
              10 WS-NS-CASADO          PIC 9(04).
       01 WS-NS-ITENS                  PIC 9(04) VALUE 0.
       01 WS-NS-IDX                    PIC 9(04) VALUE 0.
       01 WS-NS-ACHADO                 PIC 9(04) VALUE 0.
       01 WS-PASSO                     PIC X(01) VALUE SPACES.
      *       P = CASA PELO PEDIDO / D = CASA PELA DATA E VALOR

       01 WS-TOT-PAGOS                 PIC 9(05) VALUE 0.
       01 WS-TOT-PENDENTES             PIC 9(05) VALUE 0.
       01 WS-TOT-SEM-PEDIDO            PIC 9(05) VALUE 0.
       01 WS-TOT-DESCONTOS             PIC 9(05) VALUE 0.
       01 WS-TOT-PEND-LIDAS            PIC 9(05) VALUE 0.
       01 WS-VLR-BRUTO                 PIC 9(07)V99 VALUE 0.
       01 WS-VLR-TAXAS                 PIC 9(07)V99 VALUE 0.
       01 WS-VLR-LIQUIDO               PIC 9(07)V99 VALUE 0.
       01 WS-VLR-PENDENTE              PIC 9(07)V99 VALUE 0.
       01 WS-VLR-SEM-PEDIDO            PIC 9(07)V99 VALUE 0.
       01 WS-VLR-CHARGEBACK            PIC 9(07)V99 VALUE 0.
       01 WS-VLR-TARIFA                PIC 9(07)V99 VALUE 0.
       01 WS-VALOR-EDIT                PIC ZZ.ZZ9,99.
       01 WS-TAXA-EDIT                 PIC ZZ.ZZ9,99.
       01 WS-LIQ-EDIT                  PIC ZZ.ZZ9,99.
       01 WS-TOTAL-EDIT                PIC Z.ZZZ.ZZ9,99.
       01 WS-MOV-TEXTO                 PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-PENDENCIAS.
           IF WS-TEM-CARTAO EQUAL 'S'
              PERFORM CARREGAR-LIQUIDACAO
           END-IF.
           IF WS-TEM-PIX EQUAL 'S'
              PERFORM CARREGAR-PIX
           END-IF.
           PERFORM CARREGAR-PAGAMENTOS.
           IF WS-ESTOURO EQUAL 'S'
              DISPLAY "MAIS DE 2000 MOVIMENTOS DE UM LADO - "
                      "CONCILIACAO CANCELADA"
              STOP RUN
           END-IF.

           MOVE 'P' TO WS-PASSO.
           MOVE 0 TO WS-EX-IDX.
           PERFORM CASAR-CREDITO
              UNTIL WS-EX-IDX EQUAL WS-EX-ITENS.
           MOVE 'D' TO WS-PASSO.
           MOVE 0 TO WS-EX-IDX.
           PERFORM CASAR-CREDITO
              UNTIL WS-EX-IDX EQUAL WS-EX-ITENS.

           PERFORM EMITIR-RELATORIO.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "CONCILIACAO DE CARTAO E PIX".
           DISPLAY "---------------------------".

           OPEN INPUT ADQCTL.
           IF WS-FS-CTL EQUAL ZEROS
              READ ADQCTL
           END-IF.
           IF WS-FS-CTL EQUAL ZEROS
              MOVE WS-CTL-ULTIMA-CARTAO TO WS-ULTIMA-CARTAO
              MOVE WS-CTL-ULTIMA-PIX    TO WS-ULTIMA-PIX
              CLOSE ADQCTL
           END-IF.

           PERFORM ABRIR-LIQUIDACAO.
           PERFORM ABRIR-PIX.
           IF WS-TEM-CARTAO NOT EQUAL 'S'
              AND WS-TEM-PIX NOT EQUAL 'S'
              DISPLAY "NENHUM ARQUIVO NOVO A CONCILIAR"
              STOP RUN
           END-IF.

      *------------------- HEADER DA LIQUIDACAO DE CARTAO -------------*
      *  NA PRIMEIRA RODADA SO ENTRAM OS PAGAMENTOS DO PROPRIO DIA    *
       ABRIR-LIQUIDACAO    SECTION.
           OPEN INPUT LIQUIDACAO.
           IF WS-FS-LIQ NOT EQUAL ZEROS
              DISPLAY "SEM LIQUIDACAO DA ADQUIRENTE NESTA RODADA"
              GO TO ABRIR-LIQUIDACAO-FIM
           END-IF.
           READ LIQUIDACAO.
           IF WS-FS-LIQ NOT EQUAL ZEROS
              OR NOT WS-LIQ-HEADER
              DISPLAY "LIQUIDACAO SEM HEADER - CARTAO NAO CONCILIADO"
              CLOSE LIQUIDACAO
              GO TO ABRIR-LIQUIDACAO-FIM
           END-IF.
           MOVE WS-LIQ-DATA-ARQUIVO TO WS-DATA-CARTAO.
           MOVE WS-LIQ-ADQUIRENTE   TO WS-ADQUIRENTE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-CARTAO)
              NOT EQUAL 0
              DISPLAY "DATA DA LIQUIDACAO INVALIDA: " WS-DATA-CARTAO
              CLOSE LIQUIDACAO
              GO TO ABRIR-LIQUIDACAO-FIM
           END-IF.
           IF WS-ULTIMA-CARTAO EQUAL ZEROS
              COMPUTE WS-ULTIMA-CARTAO = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-DATA-CARTAO) - 1)
           END-IF.
           IF WS-DATA-CARTAO NOT GREATER THAN WS-ULTIMA-CARTAO
              DISPLAY "LIQUIDACAO DE " WS-DATA-CARTAO
                      " JA CONCILIADA (ULTIMA: " WS-ULTIMA-CARTAO ")"
              CLOSE LIQUIDACAO
              GO TO ABRIR-LIQUIDACAO-FIM
           END-IF.
           MOVE 'S' TO WS-TEM-CARTAO.
           DISPLAY "LIQUIDACAO " WS-ADQUIRENTE " DE " WS-DATA-CARTAO.

       ABRIR-LIQUIDACAO-FIM.
           EXIT.

      *------------------- HEADER DO EXTRATO PIX ----------------------*
       ABRIR-PIX    SECTION.
           OPEN INPUT CREDPIX.
           IF WS-FS-PIX NOT EQUAL ZEROS
              DISPLAY "SEM EXTRATO PIX NESTA RODADA"
              GO TO ABRIR-PIX-FIM
           END-IF.
           READ CREDPIX.
           IF WS-FS-PIX NOT EQUAL ZEROS
              OR NOT WS-PIX-HEADER
              DISPLAY "EXTRATO PIX SEM HEADER - PIX NAO CONCILIADO"
              CLOSE CREDPIX
              GO TO ABRIR-PIX-FIM
           END-IF.
           MOVE WS-PIX-DATA TO WS-DATA-PIX.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-PIX)
              NOT EQUAL 0
              DISPLAY "DATA DO EXTRATO PIX INVALIDA: " WS-DATA-PIX
              CLOSE CREDPIX
              GO TO ABRIR-PIX-FIM
           END-IF.
           IF WS-ULTIMA-PIX EQUAL ZEROS
              COMPUTE WS-ULTIMA-PIX = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-DATA-PIX) - 1)
           END-IF.
           IF WS-DATA-PIX NOT GREATER THAN WS-ULTIMA-PIX
              DISPLAY "EXTRATO PIX DE " WS-DATA-PIX
                      " JA CONCILIADO (ULTIMO: " WS-ULTIMA-PIX ")"
              CLOSE CREDPIX
              GO TO ABRIR-PIX-FIM
           END-IF.
           MOVE 'S' TO WS-TEM-PIX.
           DISPLAY "EXTRATO PIX DE " WS-DATA-PIX.

       ABRIR-PIX-FIM.
           EXIT.

      *------------------- O QUE FICOU DAS RODADAS ANTERIORES ---------*
       CARREGAR-PENDENCIAS    SECTION.
           OPEN INPUT PENDENCIAS.
           IF WS-FS-PEND NOT EQUAL ZEROS
              GO TO CARREGAR-PENDENCIAS-FIM
           END-IF.
           READ PENDENCIAS.
           PERFORM CARREGAR-UMA-PENDENCIA
              UNTIL WS-FS-PEND NOT EQUAL ZEROS.
           CLOSE PENDENCIAS.

       CARREGAR-PENDENCIAS-FIM.
           EXIT.

       CARREGAR-UMA-PENDENCIA    SECTION.
           ADD 1 TO WS-TOT-PEND-LIDAS.
           IF WS-PEND-ORIGEM EQUAL 'E'
              PERFORM GUARDAR-PENDENCIA-EXTERNA
           ELSE
              PERFORM GUARDAR-PENDENCIA-NOSSA
           END-IF.
           READ PENDENCIAS.

       GUARDAR-PENDENCIA-NOSSA    SECTION.
           IF WS-NS-ITENS NOT LESS THAN 2000
              MOVE 'S' TO WS-ESTOURO
              GO TO GUARDAR-PENDENCIA-NOSSA-FIM
           END-IF.
           ADD 1 TO WS-NS-ITENS.
           MOVE WS-PEND-FORMA  TO WS-NS-FORMA (WS-NS-ITENS).
           MOVE WS-PEND-DATA   TO WS-NS-DATA (WS-NS-ITENS).
           MOVE WS-PEND-PEDIDO TO WS-NS-PEDIDO (WS-NS-ITENS).
           MOVE WS-PEND-BRUTO  TO WS-NS-VALOR (WS-NS-ITENS).
           MOVE 0              TO WS-NS-CASADO (WS-NS-ITENS).

       GUARDAR-PENDENCIA-NOSSA-FIM.
           EXIT.

       GUARDAR-PENDENCIA-EXTERNA    SECTION.
           IF WS-EX-ITENS NOT LESS THAN 2000
              MOVE 'S' TO WS-ESTOURO
              GO TO GUARDAR-PENDENCIA-EXTERNA-FIM
           END-IF.
           ADD 1 TO WS-EX-ITENS.
           MOVE WS-PEND-FORMA        TO WS-EX-FORMA (WS-EX-ITENS).
           MOVE 'V'                  TO WS-EX-MOVIMENTO (WS-EX-ITENS).
           MOVE WS-PEND-DATA         TO WS-EX-DATA (WS-EX-ITENS).
           MOVE WS-PEND-DATA-CREDITO TO WS-EX-DATA-CREDITO
                                        (WS-EX-ITENS).
           MOVE WS-PEND-PEDIDO       TO WS-EX-PEDIDO (WS-EX-ITENS).
           MOVE WS-PEND-BRUTO        TO WS-EX-BRUTO (WS-EX-ITENS).
           MOVE WS-PEND-TAXA         TO WS-EX-TAXA (WS-EX-ITENS).
           MOVE WS-PEND-LIQUIDO      TO WS-EX-LIQUIDO (WS-EX-ITENS).
           MOVE WS-PEND-REFERENCIA   TO WS-EX-REFERENCIA (WS-EX-ITENS).
           MOVE 0                    TO WS-EX-CASADO (WS-EX-ITENS).

       GUARDAR-PENDENCIA-EXTERNA-FIM.
           EXIT.

      *------------------- MOVIMENTOS DA ADQUIRENTE -------------------*
       CARREGAR-LIQUIDACAO    SECTION.
           MOVE ZEROS TO WS-QTD-TRAILER WS-QTD-DETALHES.
           READ LIQUIDACAO.
           PERFORM LER-LINHA-LIQUIDACAO
              UNTIL WS-FS-LIQ NOT EQUAL ZEROS.
           IF WS-QTD-TRAILER NOT EQUAL WS-QTD-DETALHES
              DISPLAY "ATENCAO: TRAILER DA LIQUIDACAO COM "
                      WS-QTD-TRAILER " MOVIMENTOS, LIDOS "
                      WS-QTD-DETALHES
           END-IF.

       LER-LINHA-LIQUIDACAO    SECTION.
           EVALUATE TRUE
               WHEN WS-LIQ-DETALHE
                   ADD 1 TO WS-QTD-DETALHES
                   PERFORM GUARDAR-LIQUIDACAO
               WHEN WS-LIQ-TRAILER
                   MOVE WS-LIQ-QTD TO WS-QTD-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ LIQUIDACAO.

       GUARDAR-LIQUIDACAO    SECTION.
           IF WS-EX-ITENS NOT LESS THAN 2000
              MOVE 'S' TO WS-ESTOURO
              GO TO GUARDAR-LIQUIDACAO-FIM
           END-IF.
           ADD 1 TO WS-EX-ITENS.
           MOVE 'C'                 TO WS-EX-FORMA (WS-EX-ITENS).
           MOVE WS-LIQ-MOVIMENTO    TO WS-EX-MOVIMENTO (WS-EX-ITENS).
           MOVE WS-LIQ-DATA-VENDA   TO WS-EX-DATA (WS-EX-ITENS).
           MOVE WS-LIQ-DATA-CREDITO TO WS-EX-DATA-CREDITO (WS-EX-ITENS).
           MOVE WS-LIQ-PEDIDO       TO WS-EX-PEDIDO (WS-EX-ITENS).
           MOVE WS-LIQ-BRUTO        TO WS-EX-BRUTO (WS-EX-ITENS).
           MOVE WS-LIQ-TAXA         TO WS-EX-TAXA (WS-EX-ITENS).
           MOVE WS-LIQ-LIQUIDO      TO WS-EX-LIQUIDO (WS-EX-ITENS).
           MOVE SPACES              TO WS-EX-REFERENCIA (WS-EX-ITENS).
           MOVE WS-LIQ-NSU          TO WS-EX-REFERENCIA (WS-EX-ITENS).
           MOVE 0                   TO WS-EX-CASADO (WS-EX-ITENS).

       GUARDAR-LIQUIDACAO-FIM.
           EXIT.

      *------------------- CREDITOS PIX DO DIA ------------------------*
      *  PIX NAO TEM TARIFA POR VENDA: BRUTO = LIQUIDO                *
       CARREGAR-PIX    SECTION.
           MOVE ZEROS TO WS-QTD-TRAILER WS-QTD-DETALHES.
           READ CREDPIX.
           PERFORM LER-LINHA-PIX
              UNTIL WS-FS-PIX NOT EQUAL ZEROS.
           IF WS-QTD-TRAILER NOT EQUAL WS-QTD-DETALHES
              DISPLAY "ATENCAO: TRAILER DO PIX COM " WS-QTD-TRAILER
                      " CREDITOS, LIDOS " WS-QTD-DETALHES
           END-IF.

       LER-LINHA-PIX    SECTION.
           EVALUATE TRUE
               WHEN WS-PIX-DETALHE
                   ADD 1 TO WS-QTD-DETALHES
                   PERFORM GUARDAR-PIX
               WHEN WS-PIX-TRAILER
                   MOVE WS-PIX-QTD TO WS-QTD-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ CREDPIX.

       GUARDAR-PIX    SECTION.
           IF WS-EX-ITENS NOT LESS THAN 2000
              MOVE 'S' TO WS-ESTOURO
              GO TO GUARDAR-PIX-FIM
           END-IF.
           ADD 1 TO WS-EX-ITENS.
           MOVE 'P'          TO WS-EX-FORMA (WS-EX-ITENS).
           MOVE 'V'          TO WS-EX-MOVIMENTO (WS-EX-ITENS).
           MOVE WS-PIX-DATA  TO WS-EX-DATA (WS-EX-ITENS)
                                WS-EX-DATA-CREDITO (WS-EX-ITENS).
           IF WS-PIX-TXID (1:8) NUMERIC
              MOVE WS-PIX-TXID (1:8) TO WS-EX-PEDIDO (WS-EX-ITENS)
           ELSE
              MOVE ZEROS             TO WS-EX-PEDIDO (WS-EX-ITENS)
           END-IF.
           MOVE WS-PIX-VALOR TO WS-EX-BRUTO (WS-EX-ITENS)
                                WS-EX-LIQUIDO (WS-EX-ITENS).
           MOVE ZEROS        TO WS-EX-TAXA (WS-EX-ITENS).
           MOVE WS-PIX-E2E   TO WS-EX-REFERENCIA (WS-EX-ITENS).
           MOVE 0            TO WS-EX-CASADO (WS-EX-ITENS).

       GUARDAR-PIX-FIM.
           EXIT.

      *------------------- PAGAMENTOS CAPTURADOS NO DESPACHO ----------*
       CARREGAR-PAGAMENTOS    SECTION.
           OPEN INPUT PAGPEDIDO.
           IF WS-FS-PAGPED NOT EQUAL ZEROS
              GO TO CARREGAR-PAGAMENTOS-FIM
           END-IF.
           READ PAGPEDIDO.
           PERFORM LER-PAGAMENTO
              UNTIL WS-FS-PAGPED NOT EQUAL ZEROS.
           CLOSE PAGPEDIDO.

       CARREGAR-PAGAMENTOS-FIM.
           EXIT.

       LER-PAGAMENTO    SECTION.
           EVALUATE TRUE
               WHEN WS-PAGPED-FORMA EQUAL 'C'
                AND WS-TEM-CARTAO EQUAL 'S'
                AND WS-PAGPED-DATA > WS-ULTIMA-CARTAO
                AND WS-PAGPED-DATA NOT GREATER THAN WS-DATA-CARTAO
                   PERFORM GUARDAR-PAGAMENTO
               WHEN WS-PAGPED-FORMA EQUAL 'P'
                AND WS-TEM-PIX EQUAL 'S'
                AND WS-PAGPED-DATA > WS-ULTIMA-PIX
                AND WS-PAGPED-DATA NOT GREATER THAN WS-DATA-PIX
                   PERFORM GUARDAR-PAGAMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PAGPEDIDO.

       GUARDAR-PAGAMENTO    SECTION.
           IF WS-NS-ITENS NOT LESS THAN 2000
              MOVE 'S' TO WS-ESTOURO
              GO TO GUARDAR-PAGAMENTO-FIM
           END-IF.
           ADD 1 TO WS-NS-ITENS.
           MOVE WS-PAGPED-FORMA  TO WS-NS-FORMA (WS-NS-ITENS).
           MOVE WS-PAGPED-DATA   TO WS-NS-DATA (WS-NS-ITENS).
           MOVE WS-PAGPED-PEDIDO TO WS-NS-PEDIDO (WS-NS-ITENS).
           MOVE WS-PAGPED-VALOR  TO WS-NS-VALOR (WS-NS-ITENS).
           MOVE 0                TO WS-NS-CASADO (WS-NS-ITENS).

       GUARDAR-PAGAMENTO-FIM.
           EXIT.

      *------------------- CASA UM CREDITO DE FORA --------------------*
      *  SO VENDA LIQUIDADA CASA; CHARGEBACK E TARIFA SAO DESCONTOS.  *
      *  MESMA FORMA E VALOR BRUTO = VALOR DO PAGAMENTO. NO PASSO P O *
      *  PEDIDO PRECISA BATER (A DATA PODE SER OUTRA); NO PASSO D,    *
      *  SEM PEDIDO, A DATA DA VENDA DECIDE                           *
       CASAR-CREDITO    SECTION.
           ADD 1 TO WS-EX-IDX.
           IF WS-EX-CASADO (WS-EX-IDX) NOT EQUAL 0
              OR WS-EX-MOVIMENTO (WS-EX-IDX) NOT EQUAL 'V'
              GO TO CASAR-CREDITO-FIM
           END-IF.
           IF WS-PASSO EQUAL 'P'
              AND WS-EX-PEDIDO (WS-EX-IDX) EQUAL ZEROS
              GO TO CASAR-CREDITO-FIM
           END-IF.

           MOVE 0 TO WS-NS-IDX.
           MOVE 0 TO WS-NS-ACHADO.
           PERFORM PROCURAR-PAGAMENTO
              UNTIL WS-NS-IDX EQUAL WS-NS-ITENS
                 OR WS-NS-ACHADO NOT EQUAL 0.

           IF WS-NS-ACHADO NOT EQUAL 0
              MOVE WS-NS-ACHADO TO WS-EX-CASADO (WS-EX-IDX)
              MOVE WS-EX-IDX    TO WS-NS-CASADO (WS-NS-ACHADO)
           END-IF.

       CASAR-CREDITO-FIM.
           EXIT.

       PROCURAR-PAGAMENTO    SECTION.
           ADD 1 TO WS-NS-IDX.
           IF WS-NS-CASADO (WS-NS-IDX) NOT EQUAL 0
              OR WS-NS-FORMA (WS-NS-IDX) NOT EQUAL
                 WS-EX-FORMA (WS-EX-IDX)
              OR WS-NS-VALOR (WS-NS-IDX) NOT EQUAL
                 WS-EX-BRUTO (WS-EX-IDX)
              GO TO PROCURAR-PAGAMENTO-FIM
           END-IF.

           IF WS-PASSO EQUAL 'P'
              IF WS-NS-PEDIDO (WS-NS-IDX) EQUAL WS-EX-PEDIDO (WS-EX-IDX)
                 MOVE WS-NS-IDX TO WS-NS-ACHADO
              END-IF
           ELSE
              IF WS-NS-DATA (WS-NS-IDX) EQUAL WS-EX-DATA (WS-EX-IDX)
                 MOVE WS-NS-IDX TO WS-NS-ACHADO
              END-IF
           END-IF.

       PROCURAR-PAGAMENTO-FIM.
           EXIT.

      *------------------- AS QUATRO LISTAS DA CONCILIACAO ------------*
       EMITIR-RELATORIO    SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONCILIACAO DE CARTAO E PIX - LIQUIDACAO "
                  WS-DATA-CARTAO " PIX " WS-DATA-PIX
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "VENDAS PAGAS (F PEDIDO DATA-VENDA CREDITO BRUTO TAXA "
             TO WS-REL-LINHA.
           MOVE "LIQUIDO REFERENCIA)" TO WS-REL-LINHA (55:19).
           WRITE WS-REL-LINHA.
           MOVE 0 TO WS-EX-IDX.
           PERFORM LISTAR-PAGA
              UNTIL WS-EX-IDX EQUAL WS-EX-ITENS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "VENDAS AINDA NAO PAGAS (F PEDIDO DATA VALOR)"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE 0 TO WS-NS-IDX.
           PERFORM LISTAR-PENDENTE
              UNTIL WS-NS-IDX EQUAL WS-NS-ITENS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "CHARGEBACKS E TARIFAS DESCONTADOS (MOVIMENTO PEDIDO "
             TO WS-REL-LINHA.
           MOVE "DATA CREDITO VALOR NSU)" TO WS-REL-LINHA (53:23).
           WRITE WS-REL-LINHA.
           MOVE 0 TO WS-EX-IDX.
           PERFORM LISTAR-DESCONTO
              UNTIL WS-EX-IDX EQUAL WS-EX-ITENS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "CREDITOS SEM PEDIDO (F DATA CREDITO VALOR REFERENCIA)"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE 0 TO WS-EX-IDX.
           PERFORM LISTAR-SEM-PEDIDO
              UNTIL WS-EX-IDX EQUAL WS-EX-ITENS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE WS-VLR-BRUTO TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "VENDAS PAGAS      : " WS-TOT-PAGOS
                  "  BRUTO " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM TOTALIZAR-LINHA.
           MOVE WS-VLR-TAXAS TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  TAXAS DA ADQUIRENTE    " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM TOTALIZAR-LINHA.
           MOVE WS-VLR-LIQUIDO TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  LIQUIDO CREDITADO      " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM TOTALIZAR-LINHA.
           MOVE WS-VLR-PENDENTE TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "VENDAS NAO PAGAS  : " WS-TOT-PENDENTES
                  "  VALOR " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM TOTALIZAR-LINHA.
           MOVE WS-VLR-CHARGEBACK TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "DESCONTOS         : " WS-TOT-DESCONTOS
                  "  CHARGEBACK " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM TOTALIZAR-LINHA.
           MOVE WS-VLR-TARIFA TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  TARIFAS AVULSAS        " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM TOTALIZAR-LINHA.
           MOVE WS-VLR-SEM-PEDIDO TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CREDITOS SEM PEDIDO: " WS-TOT-SEM-PEDIDO
                  " VALOR " WS-TOTAL-EDIT
                  "  (PENDENTES DE ANTES: " WS-TOT-PEND-LIDAS ")"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM TOTALIZAR-LINHA.
           CLOSE RELATORIO.

       TOTALIZAR-LINHA    SECTION.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       LISTAR-PAGA    SECTION.
           ADD 1 TO WS-EX-IDX.
           IF WS-EX-CASADO (WS-EX-IDX) NOT EQUAL 0
              ADD 1 TO WS-TOT-PAGOS
              ADD WS-EX-BRUTO (WS-EX-IDX)   TO WS-VLR-BRUTO
              ADD WS-EX-TAXA (WS-EX-IDX)    TO WS-VLR-TAXAS
              ADD WS-EX-LIQUIDO (WS-EX-IDX) TO WS-VLR-LIQUIDO
              MOVE WS-EX-CASADO (WS-EX-IDX)  TO WS-NS-IDX
              MOVE WS-EX-BRUTO (WS-EX-IDX)   TO WS-VALOR-EDIT
              MOVE WS-EX-TAXA (WS-EX-IDX)    TO WS-TAXA-EDIT
              MOVE WS-EX-LIQUIDO (WS-EX-IDX) TO WS-LIQ-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING WS-EX-FORMA (WS-EX-IDX) " "
                     WS-NS-PEDIDO (WS-NS-IDX) " "
                     WS-NS-DATA (WS-NS-IDX) " "
                     WS-EX-DATA-CREDITO (WS-EX-IDX) " "
                     WS-VALOR-EDIT " "
                     WS-TAXA-EDIT " "
                     WS-LIQ-EDIT " "
                     WS-EX-REFERENCIA (WS-EX-IDX)
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

       LISTAR-PENDENTE    SECTION.
           ADD 1 TO WS-NS-IDX.
           IF WS-NS-CASADO (WS-NS-IDX) EQUAL 0
              ADD 1 TO WS-TOT-PENDENTES
              ADD WS-NS-VALOR (WS-NS-IDX) TO WS-VLR-PENDENTE
              MOVE WS-NS-VALOR (WS-NS-IDX) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING WS-NS-FORMA (WS-NS-IDX) " "
                     WS-NS-PEDIDO (WS-NS-IDX) " "
                     WS-NS-DATA (WS-NS-IDX) " "
                     WS-VALOR-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

      *    O VALOR DESCONTADO VEM NO LIQUIDO DA LINHA
       LISTAR-DESCONTO    SECTION.
           ADD 1 TO WS-EX-IDX.
           IF WS-EX-MOVIMENTO (WS-EX-IDX) EQUAL 'V'
              GO TO LISTAR-DESCONTO-FIM
           END-IF.
           ADD 1 TO WS-TOT-DESCONTOS.
           IF WS-EX-MOVIMENTO (WS-EX-IDX) EQUAL 'C'
              MOVE "CHARGEBACK" TO WS-MOV-TEXTO
              ADD WS-EX-LIQUIDO (WS-EX-IDX) TO WS-VLR-CHARGEBACK
           ELSE
              MOVE "TARIFA"     TO WS-MOV-TEXTO
              ADD WS-EX-LIQUIDO (WS-EX-IDX) TO WS-VLR-TARIFA
           END-IF.
           MOVE WS-EX-LIQUIDO (WS-EX-IDX) TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-MOV-TEXTO " "
                  WS-EX-PEDIDO (WS-EX-IDX) " "
                  WS-EX-DATA (WS-EX-IDX) " "
                  WS-EX-DATA-CREDITO (WS-EX-IDX) " "
                  WS-VALOR-EDIT " "
                  WS-EX-REFERENCIA (WS-EX-IDX)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

       LISTAR-DESCONTO-FIM.
           EXIT.

       LISTAR-SEM-PEDIDO    SECTION.
           ADD 1 TO WS-EX-IDX.
           IF WS-EX-CASADO (WS-EX-IDX) EQUAL 0
              AND WS-EX-MOVIMENTO (WS-EX-IDX) EQUAL 'V'
              ADD 1 TO WS-TOT-SEM-PEDIDO
              ADD WS-EX-LIQUIDO (WS-EX-IDX) TO WS-VLR-SEM-PEDIDO
              MOVE WS-EX-LIQUIDO (WS-EX-IDX) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING WS-EX-FORMA (WS-EX-IDX) " "
                     WS-EX-DATA (WS-EX-IDX) " "
                     WS-EX-DATA-CREDITO (WS-EX-IDX) " "
                     WS-VALOR-EDIT " "
                     WS-EX-REFERENCIA (WS-EX-IDX)
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

      *------------------- PENDENCIAS PARA A PROXIMA RODADA -----------*
      *  A DATA DE CADA LADO SO AVANCA SE AQUELE ARQUIVO ENTROU       *
       FINALIZAR    SECTION.
           OPEN OUTPUT PENDENCIAS.
           MOVE 0 TO WS-EX-IDX.
           PERFORM GRAVAR-PENDENCIA-EXTERNA
              UNTIL WS-EX-IDX EQUAL WS-EX-ITENS.
           MOVE 0 TO WS-NS-IDX.
           PERFORM GRAVAR-PENDENCIA-NOSSA
              UNTIL WS-NS-IDX EQUAL WS-NS-ITENS.
           CLOSE PENDENCIAS.

           IF WS-TEM-CARTAO EQUAL 'S'
              MOVE WS-DATA-CARTAO TO WS-ULTIMA-CARTAO
              CLOSE LIQUIDACAO
           END-IF.
           IF WS-TEM-PIX EQUAL 'S'
              MOVE WS-DATA-PIX TO WS-ULTIMA-PIX
              CLOSE CREDPIX
           END-IF.
           OPEN OUTPUT ADQCTL.
           MOVE WS-ULTIMA-CARTAO TO WS-CTL-ULTIMA-CARTAO.
           MOVE WS-ULTIMA-PIX    TO WS-CTL-ULTIMA-PIX.
           WRITE WS-CTL-REG.
           CLOSE ADQCTL.

           DISPLAY "RELATORIO EM ..\DADOS\ADQCONC.TXT".

       GRAVAR-PENDENCIA-EXTERNA    SECTION.
           ADD 1 TO WS-EX-IDX.
           IF WS-EX-CASADO (WS-EX-IDX) EQUAL 0
              AND WS-EX-MOVIMENTO (WS-EX-IDX) EQUAL 'V'
              MOVE 'E'                            TO WS-PEND-ORIGEM
              MOVE WS-EX-FORMA (WS-EX-IDX)        TO WS-PEND-FORMA
              MOVE WS-EX-DATA (WS-EX-IDX)         TO WS-PEND-DATA
              MOVE WS-EX-DATA-CREDITO (WS-EX-IDX) TO
                   WS-PEND-DATA-CREDITO
              MOVE WS-EX-PEDIDO (WS-EX-IDX)       TO WS-PEND-PEDIDO
              MOVE WS-EX-BRUTO (WS-EX-IDX)        TO WS-PEND-BRUTO
              MOVE WS-EX-TAXA (WS-EX-IDX)         TO WS-PEND-TAXA
              MOVE WS-EX-LIQUIDO (WS-EX-IDX)      TO WS-PEND-LIQUIDO
              MOVE WS-EX-REFERENCIA (WS-EX-IDX)   TO WS-PEND-REFERENCIA
              WRITE WS-PEND-REG
           END-IF.

       GRAVAR-PENDENCIA-NOSSA    SECTION.
           ADD 1 TO WS-NS-IDX.
           IF WS-NS-CASADO (WS-NS-IDX) EQUAL 0
              MOVE 'N'                      TO WS-PEND-ORIGEM
              MOVE WS-NS-FORMA (WS-NS-IDX)  TO WS-PEND-FORMA
              MOVE WS-NS-DATA (WS-NS-IDX)   TO WS-PEND-DATA
              MOVE ZEROS                    TO WS-PEND-DATA-CREDITO
              MOVE WS-NS-PEDIDO (WS-NS-IDX) TO WS-PEND-PEDIDO
              MOVE WS-NS-VALOR (WS-NS-IDX)  TO WS-PEND-BRUTO
              MOVE ZEROS                    TO WS-PEND-TAXA
                                               WS-PEND-LIQUIDO
              MOVE SPACES                   TO WS-PEND-REFERENCIA
              WRITE WS-PEND-REG
           END-IF.
       END PROGRAM ADQCONC.
