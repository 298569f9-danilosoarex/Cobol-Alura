              88 WS-MOV-ENTRADA     VALUE "E".
              88 WS-MOV-SAIDA       VALUE "S".
              88 WS-MOV-AJUSTE      VALUE "A".
              88 WS-MOV-DEVOLUCAO   VALUE "D".
           05 WS-MOV-QTD            PIC 9(05).
           05 WS-MOV-DOCUMENTO      PIC X(10).
           05 WS-MOV-CUSTO-UNIT     PIC 9(05)V99.
      *       CUSTO UNITARIO DA ENTRADA; ZEROS = MANTEM O MEDIO
           05 WS-MOV-LOTE           PIC 9(04).
      *       SO NA DEVOLUCAO AO FORNECEDOR (8-DEVFORN): LOTE QUE
      *       VOLTOU. OS DEMAIS LANCADORES DEIXAM EM BRANCO

      *------------------- HISTORICO = DIARIO + DADOS DO LANCAMENTO -*
       FD  HISTORICO.
       01 WS-TOT-LIDOS             PIC 9(04) VALUE ZEROS.
       01 WS-TOT-LANCADOS          PIC 9(04) VALUE ZEROS.
       01 WS-TOT-REJEITADOS        PIC 9(04) VALUE ZEROS.
       01 WS-TOT-FECHADOS          PIC 9(04) VALUE ZEROS.
       01 WS-MOV-OK                PIC X(01) VALUE "N".

      *------------------- REJEITADOS VOLTAM AO DIARIO --------------*
       01 WS-REJ-TAB.
           05 WS-REJ-ITEM OCCURS 200 TIMES PIC X(51).
       01 WS-REJ-ITENS             PIC 9(03) VALUE 0.
       01 WS-REJ-IDX               PIC 9(03) VALUE 0.
       01 WS-TOT-PENDENTES         PIC 9(05) VALUE 0.
       01 WS-LTB-ESCOLHIDO         PIC 9(03) VALUE 0.
       01 WS-QTD-RESTANTE          PIC 9(05) VALUE 0.
       01 WS-QTD-BAIXA             PIC 9(05) VALUE 0.

      *------------------- PARAMETROS DO 11-PERCHK --------------------*
       01 WS-PERIODO.
           05 WS-PER-AREA           PIC X(03).
           05 WS-PER-DATA           PIC 9(08).
           05 WS-PER-SITUACAO       PIC X(01).
              88 WS-PER-ABERTO         VALUE 'A'.
              88 WS-PER-FECHADO        VALUE 'F'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE "N" TO WS-MOV-OK.

      *    MOVIMENTO DE COMPETENCIA FECHADA FICA PENDENTE ATE O
      *    SUPERVISOR REABRIR O PERIODO (VER 11-PERIODO)
           MOVE "EST"       TO WS-PER-AREA.
           MOVE WS-MOV-DATA TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-MOV-DATA (1:6) " FECHADA - "
                      WS-MOV-DEPOSITO " " WS-MOV-PRODUTO
                      " DOC " WS-MOV-DOCUMENTO
              ADD 1 TO WS-TOT-FECHADOS
              GO TO LANCAR-MOVIMENTO-APURA
           END-IF.

           MOVE WS-MOV-DEPOSITO TO WS-ESTOQUE-DEPOSITO.
           MOVE WS-MOV-PRODUTO  TO WS-ESTOQUE-PRODUTO.
           READ ESTOQUE KEY IS WS-ESTOQUE-CHAVE.
                   ADD WS-MOV-QTD TO WS-ESTOQUE-QTD
                   REWRITE WS-ESTOQUE-REG
                   MOVE "S" TO WS-MOV-OK
               WHEN WS-FS-ESTOQUE EQUAL ZEROS
                AND (WS-MOV-SAIDA OR WS-MOV-DEVOLUCAO)
                   IF WS-MOV-QTD > WS-ESTOQUE-QTD
                      DISPLAY "SALDO INSUFICIENTE - "
                              WS-MOV-DEPOSITO " " WS-MOV-PRODUTO
                           " DOC " WS-MOV-DOCUMENTO
           END-EVALUATE.

       LANCAR-MOVIMENTO-APURA.
           IF WS-MOV-OK EQUAL "S"
              ADD 1 TO WS-TOT-LANCADOS
              PERFORM GRAVAR-HISTORICO
              IF WS-MOV-SAIDA AND WS-TEM-LOTES EQUAL 'S'
                 PERFORM CONSUMIR-LOTES-FEFO
              END-IF
              IF WS-MOV-DEVOLUCAO AND WS-TEM-LOTES EQUAL 'S'
                 PERFORM BAIXAR-LOTE-DEVOLVIDO
              END-IF
           ELSE
              ADD 1 TO WS-TOT-REJEITADOS
      *       O DIARIO FOI CONTADO NA ABERTURA, ENTAO TODO
           MOVE WS-MOV-DOCUMENTO TO WS-HIST-DOCUMENTO.
           MOVE WS-DATA-HOJE     TO WS-HIST-DATA-POST.
           MOVE WS-ESTOQUE-QTD   TO WS-HIST-SALDO-APOS.
      *    ENTRADA VALE O CUSTO DA NOTA; SAIDA, AJUSTE E DEVOLUCAO
      *    SAEM PELO CUSTO MEDIO CORRENTE DO ITEM
           IF WS-MOV-ENTRADA AND WS-MOV-CUSTO-UNIT NOT EQUAL ZEROS
              MOVE WS-MOV-CUSTO-UNIT TO WS-HIST-CUSTO-UNIT
           ELSE
              END-IF
           END-IF.

      *------------------- DEVOLUCAO BAIXA O PROPRIO LOTE -------------*
      *  O LOTE DEVOLVIDO SAI MESMO BLOQUEADO (VENCIDO, AVARIADO);    *
      *  SEM LOTE INFORMADO, OU LOTE NAO ACHADO, NAO MEXE EM LOTES    *
       BAIXAR-LOTE-DEVOLVIDO    SECTION.
           IF WS-MOV-LOTE NOT NUMERIC
              GO TO BAIXAR-LOTE-DEVOLVIDO-FIM
           END-IF.
           MOVE 0 TO WS-LTB-ESCOLHIDO.
           MOVE 0 TO WS-LTB-IDX.
           PERFORM ACHAR-LOTE-DEVOLVIDO
              UNTIL WS-LTB-IDX EQUAL WS-LTB-ITENS
                 OR WS-LTB-ESCOLHIDO NOT EQUAL 0.
           IF WS-LTB-ESCOLHIDO EQUAL 0
              DISPLAY "LOTE " WS-MOV-LOTE " NAO ACHADO - "
                      WS-MOV-DEPOSITO " " WS-MOV-PRODUTO
                      " DOC " WS-MOV-DOCUMENTO
              GO TO BAIXAR-LOTE-DEVOLVIDO-FIM
           END-IF.
           IF WS-LTB-QTD (WS-LTB-ESCOLHIDO) > WS-MOV-QTD
              SUBTRACT WS-MOV-QTD FROM WS-LTB-QTD (WS-LTB-ESCOLHIDO)
           ELSE
              MOVE ZEROS TO WS-LTB-QTD (WS-LTB-ESCOLHIDO)
           END-IF.

       BAIXAR-LOTE-DEVOLVIDO-FIM.
           EXIT.

       ACHAR-LOTE-DEVOLVIDO    SECTION.
           ADD 1 TO WS-LTB-IDX.
           IF WS-LTB-DEPOSITO (WS-LTB-IDX) EQUAL WS-MOV-DEPOSITO
              AND WS-LTB-PRODUTO (WS-LTB-IDX) EQUAL WS-MOV-PRODUTO
              AND WS-LTB-LOTE (WS-LTB-IDX) EQUAL WS-MOV-LOTE
              MOVE WS-LTB-IDX TO WS-LTB-ESCOLHIDO
           END-IF.

       REGRAVAR-LOTES    SECTION.
           IF WS-TEM-LOTES NOT EQUAL 'S'
              GO TO REGRAVAR-LOTES-FIM
           DISPLAY "MOVIMENTOS LIDOS     : " WS-TOT-LIDOS.
           DISPLAY "MOVIMENTOS LANCADOS  : " WS-TOT-LANCADOS.
           DISPLAY "MOVIMENTOS REJEITADOS: " WS-TOT-REJEITADOS.
           IF WS-TOT-FECHADOS NOT EQUAL ZEROS
              DISPLAY "  EM PERIODO FECHADO : " WS-TOT-FECHADOS
           END-IF.
           IF WS-TOT-REJEITADOS NOT EQUAL ZEROS
              DISPLAY "OS REJEITADOS PERMANECEM NO DIARIO PENDENTE"
           END-IF.
