           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGPED.

           SELECT PEDITENS ASSIGN TO "..\DADOS\PEDITENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDITENS
           RECORD KEY IS WS-PITEM-CHAVE.

           SELECT ENTREGAS ASSIGN TO "..\DADOS\ENTREGAS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-ENTREGAS
           RECORD KEY IS WS-ENT-PEDIDO.

           SELECT ACERTOS ASSIGN TO "..\DADOS\ACERTOENTR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACERTOS.

           SELECT VALEMOV ASSIGN TO "..\DADOS\VALEMOV.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VALEMOV.

           SELECT FECHAMENTOS ASSIGN TO "..\DADOS\FECHAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FECHA.

           SELECT MOVCONTAB ASSIGN TO "..\DADOS\CONTAB.MOVTO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVCONTAB.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-PAGPED-RECEBIDO       PIC 9(05)V99.
           05 WS-PAGPED-TROCO          PIC 9(04)V99.

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

      *------------------- ROTA DE CADA PEDIDO (VER DESPACHO) ---------*
       FD  ENTREGAS.
       01  WS-ENT-REG.
           05 WS-ENT-PEDIDO            PIC 9(08).
           05 WS-ENT-ENTREGADOR        PIC X(03).
           05 WS-ENT-SAIDA             PIC X(14).
           05 WS-ENT-CHEGADA           PIC X(14).
           05 WS-ENT-SITUACAO          PIC X(01).
           05 WS-ENT-MOTIVO-FALHA      PIC X(30).

      *------------------- ACERTOS DE ENTREGADORES (VER ACERTOENTR) ---*
       FD  ACERTOS.
       01  WS-ACE-REG.
           05 WS-ACE-TIPO              PIC X(01).
              88 WS-ACE-CABECALHO          VALUE 'A'.
           05 WS-ACE-ENTREGADOR        PIC X(03).
           05 WS-ACE-DATAHORA          PIC X(14).
           05 WS-ACE-ENTREGAS          PIC 9(04).
           05 WS-ACE-FALHAS            PIC 9(04).
           05 WS-ACE-TAXAS             PIC 9(05)V99.
           05 WS-ACE-TURNO             PIC 9(03)V99.
           05 WS-ACE-DINHEIRO          PIC 9(05)V99.
           05 WS-ACE-ENTREGUE          PIC 9(05)V99.
           05 WS-ACE-SALDO             PIC S9(05)V99.

      *------------------- MOVIMENTO DOS VALES (VER VALECAD) ----------*
      *  A EMISSAO DE VALE-PRESENTE (E) TRAZ A FORMA EM QUE FOI PAGO  *
       FD  VALEMOV.
       01  WS-VMV-REG.
           05 WS-VMV-CODIGO            PIC X(12).
           05 WS-VMV-DATA              PIC 9(08).
           05 WS-VMV-MOVIMENTO         PIC X(01).
           05 WS-VMV-PEDIDO            PIC 9(08).
           05 WS-VMV-VALOR             PIC 9(05)V99.
           05 WS-VMV-SALDO             PIC 9(05)V99.
           05 WS-VMV-FORMA             PIC X(01).

      *------------------- UM FECHAMENTO Z POR DIA --------------------*
       FD  FECHAMENTOS.
       01  WS-FECHA-REG.
           05 WS-FECHA-PIX             PIC 9(07)V99.
           05 WS-FECHA-CONTADO         PIC 9(07)V99.
           05 WS-FECHA-DIFERENCA       PIC S9(07)V99.
           05 WS-FECHA-VALE            PIC 9(07)V99.

      *------------------- LOTE PARA A CONTABILIDADE ------------------*
      *  CX-DIN / CX-CAR / CX-PIX = VENDAS DO DIA POR FORMA;          *
      *  CX-SOB / CX-FAL = SOBRA OU FALTA NA GAVETA;                  *
      *  CX-VPV = VALES-PRESENTE VENDIDOS (JA DENTRO DAS FORMAS);     *
      *  CX-VPR = PEDIDOS PAGOS COM VALE-PRESENTE                     *
       FD  MOVCONTAB.
       01  WS-MCT-REG.
           05 WS-MCT-ORIGEM            PIC X(10).
           05 WS-MCT-LOTE              PIC X(14).
           05 WS-MCT-DATA              PIC 9(08).
           05 WS-MCT-EVENTO            PIC X(06).
           05 WS-MCT-VALOR             PIC 9(09)V99.
           05 WS-MCT-HISTORICO         PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-PAGPED                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-FECHA                  PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOVCONTAB              PIC 9(02) VALUE ZEROS.
       01 WS-FS-ENTREGAS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-ACERTOS                PIC 9(02) VALUE ZEROS.
       01 WS-FS-VALEMOV                PIC 9(02) VALUE ZEROS.
       01 WS-TEM-ENTREGAS              PIC X(01) VALUE 'N'.

       01 WS-DATA-FECHA                PIC 9(08) VALUE ZEROS.
       01 WS-JA-FECHADO                PIC X(01) VALUE 'N'.
       01 WS-TOT-CARTAO                PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-PIX                   PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-PEDIDOS               PIC 9(04) VALUE ZEROS.
      *    PEDIDO PAGO EM PARTE COM VALE-PRESENTE TEM DOIS PAGAMENTOS
      *    SEGUIDOS; O PEDIDO E OS ITENS CONTAM UMA VEZ SO
       01 WS-ULTIMO-PEDIDO             PIC 9(08) VALUE ZEROS.
      *    VALE-PRESENTE: RESGATADO EM PEDIDOS (NAO E DINHEIRO NOVO) E
      *    VENDIDO NO BALCAO (ENTRA NA FORMA EM QUE FOI PAGO)
       01 WS-TOT-VALE                  PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-VALE-VENDIDO          PIC 9(07)V99 VALUE ZEROS.
       01 WS-QTD-VALE-VENDIDO          PIC 9(04) VALUE ZEROS.
      *    DINHEIRO RECEBIDO NA PORTA SO ENTRA NO CAIXA NO ACERTO DO
      *    ENTREGADOR, NO DIA DO ACERTO
       01 WS-TOT-DIN-RUA               PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-DIN-ACERTO            PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-ACERTOS               PIC 9(04) VALUE ZEROS.
       01 WS-CONTADO                   PIC 9(07)V99 VALUE ZEROS.
       01 WS-DIFERENCA                 PIC S9(07)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT                PIC ZZZZZZ9,99.
       01 WS-DIF-EDIT                  PIC -ZZZZZZ9,99.

      *------------------- VENDAS DO DIA POR ITEM ---------------------*
      *  SAI DAS LINHAS DOS PEDIDOS PAGOS NO DIA; O VALOR E O PRECO   *
      *  CHEIO E OS COMBOS APARECEM A PARTE, COMO DESCONTO            *
       01 WS-FS-PEDITENS               PIC 9(02) VALUE ZEROS.
       01 WS-TEM-ITENS                 PIC X(01) VALUE 'N'.
       01 WS-VND-TAB.
           05 WS-VND OCCURS 40 TIMES.
              10 WS-VND-TIPO           PIC X(01).
              10 WS-VND-NOME           PIC X(12).
              10 WS-VND-TAMANHO        PIC X(01).
              10 WS-VND-QTD            PIC 9(05).
              10 WS-VND-VALOR          PIC 9(07)V99.
       01 WS-VND-ITENS                 PIC 9(02) VALUE 0.
       01 WS-VND-IDX                   PIC 9(02) VALUE 0.
       01 WS-VND-ACHADO                PIC 9(02) VALUE 0.
       01 WS-TOT-COMBOS                PIC 9(05) VALUE ZEROS.
       01 WS-TOT-DESCONTOS             PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-ENTREGAS              PIC 9(05) VALUE ZEROS.
       01 WS-TOT-TAXAS                 PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-CUPONS                PIC 9(05) VALUE ZEROS.
       01 WS-TOT-DESC-CUPOM            PIC 9(07)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           PERFORM SOMAR-DIA.
           PERFORM FECHAR.
           PERFORM GRAVAR-CONTABIL.

           STOP RUN.

           END-IF.

       SOMAR-DIA    SECTION.
           OPEN INPUT PEDITENS.
           IF WS-FS-PEDITENS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-ITENS
           END-IF.

           OPEN INPUT PAGPEDIDO.
           IF WS-FS-PAGPED NOT EQUAL ZEROS
              DISPLAY "SEM PAGAMENTOS CAPTURADOS NO DIA"
              GO TO SOMAR-DIA-FIM
           END-IF.
           OPEN INPUT ENTREGAS.
           IF WS-FS-ENTREGAS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-ENTREGAS
           END-IF.
           READ PAGPEDIDO.
           PERFORM SOMAR-UM-PAGAMENTO
              UNTIL WS-FS-PAGPED NOT EQUAL ZEROS.
           CLOSE PAGPEDIDO.
           IF WS-TEM-ENTREGAS EQUAL 'S'
              CLOSE ENTREGAS
           END-IF.

       SOMAR-DIA-FIM.
           IF WS-TEM-ITENS EQUAL 'S'
              CLOSE PEDITENS
           END-IF.
           PERFORM SOMAR-ACERTOS.
           PERFORM SOMAR-VALES-VENDIDOS.

       SOMAR-UM-PAGAMENTO    SECTION.
           IF WS-PAGPED-DATA EQUAL WS-DATA-FECHA
              EVALUATE WS-PAGPED-FORMA
                  WHEN 'D'
                      PERFORM SOMAR-DINHEIRO
                  WHEN 'C'
                      ADD WS-PAGPED-VALOR TO WS-TOT-CARTAO
                  WHEN 'P'
                      ADD WS-PAGPED-VALOR TO WS-TOT-PIX
                  WHEN 'V'
                      ADD WS-PAGPED-VALOR TO WS-TOT-VALE
              END-EVALUATE
              IF WS-PAGPED-PEDIDO NOT EQUAL WS-ULTIMO-PEDIDO
                 ADD 1 TO WS-TOT-PEDIDOS
                 PERFORM SOMAR-ITENS-DO-PEDIDO
              END-IF
              MOVE WS-PAGPED-PEDIDO TO WS-ULTIMO-PEDIDO
           END-IF.
           READ PAGPEDIDO.

      *    PEDIDO QUE SAIU COM ENTREGADOR: O DINHEIRO ESTA COM ELE
       SOMAR-DINHEIRO    SECTION.
           IF WS-TEM-ENTREGAS EQUAL 'S'
              MOVE WS-PAGPED-PEDIDO TO WS-ENT-PEDIDO
              READ ENTREGAS KEY IS WS-ENT-PEDIDO
              IF WS-FS-ENTREGAS EQUAL ZEROS
                 ADD WS-PAGPED-VALOR TO WS-TOT-DIN-RUA
                 GO TO SOMAR-DINHEIRO-FIM
              END-IF
           END-IF.
           ADD WS-PAGPED-VALOR TO WS-TOT-DINHEIRO.

       SOMAR-DINHEIRO-FIM.
           EXIT.

      *------------------- DINHEIRO ENTREGUE NOS ACERTOS DO DIA -------*
       SOMAR-ACERTOS    SECTION.
           OPEN INPUT ACERTOS.
           IF WS-FS-ACERTOS NOT EQUAL ZEROS
              GO TO SOMAR-ACERTOS-FIM
           END-IF.
           READ ACERTOS.
           PERFORM SOMAR-UM-ACERTO
              UNTIL WS-FS-ACERTOS NOT EQUAL ZEROS.
           CLOSE ACERTOS.

       SOMAR-ACERTOS-FIM.
           EXIT.

       SOMAR-UM-ACERTO    SECTION.
           IF WS-ACE-CABECALHO
              AND WS-ACE-DATAHORA (1:8) EQUAL WS-DATA-FECHA
              ADD 1               TO WS-TOT-ACERTOS
              ADD WS-ACE-ENTREGUE TO WS-TOT-DIN-ACERTO
              ADD WS-ACE-ENTREGUE TO WS-TOT-DINHEIRO
           END-IF.
           READ ACERTOS.

      *------------------- VALES-PRESENTE VENDIDOS NO DIA -------------*
      *  O DINHEIRO DA VENDA ESTA NA GAVETA, NA MAQUININHA OU NO PIX  *
       SOMAR-VALES-VENDIDOS    SECTION.
           OPEN INPUT VALEMOV.
           IF WS-FS-VALEMOV NOT EQUAL ZEROS
              GO TO SOMAR-VALES-VENDIDOS-FIM
           END-IF.
           READ VALEMOV.
           PERFORM SOMAR-UM-VALE-VENDIDO
              UNTIL WS-FS-VALEMOV NOT EQUAL ZEROS.
           CLOSE VALEMOV.

       SOMAR-VALES-VENDIDOS-FIM.
           EXIT.

       SOMAR-UM-VALE-VENDIDO    SECTION.
           IF WS-VMV-MOVIMENTO EQUAL 'E'
              AND WS-VMV-DATA EQUAL WS-DATA-FECHA
              AND WS-VMV-VALOR > 0
              ADD 1            TO WS-QTD-VALE-VENDIDO
              ADD WS-VMV-VALOR TO WS-TOT-VALE-VENDIDO
              EVALUATE WS-VMV-FORMA
                  WHEN 'C'
                      ADD WS-VMV-VALOR TO WS-TOT-CARTAO
                  WHEN 'P'
                      ADD WS-VMV-VALOR TO WS-TOT-PIX
                  WHEN OTHER
                      ADD WS-VMV-VALOR TO WS-TOT-DINHEIRO
              END-EVALUATE
           END-IF.
           READ VALEMOV.

      *------------------- LINHAS DO PEDIDO PAGO ----------------------*
       SOMAR-ITENS-DO-PEDIDO    SECTION.
           IF WS-TEM-ITENS NOT EQUAL 'S'
              GO TO SOMAR-ITENS-DO-PEDIDO-FIM
           END-IF.
           MOVE WS-PAGPED-PEDIDO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM SOMAR-UM-ITEM
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PAGPED-PEDIDO.
           MOVE ZEROS TO WS-FS-PEDITENS.

       SOMAR-ITENS-DO-PEDIDO-FIM.
           EXIT.

       SOMAR-UM-ITEM    SECTION.
           IF WS-PITEM-DESCONTO
              ADD WS-PITEM-QTD   TO WS-TOT-COMBOS
              ADD WS-PITEM-VALOR TO WS-TOT-DESCONTOS
              GO TO SOMAR-UM-ITEM-FIM
           END-IF.
           IF WS-PITEM-ENTREGA
              ADD 1              TO WS-TOT-ENTREGAS
              ADD WS-PITEM-VALOR TO WS-TOT-TAXAS
              GO TO SOMAR-UM-ITEM-FIM
           END-IF.
           IF WS-PITEM-CUPOM
              ADD 1              TO WS-TOT-CUPONS
              ADD WS-PITEM-VALOR TO WS-TOT-DESC-CUPOM
              GO TO SOMAR-UM-ITEM-FIM
           END-IF.
           IF WS-PITEM-VALE-PRESENTE
              GO TO SOMAR-UM-ITEM-FIM
           END-IF.

           MOVE 0 TO WS-VND-ACHADO.
           MOVE 1 TO WS-VND-IDX.
           PERFORM PROCURAR-VENDA
              UNTIL WS-VND-IDX > WS-VND-ITENS
                 OR WS-VND-ACHADO NOT = 0.
           IF WS-VND-ACHADO EQUAL 0
              IF WS-VND-ITENS < 40
                 ADD 1 TO WS-VND-ITENS
                 MOVE WS-VND-ITENS     TO WS-VND-ACHADO
                 MOVE WS-PITEM-TIPO    TO WS-VND-TIPO    (WS-VND-ACHADO)
                 MOVE WS-PITEM-NOME    TO WS-VND-NOME    (WS-VND-ACHADO)
                 MOVE WS-PITEM-TAMANHO TO WS-VND-TAMANHO (WS-VND-ACHADO)
                 MOVE 0 TO WS-VND-QTD   (WS-VND-ACHADO)
                           WS-VND-VALOR (WS-VND-ACHADO)
              ELSE
                 GO TO SOMAR-UM-ITEM-FIM
              END-IF
           END-IF.
           ADD WS-PITEM-QTD   TO WS-VND-QTD   (WS-VND-ACHADO).
           ADD WS-PITEM-VALOR TO WS-VND-VALOR (WS-VND-ACHADO).

       SOMAR-UM-ITEM-FIM.
           READ PEDITENS NEXT RECORD.

       PROCURAR-VENDA    SECTION.
           IF WS-VND-TIPO (WS-VND-IDX) EQUAL WS-PITEM-TIPO
              AND WS-VND-NOME (WS-VND-IDX) EQUAL WS-PITEM-NOME
              AND WS-VND-TAMANHO (WS-VND-IDX) EQUAL WS-PITEM-TAMANHO
              MOVE WS-VND-IDX TO WS-VND-ACHADO
           ELSE
              ADD 1 TO WS-VND-IDX
           END-IF.

      *------------------- GAVETA CONTADA X SISTEMA -------------------*
       FECHAR    SECTION.
           DISPLAY "PEDIDOS PAGOS NO DIA: " WS-TOT-PEDIDOS.
           MOVE WS-TOT-DINHEIRO TO WS-VALOR-EDIT.
           DISPLAY "DINHEIRO (SISTEMA)  : " WS-VALOR-EDIT.
           MOVE WS-TOT-DIN-ACERTO TO WS-VALOR-EDIT.
           DISPLAY "  DOS ACERTOS       : " WS-VALOR-EDIT
                   " EM " WS-TOT-ACERTOS " ACERTO(S)".
           MOVE WS-TOT-DIN-RUA TO WS-VALOR-EDIT.
           DISPLAY "DINHEIRO DE ENTREGAS: " WS-VALOR-EDIT
                   " (ENTRA NO CAIXA NO ACERTO)".
           MOVE WS-TOT-CARTAO TO WS-VALOR-EDIT.
           DISPLAY "CARTAO              : " WS-VALOR-EDIT.
           MOVE WS-TOT-PIX TO WS-VALOR-EDIT.
           DISPLAY "PIX                 : " WS-VALOR-EDIT.
           MOVE WS-TOT-VALE TO WS-VALOR-EDIT.
           DISPLAY "VALE-PRESENTE       : " WS-VALOR-EDIT
                   " (SALDO DE VALE, NAO E DINHEIRO)".
           IF WS-QTD-VALE-VENDIDO > 0
              MOVE WS-TOT-VALE-VENDIDO TO WS-VALOR-EDIT
              DISPLAY "VALES-PRESENTE VENDIDOS: " WS-QTD-VALE-VENDIDO
                      " " WS-VALOR-EDIT " (JA NAS FORMAS ACIMA)"
           END-IF.

           IF WS-VND-ITENS > 0
              DISPLAY "VENDAS POR ITEM (PRECO CHEIO):"
              MOVE 1 TO WS-VND-IDX
              PERFORM EXIBIR-UMA-VENDA
                 UNTIL WS-VND-IDX > WS-VND-ITENS
              MOVE WS-TOT-DESCONTOS TO WS-VALOR-EDIT
              DISPLAY "COMBOS APLICADOS    : " WS-TOT-COMBOS
                      " DESCONTO " WS-VALOR-EDIT
              MOVE WS-TOT-TAXAS TO WS-VALOR-EDIT
              DISPLAY "TAXAS DE ENTREGA    : " WS-TOT-ENTREGAS
                      " PEDIDOS " WS-VALOR-EDIT
              MOVE WS-TOT-DESC-CUPOM TO WS-VALOR-EDIT
              DISPLAY "CUPONS DE DESCONTO  : " WS-TOT-CUPONS
                      " DESCONTO " WS-VALOR-EDIT
           END-IF.

           DISPLAY "DINHEIRO CONTADO NA GAVETA: ".
           ACCEPT WS-CONTADO.
           MOVE WS-TOT-PIX      TO WS-FECHA-PIX.
           MOVE WS-CONTADO      TO WS-FECHA-CONTADO.
           MOVE WS-DIFERENCA    TO WS-FECHA-DIFERENCA.
           MOVE WS-TOT-VALE     TO WS-FECHA-VALE.
           WRITE WS-FECHA-REG.
           CLOSE FECHAMENTOS.

           DISPLAY "FECHAMENTO DO DIA " WS-DATA-FECHA " GRAVADO".

       EXIBIR-UMA-VENDA    SECTION.
           MOVE WS-VND-VALOR (WS-VND-IDX) TO WS-VALOR-EDIT.
           DISPLAY "  " WS-VND-TIPO (WS-VND-IDX)
                   " " WS-VND-NOME (WS-VND-IDX)
                   " " WS-VND-TAMANHO (WS-VND-IDX)
                   " QTD " WS-VND-QTD (WS-VND-IDX)
                   " " WS-VALOR-EDIT.
           ADD 1 TO WS-VND-IDX.

      *------------------- Z DO DIA VAI PARA A CONTABILIDADE ----------*
       GRAVAR-CONTABIL    SECTION.
           OPEN EXTEND MOVCONTAB.
           IF WS-FS-MOVCONTAB EQUAL 35
              OPEN OUTPUT MOVCONTAB
           END-IF.
           IF WS-FS-MOVCONTAB NOT EQUAL ZEROS
              DISPLAY "ERRO NO MOVIMENTO CONTABIL " WS-FS-MOVCONTAB
                      " - Z NAO ENVIADO A CONTABILIDADE"
              GO TO GRAVAR-CONTABIL-FIM
           END-IF.

           MOVE "CAIXA"       TO WS-MCT-ORIGEM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-MCT-LOTE.
           MOVE WS-DATA-FECHA TO WS-MCT-DATA.
           MOVE SPACES        TO WS-MCT-HISTORICO.
           STRING "FECHAMENTO Z DE " WS-DATA-FECHA
                  DELIMITED BY SIZE INTO WS-MCT-HISTORICO
           END-STRING.

           MOVE "CX-DIN"        TO WS-MCT-EVENTO.
           MOVE WS-TOT-DINHEIRO TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.
           MOVE "CX-CAR"        TO WS-MCT-EVENTO.
           MOVE WS-TOT-CARTAO   TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.
           MOVE "CX-PIX"        TO WS-MCT-EVENTO.
           MOVE WS-TOT-PIX      TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.
           MOVE "CX-VPV"        TO WS-MCT-EVENTO.
           MOVE WS-TOT-VALE-VENDIDO TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.
           MOVE "CX-VPR"        TO WS-MCT-EVENTO.
           MOVE WS-TOT-VALE     TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

           EVALUATE TRUE
               WHEN WS-DIFERENCA > 0
                   MOVE "CX-SOB" TO WS-MCT-EVENTO
                   MOVE WS-DIFERENCA TO WS-MCT-VALOR
                   PERFORM GRAVAR-EVENTO-CONTABIL
               WHEN WS-DIFERENCA < 0
                   MOVE "CX-FAL" TO WS-MCT-EVENTO
                   COMPUTE WS-MCT-VALOR = WS-DIFERENCA * -1
                   PERFORM GRAVAR-EVENTO-CONTABIL
           END-EVALUATE.
           CLOSE MOVCONTAB.

       GRAVAR-CONTABIL-FIM.
           EXIT.

       GRAVAR-EVENTO-CONTABIL    SECTION.
           IF WS-MCT-VALOR NOT EQUAL ZEROS
              WRITE WS-MCT-REG
           END-IF.
       END PROGRAM FECHACAIXA.
