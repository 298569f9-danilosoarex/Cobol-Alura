           SELECT FINANREG ASSIGN TO "..\DADOS\FINANREG.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FIN.

           SELECT PERDAS ASSIGN TO "..\DADOS\PERDAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERDA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-FATURA-CLIENTE     PIC X(10).
           05 WS-FATURA-VALOR       PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO  PIC 9(08).
           05 WS-FATURA-CLIENTE-ID  PIC 9(09).
      *       ID DO CLIENTE NO ARQCRM.DAT; O TEXTO DO CLIENTE FICA SO
      *       PARA A IMPRESSAO

       FD  PARCELAS.
       01  WS-PARC-REG.
      *------------------- REGISTRO FINANCEIRO DAS BAIXAS -------------*
      *  J = JUROS / M = MULTA / U = PAGO A MENOR / O = PAGO A MAIOR  *
      *  W = RESIDUO ABATIDO DENTRO DA TOLERANCIA                     *
      *  P = BAIXA COMO PERDA / R = PERDA RECUPERADA                  *
       FD  FINANREG.
       01  WS-FIN-REG.
           05 WS-FIN-DATA           PIC 9(08).
           05 WS-FIN-TIPO           PIC X(01).
           05 WS-FIN-VALOR          PIC 9(05)V99.

      *------------------- TITULOS BAIXADOS COMO PERDA (7-PERDA) ------*
       FD  PERDAS.
       01  WS-PERDA-REG.
           05 WS-PERDA-FATURA       PIC 9(06).
           05 WS-PERDA-PARCELA      PIC 9(02).
           05 WS-PERDA-CLIENTE-ID   PIC 9(09).
           05 WS-PERDA-DATA         PIC 9(08).
           05 WS-PERDA-VALOR        PIC 9(05)V99.
           05 WS-PERDA-MOTIVO       PIC X(30).
           05 WS-PERDA-APROVADOR    PIC X(20).
           05 WS-PERDA-RECUPERADO   PIC 9(05)V99.
           05 WS-PERDA-SITUACAO     PIC X(01).
      *       B = BAIXADA / R = RECUPERADA POR INTEIRO

       WORKING-STORAGE SECTION.
       01 WS-FS-PAG                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAR                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FIN                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PERDA              PIC 9(02) VALUE ZEROS.

       01 WS-FATURA                PIC 9(06) VALUE ZEROS.
       01 WS-DATA                  PIC 9(08) VALUE ZEROS.
       01 WS-ACHOU-TITULO          PIC X(01) VALUE 'N'.
       01 WS-TITULO-VALOR          PIC 9(05)V99 VALUE ZEROS.
       01 WS-TITULO-VENC           PIC 9(08) VALUE ZEROS.
       01 WS-TITULO-CLIENTE-ID     PIC 9(09) VALUE ZEROS.
       01 WS-TITULO-CLIENTE        PIC X(10) VALUE SPACES.
       01 WS-INT-VENC              PIC 9(07) COMP VALUE 0.
       01 WS-INT-PAG               PIC 9(07) COMP VALUE 0.
       01 WS-DIAS-ATRASO           PIC S9(05) COMP VALUE 0.
       01 WS-RESIDUO-N             PIC S9(06)V99 VALUE ZEROS.
       01 WS-RESIDUO-ABS           PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT            PIC Z(05)9.99.

      *------------------- PERDAS.DAT EM MEMORIA ----------------------*
      *  TITULO BAIXADO COMO PERDA JA ESTA FECHADO NO PAGAMENTOS: O   *
      *  QUE CHEGAR DEPOIS E RECUPERACAO, NAO BAIXA                   *
       01 WS-PRD-TAB.
           05 WS-PRD-ITEM OCCURS 500 TIMES.
              10 WS-PRD-FATURA      PIC 9(06).
              10 WS-PRD-PARCELA     PIC 9(02).
              10 WS-PRD-CLIENTE-ID  PIC 9(09).
              10 WS-PRD-DATA        PIC 9(08).
              10 WS-PRD-VALOR       PIC 9(05)V99.
              10 WS-PRD-MOTIVO      PIC X(30).
              10 WS-PRD-APROVADOR   PIC X(20).
              10 WS-PRD-RECUPERADO  PIC 9(05)V99.
              10 WS-PRD-SITUACAO    PIC X(01).
       01 WS-PRD-ITENS             PIC 9(03) VALUE 0.
       01 WS-PRD-IDX               PIC 9(03) VALUE 0.
       01 WS-PRD-ACHADO            PIC 9(03) VALUE 0.
       01 WS-PRD-ESTOURO           PIC X(01) VALUE 'N'.

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
              GO TO REGISTRAR-FIM
           END-IF.

           MOVE "REC"   TO WS-PER-AREA.
           MOVE WS-DATA TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-DATA (1:6)
                      " FECHADA NO CONTAS A RECEBER - BAIXA DESCARTADA"
              GO TO REGISTRAR-FIM
           END-IF.

           PERFORM LOCALIZAR-TITULO.
           IF WS-ACHOU-TITULO NOT EQUAL 'S'
              DISPLAY "TITULO NAO ENCONTRADO - BAIXA DESCARTADA"
              GO TO REGISTRAR-FIM
           END-IF.

           IF WS-TITULO-CLIENTE-ID NOT EQUAL ZEROS
              DISPLAY "CLIENTE NO CRM             : "
                      WS-TITULO-CLIENTE-ID " " WS-TITULO-CLIENTE
           END-IF.

           PERFORM CONFERIR-PERDA.
           IF WS-PRD-ACHADO NOT EQUAL 0
              PERFORM REGISTRAR-RECUPERACAO
              GO TO REGISTRAR-FIM
           END-IF.

           PERFORM CALCULAR-VALOR-DEVIDO.

           MOVE WS-DEVIDO-N TO WS-VALOR-EDIT.
      *------------------- LOCALIZA A FATURA OU A PARCELA -------------*
       LOCALIZAR-TITULO    SECTION.
           MOVE 'N' TO WS-ACHOU-TITULO.
           MOVE ZEROS  TO WS-TITULO-CLIENTE-ID.
           MOVE SPACES TO WS-TITULO-CLIENTE.

           IF WS-PARCELA EQUAL ZEROS
              OPEN INPUT FATURAS
              MOVE 'S' TO WS-ACHOU-TITULO
              MOVE WS-FATURA-VALOR      TO WS-TITULO-VALOR
              MOVE WS-FATURA-VENCIMENTO TO WS-TITULO-VENC
              MOVE WS-FATURA-CLIENTE-ID TO WS-TITULO-CLIENTE-ID
              MOVE WS-FATURA-CLIENTE    TO WS-TITULO-CLIENTE
           ELSE
              READ FATURAS
           END-IF.
       TRATAR-RESIDUO-FIM.
           EXIT.

      *------------------- TITULO BAIXADO COMO PERDA? -----------------*
       CONFERIR-PERDA    SECTION.
           MOVE 0   TO WS-PRD-ITENS.
           MOVE 0   TO WS-PRD-ACHADO.
           MOVE 'N' TO WS-PRD-ESTOURO.

           OPEN INPUT PERDAS.
           IF WS-FS-PERDA NOT EQUAL ZEROS
              GO TO CONFERIR-PERDA-FIM
           END-IF.
           READ PERDAS.
           PERFORM CARREGAR-UMA-PERDA
              UNTIL WS-FS-PERDA NOT EQUAL ZEROS.
           CLOSE PERDAS.

           MOVE 0 TO WS-PRD-IDX.
           PERFORM PROCURAR-PERDA
              UNTIL WS-PRD-IDX NOT < WS-PRD-ITENS
                 OR WS-PRD-ACHADO NOT EQUAL 0.

       CONFERIR-PERDA-FIM.
           EXIT.

       CARREGAR-UMA-PERDA    SECTION.
           IF WS-PRD-ITENS < 500
              ADD 1 TO WS-PRD-ITENS
              MOVE WS-PERDA-REG TO WS-PRD-ITEM (WS-PRD-ITENS)
           ELSE
              MOVE 'S' TO WS-PRD-ESTOURO
           END-IF.
           READ PERDAS.

       PROCURAR-PERDA    SECTION.
           ADD 1 TO WS-PRD-IDX.
           IF WS-PRD-FATURA (WS-PRD-IDX) EQUAL WS-FATURA
              AND WS-PRD-PARCELA (WS-PRD-IDX) EQUAL WS-PARCELA
              AND WS-PRD-SITUACAO (WS-PRD-IDX) EQUAL 'B'
              MOVE WS-PRD-IDX TO WS-PRD-ACHADO
           END-IF.

      *------------------- PAGAMENTO DE TITULO JA BAIXADO -------------*
       REGISTRAR-RECUPERACAO    SECTION.
           MOVE WS-PRD-VALOR (WS-PRD-ACHADO) TO WS-VALOR-EDIT.
           DISPLAY "TITULO BAIXADO COMO PERDA EM "
                   WS-PRD-DATA (WS-PRD-ACHADO)
                   " - VALOR " WS-VALOR-EDIT.
           MOVE WS-PRD-RECUPERADO (WS-PRD-ACHADO) TO WS-VALOR-EDIT.
           DISPLAY "  JA RECUPERADO            : " WS-VALOR-EDIT.

           DISPLAY "VALOR RECUPERADO           : ".
              ACCEPT WS-VALOR.
           IF WS-VALOR EQUAL ZEROS
              DISPLAY "VALOR ZERADO - RECUPERACAO DESCARTADA"
              GO TO REGISTRAR-RECUPERACAO-FIM
           END-IF.
           IF WS-PRD-ESTOURO EQUAL 'S'
              DISPLAY "PERDAS.DAT MAIOR QUE A TABELA (500)"
              DISPLAY "RECUPERACAO NAO REGISTRADA - ARQUIVO INTACTO"
              GO TO REGISTRAR-RECUPERACAO-FIM
           END-IF.

           MOVE 'R' TO WS-FIN-TIPO.
           MOVE WS-VALOR TO WS-FIN-VALOR.
           PERFORM GRAVAR-FINANREG.

           ADD WS-VALOR TO WS-PRD-RECUPERADO (WS-PRD-ACHADO).
           IF WS-PRD-RECUPERADO (WS-PRD-ACHADO)
                 NOT < WS-PRD-VALOR (WS-PRD-ACHADO)
              MOVE 'R' TO WS-PRD-SITUACAO (WS-PRD-ACHADO)
              DISPLAY "PERDA RECUPERADA POR INTEIRO"
           END-IF.

           OPEN OUTPUT PERDAS.
           MOVE 0 TO WS-PRD-IDX.
           PERFORM REGRAVAR-UMA-PERDA
              UNTIL WS-PRD-IDX NOT < WS-PRD-ITENS.
           CLOSE PERDAS.
           ADD 1 TO WS-TOT-REGISTRADOS.

       REGISTRAR-RECUPERACAO-FIM.
           EXIT.

       REGRAVAR-UMA-PERDA    SECTION.
           ADD 1 TO WS-PRD-IDX.
           MOVE WS-PRD-ITEM (WS-PRD-IDX) TO WS-PERDA-REG.
           WRITE WS-PERDA-REG.

       GRAVAR-FINANREG    SECTION.
           MOVE WS-DATA    TO WS-FIN-DATA.
           MOVE WS-FATURA  TO WS-FIN-FATURA.
