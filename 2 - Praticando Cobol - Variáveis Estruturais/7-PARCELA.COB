           05 WS-FATURA-CLIENTE     PIC X(10).
           05 WS-FATURA-VALOR       PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO  PIC 9(08).
           05 WS-FATURA-CLIENTE-ID  PIC 9(09).
      *       ID DO CLIENTE NO ARQCRM.DAT; O TEXTO DO CLIENTE FICA SO
      *       PARA A IMPRESSAO

       FD  PAGAMENTOS.
       01  WS-PAG-REG.
       01 WS-VENC-DIA              PIC 9(02) VALUE 0.
       01 WS-ACHOU-FATURA          PIC X(01) VALUE 'N'.
       01 WS-CLIENTE               PIC X(10) VALUE SPACES.
       01 WS-CLIENTE-ID            PIC 9(09) VALUE ZEROS.
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
       01 WS-SALDO-EDIT            PIC -Z(06)9.99.

      *------------------- CREDITO RETIDO SO SEGUE COM O SUPERVISOR ---*
       01 WS-CREDITO-RECUSADO      PIC X(01) VALUE 'N'.
           88 WS-RECUSADO              VALUE 'S'.
       01 WS-LIBERA-SUPER          PIC X(01) VALUE SPACES.
       01 WS-SUPERVISOR            PIC X(10) VALUE SPACES.

      *------------------- PARAMETROS DO 7-CREDITO --------------------*
       01 WS-CREDITO.
           05 WS-CRD-CLIENTE-ID     PIC 9(09).
           05 WS-CRD-VALOR-NOVO     PIC 9(07)V99.
           05 WS-CRD-FATURA-IGNORA  PIC 9(06).
           05 WS-CRD-TEM-LIMITE     PIC X(01).
           05 WS-CRD-LIMITE         PIC 9(07)V99.
           05 WS-CRD-SALDO          PIC S9(07)V99.
           05 WS-CRD-MAIOR-ATRASO   PIC 9(05).
           05 WS-CRD-DIAS-TOLERA    PIC 9(03).
           05 WS-CRD-PCT-AVISO      PIC 9(03).
           05 WS-CRD-SITUACAO       PIC X(01).
              88 WS-CRD-LIBERADO        VALUE 'L'.
              88 WS-CRD-RETIDO          VALUE 'R'.
           05 WS-CRD-MOTIVO         PIC X(40).

      *------------------- APURACAO DOS PLANOS QUEBRADOS --------------*
       01 WS-PLN-TAB.
       01 WS-PLN-IDX               PIC 9(03) VALUE 0.
       01 WS-PLN-ACHADO            PIC 9(03) VALUE 0.
       01 WS-TOT-QUEBRADOS         PIC 9(03) VALUE 0.

      *------------------- CLIENTE DO CRM DE CADA FATURA --------------*
       01 WS-FCL-TAB.
           05 WS-FCL OCCURS 500 TIMES.
              10 WS-FCL-FATURA      PIC 9(06).
              10 WS-FCL-CLIENTE-ID  PIC 9(09).
       01 WS-FCL-ITENS             PIC 9(03) VALUE 0.
       01 WS-FCL-IDX               PIC 9(03) VALUE 0.
       01 WS-FCL-ACHADO            PIC 9(03) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-TOTAL-PLANO / WS-QTD-PARCELAS.

           DISPLAY "CLIENTE NO CRM  : " WS-CLIENTE-ID " " WS-CLIENTE.
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-EDIT.
           DISPLAY "SALDO EM ABERTO : " WS-VALOR-EDIT.
           MOVE WS-TOTAL-PLANO TO WS-VALOR-EDIT.
           MOVE WS-VALOR-PARCELA TO WS-VALOR-EDIT.
           DISPLAY "VALOR DA PARCELA: " WS-VALOR-EDIT.

      *    O CREDITO NOVO E SO O JUROS DO PLANO; O ATRASO DA PROPRIA
      *    FATURA RENEGOCIADA NAO CONTA
           MOVE WS-CLIENTE-ID TO WS-CRD-CLIENTE-ID.
           IF WS-TOTAL-PLANO > WS-SALDO-DEVEDOR - WS-ENTRADA
              COMPUTE WS-CRD-VALOR-NOVO =
                      WS-TOTAL-PLANO - (WS-SALDO-DEVEDOR - WS-ENTRADA)
           ELSE
              MOVE ZEROS TO WS-CRD-VALOR-NOVO
           END-IF.
           MOVE WS-FATURA     TO WS-CRD-FATURA-IGNORA.
           CALL "7-CREDITO" USING WS-CREDITO.
           IF WS-CRD-RETIDO
              PERFORM LIBERAR-COM-SUPERVISOR
           END-IF.
           IF WS-RECUSADO
              DISPLAY "CREDITO NAO LIBERADO - PLANO NAO GRAVADO"
              GO TO PARCELAR-FIM
           END-IF.

      *    A ENTRADA E DINHEIRO NA MESA: ENTRA COMO BAIXA DA FATURA
           IF WS-ENTRADA > 0
              OPEN EXTEND PAGAMENTOS
                   + WS-VENC-DIA.
           WRITE WS-PARC-REG.

      *------------------- LIBERACAO PELO SUPERVISOR ------------------*
      *  CLIENTE SEM LIMITE, ACIMA DO LIMITE OU COM OUTRO TITULO      *
      *  VENCIDO ALEM DO PRAZO DO CREDITOPAR.DAT (VER 7-CREDITO)      *
       LIBERAR-COM-SUPERVISOR    SECTION.
           MOVE WS-CRD-LIMITE TO WS-VALOR-EDIT.
           MOVE WS-CRD-SALDO  TO WS-SALDO-EDIT.
           DISPLAY "ATENCAO: CREDITO RETIDO - " WS-CRD-MOTIVO.
           DISPLAY "LIMITE " WS-VALOR-EDIT " SALDO EM ABERTO "
                   WS-SALDO-EDIT " MAIOR ATRASO "
                   WS-CRD-MAIOR-ATRASO " DIAS".
           DISPLAY "SUPERVISOR AUTORIZA O PLANO (S/N)? ".
           ACCEPT WS-LIBERA-SUPER.
           MOVE FUNCTION UPPER-CASE (WS-LIBERA-SUPER)
             TO WS-LIBERA-SUPER.
           IF WS-LIBERA-SUPER NOT EQUAL 'S'
              MOVE 'S' TO WS-CREDITO-RECUSADO
              GO TO LIBERAR-COM-SUPERVISOR-FIM
           END-IF.

           DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
           ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR EQUAL SPACES
              DISPLAY "IDENTIFICACAO OBRIGATORIA"
              MOVE 'S' TO WS-CREDITO-RECUSADO
           ELSE
              DISPLAY "CREDITO LIBERADO POR " WS-SUPERVISOR
           END-IF.

       LIBERAR-COM-SUPERVISOR-FIM.
           EXIT.

      *------------------- SALDO EM ABERTO DA FATURA ------------------*
       APURAR-SALDO-FATURA    SECTION.
           MOVE 'N' TO WS-ACHOU-FATURA.
           IF WS-FATURA-NUMERO EQUAL WS-FATURA
              MOVE 'S' TO WS-ACHOU-FATURA
              MOVE WS-FATURA-CLIENTE TO WS-CLIENTE
              MOVE WS-FATURA-CLIENTE-ID TO WS-CLIENTE-ID
              MOVE WS-FATURA-VALOR   TO WS-SALDO-DEVEDOR
           ELSE
              READ FATURAS
              CLOSE PAGAMENTOS
           END-IF.

           OPEN INPUT FATURAS.
           IF WS-FS-FATURAS EQUAL ZEROS
              READ FATURAS
              PERFORM CARREGAR-CLIENTE-FATURA
                 UNTIL WS-FS-FATURAS NOT EQUAL ZEROS
              CLOSE FATURAS
           END-IF.

           OPEN OUTPUT QUEBRADOS.
           MOVE "PLANOS DE PARCELAMENTO QUEBRADOS" TO WS-QUEBRA-LINHA.
           WRITE WS-QUEBRA-LINHA.
           END-IF.
           READ PARCELAS.

       CARREGAR-CLIENTE-FATURA    SECTION.
           IF WS-FCL-ITENS < 500
              ADD 1 TO WS-FCL-ITENS
              MOVE WS-FATURA-NUMERO
                TO WS-FCL-FATURA (WS-FCL-ITENS)
              MOVE WS-FATURA-CLIENTE-ID
                TO WS-FCL-CLIENTE-ID (WS-FCL-ITENS)
           END-IF.
           READ FATURAS.

       CASAR-PAGAMENTO-PARCELA    SECTION.
      *    PAGAMENTO DE ANTES DO PARCELAMENTO NAO TRAZ O CAMPO DE
      *    PARCELA: LE COMO BRANCOS E VALE COMO PAGAMENTO DA FATURA
                      (WS-PLN-VENC (WS-PLN-IDX))
              IF WS-INT-VENC < WS-INT-HOJE
                 ADD 1 TO WS-TOT-QUEBRADOS
                 PERFORM LOCALIZAR-CLIENTE-FATURA
                 MOVE SPACES TO WS-QUEBRA-LINHA
                 STRING "FATURA " WS-PLN-FATURA (WS-PLN-IDX)
                        " PARCELA " WS-PLN-NUMERO (WS-PLN-IDX)
                        " VENCIDA EM " WS-PLN-VENC (WS-PLN-IDX)
                        " SEM PAGAMENTO - CLIENTE " WS-CLIENTE-ID
                        DELIMITED BY SIZE INTO WS-QUEBRA-LINHA
                 END-STRING
                 WRITE WS-QUEBRA-LINHA
                 DISPLAY WS-QUEBRA-LINHA
              END-IF
           END-IF.

       LOCALIZAR-CLIENTE-FATURA    SECTION.
           MOVE ZEROS TO WS-CLIENTE-ID.
           MOVE 0 TO WS-FCL-IDX.
           MOVE 0 TO WS-FCL-ACHADO.
           PERFORM PROCURAR-CLIENTE-FATURA
              UNTIL WS-FCL-IDX EQUAL WS-FCL-ITENS
                 OR WS-FCL-ACHADO NOT EQUAL 0.
           IF WS-FCL-ACHADO NOT EQUAL 0
              MOVE WS-FCL-CLIENTE-ID (WS-FCL-ACHADO) TO WS-CLIENTE-ID
           END-IF.

       PROCURAR-CLIENTE-FATURA    SECTION.
           ADD 1 TO WS-FCL-IDX.
           IF WS-FCL-FATURA (WS-FCL-IDX)
                 EQUAL WS-PLN-FATURA (WS-PLN-IDX)
              MOVE WS-FCL-IDX TO WS-FCL-ACHADO
           END-IF.
       END PROGRAM 7-PARCELA.
