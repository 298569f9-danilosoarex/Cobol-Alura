       01 WS-SALDO-ATUAL           PIC S9(07)V99 VALUE 0.
       01 WS-ULTIMA-SEQ            PIC 9(06) VALUE 0.
       01 WS-SALDO                 PIC +Z(06).99.

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
           END-IF.

           PERFORM CRITICAR-CONTA.
           PERFORM CONFERIR-PERIODO.

           DISPLAY "VALOR DO MOVIMENTO (NEGATIVO = DEBITO): ".
           ACCEPT WS-VALOR-MOVIMENTO.
       CRITICAR-CONTA-FIM.
           EXIT.

      *------------------- COMPETENCIA FECHADA NAO RECEBE LANCAMENTO *
       CONFERIR-PERIODO    SECTION.
           MOVE "BCO" TO WS-PER-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-PER-DATA (1:6)
                      " FECHADA NO EXTRATO - LANCAMENTO RECUSADO"
              CLOSE EXTRATO
              IF WS-TEM-CADASTRO EQUAL 'S'
                 CLOSE CONTAS
              END-IF
              STOP RUN
           END-IF.

      *------------------- BUSCA O ULTIMO LANCAMENTO DA CONTA ------*
       LOCALIZAR-ULTIMO-LANCAMENTO    SECTION.
           MOVE WS-CONTA TO EXTRATO-CONTA.

           MOVE WS-CONTA               TO EXTRATO-CONTA.
           MOVE WS-ULTIMA-SEQ           TO EXTRATO-SEQ.
           MOVE WS-PER-DATA             TO EXTRATO-DATA.

           IF WS-VALOR-MOVIMENTO < 0
              MOVE 'D' TO EXTRATO-TIPO
