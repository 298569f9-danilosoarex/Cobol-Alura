       01 WS-SALDO-DESTINO         PIC S9(07)V99 VALUE 0.
       01 WS-SEQ-DESTINO           PIC 9(06) VALUE 0.
       01 WS-SALDO-EDIT            PIC +Z(06)9.99.

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
              PERFORM CRITICAR-UMA-CONTA
           END-IF.

           PERFORM CONFERIR-PERIODO.

      *------------------- COMPETENCIA FECHADA NAO RECEBE LANCAMENTO *
       CONFERIR-PERIODO    SECTION.
           MOVE "BCO"        TO WS-PER-AREA.
           MOVE WS-DATA-HOJE TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-PER-DATA (1:6)
                      " FECHADA NO EXTRATO - NADA FOI LANCADO"
              PERFORM FINALIZAR
              STOP RUN
           END-IF.

      *------------------- CONTA PRECISA EXISTIR E ESTAR ATIVA --------*
       CRITICAR-UMA-CONTA    SECTION.
           MOVE WS-CONTA-BUSCA TO WS-CTA-CONTA.
