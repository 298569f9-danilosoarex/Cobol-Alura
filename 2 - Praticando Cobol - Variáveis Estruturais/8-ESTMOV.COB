       01 WS-CONTINUA              PIC X(01) VALUE "S".
           88 WS-CONTINUA-SIM      VALUE "S".
       01 WS-TOT-LANCADOS          PIC 9(04) VALUE ZEROS.

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
           IF WS-DATA EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA
           END-IF.

           MOVE "EST"   TO WS-PER-AREA.
           MOVE WS-DATA TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-DATA (1:6)
                      " FECHADA NO ESTOQUE - MOVIMENTO DESCARTADO"
              GO TO LANCAR-CONTINUA
           END-IF.

           DISPLAY "DEPOSITO (CODIGO)          : ".
              ACCEPT WS-DEPOSITO.
           DISPLAY "PRODUTO (CODIGO)           : ".
              END-IF
           END-IF.

       LANCAR-CONTINUA.
           DISPLAY "CONTINUAR (S/N)            : ".
              ACCEPT WS-CONTINUA.
       END PROGRAM 8-ESTMOV.
