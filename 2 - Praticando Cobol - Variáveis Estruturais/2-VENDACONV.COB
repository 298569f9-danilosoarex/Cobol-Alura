           05 WS-VJ-PRODUTO         PIC 9(06).
           05 WS-VJ-QTD             PIC 9(05).
           05 WS-VJ-VALOR           PIC 9(05)V99.
           05 WS-VJ-SINAL           PIC X(01).
           05 WS-VJ-MOTIVO          PIC X(02).
           05 WS-VJ-DATA-ORIG       PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-VENDAS-ANT          PIC 9(02) VALUE ZEROS.
           MOVE ZEROS        TO WS-VJ-PRODUTO.
           MOVE ZEROS        TO WS-VJ-QTD.
           MOVE WS-ANT-VALOR TO WS-VJ-VALOR.
           MOVE SPACES       TO WS-VJ-SINAL.
           MOVE SPACES       TO WS-VJ-MOTIVO.
           MOVE ZEROS        TO WS-VJ-DATA-ORIG.
           WRITE WS-VJ-REG.
           ADD 1 TO WS-TOT-GRAVADOS.

