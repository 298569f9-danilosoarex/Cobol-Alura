                                              LINE 05 COLUMN 01.
              ACCEPT WRK-FILTRO-DATA-FIM      LINE 05 COLUMN 34.

           DISPLAY "OPERACAO I/A/E/S/F/P/C/D/L (BRANCO = TODAS)"
                                              LINE 06 COLUMN 01.
              ACCEPT WRK-FILTRO-OPERACAO      LINE 06 COLUMN 44.

           MOVE 8 TO WRK-LINHA.
           DISPLAY WRK-CABEC               LINE WRK-LINHA COLUMN 01.
