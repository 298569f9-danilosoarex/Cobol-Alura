           05 WS-FATURA-CLIENTE     PIC X(10).
           05 WS-FATURA-VALOR       PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO  PIC 9(08).
           05 WS-FATURA-CLIENTE-ID  PIC 9(09).
      *       ID DO CLIENTE NO ARQCRM.DAT; O TEXTO DO CLIENTE FICA SO
      *       PARA A IMPRESSAO

       WORKING-STORAGE SECTION.
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
           MOVE VALOR-FATURA    TO VALOR-FATURA-EDITADO.

           DISPLAY "FATURA " WS-FATURA-NUMERO
                   " CLIENTE " WS-FATURA-CLIENTE-ID
                   " " WS-FATURA-CLIENTE
                   " VENCTO " WS-FATURA-VENCIMENTO
                   " VALOR " VALOR-FATURA-EDITADO.

