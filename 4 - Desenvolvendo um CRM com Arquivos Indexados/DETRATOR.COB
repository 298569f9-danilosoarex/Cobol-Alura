           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           MOVE 'S'             TO CONTATO-PENDENTE.

           WRITE CONTATO-REGISTRO.
           IF ARQCONTATO-FS EQUAL 00 OR 02
              ADD 1 TO WRK-TOTFOLLOWUPS
           END-IF.
           MOVE 00 TO ARQCONTATO-FS.
