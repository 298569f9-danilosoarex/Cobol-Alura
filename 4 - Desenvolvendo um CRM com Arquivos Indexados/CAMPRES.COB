           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT CAMPANHA ASSIGN TO "..\DADOS\CAMPANHA.DAT"
           ORGANIZATION  IS  INDEXED

           WRITE CONTATO-REGISTRO.

           IF ARQCONTATO-FS EQUAL 00 OR 02
              MOVE WRK-DATA-HOJE TO ARQCRM-LAST-CONTACT
              REWRITE ARQCRM-REGISTRO
              DISPLAY "RESULTADO REGISTRADO        "
