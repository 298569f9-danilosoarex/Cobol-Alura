           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT PBX-LOG ASSIGN TO "..\DADOS\PBX.LOG"
           ORGANIZATION  IS  LINE SEQUENTIAL

           WRITE CONTATO-REGISTRO.

           IF ARQCONTATO-FS EQUAL 00 OR 02
              MOVE CONTATO-DATA TO ARQCRM-LAST-CONTACT
              REWRITE ARQCRM-REGISTRO
              IF ARQCRM-FS EQUAL 00
