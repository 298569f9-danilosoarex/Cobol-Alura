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
