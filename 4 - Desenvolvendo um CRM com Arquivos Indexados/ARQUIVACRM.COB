           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT PARAMETROS ASSIGN TO "..\DADOS\PARAMETROS.DAT"
           ORGANIZATION  IS  INDEXED
