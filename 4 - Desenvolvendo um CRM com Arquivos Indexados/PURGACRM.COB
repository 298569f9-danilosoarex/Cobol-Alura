           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT ARQCONTATO-PURGA
           ASSIGN TO "..\DADOS\ARQCONTATO.PURGADOS"
      *  ARQUIVO DE ARQUIVAMENTO DOS CONTATOS DOS CLIENTES PURGADOS    *
      *----------------------------------------------------------------*
       FD  ARQCONTATO-PURGA.
       01  CONTPURGA-REGISTRO       PIC X(114).

       FD  PARAMETROS.
       COPY  "#CRM-PARAM".
