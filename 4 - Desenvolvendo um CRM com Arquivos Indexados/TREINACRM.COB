           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT TRANSHIST ASSIGN TO "..\DADOS\TRANSHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRE-CONTATO-FS
           RECORD KEY IS TRE-CON-CHAVE
           ALTERNATE RECORD KEY IS TRE-CON-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRE-CON-PROX-ACAO
           WITH DUPLICATES.

           SELECT TRE-PEDIDOS ASSIGN TO "..\DADOS\TREINO\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRE-PEDIDOS-FS
           RECORD KEY IS TRE-PED-NUMERO
           ALTERNATE RECORD KEY IS TRE-PED-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRE-PED-TELEFONE
           WITH DUPLICATES.

           SELECT TRE-TRANSHIST
           ASSIGN TO "..\DADOS\TREINO\TRANSHIST.DAT"
       FD  TRE-CONTATO.
       01  TRE-CON-REGISTRO.
           05  TRE-CON-CHAVE          PIC X(13).
           05  TRE-CON-DATA           PIC X(08).
           05  TRE-CON-MEIO           PIC X(61).
           05  TRE-CON-PROX-ACAO      PIC X(08).
           05  TRE-CON-RESTO          PIC X(24).

       FD  TRE-PEDIDOS.
       01  TRE-PED-REGISTRO.
           05  TRE-PED-NUMERO         PIC 9(08).
           05  TRE-PED-MEIO           PIC X(66).
           05  TRE-PED-CLIENTE-ID     PIC X(09).
           05  TRE-PED-TELEFONE       PIC X(15).
           05  TRE-PED-RESTO          PIC X(04).

       FD  TRE-TRANSHIST.
       01  TRE-HIST-REGISTRO        PIC X(30).
