           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT ARQCONSENT ASSIGN TO "..\DADOS\ARQCONSENT.DAT"
           ORGANIZATION  IS  INDEXED
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT FRAUDEREV ASSIGN TO "..\DADOS\FRAUDEREV.DAT"
           ORGANIZATION  IS  INDEXED
      *       CHAVE NAO MUDA POR REWRITE: QUANDO DA ERRO, O REGISTRO
      *       VAI PARA A QUARENTENA NO LUGAR DO REAPONTAMENTO
              IF ARQCONTATO-FS NOT EQUAL 00
                 AND ARQCONTATO-FS NOT EQUAL 02
                 MOVE 22 TO ARQCONTATO-FS
              END-IF
           END-IF.
