           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO "..\DADOS\TERRITORIO.RESUMO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
              GO TO CONTAR-CONTATOS-EXIT
           END-IF.

      *    SO OS CONTATOS DESDE A DATA DE CORTE, PELA CHAVE DA DATA;
      *    FS 02 NA LEITURA SO AVISA QUE O PROXIMO E DO MESMO DIA
           MOVE WRK-DATA-CORTE TO CONTATO-DATA.
           START ARQCONTATO KEY IS NOT LESS THAN CONTATO-DATA.
           IF ARQCONTATO-FS NOT EQUAL 00
              GO TO CONTAR-CONTATOS-EXIT
           END-IF.

           READ ARQCONTATO NEXT RECORD.
           PERFORM CONTAR-UM-CONTATO
              UNTIL ARQCONTATO-FS NOT EQUAL 00
                AND ARQCONTATO-FS NOT EQUAL 02.

       CONTAR-CONTATOS-EXIT.
           EXIT.
