           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       01  WRK-LINDET        PIC 9(02) VALUE 0.
       01  WRK-DATA-HOJE     PIC 9(08).

      *------------------- PENDENCIAS DO DIA, NA ORDEM DA CHAVE -------*
       01  WRK-AGENDA-TAB.
           05  WRK-AG-ITEM OCCURS 200 TIMES.
               10  WRK-AG-DATA        PIC 9(08).
               10  WRK-AG-SEQ         PIC 9(04).
               10  WRK-AG-TIPO        PIC X(01).
               10  WRK-AG-DESC        PIC X(40).
       01  WRK-AG-ITENS      PIC 9(03) VALUE 0.
       01  WRK-AG-IDX        PIC 9(03) VALUE 0.

      *------------------- BAIXA DE PENDENCIA -------------------------*
       01  WRK-BAIXA-ID      PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CARREGAR-PENDENCIAS.
           PERFORM EXIBIR-AGENDA.
           PERFORM BAIXAR-PENDENCIAS.
           PERFORM FINALIZAR.
           DISPLAY "-------------"             LINE 02 COLUMN 01.

      *------------------- SELECIONA AS PENDENCIAS VENCIDAS -----------*
      *    A CHAVE DA PROXIMA ACAO JA ENTREGA AS PENDENCIAS EM ORDEM
      *    DE DATA; A LEITURA PARA NA PRIMEIRA DATA DEPOIS DE HOJE.
      *    FS 02 NA LEITURA SO AVISA QUE A PROXIMA TEM A MESMA DATA
       CARREGAR-PENDENCIAS    SECTION.
           MOVE 1 TO CONTATO-PROX-ACAO.
           START ARQCONTATO KEY IS NOT LESS THAN CONTATO-PROX-ACAO.
           IF ARQCONTATO-FS EQUAL 00
              READ ARQCONTATO NEXT RECORD
              PERFORM AVALIAR-CONTATO
                 UNTIL (ARQCONTATO-FS NOT EQUAL 00
                        AND ARQCONTATO-FS NOT EQUAL 02)
                 OR CONTATO-PROX-ACAO > WRK-DATA-HOJE
                 OR WRK-AG-ITENS EQUAL 200
              IF WRK-AG-ITENS EQUAL 200
                 AND ARQCONTATO-FS NOT EQUAL 10
                 AND CONTATO-PROX-ACAO NOT > WRK-DATA-HOJE
                 DISPLAY "TABELA CHEIA - AGENDA INCOMPLETA, TRATE"
                         " AS PENDENCIAS E RODE DE NOVO"
                                                 LINE 01 COLUMN 40

       AVALIAR-CONTATO    SECTION.
           IF CONTATO-PEND-SIM
              AND CONTATO-PROX-ACAO NOT > WRK-DATA-HOJE
              ADD 1 TO WRK-AG-ITENS
              MOVE CONTATO-PROX-ACAO  TO WRK-AG-DATA (WRK-AG-ITENS)
           END-IF.
           READ ARQCONTATO NEXT RECORD.

      *------------------- LISTA AS PENDENCIAS COM NOME E FONE --------*
       EXIBIR-AGENDA    SECTION.
           MOVE 4 TO WRK-LINHA.
           IF ARQCONTATO-FS EQUAL 00
              MOVE 'N' TO CONTATO-PENDENTE
              REWRITE CONTATO-REGISTRO
              IF ARQCONTATO-FS EQUAL 00 OR 02
                 DISPLAY "PENDENCIA BAIXADA          "
                                              LINE 24 COLUMN 01
              ELSE
