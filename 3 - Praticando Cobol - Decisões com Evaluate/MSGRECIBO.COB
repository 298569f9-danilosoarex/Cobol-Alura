      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. MSGRECIBO.
      *-----------------------------------------------------------------
      *  CARGA DOS RECIBOS DE ENTREGA DO GATEWAY DE SMS/WHATSAPP.      *
      *  CADA RECIBO ATUALIZA A SITUACAO DA MENSAGEM DO PEDIDO NO      *
      *  MENSAGENS.DAT; AS QUE FALHARAM SAO LISTADAS PARA O BALCAO     *
      *  LIGAR PARA O CLIENTE                                          *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT RECIBOS ASSIGN TO "..\DADOS\MENSAGENS.RECIBOS.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECIBO.

           SELECT MENSAGENS ASSIGN TO "..\DADOS\MENSAGENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-MSG
           RECORD KEY IS WS-MSG-CHAVE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RECIBOS.
       01  WS-REC-REG.
           05 WS-REC-PEDIDO            PIC 9(08).
           05 WS-REC-MODELO            PIC X(04).
           05 WS-REC-TELEFONE          PIC X(15).
           05 WS-REC-SITUACAO          PIC X(01).
              88 WS-REC-ENTREGUE           VALUE 'E'.
              88 WS-REC-FALHOU             VALUE 'F'.
           05 WS-REC-DATAHORA          PIC X(14).
           05 WS-REC-MOTIVO            PIC X(30).

       FD  MENSAGENS.
       01  WS-MSG-REG.
           05 WS-MSG-CHAVE.
              10 WS-MSG-PEDIDO         PIC 9(08).
              10 WS-MSG-MODELO         PIC X(04).
           05 WS-MSG-TELEFONE          PIC X(15).
           05 WS-MSG-SITUACAO          PIC X(01).
           05 WS-MSG-DATAHORA          PIC X(14).
           05 WS-MSG-MOTIVO            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-RECIBO                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-MSG                    PIC 9(02) VALUE ZEROS.

       01 WS-TOT-LIDOS                 PIC 9(05) VALUE 0.
       01 WS-TOT-ENTREGUES             PIC 9(05) VALUE 0.
       01 WS-TOT-FALHAS                PIC 9(05) VALUE 0.
       01 WS-TOT-REJEITADOS            PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR UNTIL WS-FS-RECIBO NOT EQUAL ZEROS.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "RECIBOS DE ENTREGA DAS MENSAGENS".
           DISPLAY "--------------------------------".

           OPEN INPUT RECIBOS.
           IF WS-FS-RECIBO NOT EQUAL ZEROS
              DISPLAY "SEM RECIBOS DO GATEWAY - NADA A CARREGAR"
              STOP RUN
           END-IF.

           OPEN I-O MENSAGENS.
           IF WS-FS-MSG EQUAL 35
              OPEN OUTPUT MENSAGENS
              CLOSE MENSAGENS
              OPEN I-O MENSAGENS
           END-IF.
           IF WS-FS-MSG NOT EQUAL ZEROS
              DISPLAY "ERRO AO ABRIR MENSAGENS.DAT " WS-FS-MSG
              CLOSE RECIBOS
              STOP RUN
           END-IF.
           READ RECIBOS.

       CARREGAR    SECTION.
           ADD 1 TO WS-TOT-LIDOS.
           IF WS-REC-PEDIDO NOT NUMERIC
              OR NOT (WS-REC-ENTREGUE OR WS-REC-FALHOU)
              ADD 1 TO WS-TOT-REJEITADOS
              DISPLAY "RECIBO INVALIDO: " WS-REC-REG
              GO TO CARREGAR-FIM
           END-IF.

           MOVE WS-REC-PEDIDO   TO WS-MSG-PEDIDO.
           MOVE WS-REC-MODELO   TO WS-MSG-MODELO.
           READ MENSAGENS KEY IS WS-MSG-CHAVE.
           MOVE WS-REC-TELEFONE TO WS-MSG-TELEFONE.
           MOVE WS-REC-SITUACAO TO WS-MSG-SITUACAO.
           MOVE WS-REC-DATAHORA TO WS-MSG-DATAHORA.
           MOVE WS-REC-MOTIVO   TO WS-MSG-MOTIVO.
           IF WS-FS-MSG EQUAL ZEROS
              REWRITE WS-MSG-REG
           ELSE
              WRITE WS-MSG-REG
           END-IF.

           IF WS-REC-ENTREGUE
              ADD 1 TO WS-TOT-ENTREGUES
           ELSE
              ADD 1 TO WS-TOT-FALHAS
              DISPLAY "PEDIDO " WS-REC-PEDIDO " " WS-REC-MODELO
                      " NAO ENTREGUE - LIGAR " WS-REC-TELEFONE
              DISPLAY "   MOTIVO: " WS-REC-MOTIVO
           END-IF.

       CARREGAR-FIM.
           READ RECIBOS.

       FINALIZAR    SECTION.
           CLOSE RECIBOS.
           CLOSE MENSAGENS.
           DISPLAY "RECIBOS LIDOS         : " WS-TOT-LIDOS.
           DISPLAY "MENSAGENS ENTREGUES   : " WS-TOT-ENTREGUES.
           DISPLAY "MENSAGENS QUE FALHARAM: " WS-TOT-FALHAS.
           DISPLAY "RECIBOS REJEITADOS    : " WS-TOT-REJEITADOS.
       END PROGRAM MSGRECIBO.
