           FILE STATUS IS WS-FS-ESTOQUE
           RECORD KEY IS WS-ESTOQUE-CHAVE.

           SELECT HISTORICO ASSIGN TO WS-ARQ-HIST
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT SALDOS ASSIGN TO "..\DADOS\ARCHIVE\ESTOQMOV.SALDOS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SALDOS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-HIST-CUSTO-UNIT    PIC 9(05)V99.
           05 WS-HIST-CUSTO-TOTAL   PIC 9(09)V99.

      *------------------- POSICAO NO FECHAMENTO DE CADA ANO ---------*
      *------------------- ARQUIVADO (VER ARQANUAL) -------------------*
       FD  SALDOS.
       01  WS-SLD-REG.
           05 WS-SLD-ANO            PIC 9(04).
           05 WS-SLD-DEPOSITO       PIC X(10).
           05 WS-SLD-PRODUTO        PIC 9(06).
           05 WS-SLD-SALDO          PIC 9(05).
           05 WS-SLD-DATA-ULTIMO    PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESTOQUE            PIC 9(02) VALUE ZEROS.
       01 WS-FS-HIST               PIC 9(02) VALUE ZEROS.
       01 WS-FS-SALDOS             PIC 9(02) VALUE ZEROS.
       01 WS-ARQ-HIST              PIC X(60) VALUE SPACES.
       01 WS-ANO                   PIC 9(04) VALUE ZEROS.
       01 WS-ANO-LIMITE            PIC 9(04) VALUE ZEROS.
       01 WS-ABERTURA-ANO          PIC 9(04) VALUE ZEROS.
       01 WS-ABERTURA-SALDO        PIC 9(05) VALUE ZEROS.
       01 WS-ARQ-IDX               PIC 9(02) VALUE ZEROS.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) ---------*
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO         PIC X(12).
           05 WS-HA-ANO-DE          PIC 9(04).
           05 WS-HA-QTD             PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                    PIC 9(04).
       01 WS-DEPOSITO              PIC X(10) VALUE SPACES.
       01 WS-PRODUTO               PIC 9(06) VALUE ZEROS.
       01 WS-TOT-MOVIMENTOS        PIC 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM LER-ARQUIVADOS.
           PERFORM LER-HISTORICO.
           PERFORM FINALIZAR.

           STOP RUN.
              ACCEPT WS-DEPOSITO.
           DISPLAY "PRODUTO (CODIGO)     : ".
              ACCEPT WS-PRODUTO.
           DISPLAY "ANO (0 = MOVIMENTO EM ABERTO): ".
              ACCEPT WS-ANO.

           PERFORM APURAR-ABERTURA.

           DISPLAY "DATA     TIPO QTD   DOCUMENTO  SALDO APOS".

      *------------------- SALDO DE ABERTURA -------------------------*
      *  POSICAO DO ITEM NO FECHAMENTO DO ULTIMO ANO ARQUIVADO ANTES  *
      *  DO ANO PEDIDO (COM ANO 0, DO ULTIMO ANO ARQUIVADO). O        *
      *  ARQUIVO VEM POR ANO CRESCENTE: FICA A ULTIMA QUE SERVE       *
       APURAR-ABERTURA    SECTION.
           MOVE 0 TO WS-ABERTURA-ANO.
           MOVE 0 TO WS-ABERTURA-SALDO.
           IF WS-ANO EQUAL 0
              MOVE 9999 TO WS-ANO-LIMITE
           ELSE
              MOVE WS-ANO TO WS-ANO-LIMITE
           END-IF.

           OPEN INPUT SALDOS.
           IF WS-FS-SALDOS NOT EQUAL ZEROS
              GO TO APURAR-ABERTURA-FIM
           END-IF.
           READ SALDOS.
           PERFORM GUARDAR-ABERTURA
              UNTIL WS-FS-SALDOS NOT EQUAL ZEROS.
           CLOSE SALDOS.

       APURAR-ABERTURA-FIM.
           IF WS-ABERTURA-ANO EQUAL 0
              DISPLAY "SALDO DE ABERTURA    : 00000 (SEM ANO ARQUIVADO)"
           ELSE
              DISPLAY "SALDO DE ABERTURA    : " WS-ABERTURA-SALDO
                      " (FECHAMENTO DE " WS-ABERTURA-ANO ")"
           END-IF.

       GUARDAR-ABERTURA    SECTION.
           IF WS-SLD-DEPOSITO EQUAL WS-DEPOSITO
              AND WS-SLD-PRODUTO EQUAL WS-PRODUTO
              AND WS-SLD-ANO < WS-ANO-LIMITE
              MOVE WS-SLD-ANO   TO WS-ABERTURA-ANO
              MOVE WS-SLD-SALDO TO WS-ABERTURA-SALDO
           END-IF.

           READ SALDOS.

      *------------------- ANO PEDIDO JA NO ARQUIVO MORTO ------------*
      *  UM ARQUIVAMENTO PODE LEVAR MOVIMENTO ATRASADO DE ANO         *
      *  ANTERIOR: LE TODOS OS ANOS A PARTIR DO PEDIDO E FILTRA       *
       LER-ARQUIVADOS    SECTION.
           IF WS-ANO EQUAL 0
              GO TO LER-ARQUIVADOS-FIM
           END-IF.

           MOVE "ESTOQMOV" TO WS-HA-ARQUIVO.
           MOVE WS-ANO     TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.

           MOVE 0 TO WS-ARQ-IDX.
           PERFORM LER-UM-ARQUIVADO
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

       LER-ARQUIVADOS-FIM.
           EXIT.

       LER-UM-ARQUIVADO    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-HIST.
           STRING "..\DADOS\ARCHIVE\ESTOQMOV."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)        DELIMITED BY SIZE
                  INTO WS-ARQ-HIST.

           OPEN INPUT HISTORICO.
           IF WS-FS-HIST NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-HIST
              GO TO LER-UM-ARQUIVADO-FIM
           END-IF.
           READ HISTORICO.
           PERFORM LISTAR-MOVIMENTO
              UNTIL WS-FS-HIST NOT EQUAL ZEROS.
           CLOSE HISTORICO.

       LER-UM-ARQUIVADO-FIM.
           EXIT.

       LER-HISTORICO    SECTION.
           MOVE "..\DADOS\ESTOQMOV.HISTORICO" TO WS-ARQ-HIST.
           OPEN INPUT HISTORICO.
           IF WS-FS-HIST NOT EQUAL ZEROS
              DISPLAY "SEM HISTORICO DE MOVIMENTOS EM ABERTO"
              GO TO LER-HISTORICO-FIM
           END-IF.
           READ HISTORICO.
           PERFORM LISTAR-MOVIMENTO
              UNTIL WS-FS-HIST NOT EQUAL ZEROS.
           CLOSE HISTORICO.

       LER-HISTORICO-FIM.
           EXIT.

      *------------------- UMA LINHA DO KARDEX DO ITEM --------------*
       LISTAR-MOVIMENTO    SECTION.
           IF WS-HIST-DEPOSITO EQUAL WS-DEPOSITO
              AND WS-HIST-PRODUTO EQUAL WS-PRODUTO
              AND (WS-ANO EQUAL 0
                   OR WS-HIST-DATA (1:4) EQUAL WS-ANO)
              ADD 1 TO WS-TOT-MOVIMENTOS
              DISPLAY WS-HIST-DATA " " WS-HIST-TIPO "    "
                      WS-HIST-QTD " " WS-HIST-DOCUMENTO " "
       FINALIZAR    SECTION.
           DISPLAY "MOVIMENTOS DO ITEM: " WS-TOT-MOVIMENTOS.

           OPEN INPUT ESTOQUE.
           IF WS-FS-ESTOQUE EQUAL ZEROS
              MOVE WS-DEPOSITO TO WS-ESTOQUE-DEPOSITO
