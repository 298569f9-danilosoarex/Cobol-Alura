      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. APPREPASSE.
      *-----------------------------------------------------------------
      *  CONCILIACAO DO REPASSE SEMANAL DOS APLICATIVOS DE ENTREGA.   *
      *  CADA LINHA DO ARQUIVO DE REPASSE E PROCURADA NO PEDCANAL     *
      *  PELO CANAL + PEDIDO DO APLICATIVO: VALOR IGUAL AO LIQUIDO    *
      *  GRAVADO NA IMPORTACAO FECHA O PEDIDO COMO REPASSADO ('R'),   *
      *  VALOR DIFERENTE FECHA COMO DIVERGENTE ('D') E SAI NO         *
      *  RELATORIO. PAGAMENTO DE PEDIDO QUE NAO FOI IMPORTADO TAMBEM  *
      *  SAI. NO FIM SAEM OS PEDIDOS AINDA AGUARDANDO REPASSE E OS    *
      *  TOTAIS POR CANAL                                             *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT REPASSE
           ASSIGN TO "..\DADOS\APLICATIVO\REPASSE.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPASSE.

           SELECT PEDCANAL ASSIGN TO "..\DADOS\PEDCANAL.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDCANAL
           RECORD KEY IS WS-PCN-PEDIDO
           ALTERNATE RECORD KEY IS WS-PCN-CHAVE-APP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- REPASSE DO APLICATIVO ----------------------*
      *  UMA LINHA POR PEDIDO PAGO, VALOR SEM VIRGULA                 *
       FD  REPASSE.
       01  WS-RPS-REG.
           05 WS-RPS-CANAL             PIC X(04).
           05 WS-RPS-PEDIDO-APP        PIC X(20).
           05 WS-RPS-DATA              PIC 9(08).
           05 WS-RPS-VALOR             PIC 9(05)V99.

      *------------------- (VER APPIMP) -------------------------------*
       FD  PEDCANAL.
       01  WS-PCN-REG.
           05 WS-PCN-PEDIDO            PIC 9(08).
           05 WS-PCN-CHAVE-APP.
              10 WS-PCN-CANAL          PIC X(04).
              10 WS-PCN-PEDIDO-APP     PIC X(20).
           05 WS-PCN-DATAHORA-APP      PIC X(14).
           05 WS-PCN-BRUTO             PIC 9(05)V99.
           05 WS-PCN-COMISSAO          PIC 9(05)V99.
           05 WS-PCN-LIQUIDO           PIC 9(05)V99.
           05 WS-PCN-REPASSE           PIC X(01).
              88 WS-PCN-AGUARDANDO         VALUE 'A'.
              88 WS-PCN-REPASSADO          VALUE 'R'.
              88 WS-PCN-DIVERGENTE         VALUE 'D'.
           05 WS-PCN-DATA-REPASSE      PIC 9(08).
           05 WS-PCN-VALOR-REPASSADO   PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-REPASSE                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDCANAL               PIC 9(02) VALUE ZEROS.
       01 WS-DIFERENCA                 PIC S9(06)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT                PIC ZZ.ZZ9,99.
       01 WS-PAGO-EDIT                 PIC ZZ.ZZ9,99.
       01 WS-DIF-EDIT                  PIC -ZZ.ZZ9,99.
       01 WS-TOTAL-EDIT                PIC Z.ZZZ.ZZ9,99.
       01 WS-TOTDIF-EDIT               PIC -Z.ZZZ.ZZ9,99.

      *------------------- TOTAIS POR CANAL ---------------------------*
       01 WS-TABELA-CANAL.
           05 WS-CNL OCCURS 20 TIMES.
              10 WS-CNL-CANAL          PIC X(04).
              10 WS-CNL-PAGOS          PIC 9(05).
              10 WS-CNL-VALOR-PAGO     PIC 9(07)V99.
              10 WS-CNL-CONCILIADOS    PIC 9(05).
              10 WS-CNL-DIVERGENTES    PIC 9(05).
              10 WS-CNL-DIFERENCA      PIC S9(07)V99.
              10 WS-CNL-NAO-ACHADOS    PIC 9(05).
              10 WS-CNL-AGUARDANDO     PIC 9(05).
              10 WS-CNL-A-RECEBER      PIC 9(07)V99.
       01 WS-CNL-ITENS                 PIC 9(02) COMP VALUE 0.
       01 WS-CNL-IDX                   PIC 9(02) COMP VALUE 0.
       01 WS-CNL-ACHADO                PIC 9(02) COMP VALUE 0.
       01 WS-BUSCA-CANAL               PIC X(04) VALUE SPACES.
       01 WS-TOT-LINHAS                PIC 9(05) VALUE 0.
       01 WS-TOT-REPETIDOS             PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.

           DISPLAY "CONCILIACAO DO REPASSE DOS APLICATIVOS".
           DISPLAY "--------------------------------------".
           DISPLAY "CANAL PEDIDO NO APLICATIVO   PEDIDO   "
                   "   LIQUIDO   REPASSADO  DIFERENCA".
           READ REPASSE.
           PERFORM CONCILIAR-UMA-LINHA
              UNTIL WS-FS-REPASSE NOT EQUAL ZEROS.

           PERFORM LISTAR-AGUARDANDO.
           PERFORM TOTALIZAR.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           OPEN INPUT REPASSE.
           IF WS-FS-REPASSE NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO REPASSE " WS-FS-REPASSE
              STOP RUN
           END-IF.

           OPEN I-O PEDCANAL.
           IF WS-FS-PEDCANAL NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDCANAL " WS-FS-PEDCANAL
              STOP RUN
           END-IF.

      *------------------- UMA LINHA DO REPASSE -----------------------*
      *  PEDIDO JA CONCILIADO NUMA SEMANA ANTERIOR E PAGO DE NOVO SAI *
      *  COMO REPETIDO E NAO MEXE NO REGISTRO                         *
       CONCILIAR-UMA-LINHA    SECTION.
           ADD 1 TO WS-TOT-LINHAS.
           MOVE WS-RPS-CANAL TO WS-BUSCA-CANAL.
           PERFORM LOCALIZAR-CANAL.
           IF WS-CNL-ACHADO NOT EQUAL 0
              ADD 1            TO WS-CNL-PAGOS (WS-CNL-ACHADO)
              ADD WS-RPS-VALOR TO WS-CNL-VALOR-PAGO (WS-CNL-ACHADO)
           END-IF.

           MOVE WS-RPS-CANAL      TO WS-PCN-CANAL.
           MOVE WS-RPS-PEDIDO-APP TO WS-PCN-PEDIDO-APP.
           READ PEDCANAL KEY IS WS-PCN-CHAVE-APP.
           IF WS-FS-PEDCANAL NOT EQUAL ZEROS
              MOVE ZEROS TO WS-FS-PEDCANAL
              IF WS-CNL-ACHADO NOT EQUAL 0
                 ADD 1 TO WS-CNL-NAO-ACHADOS (WS-CNL-ACHADO)
              END-IF
              MOVE WS-RPS-VALOR TO WS-VALOR-EDIT
              DISPLAY WS-RPS-CANAL "  " WS-RPS-PEDIDO-APP
                      " NAO IMPORTADO          " WS-VALOR-EDIT
              GO TO CONCILIAR-UMA-LINHA-FIM
           END-IF.

           IF NOT WS-PCN-AGUARDANDO
              ADD 1 TO WS-TOT-REPETIDOS
              DISPLAY WS-RPS-CANAL "  " WS-RPS-PEDIDO-APP " "
                      WS-PCN-PEDIDO " JA CONCILIADO EM "
                      WS-PCN-DATA-REPASSE
              GO TO CONCILIAR-UMA-LINHA-FIM
           END-IF.

           MOVE WS-RPS-DATA  TO WS-PCN-DATA-REPASSE.
           MOVE WS-RPS-VALOR TO WS-PCN-VALOR-REPASSADO.
           COMPUTE WS-DIFERENCA = WS-RPS-VALOR - WS-PCN-LIQUIDO.
           IF WS-DIFERENCA EQUAL ZEROS
              MOVE 'R' TO WS-PCN-REPASSE
              IF WS-CNL-ACHADO NOT EQUAL 0
                 ADD 1 TO WS-CNL-CONCILIADOS (WS-CNL-ACHADO)
              END-IF
           ELSE
              MOVE 'D' TO WS-PCN-REPASSE
              IF WS-CNL-ACHADO NOT EQUAL 0
                 ADD 1 TO WS-CNL-DIVERGENTES (WS-CNL-ACHADO)
                 ADD WS-DIFERENCA TO WS-CNL-DIFERENCA (WS-CNL-ACHADO)
              END-IF
              MOVE WS-PCN-LIQUIDO TO WS-VALOR-EDIT
              MOVE WS-RPS-VALOR   TO WS-PAGO-EDIT
              MOVE WS-DIFERENCA   TO WS-DIF-EDIT
              DISPLAY WS-RPS-CANAL "  " WS-RPS-PEDIDO-APP " "
                      WS-PCN-PEDIDO " " WS-VALOR-EDIT " "
                      WS-PAGO-EDIT " " WS-DIF-EDIT
           END-IF.
           REWRITE WS-PCN-REG.
           IF WS-FS-PEDCANAL NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO PEDCANAL " WS-PCN-PEDIDO
                      " " WS-FS-PEDCANAL
           END-IF.

       CONCILIAR-UMA-LINHA-FIM.
           READ REPASSE.

      *------------------- PEDIDOS AINDA SEM REPASSE ------------------*
       LISTAR-AGUARDANDO    SECTION.
           DISPLAY " ".
           DISPLAY "PEDIDOS AGUARDANDO REPASSE".
           MOVE ZEROS TO WS-PCN-PEDIDO.
           START PEDCANAL KEY IS NOT LESS THAN WS-PCN-PEDIDO.
           IF WS-FS-PEDCANAL NOT EQUAL ZEROS
              GO TO LISTAR-AGUARDANDO-FIM
           END-IF.
           READ PEDCANAL NEXT RECORD.
           PERFORM LISTAR-UM-AGUARDANDO
              UNTIL WS-FS-PEDCANAL NOT EQUAL ZEROS.

       LISTAR-AGUARDANDO-FIM.
           EXIT.

       LISTAR-UM-AGUARDANDO    SECTION.
           IF WS-PCN-AGUARDANDO
              MOVE WS-PCN-CANAL TO WS-BUSCA-CANAL
              PERFORM LOCALIZAR-CANAL
              IF WS-CNL-ACHADO NOT EQUAL 0
                 ADD 1 TO WS-CNL-AGUARDANDO (WS-CNL-ACHADO)
                 ADD WS-PCN-LIQUIDO
                   TO WS-CNL-A-RECEBER (WS-CNL-ACHADO)
              END-IF
              MOVE WS-PCN-LIQUIDO TO WS-VALOR-EDIT
              DISPLAY WS-PCN-CANAL "  " WS-PCN-PEDIDO-APP " "
                      WS-PCN-PEDIDO " " WS-VALOR-EDIT " "
                      WS-PCN-DATAHORA-APP (1:8)
           END-IF.
           READ PEDCANAL NEXT RECORD.

      *------------------- CANAL NA TABELA DE TOTAIS ------------------*
       LOCALIZAR-CANAL    SECTION.
           MOVE 0 TO WS-CNL-ACHADO.
           MOVE 1 TO WS-CNL-IDX.
           PERFORM PROCURAR-CANAL
              UNTIL WS-CNL-IDX > WS-CNL-ITENS
                 OR WS-CNL-ACHADO NOT EQUAL 0.
           IF WS-CNL-ACHADO EQUAL 0
              AND WS-CNL-ITENS < 20
              ADD 1 TO WS-CNL-ITENS
              MOVE WS-CNL-ITENS TO WS-CNL-ACHADO
              INITIALIZE WS-CNL (WS-CNL-ACHADO)
              MOVE WS-BUSCA-CANAL TO WS-CNL-CANAL (WS-CNL-ACHADO)
           END-IF.

       PROCURAR-CANAL    SECTION.
           IF WS-CNL-CANAL (WS-CNL-IDX) EQUAL WS-BUSCA-CANAL
              MOVE WS-CNL-IDX TO WS-CNL-ACHADO
           END-IF.
           ADD 1 TO WS-CNL-IDX.

      *------------------- RESUMO POR CANAL ---------------------------*
       TOTALIZAR    SECTION.
           DISPLAY " ".
           DISPLAY "LINHAS DO REPASSE: " WS-TOT-LINHAS.
           IF WS-TOT-REPETIDOS NOT EQUAL 0
              DISPLAY "PAGOS DE NOVO    : " WS-TOT-REPETIDOS
           END-IF.
           MOVE 1 TO WS-CNL-IDX.
           PERFORM TOTALIZAR-UM-CANAL
              UNTIL WS-CNL-IDX > WS-CNL-ITENS.

       TOTALIZAR-UM-CANAL    SECTION.
           DISPLAY " ".
           DISPLAY "CANAL " WS-CNL-CANAL (WS-CNL-IDX).
           MOVE WS-CNL-VALOR-PAGO (WS-CNL-IDX) TO WS-TOTAL-EDIT.
           DISPLAY "  PAGOS NO REPASSE   : " WS-CNL-PAGOS (WS-CNL-IDX)
                   " " WS-TOTAL-EDIT.
           DISPLAY "  CONCILIADOS        : "
                   WS-CNL-CONCILIADOS (WS-CNL-IDX).
           MOVE WS-CNL-DIFERENCA (WS-CNL-IDX) TO WS-TOTDIF-EDIT.
           DISPLAY "  DIVERGENTES        : "
                   WS-CNL-DIVERGENTES (WS-CNL-IDX) " " WS-TOTDIF-EDIT.
           DISPLAY "  NAO IMPORTADOS     : "
                   WS-CNL-NAO-ACHADOS (WS-CNL-IDX).
           MOVE WS-CNL-A-RECEBER (WS-CNL-IDX) TO WS-TOTAL-EDIT.
           DISPLAY "  AGUARDANDO REPASSE : "
                   WS-CNL-AGUARDANDO (WS-CNL-IDX) " " WS-TOTAL-EDIT.
           ADD 1 TO WS-CNL-IDX.

       FINALIZAR    SECTION.
           CLOSE REPASSE.
           CLOSE PEDCANAL.
       END PROGRAM APPREPASSE.
