      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 5-CONCILIA.
      *-----------------------------------------------------------------
      *  CONCILIACAO BANCARIA DIARIA. O EXTRATO DO BANCO DO DIA E     *
      *  CASADO COM OS LANCAMENTOS DO EXTRATO.DAT PELA CONTA, TIPO E  *
      *  VALOR, PRIMEIRO PELO DOCUMENTO E DEPOIS PELA DATA. O QUE     *
      *  SOBRA DOS DOIS LADOS VAI PARA O CONCILIA.PEND.DAT E VOLTA    *
      *  NA RODADA DO DIA SEGUINTE, ATE SER CASADO                    *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT BANCO ASSIGN TO "..\DADOS\EXTRATO.BANCO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BANCO.

           SELECT EXTRATO ASSIGN TO "..\DADOS\EXTRATO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-EXTRATO
           RECORD KEY IS EXTRATO-CHAVE.

           SELECT PENDENCIAS ASSIGN TO "..\DADOS\CONCILIA.PEND.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEND.

           SELECT CONCILCTL ASSIGN TO "..\DADOS\CONCILIACTL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTL.

           SELECT RELATORIO ASSIGN TO "..\DADOS\CONCILIA.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- EXTRATO DO BANCO (LAYOUT SIMPLIFICADO) -----*
      *  0 = HEADER COM A DATA DO EXTRATO / 1 = LANCAMENTO /          *
      *  9 = TRAILER COM A QUANTIDADE DE LANCAMENTOS                  *
       FD  BANCO.
       01  WS-BCO-REG.
           05 WS-BCO-TIPO-REG       PIC X(01).
              88 WS-BCO-HEADER          VALUE '0'.
              88 WS-BCO-DETALHE         VALUE '1'.
              88 WS-BCO-TRAILER         VALUE '9'.
           05 WS-BCO-CONTA          PIC X(04).
           05 WS-BCO-DATA           PIC 9(08).
           05 WS-BCO-TIPO           PIC X(01).
      *       D = DEBITO / C = CREDITO, COMO NO EXTRATO-TIPO
           05 WS-BCO-VALOR          PIC 9(07)V99.
           05 WS-BCO-DOC            PIC X(10).
           05 WS-BCO-HISTORICO      PIC X(30).
       01  WS-BCO-TRAILER-REG.
           05 FILLER                PIC X(01).
           05 WS-BCO-QTD            PIC 9(06).
           05 FILLER                PIC X(56).

       FD  EXTRATO.
       01  EXTRATO-REG.
           05 EXTRATO-CHAVE.
              10 EXTRATO-CONTA      PIC X(04).
              10 EXTRATO-SEQ        PIC 9(06).
           05 EXTRATO-DATA          PIC 9(08).
           05 EXTRATO-TIPO          PIC X(01).
           05 EXTRATO-VALOR         PIC 9(07)V99.
           05 EXTRATO-SALDO         PIC S9(07)V99.
           05 EXTRATO-DOC           PIC X(10).

      *------------------- ITENS AINDA NAO CONCILIADOS ----------------*
      *  B = SO NO BANCO / L = SO NO NOSSO EXTRATO                    *
       FD  PENDENCIAS.
       01  WS-PEND-REG.
           05 WS-PEND-ORIGEM        PIC X(01).
           05 WS-PEND-CONTA         PIC X(04).
           05 WS-PEND-SEQ           PIC 9(06).
           05 WS-PEND-DATA          PIC 9(08).
           05 WS-PEND-TIPO          PIC X(01).
           05 WS-PEND-VALOR         PIC 9(07)V99.
           05 WS-PEND-DOC           PIC X(10).
           05 WS-PEND-HISTORICO     PIC X(30).

      *------------------- DATA DO ULTIMO EXTRATO CONCILIADO ----------*
       FD  CONCILCTL.
       01  WS-CTL-REG.
           05 WS-CTL-ULTIMA-DATA    PIC 9(08).

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-BANCO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-EXTRATO            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEND               PIC 9(02) VALUE ZEROS.
       01 WS-FS-CTL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-DATA-EXTRATO          PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMA-DATA           PIC 9(08) VALUE ZEROS.
       01 WS-QTD-TRAILER           PIC 9(06) VALUE ZEROS.
       01 WS-QTD-DETALHES          PIC 9(06) VALUE ZEROS.
       01 WS-ESTOURO               PIC X(01) VALUE 'N'.

      *------------------- LANCAMENTOS DO BANCO (DIA + PENDENTES) -----*
       01 WS-BT-TAB.
           05 WS-BT OCCURS 2000 TIMES.
              10 WS-BT-CONTA        PIC X(04).
              10 WS-BT-DATA         PIC 9(08).
              10 WS-BT-TIPO         PIC X(01).
              10 WS-BT-VALOR        PIC 9(07)V99.
              10 WS-BT-DOC          PIC X(10).
              10 WS-BT-HISTORICO    PIC X(30).
              10 WS-BT-CASADO       PIC 9(04).
       01 WS-BT-ITENS              PIC 9(04) VALUE 0.
       01 WS-BT-IDX                PIC 9(04) VALUE 0.

      *------------------- LANCAMENTOS DO RAZAO (NOVOS + PENDENTES) ---*
       01 WS-LT-TAB.
           05 WS-LT OCCURS 2000 TIMES.
              10 WS-LT-CONTA        PIC X(04).
              10 WS-LT-SEQ          PIC 9(06).
              10 WS-LT-DATA         PIC 9(08).
              10 WS-LT-TIPO         PIC X(01).
              10 WS-LT-VALOR        PIC 9(07)V99.
              10 WS-LT-DOC          PIC X(10).
              10 WS-LT-CASADO       PIC 9(04).
       01 WS-LT-ITENS              PIC 9(04) VALUE 0.
       01 WS-LT-IDX                PIC 9(04) VALUE 0.
       01 WS-LT-ACHADO             PIC 9(04) VALUE 0.
       01 WS-PASSO                 PIC X(01) VALUE SPACES.
      *       D = CASA PELO DOCUMENTO / T = CASA PELA DATA

       01 WS-TOT-CASADOS           PIC 9(05) VALUE 0.
       01 WS-TOT-SO-BANCO          PIC 9(05) VALUE 0.
       01 WS-TOT-SO-RAZAO          PIC 9(05) VALUE 0.
       01 WS-TOT-PEND-LIDAS        PIC 9(05) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-PENDENCIAS.
           PERFORM CARREGAR-BANCO.
           PERFORM CARREGAR-RAZAO.
           IF WS-ESTOURO EQUAL 'S'
              DISPLAY "MAIS DE 2000 LANCAMENTOS DE UM LADO - "
                      "CONCILIACAO CANCELADA"
              STOP RUN
           END-IF.

           MOVE 'D' TO WS-PASSO.
           MOVE 0 TO WS-BT-IDX.
           PERFORM CASAR-LANCAMENTO-BANCO
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.
           MOVE 'T' TO WS-PASSO.
           MOVE 0 TO WS-BT-IDX.
           PERFORM CASAR-LANCAMENTO-BANCO
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.

           PERFORM EMITIR-RELATORIO.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "CONCILIACAO BANCARIA".
           DISPLAY "--------------------".

           OPEN INPUT BANCO.
           IF WS-FS-BANCO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO EXTRATO DO BANCO "
                      WS-FS-BANCO
              STOP RUN
           END-IF.
           READ BANCO.
           IF WS-FS-BANCO NOT EQUAL ZEROS
              OR NOT WS-BCO-HEADER
              DISPLAY "EXTRATO DO BANCO SEM HEADER - NADA CONCILIADO"
              CLOSE BANCO
              STOP RUN
           END-IF.
           MOVE WS-BCO-DATA TO WS-DATA-EXTRATO.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-EXTRATO)
              NOT EQUAL 0
              DISPLAY "DATA DO EXTRATO DO BANCO INVALIDA: "
                      WS-DATA-EXTRATO
              CLOSE BANCO
              STOP RUN
           END-IF.

      *    NA PRIMEIRA RODADA SO ENTRA O RAZAO DO PROPRIO DIA
           OPEN INPUT CONCILCTL.
           IF WS-FS-CTL EQUAL ZEROS
              READ CONCILCTL
           END-IF.
           IF WS-FS-CTL EQUAL ZEROS
              MOVE WS-CTL-ULTIMA-DATA TO WS-ULTIMA-DATA
              CLOSE CONCILCTL
           ELSE
              COMPUTE WS-ULTIMA-DATA = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-DATA-EXTRATO) - 1)
           END-IF.
           IF WS-DATA-EXTRATO NOT GREATER THAN WS-ULTIMA-DATA
              DISPLAY "EXTRATO DE " WS-DATA-EXTRATO
                      " JA CONCILIADO (ULTIMO: " WS-ULTIMA-DATA ")"
              CLOSE BANCO
              STOP RUN
           END-IF.

           OPEN INPUT EXTRATO.
           IF WS-FS-EXTRATO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO EXTRATO " WS-FS-EXTRATO
              CLOSE BANCO
              STOP RUN
           END-IF.

           DISPLAY "EXTRATO DO BANCO DE " WS-DATA-EXTRATO.

      *------------------- O QUE FICOU DAS RODADAS ANTERIORES ---------*
       CARREGAR-PENDENCIAS    SECTION.
           OPEN INPUT PENDENCIAS.
           IF WS-FS-PEND NOT EQUAL ZEROS
              GO TO CARREGAR-PENDENCIAS-FIM
           END-IF.
           READ PENDENCIAS.
           PERFORM CARREGAR-UMA-PENDENCIA
              UNTIL WS-FS-PEND NOT EQUAL ZEROS.
           CLOSE PENDENCIAS.

       CARREGAR-PENDENCIAS-FIM.
           EXIT.

       CARREGAR-UMA-PENDENCIA    SECTION.
           ADD 1 TO WS-TOT-PEND-LIDAS.
           IF WS-PEND-ORIGEM EQUAL 'B'
              MOVE WS-PEND-CONTA     TO WS-BCO-CONTA
              MOVE WS-PEND-DATA      TO WS-BCO-DATA
              MOVE WS-PEND-TIPO      TO WS-BCO-TIPO
              MOVE WS-PEND-VALOR     TO WS-BCO-VALOR
              MOVE WS-PEND-DOC       TO WS-BCO-DOC
              MOVE WS-PEND-HISTORICO TO WS-BCO-HISTORICO
              PERFORM GUARDAR-LANCAMENTO-BANCO
           ELSE
              MOVE WS-PEND-CONTA     TO EXTRATO-CONTA
              MOVE WS-PEND-SEQ       TO EXTRATO-SEQ
              MOVE WS-PEND-DATA      TO EXTRATO-DATA
              MOVE WS-PEND-TIPO      TO EXTRATO-TIPO
              MOVE WS-PEND-VALOR     TO EXTRATO-VALOR
              MOVE WS-PEND-DOC       TO EXTRATO-DOC
              PERFORM GUARDAR-LANCAMENTO-RAZAO
           END-IF.
           READ PENDENCIAS.

      *------------------- LANCAMENTOS DO BANCO NO DIA ----------------*
       CARREGAR-BANCO    SECTION.
           READ BANCO.
           PERFORM LER-LINHA-BANCO
              UNTIL WS-FS-BANCO NOT EQUAL ZEROS.

           IF WS-QTD-TRAILER NOT EQUAL WS-QTD-DETALHES
              DISPLAY "ATENCAO: TRAILER DO BANCO COM " WS-QTD-TRAILER
                      " LANCAMENTOS, LIDOS " WS-QTD-DETALHES
           END-IF.

       LER-LINHA-BANCO    SECTION.
           EVALUATE TRUE
               WHEN WS-BCO-DETALHE
                   ADD 1 TO WS-QTD-DETALHES
                   PERFORM GUARDAR-LANCAMENTO-BANCO
               WHEN WS-BCO-TRAILER
                   MOVE WS-BCO-QTD TO WS-QTD-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ BANCO.

       GUARDAR-LANCAMENTO-BANCO    SECTION.
           IF WS-BT-ITENS NOT LESS THAN 2000
              MOVE 'S' TO WS-ESTOURO
              GO TO GUARDAR-LANCAMENTO-BANCO-FIM
           END-IF.
           ADD 1 TO WS-BT-ITENS.
           MOVE WS-BCO-CONTA     TO WS-BT-CONTA (WS-BT-ITENS).
           MOVE WS-BCO-DATA      TO WS-BT-DATA (WS-BT-ITENS).
           MOVE WS-BCO-TIPO      TO WS-BT-TIPO (WS-BT-ITENS).
           MOVE WS-BCO-VALOR     TO WS-BT-VALOR (WS-BT-ITENS).
           MOVE WS-BCO-DOC       TO WS-BT-DOC (WS-BT-ITENS).
           MOVE WS-BCO-HISTORICO TO WS-BT-HISTORICO (WS-BT-ITENS).
           MOVE 0                TO WS-BT-CASADO (WS-BT-ITENS).

       GUARDAR-LANCAMENTO-BANCO-FIM.
           EXIT.

      *------------------- RAZAO DEPOIS DO ULTIMO EXTRATO CONCILIADO --*
       CARREGAR-RAZAO    SECTION.
           MOVE LOW-VALUES TO EXTRATO-CHAVE.
           START EXTRATO KEY IS NOT LESS THAN EXTRATO-CHAVE.
           IF WS-FS-EXTRATO EQUAL ZEROS
              READ EXTRATO NEXT RECORD
           END-IF.
           PERFORM LER-LANCAMENTO-RAZAO
              UNTIL WS-FS-EXTRATO NOT EQUAL ZEROS.

       LER-LANCAMENTO-RAZAO    SECTION.
           IF EXTRATO-DATA > WS-ULTIMA-DATA
              AND EXTRATO-DATA NOT GREATER THAN WS-DATA-EXTRATO
              PERFORM GUARDAR-LANCAMENTO-RAZAO
           END-IF.
           READ EXTRATO NEXT RECORD.

       GUARDAR-LANCAMENTO-RAZAO    SECTION.
           IF WS-LT-ITENS NOT LESS THAN 2000
              MOVE 'S' TO WS-ESTOURO
              GO TO GUARDAR-LANCAMENTO-RAZAO-FIM
           END-IF.
           ADD 1 TO WS-LT-ITENS.
           MOVE EXTRATO-CONTA TO WS-LT-CONTA (WS-LT-ITENS).
           MOVE EXTRATO-SEQ   TO WS-LT-SEQ (WS-LT-ITENS).
           MOVE EXTRATO-DATA  TO WS-LT-DATA (WS-LT-ITENS).
           MOVE EXTRATO-TIPO  TO WS-LT-TIPO (WS-LT-ITENS).
           MOVE EXTRATO-VALOR TO WS-LT-VALOR (WS-LT-ITENS).
           MOVE EXTRATO-DOC   TO WS-LT-DOC (WS-LT-ITENS).
           MOVE 0             TO WS-LT-CASADO (WS-LT-ITENS).

       GUARDAR-LANCAMENTO-RAZAO-FIM.
           EXIT.

      *------------------- CASA UM LANCAMENTO DO BANCO ----------------*
      *  MESMA CONTA, TIPO E VALOR. NO PASSO D O DOCUMENTO TAMBEM     *
      *  PRECISA BATER (A DATA PODE SER OUTRA, O BANCO PODE LANCAR    *
      *  NO DIA SEGUINTE); NO PASSO T, SEM DOCUMENTO, A DATA DECIDE   *
       CASAR-LANCAMENTO-BANCO    SECTION.
           ADD 1 TO WS-BT-IDX.
           IF WS-BT-CASADO (WS-BT-IDX) NOT EQUAL 0
              GO TO CASAR-LANCAMENTO-BANCO-FIM
           END-IF.
           IF WS-PASSO EQUAL 'D'
              AND WS-BT-DOC (WS-BT-IDX) EQUAL SPACES
              GO TO CASAR-LANCAMENTO-BANCO-FIM
           END-IF.

           MOVE 0 TO WS-LT-IDX.
           MOVE 0 TO WS-LT-ACHADO.
           PERFORM PROCURAR-NO-RAZAO
              UNTIL WS-LT-IDX EQUAL WS-LT-ITENS
                 OR WS-LT-ACHADO NOT EQUAL 0.

           IF WS-LT-ACHADO NOT EQUAL 0
              MOVE WS-LT-ACHADO TO WS-BT-CASADO (WS-BT-IDX)
              MOVE WS-BT-IDX    TO WS-LT-CASADO (WS-LT-ACHADO)
           END-IF.

       CASAR-LANCAMENTO-BANCO-FIM.
           EXIT.

       PROCURAR-NO-RAZAO    SECTION.
           ADD 1 TO WS-LT-IDX.
           IF WS-LT-CASADO (WS-LT-IDX) NOT EQUAL 0
              OR WS-LT-CONTA (WS-LT-IDX) NOT EQUAL
                 WS-BT-CONTA (WS-BT-IDX)
              OR WS-LT-TIPO (WS-LT-IDX) NOT EQUAL
                 WS-BT-TIPO (WS-BT-IDX)
              OR WS-LT-VALOR (WS-LT-IDX) NOT EQUAL
                 WS-BT-VALOR (WS-BT-IDX)
              GO TO PROCURAR-NO-RAZAO-FIM
           END-IF.

           IF WS-PASSO EQUAL 'D'
              IF WS-LT-DOC (WS-LT-IDX) EQUAL WS-BT-DOC (WS-BT-IDX)
                 MOVE WS-LT-IDX TO WS-LT-ACHADO
              END-IF
           ELSE
              IF WS-LT-DATA (WS-LT-IDX) EQUAL WS-BT-DATA (WS-BT-IDX)
                 MOVE WS-LT-IDX TO WS-LT-ACHADO
              END-IF
           END-IF.

       PROCURAR-NO-RAZAO-FIM.
           EXIT.

      *------------------- AS TRES LISTAS DA CONCILIACAO --------------*
       EMITIR-RELATORIO    SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONCILIACAO BANCARIA - EXTRATO DO BANCO DE "
                  WS-DATA-EXTRATO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "CONCILIADOS (CONTA DATA-BANCO DATA-RAZAO T VALOR DOC)"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE 0 TO WS-BT-IDX.
           PERFORM LISTAR-CASADO
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "SO NO BANCO (CONTA DATA T VALOR DOC HISTORICO)"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE 0 TO WS-BT-IDX.
           PERFORM LISTAR-SO-BANCO
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "SO NO NOSSO EXTRATO (CONTA SEQ DATA T VALOR DOC)"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE 0 TO WS-LT-IDX.
           PERFORM LISTAR-SO-RAZAO
              UNTIL WS-LT-IDX EQUAL WS-LT-ITENS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONCILIADOS: " WS-TOT-CASADOS
                  "  SO NO BANCO: " WS-TOT-SO-BANCO
                  "  SO NO NOSSO EXTRATO: " WS-TOT-SO-RAZAO
                  "  (PENDENTES DE ANTES: " WS-TOT-PEND-LIDAS ")"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           CLOSE RELATORIO.

       LISTAR-CASADO    SECTION.
           ADD 1 TO WS-BT-IDX.
           IF WS-BT-CASADO (WS-BT-IDX) NOT EQUAL 0
              ADD 1 TO WS-TOT-CASADOS
              MOVE WS-BT-CASADO (WS-BT-IDX) TO WS-LT-IDX
              MOVE WS-BT-VALOR (WS-BT-IDX) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING WS-BT-CONTA (WS-BT-IDX) " "
                     WS-BT-DATA (WS-BT-IDX) " "
                     WS-LT-DATA (WS-LT-IDX) " "
                     WS-BT-TIPO (WS-BT-IDX) " "
                     WS-VALOR-EDIT " "
                     WS-LT-DOC (WS-LT-IDX)
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

       LISTAR-SO-BANCO    SECTION.
           ADD 1 TO WS-BT-IDX.
           IF WS-BT-CASADO (WS-BT-IDX) EQUAL 0
              ADD 1 TO WS-TOT-SO-BANCO
              MOVE WS-BT-VALOR (WS-BT-IDX) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING WS-BT-CONTA (WS-BT-IDX) " "
                     WS-BT-DATA (WS-BT-IDX) " "
                     WS-BT-TIPO (WS-BT-IDX) " "
                     WS-VALOR-EDIT " "
                     WS-BT-DOC (WS-BT-IDX) " "
                     WS-BT-HISTORICO (WS-BT-IDX)
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

       LISTAR-SO-RAZAO    SECTION.
           ADD 1 TO WS-LT-IDX.
           IF WS-LT-CASADO (WS-LT-IDX) EQUAL 0
              ADD 1 TO WS-TOT-SO-RAZAO
              MOVE WS-LT-VALOR (WS-LT-IDX) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING WS-LT-CONTA (WS-LT-IDX) " "
                     WS-LT-SEQ (WS-LT-IDX) " "
                     WS-LT-DATA (WS-LT-IDX) " "
                     WS-LT-TIPO (WS-LT-IDX) " "
                     WS-VALOR-EDIT " "
                     WS-LT-DOC (WS-LT-IDX)
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

      *------------------- PENDENCIAS PARA A PROXIMA RODADA -----------*
       FINALIZAR    SECTION.
           OPEN OUTPUT PENDENCIAS.
           MOVE 0 TO WS-BT-IDX.
           PERFORM GRAVAR-PENDENCIA-BANCO
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.
           MOVE 0 TO WS-LT-IDX.
           PERFORM GRAVAR-PENDENCIA-RAZAO
              UNTIL WS-LT-IDX EQUAL WS-LT-ITENS.
           CLOSE PENDENCIAS.

           OPEN OUTPUT CONCILCTL.
           MOVE WS-DATA-EXTRATO TO WS-CTL-ULTIMA-DATA.
           WRITE WS-CTL-REG.
           CLOSE CONCILCTL.

           CLOSE BANCO.
           CLOSE EXTRATO.
           DISPLAY "RELATORIO EM ..\DADOS\CONCILIA.TXT".

       GRAVAR-PENDENCIA-BANCO    SECTION.
           ADD 1 TO WS-BT-IDX.
           IF WS-BT-CASADO (WS-BT-IDX) EQUAL 0
              MOVE 'B'                          TO WS-PEND-ORIGEM
              MOVE WS-BT-CONTA (WS-BT-IDX)      TO WS-PEND-CONTA
              MOVE ZEROS                        TO WS-PEND-SEQ
              MOVE WS-BT-DATA (WS-BT-IDX)       TO WS-PEND-DATA
              MOVE WS-BT-TIPO (WS-BT-IDX)       TO WS-PEND-TIPO
              MOVE WS-BT-VALOR (WS-BT-IDX)      TO WS-PEND-VALOR
              MOVE WS-BT-DOC (WS-BT-IDX)        TO WS-PEND-DOC
              MOVE WS-BT-HISTORICO (WS-BT-IDX)  TO WS-PEND-HISTORICO
              WRITE WS-PEND-REG
           END-IF.

       GRAVAR-PENDENCIA-RAZAO    SECTION.
           ADD 1 TO WS-LT-IDX.
           IF WS-LT-CASADO (WS-LT-IDX) EQUAL 0
              MOVE 'L'                          TO WS-PEND-ORIGEM
              MOVE WS-LT-CONTA (WS-LT-IDX)      TO WS-PEND-CONTA
              MOVE WS-LT-SEQ (WS-LT-IDX)        TO WS-PEND-SEQ
              MOVE WS-LT-DATA (WS-LT-IDX)       TO WS-PEND-DATA
              MOVE WS-LT-TIPO (WS-LT-IDX)       TO WS-PEND-TIPO
              MOVE WS-LT-VALOR (WS-LT-IDX)      TO WS-PEND-VALOR
              MOVE WS-LT-DOC (WS-LT-IDX)        TO WS-PEND-DOC
              MOVE SPACES                       TO WS-PEND-HISTORICO
              WRITE WS-PEND-REG
           END-IF.
       END PROGRAM 5-CONCILIA.
