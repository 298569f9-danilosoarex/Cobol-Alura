      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 11-RAZAO.
      *-----------------------------------------------------------------
      *  RAZAO DO MES: PARA CADA CONTA DO PLANO COM SALDO OU MOVIMENTO*
      *  O SALDO ANTERIOR, AS PARTIDAS DA COMPETENCIA COM O SALDO     *
      *  ACUMULADO E O SALDO FINAL                                    *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PLANO ASSIGN TO "..\DADOS\CONTAB.PLANO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PLANO
           RECORD KEY IS WS-PLA-CONTA.

           SELECT DIARIO ASSIGN TO "..\DADOS\CONTAB.DIARIO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIO.

           SELECT RELATORIO ASSIGN TO "..\DADOS\CONTAB.RAZAO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER 11-PLANOCAD) --------------------------*
       FD  PLANO.
       01  WS-PLA-REG.
           05 WS-PLA-CONTA          PIC X(10).
           05 WS-PLA-DESCRICAO      PIC X(30).
           05 WS-PLA-GRUPO          PIC X(01).
           05 WS-PLA-SITUACAO       PIC X(01).

      *------------------- (VER 11-CONTABIL) --------------------------*
       FD  DIARIO.
       01  WS-DIA-REG.
           05 WS-DIA-LANCAMENTO     PIC 9(06).
           05 WS-DIA-DATA           PIC 9(08).
           05 WS-DIA-CONTA          PIC X(10).
           05 WS-DIA-TIPO           PIC X(01).
              88 WS-DIA-DEBITO         VALUE 'D'.
              88 WS-DIA-CREDITO        VALUE 'C'.
           05 WS-DIA-VALOR          PIC 9(09)V99.
           05 WS-DIA-EVENTO         PIC X(06).
           05 WS-DIA-HISTORICO      PIC X(30).
           05 WS-DIA-ORIGEM         PIC X(10).
           05 WS-DIA-LOTE           PIC X(14).

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PLANO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-DIARIO             PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-MES-PARTIDA           PIC 9(06) VALUE ZEROS.
       01 WS-ESTOURO               PIC X(01) VALUE 'N'.

      *------------------- CONTAS DO PLANO ----------------------------*
       01 WS-CT-TAB.
           05 WS-CT OCCURS 500 TIMES.
              10 WS-CT-CONTA        PIC X(10).
              10 WS-CT-DESCRICAO    PIC X(30).
              10 WS-CT-SALDO-ANT    PIC S9(11)V99.
              10 WS-CT-PARTIDAS     PIC 9(05).
       01 WS-CT-ITENS              PIC 9(04) VALUE 0.
       01 WS-CT-IDX                PIC 9(04) VALUE 0.
       01 WS-CT-ACHADO             PIC 9(04) VALUE 0.

      *------------------- PARTIDAS DA COMPETENCIA --------------------*
       01 WS-PT-TAB.
           05 WS-PT OCCURS 3000 TIMES.
              10 WS-PT-CONTA-IDX    PIC 9(04).
              10 WS-PT-LANCAMENTO   PIC 9(06).
              10 WS-PT-DATA         PIC 9(08).
              10 WS-PT-TIPO         PIC X(01).
              10 WS-PT-VALOR        PIC 9(09)V99.
              10 WS-PT-HISTORICO    PIC X(30).
       01 WS-PT-ITENS              PIC 9(04) VALUE 0.
       01 WS-PT-IDX                PIC 9(04) VALUE 0.

       01 WS-SALDO                 PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-ABS             PIC 9(11)V99 VALUE ZEROS.
       01 WS-NATUREZA-SALDO        PIC X(01) VALUE SPACES.
       01 WS-DEB-MES               PIC 9(11)V99 VALUE ZEROS.
       01 WS-CRE-MES               PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-CONTAS            PIC 9(04) VALUE 0.
       01 WS-TOT-SEM-CONTA         PIC 9(05) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(10)9.99.
       01 WS-VALOR-EDIT2           PIC Z(10)9.99.
       01 WS-VALOR-EDIT3           PIC Z(10)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-PLANO.
           PERFORM LER-DIARIO.
           IF WS-ESTOURO EQUAL 'S'
              DISPLAY "MAIS DE 500 CONTAS OU 3000 PARTIDAS NO MES - "
                      "RAZAO CANCELADO"
              STOP RUN
           END-IF.
           PERFORM EMITIR-RAZAO.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "RAZAO CONTABIL DO MES".
           DISPLAY "---------------------".
           DISPLAY "COMPETENCIA (AAAAMM / 0 = ATUAL): ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:6) TO WS-COMPETENCIA
           END-IF.
           IF WS-COMPETENCIA (5:2) < "01"
              OR WS-COMPETENCIA (5:2) > "12"
              DISPLAY "COMPETENCIA INVALIDA"
              STOP RUN
           END-IF.

           OPEN INPUT PLANO.
           IF WS-FS-PLANO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PLANO DE CONTAS "
                      WS-FS-PLANO
              STOP RUN
           END-IF.

       CARREGAR-PLANO    SECTION.
           MOVE LOW-VALUES TO WS-PLA-CONTA.
           START PLANO KEY IS NOT LESS THAN WS-PLA-CONTA.
           IF WS-FS-PLANO EQUAL ZEROS
              READ PLANO NEXT RECORD
           END-IF.
           PERFORM GUARDAR-CONTA
              UNTIL WS-FS-PLANO NOT EQUAL ZEROS.
           CLOSE PLANO.

       GUARDAR-CONTA    SECTION.
           IF WS-CT-ITENS NOT LESS THAN 500
              MOVE 'S' TO WS-ESTOURO
           ELSE
              ADD 1 TO WS-CT-ITENS
              MOVE WS-PLA-CONTA     TO WS-CT-CONTA (WS-CT-ITENS)
              MOVE WS-PLA-DESCRICAO TO WS-CT-DESCRICAO (WS-CT-ITENS)
              MOVE ZEROS            TO WS-CT-SALDO-ANT (WS-CT-ITENS)
              MOVE ZEROS            TO WS-CT-PARTIDAS (WS-CT-ITENS)
           END-IF.
           READ PLANO NEXT RECORD.

      *------------------- ANTES DO MES VAI PARA O SALDO ANTERIOR; ----*
      *                    O MES VAI PARA A TABELA DE PARTIDAS        *
       LER-DIARIO    SECTION.
           OPEN INPUT DIARIO.
           IF WS-FS-DIARIO NOT EQUAL ZEROS
              DISPLAY "DIARIO VAZIO - NENHUM LANCAMENTO"
              GO TO LER-DIARIO-FIM
           END-IF.
           READ DIARIO.
           PERFORM SEPARAR-PARTIDA
              UNTIL WS-FS-DIARIO NOT EQUAL ZEROS.
           CLOSE DIARIO.

       LER-DIARIO-FIM.
           EXIT.

       SEPARAR-PARTIDA    SECTION.
           MOVE WS-DIA-DATA (1:6) TO WS-MES-PARTIDA.
           IF WS-MES-PARTIDA > WS-COMPETENCIA
              GO TO SEPARAR-PARTIDA-PROX
           END-IF.

           MOVE 0 TO WS-CT-IDX.
           MOVE 0 TO WS-CT-ACHADO.
           PERFORM PROCURAR-CONTA
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS
                 OR WS-CT-ACHADO NOT EQUAL 0.
           IF WS-CT-ACHADO EQUAL 0
              ADD 1 TO WS-TOT-SEM-CONTA
              GO TO SEPARAR-PARTIDA-PROX
           END-IF.

           IF WS-MES-PARTIDA < WS-COMPETENCIA
              IF WS-DIA-DEBITO
                 ADD WS-DIA-VALOR TO WS-CT-SALDO-ANT (WS-CT-ACHADO)
              ELSE
                 SUBTRACT WS-DIA-VALOR
                     FROM WS-CT-SALDO-ANT (WS-CT-ACHADO)
              END-IF
              GO TO SEPARAR-PARTIDA-PROX
           END-IF.

           IF WS-PT-ITENS NOT LESS THAN 3000
              MOVE 'S' TO WS-ESTOURO
              GO TO SEPARAR-PARTIDA-PROX
           END-IF.
           ADD 1 TO WS-PT-ITENS.
           ADD 1 TO WS-CT-PARTIDAS (WS-CT-ACHADO).
           MOVE WS-CT-ACHADO      TO WS-PT-CONTA-IDX (WS-PT-ITENS).
           MOVE WS-DIA-LANCAMENTO TO WS-PT-LANCAMENTO (WS-PT-ITENS).
           MOVE WS-DIA-DATA       TO WS-PT-DATA (WS-PT-ITENS).
           MOVE WS-DIA-TIPO       TO WS-PT-TIPO (WS-PT-ITENS).
           MOVE WS-DIA-VALOR      TO WS-PT-VALOR (WS-PT-ITENS).
           MOVE WS-DIA-HISTORICO  TO WS-PT-HISTORICO (WS-PT-ITENS).

       SEPARAR-PARTIDA-PROX.
           READ DIARIO.

       PROCURAR-CONTA    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-CONTA (WS-CT-IDX) EQUAL WS-DIA-CONTA
              MOVE WS-CT-IDX TO WS-CT-ACHADO
           END-IF.

       EMITIR-RAZAO    SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "RAZAO CONTABIL - COMPETENCIA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE 0 TO WS-CT-IDX.
           PERFORM IMPRIMIR-CONTA
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONTAS NO RAZAO: " WS-TOT-CONTAS
                  "  PARTIDAS DO MES: " WS-PT-ITENS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           IF WS-TOT-SEM-CONTA NOT EQUAL 0
              MOVE SPACES TO WS-REL-LINHA
              STRING "ATENCAO: " WS-TOT-SEM-CONTA
                     " PARTIDAS EM CONTAS FORA DO PLANO"
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              DISPLAY WS-REL-LINHA
           END-IF.
           CLOSE RELATORIO.

      *------------------- UMA CONTA: ANTERIOR, PARTIDAS, FINAL -------*
       IMPRIMIR-CONTA    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-SALDO-ANT (WS-CT-IDX) EQUAL ZEROS
              AND WS-CT-PARTIDAS (WS-CT-IDX) EQUAL 0
              GO TO IMPRIMIR-CONTA-FIM
           END-IF.

           ADD 1 TO WS-TOT-CONTAS.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONTA " WS-CT-CONTA (WS-CT-IDX) " "
                  WS-CT-DESCRICAO (WS-CT-IDX)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

           MOVE WS-CT-SALDO-ANT (WS-CT-IDX) TO WS-SALDO.
           PERFORM MONTAR-SALDO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "   SALDO ANTERIOR" DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-VALOR-EDIT3    TO WS-REL-LINHA (82:14).
           MOVE WS-NATUREZA-SALDO TO WS-REL-LINHA (97:1).
           WRITE WS-REL-LINHA.

           MOVE ZEROS TO WS-DEB-MES.
           MOVE ZEROS TO WS-CRE-MES.
           MOVE 0 TO WS-PT-IDX.
           PERFORM IMPRIMIR-PARTIDA
              UNTIL WS-PT-IDX EQUAL WS-PT-ITENS.

           MOVE WS-DEB-MES TO WS-VALOR-EDIT.
           MOVE WS-CRE-MES TO WS-VALOR-EDIT2.
           PERFORM MONTAR-SALDO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "   SALDO FINAL" DELIMITED BY SIZE
                  INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-VALOR-EDIT  TO WS-REL-LINHA (52:14).
           MOVE WS-VALOR-EDIT2 TO WS-REL-LINHA (67:14).
           MOVE WS-VALOR-EDIT3 TO WS-REL-LINHA (82:14).
           MOVE WS-NATUREZA-SALDO TO WS-REL-LINHA (97:1).
           WRITE WS-REL-LINHA.

       IMPRIMIR-CONTA-FIM.
           EXIT.

      *------------------- DATA LANCTO HISTORICO DEBITO CREDITO SALDO *
       IMPRIMIR-PARTIDA    SECTION.
           ADD 1 TO WS-PT-IDX.
           IF WS-PT-CONTA-IDX (WS-PT-IDX) NOT EQUAL WS-CT-IDX
              GO TO IMPRIMIR-PARTIDA-FIM
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "   " WS-PT-DATA (WS-PT-IDX) " "
                  WS-PT-LANCAMENTO (WS-PT-IDX) " "
                  WS-PT-HISTORICO (WS-PT-IDX)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-PT-VALOR (WS-PT-IDX) TO WS-VALOR-EDIT.
           IF WS-PT-TIPO (WS-PT-IDX) EQUAL 'D'
              ADD WS-PT-VALOR (WS-PT-IDX) TO WS-SALDO
              ADD WS-PT-VALOR (WS-PT-IDX) TO WS-DEB-MES
              MOVE WS-VALOR-EDIT TO WS-REL-LINHA (52:14)
           ELSE
              SUBTRACT WS-PT-VALOR (WS-PT-IDX) FROM WS-SALDO
              ADD WS-PT-VALOR (WS-PT-IDX) TO WS-CRE-MES
              MOVE WS-VALOR-EDIT TO WS-REL-LINHA (67:14)
           END-IF.
           PERFORM MONTAR-SALDO.
           MOVE WS-VALOR-EDIT3    TO WS-REL-LINHA (82:14).
           MOVE WS-NATUREZA-SALDO TO WS-REL-LINHA (97:1).
           WRITE WS-REL-LINHA.

       IMPRIMIR-PARTIDA-FIM.
           EXIT.

      *------------------- SALDO SEM SINAL + D (DEVEDOR)/C (CREDOR) ---*
       MONTAR-SALDO    SECTION.
           IF WS-SALDO < 0
              MOVE 'C' TO WS-NATUREZA-SALDO
              COMPUTE WS-SALDO-ABS = WS-SALDO * -1
           ELSE
              MOVE 'D' TO WS-NATUREZA-SALDO
              MOVE WS-SALDO TO WS-SALDO-ABS
           END-IF.
           MOVE WS-SALDO-ABS TO WS-VALOR-EDIT3.

       FINALIZAR    SECTION.
           DISPLAY "RAZAO GRAVADO EM CONTAB.RAZAO.TXT".
       END PROGRAM 11-RAZAO.
