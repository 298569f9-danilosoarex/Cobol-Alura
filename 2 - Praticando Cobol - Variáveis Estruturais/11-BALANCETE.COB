      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 11-BALANCETE.
      *-----------------------------------------------------------------
      *  BALANCETE DE VERIFICACAO: DEBITOS, CREDITOS E SALDO DE CADA  *
      *  CONTA DO PLANO COM TODO O DIARIO ATE A DATA PEDIDA. COMO SO  *
      *  ENTRA NO DIARIO LOTE QUE FECHA, O TOTAL DOS DEBITOS TEM QUE  *
      *  BATER COM O DOS CREDITOS                                     *
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

           SELECT RELATORIO ASSIGN TO "..\DADOS\CONTAB.BALANCETE.TXT"
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
       01 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       01 WS-ESTOURO               PIC X(01) VALUE 'N'.

      *------------------- CONTAS DO PLANO COM OS TOTAIS --------------*
       01 WS-CT-TAB.
           05 WS-CT OCCURS 500 TIMES.
              10 WS-CT-CONTA        PIC X(10).
              10 WS-CT-DESCRICAO    PIC X(30).
              10 WS-CT-GRUPO        PIC X(01).
              10 WS-CT-DEBITOS      PIC 9(11)V99.
              10 WS-CT-CREDITOS     PIC 9(11)V99.
       01 WS-CT-ITENS              PIC 9(04) VALUE 0.
       01 WS-CT-IDX                PIC 9(04) VALUE 0.
       01 WS-CT-ACHADO             PIC 9(04) VALUE 0.

       01 WS-SALDO                 PIC S9(11)V99 VALUE ZEROS.
       01 WS-NATUREZA-SALDO        PIC X(01) VALUE SPACES.
       01 WS-TOT-DEBITOS           PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-CREDITOS          PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-SEM-CONTA         PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-PARTIDAS          PIC 9(07) VALUE 0.
       01 WS-TOT-CONTAS            PIC 9(04) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(10)9.99.
       01 WS-VALOR-EDIT2           PIC Z(10)9.99.
       01 WS-VALOR-EDIT3           PIC Z(10)9.99.
       01 WS-TOTAL-EDIT            PIC Z(12)9.99.
       01 WS-TOTAL-EDIT2           PIC Z(12)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-PLANO.
           IF WS-ESTOURO EQUAL 'S'
              DISPLAY "MAIS DE 500 CONTAS NO PLANO - "
                      "BALANCETE CANCELADO"
              STOP RUN
           END-IF.
           PERFORM SOMAR-DIARIO.
           PERFORM EMITIR-BALANCETE.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "BALANCETE DE VERIFICACAO".
           DISPLAY "------------------------".
           DISPLAY "DATA LIMITE (AAAAMMDD / 0 = HOJE): ".
           ACCEPT WS-DATA-LIMITE.
           IF WS-DATA-LIMITE EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-LIMITE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-LIMITE)
              NOT EQUAL 0
              DISPLAY "DATA INVALIDA"
              STOP RUN
           END-IF.

           OPEN INPUT PLANO.
           IF WS-FS-PLANO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PLANO DE CONTAS "
                      WS-FS-PLANO
              STOP RUN
           END-IF.

      *------------------- PLANO EM ORDEM DE CONTA --------------------*
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
              MOVE WS-PLA-GRUPO     TO WS-CT-GRUPO (WS-CT-ITENS)
              MOVE ZEROS            TO WS-CT-DEBITOS (WS-CT-ITENS)
              MOVE ZEROS            TO WS-CT-CREDITOS (WS-CT-ITENS)
           END-IF.
           READ PLANO NEXT RECORD.

       SOMAR-DIARIO    SECTION.
           OPEN INPUT DIARIO.
           IF WS-FS-DIARIO NOT EQUAL ZEROS
              DISPLAY "DIARIO VAZIO - NENHUM LANCAMENTO"
              GO TO SOMAR-DIARIO-FIM
           END-IF.
           READ DIARIO.
           PERFORM SOMAR-PARTIDA
              UNTIL WS-FS-DIARIO NOT EQUAL ZEROS.
           CLOSE DIARIO.

       SOMAR-DIARIO-FIM.
           EXIT.

       SOMAR-PARTIDA    SECTION.
           IF WS-DIA-DATA > WS-DATA-LIMITE
              GO TO SOMAR-PARTIDA-PROX
           END-IF.

           ADD 1 TO WS-TOT-PARTIDAS.
           IF WS-DIA-DEBITO
              ADD WS-DIA-VALOR TO WS-TOT-DEBITOS
           ELSE
              ADD WS-DIA-VALOR TO WS-TOT-CREDITOS
           END-IF.

           MOVE 0 TO WS-CT-IDX.
           MOVE 0 TO WS-CT-ACHADO.
           PERFORM PROCURAR-CONTA
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS
                 OR WS-CT-ACHADO NOT EQUAL 0.

           IF WS-CT-ACHADO EQUAL 0
              ADD WS-DIA-VALOR TO WS-TOT-SEM-CONTA
           ELSE
              IF WS-DIA-DEBITO
                 ADD WS-DIA-VALOR TO WS-CT-DEBITOS (WS-CT-ACHADO)
              ELSE
                 ADD WS-DIA-VALOR TO WS-CT-CREDITOS (WS-CT-ACHADO)
              END-IF
           END-IF.

       SOMAR-PARTIDA-PROX.
           READ DIARIO.

       PROCURAR-CONTA    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-CONTA (WS-CT-IDX) EQUAL WS-DIA-CONTA
              MOVE WS-CT-IDX TO WS-CT-ACHADO
           END-IF.

       EMITIR-BALANCETE    SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "BALANCETE DE VERIFICACAO ATE " WS-DATA-LIMITE
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "CONTA      DESCRICAO                      G"
             TO WS-REL-LINHA.
           MOVE "DEBITOS       CREDITOS          SALDO"
             TO WS-REL-LINHA (52:).
           WRITE WS-REL-LINHA.

           MOVE 0 TO WS-CT-IDX.
           PERFORM IMPRIMIR-CONTA
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE WS-TOT-DEBITOS  TO WS-TOTAL-EDIT.
           MOVE WS-TOT-CREDITOS TO WS-TOTAL-EDIT2.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAIS (" WS-TOT-CONTAS " CONTAS, "
                  WS-TOT-PARTIDAS " PARTIDAS)   "
                  WS-TOTAL-EDIT " " WS-TOTAL-EDIT2
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           IF WS-TOT-SEM-CONTA NOT EQUAL ZEROS
              MOVE WS-TOT-SEM-CONTA TO WS-TOTAL-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "ATENCAO: PARTIDAS EM CONTAS FORA DO PLANO: "
                     WS-TOTAL-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              DISPLAY WS-REL-LINHA
           END-IF.

           IF WS-TOT-DEBITOS EQUAL WS-TOT-CREDITOS
              MOVE "BALANCETE FECHADO: DEBITOS IGUAIS AOS CREDITOS"
                TO WS-REL-LINHA
           ELSE
              MOVE "ATENCAO: BALANCETE NAO FECHA" TO WS-REL-LINHA
           END-IF.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           CLOSE RELATORIO.

      *------------------- SO AS CONTAS COM MOVIMENTO -----------------*
      *  SALDO DEVEDOR (D) QUANDO OS DEBITOS SUPERAM OS CREDITOS,     *
      *  CREDOR (C) NO CASO CONTRARIO                                 *
       IMPRIMIR-CONTA    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-DEBITOS (WS-CT-IDX) EQUAL ZEROS
              AND WS-CT-CREDITOS (WS-CT-IDX) EQUAL ZEROS
              GO TO IMPRIMIR-CONTA-FIM
           END-IF.

           ADD 1 TO WS-TOT-CONTAS.
           COMPUTE WS-SALDO = WS-CT-DEBITOS (WS-CT-IDX)
                            - WS-CT-CREDITOS (WS-CT-IDX).
           IF WS-SALDO < 0
              MOVE 'C' TO WS-NATUREZA-SALDO
              COMPUTE WS-SALDO = WS-SALDO * -1
           ELSE
              MOVE 'D' TO WS-NATUREZA-SALDO
           END-IF.

           MOVE WS-CT-DEBITOS (WS-CT-IDX)  TO WS-VALOR-EDIT.
           MOVE WS-CT-CREDITOS (WS-CT-IDX) TO WS-VALOR-EDIT2.
           MOVE WS-SALDO                   TO WS-VALOR-EDIT3.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-CT-CONTA (WS-CT-IDX) " "
                  WS-CT-DESCRICAO (WS-CT-IDX) " "
                  WS-CT-GRUPO (WS-CT-IDX) " "
                  WS-VALOR-EDIT " " WS-VALOR-EDIT2 " "
                  WS-VALOR-EDIT3 " " WS-NATUREZA-SALDO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

       IMPRIMIR-CONTA-FIM.
           EXIT.

       FINALIZAR    SECTION.
           DISPLAY "BALANCETE GRAVADO EM CONTAB.BALANCETE.TXT".
       END PROGRAM 11-BALANCETE.
