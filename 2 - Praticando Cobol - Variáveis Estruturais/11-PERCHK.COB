      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 11-PERCHK.
      *-----------------------------------------------------------------
      *  DIZ SE A DATA DE UM LANCAMENTO CAI EM COMPETENCIA FECHADA DA *
      *  AREA (BCO = EXTRATO DAS CONTAS, REC = CONTAS A RECEBER,      *
      *  EST = ESTOQUE). O PERIODOS.DAT E O LOG DE FECHAMENTOS E      *
      *  REABERTURAS DO 11-PERIODO; VALE A ULTIMA ACAO DE CADA AREA E *
      *  COMPETENCIA. O ARQUIVO E LIDO NA PRIMEIRA CHAMADA E FICA NA  *
      *  TABELA PARA AS SEGUINTES                                     *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "..\DADOS\PERIODOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PER.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER 11-PERIODO) ---------------------------*
       FD  PERIODOS.
       01  WS-PER-REG.
           05 WS-PER-AREA           PIC X(03).
           05 WS-PER-COMPETENCIA    PIC 9(06).
           05 WS-PER-ACAO           PIC X(01).
              88 WS-PER-FECHOU         VALUE 'F'.
              88 WS-PER-REABRIU        VALUE 'R'.
           05 WS-PER-DATAHORA       PIC X(14).
           05 WS-PER-SUPERVISOR     PIC X(10).
           05 WS-PER-MOTIVO         PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-PER                PIC 9(02) VALUE ZEROS.
       01 WS-CARREGADO             PIC X(01) VALUE 'N'.
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-BUSCA-AREA            PIC X(03) VALUE SPACES.

      *------------------- SITUACAO ATUAL DE CADA AREA/COMPETENCIA ----*
       01 WS-PT-TAB.
           05 WS-PT OCCURS 500 TIMES.
              10 WS-PT-AREA         PIC X(03).
              10 WS-PT-COMPETENCIA  PIC 9(06).
              10 WS-PT-ACAO         PIC X(01).
       01 WS-PT-ITENS              PIC 9(03) VALUE 0.
       01 WS-PT-IDX                PIC 9(03) VALUE 0.
       01 WS-PT-ACHADO             PIC 9(03) VALUE 0.
       01 WS-PT-CHEIA              PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 LK-PERIODO.
           05 LK-PER-AREA           PIC X(03).
           05 LK-PER-DATA           PIC 9(08).
           05 LK-PER-SITUACAO       PIC X(01).
              88 LK-PER-ABERTO         VALUE 'A'.
              88 LK-PER-FECHADO        VALUE 'F'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PERIODO.
       MAIN-PROCEDURE.
           IF WS-CARREGADO NOT EQUAL 'S'
              PERFORM CARREGAR-PERIODOS
              MOVE 'S' TO WS-CARREGADO
           END-IF.

           MOVE 'A' TO LK-PER-SITUACAO.
           MOVE LK-PER-AREA       TO WS-BUSCA-AREA.
           MOVE LK-PER-DATA (1:6) TO WS-COMPETENCIA.
           PERFORM LOCALIZAR.
           IF WS-PT-ACHADO NOT EQUAL 0
              IF WS-PT-ACAO (WS-PT-ACHADO) EQUAL 'F'
                 MOVE 'F' TO LK-PER-SITUACAO
              END-IF
           END-IF.

           GOBACK.

       CARREGAR-PERIODOS    SECTION.
           OPEN INPUT PERIODOS.
           IF WS-FS-PER NOT EQUAL ZEROS
              GO TO CARREGAR-PERIODOS-FIM
           END-IF.
           READ PERIODOS.
           PERFORM GUARDAR-ACAO
              UNTIL WS-FS-PER NOT EQUAL ZEROS.
           CLOSE PERIODOS.

           IF WS-PT-CHEIA EQUAL 'S'
              DISPLAY "ATENCAO: PERIODOS.DAT COM MAIS DE 500 "
                      "COMPETENCIAS - AMPLIE A TABELA DO 11-PERCHK"
           END-IF.

       CARREGAR-PERIODOS-FIM.
           EXIT.

      *------------------- A ULTIMA ACAO SOBREPOE AS ANTERIORES -------*
       GUARDAR-ACAO    SECTION.
           MOVE WS-PER-AREA        TO WS-BUSCA-AREA.
           MOVE WS-PER-COMPETENCIA TO WS-COMPETENCIA.
           PERFORM LOCALIZAR.
           IF WS-PT-ACHADO EQUAL 0
              IF WS-PT-ITENS < 500
                 ADD 1 TO WS-PT-ITENS
                 MOVE WS-PT-ITENS TO WS-PT-ACHADO
                 MOVE WS-PER-AREA TO WS-PT-AREA (WS-PT-ACHADO)
                 MOVE WS-PER-COMPETENCIA
                   TO WS-PT-COMPETENCIA (WS-PT-ACHADO)
              ELSE
                 MOVE 'S' TO WS-PT-CHEIA
              END-IF
           END-IF.
           IF WS-PT-ACHADO NOT EQUAL 0
              MOVE WS-PER-ACAO TO WS-PT-ACAO (WS-PT-ACHADO)
           END-IF.
           READ PERIODOS.

       LOCALIZAR    SECTION.
           MOVE 0 TO WS-PT-IDX.
           MOVE 0 TO WS-PT-ACHADO.
           PERFORM PROCURAR
              UNTIL WS-PT-IDX EQUAL WS-PT-ITENS
                 OR WS-PT-ACHADO NOT EQUAL 0.

       PROCURAR    SECTION.
           ADD 1 TO WS-PT-IDX.
           IF WS-PT-AREA (WS-PT-IDX) EQUAL WS-BUSCA-AREA
              AND WS-PT-COMPETENCIA (WS-PT-IDX) EQUAL WS-COMPETENCIA
              MOVE WS-PT-IDX TO WS-PT-ACHADO
           END-IF.
       END PROGRAM 11-PERCHK.
