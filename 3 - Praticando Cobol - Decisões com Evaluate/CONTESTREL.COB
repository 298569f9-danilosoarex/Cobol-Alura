      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CONTESTREL.
      *-----------------------------------------------------------------
      *  FECHAMENTO MENSAL DAS CONTESTACOES (VER CONTESTWQ). SAEM AS
      *  CONTESTACOES COM MOVIMENTO NO MES (ABERTAS OU DECIDIDAS),
      *  CADA UMA MARCADA COM O ALERTA DO FRAUDEREV QUE A TRANSACAO
      *  GEROU OU "SEM ALERTA", E A REVISAO DADA AO ALERTA.
      *  NO FIM, A PERDA DO MES (CONTESTACOES PERDIDAS) POR ORIGEM DA
      *  TRANSACAO, SEPARANDO O QUE O FRAUDEREV TINHA ALERTADO DO QUE
      *  PASSOU SEM ALERTA - ESTA ULTIMA E A PERDA QUE AS REGRAS DO
      *  FRAUDECAD NAO PEGARAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CONTESTA ASSIGN TO "..\DADOS\CONTESTA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CONTESTA
           RECORD KEY IS WS-CONT-NUMERO.

           SELECT FRAUDEREV ASSIGN TO "..\DADOS\FRAUDEREV.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-FRAUDEREV
           RECORD KEY IS WS-FRAUDE-NUMERO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER CONTESTWQ) ----------------------------*
       FD  CONTESTA.
       01  WS-CONT-REG.
           05 WS-CONT-NUMERO           PIC 9(08).
           05 WS-CONT-CLIENTE          PIC 9(09).
           05 WS-CONT-TRANS-DATAHORA   PIC X(14).
           05 WS-CONT-ORIGEM           PIC X(01).
           05 WS-CONT-VALOR-TRANS      PIC 9(06).
           05 WS-CONT-MOTIVO           PIC X(04).
           05 WS-CONT-VALOR            PIC 9(06).
           05 WS-CONT-ABERTURA         PIC 9(08).
           05 WS-CONT-PRAZO-EVIDENCIA  PIC 9(08).
           05 WS-CONT-PRAZO-DECISAO    PIC 9(08).
           05 WS-CONT-EVIDENCIA        PIC X(40).
           05 WS-CONT-DATA-EVIDENCIA   PIC 9(08).
           05 WS-CONT-SITUACAO         PIC X(01).
              88 WS-CONT-ABERTA            VALUE 'A'.
              88 WS-CONT-EVIDENCIA-ENV     VALUE 'E'.
              88 WS-CONT-GANHA             VALUE 'G'.
              88 WS-CONT-PERDIDA           VALUE 'P'.
              88 WS-CONT-EM-ANDAMENTO      VALUE 'A' 'E'.
           05 WS-CONT-DESFECHO         PIC 9(08).
           05 WS-CONT-ANALISTA         PIC X(10).
           05 WS-CONT-ALERTADO         PIC X(01).
           05 WS-CONT-FRAUDE-NUMERO    PIC 9(08).

      *------------------- (VER TRANSACAO) ----------------------------*
       FD  FRAUDEREV.
       01  WS-FRAUDE-REG.
           05 WS-FRAUDE-NUMERO         PIC 9(08).
           05 WS-FRAUDE-DATAHORA       PIC X(14).
           05 WS-FRAUDE-ORIGEM         PIC X(01).
           05 WS-FRAUDE-VALOR          PIC 9(06).
           05 WS-FRAUDE-STATUS         PIC X(30).
           05 WS-FRAUDE-CLIENTE        PIC 9(09).
           05 WS-FRAUDE-REVISAO        PIC X(01).
           05 WS-FRAUDE-REVISOR        PIC X(10).
           05 WS-FRAUDE-REV-DATAHORA   PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTESTA               PIC 9(02) VALUE ZEROS.
       01 WS-FS-FRAUDEREV              PIC 9(02) VALUE ZEROS.
       01 WS-TEM-FRAUDEREV             PIC X(01) VALUE 'N'.
       01 WS-MES                       PIC 9(06) VALUE 0.
       01 WS-MOVIMENTO                 PIC X(01) VALUE 'N'.
       01 WS-ALERTA-TEXTO              PIC X(22) VALUE SPACES.
       01 WS-VALOR-EDIT                PIC ZZZ.ZZ9.
       01 WS-TOTAL-EDIT                PIC ZZ.ZZZ.ZZ9.

      *------------------- CONTADORES DO MES --------------------------*
       01 WS-QTD-ABERTAS-MES           PIC 9(05) VALUE 0.
       01 WS-QTD-ALERTADAS-MES         PIC 9(05) VALUE 0.
       01 WS-QTD-EM-ANDAMENTO          PIC 9(05) VALUE 0.
       01 WS-PCT-ALERTADAS             PIC ZZ9.

      *  LINHA 1 = ORIGEM 'I', LINHA 2 = ORIGEM 'E'
       01 WS-ORIGENS.
           05 WS-ORI OCCURS 2 TIMES.
              10 WS-ORI-QTD-GANHAS     PIC 9(05).
              10 WS-ORI-VLR-GANHAS     PIC 9(09).
              10 WS-ORI-QTD-PERD-ALERT PIC 9(05).
              10 WS-ORI-VLR-PERD-ALERT PIC 9(09).
              10 WS-ORI-QTD-PERD-SEM   PIC 9(05).
              10 WS-ORI-VLR-PERD-SEM   PIC 9(09).
       01 WS-ORI-IDX                   PIC 9(01) VALUE 0.
       01 WS-ORI-LETRA                 PIC X(01) VALUE SPACE.
       01 WS-VLR-PERDA-ORIGEM          PIC 9(09) VALUE 0.
       01 WS-QTD-PERDA-ORIGEM          PIC 9(05) VALUE 0.
       01 WS-VLR-PERDA-TOTAL           PIC 9(09) VALUE 0.
       01 WS-VLR-PERDA-SEM-ALERTA      PIC 9(09) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           READ CONTESTA.
           PERFORM TRATAR-CONTESTACAO
              UNTIL WS-FS-CONTESTA NOT EQUAL ZEROS.
           CLOSE CONTESTA.
           IF WS-TEM-FRAUDEREV EQUAL 'S'
              CLOSE FRAUDEREV
           END-IF.
           PERFORM TOTALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "MES DO FECHAMENTO (AAAAMM, 0 = MES ATUAL): ".
              ACCEPT WS-MES.
           IF WS-MES EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:6) TO WS-MES
           END-IF.

           OPEN INPUT CONTESTA.
           IF WS-FS-CONTESTA NOT EQUAL ZEROS
              DISPLAY "SEM CONTESTA.DAT - NENHUMA CONTESTACAO ABERTA "
                      "(CONTESTWQ)"
              STOP RUN
           END-IF.
           OPEN INPUT FRAUDEREV.
           IF WS-FS-FRAUDEREV EQUAL ZEROS
              MOVE 'S' TO WS-TEM-FRAUDEREV
           END-IF.
           INITIALIZE WS-ORIGENS.

           DISPLAY "CONTESTACOES DE CARTAO - FECHAMENTO DE " WS-MES.
           DISPLAY "-------------------------------------------------"
                   "---------------------------".
           DISPLAY "NUMERO   CLIENTE   TRANSACAO      O MOT    VALOR "
                   "S DESFECHO ALERTA".

      *------------------- UMA CONTESTACAO ----------------------------*
      *  ENTRA NA LISTA SE FOI ABERTA OU DECIDIDA NO MES; A PERDA E A *
      *  RECUPERACAO CONTAM NO MES DO DESFECHO                        *
       TRATAR-CONTESTACAO    SECTION.
           IF WS-CONT-EM-ANDAMENTO
              ADD 1 TO WS-QTD-EM-ANDAMENTO
           END-IF.
           MOVE 'N' TO WS-MOVIMENTO.
           IF WS-CONT-ABERTURA (1:6) EQUAL WS-MES
              MOVE 'S' TO WS-MOVIMENTO
              ADD 1 TO WS-QTD-ABERTAS-MES
              IF WS-CONT-ALERTADO EQUAL 'S'
                 ADD 1 TO WS-QTD-ALERTADAS-MES
              END-IF
           END-IF.
           IF WS-CONT-DESFECHO (1:6) EQUAL WS-MES
              MOVE 'S' TO WS-MOVIMENTO
              PERFORM ACUMULAR-DESFECHO
           END-IF.
           IF WS-MOVIMENTO EQUAL 'N'
              GO TO TRATAR-CONTESTACAO-FIM
           END-IF.

           PERFORM DESCREVER-ALERTA.
           MOVE WS-CONT-VALOR TO WS-VALOR-EDIT.
           DISPLAY WS-CONT-NUMERO " " WS-CONT-CLIENTE " "
                   WS-CONT-TRANS-DATAHORA (1:12) " "
                   WS-CONT-ORIGEM " " WS-CONT-MOTIVO " "
                   WS-VALOR-EDIT " " WS-CONT-SITUACAO " "
                   WS-CONT-DESFECHO " " WS-ALERTA-TEXTO.

       TRATAR-CONTESTACAO-FIM.
           READ CONTESTA.

       ACUMULAR-DESFECHO    SECTION.
           EVALUATE WS-CONT-ORIGEM
               WHEN 'I'
                   MOVE 1 TO WS-ORI-IDX
               WHEN 'E'
                   MOVE 2 TO WS-ORI-IDX
               WHEN OTHER
                   DISPLAY "CONTESTACAO " WS-CONT-NUMERO
                           " COM ORIGEM INVALIDA - FORA DOS TOTAIS"
                   GO TO ACUMULAR-DESFECHO-FIM
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-CONT-GANHA
                   ADD 1 TO WS-ORI-QTD-GANHAS (WS-ORI-IDX)
                   ADD WS-CONT-VALOR TO WS-ORI-VLR-GANHAS (WS-ORI-IDX)
               WHEN WS-CONT-PERDIDA AND WS-CONT-ALERTADO EQUAL 'S'
                   ADD 1 TO WS-ORI-QTD-PERD-ALERT (WS-ORI-IDX)
                   ADD WS-CONT-VALOR
                    TO WS-ORI-VLR-PERD-ALERT (WS-ORI-IDX)
               WHEN WS-CONT-PERDIDA
                   ADD 1 TO WS-ORI-QTD-PERD-SEM (WS-ORI-IDX)
                   ADD WS-CONT-VALOR TO WS-ORI-VLR-PERD-SEM (WS-ORI-IDX)
           END-EVALUATE.

       ACUMULAR-DESFECHO-FIM.
           EXIT.

      *    L = LIBERADO COMO LEGITIMO, F = FRAUDE CONFIRMADA,
      *    C = CONTATO COM O CLIENTE, P = AINDA NA FILA (FRAUDEWQ)
       DESCREVER-ALERTA    SECTION.
           IF WS-CONT-ALERTADO NOT EQUAL 'S'
              MOVE "SEM ALERTA" TO WS-ALERTA-TEXTO
              GO TO DESCREVER-ALERTA-FIM
           END-IF.
           MOVE SPACES TO WS-ALERTA-TEXTO.
           MOVE WS-CONT-FRAUDE-NUMERO TO WS-FRAUDE-NUMERO.
           IF WS-TEM-FRAUDEREV EQUAL 'S'
              READ FRAUDEREV
           ELSE
              MOVE 23 TO WS-FS-FRAUDEREV
           END-IF.
           IF WS-FS-FRAUDEREV NOT EQUAL ZEROS
              STRING "ALERTA " WS-CONT-FRAUDE-NUMERO " (?)"
                     DELIMITED BY SIZE INTO WS-ALERTA-TEXTO
              GO TO DESCREVER-ALERTA-FIM
           END-IF.
           IF WS-FRAUDE-REVISAO EQUAL SPACES
              MOVE 'P' TO WS-FRAUDE-REVISAO
           END-IF.
           STRING "ALERTA " WS-CONT-FRAUDE-NUMERO " ("
                  WS-FRAUDE-REVISAO ")"
                  DELIMITED BY SIZE INTO WS-ALERTA-TEXTO.

       DESCREVER-ALERTA-FIM.
           EXIT.

      *------------------- PERDA DO MES POR ORIGEM --------------------*
       TOTALIZAR    SECTION.
           DISPLAY "-------------------------------------------------"
                   "---------------------------".
           DISPLAY "S: A=AGUARDA EVIDENCIA E=EVIDENCIA ENVIADA "
                   "G=GANHA P=PERDIDA".
           DISPLAY "ALERTA: REVISAO NO FRAUDEWQ (L/F/C/P)".
           DISPLAY " ".
           MOVE 0 TO WS-ORI-IDX.
           PERFORM TOTALIZAR-ORIGEM
              UNTIL WS-ORI-IDX EQUAL 2.

           DISPLAY " ".
           MOVE WS-VLR-PERDA-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "PERDA TOTAL DO MES               " WS-TOTAL-EDIT.
           MOVE WS-VLR-PERDA-SEM-ALERTA TO WS-TOTAL-EDIT.
           DISPLAY "  DA QUAL SEM ALERTA DO FRAUDEREV " WS-TOTAL-EDIT.
           DISPLAY "ABERTAS NO MES            : " WS-QTD-ABERTAS-MES.
           IF WS-QTD-ABERTAS-MES > 0
              COMPUTE WS-PCT-ALERTADAS ROUNDED =
                      WS-QTD-ALERTADAS-MES * 100 / WS-QTD-ABERTAS-MES
              DISPLAY "  COM ALERTA PREVIO       : "
                      WS-QTD-ALERTADAS-MES " (" WS-PCT-ALERTADAS "%)"
           END-IF.
           DISPLAY "EM ANDAMENTO (TODOS MESES): " WS-QTD-EM-ANDAMENTO.

       TOTALIZAR-ORIGEM    SECTION.
           ADD 1 TO WS-ORI-IDX.
           IF WS-ORI-IDX EQUAL 1
              MOVE 'I' TO WS-ORI-LETRA
           ELSE
              MOVE 'E' TO WS-ORI-LETRA
           END-IF.
           COMPUTE WS-QTD-PERDA-ORIGEM =
                   WS-ORI-QTD-PERD-ALERT (WS-ORI-IDX)
                 + WS-ORI-QTD-PERD-SEM (WS-ORI-IDX).
           COMPUTE WS-VLR-PERDA-ORIGEM =
                   WS-ORI-VLR-PERD-ALERT (WS-ORI-IDX)
                 + WS-ORI-VLR-PERD-SEM (WS-ORI-IDX).
           ADD WS-VLR-PERDA-ORIGEM TO WS-VLR-PERDA-TOTAL.
           ADD WS-ORI-VLR-PERD-SEM (WS-ORI-IDX)
            TO WS-VLR-PERDA-SEM-ALERTA.

           DISPLAY "ORIGEM " WS-ORI-LETRA.
           MOVE WS-ORI-VLR-GANHAS (WS-ORI-IDX) TO WS-TOTAL-EDIT.
           DISPLAY "  GANHAS (RECUPERADO)    "
                   WS-ORI-QTD-GANHAS (WS-ORI-IDX) " " WS-TOTAL-EDIT.
           MOVE WS-VLR-PERDA-ORIGEM TO WS-TOTAL-EDIT.
           DISPLAY "  PERDIDAS (PERDA)       "
                   WS-QTD-PERDA-ORIGEM " " WS-TOTAL-EDIT.
           MOVE WS-ORI-VLR-PERD-ALERT (WS-ORI-IDX) TO WS-TOTAL-EDIT.
           DISPLAY "    COM ALERTA           "
                   WS-ORI-QTD-PERD-ALERT (WS-ORI-IDX) " " WS-TOTAL-EDIT.
           MOVE WS-ORI-VLR-PERD-SEM (WS-ORI-IDX) TO WS-TOTAL-EDIT.
           DISPLAY "    SEM ALERTA           "
                   WS-ORI-QTD-PERD-SEM (WS-ORI-IDX) " " WS-TOTAL-EDIT.
       END PROGRAM CONTESTREL.
