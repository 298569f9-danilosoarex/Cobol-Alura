      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-FINCONTAB.
      *-----------------------------------------------------------------
      *  MANDA PARA A CONTABILIDADE (CONTAB.MOVTO.DAT) OS REGISTROS   *
      *  DO FINANREG.DAT AINDA NAO ENVIADOS, TOTALIZADOS POR TIPO.    *
      *  O FINANREG SO CRESCE; O FINCONTAB.CTL.DAT GUARDA QUANTOS     *
      *  REGISTROS JA FORAM ENVIADOS E A PROXIMA RODADA COMECA DALI   *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT FINANREG ASSIGN TO "..\DADOS\FINANREG.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FIN.

           SELECT FINCTL ASSIGN TO "..\DADOS\FINCONTAB.CTL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTL.

           SELECT MOVTO ASSIGN TO "..\DADOS\CONTAB.MOVTO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVTO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- REGISTRO FINANCEIRO DAS BAIXAS -------------*
      *  J = JUROS / M = MULTA / U = PAGO A MENOR / O = PAGO A MAIOR  *
      *  W = RESIDUO ABATIDO DENTRO DA TOLERANCIA                     *
      *  P = BAIXA COMO PERDA / R = PERDA RECUPERADA                  *
       FD  FINANREG.
       01  WS-FIN-REG.
           05 WS-FIN-DATA           PIC 9(08).
           05 WS-FIN-FATURA         PIC 9(06).
           05 WS-FIN-PARCELA        PIC 9(02).
           05 WS-FIN-TIPO           PIC X(01).
           05 WS-FIN-VALOR          PIC 9(05)V99.

      *------------------- REGISTROS DO FINANREG JA ENVIADOS ----------*
       FD  FINCTL.
       01  WS-CTL-REG.
           05 WS-CTL-ENVIADOS       PIC 9(09).
           05 WS-CTL-DATAHORA       PIC X(14).

      *------------------- (VER 11-CONTABIL) --------------------------*
       FD  MOVTO.
       01  WS-MCT-REG.
           05 WS-MCT-ORIGEM         PIC X(10).
           05 WS-MCT-LOTE           PIC X(14).
           05 WS-MCT-DATA           PIC 9(08).
           05 WS-MCT-EVENTO         PIC X(06).
           05 WS-MCT-VALOR          PIC 9(09)V99.
           05 WS-MCT-HISTORICO      PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-FIN                PIC 9(02) VALUE ZEROS.
       01 WS-FS-CTL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOVTO              PIC 9(02) VALUE ZEROS.
       01 WS-LOTE                  PIC X(14) VALUE SPACES.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-JA-ENVIADOS           PIC 9(09) VALUE ZEROS.
       01 WS-LIDOS                 PIC 9(09) VALUE ZEROS.
       01 WS-NOVOS                 PIC 9(09) VALUE ZEROS.

      *------------------- TOTAIS POR TIPO, NA ORDEM JMUOWPR ----------*
       01 WS-TIPOS                 PIC X(07) VALUE "JMUOWPR".
       01 WS-TP-TAB.
           05 WS-TP OCCURS 7 TIMES.
              10 WS-TP-VALOR        PIC 9(09)V99.
              10 WS-TP-QTD          PIC 9(06).
       01 WS-TP-IDX                PIC 9(02) VALUE 0.
       01 WS-TP-ACHADO             PIC 9(02) VALUE 0.
       01 WS-TOT-IGNORADOS         PIC 9(06) VALUE 0.
       01 WS-TOT-EVENTOS           PIC 9(02) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(08)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM LER-FINANREG.
           IF WS-NOVOS EQUAL ZEROS
              DISPLAY "NENHUM REGISTRO NOVO NO FINANREG"
              STOP RUN
           END-IF.
           PERFORM GRAVAR-LOTE.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "ENVIO DO FINANCEIRO PARA A CONTABILIDADE".
           DISPLAY "----------------------------------------".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOTE.
           MOVE WS-LOTE (1:8) TO WS-DATA-HOJE.
           INITIALIZE WS-TP-TAB.

           OPEN INPUT FINCTL.
           IF WS-FS-CTL EQUAL ZEROS
              READ FINCTL
              IF WS-FS-CTL EQUAL ZEROS
                 MOVE WS-CTL-ENVIADOS TO WS-JA-ENVIADOS
              END-IF
              CLOSE FINCTL
           END-IF.

           OPEN INPUT FINANREG.
           IF WS-FS-FIN NOT EQUAL ZEROS
              DISPLAY "FINANREG.DAT VAZIO OU INEXISTENTE " WS-FS-FIN
              STOP RUN
           END-IF.

       LER-FINANREG    SECTION.
           READ FINANREG.
           PERFORM SOMAR-REGISTRO
              UNTIL WS-FS-FIN NOT EQUAL ZEROS.
           CLOSE FINANREG.

           IF WS-LIDOS < WS-JA-ENVIADOS
              DISPLAY "FINANREG COM " WS-LIDOS " REGISTROS, MENOS QUE "
                      "OS " WS-JA-ENVIADOS " JA ENVIADOS - VERIFICAR"
              STOP RUN
           END-IF.

      *------------------- SO OS REGISTROS DEPOIS DO ULTIMO ENVIO -----*
       SOMAR-REGISTRO    SECTION.
           ADD 1 TO WS-LIDOS.
           IF WS-LIDOS NOT GREATER THAN WS-JA-ENVIADOS
              GO TO SOMAR-REGISTRO-PROX
           END-IF.

           ADD 1 TO WS-NOVOS.
           MOVE 0 TO WS-TP-IDX.
           MOVE 0 TO WS-TP-ACHADO.
           PERFORM PROCURAR-TIPO
              UNTIL WS-TP-IDX EQUAL 7
                 OR WS-TP-ACHADO NOT EQUAL 0.
           IF WS-TP-ACHADO EQUAL 0
              ADD 1 TO WS-TOT-IGNORADOS
           ELSE
              ADD WS-FIN-VALOR TO WS-TP-VALOR (WS-TP-ACHADO)
              ADD 1 TO WS-TP-QTD (WS-TP-ACHADO)
           END-IF.

       SOMAR-REGISTRO-PROX.
           READ FINANREG.

       PROCURAR-TIPO    SECTION.
           ADD 1 TO WS-TP-IDX.
           IF WS-TIPOS (WS-TP-IDX:1) EQUAL WS-FIN-TIPO
              MOVE WS-TP-IDX TO WS-TP-ACHADO
           END-IF.

      *------------------- UM EVENTO FIN-<TIPO> POR TIPO COM VALOR ----*
       GRAVAR-LOTE    SECTION.
           OPEN EXTEND MOVTO.
           IF WS-FS-MOVTO EQUAL 35
              OPEN OUTPUT MOVTO
           END-IF.
           IF WS-FS-MOVTO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO CONTAB.MOVTO.DAT "
                      WS-FS-MOVTO
              STOP RUN
           END-IF.

           MOVE 0 TO WS-TP-IDX.
           PERFORM GRAVAR-EVENTO
              UNTIL WS-TP-IDX EQUAL 7.
           CLOSE MOVTO.

       GRAVAR-EVENTO    SECTION.
           ADD 1 TO WS-TP-IDX.
           IF WS-TP-VALOR (WS-TP-IDX) EQUAL ZEROS
              GO TO GRAVAR-EVENTO-FIM
           END-IF.

           ADD 1 TO WS-TOT-EVENTOS.
           MOVE "FINANCEIRO"            TO WS-MCT-ORIGEM.
           MOVE WS-LOTE                 TO WS-MCT-LOTE.
           MOVE WS-DATA-HOJE            TO WS-MCT-DATA.
           MOVE SPACES                  TO WS-MCT-EVENTO.
           STRING "FIN-" WS-TIPOS (WS-TP-IDX:1)
                  DELIMITED BY SIZE INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-TP-VALOR (WS-TP-IDX) TO WS-MCT-VALOR.
           MOVE SPACES                  TO WS-MCT-HISTORICO.
           STRING "FINANREG " WS-TIPOS (WS-TP-IDX:1)
                  " - " WS-TP-QTD (WS-TP-IDX) " REGISTROS"
                  DELIMITED BY SIZE INTO WS-MCT-HISTORICO
           END-STRING.
           WRITE WS-MCT-REG.

           MOVE WS-TP-VALOR (WS-TP-IDX) TO WS-VALOR-EDIT.
           DISPLAY WS-MCT-EVENTO " " WS-VALOR-EDIT " ("
                   WS-TP-QTD (WS-TP-IDX) " REGISTROS)".

       GRAVAR-EVENTO-FIM.
           EXIT.

       FINALIZAR    SECTION.
           OPEN OUTPUT FINCTL.
           MOVE WS-LIDOS TO WS-CTL-ENVIADOS.
           MOVE WS-LOTE  TO WS-CTL-DATAHORA.
           WRITE WS-CTL-REG.
           CLOSE FINCTL.

           DISPLAY "REGISTROS NOVOS: " WS-NOVOS
                   "  EVENTOS ENVIADOS: " WS-TOT-EVENTOS.
           IF WS-TOT-IGNORADOS NOT EQUAL 0
              DISPLAY "ATENCAO: " WS-TOT-IGNORADOS
                      " REGISTROS COM TIPO DESCONHECIDO NAO ENVIADOS"
           END-IF.
       END PROGRAM 7-FINCONTAB.
