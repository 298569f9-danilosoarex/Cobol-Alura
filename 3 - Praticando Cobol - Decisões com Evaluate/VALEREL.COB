      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. VALEREL.
      *-----------------------------------------------------------------
      *  PASSIVO DOS VALES-PRESENTE: TODO VALE-PRESENTE ATIVO COM
      *  SALDO (VALES.DAT) E DINHEIRO JA RECEBIDO QUE A PIZZARIA AINDA
      *  DEVE EM PIZZA. SAI O CODIGO, O DONO (CLIENTE DO CRM OU
      *  CAMPANHA), EMISSAO, VALIDADE, VALOR DE FACE E SALDO. VALE
      *  VENCIDO COM SALDO SAI MARCADO COM "V" E TOTALIZADO A PARTE:
      *  NAO PODE MAIS SER RESGATADO NO PEDIDO-IF, MAS CONTINUA NO
      *  PASSIVO ATE SER CANCELADO NO VALECAD.
      *  CUPONS DE DESCONTO NAO TEM SALDO E NAO ENTRAM NO PASSIVO; SO
      *  SAI A CONTAGEM DOS QUE AINDA ESTAO VALENDO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT VALES ASSIGN TO "..\DADOS\VALES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-VALES
           RECORD KEY IS WS-VALE-CODIGO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER VALECAD) ------------------------------*
       FD  VALES.
       01  WS-VALE-REG.
           05 WS-VALE-CODIGO           PIC X(12).
           05 WS-VALE-TIPO             PIC X(01).
              88 WS-VALE-PRESENTE          VALUE 'G'.
              88 WS-VALE-PERCENTUAL        VALUE 'P'.
           05 WS-VALE-VALOR            PIC 9(05)V99.
           05 WS-VALE-PERCENTUAL-DESC  PIC 9(02).
           05 WS-VALE-SALDO            PIC 9(05)V99.
           05 WS-VALE-EMISSAO          PIC 9(08).
           05 WS-VALE-VALIDADE         PIC 9(08).
           05 WS-VALE-USO              PIC X(01).
           05 WS-VALE-USOS             PIC 9(04).
           05 WS-VALE-SITUACAO         PIC X(01).
              88 WS-VALE-ATIVO             VALUE 'A'.
           05 WS-VALE-CAMPANHA         PIC X(06).
           05 WS-VALE-CLIENTE-ID       PIC 9(09).

       WORKING-STORAGE SECTION.
       01 WS-FS-VALES              PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-MARCA                 PIC X(01) VALUE SPACE.
       01 WS-DONO                  PIC X(12) VALUE SPACES.
       01 WS-QTD-VALIDOS           PIC 9(05) VALUE 0.
       01 WS-QTD-VENCIDOS          PIC 9(05) VALUE 0.
       01 WS-QTD-CUPONS            PIC 9(05) VALUE 0.
       01 WS-TOT-VALIDOS           PIC 9(07)V99 VALUE 0.
       01 WS-TOT-VENCIDOS          PIC 9(07)V99 VALUE 0.
       01 WS-TOT-PASSIVO           PIC 9(07)V99 VALUE 0.
       01 WS-VALOR-EDIT            PIC ZZZZ9,99.
       01 WS-SALDO-EDIT            PIC ZZZZ9,99.
       01 WS-TOTAL-EDIT            PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           READ VALES.
           PERFORM IMPRIMIR-UM-VALE
              UNTIL WS-FS-VALES NOT EQUAL ZEROS.
           CLOSE VALES.
           PERFORM TOTALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           DISPLAY "PASSIVO DOS VALES-PRESENTE EM " WS-DATA-HOJE.
           DISPLAY "-------------------------------------------".
           OPEN INPUT VALES.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "SEM VALES.DAT - NENHUM VALE EMITIDO (VALECAD)"
              STOP RUN
           END-IF.
           DISPLAY "CODIGO       DONO         EMISSAO  VALIDADE "
                   "   VALOR    SALDO".

       IMPRIMIR-UM-VALE    SECTION.
           IF NOT WS-VALE-ATIVO
              GO TO IMPRIMIR-UM-VALE-FIM
           END-IF.
           IF WS-VALE-PERCENTUAL
              IF WS-VALE-VALIDADE NOT < WS-DATA-HOJE
                 ADD 1 TO WS-QTD-CUPONS
              END-IF
              GO TO IMPRIMIR-UM-VALE-FIM
           END-IF.
           IF WS-VALE-SALDO EQUAL ZEROS
              GO TO IMPRIMIR-UM-VALE-FIM
           END-IF.

           IF WS-VALE-CLIENTE-ID NOT EQUAL ZEROS
              MOVE WS-VALE-CLIENTE-ID TO WS-DONO
           ELSE
              IF WS-VALE-CAMPANHA NOT EQUAL SPACES
                 MOVE WS-VALE-CAMPANHA TO WS-DONO
              ELSE
                 MOVE "BALCAO" TO WS-DONO
              END-IF
           END-IF.
           IF WS-VALE-VALIDADE < WS-DATA-HOJE
              MOVE 'V' TO WS-MARCA
              ADD 1             TO WS-QTD-VENCIDOS
              ADD WS-VALE-SALDO TO WS-TOT-VENCIDOS
           ELSE
              MOVE SPACE TO WS-MARCA
              ADD 1             TO WS-QTD-VALIDOS
              ADD WS-VALE-SALDO TO WS-TOT-VALIDOS
           END-IF.
           MOVE WS-VALE-VALOR TO WS-VALOR-EDIT.
           MOVE WS-VALE-SALDO TO WS-SALDO-EDIT.
           DISPLAY WS-VALE-CODIGO " " WS-DONO " " WS-VALE-EMISSAO " "
                   WS-VALE-VALIDADE " " WS-VALOR-EDIT " "
                   WS-SALDO-EDIT " " WS-MARCA.

       IMPRIMIR-UM-VALE-FIM.
           READ VALES.

       TOTALIZAR    SECTION.
           COMPUTE WS-TOT-PASSIVO = WS-TOT-VALIDOS + WS-TOT-VENCIDOS.
           DISPLAY "-------------------------------------------".
           MOVE WS-TOT-VALIDOS TO WS-TOTAL-EDIT.
           DISPLAY "VALES DENTRO DA VALIDADE  " WS-QTD-VALIDOS
                   "  SALDO " WS-TOTAL-EDIT.
           MOVE WS-TOT-VENCIDOS TO WS-TOTAL-EDIT.
           DISPLAY "VALES VENCIDOS COM SALDO  " WS-QTD-VENCIDOS
                   "  SALDO " WS-TOTAL-EDIT.
           MOVE WS-TOT-PASSIVO TO WS-TOTAL-EDIT.
           DISPLAY "PASSIVO TOTAL                    " WS-TOTAL-EDIT.
           DISPLAY "CUPONS DE DESCONTO VALENDO: " WS-QTD-CUPONS.
           DISPLAY "V = VENCIDO - NAO RESGATA MAIS; CANCELAR NO "
                   "VALECAD".
       END PROGRAM VALEREL.
