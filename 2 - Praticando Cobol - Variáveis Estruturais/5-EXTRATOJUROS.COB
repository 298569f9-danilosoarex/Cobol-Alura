                  "..\DADOS\EXTRATO.FECHAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FECHA.

           SELECT MOVCONTAB ASSIGN TO "..\DADOS\CONTAB.MOVTO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVCONTAB.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-FECHA-COMPETENCIA  PIC 9(06).
           05 WS-FECHA-DATAHORA     PIC X(14).

      *------------------- LOTE PARA A CONTABILIDADE (VER 11-CONTABIL)*
      *  EX-JUR = JUROS COBRADOS / EX-TAR = TARIFAS COBRADAS          *
       FD  MOVCONTAB.
       01  WS-MCT-REG.
           05 WS-MCT-ORIGEM         PIC X(10).
           05 WS-MCT-LOTE           PIC X(14).
           05 WS-MCT-DATA           PIC 9(08).
           05 WS-MCT-EVENTO         PIC X(06).
           05 WS-MCT-VALOR          PIC 9(09)V99.
           05 WS-MCT-HISTORICO      PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-EXTRATO            PIC 9(02) VALUE ZEROS.
       01 WS-FS-RESUMO             PIC 9(02) VALUE ZEROS.
       01 WS-FS-FECHA              PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOVCONTAB          PIC 9(02) VALUE ZEROS.
       01 WS-JA-FECHADA            PIC X(01) VALUE 'N'.

      *------------------- PARAMETROS DO FECHAMENTO -------------------*
       01 WS-TOT-TARIFAS           PIC 9(09)V99 VALUE 0.
       01 WS-TOT-CONTAS            PIC 9(03) VALUE 0.
       01 WS-TOTAL-EDIT            PIC Z(08)9.99.

      *------------------- PARAMETROS DO 11-PERCHK --------------------*
       01 WS-PERIODO.
           05 WS-PER-AREA           PIC X(03).
           05 WS-PER-DATA           PIC 9(08).
           05 WS-PER-SITUACAO       PIC X(01).
              88 WS-PER-ABERTO         VALUE 'A'.
              88 WS-PER-FECHADO        VALUE 'F'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COMPUTE WS-DATA-POST =
                   FUNCTION DATE-OF-INTEGER (WS-INT-LANC).

           MOVE "BCO"        TO WS-PER-AREA.
           MOVE WS-DATA-POST TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-COMPETENCIA
                      " FECHADA NO EXTRATO - NADA FOI LANCADO"
              STOP RUN
           END-IF.

           OPEN I-O EXTRATO.
           IF WS-FS-EXTRATO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO EXTRATO " WS-FS-EXTRATO
                      WS-FS-FECHA ")"
           END-IF.

           PERFORM GRAVAR-CONTABIL.

           MOVE WS-TOT-JUROS TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-RESUMO-LINHA.
           STRING "TOTAL DE JUROS  : " WS-TOTAL-EDIT

           CLOSE EXTRATO.
           CLOSE RESUMO.

      *------------------- TOTAIS DO FECHAMENTO PARA A CONTABILIDADE --*
       GRAVAR-CONTABIL    SECTION.
           OPEN EXTEND MOVCONTAB.
           IF WS-FS-MOVCONTAB EQUAL 35
              OPEN OUTPUT MOVCONTAB
           END-IF.
           IF WS-FS-MOVCONTAB NOT EQUAL ZEROS
              DISPLAY "ERRO NO MOVIMENTO CONTABIL " WS-FS-MOVCONTAB
                      " - FECHAMENTO NAO ENVIADO A CONTABILIDADE"
              GO TO GRAVAR-CONTABIL-FIM
           END-IF.

           MOVE "EXTRATO"    TO WS-MCT-ORIGEM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-MCT-LOTE.
           MOVE WS-DATA-POST TO WS-MCT-DATA.
           MOVE SPACES       TO WS-MCT-HISTORICO.
           STRING "FECHAMENTO DAS CONTAS " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-MCT-HISTORICO
           END-STRING.

           IF WS-TOT-JUROS NOT EQUAL ZEROS
              MOVE "EX-JUR"     TO WS-MCT-EVENTO
              MOVE WS-TOT-JUROS TO WS-MCT-VALOR
              WRITE WS-MCT-REG
           END-IF.
           IF WS-TOT-TARIFAS NOT EQUAL ZEROS
              MOVE "EX-TAR"       TO WS-MCT-EVENTO
              MOVE WS-TOT-TARIFAS TO WS-MCT-VALOR
              WRITE WS-MCT-REG
           END-IF.
           CLOSE MOVCONTAB.

       GRAVAR-CONTABIL-FIM.
           EXIT.
       END PROGRAM 5-EXTRATOJUROS.
