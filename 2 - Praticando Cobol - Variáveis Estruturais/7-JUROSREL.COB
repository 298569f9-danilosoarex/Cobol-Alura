      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT FINANREG ASSIGN TO WS-ARQ-FIN
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FIN.

           SELECT RELATORIO ASSIGN TO "..\DADOS\JUROS.MENSAL.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT PDDHIST ASSIGN TO "..\DADOS\PDDHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PDH.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

      *------------------- PROVISAO DE CADA MES (7-PDD) ---------------*
       FD  PDDHIST.
       01  WS-PDH-REG.
           05 WS-PDH-MES            PIC 9(06).
           05 WS-PDH-DATA           PIC 9(08).
           05 WS-PDH-SALDO          PIC 9(09)V99.
           05 WS-PDH-PROVISAO       PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-FIN                PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PDH                PIC 9(02) VALUE ZEROS.
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-ARQ-FIN               PIC X(60) VALUE SPACES.
       01 WS-ARQ-IDX               PIC 9(02) VALUE ZEROS.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) ---------*
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO         PIC X(12).
           05 WS-HA-ANO-DE          PIC 9(04).
           05 WS-HA-QTD             PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                    PIC 9(04).
       01 WS-MES-REG               PIC 9(06) VALUE ZEROS.
       01 WS-TOT-JUROS             PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-MULTAS            PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-A-MENOR           PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-A-MAIOR           PIC 9(07)V99 VALUE ZEROS.
       01 WS-QTD-ABATIDOS          PIC 9(04) VALUE ZEROS.
       01 WS-TOT-PERDAS            PIC 9(07)V99 VALUE ZEROS.
       01 WS-QTD-PERDAS            PIC 9(04) VALUE ZEROS.
       01 WS-TOT-RECUPERADAS       PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-PROVISAO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-TEM-PROVISAO          PIC X(01) VALUE 'N'.
       01 WS-PROVISAO-EDIT         PIC Z(08)9.99.
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              MOVE FUNCTION CURRENT-DATE (1:6) TO WS-COMPETENCIA
           END-IF.

           PERFORM LER-ARQUIVADOS.

           MOVE "..\DADOS\FINANREG.DAT" TO WS-ARQ-FIN.
           OPEN INPUT FINANREG.
           IF WS-FS-FIN NOT EQUAL ZEROS
              DISPLAY "SEM REGISTROS FINANCEIROS"
           PERFORM ACUMULAR UNTIL WS-FS-FIN NOT EQUAL ZEROS.
           CLOSE FINANREG.

           PERFORM LER-PROVISAO.
           PERFORM IMPRIMIR-TOTAIS.

           CLOSE RELATORIO.
                      ADD WS-FIN-VALOR TO WS-TOT-A-MENOR
                  WHEN 'O'
                      ADD WS-FIN-VALOR TO WS-TOT-A-MAIOR
                  WHEN 'P'
                      ADD WS-FIN-VALOR TO WS-TOT-PERDAS
                      ADD 1 TO WS-QTD-PERDAS
                  WHEN 'R'
                      ADD WS-FIN-VALOR TO WS-TOT-RECUPERADAS
              END-EVALUATE
           END-IF.
           READ FINANREG.

      *------------------- COMPETENCIA JA NO ARQUIVO MORTO ------------*
      *  UM ARQUIVAMENTO PODE LEVAR LANCAMENTO ATRASADO DE ANO        *
      *  ANTERIOR: LE TODOS OS ANOS A PARTIR DO DA COMPETENCIA        *
       LER-ARQUIVADOS    SECTION.
           MOVE "FINANREG"            TO WS-HA-ARQUIVO.
           MOVE WS-COMPETENCIA (1:4)  TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.

           MOVE 0 TO WS-ARQ-IDX.
           PERFORM LER-UM-ARQUIVADO
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

       LER-UM-ARQUIVADO    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-FIN.
           STRING "..\DADOS\ARCHIVE\FINANREG."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)        DELIMITED BY SIZE
                  INTO WS-ARQ-FIN.

           OPEN INPUT FINANREG.
           IF WS-FS-FIN NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-FIN
              GO TO LER-UM-ARQUIVADO-FIM
           END-IF.
           READ FINANREG.
           PERFORM ACUMULAR UNTIL WS-FS-FIN NOT EQUAL ZEROS.
           CLOSE FINANREG.

       LER-UM-ARQUIVADO-FIM.
           EXIT.

      *------------------- PROVISAO PDD DA COMPETENCIA ----------------*
       LER-PROVISAO    SECTION.
           OPEN INPUT PDDHIST.
           IF WS-FS-PDH NOT EQUAL ZEROS
              GO TO LER-PROVISAO-FIM
           END-IF.
           READ PDDHIST.
           PERFORM PROCURAR-PROVISAO
              UNTIL WS-FS-PDH NOT EQUAL ZEROS.
           CLOSE PDDHIST.

       LER-PROVISAO-FIM.
           EXIT.

       PROCURAR-PROVISAO    SECTION.
           IF WS-PDH-MES EQUAL WS-COMPETENCIA
              MOVE 'S' TO WS-TEM-PROVISAO
              MOVE WS-PDH-PROVISAO TO WS-TOT-PROVISAO
           END-IF.
           READ PDDHIST.

       IMPRIMIR-TOTAIS    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "JUROS E RESIDUOS DA COMPETENCIA " WS-COMPETENCIA
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE WS-TOT-PERDAS TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "BAIXADO COMO PERDA  : " WS-VALOR-EDIT
                  " (" WS-QTD-PERDAS " TITULOS)"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE WS-TOT-RECUPERADAS TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "PERDAS RECUPERADAS  : " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE SPACES TO WS-REL-LINHA.
           IF WS-TEM-PROVISAO EQUAL 'S'
              MOVE WS-TOT-PROVISAO TO WS-PROVISAO-EDIT
              STRING "PROVISAO PDD DO MES : " WS-PROVISAO-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
           ELSE
              MOVE "PROVISAO PDD DO MES : SEM CALCULO (RODAR O 7-PDD)"
                TO WS-REL-LINHA
           END-IF.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           DISPLAY "RELATORIO EM ..\DADOS\JUROS.MENSAL.TXT".

       GRAVAR-LINHA-JUROS    SECTION.
