           FILE STATUS IS WS-FS-ESTOQUE
           RECORD KEY IS WS-ESTOQUE-CHAVE.

           SELECT HISTORICO ASSIGN TO WS-ARQ-HIST
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT RELATORIO ASSIGN TO "..\DADOS\ESTOQUE.VALOR.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT ESTCONTAB ASSIGN TO "..\DADOS\ESTVALOR.CONTAB.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ESTCONTAB.

           SELECT MOVCONTAB ASSIGN TO "..\DADOS\CONTAB.MOVTO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVCONTAB.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

      *------------------- COMPETENCIAS JA ENVIADAS A CONTABILIDADE ---*
      *  O VALOR DO ESTOQUE ENVIADO E A BASE DA COMPETENCIA SEGUINTE  *
       FD  ESTCONTAB.
       01  WS-ECT-REG.
           05 WS-ECT-COMPETENCIA    PIC 9(06).
           05 WS-ECT-VALOR-ESTOQUE  PIC 9(11)V99.
           05 WS-ECT-DATAHORA       PIC X(14).

      *------------------- LOTE PARA A CONTABILIDADE (VER 11-CONTABIL)*
      *  ES-CMV = CUSTO DAS SAIDAS DO MES                             *
      *  ES-ENT = ENTRADAS LIQUIDAS (VARIACAO DO ESTOQUE + CMV)       *
      *  ES-BXA = BAIXA LIQUIDA QUANDO A VARIACAO + CMV E NEGATIVA    *
       FD  MOVCONTAB.
       01  WS-MCT-REG.
           05 WS-MCT-ORIGEM         PIC X(10).
           05 WS-MCT-LOTE           PIC X(14).
           05 WS-MCT-DATA           PIC 9(08).
           05 WS-MCT-EVENTO         PIC X(06).
           05 WS-MCT-VALOR          PIC 9(09)V99.
           05 WS-MCT-HISTORICO      PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESTOQUE            PIC 9(02) VALUE ZEROS.
       01 WS-FS-HIST               PIC 9(02) VALUE ZEROS.

       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-MES-MOV               PIC 9(06) VALUE ZEROS.
       01 WS-ARQ-HIST              PIC X(60) VALUE SPACES.
       01 WS-ARQ-IDX               PIC 9(02) VALUE ZEROS.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) ---------
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO         PIC X(12).
           05 WS-HA-ANO-DE          PIC 9(04).
           05 WS-HA-QTD             PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                    PIC 9(04).
       01 WS-VALOR-ITEM            PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-DEPOSITO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-VALOR-GERAL           PIC 9(11)V99 VALUE ZEROS.
       01 WS-DEPOSITO-ANTES        PIC X(10) VALUE LOW-VALUES.
       01 WS-VALOR-EDIT            PIC Z(09)9.99.
       01 WS-TOT-ITENS             PIC 9(05) VALUE 0.

       01 WS-FS-ESTCONTAB          PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOVCONTAB          PIC 9(02) VALUE ZEROS.
       01 WS-ENVIA                 PIC X(01) VALUE 'N'.
       01 WS-JA-ENVIADA            PIC X(01) VALUE 'N'.
       01 WS-ULT-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WS-VALOR-ANTERIOR        PIC 9(11)V99 VALUE ZEROS.
       01 WS-ENTRADAS              PIC S9(11)V99 VALUE ZEROS.
       01 WS-DATA-CONTAB           PIC 9(08) VALUE ZEROS.
       01 WS-PRIMEIRO-PROX         PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *------------------- CUSTO DO MOVIMENTADO NO MES ----------------*
       APURAR-CMV    SECTION.
           MOVE "ESTOQMOV"            TO WS-HA-ARQUIVO.
           MOVE WS-COMPETENCIA (1:4)  TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.
           MOVE 0 TO WS-ARQ-IDX.
           PERFORM APURAR-CMV-ARQUIVADO
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

           MOVE "..\DADOS\ESTOQMOV.HISTORICO" TO WS-ARQ-HIST.
           OPEN INPUT HISTORICO.
           IF WS-FS-HIST NOT EQUAL ZEROS
              DISPLAY "SEM HISTORICO - CMV NAO APURADO"
       APURAR-CMV-FIM.
           EXIT.

      *    COMPETENCIA JA NO ARQUIVO MORTO: LIDA ANTES DO VIVO
       APURAR-CMV-ARQUIVADO    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-HIST.
           STRING "..\DADOS\ARCHIVE\ESTOQMOV."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)        DELIMITED BY SIZE
                  INTO WS-ARQ-HIST.
           OPEN INPUT HISTORICO.
           IF WS-FS-HIST NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-HIST
              GO TO APURAR-CMV-ARQUIVADO-FIM
           END-IF.
           READ HISTORICO.
           PERFORM SOMAR-CMV
              UNTIL WS-FS-HIST NOT EQUAL ZEROS.
           CLOSE HISTORICO.

       APURAR-CMV-ARQUIVADO-FIM.
           EXIT.

       SOMAR-CMV    SECTION.
           MOVE WS-HIST-DATA (1:6) TO WS-MES-MOV.
           IF WS-HIST-TIPO EQUAL 'S'

           CLOSE ESTOQUE.
           CLOSE RELATORIO.

           DISPLAY "ENVIAR A COMPETENCIA A CONTABILIDADE (S/N)? ".
           ACCEPT WS-ENVIA.
           IF WS-ENVIA EQUAL 'S' OR WS-ENVIA EQUAL 's'
              PERFORM ENVIAR-CONTABIL
           END-IF.

      *------------------- CMV E VARIACAO DO ESTOQUE PARA O DIARIO ----*
      *  SO PARA A FRENTE: A COMPETENCIA TEM QUE SER POSTERIOR A      *
      *  TODAS AS JA ENVIADAS, SENAO A VARIACAO SAIRIA DUPLICADA      *
       ENVIAR-CONTABIL    SECTION.
           OPEN INPUT ESTCONTAB.
           IF WS-FS-ESTCONTAB EQUAL ZEROS
              READ ESTCONTAB
              PERFORM LER-COMPETENCIA-ENVIADA
                 UNTIL WS-FS-ESTCONTAB NOT EQUAL ZEROS
              CLOSE ESTCONTAB
           END-IF.

           IF WS-JA-ENVIADA EQUAL 'S'
              DISPLAY "COMPETENCIA " WS-COMPETENCIA " NAO ENVIADA: A "
                      WS-ULT-COMPETENCIA " JA ESTA NA CONTABILIDADE"
              GO TO ENVIAR-CONTABIL-FIM
           END-IF.

      *    ESTOQUE SEM COMPETENCIA ANTERIOR ENTRA INTEIRO COMO ENTRADA
           COMPUTE WS-ENTRADAS = WS-VALOR-GERAL - WS-VALOR-ANTERIOR
                               + WS-CMV-MES.

           COMPUTE WS-PRIMEIRO-PROX = WS-COMPETENCIA * 100 + 1.
           IF WS-COMPETENCIA (5:2) EQUAL "12"
              COMPUTE WS-PRIMEIRO-PROX = WS-PRIMEIRO-PROX + 8900
           ELSE
              COMPUTE WS-PRIMEIRO-PROX = WS-PRIMEIRO-PROX + 100
           END-IF.
           COMPUTE WS-DATA-CONTAB = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PRIMEIRO-PROX) - 1).

           OPEN EXTEND MOVCONTAB.
           IF WS-FS-MOVCONTAB EQUAL 35
              OPEN OUTPUT MOVCONTAB
           END-IF.
           IF WS-FS-MOVCONTAB NOT EQUAL ZEROS
              DISPLAY "ERRO NO MOVIMENTO CONTABIL " WS-FS-MOVCONTAB
              GO TO ENVIAR-CONTABIL-FIM
           END-IF.

           MOVE "ESTOQUE"      TO WS-MCT-ORIGEM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-MCT-LOTE.
           MOVE WS-DATA-CONTAB TO WS-MCT-DATA.
           MOVE SPACES         TO WS-MCT-HISTORICO.
           STRING "ESTOQUE COMPETENCIA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-MCT-HISTORICO
           END-STRING.

           IF WS-CMV-MES NOT EQUAL ZEROS
              MOVE "ES-CMV"   TO WS-MCT-EVENTO
              MOVE WS-CMV-MES TO WS-MCT-VALOR
              WRITE WS-MCT-REG
           END-IF.
           IF WS-ENTRADAS > 0
              MOVE "ES-ENT"    TO WS-MCT-EVENTO
              MOVE WS-ENTRADAS TO WS-MCT-VALOR
              WRITE WS-MCT-REG
           END-IF.
           IF WS-ENTRADAS < 0
              MOVE "ES-BXA"    TO WS-MCT-EVENTO
              COMPUTE WS-MCT-VALOR = WS-ENTRADAS * -1
              WRITE WS-MCT-REG
           END-IF.
           CLOSE MOVCONTAB.

           OPEN EXTEND ESTCONTAB.
           IF WS-FS-ESTCONTAB EQUAL 35
              OPEN OUTPUT ESTCONTAB
           END-IF.
           MOVE WS-COMPETENCIA TO WS-ECT-COMPETENCIA.
           MOVE WS-VALOR-GERAL TO WS-ECT-VALOR-ESTOQUE.
           MOVE WS-MCT-LOTE    TO WS-ECT-DATAHORA.
           WRITE WS-ECT-REG.
           CLOSE ESTCONTAB.

           DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " ENVIADA A CONTABILIDADE EM " WS-DATA-CONTAB.

       ENVIAR-CONTABIL-FIM.
           EXIT.

       LER-COMPETENCIA-ENVIADA    SECTION.
           IF WS-ECT-COMPETENCIA NOT LESS THAN WS-COMPETENCIA
              MOVE 'S' TO WS-JA-ENVIADA
           END-IF.
           IF WS-ECT-COMPETENCIA > WS-ULT-COMPETENCIA
              MOVE WS-ECT-COMPETENCIA   TO WS-ULT-COMPETENCIA
              MOVE WS-ECT-VALOR-ESTOQUE TO WS-VALOR-ANTERIOR
           END-IF.
           READ ESTCONTAB.
       END PROGRAM 8-ESTVALOR.
