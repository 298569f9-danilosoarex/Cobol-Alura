      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-CREDREL.
      *-----------------------------------------------------------------
      *  POSICAO DIARIA DE CREDITO. PARA CADA CLIENTE COM LIMITE OU   *
      *  COM FATURA, O 7-CREDITO APURA SALDO E ATRASO; O RELATORIO    *
      *  LISTA QUEM PASSOU DO LIMITE, QUEM ESTA NA FAIXA DE AVISO,    *
      *  QUEM DEVE SEM LIMITE E QUEM TEM TITULO ALEM DO PRAZO         *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAS.

           SELECT LIMITES ASSIGN TO "..\DADOS\LIMITES.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIM.

           SELECT RELATORIO ASSIGN TO "..\DADOS\CREDITO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS.
       01  WS-FATURA-REG.
           05 WS-FATURA-NUMERO      PIC 9(06).
           05 WS-FATURA-CLIENTE     PIC X(10).
           05 WS-FATURA-VALOR       PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO  PIC 9(08).
           05 WS-FATURA-CLIENTE-ID  PIC 9(09).

       FD  LIMITES.
       01  WS-LIM-REG.
           05 WS-LIM-CLIENTE-ID     PIC 9(09).
           05 WS-LIM-DATA           PIC 9(08).
           05 WS-LIM-VALOR          PIC 9(07)V99.
           05 WS-LIM-RESPONSAVEL    PIC X(10).

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-LIM                PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

      *------------------- CLIENTES A ANALISAR ------------------------*
       01 WS-CLI-TAB.
           05 WS-CLI-ITEM OCCURS 1000 TIMES.
              10 WS-CLI-ID          PIC 9(09).
              10 WS-CLI-NOME        PIC X(10).
       01 WS-CLI-ITENS             PIC 9(04) VALUE 0.
       01 WS-CLI-IDX               PIC 9(04) VALUE 0.
       01 WS-CLI-ACHADO            PIC 9(04) VALUE 0.
       01 WS-CLI-PROCURA           PIC 9(09) VALUE ZEROS.

       01 WS-AVISO                 PIC 9(07)V99 VALUE 0.
       01 WS-SITUACAO              PIC X(10) VALUE SPACES.
       01 WS-TOT-ACIMA             PIC 9(04) VALUE 0.
       01 WS-TOT-PROXIMO           PIC 9(04) VALUE 0.
       01 WS-TOT-SEM-LIMITE        PIC 9(04) VALUE 0.
       01 WS-TOT-ATRASO            PIC 9(04) VALUE 0.
       01 WS-LIMITE-EDIT           PIC Z(06)9.99.
       01 WS-SALDO-EDIT            PIC -Z(06)9.99.
       01 WS-DIAS-EDIT             PIC ZZZZ9.

      *------------------- PARAMETROS DO 7-CREDITO --------------------*
       01 WS-CREDITO.
           05 WS-CRD-CLIENTE-ID     PIC 9(09).
           05 WS-CRD-VALOR-NOVO     PIC 9(07)V99.
           05 WS-CRD-FATURA-IGNORA  PIC 9(06).
           05 WS-CRD-TEM-LIMITE     PIC X(01).
           05 WS-CRD-LIMITE         PIC 9(07)V99.
           05 WS-CRD-SALDO          PIC S9(07)V99.
           05 WS-CRD-MAIOR-ATRASO   PIC 9(05).
           05 WS-CRD-DIAS-TOLERA    PIC 9(03).
           05 WS-CRD-PCT-AVISO      PIC 9(03).
           05 WS-CRD-SITUACAO       PIC X(01).
              88 WS-CRD-LIBERADO        VALUE 'L'.
              88 WS-CRD-RETIDO          VALUE 'R'.
           05 WS-CRD-MOTIVO         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM ANALISAR-CLIENTES.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.

           DISPLAY "POSICAO DE CREDITO DOS CLIENTES".
           DISPLAY "-------------------------------".

           OPEN INPUT LIMITES.
           IF WS-FS-LIM EQUAL ZEROS
              READ LIMITES
              PERFORM CARREGAR-UM-LIMITE
                 UNTIL WS-FS-LIM NOT EQUAL ZEROS
              CLOSE LIMITES
           ELSE
              DISPLAY "SEM LIMITES.DAT - NENHUM LIMITE CADASTRADO"
           END-IF.

           OPEN INPUT FATURAS.
           IF WS-FS-FATURAS EQUAL ZEROS
              READ FATURAS
              PERFORM CARREGAR-UMA-FATURA
                 UNTIL WS-FS-FATURAS NOT EQUAL ZEROS
              CLOSE FATURAS
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "POSICAO DE CREDITO DOS CLIENTES - EMITIDA EM "
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CLIENTE   NOME           LIMITE      SALDO"
                  "  DIAS SITUACAO"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

      *------------------- UM CLIENTE POR ID, SEM REPETIR -------------*
       CARREGAR-UM-LIMITE    SECTION.
           MOVE WS-LIM-CLIENTE-ID TO WS-CLI-PROCURA.
           PERFORM GUARDAR-CLIENTE.
           READ LIMITES.

       CARREGAR-UMA-FATURA    SECTION.
           IF WS-FATURA-CLIENTE-ID NOT EQUAL ZEROS
              MOVE WS-FATURA-CLIENTE-ID TO WS-CLI-PROCURA
              PERFORM GUARDAR-CLIENTE
              IF WS-CLI-ACHADO NOT EQUAL 0
                 MOVE WS-FATURA-CLIENTE TO WS-CLI-NOME (WS-CLI-ACHADO)
              END-IF
           END-IF.
           READ FATURAS.

       GUARDAR-CLIENTE    SECTION.
           MOVE 0 TO WS-CLI-ACHADO.
           MOVE 0 TO WS-CLI-IDX.
           PERFORM PROCURAR-CLIENTE
              UNTIL WS-CLI-IDX NOT < WS-CLI-ITENS
                 OR WS-CLI-ACHADO NOT EQUAL 0.
           IF WS-CLI-ACHADO EQUAL 0
              IF WS-CLI-ITENS < 1000
                 ADD 1 TO WS-CLI-ITENS
                 MOVE WS-CLI-PROCURA TO WS-CLI-ID (WS-CLI-ITENS)
                 MOVE SPACES         TO WS-CLI-NOME (WS-CLI-ITENS)
                 MOVE WS-CLI-ITENS   TO WS-CLI-ACHADO
              ELSE
                 DISPLAY "TABELA DE CLIENTES CHEIA - POSICAO PARCIAL"
              END-IF
           END-IF.

       PROCURAR-CLIENTE    SECTION.
           ADD 1 TO WS-CLI-IDX.
           IF WS-CLI-ID (WS-CLI-IDX) EQUAL WS-CLI-PROCURA
              MOVE WS-CLI-IDX TO WS-CLI-ACHADO
           END-IF.

      *------------------- SALDO, LIMITE E ATRASO DE CADA CLIENTE -----*
       ANALISAR-CLIENTES    SECTION.
           MOVE 0 TO WS-CLI-IDX.
           PERFORM ANALISAR-UM-CLIENTE
              UNTIL WS-CLI-IDX NOT < WS-CLI-ITENS.

       ANALISAR-UM-CLIENTE    SECTION.
           ADD 1 TO WS-CLI-IDX.
           MOVE WS-CLI-ID (WS-CLI-IDX) TO WS-CRD-CLIENTE-ID.
           MOVE ZEROS TO WS-CRD-VALOR-NOVO.
           MOVE ZEROS TO WS-CRD-FATURA-IGNORA.
           CALL "7-CREDITO" USING WS-CREDITO.

           COMPUTE WS-AVISO ROUNDED =
                   WS-CRD-LIMITE * WS-CRD-PCT-AVISO / 100.
           MOVE SPACES TO WS-SITUACAO.
           EVALUATE TRUE
               WHEN WS-CRD-TEM-LIMITE NOT EQUAL 'S'
                    AND WS-CRD-SALDO > 0
                   MOVE "SEM LIMITE" TO WS-SITUACAO
                   ADD 1 TO WS-TOT-SEM-LIMITE
               WHEN WS-CRD-TEM-LIMITE NOT EQUAL 'S'
                   CONTINUE
               WHEN WS-CRD-SALDO > WS-CRD-LIMITE
                   MOVE "ACIMA" TO WS-SITUACAO
                   ADD 1 TO WS-TOT-ACIMA
               WHEN WS-CRD-SALDO > 0
                    AND WS-CRD-SALDO NOT < WS-AVISO
                   MOVE "PROXIMO" TO WS-SITUACAO
                   ADD 1 TO WS-TOT-PROXIMO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    ATRASO ALEM DO PRAZO RETEM O CREDITO MESMO DENTRO DO LIMITE
           IF WS-CRD-MAIOR-ATRASO > WS-CRD-DIAS-TOLERA
              ADD 1 TO WS-TOT-ATRASO
              IF WS-SITUACAO EQUAL SPACES
                 MOVE "ATRASO" TO WS-SITUACAO
              END-IF
           END-IF.

           IF WS-SITUACAO EQUAL SPACES
              GO TO ANALISAR-UM-CLIENTE-FIM
           END-IF.

           MOVE WS-CRD-LIMITE       TO WS-LIMITE-EDIT.
           MOVE WS-CRD-SALDO        TO WS-SALDO-EDIT.
           MOVE WS-CRD-MAIOR-ATRASO TO WS-DIAS-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-CLI-ID (WS-CLI-IDX) " "
                  WS-CLI-NOME (WS-CLI-IDX) " "
                  WS-LIMITE-EDIT WS-SALDO-EDIT " "
                  WS-DIAS-EDIT " " WS-SITUACAO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       ANALISAR-UM-CLIENTE-FIM.
           EXIT.

       FINALIZAR    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "ACIMA DO LIMITE: " WS-TOT-ACIMA
                  "  PROXIMO (" WS-CRD-PCT-AVISO "%): " WS-TOT-PROXIMO
                  "  SEM LIMITE: " WS-TOT-SEM-LIMITE
                  "  ATRASO > " WS-CRD-DIAS-TOLERA " DIAS: "
                  WS-TOT-ATRASO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           CLOSE RELATORIO.
       END PROGRAM 7-CREDREL.
