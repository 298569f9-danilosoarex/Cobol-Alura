      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 11-HISTARQ.
      *-----------------------------------------------------------------
      *  DEVOLVE OS ANOS JA LEVADOS PARA O ARQUIVO MORTO DE UM        *
      *  HISTORICO (ESTOQMOV, VENDASJRN, TRANSHIST, FINANREG,          *
      *  PEDIDOS, PEDITENS) A PARTIR DE UM ANO, EM ORDEM CRESCENTE.   *
      *  O RELATORIO LE ..\DADOS\ARCHIVE\<ARQUIVO>.<ANO> DE CADA ANO  *
      *  DEVOLVIDO E DEPOIS O ARQUIVO VIVO, FILTRANDO PELA DATA COMO  *
      *  SEMPRE. UM ARQUIVAMENTO PODE LEVAR LANCAMENTO ATRASADO DE    *
      *  ANO ANTERIOR, POR ISSO VALEM TODOS OS ANOS A PARTIR DO       *
      *  PEDIDO. O CATALOGO E LIDO NA PRIMEIRA CHAMADA E FICA NA      *
      *  TABELA                                                       *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CATALOGO ASSIGN TO "..\DADOS\ARCHIVE\HISTANUAL.CTL"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER ARQANUAL) -----------------------------*
       FD  CATALOGO.
       01  WS-CAT-REG.
           05 WS-CAT-ARQUIVO        PIC X(12).
           05 WS-CAT-ANO            PIC 9(04).
           05 WS-CAT-REGISTROS      PIC 9(09).
           05 WS-CAT-VALOR          PIC 9(13)V99.
           05 WS-CAT-DATAHORA       PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FS-CAT                PIC 9(02) VALUE ZEROS.
       01 WS-CARREGADO             PIC X(01) VALUE 'N'.

      *------------------- ANOS ARQUIVADOS DE CADA HISTORICO ----------*
       01 WS-CT-TAB.
           05 WS-CT OCCURS 300 TIMES.
              10 WS-CT-ARQUIVO      PIC X(12).
              10 WS-CT-ANO          PIC 9(04).
       01 WS-CT-ITENS              PIC 9(03) VALUE 0.
       01 WS-CT-IDX                PIC 9(03) VALUE 0.
       01 WS-CT-CHEIA              PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 LK-HISTARQ.
           05 LK-HA-ARQUIVO         PIC X(12).
           05 LK-HA-ANO-DE          PIC 9(04).
           05 LK-HA-QTD             PIC 9(02).
           05 LK-HA-ANO OCCURS 30 TIMES
                                    PIC 9(04).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-HISTARQ.
       MAIN-PROCEDURE.
           IF WS-CARREGADO NOT EQUAL 'S'
              PERFORM CARREGAR-CATALOGO
              MOVE 'S' TO WS-CARREGADO
           END-IF.

           MOVE 0 TO LK-HA-QTD.
           MOVE 0 TO WS-CT-IDX.
           PERFORM SELECIONAR
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.

           GOBACK.

      *------------------- O ARQANUAL SO ACRESCENTA ANOS MAIORES, ----*
      *------------------- ENTAO O CATALOGO JA VEM EM ORDEM ----------*
       CARREGAR-CATALOGO    SECTION.
           OPEN INPUT CATALOGO.
           IF WS-FS-CAT NOT EQUAL ZEROS
              GO TO CARREGAR-CATALOGO-FIM
           END-IF.
           READ CATALOGO.
           PERFORM GUARDAR-ANO
              UNTIL WS-FS-CAT NOT EQUAL ZEROS.
           CLOSE CATALOGO.

           IF WS-CT-CHEIA EQUAL 'S'
              DISPLAY "ATENCAO: HISTANUAL.CTL COM MAIS DE 300 "
                      "ANOS - AMPLIE A TABELA DO 11-HISTARQ"
           END-IF.

       CARREGAR-CATALOGO-FIM.
           EXIT.

       GUARDAR-ANO    SECTION.
           IF WS-CT-ITENS < 300
              ADD 1 TO WS-CT-ITENS
              MOVE WS-CAT-ARQUIVO TO WS-CT-ARQUIVO (WS-CT-ITENS)
              MOVE WS-CAT-ANO     TO WS-CT-ANO (WS-CT-ITENS)
           ELSE
              MOVE 'S' TO WS-CT-CHEIA
           END-IF.
           READ CATALOGO.

       SELECIONAR    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-ARQUIVO (WS-CT-IDX) EQUAL LK-HA-ARQUIVO
              AND WS-CT-ANO (WS-CT-IDX) NOT < LK-HA-ANO-DE
              AND LK-HA-QTD < 30
              ADD 1 TO LK-HA-QTD
              MOVE WS-CT-ANO (WS-CT-IDX) TO LK-HA-ANO (LK-HA-QTD)
           END-IF.
       END PROGRAM 11-HISTARQ.
