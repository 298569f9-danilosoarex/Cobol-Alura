      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-CREDITO.
      *-----------------------------------------------------------------
      *  ANALISE DE CREDITO DE UM CLIENTE. SOMA O SALDO EM ABERTO DO  *
      *  CLIENTE NO FATURAS/PARCELAS, LIQUIDO DOS PAGAMENTOS, E       *
      *  COMPARA SALDO + VALOR NOVO COM O LIMITE DO LIMITES.DAT.      *
      *  TITULO VENCIDO HA MAIS DIAS QUE O CREDITOPAR.DAT TAMBEM      *
      *  RETEM. QUEM CHAMA DECIDE A LIBERACAO PELO SUPERVISOR         *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAS.

           SELECT PAGAMENTOS ASSIGN TO "..\DADOS\PAGAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAG.

           SELECT PARCELAS ASSIGN TO "..\DADOS\PARCELAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARC.

           SELECT LIMITES ASSIGN TO "..\DADOS\LIMITES.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIM.

           SELECT CREDITOPAR ASSIGN TO "..\DADOS\CREDITOPAR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CRP.
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

       FD  PAGAMENTOS.
       01  WS-PAG-REG.
           05 WS-PAG-FATURA         PIC 9(06).
           05 WS-PAG-DATA           PIC 9(08).
           05 WS-PAG-VALOR          PIC 9(05)V99.
           05 WS-PAG-PARCELA        PIC 9(02).

       FD  PARCELAS.
       01  WS-PARC-REG.
           05 WS-PARC-FATURA        PIC 9(06).
           05 WS-PARC-NUMERO        PIC 9(02).
           05 WS-PARC-VALOR         PIC 9(05)V99.
           05 WS-PARC-VENCIMENTO    PIC 9(08).

      *------------------- LIVRO DE LIMITES DE CREDITO ----------------*
      *  MANTIDO PELO 7-LIMCAD; VALE O ULTIMO LANCAMENTO DO CLIENTE   *
       FD  LIMITES.
       01  WS-LIM-REG.
           05 WS-LIM-CLIENTE-ID     PIC 9(09).
           05 WS-LIM-DATA           PIC 9(08).
           05 WS-LIM-VALOR          PIC 9(07)V99.
           05 WS-LIM-RESPONSAVEL    PIC X(10).

      *------------------- PARAMETROS DA ANALISE DE CREDITO -----------*
       FD  CREDITOPAR.
       01  WS-CRP-REG.
           05 WS-CRP-DIAS-ATRASO    PIC 9(03).
      *       TITULO VENCIDO HA MAIS DIAS QUE ISTO RETEM O CREDITO
           05 WS-CRP-PCT-AVISO      PIC 9(03).
      *       PERCENTUAL DO LIMITE A PARTIR DO QUAL O 7-CREDREL AVISA

       WORKING-STORAGE SECTION.
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAG                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC 9(02) VALUE ZEROS.
       01 WS-FS-LIM                PIC 9(02) VALUE ZEROS.
       01 WS-FS-CRP                PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-INT-HOJE              PIC 9(07) COMP VALUE 0.
       01 WS-INT-VENC              PIC 9(07) COMP VALUE 0.
       01 WS-DIAS-ATRASO           PIC S9(05) COMP VALUE 0.
       01 WS-TOTAL                 PIC S9(09)V99 VALUE 0.

      *------------------- TITULOS EM ABERTO DO CLIENTE ---------------*
       01 WS-FAT-TAB.
           05 WS-FAT-ITEM OCCURS 500 TIMES.
              10 WS-FAT-NUMERO      PIC 9(06).
              10 WS-FAT-PARCELA     PIC 9(02).
              10 WS-FAT-VALOR       PIC 9(05)V99.
              10 WS-FAT-PAGO        PIC 9(07)V99.
              10 WS-FAT-VENCIMENTO  PIC 9(08).
              10 WS-FAT-RENEG      PIC X(01).
       01 WS-FAT-ITENS             PIC 9(03) VALUE 0.
       01 WS-FAT-IDX               PIC 9(03) VALUE 0.
       01 WS-FAT-ACHADO            PIC 9(03) VALUE 0.
       01 WS-FAT-SALDO             PIC S9(07)V99 VALUE 0.
       01 WS-PARC-DONO             PIC 9(03) VALUE 0.
       01 WS-PARC-DONO-IDX         PIC 9(03) VALUE 0.

       LINKAGE SECTION.
       01 LK-CREDITO.
           05 LK-CRD-CLIENTE-ID     PIC 9(09).
           05 LK-CRD-VALOR-NOVO     PIC 9(07)V99.
           05 LK-CRD-FATURA-IGNORA  PIC 9(06).
      *       FATURA QUE NAO CONTA NO TESTE DE ATRASO (RENEGOCIACAO)
           05 LK-CRD-TEM-LIMITE     PIC X(01).
           05 LK-CRD-LIMITE         PIC 9(07)V99.
           05 LK-CRD-SALDO          PIC S9(07)V99.
           05 LK-CRD-MAIOR-ATRASO   PIC 9(05).
           05 LK-CRD-DIAS-TOLERA    PIC 9(03).
           05 LK-CRD-PCT-AVISO      PIC 9(03).
           05 LK-CRD-SITUACAO       PIC X(01).
              88 LK-CRD-LIBERADO        VALUE 'L'.
              88 LK-CRD-RETIDO          VALUE 'R'.
           05 LK-CRD-MOTIVO         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CREDITO.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).

           MOVE 'N'    TO LK-CRD-TEM-LIMITE.
           MOVE ZEROS  TO LK-CRD-LIMITE.
           MOVE ZEROS  TO LK-CRD-SALDO.
           MOVE ZEROS  TO LK-CRD-MAIOR-ATRASO.
           MOVE 'L'    TO LK-CRD-SITUACAO.
           MOVE SPACES TO LK-CRD-MOTIVO.
           MOVE 0      TO WS-FAT-ITENS.

           PERFORM LER-PARAMETROS.
           PERFORM LER-LIMITE.
           PERFORM APURAR-SALDO.

      *    SEM LIMITE CADASTRADO O CLIENTE NAO TEM CREDITO APROVADO
           COMPUTE WS-TOTAL = LK-CRD-SALDO + LK-CRD-VALOR-NOVO.
           EVALUATE TRUE
               WHEN LK-CRD-TEM-LIMITE NOT EQUAL 'S'
                   MOVE 'R' TO LK-CRD-SITUACAO
                   MOVE "CLIENTE SEM LIMITE DE CREDITO CADASTRADO"
                     TO LK-CRD-MOTIVO
               WHEN WS-TOTAL > LK-CRD-LIMITE
                   MOVE 'R' TO LK-CRD-SITUACAO
                   MOVE "SALDO EM ABERTO + VALOR ACIMA DO LIMITE"
                     TO LK-CRD-MOTIVO
               WHEN LK-CRD-MAIOR-ATRASO > LK-CRD-DIAS-TOLERA
                   MOVE 'R' TO LK-CRD-SITUACAO
                   MOVE "TITULO VENCIDO ALEM DO PRAZO TOLERADO"
                     TO LK-CRD-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      *------------------- PRAZO DE ATRASO E FAIXA DE AVISO -----------*
       LER-PARAMETROS    SECTION.
           MOVE 30 TO LK-CRD-DIAS-TOLERA.
           MOVE 80 TO LK-CRD-PCT-AVISO.
           OPEN INPUT CREDITOPAR.
           IF WS-FS-CRP NOT EQUAL ZEROS
              GO TO LER-PARAMETROS-FIM
           END-IF.
           READ CREDITOPAR.
           IF WS-FS-CRP EQUAL ZEROS
              IF WS-CRP-DIAS-ATRASO NUMERIC
                 MOVE WS-CRP-DIAS-ATRASO TO LK-CRD-DIAS-TOLERA
              END-IF
              IF WS-CRP-PCT-AVISO NUMERIC
                 AND WS-CRP-PCT-AVISO > 0
                 MOVE WS-CRP-PCT-AVISO TO LK-CRD-PCT-AVISO
              END-IF
           END-IF.
           CLOSE CREDITOPAR.

       LER-PARAMETROS-FIM.
           EXIT.

      *------------------- ULTIMO LIMITE LANCADO PARA O CLIENTE -------*
       LER-LIMITE    SECTION.
           OPEN INPUT LIMITES.
           IF WS-FS-LIM NOT EQUAL ZEROS
              GO TO LER-LIMITE-FIM
           END-IF.
           READ LIMITES.
           PERFORM AVALIAR-UM-LIMITE
              UNTIL WS-FS-LIM NOT EQUAL ZEROS.
           CLOSE LIMITES.

       LER-LIMITE-FIM.
           EXIT.

       AVALIAR-UM-LIMITE    SECTION.
           IF WS-LIM-CLIENTE-ID EQUAL LK-CRD-CLIENTE-ID
              MOVE 'S'          TO LK-CRD-TEM-LIMITE
              MOVE WS-LIM-VALOR TO LK-CRD-LIMITE
           END-IF.
           READ LIMITES.

      *------------------- SALDO EM ABERTO E MAIOR ATRASO -------------*
       APURAR-SALDO    SECTION.
           OPEN INPUT FATURAS.
           IF WS-FS-FATURAS NOT EQUAL ZEROS
              GO TO APURAR-SALDO-FIM
           END-IF.
           READ FATURAS.
           PERFORM CARREGAR-FATURAS
              UNTIL WS-FS-FATURAS NOT EQUAL ZEROS.
           CLOSE FATURAS.

           PERFORM CARREGAR-PARCELAS.

           OPEN INPUT PAGAMENTOS.
           IF WS-FS-PAG EQUAL ZEROS
              READ PAGAMENTOS
              PERFORM APLICAR-PAGAMENTOS
                 UNTIL WS-FS-PAG NOT EQUAL ZEROS
              CLOSE PAGAMENTOS
           END-IF.

           MOVE 0 TO WS-FAT-IDX.
           PERFORM SOMAR-UM-TITULO UNTIL WS-FAT-IDX NOT < WS-FAT-ITENS.

       APURAR-SALDO-FIM.
           EXIT.

       CARREGAR-FATURAS    SECTION.
           IF WS-FATURA-CLIENTE-ID EQUAL LK-CRD-CLIENTE-ID
              IF WS-FAT-ITENS < 500
                 ADD 1 TO WS-FAT-ITENS
                 MOVE WS-FATURA-NUMERO
                   TO WS-FAT-NUMERO (WS-FAT-ITENS)
                 MOVE ZEROS TO WS-FAT-PARCELA (WS-FAT-ITENS)
                 MOVE WS-FATURA-VALOR
                   TO WS-FAT-VALOR (WS-FAT-ITENS)
                 MOVE ZEROS TO WS-FAT-PAGO (WS-FAT-ITENS)
                 MOVE WS-FATURA-VENCIMENTO
                   TO WS-FAT-VENCIMENTO (WS-FAT-ITENS)
                 MOVE 'N' TO WS-FAT-RENEG (WS-FAT-ITENS)
              ELSE
                 DISPLAY "TABELA DE FATURAS CHEIA - SALDO PARCIAL"
              END-IF
           END-IF.
           READ FATURAS.

      *------------------- PARCELAS ENTRAM NO LUGAR DA FATURA ---------*
       CARREGAR-PARCELAS    SECTION.
           OPEN INPUT PARCELAS.
           IF WS-FS-PARC NOT EQUAL ZEROS
              GO TO CARREGAR-PARCELAS-FIM
           END-IF.
           READ PARCELAS.
           PERFORM CARREGAR-UMA-PARCELA
              UNTIL WS-FS-PARC NOT EQUAL ZEROS.
           CLOSE PARCELAS.

       CARREGAR-PARCELAS-FIM.
           EXIT.

       CARREGAR-UMA-PARCELA    SECTION.
           MOVE 0 TO WS-PARC-DONO.
           MOVE 0 TO WS-PARC-DONO-IDX.
           PERFORM PROCURAR-DONA-DA-PARCELA
              UNTIL WS-PARC-DONO-IDX NOT < WS-FAT-ITENS
                 OR WS-PARC-DONO NOT EQUAL 0.

           IF WS-PARC-DONO NOT EQUAL 0
              AND WS-FAT-ITENS < 500
              MOVE 'S' TO WS-FAT-RENEG (WS-PARC-DONO)
              ADD 1 TO WS-FAT-ITENS
              MOVE WS-PARC-FATURA TO WS-FAT-NUMERO (WS-FAT-ITENS)
              MOVE WS-PARC-NUMERO TO WS-FAT-PARCELA (WS-FAT-ITENS)
              MOVE WS-PARC-VALOR  TO WS-FAT-VALOR (WS-FAT-ITENS)
              MOVE ZEROS          TO WS-FAT-PAGO (WS-FAT-ITENS)
              MOVE WS-PARC-VENCIMENTO
                TO WS-FAT-VENCIMENTO (WS-FAT-ITENS)
              MOVE 'N' TO WS-FAT-RENEG (WS-FAT-ITENS)
           END-IF.
           READ PARCELAS.

       PROCURAR-DONA-DA-PARCELA    SECTION.
           ADD 1 TO WS-PARC-DONO-IDX.
           IF WS-FAT-NUMERO (WS-PARC-DONO-IDX) EQUAL WS-PARC-FATURA
              AND WS-FAT-PARCELA (WS-PARC-DONO-IDX) EQUAL ZEROS
              MOVE WS-PARC-DONO-IDX TO WS-PARC-DONO
           END-IF.

       APLICAR-PAGAMENTOS    SECTION.
           IF WS-PAG-PARCELA NOT NUMERIC
              MOVE ZEROS TO WS-PAG-PARCELA
           END-IF.
           MOVE 0 TO WS-FAT-ACHADO.
           MOVE 0 TO WS-FAT-IDX.
           PERFORM PROCURAR-FATURA
              UNTIL WS-FAT-IDX NOT < WS-FAT-ITENS
                 OR WS-FAT-ACHADO NOT EQUAL 0.

           IF WS-FAT-ACHADO NOT EQUAL 0
              ADD WS-PAG-VALOR TO WS-FAT-PAGO (WS-FAT-ACHADO)
           END-IF.

           READ PAGAMENTOS.

       PROCURAR-FATURA    SECTION.
           ADD 1 TO WS-FAT-IDX.
           IF WS-FAT-NUMERO (WS-FAT-IDX) EQUAL WS-PAG-FATURA
              AND WS-FAT-PARCELA (WS-FAT-IDX) EQUAL WS-PAG-PARCELA
              MOVE WS-FAT-IDX TO WS-FAT-ACHADO
           END-IF.

       SOMAR-UM-TITULO    SECTION.
           ADD 1 TO WS-FAT-IDX.

           IF WS-FAT-RENEG (WS-FAT-IDX) EQUAL 'S'
              GO TO SOMAR-UM-TITULO-FIM
           END-IF.

           COMPUTE WS-FAT-SALDO =
                   WS-FAT-VALOR (WS-FAT-IDX)
                   - WS-FAT-PAGO (WS-FAT-IDX).
           IF WS-FAT-SALDO NOT > 0
              GO TO SOMAR-UM-TITULO-FIM
           END-IF.
           ADD WS-FAT-SALDO TO LK-CRD-SALDO.

           IF WS-FAT-NUMERO (WS-FAT-IDX) EQUAL LK-CRD-FATURA-IGNORA
              GO TO SOMAR-UM-TITULO-FIM
           END-IF.
           COMPUTE WS-INT-VENC = FUNCTION INTEGER-OF-DATE
                   (WS-FAT-VENCIMENTO (WS-FAT-IDX)).
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC.
           IF WS-DIAS-ATRASO > LK-CRD-MAIOR-ATRASO
              MOVE WS-DIAS-ATRASO TO LK-CRD-MAIOR-ATRASO
           END-IF.

       SOMAR-UM-TITULO-FIM.
           EXIT.
       END PROGRAM 7-CREDITO.
