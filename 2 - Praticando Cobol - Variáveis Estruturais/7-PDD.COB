      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-PDD.
      *-----------------------------------------------------------------
      *  PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS. O SALDO EM ABERTO  *
      *  DE CADA FAIXA DO AGING RECEBE O PERCENTUAL DO PDDPAR.DAT; O  *
      *  RESULTADO DO MES FICA NO PDDHIST.DAT PARA A CONTABILIDADE E  *
      *  OS TITULOS ALEM DO CORTE SAO LISTADOS PARA BAIXA NO 7-PERDA  *
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

           SELECT PDDPAR ASSIGN TO "..\DADOS\PDDPAR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PDP.

           SELECT PDDHIST ASSIGN TO "..\DADOS\PDDHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PDH.

           SELECT RELATORIO ASSIGN TO "..\DADOS\PDD.TXT"
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

      *------------------- PERCENTUAL POR FAIXA E CORTE DA BAIXA ------*
      *  FAIXAS DO AGING: 1 = A VENCER / 2 = ATE 30 / 3 = 31-60 /     *
      *  4 = 61-90 / 5 = MAIS DE 90; CORTE EM DIAS DE ATRASO          *
       FD  PDDPAR.
       01  WS-PDP-REG.
           05 WS-PDP-PCT OCCURS 5 TIMES
                                    PIC 9(03)V99.
           05 WS-PDP-CORTE-DIAS     PIC 9(04).

      *------------------- PROVISAO DE CADA MES -----------------------*
      *  UMA LINHA POR MES; RODAR DE NOVO NO MES SUBSTITUI A LINHA    *
       FD  PDDHIST.
       01  WS-PDH-REG.
           05 WS-PDH-MES            PIC 9(06).
           05 WS-PDH-DATA           PIC 9(08).
           05 WS-PDH-SALDO          PIC 9(09)V99.
           05 WS-PDH-PROVISAO       PIC 9(09)V99.

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAG                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC 9(02) VALUE ZEROS.
       01 WS-FS-PDP                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PDH                PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-MES-ATUAL             PIC 9(06) VALUE ZEROS.
       01 WS-INT-HOJE              PIC 9(07) COMP VALUE 0.
       01 WS-INT-VENC              PIC 9(07) COMP VALUE 0.
       01 WS-DIAS-ATRASO           PIC S9(05) COMP VALUE 0.

      *------------------- PERCENTUAIS EM VIGOR (PADROES) -------------*
       01 WS-PCT-TAB.
           05 WS-PCT-FAIXA OCCURS 5 TIMES PIC 9(03)V99.
       01 WS-PCT-PADRAO REDEFINES WS-PCT-TAB PIC X(25).
       01 WS-CORTE-DIAS            PIC 9(04) VALUE 180.

      *------------------- FATURAS EM ABERTO EM MEMORIA -------------*
       01 WS-FAT-TAB.
           05 WS-FAT-ITEM OCCURS 500 TIMES.
              10 WS-FAT-NUMERO      PIC 9(06).
              10 WS-FAT-PARCELA     PIC 9(02).
              10 WS-FAT-CLIENTE     PIC X(10).
              10 WS-FAT-CLIENTE-ID  PIC 9(09).
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

      *------------------- SALDO E PROVISAO POR FAIXA -----------------*
       01 WS-FAIXA                 PIC 9(01) VALUE 0.
       01 WS-FAIXA-IDX             PIC 9(01) VALUE 0.
       01 WS-FXA-TAB.
           05 WS-FXA-ITEM OCCURS 5 TIMES.
              10 WS-FXA-SALDO       PIC 9(09)V99.
              10 WS-FXA-PROVISAO    PIC 9(09)V99.
       01 WS-FXA-NOMES.
           05 FILLER               PIC X(10) VALUE "A VENCER".
           05 FILLER               PIC X(10) VALUE "ATE 30".
           05 FILLER               PIC X(10) VALUE "31-60".
           05 FILLER               PIC X(10) VALUE "61-90".
           05 FILLER               PIC X(10) VALUE "MAIS 90".
       01 WS-FXA-NOME-TAB REDEFINES WS-FXA-NOMES.
           05 WS-FXA-NOME OCCURS 5 TIMES PIC X(10).
       01 WS-TOT-SALDO             PIC 9(09)V99 VALUE 0.
       01 WS-TOT-PROVISAO          PIC 9(09)V99 VALUE 0.
       01 WS-PROVISAO-N            PIC 9(09)V99 VALUE 0.
       01 WS-TOT-CORTE             PIC 9(04) VALUE 0.
       01 WS-TOT-CORTE-VALOR       PIC 9(09)V99 VALUE 0.

      *------------------- HISTORICO DOS MESES ANTERIORES -------------*
       01 WS-HST-TAB.
           05 WS-HST-ITEM OCCURS 120 TIMES.
              10 WS-HST-REG         PIC X(36).
       01 WS-HST-ITENS             PIC 9(03) VALUE 0.
       01 WS-HST-IDX               PIC 9(03) VALUE 0.
       01 WS-HST-ESTOURO           PIC X(01) VALUE 'N'.

       01 WS-VALOR-EDIT            PIC Z(08)9.99.
       01 WS-VALOR-EDIT2           PIC Z(08)9.99.
       01 WS-PCT-EDIT              PIC ZZ9.99.
       01 WS-DIAS-EDIT             PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-FATURAS
              UNTIL WS-FS-FATURAS NOT EQUAL ZEROS.
           PERFORM CARREGAR-PARCELAS.
           PERFORM APLICAR-PAGAMENTOS
              UNTIL WS-FS-PAG NOT EQUAL ZEROS.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM PROVISIONAR-SALDOS.
           PERFORM IMPRIMIR-FAIXAS.
           PERFORM GRAVAR-HISTORICO.
           PERFORM IMPRIMIR-HISTORICO.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:6) TO WS-MES-ATUAL.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).

      *    PADROES: 0% A VENCER, 1% ATE 30, 10% 31-60, 30% 61-90 E
      *    50% ACIMA DE 90 DIAS
           MOVE "0000000100010000300005000" TO WS-PCT-PADRAO.
           INITIALIZE WS-FXA-TAB.
           PERFORM LER-PARAMETROS.

           OPEN INPUT FATURAS.
           IF WS-FS-FATURAS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FATURAS " WS-FS-FATURAS
              STOP RUN
           END-IF.

           OPEN INPUT PAGAMENTOS.
           IF WS-FS-PAG NOT EQUAL ZEROS
              DISPLAY "SEM ARQUIVO DE PAGAMENTOS - TUDO EM ABERTO"
           END-IF.

           OPEN OUTPUT RELATORIO.

           DISPLAY "PROVISAO PARA DEVEDORES DUVIDOSOS".
           DISPLAY "---------------------------------".

           READ FATURAS.
           IF WS-FS-PAG EQUAL ZEROS
              READ PAGAMENTOS
           END-IF.

      *------------------- PERCENTUAIS DO PDDPAR.DAT ------------------*
       LER-PARAMETROS    SECTION.
           OPEN INPUT PDDPAR.
           IF WS-FS-PDP NOT EQUAL ZEROS
              DISPLAY "SEM PDDPAR.DAT - PERCENTUAIS PADRAO"
              GO TO LER-PARAMETROS-FIM
           END-IF.
           READ PDDPAR.
           IF WS-FS-PDP EQUAL ZEROS
              MOVE 0 TO WS-FAIXA-IDX
              PERFORM LER-UM-PERCENTUAL UNTIL WS-FAIXA-IDX EQUAL 5
              IF WS-PDP-CORTE-DIAS NUMERIC
                 AND WS-PDP-CORTE-DIAS > 0
                 MOVE WS-PDP-CORTE-DIAS TO WS-CORTE-DIAS
              END-IF
           END-IF.
           CLOSE PDDPAR.

       LER-PARAMETROS-FIM.
           EXIT.

       LER-UM-PERCENTUAL    SECTION.
           ADD 1 TO WS-FAIXA-IDX.
           IF WS-PDP-PCT (WS-FAIXA-IDX) NUMERIC
              AND WS-PDP-PCT (WS-FAIXA-IDX) NOT > 100
              MOVE WS-PDP-PCT (WS-FAIXA-IDX)
                TO WS-PCT-FAIXA (WS-FAIXA-IDX)
           END-IF.

       CARREGAR-FATURAS    SECTION.
           IF WS-FAT-ITENS < 500
              ADD 1 TO WS-FAT-ITENS
              MOVE WS-FATURA-NUMERO
                TO WS-FAT-NUMERO (WS-FAT-ITENS)
              MOVE ZEROS TO WS-FAT-PARCELA (WS-FAT-ITENS)
              MOVE WS-FATURA-CLIENTE
                TO WS-FAT-CLIENTE (WS-FAT-ITENS)
              MOVE WS-FATURA-CLIENTE-ID
                TO WS-FAT-CLIENTE-ID (WS-FAT-ITENS)
              MOVE WS-FATURA-VALOR
                TO WS-FAT-VALOR (WS-FAT-ITENS)
              MOVE ZEROS TO WS-FAT-PAGO (WS-FAT-ITENS)
              MOVE WS-FATURA-VENCIMENTO
                TO WS-FAT-VENCIMENTO (WS-FAT-ITENS)
              MOVE 'N' TO WS-FAT-RENEG (WS-FAT-ITENS)
           ELSE
              DISPLAY "TABELA DE FATURAS CHEIA - PROVISAO PARCIAL"
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
              MOVE WS-FAT-CLIENTE (WS-PARC-DONO)
                TO WS-FAT-CLIENTE (WS-FAT-ITENS)
              MOVE WS-FAT-CLIENTE-ID (WS-PARC-DONO)
                TO WS-FAT-CLIENTE-ID (WS-FAT-ITENS)
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

      *------------------- BAIXAS ABATEM O SALDO DO TITULO ------------*
      *  A BAIXA COMO PERDA (7-PERDA) TAMBEM ENTRA NO PAGAMENTOS,     *
      *  ENTAO O TITULO BAIXADO NAO E PROVISIONADO DE NOVO            *
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

       IMPRIMIR-CABECALHO    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "PROVISAO PARA DEVEDORES DUVIDOSOS - MES "
                  WS-MES-ATUAL " - EMITIDA EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE WS-CORTE-DIAS TO WS-DIAS-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TITULOS COM MAIS DE " WS-DIAS-EDIT
                  " DIAS DE ATRASO - CANDIDATOS A BAIXA COMO PERDA"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.

      *------------------- SALDO DE CADA TITULO NA SUA FAIXA ----------*
       PROVISIONAR-SALDOS    SECTION.
           MOVE 0 TO WS-FAT-IDX.
           PERFORM PROVISIONAR-UM-TITULO
              UNTIL WS-FAT-IDX NOT < WS-FAT-ITENS.

       PROVISIONAR-UM-TITULO    SECTION.
           ADD 1 TO WS-FAT-IDX.

           IF WS-FAT-RENEG (WS-FAT-IDX) EQUAL 'S'
              GO TO PROVISIONAR-UM-TITULO-FIM
           END-IF.

           COMPUTE WS-FAT-SALDO =
                   WS-FAT-VALOR (WS-FAT-IDX)
                   - WS-FAT-PAGO (WS-FAT-IDX).
           IF WS-FAT-SALDO NOT > 0
              GO TO PROVISIONAR-UM-TITULO-FIM
           END-IF.

           COMPUTE WS-INT-VENC = FUNCTION INTEGER-OF-DATE
                   (WS-FAT-VENCIMENTO (WS-FAT-IDX)).
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC.

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT > 0
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 30
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 60
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 90
                   MOVE 4 TO WS-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA
           END-EVALUATE.

           ADD WS-FAT-SALDO TO WS-FXA-SALDO (WS-FAIXA).

           IF WS-DIAS-ATRASO > WS-CORTE-DIAS
              ADD 1 TO WS-TOT-CORTE
              ADD WS-FAT-SALDO TO WS-TOT-CORTE-VALOR
              MOVE WS-FAT-SALDO   TO WS-VALOR-EDIT
              MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "  FATURA " WS-FAT-NUMERO (WS-FAT-IDX)
                     " PARCELA " WS-FAT-PARCELA (WS-FAT-IDX)
                     " CLIENTE " WS-FAT-CLIENTE-ID (WS-FAT-IDX)
                     " " WS-FAT-CLIENTE (WS-FAT-IDX)
                     " ATRASO " WS-DIAS-EDIT
                     " SALDO " WS-VALOR-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

       PROVISIONAR-UM-TITULO-FIM.
           EXIT.

      *------------------- QUADRO DA PROVISAO POR FAIXA ---------------*
       IMPRIMIR-FAIXAS    SECTION.
           MOVE WS-TOT-CORTE-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  " WS-TOT-CORTE " TITULO(S) ALEM DO CORTE, SALDO "
                  WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.

           MOVE "FAIXA             SALDO      PCT      PROVISAO"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE 0 TO WS-FAIXA-IDX.
           PERFORM IMPRIMIR-UMA-FAIXA UNTIL WS-FAIXA-IDX EQUAL 5.

           MOVE WS-TOT-SALDO    TO WS-VALOR-EDIT.
           MOVE WS-TOT-PROVISAO TO WS-VALOR-EDIT2.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAL     " WS-VALOR-EDIT "          "
                  WS-VALOR-EDIT2
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       IMPRIMIR-UMA-FAIXA    SECTION.
           ADD 1 TO WS-FAIXA-IDX.
           COMPUTE WS-PROVISAO-N ROUNDED =
                   WS-FXA-SALDO (WS-FAIXA-IDX)
                   * WS-PCT-FAIXA (WS-FAIXA-IDX) / 100.
           MOVE WS-PROVISAO-N TO WS-FXA-PROVISAO (WS-FAIXA-IDX).
           ADD WS-FXA-SALDO (WS-FAIXA-IDX) TO WS-TOT-SALDO.
           ADD WS-PROVISAO-N TO WS-TOT-PROVISAO.

           MOVE WS-FXA-SALDO (WS-FAIXA-IDX) TO WS-VALOR-EDIT.
           MOVE WS-PCT-FAIXA (WS-FAIXA-IDX) TO WS-PCT-EDIT.
           MOVE WS-PROVISAO-N TO WS-VALOR-EDIT2.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-FXA-NOME (WS-FAIXA-IDX) WS-VALOR-EDIT
                  "   " WS-PCT-EDIT "%" WS-VALOR-EDIT2
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

      *------------------- PROVISAO DO MES NO PDDHIST.DAT -------------*
       GRAVAR-HISTORICO    SECTION.
           OPEN INPUT PDDHIST.
           IF WS-FS-PDH EQUAL ZEROS
              READ PDDHIST
              PERFORM CARREGAR-UM-MES
                 UNTIL WS-FS-PDH NOT EQUAL ZEROS
              CLOSE PDDHIST
           END-IF.

      *    HISTORICO MAIOR QUE A TABELA: REGRAVAR PERDERIA MESES
           IF WS-HST-ESTOURO EQUAL 'S'
              DISPLAY "PDDHIST.DAT MAIOR QUE A TABELA (120)"
              DISPLAY "PROVISAO DO MES NAO GRAVADA - ARQUIVO INTACTO"
              GO TO GRAVAR-HISTORICO-FIM
           END-IF.

           OPEN OUTPUT PDDHIST.
           MOVE 0 TO WS-HST-IDX.
           PERFORM REGRAVAR-UM-MES UNTIL WS-HST-IDX NOT < WS-HST-ITENS.
           MOVE WS-MES-ATUAL    TO WS-PDH-MES.
           MOVE WS-DATA-HOJE    TO WS-PDH-DATA.
           MOVE WS-TOT-SALDO    TO WS-PDH-SALDO.
           MOVE WS-TOT-PROVISAO TO WS-PDH-PROVISAO.
           WRITE WS-PDH-REG.
           CLOSE PDDHIST.

           IF WS-HST-ITENS < 120
              ADD 1 TO WS-HST-ITENS
              MOVE WS-PDH-REG TO WS-HST-REG (WS-HST-ITENS)
           END-IF.

       GRAVAR-HISTORICO-FIM.
           EXIT.

       CARREGAR-UM-MES    SECTION.
           IF WS-PDH-MES NOT EQUAL WS-MES-ATUAL
              IF WS-HST-ITENS < 120
                 ADD 1 TO WS-HST-ITENS
                 MOVE WS-PDH-REG TO WS-HST-REG (WS-HST-ITENS)
              ELSE
                 MOVE 'S' TO WS-HST-ESTOURO
              END-IF
           END-IF.
           READ PDDHIST.

       REGRAVAR-UM-MES    SECTION.
           ADD 1 TO WS-HST-IDX.
           MOVE WS-HST-REG (WS-HST-IDX) TO WS-PDH-REG.
           WRITE WS-PDH-REG.

       IMPRIMIR-HISTORICO    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "HISTORICO DA PROVISAO (MES, SALDO EM ABERTO, PROVISAO)"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE 0 TO WS-HST-IDX.
           PERFORM IMPRIMIR-UM-MES UNTIL WS-HST-IDX NOT < WS-HST-ITENS.

       IMPRIMIR-UM-MES    SECTION.
           ADD 1 TO WS-HST-IDX.
           MOVE WS-HST-REG (WS-HST-IDX) TO WS-PDH-REG.
           MOVE WS-PDH-SALDO    TO WS-VALOR-EDIT.
           MOVE WS-PDH-PROVISAO TO WS-VALOR-EDIT2.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  " WS-PDH-MES "  " WS-VALOR-EDIT "  "
                  WS-VALOR-EDIT2
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

       FINALIZAR    SECTION.
           DISPLAY "TITULOS ALEM DO CORTE: " WS-TOT-CORTE
                   " - BAIXA PELO 7-PERDA".
           DISPLAY "RELATORIO EM ..\DADOS\PDD.TXT".

           CLOSE FATURAS.
           IF WS-FS-PAG NOT EQUAL 35
              CLOSE PAGAMENTOS
           END-IF.
           CLOSE RELATORIO.
       END PROGRAM 7-PDD.
