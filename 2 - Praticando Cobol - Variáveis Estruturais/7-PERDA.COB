      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-PERDA.
      *-----------------------------------------------------------------
      *  BAIXA COMO PERDA DOS TITULOS ALEM DO CORTE DO PDDPAR.DAT.     *
      *  A BAIXA FECHA O SALDO NO PAGAMENTOS (COMO O ABATE DE RESIDUO  *
      *  DO 7-PAGREG), FICA NO FINANREG COMO 'P' E NO PERDAS.DAT COM   *
      *  MOTIVO E APROVADOR; PAGAMENTO POSTERIOR E RECUPERACAO         *
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

           SELECT FINANREG ASSIGN TO "..\DADOS\FINANREG.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FIN.

           SELECT PERDAS ASSIGN TO "..\DADOS\PERDAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERDA.
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

       FD  PDDPAR.
       01  WS-PDP-REG.
           05 WS-PDP-PCT OCCURS 5 TIMES
                                    PIC 9(03)V99.
           05 WS-PDP-CORTE-DIAS     PIC 9(04).

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

      *------------------- TITULOS BAIXADOS COMO PERDA ----------------*
       FD  PERDAS.
       01  WS-PERDA-REG.
           05 WS-PERDA-FATURA       PIC 9(06).
           05 WS-PERDA-PARCELA      PIC 9(02).
           05 WS-PERDA-CLIENTE-ID   PIC 9(09).
           05 WS-PERDA-DATA         PIC 9(08).
           05 WS-PERDA-VALOR        PIC 9(05)V99.
           05 WS-PERDA-MOTIVO       PIC X(30).
           05 WS-PERDA-APROVADOR    PIC X(20).
           05 WS-PERDA-RECUPERADO   PIC 9(05)V99.
           05 WS-PERDA-SITUACAO     PIC X(01).
      *       B = BAIXADA / R = RECUPERADA POR INTEIRO (7-PAGREG)

       WORKING-STORAGE SECTION.
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAG                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC 9(02) VALUE ZEROS.
       01 WS-FS-PDP                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FIN                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PERDA              PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-INT-HOJE              PIC 9(07) COMP VALUE 0.
       01 WS-INT-VENC              PIC 9(07) COMP VALUE 0.
       01 WS-DIAS-ATRASO           PIC S9(05) COMP VALUE 0.
       01 WS-CORTE-DIAS            PIC 9(04) VALUE 180.

       01 WS-APROVADOR             PIC X(20) VALUE SPACES.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACES.
       01 WS-CONTINUA              PIC X(01) VALUE "S".
           88 WS-CONTINUA-SIM      VALUE "S".

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

       01 WS-TOT-CANDIDATOS        PIC 9(04) VALUE 0.
       01 WS-TOT-BAIXADOS          PIC 9(04) VALUE 0.
       01 WS-TOT-VALOR             PIC 9(09)V99 VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(08)9.99.
       01 WS-DIAS-EDIT             PIC ZZZZ9.

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
           PERFORM INICIAR.
           PERFORM CARREGAR-FATURAS
              UNTIL WS-FS-FATURAS NOT EQUAL ZEROS.
           PERFORM CARREGAR-PARCELAS.
           PERFORM APLICAR-PAGAMENTOS
              UNTIL WS-FS-PAG NOT EQUAL ZEROS.
           PERFORM ABRIR-REGISTROS.
           PERFORM IDENTIFICAR-APROVACAO.

           MOVE 0 TO WS-FAT-IDX.
           PERFORM AVALIAR-UM-TITULO
              UNTIL WS-FAT-IDX NOT < WS-FAT-ITENS
                 OR NOT WS-CONTINUA-SIM.

           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).

           MOVE "REC"        TO WS-PER-AREA.
           MOVE WS-DATA-HOJE TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-DATA-HOJE (1:6)
                      " FECHADA NO CONTAS A RECEBER - NADA FOI BAIXADO"
              STOP RUN
           END-IF.

           OPEN INPUT PDDPAR.
           IF WS-FS-PDP EQUAL ZEROS
              READ PDDPAR
              IF WS-FS-PDP EQUAL ZEROS
                 AND WS-PDP-CORTE-DIAS NUMERIC
                 AND WS-PDP-CORTE-DIAS > 0
                 MOVE WS-PDP-CORTE-DIAS TO WS-CORTE-DIAS
              END-IF
              CLOSE PDDPAR
           END-IF.

           OPEN INPUT FATURAS.
           IF WS-FS-FATURAS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FATURAS " WS-FS-FATURAS
              STOP RUN
           END-IF.

           OPEN INPUT PAGAMENTOS.

           DISPLAY "BAIXA DE TITULOS COMO PERDA".
           DISPLAY "---------------------------".
           MOVE WS-CORTE-DIAS TO WS-DIAS-EDIT.
           DISPLAY "CORTE: MAIS DE " WS-DIAS-EDIT " DIAS DE ATRASO".

           READ FATURAS.
           IF WS-FS-PAG EQUAL ZEROS
              READ PAGAMENTOS
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
              DISPLAY "TABELA DE FATURAS CHEIA - LISTA PARCIAL"
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

      *------------------- SALDOS LIDOS: ABRE PARA GRAVAR -------------*
       ABRIR-REGISTROS    SECTION.
           CLOSE FATURAS.
           IF WS-FS-PAG NOT EQUAL 35
              CLOSE PAGAMENTOS
           END-IF.

           OPEN EXTEND PAGAMENTOS.
           IF WS-FS-PAG EQUAL 35
              OPEN OUTPUT PAGAMENTOS
           END-IF.
           IF WS-FS-PAG NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS PAGAMENTOS " WS-FS-PAG
              STOP RUN
           END-IF.

           OPEN EXTEND FINANREG.
           IF WS-FS-FIN EQUAL 35
              OPEN OUTPUT FINANREG
           END-IF.

           OPEN EXTEND PERDAS.
           IF WS-FS-PERDA EQUAL 35
              OPEN OUTPUT PERDAS
           END-IF.

      *------------------- TODA BAIXA TEM APROVADOR E MOTIVO ----------*
       IDENTIFICAR-APROVACAO    SECTION.
           DISPLAY "APROVADOR DAS BAIXAS       : ".
              ACCEPT WS-APROVADOR.
           DISPLAY "MOTIVO DAS BAIXAS          : ".
              ACCEPT WS-MOTIVO.
           IF WS-APROVADOR EQUAL SPACES
              OR WS-MOTIVO EQUAL SPACES
              DISPLAY "SEM APROVADOR OU MOTIVO - NENHUMA BAIXA FEITA"
              MOVE "N" TO WS-CONTINUA
           END-IF.

      *------------------- UM TITULO ALEM DO CORTE --------------------*
       AVALIAR-UM-TITULO    SECTION.
           ADD 1 TO WS-FAT-IDX.

           IF WS-FAT-RENEG (WS-FAT-IDX) EQUAL 'S'
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.

           COMPUTE WS-FAT-SALDO =
                   WS-FAT-VALOR (WS-FAT-IDX)
                   - WS-FAT-PAGO (WS-FAT-IDX).
           IF WS-FAT-SALDO NOT > 0
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.

           COMPUTE WS-INT-VENC = FUNCTION INTEGER-OF-DATE
                   (WS-FAT-VENCIMENTO (WS-FAT-IDX)).
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC.
           IF WS-DIAS-ATRASO NOT > WS-CORTE-DIAS
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.

           ADD 1 TO WS-TOT-CANDIDATOS.
           MOVE WS-FAT-SALDO   TO WS-VALOR-EDIT.
           MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT.
           DISPLAY "FATURA " WS-FAT-NUMERO (WS-FAT-IDX)
                   " PARCELA " WS-FAT-PARCELA (WS-FAT-IDX)
                   " CLIENTE " WS-FAT-CLIENTE-ID (WS-FAT-IDX)
                   " " WS-FAT-CLIENTE (WS-FAT-IDX).
           DISPLAY "   ATRASO " WS-DIAS-EDIT " DIAS  SALDO "
                   WS-VALOR-EDIT.
           DISPLAY "BAIXAR COMO PERDA (S/N/F=FIM): ".
              ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA EQUAL "F"
              MOVE "N" TO WS-CONTINUA
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.
           IF WS-CONFIRMA NOT EQUAL "S"
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.

           PERFORM BAIXAR-TITULO.

       AVALIAR-UM-TITULO-FIM.
           EXIT.

      *------------------- BAIXA QUE FECHA O SALDO DO TITULO ----------*
       BAIXAR-TITULO    SECTION.
           MOVE WS-FAT-NUMERO (WS-FAT-IDX)  TO WS-PAG-FATURA.
           MOVE WS-DATA-HOJE                TO WS-PAG-DATA.
           MOVE WS-FAT-SALDO                TO WS-PAG-VALOR.
           MOVE WS-FAT-PARCELA (WS-FAT-IDX) TO WS-PAG-PARCELA.
           WRITE WS-PAG-REG.

           MOVE WS-DATA-HOJE                TO WS-FIN-DATA.
           MOVE WS-FAT-NUMERO (WS-FAT-IDX)  TO WS-FIN-FATURA.
           MOVE WS-FAT-PARCELA (WS-FAT-IDX) TO WS-FIN-PARCELA.
           MOVE 'P'                         TO WS-FIN-TIPO.
           MOVE WS-FAT-SALDO                TO WS-FIN-VALOR.
           WRITE WS-FIN-REG.

           MOVE WS-FAT-NUMERO (WS-FAT-IDX)     TO WS-PERDA-FATURA.
           MOVE WS-FAT-PARCELA (WS-FAT-IDX)    TO WS-PERDA-PARCELA.
           MOVE WS-FAT-CLIENTE-ID (WS-FAT-IDX) TO WS-PERDA-CLIENTE-ID.
           MOVE WS-DATA-HOJE                   TO WS-PERDA-DATA.
           MOVE WS-FAT-SALDO                   TO WS-PERDA-VALOR.
           MOVE WS-MOTIVO                      TO WS-PERDA-MOTIVO.
           MOVE WS-APROVADOR                   TO WS-PERDA-APROVADOR.
           MOVE ZEROS                          TO WS-PERDA-RECUPERADO.
           MOVE 'B'                            TO WS-PERDA-SITUACAO.
           WRITE WS-PERDA-REG.

           ADD 1 TO WS-TOT-BAIXADOS.
           ADD WS-FAT-SALDO TO WS-TOT-VALOR.
           DISPLAY "   BAIXADO COMO PERDA".

       FINALIZAR    SECTION.
           MOVE WS-TOT-VALOR TO WS-VALOR-EDIT.
           DISPLAY "TITULOS ALEM DO CORTE : " WS-TOT-CANDIDATOS.
           DISPLAY "BAIXADOS COMO PERDA   : " WS-TOT-BAIXADOS.
           DISPLAY "VALOR BAIXADO         : " WS-VALOR-EDIT.

           CLOSE PAGAMENTOS.
           CLOSE FINANREG.
           CLOSE PERDAS.
       END PROGRAM 7-PERDA.
