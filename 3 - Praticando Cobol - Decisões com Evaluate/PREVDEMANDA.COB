      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PREVDEMANDA.
      *-----------------------------------------------------------------
      *  PREVISAO DE PEDIDOS POR HORA E PLANO DE PREPARO DA COZINHA.  *
      *  A PREVISAO DA SEMANA E A MEDIA DAS ULTIMAS SEMANAS DO        *
      *  PEDIDOS.DAT POR DIA DA SEMANA E FAIXA DE HORA (FERIADOS FORA *
      *  DA BASE E MARCADOS NA SEMANA PREVISTA). O PLANO DO DIA TIRA  *
      *  DELA AS BOLAS DE MASSA POR TAMANHO, OS INGREDIENTES PELA     *
      *  FICHA TECNICA (VER RECEITACAD) E A EQUIPE POR HORA PELOS     *
      *  MINUTOS MEDIOS DE PREPARO (PREPARO.DAT). NO DIA SEGUINTE O   *
      *  PREVISTO E COMPARADO COM O REALIZADO                         *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDIDOS
           RECORD KEY IS WS-PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS WS-PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS WS-PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO "..\DADOS\PEDITENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDITENS
           RECORD KEY IS WS-PITEM-CHAVE.

           SELECT PREPARO ASSIGN TO "..\DADOS\PREPARO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PREPARO.

           SELECT RECEITAS ASSIGN TO "..\DADOS\RECEITAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEITAS.

           SELECT FERIADOS ASSIGN TO "..\DADOS\FERIADOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FERIADOS.

           SELECT PRODMESTRE ASSIGN TO "..\DADOS\PRODMESTRE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-MESTRE
           RECORD KEY IS WS-PM-CODIGO.

           SELECT PREVDEM ASSIGN TO "..\DADOS\PREVDEM.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PREV.

           SELECT PLANOPREP ASSIGN TO "..\DADOS\PLANOPREP.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PLANO.

           SELECT ACERTO ASSIGN TO "..\DADOS\PREVDEM.ACERTO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACERTO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
       01  WS-PEDIDO-REG.
           05 WS-PEDIDO-NUMERO         PIC 9(08).
           05 WS-PEDIDO-DATAHORA       PIC X(14).
           05 WS-PEDIDO-MASSA          PIC X(12).
           05 WS-PEDIDO-TAMANHO        PIC X(01).
           05 WS-PEDIDO-EXTRA-QUEIJO   PIC X(01).
           05 WS-PEDIDO-EXTRA-BORDA    PIC X(01).
           05 WS-PEDIDO-VALOR          PIC 9(04)V99.
           05 WS-PEDIDO-SITUACAO       PIC X(01).
              88 WS-PEDIDO-CANCELADO       VALUE 'C'.
           05 WS-PEDIDO-MOTIVO-CANC    PIC X(30).
           05 WS-PEDIDO-CLIENTE-ID     PIC 9(09).
           05 WS-PEDIDO-TELEFONE       PIC X(15).
           05 WS-PEDIDO-PROMETIDO      PIC 9(04).

      *------------------- ITENS DO PEDIDO (VER PEDIDO-IF) ------------*
       FD  PEDITENS.
       01  WS-PITEM-REG.
           05 WS-PITEM-CHAVE.
              10 WS-PITEM-PEDIDO       PIC 9(08).
              10 WS-PITEM-LINHA        PIC 9(02).
           05 WS-PITEM-TIPO            PIC X(01).
              88 WS-PITEM-PIZZA            VALUE 'P'.
           05 WS-PITEM-NOME            PIC X(12).
           05 WS-PITEM-TAMANHO         PIC X(01).
           05 WS-PITEM-EXTRA-QUEIJO    PIC X(01).
           05 WS-PITEM-EXTRA-BORDA     PIC X(01).
           05 WS-PITEM-QTD             PIC 9(03).
           05 WS-PITEM-UNITARIO        PIC 9(04)V99.
           05 WS-PITEM-VALOR           PIC 9(05)V99.

      *------------------- (VER COZINHA) ------------------------------*
       FD  PREPARO.
       01  WS-PREP-REG.
           05 WS-PREP-PEDIDO           PIC 9(08).
           05 WS-PREP-TAMANHO          PIC X(01).
           05 WS-PREP-MINUTOS          PIC 9(04).
           05 WS-PREP-DATA             PIC 9(08).

      *------------------- FICHA TECNICA (VER RECEITACAD) -------------*
       FD  RECEITAS.
       01  WS-REC-REG.
           05 WS-REC-ITEM              PIC X(12).
           05 WS-REC-TAMANHO           PIC X(01).
           05 WS-REC-PRODUTO           PIC 9(06).
           05 WS-REC-QTD               PIC 9(05).

      *------------------- (VER 3-PONTO) ------------------------------*
       FD  FERIADOS.
       01  WS-FER-REG.
           05 WS-FER-DATA              PIC 9(08).
           05 WS-FER-DESCRICAO         PIC X(30).

       FD  PRODMESTRE.
       01  WS-PM-REG.
           05 WS-PM-CODIGO          PIC 9(06).
           05 WS-PM-DESCRICAO       PIC X(30).
           05 WS-PM-UNIDADE         PIC X(03).
           05 WS-PM-CLASSE-ABC      PIC X(01).
           05 WS-PM-BARRAS          PIC X(20).
           05 WS-PM-NCM             PIC X(08).
           05 WS-PM-CFOP            PIC 9(04).
           05 WS-PM-ALIQ-ICMS       PIC 9(02)V99.

      *------------------- PREVISAO GRAVADA ---------------------------*
      *  H = FAIXA DE HORA (PEDIDOS, MINUTOS DE COZINHA, EQUIPE) /    *
      *  I = PIZZA POR MASSA E TAMANHO / X = EXTRA (QUEIJO, BORDA).   *
      *  A SEMANA ANTERIOR FICA NO ARQUIVO PARA O PREVISTO X REAL     *
       FD  PREVDEM.
       01  WS-PREV-REG.
           05 WS-PREV-DATA             PIC 9(08).
           05 WS-PREV-TIPO             PIC X(01).
              88 WS-PREV-HORA-REG          VALUE 'H'.
              88 WS-PREV-ITEM-REG          VALUE 'I'.
              88 WS-PREV-EXTRA-REG         VALUE 'X'.
           05 WS-PREV-FERIADO          PIC X(01).
           05 WS-PREV-DIA-SEMANA       PIC 9(01).
           05 WS-PREV-HORA             PIC 9(02).
           05 WS-PREV-ITEM             PIC X(12).
           05 WS-PREV-TAMANHO          PIC X(01).
           05 WS-PREV-QTD              PIC 9(05)V9.
           05 WS-PREV-MINUTOS          PIC 9(05).
           05 WS-PREV-EQUIPE           PIC 9(02).
           05 WS-PREV-SEMANAS          PIC 9(02).

       FD  PLANOPREP.
       01  WS-PLANO-LINHA              PIC X(80).

      *------------------- UMA LINHA POR DIA CONFERIDO ----------------*
       FD  ACERTO.
       01  WS-ACR-REG.
           05 WS-ACR-DATA              PIC 9(08).
           05 WS-ACR-PREVISTO          PIC 9(05)V9.
           05 WS-ACR-REAL              PIC 9(05).
           05 WS-ACR-ERRO-ABS          PIC 9(05)V9.
           05 WS-ACR-ACERTO-PCT        PIC 9(03)V9.
           05 WS-ACR-FERIADO           PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-FS-PEDIDOS                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDITENS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-PREPARO                PIC 9(02) VALUE ZEROS.
       01 WS-FS-RECEITAS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-FERIADOS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-MESTRE                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-PREV                   PIC 9(02) VALUE ZEROS.
       01 WS-FS-PLANO                  PIC 9(02) VALUE ZEROS.
       01 WS-FS-ACERTO                 PIC 9(02) VALUE ZEROS.
       01 WS-TEM-ITENS                 PIC X(01) VALUE 'N'.
       01 WS-MESTRE-ABERTO             PIC X(01) VALUE 'N'.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.

      *------------------- PARAMETROS DA PREVISAO ---------------------*
      *  SEM MEDIA DE PREPARO PARA O TAMANHO VALE A MEDIA GERAL; SEM  *
      *  NENHUMA, O PADRAO. UM COZINHEIRO DA CONTA DE 60 MINUTOS DE   *
      *  PREPARO POR HORA                                             *
       01 WS-SEMANAS-PADRAO            PIC 9(02) VALUE 6.
       01 WS-MINUTOS-PADRAO            PIC 9(04) VALUE 20.
       01 WS-MINUTOS-POR-COZINHEIRO    PIC 9(04) VALUE 60.

       01 WS-DATA-REF                  PIC 9(08) VALUE 0.
       01 WS-SEMANAS                   PIC 9(02) VALUE 0.
       01 WS-INI-HIST                  PIC 9(08) VALUE 0.
       01 WS-FIM-HIST                  PIC 9(08) VALUE 0.
       01 WS-INI-GUARDA                PIC 9(08) VALUE 0.
       01 WS-DATA-WRK                  PIC 9(08) VALUE 0.
       01 WS-DIA-INT                   PIC 9(07) VALUE 0.
       01 WS-FIM-INT                   PIC 9(07) VALUE 0.
       01 WS-DIA-SEMANA                PIC 9(01) VALUE 0.
       01 WS-HORA                      PIC 9(02) VALUE 0.
       01 WS-HORA-IDX                  PIC 9(02) VALUE 0.
       01 WS-DIA-IDX                   PIC 9(01) VALUE 0.
       01 WS-K                         PIC 9(01) VALUE 0.
       01 WS-E-FERIADO                 PIC X(01) VALUE 'N'.
       01 WS-NOMES-DIAS                PIC X(21)
                                       VALUE "SEGTERQUAQUISEXSABDOM".
       01 WS-NOMES-DIAS-R REDEFINES WS-NOMES-DIAS.
           05 WS-NOME-DIA OCCURS 7 TIMES PIC X(03).

      *------------------- FERIADOS EM MEMORIA ------------------------*
       01 WS-FERIADO-TAB.
           05 WS-FERIADO-DATA OCCURS 200 TIMES PIC 9(08).
       01 WS-FERIADO-ITENS             PIC 9(03) VALUE 0.
       01 WS-FERIADO-IDX               PIC 9(03) VALUE 0.

      *------------------- MEDIA DE PREPARO POR TAMANHO ---------------*
      *  1 = P / 2 = M / 3 = G / 4 = OUTROS                           *
       01 WS-PRP-TAB.
           05 WS-PRP OCCURS 4 TIMES.
              10 WS-PRP-MINUTOS        PIC 9(07).
              10 WS-PRP-QTD            PIC 9(05).
              10 WS-PRP-MEDIA          PIC 9(04).
       01 WS-PRP-IDX                   PIC 9(01) VALUE 0.
       01 WS-PRP-GERAL-MIN             PIC 9(08) VALUE 0.
       01 WS-PRP-GERAL-QTD             PIC 9(06) VALUE 0.
       01 WS-PRP-GERAL                 PIC 9(04) VALUE 0.

      *------------------- BASE HISTORICA: DIA DA SEMANA X HORA -------*
       01 WS-DIAS-TAB.
           05 WS-DIAS-BASE OCCURS 7 TIMES PIC 9(03).
       01 WS-GRADE-TAB.
           05 WS-GRADE-DIA OCCURS 7 TIMES.
              10 WS-GRADE-HORA OCCURS 24 TIMES.
                 15 WS-GRD-PEDIDOS     PIC 9(05).
                 15 WS-GRD-MINUTOS     PIC 9(07).
       01 WS-MIX-TAB.
           05 WS-MIX-DIA OCCURS 7 TIMES.
              10 WS-MIX-ITENS          PIC 9(02).
              10 WS-MIX OCCURS 40 TIMES.
                 15 WS-MIX-TIPO        PIC X(01).
                 15 WS-MIX-NOME        PIC X(12).
                 15 WS-MIX-TAMANHO     PIC X(01).
                 15 WS-MIX-QTD         PIC 9(05).
       01 WS-MIX-IDX                   PIC 9(02) VALUE 0.
       01 WS-MIX-ACHADO                PIC 9(02) VALUE 0.
       01 WS-MIX-CHEIO                 PIC X(01) VALUE 'N'.

      *------------------- ITEM DO PEDIDO EM APURACAO -----------------*
      *  PEDIDO SEM LINHAS NO PEDITENS VALE PELA PIZZA DO CABECALHO   *
       01 WS-ITEM-TIPO                 PIC X(01) VALUE SPACES.
       01 WS-ITEM-NOME                 PIC X(12) VALUE SPACES.
       01 WS-ITEM-TAMANHO              PIC X(01) VALUE SPACES.
       01 WS-ITEM-QUEIJO               PIC X(01) VALUE SPACES.
       01 WS-ITEM-BORDA                PIC X(01) VALUE SPACES.
       01 WS-ITEM-VEZES                PIC 9(03) VALUE 0.
       01 WS-PIZZAS-DO-PEDIDO          PIC 9(03) VALUE 0.
       01 WS-TOT-BASE                  PIC 9(06) VALUE 0.

      *------------------- PREVISAO ANTERIOR GUARDADA -----------------*
       01 WS-ANT-TAB.
           05 WS-ANT OCCURS 500 TIMES  PIC X(41).
       01 WS-ANT-ITENS                 PIC 9(03) VALUE 0.
       01 WS-ANT-IDX                   PIC 9(03) VALUE 0.

       01 WS-QTD-PREV                  PIC 9(05)V9 VALUE 0.
       01 WS-MIN-PREV                  PIC 9(05) VALUE 0.
       01 WS-DIA-TOTAL                 PIC 9(05)V9 VALUE 0.

      *------------------- PLANO DO DIA -------------------------------*
       01 WS-TABELA-RECEITAS.
           05 WS-RCT-ITEM OCCURS 40 TIMES.
              10 WS-RCT-NOME          PIC X(12).
              10 WS-RCT-TAMANHO       PIC X(01).
              10 WS-RCT-PRODUTO       PIC 9(06).
              10 WS-RCT-QTD           PIC 9(05).
       01 WS-RCT-ITENS                 PIC 9(02) COMP VALUE 0.
       01 WS-RCT-IDX                   PIC 9(02) COMP VALUE 0.

       01 WS-TABELA-INGREDIENTES.
           05 WS-ING OCCURS 40 TIMES.
              10 WS-ING-PRODUTO        PIC 9(06).
              10 WS-ING-QTD            PIC 9(07).
       01 WS-ING-ITENS                 PIC 9(02) COMP VALUE 0.
       01 WS-ING-IDX                   PIC 9(02) COMP VALUE 0.
       01 WS-ING-ACHADO                PIC 9(02) COMP VALUE 0.
       01 WS-QTD-WRK                   PIC 9(07) VALUE 0.

       01 WS-BOLAS-TAB.
           05 WS-BOLAS OCCURS 4 TIMES  PIC 9(05)V9.
       01 WS-BOLAS-INT                 PIC 9(05) VALUE 0.
       01 WS-TAMANHOS                  PIC X(04) VALUE "PMG ".
       01 WS-TAMANHOS-R REDEFINES WS-TAMANHOS.
           05 WS-TAMANHO-COD OCCURS 4 TIMES PIC X(01).
       01 WS-ACHOU-DIA                 PIC X(01) VALUE 'N'.
       01 WS-FERIADO-DIA               PIC X(01) VALUE 'N'.

      *------------------- PREVISTO X REAL ----------------------------*
       01 WS-CMP-TAB.
           05 WS-CMP OCCURS 24 TIMES.
              10 WS-CMP-PREVISTO       PIC 9(05)V9.
              10 WS-CMP-REAL           PIC 9(05).
       01 WS-CMP-PIZZAS-TAB.
           05 WS-CMP-PIZZAS OCCURS 4 TIMES.
              10 WS-CPZ-PREVISTO       PIC 9(05)V9.
              10 WS-CPZ-REAL           PIC 9(05).
       01 WS-TOT-PREVISTO              PIC 9(05)V9 VALUE 0.
       01 WS-TOT-REAL                  PIC 9(05) VALUE 0.
       01 WS-ERRO-ABS                  PIC 9(05)V9 VALUE 0.
       01 WS-DIFERENCA                 PIC S9(05)V9 VALUE 0.
       01 WS-ACERTO-PCT                PIC S9(05)V9 VALUE 0.

       01 WS-QTD-EDIT                  PIC ZZ.ZZ9,9.
       01 WS-REAL-EDIT                 PIC ZZ.ZZ9.
       01 WS-DIF-EDIT                  PIC +ZZ.ZZ9,9.
       01 WS-PCT-EDIT                  PIC ZZ9,9.
       01 WS-INT-EDIT                  PIC Z.ZZZ.ZZ9.
       01 WS-MIN-EDIT                  PIC ZZ.ZZ9.
       01 WS-EQUIPE-EDIT               PIC Z9.
       01 WS-DESCRICAO                 PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           OPEN INPUT PEDIDOS.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDIDOS " WS-FS-PEDIDOS
              STOP RUN
           END-IF.

           OPEN INPUT PEDITENS.
           IF WS-FS-PEDITENS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-ITENS
           END-IF.

           OPEN INPUT PRODMESTRE.
           IF WS-FS-MESTRE EQUAL ZEROS
              MOVE 'S' TO WS-MESTRE-ABERTO
           END-IF.

           PERFORM CARREGAR-FERIADOS.

       PROCESSAR    SECTION.
           DISPLAY "PREVISAO DE DEMANDA DA COZINHA".
           DISPLAY "------------------------------".
           DISPLAY "1 - GERAR A PREVISAO DA SEMANA".
           DISPLAY "2 - PLANO DE PREPARO DO DIA".
           DISPLAY "3 - PREVISTO X REALIZADO".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GERAR-PREVISAO
               WHEN 2
                   PERFORM PLANO-DO-DIA
               WHEN 3
                   PERFORM PREVISTO-X-REAL
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       CARREGAR-FERIADOS    SECTION.
           MOVE 0 TO WS-FERIADO-ITENS.
           OPEN INPUT FERIADOS.
           IF WS-FS-FERIADOS NOT EQUAL ZEROS
              DISPLAY "SEM CALENDARIO DE FERIADOS"
              GO TO CARREGAR-FERIADOS-FIM
           END-IF.
           READ FERIADOS.
           PERFORM GUARDAR-FERIADO
              UNTIL WS-FS-FERIADOS NOT EQUAL ZEROS
                 OR WS-FERIADO-ITENS NOT < 200.
           CLOSE FERIADOS.

       CARREGAR-FERIADOS-FIM.
           EXIT.

       GUARDAR-FERIADO    SECTION.
           ADD 1 TO WS-FERIADO-ITENS.
           MOVE WS-FER-DATA TO WS-FERIADO-DATA (WS-FERIADO-ITENS).
           READ FERIADOS.

      *------------------- WS-DATA-WRK E FERIADO? ---------------------*
       VERIFICAR-FERIADO    SECTION.
           MOVE 'N' TO WS-E-FERIADO.
           MOVE 0 TO WS-FERIADO-IDX.
           PERFORM COMPARAR-FERIADO
              UNTIL WS-FERIADO-IDX NOT < WS-FERIADO-ITENS
                 OR WS-E-FERIADO EQUAL 'S'.

       COMPARAR-FERIADO    SECTION.
           ADD 1 TO WS-FERIADO-IDX.
           IF WS-FERIADO-DATA (WS-FERIADO-IDX) EQUAL WS-DATA-WRK
              MOVE 'S' TO WS-E-FERIADO
           END-IF.

      *    1 = SEGUNDA ... 7 = DOMINGO (O DIA 1 DO CALENDARIO
      *    INTEIRO, 01/01/1601, FOI UMA SEGUNDA-FEIRA)
       CALCULAR-DIA-SEMANA    SECTION.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-WRK), 7).
           IF WS-DIA-SEMANA EQUAL 0
              MOVE 7 TO WS-DIA-SEMANA
           END-IF.

      *------------------- 1: PREVISAO DA SEMANA ----------------------*
      *  BASE = AS N SEMANAS ANTERIORES A DATA INICIAL, SEM FERIADOS  *
       GERAR-PREVISAO    SECTION.
           DISPLAY "PRIMEIRO DIA DA SEMANA PREVISTA (AAAAMMDD, "
                   "0 = AMANHA): ".
              ACCEPT WS-DATA-REF.
           IF WS-DATA-REF EQUAL ZEROS
              COMPUTE WS-DATA-REF = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
                       + 1)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-REF) NOT EQUAL 0
              DISPLAY "DATA INVALIDA"
              GO TO GERAR-PREVISAO-FIM
           END-IF.
           DISPLAY "SEMANAS DE HISTORICO (0 = " WS-SEMANAS-PADRAO "): ".
              ACCEPT WS-SEMANAS.
           IF WS-SEMANAS EQUAL ZEROS
              MOVE WS-SEMANAS-PADRAO TO WS-SEMANAS
           END-IF.

           COMPUTE WS-INI-HIST = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-REF)
                    - 7 * WS-SEMANAS).
           COMPUTE WS-FIM-HIST = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-REF) - 1).
           DISPLAY "BASE DE " WS-INI-HIST " A " WS-FIM-HIST.

           INITIALIZE WS-DIAS-TAB WS-GRADE-TAB WS-MIX-TAB WS-PRP-TAB.
           MOVE 0   TO WS-TOT-BASE.
           MOVE 'N' TO WS-MIX-CHEIO.
           PERFORM CONTAR-DIAS-BASE.
           PERFORM MEDIA-PREPARO.
           PERFORM ACUMULAR-PEDIDOS.
           IF WS-MIX-CHEIO EQUAL 'S'
              DISPLAY "ATENCAO: MAIS DE 40 PIZZAS DIFERENTES NUM DIA "
                      "- AS EXCEDENTES FICARAM FORA"
           END-IF.
           DISPLAY "PEDIDOS NA BASE: " WS-TOT-BASE.

           PERFORM GUARDAR-ANTERIORES.
           PERFORM GRAVAR-PREVISAO.

       GERAR-PREVISAO-FIM.
           EXIT.

      *    QUANTOS DE CADA DIA DA SEMANA ENTRAM NA MEDIA
       CONTAR-DIAS-BASE    SECTION.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE (WS-INI-HIST).
           COMPUTE WS-FIM-INT = FUNCTION INTEGER-OF-DATE (WS-FIM-HIST).
           PERFORM CONTAR-UM-DIA
              UNTIL WS-DIA-INT > WS-FIM-INT.

       CONTAR-UM-DIA    SECTION.
           COMPUTE WS-DATA-WRK = FUNCTION DATE-OF-INTEGER (WS-DIA-INT).
           PERFORM VERIFICAR-FERIADO.
           IF WS-E-FERIADO NOT EQUAL 'S'
              PERFORM CALCULAR-DIA-SEMANA
              ADD 1 TO WS-DIAS-BASE (WS-DIA-SEMANA)
           END-IF.
           ADD 1 TO WS-DIA-INT.

      *------------------- MINUTOS MEDIOS DE PREPARO NA BASE ----------*
       MEDIA-PREPARO    SECTION.
           MOVE 0 TO WS-PRP-GERAL-MIN WS-PRP-GERAL-QTD.
           OPEN INPUT PREPARO.
           IF WS-FS-PREPARO EQUAL ZEROS
              READ PREPARO
              PERFORM SOMAR-UM-PREPARO
                 UNTIL WS-FS-PREPARO NOT EQUAL ZEROS
              CLOSE PREPARO
           END-IF.

           IF WS-PRP-GERAL-QTD > 0
              COMPUTE WS-PRP-GERAL ROUNDED =
                      WS-PRP-GERAL-MIN / WS-PRP-GERAL-QTD
           ELSE
              MOVE WS-MINUTOS-PADRAO TO WS-PRP-GERAL
           END-IF.
           MOVE 0 TO WS-PRP-IDX.
           PERFORM CALCULAR-MEDIA-TAMANHO
              UNTIL WS-PRP-IDX EQUAL 4.
           DISPLAY "MINUTOS MEDIOS DE PREPARO P/M/G: "
                   WS-PRP-MEDIA (1) "/" WS-PRP-MEDIA (2) "/"
                   WS-PRP-MEDIA (3).

       SOMAR-UM-PREPARO    SECTION.
           IF WS-PREP-DATA NOT < WS-INI-HIST
              AND WS-PREP-DATA NOT > WS-FIM-HIST
              MOVE WS-PREP-TAMANHO TO WS-ITEM-TAMANHO
              PERFORM INDICE-TAMANHO
              ADD WS-PREP-MINUTOS TO WS-PRP-MINUTOS (WS-PRP-IDX)
                                     WS-PRP-GERAL-MIN
              ADD 1 TO WS-PRP-QTD (WS-PRP-IDX) WS-PRP-GERAL-QTD
           END-IF.
           READ PREPARO.

       CALCULAR-MEDIA-TAMANHO    SECTION.
           ADD 1 TO WS-PRP-IDX.
           IF WS-PRP-QTD (WS-PRP-IDX) > 0
              COMPUTE WS-PRP-MEDIA (WS-PRP-IDX) ROUNDED =
                      WS-PRP-MINUTOS (WS-PRP-IDX)
                      / WS-PRP-QTD (WS-PRP-IDX)
           ELSE
              MOVE WS-PRP-GERAL TO WS-PRP-MEDIA (WS-PRP-IDX)
           END-IF.

       INDICE-TAMANHO    SECTION.
           EVALUATE WS-ITEM-TAMANHO
               WHEN 'P'
                   MOVE 1 TO WS-PRP-IDX
               WHEN 'M'
                   MOVE 2 TO WS-PRP-IDX
               WHEN 'G'
                   MOVE 3 TO WS-PRP-IDX
               WHEN OTHER
                   MOVE 4 TO WS-PRP-IDX
           END-EVALUATE.

      *------------------- PEDIDOS DA BASE POR DIA E HORA -------------*
       ACUMULAR-PEDIDOS    SECTION.
           MOVE ZEROS TO WS-PEDIDO-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN WS-PEDIDO-NUMERO.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              MOVE ZEROS TO WS-FS-PEDIDOS
              GO TO ACUMULAR-PEDIDOS-FIM
           END-IF.
           READ PEDIDOS NEXT RECORD.
           PERFORM ACUMULAR-UM-PEDIDO
              UNTIL WS-FS-PEDIDOS NOT EQUAL ZEROS.
           MOVE ZEROS TO WS-FS-PEDIDOS.

       ACUMULAR-PEDIDOS-FIM.
           EXIT.

       ACUMULAR-UM-PEDIDO    SECTION.
           IF WS-PEDIDO-CANCELADO
              OR WS-PEDIDO-DATAHORA (1:8) NOT NUMERIC
              OR WS-PEDIDO-DATAHORA (9:2) NOT NUMERIC
              GO TO ACUMULAR-UM-PEDIDO-FIM
           END-IF.
           MOVE WS-PEDIDO-DATAHORA (1:8) TO WS-DATA-WRK.
           IF WS-DATA-WRK < WS-INI-HIST
              OR WS-DATA-WRK > WS-FIM-HIST
              GO TO ACUMULAR-UM-PEDIDO-FIM
           END-IF.
           PERFORM VERIFICAR-FERIADO.
           IF WS-E-FERIADO EQUAL 'S'
              GO TO ACUMULAR-UM-PEDIDO-FIM
           END-IF.
           MOVE WS-PEDIDO-DATAHORA (9:2) TO WS-HORA.
           IF WS-HORA > 23
              GO TO ACUMULAR-UM-PEDIDO-FIM
           END-IF.

           PERFORM CALCULAR-DIA-SEMANA.
           COMPUTE WS-HORA-IDX = WS-HORA + 1.
           ADD 1 TO WS-TOT-BASE.
           ADD 1 TO WS-GRD-PEDIDOS (WS-DIA-SEMANA, WS-HORA-IDX).
           MOVE WS-PEDIDO-TAMANHO TO WS-ITEM-TAMANHO.
           PERFORM INDICE-TAMANHO.
           ADD WS-PRP-MEDIA (WS-PRP-IDX)
             TO WS-GRD-MINUTOS (WS-DIA-SEMANA, WS-HORA-IDX).

           MOVE 0 TO WS-PIZZAS-DO-PEDIDO.
           IF WS-TEM-ITENS EQUAL 'S'
              PERFORM LER-ITENS-DO-PEDIDO
           END-IF.
           IF WS-PIZZAS-DO-PEDIDO EQUAL 0
              MOVE WS-PEDIDO-MASSA        TO WS-ITEM-NOME
              MOVE WS-PEDIDO-TAMANHO      TO WS-ITEM-TAMANHO
              MOVE WS-PEDIDO-EXTRA-QUEIJO TO WS-ITEM-QUEIJO
              MOVE WS-PEDIDO-EXTRA-BORDA  TO WS-ITEM-BORDA
              MOVE 1                      TO WS-ITEM-VEZES
              PERFORM SOMAR-PIZZA
           END-IF.

       ACUMULAR-UM-PEDIDO-FIM.
           READ PEDIDOS NEXT RECORD.

       LER-ITENS-DO-PEDIDO    SECTION.
           MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM LER-UM-ITEM
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO.
           MOVE ZEROS TO WS-FS-PEDITENS.

       LER-UM-ITEM    SECTION.
           IF WS-PITEM-PIZZA
              ADD 1 TO WS-PIZZAS-DO-PEDIDO
              MOVE WS-PITEM-NOME         TO WS-ITEM-NOME
              MOVE WS-PITEM-TAMANHO      TO WS-ITEM-TAMANHO
              MOVE WS-PITEM-EXTRA-QUEIJO TO WS-ITEM-QUEIJO
              MOVE WS-PITEM-EXTRA-BORDA  TO WS-ITEM-BORDA
              MOVE WS-PITEM-QTD          TO WS-ITEM-VEZES
              PERFORM SOMAR-PIZZA
           END-IF.
           READ PEDITENS NEXT RECORD.

      *    A PIZZA E OS EXTRAS ENTRAM NA MISTURA DO DIA DA SEMANA
       SOMAR-PIZZA    SECTION.
           MOVE 'I' TO WS-ITEM-TIPO.
           PERFORM SOMAR-MIX.
           IF WS-ITEM-QUEIJO EQUAL 'S'
              MOVE 'X'           TO WS-ITEM-TIPO
              MOVE "EXTRAQUEIJO" TO WS-ITEM-NOME
              MOVE SPACES        TO WS-ITEM-TAMANHO
              PERFORM SOMAR-MIX
           END-IF.
           IF WS-ITEM-BORDA EQUAL 'S'
              MOVE 'X'           TO WS-ITEM-TIPO
              MOVE "EXTRABORDA"  TO WS-ITEM-NOME
              MOVE SPACES        TO WS-ITEM-TAMANHO
              PERFORM SOMAR-MIX
           END-IF.

       SOMAR-MIX    SECTION.
           MOVE 0 TO WS-MIX-IDX.
           MOVE 0 TO WS-MIX-ACHADO.
           PERFORM PROCURAR-MIX
              UNTIL WS-MIX-IDX NOT < WS-MIX-ITENS (WS-DIA-SEMANA)
                 OR WS-MIX-ACHADO NOT EQUAL 0.
           IF WS-MIX-ACHADO EQUAL 0
              IF WS-MIX-ITENS (WS-DIA-SEMANA) NOT < 40
                 MOVE 'S' TO WS-MIX-CHEIO
                 GO TO SOMAR-MIX-FIM
              END-IF
              ADD 1 TO WS-MIX-ITENS (WS-DIA-SEMANA)
              MOVE WS-MIX-ITENS (WS-DIA-SEMANA) TO WS-MIX-ACHADO
              MOVE WS-ITEM-TIPO
                TO WS-MIX-TIPO (WS-DIA-SEMANA, WS-MIX-ACHADO)
              MOVE WS-ITEM-NOME
                TO WS-MIX-NOME (WS-DIA-SEMANA, WS-MIX-ACHADO)
              MOVE WS-ITEM-TAMANHO
                TO WS-MIX-TAMANHO (WS-DIA-SEMANA, WS-MIX-ACHADO)
              MOVE 0
                TO WS-MIX-QTD (WS-DIA-SEMANA, WS-MIX-ACHADO)
           END-IF.
           ADD WS-ITEM-VEZES
             TO WS-MIX-QTD (WS-DIA-SEMANA, WS-MIX-ACHADO).

       SOMAR-MIX-FIM.
           EXIT.

       PROCURAR-MIX    SECTION.
           ADD 1 TO WS-MIX-IDX.
           IF WS-MIX-TIPO (WS-DIA-SEMANA, WS-MIX-IDX)
                 EQUAL WS-ITEM-TIPO
              AND WS-MIX-NOME (WS-DIA-SEMANA, WS-MIX-IDX)
                 EQUAL WS-ITEM-NOME
              AND WS-MIX-TAMANHO (WS-DIA-SEMANA, WS-MIX-IDX)
                 EQUAL WS-ITEM-TAMANHO
              MOVE WS-MIX-IDX TO WS-MIX-ACHADO
           END-IF.

      *------------------- A SEMANA QUE PASSOU FICA NO ARQUIVO --------*
      *  SO OS SETE DIAS ANTERIORES A NOVA SEMANA; O RESTO SAI        *
       GUARDAR-ANTERIORES    SECTION.
           MOVE 0 TO WS-ANT-ITENS.
           COMPUTE WS-INI-GUARDA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-REF) - 7).
           OPEN INPUT PREVDEM.
           IF WS-FS-PREV NOT EQUAL ZEROS
              GO TO GUARDAR-ANTERIORES-FIM
           END-IF.
           READ PREVDEM.
           PERFORM GUARDAR-UMA-ANTERIOR
              UNTIL WS-FS-PREV NOT EQUAL ZEROS.
           CLOSE PREVDEM.

       GUARDAR-ANTERIORES-FIM.
           EXIT.

       GUARDAR-UMA-ANTERIOR    SECTION.
           IF WS-PREV-DATA NOT < WS-INI-GUARDA
              AND WS-PREV-DATA < WS-DATA-REF
              AND WS-ANT-ITENS < 500
              ADD 1 TO WS-ANT-ITENS
              MOVE WS-PREV-REG TO WS-ANT (WS-ANT-ITENS)
           END-IF.
           READ PREVDEM.

       GRAVAR-PREVISAO    SECTION.
           OPEN OUTPUT PREVDEM.
           MOVE 0 TO WS-ANT-IDX.
           PERFORM REGRAVAR-ANTERIOR
              UNTIL WS-ANT-IDX NOT < WS-ANT-ITENS.

           DISPLAY "DIA        SEM FERIADO  PEDIDOS PREVISTOS".
           MOVE 0 TO WS-K.
           PERFORM PREVER-UM-DIA
              UNTIL WS-K EQUAL 7.
           CLOSE PREVDEM.
           DISPLAY "PREVISAO GRAVADA EM ..\DADOS\PREVDEM.DAT".

       REGRAVAR-ANTERIOR    SECTION.
           ADD 1 TO WS-ANT-IDX.
           MOVE WS-ANT (WS-ANT-IDX) TO WS-PREV-REG.
           WRITE WS-PREV-REG.

       PREVER-UM-DIA    SECTION.
           COMPUTE WS-DATA-WRK = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-REF) + WS-K).
           ADD 1 TO WS-K.
           PERFORM CALCULAR-DIA-SEMANA.
           PERFORM VERIFICAR-FERIADO.
           MOVE 0 TO WS-DIA-TOTAL.
           IF WS-DIAS-BASE (WS-DIA-SEMANA) EQUAL 0
              DISPLAY WS-DATA-WRK " " WS-NOME-DIA (WS-DIA-SEMANA)
                      " " WS-E-FERIADO "        SEM BASE"
              GO TO PREVER-UM-DIA-FIM
           END-IF.

           MOVE 0 TO WS-HORA-IDX.
           PERFORM PREVER-UMA-HORA
              UNTIL WS-HORA-IDX EQUAL 24.
           MOVE 0 TO WS-MIX-IDX.
           PERFORM PREVER-UM-ITEM
              UNTIL WS-MIX-IDX NOT < WS-MIX-ITENS (WS-DIA-SEMANA).

           MOVE WS-DIA-TOTAL TO WS-QTD-EDIT.
           IF WS-E-FERIADO EQUAL 'S'
              DISPLAY WS-DATA-WRK " " WS-NOME-DIA (WS-DIA-SEMANA)
                      "    S     " WS-QTD-EDIT
                      "  FERIADO - AJUSTAR A MAO"
           ELSE
              DISPLAY WS-DATA-WRK " " WS-NOME-DIA (WS-DIA-SEMANA)
                      "    N     " WS-QTD-EDIT
           END-IF.

       PREVER-UM-DIA-FIM.
           EXIT.

       PREVER-UMA-HORA    SECTION.
           ADD 1 TO WS-HORA-IDX.
           IF WS-GRD-PEDIDOS (WS-DIA-SEMANA, WS-HORA-IDX) EQUAL 0
              GO TO PREVER-UMA-HORA-FIM
           END-IF.
           COMPUTE WS-QTD-PREV ROUNDED =
                   WS-GRD-PEDIDOS (WS-DIA-SEMANA, WS-HORA-IDX)
                   / WS-DIAS-BASE (WS-DIA-SEMANA).
           COMPUTE WS-MIN-PREV ROUNDED =
                   WS-GRD-MINUTOS (WS-DIA-SEMANA, WS-HORA-IDX)
                   / WS-DIAS-BASE (WS-DIA-SEMANA).
           ADD WS-QTD-PREV TO WS-DIA-TOTAL.

           PERFORM MONTAR-PREVISAO.
           MOVE 'H'          TO WS-PREV-TIPO.
           COMPUTE WS-PREV-HORA = WS-HORA-IDX - 1.
           MOVE WS-QTD-PREV  TO WS-PREV-QTD.
           MOVE WS-MIN-PREV  TO WS-PREV-MINUTOS.
           COMPUTE WS-PREV-EQUIPE =
                   (WS-MIN-PREV + WS-MINUTOS-POR-COZINHEIRO - 1)
                   / WS-MINUTOS-POR-COZINHEIRO.
           IF WS-PREV-EQUIPE EQUAL 0
              MOVE 1 TO WS-PREV-EQUIPE
           END-IF.
           WRITE WS-PREV-REG.

       PREVER-UMA-HORA-FIM.
           EXIT.

       PREVER-UM-ITEM    SECTION.
           ADD 1 TO WS-MIX-IDX.
           PERFORM MONTAR-PREVISAO.
           MOVE WS-MIX-TIPO (WS-DIA-SEMANA, WS-MIX-IDX)
             TO WS-PREV-TIPO.
           MOVE WS-MIX-NOME (WS-DIA-SEMANA, WS-MIX-IDX)
             TO WS-PREV-ITEM.
           MOVE WS-MIX-TAMANHO (WS-DIA-SEMANA, WS-MIX-IDX)
             TO WS-PREV-TAMANHO.
           COMPUTE WS-PREV-QTD ROUNDED =
                   WS-MIX-QTD (WS-DIA-SEMANA, WS-MIX-IDX)
                   / WS-DIAS-BASE (WS-DIA-SEMANA).
           WRITE WS-PREV-REG.

       MONTAR-PREVISAO    SECTION.
           MOVE SPACES        TO WS-PREV-REG.
           MOVE WS-DATA-WRK   TO WS-PREV-DATA.
           MOVE WS-E-FERIADO  TO WS-PREV-FERIADO.
           MOVE WS-DIA-SEMANA TO WS-PREV-DIA-SEMANA.
           MOVE ZEROS         TO WS-PREV-HORA WS-PREV-QTD
                                 WS-PREV-MINUTOS WS-PREV-EQUIPE.
           MOVE WS-DIAS-BASE (WS-DIA-SEMANA) TO WS-PREV-SEMANAS.

      *------------------- 2: PLANO DE PREPARO DO DIA -----------------*
      *  BOLAS DE MASSA ARREDONDADAS PARA CIMA; INGREDIENTES PELA     *
      *  FICHA TECNICA SOBRE AS PIZZAS E EXTRAS PREVISTOS             *
       PLANO-DO-DIA    SECTION.
           DISPLAY "DIA DO PLANO (AAAAMMDD, 0 = AMANHA): ".
              ACCEPT WS-DATA-REF.
           IF WS-DATA-REF EQUAL ZEROS
              COMPUTE WS-DATA-REF = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
                       + 1)
           END-IF.

           PERFORM CARREGAR-RECEITAS.
           INITIALIZE WS-BOLAS-TAB WS-TABELA-INGREDIENTES.
           MOVE 0   TO WS-ING-ITENS.
           MOVE 'N' TO WS-ACHOU-DIA.
           MOVE 'N' TO WS-FERIADO-DIA.

           OPEN INPUT PREVDEM.
           IF WS-FS-PREV NOT EQUAL ZEROS
              DISPLAY "SEM PREVISAO GERADA (OPCAO 1)"
              GO TO PLANO-DO-DIA-FIM
           END-IF.
           OPEN OUTPUT PLANOPREP.
           MOVE SPACES TO WS-PLANO-LINHA.
           STRING "PLANO DE PREPARO DE " WS-DATA-REF
                  DELIMITED BY SIZE INTO WS-PLANO-LINHA
           END-STRING.
           PERFORM EMITIR-LINHA.
           MOVE "EQUIPE DA COZINHA POR HORA (HORA PEDIDOS MINUTOS "
             TO WS-PLANO-LINHA.
           MOVE "EQUIPE)" TO WS-PLANO-LINHA (51:7).
           PERFORM EMITIR-LINHA.

           READ PREVDEM.
           PERFORM PLANEJAR-UMA-LINHA
              UNTIL WS-FS-PREV NOT EQUAL ZEROS.
           CLOSE PREVDEM.

           IF WS-ACHOU-DIA NOT EQUAL 'S'
              MOVE "DIA FORA DA PREVISAO GRAVADA - GERAR DE NOVO"
                TO WS-PLANO-LINHA
              PERFORM EMITIR-LINHA
              CLOSE PLANOPREP
              GO TO PLANO-DO-DIA-FIM
           END-IF.
           IF WS-FERIADO-DIA EQUAL 'S'
              MOVE "*** FERIADO: PREVISAO DE DIA NORMAL, AJUSTAR ***"
                TO WS-PLANO-LINHA
              PERFORM EMITIR-LINHA
           END-IF.

           MOVE SPACES TO WS-PLANO-LINHA.
           PERFORM EMITIR-LINHA.
           MOVE "BOLAS DE MASSA POR TAMANHO" TO WS-PLANO-LINHA.
           PERFORM EMITIR-LINHA.
           MOVE 0 TO WS-PRP-IDX.
           PERFORM EMITIR-BOLAS
              UNTIL WS-PRP-IDX EQUAL 4.

           MOVE SPACES TO WS-PLANO-LINHA.
           PERFORM EMITIR-LINHA.
           MOVE "INGREDIENTES A RETIRAR DO ESTOQUE (PRODUTO QTD)"
             TO WS-PLANO-LINHA.
           PERFORM EMITIR-LINHA.
           MOVE 0 TO WS-ING-IDX.
           PERFORM EMITIR-INGREDIENTE
              UNTIL WS-ING-IDX NOT < WS-ING-ITENS.
           CLOSE PLANOPREP.
           DISPLAY "PLANO EM ..\DADOS\PLANOPREP.TXT".

       PLANO-DO-DIA-FIM.
           EXIT.

       CARREGAR-RECEITAS    SECTION.
           MOVE 0 TO WS-RCT-ITENS.
           OPEN INPUT RECEITAS.
           IF WS-FS-RECEITAS NOT EQUAL ZEROS
              DISPLAY "SEM FICHA TECNICA - PLANO SEM INGREDIENTES"
              GO TO CARREGAR-RECEITAS-FIM
           END-IF.
           READ RECEITAS.
           PERFORM GUARDAR-UMA-RECEITA
              UNTIL WS-FS-RECEITAS NOT EQUAL ZEROS
                 OR WS-RCT-ITENS NOT < 40.
           CLOSE RECEITAS.

       CARREGAR-RECEITAS-FIM.
           EXIT.

       GUARDAR-UMA-RECEITA    SECTION.
           ADD 1 TO WS-RCT-ITENS.
           MOVE WS-REC-ITEM    TO WS-RCT-NOME    (WS-RCT-ITENS).
           MOVE WS-REC-TAMANHO TO WS-RCT-TAMANHO (WS-RCT-ITENS).
           MOVE WS-REC-PRODUTO TO WS-RCT-PRODUTO (WS-RCT-ITENS).
           MOVE WS-REC-QTD     TO WS-RCT-QTD     (WS-RCT-ITENS).
           READ RECEITAS.

       PLANEJAR-UMA-LINHA    SECTION.
           IF WS-PREV-DATA NOT EQUAL WS-DATA-REF
              GO TO PLANEJAR-UMA-LINHA-FIM
           END-IF.
           MOVE 'S' TO WS-ACHOU-DIA.
           MOVE WS-PREV-FERIADO TO WS-FERIADO-DIA.

           EVALUATE TRUE
               WHEN WS-PREV-HORA-REG
                   MOVE WS-PREV-QTD     TO WS-QTD-EDIT
                   MOVE WS-PREV-MINUTOS TO WS-MIN-EDIT
                   MOVE WS-PREV-EQUIPE  TO WS-EQUIPE-EDIT
                   MOVE SPACES TO WS-PLANO-LINHA
                   STRING WS-PREV-HORA "H  " WS-QTD-EDIT "  "
                          WS-MIN-EDIT "  " WS-EQUIPE-EDIT
                          DELIMITED BY SIZE INTO WS-PLANO-LINHA
                   END-STRING
                   PERFORM EMITIR-LINHA
               WHEN WS-PREV-ITEM-REG
                   MOVE WS-PREV-TAMANHO TO WS-ITEM-TAMANHO
                   PERFORM INDICE-TAMANHO
                   ADD WS-PREV-QTD TO WS-BOLAS (WS-PRP-IDX)
                   PERFORM APLICAR-FICHA
               WHEN WS-PREV-EXTRA-REG
                   PERFORM APLICAR-FICHA
           END-EVALUATE.

       PLANEJAR-UMA-LINHA-FIM.
           READ PREVDEM.

      *    EXTRAQUEIJO/EXTRABORDA TEM TAMANHO EM BRANCO NA FICHA E
      *    CASAM PELO NOME, COMO QUALQUER OUTRA LINHA
       APLICAR-FICHA    SECTION.
           MOVE 1 TO WS-RCT-IDX.
           PERFORM APLICAR-UMA-RECEITA
              UNTIL WS-RCT-IDX > WS-RCT-ITENS.

       APLICAR-UMA-RECEITA    SECTION.
           IF WS-RCT-NOME (WS-RCT-IDX) EQUAL WS-PREV-ITEM
              AND (WS-RCT-TAMANHO (WS-RCT-IDX) EQUAL SPACES
                   OR WS-RCT-TAMANHO (WS-RCT-IDX)
                      EQUAL WS-PREV-TAMANHO)
              COMPUTE WS-QTD-WRK ROUNDED =
                      WS-RCT-QTD (WS-RCT-IDX) * WS-PREV-QTD
              PERFORM SOMAR-INGREDIENTE
           END-IF.
           ADD 1 TO WS-RCT-IDX.

       SOMAR-INGREDIENTE    SECTION.
           MOVE 0 TO WS-ING-IDX.
           MOVE 0 TO WS-ING-ACHADO.
           PERFORM PROCURAR-INGREDIENTE
              UNTIL WS-ING-IDX NOT < WS-ING-ITENS
                 OR WS-ING-ACHADO NOT EQUAL 0.
           IF WS-ING-ACHADO EQUAL 0
              IF WS-ING-ITENS NOT < 40
                 GO TO SOMAR-INGREDIENTE-FIM
              END-IF
              ADD 1 TO WS-ING-ITENS
              MOVE WS-ING-ITENS TO WS-ING-ACHADO
              MOVE WS-RCT-PRODUTO (WS-RCT-IDX)
                TO WS-ING-PRODUTO (WS-ING-ACHADO)
              MOVE 0 TO WS-ING-QTD (WS-ING-ACHADO)
           END-IF.
           ADD WS-QTD-WRK TO WS-ING-QTD (WS-ING-ACHADO).

       SOMAR-INGREDIENTE-FIM.
           EXIT.

       PROCURAR-INGREDIENTE    SECTION.
           ADD 1 TO WS-ING-IDX.
           IF WS-ING-PRODUTO (WS-ING-IDX)
              EQUAL WS-RCT-PRODUTO (WS-RCT-IDX)
              MOVE WS-ING-IDX TO WS-ING-ACHADO
           END-IF.

       EMITIR-BOLAS    SECTION.
           ADD 1 TO WS-PRP-IDX.
           IF WS-BOLAS (WS-PRP-IDX) EQUAL 0
              GO TO EMITIR-BOLAS-FIM
           END-IF.
           COMPUTE WS-BOLAS-INT = WS-BOLAS (WS-PRP-IDX) + 0,9.
           MOVE WS-BOLAS-INT TO WS-REAL-EDIT.
           MOVE SPACES TO WS-PLANO-LINHA.
           IF WS-PRP-IDX EQUAL 4
              STRING "  OUTROS " WS-REAL-EDIT
                     DELIMITED BY SIZE INTO WS-PLANO-LINHA
              END-STRING
           ELSE
              STRING "  " WS-TAMANHO-COD (WS-PRP-IDX) "      "
                     WS-REAL-EDIT
                     DELIMITED BY SIZE INTO WS-PLANO-LINHA
              END-STRING
           END-IF.
           PERFORM EMITIR-LINHA.

       EMITIR-BOLAS-FIM.
           EXIT.

       EMITIR-INGREDIENTE    SECTION.
           ADD 1 TO WS-ING-IDX.
           MOVE SPACES TO WS-DESCRICAO.
           IF WS-MESTRE-ABERTO EQUAL 'S'
              MOVE WS-ING-PRODUTO (WS-ING-IDX) TO WS-PM-CODIGO
              READ PRODMESTRE KEY IS WS-PM-CODIGO
              IF WS-FS-MESTRE EQUAL ZEROS
                 MOVE WS-PM-DESCRICAO TO WS-DESCRICAO
              END-IF
              MOVE ZEROS TO WS-FS-MESTRE
           END-IF.
           MOVE WS-ING-QTD (WS-ING-IDX) TO WS-INT-EDIT.
           MOVE SPACES TO WS-PLANO-LINHA.
           STRING "  " WS-ING-PRODUTO (WS-ING-IDX) " "
                  WS-DESCRICAO " " WS-INT-EDIT
                  DELIMITED BY SIZE INTO WS-PLANO-LINHA
           END-STRING.
           PERFORM EMITIR-LINHA.

       EMITIR-LINHA    SECTION.
           WRITE WS-PLANO-LINHA.
           DISPLAY WS-PLANO-LINHA.

      *------------------- 3: PREVISTO X REALIZADO --------------------*
      *  ACERTO = 100 - ERRO ABSOLUTO DAS HORAS / PEDIDOS REAIS. CADA *
      *  DIA CONFERIDO VAI PARA O PREVDEM.ACERTO.DAT                  *
       PREVISTO-X-REAL    SECTION.
           DISPLAY "DIA A CONFERIR (AAAAMMDD, 0 = ONTEM): ".
              ACCEPT WS-DATA-REF.
           IF WS-DATA-REF EQUAL ZEROS
              COMPUTE WS-DATA-REF = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
                       - 1)
           END-IF.

           INITIALIZE WS-CMP-TAB WS-CMP-PIZZAS-TAB.
           MOVE 'N' TO WS-ACHOU-DIA.
           MOVE 'N' TO WS-FERIADO-DIA.
           OPEN INPUT PREVDEM.
           IF WS-FS-PREV EQUAL ZEROS
              READ PREVDEM
              PERFORM LER-PREVISTO
                 UNTIL WS-FS-PREV NOT EQUAL ZEROS
              CLOSE PREVDEM
           END-IF.
           IF WS-ACHOU-DIA NOT EQUAL 'S'
              DISPLAY "SEM PREVISAO GRAVADA PARA " WS-DATA-REF
              GO TO PREVISTO-X-REAL-FIM
           END-IF.

           MOVE ZEROS TO WS-PEDIDO-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN WS-PEDIDO-NUMERO.
           IF WS-FS-PEDIDOS EQUAL ZEROS
              READ PEDIDOS NEXT RECORD
              PERFORM LER-REALIZADO
                 UNTIL WS-FS-PEDIDOS NOT EQUAL ZEROS
           END-IF.
           MOVE ZEROS TO WS-FS-PEDIDOS.

           DISPLAY "PREVISTO X REALIZADO DE " WS-DATA-REF.
           IF WS-FERIADO-DIA EQUAL 'S'
              DISPLAY "(FERIADO)"
           END-IF.
           DISPLAY "HORA  PREVISTO   REAL  DIFERENCA".
           MOVE 0 TO WS-TOT-PREVISTO WS-TOT-REAL WS-ERRO-ABS.
           MOVE 0 TO WS-HORA-IDX.
           PERFORM COMPARAR-UMA-HORA
              UNTIL WS-HORA-IDX EQUAL 24.

           DISPLAY "PIZZAS POR TAMANHO  PREVISTO   REAL".
           MOVE 0 TO WS-PRP-IDX.
           PERFORM COMPARAR-UM-TAMANHO
              UNTIL WS-PRP-IDX EQUAL 4.

           IF WS-TOT-REAL > 0
              COMPUTE WS-ACERTO-PCT ROUNDED =
                      100 - (WS-ERRO-ABS * 100 / WS-TOT-REAL)
           ELSE
              MOVE 0 TO WS-ACERTO-PCT
           END-IF.
           IF WS-ACERTO-PCT < 0
              MOVE 0 TO WS-ACERTO-PCT
           END-IF.
           MOVE WS-TOT-PREVISTO TO WS-QTD-EDIT.
           MOVE WS-TOT-REAL     TO WS-REAL-EDIT.
           DISPLAY "TOTAL PREVISTO " WS-QTD-EDIT
                   "  REAL " WS-REAL-EDIT.
           MOVE WS-ERRO-ABS     TO WS-QTD-EDIT.
           MOVE WS-ACERTO-PCT   TO WS-PCT-EDIT.
           DISPLAY "ERRO ABSOLUTO  " WS-QTD-EDIT
                   "  ACERTO " WS-PCT-EDIT "%".

           OPEN EXTEND ACERTO.
           IF WS-FS-ACERTO EQUAL 35
              OPEN OUTPUT ACERTO
           END-IF.
           MOVE WS-DATA-REF     TO WS-ACR-DATA.
           MOVE WS-TOT-PREVISTO TO WS-ACR-PREVISTO.
           MOVE WS-TOT-REAL     TO WS-ACR-REAL.
           MOVE WS-ERRO-ABS     TO WS-ACR-ERRO-ABS.
           MOVE WS-ACERTO-PCT   TO WS-ACR-ACERTO-PCT.
           MOVE WS-FERIADO-DIA  TO WS-ACR-FERIADO.
           WRITE WS-ACR-REG.
           CLOSE ACERTO.

       PREVISTO-X-REAL-FIM.
           EXIT.

       LER-PREVISTO    SECTION.
           IF WS-PREV-DATA EQUAL WS-DATA-REF
              MOVE 'S' TO WS-ACHOU-DIA
              MOVE WS-PREV-FERIADO TO WS-FERIADO-DIA
              EVALUATE TRUE
                  WHEN WS-PREV-HORA-REG
                      COMPUTE WS-HORA-IDX = WS-PREV-HORA + 1
                      ADD WS-PREV-QTD TO WS-CMP-PREVISTO (WS-HORA-IDX)
                  WHEN WS-PREV-ITEM-REG
                      MOVE WS-PREV-TAMANHO TO WS-ITEM-TAMANHO
                      PERFORM INDICE-TAMANHO
                      ADD WS-PREV-QTD TO WS-CPZ-PREVISTO (WS-PRP-IDX)
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.
           READ PREVDEM.

       LER-REALIZADO    SECTION.
           IF WS-PEDIDO-CANCELADO
              OR WS-PEDIDO-DATAHORA (1:8) NOT EQUAL WS-DATA-REF
              OR WS-PEDIDO-DATAHORA (9:2) NOT NUMERIC
              GO TO LER-REALIZADO-FIM
           END-IF.
           MOVE WS-PEDIDO-DATAHORA (9:2) TO WS-HORA.
           IF WS-HORA > 23
              GO TO LER-REALIZADO-FIM
           END-IF.
           COMPUTE WS-HORA-IDX = WS-HORA + 1.
           ADD 1 TO WS-CMP-REAL (WS-HORA-IDX).

           MOVE 0 TO WS-PIZZAS-DO-PEDIDO.
           IF WS-TEM-ITENS EQUAL 'S'
              PERFORM CONTAR-PIZZAS-REAIS
           END-IF.
           IF WS-PIZZAS-DO-PEDIDO EQUAL 0
              MOVE WS-PEDIDO-TAMANHO TO WS-ITEM-TAMANHO
              PERFORM INDICE-TAMANHO
              ADD 1 TO WS-CPZ-REAL (WS-PRP-IDX)
           END-IF.

       LER-REALIZADO-FIM.
           READ PEDIDOS NEXT RECORD.

       CONTAR-PIZZAS-REAIS    SECTION.
           MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM CONTAR-UMA-PIZZA-REAL
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO.
           MOVE ZEROS TO WS-FS-PEDITENS.

       CONTAR-UMA-PIZZA-REAL    SECTION.
           IF WS-PITEM-PIZZA
              ADD 1 TO WS-PIZZAS-DO-PEDIDO
              MOVE WS-PITEM-TAMANHO TO WS-ITEM-TAMANHO
              PERFORM INDICE-TAMANHO
              ADD WS-PITEM-QTD TO WS-CPZ-REAL (WS-PRP-IDX)
           END-IF.
           READ PEDITENS NEXT RECORD.

       COMPARAR-UMA-HORA    SECTION.
           ADD 1 TO WS-HORA-IDX.
           IF WS-CMP-PREVISTO (WS-HORA-IDX) EQUAL 0
              AND WS-CMP-REAL (WS-HORA-IDX) EQUAL 0
              GO TO COMPARAR-UMA-HORA-FIM
           END-IF.
           ADD WS-CMP-PREVISTO (WS-HORA-IDX) TO WS-TOT-PREVISTO.
           ADD WS-CMP-REAL (WS-HORA-IDX)     TO WS-TOT-REAL.
           COMPUTE WS-DIFERENCA = WS-CMP-REAL (WS-HORA-IDX)
                                - WS-CMP-PREVISTO (WS-HORA-IDX).
           IF WS-DIFERENCA < 0
              SUBTRACT WS-DIFERENCA FROM WS-ERRO-ABS
           ELSE
              ADD WS-DIFERENCA TO WS-ERRO-ABS
           END-IF.
           COMPUTE WS-HORA = WS-HORA-IDX - 1.
           MOVE WS-CMP-PREVISTO (WS-HORA-IDX) TO WS-QTD-EDIT.
           MOVE WS-CMP-REAL (WS-HORA-IDX)     TO WS-REAL-EDIT.
           MOVE WS-DIFERENCA                  TO WS-DIF-EDIT.
           DISPLAY WS-HORA "H  " WS-QTD-EDIT "  " WS-REAL-EDIT
                   "  " WS-DIF-EDIT.

       COMPARAR-UMA-HORA-FIM.
           EXIT.

       COMPARAR-UM-TAMANHO    SECTION.
           ADD 1 TO WS-PRP-IDX.
           IF WS-CPZ-PREVISTO (WS-PRP-IDX) EQUAL 0
              AND WS-CPZ-REAL (WS-PRP-IDX) EQUAL 0
              GO TO COMPARAR-UM-TAMANHO-FIM
           END-IF.
           MOVE WS-CPZ-PREVISTO (WS-PRP-IDX) TO WS-QTD-EDIT.
           MOVE WS-CPZ-REAL (WS-PRP-IDX)     TO WS-REAL-EDIT.
           IF WS-PRP-IDX EQUAL 4
              DISPLAY "  OUTROS             " WS-QTD-EDIT
                      "  " WS-REAL-EDIT
           ELSE
              DISPLAY "  " WS-TAMANHO-COD (WS-PRP-IDX)
                      "                  " WS-QTD-EDIT
                      "  " WS-REAL-EDIT
           END-IF.

       COMPARAR-UM-TAMANHO-FIM.
           EXIT.

       FINALIZAR    SECTION.
           CLOSE PEDIDOS.
           IF WS-TEM-ITENS EQUAL 'S'
              CLOSE PEDITENS
           END-IF.
           IF WS-MESTRE-ABERTO EQUAL 'S'
              CLOSE PRODMESTRE
           END-IF.
       END PROGRAM PREVDEMANDA.
