      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 11-LIVROFIS.
      *-----------------------------------------------------------------
      *  APURACAO MENSAL DO REGISTRO FISCAL (DOCFISCAL.DAT, VER       *
      *  11-DOCFIS):                                                  *
      *  1 - POR LOJA: SAIDAS LIQUIDAS DOS CANCELAMENTOS, ENTRADAS    *
      *      POR DEVOLUCAO DE CLIENTE, ICMS DEBITADO, CREDITADO E O   *
      *      SALDO. AS NOTAS DE FORNECEDOR (CPAGAR, PELA DATA DE      *
      *      ENTRADA) NAO TEM LOJA: ENTRAM NUMA LINHA PROPRIA, COM O  *
      *      CREDITO CALCULADO PELA ALIQUOTA DO CADASTRO DE PRODUTOS  *
      *  2 - DOCUMENTOS DE UMA LOJA NO MES, ITEM A ITEM               *
      *  O CANCELAMENTO CONTA NO MES EM QUE FOI FEITO, MESMO QUE O    *
      *  DOCUMENTO SEJA DE MES ANTERIOR                               *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT DOCFISCAL ASSIGN TO "..\DADOS\DOCFISCAL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DOC.

           SELECT CPAGAR ASSIGN TO "..\DADOS\CPAGAR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CPAGAR.

           SELECT CPITENS ASSIGN TO "..\DADOS\CPAGAR.ITENS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CPITENS.

           SELECT PRODMESTRE ASSIGN TO "..\DADOS\PRODMESTRE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-MESTRE
           RECORD KEY IS WS-PM-CODIGO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER 11-DOCFIS) ----------------------------*
       FD  DOCFISCAL.
       01  WS-DFR-REG.
           05 WS-DFR-SERIE          PIC X(03).
           05 WS-DFR-LOJA           PIC X(04).
           05 WS-DFR-NUMERO         PIC 9(08).
           05 WS-DFR-ITEM           PIC 9(03).
           05 WS-DFR-OPERACAO       PIC X(01).
              88 WS-DFR-SAIDA          VALUE 'S'.
              88 WS-DFR-DEVOLUCAO      VALUE 'D'.
              88 WS-DFR-CANCELAMENTO   VALUE 'C'.
           05 WS-DFR-DATA           PIC 9(08).
           05 WS-DFR-TIPO-PESSOA    PIC X(01).
           05 WS-DFR-CPF-CNPJ       PIC 9(14).
           05 WS-DFR-REFERENCIA     PIC X(10).
           05 WS-DFR-PRODUTO        PIC 9(06).
           05 WS-DFR-NCM            PIC X(08).
           05 WS-DFR-CFOP           PIC 9(04).
           05 WS-DFR-QTD            PIC 9(05).
           05 WS-DFR-VALOR          PIC 9(07)V99.
           05 WS-DFR-BASE-ICMS      PIC 9(07)V99.
           05 WS-DFR-ALIQ-ICMS      PIC 9(02)V99.
           05 WS-DFR-VALOR-ICMS     PIC 9(07)V99.

      *------------------- (VER 10-NFFORN) ----------------------------*
       FD  CPAGAR.
       01  WS-CP-REG.
           05 WS-CP-TITULO          PIC 9(06).
           05 WS-CP-FORNECEDOR      PIC X(04).
           05 WS-CP-NOTA            PIC X(10).
           05 WS-CP-PEDIDO          PIC 9(06).
           05 WS-CP-EMISSAO         PIC 9(08).
           05 WS-CP-ENTRADA         PIC 9(08).
           05 WS-CP-VENCIMENTO      PIC 9(08).
           05 WS-CP-VALOR           PIC 9(07)V99.
           05 WS-CP-BANCO           PIC 9(03).
           05 WS-CP-SITUACAO        PIC X(01).
           05 WS-CP-MOTIVO          PIC X(30).
           05 WS-CP-COMPRADOR       PIC X(10).

       FD  CPITENS.
       01  WS-CPI-REG.
           05 WS-CPI-TITULO         PIC 9(06).
           05 WS-CPI-PEDIDO         PIC 9(06).
           05 WS-CPI-PRODUTO        PIC 9(06).
           05 WS-CPI-QTD            PIC 9(05).
           05 WS-CPI-PRECO-UNIT     PIC 9(05)V99.
           05 WS-CPI-DIVERGENCIA    PIC X(01).

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

       WORKING-STORAGE SECTION.
       01 WS-FS-DOC                PIC 9(02) VALUE ZEROS.
       01 WS-FS-CPAGAR             PIC 9(02) VALUE ZEROS.
       01 WS-FS-CPITENS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-MESTRE             PIC 9(02) VALUE ZEROS.
       01 WS-MESTRE-ABERTO         PIC X(01) VALUE 'N'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-LOJA                  PIC X(04) VALUE SPACES.

      *------------------- TOTAIS POR LOJA ----------------------------*
       01 WS-AP-TAB.
           05 WS-AP OCCURS 50 TIMES.
              10 WS-AP-LOJA         PIC X(04).
              10 WS-AP-DOCS         PIC 9(05).
              10 WS-AP-CANCELADOS   PIC 9(05).
              10 WS-AP-SEM-NCM      PIC 9(05).
              10 WS-AP-SAI-VALOR    PIC 9(09)V99.
              10 WS-AP-SAI-ICMS     PIC 9(09)V99.
              10 WS-AP-CAN-VALOR    PIC 9(09)V99.
              10 WS-AP-CAN-ICMS     PIC 9(09)V99.
              10 WS-AP-DEV-VALOR    PIC 9(09)V99.
              10 WS-AP-DEV-ICMS     PIC 9(09)V99.
       01 WS-AP-ITENS              PIC 9(02) VALUE 0.
       01 WS-AP-IDX                PIC 9(02) VALUE 0.
       01 WS-AP-ACHADO             PIC 9(02) VALUE 0.
       01 WS-AP-CHEIA              PIC X(01) VALUE 'N'.

      *------------------- NOTAS DE FORNECEDOR DO MES -----------------*
       01 WS-NF-TAB.
           05 WS-NF-TITULO OCCURS 500 TIMES PIC 9(06).
       01 WS-NF-ITENS              PIC 9(03) VALUE 0.
       01 WS-NF-IDX                PIC 9(03) VALUE 0.
       01 WS-NF-ACHADO             PIC 9(03) VALUE 0.
       01 WS-NF-VALOR              PIC 9(09)V99 VALUE 0.
       01 WS-NF-ICMS               PIC 9(09)V99 VALUE 0.
       01 WS-NF-SEM-ALIQ           PIC 9(05) VALUE 0.
       01 WS-ITEM-VALOR            PIC 9(09)V99 VALUE 0.
       01 WS-ITEM-ICMS             PIC 9(09)V99 VALUE 0.

      *------------------- APURACAO -----------------------------------*
       01 WS-SAIDAS                PIC S9(09)V99 VALUE 0.
       01 WS-DEBITO                PIC S9(09)V99 VALUE 0.
       01 WS-SALDO                 PIC S9(09)V99 VALUE 0.
       01 WS-TOT-SAIDAS            PIC S9(09)V99 VALUE 0.
       01 WS-TOT-ENTRADAS          PIC S9(09)V99 VALUE 0.
       01 WS-TOT-DEBITO            PIC S9(09)V99 VALUE 0.
       01 WS-TOT-CREDITO           PIC S9(09)V99 VALUE 0.
       01 WS-ED-SAIDAS             PIC -(08)9.99.
       01 WS-ED-ENTRADAS           PIC -(08)9.99.
       01 WS-ED-DEBITO             PIC -(08)9.99.
       01 WS-ED-CREDITO            PIC -(08)9.99.
       01 WS-ED-SALDO              PIC -(08)9.99.
       01 WS-ED-VALOR              PIC Z(06)9.99.
       01 WS-ED-ICMS               PIC Z(06)9.99.
       01 WS-TOT-LISTADOS          PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           STOP RUN.

       PROCESSAR    SECTION.
           DISPLAY "REGISTRO FISCAL".
           DISPLAY "---------------".
           DISPLAY "1 - APURACAO DO MES POR LOJA".
           DISPLAY "2 - DOCUMENTOS DE UMA LOJA NO MES".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM APURAR-MES
               WHEN 2
                   PERFORM LISTAR-DOCUMENTOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       PEDIR-COMPETENCIA    SECTION.
           DISPLAY "COMPETENCIA (AAAAMM): ".
              ACCEPT WS-COMPETENCIA.

      *------------------- APURACAO POR LOJA --------------------------*
       APURAR-MES    SECTION.
           PERFORM PEDIR-COMPETENCIA.
           MOVE 0   TO WS-AP-ITENS.
           MOVE 'N' TO WS-AP-CHEIA.

           OPEN INPUT DOCFISCAL.
           IF WS-FS-DOC NOT EQUAL ZEROS
              DISPLAY "SEM REGISTRO FISCAL (DOCFISCAL.DAT)"
           ELSE
              READ DOCFISCAL
              PERFORM SOMAR-UM-DOCUMENTO
                 UNTIL WS-FS-DOC NOT EQUAL ZEROS
              CLOSE DOCFISCAL
           END-IF.
           IF WS-AP-CHEIA EQUAL 'S'
              DISPLAY "AVISO: MAIS DE 50 LOJAS - O EXCEDENTE FICOU "
                      "FORA DA APURACAO"
           END-IF.

           PERFORM SOMAR-NOTAS-FORNECEDOR.

           MOVE 0 TO WS-TOT-SAIDAS.
           MOVE 0 TO WS-TOT-ENTRADAS.
           MOVE 0 TO WS-TOT-DEBITO.
           MOVE 0 TO WS-TOT-CREDITO.

           DISPLAY "APURACAO FISCAL DE " WS-COMPETENCIA.
           DISPLAY "LOJA   SAIDAS LIQ.     ENTRADAS   ICMS DEBITO"
                   "  ICMS CREDITO    ICMS SALDO".
           MOVE 0 TO WS-AP-IDX.
           PERFORM EXIBIR-UMA-LOJA UNTIL WS-AP-IDX EQUAL WS-AP-ITENS.

           MOVE WS-NF-VALOR TO WS-ED-ENTRADAS.
           MOVE WS-NF-ICMS  TO WS-ED-CREDITO.
           COMPUTE WS-SALDO = 0 - WS-NF-ICMS.
           MOVE WS-SALDO    TO WS-ED-SALDO.
           MOVE ZEROS       TO WS-ED-SAIDAS.
           MOVE ZEROS       TO WS-ED-DEBITO.
           DISPLAY "FORN " WS-ED-SAIDAS " " WS-ED-ENTRADAS " "
                   WS-ED-DEBITO " " WS-ED-CREDITO " " WS-ED-SALDO.
           DISPLAY "     NOTAS DE FORNECEDOR " WS-NF-ITENS
                   "  ITENS SEM ALIQUOTA " WS-NF-SEM-ALIQ.
           ADD WS-NF-VALOR TO WS-TOT-ENTRADAS.
           ADD WS-NF-ICMS  TO WS-TOT-CREDITO.

           MOVE WS-TOT-SAIDAS   TO WS-ED-SAIDAS.
           MOVE WS-TOT-ENTRADAS TO WS-ED-ENTRADAS.
           MOVE WS-TOT-DEBITO   TO WS-ED-DEBITO.
           MOVE WS-TOT-CREDITO  TO WS-ED-CREDITO.
           COMPUTE WS-SALDO = WS-TOT-DEBITO - WS-TOT-CREDITO.
           MOVE WS-SALDO        TO WS-ED-SALDO.
           DISPLAY "TOT  " WS-ED-SAIDAS " " WS-ED-ENTRADAS " "
                   WS-ED-DEBITO " " WS-ED-CREDITO " " WS-ED-SALDO.
           IF WS-SALDO > 0
              DISPLAY "ICMS A RECOLHER NO MES: " WS-ED-SALDO
           ELSE
              DISPLAY "SALDO CREDOR DE ICMS PARA O MES SEGUINTE: "
                      WS-ED-SALDO
           END-IF.

       SOMAR-UM-DOCUMENTO    SECTION.
           IF WS-DFR-DATA (1:6) NOT EQUAL WS-COMPETENCIA
              GO TO SOMAR-UM-DOCUMENTO-FIM
           END-IF.
           MOVE WS-DFR-LOJA TO WS-LOJA.
           PERFORM LOCALIZAR-LOJA.
           IF WS-AP-ACHADO EQUAL 0
              GO TO SOMAR-UM-DOCUMENTO-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WS-DFR-SAIDA
                   IF WS-DFR-ITEM EQUAL 1
                      ADD 1 TO WS-AP-DOCS (WS-AP-ACHADO)
                   END-IF
                   ADD WS-DFR-VALOR
                     TO WS-AP-SAI-VALOR (WS-AP-ACHADO)
                   ADD WS-DFR-VALOR-ICMS
                     TO WS-AP-SAI-ICMS (WS-AP-ACHADO)
                   IF WS-DFR-NCM EQUAL SPACES
                      ADD 1 TO WS-AP-SEM-NCM (WS-AP-ACHADO)
                   END-IF
               WHEN WS-DFR-CANCELAMENTO
                   IF WS-DFR-ITEM EQUAL 1
                      ADD 1 TO WS-AP-CANCELADOS (WS-AP-ACHADO)
                   END-IF
                   ADD WS-DFR-VALOR
                     TO WS-AP-CAN-VALOR (WS-AP-ACHADO)
                   ADD WS-DFR-VALOR-ICMS
                     TO WS-AP-CAN-ICMS (WS-AP-ACHADO)
               WHEN WS-DFR-DEVOLUCAO
                   IF WS-DFR-ITEM EQUAL 1
                      ADD 1 TO WS-AP-DOCS (WS-AP-ACHADO)
                   END-IF
                   ADD WS-DFR-VALOR
                     TO WS-AP-DEV-VALOR (WS-AP-ACHADO)
                   ADD WS-DFR-VALOR-ICMS
                     TO WS-AP-DEV-ICMS (WS-AP-ACHADO)
           END-EVALUATE.

       SOMAR-UM-DOCUMENTO-FIM.
           READ DOCFISCAL.

       LOCALIZAR-LOJA    SECTION.
           MOVE 0 TO WS-AP-ACHADO.
           MOVE 0 TO WS-AP-IDX.
           PERFORM PROCURAR-LOJA
              UNTIL WS-AP-IDX EQUAL WS-AP-ITENS
                 OR WS-AP-ACHADO NOT EQUAL 0.
           IF WS-AP-ACHADO EQUAL 0
              IF WS-AP-ITENS < 50
                 ADD 1 TO WS-AP-ITENS
                 MOVE WS-AP-ITENS TO WS-AP-ACHADO
                 INITIALIZE WS-AP (WS-AP-ACHADO)
                 MOVE WS-LOJA TO WS-AP-LOJA (WS-AP-ACHADO)
              ELSE
                 MOVE 'S' TO WS-AP-CHEIA
              END-IF
           END-IF.

       PROCURAR-LOJA    SECTION.
           ADD 1 TO WS-AP-IDX.
           IF WS-AP-LOJA (WS-AP-IDX) EQUAL WS-LOJA
              MOVE WS-AP-IDX TO WS-AP-ACHADO
           END-IF.

       EXIBIR-UMA-LOJA    SECTION.
           ADD 1 TO WS-AP-IDX.
           COMPUTE WS-SAIDAS = WS-AP-SAI-VALOR (WS-AP-IDX)
                             - WS-AP-CAN-VALOR (WS-AP-IDX).
           COMPUTE WS-DEBITO = WS-AP-SAI-ICMS (WS-AP-IDX)
                             - WS-AP-CAN-ICMS (WS-AP-IDX).
           COMPUTE WS-SALDO  = WS-DEBITO - WS-AP-DEV-ICMS (WS-AP-IDX).
           MOVE WS-SAIDAS                  TO WS-ED-SAIDAS.
           MOVE WS-AP-DEV-VALOR (WS-AP-IDX) TO WS-ED-ENTRADAS.
           MOVE WS-DEBITO                  TO WS-ED-DEBITO.
           MOVE WS-AP-DEV-ICMS (WS-AP-IDX)  TO WS-ED-CREDITO.
           MOVE WS-SALDO                   TO WS-ED-SALDO.
           DISPLAY WS-AP-LOJA (WS-AP-IDX) " " WS-ED-SAIDAS " "
                   WS-ED-ENTRADAS " " WS-ED-DEBITO " "
                   WS-ED-CREDITO " " WS-ED-SALDO.
           DISPLAY "     DOCUMENTOS " WS-AP-DOCS (WS-AP-IDX)
                   "  CANCELADOS " WS-AP-CANCELADOS (WS-AP-IDX)
                   "  ITENS SEM NCM " WS-AP-SEM-NCM (WS-AP-IDX).

           ADD WS-SAIDAS                   TO WS-TOT-SAIDAS.
           ADD WS-AP-DEV-VALOR (WS-AP-IDX) TO WS-TOT-ENTRADAS.
           ADD WS-DEBITO                   TO WS-TOT-DEBITO.
           ADD WS-AP-DEV-ICMS (WS-AP-IDX)  TO WS-TOT-CREDITO.

      *------------------- ENTRADAS POR NOTA DE FORNECEDOR ------------*
      *  NOTA RECUSADA (DEVOLVIDA AO FORNECEDOR) NAO ENTRA            *
       SOMAR-NOTAS-FORNECEDOR    SECTION.
           MOVE 0 TO WS-NF-ITENS.
           MOVE 0 TO WS-NF-VALOR.
           MOVE 0 TO WS-NF-ICMS.
           MOVE 0 TO WS-NF-SEM-ALIQ.

           OPEN INPUT CPAGAR.
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
              GO TO SOMAR-NOTAS-FORNECEDOR-FIM
           END-IF.
           READ CPAGAR.
           PERFORM GUARDAR-UMA-NOTA
              UNTIL WS-FS-CPAGAR NOT EQUAL ZEROS.
           CLOSE CPAGAR.
           IF WS-NF-ITENS EQUAL 0
              GO TO SOMAR-NOTAS-FORNECEDOR-FIM
           END-IF.

           OPEN INPUT CPITENS.
           IF WS-FS-CPITENS NOT EQUAL ZEROS
              GO TO SOMAR-NOTAS-FORNECEDOR-FIM
           END-IF.
           MOVE 'N' TO WS-MESTRE-ABERTO.
           OPEN INPUT PRODMESTRE.
           IF WS-FS-MESTRE EQUAL ZEROS
              MOVE 'S' TO WS-MESTRE-ABERTO
           END-IF.
           READ CPITENS.
           PERFORM SOMAR-UM-ITEM-NOTA
              UNTIL WS-FS-CPITENS NOT EQUAL ZEROS.
           CLOSE CPITENS.
           IF WS-MESTRE-ABERTO EQUAL 'S'
              CLOSE PRODMESTRE
           END-IF.

       SOMAR-NOTAS-FORNECEDOR-FIM.
           EXIT.

       GUARDAR-UMA-NOTA    SECTION.
           IF WS-CP-ENTRADA (1:6) EQUAL WS-COMPETENCIA
              AND WS-CP-SITUACAO NOT EQUAL 'C'
              AND WS-NF-ITENS < 500
              ADD 1 TO WS-NF-ITENS
              MOVE WS-CP-TITULO TO WS-NF-TITULO (WS-NF-ITENS)
           END-IF.
           READ CPAGAR.

       SOMAR-UM-ITEM-NOTA    SECTION.
           MOVE 0 TO WS-NF-ACHADO.
           MOVE 0 TO WS-NF-IDX.
           PERFORM PROCURAR-NOTA
              UNTIL WS-NF-IDX EQUAL WS-NF-ITENS
                 OR WS-NF-ACHADO NOT EQUAL 0.
           IF WS-NF-ACHADO EQUAL 0
              GO TO SOMAR-UM-ITEM-NOTA-FIM
           END-IF.

           COMPUTE WS-ITEM-VALOR = WS-CPI-QTD * WS-CPI-PRECO-UNIT.
           MOVE 0 TO WS-ITEM-ICMS.
           MOVE WS-CPI-PRODUTO TO WS-PM-CODIGO.
           IF WS-MESTRE-ABERTO EQUAL 'S'
              READ PRODMESTRE KEY IS WS-PM-CODIGO
           ELSE
              MOVE 23 TO WS-FS-MESTRE
           END-IF.
           IF WS-FS-MESTRE EQUAL ZEROS
              AND WS-PM-ALIQ-ICMS NUMERIC
              AND WS-PM-ALIQ-ICMS > 0
              COMPUTE WS-ITEM-ICMS ROUNDED =
                      WS-ITEM-VALOR * WS-PM-ALIQ-ICMS / 100
           ELSE
              ADD 1 TO WS-NF-SEM-ALIQ
           END-IF.
           ADD WS-ITEM-VALOR TO WS-NF-VALOR.
           ADD WS-ITEM-ICMS  TO WS-NF-ICMS.

       SOMAR-UM-ITEM-NOTA-FIM.
           READ CPITENS.

       PROCURAR-NOTA    SECTION.
           ADD 1 TO WS-NF-IDX.
           IF WS-NF-TITULO (WS-NF-IDX) EQUAL WS-CPI-TITULO
              MOVE WS-NF-IDX TO WS-NF-ACHADO
           END-IF.

      *------------------- DOCUMENTOS DE UMA LOJA NO MES --------------*
       LISTAR-DOCUMENTOS    SECTION.
           DISPLAY "LOJA: ".
              ACCEPT WS-LOJA.
           PERFORM PEDIR-COMPETENCIA.
           MOVE 0 TO WS-TOT-LISTADOS.

           OPEN INPUT DOCFISCAL.
           IF WS-FS-DOC NOT EQUAL ZEROS
              DISPLAY "SEM REGISTRO FISCAL (DOCFISCAL.DAT)"
              GO TO LISTAR-DOCUMENTOS-FIM
           END-IF.

           DISPLAY "SER NUMERO   IT O DATA     CPF/CNPJ       PRODUTO"
                   " NCM      CFOP      VALOR       ICMS".
           READ DOCFISCAL.
           PERFORM LISTAR-UM-DOCUMENTO
              UNTIL WS-FS-DOC NOT EQUAL ZEROS.
           CLOSE DOCFISCAL.
           DISPLAY "ITENS LISTADOS: " WS-TOT-LISTADOS.

       LISTAR-DOCUMENTOS-FIM.
           EXIT.

       LISTAR-UM-DOCUMENTO    SECTION.
           IF WS-DFR-LOJA EQUAL WS-LOJA
              AND WS-DFR-DATA (1:6) EQUAL WS-COMPETENCIA
              ADD 1 TO WS-TOT-LISTADOS
              MOVE WS-DFR-VALOR      TO WS-ED-VALOR
              MOVE WS-DFR-VALOR-ICMS TO WS-ED-ICMS
              DISPLAY WS-DFR-SERIE " " WS-DFR-NUMERO " "
                      WS-DFR-ITEM " " WS-DFR-OPERACAO " "
                      WS-DFR-DATA " " WS-DFR-CPF-CNPJ " "
                      WS-DFR-PRODUTO "  " WS-DFR-NCM " "
                      WS-DFR-CFOP " " WS-ED-VALOR " " WS-ED-ICMS
           END-IF.
           READ DOCFISCAL.
       END PROGRAM 11-LIVROFIS.
