      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 8-PREVISAO.
      *-----------------------------------------------------------------
      *  PREVISAO DE DEMANDA E REVISAO DO PONTO DE REPOSICAO, RODADA   *
      *  UMA VEZ POR MES. A DEMANDA DE CADA DEPOSITO VEM DO DIARIO DE  *
      *  VENDAS (A LOJA VENDE DO DEPOSITO DE MESMO CODIGO) E DO        *
      *  CONSUMO DE INGREDIENTES DA PIZZARIA (SAIDAS "P"+PEDIDO NO     *
      *  ESTOQMOV.HISTORICO). SOMA POR SEMANA NAS ULTIMAS 13 SEMANAS:  *
      *    MEDIA MOVEL = MEDIA DAS 13 SEMANAS                          *
      *    SAZONAL     = PROXIMAS 4 SEMANAS DO ANO PASSADO, CORRIGIDAS *
      *                  PELA RAZAO ENTRE AS 13 SEMANAS DESTE ANO E AS *
      *                  MESMAS 13 DO ANO PASSADO (SEM ANO PASSADO,    *
      *                  CAI NA MEDIA MOVEL)                           *
      *  ESTOQUE DE SEGURANCA = Z X DESVIO SEMANAL X RAIZ(PRAZO / 7)   *
      *  PONTO DE REPOSICAO   = DEMANDA DIARIA X PRAZO + SEGURANCA     *
      *  O PRAZO E O DO FORNECEDOR DO ITEM (ITEMFORN), TROCADO PELO    *
      *  PRAZO MEDIDO NO 8-FORNAVAL QUANDO HOUVER.                     *
      *  O ESTOQUE.DAT SO GUARDA O PONTO: A SEGURANCA JA VAI DENTRO    *
      *  DELE E APARECE SEPARADA NO RELATORIO PARA A REVISAO.          *
      *  A OPCAO 2 PERCORRE A PROPOSTA E GRAVA NO ESTOQUE.DAT SO O     *
      *  QUE FOR ACEITO.                                               *
      *  ANOS JA LEVADOS PARA O ARQUIVO MORTO ENTRAM PELO 11-HISTARQ.  *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO "..\DADOS\ESTOQUE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-ESTOQUE
           RECORD KEY IS WS-ESTOQUE-CHAVE.

           SELECT VENDASJRN ASSIGN TO WS-ARQ-VENDASJRN
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VENDASJRN.

           SELECT HISTORICO ASSIGN TO WS-ARQ-HIST
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT FORNECEDORES ASSIGN TO "..\DADOS\FORNECEDORES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-FORN
           RECORD KEY IS WS-FORN-CHAVE.

           SELECT ITEMFORN ASSIGN TO "..\DADOS\ITEMFORN.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ITEMFORN.

           SELECT PRAZOREAL ASSIGN TO "..\DADOS\FORNECEDORES.PRAZOREAL"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRAZO.

           SELECT RELATORIO ASSIGN TO "..\DADOS\PREVISAO.REVISAO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT PROPOSTA ASSIGN TO "..\DADOS\PREVISAO.PROPOSTA"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
       01  WS-ESTOQUE-REG.
           05 WS-ESTOQUE-CHAVE.
              10 WS-ESTOQUE-DEPOSITO   PIC X(10).
              10 WS-ESTOQUE-PRODUTO    PIC 9(06).
           05 WS-ESTOQUE-QTD           PIC 9(05).
           05 WS-ESTOQUE-PONTO-REP     PIC 9(05).
           05 WS-ESTOQUE-CUSTO-MEDIO   PIC 9(05)V99.

      *------------------- DIARIO DE VENDAS (VER 2-VENDALCTO) ---------*
       FD  VENDASJRN.
       01  WS-VJ-REG.
           05 WS-VJ-DATA            PIC 9(08).
           05 WS-VJ-LOJA            PIC X(04).
           05 WS-VJ-PRODUTO         PIC 9(06).
           05 WS-VJ-QTD             PIC 9(05).
           05 WS-VJ-VALOR           PIC 9(05)V99.
           05 WS-VJ-SINAL           PIC X(01).
              88 WS-VJ-DEVOLUCAO    VALUE "-".
           05 WS-VJ-MOTIVO          PIC X(02).
           05 WS-VJ-DATA-ORIG       PIC 9(08).

      *------------------- MOVIMENTOS EFETIVADOS (VER 8-ESTPOST) ------*
       FD  HISTORICO.
       01  WS-HIST-REG.
           05 WS-HIST-DATA          PIC 9(08).
           05 WS-HIST-DEPOSITO      PIC X(10).
           05 WS-HIST-PRODUTO       PIC 9(06).
           05 WS-HIST-TIPO          PIC X(01).
           05 WS-HIST-QTD           PIC 9(05).
           05 WS-HIST-DOCUMENTO     PIC X(10).
           05 WS-HIST-DATA-POST     PIC 9(08).
           05 WS-HIST-SALDO-APOS    PIC 9(05).
           05 WS-HIST-CUSTO-UNIT    PIC 9(05)V99.
           05 WS-HIST-CUSTO-TOTAL   PIC 9(09)V99.

       FD  FORNECEDORES.
       01  WS-FORN-REG.
           05 WS-FORN-CHAVE.
              10 WS-FORN-CODIGO     PIC X(04).
           05 WS-FORN-NOME          PIC X(30).
           05 WS-FORN-PRAZO         PIC 9(03).
           05 WS-FORN-PEDIDO-MIN    PIC 9(05).

       FD  ITEMFORN.
       01  WS-LIGA-REG.
           05 WS-LIGA-DEPOSITO      PIC X(10).
           05 WS-LIGA-PRODUTO       PIC 9(06).
           05 WS-LIGA-FORNECEDOR    PIC X(04).

       FD  PRAZOREAL.
       01  WS-PRZ-REG.
           05 WS-PRZ-FORNECEDOR     PIC X(04).
           05 WS-PRZ-DIAS           PIC 9(03).
           05 WS-PRZ-PEDIDOS        PIC 9(04).
           05 WS-PRZ-COMPETENCIA    PIC 9(06).

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

      *------------------- PONTO PROPOSTO, A ESPERA DA REVISAO --------*
       FD  PROPOSTA.
       01  WS-PP-REG.
           05 WS-PP-DEPOSITO        PIC X(10).
           05 WS-PP-PRODUTO         PIC 9(06).
           05 WS-PP-PONTO-ATUAL     PIC 9(05).
           05 WS-PP-PONTO-NOVO      PIC 9(05).
           05 WS-PP-EST-SEG         PIC 9(05).
           05 WS-PP-SITUACAO        PIC X(01).
      *       P = PENDENTE / A = APLICADA / R = RECUSADA

       WORKING-STORAGE SECTION.
       01 WS-FS-ESTOQUE            PIC 9(02) VALUE ZEROS.
       01 WS-FS-VENDASJRN          PIC 9(02) VALUE ZEROS.
       01 WS-FS-HIST               PIC 9(02) VALUE ZEROS.
       01 WS-FS-FORN               PIC 9(02) VALUE ZEROS.
       01 WS-FS-ITEMFORN           PIC 9(02) VALUE ZEROS.
       01 WS-FS-PRAZO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PROP               PIC 9(02) VALUE ZEROS.

       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-METODO                PIC X(01) VALUE "M".
       01 WS-NIVEL-SERVICO         PIC 9(01) VALUE 0.
       01 WS-FATOR-Z               PIC 9V99 VALUE 1.65.
       01 WS-PRAZO-PADRAO          PIC 9(03) VALUE 0.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-ARQ-VENDASJRN         PIC X(60) VALUE SPACES.
       01 WS-ARQ-HIST              PIC X(60) VALUE SPACES.
       01 WS-ARQ-IDX               PIC 9(02) VALUE 0.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) ---------*
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO         PIC X(12).
           05 WS-HA-ANO-DE          PIC 9(04).
           05 WS-HA-QTD             PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                    PIC 9(04).

      *------------------- JANELAS DE DATAS (DIAS CORRIDOS) -----------*
       01 WS-INT-HOJE              PIC 9(07) COMP VALUE 0.
       01 WS-INT-DIA               PIC 9(07) COMP VALUE 0.
       01 WS-INT-INI               PIC 9(07) COMP VALUE 0.
       01 WS-INT-ANT-INI           PIC 9(07) COMP VALUE 0.
       01 WS-INT-ANT-FIM           PIC 9(07) COMP VALUE 0.
       01 WS-INT-PROX-INI          PIC 9(07) COMP VALUE 0.
       01 WS-INT-PROX-FIM          PIC 9(07) COMP VALUE 0.

      *------------------- DEMANDA POR DEPOSITO E PRODUTO -------------*
       01 WS-PV-TAB.
           05 WS-PV OCCURS 300 TIMES.
              10 WS-PV-DEPOSITO     PIC X(10).
              10 WS-PV-PRODUTO      PIC 9(06).
              10 WS-PV-SEMANA       PIC S9(06) OCCURS 13 TIMES.
              10 WS-PV-ANT-RECENTE  PIC S9(07).
              10 WS-PV-ANT-PROXIMO  PIC S9(07).
       01 WS-PV-ITENS              PIC 9(03) VALUE 0.
       01 WS-PV-IDX                PIC 9(03) VALUE 0.
       01 WS-PV-ACHADO             PIC 9(03) VALUE 0.
       01 WS-PV-ESTOURO            PIC X(01) VALUE 'N'.
       01 WS-SEM-IDX               PIC 9(02) VALUE 0.

       01 WS-DEM-DEPOSITO          PIC X(10) VALUE SPACES.
       01 WS-DEM-PRODUTO           PIC 9(06) VALUE ZEROS.
       01 WS-DEM-DATA              PIC 9(08) VALUE ZEROS.
       01 WS-DEM-QTD               PIC S9(05) VALUE ZEROS.
       01 WS-DEM-SEMANA            PIC 9(02) VALUE 0.
       01 WS-DEM-ANT-RECENTE       PIC X(01) VALUE 'N'.
       01 WS-DEM-ANT-PROXIMO       PIC X(01) VALUE 'N'.

      *------------------- CALCULO DO ITEM ----------------------------*
       01 WS-TOT-13                PIC S9(08) VALUE 0.
       01 WS-MEDIA-SEM             PIC 9(07)V99 VALUE 0.
       01 WS-DIFERENCA             PIC S9(07)V99 VALUE 0.
       01 WS-SOMA-QUAD             PIC 9(13)V99 VALUE 0.
       01 WS-DESVIO-SEM            PIC 9(07)V99 VALUE 0.
       01 WS-PREV-SEM              PIC 9(07)V99 VALUE 0.
       01 WS-PREV-DIA              PIC 9(06)V9999 VALUE 0.
       01 WS-METODO-USADO          PIC X(03) VALUE SPACES.
       01 WS-PRAZO-USADO           PIC 9(03) VALUE 0.
       01 WS-EST-SEG               PIC 9(07) VALUE 0.
       01 WS-PONTO-NOVO            PIC 9(07) VALUE 0.

      *------------------- LIGACOES ITEM X FORNECEDOR (VER 8-COMPRAS) -*
       01 WS-LIGA-TAB.
           05 WS-LIGA-ITEM OCCURS 500 TIMES.
              10 WS-TLIGA-DEPOSITO  PIC X(10).
              10 WS-TLIGA-PRODUTO   PIC 9(06).
              10 WS-TLIGA-FORN      PIC X(04).
       01 WS-LIGA-ITENS            PIC 9(03) VALUE 0.
       01 WS-LIGA-IDX              PIC 9(03) VALUE 0.
       01 WS-LIGA-ACHADO           PIC 9(03) VALUE 0.

       01 WS-PRZ-TAB.
           05 WS-PRZ-ITEM OCCURS 100 TIMES.
              10 WS-TPRZ-FORN       PIC X(04).
              10 WS-TPRZ-DIAS       PIC 9(03).
       01 WS-PRZ-ITENS             PIC 9(03) VALUE 0.
       01 WS-PRZ-IDX               PIC 9(03) VALUE 0.
       01 WS-PRZ-ACHADO            PIC 9(03) VALUE 0.

      *------------------- REVISAO DA PROPOSTA ------------------------*
       01 WS-PPT-TAB.
           05 WS-PPT OCCURS 300 TIMES PIC X(32).
       01 WS-PPT-ITENS             PIC 9(03) VALUE 0.
       01 WS-PPT-IDX               PIC 9(03) VALUE 0.
       01 WS-PPT-ESTOURO           PIC X(01) VALUE 'N'.
       01 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       01 WS-ACEITA-TODOS          PIC X(01) VALUE 'N'.
       01 WS-PARAR                 PIC X(01) VALUE 'N'.
       01 WS-TOT-APLICADAS         PIC 9(04) VALUE 0.
       01 WS-TOT-RECUSADAS         PIC 9(04) VALUE 0.

      *------------------- TOTAIS E EDICAO ----------------------------*
       01 WS-TOT-ITENS             PIC 9(04) VALUE 0.
       01 WS-TOT-MUDARAM           PIC 9(04) VALUE 0.
       01 WS-TOT-SEM-GIRO          PIC 9(04) VALUE 0.
       01 WS-TOT-SEM-ESTOQUE       PIC 9(04) VALUE 0.
       01 WS-ED-Z                  PIC 9.99.
       01 WS-ED-MEDIA              PIC ZZZZ9.99.
       01 WS-ED-DESVIO             PIC ZZZZ9.99.
       01 WS-ED-PRAZO              PIC ZZ9.
       01 WS-ED-SEG                PIC ZZZZ9.
       01 WS-ED-ATUAL              PIC ZZZZ9.
       01 WS-ED-NOVO               PIC ZZZZ9.
       01 WS-MARCA                 PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).

           DISPLAY "PREVISAO DE DEMANDA E PONTO DE REPOSICAO".
           DISPLAY "----------------------------------------".
           DISPLAY "1 - CALCULAR E GERAR PROPOSTA".
           DISPLAY "2 - REVISAR E APLICAR PROPOSTA".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CALCULAR-PREVISAO
               WHEN 2
                   PERFORM APLICAR-PROPOSTA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           STOP RUN.

      *------------------- CALCULO DO MES -----------------------------*
       CALCULAR-PREVISAO    SECTION.
           DISPLAY "METODO (M=MEDIA MOVEL / S=SAZONAL): ".
              ACCEPT WS-METODO.
           MOVE FUNCTION UPPER-CASE (WS-METODO) TO WS-METODO.
           IF WS-METODO NOT EQUAL "S"
              MOVE "M" TO WS-METODO
           END-IF.
           DISPLAY "NIVEL DE SERVICO (1=90% 2=95% 3=99%): ".
              ACCEPT WS-NIVEL-SERVICO.
           EVALUATE WS-NIVEL-SERVICO
               WHEN 1
                   MOVE 1.28 TO WS-FATOR-Z
               WHEN 3
                   MOVE 2.33 TO WS-FATOR-Z
               WHEN OTHER
                   MOVE 1.65 TO WS-FATOR-Z
           END-EVALUATE.
           DISPLAY "PRAZO PARA ITEM SEM FORNECEDOR (0=7 DIAS): ".
              ACCEPT WS-PRAZO-PADRAO.
           IF WS-PRAZO-PADRAO EQUAL ZEROS
              MOVE 7 TO WS-PRAZO-PADRAO
           END-IF.

      *    13 SEMANAS ATE ONTEM; AS MESMAS 13 E AS 4 SEGUINTES DE
      *    364 DIAS ATRAS (52 SEMANAS, MESMO DIA DA SEMANA)
           COMPUTE WS-INT-INI      = WS-INT-HOJE - 91.
           COMPUTE WS-INT-ANT-INI  = WS-INT-INI - 364.
           COMPUTE WS-INT-ANT-FIM  = WS-INT-HOJE - 1 - 364.
           COMPUTE WS-INT-PROX-INI = WS-INT-HOJE - 364.
           COMPUTE WS-INT-PROX-FIM = WS-INT-PROX-INI + 27.
           COMPUTE WS-HA-ANO-DE =
                   FUNCTION DATE-OF-INTEGER (WS-INT-ANT-INI) / 10000.

           PERFORM CARREGAR-VENDAS.
           PERFORM CARREGAR-CONSUMO.
           IF WS-PV-ESTOURO EQUAL 'S'
              DISPLAY "MAIS DE 300 ITENS COM DEMANDA - "
                      "EXCEDENTES FICAM SEM GIRO NESTA RODADA"
           END-IF.
           PERFORM CARREGAR-FORNECEDORES.

           OPEN I-O ESTOQUE.
           IF WS-FS-ESTOQUE NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ESTOQUE " WS-FS-ESTOQUE
              GO TO CALCULAR-PREVISAO-FIM
           END-IF.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT PROPOSTA.
           PERFORM IMPRIMIR-CABECALHO.

           MOVE LOW-VALUES TO WS-ESTOQUE-CHAVE.
           START ESTOQUE KEY IS NOT LESS THAN WS-ESTOQUE-CHAVE.
           IF WS-FS-ESTOQUE EQUAL ZEROS
              READ ESTOQUE NEXT RECORD
           END-IF.
           PERFORM PREVER-UM-ITEM
              UNTIL WS-FS-ESTOQUE NOT EQUAL ZEROS.

           PERFORM CONTAR-SEM-ESTOQUE.
           PERFORM IMPRIMIR-TOTAIS.

           CLOSE ESTOQUE.
           CLOSE RELATORIO.
           CLOSE PROPOSTA.
           IF WS-FS-FORN EQUAL ZEROS
              CLOSE FORNECEDORES
           END-IF.

           DISPLAY "ITENS AVALIADOS    : " WS-TOT-ITENS.
           DISPLAY "PONTOS ALTERADOS   : " WS-TOT-MUDARAM.
           DISPLAY "RELATORIO EM ..\DADOS\PREVISAO.REVISAO.TXT".
           DISPLAY "REVISE E APLIQUE PELA OPCAO 2".

       CALCULAR-PREVISAO-FIM.
           EXIT.

      *------------------- DEMANDA DAS LOJAS --------------------------*
       CARREGAR-VENDAS    SECTION.
           MOVE "VENDASJRN" TO WS-HA-ARQUIVO.
           CALL "11-HISTARQ" USING WS-HISTARQ.
           MOVE 0 TO WS-ARQ-IDX.
           PERFORM CARREGAR-VENDAS-ARQUIVADAS
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

           MOVE "..\DADOS\VENDASJRN.DAT" TO WS-ARQ-VENDASJRN.
           OPEN INPUT VENDASJRN.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              DISPLAY "SEM DIARIO DE VENDAS (VENDASJRN.DAT)"
              GO TO CARREGAR-VENDAS-FIM
           END-IF.
           READ VENDASJRN.
           PERFORM SOMAR-UMA-VENDA
              UNTIL WS-FS-VENDASJRN NOT EQUAL ZEROS.
           CLOSE VENDASJRN.

       CARREGAR-VENDAS-FIM.
           EXIT.

       CARREGAR-VENDAS-ARQUIVADAS    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-VENDASJRN.
           STRING "..\DADOS\ARCHIVE\VENDASJRN."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)         DELIMITED BY SIZE
                  INTO WS-ARQ-VENDASJRN.
           OPEN INPUT VENDASJRN.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-VENDASJRN
              GO TO CARREGAR-VENDAS-ARQUIVADAS-FIM
           END-IF.
           READ VENDASJRN.
           PERFORM SOMAR-UMA-VENDA
              UNTIL WS-FS-VENDASJRN NOT EQUAL ZEROS.
           CLOSE VENDASJRN.

       CARREGAR-VENDAS-ARQUIVADAS-FIM.
           EXIT.

       SOMAR-UMA-VENDA    SECTION.
           MOVE WS-VJ-LOJA    TO WS-DEM-DEPOSITO.
           MOVE WS-VJ-PRODUTO TO WS-DEM-PRODUTO.
           MOVE WS-VJ-DATA    TO WS-DEM-DATA.
           MOVE WS-VJ-QTD     TO WS-DEM-QTD.
      *    DEVOLUCAO DESCONTA DA SEMANA EM QUE FOI FEITA
           IF WS-VJ-DEVOLUCAO
              COMPUTE WS-DEM-QTD = 0 - WS-VJ-QTD
           END-IF.
           PERFORM ACUMULAR-DEMANDA.
           READ VENDASJRN.

      *------------------- CONSUMO DA COZINHA -------------------------*
       CARREGAR-CONSUMO    SECTION.
           MOVE "ESTOQMOV" TO WS-HA-ARQUIVO.
           CALL "11-HISTARQ" USING WS-HISTARQ.
           MOVE 0 TO WS-ARQ-IDX.
           PERFORM CARREGAR-CONSUMO-ARQUIVADO
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

           MOVE "..\DADOS\ESTOQMOV.HISTORICO" TO WS-ARQ-HIST.
           OPEN INPUT HISTORICO.
           IF WS-FS-HIST NOT EQUAL ZEROS
              DISPLAY "SEM HISTORICO DE MOVIMENTOS"
              GO TO CARREGAR-CONSUMO-FIM
           END-IF.
           READ HISTORICO.
           PERFORM SOMAR-UM-CONSUMO
              UNTIL WS-FS-HIST NOT EQUAL ZEROS.
           CLOSE HISTORICO.

       CARREGAR-CONSUMO-FIM.
           EXIT.

       CARREGAR-CONSUMO-ARQUIVADO    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-HIST.
           STRING "..\DADOS\ARCHIVE\ESTOQMOV."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)        DELIMITED BY SIZE
                  INTO WS-ARQ-HIST.
           OPEN INPUT HISTORICO.
           IF WS-FS-HIST NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-HIST
              GO TO CARREGAR-CONSUMO-ARQUIVADO-FIM
           END-IF.
           READ HISTORICO.
           PERFORM SOMAR-UM-CONSUMO
              UNTIL WS-FS-HIST NOT EQUAL ZEROS.
           CLOSE HISTORICO.

       CARREGAR-CONSUMO-ARQUIVADO-FIM.
           EXIT.

      *    SO A BAIXA DE FICHA TECNICA (DOCUMENTO "P" + PEDIDO);
      *    TRANSFERENCIAS, DEVOLUCOES E AJUSTES NAO SAO DEMANDA
       SOMAR-UM-CONSUMO    SECTION.
           IF WS-HIST-TIPO EQUAL "S"
              AND WS-HIST-DOCUMENTO (1:1) EQUAL "P"
              AND WS-HIST-DOCUMENTO (2:8) NUMERIC
              MOVE WS-HIST-DEPOSITO TO WS-DEM-DEPOSITO
              MOVE WS-HIST-PRODUTO  TO WS-DEM-PRODUTO
              MOVE WS-HIST-DATA     TO WS-DEM-DATA
              MOVE WS-HIST-QTD      TO WS-DEM-QTD
              PERFORM ACUMULAR-DEMANDA
           END-IF.
           READ HISTORICO.

      *------------------- POE A QUANTIDADE NA SEMANA CERTA -----------*
       ACUMULAR-DEMANDA    SECTION.
           IF WS-DEM-QTD EQUAL ZEROS
              GO TO ACUMULAR-DEMANDA-FIM
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DEM-DATA) NOT EQUAL 0
              GO TO ACUMULAR-DEMANDA-FIM
           END-IF.
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE (WS-DEM-DATA).

           MOVE 0   TO WS-DEM-SEMANA.
           MOVE 'N' TO WS-DEM-ANT-RECENTE.
           MOVE 'N' TO WS-DEM-ANT-PROXIMO.
           IF WS-INT-DIA NOT < WS-INT-INI
              AND WS-INT-DIA < WS-INT-HOJE
              COMPUTE WS-DEM-SEMANA =
                      (WS-INT-HOJE - 1 - WS-INT-DIA) / 7 + 1
           END-IF.
           IF WS-INT-DIA NOT < WS-INT-ANT-INI
              AND WS-INT-DIA NOT > WS-INT-ANT-FIM
              MOVE 'S' TO WS-DEM-ANT-RECENTE
           END-IF.
           IF WS-INT-DIA NOT < WS-INT-PROX-INI
              AND WS-INT-DIA NOT > WS-INT-PROX-FIM
              MOVE 'S' TO WS-DEM-ANT-PROXIMO
           END-IF.
           IF WS-DEM-SEMANA EQUAL 0
              AND WS-DEM-ANT-RECENTE EQUAL 'N'
              AND WS-DEM-ANT-PROXIMO EQUAL 'N'
              GO TO ACUMULAR-DEMANDA-FIM
           END-IF.

           PERFORM ACHAR-ITEM-PREVISAO.
           IF WS-PV-ACHADO EQUAL 0
              IF WS-PV-ITENS NOT < 300
                 MOVE 'S' TO WS-PV-ESTOURO
                 GO TO ACUMULAR-DEMANDA-FIM
              END-IF
              ADD 1 TO WS-PV-ITENS
              MOVE WS-DEM-DEPOSITO TO WS-PV-DEPOSITO (WS-PV-ITENS)
              MOVE WS-DEM-PRODUTO  TO WS-PV-PRODUTO (WS-PV-ITENS)
              MOVE 0 TO WS-SEM-IDX
              PERFORM ZERAR-SEMANA UNTIL WS-SEM-IDX EQUAL 13
              MOVE ZEROS TO WS-PV-ANT-RECENTE (WS-PV-ITENS)
              MOVE ZEROS TO WS-PV-ANT-PROXIMO (WS-PV-ITENS)
              MOVE WS-PV-ITENS TO WS-PV-ACHADO
           END-IF.

           IF WS-DEM-SEMANA NOT EQUAL 0
              ADD WS-DEM-QTD
                TO WS-PV-SEMANA (WS-PV-ACHADO, WS-DEM-SEMANA)
           END-IF.
           IF WS-DEM-ANT-RECENTE EQUAL 'S'
              ADD WS-DEM-QTD TO WS-PV-ANT-RECENTE (WS-PV-ACHADO)
           END-IF.
           IF WS-DEM-ANT-PROXIMO EQUAL 'S'
              ADD WS-DEM-QTD TO WS-PV-ANT-PROXIMO (WS-PV-ACHADO)
           END-IF.

       ACUMULAR-DEMANDA-FIM.
           EXIT.

       ZERAR-SEMANA    SECTION.
           ADD 1 TO WS-SEM-IDX.
           MOVE ZEROS TO WS-PV-SEMANA (WS-PV-ITENS, WS-SEM-IDX).

       ACHAR-ITEM-PREVISAO    SECTION.
           MOVE 0 TO WS-PV-ACHADO.
           MOVE 0 TO WS-PV-IDX.
           PERFORM PROCURAR-ITEM-PREVISAO
              UNTIL WS-PV-IDX NOT < WS-PV-ITENS
                 OR WS-PV-ACHADO NOT EQUAL 0.

       PROCURAR-ITEM-PREVISAO    SECTION.
           ADD 1 TO WS-PV-IDX.
           IF WS-PV-DEPOSITO (WS-PV-IDX) EQUAL WS-DEM-DEPOSITO
              AND WS-PV-PRODUTO (WS-PV-IDX) EQUAL WS-DEM-PRODUTO
              MOVE WS-PV-IDX TO WS-PV-ACHADO
           END-IF.

      *------------------- FORNECEDOR E PRAZO DE CADA ITEM ------------*
       CARREGAR-FORNECEDORES    SECTION.
           OPEN INPUT FORNECEDORES.
           IF WS-FS-FORN NOT EQUAL ZEROS
              DISPLAY "SEM CADASTRO DE FORNECEDORES - PRAZO PADRAO"
           END-IF.

           OPEN INPUT ITEMFORN.
           IF WS-FS-ITEMFORN EQUAL ZEROS
              READ ITEMFORN
              PERFORM GUARDAR-LIGACAO
                 UNTIL WS-FS-ITEMFORN NOT EQUAL ZEROS
              CLOSE ITEMFORN
           END-IF.

           OPEN INPUT PRAZOREAL.
           IF WS-FS-PRAZO EQUAL ZEROS
              READ PRAZOREAL
              PERFORM GUARDAR-PRAZO-REAL
                 UNTIL WS-FS-PRAZO NOT EQUAL ZEROS
              CLOSE PRAZOREAL
           END-IF.

       GUARDAR-LIGACAO    SECTION.
           IF WS-LIGA-ITENS < 500
              ADD 1 TO WS-LIGA-ITENS
              MOVE WS-LIGA-DEPOSITO
                TO WS-TLIGA-DEPOSITO (WS-LIGA-ITENS)
              MOVE WS-LIGA-PRODUTO
                TO WS-TLIGA-PRODUTO (WS-LIGA-ITENS)
              MOVE WS-LIGA-FORNECEDOR
                TO WS-TLIGA-FORN (WS-LIGA-ITENS)
           END-IF.
           READ ITEMFORN.

       GUARDAR-PRAZO-REAL    SECTION.
           IF WS-PRZ-ITENS < 100
              ADD 1 TO WS-PRZ-ITENS
              MOVE WS-PRZ-FORNECEDOR TO WS-TPRZ-FORN (WS-PRZ-ITENS)
              MOVE WS-PRZ-DIAS       TO WS-TPRZ-DIAS (WS-PRZ-ITENS)
           END-IF.
           READ PRAZOREAL.

      *    A ULTIMA LIGACAO DO ITEM E A QUE VALE; O PRAZO MEDIDO
      *    PASSA NA FRENTE DO PRAZO DO CADASTRO
       ACHAR-PRAZO-DO-ITEM    SECTION.
           MOVE WS-PRAZO-PADRAO TO WS-PRAZO-USADO.
           MOVE 0 TO WS-LIGA-ACHADO.
           MOVE 0 TO WS-LIGA-IDX.
           PERFORM PROCURAR-UMA-LIGACAO
              UNTIL WS-LIGA-IDX NOT < WS-LIGA-ITENS.
           IF WS-LIGA-ACHADO EQUAL 0
              GO TO ACHAR-PRAZO-DO-ITEM-FIM
           END-IF.

           MOVE WS-TLIGA-FORN (WS-LIGA-ACHADO) TO WS-FORN-CODIGO.
           IF WS-FS-FORN EQUAL ZEROS OR WS-FS-FORN EQUAL 23
              READ FORNECEDORES KEY IS WS-FORN-CHAVE
              IF WS-FS-FORN EQUAL ZEROS
                 AND WS-FORN-PRAZO NOT EQUAL ZEROS
                 MOVE WS-FORN-PRAZO TO WS-PRAZO-USADO
              END-IF
           END-IF.

           MOVE 0 TO WS-PRZ-ACHADO.
           MOVE 0 TO WS-PRZ-IDX.
           PERFORM PROCURAR-PRAZO-REAL
              UNTIL WS-PRZ-IDX EQUAL WS-PRZ-ITENS
                 OR WS-PRZ-ACHADO NOT EQUAL 0.
           IF WS-PRZ-ACHADO NOT EQUAL 0
              AND WS-TPRZ-DIAS (WS-PRZ-ACHADO) NOT EQUAL ZEROS
              MOVE WS-TPRZ-DIAS (WS-PRZ-ACHADO) TO WS-PRAZO-USADO
           END-IF.

       ACHAR-PRAZO-DO-ITEM-FIM.
           EXIT.

       PROCURAR-UMA-LIGACAO    SECTION.
           ADD 1 TO WS-LIGA-IDX.
           IF WS-TLIGA-DEPOSITO (WS-LIGA-IDX)
                 EQUAL WS-ESTOQUE-DEPOSITO
              AND WS-TLIGA-PRODUTO (WS-LIGA-IDX)
                 EQUAL WS-ESTOQUE-PRODUTO
              MOVE WS-LIGA-IDX TO WS-LIGA-ACHADO
           END-IF.

       PROCURAR-PRAZO-REAL    SECTION.
           ADD 1 TO WS-PRZ-IDX.
           IF WS-TPRZ-FORN (WS-PRZ-IDX) EQUAL WS-FORN-CODIGO
              MOVE WS-PRZ-IDX TO WS-PRZ-ACHADO
           END-IF.

      *------------------- PREVISAO E PONTO DE UM ITEM DO ESTOQUE -----*
       PREVER-UM-ITEM    SECTION.
           ADD 1 TO WS-TOT-ITENS.
           MOVE WS-ESTOQUE-DEPOSITO TO WS-DEM-DEPOSITO.
           MOVE WS-ESTOQUE-PRODUTO  TO WS-DEM-PRODUTO.
           PERFORM ACHAR-ITEM-PREVISAO.

           MOVE ZEROS TO WS-TOT-13 WS-MEDIA-SEM WS-DESVIO-SEM
                         WS-PREV-SEM WS-PREV-DIA WS-EST-SEG
                         WS-PONTO-NOVO.
           MOVE "MM " TO WS-METODO-USADO.
           PERFORM ACHAR-PRAZO-DO-ITEM.

           IF WS-PV-ACHADO EQUAL 0
              MOVE "---" TO WS-METODO-USADO
              ADD 1 TO WS-TOT-SEM-GIRO
           ELSE
              PERFORM CALCULAR-ITEM
           END-IF.

           IF WS-PONTO-NOVO > 99999
              MOVE 99999 TO WS-PONTO-NOVO
           END-IF.
           IF WS-EST-SEG > 99999
              MOVE 99999 TO WS-EST-SEG
           END-IF.

           MOVE SPACES TO WS-MARCA.
           IF WS-PONTO-NOVO NOT EQUAL WS-ESTOQUE-PONTO-REP
              MOVE "<<" TO WS-MARCA
              ADD 1 TO WS-TOT-MUDARAM
           END-IF.

           MOVE WS-PREV-SEM          TO WS-ED-MEDIA.
           MOVE WS-DESVIO-SEM        TO WS-ED-DESVIO.
           MOVE WS-PRAZO-USADO       TO WS-ED-PRAZO.
           MOVE WS-EST-SEG           TO WS-ED-SEG.
           MOVE WS-ESTOQUE-PONTO-REP TO WS-ED-ATUAL.
           MOVE WS-PONTO-NOVO        TO WS-ED-NOVO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-ESTOQUE-DEPOSITO " "
                  WS-ESTOQUE-PRODUTO "  "
                  WS-METODO-USADO "  "
                  WS-ED-MEDIA "  "
                  WS-ED-DESVIO "   "
                  WS-ED-PRAZO "   "
                  WS-ED-SEG "    "
                  WS-ED-ATUAL "   "
                  WS-ED-NOVO " "
                  WS-MARCA
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

           IF WS-MARCA NOT EQUAL SPACES
              MOVE WS-ESTOQUE-DEPOSITO  TO WS-PP-DEPOSITO
              MOVE WS-ESTOQUE-PRODUTO   TO WS-PP-PRODUTO
              MOVE WS-ESTOQUE-PONTO-REP TO WS-PP-PONTO-ATUAL
              MOVE WS-PONTO-NOVO        TO WS-PP-PONTO-NOVO
              MOVE WS-EST-SEG           TO WS-PP-EST-SEG
              MOVE "P"                  TO WS-PP-SITUACAO
              WRITE WS-PP-REG
           END-IF.

           READ ESTOQUE NEXT RECORD.

       CALCULAR-ITEM    SECTION.
           MOVE 0 TO WS-SEM-IDX.
           PERFORM SOMAR-SEMANA UNTIL WS-SEM-IDX EQUAL 13.
           IF WS-TOT-13 < ZEROS
              MOVE ZEROS TO WS-TOT-13
           END-IF.
           COMPUTE WS-MEDIA-SEM ROUNDED = WS-TOT-13 / 13.

           MOVE ZEROS TO WS-SOMA-QUAD.
           MOVE 0 TO WS-SEM-IDX.
           PERFORM SOMAR-QUADRADO UNTIL WS-SEM-IDX EQUAL 13.
           COMPUTE WS-DESVIO-SEM ROUNDED =
                   FUNCTION SQRT (WS-SOMA-QUAD / 12).

           MOVE WS-MEDIA-SEM TO WS-PREV-SEM.
           IF WS-METODO EQUAL "S"
              AND WS-PV-ANT-RECENTE (WS-PV-ACHADO) > ZEROS
              AND WS-PV-ANT-PROXIMO (WS-PV-ACHADO) > ZEROS
              COMPUTE WS-PREV-SEM ROUNDED =
                      (WS-PV-ANT-PROXIMO (WS-PV-ACHADO) / 4)
                    * (WS-TOT-13 / WS-PV-ANT-RECENTE (WS-PV-ACHADO))
              MOVE "SAZ" TO WS-METODO-USADO
           END-IF.

           COMPUTE WS-PREV-DIA ROUNDED = WS-PREV-SEM / 7.
           COMPUTE WS-EST-SEG ROUNDED =
                   WS-FATOR-Z * WS-DESVIO-SEM
                 * FUNCTION SQRT (WS-PRAZO-USADO / 7).
           COMPUTE WS-PONTO-NOVO ROUNDED =
                   (WS-PREV-DIA * WS-PRAZO-USADO) + WS-EST-SEG.

           IF WS-TOT-13 EQUAL ZEROS
              ADD 1 TO WS-TOT-SEM-GIRO
           END-IF.

       SOMAR-SEMANA    SECTION.
           ADD 1 TO WS-SEM-IDX.
           ADD WS-PV-SEMANA (WS-PV-ACHADO, WS-SEM-IDX) TO WS-TOT-13.

       SOMAR-QUADRADO    SECTION.
           ADD 1 TO WS-SEM-IDX.
           COMPUTE WS-DIFERENCA =
                   WS-PV-SEMANA (WS-PV-ACHADO, WS-SEM-IDX)
                 - WS-MEDIA-SEM.
           COMPUTE WS-SOMA-QUAD = WS-SOMA-QUAD
                 + (WS-DIFERENCA * WS-DIFERENCA).

      *    DEMANDA DE LOJA OU DEPOSITO QUE NAO TEM O ITEM NO ESTOQUE
       CONTAR-SEM-ESTOQUE    SECTION.
           MOVE 0 TO WS-PV-IDX.
           PERFORM CONFERIR-SEM-ESTOQUE
              UNTIL WS-PV-IDX NOT < WS-PV-ITENS.

       CONFERIR-SEM-ESTOQUE    SECTION.
           ADD 1 TO WS-PV-IDX.
           MOVE WS-PV-DEPOSITO (WS-PV-IDX) TO WS-ESTOQUE-DEPOSITO.
           MOVE WS-PV-PRODUTO (WS-PV-IDX)  TO WS-ESTOQUE-PRODUTO.
           READ ESTOQUE KEY IS WS-ESTOQUE-CHAVE.
           IF WS-FS-ESTOQUE NOT EQUAL ZEROS
              ADD 1 TO WS-TOT-SEM-ESTOQUE
              MOVE SPACES TO WS-REL-LINHA
              STRING "DEMANDA SEM ITEM NO ESTOQUE: "
                     WS-PV-DEPOSITO (WS-PV-IDX) " "
                     WS-PV-PRODUTO (WS-PV-IDX)
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

       IMPRIMIR-CABECALHO    SECTION.
           MOVE WS-FATOR-Z TO WS-ED-Z.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REVISAO DO PONTO DE REPOSICAO EM " WS-DATA-HOJE
                  " - METODO " WS-METODO
                  " - Z " WS-ED-Z
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           MOVE "DEMANDA E DESVIO POR SEMANA; PRAZO EM DIAS; << = MUDOU"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "DEPOSITO   PRODUTO MET   PREV/SEM    DESVIO PRAZO"
                  "  EST.SEG  P.ATUAL  P.NOVO"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

       IMPRIMIR-TOTAIS    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "ITENS " WS-TOT-ITENS
                  "  ALTERADOS " WS-TOT-MUDARAM
                  "  SEM GIRO " WS-TOT-SEM-GIRO
                  "  DEMANDA SEM ESTOQUE " WS-TOT-SEM-ESTOQUE
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

      *------------------- REVISAO: SO O ACEITO VAI PARA O ESTOQUE ----*
       APLICAR-PROPOSTA    SECTION.
           OPEN INPUT PROPOSTA.
           IF WS-FS-PROP NOT EQUAL ZEROS
              DISPLAY "SEM PROPOSTA - RODE A OPCAO 1"
              GO TO APLICAR-PROPOSTA-FIM
           END-IF.
           READ PROPOSTA.
           PERFORM CARREGAR-UMA-PROPOSTA
              UNTIL WS-FS-PROP NOT EQUAL ZEROS.
           CLOSE PROPOSTA.

           IF WS-PPT-ESTOURO EQUAL 'S'
      *       REGRAVAR A PARTIR DA TABELA CHEIA APAGARIA AS LINHAS
      *       EXCEDENTES: NADA E APLICADO
              DISPLAY "PROPOSTA MAIOR QUE A TABELA (300) - "
                      "NADA APLICADO"
              GO TO APLICAR-PROPOSTA-FIM
           END-IF.

           OPEN I-O ESTOQUE.
           IF WS-FS-ESTOQUE NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ESTOQUE " WS-FS-ESTOQUE
              GO TO APLICAR-PROPOSTA-FIM
           END-IF.

           DISPLAY "RESPOSTAS: S=APLICA N=RECUSA T=APLICA TODAS "
                   "F=PARA (RESTO FICA PENDENTE)".
           MOVE 0 TO WS-PPT-IDX.
           PERFORM REVISAR-UMA-PROPOSTA
              UNTIL WS-PPT-IDX NOT < WS-PPT-ITENS
                 OR WS-PARAR EQUAL 'S'.
           CLOSE ESTOQUE.

           OPEN OUTPUT PROPOSTA.
           MOVE 0 TO WS-PPT-IDX.
           PERFORM REGRAVAR-UMA-PROPOSTA
              UNTIL WS-PPT-IDX NOT < WS-PPT-ITENS.
           CLOSE PROPOSTA.

           DISPLAY "PONTOS APLICADOS   : " WS-TOT-APLICADAS.
           DISPLAY "PONTOS RECUSADOS   : " WS-TOT-RECUSADAS.

       APLICAR-PROPOSTA-FIM.
           EXIT.

       CARREGAR-UMA-PROPOSTA    SECTION.
           IF WS-PPT-ITENS NOT < 300
              MOVE 'S' TO WS-PPT-ESTOURO
           END-IF.
           IF WS-PPT-ITENS < 300
              ADD 1 TO WS-PPT-ITENS
              MOVE WS-PP-REG TO WS-PPT (WS-PPT-ITENS)
           END-IF.
           READ PROPOSTA.

       REVISAR-UMA-PROPOSTA    SECTION.
           ADD 1 TO WS-PPT-IDX.
           MOVE WS-PPT (WS-PPT-IDX) TO WS-PP-REG.
           IF WS-PP-SITUACAO NOT EQUAL "P"
              GO TO REVISAR-UMA-PROPOSTA-FIM
           END-IF.

           IF WS-ACEITA-TODOS EQUAL 'S'
              MOVE "S" TO WS-RESPOSTA
           ELSE
              DISPLAY WS-PP-DEPOSITO " " WS-PP-PRODUTO
                      " PONTO " WS-PP-PONTO-ATUAL
                      " -> " WS-PP-PONTO-NOVO
                      " (SEGURANCA " WS-PP-EST-SEG ")"
              DISPLAY "APLICAR? "
                 ACCEPT WS-RESPOSTA
              MOVE FUNCTION UPPER-CASE (WS-RESPOSTA) TO WS-RESPOSTA
           END-IF.

           EVALUATE WS-RESPOSTA
               WHEN "T"
                   MOVE 'S' TO WS-ACEITA-TODOS
                   PERFORM GRAVAR-PONTO-NOVO
               WHEN "S"
                   PERFORM GRAVAR-PONTO-NOVO
               WHEN "N"
                   MOVE "R" TO WS-PP-SITUACAO
                   ADD 1 TO WS-TOT-RECUSADAS
               WHEN "F"
                   MOVE 'S' TO WS-PARAR
           END-EVALUATE.
           MOVE WS-PP-REG TO WS-PPT (WS-PPT-IDX).

       REVISAR-UMA-PROPOSTA-FIM.
           EXIT.

       GRAVAR-PONTO-NOVO    SECTION.
           MOVE WS-PP-DEPOSITO TO WS-ESTOQUE-DEPOSITO.
           MOVE WS-PP-PRODUTO  TO WS-ESTOQUE-PRODUTO.
           READ ESTOQUE KEY IS WS-ESTOQUE-CHAVE.
           IF WS-FS-ESTOQUE NOT EQUAL ZEROS
              DISPLAY "ITEM NAO ENCONTRADO NO ESTOQUE - FICA PENDENTE"
              GO TO GRAVAR-PONTO-NOVO-FIM
           END-IF.
           MOVE WS-PP-PONTO-NOVO TO WS-ESTOQUE-PONTO-REP.
           REWRITE WS-ESTOQUE-REG.
           IF WS-FS-ESTOQUE EQUAL ZEROS
              MOVE "A" TO WS-PP-SITUACAO
              ADD 1 TO WS-TOT-APLICADAS
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-ESTOQUE
           END-IF.

       GRAVAR-PONTO-NOVO-FIM.
           EXIT.

       REGRAVAR-UMA-PROPOSTA    SECTION.
           ADD 1 TO WS-PPT-IDX.
           MOVE WS-PPT (WS-PPT-IDX) TO WS-PP-REG.
           WRITE WS-PP-REG.
       END PROGRAM 8-PREVISAO.
