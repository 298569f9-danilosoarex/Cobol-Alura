      *  SEMANAL POR LOJA, RANKING DE PRODUTOS DENTRO DA LOJA E
      *  COMPARACAO COM O MESMO PERIODO DO MES ANTERIOR. REGISTROS DE
      *  ABERTURA (DATA 0, CONVERTIDOS DO VENDAS.DAT ANTIGO) FICAM DE
      *  FORA DAS CURVAS DATADAS. DEVOLUCOES (SINAL "-") APARECEM EM
      *  COLUNA PROPRIA: BRUTO, DEVOLVIDO E LIQUIDO; A DEVOLUCAO CONTA
      *  NA DATA EM QUE FOI FEITA. HA AINDA O RESUMO MENSAL DAS
      *  DEVOLUCOES POR MOTIVO. ANOS JA LEVADOS PARA O ARQUIVO MORTO
      *  PELO ARQUIVAMENTO ANUAL SAO LIDOS DE ..\DADOS\ARCHIVE ANTES
      *  DO DIARIO VIVO (VER 11-HISTARQ).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT VENDASJRN ASSIGN TO WS-ARQ-VENDASJRN
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VENDASJRN.

           05 WS-VJ-PRODUTO         PIC 9(06).
           05 WS-VJ-QTD             PIC 9(05).
           05 WS-VJ-VALOR           PIC 9(05)V99.
           05 WS-VJ-SINAL           PIC X(01).
              88 WS-VJ-DEVOLUCAO    VALUE "-".
           05 WS-VJ-MOTIVO          PIC X(02).
           05 WS-VJ-DATA-ORIG       PIC 9(08).

       FD  PRODMESTRE.
       01  WS-PM-REG.
           05 WS-PM-UNIDADE         PIC X(03).
           05 WS-PM-CLASSE-ABC      PIC X(01).
           05 WS-PM-BARRAS          PIC X(20).
           05 WS-PM-NCM             PIC X(08).
           05 WS-PM-CFOP            PIC 9(04).
           05 WS-PM-ALIQ-ICMS       PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-VENDASJRN           PIC 9(02) VALUE ZEROS.
       01 WS-FS-MESTRE              PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                  PIC 9(01) VALUE 0.
       01 WS-ARQ-VENDASJRN          PIC X(60) VALUE SPACES.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) -------*
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO         PIC X(12).
           05 WS-HA-ANO-DE          PIC 9(04).
           05 WS-HA-QTD             PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                    PIC 9(04).
       01 WS-ARQ-IDX                PIC 9(02) VALUE 0.
       01 WS-PASSADA                PIC X(01) VALUE 'P'.

      *------------------- FILTROS DO RELATORIO ---------------------*
       01 WS-LOJA-FILTRO            PIC X(04) VALUE SPACES.
       01 WS-DATA-DE                PIC 9(08) VALUE 0.
       01 WS-DATA-ATE               PIC 9(08) VALUE 0.
       01 WS-COMPETENCIA            PIC 9(06) VALUE 0.

      *------------------- TOTAIS POR CHAVE DE AGRUPAMENTO ----------*
      *  A CHAVE E A DATA (CURVA DIARIA), A SEMANA (CURVA SEMANAL),  *
      *  O PRODUTO (RANKING), A LOJA (COMPARACAO DE PERIODOS) OU O   *
      *  MOTIVO (DEVOLUCOES DO MES)                                  *
       01 WS-TOTAIS-TAB.
           05 WS-TOTAL OCCURS 100 TIMES.
              10 WS-TOTAL-CHAVE     PIC X(08).
              10 WS-TOTAL-QTD       PIC 9(07).
              10 WS-TOTAL-VALOR     PIC 9(09)V99.
              10 WS-TOTAL-VALOR-ANT PIC 9(09)V99.
              10 WS-TOTAL-QTD-DEV   PIC 9(07).
              10 WS-TOTAL-VALOR-DEV PIC 9(09)V99.
              10 WS-TOTAL-DEV-ANT   PIC 9(09)V99.
       01 WS-TOTAL-ITENS            PIC 9(03) VALUE 0.
       01 WS-TOTAL-ESTOURO          PIC X(01) VALUE 'N'.
       01 WS-TOTAL-IDX              PIC 9(03) VALUE 0.
           05 WS-AUX-QTD            PIC 9(07).
           05 WS-AUX-VALOR          PIC 9(09)V99.
           05 WS-AUX-VALOR-ANT      PIC 9(09)V99.
           05 WS-AUX-QTD-DEV        PIC 9(07).
           05 WS-AUX-VALOR-DEV      PIC 9(09)V99.
           05 WS-AUX-DEV-ANT        PIC 9(09)V99.
       01 WS-TOTAL-SEG              PIC 9(03) VALUE 0.
       01 WS-TROCOU                 PIC X(01) VALUE 'N'.
       01 WS-ORDEM                  PIC X(01) VALUE 'C'.
       01 WS-RES-ANT                PIC ZZZZZZZZ9.99.
       01 WS-PCT                    PIC S9(04)V9 VALUE 0.
       01 WS-PCT-EDIT               PIC +ZZZ9.9.
       01 WS-TOTAL-GERAL            PIC S9(09)V99 VALUE 0.
       01 WS-BRUTO-GERAL            PIC 9(09)V99 VALUE 0.
       01 WS-DEVOL-GERAL            PIC 9(09)V99 VALUE 0.
       01 WS-LIQ                    PIC S9(09)V99 VALUE 0.
       01 WS-LIQ-ANT                PIC S9(09)V99 VALUE 0.
       01 WS-RES-DEV                PIC ZZZZZZZZ9.99.
       01 WS-RES-LIQ                PIC -(09)9.99.
       01 WS-RES-LIQ-ANT            PIC -(09)9.99.
       01 WS-QTD-EDIT               PIC ZZZZZZ9.
       01 WS-QTD-DEV-EDIT           PIC ZZZZZZ9.

      *------------------- MOTIVOS DE DEVOLUCAO (VER 2-VENDALCTO) ---*
       01 WS-MOTIVOS-VALORES.
           05 FILLER PIC X(22) VALUE "01DEFEITO".
           05 FILLER PIC X(22) VALUE "02ARREPENDIMENTO".
           05 FILLER PIC X(22) VALUE "03TROCA TAMANHO/COR".
           05 FILLER PIC X(22) VALUE "04AVARIA NA ENTREGA".
           05 FILLER PIC X(22) VALUE "05PRODUTO ERRADO".
           05 FILLER PIC X(22) VALUE "99OUTROS".
       01 WS-MOTIVOS-TAB REDEFINES WS-MOTIVOS-VALORES.
           05 WS-MOTIVO-ITEM OCCURS 6 TIMES.
              10 WS-MOTIVO-COD      PIC X(02).
              10 WS-MOTIVO-DESC     PIC X(20).
       01 WS-MOTIVO-IDX             PIC 9(02) VALUE 0.
       01 WS-MOTIVO-ACHADO          PIC 9(02) VALUE 0.
       01 WS-MOTIVO-NOME            PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "2 - CURVA SEMANAL POR LOJA".
           DISPLAY "3 - RANKING DE PRODUTOS DA LOJA".
           DISPLAY "4 - COMPARACAO COM O MES ANTERIOR".
           DISPLAY "5 - DEVOLUCOES DO MES POR MOTIVO".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.
                   PERFORM RANKING-PRODUTOS
               WHEN 4
                   PERFORM COMPARAR-PERIODOS
               WHEN 5
                   PERFORM DEVOLUCOES-POR-MOTIVO
               WHEN 9
                   CONTINUE
               WHEN OTHER
           PERFORM ACUMULAR-DIARIO.
           PERFORM ORDENAR-TOTAIS.

           DISPLAY "DATA         QTD  QT.DEV        BRUTO"
                   "    DEVOLVIDO       LIQUIDO".
           PERFORM EXIBIR-LINHAS.

      *------------------- CURVA SEMANAL ----------------------------*
       CURVA-SEMANAL    SECTION.
           PERFORM ACUMULAR-DIARIO.
           PERFORM ORDENAR-TOTAIS.

           DISPLAY "SEMANA       QTD  QT.DEV        BRUTO"
                   "    DEVOLVIDO       LIQUIDO".
           PERFORM EXIBIR-LINHAS.

      *------------------- RANKING DE PRODUTOS DA LOJA --------------*
       RANKING-PRODUTOS    SECTION.

           OPEN INPUT PRODMESTRE.
           DISPLAY "PRODUTO DESCRICAO                      "
                   "    QTD  QT.DEV        BRUTO"
                   "    DEVOLVIDO       LIQUIDO".
           MOVE 0 TO WS-TOTAL-IDX.
           MOVE 0 TO WS-TOTAL-GERAL.
           MOVE 0 TO WS-BRUTO-GERAL.
           MOVE 0 TO WS-DEVOL-GERAL.
           PERFORM EXIBIR-UM-PRODUTO
              UNTIL WS-TOTAL-IDX NOT < WS-TOTAL-ITENS.
           PERFORM EXIBIR-TOTAL-GERAL.
           IF WS-FS-MESTRE EQUAL ZEROS
              CLOSE PRODMESTRE
           END-IF.
           MOVE 0   TO WS-TOTAL-ITENS.
           MOVE 'N' TO WS-TOTAL-ESTOURO.

           MOVE 'P' TO WS-PASSADA.
           MOVE WS-DATA-DE (1:4) TO WS-HA-ANO-DE.
           PERFORM LER-ARQUIVADOS.

           MOVE "..\DADOS\VENDASJRN.DAT" TO WS-ARQ-VENDASJRN.
           OPEN INPUT VENDASJRN.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              DISPLAY "SEM DIARIO DE VENDAS"
       ACUMULAR-DIARIO-FIM.
           EXIT.

      *------------------- ANOS DO PERIODO NO ARQUIVO MORTO ---------*
      *  UM ARQUIVAMENTO PODE LEVAR VENDA ATRASADA DE ANO ANTERIOR:  *
      *  LE TODOS OS ANOS A PARTIR DO INICIO E FILTRA PELA DATA      *
       LER-ARQUIVADOS    SECTION.
           MOVE "VENDASJRN" TO WS-HA-ARQUIVO.
           CALL "11-HISTARQ" USING WS-HISTARQ.

           MOVE 0 TO WS-ARQ-IDX.
           PERFORM LER-UM-ARQUIVADO
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

       LER-UM-ARQUIVADO    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-VENDASJRN.
           STRING "..\DADOS\ARCHIVE\VENDASJRN."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)         DELIMITED BY SIZE
                  INTO WS-ARQ-VENDASJRN.

           OPEN INPUT VENDASJRN.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-VENDASJRN
              GO TO LER-UM-ARQUIVADO-FIM
           END-IF.
           READ VENDASJRN.
           IF WS-PASSADA EQUAL 'A'
              PERFORM ACUMULAR-UM-ANTERIOR
                 UNTIL WS-FS-VENDASJRN NOT EQUAL ZEROS
           ELSE
              PERFORM ACUMULAR-UM-REGISTRO
                 UNTIL WS-FS-VENDASJRN NOT EQUAL ZEROS
           END-IF.
           CLOSE VENDASJRN.

       LER-UM-ARQUIVADO-FIM.
           MOVE ZEROS TO WS-FS-VENDASJRN.

       ACUMULAR-UM-REGISTRO    SECTION.
           IF WS-VJ-DATA EQUAL ZEROS
              OR WS-VJ-DATA < WS-DATA-DE
               WHEN 'L'
                   MOVE SPACES TO WS-CHAVE-ATUAL
                   MOVE WS-VJ-LOJA TO WS-CHAVE-ATUAL (1:4)
               WHEN 'M'
      *               NO RESUMO POR MOTIVO A VENDA SO ENTRA NO BRUTO
      *               DO MES, PARA O PERCENTUAL
                   IF NOT WS-VJ-DEVOLUCAO
                      ADD WS-VJ-VALOR TO WS-BRUTO-GERAL
                      GO TO ACUMULAR-UM-REGISTRO-FIM
                   END-IF
                   MOVE SPACES TO WS-CHAVE-ATUAL
                   MOVE WS-VJ-MOTIVO TO WS-CHAVE-ATUAL (1:2)
           END-EVALUATE.

           PERFORM LOCALIZAR-OU-CRIAR-TOTAL.
           IF WS-TOTAL-ACHADO NOT EQUAL 0
              IF WS-VJ-DEVOLUCAO
                 ADD WS-VJ-QTD   TO WS-TOTAL-QTD-DEV   (WS-TOTAL-ACHADO)
                 ADD WS-VJ-VALOR TO WS-TOTAL-VALOR-DEV (WS-TOTAL-ACHADO)
              ELSE
                 ADD WS-VJ-QTD   TO WS-TOTAL-QTD   (WS-TOTAL-ACHADO)
                 ADD WS-VJ-VALOR TO WS-TOTAL-VALOR (WS-TOTAL-ACHADO)
              END-IF
           END-IF.

       ACUMULAR-UM-REGISTRO-FIM.
                 MOVE 0 TO WS-TOTAL-QTD       (WS-TOTAL-ITENS)
                 MOVE 0 TO WS-TOTAL-VALOR     (WS-TOTAL-ITENS)
                 MOVE 0 TO WS-TOTAL-VALOR-ANT (WS-TOTAL-ITENS)
                 MOVE 0 TO WS-TOTAL-QTD-DEV   (WS-TOTAL-ITENS)
                 MOVE 0 TO WS-TOTAL-VALOR-DEV (WS-TOTAL-ITENS)
                 MOVE 0 TO WS-TOTAL-DEV-ANT   (WS-TOTAL-ITENS)
                 MOVE WS-TOTAL-ITENS TO WS-TOTAL-ACHADO
              ELSE
      *          TABELA CHEIA: A CHAVE NOVA FICA DE FORA E O FIM DO
           END-IF.

      *------------------- ORDENA POR CHAVE OU POR VALOR ------------*
      *  'V' = LIQUIDO DECRESCENTE; 'R' = DEVOLVIDO DECRESCENTE      *
       ORDENAR-TOTAIS    SECTION.
           MOVE 'S' TO WS-TROCOU.
           PERFORM PASSADA-ORDENACAO UNTIL WS-TROCOU EQUAL 'N'.
               AND WS-TOTAL-CHAVE (WS-TOTAL-IDX) >
                   WS-TOTAL-CHAVE (WS-TOTAL-SEG))
              OR (WS-ORDEM EQUAL 'V'
               AND WS-TOTAL-VALOR (WS-TOTAL-IDX)
                 - WS-TOTAL-VALOR-DEV (WS-TOTAL-IDX) <
                   WS-TOTAL-VALOR (WS-TOTAL-SEG)
                 - WS-TOTAL-VALOR-DEV (WS-TOTAL-SEG))
              OR (WS-ORDEM EQUAL 'R'
               AND WS-TOTAL-VALOR-DEV (WS-TOTAL-IDX) <
                   WS-TOTAL-VALOR-DEV (WS-TOTAL-SEG))
              MOVE WS-TOTAL (WS-TOTAL-IDX)  TO WS-TOTAL-AUX
              MOVE WS-TOTAL (WS-TOTAL-SEG)
                TO WS-TOTAL (WS-TOTAL-IDX)
           END-IF.
           ADD 1 TO WS-TOTAL-IDX.

       EXIBIR-LINHAS    SECTION.
           MOVE 0 TO WS-TOTAL-IDX.
           MOVE 0 TO WS-TOTAL-GERAL.
           MOVE 0 TO WS-BRUTO-GERAL.
           MOVE 0 TO WS-DEVOL-GERAL.
           PERFORM EXIBIR-UMA-LINHA
              UNTIL WS-TOTAL-IDX NOT < WS-TOTAL-ITENS.
           PERFORM EXIBIR-TOTAL-GERAL.

       EXIBIR-UMA-LINHA    SECTION.
           ADD 1 TO WS-TOTAL-IDX.
           PERFORM EDITAR-COLUNAS.
           DISPLAY WS-TOTAL-CHAVE (WS-TOTAL-IDX) " "
                   WS-QTD-EDIT " " WS-QTD-DEV-EDIT " "
                   WS-RES " " WS-RES-DEV " " WS-RES-LIQ.

      *------------------- BRUTO, DEVOLVIDO E LIQUIDO DA LINHA ------*
       EDITAR-COLUNAS    SECTION.
           COMPUTE WS-LIQ = WS-TOTAL-VALOR (WS-TOTAL-IDX)
                          - WS-TOTAL-VALOR-DEV (WS-TOTAL-IDX).
           ADD WS-TOTAL-VALOR (WS-TOTAL-IDX)     TO WS-BRUTO-GERAL.
           ADD WS-TOTAL-VALOR-DEV (WS-TOTAL-IDX) TO WS-DEVOL-GERAL.
           ADD WS-LIQ TO WS-TOTAL-GERAL.
           MOVE WS-TOTAL-QTD (WS-TOTAL-IDX)       TO WS-QTD-EDIT.
           MOVE WS-TOTAL-QTD-DEV (WS-TOTAL-IDX)   TO WS-QTD-DEV-EDIT.
           MOVE WS-TOTAL-VALOR (WS-TOTAL-IDX)     TO WS-RES.
           MOVE WS-TOTAL-VALOR-DEV (WS-TOTAL-IDX) TO WS-RES-DEV.
           MOVE WS-LIQ                            TO WS-RES-LIQ.

       EXIBIR-TOTAL-GERAL    SECTION.
           MOVE WS-BRUTO-GERAL TO WS-RES.
           MOVE WS-DEVOL-GERAL TO WS-RES-DEV.
           MOVE WS-TOTAL-GERAL TO WS-RES-LIQ.
           DISPLAY "TOTAL BRUTO....: " WS-RES.
           DISPLAY "TOTAL DEVOLVIDO: " WS-RES-DEV.
           DISPLAY "TOTAL LIQUIDO..: " WS-RES-LIQ.

       EXIBIR-UM-PRODUTO    SECTION.
           ADD 1 TO WS-TOTAL-IDX.
           PERFORM EDITAR-COLUNAS.

           MOVE "(SEM CADASTRO)" TO WS-PM-DESCRICAO.
           IF WS-FS-MESTRE EQUAL ZEROS
              END-IF
           END-IF.

           DISPLAY WS-TOTAL-CHAVE (WS-TOTAL-IDX) (1:6) "  "
                   WS-PM-DESCRICAO " "
                   WS-QTD-EDIT " " WS-QTD-DEV-EDIT " "
                   WS-RES " " WS-RES-DEV " " WS-RES-LIQ.

      *------------------- MESMO PERIODO DO MES ANTERIOR ------------*
      *  ACUMULA POR LOJA O PERIODO PEDIDO E O MESMO INTERVALO DE    *
                   + FUNCTION NUMVAL (WS-DATA-ATE (7:2)).

       ACUMULAR-PERIODO-ANTERIOR    SECTION.
           MOVE 'A' TO WS-PASSADA.
           MOVE WS-ANT-DE (1:4) TO WS-HA-ANO-DE.
           PERFORM LER-ARQUIVADOS.

           MOVE "..\DADOS\VENDASJRN.DAT" TO WS-ARQ-VENDASJRN.
           OPEN INPUT VENDASJRN.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              GO TO ACUMULAR-PERIODO-ANTERIOR-FIM
           MOVE WS-VJ-LOJA TO WS-CHAVE-ATUAL (1:4).
           PERFORM LOCALIZAR-OU-CRIAR-TOTAL.
           IF WS-TOTAL-ACHADO NOT EQUAL 0
              IF WS-VJ-DEVOLUCAO
                 ADD WS-VJ-VALOR
                   TO WS-TOTAL-DEV-ANT (WS-TOTAL-ACHADO)
              ELSE
                 ADD WS-VJ-VALOR
                   TO WS-TOTAL-VALOR-ANT (WS-TOTAL-ACHADO)
              END-IF
           END-IF.

       ACUMULAR-UM-ANTERIOR-FIM.
           READ VENDASJRN.

      *    OS DOIS PERIODOS SAO COMPARADOS PELO LIQUIDO
       EXIBIR-UMA-COMPARACAO    SECTION.
           ADD 1 TO WS-TOTAL-IDX.
           COMPUTE WS-LIQ = WS-TOTAL-VALOR (WS-TOTAL-IDX)
                          - WS-TOTAL-VALOR-DEV (WS-TOTAL-IDX).
           COMPUTE WS-LIQ-ANT = WS-TOTAL-VALOR-ANT (WS-TOTAL-IDX)
                              - WS-TOTAL-DEV-ANT (WS-TOTAL-IDX).
           MOVE WS-LIQ     TO WS-RES-LIQ.
           MOVE WS-LIQ-ANT TO WS-RES-LIQ-ANT.

           IF WS-LIQ-ANT NOT > 0
              MOVE 0 TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      (WS-LIQ - WS-LIQ-ANT) * 100 / WS-LIQ-ANT
           END-IF.
           MOVE WS-PCT TO WS-PCT-EDIT.

           DISPLAY WS-TOTAL-CHAVE (WS-TOTAL-IDX) (1:4) " "
                   WS-RES-LIQ " " WS-RES-LIQ-ANT " " WS-PCT-EDIT.

      *------------------- DEVOLUCOES DO MES POR MOTIVO -------------*
      *  QUANTIDADE E VALOR DEVOLVIDOS NA COMPETENCIA, POR MOTIVO,   *
      *  E O PESO DE CADA MOTIVO SOBRE A VENDA BRUTA DO MES          *
       DEVOLUCOES-POR-MOTIVO    SECTION.
           DISPLAY "LOJA (VAZIO = TODAS): ".
              ACCEPT WS-LOJA-FILTRO.
           DISPLAY "COMPETENCIA (AAAAMM): ".
              ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA EQUAL ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              GO TO DEVOLUCOES-POR-MOTIVO-FIM
           END-IF.
           COMPUTE WS-DATA-DE  = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-DATA-ATE = WS-COMPETENCIA * 100 + 31.

           MOVE 0   TO WS-BRUTO-GERAL.
           MOVE 'M' TO WS-FASE.
           MOVE 'R' TO WS-ORDEM.
           PERFORM ACUMULAR-DIARIO.
           PERFORM ORDENAR-TOTAIS.

           DISPLAY "DEVOLUCOES DE " WS-COMPETENCIA " POR MOTIVO".
           DISPLAY "MOT DESCRICAO                QTD    DEVOLVIDO"
                   "  %VENDA".
           MOVE 0 TO WS-DEVOL-GERAL.
           MOVE 0 TO WS-TOTAL-IDX.
           PERFORM EXIBIR-UM-MOTIVO
              UNTIL WS-TOTAL-IDX NOT < WS-TOTAL-ITENS.

           MOVE WS-BRUTO-GERAL TO WS-RES.
           MOVE WS-DEVOL-GERAL TO WS-RES-DEV.
           IF WS-BRUTO-GERAL EQUAL 0
              MOVE 0 TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      WS-DEVOL-GERAL * 100 / WS-BRUTO-GERAL
           END-IF.
           MOVE WS-PCT TO WS-PCT-EDIT.
           DISPLAY "VENDA BRUTA DO MES: " WS-RES.
           DISPLAY "TOTAL DEVOLVIDO...: " WS-RES-DEV " " WS-PCT-EDIT.

       DEVOLUCOES-POR-MOTIVO-FIM.
           EXIT.

       EXIBIR-UM-MOTIVO    SECTION.
           ADD 1 TO WS-TOTAL-IDX.
           ADD WS-TOTAL-VALOR-DEV (WS-TOTAL-IDX) TO WS-DEVOL-GERAL.

           MOVE "(MOTIVO NAO CADASTRADO)" TO WS-MOTIVO-NOME.
           MOVE 0 TO WS-MOTIVO-ACHADO.
           MOVE 0 TO WS-MOTIVO-IDX.
           PERFORM PROCURAR-MOTIVO
              UNTIL WS-MOTIVO-IDX EQUAL 6
                 OR WS-MOTIVO-ACHADO NOT EQUAL 0.
           IF WS-MOTIVO-ACHADO NOT EQUAL 0
              MOVE WS-MOTIVO-DESC (WS-MOTIVO-ACHADO) TO WS-MOTIVO-NOME
           END-IF.

           IF WS-BRUTO-GERAL EQUAL 0
              MOVE 0 TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      WS-TOTAL-VALOR-DEV (WS-TOTAL-IDX) * 100
                      / WS-BRUTO-GERAL
           END-IF.
           MOVE WS-PCT TO WS-PCT-EDIT.
           MOVE WS-TOTAL-QTD-DEV (WS-TOTAL-IDX)   TO WS-QTD-DEV-EDIT.
           MOVE WS-TOTAL-VALOR-DEV (WS-TOTAL-IDX) TO WS-RES-DEV.

           DISPLAY WS-TOTAL-CHAVE (WS-TOTAL-IDX) (1:2) "  "
                   WS-MOTIVO-NOME " " WS-QTD-DEV-EDIT " "
                   WS-RES-DEV " " WS-PCT-EDIT.

       PROCURAR-MOTIVO    SECTION.
           ADD 1 TO WS-MOTIVO-IDX.
           IF WS-MOTIVO-COD (WS-MOTIVO-IDX)
                 EQUAL WS-TOTAL-CHAVE (WS-TOTAL-IDX) (1:2)
              MOVE WS-MOTIVO-IDX TO WS-MOTIVO-ACHADO
           END-IF.
       END PROGRAM 2-VENDAREL.
