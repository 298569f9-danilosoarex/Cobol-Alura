      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 2-METAREL.
      *-----------------------------------------------------------------
      *  REALIZADO CONTRA META (METAS.DAT, VER 2-METACAD):
      *  1 - MES ATE A DATA: POR LOJA E POR CLASSE ABC COM META, O
      *      LIQUIDO VENDIDO DO DIA 1 ATE A DATA DE REFERENCIA, O
      *      PERCENTUAL ATINGIDO E QUANTO FALTA VENDER POR DIA NOS
      *      DIAS QUE SOBRAM DO MES
      *  2 - RANKING DO ANO: LOJAS POR PERCENTUAL DA META DO ANO ATE
      *      A DATA; A META DO MES CORRENTE ENTRA PROPORCIONAL AOS
      *      DIAS JA CORRIDOS
      *  REALIZADO = VENDAS MENOS DEVOLUCOES DO VENDASJRN.DAT; A CLASSE
      *  VEM DO CADASTRO DE PRODUTOS (SEM CADASTRO, SO A META DA LOJA
      *  TEM REALIZADO).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT METAS ASSIGN TO "..\DADOS\METAS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-METAS
           RECORD KEY IS WS-META-CHAVE.

           SELECT VENDASJRN ASSIGN TO WS-ARQ-VENDASJRN
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VENDASJRN.

           SELECT PRODMESTRE ASSIGN TO "..\DADOS\PRODMESTRE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-MESTRE
           RECORD KEY IS WS-PM-CODIGO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  METAS.
       01  WS-META-REG.
           05 WS-META-CHAVE.
              10 WS-META-LOJA        PIC X(04).
              10 WS-META-COMPETENCIA PIC 9(06).
              10 WS-META-CLASSE      PIC X(01).
           05 WS-META-VALOR          PIC 9(09)V99.

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
       01 WS-FS-METAS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-VENDASJRN           PIC 9(02) VALUE ZEROS.
       01 WS-FS-MESTRE              PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                  PIC 9(01) VALUE 0.
       01 WS-MESTRE-ABERTO          PIC X(01) VALUE 'N'.
       01 WS-ARQ-VENDASJRN          PIC X(60) VALUE SPACES.
       01 WS-ARQ-IDX                PIC 9(02) VALUE 0.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) -------
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO         PIC X(12).
           05 WS-HA-ANO-DE          PIC 9(04).
           05 WS-HA-QTD             PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                    PIC 9(04).

      *------------------- DATA DE REFERENCIA -----------------------*
       01 WS-DATA-REF               PIC 9(08) VALUE 0.
       01 WS-DATA-REF-R REDEFINES WS-DATA-REF.
           05 WS-REF-ANO            PIC 9(04).
           05 WS-REF-MES            PIC 9(02).
           05 WS-REF-DIA            PIC 9(02).
       01 WS-COMPETENCIA            PIC 9(06) VALUE 0.
       01 WS-COMP-INI               PIC 9(06) VALUE 0.
       01 WS-MODO                   PIC X(01) VALUE 'M'.
           88 WS-MODO-MES           VALUE 'M'.
           88 WS-MODO-ANO           VALUE 'A'.
       01 WS-DATA-INI               PIC 9(08) VALUE 0.
       01 WS-PROX-MES               PIC 9(08) VALUE 0.
       01 WS-DIAS-MES               PIC 9(02) VALUE 0.
       01 WS-DIAS-RESTAM            PIC 9(02) VALUE 0.

      *------------------- METAS E REALIZADO ------------------------*
      *  MES: UMA LINHA POR META (LOJA + CLASSE) DA COMPETENCIA      *
      *  ANO: UMA LINHA POR LOJA, COM A META ACUMULADA DO ANO        *
       01 WS-MT-TAB.
           05 WS-MT OCCURS 200 TIMES.
              10 WS-MT-CHAVE.
                 15 WS-MT-LOJA      PIC X(04).
                 15 WS-MT-CLASSE    PIC X(01).
              10 WS-MT-META         PIC 9(09)V99.
              10 WS-MT-REAL         PIC S9(09)V99.
              10 WS-MT-PCT          PIC S9(05)V9.
       01 WS-MT-ITENS               PIC 9(03) VALUE 0.
       01 WS-MT-IDX                 PIC 9(03) VALUE 0.
       01 WS-MT-SEG                 PIC 9(03) VALUE 0.
       01 WS-MT-ACHADO              PIC 9(03) VALUE 0.
       01 WS-MT-ESTOURO             PIC X(01) VALUE 'N'.
       01 WS-MT-AUX                 PIC X(33).
       01 WS-TROCOU                 PIC X(01) VALUE 'N'.
       01 WS-PROCURA-CHAVE.
           05 WS-PROCURA-LOJA       PIC X(04).
           05 WS-PROCURA-CLASSE     PIC X(01).
       01 WS-VALOR-LIQ              PIC S9(07)V99 VALUE 0.
       01 WS-META-PROPORC           PIC 9(09)V99 VALUE 0.

      *------------------- EDICAO DAS LINHAS ------------------------*
       01 WS-FALTA                  PIC S9(09)V99 VALUE 0.
       01 WS-RITMO                  PIC S9(09)V99 VALUE 0.
       01 WS-RES-META               PIC Z(08)9.99.
       01 WS-RES-REAL               PIC -(09)9.99.
       01 WS-RES-FALTA              PIC -(09)9.99.
       01 WS-RES-RITMO              PIC -(09)9.99.
       01 WS-PCT-EDIT               PIC -(04)9.9.
       01 WS-POSICAO                PIC ZZ9.
       01 WS-CLASSE-EDIT            PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.

           STOP RUN.

       PROCESSAR    SECTION.
           DISPLAY "VENDAS CONTRA META".
           DISPLAY "------------------".
           DISPLAY "1 - MES ATE A DATA (LOJA E CLASSE)".
           DISPLAY "2 - RANKING DAS LOJAS NO ANO".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM META-DO-MES
               WHEN 2
                   PERFORM RANKING-DO-ANO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- DATA DE REFERENCIA E DIAS DO MES ---------*
       PEDIR-DATA-REF    SECTION.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): ".
              ACCEPT WS-DATA-REF.
           IF WS-DATA-REF EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF
           END-IF.
           COMPUTE WS-COMPETENCIA = WS-REF-ANO * 100 + WS-REF-MES.

           IF WS-REF-MES EQUAL 12
              COMPUTE WS-PROX-MES = (WS-REF-ANO + 1) * 10000 + 0101
           ELSE
              COMPUTE WS-PROX-MES = WS-REF-ANO * 10000
                                  + (WS-REF-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DIAS-MES = FUNCTION INTEGER-OF-DATE (WS-PROX-MES)
                 - FUNCTION INTEGER-OF-DATE (WS-COMPETENCIA * 100 + 1).
           COMPUTE WS-DIAS-RESTAM = WS-DIAS-MES - WS-REF-DIA.

      *------------------- MES ATE A DATA ---------------------------*
       META-DO-MES    SECTION.
           PERFORM PEDIR-DATA-REF.
           MOVE 'M' TO WS-MODO.
           MOVE WS-COMPETENCIA TO WS-COMP-INI.
           MOVE 'N' TO WS-MT-ESTOURO.
           MOVE 0 TO WS-MT-ITENS.
           PERFORM CARREGAR-METAS.
           IF WS-MT-ITENS EQUAL 0
              DISPLAY "NENHUMA META CADASTRADA PARA " WS-COMPETENCIA
              GO TO META-DO-MES-FIM
           END-IF.

           COMPUTE WS-DATA-INI = WS-COMPETENCIA * 100 + 1.
           PERFORM SOMAR-REALIZADO.
           PERFORM ORDENAR-POR-CHAVE.

           DISPLAY "META DE " WS-COMPETENCIA " ATE " WS-DATA-REF
                   " - RESTAM " WS-DIAS-RESTAM " DIAS".
           DISPLAY "LOJA CL          META     REALIZADO      %"
                   "         FALTA       POR DIA".
           DISPLAY "(CL * = META DA LOJA INTEIRA)".
           MOVE 0 TO WS-MT-IDX.
           PERFORM EXIBIR-META-DO-MES
              UNTIL WS-MT-IDX NOT < WS-MT-ITENS.

       META-DO-MES-FIM.
           EXIT.

       EXIBIR-META-DO-MES    SECTION.
           ADD 1 TO WS-MT-IDX.
           PERFORM CALCULAR-PCT.

           COMPUTE WS-FALTA = WS-MT-META (WS-MT-IDX)
                            - WS-MT-REAL (WS-MT-IDX).
           IF WS-FALTA < 0
              MOVE 0 TO WS-FALTA
           END-IF.
      *    NO ULTIMO DIA DO MES O QUE FALTA TEM DE SAIR NO PROPRIO DIA
           IF WS-DIAS-RESTAM EQUAL 0
              MOVE WS-FALTA TO WS-RITMO
           ELSE
              COMPUTE WS-RITMO ROUNDED = WS-FALTA / WS-DIAS-RESTAM
           END-IF.

           MOVE WS-MT-CLASSE (WS-MT-IDX) TO WS-CLASSE-EDIT.
           IF WS-MT-CLASSE (WS-MT-IDX) EQUAL SPACES
              MOVE "*" TO WS-CLASSE-EDIT
           END-IF.
           MOVE WS-MT-META (WS-MT-IDX) TO WS-RES-META.
           MOVE WS-MT-REAL (WS-MT-IDX) TO WS-RES-REAL.
           MOVE WS-MT-PCT (WS-MT-IDX)  TO WS-PCT-EDIT.
           MOVE WS-FALTA               TO WS-RES-FALTA.
           MOVE WS-RITMO               TO WS-RES-RITMO.
           DISPLAY WS-MT-LOJA (WS-MT-IDX) "  " WS-CLASSE-EDIT
                   " " WS-RES-META " " WS-RES-REAL " " WS-PCT-EDIT
                   " " WS-RES-FALTA " " WS-RES-RITMO.

      *------------------- RANKING DO ANO ATE A DATA ----------------*
       RANKING-DO-ANO    SECTION.
           PERFORM PEDIR-DATA-REF.
           MOVE 'A' TO WS-MODO.
           COMPUTE WS-COMP-INI = WS-REF-ANO * 100 + 1.
           MOVE 'N' TO WS-MT-ESTOURO.
           MOVE 0 TO WS-MT-ITENS.
           PERFORM CARREGAR-METAS.
           IF WS-MT-ITENS EQUAL 0
              DISPLAY "NENHUMA META CADASTRADA NO ANO " WS-REF-ANO
              GO TO RANKING-DO-ANO-FIM
           END-IF.

           COMPUTE WS-DATA-INI = WS-COMP-INI * 100 + 1.
           PERFORM SOMAR-REALIZADO.

           MOVE 0 TO WS-MT-IDX.
           PERFORM CALCULAR-UM-PCT UNTIL WS-MT-IDX NOT < WS-MT-ITENS.
           PERFORM ORDENAR-POR-PCT.

           DISPLAY "RANKING DE ATINGIMENTO - " WS-REF-ANO
                   " ATE " WS-DATA-REF.
           DISPLAY "POS LOJA     META NO ANO     REALIZADO      %".
           MOVE 0 TO WS-MT-IDX.
           PERFORM EXIBIR-RANKING
              UNTIL WS-MT-IDX NOT < WS-MT-ITENS.

       RANKING-DO-ANO-FIM.
           EXIT.

       CALCULAR-UM-PCT    SECTION.
           ADD 1 TO WS-MT-IDX.
           PERFORM CALCULAR-PCT.

       EXIBIR-RANKING    SECTION.
           ADD 1 TO WS-MT-IDX.
           MOVE WS-MT-IDX              TO WS-POSICAO.
           MOVE WS-MT-META (WS-MT-IDX) TO WS-RES-META.
           MOVE WS-MT-REAL (WS-MT-IDX) TO WS-RES-REAL.
           MOVE WS-MT-PCT (WS-MT-IDX)  TO WS-PCT-EDIT.
           DISPLAY WS-POSICAO " " WS-MT-LOJA (WS-MT-IDX) " "
                   WS-RES-META " " WS-RES-REAL " " WS-PCT-EDIT.

       CALCULAR-PCT    SECTION.
           IF WS-MT-META (WS-MT-IDX) EQUAL 0
              MOVE 0 TO WS-MT-PCT (WS-MT-IDX)
           ELSE
              COMPUTE WS-MT-PCT (WS-MT-IDX) ROUNDED =
                      WS-MT-REAL (WS-MT-IDX) * 100
                      / WS-MT-META (WS-MT-IDX)
           END-IF.

      *------------------- METAS DO PERIODO -------------------------*
      *  NO MES (WS-MODO-MES) CADA META E UMA LINHA;                 *
      *  NO ANO SO A META DA LOJA (CLASSE EM BRANCO) E SOMADA, E A   *
      *  DO MES DE REFERENCIA ENTRA PELOS DIAS JA CORRIDOS           *
       CARREGAR-METAS    SECTION.
           OPEN INPUT METAS.
           IF WS-FS-METAS NOT EQUAL ZEROS
              DISPLAY "SEM CADASTRO DE METAS (METAS.DAT)"
              GO TO CARREGAR-METAS-FIM
           END-IF.

           MOVE LOW-VALUES TO WS-META-CHAVE.
           START METAS KEY IS NOT LESS THAN WS-META-CHAVE.
           IF WS-FS-METAS EQUAL ZEROS
              READ METAS NEXT RECORD
           END-IF.
           PERFORM CARREGAR-UMA-META
              UNTIL WS-FS-METAS NOT EQUAL ZEROS.
           CLOSE METAS.

           IF WS-MT-ESTOURO EQUAL 'S'
              DISPLAY "AVISO: MAIS DE 200 METAS - O EXCEDENTE FICOU "
                      "DE FORA"
           END-IF.

       CARREGAR-METAS-FIM.
           EXIT.

       CARREGAR-UMA-META    SECTION.
           IF WS-META-COMPETENCIA < WS-COMP-INI
              OR WS-META-COMPETENCIA > WS-COMPETENCIA
              GO TO CARREGAR-UMA-META-FIM
           END-IF.

           MOVE WS-META-LOJA   TO WS-PROCURA-LOJA.
           MOVE WS-META-CLASSE TO WS-PROCURA-CLASSE.
           MOVE WS-META-VALOR  TO WS-META-PROPORC.
           IF WS-MODO-ANO
              IF WS-META-CLASSE NOT EQUAL SPACES
                 GO TO CARREGAR-UMA-META-FIM
              END-IF
              IF WS-META-COMPETENCIA EQUAL WS-COMPETENCIA
                 COMPUTE WS-META-PROPORC ROUNDED =
                         WS-META-VALOR * WS-REF-DIA / WS-DIAS-MES
              END-IF
           END-IF.

           PERFORM LOCALIZAR-META.
           IF WS-MT-ACHADO EQUAL 0
              IF WS-MT-ITENS NOT < 200
                 MOVE 'S' TO WS-MT-ESTOURO
                 GO TO CARREGAR-UMA-META-FIM
              END-IF
              ADD 1 TO WS-MT-ITENS
              MOVE WS-PROCURA-CHAVE TO WS-MT-CHAVE (WS-MT-ITENS)
              MOVE 0 TO WS-MT-META (WS-MT-ITENS)
              MOVE 0 TO WS-MT-REAL (WS-MT-ITENS)
              MOVE 0 TO WS-MT-PCT (WS-MT-ITENS)
              MOVE WS-MT-ITENS TO WS-MT-ACHADO
           END-IF.
           ADD WS-META-PROPORC TO WS-MT-META (WS-MT-ACHADO).

       CARREGAR-UMA-META-FIM.
           READ METAS NEXT RECORD.

       LOCALIZAR-META    SECTION.
           MOVE 0 TO WS-MT-ACHADO.
           MOVE 0 TO WS-MT-IDX.
           PERFORM PROCURAR-META
              UNTIL WS-MT-IDX NOT < WS-MT-ITENS
                 OR WS-MT-ACHADO NOT EQUAL 0.

       PROCURAR-META    SECTION.
           ADD 1 TO WS-MT-IDX.
           IF WS-MT-CHAVE (WS-MT-IDX) EQUAL WS-PROCURA-CHAVE
              MOVE WS-MT-IDX TO WS-MT-ACHADO
           END-IF.

      *------------------- REALIZADO DO DIARIO DE VENDAS ------------*
       SOMAR-REALIZADO    SECTION.
           MOVE 'N' TO WS-MESTRE-ABERTO.
           OPEN INPUT PRODMESTRE.
           IF WS-FS-MESTRE EQUAL ZEROS
              MOVE 'S' TO WS-MESTRE-ABERTO
           END-IF.

           MOVE "VENDASJRN"        TO WS-HA-ARQUIVO.
           MOVE WS-DATA-INI (1:4)  TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.
           MOVE 0 TO WS-ARQ-IDX.
           PERFORM SOMAR-REALIZADO-ARQUIVADO
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

           MOVE "..\DADOS\VENDASJRN.DAT" TO WS-ARQ-VENDASJRN.
           OPEN INPUT VENDASJRN.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              DISPLAY "SEM DIARIO DE VENDAS"
              GO TO SOMAR-REALIZADO-FIM
           END-IF.
           READ VENDASJRN.
           PERFORM SOMAR-UMA-VENDA
              UNTIL WS-FS-VENDASJRN NOT EQUAL ZEROS.
           CLOSE VENDASJRN.

       SOMAR-REALIZADO-FIM.
           IF WS-MESTRE-ABERTO EQUAL 'S'
              CLOSE PRODMESTRE
           END-IF.

      *    ANO JA NO ARQUIVO MORTO: LIDO ANTES DO DIARIO VIVO
       SOMAR-REALIZADO-ARQUIVADO    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-VENDASJRN.
           STRING "..\DADOS\ARCHIVE\VENDASJRN."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)         DELIMITED BY SIZE
                  INTO WS-ARQ-VENDASJRN.
           OPEN INPUT VENDASJRN.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-VENDASJRN
              GO TO SOMAR-REALIZADO-ARQUIVADO-FIM
           END-IF.
           READ VENDASJRN.
           PERFORM SOMAR-UMA-VENDA
              UNTIL WS-FS-VENDASJRN NOT EQUAL ZEROS.
           CLOSE VENDASJRN.

       SOMAR-REALIZADO-ARQUIVADO-FIM.
           EXIT.

       SOMAR-UMA-VENDA    SECTION.
           IF WS-VJ-DATA < WS-DATA-INI
              OR WS-VJ-DATA > WS-DATA-REF
              GO TO SOMAR-UMA-VENDA-FIM
           END-IF.

           MOVE WS-VJ-VALOR TO WS-VALOR-LIQ.
           IF WS-VJ-DEVOLUCAO
              COMPUTE WS-VALOR-LIQ = 0 - WS-VJ-VALOR
           END-IF.

           MOVE WS-VJ-LOJA TO WS-PROCURA-LOJA.
           MOVE SPACES     TO WS-PROCURA-CLASSE.
           PERFORM LOCALIZAR-META.
           IF WS-MT-ACHADO NOT EQUAL 0
              ADD WS-VALOR-LIQ TO WS-MT-REAL (WS-MT-ACHADO)
           END-IF.

      *    NO RANKING DO ANO NAO HA LINHA DE CLASSE
           IF WS-MODO-ANO
              OR WS-MESTRE-ABERTO NOT EQUAL 'S'
              GO TO SOMAR-UMA-VENDA-FIM
           END-IF.
           MOVE WS-VJ-PRODUTO TO WS-PM-CODIGO.
           READ PRODMESTRE KEY IS WS-PM-CODIGO.
           IF WS-FS-MESTRE NOT EQUAL ZEROS
              OR WS-PM-CLASSE-ABC EQUAL SPACES
              GO TO SOMAR-UMA-VENDA-FIM
           END-IF.
           MOVE WS-PM-CLASSE-ABC TO WS-PROCURA-CLASSE.
           PERFORM LOCALIZAR-META.
           IF WS-MT-ACHADO NOT EQUAL 0
              ADD WS-VALOR-LIQ TO WS-MT-REAL (WS-MT-ACHADO)
           END-IF.

       SOMAR-UMA-VENDA-FIM.
           READ VENDASJRN.

      *------------------- ORDENACOES -------------------------------*
       ORDENAR-POR-CHAVE    SECTION.
           MOVE 'S' TO WS-TROCOU.
           PERFORM PASSADA-POR-CHAVE UNTIL WS-TROCOU EQUAL 'N'.

       PASSADA-POR-CHAVE    SECTION.
           MOVE 'N' TO WS-TROCOU.
           MOVE 1 TO WS-MT-IDX.
           PERFORM COMPARAR-POR-CHAVE
              UNTIL WS-MT-IDX NOT < WS-MT-ITENS.

       COMPARAR-POR-CHAVE    SECTION.
           COMPUTE WS-MT-SEG = WS-MT-IDX + 1.
           IF WS-MT-CHAVE (WS-MT-IDX) > WS-MT-CHAVE (WS-MT-SEG)
              PERFORM TROCAR-VIZINHOS
           END-IF.
           ADD 1 TO WS-MT-IDX.

       ORDENAR-POR-PCT    SECTION.
           MOVE 'S' TO WS-TROCOU.
           PERFORM PASSADA-POR-PCT UNTIL WS-TROCOU EQUAL 'N'.

       PASSADA-POR-PCT    SECTION.
           MOVE 'N' TO WS-TROCOU.
           MOVE 1 TO WS-MT-IDX.
           PERFORM COMPARAR-POR-PCT
              UNTIL WS-MT-IDX NOT < WS-MT-ITENS.

       COMPARAR-POR-PCT    SECTION.
           COMPUTE WS-MT-SEG = WS-MT-IDX + 1.
           IF WS-MT-PCT (WS-MT-IDX) < WS-MT-PCT (WS-MT-SEG)
              PERFORM TROCAR-VIZINHOS
           END-IF.
           ADD 1 TO WS-MT-IDX.

       TROCAR-VIZINHOS    SECTION.
           MOVE WS-MT (WS-MT-IDX) TO WS-MT-AUX.
           MOVE WS-MT (WS-MT-SEG) TO WS-MT (WS-MT-IDX).
           MOVE WS-MT-AUX         TO WS-MT (WS-MT-SEG).
           MOVE 'S' TO WS-TROCOU.
       END PROGRAM 2-METAREL.
