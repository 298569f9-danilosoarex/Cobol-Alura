      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. LICENCAREL.
      *-----------------------------------------------------------------
      *  CUSTO POR EXIBICAO DOS TITULOS LICENCIADOS (VER TITULOCAD).
      *  O VALOR DE CADA LICENCA E RATEADO PELOS DIAS DA JANELA; O MES
      *  PEDIDO ARCA COM OS DIAS DELE QUE CAEM NA JANELA. O CUSTO DO
      *  MES DIVIDIDO PELAS EXIBICOES DO TITULO NO HISTORICO.DAT NO
      *  MESMO MES DA O CUSTO POR EXIBICAO, POR TITULO E POR GENERO.
      *  NO FIM, A LISTA DE RENOVACAO: LICENCAS QUE VENCEM NOS PROXIMOS
      *  60 DIAS, DA MAIOR PARA A MENOR AUDIENCIA DOS ULTIMOS 90 DIAS,
      *  COM A DATA LIMITE DO AVISO A DISTRIBUIDORA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT TITULOS ASSIGN TO "..\DADOS\TITULOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TITULOS.

           SELECT HISTORICO ASSIGN TO "..\DADOS\HISTORICO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTORICO.

           SELECT LICENCAS ASSIGN TO "..\DADOS\LICENCAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LICENCAS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER TITULOCAD) ----------------------------*
       FD  TITULOS.
       01  WS-TIT-REG.
           05 WS-TIT-CODIGO             PIC 9(04).
           05 WS-TIT-NOME               PIC X(21).
           05 WS-TIT-GENERO             PIC X(01).
           05 WS-TIT-CLASSIF            PIC 9(02).
           05 WS-TIT-DISP-DE            PIC 9(08).
           05 WS-TIT-DISP-ATE           PIC 9(08).

      *------------------- (VER WHATWATCH) ----------------------------*
       FD  HISTORICO.
       01  WS-HIST-REG.
           05 WS-HIST-DATAHORA          PIC X(14).
           05 WS-HIST-USUARIO           PIC X(10).
           05 WS-HIST-RECOMENDACAO      PIC X(21).
           05 WS-HIST-TITULO            PIC 9(04).

      *------------------- (VER TITULOCAD) ----------------------------*
       FD  LICENCAS.
       01  WS-LIC-REG.
           05 WS-LIC-TITULO             PIC 9(04).
           05 WS-LIC-DISTRIBUIDORA      PIC X(20).
           05 WS-LIC-VALOR              PIC 9(07)V99.
           05 WS-LIC-INICIO             PIC 9(08).
           05 WS-LIC-FIM                PIC 9(08).
           05 WS-LIC-AVISO-DIAS         PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-FS-TITULOS                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-HISTORICO               PIC 9(02) VALUE ZEROS.
       01 WS-FS-LICENCAS                PIC 9(02) VALUE ZEROS.

      *------------------- DATAS DO FECHAMENTO ------------------------*
       01 WS-MES                        PIC 9(06) VALUE 0.
       01 WS-MES-R REDEFINES WS-MES.
           05 WS-MES-ANO                PIC 9(04).
           05 WS-MES-MM                 PIC 9(02).
       01 WS-DATA-AUX                   PIC 9(08) VALUE 0.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AUX-ANO                PIC 9(04).
           05 WS-AUX-MM                 PIC 9(02).
           05 WS-AUX-DD                 PIC 9(02).
       01 WS-HOJE                       PIC 9(08) VALUE 0.
       01 WS-HOJE-INT                   PIC 9(07) VALUE 0.
       01 WS-MES-INI-INT                PIC 9(07) VALUE 0.
       01 WS-MES-FIM-INT                PIC 9(07) VALUE 0.
       01 WS-JANELA-90-INT              PIC 9(07) VALUE 0.
       01 WS-LIMITE-60-INT              PIC 9(07) VALUE 0.
       01 WS-DIA-INT                    PIC 9(07) VALUE 0.
       01 WS-LIC-INI-INT                PIC 9(07) VALUE 0.
       01 WS-LIC-FIM-INT                PIC 9(07) VALUE 0.
       01 WS-RATEIO-INI                 PIC 9(07) VALUE 0.
       01 WS-RATEIO-FIM                 PIC 9(07) VALUE 0.
       01 WS-DIAS-LICENCA               PIC 9(05) VALUE 0.
       01 WS-DIAS-NO-MES                PIC 9(05) VALUE 0.
       01 WS-DIAS-RESTANTES             PIC 9(03) VALUE 0.
       01 WS-DATA-AVISO                 PIC 9(08) VALUE 0.

      *------------------- LICENCAS EM MEMORIA ------------------------*
       01 WS-RELACAO.
           05 WS-REL-ITEM OCCURS 30 TIMES.
              10 WS-REL-TITULO          PIC 9(04).
              10 WS-REL-NOME            PIC X(21).
              10 WS-REL-GENERO          PIC X(01).
              10 WS-REL-DISTRIBUIDORA   PIC X(20).
              10 WS-REL-VALOR           PIC 9(07)V99.
              10 WS-REL-INICIO          PIC 9(08).
              10 WS-REL-FIM             PIC 9(08).
              10 WS-REL-AVISO-DIAS      PIC 9(03).
              10 WS-REL-VISTOS-MES      PIC 9(05).
              10 WS-REL-VISTOS-90       PIC 9(05).
              10 WS-REL-CUSTO-MES       PIC 9(07)V99.
              10 WS-REL-RENOVA          PIC X(01).
       01 WS-REL-ITENS                  PIC 9(02) COMP VALUE 0.
       01 WS-REL-IDX                    PIC 9(02) COMP VALUE 0.
       01 WS-REL-MELHOR                 PIC 9(02) COMP VALUE 0.
       01 WS-POSICAO                    PIC 9(02) VALUE 0.

      *------------------- TOTAIS POR GENERO --------------------------*
       01 WS-GEN-LETRAS                 PIC X(03) VALUE "NEF".
       01 WS-GEN-LETRAS-R REDEFINES WS-GEN-LETRAS.
           05 WS-GEN-LETRA              PIC X(01) OCCURS 3 TIMES.
       01 WS-GENEROS.
           05 WS-GEN OCCURS 3 TIMES.
              10 WS-GEN-CUSTO           PIC 9(09)V99.
              10 WS-GEN-VISTOS          PIC 9(07).
       01 WS-GEN-IDX                    PIC 9(01) VALUE 0.
       01 WS-GEN-NOME                   PIC X(15) VALUE SPACES.

       01 WS-CUSTO-TOTAL                PIC 9(09)V99 VALUE 0.
       01 WS-VISTOS-TOTAL               PIC 9(07) VALUE 0.
       01 WS-CUSTO-VISTO                PIC 9(07)V99 VALUE 0.
       01 WS-QTD-FORA-LICENCA           PIC 9(07) VALUE 0.
       01 WS-QTD-RENOVACOES             PIC 9(02) VALUE 0.
       01 WS-ALERTA-AVISO               PIC X(13) VALUE SPACES.

       01 WS-CUSTO-EDIT                 PIC Z.ZZZ.ZZ9,99.
       01 WS-VISTO-EDIT                 PIC ZZZ.ZZ9,99.
       01 WS-QTD-EDIT                   PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-LICENCAS.
           IF WS-REL-ITENS EQUAL 0
              DISPLAY "SEM LICENCAS CADASTRADAS (TITULOCAD OPCAO 5)"
              STOP RUN
           END-IF.
           PERFORM COMPLETAR-COM-CATALOGO.
           PERFORM APURAR-EXIBICOES.
           PERFORM LISTAR-CUSTO-POR-EXIBICAO.
           PERFORM LISTAR-GENEROS.
           PERFORM LISTAR-RENOVACOES.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "MES DO FECHAMENTO (AAAAMM, 0 = MES ATUAL): ".
              ACCEPT WS-MES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOJE.
           IF WS-MES EQUAL ZEROS
              MOVE WS-HOJE (1:6) TO WS-MES
           END-IF.
           IF WS-MES-MM < 1 OR WS-MES-MM > 12
              DISPLAY "MES INVALIDO"
              STOP RUN
           END-IF.

      *    PRIMEIRO E ULTIMO DIA DO MES PEDIDO
           MOVE WS-MES-ANO TO WS-AUX-ANO.
           MOVE WS-MES-MM  TO WS-AUX-MM.
           MOVE 1          TO WS-AUX-DD.
           COMPUTE WS-MES-INI-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-AUX).
           IF WS-MES-MM EQUAL 12
              ADD 1 TO WS-AUX-ANO
              MOVE 1 TO WS-AUX-MM
           ELSE
              ADD 1 TO WS-AUX-MM
           END-IF.
           COMPUTE WS-MES-FIM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) - 1.

           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           COMPUTE WS-JANELA-90-INT = WS-HOJE-INT - 90.
           COMPUTE WS-LIMITE-60-INT = WS-HOJE-INT + 60.
           INITIALIZE WS-GENEROS.

      *------------------- CONTRATOS DE LICENCA -----------------------*
       CARREGAR-LICENCAS    SECTION.
           MOVE 0 TO WS-REL-ITENS.

           OPEN INPUT LICENCAS.
           IF WS-FS-LICENCAS NOT EQUAL ZEROS
              GO TO CARREGAR-LICENCAS-FIM
           END-IF.
           READ LICENCAS.
           PERFORM CARREGAR-UMA-LICENCA
              UNTIL WS-FS-LICENCAS NOT EQUAL ZEROS
                 OR WS-REL-ITENS NOT < 30.
           CLOSE LICENCAS.

       CARREGAR-LICENCAS-FIM.
           EXIT.

       CARREGAR-UMA-LICENCA    SECTION.
           ADD 1 TO WS-REL-ITENS.
           MOVE WS-LIC-TITULO     TO WS-REL-TITULO     (WS-REL-ITENS).
           MOVE "(FORA DO CATALOGO)"
             TO WS-REL-NOME (WS-REL-ITENS).
           MOVE SPACE             TO WS-REL-GENERO     (WS-REL-ITENS).
           MOVE WS-LIC-DISTRIBUIDORA
             TO WS-REL-DISTRIBUIDORA (WS-REL-ITENS).
           MOVE WS-LIC-VALOR      TO WS-REL-VALOR      (WS-REL-ITENS).
           MOVE WS-LIC-INICIO     TO WS-REL-INICIO     (WS-REL-ITENS).
           MOVE WS-LIC-FIM        TO WS-REL-FIM        (WS-REL-ITENS).
           MOVE WS-LIC-AVISO-DIAS TO WS-REL-AVISO-DIAS (WS-REL-ITENS).
           MOVE ZEROS             TO WS-REL-VISTOS-MES (WS-REL-ITENS).
           MOVE ZEROS             TO WS-REL-VISTOS-90  (WS-REL-ITENS).
           MOVE ZEROS             TO WS-REL-CUSTO-MES  (WS-REL-ITENS).
           MOVE 'N'               TO WS-REL-RENOVA     (WS-REL-ITENS).
           READ LICENCAS.

      *------------------- NOME E GENERO VEM DO CATALOGO --------------*
       COMPLETAR-COM-CATALOGO    SECTION.
           OPEN INPUT TITULOS.
           IF WS-FS-TITULOS NOT EQUAL ZEROS
              GO TO COMPLETAR-COM-CATALOGO-FIM
           END-IF.
           READ TITULOS.
           PERFORM COMPLETAR-UM-TITULO
              UNTIL WS-FS-TITULOS NOT EQUAL ZEROS.
           CLOSE TITULOS.

       COMPLETAR-COM-CATALOGO-FIM.
           EXIT.

       COMPLETAR-UM-TITULO    SECTION.
           MOVE 1 TO WS-REL-IDX.
           PERFORM COPIAR-SE-LICENCIADO
              UNTIL WS-REL-IDX > WS-REL-ITENS.
           READ TITULOS.

       COPIAR-SE-LICENCIADO    SECTION.
           IF WS-REL-TITULO (WS-REL-IDX) EQUAL WS-TIT-CODIGO
              MOVE WS-TIT-NOME   TO WS-REL-NOME   (WS-REL-IDX)
              MOVE WS-TIT-GENERO TO WS-REL-GENERO (WS-REL-IDX)
           END-IF.
           ADD 1 TO WS-REL-IDX.

      *------------------- EXIBICOES DO MES E DOS ULTIMOS 90 DIAS -----*
      *  SO CONTAM REGISTROS COM CODIGO DO CATALOGO (VER WHATWATCH)   *
       APURAR-EXIBICOES    SECTION.
           OPEN INPUT HISTORICO.
           IF WS-FS-HISTORICO NOT EQUAL ZEROS
              DISPLAY "SEM HISTORICO DE EXIBICOES"
              GO TO APURAR-EXIBICOES-FIM
           END-IF.
           READ HISTORICO.
           PERFORM CONTAR-UMA-EXIBICAO
              UNTIL WS-FS-HISTORICO NOT EQUAL ZEROS.
           CLOSE HISTORICO.

       APURAR-EXIBICOES-FIM.
           EXIT.

       CONTAR-UMA-EXIBICAO    SECTION.
           IF WS-HIST-TITULO NOT NUMERIC
              OR WS-HIST-TITULO EQUAL ZEROS
              OR WS-HIST-DATAHORA (1:8) NOT NUMERIC
              GO TO CONTAR-UMA-EXIBICAO-FIM
           END-IF.
           MOVE WS-HIST-DATAHORA (1:8) TO WS-DATA-AUX.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-AUX) NOT = 0
              GO TO CONTAR-UMA-EXIBICAO-FIM
           END-IF.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE (WS-DATA-AUX).

           MOVE 1 TO WS-REL-IDX.
           PERFORM SOMAR-SE-LICENCIADO
              UNTIL WS-REL-IDX > WS-REL-ITENS.

       CONTAR-UMA-EXIBICAO-FIM.
           READ HISTORICO.

       SOMAR-SE-LICENCIADO    SECTION.
           IF WS-REL-TITULO (WS-REL-IDX) EQUAL WS-HIST-TITULO
              IF WS-DATA-AUX (1:6) EQUAL WS-MES
                 ADD 1 TO WS-REL-VISTOS-MES (WS-REL-IDX)
              END-IF
              IF WS-DIA-INT > WS-JANELA-90-INT
                 AND WS-DIA-INT NOT > WS-HOJE-INT
                 ADD 1 TO WS-REL-VISTOS-90 (WS-REL-IDX)
              END-IF
           END-IF.
           ADD 1 TO WS-REL-IDX.

      *------------------- CUSTO POR EXIBICAO POR TITULO --------------*
       LISTAR-CUSTO-POR-EXIBICAO    SECTION.
           DISPLAY "LICENCAS DE TITULOS - CUSTO POR EXIBICAO EM "
                   WS-MES.
           DISPLAY "-------------------------------------------------"
                   "-------------------------".
           DISPLAY "CODIGO TITULO                G DIAS  CUSTO DO MES "
                   "EXIBICOES  POR EXIBICAO".
           MOVE 1 TO WS-REL-IDX.
           PERFORM CUSTEAR-UM-TITULO
              UNTIL WS-REL-IDX > WS-REL-ITENS.

           DISPLAY "-------------------------------------------------"
                   "-------------------------".
           MOVE WS-CUSTO-TOTAL  TO WS-CUSTO-EDIT.
           MOVE WS-VISTOS-TOTAL TO WS-QTD-EDIT.
           IF WS-VISTOS-TOTAL > 0
              COMPUTE WS-CUSTO-VISTO ROUNDED =
                      WS-CUSTO-TOTAL / WS-VISTOS-TOTAL
              MOVE WS-CUSTO-VISTO TO WS-VISTO-EDIT
              DISPLAY "TOTAL DO MES.................. "
                      WS-CUSTO-EDIT "    " WS-QTD-EDIT "   "
                      WS-VISTO-EDIT
           ELSE
              DISPLAY "TOTAL DO MES.................. "
                      WS-CUSTO-EDIT "    " WS-QTD-EDIT
                      "   SEM EXIBICAO"
           END-IF.
           IF WS-QTD-FORA-LICENCA > 0
              MOVE WS-QTD-FORA-LICENCA TO WS-QTD-EDIT
              DISPLAY "EXIBICOES FORA DA JANELA DA LICENCA: "
                      WS-QTD-EDIT
           END-IF.

      *  O MES ARCA COM (DIAS DA JANELA NO MES / DIAS DA JANELA) DO   *
      *  VALOR DA LICENCA; LICENCA SEM DIA NO MES NAO ENTRA NA LISTA  *
       CUSTEAR-UM-TITULO    SECTION.
           MOVE WS-REL-INICIO (WS-REL-IDX) TO WS-DATA-AUX.
           COMPUTE WS-LIC-INI-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-AUX).
           MOVE WS-REL-FIM (WS-REL-IDX)    TO WS-DATA-AUX.
           COMPUTE WS-LIC-FIM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-AUX).
           COMPUTE WS-DIAS-LICENCA =
                   WS-LIC-FIM-INT - WS-LIC-INI-INT + 1.

           MOVE WS-LIC-INI-INT TO WS-RATEIO-INI.
           IF WS-MES-INI-INT > WS-RATEIO-INI
              MOVE WS-MES-INI-INT TO WS-RATEIO-INI
           END-IF.
           MOVE WS-LIC-FIM-INT TO WS-RATEIO-FIM.
           IF WS-MES-FIM-INT < WS-RATEIO-FIM
              MOVE WS-MES-FIM-INT TO WS-RATEIO-FIM
           END-IF.

           IF WS-RATEIO-FIM < WS-RATEIO-INI
              ADD WS-REL-VISTOS-MES (WS-REL-IDX) TO WS-QTD-FORA-LICENCA
              GO TO CUSTEAR-UM-TITULO-FIM
           END-IF.

           COMPUTE WS-DIAS-NO-MES = WS-RATEIO-FIM - WS-RATEIO-INI + 1.
           COMPUTE WS-REL-CUSTO-MES (WS-REL-IDX) ROUNDED =
                   WS-REL-VALOR (WS-REL-IDX) * WS-DIAS-NO-MES
                                             / WS-DIAS-LICENCA.
           ADD WS-REL-CUSTO-MES (WS-REL-IDX)  TO WS-CUSTO-TOTAL.
           ADD WS-REL-VISTOS-MES (WS-REL-IDX) TO WS-VISTOS-TOTAL.
           PERFORM ACUMULAR-GENERO.

           MOVE WS-REL-CUSTO-MES (WS-REL-IDX)  TO WS-CUSTO-EDIT.
           MOVE WS-REL-VISTOS-MES (WS-REL-IDX) TO WS-QTD-EDIT.
           IF WS-REL-VISTOS-MES (WS-REL-IDX) > 0
              COMPUTE WS-CUSTO-VISTO ROUNDED =
                      WS-REL-CUSTO-MES (WS-REL-IDX)
                    / WS-REL-VISTOS-MES (WS-REL-IDX)
              MOVE WS-CUSTO-VISTO TO WS-VISTO-EDIT
              DISPLAY WS-REL-TITULO (WS-REL-IDX) "   "
                      WS-REL-NOME (WS-REL-IDX) " "
                      WS-REL-GENERO (WS-REL-IDX) " "
                      WS-DIAS-NO-MES (4:2) "  "
                      WS-CUSTO-EDIT "    " WS-QTD-EDIT "   "
                      WS-VISTO-EDIT
           ELSE
              DISPLAY WS-REL-TITULO (WS-REL-IDX) "   "
                      WS-REL-NOME (WS-REL-IDX) " "
                      WS-REL-GENERO (WS-REL-IDX) " "
                      WS-DIAS-NO-MES (4:2) "  "
                      WS-CUSTO-EDIT "    " WS-QTD-EDIT
                      "   SEM EXIBICAO"
           END-IF.

       CUSTEAR-UM-TITULO-FIM.
           ADD 1 TO WS-REL-IDX.

       ACUMULAR-GENERO    SECTION.
           EVALUATE WS-REL-GENERO (WS-REL-IDX)
               WHEN 'N'
                   MOVE 1 TO WS-GEN-IDX
               WHEN 'E'
                   MOVE 2 TO WS-GEN-IDX
               WHEN 'F'
                   MOVE 3 TO WS-GEN-IDX
               WHEN OTHER
                   GO TO ACUMULAR-GENERO-FIM
           END-EVALUATE.
           ADD WS-REL-CUSTO-MES (WS-REL-IDX)
            TO WS-GEN-CUSTO (WS-GEN-IDX).
           ADD WS-REL-VISTOS-MES (WS-REL-IDX)
            TO WS-GEN-VISTOS (WS-GEN-IDX).

       ACUMULAR-GENERO-FIM.
           EXIT.

      *------------------- CUSTO POR EXIBICAO POR GENERO --------------*
       LISTAR-GENEROS    SECTION.
           DISPLAY " ".
           DISPLAY "GENERO            CUSTO DO MES EXIBICOES  "
                   "POR EXIBICAO".
           MOVE 1 TO WS-GEN-IDX.
           PERFORM LISTAR-UM-GENERO
              UNTIL WS-GEN-IDX > 3.

       LISTAR-UM-GENERO    SECTION.
           EVALUATE WS-GEN-LETRA (WS-GEN-IDX)
               WHEN 'N'
                   MOVE "NOTICIAS"        TO WS-GEN-NOME
               WHEN 'E'
                   MOVE "ENTRETENIMENTO"  TO WS-GEN-NOME
               WHEN 'F'
                   MOVE "FILMES"          TO WS-GEN-NOME
           END-EVALUATE.
           MOVE WS-GEN-CUSTO (WS-GEN-IDX)  TO WS-CUSTO-EDIT.
           MOVE WS-GEN-VISTOS (WS-GEN-IDX) TO WS-QTD-EDIT.
           IF WS-GEN-VISTOS (WS-GEN-IDX) > 0
              COMPUTE WS-CUSTO-VISTO ROUNDED =
                      WS-GEN-CUSTO (WS-GEN-IDX)
                    / WS-GEN-VISTOS (WS-GEN-IDX)
              MOVE WS-CUSTO-VISTO TO WS-VISTO-EDIT
              DISPLAY WS-GEN-NOME " " WS-CUSTO-EDIT "    "
                      WS-QTD-EDIT "   " WS-VISTO-EDIT
           ELSE
              DISPLAY WS-GEN-NOME " " WS-CUSTO-EDIT "    "
                      WS-QTD-EDIT "   SEM EXIBICAO"
           END-IF.
           ADD 1 TO WS-GEN-IDX.

      *------------------- LISTA DE RENOVACAO -------------------------*
      *  VENCE ENTRE HOJE E HOJE + 60 DIAS; SAI DA MAIOR PARA A MENOR *
      *  AUDIENCIA DOS ULTIMOS 90 DIAS. "AVISO VENCIDO" = JA PASSOU A *
      *  DATA LIMITE PARA AVISAR A DISTRIBUIDORA QUE VAMOS RENOVAR    *
       LISTAR-RENOVACOES    SECTION.
           MOVE 0 TO WS-QTD-RENOVACOES.
           MOVE 1 TO WS-REL-IDX.
           PERFORM MARCAR-SE-VENCE
              UNTIL WS-REL-IDX > WS-REL-ITENS.

           DISPLAY " ".
           DISPLAY "RENOVACOES - LICENCAS QUE VENCEM ATE 60 DIAS APOS "
                   WS-HOJE.
           IF WS-QTD-RENOVACOES EQUAL 0
              DISPLAY "NENHUMA LICENCA VENCENDO"
              GO TO LISTAR-RENOVACOES-FIM
           END-IF.
           DISPLAY "POS CODIGO TITULO                DISTRIBUIDORA    "
                   "    VENCE    DIAS AVISAR ATE  AUD.90D".

           MOVE 0 TO WS-POSICAO.
           MOVE 1 TO WS-REL-MELHOR.
           PERFORM LISTAR-UMA-RENOVACAO
              UNTIL WS-REL-MELHOR EQUAL 0.

       LISTAR-RENOVACOES-FIM.
           EXIT.

       MARCAR-SE-VENCE    SECTION.
           MOVE WS-REL-FIM (WS-REL-IDX) TO WS-DATA-AUX.
           COMPUTE WS-LIC-FIM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-AUX).
           IF WS-LIC-FIM-INT NOT < WS-HOJE-INT
              AND WS-LIC-FIM-INT NOT > WS-LIMITE-60-INT
              MOVE 'S' TO WS-REL-RENOVA (WS-REL-IDX)
              ADD 1 TO WS-QTD-RENOVACOES
           END-IF.
           ADD 1 TO WS-REL-IDX.

       LISTAR-UMA-RENOVACAO    SECTION.
           MOVE 0 TO WS-REL-MELHOR.
           MOVE 1 TO WS-REL-IDX.
           PERFORM COMPARAR-AUDIENCIA
              UNTIL WS-REL-IDX > WS-REL-ITENS.
           IF WS-REL-MELHOR EQUAL 0
              GO TO LISTAR-UMA-RENOVACAO-FIM
           END-IF.
           MOVE 'L' TO WS-REL-RENOVA (WS-REL-MELHOR).
           ADD 1 TO WS-POSICAO.

           MOVE WS-REL-FIM (WS-REL-MELHOR) TO WS-DATA-AUX.
           COMPUTE WS-LIC-FIM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-AUX).
           COMPUTE WS-DIAS-RESTANTES = WS-LIC-FIM-INT - WS-HOJE-INT.
           COMPUTE WS-DIA-INT =
                   WS-LIC-FIM-INT - WS-REL-AVISO-DIAS (WS-REL-MELHOR).
           COMPUTE WS-DATA-AVISO =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-INT).
           IF WS-DIA-INT < WS-HOJE-INT
              MOVE "AVISO VENCIDO" TO WS-ALERTA-AVISO
           ELSE
              MOVE SPACES          TO WS-ALERTA-AVISO
           END-IF.
           MOVE WS-REL-VISTOS-90 (WS-REL-MELHOR) TO WS-QTD-EDIT.
           DISPLAY WS-POSICAO "  "
                   WS-REL-TITULO (WS-REL-MELHOR) "   "
                   WS-REL-NOME (WS-REL-MELHOR) " "
                   WS-REL-DISTRIBUIDORA (WS-REL-MELHOR) " "
                   WS-REL-FIM (WS-REL-MELHOR) " "
                   WS-DIAS-RESTANTES " "
                   WS-DATA-AVISO " " WS-QTD-EDIT " "
                   WS-ALERTA-AVISO.

       LISTAR-UMA-RENOVACAO-FIM.
           EXIT.

       COMPARAR-AUDIENCIA    SECTION.
           IF WS-REL-RENOVA (WS-REL-IDX) EQUAL 'S'
              IF WS-REL-MELHOR EQUAL 0
                 OR WS-REL-VISTOS-90 (WS-REL-IDX) >
                    WS-REL-VISTOS-90 (WS-REL-MELHOR)
                 MOVE WS-REL-IDX TO WS-REL-MELHOR
              END-IF
           END-IF.
           ADD 1 TO WS-REL-IDX.
       END PROGRAM LICENCAREL.
