           SELECT HISTORICO ASSIGN TO "..\DADOS\HISTORICO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTORICO.

           SELECT LICENCAS ASSIGN TO "..\DADOS\LICENCAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LICENCAS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-HIST-RECOMENDACAO      PIC X(21).
           05 WS-HIST-TITULO            PIC 9(04).

      *------------------- CONTRATO DE LICENCA DO TITULO -------------*
      *  UM CONTRATO VIGENTE POR TITULO; A JANELA DA LICENCA PASSA A  *
      *  SER A DISPONIBILIDADE DO TITULO NO CATALOGO (VER LICENCAREL) *
       FD  LICENCAS.
       01  WS-LIC-REG.
           05 WS-LIC-TITULO             PIC 9(04).
           05 WS-LIC-DISTRIBUIDORA      PIC X(20).
           05 WS-LIC-VALOR              PIC 9(07)V99.
      *       VALOR TOTAL PAGO PELA JANELA INTEIRA DA LICENCA
           05 WS-LIC-INICIO             PIC 9(08).
           05 WS-LIC-FIM                PIC 9(08).
           05 WS-LIC-AVISO-DIAS         PIC 9(03).
      *       ANTECEDENCIA EXIGIDA PELA DISTRIBUIDORA PARA RENOVAR

       WORKING-STORAGE SECTION.
       01 WS-FS-TITULOS                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-HISTORICO               PIC 9(02) VALUE ZEROS.
       01 WS-FS-LICENCAS                PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                      PIC 9(01) VALUE 0.

      *------------------- CATALOGO EM MEMORIA ------------------------*
       01 WS-DISP-DE-ENT                PIC 9(08) VALUE 0.
       01 WS-DISP-ATE-ENT               PIC 9(08) VALUE 0.

      *------------------- CONTRATOS EM MEMORIA -----------------------*
       01 WS-LICENCAS.
           05 WS-LCT-ITEM OCCURS 30 TIMES.
              10 WS-LCT-TITULO          PIC 9(04).
              10 WS-LCT-DISTRIBUIDORA   PIC X(20).
              10 WS-LCT-VALOR           PIC 9(07)V99.
              10 WS-LCT-INICIO          PIC 9(08).
              10 WS-LCT-FIM             PIC 9(08).
              10 WS-LCT-AVISO-DIAS      PIC 9(03).
       01 WS-LCT-ITENS                  PIC 9(02) COMP VALUE 0.
       01 WS-LCT-IDX                    PIC 9(02) COMP VALUE 0.
       01 WS-LCT-ACHADO                 PIC 9(02) COMP VALUE 0.

      *------------------- ENTRADA DO CONTRATO ------------------------*
       01 WS-DISTRIBUIDORA-ENT          PIC X(20) VALUE SPACES.
       01 WS-VALOR-ENT                  PIC 9(07)V99 VALUE 0.
       01 WS-INICIO-ENT                 PIC 9(08) VALUE 0.
       01 WS-FIM-ENT                    PIC 9(08) VALUE 0.
       01 WS-AVISO-ENT                  PIC 9(03) VALUE 0.
       01 WS-VALOR-EDIT                 PIC Z.ZZZ.ZZ9,99.

      *------------------- AUDIENCIA POR TITULO -----------------------*
       01 WS-TOT-EXIBICOES              PIC 9(07) VALUE 0.
       01 WS-TOT-SEM-TITULO             PIC 9(07) VALUE 0.
           DISPLAY "1 - LISTAR TITULOS".
           DISPLAY "2 - INCLUIR/ALTERAR TITULO".
           DISPLAY "3 - AUDIENCIA POR TITULO".
           DISPLAY "4 - LISTAR LICENCAS".
           DISPLAY "5 - INCLUIR/ALTERAR LICENCA".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.
                   PERFORM MANTER-TITULO
               WHEN 3
                   PERFORM APURAR-AUDIENCIA
               WHEN 4
                   PERFORM CARREGAR-CATALOGO
                   PERFORM CARREGAR-LICENCAS
                   PERFORM LISTAR-LICENCAS
               WHEN 5
                   PERFORM MANTER-LICENCA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   WS-CAT-NOME (WS-CAT-IDX) " "
                   WS-CAT-VISTOS (WS-CAT-IDX).
           ADD 1 TO WS-CAT-IDX.

      *------------------- CONTRATOS DE LICENCA -----------------------*
       CARREGAR-LICENCAS    SECTION.
           MOVE 0 TO WS-LCT-ITENS.

           OPEN INPUT LICENCAS.
           IF WS-FS-LICENCAS NOT EQUAL ZEROS
              MOVE ZEROS TO WS-FS-LICENCAS
              GO TO CARREGAR-LICENCAS-FIM
           END-IF.
           READ LICENCAS.
           PERFORM CARREGAR-UMA-LICENCA
              UNTIL WS-FS-LICENCAS NOT EQUAL ZEROS
                 OR WS-LCT-ITENS NOT < 30.
           CLOSE LICENCAS.
           MOVE ZEROS TO WS-FS-LICENCAS.

       CARREGAR-LICENCAS-FIM.
           EXIT.

       CARREGAR-UMA-LICENCA    SECTION.
           ADD 1 TO WS-LCT-ITENS.
           MOVE WS-LIC-TITULO        TO WS-LCT-TITULO (WS-LCT-ITENS).
           MOVE WS-LIC-DISTRIBUIDORA
             TO WS-LCT-DISTRIBUIDORA (WS-LCT-ITENS).
           MOVE WS-LIC-VALOR         TO WS-LCT-VALOR  (WS-LCT-ITENS).
           MOVE WS-LIC-INICIO        TO WS-LCT-INICIO (WS-LCT-ITENS).
           MOVE WS-LIC-FIM           TO WS-LCT-FIM    (WS-LCT-ITENS).
           MOVE WS-LIC-AVISO-DIAS
             TO WS-LCT-AVISO-DIAS (WS-LCT-ITENS).
           READ LICENCAS.

       LISTAR-LICENCAS    SECTION.
           IF WS-LCT-ITENS EQUAL 0
              DISPLAY "NENHUMA LICENCA CADASTRADA"
              GO TO LISTAR-LICENCAS-FIM
           END-IF.
           DISPLAY "CODIGO TITULO                DISTRIBUIDORA       "
                   "         VALOR INICIO/FIM          AVISO".
           MOVE 1 TO WS-LCT-IDX.
           PERFORM LISTAR-UMA-LICENCA
              UNTIL WS-LCT-IDX > WS-LCT-ITENS.

       LISTAR-LICENCAS-FIM.
           EXIT.

       LISTAR-UMA-LICENCA    SECTION.
           MOVE WS-LCT-TITULO (WS-LCT-IDX) TO WS-CODIGO-ENT.
           MOVE 1 TO WS-CAT-IDX.
           MOVE 0 TO WS-CAT-ACHADO.
           PERFORM PROCURAR-TITULO
              UNTIL WS-CAT-IDX > WS-CAT-ITENS
                 OR WS-CAT-ACHADO NOT = 0.
           IF WS-CAT-ACHADO EQUAL 0
              MOVE "(FORA DO CATALOGO)" TO WS-NOME-ENT
           ELSE
              MOVE WS-CAT-NOME (WS-CAT-ACHADO) TO WS-NOME-ENT
           END-IF.
           MOVE WS-LCT-VALOR (WS-LCT-IDX) TO WS-VALOR-EDIT.
           DISPLAY WS-LCT-TITULO (WS-LCT-IDX) "   "
                   WS-NOME-ENT " "
                   WS-LCT-DISTRIBUIDORA (WS-LCT-IDX) " "
                   WS-VALOR-EDIT " "
                   WS-LCT-INICIO (WS-LCT-IDX) "/"
                   WS-LCT-FIM (WS-LCT-IDX) " "
                   WS-LCT-AVISO-DIAS (WS-LCT-IDX).
           ADD 1 TO WS-LCT-IDX.

      *------------------- INCLUI OU ALTERA A LICENCA DE UM TITULO ----*
      *  O TITULO TEM DE EXISTIR NO CATALOGO. A JANELA DO CONTRATO E  *
      *  COPIADA PARA O DISPONIVEL DE/ATE DO TITULO, ASSIM O WHATWATCH*
      *  SO RECOMENDA O QUE ESTA LICENCIADO                           *
       MANTER-LICENCA    SECTION.
           PERFORM CARREGAR-CATALOGO.
           PERFORM CARREGAR-LICENCAS.

           DISPLAY "CODIGO DO TITULO: ".
              ACCEPT WS-CODIGO-ENT.
           MOVE 1 TO WS-CAT-IDX.
           MOVE 0 TO WS-CAT-ACHADO.
           PERFORM PROCURAR-TITULO
              UNTIL WS-CAT-IDX > WS-CAT-ITENS
                 OR WS-CAT-ACHADO NOT = 0.
           IF WS-CAT-ACHADO EQUAL 0
              DISPLAY "TITULO NAO CADASTRADO - INCLUA PELA OPCAO 2"
              GO TO MANTER-LICENCA-FIM
           END-IF.
           DISPLAY "TITULO: " WS-CAT-NOME (WS-CAT-ACHADO).

           DISPLAY "DISTRIBUIDORA: ".
              ACCEPT WS-DISTRIBUIDORA-ENT.
           IF WS-DISTRIBUIDORA-ENT EQUAL SPACES
              DISPLAY "DISTRIBUIDORA OBRIGATORIA"
              GO TO MANTER-LICENCA-FIM
           END-IF.

           DISPLAY "VALOR DA LICENCA (PERIODO TODO): ".
              ACCEPT WS-VALOR-ENT.
           IF WS-VALOR-ENT NOT > ZEROS
              DISPLAY "VALOR DA LICENCA OBRIGATORIO"
              GO TO MANTER-LICENCA-FIM
           END-IF.

           DISPLAY "INICIO DA LICENCA (AAAAMMDD): ".
              ACCEPT WS-INICIO-ENT.
           DISPLAY "FIM DA LICENCA (AAAAMMDD): ".
              ACCEPT WS-FIM-ENT.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-INICIO-ENT) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-FIM-ENT) NOT = 0
              DISPLAY "DATA INVALIDA"
              GO TO MANTER-LICENCA-FIM
           END-IF.
           IF WS-FIM-ENT NOT > WS-INICIO-ENT
              DISPLAY "FIM DEVE SER POSTERIOR AO INICIO"
              GO TO MANTER-LICENCA-FIM
           END-IF.

           DISPLAY "DIAS DE AVISO PARA RENOVAR (0 = 60): ".
              ACCEPT WS-AVISO-ENT.
           IF WS-AVISO-ENT EQUAL ZEROS
              MOVE 60 TO WS-AVISO-ENT
           END-IF.

           MOVE 1 TO WS-LCT-IDX.
           MOVE 0 TO WS-LCT-ACHADO.
           PERFORM PROCURAR-LICENCA
              UNTIL WS-LCT-IDX > WS-LCT-ITENS
                 OR WS-LCT-ACHADO NOT = 0.

           IF WS-LCT-ACHADO EQUAL 0
              IF WS-LCT-ITENS NOT < 30
                 DISPLAY "CADASTRO DE LICENCAS CHEIO"
                 GO TO MANTER-LICENCA-FIM
              END-IF
              ADD 1 TO WS-LCT-ITENS
              MOVE WS-LCT-ITENS TO WS-LCT-ACHADO
           END-IF.

           MOVE WS-CODIGO-ENT        TO WS-LCT-TITULO (WS-LCT-ACHADO).
           MOVE WS-DISTRIBUIDORA-ENT
             TO WS-LCT-DISTRIBUIDORA (WS-LCT-ACHADO).
           MOVE WS-VALOR-ENT         TO WS-LCT-VALOR  (WS-LCT-ACHADO).
           MOVE WS-INICIO-ENT        TO WS-LCT-INICIO (WS-LCT-ACHADO).
           MOVE WS-FIM-ENT           TO WS-LCT-FIM    (WS-LCT-ACHADO).
           MOVE WS-AVISO-ENT
             TO WS-LCT-AVISO-DIAS (WS-LCT-ACHADO).

           PERFORM REGRAVAR-LICENCAS.
           IF WS-FS-LICENCAS NOT EQUAL ZEROS
              GO TO MANTER-LICENCA-FIM
           END-IF.

           MOVE WS-INICIO-ENT TO WS-CAT-DISP-DE  (WS-CAT-ACHADO).
           MOVE WS-FIM-ENT    TO WS-CAT-DISP-ATE (WS-CAT-ACHADO).
           PERFORM REGRAVAR-CATALOGO.
           DISPLAY "LICENCA GRAVADA - DISPONIBILIDADE DO TITULO "
                   "AJUSTADA A JANELA DA LICENCA".

       MANTER-LICENCA-FIM.
           EXIT.

       PROCURAR-LICENCA    SECTION.
           IF WS-LCT-TITULO (WS-LCT-IDX) EQUAL WS-CODIGO-ENT
              MOVE WS-LCT-IDX TO WS-LCT-ACHADO
           ELSE
              ADD 1 TO WS-LCT-IDX
           END-IF.

       REGRAVAR-LICENCAS    SECTION.
           OPEN OUTPUT LICENCAS.
           IF WS-FS-LICENCAS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO LICENCAS " WS-FS-LICENCAS
              GO TO REGRAVAR-LICENCAS-FIM
           END-IF.
           MOVE 1 TO WS-LCT-IDX.
           PERFORM GRAVAR-UMA-LICENCA
              UNTIL WS-LCT-IDX > WS-LCT-ITENS.
           CLOSE LICENCAS.

       REGRAVAR-LICENCAS-FIM.
           EXIT.

       GRAVAR-UMA-LICENCA    SECTION.
           MOVE WS-LCT-TITULO (WS-LCT-IDX)        TO WS-LIC-TITULO.
           MOVE WS-LCT-DISTRIBUIDORA (WS-LCT-IDX)
             TO WS-LIC-DISTRIBUIDORA.
           MOVE WS-LCT-VALOR (WS-LCT-IDX)         TO WS-LIC-VALOR.
           MOVE WS-LCT-INICIO (WS-LCT-IDX)        TO WS-LIC-INICIO.
           MOVE WS-LCT-FIM (WS-LCT-IDX)           TO WS-LIC-FIM.
           MOVE WS-LCT-AVISO-DIAS (WS-LCT-IDX)    TO WS-LIC-AVISO-DIAS.
           WRITE WS-LIC-REG.
           ADD 1 TO WS-LCT-IDX.
       END PROGRAM TITULOCAD.
