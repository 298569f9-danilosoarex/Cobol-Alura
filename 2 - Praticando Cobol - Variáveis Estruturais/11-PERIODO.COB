      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 11-PERIODO.
      *-----------------------------------------------------------------
      *  FECHAMENTO E REABERTURA DE COMPETENCIAS POR AREA:            *
      *    BCO = EXTRATO DAS CONTAS (5-SINALNUM, 5-TRANSFER ...)      *
      *    REC = CONTAS A RECEBER   (7-PAGREG, 7-COBRET, 7-PERDA)     *
      *    EST = ESTOQUE            (8-ESTMOV, 8-ESTPOST)             *
      *  O PERIODOS.DAT SO CRESCE: CADA FECHAMENTO OU REABERTURA E UM *
      *  REGISTRO COM O SUPERVISOR E, NA REABERTURA, O MOTIVO. VALE A *
      *  ULTIMA ACAO DE CADA AREA/COMPETENCIA (VER 11-PERCHK). O      *
      *  FECHAMENTO SO E ACEITO SEM PENDENCIAS NO CHECKLIST, QUE SAI  *
      *  NO PERIODO.CHECKLIST.TXT                                     *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "..\DADOS\PERIODOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PER.

           SELECT RELATORIO ASSIGN TO "..\DADOS\PERIODO.CHECKLIST.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT FECHAMENTOS ASSIGN TO
                  "..\DADOS\EXTRATO.FECHAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FECHA.

           SELECT CONCILCTL ASSIGN TO "..\DADOS\CONCILIACTL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONCTL.

           SELECT PENDENCIAS ASSIGN TO "..\DADOS\CONCILIA.PEND.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEND.

           SELECT PDDHIST ASSIGN TO "..\DADOS\PDDHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PDH.

           SELECT FINANREG ASSIGN TO "..\DADOS\FINANREG.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FIN.

           SELECT FINCTL ASSIGN TO "..\DADOS\FINCONTAB.CTL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FINCTL.

           SELECT CONTRFAT ASSIGN TO "..\DADOS\CONTRFAT.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTF.

           SELECT MOVIMENTOS ASSIGN TO "..\DADOS\ESTOQMOV.PENDENTES"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT ESTCONTAB ASSIGN TO "..\DADOS\ESTVALOR.CONTAB.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ECT.

           SELECT CONGELADO ASSIGN TO "..\DADOS\CONTAGEM.CONGELADO"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- LOG DE FECHAMENTOS E REABERTURAS -----------*
       FD  PERIODOS.
       01  WS-PER-REG.
           05 WS-PER-AREA           PIC X(03).
           05 WS-PER-COMPETENCIA    PIC 9(06).
           05 WS-PER-ACAO           PIC X(01).
              88 WS-PER-FECHOU         VALUE 'F'.
              88 WS-PER-REABRIU        VALUE 'R'.
           05 WS-PER-DATAHORA       PIC X(14).
           05 WS-PER-SUPERVISOR     PIC X(10).
           05 WS-PER-MOTIVO         PIC X(40).

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

      *------------------- (VER 5-EXTRATOJUROS) -----------------------*
       FD  FECHAMENTOS.
       01  WS-FECHA-REG.
           05 WS-FECHA-COMPETENCIA  PIC 9(06).
           05 WS-FECHA-DATAHORA     PIC X(14).

      *------------------- (VER 5-CONCILIA) ---------------------------*
       FD  CONCILCTL.
       01  WS-CONCTL-REG.
           05 WS-CONCTL-ULTIMA-DATA PIC 9(08).

       FD  PENDENCIAS.
       01  WS-PEND-REG.
           05 WS-PEND-ORIGEM        PIC X(01).
           05 WS-PEND-CONTA         PIC X(04).
           05 WS-PEND-SEQ           PIC 9(06).
           05 WS-PEND-DATA          PIC 9(08).
           05 WS-PEND-TIPO          PIC X(01).
           05 WS-PEND-VALOR         PIC 9(07)V99.
           05 WS-PEND-DOC           PIC X(10).
           05 WS-PEND-HISTORICO     PIC X(30).

      *------------------- (VER 7-PDD) --------------------------------*
       FD  PDDHIST.
       01  WS-PDH-REG.
           05 WS-PDH-MES            PIC 9(06).
           05 WS-PDH-DATA           PIC 9(08).
           05 WS-PDH-SALDO          PIC 9(09)V99.
           05 WS-PDH-PROVISAO       PIC 9(09)V99.

      *------------------- (VER 7-FINCONTAB) --------------------------*
       FD  FINANREG.
       01  WS-FIN-REG.
           05 WS-FIN-DATA           PIC 9(08).
           05 WS-FIN-FATURA         PIC 9(06).
           05 WS-FIN-PARCELA        PIC 9(02).
           05 WS-FIN-TIPO           PIC X(01).
           05 WS-FIN-VALOR          PIC 9(05)V99.

       FD  FINCTL.
       01  WS-FINCTL-REG.
           05 WS-FINCTL-ENVIADOS    PIC 9(09).
           05 WS-FINCTL-DATAHORA    PIC X(14).

      *------------------- (VER 7-CONTRFAT) ---------------------------*
       FD  CONTRFAT.
       01  WS-CTF-REG.
           05 WS-CTF-CONTRATO       PIC 9(06).
           05 WS-CTF-COMPETENCIA    PIC 9(06).
           05 WS-CTF-FATURA         PIC 9(06).
           05 WS-CTF-DATA           PIC 9(08).

      *------------------- (VER 8-ESTPOST) ----------------------------*
       FD  MOVIMENTOS.
       01  WS-MOV-REG.
           05 WS-MOV-DATA           PIC 9(08).
           05 WS-MOV-DEPOSITO       PIC X(10).
           05 WS-MOV-PRODUTO        PIC 9(06).
           05 WS-MOV-TIPO           PIC X(01).
           05 WS-MOV-QTD            PIC 9(05).
           05 WS-MOV-DOCUMENTO      PIC X(10).
           05 WS-MOV-CUSTO-UNIT     PIC 9(05)V99.
           05 WS-MOV-LOTE           PIC 9(04).

      *------------------- (VER 8-ESTVALOR) ---------------------------*
       FD  ESTCONTAB.
       01  WS-ECT-REG.
           05 WS-ECT-COMPETENCIA    PIC 9(06).
           05 WS-ECT-VALOR-ESTOQUE  PIC 9(11)V99.
           05 WS-ECT-DATAHORA       PIC X(14).

      *------------------- (VER 8-ESTCONGELA) -------------------------*
       FD  CONGELADO.
       01  WS-CONG-REG.
           05 WS-CONG-DEPOSITO      PIC X(10).
           05 WS-CONG-PRODUTO       PIC 9(06).
           05 WS-CONG-QTD           PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-FS-PER                PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FECHA              PIC 9(02) VALUE ZEROS.
       01 WS-FS-CONCTL             PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEND               PIC 9(02) VALUE ZEROS.
       01 WS-FS-PDH                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FIN                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FINCTL             PIC 9(02) VALUE ZEROS.
       01 WS-FS-CTF                PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC 9(02) VALUE ZEROS.
       01 WS-FS-ECT                PIC 9(02) VALUE ZEROS.
       01 WS-FS-CONG               PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.

       01 WS-AREA                  PIC X(03) VALUE SPACES.
          88 WS-AREA-OK               VALUE "BCO" "REC" "EST".
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-COMP-ANTERIOR         PIC 9(06) VALUE ZEROS.
       01 WS-COMP-ATUAL            PIC 9(06) VALUE ZEROS.
       01 WS-DATAHORA              PIC X(14) VALUE SPACES.
       01 WS-SUPERVISOR            PIC X(10) VALUE SPACES.
       01 WS-MOTIVO                PIC X(40) VALUE SPACES.
       01 WS-ENTRADA-OK            PIC X(01) VALUE 'N'.

      *    ULTIMO DIA DA COMPETENCIA
       01 WS-FIM-MES               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX              PIC 9(08) VALUE ZEROS.
       01 WS-ANO-AUX               PIC 9(04) VALUE ZEROS.
       01 WS-MES-AUX               PIC 9(02) VALUE ZEROS.

      *------------------- SITUACAO ATUAL DE CADA AREA/COMPETENCIA ----*
       01 WS-PT-TAB.
           05 WS-PT OCCURS 500 TIMES.
              10 WS-PT-AREA         PIC X(03).
              10 WS-PT-COMPETENCIA  PIC 9(06).
              10 WS-PT-ACAO         PIC X(01).
              10 WS-PT-DATAHORA     PIC X(14).
              10 WS-PT-SUPERVISOR   PIC X(10).
       01 WS-PT-ITENS              PIC 9(03) VALUE 0.
       01 WS-PT-IDX                PIC 9(03) VALUE 0.
       01 WS-PT-ACHADO             PIC 9(03) VALUE 0.
       01 WS-BUSCA-AREA            PIC X(03) VALUE SPACES.
       01 WS-BUSCA-COMP            PIC 9(06) VALUE ZEROS.
       01 WS-SITUACAO              PIC X(01) VALUE SPACES.
       01 WS-ANTERIOR-FECHADA      PIC X(01) VALUE 'N'.
       01 WS-SITUACAO-DESC         PIC X(10) VALUE SPACES.

      *------------------- CHECKLIST ----------------------------------*
       01 WS-TOT-PENDENTES         PIC 9(03) VALUE 0.
       01 WS-TOT-AVISOS            PIC 9(03) VALUE 0.
       01 WS-ITEM-TIPO             PIC X(08) VALUE SPACES.
       01 WS-ITEM-TEXTO            PIC X(80) VALUE SPACES.
       01 WS-ACHOU                 PIC X(01) VALUE 'N'.
       01 WS-QTD                   PIC 9(06) VALUE 0.
       01 WS-QTD-EDIT              PIC ZZZZZ9.
       01 WS-LIDOS                 PIC 9(09) VALUE 0.
       01 WS-JA-ENVIADOS           PIC 9(09) VALUE 0.
       01 WS-DATA-EDIT             PIC 9999/99/99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARREGAR-PERIODOS.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.

           STOP RUN.

       PROCESSAR    SECTION.
           DISPLAY "FECHAMENTO DE PERIODOS POR AREA".
           DISPLAY "-------------------------------".
           DISPLAY "1 - LISTAR SITUACAO DAS COMPETENCIAS".
           DISPLAY "2 - CHECKLIST DE FECHAMENTO".
           DISPLAY "3 - FECHAR COMPETENCIA".
           DISPLAY "4 - REABRIR COMPETENCIA".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-SITUACAO
               WHEN 2
                   PERFORM PEDIR-AREA-COMPETENCIA
                   IF WS-ENTRADA-OK EQUAL 'S'
                      PERFORM EMITIR-CHECKLIST
                   END-IF
               WHEN 3
                   PERFORM FECHAR-COMPETENCIA
               WHEN 4
                   PERFORM REABRIR-COMPETENCIA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- LOG -> TABELA, A ULTIMA ACAO PREVALECE -----*
       CARREGAR-PERIODOS    SECTION.
           MOVE 0 TO WS-PT-ITENS.
           OPEN INPUT PERIODOS.
           IF WS-FS-PER NOT EQUAL ZEROS
              GO TO CARREGAR-PERIODOS-FIM
           END-IF.
           READ PERIODOS.
           PERFORM GUARDAR-ACAO
              UNTIL WS-FS-PER NOT EQUAL ZEROS.
           CLOSE PERIODOS.

       CARREGAR-PERIODOS-FIM.
           EXIT.

       GUARDAR-ACAO    SECTION.
           PERFORM APLICAR-ACAO.
           READ PERIODOS.

       APLICAR-ACAO    SECTION.
           MOVE WS-PER-AREA        TO WS-BUSCA-AREA.
           MOVE WS-PER-COMPETENCIA TO WS-BUSCA-COMP.
           PERFORM LOCALIZAR.
           IF WS-PT-ACHADO EQUAL 0
              IF WS-PT-ITENS < 500
                 ADD 1 TO WS-PT-ITENS
                 MOVE WS-PT-ITENS TO WS-PT-ACHADO
                 MOVE WS-PER-AREA TO WS-PT-AREA (WS-PT-ACHADO)
                 MOVE WS-PER-COMPETENCIA
                   TO WS-PT-COMPETENCIA (WS-PT-ACHADO)
              ELSE
                 DISPLAY "TABELA DE PERIODOS CHEIA - LISTA PARCIAL"
              END-IF
           END-IF.
           IF WS-PT-ACHADO NOT EQUAL 0
              MOVE WS-PER-ACAO       TO WS-PT-ACAO (WS-PT-ACHADO)
              MOVE WS-PER-DATAHORA   TO WS-PT-DATAHORA (WS-PT-ACHADO)
              MOVE WS-PER-SUPERVISOR
                TO WS-PT-SUPERVISOR (WS-PT-ACHADO)
           END-IF.

       LOCALIZAR    SECTION.
           MOVE 0 TO WS-PT-IDX.
           MOVE 0 TO WS-PT-ACHADO.
           PERFORM PROCURAR
              UNTIL WS-PT-IDX EQUAL WS-PT-ITENS
                 OR WS-PT-ACHADO NOT EQUAL 0.
           MOVE 'A' TO WS-SITUACAO.
           IF WS-PT-ACHADO NOT EQUAL 0
              IF WS-PT-ACAO (WS-PT-ACHADO) EQUAL 'F'
                 MOVE 'F' TO WS-SITUACAO
              END-IF
           END-IF.

       PROCURAR    SECTION.
           ADD 1 TO WS-PT-IDX.
           IF WS-PT-AREA (WS-PT-IDX) EQUAL WS-BUSCA-AREA
              AND WS-PT-COMPETENCIA (WS-PT-IDX) EQUAL WS-BUSCA-COMP
              MOVE WS-PT-IDX TO WS-PT-ACHADO
           END-IF.

       LISTAR-SITUACAO    SECTION.
           IF WS-PT-ITENS EQUAL 0
              DISPLAY "NENHUMA COMPETENCIA FECHADA ATE HOJE"
              GO TO LISTAR-SITUACAO-FIM
           END-IF.

           DISPLAY "AREA COMPET. SITUACAO   ULTIMA ACAO    SUPERVISOR".
           MOVE 0 TO WS-PT-IDX.
           PERFORM LISTAR-UMA-SITUACAO
              UNTIL WS-PT-IDX EQUAL WS-PT-ITENS.

       LISTAR-SITUACAO-FIM.
           EXIT.

       LISTAR-UMA-SITUACAO    SECTION.
           ADD 1 TO WS-PT-IDX.
           IF WS-PT-ACAO (WS-PT-IDX) EQUAL 'F'
              MOVE "FECHADA"   TO WS-SITUACAO-DESC
           ELSE
              MOVE "REABERTA"  TO WS-SITUACAO-DESC
           END-IF.
           DISPLAY WS-PT-AREA (WS-PT-IDX) "  "
                   WS-PT-COMPETENCIA (WS-PT-IDX) " "
                   WS-SITUACAO-DESC " "
                   WS-PT-DATAHORA (WS-PT-IDX) " "
                   WS-PT-SUPERVISOR (WS-PT-IDX).

       PEDIR-AREA-COMPETENCIA    SECTION.
           MOVE 'N' TO WS-ENTRADA-OK.
           DISPLAY "AREA (BCO EXTRATO / REC RECEBER / EST ESTOQUE): ".
              ACCEPT WS-AREA.
           MOVE FUNCTION UPPER-CASE (WS-AREA) TO WS-AREA.
           IF NOT WS-AREA-OK
              DISPLAY "AREA INVALIDA"
              GO TO PEDIR-AREA-COMPETENCIA-FIM
           END-IF.

           DISPLAY "COMPETENCIA (AAAAMM): ".
              ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA (5:2) < "01"
              OR WS-COMPETENCIA (5:2) > "12"
              DISPLAY "COMPETENCIA INVALIDA"
              GO TO PEDIR-AREA-COMPETENCIA-FIM
           END-IF.

      *    ULTIMO DIA DO MES = VESPERA DO PRIMEIRO DIA DO MES SEGUINTE
           DIVIDE WS-COMPETENCIA BY 100 GIVING WS-ANO-AUX
                  REMAINDER WS-MES-AUX.
           IF WS-MES-AUX EQUAL 1
              COMPUTE WS-COMP-ANTERIOR = (WS-ANO-AUX - 1) * 100 + 12
           ELSE
              COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 1
           END-IF.
           IF WS-MES-AUX EQUAL 12
              ADD 1 TO WS-ANO-AUX
              MOVE 1 TO WS-MES-AUX
           ELSE
              ADD 1 TO WS-MES-AUX
           END-IF.
           COMPUTE WS-DATA-AUX =
                   (WS-ANO-AUX * 10000) + (WS-MES-AUX * 100) + 1.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) - 1).

           MOVE 'S' TO WS-ENTRADA-OK.

       PEDIR-AREA-COMPETENCIA-FIM.
           EXIT.

      *------------------- O QUE AINDA FALTA ANTES DE FECHAR ----------*
      *  PENDENTE IMPEDE O FECHAMENTO; AVISO SO E LISTADO             *
       EMITIR-CHECKLIST    SECTION.
           MOVE 0 TO WS-TOT-PENDENTES.
           MOVE 0 TO WS-TOT-AVISOS.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CHECKLIST DE FECHAMENTO - AREA " WS-AREA
                  " COMPETENCIA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.

           PERFORM CONFERIR-ANTERIOR.

           EVALUATE WS-AREA
               WHEN "BCO"
                   PERFORM CONFERIR-JUROS-TARIFAS
                   PERFORM CONFERIR-CONCILIACAO
                   PERFORM CONFERIR-PEND-CONCILIACAO
               WHEN "REC"
                   PERFORM CONFERIR-PDD
                   PERFORM CONFERIR-FINCONTAB
                   PERFORM CONFERIR-CONTRATOS
               WHEN "EST"
                   PERFORM CONFERIR-MOV-PENDENTES
                   PERFORM CONFERIR-ESTVALOR
                   PERFORM CONFERIR-CONTAGEM
           END-EVALUATE.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "PENDENCIAS: " WS-TOT-PENDENTES
                  "  AVISOS: " WS-TOT-AVISOS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           CLOSE RELATORIO.

           IF WS-TOT-PENDENTES EQUAL 0
              DISPLAY "COMPETENCIA EM CONDICAO DE SER FECHADA"
           END-IF.
           DISPLAY "CHECKLIST GRAVADO EM PERIODO.CHECKLIST.TXT".

       GRAVAR-ITEM    SECTION.
           IF WS-ITEM-TIPO EQUAL "PENDENTE"
              ADD 1 TO WS-TOT-PENDENTES
           ELSE
              ADD 1 TO WS-TOT-AVISOS
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-ITEM-TIPO " - " WS-ITEM-TEXTO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

      *------------------- FECHAMENTO FORA DE ORDEM -------------------*
      *  SE A AREA JA TEM MES FECHADO ANTES DESTE, O MES ANTERIOR     *
      *  TAMBEM TEM QUE ESTAR FECHADO                                 *
       CONFERIR-ANTERIOR    SECTION.
           MOVE 'N' TO WS-ANTERIOR-FECHADA.
           MOVE 0 TO WS-PT-IDX.
           PERFORM PROCURAR-FECHADA-ANTES
              UNTIL WS-PT-IDX EQUAL WS-PT-ITENS.
           IF WS-ANTERIOR-FECHADA NOT EQUAL 'S'
              GO TO CONFERIR-ANTERIOR-FIM
           END-IF.

           MOVE WS-AREA          TO WS-BUSCA-AREA.
           MOVE WS-COMP-ANTERIOR TO WS-BUSCA-COMP.
           PERFORM LOCALIZAR.
           IF WS-SITUACAO NOT EQUAL 'F'
              MOVE "PENDENTE" TO WS-ITEM-TIPO
              MOVE SPACES TO WS-ITEM-TEXTO
              STRING "COMPETENCIA ANTERIOR " WS-COMP-ANTERIOR
                     " AINDA ABERTA"
                     DELIMITED BY SIZE INTO WS-ITEM-TEXTO
              END-STRING
              PERFORM GRAVAR-ITEM
           END-IF.

       CONFERIR-ANTERIOR-FIM.
           EXIT.

       PROCURAR-FECHADA-ANTES    SECTION.
           ADD 1 TO WS-PT-IDX.
           IF WS-PT-AREA (WS-PT-IDX) EQUAL WS-AREA
              AND WS-PT-COMPETENCIA (WS-PT-IDX) < WS-COMPETENCIA
              AND WS-PT-ACAO (WS-PT-IDX) EQUAL 'F'
              MOVE 'S' TO WS-ANTERIOR-FECHADA
           END-IF.

      *------------------- BCO: JUROS E TARIFA DO MES (5-EXTRATOJUROS) *
       CONFERIR-JUROS-TARIFAS    SECTION.
           MOVE 'N' TO WS-ACHOU.
           OPEN INPUT FECHAMENTOS.
           IF WS-FS-FECHA EQUAL ZEROS
              READ FECHAMENTOS
              PERFORM LER-FECHAMENTO
                 UNTIL WS-FS-FECHA NOT EQUAL ZEROS
              CLOSE FECHAMENTOS
           END-IF.
           IF WS-ACHOU NOT EQUAL 'S'
              MOVE "PENDENTE" TO WS-ITEM-TIPO
              MOVE "JUROS E TARIFA DO MES NAO LANCADOS (5-EXTRATOJUROS)"
                TO WS-ITEM-TEXTO
              PERFORM GRAVAR-ITEM
           END-IF.

       LER-FECHAMENTO    SECTION.
           IF WS-FECHA-COMPETENCIA EQUAL WS-COMPETENCIA
              MOVE 'S' TO WS-ACHOU
           END-IF.
           READ FECHAMENTOS.

      *------------------- BCO: CONCILIACAO ATE O FIM DO MES ----------*
       CONFERIR-CONCILIACAO    SECTION.
           MOVE ZEROS TO WS-CONCTL-ULTIMA-DATA.
           OPEN INPUT CONCILCTL.
           IF WS-FS-CONCTL EQUAL ZEROS
              READ CONCILCTL
              IF WS-FS-CONCTL NOT EQUAL ZEROS
                 MOVE ZEROS TO WS-CONCTL-ULTIMA-DATA
              END-IF
              CLOSE CONCILCTL
           END-IF.
           IF WS-CONCTL-ULTIMA-DATA < WS-FIM-MES
              MOVE "AVISO   " TO WS-ITEM-TIPO
              MOVE SPACES TO WS-ITEM-TEXTO
              IF WS-CONCTL-ULTIMA-DATA EQUAL ZEROS
                 MOVE "EXTRATO DO BANCO NUNCA CONCILIADO (5-CONCILIA)"
                   TO WS-ITEM-TEXTO
              ELSE
                 MOVE WS-CONCTL-ULTIMA-DATA TO WS-DATA-EDIT
                 STRING "EXTRATO DO BANCO CONCILIADO SO ATE "
                        WS-DATA-EDIT " (5-CONCILIA)"
                        DELIMITED BY SIZE INTO WS-ITEM-TEXTO
                 END-STRING
              END-IF
              PERFORM GRAVAR-ITEM
           END-IF.

       CONFERIR-PEND-CONCILIACAO    SECTION.
           MOVE 0 TO WS-QTD.
           OPEN INPUT PENDENCIAS.
           IF WS-FS-PEND EQUAL ZEROS
              READ PENDENCIAS
              PERFORM LER-PENDENCIA
                 UNTIL WS-FS-PEND NOT EQUAL ZEROS
              CLOSE PENDENCIAS
           END-IF.
           IF WS-QTD NOT EQUAL 0
              MOVE "AVISO   " TO WS-ITEM-TIPO
              MOVE WS-QTD TO WS-QTD-EDIT
              MOVE SPACES TO WS-ITEM-TEXTO
              STRING WS-QTD-EDIT " ITENS NAO CONCILIADOS ATE O FIM "
                     "DO MES (CONCILIA.PEND.DAT)"
                     DELIMITED BY SIZE INTO WS-ITEM-TEXTO
              END-STRING
              PERFORM GRAVAR-ITEM
           END-IF.

       LER-PENDENCIA    SECTION.
           IF WS-PEND-DATA NOT GREATER THAN WS-FIM-MES
              ADD 1 TO WS-QTD
           END-IF.
           READ PENDENCIAS.

      *------------------- REC: PDD DO MES (7-PDD) --------------------*
       CONFERIR-PDD    SECTION.
           MOVE 'N' TO WS-ACHOU.
           OPEN INPUT PDDHIST.
           IF WS-FS-PDH EQUAL ZEROS
              READ PDDHIST
              PERFORM LER-PDD
                 UNTIL WS-FS-PDH NOT EQUAL ZEROS
              CLOSE PDDHIST
           END-IF.
           IF WS-ACHOU NOT EQUAL 'S'
              MOVE "PENDENTE" TO WS-ITEM-TIPO
              MOVE "PROVISAO PARA DEVEDORES DUVIDOSOS DO MES NAO "
                &  "CALCULADA (7-PDD)" TO WS-ITEM-TEXTO
              PERFORM GRAVAR-ITEM
           END-IF.

       LER-PDD    SECTION.
           IF WS-PDH-MES EQUAL WS-COMPETENCIA
              MOVE 'S' TO WS-ACHOU
           END-IF.
           READ PDDHIST.

      *------------------- REC: BAIXAS AINDA NAO CONTABILIZADAS -------*
       CONFERIR-FINCONTAB    SECTION.
           MOVE 0 TO WS-JA-ENVIADOS.
           OPEN INPUT FINCTL.
           IF WS-FS-FINCTL EQUAL ZEROS
              READ FINCTL
              IF WS-FS-FINCTL EQUAL ZEROS
                 MOVE WS-FINCTL-ENVIADOS TO WS-JA-ENVIADOS
              END-IF
              CLOSE FINCTL
           END-IF.

           MOVE 0 TO WS-LIDOS.
           MOVE 0 TO WS-QTD.
           OPEN INPUT FINANREG.
           IF WS-FS-FIN EQUAL ZEROS
              READ FINANREG
              PERFORM LER-FINANREG
                 UNTIL WS-FS-FIN NOT EQUAL ZEROS
              CLOSE FINANREG
           END-IF.
           IF WS-QTD NOT EQUAL 0
              MOVE "PENDENTE" TO WS-ITEM-TIPO
              MOVE WS-QTD TO WS-QTD-EDIT
              MOVE SPACES TO WS-ITEM-TEXTO
              STRING WS-QTD-EDIT " REGISTROS DO FINANREG ATE O FIM "
                     "DO MES NAO ENVIADOS (7-FINCONTAB)"
                     DELIMITED BY SIZE INTO WS-ITEM-TEXTO
              END-STRING
              PERFORM GRAVAR-ITEM
           END-IF.

       LER-FINANREG    SECTION.
           ADD 1 TO WS-LIDOS.
           IF WS-LIDOS > WS-JA-ENVIADOS
              AND WS-FIN-DATA NOT GREATER THAN WS-FIM-MES
              ADD 1 TO WS-QTD
           END-IF.
           READ FINANREG.

      *------------------- REC: FATURAMENTO DOS CONTRATOS -------------*
       CONFERIR-CONTRATOS    SECTION.
           MOVE 'N' TO WS-ACHOU.
           OPEN INPUT CONTRFAT.
           IF WS-FS-CTF EQUAL ZEROS
              READ CONTRFAT
              PERFORM LER-CONTRFAT
                 UNTIL WS-FS-CTF NOT EQUAL ZEROS
              CLOSE CONTRFAT
           END-IF.
           IF WS-ACHOU NOT EQUAL 'S'
              MOVE "AVISO   " TO WS-ITEM-TIPO
              MOVE "NENHUM CONTRATO FATURADO NA COMPETENCIA "
                &  "(7-CONTRFAT)" TO WS-ITEM-TEXTO
              PERFORM GRAVAR-ITEM
           END-IF.

       LER-CONTRFAT    SECTION.
           IF WS-CTF-COMPETENCIA EQUAL WS-COMPETENCIA
              MOVE 'S' TO WS-ACHOU
           END-IF.
           READ CONTRFAT.

      *------------------- EST: MOVIMENTOS DO MES AINDA NA FILA -------*
       CONFERIR-MOV-PENDENTES    SECTION.
           MOVE 0 TO WS-QTD.
           OPEN INPUT MOVIMENTOS.
           IF WS-FS-MOV EQUAL ZEROS
              READ MOVIMENTOS
              PERFORM LER-MOVIMENTO
                 UNTIL WS-FS-MOV NOT EQUAL ZEROS
              CLOSE MOVIMENTOS
           END-IF.
           IF WS-QTD NOT EQUAL 0
              MOVE "PENDENTE" TO WS-ITEM-TIPO
              MOVE WS-QTD TO WS-QTD-EDIT
              MOVE SPACES TO WS-ITEM-TEXTO
              STRING WS-QTD-EDIT " MOVIMENTOS ATE O FIM DO MES AINDA "
                     "NAO POSTADOS (8-ESTPOST)"
                     DELIMITED BY SIZE INTO WS-ITEM-TEXTO
              END-STRING
              PERFORM GRAVAR-ITEM
           END-IF.

       LER-MOVIMENTO    SECTION.
           IF WS-MOV-DATA NOT GREATER THAN WS-FIM-MES
              ADD 1 TO WS-QTD
           END-IF.
           READ MOVIMENTOS.

      *------------------- EST: VALOR DO ESTOQUE NA CONTABILIDADE -----*
       CONFERIR-ESTVALOR    SECTION.
           MOVE 'N' TO WS-ACHOU.
           OPEN INPUT ESTCONTAB.
           IF WS-FS-ECT EQUAL ZEROS
              READ ESTCONTAB
              PERFORM LER-ESTCONTAB
                 UNTIL WS-FS-ECT NOT EQUAL ZEROS
              CLOSE ESTCONTAB
           END-IF.
           IF WS-ACHOU NOT EQUAL 'S'
              MOVE "PENDENTE" TO WS-ITEM-TIPO
              MOVE "VALOR DO ESTOQUE DO MES NAO ENVIADO A "
                &  "CONTABILIDADE (8-ESTVALOR)" TO WS-ITEM-TEXTO
              PERFORM GRAVAR-ITEM
           END-IF.

       LER-ESTCONTAB    SECTION.
           IF WS-ECT-COMPETENCIA EQUAL WS-COMPETENCIA
              MOVE 'S' TO WS-ACHOU
           END-IF.
           READ ESTCONTAB.

      *------------------- EST: CONTAGEM FISICA EM ANDAMENTO ----------*
       CONFERIR-CONTAGEM    SECTION.
           MOVE 0 TO WS-QTD.
           OPEN INPUT CONGELADO.
           IF WS-FS-CONG EQUAL ZEROS
              READ CONGELADO
              PERFORM LER-CONGELADO
                 UNTIL WS-FS-CONG NOT EQUAL ZEROS
              CLOSE CONGELADO
           END-IF.
           IF WS-QTD NOT EQUAL 0
              MOVE "AVISO   " TO WS-ITEM-TIPO
              MOVE WS-QTD TO WS-QTD-EDIT
              MOVE SPACES TO WS-ITEM-TEXTO
              STRING "CONTAGEM FISICA EM ANDAMENTO - " WS-QTD-EDIT
                     " ITENS CONGELADOS (8-ESTCONTA)"
                     DELIMITED BY SIZE INTO WS-ITEM-TEXTO
              END-STRING
              PERFORM GRAVAR-ITEM
           END-IF.

       LER-CONGELADO    SECTION.
           ADD 1 TO WS-QTD.
           READ CONGELADO.

      *------------------- FECHAMENTO PELO SUPERVISOR -----------------*
       FECHAR-COMPETENCIA    SECTION.
           PERFORM PEDIR-AREA-COMPETENCIA.
           IF WS-ENTRADA-OK NOT EQUAL 'S'
              GO TO FECHAR-COMPETENCIA-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-COMP-ATUAL.
           IF WS-COMPETENCIA NOT LESS THAN WS-COMP-ATUAL
              DISPLAY "SO SE FECHA COMPETENCIA JA ENCERRADA - "
                      "O MES CORRENTE E OS FUTUROS FICAM ABERTOS"
              GO TO FECHAR-COMPETENCIA-FIM
           END-IF.

           MOVE WS-AREA        TO WS-BUSCA-AREA.
           MOVE WS-COMPETENCIA TO WS-BUSCA-COMP.
           PERFORM LOCALIZAR.
           IF WS-SITUACAO EQUAL 'F'
              DISPLAY "COMPETENCIA " WS-COMPETENCIA " DA AREA "
                      WS-AREA " JA ESTA FECHADA"
              GO TO FECHAR-COMPETENCIA-FIM
           END-IF.

           PERFORM EMITIR-CHECKLIST.
           IF WS-TOT-PENDENTES NOT EQUAL 0
              DISPLAY "FECHAMENTO RECUSADO - RESOLVA AS PENDENCIAS "
                      "DO CHECKLIST"
              GO TO FECHAR-COMPETENCIA-FIM
           END-IF.

           DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
              ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR EQUAL SPACES
              DISPLAY "IDENTIFICACAO OBRIGATORIA - NADA FOI FECHADO"
              GO TO FECHAR-COMPETENCIA-FIM
           END-IF.

           MOVE 'F'    TO WS-PER-ACAO.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM GRAVAR-ACAO.
           DISPLAY "COMPETENCIA " WS-COMPETENCIA " DA AREA " WS-AREA
                   " FECHADA POR " WS-SUPERVISOR.

       FECHAR-COMPETENCIA-FIM.
           EXIT.

      *------------------- REABERTURA, SEMPRE COM MOTIVO --------------*
       REABRIR-COMPETENCIA    SECTION.
           PERFORM PEDIR-AREA-COMPETENCIA.
           IF WS-ENTRADA-OK NOT EQUAL 'S'
              GO TO REABRIR-COMPETENCIA-FIM
           END-IF.

           MOVE WS-AREA        TO WS-BUSCA-AREA.
           MOVE WS-COMPETENCIA TO WS-BUSCA-COMP.
           PERFORM LOCALIZAR.
           IF WS-SITUACAO NOT EQUAL 'F'
              DISPLAY "COMPETENCIA " WS-COMPETENCIA " DA AREA "
                      WS-AREA " NAO ESTA FECHADA"
              GO TO REABRIR-COMPETENCIA-FIM
           END-IF.

           DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
              ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR EQUAL SPACES
              DISPLAY "IDENTIFICACAO OBRIGATORIA - NADA FOI REABERTO"
              GO TO REABRIR-COMPETENCIA-FIM
           END-IF.

           DISPLAY "MOTIVO DA REABERTURA: ".
              ACCEPT WS-MOTIVO.
           IF WS-MOTIVO EQUAL SPACES
              DISPLAY "MOTIVO OBRIGATORIO - NADA FOI REABERTO"
              GO TO REABRIR-COMPETENCIA-FIM
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-MOTIVO) TO WS-MOTIVO.

           MOVE 'R' TO WS-PER-ACAO.
           PERFORM GRAVAR-ACAO.
           DISPLAY "COMPETENCIA " WS-COMPETENCIA " DA AREA " WS-AREA
                   " REABERTA POR " WS-SUPERVISOR.

       REABRIR-COMPETENCIA-FIM.
           EXIT.

       GRAVAR-ACAO    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATAHORA.
           MOVE WS-AREA        TO WS-PER-AREA.
           MOVE WS-COMPETENCIA TO WS-PER-COMPETENCIA.
           MOVE WS-DATAHORA    TO WS-PER-DATAHORA.
           MOVE WS-SUPERVISOR  TO WS-PER-SUPERVISOR.
           MOVE WS-MOTIVO      TO WS-PER-MOTIVO.

           OPEN EXTEND PERIODOS.
           IF WS-FS-PER EQUAL 35
              OPEN OUTPUT PERIODOS
           END-IF.
           IF WS-FS-PER NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PERIODOS.DAT " WS-FS-PER
              GO TO GRAVAR-ACAO-FIM
           END-IF.
           WRITE WS-PER-REG.
           CLOSE PERIODOS.

           PERFORM APLICAR-ACAO.

       GRAVAR-ACAO-FIM.
           EXIT.
       END PROGRAM 11-PERIODO.
