      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 3-BENEFMES.
      *-----------------------------------------------------------------
      *  COMPRA DO MES DE VALE-TRANSPORTE E VALE-REFEICAO: DIAS UTEIS *
      *  PELA JORNADA DO DEPARTAMENTO E PELOS FERIADOS, MENOS AS      *
      *  FALTAS LANCADAS NO MOVFOLHA. EMITE O PEDIDO PARA O FORNECEDOR*
      *  E GRAVA A PARTE DO FUNCIONARIO COMO EVENTOS VT E VR NO       *
      *  MOVFOLHA.DAT COM ORIGEM 'B'; NOVA RODADA DO MESMO PERIODO    *
      *  SUBSTITUI OS EVENTOS 'B' DA ANTERIOR. RODAR DEPOIS DO PONTO  *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT BENEFICIOS ASSIGN TO "..\DADOS\BENEFICIOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BEN.

           SELECT JORNADA ASSIGN TO "..\DADOS\JORNADA.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JORNADA.

           SELECT FERIADOS ASSIGN TO "..\DADOS\FERIADOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FERIADOS.

           SELECT FUNCIONARIOS ASSIGN TO "..\DADOS\FUNCIONARIOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FUNC.

           SELECT MOVFOLHA ASSIGN TO "..\DADOS\MOVFOLHA.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT FOLHAHIST ASSIGN TO "..\DADOS\FOLHAHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOLHAHIST.

           SELECT PEDIDO ASSIGN TO "..\DADOS\BENEFICIOS.PEDIDO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDIDO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER 3-BENEFCAD) ---------------------------*
       FD  BENEFICIOS.
       01  WS-BEN-REG.
           05 WS-BEN-MATRICULA      PIC 9(06).
           05 WS-BEN-TIPO           PIC X(02).
           05 WS-BEN-QTD-DIA        PIC 9(02).
           05 WS-BEN-VALOR-UNIT     PIC 9(05)V99.
           05 WS-BEN-OPTANTE        PIC X(01).

      *------------------- (VER 3-PONTO) ------------------------------*
       FD  JORNADA.
       01  WS-JOR-REG.
           05 WS-JOR-DEPTM          PIC X(03).
           05 WS-JOR-DIA-SEMANA     PIC 9(01).
           05 WS-JOR-MINUTOS        PIC 9(04).

       FD  FERIADOS.
       01  WS-FER-REG.
           05 WS-FER-DATA           PIC 9(08).
           05 WS-FER-DESCRICAO      PIC X(30).

      *------------------- (VER 3-FUNCCAD) ----------------------------*
       FD  FUNCIONARIOS.
       01  WS-FUNC-REG.
           05 WS-FUNC-MATRICULA      PIC 9(06).
           05 WS-FUNC-NOME           PIC X(20).
           05 WS-FUNC-CPF            PIC 9(11).
           05 WS-FUNC-DEPTM          PIC X(03).
           05 WS-FUNC-SALARIO        PIC 9(07)V99.
           05 WS-FUNC-BANCO          PIC 9(03).
           05 WS-FUNC-AGENCIA        PIC 9(04).
           05 WS-FUNC-CONTA          PIC 9(08).
           05 WS-FUNC-CONTA-DV       PIC X(01).
           05 WS-FUNC-ADMISSAO       PIC 9(08).
           05 WS-FUNC-DESLIGAMENTO   PIC 9(08).
           05 WS-FUNC-AFAST-INICIO   PIC 9(08).
           05 WS-FUNC-AFAST-RETORNO  PIC 9(08).

      *------------------- (VER 3-FOLHAMOV) ---------------------------*
       FD  MOVFOLHA.
       01  WS-MOV-REG.
           05 WS-MOV-PERIODO        PIC 9(06).
           05 WS-MOV-MATRICULA      PIC 9(06).
           05 WS-MOV-EVENTO         PIC X(02).
           05 WS-MOV-VALOR          PIC 9(07)V99.
           05 WS-MOV-ORIGEM         PIC X(01).

      *------------------- (VER 3-FOLHAPG) ----------------------------*
       FD  FOLHAHIST.
       01  WS-FHIST-REG.
           05 WS-FHIST-PERIODO      PIC 9(06).
           05 WS-FHIST-TIPO         PIC X(02).
           05 WS-FHIST-MATRICULA    PIC 9(06).
           05 WS-FHIST-NOME         PIC X(20).
           05 WS-FHIST-LIQUIDO      PIC 9(09)V99.
      *    RENDIMENTOS DO INFORME ANUAL (VER 3-FOLHAPG)
           05 FILLER                PIC X(66).

       FD  PEDIDO.
       01  WS-PED-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-BEN                PIC 9(02) VALUE ZEROS.
       01 WS-FS-JORNADA            PIC 9(02) VALUE ZEROS.
       01 WS-FS-FERIADOS           PIC 9(02) VALUE ZEROS.
       01 WS-FS-FUNC               PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FOLHAHIST          PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDIDO             PIC 9(02) VALUE ZEROS.

      *------------------- REGRAS DO DESCONTO -------------------------*
      *  VALE-TRANSPORTE: O FUNCIONARIO PAGA ATE 6% DO SALARIO BASE,  *
      *  NUNCA MAIS QUE O VALOR COMPRADO. VALE-REFEICAO: O FUNCIONARIO*
      *  PAGA 20% DO VALOR COMPRADO. UM DIA DE FALTA = SALARIO / 30   *
       01 WS-PCT-DESC-VT           PIC 9(02) VALUE 6.
       01 WS-PCT-DESC-VR           PIC 9(02) VALUE 20.

       01 WS-PERIODO               PIC 9(06) VALUE ZEROS.
       01 WS-PROX-MES              PIC 9(08) VALUE ZEROS.
       01 WS-PROX-MES-R REDEFINES WS-PROX-MES.
           05 WS-PROX-ANO          PIC 9(04).
           05 WS-PROX-MM           PIC 9(02).
           05 WS-PROX-DD           PIC 9(02).
       01 WS-DATA-AUX              PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMO-DIA            PIC 9(02) VALUE ZEROS.
       01 WS-DATA-DIA.
           05 WS-DD-PERIODO        PIC 9(06).
           05 WS-DD-DIA            PIC 9(02).
       01 WS-DATA-DIA-N REDEFINES WS-DATA-DIA PIC 9(08).
       01 WS-DIA                   PIC 9(02) VALUE ZEROS.
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       01 WS-FOLHA-FEITA           PIC X(01) VALUE 'N'.

      *------------------- QUEM ESTAVA NA EMPRESA NO PERIODO ----------*
       01 WS-FUN-TAB.
           05 WS-FUN OCCURS 200 TIMES.
              10 WS-FUN-MATRICULA   PIC 9(06).
              10 WS-FUN-NOME        PIC X(20).
              10 WS-FUN-DEPTM       PIC X(03).
              10 WS-FUN-SALARIO     PIC 9(07)V99.
              10 WS-FUN-ADMISSAO    PIC 9(08).
              10 WS-FUN-DESLIG      PIC 9(08).
              10 WS-FUN-VLR-FA      PIC 9(07)V99.
              10 WS-FUN-DIAS-UTEIS  PIC 9(02).
              10 WS-FUN-DIAS-FALTA  PIC 9(02).
              10 WS-FUN-DIAS-BEN    PIC 9(02).
              10 WS-FUN-DESC-VT     PIC 9(07)V99.
              10 WS-FUN-DESC-VR     PIC 9(07)V99.
       01 WS-FUN-ITENS             PIC 9(03) VALUE 0.
       01 WS-FUN-IDX               PIC 9(03) VALUE 0.
       01 WS-FUN-ACHADO            PIC 9(03) VALUE 0.
       01 WS-FUN-PROCURADA         PIC 9(06) VALUE ZEROS.
       01 WS-DESLIG-AAMM           PIC 9(06) VALUE ZEROS.
       01 WS-ADMISSAO-AAMM         PIC 9(06) VALUE ZEROS.

       01 WS-JOR-TAB.
           05 WS-JT OCCURS 150 TIMES.
              10 WS-JT-DEPTM        PIC X(03).
              10 WS-JT-DIA-SEMANA   PIC 9(01).
              10 WS-JT-MINUTOS      PIC 9(04).
       01 WS-JOR-ITENS             PIC 9(03) VALUE 0.
       01 WS-JOR-IDX               PIC 9(03) VALUE 0.
       01 WS-JOR-ACHADO            PIC 9(03) VALUE 0.

       01 WS-FERIADO-TAB.
           05 WS-FERIADO OCCURS 31 TIMES PIC X(01).

      *------------------- BENEFICIOS DOS OPTANTES ATIVOS -------------*
       01 WS-BT-TAB.
           05 WS-BT OCCURS 400 TIMES.
              10 WS-BT-FUN          PIC 9(03).
              10 WS-BT-TIPO         PIC X(02).
              10 WS-BT-QTD-DIA      PIC 9(02).
              10 WS-BT-VALOR-UNIT   PIC 9(05)V99.
              10 WS-BT-COMPRA       PIC 9(07)V99.
              10 WS-BT-DESCONTO     PIC 9(07)V99.
       01 WS-BT-ITENS              PIC 9(03) VALUE 0.
       01 WS-BT-IDX                PIC 9(03) VALUE 0.
       01 WS-BT-TIPO-LISTA         PIC X(02) VALUE SPACES.

      *------------------- MOVFOLHA PRESERVADO ------------------------*
       01 WS-MOVOUT-TAB.
           05 WS-MOVOUT-ITEM OCCURS 500 TIMES PIC X(24).
       01 WS-MOVOUT-ITENS          PIC 9(03) VALUE 0.
       01 WS-MOVOUT-IDX            PIC 9(03) VALUE 0.
       01 WS-MOVOUT-ESTOURO        PIC X(01) VALUE 'N'.

      *------------------- CALCULO E TOTAIS ---------------------------*
       01 WS-DIAS-AUX              PIC 9(05) VALUE ZEROS.
       01 WS-TETO-VT               PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-COMPRA            PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-DESCONTO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-EMPRESA           PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-LINHAS            PIC 9(04) VALUE 0.
       01 WS-TOT-IGNORADOS         PIC 9(04) VALUE 0.
       01 WS-TOT-INVALIDOS         PIC 9(04) VALUE 0.
       01 WS-TOT-SUBSTITUIDOS      PIC 9(04) VALUE 0.
       01 WS-TOT-EVENTOS           PIC 9(04) VALUE 0.
       01 WS-ED-DIAS-UTEIS         PIC Z9.
       01 WS-ED-DIAS-FALTA         PIC Z9.
       01 WS-ED-DIAS-BEN           PIC Z9.
       01 WS-ED-QTD-DIA            PIC Z9.
       01 WS-ED-VALOR-UNIT         PIC ZZZZ9.99.
       01 WS-ED-COMPRA             PIC Z(06)9.99.
       01 WS-ED-DESCONTO           PIC Z(06)9.99.
       01 WS-ED-TOTAL              PIC Z(08)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-FUNCIONARIOS.
           PERFORM CARREGAR-JORNADA.
           PERFORM CARREGAR-FERIADOS.
           PERFORM CARREGAR-MOVIMENTOS.
           PERFORM CARREGAR-BENEFICIOS.

           MOVE 0 TO WS-FUN-IDX.
           PERFORM APURAR-FUNCIONARIO
              UNTIL WS-FUN-IDX EQUAL WS-FUN-ITENS.

           MOVE 0 TO WS-BT-IDX.
           PERFORM CALCULAR-BENEFICIO
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.

           PERFORM EMITIR-PEDIDO.
           PERFORM GRAVAR-MOVIMENTOS.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "VALE-TRANSPORTE E VALE-REFEICAO DO MES".
           DISPLAY "--------------------------------------".
           DISPLAY "PERIODO (AAAAMM / 0 = ATUAL): ".
              ACCEPT WS-PERIODO.
           IF WS-PERIODO EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO
           END-IF.
           MOVE WS-PERIODO TO WS-DD-PERIODO.

      *    FOLHA MENSAL JA CALCULADA CONSUMIU OS MOVIMENTOS: O DESCONTO
      *    DE UMA NOVA COMPRA DO PERIODO NAO SERIA FEITO
           OPEN INPUT FOLHAHIST.
           IF WS-FS-FOLHAHIST EQUAL ZEROS
              READ FOLHAHIST
              PERFORM PROCURAR-FOLHA-DO-PERIODO
                 UNTIL WS-FS-FOLHAHIST NOT EQUAL ZEROS
              CLOSE FOLHAHIST
           END-IF.
           IF WS-FOLHA-FEITA EQUAL 'S'
              DISPLAY "FOLHA MENSAL DE " WS-PERIODO " JA CALCULADA -"
                      " BENEFICIOS NAO APURADOS"
              STOP RUN
           END-IF.

      *    ULTIMO DIA DO MES: VESPERA DO DIA 1 DO MES SEGUINTE
           MOVE WS-PERIODO (1:4) TO WS-PROX-ANO.
           MOVE WS-PERIODO (5:2) TO WS-PROX-MM.
           MOVE 01               TO WS-PROX-DD.
           IF WS-PROX-MM EQUAL 12
              ADD 1 TO WS-PROX-ANO
              MOVE 01 TO WS-PROX-MM
           ELSE
              ADD 1 TO WS-PROX-MM
           END-IF.
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PROX-MES) - 1).
           MOVE WS-DATA-AUX (7:2) TO WS-ULTIMO-DIA.

       PROCURAR-FOLHA-DO-PERIODO    SECTION.
           IF WS-FHIST-PERIODO EQUAL WS-PERIODO
              AND WS-FHIST-TIPO EQUAL "FL"
              MOVE 'S' TO WS-FOLHA-FEITA
           END-IF.
           READ FOLHAHIST.

      *------------------- QUEM ESTAVA NA EMPRESA NO PERIODO ----------*
       CARREGAR-FUNCIONARIOS    SECTION.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FUNCIONARIOS " WS-FS-FUNC
              STOP RUN
           END-IF.

           READ FUNCIONARIOS.
           PERFORM GUARDAR-FUNCIONARIO
              UNTIL WS-FS-FUNC NOT EQUAL ZEROS.
           CLOSE FUNCIONARIOS.

       GUARDAR-FUNCIONARIO    SECTION.
           IF WS-FUNC-ADMISSAO NOT NUMERIC
              MOVE ZEROS TO WS-FUNC-ADMISSAO
           END-IF.
           IF WS-FUNC-DESLIGAMENTO NOT NUMERIC
              MOVE ZEROS TO WS-FUNC-DESLIGAMENTO
           END-IF.

           COMPUTE WS-DESLIG-AAMM = WS-FUNC-DESLIGAMENTO / 100.
           IF WS-FUNC-DESLIGAMENTO NOT EQUAL ZEROS
              AND WS-DESLIG-AAMM < WS-PERIODO
              GO TO GUARDAR-FUNCIONARIO-FIM
           END-IF.
           COMPUTE WS-ADMISSAO-AAMM = WS-FUNC-ADMISSAO / 100.
           IF WS-ADMISSAO-AAMM > WS-PERIODO
              GO TO GUARDAR-FUNCIONARIO-FIM
           END-IF.

           IF WS-FUN-ITENS < 200
              ADD 1 TO WS-FUN-ITENS
              INITIALIZE WS-FUN (WS-FUN-ITENS)
              MOVE WS-FUNC-MATRICULA
                TO WS-FUN-MATRICULA (WS-FUN-ITENS)
              MOVE WS-FUNC-NOME    TO WS-FUN-NOME (WS-FUN-ITENS)
              MOVE WS-FUNC-DEPTM   TO WS-FUN-DEPTM (WS-FUN-ITENS)
              MOVE WS-FUNC-SALARIO TO WS-FUN-SALARIO (WS-FUN-ITENS)
              MOVE WS-FUNC-ADMISSAO
                TO WS-FUN-ADMISSAO (WS-FUN-ITENS)
              MOVE WS-FUNC-DESLIGAMENTO
                TO WS-FUN-DESLIG (WS-FUN-ITENS)
           ELSE
              DISPLAY "AVISO: CADASTRO MAIOR QUE 200 - MATRICULA "
                      WS-FUNC-MATRICULA " SEM BENEFICIO NO MES"
           END-IF.

       GUARDAR-FUNCIONARIO-FIM.
           READ FUNCIONARIOS.

       LOCALIZAR-FUNCIONARIO    SECTION.
           MOVE 0 TO WS-FUN-IDX.
           MOVE 0 TO WS-FUN-ACHADO.
           PERFORM PROCURAR-FUNCIONARIO
              UNTIL WS-FUN-IDX EQUAL WS-FUN-ITENS
                 OR WS-FUN-ACHADO NOT EQUAL 0.

       PROCURAR-FUNCIONARIO    SECTION.
           ADD 1 TO WS-FUN-IDX.
           IF WS-FUN-MATRICULA (WS-FUN-IDX) EQUAL WS-FUN-PROCURADA
              MOVE WS-FUN-IDX TO WS-FUN-ACHADO
           END-IF.

      *------------------- JORNADAS E FERIADOS ------------------------*
       CARREGAR-JORNADA    SECTION.
           OPEN INPUT JORNADA.
           IF WS-FS-JORNADA NOT EQUAL ZEROS
              DISPLAY "SEM JORNADA.DAT (DEPTO, DIA DA SEMANA 1-7,"
                      " MINUTOS) - BENEFICIOS NAO APURADOS"
              STOP RUN
           END-IF.

           READ JORNADA.
           PERFORM GUARDAR-JORNADA
              UNTIL WS-FS-JORNADA NOT EQUAL ZEROS.
           CLOSE JORNADA.

       GUARDAR-JORNADA    SECTION.
           IF WS-JOR-ITENS < 150
              ADD 1 TO WS-JOR-ITENS
              MOVE WS-JOR-DEPTM      TO WS-JT-DEPTM (WS-JOR-ITENS)
              MOVE WS-JOR-DIA-SEMANA
                TO WS-JT-DIA-SEMANA (WS-JOR-ITENS)
              MOVE WS-JOR-MINUTOS    TO WS-JT-MINUTOS (WS-JOR-ITENS)
           ELSE
              DISPLAY "AVISO: JORNADA.DAT MAIOR QUE 150 LINHAS"
           END-IF.
           READ JORNADA.

       CARREGAR-FERIADOS    SECTION.
           MOVE ALL 'N' TO WS-FERIADO-TAB.
           OPEN INPUT FERIADOS.
           IF WS-FS-FERIADOS NOT EQUAL ZEROS
              DISPLAY "SEM FERIADOS.DAT - NENHUM FERIADO NO PERIODO"
              GO TO CARREGAR-FERIADOS-FIM
           END-IF.

           READ FERIADOS.
           PERFORM GUARDAR-FERIADO
              UNTIL WS-FS-FERIADOS NOT EQUAL ZEROS.
           CLOSE FERIADOS.

       CARREGAR-FERIADOS-FIM.
           EXIT.

       GUARDAR-FERIADO    SECTION.
           IF WS-FER-DATA (1:6) EQUAL WS-PERIODO
              MOVE WS-FER-DATA (7:2) TO WS-DIA
              IF WS-DIA > 0 AND WS-DIA NOT > WS-ULTIMO-DIA
                 MOVE 'S' TO WS-FERIADO (WS-DIA)
              END-IF
           END-IF.
           READ FERIADOS.

      *------------------- MOVFOLHA: FALTAS DO MES E O QUE FICA -------*
       CARREGAR-MOVIMENTOS    SECTION.
           OPEN INPUT MOVFOLHA.
           IF WS-FS-MOV EQUAL ZEROS
              READ MOVFOLHA
              PERFORM GUARDAR-MOVIMENTO
                 UNTIL WS-FS-MOV NOT EQUAL ZEROS
              CLOSE MOVFOLHA
           END-IF.

       GUARDAR-MOVIMENTO    SECTION.
      *    FALTA DO PONTO OU DIGITADA PELO RH, TANTO FAZ
           IF WS-MOV-PERIODO EQUAL WS-PERIODO
              AND WS-MOV-EVENTO EQUAL "FA"
              MOVE WS-MOV-MATRICULA TO WS-FUN-PROCURADA
              PERFORM LOCALIZAR-FUNCIONARIO
              IF WS-FUN-ACHADO NOT EQUAL 0
                 ADD WS-MOV-VALOR TO WS-FUN-VLR-FA (WS-FUN-ACHADO)
              END-IF
           END-IF.

           IF WS-MOV-PERIODO EQUAL WS-PERIODO
              AND WS-MOV-ORIGEM EQUAL 'B'
              ADD 1 TO WS-TOT-SUBSTITUIDOS
           ELSE
              IF WS-MOVOUT-ITENS < 500
                 ADD 1 TO WS-MOVOUT-ITENS
                 MOVE WS-MOV-REG TO WS-MOVOUT-ITEM (WS-MOVOUT-ITENS)
              ELSE
                 MOVE 'S' TO WS-MOVOUT-ESTOURO
              END-IF
           END-IF.
           READ MOVFOLHA.

      *------------------- SO OPTANTES COM CADASTRO ATIVO -------------*
       CARREGAR-BENEFICIOS    SECTION.
           OPEN INPUT BENEFICIOS.
           IF WS-FS-BEN NOT EQUAL ZEROS
              DISPLAY "SEM BENEFICIOS.DAT - CADASTRAR NO 3-BENEFCAD"
              STOP RUN
           END-IF.

           READ BENEFICIOS.
           PERFORM GUARDAR-BENEFICIO
              UNTIL WS-FS-BEN NOT EQUAL ZEROS.
           CLOSE BENEFICIOS.

       GUARDAR-BENEFICIO    SECTION.
           IF WS-BEN-OPTANTE NOT EQUAL "S"
              GO TO GUARDAR-BENEFICIO-FIM
           END-IF.
           IF WS-BEN-TIPO NOT EQUAL "VT" AND WS-BEN-TIPO NOT EQUAL "VR"
              OR WS-BEN-QTD-DIA NOT NUMERIC
              OR WS-BEN-VALOR-UNIT NOT NUMERIC
              DISPLAY "AVISO: BENEFICIO INVALIDO - MATRICULA "
                      WS-BEN-MATRICULA " TIPO " WS-BEN-TIPO
              ADD 1 TO WS-TOT-INVALIDOS
              GO TO GUARDAR-BENEFICIO-FIM
           END-IF.

           MOVE WS-BEN-MATRICULA TO WS-FUN-PROCURADA.
           PERFORM LOCALIZAR-FUNCIONARIO.
           IF WS-FUN-ACHADO EQUAL 0
              ADD 1 TO WS-TOT-IGNORADOS
              GO TO GUARDAR-BENEFICIO-FIM
           END-IF.

           IF WS-BT-ITENS < 400
              ADD 1 TO WS-BT-ITENS
              MOVE WS-FUN-ACHADO     TO WS-BT-FUN (WS-BT-ITENS)
              MOVE WS-BEN-TIPO       TO WS-BT-TIPO (WS-BT-ITENS)
              MOVE WS-BEN-QTD-DIA    TO WS-BT-QTD-DIA (WS-BT-ITENS)
              MOVE WS-BEN-VALOR-UNIT TO WS-BT-VALOR-UNIT (WS-BT-ITENS)
              MOVE ZEROS             TO WS-BT-COMPRA (WS-BT-ITENS)
              MOVE ZEROS             TO WS-BT-DESCONTO (WS-BT-ITENS)
           ELSE
              DISPLAY "AVISO: BENEFICIOS.DAT MAIOR QUE 400 - MATRICULA "
                      WS-BEN-MATRICULA " FORA DO PEDIDO"
           END-IF.

       GUARDAR-BENEFICIO-FIM.
           READ BENEFICIOS.

      *------------------- DIAS DE BENEFICIO DE UM FUNCIONARIO --------*
       APURAR-FUNCIONARIO    SECTION.
           ADD 1 TO WS-FUN-IDX.

           MOVE 0 TO WS-DIA.
           PERFORM CONTAR-DIA UNTIL WS-DIA EQUAL WS-ULTIMO-DIA.

      *    FALTA VEM EM VALOR NO MOVFOLHA: VOLTA PARA DIAS INTEIROS,
      *    ARREDONDADOS POR CAUSA DOS CENTAVOS DO VALOR
           IF WS-FUN-VLR-FA (WS-FUN-IDX) NOT EQUAL ZEROS
              AND WS-FUN-SALARIO (WS-FUN-IDX) NOT EQUAL ZEROS
              COMPUTE WS-DIAS-AUX ROUNDED =
                      WS-FUN-VLR-FA (WS-FUN-IDX) * 30
                    / WS-FUN-SALARIO (WS-FUN-IDX)
              IF WS-DIAS-AUX > 99
                 MOVE 99 TO WS-DIAS-AUX
              END-IF
              MOVE WS-DIAS-AUX TO WS-FUN-DIAS-FALTA (WS-FUN-IDX)
           END-IF.

           IF WS-FUN-DIAS-FALTA (WS-FUN-IDX) <
              WS-FUN-DIAS-UTEIS (WS-FUN-IDX)
              COMPUTE WS-FUN-DIAS-BEN (WS-FUN-IDX) =
                      WS-FUN-DIAS-UTEIS (WS-FUN-IDX)
                    - WS-FUN-DIAS-FALTA (WS-FUN-IDX)
           ELSE
              MOVE 0 TO WS-FUN-DIAS-BEN (WS-FUN-IDX)
           END-IF.

       CONTAR-DIA    SECTION.
           ADD 1 TO WS-DIA.
           MOVE WS-DIA TO WS-DD-DIA.

      *    ANTES DA ADMISSAO, DEPOIS DO DESLIGAMENTO E FERIADO NAO
      *    TEM DESLOCAMENTO NEM REFEICAO
           IF WS-DATA-DIA-N < WS-FUN-ADMISSAO (WS-FUN-IDX)
              GO TO CONTAR-DIA-FIM
           END-IF.
           IF WS-FUN-DESLIG (WS-FUN-IDX) NOT EQUAL ZEROS
              AND WS-DATA-DIA-N > WS-FUN-DESLIG (WS-FUN-IDX)
              GO TO CONTAR-DIA-FIM
           END-IF.
           IF WS-FERIADO (WS-DIA) EQUAL 'S'
              GO TO CONTAR-DIA-FIM
           END-IF.

      *    1 = SEGUNDA ... 7 = DOMINGO (O DIA 1 DO CALENDARIO
      *    INTEIRO, 01/01/1601, FOI UMA SEGUNDA-FEIRA)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-DIA-N), 7).
           IF WS-DIA-SEMANA EQUAL 0
              MOVE 7 TO WS-DIA-SEMANA
           END-IF.

           MOVE 0 TO WS-JOR-IDX.
           MOVE 0 TO WS-JOR-ACHADO.
           PERFORM PROCURAR-JORNADA
              UNTIL WS-JOR-IDX EQUAL WS-JOR-ITENS
                 OR WS-JOR-ACHADO NOT EQUAL 0.
           IF WS-JOR-ACHADO NOT EQUAL 0
              IF WS-JT-MINUTOS (WS-JOR-ACHADO) > 0
                 ADD 1 TO WS-FUN-DIAS-UTEIS (WS-FUN-IDX)
              END-IF
           END-IF.

       CONTAR-DIA-FIM.
           EXIT.

       PROCURAR-JORNADA    SECTION.
           ADD 1 TO WS-JOR-IDX.
           IF WS-JT-DEPTM (WS-JOR-IDX) EQUAL WS-FUN-DEPTM (WS-FUN-IDX)
              AND WS-JT-DIA-SEMANA (WS-JOR-IDX) EQUAL WS-DIA-SEMANA
              MOVE WS-JOR-IDX TO WS-JOR-ACHADO
           END-IF.

      *------------------- COMPRA E DESCONTO DE UM BENEFICIO ----------*
       CALCULAR-BENEFICIO    SECTION.
           ADD 1 TO WS-BT-IDX.
           MOVE WS-BT-FUN (WS-BT-IDX) TO WS-FUN-IDX.

           IF WS-FUN-DIAS-UTEIS (WS-FUN-IDX) EQUAL 0
              DISPLAY "AVISO: MATRICULA " WS-FUN-MATRICULA (WS-FUN-IDX)
                      " SEM DIA UTIL NO PERIODO - VER A JORNADA DO"
                      " DEPARTAMENTO " WS-FUN-DEPTM (WS-FUN-IDX)
           END-IF.

           COMPUTE WS-BT-COMPRA (WS-BT-IDX) =
                   WS-FUN-DIAS-BEN (WS-FUN-IDX)
                 * WS-BT-QTD-DIA (WS-BT-IDX)
                 * WS-BT-VALOR-UNIT (WS-BT-IDX).

           IF WS-BT-TIPO (WS-BT-IDX) EQUAL "VT"
              COMPUTE WS-TETO-VT ROUNDED =
                      WS-FUN-SALARIO (WS-FUN-IDX) * WS-PCT-DESC-VT / 100
              IF WS-TETO-VT < WS-BT-COMPRA (WS-BT-IDX)
                 MOVE WS-TETO-VT TO WS-BT-DESCONTO (WS-BT-IDX)
              ELSE
                 MOVE WS-BT-COMPRA (WS-BT-IDX)
                   TO WS-BT-DESCONTO (WS-BT-IDX)
              END-IF
              ADD WS-BT-DESCONTO (WS-BT-IDX)
               TO WS-FUN-DESC-VT (WS-FUN-IDX)
           ELSE
              COMPUTE WS-BT-DESCONTO (WS-BT-IDX) ROUNDED =
                      WS-BT-COMPRA (WS-BT-IDX) * WS-PCT-DESC-VR / 100
              ADD WS-BT-DESCONTO (WS-BT-IDX)
               TO WS-FUN-DESC-VR (WS-FUN-IDX)
           END-IF.

      *------------------- PEDIDO AO FORNECEDOR -----------------------*
       EMITIR-PEDIDO    SECTION.
           OPEN OUTPUT PEDIDO.
           IF WS-FS-PEDIDO NOT EQUAL ZEROS
              DISPLAY "ERRO NA CRIACAO DO PEDIDO " WS-FS-PEDIDO
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-PED-LINHA.
           STRING "PEDIDO DE BENEFICIOS - PERIODO " WS-PERIODO
                  DELIMITED BY SIZE INTO WS-PED-LINHA
           END-STRING.
           WRITE WS-PED-LINHA.

           MOVE "VALE-TRANSPORTE" TO WS-PED-LINHA.
           WRITE WS-PED-LINHA.
           MOVE "VT" TO WS-BT-TIPO-LISTA.
           PERFORM LISTAR-TIPO.

           MOVE SPACES TO WS-PED-LINHA.
           WRITE WS-PED-LINHA.
           MOVE "VALE-REFEICAO" TO WS-PED-LINHA.
           WRITE WS-PED-LINHA.
           MOVE "VR" TO WS-BT-TIPO-LISTA.
           PERFORM LISTAR-TIPO.

           CLOSE PEDIDO.

       LISTAR-TIPO    SECTION.
           MOVE "MATRIC NOME                 UTEIS FALT DIAS QTD"
             TO WS-PED-LINHA.
           MOVE "  V.UNIT      COMPRA    DESCONTO"
             TO WS-PED-LINHA (51:32).
           WRITE WS-PED-LINHA.

           MOVE ZEROS TO WS-TOT-COMPRA.
           MOVE ZEROS TO WS-TOT-DESCONTO.
           MOVE 0 TO WS-BT-IDX.
           PERFORM LISTAR-UM-BENEFICIO
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.

           COMPUTE WS-TOT-EMPRESA = WS-TOT-COMPRA - WS-TOT-DESCONTO.
           MOVE WS-TOT-COMPRA TO WS-ED-TOTAL.
           MOVE SPACES TO WS-PED-LINHA.
           STRING "TOTAL DO PEDIDO " WS-BT-TIPO-LISTA
                  " ...........: " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-PED-LINHA
           END-STRING.
           WRITE WS-PED-LINHA.
           MOVE WS-TOT-DESCONTO TO WS-ED-TOTAL.
           MOVE SPACES TO WS-PED-LINHA.
           STRING "DESCONTADO DOS FUNCIONARIOS : " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-PED-LINHA
           END-STRING.
           WRITE WS-PED-LINHA.
           MOVE WS-TOT-EMPRESA TO WS-ED-TOTAL.
           MOVE SPACES TO WS-PED-LINHA.
           STRING "CUSTO DA EMPRESA ...........: " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-PED-LINHA
           END-STRING.
           WRITE WS-PED-LINHA.

       LISTAR-UM-BENEFICIO    SECTION.
           ADD 1 TO WS-BT-IDX.
           IF WS-BT-TIPO (WS-BT-IDX) NOT EQUAL WS-BT-TIPO-LISTA
              GO TO LISTAR-UM-BENEFICIO-FIM
           END-IF.
           MOVE WS-BT-FUN (WS-BT-IDX) TO WS-FUN-IDX.

           MOVE WS-FUN-DIAS-UTEIS (WS-FUN-IDX) TO WS-ED-DIAS-UTEIS.
           MOVE WS-FUN-DIAS-FALTA (WS-FUN-IDX) TO WS-ED-DIAS-FALTA.
           MOVE WS-FUN-DIAS-BEN (WS-FUN-IDX)   TO WS-ED-DIAS-BEN.
           MOVE WS-BT-QTD-DIA (WS-BT-IDX)      TO WS-ED-QTD-DIA.
           MOVE WS-BT-VALOR-UNIT (WS-BT-IDX)   TO WS-ED-VALOR-UNIT.
           MOVE WS-BT-COMPRA (WS-BT-IDX)       TO WS-ED-COMPRA.
           MOVE WS-BT-DESCONTO (WS-BT-IDX)     TO WS-ED-DESCONTO.

           MOVE SPACES TO WS-PED-LINHA.
           STRING WS-FUN-MATRICULA (WS-FUN-IDX) " "
                  WS-FUN-NOME (WS-FUN-IDX) "    "
                  WS-ED-DIAS-UTEIS "   " WS-ED-DIAS-FALTA "   "
                  WS-ED-DIAS-BEN "  " WS-ED-QTD-DIA " "
                  WS-ED-VALOR-UNIT " " WS-ED-COMPRA " "
                  WS-ED-DESCONTO
                  DELIMITED BY SIZE INTO WS-PED-LINHA
           END-STRING.
           WRITE WS-PED-LINHA.
           ADD 1 TO WS-TOT-LINHAS.

           ADD WS-BT-COMPRA (WS-BT-IDX)   TO WS-TOT-COMPRA.
           ADD WS-BT-DESCONTO (WS-BT-IDX) TO WS-TOT-DESCONTO.

       LISTAR-UM-BENEFICIO-FIM.
           EXIT.

      *------------------- DESCONTOS NO MOVFOLHA ----------------------*
       GRAVAR-MOVIMENTOS    SECTION.
           IF WS-MOVOUT-ESTOURO EQUAL 'S'
              DISPLAY "MOVFOLHA.DAT COM MAIS DE 500 LANCAMENTOS -"
                      " ARQUIVO PRESERVADO, DESCONTOS DOS BENEFICIOS"
                      " NAO GRAVADOS"
              GO TO GRAVAR-MOVIMENTOS-FIM
           END-IF.

           OPEN OUTPUT MOVFOLHA.
           IF WS-FS-MOV NOT EQUAL ZEROS
              DISPLAY "ERRO AO REGRAVAR O MOVFOLHA " WS-FS-MOV
              GO TO GRAVAR-MOVIMENTOS-FIM
           END-IF.

           MOVE 0 TO WS-MOVOUT-IDX.
           PERFORM REGRAVAR-MOVIMENTO
              UNTIL WS-MOVOUT-IDX EQUAL WS-MOVOUT-ITENS.

           MOVE 0 TO WS-FUN-IDX.
           PERFORM GRAVAR-EVENTOS-FUNCIONARIO
              UNTIL WS-FUN-IDX EQUAL WS-FUN-ITENS.
           CLOSE MOVFOLHA.

       GRAVAR-MOVIMENTOS-FIM.
           EXIT.

       REGRAVAR-MOVIMENTO    SECTION.
           ADD 1 TO WS-MOVOUT-IDX.
           MOVE WS-MOVOUT-ITEM (WS-MOVOUT-IDX) TO WS-MOV-REG.
           WRITE WS-MOV-REG.

       GRAVAR-EVENTOS-FUNCIONARIO    SECTION.
           ADD 1 TO WS-FUN-IDX.
           MOVE WS-PERIODO TO WS-MOV-PERIODO.
           MOVE WS-FUN-MATRICULA (WS-FUN-IDX) TO WS-MOV-MATRICULA.
           MOVE 'B' TO WS-MOV-ORIGEM.

           MOVE "VT" TO WS-MOV-EVENTO.
           MOVE WS-FUN-DESC-VT (WS-FUN-IDX) TO WS-MOV-VALOR.
           PERFORM GRAVAR-EVENTO.
           MOVE "VR" TO WS-MOV-EVENTO.
           MOVE WS-FUN-DESC-VR (WS-FUN-IDX) TO WS-MOV-VALOR.
           PERFORM GRAVAR-EVENTO.

       GRAVAR-EVENTO    SECTION.
           IF WS-MOV-VALOR NOT EQUAL ZEROS
              WRITE WS-MOV-REG
              ADD 1 TO WS-TOT-EVENTOS
           END-IF.

       FINALIZAR    SECTION.
           DISPLAY "LINHAS NO PEDIDO     : " WS-TOT-LINHAS.
           DISPLAY "EVENTOS NO MOVFOLHA  : " WS-TOT-EVENTOS.
           IF WS-TOT-SUBSTITUIDOS NOT EQUAL ZEROS
              DISPLAY "EVENTOS DE APURACAO ANTERIOR SUBSTITUIDOS: "
                      WS-TOT-SUBSTITUIDOS
           END-IF.
           IF WS-TOT-IGNORADOS NOT EQUAL ZEROS
              DISPLAY "OPTANTES SEM CADASTRO ATIVO NO PERIODO: "
                      WS-TOT-IGNORADOS
           END-IF.
           IF WS-TOT-INVALIDOS NOT EQUAL ZEROS
              DISPLAY "BENEFICIOS INVALIDOS IGNORADOS: "
                      WS-TOT-INVALIDOS
           END-IF.
           DISPLAY "PEDIDO EM ..\DADOS\BENEFICIOS.PEDIDO.TXT".
