      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 3-PONTO.
      *-----------------------------------------------------------------
      *  APURA O PONTO DO MES A PARTIR DAS MARCACOES DO RELOGIO E DA  *
      *  JORNADA DO DEPARTAMENTO: HORAS TRABALHADAS, HORA EXTRA 50% E *
      *  100%, ADICIONAL NOTURNO E FALTAS. GRAVA OS EVENTOS HE, AN E  *
      *  FA NO MOVFOLHA.DAT COM ORIGEM 'P'; NOVA RODADA DO MESMO      *
      *  PERIODO SUBSTITUI OS EVENTOS 'P' DA ANTERIOR, ENTAO O RH     *
      *  CORRIGE AS EXCECOES E RODA DE NOVO ANTES DA FOLHA            *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PONTO ASSIGN TO "..\DADOS\PONTO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PONTO.

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

           SELECT APURACAO ASSIGN TO "..\DADOS\PONTO.APURACAO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APURACAO.

           SELECT EXCECOES ASSIGN TO "..\DADOS\PONTO.EXCECOES.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXCECOES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- MARCACOES DO RELOGIO, UMA LINHA POR DIA ----*
      *  HORARIOS EM HHMM; O SEGUNDO PAR E OPCIONAL (ZEROS = SEM      *
      *  RETORNO DO INTERVALO). SAIDA MENOR QUE A ENTRADA = VIROU A   *
      *  MEIA-NOITE                                                   *
       FD  PONTO.
       01  WS-PON-REG.
           05 WS-PON-MATRICULA      PIC 9(06).
           05 WS-PON-DATA           PIC 9(08).
           05 WS-PON-ENTRADA-1      PIC 9(04).
           05 WS-PON-SAIDA-1        PIC 9(04).
           05 WS-PON-ENTRADA-2      PIC 9(04).
           05 WS-PON-SAIDA-2        PIC 9(04).

      *------------------- JORNADA PREVISTA POR DEPARTAMENTO ----------*
      *  UMA LINHA POR DIA DA SEMANA (1 = SEGUNDA ... 7 = DOMINGO);    *
      *  DIA DE DESCANSO VEM COM MINUTOS ZERADOS                      *
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

       FD  APURACAO.
       01  WS-APU-LINHA             PIC X(100).

       FD  EXCECOES.
       01  WS-EXC-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PONTO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-JORNADA            PIC 9(02) VALUE ZEROS.
       01 WS-FS-FERIADOS           PIC 9(02) VALUE ZEROS.
       01 WS-FS-FUNC               PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FOLHAHIST          PIC 9(02) VALUE ZEROS.
       01 WS-FS-APURACAO           PIC 9(02) VALUE ZEROS.
       01 WS-FS-EXCECOES           PIC 9(02) VALUE ZEROS.

      *------------------- REGRAS DA APURACAO -------------------------*
      *  VALOR DA HORA = SALARIO / 220. VARIACAO DE ATE 10 MINUTOS NO *
      *  DIA NAO CONTA NEM COMO EXTRA NEM COMO FALTA. NOTURNO E DAS   *
      *  22H AS 5H, COM A HORA REDUZIDA DE 52 MINUTOS E 30 SEGUNDOS   *
       01 WS-HORAS-MES             PIC 9(03) VALUE 220.
       01 WS-TOLERANCIA            PIC 9(02) VALUE 10.
       01 WS-PCT-NOTURNO           PIC 9(02) VALUE 20.

       01 WS-PERIODO               PIC 9(06) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(08) VALUE ZEROS.
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

      *------------------- CADASTRO E MARCACOES DO PERIODO ------------*
       01 WS-FUN-TAB.
           05 WS-FUN OCCURS 200 TIMES.
              10 WS-FUN-MATRICULA   PIC 9(06).
              10 WS-FUN-NOME        PIC X(20).
              10 WS-FUN-DEPTM       PIC X(03).
              10 WS-FUN-SALARIO     PIC 9(07)V99.
              10 WS-FUN-ADMISSAO    PIC 9(08).
              10 WS-FUN-DESLIG      PIC 9(08).
              10 WS-FUN-MARCADOS    PIC 9(03).
              10 WS-FUN-APURADO     PIC X(01).
              10 WS-FUN-TRAB-MIN    PIC 9(05).
              10 WS-FUN-HE50-MIN    PIC 9(05).
              10 WS-FUN-HE100-MIN   PIC 9(05).
              10 WS-FUN-NOT-MIN     PIC 9(05).
              10 WS-FUN-FALTA-MIN   PIC 9(05).
              10 WS-FUN-DIAS-FALTA  PIC 9(02).
              10 WS-FUN-VLR-HE      PIC 9(07)V99.
              10 WS-FUN-VLR-AN      PIC 9(07)V99.
              10 WS-FUN-VLR-FA      PIC 9(07)V99.
              10 WS-FD OCCURS 31 TIMES.
                 15 WS-FD-ENTRADA-1 PIC 9(04).
                 15 WS-FD-SAIDA-1   PIC 9(04).
                 15 WS-FD-ENTRADA-2 PIC 9(04).
                 15 WS-FD-SAIDA-2   PIC 9(04).
                 15 WS-FD-SITUACAO  PIC X(01).
      *             BRANCO = SEM MARCACAO / M = MARCADO / D = DUPLICADO
       01 WS-FUN-ITENS             PIC 9(03) VALUE 0.
       01 WS-FUN-IDX               PIC 9(03) VALUE 0.
       01 WS-FUN-ACHADO            PIC 9(03) VALUE 0.
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
       01 WS-JOR-DIAS-DEPTM        PIC 9(02) VALUE 0.

       01 WS-FERIADO-TAB.
           05 WS-FERIADO OCCURS 31 TIMES PIC X(01).

      *------------------- CALCULO DE UM DIA --------------------------*
       01 WS-HORA-MARC             PIC 9(04) VALUE ZEROS.
       01 WS-HORA-MARC-R REDEFINES WS-HORA-MARC.
           05 WS-HM-HH             PIC 9(02).
           05 WS-HM-MM             PIC 9(02).
       01 WS-MARC-OK               PIC X(01) VALUE 'S'.
       01 WS-MIN-INI               PIC 9(04) VALUE ZEROS.
       01 WS-MIN-FIM               PIC 9(04) VALUE ZEROS.
       01 WS-JAN-INI               PIC 9(04) VALUE ZEROS.
       01 WS-JAN-FIM               PIC 9(04) VALUE ZEROS.
       01 WS-SOBREPOE              PIC S9(05) VALUE ZEROS.
       01 WS-DIA-TRAB              PIC 9(04) VALUE ZEROS.
       01 WS-DIA-NOT               PIC 9(04) VALUE ZEROS.
       01 WS-PREVISTO              PIC 9(04) VALUE ZEROS.
       01 WS-DIFERENCA             PIC S9(05) VALUE ZEROS.
       01 WS-VALOR-HORA            PIC 9(07)V9999 VALUE ZEROS.
       01 WS-MIN-EXTRA-PAGOS       PIC 9(06)V9 VALUE ZEROS.

      *------------------- MOVFOLHA PRESERVADO ------------------------*
       01 WS-MOVOUT-TAB.
           05 WS-MOVOUT-ITEM OCCURS 500 TIMES PIC X(24).
       01 WS-MOVOUT-ITENS          PIC 9(03) VALUE 0.
       01 WS-MOVOUT-IDX            PIC 9(03) VALUE 0.
       01 WS-MOVOUT-ESTOURO        PIC X(01) VALUE 'N'.

      *------------------- EXCECOES E TOTAIS --------------------------*
       01 WS-EXC-MATRICULA         PIC 9(06) VALUE ZEROS.
       01 WS-EXC-DIA               PIC 9(02) VALUE ZEROS.
       01 WS-EXC-TEXTO             PIC X(60) VALUE SPACES.
       01 WS-TOT-EXCECOES          PIC 9(05) VALUE 0.
       01 WS-TOT-MARCACOES         PIC 9(05) VALUE 0.
       01 WS-TOT-OUTROS-PERIODOS   PIC 9(05) VALUE 0.
       01 WS-TOT-APURADOS          PIC 9(04) VALUE 0.
       01 WS-TOT-SUBSTITUIDOS      PIC 9(04) VALUE 0.
       01 WS-TOT-EVENTOS           PIC 9(04) VALUE 0.
       01 WS-ED-TRAB               PIC ZZZ9.99.
       01 WS-ED-HE50               PIC ZZ9.99.
       01 WS-ED-HE100              PIC ZZ9.99.
       01 WS-ED-NOT                PIC ZZ9.99.
       01 WS-ED-FALTA              PIC ZZ9.99.
       01 WS-ED-VLR-HE             PIC Z(06)9.99.
       01 WS-ED-VLR-AN             PIC Z(06)9.99.
       01 WS-ED-VLR-FA             PIC Z(06)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-FUNCIONARIOS.
           PERFORM CARREGAR-JORNADA.
           PERFORM CARREGAR-FERIADOS.
           PERFORM CARREGAR-MARCACOES.

           MOVE 0 TO WS-FUN-IDX.
           PERFORM APURAR-FUNCIONARIO
              UNTIL WS-FUN-IDX EQUAL WS-FUN-ITENS.

           PERFORM GRAVAR-MOVIMENTOS.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "APURACAO DO PONTO PARA A FOLHA".
           DISPLAY "------------------------------".
           DISPLAY "PERIODO (AAAAMM / 0 = ATUAL): ".
              ACCEPT WS-PERIODO.
           IF WS-PERIODO EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOJE.
           MOVE WS-PERIODO TO WS-DD-PERIODO.

      *    FOLHA MENSAL JA CALCULADA CONSUMIU OS MOVIMENTOS: UM NOVO
      *    PONTO DO PERIODO NAO SERIA PAGO
           OPEN INPUT FOLHAHIST.
           IF WS-FS-FOLHAHIST EQUAL ZEROS
              READ FOLHAHIST
              PERFORM PROCURAR-FOLHA-DO-PERIODO
                 UNTIL WS-FS-FOLHAHIST NOT EQUAL ZEROS
              CLOSE FOLHAHIST
           END-IF.
           IF WS-FOLHA-FEITA EQUAL 'S'
              DISPLAY "FOLHA MENSAL DE " WS-PERIODO " JA CALCULADA -"
                      " PONTO NAO IMPORTADO"
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

           OPEN OUTPUT APURACAO.
           OPEN OUTPUT EXCECOES.

           MOVE SPACES TO WS-APU-LINHA.
           STRING "APURACAO DO PONTO - PERIODO " WS-PERIODO
                  DELIMITED BY SIZE INTO WS-APU-LINHA
           END-STRING.
           WRITE WS-APU-LINHA.
           MOVE "MATRIC NOME                    TRAB   HE50  HE100"
             TO WS-APU-LINHA.
           MOVE "   NOTUR  FALTA   VALOR HE   VALOR AN   VALOR FA"
             TO WS-APU-LINHA (50:48).
           WRITE WS-APU-LINHA.

           MOVE SPACES TO WS-EXC-LINHA.
           STRING "EXCECOES DO PONTO - PERIODO " WS-PERIODO
                  " - CORRIGIR ANTES DA FOLHA"
                  DELIMITED BY SIZE INTO WS-EXC-LINHA
           END-STRING.
           WRITE WS-EXC-LINHA.

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
              MOVE 'N' TO WS-FUN-APURADO (WS-FUN-ITENS)
           ELSE
              MOVE WS-FUNC-MATRICULA TO WS-EXC-MATRICULA
              MOVE ZEROS TO WS-EXC-DIA
              MOVE "CADASTRO MAIOR QUE 200 - NAO APURADO"
                TO WS-EXC-TEXTO
              PERFORM REGISTRAR-EXCECAO
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
           IF WS-FUN-MATRICULA (WS-FUN-IDX) EQUAL WS-PON-MATRICULA
              MOVE WS-FUN-IDX TO WS-FUN-ACHADO
           END-IF.

      *------------------- JORNADAS E FERIADOS ------------------------*
       CARREGAR-JORNADA    SECTION.
           OPEN INPUT JORNADA.
           IF WS-FS-JORNADA NOT EQUAL ZEROS
              DISPLAY "SEM JORNADA.DAT (DEPTO, DIA DA SEMANA 1-7,"
                      " MINUTOS) - PONTO NAO APURADO"
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

      *------------------- MARCACOES DO PERIODO NA TABELA -------------*
       CARREGAR-MARCACOES    SECTION.
           OPEN INPUT PONTO.
           IF WS-FS-PONTO NOT EQUAL ZEROS
              DISPLAY "SEM PONTO.TXT DO RELOGIO - NADA A APURAR"
              STOP RUN
           END-IF.

           READ PONTO.
           PERFORM GUARDAR-MARCACAO
              UNTIL WS-FS-PONTO NOT EQUAL ZEROS.
           CLOSE PONTO.

       GUARDAR-MARCACAO    SECTION.
           IF WS-PON-DATA (1:6) NOT EQUAL WS-PERIODO
              ADD 1 TO WS-TOT-OUTROS-PERIODOS
              GO TO GUARDAR-MARCACAO-FIM
           END-IF.
           ADD 1 TO WS-TOT-MARCACOES.

           MOVE WS-PON-MATRICULA  TO WS-EXC-MATRICULA.
           MOVE WS-PON-DATA (7:2) TO WS-DIA.
           MOVE WS-DIA            TO WS-EXC-DIA.

           PERFORM LOCALIZAR-FUNCIONARIO.
           IF WS-FUN-ACHADO EQUAL 0
              MOVE "MATRICULA SEM CADASTRO ATIVO NO PERIODO"
                TO WS-EXC-TEXTO
              PERFORM REGISTRAR-EXCECAO
              GO TO GUARDAR-MARCACAO-FIM
           END-IF.

           IF WS-DIA EQUAL 0 OR WS-DIA > WS-ULTIMO-DIA
              MOVE "DATA INVALIDA NA MARCACAO" TO WS-EXC-TEXTO
              PERFORM REGISTRAR-EXCECAO
              GO TO GUARDAR-MARCACAO-FIM
           END-IF.

           ADD 1 TO WS-FUN-MARCADOS (WS-FUN-ACHADO).

      *    DUAS LINHAS PARA O MESMO DIA: O RH DIZ QUAL VALE
           IF WS-FD-SITUACAO (WS-FUN-ACHADO, WS-DIA) NOT EQUAL SPACE
              MOVE 'D' TO WS-FD-SITUACAO (WS-FUN-ACHADO, WS-DIA)
              MOVE "MARCACAO DUPLICADA - DIA NAO APURADO"
                TO WS-EXC-TEXTO
              PERFORM REGISTRAR-EXCECAO
              GO TO GUARDAR-MARCACAO-FIM
           END-IF.

           MOVE 'M' TO WS-FD-SITUACAO (WS-FUN-ACHADO, WS-DIA).
           MOVE WS-PON-ENTRADA-1
             TO WS-FD-ENTRADA-1 (WS-FUN-ACHADO, WS-DIA).
           MOVE WS-PON-SAIDA-1
             TO WS-FD-SAIDA-1 (WS-FUN-ACHADO, WS-DIA).
           MOVE WS-PON-ENTRADA-2
             TO WS-FD-ENTRADA-2 (WS-FUN-ACHADO, WS-DIA).
           MOVE WS-PON-SAIDA-2
             TO WS-FD-SAIDA-2 (WS-FUN-ACHADO, WS-DIA).

       GUARDAR-MARCACAO-FIM.
           READ PONTO.

      *------------------- APURACAO DE UM FUNCIONARIO -----------------*
       APURAR-FUNCIONARIO    SECTION.
           ADD 1 TO WS-FUN-IDX.
           MOVE WS-FUN-MATRICULA (WS-FUN-IDX) TO WS-EXC-MATRICULA.
           MOVE ZEROS TO WS-EXC-DIA.

           MOVE 0 TO WS-JOR-IDX.
           MOVE 0 TO WS-JOR-DIAS-DEPTM.
           PERFORM CONTAR-DIAS-DA-JORNADA
              UNTIL WS-JOR-IDX EQUAL WS-JOR-ITENS.
           IF WS-JOR-DIAS-DEPTM EQUAL 0
              MOVE SPACES TO WS-EXC-TEXTO
              STRING "DEPARTAMENTO " WS-FUN-DEPTM (WS-FUN-IDX)
                     " SEM JORNADA - NAO APURADO"
                     DELIMITED BY SIZE INTO WS-EXC-TEXTO
              END-STRING
              PERFORM REGISTRAR-EXCECAO
              GO TO APURAR-FUNCIONARIO-FIM
           END-IF.
           IF WS-JOR-DIAS-DEPTM < 7
              MOVE SPACES TO WS-EXC-TEXTO
              STRING "JORNADA DO DEPARTAMENTO "
                     WS-FUN-DEPTM (WS-FUN-IDX)
                     " SEM TODOS OS DIAS DA SEMANA"
                     DELIMITED BY SIZE INTO WS-EXC-TEXTO
              END-STRING
              PERFORM REGISTRAR-EXCECAO
           END-IF.

      *    FORA DO RELOGIO O MES INTEIRO NAO VIRA FALTA SEM O RH VER
           IF WS-FUN-MARCADOS (WS-FUN-IDX) EQUAL 0
              MOVE "NENHUMA MARCACAO NO PERIODO - NAO APURADO"
                TO WS-EXC-TEXTO
              PERFORM REGISTRAR-EXCECAO
              GO TO APURAR-FUNCIONARIO-FIM
           END-IF.

           MOVE 0 TO WS-DIA.
           PERFORM APURAR-DIA UNTIL WS-DIA EQUAL WS-ULTIMO-DIA.

           PERFORM CALCULAR-VALORES.
           PERFORM IMPRIMIR-APURACAO.
           MOVE 'S' TO WS-FUN-APURADO (WS-FUN-IDX).
           ADD 1 TO WS-TOT-APURADOS.

       APURAR-FUNCIONARIO-FIM.
           EXIT.

       CONTAR-DIAS-DA-JORNADA    SECTION.
           ADD 1 TO WS-JOR-IDX.
           IF WS-JT-DEPTM (WS-JOR-IDX) EQUAL WS-FUN-DEPTM (WS-FUN-IDX)
              ADD 1 TO WS-JOR-DIAS-DEPTM
           END-IF.

      *------------------- UM DIA DO MES ------------------------------*
       APURAR-DIA    SECTION.
           ADD 1 TO WS-DIA.
           MOVE WS-DIA TO WS-DD-DIA.
           MOVE WS-DIA TO WS-EXC-DIA.

      *    DIA AINDA NAO ACONTECIDO, ANTES DA ADMISSAO OU DEPOIS DO
      *    DESLIGAMENTO NAO E APURADO
           IF WS-DATA-DIA-N > WS-HOJE
              GO TO APURAR-DIA-FIM
           END-IF.
           IF WS-DATA-DIA-N < WS-FUN-ADMISSAO (WS-FUN-IDX)
              GO TO APURAR-DIA-FIM
           END-IF.
           IF WS-FUN-DESLIG (WS-FUN-IDX) NOT EQUAL ZEROS
              AND WS-DATA-DIA-N > WS-FUN-DESLIG (WS-FUN-IDX)
              GO TO APURAR-DIA-FIM
           END-IF.
           IF WS-FD-SITUACAO (WS-FUN-IDX, WS-DIA) EQUAL 'D'
              GO TO APURAR-DIA-FIM
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
           IF WS-FERIADO (WS-DIA) EQUAL 'S'
              MOVE 0 TO WS-PREVISTO
           ELSE
              IF WS-JOR-ACHADO EQUAL 0
      *          SEM JORNADA SO E PROBLEMA SE HOUVE TRABALHO NO DIA
                 IF WS-FD-SITUACAO (WS-FUN-IDX, WS-DIA) EQUAL 'M'
                    MOVE "DIA TRABALHADO SEM JORNADA - NAO APURADO"
                      TO WS-EXC-TEXTO
                    PERFORM REGISTRAR-EXCECAO
                 END-IF
                 GO TO APURAR-DIA-FIM
              END-IF
              MOVE WS-JT-MINUTOS (WS-JOR-ACHADO) TO WS-PREVISTO
           END-IF.

           IF WS-FD-SITUACAO (WS-FUN-IDX, WS-DIA) NOT EQUAL 'M'
              IF WS-PREVISTO > 0
                 ADD WS-PREVISTO TO WS-FUN-FALTA-MIN (WS-FUN-IDX)
                 ADD 1 TO WS-FUN-DIAS-FALTA (WS-FUN-IDX)
              END-IF
              GO TO APURAR-DIA-FIM
           END-IF.

           PERFORM CONFERIR-MARCACAO.
           IF WS-MARC-OK NOT EQUAL 'S'
              MOVE "MARCACAO INCOMPLETA OU HORA INVALIDA - NAO APURADO"
                TO WS-EXC-TEXTO
              PERFORM REGISTRAR-EXCECAO
              GO TO APURAR-DIA-FIM
           END-IF.

           MOVE 0 TO WS-DIA-TRAB.
           MOVE 0 TO WS-DIA-NOT.
           MOVE WS-FD-ENTRADA-1 (WS-FUN-IDX, WS-DIA) TO WS-HORA-MARC.
           COMPUTE WS-MIN-INI = (WS-HM-HH * 60) + WS-HM-MM.
           MOVE WS-FD-SAIDA-1 (WS-FUN-IDX, WS-DIA) TO WS-HORA-MARC.
           COMPUTE WS-MIN-FIM = (WS-HM-HH * 60) + WS-HM-MM.
           PERFORM SOMAR-INTERVALO.
           IF WS-FD-ENTRADA-2 (WS-FUN-IDX, WS-DIA) NOT EQUAL ZEROS
              MOVE WS-FD-ENTRADA-2 (WS-FUN-IDX, WS-DIA)
                TO WS-HORA-MARC
              COMPUTE WS-MIN-INI = (WS-HM-HH * 60) + WS-HM-MM
              MOVE WS-FD-SAIDA-2 (WS-FUN-IDX, WS-DIA) TO WS-HORA-MARC
              COMPUTE WS-MIN-FIM = (WS-HM-HH * 60) + WS-HM-MM
              PERFORM SOMAR-INTERVALO
           END-IF.

           ADD WS-DIA-TRAB TO WS-FUN-TRAB-MIN (WS-FUN-IDX).
           ADD WS-DIA-NOT  TO WS-FUN-NOT-MIN (WS-FUN-IDX).

      *    DESCANSO, DOMINGO E FERIADO PAGAM 100%; O RESTO 50%
           COMPUTE WS-DIFERENCA = WS-DIA-TRAB - WS-PREVISTO.
           IF WS-DIFERENCA > WS-TOLERANCIA
              IF WS-PREVISTO EQUAL 0 OR WS-DIA-SEMANA EQUAL 7
                 ADD WS-DIFERENCA TO WS-FUN-HE100-MIN (WS-FUN-IDX)
              ELSE
                 ADD WS-DIFERENCA TO WS-FUN-HE50-MIN (WS-FUN-IDX)
              END-IF
           END-IF.
           IF WS-DIFERENCA < (0 - WS-TOLERANCIA)
              COMPUTE WS-FUN-FALTA-MIN (WS-FUN-IDX) =
                      WS-FUN-FALTA-MIN (WS-FUN-IDX) - WS-DIFERENCA
           END-IF.

       APURAR-DIA-FIM.
           EXIT.

       PROCURAR-JORNADA    SECTION.
           ADD 1 TO WS-JOR-IDX.
           IF WS-JT-DEPTM (WS-JOR-IDX) EQUAL WS-FUN-DEPTM (WS-FUN-IDX)
              AND WS-JT-DIA-SEMANA (WS-JOR-IDX) EQUAL WS-DIA-SEMANA
              MOVE WS-JOR-IDX TO WS-JOR-ACHADO
           END-IF.

      *------------------- PARES COMPLETOS E HORAS VALIDAS ------------*
       CONFERIR-MARCACAO    SECTION.
           MOVE 'S' TO WS-MARC-OK.
           IF WS-FD-ENTRADA-1 (WS-FUN-IDX, WS-DIA) EQUAL ZEROS
              OR WS-FD-SAIDA-1 (WS-FUN-IDX, WS-DIA) EQUAL ZEROS
              MOVE 'N' TO WS-MARC-OK
           END-IF.
           IF WS-FD-ENTRADA-2 (WS-FUN-IDX, WS-DIA) EQUAL ZEROS
              AND WS-FD-SAIDA-2 (WS-FUN-IDX, WS-DIA) NOT EQUAL ZEROS
              MOVE 'N' TO WS-MARC-OK
           END-IF.
           IF WS-FD-ENTRADA-2 (WS-FUN-IDX, WS-DIA) NOT EQUAL ZEROS
              AND WS-FD-SAIDA-2 (WS-FUN-IDX, WS-DIA) EQUAL ZEROS
              MOVE 'N' TO WS-MARC-OK
           END-IF.

           MOVE WS-FD-ENTRADA-1 (WS-FUN-IDX, WS-DIA) TO WS-HORA-MARC.
           PERFORM CONFERIR-HORA.
           MOVE WS-FD-SAIDA-1 (WS-FUN-IDX, WS-DIA) TO WS-HORA-MARC.
           PERFORM CONFERIR-HORA.
           MOVE WS-FD-ENTRADA-2 (WS-FUN-IDX, WS-DIA) TO WS-HORA-MARC.
           PERFORM CONFERIR-HORA.
           MOVE WS-FD-SAIDA-2 (WS-FUN-IDX, WS-DIA) TO WS-HORA-MARC.
           PERFORM CONFERIR-HORA.

       CONFERIR-HORA    SECTION.
           IF WS-HORA-MARC NOT NUMERIC
              MOVE 'N' TO WS-MARC-OK
           ELSE
              IF WS-HM-HH > 23 OR WS-HM-MM > 59
                 MOVE 'N' TO WS-MARC-OK
              END-IF
           END-IF.

      *------------------- TRABALHO E NOTURNO DE UM PAR ---------------*
      *  MINUTOS DESDE A MEIA-NOITE DO DIA; SAIDA NO DIA SEGUINTE     *
      *  PASSA DE 1440. JANELAS NOTURNAS: 0-300 (ATE AS 5H) E         *
      *  1320-1740 (22H AS 5H DO DIA SEGUINTE)                        *
       SOMAR-INTERVALO    SECTION.
           IF WS-MIN-FIM NOT > WS-MIN-INI
              ADD 1440 TO WS-MIN-FIM
           END-IF.
           COMPUTE WS-DIA-TRAB = WS-DIA-TRAB
                               + (WS-MIN-FIM - WS-MIN-INI).

           MOVE 0   TO WS-JAN-INI.
           MOVE 300 TO WS-JAN-FIM.
           PERFORM SOMAR-JANELA-NOTURNA.
           MOVE 1320 TO WS-JAN-INI.
           MOVE 1740 TO WS-JAN-FIM.
           PERFORM SOMAR-JANELA-NOTURNA.

       SOMAR-JANELA-NOTURNA    SECTION.
           IF WS-MIN-FIM < WS-JAN-FIM
              MOVE WS-MIN-FIM TO WS-SOBREPOE
           ELSE
              MOVE WS-JAN-FIM TO WS-SOBREPOE
           END-IF.
           IF WS-MIN-INI > WS-JAN-INI
              SUBTRACT WS-MIN-INI FROM WS-SOBREPOE
           ELSE
              SUBTRACT WS-JAN-INI FROM WS-SOBREPOE
           END-IF.
           IF WS-SOBREPOE > 0
              ADD WS-SOBREPOE TO WS-DIA-NOT
           END-IF.

      *------------------- MINUTOS VIRAM VALOR ------------------------*
       CALCULAR-VALORES    SECTION.
           COMPUTE WS-VALOR-HORA =
                   WS-FUN-SALARIO (WS-FUN-IDX) / WS-HORAS-MES.

      *    MINUTOS EXTRAS JA COM O ACRESCIMO DE 50% OU 100%
           COMPUTE WS-MIN-EXTRA-PAGOS =
                   (WS-FUN-HE50-MIN (WS-FUN-IDX) * 1.5)
                 + (WS-FUN-HE100-MIN (WS-FUN-IDX) * 2).
           COMPUTE WS-FUN-VLR-HE (WS-FUN-IDX) ROUNDED =
                   WS-VALOR-HORA * WS-MIN-EXTRA-PAGOS / 60.

           COMPUTE WS-FUN-VLR-AN (WS-FUN-IDX) ROUNDED =
                   WS-VALOR-HORA * WS-PCT-NOTURNO / 100
                   * WS-FUN-NOT-MIN (WS-FUN-IDX) / 52.5.

           COMPUTE WS-FUN-VLR-FA (WS-FUN-IDX) ROUNDED =
                   WS-VALOR-HORA * WS-FUN-FALTA-MIN (WS-FUN-IDX) / 60.

       IMPRIMIR-APURACAO    SECTION.
           COMPUTE WS-ED-TRAB  ROUNDED =
                   WS-FUN-TRAB-MIN (WS-FUN-IDX) / 60.
           COMPUTE WS-ED-HE50  ROUNDED =
                   WS-FUN-HE50-MIN (WS-FUN-IDX) / 60.
           COMPUTE WS-ED-HE100 ROUNDED =
                   WS-FUN-HE100-MIN (WS-FUN-IDX) / 60.
           COMPUTE WS-ED-NOT   ROUNDED =
                   WS-FUN-NOT-MIN (WS-FUN-IDX) / 60.
           COMPUTE WS-ED-FALTA ROUNDED =
                   WS-FUN-FALTA-MIN (WS-FUN-IDX) / 60.
           MOVE WS-FUN-VLR-HE (WS-FUN-IDX) TO WS-ED-VLR-HE.
           MOVE WS-FUN-VLR-AN (WS-FUN-IDX) TO WS-ED-VLR-AN.
           MOVE WS-FUN-VLR-FA (WS-FUN-IDX) TO WS-ED-VLR-FA.

           MOVE SPACES TO WS-APU-LINHA.
           STRING WS-FUN-MATRICULA (WS-FUN-IDX) " "
                  WS-FUN-NOME (WS-FUN-IDX) " "
                  WS-ED-TRAB " " WS-ED-HE50 " " WS-ED-HE100 "  "
                  WS-ED-NOT " " WS-ED-FALTA " "
                  WS-ED-VLR-HE " " WS-ED-VLR-AN " " WS-ED-VLR-FA
                  DELIMITED BY SIZE INTO WS-APU-LINHA
           END-STRING.
           WRITE WS-APU-LINHA.

      *------------------- EVENTOS DO PONTO NO MOVFOLHA ---------------*
      *  O ARQUIVO E REGRAVADO: FICAM OS LANCAMENTOS DIGITADOS E OS   *
      *  DE OUTROS PERIODOS; OS 'P' DESTE PERIODO SAO SUBSTITUIDOS    *
       GRAVAR-MOVIMENTOS    SECTION.
           OPEN INPUT MOVFOLHA.
           IF WS-FS-MOV EQUAL ZEROS
              READ MOVFOLHA
              PERFORM GUARDAR-MOVIMENTO
                 UNTIL WS-FS-MOV NOT EQUAL ZEROS
              CLOSE MOVFOLHA
           END-IF.

           IF WS-MOVOUT-ESTOURO EQUAL 'S'
              DISPLAY "MOVFOLHA.DAT COM MAIS DE 500 LANCAMENTOS -"
                      " ARQUIVO PRESERVADO, EVENTOS DO PONTO NAO"
                      " GRAVADOS"
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

       GUARDAR-MOVIMENTO    SECTION.
           IF WS-MOV-PERIODO EQUAL WS-PERIODO
              AND WS-MOV-ORIGEM EQUAL 'P'
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

       REGRAVAR-MOVIMENTO    SECTION.
           ADD 1 TO WS-MOVOUT-IDX.
           MOVE WS-MOVOUT-ITEM (WS-MOVOUT-IDX) TO WS-MOV-REG.
           WRITE WS-MOV-REG.

       GRAVAR-EVENTOS-FUNCIONARIO    SECTION.
           ADD 1 TO WS-FUN-IDX.
           IF WS-FUN-APURADO (WS-FUN-IDX) NOT EQUAL 'S'
              GO TO GRAVAR-EVENTOS-FUNCIONARIO-FIM
           END-IF.

           MOVE WS-PERIODO TO WS-MOV-PERIODO.
           MOVE WS-FUN-MATRICULA (WS-FUN-IDX) TO WS-MOV-MATRICULA.
           MOVE 'P' TO WS-MOV-ORIGEM.

           MOVE "HE" TO WS-MOV-EVENTO.
           MOVE WS-FUN-VLR-HE (WS-FUN-IDX) TO WS-MOV-VALOR.
           PERFORM GRAVAR-EVENTO.
           MOVE "AN" TO WS-MOV-EVENTO.
           MOVE WS-FUN-VLR-AN (WS-FUN-IDX) TO WS-MOV-VALOR.
           PERFORM GRAVAR-EVENTO.
           MOVE "FA" TO WS-MOV-EVENTO.
           MOVE WS-FUN-VLR-FA (WS-FUN-IDX) TO WS-MOV-VALOR.
           PERFORM GRAVAR-EVENTO.

       GRAVAR-EVENTOS-FUNCIONARIO-FIM.
           EXIT.

       GRAVAR-EVENTO    SECTION.
           IF WS-MOV-VALOR NOT EQUAL ZEROS
              WRITE WS-MOV-REG
              ADD 1 TO WS-TOT-EVENTOS
           END-IF.

      *------------------- LINHA DO RELATORIO DE EXCECOES -------------*
       REGISTRAR-EXCECAO    SECTION.
           ADD 1 TO WS-TOT-EXCECOES.
           MOVE SPACES TO WS-EXC-LINHA.
           IF WS-EXC-DIA EQUAL ZEROS
              STRING "MATRICULA " WS-EXC-MATRICULA "        : "
                     WS-EXC-TEXTO
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
           ELSE
              STRING "MATRICULA " WS-EXC-MATRICULA " DIA " WS-EXC-DIA
                     " : " WS-EXC-TEXTO
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
           END-IF.
           WRITE WS-EXC-LINHA.

       FINALIZAR    SECTION.
           MOVE SPACES TO WS-EXC-LINHA.
           STRING "EXCECOES: " WS-TOT-EXCECOES
                  DELIMITED BY SIZE INTO WS-EXC-LINHA
           END-STRING.
           WRITE WS-EXC-LINHA.
           CLOSE APURACAO.
           CLOSE EXCECOES.

           DISPLAY "MARCACOES DO PERIODO : " WS-TOT-MARCACOES.
           DISPLAY "DE OUTROS PERIODOS   : " WS-TOT-OUTROS-PERIODOS.
           DISPLAY "FUNCIONARIOS APURADOS: " WS-TOT-APURADOS.
           DISPLAY "EVENTOS NO MOVFOLHA  : " WS-TOT-EVENTOS.
           IF WS-TOT-SUBSTITUIDOS NOT EQUAL ZEROS
              DISPLAY "EVENTOS DE APURACAO ANTERIOR SUBSTITUIDOS: "
                      WS-TOT-SUBSTITUIDOS
           END-IF.
           DISPLAY "APURACAO EM ..\DADOS\PONTO.APURACAO.TXT".
           IF WS-TOT-EXCECOES NOT EQUAL ZEROS
              DISPLAY "EXCECOES: " WS-TOT-EXCECOES
                      " - VER ..\DADOS\PONTO.EXCECOES.TXT, CORRIGIR E"
                      " RODAR DE NOVO ANTES DA FOLHA"
           END-IF.
       END PROGRAM 3-PONTO.
