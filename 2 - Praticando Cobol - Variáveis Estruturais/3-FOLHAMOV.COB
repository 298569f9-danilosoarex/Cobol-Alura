           SELECT MOVFOLHA ASSIGN TO "..\DADOS\MOVFOLHA.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT FUNCIONARIOS ASSIGN TO "..\DADOS\FUNCIONARIOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FUNC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- MOVIMENTOS VARIAVEIS DO MES ----------------*
      *  CONSUMIDOS PELO 3-FOLHAPG NO CALCULO DO BRUTO E ZERADOS      *
      *  DEPOIS DE UMA FOLHA MENSAL BEM SUCEDIDA. O 3-PONTO GRAVA    *
      *  AQUI OS EVENTOS APURADOS DO RELOGIO COM ORIGEM 'P' E O       *
      *  3-BENEFMES OS DESCONTOS DOS VALES COM ORIGEM 'B'. A COMISSAO *
      *  DOS TERRITORIOS (COMISCRM) ENTRA COM ORIGEM 'C'              *
       FD  MOVFOLHA.
       01  WS-MOV-REG.
           05 WS-MOV-PERIODO        PIC 9(06).
           05 WS-MOV-MATRICULA      PIC 9(06).
           05 WS-MOV-EVENTO         PIC X(02).
      *       HE = HORA EXTRA / FA = FALTA / BO = BONUS / DE = DESCONTO
      *       AN = ADICIONAL NOTURNO / VT = VALE-TRANSPORTE
      *       VR = VALE-REFEICAO / CM = COMISSAO
      *       EC = ESTORNO DE COMISSAO
           05 WS-MOV-VALOR          PIC 9(07)V99.
           05 WS-MOV-ORIGEM         PIC X(01).
      *       M = DIGITADO / P = PONTO / B = BENEFICIOS
      *       C = COMISSAO
      *       BRANCO = DIGITADO (ANTIGO)

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

       WORKING-STORAGE SECTION.
       01 WS-FS-MOV                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FUNC               PIC 9(02) VALUE ZEROS.
       01 WS-PERIODO               PIC 9(06) VALUE ZEROS.
       01 WS-MATRICULA             PIC 9(06) VALUE ZEROS.
       01 WS-EVENTO                PIC X(02) VALUE SPACES.
       01 WS-VALOR                 PIC 9(07)V99 VALUE ZEROS.
       01 WS-CONTINUA              PIC X(01) VALUE "S".
           88 WS-CONTINUA-SIM      VALUE "S".
       01 WS-TOT-LANCADOS          PIC 9(04) VALUE ZEROS.
       01 WS-DESLIG-AAMM           PIC 9(06) VALUE ZEROS.

      *------------------- QUEM PODE RECEBER MOVIMENTO ----------------*
       01 WS-FUNC-TAB.
           05 WS-FUNC OCCURS 200 TIMES.
              10 WS-FT-MATRICULA    PIC 9(06).
              10 WS-FT-NOME         PIC X(20).
              10 WS-FT-DESLIG       PIC 9(08).
       01 WS-FUNC-ITENS            PIC 9(03) VALUE 0.
       01 WS-FUNC-IDX              PIC 9(03) VALUE 0.
       01 WS-FUNC-ACHADO           PIC 9(03) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARREGAR-FUNCIONARIOS.

           OPEN EXTEND MOVFOLHA.
           IF WS-FS-MOV EQUAL 35
              OPEN OUTPUT MOVFOLHA
           CLOSE MOVFOLHA.
           STOP RUN.

      *------------------- CADASTRO PARA CONFERIR A MATRICULA ---------*
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
           IF WS-FUNC-ITENS < 200
              ADD 1 TO WS-FUNC-ITENS
              MOVE WS-FUNC-MATRICULA
                TO WS-FT-MATRICULA (WS-FUNC-ITENS)
              MOVE WS-FUNC-NOME TO WS-FT-NOME (WS-FUNC-ITENS)
              MOVE WS-FUNC-DESLIGAMENTO
                TO WS-FT-DESLIG (WS-FUNC-ITENS)
           ELSE
              DISPLAY "AVISO: CADASTRO MAIOR QUE 200 - "
                      WS-FUNC-MATRICULA " FORA DA CONFERENCIA"
           END-IF.
           READ FUNCIONARIOS.

       PROCURAR-FUNCIONARIO    SECTION.
           ADD 1 TO WS-FUNC-IDX.
           IF WS-FT-MATRICULA (WS-FUNC-IDX) EQUAL WS-MATRICULA
              MOVE WS-FUNC-IDX TO WS-FUNC-ACHADO
           END-IF.

      *------------------- UM MOVIMENTO POR VEZ -----------------------*
       LANCAR    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO      : ".
              ACCEPT WS-MATRICULA.

           MOVE 0 TO WS-FUNC-IDX.
           MOVE 0 TO WS-FUNC-ACHADO.
           PERFORM PROCURAR-FUNCIONARIO
              UNTIL WS-FUNC-IDX EQUAL WS-FUNC-ITENS
                 OR WS-FUNC-ACHADO NOT EQUAL 0.
           IF WS-FUNC-ACHADO EQUAL 0
              DISPLAY "MATRICULA NAO CADASTRADA - MOVIMENTO DESCARTADO"
              GO TO LANCAR-FIM
           END-IF.
           DISPLAY "FUNCIONARIO: " WS-FT-NOME (WS-FUNC-ACHADO).

      *    DESLIGADO ANTES DO PERIODO NAO ENTRA NA FOLHA (3-FOLHAPG)
           COMPUTE WS-DESLIG-AAMM = WS-FT-DESLIG (WS-FUNC-ACHADO) / 100.
           IF WS-FT-DESLIG (WS-FUNC-ACHADO) NOT EQUAL ZEROS
              AND WS-DESLIG-AAMM < WS-PERIODO
              DISPLAY "FUNCIONARIO DESLIGADO EM "
                      WS-FT-DESLIG (WS-FUNC-ACHADO)
                      " - MOVIMENTO DESCARTADO"
              GO TO LANCAR-FIM
           END-IF.

           DISPLAY "EVENTO (HE/FA/BO/DE/AN)       : ".
              ACCEPT WS-EVENTO.
           DISPLAY "VALOR                         : ".
              ACCEPT WS-VALOR.
           IF WS-EVENTO NOT EQUAL "HE" AND WS-EVENTO NOT EQUAL "FA"
              AND WS-EVENTO NOT EQUAL "BO"
              AND WS-EVENTO NOT EQUAL "DE"
              AND WS-EVENTO NOT EQUAL "AN"
              DISPLAY "EVENTO INVALIDO - MOVIMENTO DESCARTADO"
           ELSE
              IF WS-VALOR EQUAL ZEROS
                 DISPLAY "VALOR ZERADO - DESCARTADO"
              ELSE
                 MOVE WS-PERIODO   TO WS-MOV-PERIODO
                 MOVE WS-MATRICULA TO WS-MOV-MATRICULA
                 MOVE WS-EVENTO    TO WS-MOV-EVENTO
                 MOVE WS-VALOR     TO WS-MOV-VALOR
                 MOVE 'M'          TO WS-MOV-ORIGEM
                 WRITE WS-MOV-REG
                 ADD 1 TO WS-TOT-LANCADOS
              END-IF
           END-IF.

       LANCAR-FIM.
           DISPLAY "CONTINUAR (S/N)               : ".
              ACCEPT WS-CONTINUA.
       END PROGRAM 3-FOLHAMOV.
