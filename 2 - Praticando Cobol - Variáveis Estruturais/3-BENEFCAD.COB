      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 3-BENEFCAD.
      *-----------------------------------------------------------------
      *  VALE-TRANSPORTE E VALE-REFEICAO DE CADA FUNCIONARIO: TIPO,   *
      *  QUANTIDADE POR DIA TRABALHADO, VALOR UNITARIO E A OPCAO DO   *
      *  FUNCIONARIO. QUEM DESISTE FICA NO ARQUIVO COM OPTANTE = N.   *
      *  A COMPRA E O DESCONTO DO MES SAO CALCULADOS NO 3-BENEFMES    *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT BENEFICIOS ASSIGN TO "..\DADOS\BENEFICIOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BEN.

           SELECT FUNCIONARIOS ASSIGN TO "..\DADOS\FUNCIONARIOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FUNC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- BENEFICIO DO FUNCIONARIO -------------------*
       FD  BENEFICIOS.
       01  WS-BEN-REG.
           05 WS-BEN-MATRICULA      PIC 9(06).
           05 WS-BEN-TIPO           PIC X(02).
      *       VT = VALE-TRANSPORTE / VR = VALE-REFEICAO
           05 WS-BEN-QTD-DIA        PIC 9(02).
      *       PASSAGENS OU REFEICOES POR DIA TRABALHADO
           05 WS-BEN-VALOR-UNIT     PIC 9(05)V99.
           05 WS-BEN-OPTANTE        PIC X(01).
      *       S = RECEBE E TEM O DESCONTO / N = NAO OPTOU OU DESISTIU

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
       01 WS-FS-BEN                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-FUNC                PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                  PIC 9(01) VALUE 0.

      *------------------- OS BENEFICIOS INTEIROS EM MEMORIA ----------*
      *  O ARQUIVO E SEQUENCIAL: TODA MANUTENCAO REGRAVA O CONJUNTO   *
       01 WS-BT-TAB.
           05 WS-BT OCCURS 400 TIMES.
              10 WS-BT-MATRICULA     PIC 9(06).
              10 WS-BT-TIPO          PIC X(02).
              10 WS-BT-QTD-DIA       PIC 9(02).
              10 WS-BT-VALOR-UNIT    PIC 9(05)V99.
              10 WS-BT-OPTANTE       PIC X(01).
       01 WS-BT-ITENS               PIC 9(03) VALUE 0.
       01 WS-BT-IDX                 PIC 9(03) VALUE 0.
       01 WS-BT-ACHADO              PIC 9(03) VALUE 0.
       01 WS-BT-ESTOURO             PIC X(01) VALUE 'N'.
       01 WS-BT-OPTANTES            PIC 9(03) VALUE 0.

      *------------------- CADASTRO DE FUNCIONARIOS -------------------*
       01 WS-FUN-TAB.
           05 WS-FUN OCCURS 200 TIMES.
              10 WS-FUN-MATRICULA    PIC 9(06).
              10 WS-FUN-NOME         PIC X(20).
              10 WS-FUN-DESLIG       PIC 9(08).
       01 WS-FUN-ITENS              PIC 9(03) VALUE 0.
       01 WS-FUN-IDX                PIC 9(03) VALUE 0.
       01 WS-FUN-ACHADO             PIC 9(03) VALUE 0.

      *------------------- CAPTURA ------------------------------------*
       01 WS-ENT-MATRICULA          PIC 9(06) VALUE ZEROS.
       01 WS-ENT-TIPO               PIC X(02) VALUE SPACES.
       01 WS-ENT-QTD-DIA            PIC 9(02) VALUE ZEROS.
       01 WS-ENT-VALOR-UNIT         PIC 9(05)V99 VALUE ZEROS.
       01 WS-ENT-OPTANTE            PIC X(01) VALUE SPACES.
       01 WS-CONFIRMA               PIC X(01) VALUE SPACES.
       01 WS-VALOR-EDIT             PIC Z(04)9.99.
       01 WS-VALOR-DIA              PIC 9(07)V99 VALUE ZEROS.
       01 WS-VALOR-DIA-EDIT         PIC Z(06)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "VALE-TRANSPORTE E VALE-REFEICAO".
           DISPLAY "-------------------------------".

           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FUNCIONARIOS " WS-FS-FUNC
              STOP RUN
           END-IF.
           READ FUNCIONARIOS.
           PERFORM GUARDAR-FUNCIONARIO
              UNTIL WS-FS-FUNC NOT EQUAL ZEROS.
           CLOSE FUNCIONARIOS.

           PERFORM CARREGAR-BENEFICIOS.

       GUARDAR-FUNCIONARIO    SECTION.
           IF WS-FUNC-DESLIGAMENTO NOT NUMERIC
              MOVE ZEROS TO WS-FUNC-DESLIGAMENTO
           END-IF.
           IF WS-FUN-ITENS < 200
              ADD 1 TO WS-FUN-ITENS
              MOVE WS-FUNC-MATRICULA
                TO WS-FUN-MATRICULA (WS-FUN-ITENS)
              MOVE WS-FUNC-NOME TO WS-FUN-NOME (WS-FUN-ITENS)
              MOVE WS-FUNC-DESLIGAMENTO
                TO WS-FUN-DESLIG (WS-FUN-ITENS)
           ELSE
              DISPLAY "AVISO: CADASTRO MAIOR QUE 200 - MATRICULA "
                      WS-FUNC-MATRICULA " FORA DA CONSULTA"
           END-IF.
           READ FUNCIONARIOS.

       CARREGAR-BENEFICIOS    SECTION.
           MOVE 0 TO WS-BT-ITENS.
           OPEN INPUT BENEFICIOS.
           IF WS-FS-BEN NOT EQUAL ZEROS
              DISPLAY "SEM BENEFICIOS.DAT - ARQUIVO NOVO"
              GO TO CARREGAR-BENEFICIOS-FIM
           END-IF.

           READ BENEFICIOS.
           PERFORM GUARDAR-BENEFICIO
              UNTIL WS-FS-BEN NOT EQUAL ZEROS.
           CLOSE BENEFICIOS.

       CARREGAR-BENEFICIOS-FIM.
           EXIT.

       GUARDAR-BENEFICIO    SECTION.
           IF WS-BT-ITENS < 400
              ADD 1 TO WS-BT-ITENS
              MOVE WS-BEN-REG TO WS-BT (WS-BT-ITENS)
           ELSE
      *       REGRAVAR A PARTIR DA TABELA CHEIA PERDERIA BENEFICIOS:
      *       A GRAVACAO FINAL SERA RECUSADA
              DISPLAY "BENEFICIOS.DAT MAIOR QUE 400 - AMPLIE A TABELA"
              MOVE 'S' TO WS-BT-ESTOURO
           END-IF.
           READ BENEFICIOS.

       PROCESSAR    SECTION.
           DISPLAY " ".
           DISPLAY "1 - LISTAR BENEFICIOS DE UM FUNCIONARIO".
           DISPLAY "2 - INCLUIR OU ALTERAR BENEFICIO".
           DISPLAY "3 - LISTAR OPTANTES".
           DISPLAY "9 - SAIR (GRAVA OS BENEFICIOS)".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-FUNCIONARIO
               WHEN 2
                   PERFORM MANTER
               WHEN 3
                   PERFORM LISTAR-OPTANTES
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- BENEFICIOS DE UM FUNCIONARIO ---------------*
       LISTAR-FUNCIONARIO    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO: ".
              ACCEPT WS-ENT-MATRICULA.
           PERFORM PROCURAR-FUNCIONARIO.
           IF WS-FUN-ACHADO EQUAL 0
              DISPLAY "FUNCIONARIO NAO ENCONTRADO"
              GO TO LISTAR-FUNCIONARIO-FIM
           END-IF.
           DISPLAY "FUNCIONARIO: " WS-FUN-NOME (WS-FUN-ACHADO).

           MOVE 0 TO WS-BT-IDX.
           PERFORM LISTAR-UM-DO-FUNCIONARIO
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.

       LISTAR-FUNCIONARIO-FIM.
           EXIT.

       LISTAR-UM-DO-FUNCIONARIO    SECTION.
           ADD 1 TO WS-BT-IDX.
           IF WS-BT-MATRICULA (WS-BT-IDX) EQUAL WS-ENT-MATRICULA
              PERFORM MOSTRAR-BENEFICIO
           END-IF.

       LISTAR-OPTANTES    SECTION.
           MOVE 0 TO WS-BT-OPTANTES.
           MOVE 0 TO WS-BT-IDX.
           PERFORM LISTAR-UM-OPTANTE
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.
           DISPLAY "BENEFICIOS ATIVOS: " WS-BT-OPTANTES.

       LISTAR-UM-OPTANTE    SECTION.
           ADD 1 TO WS-BT-IDX.
           IF WS-BT-OPTANTE (WS-BT-IDX) EQUAL 'S'
              ADD 1 TO WS-BT-OPTANTES
              PERFORM MOSTRAR-BENEFICIO
           END-IF.

       MOSTRAR-BENEFICIO    SECTION.
           MOVE WS-BT-VALOR-UNIT (WS-BT-IDX) TO WS-VALOR-EDIT.
           COMPUTE WS-VALOR-DIA = WS-BT-QTD-DIA (WS-BT-IDX)
                                * WS-BT-VALOR-UNIT (WS-BT-IDX).
           MOVE WS-VALOR-DIA TO WS-VALOR-DIA-EDIT.
           DISPLAY WS-BT-MATRICULA (WS-BT-IDX) " "
                   WS-BT-TIPO (WS-BT-IDX) " QTD/DIA "
                   WS-BT-QTD-DIA (WS-BT-IDX) " UNITARIO "
                   WS-VALOR-EDIT " POR DIA " WS-VALOR-DIA-EDIT
                   " OPTANTE " WS-BT-OPTANTE (WS-BT-IDX).

      *------------------- INCLUSAO, ALTERACAO E DESISTENCIA ----------*
       MANTER    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO      : ".
              ACCEPT WS-ENT-MATRICULA.
           PERFORM PROCURAR-FUNCIONARIO.
           IF WS-FUN-ACHADO EQUAL 0
              DISPLAY "FUNCIONARIO NAO ENCONTRADO - NADA ALTERADO"
              GO TO MANTER-FIM
           END-IF.
           DISPLAY "FUNCIONARIO                   : "
                   WS-FUN-NOME (WS-FUN-ACHADO).

           DISPLAY "BENEFICIO (VT/VR)             : ".
              ACCEPT WS-ENT-TIPO.
           IF WS-ENT-TIPO NOT EQUAL "VT" AND WS-ENT-TIPO NOT EQUAL "VR"
              DISPLAY "BENEFICIO INVALIDO - NADA ALTERADO"
              GO TO MANTER-FIM
           END-IF.

           PERFORM PROCURAR-BENEFICIO.
           IF WS-BT-ACHADO NOT EQUAL 0
              MOVE WS-BT-ACHADO TO WS-BT-IDX
              DISPLAY "SITUACAO ATUAL:"
              PERFORM MOSTRAR-BENEFICIO
           END-IF.

           DISPLAY "OPTANTE (S/N)                 : ".
              ACCEPT WS-ENT-OPTANTE.
           IF WS-ENT-OPTANTE NOT EQUAL "S"
              AND WS-ENT-OPTANTE NOT EQUAL "N"
              DISPLAY "OPCAO INVALIDA - NADA ALTERADO"
              GO TO MANTER-FIM
           END-IF.
      *    DESLIGADO SO PODE DEIXAR DE RECEBER
           IF WS-ENT-OPTANTE EQUAL "S"
              AND WS-FUN-DESLIG (WS-FUN-ACHADO) NOT EQUAL ZEROS
              DISPLAY "FUNCIONARIO DESLIGADO EM "
                      WS-FUN-DESLIG (WS-FUN-ACHADO)
                      " - BENEFICIO RECUSADO"
              GO TO MANTER-FIM
           END-IF.

           MOVE ZEROS TO WS-ENT-QTD-DIA.
           MOVE ZEROS TO WS-ENT-VALOR-UNIT.
           IF WS-BT-ACHADO NOT EQUAL 0
              MOVE WS-BT-QTD-DIA (WS-BT-ACHADO) TO WS-ENT-QTD-DIA
              MOVE WS-BT-VALOR-UNIT (WS-BT-ACHADO)
                TO WS-ENT-VALOR-UNIT
           END-IF.
           IF WS-ENT-OPTANTE EQUAL "S"
              DISPLAY "QUANTIDADE POR DIA TRABALHADO : "
                 ACCEPT WS-ENT-QTD-DIA
              DISPLAY "VALOR UNITARIO                : "
                 ACCEPT WS-ENT-VALOR-UNIT
              IF WS-ENT-QTD-DIA EQUAL ZEROS
                 OR WS-ENT-VALOR-UNIT EQUAL ZEROS
                 DISPLAY "QUANTIDADE E VALOR OBRIGATORIOS - NADA"
                         " ALTERADO"
                 GO TO MANTER-FIM
              END-IF
           END-IF.

           DISPLAY "CONFIRMA (S/N): ".
              ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL "S"
              DISPLAY "NADA ALTERADO"
              GO TO MANTER-FIM
           END-IF.

           IF WS-BT-ACHADO EQUAL 0
              IF WS-BT-ITENS NOT < 400
                 DISPLAY "TABELA DE BENEFICIOS CHEIA - AMPLIE A TABELA"
                 GO TO MANTER-FIM
              END-IF
              ADD 1 TO WS-BT-ITENS
              MOVE WS-BT-ITENS TO WS-BT-ACHADO
              MOVE WS-ENT-MATRICULA TO WS-BT-MATRICULA (WS-BT-ACHADO)
              MOVE WS-ENT-TIPO      TO WS-BT-TIPO (WS-BT-ACHADO)
           END-IF.
           MOVE WS-ENT-QTD-DIA    TO WS-BT-QTD-DIA (WS-BT-ACHADO).
           MOVE WS-ENT-VALOR-UNIT TO WS-BT-VALOR-UNIT (WS-BT-ACHADO).
           MOVE WS-ENT-OPTANTE    TO WS-BT-OPTANTE (WS-BT-ACHADO).
           DISPLAY "BENEFICIO GRAVADO".

       MANTER-FIM.
           EXIT.

       PROCURAR-FUNCIONARIO    SECTION.
           MOVE 0 TO WS-FUN-IDX.
           MOVE 0 TO WS-FUN-ACHADO.
           PERFORM PROCURAR-UM-FUNCIONARIO
              UNTIL WS-FUN-IDX EQUAL WS-FUN-ITENS
                 OR WS-FUN-ACHADO NOT EQUAL 0.

       PROCURAR-UM-FUNCIONARIO    SECTION.
           ADD 1 TO WS-FUN-IDX.
           IF WS-FUN-MATRICULA (WS-FUN-IDX) EQUAL WS-ENT-MATRICULA
              MOVE WS-FUN-IDX TO WS-FUN-ACHADO
           END-IF.

       PROCURAR-BENEFICIO    SECTION.
           MOVE 0 TO WS-BT-IDX.
           MOVE 0 TO WS-BT-ACHADO.
           PERFORM PROCURAR-UM-BENEFICIO
              UNTIL WS-BT-IDX EQUAL WS-BT-ITENS
                 OR WS-BT-ACHADO NOT EQUAL 0.

       PROCURAR-UM-BENEFICIO    SECTION.
           ADD 1 TO WS-BT-IDX.
           IF WS-BT-MATRICULA (WS-BT-IDX) EQUAL WS-ENT-MATRICULA
              AND WS-BT-TIPO (WS-BT-IDX) EQUAL WS-ENT-TIPO
              MOVE WS-BT-IDX TO WS-BT-ACHADO
           END-IF.

      *------------------- REGRAVA OS BENEFICIOS ----------------------*
       FINALIZAR    SECTION.
           IF WS-BT-ESTOURO EQUAL 'S'
              DISPLAY "BENEFICIOS ALEM DA TABELA (400)"
              DISPLAY "NADA FOI REGRAVADO - ARQUIVO INTACTO"
              GO TO FINALIZAR-FIM
           END-IF.

           OPEN OUTPUT BENEFICIOS.
           IF WS-FS-BEN NOT EQUAL ZEROS
              DISPLAY "ERRO AO REGRAVAR OS BENEFICIOS " WS-FS-BEN
              STOP RUN
           END-IF.

           MOVE 0 TO WS-BT-IDX.
           PERFORM REGRAVAR-UM UNTIL WS-BT-IDX EQUAL WS-BT-ITENS.
           CLOSE BENEFICIOS.

           DISPLAY "BENEFICIOS GRAVADOS: " WS-BT-ITENS.

       FINALIZAR-FIM.
           EXIT.

       REGRAVAR-UM    SECTION.
           ADD 1 TO WS-BT-IDX.
           MOVE WS-BT (WS-BT-IDX) TO WS-BEN-REG.
           WRITE WS-BEN-REG.
       END PROGRAM 3-BENEFCAD.
