      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 3-CONSIG.
      *-----------------------------------------------------------------
      *  CONTRATOS DE EMPRESTIMO CONSIGNADO DOS FUNCIONARIOS COM OS   *
      *  BANCOS CONVENIADOS. A PARCELA E DESCONTADA PELO 3-FOLHAPG NA *
      *  FOLHA MENSAL E, NO MES DO DESLIGAMENTO, O SALDO DEVEDOR.     *
      *  CONTRATO NOVO SO ENTRA DENTRO DA MARGEM CONSIGNAVEL SOBRE O  *
      *  LIQUIDO DA ULTIMA FOLHA MENSAL DO FUNCIONARIO                *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CONSIGNADOS ASSIGN TO "..\DADOS\CONSIGNADOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CSG.

           SELECT FUNCIONARIOS ASSIGN TO "..\DADOS\FUNCIONARIOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FUNC.

           SELECT FOLHAHIST ASSIGN TO "..\DADOS\FOLHAHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOLHAHIST.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- CONTRATO DE EMPRESTIMO CONSIGNADO ----------*
       FD  CONSIGNADOS.
       01  WS-CSG-REG.
           05 WS-CSG-MATRICULA      PIC 9(06).
           05 WS-CSG-BANCO          PIC 9(03).
           05 WS-CSG-CONTRATO       PIC X(15).
           05 WS-CSG-VALOR-TOTAL    PIC 9(07)V99.
           05 WS-CSG-PARCELAS       PIC 9(03).
           05 WS-CSG-VALOR-PARCELA  PIC 9(07)V99.
           05 WS-CSG-PAGAS          PIC 9(03).
           05 WS-CSG-INICIO         PIC 9(06).
      *       AAAAMM DA PRIMEIRA FOLHA COM DESCONTO
           05 WS-CSG-ULT-DESCONTO   PIC 9(06).
      *       AAAAMM DA ULTIMA FOLHA QUE DESCONTOU; ZERO = NENHUMA
           05 WS-CSG-SITUACAO       PIC X(01).
      *       A = ATIVO / Q = QUITADO / R = ENCERRADO NA RESCISAO
           05 WS-CSG-VALOR-RESCISAO PIC 9(07)V99.
      *       SALDO DESCONTADO NA FOLHA DO MES DO DESLIGAMENTO

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

       WORKING-STORAGE SECTION.
       01 WS-FS-CSG                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-FUNC                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FOLHAHIST           PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                  PIC 9(01) VALUE 0.
       01 WS-MES-ATUAL              PIC 9(06) VALUE ZEROS.

      *------------------- MARGEM CONSIGNAVEL -------------------------*
      *  SOMA DAS PARCELAS ATIVAS ATE 35% DO LIQUIDO DA ULTIMA FOLHA  *
      *  MENSAL, ANTES DOS DESCONTOS DE CONSIGNADO DAQUELA FOLHA      *
       01 WS-PCT-MARGEM             PIC 9(02) VALUE 35.
       01 WS-ULT-FOLHA              PIC 9(06) VALUE ZEROS.
       01 WS-ULT-LIQUIDO            PIC 9(09)V99 VALUE ZEROS.
       01 WS-BASE-MARGEM            PIC 9(09)V99 VALUE ZEROS.
       01 WS-MARGEM                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-COMPROMETIDO           PIC 9(09)V99 VALUE ZEROS.
       01 WS-DISPONIVEL             PIC S9(09)V99 VALUE ZEROS.

      *------------------- OS CONTRATOS INTEIROS EM MEMORIA -----------*
      *  O ARQUIVO E SEQUENCIAL: TODA MANUTENCAO REGRAVA O CONJUNTO   *
       01 WS-CSG-TAB.
           05 WS-CT OCCURS 300 TIMES.
              10 WS-CT-MATRICULA     PIC 9(06).
              10 WS-CT-BANCO         PIC 9(03).
              10 WS-CT-CONTRATO      PIC X(15).
              10 WS-CT-VALOR-TOTAL   PIC 9(07)V99.
              10 WS-CT-PARCELAS      PIC 9(03).
              10 WS-CT-VALOR-PARCELA PIC 9(07)V99.
              10 WS-CT-PAGAS         PIC 9(03).
              10 WS-CT-INICIO        PIC 9(06).
              10 WS-CT-ULT-DESCONTO  PIC 9(06).
              10 WS-CT-SITUACAO      PIC X(01).
              10 WS-CT-VALOR-RESCISAO PIC 9(07)V99.
       01 WS-CT-ITENS               PIC 9(03) VALUE 0.
       01 WS-CT-IDX                 PIC 9(03) VALUE 0.
       01 WS-CT-ACHADO              PIC 9(03) VALUE 0.
       01 WS-CT-ESTOURO             PIC X(01) VALUE 'N'.
       01 WS-CT-ATIVOS              PIC 9(03) VALUE 0.

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
       01 WS-ENT-BANCO              PIC 9(03) VALUE ZEROS.
       01 WS-ENT-CONTRATO           PIC X(15) VALUE SPACES.
       01 WS-ENT-VALOR-TOTAL        PIC 9(07)V99 VALUE ZEROS.
       01 WS-ENT-PARCELAS           PIC 9(03) VALUE ZEROS.
       01 WS-ENT-VALOR-PARCELA      PIC 9(07)V99 VALUE ZEROS.
       01 WS-ENT-INICIO             PIC 9(06) VALUE ZEROS.
       01 WS-TOTAL-PARCELAS         PIC 9(09)V99 VALUE ZEROS.
       01 WS-SALDO                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-CONFIRMA               PIC X(01) VALUE SPACES.
       01 WS-VALOR-EDIT             PIC Z(08)9.99.
       01 WS-VALOR-EDIT2            PIC Z(08)9.99.
       01 WS-VALOR-EDIT3            PIC Z(08)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "EMPRESTIMOS CONSIGNADOS EM FOLHA".
           DISPLAY "--------------------------------".
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-MES-ATUAL.

           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FUNCIONARIOS " WS-FS-FUNC
              STOP RUN
           END-IF.
           READ FUNCIONARIOS.
           PERFORM GUARDAR-FUNCIONARIO
              UNTIL WS-FS-FUNC NOT EQUAL ZEROS.
           CLOSE FUNCIONARIOS.

           PERFORM CARREGAR-CONTRATOS.

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

       CARREGAR-CONTRATOS    SECTION.
           MOVE 0 TO WS-CT-ITENS.
           OPEN INPUT CONSIGNADOS.
           IF WS-FS-CSG NOT EQUAL ZEROS
              DISPLAY "SEM CONSIGNADOS.DAT - ARQUIVO NOVO"
              GO TO CARREGAR-CONTRATOS-FIM
           END-IF.

           READ CONSIGNADOS.
           PERFORM GUARDAR-CONTRATO
              UNTIL WS-FS-CSG NOT EQUAL ZEROS.
           CLOSE CONSIGNADOS.

       CARREGAR-CONTRATOS-FIM.
           EXIT.

       GUARDAR-CONTRATO    SECTION.
           IF WS-CT-ITENS < 300
              ADD 1 TO WS-CT-ITENS
              MOVE WS-CSG-REG TO WS-CT (WS-CT-ITENS)
           ELSE
      *       REGRAVAR A PARTIR DA TABELA CHEIA PERDERIA CONTRATOS:
      *       A GRAVACAO FINAL SERA RECUSADA
              DISPLAY "CONSIGNADOS.DAT MAIOR QUE 300 - AMPLIE A TABELA"
              MOVE 'S' TO WS-CT-ESTOURO
           END-IF.
           READ CONSIGNADOS.

       PROCESSAR    SECTION.
           DISPLAY " ".
           DISPLAY "1 - LISTAR CONTRATOS DE UM FUNCIONARIO".
           DISPLAY "2 - INCLUIR CONTRATO".
           DISPLAY "3 - QUITAR CONTRATO (LIQUIDADO NO BANCO)".
           DISPLAY "4 - LISTAR CONTRATOS ATIVOS".
           DISPLAY "9 - SAIR (GRAVA OS CONTRATOS)".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-FUNCIONARIO
               WHEN 2
                   PERFORM INCLUIR
               WHEN 3
                   PERFORM QUITAR
               WHEN 4
                   PERFORM LISTAR-ATIVOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- CONTRATOS E MARGEM DE UM FUNCIONARIO -------*
       LISTAR-FUNCIONARIO    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO: ".
              ACCEPT WS-ENT-MATRICULA.
           PERFORM PROCURAR-FUNCIONARIO.
           IF WS-FUN-ACHADO EQUAL 0
              DISPLAY "FUNCIONARIO NAO ENCONTRADO"
              GO TO LISTAR-FUNCIONARIO-FIM
           END-IF.
           DISPLAY "FUNCIONARIO: " WS-FUN-NOME (WS-FUN-ACHADO).

           MOVE 0 TO WS-CT-IDX.
           PERFORM LISTAR-UM-DO-FUNCIONARIO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.

           PERFORM APURAR-MARGEM.
           IF WS-ULT-FOLHA NOT EQUAL ZEROS
              PERFORM MOSTRAR-MARGEM
           END-IF.

       LISTAR-FUNCIONARIO-FIM.
           EXIT.

       LISTAR-UM-DO-FUNCIONARIO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-MATRICULA (WS-CT-IDX) EQUAL WS-ENT-MATRICULA
              PERFORM MOSTRAR-CONTRATO
           END-IF.

       LISTAR-ATIVOS    SECTION.
           MOVE 0 TO WS-CT-ATIVOS.
           MOVE 0 TO WS-CT-IDX.
           PERFORM LISTAR-UM-ATIVO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.
           DISPLAY "CONTRATOS ATIVOS: " WS-CT-ATIVOS.

       LISTAR-UM-ATIVO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-SITUACAO (WS-CT-IDX) EQUAL 'A'
              ADD 1 TO WS-CT-ATIVOS
              PERFORM MOSTRAR-CONTRATO
           END-IF.

       MOSTRAR-CONTRATO    SECTION.
           MOVE WS-CT-VALOR-PARCELA (WS-CT-IDX) TO WS-VALOR-EDIT.
           COMPUTE WS-SALDO = (WS-CT-PARCELAS (WS-CT-IDX)
                              - WS-CT-PAGAS (WS-CT-IDX))
                            * WS-CT-VALOR-PARCELA (WS-CT-IDX).
           IF WS-CT-SITUACAO (WS-CT-IDX) NOT EQUAL 'A'
              MOVE ZEROS TO WS-SALDO
           END-IF.
           MOVE WS-SALDO TO WS-VALOR-EDIT2.
           DISPLAY WS-CT-MATRICULA (WS-CT-IDX) " BANCO "
                   WS-CT-BANCO (WS-CT-IDX) " CONTRATO "
                   WS-CT-CONTRATO (WS-CT-IDX) " SITUACAO "
                   WS-CT-SITUACAO (WS-CT-IDX).
           DISPLAY "   PARCELA " WS-VALOR-EDIT " PAGAS "
                   WS-CT-PAGAS (WS-CT-IDX) "/"
                   WS-CT-PARCELAS (WS-CT-IDX) " DESDE "
                   WS-CT-INICIO (WS-CT-IDX) " SALDO " WS-VALOR-EDIT2.

      *------------------- INCLUSAO DENTRO DA MARGEM ------------------*
       INCLUIR    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO      : ".
              ACCEPT WS-ENT-MATRICULA.
           PERFORM PROCURAR-FUNCIONARIO.
           IF WS-FUN-ACHADO EQUAL 0
              DISPLAY "FUNCIONARIO NAO ENCONTRADO - CONTRATO RECUSADO"
              GO TO INCLUIR-FIM
           END-IF.
           IF WS-FUN-DESLIG (WS-FUN-ACHADO) NOT EQUAL ZEROS
              DISPLAY "FUNCIONARIO DESLIGADO EM "
                      WS-FUN-DESLIG (WS-FUN-ACHADO)
                      " - CONTRATO RECUSADO"
              GO TO INCLUIR-FIM
           END-IF.
           DISPLAY "FUNCIONARIO                   : "
                   WS-FUN-NOME (WS-FUN-ACHADO).

           DISPLAY "BANCO CONVENIADO (COMPE)      : ".
              ACCEPT WS-ENT-BANCO.
           DISPLAY "NUMERO DO CONTRATO NO BANCO   : ".
              ACCEPT WS-ENT-CONTRATO.
           IF WS-ENT-BANCO EQUAL ZEROS OR WS-ENT-CONTRATO EQUAL SPACES
              DISPLAY "BANCO E CONTRATO OBRIGATORIOS - CONTRATO"
                      " RECUSADO"
              GO TO INCLUIR-FIM
           END-IF.
           PERFORM PROCURAR-CONTRATO.
           IF WS-CT-ACHADO NOT EQUAL 0
              DISPLAY "CONTRATO JA CADASTRADO PARA A MATRICULA "
                      WS-CT-MATRICULA (WS-CT-ACHADO)
              GO TO INCLUIR-FIM
           END-IF.

           DISPLAY "VALOR EMPRESTADO              : ".
              ACCEPT WS-ENT-VALOR-TOTAL.
           DISPLAY "QUANTIDADE DE PARCELAS        : ".
              ACCEPT WS-ENT-PARCELAS.
           DISPLAY "VALOR DA PARCELA              : ".
              ACCEPT WS-ENT-VALOR-PARCELA.
           IF WS-ENT-VALOR-TOTAL EQUAL ZEROS
              OR WS-ENT-PARCELAS EQUAL ZEROS
              OR WS-ENT-VALOR-PARCELA EQUAL ZEROS
              DISPLAY "VALORES ZERADOS - CONTRATO RECUSADO"
              GO TO INCLUIR-FIM
           END-IF.
      *    AS PARCELAS TRAZEM OS JUROS: SOMAREM MENOS QUE O EMPRESTADO
      *    E ERRO DE DIGITACAO
           COMPUTE WS-TOTAL-PARCELAS =
                   WS-ENT-PARCELAS * WS-ENT-VALOR-PARCELA.
           IF WS-TOTAL-PARCELAS < WS-ENT-VALOR-TOTAL
              DISPLAY "PARCELAS SOMAM MENOS QUE O VALOR EMPRESTADO -"
                      " CONTRATO RECUSADO"
              GO TO INCLUIR-FIM
           END-IF.

           DISPLAY "PRIMEIRA FOLHA COM DESCONTO (AAAAMM / 0 = ATUAL): ".
              ACCEPT WS-ENT-INICIO.
           IF WS-ENT-INICIO EQUAL ZEROS
              MOVE WS-MES-ATUAL TO WS-ENT-INICIO
           END-IF.
           IF WS-ENT-INICIO (5:2) < "01" OR WS-ENT-INICIO (5:2) > "12"
              DISPLAY "COMPETENCIA INVALIDA - CONTRATO RECUSADO"
              GO TO INCLUIR-FIM
           END-IF.

           PERFORM APURAR-MARGEM.
           IF WS-ULT-FOLHA EQUAL ZEROS
              DISPLAY "SEM FOLHA MENSAL NO HISTORICO - MARGEM NAO"
                      " APURADA, CONTRATO RECUSADO"
              GO TO INCLUIR-FIM
           END-IF.
           PERFORM MOSTRAR-MARGEM.
           IF WS-ENT-VALOR-PARCELA > WS-DISPONIVEL
              MOVE WS-ENT-VALOR-PARCELA TO WS-VALOR-EDIT
              DISPLAY "PARCELA DE " WS-VALOR-EDIT
                      " ACIMA DA MARGEM DISPONIVEL - CONTRATO RECUSADO"
              GO TO INCLUIR-FIM
           END-IF.

           DISPLAY "CONFIRMA O CONTRATO (S/N): ".
              ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL "S"
              DISPLAY "CONTRATO NAO GRAVADO"
              GO TO INCLUIR-FIM
           END-IF.

           IF WS-CT-ITENS NOT < 300
              DISPLAY "TABELA DE CONTRATOS CHEIA - AMPLIE A TABELA"
              GO TO INCLUIR-FIM
           END-IF.
           ADD 1 TO WS-CT-ITENS.
           MOVE WS-ENT-MATRICULA  TO WS-CT-MATRICULA (WS-CT-ITENS).
           MOVE WS-ENT-BANCO      TO WS-CT-BANCO (WS-CT-ITENS).
           MOVE WS-ENT-CONTRATO   TO WS-CT-CONTRATO (WS-CT-ITENS).
           MOVE WS-ENT-VALOR-TOTAL
             TO WS-CT-VALOR-TOTAL (WS-CT-ITENS).
           MOVE WS-ENT-PARCELAS   TO WS-CT-PARCELAS (WS-CT-ITENS).
           MOVE WS-ENT-VALOR-PARCELA
             TO WS-CT-VALOR-PARCELA (WS-CT-ITENS).
           MOVE ZEROS             TO WS-CT-PAGAS (WS-CT-ITENS).
           MOVE WS-ENT-INICIO     TO WS-CT-INICIO (WS-CT-ITENS).
           MOVE ZEROS             TO WS-CT-ULT-DESCONTO (WS-CT-ITENS).
           MOVE 'A'               TO WS-CT-SITUACAO (WS-CT-ITENS).
           MOVE ZEROS
             TO WS-CT-VALOR-RESCISAO (WS-CT-ITENS).
           DISPLAY "CONTRATO INCLUIDO".

       INCLUIR-FIM.
           EXIT.

      *------------------- LIQUIDACAO ANTECIPADA INFORMADA PELO BANCO -*
       QUITAR    SECTION.
           DISPLAY "BANCO CONVENIADO (COMPE)      : ".
              ACCEPT WS-ENT-BANCO.
           DISPLAY "NUMERO DO CONTRATO NO BANCO   : ".
              ACCEPT WS-ENT-CONTRATO.
           PERFORM PROCURAR-CONTRATO.
           IF WS-CT-ACHADO EQUAL 0
              DISPLAY "CONTRATO NAO ENCONTRADO"
              GO TO QUITAR-FIM
           END-IF.
           IF WS-CT-SITUACAO (WS-CT-ACHADO) NOT EQUAL 'A'
              DISPLAY "CONTRATO NAO ESTA ATIVO - SITUACAO "
                      WS-CT-SITUACAO (WS-CT-ACHADO)
              GO TO QUITAR-FIM
           END-IF.

           MOVE WS-CT-ACHADO TO WS-CT-IDX.
           PERFORM MOSTRAR-CONTRATO.
           DISPLAY "CONFIRMA A QUITACAO - SEM NOVOS DESCONTOS (S/N): ".
              ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL "S"
              DISPLAY "CONTRATO MANTIDO"
              GO TO QUITAR-FIM
           END-IF.
           MOVE 'Q' TO WS-CT-SITUACAO (WS-CT-ACHADO).
           DISPLAY "CONTRATO QUITADO".

       QUITAR-FIM.
           EXIT.

      *------------------- MARGEM SOBRE A ULTIMA FOLHA MENSAL ---------*
      *  O LIQUIDO DO HISTORICO JA VEIO COM OS CONSIGNADOS DESCONTADOS*
      *  NAQUELA FOLHA: ELES VOLTAM PARA A BASE DA MARGEM             *
       APURAR-MARGEM    SECTION.
           MOVE ZEROS TO WS-ULT-FOLHA.
           MOVE ZEROS TO WS-ULT-LIQUIDO.
           MOVE ZEROS TO WS-COMPROMETIDO.
           MOVE ZEROS TO WS-DISPONIVEL.

           OPEN INPUT FOLHAHIST.
           IF WS-FS-FOLHAHIST NOT EQUAL ZEROS
              GO TO APURAR-MARGEM-FIM
           END-IF.
           READ FOLHAHIST.
           PERFORM PROCURAR-ULTIMA-FOLHA
              UNTIL WS-FS-FOLHAHIST NOT EQUAL ZEROS.
           CLOSE FOLHAHIST.
           IF WS-ULT-FOLHA EQUAL ZEROS
              GO TO APURAR-MARGEM-FIM
           END-IF.

           MOVE WS-ULT-LIQUIDO TO WS-BASE-MARGEM.
           MOVE 0 TO WS-CT-IDX.
           PERFORM SOMAR-CONTRATO-NA-MARGEM
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.

           COMPUTE WS-MARGEM ROUNDED =
                   WS-BASE-MARGEM * WS-PCT-MARGEM / 100.
           COMPUTE WS-DISPONIVEL = WS-MARGEM - WS-COMPROMETIDO.

       APURAR-MARGEM-FIM.
           EXIT.

       PROCURAR-ULTIMA-FOLHA    SECTION.
           IF WS-FHIST-MATRICULA EQUAL WS-ENT-MATRICULA
              AND WS-FHIST-TIPO EQUAL "FL"
              AND WS-FHIST-PERIODO NOT < WS-ULT-FOLHA
              MOVE WS-FHIST-PERIODO TO WS-ULT-FOLHA
              MOVE WS-FHIST-LIQUIDO TO WS-ULT-LIQUIDO
           END-IF.
           READ FOLHAHIST.

       SOMAR-CONTRATO-NA-MARGEM    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-MATRICULA (WS-CT-IDX) NOT EQUAL WS-ENT-MATRICULA
              GO TO SOMAR-CONTRATO-NA-MARGEM-FIM
           END-IF.
           IF WS-CT-SITUACAO (WS-CT-IDX) EQUAL 'A'
              ADD WS-CT-VALOR-PARCELA (WS-CT-IDX) TO WS-COMPROMETIDO
           END-IF.
           IF WS-CT-ULT-DESCONTO (WS-CT-IDX) EQUAL WS-ULT-FOLHA
              AND WS-CT-SITUACAO (WS-CT-IDX) NOT EQUAL 'R'
              ADD WS-CT-VALOR-PARCELA (WS-CT-IDX) TO WS-BASE-MARGEM
           END-IF.

       SOMAR-CONTRATO-NA-MARGEM-FIM.
           EXIT.

       MOSTRAR-MARGEM    SECTION.
           MOVE WS-BASE-MARGEM TO WS-VALOR-EDIT.
           MOVE WS-MARGEM      TO WS-VALOR-EDIT2.
           MOVE WS-COMPROMETIDO TO WS-VALOR-EDIT3.
           DISPLAY "LIQUIDO DA FOLHA " WS-ULT-FOLHA " ....: "
                   WS-VALOR-EDIT.
           DISPLAY "MARGEM DE " WS-PCT-MARGEM " PCT ..............: "
                   WS-VALOR-EDIT2.
           DISPLAY "PARCELAS ATIVAS ..............: " WS-VALOR-EDIT3.
           IF WS-DISPONIVEL < 0
              MOVE ZEROS TO WS-VALOR-EDIT
           ELSE
              MOVE WS-DISPONIVEL TO WS-VALOR-EDIT
           END-IF.
           DISPLAY "MARGEM DISPONIVEL ............: " WS-VALOR-EDIT.

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

       PROCURAR-CONTRATO    SECTION.
           MOVE 0 TO WS-CT-IDX.
           MOVE 0 TO WS-CT-ACHADO.
           PERFORM PROCURAR-UM-CONTRATO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS
                 OR WS-CT-ACHADO NOT EQUAL 0.

       PROCURAR-UM-CONTRATO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-BANCO (WS-CT-IDX) EQUAL WS-ENT-BANCO
              AND WS-CT-CONTRATO (WS-CT-IDX) EQUAL WS-ENT-CONTRATO
              MOVE WS-CT-IDX TO WS-CT-ACHADO
           END-IF.

      *------------------- REGRAVA OS CONTRATOS -----------------------*
       FINALIZAR    SECTION.
           IF WS-CT-ESTOURO EQUAL 'S'
              DISPLAY "CONTRATOS ALEM DA TABELA (300)"
              DISPLAY "NADA FOI REGRAVADO - ARQUIVO INTACTO"
              GO TO FINALIZAR-FIM
           END-IF.

           OPEN OUTPUT CONSIGNADOS.
           IF WS-FS-CSG NOT EQUAL ZEROS
              DISPLAY "ERRO AO REGRAVAR OS CONTRATOS " WS-FS-CSG
              STOP RUN
           END-IF.

           MOVE 0 TO WS-CT-IDX.
           PERFORM REGRAVAR-UM UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.
           CLOSE CONSIGNADOS.

           DISPLAY "CONTRATOS GRAVADOS: " WS-CT-ITENS.

       FINALIZAR-FIM.
           EXIT.

       REGRAVAR-UM    SECTION.
           ADD 1 TO WS-CT-IDX.
           MOVE WS-CT (WS-CT-IDX) TO WS-CSG-REG.
           WRITE WS-CSG-REG.
       END PROGRAM 3-CONSIG.
