           05 WS-REM-CONTA-DV       PIC X(01).
           05 WS-REM-VALOR          PIC 9(09)V99.
           05 WS-REM-FTIPO          PIC X(02).
           05 WS-REM-MATRICULA      PIC 9(06).
           05 FILLER                PIC X(24).

       FD  FUNCIONARIOS.
       01  WS-FUNC-REG.
           05 WS-FUNC-MATRICULA      PIC 9(06).
           05 WS-FUNC-NOME           PIC X(20).
           05 WS-FUNC-CPF            PIC 9(11).
           05 WS-FUNC-DEPTM          PIC X(03).
           05 WS-FUNC-SALARIO        PIC 9(07)V99.
           05 WS-FUNC-BANCO          PIC 9(03).
           05 WS-FUNC-CONTA-DV       PIC X(01).
           05 WS-FUNC-ADMISSAO       PIC 9(08).
           05 WS-FUNC-DESLIGAMENTO   PIC 9(08).
           05 WS-FUNC-AFAST-INICIO   PIC 9(08).
           05 WS-FUNC-AFAST-RETORNO  PIC 9(08).

       FD  RESULTADO.
       01  WS-RES-LINHA             PIC X(100).
      *------------------- DETALHES DA REMESSA EM MEMORIA -------------*
       01 WS-DET-TAB.
           05 WS-DET OCCURS 200 TIMES.
              10 WS-DET-MATRICULA   PIC 9(06).
              10 WS-DET-NOME        PIC X(20).
              10 WS-DET-AGENCIA     PIC 9(04).
              10 WS-DET-CONTA       PIC 9(08).
           05 WS-RENV-CONTA-DV       PIC X(01).
           05 WS-RENV-VALOR          PIC 9(09)V99.
           05 WS-RENV-TIPO           PIC X(02) VALUE "RE".
           05 WS-RENV-MATRICULA      PIC 9(06).
           05 FILLER                 PIC X(24) VALUE SPACES.

       01 WS-TOT-LIQUIDADOS        PIC 9(04) VALUE 0.
       01 WS-TOT-REJEITADOS        PIC 9(04) VALUE 0.
              AND WS-DET-ITENS < 200
              ADD 1 TO WS-DET-ITENS
              MOVE WS-REM-NOME    TO WS-DET-NOME (WS-DET-ITENS)
              MOVE WS-REM-MATRICULA
                TO WS-DET-MATRICULA (WS-DET-ITENS)
              MOVE WS-REM-AGENCIA TO WS-DET-AGENCIA (WS-DET-ITENS)
              MOVE WS-REM-CONTA   TO WS-DET-CONTA (WS-DET-ITENS)
              MOVE WS-REM-VALOR   TO WS-DET-VALOR (WS-DET-ITENS)
              MOVE 'L' TO WS-DET-SITUACAO (WS-DET-ACHADO)
              ADD 1 TO WS-TOT-LIQUIDADOS
              MOVE SPACES TO WS-RES-LINHA
              STRING "LIQUIDADO " WS-DET-MATRICULA (WS-DET-ACHADO)
                     " " WS-DET-NOME (WS-DET-ACHADO)
                     " CONTA " WS-RET-CONTA
                     " VALOR " WS-RET-VALOR
                     DELIMITED BY SIZE INTO WS-RES-LINHA
              MOVE 'R' TO WS-DET-SITUACAO (WS-DET-ACHADO)
              ADD 1 TO WS-TOT-REJEITADOS
              MOVE SPACES TO WS-REJ-LINHA
              STRING "REJEITADO " WS-DET-MATRICULA (WS-DET-ACHADO)
                     " " WS-DET-NOME (WS-DET-ACHADO)
                     " CONTA " WS-RET-CONTA
                     " COD " WS-RET-SITUACAO
                     " - " WS-RET-MOTIVO

      *------------------- REENVIO COM OS DADOS ATUAIS DO CADASTRO ----*
      *  A REJEICAO NORMALMENTE E CONTA ERRADA: O DETALHE DO REENVIO  *
      *  SAI COM OS DADOS BANCARIOS CORRIGIDOS NO 3-FUNCCAD, ACHADOS  *
      *  PELA MATRICULA QUE VEIO NA REMESSA                           *
       GERAR-REENVIO    SECTION.
           MOVE 'N' TO WS-FUNC-ACHADO.

           IF WS-FUNC-ACHADO NOT EQUAL 'S'
              MOVE SPACES TO WS-REJ-LINHA
              STRING "SEM CADASTRO PARA O REENVIO: "
                     WS-DET-MATRICULA (WS-DET-ACHADO) " "
                     WS-DET-NOME (WS-DET-ACHADO)
                     DELIMITED BY SIZE INTO WS-REJ-LINHA
              END-STRING
           MOVE WS-FUNC-CONTA    TO WS-RENV-CONTA.
           MOVE WS-FUNC-CONTA-DV TO WS-RENV-CONTA-DV.
           MOVE WS-DET-VALOR (WS-DET-ACHADO) TO WS-RENV-VALOR.
           MOVE WS-FUNC-MATRICULA TO WS-RENV-MATRICULA.
           MOVE WS-RENV-DETALHE  TO WS-REENVIO-LINHA.
           WRITE WS-REENVIO-LINHA.
           ADD 1 TO WS-TOT-REENVIADOS.
           EXIT.

       PROCURAR-FUNCIONARIO    SECTION.
           IF WS-FUNC-MATRICULA EQUAL WS-DET-MATRICULA (WS-DET-ACHADO)
              MOVE 'S' TO WS-FUNC-ACHADO
           ELSE
              READ FUNCIONARIOS
              ADD 1 TO WS-TOT-SEM-RETORNO
              MOVE SPACES TO WS-RES-LINHA
              STRING "SEM RETORNO DO BANCO: "
                     WS-DET-MATRICULA (WS-DET-IDX) " "
                     WS-DET-NOME (WS-DET-IDX)
                     DELIMITED BY SIZE INTO WS-RES-LINHA
              END-STRING
