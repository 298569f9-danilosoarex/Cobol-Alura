      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 8-LOCAIS.
      *-----------------------------------------------------------------
      *  ENDERECOS DE ARMAZENAGEM (RUA/PRATELEIRA/NIVEL) POR DEPOSITO  *
      *  E SALDO DE CADA PRODUTO POR ENDERECO. O ESTOQUE.DAT CONTINUA  *
      *  COM O TOTAL DO DEPOSITO; O ESTLOCAL.DAT DIZ ONDE ELE ESTA.    *
      *  O RECEBIMENTO (10-RECEBE) E A TRANSFERENCIA (8-TRANSFDEP)     *
      *  GUARDAM E SEPARAM POR ESTE ARQUIVO; AQUI FICAM A CARGA        *
      *  INICIAL, AS MUDANCAS DE ENDERECO E A CONSULTA.                *
      *  A ORDEM DOS ENDERECOS (RUA, PRATELEIRA, NIVEL) E A ORDEM DE   *
      *  CAMINHADA DO SEPARADOR.                                       *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT LOCAIS ASSIGN TO "..\DADOS\LOCAIS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOCAIS.

           SELECT ESTLOCAL ASSIGN TO "..\DADOS\ESTLOCAL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ESTLOCAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- ENDERECOS DE ARMAZENAGEM -------------------*
       FD  LOCAIS.
       01  WS-LOC-REG.
           05 WS-LOC-DEPOSITO       PIC X(10).
           05 WS-LOC-ENDERECO.
              10 WS-LOC-RUA         PIC X(02).
              10 WS-LOC-PRATELEIRA  PIC 9(02).
              10 WS-LOC-NIVEL       PIC 9(02).
           05 WS-LOC-SITUACAO       PIC X(01).
      *       A = ATIVO / I = INATIVO (SO SE ESTIVER VAZIO)

      *------------------- SALDO POR ENDERECO -------------------------*
       FD  ESTLOCAL.
       01  WS-EL-REG.
           05 WS-EL-DEPOSITO        PIC X(10).
           05 WS-EL-ENDERECO.
              10 WS-EL-RUA          PIC X(02).
              10 WS-EL-PRATELEIRA   PIC 9(02).
              10 WS-EL-NIVEL        PIC 9(02).
           05 WS-EL-PRODUTO         PIC 9(06).
           05 WS-EL-QTD             PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-FS-LOCAIS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-ESTLOCAL           PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-DEPOSITO              PIC X(10) VALUE SPACES.
       01 WS-PRODUTO               PIC 9(06) VALUE ZEROS.
       01 WS-QTD                   PIC 9(05) VALUE ZEROS.
       01 WS-TOT-ENDERECO          PIC 9(07) VALUE ZEROS.
       01 WS-ALTERADO              PIC X(01) VALUE 'N'.

       01 WS-ENDERECO.
           05 WS-END-RUA           PIC X(02) VALUE SPACES.
           05 WS-END-PRATELEIRA    PIC 9(02) VALUE ZEROS.
           05 WS-END-NIVEL         PIC 9(02) VALUE ZEROS.
       01 WS-ENDERECO-DESTINO.
           05 WS-DST-RUA           PIC X(02) VALUE SPACES.
           05 WS-DST-PRATELEIRA    PIC 9(02) VALUE ZEROS.
           05 WS-DST-NIVEL         PIC 9(02) VALUE ZEROS.

      *------------------- LOCAIS.DAT INTEIRO EM MEMORIA --------------*
       01 WS-LC-TAB.
           05 WS-LC OCCURS 300 TIMES.
              10 WS-LC-CHAVE.
                 15 WS-LC-DEPOSITO  PIC X(10).
                 15 WS-LC-ENDERECO  PIC X(06).
              10 WS-LC-SITUACAO     PIC X(01).
       01 WS-LC-ITENS              PIC 9(03) VALUE 0.
       01 WS-LC-ESTOURO            PIC X(01) VALUE 'N'.
       01 WS-LC-IDX                PIC 9(03) VALUE 0.
       01 WS-LC-SEG                PIC 9(03) VALUE 0.
       01 WS-LC-ACHADO             PIC 9(03) VALUE 0.
       01 WS-LC-AUX                PIC X(17).

      *------------------- ESTLOCAL.DAT INTEIRO EM MEMORIA ------------*
       01 WS-ELT-TAB.
           05 WS-ELT OCCURS 500 TIMES.
              10 WS-ELT-CHAVE.
                 15 WS-ELT-DEPOSITO PIC X(10).
                 15 WS-ELT-ENDERECO PIC X(06).
                 15 WS-ELT-PRODUTO  PIC 9(06).
              10 WS-ELT-QTD         PIC 9(05).
       01 WS-ELT-ITENS             PIC 9(03) VALUE 0.
       01 WS-ELT-ESTOURO           PIC X(01) VALUE 'N'.
       01 WS-ELT-IDX               PIC 9(03) VALUE 0.
       01 WS-ELT-SEG               PIC 9(03) VALUE 0.
       01 WS-ELT-ACHADO            PIC 9(03) VALUE 0.
       01 WS-ELT-AUX               PIC X(27).

       01 WS-TROCOU                PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           OPEN INPUT LOCAIS.
           IF WS-FS-LOCAIS EQUAL ZEROS
              READ LOCAIS
              PERFORM CARREGAR-UM-LOCAL
                 UNTIL WS-FS-LOCAIS NOT EQUAL ZEROS
              CLOSE LOCAIS
           END-IF.

           OPEN INPUT ESTLOCAL.
           IF WS-FS-ESTLOCAL EQUAL ZEROS
              READ ESTLOCAL
              PERFORM CARREGAR-UM-SALDO
                 UNTIL WS-FS-ESTLOCAL NOT EQUAL ZEROS
              CLOSE ESTLOCAL
           END-IF.

           IF WS-LC-ESTOURO EQUAL 'S' OR WS-ELT-ESTOURO EQUAL 'S'
      *       REGRAVAR A PARTIR DA TABELA CHEIA APAGARIA AS LINHAS
      *       EXCEDENTES: SO A CONSULTA FICA LIBERADA
              DISPLAY "LOCAIS.DAT OU ESTLOCAL.DAT MAIOR QUE A TABELA"
              DISPLAY "ALTERACOES NAO SERAO GRAVADAS"
           END-IF.

           PERFORM ORDENAR-LOCAIS.
           PERFORM ORDENAR-SALDOS.

       CARREGAR-UM-LOCAL    SECTION.
           IF WS-LC-ITENS NOT < 300
              MOVE 'S' TO WS-LC-ESTOURO
           END-IF.
           IF WS-LC-ITENS < 300
              ADD 1 TO WS-LC-ITENS
              MOVE WS-LOC-DEPOSITO TO WS-LC-DEPOSITO (WS-LC-ITENS)
              MOVE WS-LOC-ENDERECO TO WS-LC-ENDERECO (WS-LC-ITENS)
              MOVE WS-LOC-SITUACAO TO WS-LC-SITUACAO (WS-LC-ITENS)
           END-IF.
           READ LOCAIS.

       CARREGAR-UM-SALDO    SECTION.
           IF WS-ELT-ITENS NOT < 500
              MOVE 'S' TO WS-ELT-ESTOURO
           END-IF.
           IF WS-ELT-ITENS < 500
              ADD 1 TO WS-ELT-ITENS
              MOVE WS-EL-DEPOSITO TO WS-ELT-DEPOSITO (WS-ELT-ITENS)
              MOVE WS-EL-ENDERECO TO WS-ELT-ENDERECO (WS-ELT-ITENS)
              MOVE WS-EL-PRODUTO  TO WS-ELT-PRODUTO (WS-ELT-ITENS)
              MOVE WS-EL-QTD      TO WS-ELT-QTD (WS-ELT-ITENS)
           END-IF.
           READ ESTLOCAL.

       PROCESSAR    SECTION.
           DISPLAY "ENDERECOS DE ARMAZENAGEM".
           DISPLAY "------------------------".
           DISPLAY "1 - CADASTRAR ENDERECO".
           DISPLAY "2 - INATIVAR ENDERECO VAZIO".
           DISPLAY "3 - GUARDAR PRODUTO NO ENDERECO".
           DISPLAY "4 - MOVER PRODUTO ENTRE ENDERECOS".
           DISPLAY "5 - LISTAR DEPOSITO POR ENDERECO".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CADASTRAR-ENDERECO
               WHEN 2
                   PERFORM INATIVAR-ENDERECO
               WHEN 3
                   PERFORM GUARDAR-PRODUTO
               WHEN 4
                   PERFORM MOVER-PRODUTO
               WHEN 5
                   PERFORM LISTAR-DEPOSITO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       PEDIR-ENDERECO    SECTION.
           DISPLAY "DEPOSITO (CODIGO)   : ".
              ACCEPT WS-DEPOSITO.
           DISPLAY "RUA (2 LETRAS)      : ".
              ACCEPT WS-END-RUA.
           MOVE FUNCTION UPPER-CASE (WS-END-RUA) TO WS-END-RUA.
           DISPLAY "PRATELEIRA          : ".
              ACCEPT WS-END-PRATELEIRA.
           DISPLAY "NIVEL               : ".
              ACCEPT WS-END-NIVEL.

      *------------------- NOVO ENDERECO OU REATIVACAO ----------------*
       CADASTRAR-ENDERECO    SECTION.
           PERFORM PEDIR-ENDERECO.
           IF WS-DEPOSITO EQUAL SPACES OR WS-END-RUA EQUAL SPACES
              DISPLAY "DADOS INVALIDOS - ENDERECO DESCARTADO"
              GO TO CADASTRAR-ENDERECO-FIM
           END-IF.

           PERFORM ACHAR-LOCAL.
           IF WS-LC-ACHADO NOT EQUAL 0
              IF WS-LC-SITUACAO (WS-LC-ACHADO) EQUAL 'A'
                 DISPLAY "ENDERECO JA CADASTRADO"
              ELSE
                 MOVE 'A' TO WS-LC-SITUACAO (WS-LC-ACHADO)
                 MOVE 'S' TO WS-ALTERADO
                 DISPLAY "ENDERECO REATIVADO"
              END-IF
              GO TO CADASTRAR-ENDERECO-FIM
           END-IF.

           IF WS-LC-ITENS NOT < 300
              DISPLAY "TABELA DE ENDERECOS CHEIA (300)"
              GO TO CADASTRAR-ENDERECO-FIM
           END-IF.

           ADD 1 TO WS-LC-ITENS.
           MOVE WS-DEPOSITO TO WS-LC-DEPOSITO (WS-LC-ITENS).
           MOVE WS-ENDERECO TO WS-LC-ENDERECO (WS-LC-ITENS).
           MOVE 'A'         TO WS-LC-SITUACAO (WS-LC-ITENS).
           MOVE 'S' TO WS-ALTERADO.
           PERFORM ORDENAR-LOCAIS.
           DISPLAY "ENDERECO " WS-ENDERECO " CADASTRADO".

       CADASTRAR-ENDERECO-FIM.
           EXIT.

      *------------------- SO SAI DE USO O ENDERECO VAZIO -------------*
       INATIVAR-ENDERECO    SECTION.
           PERFORM PEDIR-ENDERECO.
           PERFORM ACHAR-LOCAL.
           IF WS-LC-ACHADO EQUAL 0
              DISPLAY "ENDERECO NAO CADASTRADO"
              GO TO INATIVAR-ENDERECO-FIM
           END-IF.

           MOVE ZEROS TO WS-TOT-ENDERECO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM SOMAR-SALDO-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.
           IF WS-TOT-ENDERECO > ZEROS
              DISPLAY "ENDERECO COM " WS-TOT-ENDERECO
                      " UNIDADES - ESVAZIE ANTES DE INATIVAR"
              GO TO INATIVAR-ENDERECO-FIM
           END-IF.

           MOVE 'I' TO WS-LC-SITUACAO (WS-LC-ACHADO).
           MOVE 'S' TO WS-ALTERADO.
           DISPLAY "ENDERECO INATIVADO".

       INATIVAR-ENDERECO-FIM.
           EXIT.

       SOMAR-SALDO-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-DEPOSITO
              AND WS-ELT-ENDERECO (WS-ELT-IDX) EQUAL WS-ENDERECO
              ADD WS-ELT-QTD (WS-ELT-IDX) TO WS-TOT-ENDERECO
           END-IF.

      *------------------- CARGA E ACERTO DE SALDO NO ENDERECO --------*
       GUARDAR-PRODUTO    SECTION.
           PERFORM PEDIR-ENDERECO.
           DISPLAY "PRODUTO (CODIGO)    : ".
              ACCEPT WS-PRODUTO.
           DISPLAY "QUANTIDADE          : ".
              ACCEPT WS-QTD.

           PERFORM ACHAR-LOCAL.
           IF WS-LC-ACHADO EQUAL 0
              DISPLAY "ENDERECO NAO CADASTRADO"
              GO TO GUARDAR-PRODUTO-FIM
           END-IF.
           IF WS-LC-SITUACAO (WS-LC-ACHADO) NOT EQUAL 'A'
              DISPLAY "ENDERECO INATIVO"
              GO TO GUARDAR-PRODUTO-FIM
           END-IF.
           IF WS-QTD EQUAL ZEROS
              DISPLAY "QUANTIDADE ZERADA - NADA GUARDADO"
              GO TO GUARDAR-PRODUTO-FIM
           END-IF.

           PERFORM SOMAR-NO-ENDERECO.
           IF WS-ELT-ACHADO NOT EQUAL 0
              DISPLAY "SALDO NO ENDERECO: " WS-ELT-QTD (WS-ELT-ACHADO)
           END-IF.

       GUARDAR-PRODUTO-FIM.
           EXIT.

      *------------------- TROCA DE ENDERECO DENTRO DO DEPOSITO -------*
       MOVER-PRODUTO    SECTION.
           DISPLAY "ENDERECO DE ORIGEM".
           PERFORM PEDIR-ENDERECO.
           DISPLAY "PRODUTO (CODIGO)    : ".
              ACCEPT WS-PRODUTO.
           DISPLAY "QUANTIDADE          : ".
              ACCEPT WS-QTD.
           DISPLAY "ENDERECO DE DESTINO".
           DISPLAY "RUA (2 LETRAS)      : ".
              ACCEPT WS-DST-RUA.
           MOVE FUNCTION UPPER-CASE (WS-DST-RUA) TO WS-DST-RUA.
           DISPLAY "PRATELEIRA          : ".
              ACCEPT WS-DST-PRATELEIRA.
           DISPLAY "NIVEL               : ".
              ACCEPT WS-DST-NIVEL.

           PERFORM ACHAR-SALDO.
           IF WS-ELT-ACHADO EQUAL 0
              DISPLAY "PRODUTO NAO ESTA NO ENDERECO DE ORIGEM"
              GO TO MOVER-PRODUTO-FIM
           END-IF.
           IF WS-QTD EQUAL ZEROS
              OR WS-QTD > WS-ELT-QTD (WS-ELT-ACHADO)
              DISPLAY "QUANTIDADE INVALIDA - SALDO NA ORIGEM: "
                      WS-ELT-QTD (WS-ELT-ACHADO)
              GO TO MOVER-PRODUTO-FIM
           END-IF.

           MOVE WS-ELT-ACHADO TO WS-ELT-SEG.
           MOVE WS-ENDERECO-DESTINO TO WS-ENDERECO.
           PERFORM ACHAR-LOCAL.
           IF WS-LC-ACHADO EQUAL 0
              OR WS-LC-SITUACAO (WS-LC-ACHADO) NOT EQUAL 'A'
              DISPLAY "ENDERECO DE DESTINO INEXISTENTE OU INATIVO"
              GO TO MOVER-PRODUTO-FIM
           END-IF.

           SUBTRACT WS-QTD FROM WS-ELT-QTD (WS-ELT-SEG).
           PERFORM SOMAR-NO-ENDERECO.
           DISPLAY "MOVIDO PARA " WS-ENDERECO-DESTINO.

       MOVER-PRODUTO-FIM.
           EXIT.

      *------------------- SOMA WS-QTD NO SALDO DO ENDERECO -----------*
       SOMAR-NO-ENDERECO    SECTION.
           PERFORM ACHAR-SALDO.
           IF WS-ELT-ACHADO EQUAL 0
              IF WS-ELT-ITENS NOT < 500
                 DISPLAY "TABELA DE SALDOS CHEIA (500)"
                 GO TO SOMAR-NO-ENDERECO-FIM
              END-IF
              ADD 1 TO WS-ELT-ITENS
              MOVE WS-DEPOSITO TO WS-ELT-DEPOSITO (WS-ELT-ITENS)
              MOVE WS-ENDERECO TO WS-ELT-ENDERECO (WS-ELT-ITENS)
              MOVE WS-PRODUTO  TO WS-ELT-PRODUTO (WS-ELT-ITENS)
              MOVE ZEROS       TO WS-ELT-QTD (WS-ELT-ITENS)
              MOVE WS-ELT-ITENS TO WS-ELT-ACHADO
           END-IF.
           ADD WS-QTD TO WS-ELT-QTD (WS-ELT-ACHADO).
           MOVE 'S' TO WS-ALTERADO.

       SOMAR-NO-ENDERECO-FIM.
           EXIT.

       ACHAR-LOCAL    SECTION.
           MOVE 0 TO WS-LC-ACHADO.
           MOVE 0 TO WS-LC-IDX.
           PERFORM PROCURAR-UM-LOCAL
              UNTIL WS-LC-IDX NOT < WS-LC-ITENS
                 OR WS-LC-ACHADO NOT EQUAL 0.

       PROCURAR-UM-LOCAL    SECTION.
           ADD 1 TO WS-LC-IDX.
           IF WS-LC-DEPOSITO (WS-LC-IDX) EQUAL WS-DEPOSITO
              AND WS-LC-ENDERECO (WS-LC-IDX) EQUAL WS-ENDERECO
              MOVE WS-LC-IDX TO WS-LC-ACHADO
           END-IF.

       ACHAR-SALDO    SECTION.
           MOVE 0 TO WS-ELT-ACHADO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM PROCURAR-UM-SALDO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS
                 OR WS-ELT-ACHADO NOT EQUAL 0.

       PROCURAR-UM-SALDO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-DEPOSITO
              AND WS-ELT-ENDERECO (WS-ELT-IDX) EQUAL WS-ENDERECO
              AND WS-ELT-PRODUTO (WS-ELT-IDX) EQUAL WS-PRODUTO
              MOVE WS-ELT-IDX TO WS-ELT-ACHADO
           END-IF.

      *------------------- MAPA DO DEPOSITO NA ORDEM DE CAMINHADA -----*
       LISTAR-DEPOSITO    SECTION.
           DISPLAY "DEPOSITO (CODIGO)   : ".
              ACCEPT WS-DEPOSITO.
           PERFORM ORDENAR-SALDOS.

           DISPLAY "ENDERECO SIT PRODUTO QUANTIDADE".
           MOVE 0 TO WS-LC-IDX.
           PERFORM LISTAR-UM-LOCAL
              UNTIL WS-LC-IDX NOT < WS-LC-ITENS.

       LISTAR-UM-LOCAL    SECTION.
           ADD 1 TO WS-LC-IDX.
           IF WS-LC-DEPOSITO (WS-LC-IDX) NOT EQUAL WS-DEPOSITO
              GO TO LISTAR-UM-LOCAL-FIM
           END-IF.

           MOVE WS-LC-ENDERECO (WS-LC-IDX) TO WS-ENDERECO.
           MOVE ZEROS TO WS-TOT-ENDERECO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM LISTAR-UM-SALDO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.
           IF WS-TOT-ENDERECO EQUAL ZEROS
              DISPLAY WS-ENDERECO "   " WS-LC-SITUACAO (WS-LC-IDX)
                      "   (VAZIO)"
           END-IF.

       LISTAR-UM-LOCAL-FIM.
           EXIT.

       LISTAR-UM-SALDO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-DEPOSITO
              AND WS-ELT-ENDERECO (WS-ELT-IDX) EQUAL WS-ENDERECO
              AND WS-ELT-QTD (WS-ELT-IDX) > ZEROS
              ADD WS-ELT-QTD (WS-ELT-IDX) TO WS-TOT-ENDERECO
              DISPLAY WS-ENDERECO "   " WS-LC-SITUACAO (WS-LC-IDX)
                      "   " WS-ELT-PRODUTO (WS-ELT-IDX)
                      " " WS-ELT-QTD (WS-ELT-IDX)
           END-IF.

      *------------------- DEPOSITO + ENDERECO EM ORDEM ---------------*
       ORDENAR-LOCAIS    SECTION.
           IF WS-LC-ITENS < 2
              GO TO ORDENAR-LOCAIS-FIM
           END-IF.
           MOVE 'S' TO WS-TROCOU.
           PERFORM PASSADA-LOCAIS UNTIL WS-TROCOU EQUAL 'N'.

       ORDENAR-LOCAIS-FIM.
           EXIT.

       PASSADA-LOCAIS    SECTION.
           MOVE 'N' TO WS-TROCOU.
           MOVE 1 TO WS-LC-IDX.
           PERFORM COMPARAR-LOCAIS
              UNTIL WS-LC-IDX NOT < WS-LC-ITENS.

       COMPARAR-LOCAIS    SECTION.
           COMPUTE WS-LC-SEG = WS-LC-IDX + 1.
           IF WS-LC-CHAVE (WS-LC-IDX) > WS-LC-CHAVE (WS-LC-SEG)
              MOVE WS-LC (WS-LC-IDX) TO WS-LC-AUX
              MOVE WS-LC (WS-LC-SEG) TO WS-LC (WS-LC-IDX)
              MOVE WS-LC-AUX         TO WS-LC (WS-LC-SEG)
              MOVE 'S' TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-LC-IDX.

       ORDENAR-SALDOS    SECTION.
           IF WS-ELT-ITENS < 2
              GO TO ORDENAR-SALDOS-FIM
           END-IF.
           MOVE 'S' TO WS-TROCOU.
           PERFORM PASSADA-SALDOS UNTIL WS-TROCOU EQUAL 'N'.

       ORDENAR-SALDOS-FIM.
           EXIT.

       PASSADA-SALDOS    SECTION.
           MOVE 'N' TO WS-TROCOU.
           MOVE 1 TO WS-ELT-IDX.
           PERFORM COMPARAR-SALDOS
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.

       COMPARAR-SALDOS    SECTION.
           COMPUTE WS-ELT-SEG = WS-ELT-IDX + 1.
           IF WS-ELT-CHAVE (WS-ELT-IDX) > WS-ELT-CHAVE (WS-ELT-SEG)
              MOVE WS-ELT (WS-ELT-IDX) TO WS-ELT-AUX
              MOVE WS-ELT (WS-ELT-SEG) TO WS-ELT (WS-ELT-IDX)
              MOVE WS-ELT-AUX          TO WS-ELT (WS-ELT-SEG)
              MOVE 'S' TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-ELT-IDX.

      *------------------- GRAVA OS DOIS ARQUIVOS ORDENADOS -----------*
       FINALIZAR    SECTION.
           IF WS-ALTERADO NOT EQUAL 'S'
              GO TO FINALIZAR-FIM
           END-IF.
           IF WS-LC-ESTOURO EQUAL 'S' OR WS-ELT-ESTOURO EQUAL 'S'
              DISPLAY "ALTERACOES DESCARTADAS - ARQUIVOS INTACTOS"
              GO TO FINALIZAR-FIM
           END-IF.

           PERFORM ORDENAR-SALDOS.

           OPEN OUTPUT LOCAIS.
           MOVE 0 TO WS-LC-IDX.
           PERFORM REGRAVAR-UM-LOCAL
              UNTIL WS-LC-IDX NOT < WS-LC-ITENS.
           CLOSE LOCAIS.

           OPEN OUTPUT ESTLOCAL.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM REGRAVAR-UM-SALDO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.
           CLOSE ESTLOCAL.

           DISPLAY "LOCAIS.DAT E ESTLOCAL.DAT GRAVADOS".

       FINALIZAR-FIM.
           EXIT.

       REGRAVAR-UM-LOCAL    SECTION.
           ADD 1 TO WS-LC-IDX.
           MOVE WS-LC-DEPOSITO (WS-LC-IDX) TO WS-LOC-DEPOSITO.
           MOVE WS-LC-ENDERECO (WS-LC-IDX) TO WS-LOC-ENDERECO.
           MOVE WS-LC-SITUACAO (WS-LC-IDX) TO WS-LOC-SITUACAO.
           WRITE WS-LOC-REG.

      *    SALDO ZERADO NAO VOLTA PARA O ARQUIVO
       REGRAVAR-UM-SALDO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-QTD (WS-ELT-IDX) > ZEROS
              MOVE WS-ELT-DEPOSITO (WS-ELT-IDX) TO WS-EL-DEPOSITO
              MOVE WS-ELT-ENDERECO (WS-ELT-IDX) TO WS-EL-ENDERECO
              MOVE WS-ELT-PRODUTO (WS-ELT-IDX)  TO WS-EL-PRODUTO
              MOVE WS-ELT-QTD (WS-ELT-IDX)      TO WS-EL-QTD
              WRITE WS-EL-REG
           END-IF.
       END PROGRAM 8-LOCAIS.
