           SELECT MOVIMENTOS ASSIGN TO "..\DADOS\ESTOQMOV.PENDENTES"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT LOCAIS ASSIGN TO "..\DADOS\LOCAIS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOCAIS.

           SELECT ESTLOCAL ASSIGN TO "..\DADOS\ESTLOCAL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ESTLOCAL.

           SELECT SEPARACAO ASSIGN TO "..\DADOS\SEPARACAO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-MOV-CUSTO-UNIT     PIC 9(05)V99.
      *       CUSTO UNITARIO DA ENTRADA; ZEROS = MANTEM O MEDIO

      *------------------- ENDERECOS E SALDO POR ENDERECO -------------*
      *  (VER 8-LOCAIS)                                               *
       FD  LOCAIS.
       01  WS-LOC-REG.
           05 WS-LOC-DEPOSITO       PIC X(10).
           05 WS-LOC-ENDERECO       PIC X(06).
           05 WS-LOC-SITUACAO       PIC X(01).

       FD  ESTLOCAL.
       01  WS-EL-REG.
           05 WS-EL-DEPOSITO        PIC X(10).
           05 WS-EL-ENDERECO.
              10 WS-EL-RUA          PIC X(02).
              10 WS-EL-PRATELEIRA   PIC 9(02).
              10 WS-EL-NIVEL        PIC 9(02).
           05 WS-EL-PRODUTO         PIC 9(06).
           05 WS-EL-QTD             PIC 9(05).

       FD  SEPARACAO.
       01  WS-SEP-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-TD                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-CTL                PIC 9(02) VALUE ZEROS.
       01 WS-TOT-ABERTAS           PIC 9(04) VALUE 0.
       01 WS-TOT-TRANSITO          PIC 9(04) VALUE 0.
       01 WS-TOT-ATRASADAS         PIC 9(04) VALUE 0.

      *------------------- SEPARACAO E GUARDA POR ENDERECO ------------*
      *  O EMBARQUE TIRA DOS ENDERECOS DA ORIGEM, DO MENOR PARA O     *
      *  MAIOR; O RECEBIMENTO GUARDA NO ENDERECO QUE JA TEM O         *
      *  PRODUTO OU NO PRIMEIRO ENDERECO ATIVO VAZIO DO DESTINO       *
       01 WS-FS-LOCAIS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-ESTLOCAL           PIC 9(02) VALUE ZEROS.
       01 WS-FS-SEP                PIC 9(02) VALUE ZEROS.
       01 WS-ORIGEM                PIC X(10) VALUE SPACES.
       01 WS-ALOC-DEPOSITO         PIC X(10) VALUE SPACES.
       01 WS-ALOC-PRODUTO          PIC 9(06) VALUE ZEROS.
       01 WS-ALOC-ENDERECO         PIC X(06) VALUE SPACES.
       01 WS-FALTA                 PIC 9(05) VALUE 0.
       01 WS-PEGA                  PIC 9(05) VALUE 0.
       01 WS-TOT-ENDERECO          PIC 9(07) VALUE 0.
       01 WS-TROCOU                PIC X(01) VALUE 'N'.

       01 WS-LC-TAB.
           05 WS-LC OCCURS 300 TIMES.
              10 WS-LC-DEPOSITO     PIC X(10).
              10 WS-LC-ENDERECO     PIC X(06).
              10 WS-LC-SITUACAO     PIC X(01).
       01 WS-LC-ITENS              PIC 9(03) VALUE 0.
       01 WS-LC-IDX                PIC 9(03) VALUE 0.

       01 WS-ELT-TAB.
           05 WS-ELT OCCURS 500 TIMES.
              10 WS-ELT-DEPOSITO    PIC X(10).
              10 WS-ELT-ENDERECO    PIC X(06).
              10 WS-ELT-PRODUTO     PIC 9(06).
              10 WS-ELT-QTD         PIC 9(05).
       01 WS-ELT-ITENS             PIC 9(03) VALUE 0.
       01 WS-ELT-ESTOURO           PIC X(01) VALUE 'N'.
       01 WS-ELT-IDX               PIC 9(03) VALUE 0.
       01 WS-ELT-ACHADO            PIC 9(03) VALUE 0.

       01 WS-SEP-TAB.
           05 WS-SEP OCCURS 200 TIMES.
              10 WS-SEP-CHAVE.
                 15 WS-SEP-ENDERECO PIC X(06).
                 15 WS-SEP-PRODUTO  PIC 9(06).
                 15 WS-SEP-PEDIDO   PIC 9(06).
              10 WS-SEP-QTD         PIC 9(05).
       01 WS-SEP-ITENS             PIC 9(03) VALUE 0.
       01 WS-SEP-IDX               PIC 9(03) VALUE 0.
       01 WS-SEP-SEG               PIC 9(03) VALUE 0.
       01 WS-SEP-AUX               PIC X(23) VALUE SPACES.
       01 WS-SEP-END-EDIT          PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "2 - EMBARCAR (SAIDA NA ORIGEM)".
           DISPLAY "3 - RECEBER (ENTRADA NO DESTINO)".
           DISPLAY "4 - RELATORIO DO QUE ESTA NA ESTRADA".
           DISPLAY "5 - LISTA DE SEPARACAO DA ORIGEM".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.
                   PERFORM RECEBER
               WHEN 4
                   PERFORM RELATORIO-ABERTAS
               WHEN 5
                   PERFORM LISTA-SEPARACAO
               WHEN 9
                   CONTINUE
               WHEN OTHER
           MOVE WS-DATA-HOJE TO WS-TD-DATA-EMBARQUE.
           REWRITE WS-TD-REG.

           PERFORM CARREGAR-ENDERECOS.
           MOVE 0 TO WS-SEP-ITENS.
           MOVE WS-TD-ORIGEM  TO WS-ALOC-DEPOSITO.
           MOVE WS-TD-PRODUTO TO WS-ALOC-PRODUTO.
           MOVE WS-TD-QTD     TO WS-FALTA.
           PERFORM SEPARAR-PRODUTO.
           MOVE 0 TO WS-SEP-IDX.
           PERFORM MOSTRAR-UMA-RETIRADA
              UNTIL WS-SEP-IDX NOT < WS-SEP-ITENS.
           PERFORM REGRAVAR-ENDERECOS.

           DISPLAY "EMBARCADO - QUANTIDADE EM TRANSITO NO PEDIDO".
           DISPLAY "RODE O 8-ESTPOST PARA EFETIVAR A SAIDA".

           COMPUTE WS-TD-DIVERGENCIA = WS-TD-QTD - WS-QTD-CHEGOU.
           REWRITE WS-TD-REG.

           PERFORM CARREGAR-ENDERECOS.
           MOVE WS-TD-DESTINO TO WS-ALOC-DEPOSITO.
           MOVE WS-TD-PRODUTO TO WS-ALOC-PRODUTO.
           MOVE WS-QTD-CHEGOU TO WS-FALTA.
           PERFORM GUARDAR-NO-ENDERECO.
           IF WS-ALOC-ENDERECO EQUAL SPACES
              DISPLAY "SEM ENDERECO LIVRE NO DESTINO - "
                      "GUARDAR PELO 8-LOCAIS"
           ELSE
              DISPLAY "GUARDAR NO ENDERECO " WS-ALOC-ENDERECO
              PERFORM REGRAVAR-ENDERECOS
           END-IF.

           IF WS-TD-DIVERGENCIA NOT EQUAL ZEROS
              DISPLAY "DIVERGENCIA DE " WS-TD-DIVERGENCIA
                      " NO PEDIDO " WS-TD-NUMERO
           END-EVALUATE.
           READ TRANSFDEP NEXT RECORD.

      *------------------- LISTA DE SEPARACAO DA ORIGEM ---------------*
      *  TODOS OS PEDIDOS ABERTOS DA ORIGEM NUMA SO CAMINHADA, NA     *
      *  ORDEM DOS ENDERECOS. SO SIMULA: O SALDO POR ENDERECO SAI NO  *
      *  EMBARQUE DE CADA PEDIDO                                      *
       LISTA-SEPARACAO    SECTION.
           DISPLAY "DEPOSITO DE ORIGEM : ".
              ACCEPT WS-ORIGEM.

           PERFORM CARREGAR-ENDERECOS.
           MOVE 0 TO WS-SEP-ITENS.
           MOVE ZEROS TO WS-TD-NUMERO.
           START TRANSFDEP KEY IS NOT LESS THAN WS-TD-NUMERO.
           IF WS-FS-TD NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS DE TRANSFERENCIA"
              GO TO LISTA-SEPARACAO-FIM
           END-IF.
           READ TRANSFDEP NEXT RECORD.
           PERFORM SEPARAR-UM-PEDIDO
              UNTIL WS-FS-TD NOT EQUAL ZEROS.

           IF WS-SEP-ITENS EQUAL ZEROS
              DISPLAY "NENHUM PEDIDO ABERTO NA ORIGEM"
              GO TO LISTA-SEPARACAO-FIM
           END-IF.

           PERFORM ORDENAR-SEPARACAO.

           OPEN OUTPUT SEPARACAO.
           MOVE SPACES TO WS-SEP-LINHA.
           STRING "SEPARACAO DO DEPOSITO " WS-ORIGEM
                  " EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-SEP-LINHA
           END-STRING.
           WRITE WS-SEP-LINHA.
           DISPLAY WS-SEP-LINHA.
           MOVE "ENDERECO PRODUTO PEDIDO QUANTIDADE" TO WS-SEP-LINHA.
           WRITE WS-SEP-LINHA.
           DISPLAY WS-SEP-LINHA.
           MOVE 0 TO WS-SEP-IDX.
           PERFORM IMPRIMIR-UMA-SEPARACAO
              UNTIL WS-SEP-IDX NOT < WS-SEP-ITENS.
           CLOSE SEPARACAO.
           DISPLAY "LISTA EM ..\DADOS\SEPARACAO.TXT".

       LISTA-SEPARACAO-FIM.
           EXIT.

       SEPARAR-UM-PEDIDO    SECTION.
           IF WS-TD-ABERTA AND WS-TD-ORIGEM EQUAL WS-ORIGEM
              MOVE WS-TD-ORIGEM  TO WS-ALOC-DEPOSITO
              MOVE WS-TD-PRODUTO TO WS-ALOC-PRODUTO
              MOVE WS-TD-QTD     TO WS-FALTA
              PERFORM SEPARAR-PRODUTO
           END-IF.
           READ TRANSFDEP NEXT RECORD.

       IMPRIMIR-UMA-SEPARACAO    SECTION.
           ADD 1 TO WS-SEP-IDX.
           PERFORM EDITAR-ENDERECO-SEP.
           MOVE SPACES TO WS-SEP-LINHA.
           STRING WS-SEP-END-EDIT " "
                  WS-SEP-PRODUTO (WS-SEP-IDX) "  "
                  WS-SEP-PEDIDO (WS-SEP-IDX) " "
                  WS-SEP-QTD (WS-SEP-IDX)
                  DELIMITED BY SIZE INTO WS-SEP-LINHA
           END-STRING.
           WRITE WS-SEP-LINHA.
           DISPLAY WS-SEP-LINHA.

       MOSTRAR-UMA-RETIRADA    SECTION.
           ADD 1 TO WS-SEP-IDX.
           PERFORM EDITAR-ENDERECO-SEP.
           DISPLAY "RETIRAR DE " WS-SEP-END-EDIT
                   " QTD " WS-SEP-QTD (WS-SEP-IDX).

       EDITAR-ENDERECO-SEP    SECTION.
           IF WS-SEP-ENDERECO (WS-SEP-IDX) EQUAL HIGH-VALUES
              MOVE "SEM END." TO WS-SEP-END-EDIT
           ELSE
              MOVE WS-SEP-ENDERECO (WS-SEP-IDX) TO WS-SEP-END-EDIT
           END-IF.

      *------------------- ENDERECOS EM MEMORIA -----------------------*
       CARREGAR-ENDERECOS    SECTION.
           MOVE 0   TO WS-LC-ITENS.
           OPEN INPUT LOCAIS.
           IF WS-FS-LOCAIS EQUAL ZEROS
              READ LOCAIS
              PERFORM CARREGAR-UM-LOCAL
                 UNTIL WS-FS-LOCAIS NOT EQUAL ZEROS
              CLOSE LOCAIS
           END-IF.

           MOVE 0   TO WS-ELT-ITENS.
           MOVE 'N' TO WS-ELT-ESTOURO.
           OPEN INPUT ESTLOCAL.
           IF WS-FS-ESTLOCAL EQUAL ZEROS
              READ ESTLOCAL
              PERFORM CARREGAR-UM-SALDO
                 UNTIL WS-FS-ESTLOCAL NOT EQUAL ZEROS
              CLOSE ESTLOCAL
           END-IF.

       CARREGAR-UM-LOCAL    SECTION.
           IF WS-LC-ITENS < 300
              AND WS-LOC-SITUACAO EQUAL 'A'
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

       REGRAVAR-ENDERECOS    SECTION.
           IF WS-ELT-ESTOURO EQUAL 'S'
      *       REGRAVAR A PARTIR DA TABELA CHEIA APAGARIA AS LINHAS
      *       EXCEDENTES: O ARQUIVO FICA COMO ESTA
              DISPLAY "ESTLOCAL.DAT MAIOR QUE A TABELA (500) - "
                      "SALDO POR ENDERECO NAO ATUALIZADO"
              GO TO REGRAVAR-ENDERECOS-FIM
           END-IF.
           IF WS-ELT-ITENS EQUAL ZEROS
              GO TO REGRAVAR-ENDERECOS-FIM
           END-IF.

           OPEN OUTPUT ESTLOCAL.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM REGRAVAR-UM-SALDO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.
           CLOSE ESTLOCAL.

       REGRAVAR-ENDERECOS-FIM.
           EXIT.

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

      *------------------- TIRA WS-FALTA DOS ENDERECOS DO PRODUTO -----*
      *  DO MENOR ENDERECO COM SALDO ATE COMPLETAR; O QUE NAO ACHAR   *
      *  ENDERECO ENTRA NA LISTA COMO "SEM END."                      *
       SEPARAR-PRODUTO    SECTION.
           MOVE 1 TO WS-ELT-ACHADO.
           PERFORM PEGAR-DO-MENOR-ENDERECO
              UNTIL WS-FALTA EQUAL ZEROS
                 OR WS-ELT-ACHADO EQUAL 0.
           IF WS-FALTA > ZEROS
              MOVE WS-FALTA TO WS-PEGA
              PERFORM GUARDAR-SEPARACAO
           END-IF.

       PEGAR-DO-MENOR-ENDERECO    SECTION.
           PERFORM ACHAR-MENOR-ENDERECO.
           IF WS-ELT-ACHADO EQUAL 0
              GO TO PEGAR-DO-MENOR-ENDERECO-FIM
           END-IF.

           IF WS-ELT-QTD (WS-ELT-ACHADO) < WS-FALTA
              MOVE WS-ELT-QTD (WS-ELT-ACHADO) TO WS-PEGA
           ELSE
              MOVE WS-FALTA TO WS-PEGA
           END-IF.
           SUBTRACT WS-PEGA FROM WS-ELT-QTD (WS-ELT-ACHADO).
           SUBTRACT WS-PEGA FROM WS-FALTA.
           PERFORM GUARDAR-SEPARACAO.

       PEGAR-DO-MENOR-ENDERECO-FIM.
           EXIT.

       ACHAR-MENOR-ENDERECO    SECTION.
           MOVE 0 TO WS-ELT-ACHADO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM PROCURAR-MENOR-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.

       PROCURAR-MENOR-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-ALOC-DEPOSITO
              AND WS-ELT-PRODUTO (WS-ELT-IDX) EQUAL WS-ALOC-PRODUTO
              AND WS-ELT-QTD (WS-ELT-IDX) > ZEROS
              IF WS-ELT-ACHADO EQUAL 0
                 MOVE WS-ELT-IDX TO WS-ELT-ACHADO
              ELSE
                 IF WS-ELT-ENDERECO (WS-ELT-IDX) <
                    WS-ELT-ENDERECO (WS-ELT-ACHADO)
                    MOVE WS-ELT-IDX TO WS-ELT-ACHADO
                 END-IF
              END-IF
           END-IF.

       GUARDAR-SEPARACAO    SECTION.
           IF WS-SEP-ITENS NOT < 200
              DISPLAY "LISTA DE SEPARACAO CHEIA (200)"
              GO TO GUARDAR-SEPARACAO-FIM
           END-IF.
           ADD 1 TO WS-SEP-ITENS.
           IF WS-ELT-ACHADO EQUAL 0
              MOVE HIGH-VALUES TO WS-SEP-ENDERECO (WS-SEP-ITENS)
           ELSE
              MOVE WS-ELT-ENDERECO (WS-ELT-ACHADO)
                TO WS-SEP-ENDERECO (WS-SEP-ITENS)
           END-IF.
           MOVE WS-ALOC-PRODUTO TO WS-SEP-PRODUTO (WS-SEP-ITENS).
           MOVE WS-TD-NUMERO    TO WS-SEP-PEDIDO (WS-SEP-ITENS).
           MOVE WS-PEGA         TO WS-SEP-QTD (WS-SEP-ITENS).

       GUARDAR-SEPARACAO-FIM.
           EXIT.

       ORDENAR-SEPARACAO    SECTION.
           IF WS-SEP-ITENS < 2
              GO TO ORDENAR-SEPARACAO-FIM
           END-IF.
           MOVE 'S' TO WS-TROCOU.
           PERFORM PASSADA-SEPARACAO UNTIL WS-TROCOU EQUAL 'N'.

       ORDENAR-SEPARACAO-FIM.
           EXIT.

       PASSADA-SEPARACAO    SECTION.
           MOVE 'N' TO WS-TROCOU.
           MOVE 1 TO WS-SEP-IDX.
           PERFORM COMPARAR-SEPARACAO
              UNTIL WS-SEP-IDX NOT < WS-SEP-ITENS.

       COMPARAR-SEPARACAO    SECTION.
           COMPUTE WS-SEP-SEG = WS-SEP-IDX + 1.
           IF WS-SEP-CHAVE (WS-SEP-IDX) > WS-SEP-CHAVE (WS-SEP-SEG)
              MOVE WS-SEP (WS-SEP-IDX) TO WS-SEP-AUX
              MOVE WS-SEP (WS-SEP-SEG) TO WS-SEP (WS-SEP-IDX)
              MOVE WS-SEP-AUX          TO WS-SEP (WS-SEP-SEG)
              MOVE 'S' TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-SEP-IDX.

      *------------------- GUARDA WS-FALTA NO DEPOSITO ----------------*
      *  PRIMEIRO O MENOR ENDERECO QUE JA TEM O PRODUTO; SEM ELE, O   *
      *  MENOR ENDERECO ATIVO E VAZIO. SEM NENHUM, FICA EM BRANCO     *
       GUARDAR-NO-ENDERECO    SECTION.
           MOVE SPACES TO WS-ALOC-ENDERECO.
           PERFORM ACHAR-MENOR-ENDERECO.
           IF WS-ELT-ACHADO NOT EQUAL 0
              MOVE WS-ELT-ENDERECO (WS-ELT-ACHADO) TO WS-ALOC-ENDERECO
              ADD WS-FALTA TO WS-ELT-QTD (WS-ELT-ACHADO)
              GO TO GUARDAR-NO-ENDERECO-FIM
           END-IF.

           MOVE 0 TO WS-LC-IDX.
           PERFORM PROCURAR-ENDERECO-VAZIO
              UNTIL WS-LC-IDX NOT < WS-LC-ITENS.
           IF WS-ALOC-ENDERECO EQUAL SPACES
              GO TO GUARDAR-NO-ENDERECO-FIM
           END-IF.

           MOVE 0 TO WS-ELT-ACHADO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM PROCURAR-SALDO-DO-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS
                 OR WS-ELT-ACHADO NOT EQUAL 0.
           IF WS-ELT-ACHADO EQUAL 0
              IF WS-ELT-ITENS NOT < 500
                 MOVE SPACES TO WS-ALOC-ENDERECO
                 GO TO GUARDAR-NO-ENDERECO-FIM
              END-IF
              ADD 1 TO WS-ELT-ITENS
              MOVE WS-ALOC-DEPOSITO TO WS-ELT-DEPOSITO (WS-ELT-ITENS)
              MOVE WS-ALOC-ENDERECO TO WS-ELT-ENDERECO (WS-ELT-ITENS)
              MOVE WS-ALOC-PRODUTO  TO WS-ELT-PRODUTO (WS-ELT-ITENS)
              MOVE ZEROS            TO WS-ELT-QTD (WS-ELT-ITENS)
              MOVE WS-ELT-ITENS     TO WS-ELT-ACHADO
           END-IF.
           ADD WS-FALTA TO WS-ELT-QTD (WS-ELT-ACHADO).

       GUARDAR-NO-ENDERECO-FIM.
           EXIT.

       PROCURAR-ENDERECO-VAZIO    SECTION.
           ADD 1 TO WS-LC-IDX.
           IF WS-LC-DEPOSITO (WS-LC-IDX) NOT EQUAL WS-ALOC-DEPOSITO
              GO TO PROCURAR-ENDERECO-VAZIO-FIM
           END-IF.
           IF WS-ALOC-ENDERECO NOT EQUAL SPACES
              AND WS-LC-ENDERECO (WS-LC-IDX) NOT < WS-ALOC-ENDERECO
              GO TO PROCURAR-ENDERECO-VAZIO-FIM
           END-IF.

           MOVE ZEROS TO WS-TOT-ENDERECO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM SOMAR-SALDO-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.
           IF WS-TOT-ENDERECO EQUAL ZEROS
              MOVE WS-LC-ENDERECO (WS-LC-IDX) TO WS-ALOC-ENDERECO
           END-IF.

       PROCURAR-ENDERECO-VAZIO-FIM.
           EXIT.

       SOMAR-SALDO-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-ALOC-DEPOSITO
              AND WS-ELT-ENDERECO (WS-ELT-IDX) EQUAL
                  WS-LC-ENDERECO (WS-LC-IDX)
              ADD WS-ELT-QTD (WS-ELT-IDX) TO WS-TOT-ENDERECO
           END-IF.

       PROCURAR-SALDO-DO-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-ALOC-DEPOSITO
              AND WS-ELT-ENDERECO (WS-ELT-IDX) EQUAL WS-ALOC-ENDERECO
              AND WS-ELT-PRODUTO (WS-ELT-IDX) EQUAL WS-ALOC-PRODUTO
              MOVE WS-ELT-IDX TO WS-ELT-ACHADO
           END-IF.

       FINALIZAR    SECTION.
           CLOSE TRANSFDEP.
           CLOSE TRANSFCTL.
