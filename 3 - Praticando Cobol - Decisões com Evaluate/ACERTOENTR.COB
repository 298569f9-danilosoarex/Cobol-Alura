      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ACERTOENTR.
      *-----------------------------------------------------------------
      *  ACERTO DE FIM DE TURNO DO ENTREGADOR. JUNTA AS ENTREGAS      *
      *  FEITAS E AS QUE FALHARAM DESDE O ULTIMO ACERTO, A TAXA DE    *
      *  CADA ENTREGA (PELA ZONA, OU A TAXA PADRAO), A TAXA DO TURNO  *
      *  E O DINHEIRO QUE ELE RECEBEU NA PORTA (PAGPEDIDO FORMA 'D'). *
      *  O SALDO E O QUE A LOJA DEVE AO ENTREGADOR (POSITIVO) OU O    *
      *  QUE ELE DEVE A LOJA (NEGATIVO) DEPOIS DE ENTREGAR O DINHEIRO *
      *  E VAI PARA O PAGAMENTO SEMANAL. O DINHEIRO ENTREGUE SO ENTRA *
      *  NO CAIXA DO DIA DO ACERTO (VER FECHACAIXA)                   *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO "..\DADOS\ENTREGAS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-ENTREGAS
           RECORD KEY IS WS-ENT-PEDIDO.

           SELECT ENTREGADORES ASSIGN TO "..\DADOS\ENTREGADOR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENTR.

           SELECT PAGPEDIDO ASSIGN TO "..\DADOS\PAGPEDIDO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGPED.

           SELECT PEDITENS ASSIGN TO "..\DADOS\PEDITENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDITENS
           RECORD KEY IS WS-PITEM-CHAVE.

           SELECT ZONAS ASSIGN TO "..\DADOS\ZONAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ZONAS.

           SELECT PARAMETROS ASSIGN TO "..\DADOS\PARAMETROS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-PARAM
           RECORD KEY IS WS-PARAM-CHAVE.

           SELECT ACERTOS ASSIGN TO "..\DADOS\ACERTOENTR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACERTOS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- ROTA DE CADA PEDIDO (VER DESPACHO) ---------*
       FD  ENTREGAS.
       01  WS-ENT-REG.
           05 WS-ENT-PEDIDO            PIC 9(08).
           05 WS-ENT-ENTREGADOR        PIC X(03).
           05 WS-ENT-SAIDA             PIC X(14).
           05 WS-ENT-CHEGADA           PIC X(14).
           05 WS-ENT-SITUACAO          PIC X(01).
              88 WS-ENT-NA-RUA             VALUE 'S'.
              88 WS-ENT-ENTREGADA          VALUE 'E'.
              88 WS-ENT-FALHOU             VALUE 'F'.
           05 WS-ENT-MOTIVO-FALHA      PIC X(30).

      *------------------- CADASTRO SIMPLES DE ENTREGADORES -----------*
       FD  ENTREGADORES.
       01  WS-ENTR-REG.
           05 WS-ENTR-CODIGO           PIC X(03).
           05 WS-ENTR-NOME             PIC X(20).
           05 WS-ENTR-SITUACAO         PIC X(01).

      *------------------- FORMA DE PAGAMENTO (VER DESPACHO) ----------*
       FD  PAGPEDIDO.
       01  WS-PAGPED-REG.
           05 WS-PAGPED-PEDIDO         PIC 9(08).
           05 WS-PAGPED-DATA           PIC 9(08).
           05 WS-PAGPED-FORMA          PIC X(01).
           05 WS-PAGPED-VALOR          PIC 9(04)V99.
           05 WS-PAGPED-RECEBIDO       PIC 9(05)V99.
           05 WS-PAGPED-TROCO          PIC 9(04)V99.

      *------------------- ITENS DO PEDIDO (VER PEDIDO-IF) ------------*
       FD  PEDITENS.
       01  WS-PITEM-REG.
           05 WS-PITEM-CHAVE.
              10 WS-PITEM-PEDIDO       PIC 9(08).
              10 WS-PITEM-LINHA        PIC 9(02).
           05 WS-PITEM-TIPO            PIC X(01).
              88 WS-PITEM-ENTREGA          VALUE 'T'.
           05 WS-PITEM-NOME            PIC X(12).
           05 WS-PITEM-TAMANHO         PIC X(01).
           05 WS-PITEM-EXTRA-QUEIJO    PIC X(01).
           05 WS-PITEM-EXTRA-BORDA     PIC X(01).
           05 WS-PITEM-QTD             PIC 9(03).
           05 WS-PITEM-UNITARIO        PIC 9(04)V99.
           05 WS-PITEM-VALOR           PIC 9(05)V99.

      *------------------- ZONAS DE ENTREGA (VER PRECOCAD) ------------*
       FD  ZONAS.
       01  WS-ZON-REG.
           05 WS-ZON-CODIGO            PIC X(04).
           05 WS-ZON-CEP-DE            PIC 9(08).
           05 WS-ZON-CEP-ATE           PIC 9(08).
           05 WS-ZON-ENTREGA           PIC X(01).
           05 WS-ZON-TAXA              PIC 9(03)V99.
           05 WS-ZON-MINUTOS           PIC 9(03).
           05 WS-ZON-DESCRICAO         PIC X(20).
           05 WS-ZON-REPASSE           PIC 9(03)V99.

      *------------------- ESPELHO DO #CRM-PARAM ----------------------*
       FD  PARAMETROS.
       01  WS-PARAM-REG.
           05 WS-PARAM-CHAVE.
              10 WS-PARAM-CODIGO       PIC X(12).
           05 WS-PARAM-VALOR           PIC 9(09).
           05 WS-PARAM-DESCRICAO       PIC X(40).
           05 WS-PARAM-DATA-ALT        PIC 9(08).

      *------------------- ACERTOS DE ENTREGADORES --------------------*
      *  UMA LINHA 'A' POR ACERTO COM OS TOTAIS E UMA LINHA 'P' POR   *
      *  ENTREGA ACERTADA; A ENTREGA E A MESMA SE PEDIDO E SAIDA      *
      *  BATEM (PEDIDO QUE FALHOU E SAIU DE NOVO E OUTRA ENTREGA)     *
       FD  ACERTOS.
       01  WS-ACE-REG.
           05 WS-ACE-TIPO              PIC X(01).
              88 WS-ACE-CABECALHO          VALUE 'A'.
              88 WS-ACE-ENTREGA            VALUE 'P'.
           05 WS-ACE-ENTREGADOR        PIC X(03).
           05 WS-ACE-DATAHORA          PIC X(14).
           05 WS-ACE-ENTREGAS          PIC 9(04).
           05 WS-ACE-FALHAS            PIC 9(04).
           05 WS-ACE-TAXAS             PIC 9(05)V99.
           05 WS-ACE-TURNO             PIC 9(03)V99.
           05 WS-ACE-DINHEIRO          PIC 9(05)V99.
      *       RECEBIDO NA PORTA PELO ENTREGADOR
           05 WS-ACE-ENTREGUE          PIC 9(05)V99.
      *       ENTREGUE NO CAIXA NO ACERTO
           05 WS-ACE-SALDO             PIC S9(05)V99.
      *       TAXAS + TURNO + ENTREGUE - DINHEIRO
       01  WS-ACP-REG.
           05 WS-ACP-TIPO              PIC X(01).
           05 WS-ACP-ENTREGADOR        PIC X(03).
           05 WS-ACP-DATAHORA          PIC X(14).
           05 WS-ACP-PEDIDO            PIC 9(08).
           05 WS-ACP-SAIDA             PIC X(14).
           05 WS-ACP-SITUACAO          PIC X(01).
           05 WS-ACP-ZONA              PIC X(04).
           05 WS-ACP-TAXA              PIC 9(03)V99.
           05 WS-ACP-DINHEIRO          PIC 9(04)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-ENTREGAS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-ENTR                   PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAGPED                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDITENS               PIC 9(02) VALUE ZEROS.
       01 WS-TEM-ITENS                 PIC X(01) VALUE 'N'.
       01 WS-FS-ZONAS                  PIC 9(02) VALUE ZEROS.
       01 WS-FS-PARAM                  PIC 9(02) VALUE ZEROS.
       01 WS-FS-ACERTOS                PIC 9(02) VALUE ZEROS.

       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-ENTREGADOR                PIC X(03) VALUE SPACES.
       01 WS-NOME                      PIC X(20) VALUE SPACES.
       01 WS-ACHOU-ENTR                PIC X(01) VALUE 'N'.
       01 WS-RESPOSTA                  PIC X(01) VALUE SPACES.
       01 WS-DATAHORA-ACERTO           PIC X(14) VALUE SPACES.

      *------------------- TAXAS DO ENTREGADOR ------------------------*
      *  ENTR-TAXA E ENTR-TURNO DO PARAMETROS.DAT, EM CENTAVOS; A     *
      *  TAXA DA ZONA (REPASSE NO ZONAS.DAT) VALE MAIS QUE A PADRAO   *
       01 WS-TAXA-PADRAO               PIC 9(03)V99 VALUE 5,00.
       01 WS-TAXA-TURNO                PIC 9(03)V99 VALUE ZEROS.
       01 WS-TABELA-ZONAS.
           05 WS-ZNT OCCURS 50 TIMES.
              10 WS-ZNT-CODIGO        PIC X(04).
              10 WS-ZNT-REPASSE       PIC 9(03)V99.
       01 WS-ZNT-ITENS                 PIC 9(02) COMP VALUE 0.
       01 WS-ZNT-IDX                   PIC 9(02) COMP VALUE 0.
       01 WS-ZNT-ACHADO                PIC 9(02) COMP VALUE 0.
       01 WS-ZONA-PEDIDO               PIC X(04) VALUE SPACES.

      *------------------- ENTREGAS DO ENTREGADOR A ACERTAR -----------*
       01 WS-TABELA-CANDIDATAS.
           05 WS-CND OCCURS 200 TIMES.
              10 WS-CND-PEDIDO        PIC 9(08).
              10 WS-CND-SAIDA         PIC X(14).
              10 WS-CND-SITUACAO      PIC X(01).
              10 WS-CND-ZONA          PIC X(04).
              10 WS-CND-TAXA          PIC 9(03)V99.
              10 WS-CND-DINHEIRO      PIC 9(04)V99.
              10 WS-CND-ACERTADA      PIC X(01).
       01 WS-CND-ITENS                 PIC 9(03) COMP VALUE 0.
       01 WS-CND-IDX                   PIC 9(03) COMP VALUE 0.
       01 WS-CND-ACHADO                PIC 9(03) COMP VALUE 0.

       01 WS-QTD-NA-RUA                PIC 9(04) VALUE ZEROS.
       01 WS-QTD-ENTREGUES             PIC 9(04) VALUE ZEROS.
       01 WS-QTD-FALHAS                PIC 9(04) VALUE ZEROS.
       01 WS-SOMA-TAXAS                PIC 9(05)V99 VALUE ZEROS.
       01 WS-SOMA-DINHEIRO             PIC 9(05)V99 VALUE ZEROS.
       01 WS-GANHOS                    PIC 9(05)V99 VALUE ZEROS.
       01 WS-ENTREGUE                  PIC 9(05)V99 VALUE ZEROS.
       01 WS-SALDO                     PIC S9(05)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT                PIC ZZZZ9,99.
       01 WS-DINHEIRO-EDIT             PIC ZZZZ9,99.
       01 WS-SALDO-EDIT                PIC -ZZZZ9,99.

      *------------------- PAGAMENTO SEMANAL POR ENTREGADOR -----------*
       01 WS-DATA-INICIO               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM                  PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ACERTO               PIC 9(08) VALUE ZEROS.
       01 WS-DIA-INT                   PIC 9(07) VALUE ZEROS.
       01 WS-SEM-TAB.
           05 WS-SEM OCCURS 50 TIMES.
              10 WS-SEM-ENTREGADOR    PIC X(03).
              10 WS-SEM-ACERTOS       PIC 9(04).
              10 WS-SEM-ENTREGAS      PIC 9(05).
              10 WS-SEM-FALHAS        PIC 9(05).
              10 WS-SEM-GANHOS        PIC 9(07)V99.
              10 WS-SEM-DINHEIRO      PIC 9(07)V99.
              10 WS-SEM-ENTREGUE      PIC 9(07)V99.
              10 WS-SEM-SALDO         PIC S9(07)V99.
       01 WS-SEM-ITENS                 PIC 9(02) COMP VALUE 0.
       01 WS-SEM-IDX                   PIC 9(02) COMP VALUE 0.
       01 WS-SEM-ACHADO                PIC 9(02) COMP VALUE 0.
       01 WS-TOT-A-PAGAR               PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-A-COBRAR              PIC 9(07)V99 VALUE ZEROS.
       01 WS-SEM-VALOR-EDIT            PIC ZZZZZZ9,99.
       01 WS-SEM-SALDO-EDIT            PIC -ZZZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.

           STOP RUN.

       PROCESSAR    SECTION.
           DISPLAY "ACERTO DE ENTREGADORES".
           DISPLAY "----------------------".
           DISPLAY "1 - ACERTAR FIM DE TURNO".
           DISPLAY "2 - PAGAMENTO SEMANAL DOS ENTREGADORES".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ACERTAR-TURNO
               WHEN 2
                   PERFORM PAGAMENTO-SEMANAL
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- ACERTO DE FIM DE TURNO ---------------------*
       ACERTAR-TURNO    SECTION.
           DISPLAY "CODIGO DO ENTREGADOR: ".
              ACCEPT WS-ENTREGADOR.
           PERFORM VALIDAR-ENTREGADOR.
           IF WS-ACHOU-ENTR NOT EQUAL 'S'
              DISPLAY "ENTREGADOR NAO CADASTRADO"
              GO TO ACERTAR-TURNO-FIM
           END-IF.
           DISPLAY "ENTREGADOR " WS-ENTREGADOR " - " WS-NOME.

           PERFORM CARREGAR-ENTREGAS.
           IF WS-QTD-NA-RUA > 0
              DISPLAY "ATENCAO: " WS-QTD-NA-RUA " PEDIDO(S) AINDA NA"
                      " RUA - FICAM PARA O PROXIMO ACERTO"
           END-IF.
           IF WS-CND-ITENS EQUAL 0
              DISPLAY "NENHUMA ENTREGA A ACERTAR"
              GO TO ACERTAR-TURNO-FIM
           END-IF.

           PERFORM MARCAR-JA-ACERTADAS.
           PERFORM SOMAR-DINHEIRO.
           PERFORM CARREGAR-TAXAS.

           MOVE ZEROS TO WS-QTD-ENTREGUES WS-QTD-FALHAS
                         WS-SOMA-TAXAS WS-SOMA-DINHEIRO.
           DISPLAY "PEDIDO    SIT ZONA       TAXA  DINHEIRO".
           MOVE 0 TO WS-CND-IDX.
           PERFORM EXIBIR-UMA-ENTREGA
              UNTIL WS-CND-IDX EQUAL WS-CND-ITENS.
           IF WS-QTD-ENTREGUES EQUAL 0 AND WS-QTD-FALHAS EQUAL 0
              DISPLAY "NENHUMA ENTREGA A ACERTAR - TODAS JA ACERTADAS"
              GO TO ACERTAR-TURNO-FIM
           END-IF.

           COMPUTE WS-GANHOS = WS-SOMA-TAXAS + WS-TAXA-TURNO.
           DISPLAY "ENTREGAS FEITAS     : " WS-QTD-ENTREGUES.
           DISPLAY "ENTREGAS COM FALHA  : " WS-QTD-FALHAS.
           MOVE WS-SOMA-TAXAS TO WS-VALOR-EDIT.
           DISPLAY "TAXAS DAS ENTREGAS  : " WS-VALOR-EDIT.
           MOVE WS-TAXA-TURNO TO WS-VALOR-EDIT.
           DISPLAY "TAXA DO TURNO       : " WS-VALOR-EDIT.
           MOVE WS-GANHOS TO WS-VALOR-EDIT.
           DISPLAY "GANHOS DO TURNO     : " WS-VALOR-EDIT.
           MOVE WS-SOMA-DINHEIRO TO WS-VALOR-EDIT.
           DISPLAY "DINHEIRO RECEBIDO   : " WS-VALOR-EDIT.

           MOVE WS-SOMA-DINHEIRO TO WS-ENTREGUE.
           IF WS-SOMA-DINHEIRO > 0
              DISPLAY "ENTREGOU TODO O DINHEIRO (S/N): "
                 ACCEPT WS-RESPOSTA
              MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
              IF WS-RESPOSTA NOT EQUAL 'S'
                 DISPLAY "VALOR ENTREGUE: "
                    ACCEPT WS-ENTREGUE
              END-IF
           END-IF.

           COMPUTE WS-SALDO = WS-GANHOS + WS-ENTREGUE
                            - WS-SOMA-DINHEIRO.
           MOVE WS-SALDO TO WS-SALDO-EDIT.
           IF WS-SALDO < 0
              DISPLAY "ENTREGADOR DEVE A LOJA: " WS-SALDO-EDIT
           ELSE
              DISPLAY "LOJA DEVE AO ENTREGADOR: " WS-SALDO-EDIT
           END-IF.

           DISPLAY "GRAVAR O ACERTO (S/N): ".
              ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT EQUAL 'S'
              DISPLAY "ACERTO NAO GRAVADO"
              GO TO ACERTAR-TURNO-FIM
           END-IF.
           PERFORM GRAVAR-ACERTO.

       ACERTAR-TURNO-FIM.
           EXIT.

       VALIDAR-ENTREGADOR    SECTION.
           MOVE 'N' TO WS-ACHOU-ENTR.
           OPEN INPUT ENTREGADORES.
           IF WS-FS-ENTR NOT EQUAL ZEROS
              GO TO VALIDAR-ENTREGADOR-FIM
           END-IF.
           READ ENTREGADORES.
           PERFORM PROCURAR-ENTREGADOR
              UNTIL WS-FS-ENTR NOT EQUAL ZEROS
                 OR WS-ACHOU-ENTR EQUAL 'S'.
           CLOSE ENTREGADORES.

       VALIDAR-ENTREGADOR-FIM.
           EXIT.

      *    ENTREGADOR INATIVO TAMBEM ACERTA O QUE FICOU PENDENTE
       PROCURAR-ENTREGADOR    SECTION.
           IF WS-ENTR-CODIGO EQUAL WS-ENTREGADOR
              MOVE 'S' TO WS-ACHOU-ENTR
              MOVE WS-ENTR-NOME TO WS-NOME
           ELSE
              READ ENTREGADORES
           END-IF.

      *------------------- ENTREGAS FEITAS OU FALHAS DO ENTREGADOR ----*
       CARREGAR-ENTREGAS    SECTION.
           MOVE 0 TO WS-CND-ITENS.
           MOVE ZEROS TO WS-QTD-NA-RUA.
           OPEN INPUT ENTREGAS.
           IF WS-FS-ENTREGAS NOT EQUAL ZEROS
              DISPLAY "SEM ENTREGAS REGISTRADAS"
              GO TO CARREGAR-ENTREGAS-FIM
           END-IF.
           MOVE ZEROS TO WS-ENT-PEDIDO.
           START ENTREGAS KEY IS NOT LESS THAN WS-ENT-PEDIDO.
           IF WS-FS-ENTREGAS EQUAL ZEROS
              READ ENTREGAS NEXT RECORD
           END-IF.
           PERFORM GUARDAR-UMA-ENTREGA
              UNTIL WS-FS-ENTREGAS NOT EQUAL ZEROS.
           CLOSE ENTREGAS.

       CARREGAR-ENTREGAS-FIM.
           EXIT.

       GUARDAR-UMA-ENTREGA    SECTION.
           IF WS-ENT-ENTREGADOR EQUAL WS-ENTREGADOR
              EVALUATE TRUE
                  WHEN WS-ENT-NA-RUA
                      ADD 1 TO WS-QTD-NA-RUA
                  WHEN WS-ENT-ENTREGADA
                  WHEN WS-ENT-FALHOU
                      IF WS-CND-ITENS < 200
                         ADD 1 TO WS-CND-ITENS
                         MOVE WS-ENT-PEDIDO
                           TO WS-CND-PEDIDO   (WS-CND-ITENS)
                         MOVE WS-ENT-SAIDA
                           TO WS-CND-SAIDA    (WS-CND-ITENS)
                         MOVE WS-ENT-SITUACAO
                           TO WS-CND-SITUACAO (WS-CND-ITENS)
                         MOVE SPACES TO WS-CND-ZONA (WS-CND-ITENS)
                         MOVE ZEROS  TO WS-CND-TAXA (WS-CND-ITENS)
                                     WS-CND-DINHEIRO (WS-CND-ITENS)
                         MOVE 'N' TO WS-CND-ACERTADA (WS-CND-ITENS)
                      END-IF
              END-EVALUATE
           END-IF.
           READ ENTREGAS NEXT RECORD.

      *------------------- O QUE JA FOI ACERTADO NAO VOLTA ------------*
       MARCAR-JA-ACERTADAS    SECTION.
           OPEN INPUT ACERTOS.
           IF WS-FS-ACERTOS NOT EQUAL ZEROS
              GO TO MARCAR-JA-ACERTADAS-FIM
           END-IF.
           READ ACERTOS.
           PERFORM CONFERIR-UM-ACERTO
              UNTIL WS-FS-ACERTOS NOT EQUAL ZEROS.
           CLOSE ACERTOS.

       MARCAR-JA-ACERTADAS-FIM.
           EXIT.

       CONFERIR-UM-ACERTO    SECTION.
           IF WS-ACE-ENTREGA
              AND WS-ACP-ENTREGADOR EQUAL WS-ENTREGADOR
              MOVE 0 TO WS-CND-IDX
              PERFORM PROCURAR-ACERTADA
                 UNTIL WS-CND-IDX EQUAL WS-CND-ITENS
           END-IF.
           READ ACERTOS.

       PROCURAR-ACERTADA    SECTION.
           ADD 1 TO WS-CND-IDX.
           IF WS-CND-PEDIDO (WS-CND-IDX) EQUAL WS-ACP-PEDIDO
              AND WS-CND-SAIDA (WS-CND-IDX) EQUAL WS-ACP-SAIDA
              MOVE 'S' TO WS-CND-ACERTADA (WS-CND-IDX)
           END-IF.

      *------------------- DINHEIRO RECEBIDO NA PORTA -----------------*
       SOMAR-DINHEIRO    SECTION.
           OPEN INPUT PAGPEDIDO.
           IF WS-FS-PAGPED NOT EQUAL ZEROS
              GO TO SOMAR-DINHEIRO-FIM
           END-IF.
           READ PAGPEDIDO.
           PERFORM SOMAR-UM-PAGAMENTO
              UNTIL WS-FS-PAGPED NOT EQUAL ZEROS.
           CLOSE PAGPEDIDO.

       SOMAR-DINHEIRO-FIM.
           EXIT.

       SOMAR-UM-PAGAMENTO    SECTION.
           IF WS-PAGPED-FORMA EQUAL 'D'
              MOVE 0 TO WS-CND-IDX
              MOVE 0 TO WS-CND-ACHADO
              PERFORM PROCURAR-PAGAMENTO
                 UNTIL WS-CND-IDX EQUAL WS-CND-ITENS
                    OR WS-CND-ACHADO NOT EQUAL 0
              IF WS-CND-ACHADO NOT EQUAL 0
                 ADD WS-PAGPED-VALOR
                  TO WS-CND-DINHEIRO (WS-CND-ACHADO)
              END-IF
           END-IF.
           READ PAGPEDIDO.

       PROCURAR-PAGAMENTO    SECTION.
           ADD 1 TO WS-CND-IDX.
           IF WS-CND-PEDIDO (WS-CND-IDX) EQUAL WS-PAGPED-PEDIDO
              AND WS-CND-SITUACAO (WS-CND-IDX) EQUAL 'E'
              AND WS-CND-ACERTADA (WS-CND-IDX) EQUAL 'N'
              MOVE WS-CND-IDX TO WS-CND-ACHADO
           END-IF.

      *------------------- TAXA POR ENTREGA E TAXA DO TURNO -----------*
       CARREGAR-TAXAS    SECTION.
           MOVE 5,00  TO WS-TAXA-PADRAO.
           MOVE ZEROS TO WS-TAXA-TURNO.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAM EQUAL ZEROS
              MOVE "ENTR-TAXA" TO WS-PARAM-CODIGO
              READ PARAMETROS KEY IS WS-PARAM-CHAVE
              IF WS-FS-PARAM EQUAL ZEROS
                 AND WS-PARAM-VALOR > 0
                 COMPUTE WS-TAXA-PADRAO = WS-PARAM-VALOR / 100
              END-IF
              MOVE "ENTR-TURNO" TO WS-PARAM-CODIGO
              READ PARAMETROS KEY IS WS-PARAM-CHAVE
              IF WS-FS-PARAM EQUAL ZEROS
                 COMPUTE WS-TAXA-TURNO = WS-PARAM-VALOR / 100
              END-IF
              CLOSE PARAMETROS
           END-IF.

           MOVE 0 TO WS-ZNT-ITENS.
           OPEN INPUT ZONAS.
           IF WS-FS-ZONAS EQUAL ZEROS
              READ ZONAS
              PERFORM GUARDAR-UMA-ZONA
                 UNTIL WS-FS-ZONAS NOT EQUAL ZEROS
              CLOSE ZONAS
           END-IF.

           OPEN INPUT PEDITENS.
           IF WS-FS-PEDITENS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-ITENS
           END-IF.
           MOVE 0 TO WS-CND-IDX.
           PERFORM TAXAR-UMA-ENTREGA
              UNTIL WS-CND-IDX EQUAL WS-CND-ITENS.
           IF WS-TEM-ITENS EQUAL 'S'
              CLOSE PEDITENS
              MOVE 'N' TO WS-TEM-ITENS
           END-IF.

      *    A MESMA ZONA EM VARIAS FAIXAS: VALE O ULTIMO REPASSE LIDO
       GUARDAR-UMA-ZONA    SECTION.
           IF WS-ZON-REPASSE NOT NUMERIC
              MOVE ZEROS TO WS-ZON-REPASSE
           END-IF.
           PERFORM LOCALIZAR-ZONA-CODIGO.
           IF WS-ZNT-ACHADO EQUAL 0
              AND WS-ZNT-ITENS < 50
              ADD 1 TO WS-ZNT-ITENS
              MOVE WS-ZNT-ITENS TO WS-ZNT-ACHADO
              MOVE WS-ZON-CODIGO TO WS-ZNT-CODIGO (WS-ZNT-ACHADO)
           END-IF.
           IF WS-ZNT-ACHADO NOT EQUAL 0
              MOVE WS-ZON-REPASSE TO WS-ZNT-REPASSE (WS-ZNT-ACHADO)
           END-IF.
           READ ZONAS.

       LOCALIZAR-ZONA-CODIGO    SECTION.
           MOVE 0 TO WS-ZNT-ACHADO.
           MOVE 0 TO WS-ZNT-IDX.
           PERFORM PROCURAR-ZONA-CODIGO
              UNTIL WS-ZNT-IDX EQUAL WS-ZNT-ITENS
                 OR WS-ZNT-ACHADO NOT EQUAL 0.

       PROCURAR-ZONA-CODIGO    SECTION.
           ADD 1 TO WS-ZNT-IDX.
           IF WS-ZNT-CODIGO (WS-ZNT-IDX) EQUAL WS-ZON-CODIGO
              MOVE WS-ZNT-IDX TO WS-ZNT-ACHADO
           END-IF.

      *    ENTREGA QUE FALHOU CONTA NO ACERTO MAS NAO GANHA TAXA
       TAXAR-UMA-ENTREGA    SECTION.
           ADD 1 TO WS-CND-IDX.
           IF WS-CND-ACERTADA (WS-CND-IDX) EQUAL 'S'
              OR WS-CND-SITUACAO (WS-CND-IDX) NOT EQUAL 'E'
              GO TO TAXAR-UMA-ENTREGA-FIM
           END-IF.
           PERFORM BUSCAR-ZONA-PEDIDO.
           MOVE WS-ZONA-PEDIDO TO WS-CND-ZONA (WS-CND-IDX).
           MOVE WS-TAXA-PADRAO TO WS-CND-TAXA (WS-CND-IDX).
           IF WS-ZONA-PEDIDO NOT EQUAL SPACES
              MOVE WS-ZONA-PEDIDO TO WS-ZON-CODIGO
              PERFORM LOCALIZAR-ZONA-CODIGO
              IF WS-ZNT-ACHADO NOT EQUAL 0
                 AND WS-ZNT-REPASSE (WS-ZNT-ACHADO) > 0
                 MOVE WS-ZNT-REPASSE (WS-ZNT-ACHADO)
                   TO WS-CND-TAXA (WS-CND-IDX)
              END-IF
           END-IF.

       TAXAR-UMA-ENTREGA-FIM.
           EXIT.

       BUSCAR-ZONA-PEDIDO    SECTION.
           MOVE SPACES TO WS-ZONA-PEDIDO.
           IF WS-TEM-ITENS NOT EQUAL 'S'
              GO TO BUSCAR-ZONA-PEDIDO-FIM
           END-IF.
           MOVE WS-CND-PEDIDO (WS-CND-IDX) TO WS-PITEM-PEDIDO.
           MOVE ZEROS                      TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM PROCURAR-LINHA-ZONA
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-CND-PEDIDO (WS-CND-IDX)
                 OR WS-ZONA-PEDIDO NOT EQUAL SPACES.
           MOVE ZEROS TO WS-FS-PEDITENS.

       BUSCAR-ZONA-PEDIDO-FIM.
           EXIT.

       PROCURAR-LINHA-ZONA    SECTION.
           IF WS-PITEM-ENTREGA
              MOVE WS-PITEM-NOME TO WS-ZONA-PEDIDO
           ELSE
              READ PEDITENS NEXT RECORD
           END-IF.

       EXIBIR-UMA-ENTREGA    SECTION.
           ADD 1 TO WS-CND-IDX.
           IF WS-CND-ACERTADA (WS-CND-IDX) EQUAL 'S'
              GO TO EXIBIR-UMA-ENTREGA-FIM
           END-IF.
           IF WS-CND-SITUACAO (WS-CND-IDX) EQUAL 'E'
              ADD 1 TO WS-QTD-ENTREGUES
           ELSE
              ADD 1 TO WS-QTD-FALHAS
           END-IF.
           ADD WS-CND-TAXA     (WS-CND-IDX) TO WS-SOMA-TAXAS.
           ADD WS-CND-DINHEIRO (WS-CND-IDX) TO WS-SOMA-DINHEIRO.
           MOVE WS-CND-TAXA     (WS-CND-IDX) TO WS-VALOR-EDIT.
           MOVE WS-CND-DINHEIRO (WS-CND-IDX) TO WS-DINHEIRO-EDIT.
           DISPLAY WS-CND-PEDIDO (WS-CND-IDX) "   "
                   WS-CND-SITUACAO (WS-CND-IDX) "  "
                   WS-CND-ZONA (WS-CND-IDX) " " WS-VALOR-EDIT
                   "  " WS-DINHEIRO-EDIT.

       EXIBIR-UMA-ENTREGA-FIM.
           EXIT.

      *------------------- GRAVA O CABECALHO E AS ENTREGAS ------------*
       GRAVAR-ACERTO    SECTION.
           OPEN EXTEND ACERTOS.
           IF WS-FS-ACERTOS EQUAL 35
              OPEN OUTPUT ACERTOS
           END-IF.
           IF WS-FS-ACERTOS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS ACERTOS " WS-FS-ACERTOS
              GO TO GRAVAR-ACERTO-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATAHORA-ACERTO.
           MOVE 'A'                TO WS-ACE-TIPO.
           MOVE WS-ENTREGADOR      TO WS-ACE-ENTREGADOR.
           MOVE WS-DATAHORA-ACERTO TO WS-ACE-DATAHORA.
           MOVE WS-QTD-ENTREGUES   TO WS-ACE-ENTREGAS.
           MOVE WS-QTD-FALHAS      TO WS-ACE-FALHAS.
           MOVE WS-SOMA-TAXAS      TO WS-ACE-TAXAS.
           MOVE WS-TAXA-TURNO      TO WS-ACE-TURNO.
           MOVE WS-SOMA-DINHEIRO   TO WS-ACE-DINHEIRO.
           MOVE WS-ENTREGUE        TO WS-ACE-ENTREGUE.
           MOVE WS-SALDO           TO WS-ACE-SALDO.
           WRITE WS-ACE-REG.

           MOVE 0 TO WS-CND-IDX.
           PERFORM GRAVAR-UMA-ENTREGA
              UNTIL WS-CND-IDX EQUAL WS-CND-ITENS.
           CLOSE ACERTOS.
           DISPLAY "ACERTO GRAVADO EM " WS-DATAHORA-ACERTO.

       GRAVAR-ACERTO-FIM.
           EXIT.

       GRAVAR-UMA-ENTREGA    SECTION.
           ADD 1 TO WS-CND-IDX.
           IF WS-CND-ACERTADA (WS-CND-IDX) EQUAL 'N'
              MOVE 'P'                TO WS-ACP-TIPO
              MOVE WS-ENTREGADOR      TO WS-ACP-ENTREGADOR
              MOVE WS-DATAHORA-ACERTO TO WS-ACP-DATAHORA
              MOVE WS-CND-PEDIDO   (WS-CND-IDX) TO WS-ACP-PEDIDO
              MOVE WS-CND-SAIDA    (WS-CND-IDX) TO WS-ACP-SAIDA
              MOVE WS-CND-SITUACAO (WS-CND-IDX) TO WS-ACP-SITUACAO
              MOVE WS-CND-ZONA     (WS-CND-IDX) TO WS-ACP-ZONA
              MOVE WS-CND-TAXA     (WS-CND-IDX) TO WS-ACP-TAXA
              MOVE WS-CND-DINHEIRO (WS-CND-IDX) TO WS-ACP-DINHEIRO
              WRITE WS-ACP-REG
           END-IF.

      *------------------- PAGAMENTO SEMANAL --------------------------*
      *  SOMA OS ACERTOS DE SETE DIAS POR ENTREGADOR: SALDO POSITIVO  *
      *  E PAGO AO ENTREGADOR, NEGATIVO E COBRADO DELE                *
       PAGAMENTO-SEMANAL    SECTION.
           DISPLAY "INICIO DA SEMANA (AAAAMMDD / 0 = ULTIMOS 7 DIAS): ".
              ACCEPT WS-DATA-INICIO.
           IF WS-DATA-INICIO EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-FIM
              COMPUTE WS-DIA-INT =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-FIM) - 6
              COMPUTE WS-DATA-INICIO =
                      FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
           ELSE
              COMPUTE WS-DIA-INT =
                      FUNCTION INTEGER-OF-DATE (WS-DATA-INICIO) + 6
              COMPUTE WS-DATA-FIM =
                      FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
           END-IF.

           MOVE 0 TO WS-SEM-ITENS.
           MOVE ZEROS TO WS-TOT-A-PAGAR WS-TOT-A-COBRAR.
           OPEN INPUT ACERTOS.
           IF WS-FS-ACERTOS NOT EQUAL ZEROS
              DISPLAY "SEM ACERTOS REGISTRADOS"
              GO TO PAGAMENTO-SEMANAL-FIM
           END-IF.
           READ ACERTOS.
           PERFORM SOMAR-UM-ACERTO
              UNTIL WS-FS-ACERTOS NOT EQUAL ZEROS.
           CLOSE ACERTOS.

           DISPLAY "PAGAMENTO DOS ENTREGADORES DE " WS-DATA-INICIO
                   " A " WS-DATA-FIM.
           IF WS-SEM-ITENS EQUAL 0
              DISPLAY "NENHUM ACERTO NA SEMANA"
              GO TO PAGAMENTO-SEMANAL-FIM
           END-IF.
           MOVE 0 TO WS-SEM-IDX.
           PERFORM EXIBIR-UM-PAGAMENTO
              UNTIL WS-SEM-IDX EQUAL WS-SEM-ITENS.
           MOVE WS-TOT-A-PAGAR TO WS-SEM-VALOR-EDIT.
           DISPLAY "TOTAL A PAGAR AOS ENTREGADORES : "
                   WS-SEM-VALOR-EDIT.
           MOVE WS-TOT-A-COBRAR TO WS-SEM-VALOR-EDIT.
           DISPLAY "TOTAL A COBRAR DOS ENTREGADORES: "
                   WS-SEM-VALOR-EDIT.

       PAGAMENTO-SEMANAL-FIM.
           EXIT.

       SOMAR-UM-ACERTO    SECTION.
           MOVE WS-ACE-DATAHORA (1:8) TO WS-DATA-ACERTO.
           IF NOT WS-ACE-CABECALHO
              OR WS-DATA-ACERTO < WS-DATA-INICIO
              OR WS-DATA-ACERTO > WS-DATA-FIM
              GO TO SOMAR-UM-ACERTO-FIM
           END-IF.

           MOVE 0 TO WS-SEM-IDX.
           MOVE 0 TO WS-SEM-ACHADO.
           PERFORM PROCURAR-NA-SEMANA
              UNTIL WS-SEM-IDX EQUAL WS-SEM-ITENS
                 OR WS-SEM-ACHADO NOT EQUAL 0.
           IF WS-SEM-ACHADO EQUAL 0
              IF WS-SEM-ITENS < 50
                 ADD 1 TO WS-SEM-ITENS
                 MOVE WS-SEM-ITENS TO WS-SEM-ACHADO
                 MOVE WS-ACE-ENTREGADOR
                   TO WS-SEM-ENTREGADOR (WS-SEM-ACHADO)
                 MOVE ZEROS TO WS-SEM-ACERTOS  (WS-SEM-ACHADO)
                               WS-SEM-ENTREGAS (WS-SEM-ACHADO)
                               WS-SEM-FALHAS   (WS-SEM-ACHADO)
                               WS-SEM-GANHOS   (WS-SEM-ACHADO)
                               WS-SEM-DINHEIRO (WS-SEM-ACHADO)
                               WS-SEM-ENTREGUE (WS-SEM-ACHADO)
                               WS-SEM-SALDO    (WS-SEM-ACHADO)
              ELSE
                 GO TO SOMAR-UM-ACERTO-FIM
              END-IF
           END-IF.

           ADD 1               TO WS-SEM-ACERTOS  (WS-SEM-ACHADO).
           ADD WS-ACE-ENTREGAS TO WS-SEM-ENTREGAS (WS-SEM-ACHADO).
           ADD WS-ACE-FALHAS   TO WS-SEM-FALHAS   (WS-SEM-ACHADO).
           ADD WS-ACE-TAXAS WS-ACE-TURNO
            TO WS-SEM-GANHOS (WS-SEM-ACHADO).
           ADD WS-ACE-DINHEIRO TO WS-SEM-DINHEIRO (WS-SEM-ACHADO).
           ADD WS-ACE-ENTREGUE TO WS-SEM-ENTREGUE (WS-SEM-ACHADO).
           ADD WS-ACE-SALDO    TO WS-SEM-SALDO    (WS-SEM-ACHADO).

       SOMAR-UM-ACERTO-FIM.
           READ ACERTOS.

       PROCURAR-NA-SEMANA    SECTION.
           ADD 1 TO WS-SEM-IDX.
           IF WS-SEM-ENTREGADOR (WS-SEM-IDX) EQUAL WS-ACE-ENTREGADOR
              MOVE WS-SEM-IDX TO WS-SEM-ACHADO
           END-IF.

       EXIBIR-UM-PAGAMENTO    SECTION.
           ADD 1 TO WS-SEM-IDX.
           DISPLAY "ENTREGADOR " WS-SEM-ENTREGADOR (WS-SEM-IDX)
                   " ACERTOS " WS-SEM-ACERTOS (WS-SEM-IDX)
                   " ENTREGAS " WS-SEM-ENTREGAS (WS-SEM-IDX)
                   " FALHAS " WS-SEM-FALHAS (WS-SEM-IDX).
           MOVE WS-SEM-GANHOS (WS-SEM-IDX) TO WS-SEM-VALOR-EDIT.
           DISPLAY "   GANHOS          " WS-SEM-VALOR-EDIT.
           MOVE WS-SEM-DINHEIRO (WS-SEM-IDX) TO WS-SEM-VALOR-EDIT.
           DISPLAY "   DINHEIRO NA RUA " WS-SEM-VALOR-EDIT.
           MOVE WS-SEM-ENTREGUE (WS-SEM-IDX) TO WS-SEM-VALOR-EDIT.
           DISPLAY "   ENTREGUE        " WS-SEM-VALOR-EDIT.
           MOVE WS-SEM-SALDO (WS-SEM-IDX) TO WS-SEM-SALDO-EDIT.
           IF WS-SEM-SALDO (WS-SEM-IDX) < 0
              DISPLAY "   A COBRAR        " WS-SEM-SALDO-EDIT
              SUBTRACT WS-SEM-SALDO (WS-SEM-IDX) FROM WS-TOT-A-COBRAR
           ELSE
              DISPLAY "   A PAGAR         " WS-SEM-SALDO-EDIT
              ADD WS-SEM-SALDO (WS-SEM-IDX) TO WS-TOT-A-PAGAR
           END-IF.
       END PROGRAM ACERTOENTR.
