           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDIDOS
           RECORD KEY IS WS-PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS WS-PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS WS-PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO "..\DADOS\PEDITENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDITENS
           RECORD KEY IS WS-PITEM-CHAVE.

           SELECT ENTREGADORES ASSIGN TO "..\DADOS\ENTREGADOR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-PARAM
           RECORD KEY IS WS-PARAM-CHAVE.

           SELECT MENSAGENS ASSIGN TO "..\DADOS\MENSAGENS.SAIDA.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MSG.

           SELECT ARQCONSENT ASSIGN TO "..\DADOS\ARQCONSENT.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-CONSENT
           RECORD KEY IS WS-CONSENT-CHAVE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-PEDIDO-PROMETIDO      PIC 9(04).
      *       MINUTOS PROMETIDOS AO CLIENTE NA ENTRADA DO PEDIDO

      *------------------- ITENS DO PEDIDO (VER PEDIDO-IF) ------------*
       FD  PEDITENS.
       01  WS-PITEM-REG.
           05 WS-PITEM-CHAVE.
              10 WS-PITEM-PEDIDO       PIC 9(08).
              10 WS-PITEM-LINHA        PIC 9(02).
           05 WS-PITEM-TIPO            PIC X(01).
              88 WS-PITEM-BEBIDA           VALUE 'B'.
              88 WS-PITEM-DESCONTO         VALUE 'D'.
              88 WS-PITEM-ENTREGA          VALUE 'T'.
              88 WS-PITEM-CUPOM            VALUE 'V'.
              88 WS-PITEM-VALE-PRESENTE    VALUE 'G'.
           05 WS-PITEM-NOME            PIC X(12).
           05 WS-PITEM-TAMANHO         PIC X(01).
           05 WS-PITEM-EXTRA-QUEIJO    PIC X(01).
           05 WS-PITEM-EXTRA-BORDA     PIC X(01).
           05 WS-PITEM-QTD             PIC 9(03).
           05 WS-PITEM-UNITARIO        PIC 9(04)V99.
           05 WS-PITEM-VALOR           PIC 9(05)V99.

      *------------------- CADASTRO SIMPLES DE ENTREGADORES -----------*
       FD  ENTREGADORES.
       01  WS-ENTR-REG.
           05 WS-ENT-MOTIVO-FALHA      PIC X(30).

      *------------------- FORMA DE PAGAMENTO DE CADA PEDIDO ----------*
      *  CAPTURADA NA ENTREGA; E DAQUI QUE O FECHACAIXA FECHA O DIA.  *
      *  PEDIDO PAGO EM PARTE COM VALE-PRESENTE GANHA DOIS REGISTROS  *
      *  SEGUIDOS: O DO VALE (V) E O DO RESTANTE                      *
       FD  PAGPEDIDO.
       01  WS-PAGPED-REG.
           05 WS-PAGPED-PEDIDO         PIC 9(08).
           05 WS-PAGPED-DATA           PIC 9(08).
           05 WS-PAGPED-FORMA          PIC X(01).
      *       D = DINHEIRO / C = CARTAO / P = PIX / V = VALE-PRESENTE
           05 WS-PAGPED-VALOR          PIC 9(04)V99.
           05 WS-PAGPED-RECEBIDO       PIC 9(05)V99.
           05 WS-PAGPED-TROCO          PIC 9(04)V99.
           05 WS-PARAM-DESCRICAO       PIC X(40).
           05 WS-PARAM-DATA-ALT        PIC 9(08).

      *------------------- AVISOS AO CLIENTE POR SMS/WHATSAPP ---------*
      *  O GATEWAY DE MENSAGENS RECOLHE ESTE ARQUIVO; OS RECIBOS DE   *
      *  ENTREGA VOLTAM PELO MSGRECIBO. MESMO LEIAUTE DA COZINHA      *
       FD  MENSAGENS.
       01  WS-MSG-REG.
           05 WS-MSG-PEDIDO            PIC 9(08).
           05 WS-MSG-TELEFONE          PIC X(15).
           05 WS-MSG-MODELO            PIC X(04).
      *       PRNT = PEDIDO PRONTO / SAIU = SAIU PARA ENTREGA
      *       FALH = ENTREGA NAO REALIZADA
           05 WS-MSG-DATAHORA          PIC X(14).

      *------------------- ESPELHO DO #CONSENT DO CRM ------------------*
       FD  ARQCONSENT.
       01  WS-CONSENT-REG.
           05 WS-CONSENT-CHAVE.
              10 WS-CONSENT-CLIENTE-ID PIC 9(09).
              10 WS-CONSENT-TIPO       PIC X(01).
           05 WS-CONSENT-SITUACAO      PIC X(01).
              88 WS-CONSENT-CONCEDIDO      VALUE 'C'.
           05 WS-CONSENT-DATA          PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-PEDIDOS                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDITENS               PIC 9(02) VALUE ZEROS.
       01 WS-TEM-ITENS                 PIC X(01) VALUE 'N'.
       01 WS-FS-ENTR                   PIC 9(02) VALUE ZEROS.
       01 WS-FS-ENTREGAS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAGPED                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-MSG                    PIC 9(02) VALUE ZEROS.
       01 WS-FS-CONSENT                PIC 9(02) VALUE ZEROS.
       01 WS-PODE-AVISAR               PIC X(01) VALUE 'N'.

      *------------------- CAPTURA DO PAGAMENTO NA ENTREGA ------------*
       01 WS-FORMA                     PIC X(01) VALUE SPACES.
       01 WS-RECEBIDO                  PIC 9(05)V99 VALUE ZEROS.
       01 WS-TROCO                     PIC 9(04)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT                PIC ZZZ9,99.
       01 WS-PAGO-VALE                 PIC 9(04)V99 VALUE ZEROS.
       01 WS-A-RECEBER                 PIC 9(04)V99 VALUE ZEROS.

      *------------------- PONTOS POR PEDIDO ENTREGUE -----------------*
      *  TAXA PONTOS-TAXA DO PARAMETROS.DAT = PONTOS POR REAL         *
      *  PAGO: VALE O VALOR DO CABECALHO, JA SEM COMBOS E PONTOS      *
       01 WS-FS-PONTOS                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-PARAM                  PIC 9(02) VALUE ZEROS.
       01 WS-TAXA-PONTOS               PIC 9(03) VALUE 1.
       01 WS-MEDIA                     PIC 9(05)V9 VALUE 0.
       01 WS-MEDIA-EDIT                PIC ZZZZ9,9.
       01 WS-TOT-NA-RUA                PIC 9(04) VALUE 0.

      *------------------- PRONTOS AGRUPADOS POR ZONA -----------------*
      *  A ZONA VEM DA LINHA 'T' DO PEDITENS; RETIRADA NO BALCAO E    *
      *  PEDIDO DE APLICATIVO NAO TEM ZONA                            *
       01 WS-PRT-TAB.
           05 WS-PRT OCCURS 200 TIMES.
              10 WS-PRT-PEDIDO         PIC 9(08).
              10 WS-PRT-ZONA           PIC X(04).
              10 WS-PRT-HORA           PIC X(04).
       01 WS-PRT-ITENS                 PIC 9(03) COMP VALUE 0.
       01 WS-PRT-IDX                   PIC 9(03) COMP VALUE 0.
       01 WS-PRT-OUTRO                 PIC 9(03) COMP VALUE 0.
       01 WS-ZONA-PEDIDO               PIC X(04) VALUE SPACES.
       01 WS-ZONA-SAIDA                PIC X(04) VALUE SPACES.
       01 WS-ZONA-NOVA                 PIC X(01) VALUE 'N'.
       01 WS-ZONA-QTD                  PIC 9(03) VALUE 0.
       01 WS-LEVAR-JUNTO               PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STOP RUN.

       INICIAR    SECTION.
           OPEN INPUT PEDITENS.
           IF WS-FS-PEDITENS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-ITENS
           END-IF.

           OPEN I-O PEDIDOS.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDIDOS " WS-FS-PEDIDOS
           DISPLAY "3 - CONFIRMAR ENTREGA".
           DISPLAY "4 - REGISTRAR FALHA DE ENTREGA".
           DISPLAY "5 - RELATORIO POR ENTREGADOR / NA RUA".
           DISPLAY "6 - PEDIDOS PRONTOS POR ZONA".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.
                   PERFORM REGISTRAR-FALHA
               WHEN 5
                   PERFORM RELATORIO
               WHEN 6
                   PERFORM PRONTOS-POR-ZONA
               WHEN 9
                   CONTINUE
               WHEN OTHER
              GO TO DESPACHAR-FIM
           END-IF.

           PERFORM SAIR-PARA-ENTREGA.

      *    O MESMO ENTREGADOR PODE LEVAR OS PRONTOS DA MESMA ZONA
           MOVE WS-ZONA-PEDIDO TO WS-ZONA-SAIDA.
           IF WS-ZONA-SAIDA EQUAL SPACES
              GO TO DESPACHAR-FIM
           END-IF.
           PERFORM CARREGAR-PRONTOS.
           MOVE 0 TO WS-PRT-IDX.
           PERFORM OFERECER-MESMA-ZONA
              UNTIL WS-PRT-IDX EQUAL WS-PRT-ITENS.

       DESPACHAR-FIM.
           EXIT.

      *    WS-PEDIDO-REG LIDO E WS-NUMERO/WS-ENTREGADOR PREENCHIDOS
       SAIR-PARA-ENTREGA    SECTION.
           MOVE WS-NUMERO     TO WS-ENT-PEDIDO.
           MOVE WS-ENTREGADOR TO WS-ENT-ENTREGADOR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ENT-SAIDA.

           DISPLAY "PEDIDO " WS-NUMERO " NA RUA COM "
                   WS-ENTREGADOR.
           PERFORM LISTAR-SACOLA.

           MOVE "SAIU" TO WS-MSG-MODELO.
           PERFORM AVISAR-CLIENTE.

       OFERECER-MESMA-ZONA    SECTION.
           ADD 1 TO WS-PRT-IDX.
           IF WS-PRT-ZONA (WS-PRT-IDX) NOT EQUAL WS-ZONA-SAIDA
              GO TO OFERECER-MESMA-ZONA-FIM
           END-IF.
           DISPLAY "PRONTO NA ZONA " WS-ZONA-SAIDA ": PEDIDO "
                   WS-PRT-PEDIDO (WS-PRT-IDX) " DAS "
                   WS-PRT-HORA (WS-PRT-IDX) (1:2) ":"
                   WS-PRT-HORA (WS-PRT-IDX) (3:2).
           DISPLAY "LEVAR JUNTO COM " WS-ENTREGADOR " (S/N): ".
              ACCEPT WS-LEVAR-JUNTO.
           MOVE FUNCTION UPPER-CASE(WS-LEVAR-JUNTO) TO WS-LEVAR-JUNTO.
           IF WS-LEVAR-JUNTO NOT EQUAL 'S'
              GO TO OFERECER-MESMA-ZONA-FIM
           END-IF.
           MOVE WS-PRT-PEDIDO (WS-PRT-IDX) TO WS-NUMERO
                                              WS-PEDIDO-NUMERO.
           READ PEDIDOS KEY IS WS-PEDIDO-NUMERO.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              OR NOT WS-PEDIDO-PRONTO
              DISPLAY "PEDIDO " WS-NUMERO " NAO ESTA MAIS PRONTO"
              GO TO OFERECER-MESMA-ZONA-FIM
           END-IF.
           PERFORM SAIR-PARA-ENTREGA.

       OFERECER-MESMA-ZONA-FIM.
           EXIT.

      *------------------- ITENS PARA CONFERIR A SACOLA ---------------*
       LISTAR-SACOLA    SECTION.
           MOVE SPACES TO WS-ZONA-PEDIDO.
           IF WS-TEM-ITENS NOT EQUAL 'S'
              GO TO LISTAR-SACOLA-FIM
           END-IF.
           MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           IF WS-FS-PEDITENS NOT EQUAL ZEROS
              OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO
              MOVE ZEROS TO WS-FS-PEDITENS
              GO TO LISTAR-SACOLA-FIM
           END-IF.
           DISPLAY "CONFERIR A SACOLA:".
           PERFORM EXIBIR-UM-ITEM
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO.
           MOVE ZEROS TO WS-FS-PEDITENS.

       LISTAR-SACOLA-FIM.
           EXIT.

       EXIBIR-UM-ITEM    SECTION.
           EVALUATE TRUE
               WHEN WS-PITEM-DESCONTO
                 OR WS-PITEM-CUPOM
                 OR WS-PITEM-VALE-PRESENTE
                   CONTINUE
               WHEN WS-PITEM-ENTREGA
                   MOVE WS-PITEM-NOME TO WS-ZONA-PEDIDO
                   DISPLAY "   ENTREGA NA ZONA " WS-ZONA-PEDIDO
               WHEN WS-PITEM-BEBIDA
                   DISPLAY "   " WS-PITEM-QTD " X "
                           FUNCTION TRIM(WS-PITEM-NOME)
               WHEN OTHER
                   DISPLAY "   " WS-PITEM-QTD " X PIZZA "
                           FUNCTION TRIM(WS-PITEM-NOME)
                           " " WS-PITEM-TAMANHO
           END-EVALUATE.
           READ PEDITENS NEXT RECORD.

       VALIDAR-ENTREGADOR    SECTION.
           MOVE 'N' TO WS-ACHOU-ENTR.
           OPEN INPUT ENTREGADORES.
           EXIT.

      *------------------- COMO O CLIENTE PAGOU ------------------------*
      *  O VALE-PRESENTE RESGATADO NO PEDIDO-IF (LINHAS 'G') ENTRA    *
      *  PRIMEIRO; SO O RESTANTE E COBRADO DO CLIENTE NA PORTA        *
       CAPTURAR-PAGAMENTO    SECTION.
           PERFORM SOMAR-VALE-PRESENTE.
           COMPUTE WS-A-RECEBER = WS-PEDIDO-VALOR - WS-PAGO-VALE.
           IF WS-PAGO-VALE > 0
              MOVE 'V'          TO WS-FORMA
              MOVE WS-PAGO-VALE TO WS-RECEBIDO
              MOVE ZEROS        TO WS-TROCO
              PERFORM GRAVAR-PAGAMENTO
              MOVE WS-PAGO-VALE TO WS-VALOR-EDIT
              DISPLAY "PAGO COM VALE-PRESENTE: " WS-VALOR-EDIT
           END-IF.
           IF WS-A-RECEBER > 0
              PERFORM RECEBER-DO-CLIENTE
           END-IF.

           IF WS-PEDIDO-CLIENTE-ID NOT EQUAL ZEROS
              PERFORM ACUMULAR-PONTOS
           END-IF.

       RECEBER-DO-CLIENTE    SECTION.
           MOVE WS-A-RECEBER TO WS-VALOR-EDIT.
           IF WS-PAGO-VALE > 0
              DISPLAY "RESTANTE A RECEBER: " WS-VALOR-EDIT
           ELSE
              DISPLAY "VALOR DO PEDIDO: " WS-VALOR-EDIT
           END-IF.
           DISPLAY "FORMA (D)INHEIRO (C)ARTAO (P)IX: ".
              ACCEPT WS-FORMA.
           IF WS-FORMA NOT EQUAL 'D' AND WS-FORMA NOT EQUAL 'C'
              MOVE 'D' TO WS-FORMA
           END-IF.

           MOVE WS-A-RECEBER TO WS-RECEBIDO.
           MOVE ZEROS TO WS-TROCO.
           IF WS-FORMA EQUAL 'D'
              DISPLAY "VALOR RECEBIDO: "
              ACCEPT WS-RECEBIDO
              IF WS-RECEBIDO < WS-A-RECEBER
                 DISPLAY "RECEBIDO MENOR QUE O PEDIDO - AJUSTADO"
                 MOVE WS-A-RECEBER TO WS-RECEBIDO
              END-IF
              COMPUTE WS-TROCO = WS-RECEBIDO - WS-A-RECEBER
              MOVE WS-TROCO TO WS-VALOR-EDIT
              DISPLAY "TROCO: " WS-VALOR-EDIT
           END-IF.
           PERFORM GRAVAR-PAGAMENTO.

      *    FORMA, RECEBIDO E TROCO JA PREENCHIDOS; O VALOR DO REGISTRO
      *    E O RECEBIDO MENOS O TROCO
       GRAVAR-PAGAMENTO    SECTION.
           OPEN EXTEND PAGPEDIDO.
           IF WS-FS-PAGPED EQUAL 35
              OPEN OUTPUT PAGPEDIDO
           MOVE WS-NUMERO       TO WS-PAGPED-PEDIDO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PAGPED-DATA.
           MOVE WS-FORMA        TO WS-PAGPED-FORMA.
           COMPUTE WS-PAGPED-VALOR = WS-RECEBIDO - WS-TROCO.
           MOVE WS-RECEBIDO     TO WS-PAGPED-RECEBIDO.
           MOVE WS-TROCO        TO WS-PAGPED-TROCO.
           WRITE WS-PAGPED-REG.
           CLOSE PAGPEDIDO.

      *    SOMA AS LINHAS 'G' DO PEDIDO: O QUE O VALE-PRESENTE JA PAGOU
       SOMAR-VALE-PRESENTE    SECTION.
           MOVE ZEROS TO WS-PAGO-VALE.
           IF WS-TEM-ITENS NOT EQUAL 'S'
              GO TO SOMAR-VALE-PRESENTE-FIM
           END-IF.
           MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM SOMAR-UMA-LINHA-VALE
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO.
           MOVE ZEROS TO WS-FS-PEDITENS.
           IF WS-PAGO-VALE > WS-PEDIDO-VALOR
              MOVE WS-PEDIDO-VALOR TO WS-PAGO-VALE
           END-IF.

       SOMAR-VALE-PRESENTE-FIM.
           EXIT.

       SOMAR-UMA-LINHA-VALE    SECTION.
           IF WS-PITEM-VALE-PRESENTE
              ADD WS-PITEM-VALOR TO WS-PAGO-VALE
           END-IF.
           READ PEDITENS NEXT RECORD.

      *------------------- FIDELIDADE: PONTOS PELO VALOR --------------*
       ACUMULAR-PONTOS    SECTION.
           IF WS-FS-PEDIDOS EQUAL ZEROS
              MOVE 'T' TO WS-PEDIDO-SITUACAO
              REWRITE WS-PEDIDO-REG
              MOVE "FALH" TO WS-MSG-MODELO
              PERFORM AVISAR-CLIENTE
           END-IF.

           DISPLAY "FALHA REGISTRADA - PEDIDO DE VOLTA A LOJA".
                   WS-MEDIA-EDIT "     "
                   WS-DRV-FALHAS (WS-DRV-IDX).

      *------------------- PRONTOS AINDA NA LOJA, POR ZONA ------------*
       PRONTOS-POR-ZONA    SECTION.
           PERFORM CARREGAR-PRONTOS.
           IF WS-PRT-ITENS EQUAL 0
              DISPLAY "NENHUM PEDIDO PRONTO ESPERANDO ENTREGADOR"
              GO TO PRONTOS-POR-ZONA-FIM
           END-IF.
           MOVE 0 TO WS-PRT-IDX.
           PERFORM EXIBIR-UMA-ZONA
              UNTIL WS-PRT-IDX EQUAL WS-PRT-ITENS.

       PRONTOS-POR-ZONA-FIM.
           EXIT.

      *    CADA ZONA SAI UMA VEZ, NA ORDEM DO PRIMEIRO PEDIDO DELA
       EXIBIR-UMA-ZONA    SECTION.
           ADD 1 TO WS-PRT-IDX.
           MOVE WS-PRT-ZONA (WS-PRT-IDX) TO WS-ZONA-SAIDA.
           MOVE 'S' TO WS-ZONA-NOVA.
           MOVE 0   TO WS-PRT-OUTRO.
           PERFORM VERIFICAR-ZONA-NOVA
              UNTIL WS-PRT-OUTRO NOT < WS-PRT-IDX - 1
                 OR WS-ZONA-NOVA EQUAL 'N'.
           IF WS-ZONA-NOVA EQUAL 'N'
              GO TO EXIBIR-UMA-ZONA-FIM
           END-IF.

           IF WS-ZONA-SAIDA EQUAL SPACES
              DISPLAY "SEM ZONA (BALCAO OU APLICATIVO)"
           ELSE
              DISPLAY "ZONA " WS-ZONA-SAIDA
           END-IF.
           MOVE 0 TO WS-ZONA-QTD.
           MOVE WS-PRT-IDX TO WS-PRT-OUTRO.
           SUBTRACT 1 FROM WS-PRT-OUTRO.
           PERFORM EXIBIR-PRONTO-DA-ZONA
              UNTIL WS-PRT-OUTRO EQUAL WS-PRT-ITENS.
           DISPLAY "   PEDIDOS NA ZONA: " WS-ZONA-QTD.

       EXIBIR-UMA-ZONA-FIM.
           EXIT.

       VERIFICAR-ZONA-NOVA    SECTION.
           ADD 1 TO WS-PRT-OUTRO.
           IF WS-PRT-ZONA (WS-PRT-OUTRO) EQUAL WS-ZONA-SAIDA
              MOVE 'N' TO WS-ZONA-NOVA
           END-IF.

       EXIBIR-PRONTO-DA-ZONA    SECTION.
           ADD 1 TO WS-PRT-OUTRO.
           IF WS-PRT-ZONA (WS-PRT-OUTRO) EQUAL WS-ZONA-SAIDA
              ADD 1 TO WS-ZONA-QTD
              DISPLAY "   PEDIDO " WS-PRT-PEDIDO (WS-PRT-OUTRO)
                      " DAS " WS-PRT-HORA (WS-PRT-OUTRO) (1:2) ":"
                      WS-PRT-HORA (WS-PRT-OUTRO) (3:2)
           END-IF.

      *    PRONTO NA COZINHA E SEM ROTA NA RUA: ESPERANDO ENTREGADOR
       CARREGAR-PRONTOS    SECTION.
           MOVE 0 TO WS-PRT-ITENS.
           MOVE ZEROS TO WS-PEDIDO-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN WS-PEDIDO-NUMERO.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              GO TO CARREGAR-PRONTOS-FIM
           END-IF.
           READ PEDIDOS NEXT RECORD.
           PERFORM GUARDAR-UM-PRONTO
              UNTIL WS-FS-PEDIDOS NOT EQUAL ZEROS
                 OR WS-PRT-ITENS NOT < 200.
           MOVE ZEROS TO WS-FS-PEDIDOS.

       CARREGAR-PRONTOS-FIM.
           EXIT.

       GUARDAR-UM-PRONTO    SECTION.
           IF WS-PEDIDO-PRONTO
              PERFORM AVALIAR-PRONTO
           END-IF.
           READ PEDIDOS NEXT RECORD.

       AVALIAR-PRONTO    SECTION.
           MOVE WS-PEDIDO-NUMERO TO WS-ENT-PEDIDO.
           READ ENTREGAS KEY IS WS-ENT-PEDIDO.
           IF WS-FS-ENTREGAS EQUAL ZEROS
              AND WS-ENT-NA-RUA
              GO TO AVALIAR-PRONTO-FIM
           END-IF.
           PERFORM BUSCAR-ZONA-PEDIDO.
           ADD 1 TO WS-PRT-ITENS.
           MOVE WS-PEDIDO-NUMERO TO WS-PRT-PEDIDO (WS-PRT-ITENS).
           MOVE WS-ZONA-PEDIDO   TO WS-PRT-ZONA   (WS-PRT-ITENS).
           MOVE WS-PEDIDO-DATAHORA (9:4)
             TO WS-PRT-HORA (WS-PRT-ITENS).

       AVALIAR-PRONTO-FIM.
           EXIT.

       BUSCAR-ZONA-PEDIDO    SECTION.
           MOVE SPACES TO WS-ZONA-PEDIDO.
           IF WS-TEM-ITENS NOT EQUAL 'S'
              GO TO BUSCAR-ZONA-PEDIDO-FIM
           END-IF.
           MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM PROCURAR-LINHA-ZONA
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO
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

      *------------------- AVISO DE MUDANCA DE SITUACAO ---------------*
      *  PEDIDO LIGADO A CLIENTE DO CRM SO E AVISADO COM O            *
      *  CONSENTIMENTO DE CONTATO TELEFONICO (T) CONCEDIDO            *
       AVISAR-CLIENTE    SECTION.
           IF WS-PEDIDO-TELEFONE EQUAL SPACES
              GO TO AVISAR-CLIENTE-FIM
           END-IF.

           MOVE 'S' TO WS-PODE-AVISAR.
           IF WS-PEDIDO-CLIENTE-ID NOT EQUAL ZEROS
              PERFORM VERIFICAR-CONSENTIMENTO
           END-IF.
           IF WS-PODE-AVISAR NOT EQUAL 'S'
              DISPLAY "CLIENTE SEM CONSENTIMENTO - NAO AVISADO"
              GO TO AVISAR-CLIENTE-FIM
           END-IF.

           OPEN EXTEND MENSAGENS.
           IF WS-FS-MSG EQUAL 35
              OPEN OUTPUT MENSAGENS
           END-IF.
           IF WS-FS-MSG NOT EQUAL ZEROS
              DISPLAY "ERRO NO ARQUIVO DE MENSAGENS " WS-FS-MSG
              GO TO AVISAR-CLIENTE-FIM
           END-IF.

           MOVE WS-PEDIDO-NUMERO   TO WS-MSG-PEDIDO.
           MOVE WS-PEDIDO-TELEFONE TO WS-MSG-TELEFONE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-MSG-DATAHORA.
           WRITE WS-MSG-REG.
           CLOSE MENSAGENS.

       AVISAR-CLIENTE-FIM.
           EXIT.

       VERIFICAR-CONSENTIMENTO    SECTION.
           MOVE 'N' TO WS-PODE-AVISAR.
           OPEN INPUT ARQCONSENT.
           IF WS-FS-CONSENT NOT EQUAL ZEROS
              GO TO VERIFICAR-CONSENTIMENTO-FIM
           END-IF.

           MOVE WS-PEDIDO-CLIENTE-ID TO WS-CONSENT-CLIENTE-ID.
           MOVE 'T'                  TO WS-CONSENT-TIPO.
           READ ARQCONSENT KEY IS WS-CONSENT-CHAVE.
           IF WS-FS-CONSENT EQUAL ZEROS
              AND WS-CONSENT-CONCEDIDO
              MOVE 'S' TO WS-PODE-AVISAR
           END-IF.
           CLOSE ARQCONSENT.

       VERIFICAR-CONSENTIMENTO-FIM.
           EXIT.

       FINALIZAR    SECTION.
           CLOSE PEDIDOS.
           CLOSE ENTREGAS.
           IF WS-TEM-ITENS EQUAL 'S'
              CLOSE PEDITENS
           END-IF.
       END PROGRAM DESPACHO.
