      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 8-DEVFORN.
      *-----------------------------------------------------------------
      *  DEVOLUCAO AO FORNECEDOR. MERCADORIA AVARIADA OU LOTE VENCIDO  *
      *  (BLOQUEADO PELO 8-ESTVALID) VOLTA CONTRA O PEDIDO DE COMPRA   *
      *  E O LOTE DE ORIGEM. O DOCUMENTO GERA MOVIMENTO TIPO D NO      *
      *  DIARIO (O 8-ESTPOST BAIXA O LOTE E VALORIZA PELO CUSTO MEDIO) *
      *  E UMA NOTA DE DEBITO PARA O FORNECEDOR, PELO PRECO DO PEDIDO, *
      *  QUE O 10-PAGFORN ABATE DOS PROXIMOS PAGAMENTOS                *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PEDCOMPRA ASSIGN TO "..\DADOS\PEDCOMPRA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-PC
           RECORD KEY IS WS-PC-NUMERO.

           SELECT PCITENS ASSIGN TO "..\DADOS\PEDCOMPRA.ITENS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PCITENS.

           SELECT RECEBLOG ASSIGN TO "..\DADOS\PEDCOMPRA.RECEB"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEBLOG.

           SELECT FORNECEDORES ASSIGN TO "..\DADOS\FORNECEDORES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-FORN
           RECORD KEY IS WS-FORN-CHAVE.

           SELECT ESTOQUE ASSIGN TO "..\DADOS\ESTOQUE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-ESTOQUE
           RECORD KEY IS WS-ESTOQUE-CHAVE.

           SELECT LOTES ASSIGN TO "..\DADOS\LOTES.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOTES.

           SELECT MOVIMENTOS ASSIGN TO "..\DADOS\ESTOQMOV.PENDENTES"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT DEVOLUCOES ASSIGN TO "..\DADOS\DEVFORN.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEV.

           SELECT DEBITOS ASSIGN TO "..\DADOS\CPAGAR.DEBITOS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEB.

           SELECT NOTADEB ASSIGN TO "..\DADOS\NOTAS.DEBITO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMPRA.
       01  WS-PC-REG.
           05 WS-PC-NUMERO          PIC 9(06).
           05 WS-PC-FORNECEDOR      PIC X(04).
           05 WS-PC-DATA-EMISSAO    PIC 9(08).
           05 WS-PC-DATA-PROMETIDA  PIC 9(08).
           05 WS-PC-SITUACAO        PIC X(01).

       FD  PCITENS.
       01  WS-PCI-REG.
           05 WS-PCI-NUMERO         PIC 9(06).
           05 WS-PCI-PRODUTO        PIC 9(06).
           05 WS-PCI-QTD-PEDIDA     PIC 9(05).
           05 WS-PCI-QTD-RECEBIDA   PIC 9(05).
           05 WS-PCI-PRECO-UNIT     PIC 9(05)V99.
      *       PRECO COMBINADO (CUSTO MEDIO NA EMISSAO); BRANCOS NOS
      *       PEDIDOS ANTIGOS = SEM PRECO PARA CONFERIR A NOTA

      *------------------- LOG DO 10-RECEBE ---------------------------*
       FD  RECEBLOG.
       01  WS-RCB-REG.
           05 WS-RCB-TIPO           PIC X(01).
      *       I = ITEM DO PEDIDO / L = LOTE RECEBIDO
           05 WS-RCB-PEDIDO         PIC 9(06).
           05 WS-RCB-FORNECEDOR     PIC X(04).
           05 WS-RCB-DATA-EMISSAO   PIC 9(08).
           05 WS-RCB-DATA-PROMETIDA PIC 9(08).
           05 WS-RCB-DATA           PIC 9(08).
           05 WS-RCB-NOTA           PIC X(10).
           05 WS-RCB-PRODUTO        PIC 9(06).
           05 WS-RCB-QTD            PIC 9(05).
           05 WS-RCB-LOTE           PIC 9(04).
           05 WS-RCB-VALIDADE       PIC 9(08).

       FD  FORNECEDORES.
       01  WS-FORN-REG.
           05 WS-FORN-CHAVE.
              10 WS-FORN-CODIGO     PIC X(04).
           05 WS-FORN-NOME          PIC X(30).
           05 WS-FORN-PRAZO         PIC 9(03).
           05 WS-FORN-PEDIDO-MIN    PIC 9(05).

       FD  ESTOQUE.
       01  WS-ESTOQUE-REG.
           05 WS-ESTOQUE-CHAVE.
              10 WS-ESTOQUE-DEPOSITO   PIC X(10).
              10 WS-ESTOQUE-PRODUTO    PIC 9(06).
           05 WS-ESTOQUE-QTD           PIC 9(05).
           05 WS-ESTOQUE-PONTO-REP     PIC 9(05).
           05 WS-ESTOQUE-CUSTO-MEDIO   PIC 9(05)V99.

       FD  LOTES.
       01  WS-LOTE-REG.
           05 WS-LOTE-DEPOSITO      PIC X(10).
           05 WS-LOTE-PRODUTO       PIC 9(06).
           05 WS-LOTE-NUMERO        PIC 9(04).
           05 WS-LOTE-VALIDADE      PIC 9(08).
           05 WS-LOTE-QTD           PIC 9(05).
           05 WS-LOTE-SITUACAO      PIC X(01).

      *------------------- DIARIO DE MOVIMENTOS DO ESTOQUE ----------*
       FD  MOVIMENTOS.
       01  WS-MOV-REG.
           05 WS-MOV-DATA           PIC 9(08).
           05 WS-MOV-DEPOSITO       PIC X(10).
           05 WS-MOV-PRODUTO        PIC 9(06).
           05 WS-MOV-TIPO           PIC X(01).
           05 WS-MOV-QTD            PIC 9(05).
           05 WS-MOV-DOCUMENTO      PIC X(10).
           05 WS-MOV-CUSTO-UNIT     PIC 9(05)V99.
           05 WS-MOV-LOTE           PIC 9(04).

      *------------------- ITENS DEVOLVIDOS ---------------------------*
       FD  DEVOLUCOES.
       01  WS-DV-REG.
           05 WS-DV-NUMERO          PIC 9(06).
           05 WS-DV-DATA            PIC 9(08).
           05 WS-DV-FORNECEDOR      PIC X(04).
           05 WS-DV-PEDIDO          PIC 9(06).
           05 WS-DV-DEPOSITO        PIC X(10).
           05 WS-DV-PRODUTO         PIC 9(06).
           05 WS-DV-LOTE            PIC 9(04).
           05 WS-DV-QTD             PIC 9(05).
           05 WS-DV-CUSTO-MEDIO     PIC 9(05)V99.
           05 WS-DV-PRECO-UNIT      PIC 9(05)V99.
      *       PRECO DO PEDIDO; SEM PRECO NO PEDIDO = CUSTO MEDIO
           05 WS-DV-MOTIVO          PIC X(01).
      *       A = AVARIA / V = VENCIDO

      *------------------- NOTAS DE DEBITO CONTRA O FORNECEDOR --------*
       FD  DEBITOS.
       01  WS-ND-REG.
           05 WS-ND-NUMERO          PIC 9(06).
           05 WS-ND-FORNECEDOR      PIC X(04).
           05 WS-ND-PEDIDO          PIC 9(06).
           05 WS-ND-DATA            PIC 9(08).
           05 WS-ND-VALOR           PIC 9(07)V99.
           05 WS-ND-ABATIDO         PIC 9(07)V99.
      *       QUANTO O 10-PAGFORN JA DESCONTOU DOS PAGAMENTOS

       FD  NOTADEB.
       01  WS-NOTA-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PC                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-PCITENS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-RECEBLOG           PIC 9(02) VALUE ZEROS.
       01 WS-FS-FORN               PIC 9(02) VALUE ZEROS.
       01 WS-FS-ESTOQUE            PIC 9(02) VALUE ZEROS.
       01 WS-FS-LOTES              PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC 9(02) VALUE ZEROS.
       01 WS-FS-DEV                PIC 9(02) VALUE ZEROS.
       01 WS-FS-DEB                PIC 9(02) VALUE ZEROS.
       01 WS-FS-NOTA               PIC 9(02) VALUE ZEROS.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-CONTINUA              PIC X(01) VALUE "S".
           88 WS-CONTINUA-SIM      VALUE "S".
       01 WS-CONFIRMA              PIC X(01) VALUE SPACES.
       01 WS-ULTIMO-NUMERO         PIC 9(06) VALUE ZEROS.
       01 WS-TOT-DOCUMENTOS        PIC 9(04) VALUE ZEROS.

      *------------------- DOCUMENTO EM DIGITACAO ---------------------*
       01 WS-ENT-PEDIDO            PIC 9(06) VALUE ZEROS.
       01 WS-ENT-MOTIVO            PIC X(01) VALUE SPACES.
       01 WS-ENT-DEPOSITO          PIC X(10) VALUE SPACES.
       01 WS-ENT-PRODUTO           PIC 9(06) VALUE ZEROS.
       01 WS-ENT-LOTE              PIC 9(04) VALUE ZEROS.
       01 WS-ENT-QTD               PIC 9(05) VALUE ZEROS.
       01 WS-DOC-NUMERO            PIC 9(06) VALUE ZEROS.
       01 WS-DOC-REFERENCIA        PIC X(10) VALUE SPACES.
       01 WS-DOC-VALOR             PIC 9(07)V99 VALUE ZEROS.

      *------------------- ITENS RECEBIDOS DO PEDIDO ------------------*
       01 WS-PI-TAB.
           05 WS-PI OCCURS 50 TIMES.
              10 WS-PI-PRODUTO      PIC 9(06).
              10 WS-PI-RECEBIDA     PIC 9(05).
              10 WS-PI-DEVOLVIDA    PIC 9(06).
              10 WS-PI-TEM-PRECO    PIC X(01).
              10 WS-PI-PRECO-PED    PIC 9(05)V99.
       01 WS-PI-ITENS              PIC 9(02) VALUE 0.
       01 WS-PI-IDX                PIC 9(02) VALUE 0.
       01 WS-PI-ACHADO             PIC 9(02) VALUE 0.

      *------------------- LINHAS DO DOCUMENTO ------------------------*
       01 WS-DL-TAB.
           05 WS-DL OCCURS 20 TIMES.
              10 WS-DL-PRODUTO      PIC 9(06).
              10 WS-DL-LOTE         PIC 9(04).
              10 WS-DL-QTD          PIC 9(05).
              10 WS-DL-CUSTO-MEDIO  PIC 9(05)V99.
              10 WS-DL-PRECO-UNIT   PIC 9(05)V99.
       01 WS-DL-ITENS              PIC 9(02) VALUE 0.
       01 WS-DL-IDX                PIC 9(02) VALUE 0.
       01 WS-NO-DOCUMENTO          PIC 9(06) VALUE 0.
       01 WS-NO-LOTE-DOC           PIC 9(06) VALUE 0.

      *------------------- LOTE E RECEBIMENTO CONSULTADOS -------------*
       01 WS-LOTE-ACHADO           PIC X(01) VALUE 'N'.
       01 WS-LOTE-SALDO            PIC 9(05) VALUE 0.
       01 WS-LOTE-VENCE            PIC 9(08) VALUE 0.
       01 WS-LOTE-SIT              PIC X(01) VALUE SPACE.
       01 WS-RCB-TEM-LOTES         PIC X(01) VALUE 'N'.
       01 WS-RCB-LOTE-OK           PIC X(01) VALUE 'N'.
       01 WS-PODE-DEVOLVER         PIC S9(06) VALUE 0.

       01 WS-QTD-EDIT              PIC ZZZZ9.
       01 WS-PRECO-EDIT            PIC ZZZZ9.99.
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
       01 WS-DATA-EDIT             PIC 9999/99/99.

      *------------------- PARAMETROS DO 11-PERCHK --------------------*
       01 WS-PERIODO.
           05 WS-PER-AREA           PIC X(03).
           05 WS-PER-DATA           PIC 9(08).
           05 WS-PER-SITUACAO       PIC X(01).
              88 WS-PER-ABERTO         VALUE 'A'.
              88 WS-PER-FECHADO        VALUE 'F'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM DEVOLVER UNTIL NOT WS-CONTINUA-SIM.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.

           MOVE "EST"        TO WS-PER-AREA.
           MOVE WS-DATA-HOJE TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-DATA-HOJE (1:6)
                      " FECHADA NO ESTOQUE - DEVOLUCAO NAO PERMITIDA"
              STOP RUN
           END-IF.

           OPEN INPUT PEDCOMPRA.
           IF WS-FS-PC NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDCOMPRA " WS-FS-PC
              STOP RUN
           END-IF.

           OPEN INPUT FORNECEDORES.
           IF WS-FS-FORN NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS FORNECEDORES " WS-FS-FORN
              CLOSE PEDCOMPRA
              STOP RUN
           END-IF.

           OPEN INPUT ESTOQUE.
           IF WS-FS-ESTOQUE NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ESTOQUE " WS-FS-ESTOQUE
              CLOSE PEDCOMPRA
              CLOSE FORNECEDORES
              STOP RUN
           END-IF.

      *    NUMERACAO SEGUE A ULTIMA NOTA DE DEBITO EMITIDA
           OPEN INPUT DEBITOS.
           IF WS-FS-DEB EQUAL ZEROS
              READ DEBITOS
              PERFORM ACHAR-ULTIMO-NUMERO
                 UNTIL WS-FS-DEB NOT EQUAL ZEROS
              CLOSE DEBITOS
           END-IF.

           DISPLAY "DEVOLUCAO AO FORNECEDOR".
           DISPLAY "-----------------------".

       ACHAR-ULTIMO-NUMERO    SECTION.
           IF WS-ND-NUMERO > WS-ULTIMO-NUMERO
              MOVE WS-ND-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.
           READ DEBITOS.

      *------------------- UM DOCUMENTO = UM PEDIDO, UM DEPOSITO ------*
       DEVOLVER    SECTION.
           DISPLAY "PEDIDO DE COMPRA DE ORIGEM : ".
              ACCEPT WS-ENT-PEDIDO.
           MOVE WS-ENT-PEDIDO TO WS-PC-NUMERO.
           READ PEDCOMPRA.
           IF WS-FS-PC NOT EQUAL ZEROS
              DISPLAY "PEDIDO NAO ENCONTRADO - DEVOLUCAO RECUSADA"
              GO TO DEVOLVER-CONTINUA
           END-IF.
           IF WS-PC-SITUACAO NOT EQUAL 'P'
              AND WS-PC-SITUACAO NOT EQUAL 'C'
              DISPLAY "PEDIDO SEM RECEBIMENTO NO 10-RECEBE - NADA A"
                      " DEVOLVER"
              GO TO DEVOLVER-CONTINUA
           END-IF.
           MOVE WS-PC-FORNECEDOR TO WS-FORN-CODIGO.
           READ FORNECEDORES.
           IF WS-FS-FORN NOT EQUAL ZEROS
              MOVE "(FORA DO CADASTRO)" TO WS-FORN-NOME
           END-IF.
           DISPLAY "FORNECEDOR                 : " WS-PC-FORNECEDOR
                   " - " WS-FORN-NOME.

           DISPLAY "MOTIVO (A)VARIA (V)ENCIDO  : ".
              ACCEPT WS-ENT-MOTIVO.
           MOVE FUNCTION UPPER-CASE (WS-ENT-MOTIVO) TO WS-ENT-MOTIVO.
           IF WS-ENT-MOTIVO NOT EQUAL 'A'
              AND WS-ENT-MOTIVO NOT EQUAL 'V'
              DISPLAY "MOTIVO INVALIDO - DEVOLUCAO RECUSADA"
              GO TO DEVOLVER-CONTINUA
           END-IF.
           DISPLAY "DEPOSITO DE ONDE SAI       : ".
              ACCEPT WS-ENT-DEPOSITO.

           PERFORM CARREGAR-ITENS-PEDIDO.
           IF WS-PI-ITENS EQUAL 0
              DISPLAY "NENHUM ITEM RECEBIDO NO PEDIDO - NADA A DEVOLVER"
              GO TO DEVOLVER-CONTINUA
           END-IF.
           PERFORM SOMAR-JA-DEVOLVIDO.

           MOVE 0 TO WS-DL-ITENS.
           MOVE 1 TO WS-ENT-PRODUTO.
           PERFORM CAPTURAR-ITEM
              UNTIL WS-ENT-PRODUTO EQUAL ZEROS
                 OR WS-DL-ITENS NOT < 20.
           IF WS-DL-ITENS EQUAL 0
              DISPLAY "NENHUM ITEM DEVOLVIDO - DOCUMENTO DESCARTADO"
              GO TO DEVOLVER-CONTINUA
           END-IF.

           MOVE ZEROS TO WS-DOC-VALOR.
           MOVE 0 TO WS-DL-IDX.
           PERFORM SOMAR-LINHA
              UNTIL WS-DL-IDX EQUAL WS-DL-ITENS.
           MOVE WS-DOC-VALOR TO WS-VALOR-EDIT.
           DISPLAY "CONFIRMA DEVOLUCAO DE " WS-DL-ITENS
                   " ITEM(NS), DEBITO DE " WS-VALOR-EDIT " (S/N): ".
              ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S'
              DISPLAY "DOCUMENTO DESCARTADO"
              GO TO DEVOLVER-CONTINUA
           END-IF.

           ADD 1 TO WS-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-NUMERO TO WS-DOC-NUMERO.
           MOVE SPACES TO WS-DOC-REFERENCIA.
           STRING "DEV" WS-DOC-NUMERO
                  DELIMITED BY SIZE INTO WS-DOC-REFERENCIA
           END-STRING.

           PERFORM GRAVAR-DOCUMENTO.
           PERFORM EMITIR-NOTA-DEBITO.
           ADD 1 TO WS-TOT-DOCUMENTOS.
           DISPLAY "DEVOLUCAO " WS-DOC-REFERENCIA
                   " GRAVADA - NOTA DE DEBITO " WS-DOC-NUMERO.

       DEVOLVER-CONTINUA.
           DISPLAY "OUTRA DEVOLUCAO (S/N)      : ".
              ACCEPT WS-CONTINUA.
           MOVE FUNCTION UPPER-CASE (WS-CONTINUA) TO WS-CONTINUA.

      *------------------- O QUE O PEDIDO RECEBEU ---------------------*
       CARREGAR-ITENS-PEDIDO    SECTION.
           MOVE 0 TO WS-PI-ITENS.
           OPEN INPUT PCITENS.
           IF WS-FS-PCITENS NOT EQUAL ZEROS
              GO TO CARREGAR-ITENS-PEDIDO-FIM
           END-IF.
           READ PCITENS.
           PERFORM CARREGAR-UM-ITEM-PEDIDO
              UNTIL WS-FS-PCITENS NOT EQUAL ZEROS.
           CLOSE PCITENS.

       CARREGAR-ITENS-PEDIDO-FIM.
           EXIT.

       CARREGAR-UM-ITEM-PEDIDO    SECTION.
           IF WS-PCI-NUMERO EQUAL WS-ENT-PEDIDO
              AND WS-PCI-QTD-RECEBIDA > ZEROS
              AND WS-PI-ITENS < 50
              ADD 1 TO WS-PI-ITENS
              INITIALIZE WS-PI (WS-PI-ITENS)
              MOVE WS-PCI-PRODUTO      TO WS-PI-PRODUTO (WS-PI-ITENS)
              MOVE WS-PCI-QTD-RECEBIDA TO WS-PI-RECEBIDA (WS-PI-ITENS)
              MOVE 'N' TO WS-PI-TEM-PRECO (WS-PI-ITENS)
              IF WS-PCI-PRECO-UNIT NUMERIC
                 AND WS-PCI-PRECO-UNIT > ZEROS
                 MOVE 'S' TO WS-PI-TEM-PRECO (WS-PI-ITENS)
                 MOVE WS-PCI-PRECO-UNIT
                   TO WS-PI-PRECO-PED (WS-PI-ITENS)
              END-IF
           END-IF.
           READ PCITENS.

      *------------------- O QUE OUTRAS DEVOLUCOES JA LEVARAM ---------*
       SOMAR-JA-DEVOLVIDO    SECTION.
           OPEN INPUT DEVOLUCOES.
           IF WS-FS-DEV NOT EQUAL ZEROS
              GO TO SOMAR-JA-DEVOLVIDO-FIM
           END-IF.
           READ DEVOLUCOES.
           PERFORM SOMAR-UMA-DEVOLUCAO
              UNTIL WS-FS-DEV NOT EQUAL ZEROS.
           CLOSE DEVOLUCOES.

       SOMAR-JA-DEVOLVIDO-FIM.
           EXIT.

       SOMAR-UMA-DEVOLUCAO    SECTION.
           IF WS-DV-PEDIDO EQUAL WS-ENT-PEDIDO
              MOVE WS-DV-PRODUTO TO WS-ENT-PRODUTO
              PERFORM PROCURAR-ITEM-PEDIDO
              IF WS-PI-ACHADO NOT EQUAL 0
                 ADD WS-DV-QTD TO WS-PI-DEVOLVIDA (WS-PI-ACHADO)
              END-IF
           END-IF.
           READ DEVOLUCOES.

       PROCURAR-ITEM-PEDIDO    SECTION.
           MOVE 0 TO WS-PI-ACHADO.
           MOVE 0 TO WS-PI-IDX.
           PERFORM COMPARAR-ITEM-PEDIDO
              UNTIL WS-PI-IDX EQUAL WS-PI-ITENS
                 OR WS-PI-ACHADO NOT EQUAL 0.

       COMPARAR-ITEM-PEDIDO    SECTION.
           ADD 1 TO WS-PI-IDX.
           IF WS-PI-PRODUTO (WS-PI-IDX) EQUAL WS-ENT-PRODUTO
              MOVE WS-PI-IDX TO WS-PI-ACHADO
           END-IF.

      *------------------- UMA LINHA: PRODUTO, LOTE, QUANTIDADE -------*
       CAPTURAR-ITEM    SECTION.
           DISPLAY "PRODUTO (0 = FIM)          : ".
              ACCEPT WS-ENT-PRODUTO.
           IF WS-ENT-PRODUTO EQUAL ZEROS
              GO TO CAPTURAR-ITEM-FIM
           END-IF.
           PERFORM PROCURAR-ITEM-PEDIDO.
           IF WS-PI-ACHADO EQUAL 0
              DISPLAY "PRODUTO NAO RECEBIDO NESSE PEDIDO - LINHA"
                      " RECUSADA"
              GO TO CAPTURAR-ITEM-FIM
           END-IF.

           MOVE WS-ENT-DEPOSITO TO WS-ESTOQUE-DEPOSITO.
           MOVE WS-ENT-PRODUTO  TO WS-ESTOQUE-PRODUTO.
           READ ESTOQUE.
           IF WS-FS-ESTOQUE NOT EQUAL ZEROS
              DISPLAY "ITEM SEM ESTOQUE NO DEPOSITO - LINHA RECUSADA"
              GO TO CAPTURAR-ITEM-FIM
           END-IF.

           DISPLAY "LOTE                       : ".
              ACCEPT WS-ENT-LOTE.
           PERFORM PROCURAR-LOTE.
           IF WS-LOTE-ACHADO NOT EQUAL 'S'
              DISPLAY "LOTE NAO EXISTE NO DEPOSITO - LINHA RECUSADA"
              GO TO CAPTURAR-ITEM-FIM
           END-IF.
           PERFORM CONFERIR-LOTE-RECEBIDO.
           IF WS-RCB-TEM-LOTES EQUAL 'S'
              AND WS-RCB-LOTE-OK NOT EQUAL 'S'
              DISPLAY "LOTE NAO VEIO NESSE PEDIDO - LINHA RECUSADA"
              GO TO CAPTURAR-ITEM-FIM
           END-IF.

      *    O QUE JA ESTA NESTE DOCUMENTO TAMBEM CONTA
           MOVE 0 TO WS-NO-DOCUMENTO.
           MOVE 0 TO WS-NO-LOTE-DOC.
           MOVE 0 TO WS-DL-IDX.
           PERFORM SOMAR-NO-DOCUMENTO
              UNTIL WS-DL-IDX EQUAL WS-DL-ITENS.

           MOVE WS-LOTE-VENCE TO WS-DATA-EDIT.
           COMPUTE WS-PODE-DEVOLVER = WS-LOTE-SALDO - WS-NO-LOTE-DOC.
           MOVE WS-PODE-DEVOLVER TO WS-QTD-EDIT.
           DISPLAY "        VALIDADE " WS-DATA-EDIT
                   " SALDO DO LOTE " WS-QTD-EDIT
                   " SITUACAO " WS-LOTE-SIT.

           DISPLAY "QUANTIDADE DEVOLVIDA       : ".
              ACCEPT WS-ENT-QTD.
           IF WS-ENT-QTD EQUAL ZEROS
              DISPLAY "QUANTIDADE ZERADA - LINHA DESCARTADA"
              GO TO CAPTURAR-ITEM-FIM
           END-IF.
           IF WS-ENT-QTD > WS-PODE-DEVOLVER
              DISPLAY "ACIMA DO SALDO DO LOTE - LINHA RECUSADA"
              GO TO CAPTURAR-ITEM-FIM
           END-IF.
           IF WS-ENT-QTD + WS-NO-DOCUMENTO > WS-ESTOQUE-QTD
              DISPLAY "ACIMA DO SALDO DO ESTOQUE - LINHA RECUSADA"
              GO TO CAPTURAR-ITEM-FIM
           END-IF.
           COMPUTE WS-PODE-DEVOLVER = WS-PI-RECEBIDA (WS-PI-ACHADO)
                                    - WS-PI-DEVOLVIDA (WS-PI-ACHADO)
                                    - WS-NO-DOCUMENTO.
           IF WS-ENT-QTD > WS-PODE-DEVOLVER
              DISPLAY "ACIMA DO RECEBIDO NO PEDIDO (JA DEVOLVIDO "
                      WS-PI-DEVOLVIDA (WS-PI-ACHADO)
                      ") - LINHA RECUSADA"
              GO TO CAPTURAR-ITEM-FIM
           END-IF.

           ADD 1 TO WS-DL-ITENS.
           MOVE WS-ENT-PRODUTO TO WS-DL-PRODUTO (WS-DL-ITENS).
           MOVE WS-ENT-LOTE    TO WS-DL-LOTE (WS-DL-ITENS).
           MOVE WS-ENT-QTD     TO WS-DL-QTD (WS-DL-ITENS).
           MOVE WS-ESTOQUE-CUSTO-MEDIO
             TO WS-DL-CUSTO-MEDIO (WS-DL-ITENS).
      *    O DEBITO COBRA O QUE FOI COMBINADO NO PEDIDO
           IF WS-PI-TEM-PRECO (WS-PI-ACHADO) EQUAL 'S'
              MOVE WS-PI-PRECO-PED (WS-PI-ACHADO)
                TO WS-DL-PRECO-UNIT (WS-DL-ITENS)
           ELSE
              MOVE WS-ESTOQUE-CUSTO-MEDIO
                TO WS-DL-PRECO-UNIT (WS-DL-ITENS)
           END-IF.
           MOVE WS-DL-PRECO-UNIT (WS-DL-ITENS) TO WS-PRECO-EDIT.
           DISPLAY "        LINHA ACEITA - PRECO DO DEBITO "
                   WS-PRECO-EDIT.

       CAPTURAR-ITEM-FIM.
           EXIT.

       SOMAR-NO-DOCUMENTO    SECTION.
           ADD 1 TO WS-DL-IDX.
           IF WS-DL-PRODUTO (WS-DL-IDX) EQUAL WS-ENT-PRODUTO
              ADD WS-DL-QTD (WS-DL-IDX) TO WS-NO-DOCUMENTO
              IF WS-DL-LOTE (WS-DL-IDX) EQUAL WS-ENT-LOTE
                 ADD WS-DL-QTD (WS-DL-IDX) TO WS-NO-LOTE-DOC
              END-IF
           END-IF.

      *------------------- LOTE NO LOTES.DAT (MESMO BLOQUEADO) --------*
       PROCURAR-LOTE    SECTION.
           MOVE 'N' TO WS-LOTE-ACHADO.
           OPEN INPUT LOTES.
           IF WS-FS-LOTES NOT EQUAL ZEROS
              GO TO PROCURAR-LOTE-FIM
           END-IF.
           READ LOTES.
           PERFORM COMPARAR-LOTE
              UNTIL WS-FS-LOTES NOT EQUAL ZEROS
                 OR WS-LOTE-ACHADO EQUAL 'S'.
           CLOSE LOTES.

       PROCURAR-LOTE-FIM.
           EXIT.

       COMPARAR-LOTE    SECTION.
           IF WS-LOTE-DEPOSITO EQUAL WS-ENT-DEPOSITO
              AND WS-LOTE-PRODUTO EQUAL WS-ENT-PRODUTO
              AND WS-LOTE-NUMERO EQUAL WS-ENT-LOTE
              MOVE 'S'              TO WS-LOTE-ACHADO
              MOVE WS-LOTE-QTD      TO WS-LOTE-SALDO
              MOVE WS-LOTE-VALIDADE TO WS-LOTE-VENCE
              MOVE WS-LOTE-SITUACAO TO WS-LOTE-SIT
           ELSE
              READ LOTES
           END-IF.

      *------------------- O LOTE VEIO NESTE PEDIDO? ------------------*
      *  RECEBIMENTOS ANTERIORES AO LOG NAO TEM LOTE REGISTRADO: SEM  *
      *  NENHUMA LINHA L DO PEDIDO E PRODUTO, ACEITA O LOTE INFORMADO *
       CONFERIR-LOTE-RECEBIDO    SECTION.
           MOVE 'N' TO WS-RCB-TEM-LOTES.
           MOVE 'N' TO WS-RCB-LOTE-OK.
           OPEN INPUT RECEBLOG.
           IF WS-FS-RECEBLOG NOT EQUAL ZEROS
              GO TO CONFERIR-LOTE-RECEBIDO-FIM
           END-IF.
           READ RECEBLOG.
           PERFORM CONFERIR-UMA-RECEPCAO
              UNTIL WS-FS-RECEBLOG NOT EQUAL ZEROS.
           CLOSE RECEBLOG.

       CONFERIR-LOTE-RECEBIDO-FIM.
           EXIT.

       CONFERIR-UMA-RECEPCAO    SECTION.
           IF WS-RCB-TIPO EQUAL 'L'
              AND WS-RCB-PEDIDO EQUAL WS-ENT-PEDIDO
              AND WS-RCB-PRODUTO EQUAL WS-ENT-PRODUTO
              MOVE 'S' TO WS-RCB-TEM-LOTES
              IF WS-RCB-LOTE EQUAL WS-ENT-LOTE
                 MOVE 'S' TO WS-RCB-LOTE-OK
              END-IF
           END-IF.
           READ RECEBLOG.

       SOMAR-LINHA    SECTION.
           ADD 1 TO WS-DL-IDX.
           COMPUTE WS-DOC-VALOR = WS-DOC-VALOR
                   + (WS-DL-QTD (WS-DL-IDX)
                      * WS-DL-PRECO-UNIT (WS-DL-IDX)).

      *------------------- DEVFORN.DAT, DIARIO E NOTA DE DEBITO -------*
       GRAVAR-DOCUMENTO    SECTION.
           OPEN EXTEND DEVOLUCOES.
           IF WS-FS-DEV EQUAL 35
              OPEN OUTPUT DEVOLUCOES
           END-IF.
           OPEN EXTEND MOVIMENTOS.
           IF WS-FS-MOV EQUAL 35
              OPEN OUTPUT MOVIMENTOS
           END-IF.
           MOVE 0 TO WS-DL-IDX.
           PERFORM GRAVAR-LINHA
              UNTIL WS-DL-IDX EQUAL WS-DL-ITENS.
           CLOSE DEVOLUCOES.
           CLOSE MOVIMENTOS.

           OPEN EXTEND DEBITOS.
           IF WS-FS-DEB EQUAL 35
              OPEN OUTPUT DEBITOS
           END-IF.
           MOVE WS-DOC-NUMERO    TO WS-ND-NUMERO.
           MOVE WS-PC-FORNECEDOR TO WS-ND-FORNECEDOR.
           MOVE WS-ENT-PEDIDO    TO WS-ND-PEDIDO.
           MOVE WS-DATA-HOJE     TO WS-ND-DATA.
           MOVE WS-DOC-VALOR     TO WS-ND-VALOR.
           MOVE ZEROS            TO WS-ND-ABATIDO.
           WRITE WS-ND-REG.
           CLOSE DEBITOS.

       GRAVAR-LINHA    SECTION.
           ADD 1 TO WS-DL-IDX.
           MOVE WS-DOC-NUMERO    TO WS-DV-NUMERO.
           MOVE WS-DATA-HOJE     TO WS-DV-DATA.
           MOVE WS-PC-FORNECEDOR TO WS-DV-FORNECEDOR.
           MOVE WS-ENT-PEDIDO    TO WS-DV-PEDIDO.
           MOVE WS-ENT-DEPOSITO  TO WS-DV-DEPOSITO.
           MOVE WS-DL-PRODUTO (WS-DL-IDX)     TO WS-DV-PRODUTO.
           MOVE WS-DL-LOTE (WS-DL-IDX)        TO WS-DV-LOTE.
           MOVE WS-DL-QTD (WS-DL-IDX)         TO WS-DV-QTD.
           MOVE WS-DL-CUSTO-MEDIO (WS-DL-IDX) TO WS-DV-CUSTO-MEDIO.
           MOVE WS-DL-PRECO-UNIT (WS-DL-IDX)  TO WS-DV-PRECO-UNIT.
           MOVE WS-ENT-MOTIVO    TO WS-DV-MOTIVO.
           WRITE WS-DV-REG.

      *    TIPO D: O 8-ESTPOST TIRA DO SALDO E DO LOTE PELO MEDIO
           MOVE WS-DATA-HOJE      TO WS-MOV-DATA.
           MOVE WS-ENT-DEPOSITO   TO WS-MOV-DEPOSITO.
           MOVE WS-DL-PRODUTO (WS-DL-IDX) TO WS-MOV-PRODUTO.
           MOVE "D"               TO WS-MOV-TIPO.
           MOVE WS-DL-QTD (WS-DL-IDX)     TO WS-MOV-QTD.
           MOVE WS-DOC-REFERENCIA TO WS-MOV-DOCUMENTO.
           MOVE ZEROS             TO WS-MOV-CUSTO-UNIT.
           MOVE WS-DL-LOTE (WS-DL-IDX)    TO WS-MOV-LOTE.
           WRITE WS-MOV-REG.

       EMITIR-NOTA-DEBITO    SECTION.
           OPEN EXTEND NOTADEB.
           IF WS-FS-NOTA EQUAL 35
              OPEN OUTPUT NOTADEB
           END-IF.

           MOVE ALL "=" TO WS-NOTA-LINHA.
           WRITE WS-NOTA-LINHA.
           MOVE WS-DATA-HOJE TO WS-DATA-EDIT.
           MOVE SPACES TO WS-NOTA-LINHA.
           STRING "NOTA DE DEBITO " WS-DOC-NUMERO
                  "   EMISSAO " WS-DATA-EDIT
                  DELIMITED BY SIZE INTO WS-NOTA-LINHA
           END-STRING.
           WRITE WS-NOTA-LINHA.
           MOVE SPACES TO WS-NOTA-LINHA.
           STRING "FORNECEDOR " WS-PC-FORNECEDOR " - " WS-FORN-NOME
                  DELIMITED BY SIZE INTO WS-NOTA-LINHA
           END-STRING.
           WRITE WS-NOTA-LINHA.
           MOVE SPACES TO WS-NOTA-LINHA.
           IF WS-ENT-MOTIVO EQUAL 'A'
              STRING "REF. PEDIDO " WS-ENT-PEDIDO
                     "  DEVOLUCAO " WS-DOC-REFERENCIA
                     "  MOTIVO: AVARIA"
                     DELIMITED BY SIZE INTO WS-NOTA-LINHA
              END-STRING
           ELSE
              STRING "REF. PEDIDO " WS-ENT-PEDIDO
                     "  DEVOLUCAO " WS-DOC-REFERENCIA
                     "  MOTIVO: LOTE VENCIDO"
                     DELIMITED BY SIZE INTO WS-NOTA-LINHA
              END-STRING
           END-IF.
           WRITE WS-NOTA-LINHA.
           MOVE "PRODUTO  LOTE    QTD   PRECO UNIT       VALOR"
             TO WS-NOTA-LINHA.
           WRITE WS-NOTA-LINHA.

           MOVE 0 TO WS-DL-IDX.
           PERFORM IMPRIMIR-LINHA-NOTA
              UNTIL WS-DL-IDX EQUAL WS-DL-ITENS.

           MOVE WS-DOC-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-NOTA-LINHA.
           STRING "TOTAL A DEBITAR DO FORNECEDOR ......... "
                  WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-NOTA-LINHA
           END-STRING.
           WRITE WS-NOTA-LINHA.
           MOVE "VALOR ABATIDO DOS PROXIMOS PAGAMENTOS AO FORNECEDOR"
             TO WS-NOTA-LINHA.
           WRITE WS-NOTA-LINHA.
           CLOSE NOTADEB.

       IMPRIMIR-LINHA-NOTA    SECTION.
           ADD 1 TO WS-DL-IDX.
           MOVE WS-DL-QTD (WS-DL-IDX) TO WS-QTD-EDIT.
           MOVE WS-DL-PRECO-UNIT (WS-DL-IDX) TO WS-PRECO-EDIT.
           COMPUTE WS-VALOR-EDIT = WS-DL-QTD (WS-DL-IDX)
                                 * WS-DL-PRECO-UNIT (WS-DL-IDX).
           MOVE SPACES TO WS-NOTA-LINHA.
           STRING WS-DL-PRODUTO (WS-DL-IDX) "   "
                  WS-DL-LOTE (WS-DL-IDX) "  "
                  WS-QTD-EDIT "     "
                  WS-PRECO-EDIT "  "
                  WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-NOTA-LINHA
           END-STRING.
           WRITE WS-NOTA-LINHA.

       FINALIZAR    SECTION.
           CLOSE PEDCOMPRA.
           CLOSE FORNECEDORES.
           CLOSE ESTOQUE.

           DISPLAY "DEVOLUCOES GRAVADAS: " WS-TOT-DOCUMENTOS.
           IF WS-TOT-DOCUMENTOS NOT EQUAL ZEROS
              DISPLAY "USE O 8-ESTPOST PARA BAIXAR DO ESTOQUE."
              DISPLAY "NOTAS DE DEBITO EM NOTAS.DEBITO.TXT"
           END-IF.
       END PROGRAM 8-DEVFORN.
