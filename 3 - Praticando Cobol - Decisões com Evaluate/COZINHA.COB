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

           SELECT PREPARO ASSIGN TO "..\DADOS\PREPARO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           SELECT MOVIMENTOS ASSIGN TO "..\DADOS\ESTOQMOV.PENDENTES"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT MENSAGENS ASSIGN TO "..\DADOS\MENSAGENS.SAIDA.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MSG.

           SELECT ARQCONSENT ASSIGN TO "..\DADOS\ARQCONSENT.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-CONSENT
           RECORD KEY IS WS-CONSENT-CHAVE.

           SELECT ESTLOCAL ASSIGN TO "..\DADOS\ESTLOCAL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ESTLOCAL.

           SELECT SEPARACAO ASSIGN TO "..\DADOS\SEPARACAO.COZINHA.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEP.

           SELECT VALES ASSIGN TO "..\DADOS\VALES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-VALES
           RECORD KEY IS WS-VALE-CODIGO.

           SELECT VALEMOV ASSIGN TO "..\DADOS\VALEMOV.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VALEMOV.
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

      *------------------- TEMPOS REAIS DE PREPARO --------------------*
      *  UMA LINHA POR PEDIDO QUE FICOU PRONTO; E DAQUI QUE O         *
      *  PEDIDO-IF TIRA A MEDIA PARA PROMETER TEMPO AO CLIENTE        *
           05 WS-MOV-DOCUMENTO      PIC X(10).
           05 WS-MOV-CUSTO-UNIT     PIC 9(05)V99.

      *------------------- AVISOS AO CLIENTE POR SMS/WHATSAPP ---------*
      *  O GATEWAY DE MENSAGENS RECOLHE ESTE ARQUIVO; OS RECIBOS DE   *
      *  ENTREGA VOLTAM PELO MSGRECIBO. MESMO LEIAUTE DO DESPACHO     *
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

      *------------------- SALDO POR ENDERECO (VER 8-LOCAIS) ----------*
       FD  ESTLOCAL.
       01  WS-EL-REG.
           05 WS-EL-DEPOSITO           PIC X(10).
           05 WS-EL-ENDERECO.
              10 WS-EL-RUA             PIC X(02).
              10 WS-EL-PRATELEIRA      PIC 9(02).
              10 WS-EL-NIVEL           PIC 9(02).
           05 WS-EL-PRODUTO            PIC 9(06).
           05 WS-EL-QTD                PIC 9(05).

      *------------------- LISTAS DE SEPARACAO DA COZINHA -------------*
       FD  SEPARACAO.
       01  WS-SEP-LINHA                PIC X(80).

      *------------------- (VER VALECAD) ------------------------------*
       FD  VALES.
       01  WS-VALE-REG.
           05 WS-VALE-CODIGO           PIC X(12).
           05 WS-VALE-TIPO             PIC X(01).
              88 WS-VALE-PRESENTE          VALUE 'G'.
              88 WS-VALE-PERCENTUAL        VALUE 'P'.
           05 WS-VALE-VALOR            PIC 9(05)V99.
           05 WS-VALE-PERCENTUAL-DESC  PIC 9(02).
           05 WS-VALE-SALDO            PIC 9(05)V99.
           05 WS-VALE-EMISSAO          PIC 9(08).
           05 WS-VALE-VALIDADE         PIC 9(08).
           05 WS-VALE-USO              PIC X(01).
           05 WS-VALE-USOS             PIC 9(04).
           05 WS-VALE-SITUACAO         PIC X(01).
              88 WS-VALE-ESGOTADO          VALUE 'E'.
           05 WS-VALE-CAMPANHA         PIC X(06).
           05 WS-VALE-CLIENTE-ID       PIC 9(09).

      *------------------- (VER VALECAD) ------------------------------*
       FD  VALEMOV.
       01  WS-VMV-REG.
           05 WS-VMV-CODIGO            PIC X(12).
           05 WS-VMV-DATA              PIC 9(08).
           05 WS-VMV-MOVIMENTO         PIC X(01).
           05 WS-VMV-PEDIDO            PIC 9(08).
           05 WS-VMV-VALOR             PIC 9(05)V99.
           05 WS-VMV-SALDO             PIC 9(05)V99.
           05 WS-VMV-FORMA             PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-FS-PEDIDOS                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDITENS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-PREPARO                PIC 9(02) VALUE ZEROS.
       01 WS-FS-RECEITAS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOV                    PIC 9(02) VALUE ZEROS.
       01 WS-FS-MSG                    PIC 9(02) VALUE ZEROS.
       01 WS-FS-CONSENT                PIC 9(02) VALUE ZEROS.
       01 WS-FS-ESTLOCAL               PIC 9(02) VALUE ZEROS.
       01 WS-FS-SEP                    PIC 9(02) VALUE ZEROS.
       01 WS-FS-VALES                  PIC 9(02) VALUE ZEROS.
       01 WS-FS-VALEMOV                PIC 9(02) VALUE ZEROS.
       01 WS-PODE-AVISAR               PIC X(01) VALUE 'N'.

      *------------------- BAIXA DOS INGREDIENTES DO PEDIDO -----------*
      *  AO FICAR PRONTO, CADA LINHA DA FICHA TECNICA QUE CASA COM O  *
       01 WS-DEPOSITO-COZINHA          PIC X(10) VALUE "COZINHA".
       01 WS-TOT-BAIXADOS              PIC 9(03) VALUE 0.
       01 WS-RECEITA-CASA              PIC X(01) VALUE 'N'.
       01 WS-BAIXA-QTD                 PIC 9(05) VALUE 0.

      *------------------- ITENS DO PEDIDO EM MEMORIA -----------------*
      *  PEDIDO SEM LINHAS NO PEDITENS (ANTERIOR AOS ITENS) VALE COMO *
      *  UM ITEM SO, COM A PIZZA DO CABECALHO                         *
       01 WS-TEM-ITENS                 PIC X(01) VALUE 'N'.
       01 WS-LIN-TAB.
           05 WS-LIN OCCURS 20 TIMES.
              10 WS-LIN-TIPO           PIC X(01).
              10 WS-LIN-NOME           PIC X(12).
              10 WS-LIN-TAMANHO        PIC X(01).
              10 WS-LIN-QUEIJO         PIC X(01).
              10 WS-LIN-BORDA          PIC X(01).
              10 WS-LIN-QTD            PIC 9(03).
       01 WS-LIN-ITENS                 PIC 9(02) VALUE 0.
       01 WS-LIN-IDX                   PIC 9(02) VALUE 0.

      *------------------- SEPARACAO NA ORDEM DOS ENDERECOS -----------*
      *  AS LINHAS BAIXADAS SAEM DOS ENDERECOS DA COZINHA NO          *
      *  ESTLOCAL.DAT, DO MENOR PARA O MAIOR, E A LISTA E IMPRESSA    *
      *  NA ORDEM DE CAMINHADA (RUA, PRATELEIRA, NIVEL)               *
       01 WS-ING-TAB.
           05 WS-ING OCCURS 30 TIMES.
              10 WS-ING-PRODUTO        PIC 9(06).
              10 WS-ING-QTD            PIC 9(05).
       01 WS-ING-ITENS                 PIC 9(02) VALUE 0.
       01 WS-ING-IDX                   PIC 9(02) VALUE 0.

       01 WS-ELT-TAB.
           05 WS-ELT OCCURS 500 TIMES.
              10 WS-ELT-DEPOSITO       PIC X(10).
              10 WS-ELT-ENDERECO       PIC X(06).
              10 WS-ELT-PRODUTO        PIC 9(06).
              10 WS-ELT-QTD            PIC 9(05).
       01 WS-ELT-ITENS                 PIC 9(03) VALUE 0.
       01 WS-ELT-ESTOURO               PIC X(01) VALUE 'N'.
       01 WS-ELT-IDX                   PIC 9(03) VALUE 0.
       01 WS-ELT-ACHADO                PIC 9(03) VALUE 0.

       01 WS-SEP-TAB.
           05 WS-SEP OCCURS 60 TIMES.
              10 WS-SEP-CHAVE.
                 15 WS-SEP-ENDERECO    PIC X(06).
                 15 WS-SEP-PRODUTO     PIC 9(06).
              10 WS-SEP-QTD            PIC 9(05).
       01 WS-SEP-ITENS                 PIC 9(02) VALUE 0.
       01 WS-SEP-IDX                   PIC 9(02) VALUE 0.
       01 WS-SEP-SEG                   PIC 9(02) VALUE 0.
       01 WS-SEP-AUX                   PIC X(17) VALUE SPACES.
       01 WS-SEP-END-EDIT              PIC X(08) VALUE SPACES.
       01 WS-FALTA                     PIC 9(05) VALUE 0.
       01 WS-PEGA                      PIC 9(05) VALUE 0.
       01 WS-TROCOU                    PIC X(01) VALUE 'N'.

      *------------------- CONTAGEM REGRESSIVA DA PROMESSA ------------*
       01 WS-AGORA-MIN                 PIC 9(09) COMP VALUE 0.
       01 WS-MOTIVO                    PIC X(30) VALUE SPACES.
       01 WS-TOT-ABERTOS               PIC 9(04) VALUE 0.
       01 WS-SITUACAO-TEXTO            PIC X(12) VALUE SPACES.

      *------------------- CANCELAMENTO DO DOCUMENTO FISCAL -----------*
      *  MESMA SERIE E LOJA DO PEDIDO-IF; O 11-DOCFIS ACHA O          *
      *  DOCUMENTO PELO NUMERO DO PEDIDO E GRAVA O CANCELAMENTO       *
       01 WS-SERIE-PIZZARIA            PIC X(03) VALUE "002".
       01 WS-LOJA-PIZZARIA             PIC X(04) VALUE "PIZZ".
       01 WS-DOCFIS.
           05 WS-DF-OPERACAO           PIC X(01).
           05 WS-DF-SERIE              PIC X(03).
           05 WS-DF-LOJA               PIC X(04).
           05 WS-DF-DATA               PIC 9(08).
           05 WS-DF-TIPO-PESSOA        PIC X(01).
           05 WS-DF-CPF-CNPJ           PIC 9(14).
           05 WS-DF-REFERENCIA         PIC X(10).
           05 WS-DF-QTD-ITENS          PIC 9(02).
           05 WS-DF-ITEM OCCURS 20 TIMES.
              10 WS-DF-PRODUTO         PIC 9(06).
              10 WS-DF-QTD             PIC 9(05).
              10 WS-DF-VALOR           PIC 9(07)V99.
           05 WS-DF-NUMERO             PIC 9(08).
           05 WS-DF-ICMS-TOTAL         PIC 9(07)V99.
           05 WS-DF-RETORNO            PIC X(01).
              88 WS-DF-EMITIDO            VALUE 'S'.
              88 WS-DF-RECUSADO           VALUE 'N'.
           05 WS-DF-MENSAGEM           PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              STOP RUN
           END-IF.

           OPEN INPUT PEDITENS.
           IF WS-FS-PEDITENS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-ITENS
           END-IF.

       PROCESSAR    SECTION.
           DISPLAY "FILA DA COZINHA".
           DISPLAY "---------------".
              PERFORM CALCULAR-RESTANTES
              DISPLAY WS-PEDIDO-NUMERO " " WS-PEDIDO-DATAHORA
                      " " WS-SITUACAO-TEXTO
              PERFORM CARREGAR-ITENS
              MOVE 0 TO WS-LIN-IDX
              PERFORM EXIBIR-UM-ITEM
                 UNTIL WS-LIN-IDX NOT < WS-LIN-ITENS
              IF WS-PEDIDO-PROMETIDO NUMERIC
                 AND WS-PEDIDO-PROMETIDO > 0
                 IF WS-RESTANTES < 0
           END-IF.
           READ PEDIDOS NEXT RECORD.

       EXIBIR-UM-ITEM    SECTION.
           ADD 1 TO WS-LIN-IDX.
           IF WS-LIN-TIPO (WS-LIN-IDX) EQUAL 'B'
              DISPLAY "   " WS-LIN-QTD (WS-LIN-IDX) " X "
                      FUNCTION TRIM(WS-LIN-NOME (WS-LIN-IDX))
           ELSE
              DISPLAY "   " WS-LIN-QTD (WS-LIN-IDX) " X "
                      FUNCTION TRIM(WS-LIN-NOME (WS-LIN-IDX))
                      " " WS-LIN-TAMANHO (WS-LIN-IDX)
                      " QUEIJO " WS-LIN-QUEIJO (WS-LIN-IDX)
                      " BORDA " WS-LIN-BORDA (WS-LIN-IDX)
           END-IF.

      *------------------- ITENS DO PEDIDO CORRENTE -------------------*
      *  O DESCONTO DE COMBO NAO VAI PARA A COZINHA                   *
       CARREGAR-ITENS    SECTION.
           MOVE 0 TO WS-LIN-ITENS.
           IF WS-TEM-ITENS NOT EQUAL 'S'
              GO TO CARREGAR-ITENS-CABECALHO
           END-IF.
           MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM GUARDAR-UM-ITEM
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO.
           MOVE ZEROS TO WS-FS-PEDITENS.

       CARREGAR-ITENS-CABECALHO.
           IF WS-LIN-ITENS EQUAL 0
              MOVE 1                      TO WS-LIN-ITENS
              MOVE 'P'                    TO WS-LIN-TIPO    (1)
              MOVE WS-PEDIDO-MASSA        TO WS-LIN-NOME    (1)
              MOVE WS-PEDIDO-TAMANHO      TO WS-LIN-TAMANHO (1)
              MOVE WS-PEDIDO-EXTRA-QUEIJO TO WS-LIN-QUEIJO  (1)
              MOVE WS-PEDIDO-EXTRA-BORDA  TO WS-LIN-BORDA   (1)
              MOVE 1                      TO WS-LIN-QTD     (1)
           END-IF.

       GUARDAR-UM-ITEM    SECTION.
           IF NOT WS-PITEM-DESCONTO
              AND NOT WS-PITEM-ENTREGA
              AND NOT WS-PITEM-CUPOM
              AND NOT WS-PITEM-VALE-PRESENTE
              AND WS-LIN-ITENS < 20
              ADD 1 TO WS-LIN-ITENS
              MOVE WS-PITEM-TIPO    TO WS-LIN-TIPO    (WS-LIN-ITENS)
              MOVE WS-PITEM-NOME    TO WS-LIN-NOME    (WS-LIN-ITENS)
              MOVE WS-PITEM-TAMANHO TO WS-LIN-TAMANHO (WS-LIN-ITENS)
              MOVE WS-PITEM-EXTRA-QUEIJO
                                    TO WS-LIN-QUEIJO  (WS-LIN-ITENS)
              MOVE WS-PITEM-EXTRA-BORDA
                                    TO WS-LIN-BORDA   (WS-LIN-ITENS)
              MOVE WS-PITEM-QTD     TO WS-LIN-QTD     (WS-LIN-ITENS)
           END-IF.
           READ PEDITENS NEXT RECORD.

      *------------------- MINUTOS ATE A PROMESSA VENCER --------------*
       CALCULAR-RESTANTES    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-WRK.
           END-EVALUATE.

           REWRITE WS-PEDIDO-REG.
           IF WS-FS-PEDIDOS EQUAL ZEROS OR WS-FS-PEDIDOS EQUAL 02
              PERFORM TRADUZIR-SITUACAO
              DISPLAY "PEDIDO " WS-NUMERO " AGORA: "
                      WS-SITUACAO-TEXTO
              IF WS-PEDIDO-PRONTO
                 MOVE "PRNT" TO WS-MSG-MODELO
                 PERFORM AVISAR-CLIENTE
              END-IF
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-PEDIDOS
           END-IF.
           MOVE 'C'       TO WS-PEDIDO-SITUACAO.
           MOVE WS-MOTIVO TO WS-PEDIDO-MOTIVO-CANC.
           REWRITE WS-PEDIDO-REG.
           IF WS-FS-PEDIDOS EQUAL ZEROS OR WS-FS-PEDIDOS EQUAL 02
              DISPLAY "PEDIDO " WS-NUMERO " CANCELADO"
              PERFORM CANCELAR-DOCUMENTO-FISCAL
              PERFORM ESTORNAR-VALES
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-PEDIDOS
           END-IF.
       CANCELAR-PEDIDO-FIM.
           EXIT.

      *------------------- CANCELAMENTO NO REGISTRO FISCAL ------------*
      *  PEDIDO SEM VALOR (PAGO TODO EM PONTOS) NAO TEVE DOCUMENTO    *
       CANCELAR-DOCUMENTO-FISCAL    SECTION.
           MOVE 'C'                TO WS-DF-OPERACAO.
           MOVE WS-SERIE-PIZZARIA  TO WS-DF-SERIE.
           MOVE WS-LOJA-PIZZARIA   TO WS-DF-LOJA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DF-DATA.
           MOVE SPACES             TO WS-DF-REFERENCIA.
           MOVE WS-PEDIDO-NUMERO   TO WS-DF-REFERENCIA (1:8).
           MOVE ZEROS              TO WS-DF-NUMERO.
           CALL "11-DOCFIS" USING WS-DOCFIS.
           IF WS-DF-EMITIDO
              DISPLAY "DOCUMENTO FISCAL " WS-DF-SERIE "/"
                      WS-DF-NUMERO " CANCELADO"
           ELSE
              DISPLAY "REGISTRO FISCAL: " WS-DF-MENSAGEM
           END-IF.

      *------------------- DEVOLVE O VALE USADO NO PEDIDO -------------*
      *  VALE-PRESENTE (LINHA 'G') RECEBE O VALOR DE VOLTA NO SALDO;  *
      *  CUPOM (LINHA 'V') DE USO UNICO VOLTA A VALER. VALE CANCELADO *
      *  NO VALECAD CONTINUA CANCELADO                                *
       ESTORNAR-VALES    SECTION.
           IF WS-TEM-ITENS NOT EQUAL 'S'
              GO TO ESTORNAR-VALES-FIM
           END-IF.
           MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM ESTORNAR-UMA-LINHA
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO.
           MOVE ZEROS TO WS-FS-PEDITENS.

       ESTORNAR-VALES-FIM.
           EXIT.

       ESTORNAR-UMA-LINHA    SECTION.
           IF NOT WS-PITEM-CUPOM AND NOT WS-PITEM-VALE-PRESENTE
              GO TO ESTORNAR-UMA-LINHA-FIM
           END-IF.
           OPEN I-O VALES.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "SEM CADASTRO DE VALES - VALE " WS-PITEM-NOME
                      " NAO ESTORNADO"
              GO TO ESTORNAR-UMA-LINHA-FIM
           END-IF.
           MOVE WS-PITEM-NOME TO WS-VALE-CODIGO.
           READ VALES KEY IS WS-VALE-CODIGO.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "VALE " WS-PITEM-NOME " NAO ENCONTRADO - "
                      "NAO ESTORNADO"
              CLOSE VALES
              GO TO ESTORNAR-UMA-LINHA-FIM
           END-IF.

           IF WS-VALE-PRESENTE
              ADD WS-PITEM-VALOR TO WS-VALE-SALDO
           END-IF.
           IF WS-VALE-ESGOTADO
              MOVE 'A' TO WS-VALE-SITUACAO
           END-IF.
           IF WS-VALE-USOS > 0
              SUBTRACT 1 FROM WS-VALE-USOS
           END-IF.
           REWRITE WS-VALE-REG.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO VALE " WS-FS-VALES
              CLOSE VALES
              GO TO ESTORNAR-UMA-LINHA-FIM
           END-IF.
           CLOSE VALES.

           OPEN EXTEND VALEMOV.
           IF WS-FS-VALEMOV EQUAL 35
              OPEN OUTPUT VALEMOV
           END-IF.
           MOVE WS-VALE-CODIGO   TO WS-VMV-CODIGO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-VMV-DATA.
           MOVE 'X'              TO WS-VMV-MOVIMENTO.
           MOVE WS-PEDIDO-NUMERO TO WS-VMV-PEDIDO.
           MOVE WS-PITEM-VALOR   TO WS-VMV-VALOR.
           MOVE WS-VALE-SALDO    TO WS-VMV-SALDO.
           MOVE SPACES           TO WS-VMV-FORMA.
           WRITE WS-VMV-REG.
           CLOSE VALEMOV.
           DISPLAY "VALE " WS-VALE-CODIGO " ESTORNADO".

       ESTORNAR-UMA-LINHA-FIM.
           READ PEDITENS NEXT RECORD.

      *------------------- GUARDA O TEMPO REAL DE PREPARO -------------*
       ANOTAR-PREPARO    SECTION.
           PERFORM CALCULAR-RESTANTES.
      *------------------- SAIDAS DA FICHA TECNICA NO DIARIO ----------*
       BAIXAR-INGREDIENTES    SECTION.
           MOVE 0 TO WS-TOT-BAIXADOS.
           MOVE 0 TO WS-ING-ITENS.
           PERFORM CARREGAR-ITENS.

           OPEN INPUT RECEITAS.
           IF WS-FS-RECEITAS NOT EQUAL ZEROS
              DISPLAY "INGREDIENTES BAIXADOS NO DIARIO: "
                      WS-TOT-BAIXADOS
              DISPLAY "(EFETIVAR COM O 8-ESTPOST)"
              PERFORM SEPARAR-INGREDIENTES
           END-IF.

       BAIXAR-INGREDIENTES-FIM.
           EXIT.

      *    A LINHA DA FICHA SAI UMA VEZ SO, COM A SOMA DE TODOS OS
      *    ITENS DO PEDIDO QUE A USAM
       BAIXAR-UMA-LINHA    SECTION.
           MOVE 0 TO WS-BAIXA-QTD.
           MOVE 0 TO WS-LIN-IDX.
           PERFORM CASAR-RECEITA-ITEM
              UNTIL WS-LIN-IDX NOT < WS-LIN-ITENS.

           IF WS-BAIXA-QTD > 0
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-MOV-DATA
              MOVE WS-DEPOSITO-COZINHA TO WS-MOV-DEPOSITO
              MOVE WS-REC-PRODUTO      TO WS-MOV-PRODUTO
              MOVE 'S'                 TO WS-MOV-TIPO
              MOVE WS-BAIXA-QTD        TO WS-MOV-QTD
              MOVE SPACES              TO WS-MOV-DOCUMENTO
              STRING "P" WS-PEDIDO-NUMERO DELIMITED BY SIZE
                     INTO WS-MOV-DOCUMENTO
              MOVE ZEROS               TO WS-MOV-CUSTO-UNIT
              WRITE WS-MOV-REG
              ADD 1 TO WS-TOT-BAIXADOS
              IF WS-ING-ITENS < 30
                 ADD 1 TO WS-ING-ITENS
                 MOVE WS-REC-PRODUTO TO WS-ING-PRODUTO (WS-ING-ITENS)
                 MOVE WS-BAIXA-QTD   TO WS-ING-QTD (WS-ING-ITENS)
              END-IF
           END-IF.
           READ RECEITAS.

       CASAR-RECEITA-ITEM    SECTION.
           ADD 1 TO WS-LIN-IDX.
           MOVE 'N' TO WS-RECEITA-CASA.

           IF WS-REC-ITEM EQUAL WS-LIN-NOME (WS-LIN-IDX)
              AND (WS-REC-TAMANHO EQUAL SPACES
                   OR WS-REC-TAMANHO EQUAL WS-LIN-TAMANHO (WS-LIN-IDX))
              MOVE 'S' TO WS-RECEITA-CASA
           END-IF.
           IF WS-REC-ITEM EQUAL "EXTRAQUEIJO"
              AND WS-LIN-QUEIJO (WS-LIN-IDX) EQUAL 'S'
              MOVE 'S' TO WS-RECEITA-CASA
           END-IF.
           IF WS-REC-ITEM EQUAL "EXTRABORDA"
              AND WS-LIN-BORDA (WS-LIN-IDX) EQUAL 'S'
              MOVE 'S' TO WS-RECEITA-CASA
           END-IF.

           IF WS-RECEITA-CASA EQUAL 'S'
              COMPUTE WS-BAIXA-QTD = WS-BAIXA-QTD
                      + WS-REC-QTD * WS-LIN-QTD (WS-LIN-IDX)
           END-IF.

      *------------------- LISTA DE SEPARACAO DO PEDIDO ---------------*
       SEPARAR-INGREDIENTES    SECTION.
           MOVE 0   TO WS-ELT-ITENS.
           MOVE 'N' TO WS-ELT-ESTOURO.
           OPEN INPUT ESTLOCAL.
           IF WS-FS-ESTLOCAL EQUAL ZEROS
              READ ESTLOCAL
              PERFORM CARREGAR-UM-ENDERECO
                 UNTIL WS-FS-ESTLOCAL NOT EQUAL ZEROS
              CLOSE ESTLOCAL
           END-IF.

           MOVE 0 TO WS-SEP-ITENS.
           MOVE 0 TO WS-ING-IDX.
           PERFORM SEPARAR-UM-INGREDIENTE
              UNTIL WS-ING-IDX NOT < WS-ING-ITENS.

           PERFORM ORDENAR-SEPARACAO.

           OPEN EXTEND SEPARACAO.
           IF WS-FS-SEP EQUAL 35
              OPEN OUTPUT SEPARACAO
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-WRK.
           MOVE SPACES TO WS-SEP-LINHA.
           STRING "SEPARACAO DO PEDIDO " WS-PEDIDO-NUMERO
                  " EM " WS-DATA-WRK
                  DELIMITED BY SIZE INTO WS-SEP-LINHA
           END-STRING.
           DISPLAY WS-SEP-LINHA.
           WRITE WS-SEP-LINHA.
           MOVE "ENDERECO PRODUTO QUANTIDADE" TO WS-SEP-LINHA.
           DISPLAY WS-SEP-LINHA.
           WRITE WS-SEP-LINHA.
           MOVE 0 TO WS-SEP-IDX.
           PERFORM IMPRIMIR-UMA-SEPARACAO
              UNTIL WS-SEP-IDX NOT < WS-SEP-ITENS.
           CLOSE SEPARACAO.

           IF WS-ELT-ESTOURO EQUAL 'S'
      *       REGRAVAR A PARTIR DA TABELA CHEIA APAGARIA AS LINHAS
      *       EXCEDENTES: A LISTA SAI, O SALDO POR ENDERECO NAO MUDA
              DISPLAY "ESTLOCAL.DAT MAIOR QUE A TABELA (500) - "
                      "SALDO POR ENDERECO NAO BAIXADO"
              GO TO SEPARAR-INGREDIENTES-FIM
           END-IF.
           IF WS-ELT-ITENS EQUAL ZEROS
              GO TO SEPARAR-INGREDIENTES-FIM
           END-IF.

           OPEN OUTPUT ESTLOCAL.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM REGRAVAR-UM-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.
           CLOSE ESTLOCAL.

       SEPARAR-INGREDIENTES-FIM.
           EXIT.

       CARREGAR-UM-ENDERECO    SECTION.
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

      *    TIRA DO MENOR ENDERECO COM SALDO ATE COMPLETAR; O QUE
      *    NAO ACHAR ENDERECO SAI NA LISTA COMO "SEM END."
       SEPARAR-UM-INGREDIENTE    SECTION.
           ADD 1 TO WS-ING-IDX.
           MOVE WS-ING-QTD (WS-ING-IDX) TO WS-FALTA.
           MOVE 1 TO WS-ELT-ACHADO.
           PERFORM PEGAR-DO-MENOR-ENDERECO
              UNTIL WS-FALTA EQUAL ZEROS
                 OR WS-ELT-ACHADO EQUAL 0.

           IF WS-FALTA > ZEROS
              MOVE WS-FALTA    TO WS-PEGA
              PERFORM GUARDAR-SEPARACAO
           END-IF.

       PEGAR-DO-MENOR-ENDERECO    SECTION.
           MOVE 0 TO WS-ELT-ACHADO.
           MOVE 0 TO WS-ELT-IDX.
           PERFORM PROCURAR-MENOR-ENDERECO
              UNTIL WS-ELT-IDX NOT < WS-ELT-ITENS.
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

       PROCURAR-MENOR-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-DEPOSITO (WS-ELT-IDX) EQUAL WS-DEPOSITO-COZINHA
              AND WS-ELT-PRODUTO (WS-ELT-IDX) EQUAL
                  WS-ING-PRODUTO (WS-ING-IDX)
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
           IF WS-SEP-ITENS NOT < 60
              GO TO GUARDAR-SEPARACAO-FIM
           END-IF.
           ADD 1 TO WS-SEP-ITENS.
           IF WS-FALTA > ZEROS AND WS-ELT-ACHADO EQUAL 0
              MOVE HIGH-VALUES TO WS-SEP-ENDERECO (WS-SEP-ITENS)
           ELSE
              MOVE WS-ELT-ENDERECO (WS-ELT-ACHADO)
                TO WS-SEP-ENDERECO (WS-SEP-ITENS)
           END-IF.
           MOVE WS-ING-PRODUTO (WS-ING-IDX)
             TO WS-SEP-PRODUTO (WS-SEP-ITENS).
           MOVE WS-PEGA TO WS-SEP-QTD (WS-SEP-ITENS).

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

       IMPRIMIR-UMA-SEPARACAO    SECTION.
           ADD 1 TO WS-SEP-IDX.
           IF WS-SEP-ENDERECO (WS-SEP-IDX) EQUAL HIGH-VALUES
              MOVE "SEM END." TO WS-SEP-END-EDIT
           ELSE
              MOVE WS-SEP-ENDERECO (WS-SEP-IDX) TO WS-SEP-END-EDIT
           END-IF.
           MOVE SPACES TO WS-SEP-LINHA.
           STRING WS-SEP-END-EDIT " "
                  WS-SEP-PRODUTO (WS-SEP-IDX) " "
                  WS-SEP-QTD (WS-SEP-IDX)
                  DELIMITED BY SIZE INTO WS-SEP-LINHA
           END-STRING.
           DISPLAY WS-SEP-LINHA.
           WRITE WS-SEP-LINHA.

      *    SALDO ZERADO NAO VOLTA PARA O ARQUIVO
       REGRAVAR-UM-ENDERECO    SECTION.
           ADD 1 TO WS-ELT-IDX.
           IF WS-ELT-QTD (WS-ELT-IDX) > ZEROS
              MOVE WS-ELT-DEPOSITO (WS-ELT-IDX) TO WS-EL-DEPOSITO
              MOVE WS-ELT-ENDERECO (WS-ELT-IDX) TO WS-EL-ENDERECO
              MOVE WS-ELT-PRODUTO (WS-ELT-IDX)  TO WS-EL-PRODUTO
              MOVE WS-ELT-QTD (WS-ELT-IDX)      TO WS-EL-QTD
              WRITE WS-EL-REG
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
           IF WS-TEM-ITENS EQUAL 'S'
              CLOSE PEDITENS
           END-IF.
       END PROGRAM COZINHA.
