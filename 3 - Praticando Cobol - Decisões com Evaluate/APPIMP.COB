      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. APPIMP.
      *-----------------------------------------------------------------
      *  IMPORTACAO DOS PEDIDOS DOS APLICATIVOS DE ENTREGA: LE O
      *  ARQUIVO DE PEDIDOS QUE O APLICATIVO DEIXA NA PASTA APLICATIVO,
      *  TRADUZ CADA PRODUTO PELO DE-PARA (PRECOCAD OPCAO 6), PRECIFICA
      *  PELA NOSSA TABELA VIGENTE E GRAVA O PEDIDO JA RECEBIDO, NA
      *  FILA DA COZINHA, COM AS LINHAS NO PEDITENS.DAT. O CANAL, O
      *  NUMERO DO PEDIDO NO APLICATIVO, A COMISSAO E O LIQUIDO QUE O
      *  APLICATIVO VAI REPASSAR FICAM NO PEDCANAL.DAT PARA A
      *  CONCILIACAO DO REPASSE (APPREPASSE).
      *  O AGENDADOR RODA O PROGRAMA A CADA POUCOS MINUTOS SOBRE O
      *  MESMO ARQUIVO: PEDIDO QUE JA ESTA NO PEDCANAL E PULADO.
      *  PEDIDO QUE NAO FECHA (PRODUTO SEM DE-PARA, ITEM SEM PRECO,
      *  SEM ITENS, VALOR ACIMA DO LIMITE) VAI PARA A FILA DE REVISAO
      *  APPREV.DAT (APPREVWQ) E VOLTA A SER TENTADO NA PROXIMA RODADA
      *  DEPOIS DE ACERTADO O DE-PARA OU O PRECO.
      *  O VALOR DO PEDIDO E O DA NOSSA TABELA; O BRUTO COBRADO PELO
      *  APLICATIVO FICA NO PEDCANAL E A DIFERENCA SAI NO RESUMO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ENTRADA
           ASSIGN TO "..\DADOS\APLICATIVO\PEDIDOS.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENTRADA.

           SELECT DEPARA ASSIGN TO "..\DADOS\APPDEPARA.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEPARA.

           SELECT PRECOS ASSIGN TO "..\DADOS\PRECOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRECOS.

           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
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

           SELECT PEDIDOCTL ASSIGN TO "..\DADOS\PEDIDOCTL.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDIDOCTL
           RECORD KEY IS WS-CTL-CHAVE.

           SELECT PEDCANAL ASSIGN TO "..\DADOS\PEDCANAL.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDCANAL
           RECORD KEY IS WS-PCN-PEDIDO
           ALTERNATE RECORD KEY IS WS-PCN-CHAVE-APP.

           SELECT APPREV ASSIGN TO "..\DADOS\APPREV.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-APPREV
           RECORD KEY IS WS-REV-CHAVE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- ARQUIVO DE PEDIDOS DO APLICATIVO -----------*
      *  UMA LINHA 'H' POR PEDIDO SEGUIDA DAS LINHAS 'I' DOS PRODUTOS *
      *  DO MESMO PEDIDO. VALORES SEM VIRGULA, DUAS CASAS IMPLICITAS  *
       FD  ENTRADA.
       01  WS-APP-REG.
           05 WS-APP-TIPO              PIC X(01).
              88 WS-APP-CABECALHO          VALUE 'H'.
              88 WS-APP-ITEM               VALUE 'I'.
           05 WS-APP-CANAL             PIC X(04).
           05 WS-APP-PEDIDO            PIC X(20).
           05 WS-APP-DATAHORA          PIC X(14).
           05 WS-APP-TELEFONE          PIC X(15).
           05 WS-APP-BRUTO             PIC 9(05)V99.
           05 WS-APP-COMISSAO          PIC 9(05)V99.
           05 WS-APP-LIQUIDO           PIC 9(05)V99.
           05 WS-APP-PROMETIDO         PIC 9(04).
           05 FILLER                   PIC X(21).
       01  WS-APP-ITEM-REG.
           05 FILLER                   PIC X(25).
           05 WS-APP-CODIGO            PIC X(15).
           05 WS-APP-QTD               PIC 9(03).
           05 WS-APP-UNITARIO          PIC 9(04)V99.
           05 FILLER                   PIC X(51).

      *------------------- (VER PRECOCAD) -----------------------------*
       FD  DEPARA.
       01  WS-DEPARA-REG.
           05 WS-DPR-CANAL             PIC X(04).
           05 WS-DPR-CODIGO            PIC X(15).
           05 WS-DPR-TIPO              PIC X(01).
           05 WS-DPR-MASSA             PIC X(12).
           05 WS-DPR-TAMANHO           PIC X(01).
           05 WS-DPR-EXTRA-QUEIJO      PIC X(01).
           05 WS-DPR-EXTRA-BORDA       PIC X(01).

       FD  PRECOS.
       01  WS-PRC-REG.
           05 WS-PRC-TIPO              PIC X(01).
           05 WS-PRC-MASSA             PIC X(12).
           05 WS-PRC-TAMANHO           PIC X(01).
           05 WS-PRC-VIGENCIA          PIC 9(08).
           05 WS-PRC-VALOR             PIC 9(04)V99.

      *------------------- (VER PEDIDO-IF) ----------------------------*
       FD  PEDIDOS.
       01  WS-PEDIDO-REG.
           05 WS-PEDIDO-NUMERO         PIC 9(08).
           05 WS-PEDIDO-DATAHORA       PIC X(14).
           05 WS-PEDIDO-MASSA          PIC X(12).
           05 WS-PEDIDO-TAMANHO        PIC X(01).
           05 WS-PEDIDO-EXTRA-QUEIJO   PIC X(01).
           05 WS-PEDIDO-EXTRA-BORDA    PIC X(01).
           05 WS-PEDIDO-VALOR          PIC 9(04)V99.
           05 WS-PEDIDO-SITUACAO       PIC X(01).
           05 WS-PEDIDO-MOTIVO-CANC    PIC X(30).
           05 WS-PEDIDO-CLIENTE-ID     PIC 9(09).
           05 WS-PEDIDO-TELEFONE       PIC X(15).
           05 WS-PEDIDO-PROMETIDO      PIC 9(04).

       FD  PEDITENS.
       01  WS-PITEM-REG.
           05 WS-PITEM-CHAVE.
              10 WS-PITEM-PEDIDO       PIC 9(08).
              10 WS-PITEM-LINHA        PIC 9(02).
           05 WS-PITEM-TIPO            PIC X(01).
           05 WS-PITEM-NOME            PIC X(12).
           05 WS-PITEM-TAMANHO         PIC X(01).
           05 WS-PITEM-EXTRA-QUEIJO    PIC X(01).
           05 WS-PITEM-EXTRA-BORDA     PIC X(01).
           05 WS-PITEM-QTD             PIC 9(03).
           05 WS-PITEM-UNITARIO        PIC 9(04)V99.
           05 WS-PITEM-VALOR           PIC 9(05)V99.

       FD  PEDIDOCTL.
       01  WS-CTL-REG.
           05 WS-CTL-CHAVE              PIC X(01).
           05 WS-CTL-ULTIMO-PEDIDO      PIC 9(08).

      *------------------- PEDIDO DE APLICATIVO -----------------------*
      *  UM REGISTRO POR PEDIDO IMPORTADO. O REPASSE COMECA 'A'       *
      *  (AGUARDANDO) E O APPREPASSE PASSA PARA 'R' (REPASSADO) OU    *
      *  'D' (REPASSADO COM DIFERENCA)                                *
       FD  PEDCANAL.
       01  WS-PCN-REG.
           05 WS-PCN-PEDIDO            PIC 9(08).
           05 WS-PCN-CHAVE-APP.
              10 WS-PCN-CANAL          PIC X(04).
              10 WS-PCN-PEDIDO-APP     PIC X(20).
           05 WS-PCN-DATAHORA-APP      PIC X(14).
           05 WS-PCN-BRUTO             PIC 9(05)V99.
           05 WS-PCN-COMISSAO          PIC 9(05)V99.
           05 WS-PCN-LIQUIDO           PIC 9(05)V99.
           05 WS-PCN-REPASSE           PIC X(01).
              88 WS-PCN-AGUARDANDO         VALUE 'A'.
              88 WS-PCN-REPASSADO          VALUE 'R'.
              88 WS-PCN-DIVERGENTE         VALUE 'D'.
           05 WS-PCN-DATA-REPASSE      PIC 9(08).
           05 WS-PCN-VALOR-REPASSADO   PIC 9(05)V99.

      *------------------- FILA DE REVISAO DOS APLICATIVOS ------------*
      *  UM REGISTRO POR PEDIDO DO APLICATIVO QUE NAO ENTROU. 'P'     *
      *  PENDENTE, 'I' IMPORTADO NUMA RODADA SEGUINTE, 'D' DESCARTADO *
      *  PELO REVISOR (APPREVWQ) - DESCARTADO NAO E MAIS TENTADO      *
       FD  APPREV.
       01  WS-REV-REG.
           05 WS-REV-CHAVE.
              10 WS-REV-CANAL          PIC X(04).
              10 WS-REV-PEDIDO-APP     PIC X(20).
           05 WS-REV-DATAHORA          PIC X(14).
           05 WS-REV-TENTATIVAS        PIC 9(03).
           05 WS-REV-MOTIVO            PIC X(40).
           05 WS-REV-BRUTO             PIC 9(05)V99.
           05 WS-REV-SITUACAO          PIC X(01).
              88 WS-REV-PENDENTE           VALUE 'P'.
              88 WS-REV-IMPORTADO          VALUE 'I'.
              88 WS-REV-DESCARTADO         VALUE 'D'.
           05 WS-REV-REVISOR           PIC X(10).
           05 WS-REV-REV-DATAHORA      PIC X(14).
           05 WS-REV-PEDIDO            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-ENTRADA                PIC 9(02) VALUE ZEROS.
       01 WS-FS-DEPARA                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-PRECOS                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDIDOS                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDITENS               PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDIDOCTL              PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDCANAL               PIC 9(02) VALUE ZEROS.
       01 WS-FS-APPREV                 PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       01 WS-DATAHORA-AGORA            PIC X(14) VALUE SPACES.
       01 WS-NUMERO-PEDIDO             PIC 9(08) VALUE ZEROS.
       01 WS-MOTIVO                    PIC X(40) VALUE SPACES.
       01 WS-VALOR-EDIT                PIC ZZ.ZZ9,99.
       01 WS-DIF-EDIT                  PIC -ZZ.ZZ9,99.

      *------------------- PEDIDO DO APLICATIVO EM MONTAGEM -----------*
       01 WS-CAB-CANAL                 PIC X(04) VALUE SPACES.
       01 WS-CAB-PEDIDO                PIC X(20) VALUE SPACES.
       01 WS-CAB-DATAHORA              PIC X(14) VALUE SPACES.
       01 WS-CAB-TELEFONE              PIC X(15) VALUE SPACES.
       01 WS-CAB-BRUTO                 PIC 9(05)V99 VALUE ZEROS.
       01 WS-CAB-COMISSAO              PIC 9(05)V99 VALUE ZEROS.
       01 WS-CAB-LIQUIDO               PIC 9(05)V99 VALUE ZEROS.
       01 WS-CAB-PROMETIDO             PIC 9(04) VALUE ZEROS.
       01 WS-CAB-ESTOURO               PIC X(01) VALUE 'N'.
       01 WS-CAB-MISTURADO             PIC X(01) VALUE 'N'.
       01 WS-TABELA-APP.
           05 WS-API OCCURS 20 TIMES.
              10 WS-API-CODIGO         PIC X(15).
              10 WS-API-QTD            PIC 9(03).
       01 WS-API-ITENS                 PIC 9(02) COMP VALUE 0.
       01 WS-API-IDX                   PIC 9(02) COMP VALUE 0.

      *------------------- DE-PARA EM MEMORIA: VALE A ULTIMA LINHA ----*
       01 WS-TABELA-DEPARA.
           05 WS-DPT OCCURS 200 TIMES.
              10 WS-DPT-CANAL          PIC X(04).
              10 WS-DPT-CODIGO         PIC X(15).
              10 WS-DPT-TIPO           PIC X(01).
              10 WS-DPT-MASSA          PIC X(12).
              10 WS-DPT-TAMANHO        PIC X(01).
              10 WS-DPT-QUEIJO         PIC X(01).
              10 WS-DPT-BORDA          PIC X(01).
       01 WS-DPT-ITENS                 PIC 9(03) COMP VALUE 0.
       01 WS-DPT-IDX                   PIC 9(03) COMP VALUE 0.
       01 WS-DPT-ACHADO                PIC 9(03) COMP VALUE 0.
       01 WS-DPT-CHEIA                 PIC X(01) VALUE 'N'.

      *------------------- PRECOS VIGENTES (COMO NO PEDIDO-IF) --------*
       01 WS-TABELA-PRECO.
           05 WS-PRECO-ITEM OCCURS 40 TIMES.
              10 WS-PRECO-MASSA        PIC X(12).
              10 WS-PRECO-TAMANHO      PIC X(01).
              10 WS-PRECO-VALOR        PIC 9(04)V99.
              10 WS-PRECO-VIGENCIA     PIC 9(08).
       01 WS-PRECO-ITENS               PIC 9(02) COMP VALUE 0.
       01 WS-PRECO-IDX                 PIC 9(02) COMP VALUE 0.
       01 WS-PRECO-ACHADO              PIC 9(02) COMP VALUE 0.
       01 WS-VALOR-EXTRA-QUEIJO        PIC 9(04)V99 VALUE ZEROS.
       01 WS-VALOR-EXTRA-BORDA         PIC 9(04)V99 VALUE ZEROS.
       01 WS-VIG-QUEIJO                PIC 9(08) VALUE ZEROS.
       01 WS-VIG-BORDA                 PIC 9(08) VALUE ZEROS.
       01 WS-BUSCA-MASSA               PIC X(12) VALUE SPACES.
       01 WS-BUSCA-TAMANHO             PIC X(01) VALUE SPACES.

      *------------------- ITENS DO PEDIDO JA TRADUZIDOS --------------*
       01 WS-TABELA-ITENS.
           05 WS-ITM OCCURS 20 TIMES.
              10 WS-ITM-TIPO           PIC X(01).
              10 WS-ITM-NOME           PIC X(12).
              10 WS-ITM-TAMANHO        PIC X(01).
              10 WS-ITM-QUEIJO         PIC X(01).
              10 WS-ITM-BORDA          PIC X(01).
              10 WS-ITM-QTD            PIC 9(03).
              10 WS-ITM-UNITARIO       PIC 9(04)V99.
              10 WS-ITM-VALOR          PIC 9(05)V99.
       01 WS-ITM-ITENS                 PIC 9(02) COMP VALUE 0.
       01 WS-ITM-IDX                   PIC 9(02) COMP VALUE 0.
       01 WS-LINHA-PEDIDO              PIC 9(02) VALUE ZEROS.
       01 WS-TOTAL-PEDIDO              PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-MAXIMO              PIC 9(04)V99 VALUE 9999,99.
       01 WS-DIFERENCA                 PIC S9(06)V99 VALUE ZEROS.

      *------------------- RESUMO DOS ITENS PARA O CABECALHO ----------*
       01 WS-RES-MASSA                 PIC X(12) VALUE SPACES.
       01 WS-RES-TAMANHO               PIC X(01) VALUE SPACES.
       01 WS-RES-QUEIJO                PIC X(01) VALUE 'N'.
       01 WS-RES-BORDA                 PIC X(01) VALUE 'N'.
       01 WS-RES-PESO                  PIC 9(01) VALUE 0.
       01 WS-TAM-PESO                  PIC 9(01) VALUE 0.

      *------------------- TOTAIS DA RODADA ---------------------------*
       01 WS-TOT-LIDOS                 PIC 9(05) VALUE 0.
       01 WS-TOT-IMPORTADOS            PIC 9(05) VALUE 0.
       01 WS-TOT-JA-IMPORTADOS         PIC 9(05) VALUE 0.
       01 WS-TOT-REVISAO               PIC 9(05) VALUE 0.
       01 WS-TOT-DESCARTADOS           PIC 9(05) VALUE 0.
       01 WS-TOT-LINHAS-SOLTAS         PIC 9(05) VALUE 0.
       01 WS-TOT-DIFERENTES            PIC 9(05) VALUE 0.
       01 WS-TOT-VALOR                 PIC 9(07)V99 VALUE 0.
       01 WS-TOT-BRUTO                 PIC 9(07)V99 VALUE 0.
       01 WS-TOT-COMISSAO              PIC 9(07)V99 VALUE 0.
       01 WS-TOT-LIQUIDO               PIC 9(07)V99 VALUE 0.
       01 WS-TOTAL-EDIT                PIC Z.ZZZ.ZZ9,99.

      *------------------- DOCUMENTO FISCAL (VER PEDIDO-IF) -----------*
       01 WS-SERIE-PIZZARIA            PIC X(03) VALUE "002".
       01 WS-LOJA-PIZZARIA             PIC X(04) VALUE "PIZZ".
       01 WS-PRODUTO-PIZZA             PIC 9(06) VALUE 900001.
       01 WS-PRODUTO-BEBIDA            PIC 9(06) VALUE 900002.
       01 WS-FIS-PIZZAS                PIC 9(06)V99 VALUE ZEROS.
       01 WS-FIS-BEBIDAS               PIC 9(06)V99 VALUE ZEROS.
       01 WS-FIS-QTD-PIZZA             PIC 9(05) VALUE ZEROS.
       01 WS-FIS-QTD-BEBIDA            PIC 9(05) VALUE ZEROS.
       01 WS-DOCFIS.
           05 WS-DF-OPERACAO          PIC X(01).
           05 WS-DF-SERIE             PIC X(03).
           05 WS-DF-LOJA              PIC X(04).
           05 WS-DF-DATA              PIC 9(08).
           05 WS-DF-TIPO-PESSOA       PIC X(01).
           05 WS-DF-CPF-CNPJ          PIC 9(14).
           05 WS-DF-REFERENCIA        PIC X(10).
           05 WS-DF-QTD-ITENS         PIC 9(02).
           05 WS-DF-ITEM OCCURS 20 TIMES.
              10 WS-DF-PRODUTO        PIC 9(06).
              10 WS-DF-QTD            PIC 9(05).
              10 WS-DF-VALOR          PIC 9(07)V99.
           05 WS-DF-NUMERO            PIC 9(08).
           05 WS-DF-ICMS-TOTAL        PIC 9(07)V99.
           05 WS-DF-RETORNO           PIC X(01) VALUE 'N'.
              88 WS-DF-EMITIDO           VALUE 'S'.
              88 WS-DF-RECUSADO          VALUE 'N'.
           05 WS-DF-MENSAGEM          PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.

           READ ENTRADA.
           PERFORM TRATAR-UM-PEDIDO
              UNTIL WS-FS-ENTRADA NOT EQUAL ZEROS.

           PERFORM FINALIZAR.

           STOP RUN.

      *------------------- CARREGA AS TABELAS E ABRE OS ARQUIVOS ------*
       INICIAR    SECTION.
           DISPLAY "IMPORTACAO DOS PEDIDOS DOS APLICATIVOS".
           DISPLAY "--------------------------------------".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.

           OPEN INPUT ENTRADA.
           IF WS-FS-ENTRADA NOT EQUAL ZEROS
              DISPLAY "SEM ARQUIVO DO APLICATIVO - NADA A IMPORTAR"
              STOP RUN
           END-IF.

           PERFORM CARREGAR-DEPARA.
           PERFORM CARREGAR-PRECOS.

           OPEN I-O PEDIDOCTL.
           IF WS-FS-PEDIDOCTL EQUAL 35
              CLOSE PEDIDOCTL
              OPEN OUTPUT PEDIDOCTL
              MOVE "1" TO WS-CTL-CHAVE
              MOVE 0   TO WS-CTL-ULTIMO-PEDIDO
              WRITE WS-CTL-REG
              CLOSE PEDIDOCTL
              OPEN I-O PEDIDOCTL
           END-IF.
           IF WS-FS-PEDIDOCTL NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDIDOCTL " WS-FS-PEDIDOCTL
              STOP RUN
           END-IF.

           OPEN I-O PEDIDOS.
           IF WS-FS-PEDIDOS EQUAL 35
              CLOSE PEDIDOS
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN I-O PEDIDOS
           END-IF.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDIDOS " WS-FS-PEDIDOS
              STOP RUN
           END-IF.

           OPEN I-O PEDITENS.
           IF WS-FS-PEDITENS EQUAL 35
              CLOSE PEDITENS
              OPEN OUTPUT PEDITENS
              CLOSE PEDITENS
              OPEN I-O PEDITENS
           END-IF.
           IF WS-FS-PEDITENS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDITENS " WS-FS-PEDITENS
              STOP RUN
           END-IF.

           OPEN I-O PEDCANAL.
           IF WS-FS-PEDCANAL EQUAL 35
              CLOSE PEDCANAL
              OPEN OUTPUT PEDCANAL
              CLOSE PEDCANAL
              OPEN I-O PEDCANAL
           END-IF.
           IF WS-FS-PEDCANAL NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDCANAL " WS-FS-PEDCANAL
              STOP RUN
           END-IF.

           OPEN I-O APPREV.
           IF WS-FS-APPREV EQUAL 35
              CLOSE APPREV
              OPEN OUTPUT APPREV
              CLOSE APPREV
              OPEN I-O APPREV
           END-IF.
           IF WS-FS-APPREV NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO APPREV " WS-FS-APPREV
              STOP RUN
           END-IF.

      *------------------- DE-PARA DOS PRODUTOS DOS APLICATIVOS -------*
       CARREGAR-DEPARA    SECTION.
           OPEN INPUT DEPARA.
           IF WS-FS-DEPARA NOT EQUAL ZEROS
              DISPLAY "SEM APPDEPARA.DAT - TODOS OS PEDIDOS VAO PARA"
                      " A REVISAO"
              GO TO CARREGAR-DEPARA-FIM
           END-IF.
           READ DEPARA.
           PERFORM GUARDAR-UM-DEPARA
              UNTIL WS-FS-DEPARA NOT EQUAL ZEROS.
           CLOSE DEPARA.
           IF WS-DPT-CHEIA EQUAL 'S'
              DISPLAY "ATENCAO: APPDEPARA.DAT COM MAIS DE 200 "
                      "PRODUTOS - AMPLIE A TABELA DO APPIMP"
           END-IF.

       CARREGAR-DEPARA-FIM.
           EXIT.

      *    A LINHA MAIS NOVA DO MESMO CANAL/CODIGO SOBREPOE A ANTIGA
       GUARDAR-UM-DEPARA    SECTION.
           MOVE WS-DPR-CANAL  TO WS-CAB-CANAL.
           MOVE WS-DPR-CODIGO TO WS-API-CODIGO (1).
           MOVE 1             TO WS-API-IDX.
           PERFORM LOCALIZAR-DEPARA.
           IF WS-DPT-ACHADO EQUAL 0
              IF WS-DPT-ITENS < 200
                 ADD 1 TO WS-DPT-ITENS
                 MOVE WS-DPT-ITENS TO WS-DPT-ACHADO
              ELSE
                 MOVE 'S' TO WS-DPT-CHEIA
              END-IF
           END-IF.
           IF WS-DPT-ACHADO NOT EQUAL 0
              MOVE WS-DPR-CANAL   TO WS-DPT-CANAL   (WS-DPT-ACHADO)
              MOVE WS-DPR-CODIGO  TO WS-DPT-CODIGO  (WS-DPT-ACHADO)
              MOVE WS-DPR-TIPO    TO WS-DPT-TIPO    (WS-DPT-ACHADO)
              MOVE WS-DPR-MASSA   TO WS-DPT-MASSA   (WS-DPT-ACHADO)
              MOVE WS-DPR-TAMANHO TO WS-DPT-TAMANHO (WS-DPT-ACHADO)
              MOVE WS-DPR-EXTRA-QUEIJO
                TO WS-DPT-QUEIJO (WS-DPT-ACHADO)
              MOVE WS-DPR-EXTRA-BORDA
                TO WS-DPT-BORDA (WS-DPT-ACHADO)
           END-IF.
           READ DEPARA.

      *    PROCURA O CANAL DE WS-CAB-CANAL E O CODIGO DE WS-API-CODIGO
      *    DA POSICAO WS-API-IDX (NA CARGA, A POSICAO 1)
       LOCALIZAR-DEPARA    SECTION.
           MOVE 0 TO WS-DPT-ACHADO.
           MOVE 1 TO WS-DPT-IDX.
           PERFORM PROCURAR-DEPARA
              UNTIL WS-DPT-IDX > WS-DPT-ITENS
                 OR WS-DPT-ACHADO NOT EQUAL 0.

       PROCURAR-DEPARA    SECTION.
           IF WS-DPT-CANAL (WS-DPT-IDX) EQUAL WS-CAB-CANAL
              AND WS-DPT-CODIGO (WS-DPT-IDX)
                  EQUAL WS-API-CODIGO (WS-API-IDX)
              MOVE WS-DPT-IDX TO WS-DPT-ACHADO
           END-IF.
           ADD 1 TO WS-DPT-IDX.

      *------------------- PRECOS VIGENTES DO ARQUIVO -----------------*
      *  MESMA REGRA DO PEDIDO-IF: PARA CADA ITEM VALE A LINHA COM A  *
      *  MAIOR VIGENCIA QUE JA COMECOU. SEM PRECOS.DAT NAO HA SEMENTE *
      *  AQUI: O PEDIDO DO APLICATIVO VAI PARA A REVISAO              *
       CARREGAR-PRECOS    SECTION.
           OPEN INPUT PRECOS.
           IF WS-FS-PRECOS NOT EQUAL ZEROS
              DISPLAY "SEM PRECOS.DAT - TODOS OS PEDIDOS VAO PARA"
                      " A REVISAO"
              GO TO CARREGAR-PRECOS-FIM
           END-IF.
           READ PRECOS.
           PERFORM APLICAR-UMA-LINHA-PRECO
              UNTIL WS-FS-PRECOS NOT EQUAL ZEROS.
           CLOSE PRECOS.

       CARREGAR-PRECOS-FIM.
           EXIT.

       APLICAR-UMA-LINHA-PRECO    SECTION.
           IF WS-PRC-VIGENCIA > WS-DATA-HOJE
              GO TO APLICAR-UMA-LINHA-PRECO-FIM
           END-IF.

           IF WS-PRC-TIPO EQUAL 'E'
              IF WS-PRC-MASSA (1:6) EQUAL "QUEIJO"
                 AND WS-PRC-VIGENCIA NOT < WS-VIG-QUEIJO
                 MOVE WS-PRC-VALOR TO WS-VALOR-EXTRA-QUEIJO
                 MOVE WS-PRC-VIGENCIA TO WS-VIG-QUEIJO
              END-IF
              IF WS-PRC-MASSA (1:5) EQUAL "BORDA"
                 AND WS-PRC-VIGENCIA NOT < WS-VIG-BORDA
                 MOVE WS-PRC-VALOR TO WS-VALOR-EXTRA-BORDA
                 MOVE WS-PRC-VIGENCIA TO WS-VIG-BORDA
              END-IF
              GO TO APLICAR-UMA-LINHA-PRECO-FIM
           END-IF.

           MOVE WS-PRC-MASSA   TO WS-BUSCA-MASSA.
           MOVE WS-PRC-TAMANHO TO WS-BUSCA-TAMANHO.
           PERFORM LOCALIZAR-PRECO.
           IF WS-PRECO-ACHADO EQUAL 0
              AND WS-PRECO-ITENS < 40
              ADD 1 TO WS-PRECO-ITENS
              MOVE WS-PRECO-ITENS TO WS-PRECO-ACHADO
              MOVE WS-PRC-MASSA   TO WS-PRECO-MASSA (WS-PRECO-ACHADO)
              MOVE WS-PRC-TAMANHO
                TO WS-PRECO-TAMANHO (WS-PRECO-ACHADO)
              MOVE ZEROS TO WS-PRECO-VIGENCIA (WS-PRECO-ACHADO)
           END-IF.

           IF WS-PRECO-ACHADO NOT EQUAL 0
              AND WS-PRC-VIGENCIA NOT <
                  WS-PRECO-VIGENCIA (WS-PRECO-ACHADO)
              MOVE WS-PRC-VALOR
                TO WS-PRECO-VALOR (WS-PRECO-ACHADO)
              MOVE WS-PRC-VIGENCIA
                TO WS-PRECO-VIGENCIA (WS-PRECO-ACHADO)
           END-IF.

       APLICAR-UMA-LINHA-PRECO-FIM.
           READ PRECOS.

       LOCALIZAR-PRECO    SECTION.
           MOVE 1 TO WS-PRECO-IDX.
           MOVE 0 TO WS-PRECO-ACHADO.
           PERFORM PROCURAR-PRECO
               UNTIL WS-PRECO-IDX > WS-PRECO-ITENS
                  OR WS-PRECO-ACHADO NOT = 0.

       PROCURAR-PRECO    SECTION.
           IF WS-PRECO-MASSA (WS-PRECO-IDX)   EQUAL WS-BUSCA-MASSA
              AND WS-PRECO-TAMANHO (WS-PRECO-IDX) EQUAL WS-BUSCA-TAMANHO
              MOVE WS-PRECO-IDX TO WS-PRECO-ACHADO
           ELSE
              ADD 1 TO WS-PRECO-IDX
           END-IF.

      *------------------- UM PEDIDO DO APLICATIVO --------------------*
      *  JUNTA O CABECALHO E AS LINHAS 'I' QUE VEM LOGO ABAIXO DELE;  *
      *  LINHA 'I' SEM CABECALHO ANTES E CONTADA E DESPREZADA         *
       TRATAR-UM-PEDIDO    SECTION.
           IF NOT WS-APP-CABECALHO
              ADD 1 TO WS-TOT-LINHAS-SOLTAS
              READ ENTRADA
              GO TO TRATAR-UM-PEDIDO-FIM
           END-IF.

           ADD 1 TO WS-TOT-LIDOS.
           MOVE WS-APP-CANAL      TO WS-CAB-CANAL.
           MOVE WS-APP-PEDIDO     TO WS-CAB-PEDIDO.
           MOVE WS-APP-DATAHORA   TO WS-CAB-DATAHORA.
           MOVE WS-APP-TELEFONE   TO WS-CAB-TELEFONE.
           MOVE WS-APP-BRUTO      TO WS-CAB-BRUTO.
           MOVE WS-APP-COMISSAO   TO WS-CAB-COMISSAO.
           MOVE WS-APP-LIQUIDO    TO WS-CAB-LIQUIDO.
           MOVE WS-APP-PROMETIDO  TO WS-CAB-PROMETIDO.
           IF WS-CAB-PROMETIDO NOT NUMERIC
              MOVE ZEROS TO WS-CAB-PROMETIDO
           END-IF.
           MOVE 'N' TO WS-CAB-ESTOURO WS-CAB-MISTURADO.
           MOVE 0   TO WS-API-ITENS.

           READ ENTRADA.
           PERFORM GUARDAR-UM-PRODUTO
              UNTIL WS-FS-ENTRADA NOT EQUAL ZEROS
                 OR NOT WS-APP-ITEM.

           PERFORM IMPORTAR-PEDIDO.

       TRATAR-UM-PEDIDO-FIM.
           EXIT.

       GUARDAR-UM-PRODUTO    SECTION.
           IF WS-APP-CANAL NOT EQUAL WS-CAB-CANAL
              OR WS-APP-PEDIDO NOT EQUAL WS-CAB-PEDIDO
              MOVE 'S' TO WS-CAB-MISTURADO
           END-IF.
           IF WS-API-ITENS < 20
              ADD 1 TO WS-API-ITENS
              MOVE WS-APP-CODIGO TO WS-API-CODIGO (WS-API-ITENS)
              MOVE WS-APP-QTD    TO WS-API-QTD    (WS-API-ITENS)
              IF WS-APP-QTD NOT NUMERIC
                 OR WS-APP-QTD EQUAL ZEROS
                 MOVE 1 TO WS-API-QTD (WS-API-ITENS)
              END-IF
           ELSE
              MOVE 'S' TO WS-CAB-ESTOURO
           END-IF.
           READ ENTRADA.

      *------------------- TRADUZ, PRECIFICA E GRAVA O PEDIDO ---------*
       IMPORTAR-PEDIDO    SECTION.
           MOVE WS-CAB-CANAL  TO WS-PCN-CANAL.
           MOVE WS-CAB-PEDIDO TO WS-PCN-PEDIDO-APP.
           READ PEDCANAL KEY IS WS-PCN-CHAVE-APP.
           IF WS-FS-PEDCANAL EQUAL ZEROS
              ADD 1 TO WS-TOT-JA-IMPORTADOS
              GO TO IMPORTAR-PEDIDO-FIM
           END-IF.
           MOVE ZEROS TO WS-FS-PEDCANAL.

           MOVE WS-CAB-CANAL  TO WS-REV-CANAL.
           MOVE WS-CAB-PEDIDO TO WS-REV-PEDIDO-APP.
           READ APPREV KEY IS WS-REV-CHAVE.
           IF WS-FS-APPREV EQUAL ZEROS
              AND WS-REV-DESCARTADO
              ADD 1 TO WS-TOT-DESCARTADOS
              GO TO IMPORTAR-PEDIDO-FIM
           END-IF.
           MOVE ZEROS TO WS-FS-APPREV.

           MOVE SPACES TO WS-MOTIVO.
           MOVE 0      TO WS-ITM-ITENS.
           MOVE ZEROS  TO WS-TOTAL-PEDIDO.
           EVALUATE TRUE
               WHEN WS-API-ITENS EQUAL 0
                   MOVE "PEDIDO SEM ITENS" TO WS-MOTIVO
               WHEN WS-CAB-ESTOURO EQUAL 'S'
                   MOVE "MAIS DE 20 ITENS NO PEDIDO" TO WS-MOTIVO
               WHEN WS-CAB-MISTURADO EQUAL 'S'
                   MOVE "ITEM DE OUTRO PEDIDO NO MEIO" TO WS-MOTIVO
               WHEN OTHER
                   MOVE 1 TO WS-API-IDX
                   PERFORM TRADUZIR-UM-PRODUTO
                      UNTIL WS-API-IDX > WS-API-ITENS
                         OR WS-MOTIVO NOT EQUAL SPACES
           END-EVALUATE.

           IF WS-MOTIVO EQUAL SPACES
              AND WS-TOTAL-PEDIDO > WS-VALOR-MAXIMO
              MOVE "VALOR ACIMA DO LIMITE DO PEDIDO" TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO NOT EQUAL SPACES
              PERFORM ENVIAR-PARA-REVISAO
              GO TO IMPORTAR-PEDIDO-FIM
           END-IF.

           PERFORM GERAR-NUMERO-PEDIDO.
           PERFORM GRAVAR-PEDIDO.
           PERFORM GRAVAR-ITENS.
           PERFORM GRAVAR-CANAL.
           IF WS-PEDIDO-VALOR > 0
              PERFORM EMITIR-DOCUMENTO-FISCAL
           END-IF.
           PERFORM BAIXAR-REVISAO.

           ADD 1 TO WS-TOT-IMPORTADOS.
           ADD WS-PEDIDO-VALOR TO WS-TOT-VALOR.
           ADD WS-PCN-BRUTO    TO WS-TOT-BRUTO.
           ADD WS-PCN-COMISSAO TO WS-TOT-COMISSAO.
           ADD WS-PCN-LIQUIDO  TO WS-TOT-LIQUIDO.

           MOVE WS-PEDIDO-VALOR TO WS-VALOR-EDIT.
           DISPLAY WS-CAB-CANAL " " WS-CAB-PEDIDO " -> PEDIDO "
                   WS-PEDIDO-NUMERO " " WS-VALOR-EDIT.
           COMPUTE WS-DIFERENCA = WS-PCN-BRUTO - WS-PEDIDO-VALOR.
           IF WS-DIFERENCA NOT EQUAL ZEROS
              ADD 1 TO WS-TOT-DIFERENTES
              MOVE WS-DIFERENCA TO WS-DIF-EDIT
              DISPLAY "   BRUTO DO APLICATIVO DIFERE DA TABELA EM "
                      WS-DIF-EDIT
           END-IF.

       IMPORTAR-PEDIDO-FIM.
           EXIT.

      *    PIZZA E BEBIDA SAEM DO DE-PARA; O PRECO E O DA NOSSA TABELA
      *    COM OS EXTRAS QUE O PRODUTO DO APLICATIVO JA TRAZ
       TRADUZIR-UM-PRODUTO    SECTION.
           PERFORM LOCALIZAR-DEPARA.
           IF WS-DPT-ACHADO EQUAL 0
              STRING "PRODUTO SEM DE-PARA: " DELIMITED BY SIZE
                     WS-API-CODIGO (WS-API-IDX) DELIMITED BY SIZE
                     INTO WS-MOTIVO
              GO TO TRADUZIR-UM-PRODUTO-FIM
           END-IF.

           MOVE WS-DPT-MASSA   (WS-DPT-ACHADO) TO WS-BUSCA-MASSA.
           MOVE WS-DPT-TAMANHO (WS-DPT-ACHADO) TO WS-BUSCA-TAMANHO.
           IF WS-DPT-TIPO (WS-DPT-ACHADO) EQUAL 'B'
              MOVE SPACES TO WS-BUSCA-TAMANHO
           END-IF.
           PERFORM LOCALIZAR-PRECO.
           IF WS-PRECO-ACHADO EQUAL 0
              STRING "SEM PRECO VIGENTE: " DELIMITED BY SIZE
                     WS-BUSCA-MASSA DELIMITED BY SIZE
                     INTO WS-MOTIVO
              GO TO TRADUZIR-UM-PRODUTO-FIM
           END-IF.

           ADD 1 TO WS-ITM-ITENS.
           MOVE WS-DPT-TIPO (WS-DPT-ACHADO)
             TO WS-ITM-TIPO (WS-ITM-ITENS).
           MOVE WS-BUSCA-MASSA   TO WS-ITM-NOME    (WS-ITM-ITENS).
           MOVE WS-BUSCA-TAMANHO TO WS-ITM-TAMANHO (WS-ITM-ITENS).
           MOVE 'N' TO WS-ITM-QUEIJO (WS-ITM-ITENS)
                       WS-ITM-BORDA  (WS-ITM-ITENS).
           MOVE WS-API-QTD (WS-API-IDX) TO WS-ITM-QTD (WS-ITM-ITENS).
           MOVE WS-PRECO-VALOR (WS-PRECO-ACHADO)
             TO WS-ITM-UNITARIO (WS-ITM-ITENS).
           IF WS-DPT-TIPO (WS-DPT-ACHADO) EQUAL 'P'
              IF WS-DPT-QUEIJO (WS-DPT-ACHADO) EQUAL 'S'
                 MOVE 'S' TO WS-ITM-QUEIJO (WS-ITM-ITENS)
                 ADD WS-VALOR-EXTRA-QUEIJO
                   TO WS-ITM-UNITARIO (WS-ITM-ITENS)
              END-IF
              IF WS-DPT-BORDA (WS-DPT-ACHADO) EQUAL 'S'
                 MOVE 'S' TO WS-ITM-BORDA (WS-ITM-ITENS)
                 ADD WS-VALOR-EXTRA-BORDA
                   TO WS-ITM-UNITARIO (WS-ITM-ITENS)
              END-IF
           END-IF.
           COMPUTE WS-ITM-VALOR (WS-ITM-ITENS) =
                   WS-ITM-QTD (WS-ITM-ITENS)
                   * WS-ITM-UNITARIO (WS-ITM-ITENS).
           ADD WS-ITM-VALOR (WS-ITM-ITENS) TO WS-TOTAL-PEDIDO.

       TRADUZIR-UM-PRODUTO-FIM.
           ADD 1 TO WS-API-IDX.

      *------------------- FILA DE REVISAO ----------------------------*
      *  A PRIMEIRA FALHA CRIA O REGISTRO; AS SEGUINTES SO ATUALIZAM  *
      *  O MOTIVO E CONTAM A TENTATIVA                                *
       ENVIAR-PARA-REVISAO    SECTION.
           ADD 1 TO WS-TOT-REVISAO.
           DISPLAY WS-CAB-CANAL " " WS-CAB-PEDIDO " -> REVISAO: "
                   WS-MOTIVO.
           MOVE WS-CAB-CANAL  TO WS-REV-CANAL.
           MOVE WS-CAB-PEDIDO TO WS-REV-PEDIDO-APP.
           READ APPREV KEY IS WS-REV-CHAVE.
           IF WS-FS-APPREV EQUAL ZEROS
              ADD 1 TO WS-REV-TENTATIVAS
              MOVE WS-MOTIVO    TO WS-REV-MOTIVO
              MOVE WS-CAB-BRUTO TO WS-REV-BRUTO
              MOVE 'P'          TO WS-REV-SITUACAO
              REWRITE WS-REV-REG
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-REV-DATAHORA
              MOVE 1            TO WS-REV-TENTATIVAS
              MOVE WS-MOTIVO    TO WS-REV-MOTIVO
              MOVE WS-CAB-BRUTO TO WS-REV-BRUTO
              MOVE 'P'          TO WS-REV-SITUACAO
              MOVE SPACES       TO WS-REV-REVISOR WS-REV-REV-DATAHORA
              MOVE ZEROS        TO WS-REV-PEDIDO
              WRITE WS-REV-REG
           END-IF.
           IF WS-FS-APPREV NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DA REVISAO " WS-FS-APPREV
           END-IF.

      *    PEDIDO QUE ESTAVA NA REVISAO E ENTROU AGORA SAI DA FILA
       BAIXAR-REVISAO    SECTION.
           MOVE WS-CAB-CANAL  TO WS-REV-CANAL.
           MOVE WS-CAB-PEDIDO TO WS-REV-PEDIDO-APP.
           READ APPREV KEY IS WS-REV-CHAVE.
           IF WS-FS-APPREV EQUAL ZEROS
              AND WS-REV-PENDENTE
              MOVE 'I'              TO WS-REV-SITUACAO
              MOVE WS-NUMERO-PEDIDO TO WS-REV-PEDIDO
              MOVE "APPIMP"         TO WS-REV-REVISOR
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-REV-REV-DATAHORA
              REWRITE WS-REV-REG
           END-IF.
           MOVE ZEROS TO WS-FS-APPREV.

      *------------------- GERA O PROXIMO NUMERO DE PEDIDO ------------*
       GERAR-NUMERO-PEDIDO    SECTION.
           MOVE "1" TO WS-CTL-CHAVE.
           READ PEDIDOCTL.
           ADD 1 TO WS-CTL-ULTIMO-PEDIDO.
           REWRITE WS-CTL-REG.
           MOVE WS-CTL-ULTIMO-PEDIDO TO WS-NUMERO-PEDIDO.

      *------------------- CABECALHO: JA RECEBIDO, NA FILA DA COZINHA -*
      *  SEM CLIENTE DO CRM (O APLICATIVO NAO PASSA O CADASTRO) E SEM *
      *  PONTOS DE FIDELIDADE; A PROMESSA E A DO APLICATIVO           *
       GRAVAR-PEDIDO    SECTION.
           PERFORM MONTAR-RESUMO.
           MOVE WS-NUMERO-PEDIDO     TO WS-PEDIDO-NUMERO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-PEDIDO-DATAHORA.
           MOVE WS-RES-MASSA         TO WS-PEDIDO-MASSA.
           MOVE WS-RES-TAMANHO       TO WS-PEDIDO-TAMANHO.
           MOVE WS-RES-QUEIJO        TO WS-PEDIDO-EXTRA-QUEIJO.
           MOVE WS-RES-BORDA         TO WS-PEDIDO-EXTRA-BORDA.
           MOVE WS-TOTAL-PEDIDO      TO WS-PEDIDO-VALOR.
           MOVE 'R'                  TO WS-PEDIDO-SITUACAO.
           MOVE SPACES               TO WS-PEDIDO-MOTIVO-CANC.
           MOVE ZEROS                TO WS-PEDIDO-CLIENTE-ID.
           MOVE WS-CAB-TELEFONE      TO WS-PEDIDO-TELEFONE.
           MOVE WS-CAB-PROMETIDO     TO WS-PEDIDO-PROMETIDO.
           WRITE WS-PEDIDO-REG.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO " WS-PEDIDO-NUMERO
                      " " WS-FS-PEDIDOS
           END-IF.

      *------------------- MASSA, TAMANHO E EXTRAS DO CABECALHO -------*
       MONTAR-RESUMO    SECTION.
           MOVE SPACES TO WS-RES-MASSA WS-RES-TAMANHO.
           MOVE 'N'    TO WS-RES-QUEIJO WS-RES-BORDA.
           MOVE 0      TO WS-RES-PESO.
           MOVE 1      TO WS-ITM-IDX.
           PERFORM RESUMIR-UM-ITEM
              UNTIL WS-ITM-IDX > WS-ITM-ITENS.
           IF WS-RES-MASSA EQUAL SPACES
              MOVE WS-ITM-NOME (1) TO WS-RES-MASSA
           END-IF.

       RESUMIR-UM-ITEM    SECTION.
           IF WS-ITM-TIPO (WS-ITM-IDX) EQUAL 'P'
              IF WS-RES-MASSA EQUAL SPACES
                 MOVE WS-ITM-NOME (WS-ITM-IDX) TO WS-RES-MASSA
              END-IF
              EVALUATE WS-ITM-TAMANHO (WS-ITM-IDX)
                  WHEN 'P'   MOVE 1 TO WS-TAM-PESO
                  WHEN 'M'   MOVE 2 TO WS-TAM-PESO
                  WHEN OTHER MOVE 3 TO WS-TAM-PESO
              END-EVALUATE
              IF WS-TAM-PESO > WS-RES-PESO
                 MOVE WS-TAM-PESO TO WS-RES-PESO
                 MOVE WS-ITM-TAMANHO (WS-ITM-IDX) TO WS-RES-TAMANHO
              END-IF
              IF WS-ITM-QUEIJO (WS-ITM-IDX) EQUAL 'S'
                 MOVE 'S' TO WS-RES-QUEIJO
              END-IF
              IF WS-ITM-BORDA (WS-ITM-IDX) EQUAL 'S'
                 MOVE 'S' TO WS-RES-BORDA
              END-IF
           END-IF.
           ADD 1 TO WS-ITM-IDX.

      *------------------- LINHAS DO PEDIDO ---------------------------*
       GRAVAR-ITENS    SECTION.
           MOVE 0 TO WS-LINHA-PEDIDO.
           MOVE 1 TO WS-ITM-IDX.
           PERFORM GRAVAR-UM-ITEM
              UNTIL WS-ITM-IDX > WS-ITM-ITENS.

       GRAVAR-UM-ITEM    SECTION.
           ADD 1 TO WS-LINHA-PEDIDO.
           MOVE WS-NUMERO-PEDIDO TO WS-PITEM-PEDIDO.
           MOVE WS-LINHA-PEDIDO  TO WS-PITEM-LINHA.
           MOVE WS-ITM-TIPO     (WS-ITM-IDX) TO WS-PITEM-TIPO.
           MOVE WS-ITM-NOME     (WS-ITM-IDX) TO WS-PITEM-NOME.
           MOVE WS-ITM-TAMANHO  (WS-ITM-IDX) TO WS-PITEM-TAMANHO.
           MOVE WS-ITM-QUEIJO   (WS-ITM-IDX) TO WS-PITEM-EXTRA-QUEIJO.
           MOVE WS-ITM-BORDA    (WS-ITM-IDX) TO WS-PITEM-EXTRA-BORDA.
           MOVE WS-ITM-QTD      (WS-ITM-IDX) TO WS-PITEM-QTD.
           MOVE WS-ITM-UNITARIO (WS-ITM-IDX) TO WS-PITEM-UNITARIO.
           MOVE WS-ITM-VALOR    (WS-ITM-IDX) TO WS-PITEM-VALOR.
           WRITE WS-PITEM-REG.
           IF WS-FS-PEDITENS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO ITEM " WS-PITEM-CHAVE
                      " " WS-FS-PEDITENS
           END-IF.
           ADD 1 TO WS-ITM-IDX.

      *------------------- CANAL, COMISSAO E LIQUIDO A RECEBER --------*
      *  APLICATIVO QUE MANDA SO A COMISSAO OU SO O LIQUIDO TEM O     *
      *  OUTRO CAMPO CALCULADO PELO BRUTO                             *
       GRAVAR-CANAL    SECTION.
           MOVE WS-NUMERO-PEDIDO TO WS-PCN-PEDIDO.
           MOVE WS-CAB-CANAL     TO WS-PCN-CANAL.
           MOVE WS-CAB-PEDIDO    TO WS-PCN-PEDIDO-APP.
           MOVE WS-CAB-DATAHORA  TO WS-PCN-DATAHORA-APP.
           MOVE WS-CAB-BRUTO     TO WS-PCN-BRUTO.
           MOVE WS-CAB-COMISSAO  TO WS-PCN-COMISSAO.
           MOVE WS-CAB-LIQUIDO   TO WS-PCN-LIQUIDO.
           IF WS-PCN-LIQUIDO EQUAL ZEROS
              AND WS-PCN-BRUTO > WS-PCN-COMISSAO
              COMPUTE WS-PCN-LIQUIDO = WS-PCN-BRUTO - WS-PCN-COMISSAO
           END-IF.
           IF WS-PCN-COMISSAO EQUAL ZEROS
              AND WS-PCN-BRUTO > WS-PCN-LIQUIDO
              COMPUTE WS-PCN-COMISSAO = WS-PCN-BRUTO - WS-PCN-LIQUIDO
           END-IF.
           MOVE 'A'   TO WS-PCN-REPASSE.
           MOVE ZEROS TO WS-PCN-DATA-REPASSE WS-PCN-VALOR-REPASSADO.
           WRITE WS-PCN-REG.
           IF WS-FS-PEDCANAL NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO PEDCANAL " WS-PCN-PEDIDO
                      " " WS-FS-PEDCANAL
           END-IF.

      *------------------- DOCUMENTO FISCAL DO PEDIDO -----------------*
      *  O APLICATIVO NAO PASSA O CPF: SAI SEMPRE SEM IDENTIFICACAO.  *
      *  PIZZAS E BEBIDAS EM ITENS SEPARADOS, COMO NO PEDIDO-IF       *
       EMITIR-DOCUMENTO-FISCAL    SECTION.
           MOVE 'S'                TO WS-DF-OPERACAO.
           MOVE WS-SERIE-PIZZARIA  TO WS-DF-SERIE.
           MOVE WS-LOJA-PIZZARIA   TO WS-DF-LOJA.
           MOVE WS-DATA-HOJE       TO WS-DF-DATA.
           MOVE SPACES             TO WS-DF-TIPO-PESSOA.
           MOVE ZEROS              TO WS-DF-CPF-CNPJ.
           MOVE SPACES             TO WS-DF-REFERENCIA.
           MOVE WS-PEDIDO-NUMERO   TO WS-DF-REFERENCIA (1:8).
           PERFORM SEPARAR-ITENS-FISCAIS.
           MOVE ZEROS              TO WS-DF-NUMERO.
           CALL "11-DOCFIS" USING WS-DOCFIS.
           IF NOT WS-DF-EMITIDO
              DISPLAY "   DOCUMENTO FISCAL NAO EMITIDO: " WS-DF-MENSAGEM
           END-IF.

      *    AS BEBIDAS SAEM PELO VALOR DAS LINHAS 'B' NO PRODUTO
      *    PROPRIO E A PIZZA FICA COM O RESTO DO VALOR DO PEDIDO, PARA
      *    A SOMA DOS ITENS SER O VALOR DO PEDIDO (VER PEDIDO-IF)
       SEPARAR-ITENS-FISCAIS    SECTION.
           MOVE ZEROS TO WS-FIS-BEBIDAS WS-FIS-PIZZAS
                         WS-FIS-QTD-BEBIDA WS-FIS-QTD-PIZZA.
           MOVE 1 TO WS-ITM-IDX.
           PERFORM SOMAR-ITEM-FISCAL
              UNTIL WS-ITM-IDX > WS-ITM-ITENS.
           IF WS-FIS-BEBIDAS > WS-PEDIDO-VALOR
              MOVE WS-PEDIDO-VALOR TO WS-FIS-BEBIDAS
           END-IF.
           COMPUTE WS-FIS-PIZZAS = WS-PEDIDO-VALOR - WS-FIS-BEBIDAS.

           MOVE 0 TO WS-DF-QTD-ITENS.
           IF WS-FIS-PIZZAS > 0
              ADD 1 TO WS-DF-QTD-ITENS
              IF WS-FIS-QTD-PIZZA EQUAL 0
                 MOVE 1 TO WS-FIS-QTD-PIZZA
              END-IF
              MOVE WS-PRODUTO-PIZZA  TO WS-DF-PRODUTO (WS-DF-QTD-ITENS)
              MOVE WS-FIS-QTD-PIZZA  TO WS-DF-QTD (WS-DF-QTD-ITENS)
              MOVE WS-FIS-PIZZAS     TO WS-DF-VALOR (WS-DF-QTD-ITENS)
           END-IF.
           IF WS-FIS-BEBIDAS > 0
              ADD 1 TO WS-DF-QTD-ITENS
              MOVE WS-PRODUTO-BEBIDA TO WS-DF-PRODUTO (WS-DF-QTD-ITENS)
              MOVE WS-FIS-QTD-BEBIDA TO WS-DF-QTD (WS-DF-QTD-ITENS)
              MOVE WS-FIS-BEBIDAS    TO WS-DF-VALOR (WS-DF-QTD-ITENS)
           END-IF.

       SOMAR-ITEM-FISCAL    SECTION.
           EVALUATE WS-ITM-TIPO (WS-ITM-IDX)
               WHEN 'P'
                   ADD WS-ITM-QTD (WS-ITM-IDX)   TO WS-FIS-QTD-PIZZA
               WHEN 'B'
                   ADD WS-ITM-QTD (WS-ITM-IDX)   TO WS-FIS-QTD-BEBIDA
                   ADD WS-ITM-VALOR (WS-ITM-IDX) TO WS-FIS-BEBIDAS
           END-EVALUATE.
           ADD 1 TO WS-ITM-IDX.

      *------------------- RESUMO DA RODADA ---------------------------*
       FINALIZAR    SECTION.
           CLOSE ENTRADA.
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           CLOSE PEDIDOCTL.
           CLOSE PEDCANAL.
           CLOSE APPREV.

           DISPLAY "--------------------------------------".
           DISPLAY "PEDIDOS NO ARQUIVO        : " WS-TOT-LIDOS.
           DISPLAY "IMPORTADOS NESTA RODADA   : " WS-TOT-IMPORTADOS.
           DISPLAY "JA IMPORTADOS ANTES       : " WS-TOT-JA-IMPORTADOS.
           DISPLAY "ENVIADOS PARA A REVISAO   : " WS-TOT-REVISAO.
           DISPLAY "DESCARTADOS NA REVISAO    : " WS-TOT-DESCARTADOS.
           DISPLAY "BRUTO DIFERENTE DA TABELA : " WS-TOT-DIFERENTES.
           IF WS-TOT-LINHAS-SOLTAS NOT EQUAL 0
              DISPLAY "LINHAS DE ITEM SEM PEDIDO : "
                      WS-TOT-LINHAS-SOLTAS
           END-IF.
           MOVE WS-TOT-VALOR TO WS-TOTAL-EDIT.
           DISPLAY "VALOR PELA TABELA         : " WS-TOTAL-EDIT.
           MOVE WS-TOT-BRUTO TO WS-TOTAL-EDIT.
           DISPLAY "BRUTO DOS APLICATIVOS     : " WS-TOTAL-EDIT.
           MOVE WS-TOT-COMISSAO TO WS-TOTAL-EDIT.
           DISPLAY "COMISSAO                  : " WS-TOTAL-EDIT.
           MOVE WS-TOT-LIQUIDO TO WS-TOTAL-EDIT.
           DISPLAY "LIQUIDO A RECEBER         : " WS-TOTAL-EDIT.
       END PROGRAM APPIMP.
