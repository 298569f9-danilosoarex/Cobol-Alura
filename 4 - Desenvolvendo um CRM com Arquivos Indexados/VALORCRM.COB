       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALORCRM.

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

           SELECT VALOR ASSIGN TO "..\DADOS\VALOR.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VALOR-FS
           RECORD KEY IS VALOR-CHAVE.

           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDIDO-TELEFONE
           WITH DUPLICATES.

      *------------------- ANOS FECHADOS (VER ARQANUAL) ----------------*
           SELECT MORTO ASSIGN TO WRK-ARQ-MORTO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS MORTO-FS.

           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS FATURAS-FS.

           SELECT PAGAMENTOS ASSIGN TO "..\DADOS\PAGAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PAGAMENTOS-FS.

           SELECT CONTAS ASSIGN TO "..\DADOS\CONTAS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONTAS-FS
           RECORD KEY IS CTA-CONTA.

           SELECT EXTRATO ASSIGN TO "..\DADOS\EXTRATO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EXTRATO-FS
           RECORD KEY IS EXT-CHAVE.

           SELECT DATACTL ASSIGN TO "..\DADOS\DATAPROC.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS DATACTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       COPY  "#CRM".

       FD  VALOR.
       COPY  "#VALOR".

      *------------------- ESPELHO DO PEDIDOS.DAT DA PIZZARIA ---------*
       FD  PEDIDOS.
       01  PEDIDO-REGISTRO.
           05  PEDIDO-NUMERO         PIC 9(08).
           05  PEDIDO-DATAHORA       PIC X(14).
           05  PEDIDO-MASSA          PIC X(12).
           05  PEDIDO-TAMANHO        PIC X(01).
           05  PEDIDO-EXTRA-QUEIJO   PIC X(01).
           05  PEDIDO-EXTRA-BORDA    PIC X(01).
           05  PEDIDO-VALOR          PIC 9(04)V99.
           05  PEDIDO-SITUACAO       PIC X(01).
      *        C = CANCELADO (NAO ENTRA NA RECEITA)
           05  PEDIDO-MOTIVO-CANC    PIC X(30).
           05  PEDIDO-CLIENTE-ID     PIC 9(09).
           05  PEDIDO-TELEFONE       PIC X(15).
           05  PEDIDO-PROMETIDO      PIC 9(04).

      *  O PEDIDO ARQUIVADO VEM INTEIRO NA LINHA, NO LEIAUTE ACIMA
       FD  MORTO.
       01  MORTO-REGISTRO      PIC X(102).

      *------------------- ESPELHO DO CONTAS A RECEBER (VER 7-AGING) --*
      *  A FATURA TRAZ O ID DO CLIENTE NO CRM; E POR ELE QUE A FATURA *
      *  E LIGADA AO CLIENTE                                          *
       FD  FATURAS.
       01  FATURA-REGISTRO.
           05  FATURA-NUMERO         PIC 9(06).
           05  FATURA-CLIENTE        PIC X(10).
           05  FATURA-VALOR          PIC 9(05)V99.
           05  FATURA-VENCIMENTO     PIC 9(08).
           05  FATURA-CLIENTE-ID     PIC 9(09).

       FD  PAGAMENTOS.
       01  PAG-REGISTRO.
           05  PAG-FATURA            PIC 9(06).
           05  PAG-DATA              PIC 9(08).
           05  PAG-VALOR             PIC 9(05)V99.
           05  PAG-PARCELA           PIC 9(02).

      *------------------- CADASTRO DE CONTAS (VER 5-CONTACAD) ---------*
       FD  CONTAS.
       01  CTA-REGISTRO.
           05  CTA-CONTA          PIC X(04).
           05  CTA-TITULAR        PIC X(30).
           05  CTA-CLIENTE        PIC 9(09).
           05  CTA-ABERTURA       PIC 9(08).
           05  CTA-ENCERRAMENTO   PIC 9(08).
           05  CTA-SITUACAO       PIC X(01).
           05  CTA-LIMITE         PIC 9(07)V99.

      *------------------- LIVRO RAZAO DAS CONTAS (VER 5-SINALNUM) -----*
       FD  EXTRATO.
       01  EXT-REGISTRO.
           05  EXT-CHAVE.
               10  EXT-CONTA      PIC X(04).
               10  EXT-SEQ        PIC 9(06).
           05  EXT-DATA           PIC 9(08).
           05  EXT-TIPO           PIC X(01).
      *        D = DEBITO  C = CREDITO  J = JUROS  T = TARIFA
           05  EXT-VALOR          PIC 9(07)V99.
           05  EXT-SALDO          PIC S9(07)V99.
           05  EXT-DOC            PIC X(10).

       FD  DATACTL.
       01  DATACTL-REGISTRO    PIC 9(08).

       WORKING-STORAGE     SECTION.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  VALOR-FS            PIC 9(02) VALUE ZEROS.
       01  PEDIDOS-FS          PIC 9(02) VALUE ZEROS.
       01  FATURAS-FS          PIC 9(02) VALUE ZEROS.
       01  PAGAMENTOS-FS       PIC 9(02) VALUE ZEROS.
       01  CONTAS-FS           PIC 9(02) VALUE ZEROS.
       01  EXTRATO-FS          PIC 9(02) VALUE ZEROS.
       01  DATACTL-FS          PIC 9(02) VALUE ZEROS.
       01  MORTO-FS            PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO --------------------------*
       01  WRK-DATA-HOJE       PIC 9(08).
       01  WRK-INT-HOJE        PIC 9(07) COMP VALUE 0.
       01  WRK-INT-INICIO      PIC 9(07) COMP VALUE 0.
       01  WRK-DATA-COMPRA     PIC 9(08) VALUE 0.
       01  WRK-MESES           PIC 9(04) VALUE 0.
       01  WRK-RECEITA-COMPRAS PIC 9(09)V99 VALUE 0.
       01  WRK-RECEITA-MES-CTA PIC 9(09)V99 VALUE 0.
       01  WRK-TOTLIDOS        PIC 9(06) VALUE 0.
       01  WRK-TOTPEDIDOS      PIC 9(06) VALUE 0.
       01  WRK-TOTFATURAS      PIC 9(06) VALUE 0.
       01  WRK-TOTPAGAMENTOS   PIC 9(06) VALUE 0.
       01  WRK-TOTLANCAMENTOS  PIC 9(06) VALUE 0.
       01  WRK-TOTSEMDONO      PIC 9(06) VALUE 0.
       01  WRK-TOTGRAVADOS     PIC 9(06) VALUE 0.
       01  WRK-TOTRECEITA      PIC 9(11)V99 VALUE 0.
       01  WRK-TOTPROJETADO    PIC 9(11)V99 VALUE 0.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) ----------*
       01  WRK-HISTARQ.
           05  WRK-HA-ARQUIVO      PIC X(12).
           05  WRK-HA-ANO-DE       PIC 9(04).
           05  WRK-HA-QTD          PIC 9(02).
           05  WRK-HA-ANO OCCURS 30 TIMES
                                   PIC 9(04).
       01  WRK-ARQ-MORTO       PIC X(60) VALUE SPACES.
       01  WRK-ARQ-IDX         PIC 9(02) VALUE 0.

      *------------------- CLIENTES ATIVOS E SEUS ACUMULADOS ------------*
      *  A TABELA ESTA NA ORDEM DO ID, QUE TAMBEM LIGA AS FATURAS     *
       01  WRK-CLI-TAB.
           05  WRK-CLI OCCURS 5000 TIMES.
               10  WRK-CLI-ID         PIC 9(09).
               10  WRK-CLI-PEDIDOS    PIC 9(07)V99.
               10  WRK-CLI-FATURAS    PIC 9(07)V99.
               10  WRK-CLI-CONTAS     PIC 9(07)V99.
               10  WRK-CLI-QTD        PIC 9(05).
               10  WRK-CLI-PRIMEIRA   PIC 9(08).
               10  WRK-CLI-ULTIMA     PIC 9(08).
               10  WRK-CLI-CTA-INICIO PIC 9(08).
       01  WRK-CLI-ITENS       PIC 9(04) VALUE 0.
       01  WRK-CLI-IDX         PIC 9(04) VALUE 0.
       01  WRK-CLI-ACHADO      PIC 9(04) VALUE 0.
       01  WRK-CLI-ID-BUSCA    PIC 9(09) VALUE 0.

      *------------------- FATURAS LIGADAS A CLIENTE -------------------*
       01  WRK-FAT-TAB.
           05  WRK-FAT OCCURS 3000 TIMES.
               10  WRK-FAT-NUMERO     PIC 9(06).
               10  WRK-FAT-CLIENTE    PIC 9(04).
       01  WRK-FAT-ITENS       PIC 9(04) VALUE 0.
       01  WRK-FAT-IDX         PIC 9(04) VALUE 0.
       01  WRK-FAT-ACHADO      PIC 9(04) VALUE 0.

      *------------------- CONTAS LIGADAS A CLIENTE --------------------*
       01  WRK-CTA-TAB.
           05  WRK-CTA OCCURS 2000 TIMES.
               10  WRK-CTA-CONTA      PIC X(04).
               10  WRK-CTA-CLIENTE    PIC 9(04).
       01  WRK-CTA-ITENS       PIC 9(04) VALUE 0.
       01  WRK-CTA-IDX         PIC 9(04) VALUE 0.
       01  WRK-CTA-ACHADO      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CARREGAR UNTIL ARQCRM-FS EQUAL 10.
           PERFORM APURAR-PEDIDOS.
           PERFORM APURAR-FATURAS.
           PERFORM APURAR-CONTAS.
           PERFORM GRAVAR-VALORES.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " ARQCRM-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    O ARQUIVO E REFEITO A CADA EXECUCAO: CLIENTE EXCLUIDO SAI
      *    E O VALOR DE TODOS E RECALCULADO COM O MOVIMENTO DO MES
           OPEN OUTPUT VALOR.
           IF VALOR-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO VALOR " VALOR-FS
              MOVE 8 TO RETURN-CODE
              CLOSE ARQCRM
              GOBACK
           END-IF.

           PERFORM LER-DATA-PROCESSO.
           COMPUTE WRK-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).

           DISPLAY "VALOR DO CLIENTE - PEDIDOS, FATURAS E CONTAS".
           DISPLAY "--------------------------------------------".
           DISPLAY "DATA DE REFERENCIA : " WRK-DATA-HOJE.

           READ ARQCRM NEXT RECORD.

      *------------------- GUARDA OS CLIENTES NAO EXCLUIDOS ------------*
       CARREGAR     SECTION.
           ADD 1 TO WRK-TOTLIDOS.

           IF NOT ARQCRM-STATUS-EXCLUIDO
              IF WRK-CLI-ITENS < 5000
                 ADD 1 TO WRK-CLI-ITENS
                 MOVE ARQCRM-ID TO WRK-CLI-ID (WRK-CLI-ITENS)
                 MOVE 0 TO WRK-CLI-PEDIDOS (WRK-CLI-ITENS)
                 MOVE 0 TO WRK-CLI-FATURAS (WRK-CLI-ITENS)
                 MOVE 0 TO WRK-CLI-CONTAS (WRK-CLI-ITENS)
                 MOVE 0 TO WRK-CLI-QTD (WRK-CLI-ITENS)
                 MOVE 0 TO WRK-CLI-PRIMEIRA (WRK-CLI-ITENS)
                 MOVE 0 TO WRK-CLI-ULTIMA (WRK-CLI-ITENS)
                 MOVE 0 TO WRK-CLI-CTA-INICIO (WRK-CLI-ITENS)
              ELSE
                 DISPLAY "TABELA CHEIA - CLIENTE " ARQCRM-ID
                         " SEM CALCULO DE VALOR"
              END-IF
           END-IF.

           READ ARQCRM NEXT RECORD.

      *------------------- RECEITA DOS PEDIDOS DA PIZZARIA -------------*
      *  O VALOR E DE TODA A VIDA DO CLIENTE: OS PEDIDOS DOS ANOS      *
      *  FECHADOS SAO LIDOS DE ..\DADOS\ARCHIVE ANTES DO VIVO          *
       APURAR-PEDIDOS     SECTION.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.DAT - RECEITA DE PEDIDOS ZERADA"
              GO TO APURAR-PEDIDOS-EXIT
           END-IF.

           MOVE "PEDIDOS" TO WRK-HA-ARQUIVO.
           MOVE 0         TO WRK-HA-ANO-DE.
           CALL "11-HISTARQ" USING WRK-HISTARQ.
           MOVE 0 TO WRK-ARQ-IDX.
           PERFORM APURAR-PEDIDOS-ARQUIVADOS
              UNTIL WRK-ARQ-IDX EQUAL WRK-HA-QTD.

           MOVE ZEROS TO PEDIDO-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDO-NUMERO.
           IF PEDIDOS-FS EQUAL 00
              READ PEDIDOS NEXT RECORD
              PERFORM SOMAR-UM-PEDIDO
                 UNTIL PEDIDOS-FS NOT EQUAL 00
           END-IF.
           CLOSE PEDIDOS.

       APURAR-PEDIDOS-EXIT.
           EXIT.

       SOMAR-UM-PEDIDO     SECTION.
           PERFORM TRATAR-PEDIDO.
           READ PEDIDOS NEXT RECORD.

       APURAR-PEDIDOS-ARQUIVADOS     SECTION.
           ADD 1 TO WRK-ARQ-IDX.
           MOVE SPACES TO WRK-ARQ-MORTO.
           STRING "..\DADOS\ARCHIVE\PEDIDOS."  DELIMITED BY SIZE
                  WRK-HA-ANO (WRK-ARQ-IDX)     DELIMITED BY SIZE
                  INTO WRK-ARQ-MORTO.

           OPEN INPUT MORTO.
           IF MORTO-FS NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WRK-ARQ-MORTO
              GO TO APURAR-PEDIDOS-ARQUIVADOS-EXIT
           END-IF.
           READ MORTO.
           PERFORM SOMAR-UM-PEDIDO-ARQUIVADO
              UNTIL MORTO-FS NOT EQUAL 00.
           CLOSE MORTO.

       APURAR-PEDIDOS-ARQUIVADOS-EXIT.
           EXIT.

       SOMAR-UM-PEDIDO-ARQUIVADO     SECTION.
           MOVE MORTO-REGISTRO TO PEDIDO-REGISTRO.
           PERFORM TRATAR-PEDIDO.
           READ MORTO.

       TRATAR-PEDIDO     SECTION.
           IF PEDIDO-SITUACAO EQUAL 'C'
              GO TO TRATAR-PEDIDO-EXIT
           END-IF.

           MOVE PEDIDO-CLIENTE-ID TO WRK-CLI-ID-BUSCA.
           PERFORM LOCALIZAR-CLIENTE.
           IF WRK-CLI-ACHADO EQUAL 0
              ADD 1 TO WRK-TOTSEMDONO
              GO TO TRATAR-PEDIDO-EXIT
           END-IF.

           ADD 1 TO WRK-TOTPEDIDOS.
           ADD PEDIDO-VALOR TO WRK-CLI-PEDIDOS (WRK-CLI-ACHADO).
           ADD 1            TO WRK-CLI-QTD (WRK-CLI-ACHADO).
           IF PEDIDO-DATAHORA (1:8) NUMERIC
              MOVE PEDIDO-DATAHORA (1:8) TO WRK-DATA-COMPRA
              PERFORM REGISTRAR-DATA-COMPRA
           END-IF.

       TRATAR-PEDIDO-EXIT.
           EXIT.

      *------------------- RECEITA DAS FATURAS PAGAS -------------------*
      *  A FATURA CONTA COMO UMA COMPRA NA DATA DO VENCIMENTO; A       *
      *  RECEITA E O QUE ENTROU EM PAGAMENTOS, COM OU SEM PARCELA      *
       APURAR-FATURAS     SECTION.
           OPEN INPUT FATURAS.
           IF FATURAS-FS NOT EQUAL ZEROS
              DISPLAY "SEM FATURAS.DAT - RECEITA DE FATURAS ZERADA"
              GO TO APURAR-FATURAS-EXIT
           END-IF.
           READ FATURAS.
           PERFORM LER-UMA-FATURA
              UNTIL FATURAS-FS NOT EQUAL 00.
           CLOSE FATURAS.

           OPEN INPUT PAGAMENTOS.
           IF PAGAMENTOS-FS EQUAL ZEROS
              READ PAGAMENTOS
              PERFORM SOMAR-UM-PAGAMENTO
                 UNTIL PAGAMENTOS-FS NOT EQUAL 00
              CLOSE PAGAMENTOS
           END-IF.

       APURAR-FATURAS-EXIT.
           EXIT.

       LER-UMA-FATURA     SECTION.
           PERFORM GUARDAR-UMA-FATURA.
           READ FATURAS.

       GUARDAR-UMA-FATURA     SECTION.
           MOVE FATURA-CLIENTE-ID TO WRK-CLI-ID-BUSCA.
           PERFORM LOCALIZAR-CLIENTE.

           IF WRK-CLI-ACHADO EQUAL 0
              ADD 1 TO WRK-TOTSEMDONO
              GO TO GUARDAR-UMA-FATURA-EXIT
           END-IF.

           ADD 1 TO WRK-TOTFATURAS.
           ADD 1 TO WRK-CLI-QTD (WRK-CLI-ACHADO).
           IF FATURA-VENCIMENTO NUMERIC
              MOVE FATURA-VENCIMENTO TO WRK-DATA-COMPRA
              PERFORM REGISTRAR-DATA-COMPRA
           END-IF.

           IF WRK-FAT-ITENS < 3000
              ADD 1 TO WRK-FAT-ITENS
              MOVE FATURA-NUMERO  TO WRK-FAT-NUMERO (WRK-FAT-ITENS)
              MOVE WRK-CLI-ACHADO TO WRK-FAT-CLIENTE (WRK-FAT-ITENS)
           ELSE
              DISPLAY "TABELA DE FATURAS CHEIA - FATURA " FATURA-NUMERO
                      " SEM PAGAMENTOS"
           END-IF.

       GUARDAR-UMA-FATURA-EXIT.
           EXIT.

       SOMAR-UM-PAGAMENTO     SECTION.
           MOVE 0 TO WRK-FAT-ACHADO.
           MOVE 0 TO WRK-FAT-IDX.
           PERFORM PROCURAR-FATURA
              UNTIL WRK-FAT-IDX NOT < WRK-FAT-ITENS
                 OR WRK-FAT-ACHADO NOT EQUAL 0.

           IF WRK-FAT-ACHADO NOT EQUAL 0
              ADD 1 TO WRK-TOTPAGAMENTOS
              MOVE WRK-FAT-CLIENTE (WRK-FAT-ACHADO) TO WRK-CLI-ACHADO
              ADD PAG-VALOR TO WRK-CLI-FATURAS (WRK-CLI-ACHADO)
           END-IF.
           READ PAGAMENTOS.

       PROCURAR-FATURA     SECTION.
           ADD 1 TO WRK-FAT-IDX.
           IF WRK-FAT-NUMERO (WRK-FAT-IDX) EQUAL PAG-FATURA
              MOVE WRK-FAT-IDX TO WRK-FAT-ACHADO
           END-IF.

      *------------------- JUROS E TARIFAS DAS CONTAS ------------------*
      *  A CONTA VEM DO CADASTRO 5-CONTACAD; O QUE O BANCO GANHA COM  *
      *  O CLIENTE SAO OS LANCAMENTOS J E T DO EXTRATO                *
       APURAR-CONTAS     SECTION.
           OPEN INPUT CONTAS.
           IF CONTAS-FS NOT EQUAL ZEROS
              DISPLAY "SEM CONTAS.DAT - RECEITA DE CONTAS ZERADA"
              GO TO APURAR-CONTAS-EXIT
           END-IF.
           MOVE SPACES TO CTA-CONTA.
           START CONTAS KEY IS NOT LESS THAN CTA-CONTA.
           IF CONTAS-FS EQUAL 00
              READ CONTAS NEXT RECORD
              PERFORM GUARDAR-UMA-CONTA
                 UNTIL CONTAS-FS NOT EQUAL 00
           END-IF.
           CLOSE CONTAS.

           OPEN INPUT EXTRATO.
           IF EXTRATO-FS NOT EQUAL ZEROS
              GO TO APURAR-CONTAS-EXIT
           END-IF.
           MOVE LOW-VALUES TO EXT-CHAVE.
           START EXTRATO KEY IS NOT LESS THAN EXT-CHAVE.
           IF EXTRATO-FS EQUAL 00
              READ EXTRATO NEXT RECORD
              PERFORM LER-UM-LANCAMENTO
                 UNTIL EXTRATO-FS NOT EQUAL 00
           END-IF.
           CLOSE EXTRATO.

       APURAR-CONTAS-EXIT.
           EXIT.

       GUARDAR-UMA-CONTA     SECTION.
           MOVE CTA-CLIENTE TO WRK-CLI-ID-BUSCA.
           PERFORM LOCALIZAR-CLIENTE.

           IF WRK-CLI-ACHADO NOT EQUAL 0
              AND WRK-CTA-ITENS < 2000
              ADD 1 TO WRK-CTA-ITENS
              MOVE CTA-CONTA      TO WRK-CTA-CONTA (WRK-CTA-ITENS)
              MOVE WRK-CLI-ACHADO TO WRK-CTA-CLIENTE (WRK-CTA-ITENS)
      *       A RECEITA DA CONTA E MEDIDA DESDE A ABERTURA MAIS ANTIGA
              IF CTA-ABERTURA NUMERIC
                 AND CTA-ABERTURA NOT EQUAL ZEROS
                 AND (WRK-CLI-CTA-INICIO (WRK-CLI-ACHADO) EQUAL 0
                  OR CTA-ABERTURA
                     < WRK-CLI-CTA-INICIO (WRK-CLI-ACHADO))
                 MOVE CTA-ABERTURA
                   TO WRK-CLI-CTA-INICIO (WRK-CLI-ACHADO)
              END-IF
           END-IF.
           READ CONTAS NEXT RECORD.

       LER-UM-LANCAMENTO     SECTION.
           PERFORM SOMAR-UM-LANCAMENTO.
           READ EXTRATO NEXT RECORD.

       SOMAR-UM-LANCAMENTO     SECTION.
           IF EXT-TIPO NOT EQUAL 'J'
              AND EXT-TIPO NOT EQUAL 'T'
              GO TO SOMAR-UM-LANCAMENTO-EXIT
           END-IF.

           MOVE 0 TO WRK-CTA-ACHADO.
           MOVE 0 TO WRK-CTA-IDX.
           PERFORM PROCURAR-CONTA
              UNTIL WRK-CTA-IDX NOT < WRK-CTA-ITENS
                 OR WRK-CTA-ACHADO NOT EQUAL 0.

           IF WRK-CTA-ACHADO NOT EQUAL 0
              ADD 1 TO WRK-TOTLANCAMENTOS
              MOVE WRK-CTA-CLIENTE (WRK-CTA-ACHADO) TO WRK-CLI-ACHADO
              ADD EXT-VALOR TO WRK-CLI-CONTAS (WRK-CLI-ACHADO)
           END-IF.

       SOMAR-UM-LANCAMENTO-EXIT.
           EXIT.

       PROCURAR-CONTA     SECTION.
           ADD 1 TO WRK-CTA-IDX.
           IF WRK-CTA-CONTA (WRK-CTA-IDX) EQUAL EXT-CONTA
              MOVE WRK-CTA-IDX TO WRK-CTA-ACHADO
           END-IF.

      *------------------- BUSCA DO CLIENTE NA TABELA ------------------*
       LOCALIZAR-CLIENTE     SECTION.
           MOVE 0 TO WRK-CLI-ACHADO.
           MOVE 0 TO WRK-CLI-IDX.
           PERFORM PROCURAR-CLIENTE
              UNTIL WRK-CLI-IDX NOT < WRK-CLI-ITENS
                 OR WRK-CLI-ACHADO NOT EQUAL 0.

       PROCURAR-CLIENTE     SECTION.
           ADD 1 TO WRK-CLI-IDX.
           IF WRK-CLI-ID (WRK-CLI-IDX) EQUAL WRK-CLI-ID-BUSCA
              MOVE WRK-CLI-IDX TO WRK-CLI-ACHADO
           END-IF.

       REGISTRAR-DATA-COMPRA     SECTION.
           IF WRK-DATA-COMPRA EQUAL ZEROS
              OR WRK-DATA-COMPRA > WRK-DATA-HOJE
              GO TO REGISTRAR-DATA-COMPRA-EXIT
           END-IF.
           IF WRK-CLI-PRIMEIRA (WRK-CLI-ACHADO) EQUAL 0
              OR WRK-DATA-COMPRA < WRK-CLI-PRIMEIRA (WRK-CLI-ACHADO)
              MOVE WRK-DATA-COMPRA TO WRK-CLI-PRIMEIRA (WRK-CLI-ACHADO)
           END-IF.
           IF WRK-DATA-COMPRA > WRK-CLI-ULTIMA (WRK-CLI-ACHADO)
              MOVE WRK-DATA-COMPRA TO WRK-CLI-ULTIMA (WRK-CLI-ACHADO)
           END-IF.

       REGISTRAR-DATA-COMPRA-EXIT.
           EXIT.

      *------------------- CALCULO E GRAVACAO POR CLIENTE --------------*
       GRAVAR-VALORES     SECTION.
           MOVE 0 TO WRK-CLI-IDX.
           PERFORM GRAVAR-UM-VALOR
              UNTIL WRK-CLI-IDX NOT < WRK-CLI-ITENS.

      *    TICKET MEDIO = RECEITA DE PEDIDOS E FATURAS / COMPRAS
      *    FREQUENCIA   = COMPRAS / MESES DESDE A PRIMEIRA COMPRA
      *    PROJECAO     = TICKET X FREQUENCIA X 12
      *                 + RECEITA MENSAL DAS CONTAS X 12
      *    MES = 30 DIAS; MENOS DE UM MES CONTA COMO UM
       GRAVAR-UM-VALOR     SECTION.
           ADD 1 TO WRK-CLI-IDX.
           IF WRK-CLI-QTD (WRK-CLI-IDX) EQUAL 0
              AND WRK-CLI-FATURAS (WRK-CLI-IDX) EQUAL 0
              AND WRK-CLI-CONTAS (WRK-CLI-IDX) EQUAL 0
              GO TO GRAVAR-UM-VALOR-EXIT
           END-IF.

           INITIALIZE VALOR-REGISTRO.
           MOVE WRK-CLI-ID (WRK-CLI-IDX)       TO VALOR-CLIENTE-ID.
           MOVE WRK-CLI-PEDIDOS (WRK-CLI-IDX)  TO VALOR-RECEITA-PEDIDOS.
           MOVE WRK-CLI-FATURAS (WRK-CLI-IDX)  TO VALOR-RECEITA-FATURAS.
           MOVE WRK-CLI-CONTAS (WRK-CLI-IDX)   TO VALOR-RECEITA-CONTAS.
           MOVE WRK-CLI-QTD (WRK-CLI-IDX)      TO VALOR-QTD-COMPRAS.
           MOVE WRK-CLI-PRIMEIRA (WRK-CLI-IDX) TO VALOR-PRIMEIRA-COMPRA.
           MOVE WRK-CLI-ULTIMA (WRK-CLI-IDX)   TO VALOR-ULTIMA-COMPRA.
           MOVE WRK-DATA-HOJE                  TO VALOR-DATA-CALC.
           COMPUTE VALOR-RECEITA-TOTAL =
                   VALOR-RECEITA-PEDIDOS + VALOR-RECEITA-FATURAS
                   + VALOR-RECEITA-CONTAS.
           COMPUTE WRK-RECEITA-COMPRAS =
                   VALOR-RECEITA-PEDIDOS + VALOR-RECEITA-FATURAS.

           IF VALOR-PRIMEIRA-COMPRA NOT EQUAL 0
              MOVE VALOR-PRIMEIRA-COMPRA TO WRK-DATA-COMPRA
           ELSE
              MOVE WRK-CLI-CTA-INICIO (WRK-CLI-IDX) TO WRK-DATA-COMPRA
           END-IF.
           PERFORM CALCULAR-MESES.
           MOVE WRK-MESES TO VALOR-MESES.

           IF VALOR-QTD-COMPRAS > 0
              COMPUTE VALOR-TICKET-MEDIO ROUNDED =
                      WRK-RECEITA-COMPRAS / VALOR-QTD-COMPRAS
              COMPUTE VALOR-FREQ-MES ROUNDED =
                      VALOR-QTD-COMPRAS / VALOR-MESES
           END-IF.

      *    A RECEITA DAS CONTAS E DIVIDIDA PELOS MESES DESDE A ABERTURA
           IF VALOR-RECEITA-CONTAS > 0
              MOVE WRK-CLI-CTA-INICIO (WRK-CLI-IDX) TO WRK-DATA-COMPRA
              PERFORM CALCULAR-MESES
              COMPUTE WRK-RECEITA-MES-CTA ROUNDED =
                      VALOR-RECEITA-CONTAS / WRK-MESES
           ELSE
              MOVE 0 TO WRK-RECEITA-MES-CTA
           END-IF.

           COMPUTE VALOR-PROJ-12M ROUNDED =
                   VALOR-TICKET-MEDIO * VALOR-FREQ-MES * 12
                   + WRK-RECEITA-MES-CTA * 12.

           WRITE VALOR-REGISTRO.
           IF VALOR-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO VALOR " VALOR-FS
                      " CLIENTE " VALOR-CLIENTE-ID
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-UM-VALOR-EXIT
           END-IF.

           ADD 1 TO WRK-TOTGRAVADOS.
           ADD VALOR-RECEITA-TOTAL TO WRK-TOTRECEITA.
           ADD VALOR-PROJ-12M      TO WRK-TOTPROJETADO.

       GRAVAR-UM-VALOR-EXIT.
           EXIT.

      *    MESES ENTRE WRK-DATA-COMPRA E A DATA DE REFERENCIA
       CALCULAR-MESES     SECTION.
           MOVE 1 TO WRK-MESES.
           IF WRK-DATA-COMPRA EQUAL 0
              OR WRK-DATA-COMPRA NOT < WRK-DATA-HOJE
              GO TO CALCULAR-MESES-EXIT
           END-IF.
           COMPUTE WRK-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-COMPRA).
           COMPUTE WRK-MESES = (WRK-INT-HOJE - WRK-INT-INICIO) / 30.
           IF WRK-MESES EQUAL 0
              MOVE 1 TO WRK-MESES
           END-IF.

       CALCULAR-MESES-EXIT.
           EXIT.

      *------------------- DATA DE PROCESSAMENTO DO LOTE --------------*
      *  SEM O ARQUIVO DE CONTROLE, VALE A DATA DA MAQUINA             *
       LER-DATA-PROCESSO    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

           OPEN INPUT DATACTL.
           IF DATACTL-FS NOT EQUAL ZEROS
              GO TO LER-DATA-PROCESSO-EXIT
           END-IF.

           READ DATACTL.
           IF DATACTL-FS EQUAL ZEROS
              AND DATACTL-REGISTRO NUMERIC
              AND DATACTL-REGISTRO NOT EQUAL ZEROS
              MOVE DATACTL-REGISTRO TO WRK-DATA-HOJE
           END-IF.
           CLOSE DATACTL.

       LER-DATA-PROCESSO-EXIT.
           EXIT.

       FINALIZAR     SECTION.
           DISPLAY "TOTAL LIDO            : " WRK-TOTLIDOS.
           DISPLAY "PEDIDOS APURADOS      : " WRK-TOTPEDIDOS.
           DISPLAY "FATURAS APURADAS      : " WRK-TOTFATURAS.
           DISPLAY "PAGAMENTOS APURADOS   : " WRK-TOTPAGAMENTOS.
           DISPLAY "JUROS/TARIFAS APURADOS: " WRK-TOTLANCAMENTOS.
           DISPLAY "SEM CLIENTE NO CRM    : " WRK-TOTSEMDONO.
           DISPLAY "CLIENTES COM VALOR    : " WRK-TOTGRAVADOS.
           DISPLAY "RECEITA REALIZADA     : " WRK-TOTRECEITA.
           DISPLAY "PROJECAO 12 MESES     : " WRK-TOTPROJETADO.

           CLOSE ARQCRM.
           CLOSE VALOR.
       END PROGRAM VALORCRM.
