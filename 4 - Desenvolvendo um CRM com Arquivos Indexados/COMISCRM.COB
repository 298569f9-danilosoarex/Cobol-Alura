       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISCRM.

      *----------------------------------------------------------------*
      *  COMISSAO MENSAL DOS RESPONSAVEIS DE TERRITORIO. O CLIENTE     *
      *  PERTENCE AO TERRITORIO GRAVADO NO ARQCRM E O TERRITORIO AO    *
      *  OPERADOR DO TERRIT.DAT; A MATRICULA DO OPERADOR NA FOLHA VEM  *
      *  DO VINCULO DA CREDENCIAL. SAO COMISSIONADOS OS PAGAMENTOS DE  *
      *  FATURA E OS PEDIDOS ENTREGUES DO PERIODO, PELA TAXA DA        *
      *  TABELA COMISSAO.DAT (VER COMISCAD).                           *
      *                                                                *
      *  CADA ITEM COMISSIONADO FICA NO COMISSOES.DAT. FATURA BAIXADA  *
      *  COMO PERDA DEPOIS DO PAGAMENTO OU PEDIDO CANCELADO DEPOIS DE  *
      *  COMISSIONADO GERA O ESTORNO NO PERIODO EM QUE FOR APURADO,    *
      *  CONTRA O OPERADOR QUE RECEBEU.                                *
      *                                                                *
      *  O TOTAL DE CADA OPERADOR VAI PARA O MOVFOLHA.DAT COMO EVENTO  *
      *  CM (COMISSAO) E EC (ESTORNO DE COMISSAO) COM ORIGEM 'C'. NOVA *
      *  RODADA DO MESMO PERIODO SUBSTITUI A ANTERIOR, ENQUANTO A      *
      *  FOLHA MENSAL DO PERIODO NAO FOR CALCULADA.                    *
      *----------------------------------------------------------------*
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

           SELECT TERRIT ASSIGN TO "..\DADOS\TERRIT.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TERRIT-FS
           RECORD KEY IS TERR-CHAVE.

           SELECT COMISSAO ASSIGN TO "..\DADOS\COMISSAO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COMISSAO-FS
           RECORD KEY IS COMIS-CHAVE.

           SELECT CREDENCIAIS ASSIGN TO "..\DADOS\CREDENCIAIS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CREDENCIAIS-FS
           RECORD KEY IS CRED-USERID.

           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS FATURAS-FS.

           SELECT PAGAMENTOS ASSIGN TO "..\DADOS\PAGAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PAGAMENTOS-FS.

           SELECT PERDAS ASSIGN TO "..\DADOS\PERDAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PERDAS-FS.

           SELECT COMISSOES ASSIGN TO "..\DADOS\COMISSOES.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS COMISSOES-FS.

           SELECT MOVFOLHA ASSIGN TO "..\DADOS\MOVFOLHA.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS MOVFOLHA-FS.

           SELECT FOLHAHIST ASSIGN TO "..\DADOS\FOLHAHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS FOLHAHIST-FS.

           SELECT DEMONSTRATIVO
           ASSIGN TO "..\DADOS\COMISSAO.DEMONSTRATIVO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS DEMONSTRATIVO-FS.

           SELECT DATACTL ASSIGN TO "..\DADOS\DATAPROC.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS DATACTL-FS.

      *------------------- ANOS FECHADOS (VER ARQANUAL) ----------------*
           SELECT MORTO ASSIGN TO WRK-ARQ-MORTO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS MORTO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       COPY  "#CRM".

       FD  TERRIT.
       COPY  "#TERRIT".

       FD  COMISSAO.
       COPY  "#COMISSAO".

      *------------------- CREDENCIAIS DOS OPERADORES (VER AUTCHK) ----*
       FD  CREDENCIAIS.
       01  CRED-REGISTRO.
           05  CRED-USERID        PIC X(10).
           05  CRED-NIVEL         PIC X(01).
           05  CRED-SETOR         PIC X(01).
           05  CRED-SENHA-HASH    PIC 9(10).
           05  CRED-DATA-TROCA    PIC 9(08).
           05  CRED-MATRICULA     PIC 9(06).
      *        MATRICULA NA FOLHA; ZERO = USUARIO SEM VINCULO
           05  CRED-SITUACAO      PIC X(01).
           05  CRED-DATA-SITUACAO PIC 9(08).

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
      *        E = ENTREGUE (COMISSIONADO) / C = CANCELADO (ESTORNADO)
           05  PEDIDO-MOTIVO-CANC    PIC X(30).
           05  PEDIDO-CLIENTE-ID     PIC 9(09).
           05  PEDIDO-TELEFONE       PIC X(15).
           05  PEDIDO-PROMETIDO      PIC 9(04).

      *------------------- ESPELHO DO CONTAS A RECEBER (VER 7-AGING) --*
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

      *------------------- TITULOS BAIXADOS COMO PERDA (VER 7-PERDA) --*
       FD  PERDAS.
       01  PERDA-REGISTRO.
           05  PERDA-FATURA          PIC 9(06).
           05  PERDA-PARCELA         PIC 9(02).
           05  PERDA-CLIENTE-ID      PIC 9(09).
           05  PERDA-DATA            PIC 9(08).
           05  PERDA-VALOR           PIC 9(05)V99.
           05  PERDA-MOTIVO          PIC X(30).
           05  PERDA-APROVADOR       PIC X(20).
           05  PERDA-RECUPERADO      PIC 9(05)V99.
           05  PERDA-SITUACAO        PIC X(01).
      *        B = BAIXADA / R = RECUPERADA POR INTEIRO

       FD  COMISSOES.
       COPY  "#COMISLAN".

      *------------------- MOVIMENTOS DA FOLHA (VER 3-FOLHAMOV) -------*
       FD  MOVFOLHA.
       01  MOV-REGISTRO.
           05  MOV-PERIODO           PIC 9(06).
           05  MOV-MATRICULA         PIC 9(06).
           05  MOV-EVENTO            PIC X(02).
           05  MOV-VALOR             PIC 9(07)V99.
           05  MOV-ORIGEM            PIC X(01).

      *------------------- HISTORICO DAS FOLHAS (VER 3-FOLHAPG) -------*
       FD  FOLHAHIST.
       01  FHIST-REGISTRO.
           05  FHIST-PERIODO         PIC 9(06).
           05  FHIST-TIPO            PIC X(02).
           05  FHIST-MATRICULA       PIC 9(06).
           05  FHIST-NOME            PIC X(20).
           05  FHIST-LIQUIDO         PIC 9(09)V99.
      *    RENDIMENTOS DO INFORME ANUAL (VER 3-FOLHAPG)
           05  FILLER                PIC X(66).

       FD  DEMONSTRATIVO.
       01  DEM-LINHA           PIC X(132).

       FD  DATACTL.
       01  DATACTL-REGISTRO    PIC 9(08).

      *    IMAGEM DA LINHA DO PEDIDOS.DAT (VER ARQANUAL)
       FD  MORTO.
       01  MORTO-REGISTRO      PIC X(102).

       WORKING-STORAGE     SECTION.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  TERRIT-FS           PIC 9(02) VALUE ZEROS.
       01  COMISSAO-FS         PIC 9(02) VALUE ZEROS.
       01  CREDENCIAIS-FS      PIC 9(02) VALUE ZEROS.
       01  PEDIDOS-FS          PIC 9(02) VALUE ZEROS.
       01  FATURAS-FS          PIC 9(02) VALUE ZEROS.
       01  PAGAMENTOS-FS       PIC 9(02) VALUE ZEROS.
       01  PERDAS-FS           PIC 9(02) VALUE ZEROS.
       01  COMISSOES-FS        PIC 9(02) VALUE ZEROS.
       01  MOVFOLHA-FS         PIC 9(02) VALUE ZEROS.
       01  FOLHAHIST-FS        PIC 9(02) VALUE ZEROS.
       01  DEMONSTRATIVO-FS    PIC 9(02) VALUE ZEROS.
       01  DATACTL-FS          PIC 9(02) VALUE ZEROS.
       01  MORTO-FS            PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO -------------------------*
       01  WRK-DATA-HOJE       PIC 9(08).
       01  WRK-PERIODO         PIC 9(06) VALUE 0.
       01  WRK-PERIODO-R       REDEFINES WRK-PERIODO.
           05  WRK-PER-ANO     PIC 9(04).
           05  WRK-PER-MES     PIC 9(02).
       01  WRK-DATA-AUX        PIC 9(08) VALUE 0.
       01  WRK-DATA-AUX-R      REDEFINES WRK-DATA-AUX.
           05  WRK-AUX-AAAAMM  PIC 9(06).
           05  WRK-AUX-DD      PIC 9(02).
       01  WRK-FOLHA-FEITA     PIC X(01) VALUE 'N'.
       01  WRK-CRED-ABERTO     PIC X(01) VALUE 'N'.
       01  WRK-PED-ABERTO      PIC X(01) VALUE 'N'.
       01  WRK-LINHA-PROD      PIC X(12) VALUE SPACES.
       01  WRK-BASE            PIC 9(07)V99 VALUE 0.
       01  WRK-DOCUMENTO       PIC 9(08) VALUE 0.
       01  WRK-PARCELA         PIC 9(02) VALUE 0.
       01  WRK-CLIENTE-ID      PIC 9(09) VALUE 0.
       01  WRK-ORIGEM          PIC X(01) VALUE SPACES.
       01  WRK-MOTIVO          PIC X(01) VALUE SPACES.
       01  WRK-LIQUIDO         PIC S9(09)V99 VALUE 0.
       01  WRK-TOTCLIENTES     PIC 9(06) VALUE 0.
       01  WRK-TOTPAGAMENTOS   PIC 9(06) VALUE 0.
       01  WRK-TOTPEDIDOS      PIC 9(06) VALUE 0.
       01  WRK-TOTSEMTAXA      PIC 9(06) VALUE 0.
       01  WRK-TOTSEMDONO      PIC 9(06) VALUE 0.
       01  WRK-TOTESTORNOS     PIC 9(06) VALUE 0.
       01  WRK-TOTSUBST        PIC 9(06) VALUE 0.
       01  WRK-TOTEVENTOS      PIC 9(06) VALUE 0.
       01  WRK-TOTCOMISSAO     PIC 9(09)V99 VALUE 0.
       01  WRK-TOTESTORNADO    PIC 9(09)V99 VALUE 0.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) ----------*
       01  WRK-HISTARQ.
           05  WRK-HA-ARQUIVO      PIC X(12).
           05  WRK-HA-ANO-DE       PIC 9(04).
           05  WRK-HA-QTD          PIC 9(02).
           05  WRK-HA-ANO OCCURS 30 TIMES
                                   PIC 9(04).
       01  WRK-ARQ-MORTO       PIC X(60) VALUE SPACES.
       01  WRK-ARQ-IDX         PIC 9(02) VALUE 0.
       01  WRK-TOTNAOLANC      PIC 9(09)V99 VALUE 0.

      *------------------- CAMPOS EDITADOS DO DEMONSTRATIVO -----------*
       01  WRK-VALOR-EDIT      PIC Z(06)9.99.
       01  WRK-BASE-EDIT       PIC Z(06)9.99.
       01  WRK-PCT-EDIT        PIC Z9.99.
       01  WRK-LIQ-EDIT        PIC -Z(07)9.99.
       01  WRK-TIPO-EDIT       PIC X(08) VALUE SPACES.

      *------------------- TERRITORIOS E SEUS RESPONSAVEIS ------------*
       01  WRK-TER-TAB.
           05  WRK-TER OCCURS 200 TIMES.
               10  WRK-TER-CODIGO     PIC X(04).
               10  WRK-TER-OPE        PIC 9(03).
      *            ZERO = TERRITORIO SEM RESPONSAVEL
       01  WRK-TER-ITENS       PIC 9(03) VALUE 0.
       01  WRK-TER-IDX         PIC 9(03) VALUE 0.
       01  WRK-TER-ACHADO      PIC 9(03) VALUE 0.
       01  WRK-TER-BUSCA       PIC X(04) VALUE SPACES.

      *------------------- OPERADORES E SEUS TOTAIS DO PERIODO --------*
       01  WRK-OPE-TAB.
           05  WRK-OPE OCCURS 100 TIMES.
               10  WRK-OPE-USERID     PIC X(10).
               10  WRK-OPE-MATRICULA  PIC 9(06).
               10  WRK-OPE-QTD-COM    PIC 9(05).
               10  WRK-OPE-VLR-COM    PIC 9(07)V99.
               10  WRK-OPE-QTD-EST    PIC 9(05).
               10  WRK-OPE-VLR-EST    PIC 9(07)V99.
       01  WRK-OPE-ITENS       PIC 9(03) VALUE 0.
       01  WRK-OPE-IDX         PIC 9(03) VALUE 0.
       01  WRK-OPE-ACHADO      PIC 9(03) VALUE 0.
       01  WRK-OPE-BUSCA       PIC X(10) VALUE SPACES.
       01  WRK-OPE-MAT-BUSCA   PIC 9(06) VALUE 0.

      *------------------- TABELA DE TAXAS EM MEMORIA -----------------*
       01  WRK-TAXA-TAB.
           05  WRK-TAXA OCCURS 500 TIMES.
               10  WRK-TAXA-TERRITORIO PIC X(04).
               10  WRK-TAXA-LINHA      PIC X(12).
               10  WRK-TAXA-PCT        PIC 9(02)V99.
       01  WRK-TAXA-ITENS      PIC 9(03) VALUE 0.
       01  WRK-TAXA-IDX        PIC 9(03) VALUE 0.
       01  WRK-TAXA-ACHADO     PIC 9(03) VALUE 0.
       01  WRK-TAXA-TERR-BUSCA PIC X(04) VALUE SPACES.
       01  WRK-TAXA-LIN-BUSCA  PIC X(12) VALUE SPACES.
       01  WRK-PERCENTUAL      PIC 9(02)V99 VALUE 0.

      *------------------- CLIENTES COM TERRITORIO --------------------*
       01  WRK-CLI-TAB.
           05  WRK-CLI OCCURS 5000 TIMES.
               10  WRK-CLI-ID         PIC 9(09).
               10  WRK-CLI-TER        PIC 9(03).
       01  WRK-CLI-ITENS       PIC 9(04) VALUE 0.
       01  WRK-CLI-IDX         PIC 9(04) VALUE 0.
       01  WRK-CLI-ACHADO      PIC 9(04) VALUE 0.
       01  WRK-CLI-ID-BUSCA    PIC 9(09) VALUE 0.

      *------------------- FATURAS DE CLIENTE COM TERRITORIO ----------*
       01  WRK-FAT-TAB.
           05  WRK-FAT OCCURS 3000 TIMES.
               10  WRK-FAT-NUMERO     PIC 9(06).
               10  WRK-FAT-CLIENTE    PIC 9(04).
       01  WRK-FAT-ITENS       PIC 9(04) VALUE 0.
       01  WRK-FAT-IDX         PIC 9(04) VALUE 0.
       01  WRK-FAT-ACHADO      PIC 9(04) VALUE 0.

      *------------------- FATURAS BAIXADAS COMO PERDA ----------------*
       01  WRK-PRD-TAB.
           05  WRK-PRD OCCURS 1000 TIMES.
               10  WRK-PRD-FATURA     PIC 9(06).
               10  WRK-PRD-DATA       PIC 9(08).
       01  WRK-PRD-ITENS       PIC 9(04) VALUE 0.
       01  WRK-PRD-IDX         PIC 9(04) VALUE 0.
       01  WRK-PRD-ACHADO      PIC 9(04) VALUE 0.

      *------------------- LANCAMENTOS DE COMISSAO --------------------*
      *  OS DE PERIODOS ANTERIORES VEM DO COMISSOES.DAT; OS DO PERIODO *
      *  SAO REFEITOS NESTA RODADA E ACRESCENTADOS NO FIM DA TABELA,   *
      *  QUE E REGRAVADA INTEIRA NO ARQUIVO                            *
       01  WRK-LAN-TAB.
           05  WRK-LAN OCCURS 6000 TIMES.
               10  WRK-LAN-DADOS.
                   15  WRK-LAN-PERIODO    PIC 9(06).
                   15  WRK-LAN-TIPO       PIC X(01).
                   15  WRK-LAN-DOC-CHAVE.
                       20  WRK-LAN-ORIGEM     PIC X(01).
                       20  WRK-LAN-DOCUMENTO  PIC 9(08).
                       20  WRK-LAN-PARCELA    PIC 9(02).
                       20  WRK-LAN-DATA       PIC 9(08).
                   15  WRK-LAN-RESTO      PIC X(64).
               10  WRK-LAN-SITUACAO   PIC X(01).
      *            E = COMISSAO JA ESTORNADA
      *            N = OPERADOR SEM MATRICULA, NAO VAI PARA O ARQUIVO
       01  WRK-LAN-ITENS       PIC 9(04) VALUE 0.
       01  WRK-LAN-ANTIGOS     PIC 9(04) VALUE 0.
       01  WRK-LAN-LIMITE      PIC 9(04) VALUE 0.
       01  WRK-LAN-IDX         PIC 9(04) VALUE 0.
       01  WRK-LAN-IDX2        PIC 9(04) VALUE 0.
       01  WRK-LAN-ACHADO      PIC 9(04) VALUE 0.
       01  WRK-LAN-ESTOURO     PIC X(01) VALUE 'N'.

      *------------------- MOVFOLHA QUE FICA --------------------------*
       01  WRK-MOVOUT-TAB.
           05  WRK-MOVOUT-ITEM OCCURS 500 TIMES
                                    PIC X(24).
       01  WRK-MOVOUT-ITENS    PIC 9(03) VALUE 0.
       01  WRK-MOVOUT-IDX      PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CARREGAR-TERRITORIOS.
           PERFORM CARREGAR-TAXAS.
           PERFORM CARREGAR-CLIENTES.
           PERFORM CARREGAR-LANCAMENTOS.
           PERFORM CARREGAR-MOVIMENTOS.
           PERFORM CARREGAR-PERDAS.
           PERFORM APURAR-FATURAS.
           PERFORM APURAR-PEDIDOS.
           PERFORM APURAR-ESTORNOS.
           PERFORM VERIFICAR-ESTOURO.
           PERFORM GRAVAR-LANCAMENTOS.
           PERFORM GRAVAR-MOVIMENTOS.
           PERFORM EMITIR-DEMONSTRATIVO.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           PERFORM LER-DATA-PROCESSO.

           DISPLAY "COMISSAO DOS RESPONSAVEIS DE TERRITORIO".
           DISPLAY "---------------------------------------".
           DISPLAY "DATA DE REFERENCIA : " WRK-DATA-HOJE.
           DISPLAY "PERIODO (AAAAMM / 0 = MES DA REFERENCIA): ".
              ACCEPT WRK-PERIODO.
           IF WRK-PERIODO EQUAL 0
              MOVE WRK-DATA-HOJE (1:6) TO WRK-PERIODO
           END-IF.
           IF WRK-PER-MES < 1 OR WRK-PER-MES > 12
              DISPLAY "PERIODO INVALIDO " WRK-PERIODO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    FOLHA MENSAL JA CALCULADA CONSUMIU OS MOVIMENTOS: A COMISSAO
      *    DO PERIODO NAO SERIA MAIS PAGA
           OPEN INPUT FOLHAHIST.
           IF FOLHAHIST-FS EQUAL ZEROS
              READ FOLHAHIST
              PERFORM PROCURAR-FOLHA-DO-PERIODO
                 UNTIL FOLHAHIST-FS NOT EQUAL ZEROS
              CLOSE FOLHAHIST
           END-IF.
           IF WRK-FOLHA-FEITA EQUAL 'S'
              DISPLAY "FOLHA MENSAL DE " WRK-PERIODO " JA CALCULADA -"
                      " COMISSAO NAO APURADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " ARQCRM-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT TERRIT.
           IF TERRIT-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO TERRIT " TERRIT-FS
              MOVE 8 TO RETURN-CODE
              CLOSE ARQCRM
              GOBACK
           END-IF.

           OPEN INPUT COMISSAO.
           IF COMISSAO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO COMISSAO " COMISSAO-FS
                      " - CADASTRAR AS TAXAS NO COMISCAD"
              MOVE 8 TO RETURN-CODE
              CLOSE ARQCRM
              CLOSE TERRIT
              GOBACK
           END-IF.

           OPEN INPUT CREDENCIAIS.
           IF CREDENCIAIS-FS EQUAL ZEROS
              MOVE 'S' TO WRK-CRED-ABERTO
           ELSE
              DISPLAY "SEM CREDENCIAIS.DAT - NENHUM OPERADOR COM"
                      " MATRICULA, NADA VAI PARA A FOLHA"
           END-IF.

       PROCURAR-FOLHA-DO-PERIODO    SECTION.
           IF FHIST-PERIODO EQUAL WRK-PERIODO
              AND FHIST-TIPO EQUAL "FL"
              MOVE 'S' TO WRK-FOLHA-FEITA
           END-IF.
           READ FOLHAHIST.

      *------------------- TERRITORIOS E OPERADORES -------------------*
       CARREGAR-TERRITORIOS    SECTION.
           READ TERRIT NEXT RECORD.
           PERFORM GUARDAR-TERRITORIO
              UNTIL TERRIT-FS NOT EQUAL 00.
           CLOSE TERRIT.
           IF WRK-CRED-ABERTO EQUAL 'S'
              CLOSE CREDENCIAIS
           END-IF.

       GUARDAR-TERRITORIO    SECTION.
           IF WRK-TER-ITENS NOT < 200
              DISPLAY "TABELA DE TERRITORIOS CHEIA - TERRITORIO "
                      TERR-CODIGO " SEM COMISSAO"
              GO TO GUARDAR-TERRITORIO-EXIT
           END-IF.

           ADD 1 TO WRK-TER-ITENS.
           MOVE TERR-CODIGO TO WRK-TER-CODIGO (WRK-TER-ITENS).
           MOVE 0           TO WRK-TER-OPE (WRK-TER-ITENS).
           IF TERR-OPERADOR EQUAL SPACES
              GO TO GUARDAR-TERRITORIO-EXIT
           END-IF.

           MOVE TERR-OPERADOR TO WRK-OPE-BUSCA.
           PERFORM LOCALIZAR-OPERADOR.
           IF WRK-OPE-ACHADO EQUAL 0
              PERFORM LER-MATRICULA-OPERADOR
              PERFORM INCLUIR-OPERADOR
           END-IF.
           MOVE WRK-OPE-ACHADO TO WRK-TER-OPE (WRK-TER-ITENS).

       GUARDAR-TERRITORIO-EXIT.
           READ TERRIT NEXT RECORD.

       LER-MATRICULA-OPERADOR    SECTION.
           MOVE 0 TO WRK-OPE-MAT-BUSCA.
           IF WRK-CRED-ABERTO NOT EQUAL 'S'
              GO TO LER-MATRICULA-OPERADOR-EXIT
           END-IF.

           MOVE WRK-OPE-BUSCA TO CRED-USERID.
           READ CREDENCIAIS KEY IS CRED-USERID.
           IF CREDENCIAIS-FS EQUAL ZEROS
              AND CRED-MATRICULA NUMERIC
              MOVE CRED-MATRICULA TO WRK-OPE-MAT-BUSCA
           END-IF.

       LER-MATRICULA-OPERADOR-EXIT.
           EXIT.

      *    INCLUI WRK-OPE-BUSCA COM A MATRICULA WRK-OPE-MAT-BUSCA; SEM
      *    VAGA, WRK-OPE-ACHADO FICA ZERO E O OPERADOR FICA SEM COMISSAO
       INCLUIR-OPERADOR    SECTION.
           MOVE 0 TO WRK-OPE-ACHADO.
           IF WRK-OPE-ITENS NOT < 100
              DISPLAY "TABELA DE OPERADORES CHEIA - " WRK-OPE-BUSCA
                      " SEM COMISSAO"
              GO TO INCLUIR-OPERADOR-EXIT
           END-IF.

           ADD 1 TO WRK-OPE-ITENS.
           MOVE WRK-OPE-BUSCA     TO WRK-OPE-USERID (WRK-OPE-ITENS).
           MOVE WRK-OPE-MAT-BUSCA TO WRK-OPE-MATRICULA (WRK-OPE-ITENS).
           MOVE 0 TO WRK-OPE-QTD-COM (WRK-OPE-ITENS).
           MOVE 0 TO WRK-OPE-VLR-COM (WRK-OPE-ITENS).
           MOVE 0 TO WRK-OPE-QTD-EST (WRK-OPE-ITENS).
           MOVE 0 TO WRK-OPE-VLR-EST (WRK-OPE-ITENS).
           MOVE WRK-OPE-ITENS TO WRK-OPE-ACHADO.

       INCLUIR-OPERADOR-EXIT.
           EXIT.

       LOCALIZAR-OPERADOR    SECTION.
           MOVE 0 TO WRK-OPE-ACHADO.
           MOVE 0 TO WRK-OPE-IDX.
           PERFORM PROCURAR-OPERADOR
              UNTIL WRK-OPE-IDX NOT < WRK-OPE-ITENS
                 OR WRK-OPE-ACHADO NOT EQUAL 0.

       PROCURAR-OPERADOR    SECTION.
           ADD 1 TO WRK-OPE-IDX.
           IF WRK-OPE-USERID (WRK-OPE-IDX) EQUAL WRK-OPE-BUSCA
              MOVE WRK-OPE-IDX TO WRK-OPE-ACHADO
           END-IF.

      *------------------- TABELA DE TAXAS ----------------------------*
       CARREGAR-TAXAS    SECTION.
           READ COMISSAO NEXT RECORD.
           PERFORM GUARDAR-TAXA
              UNTIL COMISSAO-FS NOT EQUAL 00.
           CLOSE COMISSAO.

       GUARDAR-TAXA    SECTION.
           IF WRK-TAXA-ITENS < 500
              ADD 1 TO WRK-TAXA-ITENS
              MOVE COMIS-TERRITORIO
                TO WRK-TAXA-TERRITORIO (WRK-TAXA-ITENS)
              MOVE COMIS-LINHA      TO WRK-TAXA-LINHA (WRK-TAXA-ITENS)
              MOVE COMIS-PERCENTUAL TO WRK-TAXA-PCT (WRK-TAXA-ITENS)
           ELSE
              DISPLAY "TABELA DE TAXAS CHEIA - " COMIS-TERRITORIO
                      " " COMIS-LINHA " IGNORADA"
           END-IF.
           READ COMISSAO NEXT RECORD.

      *------------------- CLIENTES DOS TERRITORIOS -------------------*
      *  O CLIENTE EXCLUIDO CONTINUA: O QUE ELE PAGOU ANTES DA         *
      *  EXCLUSAO TAMBEM E COMISSIONADO                                *
       CARREGAR-CLIENTES    SECTION.
           READ ARQCRM NEXT RECORD.
           PERFORM GUARDAR-CLIENTE
              UNTIL ARQCRM-FS NOT EQUAL 00.
           CLOSE ARQCRM.

       GUARDAR-CLIENTE    SECTION.
           IF ARQCRM-TERRITORIO EQUAL SPACES
              GO TO GUARDAR-CLIENTE-EXIT
           END-IF.

           MOVE ARQCRM-TERRITORIO TO WRK-TER-BUSCA.
           PERFORM LOCALIZAR-TERRITORIO.
           IF WRK-TER-ACHADO EQUAL 0
              GO TO GUARDAR-CLIENTE-EXIT
           END-IF.

           IF WRK-CLI-ITENS < 5000
              ADD 1 TO WRK-CLI-ITENS
              ADD 1 TO WRK-TOTCLIENTES
              MOVE ARQCRM-ID      TO WRK-CLI-ID (WRK-CLI-ITENS)
              MOVE WRK-TER-ACHADO TO WRK-CLI-TER (WRK-CLI-ITENS)
           ELSE
              DISPLAY "TABELA CHEIA - CLIENTE " ARQCRM-ID
                      " SEM COMISSAO"
           END-IF.

       GUARDAR-CLIENTE-EXIT.
           READ ARQCRM NEXT RECORD.

       LOCALIZAR-TERRITORIO    SECTION.
           MOVE 0 TO WRK-TER-ACHADO.
           MOVE 0 TO WRK-TER-IDX.
           PERFORM PROCURAR-TERRITORIO
              UNTIL WRK-TER-IDX NOT < WRK-TER-ITENS
                 OR WRK-TER-ACHADO NOT EQUAL 0.

       PROCURAR-TERRITORIO    SECTION.
           ADD 1 TO WRK-TER-IDX.
           IF WRK-TER-CODIGO (WRK-TER-IDX) EQUAL WRK-TER-BUSCA
              MOVE WRK-TER-IDX TO WRK-TER-ACHADO
           END-IF.

      *------------------- LANCAMENTOS DE PERIODOS ANTERIORES ---------*
       CARREGAR-LANCAMENTOS    SECTION.
           OPEN INPUT COMISSOES.
           IF COMISSOES-FS NOT EQUAL ZEROS
              GO TO CARREGAR-LANCAMENTOS-EXIT
           END-IF.
           READ COMISSOES.
           PERFORM GUARDAR-LANCAMENTO
              UNTIL COMISSOES-FS NOT EQUAL 00.
           CLOSE COMISSOES.

       CARREGAR-LANCAMENTOS-EXIT.
           MOVE WRK-LAN-ITENS TO WRK-LAN-ANTIGOS.

       GUARDAR-LANCAMENTO    SECTION.
           IF COML-PERIODO EQUAL WRK-PERIODO
              ADD 1 TO WRK-TOTSUBST
           ELSE
              PERFORM INCLUIR-LANCAMENTO
           END-IF.
           READ COMISSOES.

      *    ACRESCENTA COML-REGISTRO NA TABELA; SEM VAGA A REGRAVACAO
      *    PERDERIA LANCAMENTOS E O ARQUIVO NAO E TOCADO
       INCLUIR-LANCAMENTO    SECTION.
           IF WRK-LAN-ITENS < 6000
              ADD 1 TO WRK-LAN-ITENS
              MOVE COML-REGISTRO TO WRK-LAN-DADOS (WRK-LAN-ITENS)
              MOVE SPACES        TO WRK-LAN-SITUACAO (WRK-LAN-ITENS)
           ELSE
              MOVE 'S' TO WRK-LAN-ESTOURO
           END-IF.

      *------------------- MOVFOLHA: O QUE FICA -----------------------*
       CARREGAR-MOVIMENTOS    SECTION.
           OPEN INPUT MOVFOLHA.
           IF MOVFOLHA-FS NOT EQUAL ZEROS
              GO TO CARREGAR-MOVIMENTOS-EXIT
           END-IF.
           READ MOVFOLHA.
           PERFORM GUARDAR-MOVIMENTO
              UNTIL MOVFOLHA-FS NOT EQUAL 00.
           CLOSE MOVFOLHA.

       CARREGAR-MOVIMENTOS-EXIT.
           EXIT.

       GUARDAR-MOVIMENTO    SECTION.
           IF MOV-PERIODO EQUAL WRK-PERIODO
              AND MOV-ORIGEM EQUAL 'C'
              GO TO GUARDAR-MOVIMENTO-EXIT
           END-IF.

           IF WRK-MOVOUT-ITENS < 500
              ADD 1 TO WRK-MOVOUT-ITENS
              MOVE MOV-REGISTRO TO WRK-MOVOUT-ITEM (WRK-MOVOUT-ITENS)
           ELSE
              DISPLAY "MOVFOLHA.DAT COM MAIS DE 500 LANCAMENTOS -"
                      " COMISSAO NAO APURADA"
              MOVE 8 TO RETURN-CODE
              CLOSE MOVFOLHA
              GOBACK
           END-IF.

       GUARDAR-MOVIMENTO-EXIT.
           READ MOVFOLHA.

      *------------------- FATURAS BAIXADAS COMO PERDA ----------------*
      *  SO AS AINDA BAIXADAS; A RECUPERADA POR INTEIRO NAO ESTORNA    *
       CARREGAR-PERDAS    SECTION.
           OPEN INPUT PERDAS.
           IF PERDAS-FS NOT EQUAL ZEROS
              GO TO CARREGAR-PERDAS-EXIT
           END-IF.
           READ PERDAS.
           PERFORM GUARDAR-PERDA
              UNTIL PERDAS-FS NOT EQUAL 00.
           CLOSE PERDAS.

       CARREGAR-PERDAS-EXIT.
           EXIT.

       GUARDAR-PERDA    SECTION.
           IF PERDA-SITUACAO EQUAL 'B'
              IF WRK-PRD-ITENS < 1000
                 ADD 1 TO WRK-PRD-ITENS
                 MOVE PERDA-FATURA TO WRK-PRD-FATURA (WRK-PRD-ITENS)
                 MOVE PERDA-DATA   TO WRK-PRD-DATA (WRK-PRD-ITENS)
              ELSE
                 DISPLAY "TABELA DE PERDAS CHEIA - FATURA "
                         PERDA-FATURA " SEM ESTORNO"
              END-IF
           END-IF.
           READ PERDAS.

      *------------------- PAGAMENTOS DE FATURA DO PERIODO ------------*
       APURAR-FATURAS    SECTION.
           OPEN INPUT FATURAS.
           IF FATURAS-FS NOT EQUAL ZEROS
              DISPLAY "SEM FATURAS.DAT - SEM COMISSAO DE FATURAS"
              GO TO APURAR-FATURAS-EXIT
           END-IF.
           READ FATURAS.
           PERFORM GUARDAR-FATURA
              UNTIL FATURAS-FS NOT EQUAL 00.
           CLOSE FATURAS.

           OPEN INPUT PAGAMENTOS.
           IF PAGAMENTOS-FS EQUAL ZEROS
              READ PAGAMENTOS
              PERFORM COMISSIONAR-PAGAMENTO
                 UNTIL PAGAMENTOS-FS NOT EQUAL 00
              CLOSE PAGAMENTOS
           END-IF.

       APURAR-FATURAS-EXIT.
           EXIT.

       GUARDAR-FATURA    SECTION.
           MOVE FATURA-CLIENTE-ID TO WRK-CLI-ID-BUSCA.
           PERFORM LOCALIZAR-CLIENTE.

           IF WRK-CLI-ACHADO NOT EQUAL 0
              IF WRK-FAT-ITENS < 3000
                 ADD 1 TO WRK-FAT-ITENS
                 MOVE FATURA-NUMERO  TO WRK-FAT-NUMERO (WRK-FAT-ITENS)
                 MOVE WRK-CLI-ACHADO TO WRK-FAT-CLIENTE (WRK-FAT-ITENS)
              ELSE
                 DISPLAY "TABELA DE FATURAS CHEIA - FATURA "
                         FATURA-NUMERO " SEM COMISSAO"
              END-IF
           END-IF.
           READ FATURAS.

       COMISSIONAR-PAGAMENTO    SECTION.
           MOVE PAG-DATA TO WRK-DATA-AUX.
           IF WRK-AUX-AAAAMM NOT EQUAL WRK-PERIODO
              GO TO COMISSIONAR-PAGAMENTO-EXIT
           END-IF.

           MOVE 0 TO WRK-FAT-ACHADO.
           MOVE 0 TO WRK-FAT-IDX.
           PERFORM PROCURAR-FATURA
              UNTIL WRK-FAT-IDX NOT < WRK-FAT-ITENS
                 OR WRK-FAT-ACHADO NOT EQUAL 0.
           IF WRK-FAT-ACHADO EQUAL 0
              GO TO COMISSIONAR-PAGAMENTO-EXIT
           END-IF.

           ADD 1 TO WRK-TOTPAGAMENTOS.
           MOVE WRK-FAT-CLIENTE (WRK-FAT-ACHADO) TO WRK-CLI-ACHADO.
           MOVE 'F'         TO WRK-ORIGEM.
           MOVE PAG-FATURA  TO WRK-DOCUMENTO.
           MOVE PAG-PARCELA TO WRK-PARCELA.
           MOVE "FATURAS"   TO WRK-LINHA-PROD.
           MOVE PAG-VALOR   TO WRK-BASE.
           PERFORM REGISTRAR-COMISSAO.

       COMISSIONAR-PAGAMENTO-EXIT.
           READ PAGAMENTOS.

       PROCURAR-FATURA    SECTION.
           ADD 1 TO WRK-FAT-IDX.
           IF WRK-FAT-NUMERO (WRK-FAT-IDX) EQUAL PAG-FATURA
              MOVE WRK-FAT-IDX TO WRK-FAT-ACHADO
           END-IF.

      *------------------- PEDIDOS ENTREGUES DO PERIODO ---------------*
      *  O PEDIDOS.DAT FICA ABERTO PARA A CONSULTA DOS ESTORNOS; O     *
      *  PERIODO DE ANO FECHADO E LIDO DE ..\DADOS\ARCHIVE ANTES DO    *
      *  VIVO                                                          *
       APURAR-PEDIDOS    SECTION.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.DAT - SEM COMISSAO DE PEDIDOS"
              GO TO APURAR-PEDIDOS-EXIT
           END-IF.
           MOVE 'S' TO WRK-PED-ABERTO.

           MOVE "PEDIDOS"   TO WRK-HA-ARQUIVO.
           MOVE WRK-PER-ANO TO WRK-HA-ANO-DE.
           CALL "11-HISTARQ" USING WRK-HISTARQ.
           MOVE 0 TO WRK-ARQ-IDX.
           PERFORM APURAR-PEDIDOS-ARQUIVADOS
              UNTIL WRK-ARQ-IDX EQUAL WRK-HA-QTD.

           MOVE ZEROS TO PEDIDO-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDO-NUMERO.
           IF PEDIDOS-FS EQUAL 00
              READ PEDIDOS NEXT RECORD
              PERFORM COMISSIONAR-PEDIDO
                 UNTIL PEDIDOS-FS NOT EQUAL 00
           END-IF.

       APURAR-PEDIDOS-EXIT.
           EXIT.

       COMISSIONAR-PEDIDO    SECTION.
           PERFORM TRATAR-PEDIDO.
           READ PEDIDOS NEXT RECORD.

       APURAR-PEDIDOS-ARQUIVADOS    SECTION.
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
           PERFORM COMISSIONAR-PEDIDO-ARQUIVADO
              UNTIL MORTO-FS NOT EQUAL 00.
           CLOSE MORTO.

       APURAR-PEDIDOS-ARQUIVADOS-EXIT.
           EXIT.

       COMISSIONAR-PEDIDO-ARQUIVADO    SECTION.
           MOVE MORTO-REGISTRO TO PEDIDO-REGISTRO.
           PERFORM TRATAR-PEDIDO.
           READ MORTO.

       TRATAR-PEDIDO    SECTION.
           IF PEDIDO-SITUACAO NOT EQUAL 'E'
              OR PEDIDO-DATAHORA (1:8) NOT NUMERIC
              GO TO TRATAR-PEDIDO-EXIT
           END-IF.
           MOVE PEDIDO-DATAHORA (1:8) TO WRK-DATA-AUX.
           IF WRK-AUX-AAAAMM NOT EQUAL WRK-PERIODO
              GO TO TRATAR-PEDIDO-EXIT
           END-IF.

           MOVE PEDIDO-CLIENTE-ID TO WRK-CLI-ID-BUSCA.
           PERFORM LOCALIZAR-CLIENTE.
           IF WRK-CLI-ACHADO EQUAL 0
              GO TO TRATAR-PEDIDO-EXIT
           END-IF.

           ADD 1 TO WRK-TOTPEDIDOS.
           MOVE 'P'           TO WRK-ORIGEM.
           MOVE PEDIDO-NUMERO TO WRK-DOCUMENTO.
           MOVE 0             TO WRK-PARCELA.
           MOVE PEDIDO-MASSA  TO WRK-LINHA-PROD.
           MOVE PEDIDO-VALOR  TO WRK-BASE.
           PERFORM REGISTRAR-COMISSAO.

       TRATAR-PEDIDO-EXIT.
           EXIT.

      *------------------- LANCAMENTO DE UMA COMISSAO -----------------*
      *  ENTRA COM O CLIENTE EM WRK-CLI-ACHADO, A DATA EM WRK-DATA-AUX *
      *  E O DOCUMENTO, A LINHA E A BASE NOS WRK- CORRESPONDENTES      *
       REGISTRAR-COMISSAO    SECTION.
           MOVE WRK-CLI-TER (WRK-CLI-ACHADO) TO WRK-TER-ACHADO.
           MOVE WRK-TER-OPE (WRK-TER-ACHADO) TO WRK-OPE-ACHADO.
           IF WRK-OPE-ACHADO EQUAL 0
              ADD 1 TO WRK-TOTSEMDONO
              GO TO REGISTRAR-COMISSAO-EXIT
           END-IF.

           MOVE WRK-TER-CODIGO (WRK-TER-ACHADO) TO WRK-TAXA-TERR-BUSCA.
           MOVE WRK-LINHA-PROD TO WRK-TAXA-LIN-BUSCA.
           PERFORM DEFINIR-PERCENTUAL.
           IF WRK-PERCENTUAL EQUAL 0
              ADD 1 TO WRK-TOTSEMTAXA
              GO TO REGISTRAR-COMISSAO-EXIT
           END-IF.

           INITIALIZE COML-REGISTRO.
           MOVE WRK-PERIODO                 TO COML-PERIODO.
           MOVE 'C'                         TO COML-TIPO.
           MOVE WRK-ORIGEM                  TO COML-ORIGEM.
           MOVE WRK-DOCUMENTO               TO COML-DOCUMENTO.
           MOVE WRK-PARCELA                 TO COML-PARCELA.
           MOVE WRK-DATA-AUX                TO COML-DATA.
           MOVE WRK-CLI-ID (WRK-CLI-ACHADO) TO COML-CLIENTE-ID.
           MOVE WRK-TER-CODIGO (WRK-TER-ACHADO) TO COML-TERRITORIO.
           MOVE WRK-LINHA-PROD              TO COML-LINHA.
           MOVE WRK-OPE-USERID (WRK-OPE-ACHADO) TO COML-OPERADOR.
           MOVE WRK-OPE-MATRICULA (WRK-OPE-ACHADO) TO COML-MATRICULA.
           MOVE WRK-BASE                    TO COML-BASE.
           MOVE WRK-PERCENTUAL              TO COML-PERCENTUAL.
           COMPUTE COML-VALOR ROUNDED =
                   WRK-BASE * WRK-PERCENTUAL / 100.
           MOVE SPACES                      TO COML-MOTIVO.
           IF COML-VALOR EQUAL 0
              GO TO REGISTRAR-COMISSAO-EXIT
           END-IF.

           PERFORM INCLUIR-LANCAMENTO.
           IF WRK-LAN-ESTOURO EQUAL 'S'
              GO TO REGISTRAR-COMISSAO-EXIT
           END-IF.

           ADD 1          TO WRK-OPE-QTD-COM (WRK-OPE-ACHADO).
           ADD COML-VALOR TO WRK-OPE-VLR-COM (WRK-OPE-ACHADO).
           IF COML-MATRICULA EQUAL 0
      *       SEM VINCULO NA FOLHA: SAI NO DEMONSTRATIVO E NAO E
      *       GRAVADO; VINCULADO O USUARIO, NOVA RODADA DO PERIODO LANCA
              MOVE 'N' TO WRK-LAN-SITUACAO (WRK-LAN-ITENS)
              ADD COML-VALOR TO WRK-TOTNAOLANC
           ELSE
              ADD COML-VALOR TO WRK-TOTCOMISSAO
           END-IF.

       REGISTRAR-COMISSAO-EXIT.
           EXIT.

      *    A TAXA MAIS ESPECIFICA PREVALECE: TERRITORIO E LINHA, SO O
      *    TERRITORIO, SO A LINHA E POR FIM A TAXA GERAL
       DEFINIR-PERCENTUAL    SECTION.
           MOVE 0 TO WRK-PERCENTUAL.

           PERFORM LOCALIZAR-TAXA.
           IF WRK-TAXA-ACHADO EQUAL 0
              MOVE SPACES TO WRK-TAXA-LIN-BUSCA
              PERFORM LOCALIZAR-TAXA
           END-IF.
           IF WRK-TAXA-ACHADO EQUAL 0
              MOVE SPACES         TO WRK-TAXA-TERR-BUSCA
              MOVE WRK-LINHA-PROD TO WRK-TAXA-LIN-BUSCA
              PERFORM LOCALIZAR-TAXA
           END-IF.
           IF WRK-TAXA-ACHADO EQUAL 0
              MOVE SPACES TO WRK-TAXA-LIN-BUSCA
              PERFORM LOCALIZAR-TAXA
           END-IF.

           IF WRK-TAXA-ACHADO NOT EQUAL 0
              MOVE WRK-TAXA-PCT (WRK-TAXA-ACHADO) TO WRK-PERCENTUAL
           END-IF.

       LOCALIZAR-TAXA    SECTION.
           MOVE 0 TO WRK-TAXA-ACHADO.
           MOVE 0 TO WRK-TAXA-IDX.
           PERFORM PROCURAR-TAXA
              UNTIL WRK-TAXA-IDX NOT < WRK-TAXA-ITENS
                 OR WRK-TAXA-ACHADO NOT EQUAL 0.

       PROCURAR-TAXA    SECTION.
           ADD 1 TO WRK-TAXA-IDX.
           IF WRK-TAXA-TERRITORIO (WRK-TAXA-IDX) EQUAL
                 WRK-TAXA-TERR-BUSCA
              AND WRK-TAXA-LINHA (WRK-TAXA-IDX) EQUAL
                 WRK-TAXA-LIN-BUSCA
              MOVE WRK-TAXA-IDX TO WRK-TAXA-ACHADO
           END-IF.

      *------------------- BUSCA DO CLIENTE NA TABELA -----------------*
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

      *------------------- ESTORNOS -----------------------------------*
      *  COMISSAO JA ESTORNADA EM PERIODO ANTERIOR FICA MARCADA; AS    *
      *  DEMAIS SAO CONFERIDAS, INCLUSIVE AS DO PROPRIO PERIODO        *
       APURAR-ESTORNOS    SECTION.
           MOVE 0 TO WRK-LAN-IDX.
           PERFORM MARCAR-ESTORNADA
              UNTIL WRK-LAN-IDX NOT < WRK-LAN-ANTIGOS.

           MOVE WRK-LAN-ITENS TO WRK-LAN-LIMITE.
           MOVE 0 TO WRK-LAN-IDX.
           PERFORM CONFERIR-COMISSAO
              UNTIL WRK-LAN-IDX NOT < WRK-LAN-LIMITE.

           IF WRK-PED-ABERTO EQUAL 'S'
              CLOSE PEDIDOS
           END-IF.

       MARCAR-ESTORNADA    SECTION.
           ADD 1 TO WRK-LAN-IDX.
           IF WRK-LAN-TIPO (WRK-LAN-IDX) NOT EQUAL 'E'
              GO TO MARCAR-ESTORNADA-EXIT
           END-IF.

           MOVE 0 TO WRK-LAN-ACHADO.
           MOVE 0 TO WRK-LAN-IDX2.
           PERFORM PROCURAR-COMISSAO-ESTORNADA
              UNTIL WRK-LAN-IDX2 NOT < WRK-LAN-ANTIGOS
                 OR WRK-LAN-ACHADO NOT EQUAL 0.
           IF WRK-LAN-ACHADO NOT EQUAL 0
              MOVE 'E' TO WRK-LAN-SITUACAO (WRK-LAN-ACHADO)
           END-IF.

       MARCAR-ESTORNADA-EXIT.
           EXIT.

       PROCURAR-COMISSAO-ESTORNADA    SECTION.
           ADD 1 TO WRK-LAN-IDX2.
           IF WRK-LAN-TIPO (WRK-LAN-IDX2) EQUAL 'C'
              AND WRK-LAN-SITUACAO (WRK-LAN-IDX2) NOT EQUAL 'E'
              AND WRK-LAN-DOC-CHAVE (WRK-LAN-IDX2) EQUAL
                  WRK-LAN-DOC-CHAVE (WRK-LAN-IDX)
              MOVE WRK-LAN-IDX2 TO WRK-LAN-ACHADO
           END-IF.

       CONFERIR-COMISSAO    SECTION.
           ADD 1 TO WRK-LAN-IDX.
           IF WRK-LAN-TIPO (WRK-LAN-IDX) NOT EQUAL 'C'
              OR WRK-LAN-SITUACAO (WRK-LAN-IDX) NOT EQUAL SPACES
              GO TO CONFERIR-COMISSAO-EXIT
           END-IF.

           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-LAN-ORIGEM (WRK-LAN-IDX) EQUAL 'F'
              PERFORM CONFERIR-PERDA
           ELSE
              PERFORM CONFERIR-CANCELAMENTO
           END-IF.

           IF WRK-MOTIVO NOT EQUAL SPACES
              PERFORM REGISTRAR-ESTORNO
           END-IF.

       CONFERIR-COMISSAO-EXIT.
           EXIT.

      *    SO A BAIXA POSTERIOR AO PAGAMENTO COMISSIONADO ESTORNA; O QUE
      *    ENTRA DEPOIS DA BAIXA E RECUPERACAO E FICA COMISSIONADO
       CONFERIR-PERDA    SECTION.
           MOVE 0 TO WRK-PRD-ACHADO.
           MOVE 0 TO WRK-PRD-IDX.
           PERFORM PROCURAR-PERDA
              UNTIL WRK-PRD-IDX NOT < WRK-PRD-ITENS
                 OR WRK-PRD-ACHADO NOT EQUAL 0.
           IF WRK-PRD-ACHADO NOT EQUAL 0
              MOVE 'P' TO WRK-MOTIVO
           END-IF.

       PROCURAR-PERDA    SECTION.
           ADD 1 TO WRK-PRD-IDX.
           IF WRK-PRD-FATURA (WRK-PRD-IDX) EQUAL
                 WRK-LAN-DOCUMENTO (WRK-LAN-IDX)
              AND WRK-PRD-DATA (WRK-PRD-IDX) NOT <
                 WRK-LAN-DATA (WRK-LAN-IDX)
              MOVE WRK-PRD-IDX TO WRK-PRD-ACHADO
           END-IF.

      *    PEDIDO EXPURGADO NAO ESTORNA: SO O CANCELAMENTO
       CONFERIR-CANCELAMENTO    SECTION.
           IF WRK-PED-ABERTO NOT EQUAL 'S'
              GO TO CONFERIR-CANCELAMENTO-EXIT
           END-IF.

           MOVE WRK-LAN-DOCUMENTO (WRK-LAN-IDX) TO PEDIDO-NUMERO.
           READ PEDIDOS KEY IS PEDIDO-NUMERO.
           IF PEDIDOS-FS EQUAL ZEROS
              AND PEDIDO-SITUACAO EQUAL 'C'
              MOVE 'C' TO WRK-MOTIVO
           END-IF.

       CONFERIR-CANCELAMENTO-EXIT.
           EXIT.

      *    O ESTORNO REPETE A COMISSAO ESTORNADA NO PERIODO CORRENTE, A
      *    DEBITO DO OPERADOR E DA MATRICULA QUE A RECEBERAM
       REGISTRAR-ESTORNO    SECTION.
           MOVE WRK-LAN-DADOS (WRK-LAN-IDX) TO COML-REGISTRO.
           MOVE WRK-PERIODO TO COML-PERIODO.
           MOVE 'E'         TO COML-TIPO.
           MOVE WRK-MOTIVO  TO COML-MOTIVO.

           MOVE COML-OPERADOR TO WRK-OPE-BUSCA.
           PERFORM LOCALIZAR-OPERADOR.
           IF WRK-OPE-ACHADO EQUAL 0
              MOVE COML-MATRICULA TO WRK-OPE-MAT-BUSCA
              PERFORM INCLUIR-OPERADOR
           END-IF.
           IF WRK-OPE-ACHADO EQUAL 0
              GO TO REGISTRAR-ESTORNO-EXIT
           END-IF.

           PERFORM INCLUIR-LANCAMENTO.
           IF WRK-LAN-ESTOURO EQUAL 'S'
              GO TO REGISTRAR-ESTORNO-EXIT
           END-IF.

           MOVE 'E' TO WRK-LAN-SITUACAO (WRK-LAN-IDX).
           ADD 1          TO WRK-TOTESTORNOS.
           ADD 1          TO WRK-OPE-QTD-EST (WRK-OPE-ACHADO).
           ADD COML-VALOR TO WRK-OPE-VLR-EST (WRK-OPE-ACHADO).
           ADD COML-VALOR TO WRK-TOTESTORNADO.

       REGISTRAR-ESTORNO-EXIT.
           EXIT.

      *------------------- NADA E GRAVADO SE A TABELA ESTOUROU --------*
       VERIFICAR-ESTOURO    SECTION.
           IF WRK-LAN-ESTOURO EQUAL 'S'
              DISPLAY "COMISSOES.DAT COM MAIS DE 6000 LANCAMENTOS -"
                      " ARQUIVOS PRESERVADOS, COMISSAO NAO APURADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *------------------- REGRAVA O COMISSOES.DAT --------------------*
       GRAVAR-LANCAMENTOS    SECTION.
           OPEN OUTPUT COMISSOES.
           IF COMISSOES-FS NOT EQUAL ZEROS
              DISPLAY "ERRO AO REGRAVAR O COMISSOES " COMISSOES-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 0 TO WRK-LAN-IDX.
           PERFORM GRAVAR-UM-LANCAMENTO
              UNTIL WRK-LAN-IDX NOT < WRK-LAN-ITENS.
           CLOSE COMISSOES.

       GRAVAR-UM-LANCAMENTO    SECTION.
           ADD 1 TO WRK-LAN-IDX.
           IF WRK-LAN-SITUACAO (WRK-LAN-IDX) NOT EQUAL 'N'
              MOVE WRK-LAN-DADOS (WRK-LAN-IDX) TO COML-REGISTRO
              WRITE COML-REGISTRO
           END-IF.

      *------------------- EVENTOS CM E EC NO MOVFOLHA ----------------*
       GRAVAR-MOVIMENTOS    SECTION.
           OPEN OUTPUT MOVFOLHA.
           IF MOVFOLHA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO AO REGRAVAR O MOVFOLHA " MOVFOLHA-FS
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-MOVIMENTOS-EXIT
           END-IF.

           MOVE 0 TO WRK-MOVOUT-IDX.
           PERFORM REGRAVAR-MOVIMENTO
              UNTIL WRK-MOVOUT-IDX NOT < WRK-MOVOUT-ITENS.

           MOVE 0 TO WRK-OPE-IDX.
           PERFORM GRAVAR-EVENTOS-OPERADOR
              UNTIL WRK-OPE-IDX NOT < WRK-OPE-ITENS.
           CLOSE MOVFOLHA.

       GRAVAR-MOVIMENTOS-EXIT.
           EXIT.

       REGRAVAR-MOVIMENTO    SECTION.
           ADD 1 TO WRK-MOVOUT-IDX.
           MOVE WRK-MOVOUT-ITEM (WRK-MOVOUT-IDX) TO MOV-REGISTRO.
           WRITE MOV-REGISTRO.

       GRAVAR-EVENTOS-OPERADOR    SECTION.
           ADD 1 TO WRK-OPE-IDX.
           IF WRK-OPE-MATRICULA (WRK-OPE-IDX) EQUAL 0
              GO TO GRAVAR-EVENTOS-OPERADOR-EXIT
           END-IF.

           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE WRK-OPE-MATRICULA (WRK-OPE-IDX) TO MOV-MATRICULA.
           MOVE 'C' TO MOV-ORIGEM.

           MOVE "CM" TO MOV-EVENTO.
           MOVE WRK-OPE-VLR-COM (WRK-OPE-IDX) TO MOV-VALOR.
           PERFORM GRAVAR-EVENTO.
           MOVE "EC" TO MOV-EVENTO.
           MOVE WRK-OPE-VLR-EST (WRK-OPE-IDX) TO MOV-VALOR.
           PERFORM GRAVAR-EVENTO.

       GRAVAR-EVENTOS-OPERADOR-EXIT.
           EXIT.

       GRAVAR-EVENTO    SECTION.
           IF MOV-VALOR NOT EQUAL ZEROS
              WRITE MOV-REGISTRO
              ADD 1 TO WRK-TOTEVENTOS
           END-IF.

      *------------------- DEMONSTRATIVO POR OPERADOR -----------------*
       EMITIR-DEMONSTRATIVO    SECTION.
           OPEN OUTPUT DEMONSTRATIVO.
           IF DEMONSTRATIVO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO DEMONSTRATIVO "
                      DEMONSTRATIVO-FS
              GO TO EMITIR-DEMONSTRATIVO-EXIT
           END-IF.

           MOVE SPACES TO DEM-LINHA.
           STRING "DEMONSTRATIVO DE COMISSOES - PERIODO "
                                            DELIMITED BY SIZE
                  WRK-PERIODO               DELIMITED BY SIZE
                  " - PROCESSADO EM "       DELIMITED BY SIZE
                  WRK-DATA-HOJE             DELIMITED BY SIZE
                  INTO DEM-LINHA
           END-STRING.
           WRITE DEM-LINHA.

           MOVE 0 TO WRK-OPE-IDX.
           PERFORM EMITIR-UM-OPERADOR
              UNTIL WRK-OPE-IDX NOT < WRK-OPE-ITENS.
           CLOSE DEMONSTRATIVO.

       EMITIR-DEMONSTRATIVO-EXIT.
           EXIT.

       EMITIR-UM-OPERADOR    SECTION.
           ADD 1 TO WRK-OPE-IDX.
           IF WRK-OPE-QTD-COM (WRK-OPE-IDX) EQUAL 0
              AND WRK-OPE-QTD-EST (WRK-OPE-IDX) EQUAL 0
              GO TO EMITIR-UM-OPERADOR-EXIT
           END-IF.

           MOVE SPACES TO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE ALL "-" TO DEM-LINHA.
           WRITE DEM-LINHA.

           MOVE SPACES TO DEM-LINHA.
           IF WRK-OPE-MATRICULA (WRK-OPE-IDX) EQUAL 0
              STRING "OPERADOR " DELIMITED BY SIZE
                     WRK-OPE-USERID (WRK-OPE-IDX) DELIMITED BY SIZE
                     "  SEM MATRICULA - COMISSAO NAO LANCADA NA FOLHA"
                                                  DELIMITED BY SIZE
                     INTO DEM-LINHA
              END-STRING
           ELSE
              STRING "OPERADOR " DELIMITED BY SIZE
                     WRK-OPE-USERID (WRK-OPE-IDX) DELIMITED BY SIZE
                     "  MATRICULA " DELIMITED BY SIZE
                     WRK-OPE-MATRICULA (WRK-OPE-IDX) DELIMITED BY SIZE
                     INTO DEM-LINHA
              END-STRING
           END-IF.
           WRITE DEM-LINHA.
           DISPLAY DEM-LINHA.

           MOVE SPACES TO DEM-LINHA.
           STRING "TIPO     DOCUMENTO PC DATA     CLIENTE   TERR "
                                            DELIMITED BY SIZE
                  "LINHA              BASE   PCT      VALOR"
                                            DELIMITED BY SIZE
                  INTO DEM-LINHA
           END-STRING.
           WRITE DEM-LINHA.

           MOVE WRK-LAN-ANTIGOS TO WRK-LAN-IDX.
           PERFORM EMITIR-UM-LANCAMENTO
              UNTIL WRK-LAN-IDX NOT < WRK-LAN-ITENS.

           MOVE SPACES TO DEM-LINHA.
           WRITE DEM-LINHA.

           MOVE WRK-OPE-VLR-COM (WRK-OPE-IDX) TO WRK-VALOR-EDIT.
           MOVE SPACES TO DEM-LINHA.
           STRING "COMISSOES ........... + " DELIMITED BY SIZE
                  WRK-VALOR-EDIT              DELIMITED BY SIZE
                  INTO DEM-LINHA
           END-STRING.
           WRITE DEM-LINHA.

           MOVE WRK-OPE-VLR-EST (WRK-OPE-IDX) TO WRK-VALOR-EDIT.
           MOVE SPACES TO DEM-LINHA.
           STRING "ESTORNOS ............ - " DELIMITED BY SIZE
                  WRK-VALOR-EDIT              DELIMITED BY SIZE
                  INTO DEM-LINHA
           END-STRING.
           WRITE DEM-LINHA.

           COMPUTE WRK-LIQUIDO = WRK-OPE-VLR-COM (WRK-OPE-IDX)
                               - WRK-OPE-VLR-EST (WRK-OPE-IDX).
           MOVE WRK-LIQUIDO TO WRK-LIQ-EDIT.
           MOVE SPACES TO DEM-LINHA.
           STRING "LIQUIDO DO PERIODO ..  " DELIMITED BY SIZE
                  WRK-LIQ-EDIT                DELIMITED BY SIZE
                  INTO DEM-LINHA
           END-STRING.
           WRITE DEM-LINHA.

       EMITIR-UM-OPERADOR-EXIT.
           EXIT.

       EMITIR-UM-LANCAMENTO    SECTION.
           ADD 1 TO WRK-LAN-IDX.
           MOVE WRK-LAN-DADOS (WRK-LAN-IDX) TO COML-REGISTRO.
           IF COML-OPERADOR NOT EQUAL WRK-OPE-USERID (WRK-OPE-IDX)
              GO TO EMITIR-UM-LANCAMENTO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN COML-COMISSAO AND COML-DE-FATURA
                   MOVE "PAGTO   " TO WRK-TIPO-EDIT
               WHEN COML-COMISSAO
                   MOVE "PEDIDO  " TO WRK-TIPO-EDIT
               WHEN COML-MOTIVO EQUAL 'P'
                   MOVE "EST.PERD" TO WRK-TIPO-EDIT
               WHEN OTHER
                   MOVE "EST.CANC" TO WRK-TIPO-EDIT
           END-EVALUATE.

           MOVE COML-BASE       TO WRK-BASE-EDIT.
           MOVE COML-PERCENTUAL TO WRK-PCT-EDIT.
           MOVE COML-VALOR      TO WRK-VALOR-EDIT.
           MOVE SPACES TO DEM-LINHA.
           STRING WRK-TIPO-EDIT   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  COML-DOCUMENTO  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  COML-PARCELA    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  COML-DATA       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  COML-CLIENTE-ID DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  COML-TERRITORIO DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  COML-LINHA      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-BASE-EDIT   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-PCT-EDIT    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-VALOR-EDIT  DELIMITED BY SIZE
                  INTO DEM-LINHA
           END-STRING.
           IF COML-ESTORNO
              MOVE "-" TO DEM-LINHA (87:1)
           END-IF.
           WRITE DEM-LINHA.

       EMITIR-UM-LANCAMENTO-EXIT.
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
           DISPLAY "PERIODO                 : " WRK-PERIODO.
           DISPLAY "CLIENTES COM TERRITORIO : " WRK-TOTCLIENTES.
           DISPLAY "PAGAMENTOS APURADOS     : " WRK-TOTPAGAMENTOS.
           DISPLAY "PEDIDOS APURADOS        : " WRK-TOTPEDIDOS.
           DISPLAY "TERRITORIO SEM DONO     : " WRK-TOTSEMDONO.
           DISPLAY "SEM TAXA NA TABELA      : " WRK-TOTSEMTAXA.
           DISPLAY "ESTORNOS                : " WRK-TOTESTORNOS.
           DISPLAY "EVENTOS NO MOVFOLHA     : " WRK-TOTEVENTOS.
           DISPLAY "COMISSAO LANCADA        : " WRK-TOTCOMISSAO.
           DISPLAY "COMISSAO ESTORNADA      : " WRK-TOTESTORNADO.
           IF WRK-TOTNAOLANC NOT EQUAL 0
              DISPLAY "SEM MATRICULA (NAO LANC): " WRK-TOTNAOLANC
           END-IF.
           IF WRK-TOTSUBST NOT EQUAL 0
              DISPLAY "LANCAMENTOS DE APURACAO ANTERIOR SUBSTITUIDOS: "
                      WRK-TOTSUBST
           END-IF.
           DISPLAY "DEMONSTRATIVO EM "
                   "..\DADOS\COMISSAO.DEMONSTRATIVO.TXT".
       END PROGRAM COMISCRM.
