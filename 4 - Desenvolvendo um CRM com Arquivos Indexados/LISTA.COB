           FILE STATUS IS PARAMETROS-FS
           RECORD KEY IS PARAM-CHAVE.

           SELECT VALOR ASSIGN TO "..\DADOS\VALOR.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VALOR-FS
           RECORD KEY IS VALOR-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       FD  PARAMETROS.
       COPY  "#CRM-PARAM".

       FD  VALOR.
       COPY  "#VALOR".

       WORKING-STORAGE     SECTION.
       COPY "#CRM-WRK".
       01  ARQCRM-FS         PIC 9(02) VALUE ZEROS.
       01  PARAMETROS-FS     PIC 9(02) VALUE ZEROS.
       01  VALOR-FS          PIC 9(02) VALUE ZEROS.

      *------------------- PARAMETROS DE OPERACAO ---------------------*
       01  WRK-PAG-LINHAS    PIC 9(02) VALUE 15.
       01  WRK-MODO          PIC 9(01) VALUE 1.
           88  MODO-POR-ID       VALUE 1.
           88  MODO-POR-NOME     VALUE 2.
           88  MODO-POR-VALOR    VALUE 3.

      *------------------- ORDEM DE VALOR (VER VALORCRM) --------------*
      *  O INDICE DE NOMES E REUSADO: A CHAVE RECEBE O COMPLEMENTO DA  *
      *  PROJECAO DE 12 MESES, E A ORDEM CRESCENTE POE O MAIOR VALOR   *
      *  NO TOPO DA LISTA                                              *
       01  WRK-VALOR-MINIMO  PIC 9(09) VALUE 0.
       01  WRK-VALOR-ORDEM.
           05  WRK-VALOR-INVERSO      PIC 9(09)V99.
       01  WRK-VALOR-EDIT    PIC Z(08)9.99 VALUE SPACES.

      *------------------- NAVEGACAO POR NOME -------------------------*
       01  WRK-FILTRO-NOME   PIC X(30) VALUE SPACES.
           05  WRK-NOME-ITEM OCCURS 2000 TIMES.
               10  WRK-NOME-CHAVE     PIC X(30).
               10  WRK-NOME-ID        PIC 9(09).
               10  WRK-NOME-VALOR     PIC 9(09)V99.
       01  WRK-NOME-AUX.
           05  WRK-NOME-AUX-CHAVE     PIC X(30).
           05  WRK-NOME-AUX-ID        PIC 9(09).
           05  WRK-NOME-AUX-VALOR     PIC 9(09)V99.
       01  WRK-NOME-ITENS    PIC 9(04) VALUE 0.
       01  WRK-NOME-IDX      PIC 9(04) VALUE 0.
       01  WRK-NOME-SEG      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           IF MODO-POR-NOME OR MODO-POR-VALOR
              PERFORM NAVEGAR-POR-NOME
           ELSE
              PERFORM PROCESSAR UNTIL ARQCRM-FS EQUAL 10
              GOBACK
           END-IF.

           DISPLAY "LISTAGEM (1)POR ID (2)POR NOME (3)POR VALOR"
                                           LINE 01 COLUMN 01.
              ACCEPT WRK-MODO              LINE 01 COLUMN 46.

           IF MODO-POR-VALOR
              DISPLAY "VALOR PROJETADO MINIMO (0=TODOS) "
                                           LINE 02 COLUMN 01
                 ACCEPT WRK-VALOR-MINIMO   LINE 02 COLUMN 35
              MOVE LOW-VALUES TO WRK-FILTRO-NOME
              PERFORM CARREGAR-VALORES
              PERFORM ORDENAR-NOMES
              GO TO INICIAR-EXIT
           END-IF.

           IF MODO-POR-NOME
              DISPLAY "NOME OU INICIO DO NOME "
           END-IF.
           READ ARQCRM NEXT RECORD.

      *------------------- CARREGA O INDICE PELO VALOR ----------------*
      *  SO ENTRA QUEM TEM VALOR APURADO E ATINGE O MINIMO INFORMADO   *
       CARREGAR-VALORES    SECTION.
           OPEN INPUT VALOR.
           IF VALOR-FS NOT EQUAL ZEROS
              DISPLAY "VALOR.DAT INDISPONIVEL - RODAR O VALORCRM"
                                                 LINE 03 COLUMN 01
              GO TO CARREGAR-VALORES-EXIT
           END-IF.

           READ VALOR NEXT RECORD.
           PERFORM CARREGAR-UM-VALOR
              UNTIL VALOR-FS NOT EQUAL 00
              OR WRK-NOME-ITENS EQUAL 2000.
           IF WRK-NOME-ITENS EQUAL 2000
              AND VALOR-FS EQUAL 00
              DISPLAY "TABELA CHEIA - CLIENTES ALEM DO 2000O."
                      " FICAM FORA DA LISTA POR VALOR"
                                              LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA           LINE 02 COLUMN 01
           END-IF.
           CLOSE VALOR.

       CARREGAR-VALORES-EXIT.
           EXIT.

       CARREGAR-UM-VALOR    SECTION.
           IF VALOR-PROJ-12M NOT < WRK-VALOR-MINIMO
              MOVE VALOR-CLIENTE-ID TO ARQCRM-ID
              READ ARQCRM KEY IS ARQCRM-CHAVE
              IF ARQCRM-FS EQUAL 00
                 AND NOT ARQCRM-STATUS-EXCLUIDO
                 ADD 1 TO WRK-NOME-ITENS
                 COMPUTE WRK-VALOR-INVERSO =
                         999999999.99 - VALOR-PROJ-12M
                 MOVE WRK-VALOR-ORDEM
                   TO WRK-NOME-CHAVE (WRK-NOME-ITENS)
                 MOVE VALOR-CLIENTE-ID TO WRK-NOME-ID (WRK-NOME-ITENS)
                 MOVE VALOR-PROJ-12M
                   TO WRK-NOME-VALOR (WRK-NOME-ITENS)
              END-IF
           END-IF.
           READ VALOR NEXT RECORD.

      *------------------- ORDENA O INDICE PELO NOME ------------------*
       ORDENAR-NOMES    SECTION.
           MOVE 'S' TO WRK-TROCOU.
       EXIBIR-PAGINA-NOME    SECTION.
           MOVE 4 TO WRK-LINHA.
           DISPLAY WRK-CABEC               LINE 3 COLUMN 01.
           IF MODO-POR-VALOR
              DISPLAY "PROJECAO 12M"       LINE 3 COLUMN 68
           END-IF.
           MOVE 0 TO WRK-LINDET.
           MOVE WRK-NOME-POS TO WRK-NOME-IDX.

              MOVE ARQCRM-EMAIL      TO WRK-ARQCRM-EMAIL
              MOVE ARQCRM-TELEFONE   TO WRK-ARQCRM-TELEFONE
              DISPLAY WRK-ARQCRM-REGISTRO  LINE WRK-LINHA COLUMN 01
              IF MODO-POR-VALOR
                 MOVE WRK-NOME-VALOR (WRK-NOME-IDX) TO WRK-VALOR-EDIT
                 DISPLAY WRK-VALOR-EDIT    LINE WRK-LINHA COLUMN 68
              END-IF
              ADD 1 TO WRK-LINHA
              ADD 1 TO WRK-LINDET
              ADD 1 TO WRK-TOTLIDOS
