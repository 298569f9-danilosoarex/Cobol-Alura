           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT PARAMETROS ASSIGN TO "..\DADOS\PARAMETROS.DAT"
           ORGANIZATION  IS  INDEXED
           FILE STATUS IS ENRIQUECE-FS
           RECORD KEY IS ENRIQ-CHAVE.

           SELECT GRUPOCRM ASSIGN TO "..\DADOS\GRUPOCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS GRUPOCRM-FS
           RECORD KEY IS GRUPO-CHAVE
           ALTERNATE RECORD KEY IS GRUPO-MATRIZ-ID
           WITH DUPLICATES.

           SELECT ENTREGA ASSIGN TO "..\DADOS\ENTREGA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ENTREGA-FS
           RECORD KEY IS ENTREGA-CHAVE.

           SELECT VALOR ASSIGN TO "..\DADOS\VALOR.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS VALOR-FS
           RECORD KEY IS VALOR-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       FD  ENRIQUECE.
       COPY  "#ENRIQUECE".

       FD  GRUPOCRM.
       COPY  "#GRUPO".

       FD  ENTREGA.
       COPY  "#ENTREGA".

       FD  VALOR.
       COPY  "#VALOR".

       WORKING-STORAGE     SECTION.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  CAMPANHA-FS         PIC 9(02) VALUE ZEROS.
       01  ENRIQUECE-FS        PIC 9(02) VALUE ZEROS.
       01  WRK-RENDA-EXIGIDA   PIC X(01) VALUE SPACES.
       01  WRK-TEM-ENRIQUECE   PIC X(01) VALUE 'N'.

      *------------------- SOMENTE A MATRIZ DE CADA GRUPO --------------*
      *  FILIAL DE GRUPO ECONOMICO (VER GRUPOCRM) FICA FORA DO ALVO;   *
      *  EMPRESA ISOLADA E PESSOA FISICA SEGUEM NORMALMENTE            *
       01  GRUPOCRM-FS         PIC 9(02) VALUE ZEROS.
       01  WRK-SO-MATRIZ       PIC X(01) VALUE 'N'.
           88  SOMENTE-MATRIZ      VALUE 'S'.
       01  WRK-TOTFILIAIS      PIC 9(06) VALUE 0.

      *------------------- ENTREGABILIDADE DO E-MAIL (EMAILDEV) --------*
       01  ENTREGA-FS          PIC 9(02) VALUE ZEROS.
       01  WRK-TEM-ENTREGA     PIC X(01) VALUE 'N'.
       01  WRK-EMAIL-DEVOLVIDO PIC X(01) VALUE 'N'.
           88  EMAIL-DEVOLVIDO     VALUE 'S'.
       01  WRK-TOTDEVOLVIDOS   PIC 9(06) VALUE 0.

      *------------------- VALOR DO CLIENTE (VER VALORCRM) -------------*
      *  FILTRO PELA PROJECAO DE 12 MESES E ORDENACAO DO MAIOR VALOR   *
      *  PARA O MENOR; COM AS DUAS ORDENACOES LIGADAS O VALOR MANDA E  *
      *  O RISCO DESEMPATA. SEM VALOR APURADO O CLIENTE VALE ZERO      *
       01  VALOR-FS            PIC 9(02) VALUE ZEROS.
       01  WRK-TEM-VALOR       PIC X(01) VALUE 'N'.
       01  WRK-ORDENA-VALOR    PIC X(01) VALUE 'N'.
           88  ORDENA-POR-VALOR    VALUE 'S'.
       01  WRK-VALOR-MINIMO    PIC 9(09) VALUE 0.
       01  WRK-VALOR-CLIENTE   PIC 9(09)V99 VALUE 0.
       01  WRK-TOTABAIXO-VALOR PIC 9(06) VALUE 0.
       01  WRK-RSC-TAB.
           05  WRK-RSC OCCURS 5000 TIMES.
               10  WRK-RSC-CLIENTE    PIC 9(09).

       01  WRK-FILA-TAB.
           05  WRK-FILA OCCURS 2000 TIMES.
               10  WRK-FILA-CHAVE.
                   15  WRK-FILA-VALOR PIC 9(09)V99.
                   15  WRK-FILA-SCORE PIC 9(03).
               10  WRK-FILA-LINHA     PIC X(132).
       01  WRK-FILA-ITENS      PIC 9(04) VALUE 0.
       01  WRK-FILA-IDX        PIC 9(04) VALUE 0.
       01  WRK-FILA-SEG        PIC 9(04) VALUE 0.
       01  WRK-FILA-AUX        PIC X(146) VALUE SPACES.
       01  WRK-FILA-TROCOU     PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
              PERFORM CARREGAR-RISCOS
           END-IF.

           DISPLAY "ORDENAR POR VALOR DO CLIENTE (S/N)? ".
              ACCEPT WRK-ORDENA-VALOR.
           DISPLAY "VALOR PROJETADO MINIMO (0=SEM FILTRO): ".
              ACCEPT WRK-VALOR-MINIMO.
           IF ORDENA-POR-VALOR
              OR WRK-VALOR-MINIMO > 0
              OPEN INPUT VALOR
              IF VALOR-FS EQUAL ZEROS
                 MOVE 'S' TO WRK-TEM-VALOR
              ELSE
                 DISPLAY "SEM VALOR.DAT - RODE O VALORCRM; "
                         "FILTRO E ORDEM DE VALOR IGNORADOS"
                 MOVE 'N' TO WRK-ORDENA-VALOR
                 MOVE 0   TO WRK-VALOR-MINIMO
              END-IF
           END-IF.

           DISPLAY "TAG EXIGIDA (BRANCO=NENHUMA): ".
              ACCEPT WRK-TAG-EXIGIDA.
           IF WRK-TAG-EXIGIDA NOT EQUAL SPACES
              END-IF
           END-IF.

           DISPLAY "SOMENTE A MATRIZ DE CADA GRUPO (S/N)? ".
              ACCEPT WRK-SO-MATRIZ.
           IF SOMENTE-MATRIZ
              OPEN INPUT GRUPOCRM
              IF GRUPOCRM-FS NOT EQUAL ZEROS
                 DISPLAY "SEM GRUPOCRM.DAT - RODE O GRUPOCRM; "
                         "FILTRO DE MATRIZ IGNORADO"
                 MOVE 'N' TO WRK-SO-MATRIZ
              END-IF
           END-IF.

           OPEN INPUT CAMPANHA.
           IF CAMPANHA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DA CAMPANHA " CAMPANHA-FS

           PERFORM LER-JANELA-PRESSAO.

           OPEN INPUT ENTREGA.
           IF ENTREGA-FS EQUAL ZEROS
              MOVE 'S' TO WRK-TEM-ENTREGA
           ELSE
              DISPLAY "SEM ENTREGA.DAT - DEVOLUCOES DE E-MAIL "
                      "NAO CONSIDERADAS"
              MOVE 00 TO ENTREGA-FS
           END-IF.

           STRING "..\DADOS\CAMPANHA."       DELIMITED BY SIZE
                  WRK-CODIGO                 DELIMITED BY SIZE
                  ".CSV"                     DELIMITED BY SIZE

           PERFORM AVALIAR-CRITERIOS.

      *    ENDERECO COM DEVOLUCAO PERMANENTE NAO RECEBE A CAMPANHA
           IF CLIENTE-NO-ALVO
              PERFORM VERIFICAR-ENTREGA
              IF EMAIL-DEVOLVIDO
                 ADD 1 TO WRK-TOTSUPRIMIDOS
                 ADD 1 TO WRK-TOTDEVOLVIDOS
                 MOVE "EMAIL COM DEVOLUCAO PERMANENTE" TO WRK-MOTIVO
                 PERFORM GRAVAR-EXCLUSAO
                 MOVE 'N' TO WRK-ALVO
              END-IF
           END-IF.

           IF CLIENTE-NO-ALVO
              PERFORM VERIFICAR-CONSENTIMENTO
              IF NOT CLIENTE-CONSENTE
              END-IF
           END-IF.

           IF SOMENTE-MATRIZ
              AND ARQCRM-PESSOA-JURIDICA
              MOVE ARQCRM-ID TO GRUPO-CLIENTE-ID
              READ GRUPOCRM KEY IS GRUPO-CHAVE
              IF GRUPOCRM-FS EQUAL 00
                 AND GRUPO-FILIAL
                 ADD 1 TO WRK-TOTFILIAIS
                 GO TO AVALIAR-CRITERIOS-EXIT
              END-IF
              MOVE 00 TO GRUPOCRM-FS
           END-IF.

           IF WRK-TEM-VALOR EQUAL 'S'
              PERFORM OBTER-VALOR
              IF WRK-VALOR-CLIENTE < WRK-VALOR-MINIMO
                 ADD 1 TO WRK-TOTABAIXO-VALOR
                 GO TO AVALIAR-CRITERIOS-EXIT
              END-IF
           END-IF.

           IF CAMP-DIAS-SEM-CONTATO NOT EQUAL 0
              IF ARQCRM-LAST-CONTACT EQUAL 0
                 CONTINUE
       AVALIAR-CRITERIOS-EXIT.
           EXIT.

      *------------------- PROJECAO DE 12 MESES DO CLIENTE ------------*
       OBTER-VALOR     SECTION.
           MOVE 0 TO WRK-VALOR-CLIENTE.
           MOVE ARQCRM-ID TO VALOR-CLIENTE-ID.
           READ VALOR KEY IS VALOR-CHAVE.
           IF VALOR-FS EQUAL 00
              MOVE VALOR-PROJ-12M TO WRK-VALOR-CLIENTE
           ELSE
              MOVE 00 TO VALOR-FS
           END-IF.

      *------------------- E-MAIL COM DEVOLUCAO PERMANENTE -------------*
      *  SO VALE ENQUANTO O ENDERECO DEVOLVIDO FOR O DO CADASTRO        *
       VERIFICAR-ENTREGA     SECTION.
           MOVE 'N' TO WRK-EMAIL-DEVOLVIDO.
           IF WRK-TEM-ENTREGA NOT EQUAL 'S'
              GO TO VERIFICAR-ENTREGA-EXIT
           END-IF.
           MOVE ARQCRM-ID TO ENTREGA-CLIENTE-ID.
           READ ENTREGA KEY IS ENTREGA-CHAVE.
           IF ENTREGA-FS EQUAL 00
              AND ENTREGA-PERMANENTE
              AND ENTREGA-EMAIL EQUAL ARQCRM-EMAIL
              MOVE 'S' TO WRK-EMAIL-DEVOLVIDO
           END-IF.
           MOVE 00 TO ENTREGA-FS.

       VERIFICAR-ENTREGA-EXIT.
           EXIT.

      *------------------- LGPD: EXIGE CONSENTIMENTO TELEFONICO (T) ----*
       VERIFICAR-CONSENTIMENTO     SECTION.
           MOVE 'N' TO WRK-CONSENTE.
                  INTO LISTA-LINHA
           END-STRING.
           IF ORDENA-POR-RISCO
              OR ORDENA-POR-VALOR
              PERFORM ENFILEIRAR-POR-RISCO
           ELSE
              WRITE LISTA-LINHA
                 MOVE WRK-RSC-SCORE (WRK-RSC-ACHADO)
                   TO WRK-FILA-SCORE (WRK-FILA-ITENS)
              END-IF
              IF ORDENA-POR-VALOR
                 MOVE WRK-VALOR-CLIENTE
                   TO WRK-FILA-VALOR (WRK-FILA-ITENS)
              ELSE
                 MOVE 0 TO WRK-FILA-VALOR (WRK-FILA-ITENS)
              END-IF
              MOVE LISTA-LINHA TO WRK-FILA-LINHA (WRK-FILA-ITENS)
           ELSE
      *       FILA CHEIA: SAI NA ORDEM DE LEITURA MESMO
           END-IF.
           READ RISCO.

      *------------------- DO MAIOR VALOR/RISCO PARA O MENOR -----------*
       DESCARREGAR-FILA-RISCO     SECTION.
           IF WRK-FILA-ITENS > 1
              MOVE 'S' TO WRK-FILA-TROCOU

       COMPARAR-FILA     SECTION.
           COMPUTE WRK-FILA-SEG = WRK-FILA-IDX + 1.
           IF WRK-FILA-CHAVE (WRK-FILA-IDX) <
              WRK-FILA-CHAVE (WRK-FILA-SEG)
              MOVE WRK-FILA (WRK-FILA-IDX) TO WRK-FILA-AUX
              MOVE WRK-FILA (WRK-FILA-SEG)
                TO WRK-FILA (WRK-FILA-IDX)

       FINALIZAR     SECTION.
           IF ORDENA-POR-RISCO
              OR ORDENA-POR-VALOR
              PERFORM DESCARREGAR-FILA-RISCO
           END-IF.

           DISPLAY "TOTAL SELECIONADO : " WRK-TOTSELECIONADOS.
           DISPLAY "TOTAL SUPRIMIDO   : " WRK-TOTSUPRIMIDOS.
           DISPLAY "GRUPO DE CONTROLE : " WRK-TOTCONTROLE.
           IF SOMENTE-MATRIZ
              DISPLAY "FILIAIS DEIXADAS  : " WRK-TOTFILIAIS
           END-IF.
           DISPLAY "EMAIL DEVOLVIDO   : " WRK-TOTDEVOLVIDOS.
           IF WRK-VALOR-MINIMO > 0
              DISPLAY "ABAIXO DO VALOR   : " WRK-TOTABAIXO-VALOR
           END-IF.
           DISPLAY "LISTA GRAVADA EM: " WRK-ARQ-SAIDA.
           DISPLAY "EXCLUSOES EM    : " WRK-ARQ-EXCLUSOES.
           IF WRK-PCT-TESTE < 100
           IF WRK-TEM-ENRIQUECE EQUAL 'S'
              CLOSE ENRIQUECE
           END-IF.
           IF SOMENTE-MATRIZ
              CLOSE GRUPOCRM
           END-IF.
           IF WRK-TEM-ENTREGA EQUAL 'S'
              CLOSE ENTREGA
           END-IF.
           IF WRK-TEM-VALOR EQUAL 'S'
              CLOSE VALOR
           END-IF.
       END PROGRAM CAMPSEL.
