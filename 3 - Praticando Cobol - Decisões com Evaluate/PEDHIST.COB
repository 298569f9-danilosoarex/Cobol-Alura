           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDIDOS
           RECORD KEY IS WS-PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS WS-PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS WS-PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

      *------------------- ANOS FECHADOS (VER ARQANUAL) ---------------*
           SELECT MORTO ASSIGN TO WS-ARQ-MORTO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MORTO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  ARQCRM-CNPJ            PIC 9(14).
           05  ARQCRM-TERRITORIO      PIC X(04).

      *  O PEDIDO ARQUIVADO VEM INTEIRO NA LINHA, NO LEIAUTE ACIMA
       FD  MORTO.
       01  WS-MORTO-REG                PIC X(102).

       WORKING-STORAGE SECTION.
       01 WS-FS-PEDIDOS                PIC 9(02) VALUE ZEROS.
       01 WS-FS-ARQCRM                 PIC 9(02) VALUE ZEROS.
       01 WS-CLIENTE-ID                PIC 9(09) VALUE 0.
       01 WS-TOT-PEDIDOS               PIC 9(04) VALUE 0.
       01 WS-CRM-DISPONIVEL            PIC X(01) VALUE 'N'.
       01 WS-FS-MORTO                  PIC 9(02) VALUE ZEROS.
       01 WS-ARQ-MORTO                 PIC X(60) VALUE SPACES.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) ---------*
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO            PIC X(12).
           05 WS-HA-ANO-DE             PIC 9(04).
           05 WS-HA-QTD                PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                       PIC 9(04).
       01 WS-ARQ-IDX                   PIC 9(02) VALUE 0.
       01 WS-ARQ-FILTRO                PIC X(01) VALUE SPACES.
           88 WS-FILTRO-CLIENTE        VALUE 'C'.
           88 WS-FILTRO-TELEFONE       VALUE 'T'.
           88 WS-FILTRO-FREQUENCIA     VALUE 'F'.

      *------------------- NORMALIZACAO DO TELEFONE -------------------*
       01 WS-FONE-NORMAL               PIC X(15) VALUE SPACES.
           IF WS-CLIENTE-ID EQUAL ZEROS
              DISPLAY "TELEFONE: "
              ACCEPT WS-TELEFONE
              PERFORM NORMALIZAR-TELEFONE
              IF WS-FONE-OK NOT EQUAL 'S'
                 DISPLAY "TELEFONE INVALIDO"
                 GO TO HISTORICO-DO-CLIENTE-FIM
              END-IF
              IF WS-CRM-DISPONIVEL EQUAL 'S'
                 MOVE WS-FONE-NORMAL TO ARQCRM-TELEFONE
                 READ ARQCRM KEY IS ARQCRM-TELEFONE
                 IF WS-FS-ARQCRM EQUAL ZEROS
                    MOVE ARQCRM-ID TO WS-CLIENTE-ID
                 END-IF
              END-IF
           END-IF.

      *    TELEFONE FORA DO CRM (OU CRM FORA DO AR): LISTA OS PEDIDOS
      *    FEITOS DAQUELE NUMERO PELA CHAVE DE TELEFONE DO PEDIDOS
           IF WS-CLIENTE-ID EQUAL ZEROS
              PERFORM HISTORICO-DO-TELEFONE
              GO TO HISTORICO-DO-CLIENTE-FIM
           END-IF.

           PERFORM EXIBIR-NOME-CLIENTE.

      *    OS PEDIDOS DO CLIENTE SAO LIDOS PELA CHAVE DO CLIENTE; FS 02
      *    NA LEITURA SO AVISA QUE HA OUTRO PEDIDO DO MESMO CLIENTE
           MOVE 0 TO WS-TOT-PEDIDOS.
           MOVE 'C' TO WS-ARQ-FILTRO.
           PERFORM LER-PEDIDOS-ARQUIVADOS.

           MOVE WS-CLIENTE-ID TO WS-PEDIDO-CLIENTE-ID.
           START PEDIDOS KEY IS EQUAL TO WS-PEDIDO-CLIENTE-ID.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              IF WS-TOT-PEDIDOS EQUAL 0
                 DISPLAY "SEM PEDIDOS"
              ELSE
                 DISPLAY "PEDIDOS DO CLIENTE: " WS-TOT-PEDIDOS
              END-IF
              GO TO HISTORICO-DO-CLIENTE-FIM
           END-IF.

           READ PEDIDOS NEXT RECORD.
           PERFORM LISTAR-PEDIDO-DO-CLIENTE
              UNTIL (WS-FS-PEDIDOS NOT EQUAL 00
                     AND WS-FS-PEDIDOS NOT EQUAL 02)
                 OR WS-PEDIDO-CLIENTE-ID NOT EQUAL WS-CLIENTE-ID.

           DISPLAY "PEDIDOS DO CLIENTE: " WS-TOT-PEDIDOS.

       HISTORICO-DO-CLIENTE-FIM.
           EXIT.

      *------------------- PEDIDOS FEITOS DE UM TELEFONE --------------*
       HISTORICO-DO-TELEFONE    SECTION.
           DISPLAY "TELEFONE NAO CADASTRADO NO CRM".

           MOVE 0 TO WS-TOT-PEDIDOS.
           MOVE 'T' TO WS-ARQ-FILTRO.
           PERFORM LER-PEDIDOS-ARQUIVADOS.

           MOVE WS-FONE-NORMAL TO WS-PEDIDO-TELEFONE.
           START PEDIDOS KEY IS EQUAL TO WS-PEDIDO-TELEFONE.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              IF WS-TOT-PEDIDOS EQUAL 0
                 DISPLAY "SEM PEDIDOS"
              ELSE
                 DISPLAY "PEDIDOS DO TELEFONE: " WS-TOT-PEDIDOS
              END-IF
              GO TO HISTORICO-DO-TELEFONE-FIM
           END-IF.

           READ PEDIDOS NEXT RECORD.
           PERFORM LISTAR-PEDIDO-DO-CLIENTE
              UNTIL (WS-FS-PEDIDOS NOT EQUAL 00
                     AND WS-FS-PEDIDOS NOT EQUAL 02)
                 OR WS-PEDIDO-TELEFONE NOT EQUAL WS-FONE-NORMAL.

           DISPLAY "PEDIDOS DO TELEFONE: " WS-TOT-PEDIDOS.

       HISTORICO-DO-TELEFONE-FIM.
           EXIT.

      *------------------- EXTRAI OS DIGITOS E PADRONIZA --------------*
      *  MESMA REGRA DO PBXIMP: SO DIGITOS; NUMERO DE 10 POSICOES     *
      *  GANHA UM ZERO A ESQUERDA, COMO O CRM GRAVA                   *
           END-IF.

       LISTAR-PEDIDO-DO-CLIENTE    SECTION.
           PERFORM EXIBIR-PEDIDO.
           READ PEDIDOS NEXT RECORD.

       EXIBIR-PEDIDO    SECTION.
           ADD 1 TO WS-TOT-PEDIDOS.
           DISPLAY WS-PEDIDO-NUMERO " " WS-PEDIDO-DATAHORA
                   " " FUNCTION TRIM(WS-PEDIDO-MASSA)
                   " " WS-PEDIDO-TAMANHO
                   " " WS-PEDIDO-VALOR
                   " " WS-PEDIDO-SITUACAO.

      *------------------- ANOS JA LEVADOS AO ARQUIVO MORTO -----------*
      *  OS PEDIDOS ENCERRADOS DOS ANOS FECHADOS SAIRAM DO PEDIDOS.DAT *
      *  (VER ARQANUAL): SAO LIDOS DE ..\DADOS\ARCHIVE ANTES DO VIVO,  *
      *  COM O MESMO FILTRO DA CONSULTA DA VEZ                         *
       LER-PEDIDOS-ARQUIVADOS    SECTION.
           MOVE "PEDIDOS" TO WS-HA-ARQUIVO.
           MOVE 0         TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.

           MOVE 0 TO WS-ARQ-IDX.
           PERFORM LER-UM-ARQUIVADO
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

       LER-UM-ARQUIVADO    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-MORTO.
           STRING "..\DADOS\ARCHIVE\PEDIDOS."   DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)        DELIMITED BY SIZE
                  INTO WS-ARQ-MORTO.

           OPEN INPUT MORTO.
           IF WS-FS-MORTO NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-MORTO
              GO TO LER-UM-ARQUIVADO-FIM
           END-IF.
           READ MORTO.
           PERFORM TRATAR-UM-ARQUIVADO
              UNTIL WS-FS-MORTO NOT EQUAL ZEROS.
           CLOSE MORTO.

       LER-UM-ARQUIVADO-FIM.
           EXIT.

       TRATAR-UM-ARQUIVADO    SECTION.
           MOVE WS-MORTO-REG TO WS-PEDIDO-REG.
           EVALUATE TRUE
               WHEN WS-FILTRO-CLIENTE
                   IF WS-PEDIDO-CLIENTE-ID NUMERIC
                      AND WS-PEDIDO-CLIENTE-ID EQUAL WS-CLIENTE-ID
                      PERFORM EXIBIR-PEDIDO
                   END-IF
               WHEN WS-FILTRO-TELEFONE
                   IF WS-PEDIDO-TELEFONE EQUAL WS-FONE-NORMAL
                      PERFORM EXIBIR-PEDIDO
                   END-IF
               WHEN WS-FILTRO-FREQUENCIA
                   PERFORM CONTAR-PEDIDO
           END-EVALUATE.
           READ MORTO.

      *------------------- RANKING DE QUEM MAIS PEDE ------------------*
       FREQUENCIA-DE-PEDIDOS    SECTION.
           MOVE 0 TO WS-FREQ-ITENS.
           MOVE 'F' TO WS-ARQ-FILTRO.
           PERFORM LER-PEDIDOS-ARQUIVADOS.

           MOVE ZEROS TO WS-PEDIDO-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN WS-PEDIDO-NUMERO.
           IF WS-FS-PEDIDOS EQUAL ZEROS
              READ PEDIDOS NEXT RECORD
              PERFORM ACUMULAR-FREQUENCIA
                 UNTIL WS-FS-PEDIDOS NOT EQUAL ZEROS
           END-IF.

           IF WS-FREQ-ITENS EQUAL 0
              DISPLAY "NENHUM PEDIDO LIGADO A CLIENTE"
              GO TO FREQUENCIA-DE-PEDIDOS-FIM
           EXIT.

       ACUMULAR-FREQUENCIA    SECTION.
           PERFORM CONTAR-PEDIDO.
           READ PEDIDOS NEXT RECORD.

       CONTAR-PEDIDO    SECTION.
           IF WS-PEDIDO-CLIENTE-ID NOT EQUAL ZEROS
              AND WS-PEDIDO-CLIENTE-ID NUMERIC
              MOVE 0 TO WS-FREQ-ACHADO
                 ADD 1 TO WS-FREQ-QTD (WS-FREQ-ACHADO)
              END-IF
           END-IF.

       PROCURAR-FREQUENCIA    SECTION.
           ADD 1 TO WS-FREQ-IDX.
