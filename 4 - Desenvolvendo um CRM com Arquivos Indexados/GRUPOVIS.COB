       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPOVIS.

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

           SELECT GRUPOCRM ASSIGN TO "..\DADOS\GRUPOCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS GRUPOCRM-FS
           RECORD KEY IS GRUPO-CHAVE
           ALTERNATE RECORD KEY IS GRUPO-MATRIZ-ID
           WITH DUPLICATES.

           SELECT ARQCONTATO ASSIGN TO "..\DADOS\ARQCONTATO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT SAC ASSIGN TO "..\DADOS\SAC.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SAC-FS
           RECORD KEY IS SAC-CHAVE.

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

           SELECT PARCELAS ASSIGN TO "..\DADOS\PARCELAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PARCELAS-FS.

           SELECT PAGAMENTOS ASSIGN TO "..\DADOS\PAGAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PAGAMENTOS-FS.

           SELECT GRUPO-PRT ASSIGN TO WRK-ARQ-SAIDA
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS GRUPO-PRT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       COPY  "#CRM".

       FD  GRUPOCRM.
       COPY  "#GRUPO".

       FD  ARQCONTATO.
       COPY  "#CONTATO".

       FD  SAC.
       COPY  "#SAC".

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
      *        C = CANCELADO (NAO ENTRA NO VOLUME)
           05  PEDIDO-MOTIVO-CANC    PIC X(30).
           05  PEDIDO-CLIENTE-ID     PIC 9(09).
           05  PEDIDO-TELEFONE       PIC X(15).
           05  PEDIDO-PROMETIDO      PIC 9(04).

      *------------------- ESPELHO DO CONTAS A RECEBER (VER 7-AGING) --*
      *  A FATURA TRAZ O ID DO CLIENTE NO CRM; E POR ELE QUE A FATURA *
      *  E LIGADA AO MEMBRO DO GRUPO                                  *
       FD  FATURAS.
       01  FATURA-REGISTRO.
           05  FATURA-NUMERO         PIC 9(06).
           05  FATURA-CLIENTE        PIC X(10).
           05  FATURA-VALOR          PIC 9(05)V99.
           05  FATURA-VENCIMENTO     PIC 9(08).
           05  FATURA-CLIENTE-ID     PIC 9(09).

       FD  PARCELAS.
       01  PARC-REGISTRO.
           05  PARC-FATURA           PIC 9(06).
           05  PARC-NUMERO           PIC 9(02).
           05  PARC-VALOR            PIC 9(05)V99.
           05  PARC-VENCIMENTO       PIC 9(08).

       FD  PAGAMENTOS.
       01  PAG-REGISTRO.
           05  PAG-FATURA            PIC 9(06).
           05  PAG-DATA              PIC 9(08).
           05  PAG-VALOR             PIC 9(05)V99.
           05  PAG-PARCELA           PIC 9(02).

       FD  GRUPO-PRT.
       01  GRUPO-LINHA         PIC X(132).

       WORKING-STORAGE     SECTION.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  GRUPOCRM-FS         PIC 9(02) VALUE ZEROS.
       01  ARQCONTATO-FS       PIC 9(02) VALUE ZEROS.
       01  SAC-FS              PIC 9(02) VALUE ZEROS.
       01  PEDIDOS-FS          PIC 9(02) VALUE ZEROS.
       01  FATURAS-FS          PIC 9(02) VALUE ZEROS.
       01  PARCELAS-FS         PIC 9(02) VALUE ZEROS.
       01  PAGAMENTOS-FS       PIC 9(02) VALUE ZEROS.
       01  GRUPO-PRT-FS        PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO -------------------------*
       01  WRK-SEGURATELA      PIC X(01) VALUE SPACES.
       01  WRK-CLIENTE-ID      PIC 9(09) VALUE 0.
       01  WRK-MATRIZ-ID       PIC 9(09) VALUE 0.
       01  WRK-MATRIZ-NOME     PIC X(30) VALUE SPACES.
       01  WRK-RAIZ            PIC 9(08) VALUE 0.
       01  WRK-ID-EDIT         PIC 9(09).
       01  WRK-ARQ-SAIDA       PIC X(60) VALUE SPACES.
       01  WRK-TEM-GRUPO       PIC X(01) VALUE 'N'.
           88  CLIENTE-EM-GRUPO    VALUE 'S'.

      *------------------- MEMBROS DO GRUPO E SEUS TOTAIS --------------*
       01  WRK-MBR-TAB.
           05  WRK-MBR OCCURS 200 TIMES.
               10  WRK-MBR-ID         PIC 9(09).
               10  WRK-MBR-NOME       PIC X(30).
               10  WRK-MBR-PAPEL      PIC X(01).
               10  WRK-MBR-CONTATOS   PIC 9(05).
               10  WRK-MBR-SAC        PIC 9(04).
               10  WRK-MBR-FAT-QTD    PIC 9(04).
               10  WRK-MBR-FAT-SALDO  PIC 9(07)V99.
               10  WRK-MBR-PED-QTD    PIC 9(05).
               10  WRK-MBR-PED-VALOR  PIC 9(07)V99.
       01  WRK-MBR-ITENS       PIC 9(03) VALUE 0.
       01  WRK-MBR-IDX         PIC 9(03) VALUE 0.
       01  WRK-MBR-ACHADO      PIC 9(03) VALUE 0.

      *------------------- FATURAS DOS MEMBROS EM MEMORIA --------------*
      *  MESMA REGRA DO AGING: FATURA COM PLANO DE PARCELAS RESPONDE  *
      *  PELAS PARCELAS; PAGAMENTO SEM PARCELA QUITA A FATURA         *
       01  WRK-FAT-TAB.
           05  WRK-FAT OCCURS 500 TIMES.
               10  WRK-FAT-NUMERO     PIC 9(06).
               10  WRK-FAT-MEMBRO     PIC 9(03).
               10  WRK-FAT-VALOR      PIC 9(07)V99.
               10  WRK-FAT-PAGO       PIC 9(07)V99.
               10  WRK-FAT-PARC-VALOR PIC 9(07)V99.
               10  WRK-FAT-PARC-PAGO  PIC 9(07)V99.
               10  WRK-FAT-RENEG      PIC X(01).
       01  WRK-FAT-ITENS       PIC 9(03) VALUE 0.
       01  WRK-FAT-IDX         PIC 9(03) VALUE 0.
       01  WRK-FAT-ACHADO      PIC 9(03) VALUE 0.
       01  WRK-FAT-SALDO       PIC S9(07)V99 VALUE 0.
       01  WRK-FAT-NUM-BUSCA   PIC 9(06) VALUE 0.

      *------------------- TOTAIS CONSOLIDADOS NA MATRIZ ---------------*
       01  WRK-TOT-CONTATOS    PIC 9(06) VALUE 0.
       01  WRK-TOT-SAC         PIC 9(05) VALUE 0.
       01  WRK-TOT-FAT-QTD     PIC 9(05) VALUE 0.
       01  WRK-TOT-FAT-SALDO   PIC 9(09)V99 VALUE 0.
       01  WRK-TOT-PED-QTD     PIC 9(06) VALUE 0.
       01  WRK-TOT-PED-VALOR   PIC 9(09)V99 VALUE 0.

      *------------------- REGISTRO NO SPOOL DE RELATORIOS -------------*
       01  WRK-SPOOL-NOME      PIC X(10) VALUE "GRUPOVIS".
       01  WRK-SPOOL-SOLIC     PIC X(10) VALUE "GRUPOVIS".
       01  WRK-SPOOL-ARQ       PIC X(60) VALUE SPACES.
       01  WRK-SPOOL-LINHAS    PIC 9(05) VALUE 0.

       01  WRK-CABEC.
           05  FILLER          PIC X(10) VALUE "ID".
           05  FILLER          PIC X(31) VALUE "NOME".
           05  FILLER          PIC X(02) VALUE "P".
           05  FILLER          PIC X(07) VALUE "CONTAT".
           05  FILLER          PIC X(06) VALUE "SAC".
           05  FILLER          PIC X(06) VALUE "FATS".
           05  FILLER          PIC X(14) VALUE "SALDO ABERTO".
           05  FILLER          PIC X(07) VALUE "PEDIDOS".
           05  FILLER          PIC X(13) VALUE "VOLUME".

       01  WRK-DETALHE.
           05  WRK-DET-ID      PIC 9(09) BLANK WHEN ZERO.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WRK-DET-NOME    PIC X(30).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WRK-DET-PAPEL   PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WRK-DET-CONTAT  PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WRK-DET-SAC     PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WRK-DET-FATS    PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WRK-DET-SALDO   PIC Z(08)9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WRK-DET-PED     PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  WRK-DET-VOLUME  PIC Z(08)9.99.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM PROCESSAR.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA                 LINE 02 COLUMN 01
              GOBACK
           END-IF.

           OPEN INPUT GRUPOCRM.
           IF GRUPOCRM-FS NOT EQUAL ZEROS
              DISPLAY "SEM GRUPOCRM.DAT - RODE O GRUPOCRM"
                                                    LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA                 LINE 02 COLUMN 01
              CLOSE ARQCRM
              GOBACK
           END-IF.

       PROCESSAR     SECTION.
           DISPLAY "VISAO CONSOLIDADA DO GRUPO"  LINE 01 COLUMN 01.
           DISPLAY "--------------------------"  LINE 02 COLUMN 01.

           DISPLAY "ID DO CLIENTE (MATRIZ OU FILIAL) "
                                                LINE 03 COLUMN 01.
              ACCEPT WRK-CLIENTE-ID             LINE 03 COLUMN 35.

           MOVE WRK-CLIENTE-ID TO ARQCRM-ID.
           READ ARQCRM KEY IS ARQCRM-CHAVE.
           IF ARQCRM-FS NOT EQUAL 00
              DISPLAY "CLIENTE NAO ENCONTRADO"  LINE 05 COLUMN 01
              GO TO PROCESSAR-EXIT
           END-IF.

           PERFORM MONTAR-MEMBROS.
           IF NOT CLIENTE-EM-GRUPO
              DISPLAY "CLIENTE NAO PERTENCE A GRUPO ECONOMICO"
                                                LINE 05 COLUMN 01
              GO TO PROCESSAR-EXIT
           END-IF.

           PERFORM APURAR-CONTATOS.
           PERFORM APURAR-SAC.
           PERFORM APURAR-PEDIDOS.
           PERFORM APURAR-FATURAS.

           MOVE WRK-MATRIZ-ID TO WRK-ID-EDIT.
           MOVE SPACES TO WRK-ARQ-SAIDA.
           STRING "..\DADOS\GRUPO."             DELIMITED BY SIZE
                  WRK-ID-EDIT                   DELIMITED BY SIZE
                  ".TXT"                        DELIMITED BY SIZE
                  INTO WRK-ARQ-SAIDA.

           OPEN OUTPUT GRUPO-PRT.
           IF GRUPO-PRT-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DA SAIDA" LINE 05 COLUMN 01
              GO TO PROCESSAR-EXIT
           END-IF.

           PERFORM IMPRIMIR-GRUPO.
           CLOSE GRUPO-PRT.

           MOVE WRK-ARQ-SAIDA TO WRK-SPOOL-ARQ.
           MOVE WRK-MBR-ITENS TO WRK-SPOOL-LINHAS.
           CALL "SPOOLREG" USING WRK-SPOOL-NOME WRK-SPOOL-SOLIC
                                 WRK-SPOOL-ARQ WRK-SPOOL-LINHAS.

           PERFORM EXIBIR-TOTAIS.

       PROCESSAR-EXIT.
           EXIT.

      *------------------- ACHA A MATRIZ E LISTA OS MEMBROS ------------*
       MONTAR-MEMBROS     SECTION.
           MOVE 'N' TO WRK-TEM-GRUPO.
           MOVE 0   TO WRK-MBR-ITENS.

           MOVE WRK-CLIENTE-ID TO GRUPO-CLIENTE-ID.
           READ GRUPOCRM KEY IS GRUPO-CHAVE.
           IF GRUPOCRM-FS NOT EQUAL 00
              GO TO MONTAR-MEMBROS-EXIT
           END-IF.

           MOVE 'S'             TO WRK-TEM-GRUPO.
           MOVE GRUPO-MATRIZ-ID TO WRK-MATRIZ-ID.
           MOVE GRUPO-RAIZ      TO WRK-RAIZ.

           START GRUPOCRM KEY IS EQUAL GRUPO-MATRIZ-ID.
           IF GRUPOCRM-FS NOT EQUAL 00
              GO TO MONTAR-MEMBROS-EXIT
           END-IF.
           READ GRUPOCRM NEXT RECORD.
           PERFORM GUARDAR-MEMBRO
              UNTIL GRUPOCRM-FS NOT EQUAL 00
                 OR GRUPO-MATRIZ-ID NOT EQUAL WRK-MATRIZ-ID.

       MONTAR-MEMBROS-EXIT.
           EXIT.

       GUARDAR-MEMBRO     SECTION.
           IF WRK-MBR-ITENS < 200
              ADD 1 TO WRK-MBR-ITENS
              INITIALIZE WRK-MBR (WRK-MBR-ITENS)
              MOVE GRUPO-CLIENTE-ID TO WRK-MBR-ID (WRK-MBR-ITENS)
              MOVE GRUPO-PAPEL      TO WRK-MBR-PAPEL (WRK-MBR-ITENS)
              MOVE GRUPO-CLIENTE-ID TO ARQCRM-ID
              READ ARQCRM KEY IS ARQCRM-CHAVE
              IF ARQCRM-FS EQUAL 00
                 MOVE ARQCRM-NOME TO WRK-MBR-NOME (WRK-MBR-ITENS)
                 IF GRUPO-MATRIZ
                    MOVE ARQCRM-NOME TO WRK-MATRIZ-NOME
                 END-IF
              END-IF
           END-IF.
           READ GRUPOCRM NEXT RECORD.

      *------------------- CONTATOS REGISTRADOS DE CADA MEMBRO ---------*
       APURAR-CONTATOS     SECTION.
           OPEN INPUT ARQCONTATO.
           IF ARQCONTATO-FS NOT EQUAL ZEROS
              GO TO APURAR-CONTATOS-EXIT
           END-IF.
           MOVE 0 TO WRK-MBR-IDX.
           PERFORM CONTAR-CONTATOS-MEMBRO
              UNTIL WRK-MBR-IDX NOT < WRK-MBR-ITENS.
           CLOSE ARQCONTATO.

       APURAR-CONTATOS-EXIT.
           EXIT.

       CONTAR-CONTATOS-MEMBRO     SECTION.
           ADD 1 TO WRK-MBR-IDX.
           MOVE WRK-MBR-ID (WRK-MBR-IDX) TO CONTATO-CLIENTE-ID.
           MOVE 0                        TO CONTATO-SEQ.
           START ARQCONTATO KEY IS NOT LESS THAN CONTATO-CHAVE.
           IF ARQCONTATO-FS EQUAL 00
              READ ARQCONTATO NEXT RECORD
              PERFORM CONTAR-UM-CONTATO
                 UNTIL ARQCONTATO-FS NOT EQUAL 00
                 OR CONTATO-CLIENTE-ID NOT EQUAL
                    WRK-MBR-ID (WRK-MBR-IDX)
           END-IF.

       CONTAR-UM-CONTATO     SECTION.
           ADD 1 TO WRK-MBR-CONTATOS (WRK-MBR-IDX).
           ADD 1 TO WRK-TOT-CONTATOS.
           READ ARQCONTATO NEXT RECORD.

      *------------------- CHAMADOS SAC AINDA NAO RESOLVIDOS -----------*
       APURAR-SAC     SECTION.
           OPEN INPUT SAC.
           IF SAC-FS NOT EQUAL ZEROS
              GO TO APURAR-SAC-EXIT
           END-IF.
           MOVE 0 TO WRK-MBR-IDX.
           PERFORM CONTAR-SAC-MEMBRO
              UNTIL WRK-MBR-IDX NOT < WRK-MBR-ITENS.
           CLOSE SAC.

       APURAR-SAC-EXIT.
           EXIT.

       CONTAR-SAC-MEMBRO     SECTION.
           ADD 1 TO WRK-MBR-IDX.
           MOVE WRK-MBR-ID (WRK-MBR-IDX) TO SAC-CLIENTE-ID.
           MOVE 0                        TO SAC-SEQ.
           START SAC KEY IS NOT LESS THAN SAC-CHAVE.
           IF SAC-FS EQUAL 00
              READ SAC NEXT RECORD
              PERFORM CONTAR-UM-SAC
                 UNTIL SAC-FS NOT EQUAL 00
                 OR SAC-CLIENTE-ID NOT EQUAL WRK-MBR-ID (WRK-MBR-IDX)
           END-IF.

       CONTAR-UM-SAC     SECTION.
           IF SAC-ABERTO OR SAC-EM-TRATAMENTO OR SAC-REABERTO
              ADD 1 TO WRK-MBR-SAC (WRK-MBR-IDX)
              ADD 1 TO WRK-TOT-SAC
           END-IF.
           READ SAC NEXT RECORD.

      *------------------- VOLUME DE PEDIDOS DA PIZZARIA ---------------*
       APURAR-PEDIDOS     SECTION.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              GO TO APURAR-PEDIDOS-EXIT
           END-IF.
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
           IF PEDIDO-SITUACAO NOT EQUAL 'C'
              PERFORM LOCALIZAR-MEMBRO-PEDIDO
              IF WRK-MBR-ACHADO NOT EQUAL 0
                 ADD 1 TO WRK-MBR-PED-QTD (WRK-MBR-ACHADO)
                 ADD PEDIDO-VALOR
                   TO WRK-MBR-PED-VALOR (WRK-MBR-ACHADO)
                 ADD 1 TO WRK-TOT-PED-QTD
                 ADD PEDIDO-VALOR TO WRK-TOT-PED-VALOR
              END-IF
           END-IF.
           READ PEDIDOS NEXT RECORD.

       LOCALIZAR-MEMBRO-PEDIDO     SECTION.
           MOVE 0 TO WRK-MBR-ACHADO.
           MOVE 0 TO WRK-MBR-IDX.
           PERFORM PROCURAR-MEMBRO-PEDIDO
              UNTIL WRK-MBR-IDX NOT < WRK-MBR-ITENS
                 OR WRK-MBR-ACHADO NOT EQUAL 0.

       PROCURAR-MEMBRO-PEDIDO     SECTION.
           ADD 1 TO WRK-MBR-IDX.
           IF WRK-MBR-ID (WRK-MBR-IDX) EQUAL PEDIDO-CLIENTE-ID
              MOVE WRK-MBR-IDX TO WRK-MBR-ACHADO
           END-IF.

      *------------------- FATURAS EM ABERTO DOS MEMBROS ---------------*
       APURAR-FATURAS     SECTION.
           OPEN INPUT FATURAS.
           IF FATURAS-FS NOT EQUAL ZEROS
              GO TO APURAR-FATURAS-EXIT
           END-IF.
           READ FATURAS.
           PERFORM GUARDAR-UMA-FATURA
              UNTIL FATURAS-FS NOT EQUAL 00.
           CLOSE FATURAS.

           OPEN INPUT PARCELAS.
           IF PARCELAS-FS EQUAL ZEROS
              READ PARCELAS
              PERFORM APLICAR-UMA-PARCELA
                 UNTIL PARCELAS-FS NOT EQUAL 00
              CLOSE PARCELAS
           END-IF.

           OPEN INPUT PAGAMENTOS.
           IF PAGAMENTOS-FS EQUAL ZEROS
              READ PAGAMENTOS
              PERFORM APLICAR-UM-PAGAMENTO
                 UNTIL PAGAMENTOS-FS NOT EQUAL 00
              CLOSE PAGAMENTOS
           END-IF.

           MOVE 0 TO WRK-FAT-IDX.
           PERFORM APURAR-SALDO-FATURA
              UNTIL WRK-FAT-IDX NOT < WRK-FAT-ITENS.

       APURAR-FATURAS-EXIT.
           EXIT.

       GUARDAR-UMA-FATURA     SECTION.
           MOVE 0 TO WRK-MBR-ACHADO.
           MOVE 0 TO WRK-MBR-IDX.
           PERFORM PROCURAR-MEMBRO-FATURA
              UNTIL WRK-MBR-IDX NOT < WRK-MBR-ITENS
                 OR WRK-MBR-ACHADO NOT EQUAL 0.

           IF WRK-MBR-ACHADO NOT EQUAL 0
              AND WRK-FAT-ITENS < 500
              ADD 1 TO WRK-FAT-ITENS
              MOVE FATURA-NUMERO  TO WRK-FAT-NUMERO (WRK-FAT-ITENS)
              MOVE WRK-MBR-ACHADO TO WRK-FAT-MEMBRO (WRK-FAT-ITENS)
              MOVE FATURA-VALOR   TO WRK-FAT-VALOR (WRK-FAT-ITENS)
              MOVE 0 TO WRK-FAT-PAGO (WRK-FAT-ITENS)
              MOVE 0 TO WRK-FAT-PARC-VALOR (WRK-FAT-ITENS)
              MOVE 0 TO WRK-FAT-PARC-PAGO (WRK-FAT-ITENS)
              MOVE 'N' TO WRK-FAT-RENEG (WRK-FAT-ITENS)
           END-IF.
           READ FATURAS.

       PROCURAR-MEMBRO-FATURA     SECTION.
           ADD 1 TO WRK-MBR-IDX.
           IF WRK-MBR-ID (WRK-MBR-IDX) EQUAL FATURA-CLIENTE-ID
              MOVE WRK-MBR-IDX TO WRK-MBR-ACHADO
           END-IF.

       APLICAR-UMA-PARCELA     SECTION.
           MOVE PARC-FATURA TO WRK-FAT-NUM-BUSCA.
           PERFORM LOCALIZAR-FATURA.
           IF WRK-FAT-ACHADO NOT EQUAL 0
              MOVE 'S' TO WRK-FAT-RENEG (WRK-FAT-ACHADO)
              ADD PARC-VALOR TO WRK-FAT-PARC-VALOR (WRK-FAT-ACHADO)
           END-IF.
           READ PARCELAS.

       APLICAR-UM-PAGAMENTO     SECTION.
           IF PAG-PARCELA NOT NUMERIC
              MOVE ZEROS TO PAG-PARCELA
           END-IF.
           MOVE PAG-FATURA TO WRK-FAT-NUM-BUSCA.
           PERFORM LOCALIZAR-FATURA.
           IF WRK-FAT-ACHADO NOT EQUAL 0
              IF PAG-PARCELA EQUAL ZEROS
                 ADD PAG-VALOR TO WRK-FAT-PAGO (WRK-FAT-ACHADO)
              ELSE
                 ADD PAG-VALOR TO WRK-FAT-PARC-PAGO (WRK-FAT-ACHADO)
              END-IF
           END-IF.
           READ PAGAMENTOS.

       LOCALIZAR-FATURA     SECTION.
           MOVE 0 TO WRK-FAT-ACHADO.
           MOVE 0 TO WRK-FAT-IDX.
           PERFORM PROCURAR-FATURA
              UNTIL WRK-FAT-IDX NOT < WRK-FAT-ITENS
                 OR WRK-FAT-ACHADO NOT EQUAL 0.

       PROCURAR-FATURA     SECTION.
           ADD 1 TO WRK-FAT-IDX.
           IF WRK-FAT-NUMERO (WRK-FAT-IDX) EQUAL WRK-FAT-NUM-BUSCA
              MOVE WRK-FAT-IDX TO WRK-FAT-ACHADO
           END-IF.

       APURAR-SALDO-FATURA     SECTION.
           ADD 1 TO WRK-FAT-IDX.
           IF WRK-FAT-RENEG (WRK-FAT-IDX) EQUAL 'S'
              COMPUTE WRK-FAT-SALDO =
                      WRK-FAT-PARC-VALOR (WRK-FAT-IDX)
                      - WRK-FAT-PARC-PAGO (WRK-FAT-IDX)
           ELSE
              COMPUTE WRK-FAT-SALDO =
                      WRK-FAT-VALOR (WRK-FAT-IDX)
                      - WRK-FAT-PAGO (WRK-FAT-IDX)
           END-IF.
           IF WRK-FAT-SALDO > 0
              MOVE WRK-FAT-MEMBRO (WRK-FAT-IDX) TO WRK-MBR-IDX
              ADD 1 TO WRK-MBR-FAT-QTD (WRK-MBR-IDX)
              ADD WRK-FAT-SALDO TO WRK-MBR-FAT-SALDO (WRK-MBR-IDX)
              ADD 1 TO WRK-TOT-FAT-QTD
              ADD WRK-FAT-SALDO TO WRK-TOT-FAT-SALDO
           END-IF.

      *------------------- RELATORIO DO GRUPO ---------------------------*
       IMPRIMIR-GRUPO     SECTION.
           MOVE "==================== VISAO CONSOLIDADA DO GRUPO "
                                               TO GRUPO-LINHA.
           WRITE GRUPO-LINHA.

           MOVE SPACES TO GRUPO-LINHA.
           STRING "MATRIZ....: " WRK-ID-EDIT " " WRK-MATRIZ-NOME
                  DELIMITED BY SIZE INTO GRUPO-LINHA
           END-STRING.
           WRITE GRUPO-LINHA.

           MOVE SPACES TO GRUPO-LINHA.
           STRING "RAIZ CNPJ.: " WRK-RAIZ
                  "   EMITIDO EM " FUNCTION CURRENT-DATE (1:8)
                  DELIMITED BY SIZE INTO GRUPO-LINHA
           END-STRING.
           WRITE GRUPO-LINHA.

           MOVE SPACES TO GRUPO-LINHA.
           WRITE GRUPO-LINHA.
           MOVE WRK-CABEC TO GRUPO-LINHA.
           WRITE GRUPO-LINHA.

           MOVE 0 TO WRK-MBR-IDX.
           PERFORM IMPRIMIR-UM-MEMBRO
              UNTIL WRK-MBR-IDX NOT < WRK-MBR-ITENS.

           MOVE 0                  TO WRK-DET-ID.
           MOVE "TOTAL DO GRUPO"   TO WRK-DET-NOME.
           MOVE SPACES             TO WRK-DET-PAPEL.
           MOVE WRK-TOT-CONTATOS   TO WRK-DET-CONTAT.
           MOVE WRK-TOT-SAC        TO WRK-DET-SAC.
           MOVE WRK-TOT-FAT-QTD    TO WRK-DET-FATS.
           MOVE WRK-TOT-FAT-SALDO  TO WRK-DET-SALDO.
           MOVE WRK-TOT-PED-QTD    TO WRK-DET-PED.
           MOVE WRK-TOT-PED-VALOR  TO WRK-DET-VOLUME.
           MOVE WRK-DETALHE TO GRUPO-LINHA.
           WRITE GRUPO-LINHA.

       IMPRIMIR-UM-MEMBRO     SECTION.
           ADD 1 TO WRK-MBR-IDX.
           MOVE WRK-MBR-ID (WRK-MBR-IDX)        TO WRK-DET-ID.
           MOVE WRK-MBR-NOME (WRK-MBR-IDX)      TO WRK-DET-NOME.
           MOVE WRK-MBR-PAPEL (WRK-MBR-IDX)     TO WRK-DET-PAPEL.
           MOVE WRK-MBR-CONTATOS (WRK-MBR-IDX)  TO WRK-DET-CONTAT.
           MOVE WRK-MBR-SAC (WRK-MBR-IDX)       TO WRK-DET-SAC.
           MOVE WRK-MBR-FAT-QTD (WRK-MBR-IDX)   TO WRK-DET-FATS.
           MOVE WRK-MBR-FAT-SALDO (WRK-MBR-IDX) TO WRK-DET-SALDO.
           MOVE WRK-MBR-PED-QTD (WRK-MBR-IDX)   TO WRK-DET-PED.
           MOVE WRK-MBR-PED-VALOR (WRK-MBR-IDX) TO WRK-DET-VOLUME.
           MOVE WRK-DETALHE TO GRUPO-LINHA.
           WRITE GRUPO-LINHA.

      *------------------- RESUMO NA TELA -------------------------------*
       EXIBIR-TOTAIS     SECTION.
           DISPLAY "MATRIZ          "          LINE 05 COLUMN 01.
           DISPLAY WRK-MATRIZ-NOME             LINE 05 COLUMN 20.
           DISPLAY "EMPRESAS        "          LINE 06 COLUMN 01.
           DISPLAY WRK-MBR-ITENS               LINE 06 COLUMN 20.
           DISPLAY "CONTATOS        "          LINE 07 COLUMN 01.
           DISPLAY WRK-TOT-CONTATOS            LINE 07 COLUMN 20.
           DISPLAY "SAC EM ABERTO   "          LINE 08 COLUMN 01.
           DISPLAY WRK-TOT-SAC                 LINE 08 COLUMN 20.
           DISPLAY "FATURAS ABERTAS "          LINE 09 COLUMN 01.
           DISPLAY WRK-TOT-FAT-QTD             LINE 09 COLUMN 20.
           MOVE WRK-TOT-FAT-SALDO TO WRK-DET-SALDO.
           DISPLAY WRK-DET-SALDO               LINE 09 COLUMN 30.
           DISPLAY "PEDIDOS         "          LINE 10 COLUMN 01.
           DISPLAY WRK-TOT-PED-QTD             LINE 10 COLUMN 20.
           MOVE WRK-TOT-PED-VALOR TO WRK-DET-VOLUME.
           DISPLAY WRK-DET-VOLUME              LINE 10 COLUMN 30.
           DISPLAY "RELATORIO GERADO EM "      LINE 12 COLUMN 01.
           DISPLAY WRK-ARQ-SAIDA               LINE 13 COLUMN 01.

       FINALIZAR     SECTION.
           DISPLAY "VOLTANDO "                 LINE 20 COLUMN 01.
           ACCEPT WRK-SEGURATELA               LINE 21 COLUMN 01.
           CLOSE ARQCRM.
           CLOSE GRUPOCRM.
       END PROGRAM GRUPOVIS.
