           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT ARQCONSENT ASSIGN TO "..\DADOS\ARQCONSENT.DAT"
           ORGANIZATION  IS  INDEXED
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PED-NUMERO
           ALTERNATE RECORD KEY IS PED-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PED-TELEFONE
           WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO "..\DADOS\PEDITENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PEDITENS-FS
           RECORD KEY IS PIT-CHAVE.

           SELECT PEDCANAL ASSIGN TO "..\DADOS\PEDCANAL.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PEDCANAL-FS
           RECORD KEY IS PCN-PEDIDO
           ALTERNATE RECORD KEY IS PCN-CHAVE-APP.

           SELECT VALES ASSIGN TO "..\DADOS\VALES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VALES-FS
           RECORD KEY IS VAL-CODIGO.

           SELECT SAC ASSIGN TO "..\DADOS\SAC.DAT"
           ORGANIZATION  IS  INDEXED
           FILE STATUS IS TAGCRM-FS
           RECORD KEY IS TAG-CHAVE.

           SELECT CONTPESSOA ASSIGN TO "..\DADOS\CONTPESSOA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONTPESSOA-FS
           RECORD KEY IS CPES-CHAVE.

           SELECT DOCREG ASSIGN TO "..\DADOS\DOCREG.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ENRIQUECE-FS
           RECORD KEY IS ENRIQ-CHAVE.

           SELECT ENTREGA ASSIGN TO "..\DADOS\ENTREGA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ENTREGA-FS
           RECORD KEY IS ENTREGA-CHAVE.

           SELECT GATILHO ASSIGN TO "..\DADOS\GATILHO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GATILHO-FS
           RECORD KEY IS GAT-CHAVE.

      *       O COFRE DE CPF E CNPJ: A COPIA VAI PARA A PASTA DO COFRE
           SELECT COFRE ASSIGN TO "..\DADOS\COFRE\COFRE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COFRE-FS
           RECORD KEY IS COFRE-CHAVE
           ALTERNATE RECORD KEY IS COFRE-DOC-CHAVE.

      *       ARQUIVOS SEQUENCIAIS DO CONJUNTO, COPIADOS LINHA A LINHA
           SELECT ENTRADA-SEQ ASSIGN TO WRK-ARQ-ORIGEM
           ORGANIZATION  IS  LINE SEQUENTIAL
           05  PED-TELEFONE       PIC X(15).
           05  PED-PROMETIDO      PIC 9(04).

      *------------------- ESPELHO DO PEDITENS.DAT (VER PEDIDO-IF) ----*
       FD  PEDITENS.
       01  PIT-REGISTRO.
           05  PIT-CHAVE.
               10  PIT-PEDIDO     PIC 9(08).
               10  PIT-LINHA      PIC 9(02).
           05  PIT-TIPO           PIC X(01).
           05  PIT-NOME           PIC X(12).
           05  PIT-TAMANHO        PIC X(01).
           05  PIT-EXTRA-QUEIJO   PIC X(01).
           05  PIT-EXTRA-BORDA    PIC X(01).
           05  PIT-QTD            PIC 9(03).
           05  PIT-UNITARIO       PIC 9(04)V99.
           05  PIT-VALOR          PIC 9(05)V99.

      *------------------- ESPELHO DO PEDCANAL.DAT (VER APPIMP) -------*
       FD  PEDCANAL.
       01  PCN-REGISTRO.
           05  PCN-PEDIDO         PIC 9(08).
           05  PCN-CHAVE-APP.
               10  PCN-CANAL      PIC X(04).
               10  PCN-PEDIDO-APP PIC X(20).
           05  PCN-DATAHORA-APP   PIC X(14).
           05  PCN-BRUTO          PIC 9(05)V99.
           05  PCN-COMISSAO       PIC 9(05)V99.
           05  PCN-LIQUIDO        PIC 9(05)V99.
           05  PCN-REPASSE        PIC X(01).
           05  PCN-DATA-REPASSE   PIC 9(08).
           05  PCN-VALOR-REPASSADO PIC 9(05)V99.

      *------------------- ESPELHO DO VALES.DAT (VER VALECAD) ---------*
       FD  VALES.
       01  VAL-REGISTRO.
           05  VAL-CODIGO         PIC X(12).
           05  VAL-TIPO           PIC X(01).
           05  VAL-VALOR          PIC 9(05)V99.
           05  VAL-PERCENTUAL     PIC 9(02).
           05  VAL-SALDO          PIC 9(05)V99.
           05  VAL-EMISSAO        PIC 9(08).
           05  VAL-VALIDADE       PIC 9(08).
           05  VAL-USO            PIC X(01).
           05  VAL-USOS           PIC 9(04).
           05  VAL-SITUACAO       PIC X(01).
           05  VAL-CAMPANHA       PIC X(06).
           05  VAL-CLIENTE-ID     PIC 9(09).

       FD  SAC.
       COPY  "#SAC".

       FD  TAGCRM.
       COPY  "#TAG".

       FD  CONTPESSOA.
       COPY  "#CONTPES".

       FD  DOCREG.
       COPY  "#DOCREG".

       FD  ENRIQUECE.
       COPY  "#ENRIQUECE".

       FD  ENTREGA.
       COPY  "#ENTREGA".

       FD  GATILHO.
       COPY  "#GATILHO".

       FD  COFRE.
       COPY  "#COFRE".

       FD  ENTRADA-SEQ.
       01  ENTRADA-SEQ-LINHA   PIC X(256).

       01  ARQCONSENT-FS       PIC 9(02) VALUE ZEROS.
       01  CAMPANHA-FS         PIC 9(02) VALUE ZEROS.
       01  PEDIDOS-FS          PIC 9(02) VALUE ZEROS.
       01  PEDITENS-FS         PIC 9(02) VALUE ZEROS.
       01  PEDCANAL-FS         PIC 9(02) VALUE ZEROS.
       01  VALES-FS            PIC 9(02) VALUE ZEROS.
       01  SAC-FS              PIC 9(02) VALUE ZEROS.
       01  TAGCRM-FS           PIC 9(02) VALUE ZEROS.
       01  CONTPESSOA-FS       PIC 9(02) VALUE ZEROS.
       01  DOCREG-FS           PIC 9(02) VALUE ZEROS.
       01  APROVACAO-FS        PIC 9(02) VALUE ZEROS.
       01  APROVCTL-FS         PIC 9(02) VALUE ZEROS.
       01  ROTEIRO-FS          PIC 9(02) VALUE ZEROS.
       01  RESPOSTAS-FS        PIC 9(02) VALUE ZEROS.
       01  ENRIQUECE-FS        PIC 9(02) VALUE ZEROS.
       01  ENTREGA-FS          PIC 9(02) VALUE ZEROS.
       01  GATILHO-FS          PIC 9(02) VALUE ZEROS.
       01  COFRE-FS            PIC 9(02) VALUE ZEROS.
       01  ENTRADA-SEQ-FS      PIC 9(02) VALUE ZEROS.
       01  COPIA-FS            PIC 9(02) VALUE ZEROS.
       01  CATALOGO-FS         PIC 9(02) VALUE ZEROS.
       01  WRK-ARQ-ORIGEM      PIC X(60) VALUE SPACES.
       01  WRK-ARQ-COPIA       PIC X(60) VALUE SPACES.
       01  WRK-NOME-LOGICO     PIC X(12) VALUE SPACES.
       01  WRK-PASTA-COPIA     PIC X(20) VALUE SPACES.
       01  WRK-REGISTROS       PIC 9(07) VALUE 0.
       01  WRK-TOT-ARQUIVOS    PIC 9(02) VALUE 0.
       01  WRK-TOT-REGISTROS   PIC 9(08) VALUE 0.
           PERFORM COPIAR-ARQCONSENT.
           PERFORM COPIAR-CAMPANHA.
           PERFORM COPIAR-PEDIDOS.
           PERFORM COPIAR-PEDITENS.
           PERFORM COPIAR-PEDCANAL.
           PERFORM COPIAR-VALES.
           PERFORM COPIAR-SAC.
           PERFORM COPIAR-TAGCRM.
           PERFORM COPIAR-CONTPESSOA.
           PERFORM COPIAR-DOCREG.
           PERFORM COPIAR-APROVACAO.
           PERFORM COPIAR-APROVCTL.
           PERFORM COPIAR-ROTEIRO.
           PERFORM COPIAR-RESPOSTA.
           PERFORM COPIAR-ENRIQUECE.
           PERFORM COPIAR-ENTREGA.
           PERFORM COPIAR-GATILHO.
           PERFORM COPIAR-COFRE.

           MOVE "ARQCRMLOG"  TO WRK-NOME-LOGICO.
           MOVE "..\DADOS\ARQCRM.LOG" TO WRK-ARQ-ORIGEM.
           MOVE "..\DADOS\VENDASJRN.DAT" TO WRK-ARQ-ORIGEM.
           PERFORM COPIAR-SEQUENCIAL.

           MOVE "VALEMOV"    TO WRK-NOME-LOGICO.
           MOVE "..\DADOS\VALEMOV.DAT" TO WRK-ARQ-ORIGEM.
           PERFORM COPIAR-SEQUENCIAL.

           MOVE "INDICACAO"  TO WRK-NOME-LOGICO.
           MOVE "..\DADOS\INDICACAO.DAT" TO WRK-ARQ-ORIGEM.
           PERFORM COPIAR-SEQUENCIAL.
      *------------------- DESTINO E CATALOGO DE UM ARQUIVO -----------*
       PREPARAR-COPIA    SECTION.
           MOVE 0 TO WRK-REGISTROS.
           PERFORM ESCOLHER-PASTA.
           MOVE SPACES TO WRK-ARQ-COPIA.
           STRING WRK-PASTA-COPIA        DELIMITED BY SPACE
                  "SET."                 DELIMITED BY SIZE
                  WRK-GERACAO            DELIMITED BY SIZE
                  "."                    DELIMITED BY SIZE
                  WRK-NOME-LOGICO        DELIMITED BY SPACE
                  INTO WRK-ARQ-COPIA.
           OPEN OUTPUT COPIA.

      *    A COPIA DO COFRE FICA NA PASTA PROTEGIDA DO COFRE, LONGE
      *    DAS DEMAIS: QUEM LE O BACKUP NAO PODE CASAR TOKEN E DOCUMENTO
       ESCOLHER-PASTA    SECTION.
           IF WRK-NOME-LOGICO EQUAL "COFRE"
              MOVE "..\DADOS\COFRE\"  TO WRK-PASTA-COPIA
           ELSE
              MOVE "..\DADOS\BACKUP\" TO WRK-PASTA-COPIA
           END-IF.

       ANOTAR-NO-CATALOGO    SECTION.
           CLOSE COPIA.

           WRITE COPIA-LINHA.
           READ PEDIDOS NEXT RECORD.

       COPIAR-PEDITENS    SECTION.
           MOVE "PEDITENS" TO WRK-NOME-LOGICO.
           PERFORM PREPARAR-COPIA.

           OPEN INPUT PEDITENS.
           IF PEDITENS-FS NOT EQUAL ZEROS
              PERFORM ANOTAR-NO-CATALOGO
              GO TO COPIAR-PEDITENS-EXIT
           END-IF.
           READ PEDITENS NEXT RECORD.
           PERFORM COPIAR-UM-PEDITEM
              UNTIL PEDITENS-FS NOT EQUAL 00.
           CLOSE PEDITENS.
           PERFORM ANOTAR-NO-CATALOGO.

       COPIAR-PEDITENS-EXIT.
           EXIT.

       COPIAR-UM-PEDITEM    SECTION.
           ADD 1 TO WRK-REGISTROS.
           MOVE SPACES       TO COPIA-LINHA.
           MOVE PIT-REGISTRO TO COPIA-LINHA.
           WRITE COPIA-LINHA.
           READ PEDITENS NEXT RECORD.

       COPIAR-PEDCANAL    SECTION.
           MOVE "PEDCANAL" TO WRK-NOME-LOGICO.
           PERFORM PREPARAR-COPIA.

           OPEN INPUT PEDCANAL.
           IF PEDCANAL-FS NOT EQUAL ZEROS
              PERFORM ANOTAR-NO-CATALOGO
              GO TO COPIAR-PEDCANAL-EXIT
           END-IF.
           READ PEDCANAL NEXT RECORD.
           PERFORM COPIAR-UM-PEDCANAL
              UNTIL PEDCANAL-FS NOT EQUAL 00.
           CLOSE PEDCANAL.
           PERFORM ANOTAR-NO-CATALOGO.

       COPIAR-PEDCANAL-EXIT.
           EXIT.

       COPIAR-UM-PEDCANAL    SECTION.
           ADD 1 TO WRK-REGISTROS.
           MOVE SPACES       TO COPIA-LINHA.
           MOVE PCN-REGISTRO TO COPIA-LINHA.
           WRITE COPIA-LINHA.
           READ PEDCANAL NEXT RECORD.

       COPIAR-VALES    SECTION.
           MOVE "VALES" TO WRK-NOME-LOGICO.
           PERFORM PREPARAR-COPIA.

           OPEN INPUT VALES.
           IF VALES-FS NOT EQUAL ZEROS
              PERFORM ANOTAR-NO-CATALOGO
              GO TO COPIAR-VALES-EXIT
           END-IF.
           READ VALES NEXT RECORD.
           PERFORM COPIAR-UM-VALE
              UNTIL VALES-FS NOT EQUAL 00.
           CLOSE VALES.
           PERFORM ANOTAR-NO-CATALOGO.

       COPIAR-VALES-EXIT.
           EXIT.

       COPIAR-UM-VALE    SECTION.
           ADD 1 TO WRK-REGISTROS.
           MOVE SPACES       TO COPIA-LINHA.
           MOVE VAL-REGISTRO TO COPIA-LINHA.
           WRITE COPIA-LINHA.
           READ VALES NEXT RECORD.


       COPIAR-SAC    SECTION.
           MOVE "SAC" TO WRK-NOME-LOGICO.
           WRITE COPIA-LINHA.
           READ TAGCRM NEXT RECORD.

       COPIAR-CONTPESSOA    SECTION.
           MOVE "CONTPESSOA" TO WRK-NOME-LOGICO.
           PERFORM PREPARAR-COPIA.

           OPEN INPUT CONTPESSOA.
           IF CONTPESSOA-FS NOT EQUAL ZEROS
              PERFORM ANOTAR-NO-CATALOGO
              GO TO COPIAR-CONTPESSOA-EXIT
           END-IF.
           READ CONTPESSOA NEXT RECORD.
           PERFORM COPIAR-UMA-PESSOA
              UNTIL CONTPESSOA-FS NOT EQUAL 00.
           CLOSE CONTPESSOA.
           PERFORM ANOTAR-NO-CATALOGO.

       COPIAR-CONTPESSOA-EXIT.
           EXIT.

       COPIAR-UMA-PESSOA    SECTION.
           ADD 1 TO WRK-REGISTROS.
           MOVE SPACES        TO COPIA-LINHA.
           MOVE CPES-REGISTRO TO COPIA-LINHA.
           WRITE COPIA-LINHA.
           READ CONTPESSOA NEXT RECORD.

       COPIAR-DOCREG    SECTION.
           MOVE "DOCREG" TO WRK-NOME-LOGICO.
           PERFORM PREPARAR-COPIA.
           WRITE COPIA-LINHA.
           READ ENRIQUECE NEXT RECORD.

       COPIAR-ENTREGA    SECTION.
           MOVE "ENTREGA" TO WRK-NOME-LOGICO.
           PERFORM PREPARAR-COPIA.

           OPEN INPUT ENTREGA.
           IF ENTREGA-FS NOT EQUAL ZEROS
              PERFORM ANOTAR-NO-CATALOGO
              GO TO COPIAR-ENTREGA-EXIT
           END-IF.
           READ ENTREGA NEXT RECORD.
           PERFORM COPIAR-UMA-ENTREGA
              UNTIL ENTREGA-FS NOT EQUAL 00.
           CLOSE ENTREGA.
           PERFORM ANOTAR-NO-CATALOGO.

       COPIAR-ENTREGA-EXIT.
           EXIT.

       COPIAR-UMA-ENTREGA    SECTION.
           ADD 1 TO WRK-REGISTROS.
           MOVE SPACES           TO COPIA-LINHA.
           MOVE ENTREGA-REGISTRO TO COPIA-LINHA.
           WRITE COPIA-LINHA.
           READ ENTREGA NEXT RECORD.

       COPIAR-GATILHO    SECTION.
           MOVE "GATILHO" TO WRK-NOME-LOGICO.
           PERFORM PREPARAR-COPIA.

           OPEN INPUT GATILHO.
           IF GATILHO-FS NOT EQUAL ZEROS
              PERFORM ANOTAR-NO-CATALOGO
              GO TO COPIAR-GATILHO-EXIT
           END-IF.
           READ GATILHO NEXT RECORD.
           PERFORM COPIAR-UM-GATILHO
              UNTIL GATILHO-FS NOT EQUAL 00.
           CLOSE GATILHO.
           PERFORM ANOTAR-NO-CATALOGO.

       COPIAR-GATILHO-EXIT.
           EXIT.

       COPIAR-UM-GATILHO    SECTION.
           ADD 1 TO WRK-REGISTROS.
           MOVE SPACES           TO COPIA-LINHA.
           MOVE GAT-REGISTRO     TO COPIA-LINHA.
           WRITE COPIA-LINHA.
           READ GATILHO NEXT RECORD.

       COPIAR-COFRE    SECTION.
           MOVE "COFRE" TO WRK-NOME-LOGICO.
           PERFORM PREPARAR-COPIA.

           OPEN INPUT COFRE.
           IF COFRE-FS NOT EQUAL ZEROS
              PERFORM ANOTAR-NO-CATALOGO
              GO TO COPIAR-COFRE-EXIT
           END-IF.
           READ COFRE NEXT RECORD.
           PERFORM COPIAR-UM-COFRE
              UNTIL COFRE-FS NOT EQUAL 00.
           CLOSE COFRE.
           PERFORM ANOTAR-NO-CATALOGO.

       COPIAR-COFRE-EXIT.
           EXIT.

       COPIAR-UM-COFRE    SECTION.
           ADD 1 TO WRK-REGISTROS.
           MOVE SPACES           TO COPIA-LINHA.
           MOVE COFRE-REGISTRO   TO COPIA-LINHA.
           WRITE COPIA-LINHA.
           READ COFRE NEXT RECORD.

      *------------------- COPIA GENERICA DE SEQUENCIAL ---------------*
       COPIAR-SEQUENCIAL    SECTION.
           PERFORM PREPARAR-COPIA.
              MOVE CAT-REGISTRO TO CAT-NOVO-REGISTRO
              WRITE CAT-NOVO-REGISTRO
           ELSE
              MOVE CAT-ARQUIVO TO WRK-NOME-LOGICO
              PERFORM ESCOLHER-PASTA
              MOVE SPACES TO WRK-ARQ-EXPIRADO
              STRING WRK-PASTA-COPIA        DELIMITED BY SPACE
                     "SET."                 DELIMITED BY SIZE
                     CAT-GERACAO            DELIMITED BY SIZE
                     "."                    DELIMITED BY SIZE
                     CAT-ARQUIVO            DELIMITED BY SPACE
