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

           SELECT SAIDA-SEQ ASSIGN TO WRK-ARQ-DESTINO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS SAIDA-SEQ-FS.
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

       FD  SAIDA-SEQ.
       01  SAIDA-SEQ-LINHA     PIC X(256).

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
       01  SAIDA-SEQ-FS        PIC 9(02) VALUE ZEROS.
       01  COPIA-FS            PIC 9(02) VALUE ZEROS.
       01  CATALOGO-FS         PIC 9(02) VALUE ZEROS.
       01  WRK-GERACAO         PIC 9(14) VALUE 0.
       01  WRK-CONFIRMA        PIC X(01) VALUE SPACES.
       01  WRK-ARQ-COPIA       PIC X(60) VALUE SPACES.
       01  WRK-PASTA-COPIA     PIC X(20) VALUE SPACES.
       01  WRK-ARQ-DESTINO     PIC X(60) VALUE SPACES.
       01  WRK-REGISTROS       PIC 9(07) VALUE 0.
       01  WRK-ESPERADOS       PIC 9(07) VALUE 0.
           MOVE CAT-REGISTROS TO WRK-ESPERADOS.
           MOVE 0             TO WRK-REGISTROS.

      *    A COPIA DO COFRE FICA NA PASTA PROTEGIDA DO COFRE
           IF CAT-ARQUIVO EQUAL "COFRE"
              MOVE "..\DADOS\COFRE\"  TO WRK-PASTA-COPIA
           ELSE
              MOVE "..\DADOS\BACKUP\" TO WRK-PASTA-COPIA
           END-IF.
           MOVE SPACES TO WRK-ARQ-COPIA.
           STRING WRK-PASTA-COPIA        DELIMITED BY SPACE
                  "SET."                 DELIMITED BY SIZE
                  CAT-GERACAO            DELIMITED BY SIZE
                  "."                    DELIMITED BY SIZE
                  CAT-ARQUIVO            DELIMITED BY SPACE
                   PERFORM RESTAURAR-CAMPANHA
               WHEN "PEDIDOS"
                   PERFORM RESTAURAR-PEDIDOS
               WHEN "PEDITENS"
                   PERFORM RESTAURAR-PEDITENS
               WHEN "PEDCANAL"
                   PERFORM RESTAURAR-PEDCANAL
               WHEN "VALES"
                   PERFORM RESTAURAR-VALES
               WHEN "SAC"
                   PERFORM RESTAURAR-SAC
               WHEN "TAGCRM"
                   PERFORM RESTAURAR-TAGCRM
               WHEN "CONTPESSOA"
                   PERFORM RESTAURAR-CONTPESSOA
               WHEN "DOCREG"
                   PERFORM RESTAURAR-DOCREG
               WHEN "APROVACAO"
                   PERFORM RESTAURAR-RESPOSTA
               WHEN "ENRIQUECE"
                   PERFORM RESTAURAR-ENRIQUECE
               WHEN "ENTREGA"
                   PERFORM RESTAURAR-ENTREGA
               WHEN "GATILHO"
                   PERFORM RESTAURAR-GATILHO
               WHEN "COFRE"
                   PERFORM RESTAURAR-COFRE
               WHEN "ARQCRMLOG"
                   MOVE "..\DADOS\ARQCRM.LOG" TO WRK-ARQ-DESTINO
                   PERFORM RESTAURAR-SEQUENCIAL
               WHEN "VENDASJRN"
                   MOVE "..\DADOS\VENDASJRN.DAT" TO WRK-ARQ-DESTINO
                   PERFORM RESTAURAR-SEQUENCIAL
               WHEN "VALEMOV"
                   MOVE "..\DADOS\VALEMOV.DAT" TO WRK-ARQ-DESTINO
                   PERFORM RESTAURAR-SEQUENCIAL
               WHEN "INDICACAO"
                   MOVE "..\DADOS\INDICACAO.DAT" TO WRK-ARQ-DESTINO
                   PERFORM RESTAURAR-SEQUENCIAL
           CLOSE ARQCONTATO.

       RESTAURAR-UM-CONTATO    SECTION.
           MOVE COPIA-LINHA (1:114) TO CONTATO-REGISTRO.
           WRITE CONTATO-REGISTRO.
           IF ARQCONTATO-FS EQUAL 00 OR 02
              ADD 1 TO WRK-REGISTROS
           END-IF.
           READ COPIA.
       RESTAURAR-UM-PEDIDO    SECTION.
           MOVE COPIA-LINHA (1:102) TO PED-REGISTRO.
           WRITE PED-REGISTRO.
           IF PEDIDOS-FS EQUAL 00 OR 02
              ADD 1 TO WRK-REGISTROS
           END-IF.
           READ COPIA.

       RESTAURAR-PEDITENS    SECTION.
           OPEN OUTPUT PEDITENS.
           READ COPIA.
           PERFORM RESTAURAR-UM-PEDITEM
              UNTIL COPIA-FS NOT EQUAL 00.
           CLOSE PEDITENS.

       RESTAURAR-UM-PEDITEM    SECTION.
           MOVE COPIA-LINHA (1:42) TO PIT-REGISTRO.
           WRITE PIT-REGISTRO.
           IF PEDITENS-FS EQUAL 00
              ADD 1 TO WRK-REGISTROS
           END-IF.
           READ COPIA.

       RESTAURAR-PEDCANAL    SECTION.
           OPEN OUTPUT PEDCANAL.
           READ COPIA.
           PERFORM RESTAURAR-UM-PEDCANAL
              UNTIL COPIA-FS NOT EQUAL 00.
           CLOSE PEDCANAL.

       RESTAURAR-UM-PEDCANAL    SECTION.
           MOVE COPIA-LINHA (1:83) TO PCN-REGISTRO.
           WRITE PCN-REGISTRO.
           IF PEDCANAL-FS EQUAL 00
              ADD 1 TO WRK-REGISTROS
           END-IF.
           READ COPIA.

       RESTAURAR-VALES    SECTION.
           OPEN OUTPUT VALES.
           READ COPIA.
           PERFORM RESTAURAR-UM-VALE
              UNTIL COPIA-FS NOT EQUAL 00.
           CLOSE VALES.

       RESTAURAR-UM-VALE    SECTION.
           MOVE COPIA-LINHA (1:66) TO VAL-REGISTRO.
           WRITE VAL-REGISTRO.
           IF VALES-FS EQUAL 00
              ADD 1 TO WRK-REGISTROS
           END-IF.
           READ COPIA.
           END-IF.
           READ COPIA.

       RESTAURAR-CONTPESSOA    SECTION.
           OPEN OUTPUT CONTPESSOA.
           READ COPIA.
           PERFORM RESTAURAR-UMA-PESSOA
              UNTIL COPIA-FS NOT EQUAL 00.
           CLOSE CONTPESSOA.

       RESTAURAR-UMA-PESSOA    SECTION.
           MOVE COPIA-LINHA (1:116) TO CPES-REGISTRO.
           WRITE CPES-REGISTRO.
           IF CONTPESSOA-FS EQUAL 00
              ADD 1 TO WRK-REGISTROS
           END-IF.
           READ COPIA.

       RESTAURAR-DOCREG    SECTION.
           OPEN OUTPUT DOCREG.
           READ COPIA.
           END-IF.
           READ COPIA.

       RESTAURAR-ENTREGA    SECTION.
           OPEN OUTPUT ENTREGA.
           READ COPIA.
           PERFORM RESTAURAR-UMA-ENTREGA
              UNTIL COPIA-FS NOT EQUAL 00.
           CLOSE ENTREGA.

       RESTAURAR-UMA-ENTREGA    SECTION.
           MOVE COPIA-LINHA (1:104) TO ENTREGA-REGISTRO.
           WRITE ENTREGA-REGISTRO.
           IF ENTREGA-FS EQUAL 00
              ADD 1 TO WRK-REGISTROS
           END-IF.
           READ COPIA.

       RESTAURAR-GATILHO    SECTION.
           OPEN OUTPUT GATILHO.
           READ COPIA.
           PERFORM RESTAURAR-UM-GATILHO
              UNTIL COPIA-FS NOT EQUAL 00.
           CLOSE GATILHO.

       RESTAURAR-UM-GATILHO    SECTION.
           MOVE COPIA-LINHA (1:32) TO GAT-REGISTRO.
           WRITE GAT-REGISTRO.
           IF GATILHO-FS EQUAL 00
              ADD 1 TO WRK-REGISTROS
           END-IF.
           READ COPIA.

       RESTAURAR-COFRE    SECTION.
           OPEN OUTPUT COFRE.
           READ COPIA.
           PERFORM RESTAURAR-UM-COFRE
              UNTIL COPIA-FS NOT EQUAL 00.
           CLOSE COFRE.

       RESTAURAR-UM-COFRE    SECTION.
           MOVE COPIA-LINHA (1:47) TO COFRE-REGISTRO.
           WRITE COFRE-REGISTRO.
           IF COFRE-FS EQUAL 00
              ADD 1 TO WRK-REGISTROS
           END-IF.
           READ COPIA.

       RESTAURAR-SEQUENCIAL    SECTION.
           OPEN OUTPUT SAIDA-SEQ.
           READ COPIA.
