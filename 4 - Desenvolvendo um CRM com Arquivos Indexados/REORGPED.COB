       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGPED.

      *----------------------------------------------------------------*
      *  CONVERSAO DA JANELA DE MANUTENCAO DOS PEDIDOS DA PIZZARIA:    *
      *  O PEDIDOS.DAT PASSA A TER CHAVES ALTERNATIVAS NO CLIENTE DO   *
      *  CRM E NO TELEFONE (HISTORICO, DOSSIE, LGPD E A ENTRADA DO     *
      *  PEDIDO LEEM OS PEDIDOS DE UM CLIENTE SEM PERCORRER O ARQUIVO  *
      *  TODO). O ARQUIVO VIVO E RELIDO E REGRAVADO EM                 *
      *  PEDIDOS.DAT.NOVO, JA COM AS CHAVES NOVAS, COM A CONTAGEM      *
      *  ANTES/DEPOIS IMPRESSA COMO PROVA; O .NOVO ASSUME O LUGAR DO   *
      *  ORIGINAL NA TROCA, COMO NO EXPANDEID. RODAR COM O SISTEMA     *
      *  QUIETO: O PROGRAMA USA O INTERLOCK DO SISTEMA.FLG.            *
      *                                                                *
      *  AS COPIAS DO BACKUPSET SAO SEQUENCIAIS E O RESTORESET REFAZ O *
      *  INDEXADO COM AS CHAVES NOVAS; O PEDIDOS DO TREINO E REFEITO   *
      *  PELO TREINACRM. NENHUM DOS DOIS PRECISA DE CONVERSAO.         *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *------------------- INDEXADO: CHAVES ANTIGAS E NOVAS -----------*
           SELECT PED-ANT ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PED-ANT-FS
           RECORD KEY IS PEDA-NUMERO.

           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT.NOVO"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDIDO-TELEFONE
           WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
      *       O PEDIDOS VIVO AINDA E O INDEXADO SO PELO NUMERO
       FD  PED-ANT.
       01  PEDA-REGISTRO.
           05  PEDA-NUMERO        PIC 9(08).
           05  FILLER             PIC X(94).

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
           05  PEDIDO-MOTIVO-CANC    PIC X(30).
           05  PEDIDO-CLIENTE-ID     PIC 9(09).
           05  PEDIDO-TELEFONE       PIC X(15).
           05  PEDIDO-PROMETIDO      PIC 9(04).

       WORKING-STORAGE     SECTION.
       01  PED-ANT-FS          PIC 9(02) VALUE ZEROS.
       01  PEDIDOS-FS          PIC 9(02) VALUE ZEROS.

      *------------------- INTERLOCK COM O ONLINE ---------------------*
       01  WRK-FLG-OPERACAO    PIC X(01) VALUE SPACES.
       01  WRK-FLG-RESULTADO   PIC X(01) VALUE SPACES.

      *------------------- PROVA DE CONTAGEM --------------------------*
       01  WRK-NOME-ARQUIVO    PIC X(40) VALUE SPACES.
       01  WRK-LIDOS           PIC 9(07) VALUE 0.
       01  WRK-GRAVADOS        PIC 9(07) VALUE 0.
       01  WRK-SEM-CLIENTE     PIC 9(07) VALUE 0.
       01  WRK-SEM-TELEFONE    PIC 9(07) VALUE 0.
       01  WRK-TOT-ARQUIVOS    PIC 9(02) VALUE 0.
       01  WRK-TOT-DIVERGE     PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CONVERTER-PEDIDOS.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           DISPLAY "REORGANIZACAO DOS PEDIDOS DA PIZZARIA".
           DISPLAY "-------------------------------------".

           MOVE 'A' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.
           IF WRK-FLG-RESULTADO NOT EQUAL 'S'
              DISPLAY "SESSOES ONLINE ATIVAS - CONVERSAO ABORTADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "ARQUIVO                                  LIDOS"
                   "   GRAVADOS".

      *------------------- ARQUIVO VIVO, COM AS CHAVES NOVAS -----------*
      *  O LEIAUTE NAO MUDA: O REGISTRO PASSA INTEIRO. PEDIDO SEM       *
      *  CLIENTE (ZEROS) OU SEM TELEFONE (BRANCOS) TAMBEM ENTRA NA      *
      *  CHAVE, AGRUPADO NO VALOR VAZIO; OS TOTAIS VAO NA PROVA         *
       CONVERTER-PEDIDOS    SECTION.
           MOVE "PEDIDOS.DAT" TO WRK-NOME-ARQUIVO.
           MOVE 0 TO WRK-LIDOS WRK-GRAVADOS.

           OPEN INPUT PED-ANT.
           IF PED-ANT-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-PEDIDOS-EXIT
           END-IF.
           OPEN OUTPUT PEDIDOS.

           READ PED-ANT NEXT RECORD.
           PERFORM CONVERTER-UM-PEDIDO
              UNTIL PED-ANT-FS NOT EQUAL 00.
           CLOSE PED-ANT.
           CLOSE PEDIDOS.
           PERFORM PROVAR-CONTAGEM.

           DISPLAY "PEDIDOS SEM CLIENTE DO CRM  : " WRK-SEM-CLIENTE.
           DISPLAY "PEDIDOS SEM TELEFONE        : " WRK-SEM-TELEFONE.

       CONVERTER-PEDIDOS-EXIT.
           EXIT.

       CONVERTER-UM-PEDIDO    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE PEDA-REGISTRO TO PEDIDO-REGISTRO.
           IF PEDIDO-CLIENTE-ID EQUAL ZEROS
              ADD 1 TO WRK-SEM-CLIENTE
           END-IF.
           IF PEDIDO-TELEFONE EQUAL SPACES
              ADD 1 TO WRK-SEM-TELEFONE
           END-IF.
           WRITE PEDIDO-REGISTRO.
           IF PEDIDOS-FS EQUAL 00 OR 02
              ADD 1 TO WRK-GRAVADOS
           END-IF.
           READ PED-ANT NEXT RECORD.

      *------------------- PROVA DE CONTAGEM --------------------------*
       PROVAR-CONTAGEM    SECTION.
           ADD 1 TO WRK-TOT-ARQUIVOS.
           IF WRK-LIDOS EQUAL WRK-GRAVADOS
              DISPLAY WRK-NOME-ARQUIVO " " WRK-LIDOS
                      " " WRK-GRAVADOS " CONFERE"
           ELSE
              ADD 1 TO WRK-TOT-DIVERGE
              DISPLAY WRK-NOME-ARQUIVO " " WRK-LIDOS
                      " " WRK-GRAVADOS " *** DIVERGE ***"
           END-IF.

       PULAR-ARQUIVO    SECTION.
           DISPLAY WRK-NOME-ARQUIVO " AUSENTE - PULADO".

       FINALIZAR     SECTION.
           MOVE 'F' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.

           DISPLAY "-------------------------------------".
           DISPLAY "ARQUIVOS CONVERTIDOS : " WRK-TOT-ARQUIVOS.
           DISPLAY "DIVERGENCIAS         : " WRK-TOT-DIVERGE.
           IF WRK-TOT-DIVERGE EQUAL 0
              DISPLAY "TROCAR OS .NOVO PELOS ORIGINAIS E LIBERAR"
           ELSE
              DISPLAY "NAO TROCAR NADA ANTES DE CONFERIR AS"
                      " DIVERGENCIAS"
              MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM REORGPED.
