       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITENSPED.

      *----------------------------------------------------------------*
      *  CONVERSAO DA JANELA DE MANUTENCAO DOS PEDIDOS DA PIZZARIA:    *
      *  O PEDIDO PASSA A TER LINHAS (PEDITENS.DAT, CHAVE NUMERO DO    *
      *  PEDIDO + LINHA) E O CABECALHO DO PEDIDOS.DAT FICA COMO RESUMO.*
      *  TODO PEDIDO SEM LINHA GANHA A LINHA 01: A PIZZA DO CABECALHO, *
      *  QUANTIDADE 1, VALOR DA LINHA = VALOR DO PEDIDO (O VALOR DO    *
      *  CABECALHO JA TRAZ EXTRAS E COMBO). LINHAS QUE JA EXISTEM      *
      *  PASSAM INTEIRAS. SAI EM PEDITENS.DAT.NOVO COM A CONTAGEM E O  *
      *  VALOR ANTES/DEPOIS COMO PROVA; O .NOVO ASSUME O LUGAR DO      *
      *  ORIGINAL NA TROCA, COMO NO REORGPED. RODAR COM O SISTEMA      *
      *  QUIETO: O PROGRAMA USA O INTERLOCK DO SISTEMA.FLG.            *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDIDO-TELEFONE
           WITH DUPLICATES.

      *------------------- LINHAS JA GRAVADAS PELO PEDIDO-IF ----------*
           SELECT ITENS-ANT ASSIGN TO "..\DADOS\PEDITENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ITENS-ANT-FS
           RECORD KEY IS ITEMA-CHAVE.

           SELECT PEDITENS ASSIGN TO "..\DADOS\PEDITENS.DAT.NOVO"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PEDITENS-FS
           RECORD KEY IS PITEM-CHAVE.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ITENS-ANT.
       01  ITEMA-REGISTRO.
           05  ITEMA-CHAVE.
               10  ITEMA-PEDIDO      PIC 9(08).
               10  ITEMA-LINHA       PIC 9(02).
           05  FILLER                PIC X(25).
           05  ITEMA-VALOR           PIC 9(05)V99.

      *------------------- ESPELHO DO PEDITENS.DAT DA PIZZARIA --------*
       FD  PEDITENS.
       01  PITEM-REGISTRO.
           05  PITEM-CHAVE.
               10  PITEM-PEDIDO      PIC 9(08).
               10  PITEM-LINHA       PIC 9(02).
           05  PITEM-TIPO            PIC X(01).
           05  PITEM-NOME            PIC X(12).
           05  PITEM-TAMANHO         PIC X(01).
           05  PITEM-EXTRA-QUEIJO    PIC X(01).
           05  PITEM-EXTRA-BORDA     PIC X(01).
           05  PITEM-QTD             PIC 9(03).
           05  PITEM-UNITARIO        PIC 9(04)V99.
           05  PITEM-VALOR           PIC 9(05)V99.

       WORKING-STORAGE     SECTION.
       01  PEDIDOS-FS          PIC 9(02) VALUE ZEROS.
       01  ITENS-ANT-FS        PIC 9(02) VALUE ZEROS.
       01  PEDITENS-FS         PIC 9(02) VALUE ZEROS.
       01  WRK-TEM-ANTIGAS     PIC X(01) VALUE 'N'.
       01  WRK-TEM-LINHA       PIC X(01) VALUE 'N'.

      *------------------- INTERLOCK COM O ONLINE ---------------------*
       01  WRK-FLG-OPERACAO    PIC X(01) VALUE SPACES.
       01  WRK-FLG-RESULTADO   PIC X(01) VALUE SPACES.

      *------------------- PROVA DE CONTAGEM E VALOR ------------------*
       01  WRK-NOME-ARQUIVO    PIC X(40) VALUE SPACES.
       01  WRK-PEDIDOS-LIDOS   PIC 9(07) VALUE 0.
       01  WRK-LIDOS           PIC 9(07) VALUE 0.
       01  WRK-GERADAS         PIC 9(07) VALUE 0.
       01  WRK-ESPERADOS       PIC 9(07) VALUE 0.
       01  WRK-GRAVADOS        PIC 9(07) VALUE 0.
       01  WRK-VALOR-ESPERADO  PIC 9(11)V99 VALUE 0.
       01  WRK-VALOR-GRAVADO   PIC 9(11)V99 VALUE 0.
       01  WRK-VALOR-EDIT      PIC ZZZZZZZZZZ9,99.
       01  WRK-SEM-PEDIDO      PIC 9(07) VALUE 0.
       01  WRK-TOT-ARQUIVOS    PIC 9(02) VALUE 0.
       01  WRK-TOT-DIVERGE     PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CONVERTER-ITENS.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           DISPLAY "LINHAS DOS PEDIDOS DA PIZZARIA".
           DISPLAY "------------------------------".

           MOVE 'A' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.
           IF WRK-FLG-RESULTADO NOT EQUAL 'S'
              DISPLAY "SESSOES ONLINE ATIVAS - CONVERSAO ABORTADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "ARQUIVO                                  LIDOS"
                   "   GRAVADOS".

      *------------------- CASAMENTO PEDIDO x LINHAS ------------------*
      *  OS DOIS ARQUIVOS VEM NA ORDEM DO NUMERO DO PEDIDO. AS LINHAS  *
      *  QUE JA EXISTEM PASSAM; O PEDIDO QUE NAO TEM NENHUMA GANHA A   *
      *  LINHA 01. LINHA SEM CABECALHO (PEDIDO APAGADO) TAMBEM PASSA E *
      *  VAI CONTADA NA PROVA                                          *
       CONVERTER-ITENS    SECTION.
           MOVE "PEDITENS.DAT" TO WRK-NOME-ARQUIVO.

           OPEN INPUT PEDIDOS.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              MOVE "PEDIDOS.DAT" TO WRK-NOME-ARQUIVO
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-ITENS-EXIT
           END-IF.
           OPEN INPUT ITENS-ANT.
           IF ITENS-ANT-FS EQUAL ZEROS
              MOVE 'S' TO WRK-TEM-ANTIGAS
              READ ITENS-ANT NEXT RECORD
           ELSE
              MOVE 10 TO ITENS-ANT-FS
           END-IF.
           OPEN OUTPUT PEDITENS.

           READ PEDIDOS NEXT RECORD.
           PERFORM CONVERTER-UM-PEDIDO
              UNTIL PEDIDOS-FS NOT EQUAL 00.
           PERFORM COPIAR-UMA-LINHA
              UNTIL ITENS-ANT-FS NOT EQUAL 00.

           CLOSE PEDIDOS.
           IF WRK-TEM-ANTIGAS EQUAL 'S'
              CLOSE ITENS-ANT
           END-IF.
           CLOSE PEDITENS.
           PERFORM PROVAR-CONTAGEM.

           DISPLAY "PEDIDOS LIDOS               : " WRK-PEDIDOS-LIDOS.
           DISPLAY "LINHAS 01 GERADAS           : " WRK-GERADAS.
           DISPLAY "LINHAS SEM PEDIDO           : " WRK-SEM-PEDIDO.

       CONVERTER-ITENS-EXIT.
           EXIT.

       CONVERTER-UM-PEDIDO    SECTION.
           ADD 1 TO WRK-PEDIDOS-LIDOS.
           MOVE 'N' TO WRK-TEM-LINHA.
           PERFORM COPIAR-UMA-LINHA
              UNTIL ITENS-ANT-FS NOT EQUAL 00
                 OR ITEMA-PEDIDO > PEDIDO-NUMERO.
           IF WRK-TEM-LINHA NOT EQUAL 'S'
              PERFORM GERAR-LINHA
           END-IF.
           READ PEDIDOS NEXT RECORD.

       COPIAR-UMA-LINHA    SECTION.
           ADD 1 TO WRK-LIDOS.
           ADD ITEMA-VALOR TO WRK-VALOR-ESPERADO.
           IF PEDIDOS-FS EQUAL 00
              AND ITEMA-PEDIDO EQUAL PEDIDO-NUMERO
              MOVE 'S' TO WRK-TEM-LINHA
           ELSE
              ADD 1 TO WRK-SEM-PEDIDO
           END-IF.
           MOVE ITEMA-REGISTRO TO PITEM-REGISTRO.
           PERFORM GRAVAR-LINHA.
           READ ITENS-ANT NEXT RECORD.

      *    O CABECALHO NAO SEPARA O PRECO DOS EXTRAS NEM O DESCONTO DO
      *    COMBO: A LINHA LEVA O VALOR PAGO INTEIRO COMO UNITARIO
       GERAR-LINHA    SECTION.
           ADD 1 TO WRK-GERADAS.
           ADD PEDIDO-VALOR TO WRK-VALOR-ESPERADO.
           MOVE PEDIDO-NUMERO        TO PITEM-PEDIDO.
           MOVE 01                   TO PITEM-LINHA.
           MOVE 'P'                  TO PITEM-TIPO.
           MOVE PEDIDO-MASSA         TO PITEM-NOME.
           MOVE PEDIDO-TAMANHO       TO PITEM-TAMANHO.
           MOVE PEDIDO-EXTRA-QUEIJO  TO PITEM-EXTRA-QUEIJO.
           MOVE PEDIDO-EXTRA-BORDA   TO PITEM-EXTRA-BORDA.
           MOVE 1                    TO PITEM-QTD.
           MOVE PEDIDO-VALOR         TO PITEM-UNITARIO.
           MOVE PEDIDO-VALOR         TO PITEM-VALOR.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA    SECTION.
           WRITE PITEM-REGISTRO.
           IF PEDITENS-FS EQUAL 00 OR 02
              ADD 1 TO WRK-GRAVADOS
              ADD PITEM-VALOR TO WRK-VALOR-GRAVADO
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA LINHA " PITEM-CHAVE
                      " " PEDITENS-FS
           END-IF.

      *------------------- PROVA DE CONTAGEM E VALOR ------------------*
      *  ESPERADO = LINHAS ANTIGAS + LINHAS 01 GERADAS                 *
       PROVAR-CONTAGEM    SECTION.
           ADD 1 TO WRK-TOT-ARQUIVOS.
           COMPUTE WRK-ESPERADOS = WRK-LIDOS + WRK-GERADAS.
           IF WRK-ESPERADOS EQUAL WRK-GRAVADOS
              AND WRK-VALOR-ESPERADO EQUAL WRK-VALOR-GRAVADO
              DISPLAY WRK-NOME-ARQUIVO " " WRK-ESPERADOS
                      " " WRK-GRAVADOS " CONFERE"
           ELSE
              ADD 1 TO WRK-TOT-DIVERGE
              DISPLAY WRK-NOME-ARQUIVO " " WRK-ESPERADOS
                      " " WRK-GRAVADOS " *** DIVERGE ***"
           END-IF.
           MOVE WRK-VALOR-ESPERADO TO WRK-VALOR-EDIT.
           DISPLAY "VALOR ESPERADO              : " WRK-VALOR-EDIT.
           MOVE WRK-VALOR-GRAVADO TO WRK-VALOR-EDIT.
           DISPLAY "VALOR GRAVADO               : " WRK-VALOR-EDIT.

       PULAR-ARQUIVO    SECTION.
           DISPLAY WRK-NOME-ARQUIVO " AUSENTE - PULADO".

       FINALIZAR     SECTION.
           MOVE 'F' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.

           DISPLAY "------------------------------".
           DISPLAY "ARQUIVOS CONVERTIDOS : " WRK-TOT-ARQUIVOS.
           DISPLAY "DIVERGENCIAS         : " WRK-TOT-DIVERGE.
           IF WRK-TOT-DIVERGE EQUAL 0
              AND WRK-TOT-ARQUIVOS NOT EQUAL 0
              DISPLAY "TROCAR O .NOVO PELO ORIGINAL E LIBERAR"
           ELSE
              DISPLAY "NAO TROCAR NADA ANTES DE CONFERIR AS"
                      " DIVERGENCIAS"
              MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM ITENSPED.
