       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCONV.

      *----------------------------------------------------------------*
      *  CONVERSAO DO FATURAS.DAT DO CONTAS A RECEBER: A FATURA PASSA  *
      *  A LEVAR O ID DO CLIENTE NO CRM, NO FIM DO REGISTRO. O TEXTO   *
      *  DO CLIENTE NA FATURA (10 PRIMEIROS CARACTERES DO NOME) E      *
      *  CASADO COM O NOME DOS CLIENTES NAO EXCLUIDOS DO ARQCRM.DAT,   *
      *  A MESMA REGRA QUE O AGING E O GRUPOVIS USAVAM. SO O CASAMENTO *
      *  COM UM UNICO CLIENTE E ACEITO; TEXTO SEM CLIENTE OU COM MAIS  *
      *  DE UM SAI COM ID ZERADO E E LISTADO PARA ACERTO NA MAO.       *
      *                                                                *
      *  O ARQUIVO NOVO E GRAVADO EM FATURAS.DAT.NOVO, COM A CONTAGEM  *
      *  ANTES/DEPOIS COMO PROVA; O .NOVO ASSUME O LUGAR DO ORIGINAL   *
      *  NA TROCA, COMO NO REORGPED. RODAR COM O SISTEMA QUIETO.       *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT FAT-ANT ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS FAT-ANT-FS.

           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT.NOVO"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS FATURAS-FS.

           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
      *       LEIAUTE ANTIGO: O CLIENTE SO PELO TEXTO
       FD  FAT-ANT.
       01  FATA-REGISTRO.
           05  FATA-NUMERO           PIC 9(06).
           05  FATA-CLIENTE          PIC X(10).
           05  FATA-VALOR            PIC 9(05)V99.
           05  FATA-VENCIMENTO       PIC 9(08).

      *------------------- ESPELHO DO CONTAS A RECEBER (VER 7-AGING) --*
       FD  FATURAS.
       01  FATURA-REGISTRO.
           05  FATURA-NUMERO         PIC 9(06).
           05  FATURA-CLIENTE        PIC X(10).
           05  FATURA-VALOR          PIC 9(05)V99.
           05  FATURA-VENCIMENTO     PIC 9(08).
           05  FATURA-CLIENTE-ID     PIC 9(09).

       FD  ARQCRM.
       COPY  "#CRM".

       WORKING-STORAGE     SECTION.
       01  FAT-ANT-FS          PIC 9(02) VALUE ZEROS.
       01  FATURAS-FS          PIC 9(02) VALUE ZEROS.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.

      *------------------- INTERLOCK COM O ONLINE ---------------------*
       01  WRK-FLG-OPERACAO    PIC X(01) VALUE SPACES.
       01  WRK-FLG-RESULTADO   PIC X(01) VALUE SPACES.

      *------------------- TEXTOS DE CLIENTE DAS FATURAS ---------------*
      *  UMA ENTRADA POR TEXTO DISTINTO (EM MAIUSCULAS); O ID SO VALE  *
      *  QUANDO UM UNICO CLIENTE DO CRM TEM AQUELE INICIO DE NOME      *
       01  WRK-CHV-TAB.
           05  WRK-CHV OCCURS 2000 TIMES.
               10  WRK-CHV-TEXTO      PIC X(10).
               10  WRK-CHV-ID         PIC 9(09).
               10  WRK-CHV-QTD        PIC 9(03).
       01  WRK-CHV-ITENS       PIC 9(04) VALUE 0.
       01  WRK-CHV-IDX         PIC 9(04) VALUE 0.
       01  WRK-CHV-ACHADO      PIC 9(04) VALUE 0.
       01  WRK-TEXTO-BUSCA     PIC X(10) VALUE SPACES.

      *------------------- PROVA DE CONTAGEM --------------------------*
       01  WRK-NOME-ARQUIVO    PIC X(40) VALUE SPACES.
       01  WRK-LIDOS           PIC 9(07) VALUE 0.
       01  WRK-GRAVADOS        PIC 9(07) VALUE 0.
       01  WRK-CASADAS         PIC 9(07) VALUE 0.
       01  WRK-SEM-CLIENTE     PIC 9(07) VALUE 0.
       01  WRK-AMBIGUAS        PIC 9(07) VALUE 0.
       01  WRK-TOT-ARQUIVOS    PIC 9(02) VALUE 0.
       01  WRK-TOT-DIVERGE     PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CARREGAR-TEXTOS.
           PERFORM CASAR-CLIENTES.
           PERFORM CONVERTER-FATURAS.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           DISPLAY "LIGACAO DAS FATURAS AOS CLIENTES DO CRM".
           DISPLAY "---------------------------------------".

           MOVE 'A' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.
           IF WRK-FLG-RESULTADO NOT EQUAL 'S'
              DISPLAY "SESSOES ONLINE ATIVAS - CONVERSAO ABORTADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *------------------- TEXTOS DISTINTOS DAS FATURAS ----------------*
       CARREGAR-TEXTOS    SECTION.
           OPEN INPUT FAT-ANT.
           IF FAT-ANT-FS NOT EQUAL ZEROS
              GO TO CARREGAR-TEXTOS-EXIT
           END-IF.
           READ FAT-ANT.
           PERFORM GUARDAR-UM-TEXTO
              UNTIL FAT-ANT-FS NOT EQUAL 00.
           CLOSE FAT-ANT.

       CARREGAR-TEXTOS-EXIT.
           EXIT.

       GUARDAR-UM-TEXTO    SECTION.
           MOVE FUNCTION UPPER-CASE (FATA-CLIENTE) TO WRK-TEXTO-BUSCA.
           PERFORM LOCALIZAR-TEXTO.
           IF WRK-CHV-ACHADO EQUAL 0
              IF WRK-CHV-ITENS < 2000
                 ADD 1 TO WRK-CHV-ITENS
                 MOVE WRK-TEXTO-BUSCA TO WRK-CHV-TEXTO (WRK-CHV-ITENS)
                 MOVE 0 TO WRK-CHV-ID (WRK-CHV-ITENS)
                 MOVE 0 TO WRK-CHV-QTD (WRK-CHV-ITENS)
              ELSE
                 DISPLAY "TABELA DE TEXTOS CHEIA - " WRK-TEXTO-BUSCA
                         " FICA SEM CLIENTE"
              END-IF
           END-IF.
           READ FAT-ANT.

       LOCALIZAR-TEXTO    SECTION.
           MOVE 0 TO WRK-CHV-ACHADO.
           MOVE 0 TO WRK-CHV-IDX.
           PERFORM PROCURAR-TEXTO
              UNTIL WRK-CHV-IDX NOT < WRK-CHV-ITENS
                 OR WRK-CHV-ACHADO NOT EQUAL 0.

       PROCURAR-TEXTO    SECTION.
           ADD 1 TO WRK-CHV-IDX.
           IF WRK-CHV-TEXTO (WRK-CHV-IDX) EQUAL WRK-TEXTO-BUSCA
              MOVE WRK-CHV-IDX TO WRK-CHV-ACHADO
           END-IF.

      *------------------- UMA PASSADA NO CADASTRO DO CRM --------------*
       CASAR-CLIENTES    SECTION.
           IF WRK-CHV-ITENS EQUAL 0
              GO TO CASAR-CLIENTES-EXIT
           END-IF.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " ARQCRM-FS
              MOVE 'F' TO WRK-FLG-OPERACAO
              CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           READ ARQCRM NEXT RECORD.
           PERFORM CASAR-UM-CLIENTE
              UNTIL ARQCRM-FS NOT EQUAL 00.
           CLOSE ARQCRM.

       CASAR-CLIENTES-EXIT.
           EXIT.

       CASAR-UM-CLIENTE    SECTION.
           IF NOT ARQCRM-STATUS-EXCLUIDO
              MOVE FUNCTION UPPER-CASE (ARQCRM-NOME (1:10))
                TO WRK-TEXTO-BUSCA
              PERFORM LOCALIZAR-TEXTO
              IF WRK-CHV-ACHADO NOT EQUAL 0
                 ADD 1 TO WRK-CHV-QTD (WRK-CHV-ACHADO)
                 MOVE ARQCRM-ID TO WRK-CHV-ID (WRK-CHV-ACHADO)
              END-IF
           END-IF.
           READ ARQCRM NEXT RECORD.

      *------------------- ARQUIVO NOVO, COM O ID DO CLIENTE -----------*
       CONVERTER-FATURAS    SECTION.
           MOVE "FATURAS.DAT" TO WRK-NOME-ARQUIVO.
           MOVE 0 TO WRK-LIDOS WRK-GRAVADOS.

           OPEN INPUT FAT-ANT.
           IF FAT-ANT-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-FATURAS-EXIT
           END-IF.
           OPEN OUTPUT FATURAS.

           DISPLAY "FATURAS SEM CLIENTE UNICO NO CRM:".
           READ FAT-ANT.
           PERFORM CONVERTER-UMA-FATURA
              UNTIL FAT-ANT-FS NOT EQUAL 00.
           CLOSE FAT-ANT.
           CLOSE FATURAS.

           DISPLAY "ARQUIVO                                  LIDOS"
                   "   GRAVADOS".
           PERFORM PROVAR-CONTAGEM.

           DISPLAY "FATURAS LIGADAS AO CRM      : " WRK-CASADAS.
           DISPLAY "TEXTO SEM CLIENTE NO CRM    : " WRK-SEM-CLIENTE.
           DISPLAY "TEXTO COM MAIS DE UM CLIENTE: " WRK-AMBIGUAS.

       CONVERTER-FATURAS-EXIT.
           EXIT.

       CONVERTER-UMA-FATURA    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE FATA-NUMERO     TO FATURA-NUMERO.
           MOVE FATA-CLIENTE    TO FATURA-CLIENTE.
           MOVE FATA-VALOR      TO FATURA-VALOR.
           MOVE FATA-VENCIMENTO TO FATURA-VENCIMENTO.
           MOVE ZEROS           TO FATURA-CLIENTE-ID.

           MOVE FUNCTION UPPER-CASE (FATA-CLIENTE) TO WRK-TEXTO-BUSCA.
           PERFORM LOCALIZAR-TEXTO.
           IF WRK-CHV-ACHADO EQUAL 0
              ADD 1 TO WRK-SEM-CLIENTE
              DISPLAY "  FATURA " FATA-NUMERO " " FATA-CLIENTE
                      " - SEM CLIENTE NO CRM"
           ELSE
              EVALUATE WRK-CHV-QTD (WRK-CHV-ACHADO)
                  WHEN 0
                      ADD 1 TO WRK-SEM-CLIENTE
                      DISPLAY "  FATURA " FATA-NUMERO " " FATA-CLIENTE
                              " - SEM CLIENTE NO CRM"
                  WHEN 1
                      ADD 1 TO WRK-CASADAS
                      MOVE WRK-CHV-ID (WRK-CHV-ACHADO)
                        TO FATURA-CLIENTE-ID
                  WHEN OTHER
                      ADD 1 TO WRK-AMBIGUAS
                      DISPLAY "  FATURA " FATA-NUMERO " " FATA-CLIENTE
                              " - " WRK-CHV-QTD (WRK-CHV-ACHADO)
                              " CLIENTES COM ESTE NOME"
              END-EVALUATE
           END-IF.

           WRITE FATURA-REGISTRO.
           IF FATURAS-FS EQUAL 00
              ADD 1 TO WRK-GRAVADOS
           END-IF.
           READ FAT-ANT.

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
              DISPLAY "TROCAR O .NOVO PELO ORIGINAL E LIBERAR; AS"
                      " FATURAS LISTADAS FICAM COM ID ZERADO ATE"
                      " O ACERTO"
           ELSE
              DISPLAY "NAO TROCAR NADA ANTES DE CONFERIR AS"
                      " DIVERGENCIAS"
              MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM FATCONV.
