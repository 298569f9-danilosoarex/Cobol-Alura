      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 8-PMCONV.
      *-----------------------------------------------------------------
      *  CONVERSAO DO PRODMESTRE.DAT PARA O LEIAUTE COM A             *
      *  CLASSIFICACAO FISCAL (NCM, CFOP E ALIQUOTA DE ICMS NO FIM    *
      *  DO REGISTRO, VER 11-DOCFIS). O CADASTRO ANTIGO E COPIADO     *
      *  PARA PRODMESTRE.DAT.NOVO COM NCM EM BRANCO, CFOP ZERO (=5102)*
      *  E ALIQUOTA ZERO, QUE O 8-PRODCAD COMPLETA DEPOIS. PROVA DE   *
      *  CONTAGEM: LIDOS = GRAVADOS = RELIDOS DO .NOVO                *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *    CADASTRO NO LEIAUTE ANTIGO (SEM DADOS FISCAIS)
           SELECT MESTRE-ANT ASSIGN TO "..\DADOS\PRODMESTRE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT
           RECORD KEY IS WS-PMA-CODIGO.

      *    CADASTRO CONVERTIDO - O OPERADOR TROCA NA JANELA
           SELECT MESTRE-NOV ASSIGN TO "..\DADOS\PRODMESTRE.DAT.NOVO"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOV
           RECORD KEY IS WS-PM-CODIGO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE-ANT.
       01  WS-PMA-REG.
           05 WS-PMA-CODIGO         PIC 9(06).
           05 WS-PMA-DESCRICAO      PIC X(30).
           05 WS-PMA-UNIDADE        PIC X(03).
           05 WS-PMA-CLASSE-ABC     PIC X(01).
           05 WS-PMA-BARRAS         PIC X(20).

      *------------------- ESPELHO DO PRODMESTRE (VER 8-PRODCAD) ------*
       FD  MESTRE-NOV.
       01  WS-PM-REG.
           05 WS-PM-CODIGO          PIC 9(06).
           05 WS-PM-DESCRICAO       PIC X(30).
           05 WS-PM-UNIDADE         PIC X(03).
           05 WS-PM-CLASSE-ABC      PIC X(01).
           05 WS-PM-BARRAS          PIC X(20).
           05 WS-PM-NCM             PIC X(08).
           05 WS-PM-CFOP            PIC 9(04).
           05 WS-PM-ALIQ-ICMS       PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-ANT                PIC 9(02) VALUE ZEROS.
       01 WS-FS-NOV                PIC 9(02) VALUE ZEROS.

       01 WS-TOT-LIDOS             PIC 9(07) VALUE 0.
       01 WS-TOT-GRAVADOS          PIC 9(07) VALUE 0.
       01 WS-TOT-RELIDOS           PIC 9(07) VALUE 0.
       01 WS-TOT-ERROS             PIC 9(07) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CONVERTER-MESTRE.
           PERFORM CONFERIR-NOVO.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "CONVERSAO DO PRODMESTRE PARA OS DADOS FISCAIS".
           DISPLAY "---------------------------------------------".

           OPEN INPUT MESTRE-ANT.
           IF WS-FS-ANT NOT EQUAL ZEROS
              DISPLAY "SEM PRODMESTRE.DAT NO LEIAUTE ANTIGO - "
                      "NADA A CONVERTER (" WS-FS-ANT ")"
              STOP RUN
           END-IF.
           OPEN OUTPUT MESTRE-NOV.
           IF WS-FS-NOV NOT EQUAL ZEROS
              DISPLAY "ERRO NA CRIACAO DO PRODMESTRE.DAT.NOVO "
                      WS-FS-NOV
              CLOSE MESTRE-ANT
              STOP RUN
           END-IF.

      *------------------- PRODMESTRE.DAT -> PRODMESTRE.DAT.NOVO ------*
       CONVERTER-MESTRE    SECTION.
           READ MESTRE-ANT NEXT RECORD.
           PERFORM CONVERTER-UM-PRODUTO
              UNTIL WS-FS-ANT NOT EQUAL ZEROS.

           CLOSE MESTRE-ANT.
           CLOSE MESTRE-NOV.

       CONVERTER-UM-PRODUTO    SECTION.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE WS-PMA-CODIGO     TO WS-PM-CODIGO.
           MOVE WS-PMA-DESCRICAO  TO WS-PM-DESCRICAO.
           MOVE WS-PMA-UNIDADE    TO WS-PM-UNIDADE.
           MOVE WS-PMA-CLASSE-ABC TO WS-PM-CLASSE-ABC.
           MOVE WS-PMA-BARRAS     TO WS-PM-BARRAS.
           MOVE SPACES            TO WS-PM-NCM.
           MOVE ZEROS             TO WS-PM-CFOP.
           MOVE ZEROS             TO WS-PM-ALIQ-ICMS.
           WRITE WS-PM-REG.
           IF WS-FS-NOV EQUAL ZEROS
              ADD 1 TO WS-TOT-GRAVADOS
           ELSE
              ADD 1 TO WS-TOT-ERROS
              DISPLAY "ERRO " WS-FS-NOV " NA GRAVACAO DO PRODUTO "
                      WS-PMA-CODIGO
           END-IF.
           READ MESTRE-ANT NEXT RECORD.

      *------------------- RELEITURA DO .NOVO PARA A PROVA ------------*
       CONFERIR-NOVO    SECTION.
           OPEN INPUT MESTRE-NOV.
           IF WS-FS-NOV NOT EQUAL ZEROS
              GO TO CONFERIR-NOVO-FIM
           END-IF.
           READ MESTRE-NOV NEXT RECORD.
           PERFORM CONTAR-UM-NOVO
              UNTIL WS-FS-NOV NOT EQUAL ZEROS.
           CLOSE MESTRE-NOV.

       CONFERIR-NOVO-FIM.
           EXIT.

       CONTAR-UM-NOVO    SECTION.
           ADD 1 TO WS-TOT-RELIDOS.
           READ MESTRE-NOV NEXT RECORD.

       FINALIZAR    SECTION.
           DISPLAY "PRODUTOS LIDOS       : " WS-TOT-LIDOS.
           DISPLAY "PRODUTOS GRAVADOS    : " WS-TOT-GRAVADOS.
           DISPLAY "RELIDOS DO .NOVO     : " WS-TOT-RELIDOS.
           IF WS-TOT-LIDOS EQUAL WS-TOT-GRAVADOS
              AND WS-TOT-GRAVADOS EQUAL WS-TOT-RELIDOS
              AND WS-TOT-ERROS EQUAL 0
              DISPLAY "CONTAGEM CONFERE"
              DISPLAY "TROQUE O PRODMESTRE.DAT.NOVO PELO ORIGINAL NA"
                      " JANELA DE MANUTENCAO"
              DISPLAY "E COMPLETE NCM/CFOP/ICMS PELO 8-PRODCAD"
           ELSE
              DISPLAY "*** CONTAGEM DIVERGE - NAO TROQUE O ARQUIVO ***"
              MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM 8-PMCONV.
