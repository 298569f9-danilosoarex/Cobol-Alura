      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 11-DOCFIS.
      *-----------------------------------------------------------------
      *  REGISTRO DOS DOCUMENTOS FISCAIS DE VENDA (DOCFISCAL.DAT).    *
      *  A NUMERACAO E SEQUENCIAL POR SERIE E LOJA (DOCFISCTL.DAT).   *
      *  CADA ITEM LEVA O NCM, O CFOP E A ALIQUOTA DE ICMS DO         *
      *  CADASTRO UNIFICADO (PRODMESTRE); SEM CFOP NO CADASTRO VALE   *
      *  5102. OPERACOES:                                             *
      *    S = SAIDA (VENDA OU PEDIDO DA PIZZARIA), NUMERO NOVO       *
      *    D = DEVOLUCAO DE VENDA (ENTRADA), NUMERO NOVO, CFOP 1202   *
      *        (1411 QUANDO A VENDA FOI 5405)                         *
      *    C = CANCELAMENTO DE UMA SAIDA: REPETE OS ITENS DO          *
      *        DOCUMENTO COM A DATA DO CANCELAMENTO. O DOCUMENTO E    *
      *        ACHADO PELO NUMERO OU, COM NUMERO ZERO, PELA           *
      *        REFERENCIA (NUMERO DO PEDIDO)                          *
      *  O 11-LIVROFIS APURA O MES POR LOJA                           *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT DOCFISCAL ASSIGN TO "..\DADOS\DOCFISCAL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DOC.

           SELECT DOCFISCTL ASSIGN TO "..\DADOS\DOCFISCTL.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-CTL
           RECORD KEY IS WS-DFC-CHAVE.

           SELECT PRODMESTRE ASSIGN TO "..\DADOS\PRODMESTRE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-MESTRE
           RECORD KEY IS WS-PM-CODIGO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- UMA LINHA POR ITEM DE DOCUMENTO ------------*
       FD  DOCFISCAL.
       01  WS-DFR-REG.
           05 WS-DFR-SERIE          PIC X(03).
           05 WS-DFR-LOJA           PIC X(04).
           05 WS-DFR-NUMERO         PIC 9(08).
           05 WS-DFR-ITEM           PIC 9(03).
           05 WS-DFR-OPERACAO       PIC X(01).
              88 WS-DFR-SAIDA          VALUE 'S'.
              88 WS-DFR-DEVOLUCAO      VALUE 'D'.
              88 WS-DFR-CANCELAMENTO   VALUE 'C'.
           05 WS-DFR-DATA           PIC 9(08).
           05 WS-DFR-TIPO-PESSOA    PIC X(01).
      *       F = CPF / J = CNPJ / BRANCO = CONSUMIDOR NAO IDENTIFICADO
           05 WS-DFR-CPF-CNPJ       PIC 9(14).
           05 WS-DFR-REFERENCIA     PIC X(10).
           05 WS-DFR-PRODUTO        PIC 9(06).
           05 WS-DFR-NCM            PIC X(08).
           05 WS-DFR-CFOP           PIC 9(04).
           05 WS-DFR-QTD            PIC 9(05).
           05 WS-DFR-VALOR          PIC 9(07)V99.
           05 WS-DFR-BASE-ICMS      PIC 9(07)V99.
           05 WS-DFR-ALIQ-ICMS      PIC 9(02)V99.
           05 WS-DFR-VALOR-ICMS     PIC 9(07)V99.

      *------------------- ULTIMO NUMERO POR SERIE E LOJA -------------*
       FD  DOCFISCTL.
       01  WS-DFC-REG.
           05 WS-DFC-CHAVE.
              10 WS-DFC-SERIE       PIC X(03).
              10 WS-DFC-LOJA        PIC X(04).
           05 WS-DFC-ULTIMO         PIC 9(08).

       FD  PRODMESTRE.
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
       01 WS-FS-DOC                PIC 9(02) VALUE ZEROS.
       01 WS-FS-CTL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-MESTRE             PIC 9(02) VALUE ZEROS.
       01 WS-MESTRE-ABERTO         PIC X(01) VALUE 'N'.
       01 WS-CTL-EXISTE            PIC X(01) VALUE 'N'.
       01 WS-IT-IDX                PIC 9(03) VALUE 0.

      *------------------- CLASSIFICACAO DO ITEM ----------------------*
       01 WS-NCM                   PIC X(08) VALUE SPACES.
       01 WS-CFOP                  PIC 9(04) VALUE ZEROS.
       01 WS-ALIQ                  PIC 9(02)V99 VALUE ZEROS.

      *------------------- ITENS DO DOCUMENTO A CANCELAR --------------*
       01 WS-CI-TAB.
           05 WS-CI-REG OCCURS 20 TIMES PIC X(106).
       01 WS-CI-ITENS              PIC 9(03) VALUE 0.
       01 WS-CI-IDX                PIC 9(03) VALUE 0.
       01 WS-CI-NUMERO             PIC 9(08) VALUE ZEROS.
       01 WS-JA-CANCELADO          PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 LK-DOCFIS.
           05 LK-DF-OPERACAO        PIC X(01).
           05 LK-DF-SERIE           PIC X(03).
           05 LK-DF-LOJA            PIC X(04).
           05 LK-DF-DATA            PIC 9(08).
           05 LK-DF-TIPO-PESSOA     PIC X(01).
           05 LK-DF-CPF-CNPJ        PIC 9(14).
           05 LK-DF-REFERENCIA      PIC X(10).
           05 LK-DF-QTD-ITENS       PIC 9(02).
           05 LK-DF-ITEM OCCURS 20 TIMES.
              10 LK-DF-PRODUTO      PIC 9(06).
              10 LK-DF-QTD          PIC 9(05).
              10 LK-DF-VALOR        PIC 9(07)V99.
           05 LK-DF-NUMERO          PIC 9(08).
           05 LK-DF-ICMS-TOTAL      PIC 9(07)V99.
           05 LK-DF-RETORNO         PIC X(01).
              88 LK-DF-EMITIDO         VALUE 'S'.
              88 LK-DF-RECUSADO        VALUE 'N'.
           05 LK-DF-MENSAGEM        PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-DOCFIS.
       MAIN-PROCEDURE.
           MOVE 'N'    TO LK-DF-RETORNO.
           MOVE SPACES TO LK-DF-MENSAGEM.
           MOVE ZEROS  TO LK-DF-ICMS-TOTAL.

           EVALUATE LK-DF-OPERACAO
               WHEN 'S'
               WHEN 'D'
                   PERFORM EMITIR-DOCUMENTO
               WHEN 'C'
                   PERFORM CANCELAR-DOCUMENTO
               WHEN OTHER
                   MOVE "OPERACAO FISCAL INVALIDA" TO LK-DF-MENSAGEM
           END-EVALUATE.

           GOBACK.

      *------------------- SAIDA OU DEVOLUCAO COM NUMERO NOVO ---------*
       EMITIR-DOCUMENTO    SECTION.
           MOVE ZEROS TO LK-DF-NUMERO.
           IF LK-DF-QTD-ITENS EQUAL ZEROS OR LK-DF-QTD-ITENS > 20
              MOVE "DOCUMENTO SEM ITENS OU COM MAIS DE 20"
                TO LK-DF-MENSAGEM
              GO TO EMITIR-DOCUMENTO-FIM
           END-IF.

           IF LK-DF-CPF-CNPJ EQUAL ZEROS
              MOVE SPACES TO LK-DF-TIPO-PESSOA
           END-IF.
           IF LK-DF-CPF-CNPJ NOT EQUAL ZEROS
              AND LK-DF-TIPO-PESSOA EQUAL SPACES
              IF LK-DF-CPF-CNPJ > 99999999999
                 MOVE 'J' TO LK-DF-TIPO-PESSOA
              ELSE
                 MOVE 'F' TO LK-DF-TIPO-PESSOA
              END-IF
           END-IF.

      *    O REGISTRO ABRE ANTES DE TOMAR O NUMERO PARA NAO DEIXAR
      *    BURACO NA SEQUENCIA DA SERIE
           OPEN EXTEND DOCFISCAL.
           IF WS-FS-DOC EQUAL 35
              OPEN OUTPUT DOCFISCAL
           END-IF.
           IF WS-FS-DOC NOT EQUAL ZEROS
              MOVE "ERRO NA ABERTURA DO DOCFISCAL" TO LK-DF-MENSAGEM
              GO TO EMITIR-DOCUMENTO-FIM
           END-IF.

           PERFORM TOMAR-NUMERO.
           IF LK-DF-NUMERO EQUAL ZEROS
              CLOSE DOCFISCAL
              GO TO EMITIR-DOCUMENTO-FIM
           END-IF.

           MOVE 'N' TO WS-MESTRE-ABERTO.
           OPEN INPUT PRODMESTRE.
           IF WS-FS-MESTRE EQUAL ZEROS
              MOVE 'S' TO WS-MESTRE-ABERTO
           END-IF.

           MOVE 0 TO WS-IT-IDX.
           PERFORM GRAVAR-ITEM UNTIL WS-IT-IDX EQUAL LK-DF-QTD-ITENS.

           IF WS-MESTRE-ABERTO EQUAL 'S'
              CLOSE PRODMESTRE
           END-IF.
           CLOSE DOCFISCAL.
           MOVE 'S' TO LK-DF-RETORNO.

       EMITIR-DOCUMENTO-FIM.
           EXIT.

      *------------------- PROXIMO NUMERO DA SERIE NA LOJA ------------*
       TOMAR-NUMERO    SECTION.
           OPEN I-O DOCFISCTL.
           IF WS-FS-CTL EQUAL 35
              CLOSE DOCFISCTL
              OPEN OUTPUT DOCFISCTL
              CLOSE DOCFISCTL
              OPEN I-O DOCFISCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL ZEROS
              MOVE "ERRO NA ABERTURA DO DOCFISCTL" TO LK-DF-MENSAGEM
              GO TO TOMAR-NUMERO-FIM
           END-IF.

           MOVE LK-DF-SERIE TO WS-DFC-SERIE.
           MOVE LK-DF-LOJA  TO WS-DFC-LOJA.
           READ DOCFISCTL KEY IS WS-DFC-CHAVE.
           IF WS-FS-CTL EQUAL ZEROS
              MOVE 'S' TO WS-CTL-EXISTE
           ELSE
              MOVE 'N' TO WS-CTL-EXISTE
              MOVE LK-DF-SERIE TO WS-DFC-SERIE
              MOVE LK-DF-LOJA  TO WS-DFC-LOJA
              MOVE ZEROS       TO WS-DFC-ULTIMO
           END-IF.

           ADD 1 TO WS-DFC-ULTIMO.
           IF WS-CTL-EXISTE EQUAL 'S'
              REWRITE WS-DFC-REG
           ELSE
              WRITE WS-DFC-REG
           END-IF.
           IF WS-FS-CTL EQUAL ZEROS
              MOVE WS-DFC-ULTIMO TO LK-DF-NUMERO
           ELSE
              MOVE "ERRO NA NUMERACAO DO DOCFISCTL" TO LK-DF-MENSAGEM
           END-IF.
           CLOSE DOCFISCTL.

       TOMAR-NUMERO-FIM.
           EXIT.

       GRAVAR-ITEM    SECTION.
           ADD 1 TO WS-IT-IDX.
           PERFORM CLASSIFICAR-ITEM.

           MOVE LK-DF-SERIE       TO WS-DFR-SERIE.
           MOVE LK-DF-LOJA        TO WS-DFR-LOJA.
           MOVE LK-DF-NUMERO      TO WS-DFR-NUMERO.
           MOVE WS-IT-IDX         TO WS-DFR-ITEM.
           MOVE LK-DF-OPERACAO    TO WS-DFR-OPERACAO.
           MOVE LK-DF-DATA        TO WS-DFR-DATA.
           MOVE LK-DF-TIPO-PESSOA TO WS-DFR-TIPO-PESSOA.
           MOVE LK-DF-CPF-CNPJ    TO WS-DFR-CPF-CNPJ.
           MOVE LK-DF-REFERENCIA  TO WS-DFR-REFERENCIA.
           MOVE LK-DF-PRODUTO (WS-IT-IDX) TO WS-DFR-PRODUTO.
           MOVE WS-NCM            TO WS-DFR-NCM.
           MOVE WS-CFOP           TO WS-DFR-CFOP.
           MOVE LK-DF-QTD (WS-IT-IDX)     TO WS-DFR-QTD.
           MOVE LK-DF-VALOR (WS-IT-IDX)   TO WS-DFR-VALOR.
           MOVE LK-DF-VALOR (WS-IT-IDX)   TO WS-DFR-BASE-ICMS.
           MOVE WS-ALIQ           TO WS-DFR-ALIQ-ICMS.
           COMPUTE WS-DFR-VALOR-ICMS ROUNDED =
                   WS-DFR-BASE-ICMS * WS-DFR-ALIQ-ICMS / 100.
           ADD WS-DFR-VALOR-ICMS TO LK-DF-ICMS-TOTAL.
           WRITE WS-DFR-REG.

      *------------------- NCM / CFOP / ICMS DO CADASTRO --------------*
      *  PRODUTO CADASTRADO ANTES DOS CAMPOS FISCAIS VEM SEM NCM E    *
      *  SEM ALIQUOTA: O ITEM SAI COM 5102 E ICMS ZERO E APARECE      *
      *  COMO PENDENTE NA APURACAO DO 11-LIVROFIS                     *
       CLASSIFICAR-ITEM    SECTION.
           MOVE SPACES TO WS-NCM.
           MOVE 5102   TO WS-CFOP.
           MOVE ZEROS  TO WS-ALIQ.

           IF WS-MESTRE-ABERTO EQUAL 'S'
              MOVE LK-DF-PRODUTO (WS-IT-IDX) TO WS-PM-CODIGO
              READ PRODMESTRE KEY IS WS-PM-CODIGO
              IF WS-FS-MESTRE EQUAL ZEROS
                 MOVE WS-PM-NCM TO WS-NCM
                 IF WS-PM-CFOP NUMERIC AND WS-PM-CFOP NOT EQUAL ZEROS
                    MOVE WS-PM-CFOP TO WS-CFOP
                 END-IF
                 IF WS-PM-ALIQ-ICMS NUMERIC
                    MOVE WS-PM-ALIQ-ICMS TO WS-ALIQ
                 END-IF
              END-IF
           END-IF.

           IF LK-DF-OPERACAO EQUAL 'D'
              IF WS-CFOP EQUAL 5405
                 MOVE 1411 TO WS-CFOP
              ELSE
                 MOVE 1202 TO WS-CFOP
              END-IF
           END-IF.

      *------------------- CANCELAMENTO DE UMA SAIDA ------------------*
       CANCELAR-DOCUMENTO    SECTION.
           MOVE 0      TO WS-CI-ITENS.
           MOVE ZEROS  TO WS-CI-NUMERO.
           MOVE 'N'    TO WS-JA-CANCELADO.

           OPEN INPUT DOCFISCAL.
           IF WS-FS-DOC NOT EQUAL ZEROS
              MOVE "DOCUMENTO FISCAL NAO ENCONTRADO" TO LK-DF-MENSAGEM
              GO TO CANCELAR-DOCUMENTO-FIM
           END-IF.
           READ DOCFISCAL.
           PERFORM EXAMINAR-REGISTRO
              UNTIL WS-FS-DOC NOT EQUAL ZEROS.
           CLOSE DOCFISCAL.

           IF WS-CI-ITENS EQUAL 0
              MOVE "DOCUMENTO FISCAL NAO ENCONTRADO" TO LK-DF-MENSAGEM
              GO TO CANCELAR-DOCUMENTO-FIM
           END-IF.
           MOVE WS-CI-NUMERO TO LK-DF-NUMERO.
           IF WS-JA-CANCELADO EQUAL 'S'
              MOVE "DOCUMENTO FISCAL JA CANCELADO" TO LK-DF-MENSAGEM
              GO TO CANCELAR-DOCUMENTO-FIM
           END-IF.

           OPEN EXTEND DOCFISCAL.
           IF WS-FS-DOC NOT EQUAL ZEROS
              MOVE "ERRO NA ABERTURA DO DOCFISCAL" TO LK-DF-MENSAGEM
              GO TO CANCELAR-DOCUMENTO-FIM
           END-IF.
           MOVE 0 TO WS-CI-IDX.
           PERFORM GRAVAR-ITEM-CANCELADO
              UNTIL WS-CI-IDX EQUAL WS-CI-ITENS.
           CLOSE DOCFISCAL.
           MOVE 'S' TO LK-DF-RETORNO.

       CANCELAR-DOCUMENTO-FIM.
           EXIT.

       EXAMINAR-REGISTRO    SECTION.
           IF WS-DFR-SERIE EQUAL LK-DF-SERIE
              AND WS-DFR-LOJA EQUAL LK-DF-LOJA
              AND ((LK-DF-NUMERO NOT EQUAL ZEROS
                    AND WS-DFR-NUMERO EQUAL LK-DF-NUMERO)
                OR (LK-DF-NUMERO EQUAL ZEROS
                    AND WS-DFR-REFERENCIA EQUAL LK-DF-REFERENCIA))
              IF WS-DFR-CANCELAMENTO
                 MOVE 'S' TO WS-JA-CANCELADO
              END-IF
              IF WS-DFR-SAIDA
                 IF WS-DFR-NUMERO NOT EQUAL WS-CI-NUMERO
                    MOVE WS-DFR-NUMERO TO WS-CI-NUMERO
                    MOVE 0 TO WS-CI-ITENS
                    MOVE 'N' TO WS-JA-CANCELADO
                 END-IF
                 IF WS-CI-ITENS < 20
                    ADD 1 TO WS-CI-ITENS
                    MOVE WS-DFR-REG TO WS-CI-REG (WS-CI-ITENS)
                 END-IF
              END-IF
           END-IF.
           READ DOCFISCAL.

       GRAVAR-ITEM-CANCELADO    SECTION.
           ADD 1 TO WS-CI-IDX.
           MOVE WS-CI-REG (WS-CI-IDX) TO WS-DFR-REG.
           MOVE 'C'        TO WS-DFR-OPERACAO.
           MOVE LK-DF-DATA TO WS-DFR-DATA.
           ADD WS-DFR-VALOR-ICMS TO LK-DF-ICMS-TOTAL.
           WRITE WS-DFR-REG.
       END PROGRAM 11-DOCFIS.
