      *-----------------------------------------------------------------
      *  LANCAMENTO E IMPORTACAO DO DIARIO DE VENDAS VENDASJRN.DAT:
      *  DATA, LOJA, PRODUTO (CADASTRO UNIFICADO), QUANTIDADE E VALOR.
      *  A DEVOLUCAO (OU A TROCA, QUE E UMA DEVOLUCAO SEGUIDA DE UMA
      *  VENDA NOVA) ENTRA COMO LINHA NEGATIVA QUE APONTA PARA A DATA
      *  DA VENDA ORIGINAL, COM O MOTIVO, E GERA A ENTRADA DA
      *  QUANTIDADE NO DEPOSITO DA LOJA PELO ESTOQMOV.PENDENTES.
      *  CADA VENDA E CADA DEVOLUCAO GANHA O SEU DOCUMENTO FISCAL NA
      *  SERIE DAS LOJAS, PELO 11-DOCFIS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VENDASJRN.

      *       ANO DO DIARIO JA NO ARQUIVO MORTO (VER 11-HISTARQ)
           SELECT VENDASMORTO ASSIGN TO WS-ARQ-MORTO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MORTO.

      *       LOTE EXTERNO NO LEIAUTE DA VENDA DO DIARIO (SO VENDAS;
      *       DEVOLUCAO E LANCADA PELA OPCAO 3)
           SELECT IMPORTA ASSIGN TO "..\DADOS\VENDAS.IMPORTA.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMPORTA.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-MESTRE
           RECORD KEY IS WS-PM-CODIGO.

           SELECT MOVIMENTOS ASSIGN TO "..\DADOS\ESTOQMOV.PENDENTES"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 WS-VJ-PRODUTO         PIC 9(06).
           05 WS-VJ-QTD             PIC 9(05).
           05 WS-VJ-VALOR           PIC 9(05)V99.
           05 WS-VJ-SINAL           PIC X(01).
              88 WS-VJ-DEVOLUCAO    VALUE "-".
           05 WS-VJ-MOTIVO          PIC X(02).
           05 WS-VJ-DATA-ORIG       PIC 9(08).
      *       SINAL "-" = DEVOLUCAO: QTD E VALOR SAEM DA VENDA FEITA
      *       EM DATA-ORIG; NA VENDA OS TRES CAMPOS FICAM EM BRANCO

       FD  VENDASMORTO.
       01  WS-VM-REG                PIC X(41).

       FD  IMPORTA.
       01  WS-IMP-REG.
           05 WS-PM-UNIDADE         PIC X(03).
           05 WS-PM-CLASSE-ABC      PIC X(01).
           05 WS-PM-BARRAS          PIC X(20).
           05 WS-PM-NCM             PIC X(08).
           05 WS-PM-CFOP            PIC 9(04).
           05 WS-PM-ALIQ-ICMS       PIC 9(02)V99.

      *------------------- DIARIO DE MOVIMENTOS (VER 8-ESTMOV) ------*
       FD  MOVIMENTOS.
       01  WS-MOV-REG.
           05 WS-MOV-DATA           PIC 9(08).
           05 WS-MOV-DEPOSITO       PIC X(10).
           05 WS-MOV-PRODUTO        PIC 9(06).
           05 WS-MOV-TIPO           PIC X(01).
              88 WS-MOV-ENTRADA     VALUE "E".
              88 WS-MOV-SAIDA       VALUE "S".
              88 WS-MOV-AJUSTE      VALUE "A".
           05 WS-MOV-QTD            PIC 9(05).
           05 WS-MOV-DOCUMENTO      PIC X(10).
           05 WS-MOV-CUSTO-UNIT     PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-VENDASJRN           PIC 9(02) VALUE ZEROS.
       01 WS-FS-IMPORTA             PIC 9(02) VALUE ZEROS.
       01 WS-FS-MESTRE              PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOV                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-MORTO               PIC 9(02) VALUE ZEROS.
       01 WS-ARQ-MORTO              PIC X(60) VALUE SPACES.
       01 WS-ARQ-IDX                PIC 9(02) VALUE 0.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) -------*
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO         PIC X(12).
           05 WS-HA-ANO-DE          PIC 9(04).
           05 WS-HA-QTD             PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                    PIC 9(04).
       01 WS-OPCAO                  PIC 9(01) VALUE 0.
       01 WS-MESTRE-ABERTO          PIC X(01) VALUE 'N'.

       01 WS-VALOR-ENT              PIC 9(05)V99 VALUE 0.
       01 WS-DATA-HOJE              PIC 9(08) VALUE 0.
       01 WS-PRODUTO-OK             PIC X(01) VALUE 'N'.
       01 WS-CPF-CNPJ-ENT           PIC 9(14) VALUE 0.

      *------------------- DEVOLUCAO E TROCA ------------------------*
       01 WS-DATA-ORIG-ENT          PIC 9(08) VALUE 0.
       01 WS-MOTIVO-ENT             PIC X(02) VALUE SPACES.
       01 WS-VENDIDO-QTD            PIC 9(07) VALUE 0.
       01 WS-VENDIDO-VALOR          PIC 9(09)V99 VALUE 0.
       01 WS-DEVOLVIDO-QTD          PIC 9(07) VALUE 0.
       01 WS-DEVOLVIDO-VALOR        PIC 9(09)V99 VALUE 0.
       01 WS-PODE-DEVOLVER          PIC S9(07) VALUE 0.
       01 WS-VALOR-PROPORC          PIC 9(09)V99 VALUE 0.
       01 WS-VALOR-EDIT             PIC Z(08)9.99.
       01 WS-QTD-EDIT               PIC Z(06)9.

      *------------------- MOTIVOS DE DEVOLUCAO ---------------------*
       01 WS-MOTIVOS-VALORES.
           05 FILLER PIC X(22) VALUE "01DEFEITO".
           05 FILLER PIC X(22) VALUE "02ARREPENDIMENTO".
           05 FILLER PIC X(22) VALUE "03TROCA TAMANHO/COR".
           05 FILLER PIC X(22) VALUE "04AVARIA NA ENTREGA".
           05 FILLER PIC X(22) VALUE "05PRODUTO ERRADO".
           05 FILLER PIC X(22) VALUE "99OUTROS".
       01 WS-MOTIVOS-TAB REDEFINES WS-MOTIVOS-VALORES.
           05 WS-MOTIVO-ITEM OCCURS 6 TIMES.
              10 WS-MOTIVO-COD      PIC X(02).
              10 WS-MOTIVO-DESC     PIC X(20).
       01 WS-MOTIVO-IDX             PIC 9(02) VALUE 0.
       01 WS-MOTIVO-ACHADO          PIC 9(02) VALUE 0.

      *------------------- PARAMETROS DO 11-PERCHK --------------------*
       01 WS-PERIODO.
           05 WS-PER-AREA           PIC X(03).
           05 WS-PER-DATA           PIC 9(08).
           05 WS-PER-SITUACAO       PIC X(01).
              88 WS-PER-ABERTO         VALUE 'A'.
              88 WS-PER-FECHADO        VALUE 'F'.

      *------------------- PARAMETROS DO 11-DOCFIS --------------------*
       01 WS-SERIE-LOJAS            PIC X(03) VALUE "001".
       01 WS-DOCFIS.
           05 WS-DF-OPERACAO        PIC X(01).
           05 WS-DF-SERIE           PIC X(03).
           05 WS-DF-LOJA            PIC X(04).
           05 WS-DF-DATA            PIC 9(08).
           05 WS-DF-TIPO-PESSOA     PIC X(01).
           05 WS-DF-CPF-CNPJ        PIC 9(14).
           05 WS-DF-REFERENCIA      PIC X(10).
           05 WS-DF-QTD-ITENS       PIC 9(02).
           05 WS-DF-ITEM OCCURS 20 TIMES.
              10 WS-DF-PRODUTO      PIC 9(06).
              10 WS-DF-QTD          PIC 9(05).
              10 WS-DF-VALOR        PIC 9(07)V99.
           05 WS-DF-NUMERO          PIC 9(08).
           05 WS-DF-ICMS-TOTAL      PIC 9(07)V99.
           05 WS-DF-RETORNO         PIC X(01).
              88 WS-DF-EMITIDO         VALUE 'S'.
              88 WS-DF-RECUSADO        VALUE 'N'.
           05 WS-DF-MENSAGEM        PIC X(40).

      *------------------- TOTAIS DA IMPORTACAO ---------------------*
       01 WS-TOT-LIDOS              PIC 9(07) VALUE 0.
       01 WS-TOT-GRAVADOS           PIC 9(07) VALUE 0.
       01 WS-TOT-REJEITADOS         PIC 9(07) VALUE 0.
       01 WS-TOT-SEM-DOCUMENTO      PIC 9(07) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "----------------".
           DISPLAY "1 - LANCAR UMA VENDA".
           DISPLAY "2 - IMPORTAR LOTE (VENDAS.IMPORTA.TXT)".
           DISPLAY "3 - DEVOLUCAO / TROCA".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.
                   PERFORM LANCAR-VENDA
               WHEN 2
                   PERFORM IMPORTAR-LOTE
               WHEN 3
                   PERFORM LANCAR-DEVOLUCAO
               WHEN 9
                   CONTINUE
               WHEN OTHER
              GO TO LANCAR-VENDA-FIM
           END-IF.

           DISPLAY "CPF/CNPJ NA NOTA (0 = NAO INFORMA): ".
              ACCEPT WS-CPF-CNPJ-ENT.

           PERFORM ABRIR-DIARIO.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              GO TO LANCAR-VENDA-FIM
           MOVE WS-PRODUTO-ENT TO WS-VJ-PRODUTO.
           MOVE WS-QTD-ENT     TO WS-VJ-QTD.
           MOVE WS-VALOR-ENT   TO WS-VJ-VALOR.
           MOVE SPACES         TO WS-VJ-SINAL.
           MOVE SPACES         TO WS-VJ-MOTIVO.
           MOVE ZEROS          TO WS-VJ-DATA-ORIG.
           WRITE WS-VJ-REG.
           CLOSE VENDASJRN.
           DISPLAY "VENDA LANCADA".

           MOVE "S"             TO WS-DF-OPERACAO.
           MOVE WS-CPF-CNPJ-ENT TO WS-DF-CPF-CNPJ.
           MOVE SPACES          TO WS-DF-REFERENCIA.
           PERFORM EMITIR-DOCUMENTO-FISCAL.
           PERFORM MOSTRAR-DOCUMENTO-FISCAL.

       LANCAR-VENDA-FIM.
           EXIT.

                      WS-FS-VENDASJRN
           END-IF.

      *------------------- DEVOLUCAO OU TROCA -----------------------*
      *  A VENDA ORIGINAL (DATA, LOJA E PRODUTO) TEM DE EXISTIR NO   *
      *  DIARIO E NAO SE DEVOLVE MAIS DO QUE FOI VENDIDO NELA, JA    *
      *  DESCONTADAS AS DEVOLUCOES ANTERIORES                        *
       LANCAR-DEVOLUCAO    SECTION.
           DISPLAY "DATA DA DEVOLUCAO (AAAAMMDD, 0 = HOJE): ".
              ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT EQUAL ZEROS
              MOVE WS-DATA-HOJE TO WS-DATA-ENT
           END-IF.

           MOVE "EST"       TO WS-PER-AREA.
           MOVE WS-DATA-ENT TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-DATA-ENT (1:6)
                      " FECHADA NO ESTOQUE - DEVOLUCAO NAO PERMITIDA"
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.

           DISPLAY "LOJA: ".
              ACCEPT WS-LOJA-ENT.
           IF WS-LOJA-ENT EQUAL SPACES
              DISPLAY "LOJA OBRIGATORIA"
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.

           DISPLAY "DATA DA VENDA ORIGINAL (AAAAMMDD): ".
              ACCEPT WS-DATA-ORIG-ENT.
           IF WS-DATA-ORIG-ENT EQUAL ZEROS
              OR WS-DATA-ORIG-ENT > WS-DATA-ENT
              DISPLAY "DATA DA VENDA ORIGINAL INVALIDA"
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.

           DISPLAY "PRODUTO (CODIGO DO CADASTRO): ".
              ACCEPT WS-PRODUTO-ENT.
           PERFORM CRITICAR-PRODUTO.
           IF WS-PRODUTO-OK NOT EQUAL 'S'
              DISPLAY "PRODUTO NAO CADASTRADO"
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.

           PERFORM APURAR-VENDA-ORIGINAL.
           IF WS-VENDIDO-QTD EQUAL ZEROS
              DISPLAY "VENDA ORIGINAL NAO ENCONTRADA NO DIARIO"
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.
           COMPUTE WS-PODE-DEVOLVER = WS-VENDIDO-QTD - WS-DEVOLVIDO-QTD.
           DISPLAY "VENDIDO: " WS-VENDIDO-QTD
                   "  JA DEVOLVIDO: " WS-DEVOLVIDO-QTD.
           IF WS-PODE-DEVOLVER NOT > ZEROS
              DISPLAY "VENDA JA TOTALMENTE DEVOLVIDA"
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.

           DISPLAY "MOTIVO:".
           MOVE 0 TO WS-MOTIVO-IDX.
           PERFORM EXIBIR-UM-MOTIVO UNTIL WS-MOTIVO-IDX EQUAL 6.
              ACCEPT WS-MOTIVO-ENT.
           PERFORM CRITICAR-MOTIVO.
           IF WS-MOTIVO-ACHADO EQUAL 0
              DISPLAY "MOTIVO INVALIDO"
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.

           DISPLAY "QUANTIDADE DEVOLVIDA: ".
              ACCEPT WS-QTD-ENT.
           IF WS-QTD-ENT EQUAL ZEROS
              OR WS-QTD-ENT > WS-PODE-DEVOLVER
              MOVE WS-PODE-DEVOLVER TO WS-QTD-EDIT
              DISPLAY "QUANTIDADE INVALIDA - MAXIMO " WS-QTD-EDIT
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.

           COMPUTE WS-VALOR-PROPORC ROUNDED =
                   WS-VENDIDO-VALOR * WS-QTD-ENT / WS-VENDIDO-QTD.
           MOVE WS-VALOR-PROPORC TO WS-VALOR-EDIT.
           DISPLAY "VALOR DEVOLVIDO (0 = PROPORCIONAL "
                   WS-VALOR-EDIT "): ".
              ACCEPT WS-VALOR-ENT.
           IF WS-VALOR-ENT EQUAL ZEROS
              MOVE WS-VALOR-PROPORC TO WS-VALOR-ENT
           END-IF.
           IF WS-VALOR-ENT + WS-DEVOLVIDO-VALOR > WS-VENDIDO-VALOR
              DISPLAY "VALOR MAIOR QUE O SALDO DA VENDA"
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.

           PERFORM ABRIR-DIARIO.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.
           MOVE WS-DATA-ENT      TO WS-VJ-DATA.
           MOVE WS-LOJA-ENT      TO WS-VJ-LOJA.
           MOVE WS-PRODUTO-ENT   TO WS-VJ-PRODUTO.
           MOVE WS-QTD-ENT       TO WS-VJ-QTD.
           MOVE WS-VALOR-ENT     TO WS-VJ-VALOR.
           MOVE "-"              TO WS-VJ-SINAL.
           MOVE WS-MOTIVO-ENT    TO WS-VJ-MOTIVO.
           MOVE WS-DATA-ORIG-ENT TO WS-VJ-DATA-ORIG.
           WRITE WS-VJ-REG.
           CLOSE VENDASJRN.

           MOVE "D"             TO WS-DF-OPERACAO.
           MOVE ZEROS           TO WS-DF-CPF-CNPJ.
           MOVE SPACES          TO WS-DF-REFERENCIA.
           STRING "DV" WS-DATA-ORIG-ENT
                  DELIMITED BY SIZE INTO WS-DF-REFERENCIA
           END-STRING.
           PERFORM EMITIR-DOCUMENTO-FISCAL.
           PERFORM MOSTRAR-DOCUMENTO-FISCAL.

      *    A QUANTIDADE VOLTA PARA O DEPOSITO DE MESMO CODIGO DA LOJA,
      *    AO CUSTO MEDIO (CUSTO ZERO NO MOVIMENTO)
           OPEN EXTEND MOVIMENTOS.
           IF WS-FS-MOV EQUAL 35
              OPEN OUTPUT MOVIMENTOS
           END-IF.
           IF WS-FS-MOV NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO DIARIO DE ESTOQUE " WS-FS-MOV
              DISPLAY "DEVOLUCAO LANCADA SEM ENTRADA NO ESTOQUE"
              GO TO LANCAR-DEVOLUCAO-FIM
           END-IF.
           MOVE WS-DATA-ENT    TO WS-MOV-DATA.
           MOVE SPACES         TO WS-MOV-DEPOSITO.
           MOVE WS-LOJA-ENT    TO WS-MOV-DEPOSITO.
           MOVE WS-PRODUTO-ENT TO WS-MOV-PRODUTO.
           MOVE "E"            TO WS-MOV-TIPO.
           MOVE WS-QTD-ENT     TO WS-MOV-QTD.
           MOVE SPACES         TO WS-MOV-DOCUMENTO.
           STRING "DV" WS-DATA-ORIG-ENT
                  DELIMITED BY SIZE INTO WS-MOV-DOCUMENTO
           END-STRING.
           MOVE ZEROS          TO WS-MOV-CUSTO-UNIT.
           WRITE WS-MOV-REG.
           CLOSE MOVIMENTOS.

           DISPLAY "DEVOLUCAO LANCADA - ENTRADA NO ESTOQUE PELO "
                   "PROXIMO 8-ESTPOST".
           DISPLAY "SE FOR TROCA, LANCE A VENDA DO ITEM NOVO (OPCAO 1)".

       LANCAR-DEVOLUCAO-FIM.
           EXIT.

       APURAR-VENDA-ORIGINAL    SECTION.
           MOVE 0 TO WS-VENDIDO-QTD.
           MOVE 0 TO WS-VENDIDO-VALOR.
           MOVE 0 TO WS-DEVOLVIDO-QTD.
           MOVE 0 TO WS-DEVOLVIDO-VALOR.

      *       VENDA DE ANO JA ARQUIVADO: A VENDA E AS DEVOLUCOES DELA
      *       ESTAO NOS ANOS DO ARQUIVO MORTO A PARTIR DO DELA
           MOVE "VENDASJRN"             TO WS-HA-ARQUIVO.
           MOVE WS-DATA-ORIG-ENT (1:4)  TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.
           MOVE 0 TO WS-ARQ-IDX.
           PERFORM APURAR-VENDA-ARQUIVADA
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

           OPEN INPUT VENDASJRN.
           IF WS-FS-VENDASJRN NOT EQUAL ZEROS
              GO TO APURAR-VENDA-ORIGINAL-FIM
           END-IF.
           READ VENDASJRN.
           PERFORM SOMAR-VENDA-ORIGINAL
              UNTIL WS-FS-VENDASJRN NOT EQUAL ZEROS.
           CLOSE VENDASJRN.

       APURAR-VENDA-ORIGINAL-FIM.
           EXIT.

       APURAR-VENDA-ARQUIVADA    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-MORTO.
           STRING "..\DADOS\ARCHIVE\VENDASJRN."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)         DELIMITED BY SIZE
                  INTO WS-ARQ-MORTO.

           OPEN INPUT VENDASMORTO.
           IF WS-FS-MORTO NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-MORTO
              GO TO APURAR-VENDA-ARQUIVADA-FIM
           END-IF.
           READ VENDASMORTO INTO WS-VJ-REG.
           PERFORM SOMAR-VENDA-ARQUIVADA
              UNTIL WS-FS-MORTO NOT EQUAL ZEROS.
           CLOSE VENDASMORTO.

       APURAR-VENDA-ARQUIVADA-FIM.
           EXIT.

       SOMAR-VENDA-ARQUIVADA    SECTION.
           PERFORM CONFERIR-VENDA-ORIGINAL.
           READ VENDASMORTO INTO WS-VJ-REG.

       SOMAR-VENDA-ORIGINAL    SECTION.
           PERFORM CONFERIR-VENDA-ORIGINAL.
           READ VENDASJRN.

       CONFERIR-VENDA-ORIGINAL    SECTION.
           IF WS-VJ-LOJA EQUAL WS-LOJA-ENT
              AND WS-VJ-PRODUTO EQUAL WS-PRODUTO-ENT
              IF WS-VJ-DEVOLUCAO
                 IF WS-VJ-DATA-ORIG EQUAL WS-DATA-ORIG-ENT
                    ADD WS-VJ-QTD   TO WS-DEVOLVIDO-QTD
                    ADD WS-VJ-VALOR TO WS-DEVOLVIDO-VALOR
                 END-IF
              ELSE
                 IF WS-VJ-DATA EQUAL WS-DATA-ORIG-ENT
                    ADD WS-VJ-QTD   TO WS-VENDIDO-QTD
                    ADD WS-VJ-VALOR TO WS-VENDIDO-VALOR
                 END-IF
              END-IF
           END-IF.

       EXIBIR-UM-MOTIVO    SECTION.
           ADD 1 TO WS-MOTIVO-IDX.
           DISPLAY "   " WS-MOTIVO-COD (WS-MOTIVO-IDX) " - "
                   WS-MOTIVO-DESC (WS-MOTIVO-IDX).

       CRITICAR-MOTIVO    SECTION.
           MOVE 0 TO WS-MOTIVO-ACHADO.
           MOVE 0 TO WS-MOTIVO-IDX.
           PERFORM PROCURAR-MOTIVO
              UNTIL WS-MOTIVO-IDX EQUAL 6
                 OR WS-MOTIVO-ACHADO NOT EQUAL 0.

       PROCURAR-MOTIVO    SECTION.
           ADD 1 TO WS-MOTIVO-IDX.
           IF WS-MOTIVO-COD (WS-MOTIVO-IDX) EQUAL WS-MOTIVO-ENT
              MOVE WS-MOTIVO-IDX TO WS-MOTIVO-ACHADO
           END-IF.

      *------------------- IMPORTA UM LOTE EXTERNO ------------------*
      *  O LOTE VEM NO MESMO LEIAUTE DO DIARIO; LINHA SEM DATA, SEM  *
      *  LOJA, SEM QUANTIDADE OU COM PRODUTO DESCONHECIDO E REJEITADA*
           MOVE 0 TO WS-TOT-LIDOS.
           MOVE 0 TO WS-TOT-GRAVADOS.
           MOVE 0 TO WS-TOT-REJEITADOS.
           MOVE 0 TO WS-TOT-SEM-DOCUMENTO.

           OPEN INPUT IMPORTA.
           IF WS-FS-IMPORTA NOT EQUAL ZEROS
           DISPLAY "LINHAS LIDAS......: " WS-TOT-LIDOS.
           DISPLAY "LINHAS GRAVADAS...: " WS-TOT-GRAVADOS.
           DISPLAY "LINHAS REJEITADAS : " WS-TOT-REJEITADOS.
           DISPLAY "SEM DOC. FISCAL...: " WS-TOT-SEM-DOCUMENTO.

       IMPORTAR-LOTE-FIM.
           EXIT.
           MOVE WS-IMP-PRODUTO TO WS-VJ-PRODUTO.
           MOVE WS-IMP-QTD     TO WS-VJ-QTD.
           MOVE WS-IMP-VALOR   TO WS-VJ-VALOR.
           MOVE SPACES         TO WS-VJ-SINAL.
           MOVE SPACES         TO WS-VJ-MOTIVO.
           MOVE ZEROS          TO WS-VJ-DATA-ORIG.
           WRITE WS-VJ-REG.
           ADD 1 TO WS-TOT-GRAVADOS.

           MOVE "S"            TO WS-DF-OPERACAO.
           MOVE ZEROS          TO WS-DF-CPF-CNPJ.
           MOVE SPACES         TO WS-DF-REFERENCIA.
           MOVE WS-IMP-LOJA    TO WS-LOJA-ENT.
           MOVE WS-IMP-DATA    TO WS-DATA-ENT.
           MOVE WS-IMP-QTD     TO WS-QTD-ENT.
           MOVE WS-IMP-VALOR   TO WS-VALOR-ENT.
           PERFORM EMITIR-DOCUMENTO-FISCAL.
           IF NOT WS-DF-EMITIDO
              ADD 1 TO WS-TOT-SEM-DOCUMENTO
              DISPLAY "LINHA " WS-TOT-LIDOS " SEM DOCUMENTO FISCAL: "
                      WS-DF-MENSAGEM
           END-IF.

       IMPORTAR-UMA-LINHA-FIM.
           READ IMPORTA.

      *------------------- DOCUMENTO FISCAL DE UM ITEM ---------------*
      *  QUEM CHAMA JA PREENCHEU OPERACAO, CPF/CNPJ E REFERENCIA; O  *
      *  RESTO VEM DO LANCAMENTO                                     *
       EMITIR-DOCUMENTO-FISCAL    SECTION.
           MOVE WS-SERIE-LOJAS TO WS-DF-SERIE.
           MOVE WS-LOJA-ENT    TO WS-DF-LOJA.
           MOVE WS-DATA-ENT    TO WS-DF-DATA.
           MOVE SPACES         TO WS-DF-TIPO-PESSOA.
           MOVE 1              TO WS-DF-QTD-ITENS.
           MOVE WS-PRODUTO-ENT TO WS-DF-PRODUTO (1).
           MOVE WS-QTD-ENT     TO WS-DF-QTD (1).
           MOVE WS-VALOR-ENT   TO WS-DF-VALOR (1).
           MOVE ZEROS          TO WS-DF-NUMERO.
           CALL "11-DOCFIS" USING WS-DOCFIS.

       MOSTRAR-DOCUMENTO-FISCAL    SECTION.
           IF WS-DF-EMITIDO
              MOVE WS-DF-ICMS-TOTAL TO WS-VALOR-EDIT
              DISPLAY "DOCUMENTO FISCAL SERIE " WS-DF-SERIE
                      " No " WS-DF-NUMERO " - ICMS " WS-VALOR-EDIT
           ELSE
              DISPLAY "DOCUMENTO FISCAL NAO EMITIDO: " WS-DF-MENSAGEM
           END-IF.

       FINALIZAR    SECTION.
           IF WS-MESTRE-ABERTO EQUAL 'S'
              CLOSE PRODMESTRE
