      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 11-CONTABIL.
      *-----------------------------------------------------------------
      *  CONTABILIZACAO DOS LOTES DOS SUBSISTEMAS. CADA RODADA DE     *
      *  FOLHA, CAIXA, JUROS DO EXTRATO, ESTOQUE E FINANCEIRO DEIXA   *
      *  NO CONTAB.MOVTO.DAT UM LOTE (ORIGEM + DATA/HORA) COM OS      *
      *  TOTAIS POR EVENTO. CADA EVENTO VIRA DEBITO E/OU CREDITO PELA *
      *  TABELA DO 11-PLANOCAD. LOTE QUE NAO FECHA (DEBITOS DIFERENTES*
      *  DOS CREDITOS), COM EVENTO SEM TABELA OU CONTA INATIVA NAO E  *
      *  LANCADO: FICA NO CONTAB.MOVTO.DAT PARA A PROXIMA RODADA      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT MOVTO ASSIGN TO "..\DADOS\CONTAB.MOVTO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVTO.

           SELECT PLANO ASSIGN TO "..\DADOS\CONTAB.PLANO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PLANO
           RECORD KEY IS WS-PLA-CONTA.

           SELECT EVENTOS ASSIGN TO "..\DADOS\CONTAB.EVENTOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-EVENTOS
           RECORD KEY IS WS-EVT-CODIGO.

           SELECT DIARIO ASSIGN TO "..\DADOS\CONTAB.DIARIO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIO.

           SELECT RELATORIO ASSIGN TO "..\DADOS\CONTAB.LANCAMENTO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- TOTAIS DOS SUBSISTEMAS POR EVENTO ----------*
       FD  MOVTO.
       01  WS-MCT-REG.
           05 WS-MCT-ORIGEM         PIC X(10).
           05 WS-MCT-LOTE           PIC X(14).
           05 WS-MCT-DATA           PIC 9(08).
           05 WS-MCT-EVENTO         PIC X(06).
           05 WS-MCT-VALOR          PIC 9(09)V99.
           05 WS-MCT-HISTORICO      PIC X(30).

      *------------------- (VER 11-PLANOCAD) --------------------------*
       FD  PLANO.
       01  WS-PLA-REG.
           05 WS-PLA-CONTA          PIC X(10).
           05 WS-PLA-DESCRICAO      PIC X(30).
           05 WS-PLA-GRUPO          PIC X(01).
           05 WS-PLA-SITUACAO       PIC X(01).
              88 WS-PLA-ATIVA          VALUE 'A'.
              88 WS-PLA-INATIVA        VALUE 'I'.

       FD  EVENTOS.
       01  WS-EVT-REG.
           05 WS-EVT-CODIGO         PIC X(06).
           05 WS-EVT-DESCRICAO      PIC X(30).
           05 WS-EVT-DEBITO         PIC X(10).
           05 WS-EVT-CREDITO        PIC X(10).

      *------------------- LIVRO DIARIO (UMA PARTIDA POR LINHA) -------*
       FD  DIARIO.
       01  WS-DIA-REG.
           05 WS-DIA-LANCAMENTO     PIC 9(06).
           05 WS-DIA-DATA           PIC 9(08).
           05 WS-DIA-CONTA          PIC X(10).
           05 WS-DIA-TIPO           PIC X(01).
              88 WS-DIA-DEBITO         VALUE 'D'.
              88 WS-DIA-CREDITO        VALUE 'C'.
           05 WS-DIA-VALOR          PIC 9(09)V99.
           05 WS-DIA-EVENTO         PIC X(06).
           05 WS-DIA-HISTORICO      PIC X(30).
           05 WS-DIA-ORIGEM         PIC X(10).
           05 WS-DIA-LOTE           PIC X(14).

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-MOVTO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-PLANO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-EVENTOS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-DIARIO             PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-ESTOURO               PIC X(01) VALUE 'N'.
       01 WS-ULT-LANCAMENTO        PIC 9(06) VALUE ZEROS.

      *------------------- MOVIMENTO PENDENTE DE CONTABILIZACAO -------*
       01 WS-MV-TAB.
           05 WS-MV OCCURS 3000 TIMES.
              10 WS-MV-ORIGEM       PIC X(10).
              10 WS-MV-LOTE         PIC X(14).
              10 WS-MV-DATA         PIC 9(08).
              10 WS-MV-EVENTO       PIC X(06).
              10 WS-MV-VALOR        PIC 9(09)V99.
              10 WS-MV-HISTORICO    PIC X(30).
              10 WS-MV-DEBITO       PIC X(10).
              10 WS-MV-CREDITO      PIC X(10).
              10 WS-MV-MANTER       PIC X(01).
       01 WS-MV-ITENS              PIC 9(04) VALUE 0.
       01 WS-MV-IDX                PIC 9(04) VALUE 0.

      *------------------- LOTE EM ANDAMENTO --------------------------*
       01 WS-LOTE-INI              PIC 9(04) VALUE 0.
       01 WS-LOTE-FIM              PIC 9(04) VALUE 0.
       01 WS-LOTE-FECHADO          PIC X(01) VALUE 'N'.
       01 WS-LOTE-DEBITOS          PIC 9(11)V99 VALUE ZEROS.
       01 WS-LOTE-CREDITOS         PIC 9(11)V99 VALUE ZEROS.
       01 WS-MOTIVO                PIC X(50) VALUE SPACES.
       01 WS-CONTA-BUSCA           PIC X(10) VALUE SPACES.

       01 WS-TOT-LOTES             PIC 9(05) VALUE 0.
       01 WS-TOT-LANCADOS          PIC 9(05) VALUE 0.
       01 WS-TOT-REJEITADOS        PIC 9(05) VALUE 0.
       01 WS-TOT-PARTIDAS          PIC 9(07) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(10)9.99.
       01 WS-VALOR-EDIT2           PIC Z(10)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-MOVIMENTO.
           IF WS-ESTOURO EQUAL 'S'
              DISPLAY "MAIS DE 3000 LINHAS NO CONTAB.MOVTO.DAT - "
                      "CONTABILIZACAO CANCELADA"
              CLOSE PLANO
              CLOSE EVENTOS
              STOP RUN
           END-IF.
           IF WS-MV-ITENS EQUAL 0
              DISPLAY "NENHUM LOTE A CONTABILIZAR"
              CLOSE PLANO
              CLOSE EVENTOS
              STOP RUN
           END-IF.

           PERFORM ACHAR-ULTIMO-LANCAMENTO.
           PERFORM ABRIR-SAIDAS.

           MOVE 1 TO WS-LOTE-INI.
           PERFORM PROCESSAR-LOTE
              UNTIL WS-LOTE-INI > WS-MV-ITENS.

           PERFORM REGRAVAR-PENDENTES.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "CONTABILIZACAO DOS LOTES DOS SUBSISTEMAS".
           DISPLAY "----------------------------------------".

           OPEN INPUT PLANO.
           IF WS-FS-PLANO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PLANO DE CONTAS "
                      WS-FS-PLANO
              STOP RUN
           END-IF.

           OPEN INPUT EVENTOS.
           IF WS-FS-EVENTOS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS EVENTOS " WS-FS-EVENTOS
              CLOSE PLANO
              STOP RUN
           END-IF.

       CARREGAR-MOVIMENTO    SECTION.
           OPEN INPUT MOVTO.
           IF WS-FS-MOVTO NOT EQUAL ZEROS
              GO TO CARREGAR-MOVIMENTO-FIM
           END-IF.
           READ MOVTO.
           PERFORM GUARDAR-MOVIMENTO
              UNTIL WS-FS-MOVTO NOT EQUAL ZEROS.
           CLOSE MOVTO.

       CARREGAR-MOVIMENTO-FIM.
           EXIT.

       GUARDAR-MOVIMENTO    SECTION.
           IF WS-MV-ITENS NOT LESS THAN 3000
              MOVE 'S' TO WS-ESTOURO
           ELSE
              ADD 1 TO WS-MV-ITENS
              MOVE WS-MCT-ORIGEM    TO WS-MV-ORIGEM (WS-MV-ITENS)
              MOVE WS-MCT-LOTE      TO WS-MV-LOTE (WS-MV-ITENS)
              MOVE WS-MCT-DATA      TO WS-MV-DATA (WS-MV-ITENS)
              MOVE WS-MCT-EVENTO    TO WS-MV-EVENTO (WS-MV-ITENS)
              MOVE WS-MCT-VALOR     TO WS-MV-VALOR (WS-MV-ITENS)
              MOVE WS-MCT-HISTORICO TO WS-MV-HISTORICO (WS-MV-ITENS)
              MOVE SPACES           TO WS-MV-DEBITO (WS-MV-ITENS)
              MOVE SPACES           TO WS-MV-CREDITO (WS-MV-ITENS)
              MOVE 'S'              TO WS-MV-MANTER (WS-MV-ITENS)
           END-IF.
           READ MOVTO.

      *------------------- NUMERO DO ULTIMO LANCAMENTO NO DIARIO ------*
       ACHAR-ULTIMO-LANCAMENTO    SECTION.
           OPEN INPUT DIARIO.
           IF WS-FS-DIARIO NOT EQUAL ZEROS
              GO TO ACHAR-ULTIMO-LANCAMENTO-FIM
           END-IF.
           READ DIARIO.
           PERFORM LER-DIARIO
              UNTIL WS-FS-DIARIO NOT EQUAL ZEROS.
           CLOSE DIARIO.

       ACHAR-ULTIMO-LANCAMENTO-FIM.
           EXIT.

       LER-DIARIO    SECTION.
           IF WS-DIA-LANCAMENTO > WS-ULT-LANCAMENTO
              MOVE WS-DIA-LANCAMENTO TO WS-ULT-LANCAMENTO
           END-IF.
           READ DIARIO.

       ABRIR-SAIDAS    SECTION.
           OPEN EXTEND DIARIO.
           IF WS-FS-DIARIO EQUAL 35
              OPEN OUTPUT DIARIO
           END-IF.
           IF WS-FS-DIARIO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO DIARIO " WS-FS-DIARIO
              CLOSE PLANO
              CLOSE EVENTOS
              STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE "CONTABILIZACAO DOS LOTES DOS SUBSISTEMAS"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "ORIGEM     LOTE           LANCTO        DEBITOS"
             TO WS-REL-LINHA.
           MOVE "CREDITOS  SITUACAO" TO WS-REL-LINHA (53:).
           WRITE WS-REL-LINHA.

      *------------------- UM LOTE = LINHAS SEGUIDAS DA MESMA ORIGEM  *
      *                    E DATA/HORA DE GERACAO                     *
       PROCESSAR-LOTE    SECTION.
           ADD 1 TO WS-TOT-LOTES.
           MOVE WS-LOTE-INI TO WS-LOTE-FIM.
           MOVE 'N' TO WS-LOTE-FECHADO.
           PERFORM ESTENDER-LOTE
              UNTIL WS-LOTE-FIM EQUAL WS-MV-ITENS
                 OR WS-LOTE-FECHADO EQUAL 'S'.

           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROS TO WS-LOTE-DEBITOS.
           MOVE ZEROS TO WS-LOTE-CREDITOS.
           COMPUTE WS-MV-IDX = WS-LOTE-INI - 1.
           PERFORM VALIDAR-ITEM
              UNTIL WS-MV-IDX EQUAL WS-LOTE-FIM.

           IF WS-MOTIVO EQUAL SPACES
              AND WS-LOTE-DEBITOS NOT EQUAL WS-LOTE-CREDITOS
              MOVE "LOTE NAO FECHA: DEBITOS DIFERENTES DOS CREDITOS"
                TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
              AND WS-LOTE-DEBITOS EQUAL ZEROS
              MOVE "LOTE SEM VALOR" TO WS-MOTIVO
           END-IF.

           MOVE WS-LOTE-DEBITOS  TO WS-VALOR-EDIT.
           MOVE WS-LOTE-CREDITOS TO WS-VALOR-EDIT2.
           MOVE SPACES TO WS-REL-LINHA.
           IF WS-MOTIVO EQUAL SPACES
              ADD 1 TO WS-ULT-LANCAMENTO
              ADD 1 TO WS-TOT-LANCADOS
              COMPUTE WS-MV-IDX = WS-LOTE-INI - 1
              PERFORM LANCAR-ITEM
                 UNTIL WS-MV-IDX EQUAL WS-LOTE-FIM
              STRING WS-MV-ORIGEM (WS-LOTE-INI) " "
                     WS-MV-LOTE (WS-LOTE-INI) " "
                     WS-ULT-LANCAMENTO " "
                     WS-VALOR-EDIT " " WS-VALOR-EDIT2
                     "  LANCADO"
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           ELSE
              ADD 1 TO WS-TOT-REJEITADOS
              STRING WS-MV-ORIGEM (WS-LOTE-INI) " "
                     WS-MV-LOTE (WS-LOTE-INI) " ------ "
                     WS-VALOR-EDIT " " WS-VALOR-EDIT2
                     "  REJEITADO"
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              MOVE SPACES TO WS-REL-LINHA
              STRING "           MOTIVO: " WS-MOTIVO
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

           COMPUTE WS-LOTE-INI = WS-LOTE-FIM + 1.

       ESTENDER-LOTE    SECTION.
           IF WS-MV-ORIGEM (WS-LOTE-FIM + 1) EQUAL
              WS-MV-ORIGEM (WS-LOTE-INI)
              AND WS-MV-LOTE (WS-LOTE-FIM + 1) EQUAL
                  WS-MV-LOTE (WS-LOTE-INI)
              ADD 1 TO WS-LOTE-FIM
           ELSE
              MOVE 'S' TO WS-LOTE-FECHADO
           END-IF.

      *------------------- EVENTO NA TABELA, CONTAS ATIVAS ------------*
       VALIDAR-ITEM    SECTION.
           ADD 1 TO WS-MV-IDX.
           MOVE WS-MV-EVENTO (WS-MV-IDX) TO WS-EVT-CODIGO.
           READ EVENTOS KEY IS WS-EVT-CODIGO.
           IF WS-FS-EVENTOS NOT EQUAL ZEROS
              IF WS-MOTIVO EQUAL SPACES
                 STRING "EVENTO " WS-MV-EVENTO (WS-MV-IDX)
                        " SEM CONTAS NA TABELA DE EVENTOS"
                        DELIMITED BY SIZE INTO WS-MOTIVO
                 END-STRING
              END-IF
              GO TO VALIDAR-ITEM-FIM
           END-IF.

           MOVE WS-EVT-DEBITO  TO WS-MV-DEBITO (WS-MV-IDX).
           MOVE WS-EVT-CREDITO TO WS-MV-CREDITO (WS-MV-IDX).

           IF WS-MV-DEBITO (WS-MV-IDX) NOT EQUAL SPACES
              MOVE WS-MV-DEBITO (WS-MV-IDX) TO WS-CONTA-BUSCA
              PERFORM CRITICAR-CONTA
              ADD WS-MV-VALOR (WS-MV-IDX) TO WS-LOTE-DEBITOS
           END-IF.
           IF WS-MV-CREDITO (WS-MV-IDX) NOT EQUAL SPACES
              MOVE WS-MV-CREDITO (WS-MV-IDX) TO WS-CONTA-BUSCA
              PERFORM CRITICAR-CONTA
              ADD WS-MV-VALOR (WS-MV-IDX) TO WS-LOTE-CREDITOS
           END-IF.

       VALIDAR-ITEM-FIM.
           EXIT.

       CRITICAR-CONTA    SECTION.
           MOVE WS-CONTA-BUSCA TO WS-PLA-CONTA.
           READ PLANO KEY IS WS-PLA-CONTA.
           IF WS-FS-PLANO NOT EQUAL ZEROS
              IF WS-MOTIVO EQUAL SPACES
                 STRING "CONTA " WS-CONTA-BUSCA
                        " NAO CADASTRADA (EVENTO "
                        WS-MV-EVENTO (WS-MV-IDX) ")"
                        DELIMITED BY SIZE INTO WS-MOTIVO
                 END-STRING
              END-IF
           ELSE
              IF WS-PLA-INATIVA
                 AND WS-MOTIVO EQUAL SPACES
                 STRING "CONTA " WS-CONTA-BUSCA
                        " INATIVA (EVENTO "
                        WS-MV-EVENTO (WS-MV-IDX) ")"
                        DELIMITED BY SIZE INTO WS-MOTIVO
                 END-STRING
              END-IF
           END-IF.

      *------------------- PARTIDAS DO LANCAMENTO NO DIARIO -----------*
       LANCAR-ITEM    SECTION.
           ADD 1 TO WS-MV-IDX.
           MOVE 'N' TO WS-MV-MANTER (WS-MV-IDX).
           IF WS-MV-VALOR (WS-MV-IDX) EQUAL ZEROS
              GO TO LANCAR-ITEM-FIM
           END-IF.

           MOVE WS-ULT-LANCAMENTO          TO WS-DIA-LANCAMENTO.
           MOVE WS-MV-DATA (WS-MV-IDX)      TO WS-DIA-DATA.
           MOVE WS-MV-VALOR (WS-MV-IDX)     TO WS-DIA-VALOR.
           MOVE WS-MV-EVENTO (WS-MV-IDX)    TO WS-DIA-EVENTO.
           MOVE WS-MV-HISTORICO (WS-MV-IDX) TO WS-DIA-HISTORICO.
           MOVE WS-MV-ORIGEM (WS-MV-IDX)    TO WS-DIA-ORIGEM.
           MOVE WS-MV-LOTE (WS-MV-IDX)      TO WS-DIA-LOTE.

           IF WS-MV-DEBITO (WS-MV-IDX) NOT EQUAL SPACES
              MOVE WS-MV-DEBITO (WS-MV-IDX) TO WS-DIA-CONTA
              MOVE 'D' TO WS-DIA-TIPO
              WRITE WS-DIA-REG
              ADD 1 TO WS-TOT-PARTIDAS
           END-IF.
           IF WS-MV-CREDITO (WS-MV-IDX) NOT EQUAL SPACES
              MOVE WS-MV-CREDITO (WS-MV-IDX) TO WS-DIA-CONTA
              MOVE 'C' TO WS-DIA-TIPO
              WRITE WS-DIA-REG
              ADD 1 TO WS-TOT-PARTIDAS
           END-IF.

       LANCAR-ITEM-FIM.
           EXIT.

      *------------------- SO OS LOTES REJEITADOS FICAM PENDENTES -----*
       REGRAVAR-PENDENTES    SECTION.
           OPEN OUTPUT MOVTO.
           MOVE 0 TO WS-MV-IDX.
           PERFORM REGRAVAR-UM-PENDENTE
              UNTIL WS-MV-IDX EQUAL WS-MV-ITENS.
           CLOSE MOVTO.

       REGRAVAR-UM-PENDENTE    SECTION.
           ADD 1 TO WS-MV-IDX.
           IF WS-MV-MANTER (WS-MV-IDX) EQUAL 'S'
              MOVE WS-MV-ORIGEM (WS-MV-IDX)    TO WS-MCT-ORIGEM
              MOVE WS-MV-LOTE (WS-MV-IDX)      TO WS-MCT-LOTE
              MOVE WS-MV-DATA (WS-MV-IDX)      TO WS-MCT-DATA
              MOVE WS-MV-EVENTO (WS-MV-IDX)    TO WS-MCT-EVENTO
              MOVE WS-MV-VALOR (WS-MV-IDX)     TO WS-MCT-VALOR
              MOVE WS-MV-HISTORICO (WS-MV-IDX) TO WS-MCT-HISTORICO
              WRITE WS-MCT-REG
           END-IF.

       FINALIZAR    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "LOTES LIDOS: " WS-TOT-LOTES
                  "  LANCADOS: " WS-TOT-LANCADOS
                  "  REJEITADOS: " WS-TOT-REJEITADOS
                  "  PARTIDAS GRAVADAS: " WS-TOT-PARTIDAS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           CLOSE PLANO.
           CLOSE EVENTOS.
           CLOSE DIARIO.
           CLOSE RELATORIO.
       END PROGRAM 11-CONTABIL.
