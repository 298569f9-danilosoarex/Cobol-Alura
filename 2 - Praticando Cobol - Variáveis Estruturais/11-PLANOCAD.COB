      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 11-PLANOCAD.
      *-----------------------------------------------------------------
      *  PLANO DE CONTAS DA CONTABILIDADE E TABELA DE EVENTOS. CADA   *
      *  SUBSISTEMA MANDA TOTAIS POR EVENTO PARA O CONTAB.MOVTO.DAT;  *
      *  A TABELA DIZ EM QUE CONTA CADA EVENTO DEBITA E CREDITA. UM   *
      *  DOS LADOS PODE FICAR EM BRANCO QUANDO O EVENTO E UMA PARTE   *
      *  DE UM LOTE (EX.: BRUTO DA FOLHA A DEBITO; IMPOSTO E LIQUIDO  *
      *  A CREDITO) - O 11-CONTABIL SO ACEITA O LOTE SE FECHAR        *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- PLANO DE CONTAS ----------------------------*
       FD  PLANO.
       01  WS-PLA-REG.
           05 WS-PLA-CONTA          PIC X(10).
           05 WS-PLA-DESCRICAO      PIC X(30).
           05 WS-PLA-GRUPO          PIC X(01).
              88 WS-PLA-GRUPO-OK       VALUE 'A' 'P' 'L' 'R' 'D'.
      *       A = ATIVO / P = PASSIVO / L = PATRIMONIO LIQUIDO
      *       R = RECEITA / D = DESPESA
           05 WS-PLA-SITUACAO       PIC X(01).
              88 WS-PLA-ATIVA          VALUE 'A'.
              88 WS-PLA-INATIVA        VALUE 'I'.

      *------------------- EVENTO -> CONTAS DE DEBITO E CREDITO -------*
       FD  EVENTOS.
       01  WS-EVT-REG.
           05 WS-EVT-CODIGO         PIC X(06).
           05 WS-EVT-DESCRICAO      PIC X(30).
           05 WS-EVT-DEBITO         PIC X(10).
           05 WS-EVT-CREDITO        PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-PLANO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-EVENTOS            PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-CONTA                 PIC X(10) VALUE SPACES.
       01 WS-DESCRICAO             PIC X(30) VALUE SPACES.
       01 WS-GRUPO                 PIC X(01) VALUE SPACES.
       01 WS-EVENTO                PIC X(06) VALUE SPACES.
       01 WS-DEBITO                PIC X(10) VALUE SPACES.
       01 WS-CREDITO               PIC X(10) VALUE SPACES.
       01 WS-CONTA-BUSCA           PIC X(10) VALUE SPACES.
       01 WS-CONTA-OK              PIC X(01) VALUE 'S'.
       01 WS-TOT-LISTADOS          PIC 9(04) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           OPEN I-O PLANO.
           IF WS-FS-PLANO EQUAL 35
              CLOSE PLANO
              OPEN OUTPUT PLANO
              CLOSE PLANO
              OPEN I-O PLANO
           END-IF.
           IF WS-FS-PLANO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PLANO " WS-FS-PLANO
              STOP RUN
           END-IF.

           OPEN I-O EVENTOS.
           IF WS-FS-EVENTOS EQUAL 35
              CLOSE EVENTOS
              OPEN OUTPUT EVENTOS
              CLOSE EVENTOS
              OPEN I-O EVENTOS
           END-IF.
           IF WS-FS-EVENTOS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS EVENTOS " WS-FS-EVENTOS
              CLOSE PLANO
              STOP RUN
           END-IF.

       PROCESSAR    SECTION.
           DISPLAY "PLANO DE CONTAS E EVENTOS CONTABEIS".
           DISPLAY "-----------------------------------".
           DISPLAY "1 - LISTAR PLANO DE CONTAS".
           DISPLAY "2 - INCLUIR/ALTERAR CONTA".
           DISPLAY "3 - ATIVAR/INATIVAR CONTA".
           DISPLAY "4 - LISTAR EVENTOS".
           DISPLAY "5 - INCLUIR/ALTERAR EVENTO".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-CONTAS
               WHEN 2
                   PERFORM MANTER-CONTA
               WHEN 3
                   PERFORM MUDAR-SITUACAO
               WHEN 4
                   PERFORM LISTAR-EVENTOS
               WHEN 5
                   PERFORM MANTER-EVENTO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       LISTAR-CONTAS    SECTION.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE LOW-VALUES TO WS-PLA-CONTA.
           START PLANO KEY IS NOT LESS THAN WS-PLA-CONTA.
           IF WS-FS-PLANO NOT EQUAL ZEROS
              DISPLAY "NENHUMA CONTA CADASTRADA"
              MOVE ZEROS TO WS-FS-PLANO
              GO TO LISTAR-CONTAS-FIM
           END-IF.

           READ PLANO NEXT RECORD.
           PERFORM LISTAR-UMA-CONTA
              UNTIL WS-FS-PLANO NOT EQUAL ZEROS.
           MOVE ZEROS TO WS-FS-PLANO.

           DISPLAY "CONTAS LISTADAS: " WS-TOT-LISTADOS.

       LISTAR-CONTAS-FIM.
           EXIT.

       LISTAR-UMA-CONTA    SECTION.
           ADD 1 TO WS-TOT-LISTADOS.
           DISPLAY WS-PLA-CONTA " " WS-PLA-DESCRICAO
                   " " WS-PLA-GRUPO " " WS-PLA-SITUACAO.
           READ PLANO NEXT RECORD.

      *------------------- INCLUSAO OU ALTERACAO DE CONTA -------------*
       MANTER-CONTA    SECTION.
           DISPLAY "CONTA (ATE 10 POSICOES)    : ".
              ACCEPT WS-CONTA.
           IF WS-CONTA EQUAL SPACES
              DISPLAY "CONTA OBRIGATORIA"
              GO TO MANTER-CONTA-FIM
           END-IF.

           DISPLAY "DESCRICAO                  : ".
              ACCEPT WS-DESCRICAO.
           IF WS-DESCRICAO EQUAL SPACES
              DISPLAY "DESCRICAO OBRIGATORIA - CONTA DESCARTADA"
              GO TO MANTER-CONTA-FIM
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-DESCRICAO) TO WS-DESCRICAO.

           DISPLAY "GRUPO (A ATIVO / P PASSIVO / L PATR. LIQUIDO /".
           DISPLAY "       R RECEITA / D DESPESA): ".
              ACCEPT WS-GRUPO.
           MOVE FUNCTION UPPER-CASE (WS-GRUPO) TO WS-GRUPO.

           MOVE WS-CONTA TO WS-PLA-CONTA.
           READ PLANO KEY IS WS-PLA-CONTA.
           IF WS-FS-PLANO NOT EQUAL ZEROS
              MOVE 'A' TO WS-PLA-SITUACAO
           END-IF.

           MOVE WS-CONTA     TO WS-PLA-CONTA.
           MOVE WS-DESCRICAO TO WS-PLA-DESCRICAO.
           MOVE WS-GRUPO     TO WS-PLA-GRUPO.
           IF NOT WS-PLA-GRUPO-OK
              DISPLAY "GRUPO INVALIDO - CONTA DESCARTADA"
              MOVE ZEROS TO WS-FS-PLANO
              GO TO MANTER-CONTA-FIM
           END-IF.

           IF WS-FS-PLANO EQUAL ZEROS
              REWRITE WS-PLA-REG
           ELSE
              WRITE WS-PLA-REG
           END-IF.

           IF WS-FS-PLANO EQUAL ZEROS
              DISPLAY "CONTA GRAVADA"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-PLANO
           END-IF.

       MANTER-CONTA-FIM.
           EXIT.

      *------------------- CONTA INATIVA NAO RECEBE LANCAMENTO --------*
       MUDAR-SITUACAO    SECTION.
           DISPLAY "CONTA                      : ".
              ACCEPT WS-CONTA.
           MOVE WS-CONTA TO WS-PLA-CONTA.
           READ PLANO KEY IS WS-PLA-CONTA.
           IF WS-FS-PLANO NOT EQUAL ZEROS
              DISPLAY "CONTA NAO ENCONTRADA"
              GO TO MUDAR-SITUACAO-FIM
           END-IF.

           IF WS-PLA-ATIVA
              MOVE 'I' TO WS-PLA-SITUACAO
           ELSE
              MOVE 'A' TO WS-PLA-SITUACAO
           END-IF.
           REWRITE WS-PLA-REG.
           IF WS-FS-PLANO EQUAL ZEROS
              DISPLAY "CONTA " WS-PLA-CONTA " AGORA " WS-PLA-SITUACAO
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-PLANO
           END-IF.

       MUDAR-SITUACAO-FIM.
           EXIT.

       LISTAR-EVENTOS    SECTION.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE LOW-VALUES TO WS-EVT-CODIGO.
           START EVENTOS KEY IS NOT LESS THAN WS-EVT-CODIGO.
           IF WS-FS-EVENTOS NOT EQUAL ZEROS
              DISPLAY "NENHUM EVENTO CADASTRADO"
              MOVE ZEROS TO WS-FS-EVENTOS
              GO TO LISTAR-EVENTOS-FIM
           END-IF.

           READ EVENTOS NEXT RECORD.
           PERFORM LISTAR-UM-EVENTO
              UNTIL WS-FS-EVENTOS NOT EQUAL ZEROS.
           MOVE ZEROS TO WS-FS-EVENTOS.

           DISPLAY "EVENTOS LISTADOS: " WS-TOT-LISTADOS.

       LISTAR-EVENTOS-FIM.
           EXIT.

       LISTAR-UM-EVENTO    SECTION.
           ADD 1 TO WS-TOT-LISTADOS.
           DISPLAY WS-EVT-CODIGO " " WS-EVT-DESCRICAO
                   " D " WS-EVT-DEBITO " C " WS-EVT-CREDITO.
           READ EVENTOS NEXT RECORD.

      *------------------- INCLUSAO OU ALTERACAO DE EVENTO ------------*
       MANTER-EVENTO    SECTION.
           DISPLAY "EVENTO (ATE 6 POSICOES)    : ".
              ACCEPT WS-EVENTO.
           MOVE FUNCTION UPPER-CASE (WS-EVENTO) TO WS-EVENTO.
           IF WS-EVENTO EQUAL SPACES
              DISPLAY "EVENTO OBRIGATORIO"
              GO TO MANTER-EVENTO-FIM
           END-IF.

           DISPLAY "DESCRICAO                  : ".
              ACCEPT WS-DESCRICAO.
           MOVE FUNCTION UPPER-CASE (WS-DESCRICAO) TO WS-DESCRICAO.
           DISPLAY "CONTA A DEBITO (VAZIO = NENHUMA) : ".
              ACCEPT WS-DEBITO.
           DISPLAY "CONTA A CREDITO (VAZIO = NENHUMA): ".
              ACCEPT WS-CREDITO.
           IF WS-DEBITO EQUAL SPACES
              AND WS-CREDITO EQUAL SPACES
              DISPLAY "INFORME AO MENOS UMA CONTA - EVENTO DESCARTADO"
              GO TO MANTER-EVENTO-FIM
           END-IF.

           MOVE 'S' TO WS-CONTA-OK.
           IF WS-DEBITO NOT EQUAL SPACES
              MOVE WS-DEBITO TO WS-CONTA-BUSCA
              PERFORM CRITICAR-CONTA
           END-IF.
           IF WS-CREDITO NOT EQUAL SPACES
              MOVE WS-CREDITO TO WS-CONTA-BUSCA
              PERFORM CRITICAR-CONTA
           END-IF.
           IF WS-CONTA-OK NOT EQUAL 'S'
              DISPLAY "EVENTO DESCARTADO"
              GO TO MANTER-EVENTO-FIM
           END-IF.

           MOVE WS-EVENTO TO WS-EVT-CODIGO.
           READ EVENTOS KEY IS WS-EVT-CODIGO.

           MOVE WS-EVENTO    TO WS-EVT-CODIGO.
           MOVE WS-DESCRICAO TO WS-EVT-DESCRICAO.
           MOVE WS-DEBITO    TO WS-EVT-DEBITO.
           MOVE WS-CREDITO   TO WS-EVT-CREDITO.

           IF WS-FS-EVENTOS EQUAL ZEROS
              REWRITE WS-EVT-REG
           ELSE
              WRITE WS-EVT-REG
           END-IF.

           IF WS-FS-EVENTOS EQUAL ZEROS
              DISPLAY "EVENTO GRAVADO"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-EVENTOS
           END-IF.

       MANTER-EVENTO-FIM.
           EXIT.

       CRITICAR-CONTA    SECTION.
           MOVE WS-CONTA-BUSCA TO WS-PLA-CONTA.
           READ PLANO KEY IS WS-PLA-CONTA.
           IF WS-FS-PLANO NOT EQUAL ZEROS
              DISPLAY "CONTA " WS-CONTA-BUSCA " NAO CADASTRADA"
              MOVE 'N' TO WS-CONTA-OK
              MOVE ZEROS TO WS-FS-PLANO
           ELSE
              IF WS-PLA-INATIVA
                 DISPLAY "CONTA " WS-CONTA-BUSCA " INATIVA"
                 MOVE 'N' TO WS-CONTA-OK
              END-IF
           END-IF.

       FINALIZAR    SECTION.
           CLOSE PLANO.
           CLOSE EVENTOS.
       END PROGRAM 11-PLANOCAD.
