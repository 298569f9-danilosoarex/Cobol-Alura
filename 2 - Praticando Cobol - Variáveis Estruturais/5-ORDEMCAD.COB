      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 5-ORDEMCAD.
      *-----------------------------------------------------------------
      *  ORDENS PERMANENTES DE TRANSFERENCIA ENTRE CONTAS DO EXTRATO: *
      *  ORIGEM, DESTINO, VALOR, DIA DO MES, INICIO/FIM E SITUACAO.   *
      *  O 5-ORDEMDIA EXECUTA AS ORDENS DO DIA COM O MESMO LANCAMENTO *
      *  DUPLO DO 5-TRANSFER                                          *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ORDENS ASSIGN TO "..\DADOS\ORDENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-ORDENS
           RECORD KEY IS WS-ORD-CHAVE.

           SELECT CONTAS ASSIGN TO "..\DADOS\CONTAS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-CONTAS
           RECORD KEY IS WS-CTA-CONTA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- ORDEM PERMANENTE DE TRANSFERENCIA ----------*
       FD  ORDENS.
       01  WS-ORD-REG.
           05 WS-ORD-CHAVE.
              10 WS-ORD-NUMERO      PIC 9(06).
           05 WS-ORD-ORIGEM         PIC X(04).
           05 WS-ORD-DESTINO        PIC X(04).
           05 WS-ORD-VALOR          PIC 9(07)V99.
           05 WS-ORD-DIA            PIC 9(02).
      *       DIA DO MES; NOS MESES MAIS CURTOS VALE O ULTIMO DIA
           05 WS-ORD-INICIO         PIC 9(08).
           05 WS-ORD-FIM            PIC 9(08).
      *       ZERO = ORDEM SEM PRAZO
           05 WS-ORD-SITUACAO       PIC X(01).
              88 WS-ORD-ATIVA          VALUE 'A'.
              88 WS-ORD-SUSPENSA       VALUE 'S'.
              88 WS-ORD-CANCELADA      VALUE 'C'.
           05 WS-ORD-ULT-COMP       PIC 9(06).
      *       AAAAMM JA RESOLVIDO (EFETIVADO OU DESISTIDO); ZERO = NUNCA
           05 WS-ORD-TENTATIVAS     PIC 9(02).
      *       TENTATIVAS SEM SALDO NA COMPETENCIA AINDA PENDENTE
           05 WS-ORD-ULT-TENTATIVA  PIC 9(08).
           05 WS-ORD-ULT-DOC        PIC X(10).
      *       TRFNNNNNN DA ULTIMA TRANSFERENCIA EFETIVADA

      *------------------- CADASTRO DE CONTAS (VER 5-CONTACAD) -------*
       FD  CONTAS.
       01  WS-CTA-REG.
           05 WS-CTA-CONTA          PIC X(04).
           05 WS-CTA-TITULAR        PIC X(30).
           05 WS-CTA-CLIENTE        PIC 9(09).
           05 WS-CTA-ABERTURA       PIC 9(08).
           05 WS-CTA-ENCERRAMENTO   PIC 9(08).
           05 WS-CTA-SITUACAO       PIC X(01).
              88 WS-CTA-ATIVA          VALUE 'A'.
              88 WS-CTA-ENCERRADA      VALUE 'E'.
           05 WS-CTA-LIMITE         PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-ORDENS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-CONTAS             PIC 9(02) VALUE ZEROS.
       01 WS-TEM-CADASTRO          PIC X(01) VALUE 'N'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-NUMERO                PIC 9(06) VALUE ZEROS.
       01 WS-ORIGEM                PIC X(04) VALUE SPACES.
       01 WS-DESTINO               PIC X(04) VALUE SPACES.
       01 WS-VALOR                 PIC 9(07)V99 VALUE ZEROS.
       01 WS-DIA                   PIC 9(02) VALUE ZEROS.
       01 WS-INICIO                PIC 9(08) VALUE ZEROS.
       01 WS-FIM                   PIC 9(08) VALUE ZEROS.
       01 WS-CONTA-BUSCA           PIC X(04) VALUE SPACES.
       01 WS-CONTA-OK              PIC X(01) VALUE 'S'.
       01 WS-NOVA-SITUACAO         PIC X(01) VALUE SPACES.
       01 WS-TOT-LISTADAS          PIC 9(04) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           OPEN I-O ORDENS.
           IF WS-FS-ORDENS EQUAL 35
              CLOSE ORDENS
              OPEN OUTPUT ORDENS
              CLOSE ORDENS
              OPEN I-O ORDENS
           END-IF.
           IF WS-FS-ORDENS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS ORDENS " WS-FS-ORDENS
              STOP RUN
           END-IF.

      *    SEM O CADASTRO AS CONTAS NAO SAO CRITICADAS, COMO NO
      *    5-TRANSFER
           OPEN INPUT CONTAS.
           IF WS-FS-CONTAS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-CADASTRO
           ELSE
              DISPLAY "SEM CADASTRO DE CONTAS (RODAR 5-CONTACAD)"
           END-IF.

       PROCESSAR    SECTION.
           DISPLAY "ORDENS PERMANENTES DE TRANSFERENCIA".
           DISPLAY "-----------------------------------".
           DISPLAY "1 - LISTAR ORDENS".
           DISPLAY "2 - INCLUIR/ALTERAR ORDEM".
           DISPLAY "3 - SUSPENDER/REATIVAR/CANCELAR ORDEM".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-ORDENS
               WHEN 2
                   PERFORM MANTER-ORDEM
               WHEN 3
                   PERFORM MUDAR-SITUACAO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       LISTAR-ORDENS    SECTION.
           MOVE 0 TO WS-TOT-LISTADAS.
           MOVE ZEROS TO WS-ORD-NUMERO.
           START ORDENS KEY IS NOT LESS THAN WS-ORD-CHAVE.
           IF WS-FS-ORDENS NOT EQUAL ZEROS
              DISPLAY "NENHUMA ORDEM CADASTRADA"
              MOVE ZEROS TO WS-FS-ORDENS
              GO TO LISTAR-ORDENS-FIM
           END-IF.

           READ ORDENS NEXT RECORD.
           PERFORM LISTAR-UMA-ORDEM
              UNTIL WS-FS-ORDENS NOT EQUAL ZEROS.
           MOVE ZEROS TO WS-FS-ORDENS.

           DISPLAY "ORDENS LISTADAS: " WS-TOT-LISTADAS.

       LISTAR-ORDENS-FIM.
           EXIT.

       LISTAR-UMA-ORDEM    SECTION.
           ADD 1 TO WS-TOT-LISTADAS.
           MOVE WS-ORD-VALOR TO WS-VALOR-EDIT.
           DISPLAY WS-ORD-NUMERO " " WS-ORD-ORIGEM " -> "
                   WS-ORD-DESTINO " " WS-VALOR-EDIT
                   " DIA " WS-ORD-DIA
                   " " WS-ORD-INICIO " A " WS-ORD-FIM
                   " " WS-ORD-SITUACAO
                   " ULTIMA " WS-ORD-ULT-COMP " " WS-ORD-ULT-DOC.
           READ ORDENS NEXT RECORD.

      *------------------- INCLUI OU ALTERA UMA ORDEM -----------------*
       MANTER-ORDEM    SECTION.
           DISPLAY "NUMERO DA ORDEM            : ".
              ACCEPT WS-NUMERO.
           IF WS-NUMERO EQUAL ZEROS
              DISPLAY "NUMERO INVALIDO - ORDEM DESCARTADA"
              GO TO MANTER-ORDEM-FIM
           END-IF.

           DISPLAY "CONTA DE ORIGEM            : ".
              ACCEPT WS-ORIGEM.
           DISPLAY "CONTA DE DESTINO           : ".
              ACCEPT WS-DESTINO.
           IF WS-ORIGEM EQUAL SPACES
              OR WS-DESTINO EQUAL SPACES
              OR WS-ORIGEM EQUAL WS-DESTINO
              DISPLAY "CONTAS INVALIDAS - ORDEM DESCARTADA"
              GO TO MANTER-ORDEM-FIM
           END-IF.

           IF WS-TEM-CADASTRO EQUAL 'S'
              MOVE WS-ORIGEM TO WS-CONTA-BUSCA
              PERFORM CRITICAR-UMA-CONTA
              IF WS-CONTA-OK EQUAL 'S'
                 MOVE WS-DESTINO TO WS-CONTA-BUSCA
                 PERFORM CRITICAR-UMA-CONTA
              END-IF
              IF WS-CONTA-OK NOT EQUAL 'S'
                 DISPLAY "ORDEM DESCARTADA"
                 GO TO MANTER-ORDEM-FIM
              END-IF
           END-IF.

           DISPLAY "VALOR                      : ".
              ACCEPT WS-VALOR.
           IF WS-VALOR EQUAL ZEROS
              DISPLAY "VALOR ZERADO - ORDEM DESCARTADA"
              GO TO MANTER-ORDEM-FIM
           END-IF.

           DISPLAY "DIA DO MES (1 A 31)        : ".
              ACCEPT WS-DIA.
           IF WS-DIA < 1 OR WS-DIA > 31
              DISPLAY "DIA INVALIDO - ORDEM DESCARTADA"
              GO TO MANTER-ORDEM-FIM
           END-IF.

           DISPLAY "INICIO (AAAAMMDD)          : ".
              ACCEPT WS-INICIO.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-INICIO) NOT EQUAL 0
              DISPLAY "INICIO INVALIDO - ORDEM DESCARTADA"
              GO TO MANTER-ORDEM-FIM
           END-IF.

           DISPLAY "FIM (AAAAMMDD / 0 = SEM PRAZO): ".
              ACCEPT WS-FIM.
           IF WS-FIM NOT EQUAL ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-FIM) NOT EQUAL 0
                 OR WS-FIM < WS-INICIO
                 DISPLAY "FIM INVALIDO - ORDEM DESCARTADA"
                 GO TO MANTER-ORDEM-FIM
              END-IF
           END-IF.

           MOVE WS-NUMERO TO WS-ORD-NUMERO.
           READ ORDENS KEY IS WS-ORD-CHAVE.
           IF WS-FS-ORDENS NOT EQUAL ZEROS
              MOVE 'A'    TO WS-ORD-SITUACAO
              MOVE ZEROS  TO WS-ORD-ULT-COMP
              MOVE ZEROS  TO WS-ORD-TENTATIVAS
              MOVE ZEROS  TO WS-ORD-ULT-TENTATIVA
              MOVE SPACES TO WS-ORD-ULT-DOC
           END-IF.
      *       NA ALTERACAO A SITUACAO E O HISTORICO SAO PRESERVADOS

           MOVE WS-NUMERO  TO WS-ORD-NUMERO.
           MOVE WS-ORIGEM  TO WS-ORD-ORIGEM.
           MOVE WS-DESTINO TO WS-ORD-DESTINO.
           MOVE WS-VALOR   TO WS-ORD-VALOR.
           MOVE WS-DIA     TO WS-ORD-DIA.
           MOVE WS-INICIO  TO WS-ORD-INICIO.
           MOVE WS-FIM     TO WS-ORD-FIM.

           IF WS-FS-ORDENS EQUAL ZEROS
              REWRITE WS-ORD-REG
           ELSE
              WRITE WS-ORD-REG
           END-IF.

           IF WS-FS-ORDENS EQUAL ZEROS
              DISPLAY "ORDEM GRAVADA"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-ORDENS
           END-IF.

       MANTER-ORDEM-FIM.
           EXIT.

      *------------------- CONTA PRECISA EXISTIR E ESTAR ATIVA --------*
       CRITICAR-UMA-CONTA    SECTION.
           MOVE 'S' TO WS-CONTA-OK.
           MOVE WS-CONTA-BUSCA TO WS-CTA-CONTA.
           READ CONTAS KEY IS WS-CTA-CONTA.
           IF WS-FS-CONTAS NOT EQUAL ZEROS
              DISPLAY "CONTA " WS-CONTA-BUSCA " DESCONHECIDA"
              MOVE 'N' TO WS-CONTA-OK
           ELSE
              IF WS-CTA-ENCERRADA
                 DISPLAY "CONTA " WS-CONTA-BUSCA " ENCERRADA"
                 MOVE 'N' TO WS-CONTA-OK
              END-IF
           END-IF.

      *------------------- SUSPENDE, REATIVA OU CANCELA ---------------*
       MUDAR-SITUACAO    SECTION.
           DISPLAY "NUMERO DA ORDEM            : ".
              ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO WS-ORD-NUMERO.
           READ ORDENS KEY IS WS-ORD-CHAVE.
           IF WS-FS-ORDENS NOT EQUAL ZEROS
              DISPLAY "ORDEM NAO ENCONTRADA"
              GO TO MUDAR-SITUACAO-FIM
           END-IF.
           IF WS-ORD-CANCELADA
              DISPLAY "ORDEM CANCELADA NAO PODE SER ALTERADA"
              GO TO MUDAR-SITUACAO-FIM
           END-IF.

           DISPLAY "SITUACAO ATUAL             : " WS-ORD-SITUACAO.
           DISPLAY "NOVA SITUACAO (A/S/C)      : ".
              ACCEPT WS-NOVA-SITUACAO.
           MOVE FUNCTION UPPER-CASE (WS-NOVA-SITUACAO)
             TO WS-NOVA-SITUACAO.
           IF WS-NOVA-SITUACAO NOT EQUAL 'A'
              AND WS-NOVA-SITUACAO NOT EQUAL 'S'
              AND WS-NOVA-SITUACAO NOT EQUAL 'C'
              DISPLAY "SITUACAO INVALIDA"
              GO TO MUDAR-SITUACAO-FIM
           END-IF.

      *    NA REATIVACAO AS CONTAS PRECISAM ESTAR ATIVAS DE NOVO
           IF WS-NOVA-SITUACAO EQUAL 'A'
              AND WS-TEM-CADASTRO EQUAL 'S'
              MOVE WS-ORD-ORIGEM TO WS-CONTA-BUSCA
              PERFORM CRITICAR-UMA-CONTA
              IF WS-CONTA-OK EQUAL 'S'
                 MOVE WS-ORD-DESTINO TO WS-CONTA-BUSCA
                 PERFORM CRITICAR-UMA-CONTA
              END-IF
              IF WS-CONTA-OK NOT EQUAL 'S'
                 DISPLAY "ORDEM NAO REATIVADA"
                 GO TO MUDAR-SITUACAO-FIM
              END-IF
              MOVE ZEROS TO WS-ORD-TENTATIVAS
           END-IF.

           MOVE WS-NOVA-SITUACAO TO WS-ORD-SITUACAO.
           REWRITE WS-ORD-REG.
           IF WS-FS-ORDENS EQUAL ZEROS
              DISPLAY "SITUACAO GRAVADA"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-ORDENS
           END-IF.

       MUDAR-SITUACAO-FIM.
           EXIT.

       FINALIZAR    SECTION.
           CLOSE ORDENS.
           IF WS-TEM-CADASTRO EQUAL 'S'
              CLOSE CONTAS
           END-IF.
       END PROGRAM 5-ORDEMCAD.
