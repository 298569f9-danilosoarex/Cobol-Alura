      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CONTESTWQ.
      *-----------------------------------------------------------------
      *  CONTESTACOES (CHARGEBACK) DE TRANSACOES DE CARTAO. O ANALISTA*
      *  ABRE A CONTESTACAO SOBRE A TRANSACAO DO TRANSHIST.DAT        *
      *  (CLIENTE + DATA/HORA), COM O CODIGO DE MOTIVO DA BANDEIRA, E *
      *  ACOMPANHA PELA FILA: PRAZO DA EVIDENCIA, EVIDENCIA ENVIADA E *
      *  DESFECHO (GANHA/PERDIDA). NA ABERTURA FICA MARCADO SE A      *
      *  TRANSACAO TINHA GERADO ALERTA NO FRAUDEREV (VER TRANSACAO),  *
      *  PARA O CONTESTREL MEDIR AS REGRAS CONTRA A PERDA REAL. DATA  *
      *  DE ANO FECHADO E PROCURADA TAMBEM EM ARCHIVE\TRANSHIST.<ANO> *
      *  (VER ARQANUAL E 11-HISTARQ)                                  *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CONTESTA ASSIGN TO "..\DADOS\CONTESTA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-CONTESTA
           RECORD KEY IS WS-CONT-NUMERO.

           SELECT FRAUDECTL ASSIGN TO "..\DADOS\FRAUDECTL.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-FRAUDECTL
           RECORD KEY IS WS-CTL-CHAVE.

           SELECT TRANSHIST ASSIGN TO WS-ARQ-HIST
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANSHIST.

           SELECT FRAUDEREV ASSIGN TO "..\DADOS\FRAUDEREV.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-FRAUDEREV
           RECORD KEY IS WS-FRAUDE-NUMERO.

           SELECT CREDENCIAIS ASSIGN TO "..\DADOS\CREDENCIAIS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-CREDENCIAIS
           RECORD KEY IS WS-CRED-USERID.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- CONTESTACOES DE CARTAO ---------------------*
       FD  CONTESTA.
       01  WS-CONT-REG.
           05 WS-CONT-NUMERO           PIC 9(08).
           05 WS-CONT-CLIENTE          PIC 9(09).
           05 WS-CONT-TRANS-DATAHORA   PIC X(14).
           05 WS-CONT-ORIGEM           PIC X(01).
           05 WS-CONT-VALOR-TRANS      PIC 9(06).
           05 WS-CONT-MOTIVO           PIC X(04).
           05 WS-CONT-VALOR            PIC 9(06).
           05 WS-CONT-ABERTURA         PIC 9(08).
           05 WS-CONT-PRAZO-EVIDENCIA  PIC 9(08).
           05 WS-CONT-PRAZO-DECISAO    PIC 9(08).
           05 WS-CONT-EVIDENCIA        PIC X(40).
           05 WS-CONT-DATA-EVIDENCIA   PIC 9(08).
           05 WS-CONT-SITUACAO         PIC X(01).
              88 WS-CONT-ABERTA            VALUE 'A'.
              88 WS-CONT-EVIDENCIA-ENV     VALUE 'E'.
              88 WS-CONT-GANHA             VALUE 'G'.
              88 WS-CONT-PERDIDA           VALUE 'P'.
              88 WS-CONT-EM-ANDAMENTO      VALUE 'A' 'E'.
           05 WS-CONT-DESFECHO         PIC 9(08).
           05 WS-CONT-ANALISTA         PIC X(10).
           05 WS-CONT-ALERTADO         PIC X(01).
           05 WS-CONT-FRAUDE-NUMERO    PIC 9(08).

      *------------------- (VER TRANSACAO) ----------------------------*
      *  CHAVE '1' = ULTIMO ALERTA / 'D' = ULTIMA CONTESTACAO          *
       FD  FRAUDECTL.
       01  WS-CTL-REG.
           05 WS-CTL-CHAVE              PIC X(01).
           05 WS-CTL-ULTIMO-FRAUDE      PIC 9(08).

       FD  TRANSHIST.
       01  WS-HIST-REG.
           05 WS-HIST-CLIENTE          PIC 9(09).
           05 WS-HIST-DATAHORA         PIC X(14).
           05 WS-HIST-ORIGEM           PIC X(01).
           05 WS-HIST-VALOR            PIC 9(06).

       FD  FRAUDEREV.
       01  WS-FRAUDE-REG.
           05 WS-FRAUDE-NUMERO         PIC 9(08).
           05 WS-FRAUDE-DATAHORA       PIC X(14).
           05 WS-FRAUDE-ORIGEM         PIC X(01).
           05 WS-FRAUDE-VALOR          PIC 9(06).
           05 WS-FRAUDE-STATUS         PIC X(30).
           05 WS-FRAUDE-CLIENTE        PIC 9(09).
           05 WS-FRAUDE-REVISAO        PIC X(01).
           05 WS-FRAUDE-REVISOR        PIC X(10).
           05 WS-FRAUDE-REV-DATAHORA   PIC X(14).

      *------------------- CREDENCIAIS (VER CREDENCIAL) --------------*
       FD  CREDENCIAIS.
       01  WS-CRED-REG.
           05 WS-CRED-USERID           PIC X(10).
           05 WS-CRED-NIVEL            PIC X(01).
           05 WS-CRED-SETOR            PIC X(01).
           05 WS-CRED-SENHA-HASH       PIC 9(10).
           05 WS-CRED-DATA-TROCA       PIC 9(08).
           05 WS-CRED-MATRICULA        PIC 9(06).
           05 WS-CRED-SITUACAO         PIC X(01).
           05 WS-CRED-DATA-SITUACAO    PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTESTA               PIC 9(02) VALUE ZEROS.
       01 WS-FS-FRAUDECTL              PIC 9(02) VALUE ZEROS.
       01 WS-FS-TRANSHIST              PIC 9(02) VALUE ZEROS.
       01 WS-ARQ-HIST                  PIC X(60) VALUE SPACES.
       01 WS-FS-FRAUDEREV              PIC 9(02) VALUE ZEROS.
       01 WS-FS-CREDENCIAIS            PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-NUMERO                    PIC 9(08) VALUE 0.
       01 WS-DISPOSICAO                PIC 9(01) VALUE 0.
       01 WS-REVISOR                   PIC X(10) VALUE SPACES.
       01 WS-REVISOR-OK                PIC X(01) VALUE 'N'.
           88 WS-REVISOR-VALIDO            VALUE 'S'.
       01 WS-TOT-LISTADOS              PIC 9(04) VALUE 0.

      *------------------- PRAZOS DA BANDEIRA -------------------------*
      *  DIAS CORRIDOS A PARTIR DA ABERTURA                           *
       01 WS-DIAS-EVIDENCIA            PIC 9(03) VALUE 10.
       01 WS-DIAS-DECISAO              PIC 9(03) VALUE 45.

      *------------------- CODIGOS DE MOTIVO ACEITOS ------------------*
       01 WS-MOTIVOS-TAB.
           05 FILLER PIC X(34) VALUE
              "4837FRAUDE - SEM AUTORIZACAO     ".
           05 FILLER PIC X(34) VALUE
              "4863CLIENTE NAO RECONHECE        ".
           05 FILLER PIC X(34) VALUE
              "4834COBRANCA EM DUPLICIDADE      ".
           05 FILLER PIC X(34) VALUE
              "4853PRODUTO DIFERENTE DO DESCRITO".
           05 FILLER PIC X(34) VALUE
              "4855PRODUTO/SERVICO NAO RECEBIDO ".
           05 FILLER PIC X(34) VALUE
              "4860CREDITO NAO PROCESSADO       ".
       01 WS-MOTIVOS-R REDEFINES WS-MOTIVOS-TAB.
           05 WS-MOT OCCURS 6 TIMES.
              10 WS-MOT-CODIGO         PIC X(04).
              10 WS-MOT-DESCRICAO      PIC X(30).
       01 WS-MOT-IDX                   PIC 9(02) VALUE 0.
       01 WS-MOT-ACHADO                PIC 9(02) VALUE 0.

      *------------------- ABERTURA: TRANSACOES DO CLIENTE NO DIA -----*
       01 WS-CLIENTE                   PIC 9(09) VALUE 0.
       01 WS-DATA-TRANS                PIC 9(08) VALUE 0.
       01 WS-TRN-TAB.
           05 WS-TRN OCCURS 20 TIMES.
              10 WS-TRN-DATAHORA       PIC X(14).
              10 WS-TRN-ORIGEM         PIC X(01).
              10 WS-TRN-VALOR          PIC 9(06).
       01 WS-TRN-ITENS                 PIC 9(02) VALUE 0.
       01 WS-TRN-ESCOLHA               PIC 9(02) VALUE 0.
       01 WS-MOTIVO                    PIC X(04) VALUE SPACES.
       01 WS-VALOR                     PIC 9(06) VALUE 0.
       01 WS-JA-CONTESTADA             PIC 9(08) VALUE 0.
       01 WS-ALERTA-ACHADO             PIC 9(08) VALUE 0.
       01 WS-EVIDENCIA                 PIC X(40) VALUE SPACES.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) ---------*
       01 WS-HISTARQ.
           05 WS-HA-ARQUIVO            PIC X(12).
           05 WS-HA-ANO-DE             PIC 9(04).
           05 WS-HA-QTD                PIC 9(02).
           05 WS-HA-ANO OCCURS 30 TIMES
                                       PIC 9(04).
       01 WS-ARQ-IDX                   PIC 9(02) VALUE 0.

      *------------------- RESUMO DA FILA -----------------------------*
       01 WS-DATA-HOJE                 PIC 9(08) VALUE 0.
       01 WS-INT-HOJE                  PIC 9(07) COMP VALUE 0.
       01 WS-DIAS-PRAZO                PIC S9(05) COMP VALUE 0.
       01 WS-DIAS-EDIT                 PIC -ZZZ9.
       01 WS-PRAZO-TEXTO               PIC X(20) VALUE SPACES.
       01 WS-QTD-ABERTAS               PIC 9(04) VALUE 0.
       01 WS-QTD-ENVIADAS              PIC 9(04) VALUE 0.
       01 WS-QTD-VENCIDAS              PIC 9(04) VALUE 0.
       01 WS-QTD-VENCE-3               PIC 9(04) VALUE 0.
       01 WS-VLR-EM-DISPUTA            PIC 9(09) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           OPEN I-O CONTESTA.
           IF WS-FS-CONTESTA EQUAL 35
              CLOSE CONTESTA
              OPEN OUTPUT CONTESTA
              CLOSE CONTESTA
              OPEN I-O CONTESTA
           END-IF.
           IF WS-FS-CONTESTA NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO CONTESTA " WS-FS-CONTESTA
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).

       PROCESSAR    SECTION.
           DISPLAY "FILA DE CONTESTACOES DE CARTAO".
           DISPLAY "------------------------------".
           DISPLAY "1 - ABRIR CONTESTACAO".
           DISPLAY "2 - LISTAR EM ANDAMENTO (POR PRAZO)".
           DISPLAY "3 - REGISTRAR EVIDENCIA ENVIADA".
           DISPLAY "4 - REGISTRAR DESFECHO (GANHA/PERDIDA)".
           DISPLAY "5 - RESUMO DOS PRAZOS".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ABRIR-CONTESTACAO
               WHEN 2
                   PERFORM LISTAR-ANDAMENTO
               WHEN 3
                   PERFORM REGISTRAR-EVIDENCIA
               WHEN 4
                   PERFORM REGISTRAR-DESFECHO
               WHEN 5
                   PERFORM RESUMIR-PRAZOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- ABRE SOBRE UMA TRANSACAO DO HISTORICO ------*
       ABRIR-CONTESTACAO    SECTION.
           DISPLAY "CLIENTE: ".
              ACCEPT WS-CLIENTE.
           DISPLAY "DATA DA TRANSACAO (AAAAMMDD): ".
              ACCEPT WS-DATA-TRANS.
           IF WS-CLIENTE EQUAL ZEROS
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-TRANS)
                 NOT EQUAL 0
              DISPLAY "CLIENTE E DATA OBRIGATORIOS"
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.

           MOVE 0 TO WS-TRN-ITENS.
           MOVE "TRANSHIST"          TO WS-HA-ARQUIVO.
           MOVE WS-DATA-TRANS (1:4)  TO WS-HA-ANO-DE.
           CALL "11-HISTARQ" USING WS-HISTARQ.
           MOVE 0 TO WS-ARQ-IDX.
           PERFORM SEPARAR-ARQUIVADAS
              UNTIL WS-ARQ-IDX EQUAL WS-HA-QTD.

           MOVE "..\DADOS\TRANSHIST.DAT" TO WS-ARQ-HIST.
           OPEN INPUT TRANSHIST.
           IF WS-FS-TRANSHIST NOT EQUAL ZEROS
              DISPLAY "SEM HISTORICO DE TRANSACOES"
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.
           READ TRANSHIST.
           PERFORM SEPARAR-TRANSACAO
              UNTIL WS-FS-TRANSHIST NOT EQUAL ZEROS.
           CLOSE TRANSHIST.
           MOVE ZEROS TO WS-FS-TRANSHIST.

           IF WS-TRN-ITENS EQUAL 0
              DISPLAY "NENHUMA TRANSACAO DO CLIENTE NA DATA"
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.
           MOVE 0 TO WS-TRN-ESCOLHA.
           PERFORM MOSTRAR-TRANSACAO
              UNTIL WS-TRN-ESCOLHA EQUAL WS-TRN-ITENS.
           DISPLAY "TRANSACAO CONTESTADA (0 = VOLTAR): ".
              ACCEPT WS-TRN-ESCOLHA.
           IF WS-TRN-ESCOLHA EQUAL 0
              OR WS-TRN-ESCOLHA > WS-TRN-ITENS
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.

           PERFORM PROCURAR-CONTESTACAO.
           IF WS-JA-CONTESTADA NOT EQUAL 0
              DISPLAY "TRANSACAO JA CONTESTADA - CONTESTACAO "
                      WS-JA-CONTESTADA
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.

           MOVE 0 TO WS-MOT-IDX.
           PERFORM MOSTRAR-MOTIVO
              UNTIL WS-MOT-IDX EQUAL 6.
           DISPLAY "CODIGO DE MOTIVO: ".
              ACCEPT WS-MOTIVO.
           MOVE 0 TO WS-MOT-ACHADO.
           MOVE 0 TO WS-MOT-IDX.
           PERFORM PROCURAR-MOTIVO
              UNTIL WS-MOT-IDX EQUAL 6
                 OR WS-MOT-ACHADO NOT EQUAL 0.
           IF WS-MOT-ACHADO EQUAL 0
              DISPLAY "MOTIVO INVALIDO - NADA GRAVADO"
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.

           DISPLAY "VALOR CONTESTADO (0 = VALOR TODO): ".
              ACCEPT WS-VALOR.
           IF WS-VALOR EQUAL ZEROS
              MOVE WS-TRN-VALOR (WS-TRN-ESCOLHA) TO WS-VALOR
           END-IF.
           IF WS-VALOR > WS-TRN-VALOR (WS-TRN-ESCOLHA)
              DISPLAY "VALOR MAIOR QUE O DA TRANSACAO - NADA GRAVADO"
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.

           DISPLAY "ANALISTA: ".
              ACCEPT WS-REVISOR.
           PERFORM CONFERIR-REVISOR.
           IF NOT WS-REVISOR-VALIDO
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.

           PERFORM PROCURAR-ALERTA.
           PERFORM NUMERAR-CONTESTACAO.
           IF WS-NUMERO EQUAL 0
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.

           MOVE WS-NUMERO                      TO WS-CONT-NUMERO.
           MOVE WS-CLIENTE                     TO WS-CONT-CLIENTE.
           MOVE WS-TRN-DATAHORA (WS-TRN-ESCOLHA)
             TO WS-CONT-TRANS-DATAHORA.
           MOVE WS-TRN-ORIGEM (WS-TRN-ESCOLHA) TO WS-CONT-ORIGEM.
           MOVE WS-TRN-VALOR (WS-TRN-ESCOLHA)  TO WS-CONT-VALOR-TRANS.
           MOVE WS-MOTIVO                      TO WS-CONT-MOTIVO.
           MOVE WS-VALOR                       TO WS-CONT-VALOR.
           MOVE WS-DATA-HOJE                   TO WS-CONT-ABERTURA.
           COMPUTE WS-CONT-PRAZO-EVIDENCIA = FUNCTION DATE-OF-INTEGER
                   (WS-INT-HOJE + WS-DIAS-EVIDENCIA).
           COMPUTE WS-CONT-PRAZO-DECISAO = FUNCTION DATE-OF-INTEGER
                   (WS-INT-HOJE + WS-DIAS-DECISAO).
           MOVE SPACES                         TO WS-CONT-EVIDENCIA.
           MOVE ZEROS                          TO WS-CONT-DATA-EVIDENCIA
                                                  WS-CONT-DESFECHO.
           MOVE 'A'                            TO WS-CONT-SITUACAO.
           MOVE WS-REVISOR                     TO WS-CONT-ANALISTA.
           MOVE WS-ALERTA-ACHADO               TO WS-CONT-FRAUDE-NUMERO.
           IF WS-ALERTA-ACHADO EQUAL 0
              MOVE 'N' TO WS-CONT-ALERTADO
           ELSE
              MOVE 'S' TO WS-CONT-ALERTADO
           END-IF.

           WRITE WS-CONT-REG.
           IF WS-FS-CONTESTA NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO " WS-FS-CONTESTA
              GO TO ABRIR-CONTESTACAO-FIM
           END-IF.
           DISPLAY "CONTESTACAO " WS-CONT-NUMERO " ABERTA".
           DISPLAY "EVIDENCIA ATE " WS-CONT-PRAZO-EVIDENCIA
                   " / DECISAO ATE " WS-CONT-PRAZO-DECISAO.
           IF WS-CONT-ALERTADO EQUAL 'S'
              DISPLAY "TRANSACAO TINHA ALERTA " WS-ALERTA-ACHADO
           ELSE
              DISPLAY "TRANSACAO NAO GEROU ALERTA"
           END-IF.

       ABRIR-CONTESTACAO-FIM.
           EXIT.

      *    DATA DE ANO FECHADO: TRANSACOES LIDAS ANTES DO VIVO
       SEPARAR-ARQUIVADAS    SECTION.
           ADD 1 TO WS-ARQ-IDX.
           MOVE SPACES TO WS-ARQ-HIST.
           STRING "..\DADOS\ARCHIVE\TRANSHIST."  DELIMITED BY SIZE
                  WS-HA-ANO (WS-ARQ-IDX)         DELIMITED BY SIZE
                  INTO WS-ARQ-HIST.
           OPEN INPUT TRANSHIST.
           IF WS-FS-TRANSHIST NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WS-ARQ-HIST
              GO TO SEPARAR-ARQUIVADAS-FIM
           END-IF.
           READ TRANSHIST.
           PERFORM SEPARAR-TRANSACAO
              UNTIL WS-FS-TRANSHIST NOT EQUAL ZEROS.
           CLOSE TRANSHIST.

       SEPARAR-ARQUIVADAS-FIM.
           EXIT.

       SEPARAR-TRANSACAO    SECTION.
           IF WS-HIST-CLIENTE EQUAL WS-CLIENTE
              AND WS-HIST-DATAHORA (1:8) EQUAL WS-DATA-TRANS
              AND WS-TRN-ITENS < 20
              ADD 1 TO WS-TRN-ITENS
              MOVE WS-HIST-DATAHORA TO WS-TRN-DATAHORA (WS-TRN-ITENS)
              MOVE WS-HIST-ORIGEM   TO WS-TRN-ORIGEM (WS-TRN-ITENS)
              MOVE WS-HIST-VALOR    TO WS-TRN-VALOR (WS-TRN-ITENS)
           END-IF.
           READ TRANSHIST.

       MOSTRAR-TRANSACAO    SECTION.
           ADD 1 TO WS-TRN-ESCOLHA.
           DISPLAY WS-TRN-ESCOLHA " - "
                   WS-TRN-DATAHORA (WS-TRN-ESCOLHA) " ORIGEM "
                   WS-TRN-ORIGEM (WS-TRN-ESCOLHA) " VALOR "
                   WS-TRN-VALOR (WS-TRN-ESCOLHA).

       MOSTRAR-MOTIVO    SECTION.
           ADD 1 TO WS-MOT-IDX.
           DISPLAY WS-MOT-CODIGO (WS-MOT-IDX) " "
                   WS-MOT-DESCRICAO (WS-MOT-IDX).

       PROCURAR-MOTIVO    SECTION.
           ADD 1 TO WS-MOT-IDX.
           IF WS-MOT-CODIGO (WS-MOT-IDX) EQUAL WS-MOTIVO
              MOVE WS-MOT-IDX TO WS-MOT-ACHADO
           END-IF.

      *    UMA TRANSACAO SO TEM UMA CONTESTACAO
       PROCURAR-CONTESTACAO    SECTION.
           MOVE 0 TO WS-JA-CONTESTADA.
           MOVE ZEROS TO WS-CONT-NUMERO.
           START CONTESTA KEY IS NOT LESS THAN WS-CONT-NUMERO.
           IF WS-FS-CONTESTA NOT EQUAL ZEROS
              MOVE ZEROS TO WS-FS-CONTESTA
              GO TO PROCURAR-CONTESTACAO-FIM
           END-IF.
           READ CONTESTA NEXT RECORD.
           PERFORM COMPARAR-CONTESTACAO
              UNTIL WS-FS-CONTESTA NOT EQUAL ZEROS
                 OR WS-JA-CONTESTADA NOT EQUAL 0.
           MOVE ZEROS TO WS-FS-CONTESTA.

       PROCURAR-CONTESTACAO-FIM.
           EXIT.

       COMPARAR-CONTESTACAO    SECTION.
           IF WS-CONT-CLIENTE EQUAL WS-CLIENTE
              AND WS-CONT-TRANS-DATAHORA
                  EQUAL WS-TRN-DATAHORA (WS-TRN-ESCOLHA)
              AND WS-CONT-ORIGEM EQUAL WS-TRN-ORIGEM (WS-TRN-ESCOLHA)
              AND WS-CONT-VALOR-TRANS
                  EQUAL WS-TRN-VALOR (WS-TRN-ESCOLHA)
              MOVE WS-CONT-NUMERO TO WS-JA-CONTESTADA
           ELSE
              READ CONTESTA NEXT RECORD
           END-IF.

      *------------------- A TRANSACAO GEROU ALERTA? ------------------*
      *  O TRANSACAO GRAVA O HISTORICO E O ALERTA NA MESMA EXECUCAO:  *
      *  MESMO CLIENTE, ORIGEM E VALOR, NO MESMO MINUTO               *
       PROCURAR-ALERTA    SECTION.
           MOVE 0 TO WS-ALERTA-ACHADO.
           OPEN INPUT FRAUDEREV.
           IF WS-FS-FRAUDEREV NOT EQUAL ZEROS
              GO TO PROCURAR-ALERTA-FIM
           END-IF.
           MOVE ZEROS TO WS-FRAUDE-NUMERO.
           START FRAUDEREV KEY IS NOT LESS THAN WS-FRAUDE-NUMERO.
           IF WS-FS-FRAUDEREV EQUAL ZEROS
              READ FRAUDEREV NEXT RECORD
           END-IF.
           PERFORM COMPARAR-ALERTA
              UNTIL WS-FS-FRAUDEREV NOT EQUAL ZEROS
                 OR WS-ALERTA-ACHADO NOT EQUAL 0.
           CLOSE FRAUDEREV.

       PROCURAR-ALERTA-FIM.
           EXIT.

       COMPARAR-ALERTA    SECTION.
           IF WS-FRAUDE-CLIENTE EQUAL WS-CLIENTE
              AND WS-FRAUDE-ORIGEM EQUAL WS-TRN-ORIGEM (WS-TRN-ESCOLHA)
              AND WS-FRAUDE-VALOR EQUAL WS-TRN-VALOR (WS-TRN-ESCOLHA)
              AND WS-FRAUDE-DATAHORA (1:12)
                  EQUAL WS-TRN-DATAHORA (WS-TRN-ESCOLHA) (1:12)
              MOVE WS-FRAUDE-NUMERO TO WS-ALERTA-ACHADO
           ELSE
              READ FRAUDEREV NEXT RECORD
           END-IF.

      *------------------- PROXIMO NUMERO DE CONTESTACAO --------------*
       NUMERAR-CONTESTACAO    SECTION.
           MOVE 0 TO WS-NUMERO.
           OPEN I-O FRAUDECTL.
           IF WS-FS-FRAUDECTL EQUAL 35
              CLOSE FRAUDECTL
              OPEN OUTPUT FRAUDECTL
              CLOSE FRAUDECTL
              OPEN I-O FRAUDECTL
           END-IF.
           IF WS-FS-FRAUDECTL NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FRAUDECTL " WS-FS-FRAUDECTL
              GO TO NUMERAR-CONTESTACAO-FIM
           END-IF.

           MOVE "D" TO WS-CTL-CHAVE.
           READ FRAUDECTL.
           IF WS-FS-FRAUDECTL EQUAL ZEROS
              ADD 1 TO WS-CTL-ULTIMO-FRAUDE
              REWRITE WS-CTL-REG
           ELSE
              MOVE "D" TO WS-CTL-CHAVE
              MOVE 1   TO WS-CTL-ULTIMO-FRAUDE
              WRITE WS-CTL-REG
           END-IF.
           IF WS-FS-FRAUDECTL EQUAL ZEROS
              MOVE WS-CTL-ULTIMO-FRAUDE TO WS-NUMERO
           ELSE
              DISPLAY "ERRO NA NUMERACAO " WS-FS-FRAUDECTL
           END-IF.
           CLOSE FRAUDECTL.

       NUMERAR-CONTESTACAO-FIM.
           EXIT.

      *------------------- EM ANDAMENTO, COM O PRAZO QUE CORRE --------*
      *  ABERTA: CORRE O PRAZO DA EVIDENCIA; EVIDENCIA ENVIADA: CORRE *
      *  O PRAZO DA DECISAO DA BANDEIRA                               *
       LISTAR-ANDAMENTO    SECTION.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE ZEROS TO WS-CONT-NUMERO.
           START CONTESTA KEY IS NOT LESS THAN WS-CONT-NUMERO.
           IF WS-FS-CONTESTA NOT EQUAL ZEROS
              DISPLAY "FILA VAZIA"
              MOVE ZEROS TO WS-FS-CONTESTA
              GO TO LISTAR-ANDAMENTO-FIM
           END-IF.

           READ CONTESTA NEXT RECORD.
           PERFORM LISTAR-UMA-CONTESTACAO
              UNTIL WS-FS-CONTESTA NOT EQUAL ZEROS.
           MOVE ZEROS TO WS-FS-CONTESTA.

           DISPLAY "EM ANDAMENTO: " WS-TOT-LISTADOS.

       LISTAR-ANDAMENTO-FIM.
           EXIT.

       LISTAR-UMA-CONTESTACAO    SECTION.
           IF WS-CONT-EM-ANDAMENTO
              ADD 1 TO WS-TOT-LISTADOS
              PERFORM CALCULAR-PRAZO
              MOVE WS-DIAS-PRAZO TO WS-DIAS-EDIT
              DISPLAY WS-CONT-NUMERO " " WS-CONT-CLIENTE " "
                      WS-CONT-TRANS-DATAHORA " " WS-CONT-MOTIVO " "
                      WS-CONT-VALOR " " WS-CONT-SITUACAO " "
                      WS-PRAZO-TEXTO WS-DIAS-EDIT " DIAS"
           END-IF.
           READ CONTESTA NEXT RECORD.

       CALCULAR-PRAZO    SECTION.
           IF WS-CONT-ABERTA
              MOVE "EVIDENCIA EM" TO WS-PRAZO-TEXTO
              COMPUTE WS-DIAS-PRAZO = FUNCTION INTEGER-OF-DATE
                      (WS-CONT-PRAZO-EVIDENCIA) - WS-INT-HOJE
           ELSE
              MOVE "DECISAO EM"   TO WS-PRAZO-TEXTO
              COMPUTE WS-DIAS-PRAZO = FUNCTION INTEGER-OF-DATE
                      (WS-CONT-PRAZO-DECISAO) - WS-INT-HOJE
           END-IF.
           IF WS-DIAS-PRAZO < 0
              MOVE "*** VENCIDO HA" TO WS-PRAZO-TEXTO
           END-IF.

      *------------------- EVIDENCIA ENVIADA A ADQUIRENTE -------------*
       REGISTRAR-EVIDENCIA    SECTION.
           PERFORM LER-CONTESTACAO.
           IF WS-FS-CONTESTA NOT EQUAL ZEROS
              GO TO REGISTRAR-EVIDENCIA-FIM
           END-IF.
           IF NOT WS-CONT-EM-ANDAMENTO
              DISPLAY "CONTESTACAO JA ENCERRADA - NADA GRAVADO"
              GO TO REGISTRAR-EVIDENCIA-FIM
           END-IF.
           IF WS-DATA-HOJE > WS-CONT-PRAZO-EVIDENCIA
              DISPLAY "ATENCAO: PRAZO DA EVIDENCIA VENCEU EM "
                      WS-CONT-PRAZO-EVIDENCIA
           END-IF.

           DISPLAY "EVIDENCIA ENVIADA: ".
              ACCEPT WS-EVIDENCIA.
           IF WS-EVIDENCIA EQUAL SPACES
              DISPLAY "DESCRICAO OBRIGATORIA - NADA GRAVADO"
              GO TO REGISTRAR-EVIDENCIA-FIM
           END-IF.
           DISPLAY "ANALISTA: ".
              ACCEPT WS-REVISOR.
           PERFORM CONFERIR-REVISOR.
           IF NOT WS-REVISOR-VALIDO
              GO TO REGISTRAR-EVIDENCIA-FIM
           END-IF.

           MOVE WS-EVIDENCIA TO WS-CONT-EVIDENCIA.
           MOVE WS-DATA-HOJE TO WS-CONT-DATA-EVIDENCIA.
           MOVE 'E'          TO WS-CONT-SITUACAO.
           MOVE WS-REVISOR   TO WS-CONT-ANALISTA.
           REWRITE WS-CONT-REG.
           IF WS-FS-CONTESTA EQUAL ZEROS
              DISPLAY "EVIDENCIA REGISTRADA"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-CONTESTA
           END-IF.

       REGISTRAR-EVIDENCIA-FIM.
           EXIT.

      *------------------- DESFECHO DADO PELA BANDEIRA ----------------*
       REGISTRAR-DESFECHO    SECTION.
           PERFORM LER-CONTESTACAO.
           IF WS-FS-CONTESTA NOT EQUAL ZEROS
              GO TO REGISTRAR-DESFECHO-FIM
           END-IF.
           IF NOT WS-CONT-EM-ANDAMENTO
              DISPLAY "CONTESTACAO JA ENCERRADA (" WS-CONT-SITUACAO
                      ") EM " WS-CONT-DESFECHO
              GO TO REGISTRAR-DESFECHO-FIM
           END-IF.

           DISPLAY "DESFECHO (1)GANHA (2)PERDIDA (0)VOLTAR: ".
              ACCEPT WS-DISPOSICAO.
           IF WS-DISPOSICAO EQUAL 0
              GO TO REGISTRAR-DESFECHO-FIM
           END-IF.
           IF WS-DISPOSICAO > 2
              DISPLAY "DESFECHO INVALIDO"
              GO TO REGISTRAR-DESFECHO-FIM
           END-IF.
           DISPLAY "ANALISTA: ".
              ACCEPT WS-REVISOR.
           PERFORM CONFERIR-REVISOR.
           IF NOT WS-REVISOR-VALIDO
              GO TO REGISTRAR-DESFECHO-FIM
           END-IF.

           IF WS-DISPOSICAO EQUAL 1
              MOVE 'G' TO WS-CONT-SITUACAO
           ELSE
              MOVE 'P' TO WS-CONT-SITUACAO
           END-IF.
           MOVE WS-DATA-HOJE TO WS-CONT-DESFECHO.
           MOVE WS-REVISOR   TO WS-CONT-ANALISTA.
           REWRITE WS-CONT-REG.
           IF WS-FS-CONTESTA EQUAL ZEROS
              DISPLAY "DESFECHO GRAVADO"
           ELSE
              DISPLAY "ERRO NA GRAVACAO " WS-FS-CONTESTA
           END-IF.

       REGISTRAR-DESFECHO-FIM.
           EXIT.

       LER-CONTESTACAO    SECTION.
           DISPLAY "NUMERO DA CONTESTACAO: ".
              ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO WS-CONT-NUMERO.
           READ CONTESTA KEY IS WS-CONT-NUMERO.
           IF WS-FS-CONTESTA NOT EQUAL ZEROS
              DISPLAY "CONTESTACAO NAO ENCONTRADA"
              GO TO LER-CONTESTACAO-FIM
           END-IF.

           DISPLAY "CLIENTE   : " WS-CONT-CLIENTE.
           DISPLAY "TRANSACAO : " WS-CONT-TRANS-DATAHORA
                   " ORIGEM " WS-CONT-ORIGEM
                   " VALOR " WS-CONT-VALOR-TRANS.
           DISPLAY "MOTIVO    : " WS-CONT-MOTIVO
                   " CONTESTADO " WS-CONT-VALOR.
           DISPLAY "ABERTA EM : " WS-CONT-ABERTURA
                   " SITUACAO " WS-CONT-SITUACAO.
           IF WS-CONT-DATA-EVIDENCIA NOT EQUAL ZEROS
              DISPLAY "EVIDENCIA : " WS-CONT-EVIDENCIA
                      " EM " WS-CONT-DATA-EVIDENCIA
           END-IF.

       LER-CONTESTACAO-FIM.
           EXIT.

      *------------------- ANALISTA TEM QUE TER CREDENCIAL ATIVA ----*
      *  MESMA REGRA DO FRAUDEWQ                                      *
       CONFERIR-REVISOR    SECTION.
           MOVE 'N' TO WS-REVISOR-OK.
           IF WS-REVISOR EQUAL SPACES
              DISPLAY "ANALISTA OBRIGATORIO - NADA GRAVADO"
              GO TO CONFERIR-REVISOR-FIM
           END-IF.
           OPEN INPUT CREDENCIAIS.
           IF WS-FS-CREDENCIAIS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS CREDENCIAIS "
                      WS-FS-CREDENCIAIS " - NADA GRAVADO"
              GO TO CONFERIR-REVISOR-FIM
           END-IF.

           MOVE WS-REVISOR TO WS-CRED-USERID.
           READ CREDENCIAIS.
           EVALUATE TRUE
               WHEN WS-FS-CREDENCIAIS NOT EQUAL ZEROS
                   DISPLAY "ANALISTA SEM CREDENCIAL - NADA GRAVADO"
               WHEN WS-CRED-SITUACAO EQUAL 'R'
                   DISPLAY "CREDENCIAL DO ANALISTA REVOGADA -"
                           " NADA GRAVADO"
               WHEN WS-CRED-SITUACAO EQUAL 'S'
                   DISPLAY "CREDENCIAL DO ANALISTA SUSPENSA -"
                           " NADA GRAVADO"
               WHEN WS-CRED-SITUACAO EQUAL 'I'
                   DISPLAY "CREDENCIAL DO ANALISTA INATIVADA -"
                           " NADA GRAVADO"
               WHEN OTHER
                   MOVE 'S' TO WS-REVISOR-OK
           END-EVALUATE.
           CLOSE CREDENCIAIS.

       CONFERIR-REVISOR-FIM.
           EXIT.

      *------------------- QUANTO ESTA VENCIDO OU PARA VENCER ---------*
       RESUMIR-PRAZOS    SECTION.
           MOVE 0 TO WS-QTD-ABERTAS WS-QTD-ENVIADAS
                     WS-QTD-VENCIDAS WS-QTD-VENCE-3
                     WS-VLR-EM-DISPUTA.
           MOVE ZEROS TO WS-CONT-NUMERO.
           START CONTESTA KEY IS NOT LESS THAN WS-CONT-NUMERO.
           IF WS-FS-CONTESTA NOT EQUAL ZEROS
              DISPLAY "FILA VAZIA"
              MOVE ZEROS TO WS-FS-CONTESTA
              GO TO RESUMIR-PRAZOS-FIM
           END-IF.

           READ CONTESTA NEXT RECORD.
           PERFORM RESUMIR-UMA-CONTESTACAO
              UNTIL WS-FS-CONTESTA NOT EQUAL ZEROS.
           MOVE ZEROS TO WS-FS-CONTESTA.

           DISPLAY "AGUARDANDO EVIDENCIA   : " WS-QTD-ABERTAS.
           DISPLAY "AGUARDANDO DECISAO     : " WS-QTD-ENVIADAS.
           DISPLAY "PRAZO VENCIDO          : " WS-QTD-VENCIDAS.
           DISPLAY "VENCEM EM ATE 3 DIAS   : " WS-QTD-VENCE-3.
           DISPLAY "VALOR EM DISPUTA       : " WS-VLR-EM-DISPUTA.

       RESUMIR-PRAZOS-FIM.
           EXIT.

       RESUMIR-UMA-CONTESTACAO    SECTION.
           IF WS-CONT-EM-ANDAMENTO
              IF WS-CONT-ABERTA
                 ADD 1 TO WS-QTD-ABERTAS
              ELSE
                 ADD 1 TO WS-QTD-ENVIADAS
              END-IF
              ADD WS-CONT-VALOR TO WS-VLR-EM-DISPUTA
              PERFORM CALCULAR-PRAZO
              EVALUATE TRUE
                  WHEN WS-DIAS-PRAZO < 0
                      ADD 1 TO WS-QTD-VENCIDAS
                  WHEN WS-DIAS-PRAZO NOT > 3
                      ADD 1 TO WS-QTD-VENCE-3
              END-EVALUATE
           END-IF.
           READ CONTESTA NEXT RECORD.

       FINALIZAR    SECTION.
           CLOSE CONTESTA.
       END PROGRAM CONTESTWQ.
