      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 5-ORDEMDIA.
      *-----------------------------------------------------------------
      *  EXECUCAO DIARIA DAS ORDENS PERMANENTES (VER 5-ORDEMCAD).     *
      *  A ORDEM VENCE NO DIA DO MES (OU NO ULTIMO DIA, NOS MESES     *
      *  MAIS CURTOS) E E LANCADA COMO NO 5-TRANSFER: DEBITO E        *
      *  CREDITO AMARRADOS PELO MESMO TRFNNNNNN. SEM SALDO, A ORDEM   *
      *  FICA PENDENTE E E TENTADA DE NOVO NO PROXIMO MOVIMENTO, ATE  *
      *  O LIMITE DE TENTATIVAS; CONTA ENCERRADA SUSPENDE A ORDEM     *
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

           SELECT EXTRATO ASSIGN TO "..\DADOS\EXTRATO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-EXTRATO
           RECORD KEY IS EXTRATO-CHAVE.

           SELECT TRANSFCTL ASSIGN TO "..\DADOS\TRANSFCTL.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-CTL
           RECORD KEY IS WS-CTL-CHAVE.

           SELECT CONTAS ASSIGN TO "..\DADOS\CONTAS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-CONTAS
           RECORD KEY IS WS-CTA-CONTA.

           SELECT RELATORIO ASSIGN TO "..\DADOS\ORDENS.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- ORDEM PERMANENTE (VER 5-ORDEMCAD) ----------*
       FD  ORDENS.
       01  WS-ORD-REG.
           05 WS-ORD-CHAVE.
              10 WS-ORD-NUMERO      PIC 9(06).
           05 WS-ORD-ORIGEM         PIC X(04).
           05 WS-ORD-DESTINO        PIC X(04).
           05 WS-ORD-VALOR          PIC 9(07)V99.
           05 WS-ORD-DIA            PIC 9(02).
           05 WS-ORD-INICIO         PIC 9(08).
           05 WS-ORD-FIM            PIC 9(08).
           05 WS-ORD-SITUACAO       PIC X(01).
              88 WS-ORD-ATIVA          VALUE 'A'.
              88 WS-ORD-SUSPENSA       VALUE 'S'.
              88 WS-ORD-CANCELADA      VALUE 'C'.
           05 WS-ORD-ULT-COMP       PIC 9(06).
           05 WS-ORD-TENTATIVAS     PIC 9(02).
           05 WS-ORD-ULT-TENTATIVA  PIC 9(08).
           05 WS-ORD-ULT-DOC        PIC X(10).

       FD  EXTRATO.
       01  EXTRATO-REG.
           05 EXTRATO-CHAVE.
              10 EXTRATO-CONTA      PIC X(04).
              10 EXTRATO-SEQ        PIC 9(06).
           05 EXTRATO-DATA          PIC 9(08).
           05 EXTRATO-TIPO          PIC X(01).
           05 EXTRATO-VALOR         PIC 9(07)V99.
           05 EXTRATO-SALDO         PIC S9(07)V99.
           05 EXTRATO-DOC           PIC X(10).

       FD  TRANSFCTL.
       01  WS-CTL-REG.
           05 WS-CTL-CHAVE          PIC X(01).
           05 WS-CTL-ULTIMO-ID      PIC 9(06).

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

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-ORDENS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-EXTRATO            PIC 9(02) VALUE ZEROS.
       01 WS-FS-CTL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-CONTAS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-TEM-CADASTRO          PIC X(01) VALUE 'N'.
       01 WS-MAX-TENTATIVAS        PIC 9(02) VALUE 3.

      *------------------- DATA DO MOVIMENTO E VENCIMENTO DA ORDEM ----*
       01 WS-DATA-MOVTO            PIC 9(08) VALUE ZEROS.
       01 WS-MOVTO-R REDEFINES WS-DATA-MOVTO.
           05 WS-COMPETENCIA       PIC 9(06).
           05 WS-MOVTO-DD          PIC 9(02).
       01 WS-PROX-MES              PIC 9(08) VALUE ZEROS.
       01 WS-PROX-MES-R REDEFINES WS-PROX-MES.
           05 WS-PROX-ANO          PIC 9(04).
           05 WS-PROX-MM           PIC 9(02).
           05 WS-PROX-DD           PIC 9(02).
       01 WS-DATA-AUX              PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMO-DIA            PIC 9(02) VALUE ZEROS.
       01 WS-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       01 WS-VENC-R REDEFINES WS-VENCIMENTO.
           05 WS-VENC-AAAAMM       PIC 9(06).
           05 WS-VENC-DD           PIC 9(02).

      *------------------- DADOS DA TRANSFERENCIA ---------------------*
       01 WS-LIMITE-ORIGEM         PIC 9(07)V99 VALUE ZEROS.
       01 WS-DISPONIVEL            PIC S9(08)V99 VALUE ZEROS.
       01 WS-TRANSF-ID             PIC 9(06) VALUE 0.
       01 WS-DOC                   PIC X(10) VALUE SPACES.
       01 WS-CONTA-BUSCA           PIC X(04) VALUE SPACES.
       01 WS-CONTA-OK              PIC X(01) VALUE 'S'.
       01 WS-MOTIVO                PIC X(40) VALUE SPACES.
       01 WS-SALDO-CONTA           PIC S9(07)V99 VALUE 0.
       01 WS-ULT-SEQ               PIC 9(06) VALUE 0.
       01 WS-SALDO-ORIGEM          PIC S9(07)V99 VALUE 0.
       01 WS-SEQ-ORIGEM            PIC 9(06) VALUE 0.
       01 WS-SALDO-DESTINO         PIC S9(07)V99 VALUE 0.
       01 WS-SEQ-DESTINO           PIC 9(06) VALUE 0.

       01 WS-TOT-LIDAS             PIC 9(05) VALUE 0.
       01 WS-TOT-EFETIVADAS        PIC 9(05) VALUE 0.
       01 WS-TOT-VALOR             PIC 9(09)V99 VALUE 0.
       01 WS-TOT-PENDENTES         PIC 9(05) VALUE 0.
       01 WS-TOT-DESISTIDAS        PIC 9(05) VALUE 0.
       01 WS-TOT-SUSPENSAS         PIC 9(05) VALUE 0.
       01 WS-TOT-ERROS             PIC 9(05) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(06)9.99.
       01 WS-SALDO-EDIT            PIC -Z(06)9.99.
       01 WS-TOTAL-EDIT            PIC Z(08)9.99.

      *------------------- PARAMETROS DO 11-PERCHK --------------------*
       01 WS-PERIODO.
           05 WS-PER-AREA           PIC X(03).
           05 WS-PER-DATA           PIC 9(08).
           05 WS-PER-SITUACAO       PIC X(01).
              88 WS-PER-ABERTO         VALUE 'A'.
              88 WS-PER-FECHADO        VALUE 'F'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM EXECUTAR-ORDEM
              UNTIL WS-FS-ORDENS NOT EQUAL ZEROS.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "EXECUCAO DAS ORDENS PERMANENTES".
           DISPLAY "-------------------------------".
           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD / 0 = HOJE): ".
           ACCEPT WS-DATA-MOVTO.
           IF WS-DATA-MOVTO EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-MOVTO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-MOVTO) NOT EQUAL 0
              DISPLAY "DATA DO MOVIMENTO INVALIDA"
              STOP RUN
           END-IF.

           MOVE "BCO"         TO WS-PER-AREA.
           MOVE WS-DATA-MOVTO TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              DISPLAY "COMPETENCIA " WS-COMPETENCIA
                      " FECHADA NO EXTRATO - NENHUMA ORDEM EXECUTADA"
              STOP RUN
           END-IF.

      *    ULTIMO DIA DO MES: VESPERA DO DIA 1 DO MES SEGUINTE
           MOVE WS-DATA-MOVTO (1:4) TO WS-PROX-ANO.
           MOVE WS-DATA-MOVTO (5:2) TO WS-PROX-MM.
           MOVE 01                  TO WS-PROX-DD.
           IF WS-PROX-MM EQUAL 12
              ADD 1 TO WS-PROX-ANO
              MOVE 01 TO WS-PROX-MM
           ELSE
              ADD 1 TO WS-PROX-MM
           END-IF.
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PROX-MES) - 1).
           MOVE WS-DATA-AUX (7:2) TO WS-ULTIMO-DIA.

           OPEN I-O ORDENS.
           IF WS-FS-ORDENS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS ORDENS " WS-FS-ORDENS
              STOP RUN
           END-IF.

           OPEN I-O EXTRATO.
           IF WS-FS-EXTRATO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO EXTRATO " WS-FS-EXTRATO
              CLOSE ORDENS
              STOP RUN
           END-IF.

           OPEN I-O TRANSFCTL.
           IF WS-FS-CTL EQUAL 35
              CLOSE TRANSFCTL
              OPEN OUTPUT TRANSFCTL
              MOVE "1" TO WS-CTL-CHAVE
              MOVE 0   TO WS-CTL-ULTIMO-ID
              WRITE WS-CTL-REG
              CLOSE TRANSFCTL
              OPEN I-O TRANSFCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO TRANSFCTL " WS-FS-CTL
              CLOSE ORDENS
              CLOSE EXTRATO
              STOP RUN
           END-IF.

      *    SEM O CADASTRO A TRANSFERENCIA SEGUE LIVRE, COMO NO
      *    5-TRANSFER
           OPEN INPUT CONTAS.
           IF WS-FS-CONTAS EQUAL ZEROS
              MOVE 'S' TO WS-TEM-CADASTRO
           ELSE
              DISPLAY "SEM CADASTRO DE CONTAS (RODAR 5-CONTACAD)"
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "ORDENS PERMANENTES - MOVIMENTO DE "
                  WS-DATA-MOVTO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "ORDEM  ORIG DEST      VALOR  OCORRENCIA"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.

           MOVE ZEROS TO WS-ORD-NUMERO.
           START ORDENS KEY IS NOT LESS THAN WS-ORD-CHAVE.
           IF WS-FS-ORDENS EQUAL ZEROS
              READ ORDENS NEXT RECORD
           END-IF.

      *------------------- UMA ORDEM: VENCIDA, PENDENTE OU NAO --------*
       EXECUTAR-ORDEM    SECTION.
           ADD 1 TO WS-TOT-LIDAS.

           IF NOT WS-ORD-ATIVA
              GO TO EXECUTAR-ORDEM-FIM
           END-IF.
           IF WS-ORD-ULT-COMP NOT LESS THAN WS-COMPETENCIA
              GO TO EXECUTAR-ORDEM-FIM
           END-IF.

      *    VENCIMENTO NO MES DO MOVIMENTO; DIA 31 EM MES DE 30 VENCE
      *    NO DIA 30. VENCIDA E NAO RESOLVIDA, A ORDEM CONTINUA SENDO
      *    TENTADA ATE O FIM DO MES
           MOVE WS-COMPETENCIA TO WS-VENC-AAAAMM.
           IF WS-ORD-DIA > WS-ULTIMO-DIA
              MOVE WS-ULTIMO-DIA TO WS-VENC-DD
           ELSE
              MOVE WS-ORD-DIA    TO WS-VENC-DD
           END-IF.
           IF WS-VENCIMENTO > WS-DATA-MOVTO
              OR WS-VENCIMENTO < WS-ORD-INICIO
              GO TO EXECUTAR-ORDEM-FIM
           END-IF.
           IF WS-ORD-FIM NOT EQUAL ZEROS
              AND WS-VENCIMENTO > WS-ORD-FIM
              GO TO EXECUTAR-ORDEM-FIM
           END-IF.

      *    UMA TENTATIVA POR MOVIMENTO; NOVO MES ZERA AS TENTATIVAS
           IF WS-ORD-ULT-TENTATIVA EQUAL WS-DATA-MOVTO
              GO TO EXECUTAR-ORDEM-FIM
           END-IF.
           IF WS-ORD-ULT-TENTATIVA (1:6) NOT EQUAL WS-COMPETENCIA
              MOVE ZEROS TO WS-ORD-TENTATIVAS
           END-IF.
           MOVE WS-DATA-MOVTO TO WS-ORD-ULT-TENTATIVA.

           MOVE ZEROS  TO WS-LIMITE-ORIGEM.
           MOVE SPACES TO WS-REL-LINHA.
           IF WS-TEM-CADASTRO EQUAL 'S'
              MOVE 'S' TO WS-CONTA-OK
              MOVE WS-ORD-DESTINO TO WS-CONTA-BUSCA
              PERFORM CRITICAR-UMA-CONTA
              MOVE WS-ORD-ORIGEM TO WS-CONTA-BUSCA
              PERFORM CRITICAR-UMA-CONTA
              IF WS-CONTA-OK NOT EQUAL 'S'
                 MOVE 'S' TO WS-ORD-SITUACAO
                 PERFORM GRAVAR-ORDEM
                 MOVE WS-MOTIVO TO WS-REL-LINHA (30:)
                 PERFORM IMPRIMIR-OCORRENCIA
                 ADD 1 TO WS-TOT-SUSPENSAS
                 GO TO EXECUTAR-ORDEM-FIM
              END-IF
              MOVE WS-CTA-LIMITE TO WS-LIMITE-ORIGEM
           END-IF.

           MOVE WS-ORD-ORIGEM TO WS-CONTA-BUSCA.
           PERFORM LER-ULTIMO-LANCAMENTO.
           MOVE WS-SALDO-CONTA TO WS-SALDO-ORIGEM.
           MOVE WS-ULT-SEQ     TO WS-SEQ-ORIGEM.

           MOVE WS-ORD-DESTINO TO WS-CONTA-BUSCA.
           PERFORM LER-ULTIMO-LANCAMENTO.
           MOVE WS-SALDO-CONTA TO WS-SALDO-DESTINO.
           MOVE WS-ULT-SEQ     TO WS-SEQ-DESTINO.

      *    O DISPONIVEL INCLUI O CHEQUE ESPECIAL DA ORIGEM
           COMPUTE WS-DISPONIVEL =
                   WS-SALDO-ORIGEM + WS-LIMITE-ORIGEM.
           IF WS-DISPONIVEL < WS-ORD-VALOR
              PERFORM REGISTRAR-SEM-SALDO
              GO TO EXECUTAR-ORDEM-FIM
           END-IF.

           PERFORM POSTAR-TRANSFERENCIA.

       EXECUTAR-ORDEM-FIM.
           READ ORDENS NEXT RECORD.

      *------------------- CONTA PRECISA EXISTIR E ESTAR ATIVA --------*
      *  CHAMADA PARA O DESTINO E DEPOIS PARA A ORIGEM: NO FIM O      *
      *  REGISTRO DA ORIGEM FICA NA AREA, COM O LIMITE DELA           *
       CRITICAR-UMA-CONTA    SECTION.
           MOVE WS-CONTA-BUSCA TO WS-CTA-CONTA.
           READ CONTAS KEY IS WS-CTA-CONTA.
           IF WS-FS-CONTAS NOT EQUAL ZEROS
              MOVE ZEROS TO WS-CTA-LIMITE
              MOVE 'N'   TO WS-CONTA-OK
              MOVE SPACES TO WS-MOTIVO
              STRING "CONTA " WS-CONTA-BUSCA
                     " DESCONHECIDA - ORDEM SUSPENSA"
                     DELIMITED BY SIZE INTO WS-MOTIVO
              END-STRING
           ELSE
              IF WS-CTA-ENCERRADA
                 MOVE 'N' TO WS-CONTA-OK
                 MOVE SPACES TO WS-MOTIVO
                 STRING "CONTA " WS-CONTA-BUSCA
                        " ENCERRADA - ORDEM SUSPENSA"
                        DELIMITED BY SIZE INTO WS-MOTIVO
                 END-STRING
              END-IF
           END-IF.

      *------------------- SALDO E ULTIMA SEQ DE CADA CONTA -----------*
       LER-ULTIMO-LANCAMENTO    SECTION.
           MOVE 0 TO WS-SALDO-CONTA.
           MOVE 0 TO WS-ULT-SEQ.

           MOVE WS-CONTA-BUSCA TO EXTRATO-CONTA.
           MOVE 0              TO EXTRATO-SEQ.
           START EXTRATO KEY IS NOT LESS THAN EXTRATO-CHAVE.
           IF WS-FS-EXTRATO EQUAL ZEROS
              READ EXTRATO NEXT RECORD
              PERFORM LER-LANCAMENTO
                  UNTIL WS-FS-EXTRATO NOT EQUAL ZEROS
                     OR EXTRATO-CONTA NOT EQUAL WS-CONTA-BUSCA
           END-IF.
           MOVE ZEROS TO WS-FS-EXTRATO.

       LER-LANCAMENTO    SECTION.
           MOVE EXTRATO-SALDO TO WS-SALDO-CONTA.
           MOVE EXTRATO-SEQ   TO WS-ULT-SEQ.
           READ EXTRATO NEXT RECORD.

      *------------------- SEM SALDO: PENDENTE OU DESISTIDA -----------*
       REGISTRAR-SEM-SALDO    SECTION.
           ADD 1 TO WS-ORD-TENTATIVAS.
           MOVE WS-SALDO-ORIGEM TO WS-SALDO-EDIT.
           IF WS-ORD-TENTATIVAS < WS-MAX-TENTATIVAS
              ADD 1 TO WS-TOT-PENDENTES
              STRING "SEM SALDO (" WS-SALDO-EDIT ") TENTATIVA "
                     WS-ORD-TENTATIVAS "/" WS-MAX-TENTATIVAS
                     " - REPETE NO PROXIMO DIA"
                     DELIMITED BY SIZE INTO WS-REL-LINHA (30:)
              END-STRING
           ELSE
              ADD 1 TO WS-TOT-DESISTIDAS
              MOVE WS-COMPETENCIA TO WS-ORD-ULT-COMP
              STRING "SEM SALDO (" WS-SALDO-EDIT ") - DESISTIDA APOS "
                     WS-ORD-TENTATIVAS " TENTATIVAS NO MES"
                     DELIMITED BY SIZE INTO WS-REL-LINHA (30:)
              END-STRING
           END-IF.
           PERFORM GRAVAR-ORDEM.
           PERFORM IMPRIMIR-OCORRENCIA.

      *------------------- POSTA AS DUAS PERNAS JUNTAS ----------------*
       POSTAR-TRANSFERENCIA    SECTION.
           MOVE "1" TO WS-CTL-CHAVE.
           READ TRANSFCTL.
           ADD 1 TO WS-CTL-ULTIMO-ID.
           REWRITE WS-CTL-REG.
           MOVE WS-CTL-ULTIMO-ID TO WS-TRANSF-ID.

           MOVE SPACES TO WS-DOC.
           STRING "TRF" WS-TRANSF-ID DELIMITED BY SIZE
                  INTO WS-DOC
           END-STRING.

      *    PERNA DO DEBITO NA ORIGEM
           ADD 1 TO WS-SEQ-ORIGEM.
           MOVE WS-ORD-ORIGEM   TO EXTRATO-CONTA.
           MOVE WS-SEQ-ORIGEM   TO EXTRATO-SEQ.
           MOVE WS-DATA-MOVTO   TO EXTRATO-DATA.
           MOVE 'D'             TO EXTRATO-TIPO.
           MOVE WS-ORD-VALOR    TO EXTRATO-VALOR.
           COMPUTE EXTRATO-SALDO = WS-SALDO-ORIGEM - WS-ORD-VALOR.
           MOVE WS-DOC          TO EXTRATO-DOC.
           WRITE EXTRATO-REG.
           IF WS-FS-EXTRATO NOT EQUAL ZEROS
              ADD 1 TO WS-TOT-ERROS
              STRING "ERRO " WS-FS-EXTRATO " NA PERNA DE DEBITO - "
                     "TENTA NO PROXIMO MOVIMENTO"
                     DELIMITED BY SIZE INTO WS-REL-LINHA (30:)
              END-STRING
              PERFORM IMPRIMIR-OCORRENCIA
              GO TO POSTAR-TRANSFERENCIA-FIM
           END-IF.

      *    COM O DEBITO GRAVADO A ORDEM DO MES ESTA RESOLVIDA
           MOVE WS-COMPETENCIA TO WS-ORD-ULT-COMP.
           MOVE ZEROS          TO WS-ORD-TENTATIVAS.
           MOVE WS-DOC         TO WS-ORD-ULT-DOC.
           PERFORM GRAVAR-ORDEM.

      *    PERNA DO CREDITO NO DESTINO
           ADD 1 TO WS-SEQ-DESTINO.
           MOVE WS-ORD-DESTINO   TO EXTRATO-CONTA.
           MOVE WS-SEQ-DESTINO   TO EXTRATO-SEQ.
           MOVE WS-DATA-MOVTO    TO EXTRATO-DATA.
           MOVE 'C'              TO EXTRATO-TIPO.
           MOVE WS-ORD-VALOR     TO EXTRATO-VALOR.
           COMPUTE EXTRATO-SALDO = WS-SALDO-DESTINO + WS-ORD-VALOR.
           MOVE WS-DOC           TO EXTRATO-DOC.
           WRITE EXTRATO-REG.
           IF WS-FS-EXTRATO NOT EQUAL ZEROS
              ADD 1 TO WS-TOT-ERROS
              STRING "ERRO " WS-FS-EXTRATO " NO CREDITO - "
                     WS-DOC " SO COM DEBITO, RODAR 5-TRFRECON"
                     DELIMITED BY SIZE INTO WS-REL-LINHA (30:)
              END-STRING
              PERFORM IMPRIMIR-OCORRENCIA
              GO TO POSTAR-TRANSFERENCIA-FIM
           END-IF.

           ADD 1            TO WS-TOT-EFETIVADAS.
           ADD WS-ORD-VALOR TO WS-TOT-VALOR.
           STRING "EFETIVADA " WS-DOC
                  DELIMITED BY SIZE INTO WS-REL-LINHA (30:)
           END-STRING.
           PERFORM IMPRIMIR-OCORRENCIA.

       POSTAR-TRANSFERENCIA-FIM.
           EXIT.

       GRAVAR-ORDEM    SECTION.
           REWRITE WS-ORD-REG.
           IF WS-FS-ORDENS NOT EQUAL ZEROS
              DISPLAY "ERRO " WS-FS-ORDENS " NA GRAVACAO DA ORDEM "
                      WS-ORD-NUMERO
              MOVE ZEROS TO WS-FS-ORDENS
           END-IF.

      *------------------- LINHA DA ORDEM NO RELATORIO ----------------*
      *  A OCORRENCIA JA ESTA A PARTIR DA COLUNA 30 DA LINHA          *
       IMPRIMIR-OCORRENCIA    SECTION.
           MOVE WS-ORD-VALOR TO WS-VALOR-EDIT.
           MOVE WS-ORD-NUMERO  TO WS-REL-LINHA (1:6).
           MOVE SPACES         TO WS-REL-LINHA (7:1).
           MOVE WS-ORD-ORIGEM  TO WS-REL-LINHA (8:4).
           MOVE SPACES         TO WS-REL-LINHA (12:1).
           MOVE WS-ORD-DESTINO TO WS-REL-LINHA (13:4).
           MOVE SPACES         TO WS-REL-LINHA (17:1).
           MOVE WS-VALOR-EDIT  TO WS-REL-LINHA (18:10).
           MOVE SPACES         TO WS-REL-LINHA (28:2).
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       IMPRIMIR-TOTAIS    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE WS-TOT-VALOR TO WS-TOTAL-EDIT.
           STRING "EFETIVADAS: " WS-TOT-EFETIVADAS
                  " - VALOR TRANSFERIDO: " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "SEM SALDO A REPETIR: " WS-TOT-PENDENTES
                  " - DESISTIDAS NO MES: " WS-TOT-DESISTIDAS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "SUSPENSAS POR CONTA: " WS-TOT-SUSPENSAS
                  " - ERROS DE GRAVACAO: " WS-TOT-ERROS
                  " - ORDENS LIDAS: " WS-TOT-LIDAS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       FINALIZAR    SECTION.
           CLOSE ORDENS.
           CLOSE EXTRATO.
           CLOSE TRANSFCTL.
           CLOSE RELATORIO.
           IF WS-TEM-CADASTRO EQUAL 'S'
              CLOSE CONTAS
           END-IF.
       END PROGRAM 5-ORDEMDIA.
