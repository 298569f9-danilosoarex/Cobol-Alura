      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-CONTRFAT.
      *-----------------------------------------------------------------
      *  FATURAMENTO MENSAL DOS CONTRATOS. CADA CONTRATO ATIVO NA     *
      *  COMPETENCIA GERA UMA FATURA NO FATURAS.DAT E UMA LINHA NO    *
      *  CONTRFAT.DAT; RODAR DE NOVO NA MESMA COMPETENCIA NAO DUPLICA *
      *  AS FATURAS. O RELATORIO TRAZ AS FATURAS GERADAS, OS          *
      *  CONTRATOS QUE TERMINAM E OS QUE ESTAO NO MES DO REAJUSTE     *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO "..\DADOS\CONTRATOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CONTR
           RECORD KEY IS WS-CONTR-CHAVE.

           SELECT CONTRFAT ASSIGN TO "..\DADOS\CONTRFAT.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTF.

           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAS.

           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-ARQCRM
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO "..\DADOS\CONTRFAT.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- CONTRATO DE MENSALIDADE FIXA ---------------*
       FD  CONTRATOS.
       01  WS-CONTR-REG.
           05 WS-CONTR-CHAVE.
              10 WS-CONTR-NUMERO    PIC 9(06).
           05 WS-CONTR-CLIENTE-ID   PIC 9(09).
           05 WS-CONTR-VALOR        PIC 9(05)V99.
           05 WS-CONTR-DIA          PIC 9(02).
           05 WS-CONTR-INICIO       PIC 9(08).
           05 WS-CONTR-FIM          PIC 9(08).
           05 WS-CONTR-INDICE       PIC X(05).
           05 WS-CONTR-MES-REAJUSTE PIC 9(02).
           05 WS-CONTR-ULT-REAJUSTE PIC 9(06).

      *------------------- FATURAS JA GERADAS POR COMPETENCIA ---------*
       FD  CONTRFAT.
       01  WS-CTF-REG.
           05 WS-CTF-CONTRATO       PIC 9(06).
           05 WS-CTF-COMPETENCIA    PIC 9(06).
           05 WS-CTF-FATURA         PIC 9(06).
           05 WS-CTF-DATA           PIC 9(08).

       FD  FATURAS.
       01  WS-FATURA-REG.
           05 WS-FATURA-NUMERO      PIC 9(06).
           05 WS-FATURA-CLIENTE     PIC X(10).
           05 WS-FATURA-VALOR       PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO  PIC 9(08).
           05 WS-FATURA-CLIENTE-ID  PIC 9(09).

      *------------------- ESPELHO DO LAYOUT #CRM DO ARQCRM.DAT -------*
       FD  ARQCRM.
       01  ARQCRM-REGISTRO.
           05  ARQCRM-CHAVE.
               10  ARQCRM-ID          PIC 9(09).
           05  ARQCRM-CPF             PIC 9(11).
           05  ARQCRM-NOME            PIC X(30).
           05  ARQCRM-EMAIL           PIC X(40).
           05  ARQCRM-TELEFONE        PIC X(15).
           05  ARQCRM-ENDERECO.
               10  ARQCRM-END-RUA     PIC X(30).
               10  ARQCRM-END-NUM     PIC X(06).
               10  ARQCRM-END-CEP     PIC 9(08).
               10  ARQCRM-END-CIDADE  PIC X(20).
               10  ARQCRM-END-UF      PIC X(02).
           05  ARQCRM-LAST-CONTACT    PIC 9(08).
           05  ARQCRM-STATUS          PIC 9(01).
               88  ARQCRM-STATUS-EXCLUIDO   VALUE 9.
           05  ARQCRM-DATA-NASCIMENTO PIC 9(08).
           05  ARQCRM-DATA-CADASTRO   PIC 9(08).
           05  ARQCRM-SEGMENTO        PIC 9(01).
           05  ARQCRM-TIPO-PESSOA     PIC X(01).
           05  ARQCRM-CNPJ            PIC 9(14).
           05  ARQCRM-TERRITORIO      PIC X(04).

       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTR              PIC 9(02) VALUE ZEROS.
       01 WS-FS-CTF                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-ARQCRM             PIC 9(02) VALUE ZEROS.
       01 WS-FS-REL                PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-PROXIMA-FATURA        PIC 9(06) VALUE ZEROS.

      *------------------- COMPETENCIA E ULTIMO DIA DO MES ------------*
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-COMP-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO          PIC 9(04).
           05 WS-COMP-MES          PIC 9(02).
       01 WS-PROX-MES              PIC 9(08) VALUE ZEROS.
       01 WS-PROX-MES-R REDEFINES WS-PROX-MES.
           05 WS-PROX-ANO          PIC 9(04).
           05 WS-PROX-MM           PIC 9(02).
           05 WS-PROX-DD           PIC 9(02).
       01 WS-ULTIMO-DIA            PIC 9(02) VALUE ZEROS.
       01 WS-DIA                   PIC 9(02) VALUE ZEROS.
       01 WS-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       01 WS-VENC-R REDEFINES WS-VENCIMENTO.
           05 WS-VENC-AAAAMM       PIC 9(06).
           05 WS-VENC-DD           PIC 9(02).
       01 WS-DATA-AUX              PIC 9(08) VALUE ZEROS.

      *------------------- CONTRATOS JA FATURADOS NA COMPETENCIA ------*
       01 WS-GER-TAB.
           05 WS-GER-CONTRATO OCCURS 1000 TIMES PIC 9(06).
       01 WS-GER-ITENS             PIC 9(04) VALUE 0.
       01 WS-GER-IDX               PIC 9(04) VALUE 0.
       01 WS-GER-ACHADO            PIC 9(04) VALUE 0.
       01 WS-GER-ESTOURO           PIC X(01) VALUE 'N'.

       01 WS-TOT-GERADAS           PIC 9(04) VALUE 0.
       01 WS-TOT-VALOR             PIC 9(09)V99 VALUE 0.
       01 WS-TOT-JA-GERADAS        PIC 9(04) VALUE 0.
       01 WS-TOT-FORA              PIC 9(04) VALUE 0.
       01 WS-TOT-SEM-CLIENTE       PIC 9(04) VALUE 0.
       01 WS-TOT-ENCERRANDO        PIC 9(04) VALUE 0.
       01 WS-TOT-REAJUSTE          PIC 9(04) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(05)9.99.
       01 WS-TOTAL-EDIT            PIC Z(08)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM FATURAR-CONTRATO
              UNTIL WS-FS-CONTR NOT EQUAL ZEROS.
           PERFORM IMPRIMIR-TOTAIS-FATURAS.
           PERFORM LISTAR-ENCERRAMENTOS.
           PERFORM LISTAR-REAJUSTES.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.

           DISPLAY "FATURAMENTO MENSAL DOS CONTRATOS".
           DISPLAY "--------------------------------".
           DISPLAY "COMPETENCIA (AAAAMM / 0 = ATUAL): ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA EQUAL ZEROS
              MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
              OR WS-COMP-ANO < 1601
              DISPLAY "COMPETENCIA INVALIDA"
              STOP RUN
           END-IF.

      *    ULTIMO DIA DA COMPETENCIA: VESPERA DO DIA 1 DO MES SEGUINTE
           MOVE WS-COMP-ANO TO WS-PROX-ANO.
           MOVE WS-COMP-MES TO WS-PROX-MM.
           MOVE 01          TO WS-PROX-DD.
           IF WS-PROX-MM EQUAL 12
              ADD 1 TO WS-PROX-ANO
              MOVE 01 TO WS-PROX-MM
           ELSE
              ADD 1 TO WS-PROX-MM
           END-IF.
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PROX-MES) - 1).
           MOVE WS-DATA-AUX (7:2) TO WS-ULTIMO-DIA.

           PERFORM CARREGAR-GERADAS.
           IF WS-GER-ESTOURO EQUAL 'S'
              DISPLAY "CONTRFAT.DAT COM MAIS DE 1000 CONTRATOS NA "
                      "COMPETENCIA - FATURAMENTO CANCELADO"
              STOP RUN
           END-IF.

           OPEN INPUT CONTRATOS.
           IF WS-FS-CONTR NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS CONTRATOS " WS-FS-CONTR
              STOP RUN
           END-IF.

           OPEN INPUT ARQCRM.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " WS-FS-ARQCRM
              CLOSE CONTRATOS
              STOP RUN
           END-IF.

           OPEN INPUT FATURAS.
           IF WS-FS-FATURAS EQUAL ZEROS
              READ FATURAS
              PERFORM ACHAR-ULTIMO-NUMERO
                 UNTIL WS-FS-FATURAS NOT EQUAL ZEROS
              CLOSE FATURAS
           END-IF.

           OPEN EXTEND FATURAS.
           IF WS-FS-FATURAS EQUAL 35
              OPEN OUTPUT FATURAS
           END-IF.
           IF WS-FS-FATURAS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FATURAS " WS-FS-FATURAS
              CLOSE CONTRATOS
              CLOSE ARQCRM
              STOP RUN
           END-IF.

           OPEN EXTEND CONTRFAT.
           IF WS-FS-CTF EQUAL 35
              OPEN OUTPUT CONTRFAT
           END-IF.
           IF WS-FS-CTF NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO CONTRFAT " WS-FS-CTF
              CLOSE CONTRATOS
              CLOSE ARQCRM
              CLOSE FATURAS
              STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "FATURAMENTO DOS CONTRATOS - COMPETENCIA "
                  WS-COMPETENCIA " - EMITIDO EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "FATURAS GERADAS" TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.

           READ CONTRATOS.

      *------------------- CONTRATOS JA FATURADOS NESTA COMPETENCIA ---*
       CARREGAR-GERADAS    SECTION.
           OPEN INPUT CONTRFAT.
           IF WS-FS-CTF NOT EQUAL ZEROS
              GO TO CARREGAR-GERADAS-FIM
           END-IF.
           READ CONTRFAT.
           PERFORM CARREGAR-UMA-GERADA
              UNTIL WS-FS-CTF NOT EQUAL ZEROS.
           CLOSE CONTRFAT.

       CARREGAR-GERADAS-FIM.
           EXIT.

       CARREGAR-UMA-GERADA    SECTION.
           IF WS-CTF-COMPETENCIA EQUAL WS-COMPETENCIA
              IF WS-GER-ITENS < 1000
                 ADD 1 TO WS-GER-ITENS
                 MOVE WS-CTF-CONTRATO TO WS-GER-CONTRATO (WS-GER-ITENS)
              ELSE
                 MOVE 'S' TO WS-GER-ESTOURO
              END-IF
           END-IF.
           READ CONTRFAT.

       ACHAR-ULTIMO-NUMERO    SECTION.
           IF WS-FATURA-NUMERO > WS-PROXIMA-FATURA
              MOVE WS-FATURA-NUMERO TO WS-PROXIMA-FATURA
           END-IF.
           READ FATURAS.

      *------------------- UMA FATURA POR CONTRATO ATIVO --------------*
       FATURAR-CONTRATO    SECTION.
      *    FORA DA VIGENCIA: AINDA NAO COMECOU OU JA TERMINOU
           IF WS-CONTR-INICIO (1:6) > WS-COMPETENCIA
              ADD 1 TO WS-TOT-FORA
              GO TO FATURAR-CONTRATO-FIM
           END-IF.
           IF WS-CONTR-FIM NOT EQUAL ZEROS
              AND WS-CONTR-FIM (1:6) < WS-COMPETENCIA
              ADD 1 TO WS-TOT-FORA
              GO TO FATURAR-CONTRATO-FIM
           END-IF.

           MOVE 0 TO WS-GER-ACHADO.
           MOVE 0 TO WS-GER-IDX.
           PERFORM PROCURAR-GERADA
              UNTIL WS-GER-IDX NOT < WS-GER-ITENS
                 OR WS-GER-ACHADO NOT EQUAL 0.
           IF WS-GER-ACHADO NOT EQUAL 0
              ADD 1 TO WS-TOT-JA-GERADAS
              GO TO FATURAR-CONTRATO-FIM
           END-IF.

           MOVE WS-CONTR-CLIENTE-ID TO ARQCRM-ID.
           READ ARQCRM KEY IS ARQCRM-CHAVE.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              OR ARQCRM-STATUS-EXCLUIDO
              ADD 1 TO WS-TOT-SEM-CLIENTE
              MOVE SPACES TO WS-REL-LINHA
              STRING "  CONTRATO " WS-CONTR-NUMERO
                     " CLIENTE " WS-CONTR-CLIENTE-ID
                     " FORA DO CRM OU EXCLUIDO - SEM FATURA"
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              DISPLAY WS-REL-LINHA
              GO TO FATURAR-CONTRATO-FIM
           END-IF.

      *    DIA DE COBRANCA ALEM DO FIM DO MES VENCE NO ULTIMO DIA
           MOVE WS-CONTR-DIA TO WS-DIA.
           IF WS-DIA > WS-ULTIMO-DIA
              MOVE WS-ULTIMO-DIA TO WS-DIA
           END-IF.
           IF WS-DIA < 1
              MOVE 1 TO WS-DIA
           END-IF.
           MOVE WS-COMPETENCIA TO WS-VENC-AAAAMM.
           MOVE WS-DIA         TO WS-VENC-DD.

           ADD 1 TO WS-PROXIMA-FATURA.
           MOVE WS-PROXIMA-FATURA TO WS-FATURA-NUMERO.
           MOVE FUNCTION UPPER-CASE (ARQCRM-NOME (1:10))
             TO WS-FATURA-CLIENTE.
           MOVE WS-CONTR-VALOR    TO WS-FATURA-VALOR.
           MOVE WS-VENCIMENTO     TO WS-FATURA-VENCIMENTO.
           MOVE ARQCRM-ID         TO WS-FATURA-CLIENTE-ID.
           WRITE WS-FATURA-REG.

           MOVE WS-CONTR-NUMERO   TO WS-CTF-CONTRATO.
           MOVE WS-COMPETENCIA    TO WS-CTF-COMPETENCIA.
           MOVE WS-FATURA-NUMERO  TO WS-CTF-FATURA.
           MOVE WS-DATA-HOJE      TO WS-CTF-DATA.
           WRITE WS-CTF-REG.

           ADD 1 TO WS-TOT-GERADAS.
           ADD WS-CONTR-VALOR TO WS-TOT-VALOR.

           MOVE WS-CONTR-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  CONTRATO " WS-CONTR-NUMERO
                  " FATURA " WS-FATURA-NUMERO
                  " CLIENTE " WS-FATURA-CLIENTE-ID
                  " " WS-FATURA-CLIENTE
                  " VENC " WS-VENCIMENTO
                  " VALOR " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

       FATURAR-CONTRATO-FIM.
           READ CONTRATOS.

       PROCURAR-GERADA    SECTION.
           ADD 1 TO WS-GER-IDX.
           IF WS-GER-CONTRATO (WS-GER-IDX) EQUAL WS-CONTR-NUMERO
              MOVE WS-GER-IDX TO WS-GER-ACHADO
           END-IF.

       IMPRIMIR-TOTAIS-FATURAS    SECTION.
           MOVE WS-TOT-VALOR TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  " WS-TOT-GERADAS " FATURA(S) GERADA(S), TOTAL "
                  WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  " WS-TOT-JA-GERADAS
                  " JA FATURADO(S) NA COMPETENCIA, "
                  WS-TOT-SEM-CLIENTE " SEM CLIENTE NO CRM, "
                  WS-TOT-FORA " FORA DA VIGENCIA"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

      *------------------- CONTRATOS COM FIM NA COMPETENCIA -----------*
       LISTAR-ENCERRAMENTOS    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "CONTRATOS QUE TERMINAM NA COMPETENCIA"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.

           CLOSE CONTRATOS.
           OPEN INPUT CONTRATOS.
           READ CONTRATOS.
           PERFORM LISTAR-UM-ENCERRAMENTO
              UNTIL WS-FS-CONTR NOT EQUAL ZEROS.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "  " WS-TOT-ENCERRANDO " CONTRATO(S) TERMINANDO"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       LISTAR-UM-ENCERRAMENTO    SECTION.
           IF WS-CONTR-FIM NOT EQUAL ZEROS
              AND WS-CONTR-FIM (1:6) EQUAL WS-COMPETENCIA
              ADD 1 TO WS-TOT-ENCERRANDO
              MOVE WS-CONTR-VALOR TO WS-VALOR-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "  CONTRATO " WS-CONTR-NUMERO
                     " CLIENTE " WS-CONTR-CLIENTE-ID
                     " FIM " WS-CONTR-FIM
                     " MENSALIDADE " WS-VALOR-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.
           READ CONTRATOS.

      *------------------- CONTRATOS NO MES DO REAJUSTE ---------------*
      *  COMPLETOU UM ANO, ESTA NO MES DO REAJUSTE E AINDA NAO FOI    *
      *  REAJUSTADO NO ANO; O REAJUSTE E APLICADO NO 7-CONTRCAD       *
       LISTAR-REAJUSTES    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "CONTRATOS COM REAJUSTE DEVIDO" TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.

           CLOSE CONTRATOS.
           OPEN INPUT CONTRATOS.
           READ CONTRATOS.
           PERFORM LISTAR-UM-REAJUSTE
              UNTIL WS-FS-CONTR NOT EQUAL ZEROS.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "  " WS-TOT-REAJUSTE " CONTRATO(S) A REAJUSTAR"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       LISTAR-UM-REAJUSTE    SECTION.
           IF WS-CONTR-FIM NOT EQUAL ZEROS
              AND WS-CONTR-FIM (1:6) < WS-COMPETENCIA
              GO TO LISTAR-UM-REAJUSTE-FIM
           END-IF.
           IF WS-CONTR-MES-REAJUSTE EQUAL WS-COMP-MES
              AND WS-CONTR-INICIO (1:4) < WS-COMP-ANO
              AND WS-CONTR-ULT-REAJUSTE (1:4) < WS-COMP-ANO
              ADD 1 TO WS-TOT-REAJUSTE
              MOVE WS-CONTR-VALOR TO WS-VALOR-EDIT
              MOVE SPACES TO WS-REL-LINHA
              STRING "  CONTRATO " WS-CONTR-NUMERO
                     " CLIENTE " WS-CONTR-CLIENTE-ID
                     " INDICE " WS-CONTR-INDICE
                     " ULTIMO REAJUSTE " WS-CONTR-ULT-REAJUSTE
                     " MENSALIDADE " WS-VALOR-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.

       LISTAR-UM-REAJUSTE-FIM.
           READ CONTRATOS.

       FINALIZAR    SECTION.
           CLOSE CONTRATOS.
           CLOSE ARQCRM.
           CLOSE FATURAS.
           CLOSE CONTRFAT.
           CLOSE RELATORIO.
       END PROGRAM 7-CONTRFAT.
