           05  FILLER          PIC X(14) VALUE "RELAT-NOTURNO".
           05  FILLER          PIC X(14) VALUE "RECONCRM".
           05  FILLER          PIC X(14) VALUE "STATUS-AUTO".
           05  FILLER          PIC X(14) VALUE "GRUPOCRM".
           05  FILLER          PIC X(14) VALUE "GATILHOCRM".
           05  FILLER          PIC X(14) VALUE "KPICRM".
           05  FILLER          PIC X(14) VALUE "PORTALCRM".
           05  FILLER          PIC X(14) VALUE "PURGACRM".
           05  FILLER          PIC X(14) VALUE "BACKUPCRM".
       01  WRK-CADEIA-TAB REDEFINES WRK-CADEIA.
           05  WRK-PASSO-PROG  PIC X(14) OCCURS 9 TIMES.
       01  WRK-PASSO-FEITO.
           05  WRK-FEITO       PIC X(01) OCCURS 9 TIMES.
      *        P = PENDENTE / C = CONCLUIDO / E = INICIADO SEM FIM
      *        F = FALHOU (RETURN-CODE DIFERENTE DE ZERO)
       01  WRK-PASSO-HORA.
           05  WRK-HORA-FIM    PIC X(14) OCCURS 9 TIMES.
       01  WRK-PASSO-IDX       PIC 9(01) VALUE 0.
       01  WRK-PASSO-ACHADO    PIC 9(01) VALUE 0.
       01  WRK-TOTEXECUTADOS   PIC 9(02) VALUE 0.
           EXIT.

      *------------------- AVANCA A DATA APOS A CADEIA COMPLETA -------*
      *  SO AVANCA COM OS NOVE PASSOS CONCLUIDOS E COM A DATA SOB      *
      *  CONTROLE; UMA CADEIA INCOMPLETA MANTEM A DATA PARA A RETOMADA *
       AVANCAR-DATA-PROCESSO    SECTION.
           IF WRK-DATA-CONTROLADA NOT EQUAL 'S'
           MOVE 0 TO WRK-PASSO-IDX.
           MOVE 0 TO WRK-PASSO-ACHADO.
           PERFORM CONFERIR-PASSO-COMPLETO
              UNTIL WRK-PASSO-IDX EQUAL 9.
           IF WRK-PASSO-ACHADO NOT EQUAL 0
              DISPLAY "CADEIA INCOMPLETA - DATA DE PROCESSAMENTO"
                      " MANTIDA EM " WRK-DATA-HOJE
           MOVE 0 TO WRK-PASSO-ACHADO.
           MOVE 0 TO WRK-PASSO-IDX.
           PERFORM PROCURAR-PASSO
              UNTIL WRK-PASSO-IDX EQUAL 9
              OR WRK-PASSO-ACHADO NOT EQUAL 0.

       PROCURAR-PASSO    SECTION.
      *  ORDEM DE DEPENDENCIA DA CADEIA                                *
       EXECUTAR-CADEIA    SECTION.
           MOVE 0 TO WRK-PASSO-IDX.
           PERFORM EXECUTAR-PASSO UNTIL WRK-PASSO-IDX EQUAL 9.

       EXECUTAR-PASSO    SECTION.
           ADD 1 TO WRK-PASSO-IDX.
              MOVE 'F' TO WRK-FEITO (WRK-PASSO-IDX)
              DISPLAY "FALHOU " WRK-PASSO-PROG (WRK-PASSO-IDX)
                      " - CADEIA INTERROMPIDA"
              MOVE 9 TO WRK-PASSO-IDX
              GO TO EXECUTAR-PASSO-EXIT
           END-IF.

           DISPLAY "PASSO          SITUACAO   ULTIMO EVENTO".

           MOVE 0 TO WRK-PASSO-IDX.
           PERFORM EXIBIR-PASSO UNTIL WRK-PASSO-IDX EQUAL 9.

           DISPLAY " ".
           DISPLAY "EXECUTADOS NESTA RODADA: " WRK-TOTEXECUTADOS.
