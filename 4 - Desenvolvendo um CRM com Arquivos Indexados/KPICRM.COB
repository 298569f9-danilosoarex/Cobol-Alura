           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT GRUPOCRM ASSIGN TO "..\DADOS\GRUPOCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS GRUPOCRM-FS
           RECORD KEY IS GRUPO-CHAVE
           ALTERNATE RECORD KEY IS GRUPO-MATRIZ-ID
           WITH DUPLICATES.

           SELECT ARQCRM-KPI ASSIGN TO "..\DADOS\ARQCRM.KPI"
           ORGANIZATION  IS  LINE SEQUENTIAL
       FD  ARQCONTATO.
       COPY  "#CONTATO".

       FD  GRUPOCRM.
       COPY  "#GRUPO".

       FD  ARQCRM-KPI.
       COPY  "#CRM-KPI".

       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  ARQCONTATO-FS       PIC 9(02) VALUE ZEROS.
       01  ARQCRM-KPI-FS       PIC 9(02) VALUE ZEROS.
       01  GRUPOCRM-FS         PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO --------------------------*
       01  WRK-DATA-HOJE       PIC 9(08).
       01  WRK-SEG-TAB.
           05  WRK-SEG-QTD     PIC 9(05) OCCURS 5 TIMES.

      *------------------- GRUPOS ECONOMICOS (VER GRUPOCRM) ------------*
      *  FILIAL ATIVA NAO E UM CLIENTE A MAIS: ATIVOS MENOS FILIAIS    *
      *  DA O NUMERO DE EMPRESAS DE FATO ATENDIDAS                     *
       01  WRK-TEM-GRUPOCRM    PIC X(01) VALUE 'N'.
       01  WRK-TOTGRUPOS       PIC 9(05) VALUE 0.
       01  WRK-TOTFILIAIS      PIC 9(05) VALUE 0.
       01  WRK-TOTUNIDADES     PIC 9(05) VALUE 0.

      *------------------- TOTAIS POR UF, APURADOS NA LEITURA ----------*
       01  WRK-UF-TAB.
           05  WRK-UF-ITEM OCCURS 30 TIMES.
              GOBACK
           END-IF.

           OPEN INPUT GRUPOCRM.
           IF GRUPOCRM-FS EQUAL ZEROS
              MOVE 'S' TO WRK-TEM-GRUPOCRM
           ELSE
              DISPLAY "SEM GRUPOCRM.DAT - GRUPOS NAO APURADOS"
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           MOVE ZEROS TO WRK-SEG-TAB.

              END-IF

              PERFORM ACUMULAR-UF

              IF WRK-TEM-GRUPOCRM EQUAL 'S'
                 AND ARQCRM-PESSOA-JURIDICA
                 PERFORM ACUMULAR-GRUPO
              END-IF
           END-IF.

           READ ARQCRM NEXT RECORD.

      *------------------- CONTA GRUPOS E FILIAIS ATIVAS ----------------*
       ACUMULAR-GRUPO     SECTION.
           MOVE ARQCRM-ID TO GRUPO-CLIENTE-ID.
           READ GRUPOCRM KEY IS GRUPO-CHAVE.
           IF GRUPOCRM-FS NOT EQUAL 00
              MOVE 00 TO GRUPOCRM-FS
              GO TO ACUMULAR-GRUPO-EXIT
           END-IF.

           IF GRUPO-MATRIZ
              ADD 1 TO WRK-TOTGRUPOS
           ELSE
              IF ARQCRM-STATUS-ATIVO
                 ADD 1 TO WRK-TOTFILIAIS
              END-IF
           END-IF.

       ACUMULAR-GRUPO-EXIT.
           EXIT.

      *------------------- LOCALIZA OU CRIA O TOTAL DA UF ---------------*
       ACUMULAR-UF     SECTION.
           MOVE 0 TO WRK-UF-IDX.
           END-IF.

      *------------------- CONTA OS CONTATOS REGISTRADOS HOJE -----------*
      *  POSICIONA NA DATA DE HOJE PELA CHAVE ALTERNATIVA; FS 02 NA   *
      *  LEITURA SO AVISA QUE O PROXIMO E DO MESMO DIA                 *
       CONTAR-CONTATOS-DIA     SECTION.
           MOVE WRK-DATA-HOJE TO CONTATO-DATA.
           START ARQCONTATO KEY IS EQUAL TO CONTATO-DATA.
           IF ARQCONTATO-FS NOT EQUAL 00
              GO TO CONTAR-CONTATOS-DIA-EXIT
           END-IF.
           READ ARQCONTATO NEXT RECORD.
           PERFORM CONTAR-UM-CONTATO
              UNTIL (ARQCONTATO-FS NOT EQUAL 00
                     AND ARQCONTATO-FS NOT EQUAL 02)
                 OR CONTATO-DATA NOT EQUAL WRK-DATA-HOJE.

       CONTAR-CONTATOS-DIA-EXIT.
           EXIT.

       CONTAR-UM-CONTATO     SECTION.
           ADD 1 TO WRK-CONTATOS-DIA.
           READ ARQCONTATO NEXT RECORD.

      *------------------- GRAVA OS REGISTROS DA FOTOGRAFIA -------------*
           PERFORM GRAVAR-SEGMENTO UNTIL WRK-SEG-IDX EQUAL 5.
           MOVE WRK-CADASTROS-DIA TO KPI-CADASTROS-DIA.
           MOVE WRK-CONTATOS-DIA  TO KPI-CONTATOS-DIA.
           MOVE WRK-TOTGRUPOS     TO KPI-GRUPOS.
           MOVE WRK-TOTFILIAIS    TO KPI-FILIAIS.
           WRITE KPI-REGISTRO.

           MOVE 0 TO WRK-UF-IDX.
           DISPLAY "EXCLUIDOS         : " WRK-TOTEXCLUIDOS.
           DISPLAY "CADASTROS DO DIA  : " WRK-CADASTROS-DIA.
           DISPLAY "CONTATOS DO DIA   : " WRK-CONTATOS-DIA.
           IF WRK-TEM-GRUPOCRM EQUAL 'S'
              COMPUTE WRK-TOTUNIDADES = WRK-TOTATIVOS - WRK-TOTFILIAIS
              DISPLAY "GRUPOS ECONOMICOS : " WRK-TOTGRUPOS
              DISPLAY "FILIAIS ATIVAS    : " WRK-TOTFILIAIS
              DISPLAY "ATIVOS SEM FILIAIS: " WRK-TOTUNIDADES
           END-IF.
           DISPLAY "FOTOGRAFIA GRAVADA EM ARQCRM.KPI".

           CLOSE ARQCRM.
           CLOSE ARQCONTATO.
           CLOSE ARQCRM-KPI.
           IF WRK-TEM-GRUPOCRM EQUAL 'S'
              CLOSE GRUPOCRM
           END-IF.
       END PROGRAM KPICRM.
