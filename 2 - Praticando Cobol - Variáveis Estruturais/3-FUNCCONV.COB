      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 3-FUNCCONV.
      *-----------------------------------------------------------------
      *  CONVERTE A FOLHA DA CHAVE POR NOME PARA A MATRICULA: NUMERA  *
      *  O CADASTRO NA ORDEM DO ARQUIVO E TROCA O NOME PELA MATRICULA *
      *  NO MOVFOLHA E NO FOLHAHIST. NOME REPETIDO NO CADASTRO NAO DA *
      *  PARA SABER DE QUEM E O LANCAMENTO: O HISTORICO SAI COM A     *
      *  MATRICULA ZERADA E O MOVIMENTO FICA FORA, PARA RELANCAR      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *    ARQUIVOS NO LAYOUT ANTIGO (CHAVE PELO NOME)
           SELECT FUNC-ANT ASSIGN TO "..\DADOS\FUNCIONARIOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FUNC-ANT.

           SELECT MOV-ANT ASSIGN TO "..\DADOS\MOVFOLHA.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV-ANT.

           SELECT HIST-ANT ASSIGN TO "..\DADOS\FOLHAHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST-ANT.

      *    ARQUIVOS CONVERTIDOS - O OPERADOR TROCA NA JANELA
           SELECT FUNC-NOV ASSIGN TO "..\DADOS\FUNCIONARIOS.NOVO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FUNC-NOV.

           SELECT MOV-NOV ASSIGN TO "..\DADOS\MOVFOLHA.NOVO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV-NOV.

           SELECT HIST-NOV ASSIGN TO "..\DADOS\FOLHAHIST.NOVO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST-NOV.

           SELECT RELATO ASSIGN TO "..\DADOS\FUNCCONV.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELATO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-ANT.
       01  WS-FAN-REG.
           05 WS-FAN-NOME           PIC X(20).
           05 WS-FAN-DEPTM          PIC X(03).
           05 WS-FAN-SALARIO        PIC 9(07)V99.
           05 WS-FAN-BANCO          PIC 9(03).
           05 WS-FAN-AGENCIA        PIC 9(04).
           05 WS-FAN-CONTA          PIC 9(08).
           05 WS-FAN-CONTA-DV       PIC X(01).
           05 WS-FAN-ADMISSAO       PIC 9(08).
           05 WS-FAN-DESLIGAMENTO   PIC 9(08).

       FD  MOV-ANT.
       01  WS-MAN-REG.
           05 WS-MAN-PERIODO        PIC 9(06).
           05 WS-MAN-NOME           PIC X(20).
           05 WS-MAN-EVENTO         PIC X(02).
           05 WS-MAN-VALOR          PIC 9(07)V99.

       FD  HIST-ANT.
       01  WS-HAN-REG.
           05 WS-HAN-PERIODO        PIC 9(06).
           05 WS-HAN-TIPO           PIC X(02).
           05 WS-HAN-NOME           PIC X(20).
           05 WS-HAN-LIQUIDO        PIC 9(09)V99.

      *------------------- (VER 3-FUNCCAD) ----------------------------*
       FD  FUNC-NOV.
       01  WS-FNV-REG.
           05 WS-FNV-MATRICULA      PIC 9(06).
           05 WS-FNV-NOME           PIC X(20).
           05 WS-FNV-CPF            PIC 9(11).
           05 WS-FNV-DEPTM          PIC X(03).
           05 WS-FNV-SALARIO        PIC 9(07)V99.
           05 WS-FNV-BANCO          PIC 9(03).
           05 WS-FNV-AGENCIA        PIC 9(04).
           05 WS-FNV-CONTA          PIC 9(08).
           05 WS-FNV-CONTA-DV       PIC X(01).
           05 WS-FNV-ADMISSAO       PIC 9(08).
           05 WS-FNV-DESLIGAMENTO   PIC 9(08).

      *------------------- (VER 3-FOLHAMOV) ---------------------------*
       FD  MOV-NOV.
       01  WS-MNV-REG.
           05 WS-MNV-PERIODO        PIC 9(06).
           05 WS-MNV-MATRICULA      PIC 9(06).
           05 WS-MNV-EVENTO         PIC X(02).
           05 WS-MNV-VALOR          PIC 9(07)V99.
           05 WS-MNV-ORIGEM         PIC X(01).

      *------------------- (VER 3-FOLHAPG) ----------------------------*
       FD  HIST-NOV.
       01  WS-HNV-REG.
           05 WS-HNV-PERIODO        PIC 9(06).
           05 WS-HNV-TIPO           PIC X(02).
           05 WS-HNV-MATRICULA      PIC 9(06).
           05 WS-HNV-NOME           PIC X(20).
           05 WS-HNV-LIQUIDO        PIC 9(09)V99.

       FD  RELATO.
       01  WS-REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNC-ANT           PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOV-ANT            PIC 9(02) VALUE ZEROS.
       01 WS-FS-HIST-ANT           PIC 9(02) VALUE ZEROS.
       01 WS-FS-FUNC-NOV           PIC 9(02) VALUE ZEROS.
       01 WS-FS-MOV-NOV            PIC 9(02) VALUE ZEROS.
       01 WS-FS-HIST-NOV           PIC 9(02) VALUE ZEROS.
       01 WS-FS-RELATO             PIC 9(02) VALUE ZEROS.

      *------------------- NOME -> MATRICULA EM MEMORIA ---------------*
      *  QTD > 1 = NOME REPETIDO NO CADASTRO (AMBIGUO)                *
       01 WS-NOM-TAB.
           05 WS-NOM OCCURS 200 TIMES.
              10 WS-NOM-NOME        PIC X(20).
              10 WS-NOM-MATRICULA   PIC 9(06).
              10 WS-NOM-QTD         PIC 9(03).
       01 WS-NOM-ITENS             PIC 9(03) VALUE 0.
       01 WS-NOM-IDX               PIC 9(03) VALUE 0.
       01 WS-NOM-ACHADO            PIC 9(03) VALUE 0.
       01 WS-NOME-BUSCA            PIC X(20) VALUE SPACES.
       01 WS-MATRICULA             PIC 9(06) VALUE ZEROS.
       01 WS-MATRICULA-NOVA        PIC 9(06) VALUE ZEROS.
       01 WS-SITUACAO-NOME         PIC X(01) VALUE SPACES.
      *       U = UNICO / A = AMBIGUO / S = SEM CADASTRO
       01 WS-MOTIVO-FORA           PIC X(13) VALUE SPACES.

       01 WS-TOT-CADASTRO          PIC 9(05) VALUE 0.
       01 WS-TOT-REPETIDOS         PIC 9(05) VALUE 0.
       01 WS-TOT-MOVIMENTOS        PIC 9(05) VALUE 0.
       01 WS-TOT-MOV-FORA          PIC 9(05) VALUE 0.
       01 WS-TOT-HISTORICO         PIC 9(05) VALUE 0.
       01 WS-TOT-HIST-ZERADO       PIC 9(05) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(08)9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CONVERTER-CADASTRO.
           PERFORM CONVERTER-MOVIMENTOS.
           PERFORM CONVERTER-HISTORICO.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "CONVERSAO DA FOLHA PARA A MATRICULA".
           DISPLAY "-----------------------------------".

           OPEN INPUT FUNC-ANT.
           IF WS-FS-FUNC-ANT NOT EQUAL ZEROS
              DISPLAY "SEM FUNCIONARIOS.DAT - NADA A CONVERTER"
              STOP RUN
           END-IF.

           READ FUNC-ANT.
      *    NOME NAO COMECA POR DIGITO: ARQUIVO JA ESTA NO LAYOUT NOVO
           IF WS-FS-FUNC-ANT EQUAL ZEROS
              AND WS-FAN-NOME (1:6) NUMERIC
              DISPLAY "FUNCIONARIOS.DAT JA TEM MATRICULA - CONVERSAO"
                      " JA FEITA"
              CLOSE FUNC-ANT
              STOP RUN
           END-IF.

           OPEN OUTPUT RELATO.
           MOVE "CONVERSAO DA FOLHA PARA A MATRICULA" TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.

      *------------------- FUNCIONARIOS.DAT -> .NOVO.DAT --------------*
      *  MATRICULA 1, 2, 3... NA ORDEM DO ARQUIVO; O CPF FICA ZERADO  *
      *  E E COMPLETADO PELA ALTERACAO DO 3-FUNCCAD                   *
       CONVERTER-CADASTRO    SECTION.
           OPEN OUTPUT FUNC-NOV.
           PERFORM CONVERTER-UM-FUNCIONARIO
              UNTIL WS-FS-FUNC-ANT NOT EQUAL ZEROS.
           CLOSE FUNC-ANT.
           CLOSE FUNC-NOV.
           DISPLAY "CADASTRO CONVERTIDO  : " WS-TOT-CADASTRO.

       CONVERTER-UM-FUNCIONARIO    SECTION.
           IF WS-FAN-ADMISSAO NOT NUMERIC
              MOVE ZEROS TO WS-FAN-ADMISSAO
           END-IF.
           IF WS-FAN-DESLIGAMENTO NOT NUMERIC
              MOVE ZEROS TO WS-FAN-DESLIGAMENTO
           END-IF.

           ADD 1 TO WS-MATRICULA.
           ADD 1 TO WS-TOT-CADASTRO.
           MOVE WS-MATRICULA        TO WS-FNV-MATRICULA.
           MOVE WS-FAN-NOME         TO WS-FNV-NOME.
           MOVE ZEROS               TO WS-FNV-CPF.
           MOVE WS-FAN-DEPTM        TO WS-FNV-DEPTM.
           MOVE WS-FAN-SALARIO      TO WS-FNV-SALARIO.
           MOVE WS-FAN-BANCO        TO WS-FNV-BANCO.
           MOVE WS-FAN-AGENCIA      TO WS-FNV-AGENCIA.
           MOVE WS-FAN-CONTA        TO WS-FNV-CONTA.
           MOVE WS-FAN-CONTA-DV     TO WS-FNV-CONTA-DV.
           MOVE WS-FAN-ADMISSAO     TO WS-FNV-ADMISSAO.
           MOVE WS-FAN-DESLIGAMENTO TO WS-FNV-DESLIGAMENTO.
           WRITE WS-FNV-REG.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "MATRICULA " WS-MATRICULA " = " WS-FAN-NOME
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.

           MOVE WS-FAN-NOME TO WS-NOME-BUSCA.
           PERFORM LOCALIZAR-NOME.
           IF WS-NOM-ACHADO NOT EQUAL 0
              ADD 1 TO WS-NOM-QTD (WS-NOM-ACHADO)
              ADD 1 TO WS-TOT-REPETIDOS
              MOVE SPACES TO WS-REL-LINHA
              STRING "NOME REPETIDO: " WS-FAN-NOME
                     " - MATRICULAS "
                     WS-NOM-MATRICULA (WS-NOM-ACHADO)
                     " E " WS-MATRICULA
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              DISPLAY WS-REL-LINHA
              GO TO CONVERTER-UM-FUNCIONARIO-FIM
           END-IF.

           IF WS-NOM-ITENS < 200
              ADD 1 TO WS-NOM-ITENS
              MOVE WS-FAN-NOME  TO WS-NOM-NOME (WS-NOM-ITENS)
              MOVE WS-MATRICULA TO WS-NOM-MATRICULA (WS-NOM-ITENS)
              MOVE 1            TO WS-NOM-QTD (WS-NOM-ITENS)
           ELSE
              DISPLAY "AVISO: CADASTRO MAIOR QUE 200 - " WS-FAN-NOME
                      " FICA SEM CASAR MOVIMENTO E HISTORICO"
           END-IF.

       CONVERTER-UM-FUNCIONARIO-FIM.
           READ FUNC-ANT.

      *------------------- NOME DO LANCAMENTO -> MATRICULA ------------*
       TRADUZIR-NOME    SECTION.
           MOVE ZEROS TO WS-MATRICULA-NOVA.
           PERFORM LOCALIZAR-NOME.
           IF WS-NOM-ACHADO EQUAL 0
              MOVE 'S' TO WS-SITUACAO-NOME
              GO TO TRADUZIR-NOME-FIM
           END-IF.
           IF WS-NOM-QTD (WS-NOM-ACHADO) > 1
              MOVE 'A' TO WS-SITUACAO-NOME
              GO TO TRADUZIR-NOME-FIM
           END-IF.
           MOVE 'U' TO WS-SITUACAO-NOME.
           MOVE WS-NOM-MATRICULA (WS-NOM-ACHADO) TO WS-MATRICULA-NOVA.

       TRADUZIR-NOME-FIM.
           EXIT.

       LOCALIZAR-NOME    SECTION.
           MOVE 0 TO WS-NOM-IDX.
           MOVE 0 TO WS-NOM-ACHADO.
           PERFORM PROCURAR-NOME
              UNTIL WS-NOM-IDX EQUAL WS-NOM-ITENS
                 OR WS-NOM-ACHADO NOT EQUAL 0.

       PROCURAR-NOME    SECTION.
           ADD 1 TO WS-NOM-IDX.
           IF WS-NOM-NOME (WS-NOM-IDX) EQUAL WS-NOME-BUSCA
              MOVE WS-NOM-IDX TO WS-NOM-ACHADO
           END-IF.

      *------------------- MOVIMENTOS AINDA NAO PAGOS -----------------*
      *  SEM DONO CERTO O MOVIMENTO NAO E CONVERTIDO: SAI NO RELATORIO*
      *  PARA SER RELANCADO PELA MATRICULA NO 3-FOLHAMOV              *
       CONVERTER-MOVIMENTOS    SECTION.
           OPEN INPUT MOV-ANT.
           IF WS-FS-MOV-ANT NOT EQUAL ZEROS
              DISPLAY "SEM MOVFOLHA.DAT - PULADO"
              GO TO CONVERTER-MOVIMENTOS-FIM
           END-IF.
           OPEN OUTPUT MOV-NOV.

           READ MOV-ANT.
           PERFORM CONVERTER-UM-MOVIMENTO
              UNTIL WS-FS-MOV-ANT NOT EQUAL ZEROS.

           CLOSE MOV-ANT.
           CLOSE MOV-NOV.
           DISPLAY "MOVIMENTOS CONVERTIDOS: " WS-TOT-MOVIMENTOS.

       CONVERTER-MOVIMENTOS-FIM.
           EXIT.

       CONVERTER-UM-MOVIMENTO    SECTION.
           MOVE WS-MAN-NOME TO WS-NOME-BUSCA.
           PERFORM TRADUZIR-NOME.
           IF WS-SITUACAO-NOME EQUAL 'U'
              MOVE WS-MAN-PERIODO    TO WS-MNV-PERIODO
              MOVE WS-MATRICULA-NOVA TO WS-MNV-MATRICULA
              MOVE WS-MAN-EVENTO     TO WS-MNV-EVENTO
              MOVE WS-MAN-VALOR      TO WS-MNV-VALOR
              MOVE 'M'               TO WS-MNV-ORIGEM
              WRITE WS-MNV-REG
              ADD 1 TO WS-TOT-MOVIMENTOS
           ELSE
              ADD 1 TO WS-TOT-MOV-FORA
              MOVE WS-MAN-VALOR TO WS-VALOR-EDIT
              IF WS-SITUACAO-NOME EQUAL 'A'
                 MOVE "NOME REPETIDO" TO WS-MOTIVO-FORA
              ELSE
                 MOVE "SEM CADASTRO " TO WS-MOTIVO-FORA
              END-IF
              MOVE SPACES TO WS-REL-LINHA
              STRING "MOVIMENTO A RELANCAR (" WS-MOTIVO-FORA "): "
                     WS-MAN-PERIODO " " WS-MAN-NOME
                     " " WS-MAN-EVENTO " " WS-VALOR-EDIT
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
              DISPLAY WS-REL-LINHA
           END-IF.
           READ MOV-ANT.

      *------------------- HISTORICO DE LIQUIDOS ----------------------*
      *  NADA DO HISTORICO SE PERDE: SEM DONO CERTO FICA COM A        *
      *  MATRICULA ZERADA E SO O NOME, E A VARIACAO O TRATA COMO      *
      *  QUEM SAIU DA FOLHA                                           *
       CONVERTER-HISTORICO    SECTION.
           OPEN INPUT HIST-ANT.
           IF WS-FS-HIST-ANT NOT EQUAL ZEROS
              DISPLAY "SEM FOLHAHIST.DAT - PULADO"
              GO TO CONVERTER-HISTORICO-FIM
           END-IF.
           OPEN OUTPUT HIST-NOV.

           READ HIST-ANT.
           PERFORM CONVERTER-UM-HISTORICO
              UNTIL WS-FS-HIST-ANT NOT EQUAL ZEROS.

           CLOSE HIST-ANT.
           CLOSE HIST-NOV.
           DISPLAY "HISTORICO CONVERTIDO : " WS-TOT-HISTORICO.

       CONVERTER-HISTORICO-FIM.
           EXIT.

       CONVERTER-UM-HISTORICO    SECTION.
           MOVE WS-HAN-NOME TO WS-NOME-BUSCA.
           PERFORM TRADUZIR-NOME.

           MOVE WS-HAN-PERIODO    TO WS-HNV-PERIODO.
           MOVE WS-HAN-TIPO       TO WS-HNV-TIPO.
           MOVE WS-MATRICULA-NOVA TO WS-HNV-MATRICULA.
           MOVE WS-HAN-NOME       TO WS-HNV-NOME.
           MOVE WS-HAN-LIQUIDO    TO WS-HNV-LIQUIDO.
           WRITE WS-HNV-REG.
           ADD 1 TO WS-TOT-HISTORICO.

           IF WS-SITUACAO-NOME NOT EQUAL 'U'
              ADD 1 TO WS-TOT-HIST-ZERADO
              MOVE SPACES TO WS-REL-LINHA
              STRING "HISTORICO SEM MATRICULA: " WS-HAN-PERIODO
                     " " WS-HAN-TIPO " " WS-HAN-NOME
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              END-STRING
              WRITE WS-REL-LINHA
           END-IF.
           READ HIST-ANT.

       FINALIZAR    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "NOMES REPETIDOS NO CADASTRO: " WS-TOT-REPETIDOS
                  "  MOVIMENTOS A RELANCAR: " WS-TOT-MOV-FORA
                  "  HISTORICO SEM MATRICULA: " WS-TOT-HIST-ZERADO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           WRITE WS-REL-LINHA.
           CLOSE RELATO.

           DISPLAY "NOMES REPETIDOS      : " WS-TOT-REPETIDOS.
           DISPLAY "MOVIMENTOS A RELANCAR: " WS-TOT-MOV-FORA.
           DISPLAY "HISTORICO SEM MATRIC.: " WS-TOT-HIST-ZERADO.
           DISPLAY "RELATORIO EM ..\DADOS\FUNCCONV.TXT".
           DISPLAY "PROCESSE O RETORNO DA ULTIMA REMESSA ANTES DA"
                   " TROCA - A REMESSA ANTIGA NAO TEM MATRICULA".
           DISPLAY "COMPLETE O CPF DE CADA MATRICULA NO 3-FUNCCAD".
           DISPLAY "TROQUE OS ARQUIVOS .NOVO PELOS ORIGINAIS NA"
                   " JANELA DE MANUTENCAO".
       END PROGRAM 3-FUNCCONV.
