      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 3-INFORME.
      *-----------------------------------------------------------------
      *  INFORME DE RENDIMENTOS DO ANO-CALENDARIO: SOMA AS FOLHAS DO  *
      *  FOLHAHIST (MENSAL, 13O, FERIAS E RESCISAO) DE CADA           *
      *  FUNCIONARIO, INCLUSIVE OS DESLIGADOS NO ANO, E EMITE O       *
      *  COMPROVANTE DE CADA UM MAIS O ARQUIVO DA DECLARACAO ANUAL DE *
      *  RETENCOES PARA A CONTABILIDADE                               *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO "..\DADOS\FUNCIONARIOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FUNC.

           SELECT FOLHAHIST ASSIGN TO "..\DADOS\FOLHAHIST.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOLHAHIST.

           SELECT INFORME ASSIGN TO "..\DADOS\INFORME.RENDIMENTOS.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INFORME.

           SELECT DECLARACAO
           ASSIGN TO "..\DADOS\INFORME.DECLARACAO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DECLARACAO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- (VER 3-FUNCCAD) ----------------------------*
       FD  FUNCIONARIOS.
       01  WS-FUNC-REG.
           05 WS-FUNC-MATRICULA      PIC 9(06).
           05 WS-FUNC-NOME           PIC X(20).
           05 WS-FUNC-CPF            PIC 9(11).
           05 WS-FUNC-DEPTM          PIC X(03).
           05 WS-FUNC-SALARIO        PIC 9(07)V99.
           05 WS-FUNC-BANCO          PIC 9(03).
           05 WS-FUNC-AGENCIA        PIC 9(04).
           05 WS-FUNC-CONTA          PIC 9(08).
           05 WS-FUNC-CONTA-DV       PIC X(01).
           05 WS-FUNC-ADMISSAO       PIC 9(08).
           05 WS-FUNC-DESLIGAMENTO   PIC 9(08).
           05 WS-FUNC-AFAST-INICIO   PIC 9(08).
           05 WS-FUNC-AFAST-RETORNO  PIC 9(08).

      *------------------- (VER 3-FOLHAPG) ----------------------------*
       FD  FOLHAHIST.
       01  WS-FHIST-REG.
           05 WS-FHIST-PERIODO      PIC 9(06).
           05 WS-FHIST-TIPO         PIC X(02).
           05 WS-FHIST-MATRICULA    PIC 9(06).
           05 WS-FHIST-NOME         PIC X(20).
           05 WS-FHIST-LIQUIDO      PIC 9(09)V99.
           05 WS-FHIST-TRIBUTAVEL   PIC 9(09)V99.
           05 WS-FHIST-IRRF         PIC 9(09)V99.
           05 WS-FHIST-DECIMO       PIC 9(09)V99.
           05 WS-FHIST-IRRF-DECIMO  PIC 9(09)V99.
           05 WS-FHIST-ISENTO       PIC 9(09)V99.
           05 WS-FHIST-INSS         PIC 9(09)V99.

       FD  INFORME.
       01  WS-INF-LINHA              PIC X(80).

       FD  DECLARACAO.
       01  WS-DEC-LINHA              PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNC                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FOLHAHIST           PIC 9(02) VALUE ZEROS.
       01 WS-FS-INFORME             PIC 9(02) VALUE ZEROS.
       01 WS-FS-DECLARACAO          PIC 9(02) VALUE ZEROS.
       01 WS-ANO                    PIC 9(04) VALUE ZEROS.
       01 WS-MES                    PIC 9(02) VALUE ZEROS.
       01 WS-DESLIG-ANO             PIC 9(04) VALUE ZEROS.

      *    FONTE PAGADORA (A MESMA DA REMESSA DO 3-FOLHAPG)
       01 WS-EMPRESA-NOME            PIC X(30)
              VALUE "ALURA COMERCIO LTDA".
       01 WS-EMPRESA-CNPJ            PIC 9(14) VALUE 12345678000195.
      *    RENDIMENTO DO TRABALHO ASSALARIADO
       01 WS-COD-RECEITA             PIC 9(04) VALUE 0561.

      *------------------- RENDIMENTOS DO ANO POR FUNCIONARIO ---------*
      *  O CADASTRO ENTRA PRIMEIRO (CPF E DESLIGAMENTO); MATRICULA    *
      *  QUE SO EXISTE NO HISTORICO ENTRA COM O NOME DA FOLHA         *
       01 WS-BEN-TAB.
           05 WS-BEN OCCURS 200 TIMES.
              10 WS-BEN-MATRICULA   PIC 9(06).
              10 WS-BEN-NOME        PIC X(20).
              10 WS-BEN-CPF         PIC 9(11).
              10 WS-BEN-DESLIG      PIC 9(08).
              10 WS-BEN-FOLHAS      PIC 9(03).
              10 WS-BEN-SEM-DETALHE PIC 9(03).
              10 WS-BEN-MES OCCURS 12 TIMES.
                 15 WS-BEN-MES-TRIB PIC 9(09)V99.
                 15 WS-BEN-MES-INSS PIC 9(09)V99.
                 15 WS-BEN-MES-IRRF PIC 9(09)V99.
              10 WS-BEN-DECIMO      PIC 9(09)V99.
              10 WS-BEN-IRRF-DECIMO PIC 9(09)V99.
              10 WS-BEN-ISENTO      PIC 9(09)V99.
       01 WS-BEN-ITENS              PIC 9(03) VALUE 0.
       01 WS-BEN-IDX                PIC 9(03) VALUE 0.
       01 WS-BEN-ACHADO             PIC 9(03) VALUE 0.
       01 WS-BEN-ESTOURO            PIC X(01) VALUE 'N'.

      *    TOTAIS ANUAIS DO FUNCIONARIO EM EMISSAO
       01 WS-TOT-BEN.
           05 WS-TB-TRIBUTAVEL      PIC 9(09)V99.
           05 WS-TB-INSS            PIC 9(09)V99.
           05 WS-TB-IRRF            PIC 9(09)V99.

      *    TOTAIS DA DECLARACAO
       01 WS-TOT-BENEFICIARIOS      PIC 9(06) VALUE ZEROS.
       01 WS-TOT-TRIBUTAVEL         PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-IRRF               PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-DECIMO             PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-IRRF-DECIMO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-ISENTO             PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-FOLHAS             PIC 9(06) VALUE ZEROS.
       01 WS-TOT-SEM-DETALHE        PIC 9(06) VALUE ZEROS.
       01 WS-TOT-SEM-MATRICULA      PIC 9(06) VALUE ZEROS.
       01 WS-TOT-SEM-CPF            PIC 9(06) VALUE ZEROS.

       01 WS-ROTULO                 PIC X(50) VALUE SPACES.
       01 WS-VALOR-N                PIC 9(09)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT             PIC Z(08)9.99.
       01 WS-CPF-NUM                PIC 9(11) VALUE ZEROS.
       01 WS-CPF-NUM-R REDEFINES WS-CPF-NUM.
           05 WS-CPF-P1             PIC 9(03).
           05 WS-CPF-P2             PIC 9(03).
           05 WS-CPF-P3             PIC 9(03).
           05 WS-CPF-P4             PIC 9(02).
       01 WS-CPF-FMTD.
           05 WS-CPF-F1             PIC 9(03).
           05 FILLER                PIC X(01) VALUE '.'.
           05 WS-CPF-F2             PIC 9(03).
           05 FILLER                PIC X(01) VALUE '.'.
           05 WS-CPF-F3             PIC 9(03).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-CPF-F4             PIC 9(02).
       01 WS-DATA-EDIT              PIC 99/99/9999.
       01 WS-DATA-INV               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INV-R REDEFINES WS-DATA-INV.
           05 WS-DI-ANO             PIC 9(04).
           05 WS-DI-MES             PIC 9(02).
           05 WS-DI-DIA             PIC 9(02).
       01 WS-DATA-DMA               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-DMA-R REDEFINES WS-DATA-DMA.
           05 WS-DD-DIA             PIC 9(02).
           05 WS-DD-MES             PIC 9(02).
           05 WS-DD-ANO             PIC 9(04).

      *------------------- DECLARACAO ANUAL DE RETENCOES --------------*
      *  LAYOUT POSICIONAL: H = FONTE PAGADORA / B = BENEFICIARIO     *
      *  COM OS TOTAIS DO ANO / M = MES DO BENEFICIARIO (MES 13 = 13O *
      *  SALARIO) / T = TOTAIS DO ARQUIVO                             *
       01 WS-DEC-HEADER.
           05 FILLER                 PIC X(01) VALUE "H".
           05 WS-DCH-ANO             PIC 9(04).
           05 WS-DCH-CNPJ            PIC 9(14).
           05 WS-DCH-EMPRESA         PIC X(30).
           05 WS-DCH-RECEITA         PIC 9(04).
           05 FILLER                 PIC X(67) VALUE SPACES.

       01 WS-DEC-BENEFICIARIO.
           05 FILLER                 PIC X(01) VALUE "B".
           05 WS-DCB-CPF             PIC 9(11).
           05 WS-DCB-MATRICULA       PIC 9(06).
           05 WS-DCB-NOME            PIC X(20).
           05 WS-DCB-DESLIG          PIC 9(08).
      *       AAAAMMDD DO DESLIGAMENTO NO ANO; ZEROS = ATIVO
           05 WS-DCB-TRIBUTAVEL      PIC 9(09)V99.
           05 WS-DCB-INSS            PIC 9(09)V99.
           05 WS-DCB-IRRF            PIC 9(09)V99.
           05 WS-DCB-DECIMO          PIC 9(09)V99.
           05 WS-DCB-IRRF-DECIMO     PIC 9(09)V99.
           05 WS-DCB-ISENTO          PIC 9(09)V99.
           05 FILLER                 PIC X(08) VALUE SPACES.

       01 WS-DEC-MES.
           05 FILLER                 PIC X(01) VALUE "M".
           05 WS-DCM-CPF             PIC 9(11).
           05 WS-DCM-MATRICULA       PIC 9(06).
           05 WS-DCM-MES             PIC 9(02).
           05 WS-DCM-RENDIMENTO      PIC 9(09)V99.
           05 WS-DCM-INSS            PIC 9(09)V99.
           05 WS-DCM-IRRF            PIC 9(09)V99.
           05 FILLER                 PIC X(67) VALUE SPACES.

       01 WS-DEC-TRAILER.
           05 FILLER                 PIC X(01) VALUE "T".
           05 WS-DCT-QTD             PIC 9(06).
           05 WS-DCT-TRIBUTAVEL      PIC 9(11)V99.
           05 WS-DCT-IRRF            PIC 9(11)V99.
           05 WS-DCT-DECIMO          PIC 9(11)V99.
           05 WS-DCT-IRRF-DECIMO     PIC 9(11)V99.
           05 WS-DCT-ISENTO          PIC 9(11)V99.
           05 FILLER                 PIC X(48) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.

           READ FOLHAHIST.
           PERFORM ACUMULAR-FOLHA
              UNTIL WS-FS-FOLHAHIST NOT EQUAL ZEROS.
           CLOSE FOLHAHIST.

           PERFORM EMITIR-INFORMES.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "INFORME DE RENDIMENTOS DOS FUNCIONARIOS".
           DISPLAY "---------------------------------------".
           DISPLAY "ANO-CALENDARIO (AAAA / 0 = ANO ANTERIOR): ".
              ACCEPT WS-ANO.
           IF WS-ANO EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE (1:4) TO WS-ANO
              SUBTRACT 1 FROM WS-ANO
           END-IF.

           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FUNCIONARIOS " WS-FS-FUNC
              STOP RUN
           END-IF.
           READ FUNCIONARIOS.
           PERFORM GUARDAR-FUNCIONARIO
              UNTIL WS-FS-FUNC NOT EQUAL ZEROS.
           CLOSE FUNCIONARIOS.

           OPEN INPUT FOLHAHIST.
           IF WS-FS-FOLHAHIST NOT EQUAL ZEROS
              DISPLAY "SEM FOLHAHIST.DAT - NADA A INFORMAR"
              STOP RUN
           END-IF.

       GUARDAR-FUNCIONARIO    SECTION.
           IF WS-FUNC-DESLIGAMENTO NOT NUMERIC
              MOVE ZEROS TO WS-FUNC-DESLIGAMENTO
           END-IF.
           IF WS-FUNC-CPF NOT NUMERIC
              MOVE ZEROS TO WS-FUNC-CPF
           END-IF.
           IF WS-BEN-ITENS < 200
              ADD 1 TO WS-BEN-ITENS
              INITIALIZE WS-BEN (WS-BEN-ITENS)
              MOVE WS-FUNC-MATRICULA
                TO WS-BEN-MATRICULA (WS-BEN-ITENS)
              MOVE WS-FUNC-NOME TO WS-BEN-NOME (WS-BEN-ITENS)
              MOVE WS-FUNC-CPF  TO WS-BEN-CPF (WS-BEN-ITENS)
              MOVE WS-FUNC-DESLIGAMENTO
                TO WS-BEN-DESLIG (WS-BEN-ITENS)
           ELSE
              MOVE 'S' TO WS-BEN-ESTOURO
           END-IF.
           READ FUNCIONARIOS.

      *------------------- SOMA UMA FOLHA DO ANO AO FUNCIONARIO -------*
       ACUMULAR-FOLHA    SECTION.
           IF WS-FHIST-PERIODO (1:4) NOT EQUAL WS-ANO
              GO TO ACUMULAR-FOLHA-FIM
           END-IF.

      *    HISTORICO CONVERTIDO SEM DONO CERTO (VER 3-FUNCCONV)
           IF WS-FHIST-MATRICULA EQUAL ZEROS
              ADD 1 TO WS-TOT-SEM-MATRICULA
              DISPLAY "AVISO: FOLHA " WS-FHIST-PERIODO " "
                      WS-FHIST-TIPO " DE " WS-FHIST-NOME
                      " SEM MATRICULA - FORA DO INFORME"
              GO TO ACUMULAR-FOLHA-FIM
           END-IF.

           MOVE 0 TO WS-BEN-IDX.
           MOVE 0 TO WS-BEN-ACHADO.
           PERFORM PROCURAR-BENEFICIARIO
              UNTIL WS-BEN-IDX EQUAL WS-BEN-ITENS
                 OR WS-BEN-ACHADO NOT EQUAL 0.

           IF WS-BEN-ACHADO EQUAL 0
              IF WS-BEN-ITENS < 200
                 ADD 1 TO WS-BEN-ITENS
                 MOVE WS-BEN-ITENS TO WS-BEN-ACHADO
                 INITIALIZE WS-BEN (WS-BEN-ACHADO)
                 MOVE WS-FHIST-MATRICULA
                   TO WS-BEN-MATRICULA (WS-BEN-ACHADO)
                 MOVE WS-FHIST-NOME TO WS-BEN-NOME (WS-BEN-ACHADO)
              ELSE
                 MOVE 'S' TO WS-BEN-ESTOURO
                 GO TO ACUMULAR-FOLHA-FIM
              END-IF
           END-IF.

           ADD 1 TO WS-TOT-FOLHAS.
           ADD 1 TO WS-BEN-FOLHAS (WS-BEN-ACHADO).

      *    FOLHA GRAVADA ANTES DO DETALHE DE RENDIMENTOS SO TEM O
      *    LIQUIDO: O RH COMPLETA O INFORME PELO CONTRACHEQUE
           IF WS-FHIST-TRIBUTAVEL NOT NUMERIC
              OR WS-FHIST-IRRF NOT NUMERIC
              OR WS-FHIST-DECIMO NOT NUMERIC
              OR WS-FHIST-IRRF-DECIMO NOT NUMERIC
              OR WS-FHIST-ISENTO NOT NUMERIC
              OR WS-FHIST-INSS NOT NUMERIC
              ADD 1 TO WS-TOT-SEM-DETALHE
              ADD 1 TO WS-BEN-SEM-DETALHE (WS-BEN-ACHADO)
              DISPLAY "AVISO: FOLHA " WS-FHIST-PERIODO " "
                      WS-FHIST-TIPO " DA MATRICULA "
                      WS-FHIST-MATRICULA " SEM DETALHE DE RENDIMENTOS"
              GO TO ACUMULAR-FOLHA-FIM
           END-IF.

           MOVE WS-FHIST-PERIODO (5:2) TO WS-MES.
           ADD WS-FHIST-TRIBUTAVEL
             TO WS-BEN-MES-TRIB (WS-BEN-ACHADO WS-MES).
           ADD WS-FHIST-INSS
             TO WS-BEN-MES-INSS (WS-BEN-ACHADO WS-MES).
           ADD WS-FHIST-IRRF
             TO WS-BEN-MES-IRRF (WS-BEN-ACHADO WS-MES).
           ADD WS-FHIST-DECIMO TO WS-BEN-DECIMO (WS-BEN-ACHADO).
           ADD WS-FHIST-IRRF-DECIMO
             TO WS-BEN-IRRF-DECIMO (WS-BEN-ACHADO).
           ADD WS-FHIST-ISENTO TO WS-BEN-ISENTO (WS-BEN-ACHADO).

       ACUMULAR-FOLHA-FIM.
           READ FOLHAHIST.

       PROCURAR-BENEFICIARIO    SECTION.
           ADD 1 TO WS-BEN-IDX.
           IF WS-BEN-MATRICULA (WS-BEN-IDX) EQUAL WS-FHIST-MATRICULA
              MOVE WS-BEN-IDX TO WS-BEN-ACHADO
           END-IF.

      *------------------- COMPROVANTES E DECLARACAO ------------------*
       EMITIR-INFORMES    SECTION.
           IF WS-BEN-ESTOURO EQUAL 'S'
      *       INFORME SEM ALGUM FUNCIONARIO NAO PODE SAIR
              DISPLAY "MAIS DE 200 FUNCIONARIOS NO CADASTRO E NO"
                      " HISTORICO - AMPLIE A TABELA"
              STOP RUN
           END-IF.

           OPEN OUTPUT INFORME.
           IF WS-FS-INFORME NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO INFORME " WS-FS-INFORME
              STOP RUN
           END-IF.
           OPEN OUTPUT DECLARACAO.
           IF WS-FS-DECLARACAO NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DA DECLARACAO "
                      WS-FS-DECLARACAO
              STOP RUN
           END-IF.

           MOVE WS-ANO          TO WS-DCH-ANO.
           MOVE WS-EMPRESA-CNPJ TO WS-DCH-CNPJ.
           MOVE WS-EMPRESA-NOME TO WS-DCH-EMPRESA.
           MOVE WS-COD-RECEITA  TO WS-DCH-RECEITA.
           MOVE WS-DEC-HEADER   TO WS-DEC-LINHA.
           WRITE WS-DEC-LINHA.

           MOVE 0 TO WS-BEN-IDX.
           PERFORM EMITIR-UM-INFORME
              UNTIL WS-BEN-IDX EQUAL WS-BEN-ITENS.

           MOVE WS-TOT-BENEFICIARIOS TO WS-DCT-QTD.
           MOVE WS-TOT-TRIBUTAVEL    TO WS-DCT-TRIBUTAVEL.
           MOVE WS-TOT-IRRF          TO WS-DCT-IRRF.
           MOVE WS-TOT-DECIMO        TO WS-DCT-DECIMO.
           MOVE WS-TOT-IRRF-DECIMO   TO WS-DCT-IRRF-DECIMO.
           MOVE WS-TOT-ISENTO        TO WS-DCT-ISENTO.
           MOVE WS-DEC-TRAILER       TO WS-DEC-LINHA.
           WRITE WS-DEC-LINHA.

           CLOSE INFORME.
           CLOSE DECLARACAO.

       EMITIR-UM-INFORME    SECTION.
           ADD 1 TO WS-BEN-IDX.
      *    SO QUEM TEVE FOLHA NO ANO RECEBE INFORME
           IF WS-BEN-FOLHAS (WS-BEN-IDX) EQUAL ZEROS
              GO TO EMITIR-UM-INFORME-FIM
           END-IF.

           ADD 1 TO WS-TOT-BENEFICIARIOS.
           IF WS-BEN-CPF (WS-BEN-IDX) EQUAL ZEROS
              ADD 1 TO WS-TOT-SEM-CPF
              DISPLAY "AVISO: MATRICULA " WS-BEN-MATRICULA (WS-BEN-IDX)
                      " SEM CPF - COMPLETAR NA DECLARACAO"
           END-IF.

           INITIALIZE WS-TOT-BEN.
           MOVE 0 TO WS-MES.
           PERFORM SOMAR-MES-BENEFICIARIO UNTIL WS-MES EQUAL 12.

           ADD WS-TB-TRIBUTAVEL TO WS-TOT-TRIBUTAVEL.
           ADD WS-TB-IRRF       TO WS-TOT-IRRF.
           ADD WS-BEN-DECIMO (WS-BEN-IDX)      TO WS-TOT-DECIMO.
           ADD WS-BEN-IRRF-DECIMO (WS-BEN-IDX) TO WS-TOT-IRRF-DECIMO.
           ADD WS-BEN-ISENTO (WS-BEN-IDX)      TO WS-TOT-ISENTO.

           PERFORM IMPRIMIR-COMPROVANTE.
           PERFORM GRAVAR-BENEFICIARIO.

       EMITIR-UM-INFORME-FIM.
           EXIT.

       SOMAR-MES-BENEFICIARIO    SECTION.
           ADD 1 TO WS-MES.
           ADD WS-BEN-MES-TRIB (WS-BEN-IDX WS-MES) TO WS-TB-TRIBUTAVEL.
           ADD WS-BEN-MES-INSS (WS-BEN-IDX WS-MES) TO WS-TB-INSS.
           ADD WS-BEN-MES-IRRF (WS-BEN-IDX WS-MES) TO WS-TB-IRRF.

      *------------------- COMPROVANTE DO FUNCIONARIO -----------------*
       IMPRIMIR-COMPROVANTE    SECTION.
           MOVE ALL "=" TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.
           MOVE "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A"
             TO WS-INF-LINHA.
           MOVE "RENDA RETIDO NA FONTE" TO WS-INF-LINHA (55:21).
           WRITE WS-INF-LINHA.
           MOVE SPACES TO WS-INF-LINHA.
           STRING "ANO-CALENDARIO " WS-ANO
                  DELIMITED BY SIZE INTO WS-INF-LINHA
           END-STRING.
           WRITE WS-INF-LINHA.
           MOVE ALL "-" TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.

           MOVE SPACES TO WS-INF-LINHA.
           STRING "1. FONTE PAGADORA: " WS-EMPRESA-NOME
                  " CNPJ " WS-EMPRESA-CNPJ
                  DELIMITED BY SIZE INTO WS-INF-LINHA
           END-STRING.
           WRITE WS-INF-LINHA.

           MOVE WS-BEN-CPF (WS-BEN-IDX) TO WS-CPF-NUM.
           MOVE WS-CPF-P1 TO WS-CPF-F1.
           MOVE WS-CPF-P2 TO WS-CPF-F2.
           MOVE WS-CPF-P3 TO WS-CPF-F3.
           MOVE WS-CPF-P4 TO WS-CPF-F4.
           MOVE SPACES TO WS-INF-LINHA.
           STRING "2. BENEFICIARIO  : " WS-BEN-MATRICULA (WS-BEN-IDX)
                  " " WS-BEN-NOME (WS-BEN-IDX)
                  "  CPF " WS-CPF-FMTD
                  DELIMITED BY SIZE INTO WS-INF-LINHA
           END-STRING.
           IF WS-CPF-NUM EQUAL ZEROS
              MOVE "NAO INFORMADO" TO WS-INF-LINHA (53:14)
           END-IF.
           WRITE WS-INF-LINHA.
           MOVE SPACES TO WS-INF-LINHA.
           STRING "   NATUREZA DO RENDIMENTO: " WS-COD-RECEITA
                  " - TRABALHO ASSALARIADO"
                  DELIMITED BY SIZE INTO WS-INF-LINHA
           END-STRING.
           WRITE WS-INF-LINHA.

           MOVE WS-BEN-DESLIG (WS-BEN-IDX) (1:4) TO WS-DESLIG-ANO.
           IF WS-BEN-DESLIG (WS-BEN-IDX) NOT EQUAL ZEROS
              AND WS-DESLIG-ANO NOT > WS-ANO
              MOVE WS-BEN-DESLIG (WS-BEN-IDX) TO WS-DATA-INV
              MOVE WS-DI-DIA TO WS-DD-DIA
              MOVE WS-DI-MES TO WS-DD-MES
              MOVE WS-DI-ANO TO WS-DD-ANO
              MOVE WS-DATA-DMA TO WS-DATA-EDIT
              MOVE SPACES TO WS-INF-LINHA
              STRING "   DESLIGADO EM " WS-DATA-EDIT
                     DELIMITED BY SIZE INTO WS-INF-LINHA
              END-STRING
              WRITE WS-INF-LINHA
           END-IF.

           MOVE SPACES TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.
           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
             TO WS-INF-LINHA.
           MOVE "VALOR" TO WS-INF-LINHA (68:5).
           WRITE WS-INF-LINHA.
           MOVE "   01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
             TO WS-ROTULO.
           MOVE WS-TB-TRIBUTAVEL TO WS-VALOR-N.
           PERFORM IMPRIMIR-LINHA-VALOR.
           MOVE "   02. CONTRIBUICAO PREVIDENCIARIA OFICIAL"
             TO WS-ROTULO.
           MOVE WS-TB-INSS TO WS-VALOR-N.
           PERFORM IMPRIMIR-LINHA-VALOR.
           MOVE "   05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
             TO WS-ROTULO.
           MOVE WS-TB-IRRF TO WS-VALOR-N.
           PERFORM IMPRIMIR-LINHA-VALOR.

           MOVE SPACES TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.
           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
             TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.
           MOVE "   FERIAS E AVISO PREVIO INDENIZADOS NA RESCISAO"
             TO WS-ROTULO.
           MOVE WS-BEN-ISENTO (WS-BEN-IDX) TO WS-VALOR-N.
           PERFORM IMPRIMIR-LINHA-VALOR.

           MOVE SPACES TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.
           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
             TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.
           MOVE "   01. DECIMO TERCEIRO SALARIO" TO WS-ROTULO.
           MOVE WS-BEN-DECIMO (WS-BEN-IDX) TO WS-VALOR-N.
           PERFORM IMPRIMIR-LINHA-VALOR.
           MOVE "   02. IMPOSTO RETIDO SOBRE O 13O SALARIO"
             TO WS-ROTULO.
           MOVE WS-BEN-IRRF-DECIMO (WS-BEN-IDX) TO WS-VALOR-N.
           PERFORM IMPRIMIR-LINHA-VALOR.

           IF WS-BEN-SEM-DETALHE (WS-BEN-IDX) NOT EQUAL ZEROS
              MOVE SPACES TO WS-INF-LINHA
              WRITE WS-INF-LINHA
              MOVE SPACES TO WS-INF-LINHA
              STRING "ATENCAO: " WS-BEN-SEM-DETALHE (WS-BEN-IDX)
                     " FOLHA(S) SEM DETALHE NO HISTORICO -"
                     " CONFERIR PELO CONTRACHEQUE"
                     DELIMITED BY SIZE INTO WS-INF-LINHA
              END-STRING
              WRITE WS-INF-LINHA
           END-IF.

           MOVE SPACES TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.
           MOVE "RESPONSAVEL: ______________________  DATA: ________"
             TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.
           MOVE SPACES TO WS-INF-LINHA.
           WRITE WS-INF-LINHA.

       IMPRIMIR-LINHA-VALOR    SECTION.
           MOVE WS-VALOR-N TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-INF-LINHA.
           MOVE WS-ROTULO     TO WS-INF-LINHA (1:50).
           MOVE WS-VALOR-EDIT TO WS-INF-LINHA (60:13).
           WRITE WS-INF-LINHA.

      *------------------- BENEFICIARIO NA DECLARACAO -----------------*
       GRAVAR-BENEFICIARIO    SECTION.
           MOVE WS-BEN-CPF (WS-BEN-IDX)       TO WS-DCB-CPF.
           MOVE WS-BEN-MATRICULA (WS-BEN-IDX) TO WS-DCB-MATRICULA.
           MOVE WS-BEN-NOME (WS-BEN-IDX)      TO WS-DCB-NOME.
           MOVE ZEROS TO WS-DCB-DESLIG.
           IF WS-DESLIG-ANO EQUAL WS-ANO
              MOVE WS-BEN-DESLIG (WS-BEN-IDX) TO WS-DCB-DESLIG
           END-IF.
           MOVE WS-TB-TRIBUTAVEL TO WS-DCB-TRIBUTAVEL.
           MOVE WS-TB-INSS       TO WS-DCB-INSS.
           MOVE WS-TB-IRRF       TO WS-DCB-IRRF.
           MOVE WS-BEN-DECIMO (WS-BEN-IDX)      TO WS-DCB-DECIMO.
           MOVE WS-BEN-IRRF-DECIMO (WS-BEN-IDX) TO WS-DCB-IRRF-DECIMO.
           MOVE WS-BEN-ISENTO (WS-BEN-IDX)      TO WS-DCB-ISENTO.
           MOVE WS-DEC-BENEFICIARIO TO WS-DEC-LINHA.
           WRITE WS-DEC-LINHA.

           MOVE WS-BEN-CPF (WS-BEN-IDX)       TO WS-DCM-CPF.
           MOVE WS-BEN-MATRICULA (WS-BEN-IDX) TO WS-DCM-MATRICULA.
           MOVE 0 TO WS-MES.
           PERFORM GRAVAR-MES-BENEFICIARIO UNTIL WS-MES EQUAL 12.

           IF WS-BEN-DECIMO (WS-BEN-IDX) NOT EQUAL ZEROS
              MOVE 13 TO WS-DCM-MES
              MOVE WS-BEN-DECIMO (WS-BEN-IDX) TO WS-DCM-RENDIMENTO
              MOVE ZEROS TO WS-DCM-INSS
              MOVE WS-BEN-IRRF-DECIMO (WS-BEN-IDX) TO WS-DCM-IRRF
              MOVE WS-DEC-MES TO WS-DEC-LINHA
              WRITE WS-DEC-LINHA
           END-IF.

       GRAVAR-MES-BENEFICIARIO    SECTION.
           ADD 1 TO WS-MES.
           IF WS-BEN-MES-TRIB (WS-BEN-IDX WS-MES) EQUAL ZEROS
              AND WS-BEN-MES-IRRF (WS-BEN-IDX WS-MES) EQUAL ZEROS
              GO TO GRAVAR-MES-BENEFICIARIO-FIM
           END-IF.
           MOVE WS-MES TO WS-DCM-MES.
           MOVE WS-BEN-MES-TRIB (WS-BEN-IDX WS-MES)
             TO WS-DCM-RENDIMENTO.
           MOVE WS-BEN-MES-INSS (WS-BEN-IDX WS-MES) TO WS-DCM-INSS.
           MOVE WS-BEN-MES-IRRF (WS-BEN-IDX WS-MES) TO WS-DCM-IRRF.
           MOVE WS-DEC-MES TO WS-DEC-LINHA.
           WRITE WS-DEC-LINHA.

       GRAVAR-MES-BENEFICIARIO-FIM.
           EXIT.

       FINALIZAR    SECTION.
           DISPLAY "ANO-CALENDARIO ........: " WS-ANO.
           DISPLAY "FOLHAS DO ANO .........: " WS-TOT-FOLHAS.
           DISPLAY "INFORMES EMITIDOS .....: " WS-TOT-BENEFICIARIOS.
           DISPLAY "FOLHAS SEM DETALHE ....: " WS-TOT-SEM-DETALHE.
           DISPLAY "FOLHAS SEM MATRICULA ..: " WS-TOT-SEM-MATRICULA.
           DISPLAY "BENEFICIARIOS SEM CPF .: " WS-TOT-SEM-CPF.
           DISPLAY "COMPROVANTES EM ..\DADOS\INFORME.RENDIMENTOS.TXT".
           DISPLAY "DECLARACAO EM ..\DADOS\INFORME.DECLARACAO.DAT".
       END PROGRAM 3-INFORME.
