      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-COBRET.
      *-----------------------------------------------------------------
      *  RETORNO DA COBRANCA BANCARIA. CADA LINHA DO BANCO E CASADA    *
      *  PELO NOSSO NUMERO COM O REGISTRO DE BOLETOS (7-BOLETO) E COM  *
      *  A FATURA OU PARCELA; A LIQUIDACAO VIRA BAIXA NO PAGAMENTOS    *
      *  COM AS MESMAS REGRAS DE MULTA, JUROS E TOLERANCIA DO 7-PAGREG *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO "..\DADOS\COBRANCA.RETORNO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RETORNO.

           SELECT BOLETOS ASSIGN TO "..\DADOS\BOLETOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BOL.

           SELECT PAGAMENTOS ASSIGN TO "..\DADOS\PAGAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAG.

           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAS.

           SELECT PARCELAS ASSIGN TO "..\DADOS\PARCELAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARC.

           SELECT FATURAPAR ASSIGN TO "..\DADOS\FATURAPAR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAR.

           SELECT FINANREG ASSIGN TO "..\DADOS\FINANREG.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FIN.

           SELECT PERDAS ASSIGN TO "..\DADOS\PERDAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERDA.

           SELECT EXCECOES
           ASSIGN TO "..\DADOS\COBRANCA.EXCECOES.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- RETORNO DA COBRANCA (CNAB SIMPLIFICADO) ----*
      *  0 = HEADER / 1 = DETALHE / 9 = TRAILER. OCORRENCIAS:         *
      *  02 ENTRADA CONFIRMADA   03 ENTRADA REJEITADA                 *
      *  06 LIQUIDACAO           17 LIQUIDACAO APOS BAIXA             *
      *  09 BAIXA                10 BAIXA POR INSTRUCAO               *
       FD  RETORNO.
       01  WS-RET-REG.
           05 WS-RET-TIPO           PIC X(01).
           05 WS-RET-OCORRENCIA     PIC X(02).
              88 WS-RET-CONFIRMADA      VALUE "02".
              88 WS-RET-REJEITADA       VALUE "03".
              88 WS-RET-LIQUIDADA       VALUE "06" "17".
              88 WS-RET-BAIXADA         VALUE "09" "10".
           05 WS-RET-NOSSO-NUMERO   PIC 9(11).
           05 WS-RET-DATA           PIC 9(08).
           05 WS-RET-VALOR-TITULO   PIC 9(08)V99.
           05 WS-RET-VALOR-PAGO     PIC 9(08)V99.
           05 WS-RET-TARIFA         PIC 9(05)V99.
           05 WS-RET-MOTIVO         PIC X(20).
           05 FILLER                PIC X(10).

      *------------------- REGISTRO DOS BOLETOS EMITIDOS --------------*
       FD  BOLETOS.
       01  WS-BOL-REG.
           05 WS-BOL-FATURA         PIC 9(06).
           05 WS-BOL-PARCELA        PIC 9(02).
           05 WS-BOL-NOSSO-NUMERO   PIC 9(11).
           05 WS-BOL-CLIENTE-ID     PIC 9(09).
           05 WS-BOL-EMISSAO        PIC 9(08).
           05 WS-BOL-VENCIMENTO     PIC 9(08).
           05 WS-BOL-VALOR          PIC 9(08)V99.
           05 WS-BOL-BARRAS         PIC X(44).
           05 WS-BOL-SITUACAO       PIC X(01).
      *       E = EMITIDO / L = LIQUIDADO / B = BAIXADO PELO BANCO
      *       R = REJEITADO NA ENTRADA (PODE SER EMITIDO DE NOVO)

       FD  PAGAMENTOS.
       01  WS-PAG-REG.
           05 WS-PAG-FATURA         PIC 9(06).
           05 WS-PAG-DATA           PIC 9(08).
           05 WS-PAG-VALOR          PIC 9(05)V99.
           05 WS-PAG-PARCELA        PIC 9(02).

       FD  FATURAS.
       01  WS-FATURA-REG.
           05 WS-FATURA-NUMERO      PIC 9(06).
           05 WS-FATURA-CLIENTE     PIC X(10).
           05 WS-FATURA-VALOR       PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO  PIC 9(08).
           05 WS-FATURA-CLIENTE-ID  PIC 9(09).

       FD  PARCELAS.
       01  WS-PARC-REG.
           05 WS-PARC-FATURA        PIC 9(06).
           05 WS-PARC-NUMERO        PIC 9(02).
           05 WS-PARC-VALOR         PIC 9(05)V99.
           05 WS-PARC-VENCIMENTO    PIC 9(08).

      *------------------- TAXAS DE ATRASO E TOLERANCIA ---------------*
       FD  FATURAPAR.
       01  WS-PAR-REG.
           05 WS-PAR-MULTA-PCT      PIC 9(02)V99.
           05 WS-PAR-JUROS-MES-PCT  PIC 9(02)V99.
           05 WS-PAR-TOLERANCIA     PIC 9(03)V99.

      *------------------- REGISTRO FINANCEIRO DAS BAIXAS -------------*
      *  J = JUROS / M = MULTA / U = PAGO A MENOR / O = PAGO A MAIOR  *
      *  W = RESIDUO ABATIDO DENTRO DA TOLERANCIA                     *
      *  P = BAIXA COMO PERDA / R = PERDA RECUPERADA                  *
       FD  FINANREG.
       01  WS-FIN-REG.
           05 WS-FIN-DATA           PIC 9(08).
           05 WS-FIN-FATURA         PIC 9(06).
           05 WS-FIN-PARCELA        PIC 9(02).
           05 WS-FIN-TIPO           PIC X(01).
           05 WS-FIN-VALOR          PIC 9(05)V99.

      *------------------- TITULOS BAIXADOS COMO PERDA (7-PERDA) ------*
       FD  PERDAS.
       01  WS-PERDA-REG.
           05 WS-PERDA-FATURA       PIC 9(06).
           05 WS-PERDA-PARCELA      PIC 9(02).
           05 WS-PERDA-CLIENTE-ID   PIC 9(09).
           05 WS-PERDA-DATA         PIC 9(08).
           05 WS-PERDA-VALOR        PIC 9(05)V99.
           05 WS-PERDA-MOTIVO       PIC X(30).
           05 WS-PERDA-APROVADOR    PIC X(20).
           05 WS-PERDA-RECUPERADO   PIC 9(05)V99.
           05 WS-PERDA-SITUACAO     PIC X(01).
      *       B = BAIXADA / R = RECUPERADA POR INTEIRO

       FD  EXCECOES.
       01  WS-EXC-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-RETORNO            PIC 9(02) VALUE ZEROS.
       01 WS-FS-BOL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAG                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAR                PIC 9(02) VALUE ZEROS.
       01 WS-FS-FIN                PIC 9(02) VALUE ZEROS.
       01 WS-FS-EXC                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PERDA              PIC 9(02) VALUE ZEROS.

      *------------------- REGISTRO DE BOLETOS EM MEMORIA -------------*
      *  A SITUACAO DE CADA BOLETO MUDA AQUI E O ARQUIVO E REGRAVADO  *
      *  NO FIM; UM BOLETO JA LIQUIDADO NAO GERA SEGUNDA BAIXA SE O   *
      *  MESMO RETORNO FOR PROCESSADO DE NOVO                         *
       01 WS-BLT-TAB.
           05 WS-BLT OCCURS 2000 TIMES.
              10 WS-BLT-FATURA       PIC 9(06).
              10 WS-BLT-PARCELA      PIC 9(02).
              10 WS-BLT-NOSSO-NUMERO PIC 9(11).
              10 WS-BLT-CLIENTE-ID   PIC 9(09).
              10 WS-BLT-EMISSAO      PIC 9(08).
              10 WS-BLT-VENCIMENTO   PIC 9(08).
              10 WS-BLT-VALOR        PIC 9(08)V99.
              10 WS-BLT-BARRAS       PIC X(44).
              10 WS-BLT-SITUACAO     PIC X(01).
       01 WS-BLT-ITENS             PIC 9(04) VALUE 0.
       01 WS-BLT-IDX               PIC 9(04) VALUE 0.
       01 WS-BLT-ACHADO            PIC 9(04) VALUE 0.

       01 WS-FATURA                PIC 9(06) VALUE ZEROS.
       01 WS-DATA                  PIC 9(08) VALUE ZEROS.
       01 WS-VALOR                 PIC 9(05)V99 VALUE ZEROS.
       01 WS-PARCELA               PIC 9(02) VALUE ZEROS.

      *------------------- TAXAS EM VIGOR (PADROES DO PROGRAMA) -------*
       01 WS-MULTA-PCT             PIC 9(02)V99 VALUE 2.
       01 WS-JUROS-MES-PCT         PIC 9(02)V99 VALUE 1.
       01 WS-TOLERANCIA            PIC 9(03)V99 VALUE 0.10.

      *------------------- CALCULO DO VALOR CORRIGIDO -----------------*
       01 WS-ACHOU-TITULO          PIC X(01) VALUE 'N'.
       01 WS-TITULO-VALOR          PIC 9(05)V99 VALUE ZEROS.
       01 WS-TITULO-VENC           PIC 9(08) VALUE ZEROS.
       01 WS-INT-VENC              PIC 9(07) COMP VALUE 0.
       01 WS-INT-PAG               PIC 9(07) COMP VALUE 0.
       01 WS-DIAS-ATRASO           PIC S9(05) COMP VALUE 0.
       01 WS-MULTA-N               PIC 9(05)V99 VALUE ZEROS.
       01 WS-JUROS-N               PIC 9(05)V99 VALUE ZEROS.
       01 WS-DEVIDO-N              PIC 9(06)V99 VALUE ZEROS.
       01 WS-RESIDUO-N             PIC S9(06)V99 VALUE ZEROS.
       01 WS-RESIDUO-ABS           PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT            PIC Z(05)9.99.
       01 WS-VALOR-EDIT2           PIC Z(05)9.99.

      *------------------- PERDAS.DAT EM MEMORIA ----------------------*
      *  TITULO BAIXADO COMO PERDA JA ESTA FECHADO NO PAGAMENTOS: A   *
      *  LIQUIDACAO QUE CHEGAR DEPOIS E RECUPERACAO, NAO BAIXA        *
       01 WS-PRD-TAB.
           05 WS-PRD-ITEM OCCURS 500 TIMES.
              10 WS-PRD-FATURA      PIC 9(06).
              10 WS-PRD-PARCELA     PIC 9(02).
              10 WS-PRD-CLIENTE-ID  PIC 9(09).
              10 WS-PRD-DATA        PIC 9(08).
              10 WS-PRD-VALOR       PIC 9(05)V99.
              10 WS-PRD-MOTIVO      PIC X(30).
              10 WS-PRD-APROVADOR   PIC X(20).
              10 WS-PRD-RECUPERADO  PIC 9(05)V99.
              10 WS-PRD-SITUACAO    PIC X(01).
       01 WS-PRD-ITENS             PIC 9(03) VALUE 0.
       01 WS-PRD-IDX               PIC 9(03) VALUE 0.
       01 WS-PRD-ACHADO            PIC 9(03) VALUE 0.
       01 WS-PRD-ESTOURO           PIC X(01) VALUE 'N'.

       01 WS-TOT-LIDOS             PIC 9(05) VALUE 0.
       01 WS-TOT-LIQUIDADOS        PIC 9(05) VALUE 0.
       01 WS-TOT-CONFIRMADOS       PIC 9(05) VALUE 0.
       01 WS-TOT-BAIXADOS          PIC 9(05) VALUE 0.
       01 WS-TOT-REJEITADOS        PIC 9(05) VALUE 0.
       01 WS-TOT-EXCECOES          PIC 9(05) VALUE 0.
       01 WS-TOT-RECUPERADOS       PIC 9(05) VALUE 0.
       01 WS-TOT-RECEBIDO          PIC 9(09)V99 VALUE 0.
       01 WS-TOT-EDIT              PIC Z(08)9.99.

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
           PERFORM TRATAR-RETORNO
              UNTIL WS-FS-RETORNO NOT EQUAL ZEROS.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           DISPLAY "RETORNO DA COBRANCA BANCARIA".
           DISPLAY "----------------------------".

           OPEN INPUT RETORNO.
           IF WS-FS-RETORNO NOT EQUAL ZEROS
              DISPLAY "SEM COBRANCA.RETORNO.TXT DO BANCO"
              STOP RUN
           END-IF.

           OPEN INPUT BOLETOS.
           IF WS-FS-BOL NOT EQUAL ZEROS
              DISPLAY "SEM BOLETOS.DAT - NENHUM BOLETO EMITIDO"
              CLOSE RETORNO
              STOP RUN
           END-IF.
           READ BOLETOS.
           PERFORM CARREGAR-BOLETO
              UNTIL WS-FS-BOL NOT EQUAL ZEROS.
      *    O REGISTRO INTEIRO TEM QUE CABER NA TABELA, SENAO A
      *    REGRAVACAO NO FIM PERDERIA OS BOLETOS EXCEDENTES
           IF WS-FS-BOL NOT EQUAL 10
              DISPLAY "BOLETOS.DAT MAIOR QUE A TABELA (2000)"
              DISPLAY "RETORNO NAO PROCESSADO - ARQUIVOS INTACTOS"
              CLOSE BOLETOS
              CLOSE RETORNO
              STOP RUN
           END-IF.
           CLOSE BOLETOS.

           OPEN EXTEND PAGAMENTOS.
           IF WS-FS-PAG EQUAL 35
              OPEN OUTPUT PAGAMENTOS
           END-IF.
           IF WS-FS-PAG NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS PAGAMENTOS " WS-FS-PAG
              CLOSE RETORNO
              STOP RUN
           END-IF.

           OPEN EXTEND FINANREG.
           IF WS-FS-FIN EQUAL 35
              OPEN OUTPUT FINANREG
           END-IF.

           OPEN OUTPUT EXCECOES.

           PERFORM LER-TAXAS.

           READ RETORNO.

       CARREGAR-BOLETO    SECTION.
           IF WS-BLT-ITENS NOT < 2000
              MOVE 99 TO WS-FS-BOL
              GO TO CARREGAR-BOLETO-FIM
           END-IF.
           ADD 1 TO WS-BLT-ITENS.
           MOVE WS-BOL-REG TO WS-BLT (WS-BLT-ITENS).
           READ BOLETOS.

       CARREGAR-BOLETO-FIM.
           EXIT.

      *------------------- TAXAS DO FATURAPAR.DAT ---------------------*
       LER-TAXAS    SECTION.
           OPEN INPUT FATURAPAR.
           IF WS-FS-PAR NOT EQUAL ZEROS
              GO TO LER-TAXAS-FIM
           END-IF.
           READ FATURAPAR.
           IF WS-FS-PAR EQUAL ZEROS
              IF WS-PAR-MULTA-PCT NUMERIC
                 AND WS-PAR-MULTA-PCT > 0
                 MOVE WS-PAR-MULTA-PCT TO WS-MULTA-PCT
              END-IF
              IF WS-PAR-JUROS-MES-PCT NUMERIC
                 AND WS-PAR-JUROS-MES-PCT > 0
                 MOVE WS-PAR-JUROS-MES-PCT TO WS-JUROS-MES-PCT
              END-IF
              IF WS-PAR-TOLERANCIA NUMERIC
                 AND WS-PAR-TOLERANCIA > 0
                 MOVE WS-PAR-TOLERANCIA TO WS-TOLERANCIA
              END-IF
           END-IF.
           CLOSE FATURAPAR.

       LER-TAXAS-FIM.
           EXIT.

      *------------------- CASA UMA LINHA DO RETORNO ------------------*
       TRATAR-RETORNO    SECTION.
           IF WS-RET-TIPO NOT EQUAL "1"
              GO TO TRATAR-RETORNO-FIM
           END-IF.
           ADD 1 TO WS-TOT-LIDOS.

           IF WS-RET-NOSSO-NUMERO NOT NUMERIC
              MOVE SPACES TO WS-EXC-LINHA
              STRING "LINHA INVALIDA: " WS-RET-REG
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
              PERFORM GRAVAR-EXCECAO
              GO TO TRATAR-RETORNO-FIM
           END-IF.

           MOVE 0 TO WS-BLT-IDX.
           MOVE 0 TO WS-BLT-ACHADO.
           PERFORM PROCURAR-BOLETO
              UNTIL WS-BLT-IDX NOT < WS-BLT-ITENS
                 OR WS-BLT-ACHADO NOT EQUAL 0.

           IF WS-BLT-ACHADO EQUAL 0
              MOVE SPACES TO WS-EXC-LINHA
              STRING "NOSSO NUMERO " WS-RET-NOSSO-NUMERO
                     " SEM BOLETO NO REGISTRO - OCORRENCIA "
                     WS-RET-OCORRENCIA
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
              PERFORM GRAVAR-EXCECAO
              GO TO TRATAR-RETORNO-FIM
           END-IF.

           MOVE WS-BLT-FATURA (WS-BLT-ACHADO)  TO WS-FATURA.
           MOVE WS-BLT-PARCELA (WS-BLT-ACHADO) TO WS-PARCELA.

           EVALUATE TRUE
              WHEN WS-RET-LIQUIDADA
                 PERFORM LIQUIDAR-BOLETO
              WHEN WS-RET-CONFIRMADA
                 ADD 1 TO WS-TOT-CONFIRMADOS
              WHEN WS-RET-BAIXADA
                 MOVE 'B' TO WS-BLT-SITUACAO (WS-BLT-ACHADO)
                 ADD 1 TO WS-TOT-BAIXADOS
                 MOVE SPACES TO WS-EXC-LINHA
                 STRING "BAIXADO PELO BANCO: FATURA " WS-FATURA
                        " PARCELA " WS-PARCELA
                        " NOSSO NUMERO " WS-RET-NOSSO-NUMERO
                        " - " WS-RET-MOTIVO
                        DELIMITED BY SIZE INTO WS-EXC-LINHA
                 END-STRING
                 PERFORM GRAVAR-EXCECAO
              WHEN WS-RET-REJEITADA
                 MOVE 'R' TO WS-BLT-SITUACAO (WS-BLT-ACHADO)
                 ADD 1 TO WS-TOT-REJEITADOS
                 MOVE SPACES TO WS-EXC-LINHA
                 STRING "ENTRADA REJEITADA: FATURA " WS-FATURA
                        " PARCELA " WS-PARCELA
                        " NOSSO NUMERO " WS-RET-NOSSO-NUMERO
                        " - " WS-RET-MOTIVO
                        DELIMITED BY SIZE INTO WS-EXC-LINHA
                 END-STRING
                 PERFORM GRAVAR-EXCECAO
              WHEN OTHER
                 MOVE SPACES TO WS-EXC-LINHA
                 STRING "OCORRENCIA " WS-RET-OCORRENCIA
                        " NAO TRATADA: NOSSO NUMERO "
                        WS-RET-NOSSO-NUMERO
                        DELIMITED BY SIZE INTO WS-EXC-LINHA
                 END-STRING
                 PERFORM GRAVAR-EXCECAO
           END-EVALUATE.

       TRATAR-RETORNO-FIM.
           READ RETORNO.

       PROCURAR-BOLETO    SECTION.
           ADD 1 TO WS-BLT-IDX.
           IF WS-BLT-NOSSO-NUMERO (WS-BLT-IDX) EQUAL WS-RET-NOSSO-NUMERO
              MOVE WS-BLT-IDX TO WS-BLT-ACHADO
           END-IF.

      *------------------- LIQUIDACAO VIRA BAIXA DO TITULO ------------*
       LIQUIDAR-BOLETO    SECTION.
           IF WS-BLT-SITUACAO (WS-BLT-ACHADO) EQUAL 'L'
              MOVE SPACES TO WS-EXC-LINHA
              STRING "BOLETO JA LIQUIDADO: NOSSO NUMERO "
                     WS-RET-NOSSO-NUMERO " FATURA " WS-FATURA
                     " - BAIXA NAO REPETIDA"
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
              PERFORM GRAVAR-EXCECAO
              GO TO LIQUIDAR-BOLETO-FIM
           END-IF.

           IF WS-RET-VALOR-PAGO EQUAL ZEROS
              OR WS-RET-VALOR-PAGO > 99999.99
              OR WS-RET-DATA NOT NUMERIC
              MOVE WS-RET-VALOR-PAGO TO WS-TOT-EDIT
              MOVE SPACES TO WS-EXC-LINHA
              STRING "LIQUIDACAO INVALIDA: NOSSO NUMERO "
                     WS-RET-NOSSO-NUMERO " VALOR " WS-TOT-EDIT
                     " DATA " WS-RET-DATA
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
              PERFORM GRAVAR-EXCECAO
              GO TO LIQUIDAR-BOLETO-FIM
           END-IF.

           PERFORM LOCALIZAR-TITULO.
           IF WS-ACHOU-TITULO NOT EQUAL 'S'
              MOVE SPACES TO WS-EXC-LINHA
              STRING "TITULO NAO ENCONTRADO: FATURA " WS-FATURA
                     " PARCELA " WS-PARCELA
                     " NOSSO NUMERO " WS-RET-NOSSO-NUMERO
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
              PERFORM GRAVAR-EXCECAO
              GO TO LIQUIDAR-BOLETO-FIM
           END-IF.

           MOVE WS-RET-DATA       TO WS-DATA.
           MOVE WS-RET-VALOR-PAGO TO WS-VALOR.

      *    BOLETO CONTINUA EM ABERTO; O RETORNO PODE SER REPROCESSADO
      *    DEPOIS QUE O SUPERVISOR REABRIR A COMPETENCIA
           MOVE "REC"   TO WS-PER-AREA.
           MOVE WS-DATA TO WS-PER-DATA.
           CALL "11-PERCHK" USING WS-PERIODO.
           IF WS-PER-FECHADO
              MOVE SPACES TO WS-EXC-LINHA
              STRING "LIQUIDACAO EM COMPETENCIA FECHADA: NOSSO NUMERO "
                     WS-RET-NOSSO-NUMERO " FATURA " WS-FATURA
                     " DATA " WS-DATA
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
              PERFORM GRAVAR-EXCECAO
              GO TO LIQUIDAR-BOLETO-FIM
           END-IF.

           PERFORM CONFERIR-PERDA.
           IF WS-PRD-ACHADO NOT EQUAL 0
              PERFORM REGISTRAR-RECUPERACAO
              GO TO LIQUIDAR-BOLETO-FIM
           END-IF.

      *    O VALOR COBRADO E O DO BOLETO (SALDO NA EMISSAO), NAO O
      *    VALOR ORIGINAL DO TITULO
           MOVE WS-BLT-VALOR (WS-BLT-ACHADO) TO WS-TITULO-VALOR.

           PERFORM CALCULAR-VALOR-DEVIDO.

           MOVE WS-FATURA  TO WS-PAG-FATURA.
           MOVE WS-DATA    TO WS-PAG-DATA.
           MOVE WS-VALOR   TO WS-PAG-VALOR.
           MOVE WS-PARCELA TO WS-PAG-PARCELA.
           WRITE WS-PAG-REG.

           IF WS-MULTA-N > 0
              MOVE 'M' TO WS-FIN-TIPO
              MOVE WS-MULTA-N TO WS-FIN-VALOR
              PERFORM GRAVAR-FINANREG
           END-IF.
           IF WS-JUROS-N > 0
              MOVE 'J' TO WS-FIN-TIPO
              MOVE WS-JUROS-N TO WS-FIN-VALOR
              PERFORM GRAVAR-FINANREG
           END-IF.

           PERFORM TRATAR-RESIDUO.

           MOVE 'L' TO WS-BLT-SITUACAO (WS-BLT-ACHADO).
           ADD 1 TO WS-TOT-LIQUIDADOS.
           ADD WS-VALOR TO WS-TOT-RECEBIDO.

       LIQUIDAR-BOLETO-FIM.
           EXIT.

      *------------------- LOCALIZA A FATURA OU A PARCELA -------------*
       LOCALIZAR-TITULO    SECTION.
           MOVE 'N' TO WS-ACHOU-TITULO.

           IF WS-PARCELA EQUAL ZEROS
              OPEN INPUT FATURAS
              IF WS-FS-FATURAS NOT EQUAL ZEROS
                 GO TO LOCALIZAR-TITULO-FIM
              END-IF
              READ FATURAS
              PERFORM PROCURAR-FATURA
                 UNTIL WS-FS-FATURAS NOT EQUAL ZEROS
                    OR WS-ACHOU-TITULO EQUAL 'S'
              CLOSE FATURAS
              MOVE ZEROS TO WS-FS-FATURAS
           ELSE
              OPEN INPUT PARCELAS
              IF WS-FS-PARC NOT EQUAL ZEROS
                 GO TO LOCALIZAR-TITULO-FIM
              END-IF
              READ PARCELAS
              PERFORM PROCURAR-PARCELA
                 UNTIL WS-FS-PARC NOT EQUAL ZEROS
                    OR WS-ACHOU-TITULO EQUAL 'S'
              CLOSE PARCELAS
              MOVE ZEROS TO WS-FS-PARC
           END-IF.

       LOCALIZAR-TITULO-FIM.
           EXIT.

       PROCURAR-FATURA    SECTION.
           IF WS-FATURA-NUMERO EQUAL WS-FATURA
              MOVE 'S' TO WS-ACHOU-TITULO
              MOVE WS-FATURA-VENCIMENTO TO WS-TITULO-VENC
           ELSE
              READ FATURAS
           END-IF.

       PROCURAR-PARCELA    SECTION.
           IF WS-PARC-FATURA EQUAL WS-FATURA
              AND WS-PARC-NUMERO EQUAL WS-PARCELA
              MOVE 'S' TO WS-ACHOU-TITULO
              MOVE WS-PARC-VENCIMENTO TO WS-TITULO-VENC
           ELSE
              READ PARCELAS
           END-IF.

      *------------------- MULTA FIXA + JUROS PRO-RATA DIA ------------*
       CALCULAR-VALOR-DEVIDO    SECTION.
           MOVE 0 TO WS-MULTA-N WS-JUROS-N.
           MOVE WS-TITULO-VALOR TO WS-DEVIDO-N.

           COMPUTE WS-INT-VENC =
                   FUNCTION INTEGER-OF-DATE (WS-TITULO-VENC).
           COMPUTE WS-INT-PAG =
                   FUNCTION INTEGER-OF-DATE (WS-DATA).
           COMPUTE WS-DIAS-ATRASO = WS-INT-PAG - WS-INT-VENC.

           IF WS-DIAS-ATRASO > 0
              COMPUTE WS-MULTA-N ROUNDED =
                      WS-TITULO-VALOR * WS-MULTA-PCT / 100
              COMPUTE WS-JUROS-N ROUNDED =
                      WS-TITULO-VALOR * WS-JUROS-MES-PCT
                      * WS-DIAS-ATRASO / 3000
              COMPUTE WS-DEVIDO-N =
                      WS-TITULO-VALOR + WS-MULTA-N + WS-JUROS-N
           END-IF.

      *------------------- SUB, SOBRA E ABATE NA TOLERANCIA -----------*
      *  FORA DA TOLERANCIA A BAIXA FICA FEITA E O TITULO VAI PARA O  *
      *  RELATORIO DE EXCECOES COMO DIVERGENTE                        *
       TRATAR-RESIDUO    SECTION.
           COMPUTE WS-RESIDUO-N = WS-DEVIDO-N - WS-VALOR.
           IF WS-RESIDUO-N EQUAL ZEROS
              GO TO TRATAR-RESIDUO-FIM
           END-IF.

           IF WS-RESIDUO-N > 0
              MOVE WS-RESIDUO-N TO WS-RESIDUO-ABS
           ELSE
              COMPUTE WS-RESIDUO-ABS = 0 - WS-RESIDUO-N
           END-IF.

           IF WS-RESIDUO-ABS NOT > WS-TOLERANCIA
      *       RESIDUO MIUDO MORRE AQUI: A BAIXA COMPLEMENTAR FECHA O
      *       TITULO E O ABATE FICA REGISTRADO
              IF WS-RESIDUO-N > 0
                 MOVE WS-FATURA     TO WS-PAG-FATURA
                 MOVE WS-DATA       TO WS-PAG-DATA
                 MOVE WS-RESIDUO-ABS TO WS-PAG-VALOR
                 MOVE WS-PARCELA    TO WS-PAG-PARCELA
                 WRITE WS-PAG-REG
              END-IF
              MOVE 'W' TO WS-FIN-TIPO
              MOVE WS-RESIDUO-ABS TO WS-FIN-VALOR
              PERFORM GRAVAR-FINANREG
              GO TO TRATAR-RESIDUO-FIM
           END-IF.

           MOVE WS-DEVIDO-N TO WS-VALOR-EDIT.
           MOVE WS-VALOR    TO WS-VALOR-EDIT2.
           MOVE SPACES TO WS-EXC-LINHA.
           IF WS-RESIDUO-N > 0
              MOVE 'U' TO WS-FIN-TIPO
              STRING "DIVERGENTE (A MENOR): FATURA " WS-FATURA
                     " PARCELA " WS-PARCELA
                     " DEVIDO " WS-VALOR-EDIT
                     " PAGO " WS-VALOR-EDIT2
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
           ELSE
              MOVE 'O' TO WS-FIN-TIPO
              STRING "DIVERGENTE (A MAIOR): FATURA " WS-FATURA
                     " PARCELA " WS-PARCELA
                     " DEVIDO " WS-VALOR-EDIT
                     " PAGO " WS-VALOR-EDIT2
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
           END-IF.
           MOVE WS-RESIDUO-ABS TO WS-FIN-VALOR.
           PERFORM GRAVAR-FINANREG.
           PERFORM GRAVAR-EXCECAO.

       TRATAR-RESIDUO-FIM.
           EXIT.

      *------------------- TITULO BAIXADO COMO PERDA? -----------------*
       CONFERIR-PERDA    SECTION.
           MOVE 0   TO WS-PRD-ITENS.
           MOVE 0   TO WS-PRD-ACHADO.
           MOVE 'N' TO WS-PRD-ESTOURO.

           OPEN INPUT PERDAS.
           IF WS-FS-PERDA NOT EQUAL ZEROS
              GO TO CONFERIR-PERDA-FIM
           END-IF.
           READ PERDAS.
           PERFORM CARREGAR-UMA-PERDA
              UNTIL WS-FS-PERDA NOT EQUAL ZEROS.
           CLOSE PERDAS.

           MOVE 0 TO WS-PRD-IDX.
           PERFORM PROCURAR-PERDA
              UNTIL WS-PRD-IDX NOT < WS-PRD-ITENS
                 OR WS-PRD-ACHADO NOT EQUAL 0.

       CONFERIR-PERDA-FIM.
           EXIT.

       CARREGAR-UMA-PERDA    SECTION.
           IF WS-PRD-ITENS < 500
              ADD 1 TO WS-PRD-ITENS
              MOVE WS-PERDA-REG TO WS-PRD-ITEM (WS-PRD-ITENS)
           ELSE
              MOVE 'S' TO WS-PRD-ESTOURO
           END-IF.
           READ PERDAS.

       PROCURAR-PERDA    SECTION.
           ADD 1 TO WS-PRD-IDX.
           IF WS-PRD-FATURA (WS-PRD-IDX) EQUAL WS-FATURA
              AND WS-PRD-PARCELA (WS-PRD-IDX) EQUAL WS-PARCELA
              AND WS-PRD-SITUACAO (WS-PRD-IDX) EQUAL 'B'
              MOVE WS-PRD-IDX TO WS-PRD-ACHADO
           END-IF.

      *------------------- LIQUIDACAO DE TITULO JA BAIXADO ------------*
       REGISTRAR-RECUPERACAO    SECTION.
           IF WS-PRD-ESTOURO EQUAL 'S'
              MOVE SPACES TO WS-EXC-LINHA
              STRING "PERDAS.DAT MAIOR QUE A TABELA: FATURA "
                     WS-FATURA " PARCELA " WS-PARCELA
                     " - RECUPERACAO NAO REGISTRADA"
                     DELIMITED BY SIZE INTO WS-EXC-LINHA
              END-STRING
              PERFORM GRAVAR-EXCECAO
              GO TO REGISTRAR-RECUPERACAO-FIM
           END-IF.

           MOVE 'R' TO WS-FIN-TIPO.
           MOVE WS-VALOR TO WS-FIN-VALOR.
           PERFORM GRAVAR-FINANREG.

           ADD WS-VALOR TO WS-PRD-RECUPERADO (WS-PRD-ACHADO).
           IF WS-PRD-RECUPERADO (WS-PRD-ACHADO)
                 NOT < WS-PRD-VALOR (WS-PRD-ACHADO)
              MOVE 'R' TO WS-PRD-SITUACAO (WS-PRD-ACHADO)
           END-IF.

           OPEN OUTPUT PERDAS.
           MOVE 0 TO WS-PRD-IDX.
           PERFORM REGRAVAR-UMA-PERDA
              UNTIL WS-PRD-IDX NOT < WS-PRD-ITENS.
           CLOSE PERDAS.

           MOVE 'L' TO WS-BLT-SITUACAO (WS-BLT-ACHADO).
           ADD 1 TO WS-TOT-RECUPERADOS.
           ADD WS-VALOR TO WS-TOT-RECEBIDO.
           MOVE WS-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-EXC-LINHA.
           STRING "PERDA RECUPERADA: FATURA " WS-FATURA
                  " PARCELA " WS-PARCELA " VALOR " WS-VALOR-EDIT
                  " (BAIXADA EM " WS-PRD-DATA (WS-PRD-ACHADO) ")"
                  DELIMITED BY SIZE INTO WS-EXC-LINHA
           END-STRING.
           PERFORM GRAVAR-EXCECAO.

       REGISTRAR-RECUPERACAO-FIM.
           EXIT.

       REGRAVAR-UMA-PERDA    SECTION.
           ADD 1 TO WS-PRD-IDX.
           MOVE WS-PRD-ITEM (WS-PRD-IDX) TO WS-PERDA-REG.
           WRITE WS-PERDA-REG.

       GRAVAR-FINANREG    SECTION.
           MOVE WS-DATA    TO WS-FIN-DATA.
           MOVE WS-FATURA  TO WS-FIN-FATURA.
           MOVE WS-PARCELA TO WS-FIN-PARCELA.
           WRITE WS-FIN-REG.

       GRAVAR-EXCECAO    SECTION.
           WRITE WS-EXC-LINHA.
           ADD 1 TO WS-TOT-EXCECOES.

      *------------------- REGISTRO DE BOLETOS COM A NOVA SITUACAO ----*
       REGRAVAR-BOLETOS    SECTION.
           OPEN OUTPUT BOLETOS.
           MOVE 0 TO WS-BLT-IDX.
           PERFORM REGRAVAR-UM-BOLETO
              UNTIL WS-BLT-IDX NOT < WS-BLT-ITENS.
           CLOSE BOLETOS.

       REGRAVAR-UM-BOLETO    SECTION.
           ADD 1 TO WS-BLT-IDX.
           MOVE WS-BLT (WS-BLT-IDX) TO WS-BOL-REG.
           WRITE WS-BOL-REG.

       FINALIZAR    SECTION.
           PERFORM REGRAVAR-BOLETOS.

           MOVE WS-TOT-RECEBIDO TO WS-TOT-EDIT.
           DISPLAY "LINHAS DE DETALHE      : " WS-TOT-LIDOS.
           DISPLAY "LIQUIDADOS E BAIXADOS  : " WS-TOT-LIQUIDADOS.
           DISPLAY "VALOR RECEBIDO         : " WS-TOT-EDIT.
           DISPLAY "ENTRADAS CONFIRMADAS   : " WS-TOT-CONFIRMADOS.
           DISPLAY "BAIXAS PELO BANCO      : " WS-TOT-BAIXADOS.
           DISPLAY "ENTRADAS REJEITADAS    : " WS-TOT-REJEITADOS.
           DISPLAY "PERDAS RECUPERADAS     : " WS-TOT-RECUPERADOS.
           DISPLAY "EXCECOES               : " WS-TOT-EXCECOES.
           DISPLAY "EXCECOES EM ..\DADOS\COBRANCA.EXCECOES.TXT".

           CLOSE RETORNO.
           CLOSE PAGAMENTOS.
           CLOSE FINANREG.
           CLOSE EXCECOES.
       END PROGRAM 7-COBRET.
