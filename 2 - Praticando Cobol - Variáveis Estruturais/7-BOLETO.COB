      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. 7-BOLETO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAS.

           SELECT PAGAMENTOS ASSIGN TO "..\DADOS\PAGAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAG.

           SELECT PARCELAS ASSIGN TO "..\DADOS\PARCELAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARC.

           SELECT BOLETOPAR ASSIGN TO "..\DADOS\BOLETOPAR.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BPR.

           SELECT BOLETOS ASSIGN TO "..\DADOS\BOLETOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BOL.

           SELECT IMPRESSAO ASSIGN TO "..\DADOS\BOLETOS.PRT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-ARQCRM
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS.
       01  WS-FATURA-REG.
           05 WS-FATURA-NUMERO      PIC 9(06).
           05 WS-FATURA-CLIENTE     PIC X(10).
           05 WS-FATURA-VALOR       PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO  PIC 9(08).
           05 WS-FATURA-CLIENTE-ID  PIC 9(09).
      *       ID DO CLIENTE NO ARQCRM.DAT; O TEXTO DO CLIENTE FICA SO
      *       PARA A IMPRESSAO

       FD  PAGAMENTOS.
       01  WS-PAG-REG.
           05 WS-PAG-FATURA         PIC 9(06).
           05 WS-PAG-DATA           PIC 9(08).
           05 WS-PAG-VALOR          PIC 9(05)V99.
           05 WS-PAG-PARCELA        PIC 9(02).

       FD  PARCELAS.
       01  WS-PARC-REG.
           05 WS-PARC-FATURA        PIC 9(06).
           05 WS-PARC-NUMERO        PIC 9(02).
           05 WS-PARC-VALOR         PIC 9(05)V99.
           05 WS-PARC-VENCIMENTO    PIC 9(08).

      *------------------- DADOS DO BANCO COBRADOR --------------------*
       FD  BOLETOPAR.
       01  WS-BPR-REG.
           05 WS-BPR-BANCO          PIC 9(03).
           05 WS-BPR-AGENCIA        PIC 9(04).
           05 WS-BPR-CONTA          PIC 9(07).
           05 WS-BPR-CARTEIRA       PIC 9(02).
           05 WS-BPR-BENEFICIARIO   PIC X(40).

      *------------------- REGISTRO DOS BOLETOS EMITIDOS --------------*
      *  UM BOLETO POR FATURA E PARCELA; O NOSSO NUMERO E A           *
      *  REFERENCIA DO TITULO NO BANCO E NUNCA SE REPETE              *
       FD  BOLETOS.
       01  WS-BOL-REG.
           05 WS-BOL-FATURA         PIC 9(06).
           05 WS-BOL-PARCELA        PIC 9(02).
      *       0 = FATURA DIRETA; N = PARCELA DO PLANO
           05 WS-BOL-NOSSO-NUMERO   PIC 9(11).
           05 WS-BOL-CLIENTE-ID     PIC 9(09).
           05 WS-BOL-EMISSAO        PIC 9(08).
           05 WS-BOL-VENCIMENTO     PIC 9(08).
           05 WS-BOL-VALOR          PIC 9(08)V99.
           05 WS-BOL-BARRAS         PIC X(44).
           05 WS-BOL-SITUACAO       PIC X(01).
      *       E = EMITIDO / L = LIQUIDADO / B = BAIXADO PELO BANCO
      *       R = REJEITADO NA ENTRADA (PODE SER EMITIDO DE NOVO)

       FD  IMPRESSAO.
       01  WS-IMP-LINHA             PIC X(100).

      *------------------- ESPELHO DO LAYOUT #CRM DO ARQCRM.DAT -------*
      *  O PAGADOR DO BOLETO E O CADASTRO DO CRM                      *
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
           05  ARQCRM-DATA-NASCIMENTO PIC 9(08).
           05  ARQCRM-DATA-CADASTRO   PIC 9(08).
           05  ARQCRM-SEGMENTO        PIC 9(01).
           05  ARQCRM-TIPO-PESSOA     PIC X(01).
           05  ARQCRM-CNPJ            PIC 9(14).
           05  ARQCRM-TERRITORIO      PIC X(04).

       WORKING-STORAGE SECTION.
       01 WS-FS-FATURAS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAG                PIC 9(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC 9(02) VALUE ZEROS.
       01 WS-FS-BPR                PIC 9(02) VALUE ZEROS.
       01 WS-FS-BOL                PIC 9(02) VALUE ZEROS.
       01 WS-FS-IMP                PIC 9(02) VALUE ZEROS.
       01 WS-FS-ARQCRM             PIC 9(02) VALUE ZEROS.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-VENC-LIMITE           PIC 9(08) VALUE ZEROS.
       01 WS-INT-VENC              PIC 9(07) COMP VALUE 0.
       01 WS-INT-BASE              PIC 9(07) COMP VALUE 0.
       01 WS-DIAS-BASE             PIC 9(07) COMP VALUE 0.

      *------------------- TITULOS EM ABERTO EM MEMORIA ---------------*
      *  MESMA REGRA DO AGING: FATURA COM PLANO SAI E AS PARCELAS      *
      *  ENTRAM NO LUGAR DELA, HERDANDO O CLIENTE                      *
       01 WS-FAT-TAB.
           05 WS-FAT-ITEM OCCURS 500 TIMES.
              10 WS-FAT-NUMERO      PIC 9(06).
              10 WS-FAT-PARCELA     PIC 9(02).
              10 WS-FAT-CLIENTE-ID  PIC 9(09).
              10 WS-FAT-VALOR       PIC 9(05)V99.
              10 WS-FAT-PAGO        PIC 9(07)V99.
              10 WS-FAT-VENCIMENTO  PIC 9(08).
              10 WS-FAT-RENEG       PIC X(01).
       01 WS-FAT-ITENS             PIC 9(03) VALUE 0.
       01 WS-FAT-IDX               PIC 9(03) VALUE 0.
       01 WS-FAT-ACHADO            PIC 9(03) VALUE 0.
       01 WS-FAT-SALDO             PIC S9(07)V99 VALUE 0.
       01 WS-PARC-DONO             PIC 9(03) VALUE 0.
       01 WS-PARC-DONO-IDX         PIC 9(03) VALUE 0.

      *------------------- BOLETOS JA EMITIDOS ------------------------*
       01 WS-EMT-TAB.
           05 WS-EMT OCCURS 2000 TIMES.
              10 WS-EMT-FATURA      PIC 9(06).
              10 WS-EMT-PARCELA     PIC 9(02).
       01 WS-EMT-ITENS             PIC 9(04) VALUE 0.
       01 WS-EMT-IDX               PIC 9(04) VALUE 0.
       01 WS-EMT-ACHADO            PIC 9(04) VALUE 0.
       01 WS-NOSSO-NUMERO          PIC 9(11) VALUE ZEROS.

      *------------------- CODIGO DE BARRAS (44 POSICOES) -------------*
      *  BANCO, MOEDA, DV GERAL, FATOR DE VENCIMENTO, VALOR E CAMPO   *
      *  LIVRE; O DV GERAL E MODULO 11 SOBRE AS OUTRAS 43 POSICOES    *
       01 WS-BARRAS.
           05 WS-BAR-BANCO          PIC 9(03).
           05 WS-BAR-MOEDA          PIC 9(01) VALUE 9.
           05 WS-BAR-DV             PIC 9(01).
           05 WS-BAR-FATOR          PIC 9(04).
           05 WS-BAR-VALOR          PIC 9(08)V99.
           05 WS-BAR-LIVRE          PIC X(25).

       01 WS-LIVRE.
           05 WS-LIVRE-AGENCIA      PIC 9(04).
           05 WS-LIVRE-CARTEIRA     PIC 9(02).
           05 WS-LIVRE-NOSSO        PIC 9(11).
           05 WS-LIVRE-CONTA        PIC 9(07).
           05 FILLER                PIC X(01) VALUE "0".

      *------------------- LINHA DIGITAVEL (47 DIGITOS) ---------------*
      *  TRES CAMPOS COM DV MODULO 10, O DV GERAL E FATOR + VALOR     *
       01 WS-CAMPO1                PIC X(09).
       01 WS-LINHA-DIG.
           05 WS-LD-C1A             PIC X(05).
           05 FILLER                PIC X(01) VALUE ".".
           05 WS-LD-C1B             PIC X(04).
           05 WS-LD-C1DV            PIC 9(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LD-C2A             PIC X(05).
           05 FILLER                PIC X(01) VALUE ".".
           05 WS-LD-C2B             PIC X(05).
           05 WS-LD-C2DV            PIC 9(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LD-C3A             PIC X(05).
           05 FILLER                PIC X(01) VALUE ".".
           05 WS-LD-C3B             PIC X(05).
           05 WS-LD-C3DV            PIC 9(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LD-C4              PIC 9(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LD-C5              PIC X(14).

      *------------------- APOIO AO CALCULO DO DIGITO (10-CODEBAR) ----*
      *  A ROTINA DO 10-CODEBAR, COM O TAMANHO DO CAMPO E O MODULO:   *
      *  10 = PESOS 2,1 DA DIREITA, PRODUTO ACIMA DE 9 SOMA OS DIGITOS*
      *  11 = PESOS 2 A 9 DA DIREITA; RESTO 0, 1 OU 10 VIRA 1         *
       01 WS-COD-ALFA          PIC X(43).
       01 WS-COD-TAM           PIC 9(02) VALUE 0.
       01 WS-COD-MODULO        PIC 9(02) VALUE 10.
       01 WS-COD-IDX           PIC 9(02) VALUE 1.
       01 WS-COD-POS           PIC 9(02) VALUE 1.
       01 WS-COD-PESO          PIC 9(01) VALUE 0.
       01 WS-COD-CHAR          PIC X(01).
       01 WS-COD-DIGITO        PIC 9(01) VALUE 0.
       01 WS-COD-PRODUTO       PIC 9(02) VALUE 0.
       01 WS-COD-SOMA          PIC 9(04) VALUE 0.
       01 WS-COD-RESTO         PIC 9(02) VALUE 0.
       01 WS-COD-DV            PIC 9(01) VALUE 0.

       01 WS-VALOR-EDIT            PIC Z(07)9,99.
       01 WS-DATA-EDIT.
           05 WS-DTE-DIA            PIC 9(02).
           05 FILLER                PIC X(01) VALUE "/".
           05 WS-DTE-MES            PIC 9(02).
           05 FILLER                PIC X(01) VALUE "/".
           05 WS-DTE-ANO            PIC 9(04).
       01 WS-TOT-EMITIDOS          PIC 9(04) VALUE 0.
       01 WS-TOT-JA-EMITIDOS       PIC 9(04) VALUE 0.
       01 WS-TOT-SEM-PAGADOR       PIC 9(04) VALUE 0.
       01 WS-TOT-VALOR             PIC 9(09)V99 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM CARREGAR-FATURAS
              UNTIL WS-FS-FATURAS NOT EQUAL ZEROS.
           PERFORM CARREGAR-PARCELAS.
           PERFORM APLICAR-PAGAMENTOS
              UNTIL WS-FS-PAG NOT EQUAL ZEROS.
           PERFORM CARREGAR-EMITIDOS.
           PERFORM EMITIR-BOLETOS.
           PERFORM FINALIZAR.

           STOP RUN.

       INICIAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           COMPUTE WS-INT-BASE = FUNCTION INTEGER-OF-DATE (19971007).

           DISPLAY "EMISSAO DE BOLETOS DE COBRANCA".
           DISPLAY "------------------------------".

           OPEN INPUT BOLETOPAR.
           IF WS-FS-BPR NOT EQUAL ZEROS
              DISPLAY "SEM BOLETOPAR.DAT - DADOS DO BANCO AUSENTES"
              STOP RUN
           END-IF.
           READ BOLETOPAR.
           IF WS-FS-BPR NOT EQUAL ZEROS
              OR WS-BPR-BANCO NOT NUMERIC
              OR WS-BPR-AGENCIA NOT NUMERIC
              OR WS-BPR-CONTA NOT NUMERIC
              OR WS-BPR-CARTEIRA NOT NUMERIC
              DISPLAY "BOLETOPAR.DAT INVALIDO - CONFIRA O BANCO"
              STOP RUN
           END-IF.
           CLOSE BOLETOPAR.

           OPEN INPUT ARQCRM.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " WS-FS-ARQCRM
              STOP RUN
           END-IF.

           OPEN INPUT FATURAS.
           IF WS-FS-FATURAS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FATURAS " WS-FS-FATURAS
              STOP RUN
           END-IF.

           OPEN INPUT PAGAMENTOS.
           IF WS-FS-PAG NOT EQUAL ZEROS
              DISPLAY "SEM ARQUIVO DE PAGAMENTOS - TUDO EM ABERTO"
           END-IF.

           DISPLAY "VENCIMENTO ATE (AAAAMMDD / 0 = TODOS): ".
           ACCEPT WS-VENC-LIMITE.

           READ FATURAS.
           IF WS-FS-PAG EQUAL ZEROS
              READ PAGAMENTOS
           END-IF.

       CARREGAR-FATURAS    SECTION.
           IF WS-FAT-ITENS < 500
              ADD 1 TO WS-FAT-ITENS
              MOVE WS-FATURA-NUMERO
                TO WS-FAT-NUMERO (WS-FAT-ITENS)
              MOVE ZEROS TO WS-FAT-PARCELA (WS-FAT-ITENS)
              MOVE WS-FATURA-CLIENTE-ID
                TO WS-FAT-CLIENTE-ID (WS-FAT-ITENS)
              MOVE WS-FATURA-VALOR
                TO WS-FAT-VALOR (WS-FAT-ITENS)
              MOVE ZEROS TO WS-FAT-PAGO (WS-FAT-ITENS)
              MOVE WS-FATURA-VENCIMENTO
                TO WS-FAT-VENCIMENTO (WS-FAT-ITENS)
              MOVE 'N' TO WS-FAT-RENEG (WS-FAT-ITENS)
           ELSE
              DISPLAY "TABELA DE FATURAS CHEIA - EMISSAO PARCIAL"
           END-IF.
           READ FATURAS.

      *------------------- PARCELAS ENTRAM NO LUGAR DA FATURA ---------*
       CARREGAR-PARCELAS    SECTION.
           OPEN INPUT PARCELAS.
           IF WS-FS-PARC NOT EQUAL ZEROS
              GO TO CARREGAR-PARCELAS-FIM
           END-IF.
           READ PARCELAS.
           PERFORM CARREGAR-UMA-PARCELA
              UNTIL WS-FS-PARC NOT EQUAL ZEROS.
           CLOSE PARCELAS.

       CARREGAR-PARCELAS-FIM.
           EXIT.

       CARREGAR-UMA-PARCELA    SECTION.
           MOVE 0 TO WS-PARC-DONO.
           MOVE 0 TO WS-PARC-DONO-IDX.
           PERFORM PROCURAR-DONA-DA-PARCELA
              UNTIL WS-PARC-DONO-IDX NOT < WS-FAT-ITENS
                 OR WS-PARC-DONO NOT EQUAL 0.

           IF WS-PARC-DONO NOT EQUAL 0
              AND WS-FAT-ITENS < 500
              MOVE 'S' TO WS-FAT-RENEG (WS-PARC-DONO)
              ADD 1 TO WS-FAT-ITENS
              MOVE WS-PARC-FATURA TO WS-FAT-NUMERO (WS-FAT-ITENS)
              MOVE WS-PARC-NUMERO TO WS-FAT-PARCELA (WS-FAT-ITENS)
              MOVE WS-FAT-CLIENTE-ID (WS-PARC-DONO)
                TO WS-FAT-CLIENTE-ID (WS-FAT-ITENS)
              MOVE WS-PARC-VALOR  TO WS-FAT-VALOR (WS-FAT-ITENS)
              MOVE ZEROS          TO WS-FAT-PAGO (WS-FAT-ITENS)
              MOVE WS-PARC-VENCIMENTO
                TO WS-FAT-VENCIMENTO (WS-FAT-ITENS)
              MOVE 'N' TO WS-FAT-RENEG (WS-FAT-ITENS)
           END-IF.
           READ PARCELAS.

       PROCURAR-DONA-DA-PARCELA    SECTION.
           ADD 1 TO WS-PARC-DONO-IDX.
           IF WS-FAT-NUMERO (WS-PARC-DONO-IDX) EQUAL WS-PARC-FATURA
              AND WS-FAT-PARCELA (WS-PARC-DONO-IDX) EQUAL ZEROS
              MOVE WS-PARC-DONO-IDX TO WS-PARC-DONO
           END-IF.

      *------------------- BAIXAS ABATEM O SALDO DO TITULO ------------*
       APLICAR-PAGAMENTOS    SECTION.
           IF WS-PAG-PARCELA NOT NUMERIC
              MOVE ZEROS TO WS-PAG-PARCELA
           END-IF.
           MOVE 0 TO WS-FAT-ACHADO.
           MOVE 0 TO WS-FAT-IDX.
           PERFORM PROCURAR-FATURA
              UNTIL WS-FAT-IDX NOT < WS-FAT-ITENS
                 OR WS-FAT-ACHADO NOT EQUAL 0.

           IF WS-FAT-ACHADO NOT EQUAL 0
              ADD WS-PAG-VALOR TO WS-FAT-PAGO (WS-FAT-ACHADO)
           END-IF.

           READ PAGAMENTOS.

       PROCURAR-FATURA    SECTION.
           ADD 1 TO WS-FAT-IDX.
           IF WS-FAT-NUMERO (WS-FAT-IDX) EQUAL WS-PAG-FATURA
              AND WS-FAT-PARCELA (WS-FAT-IDX) EQUAL WS-PAG-PARCELA
              MOVE WS-FAT-IDX TO WS-FAT-ACHADO
           END-IF.

      *------------------- REGISTRO DOS BOLETOS JA EMITIDOS -----------*
       CARREGAR-EMITIDOS    SECTION.
           OPEN INPUT BOLETOS.
           IF WS-FS-BOL EQUAL ZEROS
              READ BOLETOS
              PERFORM CARREGAR-UM-EMITIDO
                 UNTIL WS-FS-BOL NOT EQUAL ZEROS
              CLOSE BOLETOS
           END-IF.

           OPEN EXTEND BOLETOS.
           IF WS-FS-BOL EQUAL 35
              OPEN OUTPUT BOLETOS
           END-IF.

       CARREGAR-UM-EMITIDO    SECTION.
      *    BOLETO REJEITADO NA ENTRADA NUNCA FOI REGISTRADO NO BANCO:
      *    O TITULO PODE GANHAR UM BOLETO NOVO
           IF WS-BOL-SITUACAO NOT EQUAL 'R'
              IF WS-EMT-ITENS < 2000
                 ADD 1 TO WS-EMT-ITENS
                 MOVE WS-BOL-FATURA  TO WS-EMT-FATURA (WS-EMT-ITENS)
                 MOVE WS-BOL-PARCELA TO WS-EMT-PARCELA (WS-EMT-ITENS)
              ELSE
                 DISPLAY "TABELA DE BOLETOS CHEIA - CONFIRA O REGISTRO"
              END-IF
           END-IF.
           IF WS-BOL-NOSSO-NUMERO > WS-NOSSO-NUMERO
              MOVE WS-BOL-NOSSO-NUMERO TO WS-NOSSO-NUMERO
           END-IF.
           READ BOLETOS.

      *------------------- UM BOLETO POR TITULO EM ABERTO -------------*
       EMITIR-BOLETOS    SECTION.
           OPEN OUTPUT IMPRESSAO.

           MOVE 0 TO WS-FAT-IDX.
           PERFORM AVALIAR-UM-TITULO
              UNTIL WS-FAT-IDX NOT < WS-FAT-ITENS.

           CLOSE IMPRESSAO.

       AVALIAR-UM-TITULO    SECTION.
           ADD 1 TO WS-FAT-IDX.

           IF WS-FAT-RENEG (WS-FAT-IDX) EQUAL 'S'
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.

           COMPUTE WS-FAT-SALDO =
                   WS-FAT-VALOR (WS-FAT-IDX)
                   - WS-FAT-PAGO (WS-FAT-IDX).
           IF WS-FAT-SALDO NOT > 0
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.

           IF WS-VENC-LIMITE NOT EQUAL ZEROS
              AND WS-FAT-VENCIMENTO (WS-FAT-IDX) > WS-VENC-LIMITE
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.

           PERFORM CONFERIR-EMITIDO.
           IF WS-EMT-ACHADO NOT EQUAL 0
              ADD 1 TO WS-TOT-JA-EMITIDOS
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.

      *    SEM PAGADOR NO CRM NAO HA COMO ENDERECAR O BOLETO
           MOVE 99 TO WS-FS-ARQCRM.
           IF WS-FAT-CLIENTE-ID (WS-FAT-IDX) NOT EQUAL ZEROS
              MOVE WS-FAT-CLIENTE-ID (WS-FAT-IDX) TO ARQCRM-ID
              READ ARQCRM KEY IS ARQCRM-CHAVE
           END-IF.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              ADD 1 TO WS-TOT-SEM-PAGADOR
              DISPLAY "FATURA " WS-FAT-NUMERO (WS-FAT-IDX)
                      " PARCELA " WS-FAT-PARCELA (WS-FAT-IDX)
                      " SEM CLIENTE NO CRM - BOLETO NAO EMITIDO"
              GO TO AVALIAR-UM-TITULO-FIM
           END-IF.

           ADD 1 TO WS-NOSSO-NUMERO.
           PERFORM MONTAR-CODIGO-BARRAS.
           PERFORM MONTAR-LINHA-DIGITAVEL.
           PERFORM IMPRIMIR-BOLETO.
           PERFORM REGISTRAR-BOLETO.

       AVALIAR-UM-TITULO-FIM.
           EXIT.

       CONFERIR-EMITIDO    SECTION.
           MOVE 0 TO WS-EMT-IDX.
           MOVE 0 TO WS-EMT-ACHADO.
           PERFORM PROCURAR-EMITIDO
              UNTIL WS-EMT-IDX NOT < WS-EMT-ITENS
                 OR WS-EMT-ACHADO NOT EQUAL 0.

       PROCURAR-EMITIDO    SECTION.
           ADD 1 TO WS-EMT-IDX.
           IF WS-EMT-FATURA (WS-EMT-IDX)
                  EQUAL WS-FAT-NUMERO (WS-FAT-IDX)
              AND WS-EMT-PARCELA (WS-EMT-IDX)
                  EQUAL WS-FAT-PARCELA (WS-FAT-IDX)
              MOVE WS-EMT-IDX TO WS-EMT-ACHADO
           END-IF.

      *------------------- FATOR DE VENCIMENTO E CODIGO DE BARRAS -----*
      *  FATOR = DIAS DESDE 07/10/1997; PASSOU DE 9999 EM 22/02/2025  *
      *  E RECOMECOU EM 1000, NUM CICLO DE 9000 DIAS                  *
       MONTAR-CODIGO-BARRAS    SECTION.
           COMPUTE WS-INT-VENC = FUNCTION INTEGER-OF-DATE
                   (WS-FAT-VENCIMENTO (WS-FAT-IDX)).
           COMPUTE WS-DIAS-BASE = WS-INT-VENC - WS-INT-BASE.
           COMPUTE WS-BAR-FATOR =
                   FUNCTION MOD (WS-DIAS-BASE - 1000, 9000) + 1000.

           MOVE WS-BPR-BANCO     TO WS-BAR-BANCO.
           MOVE WS-FAT-SALDO     TO WS-BAR-VALOR.
           MOVE WS-BPR-AGENCIA   TO WS-LIVRE-AGENCIA.
           MOVE WS-BPR-CARTEIRA  TO WS-LIVRE-CARTEIRA.
           MOVE WS-NOSSO-NUMERO  TO WS-LIVRE-NOSSO.
           MOVE WS-BPR-CONTA     TO WS-LIVRE-CONTA.
           MOVE WS-LIVRE         TO WS-BAR-LIVRE.

           MOVE SPACES TO WS-COD-ALFA.
           STRING WS-BARRAS (1:4) WS-BARRAS (6:39)
                  DELIMITED BY SIZE INTO WS-COD-ALFA
           END-STRING.
           MOVE 43 TO WS-COD-TAM.
           MOVE 11 TO WS-COD-MODULO.
           PERFORM CALCULAR-DIGITO.
           MOVE WS-COD-DV TO WS-BAR-DV.

      *------------------- CAMPOS DA LINHA DIGITAVEL ------------------*
       MONTAR-LINHA-DIGITAVEL    SECTION.
           MOVE 10 TO WS-COD-MODULO.

           STRING WS-BARRAS (1:4) WS-BAR-LIVRE (1:5)
                  DELIMITED BY SIZE INTO WS-CAMPO1
           END-STRING.
           MOVE WS-CAMPO1 TO WS-COD-ALFA.
           MOVE 9 TO WS-COD-TAM.
           PERFORM CALCULAR-DIGITO.
           MOVE WS-CAMPO1 (1:5) TO WS-LD-C1A.
           MOVE WS-CAMPO1 (6:4) TO WS-LD-C1B.
           MOVE WS-COD-DV       TO WS-LD-C1DV.

           MOVE WS-BAR-LIVRE (6:10) TO WS-COD-ALFA.
           MOVE 10 TO WS-COD-TAM.
           PERFORM CALCULAR-DIGITO.
           MOVE WS-BAR-LIVRE (6:5)  TO WS-LD-C2A.
           MOVE WS-BAR-LIVRE (11:5) TO WS-LD-C2B.
           MOVE WS-COD-DV           TO WS-LD-C2DV.

           MOVE WS-BAR-LIVRE (16:10) TO WS-COD-ALFA.
           PERFORM CALCULAR-DIGITO.
           MOVE WS-BAR-LIVRE (16:5) TO WS-LD-C3A.
           MOVE WS-BAR-LIVRE (21:5) TO WS-LD-C3B.
           MOVE WS-COD-DV           TO WS-LD-C3DV.

           MOVE WS-BAR-DV        TO WS-LD-C4.
           MOVE WS-BARRAS (6:14) TO WS-LD-C5.

      *------------------- DIGITO VERIFICADOR (ROTINA DO 10-CODEBAR) --*
       CALCULAR-DIGITO    SECTION.
           MOVE 1       TO WS-COD-IDX.
           MOVE 0       TO WS-COD-SOMA.

           PERFORM SOMAR-DIGITO-CODIGO UNTIL WS-COD-IDX > WS-COD-TAM.

           IF WS-COD-MODULO EQUAL 10
              COMPUTE WS-COD-RESTO = FUNCTION MOD(WS-COD-SOMA, 10)
              IF WS-COD-RESTO = 0
                 MOVE 0 TO WS-COD-DV
              ELSE
                 COMPUTE WS-COD-DV = 10 - WS-COD-RESTO
              END-IF
           ELSE
              COMPUTE WS-COD-RESTO = FUNCTION MOD(WS-COD-SOMA, 11)
              IF WS-COD-RESTO < 2
                 MOVE 1 TO WS-COD-DV
              ELSE
                 COMPUTE WS-COD-DV = 11 - WS-COD-RESTO
              END-IF
           END-IF.

       SOMAR-DIGITO-CODIGO    SECTION.
           MOVE WS-COD-ALFA (WS-COD-IDX:1) TO WS-COD-CHAR.
           MOVE WS-COD-CHAR                TO WS-COD-DIGITO.
           COMPUTE WS-COD-POS = WS-COD-TAM + 1 - WS-COD-IDX.

           IF WS-COD-MODULO EQUAL 10
              IF FUNCTION MOD(WS-COD-POS, 2) = 1
                 MOVE 2 TO WS-COD-PESO
              ELSE
                 MOVE 1 TO WS-COD-PESO
              END-IF
              COMPUTE WS-COD-PRODUTO = WS-COD-DIGITO * WS-COD-PESO
              IF WS-COD-PRODUTO > 9
                 SUBTRACT 9 FROM WS-COD-PRODUTO
              END-IF
           ELSE
              COMPUTE WS-COD-PESO =
                      FUNCTION MOD(WS-COD-POS - 1, 8) + 2
              COMPUTE WS-COD-PRODUTO = WS-COD-DIGITO * WS-COD-PESO
           END-IF.

           ADD WS-COD-PRODUTO TO WS-COD-SOMA.
           ADD 1 TO WS-COD-IDX.

      *------------------- FICHA DO BOLETO NO ARQUIVO DE IMPRESSAO ----*
       IMPRIMIR-BOLETO    SECTION.
           MOVE ALL "=" TO WS-IMP-LINHA.
           WRITE WS-IMP-LINHA.

           MOVE SPACES TO WS-IMP-LINHA.
           STRING "BANCO " WS-BPR-BANCO "-9   " WS-LINHA-DIG
                  DELIMITED BY SIZE INTO WS-IMP-LINHA
           END-STRING.
           WRITE WS-IMP-LINHA.

           MOVE SPACES TO WS-IMP-LINHA.
           STRING "BENEFICIARIO: " WS-BPR-BENEFICIARIO
                  "  AG/CONTA " WS-BPR-AGENCIA "/" WS-BPR-CONTA
                  DELIMITED BY SIZE INTO WS-IMP-LINHA
           END-STRING.
           WRITE WS-IMP-LINHA.

           MOVE WS-FAT-VENCIMENTO (WS-FAT-IDX) (7:2) TO WS-DTE-DIA.
           MOVE WS-FAT-VENCIMENTO (WS-FAT-IDX) (5:2) TO WS-DTE-MES.
           MOVE WS-FAT-VENCIMENTO (WS-FAT-IDX) (1:4) TO WS-DTE-ANO.
           MOVE WS-FAT-SALDO TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-IMP-LINHA.
           STRING "VENCIMENTO: " WS-DATA-EDIT
                  "   VALOR: " WS-VALOR-EDIT
                  "   NOSSO NUMERO: " WS-BPR-CARTEIRA "/"
                  WS-NOSSO-NUMERO
                  DELIMITED BY SIZE INTO WS-IMP-LINHA
           END-STRING.
           WRITE WS-IMP-LINHA.

           MOVE SPACES TO WS-IMP-LINHA.
           STRING "DOCUMENTO: FATURA " WS-FAT-NUMERO (WS-FAT-IDX)
                  " PARCELA " WS-FAT-PARCELA (WS-FAT-IDX)
                  "   EMISSAO: " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-IMP-LINHA
           END-STRING.
           WRITE WS-IMP-LINHA.

           MOVE SPACES TO WS-IMP-LINHA.
           STRING "PAGADOR: " ARQCRM-NOME " (" ARQCRM-ID ")"
                  DELIMITED BY SIZE INTO WS-IMP-LINHA
           END-STRING.
           WRITE WS-IMP-LINHA.

           MOVE SPACES TO WS-IMP-LINHA.
           STRING "         " ARQCRM-END-RUA DELIMITED BY "  "
                  ", " ARQCRM-END-NUM
                  DELIMITED BY SIZE INTO WS-IMP-LINHA
           END-STRING.
           WRITE WS-IMP-LINHA.

           MOVE SPACES TO WS-IMP-LINHA.
           STRING "         " ARQCRM-END-CEP (1:5) "-"
                  ARQCRM-END-CEP (6:3) " " ARQCRM-END-CIDADE
                  " - " ARQCRM-END-UF
                  DELIMITED BY SIZE INTO WS-IMP-LINHA
           END-STRING.
           WRITE WS-IMP-LINHA.

           MOVE SPACES TO WS-IMP-LINHA.
           STRING "CODIGO DE BARRAS: " WS-BARRAS
                  DELIMITED BY SIZE INTO WS-IMP-LINHA
           END-STRING.
           WRITE WS-IMP-LINHA.

       REGISTRAR-BOLETO    SECTION.
           MOVE WS-FAT-NUMERO (WS-FAT-IDX)     TO WS-BOL-FATURA.
           MOVE WS-FAT-PARCELA (WS-FAT-IDX)    TO WS-BOL-PARCELA.
           MOVE WS-NOSSO-NUMERO                TO WS-BOL-NOSSO-NUMERO.
           MOVE WS-FAT-CLIENTE-ID (WS-FAT-IDX) TO WS-BOL-CLIENTE-ID.
           MOVE WS-DATA-HOJE                   TO WS-BOL-EMISSAO.
           MOVE WS-FAT-VENCIMENTO (WS-FAT-IDX) TO WS-BOL-VENCIMENTO.
           MOVE WS-FAT-SALDO                   TO WS-BOL-VALOR.
           MOVE WS-BARRAS                      TO WS-BOL-BARRAS.
           MOVE 'E'                            TO WS-BOL-SITUACAO.
           WRITE WS-BOL-REG.

           ADD 1 TO WS-TOT-EMITIDOS.
           ADD WS-FAT-SALDO TO WS-TOT-VALOR.

       FINALIZAR    SECTION.
           MOVE WS-TOT-VALOR TO WS-VALOR-EDIT.
           DISPLAY "BOLETOS EMITIDOS        : " WS-TOT-EMITIDOS.
           DISPLAY "VALOR TOTAL             : " WS-VALOR-EDIT.
           DISPLAY "JA EMITIDOS ANTES       : " WS-TOT-JA-EMITIDOS.
           DISPLAY "SEM CLIENTE NO CRM      : " WS-TOT-SEM-PAGADOR.
           DISPLAY "BOLETOS EM ..\DADOS\BOLETOS.PRT".

           CLOSE FATURAS.
           IF WS-FS-PAG NOT EQUAL 35
              CLOSE PAGAMENTOS
           END-IF.
           CLOSE BOLETOS.
           CLOSE ARQCRM.
       END PROGRAM 7-BOLETO.
