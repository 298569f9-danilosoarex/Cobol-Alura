           SELECT FINAIS ASSIGN TO "..\DADOS\COBRANCA.FINAL.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FINAIS.

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
           05 WS-FATURA-CLIENTE     PIC X(10).
           05 WS-FATURA-VALOR       PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO  PIC 9(08).
           05 WS-FATURA-CLIENTE-ID  PIC 9(09).
      *       ID DO CLIENTE NO ARQCRM.DAT; O TEXTO DO CLIENTE FICA SO
      *       PARA A IMPRESSAO

       FD  PAGAMENTOS.
       01  WS-PAG-REG.
       FD  FINAIS.
       01  WS-FINAL-LINHA           PIC X(100).

      *------------------- ESPELHO DO LAYOUT #CRM DO ARQCRM.DAT -------*
      *  A CARTA VAI PARA O NOME E O ENDERECO DO CADASTRO DO CRM      *
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
       01 WS-FS-HIST               PIC 9(02) VALUE ZEROS.
       01 WS-FS-CARTAS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-FINAIS             PIC 9(02) VALUE ZEROS.
       01 WS-FS-ARQCRM             PIC 9(02) VALUE ZEROS.
       01 WS-TEM-CRM               PIC X(01) VALUE 'N'.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-INT-HOJE              PIC 9(07) COMP VALUE 0.
           05 WS-FAT-ITEM OCCURS 500 TIMES.
              10 WS-FAT-NUMERO      PIC 9(06).
              10 WS-FAT-CLIENTE     PIC X(10).
              10 WS-FAT-CLIENTE-ID  PIC 9(09).
              10 WS-FAT-VALOR       PIC 9(05)V99.
              10 WS-FAT-PAGO        PIC 9(07)V99.
              10 WS-FAT-VENCIMENTO  PIC 9(08).
       01 WS-TOT-CARTAS            PIC 9(04) VALUE 0.
       01 WS-TOT-PULADAS           PIC 9(04) VALUE 0.
       01 WS-TOT-FINAIS            PIC 9(04) VALUE 0.
       01 WS-TOT-SEM-ENDERECO      PIC 9(04) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              DISPLAY "SEM HISTORICO DE COBRANCA - PRIMEIRA RODADA"
           END-IF.

           OPEN INPUT ARQCRM.
           IF WS-FS-ARQCRM EQUAL ZEROS
              MOVE 'S' TO WS-TEM-CRM
           ELSE
              DISPLAY "SEM ARQCRM.DAT - CARTAS SEM ENDERECO"
           END-IF.

           OPEN OUTPUT CARTAS.
           OPEN OUTPUT FINAIS.

                TO WS-FAT-NUMERO (WS-FAT-ITENS)
              MOVE WS-FATURA-CLIENTE
                TO WS-FAT-CLIENTE (WS-FAT-ITENS)
              MOVE WS-FATURA-CLIENTE-ID
                TO WS-FAT-CLIENTE-ID (WS-FAT-ITENS)
              MOVE WS-FATURA-VALOR
                TO WS-FAT-VALOR (WS-FAT-ITENS)
              MOVE ZEROS TO WS-FAT-PAGO (WS-FAT-ITENS)
           IF WS-ESTAGIO EQUAL 3
              ADD 1 TO WS-TOT-FINAIS
              MOVE SPACES TO WS-FINAL-LINHA
              STRING "CLIENTE " WS-FAT-CLIENTE-ID (WS-FAT-IDX)
                     " " WS-FAT-CLIENTE (WS-FAT-IDX)
                     " FATURA " WS-FAT-NUMERO (WS-FAT-IDX)
                     " SALDO " WS-FAT-SALDO
                     " - LIGAR PARA COBRANCA"
           MOVE ALL "=" TO WS-CARTA-LINHA.
           WRITE WS-CARTA-LINHA.

           PERFORM ENDERECAR-CARTA.

           MOVE WS-FAT-SALDO TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-CARTA-LINHA.
                   WRITE WS-CARTA-LINHA
           END-EVALUATE.

      *------------------- NOME E ENDERECO DO CADASTRO DO CRM ---------*
      *  FATURA SEM CLIENTE NO CRM SAI SO COM O TEXTO DA FATURA E     *
      *  ENTRA NA CONTAGEM DAS CARTAS SEM ENDERECO                    *
       ENDERECAR-CARTA    SECTION.
           MOVE 99 TO WS-FS-ARQCRM.
           IF WS-TEM-CRM EQUAL 'S'
              AND WS-FAT-CLIENTE-ID (WS-FAT-IDX) NOT EQUAL ZEROS
              MOVE WS-FAT-CLIENTE-ID (WS-FAT-IDX) TO ARQCRM-ID
              READ ARQCRM KEY IS ARQCRM-CHAVE
           END-IF.

           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              ADD 1 TO WS-TOT-SEM-ENDERECO
              MOVE SPACES TO WS-CARTA-LINHA
              STRING "AO CLIENTE " WS-FAT-CLIENTE (WS-FAT-IDX)
                     DELIMITED BY SIZE INTO WS-CARTA-LINHA
              END-STRING
              WRITE WS-CARTA-LINHA
              GO TO ENDERECAR-CARTA-FIM
           END-IF.

           MOVE SPACES TO WS-CARTA-LINHA.
           STRING "AO CLIENTE " ARQCRM-NOME
                  " (" ARQCRM-ID ")"
                  DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING.
           WRITE WS-CARTA-LINHA.

           MOVE SPACES TO WS-CARTA-LINHA.
           STRING ARQCRM-END-RUA DELIMITED BY "  "
                  ", " ARQCRM-END-NUM
                  DELIMITED BY SIZE INTO WS-CARTA-LINHA
           END-STRING.
           WRITE WS-CARTA-LINHA.

           MOVE SPACES TO WS-CARTA-LINHA.
           STRING ARQCRM-END-CEP (1:5) "-" ARQCRM-END-CEP (6:3)
                  " " ARQCRM-END-CIDADE DELIMITED BY SIZE
                  " - " ARQCRM-END-UF   DELIMITED BY SIZE
                  INTO WS-CARTA-LINHA
           END-STRING.
           WRITE WS-CARTA-LINHA.

       ENDERECAR-CARTA-FIM.
           EXIT.

       ANOTAR-HISTORICO    SECTION.
           MOVE WS-FAT-NUMERO (WS-FAT-IDX) TO WS-HIST-FATURA.
           MOVE WS-ESTAGIO                 TO WS-HIST-ESTAGIO.
           DISPLAY "CARTAS GERADAS          : " WS-TOT-CARTAS.
           DISPLAY "SEGURAS (PGTO RECENTE)  : " WS-TOT-PULADAS.
           DISPLAY "EM COBRANCA FINAL       : " WS-TOT-FINAIS.
           DISPLAY "CARTAS SEM ENDERECO CRM : " WS-TOT-SEM-ENDERECO.
           DISPLAY "CARTAS EM ..\DADOS\COBRANCA.CARTAS.TXT".
           DISPLAY "FINAIS EM ..\DADOS\COBRANCA.FINAL.TXT".

              CLOSE PAGAMENTOS
           END-IF.
           CLOSE COBRHIST.
           IF WS-TEM-CRM EQUAL 'S'
              CLOSE ARQCRM
           END-IF.
           CLOSE CARTAS.
           CLOSE FINAIS.
       END PROGRAM 7-COBRANCA.
