      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. VALECAD.
      *-----------------------------------------------------------------
      *  VALES DA PIZZARIA. VALE-PRESENTE (G) E VENDIDO NO BALCAO COM *
      *  VALOR FIXO E E GASTO AOS POUCOS NOS PEDIDOS ATE ZERAR O      *
      *  SALDO; CUPOM DE DESCONTO (P) E DISTRIBUIDO EM CAMPANHA OU A  *
      *  UM CLIENTE DO CRM E ABATE UM PERCENTUAL DO PEDIDO, UMA VEZ   *
      *  SO (U) OU QUANTAS VEZES VIER ATE VENCER (M). TODO MOVIMENTO  *
      *  VAI PARA O VALEMOV.DAT; A VENDA DO VALE-PRESENTE ENTRA NO    *
      *  CAIXA DO DIA PELA FORMA DE PAGAMENTO (VER FECHACAIXA)        *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT VALES ASSIGN TO "..\DADOS\VALES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-VALES
           RECORD KEY IS WS-VALE-CODIGO.

           SELECT VALEMOV ASSIGN TO "..\DADOS\VALEMOV.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VALEMOV.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- CADASTRO DE VALES --------------------------*
       FD  VALES.
       01  WS-VALE-REG.
           05 WS-VALE-CODIGO           PIC X(12).
           05 WS-VALE-TIPO             PIC X(01).
              88 WS-VALE-PRESENTE          VALUE 'G'.
              88 WS-VALE-PERCENTUAL        VALUE 'P'.
           05 WS-VALE-VALOR            PIC 9(05)V99.
      *       VALOR DE FACE DO VALE-PRESENTE
           05 WS-VALE-PERCENTUAL-DESC  PIC 9(02).
      *       PERCENTUAL ABATIDO PELO CUPOM
           05 WS-VALE-SALDO            PIC 9(05)V99.
           05 WS-VALE-EMISSAO          PIC 9(08).
           05 WS-VALE-VALIDADE         PIC 9(08).
           05 WS-VALE-USO              PIC X(01).
              88 WS-VALE-USO-UNICO         VALUE 'U'.
              88 WS-VALE-USO-MULTIPLO      VALUE 'M'.
           05 WS-VALE-USOS             PIC 9(04).
           05 WS-VALE-SITUACAO         PIC X(01).
              88 WS-VALE-ATIVO             VALUE 'A'.
              88 WS-VALE-ESGOTADO          VALUE 'E'.
              88 WS-VALE-CANCELADO         VALUE 'C'.
           05 WS-VALE-CAMPANHA         PIC X(06).
      *       CAMPANHA DO CRM QUE DISTRIBUIU O CUPOM (VER CAMPCAD)
           05 WS-VALE-CLIENTE-ID       PIC 9(09).
      *       CLIENTE DO CRM DONO DO VALE (0 = QUALQUER UM)

      *------------------- MOVIMENTO DOS VALES ------------------------*
      *  E = EMISSAO / R = RESGATE NO PEDIDO / X = ESTORNO DO PEDIDO  *
      *  CANCELADO / C = CANCELAMENTO DO VALE                         *
       FD  VALEMOV.
       01  WS-VMV-REG.
           05 WS-VMV-CODIGO            PIC X(12).
           05 WS-VMV-DATA              PIC 9(08).
           05 WS-VMV-MOVIMENTO         PIC X(01).
           05 WS-VMV-PEDIDO            PIC 9(08).
           05 WS-VMV-VALOR             PIC 9(05)V99.
           05 WS-VMV-SALDO             PIC 9(05)V99.
           05 WS-VMV-FORMA             PIC X(01).
      *       FORMA DE PAGAMENTO NA VENDA DO VALE-PRESENTE (D/C/P)

       WORKING-STORAGE SECTION.
       01 WS-FS-VALES                  PIC 9(02) VALUE ZEROS.
       01 WS-FS-VALEMOV                PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-CODIGO                    PIC X(12) VALUE SPACES.
       01 WS-HOJE                      PIC 9(08) VALUE ZEROS.
       01 WS-DIA-INT                   PIC 9(07) VALUE ZEROS.
       01 WS-FORMA                     PIC X(01) VALUE SPACES.
       01 WS-RESPOSTA                  PIC X(01) VALUE SPACES.
       01 WS-VALOR-EDIT                PIC ZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           CLOSE VALES.

           STOP RUN.

       INICIAR    SECTION.
           OPEN I-O VALES.
           IF WS-FS-VALES EQUAL 35
              CLOSE VALES
              OPEN OUTPUT VALES
              CLOSE VALES
              OPEN I-O VALES
           END-IF.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS VALES " WS-FS-VALES
              STOP RUN
           END-IF.

       PROCESSAR    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOJE.
           DISPLAY "VALES-PRESENTE E CUPONS DE DESCONTO".
           DISPLAY "-----------------------------------".
           DISPLAY "1 - VENDER VALE-PRESENTE".
           DISPLAY "2 - EMITIR CUPOM DE DESCONTO".
           DISPLAY "3 - CONSULTAR VALE".
           DISPLAY "4 - CANCELAR VALE".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM VENDER-PRESENTE
               WHEN 2
                   PERFORM EMITIR-CUPOM
               WHEN 3
                   PERFORM CONSULTAR-VALE
               WHEN 4
                   PERFORM CANCELAR-VALE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *------------------- VALE-PRESENTE VENDIDO NO BALCAO ------------*
      *  SEMPRE DE USO MULTIPLO: O SALDO QUE SOBRA DE UM PEDIDO FICA  *
      *  PARA O PROXIMO. VALIDADE EM BRANCO = UM ANO                  *
       VENDER-PRESENTE    SECTION.
           DISPLAY "CODIGO DO VALE (NUMERO DO CARTAO): ".
              ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           IF WS-CODIGO EQUAL SPACES
              DISPLAY "CODIGO OBRIGATORIO - NADA GRAVADO"
              GO TO VENDER-PRESENTE-FIM
           END-IF.
           MOVE WS-CODIGO TO WS-VALE-CODIGO.
           READ VALES KEY IS WS-VALE-CODIGO.
           IF WS-FS-VALES EQUAL ZEROS
              DISPLAY "VALE " WS-CODIGO " JA EXISTE"
              GO TO VENDER-PRESENTE-FIM
           END-IF.

           INITIALIZE WS-VALE-REG.
           MOVE WS-CODIGO TO WS-VALE-CODIGO.
           MOVE 'G'       TO WS-VALE-TIPO.
           DISPLAY "VALOR DO VALE               : ".
              ACCEPT WS-VALE-VALOR.
           IF WS-VALE-VALOR EQUAL ZEROS
              DISPLAY "VALOR OBRIGATORIO - NADA GRAVADO"
              GO TO VENDER-PRESENTE-FIM
           END-IF.
           DISPLAY "VALIDADE (AAAAMMDD / 0 = 1 ANO): ".
              ACCEPT WS-VALE-VALIDADE.
           IF WS-VALE-VALIDADE EQUAL ZEROS
              COMPUTE WS-DIA-INT =
                      FUNCTION INTEGER-OF-DATE (WS-HOJE) + 365
              COMPUTE WS-VALE-VALIDADE =
                      FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
           END-IF.
           IF WS-VALE-VALIDADE < WS-HOJE
              DISPLAY "VALIDADE JA VENCIDA - NADA GRAVADO"
              GO TO VENDER-PRESENTE-FIM
           END-IF.
           DISPLAY "CLIENTE DO CRM (0 = NENHUM) : ".
              ACCEPT WS-VALE-CLIENTE-ID.
           DISPLAY "PAGO EM (D)INHEIRO (C)ARTAO (P)IX: ".
              ACCEPT WS-FORMA.
           MOVE FUNCTION UPPER-CASE(WS-FORMA) TO WS-FORMA.
           IF WS-FORMA NOT EQUAL 'D' AND WS-FORMA NOT EQUAL 'C'
              AND WS-FORMA NOT EQUAL 'P'
              MOVE 'D' TO WS-FORMA
           END-IF.

           MOVE WS-VALE-VALOR TO WS-VALE-SALDO.
           MOVE WS-HOJE       TO WS-VALE-EMISSAO.
           MOVE 'M'           TO WS-VALE-USO.
           MOVE ZEROS         TO WS-VALE-USOS.
           MOVE 'A'           TO WS-VALE-SITUACAO.
           MOVE SPACES        TO WS-VALE-CAMPANHA.
           WRITE WS-VALE-REG.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO VALE " WS-FS-VALES
              GO TO VENDER-PRESENTE-FIM
           END-IF.

           MOVE 'E'           TO WS-VMV-MOVIMENTO.
           MOVE ZEROS         TO WS-VMV-PEDIDO.
           MOVE WS-VALE-VALOR TO WS-VMV-VALOR.
           MOVE WS-FORMA      TO WS-VMV-FORMA.
           PERFORM GRAVAR-MOVIMENTO.
           MOVE WS-VALE-VALOR TO WS-VALOR-EDIT.
           DISPLAY "VALE-PRESENTE " WS-VALE-CODIGO " DE "
                   WS-VALOR-EDIT " VALIDO ATE " WS-VALE-VALIDADE.

       VENDER-PRESENTE-FIM.
           EXIT.

      *------------------- CUPOM DE CAMPANHA OU DE CLIENTE ------------*
      *  VALIDADE EM BRANCO = 30 DIAS                                 *
       EMITIR-CUPOM    SECTION.
           DISPLAY "CODIGO DO CUPOM             : ".
              ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           IF WS-CODIGO EQUAL SPACES
              DISPLAY "CODIGO OBRIGATORIO - NADA GRAVADO"
              GO TO EMITIR-CUPOM-FIM
           END-IF.
           MOVE WS-CODIGO TO WS-VALE-CODIGO.
           READ VALES KEY IS WS-VALE-CODIGO.
           IF WS-FS-VALES EQUAL ZEROS
              DISPLAY "VALE " WS-CODIGO " JA EXISTE"
              GO TO EMITIR-CUPOM-FIM
           END-IF.

           INITIALIZE WS-VALE-REG.
           MOVE WS-CODIGO TO WS-VALE-CODIGO.
           MOVE 'P'       TO WS-VALE-TIPO.
           DISPLAY "PERCENTUAL DE DESCONTO (1-99): ".
              ACCEPT WS-VALE-PERCENTUAL-DESC.
           IF WS-VALE-PERCENTUAL-DESC EQUAL ZEROS
              DISPLAY "PERCENTUAL OBRIGATORIO - NADA GRAVADO"
              GO TO EMITIR-CUPOM-FIM
           END-IF.
           DISPLAY "VALIDADE (AAAAMMDD / 0 = 30 DIAS): ".
              ACCEPT WS-VALE-VALIDADE.
           IF WS-VALE-VALIDADE EQUAL ZEROS
              COMPUTE WS-DIA-INT =
                      FUNCTION INTEGER-OF-DATE (WS-HOJE) + 30
              COMPUTE WS-VALE-VALIDADE =
                      FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
           END-IF.
           IF WS-VALE-VALIDADE < WS-HOJE
              DISPLAY "VALIDADE JA VENCIDA - NADA GRAVADO"
              GO TO EMITIR-CUPOM-FIM
           END-IF.
           DISPLAY "USO (U)NICO OU (M)ULTIPLO   : ".
              ACCEPT WS-VALE-USO.
           MOVE FUNCTION UPPER-CASE(WS-VALE-USO) TO WS-VALE-USO.
           IF NOT WS-VALE-USO-MULTIPLO
              MOVE 'U' TO WS-VALE-USO
           END-IF.
           DISPLAY "CAMPANHA DO CRM (BRANCO = NENHUMA): ".
              ACCEPT WS-VALE-CAMPANHA.
           MOVE FUNCTION UPPER-CASE(WS-VALE-CAMPANHA)
             TO WS-VALE-CAMPANHA.
           DISPLAY "CLIENTE DO CRM (0 = QUALQUER UM): ".
              ACCEPT WS-VALE-CLIENTE-ID.

           MOVE ZEROS   TO WS-VALE-VALOR WS-VALE-SALDO WS-VALE-USOS.
           MOVE WS-HOJE TO WS-VALE-EMISSAO.
           MOVE 'A'     TO WS-VALE-SITUACAO.
           WRITE WS-VALE-REG.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO VALE " WS-FS-VALES
              GO TO EMITIR-CUPOM-FIM
           END-IF.

           MOVE 'E'    TO WS-VMV-MOVIMENTO.
           MOVE ZEROS  TO WS-VMV-PEDIDO WS-VMV-VALOR.
           MOVE SPACES TO WS-VMV-FORMA.
           PERFORM GRAVAR-MOVIMENTO.
           DISPLAY "CUPOM " WS-VALE-CODIGO " DE "
                   WS-VALE-PERCENTUAL-DESC "% VALIDO ATE "
                   WS-VALE-VALIDADE.

       EMITIR-CUPOM-FIM.
           EXIT.

      *------------------- CONSULTA DO VALE E DO SEU MOVIMENTO --------*
       CONSULTAR-VALE    SECTION.
           DISPLAY "CODIGO DO VALE: ".
              ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           MOVE WS-CODIGO TO WS-VALE-CODIGO.
           READ VALES KEY IS WS-VALE-CODIGO.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "VALE NAO ENCONTRADO"
              GO TO CONSULTAR-VALE-FIM
           END-IF.

           IF WS-VALE-PRESENTE
              MOVE WS-VALE-VALOR TO WS-VALOR-EDIT
              DISPLAY "VALE-PRESENTE DE " WS-VALOR-EDIT
              MOVE WS-VALE-SALDO TO WS-VALOR-EDIT
              DISPLAY "SALDO           : " WS-VALOR-EDIT
           ELSE
              DISPLAY "CUPOM DE " WS-VALE-PERCENTUAL-DESC
                      "% - USO " WS-VALE-USO
           END-IF.
           DISPLAY "EMITIDO EM      : " WS-VALE-EMISSAO.
           DISPLAY "VALIDO ATE      : " WS-VALE-VALIDADE.
           DISPLAY "SITUACAO        : " WS-VALE-SITUACAO
                   " - USADO " WS-VALE-USOS " VEZ(ES)".
           IF WS-VALE-CAMPANHA NOT EQUAL SPACES
              DISPLAY "CAMPANHA        : " WS-VALE-CAMPANHA
           END-IF.
           IF WS-VALE-CLIENTE-ID NOT EQUAL ZEROS
              DISPLAY "CLIENTE         : " WS-VALE-CLIENTE-ID
           END-IF.

           OPEN INPUT VALEMOV.
           IF WS-FS-VALEMOV NOT EQUAL ZEROS
              GO TO CONSULTAR-VALE-FIM
           END-IF.
           DISPLAY "DATA     MOV PEDIDO       VALOR     SALDO".
           READ VALEMOV.
           PERFORM EXIBIR-MOVIMENTO
              UNTIL WS-FS-VALEMOV NOT EQUAL ZEROS.
           CLOSE VALEMOV.

       CONSULTAR-VALE-FIM.
           EXIT.

       EXIBIR-MOVIMENTO    SECTION.
           IF WS-VMV-CODIGO EQUAL WS-VALE-CODIGO
              MOVE WS-VMV-VALOR TO WS-VALOR-EDIT
              DISPLAY WS-VMV-DATA " " WS-VMV-MOVIMENTO "   "
                      WS-VMV-PEDIDO " " WS-VALOR-EDIT " "
                      WS-VMV-SALDO
           END-IF.
           READ VALEMOV.

      *------------------- CANCELAMENTO: O SALDO SAI DO PASSIVO -------*
       CANCELAR-VALE    SECTION.
           DISPLAY "CODIGO DO VALE: ".
              ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           MOVE WS-CODIGO TO WS-VALE-CODIGO.
           READ VALES KEY IS WS-VALE-CODIGO.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "VALE NAO ENCONTRADO"
              GO TO CANCELAR-VALE-FIM
           END-IF.
           IF WS-VALE-CANCELADO
              DISPLAY "VALE JA CANCELADO"
              GO TO CANCELAR-VALE-FIM
           END-IF.
           IF WS-VALE-PRESENTE AND WS-VALE-SALDO > 0
              MOVE WS-VALE-SALDO TO WS-VALOR-EDIT
              DISPLAY "VALE-PRESENTE COM SALDO " WS-VALOR-EDIT
           END-IF.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N): ".
              ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT EQUAL 'S'
              GO TO CANCELAR-VALE-FIM
           END-IF.

           MOVE WS-VALE-SALDO TO WS-VMV-VALOR.
           MOVE 'C'   TO WS-VALE-SITUACAO.
           MOVE ZEROS TO WS-VALE-SALDO.
           REWRITE WS-VALE-REG.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO VALE " WS-FS-VALES
              GO TO CANCELAR-VALE-FIM
           END-IF.
           MOVE 'C'    TO WS-VMV-MOVIMENTO.
           MOVE ZEROS  TO WS-VMV-PEDIDO.
           MOVE SPACES TO WS-VMV-FORMA.
           PERFORM GRAVAR-MOVIMENTO.
           DISPLAY "VALE " WS-VALE-CODIGO " CANCELADO".

       CANCELAR-VALE-FIM.
           EXIT.

      *    MOVIMENTO, PEDIDO, VALOR E FORMA JA PREENCHIDOS
       GRAVAR-MOVIMENTO    SECTION.
           OPEN EXTEND VALEMOV.
           IF WS-FS-VALEMOV EQUAL 35
              OPEN OUTPUT VALEMOV
           END-IF.
           MOVE WS-VALE-CODIGO TO WS-VMV-CODIGO.
           MOVE WS-HOJE        TO WS-VMV-DATA.
           MOVE WS-VALE-SALDO  TO WS-VMV-SALDO.
           WRITE WS-VMV-REG.
           CLOSE VALEMOV.
       END PROGRAM VALECAD.
