           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT ARQCRM-LOG ASSIGN TO "..\DADOS\ARQCRM.LOG"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS TAGCRM-FS
           RECORD KEY IS TAG-CHAVE.

           SELECT CONTPESSOA ASSIGN TO "..\DADOS\CONTPESSOA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONTPESSOA-FS
           RECORD KEY IS CPES-CHAVE.

           SELECT CONTARC-CTL ASSIGN TO
                  "..\DADOS\ARCHIVE\ARQCONTATO.CTL"
           ORGANIZATION  IS  LINE SEQUENTIAL
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PONTOS-FS.

           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT BLOQUEIO ASSIGN TO "..\DADOS\BLOQUEIO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS BLOQUEIO-FS.
           FILE STATUS IS ENRIQUECE-FS
           RECORD KEY IS ENRIQ-CHAVE.

           SELECT VALOR ASSIGN TO "..\DADOS\VALOR.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS VALOR-FS
           RECORD KEY IS VALOR-CHAVE.

           SELECT DOCREG ASSIGN TO "..\DADOS\DOCREG.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EXTRATO-FS
           RECORD KEY IS EXT-CHAVE.

           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS FATURAS-FS.

           SELECT PARCELAS ASSIGN TO "..\DADOS\PARCELAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PARCELAS-FS.

           SELECT PAGAMENTOS ASSIGN TO "..\DADOS\PAGAMENTOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PAGAMENTOS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       FD  TAGCRM.
       COPY  "#TAG".

       FD  CONTPESSOA.
       COPY  "#CONTPES".

       FD  CONTARC-CTL.
       COPY  "#CONTARC".

           05  PONTO-QTD          PIC 9(05).
           05  PONTO-REFERENCIA   PIC 9(08).

      *------------------- ESPELHO DO PEDIDOS.DAT DA PIZZARIA ---------*
       FD  PEDIDOS.
       01  PEDIDO-REGISTRO.
           05  PEDIDO-NUMERO         PIC 9(08).
           05  PEDIDO-DATAHORA       PIC X(14).
           05  PEDIDO-MASSA          PIC X(12).
           05  PEDIDO-TAMANHO        PIC X(01).
           05  PEDIDO-EXTRA-QUEIJO   PIC X(01).
           05  PEDIDO-EXTRA-BORDA    PIC X(01).
           05  PEDIDO-VALOR          PIC 9(04)V99.
           05  PEDIDO-SITUACAO       PIC X(01).
           05  PEDIDO-MOTIVO-CANC    PIC X(30).
           05  PEDIDO-CLIENTE-ID     PIC 9(09).
           05  PEDIDO-TELEFONE       PIC X(15).
           05  PEDIDO-PROMETIDO      PIC 9(04).

      *------------------- LIVRO DE BLOQUEIOS POR FRAUDE ---------------*
      *  MANTIDO PELO FRAUDEWQ; VALE O ULTIMO LANCAMENTO DO CLIENTE    *
       FD  BLOQUEIO.
       FD  DOCREG.
       COPY  "#DOCREG".

       FD  VALOR.
       COPY  "#VALOR".

      *------------------- CADASTRO DE CONTAS (VER 5-CONTACAD) ---------*
       FD  CONTAS.
       01  CTA-REGISTRO.
           05  EXT-SALDO          PIC S9(07)V99.
           05  EXT-DOC            PIC X(10).

      *------------------- ESPELHO DO CONTAS A RECEBER (VER 7-AGING) --*
       FD  FATURAS.
       01  FATURA-REGISTRO.
           05  FATURA-NUMERO         PIC 9(06).
           05  FATURA-CLIENTE        PIC X(10).
           05  FATURA-VALOR          PIC 9(05)V99.
           05  FATURA-VENCIMENTO     PIC 9(08).
           05  FATURA-CLIENTE-ID     PIC 9(09).

       FD  PARCELAS.
       01  PARC-REGISTRO.
           05  PARC-FATURA           PIC 9(06).
           05  PARC-NUMERO           PIC 9(02).
           05  PARC-VALOR            PIC 9(05)V99.
           05  PARC-VENCIMENTO       PIC 9(08).

       FD  PAGAMENTOS.
       01  PAG-REGISTRO.
           05  PAG-FATURA            PIC 9(06).
           05  PAG-DATA              PIC 9(08).
           05  PAG-VALOR             PIC 9(05)V99.
           05  PAG-PARCELA           PIC 9(02).

       FD  ARQMORTO.
       01  ARC-LINHA.
           05  ARC-CLIENTE-ID     PIC 9(09).
       01  TAGCRM-FS           PIC 9(02) VALUE ZEROS.
       01  WRK-TOTTAGS         PIC 9(03) VALUE 0.

      *------------------- PESSOAS DE CONTATO (VER PESSOACAD) ----------*
      *  NA PESSOA JURIDICA O DOSSIE E DIRIGIDO A PESSOA PRINCIPAL     *
       01  CONTPESSOA-FS       PIC 9(02) VALUE ZEROS.
       01  WRK-PES-ABERTO      PIC X(01) VALUE 'N'.
           88  CONTPESSOA-ABERTO   VALUE 'S'.
       01  WRK-PRINCIPAL-NOME  PIC X(30) VALUE SPACES.
       01  WRK-PRINCIPAL-FONE  PIC X(15) VALUE SPACES.
       01  WRK-PRINCIPAL-EMAIL PIC X(40) VALUE SPACES.
       01  WRK-TOTPESSOAS      PIC 9(03) VALUE 0.
       01  WRK-PES-NOME-CONT   PIC X(30) VALUE SPACES.

      *------------------- HISTORICO COMPLETO (ARQUIVO MORTO) ----------*
       01  CONTARC-CTL-FS      PIC 9(02) VALUE ZEROS.
       01  ARQMORTO-FS         PIC 9(02) VALUE ZEROS.
       01  WRK-SALDO-PONTOS    PIC S9(07) VALUE 0.
       01  WRK-TEM-PONTOS      PIC X(01) VALUE 'N'.

      *------------------- PEDIDOS DA PIZZARIA -------------------------*
       01  PEDIDOS-FS          PIC 9(02) VALUE ZEROS.
       01  WRK-TOTPEDIDOS      PIC 9(05) VALUE 0.
       01  WRK-TOTCANCELADOS   PIC 9(05) VALUE 0.
       01  WRK-PED-SOMA        PIC 9(09)V99 VALUE 0.
       01  WRK-PED-ULTIMO      PIC 9(08) VALUE 0.
       01  WRK-PED-ULT-DATA    PIC X(08) VALUE SPACES.

      *------------------- ENRIQUECIMENTO DO BUREAU (VER BUREAURET) ----*
       01  ENRIQUECE-FS        PIC 9(02) VALUE ZEROS.

      *------------------- VALOR DO CLIENTE (VER VALORCRM) -------------*
       01  VALOR-FS            PIC 9(02) VALUE ZEROS.
       01  WRK-VALOR-EDIT      PIC Z(08)9.99 VALUE SPACES.
       01  WRK-TICKET-EDIT     PIC Z(06)9.99 VALUE SPACES.
       01  WRK-FREQ-EDIT       PIC ZZ9.99 VALUE SPACES.

      *------------------- DOCUMENTOS FISICOS (VER DOCCAD) -------------*
       01  DOCREG-FS           PIC 9(02) VALUE ZEROS.
       01  WRK-TOTDOCS         PIC 9(03) VALUE 0.
       01  WRK-SALDO-EDIT      PIC +Z(07).99 VALUE SPACES.
       01  WRK-CONTA-WRK       PIC X(04) VALUE SPACES.

      *------------------- FATURAS DO CLIENTE (VER 7-AGING) ------------*
      *  MESMA REGRA DO AGING: FATURA COM PLANO DE PARCELAS RESPONDE  *
      *  PELAS PARCELAS; PAGAMENTO SEM PARCELA QUITA A FATURA         *
       01  FATURAS-FS          PIC 9(02) VALUE ZEROS.
       01  PARCELAS-FS         PIC 9(02) VALUE ZEROS.
       01  PAGAMENTOS-FS       PIC 9(02) VALUE ZEROS.
       01  WRK-FAT-TAB.
           05  WRK-FAT OCCURS 200 TIMES.
               10  WRK-FAT-NUMERO     PIC 9(06).
               10  WRK-FAT-VENC       PIC 9(08).
               10  WRK-FAT-VALOR      PIC 9(07)V99.
               10  WRK-FAT-PAGO       PIC 9(07)V99.
               10  WRK-FAT-PARC-VALOR PIC 9(07)V99.
               10  WRK-FAT-PARC-PAGO  PIC 9(07)V99.
               10  WRK-FAT-RENEG      PIC X(01).
       01  WRK-FAT-ITENS       PIC 9(03) VALUE 0.
       01  WRK-FAT-IDX         PIC 9(03) VALUE 0.
       01  WRK-FAT-ACHADO      PIC 9(03) VALUE 0.
       01  WRK-FAT-NUM-BUSCA   PIC 9(06) VALUE 0.
       01  WRK-FAT-SALDO       PIC S9(07)V99 VALUE 0.
       01  WRK-FAT-ABERTAS     PIC 9(03) VALUE 0.
       01  WRK-FAT-DEVIDO      PIC 9(09)V99 VALUE 0.
       01  WRK-FAT-VENCIDO     PIC 9(09)V99 VALUE 0.
       01  WRK-VENCIDO-EDIT    PIC Z(08)9.99 VALUE SPACES.
       01  WRK-DATA-HOJE       PIC 9(08) VALUE 0.

      *------------------- BLOQUEIO POR FRAUDE (VER FRAUDEWQ) ----------*
       01  BLOQUEIO-FS         PIC 9(02) VALUE ZEROS.
       01  WRK-BLOQ-SITUACAO   PIC X(01) VALUE SPACES.
      *------------------- MASCARA DE DADOS SENSIVEIS -----------------*
       01  WRK-SEM-MASCARA   PIC X(01) VALUE 'N'.
           88  SAIDA-SEM-MASCARA VALUE 'S'.
       01  WRK-DOC-CPF       PIC 9(11) VALUE 0.
       01  WRK-CPF-SAIDA     PIC X(14) VALUE SPACES.
       01  WRK-NASC-SAIDA    PIC X(11) VALUE SPACES.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
      *  O ARQCRM-CPF E UM TOKEN: DOCUMENTO E MASCARA VEM DO COFRE     *
       COPY  "#COFRE-PARM".

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM PROCESSAR.
              PERFORM ANOTAR-EXECUCAO-SEM-MASCARA
           END-IF.

           IF ARQCRM-PESSOA-JURIDICA
              PERFORM LOCALIZAR-PRINCIPAL
           END-IF.

           PERFORM IMPRIMIR-IDENTIFICACAO.
           PERFORM IMPRIMIR-PESSOAS.
           PERFORM IMPRIMIR-RISCO.
           PERFORM IMPRIMIR-VALOR.
           PERFORM IMPRIMIR-BLOQUEIO.
           PERFORM IMPRIMIR-ENRIQUECIMENTO.
           PERFORM IMPRIMIR-PONTOS.
           PERFORM IMPRIMIR-PEDIDOS.
           PERFORM IMPRIMIR-CONTAS.
           PERFORM IMPRIMIR-FATURAS.
           PERFORM IMPRIMIR-TAGS.
           PERFORM IMPRIMIR-DOCUMENTOS.
           PERFORM IMPRIMIR-DOMICILIO.
           END-STRING.
           WRITE DOSSIE-LINHA.

           IF WRK-PRINCIPAL-NOME NOT EQUAL SPACES
              MOVE SPACES TO DOSSIE-LINHA
              STRING "A/C.......: " WRK-PRINCIPAL-NOME
                                               DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
              WRITE DOSSIE-LINHA
              MOVE SPACES TO DOSSIE-LINHA
              STRING "EMPRESA...: " ARQCRM-NOME DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
              WRITE DOSSIE-LINHA
           ELSE
              MOVE SPACES TO DOSSIE-LINHA
              STRING "NOME......: " ARQCRM-NOME DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
              WRITE DOSSIE-LINHA
           END-IF.

           MOVE SPACES TO DOSSIE-LINHA.
           STRING "CPF.......: " WRK-CPF-SAIDA DELIMITED BY SIZE
           WRITE DOSSIE-LINHA.

           MOVE SPACES TO DOSSIE-LINHA.
           IF WRK-PRINCIPAL-EMAIL NOT EQUAL SPACES
              STRING "EMAIL.....: " WRK-PRINCIPAL-EMAIL
                                               DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
           ELSE
              STRING "EMAIL.....: " ARQCRM-EMAIL DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
           END-IF.
           WRITE DOSSIE-LINHA.

           MOVE SPACES TO DOSSIE-LINHA.
           IF WRK-PRINCIPAL-FONE NOT EQUAL SPACES
              STRING "TELEFONE..: " WRK-PRINCIPAL-FONE
                                               DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
           ELSE
              STRING "TELEFONE..: " ARQCRM-TELEFONE DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
           END-IF.
           WRITE DOSSIE-LINHA.

           MOVE SPACES TO DOSSIE-LINHA.
           END-STRING.
           WRITE DOSSIE-LINHA.

      *------------------- PESSOA PRINCIPAL DA PESSOA JURIDICA --------*
      *  SEM PESSOA PRINCIPAL O DOSSIE SAI EM NOME DA EMPRESA          *
       LOCALIZAR-PRINCIPAL     SECTION.
           OPEN INPUT CONTPESSOA.
           IF CONTPESSOA-FS NOT EQUAL ZEROS
              GO TO LOCALIZAR-PRINCIPAL-EXIT
           END-IF.
           MOVE 'S' TO WRK-PES-ABERTO.

           MOVE WRK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE 0              TO CPES-SEQ.
           START CONTPESSOA KEY IS NOT LESS THAN CPES-CHAVE.
           IF CONTPESSOA-FS EQUAL 00
              READ CONTPESSOA NEXT RECORD
              PERFORM GUARDAR-PRINCIPAL
                 UNTIL CONTPESSOA-FS NOT EQUAL 00
                 OR CPES-CLIENTE-ID NOT EQUAL WRK-CLIENTE-ID
           END-IF.

       LOCALIZAR-PRINCIPAL-EXIT.
           EXIT.

       GUARDAR-PRINCIPAL     SECTION.
           IF CPES-PRINCIPAL-SIM
              MOVE CPES-NOME     TO WRK-PRINCIPAL-NOME
              MOVE CPES-EMAIL    TO WRK-PRINCIPAL-EMAIL
              MOVE CPES-TELEFONE TO WRK-PRINCIPAL-FONE
           END-IF.
           READ CONTPESSOA NEXT RECORD.

      *------------------- PESSOAS DE CONTATO DA EMPRESA ---------------*
       IMPRIMIR-PESSOAS     SECTION.
           MOVE 0 TO WRK-TOTPESSOAS.
           IF NOT CONTPESSOA-ABERTO
              GO TO IMPRIMIR-PESSOAS-EXIT
           END-IF.

           MOVE WRK-CLIENTE-ID TO CPES-CLIENTE-ID.
           MOVE 0              TO CPES-SEQ.
           START CONTPESSOA KEY IS NOT LESS THAN CPES-CHAVE.
           IF CONTPESSOA-FS EQUAL 00
              READ CONTPESSOA NEXT RECORD
              PERFORM IMPRIMIR-UMA-PESSOA
                 UNTIL CONTPESSOA-FS NOT EQUAL 00
                 OR CPES-CLIENTE-ID NOT EQUAL WRK-CLIENTE-ID
           END-IF.

       IMPRIMIR-PESSOAS-EXIT.
           EXIT.

       IMPRIMIR-UMA-PESSOA     SECTION.
           IF WRK-TOTPESSOAS EQUAL 0
              MOVE "-------------------- PESSOAS DE CONTATO"
                TO DOSSIE-LINHA
              WRITE DOSSIE-LINHA
           END-IF.
           ADD 1 TO WRK-TOTPESSOAS.
           MOVE SPACES TO DOSSIE-LINHA.
           STRING "  " CPES-SEQ " " CPES-NOME " " CPES-PAPEL " "
                  CPES-EMAIL " " CPES-TELEFONE DELIMITED BY SIZE
                  INTO DOSSIE-LINHA
           END-STRING.
           IF CPES-PRINCIPAL-SIM
              MOVE "PRINCIPAL" TO DOSSIE-LINHA (110:9)
           END-IF.
           WRITE DOSSIE-LINHA.
           READ CONTPESSOA NEXT RECORD.

      *------------------- NOTA DE RISCO DE PERDA ---------------------*
       IMPRIMIR-RISCO     SECTION.
           MOVE 'N' TO WRK-RISCO-ACHADO.
           END-IF.
           READ BLOQUEIO.

      *------------------- VALOR DO CLIENTE APURADO NO MES -------------*
       IMPRIMIR-VALOR     SECTION.
           OPEN INPUT VALOR.
           IF VALOR-FS NOT EQUAL ZEROS
              GO TO IMPRIMIR-VALOR-EXIT
           END-IF.

           MOVE WRK-CLIENTE-ID TO VALOR-CLIENTE-ID.
           READ VALOR KEY IS VALOR-CHAVE.
           IF VALOR-FS EQUAL 00
              MOVE VALOR-RECEITA-TOTAL TO WRK-VALOR-EDIT
              MOVE VALOR-TICKET-MEDIO  TO WRK-TICKET-EDIT
              MOVE VALOR-FREQ-MES      TO WRK-FREQ-EDIT
              MOVE SPACES TO DOSSIE-LINHA
              STRING "VALOR.....: RECEITA " WRK-VALOR-EDIT
                     "  TICKET " WRK-TICKET-EDIT
                     "  COMPRAS/MES " WRK-FREQ-EDIT
                     DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
              WRITE DOSSIE-LINHA
              MOVE VALOR-PROJ-12M TO WRK-VALOR-EDIT
              MOVE SPACES TO DOSSIE-LINHA
              STRING "            PROJECAO 12 MESES " WRK-VALOR-EDIT
                     "  (CALCULADO EM " VALOR-DATA-CALC ")"
                     DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
              WRITE DOSSIE-LINHA
           END-IF.
           CLOSE VALOR.

       IMPRIMIR-VALOR-EXIT.
           EXIT.

      *------------------- ATRIBUTOS COMPRADOS DO BUREAU --------------*
       IMPRIMIR-ENRIQUECIMENTO     SECTION.
           OPEN INPUT ENRIQUECE.
           END-IF.
           READ PONTOS.

      *------------------- PEDIDOS DA PIZZARIA ------------------------*
      *  LIDOS PELA CHAVE DO CLIENTE NO PEDIDOS.DAT; FS 02 NA LEITURA  *
      *  SO AVISA QUE HA OUTRO PEDIDO DO MESMO CLIENTE                 *
       IMPRIMIR-PEDIDOS     SECTION.
           MOVE 0      TO WRK-TOTPEDIDOS WRK-TOTCANCELADOS.
           MOVE 0      TO WRK-PED-SOMA WRK-PED-ULTIMO.
           MOVE SPACES TO WRK-PED-ULT-DATA.

           OPEN INPUT PEDIDOS.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              GO TO IMPRIMIR-PEDIDOS-EXIT
           END-IF.
           MOVE WRK-CLIENTE-ID TO PEDIDO-CLIENTE-ID.
           START PEDIDOS KEY IS EQUAL TO PEDIDO-CLIENTE-ID.
           IF PEDIDOS-FS EQUAL 00
              READ PEDIDOS NEXT RECORD
              PERFORM SOMAR-UM-PEDIDO
                 UNTIL (PEDIDOS-FS NOT EQUAL 00
                        AND PEDIDOS-FS NOT EQUAL 02)
                    OR PEDIDO-CLIENTE-ID NOT EQUAL WRK-CLIENTE-ID
           END-IF.
           CLOSE PEDIDOS.

           IF WRK-TOTPEDIDOS > 0
              MOVE WRK-PED-SOMA TO WRK-VALOR-EDIT
              MOVE SPACES TO DOSSIE-LINHA
              STRING "PEDIDOS...: " WRK-TOTPEDIDOS
                     " (" WRK-TOTCANCELADOS " CANCELADOS)"
                     "  VALOR " WRK-VALOR-EDIT
                     "  ULTIMO " WRK-PED-ULTIMO
                     " EM " WRK-PED-ULT-DATA
                     DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
              WRITE DOSSIE-LINHA
           END-IF.

       IMPRIMIR-PEDIDOS-EXIT.
           EXIT.

       SOMAR-UM-PEDIDO     SECTION.
           ADD 1 TO WRK-TOTPEDIDOS.
           IF PEDIDO-SITUACAO EQUAL 'C'
              ADD 1 TO WRK-TOTCANCELADOS
           ELSE
              ADD PEDIDO-VALOR TO WRK-PED-SOMA
           END-IF.
      *    A CHAVE DO CLIENTE TRAZ OS PEDIDOS EM ORDEM DE NUMERO
           MOVE PEDIDO-NUMERO         TO WRK-PED-ULTIMO.
           MOVE PEDIDO-DATAHORA (1:8) TO WRK-PED-ULT-DATA.
           READ PEDIDOS NEXT RECORD.

      *------------------- CONTAS DO CLIENTE NO EXTRATO ---------------*
      *  AS CONTAS VEM DO CADASTRO 5-CONTACAD; O SALDO E O DO ULTIMO  *
      *  LANCAMENTO DA CONTA NO EXTRATO.DAT                           *
           MOVE EXT-SALDO TO WRK-CONTA-SALDO.
           READ EXTRATO NEXT RECORD.

      *------------------- FATURAS EM ABERTO DO CLIENTE ---------------*
      *  O FATURAS.DAT TRAZ O ID DO CLIENTE NO CRM; AS PARCELAS E OS  *
      *  PAGAMENTOS SO SE LIGAM PELO NUMERO DA FATURA                 *
       IMPRIMIR-FATURAS     SECTION.
           MOVE 0 TO WRK-FAT-ITENS WRK-FAT-ABERTAS.
           MOVE 0 TO WRK-FAT-DEVIDO WRK-FAT-VENCIDO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

           OPEN INPUT FATURAS.
           IF FATURAS-FS NOT EQUAL ZEROS
              GO TO IMPRIMIR-FATURAS-EXIT
           END-IF.
           READ FATURAS.
           PERFORM GUARDAR-UMA-FATURA
              UNTIL FATURAS-FS NOT EQUAL 00.
           CLOSE FATURAS.
           IF WRK-FAT-ITENS EQUAL 0
              GO TO IMPRIMIR-FATURAS-EXIT
           END-IF.

           OPEN INPUT PARCELAS.
           IF PARCELAS-FS EQUAL ZEROS
              READ PARCELAS
              PERFORM APLICAR-UMA-PARCELA
                 UNTIL PARCELAS-FS NOT EQUAL 00
              CLOSE PARCELAS
           END-IF.

           OPEN INPUT PAGAMENTOS.
           IF PAGAMENTOS-FS EQUAL ZEROS
              READ PAGAMENTOS
              PERFORM APLICAR-UM-PAGAMENTO
                 UNTIL PAGAMENTOS-FS NOT EQUAL 00
              CLOSE PAGAMENTOS
           END-IF.

           MOVE 0 TO WRK-FAT-IDX.
           PERFORM IMPRIMIR-UMA-FATURA
              UNTIL WRK-FAT-IDX NOT < WRK-FAT-ITENS.

           IF WRK-FAT-ABERTAS > 0
              MOVE WRK-FAT-DEVIDO  TO WRK-VALOR-EDIT
              MOVE WRK-FAT-VENCIDO TO WRK-VENCIDO-EDIT
              MOVE SPACES TO DOSSIE-LINHA
              STRING "  TOTAL EM ABERTO " WRK-VALOR-EDIT
                     "  VENCIDO " WRK-VENCIDO-EDIT
                     DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
              WRITE DOSSIE-LINHA
           END-IF.

       IMPRIMIR-FATURAS-EXIT.
           EXIT.

       GUARDAR-UMA-FATURA     SECTION.
           IF FATURA-CLIENTE-ID EQUAL WRK-CLIENTE-ID
              AND WRK-FAT-ITENS < 200
              ADD 1 TO WRK-FAT-ITENS
              MOVE FATURA-NUMERO     TO WRK-FAT-NUMERO (WRK-FAT-ITENS)
              MOVE FATURA-VENCIMENTO TO WRK-FAT-VENC (WRK-FAT-ITENS)
              MOVE FATURA-VALOR      TO WRK-FAT-VALOR (WRK-FAT-ITENS)
              MOVE 0 TO WRK-FAT-PAGO (WRK-FAT-ITENS)
              MOVE 0 TO WRK-FAT-PARC-VALOR (WRK-FAT-ITENS)
              MOVE 0 TO WRK-FAT-PARC-PAGO (WRK-FAT-ITENS)
              MOVE 'N' TO WRK-FAT-RENEG (WRK-FAT-ITENS)
           END-IF.
           READ FATURAS.

       APLICAR-UMA-PARCELA     SECTION.
           MOVE PARC-FATURA TO WRK-FAT-NUM-BUSCA.
           PERFORM LOCALIZAR-FATURA.
           IF WRK-FAT-ACHADO NOT EQUAL 0
              MOVE 'S' TO WRK-FAT-RENEG (WRK-FAT-ACHADO)
              ADD PARC-VALOR TO WRK-FAT-PARC-VALOR (WRK-FAT-ACHADO)
           END-IF.
           READ PARCELAS.

       APLICAR-UM-PAGAMENTO     SECTION.
           IF PAG-PARCELA NOT NUMERIC
              MOVE ZEROS TO PAG-PARCELA
           END-IF.
           MOVE PAG-FATURA TO WRK-FAT-NUM-BUSCA.
           PERFORM LOCALIZAR-FATURA.
           IF WRK-FAT-ACHADO NOT EQUAL 0
              IF PAG-PARCELA EQUAL ZEROS
                 ADD PAG-VALOR TO WRK-FAT-PAGO (WRK-FAT-ACHADO)
              ELSE
                 ADD PAG-VALOR TO WRK-FAT-PARC-PAGO (WRK-FAT-ACHADO)
              END-IF
           END-IF.
           READ PAGAMENTOS.

       LOCALIZAR-FATURA     SECTION.
           MOVE 0 TO WRK-FAT-ACHADO.
           MOVE 0 TO WRK-FAT-IDX.
           PERFORM PROCURAR-FATURA
              UNTIL WRK-FAT-IDX NOT < WRK-FAT-ITENS
                 OR WRK-FAT-ACHADO NOT EQUAL 0.

       PROCURAR-FATURA     SECTION.
           ADD 1 TO WRK-FAT-IDX.
           IF WRK-FAT-NUMERO (WRK-FAT-IDX) EQUAL WRK-FAT-NUM-BUSCA
              MOVE WRK-FAT-IDX TO WRK-FAT-ACHADO
           END-IF.

       IMPRIMIR-UMA-FATURA     SECTION.
           ADD 1 TO WRK-FAT-IDX.
           IF WRK-FAT-RENEG (WRK-FAT-IDX) EQUAL 'S'
              COMPUTE WRK-FAT-SALDO =
                      WRK-FAT-PARC-VALOR (WRK-FAT-IDX)
                      - WRK-FAT-PARC-PAGO (WRK-FAT-IDX)
           ELSE
              COMPUTE WRK-FAT-SALDO =
                      WRK-FAT-VALOR (WRK-FAT-IDX)
                      - WRK-FAT-PAGO (WRK-FAT-IDX)
           END-IF.
           IF WRK-FAT-SALDO NOT > 0
              GO TO IMPRIMIR-UMA-FATURA-EXIT
           END-IF.

           IF WRK-FAT-ABERTAS EQUAL 0
              MOVE "-------------------- FATURAS EM ABERTO"
                TO DOSSIE-LINHA
              WRITE DOSSIE-LINHA
           END-IF.
           ADD 1 TO WRK-FAT-ABERTAS.
           ADD WRK-FAT-SALDO TO WRK-FAT-DEVIDO.

           MOVE WRK-FAT-SALDO TO WRK-VALOR-EDIT.
           MOVE SPACES TO DOSSIE-LINHA.
           IF WRK-FAT-RENEG (WRK-FAT-IDX) EQUAL 'S'
              STRING "  FATURA " WRK-FAT-NUMERO (WRK-FAT-IDX)
                     " PARCELADA        SALDO " WRK-VALOR-EDIT
                     DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
           ELSE
              IF WRK-FAT-VENC (WRK-FAT-IDX) < WRK-DATA-HOJE
                 ADD WRK-FAT-SALDO TO WRK-FAT-VENCIDO
              END-IF
              STRING "  FATURA " WRK-FAT-NUMERO (WRK-FAT-IDX)
                     " VENCTO " WRK-FAT-VENC (WRK-FAT-IDX)
                     " SALDO " WRK-VALOR-EDIT
                     DELIMITED BY SIZE
                     INTO DOSSIE-LINHA
              END-STRING
           END-IF.
           WRITE DOSSIE-LINHA.

       IMPRIMIR-UMA-FATURA-EXIT.
           EXIT.

      *------------------- INTERESSES E PREFERENCIAS ------------------*
       IMPRIMIR-TAGS     SECTION.
           MOVE 0 TO WRK-TOTTAGS.

      *------------------- APLICA A POLITICA DE MASCARA ---------------*
       PREPARAR-DADOS-SENSIVEIS    SECTION.
           MOVE 'F'                    TO CFR-TIPO.
           MOVE ARQCRM-CPF             TO CFR-TOKEN.
           MOVE "DOSSIE"               TO CFR-PROGRAMA.
           MOVE "DOSSIE"               TO CFR-USUARIO.
           MOVE WRK-CLIENTE-ID         TO CFR-CLIENTE-ID.
           IF SAIDA-SEM-MASCARA
              MOVE 'D'                 TO CFR-OPERACAO
              CALL "COFRECRM" USING CFR-PARAMETROS
           END-IF.

      *    SEM O DOCUMENTO (COFRE FORA OU ACESSO NEGADO) VALE A MASCARA
           IF SAIDA-SEM-MASCARA AND CFR-OK
              MOVE CFR-DOCUMENTO          TO WRK-DOC-CPF
              MOVE WRK-DOC-CPF            TO WRK-CPF-SAIDA
              MOVE ARQCRM-DATA-NASCIMENTO TO WRK-NASC-SAIDA
           ELSE
              MOVE 'M'                 TO CFR-OPERACAO
              CALL "COFRECRM" USING CFR-PARAMETROS
              MOVE CFR-MASCARA            TO WRK-CPF-SAIDA
              MOVE "(SUPRIMIDA)" TO WRK-NASC-SAIDA
           END-IF.


       IMPRIMIR-UM-CONTATO     SECTION.
           ADD 1 TO WRK-TOTCONTATOS.
           MOVE SPACES TO WRK-PES-NOME-CONT.
           IF CONTATO-PESSOA NOT EQUAL 0
              AND CONTPESSOA-ABERTO
              MOVE CONTATO-CLIENTE-ID TO CPES-CLIENTE-ID
              MOVE CONTATO-PESSOA     TO CPES-SEQ
              READ CONTPESSOA KEY IS CPES-CHAVE
              IF CONTPESSOA-FS EQUAL 00
                 MOVE CPES-NOME TO WRK-PES-NOME-CONT
              END-IF
           END-IF.
           MOVE SPACES TO DOSSIE-LINHA.
           STRING "  " CONTATO-DATA " " CONTATO-TIPO " "
                  CONTATO-DESCRICAO            DELIMITED BY SIZE
                  INTO DOSSIE-LINHA
           END-STRING.
           IF WRK-PES-NOME-CONT NOT EQUAL SPACES
              MOVE "COM "            TO DOSSIE-LINHA (76:4)
              MOVE WRK-PES-NOME-CONT TO DOSSIE-LINHA (80:30)
           END-IF.
           WRITE DOSSIE-LINHA.
           READ ARQCONTATO NEXT RECORD.


           CLOSE ARQCRM.
           CLOSE ARQCONTATO.
           IF CONTPESSOA-ABERTO
              CLOSE CONTPESSOA
           END-IF.
       END PROGRAM DOSSIE.
