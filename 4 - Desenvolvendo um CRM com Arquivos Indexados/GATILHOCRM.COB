       IDENTIFICATION DIVISION.
       PROGRAM-ID. GATILHOCRM.

       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

           SELECT GATILHO ASSIGN TO "..\DADOS\GATILHO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS GATILHO-FS
           RECORD KEY IS GAT-CHAVE.

           SELECT ARQCONSENT ASSIGN TO "..\DADOS\ARQCONSENT.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ARQCONSENT-FS
           RECORD KEY IS CONSENT-CHAVE.

           SELECT ARQCONTATO ASSIGN TO "..\DADOS\ARQCONTATO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT PARAMETROS ASSIGN TO "..\DADOS\PARAMETROS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS PARAMETROS-FS
           RECORD KEY IS PARAM-CHAVE.

           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT DATACTL ASSIGN TO "..\DADOS\DATAPROC.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS DATACTL-FS.

      *       AS LISTAS SAEM NO FORMATO DO CAMPSEL: O CARTACRM GERA AS
      *       CARTAS A PARTIR DELAS PELO CODIGO DA LISTA
           SELECT LISTA-NASC ASSIGN TO "..\DADOS\CAMPANHA.GATNAS.CSV"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS LISTA-NASC-FS.

           SELECT LISTA-CAD ASSIGN TO "..\DADOS\CAMPANHA.GATCAD.CSV"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS LISTA-CAD-FS.

           SELECT LISTA-PED ASSIGN TO "..\DADOS\CAMPANHA.GATPED.CSV"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS LISTA-PED-FS.

           SELECT EXCLUSOES ASSIGN TO "..\DADOS\GATILHO.EXCLUSOES.CSV"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS EXCLUSOES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCRM.
       COPY  "#CRM".

       FD  GATILHO.
       COPY  "#GATILHO".

       FD  ARQCONSENT.
       COPY  "#CONSENT".

       FD  ARQCONTATO.
       COPY  "#CONTATO".

       FD  PARAMETROS.
       COPY  "#CRM-PARAM".

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
      *        C = CANCELADO (NAO CONTA COMO PRIMEIRO PEDIDO)
           05  PEDIDO-MOTIVO-CANC    PIC X(30).
           05  PEDIDO-CLIENTE-ID     PIC 9(09).
           05  PEDIDO-TELEFONE       PIC X(15).
           05  PEDIDO-PROMETIDO      PIC 9(04).

       FD  DATACTL.
       01  DATACTL-REGISTRO    PIC 9(08).

       FD  LISTA-NASC.
       01  LISTA-NASC-LINHA    PIC X(132).

       FD  LISTA-CAD.
       01  LISTA-CAD-LINHA     PIC X(132).

       FD  LISTA-PED.
       01  LISTA-PED-LINHA     PIC X(132).

       FD  EXCLUSOES.
       01  EXCLUSAO-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  GATILHO-FS          PIC 9(02) VALUE ZEROS.
       01  ARQCONSENT-FS       PIC 9(02) VALUE ZEROS.
       01  ARQCONTATO-FS       PIC 9(02) VALUE ZEROS.
       01  PARAMETROS-FS       PIC 9(02) VALUE ZEROS.
       01  PEDIDOS-FS          PIC 9(02) VALUE ZEROS.
       01  DATACTL-FS          PIC 9(02) VALUE ZEROS.
       01  LISTA-NASC-FS       PIC 9(02) VALUE ZEROS.
       01  LISTA-CAD-FS        PIC 9(02) VALUE ZEROS.
       01  LISTA-PED-FS        PIC 9(02) VALUE ZEROS.
       01  EXCLUSOES-FS        PIC 9(02) VALUE ZEROS.

      *------------------- PARAMETROS DE OPERACAO ---------------------*
      *  GAT-RETORNO  - DIAS APOS O PRIMEIRO PEDIDO (PADRAO 15)        *
      *  GAT-TOLERA   - DIAS EM QUE UM GATILHO NAO DISPARADO AINDA E   *
      *                 TENTADO DE NOVO (PADRAO 7)                     *
      *  CAMP-PRESSAO - JANELA GLOBAL DE PRESSAO, A MESMA DO CAMPSEL   *
       01  WRK-DIAS-RETORNO    PIC 9(03) VALUE 15.
       01  WRK-DIAS-TOLERA     PIC 9(03) VALUE 7.
       01  WRK-DIAS-PRESSAO    PIC 9(03) VALUE 7.

      *------------------- VARIAVEIS DE APOIO --------------------------*
       01  WRK-DATA-HOJE       PIC 9(08).
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO        PIC 9(04).
           05  WRK-HOJE-MMDD       PIC 9(04).
       01  WRK-INT-HOJE        PIC 9(07) COMP VALUE 0.
       01  WRK-ID-EDIT         PIC 9(09).
       01  WRK-MOTIVO          PIC X(40) VALUE SPACES.
       01  WRK-LINHA           PIC X(132) VALUE SPACES.

      *------------------- GATILHO EM AVALIACAO ------------------------*
       01  WRK-GAT-TIPO        PIC X(01) VALUE SPACES.
       01  WRK-GAT-LISTA       PIC X(06) VALUE SPACES.
       01  WRK-GAT-NOME        PIC X(20) VALUE SPACES.
       01  WRK-DATA-BASE       PIC 9(08) VALUE 0.
       01  WRK-DATA-BASE-R REDEFINES WRK-DATA-BASE.
           05  WRK-BASE-ANO        PIC 9(04).
           05  WRK-BASE-MES        PIC 9(02).
           05  WRK-BASE-DIA        PIC 9(02).
       01  WRK-OCORRENCIA      PIC 9(08) VALUE 0.
       01  WRK-OCORRENCIA-R REDEFINES WRK-OCORRENCIA.
           05  WRK-OCOR-ANO        PIC 9(04).
           05  WRK-OCOR-MMDD       PIC 9(04).
       01  WRK-INT-OCOR        PIC 9(07) COMP VALUE 0.
       01  WRK-DIAS-ATRASO     PIC S9(05) COMP VALUE 0.
       01  WRK-NO-PRAZO        PIC X(01) VALUE 'N'.
           88  GATILHO-NO-PRAZO    VALUE 'S'.
       01  WRK-CONSENTE        PIC X(01) VALUE 'N'.
           88  CLIENTE-CONSENTE    VALUE 'S'.
       01  WRK-SOB-PRESSAO     PIC X(01) VALUE 'N'.
           88  CLIENTE-SOB-PRESSAO VALUE 'S'.
       01  WRK-INT-CAMP        PIC 9(07) COMP VALUE 0.
       01  WRK-DIAS-CAMP       PIC S9(05) COMP VALUE 0.
       01  WRK-DIAS-EDIT       PIC ZZ9.

      *------------------- PRIMEIRO PEDIDO POR CLIENTE -----------------*
       01  WRK-PED-TAB.
           05  WRK-PED OCCURS 5000 TIMES.
               10  WRK-PED-CLIENTE    PIC 9(09).
               10  WRK-PED-PRIMEIRO   PIC 9(08).
       01  WRK-PED-ITENS       PIC 9(04) VALUE 0.
       01  WRK-PED-IDX         PIC 9(04) VALUE 0.
       01  WRK-PED-ACHADO      PIC 9(04) VALUE 0.
       01  WRK-PED-ID-BUSCA    PIC 9(09) VALUE 0.
       01  WRK-PED-DATA        PIC 9(08) VALUE 0.

      *------------------- TOTAIS --------------------------------------*
       01  WRK-TOTLIDOS        PIC 9(06) VALUE 0.
       01  WRK-TOTNASC         PIC 9(06) VALUE 0.
       01  WRK-TOTCAD          PIC 9(06) VALUE 0.
       01  WRK-TOTPED          PIC 9(06) VALUE 0.
       01  WRK-TOTJADISPARADOS PIC 9(06) VALUE 0.
       01  WRK-TOTSEMCONSENT   PIC 9(06) VALUE 0.
       01  WRK-TOTPRESSAO      PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL ARQCRM-FS EQUAL 10.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           PERFORM LER-DATA-PROCESSO.
           COMPUTE WRK-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM LER-PARAMETROS.

           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " ARQCRM-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O GATILHO.
           IF GATILHO-FS EQUAL 35
              CLOSE GATILHO
              OPEN OUTPUT GATILHO
              CLOSE GATILHO
              OPEN I-O GATILHO
           END-IF.
           IF GATILHO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO GATILHO " GATILHO-FS
              MOVE 8 TO RETURN-CODE
              CLOSE ARQCRM
              GOBACK
           END-IF.

           OPEN INPUT ARQCONSENT.
           IF ARQCONSENT-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQCONSENT (" ARQCONSENT-FS
                      ") - TODOS SERAO SUPRIMIDOS"
           END-IF.

           OPEN INPUT ARQCONTATO.
           IF ARQCONTATO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQCONTATO (" ARQCONTATO-FS
                      ") - REGRA DE PRESSAO DESLIGADA"
           END-IF.

           PERFORM CARREGAR-PRIMEIROS-PEDIDOS.

      *    AS LISTAS SAO AS DO DIA DE PROCESSAMENTO; NUMA RETOMADA O
      *    QUE JA DISPAROU HOJE VOLTA PARA A LISTA (VER CONFERIR-
      *    DISPARO), ENTAO REFAZER A LISTA NAO PERDE NINGUEM
           OPEN OUTPUT LISTA-NASC.
           OPEN OUTPUT LISTA-CAD.
           OPEN OUTPUT LISTA-PED.
           OPEN OUTPUT EXCLUSOES.
           IF LISTA-NASC-FS NOT EQUAL ZEROS
              OR LISTA-CAD-FS NOT EQUAL ZEROS
              OR LISTA-PED-FS NOT EQUAL ZEROS
              OR EXCLUSOES-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS LISTAS " LISTA-NASC-FS
                      " " LISTA-CAD-FS " " LISTA-PED-FS
                      " " EXCLUSOES-FS
              MOVE 8 TO RETURN-CODE
              CLOSE ARQCRM
              CLOSE GATILHO
              GOBACK
           END-IF.

           MOVE "ID,NOME,TELEFONE,SEGMENTO,UF" TO LISTA-NASC-LINHA.
           WRITE LISTA-NASC-LINHA.
           MOVE "ID,NOME,TELEFONE,SEGMENTO,UF" TO LISTA-CAD-LINHA.
           WRITE LISTA-CAD-LINHA.
           MOVE "ID,NOME,TELEFONE,SEGMENTO,UF" TO LISTA-PED-LINHA.
           WRITE LISTA-PED-LINHA.
           MOVE "ID,NOME,GATILHO,MOTIVO" TO EXCLUSAO-LINHA.
           WRITE EXCLUSAO-LINHA.

           DISPLAY "GATILHOS DE RELACIONAMENTO POR DATA".
           DISPLAY "-----------------------------------".
           DISPLAY "DATA DE PROCESSAMENTO : " WRK-DATA-HOJE.

           READ ARQCRM NEXT RECORD.

      *------------------- DATA DE PROCESSAMENTO DO LOTE --------------*
      *  SEM O ARQUIVO DE CONTROLE, VALE A DATA DA MAQUINA             *
       LER-DATA-PROCESSO    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

           OPEN INPUT DATACTL.
           IF DATACTL-FS NOT EQUAL ZEROS
              GO TO LER-DATA-PROCESSO-EXIT
           END-IF.

           READ DATACTL.
           IF DATACTL-FS EQUAL ZEROS
              AND DATACTL-REGISTRO NUMERIC
              AND DATACTL-REGISTRO NOT EQUAL ZEROS
              MOVE DATACTL-REGISTRO TO WRK-DATA-HOJE
           END-IF.
           CLOSE DATACTL.

       LER-DATA-PROCESSO-EXIT.
           EXIT.

      *------------------- LE OS PARAMETROS DE OPERACAO ---------------*
      *  SEM O ARQUIVO OU SEM O CODIGO, VALEM OS PADROES DO PROGRAMA   *
       LER-PARAMETROS    SECTION.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-FS NOT EQUAL ZEROS
              GO TO LER-PARAMETROS-EXIT
           END-IF.

           MOVE "GAT-RETORNO" TO PARAM-CODIGO.
           READ PARAMETROS KEY IS PARAM-CHAVE.
           IF PARAMETROS-FS EQUAL ZEROS AND PARAM-VALOR > 0
              AND PARAM-VALOR NOT > 999
              MOVE PARAM-VALOR TO WRK-DIAS-RETORNO
           END-IF.

           MOVE "GAT-TOLERA" TO PARAM-CODIGO.
           READ PARAMETROS KEY IS PARAM-CHAVE.
           IF PARAMETROS-FS EQUAL ZEROS
              AND PARAM-VALOR NOT > 999
              MOVE PARAM-VALOR TO WRK-DIAS-TOLERA
           END-IF.

           MOVE "CAMP-PRESSAO" TO PARAM-CODIGO.
           READ PARAMETROS KEY IS PARAM-CHAVE.
           IF PARAMETROS-FS EQUAL ZEROS AND PARAM-VALOR > 0
              AND PARAM-VALOR NOT > 999
              MOVE PARAM-VALOR TO WRK-DIAS-PRESSAO
           END-IF.

           CLOSE PARAMETROS.

       LER-PARAMETROS-EXIT.
           EXIT.

      *------------------- DATA DO PRIMEIRO PEDIDO DE CADA CLIENTE -----*
       CARREGAR-PRIMEIROS-PEDIDOS     SECTION.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.DAT - RETORNO POS-PEDIDO DESLIGADO"
              GO TO CARREGAR-PRIMEIROS-PEDIDOS-EXIT
           END-IF.
           MOVE ZEROS TO PEDIDO-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDO-NUMERO.
           IF PEDIDOS-FS EQUAL 00
              READ PEDIDOS NEXT RECORD
              PERFORM GUARDAR-UM-PEDIDO
                 UNTIL PEDIDOS-FS NOT EQUAL 00
           END-IF.
           CLOSE PEDIDOS.

       CARREGAR-PRIMEIROS-PEDIDOS-EXIT.
           EXIT.

       GUARDAR-UM-PEDIDO     SECTION.
           IF PEDIDO-SITUACAO NOT EQUAL 'C'
              AND PEDIDO-CLIENTE-ID NOT EQUAL ZEROS
              AND PEDIDO-DATAHORA (1:8) NUMERIC
              MOVE PEDIDO-DATAHORA (1:8) TO WRK-PED-DATA
              MOVE PEDIDO-CLIENTE-ID     TO WRK-PED-ID-BUSCA
              PERFORM LOCALIZAR-PEDIDO-CLIENTE
              IF WRK-PED-ACHADO EQUAL 0
                 IF WRK-PED-ITENS < 5000
                    ADD 1 TO WRK-PED-ITENS
                    MOVE PEDIDO-CLIENTE-ID
                      TO WRK-PED-CLIENTE (WRK-PED-ITENS)
                    MOVE WRK-PED-DATA
                      TO WRK-PED-PRIMEIRO (WRK-PED-ITENS)
                 END-IF
              ELSE
                 IF WRK-PED-DATA < WRK-PED-PRIMEIRO (WRK-PED-ACHADO)
                    MOVE WRK-PED-DATA
                      TO WRK-PED-PRIMEIRO (WRK-PED-ACHADO)
                 END-IF
              END-IF
           END-IF.
           READ PEDIDOS NEXT RECORD.

       LOCALIZAR-PEDIDO-CLIENTE     SECTION.
           MOVE 0 TO WRK-PED-ACHADO.
           MOVE 0 TO WRK-PED-IDX.
           PERFORM PROCURAR-PEDIDO-CLIENTE
              UNTIL WRK-PED-IDX NOT < WRK-PED-ITENS
                 OR WRK-PED-ACHADO NOT EQUAL 0.

       PROCURAR-PEDIDO-CLIENTE     SECTION.
           ADD 1 TO WRK-PED-IDX.
           IF WRK-PED-CLIENTE (WRK-PED-IDX) EQUAL WRK-PED-ID-BUSCA
              MOVE WRK-PED-IDX TO WRK-PED-ACHADO
           END-IF.

      *------------------- AVALIA OS GATILHOS DE UM CLIENTE ------------*
       PROCESSAR     SECTION.
           ADD 1 TO WRK-TOTLIDOS.

           IF NOT ARQCRM-STATUS-EXCLUIDO
              PERFORM AVALIAR-NASCIMENTO
              PERFORM AVALIAR-CADASTRO
              PERFORM AVALIAR-POS-PEDIDO
           END-IF.

           READ ARQCRM NEXT RECORD.

      *    ANIVERSARIO DO CLIENTE - CARTA DE FELICITACAO
       AVALIAR-NASCIMENTO     SECTION.
           MOVE 'N'              TO WRK-GAT-TIPO.
           MOVE "GATNAS"         TO WRK-GAT-LISTA.
           MOVE "ANIVERSARIO"    TO WRK-GAT-NOME.
           MOVE ARQCRM-DATA-NASCIMENTO TO WRK-DATA-BASE.
           PERFORM CALCULAR-ANIVERSARIO.
           IF GATILHO-NO-PRAZO
              PERFORM DISPARAR-GATILHO
           END-IF.

      *    ANIVERSARIO DE CADASTRO - CARTA DE AGRADECIMENTO
       AVALIAR-CADASTRO     SECTION.
           MOVE 'C'              TO WRK-GAT-TIPO.
           MOVE "GATCAD"         TO WRK-GAT-LISTA.
           MOVE "TEMPO DE CASA"  TO WRK-GAT-NOME.
           MOVE ARQCRM-DATA-CADASTRO TO WRK-DATA-BASE.
           PERFORM CALCULAR-ANIVERSARIO.
           IF GATILHO-NO-PRAZO
              PERFORM DISPARAR-GATILHO
           END-IF.

      *    RETORNO APOS O PRIMEIRO PEDIDO - LIGACAO DE ACOMPANHAMENTO
       AVALIAR-POS-PEDIDO     SECTION.
           MOVE 'N' TO WRK-NO-PRAZO.
           MOVE 'P'              TO WRK-GAT-TIPO.
           MOVE "GATPED"         TO WRK-GAT-LISTA.
           MOVE "POS-PEDIDO"     TO WRK-GAT-NOME.

           MOVE ARQCRM-ID TO WRK-PED-ID-BUSCA.
           PERFORM LOCALIZAR-PEDIDO-CLIENTE.
           IF WRK-PED-ACHADO EQUAL 0
              GO TO AVALIAR-POS-PEDIDO-EXIT
           END-IF.

           MOVE WRK-PED-PRIMEIRO (WRK-PED-ACHADO) TO WRK-DATA-BASE.
           PERFORM VALIDAR-DATA-BASE.
           IF NOT GATILHO-NO-PRAZO
              GO TO AVALIAR-POS-PEDIDO-EXIT
           END-IF.

           COMPUTE WRK-INT-OCOR =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE)
                   + WRK-DIAS-RETORNO.
           COMPUTE WRK-OCORRENCIA =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-OCOR).
           PERFORM CONFERIR-PRAZO.
           IF GATILHO-NO-PRAZO
              PERFORM DISPARAR-GATILHO
           END-IF.

       AVALIAR-POS-PEDIDO-EXIT.
           EXIT.

      *------------------- ANIVERSARIO MAIS RECENTE DA DATA BASE -------*
      *  A OCORRENCIA E O ANIVERSARIO DESTE ANO OU, SE AINDA NAO       *
      *  CHEGOU, O DO ANO PASSADO; 29/02 CAI EM 28/02 NO ANO COMUM.    *
      *  NO PROPRIO ANO DA DATA BASE NAO HA ANIVERSARIO                *
       CALCULAR-ANIVERSARIO     SECTION.
           PERFORM VALIDAR-DATA-BASE.
           IF NOT GATILHO-NO-PRAZO
              GO TO CALCULAR-ANIVERSARIO-EXIT
           END-IF.

           MOVE WRK-HOJE-ANO TO WRK-OCOR-ANO.
           PERFORM MONTAR-OCORRENCIA.
           IF WRK-OCORRENCIA > WRK-DATA-HOJE
              SUBTRACT 1 FROM WRK-OCOR-ANO
              PERFORM MONTAR-OCORRENCIA
           END-IF.

           IF WRK-OCOR-ANO NOT > WRK-BASE-ANO
              MOVE 'N' TO WRK-NO-PRAZO
              GO TO CALCULAR-ANIVERSARIO-EXIT
           END-IF.

           PERFORM CONFERIR-PRAZO.

       CALCULAR-ANIVERSARIO-EXIT.
           EXIT.

       MONTAR-OCORRENCIA     SECTION.
           MOVE WRK-DATA-BASE (5:4) TO WRK-OCOR-MMDD.
           IF WRK-OCOR-MMDD EQUAL 0229
              IF FUNCTION MOD (WRK-OCOR-ANO, 4) NOT EQUAL 0
                 OR (FUNCTION MOD (WRK-OCOR-ANO, 100) EQUAL 0
                 AND FUNCTION MOD (WRK-OCOR-ANO, 400) NOT EQUAL 0)
                 MOVE 0228 TO WRK-OCOR-MMDD
              END-IF
           END-IF.

      *    DATA BASE AUSENTE OU INVALIDA NAO DISPARA NADA
       VALIDAR-DATA-BASE     SECTION.
           MOVE 'N' TO WRK-NO-PRAZO.
           IF WRK-DATA-BASE NOT NUMERIC
              OR WRK-DATA-BASE EQUAL ZEROS
              OR WRK-DATA-BASE > WRK-DATA-HOJE
              GO TO VALIDAR-DATA-BASE-EXIT
           END-IF.
           IF WRK-BASE-MES < 1 OR WRK-BASE-MES > 12
              OR WRK-BASE-DIA < 1 OR WRK-BASE-DIA > 31
              GO TO VALIDAR-DATA-BASE-EXIT
           END-IF.
           MOVE 'S' TO WRK-NO-PRAZO.

       VALIDAR-DATA-BASE-EXIT.
           EXIT.

      *    A OCORRENCIA JA CHEGOU E NAO PASSOU DA TOLERANCIA: UM DIA
      *    SEM CADEIA OU UM CLIENTE SOB PRESSAO AINDA E ALCANCADO
       CONFERIR-PRAZO     SECTION.
           MOVE 'N' TO WRK-NO-PRAZO.
           COMPUTE WRK-INT-OCOR =
                   FUNCTION INTEGER-OF-DATE (WRK-OCORRENCIA).
           COMPUTE WRK-DIAS-ATRASO = WRK-INT-HOJE - WRK-INT-OCOR.
           IF WRK-DIAS-ATRASO NOT < 0
              AND WRK-DIAS-ATRASO NOT > WRK-DIAS-TOLERA
              MOVE 'S' TO WRK-NO-PRAZO
           END-IF.

      *------------------- DISPARA UMA VEZ POR OCORRENCIA --------------*
       DISPARAR-GATILHO     SECTION.
           MOVE ARQCRM-ID      TO GAT-CLIENTE-ID.
           MOVE WRK-GAT-TIPO   TO GAT-TIPO.
           MOVE WRK-OCORRENCIA TO GAT-OCORRENCIA.
           READ GATILHO KEY IS GAT-CHAVE.
           IF GATILHO-FS EQUAL 00
              PERFORM CONFERIR-DISPARO
              GO TO DISPARAR-GATILHO-EXIT
           END-IF.
           MOVE 00 TO GATILHO-FS.

      *    SEM CONSENTIMENTO OU SOB PRESSAO O GATILHO NAO E GRAVADO:
      *    VOLTA A SER TENTADO ENQUANTO ESTIVER NO PRAZO
           PERFORM VERIFICAR-CONSENTIMENTO.
           IF NOT CLIENTE-CONSENTE
              ADD 1 TO WRK-TOTSEMCONSENT
              MOVE "SEM CONSENTIMENTO TELEFONICO" TO WRK-MOTIVO
              PERFORM GRAVAR-EXCLUSAO
              GO TO DISPARAR-GATILHO-EXIT
           END-IF.

           PERFORM VERIFICAR-PRESSAO.
           IF CLIENTE-SOB-PRESSAO
              ADD 1 TO WRK-TOTPRESSAO
              PERFORM GRAVAR-EXCLUSAO
              GO TO DISPARAR-GATILHO-EXIT
           END-IF.

           MOVE ARQCRM-ID      TO GAT-CLIENTE-ID.
           MOVE WRK-GAT-TIPO   TO GAT-TIPO.
           MOVE WRK-OCORRENCIA TO GAT-OCORRENCIA.
           MOVE WRK-DATA-HOJE  TO GAT-DATA-DISPARO.
           MOVE WRK-GAT-LISTA  TO GAT-LISTA.
           WRITE GAT-REGISTRO.
           IF GATILHO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO GATILHO " GATILHO-FS
                      " CLIENTE " ARQCRM-ID
              MOVE 8 TO RETURN-CODE
              GO TO DISPARAR-GATILHO-EXIT
           END-IF.

           PERFORM GRAVAR-NA-LISTA.

       DISPARAR-GATILHO-EXIT.
           EXIT.

      *    JA DISPARADO: SO VOLTA PARA A LISTA SE FOI HOJE (RETOMADA)
       CONFERIR-DISPARO     SECTION.
           IF GAT-DATA-DISPARO EQUAL WRK-DATA-HOJE
              PERFORM GRAVAR-NA-LISTA
           ELSE
              ADD 1 TO WRK-TOTJADISPARADOS
           END-IF.

      *------------------- LINHA DA LISTA DO GATILHO -------------------*
       GRAVAR-NA-LISTA     SECTION.
           MOVE ARQCRM-ID TO WRK-ID-EDIT.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-ID-EDIT                 DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(ARQCRM-NOME)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(ARQCRM-TELEFONE) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  ARQCRM-SEGMENTO             DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  ARQCRM-END-UF               DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.

           EVALUATE WRK-GAT-TIPO
               WHEN 'N'
                   MOVE WRK-LINHA TO LISTA-NASC-LINHA
                   WRITE LISTA-NASC-LINHA
                   ADD 1 TO WRK-TOTNASC
               WHEN 'C'
                   MOVE WRK-LINHA TO LISTA-CAD-LINHA
                   WRITE LISTA-CAD-LINHA
                   ADD 1 TO WRK-TOTCAD
               WHEN OTHER
                   MOVE WRK-LINHA TO LISTA-PED-LINHA
                   WRITE LISTA-PED-LINHA
                   ADD 1 TO WRK-TOTPED
           END-EVALUATE.

      *------------------- LINHA DO ARQUIVO DE EXCLUSOES ---------------*
       GRAVAR-EXCLUSAO     SECTION.
           MOVE ARQCRM-ID TO WRK-ID-EDIT.
           MOVE SPACES TO EXCLUSAO-LINHA.
           STRING WRK-ID-EDIT                 DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(ARQCRM-NOME)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-GAT-NOME) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-MOTIVO)   DELIMITED BY SIZE
                  INTO EXCLUSAO-LINHA
           END-STRING.
           WRITE EXCLUSAO-LINHA.

      *------------------- CONSENTIMENTO TELEFONICO (LGPD) -------------*
       VERIFICAR-CONSENTIMENTO     SECTION.
           MOVE 'N' TO WRK-CONSENTE.
           IF ARQCONSENT-FS NOT EQUAL ZEROS
              GO TO VERIFICAR-CONSENTIMENTO-EXIT
           END-IF.
           MOVE ARQCRM-ID TO CONSENT-CLIENTE-ID.
           MOVE 'T'       TO CONSENT-TIPO.
           READ ARQCONSENT KEY IS CONSENT-CHAVE.
           IF ARQCONSENT-FS EQUAL 00
              AND CONSENT-CONCEDIDO
              MOVE 'S' TO WRK-CONSENTE
           END-IF.
           MOVE 00 TO ARQCONSENT-FS.

       VERIFICAR-CONSENTIMENTO-EXIT.
           EXIT.

      *------------------- CONTATO DE QUALQUER CAMPANHA NA JANELA ------*
       VERIFICAR-PRESSAO     SECTION.
           MOVE 'N' TO WRK-SOB-PRESSAO.
           IF ARQCONTATO-FS NOT EQUAL ZEROS
              GO TO VERIFICAR-PRESSAO-EXIT
           END-IF.

           MOVE ARQCRM-ID TO CONTATO-CLIENTE-ID.
           MOVE 0         TO CONTATO-SEQ.
           START ARQCONTATO KEY IS NOT LESS THAN CONTATO-CHAVE.
           IF ARQCONTATO-FS NOT EQUAL 00
              MOVE 00 TO ARQCONTATO-FS
              GO TO VERIFICAR-PRESSAO-EXIT
           END-IF.

           READ ARQCONTATO NEXT RECORD.
           PERFORM CONFERIR-UM-CONTATO
              UNTIL ARQCONTATO-FS NOT EQUAL 00
                 OR CONTATO-CLIENTE-ID NOT EQUAL ARQCRM-ID
                 OR CLIENTE-SOB-PRESSAO.
           MOVE 00 TO ARQCONTATO-FS.

       VERIFICAR-PRESSAO-EXIT.
           EXIT.

       CONFERIR-UM-CONTATO     SECTION.
           IF CONTATO-CAMPANHA NOT EQUAL SPACES
              AND CONTATO-DATA NOT EQUAL 0
              COMPUTE WRK-INT-CAMP =
                      FUNCTION INTEGER-OF-DATE (CONTATO-DATA)
              COMPUTE WRK-DIAS-CAMP = WRK-INT-HOJE - WRK-INT-CAMP
              IF WRK-DIAS-CAMP NOT < 0
                 AND WRK-DIAS-CAMP NOT > WRK-DIAS-PRESSAO
                 MOVE 'S' TO WRK-SOB-PRESSAO
                 MOVE WRK-DIAS-CAMP TO WRK-DIAS-EDIT
                 MOVE SPACES TO WRK-MOTIVO
                 STRING "CAMPANHA " CONTATO-CAMPANHA
                        " HA " WRK-DIAS-EDIT " DIAS"
                        DELIMITED BY SIZE
                        INTO WRK-MOTIVO
                 END-STRING
              END-IF
           END-IF.
           IF NOT CLIENTE-SOB-PRESSAO
              READ ARQCONTATO NEXT RECORD
           END-IF.

       FINALIZAR     SECTION.
           DISPLAY "TOTAL LIDO            : " WRK-TOTLIDOS.
           DISPLAY "ANIVERSARIOS (GATNAS) : " WRK-TOTNASC.
           DISPLAY "TEMPO DE CASA (GATCAD): " WRK-TOTCAD.
           DISPLAY "POS-PEDIDO (GATPED)   : " WRK-TOTPED.
           DISPLAY "JA DISPARADOS ANTES   : " WRK-TOTJADISPARADOS.
           DISPLAY "SEM CONSENTIMENTO     : " WRK-TOTSEMCONSENT.
           DISPLAY "SOB PRESSAO DE CONTATO: " WRK-TOTPRESSAO.

           CLOSE ARQCRM.
           CLOSE GATILHO.
           IF ARQCONSENT-FS EQUAL ZEROS
              CLOSE ARQCONSENT
           END-IF.
           IF ARQCONTATO-FS EQUAL ZEROS
              CLOSE ARQCONTATO
           END-IF.
           CLOSE LISTA-NASC.
           CLOSE LISTA-CAD.
           CLOSE LISTA-PED.
           CLOSE EXCLUSOES.
       END PROGRAM GATILHOCRM.
