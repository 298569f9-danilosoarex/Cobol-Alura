       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQANUAL.

      *----------------------------------------------------------------*
      *  ARQUIVAMENTO DE FIM DE ANO DOS HISTORICOS QUE SO CRESCEM:     *
      *  ESTOQMOV.HISTORICO, VENDASJRN.DAT, TRANSHIST.DAT, FINANREG.DAT*
      *  E PEDIDOS.DAT. OS REGISTROS DO ANO FECHADO (E DE ANTES, SE    *
      *  AINDA HOUVER) VAO PARA ARCHIVE\<ARQUIVO>.<ANO>; O RESTO E     *
      *  REGRAVADO EM <NOME>.NOVO, QUE ASSUME O LUGAR DO ORIGINAL NA   *
      *  TROCA, COMO NO REORGPED. CADA ARQUIVO TEM A PROVA DE CONTAGEM *
      *  E DE VALOR (LIDOS = ARQUIVADOS + MANTIDOS, RELIDOS DO MORTO E *
      *  DO .NOVO) E O CATALOGO ARCHIVE\HISTANUAL.CTL GUARDA O QUE FOI *
      *  PARA CADA ANO; OS RELATORIOS LEEM O CATALOGO PARA ACHAR OS    *
      *  ANOS ARQUIVADOS. RODAR COM O SISTEMA QUIETO (SISTEMA.FLG).    *
      *                                                                *
      *  SALDOS DE ABERTURA QUE FICAM:                                 *
      *  - ESTOQUE: A POSICAO DE CADA DEPOSITO/PRODUTO NO FIM DO ANO   *
      *    (ULTIMO SALDO APOS) VAI PARA ARCHIVE\ESTOQMOV.SALDOS, DE    *
      *    ONDE O 8-ESTKARDEX TIRA O SALDO DE ABERTURA;                *
      *  - VENDAS: A VENDA E A DEVOLUCAO ARQUIVADAS DE CADA LOJA VOLTAM*
      *    AO DIARIO COMO HISTORICO DE ABERTURA (DATA 0, PRODUTO 0),   *
      *    O MESMO FORMATO DO 2-VENDACONV, PARA O 2-SOMAVLR;           *
      *  - FINANREG: SO SAI O QUE JA FOI PARA A CONTABILIDADE, E O     *
      *    FINCONTAB.CTL.DAT.NOVO SAI COM A CONTAGEM DESCONTADA;       *
      *  - PEDIDOS: SO SAEM OS ENTREGUES E OS CANCELADOS;              *
      *  - PEDITENS: AS LINHAS SAEM JUNTO COM O CABECALHO DO PEDIDO,   *
      *    PARA ARCHIVE\PEDITENS.<ANO>.                                *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *------------------- SEQUENCIAIS: VIVO, MORTO E .NOVO -----------*
           SELECT ENTRADA-SEQ ASSIGN TO WRK-ARQ-ORIGEM
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS ENTRADA-SEQ-FS.

           SELECT SAIDA-SEQ ASSIGN TO WRK-ARQ-NOVO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS SAIDA-SEQ-FS.

           SELECT MORTO ASSIGN TO WRK-ARQ-MORTO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS MORTO-FS.

      *------------------- PEDIDOS DA PIZZARIA ------------------------*
           SELECT PEDIDOS ASSIGN TO "..\DADOS\PEDIDOS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PED-NUMERO
           ALTERNATE RECORD KEY IS PED-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PED-TELEFONE
           WITH DUPLICATES.

           SELECT PED-NOVO ASSIGN TO "..\DADOS\PEDIDOS.DAT.NOVO"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PED-NOVO-FS
           RECORD KEY IS PEDN-NUMERO
           ALTERNATE RECORD KEY IS PEDN-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDN-TELEFONE
           WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO "..\DADOS\PEDITENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PEDITENS-FS
           RECORD KEY IS PIT-CHAVE.

           SELECT ITENS-NOVO ASSIGN TO "..\DADOS\PEDITENS.DAT.NOVO"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ITENS-NOVO-FS
           RECORD KEY IS PITN-CHAVE.

      *------------------- CONTROLES ----------------------------------*
           SELECT PERIODOS ASSIGN TO "..\DADOS\PERIODOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PERIODOS-FS.

           SELECT FINCTL ASSIGN TO "..\DADOS\FINCONTAB.CTL.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS FINCTL-FS.

           SELECT FINCTL-NOVO ASSIGN TO
                  "..\DADOS\FINCONTAB.CTL.DAT.NOVO"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS FINCTL-NOVO-FS.

           SELECT CONTROLE ASSIGN TO "..\DADOS\ARCHIVE\HISTANUAL.CTL"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS CONTROLE-FS.

           SELECT CONTROLE-NOVO ASSIGN TO
                  "..\DADOS\ARCHIVE\HISTANUAL.CTL.NOVO"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS CONTROLE-NOVO-FS.

           SELECT SALDOS ASSIGN TO "..\DADOS\ARCHIVE\ESTOQMOV.SALDOS"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS SALDOS-FS.

           SELECT SALDOS-NOVO ASSIGN TO
                  "..\DADOS\ARCHIVE\ESTOQMOV.SALDOS.NOVO"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS SALDOS-NOVO-FS.

       DATA DIVISION.
       FILE SECTION.
      *  OS LEIAUTES ABAIXO SO ABREM OS CAMPOS QUE O ARQUIVAMENTO
      *  PRECISA ENXERGAR (DATA, VALOR E O QUE VAI PARA A ABERTURA);
      *  O REGISTRO VIAJA INTEIRO NA LINHA
       FD  ENTRADA-SEQ.
       01  ENTRADA-SEQ-LINHA   PIC X(256).
      *       ESTOQMOV.HISTORICO (VER 8-ESTPOST)
       01  EHIS-REGISTRO.
           05  EHIS-DATA          PIC 9(08).
           05  EHIS-DEPOSITO      PIC X(10).
           05  EHIS-PRODUTO       PIC 9(06).
           05  EHIS-TIPO          PIC X(01).
           05  EHIS-QTD           PIC 9(05).
           05  EHIS-DOCUMENTO     PIC X(10).
           05  EHIS-DATA-POST     PIC 9(08).
           05  EHIS-SALDO-APOS    PIC 9(05).
           05  EHIS-CUSTO-UNIT    PIC 9(05)V99.
           05  EHIS-CUSTO-TOTAL   PIC 9(09)V99.
      *       VENDASJRN.DAT (VER 2-VENDALCTO)
       01  EVJ-REGISTRO.
           05  EVJ-DATA           PIC 9(08).
           05  EVJ-LOJA           PIC X(04).
           05  EVJ-PRODUTO        PIC 9(06).
           05  EVJ-QTD            PIC 9(05).
           05  EVJ-VALOR          PIC 9(05)V99.
           05  EVJ-SINAL          PIC X(01).
               88  EVJ-DEVOLUCAO  VALUE "-".
           05  EVJ-MOTIVO         PIC X(02).
           05  EVJ-DATA-ORIG      PIC 9(08).
      *       TRANSHIST.DAT (VER TRANSACAO)
       01  ETRH-REGISTRO.
           05  ETRH-CLIENTE       PIC 9(09).
           05  ETRH-DATAHORA      PIC X(14).
           05  ETRH-ORIGEM        PIC X(01).
           05  ETRH-VALOR         PIC 9(06).
      *       FINANREG.DAT (VER 7-PAGREG)
       01  EFIN-REGISTRO.
           05  EFIN-DATA          PIC 9(08).
           05  EFIN-FATURA        PIC 9(06).
           05  EFIN-PARCELA       PIC 9(02).
           05  EFIN-TIPO          PIC X(01).
           05  EFIN-VALOR         PIC 9(05)V99.
      *       PEDIDOS NO MORTO, RELIDOS NA PROVA
       01  EPED-REGISTRO.
           05  EPED-NUMERO        PIC 9(08).
           05  EPED-DATAHORA      PIC X(14).
           05  FILLER             PIC X(15).
           05  EPED-VALOR         PIC 9(04)V99.
           05  FILLER             PIC X(59).
      *       LINHAS DE PEDIDO NO MORTO, RELIDAS NA PROVA
       01  EITE-REGISTRO.
           05  EITE-PEDIDO        PIC 9(08).
           05  FILLER             PIC X(27).
           05  EITE-VALOR         PIC 9(05)V99.

       FD  SAIDA-SEQ.
       01  SAIDA-SEQ-LINHA     PIC X(256).
      *       HISTORICO DE ABERTURA DO DIARIO (VER 2-VENDACONV)
       01  SVJ-REGISTRO.
           05  SVJ-DATA           PIC 9(08).
           05  SVJ-LOJA           PIC X(04).
           05  SVJ-PRODUTO        PIC 9(06).
           05  SVJ-QTD            PIC 9(05).
           05  SVJ-VALOR          PIC 9(05)V99.
           05  SVJ-SINAL          PIC X(01).
           05  SVJ-MOTIVO         PIC X(02).
           05  SVJ-DATA-ORIG      PIC 9(08).

       FD  MORTO.
       01  MORTO-LINHA         PIC X(256).

      *------------------- ESPELHO DO PEDIDOS.DAT (VER PEDIDO-IF) -----*
       FD  PEDIDOS.
       01  PED-REGISTRO.
           05  PED-NUMERO         PIC 9(08).
           05  PED-DATAHORA       PIC X(14).
           05  PED-MASSA          PIC X(12).
           05  PED-TAMANHO        PIC X(01).
           05  PED-EXTRA-QUEIJO   PIC X(01).
           05  PED-EXTRA-BORDA    PIC X(01).
           05  PED-VALOR          PIC 9(04)V99.
           05  PED-SITUACAO       PIC X(01).
               88  PED-ENTREGUE   VALUE 'E'.
               88  PED-CANCELADO  VALUE 'C'.
           05  PED-MOTIVO-CANC    PIC X(30).
           05  PED-CLIENTE-ID     PIC 9(09).
           05  PED-TELEFONE       PIC X(15).
           05  PED-PROMETIDO      PIC 9(04).

       FD  PED-NOVO.
       01  PEDN-REGISTRO.
           05  PEDN-NUMERO        PIC 9(08).
           05  PEDN-DATAHORA      PIC X(14).
           05  FILLER             PIC X(15).
           05  PEDN-VALOR         PIC 9(04)V99.
           05  FILLER             PIC X(31).
           05  PEDN-CLIENTE-ID    PIC 9(09).
           05  PEDN-TELEFONE      PIC X(15).
           05  FILLER             PIC X(04).

      *------------------- ESPELHO DO PEDITENS.DAT (VER PEDIDO-IF) ----*
       FD  PEDITENS.
       01  PIT-REGISTRO.
           05  PIT-CHAVE.
               10  PIT-PEDIDO     PIC 9(08).
               10  PIT-LINHA      PIC 9(02).
           05  PIT-TIPO           PIC X(01).
           05  PIT-NOME           PIC X(12).
           05  PIT-TAMANHO        PIC X(01).
           05  PIT-EXTRA-QUEIJO   PIC X(01).
           05  PIT-EXTRA-BORDA    PIC X(01).
           05  PIT-QTD            PIC 9(03).
           05  PIT-UNITARIO       PIC 9(04)V99.
           05  PIT-VALOR          PIC 9(05)V99.

       FD  ITENS-NOVO.
       01  PITN-REGISTRO.
           05  PITN-CHAVE         PIC X(10).
           05  FILLER             PIC X(25).
           05  PITN-VALOR         PIC 9(05)V99.

      *------------------- (VER 11-PERIODO) ---------------------------*
       FD  PERIODOS.
       01  PER-REGISTRO.
           05  PER-AREA           PIC X(03).
           05  PER-COMPETENCIA.
               10  PER-ANO        PIC 9(04).
               10  PER-MES        PIC 9(02).
           05  PER-ACAO           PIC X(01).
           05  PER-DATAHORA       PIC X(14).
           05  PER-SUPERVISOR     PIC X(10).
           05  PER-MOTIVO         PIC X(40).

      *------------------- (VER 7-FINCONTAB) --------------------------*
       FD  FINCTL.
       01  FINCTL-REGISTRO.
           05  FINCTL-ENVIADOS    PIC 9(09).
           05  FINCTL-DATAHORA    PIC X(14).

       FD  FINCTL-NOVO.
       01  FINCTL-NOVO-REGISTRO.
           05  FINCTL-NOVO-ENVIADOS  PIC 9(09).
           05  FINCTL-NOVO-DATAHORA  PIC X(14).

       FD  CONTROLE.
       COPY  "#HISTARC".

       FD  CONTROLE-NOVO.
       01  CONTROLE-NOVO-LINHA PIC X(54).

      *------------------- POSICAO DO ESTOQUE NO FIM DE CADA ANO ------*
      *  UM REGISTRO POR ANO ARQUIVADO E DEPOSITO/PRODUTO; O SALDO E O *
      *  SALDO APOS DO ULTIMO MOVIMENTO ARQUIVADO (VER 8-ESTKARDEX)    *
       FD  SALDOS.
       01  SLD-REGISTRO.
           05  SLD-ANO            PIC 9(04).
           05  SLD-DEPOSITO       PIC X(10).
           05  SLD-PRODUTO        PIC 9(06).
           05  SLD-SALDO          PIC 9(05).
           05  SLD-DATA-ULTIMO    PIC 9(08).

       FD  SALDOS-NOVO.
       01  SLDN-REGISTRO.
           05  SLDN-ANO           PIC 9(04).
           05  SLDN-DEPOSITO      PIC X(10).
           05  SLDN-PRODUTO       PIC 9(06).
           05  SLDN-SALDO         PIC 9(05).
           05  SLDN-DATA-ULTIMO   PIC 9(08).

       WORKING-STORAGE     SECTION.
       01  ENTRADA-SEQ-FS      PIC 9(02) VALUE ZEROS.
       01  SAIDA-SEQ-FS        PIC 9(02) VALUE ZEROS.
       01  MORTO-FS            PIC 9(02) VALUE ZEROS.
       01  PEDIDOS-FS          PIC 9(02) VALUE ZEROS.
       01  PED-NOVO-FS         PIC 9(02) VALUE ZEROS.
       01  PEDITENS-FS         PIC 9(02) VALUE ZEROS.
       01  ITENS-NOVO-FS       PIC 9(02) VALUE ZEROS.
       01  PERIODOS-FS         PIC 9(02) VALUE ZEROS.
       01  FINCTL-FS           PIC 9(02) VALUE ZEROS.
       01  FINCTL-NOVO-FS      PIC 9(02) VALUE ZEROS.
       01  CONTROLE-FS         PIC 9(02) VALUE ZEROS.
       01  CONTROLE-NOVO-FS    PIC 9(02) VALUE ZEROS.
       01  SALDOS-FS           PIC 9(02) VALUE ZEROS.
       01  SALDOS-NOVO-FS      PIC 9(02) VALUE ZEROS.

      *------------------- INTERLOCK COM O ONLINE ---------------------*
       01  WRK-FLG-OPERACAO    PIC X(01) VALUE SPACES.
       01  WRK-FLG-RESULTADO   PIC X(01) VALUE SPACES.

      *------------------- ANO A ARQUIVAR -----------------------------*
       01  WRK-ANO             PIC 9(04) VALUE 0.
       01  WRK-DATAHORA        PIC X(14) VALUE SPACES.
       01  WRK-DATA-HOJE       PIC 9(08) VALUE 0.
       01  WRK-DATA-LIBERA     PIC 9(08) VALUE 0.

      *------------------- COMPETENCIAS DO ANO (EST 1-12, REC 13-24) --*
       01  WRK-PER-TAB.
           05  WRK-PER-ACAO OCCURS 24 TIMES PIC X(01).
       01  WRK-PER-IDX         PIC 9(02) VALUE 0.
       01  WRK-PER-ABERTAS     PIC 9(02) VALUE 0.

      *------------------- ARQUIVO DA VEZ -----------------------------*
       01  WRK-TIPO            PIC X(01) VALUE SPACES.
           88  WRK-TIPO-ESTOQUE    VALUE 'E'.
           88  WRK-TIPO-VENDAS     VALUE 'V'.
           88  WRK-TIPO-TRANS      VALUE 'T'.
           88  WRK-TIPO-FINANREG   VALUE 'F'.
           88  WRK-TIPO-PEDIDOS    VALUE 'P'.
           88  WRK-TIPO-ITENS      VALUE 'I'.
       01  WRK-NOME-LOGICO     PIC X(12) VALUE SPACES.
       01  WRK-ARQ-VIVO        PIC X(60) VALUE SPACES.
       01  WRK-ARQ-ORIGEM      PIC X(60) VALUE SPACES.
       01  WRK-ARQ-NOVO        PIC X(60) VALUE SPACES.
       01  WRK-ARQ-MORTO       PIC X(60) VALUE SPACES.
       01  WRK-DATA-REG        PIC 9(08) VALUE 0.
       01  WRK-ANO-REG         PIC 9(04) VALUE 0.
       01  WRK-VALOR-REG       PIC 9(09)V99 VALUE 0.
       01  WRK-VAI-MORTO       PIC X(01) VALUE 'N'.
       01  WRK-POSICAO         PIC 9(09) VALUE 0.

      *------------------- PROVA DE CONTAGEM E VALOR ------------------*
       01  WRK-LIDOS           PIC 9(09) VALUE 0.
       01  WRK-ARQUIVADOS      PIC 9(09) VALUE 0.
       01  WRK-MANTIDOS        PIC 9(09) VALUE 0.
       01  WRK-ABERTURAS       PIC 9(09) VALUE 0.
       01  WRK-GRAVADOS        PIC 9(09) VALUE 0.
       01  WRK-RELIDOS-MORTO   PIC 9(09) VALUE 0.
       01  WRK-RELIDOS-NOVO    PIC 9(09) VALUE 0.
       01  WRK-VLR-LIDO        PIC 9(13)V99 VALUE 0.
       01  WRK-VLR-ARQUIVADO   PIC 9(13)V99 VALUE 0.
       01  WRK-VLR-MANTIDO     PIC 9(13)V99 VALUE 0.
       01  WRK-VLR-ABERTURA    PIC 9(13)V99 VALUE 0.
       01  WRK-VLR-MORTO       PIC 9(13)V99 VALUE 0.
       01  WRK-VLR-NOVO        PIC 9(13)V99 VALUE 0.
       01  WRK-PROVA           PIC X(01) VALUE 'N'.
           88  WRK-PROVA-OK        VALUE 'S'.
       01  WRK-TOT-ARQUIVOS    PIC 9(02) VALUE 0.
       01  WRK-TOT-DIVERGE     PIC 9(02) VALUE 0.
       01  WRK-VALOR-EDIT      PIC Z(12)9.99.

      *------------------- FINANREG JA ENVIADO A CONTABILIDADE --------*
       01  WRK-JA-ENVIADOS     PIC 9(09) VALUE 0.
       01  WRK-FIN-DATAHORA    PIC X(14) VALUE SPACES.
       01  WRK-FIN-RETIDOS     PIC 9(09) VALUE 0.
       01  WRK-FIN-RETIDO      PIC X(01) VALUE 'N'.
       01  WRK-FIN-PROVADO     PIC X(01) VALUE 'N'.

      *------------------- CATALOGO DO ARQUIVO MORTO ANUAL ------------*
       01  WRK-CTL-TAB.
           05  WRK-CTL OCCURS 300 TIMES.
               10  WRK-CTL-ARQUIVO    PIC X(12).
               10  WRK-CTL-ANO        PIC 9(04).
               10  WRK-CTL-REGISTROS  PIC 9(09).
               10  WRK-CTL-VALOR      PIC 9(13)V99.
               10  WRK-CTL-DATAHORA   PIC X(14).
       01  WRK-CTL-ITENS       PIC 9(03) VALUE 0.
       01  WRK-CTL-IDX         PIC 9(03) VALUE 0.
       01  WRK-CTL-ESTOURO     PIC X(01) VALUE 'N'.
       01  WRK-CTL-ULTIMO-ANO  PIC 9(04) VALUE 0.

      *------------------- POSICAO DE ESTOQUE NO FIM DO ANO -----------*
       01  WRK-SLD-TAB.
           05  WRK-SLD OCCURS 3000 TIMES.
               10  WRK-SLD-DEPOSITO   PIC X(10).
               10  WRK-SLD-PRODUTO    PIC 9(06).
               10  WRK-SLD-SALDO      PIC 9(05).
               10  WRK-SLD-DATA       PIC 9(08).
       01  WRK-SLD-ITENS       PIC 9(04) VALUE 0.
       01  WRK-SLD-IDX         PIC 9(04) VALUE 0.
       01  WRK-SLD-ACHADO      PIC 9(04) VALUE 0.
       01  WRK-SLD-ANO-BASE    PIC 9(04) VALUE 0.
       01  WRK-SLD-ESTOURO     PIC X(01) VALUE 'N'.
       01  WRK-SLD-PROVADO     PIC X(01) VALUE 'N'.

      *------------------- ABERTURA DO DIARIO POR LOJA ----------------*
       01  WRK-ABE-TAB.
           05  WRK-ABE OCCURS 500 TIMES.
               10  WRK-ABE-LOJA       PIC X(04).
               10  WRK-ABE-QTD-VENDA  PIC 9(09).
               10  WRK-ABE-VLR-VENDA  PIC 9(11)V99.
               10  WRK-ABE-QTD-DEV    PIC 9(09).
               10  WRK-ABE-VLR-DEV    PIC 9(11)V99.
       01  WRK-ABE-ITENS       PIC 9(03) VALUE 0.
       01  WRK-ABE-IDX         PIC 9(03) VALUE 0.
       01  WRK-ABE-ACHADO      PIC 9(03) VALUE 0.
       01  WRK-ABE-ESTOURO     PIC X(01) VALUE 'N'.
       01  WRK-RESTO-QTD       PIC 9(09) VALUE 0.
       01  WRK-RESTO-VALOR     PIC 9(11)V99 VALUE 0.
       01  WRK-ABE-SINAL       PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM ARQUIVAR-ESTOQMOV.
           PERFORM ARQUIVAR-VENDASJRN.
           PERFORM ARQUIVAR-TRANSHIST.
           PERFORM ARQUIVAR-FINANREG.
           PERFORM ARQUIVAR-PEDIDOS.
           PERFORM ARQUIVAR-PEDITENS.
           PERFORM GRAVAR-CONTROLE.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           DISPLAY "ARQUIVAMENTO ANUAL DOS HISTORICOS".
           DISPLAY "---------------------------------".
           DISPLAY "ANO A ARQUIVAR (AAAA): ".
              ACCEPT WRK-ANO.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATAHORA.
           MOVE WRK-DATAHORA (1:8) TO WRK-DATA-HOJE.

      *    O ANO SO FECHA A PARTIR DE MARCO DO ANO SEGUINTE: AS JANELAS
      *    DE VELOCIDADE DO TRANSACAO (ATE 999 HORAS) E AS DEVOLUCOES
      *    DE DEZEMBRO AINDA OLHAM PARA ELE ATE LA
           COMPUTE WRK-DATA-LIBERA = (WRK-ANO + 1) * 10000 + 0301.
           IF WRK-ANO < 2000 OR WRK-DATA-HOJE < WRK-DATA-LIBERA
              DISPLAY "ANO INVALIDO OU AINDA NAO ENCERRADO - "
                      "SO A PARTIR DE 01/03 DO ANO SEGUINTE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM CARREGAR-CONTROLE.
           IF WRK-CTL-ESTOURO EQUAL 'S'
              DISPLAY "HISTANUAL.CTL MAIOR QUE A TABELA (300)"
              DISPLAY "NADA FOI ARQUIVADO - AMPLIE A TABELA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WRK-CTL-ULTIMO-ANO NOT < WRK-ANO
              DISPLAY "ANO " WRK-ANO " JA COBERTO PELO ARQUIVAMENTO DE "
                      WRK-CTL-ULTIMO-ANO " - NADA A FAZER"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM CONFERIR-PERIODOS.
           IF WRK-PER-ABERTAS > 0
              DISPLAY "COMPETENCIAS DE " WRK-ANO " NAO FECHADAS EM EST/"
                      "REC: " WRK-PER-ABERTAS
              DISPLAY "FECHE O ANO NO 11-PERIODO ANTES DE ARQUIVAR"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'A' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.
           IF WRK-FLG-RESULTADO NOT EQUAL 'S'
              DISPLAY "SESSOES ONLINE ATIVAS - ARQUIVAMENTO ABORTADO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "ANO: " WRK-ANO "  EXECUCAO: " WRK-DATAHORA.
           DISPLAY "ARQUIVO          LIDOS ARQUIVADOS   MANTIDOS"
                   "       NOVO".

      *------------------- CATALOGO ANTERIOR --------------------------*
       CARREGAR-CONTROLE    SECTION.
           OPEN INPUT CONTROLE.
           IF CONTROLE-FS NOT EQUAL ZEROS
              GO TO CARREGAR-CONTROLE-EXIT
           END-IF.
           READ CONTROLE.
           PERFORM GUARDAR-UM-CONTROLE
              UNTIL CONTROLE-FS NOT EQUAL 00.
           CLOSE CONTROLE.

       CARREGAR-CONTROLE-EXIT.
           EXIT.

       GUARDAR-UM-CONTROLE    SECTION.
           IF WRK-CTL-ITENS < 300
              ADD 1 TO WRK-CTL-ITENS
              MOVE HISTARC-ARQUIVO   TO WRK-CTL-ARQUIVO (WRK-CTL-ITENS)
              MOVE HISTARC-ANO       TO WRK-CTL-ANO (WRK-CTL-ITENS)
              MOVE HISTARC-REGISTROS
                TO WRK-CTL-REGISTROS (WRK-CTL-ITENS)
              MOVE HISTARC-VALOR     TO WRK-CTL-VALOR (WRK-CTL-ITENS)
              MOVE HISTARC-DATAHORA
                TO WRK-CTL-DATAHORA (WRK-CTL-ITENS)
              IF HISTARC-ANO > WRK-CTL-ULTIMO-ANO
                 MOVE HISTARC-ANO TO WRK-CTL-ULTIMO-ANO
              END-IF
           ELSE
              MOVE 'S' TO WRK-CTL-ESTOURO
           END-IF.
           READ CONTROLE.

      *------------------- O ANO TEM DE ESTAR FECHADO -----------------*
      *  AS DOZE COMPETENCIAS DO ANO FECHADAS NO ESTOQUE (EST) E NO    *
      *  CONTAS A RECEBER (REC); VALE A ULTIMA ACAO DE CADA UMA        *
       CONFERIR-PERIODOS    SECTION.
           MOVE SPACES TO WRK-PER-TAB.
           OPEN INPUT PERIODOS.
           IF PERIODOS-FS EQUAL ZEROS
              READ PERIODOS
              PERFORM GUARDAR-UM-PERIODO
                 UNTIL PERIODOS-FS NOT EQUAL 00
              CLOSE PERIODOS
           END-IF.

           MOVE 0 TO WRK-PER-ABERTAS.
           MOVE 0 TO WRK-PER-IDX.
           PERFORM CONTAR-ABERTA
              UNTIL WRK-PER-IDX EQUAL 24.

       GUARDAR-UM-PERIODO    SECTION.
           IF PER-ANO EQUAL WRK-ANO
              AND PER-MES > 0 AND PER-MES < 13
              IF PER-AREA EQUAL "EST"
                 MOVE PER-ACAO TO WRK-PER-ACAO (PER-MES)
              END-IF
              IF PER-AREA EQUAL "REC"
                 COMPUTE WRK-PER-IDX = PER-MES + 12
                 MOVE PER-ACAO TO WRK-PER-ACAO (WRK-PER-IDX)
              END-IF
           END-IF.
           READ PERIODOS.

       CONTAR-ABERTA    SECTION.
           ADD 1 TO WRK-PER-IDX.
           IF WRK-PER-ACAO (WRK-PER-IDX) NOT EQUAL 'F'
              ADD 1 TO WRK-PER-ABERTAS
           END-IF.

      *------------------- ESTOQMOV.HISTORICO -------------------------*
      *  A POSICAO DE FIM DE ANO PARTE DA ULTIMA POSICAO GUARDADA E    *
      *  SEGUE OS MOVIMENTOS ARQUIVADOS NA ORDEM DO LANCAMENTO         *
       ARQUIVAR-ESTOQMOV    SECTION.
           PERFORM CARREGAR-SALDOS.

           MOVE 'E' TO WRK-TIPO.
           MOVE "ESTOQMOV" TO WRK-NOME-LOGICO.
           MOVE "..\DADOS\ESTOQMOV.HISTORICO" TO WRK-ARQ-VIVO.
           PERFORM ARQUIVAR-SEQUENCIAL.

           IF WRK-SLD-ESTOURO EQUAL 'S'
              DISPLAY "MAIS DE 3000 ITENS DE ESTOQUE NA POSICAO DE "
                      "ABERTURA - AMPLIE A TABELA"
              IF WRK-PROVA-OK
                 ADD 1 TO WRK-TOT-DIVERGE
                 SUBTRACT 1 FROM WRK-CTL-ITENS
                 MOVE 'N' TO WRK-PROVA
              END-IF
           END-IF.
           IF WRK-PROVA-OK
              PERFORM GRAVAR-SALDOS
           END-IF.

       CARREGAR-SALDOS    SECTION.
           MOVE 0 TO WRK-SLD-ITENS.
           MOVE 0 TO WRK-SLD-ANO-BASE.
           OPEN INPUT SALDOS.
           IF SALDOS-FS NOT EQUAL ZEROS
              GO TO CARREGAR-SALDOS-EXIT
           END-IF.
           READ SALDOS.
           PERFORM GUARDAR-UM-SALDO
              UNTIL SALDOS-FS NOT EQUAL 00.
           CLOSE SALDOS.

       CARREGAR-SALDOS-EXIT.
           EXIT.

      *    O ARQUIVO VEM POR ANO CRESCENTE: SO FICA O ULTIMO ANO
       GUARDAR-UM-SALDO    SECTION.
           IF SLD-ANO > WRK-SLD-ANO-BASE
              MOVE SLD-ANO TO WRK-SLD-ANO-BASE
              MOVE 0 TO WRK-SLD-ITENS
           END-IF.
           IF WRK-SLD-ITENS < 3000
              ADD 1 TO WRK-SLD-ITENS
              MOVE SLD-DEPOSITO    TO WRK-SLD-DEPOSITO (WRK-SLD-ITENS)
              MOVE SLD-PRODUTO     TO WRK-SLD-PRODUTO (WRK-SLD-ITENS)
              MOVE SLD-SALDO       TO WRK-SLD-SALDO (WRK-SLD-ITENS)
              MOVE SLD-DATA-ULTIMO TO WRK-SLD-DATA (WRK-SLD-ITENS)
           ELSE
              MOVE 'S' TO WRK-SLD-ESTOURO
           END-IF.
           READ SALDOS.

       ATUALIZAR-SALDO    SECTION.
           MOVE 0 TO WRK-SLD-IDX.
           MOVE 0 TO WRK-SLD-ACHADO.
           PERFORM PROCURAR-SALDO
              UNTIL WRK-SLD-IDX EQUAL WRK-SLD-ITENS
                 OR WRK-SLD-ACHADO NOT EQUAL 0.
           IF WRK-SLD-ACHADO EQUAL 0
              IF WRK-SLD-ITENS < 3000
                 ADD 1 TO WRK-SLD-ITENS
                 MOVE WRK-SLD-ITENS TO WRK-SLD-ACHADO
                 MOVE EHIS-DEPOSITO
                   TO WRK-SLD-DEPOSITO (WRK-SLD-ACHADO)
                 MOVE EHIS-PRODUTO TO WRK-SLD-PRODUTO (WRK-SLD-ACHADO)
              ELSE
                 MOVE 'S' TO WRK-SLD-ESTOURO
              END-IF
           END-IF.
           IF WRK-SLD-ACHADO NOT EQUAL 0
              MOVE EHIS-SALDO-APOS TO WRK-SLD-SALDO (WRK-SLD-ACHADO)
              MOVE EHIS-DATA       TO WRK-SLD-DATA (WRK-SLD-ACHADO)
           END-IF.

       PROCURAR-SALDO    SECTION.
           ADD 1 TO WRK-SLD-IDX.
           IF WRK-SLD-DEPOSITO (WRK-SLD-IDX) EQUAL EHIS-DEPOSITO
              AND WRK-SLD-PRODUTO (WRK-SLD-IDX) EQUAL EHIS-PRODUTO
              MOVE WRK-SLD-IDX TO WRK-SLD-ACHADO
           END-IF.

      *    OS ANOS ANTERIORES PASSAM INTEIROS; O ANO NOVO VAI NO FIM
       GRAVAR-SALDOS    SECTION.
           OPEN OUTPUT SALDOS-NOVO.
           IF SALDOS-NOVO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO ESTOQMOV.SALDOS.NOVO "
                      SALDOS-NOVO-FS
              ADD 1 TO WRK-TOT-DIVERGE
              GO TO GRAVAR-SALDOS-EXIT
           END-IF.

           OPEN INPUT SALDOS.
           IF SALDOS-FS EQUAL ZEROS
              READ SALDOS
              PERFORM COPIAR-UM-SALDO
                 UNTIL SALDOS-FS NOT EQUAL 00
              CLOSE SALDOS
           END-IF.

           MOVE 0 TO WRK-SLD-IDX.
           PERFORM GRAVAR-UM-SALDO
              UNTIL WRK-SLD-IDX EQUAL WRK-SLD-ITENS.
           CLOSE SALDOS-NOVO.
           MOVE 'S' TO WRK-SLD-PROVADO.
           DISPLAY "POSICOES DE ABERTURA DO ESTOQUE : " WRK-SLD-ITENS.

       GRAVAR-SALDOS-EXIT.
           EXIT.

       COPIAR-UM-SALDO    SECTION.
           MOVE SLD-REGISTRO TO SLDN-REGISTRO.
           WRITE SLDN-REGISTRO.
           READ SALDOS.

       GRAVAR-UM-SALDO    SECTION.
           ADD 1 TO WRK-SLD-IDX.
           MOVE WRK-ANO                      TO SLDN-ANO.
           MOVE WRK-SLD-DEPOSITO (WRK-SLD-IDX) TO SLDN-DEPOSITO.
           MOVE WRK-SLD-PRODUTO (WRK-SLD-IDX)  TO SLDN-PRODUTO.
           MOVE WRK-SLD-SALDO (WRK-SLD-IDX)    TO SLDN-SALDO.
           MOVE WRK-SLD-DATA (WRK-SLD-IDX)     TO SLDN-DATA-ULTIMO.
           WRITE SLDN-REGISTRO.

      *------------------- VENDASJRN.DAT ------------------------------*
       ARQUIVAR-VENDASJRN    SECTION.
           MOVE 0   TO WRK-ABE-ITENS.
           MOVE 'N' TO WRK-ABE-ESTOURO.
           MOVE 'V' TO WRK-TIPO.
           MOVE "VENDASJRN" TO WRK-NOME-LOGICO.
           MOVE "..\DADOS\VENDASJRN.DAT" TO WRK-ARQ-VIVO.
           PERFORM ARQUIVAR-SEQUENCIAL.

      *------------------- TRANSHIST.DAT ------------------------------*
       ARQUIVAR-TRANSHIST    SECTION.
           MOVE 'T' TO WRK-TIPO.
           MOVE "TRANSHIST" TO WRK-NOME-LOGICO.
           MOVE "..\DADOS\TRANSHIST.DAT" TO WRK-ARQ-VIVO.
           PERFORM ARQUIVAR-SEQUENCIAL.

      *------------------- FINANREG.DAT -------------------------------*
      *  O 7-FINCONTAB ENVIA PELA POSICAO NO ARQUIVO: SO SAI O QUE     *
      *  ESTA DENTRO DOS JA ENVIADOS, E A CONTAGEM DO CONTROLE DESCE   *
      *  NA MESMA QUANTIDADE                                           *
       ARQUIVAR-FINANREG    SECTION.
           MOVE 0 TO WRK-JA-ENVIADOS.
           MOVE 0 TO WRK-FIN-RETIDOS.
           MOVE WRK-DATAHORA TO WRK-FIN-DATAHORA.
           OPEN INPUT FINCTL.
           IF FINCTL-FS EQUAL ZEROS
              READ FINCTL
              IF FINCTL-FS EQUAL ZEROS
                 MOVE FINCTL-ENVIADOS TO WRK-JA-ENVIADOS
                 MOVE FINCTL-DATAHORA TO WRK-FIN-DATAHORA
              END-IF
              CLOSE FINCTL
           END-IF.

           MOVE 'F' TO WRK-TIPO.
           MOVE "FINANREG" TO WRK-NOME-LOGICO.
           MOVE "..\DADOS\FINANREG.DAT" TO WRK-ARQ-VIVO.
           PERFORM ARQUIVAR-SEQUENCIAL.

           IF WRK-FIN-RETIDOS > 0
              DISPLAY "FINANREG: " WRK-FIN-RETIDOS " REGISTRO(S) DO "
                      "ANO AINDA NAO ENVIADOS A CONTABILIDADE - "
                      "FICARAM NO VIVO (RODAR O 7-FINCONTAB)"
           END-IF.
           IF NOT WRK-PROVA-OK
              GO TO ARQUIVAR-FINANREG-EXIT
           END-IF.

           OPEN OUTPUT FINCTL-NOVO.
           IF FINCTL-NOVO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO FINCONTAB.CTL.DAT.NOVO "
                      FINCTL-NOVO-FS
              ADD 1 TO WRK-TOT-DIVERGE
              GO TO ARQUIVAR-FINANREG-EXIT
           END-IF.
           COMPUTE FINCTL-NOVO-ENVIADOS =
                   WRK-JA-ENVIADOS - WRK-ARQUIVADOS.
           MOVE WRK-FIN-DATAHORA TO FINCTL-NOVO-DATAHORA.
           WRITE FINCTL-NOVO-REGISTRO.
           CLOSE FINCTL-NOVO.
           MOVE 'S' TO WRK-FIN-PROVADO.
           DISPLAY "FINCONTAB: JA ENVIADOS " WRK-JA-ENVIADOS
                   " PASSAM A " FINCTL-NOVO-ENVIADOS.

       ARQUIVAR-FINANREG-EXIT.
           EXIT.

      *------------------- ARQUIVAMENTO DE UM SEQUENCIAL --------------*
      *  PRIMEIRA PASSADA: SEPARA O QUE VAI PARA O MORTO E APURA AS    *
      *  ABERTURAS. SEGUNDA PASSADA: GRAVA O .NOVO (ABERTURAS DO       *
      *  DIARIO NA FRENTE, DEPOIS O QUE FICA). NO FIM, A PROVA         *
       ARQUIVAR-SEQUENCIAL    SECTION.
           MOVE 'N' TO WRK-PROVA.
           MOVE 0 TO WRK-LIDOS WRK-ARQUIVADOS WRK-MANTIDOS
                     WRK-ABERTURAS WRK-GRAVADOS.
           MOVE 0 TO WRK-VLR-LIDO WRK-VLR-ARQUIVADO WRK-VLR-MANTIDO
                     WRK-VLR-ABERTURA.
           MOVE 0 TO WRK-POSICAO.

           MOVE WRK-ARQ-VIVO TO WRK-ARQ-ORIGEM.
           MOVE SPACES TO WRK-ARQ-NOVO.
           STRING WRK-ARQ-VIVO            DELIMITED BY SPACE
                  ".NOVO"                 DELIMITED BY SIZE
                  INTO WRK-ARQ-NOVO.
           PERFORM MONTAR-NOME-MORTO.

           OPEN INPUT ENTRADA-SEQ.
           IF ENTRADA-SEQ-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO ARQUIVAR-SEQUENCIAL-EXIT
           END-IF.
           OPEN OUTPUT MORTO.
           IF MORTO-FS NOT EQUAL ZEROS
              CLOSE ENTRADA-SEQ
              PERFORM FALHAR-MORTO
              GO TO ARQUIVAR-SEQUENCIAL-EXIT
           END-IF.
           READ ENTRADA-SEQ.
           PERFORM SEPARAR-UM-REGISTRO
              UNTIL ENTRADA-SEQ-FS NOT EQUAL 00.
           CLOSE ENTRADA-SEQ.
           CLOSE MORTO.

           OPEN OUTPUT SAIDA-SEQ.
           IF WRK-TIPO-VENDAS
              PERFORM GRAVAR-ABERTURAS
           END-IF.
           MOVE 0 TO WRK-POSICAO.
           OPEN INPUT ENTRADA-SEQ.
           READ ENTRADA-SEQ.
           PERFORM REGRAVAR-UM-REGISTRO
              UNTIL ENTRADA-SEQ-FS NOT EQUAL 00.
           CLOSE ENTRADA-SEQ.
           CLOSE SAIDA-SEQ.

           PERFORM RELER-MORTO.
           MOVE WRK-ARQ-NOVO TO WRK-ARQ-ORIGEM.
           MOVE 0 TO WRK-RELIDOS-NOVO.
           MOVE 0 TO WRK-VLR-NOVO.
           OPEN INPUT ENTRADA-SEQ.
           IF ENTRADA-SEQ-FS EQUAL ZEROS
              READ ENTRADA-SEQ
              PERFORM RELER-UM-NOVO
                 UNTIL ENTRADA-SEQ-FS NOT EQUAL 00
              CLOSE ENTRADA-SEQ
           END-IF.
           PERFORM PROVAR-ARQUIVO.

       ARQUIVAR-SEQUENCIAL-EXIT.
           EXIT.

       MONTAR-NOME-MORTO    SECTION.
           MOVE SPACES TO WRK-ARQ-MORTO.
           STRING "..\DADOS\ARCHIVE\"     DELIMITED BY SIZE
                  WRK-NOME-LOGICO         DELIMITED BY SPACE
                  "."                     DELIMITED BY SIZE
                  WRK-ANO                 DELIMITED BY SIZE
                  INTO WRK-ARQ-MORTO.

       SEPARAR-UM-REGISTRO    SECTION.
           ADD 1 TO WRK-LIDOS.
           ADD 1 TO WRK-POSICAO.
           PERFORM EXTRAIR-DATA-VALOR.
           ADD WRK-VALOR-REG TO WRK-VLR-LIDO.
           PERFORM DECIDIR-DESTINO.
           IF WRK-FIN-RETIDO EQUAL 'S'
              ADD 1 TO WRK-FIN-RETIDOS
           END-IF.

           IF WRK-VAI-MORTO EQUAL 'S'
              MOVE ENTRADA-SEQ-LINHA TO MORTO-LINHA
              WRITE MORTO-LINHA
              ADD 1 TO WRK-ARQUIVADOS
              ADD WRK-VALOR-REG TO WRK-VLR-ARQUIVADO
              IF WRK-TIPO-ESTOQUE
                 PERFORM ATUALIZAR-SALDO
              END-IF
              IF WRK-TIPO-VENDAS
                 PERFORM SOMAR-ABERTURA
              END-IF
           ELSE
              ADD 1 TO WRK-MANTIDOS
              ADD WRK-VALOR-REG TO WRK-VLR-MANTIDO
           END-IF.
           READ ENTRADA-SEQ.

       REGRAVAR-UM-REGISTRO    SECTION.
           ADD 1 TO WRK-POSICAO.
           PERFORM EXTRAIR-DATA-VALOR.
           PERFORM DECIDIR-DESTINO.
           IF WRK-VAI-MORTO NOT EQUAL 'S'
              MOVE ENTRADA-SEQ-LINHA TO SAIDA-SEQ-LINHA
              WRITE SAIDA-SEQ-LINHA
              ADD 1 TO WRK-GRAVADOS
           END-IF.
           READ ENTRADA-SEQ.

      *------------------- DATA E VALOR DE CADA LEIAUTE ---------------*
       EXTRAIR-DATA-VALOR    SECTION.
           MOVE 0 TO WRK-DATA-REG.
           MOVE 0 TO WRK-VALOR-REG.
           EVALUATE TRUE
               WHEN WRK-TIPO-ESTOQUE
                   MOVE EHIS-DATA        TO WRK-DATA-REG
                   MOVE EHIS-CUSTO-TOTAL TO WRK-VALOR-REG
               WHEN WRK-TIPO-VENDAS
                   MOVE EVJ-DATA         TO WRK-DATA-REG
                   MOVE EVJ-VALOR        TO WRK-VALOR-REG
               WHEN WRK-TIPO-TRANS
                   IF ETRH-DATAHORA (1:8) IS NUMERIC
                      MOVE ETRH-DATAHORA (1:8) TO WRK-DATA-REG
                   END-IF
                   MOVE ETRH-VALOR       TO WRK-VALOR-REG
               WHEN WRK-TIPO-FINANREG
                   MOVE EFIN-DATA        TO WRK-DATA-REG
                   MOVE EFIN-VALOR       TO WRK-VALOR-REG
               WHEN WRK-TIPO-PEDIDOS
                   IF EPED-DATAHORA (1:8) IS NUMERIC
                      MOVE EPED-DATAHORA (1:8) TO WRK-DATA-REG
                   END-IF
                   MOVE EPED-VALOR       TO WRK-VALOR-REG
               WHEN WRK-TIPO-ITENS
                   MOVE EITE-VALOR       TO WRK-VALOR-REG
           END-EVALUATE.

      *    DATA 0 (HISTORICO DE ABERTURA) NUNCA VAI PARA O MORTO
       DECIDIR-DESTINO    SECTION.
           MOVE 'N' TO WRK-VAI-MORTO.
           MOVE 'N' TO WRK-FIN-RETIDO.
           DIVIDE WRK-DATA-REG BY 10000 GIVING WRK-ANO-REG.
           IF WRK-ANO-REG > 0 AND WRK-ANO-REG NOT > WRK-ANO
              MOVE 'S' TO WRK-VAI-MORTO
           END-IF.
           IF WRK-TIPO-FINANREG AND WRK-VAI-MORTO EQUAL 'S'
              AND WRK-POSICAO > WRK-JA-ENVIADOS
              MOVE 'N' TO WRK-VAI-MORTO
              MOVE 'S' TO WRK-FIN-RETIDO
           END-IF.

      *------------------- ABERTURA DO DIARIO POR LOJA ----------------*
       SOMAR-ABERTURA    SECTION.
           MOVE 0 TO WRK-ABE-IDX.
           MOVE 0 TO WRK-ABE-ACHADO.
           PERFORM PROCURAR-ABERTURA
              UNTIL WRK-ABE-IDX EQUAL WRK-ABE-ITENS
                 OR WRK-ABE-ACHADO NOT EQUAL 0.
           IF WRK-ABE-ACHADO EQUAL 0
              IF WRK-ABE-ITENS < 500
                 ADD 1 TO WRK-ABE-ITENS
                 MOVE WRK-ABE-ITENS TO WRK-ABE-ACHADO
                 MOVE EVJ-LOJA TO WRK-ABE-LOJA (WRK-ABE-ACHADO)
                 MOVE 0 TO WRK-ABE-QTD-VENDA (WRK-ABE-ACHADO)
                 MOVE 0 TO WRK-ABE-VLR-VENDA (WRK-ABE-ACHADO)
                 MOVE 0 TO WRK-ABE-QTD-DEV (WRK-ABE-ACHADO)
                 MOVE 0 TO WRK-ABE-VLR-DEV (WRK-ABE-ACHADO)
              ELSE
                 MOVE 'S' TO WRK-ABE-ESTOURO
              END-IF
           END-IF.
           IF WRK-ABE-ACHADO NOT EQUAL 0
              IF EVJ-DEVOLUCAO
                 ADD EVJ-QTD   TO WRK-ABE-QTD-DEV (WRK-ABE-ACHADO)
                 ADD EVJ-VALOR TO WRK-ABE-VLR-DEV (WRK-ABE-ACHADO)
              ELSE
                 ADD EVJ-QTD   TO WRK-ABE-QTD-VENDA (WRK-ABE-ACHADO)
                 ADD EVJ-VALOR TO WRK-ABE-VLR-VENDA (WRK-ABE-ACHADO)
              END-IF
           END-IF.

       PROCURAR-ABERTURA    SECTION.
           ADD 1 TO WRK-ABE-IDX.
           IF WRK-ABE-LOJA (WRK-ABE-IDX) EQUAL EVJ-LOJA
              MOVE WRK-ABE-IDX TO WRK-ABE-ACHADO
           END-IF.

      *    O REGISTRO DO DIARIO SO COMPORTA 99999 UNIDADES E 99.999,99:
      *    O TOTAL DA LOJA SAI EM QUANTAS LINHAS FOREM PRECISAS
       GRAVAR-ABERTURAS    SECTION.
           MOVE 0 TO WRK-ABE-IDX.
           PERFORM GRAVAR-ABERTURA-LOJA
              UNTIL WRK-ABE-IDX EQUAL WRK-ABE-ITENS.

       GRAVAR-ABERTURA-LOJA    SECTION.
           ADD 1 TO WRK-ABE-IDX.
           MOVE SPACES TO WRK-ABE-SINAL.
           MOVE WRK-ABE-QTD-VENDA (WRK-ABE-IDX) TO WRK-RESTO-QTD.
           MOVE WRK-ABE-VLR-VENDA (WRK-ABE-IDX) TO WRK-RESTO-VALOR.
           PERFORM GRAVAR-UMA-ABERTURA
              UNTIL WRK-RESTO-QTD EQUAL 0 AND WRK-RESTO-VALOR EQUAL 0.

           MOVE "-" TO WRK-ABE-SINAL.
           MOVE WRK-ABE-QTD-DEV (WRK-ABE-IDX) TO WRK-RESTO-QTD.
           MOVE WRK-ABE-VLR-DEV (WRK-ABE-IDX) TO WRK-RESTO-VALOR.
           PERFORM GRAVAR-UMA-ABERTURA
              UNTIL WRK-RESTO-QTD EQUAL 0 AND WRK-RESTO-VALOR EQUAL 0.

       GRAVAR-UMA-ABERTURA    SECTION.
           MOVE SPACES TO SVJ-REGISTRO.
           MOVE ZEROS  TO SVJ-DATA.
           MOVE WRK-ABE-LOJA (WRK-ABE-IDX) TO SVJ-LOJA.
           MOVE ZEROS  TO SVJ-PRODUTO.
           IF WRK-RESTO-QTD > 99999
              MOVE 99999 TO SVJ-QTD
           ELSE
              MOVE WRK-RESTO-QTD TO SVJ-QTD
           END-IF.
           IF WRK-RESTO-VALOR > 99999.99
              MOVE 99999.99 TO SVJ-VALOR
           ELSE
              MOVE WRK-RESTO-VALOR TO SVJ-VALOR
           END-IF.
           MOVE WRK-ABE-SINAL TO SVJ-SINAL.
           MOVE SPACES TO SVJ-MOTIVO.
           MOVE ZEROS  TO SVJ-DATA-ORIG.
           WRITE SVJ-REGISTRO.

           SUBTRACT SVJ-QTD   FROM WRK-RESTO-QTD.
           SUBTRACT SVJ-VALOR FROM WRK-RESTO-VALOR.
           ADD 1 TO WRK-ABERTURAS.
           ADD SVJ-VALOR TO WRK-VLR-ABERTURA.

      *------------------- RELEITURA DO MORTO E DO .NOVO --------------*
       RELER-MORTO    SECTION.
           MOVE WRK-ARQ-MORTO TO WRK-ARQ-ORIGEM.
           MOVE 0 TO WRK-RELIDOS-MORTO.
           MOVE 0 TO WRK-VLR-MORTO.
           OPEN INPUT ENTRADA-SEQ.
           IF ENTRADA-SEQ-FS EQUAL ZEROS
              READ ENTRADA-SEQ
              PERFORM RELER-UM-MORTO
                 UNTIL ENTRADA-SEQ-FS NOT EQUAL 00
              CLOSE ENTRADA-SEQ
           END-IF.

       RELER-UM-MORTO    SECTION.
           ADD 1 TO WRK-RELIDOS-MORTO.
           PERFORM EXTRAIR-DATA-VALOR.
           ADD WRK-VALOR-REG TO WRK-VLR-MORTO.
           READ ENTRADA-SEQ.

       RELER-UM-NOVO    SECTION.
           ADD 1 TO WRK-RELIDOS-NOVO.
           PERFORM EXTRAIR-DATA-VALOR.
           ADD WRK-VALOR-REG TO WRK-VLR-NOVO.
           READ ENTRADA-SEQ.

      *------------------- PROVA DE CONTAGEM E VALOR ------------------*
      *  LIDOS = ARQUIVADOS + MANTIDOS; O MORTO RELIDO BATE COM O QUE  *
      *  FOI ARQUIVADO E O .NOVO RELIDO COM O QUE FICOU (MAIS AS       *
      *  ABERTURAS DO DIARIO, QUE SOMAM O VALOR ARQUIVADO)             *
       PROVAR-ARQUIVO    SECTION.
           ADD 1 TO WRK-TOT-ARQUIVOS.
           MOVE 'S' TO WRK-PROVA.
           IF WRK-LIDOS NOT EQUAL WRK-ARQUIVADOS + WRK-MANTIDOS
              OR WRK-RELIDOS-MORTO NOT EQUAL WRK-ARQUIVADOS
              OR WRK-RELIDOS-NOVO NOT EQUAL
                 WRK-MANTIDOS + WRK-ABERTURAS
              OR WRK-VLR-MORTO NOT EQUAL WRK-VLR-ARQUIVADO
              OR WRK-VLR-NOVO NOT EQUAL
                 WRK-VLR-MANTIDO + WRK-VLR-ABERTURA
              MOVE 'N' TO WRK-PROVA
           END-IF.
           IF WRK-TIPO-VENDAS
              AND (WRK-VLR-ABERTURA NOT EQUAL WRK-VLR-ARQUIVADO
                   OR WRK-ABE-ESTOURO EQUAL 'S')
              MOVE 'N' TO WRK-PROVA
           END-IF.

           IF WRK-PROVA-OK
              DISPLAY WRK-NOME-LOGICO " " WRK-LIDOS " " WRK-ARQUIVADOS
                      " " WRK-MANTIDOS " " WRK-RELIDOS-NOVO " CONFERE"
              PERFORM ANOTAR-NO-CONTROLE
           ELSE
              ADD 1 TO WRK-TOT-DIVERGE
              DISPLAY WRK-NOME-LOGICO " " WRK-LIDOS " " WRK-ARQUIVADOS
                      " " WRK-MANTIDOS " " WRK-RELIDOS-NOVO
                      " *** DIVERGE ***"
           END-IF.
           MOVE WRK-VLR-ARQUIVADO TO WRK-VALOR-EDIT.
           DISPLAY "   VALOR ARQUIVADO " WRK-VALOR-EDIT
                   "  NO MORTO " WRK-ARQ-MORTO.
           IF WRK-ABERTURAS > 0
              DISPLAY "   LINHAS DE ABERTURA NO DIARIO: " WRK-ABERTURAS
           END-IF.
           IF WRK-ABE-ESTOURO EQUAL 'S' AND WRK-TIPO-VENDAS
              DISPLAY "   MAIS DE 500 LOJAS NA ABERTURA - AMPLIE A "
                      "TABELA"
           END-IF.

       ANOTAR-NO-CONTROLE    SECTION.
           IF WRK-CTL-ITENS NOT < 300
              MOVE 'N' TO WRK-PROVA
              ADD 1 TO WRK-TOT-DIVERGE
              DISPLAY "   CATALOGO CHEIO (300) - AMPLIE A TABELA"
              GO TO ANOTAR-NO-CONTROLE-EXIT
           END-IF.
           ADD 1 TO WRK-CTL-ITENS.
           MOVE WRK-NOME-LOGICO   TO WRK-CTL-ARQUIVO (WRK-CTL-ITENS).
           MOVE WRK-ANO           TO WRK-CTL-ANO (WRK-CTL-ITENS).
           MOVE WRK-ARQUIVADOS    TO WRK-CTL-REGISTROS (WRK-CTL-ITENS).
           MOVE WRK-VLR-ARQUIVADO TO WRK-CTL-VALOR (WRK-CTL-ITENS).
           MOVE WRK-DATAHORA      TO WRK-CTL-DATAHORA (WRK-CTL-ITENS).

       ANOTAR-NO-CONTROLE-EXIT.
           EXIT.

      *------------------- PEDIDOS.DAT --------------------------------*
      *  SO SAEM OS PEDIDOS ENCERRADOS (ENTREGUES OU CANCELADOS); O    *
      *  INDEXADO NOVO SAI COM AS MESMAS CHAVES DO VIVO                *
       ARQUIVAR-PEDIDOS    SECTION.
           MOVE 'P' TO WRK-TIPO.
           MOVE "PEDIDOS" TO WRK-NOME-LOGICO.
           MOVE 'N' TO WRK-PROVA.
           MOVE 0 TO WRK-LIDOS WRK-ARQUIVADOS WRK-MANTIDOS
                     WRK-ABERTURAS WRK-GRAVADOS.
           MOVE 0 TO WRK-VLR-LIDO WRK-VLR-ARQUIVADO WRK-VLR-MANTIDO
                     WRK-VLR-ABERTURA.
           PERFORM MONTAR-NOME-MORTO.

           OPEN INPUT PEDIDOS.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO ARQUIVAR-PEDIDOS-EXIT
           END-IF.
           OPEN OUTPUT MORTO.
           IF MORTO-FS NOT EQUAL ZEROS
              CLOSE PEDIDOS
              PERFORM FALHAR-MORTO
              GO TO ARQUIVAR-PEDIDOS-EXIT
           END-IF.
           OPEN OUTPUT PED-NOVO.

           READ PEDIDOS NEXT RECORD.
           PERFORM SEPARAR-UM-PEDIDO
              UNTIL PEDIDOS-FS NOT EQUAL 00.
           CLOSE PEDIDOS.
           CLOSE MORTO.
           CLOSE PED-NOVO.

           PERFORM RELER-MORTO.
           MOVE 0 TO WRK-RELIDOS-NOVO.
           MOVE 0 TO WRK-VLR-NOVO.
           OPEN INPUT PED-NOVO.
           IF PED-NOVO-FS EQUAL ZEROS
              READ PED-NOVO NEXT RECORD
              PERFORM RELER-UM-PEDIDO-NOVO
                 UNTIL PED-NOVO-FS NOT EQUAL 00
              CLOSE PED-NOVO
           END-IF.
           PERFORM PROVAR-ARQUIVO.

       ARQUIVAR-PEDIDOS-EXIT.
           EXIT.

       SEPARAR-UM-PEDIDO    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE PED-VALOR TO WRK-VALOR-REG.
           ADD WRK-VALOR-REG TO WRK-VLR-LIDO.
           PERFORM DECIDIR-PEDIDO.

           IF WRK-VAI-MORTO EQUAL 'S'
              MOVE SPACES TO MORTO-LINHA
              MOVE PED-REGISTRO TO MORTO-LINHA
              WRITE MORTO-LINHA
              ADD 1 TO WRK-ARQUIVADOS
              ADD WRK-VALOR-REG TO WRK-VLR-ARQUIVADO
           ELSE
              MOVE PED-REGISTRO TO PEDN-REGISTRO
              WRITE PEDN-REGISTRO
              ADD 1 TO WRK-MANTIDOS
              ADD WRK-VALOR-REG TO WRK-VLR-MANTIDO
           END-IF.
           READ PEDIDOS NEXT RECORD.

       RELER-UM-PEDIDO-NOVO    SECTION.
           ADD 1 TO WRK-RELIDOS-NOVO.
           ADD PEDN-VALOR TO WRK-VLR-NOVO.
           READ PED-NOVO NEXT RECORD.

      *    A MESMA REGRA VALE PARA O CABECALHO E PARA AS SUAS LINHAS
       DECIDIR-PEDIDO    SECTION.
           MOVE 0 TO WRK-DATA-REG.
           IF PED-DATAHORA (1:8) IS NUMERIC
              MOVE PED-DATAHORA (1:8) TO WRK-DATA-REG
           END-IF.
           PERFORM DECIDIR-DESTINO.
           IF NOT PED-ENTREGUE AND NOT PED-CANCELADO
              MOVE 'N' TO WRK-VAI-MORTO
           END-IF.

      *------------------- PEDITENS.DAT -------------------------------*
      *  A LINHA VAI PARA O MORTO QUANDO O SEU PEDIDO, LIDO NO         *
      *  PEDIDOS.DAT AINDA INTACTO, VAI TAMBEM. LINHA CUJO PEDIDO NAO  *
      *  ESTA MAIS NO PEDIDOS.DAT E DE PEDIDO JA ARQUIVADO ANTES (O    *
      *  PEDIDO NUNCA E APAGADO) E SAI JUNTO                           *
       ARQUIVAR-PEDITENS    SECTION.
           MOVE 'I' TO WRK-TIPO.
           MOVE "PEDITENS" TO WRK-NOME-LOGICO.
           MOVE 'N' TO WRK-PROVA.
           MOVE 0 TO WRK-LIDOS WRK-ARQUIVADOS WRK-MANTIDOS
                     WRK-ABERTURAS WRK-GRAVADOS.
           MOVE 0 TO WRK-VLR-LIDO WRK-VLR-ARQUIVADO WRK-VLR-MANTIDO
                     WRK-VLR-ABERTURA.
           PERFORM MONTAR-NOME-MORTO.

           OPEN INPUT PEDITENS.
           IF PEDITENS-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO ARQUIVAR-PEDITENS-EXIT
           END-IF.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              CLOSE PEDITENS
              DISPLAY "PEDITENS PULADO - SEM O PEDIDOS.DAT NAO HA COMO"
                      " SEPARAR AS LINHAS"
              GO TO ARQUIVAR-PEDITENS-EXIT
           END-IF.
           OPEN OUTPUT MORTO.
           IF MORTO-FS NOT EQUAL ZEROS
              CLOSE PEDITENS
              CLOSE PEDIDOS
              PERFORM FALHAR-MORTO
              GO TO ARQUIVAR-PEDITENS-EXIT
           END-IF.
           OPEN OUTPUT ITENS-NOVO.

           READ PEDITENS NEXT RECORD.
           PERFORM SEPARAR-UM-ITEM
              UNTIL PEDITENS-FS NOT EQUAL 00.
           CLOSE PEDITENS.
           CLOSE PEDIDOS.
           CLOSE MORTO.
           CLOSE ITENS-NOVO.

           PERFORM RELER-MORTO.
           MOVE 0 TO WRK-RELIDOS-NOVO.
           MOVE 0 TO WRK-VLR-NOVO.
           OPEN INPUT ITENS-NOVO.
           IF ITENS-NOVO-FS EQUAL ZEROS
              READ ITENS-NOVO NEXT RECORD
              PERFORM RELER-UM-ITEM-NOVO
                 UNTIL ITENS-NOVO-FS NOT EQUAL 00
              CLOSE ITENS-NOVO
           END-IF.
           PERFORM PROVAR-ARQUIVO.

       ARQUIVAR-PEDITENS-EXIT.
           EXIT.

       SEPARAR-UM-ITEM    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE PIT-VALOR TO WRK-VALOR-REG.
           ADD WRK-VALOR-REG TO WRK-VLR-LIDO.
           MOVE PIT-PEDIDO TO PED-NUMERO.
           READ PEDIDOS KEY IS PED-NUMERO.
           IF PEDIDOS-FS EQUAL ZEROS
              PERFORM DECIDIR-PEDIDO
           ELSE
              MOVE 'S' TO WRK-VAI-MORTO
           END-IF.

           IF WRK-VAI-MORTO EQUAL 'S'
              MOVE SPACES TO MORTO-LINHA
              MOVE PIT-REGISTRO TO MORTO-LINHA
              WRITE MORTO-LINHA
              ADD 1 TO WRK-ARQUIVADOS
              ADD WRK-VALOR-REG TO WRK-VLR-ARQUIVADO
           ELSE
              MOVE PIT-REGISTRO TO PITN-REGISTRO
              WRITE PITN-REGISTRO
              ADD 1 TO WRK-MANTIDOS
              ADD WRK-VALOR-REG TO WRK-VLR-MANTIDO
           END-IF.
           READ PEDITENS NEXT RECORD.

       RELER-UM-ITEM-NOVO    SECTION.
           ADD 1 TO WRK-RELIDOS-NOVO.
           ADD PITN-VALOR TO WRK-VLR-NOVO.
           READ ITENS-NOVO NEXT RECORD.

      *------------------- CATALOGO NOVO ------------------------------*
       GRAVAR-CONTROLE    SECTION.
           OPEN OUTPUT CONTROLE-NOVO.
           IF CONTROLE-NOVO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO HISTANUAL.CTL.NOVO "
                      CONTROLE-NOVO-FS
              ADD 1 TO WRK-TOT-DIVERGE
              GO TO GRAVAR-CONTROLE-EXIT
           END-IF.
           MOVE 0 TO WRK-CTL-IDX.
           PERFORM GRAVAR-UM-CONTROLE
              UNTIL WRK-CTL-IDX EQUAL WRK-CTL-ITENS.
           CLOSE CONTROLE-NOVO.

       GRAVAR-CONTROLE-EXIT.
           EXIT.

       GRAVAR-UM-CONTROLE    SECTION.
           ADD 1 TO WRK-CTL-IDX.
           MOVE WRK-CTL-ARQUIVO (WRK-CTL-IDX)   TO HISTARC-ARQUIVO.
           MOVE WRK-CTL-ANO (WRK-CTL-IDX)       TO HISTARC-ANO.
           MOVE WRK-CTL-REGISTROS (WRK-CTL-IDX) TO HISTARC-REGISTROS.
           MOVE WRK-CTL-VALOR (WRK-CTL-IDX)     TO HISTARC-VALOR.
           MOVE WRK-CTL-DATAHORA (WRK-CTL-IDX)  TO HISTARC-DATAHORA.
           MOVE HISTARC-REGISTRO TO CONTROLE-NOVO-LINHA.
           WRITE CONTROLE-NOVO-LINHA.

       PULAR-ARQUIVO    SECTION.
           DISPLAY WRK-NOME-LOGICO " AUSENTE - PULADO".

       FALHAR-MORTO    SECTION.
           ADD 1 TO WRK-TOT-DIVERGE.
           DISPLAY WRK-NOME-LOGICO " ERRO NO ARQUIVO MORTO " MORTO-FS.
           DISPLAY "CONFIRA SE A PASTA DADOS\ARCHIVE EXISTE".

       FINALIZAR     SECTION.
           MOVE 'F' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.

           DISPLAY "---------------------------------".
           DISPLAY "ARQUIVOS PROCESSADOS : " WRK-TOT-ARQUIVOS.
           DISPLAY "DIVERGENCIAS         : " WRK-TOT-DIVERGE.
           IF WRK-TOT-DIVERGE EQUAL 0
              DISPLAY "TROCAR OS .NOVO PELOS ORIGINAIS E LIBERAR,"
                      " INCLUSIVE ARCHIVE\HISTANUAL.CTL"
              IF WRK-SLD-PROVADO EQUAL 'S'
                 DISPLAY "E ARCHIVE\ESTOQMOV.SALDOS"
              END-IF
              IF WRK-FIN-PROVADO EQUAL 'S'
                 DISPLAY "E FINCONTAB.CTL.DAT"
              END-IF
           ELSE
              DISPLAY "NAO TROCAR NADA ANTES DE CONFERIR AS"
                      " DIVERGENCIAS"
              MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM ARQANUAL.
