           SELECT RELATORIO ASSIGN TO "..\DADOS\AGING.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT GRUPOCRM ASSIGN TO "..\DADOS\GRUPOCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-GRUPO
           RECORD KEY IS GRUPO-CHAVE
           ALTERNATE RECORD KEY IS GRUPO-MATRIZ-ID
           WITH DUPLICATES.

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
       FD  RELATORIO.
       01  WS-REL-LINHA             PIC X(100).

      *------------------- ESPELHO DO LAYOUT #GRUPO DO GRUPOCRM.DAT ---*
       FD  GRUPOCRM.
       01  GRUPO-REGISTRO.
           05  GRUPO-CHAVE.
               10  GRUPO-CLIENTE-ID   PIC 9(09).
           05  GRUPO-RAIZ             PIC 9(08).
           05  GRUPO-MATRIZ-ID        PIC 9(09).
           05  GRUPO-PAPEL            PIC X(01).
           05  GRUPO-MEMBROS          PIC 9(04).
           05  GRUPO-DATA             PIC 9(08).

      *------------------- ESPELHO DO LAYOUT #CRM DO ARQCRM.DAT -------*
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
              10 WS-FAT-PARCELA     PIC 9(02).
      *          0 = FATURA ORIGINAL; N = PARCELA DO PLANO
              10 WS-FAT-CLIENTE     PIC X(10).
              10 WS-FAT-CLIENTE-ID  PIC 9(09).
              10 WS-FAT-VALOR       PIC 9(05)V99.
              10 WS-FAT-PAGO        PIC 9(07)V99.
              10 WS-FAT-VENCIMENTO  PIC 9(08).
      *------------------- TOTAIS POR CLIENTE -----------------------*
      *  FAIXA 1 = A VENCER / 2 = ATE 30 / 3 = 31-60 / 4 = 61-90     *
      *  FAIXA 5 = MAIS DE 90 DIAS                                   *
      *  O CLIENTE E O ID DO CRM; FATURA SEM ID (NAO CASADA NA       *
      *  CONVERSAO) AINDA SOMA PELO TEXTO DO CLIENTE                 *
       01 WS-CLI-TAB.
           05 WS-CLI-ITEM OCCURS 100 TIMES.
              10 WS-CLI-ID          PIC 9(09).
              10 WS-CLI-NOME        PIC X(10).
              10 WS-CLI-FAIXA OCCURS 5 TIMES
                                    PIC 9(09)V99.
       01 WS-TOT-PAG-ORFAOS        PIC 9(04) VALUE 0.
       01 WS-VALOR-EDIT            PIC Z(08)9.99.

      *------------------- GRUPOS ECONOMICOS DO CRM ------------------*
      *  O CLIENTE DO AGING E LIGADO AO MEMBRO DO GRUPO PELO ID DO   *
      *  CRM; O NOME SO SERVE PARA O TITULO DO GRUPO.                *
      *  SEM GRUPOCRM.DAT O QUADRO POR GRUPO NAO E EMITIDO           *
       01 WS-FS-GRUPO              PIC 9(02) VALUE ZEROS.
       01 WS-FS-ARQCRM             PIC 9(02) VALUE ZEROS.
       01 WS-TEM-GRUPOS            PIC X(01) VALUE 'N'.
       01 WS-MBR-TAB.
           05 WS-MBR-ITEM OCCURS 300 TIMES.
              10 WS-MBR-ID          PIC 9(09).
              10 WS-MBR-NOME        PIC X(10).
              10 WS-MBR-MATRIZ      PIC 9(09).
       01 WS-MBR-ITENS             PIC 9(03) VALUE 0.
       01 WS-MBR-IDX               PIC 9(03) VALUE 0.
       01 WS-MBR-ACHADO            PIC 9(03) VALUE 0.
       01 WS-ID-BUSCA              PIC 9(09) VALUE ZEROS.

       01 WS-GRU-TAB.
           05 WS-GRU-ITEM OCCURS 100 TIMES.
              10 WS-GRU-MATRIZ      PIC 9(09).
              10 WS-GRU-NOME        PIC X(10).
              10 WS-GRU-FAIXA OCCURS 5 TIMES
                                    PIC 9(09)V99.
       01 WS-GRU-ITENS             PIC 9(03) VALUE 0.
       01 WS-GRU-IDX               PIC 9(03) VALUE 0.
       01 WS-GRU-ACHADO            PIC 9(03) VALUE 0.

       01 WS-CABECALHO.
           05 FILLER               PIC X(10) VALUE "ID CRM".
           05 FILLER               PIC X(11) VALUE "CLIENTE".
           05 FILLER               PIC X(12) VALUE "   A VENCER".
           05 FILLER               PIC X(12) VALUE "     ATE 30".
           05 FILLER               PIC X(12) VALUE "    MAIS 90".

       01 WS-CLI-DETALHE.
           05 WS-DET-ID            PIC Z(09).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-NOME          PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-F1            PIC Z(07)9.99.
           PERFORM APLICAR-PAGAMENTOS
              UNTIL WS-FS-PAG NOT EQUAL ZEROS.
           PERFORM CLASSIFICAR-SALDOS.
           PERFORM CARREGAR-GRUPOS.
           PERFORM CONSOLIDAR-GRUPOS.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM IMPRIMIR-GRUPOS.
           PERFORM FINALIZAR.

           STOP RUN.
              MOVE ZEROS TO WS-FAT-PARCELA (WS-FAT-ITENS)
              MOVE WS-FATURA-CLIENTE
                TO WS-FAT-CLIENTE (WS-FAT-ITENS)
              MOVE WS-FATURA-CLIENTE-ID
                TO WS-FAT-CLIENTE-ID (WS-FAT-ITENS)
              MOVE WS-FATURA-VALOR
                TO WS-FAT-VALOR (WS-FAT-ITENS)
              MOVE ZEROS TO WS-FAT-PAGO (WS-FAT-ITENS)
              MOVE WS-PARC-NUMERO TO WS-FAT-PARCELA (WS-FAT-ITENS)
              MOVE WS-FAT-CLIENTE (WS-PARC-DONO)
                TO WS-FAT-CLIENTE (WS-FAT-ITENS)
              MOVE WS-FAT-CLIENTE-ID (WS-PARC-DONO)
                TO WS-FAT-CLIENTE-ID (WS-FAT-ITENS)
              MOVE WS-PARC-VALOR  TO WS-FAT-VALOR (WS-FAT-ITENS)
              MOVE ZEROS          TO WS-FAT-PAGO (WS-FAT-ITENS)
              MOVE WS-PARC-VENCIMENTO
                 ADD 1 TO WS-CLI-ITENS
                 MOVE WS-CLI-ITENS TO WS-CLI-ACHADO
                 INITIALIZE WS-CLI-ITEM (WS-CLI-ACHADO)
                 MOVE WS-FAT-CLIENTE-ID (WS-FAT-IDX)
                   TO WS-CLI-ID (WS-CLI-ACHADO)
                 MOVE WS-FAT-CLIENTE (WS-FAT-IDX)
                   TO WS-CLI-NOME (WS-CLI-ACHADO)
              ELSE

       PROCURAR-CLIENTE    SECTION.
           ADD 1 TO WS-CLI-IDX.
           IF WS-CLI-ID (WS-CLI-IDX)
                 EQUAL WS-FAT-CLIENTE-ID (WS-FAT-IDX)
              IF WS-CLI-ID (WS-CLI-IDX) NOT EQUAL ZEROS
                 OR WS-CLI-NOME (WS-CLI-IDX)
                    EQUAL WS-FAT-CLIENTE (WS-FAT-IDX)
                 MOVE WS-CLI-IDX TO WS-CLI-ACHADO
              END-IF
           END-IF.

      *------------------- MEMBROS DOS GRUPOS ECONOMICOS -------------*
       CARREGAR-GRUPOS    SECTION.
           OPEN INPUT GRUPOCRM.
           IF WS-FS-GRUPO NOT EQUAL ZEROS
              GO TO CARREGAR-GRUPOS-FIM
           END-IF.
           OPEN INPUT ARQCRM.
           IF WS-FS-ARQCRM NOT EQUAL ZEROS
              CLOSE GRUPOCRM
              GO TO CARREGAR-GRUPOS-FIM
           END-IF.

           MOVE 'S' TO WS-TEM-GRUPOS.
           READ GRUPOCRM NEXT RECORD.
           PERFORM CARREGAR-UM-MEMBRO
              UNTIL WS-FS-GRUPO NOT EQUAL ZEROS.

           CLOSE GRUPOCRM.
           CLOSE ARQCRM.

       CARREGAR-GRUPOS-FIM.
           EXIT.

       CARREGAR-UM-MEMBRO    SECTION.
           MOVE GRUPO-CLIENTE-ID TO ARQCRM-ID.
           READ ARQCRM KEY IS ARQCRM-CHAVE.
           IF WS-FS-ARQCRM EQUAL ZEROS
              AND WS-MBR-ITENS < 300
              ADD 1 TO WS-MBR-ITENS
              MOVE GRUPO-CLIENTE-ID TO WS-MBR-ID (WS-MBR-ITENS)
              MOVE FUNCTION UPPER-CASE (ARQCRM-NOME (1:10))
                TO WS-MBR-NOME (WS-MBR-ITENS)
              MOVE GRUPO-MATRIZ-ID  TO WS-MBR-MATRIZ (WS-MBR-ITENS)
           END-IF.
           READ GRUPOCRM NEXT RECORD.

      *------------------- SOMA OS CLIENTES DO AGING NO GRUPO --------*
       CONSOLIDAR-GRUPOS    SECTION.
           IF WS-TEM-GRUPOS NOT EQUAL 'S'
              GO TO CONSOLIDAR-GRUPOS-FIM
           END-IF.
           MOVE 0 TO WS-CLI-IDX.
           PERFORM CONSOLIDAR-UM-CLIENTE
              UNTIL WS-CLI-IDX NOT < WS-CLI-ITENS.

       CONSOLIDAR-GRUPOS-FIM.
           EXIT.

       CONSOLIDAR-UM-CLIENTE    SECTION.
           ADD 1 TO WS-CLI-IDX.
           IF WS-CLI-ID (WS-CLI-IDX) EQUAL ZEROS
              GO TO CONSOLIDAR-UM-CLIENTE-FIM
           END-IF.
           MOVE WS-CLI-ID (WS-CLI-IDX) TO WS-ID-BUSCA.
           PERFORM LOCALIZAR-MEMBRO.
           IF WS-MBR-ACHADO EQUAL 0
              GO TO CONSOLIDAR-UM-CLIENTE-FIM
           END-IF.

           MOVE 0 TO WS-GRU-ACHADO.
           MOVE 0 TO WS-GRU-IDX.
           PERFORM PROCURAR-GRUPO
              UNTIL WS-GRU-IDX NOT < WS-GRU-ITENS
                 OR WS-GRU-ACHADO NOT EQUAL 0.

           IF WS-GRU-ACHADO EQUAL 0
              IF WS-GRU-ITENS < 100
                 ADD 1 TO WS-GRU-ITENS
                 MOVE WS-GRU-ITENS TO WS-GRU-ACHADO
                 INITIALIZE WS-GRU-ITEM (WS-GRU-ACHADO)
                 MOVE WS-MBR-MATRIZ (WS-MBR-ACHADO)
                   TO WS-GRU-MATRIZ (WS-GRU-ACHADO)
                 PERFORM NOMEAR-GRUPO
              ELSE
                 DISPLAY "TABELA DE GRUPOS CHEIA - CLIENTE FORA: "
                         WS-CLI-NOME (WS-CLI-IDX)
                 GO TO CONSOLIDAR-UM-CLIENTE-FIM
              END-IF
           END-IF.

           MOVE 0 TO WS-FAIXA-IDX.
           PERFORM SOMAR-FAIXA-GRUPO UNTIL WS-FAIXA-IDX EQUAL 5.

       CONSOLIDAR-UM-CLIENTE-FIM.
           EXIT.

       LOCALIZAR-MEMBRO    SECTION.
           MOVE 0 TO WS-MBR-ACHADO.
           MOVE 0 TO WS-MBR-IDX.
           PERFORM PROCURAR-MEMBRO
              UNTIL WS-MBR-IDX NOT < WS-MBR-ITENS
                 OR WS-MBR-ACHADO NOT EQUAL 0.

       PROCURAR-MEMBRO    SECTION.
           ADD 1 TO WS-MBR-IDX.
           IF WS-MBR-ID (WS-MBR-IDX) EQUAL WS-ID-BUSCA
              MOVE WS-MBR-IDX TO WS-MBR-ACHADO
           END-IF.

       PROCURAR-GRUPO    SECTION.
           ADD 1 TO WS-GRU-IDX.
           IF WS-GRU-MATRIZ (WS-GRU-IDX)
                 EQUAL WS-MBR-MATRIZ (WS-MBR-ACHADO)
              MOVE WS-GRU-IDX TO WS-GRU-ACHADO
           END-IF.

      *    O GRUPO SAI COM O NOME DA MATRIZ
       NOMEAR-GRUPO    SECTION.
           MOVE WS-MBR-NOME (WS-MBR-ACHADO)
             TO WS-GRU-NOME (WS-GRU-ACHADO).
           MOVE 0 TO WS-MBR-IDX.
           PERFORM PROCURAR-NOME-MATRIZ
              UNTIL WS-MBR-IDX NOT < WS-MBR-ITENS.

       PROCURAR-NOME-MATRIZ    SECTION.
           ADD 1 TO WS-MBR-IDX.
           IF WS-MBR-ID (WS-MBR-IDX) EQUAL WS-GRU-MATRIZ (WS-GRU-ACHADO)
              MOVE WS-MBR-NOME (WS-MBR-IDX)
                TO WS-GRU-NOME (WS-GRU-ACHADO)
           END-IF.

       SOMAR-FAIXA-GRUPO    SECTION.
           ADD 1 TO WS-FAIXA-IDX.
           ADD WS-CLI-FAIXA (WS-CLI-IDX, WS-FAIXA-IDX)
             TO WS-GRU-FAIXA (WS-GRU-ACHADO, WS-FAIXA-IDX).

      *------------------- QUADRO POR CLIENTE E TOTAIS --------------*
       IMPRIMIR-RELATORIO    SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM IMPRIMIR-UM-CLIENTE
              UNTIL WS-CLI-IDX NOT < WS-CLI-ITENS.

           MOVE ZEROS   TO WS-DET-ID.
           MOVE "TOTAL" TO WS-DET-NOME.
           MOVE WS-GERAL-FAIXA (1) TO WS-DET-F1.
           MOVE WS-GERAL-FAIXA (2) TO WS-DET-F2.

       IMPRIMIR-UM-CLIENTE    SECTION.
           ADD 1 TO WS-CLI-IDX.
           MOVE WS-CLI-ID (WS-CLI-IDX)        TO WS-DET-ID.
           MOVE WS-CLI-NOME (WS-CLI-IDX)      TO WS-DET-NOME.
           MOVE WS-CLI-FAIXA (WS-CLI-IDX, 1)  TO WS-DET-F1.
           MOVE WS-CLI-FAIXA (WS-CLI-IDX, 2)  TO WS-DET-F2.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

      *------------------- QUADRO CONSOLIDADO POR GRUPO -------------*
       IMPRIMIR-GRUPOS    SECTION.
           IF WS-GRU-ITENS EQUAL 0
              GO TO IMPRIMIR-GRUPOS-FIM
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           MOVE "AGING POR GRUPO ECONOMICO (MATRIZ + FILIAIS)"
             TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.
           MOVE WS-CABECALHO TO WS-REL-LINHA.
           MOVE "MATRIZ" TO WS-REL-LINHA (1:10).
           MOVE "GRUPO"  TO WS-REL-LINHA (11:10).
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

           MOVE 0 TO WS-GRU-IDX.
           PERFORM IMPRIMIR-UM-GRUPO
              UNTIL WS-GRU-IDX NOT < WS-GRU-ITENS.

       IMPRIMIR-GRUPOS-FIM.
           EXIT.

       IMPRIMIR-UM-GRUPO    SECTION.
           ADD 1 TO WS-GRU-IDX.
           MOVE WS-GRU-MATRIZ (WS-GRU-IDX)    TO WS-DET-ID.
           MOVE WS-GRU-NOME (WS-GRU-IDX)      TO WS-DET-NOME.
           MOVE WS-GRU-FAIXA (WS-GRU-IDX, 1)  TO WS-DET-F1.
           MOVE WS-GRU-FAIXA (WS-GRU-IDX, 2)  TO WS-DET-F2.
           MOVE WS-GRU-FAIXA (WS-GRU-IDX, 3)  TO WS-DET-F3.
           MOVE WS-GRU-FAIXA (WS-GRU-IDX, 4)  TO WS-DET-F4.
           MOVE WS-GRU-FAIXA (WS-GRU-IDX, 5)  TO WS-DET-F5.
           MOVE WS-CLI-DETALHE TO WS-REL-LINHA.
           WRITE WS-REL-LINHA.
           DISPLAY WS-REL-LINHA.

       FINALIZAR    SECTION.
           DISPLAY "FATURAS EM ABERTO   : " WS-TOT-ABERTAS.
           DISPLAY "FATURAS LIQUIDADAS  : " WS-TOT-PAGAS.
