       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPSCARGA.

      *----------------------------------------------------------------*
      *  CARGA DE ATUALIZACAO DA TABELA DE CEPS (CEPS.DAT) A PARTIR DA *
      *  BASE POSTAL OFICIAL (CEPS.BASE.TXT). COMPARA A BASE NOVA COM  *
      *  A TABELA ATUAL CEP A CEP NUM ARQUIVO DE TRABALHO INDEXADO     *
      *  (CEPS.TRAB) E RELATA NO CEPS.IMPACTO.TXT:                     *
      *   - CLIENTES DO ARQCRM CUJO CEP FOI RETIRADO DA BASE OU TEVE   *
      *     A CIDADE/UF ALTERADA;                                      *
      *   - FAIXAS DO TERRIT.DAT QUE PASSARAM A COBRIR CEPS RETIRADOS  *
      *     OU QUE NAO COBREM MAIS NENHUM CEP CONHECIDO.               *
      *  O OPERADOR DECIDE SE GRAVA O CEPS.DAT NOVO (A TABELA ANTERIOR *
      *  FICA EM CEPS.DAT.ANTERIOR) E SE CORRIGE A CIDADE/UF DOS       *
      *  CLIENTES; CADA CORRECAO VAI AO ARQCRM.LOG COMO OPERACAO L.    *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT BASE-POSTAL ASSIGN TO "..\DADOS\CEPS.BASE.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS BASE-POSTAL-FS.

           SELECT CEPS ASSIGN TO "..\DADOS\CEPS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS CEPS-FS.

           SELECT CEPS-ANTERIOR ASSIGN TO "..\DADOS\CEPS.DAT.ANTERIOR"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS CEPS-ANTERIOR-FS.

           SELECT CEPS-TRAB ASSIGN TO "..\DADOS\CEPS.TRAB"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CEPS-TRAB-FS
           RECORD KEY IS CEPW-CEP.

           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

           SELECT TERRIT ASSIGN TO "..\DADOS\TERRIT.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TERRIT-FS
           RECORD KEY IS TERR-CHAVE.

           SELECT ARQCRM-LOG ASSIGN TO "..\DADOS\ARQCRM.LOG"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS ARQCRM-LOG-FS.

           SELECT RELATORIO ASSIGN TO "..\DADOS\CEPS.IMPACTO.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS RELATORIO-FS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  EXTRATO POSICIONAL DA BASE POSTAL OFICIAL, UM CEP POR LINHA.  *
      *  A CIDADE VEM COM ATE 40 POSICOES; A TABELA GUARDA 20          *
      *----------------------------------------------------------------*
       FD  BASE-POSTAL.
       01  BASE-REGISTRO.
           05  BASE-CEP             PIC X(08).
           05  BASE-CIDADE          PIC X(40).
           05  BASE-UF              PIC X(02).
           05  FILLER               PIC X(10).

       FD  CEPS.
       01  CEPTAB-REGISTRO.
           05  CEPTAB-CODIGO        PIC 9(08).
           05  CEPTAB-CIDADE        PIC X(20).
           05  CEPTAB-UF            PIC X(02).

       FD  CEPS-ANTERIOR.
       01  CEPANT-REGISTRO          PIC X(30).

      *------------------- TABELA ATUAL X BASE NOVA, CEP A CEP ---------*
       FD  CEPS-TRAB.
       01  CEPW-REGISTRO.
           05  CEPW-CEP             PIC 9(08).
           05  CEPW-SITUACAO        PIC X(01).
               88  CEPW-IGUAL           VALUE 'I'.
               88  CEPW-ALTERADO        VALUE 'A'.
               88  CEPW-NOVO            VALUE 'N'.
               88  CEPW-RETIRADO        VALUE 'R'.
      *        R ATE O CEP APARECER NA BASE NOVA
           05  CEPW-CIDADE-ANTES    PIC X(20).
           05  CEPW-UF-ANTES        PIC X(02).
           05  CEPW-CIDADE          PIC X(20).
           05  CEPW-UF              PIC X(02).

       FD  ARQCRM.
       COPY  "#CRM".

       FD  TERRIT.
       COPY  "#TERRIT".

       FD  ARQCRM-LOG.
       COPY  "#CRM-LOG".

       FD  RELATORIO.
       01  REL-LINHA           PIC X(132).

       WORKING-STORAGE     SECTION.
       01  BASE-POSTAL-FS      PIC 9(02) VALUE ZEROS.
       01  CEPS-FS             PIC 9(02) VALUE ZEROS.
       01  CEPS-ANTERIOR-FS    PIC 9(02) VALUE ZEROS.
       01  CEPS-TRAB-FS        PIC 9(02) VALUE ZEROS.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  TERRIT-FS           PIC 9(02) VALUE ZEROS.
       01  ARQCRM-LOG-FS       PIC 9(02) VALUE ZEROS.
       01  RELATORIO-FS        PIC 9(02) VALUE ZEROS.

      *------------------- OPCOES DO OPERADOR -------------------------*
       01  WRK-GRAVAR-TABELA   PIC X(01) VALUE 'N'.
           88  GRAVAR-TABELA       VALUE 'S'.
       01  WRK-CORRIGIR        PIC X(01) VALUE 'N'.
           88  CORRIGIR-CLIENTES   VALUE 'S'.

      *------------------- VARIAVEIS DE APOIO --------------------------*
       01  WRK-DATA-HOJE       PIC 9(08).
       01  WRK-CEP-BASE        PIC 9(08) VALUE 0.
       01  WRK-CIDADE-BASE     PIC X(20) VALUE SPACES.
       01  WRK-LOCAL-ANTES     PIC X(30) VALUE SPACES.
       01  WRK-LOCAL-DEPOIS    PIC X(30) VALUE SPACES.
       01  WRK-SITUACAO-CLI    PIC X(12) VALUE SPACES.
       01  WRK-TER-VALIDOS     PIC 9(06) VALUE 0.
       01  WRK-TER-RETIRADOS   PIC 9(06) VALUE 0.

      *------------------- TOTAIS DA CARGA -----------------------------*
       01  WRK-TOTANTERIOR     PIC 9(06) VALUE 0.
       01  WRK-TOTBASE         PIC 9(06) VALUE 0.
       01  WRK-TOTREJEITADOS   PIC 9(06) VALUE 0.
       01  WRK-TOTREPETIDOS    PIC 9(06) VALUE 0.
       01  WRK-TOTIGUAIS       PIC 9(06) VALUE 0.
       01  WRK-TOTALTERADOS    PIC 9(06) VALUE 0.
       01  WRK-TOTNOVOS        PIC 9(06) VALUE 0.
       01  WRK-TOTRETIRADOS    PIC 9(06) VALUE 0.
       01  WRK-TOTGRAVADOS     PIC 9(06) VALUE 0.
       01  WRK-TOTCLI-LIDOS    PIC 9(06) VALUE 0.
       01  WRK-TOTCLI-RETIR    PIC 9(06) VALUE 0.
       01  WRK-TOTCLI-ALTER    PIC 9(06) VALUE 0.
       01  WRK-TOTCLI-CORRIG   PIC 9(06) VALUE 0.
       01  WRK-TOTFAIXAS       PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CARREGAR-TABELA-ATUAL.
           PERFORM COMPARAR-BASE-NOVA.
           PERFORM CONTAR-RETIRADOS.
           PERFORM RELATAR-CLIENTES.
           PERFORM RELATAR-TERRITORIOS.
           PERFORM GRAVAR-TABELA-NOVA.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           DISPLAY "CARGA DA BASE POSTAL NO CEPS.DAT".
           DISPLAY "--------------------------------".

           OPEN INPUT BASE-POSTAL.
           IF BASE-POSTAL-FS NOT EQUAL ZEROS
              DISPLAY "SEM CEPS.BASE.TXT (" BASE-POSTAL-FS ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT CEPS-TRAB.
           CLOSE CEPS-TRAB.
           OPEN I-O CEPS-TRAB.
           IF CEPS-TRAB-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO CEPS.TRAB " CEPS-TRAB-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF RELATORIO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO RELATORIO " RELATORIO-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "GRAVAR O CEPS.DAT NOVO (S/N): ".
              ACCEPT WRK-GRAVAR-TABELA.
           DISPLAY "CORRIGIR CIDADE/UF DOS CLIENTES (S/N): ".
              ACCEPT WRK-CORRIGIR.

           IF CORRIGIR-CLIENTES
              OPEN I-O ARQCRM
           ELSE
              OPEN INPUT ARQCRM
           END-IF.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO ARQCRM " ARQCRM-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF CORRIGIR-CLIENTES
              OPEN EXTEND ARQCRM-LOG
              IF ARQCRM-LOG-FS EQUAL 35
                 OPEN OUTPUT ARQCRM-LOG
              END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

           MOVE SPACES TO REL-LINHA.
           STRING "IMPACTO DA CARGA DE CEPS EM " WRK-DATA-HOJE
                  DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *------------------- TABELA ATUAL: TODO CEP COMECA RETIRADO ------*
      *  A TABELA ATUAL E COPIADA PARA O CEPS.DAT.ANTERIOR ANTES DE    *
      *  QUALQUER GRAVACAO; SEM TABELA ATUAL, TUDO NA BASE E NOVO      *
       CARREGAR-TABELA-ATUAL    SECTION.
           OPEN INPUT CEPS.
           IF CEPS-FS NOT EQUAL ZEROS
              DISPLAY "SEM CEPS.DAT ATUAL - CARGA INICIAL"
              GO TO CARREGAR-TABELA-ATUAL-EXIT
           END-IF.
           OPEN OUTPUT CEPS-ANTERIOR.

           READ CEPS.
           PERFORM CARREGAR-UM-CEP
              UNTIL CEPS-FS NOT EQUAL 00.
           CLOSE CEPS.
           CLOSE CEPS-ANTERIOR.

       CARREGAR-TABELA-ATUAL-EXIT.
           EXIT.

       CARREGAR-UM-CEP    SECTION.
           ADD 1 TO WRK-TOTANTERIOR.
           MOVE CEPTAB-REGISTRO TO CEPANT-REGISTRO.
           WRITE CEPANT-REGISTRO.

           MOVE CEPTAB-CODIGO   TO CEPW-CEP.
           MOVE 'R'             TO CEPW-SITUACAO.
           MOVE CEPTAB-CIDADE   TO CEPW-CIDADE-ANTES.
           MOVE CEPTAB-UF       TO CEPW-UF-ANTES.
           MOVE SPACES          TO CEPW-CIDADE CEPW-UF.
      *    CEP REPETIDO NA TABELA ATUAL (FS 22): VALE O PRIMEIRO, COMO
      *    NA PESQUISA DO CADASTRO
           WRITE CEPW-REGISTRO.
           READ CEPS.

      *------------------- BASE NOVA CONTRA A TABELA ATUAL -------------*
       COMPARAR-BASE-NOVA    SECTION.
           READ BASE-POSTAL.
           PERFORM COMPARAR-UM-CEP
              UNTIL BASE-POSTAL-FS NOT EQUAL 00.
           CLOSE BASE-POSTAL.

       COMPARAR-UM-CEP    SECTION.
           ADD 1 TO WRK-TOTBASE.

           IF BASE-CEP NOT NUMERIC
              OR BASE-CEP EQUAL ZEROS
              OR BASE-UF EQUAL SPACES
              ADD 1 TO WRK-TOTREJEITADOS
              DISPLAY "LINHA REJEITADA: " BASE-REGISTRO (1:50)
              GO TO COMPARAR-UM-CEP-EXIT
           END-IF.

           MOVE BASE-CEP    TO WRK-CEP-BASE.
           MOVE BASE-CIDADE TO WRK-CIDADE-BASE.
           MOVE WRK-CEP-BASE TO CEPW-CEP.
           READ CEPS-TRAB KEY IS CEPW-CEP.

           IF CEPS-TRAB-FS NOT EQUAL 00
              MOVE WRK-CEP-BASE    TO CEPW-CEP
              MOVE 'N'             TO CEPW-SITUACAO
              MOVE SPACES          TO CEPW-CIDADE-ANTES CEPW-UF-ANTES
              MOVE WRK-CIDADE-BASE TO CEPW-CIDADE
              MOVE BASE-UF         TO CEPW-UF
              WRITE CEPW-REGISTRO
              ADD 1 TO WRK-TOTNOVOS
              GO TO COMPARAR-UM-CEP-EXIT
           END-IF.

           IF NOT CEPW-RETIRADO
              ADD 1 TO WRK-TOTREPETIDOS
              GO TO COMPARAR-UM-CEP-EXIT
           END-IF.

           MOVE WRK-CIDADE-BASE TO CEPW-CIDADE.
           MOVE BASE-UF         TO CEPW-UF.
           IF CEPW-CIDADE EQUAL CEPW-CIDADE-ANTES
              AND CEPW-UF EQUAL CEPW-UF-ANTES
              MOVE 'I' TO CEPW-SITUACAO
              ADD 1 TO WRK-TOTIGUAIS
           ELSE
              MOVE 'A' TO CEPW-SITUACAO
              ADD 1 TO WRK-TOTALTERADOS
           END-IF.
           REWRITE CEPW-REGISTRO.

       COMPARAR-UM-CEP-EXIT.
           READ BASE-POSTAL.

      *------------------- O QUE NAO VEIO NA BASE FICOU RETIRADO -------*
       CONTAR-RETIRADOS    SECTION.
           MOVE 0 TO CEPW-CEP.
           START CEPS-TRAB KEY IS NOT LESS THAN CEPW-CEP.
           IF CEPS-TRAB-FS NOT EQUAL 00
              GO TO CONTAR-RETIRADOS-EXIT
           END-IF.

           READ CEPS-TRAB NEXT RECORD.
           PERFORM CONTAR-UM-RETIRADO
              UNTIL CEPS-TRAB-FS NOT EQUAL 00.

       CONTAR-RETIRADOS-EXIT.
           EXIT.

       CONTAR-UM-RETIRADO    SECTION.
           IF CEPW-RETIRADO
              ADD 1 TO WRK-TOTRETIRADOS
           END-IF.
           READ CEPS-TRAB NEXT RECORD.

      *------------------- CLIENTES ATINGIDOS --------------------------*
       RELATAR-CLIENTES    SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CLIENTES COM CEP RETIRADO OU COM CIDADE/UF ALTERADA"
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL "-" TO REL-LINHA (1:51).
           WRITE REL-LINHA.

           MOVE 0 TO ARQCRM-ID.
           START ARQCRM KEY IS NOT LESS THAN ARQCRM-CHAVE.
           IF ARQCRM-FS NOT EQUAL 00
              GO TO RELATAR-CLIENTES-EXIT
           END-IF.

           READ ARQCRM NEXT RECORD.
           PERFORM RELATAR-UM-CLIENTE
              UNTIL ARQCRM-FS NOT EQUAL 00.

       RELATAR-CLIENTES-EXIT.
           EXIT.

       RELATAR-UM-CLIENTE    SECTION.
           ADD 1 TO WRK-TOTCLI-LIDOS.

           IF ARQCRM-STATUS-EXCLUIDO
              OR ARQCRM-END-CEP EQUAL ZEROS
              GO TO RELATAR-UM-CLIENTE-EXIT
           END-IF.

           MOVE ARQCRM-END-CEP TO CEPW-CEP.
           READ CEPS-TRAB KEY IS CEPW-CEP.
           IF CEPS-TRAB-FS NOT EQUAL 00
              GO TO RELATAR-UM-CLIENTE-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN CEPW-RETIRADO
                 ADD 1 TO WRK-TOTCLI-RETIR
                 MOVE "CEP RETIRADO" TO WRK-SITUACAO-CLI
                 MOVE SPACES TO WRK-LOCAL-DEPOIS
              WHEN CEPW-ALTERADO
                 ADD 1 TO WRK-TOTCLI-ALTER
                 MOVE "ALTERADO"     TO WRK-SITUACAO-CLI
                 MOVE SPACES TO WRK-LOCAL-DEPOIS
                 STRING CEPW-CIDADE "/" CEPW-UF
                        DELIMITED BY SIZE
                        INTO WRK-LOCAL-DEPOIS
                 END-STRING
              WHEN OTHER
                 GO TO RELATAR-UM-CLIENTE-EXIT
           END-EVALUATE.

           MOVE SPACES TO WRK-LOCAL-ANTES.
           STRING ARQCRM-END-CIDADE "/" ARQCRM-END-UF
                  DELIMITED BY SIZE
                  INTO WRK-LOCAL-ANTES
           END-STRING.

           IF CEPW-ALTERADO
              AND CORRIGIR-CLIENTES
              PERFORM CORRIGIR-LOCALIDADE
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING ARQCRM-ID " " ARQCRM-NOME
                  " CEP " ARQCRM-END-CEP
                  " " WRK-SITUACAO-CLI
                  " " WRK-LOCAL-ANTES (1:23)
                  " -> " WRK-LOCAL-DEPOIS (1:23)
                  DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       RELATAR-UM-CLIENTE-EXIT.
           READ ARQCRM NEXT RECORD.

      *------------------- CORRIGE A CIDADE/UF, COM TRILHA NO LOG ------*
      *  OPERACAO L: NOME ANTES/DEPOIS TRAZEM CIDADE (20) + UF (2)     *
       CORRIGIR-LOCALIDADE    SECTION.
           IF ARQCRM-END-CIDADE EQUAL CEPW-CIDADE
              AND ARQCRM-END-UF EQUAL CEPW-UF
              GO TO CORRIGIR-LOCALIDADE-EXIT
           END-IF.

           MOVE CEPW-CIDADE TO ARQCRM-END-CIDADE.
           MOVE CEPW-UF     TO ARQCRM-END-UF.
           REWRITE ARQCRM-REGISTRO.
           IF ARQCRM-FS NOT EQUAL 00
              DISPLAY "ERRO NA REGRAVACAO DO CLIENTE " ARQCRM-ID
                      " " ARQCRM-FS
              MOVE 00 TO ARQCRM-FS
              GO TO CORRIGIR-LOCALIDADE-EXIT
           END-IF.
           ADD 1 TO WRK-TOTCLI-CORRIG.
           MOVE "CORRIGIDO" TO WRK-SITUACAO-CLI.

           MOVE ARQCRM-ID              TO LOG-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-DATAHORA.
           MOVE 'L'                    TO LOG-OPERACAO.
           MOVE WRK-LOCAL-ANTES (1:20) TO LOG-NOME-ANTES.
           MOVE WRK-LOCAL-ANTES (22:2) TO LOG-NOME-ANTES (21:2).
           MOVE SPACES                 TO LOG-NOME-DEPOIS.
           MOVE CEPW-CIDADE            TO LOG-NOME-DEPOIS (1:20).
           MOVE CEPW-UF                TO LOG-NOME-DEPOIS (21:2).
           MOVE SPACES                 TO LOG-EMAIL-ANTES
                                          LOG-EMAIL-DEPOIS
                                          LOG-TELEFONE-ANTES
                                          LOG-TELEFONE-DEPOIS.
           MOVE ARQCRM-STATUS          TO LOG-STATUS-ANTES.
           MOVE ARQCRM-STATUS          TO LOG-STATUS-DEPOIS.
           MOVE "CEPSCARGA"            TO LOG-USUARIO.
           WRITE ARQCRM-LOG-REGISTRO.

       CORRIGIR-LOCALIDADE-EXIT.
           EXIT.

      *------------------- FAIXAS DE TERRITORIO ATINGIDAS --------------*
       RELATAR-TERRITORIOS    SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "FAIXAS DE TERRITORIO COM CEPS RETIRADOS OU SEM CEP"
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL "-" TO REL-LINHA (1:50).
           WRITE REL-LINHA.

           OPEN INPUT TERRIT.
           IF TERRIT-FS NOT EQUAL ZEROS
              MOVE "SEM TERRIT.DAT" TO REL-LINHA
              WRITE REL-LINHA
              GO TO RELATAR-TERRITORIOS-EXIT
           END-IF.

           READ TERRIT NEXT RECORD.
           PERFORM RELATAR-UM-TERRITORIO
              UNTIL TERRIT-FS NOT EQUAL 00.
           CLOSE TERRIT.

       RELATAR-TERRITORIOS-EXIT.
           EXIT.

       RELATAR-UM-TERRITORIO    SECTION.
           MOVE 0 TO WRK-TER-VALIDOS WRK-TER-RETIRADOS.

           MOVE TERR-CEP-INICIAL TO CEPW-CEP.
           START CEPS-TRAB KEY IS NOT LESS THAN CEPW-CEP.
           IF CEPS-TRAB-FS EQUAL 00
              READ CEPS-TRAB NEXT RECORD
              PERFORM CONTAR-CEP-DA-FAIXA
                 UNTIL CEPS-TRAB-FS NOT EQUAL 00
                    OR CEPW-CEP > TERR-CEP-FINAL
           END-IF.

           IF WRK-TER-RETIRADOS > 0
              OR WRK-TER-VALIDOS EQUAL 0
              ADD 1 TO WRK-TOTFAIXAS
              MOVE SPACES TO REL-LINHA
              STRING TERR-CODIGO " " TERR-DESCRICAO
                     " FAIXA " TERR-CEP-INICIAL "-" TERR-CEP-FINAL
                     " CEPS VALIDOS " WRK-TER-VALIDOS
                     " RETIRADOS " WRK-TER-RETIRADOS
                     " RESP " TERR-OPERADOR
                     DELIMITED BY SIZE
                     INTO REL-LINHA
              END-STRING
              WRITE REL-LINHA
           END-IF.

           READ TERRIT NEXT RECORD.

       CONTAR-CEP-DA-FAIXA    SECTION.
           IF CEPW-RETIRADO
              ADD 1 TO WRK-TER-RETIRADOS
           ELSE
              ADD 1 TO WRK-TER-VALIDOS
           END-IF.
           READ CEPS-TRAB NEXT RECORD.

      *------------------- CEPS.DAT NOVO, EM ORDEM DE CEP --------------*
       GRAVAR-TABELA-NOVA    SECTION.
           IF NOT GRAVAR-TABELA
              GO TO GRAVAR-TABELA-NOVA-EXIT
           END-IF.

           OPEN OUTPUT CEPS.
           IF CEPS-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO CEPS.DAT " CEPS-FS
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-TABELA-NOVA-EXIT
           END-IF.

           MOVE 0 TO CEPW-CEP.
           START CEPS-TRAB KEY IS NOT LESS THAN CEPW-CEP.
           IF CEPS-TRAB-FS EQUAL 00
              READ CEPS-TRAB NEXT RECORD
              PERFORM GRAVAR-UM-CEP
                 UNTIL CEPS-TRAB-FS NOT EQUAL 00
           END-IF.
           CLOSE CEPS.

       GRAVAR-TABELA-NOVA-EXIT.
           EXIT.

       GRAVAR-UM-CEP    SECTION.
           IF NOT CEPW-RETIRADO
              MOVE CEPW-CEP    TO CEPTAB-CODIGO
              MOVE CEPW-CIDADE TO CEPTAB-CIDADE
              MOVE CEPW-UF     TO CEPTAB-UF
              WRITE CEPTAB-REGISTRO
              ADD 1 TO WRK-TOTGRAVADOS
           END-IF.
           READ CEPS-TRAB NEXT RECORD.

       FINALIZAR     SECTION.
           DISPLAY "CEPS NA TABELA ANTERIOR  : " WRK-TOTANTERIOR.
           DISPLAY "LINHAS DA BASE POSTAL    : " WRK-TOTBASE.
           DISPLAY "  REJEITADAS             : " WRK-TOTREJEITADOS.
           DISPLAY "  CEP REPETIDO NA BASE   : " WRK-TOTREPETIDOS.
           DISPLAY "CEPS IGUAIS              : " WRK-TOTIGUAIS.
           DISPLAY "CEPS COM CIDADE/UF NOVA  : " WRK-TOTALTERADOS.
           DISPLAY "CEPS NOVOS               : " WRK-TOTNOVOS.
           DISPLAY "CEPS RETIRADOS           : " WRK-TOTRETIRADOS.
           DISPLAY "CLIENTES LIDOS           : " WRK-TOTCLI-LIDOS.
           DISPLAY "CLIENTES COM CEP RETIRADO: " WRK-TOTCLI-RETIR.
           DISPLAY "CLIENTES C/ CIDADE NOVA  : " WRK-TOTCLI-ALTER.
           DISPLAY "CLIENTES CORRIGIDOS      : " WRK-TOTCLI-CORRIG.
           DISPLAY "FAIXAS DE TERRITORIO     : " WRK-TOTFAIXAS.
           IF GRAVAR-TABELA
              DISPLAY "CEPS GRAVADOS NO CEPS.DAT: " WRK-TOTGRAVADOS
              DISPLAY "TABELA ANTERIOR EM ..\DADOS\CEPS.DAT.ANTERIOR"
           ELSE
              DISPLAY "CEPS.DAT NAO ALTERADO (SIMULACAO)"
           END-IF.
           DISPLAY "RELATORIO EM ..\DADOS\CEPS.IMPACTO.TXT".

           CLOSE CEPS-TRAB.
           CLOSE ARQCRM.
           IF CORRIGIR-CLIENTES
              CLOSE ARQCRM-LOG
           END-IF.
           CLOSE RELATORIO.
       END PROGRAM CEPSCARGA.
