       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFRECRM.

      *----------------------------------------------------------------*
      *  COFRE DE CPF E CNPJ. O ARQCRM.DAT SO GUARDA TOKENS NOS CAMPOS *
      *  ARQCRM-CPF E ARQCRM-CNPJ; O DOCUMENTO VERDADEIRO FICA NO      *
      *  COFRE.DAT, NA PASTA DADOS\COFRE, QUE SO ESTE PROGRAMA ABRE    *
      *  (FORA A COPIA E A VOLTA DO BACKUPSET/RESTORESET).             *
      *  TOKENIZAR, BUSCAR E MASCARAR SAO LIVRES (NAO REVELAM O        *
      *  DOCUMENTO). DESTOKENIZAR E ELIMINAR SO PARA OS PROGRAMAS DA   *
      *  TABELA ABAIXO, E TODA CHAMADA - LIBERADA OU NEGADA - VAI AO   *
      *  COFRE.LOG, QUE NUNCA TRAZ O DOCUMENTO, SO O TOKEN.            *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT COFRE ASSIGN TO "..\DADOS\COFRE\COFRE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS COFRE-FS
           RECORD KEY IS COFRE-CHAVE
           ALTERNATE RECORD KEY IS COFRE-DOC-CHAVE.

           SELECT COFRE-LOG ASSIGN TO "..\DADOS\COFRE\COFRE.LOG"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS COFRE-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  COFRE.
       COPY  "#COFRE".

      *------------------- TRILHA DAS DESTOKENIZACOES ------------------*
       FD  COFRE-LOG.
       01  CLOG-REGISTRO.
           05  CLOG-DATAHORA      PIC X(14).
           05  CLOG-OPERACAO      PIC X(01).
      *        D = DESTOKENIZACAO / E = ELIMINACAO
           05  CLOG-RESULTADO     PIC X(01).
      *        S = LIBERADA / N = TOKEN INEXISTENTE / X = NEGADA
      *        I = COFRE INDISPONIVEL
           05  CLOG-PROGRAMA      PIC X(10).
           05  CLOG-USUARIO       PIC X(10).
           05  CLOG-CLIENTE-ID    PIC 9(09).
           05  CLOG-TIPO          PIC X(01).
           05  CLOG-TOKEN         PIC 9(14).

       WORKING-STORAGE     SECTION.
       01  COFRE-FS         PIC 9(02) VALUE ZEROS.
       01  COFRE-LOG-FS     PIC 9(02) VALUE ZEROS.

      *------------------- PROGRAMAS QUE PODEM VER O DOCUMENTO ---------*
      *  A RELACAO FICA NO FONTE DE PROPOSITO: INCLUIR UM PROGRAMA     *
      *  PASSA POR REVISAO E RECOMPILACAO, NAO POR EDICAO DE ARQUIVO.  *
      *  D = SO DESTOKENIZA / E = DESTOKENIZA E ELIMINA (LGPD)         *
       01  WRK-AUT-VALORES.
           05  FILLER            PIC X(11) VALUE "DOSSIE    D".
           05  FILLER            PIC X(11) VALUE "RELAT     D".
           05  FILLER            PIC X(11) VALUE "GRUPOCRM  D".
           05  FILLER            PIC X(11) VALUE "DSARCRM   E".
           05  FILLER            PIC X(11) VALUE "PEDIDO-IF D".
       01  WRK-AUT-TAB REDEFINES WRK-AUT-VALORES.
           05  WRK-AUT-ITEM OCCURS 5 TIMES.
               10  WRK-AUT-PROGRAMA   PIC X(10).
               10  WRK-AUT-ALCANCE    PIC X(01).
       01  WRK-AUT-ITENS    PIC 9(02) VALUE 5.
       01  WRK-AUT-IDX      PIC 9(02) VALUE 0.
       01  WRK-ALCANCE      PIC X(01) VALUE SPACES.

      *------------------- MONTAGEM DA MASCARA -------------------------*
       01  WRK-DOC-CPF      PIC 9(11) VALUE 0.
       01  WRK-DOC-CNPJ     PIC 9(14) VALUE 0.

       LINKAGE SECTION.
       COPY  "#COFRE-PARM".

       PROCEDURE DIVISION USING CFR-PARAMETROS.
       MAIN-PROCEDURE.
           MOVE 'S'    TO CFR-RESULTADO.
           MOVE SPACES TO CFR-MASCARA.

           EVALUATE CFR-OPERACAO
               WHEN 'T'
                   PERFORM TOKENIZAR
               WHEN 'B'
                   PERFORM BUSCAR-TOKEN
               WHEN 'M'
                   PERFORM MASCARAR
               WHEN 'D'
                   PERFORM DESTOKENIZAR
               WHEN 'E'
                   PERFORM ELIMINAR
               WHEN OTHER
                   MOVE 'N' TO CFR-RESULTADO
           END-EVALUATE.

           GOBACK.

      *------------------- DOCUMENTO -> TOKEN, CRIANDO SE NOVO ---------*
      *  O MESMO DOCUMENTO DEVOLVE SEMPRE O MESMO TOKEN; DOCUMENTO     *
      *  ZERO (NAO INFORMADO) FICA ZERO, SEM PASSAR PELO COFRE         *
       TOKENIZAR    SECTION.
           MOVE ZEROS TO CFR-TOKEN.
           IF CFR-DOCUMENTO EQUAL ZEROS
              GO TO TOKENIZAR-EXIT
           END-IF.
           IF CFR-TIPO NOT EQUAL 'F' AND CFR-TIPO NOT EQUAL 'J'
              MOVE 'N' TO CFR-RESULTADO
              GO TO TOKENIZAR-EXIT
           END-IF.

           PERFORM ABRIR-COFRE-ATUALIZACAO.
           IF CFR-INDISPONIVEL
              GO TO TOKENIZAR-EXIT
           END-IF.

           MOVE CFR-TIPO      TO COFRE-TIPO.
           MOVE CFR-DOCUMENTO TO COFRE-DOCUMENTO.
           READ COFRE KEY IS COFRE-DOC-CHAVE.
           IF COFRE-FS EQUAL 00
              MOVE COFRE-TOKEN TO CFR-TOKEN
              CLOSE COFRE
              GO TO TOKENIZAR-EXIT
           END-IF.

      *    DOCUMENTO NOVO: O CONTROLE DA O PROXIMO NUMERO
           MOVE ZEROS TO COFRE-TOKEN.
           READ COFRE KEY IS COFRE-CHAVE.
           IF COFRE-FS NOT EQUAL 00
              MOVE 'I' TO CFR-RESULTADO
              CLOSE COFRE
              GO TO TOKENIZAR-EXIT
           END-IF.
           ADD 1 TO COFRE-DOCUMENTO.
           MOVE COFRE-DOCUMENTO TO CFR-TOKEN.
           REWRITE COFRE-REGISTRO.
           IF COFRE-FS NOT EQUAL 00
              MOVE 'I'   TO CFR-RESULTADO
              MOVE ZEROS TO CFR-TOKEN
              CLOSE COFRE
              GO TO TOKENIZAR-EXIT
           END-IF.

           MOVE CFR-TOKEN     TO COFRE-TOKEN.
           MOVE CFR-TIPO      TO COFRE-TIPO.
           MOVE CFR-DOCUMENTO TO COFRE-DOCUMENTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO COFRE-DATA-CRIACAO.
           MOVE CFR-PROGRAMA  TO COFRE-PROGRAMA.
           WRITE COFRE-REGISTRO.
           IF COFRE-FS NOT EQUAL 00
              MOVE 'I'   TO CFR-RESULTADO
              MOVE ZEROS TO CFR-TOKEN
           END-IF.
           CLOSE COFRE.

       TOKENIZAR-EXIT.
           EXIT.

      *------------------- DOCUMENTO -> TOKEN, SEM CRIAR ---------------*
      *  PARA AS BUSCAS E AS CONFERENCIAS DE DUPLICIDADE: DOCUMENTO    *
      *  QUE NAO ESTA NO COFRE NAO ESTA EM NENHUM CLIENTE              *
       BUSCAR-TOKEN    SECTION.
           MOVE ZEROS TO CFR-TOKEN.
           IF CFR-DOCUMENTO EQUAL ZEROS
              GO TO BUSCAR-TOKEN-EXIT
           END-IF.

           PERFORM ABRIR-COFRE-CONSULTA.
           IF CFR-INDISPONIVEL
              GO TO BUSCAR-TOKEN-EXIT
           END-IF.

           MOVE CFR-TIPO      TO COFRE-TIPO.
           MOVE CFR-DOCUMENTO TO COFRE-DOCUMENTO.
           READ COFRE KEY IS COFRE-DOC-CHAVE.
           IF COFRE-FS EQUAL 00
              MOVE COFRE-TOKEN TO CFR-TOKEN
           ELSE
              MOVE 'N' TO CFR-RESULTADO
           END-IF.
           CLOSE COFRE.

       BUSCAR-TOKEN-EXIT.
           EXIT.

      *------------------- TOKEN -> DIGITOS QUE A MASCARA MOSTRA -------*
      *  O DOCUMENTO NAO SAI DAQUI: SO A MASCARA, NO FORMATO QUE OS    *
      *  RELATORIOS JA USAVAM. SEM DOCUMENTO, A MASCARA SAI FECHADA    *
       MASCARAR    SECTION.
           PERFORM LER-PELO-TOKEN.

           IF CFR-OK
              MOVE COFRE-DOCUMENTO TO WRK-DOC-CPF
              MOVE COFRE-DOCUMENTO TO WRK-DOC-CNPJ
           ELSE
              MOVE ZEROS TO WRK-DOC-CPF
              MOVE ZEROS TO WRK-DOC-CNPJ
           END-IF.

           IF CFR-TIPO EQUAL 'J'
              IF CFR-OK
                 STRING "**.***/"          DELIMITED BY SIZE
                        WRK-DOC-CNPJ (9:4) DELIMITED BY SIZE
                        "-"                DELIMITED BY SIZE
                        WRK-DOC-CNPJ (13:2) DELIMITED BY SIZE
                        INTO CFR-MASCARA
                 END-STRING
              ELSE
                 MOVE "**.***/****-**" TO CFR-MASCARA
              END-IF
           ELSE
              IF CFR-OK
                 STRING "***.***.**"       DELIMITED BY SIZE
                        WRK-DOC-CPF (9:1)  DELIMITED BY SIZE
                        "-"                DELIMITED BY SIZE
                        WRK-DOC-CPF (10:2) DELIMITED BY SIZE
                        INTO CFR-MASCARA
                 END-STRING
              ELSE
                 MOVE "***.***.***-**" TO CFR-MASCARA
              END-IF
           END-IF.

           MOVE ZEROS TO CFR-DOCUMENTO.

      *------------------- TOKEN -> DOCUMENTO (SO AUTORIZADOS) ---------*
       DESTOKENIZAR    SECTION.
           MOVE ZEROS TO CFR-DOCUMENTO.
           IF CFR-TOKEN EQUAL ZEROS
              GO TO DESTOKENIZAR-EXIT
           END-IF.

           PERFORM CONFERIR-PROGRAMA.
           IF WRK-ALCANCE NOT EQUAL 'D' AND WRK-ALCANCE NOT EQUAL 'E'
              MOVE 'X' TO CFR-RESULTADO
              PERFORM ANOTAR-NO-LOG
              GO TO DESTOKENIZAR-EXIT
           END-IF.

           PERFORM LER-PELO-TOKEN.
           IF CFR-OK
              MOVE COFRE-DOCUMENTO TO CFR-DOCUMENTO
           END-IF.
           PERFORM ANOTAR-NO-LOG.

       DESTOKENIZAR-EXIT.
           EXIT.

      *------------------- ELIMINACAO DO DOCUMENTO (LGPD) --------------*
      *  QUEM CHAMA GARANTE QUE NENHUM OUTRO CLIENTE USA O TOKEN       *
       ELIMINAR    SECTION.
           MOVE ZEROS TO CFR-DOCUMENTO.
           IF CFR-TOKEN EQUAL ZEROS
              GO TO ELIMINAR-EXIT
           END-IF.

           PERFORM CONFERIR-PROGRAMA.
           IF WRK-ALCANCE NOT EQUAL 'E'
              MOVE 'X' TO CFR-RESULTADO
              PERFORM ANOTAR-NO-LOG
              GO TO ELIMINAR-EXIT
           END-IF.

           PERFORM ABRIR-COFRE-ATUALIZACAO.
           IF CFR-INDISPONIVEL
              PERFORM ANOTAR-NO-LOG
              GO TO ELIMINAR-EXIT
           END-IF.

           MOVE CFR-TOKEN TO COFRE-TOKEN.
           READ COFRE KEY IS COFRE-CHAVE.
           IF COFRE-FS EQUAL 00
              AND NOT COFRE-CONTROLE
              DELETE COFRE RECORD
              IF COFRE-FS NOT EQUAL 00
                 MOVE 'I' TO CFR-RESULTADO
              END-IF
           ELSE
              MOVE 'N' TO CFR-RESULTADO
           END-IF.
           CLOSE COFRE.
           PERFORM ANOTAR-NO-LOG.

       ELIMINAR-EXIT.
           EXIT.

      *------------------- LEITURA PELO TOKEN --------------------------*
       LER-PELO-TOKEN    SECTION.
           MOVE ZEROS TO COFRE-DOCUMENTO.
           IF CFR-TOKEN EQUAL ZEROS
              GO TO LER-PELO-TOKEN-EXIT
           END-IF.

           PERFORM ABRIR-COFRE-CONSULTA.
           IF CFR-INDISPONIVEL
              GO TO LER-PELO-TOKEN-EXIT
           END-IF.

           MOVE CFR-TOKEN TO COFRE-TOKEN.
           READ COFRE KEY IS COFRE-CHAVE.
           IF COFRE-FS NOT EQUAL 00
              OR COFRE-CONTROLE
              MOVE 'N'   TO CFR-RESULTADO
              MOVE ZEROS TO COFRE-DOCUMENTO
           END-IF.
           CLOSE COFRE.

       LER-PELO-TOKEN-EXIT.
           EXIT.

      *------------------- O PROGRAMA CHAMADOR ESTA NA TABELA? ---------*
       CONFERIR-PROGRAMA    SECTION.
           MOVE SPACES TO WRK-ALCANCE.
           MOVE 1 TO WRK-AUT-IDX.
           PERFORM PROCURAR-PROGRAMA
              UNTIL WRK-AUT-IDX > WRK-AUT-ITENS
                 OR WRK-ALCANCE NOT EQUAL SPACES.

       PROCURAR-PROGRAMA    SECTION.
           IF WRK-AUT-PROGRAMA (WRK-AUT-IDX) EQUAL CFR-PROGRAMA
              MOVE WRK-AUT-ALCANCE (WRK-AUT-IDX) TO WRK-ALCANCE
           END-IF.
           ADD 1 TO WRK-AUT-IDX.

      *------------------- ABERTURAS -----------------------------------*
       ABRIR-COFRE-CONSULTA    SECTION.
           OPEN INPUT COFRE.
           IF COFRE-FS NOT EQUAL ZEROS
              MOVE 'I' TO CFR-RESULTADO
           END-IF.

      *    NA PRIMEIRA TOKENIZACAO O COFRE NASCE COM O CONTROLE ZERADO
       ABRIR-COFRE-ATUALIZACAO    SECTION.
           OPEN I-O COFRE.
           IF COFRE-FS EQUAL 35
              OPEN OUTPUT COFRE
              MOVE ZEROS    TO COFRE-TOKEN
              MOVE 'C'      TO COFRE-TIPO
              MOVE ZEROS    TO COFRE-DOCUMENTO
              MOVE FUNCTION CURRENT-DATE (1:8) TO COFRE-DATA-CRIACAO
              MOVE CFR-PROGRAMA TO COFRE-PROGRAMA
              WRITE COFRE-REGISTRO
              CLOSE COFRE
              OPEN I-O COFRE
           END-IF.
           IF COFRE-FS NOT EQUAL ZEROS
              MOVE 'I' TO CFR-RESULTADO
           END-IF.

      *------------------- TRILHA: NUNCA O DOCUMENTO, SO O TOKEN -------*
       ANOTAR-NO-LOG    SECTION.
           OPEN EXTEND COFRE-LOG.
           IF COFRE-LOG-FS EQUAL 35
              OPEN OUTPUT COFRE-LOG
           END-IF.
           IF COFRE-LOG-FS NOT EQUAL ZEROS
              GO TO ANOTAR-NO-LOG-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CLOG-DATAHORA.
           MOVE CFR-OPERACAO   TO CLOG-OPERACAO.
           MOVE CFR-RESULTADO  TO CLOG-RESULTADO.
           MOVE CFR-PROGRAMA   TO CLOG-PROGRAMA.
           MOVE CFR-USUARIO    TO CLOG-USUARIO.
           MOVE CFR-CLIENTE-ID TO CLOG-CLIENTE-ID.
           MOVE CFR-TIPO       TO CLOG-TIPO.
           MOVE CFR-TOKEN      TO CLOG-TOKEN.
           WRITE CLOG-REGISTRO.
           CLOSE COFRE-LOG.

       ANOTAR-NO-LOG-EXIT.
           EXIT.
       END PROGRAM COFRECRM.
