           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT ARQCONSENT ASSIGN TO "..\DADOS\ARQCONSENT.DAT"
           ORGANIZATION  IS  INDEXED
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PEDIDOS-FS
           RECORD KEY IS PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT PESQUISA ASSIGN TO "..\DADOS\PESQUISA.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS TRANSHIST-FS.

      *------------------- ANOS FECHADOS (VER ARQANUAL) ----------------*
           SELECT MORTO ASSIGN TO WRK-ARQ-MORTO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS MORTO-FS.

           SELECT PACOTE ASSIGN TO WRK-ARQ-PACOTE
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS PACOTE-FS.
           05  HIST-ORIGEM          PIC X(01).
           05  HIST-VALOR           PIC 9(06).

      *  O ARQUIVO MORTO GUARDA O REGISTRO INTEIRO DO VIVO NA LINHA
       FD  MORTO.
       01  MPED-REGISTRO.
           05  MPED-NUMERO          PIC 9(08).
           05  MPED-DATAHORA        PIC X(14).
           05  FILLER               PIC X(15).
           05  MPED-VALOR           PIC 9(04)V99.
           05  FILLER               PIC X(31).
           05  MPED-CLIENTE-ID      PIC 9(09).
           05  MPED-TELEFONE        PIC X(15).
           05  FILLER               PIC X(04).
       01  MTRH-REGISTRO.
           05  MTRH-CLIENTE         PIC 9(09).
           05  MTRH-DATAHORA        PIC X(14).
           05  MTRH-ORIGEM          PIC X(01).
           05  MTRH-VALOR           PIC 9(06).

       FD  PACOTE.
       01  PACOTE-LINHA        PIC X(132).

       01  PESQUISA-FS         PIC 9(02) VALUE ZEROS.
       01  TRANSHIST-FS        PIC 9(02) VALUE ZEROS.
       01  PACOTE-FS           PIC 9(02) VALUE ZEROS.
       01  MORTO-FS            PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO --------------------------*
       01  WRK-MODO            PIC 9(01) VALUE 1.
       01  WRK-QTD-PESQUISAS   PIC 9(05) VALUE 0.
       01  WRK-QTD-TRANSACOES  PIC 9(05) VALUE 0.

      *------------------- ANOS NO ARQUIVO MORTO (11-HISTARQ) ----------*
      *  O PACOTE DE ACESSO COBRE TODOS OS ANOS: OS ARQUIVADOS PRIMEIRO*
      *  E DEPOIS O VIVO                                               *
       01  WRK-HISTARQ.
           05  WRK-HA-ARQUIVO      PIC X(12).
           05  WRK-HA-ANO-DE       PIC 9(04).
           05  WRK-HA-QTD          PIC 9(02).
           05  WRK-HA-ANO OCCURS 30 TIMES
                                   PIC 9(04).
       01  WRK-ARQ-MORTO       PIC X(60) VALUE SPACES.
       01  WRK-ARQ-IDX         PIC 9(02) VALUE 0.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
      *  O ARQCRM SO TEM TOKENS: A BUSCA POR CPF PASSA PELO COFRE, O   *
      *  PACOTE DESTOKENIZA E A ANONIMIZACAO ELIMINA O DOCUMENTO DO    *
      *  COFRE QUANDO NENHUM OUTRO CADASTRO USA O MESMO TOKEN          *
       COPY  "#COFRE-PARM".
       01  WRK-TOKEN-BUSCA     PIC 9(11) VALUE 0.
       01  WRK-TOKEN-CPF       PIC 9(11) VALUE 0.
       01  WRK-TOKEN-CNPJ      PIC 9(14) VALUE 0.
       01  WRK-DOC-CPF         PIC 9(11) VALUE 0.
       01  WRK-DOC-CNPJ        PIC 9(14) VALUE 0.
       01  WRK-OUTRO-TITULAR   PIC X(01) VALUE 'N'.
       01  WRK-QTD-COFRE-ELIM  PIC 9(01) VALUE 0.
       01  WRK-QTD-COFRE-MANT  PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM LOCALIZAR-TITULAR.
              GO TO LOCALIZAR-TITULAR-FIM
           END-IF.

      *    CPF QUE O COFRE NAO CONHECE NAO ESTA EM NENHUM CADASTRO
           MOVE 'B'     TO CFR-OPERACAO.
           MOVE 'F'     TO CFR-TIPO.
           MOVE WRK-CPF TO CFR-DOCUMENTO.
           PERFORM CHAMAR-COFRE.
           IF NOT CFR-OK
              IF CFR-INDISPONIVEL
                 DISPLAY "COFRE DE DOCUMENTOS INDISPONIVEL"
              END-IF
              GO TO LOCALIZAR-TITULAR-FIM
           END-IF.
           MOVE CFR-TOKEN TO WRK-TOKEN-BUSCA.

           MOVE LOW-VALUES TO ARQCRM-CHAVE.
           START ARQCRM KEY IS NOT LESS THAN ARQCRM-CHAVE.
           IF ARQCRM-FS NOT EQUAL 00
           END-IF.

       PROCURAR-POR-CPF     SECTION.
           IF ARQCRM-CPF EQUAL WRK-TOKEN-BUSCA
              MOVE 'S' TO WRK-ACHOU
           ELSE
              READ ARQCRM NEXT RECORD
                  DELIMITED BY SIZE INTO PACOTE-LINHA
           END-STRING.
           WRITE PACOTE-LINHA.
           PERFORM DESTOKENIZAR-DOCUMENTOS.
           MOVE SPACES TO PACOTE-LINHA.
           STRING "CPF " WRK-DOC-CPF " CNPJ " WRK-DOC-CNPJ
                  " TIPO " ARQCRM-TIPO-PESSOA
                  DELIMITED BY SIZE INTO PACOTE-LINHA
           END-STRING.

           DISPLAY "PACOTE GERADO EM " WRK-ARQ-PACOTE.

      *------------------- O TITULAR RECEBE O DOCUMENTO VERDADEIRO -----*
       DESTOKENIZAR-DOCUMENTOS     SECTION.
           MOVE 'D'         TO CFR-OPERACAO.
           MOVE 'F'         TO CFR-TIPO.
           MOVE ARQCRM-CPF  TO CFR-TOKEN.
           PERFORM CHAMAR-COFRE.
           MOVE CFR-DOCUMENTO TO WRK-DOC-CPF.

           MOVE 'D'         TO CFR-OPERACAO.
           MOVE 'J'         TO CFR-TIPO.
           MOVE ARQCRM-CNPJ TO CFR-TOKEN.
           PERFORM CHAMAR-COFRE.
           MOVE CFR-DOCUMENTO TO WRK-DOC-CNPJ.

       CHAMAR-COFRE     SECTION.
           MOVE "DSARCRM"      TO CFR-PROGRAMA.
           MOVE "DSARCRM"      TO CFR-USUARIO.
           MOVE WRK-CLIENTE-ID TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.

       EXTRAIR-CONTATOS     SECTION.
           MOVE "---------- CONTATOS (ARQCONTATO.DAT)"
             TO PACOTE-LINHA.
           MOVE "---------- PEDIDOS (PEDIDOS.DAT)" TO PACOTE-LINHA.
           WRITE PACOTE-LINHA.

           MOVE "PEDIDOS" TO WRK-HA-ARQUIVO.
           MOVE 0         TO WRK-HA-ANO-DE.
           CALL "11-HISTARQ" USING WRK-HISTARQ.
           MOVE 0 TO WRK-ARQ-IDX.
           PERFORM EXTRAIR-PEDIDOS-ARQUIVADOS
              UNTIL WRK-ARQ-IDX EQUAL WRK-HA-QTD.

           OPEN INPUT PEDIDOS.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              GO TO EXTRAIR-PEDIDOS-EXIT
           END-IF.
      *    OS PEDIDOS DO TITULAR SAO LIDOS PELA CHAVE DO CLIENTE; FS 02
      *    NA LEITURA SO AVISA QUE HA OUTRO PEDIDO DO MESMO CLIENTE
           MOVE WRK-CLIENTE-ID TO PEDIDO-CLIENTE-ID.
           START PEDIDOS KEY IS EQUAL TO PEDIDO-CLIENTE-ID.
           IF PEDIDOS-FS EQUAL 00
              READ PEDIDOS NEXT RECORD
              PERFORM COPIAR-UM-PEDIDO
                 UNTIL (PEDIDOS-FS NOT EQUAL 00
                        AND PEDIDOS-FS NOT EQUAL 02)
                    OR PEDIDO-CLIENTE-ID NOT EQUAL WRK-CLIENTE-ID
           END-IF.
           CLOSE PEDIDOS.

           EXIT.

       COPIAR-UM-PEDIDO     SECTION.
           ADD 1 TO WRK-QTD-PEDIDOS.
           MOVE SPACES TO PACOTE-LINHA.
           STRING "PEDIDO " PEDIDO-NUMERO " EM "
                  PEDIDO-DATAHORA (1:8) " VALOR "
                  PEDIDO-VALOR " FONE " PEDIDO-TELEFONE
                  DELIMITED BY SIZE INTO PACOTE-LINHA
           END-STRING.
           WRITE PACOTE-LINHA.
           READ PEDIDOS NEXT RECORD.

       EXTRAIR-PEDIDOS-ARQUIVADOS     SECTION.
           ADD 1 TO WRK-ARQ-IDX.
           MOVE SPACES TO WRK-ARQ-MORTO.
           STRING "..\DADOS\ARCHIVE\PEDIDOS."  DELIMITED BY SIZE
                  WRK-HA-ANO (WRK-ARQ-IDX)     DELIMITED BY SIZE
                  INTO WRK-ARQ-MORTO.

           OPEN INPUT MORTO.
           IF MORTO-FS NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WRK-ARQ-MORTO
              GO TO EXTRAIR-PEDIDOS-ARQUIVADOS-EXIT
           END-IF.
           READ MORTO.
           PERFORM COPIAR-UM-PEDIDO-ARQUIVADO
              UNTIL MORTO-FS NOT EQUAL 00.
           CLOSE MORTO.

       EXTRAIR-PEDIDOS-ARQUIVADOS-EXIT.
           EXIT.

       COPIAR-UM-PEDIDO-ARQUIVADO     SECTION.
           IF MPED-CLIENTE-ID NUMERIC
              AND MPED-CLIENTE-ID EQUAL WRK-CLIENTE-ID
              ADD 1 TO WRK-QTD-PEDIDOS
              MOVE SPACES TO PACOTE-LINHA
              STRING "PEDIDO " MPED-NUMERO " EM "
                     MPED-DATAHORA (1:8) " VALOR "
                     MPED-VALOR " FONE " MPED-TELEFONE
                     DELIMITED BY SIZE INTO PACOTE-LINHA
              END-STRING
              WRITE PACOTE-LINHA
           END-IF.
           READ MORTO.

       EXTRAIR-PESQUISAS     SECTION.
           MOVE "---------- PESQUISAS (PESQUISA.DAT)" TO PACOTE-LINHA.
             TO PACOTE-LINHA.
           WRITE PACOTE-LINHA.

           MOVE "TRANSHIST" TO WRK-HA-ARQUIVO.
           MOVE 0           TO WRK-HA-ANO-DE.
           CALL "11-HISTARQ" USING WRK-HISTARQ.
           MOVE 0 TO WRK-ARQ-IDX.
           PERFORM EXTRAIR-TRANSACOES-ARQUIVADAS
              UNTIL WRK-ARQ-IDX EQUAL WRK-HA-QTD.

           OPEN INPUT TRANSHIST.
           IF TRANSHIST-FS NOT EQUAL ZEROS
              GO TO EXTRAIR-TRANSACOES-EXIT
           END-IF.
           READ TRANSHIST.

       EXTRAIR-TRANSACOES-ARQUIVADAS     SECTION.
           ADD 1 TO WRK-ARQ-IDX.
           MOVE SPACES TO WRK-ARQ-MORTO.
           STRING "..\DADOS\ARCHIVE\TRANSHIST."  DELIMITED BY SIZE
                  WRK-HA-ANO (WRK-ARQ-IDX)       DELIMITED BY SIZE
                  INTO WRK-ARQ-MORTO.

           OPEN INPUT MORTO.
           IF MORTO-FS NOT EQUAL ZEROS
              DISPLAY "ARQUIVO MORTO AUSENTE: " WRK-ARQ-MORTO
              GO TO EXTRAIR-TRANSACOES-ARQUIVADAS-EXIT
           END-IF.
           READ MORTO.
           PERFORM COPIAR-UMA-TRANSACAO-ARQUIVADA
              UNTIL MORTO-FS NOT EQUAL 00.
           CLOSE MORTO.

       EXTRAIR-TRANSACOES-ARQUIVADAS-EXIT.
           EXIT.

       COPIAR-UMA-TRANSACAO-ARQUIVADA     SECTION.
           IF MTRH-CLIENTE EQUAL WRK-CLIENTE-ID
              ADD 1 TO WRK-QTD-TRANSACOES
              MOVE SPACES TO PACOTE-LINHA
              STRING MTRH-DATAHORA " ORIGEM " MTRH-ORIGEM
                     " VALOR " MTRH-VALOR
                     DELIMITED BY SIZE INTO PACOTE-LINHA
              END-STRING
              WRITE PACOTE-LINHA
           END-IF.
           READ MORTO.

      *------------------- PEDIDO DE ELIMINACAO ------------------------*
      *  OS CAMPOS QUE IDENTIFICAM O TITULAR SAO SOBRESCRITOS;         *
      *  REGISTROS E CONTAGENS SAO PRESERVADOS                         *
           END-IF.

           MOVE "TITULAR ANONIMIZADO" TO ARQCRM-NOME.
           MOVE ARQCRM-CPF  TO WRK-TOKEN-CPF.
           MOVE ARQCRM-CNPJ TO WRK-TOKEN-CNPJ.
           MOVE ZEROS  TO ARQCRM-CPF.
           MOVE ZEROS  TO ARQCRM-CNPJ.
      *    O E-MAIL E CHAVE ALTERNATIVA UNICA: DOIS TITULARES COM O

           PERFORM ANONIMIZAR-CONTATOS.
           PERFORM ANONIMIZAR-PEDIDOS.
           PERFORM ELIMINAR-DO-COFRE.
           PERFORM GRAVAR-CERTIFICADO.

       ANONIMIZAR-EXIT.
       LIMPAR-UM-CONTATO     SECTION.
           MOVE "ANONIMIZADO" TO CONTATO-DESCRICAO.
           REWRITE CONTATO-REGISTRO.
           IF ARQCONTATO-FS EQUAL 00 OR 02
              ADD 1 TO WRK-QTD-CONTATOS
           END-IF.
           READ ARQCONTATO NEXT RECORD.
           IF PEDIDOS-FS NOT EQUAL ZEROS
              GO TO ANONIMIZAR-PEDIDOS-EXIT
           END-IF.
           MOVE WRK-CLIENTE-ID TO PEDIDO-CLIENTE-ID.
           START PEDIDOS KEY IS EQUAL TO PEDIDO-CLIENTE-ID.
           IF PEDIDOS-FS EQUAL 00
              READ PEDIDOS NEXT RECORD
              PERFORM LIMPAR-UM-PEDIDO
                 UNTIL (PEDIDOS-FS NOT EQUAL 00
                        AND PEDIDOS-FS NOT EQUAL 02)
                    OR PEDIDO-CLIENTE-ID NOT EQUAL WRK-CLIENTE-ID
           END-IF.
           CLOSE PEDIDOS.

           EXIT.

       LIMPAR-UM-PEDIDO     SECTION.
           MOVE SPACES TO PEDIDO-TELEFONE.
           REWRITE PEDIDO-REGISTRO.
           IF PEDIDOS-FS EQUAL 00 OR 02
              ADD 1 TO WRK-QTD-PEDIDOS
           END-IF.
           READ PEDIDOS NEXT RECORD.

      *------------------- DOCUMENTOS DO TITULAR NO COFRE --------------*
      *  O MESMO DOCUMENTO TEM SEMPRE O MESMO TOKEN: SE OUTRO CADASTRO *
      *  AINDA USA O TOKEN (DUPLICATA NAO FUNDIDA), O DOCUMENTO FICA   *
       ELIMINAR-DO-COFRE     SECTION.
           IF WRK-TOKEN-CPF NOT EQUAL ZEROS
              MOVE 'F'           TO CFR-TIPO
              MOVE WRK-TOKEN-CPF TO CFR-TOKEN
              PERFORM ELIMINAR-UM-DOCUMENTO
           END-IF.
           IF WRK-TOKEN-CNPJ NOT EQUAL ZEROS
              MOVE 'J'            TO CFR-TIPO
              MOVE WRK-TOKEN-CNPJ TO CFR-TOKEN
              PERFORM ELIMINAR-UM-DOCUMENTO
           END-IF.

       ELIMINAR-UM-DOCUMENTO     SECTION.
           MOVE 'N' TO WRK-OUTRO-TITULAR.
           MOVE LOW-VALUES TO ARQCRM-CHAVE.
           START ARQCRM KEY IS NOT LESS THAN ARQCRM-CHAVE.
           IF ARQCRM-FS EQUAL 00
              READ ARQCRM NEXT RECORD
              PERFORM PROCURAR-OUTRO-TITULAR
                 UNTIL ARQCRM-FS NOT EQUAL 00
                    OR WRK-OUTRO-TITULAR EQUAL 'S'
           END-IF.

           IF WRK-OUTRO-TITULAR EQUAL 'S'
              ADD 1 TO WRK-QTD-COFRE-MANT
              GO TO ELIMINAR-UM-DOCUMENTO-EXIT
           END-IF.

           MOVE 'E' TO CFR-OPERACAO.
           PERFORM CHAMAR-COFRE.
           IF CFR-OK
              ADD 1 TO WRK-QTD-COFRE-ELIM
           ELSE
              ADD 1 TO WRK-QTD-COFRE-MANT
              DISPLAY "COFRE NAO ELIMINOU O DOCUMENTO - RESULTADO "
                      CFR-RESULTADO
           END-IF.

       ELIMINAR-UM-DOCUMENTO-EXIT.
           EXIT.

       PROCURAR-OUTRO-TITULAR     SECTION.
           IF CFR-TIPO EQUAL 'F'
              AND ARQCRM-CPF EQUAL CFR-TOKEN
              MOVE 'S' TO WRK-OUTRO-TITULAR
           END-IF.
           IF CFR-TIPO EQUAL 'J'
              AND ARQCRM-CNPJ NUMERIC
              AND ARQCRM-CNPJ EQUAL CFR-TOKEN
              MOVE 'S' TO WRK-OUTRO-TITULAR
           END-IF.
           IF WRK-OUTRO-TITULAR NOT EQUAL 'S'
              READ ARQCRM NEXT RECORD
           END-IF.

      *------------------- CERTIFICADO DE CONCLUSAO --------------------*
       GRAVAR-CERTIFICADO     SECTION.
           MOVE WRK-CLIENTE-ID TO WRK-ID-EDIT.
                  DELIMITED BY SIZE INTO PACOTE-LINHA
           END-STRING.
           WRITE PACOTE-LINHA.
           MOVE SPACES TO PACOTE-LINHA.
           STRING "COFRE.DAT: " WRK-QTD-COFRE-ELIM
                  " DOCUMENTOS ELIMINADOS, " WRK-QTD-COFRE-MANT
                  " MANTIDOS"
                  DELIMITED BY SIZE INTO PACOTE-LINHA
           END-STRING.
           WRITE PACOTE-LINHA.
           MOVE "PESQUISA.DAT E TRANSHIST.DAT: SEM CAMPOS DE"
             TO PACOTE-LINHA.
           WRITE PACOTE-LINHA.
