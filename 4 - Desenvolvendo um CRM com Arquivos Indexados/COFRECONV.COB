       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFRECONV.

      *----------------------------------------------------------------*
      *  CONVERSAO DA JANELA DE MANUTENCAO QUE INAUGURA O COFRE DE     *
      *  DOCUMENTOS: TODO CPF E CNPJ GRAVADO EM CLARO VAI PARA O       *
      *  COFRE.DAT (VIA COFRECRM) E NO LUGAR DELE FICA O TOKEN. CADA   *
      *  ARQUIVO E RELIDO E REGRAVADO EM <NOME>.NOVO, COM A CONTAGEM   *
      *  ANTES/DEPOIS IMPRESSA COMO PROVA; OS .NOVO ASSUMEM O LUGAR    *
      *  DOS ORIGINAIS NA TROCA, COMO NO EXPANDEID. RODAR COM O        *
      *  SISTEMA QUIETO: O PROGRAMA USA O INTERLOCK DO SISTEMA.FLG.    *
      *                                                                *
      *  ENTRAM O ARQCRM.DAT, O ARQCRM.PURGADOS (O ARQRESG DEVOLVE O   *
      *  REGISTRO COMO ESTA), AS APROVACOES DE CPF/CNPJ E AS COPIAS    *
      *  ARQCRM E APROVACAO DE TODAS AS GERACOES DO BACKUPSET.CAT - UM *
      *  RESTORESET ANTIGO NAO PODE TRAZER O DOCUMENTO DE VOLTA. O     *
      *  MESMO DOCUMENTO RECEBE SEMPRE O MESMO TOKEN, ENTAO O VIVO, OS *
      *  PURGADOS E AS COPIAS CONTINUAM CASANDO ENTRE SI.              *
      *                                                                *
      *  SE O COFRE.DAT JA EXISTE A CONVERSAO NAO RODA: OS ARQUIVOS JA *
      *  TERIAM TOKENS E SERIAM TOKENIZADOS DE NOVO. O TREINO E REFEITO*
      *  PELO TREINACRM, QUE SO GERA DOCUMENTOS FICTICIOS.             *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *------------------- SO PARA SABER SE O COFRE JA EXISTE ---------*
           SELECT COFRE ASSIGN TO "..\DADOS\COFRE\COFRE.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COFRE-FS
           RECORD KEY IS COFRE-CHAVE
           ALTERNATE RECORD KEY IS COFRE-DOC-CHAVE.

      *------------------- INDEXADOS: EM CLARO E TOKENIZADO -----------*
           SELECT CRM-ANT ASSIGN TO "..\DADOS\ARQCRM.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CRM-ANT-FS
           RECORD KEY IS CRMA-CHAVE
           ALTERNATE RECORD KEY IS CRMA-EMAIL
           ALTERNATE RECORD KEY IS CRMA-TELEFONE
           WITH DUPLICATES.

           SELECT ARQCRM ASSIGN TO "..\DADOS\ARQCRM.DAT.NOVO"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
           ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
           WITH DUPLICATES.

           SELECT APR-ANT ASSIGN TO "..\DADOS\APROVACAO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS APR-ANT-FS
           RECORD KEY IS APRA-CHAVE.

           SELECT APROVACAO ASSIGN TO "..\DADOS\APROVACAO.DAT.NOVO"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS APROVACAO-FS
           RECORD KEY IS APROV-CHAVE.

      *------------------- CATALOGO DO BACKUPSET ----------------------*
           SELECT CATALOGO ASSIGN TO "..\DADOS\BACKUP\BACKUPSET.CAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS CATALOGO-FS.

      *------------------- SEQUENCIAIS, CONVERSAO GENERICA ------------*
           SELECT ENTRADA-SEQ ASSIGN TO WRK-ARQ-ORIGEM
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS ENTRADA-SEQ-FS.

           SELECT SAIDA-SEQ ASSIGN TO WRK-ARQ-DESTINO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS SAIDA-SEQ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  COFRE.
       COPY  "#COFRE".

      *       O LEIAUTE NAO MUDA; O ANTIGO SO ABRE AS CHAVES E O
      *       REGISTRO PASSA INTEIRO PARA O LEIAUTE DO #CRM
       FD  CRM-ANT.
       01  CRMA-REGISTRO.
           05  CRMA-CHAVE         PIC X(09).
           05  FILLER             PIC X(41).
           05  CRMA-EMAIL         PIC X(40).
           05  CRMA-TELEFONE      PIC X(15).
           05  FILLER             PIC X(111).

       FD  ARQCRM.
       COPY  "#CRM".

       FD  APR-ANT.
       01  APRA-REGISTRO.
           05  APRA-CHAVE         PIC X(06).
           05  FILLER             PIC X(90).

       FD  APROVACAO.
       COPY  "#APROV".

       FD  CATALOGO.
       01  CAT-REGISTRO.
           05  CAT-GERACAO        PIC 9(14).
           05  CAT-ARQUIVO        PIC X(12).
           05  CAT-REGISTROS      PIC 9(07).

       FD  ENTRADA-SEQ.
       01  ENTRADA-SEQ-LINHA  PIC X(256).

       FD  SAIDA-SEQ.
       01  SAIDA-SEQ-LINHA    PIC X(256).

       WORKING-STORAGE     SECTION.
       01  COFRE-FS            PIC 9(02) VALUE ZEROS.
       01  CRM-ANT-FS          PIC 9(02) VALUE ZEROS.
       01  ARQCRM-FS           PIC 9(02) VALUE ZEROS.
       01  APR-ANT-FS          PIC 9(02) VALUE ZEROS.
       01  APROVACAO-FS        PIC 9(02) VALUE ZEROS.
       01  CATALOGO-FS         PIC 9(02) VALUE ZEROS.
       01  ENTRADA-SEQ-FS      PIC 9(02) VALUE ZEROS.
       01  SAIDA-SEQ-FS        PIC 9(02) VALUE ZEROS.

      *------------------- INTERLOCK COM O ONLINE ---------------------*
       01  WRK-FLG-OPERACAO    PIC X(01) VALUE SPACES.
       01  WRK-FLG-RESULTADO   PIC X(01) VALUE SPACES.

      *------------------- PROVA DE CONTAGEM POR ARQUIVO --------------*
       01  WRK-NOME-ARQUIVO    PIC X(50) VALUE SPACES.
       01  WRK-LIDOS           PIC 9(07) VALUE 0.
       01  WRK-GRAVADOS        PIC 9(07) VALUE 0.
       01  WRK-TOT-ARQUIVOS    PIC 9(02) VALUE 0.
       01  WRK-TOT-DIVERGE     PIC 9(02) VALUE 0.

      *------------------- TOTAIS DO COFRE ----------------------------*
       01  WRK-TOT-CPF         PIC 9(07) VALUE 0.
       01  WRK-TOT-CNPJ        PIC 9(07) VALUE 0.
       01  WRK-TOT-FALHA       PIC 9(07) VALUE 0.
       01  WRK-TOT-NAO-NUM     PIC 9(07) VALUE 0.

      *------------------- TOKENIZACAO DE UM DOCUMENTO ----------------*
       COPY  "#COFRE-PARM".
       01  WRK-DOC-TIPO        PIC X(01) VALUE SPACES.
       01  WRK-DOC-CLIENTE     PIC 9(09) VALUE 0.
       01  WRK-DOC-CPF         PIC 9(11) VALUE 0.
       01  WRK-DOC-CNPJ        PIC 9(14) VALUE 0.
       01  WRK-DOC-OK          PIC X(01) VALUE SPACES.

      *------------------- COPIAS DO BACKUPSET ------------------------*
       01  WRK-ARQ-ORIGEM      PIC X(60) VALUE SPACES.
       01  WRK-ARQ-DESTINO     PIC X(60) VALUE SPACES.
       01  WRK-TIPO-COPIA      PIC X(12) VALUE SPACES.
       01  WRK-REG-CRM         PIC X(216) VALUE SPACES.
       01  WRK-REG-APR         PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CONVERTER-ARQCRM.
           PERFORM CONVERTER-PURGADOS.
           PERFORM CONVERTER-APROVACAO.
           PERFORM CONVERTER-COPIAS.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           DISPLAY "TOKENIZACAO DE CPF E CNPJ NO COFRE".
           DISPLAY "----------------------------------".

           OPEN INPUT COFRE.
           IF COFRE-FS EQUAL ZEROS
              CLOSE COFRE
              DISPLAY "COFRE.DAT JA EXISTE - CONVERSAO ABORTADA"
              DISPLAY "SE A TROCA DOS .NOVO NAO FOI FEITA, APAGAR O"
                      " COFRE.DAT E OS .NOVO E RODAR DE NOVO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'A' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.
           IF WRK-FLG-RESULTADO NOT EQUAL 'S'
              DISPLAY "SESSOES ONLINE ATIVAS - CONVERSAO ABORTADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "ARQUIVO                                           "
                   "   LIDOS   GRAVADOS".

      *------------------- ARQUIVO VIVO -------------------------------*
       CONVERTER-ARQCRM    SECTION.
           MOVE "ARQCRM.DAT" TO WRK-NOME-ARQUIVO.
           MOVE 0 TO WRK-LIDOS WRK-GRAVADOS.

           OPEN INPUT CRM-ANT.
           IF CRM-ANT-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-ARQCRM-EXIT
           END-IF.
           OPEN OUTPUT ARQCRM.

           READ CRM-ANT NEXT RECORD.
           PERFORM CONVERTER-UM-ARQCRM
              UNTIL CRM-ANT-FS NOT EQUAL 00.
           CLOSE CRM-ANT.
           CLOSE ARQCRM.
           PERFORM PROVAR-CONTAGEM.

       CONVERTER-ARQCRM-EXIT.
           EXIT.

       CONVERTER-UM-ARQCRM    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE CRMA-REGISTRO TO WRK-REG-CRM.
           PERFORM TOKENIZAR-CLIENTE.
           IF WRK-DOC-OK EQUAL 'S'
              MOVE WRK-REG-CRM TO ARQCRM-REGISTRO
              WRITE ARQCRM-REGISTRO
              IF ARQCRM-FS EQUAL 00 OR 02
                 ADD 1 TO WRK-GRAVADOS
              END-IF
           END-IF.
           READ CRM-ANT NEXT RECORD.

      *------------------- REGISTROS PURGADOS -------------------------*
      *  DATA DA PURGA (8) + O REGISTRO DO ARQCRM COMO ESTAVA (216)    *
       CONVERTER-PURGADOS    SECTION.
           MOVE "..\DADOS\ARQCRM.PURGADOS" TO WRK-ARQ-ORIGEM.
           MOVE "PURGADOS" TO WRK-TIPO-COPIA.
           PERFORM CONVERTER-UM-SEQUENCIAL.

      *------------------- APROVACOES PENDENTES E DECIDIDAS -----------*
       CONVERTER-APROVACAO    SECTION.
           MOVE "APROVACAO.DAT" TO WRK-NOME-ARQUIVO.
           MOVE 0 TO WRK-LIDOS WRK-GRAVADOS.

           OPEN INPUT APR-ANT.
           IF APR-ANT-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-APROVACAO-EXIT
           END-IF.
           OPEN OUTPUT APROVACAO.

           READ APR-ANT NEXT RECORD.
           PERFORM CONVERTER-UMA-APROVACAO
              UNTIL APR-ANT-FS NOT EQUAL 00.
           CLOSE APR-ANT.
           CLOSE APROVACAO.
           PERFORM PROVAR-CONTAGEM.

       CONVERTER-APROVACAO-EXIT.
           EXIT.

       CONVERTER-UMA-APROVACAO    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE APRA-REGISTRO TO WRK-REG-APR.
           PERFORM TOKENIZAR-APROVACAO.
           IF WRK-DOC-OK EQUAL 'S'
              MOVE WRK-REG-APR TO APROV-REGISTRO
              WRITE APROV-REGISTRO
              IF APROVACAO-FS EQUAL 00
                 ADD 1 TO WRK-GRAVADOS
              END-IF
           END-IF.
           READ APR-ANT NEXT RECORD.

      *------------------- COPIAS DE TODAS AS GERACOES ----------------*
      *  SO AS COPIAS ARQCRM E APROVACAO CARREGAM DOCUMENTO; O .BKP    *
      *  CONVERTIDO VAI PARA <NOME>.BKP.NOVO NA MESMA PASTA            *
       CONVERTER-COPIAS    SECTION.
           OPEN INPUT CATALOGO.
           IF CATALOGO-FS NOT EQUAL ZEROS
              MOVE "BACKUPSET.CAT" TO WRK-NOME-ARQUIVO
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-COPIAS-EXIT
           END-IF.

           READ CATALOGO.
           PERFORM CONVERTER-UMA-COPIA
              UNTIL CATALOGO-FS NOT EQUAL 00.
           CLOSE CATALOGO.

       CONVERTER-COPIAS-EXIT.
           EXIT.

       CONVERTER-UMA-COPIA    SECTION.
           IF CAT-ARQUIVO EQUAL "ARQCRM" OR "APROVACAO"
              MOVE CAT-ARQUIVO TO WRK-TIPO-COPIA
              MOVE SPACES TO WRK-ARQ-ORIGEM
              STRING "..\DADOS\BACKUP\SET."  DELIMITED BY SIZE
                     CAT-GERACAO             DELIMITED BY SIZE
                     "."                     DELIMITED BY SIZE
                     CAT-ARQUIVO             DELIMITED BY SPACE
                     ".BKP"                  DELIMITED BY SIZE
                     INTO WRK-ARQ-ORIGEM
              PERFORM CONVERTER-UM-SEQUENCIAL
           END-IF.
           READ CATALOGO.

      *------------------- CONVERSAO GENERICA DE UM SEQUENCIAL --------*
       CONVERTER-UM-SEQUENCIAL    SECTION.
           MOVE WRK-ARQ-ORIGEM TO WRK-NOME-ARQUIVO.
           MOVE 0 TO WRK-LIDOS WRK-GRAVADOS.

           MOVE SPACES TO WRK-ARQ-DESTINO.
           STRING WRK-ARQ-ORIGEM DELIMITED BY SPACE
                  ".NOVO"        DELIMITED BY SIZE
                  INTO WRK-ARQ-DESTINO.

           OPEN INPUT ENTRADA-SEQ.
           IF ENTRADA-SEQ-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-UM-SEQUENCIAL-EXIT
           END-IF.
           OPEN OUTPUT SAIDA-SEQ.

           READ ENTRADA-SEQ.
           PERFORM CONVERTER-UMA-LINHA
              UNTIL ENTRADA-SEQ-FS NOT EQUAL 00.
           CLOSE ENTRADA-SEQ.
           CLOSE SAIDA-SEQ.
           PERFORM PROVAR-CONTAGEM.

       CONVERTER-UM-SEQUENCIAL-EXIT.
           EXIT.

       CONVERTER-UMA-LINHA    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE ENTRADA-SEQ-LINHA TO SAIDA-SEQ-LINHA.

           EVALUATE WRK-TIPO-COPIA
              WHEN "PURGADOS"
                 MOVE ENTRADA-SEQ-LINHA (9:216) TO WRK-REG-CRM
                 PERFORM TOKENIZAR-CLIENTE
                 MOVE WRK-REG-CRM TO SAIDA-SEQ-LINHA (9:216)
              WHEN "ARQCRM"
                 MOVE ENTRADA-SEQ-LINHA (1:216) TO WRK-REG-CRM
                 PERFORM TOKENIZAR-CLIENTE
                 MOVE WRK-REG-CRM TO SAIDA-SEQ-LINHA (1:216)
              WHEN OTHER
                 MOVE ENTRADA-SEQ-LINHA (1:96) TO WRK-REG-APR
                 PERFORM TOKENIZAR-APROVACAO
                 MOVE WRK-REG-APR TO SAIDA-SEQ-LINHA (1:96)
           END-EVALUATE.

           IF WRK-DOC-OK EQUAL 'S'
              WRITE SAIDA-SEQ-LINHA
              ADD 1 TO WRK-GRAVADOS
           END-IF.

           READ ENTRADA-SEQ.

      *------------------- DOCUMENTOS DE UM REGISTRO DO ARQCRM --------*
      *  CPF NA POSICAO 10 (11), CNPJ NA 199 (14). ZEROS FICAM ZEROS   *
       TOKENIZAR-CLIENTE    SECTION.
           MOVE 'S' TO WRK-DOC-OK.
           MOVE WRK-REG-CRM (1:9) TO WRK-DOC-CLIENTE.

           IF WRK-REG-CRM (10:11) NUMERIC
              MOVE WRK-REG-CRM (10:11) TO WRK-DOC-CPF
              IF WRK-DOC-CPF NOT EQUAL ZEROS
                 MOVE 'F'         TO WRK-DOC-TIPO
                 MOVE WRK-DOC-CPF TO CFR-DOCUMENTO
                 PERFORM TOKENIZAR-DOCUMENTO
                 MOVE CFR-TOKEN   TO WRK-DOC-CPF
                 MOVE WRK-DOC-CPF TO WRK-REG-CRM (10:11)
                 ADD 1 TO WRK-TOT-CPF
              END-IF
           END-IF.

           IF WRK-REG-CRM (199:14) NUMERIC
              MOVE WRK-REG-CRM (199:14) TO WRK-DOC-CNPJ
              IF WRK-DOC-CNPJ NOT EQUAL ZEROS
                 MOVE 'J'          TO WRK-DOC-TIPO
                 MOVE WRK-DOC-CNPJ TO CFR-DOCUMENTO
                 PERFORM TOKENIZAR-DOCUMENTO
                 MOVE CFR-TOKEN    TO WRK-DOC-CNPJ
                 MOVE WRK-DOC-CNPJ TO WRK-REG-CRM (199:14)
                 ADD 1 TO WRK-TOT-CNPJ
              END-IF
           END-IF.

      *------------------- DOCUMENTOS DE UMA APROVACAO ----------------*
      *  SO OS CAMPOS CPF E CNPJ; VALOR ANTES NA POSICAO 20, NOVO NA   *
      *  34. VALOR DIGITADO COM PONTUACAO FICA COMO ESTA E ENTRA NO    *
      *  TOTAL DE NAO NUMERICOS, PARA O SUPERVISOR REJEITAR            *
       TOKENIZAR-APROVACAO    SECTION.
           MOVE 'S' TO WRK-DOC-OK.
           MOVE WRK-REG-APR (7:9) TO WRK-DOC-CLIENTE.

           EVALUATE WRK-REG-APR (16:4)
              WHEN "CPF "
                 MOVE 'F' TO WRK-DOC-TIPO
                 PERFORM TOKENIZAR-VALOR-CPF
              WHEN "CNPJ"
                 MOVE 'J' TO WRK-DOC-TIPO
                 PERFORM TOKENIZAR-VALOR-CNPJ
           END-EVALUATE.

       TOKENIZAR-VALOR-CPF    SECTION.
           IF WRK-REG-APR (20:11) NUMERIC
              MOVE WRK-REG-APR (20:11) TO WRK-DOC-CPF
              IF WRK-DOC-CPF NOT EQUAL ZEROS
                 MOVE WRK-DOC-CPF TO CFR-DOCUMENTO
                 PERFORM TOKENIZAR-DOCUMENTO
                 MOVE CFR-TOKEN   TO WRK-DOC-CPF
                 MOVE WRK-DOC-CPF TO WRK-REG-APR (20:11)
                 ADD 1 TO WRK-TOT-CPF
              END-IF
           ELSE
              ADD 1 TO WRK-TOT-NAO-NUM
           END-IF.

           IF WRK-REG-APR (34:11) NUMERIC
              MOVE WRK-REG-APR (34:11) TO WRK-DOC-CPF
              IF WRK-DOC-CPF NOT EQUAL ZEROS
                 MOVE WRK-DOC-CPF TO CFR-DOCUMENTO
                 PERFORM TOKENIZAR-DOCUMENTO
                 MOVE CFR-TOKEN   TO WRK-DOC-CPF
                 MOVE WRK-DOC-CPF TO WRK-REG-APR (34:11)
                 ADD 1 TO WRK-TOT-CPF
              END-IF
           ELSE
              ADD 1 TO WRK-TOT-NAO-NUM
           END-IF.

       TOKENIZAR-VALOR-CNPJ    SECTION.
           IF WRK-REG-APR (20:14) NUMERIC
              MOVE WRK-REG-APR (20:14) TO WRK-DOC-CNPJ
              IF WRK-DOC-CNPJ NOT EQUAL ZEROS
                 MOVE WRK-DOC-CNPJ TO CFR-DOCUMENTO
                 PERFORM TOKENIZAR-DOCUMENTO
                 MOVE CFR-TOKEN    TO WRK-DOC-CNPJ
                 MOVE WRK-DOC-CNPJ TO WRK-REG-APR (20:14)
                 ADD 1 TO WRK-TOT-CNPJ
              END-IF
           ELSE
              ADD 1 TO WRK-TOT-NAO-NUM
           END-IF.

           IF WRK-REG-APR (34:14) NUMERIC
              MOVE WRK-REG-APR (34:14) TO WRK-DOC-CNPJ
              IF WRK-DOC-CNPJ NOT EQUAL ZEROS
                 MOVE WRK-DOC-CNPJ TO CFR-DOCUMENTO
                 PERFORM TOKENIZAR-DOCUMENTO
                 MOVE CFR-TOKEN    TO WRK-DOC-CNPJ
                 MOVE WRK-DOC-CNPJ TO WRK-REG-APR (34:14)
                 ADD 1 TO WRK-TOT-CNPJ
              END-IF
           ELSE
              ADD 1 TO WRK-TOT-NAO-NUM
           END-IF.

      *    COFRE FORA DO AR: O REGISTRO NAO E GRAVADO E A PROVA DIVERGE
       TOKENIZAR-DOCUMENTO    SECTION.
           MOVE 'T'             TO CFR-OPERACAO.
           MOVE WRK-DOC-TIPO    TO CFR-TIPO.
           MOVE "COFRECONV"     TO CFR-PROGRAMA.
           MOVE "COFRECONV"     TO CFR-USUARIO.
           MOVE WRK-DOC-CLIENTE TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.
           IF NOT CFR-OK
              MOVE 'N' TO WRK-DOC-OK
              ADD 1 TO WRK-TOT-FALHA
           END-IF.

      *------------------- PROVA DE CONTAGEM --------------------------*
       PROVAR-CONTAGEM    SECTION.
           ADD 1 TO WRK-TOT-ARQUIVOS.
           IF WRK-LIDOS EQUAL WRK-GRAVADOS
              DISPLAY WRK-NOME-ARQUIVO " " WRK-LIDOS
                      " " WRK-GRAVADOS " CONFERE"
           ELSE
              ADD 1 TO WRK-TOT-DIVERGE
              DISPLAY WRK-NOME-ARQUIVO " " WRK-LIDOS
                      " " WRK-GRAVADOS " *** DIVERGE ***"
           END-IF.

       PULAR-ARQUIVO    SECTION.
           DISPLAY WRK-NOME-ARQUIVO " AUSENTE - PULADO".

       FINALIZAR     SECTION.
           MOVE 'F' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.

           DISPLAY "----------------------------------".
           DISPLAY "ARQUIVOS CONVERTIDOS : " WRK-TOT-ARQUIVOS.
           DISPLAY "DIVERGENCIAS         : " WRK-TOT-DIVERGE.
           DISPLAY "CPF TOKENIZADOS      : " WRK-TOT-CPF.
           DISPLAY "CNPJ TOKENIZADOS     : " WRK-TOT-CNPJ.
           DISPLAY "FALHAS NO COFRE      : " WRK-TOT-FALHA.
           DISPLAY "APROVACOES COM VALOR NAO NUMERICO: "
                   WRK-TOT-NAO-NUM.
           IF WRK-TOT-DIVERGE EQUAL 0
              DISPLAY "TROCAR OS .NOVO PELOS ORIGINAIS E LIBERAR"
              DISPLAY "APAGAR OS BACKUPS AVULSOS DO BACKUPCRM E RODAR"
                      " O TREINACRM"
           ELSE
              DISPLAY "NAO TROCAR NADA ANTES DE CONFERIR AS"
                      " DIVERGENCIAS"
              MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM COFRECONV.
