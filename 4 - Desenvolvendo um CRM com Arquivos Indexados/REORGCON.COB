       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGCON.

      *----------------------------------------------------------------*
      *  CONVERSAO DA JANELA DE MANUTENCAO DO HISTORICO DE CONTATOS:   *
      *  O ARQCONTATO.DAT PASSA A TER CHAVES ALTERNATIVAS NA DATA DO   *
      *  CONTATO E NA DATA DA PROXIMA ACAO (AGENDA, KPI E RELATORIOS   *
      *  POR PERIODO POSICIONAM NA DATA EM VEZ DE LER O ARQUIVO TODO). *
      *  O ARQUIVO VIVO E RELIDO E REGRAVADO EM ARQCONTATO.DAT.NOVO,   *
      *  JA COM AS CHAVES NOVAS, E OS ANOS DO ARQUIVO MORTO            *
      *  (ARCHIVE\ARQCONTATO.<ANO>) EM <NOME>.NOVO, COM A CONTAGEM     *
      *  ANTES/DEPOIS IMPRESSA COMO PROVA; OS .NOVO ASSUMEM O LUGAR    *
      *  DOS ORIGINAIS NA TROCA, COMO NO EXPANDEID. RODAR COM O        *
      *  SISTEMA QUIETO: O PROGRAMA USA O INTERLOCK DO SISTEMA.FLG.    *
      *                                                                *
      *  A MESMA JANELA QUITA O CRESCIMENTO DO LEIAUTE QUE FOI PARA O  *
      *  FONTE SEM CONVERSOR: A PESSOA DE CONTATO (CONTATO-PESSOA, DE  *
      *  112 PARA 114 BYTES), QUE ENTRA COMO 00 = NAO INFORMADA.       *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *------------------- INDEXADO: LEIAUTE ANTIGO E NOVO ------------*
           SELECT CON-ANT ASSIGN TO "..\DADOS\ARQCONTATO.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CON-ANT-FS
           RECORD KEY IS CONA-CHAVE.

           SELECT ARQCONTATO ASSIGN TO "..\DADOS\ARQCONTATO.DAT.NOVO"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

      *------------------- ANOS DO ARQUIVO MORTO ----------------------*
           SELECT CONTROLE ASSIGN TO
                  "..\DADOS\ARCHIVE\ARQCONTATO.CTL"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS CONTROLE-FS.

           SELECT ENTRADA-SEQ ASSIGN TO WRK-ARQ-ORIGEM
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS ENTRADA-SEQ-FS.

           SELECT SAIDA-SEQ ASSIGN TO WRK-ARQ-DESTINO
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS SAIDA-SEQ-FS.

       DATA DIVISION.
       FILE SECTION.
      *       O ARQCONTATO VIVO AINDA E O DE 112 BYTES, SEM A PESSOA
      *       DE CONTATO E SEM AS CHAVES ALTERNATIVAS
       FD  CON-ANT.
       01  CONA-REGISTRO.
           05  CONA-CHAVE         PIC X(13).
           05  FILLER             PIC X(99).

       FD  ARQCONTATO.
       COPY  "#CONTATO".

       FD  CONTROLE.
       COPY  "#CONTARC".

       FD  ENTRADA-SEQ.
       01  ENTRADA-SEQ-LINHA   PIC X(120).

       FD  SAIDA-SEQ.
       01  SAIDA-SEQ-LINHA     PIC X(120).

       WORKING-STORAGE     SECTION.
       01  CON-ANT-FS          PIC 9(02) VALUE ZEROS.
       01  ARQCONTATO-FS       PIC 9(02) VALUE ZEROS.
       01  CONTROLE-FS         PIC 9(02) VALUE ZEROS.
       01  ENTRADA-SEQ-FS      PIC 9(02) VALUE ZEROS.
       01  SAIDA-SEQ-FS        PIC 9(02) VALUE ZEROS.

      *------------------- INTERLOCK COM O ONLINE ---------------------*
       01  WRK-FLG-OPERACAO    PIC X(01) VALUE SPACES.
       01  WRK-FLG-RESULTADO   PIC X(01) VALUE SPACES.

      *------------------- PROVA DE CONTAGEM POR ARQUIVO --------------*
       01  WRK-NOME-ARQUIVO    PIC X(40) VALUE SPACES.
       01  WRK-LIDOS           PIC 9(07) VALUE 0.
       01  WRK-GRAVADOS        PIC 9(07) VALUE 0.
       01  WRK-TOT-ARQUIVOS    PIC 9(02) VALUE 0.
       01  WRK-TOT-DIVERGE     PIC 9(02) VALUE 0.

      *------------------- ANOS DISTINTOS DO CONTROLE ------------------*
       01  WRK-ANO-TAB.
           05  WRK-ANO OCCURS 50 TIMES   PIC 9(04).
       01  WRK-ANO-ITENS       PIC 9(02) VALUE 0.
       01  WRK-ANO-IDX         PIC 9(02) VALUE 0.
       01  WRK-ANO-ACHADO      PIC 9(02) VALUE 0.
       01  WRK-ANO-ESTOURO     PIC X(01) VALUE 'N'.

      *------------------- LINHA DO ARQUIVO MORTO ----------------------*
       01  WRK-ARQ-ORIGEM      PIC X(60) VALUE SPACES.
       01  WRK-ARQ-DESTINO     PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CONVERTER-ARQCONTATO.
           PERFORM CARREGAR-ANOS.
           PERFORM CONVERTER-ARQUIVO-MORTO.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           DISPLAY "REORGANIZACAO DO HISTORICO DE CONTATOS".
           DISPLAY "--------------------------------------".

           MOVE 'A' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.
           IF WRK-FLG-RESULTADO NOT EQUAL 'S'
              DISPLAY "SESSOES ONLINE ATIVAS - CONVERSAO ABORTADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "ARQUIVO                                  LIDOS"
                   "   GRAVADOS".

      *------------------- ARQUIVO VIVO, COM AS CHAVES NOVAS -----------*
       CONVERTER-ARQCONTATO    SECTION.
           MOVE "ARQCONTATO.DAT" TO WRK-NOME-ARQUIVO.
           MOVE 0 TO WRK-LIDOS WRK-GRAVADOS.

           OPEN INPUT CON-ANT.
           IF CON-ANT-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-ARQCONTATO-EXIT
           END-IF.
           OPEN OUTPUT ARQCONTATO.

           READ CON-ANT NEXT RECORD.
           PERFORM CONVERTER-UM-CONTATO
              UNTIL CON-ANT-FS NOT EQUAL 00.
           CLOSE CON-ANT.
           CLOSE ARQCONTATO.
           PERFORM PROVAR-CONTAGEM.

       CONVERTER-ARQCONTATO-EXIT.
           EXIT.

       CONVERTER-UM-CONTATO    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE SPACES        TO CONTATO-REGISTRO.
           MOVE CONA-REGISTRO TO CONTATO-REGISTRO (1:112).
           MOVE 0             TO CONTATO-PESSOA.
           WRITE CONTATO-REGISTRO.
           IF ARQCONTATO-FS EQUAL 00 OR 02
              ADD 1 TO WRK-GRAVADOS
           END-IF.
           READ CON-ANT NEXT RECORD.

      *------------------- ANOS COM STUB NO CONTROLE -------------------*
      *  OS STUBS DO ARQUIVACRM DIZEM QUAIS ANOS EXISTEM NO ARQUIVO    *
      *  MORTO; CADA ANO ENTRA UMA VEZ NA TABELA                       *
       CARREGAR-ANOS    SECTION.
           OPEN INPUT CONTROLE.
           IF CONTROLE-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQCONTATO.CTL - NENHUM ANO ARQUIVADO"
              GO TO CARREGAR-ANOS-EXIT
           END-IF.
           READ CONTROLE.
           PERFORM GUARDAR-UM-ANO
              UNTIL CONTROLE-FS NOT EQUAL 00.
           CLOSE CONTROLE.

           IF WRK-ANO-ESTOURO EQUAL 'S'
              DISPLAY "MAIS DE 50 ANOS NO CONTROLE - ANOS EXCEDENTES"
                      " NAO CONVERTIDOS"
              ADD 1 TO WRK-TOT-DIVERGE
           END-IF.

       CARREGAR-ANOS-EXIT.
           EXIT.

       GUARDAR-UM-ANO    SECTION.
           MOVE 0 TO WRK-ANO-ACHADO.
           MOVE 0 TO WRK-ANO-IDX.
           PERFORM PROCURAR-ANO
              UNTIL WRK-ANO-IDX NOT < WRK-ANO-ITENS
                 OR WRK-ANO-ACHADO NOT EQUAL 0.
           IF WRK-ANO-ACHADO EQUAL 0
              IF WRK-ANO-ITENS < 50
                 ADD 1 TO WRK-ANO-ITENS
                 MOVE CONTARC-ANO TO WRK-ANO (WRK-ANO-ITENS)
              ELSE
                 MOVE 'S' TO WRK-ANO-ESTOURO
              END-IF
           END-IF.
           READ CONTROLE.

       PROCURAR-ANO    SECTION.
           ADD 1 TO WRK-ANO-IDX.
           IF WRK-ANO (WRK-ANO-IDX) EQUAL CONTARC-ANO
              MOVE WRK-ANO-IDX TO WRK-ANO-ACHADO
           END-IF.

      *------------------- UM ARQUIVO MORTO POR ANO --------------------*
       CONVERTER-ARQUIVO-MORTO    SECTION.
           MOVE 0 TO WRK-ANO-IDX.
           PERFORM CONVERTER-UM-ANO
              UNTIL WRK-ANO-IDX NOT < WRK-ANO-ITENS.

       CONVERTER-UM-ANO    SECTION.
           ADD 1 TO WRK-ANO-IDX.

           MOVE SPACES TO WRK-ARQ-ORIGEM.
           STRING "..\DADOS\ARCHIVE\ARQCONTATO."
                                              DELIMITED BY SIZE
                  WRK-ANO (WRK-ANO-IDX)       DELIMITED BY SIZE
                  INTO WRK-ARQ-ORIGEM.
           MOVE WRK-ARQ-ORIGEM TO WRK-NOME-ARQUIVO.
           MOVE 0 TO WRK-LIDOS WRK-GRAVADOS.

           MOVE SPACES TO WRK-ARQ-DESTINO.
           STRING WRK-ARQ-ORIGEM DELIMITED BY SPACE
                  ".NOVO"        DELIMITED BY SIZE
                  INTO WRK-ARQ-DESTINO.

           OPEN INPUT ENTRADA-SEQ.
           IF ENTRADA-SEQ-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-UM-ANO-EXIT
           END-IF.
           OPEN OUTPUT SAIDA-SEQ.

           READ ENTRADA-SEQ.
           PERFORM CONVERTER-UMA-LINHA
              UNTIL ENTRADA-SEQ-FS NOT EQUAL 00.
           CLOSE ENTRADA-SEQ.
           CLOSE SAIDA-SEQ.
           PERFORM PROVAR-CONTAGEM.

       CONVERTER-UM-ANO-EXIT.
           EXIT.

      *       A LINHA E A IMAGEM DO CONTATO-REGISTRO; SO AS GRAVADAS
      *       ANTES DA PESSOA DE CONTATO TEM AS POSICOES 113-114 EM
      *       BRANCO
       CONVERTER-UMA-LINHA    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE ENTRADA-SEQ-LINHA TO SAIDA-SEQ-LINHA.
           IF SAIDA-SEQ-LINHA (113:2) EQUAL SPACES
              MOVE "00" TO SAIDA-SEQ-LINHA (113:2)
           END-IF.
           WRITE SAIDA-SEQ-LINHA.
           ADD 1 TO WRK-GRAVADOS.

           READ ENTRADA-SEQ.

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

           DISPLAY "--------------------------------------".
           DISPLAY "ARQUIVOS CONVERTIDOS : " WRK-TOT-ARQUIVOS.
           DISPLAY "DIVERGENCIAS         : " WRK-TOT-DIVERGE.
           IF WRK-TOT-DIVERGE EQUAL 0
              DISPLAY "TROCAR OS .NOVO PELOS ORIGINAIS E LIBERAR"
           ELSE
              DISPLAY "NAO TROCAR NADA ANTES DE CONFERIR AS"
                      " DIVERGENCIAS"
              MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM REORGCON.
