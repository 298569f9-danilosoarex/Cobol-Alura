       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDCONV.

      *----------------------------------------------------------------*
      *  CONVERSAO DO CREDENCIAIS.DAT: A CREDENCIAL PASSA A LEVAR A    *
      *  MATRICULA DO FUNCIONARIO DONO DO USUARIO E A SITUACAO (ATIVA, *
      *  SUSPENSA NO AFASTAMENTO OU REVOGADA NO DESLIGAMENTO), NO FIM  *
      *  DO REGISTRO. TODA CREDENCIAL SAI ATIVA E SEM MATRICULA; O     *
      *  VINCULO E FEITO PELO RH NO 3-FUNCCAD E AS SEM VINCULO SAEM    *
      *  NO RELATORIO DO 3-CREDDIA.                                    *
      *                                                                *
      *  O ARQUIVO NOVO E GRAVADO EM CREDENCIAIS.DAT.NOVO, COM A       *
      *  CONTAGEM ANTES/DEPOIS COMO PROVA; O .NOVO ASSUME O LUGAR DO   *
      *  ORIGINAL NA TROCA, COMO NO REORGPED. RODAR COM O SISTEMA      *
      *  QUIETO.                                                       *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CRED-ANT ASSIGN TO "..\DADOS\CREDENCIAIS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CRED-ANT-FS
           RECORD KEY IS CREDA-USERID.

           SELECT CREDENCIAIS ASSIGN TO "..\DADOS\CREDENCIAIS.DAT.NOVO"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CREDENCIAIS-FS
           RECORD KEY IS CRED-USERID.

       DATA DIVISION.
       FILE SECTION.
      *       LEIAUTE ANTIGO: SO O USUARIO E A SENHA
       FD  CRED-ANT.
       01  CREDA-REGISTRO.
           05  CREDA-USERID       PIC X(10).
           05  CREDA-NIVEL        PIC X(01).
           05  CREDA-SETOR        PIC X(01).
           05  CREDA-SENHA-HASH   PIC 9(10).
           05  CREDA-DATA-TROCA   PIC 9(08).

       FD  CREDENCIAIS.
       01  CRED-REGISTRO.
           05  CRED-USERID        PIC X(10).
           05  CRED-NIVEL         PIC X(01).
           05  CRED-SETOR         PIC X(01).
           05  CRED-SENHA-HASH    PIC 9(10).
           05  CRED-DATA-TROCA    PIC 9(08).
           05  CRED-MATRICULA     PIC 9(06).
           05  CRED-SITUACAO      PIC X(01).
           05  CRED-DATA-SITUACAO PIC 9(08).

       WORKING-STORAGE     SECTION.
       01  CRED-ANT-FS         PIC 9(02) VALUE ZEROS.
       01  CREDENCIAIS-FS      PIC 9(02) VALUE ZEROS.

      *------------------- INTERLOCK COM O ONLINE ---------------------*
       01  WRK-FLG-OPERACAO    PIC X(01) VALUE SPACES.
       01  WRK-FLG-RESULTADO   PIC X(01) VALUE SPACES.

      *------------------- PROVA DE CONTAGEM --------------------------*
       01  WRK-NOME-ARQUIVO    PIC X(40) VALUE SPACES.
       01  WRK-LIDOS           PIC 9(07) VALUE 0.
       01  WRK-GRAVADOS        PIC 9(07) VALUE 0.
       01  WRK-TOT-ARQUIVOS    PIC 9(02) VALUE 0.
       01  WRK-TOT-DIVERGE     PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CONVERTER-CREDENCIAIS.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           DISPLAY "LIGACAO DAS CREDENCIAIS AOS FUNCIONARIOS".
           DISPLAY "----------------------------------------".

           MOVE 'A' TO WRK-FLG-OPERACAO.
           CALL "SISFLAG" USING WRK-FLG-OPERACAO WRK-FLG-RESULTADO.
           IF WRK-FLG-RESULTADO NOT EQUAL 'S'
              DISPLAY "SESSOES ONLINE ATIVAS - CONVERSAO ABORTADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *------------------- ARQUIVO NOVO, ATIVO E SEM VINCULO -----------*
       CONVERTER-CREDENCIAIS    SECTION.
           MOVE "CREDENCIAIS.DAT" TO WRK-NOME-ARQUIVO.
           MOVE 0 TO WRK-LIDOS WRK-GRAVADOS.

           OPEN INPUT CRED-ANT.
           IF CRED-ANT-FS NOT EQUAL ZEROS
              PERFORM PULAR-ARQUIVO
              GO TO CONVERTER-CREDENCIAIS-EXIT
           END-IF.
           OPEN OUTPUT CREDENCIAIS.

           READ CRED-ANT NEXT RECORD.
           PERFORM CONVERTER-UMA-CREDENCIAL
              UNTIL CRED-ANT-FS NOT EQUAL 00.
           CLOSE CRED-ANT.
           CLOSE CREDENCIAIS.

           DISPLAY "ARQUIVO                                  LIDOS"
                   "   GRAVADOS".
           PERFORM PROVAR-CONTAGEM.

       CONVERTER-CREDENCIAIS-EXIT.
           EXIT.

       CONVERTER-UMA-CREDENCIAL    SECTION.
           ADD 1 TO WRK-LIDOS.
           MOVE CREDA-USERID      TO CRED-USERID.
           MOVE CREDA-NIVEL       TO CRED-NIVEL.
           MOVE CREDA-SETOR       TO CRED-SETOR.
           MOVE CREDA-SENHA-HASH  TO CRED-SENHA-HASH.
           MOVE CREDA-DATA-TROCA  TO CRED-DATA-TROCA.
           MOVE ZEROS             TO CRED-MATRICULA.
           MOVE 'A'               TO CRED-SITUACAO.
           MOVE ZEROS             TO CRED-DATA-SITUACAO.

           WRITE CRED-REGISTRO.
           IF CREDENCIAIS-FS EQUAL 00
              ADD 1 TO WRK-GRAVADOS
           END-IF.
           READ CRED-ANT NEXT RECORD.

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

           DISPLAY "-------------------------------------".
           DISPLAY "ARQUIVOS CONVERTIDOS : " WRK-TOT-ARQUIVOS.
           DISPLAY "DIVERGENCIAS         : " WRK-TOT-DIVERGE.
           IF WRK-TOT-DIVERGE EQUAL 0
              DISPLAY "TROCAR O .NOVO PELO ORIGINAL E LIBERAR; DEPOIS"
                      " VINCULAR OS USUARIOS NO 3-FUNCCAD"
           ELSE
              DISPLAY "NAO TROCAR NADA ANTES DE CONFERIR AS"
                      " DIVERGENCIAS"
              MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM CREDCONV.
