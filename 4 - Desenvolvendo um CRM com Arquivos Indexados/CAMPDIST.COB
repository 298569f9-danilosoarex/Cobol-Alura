           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE
           ALTERNATE RECORD KEY IS CONTATO-DATA
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS CONTATO-PROX-ACAO
           WITH DUPLICATES.

           SELECT LISTA-ALVOS ASSIGN TO WRK-ARQ-ALVOS
           ORGANIZATION  IS  LINE SEQUENTIAL
           05  CRED-SETOR         PIC X(01).
           05  CRED-SENHA-HASH    PIC 9(10).
           05  CRED-DATA-TROCA    PIC 9(08).
           05  CRED-MATRICULA     PIC 9(06).
           05  CRED-SITUACAO      PIC X(01).
           05  CRED-DATA-SITUACAO PIC 9(08).

       FD  ARQCONTATO.
       COPY  "#CONTATO".
       CARREGAR-OPERADORES-EXIT.
           EXIT.

      *    CREDENCIAL SUSPENSA, REVOGADA OU INATIVADA POR FALTA DE USO
      *    NAO RECEBE FATIA DA LISTA
       GUARDAR-UM-OPERADOR     SECTION.
           IF (WRK-SETOR EQUAL SPACES
              OR CRED-SETOR EQUAL WRK-SETOR)
              AND CRED-SITUACAO NOT EQUAL 'R'
              AND CRED-SITUACAO NOT EQUAL 'S'
              AND CRED-SITUACAO NOT EQUAL 'I'
              AND WRK-OPER-ITENS < 50
              ADD 1 TO WRK-OPER-ITENS
              MOVE CRED-USERID TO WRK-OPER-ID (WRK-OPER-ITENS)
           MOVE 'S'             TO CONTATO-PENDENTE.

           WRITE CONTATO-REGISTRO.
           IF ARQCONTATO-FS EQUAL 00 OR 02
              ADD 1 TO WRK-TOTDISTRIB
              ADD 1 TO WRK-OPER-QTD (WRK-OPER-VEZ)
           END-IF.
              AND CONTATO-CAMPANHA EQUAL WRK-CODIGO
              MOVE WRK-OPER-DESTINO TO CONTATO-OPERADOR
              REWRITE CONTATO-REGISTRO
              IF ARQCONTATO-FS EQUAL 00 OR 02
                 ADD 1 TO WRK-TOTREMANEJADOS
              END-IF
           END-IF.
