           05 WS-PM-UNIDADE         PIC X(03).
           05 WS-PM-CLASSE-ABC      PIC X(01).
           05 WS-PM-BARRAS          PIC X(20).
           05 WS-PM-NCM             PIC X(08).
           05 WS-PM-CFOP            PIC 9(04).
           05 WS-PM-ALIQ-ICMS       PIC 9(02)V99.
      *       CLASSIFICACAO FISCAL DO ITEM NO DOCUMENTO (11-DOCFIS);
      *       CFOP ZERO = 5102

       WORKING-STORAGE SECTION.
       01 WS-FS-MESTRE             PIC 9(02) VALUE ZEROS.
       LISTAR-UM    SECTION.
           ADD 1 TO WS-TOT-LISTADOS.
           DISPLAY WS-PM-CODIGO " " WS-PM-DESCRICAO
                   " " WS-PM-UNIDADE " ABC " WS-PM-CLASSE-ABC
                   " NCM " WS-PM-NCM " CFOP " WS-PM-CFOP.
           READ PRODMESTRE NEXT RECORD.

       MANTER    SECTION.
              ACCEPT WS-PM-CLASSE-ABC.
           DISPLAY "CODIGO DE BARRAS     : ".
              ACCEPT WS-PM-BARRAS.
           DISPLAY "NCM (8 DIGITOS)      : ".
              ACCEPT WS-PM-NCM.
           DISPLAY "CFOP (0 = 5102)      : ".
              ACCEPT WS-PM-CFOP.
           DISPLAY "ALIQUOTA ICMS (%)    : ".
              ACCEPT WS-PM-ALIQ-ICMS.

           MOVE WS-CODIGO TO WS-PM-CODIGO.
           IF WS-EXISTE EQUAL 'S'
