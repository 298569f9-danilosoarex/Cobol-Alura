           05  CRED-SETOR         PIC X(01).
           05  CRED-SENHA-HASH    PIC 9(10).
           05  CRED-DATA-TROCA    PIC 9(08).
           05  CRED-MATRICULA     PIC 9(06).
           05  CRED-SITUACAO      PIC X(01).
           05  CRED-DATA-SITUACAO PIC 9(08).

       WORKING-STORAGE     SECTION.
       01  AUTORIZA-FS       PIC 9(02) VALUE ZEROS.
           READ CREDENCIAIS.
           IF CREDENCIAIS-FS NOT EQUAL 00
              OR CRED-NIVEL NOT EQUAL 'A'
              OR CRED-SITUACAO EQUAL 'R' OR CRED-SITUACAO EQUAL 'S'
              OR CRED-SITUACAO EQUAL 'I'
              DISPLAY "SOMENTE SUPERVISOR (NIVEL A) ALTERA A MATRIZ"
                                                LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA             LINE 02 COLUMN 01
