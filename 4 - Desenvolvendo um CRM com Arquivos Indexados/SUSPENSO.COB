       01  WRK-SIS-OPER     PIC X(01) VALUE 'C'.
       01  WRK-SIS-RES      PIC X(01) VALUE SPACES.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
       COPY  "#COFRE-PARM".

       LINKAGE SECTION.
       01  LK-USUARIO       PIC X(10).

           MOVE 'F'    TO WRK-ARQCRM-TIPO-PESSOA.
           MOVE ZEROS  TO WRK-ARQCRM-CNPJ.

      *    O ARQCRM SO GUARDA O TOKEN; O CPF VAI PARA O COFRE
           MOVE 'T'            TO CFR-OPERACAO.
           MOVE 'F'            TO CFR-TIPO.
           MOVE WRK-ARQCRM-CPF TO CFR-DOCUMENTO.
           MOVE "SUSPENSO"     TO CFR-PROGRAMA.
           MOVE LK-USUARIO     TO CFR-USUARIO.
           MOVE WRK-ARQCRM-ID  TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.
           IF NOT CFR-OK
              DISPLAY "COFRE DE DOCUMENTOS INDISPONIVEL - NAO REENVIADO"
                                                 LINE 20 COLUMN 01
              GO TO REENVIAR-REGISTRO-EXIT
           END-IF.
           MOVE CFR-TOKEN TO WRK-ARQCRM-CPF.

           MOVE WRK-ARQCRM-REGISTRO TO ARQCRM-REGISTRO.

           WRITE ARQCRM-REGISTRO.
