       01  WRK-TOTREJEITADOS PIC 9(05) VALUE 0.
       01  WRK-MOTIVO-SUSP   PIC 9(02) VALUE 0.

      *------------------- COFRE DE CPF E CNPJ ------------------------*
       COPY  "#COFRE-PARM".

      *------------------- VALIDACAO DE CPF (MOD-11) -------------------*
       01  WRK-CPF-NUM             PIC 9(11).
       01  WRK-CPF-TAB REDEFINES WRK-CPF-NUM.
           MOVE 'F'   TO WRK-ARQCRM-TIPO-PESSOA.
           MOVE ZEROS TO WRK-ARQCRM-CNPJ.

      *    O ARQCRM SO GUARDA O TOKEN; O CPF VAI PARA O COFRE
           MOVE 'T'            TO CFR-OPERACAO.
           MOVE 'F'            TO CFR-TIPO.
           MOVE WRK-ARQCRM-CPF TO CFR-DOCUMENTO.
           MOVE "CADLOTE"      TO CFR-PROGRAMA.
           MOVE "CADLOTE"      TO CFR-USUARIO.
           MOVE WRK-ARQCRM-ID  TO CFR-CLIENTE-ID.
           CALL "COFRECRM" USING CFR-PARAMETROS.
           IF NOT CFR-OK
              DISPLAY "REGISTRO " LOTE-ID " REJEITADO - COFRE "
                      "INDISPONIVEL"
              MOVE 05 TO WRK-MOTIVO-SUSP
              PERFORM SUSPENDER-REGISTRO
              GO TO PROCESSAR-EXIT
           END-IF.
           MOVE CFR-TOKEN TO WRK-ARQCRM-CPF.

           MOVE WRK-ARQCRM-REGISTRO TO ARQCRM-REGISTRO.

           WRITE ARQCRM-REGISTRO.
