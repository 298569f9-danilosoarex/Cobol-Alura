       PROCESSAR     SECTION.
           ADD 1 TO WRK-TOTLIDOS.

      *  AS OPERACOES 'C' (CONSULTA SEM MASCARA) E 'D' (DEVOLUCAO DE
      *  E-MAIL) NAO ALTERAM O CADASTRO E NAO SAO CANDIDATAS A
      *  REAPLICACAO
           IF LOG-DATAHORA > WRK-MARCO-BACKUP
              AND LOG-OPERACAO NOT EQUAL 'C'
              AND LOG-OPERACAO NOT EQUAL 'D'
              ADD 1 TO WRK-TOTCANDIDATOS
              EVALUATE LOG-OPERACAO
                  WHEN 'I'
                      PERFORM REAPLICAR-EXCLUSAO
                  WHEN 'P'
                      PERFORM REAPLICAR-PURGA
                  WHEN 'L'
                      PERFORM REAPLICAR-LOCALIDADE
                  WHEN OTHER
                      ADD 1 TO WRK-TOTNAOAPLICADOS
                      DISPLAY "NAO APLICADO " LOG-ID
              END-IF
           END-IF.

      *------------------- REAPLICA A CIDADE/UF DA CARGA DE CEPS -------*
       REAPLICAR-LOCALIDADE     SECTION.
           MOVE LOG-ID TO ARQCRM-ID.
           READ ARQCRM KEY IS ARQCRM-CHAVE.
           IF ARQCRM-FS NOT EQUAL 00
              ADD 1 TO WRK-TOTNAOAPLICADOS
              DISPLAY "NAO APLICADO " LOG-ID " REGISTRO AUSENTE"
           ELSE
              MOVE LOG-NOME-DEPOIS (1:20) TO ARQCRM-END-CIDADE
              MOVE LOG-NOME-DEPOIS (21:2) TO ARQCRM-END-UF
              REWRITE ARQCRM-REGISTRO
              IF ARQCRM-FS EQUAL 00
                 ADD 1 TO WRK-TOTAPLICADOS
              ELSE
                 ADD 1 TO WRK-TOTNAOAPLICADOS
                 DISPLAY "NAO APLICADO " LOG-ID " LOCALIDADE STATUS "
                         ARQCRM-FS
              END-IF
           END-IF.

       FINALIZAR     SECTION.
           DISPLAY " ".
           DISPLAY "TOTAL LIDO DO LOG   : " WRK-TOTLIDOS.
