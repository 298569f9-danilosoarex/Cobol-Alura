       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTCRM.

      *----------------------------------------------------------------*
      *  RECERTIFICACAO TRIMESTRAL DE ACESSOS. PARA CADA USUARIO DO    *
      *  CREDENCIAIS.DAT LISTA NIVEL, SETOR, AS OPCOES DE MENU E OS    *
      *  PROGRAMAS DE LOTE QUE A MATRIZ AUTORIZA.DAT LHE LIBERA E A    *
      *  ULTIMA ENTRADA COM SUCESSO NO ACESSOLOG.DAT.                  *
      *  CREDENCIAL ATIVA SEM ENTRADA HA MAIS DE ACESSO-DIAS DIAS E    *
      *  INATIVADA (SITUACAO I), COM REGISTRO NO ACESSOLOG.            *
      *  CADA USUARIO NAO REVOGADO GANHA UM ITEM NO RECERT.DAT PARA O  *
      *  SUPERVISOR DO SETOR CONFIRMAR OU REVOGAR (RECERTSUP). ITEM    *
      *  PENDENTE HA MAIS DE ACESSO-ESCALA DIAS E ESCALADO.            *
      *  PODE SER REPETIDO NO TRIMESTRE: NAO DUPLICA ITENS, NAO MEXE   *
      *  NOS JA DECIDIDOS E SO ESCALA O QUE AINDA NAO FOI ESCALADO.    *
      *----------------------------------------------------------------*
       ENVIRONMENT    DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CREDENCIAIS ASSIGN TO "..\DADOS\CREDENCIAIS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CREDENCIAIS-FS
           RECORD KEY IS CRED-USERID.

           SELECT AUTORIZA ASSIGN TO "..\DADOS\AUTORIZA.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUTORIZA-FS
           RECORD KEY IS AUT-CHAVE.

           SELECT ACESSOLOG ASSIGN TO "..\DADOS\ACESSOLOG.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS ACESSOLOG-FS.

           SELECT RECERT ASSIGN TO "..\DADOS\RECERT.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RECERT-FS
           RECORD KEY IS RECERT-CHAVE.

           SELECT PARAMETROS ASSIGN TO "..\DADOS\PARAMETROS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS PARAMETROS-FS
           RECORD KEY IS PARAM-CHAVE.

           SELECT DATACTL ASSIGN TO "..\DADOS\DATAPROC.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS DATACTL-FS.

           SELECT RELATORIO ASSIGN TO "..\DADOS\RECERT.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS RELATORIO-FS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUTORIZA.
       COPY  "#AUTORIZA".

       FD  ACESSOLOG.
       01  ACESSO-REGISTRO.
           05  ACESSO-DATAHORA    PIC X(14).
           05  ACESSO-USERID      PIC X(10).
           05  ACESSO-NIVEL       PIC X(01).
           05  ACESSO-SETOR       PIC X(01).
           05  ACESSO-RESULTADO   PIC X(01).
           05  ACESSO-CREDENCIAL  PIC X(16).

       FD  RECERT.
       COPY  "#RECERT".

       FD  PARAMETROS.
       COPY  "#CRM-PARAM".

       FD  DATACTL.
       01  DATACTL-REGISTRO    PIC 9(08).

       FD  RELATORIO.
       01  REL-LINHA           PIC X(132).

       WORKING-STORAGE     SECTION.
       01  CREDENCIAIS-FS      PIC 9(02) VALUE ZEROS.
       01  AUTORIZA-FS         PIC 9(02) VALUE ZEROS.
       01  ACESSOLOG-FS        PIC 9(02) VALUE ZEROS.
       01  RECERT-FS           PIC 9(02) VALUE ZEROS.
       01  PARAMETROS-FS       PIC 9(02) VALUE ZEROS.
       01  DATACTL-FS          PIC 9(02) VALUE ZEROS.
       01  RELATORIO-FS        PIC 9(02) VALUE ZEROS.

      *------------------- VARIAVEIS DE APOIO -------------------------*
       01  WRK-DATA-HOJE       PIC 9(08) VALUE 0.
       01  WRK-DATAHORA        PIC X(14) VALUE SPACES.
       01  WRK-INT-HOJE        PIC 9(07) COMP VALUE 0.
       01  WRK-INT-REF         PIC 9(07) COMP VALUE 0.
       01  WRK-DIAS-LIMITE     PIC 9(03) COMP VALUE 90.
       01  WRK-DIAS-ESCALA     PIC 9(03) COMP VALUE 15.
       01  WRK-DIAS-SEM-USO    PIC 9(05) COMP VALUE 0.
       01  WRK-DIAS-PENDENTE   PIC 9(05) COMP VALUE 0.
       01  WRK-DIAS-EDIT       PIC ZZZZ9.
       01  WRK-CICLO           PIC 9(05) VALUE 0.
       01  WRK-TRIMESTRE       PIC 9(01) VALUE 0.
       01  WRK-DATA-REF        PIC 9(08) VALUE 0.
       01  WRK-ULTIMO-ACESSO   PIC 9(08) VALUE 0.
       01  WRK-INATIVOU        PIC X(01) VALUE 'N'.
       01  WRK-SITUACAO-REL    PIC X(08) VALUE SPACES.
       01  WRK-ACESSO-REL      PIC X(08) VALUE SPACES.
       01  WRK-TEM-MATRIZ      PIC X(01) VALUE 'N'.

      *------------------- ULTIMA ENTRADA DE CADA USUARIO -------------*
      *  SO CONTA O 'S' (ENTRADA CONCEDIDA) DO MENU-CRM E DO          *
      *  CREDENCIAL                                                   *
       01  WRK-ULT-TAB.
           05  WRK-ULT OCCURS 500 TIMES.
               10  WRK-ULT-USERID  PIC X(10).
               10  WRK-ULT-DATA    PIC 9(08).
       01  WRK-ULT-ITENS       PIC 9(03) COMP VALUE 0.
       01  WRK-ULT-IDX         PIC 9(03) COMP VALUE 0.
       01  WRK-ULT-ACHADO      PIC 9(03) COMP VALUE 0.
       01  WRK-ULT-ESTOURO     PIC X(01) VALUE 'N'.
       01  WRK-USERID-BUSCA    PIC X(10) VALUE SPACES.

      *------------------- MATRIZ DE AUTORIZACAO EM MEMORIA -----------*
       01  WRK-MAT-TAB.
           05  WRK-MAT OCCURS 200 TIMES.
               10  WRK-MAT-RECURSO PIC X(14).
               10  WRK-MAT-NIVEL   PIC X(01).
               10  WRK-MAT-SETOR   PIC X(01).
               10  WRK-MAT-DESCR   PIC X(30).
       01  WRK-MAT-ITENS       PIC 9(03) COMP VALUE 0.
       01  WRK-MAT-IDX         PIC 9(03) COMP VALUE 0.
       01  WRK-MAT-LIBERADOS   PIC 9(03) COMP VALUE 0.

      *------------------- TOTAIS -------------------------------------*
       01  WRK-TOTLIDOS        PIC 9(05) VALUE 0.
       01  WRK-TOTREVOGADOS    PIC 9(05) VALUE 0.
       01  WRK-TOTINATIVADOS   PIC 9(05) VALUE 0.
       01  WRK-TOTNOVOS        PIC 9(05) VALUE 0.
       01  WRK-TOTPENDENTES    PIC 9(05) VALUE 0.
       01  WRK-TOTESCALADOS    PIC 9(05) VALUE 0.
       01  WRK-TOTERROS        PIC 9(05) VALUE 0.

      *------------------- AUTORIZACAO DE EXECUCAO --------------------*
      *  PROGRAMA SENSIVEL: INATIVA CREDENCIAIS                       *
       01  WRK-AUT-RECURSO     PIC X(14) VALUE "RECERTCRM".
       01  WRK-AUT-USUARIO     PIC X(10) VALUE SPACES.
       01  WRK-AUT-RESULTADO   PIC X(01) VALUE SPACES.

      *------------------- REGISTRO NO SPOOL DE RELATORIOS ------------*
       01  WRK-SPOOL-NOME      PIC X(10) VALUE "RECERTCRM".
       01  WRK-SPOOL-SOLIC     PIC X(10) VALUE SPACES.
       01  WRK-SPOOL-ARQ       PIC X(60) VALUE
           "..\DADOS\RECERT.TXT".
       01  WRK-SPOOL-LINHAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIAR.
           PERFORM CARREGAR-ULTIMOS-ACESSOS.
           PERFORM CARREGAR-MATRIZ.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSAR UNTIL CREDENCIAIS-FS NOT EQUAL ZEROS.
           PERFORM ESCALAR-PENDENTES.
           PERFORM FINALIZAR.

           GOBACK.

       INICIAR    SECTION.
           DISPLAY "OPERADOR RESPONSAVEL PELA RECERTIFICACAO: ".
           ACCEPT WRK-AUT-USUARIO.
           CALL "AUTCHK" USING WRK-AUT-RECURSO WRK-AUT-USUARIO
                               WRK-AUT-RESULTADO.
           IF WRK-AUT-RESULTADO NOT EQUAL 'S'
              DISPLAY "OPERADOR SEM AUTORIZACAO PARA O RECERTCRM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WRK-AUT-USUARIO TO WRK-SPOOL-SOLIC.

           PERFORM LER-PARAMETROS.
           PERFORM LER-DATA-PROCESSO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATAHORA.
           COMPUTE WRK-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           COMPUTE WRK-TRIMESTRE =
                   (FUNCTION NUMVAL (WRK-DATA-HOJE (5:2)) + 2) / 3.
           COMPUTE WRK-CICLO =
                   FUNCTION NUMVAL (WRK-DATA-HOJE (1:4)) * 10
                 + WRK-TRIMESTRE.

           DISPLAY "RECERTIFICACAO DE ACESSOS - CICLO " WRK-CICLO.
           DISPLAY "---------------------------------------".

      *------------------- ULTIMA ENTRADA POR USUARIO -----------------*
       CARREGAR-ULTIMOS-ACESSOS    SECTION.
           OPEN INPUT ACESSOLOG.
           IF ACESSOLOG-FS NOT EQUAL ZEROS
              DISPLAY "SEM ACESSOLOG.DAT - NENHUMA ENTRADA REGISTRADA"
              GO TO CARREGAR-ULTIMOS-ACESSOS-EXIT
           END-IF.

           READ ACESSOLOG.
           PERFORM GUARDAR-ACESSO
              UNTIL ACESSOLOG-FS NOT EQUAL ZEROS.
           CLOSE ACESSOLOG.

       CARREGAR-ULTIMOS-ACESSOS-EXIT.
           EXIT.

       GUARDAR-ACESSO    SECTION.
           IF ACESSO-RESULTADO NOT EQUAL 'S'
              OR ACESSO-DATAHORA (1:8) NOT NUMERIC
              GO TO GUARDAR-ACESSO-EXIT
           END-IF.

           MOVE ACESSO-USERID TO WRK-USERID-BUSCA.
           PERFORM LOCALIZAR-ULTIMO.
           IF WRK-ULT-ACHADO EQUAL 0
              IF WRK-ULT-ITENS < 500
                 ADD 1 TO WRK-ULT-ITENS
                 MOVE WRK-ULT-ITENS TO WRK-ULT-ACHADO
                 MOVE ACESSO-USERID TO WRK-ULT-USERID (WRK-ULT-ACHADO)
                 MOVE ZEROS         TO WRK-ULT-DATA (WRK-ULT-ACHADO)
              ELSE
                 IF WRK-ULT-ESTOURO NOT EQUAL 'S'
                    DISPLAY "MAIS DE 500 USUARIOS NO ACESSOLOG - "
                            "AMPLIE A TABELA"
                    MOVE 'S' TO WRK-ULT-ESTOURO
                 END-IF
                 GO TO GUARDAR-ACESSO-EXIT
              END-IF
           END-IF.

           IF ACESSO-DATAHORA (1:8) > WRK-ULT-DATA (WRK-ULT-ACHADO)
              MOVE ACESSO-DATAHORA (1:8)
                TO WRK-ULT-DATA (WRK-ULT-ACHADO)
           END-IF.

       GUARDAR-ACESSO-EXIT.
           READ ACESSOLOG.

       LOCALIZAR-ULTIMO    SECTION.
           MOVE 0 TO WRK-ULT-IDX.
           MOVE 0 TO WRK-ULT-ACHADO.
           PERFORM PROCURAR-ULTIMO
              UNTIL WRK-ULT-IDX EQUAL WRK-ULT-ITENS
                 OR WRK-ULT-ACHADO NOT EQUAL 0.

       PROCURAR-ULTIMO    SECTION.
           ADD 1 TO WRK-ULT-IDX.
           IF WRK-ULT-USERID (WRK-ULT-IDX) EQUAL WRK-USERID-BUSCA
              MOVE WRK-ULT-IDX TO WRK-ULT-ACHADO
           END-IF.

      *------------------- MATRIZ DE AUTORIZACAO ----------------------*
      *  SEM MATRIZ INSTALADA TUDO E LIBERADO (VER AUTCHK)            *
       CARREGAR-MATRIZ    SECTION.
           OPEN INPUT AUTORIZA.
           IF AUTORIZA-FS NOT EQUAL ZEROS
              DISPLAY "SEM AUTORIZA.DAT - TODOS OS RECURSOS LIBERADOS"
              GO TO CARREGAR-MATRIZ-EXIT
           END-IF.
           MOVE 'S' TO WRK-TEM-MATRIZ.

           READ AUTORIZA NEXT RECORD.
           PERFORM GUARDAR-REGRA
              UNTIL AUTORIZA-FS NOT EQUAL ZEROS.
           CLOSE AUTORIZA.

       CARREGAR-MATRIZ-EXIT.
           EXIT.

       GUARDAR-REGRA    SECTION.
           IF WRK-MAT-ITENS < 200
              ADD 1 TO WRK-MAT-ITENS
              MOVE AUT-RECURSO       TO WRK-MAT-RECURSO (WRK-MAT-ITENS)
              MOVE AUT-NIVEL-EXIGIDO TO WRK-MAT-NIVEL (WRK-MAT-ITENS)
              MOVE AUT-SETOR-EXIGIDO TO WRK-MAT-SETOR (WRK-MAT-ITENS)
              MOVE AUT-DESCRICAO     TO WRK-MAT-DESCR (WRK-MAT-ITENS)
           ELSE
              DISPLAY "MATRIZ MAIOR QUE 200 REGRAS - AMPLIE A TABELA"
              MOVE 10 TO AUTORIZA-FS
           END-IF.
           READ AUTORIZA NEXT RECORD.

       ABRIR-ARQUIVOS    SECTION.
           OPEN I-O CREDENCIAIS.
           IF CREDENCIAIS-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS CREDENCIAIS "
                      CREDENCIAIS-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O RECERT.
           IF RECERT-FS EQUAL 35
              CLOSE RECERT
              OPEN OUTPUT RECERT
              CLOSE RECERT
              OPEN I-O RECERT
           END-IF.
           IF RECERT-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO RECERT " RECERT-FS
              CLOSE CREDENCIAIS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND ACESSOLOG.
           IF ACESSOLOG-FS EQUAL 35
              OPEN OUTPUT ACESSOLOG
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF RELATORIO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO RELATORIO " RELATORIO-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "========== RECERTIFICACAO DE ACESSOS =========="
             TO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-DIAS-LIMITE TO WRK-DIAS-EDIT.
           STRING "CICLO " WRK-CICLO "  DATA " WRK-DATA-HOJE
                  "  INATIVA SEM ENTRADA HA MAIS DE " WRK-DIAS-EDIT
                  " DIAS"
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           IF WRK-TEM-MATRIZ EQUAL 'S'
              MOVE "RECURSO SEM REGRA NA MATRIZ E LIBERADO A TODOS;"
                TO REL-LINHA
              PERFORM GRAVAR-LINHA
              MOVE "ABAIXO DE CADA USUARIO, OS RECURSOS COM REGRA QUE"
                TO REL-LINHA
              MOVE " ELE ATENDE" TO REL-LINHA (51:11)
           ELSE
              MOVE "SEM MATRIZ DE AUTORIZACAO: TODO RECURSO LIBERADO"
                TO REL-LINHA
              MOVE " A QUALQUER OPERADOR AUTENTICADO"
                TO REL-LINHA (49:33)
           END-IF.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "USUARIO    NV ST MATRIC SITUACAO ULT.ENTR DIAS"
             TO REL-LINHA.
           PERFORM GRAVAR-LINHA.

           MOVE LOW-VALUES TO CRED-USERID.
           START CREDENCIAIS KEY IS NOT LESS THAN CRED-USERID.
           IF CREDENCIAIS-FS EQUAL ZEROS
              READ CREDENCIAIS NEXT RECORD
           END-IF.

      *------------------- UM USUARIO ---------------------------------*
       PROCESSAR     SECTION.
           ADD 1 TO WRK-TOTLIDOS.
           IF CRED-MATRICULA NOT NUMERIC
              MOVE ZEROS TO CRED-MATRICULA
           END-IF.
           IF CRED-DATA-TROCA NOT NUMERIC
              MOVE ZEROS TO CRED-DATA-TROCA
           END-IF.
           IF CRED-DATA-SITUACAO NOT NUMERIC
              MOVE ZEROS TO CRED-DATA-SITUACAO
           END-IF.

      *    REVOGADA NAO TEM O QUE RECERTIFICAR
           IF CRED-SITUACAO EQUAL 'R'
              ADD 1 TO WRK-TOTREVOGADOS
              GO TO PROCESSAR-FIM
           END-IF.

           MOVE CRED-USERID TO WRK-USERID-BUSCA.
           PERFORM LOCALIZAR-ULTIMO.
           IF WRK-ULT-ACHADO EQUAL 0
              MOVE ZEROS TO WRK-ULTIMO-ACESSO
           ELSE
              MOVE WRK-ULT-DATA (WRK-ULT-ACHADO) TO WRK-ULTIMO-ACESSO
           END-IF.

           MOVE 'N' TO WRK-INATIVOU.
           PERFORM CONFERIR-USO.
           PERFORM LISTAR-USUARIO.
           PERFORM GRAVAR-ITEM-REVISAO.

       PROCESSAR-FIM.
           READ CREDENCIAIS NEXT RECORD.

      *------------------- CREDENCIAL PARADA E INATIVADA --------------*
      *  CONTA DA ULTIMA ENTRADA; SEM ENTRADA NO LOG, DA ULTIMA TROCA *
      *  DE SENHA OU DA ULTIMA MUDANCA DE SITUACAO (REATIVACAO PELO   *
      *  SUPERVISOR), O QUE FOR MAIS RECENTE                          *
       CONFERIR-USO    SECTION.
           MOVE WRK-ULTIMO-ACESSO TO WRK-DATA-REF.
           IF CRED-DATA-TROCA > WRK-DATA-REF
              MOVE CRED-DATA-TROCA TO WRK-DATA-REF
           END-IF.
           IF CRED-DATA-SITUACAO > WRK-DATA-REF
              MOVE CRED-DATA-SITUACAO TO WRK-DATA-REF
           END-IF.

           IF WRK-DATA-REF EQUAL ZEROS
              MOVE 99999 TO WRK-DIAS-SEM-USO
           ELSE
              COMPUTE WRK-INT-REF =
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-REF)
              IF WRK-INT-REF > WRK-INT-HOJE
                 MOVE 0 TO WRK-DIAS-SEM-USO
              ELSE
                 COMPUTE WRK-DIAS-SEM-USO = WRK-INT-HOJE - WRK-INT-REF
              END-IF
           END-IF.

           IF CRED-SITUACAO NOT EQUAL SPACE
              AND CRED-SITUACAO NOT EQUAL 'A'
              GO TO CONFERIR-USO-EXIT
           END-IF.
           IF WRK-DIAS-SEM-USO NOT > WRK-DIAS-LIMITE
              GO TO CONFERIR-USO-EXIT
           END-IF.

           MOVE 'I'           TO CRED-SITUACAO.
           MOVE WRK-DATA-HOJE TO CRED-DATA-SITUACAO.
           REWRITE CRED-REGISTRO.
           IF CREDENCIAIS-FS NOT EQUAL ZEROS
              DISPLAY "ERRO AO INATIVAR " CRED-USERID
                      " STATUS " CREDENCIAIS-FS
              ADD 1 TO WRK-TOTERROS
              MOVE ZEROS TO CREDENCIAIS-FS
              GO TO CONFERIR-USO-EXIT
           END-IF.
           MOVE 'S' TO WRK-INATIVOU.
           ADD 1 TO WRK-TOTINATIVADOS.
           PERFORM REGISTRAR-ACESSOLOG.
           DISPLAY "USUARIO " CRED-USERID " INATIVADO POR FALTA DE USO".

       CONFERIR-USO-EXIT.
           EXIT.

      *------------------- I NO LOG DE ACESSO (VER MENU-CRM) ----------*
       REGISTRAR-ACESSOLOG    SECTION.
           IF ACESSOLOG-FS NOT EQUAL ZEROS
              GO TO REGISTRAR-ACESSOLOG-EXIT
           END-IF.
           MOVE WRK-DATAHORA     TO ACESSO-DATAHORA.
           MOVE CRED-USERID      TO ACESSO-USERID.
           MOVE CRED-NIVEL       TO ACESSO-NIVEL.
           MOVE CRED-SETOR       TO ACESSO-SETOR.
           MOVE 'I'              TO ACESSO-RESULTADO.
           MOVE "RECERTCRM"      TO ACESSO-CREDENCIAL.
           WRITE ACESSO-REGISTRO.

       REGISTRAR-ACESSOLOG-EXIT.
           EXIT.

      *------------------- BLOCO DO USUARIO NO RELATORIO --------------*
       LISTAR-USUARIO    SECTION.
           EVALUATE CRED-SITUACAO
               WHEN 'S'
                   MOVE "SUSPENSA" TO WRK-SITUACAO-REL
               WHEN 'I'
                   MOVE "INATIVA"  TO WRK-SITUACAO-REL
               WHEN OTHER
                   MOVE "ATIVA"    TO WRK-SITUACAO-REL
           END-EVALUATE.
           IF WRK-ULTIMO-ACESSO EQUAL ZEROS
              MOVE "NUNCA"           TO WRK-ACESSO-REL
           ELSE
              MOVE WRK-ULTIMO-ACESSO TO WRK-ACESSO-REL
           END-IF.
           MOVE WRK-DIAS-SEM-USO TO WRK-DIAS-EDIT.

           MOVE SPACES TO REL-LINHA.
           STRING CRED-USERID " " CRED-NIVEL "  " CRED-SETOR "  "
                  CRED-MATRICULA " " WRK-SITUACAO-REL " "
                  WRK-ACESSO-REL " " WRK-DIAS-EDIT
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF WRK-INATIVOU EQUAL 'S'
              MOVE "<- INATIVADA NESTA PASSADA" TO REL-LINHA (55:26)
           END-IF.
           PERFORM GRAVAR-LINHA.

           MOVE 0 TO WRK-MAT-LIBERADOS.
           MOVE 0 TO WRK-MAT-IDX.
           PERFORM LISTAR-RECURSO
              UNTIL WRK-MAT-IDX EQUAL WRK-MAT-ITENS.
           IF WRK-MAT-LIBERADOS EQUAL 0
              AND WRK-TEM-MATRIZ EQUAL 'S'
              MOVE "             (SO OS RECURSOS SEM REGRA)"
                TO REL-LINHA
              PERFORM GRAVAR-LINHA
           END-IF.

      *    A MESMA CONTA DO AUTCHK: NIVEL E SETOR EM BRANCO NA REGRA
      *    VALEM PARA QUALQUER UM
       LISTAR-RECURSO    SECTION.
           ADD 1 TO WRK-MAT-IDX.
           IF (WRK-MAT-NIVEL (WRK-MAT-IDX) EQUAL SPACE
               OR WRK-MAT-NIVEL (WRK-MAT-IDX) EQUAL CRED-NIVEL)
              AND (WRK-MAT-SETOR (WRK-MAT-IDX) EQUAL SPACE
               OR WRK-MAT-SETOR (WRK-MAT-IDX) EQUAL CRED-SETOR)
              ADD 1 TO WRK-MAT-LIBERADOS
              MOVE SPACES TO REL-LINHA
              STRING "             " WRK-MAT-RECURSO (WRK-MAT-IDX)
                     " " WRK-MAT-DESCR (WRK-MAT-IDX)
                     DELIMITED BY SIZE INTO REL-LINHA
              PERFORM GRAVAR-LINHA
           END-IF.

      *------------------- ITEM PARA O SUPERVISOR DO SETOR ------------*
       GRAVAR-ITEM-REVISAO    SECTION.
           MOVE WRK-CICLO   TO RECERT-CICLO.
           MOVE CRED-USERID TO RECERT-USERID.
           READ RECERT KEY IS RECERT-CHAVE.
           IF RECERT-FS EQUAL ZEROS
              IF RECERT-PENDENTE
                 PERFORM PREENCHER-ITEM
                 REWRITE RECERT-REGISTRO
              END-IF
              GO TO GRAVAR-ITEM-REVISAO-EXIT
           END-IF.

           INITIALIZE RECERT-REGISTRO.
           MOVE WRK-CICLO     TO RECERT-CICLO.
           MOVE CRED-USERID   TO RECERT-USERID.
           MOVE WRK-DATA-HOJE TO RECERT-ABERTURA.
           MOVE 'P'           TO RECERT-DECISAO.
           MOVE 'N'           TO RECERT-ESCALADA.
           MOVE 'N'           TO RECERT-INATIVADA.
           PERFORM PREENCHER-ITEM.
           WRITE RECERT-REGISTRO.
           IF RECERT-FS EQUAL ZEROS
              ADD 1 TO WRK-TOTNOVOS
           ELSE
              DISPLAY "ERRO AO GRAVAR O RECERT " RECERT-FS
              ADD 1 TO WRK-TOTERROS
           END-IF.

       GRAVAR-ITEM-REVISAO-EXIT.
           MOVE ZEROS TO RECERT-FS.

       PREENCHER-ITEM    SECTION.
           MOVE CRED-NIVEL        TO RECERT-NIVEL.
           MOVE CRED-SETOR        TO RECERT-SETOR.
           MOVE CRED-MATRICULA    TO RECERT-MATRICULA.
           MOVE CRED-SITUACAO     TO RECERT-SITUACAO-CRED.
           MOVE WRK-ULTIMO-ACESSO TO RECERT-ULTIMO-ACESSO.
           IF WRK-INATIVOU EQUAL 'S'
              MOVE 'S' TO RECERT-INATIVADA
           END-IF.

      *------------------- REVISAO SEM RESPOSTA -----------------------*
      *  TODOS OS CICLOS: PENDENTE ALEM DO PRAZO E ESCALADO UMA VEZ E *
      *  CONTINUA NA LISTA ATE ALGUM SUPERVISOR DECIDIR               *
       ESCALAR-PENDENTES    SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-DIAS-ESCALA TO WRK-DIAS-EDIT.
           MOVE SPACES TO REL-LINHA.
           STRING "---------- REVISOES SEM RESPOSTA HA MAIS DE "
                  WRK-DIAS-EDIT " DIAS (ESCALADAS)"
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "CICLO USUARIO    ST ABERTURA ESCALADA"
             TO REL-LINHA.
           PERFORM GRAVAR-LINHA.

           MOVE ZEROS  TO RECERT-CICLO.
           MOVE SPACES TO RECERT-USERID.
           START RECERT KEY IS NOT LESS THAN RECERT-CHAVE.
           IF RECERT-FS NOT EQUAL ZEROS
              GO TO ESCALAR-PENDENTES-EXIT
           END-IF.

           READ RECERT NEXT RECORD.
           PERFORM CONFERIR-PENDENTE
              UNTIL RECERT-FS NOT EQUAL ZEROS.

       ESCALAR-PENDENTES-EXIT.
           EXIT.

       CONFERIR-PENDENTE    SECTION.
           IF NOT RECERT-PENDENTE
              GO TO CONFERIR-PENDENTE-FIM
           END-IF.
           ADD 1 TO WRK-TOTPENDENTES.

           IF NOT RECERT-FOI-ESCALADA
              COMPUTE WRK-DIAS-PENDENTE = WRK-INT-HOJE -
                      FUNCTION INTEGER-OF-DATE (RECERT-ABERTURA)
              IF WRK-DIAS-PENDENTE NOT > WRK-DIAS-ESCALA
                 GO TO CONFERIR-PENDENTE-FIM
              END-IF
              MOVE 'S'           TO RECERT-ESCALADA
              MOVE WRK-DATA-HOJE TO RECERT-DATA-ESCALADA
              REWRITE RECERT-REGISTRO
              ADD 1 TO WRK-TOTESCALADOS
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING RECERT-CICLO " " RECERT-USERID " " RECERT-SETOR
                  "  " RECERT-ABERTURA " " RECERT-DATA-ESCALADA
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM GRAVAR-LINHA.

       CONFERIR-PENDENTE-FIM.
           READ RECERT NEXT RECORD.

       GRAVAR-LINHA    SECTION.
           WRITE REL-LINHA.
           ADD 1 TO WRK-SPOOL-LINHAS.

      *------------------- LE OS PARAMETROS DE OPERACAO ---------------*
      *  SEM O ARQUIVO OU SEM O CODIGO, VALE O PADRAO DO PROGRAMA      *
       LER-PARAMETROS    SECTION.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-FS NOT EQUAL ZEROS
              GO TO LER-PARAMETROS-EXIT
           END-IF.

           MOVE "ACESSO-DIAS" TO PARAM-CODIGO.
           READ PARAMETROS KEY IS PARAM-CHAVE.
           IF PARAMETROS-FS EQUAL ZEROS AND PARAM-VALOR > 0
              AND PARAM-VALOR NOT > 999
              MOVE PARAM-VALOR TO WRK-DIAS-LIMITE
           END-IF.

           MOVE "ACESSO-ESCALA" TO PARAM-CODIGO.
           READ PARAMETROS KEY IS PARAM-CHAVE.
           IF PARAMETROS-FS EQUAL ZEROS AND PARAM-VALOR > 0
              AND PARAM-VALOR NOT > 999
              MOVE PARAM-VALOR TO WRK-DIAS-ESCALA
           END-IF.

           CLOSE PARAMETROS.

       LER-PARAMETROS-EXIT.
           EXIT.

      *------------------- DATA DE PROCESSAMENTO DO LOTE --------------*
      *  SEM O ARQUIVO DE CONTROLE, VALE A DATA DA MAQUINA             *
       LER-DATA-PROCESSO    SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

           OPEN INPUT DATACTL.
           IF DATACTL-FS NOT EQUAL ZEROS
              GO TO LER-DATA-PROCESSO-EXIT
           END-IF.

           READ DATACTL.
           IF DATACTL-FS EQUAL ZEROS
              AND DATACTL-REGISTRO NUMERIC
              AND DATACTL-REGISTRO NOT EQUAL ZEROS
              MOVE DATACTL-REGISTRO TO WRK-DATA-HOJE
           END-IF.
           CLOSE DATACTL.

       LER-DATA-PROCESSO-EXIT.
           EXIT.

       FINALIZAR     SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "USUARIOS LIDOS ..........: " WRK-TOTLIDOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "REVOGADOS (FORA DA REVISAO): " WRK-TOTREVOGADOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "INATIVADOS NESTA PASSADA : " WRK-TOTINATIVADOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS DE REVISAO NOVOS ..: " WRK-TOTNOVOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "REVISOES PENDENTES ......: " WRK-TOTPENDENTES
                  "  ESCALADAS AGORA: " WRK-TOTESCALADOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM GRAVAR-LINHA.

           CLOSE CREDENCIAIS.
           CLOSE RECERT.
           CLOSE ACESSOLOG.
           CLOSE RELATORIO.

           CALL "SPOOLREG" USING WRK-SPOOL-NOME WRK-SPOOL-SOLIC
                                 WRK-SPOOL-ARQ WRK-SPOOL-LINHAS.

           DISPLAY "USUARIOS LIDOS     : " WRK-TOTLIDOS.
           DISPLAY "INATIVADOS         : " WRK-TOTINATIVADOS.
           DISPLAY "ITENS NOVOS        : " WRK-TOTNOVOS.
           DISPLAY "PENDENTES          : " WRK-TOTPENDENTES.
           DISPLAY "ESCALADOS AGORA    : " WRK-TOTESCALADOS.
           DISPLAY "TOTAL COM ERRO     : " WRK-TOTERROS.
           DISPLAY "RELATORIO EM ..\DADOS\RECERT.TXT".
           IF WRK-TOTERROS NOT EQUAL 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM RECERTCRM.
