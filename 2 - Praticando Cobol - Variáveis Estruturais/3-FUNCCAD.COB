       FILE SECTION.
       FD  FUNCIONARIOS.
       01  WS-FUNC-REG.
           05 WS-FUNC-MATRICULA      PIC 9(06).
      *       CHAVE DA FOLHA - ATRIBUIDA NA INCLUSAO, NUNCA REUSADA
           05 WS-FUNC-NOME           PIC X(20).
           05 WS-FUNC-CPF            PIC 9(11).
           05 WS-FUNC-DEPTM          PIC X(03).
           05 WS-FUNC-SALARIO        PIC 9(07)V99.
           05 WS-FUNC-BANCO          PIC 9(03).
           05 WS-FUNC-CONTA-DV       PIC X(01).
           05 WS-FUNC-ADMISSAO       PIC 9(08).
           05 WS-FUNC-DESLIGAMENTO   PIC 9(08).
           05 WS-FUNC-AFAST-INICIO   PIC 9(08).
      *       RETORNO ZERADO = AFASTAMENTO SEM PREVISAO DE VOLTA
           05 WS-FUNC-AFAST-RETORNO  PIC 9(08).

      *------------------- TRILHA DE QUEM MUDOU O QUE -----------------*
       FD  FUNCLOG.
           05 WS-LOG-NOME            PIC X(20).
           05 WS-LOG-ACAO            PIC X(01).
      *       I = INCLUSAO / A = ALTERACAO / D = DESLIGAMENTO
      *       F = AFASTAMENTO / V = USUARIO LIGADO A MATRICULA
           05 WS-LOG-SALARIO-ANTES   PIC 9(07)V99.
           05 WS-LOG-SALARIO-DEPOIS  PIC 9(07)V99.
           05 WS-LOG-MATRICULA       PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNC                PIC 9(02) VALUE ZEROS.
       01 WS-FS-LOG                 PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO                  PIC 9(01) VALUE 0.
       01 WS-OPERADOR               PIC X(10) VALUE SPACES.
       01 WS-MATRICULA-BUSCA        PIC 9(06) VALUE ZEROS.
       01 WS-ULTIMA-MATRICULA       PIC 9(06) VALUE ZEROS.
       01 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.

      *------------------- O CADASTRO INTEIRO EM MEMORIA --------------*
      *  O ARQUIVO E SEQUENCIAL: TODA MANUTENCAO REGRAVA O CONJUNTO   *
       01 WS-FUNC-TAB.
           05 WS-TAB-ITEM OCCURS 200 TIMES.
              10 WS-TAB-MATRICULA    PIC 9(06).
              10 WS-TAB-NOME         PIC X(20).
              10 WS-TAB-CPF          PIC 9(11).
              10 WS-TAB-DEPTM        PIC X(03).
              10 WS-TAB-SALARIO      PIC 9(07)V99.
              10 WS-TAB-BANCO        PIC 9(03).
              10 WS-TAB-CONTA-DV     PIC X(01).
              10 WS-TAB-ADMISSAO     PIC 9(08).
              10 WS-TAB-DESLIG       PIC 9(08).
              10 WS-TAB-AFAST-INI    PIC 9(08).
              10 WS-TAB-AFAST-RET    PIC 9(08).
       01 WS-TAB-ITENS              PIC 9(03) VALUE 0.
       01 WS-TAB-ESTOURO            PIC X(01) VALUE 'N'.
       01 WS-TAB-IDX                PIC 9(03) VALUE 0.
       01 WS-TAB-ACHADO             PIC 9(03) VALUE 0.
       01 WS-CPF-DONO               PIC 9(03) VALUE 0.
       01 WS-NOME-DONO              PIC 9(03) VALUE 0.

      *------------------- CAPTURA E VALIDACAO ------------------------*
       01 WS-ENT-NOME               PIC X(20) VALUE SPACES.
       01 WS-ENT-CPF                PIC 9(11) VALUE ZEROS.
       01 WS-ENT-DEPTM              PIC X(03) VALUE SPACES.
       01 WS-ENT-SALARIO            PIC 9(07)V99 VALUE ZEROS.
       01 WS-ENT-BANCO              PIC 9(03) VALUE ZEROS.
       01 WS-ENT-CONTA-DV           PIC X(01) VALUE SPACES.
       01 WS-ENT-ADMISSAO           PIC 9(08) VALUE ZEROS.
       01 WS-ENT-DESLIG             PIC 9(08) VALUE ZEROS.
       01 WS-ENT-AFAST-INI          PIC 9(08) VALUE ZEROS.
       01 WS-ENT-AFAST-RET          PIC 9(08) VALUE ZEROS.
       01 WS-ENT-USERID             PIC X(10) VALUE SPACES.
       01 WS-ENTRADA-OK             PIC X(01) VALUE 'S'.

      *------------------- DIGITO DA CONTA (MOD-10) -------------------*
       01 WS-DV-RESTO               PIC 9(01) VALUE 0.
       01 WS-DV-CALCULADO           PIC 9(01) VALUE 0.
       01 WS-SALARIO-EDIT           PIC Z(07)9.99.

      *------------------- VALIDACAO DE CPF (MOD-11) ------------------*
      *  MESMO CALCULO DO 4-CPFFMTD                                   *
       01 WS-CPF-NUM                PIC 9(11).
       01 WS-CPF-TAB REDEFINES WS-CPF-NUM.
           05 WS-CPF-DIG            PIC 9(01) OCCURS 11.
       01 WS-CPF-SOMA               PIC 9(04) COMP.
       01 WS-CPF-RESTO              PIC 9(04) COMP.
       01 WS-CPF-DV1                PIC 9(01).
       01 WS-CPF-DV2                PIC 9(01).
       01 WS-CPF-IDX                PIC 9(02) COMP.
       01 WS-CPF-REPETIDO           PIC 9(11).
       01 WS-CPF-OK                 PIC X(01) VALUE 'N'.
           88 CPF-VALIDO            VALUE 'S'.

      *------------------- CREDENCIAIS DO FUNCIONARIO (3-CREDSIT) -----*
       01 WS-CREDSIT.
           05 WS-CS-ACAO            PIC X(01).
           05 WS-CS-MATRICULA       PIC 9(06).
           05 WS-CS-USERID          PIC X(10).
           05 WS-CS-DESLIG          PIC 9(08).
           05 WS-CS-AFAST-INICIO    PIC 9(08).
           05 WS-CS-AFAST-RETORNO   PIC 9(08).
           05 WS-CS-DATA-REF        PIC 9(08).
           05 WS-CS-OPERADOR        PIC X(10).
           05 WS-CS-ALTERADAS       PIC 9(03).
           05 WS-CS-RETORNO         PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "--------------------------------------".
           DISPLAY "OPERADOR RESPONSAVEL: ".
              ACCEPT WS-OPERADOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.

           PERFORM CARREGAR-CADASTRO.

       GUARDAR-UM-FUNCIONARIO    SECTION.
           IF WS-TAB-ITENS < 200
              ADD 1 TO WS-TAB-ITENS
              MOVE WS-FUNC-MATRICULA
                TO WS-TAB-MATRICULA (WS-TAB-ITENS)
              MOVE WS-FUNC-NOME     TO WS-TAB-NOME (WS-TAB-ITENS)
              MOVE WS-FUNC-CPF      TO WS-TAB-CPF (WS-TAB-ITENS)
              MOVE WS-FUNC-DEPTM    TO WS-TAB-DEPTM (WS-TAB-ITENS)
              MOVE WS-FUNC-SALARIO  TO WS-TAB-SALARIO (WS-TAB-ITENS)
              MOVE WS-FUNC-BANCO    TO WS-TAB-BANCO (WS-TAB-ITENS)
              MOVE WS-FUNC-ADMISSAO TO WS-TAB-ADMISSAO (WS-TAB-ITENS)
              MOVE WS-FUNC-DESLIGAMENTO
                TO WS-TAB-DESLIG (WS-TAB-ITENS)
      *       REGISTRO ANTERIOR AO AFASTAMENTO VEM SEM AS DATAS
              IF WS-FUNC-AFAST-INICIO NOT NUMERIC
                 MOVE ZEROS TO WS-FUNC-AFAST-INICIO
              END-IF
              IF WS-FUNC-AFAST-RETORNO NOT NUMERIC
                 MOVE ZEROS TO WS-FUNC-AFAST-RETORNO
              END-IF
              MOVE WS-FUNC-AFAST-INICIO
                TO WS-TAB-AFAST-INI (WS-TAB-ITENS)
              MOVE WS-FUNC-AFAST-RETORNO
                TO WS-TAB-AFAST-RET (WS-TAB-ITENS)
           ELSE
      *       REGRAVAR A PARTIR DA TABELA CHEIA DEMITIRIA EM SILENCIO
      *       TODO MUNDO ALEM DA POSICAO 200: A GRAVACAO FINAL SERA
              DISPLAY "CADASTRO MAIOR QUE 200 - AMPLIE A TABELA"
              MOVE 'S' TO WS-TAB-ESTOURO
           END-IF.
      *    DESLIGADOS CONTINUAM NO ARQUIVO: A MATRICULA NUNCA VOLTA
           IF WS-FUNC-MATRICULA > WS-ULTIMA-MATRICULA
              MOVE WS-FUNC-MATRICULA TO WS-ULTIMA-MATRICULA
           END-IF.
           READ FUNCIONARIOS.

       PROCESSAR    SECTION.
           DISPLAY "2 - INCLUIR".
           DISPLAY "3 - ALTERAR".
           DISPLAY "4 - DESLIGAR".
           DISPLAY "5 - AFASTAMENTO".
           DISPLAY "6 - LIGAR USUARIO DO SISTEMA".
           DISPLAY "9 - SAIR (GRAVA O CADASTRO)".
           DISPLAY "OPCAO: ".
              ACCEPT WS-OPCAO.
                   PERFORM ALTERAR
               WHEN 4
                   PERFORM DESLIGAR
               WHEN 5
                   PERFORM AFASTAR
               WHEN 6
                   PERFORM VINCULAR-USUARIO
               WHEN 9
                   CONTINUE
               WHEN OTHER
       LISTAR-UM    SECTION.
           ADD 1 TO WS-TAB-IDX.
           MOVE WS-TAB-SALARIO (WS-TAB-IDX) TO WS-SALARIO-EDIT.
           DISPLAY WS-TAB-MATRICULA (WS-TAB-IDX) " "
                   WS-TAB-NOME (WS-TAB-IDX) " CPF "
                   WS-TAB-CPF (WS-TAB-IDX) " "
                   WS-TAB-DEPTM (WS-TAB-IDX) " "
                   WS-SALARIO-EDIT " ADM "
                   WS-TAB-ADMISSAO (WS-TAB-IDX) " DESL "
                   WS-TAB-DESLIG (WS-TAB-IDX).
           IF WS-TAB-AFAST-INI (WS-TAB-IDX) NOT EQUAL ZEROS
              DISPLAY "       AFASTADO DESDE "
                      WS-TAB-AFAST-INI (WS-TAB-IDX) " RETORNO "
                      WS-TAB-AFAST-RET (WS-TAB-IDX)
           END-IF.

      *------------------- INCLUSAO COM CRITICA DE CAMPOS -------------*
       INCLUIR    SECTION.
           MOVE 0 TO WS-TAB-ACHADO.
           PERFORM CAPTURAR-DADOS.
           IF WS-ENTRADA-OK NOT EQUAL 'S'
              GO TO INCLUIR-FIM
           END-IF.

           IF WS-TAB-ITENS < 200
              ADD 1 TO WS-TAB-ITENS
              MOVE WS-TAB-ITENS TO WS-TAB-ACHADO
              ADD 1 TO WS-ULTIMA-MATRICULA
              MOVE WS-ULTIMA-MATRICULA
                TO WS-TAB-MATRICULA (WS-TAB-ACHADO)
              MOVE ZEROS TO WS-TAB-DESLIG (WS-TAB-ACHADO)
              MOVE ZEROS TO WS-TAB-AFAST-INI (WS-TAB-ACHADO)
              MOVE ZEROS TO WS-TAB-AFAST-RET (WS-TAB-ACHADO)
              PERFORM GRAVAR-ENTRADA-NA-TABELA
              MOVE ZEROS TO WS-LOG-SALARIO-ANTES
              MOVE WS-ENT-SALARIO TO WS-LOG-SALARIO-DEPOIS
              MOVE 'I' TO WS-LOG-ACAO
              PERFORM GRAVAR-LOG
              DISPLAY "FUNCIONARIO INCLUIDO - MATRICULA "
                      WS-ULTIMA-MATRICULA
           ELSE
              DISPLAY "CADASTRO CHEIO"
           END-IF.
           EXIT.

       ALTERAR    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO: ".
              ACCEPT WS-MATRICULA-BUSCA.
           PERFORM PROCURAR-MATRICULA.
           IF WS-TAB-ACHADO EQUAL 0
              DISPLAY "FUNCIONARIO NAO ENCONTRADO"
              GO TO ALTERAR-FIM
           END-IF.

           MOVE WS-TAB-SALARIO (WS-TAB-ACHADO) TO WS-SALARIO-EDIT.
           DISPLAY "NOME ATUAL   : " WS-TAB-NOME (WS-TAB-ACHADO).
           DISPLAY "CPF ATUAL    : " WS-TAB-CPF (WS-TAB-ACHADO).
           DISPLAY "SALARIO ATUAL: " WS-SALARIO-EDIT.

           PERFORM CAPTURAR-DADOS.
              GO TO ALTERAR-FIM
           END-IF.

      *    A CORRECAO DO NOME NAO MEXE NA FOLHA: ELA CASA PELA
      *    MATRICULA
           MOVE WS-TAB-SALARIO (WS-TAB-ACHADO)
             TO WS-LOG-SALARIO-ANTES.
           PERFORM GRAVAR-ENTRADA-NA-TABELA.
           MOVE WS-ENT-SALARIO TO WS-LOG-SALARIO-DEPOIS.
           MOVE 'A' TO WS-LOG-ACAO.

      *------------------- DESLIGADO SAI DA FOLHA AUTOMATICAMENTE -----*
       DESLIGAR    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO: ".
              ACCEPT WS-MATRICULA-BUSCA.
           PERFORM PROCURAR-MATRICULA.
           IF WS-TAB-ACHADO EQUAL 0
              DISPLAY "FUNCIONARIO NAO ENCONTRADO"
              GO TO DESLIGAR-FIM
           MOVE 'D' TO WS-LOG-ACAO.
           PERFORM GRAVAR-LOG.
           DISPLAY "DESLIGAMENTO REGISTRADO".
           DISPLAY "CALCULE A RESCISAO NO 3-FOLHAPG (MODO 5)".

           PERFORM ACERTAR-CREDENCIAIS.
           IF WS-ENT-DESLIG > WS-DATA-HOJE
              DISPLAY "USUARIOS SERAO REVOGADOS EM " WS-ENT-DESLIG
                      " PELA ROTINA DIARIA (3-CREDDIA)"
           END-IF.

       DESLIGAR-FIM.
           EXIT.

      *------------------- AFASTAMENTO SUSPENDE OS USUARIOS -----------*
      *  INICIO ZERADO CANCELA O AFASTAMENTO; A VOLTA E INFORMADA     *
      *  REPETINDO O INICIO COM A DATA DE RETORNO                     *
       AFASTAR    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO: ".
              ACCEPT WS-MATRICULA-BUSCA.
           PERFORM PROCURAR-MATRICULA.
           IF WS-TAB-ACHADO EQUAL 0
              DISPLAY "FUNCIONARIO NAO ENCONTRADO"
              GO TO AFASTAR-FIM
           END-IF.
           IF WS-TAB-DESLIG (WS-TAB-ACHADO) NOT EQUAL ZEROS
              DISPLAY "FUNCIONARIO DESLIGADO EM "
                      WS-TAB-DESLIG (WS-TAB-ACHADO)
              GO TO AFASTAR-FIM
           END-IF.

           IF WS-TAB-AFAST-INI (WS-TAB-ACHADO) NOT EQUAL ZEROS
              DISPLAY "AFASTADO DESDE "
                      WS-TAB-AFAST-INI (WS-TAB-ACHADO) " RETORNO "
                      WS-TAB-AFAST-RET (WS-TAB-ACHADO)
           END-IF.
           DISPLAY "INICIO DO AFASTAMENTO (AAAAMMDD / 0 = CANCELA): ".
              ACCEPT WS-ENT-AFAST-INI.
           MOVE ZEROS TO WS-ENT-AFAST-RET.
           IF WS-ENT-AFAST-INI NOT EQUAL ZEROS
              DISPLAY "RETORNO (AAAAMMDD / 0 = SEM PREVISAO): "
                 ACCEPT WS-ENT-AFAST-RET
           END-IF.
           IF WS-ENT-AFAST-RET NOT EQUAL ZEROS
              AND WS-ENT-AFAST-RET NOT > WS-ENT-AFAST-INI
              DISPLAY "RETORNO DEVE SER DEPOIS DO INICIO - NADA"
                      " GRAVADO"
              GO TO AFASTAR-FIM
           END-IF.

           MOVE WS-ENT-AFAST-INI TO WS-TAB-AFAST-INI (WS-TAB-ACHADO).
           MOVE WS-ENT-AFAST-RET TO WS-TAB-AFAST-RET (WS-TAB-ACHADO).
           MOVE WS-TAB-SALARIO (WS-TAB-ACHADO)
             TO WS-LOG-SALARIO-ANTES.
           MOVE WS-TAB-SALARIO (WS-TAB-ACHADO)
             TO WS-LOG-SALARIO-DEPOIS.
           MOVE WS-TAB-NOME (WS-TAB-ACHADO) TO WS-ENT-NOME.
           MOVE 'F' TO WS-LOG-ACAO.
           PERFORM GRAVAR-LOG.
           DISPLAY "AFASTAMENTO REGISTRADO".

           PERFORM ACERTAR-CREDENCIAIS.
           IF WS-ENT-AFAST-INI > WS-DATA-HOJE
              OR WS-ENT-AFAST-RET > WS-DATA-HOJE
              DISPLAY "DATAS FUTURAS SAO APLICADAS AOS USUARIOS PELA"
                      " ROTINA DIARIA (3-CREDDIA)"
           END-IF.

       AFASTAR-FIM.
           EXIT.

      *------------------- USUARIO DO SISTEMA PASSA A SER DELE --------*
       VINCULAR-USUARIO    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO: ".
              ACCEPT WS-MATRICULA-BUSCA.
           PERFORM PROCURAR-MATRICULA.
           IF WS-TAB-ACHADO EQUAL 0
              DISPLAY "FUNCIONARIO NAO ENCONTRADO"
              GO TO VINCULAR-USUARIO-FIM
           END-IF.
           DISPLAY "USUARIO (CREDENCIAIS): ".
              ACCEPT WS-ENT-USERID.
           IF WS-ENT-USERID EQUAL SPACES
              DISPLAY "USUARIO OBRIGATORIO - NADA GRAVADO"
              GO TO VINCULAR-USUARIO-FIM
           END-IF.

           MOVE 'V'           TO WS-CS-ACAO.
           MOVE WS-ENT-USERID TO WS-CS-USERID.
           PERFORM CHAMAR-CREDSIT.
           EVALUATE WS-CS-RETORNO
               WHEN 'N'
                   DISPLAY "USUARIO " WS-ENT-USERID " NAO EXISTE"
                   GO TO VINCULAR-USUARIO-FIM
               WHEN 'J'
                   DISPLAY "USUARIO JA E DA MATRICULA "
                           WS-CS-MATRICULA " - NADA GRAVADO"
                   GO TO VINCULAR-USUARIO-FIM
               WHEN 'E'
                   DISPLAY "ERRO NAS CREDENCIAIS - NADA GRAVADO"
                   GO TO VINCULAR-USUARIO-FIM
           END-EVALUATE.

           MOVE WS-TAB-SALARIO (WS-TAB-ACHADO)
             TO WS-LOG-SALARIO-ANTES.
           MOVE WS-TAB-SALARIO (WS-TAB-ACHADO)
             TO WS-LOG-SALARIO-DEPOIS.
           MOVE WS-TAB-NOME (WS-TAB-ACHADO) TO WS-ENT-NOME.
           MOVE 'V' TO WS-LOG-ACAO.
           PERFORM GRAVAR-LOG.
           DISPLAY "USUARIO " WS-ENT-USERID " LIGADO A MATRICULA "
                   WS-TAB-MATRICULA (WS-TAB-ACHADO).
           IF WS-CS-ALTERADAS NOT EQUAL 0
              DISPLAY "SITUACAO DO USUARIO ACERTADA PELO CADASTRO"
           END-IF.

       VINCULAR-USUARIO-FIM.
           EXIT.

      *------------------- LEVA DESLIGAMENTO/AFASTAMENTO AOS USUARIOS -*
       ACERTAR-CREDENCIAIS    SECTION.
           MOVE 'E'    TO WS-CS-ACAO.
           MOVE SPACES TO WS-CS-USERID.
           PERFORM CHAMAR-CREDSIT.
           IF WS-CS-RETORNO EQUAL 'E'
              DISPLAY "ERRO NAS CREDENCIAIS - RODE O 3-CREDDIA"
           ELSE
              DISPLAY "USUARIOS ALTERADOS: " WS-CS-ALTERADAS
           END-IF.

       CHAMAR-CREDSIT    SECTION.
           MOVE WS-TAB-MATRICULA (WS-TAB-ACHADO) TO WS-CS-MATRICULA.
           MOVE WS-TAB-DESLIG (WS-TAB-ACHADO)    TO WS-CS-DESLIG.
           MOVE WS-TAB-AFAST-INI (WS-TAB-ACHADO) TO WS-CS-AFAST-INICIO.
           MOVE WS-TAB-AFAST-RET (WS-TAB-ACHADO)
             TO WS-CS-AFAST-RETORNO.
           MOVE WS-DATA-HOJE TO WS-CS-DATA-REF.
           MOVE WS-OPERADOR  TO WS-CS-OPERADOR.
           CALL "3-CREDSIT" USING WS-CREDSIT.

      *------------------- CRITICA DOS CAMPOS DIGITADOS ---------------*
       CAPTURAR-DADOS    SECTION.
           MOVE 'S' TO WS-ENTRADA-OK.

           DISPLAY "NOME                 : ".
              ACCEPT WS-ENT-NOME.
           DISPLAY "CPF (11 DIGITOS)     : ".
              ACCEPT WS-ENT-CPF.
           DISPLAY "DEPARTAMENTO (3 LETRAS): ".
              ACCEPT WS-ENT-DEPTM.
           DISPLAY "SALARIO              : ".
              DISPLAY "NOME OBRIGATORIO"
              MOVE 'N' TO WS-ENTRADA-OK
           END-IF.

           MOVE WS-ENT-CPF TO WS-CPF-NUM.
           PERFORM VALIDAR-CPF.
           IF NOT CPF-VALIDO
              DISPLAY "CPF INVALIDO"
              MOVE 'N' TO WS-ENTRADA-OK
           ELSE
              PERFORM PROCURAR-CPF
              IF WS-CPF-DONO NOT EQUAL 0
                 DISPLAY "CPF JA CADASTRADO NA MATRICULA "
                         WS-TAB-MATRICULA (WS-CPF-DONO)
                 MOVE 'N' TO WS-ENTRADA-OK
              END-IF
           END-IF.
           IF WS-ENT-DEPTM EQUAL SPACES
              DISPLAY "DEPARTAMENTO OBRIGATORIO"
              MOVE 'N' TO WS-ENTRADA-OK
              MOVE 'N' TO WS-ENTRADA-OK
           END-IF.

      *    HOMONIMO E PERMITIDO - A MATRICULA OS DISTINGUE
           IF WS-ENTRADA-OK EQUAL 'S'
              PERFORM PROCURAR-HOMONIMO
              IF WS-NOME-DONO NOT EQUAL 0
                 DISPLAY "AVISO: MESMO NOME DA MATRICULA "
                         WS-TAB-MATRICULA (WS-NOME-DONO)
                         " - CONFIRA O CPF"
              END-IF
           END-IF.

      *------------------- DIGITOS VERIFICADORES DO CPF ---------------*
      *  ZEROS E DIGITOS TODOS IGUAIS PASSAM NO MOD-11 MAS NAO SAO    *
      *  CPF DE NINGUEM                                               *
       VALIDAR-CPF    SECTION.
           MOVE 'N' TO WS-CPF-OK.
           COMPUTE WS-CPF-REPETIDO = WS-CPF-DIG (1) * 11111111111.
           IF WS-CPF-NUM EQUAL WS-CPF-REPETIDO
              GO TO VALIDAR-CPF-FIM
           END-IF.

           MOVE 0 TO WS-CPF-SOMA.
           MOVE 1 TO WS-CPF-IDX.
           PERFORM SOMAR-DV1 UNTIL WS-CPF-IDX > 9.

           COMPUTE WS-CPF-RESTO = FUNCTION MOD(WS-CPF-SOMA * 10, 11).
           IF WS-CPF-RESTO EQUAL 10
              MOVE 0 TO WS-CPF-DV1
           ELSE
              MOVE WS-CPF-RESTO TO WS-CPF-DV1
           END-IF.

           MOVE 0 TO WS-CPF-SOMA.
           MOVE 1 TO WS-CPF-IDX.
           PERFORM SOMAR-DV2 UNTIL WS-CPF-IDX > 9.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA + (WS-CPF-DV1 * 2).

           COMPUTE WS-CPF-RESTO = FUNCTION MOD(WS-CPF-SOMA * 10, 11).
           IF WS-CPF-RESTO EQUAL 10
              MOVE 0 TO WS-CPF-DV2
           ELSE
              MOVE WS-CPF-RESTO TO WS-CPF-DV2
           END-IF.

           IF WS-CPF-DIG (10) EQUAL WS-CPF-DV1
              AND WS-CPF-DIG (11) EQUAL WS-CPF-DV2
              MOVE 'S' TO WS-CPF-OK
           END-IF.

       VALIDAR-CPF-FIM.
           EXIT.

       SOMAR-DV1    SECTION.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                   (WS-CPF-DIG (WS-CPF-IDX) * (11 - WS-CPF-IDX)).
           ADD 1 TO WS-CPF-IDX.

       SOMAR-DV2    SECTION.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                   (WS-CPF-DIG (WS-CPF-IDX) * (12 - WS-CPF-IDX)).
           ADD 1 TO WS-CPF-IDX.

      *------------------- MOD-10 SOBRE OS 8 DIGITOS DA CONTA ---------*
       CALCULAR-DV-CONTA    SECTION.
           MOVE WS-ENT-CONTA TO WS-DV-CONTA-ALFA.

       GRAVAR-ENTRADA-NA-TABELA    SECTION.
           MOVE WS-ENT-NOME     TO WS-TAB-NOME (WS-TAB-ACHADO).
           MOVE WS-ENT-CPF      TO WS-TAB-CPF (WS-TAB-ACHADO).
           MOVE WS-ENT-DEPTM    TO WS-TAB-DEPTM (WS-TAB-ACHADO).
           MOVE WS-ENT-SALARIO  TO WS-TAB-SALARIO (WS-TAB-ACHADO).
           MOVE WS-ENT-BANCO    TO WS-TAB-BANCO (WS-TAB-ACHADO).
           MOVE WS-ENT-CONTA-DV TO WS-TAB-CONTA-DV (WS-TAB-ACHADO).
           MOVE WS-ENT-ADMISSAO TO WS-TAB-ADMISSAO (WS-TAB-ACHADO).

       PROCURAR-MATRICULA    SECTION.
           MOVE 0 TO WS-TAB-IDX.
           MOVE 0 TO WS-TAB-ACHADO.
           PERFORM PROCURAR-UMA-MATRICULA
              UNTIL WS-TAB-IDX EQUAL WS-TAB-ITENS
                 OR WS-TAB-ACHADO NOT EQUAL 0.

       PROCURAR-UMA-MATRICULA    SECTION.
           ADD 1 TO WS-TAB-IDX.
           IF WS-TAB-MATRICULA (WS-TAB-IDX) EQUAL WS-MATRICULA-BUSCA
              MOVE WS-TAB-IDX TO WS-TAB-ACHADO
           END-IF.

      *------------------- CPF E NOME EM OUTRA MATRICULA --------------*
      *  WS-TAB-ACHADO E O PROPRIO FUNCIONARIO NA ALTERACAO (ZERO NA  *
      *  INCLUSAO) E NAO CONTA                                        *
       PROCURAR-CPF    SECTION.
           MOVE 0 TO WS-TAB-IDX.
           MOVE 0 TO WS-CPF-DONO.
           PERFORM PROCURAR-UM-CPF
              UNTIL WS-TAB-IDX EQUAL WS-TAB-ITENS
                 OR WS-CPF-DONO NOT EQUAL 0.

       PROCURAR-UM-CPF    SECTION.
           ADD 1 TO WS-TAB-IDX.
           IF WS-TAB-CPF (WS-TAB-IDX) EQUAL WS-ENT-CPF
              AND WS-TAB-IDX NOT EQUAL WS-TAB-ACHADO
              MOVE WS-TAB-IDX TO WS-CPF-DONO
           END-IF.

       PROCURAR-HOMONIMO    SECTION.
           MOVE 0 TO WS-TAB-IDX.
           MOVE 0 TO WS-NOME-DONO.
           PERFORM PROCURAR-UM-HOMONIMO
              UNTIL WS-TAB-IDX EQUAL WS-TAB-ITENS
                 OR WS-NOME-DONO NOT EQUAL 0.

       PROCURAR-UM-HOMONIMO    SECTION.
           ADD 1 TO WS-TAB-IDX.
           IF WS-TAB-NOME (WS-TAB-IDX) EQUAL WS-ENT-NOME
              AND WS-TAB-IDX NOT EQUAL WS-TAB-ACHADO
              MOVE WS-TAB-IDX TO WS-NOME-DONO
           END-IF.

      *------------------- TRILHA DE ALTERACOES DE SALARIO ------------*
       GRAVAR-LOG    SECTION.
           OPEN EXTEND FUNCLOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOG-DATAHORA.
           MOVE WS-OPERADOR TO WS-LOG-OPERADOR.
           MOVE WS-ENT-NOME TO WS-LOG-NOME.
           MOVE WS-TAB-MATRICULA (WS-TAB-ACHADO) TO WS-LOG-MATRICULA.
           WRITE WS-LOG-REG.
           CLOSE FUNCLOG.


       REGRAVAR-UM    SECTION.
           ADD 1 TO WS-TAB-IDX.
           MOVE WS-TAB-MATRICULA (WS-TAB-IDX) TO WS-FUNC-MATRICULA.
           MOVE WS-TAB-NOME (WS-TAB-IDX)     TO WS-FUNC-NOME.
           MOVE WS-TAB-CPF (WS-TAB-IDX)      TO WS-FUNC-CPF.
           MOVE WS-TAB-DEPTM (WS-TAB-IDX)    TO WS-FUNC-DEPTM.
           MOVE WS-TAB-SALARIO (WS-TAB-IDX)  TO WS-FUNC-SALARIO.
           MOVE WS-TAB-BANCO (WS-TAB-IDX)    TO WS-FUNC-BANCO.
           MOVE WS-TAB-ADMISSAO (WS-TAB-IDX) TO WS-FUNC-ADMISSAO.
           MOVE WS-TAB-DESLIG (WS-TAB-IDX)
             TO WS-FUNC-DESLIGAMENTO.
           MOVE WS-TAB-AFAST-INI (WS-TAB-IDX) TO WS-FUNC-AFAST-INICIO.
           MOVE WS-TAB-AFAST-RET (WS-TAB-IDX)
             TO WS-FUNC-AFAST-RETORNO.
           WRITE WS-FUNC-REG.
       END PROGRAM 3-FUNCCAD.
