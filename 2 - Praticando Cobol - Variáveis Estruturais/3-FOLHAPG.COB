           SELECT MOVFOLHA ASSIGN TO "..\DADOS\MOVFOLHA.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVFOLHA.

           SELECT MOVCONTAB ASSIGN TO "..\DADOS\CONTAB.MOVTO.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVCONTAB.

           SELECT CONSIGNADOS ASSIGN TO "..\DADOS\CONSIGNADOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CSG.

           SELECT REPASSE ASSIGN TO "..\DADOS\CONSIGNADO.REPASSE.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPASSE.

           SELECT ENCARGOS ASSIGN TO "..\DADOS\ENCARGOS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENCARGOS.

           SELECT OBRIGACOES
           ASSIGN TO "..\DADOS\ENCARGOS.OBRIGACOES.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OBRIGACOES.

      *    CONTROLE DE EXECUCAO E PONTOS DE RETOMADA DAS FOLHAS
      *    MENSAL E DE 13O; NA RETOMADA OS CONTRACHEQUES JA EMITIDOS
      *    PASSAM PELO ARQUIVO DE TRABALHO PARA CORTAR O LOTE PERDIDO
           SELECT FOLHACTL ASSIGN TO "..\DADOS\FOLHA.CONTROLE.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOLHACTL.

           SELECT CONTRA-RETOMADA
           ASSIGN TO "..\DADOS\CONTRACHEQUES.RETOMADA.TXT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTRA-RET.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
       01  WS-FUNC-REG.
           05 WS-FUNC-MATRICULA      PIC 9(06).
           05 WS-FUNC-NOME           PIC X(20).
           05 WS-FUNC-CPF            PIC 9(11).
           05 WS-FUNC-DEPTM          PIC X(03).
           05 WS-FUNC-SALARIO        PIC 9(07)V99.
           05 WS-FUNC-BANCO          PIC 9(03).
           05 WS-FUNC-ADMISSAO       PIC 9(08).
           05 WS-FUNC-DESLIGAMENTO   PIC 9(08).
      *       ZEROS = FUNCIONARIO ATIVO (VER 3-FUNCCAD)
           05 WS-FUNC-AFAST-INICIO   PIC 9(08).
           05 WS-FUNC-AFAST-RETORNO  PIC 9(08).

       FD  CONTRACHEQUES.
       01  WS-CONTRA-LINHA           PIC X(80).
       01  WS-FHIST-REG.
           05 WS-FHIST-PERIODO      PIC 9(06).
           05 WS-FHIST-TIPO         PIC X(02).
           05 WS-FHIST-MATRICULA    PIC 9(06).
           05 WS-FHIST-NOME         PIC X(20).
           05 WS-FHIST-LIQUIDO      PIC 9(09)V99.
      *    RENDIMENTOS DA FOLHA PARA O INFORME ANUAL (VER 3-INFORME);
      *    REGISTRO GRAVADO ANTES DESTES CAMPOS LE BRANCOS
           05 WS-FHIST-TRIBUTAVEL   PIC 9(09)V99.
           05 WS-FHIST-IRRF         PIC 9(09)V99.
           05 WS-FHIST-DECIMO       PIC 9(09)V99.
           05 WS-FHIST-IRRF-DECIMO  PIC 9(09)V99.
           05 WS-FHIST-ISENTO       PIC 9(09)V99.
           05 WS-FHIST-INSS         PIC 9(09)V99.

       FD  VARIACAO.
       01  WS-VAR-LINHA              PIC X(100).
       FD  MOVFOLHA.
       01  WS-MOV-REG.
           05 WS-MOV-PERIODO        PIC 9(06).
           05 WS-MOV-MATRICULA      PIC 9(06).
           05 WS-MOV-EVENTO         PIC X(02).
           05 WS-MOV-VALOR          PIC 9(07)V99.
           05 WS-MOV-ORIGEM         PIC X(01).

      *------------------- LOTE PARA A CONTABILIDADE (VER 11-CONTABIL)*
       FD  MOVCONTAB.
       01  WS-MCT-REG.
           05 WS-MCT-ORIGEM         PIC X(10).
           05 WS-MCT-LOTE           PIC X(14).
           05 WS-MCT-DATA           PIC 9(08).
           05 WS-MCT-EVENTO         PIC X(06).
           05 WS-MCT-VALOR          PIC 9(09)V99.
           05 WS-MCT-HISTORICO      PIC X(30).

      *------------------- (VER 3-CONSIG) -----------------------------*
       FD  CONSIGNADOS.
       01  WS-CSG-REG.
           05 WS-CSG-MATRICULA      PIC 9(06).
           05 WS-CSG-BANCO          PIC 9(03).
           05 WS-CSG-CONTRATO       PIC X(15).
           05 WS-CSG-VALOR-TOTAL    PIC 9(07)V99.
           05 WS-CSG-PARCELAS       PIC 9(03).
           05 WS-CSG-VALOR-PARCELA  PIC 9(07)V99.
           05 WS-CSG-PAGAS          PIC 9(03).
           05 WS-CSG-INICIO         PIC 9(06).
           05 WS-CSG-ULT-DESCONTO   PIC 9(06).
           05 WS-CSG-SITUACAO       PIC X(01).
           05 WS-CSG-VALOR-RESCISAO PIC 9(07)V99.

       FD  REPASSE.
       01  WS-REPASSE-LINHA          PIC X(80).

      *------------------- ENCARGOS DA EMPRESA POR FUNCIONARIO --------*
      *  UM REGISTRO POR FUNCIONARIO E FOLHA LIBERADA: BASE DAS        *
      *  DECLARACOES DE FGTS E INSS DA COMPETENCIA                    *
       FD  ENCARGOS.
       01  WS-ENC-REG.
           05 WS-ENC-PERIODO        PIC 9(06).
           05 WS-ENC-TIPO           PIC X(02).
           05 WS-ENC-MATRICULA      PIC 9(06).
           05 WS-ENC-NOME           PIC X(20).
           05 WS-ENC-CPF            PIC 9(11).
           05 WS-ENC-DEPTM          PIC X(03).
           05 WS-ENC-BASE-INSS      PIC 9(07)V99.
           05 WS-ENC-BASE-FGTS      PIC 9(07)V99.
           05 WS-ENC-INSS-EMPRESA   PIC 9(07)V99.
           05 WS-ENC-RAT            PIC 9(07)V99.
           05 WS-ENC-TERCEIROS      PIC 9(07)V99.
           05 WS-ENC-FGTS           PIC 9(07)V99.
           05 WS-ENC-IRRF           PIC 9(07)V99.
           05 WS-ENC-MULTA-FGTS     PIC 9(07)V99.
           05 WS-ENC-VENC-MULTA     PIC 9(08).

       FD  OBRIGACOES.
       01  WS-OBR-LINHA              PIC X(80).

      *------------------- LOG DE EXECUCOES DA FOLHA ------------------*
      *  UM REGISTRO NA PARTIDA, UM A CADA LOTE DE FUNCIONARIOS E UM  *
      *  EM CADA PASSO DA LIBERACAO; O ULTIMO DE CADA PERIODO E MODO  *
      *  PREVALECE (COMO NO 11-PERIODO)                               *
       FD  FOLHACTL.
       01  WS-FCTL-REG.
           05 WS-FCTL-PERIODO       PIC 9(06).
           05 WS-FCTL-MODO          PIC 9(01).
           05 WS-FCTL-TIPO          PIC X(02).
           05 WS-FCTL-SITUACAO      PIC X(01).
              88 FCTL-EM-ANDAMENTO     VALUE 'E'.
              88 FCTL-LIBERANDO        VALUE 'L'.
              88 FCTL-CONCLUIDA        VALUE 'C'.
              88 FCTL-RETIDA           VALUE 'R'.
           05 WS-FCTL-DATAHORA      PIC X(14).
           05 WS-FCTL-LIDOS         PIC 9(06).
           05 WS-FCTL-ULT-MATRICULA PIC 9(06).
           05 WS-FCTL-REM-QTD       PIC 9(06).
           05 WS-FCTL-REM-SOMA      PIC 9(13)V99.
           05 WS-FCTL-SUPERVISOR    PIC X(10).

       FD  CONTRA-RETOMADA.
       01  WS-CRET-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNC                PIC 9(02) VALUE ZEROS.
      *------------------- MODO DE EXECUCAO DA FOLHA ------------------*
      *  1A PARCELA DO 13O SAI SEM IMPOSTO; A 2A E TRIBUTADA E        *
      *  DESCONTA O ADIANTAMENTO; FERIAS PAGAM O TERCO CONSTITUCIONAL *
      *  RESCISAO PAGA AS VERBAS DO DESLIGAMENTO DE UM FUNCIONARIO    *
       01 WS-MODO-FOLHA             PIC 9(01) VALUE 1.
           88 FOLHA-MENSAL          VALUE 1.
           88 FOLHA-13-PRIMEIRA     VALUE 2.
           88 FOLHA-13-SEGUNDA      VALUE 3.
           88 FOLHA-FERIAS          VALUE 4.
           88 FOLHA-RESCISAO        VALUE 5.
       01 WS-TIPO-FOLHA             PIC X(02) VALUE "FL".
       01 WS-TITULO-FOLHA           PIC X(26)
              VALUE "FOLHA MENSAL".
       01 WS-FUNC-ESCOLHIDO         PIC 9(06) VALUE ZEROS.
       01 WS-FERIAS-INICIO          PIC 9(08) VALUE ZEROS.
       01 WS-FERIAS-FIM             PIC 9(08) VALUE ZEROS.
       01 WS-ADIANTAMENTO-N         PIC 9(07)V99 VALUE ZEROS.
       01 WS-ISENTO                 PIC X(01) VALUE 'N'.

      *------------------- RESCISAO DO CONTRATO DE TRABALHO -----------*
      *  FUNCIONARIO JA DESLIGADO NO 3-FUNCCAD; O PERIODO E O MES DO  *
      *  DESLIGAMENTO. AVISO INDENIZADO PROJETA O CONTRATO PARA OS    *
      *  AVOS; FERIAS E AVISO INDENIZADOS SAO ISENTOS, SALDO DE       *
      *  SALARIO E 13O SAO TRIBUTADOS EM SEPARADO. A MULTA DO FGTS E  *
      *  RECOLHIDA EM GUIA PROPRIA E NAO ENTRA NO LIQUIDO             *
       01 WS-RES-CAUSA              PIC 9(01) VALUE ZEROS.
           88 RES-SEM-JUSTA-CAUSA   VALUE 1.
           88 RES-PEDIDO-DEMISSAO   VALUE 2.
           88 RES-JUSTA-CAUSA       VALUE 3.
           88 RES-ACORDO            VALUE 4.
           88 RES-CAUSA-VALIDA      VALUE 1 THRU 4.
       01 WS-RES-CAUSA-DESC         PIC X(30) VALUE SPACES.
       01 WS-RES-AVISO              PIC X(01) VALUE 'N'.
           88 RES-AVISO-INDENIZADO  VALUE 'I'.
           88 RES-AVISO-TRABALHADO  VALUE 'T'.
       01 WS-RES-ADMISSAO           PIC 9(08) VALUE ZEROS.
       01 WS-RES-ADMISSAO-R REDEFINES WS-RES-ADMISSAO.
           05 WS-RES-ADM-ANO        PIC 9(04).
           05 WS-RES-ADM-MES        PIC 9(02).
           05 WS-RES-ADM-DIA        PIC 9(02).
       01 WS-RES-DESLIG             PIC 9(08) VALUE ZEROS.
       01 WS-RES-DESLIG-R REDEFINES WS-RES-DESLIG.
           05 WS-RES-DES-ANO        PIC 9(04).
           05 WS-RES-DES-MES        PIC 9(02).
           05 WS-RES-DES-DIA        PIC 9(02).
       01 WS-RES-PROJECAO           PIC 9(08) VALUE ZEROS.
       01 WS-RES-PROJECAO-R REDEFINES WS-RES-PROJECAO.
           05 WS-RES-PRJ-ANO        PIC 9(04).
           05 WS-RES-PRJ-MES        PIC 9(02).
           05 WS-RES-PRJ-DIA        PIC 9(02).
       01 WS-RES-ANIVERSARIO        PIC 9(08) VALUE ZEROS.
       01 WS-RES-ANIVERSARIO-R REDEFINES WS-RES-ANIVERSARIO.
           05 WS-RES-ANV-ANO        PIC 9(04).
           05 WS-RES-ANV-MES        PIC 9(02).
           05 WS-RES-ANV-DIA        PIC 9(02).
       01 WS-RES-ACHADO             PIC X(01) VALUE 'N'.
       01 WS-RES-JA-PAGA            PIC X(01) VALUE 'N'.
       01 WS-RES-FL-PAGA            PIC X(01) VALUE 'N'.
       01 WS-RES-QTD-FERIAS         PIC 9(02) VALUE ZEROS.
       01 WS-RES-13-PAGO            PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-CALC               PIC S9(05) VALUE ZEROS.
       01 WS-RES-ANOS               PIC 9(02) VALUE ZEROS.
       01 WS-RES-ANOS-PROJ          PIC 9(02) VALUE ZEROS.
       01 WS-RES-MES-INICIO         PIC 9(02) VALUE ZEROS.
       01 WS-RES-MESES-CASA         PIC 9(04) VALUE ZEROS.
       01 WS-RES-DIAS-AVISO         PIC 9(03) VALUE ZEROS.
       01 WS-RES-DIAS-SALDO         PIC 9(02) VALUE ZEROS.
       01 WS-RES-DIAS-FRACAO        PIC 9(02) VALUE ZEROS.
       01 WS-RES-AVOS-13            PIC 9(02) VALUE ZEROS.
       01 WS-RES-AVOS-FERIAS        PIC 9(02) VALUE ZEROS.
       01 WS-RES-PER-VENCIDOS       PIC 9(02) VALUE ZEROS.
       01 WS-RES-SALDO-SALARIO      PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-AVISO-VALOR        PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-13-PROP            PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-FERIAS-VENC        PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-FERIAS-PROP        PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-TERCO              PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-BRUTO-AUX          PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-IMPOSTO-AUX        PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-FGTS-SALDO         PIC 9(09)V99 VALUE ZEROS.
       01 WS-RES-FGTS-ESTIMADO      PIC X(01) VALUE 'N'.
       01 WS-RES-PCT-MULTA          PIC 9(02) VALUE ZEROS.
       01 WS-RES-MULTA-FGTS         PIC 9(09)V99 VALUE ZEROS.
       01 WS-RES-ROTULO             PIC X(23) VALUE SPACES.
       01 WS-RES-VERBA              PIC 9(07)V99 VALUE ZEROS.
       01 WS-RES-COMPL              PIC X(40) VALUE SPACES.

      *    RESCISOES JA PAGAS NO PERIODO: A FOLHA MENSAL NAO PAGA DE
      *    NOVO O MES DE QUEM JA RECEBEU O SALDO DE SALARIO NO TERMO
       01 WS-RESPG-TAB.
           05 WS-RESPG-MATRICULA OCCURS 200 TIMES PIC 9(06).
       01 WS-RESPG-ITENS            PIC 9(03) VALUE 0.
       01 WS-RESPG-IDX              PIC 9(03) VALUE 0.
       01 WS-RESPG-ACHADO           PIC 9(03) VALUE 0.
       01 WS-TOT-RESCINDIDOS        PIC 9(04) VALUE ZEROS.

      *------------------- AUDITORIA DE VARIACAO MES A MES ------------*
      *  A REMESSA SO E LIBERADA DEPOIS DO ACEITE DESTE QUADRO        *
       01 WS-FS-REMFINAL            PIC 9(02) VALUE ZEROS.
       01 WS-VAR-PCT-EDIT           PIC -ZZZ9.9.
       01 WS-TOT-ALERTAS-VAR        PIC 9(04) VALUE ZEROS.

      *------------------- CONTROLE DE EXECUCAO E RETOMADA -----------*
      *  A CADA LOTE DE FUNCIONARIOS OS ARQUIVOS SAO FECHADOS E O     *
      *  PONTO GRAVADO. NA RETOMADA OS FUNCIONARIOS ATE O PONTO SAO   *
      *  RECALCULADOS SEM CONTRACHEQUE, O QUE REFAZ A REMESSA DE      *
      *  TRABALHO, OS DEPARTAMENTOS E AS TABELAS DO FECHAMENTO; OS    *
      *  TOTAIS RECALCULADOS TEM DE BATER COM OS DO PONTO             *
       01 WS-FS-FOLHACTL            PIC 9(02) VALUE ZEROS.
       01 WS-FS-CONTRA-RET          PIC 9(02) VALUE ZEROS.
       01 WS-CTL-ATIVO              PIC X(01) VALUE 'N'.
       01 WS-CTL-ACHOU              PIC X(01) VALUE 'N'.
       01 WS-CTL-CONCLUIDA          PIC X(01) VALUE 'N'.
       01 WS-CTL-DATA-CONCLUSAO     PIC X(08) VALUE SPACES.
       01 WS-CTL-SITUACAO           PIC X(01) VALUE SPACES.
       01 WS-RETOMANDO              PIC X(01) VALUE 'N'.
       01 WS-RESPOSTA               PIC X(01) VALUE SPACES.
       01 WS-SUPERVISOR             PIC X(10) VALUE SPACES.
       01 WS-CKP-LOTE               PIC 9(03) VALUE 10.
       01 WS-CKP-DESDE              PIC 9(03) VALUE ZEROS.
       01 WS-FUNC-LIDOS             PIC 9(06) VALUE ZEROS.
       01 WS-ULT-MATRICULA          PIC 9(06) VALUE ZEROS.
       01 WS-RET-PAGINAS            PIC 9(06) VALUE ZEROS.
       01 WS-RET-LINHAS             PIC 9(07) VALUE ZEROS.
       01 WS-RET-SEPARADOR          PIC X(80) VALUE ALL "=".
       01 WS-CTL-ULTIMO.
           05 WS-CTU-PERIODO        PIC 9(06).
           05 WS-CTU-MODO           PIC 9(01).
           05 WS-CTU-TIPO           PIC X(02).
           05 WS-CTU-SITUACAO       PIC X(01).
           05 WS-CTU-DATAHORA       PIC X(14).
           05 WS-CTU-LIDOS          PIC 9(06).
           05 WS-CTU-ULT-MATRICULA  PIC 9(06).
           05 WS-CTU-REM-QTD        PIC 9(06).
           05 WS-CTU-REM-SOMA       PIC 9(13)V99.
           05 WS-CTU-SUPERVISOR     PIC X(10).

       01 WS-ATU-TAB.
           05 WS-ATU OCCURS 200 TIMES.
              10 WS-ATU-MATRICULA   PIC 9(06).
              10 WS-ATU-NOME        PIC X(20).
              10 WS-ATU-LIQUIDO     PIC 9(09)V99.
              10 WS-ATU-CASADO      PIC X(01).
              10 WS-ATU-CPF         PIC 9(11).
              10 WS-ATU-DEPTM       PIC X(03).
              10 WS-ATU-BASE-INSS   PIC 9(07)V99.
              10 WS-ATU-BASE-FGTS   PIC 9(07)V99.
              10 WS-ATU-INSS        PIC 9(07)V99.
              10 WS-ATU-RAT         PIC 9(07)V99.
              10 WS-ATU-TERCEIROS   PIC 9(07)V99.
              10 WS-ATU-FGTS        PIC 9(07)V99.
              10 WS-ATU-IRRF        PIC 9(07)V99.
              10 WS-ATU-MULTA       PIC 9(07)V99.
              10 WS-ATU-VENC-MULTA  PIC 9(08).
              10 WS-ATU-TRIBUTAVEL  PIC 9(07)V99.
              10 WS-ATU-DECIMO      PIC 9(07)V99.
              10 WS-ATU-IRRF-DECIMO PIC 9(07)V99.
              10 WS-ATU-ISENTO      PIC 9(07)V99.
       01 WS-ATU-ITENS              PIC 9(03) VALUE 0.
       01 WS-ATU-IDX                PIC 9(03) VALUE 0.
       01 WS-ATU-ACHADO             PIC 9(03) VALUE 0.

       01 WS-ANT-TAB.
           05 WS-ANT OCCURS 200 TIMES.
              10 WS-ANT-MATRICULA   PIC 9(06).
              10 WS-ANT-NOME        PIC X(20).
              10 WS-ANT-LIQUIDO     PIC 9(09)V99.
              10 WS-ANT-CASADO      PIC X(01).
       01 WS-ANT-IDX                PIC 9(03) VALUE 0.
       01 WS-DESLIG-AAMM            PIC 9(06) VALUE ZEROS.
       01 WS-TOT-DESLIGADOS         PIC 9(04) VALUE ZEROS.
       01 WS-TOT-SEM-CPF            PIC 9(04) VALUE ZEROS.

      *------------------- MOVIMENTOS DO PERIODO POR FUNCIONARIO ------*
      *  HORA EXTRA, ADICIONAL NOTURNO, BONUS E COMISSAO SOMAM;      *
      *  FALTA, DESCONTO E ESTORNO DE COMISSAO (COMISCRM) ABATEM DO  *
      *  BRUTO. VALE-TRANSPORTE E VALE-REFEICAO                      *
      *  (3-BENEFMES) SAEM DO LIQUIDO, FORA DA BASE DO IMPOSTO       *
       01 WS-FS-MOVFOLHA            PIC 9(02) VALUE ZEROS.
       01 WS-BRUTO-N                PIC 9(07)V99 VALUE ZEROS.
       01 WS-MOVFUN-TAB.
           05 WS-MOVFUN OCCURS 200 TIMES.
              10 WS-MOVFUN-MATRICULA PIC 9(06).
              10 WS-MOVFUN-HE       PIC 9(07)V99.
              10 WS-MOVFUN-FA       PIC 9(07)V99.
              10 WS-MOVFUN-BO       PIC 9(07)V99.
              10 WS-MOVFUN-DE       PIC 9(07)V99.
              10 WS-MOVFUN-AN       PIC 9(07)V99.
              10 WS-MOVFUN-VT       PIC 9(07)V99.
              10 WS-MOVFUN-VR       PIC 9(07)V99.
              10 WS-MOVFUN-CM       PIC 9(07)V99.
              10 WS-MOVFUN-EC       PIC 9(07)V99.
       01 WS-MOVFUN-ITENS           PIC 9(03) VALUE 0.
       01 WS-MOVFUN-IDX             PIC 9(03) VALUE 0.
       01 WS-MOVFUN-ACHADO          PIC 9(03) VALUE 0.
       01 WS-BENEF-VT-N             PIC 9(07)V99 VALUE ZEROS.
       01 WS-BENEF-VR-N             PIC 9(07)V99 VALUE ZEROS.
       01 WS-BENEF-FUNC             PIC 9(07)V99 VALUE ZEROS.

      *------------------- MOVIMENTOS DE OUTROS PERIODOS --------------*
      *  DEPOIS DA FOLHA OK, SO ELES VOLTAM PARA O MOVFOLHA.DAT       *
       01 WS-MOVOUT-TAB.
           05 WS-MOVOUT-ITEM OCCURS 500 TIMES PIC X(24).
       01 WS-MOVOUT-ESTOURO        PIC X(01) VALUE 'N'.
       01 WS-MOVFUN-ESTOURO        PIC X(01) VALUE 'N'.
       01 WS-MOVOUT-ITENS           PIC 9(03) VALUE 0.
       01 WS-MOVOUT-IDX             PIC 9(03) VALUE 0.
       01 WS-TEM-MOVIMENTOS         PIC X(01) VALUE 'N'.

      *------------------- EMPRESTIMOS CONSIGNADOS --------------------*
      *  SO A FOLHA MENSAL E A RESCISAO DESCONTAM: A PARCELA DO MES   *
      *  OU, NO MES DO DESLIGAMENTO, O SALDO DEVEDOR INTEIRO. OS      *
      *  CONTRATOS SO SAO ATUALIZADOS QUANDO A REMESSA E LIBERADA     *
       01 WS-FS-CSG                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-REPASSE             PIC 9(02) VALUE ZEROS.
       01 WS-TEM-CONSIGNADOS        PIC X(01) VALUE 'N'.
       01 WS-CT-TAB.
           05 WS-CT OCCURS 300 TIMES.
              10 WS-CT-DADOS.
                 15 WS-CT-MATRICULA     PIC 9(06).
                 15 WS-CT-BANCO         PIC 9(03).
                 15 WS-CT-CONTRATO      PIC X(15).
                 15 WS-CT-VALOR-TOTAL   PIC 9(07)V99.
                 15 WS-CT-PARCELAS      PIC 9(03).
                 15 WS-CT-VALOR-PARCELA PIC 9(07)V99.
                 15 WS-CT-PAGAS         PIC 9(03).
                 15 WS-CT-INICIO        PIC 9(06).
                 15 WS-CT-ULT-DESCONTO  PIC 9(06).
                 15 WS-CT-SITUACAO      PIC X(01).
                 15 WS-CT-VALOR-RESCISAO PIC 9(07)V99.
              10 WS-CT-NOME          PIC X(20).
              10 WS-CT-DESCONTO      PIC 9(07)V99.
              10 WS-CT-TIPO-DESC     PIC X(01).
      *          P = PARCELA DO MES / R = SALDO NA RESCISAO
       01 WS-CT-ITENS               PIC 9(03) VALUE 0.
       01 WS-CT-IDX                 PIC 9(03) VALUE 0.
       01 WS-CONSIG-FUNC            PIC 9(07)V99 VALUE ZEROS.
       01 WS-CSG-SALDO              PIC 9(09)V99 VALUE ZEROS.
       01 WS-CSG-RESIDUO            PIC 9(09)V99 VALUE ZEROS.
       01 WS-CSG-NUM-PARCELA        PIC 9(03) VALUE ZEROS.
       01 WS-TOT-CSG-PENDENTES      PIC 9(04) VALUE ZEROS.
       01 WS-TOT-CSG-DESCONTADO     PIC 9(09)V99 VALUE ZEROS.

      *------------------- REPASSE POR BANCO CONVENIADO ---------------*
       01 WS-BCO-TAB.
           05 WS-BCO OCCURS 30 TIMES.
              10 WS-BCO-COD          PIC 9(03).
              10 WS-BCO-QTD          PIC 9(04).
              10 WS-BCO-VALOR        PIC 9(09)V99.
       01 WS-BCO-ITENS              PIC 9(02) VALUE 0.
       01 WS-BCO-IDX                PIC 9(02) VALUE 0.
       01 WS-BCO-ACHADO             PIC 9(02) VALUE 0.

      *------------------- ENCARGOS DA EMPRESA ------------------------*
      *  INSS PATRONAL, RAT E TERCEIROS SOBRE A BASE DO INSS; FGTS    *
      *  SOBRE A BASE DO FGTS. A 1A PARCELA DO 13O SO TEM FGTS; NA    *
      *  RESCISAO FERIAS INDENIZADAS NAO SAO BASE E O AVISO           *
      *  INDENIZADO SO E BASE DO FGTS                                 *
       01 WS-PCT-INSS-EMPRESA       PIC 9V999 VALUE 0.200.
       01 WS-PCT-RAT                PIC 9V999 VALUE 0.020.
       01 WS-PCT-TERCEIROS          PIC 9V999 VALUE 0.058.
       01 WS-PCT-FGTS               PIC 9V999 VALUE 0.080.
       01 WS-FS-ENCARGOS            PIC 9(02) VALUE ZEROS.
       01 WS-FS-OBRIGACOES          PIC 9(02) VALUE ZEROS.
       01 WS-ENC-FUNC.
           05 WS-EF-BASE-INSS       PIC 9(07)V99.
           05 WS-EF-BASE-FGTS       PIC 9(07)V99.
           05 WS-EF-INSS            PIC 9(07)V99.
           05 WS-EF-RAT             PIC 9(07)V99.
           05 WS-EF-TERCEIROS       PIC 9(07)V99.
           05 WS-EF-FGTS            PIC 9(07)V99.
           05 WS-EF-VENC-MULTA      PIC 9(08).

      *------------------- RENDIMENTOS PARA O INFORME ANUAL -----------*
      *  13O TEM TRIBUTACAO EXCLUSIVA E SAI EM LINHA PROPRIA; FERIAS  *
      *  E AVISO INDENIZADOS DA RESCISAO SAO ISENTOS. A FOLHA NAO     *
      *  RETEM A CONTRIBUICAO DO EMPREGADO: O INSS VAI ZERADO         *
       01 WS-REN-FUNC.
           05 WS-REN-TRIBUTAVEL     PIC 9(07)V99.
           05 WS-REN-DECIMO         PIC 9(07)V99.
           05 WS-REN-IRRF-DECIMO    PIC 9(07)V99.
           05 WS-REN-ISENTO         PIC 9(07)V99.

      *    TOTAIS DA COMPETENCIA, SOMANDO TODAS AS FOLHAS LIBERADAS
       01 WS-OBR-TOTAIS.
           05 WS-OBR-BASE-INSS      PIC 9(09)V99.
           05 WS-OBR-BASE-FGTS      PIC 9(09)V99.
           05 WS-OBR-INSS           PIC 9(09)V99.
           05 WS-OBR-RAT            PIC 9(09)V99.
           05 WS-OBR-TERCEIROS      PIC 9(09)V99.
           05 WS-OBR-FGTS           PIC 9(09)V99.
           05 WS-OBR-IRRF           PIC 9(09)V99.
           05 WS-OBR-MULTA          PIC 9(09)V99.
           05 WS-OBR-TOTAL-INSS     PIC 9(09)V99.
           05 WS-OBR-TOTAL          PIC 9(09)V99.
       01 WS-OBR-QTD                PIC 9(05) VALUE ZEROS.
       01 WS-OBR-DEPTM-TAB.
           05 WS-OBD OCCURS 20 TIMES.
              10 WS-OBD-COD         PIC X(03).
              10 WS-OBD-BASE-INSS   PIC 9(09)V99.
              10 WS-OBD-INSS        PIC 9(09)V99.
              10 WS-OBD-FGTS        PIC 9(09)V99.
       01 WS-OBD-ITENS              PIC 9(02) VALUE 0.
       01 WS-OBD-IDX                PIC 9(02) VALUE 0.
       01 WS-OBD-ACHADO             PIC 9(02) VALUE 0.
       01 WS-OBR-VALOR-EDIT         PIC Z(09).99.

      *    GUIAS VENCEM NO DIA 20 DO MES SEGUINTE; SABADO E DOMINGO
      *    ANTECIPAM PARA A SEXTA-FEIRA
       01 WS-OBR-VENCIMENTO         PIC 9(08) VALUE ZEROS.
       01 WS-OBR-VENCIMENTO-R REDEFINES WS-OBR-VENCIMENTO.
           05 WS-OBR-VENC-ANO       PIC 9(04).
           05 WS-OBR-VENC-MES       PIC 9(02).
           05 WS-OBR-VENC-DIA       PIC 9(02).
       01 WS-OBR-DIA-SEMANA         PIC 9(01) VALUE ZEROS.

      *------------------- TABELA PROGRESSIVA DO IMPOSTO --------------*
       01 WS-TABELA-IMPOSTO.
           05 WS-FAIXA OCCURS 5 TIMES.
               10 WS-DEPTM-BRUTO     PIC 9(09)V99.
               10 WS-DEPTM-IMPOSTO   PIC 9(09)V99.
               10 WS-DEPTM-LIQUIDO   PIC 9(09)V99.
               10 WS-DEPTM-CONSIG    PIC 9(09)V99.
               10 WS-DEPTM-BENEF     PIC 9(09)V99.
               10 WS-DEPTM-MULTA     PIC 9(09)V99.
               10 WS-DEPTM-ENCARGO-INSS PIC 9(09)V99.
               10 WS-DEPTM-ENCARGO-FGTS PIC 9(09)V99.
       01 WS-DEPTM-ITENS             PIC 9(02) VALUE 0.
       01 WS-DEPTM-IDX               PIC 9(02) VALUE 0.
       01 WS-DEPTM-ACHADO            PIC 9(02) VALUE 0.
       01 WS-VALOR-EDIT              PIC Z(09).99.

      *------------------- CUSTO DA FOLHA POR DEPARTAMENTO ------------*
      *  EVENTOS <TIPO>-BRU (BRUTO), <TIPO>-IRF (IMPOSTO RETIDO),     *
      *  <TIPO>-LIQ (LIQUIDO PAGO) E <TIPO>-ADI (ADIANTAMENTO         *
      *  DESCONTADO NA 2A PARCELA DO 13O), <TIPO>-CON (CONSIGNADOS   *
      *  A REPASSAR AOS BANCOS), <TIPO>-BEN (PARTE DO FUNCIONARIO NO  *
      *  VALE-TRANSPORTE E NO VALE-REFEICAO), <TIPO>-MFG (MULTA DO    *
      *  FGTS NA RESCISAO), <TIPO>-INS (INSS PATRONAL, RAT E          *
      *  TERCEIROS) E <TIPO>-FGT (DEPOSITO DO FGTS), COM TIPO =       *
      *  FL/13/FE/RE                                                  *
       01 WS-FS-MOVCONTAB            PIC 9(02) VALUE ZEROS.
       01 WS-CONTAB-LOTE             PIC X(14) VALUE SPACES.
       01 WS-CONTAB-ADI              PIC 9(09)V99 VALUE ZEROS.
       01 WS-CONTAB-QTD              PIC 9(04) VALUE 0.

      *------------------- REMESSA BANCARIA DE PAGAMENTOS -------------*
      *  LAYOUT POSICIONAL: HEADER 0 / DETALHE 1 / TRAILER 9           *
       01 WS-EMPRESA-NOME            PIC X(30)
           05 WS-REMD-VALOR          PIC 9(09)V99.
           05 WS-REMD-TIPO           PIC X(02).
      *       FL = FOLHA MENSAL / 13 = 13O SALARIO / FE = FERIAS
      *       RE = RESCISAO
           05 WS-REMD-MATRICULA      PIC 9(06).
           05 FILLER                 PIC X(24) VALUE SPACES.

       01 WS-REM-TRAILER.
           05 FILLER                 PIC X(01) VALUE "9".
           MOVE 0.275      TO WS-FAIXA-ALIQUOTA (5).
           MOVE 00896.00   TO WS-FAIXA-DEDUCAO  (5).

           DISPLAY "MODO (1)MENSAL (2)13O-1A (3)13O-2A (4)FERIAS"
                   " (5)RESCISAO: ".
           ACCEPT WS-MODO-FOLHA.
           EVALUATE TRUE
               WHEN FOLHA-13-PRIMEIRA
               WHEN FOLHA-FERIAS
                   MOVE "FE" TO WS-TIPO-FOLHA
                   MOVE "FERIAS" TO WS-TITULO-FOLHA
               WHEN FOLHA-RESCISAO
                   MOVE "RE" TO WS-TIPO-FOLHA
                   MOVE "RESCISAO" TO WS-TITULO-FOLHA
               WHEN OTHER
                   MOVE 1 TO WS-MODO-FOLHA
                   MOVE "FL" TO WS-TIPO-FOLHA
           END-EVALUATE.

           IF FOLHA-FERIAS
              DISPLAY "MATRICULA DO FUNCIONARIO      : "
              ACCEPT WS-FUNC-ESCOLHIDO
              DISPLAY "INICIO DAS FERIAS (AAAAMMDD)  : "
              ACCEPT WS-FERIAS-INICIO
              ACCEPT WS-FERIAS-FIM
           END-IF.

      *    NA RESCISAO O PERIODO E O MES DO DESLIGAMENTO
           IF FOLHA-RESCISAO
              PERFORM PREPARAR-RESCISAO
           ELSE
              DISPLAY "PERIODO DE REFERENCIA (AAAAMM / 0 = ATUAL): "
              ACCEPT WS-PERIODO
              IF WS-PERIODO EQUAL ZEROS
                 MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO
              END-IF
           END-IF.

           DISPLAY "DATA DE PAGAMENTO (AAAAMMDD / 0 = HOJE): ".
              MOVE 20 TO WS-PCT-LIMITE
           END-IF.

      *    FERIAS E RESCISAO SAO DE UM FUNCIONARIO SO E FICAM FORA
      *    DO CONTROLE DE EXECUCAO
           IF NOT FOLHA-FERIAS AND NOT FOLHA-RESCISAO
              PERFORM CONTROLAR-EXECUCAO
           END-IF.

      *    MOVIMENTOS VARIAVEIS SO ENTRAM NA FOLHA MENSAL
           IF FOLHA-MENSAL
              PERFORM CARREGAR-MOVIMENTOS
              PERFORM CARREGAR-RESCISOES-PAGAS
           END-IF.
           IF FOLHA-MENSAL OR FOLHA-RESCISAO
              PERFORM CARREGAR-CONSIGNADOS
           END-IF.

           OPEN INPUT FUNCIONARIOS.
              STOP RUN
           END-IF.

      *    NA RETOMADA FICAM SO OS CONTRACHEQUES ATE O PONTO
           IF WS-RETOMANDO EQUAL 'S'
              PERFORM RECORTAR-CONTRACHEQUES
           ELSE
              OPEN OUTPUT CONTRACHEQUES
           END-IF.
           IF WS-FS-CONTRA NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DOS CONTRACHEQUES "
                      WS-FS-CONTRA
              GO TO PROCESSAR-FIM
           END-IF.

      *    FERIAS E RESCISAO SAO DE UM FUNCIONARIO POR VEZ
           IF (FOLHA-FERIAS OR FOLHA-RESCISAO)
              AND WS-FUNC-MATRICULA NOT EQUAL WS-FUNC-ESCOLHIDO
              GO TO PROCESSAR-FIM
           END-IF.

      *    QUEM JA RECEBEU A RESCISAO TEVE O MES PAGO NO TERMO
           IF FOLHA-MENSAL AND WS-FUNC-DESLIGAMENTO NOT EQUAL ZEROS
              PERFORM PROCURAR-RESCISAO-PAGA
              IF WS-RESPG-ACHADO NOT EQUAL 0
                 PERFORM IGNORAR-RESCINDIDO
                 GO TO PROCESSAR-FIM
              END-IF
           END-IF.

      *    CADASTRO CONVERTIDO SEM CPF: PAGA, MAS O RH PRECISA SABER
           IF WS-FUNC-CPF NOT NUMERIC OR WS-FUNC-CPF EQUAL ZEROS
              ADD 1 TO WS-TOT-SEM-CPF
              DISPLAY "AVISO: MATRICULA " WS-FUNC-MATRICULA
                      " SEM CPF NO CADASTRO"
           END-IF.

           MOVE WS-FUNC-NOME    TO WS-NOME.
           MOVE WS-FUNC-DEPTM   TO WS-DEPTM.
           MOVE WS-FUNC-SALARIO TO WS-SALARIO.
           PERFORM MONTAR-BRUTO.
           EVALUATE TRUE
               WHEN WS-ISENTO EQUAL 'S'
                   MOVE 0 TO WS-IMPOSTO-N
                   MOVE 1 TO WS-FAIXA-ACHADA
                   MOVE WS-IMPOSTO-N TO WS-IMPOSTO
               WHEN FOLHA-RESCISAO
                   PERFORM CALCULAR-IMPOSTO-RESCISAO
               WHEN OTHER
                   PERFORM CALCULAR-IMPOSTO
           END-EVALUATE.
           PERFORM CALCULAR-ENCARGOS.
           PERFORM APURAR-RENDIMENTOS.
           COMPUTE WS-LIQUIDO-N = WS-BRUTO-N - WS-IMPOSTO-N
                                  - WS-ADIANTAMENTO-N.
           IF WS-LIQUIDO-N < 0
              MOVE 0 TO WS-LIQUIDO-N
           END-IF.
           PERFORM DESCONTAR-BENEFICIOS.
           MOVE 0 TO WS-CONSIG-FUNC.
           IF (FOLHA-MENSAL OR FOLHA-RESCISAO)
              AND WS-TEM-CONSIGNADOS EQUAL 'S'
              PERFORM DESCONTAR-CONSIGNADOS
           END-IF.
           MOVE WS-LIQUIDO-N TO WS-LIQUIDO.
           ADD     WS-BRUTO-N TO WS-TOTAL-FOLHA-N.
           PERFORM ACUMULAR-DEPARTAMENTO.

      *    FUNCIONARIO ANTERIOR AO PONTO DE RETOMADA JA TEM
      *    CONTRACHEQUE: SO OS VALORES SAO REFEITOS
           IF WS-RETOMANDO NOT EQUAL 'S'
              DISPLAY "MATRICULA:    "    WS-FUNC-MATRICULA
              DISPLAY "FUNCIONÁRIO:  "    WS-NOME
              DISPLAY "DEPARTAMENTO: "    WS-DEPTM
              DISPLAY "SALÁRIO: "         WS-SALARIO
              DISPLAY "IMPOSTO: "         WS-IMPOSTO
              DISPLAY "LÍQUIDO: "         WS-LIQUIDO
              DISPLAY " "

              IF FOLHA-RESCISAO
                 PERFORM IMPRIMIR-TERMO-RESCISAO
              ELSE
                 PERFORM IMPRIMIR-CONTRACHEQUE
              END-IF
           END-IF.
           PERFORM GRAVAR-DETALHE-REMESSA.
           PERFORM GUARDAR-LIQUIDO-ATUAL.

       PROCESSAR-FIM.
           ADD 1 TO WS-FUNC-LIDOS.
           MOVE WS-FUNC-MATRICULA TO WS-ULT-MATRICULA.
           IF WS-CTL-ATIVO EQUAL 'S'
              PERFORM CONTROLAR-LOTE
           END-IF.
           READ FUNCIONARIOS.

      *------------------- CARREGA OS MOVIMENTOS DO PERIODO -----------*
              IF WS-MOVFUN-ITENS < 200
                 ADD 1 TO WS-MOVFUN-ITENS
                 INITIALIZE WS-MOVFUN (WS-MOVFUN-ITENS)
                 MOVE WS-MOV-MATRICULA
                   TO WS-MOVFUN-MATRICULA (WS-MOVFUN-ITENS)
                 MOVE WS-MOVFUN-ITENS TO WS-MOVFUN-ACHADO
              ELSE
      *          MOVIMENTO SEM VAGA NA TABELA NAO SERA APLICADO NA
      *          FOLHA: O ZERAMENTO SERA ABORTADO PARA O LANCAMENTO
      *          NAO SUMIR DO MOVFOLHA.DAT SEM TER SIDO PAGO
                 MOVE 'S' TO WS-MOVFUN-ESTOURO
                 DISPLAY "AVISO: MOVIMENTO DA MATRICULA "
                         WS-MOV-MATRICULA
                         " SEM VAGA NA TABELA (200) - NAO APLICADO"
                 GO TO GUARDAR-UM-MOVIMENTO-FIM
              END-IF
                   ADD WS-MOV-VALOR TO WS-MOVFUN-BO (WS-MOVFUN-ACHADO)
               WHEN "DE"
                   ADD WS-MOV-VALOR TO WS-MOVFUN-DE (WS-MOVFUN-ACHADO)
               WHEN "AN"
                   ADD WS-MOV-VALOR TO WS-MOVFUN-AN (WS-MOVFUN-ACHADO)
               WHEN "VT"
                   ADD WS-MOV-VALOR TO WS-MOVFUN-VT (WS-MOVFUN-ACHADO)
               WHEN "VR"
                   ADD WS-MOV-VALOR TO WS-MOVFUN-VR (WS-MOVFUN-ACHADO)
               WHEN "CM"
                   ADD WS-MOV-VALOR TO WS-MOVFUN-CM (WS-MOVFUN-ACHADO)
               WHEN "EC"
                   ADD WS-MOV-VALOR TO WS-MOVFUN-EC (WS-MOVFUN-ACHADO)
           END-EVALUATE.

       GUARDAR-UM-MOVIMENTO-FIM.

       PROCURAR-MOVFUN    SECTION.
           ADD 1 TO WS-MOVFUN-IDX.
           IF WS-MOVFUN-MATRICULA (WS-MOVFUN-IDX)
                 EQUAL WS-MOV-MATRICULA
              MOVE WS-MOVFUN-IDX TO WS-MOVFUN-ACHADO
           END-IF.

                   COMPUTE WS-BRUTO-N =
                           WS-FUNC-SALARIO + (WS-FUNC-SALARIO / 3)
                   GO TO MONTAR-BRUTO-FIM
               WHEN FOLHA-RESCISAO
      *            VERBAS RESCISORIAS, ABATIDO O 13O JA PAGO NO ANO
                   PERFORM APURAR-RESCISAO
                   MOVE WS-RES-13-PAGO TO WS-ADIANTAMENTO-N
                   GO TO MONTAR-BRUTO-FIM
           END-EVALUATE.

           MOVE WS-FUNC-SALARIO TO WS-BRUTO-N.
           IF WS-MOVFUN-ACHADO NOT EQUAL 0
              COMPUTE WS-BRUTO-N = WS-BRUTO-N
                      + WS-MOVFUN-HE (WS-MOVFUN-ACHADO)
                      + WS-MOVFUN-AN (WS-MOVFUN-ACHADO)
                      + WS-MOVFUN-BO (WS-MOVFUN-ACHADO)
                      + WS-MOVFUN-CM (WS-MOVFUN-ACHADO)
                      - WS-MOVFUN-FA (WS-MOVFUN-ACHADO)
                      - WS-MOVFUN-DE (WS-MOVFUN-ACHADO)
                      - WS-MOVFUN-EC (WS-MOVFUN-ACHADO)
              IF WS-BRUTO-N < 0
                 MOVE 0 TO WS-BRUTO-N
              END-IF

       PROCURAR-MOVFUN-DO-FUNC    SECTION.
           ADD 1 TO WS-MOVFUN-IDX.
           IF WS-MOVFUN-MATRICULA (WS-MOVFUN-IDX)
                 EQUAL WS-FUNC-MATRICULA
              MOVE WS-MOVFUN-IDX TO WS-MOVFUN-ACHADO
           END-IF.

      *------------------- PARTE DO FUNCIONARIO NOS BENEFICIOS --------*
      *  SO NA FOLHA MENSAL (MOVIMENTO ACHADO NO MONTAR-BRUTO). SAI   *
      *  DO LIQUIDO DEPOIS DO IMPOSTO E ANTES DOS CONSIGNADOS; O QUE  *
      *  NAO COUBER NO LIQUIDO NAO E DESCONTADO                       *
       DESCONTAR-BENEFICIOS    SECTION.
           MOVE 0 TO WS-BENEF-VT-N.
           MOVE 0 TO WS-BENEF-VR-N.
           MOVE 0 TO WS-BENEF-FUNC.
           IF WS-MOVFUN-ACHADO EQUAL 0
              GO TO DESCONTAR-BENEFICIOS-FIM
           END-IF.

           MOVE WS-MOVFUN-VT (WS-MOVFUN-ACHADO) TO WS-BENEF-VT-N.
           IF WS-BENEF-VT-N > WS-LIQUIDO-N
              DISPLAY "AVISO: MATRICULA " WS-FUNC-MATRICULA
                      " - VALE-TRANSPORTE LIMITADO AO LIQUIDO"
              MOVE WS-LIQUIDO-N TO WS-BENEF-VT-N
           END-IF.
           SUBTRACT WS-BENEF-VT-N FROM WS-LIQUIDO-N.

           MOVE WS-MOVFUN-VR (WS-MOVFUN-ACHADO) TO WS-BENEF-VR-N.
           IF WS-BENEF-VR-N > WS-LIQUIDO-N
              DISPLAY "AVISO: MATRICULA " WS-FUNC-MATRICULA
                      " - VALE-REFEICAO LIMITADO AO LIQUIDO"
              MOVE WS-LIQUIDO-N TO WS-BENEF-VR-N
           END-IF.
           SUBTRACT WS-BENEF-VR-N FROM WS-LIQUIDO-N.

           ADD WS-BENEF-VT-N WS-BENEF-VR-N TO WS-BENEF-FUNC.

       DESCONTAR-BENEFICIOS-FIM.
           EXIT.

      *------------------- LOCALIZA A FAIXA E APLICA O IMPOSTO --------*
       CALCULAR-IMPOSTO    SECTION.
           MOVE 1 TO WS-FAIXA-IDX.
           ADD WS-BRUTO-N      TO WS-DEPTM-BRUTO (WS-DEPTM-ACHADO).
           ADD WS-IMPOSTO-N    TO WS-DEPTM-IMPOSTO (WS-DEPTM-ACHADO).
           ADD WS-LIQUIDO-N    TO WS-DEPTM-LIQUIDO (WS-DEPTM-ACHADO).
           ADD WS-CONSIG-FUNC  TO WS-DEPTM-CONSIG (WS-DEPTM-ACHADO).
           ADD WS-BENEF-FUNC   TO WS-DEPTM-BENEF (WS-DEPTM-ACHADO).
           ADD WS-RES-MULTA-FGTS TO WS-DEPTM-MULTA (WS-DEPTM-ACHADO).
           ADD WS-EF-INSS WS-EF-RAT WS-EF-TERCEIROS
             TO WS-DEPTM-ENCARGO-INSS (WS-DEPTM-ACHADO).
           ADD WS-EF-FGTS TO WS-DEPTM-ENCARGO-FGTS (WS-DEPTM-ACHADO).

       ACUMULAR-DEPARTAMENTO-FIM.
           EXIT.
           END-IF.

           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "MATRICULA: "             DELIMITED BY SIZE
                  WS-FUNC-MATRICULA         DELIMITED BY SIZE
                  "  FUNCIONARIO: "         DELIMITED BY SIZE
                  WS-FUNC-NOME              DELIMITED BY SIZE
                  "  DEPARTAMENTO: "        DELIMITED BY SIZE
                  WS-FUNC-DEPTM             DELIMITED BY SIZE
              WRITE WS-CONTRA-LINHA
           END-IF.

           IF WS-BENEF-VT-N NOT EQUAL ZEROS
              MOVE WS-BENEF-VT-N TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "VALE-TRANSPORTE ...... " DELIMITED BY SIZE
                     WS-VALOR-EDIT             DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
              WRITE WS-CONTRA-LINHA
           END-IF.

           IF WS-BENEF-VR-N NOT EQUAL ZEROS
              MOVE WS-BENEF-VR-N TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "VALE-REFEICAO ........ " DELIMITED BY SIZE
                     WS-VALOR-EDIT             DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
              WRITE WS-CONTRA-LINHA
           END-IF.

           IF WS-CONSIG-FUNC NOT EQUAL ZEROS
              MOVE 0 TO WS-CT-IDX
              PERFORM IMPRIMIR-CONSIGNADO
                 UNTIL WS-CT-IDX EQUAL WS-CT-ITENS
           END-IF.

           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "SALARIO LIQUIDO ...... " DELIMITED BY SIZE
                  WS-LIQUIDO                DELIMITED BY SIZE
              WRITE WS-CONTRA-LINHA
           END-IF.

           IF WS-MOVFUN-AN (WS-MOVFUN-ACHADO) NOT EQUAL ZEROS
              MOVE WS-MOVFUN-AN (WS-MOVFUN-ACHADO) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "ADICIONAL NOTURNO .. + " DELIMITED BY SIZE
                     WS-VALOR-EDIT             DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
              WRITE WS-CONTRA-LINHA
           END-IF.

           IF WS-MOVFUN-BO (WS-MOVFUN-ACHADO) NOT EQUAL ZEROS
              MOVE WS-MOVFUN-BO (WS-MOVFUN-ACHADO) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              WRITE WS-CONTRA-LINHA
           END-IF.

           IF WS-MOVFUN-CM (WS-MOVFUN-ACHADO) NOT EQUAL ZEROS
              MOVE WS-MOVFUN-CM (WS-MOVFUN-ACHADO) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "COMISSOES .......... + " DELIMITED BY SIZE
                     WS-VALOR-EDIT             DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
              WRITE WS-CONTRA-LINHA
           END-IF.

           IF WS-MOVFUN-FA (WS-MOVFUN-ACHADO) NOT EQUAL ZEROS
              MOVE WS-MOVFUN-FA (WS-MOVFUN-ACHADO) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              WRITE WS-CONTRA-LINHA
           END-IF.

           IF WS-MOVFUN-EC (WS-MOVFUN-ACHADO) NOT EQUAL ZEROS
              MOVE WS-MOVFUN-EC (WS-MOVFUN-ACHADO) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "ESTORNO COMISSAO ... - " DELIMITED BY SIZE
                     WS-VALOR-EDIT             DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
              WRITE WS-CONTRA-LINHA
           END-IF.

       IMPRIMIR-MOVIMENTOS-FIM.
           EXIT.

           WRITE WS-CONTRA-LINHA.
           DISPLAY WS-CONTRA-LINHA.

           IF WS-DEPTM-CONSIG (WS-DEPTM-IDX) NOT EQUAL ZEROS
              MOVE WS-DEPTM-CONSIG (WS-DEPTM-IDX) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "  CONSIGNADO . "      DELIMITED BY SIZE
                     WS-VALOR-EDIT          DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
              WRITE WS-CONTRA-LINHA
              DISPLAY WS-CONTRA-LINHA
           END-IF.

           IF WS-DEPTM-BENEF (WS-DEPTM-IDX) NOT EQUAL ZEROS
              MOVE WS-DEPTM-BENEF (WS-DEPTM-IDX) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "  BENEFICIOS . "      DELIMITED BY SIZE
                     WS-VALOR-EDIT          DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
              WRITE WS-CONTRA-LINHA
              DISPLAY WS-CONTRA-LINHA
           END-IF.

           MOVE WS-DEPTM-ENCARGO-INSS (WS-DEPTM-IDX) TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "  INSS EMPRESA "         DELIMITED BY SIZE
                  WS-VALOR-EDIT             DELIMITED BY SIZE
                  "  (PATRONAL, RAT E TERCEIROS)"
                                            DELIMITED BY SIZE
                  INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.
           DISPLAY WS-CONTRA-LINHA.

           MOVE WS-DEPTM-ENCARGO-FGTS (WS-DEPTM-IDX) TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "  FGTS ....... "         DELIMITED BY SIZE
                  WS-VALOR-EDIT             DELIMITED BY SIZE
                  INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.
           DISPLAY WS-CONTRA-LINHA.

           IF WS-DEPTM-MULTA (WS-DEPTM-IDX) NOT EQUAL ZEROS
              MOVE WS-DEPTM-MULTA (WS-DEPTM-IDX) TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "  MULTA FGTS . "      DELIMITED BY SIZE
                     WS-VALOR-EDIT          DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
              WRITE WS-CONTRA-LINHA
              DISPLAY WS-CONTRA-LINHA
           END-IF.

           COMPUTE WS-VALOR-EDIT = WS-DEPTM-BRUTO (WS-DEPTM-IDX)
                                 + WS-DEPTM-ENCARGO-INSS (WS-DEPTM-IDX)
                                 + WS-DEPTM-ENCARGO-FGTS (WS-DEPTM-IDX)
                                 + WS-DEPTM-MULTA (WS-DEPTM-IDX).
           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "  CUSTO TOTAL  "         DELIMITED BY SIZE
                  WS-VALOR-EDIT             DELIMITED BY SIZE
                  INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.
           DISPLAY WS-CONTRA-LINHA.

      *------------------- ARQUIVO DE REMESSA PARA O BANCO ------------*
       GRAVAR-HEADER-REMESSA    SECTION.
           MOVE WS-EMPRESA-NOME    TO WS-REMH-EMPRESA.
           MOVE WS-FUNC-CONTA-DV   TO WS-REMD-CONTA-DV.
           MOVE WS-LIQUIDO-N       TO WS-REMD-VALOR.
           MOVE WS-TIPO-FOLHA      TO WS-REMD-TIPO.
           MOVE WS-FUNC-MATRICULA  TO WS-REMD-MATRICULA.
           MOVE WS-REM-DETALHE     TO WS-REMESSA-LINHA.
           WRITE WS-REMESSA-LINHA.

           EXIT.

       FINALIZAR    SECTION.
           IF WS-CTL-ATIVO EQUAL 'S'
              PERFORM FECHAR-ULTIMO-LOTE
           END-IF.

           PERFORM IMPRIMIR-CENTRO-CUSTO.
           PERFORM GRAVAR-TRAILER-REMESSA.
           CLOSE REMESSA.
           ACCEPT WS-LIBERA.

           IF WS-LIBERA EQUAL 'S' OR WS-LIBERA EQUAL 's'
              MOVE 'L' TO WS-CTL-SITUACAO
              PERFORM GRAVAR-CONTROLE
              PERFORM LIBERAR-REMESSA
              PERFORM IMPRIMIR-RESUMO-REMESSA
              PERFORM GRAVAR-HISTORICO-FOLHA
              PERFORM GRAVAR-CONTABIL
              PERFORM ZERAR-MOVIMENTOS
              PERFORM BAIXAR-CONSIGNADOS
              PERFORM GRAVAR-ENCARGOS
              PERFORM IMPRIMIR-OBRIGACOES
              MOVE 'C' TO WS-CTL-SITUACAO
              PERFORM GRAVAR-CONTROLE
           ELSE
              DISPLAY "REMESSA RETIDA EM REMESSA.TRABALHO.TXT -"
                      " NADA FOI LIBERADO AO BANCO"
              MOVE 'R' TO WS-CTL-SITUACAO
              PERFORM GRAVAR-CONTROLE
           END-IF.

           MOVE WS-TOTAL-FOLHA-N TO WS-TOTAL-FOLHA.
           DISPLAY "TOTAL DA FOLHA: " WS-TOTAL-FOLHA.
           DISPLAY "DESLIGADOS FORA DA FOLHA: " WS-TOT-DESLIGADOS.
           IF WS-TOT-SEM-CPF NOT EQUAL ZEROS
              DISPLAY "SEM CPF NO CADASTRO: " WS-TOT-SEM-CPF
                      " - COMPLETAR NO 3-FUNCCAD"
           END-IF.
           IF WS-TOT-CSG-PENDENTES NOT EQUAL ZEROS
              DISPLAY "PARCELAS DE CONSIGNADO NAO DESCONTADAS: "
                      WS-TOT-CSG-PENDENTES " - LIQUIDO INSUFICIENTE"
           END-IF.
           IF WS-TOT-RESCINDIDOS NOT EQUAL ZEROS
              DISPLAY "RESCISOES JA PAGAS NO TERMO: " WS-TOT-RESCINDIDOS
                      " - FORA DA FOLHA"
           END-IF.

           CLOSE FUNCIONARIOS.
           CLOSE CONTRACHEQUES.
       GUARDAR-LIQUIDO-ATUAL    SECTION.
           IF WS-ATU-ITENS < 200
              ADD 1 TO WS-ATU-ITENS
              MOVE WS-FUNC-MATRICULA
                TO WS-ATU-MATRICULA (WS-ATU-ITENS)
              MOVE WS-FUNC-NOME TO WS-ATU-NOME (WS-ATU-ITENS)
              MOVE WS-LIQUIDO-N TO WS-ATU-LIQUIDO (WS-ATU-ITENS)
              MOVE 'N'          TO WS-ATU-CASADO (WS-ATU-ITENS)
              MOVE ZEROS        TO WS-ATU-CPF (WS-ATU-ITENS)
              IF WS-FUNC-CPF NUMERIC
                 MOVE WS-FUNC-CPF TO WS-ATU-CPF (WS-ATU-ITENS)
              END-IF
              MOVE WS-FUNC-DEPTM   TO WS-ATU-DEPTM (WS-ATU-ITENS)
              MOVE WS-EF-BASE-INSS TO WS-ATU-BASE-INSS (WS-ATU-ITENS)
              MOVE WS-EF-BASE-FGTS TO WS-ATU-BASE-FGTS (WS-ATU-ITENS)
              MOVE WS-EF-INSS      TO WS-ATU-INSS (WS-ATU-ITENS)
              MOVE WS-EF-RAT       TO WS-ATU-RAT (WS-ATU-ITENS)
              MOVE WS-EF-TERCEIROS TO WS-ATU-TERCEIROS (WS-ATU-ITENS)
              MOVE WS-EF-FGTS      TO WS-ATU-FGTS (WS-ATU-ITENS)
              MOVE WS-IMPOSTO-N    TO WS-ATU-IRRF (WS-ATU-ITENS)
              MOVE WS-RES-MULTA-FGTS TO WS-ATU-MULTA (WS-ATU-ITENS)
              MOVE WS-EF-VENC-MULTA
                TO WS-ATU-VENC-MULTA (WS-ATU-ITENS)
              MOVE WS-REN-TRIBUTAVEL
                TO WS-ATU-TRIBUTAVEL (WS-ATU-ITENS)
              MOVE WS-REN-DECIMO   TO WS-ATU-DECIMO (WS-ATU-ITENS)
              MOVE WS-REN-IRRF-DECIMO
                TO WS-ATU-IRRF-DECIMO (WS-ATU-ITENS)
              MOVE WS-REN-ISENTO   TO WS-ATU-ISENTO (WS-ATU-ITENS)
           ELSE
      *       O PAGAMENTO SAI MESMO ASSIM, MAS SEM VAGA NO QUADRO O
      *       FUNCIONARIO FICA FORA DO HISTORICO E DA VARIACAO - O
      *       OPERADOR PRECISA SABER QUE O QUADRO NAO FECHA
              DISPLAY "AVISO: MAIS DE 200 FUNCIONARIOS NA FOLHA - "
              DISPLAY WS-FUNC-MATRICULA " " WS-FUNC-NOME
                      " PAGO MAS FORA DO HISTORICO"
              DISPLAY "E DO QUADRO DE VARIACAO - AMPLIE A TABELA"
           END-IF.

      *------------------- CONTROLE DE EXECUCAO DA FOLHA --------------*
      *  FOLHA JA LIBERADA SO RODA DE NOVO COM O SUPERVISOR; FOLHA    *
      *  INTERROMPIDA PODE SER RETOMADA DO ULTIMO PONTO GRAVADO       *
       CONTROLAR-EXECUCAO    SECTION.
           MOVE 'S' TO WS-CTL-ATIVO.
           PERFORM CARREGAR-CONTROLE.

      *    UMA EXECUCAO RETIDA DEPOIS DE UMA CONCLUIDA NAO LIBERA O
      *    PERIODO: VALE A CONCLUSAO ANTERIOR
           IF WS-CTL-ACHOU EQUAL 'S'
              EVALUATE TRUE
                  WHEN WS-CTU-SITUACAO EQUAL 'E'
                      PERFORM PERGUNTAR-RETOMADA
                  WHEN WS-CTU-SITUACAO EQUAL 'L'
                    OR WS-CTL-CONCLUIDA EQUAL 'S'
                      PERFORM FORCAR-COM-SUPERVISOR
              END-EVALUATE
           END-IF.

           IF WS-RETOMANDO EQUAL 'S'
              DISPLAY "RETOMANDO APOS A MATRICULA " WS-CTU-ULT-MATRICULA
                      " - " WS-CTU-LIDOS " REGISTROS A REFAZER"
           ELSE
              MOVE 0 TO WS-FUNC-LIDOS
              MOVE 'E' TO WS-CTL-SITUACAO
              PERFORM GRAVAR-CONTROLE
           END-IF.

       CARREGAR-CONTROLE    SECTION.
           MOVE 'N' TO WS-CTL-ACHOU.
           MOVE 'N' TO WS-CTL-CONCLUIDA.
           OPEN INPUT FOLHACTL.
           IF WS-FS-FOLHACTL NOT EQUAL ZEROS
              GO TO CARREGAR-CONTROLE-FIM
           END-IF.
           READ FOLHACTL.
           PERFORM GUARDAR-CONTROLE
              UNTIL WS-FS-FOLHACTL NOT EQUAL ZEROS.
           CLOSE FOLHACTL.

       CARREGAR-CONTROLE-FIM.
           EXIT.

       GUARDAR-CONTROLE    SECTION.
           IF WS-FCTL-PERIODO EQUAL WS-PERIODO
              AND WS-FCTL-MODO EQUAL WS-MODO-FOLHA
              MOVE 'S'         TO WS-CTL-ACHOU
              MOVE WS-FCTL-REG TO WS-CTL-ULTIMO
              IF FCTL-CONCLUIDA
                 MOVE 'S' TO WS-CTL-CONCLUIDA
                 MOVE WS-FCTL-DATAHORA (1:8) TO WS-CTL-DATA-CONCLUSAO
              END-IF
           END-IF.
           READ FOLHACTL.

       FORCAR-COM-SUPERVISOR    SECTION.
           DISPLAY "ATENCAO: " WS-TITULO-FOLHA " DO PERIODO "
                   WS-PERIODO.
           IF WS-CTU-SITUACAO NOT EQUAL 'L'
              DISPLAY "JA CONCLUIDA E LIBERADA AO BANCO EM "
                      WS-CTL-DATA-CONCLUSAO
           ELSE
              DISPLAY "LIBERACAO INTERROMPIDA EM "
                      WS-CTU-DATAHORA (1:8)
                      " - CONFERIR REMESSA.TXT, FOLHAHIST.DAT,"
              DISPLAY "CONTABILIDADE, MOVFOLHA E CONSIGNADOS ANTES"
                      " DE RODAR DE NOVO"
           END-IF.
           DISPLAY "SUPERVISOR AUTORIZA NOVA EXECUCAO (S/N)? ".
              ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE (WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT EQUAL 'S'
              DISPLAY "FOLHA NAO EXECUTADA - NADA FOI GRAVADO"
              STOP RUN
           END-IF.

           DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
              ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR EQUAL SPACES
              DISPLAY "IDENTIFICACAO OBRIGATORIA - FOLHA NAO EXECUTADA"
              STOP RUN
           END-IF.
           DISPLAY "NOVA EXECUCAO AUTORIZADA POR " WS-SUPERVISOR.

       PERGUNTAR-RETOMADA    SECTION.
           DISPLAY "ATENCAO: " WS-TITULO-FOLHA " DO PERIODO "
                   WS-PERIODO " INTERROMPIDA EM "
                   WS-CTU-DATAHORA (1:8).
      *    A AUTORIZACAO DO SUPERVISOR VALE PARA A EXECUCAO INTEIRA
           MOVE WS-CTU-SUPERVISOR TO WS-SUPERVISOR.
           IF WS-CTU-LIDOS EQUAL ZEROS
              DISPLAY "NENHUM LOTE CONCLUIDO - A FOLHA RECOMECA"
              GO TO PERGUNTAR-RETOMADA-FIM
           END-IF.

           DISPLAY "ULTIMO PONTO: " WS-CTU-LIDOS
                   " REGISTROS, MATRICULA " WS-CTU-ULT-MATRICULA.
           DISPLAY "RETOMAR DESTE PONTO (S/N)? ".
              ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE (WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA EQUAL 'S'
              MOVE 'S' TO WS-RETOMANDO
           ELSE
              DISPLAY "A FOLHA RECOMECA DO PRIMEIRO FUNCIONARIO"
           END-IF.

       PERGUNTAR-RETOMADA-FIM.
           EXIT.

       GRAVAR-CONTROLE    SECTION.
           IF WS-CTL-ATIVO NOT EQUAL 'S'
              GO TO GRAVAR-CONTROLE-FIM
           END-IF.

           MOVE WS-PERIODO        TO WS-FCTL-PERIODO.
           MOVE WS-MODO-FOLHA     TO WS-FCTL-MODO.
           MOVE WS-TIPO-FOLHA     TO WS-FCTL-TIPO.
           MOVE WS-CTL-SITUACAO   TO WS-FCTL-SITUACAO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-FCTL-DATAHORA.
           MOVE WS-FUNC-LIDOS     TO WS-FCTL-LIDOS.
           MOVE WS-ULT-MATRICULA  TO WS-FCTL-ULT-MATRICULA.
           MOVE WS-REM-QTD        TO WS-FCTL-REM-QTD.
           MOVE WS-REM-SOMA-N     TO WS-FCTL-REM-SOMA.
           MOVE WS-SUPERVISOR     TO WS-FCTL-SUPERVISOR.

           OPEN EXTEND FOLHACTL.
           IF WS-FS-FOLHACTL EQUAL 35
              OPEN OUTPUT FOLHACTL
           END-IF.
           IF WS-FS-FOLHACTL NOT EQUAL ZEROS
              DISPLAY "ERRO NO CONTROLE DA FOLHA " WS-FS-FOLHACTL
                      " - FOLHA INTERROMPIDA"
              STOP RUN
           END-IF.
           WRITE WS-FCTL-REG.
           CLOSE FOLHACTL.

       GRAVAR-CONTROLE-FIM.
           EXIT.

      *------------------- FIM DE LOTE: FECHA OS ARQUIVOS E GRAVA -----*
       CONTROLAR-LOTE    SECTION.
           IF WS-RETOMANDO EQUAL 'S'
              IF WS-FUNC-LIDOS EQUAL WS-CTU-LIDOS
                 PERFORM CONFERIR-RETOMADA
              END-IF
              GO TO CONTROLAR-LOTE-FIM
           END-IF.

           ADD 1 TO WS-CKP-DESDE.
           IF WS-CKP-DESDE NOT < WS-CKP-LOTE
              PERFORM GRAVAR-PONTO-CONTROLE
           END-IF.

       CONTROLAR-LOTE-FIM.
           EXIT.

       GRAVAR-PONTO-CONTROLE    SECTION.
           CLOSE CONTRACHEQUES.
           OPEN EXTEND CONTRACHEQUES.
           CLOSE REMESSA.
           OPEN EXTEND REMESSA.
           IF WS-FS-CONTRA NOT EQUAL ZEROS
              OR WS-FS-REMESSA NOT EQUAL ZEROS
              DISPLAY "ERRO AO FECHAR O LOTE - CONTRACHEQUES "
                      WS-FS-CONTRA " REMESSA " WS-FS-REMESSA
              STOP RUN
           END-IF.

           MOVE 'E' TO WS-CTL-SITUACAO.
           PERFORM GRAVAR-CONTROLE.
           MOVE 0 TO WS-CKP-DESDE.

      *    OS VALORES REFEITOS TEM DE SER OS MESMOS DO PONTO: SE O
      *    CADASTRO OU OS MOVIMENTOS MUDARAM, SO A FOLHA COMPLETA SERVE
       CONFERIR-RETOMADA    SECTION.
           IF WS-ULT-MATRICULA NOT EQUAL WS-CTU-ULT-MATRICULA
              OR WS-REM-QTD NOT EQUAL WS-CTU-REM-QTD
              OR WS-REM-SOMA-N NOT EQUAL WS-CTU-REM-SOMA
              DISPLAY "VALORES REFEITOS NAO BATEM COM O PONTO DE"
                      " RETOMADA - CADASTRO OU MOVIMENTOS MUDARAM"
              DISPLAY "RETOMADA CANCELADA - RODAR DE NOVO E"
                      " RECOMECAR A FOLHA"
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-RETOMANDO.
           MOVE 0   TO WS-CKP-DESDE.
           DISPLAY "PONTO DE RETOMADA CONFERIDO - " WS-REM-QTD
                   " PAGAMENTOS REFEITOS NA REMESSA".

       FECHAR-ULTIMO-LOTE    SECTION.
           IF WS-RETOMANDO EQUAL 'S'
              DISPLAY "FUNCIONARIOS.DAT TERMINOU ANTES DO PONTO DE"
                      " RETOMADA - CADASTRO MUDOU"
              DISPLAY "RETOMADA CANCELADA - RODAR DE NOVO E"
                      " RECOMECAR A FOLHA"
              STOP RUN
           END-IF.
           PERFORM GRAVAR-PONTO-CONTROLE.

      *------------------- CONTRACHEQUES ATE O PONTO DE RETOMADA ------*
      *  CADA CONTRACHEQUE ABRE COM UMA LINHA DE "="; FICAM OS DOS     *
      *  PAGAMENTOS DO PONTO E O RESTO, DO LOTE PERDIDO, E DESCARTADO *
       RECORTAR-CONTRACHEQUES    SECTION.
           MOVE 0 TO WS-RET-PAGINAS.
           MOVE 0 TO WS-RET-LINHAS.
           OPEN INPUT CONTRACHEQUES.
           IF WS-FS-CONTRA NOT EQUAL ZEROS
              DISPLAY "CONTRACHEQUES.TXT AUSENTE - RETOMADA IMPOSSIVEL"
              DISPLAY "RODAR DE NOVO E RECOMECAR A FOLHA"
              STOP RUN
           END-IF.
           OPEN OUTPUT CONTRA-RETOMADA.

           READ CONTRACHEQUES.
           PERFORM GUARDAR-LINHA-CONTRA
              UNTIL WS-FS-CONTRA NOT EQUAL ZEROS.
           CLOSE CONTRACHEQUES.
           CLOSE CONTRA-RETOMADA.

           IF WS-RET-PAGINAS < WS-CTU-REM-QTD
              DISPLAY "CONTRACHEQUES.TXT COM " WS-RET-PAGINAS
                      " CONTRACHEQUES - O PONTO TEM " WS-CTU-REM-QTD
              DISPLAY "RETOMADA IMPOSSIVEL - RODAR DE NOVO E"
                      " RECOMECAR A FOLHA"
              STOP RUN
           END-IF.

           OPEN INPUT CONTRA-RETOMADA.
           OPEN OUTPUT CONTRACHEQUES.
           READ CONTRA-RETOMADA.
           PERFORM DEVOLVER-LINHA-CONTRA
              UNTIL WS-FS-CONTRA-RET NOT EQUAL ZEROS.
           CLOSE CONTRA-RETOMADA.

       GUARDAR-LINHA-CONTRA    SECTION.
           IF WS-CONTRA-LINHA EQUAL WS-RET-SEPARADOR
              ADD 1 TO WS-RET-PAGINAS
           END-IF.
           IF WS-RET-PAGINAS NOT > WS-CTU-REM-QTD
              MOVE WS-CONTRA-LINHA TO WS-CRET-LINHA
              WRITE WS-CRET-LINHA
              ADD 1 TO WS-RET-LINHAS
           END-IF.
           READ CONTRACHEQUES.

       DEVOLVER-LINHA-CONTRA    SECTION.
           MOVE WS-CRET-LINHA TO WS-CONTRA-LINHA.
           WRITE WS-CONTRA-LINHA.
           READ CONTRA-RETOMADA.

      *------------------- QUADRO DE VARIACAO MES A MES ---------------*
      *  COMPARA O LIQUIDO DE CADA FUNCIONARIO COM O DO PERIODO       *
      *  ANTERIOR DO MESMO TIPO; NOVOS E DESAPARECIDOS TAMBEM SAEM    *
              AND WS-FHIST-TIPO EQUAL WS-TIPO-FOLHA
              AND WS-ANT-ITENS < 200
              ADD 1 TO WS-ANT-ITENS
              MOVE WS-FHIST-MATRICULA
                TO WS-ANT-MATRICULA (WS-ANT-ITENS)
              MOVE WS-FHIST-NOME    TO WS-ANT-NOME (WS-ANT-ITENS)
              MOVE WS-FHIST-LIQUIDO TO WS-ANT-LIQUIDO (WS-ANT-ITENS)
              MOVE 'N'              TO WS-ANT-CASADO (WS-ANT-ITENS)
              ADD 1 TO WS-TOT-ALERTAS-VAR
              MOVE SPACES TO WS-VAR-LINHA
              STRING "NOVO NA FOLHA: "
                     WS-ATU-MATRICULA (WS-ATU-IDX) " "
                     WS-ATU-NOME (WS-ATU-IDX)
                     DELIMITED BY SIZE INTO WS-VAR-LINHA
              END-STRING
              MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
              MOVE SPACES TO WS-VAR-LINHA
              STRING "VARIACAO DE " WS-VAR-PCT-EDIT
                     " PCT: " WS-ATU-MATRICULA (WS-ATU-IDX)
                     " " WS-ATU-NOME (WS-ATU-IDX)
                     DELIMITED BY SIZE INTO WS-VAR-LINHA
              END-STRING
              WRITE WS-VAR-LINHA

       PROCURAR-NO-ANTERIOR    SECTION.
           ADD 1 TO WS-ANT-IDX.
           IF WS-ANT-MATRICULA (WS-ANT-IDX)
                 EQUAL WS-ATU-MATRICULA (WS-ATU-IDX)
              MOVE WS-ANT-IDX TO WS-ATU-ACHADO
           END-IF.

              ADD 1 TO WS-TOT-ALERTAS-VAR
              MOVE SPACES TO WS-VAR-LINHA
              STRING "SAIU DA FOLHA: "
                     WS-ANT-MATRICULA (WS-ANT-IDX) " "
                     WS-ANT-NOME (WS-ANT-IDX)
                     DELIMITED BY SIZE INTO WS-VAR-LINHA
              END-STRING
           ADD 1 TO WS-ATU-IDX.
           MOVE WS-PERIODO    TO WS-FHIST-PERIODO.
           MOVE WS-TIPO-FOLHA TO WS-FHIST-TIPO.
           MOVE WS-ATU-MATRICULA (WS-ATU-IDX) TO WS-FHIST-MATRICULA.
           MOVE WS-ATU-NOME (WS-ATU-IDX)    TO WS-FHIST-NOME.
           MOVE WS-ATU-LIQUIDO (WS-ATU-IDX) TO WS-FHIST-LIQUIDO.
           MOVE WS-ATU-TRIBUTAVEL (WS-ATU-IDX) TO WS-FHIST-TRIBUTAVEL.
           COMPUTE WS-FHIST-IRRF = WS-ATU-IRRF (WS-ATU-IDX)
                                 - WS-ATU-IRRF-DECIMO (WS-ATU-IDX).
           MOVE WS-ATU-DECIMO (WS-ATU-IDX) TO WS-FHIST-DECIMO.
           MOVE WS-ATU-IRRF-DECIMO (WS-ATU-IDX)
             TO WS-FHIST-IRRF-DECIMO.
           MOVE WS-ATU-ISENTO (WS-ATU-IDX) TO WS-FHIST-ISENTO.
           MOVE ZEROS TO WS-FHIST-INSS.
           WRITE WS-FHIST-REG.

      *------------------- FOLHA LIBERADA VAI PARA A CONTABILIDADE ----*
      *  UM LOTE POR FOLHA, NA DATA DO PAGAMENTO, COM OS TOTAIS DE    *
      *  CADA DEPARTAMENTO (O 11-CONTABIL LANCA NO DIARIO)            *
       GRAVAR-CONTABIL    SECTION.
           OPEN EXTEND MOVCONTAB.
           IF WS-FS-MOVCONTAB EQUAL 35
              OPEN OUTPUT MOVCONTAB
           END-IF.
           IF WS-FS-MOVCONTAB NOT EQUAL ZEROS
              DISPLAY "ERRO NO MOVIMENTO CONTABIL " WS-FS-MOVCONTAB
                      " - FOLHA NAO ENVIADA A CONTABILIDADE"
              GO TO GRAVAR-CONTABIL-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CONTAB-LOTE.
           MOVE 0 TO WS-CONTAB-QTD.
           MOVE 0 TO WS-DEPTM-IDX.
           PERFORM GRAVAR-CONTABIL-DEPARTAMENTO
              UNTIL WS-DEPTM-IDX NOT < WS-DEPTM-ITENS.
           CLOSE MOVCONTAB.

           DISPLAY "FOLHA ENVIADA A CONTABILIDADE: " WS-CONTAB-QTD
                   " EVENTOS EM CONTAB.MOVTO.DAT".

       GRAVAR-CONTABIL-FIM.
           EXIT.

       GRAVAR-CONTABIL-DEPARTAMENTO    SECTION.
           ADD 1 TO WS-DEPTM-IDX.
           MOVE ZEROS TO WS-CONTAB-ADI.
           IF WS-DEPTM-BRUTO (WS-DEPTM-IDX) >
              WS-DEPTM-IMPOSTO (WS-DEPTM-IDX)
              + WS-DEPTM-LIQUIDO (WS-DEPTM-IDX)
              + WS-DEPTM-CONSIG (WS-DEPTM-IDX)
              + WS-DEPTM-BENEF (WS-DEPTM-IDX)
              COMPUTE WS-CONTAB-ADI = WS-DEPTM-BRUTO (WS-DEPTM-IDX)
                                    - WS-DEPTM-IMPOSTO (WS-DEPTM-IDX)
                                    - WS-DEPTM-LIQUIDO (WS-DEPTM-IDX)
                                    - WS-DEPTM-CONSIG (WS-DEPTM-IDX)
                                    - WS-DEPTM-BENEF (WS-DEPTM-IDX)
           END-IF.

           MOVE "FOLHA"             TO WS-MCT-ORIGEM.
           MOVE WS-CONTAB-LOTE      TO WS-MCT-LOTE.
           MOVE WS-DATA-PAGAMENTO   TO WS-MCT-DATA.
           MOVE SPACES              TO WS-MCT-HISTORICO.
           STRING "FOLHA " WS-TIPO-FOLHA " " WS-PERIODO
                  " DEPTO " WS-DEPTM-COD (WS-DEPTM-IDX)
                  DELIMITED BY SIZE INTO WS-MCT-HISTORICO
           END-STRING.

           MOVE SPACES TO WS-MCT-EVENTO.
           STRING WS-TIPO-FOLHA "-BRU" DELIMITED BY SIZE
                  INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-DEPTM-BRUTO (WS-DEPTM-IDX) TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

           MOVE SPACES TO WS-MCT-EVENTO.
           STRING WS-TIPO-FOLHA "-IRF" DELIMITED BY SIZE
                  INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-DEPTM-IMPOSTO (WS-DEPTM-IDX) TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

           MOVE SPACES TO WS-MCT-EVENTO.
           STRING WS-TIPO-FOLHA "-LIQ" DELIMITED BY SIZE
                  INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-DEPTM-LIQUIDO (WS-DEPTM-IDX) TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

           MOVE SPACES TO WS-MCT-EVENTO.
           STRING WS-TIPO-FOLHA "-ADI" DELIMITED BY SIZE
                  INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-CONTAB-ADI TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

           MOVE SPACES TO WS-MCT-EVENTO.
           STRING WS-TIPO-FOLHA "-CON" DELIMITED BY SIZE
                  INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-DEPTM-CONSIG (WS-DEPTM-IDX) TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

           MOVE SPACES TO WS-MCT-EVENTO.
           STRING WS-TIPO-FOLHA "-BEN" DELIMITED BY SIZE
                  INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-DEPTM-BENEF (WS-DEPTM-IDX) TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

           MOVE SPACES TO WS-MCT-EVENTO.
           STRING WS-TIPO-FOLHA "-MFG" DELIMITED BY SIZE
                  INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-DEPTM-MULTA (WS-DEPTM-IDX) TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

           MOVE SPACES TO WS-MCT-EVENTO.
           STRING WS-TIPO-FOLHA "-INS" DELIMITED BY SIZE
                  INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-DEPTM-ENCARGO-INSS (WS-DEPTM-IDX) TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

           MOVE SPACES TO WS-MCT-EVENTO.
           STRING WS-TIPO-FOLHA "-FGT" DELIMITED BY SIZE
                  INTO WS-MCT-EVENTO
           END-STRING.
           MOVE WS-DEPTM-ENCARGO-FGTS (WS-DEPTM-IDX) TO WS-MCT-VALOR.
           PERFORM GRAVAR-EVENTO-CONTABIL.

       GRAVAR-EVENTO-CONTABIL    SECTION.
           IF WS-MCT-VALOR NOT EQUAL ZEROS
              WRITE WS-MCT-REG
              ADD 1 TO WS-CONTAB-QTD
           END-IF.

      *------------------- MOVIMENTOS CONSUMIDOS SAEM DO ARQUIVO ------*
      *  DEPOIS DA FOLHA DO PERIODO, SO OS LANCAMENTOS DE OUTROS      *
      *  PERIODOS PERMANECEM NO MOVFOLHA.DAT                          *
           ADD 1 TO WS-MOVOUT-IDX.
           MOVE WS-MOVOUT-ITEM (WS-MOVOUT-IDX) TO WS-MOV-REG.
           WRITE WS-MOV-REG.

      *------------------- CARREGA OS CONTRATOS DE CONSIGNADO ---------*
       CARREGAR-CONSIGNADOS    SECTION.
           OPEN INPUT CONSIGNADOS.
           IF WS-FS-CSG NOT EQUAL ZEROS
              GO TO CARREGAR-CONSIGNADOS-FIM
           END-IF.

           MOVE 'S' TO WS-TEM-CONSIGNADOS.
           READ CONSIGNADOS.
           PERFORM GUARDAR-CONSIGNADO
              UNTIL WS-FS-CSG NOT EQUAL ZEROS.
           CLOSE CONSIGNADOS.

       CARREGAR-CONSIGNADOS-FIM.
           EXIT.

       GUARDAR-CONSIGNADO    SECTION.
      *    CONTRATO FORA DA TABELA NAO SERIA DESCONTADO NEM VOLTARIA
      *    PARA O ARQUIVO: NADA FOI GRAVADO AINDA, A FOLHA PARA AQUI
           IF WS-CT-ITENS NOT < 300
              DISPLAY "CONSIGNADOS.DAT MAIOR QUE 300 CONTRATOS -"
                      " AMPLIE A TABELA DO 3-FOLHAPG"
              STOP RUN
           END-IF.
           ADD 1 TO WS-CT-ITENS.
           MOVE WS-CSG-REG TO WS-CT-DADOS (WS-CT-ITENS).
           MOVE SPACES     TO WS-CT-NOME (WS-CT-ITENS).
           MOVE ZEROS      TO WS-CT-DESCONTO (WS-CT-ITENS).
           MOVE SPACE      TO WS-CT-TIPO-DESC (WS-CT-ITENS).
           READ CONSIGNADOS.

      *------------------- DESCONTO DOS CONTRATOS DO FUNCIONARIO ------*
      *  O DESCONTO NUNCA PASSA DO LIQUIDO: PARCELA QUE NAO CABE FICA *
      *  PARA A PROXIMA FOLHA; SALDO DE RESCISAO QUE NAO CABE E       *
      *  INFORMADO PARA O BANCO COBRAR DIRETO                         *
       DESCONTAR-CONSIGNADOS    SECTION.
           MOVE 0 TO WS-CT-IDX.
           PERFORM DESCONTAR-UM-CONSIGNADO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.

       DESCONTAR-UM-CONSIGNADO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-MATRICULA (WS-CT-IDX) NOT EQUAL WS-FUNC-MATRICULA
              OR WS-CT-SITUACAO (WS-CT-IDX) NOT EQUAL 'A'
              OR WS-CT-INICIO (WS-CT-IDX) > WS-PERIODO
              OR WS-CT-ULT-DESCONTO (WS-CT-IDX) NOT < WS-PERIODO
              GO TO DESCONTAR-UM-CONSIGNADO-FIM
           END-IF.
           MOVE WS-FUNC-NOME TO WS-CT-NOME (WS-CT-IDX).

           IF WS-FUNC-DESLIGAMENTO NOT EQUAL ZEROS
              AND WS-DESLIG-AAMM EQUAL WS-PERIODO
              COMPUTE WS-CSG-SALDO = (WS-CT-PARCELAS (WS-CT-IDX)
                                     - WS-CT-PAGAS (WS-CT-IDX))
                                   * WS-CT-VALOR-PARCELA (WS-CT-IDX)
              MOVE 'R' TO WS-CT-TIPO-DESC (WS-CT-IDX)
              IF WS-CSG-SALDO > WS-LIQUIDO-N
                 COMPUTE WS-CSG-RESIDUO = WS-CSG-SALDO - WS-LIQUIDO-N
                 MOVE WS-LIQUIDO-N TO WS-CSG-SALDO
                 MOVE WS-CSG-RESIDUO TO WS-VALOR-EDIT
                 DISPLAY "AVISO: MATRICULA " WS-FUNC-MATRICULA
                         " CONTRATO " WS-CT-CONTRATO (WS-CT-IDX)
                         " BANCO " WS-CT-BANCO (WS-CT-IDX)
                 DISPLAY "       SALDO DE " WS-VALOR-EDIT
                         " NAO COBERTO NA RESCISAO - INFORMAR O BANCO"
              END-IF
              MOVE WS-CSG-SALDO TO WS-CT-DESCONTO (WS-CT-IDX)
           ELSE
              IF WS-CT-VALOR-PARCELA (WS-CT-IDX) > WS-LIQUIDO-N
                 ADD 1 TO WS-TOT-CSG-PENDENTES
                 DISPLAY "AVISO: MATRICULA " WS-FUNC-MATRICULA
                         " CONTRATO " WS-CT-CONTRATO (WS-CT-IDX)
                         " - PARCELA NAO DESCONTADA, LIQUIDO"
                         " INSUFICIENTE"
                 GO TO DESCONTAR-UM-CONSIGNADO-FIM
              END-IF
              MOVE 'P' TO WS-CT-TIPO-DESC (WS-CT-IDX)
              MOVE WS-CT-VALOR-PARCELA (WS-CT-IDX)
                TO WS-CT-DESCONTO (WS-CT-IDX)
           END-IF.

           SUBTRACT WS-CT-DESCONTO (WS-CT-IDX) FROM WS-LIQUIDO-N.
           ADD WS-CT-DESCONTO (WS-CT-IDX) TO WS-CONSIG-FUNC.

       DESCONTAR-UM-CONSIGNADO-FIM.
           EXIT.

       IMPRIMIR-CONSIGNADO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-MATRICULA (WS-CT-IDX) NOT EQUAL WS-FUNC-MATRICULA
              OR WS-CT-DESCONTO (WS-CT-IDX) EQUAL ZEROS
              GO TO IMPRIMIR-CONSIGNADO-FIM
           END-IF.

           MOVE WS-CT-DESCONTO (WS-CT-IDX) TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-CONTRA-LINHA.
           IF WS-CT-TIPO-DESC (WS-CT-IDX) EQUAL 'R'
              STRING "CONSIGNADO ......... - " DELIMITED BY SIZE
                     WS-VALOR-EDIT             DELIMITED BY SIZE
                     "  BANCO "                DELIMITED BY SIZE
                     WS-CT-BANCO (WS-CT-IDX)   DELIMITED BY SIZE
                     " SALDO NA RESCISAO"      DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
           ELSE
              COMPUTE WS-CSG-NUM-PARCELA = WS-CT-PAGAS (WS-CT-IDX) + 1
              STRING "CONSIGNADO ......... - " DELIMITED BY SIZE
                     WS-VALOR-EDIT             DELIMITED BY SIZE
                     "  BANCO "                DELIMITED BY SIZE
                     WS-CT-BANCO (WS-CT-IDX)   DELIMITED BY SIZE
                     " PARCELA "               DELIMITED BY SIZE
                     WS-CSG-NUM-PARCELA        DELIMITED BY SIZE
                     "/"                       DELIMITED BY SIZE
                     WS-CT-PARCELAS (WS-CT-IDX) DELIMITED BY SIZE
                     INTO WS-CONTRA-LINHA
              END-STRING
           END-IF.
           WRITE WS-CONTRA-LINHA.

       IMPRIMIR-CONSIGNADO-FIM.
           EXIT.

      *------------------- FOLHA LIBERADA: REPASSE E BAIXA ------------*
      *  O RELATORIO DE REPASSE SAI POR BANCO CONVENIADO; DEPOIS AS   *
      *  PARCELAS DESCONTADAS SAO BAIXADAS NOS CONTRATOS              *
       BAIXAR-CONSIGNADOS    SECTION.
           IF WS-TEM-CONSIGNADOS NOT EQUAL 'S'
              GO TO BAIXAR-CONSIGNADOS-FIM
           END-IF.

           PERFORM IMPRIMIR-REPASSE.

           MOVE 0 TO WS-CT-IDX.
           PERFORM BAIXAR-UM-CONSIGNADO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.

           OPEN OUTPUT CONSIGNADOS.
           IF WS-FS-CSG NOT EQUAL ZEROS
              DISPLAY "ERRO AO REGRAVAR O CONSIGNADOS.DAT " WS-FS-CSG
                      " - BAIXAR AS PARCELAS DO PERIODO A MAO"
              GO TO BAIXAR-CONSIGNADOS-FIM
           END-IF.
           MOVE 0 TO WS-CT-IDX.
           PERFORM REGRAVAR-CONSIGNADO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.
           CLOSE CONSIGNADOS.

           DISPLAY "PARCELAS DE CONSIGNADO BAIXADAS NO CONSIGNADOS.DAT".

       BAIXAR-CONSIGNADOS-FIM.
           EXIT.

       BAIXAR-UM-CONSIGNADO    SECTION.
           ADD 1 TO WS-CT-IDX.
           EVALUATE WS-CT-TIPO-DESC (WS-CT-IDX)
               WHEN 'P'
                   ADD 1 TO WS-CT-PAGAS (WS-CT-IDX)
                   MOVE WS-PERIODO TO WS-CT-ULT-DESCONTO (WS-CT-IDX)
                   IF WS-CT-PAGAS (WS-CT-IDX)
                         NOT < WS-CT-PARCELAS (WS-CT-IDX)
                      MOVE 'Q' TO WS-CT-SITUACAO (WS-CT-IDX)
                   END-IF
               WHEN 'R'
                   MOVE WS-PERIODO TO WS-CT-ULT-DESCONTO (WS-CT-IDX)
                   MOVE WS-CT-DESCONTO (WS-CT-IDX)
                     TO WS-CT-VALOR-RESCISAO (WS-CT-IDX)
                   MOVE 'R' TO WS-CT-SITUACAO (WS-CT-IDX)
           END-EVALUATE.

       REGRAVAR-CONSIGNADO    SECTION.
           ADD 1 TO WS-CT-IDX.
           MOVE WS-CT-DADOS (WS-CT-IDX) TO WS-CSG-REG.
           WRITE WS-CSG-REG.

      *------------------- RELATORIO DE REPASSE POR BANCO -------------*
       IMPRIMIR-REPASSE    SECTION.
           MOVE 0 TO WS-BCO-ITENS.
           MOVE 0 TO WS-CT-IDX.
           PERFORM SOMAR-BANCO-DO-CONTRATO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.
           IF WS-BCO-ITENS EQUAL 0
              DISPLAY "NENHUM CONSIGNADO DESCONTADO NO PERIODO"
              GO TO IMPRIMIR-REPASSE-FIM
           END-IF.

           OPEN OUTPUT REPASSE.
           IF WS-FS-REPASSE NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO REPASSE " WS-FS-REPASSE
              GO TO IMPRIMIR-REPASSE-FIM
           END-IF.

           MOVE SPACES TO WS-REPASSE-LINHA.
           STRING "REPASSE DE CONSIGNADOS - PERIODO " WS-PERIODO
                  " - PAGAMENTO " WS-DATA-PAGAMENTO
                  DELIMITED BY SIZE INTO WS-REPASSE-LINHA
           END-STRING.
           WRITE WS-REPASSE-LINHA.

           MOVE 0 TO WS-TOT-CSG-DESCONTADO.
           MOVE 0 TO WS-BCO-IDX.
           PERFORM IMPRIMIR-REPASSE-BANCO
              UNTIL WS-BCO-IDX EQUAL WS-BCO-ITENS.

           MOVE ALL "-" TO WS-REPASSE-LINHA.
           WRITE WS-REPASSE-LINHA.
           MOVE WS-TOT-CSG-DESCONTADO TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REPASSE-LINHA.
           STRING "TOTAL A REPASSAR ........... " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-REPASSE-LINHA
           END-STRING.
           WRITE WS-REPASSE-LINHA.
           CLOSE REPASSE.

           DISPLAY "REPASSE DE CONSIGNADOS: " WS-VALOR-EDIT
                   " EM ..\DADOS\CONSIGNADO.REPASSE.TXT".

       IMPRIMIR-REPASSE-FIM.
           EXIT.

       SOMAR-BANCO-DO-CONTRATO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-DESCONTO (WS-CT-IDX) EQUAL ZEROS
              GO TO SOMAR-BANCO-DO-CONTRATO-FIM
           END-IF.

           MOVE 0 TO WS-BCO-IDX.
           MOVE 0 TO WS-BCO-ACHADO.
           PERFORM PROCURAR-BANCO
              UNTIL WS-BCO-IDX EQUAL WS-BCO-ITENS
                 OR WS-BCO-ACHADO NOT EQUAL 0.
           IF WS-BCO-ACHADO EQUAL 0
              IF WS-BCO-ITENS < 30
                 ADD 1 TO WS-BCO-ITENS
                 MOVE WS-BCO-ITENS TO WS-BCO-ACHADO
                 MOVE WS-CT-BANCO (WS-CT-IDX)
                   TO WS-BCO-COD (WS-BCO-ACHADO)
                 MOVE 0 TO WS-BCO-QTD (WS-BCO-ACHADO)
                 MOVE 0 TO WS-BCO-VALOR (WS-BCO-ACHADO)
              ELSE
                 DISPLAY "AVISO: MAIS DE 30 BANCOS CONVENIADOS - BANCO "
                         WS-CT-BANCO (WS-CT-IDX) " FORA DO REPASSE"
                 GO TO SOMAR-BANCO-DO-CONTRATO-FIM
              END-IF
           END-IF.
           ADD 1 TO WS-BCO-QTD (WS-BCO-ACHADO).
           ADD WS-CT-DESCONTO (WS-CT-IDX)
             TO WS-BCO-VALOR (WS-BCO-ACHADO).

       SOMAR-BANCO-DO-CONTRATO-FIM.
           EXIT.

       PROCURAR-BANCO    SECTION.
           ADD 1 TO WS-BCO-IDX.
           IF WS-BCO-COD (WS-BCO-IDX) EQUAL WS-CT-BANCO (WS-CT-IDX)
              MOVE WS-BCO-IDX TO WS-BCO-ACHADO
           END-IF.

       IMPRIMIR-REPASSE-BANCO    SECTION.
           ADD 1 TO WS-BCO-IDX.
           MOVE SPACES TO WS-REPASSE-LINHA.
           WRITE WS-REPASSE-LINHA.
           STRING "BANCO " WS-BCO-COD (WS-BCO-IDX)
                  DELIMITED BY SIZE INTO WS-REPASSE-LINHA
           END-STRING.
           WRITE WS-REPASSE-LINHA.
           MOVE "MATRIC NOME                 CONTRATO        PARCELA"
             TO WS-REPASSE-LINHA.
           MOVE "VALOR" TO WS-REPASSE-LINHA (71:5).
           WRITE WS-REPASSE-LINHA.

           MOVE 0 TO WS-CT-IDX.
           PERFORM IMPRIMIR-REPASSE-CONTRATO
              UNTIL WS-CT-IDX EQUAL WS-CT-ITENS.

           MOVE WS-BCO-VALOR (WS-BCO-IDX) TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REPASSE-LINHA.
           STRING "TOTAL DO BANCO " WS-BCO-COD (WS-BCO-IDX)
                  " - CONTRATOS " WS-BCO-QTD (WS-BCO-IDX)
                  DELIMITED BY SIZE INTO WS-REPASSE-LINHA
           END-STRING.
           MOVE WS-VALOR-EDIT TO WS-REPASSE-LINHA (63:13).
           WRITE WS-REPASSE-LINHA.
           ADD WS-BCO-VALOR (WS-BCO-IDX) TO WS-TOT-CSG-DESCONTADO.

       IMPRIMIR-REPASSE-CONTRATO    SECTION.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-BANCO (WS-CT-IDX) NOT EQUAL WS-BCO-COD (WS-BCO-IDX)
              OR WS-CT-DESCONTO (WS-CT-IDX) EQUAL ZEROS
              GO TO IMPRIMIR-REPASSE-CONTRATO-FIM
           END-IF.

           MOVE WS-CT-DESCONTO (WS-CT-IDX) TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-REPASSE-LINHA.
           IF WS-CT-TIPO-DESC (WS-CT-IDX) EQUAL 'R'
              STRING WS-CT-MATRICULA (WS-CT-IDX) " "
                     WS-CT-NOME (WS-CT-IDX) " "
                     WS-CT-CONTRATO (WS-CT-IDX) " RESCISAO"
                     DELIMITED BY SIZE INTO WS-REPASSE-LINHA
              END-STRING
           ELSE
              COMPUTE WS-CSG-NUM-PARCELA = WS-CT-PAGAS (WS-CT-IDX) + 1
              STRING WS-CT-MATRICULA (WS-CT-IDX) " "
                     WS-CT-NOME (WS-CT-IDX) " "
                     WS-CT-CONTRATO (WS-CT-IDX) " "
                     WS-CSG-NUM-PARCELA "/" WS-CT-PARCELAS (WS-CT-IDX)
                     DELIMITED BY SIZE INTO WS-REPASSE-LINHA
              END-STRING
           END-IF.
           MOVE WS-VALOR-EDIT TO WS-REPASSE-LINHA (63:13).
           WRITE WS-REPASSE-LINHA.

       IMPRIMIR-REPASSE-CONTRATO-FIM.
           EXIT.

      *------------------- RESCISAO: DADOS DO DESLIGAMENTO ------------*
       PREPARAR-RESCISAO    SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO      : ".
           ACCEPT WS-FUNC-ESCOLHIDO.
           PERFORM LOCALIZAR-RESCINDIDO.
           COMPUTE WS-PERIODO = WS-RES-DESLIG / 100.

           PERFORM CONSULTAR-HISTORICO-RESCISAO.
           IF WS-RES-JA-PAGA EQUAL 'S'
              DISPLAY "RESCISAO DA MATRICULA " WS-FUNC-ESCOLHIDO
                      " JA PAGA - CONSULTE O FOLHAHIST.DAT"
              STOP RUN
           END-IF.

           DISPLAY "CAUSA (1)SEM JUSTA CAUSA (2)PEDIDO DE DEMISSAO".
           DISPLAY "      (3)JUSTA CAUSA (4)ACORDO ENTRE AS PARTES: ".
           ACCEPT WS-RES-CAUSA.
           EVALUATE TRUE
               WHEN RES-SEM-JUSTA-CAUSA
                   MOVE "DISPENSA SEM JUSTA CAUSA" TO WS-RES-CAUSA-DESC
                   DISPLAY "AVISO PREVIO (I)NDENIZADO OU (T)RABALHADO: "
                   ACCEPT WS-RES-AVISO
                   IF WS-RES-AVISO EQUAL 'i'
                      MOVE 'I' TO WS-RES-AVISO
                   END-IF
                   IF NOT RES-AVISO-INDENIZADO
                      MOVE 'T' TO WS-RES-AVISO
                   END-IF
                   MOVE 40 TO WS-RES-PCT-MULTA
               WHEN RES-PEDIDO-DEMISSAO
                   MOVE "PEDIDO DE DEMISSAO" TO WS-RES-CAUSA-DESC
                   MOVE 'N' TO WS-RES-AVISO
                   MOVE 0 TO WS-RES-PCT-MULTA
               WHEN RES-JUSTA-CAUSA
                   MOVE "DISPENSA POR JUSTA CAUSA" TO WS-RES-CAUSA-DESC
                   MOVE 'N' TO WS-RES-AVISO
                   MOVE 0 TO WS-RES-PCT-MULTA
               WHEN RES-ACORDO
      *            ACORDO: METADE DO AVISO E METADE DA MULTA
                   MOVE "ACORDO ENTRE AS PARTES" TO WS-RES-CAUSA-DESC
                   MOVE 'I' TO WS-RES-AVISO
                   MOVE 20 TO WS-RES-PCT-MULTA
               WHEN OTHER
                   DISPLAY "CAUSA INVALIDA - RESCISAO NAO CALCULADA"
                   STOP RUN
           END-EVALUATE.

           IF WS-RES-PCT-MULTA NOT EQUAL ZEROS
              DISPLAY "SALDO DO FGTS PARA FINS RESCISORIOS"
                      " (0 = ESTIMAR): "
              ACCEPT WS-RES-FGTS-SALDO
           END-IF.

           IF WS-RES-FL-PAGA EQUAL 'S'
              DISPLAY "FOLHA DE " WS-PERIODO " JA PAGOU O MES -"
                      " TERMO SEM SALDO DE SALARIO"
           END-IF.

       LOCALIZAR-RESCINDIDO    SECTION.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FUNCIONARIOS " WS-FS-FUNC
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-RES-ACHADO.
           READ FUNCIONARIOS.
           PERFORM PROCURAR-RESCINDIDO
              UNTIL WS-FS-FUNC NOT EQUAL ZEROS
                 OR WS-RES-ACHADO EQUAL 'S'.
           CLOSE FUNCIONARIOS.

           IF WS-RES-ACHADO NOT EQUAL 'S'
              DISPLAY "FUNCIONARIO NAO ENCONTRADO"
              STOP RUN
           END-IF.
           IF WS-RES-DESLIG EQUAL ZEROS
              DISPLAY "FUNCIONARIO NAO DESLIGADO - REGISTRE O"
                      " DESLIGAMENTO NO 3-FUNCCAD"
              STOP RUN
           END-IF.
           IF WS-RES-ADMISSAO EQUAL ZEROS
              OR WS-RES-ADMISSAO > WS-RES-DESLIG
              DISPLAY "DATA DE ADMISSAO AUSENTE OU POSTERIOR AO"
                      " DESLIGAMENTO - CORRIJA NO 3-FUNCCAD"
              STOP RUN
           END-IF.

       PROCURAR-RESCINDIDO    SECTION.
           IF WS-FUNC-MATRICULA NOT EQUAL WS-FUNC-ESCOLHIDO
              READ FUNCIONARIOS
              GO TO PROCURAR-RESCINDIDO-FIM
           END-IF.

           MOVE 'S' TO WS-RES-ACHADO.
           IF WS-FUNC-ADMISSAO NOT NUMERIC
              MOVE ZEROS TO WS-FUNC-ADMISSAO
           END-IF.
           IF WS-FUNC-DESLIGAMENTO NOT NUMERIC
              MOVE ZEROS TO WS-FUNC-DESLIGAMENTO
           END-IF.
           MOVE WS-FUNC-ADMISSAO     TO WS-RES-ADMISSAO.
           MOVE WS-FUNC-DESLIGAMENTO TO WS-RES-DESLIG.

       PROCURAR-RESCINDIDO-FIM.
           EXIT.

      *    RESCISAO ANTERIOR, FOLHA DO MES JA PAGA, FERIAS GOZADAS E
      *    13O PAGO NO ANO DO DESLIGAMENTO
       CONSULTAR-HISTORICO-RESCISAO    SECTION.
           OPEN INPUT FOLHAHIST.
           IF WS-FS-FOLHAHIST NOT EQUAL ZEROS
              GO TO CONSULTAR-HISTORICO-RESCISAO-FIM
           END-IF.
           READ FOLHAHIST.
           PERFORM CONFERIR-HISTORICO-RESCISAO
              UNTIL WS-FS-FOLHAHIST NOT EQUAL ZEROS.
           CLOSE FOLHAHIST.

       CONSULTAR-HISTORICO-RESCISAO-FIM.
           EXIT.

       CONFERIR-HISTORICO-RESCISAO    SECTION.
           IF WS-FHIST-MATRICULA EQUAL WS-FUNC-ESCOLHIDO
              EVALUATE WS-FHIST-TIPO
                  WHEN "RE"
                      MOVE 'S' TO WS-RES-JA-PAGA
                  WHEN "FL"
                      IF WS-FHIST-PERIODO EQUAL WS-PERIODO
                         MOVE 'S' TO WS-RES-FL-PAGA
                      END-IF
                  WHEN "FE"
                      ADD 1 TO WS-RES-QTD-FERIAS
                  WHEN "13"
                      IF WS-FHIST-PERIODO (1:4) EQUAL WS-RES-DES-ANO
                         ADD WS-FHIST-LIQUIDO TO WS-RES-13-PAGO
                      END-IF
              END-EVALUATE
           END-IF.
           READ FOLHAHIST.

      *------------------- RESCISAO: CALCULO DAS VERBAS ---------------*
       APURAR-RESCISAO    SECTION.
      *    ANOS COMPLETOS DE CASA NA DATA DO DESLIGAMENTO
           COMPUTE WS-RES-ANOS = WS-RES-DES-ANO - WS-RES-ADM-ANO.
           IF WS-RES-DESLIG (5:4) < WS-RES-ADMISSAO (5:4)
              AND WS-RES-ANOS > 0
              SUBTRACT 1 FROM WS-RES-ANOS
           END-IF.

      *    AVISO INDENIZADO: 30 DIAS MAIS 3 POR ANO, ATE 90, E O
      *    CONTRATO SE PROJETA ATE O FIM DO AVISO
           MOVE 0 TO WS-RES-DIAS-AVISO.
           MOVE 0 TO WS-RES-AVISO-VALOR.
           MOVE WS-RES-DESLIG TO WS-RES-PROJECAO.
           IF RES-AVISO-INDENIZADO
              COMPUTE WS-RES-DIAS-AVISO = 30 + (3 * WS-RES-ANOS)
              IF WS-RES-DIAS-AVISO > 90
                 MOVE 90 TO WS-RES-DIAS-AVISO
              END-IF
              COMPUTE WS-RES-AVISO-VALOR ROUNDED =
                      WS-FUNC-SALARIO * WS-RES-DIAS-AVISO / 30
              IF RES-ACORDO
                 COMPUTE WS-RES-AVISO-VALOR ROUNDED =
                         WS-RES-AVISO-VALOR / 2
              END-IF
              COMPUTE WS-RES-PROJECAO = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-RES-DESLIG)
                       + WS-RES-DIAS-AVISO)
           END-IF.

      *    SALDO DE SALARIO: DIAS TRABALHADOS NO MES DO DESLIGAMENTO
           MOVE 0 TO WS-RES-DIAS-SALDO.
           MOVE 0 TO WS-RES-SALDO-SALARIO.
           IF WS-RES-FL-PAGA NOT EQUAL 'S'
              MOVE WS-RES-DES-DIA TO WS-RES-DIAS-SALDO
              IF WS-RES-ADMISSAO (1:6) EQUAL WS-RES-DESLIG (1:6)
                 COMPUTE WS-RES-DIAS-SALDO =
                         WS-RES-DES-DIA - WS-RES-ADM-DIA + 1
              END-IF
              IF WS-RES-DIAS-SALDO > 30
                 MOVE 30 TO WS-RES-DIAS-SALDO
              END-IF
              COMPUTE WS-RES-SALDO-SALARIO ROUNDED =
                      WS-FUNC-SALARIO * WS-RES-DIAS-SALDO / 30
           END-IF.

      *    ANOS COMPLETOS ATE O FIM DO CONTRATO PROJETADO
           COMPUTE WS-RES-ANOS-PROJ = WS-RES-PRJ-ANO - WS-RES-ADM-ANO.
           IF WS-RES-PROJECAO (5:4) < WS-RES-ADMISSAO (5:4)
              AND WS-RES-ANOS-PROJ > 0
              SUBTRACT 1 FROM WS-RES-ANOS-PROJ
           END-IF.

      *    FERIAS VENCIDAS: PERIODOS AQUISITIVOS SEM FERIAS PAGAS.
      *    MAIS DE DOIS E HISTORICO ANTERIOR AO FOLHAHIST: SO DOIS
      *    ENTRAM NO TERMO E O RH CONFERE A CARTEIRA
           MOVE 0 TO WS-RES-PER-VENCIDOS.
           IF WS-RES-ANOS-PROJ > WS-RES-QTD-FERIAS
              COMPUTE WS-RES-PER-VENCIDOS =
                      WS-RES-ANOS-PROJ - WS-RES-QTD-FERIAS
           END-IF.
           IF WS-RES-PER-VENCIDOS > 2
              DISPLAY "AVISO: " WS-RES-PER-VENCIDOS " PERIODOS SEM"
                      " FERIAS NO FOLHAHIST - TERMO CONSIDERA 2,"
                      " CONFIRA A CARTEIRA"
              MOVE 2 TO WS-RES-PER-VENCIDOS
           END-IF.
           COMPUTE WS-RES-FERIAS-VENC =
                   WS-FUNC-SALARIO * WS-RES-PER-VENCIDOS.

           MOVE 0 TO WS-RES-AVOS-13.
           MOVE 0 TO WS-RES-AVOS-FERIAS.
           MOVE 0 TO WS-RES-13-PROP.
           MOVE 0 TO WS-RES-FERIAS-PROP.
           IF NOT RES-JUSTA-CAUSA
              PERFORM APURAR-AVOS-RESCISAO
              COMPUTE WS-RES-13-PROP ROUNDED =
                      WS-FUNC-SALARIO * WS-RES-AVOS-13 / 12
              COMPUTE WS-RES-FERIAS-PROP ROUNDED =
                      WS-FUNC-SALARIO * WS-RES-AVOS-FERIAS / 12
           END-IF.
           COMPUTE WS-RES-TERCO ROUNDED =
                   (WS-RES-FERIAS-VENC + WS-RES-FERIAS-PROP) / 3.

           COMPUTE WS-BRUTO-N = WS-RES-SALDO-SALARIO
                              + WS-RES-AVISO-VALOR
                              + WS-RES-13-PROP
                              + WS-RES-FERIAS-VENC
                              + WS-RES-FERIAS-PROP
                              + WS-RES-TERCO.

      *    MULTA SOBRE O SALDO DO FGTS; SEM O EXTRATO, ESTIMA 8 PCT DO
      *    SALARIO ATUAL POR MES DE CASA
           MOVE 0 TO WS-RES-MULTA-FGTS.
           IF WS-RES-PCT-MULTA NOT EQUAL ZEROS
              IF WS-RES-FGTS-SALDO EQUAL ZEROS
                 MOVE 'S' TO WS-RES-FGTS-ESTIMADO
                 COMPUTE WS-RES-MESES-CASA =
                         ((WS-RES-DES-ANO - WS-RES-ADM-ANO) * 12)
                         + WS-RES-DES-MES - WS-RES-ADM-MES + 1
                 COMPUTE WS-RES-FGTS-SALDO ROUNDED =
                         WS-FUNC-SALARIO * WS-PCT-FGTS
                         * WS-RES-MESES-CASA
              END-IF
              COMPUTE WS-RES-MULTA-FGTS ROUNDED =
                      WS-RES-FGTS-SALDO * WS-RES-PCT-MULTA / 100
           END-IF.

      *    AVOS: MES COM 15 DIAS OU MAIS DE TRABALHO CONTA INTEIRO
       APURAR-AVOS-RESCISAO    SECTION.
      *    13O: DE JANEIRO (OU DA ADMISSAO NO ANO) ATE A PROJECAO
           MOVE 1 TO WS-RES-MES-INICIO.
           IF WS-RES-ADM-ANO EQUAL WS-RES-DES-ANO
              MOVE WS-RES-ADM-MES TO WS-RES-MES-INICIO
           END-IF.
           COMPUTE WS-RES-CALC =
                   ((WS-RES-PRJ-ANO - WS-RES-DES-ANO) * 12)
                   + WS-RES-PRJ-MES - WS-RES-MES-INICIO + 1.
           IF WS-RES-PRJ-DIA < 15
              SUBTRACT 1 FROM WS-RES-CALC
           END-IF.
           IF WS-RES-ADM-ANO EQUAL WS-RES-DES-ANO
              AND WS-RES-ADM-DIA > 16
              SUBTRACT 1 FROM WS-RES-CALC
           END-IF.
           IF WS-RES-CALC > 0
              MOVE WS-RES-CALC TO WS-RES-AVOS-13
           END-IF.

      *    FERIAS: DO ULTIMO ANIVERSARIO DA ADMISSAO ATE A PROJECAO
           MOVE WS-RES-ADMISSAO TO WS-RES-ANIVERSARIO.
           MOVE WS-RES-PRJ-ANO  TO WS-RES-ANV-ANO.
           IF WS-RES-ANIVERSARIO > WS-RES-PROJECAO
              SUBTRACT 1 FROM WS-RES-ANV-ANO
           END-IF.
           COMPUTE WS-RES-CALC =
                   ((WS-RES-PRJ-ANO - WS-RES-ANV-ANO) * 12)
                   + WS-RES-PRJ-MES - WS-RES-ANV-MES.
           IF WS-RES-PRJ-DIA < WS-RES-ANV-DIA
              SUBTRACT 1 FROM WS-RES-CALC
              COMPUTE WS-RES-DIAS-FRACAO =
                      30 - WS-RES-ANV-DIA + WS-RES-PRJ-DIA + 1
           ELSE
              COMPUTE WS-RES-DIAS-FRACAO =
                      WS-RES-PRJ-DIA - WS-RES-ANV-DIA + 1
           END-IF.
           IF WS-RES-DIAS-FRACAO NOT < 15
              ADD 1 TO WS-RES-CALC
           END-IF.
           IF WS-RES-CALC > 12
              MOVE 12 TO WS-RES-CALC
           END-IF.
           IF WS-RES-CALC > 0
              MOVE WS-RES-CALC TO WS-RES-AVOS-FERIAS
           END-IF.

      *    SALDO DE SALARIO E 13O NA TABELA, CADA UM POR SI
       CALCULAR-IMPOSTO-RESCISAO    SECTION.
           MOVE WS-BRUTO-N TO WS-RES-BRUTO-AUX.

           MOVE WS-RES-SALDO-SALARIO TO WS-BRUTO-N.
           PERFORM CALCULAR-IMPOSTO.
           MOVE WS-IMPOSTO-N TO WS-RES-IMPOSTO-AUX.

           MOVE WS-RES-13-PROP TO WS-BRUTO-N.
           PERFORM CALCULAR-IMPOSTO.
           ADD WS-RES-IMPOSTO-AUX TO WS-IMPOSTO-N.
           MOVE WS-IMPOSTO-N TO WS-IMPOSTO.

           MOVE WS-RES-BRUTO-AUX TO WS-BRUTO-N.

      *------------------- TERMO DE RESCISAO (TRCT) -------------------*
       IMPRIMIR-TERMO-RESCISAO    SECTION.
           MOVE ALL "=" TO WS-CONTRA-LINHA.
           WRITE WS-CONTRA-LINHA.

           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "TERMO DE RESCISAO DO CONTRATO DE TRABALHO - "
                  "PERIODO " WS-PERIODO
                  DELIMITED BY SIZE INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.

           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "MATRICULA: "             DELIMITED BY SIZE
                  WS-FUNC-MATRICULA         DELIMITED BY SIZE
                  "  FUNCIONARIO: "         DELIMITED BY SIZE
                  WS-FUNC-NOME              DELIMITED BY SIZE
                  "  DEPARTAMENTO: "        DELIMITED BY SIZE
                  WS-FUNC-DEPTM             DELIMITED BY SIZE
                  INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.

           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "CPF: " WS-FUNC-CPF
                  "  ADMISSAO: " WS-RES-ADMISSAO
                  "  AFASTAMENTO: " WS-RES-DESLIG
                  DELIMITED BY SIZE INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.

           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "CAUSA DO AFASTAMENTO: " WS-RES-CAUSA-DESC
                  DELIMITED BY SIZE INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.

           MOVE SPACES TO WS-CONTRA-LINHA.
           EVALUATE TRUE
               WHEN RES-AVISO-INDENIZADO
                   STRING "AVISO PREVIO INDENIZADO: "
                          WS-RES-DIAS-AVISO " DIAS - PROJECAO ATE "
                          WS-RES-PROJECAO
                          DELIMITED BY SIZE INTO WS-CONTRA-LINHA
                   END-STRING
               WHEN RES-AVISO-TRABALHADO
                   MOVE "AVISO PREVIO TRABALHADO" TO WS-CONTRA-LINHA
               WHEN OTHER
                   MOVE "SEM AVISO PREVIO A PAGAR" TO WS-CONTRA-LINHA
           END-EVALUATE.
           WRITE WS-CONTRA-LINHA.

           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "SALARIO BASE ......... " DELIMITED BY SIZE
                  WS-SALARIO                DELIMITED BY SIZE
                  INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.

           MOVE ALL "-" TO WS-CONTRA-LINHA.
           WRITE WS-CONTRA-LINHA.

           IF WS-RES-FL-PAGA EQUAL 'S'
              MOVE "SALDO DE SALARIO PAGO NA FOLHA DO MES"
                TO WS-CONTRA-LINHA
              WRITE WS-CONTRA-LINHA
           END-IF.

           MOVE "SALDO DE SALARIO ... + " TO WS-RES-ROTULO.
           MOVE WS-RES-SALDO-SALARIO TO WS-RES-VERBA.
           MOVE SPACES TO WS-RES-COMPL.
           STRING "  (" WS-RES-DIAS-SALDO " DIAS)"
                  DELIMITED BY SIZE INTO WS-RES-COMPL
           END-STRING.
           PERFORM IMPRIMIR-VERBA-RESCISAO.

           MOVE "AVISO PREVIO ....... + " TO WS-RES-ROTULO.
           MOVE WS-RES-AVISO-VALOR TO WS-RES-VERBA.
           MOVE SPACES TO WS-RES-COMPL.
           IF RES-ACORDO
              MOVE "  (METADE - ACORDO)" TO WS-RES-COMPL
           END-IF.
           PERFORM IMPRIMIR-VERBA-RESCISAO.

           MOVE "13O PROPORCIONAL ... + " TO WS-RES-ROTULO.
           MOVE WS-RES-13-PROP TO WS-RES-VERBA.
           MOVE SPACES TO WS-RES-COMPL.
           STRING "  (" WS-RES-AVOS-13 "/12)"
                  DELIMITED BY SIZE INTO WS-RES-COMPL
           END-STRING.
           PERFORM IMPRIMIR-VERBA-RESCISAO.

           MOVE "FERIAS VENCIDAS .... + " TO WS-RES-ROTULO.
           MOVE WS-RES-FERIAS-VENC TO WS-RES-VERBA.
           MOVE SPACES TO WS-RES-COMPL.
           STRING "  (" WS-RES-PER-VENCIDOS " PERIODO(S))"
                  DELIMITED BY SIZE INTO WS-RES-COMPL
           END-STRING.
           PERFORM IMPRIMIR-VERBA-RESCISAO.

           MOVE "FERIAS PROPORCIONAIS + " TO WS-RES-ROTULO.
           MOVE WS-RES-FERIAS-PROP TO WS-RES-VERBA.
           MOVE SPACES TO WS-RES-COMPL.
           STRING "  (" WS-RES-AVOS-FERIAS "/12)"
                  DELIMITED BY SIZE INTO WS-RES-COMPL
           END-STRING.
           PERFORM IMPRIMIR-VERBA-RESCISAO.

           MOVE "1/3 SOBRE FERIAS ... + " TO WS-RES-ROTULO.
           MOVE WS-RES-TERCO TO WS-RES-VERBA.
           MOVE SPACES TO WS-RES-COMPL.
           PERFORM IMPRIMIR-VERBA-RESCISAO.

           MOVE WS-BRUTO-N TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "TOTAL DAS VERBAS ..... " DELIMITED BY SIZE
                  WS-VALOR-EDIT             DELIMITED BY SIZE
                  INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.

           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "IMPOSTO RETIDO ....... " DELIMITED BY SIZE
                  WS-IMPOSTO                DELIMITED BY SIZE
                  INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.

           MOVE "13O PAGO NO ANO .... - " TO WS-RES-ROTULO.
           MOVE WS-ADIANTAMENTO-N TO WS-RES-VERBA.
           MOVE SPACES TO WS-RES-COMPL.
           PERFORM IMPRIMIR-VERBA-RESCISAO.

           IF WS-CONSIG-FUNC NOT EQUAL ZEROS
              MOVE 0 TO WS-CT-IDX
              PERFORM IMPRIMIR-CONSIGNADO
                 UNTIL WS-CT-IDX EQUAL WS-CT-ITENS
           END-IF.

           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING "LIQUIDO A RECEBER .... " DELIMITED BY SIZE
                  WS-LIQUIDO                DELIMITED BY SIZE
                  INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.

           MOVE ALL "-" TO WS-CONTRA-LINHA.
           WRITE WS-CONTRA-LINHA.

           IF WS-RES-MULTA-FGTS NOT EQUAL ZEROS
              MOVE WS-RES-FGTS-SALDO TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "SALDO FGTS P/ FINS RESCISORIOS "
                     WS-VALOR-EDIT
                     DELIMITED BY SIZE INTO WS-CONTRA-LINHA
              END-STRING
              IF WS-RES-FGTS-ESTIMADO EQUAL 'S'
                 MOVE "(ESTIMADO)" TO WS-CONTRA-LINHA (45:10)
              END-IF
              WRITE WS-CONTRA-LINHA
              MOVE WS-RES-MULTA-FGTS TO WS-VALOR-EDIT
              MOVE SPACES TO WS-CONTRA-LINHA
              STRING "MULTA DO FGTS " WS-RES-PCT-MULTA
                     " PCT ......... " WS-VALOR-EDIT
                     "  (RECOLHER EM GUIA PROPRIA)"
                     DELIMITED BY SIZE INTO WS-CONTRA-LINHA
              END-STRING
              WRITE WS-CONTRA-LINHA
           END-IF.

           MOVE SPACES TO WS-CONTRA-LINHA.
           WRITE WS-CONTRA-LINHA.
           MOVE "ASSINATURA DO EMPREGADO:  ____________________________"
             TO WS-CONTRA-LINHA.
           WRITE WS-CONTRA-LINHA.
           MOVE SPACES TO WS-CONTRA-LINHA.
           WRITE WS-CONTRA-LINHA.
           MOVE "ASSINATURA DO EMPREGADOR: ____________________________"
             TO WS-CONTRA-LINHA.
           WRITE WS-CONTRA-LINHA.
           MOVE SPACES TO WS-CONTRA-LINHA.
           WRITE WS-CONTRA-LINHA.

           DISPLAY "TERMO DE RESCISAO EM ..\DADOS\CONTRACHEQUES.TXT".
           IF WS-RES-MULTA-FGTS NOT EQUAL ZEROS
              MOVE WS-RES-MULTA-FGTS TO WS-VALOR-EDIT
              DISPLAY "MULTA DO FGTS A RECOLHER: " WS-VALOR-EDIT
           END-IF.

       IMPRIMIR-VERBA-RESCISAO    SECTION.
           IF WS-RES-VERBA EQUAL ZEROS
              GO TO IMPRIMIR-VERBA-RESCISAO-FIM
           END-IF.
           MOVE WS-RES-VERBA TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-CONTRA-LINHA.
           STRING WS-RES-ROTULO WS-VALOR-EDIT WS-RES-COMPL
                  DELIMITED BY SIZE INTO WS-CONTRA-LINHA
           END-STRING.
           WRITE WS-CONTRA-LINHA.

       IMPRIMIR-VERBA-RESCISAO-FIM.
           EXIT.

      *------------------- FOLHA MENSAL: RESCISOES JA PAGAS -----------*
       CARREGAR-RESCISOES-PAGAS    SECTION.
           OPEN INPUT FOLHAHIST.
           IF WS-FS-FOLHAHIST NOT EQUAL ZEROS
              GO TO CARREGAR-RESCISOES-PAGAS-FIM
           END-IF.
           READ FOLHAHIST.
           PERFORM GUARDAR-RESCISAO-PAGA
              UNTIL WS-FS-FOLHAHIST NOT EQUAL ZEROS.
           CLOSE FOLHAHIST.

       CARREGAR-RESCISOES-PAGAS-FIM.
           EXIT.

       GUARDAR-RESCISAO-PAGA    SECTION.
           IF WS-FHIST-TIPO EQUAL "RE"
              AND WS-FHIST-PERIODO EQUAL WS-PERIODO
      *       RESCINDIDO FORA DA TABELA SERIA PAGO EM DOBRO: NADA FOI
      *       GRAVADO AINDA, A FOLHA PARA AQUI
              IF WS-RESPG-ITENS NOT < 200
                 DISPLAY "MAIS DE 200 RESCISOES NO PERIODO -"
                         " AMPLIE A TABELA DO 3-FOLHAPG"
                 STOP RUN
              END-IF
              ADD 1 TO WS-RESPG-ITENS
              MOVE WS-FHIST-MATRICULA
                TO WS-RESPG-MATRICULA (WS-RESPG-ITENS)
           END-IF.
           READ FOLHAHIST.

       PROCURAR-RESCISAO-PAGA    SECTION.
           MOVE 0 TO WS-RESPG-IDX.
           MOVE 0 TO WS-RESPG-ACHADO.
           PERFORM COMPARAR-RESCISAO-PAGA
              UNTIL WS-RESPG-IDX EQUAL WS-RESPG-ITENS
                 OR WS-RESPG-ACHADO NOT EQUAL 0.

       COMPARAR-RESCISAO-PAGA    SECTION.
           ADD 1 TO WS-RESPG-IDX.
           IF WS-RESPG-MATRICULA (WS-RESPG-IDX) EQUAL WS-FUNC-MATRICULA
              MOVE WS-RESPG-IDX TO WS-RESPG-ACHADO
           END-IF.

       IGNORAR-RESCINDIDO    SECTION.
           ADD 1 TO WS-TOT-RESCINDIDOS.
           DISPLAY "MATRICULA " WS-FUNC-MATRICULA
                   " - RESCISAO JA PAGA, FORA DA FOLHA".

      *    MOVIMENTO DO MES DE QUEM JA SAIU NAO E PAGO AQUI
           MOVE 0 TO WS-MOVFUN-IDX.
           MOVE 0 TO WS-MOVFUN-ACHADO.
           PERFORM PROCURAR-MOVFUN-DO-FUNC
              UNTIL WS-MOVFUN-IDX EQUAL WS-MOVFUN-ITENS
                 OR WS-MOVFUN-ACHADO NOT EQUAL 0.
           IF WS-MOVFUN-ACHADO NOT EQUAL 0
              DISPLAY "AVISO: MOVIMENTOS DO MES DA MATRICULA "
                      WS-FUNC-MATRICULA " NAO PAGOS - ACERTAR A MAO"
           END-IF.

      *------------------- ENCARGOS DA EMPRESA DO FUNCIONARIO ---------*
       CALCULAR-ENCARGOS    SECTION.
           INITIALIZE WS-ENC-FUNC.
           EVALUATE TRUE
               WHEN FOLHA-13-PRIMEIRA
                   MOVE WS-BRUTO-N TO WS-EF-BASE-FGTS
               WHEN FOLHA-13-SEGUNDA
                   MOVE WS-BRUTO-N TO WS-EF-BASE-INSS
                   COMPUTE WS-EF-BASE-FGTS =
                           WS-BRUTO-N - WS-ADIANTAMENTO-N
               WHEN FOLHA-RESCISAO
                   COMPUTE WS-EF-BASE-INSS = WS-RES-SALDO-SALARIO
                                           + WS-RES-13-PROP
                   COMPUTE WS-EF-BASE-FGTS = WS-EF-BASE-INSS
                                           + WS-RES-AVISO-VALOR
      *            MULTA RESCISORIA VENCE 10 DIAS APOS O DESLIGAMENTO
                   IF WS-RES-MULTA-FGTS NOT EQUAL ZEROS
                      COMPUTE WS-EF-VENC-MULTA =
                              FUNCTION DATE-OF-INTEGER
                              (FUNCTION INTEGER-OF-DATE (WS-RES-DESLIG)
                               + 10)
                   END-IF
               WHEN OTHER
                   MOVE WS-BRUTO-N TO WS-EF-BASE-INSS
                   MOVE WS-BRUTO-N TO WS-EF-BASE-FGTS
           END-EVALUATE.

           COMPUTE WS-EF-INSS ROUNDED =
                   WS-EF-BASE-INSS * WS-PCT-INSS-EMPRESA.
           COMPUTE WS-EF-RAT ROUNDED =
                   WS-EF-BASE-INSS * WS-PCT-RAT.
           COMPUTE WS-EF-TERCEIROS ROUNDED =
                   WS-EF-BASE-INSS * WS-PCT-TERCEIROS.
           COMPUTE WS-EF-FGTS ROUNDED =
                   WS-EF-BASE-FGTS * WS-PCT-FGTS.

      *------------------- RENDIMENTOS DO FUNCIONARIO NO INFORME ------*
       APURAR-RENDIMENTOS    SECTION.
           INITIALIZE WS-REN-FUNC.
           EVALUATE TRUE
               WHEN FOLHA-13-PRIMEIRA
                   MOVE WS-BRUTO-N TO WS-REN-DECIMO
               WHEN FOLHA-13-SEGUNDA
                   COMPUTE WS-REN-DECIMO =
                           WS-BRUTO-N - WS-ADIANTAMENTO-N
                   MOVE WS-IMPOSTO-N TO WS-REN-IRRF-DECIMO
               WHEN FOLHA-RESCISAO
      *            O 13O JA PAGO NO ANO ENTROU NAS FOLHAS DE 13O
                   MOVE WS-RES-SALDO-SALARIO TO WS-REN-TRIBUTAVEL
                   IF WS-RES-13-PROP > WS-ADIANTAMENTO-N
                      COMPUTE WS-REN-DECIMO =
                              WS-RES-13-PROP - WS-ADIANTAMENTO-N
                   END-IF
                   COMPUTE WS-REN-IRRF-DECIMO =
                           WS-IMPOSTO-N - WS-RES-IMPOSTO-AUX
                   COMPUTE WS-REN-ISENTO = WS-RES-AVISO-VALOR
                                         + WS-RES-FERIAS-VENC
                                         + WS-RES-FERIAS-PROP
                                         + WS-RES-TERCO
               WHEN OTHER
                   MOVE WS-BRUTO-N TO WS-REN-TRIBUTAVEL
           END-EVALUATE.

      *------------------- FOLHA LIBERADA: DETALHE DOS ENCARGOS -------*
       GRAVAR-ENCARGOS    SECTION.
           OPEN EXTEND ENCARGOS.
           IF WS-FS-ENCARGOS EQUAL 35
              OPEN OUTPUT ENCARGOS
           END-IF.
           IF WS-FS-ENCARGOS NOT EQUAL ZEROS
              DISPLAY "ERRO NO ARQUIVO DE ENCARGOS " WS-FS-ENCARGOS
                      " - DECLARACOES DO MES FICAM INCOMPLETAS"
              GO TO GRAVAR-ENCARGOS-FIM
           END-IF.

           MOVE 0 TO WS-ATU-IDX.
           PERFORM GRAVAR-UM-ENCARGO
              UNTIL WS-ATU-IDX EQUAL WS-ATU-ITENS.
           CLOSE ENCARGOS.

       GRAVAR-ENCARGOS-FIM.
           EXIT.

       GRAVAR-UM-ENCARGO    SECTION.
           ADD 1 TO WS-ATU-IDX.
           MOVE WS-PERIODO    TO WS-ENC-PERIODO.
           MOVE WS-TIPO-FOLHA TO WS-ENC-TIPO.
           MOVE WS-ATU-MATRICULA (WS-ATU-IDX)  TO WS-ENC-MATRICULA.
           MOVE WS-ATU-NOME (WS-ATU-IDX)       TO WS-ENC-NOME.
           MOVE WS-ATU-CPF (WS-ATU-IDX)        TO WS-ENC-CPF.
           MOVE WS-ATU-DEPTM (WS-ATU-IDX)      TO WS-ENC-DEPTM.
           MOVE WS-ATU-BASE-INSS (WS-ATU-IDX)  TO WS-ENC-BASE-INSS.
           MOVE WS-ATU-BASE-FGTS (WS-ATU-IDX)  TO WS-ENC-BASE-FGTS.
           MOVE WS-ATU-INSS (WS-ATU-IDX)       TO WS-ENC-INSS-EMPRESA.
           MOVE WS-ATU-RAT (WS-ATU-IDX)        TO WS-ENC-RAT.
           MOVE WS-ATU-TERCEIROS (WS-ATU-IDX)  TO WS-ENC-TERCEIROS.
           MOVE WS-ATU-FGTS (WS-ATU-IDX)       TO WS-ENC-FGTS.
           MOVE WS-ATU-IRRF (WS-ATU-IDX)       TO WS-ENC-IRRF.
           MOVE WS-ATU-MULTA (WS-ATU-IDX)      TO WS-ENC-MULTA-FGTS.
           MOVE WS-ATU-VENC-MULTA (WS-ATU-IDX) TO WS-ENC-VENC-MULTA.
           WRITE WS-ENC-REG.

      *------------------- OBRIGACOES DA COMPETENCIA ------------------*
      *  REFEITO A CADA FOLHA LIBERADA COM TUDO O QUE O ENCARGOS.DAT  *
      *  JA TEM DO PERIODO (MENSAL, 13O, FERIAS E RESCISOES)          *
       IMPRIMIR-OBRIGACOES    SECTION.
           INITIALIZE WS-OBR-TOTAIS.
           MOVE 0 TO WS-OBR-QTD.
           MOVE 0 TO WS-OBD-ITENS.

           OPEN INPUT ENCARGOS.
           IF WS-FS-ENCARGOS NOT EQUAL ZEROS
              GO TO IMPRIMIR-OBRIGACOES-FIM
           END-IF.
           READ ENCARGOS.
           PERFORM SOMAR-OBRIGACAO
              UNTIL WS-FS-ENCARGOS NOT EQUAL ZEROS.
           CLOSE ENCARGOS.

           OPEN OUTPUT OBRIGACOES.
           IF WS-FS-OBRIGACOES NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DAS OBRIGACOES "
                      WS-FS-OBRIGACOES
              GO TO IMPRIMIR-OBRIGACOES-FIM
           END-IF.

           MOVE SPACES TO WS-OBR-LINHA.
           STRING "OBRIGACOES DA FOLHA - COMPETENCIA " WS-PERIODO
                  " - " WS-EMPRESA-NOME
                  DELIMITED BY SIZE INTO WS-OBR-LINHA
           END-STRING.
           WRITE WS-OBR-LINHA.
           MOVE SPACES TO WS-OBR-LINHA.
           STRING "REGISTROS NO ENCARGOS.DAT: " WS-OBR-QTD
                  DELIMITED BY SIZE INTO WS-OBR-LINHA
           END-STRING.
           WRITE WS-OBR-LINHA.
           MOVE SPACES TO WS-OBR-LINHA.
           WRITE WS-OBR-LINHA.
           MOVE "GUIA"       TO WS-OBR-LINHA.
           MOVE "BASE"       TO WS-OBR-LINHA (35:4).
           MOVE "VALOR"      TO WS-OBR-LINHA (49:5).
           MOVE "VENCIMENTO" TO WS-OBR-LINHA (56:10).
           WRITE WS-OBR-LINHA.

           PERFORM CALCULAR-VENCIMENTO-GUIA.

           MOVE "INSS EMPRESA (20 PCT)" TO WS-OBR-LINHA.
           MOVE WS-OBR-BASE-INSS TO WS-OBR-VALOR-EDIT.
           MOVE WS-OBR-VALOR-EDIT TO WS-OBR-LINHA (26:13).
           MOVE WS-OBR-INSS TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (41:13).
           WRITE WS-OBR-LINHA.

           MOVE "RAT (2 PCT)" TO WS-OBR-LINHA.
           MOVE WS-OBR-VALOR-EDIT TO WS-OBR-LINHA (26:13).
           MOVE WS-OBR-RAT TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (41:13).
           WRITE WS-OBR-LINHA.

           MOVE "TERCEIROS (5,8 PCT)" TO WS-OBR-LINHA.
           MOVE WS-OBR-VALOR-EDIT TO WS-OBR-LINHA (26:13).
           MOVE WS-OBR-TERCEIROS TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (41:13).
           WRITE WS-OBR-LINHA.

           MOVE "IRRF RETIDO DOS EMPREGADOS" TO WS-OBR-LINHA.
           MOVE WS-OBR-IRRF TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (41:13).
           WRITE WS-OBR-LINHA.

           COMPUTE WS-OBR-TOTAL-INSS = WS-OBR-INSS + WS-OBR-RAT
                                     + WS-OBR-TERCEIROS + WS-OBR-IRRF.
           MOVE "  GUIA DCTFWEB (INSS + IRRF)" TO WS-OBR-LINHA.
           MOVE WS-OBR-TOTAL-INSS TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (41:13).
           MOVE WS-OBR-VENCIMENTO TO WS-OBR-LINHA (56:8).
           WRITE WS-OBR-LINHA.

           MOVE "FGTS MENSAL (8 PCT)" TO WS-OBR-LINHA.
           MOVE WS-OBR-BASE-FGTS TO WS-OBR-VALOR-EDIT.
           MOVE WS-OBR-VALOR-EDIT TO WS-OBR-LINHA (26:13).
           MOVE WS-OBR-FGTS TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (41:13).
           MOVE WS-OBR-VENCIMENTO TO WS-OBR-LINHA (56:8).
           WRITE WS-OBR-LINHA.

      *    MULTAS RESCISORIAS TEM VENCIMENTO PROPRIO, UMA POR UMA
           IF WS-OBR-MULTA NOT EQUAL ZEROS
              OPEN INPUT ENCARGOS
              READ ENCARGOS
              PERFORM IMPRIMIR-MULTA-OBRIGACAO
                 UNTIL WS-FS-ENCARGOS NOT EQUAL ZEROS
              CLOSE ENCARGOS
           END-IF.

           COMPUTE WS-OBR-TOTAL = WS-OBR-TOTAL-INSS + WS-OBR-FGTS
                                + WS-OBR-MULTA.
           MOVE ALL "-" TO WS-OBR-LINHA.
           WRITE WS-OBR-LINHA.
           MOVE "TOTAL A RECOLHER" TO WS-OBR-LINHA.
           MOVE WS-OBR-TOTAL TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (41:13).
           WRITE WS-OBR-LINHA.

           MOVE SPACES TO WS-OBR-LINHA.
           WRITE WS-OBR-LINHA.
           MOVE "DEPTO"        TO WS-OBR-LINHA.
           MOVE "BASE INSS"    TO WS-OBR-LINHA (11:9).
           MOVE "INSS EMPRESA" TO WS-OBR-LINHA (22:12).
           MOVE "FGTS"         TO WS-OBR-LINHA (43:4).
           WRITE WS-OBR-LINHA.
           MOVE 0 TO WS-OBD-IDX.
           PERFORM IMPRIMIR-OBRIGACAO-DEPTO
              UNTIL WS-OBD-IDX EQUAL WS-OBD-ITENS.
           CLOSE OBRIGACOES.

           MOVE WS-OBR-TOTAL TO WS-VALOR-EDIT.
           DISPLAY "OBRIGACOES DA COMPETENCIA " WS-PERIODO ": "
                   WS-VALOR-EDIT " VENCIMENTO " WS-OBR-VENCIMENTO.
           DISPLAY "QUADRO EM ..\DADOS\ENCARGOS.OBRIGACOES.TXT".

       IMPRIMIR-OBRIGACOES-FIM.
           EXIT.

       SOMAR-OBRIGACAO    SECTION.
           IF WS-ENC-PERIODO NOT EQUAL WS-PERIODO
              GO TO SOMAR-OBRIGACAO-FIM
           END-IF.

           ADD 1                   TO WS-OBR-QTD.
           ADD WS-ENC-BASE-INSS    TO WS-OBR-BASE-INSS.
           ADD WS-ENC-BASE-FGTS    TO WS-OBR-BASE-FGTS.
           ADD WS-ENC-INSS-EMPRESA TO WS-OBR-INSS.
           ADD WS-ENC-RAT          TO WS-OBR-RAT.
           ADD WS-ENC-TERCEIROS    TO WS-OBR-TERCEIROS.
           ADD WS-ENC-FGTS         TO WS-OBR-FGTS.
           ADD WS-ENC-IRRF         TO WS-OBR-IRRF.
           ADD WS-ENC-MULTA-FGTS   TO WS-OBR-MULTA.

           MOVE 0 TO WS-OBD-IDX.
           MOVE 0 TO WS-OBD-ACHADO.
           PERFORM PROCURAR-OBRIGACAO-DEPTO
              UNTIL WS-OBD-IDX EQUAL WS-OBD-ITENS
                 OR WS-OBD-ACHADO NOT EQUAL 0.
           IF WS-OBD-ACHADO EQUAL 0
              IF WS-OBD-ITENS < 20
                 ADD 1 TO WS-OBD-ITENS
                 MOVE WS-OBD-ITENS TO WS-OBD-ACHADO
                 INITIALIZE WS-OBD (WS-OBD-ACHADO)
                 MOVE WS-ENC-DEPTM TO WS-OBD-COD (WS-OBD-ACHADO)
              ELSE
                 DISPLAY "TABELA DE DEPARTAMENTOS CHEIA - "
                         WS-ENC-DEPTM " FORA DO QUADRO DE OBRIGACOES"
                 GO TO SOMAR-OBRIGACAO-FIM
              END-IF
           END-IF.
           ADD WS-ENC-BASE-INSS TO WS-OBD-BASE-INSS (WS-OBD-ACHADO).
           ADD WS-ENC-INSS-EMPRESA WS-ENC-RAT WS-ENC-TERCEIROS
             TO WS-OBD-INSS (WS-OBD-ACHADO).
           ADD WS-ENC-FGTS WS-ENC-MULTA-FGTS
             TO WS-OBD-FGTS (WS-OBD-ACHADO).

       SOMAR-OBRIGACAO-FIM.
           READ ENCARGOS.

       PROCURAR-OBRIGACAO-DEPTO    SECTION.
           ADD 1 TO WS-OBD-IDX.
           IF WS-OBD-COD (WS-OBD-IDX) EQUAL WS-ENC-DEPTM
              MOVE WS-OBD-IDX TO WS-OBD-ACHADO
           END-IF.

       CALCULAR-VENCIMENTO-GUIA    SECTION.
           COMPUTE WS-OBR-VENC-ANO = WS-PERIODO / 100.
           COMPUTE WS-OBR-VENC-MES = FUNCTION MOD (WS-PERIODO, 100).
           IF WS-OBR-VENC-MES EQUAL 12
              ADD 1 TO WS-OBR-VENC-ANO
              MOVE 1 TO WS-OBR-VENC-MES
           ELSE
              ADD 1 TO WS-OBR-VENC-MES
           END-IF.
           MOVE 20 TO WS-OBR-VENC-DIA.

      *    0 = DOMINGO, 6 = SABADO (01/01/1601 FOI UMA SEGUNDA-FEIRA)
           COMPUTE WS-OBR-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-OBR-VENCIMENTO), 7).
           IF WS-OBR-DIA-SEMANA EQUAL 6
              MOVE 19 TO WS-OBR-VENC-DIA
           END-IF.
           IF WS-OBR-DIA-SEMANA EQUAL 0
              MOVE 18 TO WS-OBR-VENC-DIA
           END-IF.

       IMPRIMIR-MULTA-OBRIGACAO    SECTION.
           IF WS-ENC-PERIODO EQUAL WS-PERIODO
              AND WS-ENC-MULTA-FGTS NOT EQUAL ZEROS
              MOVE SPACES TO WS-OBR-LINHA
              STRING "MULTA FGTS RESCISORIA " WS-ENC-MATRICULA
                     DELIMITED BY SIZE INTO WS-OBR-LINHA
              END-STRING
              MOVE WS-ENC-MULTA-FGTS TO WS-VALOR-EDIT
              MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (41:13)
              MOVE WS-ENC-VENC-MULTA TO WS-OBR-LINHA (56:8)
              WRITE WS-OBR-LINHA
           END-IF.
           READ ENCARGOS.

       IMPRIMIR-OBRIGACAO-DEPTO    SECTION.
           ADD 1 TO WS-OBD-IDX.
           MOVE SPACES TO WS-OBR-LINHA.
           MOVE WS-OBD-COD (WS-OBD-IDX) TO WS-OBR-LINHA (1:3).
           MOVE WS-OBD-BASE-INSS (WS-OBD-IDX) TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (7:13).
           MOVE WS-OBD-INSS (WS-OBD-IDX) TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (21:13).
           MOVE WS-OBD-FGTS (WS-OBD-IDX) TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-OBR-LINHA (34:13).
           WRITE WS-OBR-LINHA.
       END PROGRAM 3-FOLHAPG.
