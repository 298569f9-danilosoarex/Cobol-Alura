           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDIDOS
           RECORD KEY IS WS-PEDIDO-NUMERO
           ALTERNATE RECORD KEY IS WS-PEDIDO-CLIENTE-ID
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS WS-PEDIDO-TELEFONE
           WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO "..\DADOS\PEDITENS.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-PEDITENS
           RECORD KEY IS WS-PITEM-CHAVE.

           SELECT PEDIDOCTL ASSIGN TO "..\DADOS\PEDIDOCTL.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-ESTOQUE
           RECORD KEY IS WS-ESTOQUE-CHAVE.

           SELECT FATURAS ASSIGN TO "..\DADOS\FATURAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAS.

           SELECT ZONAS ASSIGN TO "..\DADOS\ZONAS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ZONAS.

           SELECT CEPS ASSIGN TO "..\DADOS\CEPS.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CEPS.

           SELECT VALES ASSIGN TO "..\DADOS\VALES.DAT"
           ORGANIZATION  IS  INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-VALES
           RECORD KEY IS WS-VALE-CODIGO.

           SELECT VALEMOV ASSIGN TO "..\DADOS\VALEMOV.DAT"
           ORGANIZATION  IS  LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VALEMOV.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *------------------- CABECALHO DO PEDIDO ------------------------*
      *  OS ITENS MORAM NO PEDITENS.DAT; AQUI A MASSA E A DA PRIMEIRA *
      *  PIZZA (OU O PRIMEIRO ITEM, SE NAO HA PIZZA), O TAMANHO E O   *
      *  MAIOR DO PEDIDO, OS EXTRAS FICAM 'S' SE ALGUMA PIZZA OS TEM  *
      *  E O VALOR E O TOTAL DOS ITENS MENOS COMBOS, PONTOS E CUPOM   *
      *  DE DESCONTO, MAIS A TAXA DE ENTREGA DA ZONA. O VALE-PRESENTE *
      *  NAO MEXE NO VALOR: E PAGAMENTO (LINHA 'G', VER DESPACHO)     *
       FD  PEDIDOS.
       01  WS-PEDIDO-REG.
           05 WS-PEDIDO-NUMERO         PIC 9(08).
           05 WS-PEDIDO-PROMETIDO      PIC 9(04).
      *       MINUTOS PROMETIDOS AO CLIENTE NA ENTRADA DO PEDIDO

      *------------------- ITENS DO PEDIDO ----------------------------*
      *  UMA LINHA POR ITEM DIGITADO; CADA COMBO APLICADO GANHA UMA   *
      *  LINHA 'D' COM O CODIGO, AS VEZES QUE ENTROU E O DESCONTO;    *
      *  PEDIDO PARA ENTREGA GANHA UMA LINHA 'T' COM A ZONA E A TAXA; *
      *  CUPOM DE DESCONTO RESGATADO VIRA LINHA 'V' COM O CODIGO E O  *
      *  DESCONTO, VALE-PRESENTE VIRA LINHA 'G' COM O VALOR USADO     *
       FD  PEDITENS.
       01  WS-PITEM-REG.
           05 WS-PITEM-CHAVE.
              10 WS-PITEM-PEDIDO       PIC 9(08).
              10 WS-PITEM-LINHA        PIC 9(02).
           05 WS-PITEM-TIPO            PIC X(01).
              88 WS-PITEM-PIZZA            VALUE 'P'.
              88 WS-PITEM-BEBIDA           VALUE 'B'.
              88 WS-PITEM-DESCONTO         VALUE 'D'.
              88 WS-PITEM-ENTREGA          VALUE 'T'.
              88 WS-PITEM-CUPOM            VALUE 'V'.
              88 WS-PITEM-VALE-PRESENTE    VALUE 'G'.
           05 WS-PITEM-NOME            PIC X(12).
      *       MASSA DA PIZZA, NOME DA BEBIDA, CODIGO DO COMBO, ZONA OU
      *       CODIGO DO VALE
           05 WS-PITEM-TAMANHO         PIC X(01).
           05 WS-PITEM-EXTRA-QUEIJO    PIC X(01).
           05 WS-PITEM-EXTRA-BORDA     PIC X(01).
           05 WS-PITEM-QTD             PIC 9(03).
           05 WS-PITEM-UNITARIO        PIC 9(04)V99.
      *       PIZZA JA COM OS EXTRAS; NA LINHA 'D', O VALOR DO COMBO
           05 WS-PITEM-VALOR           PIC 9(05)V99.
      *       QTD X UNITARIO; NA LINHA 'D', O DESCONTO DO COMBO

       FD  PEDIDOCTL.
       01  WS-CTL-REG.
           05 WS-CTL-CHAVE              PIC X(01).
           05 WS-CMB-VIGENCIA-DE       PIC 9(08).
           05 WS-CMB-VIGENCIA-ATE      PIC 9(08).
           05 WS-CMB-DESCRICAO         PIC X(20).
           05 WS-CMB-QTD-PIZZAS        PIC 9(01).
      *       PIZZAS QUE O COMBO LEVA; BRANCO OU ZERO = UMA
           05 WS-CMB-BEBIDA            PIC X(12).
      *       BEBIDA QUE O COMBO EXIGE; BRANCO = SEM BEBIDA

      *------------------- LIVRO DE PONTOS DE FIDELIDADE --------------*
       FD  PONTOS.
           05 WS-ESTOQUE-PONTO-REP     PIC 9(05).
           05 WS-ESTOQUE-CUSTO-MEDIO   PIC 9(05)V99.

      *------------------- CONTAS A RECEBER (VER 7-FATCAD) ------------*
       FD  FATURAS.
       01  WS-FATURA-REG.
           05 WS-FATURA-NUMERO         PIC 9(06).
           05 WS-FATURA-CLIENTE        PIC X(10).
           05 WS-FATURA-VALOR          PIC 9(05)V99.
           05 WS-FATURA-VENCIMENTO     PIC 9(08).
           05 WS-FATURA-CLIENTE-ID     PIC 9(09).

      *------------------- ZONAS DE ENTREGA POR FAIXA DE CEP ----------*
      *  MANTIDAS NO PRECOCAD; CORRECAO E SO UMA LINHA NOVA E, SE AS  *
      *  FAIXAS SE SOBREPOEM, VALE A ULTIMA LINHA QUE COBRE O CEP     *
       FD  ZONAS.
       01  WS-ZON-REG.
           05 WS-ZON-CODIGO            PIC X(04).
           05 WS-ZON-CEP-DE            PIC 9(08).
           05 WS-ZON-CEP-ATE           PIC 9(08).
           05 WS-ZON-ENTREGA           PIC X(01).
      *       S = ENTREGAMOS / N = FORA DA AREA
           05 WS-ZON-TAXA              PIC 9(03)V99.
           05 WS-ZON-MINUTOS           PIC 9(03).
      *       TEMPO MAXIMO DE TRAJETO SOMADO A PROMESSA
           05 WS-ZON-DESCRICAO         PIC X(20).
           05 WS-ZON-REPASSE           PIC 9(03)V99.
      *       PAGO AO ENTREGADOR POR ENTREGA NA ZONA (VER ACERTOENTR)

      *------------------- TABELA DE CEPS (VER CEPSCARGA) -------------*
       FD  CEPS.
       01  WS-CEP-REG.
           05 WS-CEP-CODIGO            PIC 9(08).
           05 WS-CEP-CIDADE            PIC X(20).
           05 WS-CEP-UF                PIC X(02).

      *------------------- (VER VALECAD) ------------------------------*
       FD  VALES.
       01  WS-VALE-REG.
           05 WS-VALE-CODIGO           PIC X(12).
           05 WS-VALE-TIPO             PIC X(01).
              88 WS-VALE-PRESENTE          VALUE 'G'.
              88 WS-VALE-PERCENTUAL        VALUE 'P'.
           05 WS-VALE-VALOR            PIC 9(05)V99.
           05 WS-VALE-PERCENTUAL-DESC  PIC 9(02).
           05 WS-VALE-SALDO            PIC 9(05)V99.
           05 WS-VALE-EMISSAO          PIC 9(08).
           05 WS-VALE-VALIDADE         PIC 9(08).
           05 WS-VALE-USO              PIC X(01).
              88 WS-VALE-USO-UNICO         VALUE 'U'.
           05 WS-VALE-USOS             PIC 9(04).
           05 WS-VALE-SITUACAO         PIC X(01).
              88 WS-VALE-ATIVO             VALUE 'A'.
           05 WS-VALE-CAMPANHA         PIC X(06).
           05 WS-VALE-CLIENTE-ID       PIC 9(09).

      *------------------- (VER VALECAD) ------------------------------*
       FD  VALEMOV.
       01  WS-VMV-REG.
           05 WS-VMV-CODIGO            PIC X(12).
           05 WS-VMV-DATA              PIC 9(08).
           05 WS-VMV-MOVIMENTO         PIC X(01).
           05 WS-VMV-PEDIDO            PIC 9(08).
           05 WS-VMV-VALOR             PIC 9(05)V99.
           05 WS-VMV-SALDO             PIC 9(05)V99.
           05 WS-VMV-FORMA             PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-FS-PEDIDOS                    PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDIDOCTL                  PIC 9(02) VALUE ZEROS.
       01 WS-FS-PEDITENS                   PIC 9(02) VALUE ZEROS.

       01 MASSA                            PIC X(12).
       01 MASSA-M                          PIC X(12).
       01 WS-VALOR-EXTRA-BORDA             PIC 9(04)V99 VALUE 00500.

      *------------------- TABELA DE PRECOS POR MASSA/TAMANHO ---------*
      *  AS BEBIDAS ENTRAM NA MESMA TABELA, COM O NOME NA MASSA E O   *
      *  TAMANHO EM BRANCO                                            *
      *  OS MOVES ABAIXO SAO SO A SEMENTE DE EMERGENCIA: A TABELA     *
      *  VIVA MORA NO PRECOS.DAT, COM VIGENCIA, E SOBREPOE ESTES      *
      *  VALORES NA ABERTURA                                          *
       01 WS-TABELA-PRECO.
           05 WS-PRECO-ITEM OCCURS 40 TIMES.
              10 WS-PRECO-MASSA      PIC X(12).
              10 WS-PRECO-TAMANHO    PIC X(01).
              10 WS-PRECO-VALOR      PIC 9(04)V99.
       01 WS-DATA-HOJE                PIC 9(08) VALUE ZEROS.
       01 WS-VIG-QUEIJO               PIC 9(08) VALUE ZEROS.
       01 WS-VIG-BORDA                PIC 9(08) VALUE ZEROS.
       01 WS-COMBO-CASA               PIC X(01) VALUE 'N'.
       01 WS-COMBO-ACHOU              PIC X(01) VALUE 'N'.

      *------------------- ITENS DIGITADOS NO PEDIDO ------------------*
      *  O LIVRE DE CADA ITEM E O QUE AINDA NAO ENTROU EM COMBO       *
       01 WS-ITEM-TIPO                PIC X(01) VALUE SPACES.
       01 WS-ITEM-QTD                 PIC 9(03) VALUE ZEROS.
       01 WS-FIM-ITENS                PIC X(01) VALUE 'N'.
       01 WS-TABELA-ITENS.
           05 WS-ITM OCCURS 20 TIMES.
              10 WS-ITM-TIPO          PIC X(01).
              10 WS-ITM-NOME          PIC X(12).
              10 WS-ITM-TAMANHO       PIC X(01).
              10 WS-ITM-QUEIJO        PIC X(01).
              10 WS-ITM-BORDA         PIC X(01).
              10 WS-ITM-QTD           PIC 9(03).
              10 WS-ITM-UNITARIO      PIC 9(04)V99.
              10 WS-ITM-VALOR         PIC 9(05)V99.
              10 WS-ITM-LIVRE         PIC 9(03).
       01 WS-ITM-ITENS                PIC 9(02) COMP VALUE 0.
       01 WS-ITM-IDX                  PIC 9(02) COMP VALUE 0.
       01 WS-LINHA-PEDIDO             PIC 9(02) VALUE ZEROS.
       01 WS-SUBTOTAL                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-TOTAL-DESCONTO           PIC 9(06)V99 VALUE ZEROS.
       01 WS-TOTAL-PEDIDO             PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-MAXIMO             PIC 9(04)V99 VALUE 9999,99.
       01 WS-VALOR-EDIT               PIC ZZ.ZZ9,99.

      *------------------- RESUMO DOS ITENS PARA O CABECALHO ----------*
       01 WS-RES-MASSA                PIC X(12) VALUE SPACES.
       01 WS-RES-TAMANHO              PIC X(01) VALUE SPACES.
       01 WS-RES-QUEIJO               PIC X(01) VALUE 'N'.
       01 WS-RES-BORDA                PIC X(01) VALUE 'N'.
       01 WS-RES-PESO                 PIC 9(01) VALUE 0.
       01 WS-TAM-PESO                 PIC 9(01) VALUE 0.

      *------------------- COMBOS VIGENTES E DESCONTOS DADOS ----------*
      *  O COMBO DE MAIOR DESCONTO ENTRA PRIMEIRO, UMA VEZ POR VEZ,   *
      *  CONSUMINDO OS ITENS NA ORDEM EM QUE FORAM DIGITADOS, ATE     *
      *  NENHUM COMBO CABER NO QUE SOBROU                             *
       01 WS-TABELA-COMBOS.
           05 WS-CBT OCCURS 20 TIMES.
              10 WS-CBT-CODIGO        PIC X(06).
              10 WS-CBT-MASSA         PIC X(12).
              10 WS-CBT-TAMANHO       PIC X(01).
              10 WS-CBT-QUEIJO        PIC X(01).
              10 WS-CBT-BORDA         PIC X(01).
              10 WS-CBT-VALOR         PIC 9(04)V99.
              10 WS-CBT-PIZZAS        PIC 9(01).
              10 WS-CBT-BEBIDA        PIC X(12).
              10 WS-CBT-DESCRICAO     PIC X(20).
       01 WS-CBT-ITENS                PIC 9(02) COMP VALUE 0.
       01 WS-CBT-IDX                  PIC 9(02) COMP VALUE 0.
       01 WS-CBT-MELHOR               PIC 9(02) COMP VALUE 0.
       01 WS-CBT-CHEIO                PIC 9(06)V99 VALUE ZEROS.
       01 WS-CBT-GANHO                PIC 9(06)V99 VALUE ZEROS.
       01 WS-CBT-MELHOR-GANHO         PIC 9(06)V99 VALUE ZEROS.
       01 WS-CBT-FALTAM               PIC 9(01) VALUE 0.
       01 WS-CBT-PEGA                 PIC 9(03) VALUE 0.
       01 WS-CBT-BEBIDA-OK            PIC X(01) VALUE 'N'.
       01 WS-CBT-CONSUMIR             PIC X(01) VALUE 'N'.
       01 WS-TABELA-DESCONTOS.
           05 WS-DSC OCCURS 20 TIMES.
              10 WS-DSC-CODIGO        PIC X(06).
              10 WS-DSC-DESCRICAO     PIC X(20).
              10 WS-DSC-UNITARIO      PIC 9(04)V99.
              10 WS-DSC-QTD           PIC 9(03).
              10 WS-DSC-VALOR         PIC 9(05)V99.
       01 WS-DSC-ITENS                PIC 9(02) COMP VALUE 0.
       01 WS-DSC-IDX                  PIC 9(02) COMP VALUE 0.
       01 WS-DSC-ACHADO               PIC 9(02) COMP VALUE 0.

      *------------------- RESGATE DE PONTOS NO PEDIDO ----------------*
      *  CADA PONTO ABATE UM CENTAVO; O RESGATE NUNCA PASSA DO SALDO  *
       01 WS-PONTOS-MAXIMO            PIC 9(07) VALUE ZEROS.
       01 WS-DESCONTO-PONTOS          PIC 9(04)V99 VALUE ZEROS.

      *------------------- VALE-PRESENTE OU CUPOM NO PEDIDO -----------*
      *  UM VALE POR PEDIDO. O CUPOM ABATE O PERCENTUAL DO VALOR JA   *
      *  SEM OS PONTOS; O VALE-PRESENTE PAGA ATE O SALDO E O RESTO    *
      *  E COBRADO NA ENTREGA. PEDIDO NA CONTA NAO USA VALE-PRESENTE  *
       01 WS-FS-VALES                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-VALEMOV               PIC 9(02) VALUE ZEROS.
       01 WS-VALE-INFORMADO           PIC X(12) VALUE SPACES.
       01 WS-VALE-LINHA               PIC X(01) VALUE SPACES.
       01 WS-VALE-USADO               PIC 9(04)V99 VALUE ZEROS.

       01 WS-NUMERO-PEDIDO             PIC 9(08).

      *------------------- PROMESSA DE TEMPO AO CLIENTE ---------------*
      *  MEDIA DOS PREPAROS DA ULTIMA SEMANA PARA O TAMANHO, MAIS     *
      *  UM ACRESCIMO POR PEDIDO ABERTO NA FILA DA COZINHA, MAIS O    *
      *  TEMPO DE TRAJETO DA ZONA DE ENTREGA                          *
       01 WS-FS-PREPARO               PIC 9(02) VALUE ZEROS.
       01 WS-PROMETIDO                PIC 9(04) VALUE ZEROS.
       01 WS-PREP-SOMA                PIC 9(07) VALUE ZEROS.
       01 WS-NEC-TAMANHO              PIC X(01) VALUE SPACES.
       01 WS-NEC-QUEIJO               PIC X(01) VALUE SPACES.
       01 WS-NEC-BORDA                PIC X(01) VALUE SPACES.
       01 WS-NEC-VEZES                PIC 9(03) VALUE 1.

      *------------------- LIGACAO COM O CLIENTE DO CRM ---------------*
       01 WS-FS-ARQCRM                 PIC 9(02) VALUE ZEROS.
       01 WS-LIBERA-SUPER              PIC X(01) VALUE SPACES.
       01 WS-SUPERVISOR                PIC X(10) VALUE SPACES.

      *------------------- PEDIDO NA CONTA DO CLIENTE -----------------*
      *  O PEDIDO NA CONTA VIRA FATURA NO FATURAS.DAT; ANTES PASSA    *
      *  PELA ANALISE DE CREDITO (7-CREDITO) E, SE RETIDO, SO SEGUE   *
      *  NA CONTA COM LIBERACAO DO SUPERVISOR                         *
       01 WS-FS-FATURAS                PIC 9(02) VALUE ZEROS.
       01 WS-NA-CONTA                  PIC X(01) VALUE 'N'.
           88 WS-PEDIDO-NA-CONTA            VALUE 'S'.
       01 WS-CLIENTE-NOME              PIC X(30) VALUE SPACES.
       01 WS-PRAZO-CONTA               PIC 9(03) VALUE 30.
       01 WS-INT-CONTA                 PIC 9(07) COMP VALUE ZEROS.
       01 WS-FATURA-CONTA              PIC 9(06) VALUE ZEROS.
       01 WS-PROXIMA-FATURA            PIC 9(06) VALUE ZEROS.
       01 WS-CREDITO.
           05 WS-CRD-CLIENTE-ID        PIC 9(09).
           05 WS-CRD-VALOR-NOVO        PIC 9(07)V99.
           05 WS-CRD-FATURA-IGNORA     PIC 9(06).
           05 WS-CRD-TEM-LIMITE        PIC X(01).
           05 WS-CRD-LIMITE            PIC 9(07)V99.
           05 WS-CRD-SALDO             PIC S9(07)V99.
           05 WS-CRD-MAIOR-ATRASO      PIC 9(05).
           05 WS-CRD-DIAS-TOLERA       PIC 9(03).
           05 WS-CRD-PCT-AVISO         PIC 9(03).
           05 WS-CRD-SITUACAO          PIC X(01).
              88 WS-CRD-LIBERADO           VALUE 'L'.
              88 WS-CRD-RETIDO             VALUE 'R'.
           05 WS-CRD-MOTIVO            PIC X(40).

      *------------------- NORMALIZACAO DO TELEFONE -------------------*
       01 WS-FONE-NORMAL               PIC X(15) VALUE SPACES.
       01 WS-FONE-DIGITOS              PIC X(15) VALUE SPACES.
       01 WS-FONE-IDX                  PIC 9(02) COMP VALUE 0.
       01 WS-FONE-CHAR                 PIC X(01) VALUE SPACES.
       01 WS-FONE-OK                   PIC X(01) VALUE 'N'.

      *------------------- ULTIMOS PEDIDOS DO TELEFONE ----------------*
      *  LIDOS PELA CHAVE DE TELEFONE DO PEDIDOS.DAT, QUE OS TRAZ EM  *
      *  ORDEM DE NUMERO; A TABELA FICA COM OS TRES MAIS RECENTES     *
       01 WS-ULT-TAB.
           05 WS-ULT-ITEM OCCURS 3 TIMES.
              10 WS-ULT-NUMERO        PIC 9(08).
              10 WS-ULT-DATA          PIC X(08).
              10 WS-ULT-MASSA         PIC X(12).
              10 WS-ULT-TAMANHO       PIC X(01).
              10 WS-ULT-VALOR         PIC 9(04)V99.
              10 WS-ULT-SITUACAO      PIC X(01).
       01 WS-ULT-QTD                  PIC 9(05) VALUE 0.
       01 WS-ULT-IDX                  PIC 9(02) COMP VALUE 0.

      *------------------- ENTREGA: ZONA, TAXA E TEMPO DE TRAJETO -----*
      *  RETIRADA NO BALCAO NAO TEM ZONA; SEM ZONAS.DAT O PEDIDO SAI  *
      *  PARA ENTREGA SEM TAXA E SEM TEMPO DE TRAJETO                 *
       01 WS-FS-ZONAS                 PIC 9(02) VALUE ZEROS.
       01 WS-FS-CEPS                  PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-ZONAS.
           05 WS-ZNT OCCURS 50 TIMES.
              10 WS-ZNT-CODIGO        PIC X(04).
              10 WS-ZNT-CEP-DE        PIC 9(08).
              10 WS-ZNT-CEP-ATE       PIC 9(08).
              10 WS-ZNT-ENTREGA       PIC X(01).
              10 WS-ZNT-TAXA          PIC 9(03)V99.
              10 WS-ZNT-MINUTOS       PIC 9(03).
              10 WS-ZNT-DESCRICAO     PIC X(20).
       01 WS-ZNT-ITENS                PIC 9(02) COMP VALUE 0.
       01 WS-ZNT-IDX                  PIC 9(02) COMP VALUE 0.
       01 WS-ZNT-ACHADO               PIC 9(02) COMP VALUE 0.
       01 WS-TEM-ZONAS                PIC X(01) VALUE 'N'.
       01 WS-MODO-ENTREGA             PIC X(01) VALUE SPACES.
           88 WS-RETIRADA                  VALUE 'R'.
       01 WS-USA-CEP-CADASTRO         PIC X(01) VALUE SPACES.
       01 WS-CEP-CADASTRO             PIC 9(08) VALUE ZEROS.
       01 WS-CEP-ENTREGA              PIC 9(08) VALUE ZEROS.
       01 WS-CEP-OK                   PIC X(01) VALUE 'N'.
       01 WS-ZONA-CODIGO              PIC X(04) VALUE SPACES.
       01 WS-ZONA-DESCRICAO           PIC X(20) VALUE SPACES.
       01 WS-ZONA-MINUTOS             PIC 9(03) VALUE ZEROS.
       01 WS-TAXA-ENTREGA             PIC 9(03)V99 VALUE ZEROS.
       01 WS-FORA-AREA                PIC X(01) VALUE 'N'.
           88 WS-FORA-DA-AREA              VALUE 'S'.

      *------------------- DOCUMENTO FISCAL DO PEDIDO -----------------*
      *  A PIZZARIA TEM SERIE PROPRIA NO REGISTRO FISCAL (11-DOCFIS); *
      *  AS PIZZAS SAEM NO DOCUMENTO COMO O PRODUTO 900001 E AS       *
      *  BEBIDAS COMO O 900002 DO CADASTRO UNIFICADO, CADA UM COM O   *
      *  SEU NCM, CFOP E ALIQUOTA DE ICMS. A SOMA DOS ITENS E O VALOR *
      *  DO PEDIDO. O CANCELAMENTO PELA COZINHA ACHA O DOCUMENTO PELO *
      *  PEDIDO                                                       *
       01 WS-SERIE-PIZZARIA           PIC X(03) VALUE "002".
       01 WS-LOJA-PIZZARIA            PIC X(04) VALUE "PIZZ".
       01 WS-PRODUTO-PIZZA            PIC 9(06) VALUE 900001.
       01 WS-PRODUTO-BEBIDA           PIC 9(06) VALUE 900002.
       01 WS-FIS-PIZZAS               PIC 9(06)V99 VALUE ZEROS.
       01 WS-FIS-BEBIDAS              PIC 9(06)V99 VALUE ZEROS.
       01 WS-FIS-QTD-PIZZA            PIC 9(05) VALUE ZEROS.
       01 WS-FIS-QTD-BEBIDA           PIC 9(05) VALUE ZEROS.
       01 WS-CPF-CNPJ                 PIC 9(14) VALUE ZEROS.
       01 WS-TIPO-PESSOA              PIC X(01) VALUE SPACES.

      *------------------- ESPELHO DO #COFRE-PARM (VER COFRECRM) ------*
      *  O ARQCRM-CPF/CNPJ GUARDA O TOKEN; O DOCUMENTO DA NOTA VEM DO *
      *  COFRE (D). SEM COFRE OU SEM ACESSO, O OPERADOR PERGUNTA      *
       01 WS-COFRE-PARM.
           05 WS-CFR-OPERACAO         PIC X(01).
           05 WS-CFR-TIPO             PIC X(01).
           05 WS-CFR-DOCUMENTO        PIC 9(14).
           05 WS-CFR-TOKEN            PIC 9(14).
           05 WS-CFR-MASCARA          PIC X(14).
           05 WS-CFR-PROGRAMA         PIC X(10).
           05 WS-CFR-USUARIO          PIC X(10).
           05 WS-CFR-CLIENTE-ID       PIC 9(09).
           05 WS-CFR-RESULTADO        PIC X(01).
              88 WS-CFR-OK                VALUE 'S'.
       01 WS-DOCFIS.
           05 WS-DF-OPERACAO          PIC X(01).
           05 WS-DF-SERIE             PIC X(03).
           05 WS-DF-LOJA              PIC X(04).
           05 WS-DF-DATA              PIC 9(08).
           05 WS-DF-TIPO-PESSOA       PIC X(01).
           05 WS-DF-CPF-CNPJ          PIC 9(14).
           05 WS-DF-REFERENCIA        PIC X(10).
           05 WS-DF-QTD-ITENS         PIC 9(02).
           05 WS-DF-ITEM OCCURS 20 TIMES.
              10 WS-DF-PRODUTO        PIC 9(06).
              10 WS-DF-QTD            PIC 9(05).
              10 WS-DF-VALOR          PIC 9(07)V99.
           05 WS-DF-NUMERO            PIC 9(08).
           05 WS-DF-ICMS-TOTAL        PIC 9(07)V99.
           05 WS-DF-RETORNO           PIC X(01) VALUE 'N'.
              88 WS-DF-EMITIDO           VALUE 'S'.
              88 WS-DF-RECUSADO          VALUE 'N'.
           05 WS-DF-MENSAGEM          PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           PERFORM CARREGAR-PRECOS-ARQUIVO.
           PERFORM CARREGAR-RECEITAS.
           PERFORM CARREGAR-COMBOS.
           PERFORM CARREGAR-ZONAS.

      *    SEM FICHA TECNICA OU SEM POSICAO DE ESTOQUE O PEDIDO SEGUE
      *    SEM AVISO DE DISPONIBILIDADE
              STOP RUN
           END-IF.

           OPEN I-O PEDITENS.
           IF WS-FS-PEDITENS EQUAL 35
              CLOSE PEDITENS
              OPEN OUTPUT PEDITENS
              CLOSE PEDITENS
              OPEN I-O PEDITENS
           END-IF.
           IF WS-FS-PEDITENS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO PEDITENS " WS-FS-PEDITENS
              STOP RUN
           END-IF.

      *    SEM O ARQUIVO DO CRM O PEDIDO SEGUE SEM CLIENTE LIGADO
           OPEN I-O ARQCRM.
           IF WS-FS-ARQCRM EQUAL ZEROS
            ACCEPT WS-TELEFONE.
           PERFORM LOCALIZAR-CLIENTE-CRM.

           IF WS-CLIENTE-ID NOT EQUAL ZEROS
              AND NOT WS-RECUSADO
              DISPLAY "Pedido na conta do cliente (S/N): "
               ACCEPT WS-NA-CONTA
              MOVE FUNCTION UPPER-CASE(WS-NA-CONTA) TO WS-NA-CONTA
           END-IF.

           IF WS-CPF-CNPJ EQUAL ZEROS
              AND NOT WS-RECUSADO
              DISPLAY 'CPF/CNPJ na nota (0 = nao informa): '
               ACCEPT WS-CPF-CNPJ
           END-IF.

           IF WS-RECUSADO
              GO TO PEDIDOS-TELA-FIM
           END-IF.

           PERFORM DEFINIR-ENTREGA.
           IF WS-FORA-DA-AREA
              GO TO PEDIDOS-TELA-FIM
           END-IF.

           MOVE 0   TO WS-ITM-ITENS.
           MOVE 'N' TO WS-FIM-ITENS.
           PERFORM LER-UM-ITEM
              UNTIL WS-FIM-ITENS EQUAL 'S'
                 OR WS-ITM-ITENS NOT < 20.

       PEDIDOS-TELA-FIM.
           EXIT.

      *------------------- UM ITEM DO PEDIDO: PIZZA OU BEBIDA ---------*
       LER-UM-ITEM    SECTION.
           DISPLAY "Item (P = pizza, B = bebida, vazio = fecha): ".
            ACCEPT WS-ITEM-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-ITEM-TIPO) TO WS-ITEM-TIPO.
           MOVE SPACES TO TAMANHO-M.
           MOVE "N"    TO EXTRA-QUEIJO-M EXTRA-BORDA-M.

           EVALUATE WS-ITEM-TIPO
               WHEN SPACES
                   MOVE 'S' TO WS-FIM-ITENS
                   GO TO LER-UM-ITEM-FIM
               WHEN 'P'
                   PERFORM LER-PIZZA
               WHEN 'B'
                   DISPLAY 'Bebida: '
                    ACCEPT MASSA
                   MOVE FUNCTION UPPER-CASE(MASSA) TO MASSA-M
               WHEN OTHER
                   DISPLAY "Tipo de item invalido"
                   GO TO LER-UM-ITEM-FIM
           END-EVALUATE.

           IF WS-ITEM-TIPO EQUAL 'P'
              IF (MASSA-TRADICIONAL OR MASSA-INTEGRAL OR MASSA-FININHA)
              AND (PEQUENA OR MEDIA OR GRANDE)
              AND (COM-QUEIJO-EXTRA OR SEM-QUEIJO-EXTRA)
              AND (COM-BORDA-RECHEADA OR SEM-BORDA-RECHEADA)
                 CONTINUE
              ELSE
                 DISPLAY "Pizza invalida"
                 GO TO LER-UM-ITEM-FIM
              END-IF
           END-IF.

           PERFORM LOCALIZAR-PRECO.
           IF WS-PRECO-ACHADO EQUAL 0
              DISPLAY "Item sem preco cadastrado."
              GO TO LER-UM-ITEM-FIM
           END-IF.

           DISPLAY "Quantidade (0 = 1): ".
            ACCEPT WS-ITEM-QTD.
           IF WS-ITEM-QTD EQUAL ZEROS
              MOVE 1 TO WS-ITEM-QTD
           END-IF.

           ADD 1 TO WS-ITM-ITENS.
           MOVE WS-ITEM-TIPO   TO WS-ITM-TIPO    (WS-ITM-ITENS).
           MOVE MASSA-M        TO WS-ITM-NOME    (WS-ITM-ITENS).
           MOVE TAMANHO-M      TO WS-ITM-TAMANHO (WS-ITM-ITENS).
           MOVE EXTRA-QUEIJO-M TO WS-ITM-QUEIJO  (WS-ITM-ITENS).
           MOVE EXTRA-BORDA-M  TO WS-ITM-BORDA   (WS-ITM-ITENS).
           MOVE WS-ITEM-QTD    TO WS-ITM-QTD     (WS-ITM-ITENS)
                                  WS-ITM-LIVRE   (WS-ITM-ITENS).
           MOVE WS-PRECO-VALOR (WS-PRECO-ACHADO)
             TO WS-ITM-UNITARIO (WS-ITM-ITENS).
           IF COM-QUEIJO-EXTRA
              ADD WS-VALOR-EXTRA-QUEIJO
                TO WS-ITM-UNITARIO (WS-ITM-ITENS)
           END-IF.
           IF COM-BORDA-RECHEADA
              ADD WS-VALOR-EXTRA-BORDA
                TO WS-ITM-UNITARIO (WS-ITM-ITENS)
           END-IF.
           COMPUTE WS-ITM-VALOR (WS-ITM-ITENS) =
                   WS-ITM-QTD (WS-ITM-ITENS)
                   * WS-ITM-UNITARIO (WS-ITM-ITENS).

       LER-UM-ITEM-FIM.
           EXIT.

       LER-PIZZA    SECTION.
           DISPLAY 'Digite o tipo de massa: '.
           DISPLAY '(TRADICIONAL, INTEGRAL ou FININHA'.
            ACCEPT MASSA.
              GO TO PROCESSA-PEDIDO-FIM
           END-IF.

           IF WS-FORA-DA-AREA
              DISPLAY "Pedido recusado - fora da area de entrega"
              GO TO PROCESSA-PEDIDO-FIM
           END-IF.

           IF WS-ITM-ITENS EQUAL 0
              DISPLAY "Pedido sem itens"
              GO TO PROCESSA-PEDIDO-FIM
           END-IF.

           PERFORM APLICAR-COMBOS.
           ADD WS-TAXA-ENTREGA TO WS-TOTAL-PEDIDO.
           IF WS-TOTAL-PEDIDO > WS-VALOR-MAXIMO
              DISPLAY "Pedido acima de " WS-VALOR-MAXIMO
                      " - dividir em dois pedidos"
              GO TO PROCESSA-PEDIDO-FIM
           END-IF.

           PERFORM GERAR-NUMERO-PEDIDO.
           PERFORM GRAVAR-PEDIDO.
           PERFORM IMPRIMIR-TICKET.

       PROCESSA-PEDIDO-FIM.
           EXIT.

       LIBERAR-COM-SUPERVISOR-FIM.
           EXIT.

      *------------------- CREDITO DO CLIENTE PARA O PEDIDO -----------*
      *  RETIDO E SEM LIBERACAO, O PEDIDO SEGUE PARA PAGAMENTO NA     *
      *  ENTREGA EM VEZ DE IR PARA A CONTA                            *
       CONFERIR-CREDITO    SECTION.
           MOVE WS-CLIENTE-ID   TO WS-CRD-CLIENTE-ID.
           MOVE WS-PEDIDO-VALOR TO WS-CRD-VALOR-NOVO.
           MOVE ZEROS           TO WS-CRD-FATURA-IGNORA.
           CALL "7-CREDITO" USING WS-CREDITO.
           IF WS-CRD-LIBERADO
              GO TO CONFERIR-CREDITO-FIM
           END-IF.

           DISPLAY "ATENCAO: credito retido - " WS-CRD-MOTIVO.
           DISPLAY "Limite " WS-CRD-LIMITE " saldo em aberto "
                   WS-CRD-SALDO " maior atraso "
                   WS-CRD-MAIOR-ATRASO " dias".
           DISPLAY "Supervisor autoriza o pedido na conta (S/N)? ".
            ACCEPT WS-LIBERA-SUPER.
           MOVE FUNCTION UPPER-CASE(WS-LIBERA-SUPER)
             TO WS-LIBERA-SUPER.
           IF WS-LIBERA-SUPER NOT EQUAL 'S'
              MOVE 'N' TO WS-NA-CONTA
              DISPLAY "Pedido fora da conta - pagamento na entrega"
              GO TO CONFERIR-CREDITO-FIM
           END-IF.

           DISPLAY "Identificacao do supervisor: ".
            ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR EQUAL SPACES
              DISPLAY "Identificacao obrigatoria"
              MOVE 'N' TO WS-NA-CONTA
              DISPLAY "Pedido fora da conta - pagamento na entrega"
           ELSE
              DISPLAY "Pedido na conta liberado por " WS-SUPERVISOR
           END-IF.

       CONFERIR-CREDITO-FIM.
           EXIT.

      *------------------- FATURA DO PEDIDO NA CONTA ------------------*
      *  MESMA NUMERACAO DO 7-FATCAD: A MAIOR FATURA DO ARQUIVO + 1   *
       LANCAR-NA-CONTA    SECTION.
           MOVE ZEROS TO WS-PROXIMA-FATURA.
           OPEN INPUT FATURAS.
           IF WS-FS-FATURAS EQUAL ZEROS
              READ FATURAS
              PERFORM ACHAR-ULTIMA-FATURA
                 UNTIL WS-FS-FATURAS NOT EQUAL ZEROS
              CLOSE FATURAS
           END-IF.

           OPEN EXTEND FATURAS.
           IF WS-FS-FATURAS EQUAL 35
              OPEN OUTPUT FATURAS
           END-IF.
           IF WS-FS-FATURAS NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO FATURAS " WS-FS-FATURAS
              DISPLAY "Pedido gravado sem fatura - avisar o financeiro"
              GO TO LANCAR-NA-CONTA-FIM
           END-IF.

           COMPUTE WS-INT-CONTA =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                   + WS-PRAZO-CONTA.
           ADD 1 TO WS-PROXIMA-FATURA.
           MOVE WS-PROXIMA-FATURA TO WS-FATURA-NUMERO.
           MOVE FUNCTION UPPER-CASE (WS-CLIENTE-NOME (1:10))
             TO WS-FATURA-CLIENTE.
           MOVE WS-PEDIDO-VALOR   TO WS-FATURA-VALOR.
           COMPUTE WS-FATURA-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER (WS-INT-CONTA).
           MOVE WS-CLIENTE-ID     TO WS-FATURA-CLIENTE-ID.
           WRITE WS-FATURA-REG.
           CLOSE FATURAS.
           MOVE WS-FATURA-NUMERO  TO WS-FATURA-CONTA.

       LANCAR-NA-CONTA-FIM.
           EXIT.

       ACHAR-ULTIMA-FATURA    SECTION.
           IF WS-FATURA-NUMERO > WS-PROXIMA-FATURA
              MOVE WS-FATURA-NUMERO TO WS-PROXIMA-FATURA
           END-IF.
           READ FATURAS.

      *------------------- LIGA O PEDIDO AO CLIENTE DO CRM ------------*
      *  A BUSCA USA A CHAVE ALTERNATIVA DE TELEFONE DO ARQCRM.DAT     *
       LOCALIZAR-CLIENTE-CRM    SECTION.
              GO TO LOCALIZAR-CLIENTE-CRM-FIM
           END-IF.
           MOVE WS-FONE-NORMAL TO WS-TELEFONE.
           PERFORM MOSTRAR-ULTIMOS-PEDIDOS.

           IF WS-CRM-DISPONIVEL NOT EQUAL 'S'
              GO TO LOCALIZAR-CLIENTE-CRM-FIM
           READ ARQCRM KEY IS ARQCRM-TELEFONE.
           IF WS-FS-ARQCRM EQUAL ZEROS
              MOVE ARQCRM-ID TO WS-CLIENTE-ID
              MOVE ARQCRM-NOME TO WS-CLIENTE-NOME
              MOVE ARQCRM-END-CEP TO WS-CEP-CADASTRO
              PERFORM OBTER-DOCUMENTO-CLIENTE
              DISPLAY "Cliente: " FUNCTION TRIM(ARQCRM-NOME)
              MOVE FUNCTION CURRENT-DATE (1:8)
                TO ARQCRM-LAST-CONTACT
       LOCALIZAR-CLIENTE-CRM-FIM.
           EXIT.

      *------------------- CPF/CNPJ DO CLIENTE PARA A NOTA ------------*
      *  TROCA O TOKEN DO ARQCRM PELO DOCUMENTO NO COFRECRM; O ACESSO *
      *  FICA NO COFRE.LOG. SEM O DOCUMENTO, O CAMPO FICA ZERADO E O  *
      *  OPERADOR PERGUNTA O CPF/CNPJ NA NOTA                         *
       OBTER-DOCUMENTO-CLIENTE    SECTION.
           MOVE ZEROS TO WS-CPF-CNPJ.
           IF ARQCRM-TIPO-PESSOA EQUAL 'J'
              MOVE 'J'         TO WS-TIPO-PESSOA
              MOVE ARQCRM-CNPJ TO WS-CFR-TOKEN
           ELSE
              MOVE 'F'         TO WS-TIPO-PESSOA
              MOVE ARQCRM-CPF  TO WS-CFR-TOKEN
           END-IF.
           IF WS-CFR-TOKEN EQUAL ZEROS
              GO TO OBTER-DOCUMENTO-CLIENTE-FIM
           END-IF.

           MOVE 'D'            TO WS-CFR-OPERACAO.
           MOVE WS-TIPO-PESSOA TO WS-CFR-TIPO.
           MOVE "PEDIDO-IF"    TO WS-CFR-PROGRAMA.
           MOVE "PEDIDO-IF"    TO WS-CFR-USUARIO.
           MOVE ARQCRM-ID      TO WS-CFR-CLIENTE-ID.
           CALL "COFRECRM" USING WS-COFRE-PARM.
           IF WS-CFR-OK
              MOVE WS-CFR-DOCUMENTO TO WS-CPF-CNPJ
           END-IF.

       OBTER-DOCUMENTO-CLIENTE-FIM.
           EXIT.

      *------------------- EXTRAI OS DIGITOS E PADRONIZA --------------*
      *  MESMA REGRA DO PBXIMP: SO DIGITOS; NUMERO DE 10 POSICOES     *
      *  GANHA UM ZERO A ESQUERDA, COMO O CRM GRAVA                   *
           END-IF.
           ADD 1 TO WS-FONE-IDX.

      *------------------- ULTIMOS PEDIDOS DE QUEM LIGA ---------------*
      *  O ATENDENTE VE NA HORA O QUE O NUMERO COSTUMA PEDIR; FS 02   *
      *  NA LEITURA SO AVISA QUE HA OUTRO PEDIDO DO MESMO TELEFONE    *
       MOSTRAR-ULTIMOS-PEDIDOS    SECTION.
           MOVE 0 TO WS-ULT-QTD.
           MOVE WS-FONE-NORMAL TO WS-PEDIDO-TELEFONE.
           START PEDIDOS KEY IS EQUAL TO WS-PEDIDO-TELEFONE.
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              MOVE ZEROS TO WS-FS-PEDIDOS
              DISPLAY "Primeiro pedido deste telefone."
              GO TO MOSTRAR-ULTIMOS-PEDIDOS-FIM
           END-IF.
           READ PEDIDOS NEXT RECORD.
           PERFORM GUARDAR-UM-ULTIMO
              UNTIL (WS-FS-PEDIDOS NOT EQUAL 00
                     AND WS-FS-PEDIDOS NOT EQUAL 02)
                 OR WS-PEDIDO-TELEFONE NOT EQUAL WS-FONE-NORMAL.
           MOVE ZEROS TO WS-FS-PEDIDOS.

           DISPLAY "Pedidos deste telefone: " WS-ULT-QTD.
           DISPLAY "Ultimos pedidos (mais recente primeiro):".
           IF WS-ULT-QTD > 3
              MOVE 3 TO WS-ULT-IDX
           ELSE
              MOVE WS-ULT-QTD TO WS-ULT-IDX
           END-IF.
           PERFORM EXIBIR-UM-ULTIMO UNTIL WS-ULT-IDX EQUAL 0.

       MOSTRAR-ULTIMOS-PEDIDOS-FIM.
           EXIT.

       GUARDAR-UM-ULTIMO    SECTION.
           ADD 1 TO WS-ULT-QTD.
           IF WS-ULT-QTD > 3
              MOVE WS-ULT-ITEM (2) TO WS-ULT-ITEM (1)
              MOVE WS-ULT-ITEM (3) TO WS-ULT-ITEM (2)
              MOVE 3 TO WS-ULT-IDX
           ELSE
              MOVE WS-ULT-QTD TO WS-ULT-IDX
           END-IF.
           MOVE WS-PEDIDO-NUMERO   TO WS-ULT-NUMERO   (WS-ULT-IDX).
           MOVE WS-PEDIDO-DATAHORA (1:8)
                                   TO WS-ULT-DATA     (WS-ULT-IDX).
           MOVE WS-PEDIDO-MASSA    TO WS-ULT-MASSA    (WS-ULT-IDX).
           MOVE WS-PEDIDO-TAMANHO  TO WS-ULT-TAMANHO  (WS-ULT-IDX).
           MOVE WS-PEDIDO-VALOR    TO WS-ULT-VALOR    (WS-ULT-IDX).
           MOVE WS-PEDIDO-SITUACAO TO WS-ULT-SITUACAO (WS-ULT-IDX).
           READ PEDIDOS NEXT RECORD.

       EXIBIR-UM-ULTIMO    SECTION.
           DISPLAY "  " WS-ULT-NUMERO (WS-ULT-IDX)
                   " " WS-ULT-DATA (WS-ULT-IDX)
                   " " FUNCTION TRIM(WS-ULT-MASSA (WS-ULT-IDX))
                   " " WS-ULT-TAMANHO (WS-ULT-IDX)
                   " " WS-ULT-VALOR (WS-ULT-IDX)
                   " " WS-ULT-SITUACAO (WS-ULT-IDX).
           SUBTRACT 1 FROM WS-ULT-IDX.

      *------------------- BUSCA O PRECO NA TABELA EM MEMORIA ---------*
       LOCALIZAR-PRECO    SECTION.
           MOVE 1 TO WS-PRECO-IDX.
       GRAVAR-PEDIDO    SECTION.
      *    A PROMESSA VEM ANTES DE MONTAR O REGISTRO: A CONTAGEM DA
      *    FILA LE O ARQUIVO DE PEDIDOS E PASSARIA POR CIMA DA AREA
           PERFORM MONTAR-RESUMO.
           PERFORM CALCULAR-PROMESSA.

           MOVE WS-NUMERO-PEDIDO     TO WS-PEDIDO-NUMERO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-PEDIDO-DATAHORA.
           MOVE WS-RES-MASSA         TO WS-PEDIDO-MASSA.
           MOVE WS-RES-TAMANHO       TO WS-PEDIDO-TAMANHO.
           MOVE WS-RES-QUEIJO        TO WS-PEDIDO-EXTRA-QUEIJO.
           MOVE WS-RES-BORDA         TO WS-PEDIDO-EXTRA-BORDA.
           MOVE WS-TOTAL-PEDIDO      TO WS-PEDIDO-VALOR.

           IF WS-PEDIDO-NA-CONTA
              PERFORM CONFERIR-CREDITO
           END-IF.

           IF WS-CLIENTE-ID NOT EQUAL ZEROS
              PERFORM RESGATAR-PONTOS
           END-IF.

           PERFORM RESGATAR-VALE.

           MOVE 'R'    TO WS-PEDIDO-SITUACAO.
           MOVE SPACES TO WS-PEDIDO-MOTIVO-CANC.
           MOVE WS-CLIENTE-ID TO WS-PEDIDO-CLIENTE-ID.
           MOVE WS-PROMETIDO  TO WS-PEDIDO-PROMETIDO.

           WRITE WS-PEDIDO-REG.
           PERFORM GRAVAR-ITENS.

           IF WS-PEDIDO-VALOR > 0
              PERFORM EMITIR-DOCUMENTO-FISCAL
           END-IF.

           IF WS-PEDIDO-NA-CONTA
              AND WS-PEDIDO-VALOR > 0
              PERFORM LANCAR-NA-CONTA
           END-IF.

      *------------------- MASSA, TAMANHO E EXTRAS DO CABECALHO -------*
       MONTAR-RESUMO    SECTION.
           MOVE SPACES TO WS-RES-MASSA WS-RES-TAMANHO.
           MOVE 'N'    TO WS-RES-QUEIJO WS-RES-BORDA.
           MOVE 0      TO WS-RES-PESO.
           MOVE 1      TO WS-ITM-IDX.
           PERFORM RESUMIR-UM-ITEM
              UNTIL WS-ITM-IDX > WS-ITM-ITENS.
           IF WS-RES-MASSA EQUAL SPACES
              MOVE WS-ITM-NOME (1) TO WS-RES-MASSA
           END-IF.

       RESUMIR-UM-ITEM    SECTION.
           IF WS-ITM-TIPO (WS-ITM-IDX) EQUAL 'P'
              IF WS-RES-MASSA EQUAL SPACES
                 MOVE WS-ITM-NOME (WS-ITM-IDX) TO WS-RES-MASSA
              END-IF
              EVALUATE WS-ITM-TAMANHO (WS-ITM-IDX)
                  WHEN 'P'   MOVE 1 TO WS-TAM-PESO
                  WHEN 'M'   MOVE 2 TO WS-TAM-PESO
                  WHEN OTHER MOVE 3 TO WS-TAM-PESO
              END-EVALUATE
              IF WS-TAM-PESO > WS-RES-PESO
                 MOVE WS-TAM-PESO TO WS-RES-PESO
                 MOVE WS-ITM-TAMANHO (WS-ITM-IDX) TO WS-RES-TAMANHO
              END-IF
              IF WS-ITM-QUEIJO (WS-ITM-IDX) EQUAL 'S'
                 MOVE 'S' TO WS-RES-QUEIJO
              END-IF
              IF WS-ITM-BORDA (WS-ITM-IDX) EQUAL 'S'
                 MOVE 'S' TO WS-RES-BORDA
              END-IF
           END-IF.
           ADD 1 TO WS-ITM-IDX.

      *------------------- GRAVA OS ITENS E OS COMBOS DO PEDIDO -------*
       GRAVAR-ITENS    SECTION.
           MOVE 0 TO WS-LINHA-PEDIDO.
           MOVE 1 TO WS-ITM-IDX.
           PERFORM GRAVAR-UM-ITEM
              UNTIL WS-ITM-IDX > WS-ITM-ITENS.
           MOVE 1 TO WS-DSC-IDX.
           PERFORM GRAVAR-UM-DESCONTO
              UNTIL WS-DSC-IDX > WS-DSC-ITENS.
           IF WS-ZONA-CODIGO NOT EQUAL SPACES
              PERFORM GRAVAR-TAXA-ENTREGA
           END-IF.
           IF WS-VALE-LINHA NOT EQUAL SPACES
              PERFORM GRAVAR-LINHA-VALE
           END-IF.

       GRAVAR-UM-ITEM    SECTION.
           ADD 1 TO WS-LINHA-PEDIDO.
           MOVE WS-NUMERO-PEDIDO TO WS-PITEM-PEDIDO.
           MOVE WS-LINHA-PEDIDO  TO WS-PITEM-LINHA.
           MOVE WS-ITM-TIPO     (WS-ITM-IDX) TO WS-PITEM-TIPO.
           MOVE WS-ITM-NOME     (WS-ITM-IDX) TO WS-PITEM-NOME.
           MOVE WS-ITM-TAMANHO  (WS-ITM-IDX) TO WS-PITEM-TAMANHO.
           MOVE WS-ITM-QUEIJO   (WS-ITM-IDX) TO WS-PITEM-EXTRA-QUEIJO.
           MOVE WS-ITM-BORDA    (WS-ITM-IDX) TO WS-PITEM-EXTRA-BORDA.
           MOVE WS-ITM-QTD      (WS-ITM-IDX) TO WS-PITEM-QTD.
           MOVE WS-ITM-UNITARIO (WS-ITM-IDX) TO WS-PITEM-UNITARIO.
           MOVE WS-ITM-VALOR    (WS-ITM-IDX) TO WS-PITEM-VALOR.
           WRITE WS-PITEM-REG.
           IF WS-FS-PEDITENS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO ITEM " WS-PITEM-CHAVE
                      " " WS-FS-PEDITENS
           END-IF.
           ADD 1 TO WS-ITM-IDX.

       GRAVAR-UM-DESCONTO    SECTION.
           ADD 1 TO WS-LINHA-PEDIDO.
           MOVE WS-NUMERO-PEDIDO TO WS-PITEM-PEDIDO.
           MOVE WS-LINHA-PEDIDO  TO WS-PITEM-LINHA.
           MOVE 'D'              TO WS-PITEM-TIPO.
           MOVE WS-DSC-CODIGO (WS-DSC-IDX) TO WS-PITEM-NOME.
           MOVE SPACES           TO WS-PITEM-TAMANHO.
           MOVE 'N'              TO WS-PITEM-EXTRA-QUEIJO
                                    WS-PITEM-EXTRA-BORDA.
           MOVE WS-DSC-QTD      (WS-DSC-IDX) TO WS-PITEM-QTD.
           MOVE WS-DSC-UNITARIO (WS-DSC-IDX) TO WS-PITEM-UNITARIO.
           MOVE WS-DSC-VALOR    (WS-DSC-IDX) TO WS-PITEM-VALOR.
           WRITE WS-PITEM-REG.
           IF WS-FS-PEDITENS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO ITEM " WS-PITEM-CHAVE
                      " " WS-FS-PEDITENS
           END-IF.
           ADD 1 TO WS-DSC-IDX.

      *    A ZONA VAI NA LINHA PARA O DESPACHO AGRUPAR AS SAIDAS
       GRAVAR-TAXA-ENTREGA    SECTION.
           ADD 1 TO WS-LINHA-PEDIDO.
           MOVE WS-NUMERO-PEDIDO TO WS-PITEM-PEDIDO.
           MOVE WS-LINHA-PEDIDO  TO WS-PITEM-LINHA.
           MOVE 'T'              TO WS-PITEM-TIPO.
           MOVE WS-ZONA-CODIGO   TO WS-PITEM-NOME.
           MOVE SPACES           TO WS-PITEM-TAMANHO.
           MOVE 'N'              TO WS-PITEM-EXTRA-QUEIJO
                                    WS-PITEM-EXTRA-BORDA.
           MOVE 1                TO WS-PITEM-QTD.
           MOVE WS-TAXA-ENTREGA  TO WS-PITEM-UNITARIO
                                    WS-PITEM-VALOR.
           WRITE WS-PITEM-REG.
           IF WS-FS-PEDITENS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO ITEM " WS-PITEM-CHAVE
                      " " WS-FS-PEDITENS
           END-IF.

      *    LINHA 'V' (DESCONTO DO CUPOM) OU 'G' (PAGO COM O VALE)
       GRAVAR-LINHA-VALE    SECTION.
           ADD 1 TO WS-LINHA-PEDIDO.
           MOVE WS-NUMERO-PEDIDO  TO WS-PITEM-PEDIDO.
           MOVE WS-LINHA-PEDIDO   TO WS-PITEM-LINHA.
           MOVE WS-VALE-LINHA     TO WS-PITEM-TIPO.
           MOVE WS-VALE-INFORMADO TO WS-PITEM-NOME.
           MOVE SPACES            TO WS-PITEM-TAMANHO.
           MOVE 'N'               TO WS-PITEM-EXTRA-QUEIJO
                                     WS-PITEM-EXTRA-BORDA.
           MOVE 1                 TO WS-PITEM-QTD.
           MOVE WS-VALE-USADO     TO WS-PITEM-UNITARIO
                                     WS-PITEM-VALOR.
           WRITE WS-PITEM-REG.
           IF WS-FS-PEDITENS NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO ITEM " WS-PITEM-CHAVE
                      " " WS-FS-PEDITENS
           END-IF.

      *------------------- DOCUMENTO FISCAL DO PEDIDO -----------------*
       EMITIR-DOCUMENTO-FISCAL    SECTION.
           MOVE 'S'                TO WS-DF-OPERACAO.
           MOVE WS-SERIE-PIZZARIA  TO WS-DF-SERIE.
           MOVE WS-LOJA-PIZZARIA   TO WS-DF-LOJA.
           MOVE WS-DATA-HOJE       TO WS-DF-DATA.
           IF WS-CPF-CNPJ EQUAL ZEROS
              MOVE SPACES          TO WS-DF-TIPO-PESSOA
           ELSE
              MOVE WS-TIPO-PESSOA  TO WS-DF-TIPO-PESSOA
           END-IF.
           MOVE WS-CPF-CNPJ        TO WS-DF-CPF-CNPJ.
           MOVE SPACES             TO WS-DF-REFERENCIA.
           MOVE WS-PEDIDO-NUMERO   TO WS-DF-REFERENCIA (1:8).
           PERFORM SEPARAR-ITENS-FISCAIS.
           MOVE ZEROS              TO WS-DF-NUMERO.
           CALL "11-DOCFIS" USING WS-DOCFIS.
           IF NOT WS-DF-EMITIDO
              DISPLAY "Documento fiscal nao emitido: " WS-DF-MENSAGEM
              DISPLAY "Avisar o escritorio para emissao manual"
           END-IF.

      *    AS BEBIDAS SAEM PELO VALOR CHEIO DAS LINHAS 'B' NO PRODUTO
      *    PROPRIO; A PIZZA FICA COM O RESTO DO VALOR DO PEDIDO
      *    (PIZZAS MENOS COMBO, CUPOM E PONTOS, MAIS A TAXA DE
      *    ENTREGA), PARA A SOMA DOS ITENS SER O VALOR DO PEDIDO
       SEPARAR-ITENS-FISCAIS    SECTION.
           MOVE ZEROS TO WS-FIS-BEBIDAS WS-FIS-PIZZAS
                         WS-FIS-QTD-BEBIDA WS-FIS-QTD-PIZZA.
           MOVE 1 TO WS-ITM-IDX.
           PERFORM SOMAR-ITEM-FISCAL
              UNTIL WS-ITM-IDX > WS-ITM-ITENS.
           IF WS-FIS-BEBIDAS > WS-PEDIDO-VALOR
              MOVE WS-PEDIDO-VALOR TO WS-FIS-BEBIDAS
           END-IF.
           COMPUTE WS-FIS-PIZZAS = WS-PEDIDO-VALOR - WS-FIS-BEBIDAS.

           MOVE 0 TO WS-DF-QTD-ITENS.
           IF WS-FIS-PIZZAS > 0
              ADD 1 TO WS-DF-QTD-ITENS
              IF WS-FIS-QTD-PIZZA EQUAL 0
                 MOVE 1 TO WS-FIS-QTD-PIZZA
              END-IF
              MOVE WS-PRODUTO-PIZZA  TO WS-DF-PRODUTO (WS-DF-QTD-ITENS)
              MOVE WS-FIS-QTD-PIZZA  TO WS-DF-QTD (WS-DF-QTD-ITENS)
              MOVE WS-FIS-PIZZAS     TO WS-DF-VALOR (WS-DF-QTD-ITENS)
           END-IF.
           IF WS-FIS-BEBIDAS > 0
              ADD 1 TO WS-DF-QTD-ITENS
              MOVE WS-PRODUTO-BEBIDA TO WS-DF-PRODUTO (WS-DF-QTD-ITENS)
              MOVE WS-FIS-QTD-BEBIDA TO WS-DF-QTD (WS-DF-QTD-ITENS)
              MOVE WS-FIS-BEBIDAS    TO WS-DF-VALOR (WS-DF-QTD-ITENS)
           END-IF.

       SOMAR-ITEM-FISCAL    SECTION.
           EVALUATE WS-ITM-TIPO (WS-ITM-IDX)
               WHEN 'P'
                   ADD WS-ITM-QTD (WS-ITM-IDX)   TO WS-FIS-QTD-PIZZA
               WHEN 'B'
                   ADD WS-ITM-QTD (WS-ITM-IDX)   TO WS-FIS-QTD-BEBIDA
                   ADD WS-ITM-VALOR (WS-ITM-IDX) TO WS-FIS-BEBIDAS
           END-EVALUATE.
           ADD 1 TO WS-ITM-IDX.

      *------------------- IMPRIME A COMANDA DA COZINHA ---------------*
       IMPRIMIR-TICKET    SECTION.
           DISPLAY "============ COMANDA DA COZINHA ============".
           DISPLAY "PEDIDO No : " WS-PEDIDO-NUMERO.
           MOVE 1 TO WS-ITM-IDX.
           PERFORM IMPRIMIR-UM-ITEM
              UNTIL WS-ITM-IDX > WS-ITM-ITENS.
           MOVE 1 TO WS-DSC-IDX.
           PERFORM IMPRIMIR-UM-DESCONTO
              UNTIL WS-DSC-IDX > WS-DSC-ITENS.
           IF WS-ZONA-CODIGO NOT EQUAL SPACES
              MOVE WS-TAXA-ENTREGA TO WS-VALOR-EDIT
              DISPLAY "ENTREGA   : ZONA " WS-ZONA-CODIGO
                      " CEP " WS-CEP-ENTREGA " TAXA " WS-VALOR-EDIT
           END-IF.
           IF WS-RETIRADA
              DISPLAY "ENTREGA   : RETIRADA NO BALCAO"
           END-IF.
           IF WS-VALE-LINHA EQUAL 'V'
              MOVE WS-VALE-USADO TO WS-VALOR-EDIT
              DISPLAY "CUPOM     : " WS-VALE-INFORMADO
                      " -" WS-VALOR-EDIT
           END-IF.
           DISPLAY "VALOR     : " WS-PEDIDO-VALOR.
           IF WS-VALE-LINHA EQUAL 'G'
              MOVE WS-VALE-USADO TO WS-VALOR-EDIT
              DISPLAY "VALE-PRES.: " WS-VALE-INFORMADO
                      " PAGA " WS-VALOR-EDIT
           END-IF.
           DISPLAY "PROMETIDO : " WS-PEDIDO-PROMETIDO " MINUTOS".
           IF WS-FATURA-CONTA NOT EQUAL ZEROS
              DISPLAY "NA CONTA  : FATURA " WS-FATURA-CONTA
                      " VENCE EM " WS-FATURA-VENCIMENTO
           END-IF.
           IF WS-DF-EMITIDO
              DISPLAY "DOC FISCAL: SERIE " WS-DF-SERIE
                      " No " WS-DF-NUMERO
           END-IF.
           DISPLAY "SITUACAO  : RECEBIDO".
           DISPLAY "=============================================".

       IMPRIMIR-UM-ITEM    SECTION.
           MOVE WS-ITM-VALOR (WS-ITM-IDX) TO WS-VALOR-EDIT.
           IF WS-ITM-TIPO (WS-ITM-IDX) EQUAL 'P'
              DISPLAY WS-ITM-QTD (WS-ITM-IDX) " X PIZZA "
                      FUNCTION TRIM(WS-ITM-NOME (WS-ITM-IDX))
                      " " WS-ITM-TAMANHO (WS-ITM-IDX)
                      " QUEIJO " WS-ITM-QUEIJO (WS-ITM-IDX)
                      " BORDA " WS-ITM-BORDA (WS-ITM-IDX)
                      " " WS-VALOR-EDIT
           ELSE
              DISPLAY WS-ITM-QTD (WS-ITM-IDX) " X BEBIDA "
                      FUNCTION TRIM(WS-ITM-NOME (WS-ITM-IDX))
                      " " WS-VALOR-EDIT
           END-IF.
           ADD 1 TO WS-ITM-IDX.

       IMPRIMIR-UM-DESCONTO    SECTION.
           MOVE WS-DSC-VALOR (WS-DSC-IDX) TO WS-VALOR-EDIT.
           DISPLAY "PROMOCAO  : " WS-DSC-DESCRICAO (WS-DSC-IDX)
                   " X" WS-DSC-QTD (WS-DSC-IDX)
                   " -" WS-VALOR-EDIT.
           ADD 1 TO WS-DSC-IDX.

      *------------------- PRECOS VIGENTES DO ARQUIVO -----------------*
      *  PARA CADA MASSA/TAMANHO VALE A LINHA COM A MAIOR VIGENCIA    *
      *  QUE JA COMECOU; LINHAS FUTURAS FICAM DORMINDO ATE O DIA      *
                  OR WS-PRECO-ACHADO NOT = 0.

           IF WS-PRECO-ACHADO EQUAL 0
              IF WS-PRECO-ITENS < 40
                 ADD 1 TO WS-PRECO-ITENS
                 MOVE WS-PRECO-ITENS TO WS-PRECO-ACHADO
                 MOVE WS-PRC-MASSA
       RESGATAR-PONTOS-FIM.
           EXIT.

      *------------------- RESGATA O VALE-PRESENTE OU O CUPOM ---------*
      *  VALE DE CLIENTE SO SERVE NO PEDIDO DO MESMO CLIENTE DO CRM;  *
      *  VALE DE CAMPANHA OU DE BALCAO SERVE PARA QUALQUER UM         *
       RESGATAR-VALE    SECTION.
           MOVE SPACES TO WS-VALE-INFORMADO WS-VALE-LINHA.
           MOVE ZEROS  TO WS-VALE-USADO.
           IF WS-PEDIDO-VALOR EQUAL ZEROS
              GO TO RESGATAR-VALE-FIM
           END-IF.
           DISPLAY "VALE-PRESENTE OU CUPOM (BRANCO = NENHUM): ".
           ACCEPT WS-VALE-INFORMADO.
           MOVE FUNCTION UPPER-CASE(WS-VALE-INFORMADO)
             TO WS-VALE-INFORMADO.
           IF WS-VALE-INFORMADO EQUAL SPACES
              GO TO RESGATAR-VALE-FIM
           END-IF.

           OPEN I-O VALES.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "SEM CADASTRO DE VALES - PEDIDO SEGUE SEM VALE"
              MOVE SPACES TO WS-VALE-INFORMADO
              GO TO RESGATAR-VALE-FIM
           END-IF.
           MOVE WS-VALE-INFORMADO TO WS-VALE-CODIGO.
           READ VALES KEY IS WS-VALE-CODIGO.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "VALE NAO ENCONTRADO - PEDIDO SEGUE SEM VALE"
              GO TO RESGATAR-VALE-RECUSA
           END-IF.
           IF NOT WS-VALE-ATIVO
              DISPLAY "VALE ESGOTADO OU CANCELADO - PEDIDO SEGUE SEM "
                      "VALE"
              GO TO RESGATAR-VALE-RECUSA
           END-IF.
           IF WS-VALE-VALIDADE < WS-DATA-HOJE
              DISPLAY "VALE VENCIDO EM " WS-VALE-VALIDADE
                      " - PEDIDO SEGUE SEM VALE"
              GO TO RESGATAR-VALE-RECUSA
           END-IF.
           IF WS-VALE-CLIENTE-ID NOT EQUAL ZEROS
              AND WS-VALE-CLIENTE-ID NOT EQUAL WS-CLIENTE-ID
              DISPLAY "VALE DE OUTRO CLIENTE - PEDIDO SEGUE SEM VALE"
              GO TO RESGATAR-VALE-RECUSA
           END-IF.
           IF WS-VALE-PRESENTE AND WS-PEDIDO-NA-CONTA
              DISPLAY "PEDIDO NA CONTA NAO USA VALE-PRESENTE"
              GO TO RESGATAR-VALE-RECUSA
           END-IF.

           IF WS-VALE-PRESENTE
              MOVE 'G' TO WS-VALE-LINHA
              IF WS-VALE-SALDO < WS-PEDIDO-VALOR
                 MOVE WS-VALE-SALDO   TO WS-VALE-USADO
              ELSE
                 MOVE WS-PEDIDO-VALOR TO WS-VALE-USADO
              END-IF
              SUBTRACT WS-VALE-USADO FROM WS-VALE-SALDO
              IF WS-VALE-SALDO EQUAL ZEROS
                 MOVE 'E' TO WS-VALE-SITUACAO
              END-IF
           ELSE
              MOVE 'V' TO WS-VALE-LINHA
              COMPUTE WS-VALE-USADO ROUNDED =
                      WS-PEDIDO-VALOR * WS-VALE-PERCENTUAL-DESC / 100
              SUBTRACT WS-VALE-USADO FROM WS-PEDIDO-VALOR
              IF WS-VALE-USO-UNICO
                 MOVE 'E' TO WS-VALE-SITUACAO
              END-IF
           END-IF.
           ADD 1 TO WS-VALE-USOS.
           REWRITE WS-VALE-REG.
           IF WS-FS-VALES NOT EQUAL ZEROS
              DISPLAY "ERRO NA GRAVACAO DO VALE " WS-FS-VALES
                      " - PEDIDO SEGUE SEM VALE"
              IF WS-VALE-LINHA EQUAL 'V'
                 ADD WS-VALE-USADO TO WS-PEDIDO-VALOR
              END-IF
              GO TO RESGATAR-VALE-RECUSA
           END-IF.
           CLOSE VALES.

           OPEN EXTEND VALEMOV.
           IF WS-FS-VALEMOV EQUAL 35
              OPEN OUTPUT VALEMOV
           END-IF.
           MOVE WS-VALE-CODIGO   TO WS-VMV-CODIGO.
           MOVE WS-DATA-HOJE     TO WS-VMV-DATA.
           MOVE 'R'              TO WS-VMV-MOVIMENTO.
           MOVE WS-NUMERO-PEDIDO TO WS-VMV-PEDIDO.
           MOVE WS-VALE-USADO    TO WS-VMV-VALOR.
           MOVE WS-VALE-SALDO    TO WS-VMV-SALDO.
           MOVE SPACES           TO WS-VMV-FORMA.
           WRITE WS-VMV-REG.
           CLOSE VALEMOV.

           MOVE WS-VALE-USADO TO WS-VALOR-EDIT.
           IF WS-VALE-PRESENTE
              DISPLAY "VALE-PRESENTE PAGA " WS-VALOR-EDIT
                      " - O RESTO E COBRADO NA ENTREGA"
           ELSE
              DISPLAY "DESCONTO DO CUPOM APLICADO: " WS-VALOR-EDIT
           END-IF.
           GO TO RESGATAR-VALE-FIM.

       RESGATAR-VALE-RECUSA.
           CLOSE VALES.
           MOVE SPACES TO WS-VALE-INFORMADO WS-VALE-LINHA.
           MOVE ZEROS  TO WS-VALE-USADO.

       RESGATAR-VALE-FIM.
           EXIT.

       APURAR-SALDO-PONTOS    SECTION.
           MOVE ZEROS TO WS-SALDO-PONTOS.
           OPEN INPUT PONTOS.
           MOVE 0 TO WS-NEC-ITENS.
           PERFORM CONTAR-FILA-COZINHA.
           COMPUTE WS-PROMETIDO = WS-PREP-MEDIA
                   + WS-FILA-ABERTOS * WS-MIN-POR-PEDIDO
                   + WS-ZONA-MINUTOS.
           PERFORM AVALIAR-DISPONIBILIDADE.

      *------------------- MEDIA DA SEMANA PARA O TAMANHO -------------*
           EXIT.

       SOMAR-UM-PREPARO    SECTION.
           IF WS-PREP-TAMANHO EQUAL WS-RES-TAMANHO
              AND WS-PREP-DATA NOT < WS-PREP-CORTE
              ADD 1               TO WS-PREP-QTD
              ADD WS-PREP-MINUTOS TO WS-PREP-SOMA
       CONTAR-UM-ABERTO    SECTION.
           IF WS-PEDIDO-RECEBIDO OR WS-PEDIDO-EM-PREPARO
              ADD 1 TO WS-FILA-ABERTOS
              PERFORM PROJETAR-ITENS-ABERTOS
           END-IF.
           READ PEDIDOS NEXT RECORD.

      *------------------- CONSUMO DOS ITENS DE UM PEDIDO ABERTO ------*
       PROJETAR-ITENS-ABERTOS    SECTION.
           IF WS-TEM-RECEITAS NOT EQUAL 'S'
              GO TO PROJETAR-ITENS-ABERTOS-FIM
           END-IF.
           MOVE WS-PEDIDO-NUMERO TO WS-PITEM-PEDIDO.
           MOVE ZEROS            TO WS-PITEM-LINHA.
           START PEDITENS KEY IS NOT LESS THAN WS-PITEM-CHAVE.
           IF WS-FS-PEDITENS EQUAL ZEROS
              READ PEDITENS NEXT RECORD
           END-IF.
           PERFORM PROJETAR-UMA-LINHA
              UNTIL WS-FS-PEDITENS NOT EQUAL ZEROS
                 OR WS-PITEM-PEDIDO NOT EQUAL WS-PEDIDO-NUMERO.
           MOVE ZEROS TO WS-FS-PEDITENS.

       PROJETAR-ITENS-ABERTOS-FIM.
           EXIT.

       PROJETAR-UMA-LINHA    SECTION.
           IF NOT WS-PITEM-DESCONTO
              AND NOT WS-PITEM-ENTREGA
              AND NOT WS-PITEM-CUPOM
              AND NOT WS-PITEM-VALE-PRESENTE
              MOVE WS-PITEM-NOME         TO WS-NEC-MASSA
              MOVE WS-PITEM-TAMANHO      TO WS-NEC-TAMANHO
              MOVE WS-PITEM-EXTRA-QUEIJO TO WS-NEC-QUEIJO
              MOVE WS-PITEM-EXTRA-BORDA  TO WS-NEC-BORDA
              MOVE WS-PITEM-QTD          TO WS-NEC-VEZES
              PERFORM ACUMULAR-NECESSIDADES
           END-IF.
           READ PEDITENS NEXT RECORD.

      *------------------- FICHA TECNICA EM MEMORIA -------------------*
       CARREGAR-RECEITAS    SECTION.
           MOVE 0 TO WS-RCT-ITENS.
              END-IF
           END-IF.
           IF WS-NEC-ACHADO NOT EQUAL 0
              COMPUTE WS-NEC-QTD (WS-NEC-ACHADO) =
                      WS-NEC-QTD (WS-NEC-ACHADO)
                      + WS-RCT-QTD (WS-RCT-IDX) * WS-NEC-VEZES
           END-IF.

       PROCURAR-NECESSIDADE    SECTION.
           END-IF.

      *    O PEDIDO NOVO ENTRA NA PROJECAO JUNTO COM A FILA
           MOVE 1 TO WS-ITM-IDX.
           PERFORM PROJETAR-UM-ITEM-NOVO
              UNTIL WS-ITM-IDX > WS-ITM-ITENS.

           MOVE 1 TO WS-NEC-IDX.
           PERFORM CONFERIR-UMA-NECESSIDADE
       AVALIAR-DISPONIBILIDADE-FIM.
           EXIT.

       PROJETAR-UM-ITEM-NOVO    SECTION.
           MOVE WS-ITM-NOME    (WS-ITM-IDX) TO WS-NEC-MASSA.
           MOVE WS-ITM-TAMANHO (WS-ITM-IDX) TO WS-NEC-TAMANHO.
           MOVE WS-ITM-QUEIJO  (WS-ITM-IDX) TO WS-NEC-QUEIJO.
           MOVE WS-ITM-BORDA   (WS-ITM-IDX) TO WS-NEC-BORDA.
           MOVE WS-ITM-QTD     (WS-ITM-IDX) TO WS-NEC-VEZES.
           PERFORM ACUMULAR-NECESSIDADES.
           ADD 1 TO WS-ITM-IDX.

       CONFERIR-UMA-NECESSIDADE    SECTION.
           MOVE WS-DEPOSITO-COZINHA TO WS-ESTOQUE-DEPOSITO.
           MOVE WS-NEC-PRODUTO (WS-NEC-IDX) TO WS-ESTOQUE-PRODUTO.
           END-IF.
           ADD 1 TO WS-NEC-IDX.

      *------------------- COMBOS VIGENTES HOJE EM MEMORIA ------------*
       CARREGAR-COMBOS    SECTION.
           MOVE 0 TO WS-CBT-ITENS.
           OPEN INPUT COMBOS.
           IF WS-FS-COMBOS NOT EQUAL ZEROS
              GO TO CARREGAR-COMBOS-FIM
           END-IF.
           READ COMBOS.
           PERFORM GUARDAR-UM-COMBO
              UNTIL WS-FS-COMBOS NOT EQUAL ZEROS
                 OR WS-CBT-ITENS NOT < 20.
           CLOSE COMBOS.
           MOVE ZEROS TO WS-FS-COMBOS.

       CARREGAR-COMBOS-FIM.
           EXIT.

       GUARDAR-UM-COMBO    SECTION.
           IF WS-DATA-HOJE < WS-CMB-VIGENCIA-DE
              OR WS-DATA-HOJE > WS-CMB-VIGENCIA-ATE
              GO TO GUARDAR-UM-COMBO-FIM
           END-IF.
           ADD 1 TO WS-CBT-ITENS.
           MOVE WS-CMB-CODIGO       TO WS-CBT-CODIGO    (WS-CBT-ITENS).
           MOVE WS-CMB-MASSA        TO WS-CBT-MASSA     (WS-CBT-ITENS).
           MOVE WS-CMB-TAMANHO      TO WS-CBT-TAMANHO   (WS-CBT-ITENS).
           MOVE WS-CMB-EXIGE-QUEIJO TO WS-CBT-QUEIJO    (WS-CBT-ITENS).
           MOVE WS-CMB-EXIGE-BORDA  TO WS-CBT-BORDA     (WS-CBT-ITENS).
           MOVE WS-CMB-VALOR        TO WS-CBT-VALOR     (WS-CBT-ITENS).
           MOVE WS-CMB-BEBIDA       TO WS-CBT-BEBIDA    (WS-CBT-ITENS).
           MOVE WS-CMB-DESCRICAO    TO WS-CBT-DESCRICAO (WS-CBT-ITENS).
      *    COMBO ANTIGO, SEM A QUANTIDADE, VALE PARA UMA PIZZA
           MOVE 1 TO WS-CBT-PIZZAS (WS-CBT-ITENS).
           IF WS-CMB-QTD-PIZZAS IS NUMERIC
              IF WS-CMB-QTD-PIZZAS > 0
                 MOVE WS-CMB-QTD-PIZZAS TO WS-CBT-PIZZAS (WS-CBT-ITENS)
              END-IF
           END-IF.

       GUARDAR-UM-COMBO-FIM.
           READ COMBOS.

      *------------------- COMBOS GANHAM DO PRECO CHEIO ---------------*
       APLICAR-COMBOS    SECTION.
           MOVE 0 TO WS-DSC-ITENS.
           MOVE 0 TO WS-SUBTOTAL WS-TOTAL-DESCONTO.
           MOVE 1 TO WS-ITM-IDX.
           PERFORM SOMAR-UM-ITEM
              UNTIL WS-ITM-IDX > WS-ITM-ITENS.

           MOVE 'S' TO WS-COMBO-ACHOU.
           PERFORM ESCOLHER-COMBO
              UNTIL WS-COMBO-ACHOU EQUAL 'N'.

           COMPUTE WS-TOTAL-PEDIDO = WS-SUBTOTAL - WS-TOTAL-DESCONTO.

       SOMAR-UM-ITEM    SECTION.
           ADD WS-ITM-VALOR (WS-ITM-IDX) TO WS-SUBTOTAL.
           MOVE WS-ITM-QTD (WS-ITM-IDX) TO WS-ITM-LIVRE (WS-ITM-IDX).
           ADD 1 TO WS-ITM-IDX.

      *------------------- UMA APLICACAO DO MELHOR COMBO QUE CABE -----*
       ESCOLHER-COMBO    SECTION.
           MOVE 0   TO WS-CBT-MELHOR.
           MOVE 0   TO WS-CBT-MELHOR-GANHO.
           MOVE 'N' TO WS-CBT-CONSUMIR.
           MOVE 1   TO WS-CBT-IDX.
           PERFORM AVALIAR-UM-COMBO
              UNTIL WS-CBT-IDX > WS-CBT-ITENS.

           IF WS-CBT-MELHOR EQUAL 0
              MOVE 'N' TO WS-COMBO-ACHOU
              GO TO ESCOLHER-COMBO-FIM
           END-IF.

           MOVE WS-CBT-MELHOR TO WS-CBT-IDX.
           MOVE 'S' TO WS-CBT-CONSUMIR.
           PERFORM MONTAR-COMBO.
           PERFORM REGISTRAR-DESCONTO.

       ESCOLHER-COMBO-FIM.
           EXIT.

       AVALIAR-UM-COMBO    SECTION.
           PERFORM MONTAR-COMBO.
           IF WS-COMBO-CASA EQUAL 'S'
              AND WS-CBT-CHEIO > WS-CBT-VALOR (WS-CBT-IDX)
              COMPUTE WS-CBT-GANHO =
                      WS-CBT-CHEIO - WS-CBT-VALOR (WS-CBT-IDX)
              IF WS-CBT-GANHO > WS-CBT-MELHOR-GANHO
                 MOVE WS-CBT-GANHO TO WS-CBT-MELHOR-GANHO
                 MOVE WS-CBT-IDX   TO WS-CBT-MELHOR
              END-IF
           END-IF.
           ADD 1 TO WS-CBT-IDX.

      *------------------- JUNTA OS ITENS DE UMA VEZ DO COMBO ---------*
      *  PIZZAS NA ORDEM DIGITADA E, SE O COMBO PEDE, A BEBIDA; O     *
      *  PRECO CHEIO DESSES ITENS FICA NO WS-CBT-CHEIO. COM O         *
      *  WS-CBT-CONSUMIR EM 'S' OS ITENS USADOS SAEM DO LIVRE         *
       MONTAR-COMBO    SECTION.
           MOVE 'S' TO WS-COMBO-CASA.
           MOVE 0   TO WS-CBT-CHEIO.
           MOVE WS-CBT-PIZZAS (WS-CBT-IDX) TO WS-CBT-FALTAM.
           MOVE 1   TO WS-ITM-IDX.
           PERFORM PEGAR-PIZZAS-DO-COMBO
              UNTIL WS-ITM-IDX > WS-ITM-ITENS
                 OR WS-CBT-FALTAM EQUAL 0.
           IF WS-CBT-FALTAM > 0
              MOVE 'N' TO WS-COMBO-CASA
              GO TO MONTAR-COMBO-FIM
           END-IF.

           IF WS-CBT-BEBIDA (WS-CBT-IDX) EQUAL SPACES
              GO TO MONTAR-COMBO-FIM
           END-IF.
           MOVE 'N' TO WS-CBT-BEBIDA-OK.
           MOVE 1   TO WS-ITM-IDX.
           PERFORM PEGAR-BEBIDA-DO-COMBO
              UNTIL WS-ITM-IDX > WS-ITM-ITENS
                 OR WS-CBT-BEBIDA-OK EQUAL 'S'.
           IF WS-CBT-BEBIDA-OK NOT EQUAL 'S'
              MOVE 'N' TO WS-COMBO-CASA
           END-IF.

       MONTAR-COMBO-FIM.
           EXIT.

       PEGAR-PIZZAS-DO-COMBO    SECTION.
           IF WS-ITM-TIPO (WS-ITM-IDX) EQUAL 'P'
              AND WS-ITM-LIVRE (WS-ITM-IDX) > 0
              AND (WS-CBT-MASSA (WS-CBT-IDX) EQUAL SPACES
                   OR WS-CBT-MASSA (WS-CBT-IDX)
                      EQUAL WS-ITM-NOME (WS-ITM-IDX))
              AND (WS-CBT-TAMANHO (WS-CBT-IDX) EQUAL SPACES
                   OR WS-CBT-TAMANHO (WS-CBT-IDX)
                      EQUAL WS-ITM-TAMANHO (WS-ITM-IDX))
              AND (WS-CBT-QUEIJO (WS-CBT-IDX) NOT EQUAL 'S'
                   OR WS-ITM-QUEIJO (WS-ITM-IDX) EQUAL 'S')
              AND (WS-CBT-BORDA (WS-CBT-IDX) NOT EQUAL 'S'
                   OR WS-ITM-BORDA (WS-ITM-IDX) EQUAL 'S')
              IF WS-ITM-LIVRE (WS-ITM-IDX) < WS-CBT-FALTAM
                 MOVE WS-ITM-LIVRE (WS-ITM-IDX) TO WS-CBT-PEGA
              ELSE
                 MOVE WS-CBT-FALTAM TO WS-CBT-PEGA
              END-IF
              COMPUTE WS-CBT-CHEIO = WS-CBT-CHEIO
                      + WS-CBT-PEGA * WS-ITM-UNITARIO (WS-ITM-IDX)
              SUBTRACT WS-CBT-PEGA FROM WS-CBT-FALTAM
              IF WS-CBT-CONSUMIR EQUAL 'S'
                 SUBTRACT WS-CBT-PEGA FROM WS-ITM-LIVRE (WS-ITM-IDX)
              END-IF
           END-IF.
           ADD 1 TO WS-ITM-IDX.

       PEGAR-BEBIDA-DO-COMBO    SECTION.
           IF WS-ITM-TIPO (WS-ITM-IDX) EQUAL 'B'
              AND WS-ITM-LIVRE (WS-ITM-IDX) > 0
              AND WS-ITM-NOME (WS-ITM-IDX)
                  EQUAL WS-CBT-BEBIDA (WS-CBT-IDX)
              MOVE 'S' TO WS-CBT-BEBIDA-OK
              ADD WS-ITM-UNITARIO (WS-ITM-IDX) TO WS-CBT-CHEIO
              IF WS-CBT-CONSUMIR EQUAL 'S'
                 SUBTRACT 1 FROM WS-ITM-LIVRE (WS-ITM-IDX)
              END-IF
           END-IF.
           ADD 1 TO WS-ITM-IDX.

      *------------------- SOMA A VEZ DO COMBO NA LINHA DE DESCONTO ---*
       REGISTRAR-DESCONTO    SECTION.
           COMPUTE WS-CBT-GANHO =
                   WS-CBT-CHEIO - WS-CBT-VALOR (WS-CBT-IDX).
           MOVE 0 TO WS-DSC-ACHADO.
           MOVE 1 TO WS-DSC-IDX.
           PERFORM PROCURAR-DESCONTO
              UNTIL WS-DSC-IDX > WS-DSC-ITENS
                 OR WS-DSC-ACHADO NOT = 0.
           IF WS-DSC-ACHADO EQUAL 0
              ADD 1 TO WS-DSC-ITENS
              MOVE WS-DSC-ITENS TO WS-DSC-ACHADO
              MOVE WS-CBT-CODIGO (WS-CBT-IDX)
                TO WS-DSC-CODIGO (WS-DSC-ACHADO)
              MOVE WS-CBT-DESCRICAO (WS-CBT-IDX)
                TO WS-DSC-DESCRICAO (WS-DSC-ACHADO)
              MOVE WS-CBT-VALOR (WS-CBT-IDX)
                TO WS-DSC-UNITARIO (WS-DSC-ACHADO)
              MOVE 0 TO WS-DSC-QTD (WS-DSC-ACHADO)
                        WS-DSC-VALOR (WS-DSC-ACHADO)
           END-IF.
           ADD 1            TO WS-DSC-QTD (WS-DSC-ACHADO).
           ADD WS-CBT-GANHO TO WS-DSC-VALOR (WS-DSC-ACHADO).
           ADD WS-CBT-GANHO TO WS-TOTAL-DESCONTO.

       PROCURAR-DESCONTO    SECTION.
           IF WS-DSC-CODIGO (WS-DSC-IDX)
              EQUAL WS-CBT-CODIGO (WS-CBT-IDX)
              MOVE WS-DSC-IDX TO WS-DSC-ACHADO
           END-IF.
           ADD 1 TO WS-DSC-IDX.

      *------------------- ZONAS DE ENTREGA EM MEMORIA ----------------*
       CARREGAR-ZONAS    SECTION.
           MOVE 0 TO WS-ZNT-ITENS.
           OPEN INPUT ZONAS.
           IF WS-FS-ZONAS NOT EQUAL ZEROS
              GO TO CARREGAR-ZONAS-FIM
           END-IF.
           MOVE 'S' TO WS-TEM-ZONAS.
           READ ZONAS.
           PERFORM GUARDAR-UMA-ZONA
              UNTIL WS-FS-ZONAS NOT EQUAL ZEROS
                 OR WS-ZNT-ITENS NOT < 50.
           CLOSE ZONAS.
           MOVE ZEROS TO WS-FS-ZONAS.

       CARREGAR-ZONAS-FIM.
           EXIT.

       GUARDAR-UMA-ZONA    SECTION.
           ADD 1 TO WS-ZNT-ITENS.
           MOVE WS-ZON-CODIGO    TO WS-ZNT-CODIGO    (WS-ZNT-ITENS).
           MOVE WS-ZON-CEP-DE    TO WS-ZNT-CEP-DE    (WS-ZNT-ITENS).
           MOVE WS-ZON-CEP-ATE   TO WS-ZNT-CEP-ATE   (WS-ZNT-ITENS).
           MOVE WS-ZON-ENTREGA   TO WS-ZNT-ENTREGA   (WS-ZNT-ITENS).
           MOVE WS-ZON-TAXA      TO WS-ZNT-TAXA      (WS-ZNT-ITENS).
           MOVE WS-ZON-MINUTOS   TO WS-ZNT-MINUTOS   (WS-ZNT-ITENS).
           MOVE WS-ZON-DESCRICAO TO WS-ZNT-DESCRICAO (WS-ZNT-ITENS).
           READ ZONAS.

      *------------------- ENTREGA OU RETIRADA; ZONA PELO CEP ---------*
      *  CLIENTE DO CRM PODE RECEBER NO CEP DO CADASTRO; CEP DIGITADO *
      *  PRECISA EXISTIR NO CEPS.DAT. CEP SEM ZONA OU EM ZONA ONDE    *
      *  NAO ENTREGAMOS RECUSA O PEDIDO                               *
       DEFINIR-ENTREGA    SECTION.
           MOVE SPACES TO WS-ZONA-CODIGO WS-ZONA-DESCRICAO.
           MOVE ZEROS  TO WS-ZONA-MINUTOS WS-TAXA-ENTREGA
                          WS-CEP-ENTREGA.
           MOVE 'N'    TO WS-FORA-AREA.

           DISPLAY "Entrega (E) ou retirada no balcao (R): ".
            ACCEPT WS-MODO-ENTREGA.
           MOVE FUNCTION UPPER-CASE(WS-MODO-ENTREGA)
             TO WS-MODO-ENTREGA.
           IF WS-RETIRADA
              GO TO DEFINIR-ENTREGA-FIM
           END-IF.
           MOVE 'E' TO WS-MODO-ENTREGA.

           IF WS-CEP-CADASTRO NOT EQUAL ZEROS
              DISPLAY "CEP do cadastro: " WS-CEP-CADASTRO
              DISPLAY "Entregar neste CEP (S/N): "
               ACCEPT WS-USA-CEP-CADASTRO
              MOVE FUNCTION UPPER-CASE(WS-USA-CEP-CADASTRO)
                TO WS-USA-CEP-CADASTRO
              IF WS-USA-CEP-CADASTRO EQUAL 'S'
                 MOVE WS-CEP-CADASTRO TO WS-CEP-ENTREGA
              END-IF
           END-IF.

           IF WS-CEP-ENTREGA EQUAL ZEROS
              DISPLAY "CEP da entrega: "
               ACCEPT WS-CEP-ENTREGA
              PERFORM VALIDAR-CEP
              IF WS-CEP-OK NOT EQUAL 'S'
                 DISPLAY "CEP nao encontrado na tabela de CEPs"
                 MOVE 'S' TO WS-FORA-AREA
                 GO TO DEFINIR-ENTREGA-FIM
              END-IF
           END-IF.

           IF WS-TEM-ZONAS NOT EQUAL 'S'
              DISPLAY "Sem ZONAS.DAT - entrega sem taxa e sem zona"
              GO TO DEFINIR-ENTREGA-FIM
           END-IF.

           PERFORM LOCALIZAR-ZONA.
           IF WS-ZNT-ACHADO EQUAL 0
              DISPLAY "CEP " WS-CEP-ENTREGA
                      " fora das zonas de entrega"
              MOVE 'S' TO WS-FORA-AREA
              GO TO DEFINIR-ENTREGA-FIM
           END-IF.
           IF WS-ZNT-ENTREGA (WS-ZNT-ACHADO) NOT EQUAL 'S'
              DISPLAY "Nao entregamos na zona "
                      WS-ZNT-CODIGO (WS-ZNT-ACHADO) " - "
                      WS-ZNT-DESCRICAO (WS-ZNT-ACHADO)
              MOVE 'S' TO WS-FORA-AREA
              GO TO DEFINIR-ENTREGA-FIM
           END-IF.

           MOVE WS-ZNT-CODIGO    (WS-ZNT-ACHADO) TO WS-ZONA-CODIGO.
           MOVE WS-ZNT-DESCRICAO (WS-ZNT-ACHADO) TO WS-ZONA-DESCRICAO.
           MOVE WS-ZNT-MINUTOS   (WS-ZNT-ACHADO) TO WS-ZONA-MINUTOS.
           MOVE WS-ZNT-TAXA      (WS-ZNT-ACHADO) TO WS-TAXA-ENTREGA.
           MOVE WS-TAXA-ENTREGA TO WS-VALOR-EDIT.
           DISPLAY "Zona " WS-ZONA-CODIGO " - " WS-ZONA-DESCRICAO
                   " taxa " WS-VALOR-EDIT
                   " trajeto " WS-ZONA-MINUTOS " min".

       DEFINIR-ENTREGA-FIM.
           EXIT.

      *    SEM A TABELA DE CEPS NAO HA COMO RECUSAR: SEGUE PELA ZONA
       VALIDAR-CEP    SECTION.
           MOVE 'N' TO WS-CEP-OK.
           IF WS-CEP-ENTREGA EQUAL ZEROS
              GO TO VALIDAR-CEP-FIM
           END-IF.
           OPEN INPUT CEPS.
           IF WS-FS-CEPS NOT EQUAL ZEROS
              DISPLAY "Tabela de CEPs indisponivel - CEP nao conferido"
              MOVE 'S' TO WS-CEP-OK
              GO TO VALIDAR-CEP-FIM
           END-IF.
           READ CEPS.
           PERFORM PROCURAR-CEP
              UNTIL WS-FS-CEPS NOT EQUAL ZEROS
                 OR WS-CEP-OK EQUAL 'S'.
           CLOSE CEPS.
           MOVE ZEROS TO WS-FS-CEPS.

       VALIDAR-CEP-FIM.
           EXIT.

       PROCURAR-CEP    SECTION.
           IF WS-CEP-CODIGO EQUAL WS-CEP-ENTREGA
              MOVE 'S' TO WS-CEP-OK
           ELSE
              READ CEPS
           END-IF.

      *    VALE A ULTIMA LINHA DA TABELA CUJA FAIXA COBRE O CEP
       LOCALIZAR-ZONA    SECTION.
           MOVE 0 TO WS-ZNT-ACHADO.
           MOVE 1 TO WS-ZNT-IDX.
           PERFORM PROCURAR-ZONA
              UNTIL WS-ZNT-IDX > WS-ZNT-ITENS.

       PROCURAR-ZONA    SECTION.
           IF WS-CEP-ENTREGA NOT < WS-ZNT-CEP-DE (WS-ZNT-IDX)
              AND WS-CEP-ENTREGA NOT > WS-ZNT-CEP-ATE (WS-ZNT-IDX)
              MOVE WS-ZNT-IDX TO WS-ZNT-ACHADO
           END-IF.
           ADD 1 TO WS-ZNT-IDX.

       FINALIZAR    SECTION.
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           CLOSE PEDIDOCTL.
           IF WS-CRM-DISPONIVEL EQUAL 'S'
              CLOSE ARQCRM
