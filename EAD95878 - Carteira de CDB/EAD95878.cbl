000180       *   FUNCAO 'A' = APLICACAO: DEBITA O PRINCIPAL   *
000190       *   DO CLIENTE (LOTE LANCAMCB) E ABRE A          *
000200       *   APLICACAO NO APLICMES                        *
000201       *   O TITULAR PRECISA DE PERFIL DE INVESTIDOR    *
000202       *   VALIDO NO SUITAB; SE O GRAU DE RISCO DO      *
000203       *   CDBREF NO PRODRISC PASSA DO PERFIL, A        *
000204       *   APLICACAO E ABERTA MAS FICA APONTADA         *
000210       *   FUNCAO 'J' = ACRESCIMO DIARIO PELA TAXA DO   *
000220       *   PRODUTO CDBREF NO CADASTRO TAXAS             *
000230       *   FUNCAO 'R' = RESGATE NO VENCIMENTO: IR       *
000240       *   REGRESSIVO PELO PRAZO (22,5/20/17,5/15) E    *
000250       *   CREDITO DO LIQUIDO NA CONTA                  *
000251       *   FUNCAO 'E' = RESGATE ANTECIPADO, TOTAL OU    *
000252       *   PARCIAL, DOS PEDIDOS DO RESGANT: IOF         *
000253       *   REGRESSIVO DE 30 DIAS SOBRE O RENDIMENTO E   *
000254       *   IR REGRESSIVO SOBRE O QUE SOBRA DELE         *
000255       *   OS RESGATES GRAVAM O COMPANHEIRO RETCDB COM  *
000256       *   O IOF E O IR RETIDOS, LIDO PELO EXTRATO E    *
000257       *   PELO INFORME DE RENDIMENTOS                  *
000260       *                                                *
000270       *   SEMPRE EMITE O RELCDB COM O FUNDING POR      *
000280       *   FAIXA DE VENCIMENTO PARA A TESOURARIA        *
000510                FILE STATUS IS WK-FS-TAXAS.
000520            SELECT ARQ-LANCAMCB ASSIGN TO LANCAMCB
000530                FILE STATUS IS WK-FS-LANCAMCB.
000531            SELECT ARQ-RESGANT  ASSIGN TO RESGANT
000532                FILE STATUS IS WK-FS-RESGANT.
000533            SELECT ARQ-RETCDB   ASSIGN TO RETCDB
000534                FILE STATUS IS WK-FS-RETCDB.
000535            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000536                ORGANIZATION IS INDEXED
000537                ACCESS MODE IS DYNAMIC
000538                RECORD KEY IS FD-CHAVE-CLIDADOS
000539                FILE STATUS IS WK-FS-CLIDADOS.
000540            SELECT ARQ-SUITAB   ASSIGN TO SUITAB
000541                ORGANIZATION IS INDEXED
000542                ACCESS MODE IS DYNAMIC
000543                RECORD KEY IS FD-CPFCNPJ-SUITAB
000544                FILE STATUS IS WK-FS-SUITAB.
000545            SELECT ARQ-PRODRISC ASSIGN TO PRODRISC
000546                FILE STATUS IS WK-FS-PRODRISC.
986001            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
986002                FILE STATUS IS WK-FS-CAMBIO.
000540            SELECT ARQ-RELCDB   ASSIGN TO RELCDB
001220                10 FD-QTDE-CTRL-LANCAMCB   PIC 9(6).
001230                10 FD-VALOR-CTRL-LANCAMCB  PIC 9(8)V99.
001240                10 FD-INST-CTRL-LANCAMCB   PIC 99.
001241            05 FD-ID-EXEC-LANCAMCB     PIC 9(10).
001241       *      PEDIDO DE RESGATE ANTECIPADO: VALOR BRUTO A
001242       *      RESGATAR; ZEROS OU O SALDO TODO = TOTAL
001243        FD   ARQ-RESGANT
001244             RECORDING MODE IS F.
001245        01  REG-RESGANT.
001246            05 FD-APLICACAO-ANT    PIC 9(4).
001247            05 FD-CHAVE-ANT        PIC X(9).
001248            05 FD-VALOR-ANT        PIC 9(9)V99.
001249        FD   ARQ-RETCDB
001250             RECORDING MODE IS F.
001251        01  REG-RETCDB.
001252            05 FD-CHAVE-RETCDB     PIC X(9).
001253            05 FD-DOC-RETCDB       PIC 9(4).
001254            05 FD-DATA-RETCDB      PIC 9(8).
001255            05 FD-HORA-RETCDB      PIC 9(6).
001256            05 FD-SEQ-RETCDB       PIC 9(4).
001257            05 FD-TIPO-RETCDB      PIC X.
001258                88 RETCDB-VENCIMENTO       VALUE 'R'.
001259                88 RETCDB-ANTECIPADO       VALUE 'E'.
001260            05 FD-BRUTO-RETCDB     PIC 9(9)V99.
001261            05 FD-RENDIMENTO-RETCDB PIC 9(8)V99.
001262            05 FD-IOF-RETCDB       PIC 9(8)V99.
001263            05 FD-IR-RETCDB        PIC 9(8)V99.
001264            05 FD-LIQUIDO-RETCDB   PIC 9(9)V99.
986011        FD   ARQ-CAMBIO
986012             RECORDING MODE IS F.
986013        01  REG-CAMBIO.
986014            05 FD-MOEDA-CAMBIO     PIC X(3).
986015            05 FD-DATA-CAMBIO      PIC 9(8).
986016            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
986017        FD   ARQ-CLIDADOS
986018             RECORDING MODE IS F.
986019        01  REG-CLIDADOS.
986020            05 FD-CHAVE-CLIDADOS.
986021                10 FD-AGENCIA-CLIDADOS     PIC X(4).
986022                10 FD-CONTA-CLIDADOS       PIC 9(5).
986023            05 FD-TIPO-DOC-CLIDADOS   PIC X.
986024            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
986025            05 FD-ENDERECO-CLIDADOS   PIC X(40).
986026            05 FD-TELEFONE-CLIDADOS   PIC X(12).
986027            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
986028        FD   ARQ-SUITAB
986029             RECORDING MODE IS F.
986030        01  REG-SUITAB.
986031            05 FD-CPFCNPJ-SUITAB   PIC X(14).
986032            05 FD-TIPO-DOC-SUITAB  PIC X.
986033            05 FD-CONTA-SUITAB     PIC X(9).
986034            05 FD-RESPOSTAS-SUITAB PIC X(10).
986035            05 FD-PONTOS-SUITAB    PIC 99.
986036            05 FD-PERFIL-SUITAB    PIC X.
986037                88 PERFIL-CONSERVADOR  VALUE 'C'.
986038                88 PERFIL-MODERADO     VALUE 'M'.
986039                88 PERFIL-ARROJADO     VALUE 'A'.
986040            05 FD-DATA-AVAL-SUITAB PIC 9(8).
986041            05 FD-VALIDADE-SUITAB  PIC 9(8).
986042            05 FD-SITUACAO-SUITAB  PIC X.
986043                88 SUITAB-ATIVO        VALUE 'A'.
986044                88 SUITAB-EXCLUIDO     VALUE 'E'.
986045            05 FD-OPERADOR-SUITAB  PIC X(8).
986046        FD   ARQ-PRODRISC
986047             RECORDING MODE IS F.
986048        01  REG-PRODRISC.
986049            05 FD-PRODUTO-RISCO    PIC X(8).
986050            05 FD-GRAU-RISCO       PIC 9.
001250        FD   ARQ-RELCDB
001260             RECORDING MODE IS F.
001270        01  REG-RELCDB                 PIC X(70).
001360            05 JRL-QTD-GRAVADOS    PIC 9(7).
001370            05 JRL-QTD-REJEITADOS  PIC 9(7).
001380            05 JRL-RETORNO         PIC 9(4).
001381            05 JRL-ID-EXEC         PIC 9(10).
001390        WORKING-STORAGE SECTION.
001400        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001401        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001402        01  LK-AREA-ID-EXEC.
001403            05 LK-PROGRAMA-COM     PIC X(8).
001404            05 LK-ID-EXEC-COM      PIC 9(10).
001410        77  WK-FS-APLICMES PIC XX           VALUE SPACES.
001420        77  WK-FS-APLICMEN PIC XX           VALUE SPACES.
001430        77  WK-FS-APLICNOV PIC XX           VALUE SPACES.
001450        77  WK-FS-TAXAS    PIC XX           VALUE SPACES.
001460        77  WK-FS-LANCAMCB PIC XX           VALUE SPACES.
001470        77  WK-FS-RELCDB   PIC XX           VALUE SPACES.
001471        77  WK-FS-RESGANT  PIC XX           VALUE SPACES.
001472        77  WK-FS-RETCDB   PIC XX           VALUE SPACES.
001473        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
001474        77  WK-FS-SUITAB   PIC XX           VALUE SPACES.
001475        77  WK-FS-PRODRISC PIC XX           VALUE SPACES.
001476       *      SUITABILITY: GRAU 1 CONSERVADOR, 2 MODERADO
001477       *      E 3 ARROJADO, NO PRODUTO E NO PERFIL
001478        77  WK-GRAU-PRODUTO PIC 9           VALUE ZEROS.
001479        77  WK-GRAU-PERFIL PIC 9            VALUE ZEROS.
001480        77  WK-PERFIL-VALIDO PIC X          VALUE 'N'.
001481            88 PERFIL-VALIDO                  VALUE 'S'.
001482        77  WK-QTD-SEM-PERFIL PIC 9(4)      VALUE ZEROS.
001483        77  WK-QTD-FORA-PERFIL PIC 9(4)     VALUE ZEROS.
986021        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
986021        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
986021        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
001490            88 FUNCAO-APLICACAO              VALUE 'A'.
001500            88 FUNCAO-ACRESCIMO              VALUE 'J'.
001510            88 FUNCAO-RESGATE                VALUE 'R'.
001511            88 FUNCAO-ANTECIPADO             VALUE 'E'.
001520        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001530        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
001540        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
001800        77  WK-DIAS-PRAZO  PIC S9(8)        VALUE ZEROS.
001810        77  WK-DIAS-INI    PIC 9(8)         VALUE ZEROS.
001820        77  WK-DIAS-FIM    PIC 9(8)         VALUE ZEROS.
001821       *      RESGATE ANTECIPADO: O BRUTO RESGATADO LEVA
001822       *      PRINCIPAL E RENDIMENTO NA PROPORCAO DO SALDO
001823        77  WK-QTD-PEDIDOS-ANT PIC 9(4)     VALUE ZEROS.
001824        77  WK-QTD-RECUSADOS PIC 9(4)       VALUE ZEROS.
001825        77  WK-QTD-ANTECIPADOS PIC 9(4)     VALUE ZEROS.
001826        77  WK-IDX-APL-ACH PIC 9(4)         VALUE ZEROS.
001827        77  WK-APLIC-ACHADA PIC X           VALUE 'N'.
001828            88 APLIC-ACHADA                   VALUE 'S'.
001829            88 APLIC-NAO-ACHADA               VALUE 'N'.
001830        77  WK-BRUTO-RESG  PIC 9(9)V99      VALUE ZEROS.
001831        77  WK-PRINC-RESG  PIC 9(8)V99      VALUE ZEROS.
001832        77  WK-ALIQUOTA-IOF PIC 99          VALUE ZEROS.
001833        77  WK-IOF         PIC 9(8)V99      VALUE ZEROS.
001834        77  WK-TOT-IOF     PIC 9(9)V99      VALUE ZEROS.
001835        77  WK-TOT-IR      PIC 9(9)V99      VALUE ZEROS.
001836       *      IOF REGRESSIVO SOBRE O RENDIMENTO POR DIA
001837       *      CORRIDO DE 1 A 29; A PARTIR DE 30 NAO HA IOF
001838        01  NOMES-ALIQ-IOF.
001839            05 FILLER              PIC X(20)
001840                 VALUE '96939086838076737066'.
001841            05 FILLER              PIC X(20)
001842                 VALUE '63605653504643403633'.
001843            05 FILLER              PIC X(18)
001844                 VALUE '302623201613100603'.
001845        01  TABELA-ALIQ-IOF REDEFINES NOMES-ALIQ-IOF.
001846            05 ALIQ-IOF-DIA        PIC 99 OCCURS 29 TIMES.
001830        01  WK-DATA-CALC-GRP PIC 9(8)       VALUE ZEROS.
001840        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC-GRP.
001850            05 WK-ANO-CALC     PIC 9(4).
002020        01  WK-LINHA-TOTAL.
002030            05 WK-TITULO-TOT   PIC X(26).
002040            05 WK-VALOR-TOT    PIC ZZZZ9.
002041        01  WK-LINHA-RETIDO.
002042            05 WK-TITULO-RET   PIC X(26).
002043            05 WK-VALOR-RET    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002050       *
002060        PROCEDURE DIVISION.
002070        000-PRINCIPAL SECTION.
002200                    PERFORM 240-RESGATAR
002210                        VARYING WK-IDX-APLIC FROM 1 BY 1
002220                        UNTIL WK-IDX-APLIC > WK-QTD-APLICACOES
002221                WHEN FUNCAO-ANTECIPADO
002222                    PERFORM 250-RESGATAR-ANTECIPADO
002223                        UNTIL WK-FS-RESGANT = '10'
002230            END-EVALUATE.
002240            PERFORM 901-FINALIZAR.
002250            PERFORM 196-GRAVAR-JRNL-FIM.
002320            ACCEPT WK-HORA-CAPTURA FROM TIME.
986030            PERFORM 190-CARREGAR-CAMBIO.
002330            IF NOT FUNCAO-APLICACAO AND NOT FUNCAO-ACRESCIMO
002340               AND NOT FUNCAO-RESGATE AND NOT FUNCAO-ANTECIPADO
002350                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
002360                MOVE 12 TO RETURN-CODE
002370                STOP RUN
002510            END-IF.
002520            IF FUNCAO-APLICACAO
002530                PERFORM 103-ABRIR-APLICNOV
002531                PERFORM 109-ABRIR-SUITABILITY
002540            END-IF.
002541            IF FUNCAO-ANTECIPADO
002542                PERFORM 107-ABRIR-RESGANT
002543            END-IF.
002550            IF FUNCAO-APLICACAO OR FUNCAO-RESGATE
002551               OR FUNCAO-ANTECIPADO
002560                PERFORM 104-ABRIR-CLIENTES
002570                PERFORM 105-ABRIR-LANCAMCB
002580            END-IF.
002581            IF FUNCAO-RESGATE OR FUNCAO-ANTECIPADO
002582                PERFORM 108-ABRIR-RETCDB
002583            END-IF.
002590            OPEN OUTPUT ARQ-RELCDB.
002600            IF WK-FS-RELCDB NOT = '00'
002610                DISPLAY 'ERRO ' WK-FS-RELCDB
003430            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMCB.
003440            MOVE 1 TO FD-INST-CTRL-LANCAMCB.
003450            PERFORM 205-GRAVAR-LANCAMCB.
003451        107-ABRIR-RESGANT.
003452            OPEN INPUT ARQ-RESGANT.
003453            EVALUATE WK-FS-RESGANT
003454                WHEN '00'
003455                    PERFORM 303-LER-RESGANT
003456                WHEN '35'
003457                    DISPLAY 'ARQUIVO RESGANT NAO ENCONTRADO'
003458                    MOVE 12 TO RETURN-CODE
003459                    STOP RUN
003460                WHEN OTHER
003461                    DISPLAY 'ERRO ' WK-FS-RESGANT
003462                            ' NO COMANDO OPEN RESGANT'
003463                    MOVE 12 TO RETURN-CODE
003464                    STOP RUN
003465            END-EVALUATE.
003466        108-ABRIR-RETCDB.
003467            OPEN EXTEND ARQ-RETCDB.
003468            IF WK-FS-RETCDB = '35'
003469                OPEN OUTPUT ARQ-RETCDB
003470            END-IF.
003471            IF WK-FS-RETCDB NOT = '00'
003472                DISPLAY 'ERRO ' WK-FS-RETCDB
003473                        ' NO COMANDO OPEN RETCDB'
003474                MOVE 12 TO RETURN-CODE
003475                STOP RUN
003476            END-IF.
003477       *      O GRAU DE RISCO DO CDBREF VEM DO PRODRISC;
003478       *      SEM CLASSIFICACAO NAO HA APLICACAO
003479        109-ABRIR-SUITABILITY.
003480            MOVE 'CDBREF' TO WK-PRODUTO-PEDIDO.
003481            PERFORM 175-CARREGAR-GRAU-PRODUTO.
003482            IF WK-GRAU-PRODUTO = ZEROS
003483                DISPLAY 'PRODUTO CDBREF SEM GRAU DE RISCO NO '
003484                        'CADASTRO PRODRISC'
003485                MOVE 12 TO RETURN-CODE
003486                STOP RUN
003487            END-IF.
003488            OPEN INPUT ARQ-CLIDADOS.
003489            IF WK-FS-CLIDADOS NOT = '00'
003490                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
003491                        'STATUS ' WK-FS-CLIDADOS
003492                MOVE 12 TO RETURN-CODE
003493                STOP RUN
003494            END-IF.
003495            OPEN INPUT ARQ-SUITAB.
003496            IF WK-FS-SUITAB NOT = '00'
003497                DISPLAY 'ARQUIVO SUITAB INDISPONIVEL, '
003498                        'STATUS ' WK-FS-SUITAB
003499                MOVE 12 TO RETURN-CODE
003500                STOP RUN
003501            END-IF.
003460       ***********************************************
003470        200-APLICACAO SECTION.
003480        201-APLICAR.
003560                        DISPLAY 'CONTA NAO ATIVA NO PEDIDO : '
003570                                FD-CHAVE-NOV
003580                    ELSE
003581                        PERFORM 206-CONFERIR-PERFIL
003582                        IF PERFIL-VALIDO
003583                            PERFORM 202-ABRIR-APLICACAO
003584                        ELSE
003585                            ADD 1 TO WK-QTD-SEM-PERFIL
003586                        END-IF
003600                    END-IF
003610            END-READ.
003620            PERFORM 302-LER-APLICNOV.
004000            ADD WK-VALOR-CONV-TRL TO WK-TOT-DETALHE.
004010            DISPLAY 'APLICACAO ' WK-ULTIMA-APLIC
004020                    ' ABERTA PARA ' FD-CHAVE-NOV.
004021       *      O PERFIL E O DO CPF/CNPJ DO CLIDADOS DA
004022       *      CONTA: TEM DE ESTAR ATIVO E DENTRO DA
004023       *      VALIDADE; PRODUTO ACIMA DO PERFIL E APONTADO
004024        206-CONFERIR-PERFIL.
004025            MOVE 'N' TO WK-PERFIL-VALIDO.
004026            MOVE FD-CHAVE-NOV TO FD-CHAVE-CLIDADOS.
004027            READ ARQ-CLIDADOS
004028                INVALID KEY
004029                    DISPLAY 'CONTA SEM CLIDADOS NO PEDIDO : '
004030                            FD-CHAVE-NOV
004031                NOT INVALID KEY
004032                    PERFORM 207-LER-PERFIL
004033            END-READ.
004034        207-LER-PERFIL.
004035            MOVE FD-CPFCNPJ-CLIDADOS TO FD-CPFCNPJ-SUITAB.
004036            READ ARQ-SUITAB
004037                INVALID KEY
004038                    DISPLAY 'CLIENTE SEM PERFIL DE INVESTIDOR'
004039                            ' NO PEDIDO : ' FD-CHAVE-NOV
004040                NOT INVALID KEY
004041                    PERFORM 208-AVALIAR-PERFIL
004042            END-READ.
004043        208-AVALIAR-PERFIL.
004044            EVALUATE TRUE
004045                WHEN NOT SUITAB-ATIVO
004046                    DISPLAY 'PERFIL DE INVESTIDOR EXCLUIDO'
004047                            ' NO PEDIDO : ' FD-CHAVE-NOV
004048                WHEN FD-VALIDADE-SUITAB < WK-DATA-SIST
004049                    DISPLAY 'PERFIL DE INVESTIDOR VENCIDO'
004050                            ' NO PEDIDO : ' FD-CHAVE-NOV
004051                WHEN OTHER
004052                    MOVE 'S' TO WK-PERFIL-VALIDO
004053                    EVALUATE TRUE
004054                        WHEN PERFIL-CONSERVADOR
004055                            MOVE 1 TO WK-GRAU-PERFIL
004056                        WHEN PERFIL-MODERADO
004057                            MOVE 2 TO WK-GRAU-PERFIL
004058                        WHEN OTHER
004059                            MOVE 3 TO WK-GRAU-PERFIL
004060                    END-EVALUATE
004061                    IF WK-GRAU-PRODUTO > WK-GRAU-PERFIL
004062                        ADD 1 TO WK-QTD-FORA-PERFIL
004063                        DISPLAY 'APLICACAO FORA DO PERFIL DO'
004064                                ' INVESTIDOR : ' FD-CHAVE-NOV
004065                    END-IF
004066            END-EVALUATE.
986096       *      O TOTAL DO TRAILER DO LOTE E CONFERIDO PELO
986096       *      EAD95809 EM BRL, COM AS TAXAS DO CAMBIO
986096        193-CONVERTER-VALOR-TRL.
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
004030        205-GRAVAR-LANCAMCB.
004031            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMCB.
004040            WRITE REG-LANCAMCB.
004050            IF WK-FS-LANCAMCB NOT = '00'
004060                DISPLAY 'ERRO ' WK-FS-LANCAMCB
004380            COMPUTE WK-DIAS-FIM = WK-ANO-CALC * 360
004390                + WK-MES-CALC * 30 + WK-DIA-CALC.
004400            COMPUTE WK-DIAS-PRAZO = WK-DIAS-FIM - WK-DIAS-INI.
004401            PERFORM 242-ALIQUOTA-IR.
004510            COMPUTE WK-RENDIMENTO =
004520                WK-APL-BRUTO(WK-IDX-APLIC)
004530                - WK-APL-PRINCIPAL(WK-IDX-APLIC).
004540            COMPUTE WK-IR ROUNDED =
004550                WK-RENDIMENTO * WK-ALIQUOTA-IR / 100.
004560            COMPUTE WK-LIQUIDO =
004570                WK-APL-BRUTO(WK-IDX-APLIC) - WK-IR.
004571            MOVE WK-APL-BRUTO(WK-IDX-APLIC) TO WK-BRUTO-RESG.
004572            MOVE ZEROS TO WK-IOF.
004573            PERFORM 243-CREDITAR-LIQUIDO.
004574            MOVE 'R' TO FD-TIPO-RETCDB.
004575            PERFORM 244-GRAVAR-RETCDB.
004750            MOVE 'R' TO WK-APL-SITUACAO(WK-IDX-APLIC).
004760            DISPLAY 'APLICACAO ' WK-APL-NUMERO(WK-IDX-APLIC)
004770                    ' RESGATADA, IR ALIQUOTA '
004780                    WK-ALIQUOTA-IR.
004781        242-ALIQUOTA-IR.
004782            EVALUATE TRUE
004420                WHEN WK-DIAS-PRAZO NOT GREATER 180
004430                    MOVE 22,5 TO WK-ALIQUOTA-IR
004440                WHEN WK-DIAS-PRAZO NOT GREATER 360
004480                WHEN OTHER
004490                    MOVE 15,0 TO WK-ALIQUOTA-IR
004500            END-EVALUATE.
004501        243-CREDITAR-LIQUIDO.
004580            ADD 1 TO WK-DOC-SEQ.
004590            MOVE 'D' TO FD-TIPO-REG-LANCAMCB.
004600            MOVE WK-APL-CHAVE(WK-IDX-APLIC)
004720            PERFORM 205-GRAVAR-LANCAMCB.
004730            ADD 1 TO WK-QTD-DETALHE.
004740            ADD WK-VALOR-CONV-TRL TO WK-TOT-DETALHE.
004741            ADD WK-IOF TO WK-TOT-IOF.
004742            ADD WK-IR TO WK-TOT-IR.
004743       *      O COMPANHEIRO LEVA A MESMA CHAVE, DOCUMENTO,
004744       *      DATA, HORA E SEQUENCIA DO CREDITO NO LANCAMCB
004745        244-GRAVAR-RETCDB.
004746            MOVE FD-CHAVE-LANCAMCB TO FD-CHAVE-RETCDB.
004747            MOVE FD-DOC-LANCAMCB   TO FD-DOC-RETCDB.
004748            MOVE FD-DATA-LANCAMCB  TO FD-DATA-RETCDB.
004749            MOVE FD-HORA-LANCAMCB  TO FD-HORA-RETCDB.
004750            MOVE FD-SEQ-LANCAMCB   TO FD-SEQ-RETCDB.
004751            MOVE WK-BRUTO-RESG     TO FD-BRUTO-RETCDB.
004752            MOVE WK-RENDIMENTO     TO FD-RENDIMENTO-RETCDB.
004753            MOVE WK-IOF            TO FD-IOF-RETCDB.
004754            MOVE WK-IR             TO FD-IR-RETCDB.
004755            MOVE WK-LIQUIDO        TO FD-LIQUIDO-RETCDB.
004756            WRITE REG-RETCDB.
004757            IF WK-FS-RETCDB NOT = '00'
004758                DISPLAY 'ERRO ' WK-FS-RETCDB
004759                        ' NO COMANDO WRITE RETCDB'
004760                MOVE 12 TO RETURN-CODE
004761                STOP RUN
004762            END-IF.
004763       ***********************************************
004764       *      RESGATE ANTES DO VENCIMENTO: O RENDIMENTO
004765       *      ATE HOJE E O SALDO ACRESCIDO PELA FUNCAO
004766       *      'J'; O IOF REGRESSIVO INCIDE PRIMEIRO SOBRE
004767       *      ELE E O IR DO PRAZO DECORRIDO SOBRE O RESTO
004768        250-ANTECIPADO SECTION.
004769        250-RESGATAR-ANTECIPADO.
004770            ADD 1 TO WK-QTD-PEDIDOS-ANT.
004771            PERFORM 251-LOCALIZAR-APLICACAO.
004772            EVALUATE TRUE
004773                WHEN APLIC-NAO-ACHADA
004774                    ADD 1 TO WK-QTD-RECUSADOS
004775                    DISPLAY 'APLICACAO INEXISTENTE NO PEDIDO : '
004776                            FD-APLICACAO-ANT ' ' FD-CHAVE-ANT
004777                WHEN WK-APL-SITUACAO(WK-IDX-APL-ACH) NOT = 'A'
004778                    ADD 1 TO WK-QTD-RECUSADOS
004779                    DISPLAY 'APLICACAO NAO ATIVA NO PEDIDO : '
004780                            FD-APLICACAO-ANT
004781                WHEN WK-APL-VENCIMENTO(WK-IDX-APL-ACH)
004782                         NOT GREATER WK-DATA-SIST
004783                    ADD 1 TO WK-QTD-RECUSADOS
004784                    DISPLAY 'APLICACAO VENCIDA, RESGATE PELA '
004785                            'FUNCAO R : ' FD-APLICACAO-ANT
004786                WHEN OTHER
004787                    MOVE FD-CHAVE-ANT TO FD-CHAVE-CLIENTES
004788                    READ ARQ-CLIENTES
004789                        INVALID KEY
004790                            ADD 1 TO WK-QTD-RECUSADOS
004791                            DISPLAY 'CONTA INEXISTENTE NO '
004792                                    'PEDIDO : ' FD-CHAVE-ANT
004793                        NOT INVALID KEY
004794                            PERFORM 252-LIQUIDAR-ANTECIPADO
004795                    END-READ
004796            END-EVALUATE.
004797            PERFORM 303-LER-RESGANT.
004798        251-LOCALIZAR-APLICACAO.
004799            SET APLIC-NAO-ACHADA TO TRUE.
004800            PERFORM 253-COMPARAR-APLICACAO
004801                VARYING WK-IDX-APLIC FROM 1 BY 1
004802                UNTIL WK-IDX-APLIC > WK-QTD-APLICACOES
004803                   OR APLIC-ACHADA.
004804        253-COMPARAR-APLICACAO.
004805            IF WK-APL-NUMERO(WK-IDX-APLIC) = FD-APLICACAO-ANT
004806               AND WK-APL-CHAVE(WK-IDX-APLIC) = FD-CHAVE-ANT
004807                SET APLIC-ACHADA TO TRUE
004808                MOVE WK-IDX-APLIC TO WK-IDX-APL-ACH
004809            END-IF.
004810        252-LIQUIDAR-ANTECIPADO.
004811            MOVE WK-IDX-APL-ACH TO WK-IDX-APLIC.
004812            IF FD-VALOR-ANT = ZEROS
004813               OR FD-VALOR-ANT NOT LESS WK-APL-BRUTO(WK-IDX-APLIC)
004814                MOVE WK-APL-BRUTO(WK-IDX-APLIC) TO WK-BRUTO-RESG
004815                MOVE WK-APL-PRINCIPAL(WK-IDX-APLIC)
004816                    TO WK-PRINC-RESG
004817            ELSE
004818                MOVE FD-VALOR-ANT TO WK-BRUTO-RESG
004819                COMPUTE WK-PRINC-RESG ROUNDED =
004820                    WK-APL-PRINCIPAL(WK-IDX-APLIC)
004821                    * WK-BRUTO-RESG / WK-APL-BRUTO(WK-IDX-APLIC)
004822            END-IF.
004823            MOVE WK-APL-INICIO(WK-IDX-APLIC)
004824                TO WK-DATA-CALC-GRP.
004825            COMPUTE WK-DIAS-INI = WK-ANO-CALC * 360
004826                + WK-MES-CALC * 30 + WK-DIA-CALC.
004827            MOVE WK-DATA-SIST TO WK-DATA-CALC-GRP.
004828            COMPUTE WK-DIAS-FIM = WK-ANO-CALC * 360
004829                + WK-MES-CALC * 30 + WK-DIA-CALC.
004830            COMPUTE WK-DIAS-PRAZO = WK-DIAS-FIM - WK-DIAS-INI.
004831            EVALUATE TRUE
004832                WHEN WK-DIAS-PRAZO NOT GREATER ZERO
004833                    MOVE ALIQ-IOF-DIA(1) TO WK-ALIQUOTA-IOF
004834                WHEN WK-DIAS-PRAZO < 30
004835                    MOVE ALIQ-IOF-DIA(WK-DIAS-PRAZO)
004836                        TO WK-ALIQUOTA-IOF
004837                WHEN OTHER
004838                    MOVE ZEROS TO WK-ALIQUOTA-IOF
004839            END-EVALUATE.
004840            PERFORM 242-ALIQUOTA-IR.
004841            COMPUTE WK-RENDIMENTO =
004842                WK-BRUTO-RESG - WK-PRINC-RESG.
004843            COMPUTE WK-IOF ROUNDED =
004844                WK-RENDIMENTO * WK-ALIQUOTA-IOF / 100.
004845            COMPUTE WK-IR ROUNDED =
004846                (WK-RENDIMENTO - WK-IOF) * WK-ALIQUOTA-IR / 100.
004847            COMPUTE WK-LIQUIDO =
004848                WK-BRUTO-RESG - WK-IOF - WK-IR.
004849            PERFORM 243-CREDITAR-LIQUIDO.
004851            MOVE 'E' TO FD-TIPO-RETCDB.
004852            PERFORM 244-GRAVAR-RETCDB.
004853            ADD 1 TO WK-QTD-ANTECIPADOS.
004854            SUBTRACT WK-BRUTO-RESG
004855                FROM WK-APL-BRUTO(WK-IDX-APLIC).
004856            SUBTRACT WK-PRINC-RESG
004857                FROM WK-APL-PRINCIPAL(WK-IDX-APLIC).
004858            IF WK-APL-BRUTO(WK-IDX-APLIC) = ZEROS
004859                MOVE 'R' TO WK-APL-SITUACAO(WK-IDX-APLIC)
004860                DISPLAY 'APLICACAO ' WK-APL-NUMERO(WK-IDX-APLIC)
004861                        ' RESGATADA ANTES DO VENCIMENTO'
004862            ELSE
004863                DISPLAY 'APLICACAO ' WK-APL-NUMERO(WK-IDX-APLIC)
004864                        ' RESGATADA EM PARTE, SALDO '
004865                        WK-APL-BRUTO(WK-IDX-APLIC)
004866            END-IF.
004867            DISPLAY '    IOF ALIQUOTA ' WK-ALIQUOTA-IOF
004868                    ' IR ALIQUOTA ' WK-ALIQUOTA-IR.
004790       ***********************************************
004800        300-LEITURAS SECTION.
004810        301-LER-APLICMES.
005040                    MOVE 12 TO RETURN-CODE
005050                    STOP RUN
005060            END-EVALUATE.
005061        303-LER-RESGANT.
005062            READ ARQ-RESGANT.
005063            EVALUATE WK-FS-RESGANT
005064                WHEN '00'
005065                    CONTINUE
005066                WHEN '10'
005067                    CONTINUE
005068                WHEN OTHER
005069                    DISPLAY 'ERRO ' WK-FS-RESGANT
005070                            ' NO COMANDO READ RESGANT'
005071                    MOVE 12 TO RETURN-CODE
005072                    STOP RUN
005073            END-EVALUATE.
005070       ***********************************************
005080       *      VALE A TAXA DE VIGENCIA MAIS RECENTE QUE
005090       *      NAO ULTRAPASSE A DATA DE REFERENCIA
005420                MOVE FD-DATA-TAXAS TO WK-DATA-TAXA-ACH
005430            END-IF.
005440            PERFORM 172-LER-TAXAS.
005441        175-CARREGAR-GRAU-PRODUTO.
005442            MOVE ZEROS TO WK-GRAU-PRODUTO.
005443            OPEN INPUT ARQ-PRODRISC.
005444            IF WK-FS-PRODRISC NOT = '00'
005445                DISPLAY 'ARQUIVO PRODRISC INDISPONIVEL, STATUS '
005446                        WK-FS-PRODRISC
005447                MOVE 12 TO RETURN-CODE
005448                STOP RUN
005449            END-IF.
005450            PERFORM 176-LER-PRODRISC.
005451            PERFORM 177-APLICAR-GRAU-PRODUTO
005452                UNTIL WK-FS-PRODRISC = '10'.
005453            CLOSE ARQ-PRODRISC.
005454        176-LER-PRODRISC.
005455            READ ARQ-PRODRISC.
005456            EVALUATE WK-FS-PRODRISC
005457                WHEN '00'
005458                    CONTINUE
005459                WHEN '10'
005460                    CONTINUE
005461                WHEN OTHER
005462                    DISPLAY 'ERRO ' WK-FS-PRODRISC
005463                            ' NO COMANDO READ PRODRISC'
005464                    MOVE 12 TO RETURN-CODE
005465                    STOP RUN
005466            END-EVALUATE.
005467        177-APLICAR-GRAU-PRODUTO.
005468            IF FD-PRODUTO-RISCO = WK-PRODUTO-PEDIDO
005469                MOVE FD-GRAU-RISCO TO WK-GRAU-PRODUTO
005470            END-IF.
005471            PERFORM 176-LER-PRODRISC.
005450       ***********************************************
005460        195-GRAVAR-JRNL-INICIO.
005470            MOVE 'I' TO JRL-TIPO.
005490            MOVE ZEROS TO JRL-QTD-GRAVADOS.
005500            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005510            MOVE ZEROS TO JRL-RETORNO.
005511            MOVE 'EAD95878' TO LK-PROGRAMA-COM.
005512            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
005513            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005520            PERFORM 194-GRAVAR-RUNJRNL.
005530        196-GRAVAR-JRNL-FIM.
005540            MOVE 'F' TO JRL-TIPO.
005580                TO JRL-QTD-GRAVADOS.
005590            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005600            MOVE RETURN-CODE TO JRL-RETORNO.
005601            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005610            PERFORM 194-GRAVAR-RUNJRNL.
005620        194-GRAVAR-RUNJRNL.
005630            OPEN EXTEND ARQ-RUNJRNL.
005850        900-FINALIZAR SECTION.
005860        901-FINALIZAR.
005870            IF FUNCAO-APLICACAO OR FUNCAO-RESGATE
005871               OR FUNCAO-ANTECIPADO
005880                MOVE 'T' TO FD-TIPO-REG-LANCAMCB
005890                MOVE SPACES TO FD-DETALHE-LANCAMCB
005900                MOVE WK-DATA-SIST   TO FD-DATA-CTRL-LANCAMCB
006110            MOVE 'RESGATES DO DIA         : ' TO WK-TITULO-TOT.
006120            MOVE WK-QTD-RESGATES TO WK-VALOR-TOT.
006130            WRITE REG-RELCDB FROM WK-LINHA-TOTAL.
006131            IF FUNCAO-ANTECIPADO
006132                MOVE 'RESGATES ANTECIPADOS    : ' TO WK-TITULO-TOT
006133                MOVE WK-QTD-ANTECIPADOS TO WK-VALOR-TOT
006134                WRITE REG-RELCDB FROM WK-LINHA-TOTAL
006135                MOVE 'PEDIDOS RECUSADOS       : ' TO WK-TITULO-TOT
006136                MOVE WK-QTD-RECUSADOS TO WK-VALOR-TOT
006137                WRITE REG-RELCDB FROM WK-LINHA-TOTAL
006138            END-IF.
006139            IF FUNCAO-APLICACAO
006140                MOVE 'PEDIDOS SEM PERFIL      : ' TO WK-TITULO-TOT
006141                MOVE WK-QTD-SEM-PERFIL TO WK-VALOR-TOT
006142                WRITE REG-RELCDB FROM WK-LINHA-TOTAL
006143                MOVE 'APLICACOES FORA PERFIL  : ' TO WK-TITULO-TOT
006144                MOVE WK-QTD-FORA-PERFIL TO WK-VALOR-TOT
006145                WRITE REG-RELCDB FROM WK-LINHA-TOTAL
006146            END-IF.
006139            IF FUNCAO-RESGATE OR FUNCAO-ANTECIPADO
006140                MOVE 'IOF RETIDO NOS RESGATES : ' TO WK-TITULO-RET
006141                MOVE WK-TOT-IOF TO WK-VALOR-RET
006142                WRITE REG-RELCDB FROM WK-LINHA-RETIDO
006143                MOVE 'IR RETIDO NOS RESGATES  : ' TO WK-TITULO-RET
006144                MOVE WK-TOT-IR TO WK-VALOR-RET
006145                WRITE REG-RELCDB FROM WK-LINHA-RETIDO
006146                CLOSE ARQ-RETCDB
006147            END-IF.
006148            IF FUNCAO-ANTECIPADO
006149                CLOSE ARQ-RESGANT
006150            END-IF.
006140            DISPLAY 'APLICACOES NA CARTEIRA : '
006150                    WK-QTD-APLICACOES.
006160            IF FUNCAO-APLICACAO
006170                CLOSE ARQ-APLICNOV
006171                CLOSE ARQ-CLIDADOS
006172                CLOSE ARQ-SUITAB
006180            END-IF.
006190            IF FUNCAO-APLICACAO OR FUNCAO-RESGATE
006191               OR FUNCAO-ANTECIPADO
006200                CLOSE ARQ-CLIENTES
006210            END-IF.
006220            CLOSE ARQ-RELCDB.
