000360                FILE STATUS IS WK-FS-CLIENTES.
000370            SELECT ARQ-LANCAMFP ASSIGN TO LANCAMFP
000380                FILE STATUS IS WK-FS-LANCAMFP.
000381            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000382                FILE STATUS IS WK-FS-EMPREST.
000383            SELECT ARQ-CONSIGDS ASSIGN TO CONSIGDS
000384                FILE STATUS IS WK-FS-CONSIGDS.
000385            SELECT ARQ-RELCONS  ASSIGN TO RELCONS
000386                FILE STATUS IS WK-FS-RELCONS.
986001            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
986002                FILE STATUS IS WK-FS-CAMBIO.
000390            SELECT ARQ-RELFOLHA ASSIGN TO RELFOLHA
001010                10 FD-QTDE-CTRL-LANCAMFP   PIC 9(6).
001020                10 FD-VALOR-CTRL-LANCAMFP  PIC 9(8)V99.
001030                10 FD-INST-CTRL-LANCAMFP   PIC 99.
001031            05 FD-ID-EXEC-LANCAMFP     PIC 9(10).
001031       *      CARTEIRA DE EMPRESTIMOS DO EAD95877, SO PARA
001032       *      LEITURA DOS CONSIGNADOS DO EMPREGADOR
001033        FD   ARQ-EMPREST
001034             RECORDING MODE IS F.
001035        01  REG-EMPREST.
001036            05 FD-CONTRATO-EMP     PIC 9(4).
001037            05 FD-CHAVE-EMP        PIC X(9).
001038            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
001039            05 FD-TAXA-EMP         PIC 9V99.
001040            05 FD-SISTEMA-EMP      PIC X.
001041                88 EMP-PRICE           VALUE 'P'.
001042                88 EMP-SAC             VALUE 'S'.
001043            05 FD-PRAZO-EMP        PIC 9(3).
001044            05 FD-PAGAS-EMP        PIC 9(3).
001045            05 FD-VENCIMENTO-EMP   PIC 9(8).
001046            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
001047            05 FD-PARCELA-EMP      PIC 9(8)V99.
001048            05 FD-SITUACAO-EMP     PIC X.
001049                88 EMP-ATIVO            VALUE 'A'.
001050                88 EMP-QUITADO          VALUE 'Q'.
001051                88 EMP-EM-ATRASO        VALUE 'R'.
001052                88 EMP-BAIXADO          VALUE 'B'.
001053            05 FD-ATRASOS-EMP      PIC 99.
001054            05 FD-EMPREGADOR-EMP   PIC X(9).
001055       *      APURACAO DAS PARCELAS CONSIGNADAS, LIDA PELA
001056       *      COBRANCA DO EAD95877: D = DESCONTADA NA FOLHA,
001057       *      N = NAO DESCONTADA, COBRAR EM CONTA
001058        FD   ARQ-CONSIGDS
001059             RECORDING MODE IS F.
001060        01  REG-CONSIGDS.
001061            05 FD-CONTRATO-CDS     PIC 9(4).
001062            05 FD-CHAVE-CDS        PIC X(9).
001063            05 FD-EMPREGADOR-CDS   PIC X(9).
001064            05 FD-VENCIMENTO-CDS   PIC 9(8).
001065            05 FD-DATA-FOLHA-CDS   PIC 9(8).
001066            05 FD-VALOR-CDS        PIC 9(8)V99.
001067            05 FD-SITUACAO-CDS     PIC X.
001068                88 CDS-DESCONTADA      VALUE 'D'.
001069                88 CDS-NAO-DESCONTADA  VALUE 'N'.
001070            05 FD-MOTIVO-CDS       PIC X(30).
001071        FD   ARQ-RELCONS
001072             RECORDING MODE IS F.
001073        01  REG-RELCONS                PIC X(80).
986011        FD   ARQ-CAMBIO
986012             RECORDING MODE IS F.
986013        01  REG-CAMBIO.
001150            05 JRL-QTD-GRAVADOS    PIC 9(7).
001160            05 JRL-QTD-REJEITADOS  PIC 9(7).
001170            05 JRL-RETORNO         PIC 9(4).
001171            05 JRL-ID-EXEC         PIC 9(10).
001180        WORKING-STORAGE SECTION.
001190        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001191        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001192        01  LK-AREA-ID-EXEC.
001193            05 LK-PROGRAMA-COM     PIC X(8).
001194            05 LK-ID-EXEC-COM      PIC 9(10).
001200        77  WK-FS-FOLHAPAG PIC XX           VALUE SPACES.
001210        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001220        77  WK-FS-LANCAMFP PIC XX           VALUE SPACES.
001230        77  WK-FS-RELFOLHA PIC XX           VALUE SPACES.
001231        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
001232        77  WK-FS-CONSIGDS PIC XX           VALUE SPACES.
001233        77  WK-FS-RELCONS  PIC XX           VALUE SPACES.
986021        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
986021        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
986021        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
001360            88 FOLHA-INVALIDA                VALUE 'N'.
001370        77  WK-EMPREG-OK   PIC X            VALUE 'N'.
001380            88 EMPREGADOR-OK                 VALUE 'S'.
001381        01  LK-AREA-PODERES.
001382            05 LK-PODER-POD        PIC X.
001383            05 LK-CHAVE-POD        PIC X(9).
001384            05 LK-IDENT-POD        PIC 9(10).
001385            05 LK-VALOR-POD        PIC 9(8)V99.
001386            05 LK-DATA-POD         PIC 9(8).
001387            05 LK-RESPOSTA-POD     PIC X.
001388            05 LK-MOTIVO-POD       PIC X(30).
001389        77  WK-PROG-PODERES    PIC X(8)     VALUE 'EAD95920'.
001390        01  WK-TAB-LINHAS.
001400            05 WK-LINHA-OCC       OCCURS 9999 TIMES.
001410                10 WK-LIN-CHAVE       PIC X(9).
001440                10 WK-LIN-MOEDA       PIC X(3).
001450                10 WK-LIN-SITUACAO    PIC X.
001460                10 WK-LIN-MOTIVO      PIC X(25).
001461                10 WK-LIN-DESCONTO    PIC 9(6)V99.
001462       *      CONSIGNADO: A PARCELA E DESCONTADA DO CREDITO
001463       *      ATE O LIMITE LEGAL DA MARGEM CONSIGNAVEL, EM
001464       *      PERCENTUAL DO VALOR DA FOLHA DO EMPREGADO
001465        77  WK-PERC-MARGEM PIC 9(3)V99      VALUE 35,00.
001466        77  WK-MARGEM      PIC 9(6)V99      VALUE ZEROS.
001467        77  WK-QTD-CONSIG  PIC 9(4)         VALUE ZEROS.
001468        77  WK-IDX-CONSIG  PIC 9(4)         VALUE ZEROS.
001469        77  WK-IDX-LIN-ACH PIC 9(5)         VALUE ZEROS.
001470        77  WK-QTD-DESCONTADAS PIC 9(4)     VALUE ZEROS.
001471        77  WK-QTD-EXCECOES PIC 9(4)        VALUE ZEROS.
001472        77  WK-TOT-DESCONTOS PIC 9(8)V99    VALUE ZEROS.
001473        77  WK-EMPREGADO-ACHADO PIC X       VALUE 'N'.
001474            88 EMPREGADO-ACHADO              VALUE 'S'.
001475            88 EMPREGADO-NAO-ACHADO          VALUE 'N'.
001476        77  WK-JUROS-MES   PIC 9(8)V99      VALUE ZEROS.
001477        77  WK-AMORTIZACAO PIC 9(8)V99      VALUE ZEROS.
001478        77  WK-PARCELA     PIC 9(8)V99      VALUE ZEROS.
001479        01  WK-TAB-CONSIG.
001480            05 WK-CSG-OCC         OCCURS 2000 TIMES.
001481                10 WK-CSG-CONTRATO   PIC 9(4).
001482                10 WK-CSG-CHAVE      PIC X(9).
001483                10 WK-CSG-VENCIMENTO PIC 9(8).
001484                10 WK-CSG-VALOR      PIC 9(8)V99.
001485       *      D = DESCONTAR, N = NAO DESCONTADA, J = JA
001486       *      DESCONTADA EM FOLHA ANTERIOR
001487                10 WK-CSG-SITUACAO   PIC X.
001488                10 WK-CSG-MOTIVO     PIC X(30).
001489        01  WK-CABEC-CONS.
001490            05 FILLER          PIC X(30)
001491                 VALUE 'CONSIGNADOS DO EMPREGADOR '.
001492            05 WK-EMPREG-CABEC PIC X(9).
001493            05 FILLER          PIC X(07) VALUE ' FOLHA '.
001494            05 WK-DATA-CABEC   PIC 9(8).
001495        01  WK-LINHA-CONS.
001496            05 FILLER          PIC X(09) VALUE 'CONTRATO '.
001497            05 WK-CONTRATO-CONS PIC 9(4).
001498            05 FILLER          PIC X(07) VALUE ' CONTA '.
001499            05 WK-CHAVE-CONS   PIC X(9).
001500            05 FILLER          PIC X(09) VALUE ' PARCELA '.
001501            05 WK-VALOR-CONS   PIC ZZ.ZZZ.ZZ9,99.
001502            05 FILLER          PIC X(01) VALUE SPACE.
001503            05 WK-MOTIVO-CONS  PIC X(28).
001504        01  WK-LINHA-REL.
001505            05 FILLER          PIC X(06) VALUE 'CONTA '.
001506            05 WK-CHAVE-REL    PIC X(9).
001507            05 FILLER          PIC X(07) VALUE ' VALOR '.
001508            05 WK-VALOR-REL    PIC ZZZ.ZZ9,99.
001520            05 FILLER          PIC X(01) VALUE SPACE.
001530            05 WK-SITUACAO-REL PIC X(9).
001540            05 FILLER          PIC X(01) VALUE SPACE.
001650            PERFORM 201-CARREGAR-FOLHA
001660                UNTIL WK-FS-FOLHAPAG = '10'.
001670            PERFORM 210-VALIDAR.
001671            PERFORM 230-CONSIGNADO.
001680            IF FOLHA-VALIDA
001690                PERFORM 220-GERAR
001700            END-IF.
001701            PERFORM 240-REGISTRAR-CONSIGNADO.
001710            PERFORM 901-FINALIZAR.
001720            PERFORM 196-GRAVAR-JRNL-FIM.
001730            STOP RUN.
001780            PERFORM 102-ABRIR-FOLHAPAG.
001790            PERFORM 103-ABRIR-CLIENTES.
001800            PERFORM 104-ABRIR-RELFOLHA.
001801            OPEN OUTPUT ARQ-RELCONS.
001802            IF WK-FS-RELCONS NOT = '00'
001803                DISPLAY 'ERRO ' WK-FS-RELCONS
001804                        ' NO COMANDO OPEN RELCONS'
001805                MOVE 12 TO RETURN-CODE
001806                STOP RUN
001807            END-IF.
001810        102-ABRIR-FOLHAPAG.
001820            OPEN INPUT ARQ-FOLHAPAG.
001830            EVALUATE WK-FS-FOLHAPAG
002500            MOVE 'BRL' TO WK-LIN-MOEDA(WK-QTD-LINHAS).
002510            MOVE SPACE TO WK-LIN-SITUACAO(WK-QTD-LINHAS).
002520            MOVE SPACES TO WK-LIN-MOTIVO(WK-QTD-LINHAS).
002521            MOVE ZEROS TO WK-LIN-DESCONTO(WK-QTD-LINHAS).
002530            ADD FD-VALOR-FOLHA TO WK-TOT-FOLHA.
002540        203-CONFERIR-TRAILER.
002550            IF FD-QTDE-CTRL-FOLHA NOT = WK-QTD-LINHAS
002980                                TO WK-MOEDA-EMPREG
002990                    END-EVALUATE
003000            END-READ.
003001            IF EMPREGADOR-OK
003002                PERFORM 213-CONFERIR-PODERES
003003            END-IF.
003004       *      EMPREGADOR PJ: QUEM ASSINOU O LOTE PRECISA DE
003005       *      PODER DE FOLHA VALIDO PARA O TOTAL
003006        213-CONFERIR-PODERES.
003007            MOVE 'F'                 TO LK-PODER-POD.
003008            MOVE WK-CHAVE-EMPREGADOR TO LK-CHAVE-POD.
003009            MOVE WK-DATA-FOLHA       TO LK-IDENT-POD.
003010            MOVE WK-TOT-FOLHA        TO LK-VALOR-POD.
003011            IF WK-DATA-FOLHA > ZEROS
003012                MOVE WK-DATA-FOLHA   TO LK-DATA-POD
003013            ELSE
003014                MOVE WK-DATA-SIST    TO LK-DATA-POD
003015            END-IF.
003016            CALL WK-PROG-PODERES USING LK-AREA-PODERES.
003017            IF LK-RESPOSTA-POD = 'N'
003018                DISPLAY 'FOLHA SEM PODERES DO SIGNATARIO : '
003019                        LK-MOTIVO-POD
003020                MOVE 'N' TO WK-EMPREG-OK
003021            END-IF.
003022        212-VALIDAR-LINHA.
003023            MOVE WK-LIN-CHAVE(WK-IDX-LINHA)
003024                TO FD-CHAVE-CLIENTES.
003025            READ ARQ-CLIENTES
003026                INVALID KEY
003027                    ADD 1 TO WK-QTD-INVALIDAS
003070                    MOVE 'R' TO WK-LIN-SITUACAO(WK-IDX-LINHA)
003080                    MOVE 'CONTA INEXISTENTE'
003090                        TO WK-LIN-MOTIVO(WK-IDX-LINHA)
003800                TO FD-DIGITO-LANCAMFP.
003810            MOVE WK-DOC-SEQ TO FD-DOC-LANCAMFP.
003820            MOVE 'C' TO FD-TIPO-LANCAMFP.
003821       *      O EMPREGADO RECEBE O LIQUIDO DOS CONSIGNADOS
003830            COMPUTE FD-VALOR-LANCAMFP =
003840                WK-LIN-VALOR(WK-IDX-LINHA)
003841                - WK-LIN-DESCONTO(WK-IDX-LINHA).
003850            MOVE WK-LIN-MOEDA(WK-IDX-LINHA)
003860                TO FD-MOEDA-LANCAMFP.
003870            MOVE WK-DATA-FOLHA TO FD-DATA-LANCAMFP.
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
003900        205-GRAVAR-LANCAMFP.
003901            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMFP.
003910            WRITE REG-LANCAMFP.
003920            IF WK-FS-LANCAMFP NOT = '00'
003930                DISPLAY 'ERRO ' WK-FS-LANCAMFP
003980        229-GERAR-FIM.
003990            EXIT.
004000       ***********************************************
004010       *      CONSIGNADO: PARCELAS DOS CONTRATOS DESTE
004020       *      EMPREGADOR COM VENCIMENTO ATE O MES DA FOLHA.
004030       *      A PARCELA E A MESMA QUE A COBRANCA DO EAD95877
004040       *      CALCULARIA; O QUE PASSAR DA MARGEM, OU FICAR
004050       *      SEM LINHA NA FOLHA, VOLTA PARA A COBRANCA EM
004060       *      CONTA E VAI PARA A LISTA DE EXCECOES
004070        230-CONSIGNADO SECTION.
004080        230-APURAR-CONSIGNADO.
004090            OPEN INPUT ARQ-EMPREST.
004100            EVALUATE WK-FS-EMPREST
004110                WHEN '00'
004120                    PERFORM 311-LER-EMPREST
004130                    PERFORM 231-SELECIONAR-CONTRATO
004140                        UNTIL WK-FS-EMPREST = '10'
004150                    CLOSE ARQ-EMPREST
004160                WHEN '35'
004170                    CONTINUE
004180                WHEN OTHER
004190                    DISPLAY 'ERRO ' WK-FS-EMPREST
004200                            ' NO COMANDO OPEN EMPREST'
004210                    MOVE 12 TO RETURN-CODE
004220                    STOP RUN
004230            END-EVALUATE.
004240            IF WK-QTD-CONSIG > ZEROS
004250                PERFORM 233-MARCAR-DESCONTADAS
004260                PERFORM 236-DESCONTAR-PARCELA
004270                    VARYING WK-IDX-CONSIG FROM 1 BY 1
004280                    UNTIL WK-IDX-CONSIG > WK-QTD-CONSIG
004290            END-IF.
004300            GO TO 239-CONSIGNADO-FIM.
004310        231-SELECIONAR-CONTRATO.
004320            IF FD-EMPREGADOR-EMP = WK-CHAVE-EMPREGADOR
004330               AND (EMP-ATIVO OR EMP-EM-ATRASO)
004340               AND FD-SALDO-DEV-EMP > ZEROS
004350               AND FD-VENCIMENTO-EMP(1:6)
004360                   NOT GREATER WK-DATA-FOLHA(1:6)
004370                IF WK-QTD-CONSIG NOT LESS 2000
004380                    DISPLAY 'TABELA DE CONSIGNADOS CHEIA, '
004390                            'LIMITE 2000'
004400                    MOVE 12 TO RETURN-CODE
004410                    STOP RUN
004420                END-IF
004430                ADD 1 TO WK-QTD-CONSIG
004440                MOVE FD-CONTRATO-EMP
004450                    TO WK-CSG-CONTRATO(WK-QTD-CONSIG)
004460                MOVE FD-CHAVE-EMP
004470                    TO WK-CSG-CHAVE(WK-QTD-CONSIG)
004480                MOVE FD-VENCIMENTO-EMP
004490                    TO WK-CSG-VENCIMENTO(WK-QTD-CONSIG)
004500                PERFORM 232-CALCULAR-PARCELA
004510                MOVE WK-PARCELA
004520                    TO WK-CSG-VALOR(WK-QTD-CONSIG)
004530                MOVE SPACE  TO WK-CSG-SITUACAO(WK-QTD-CONSIG)
004540                MOVE SPACES TO WK-CSG-MOTIVO(WK-QTD-CONSIG)
004550            END-IF.
004560            PERFORM 311-LER-EMPREST.
004570        232-CALCULAR-PARCELA.
004580            COMPUTE WK-JUROS-MES ROUNDED =
004590                FD-SALDO-DEV-EMP * FD-TAXA-EMP / 100.
004600            IF EMP-SAC
004610                COMPUTE WK-AMORTIZACAO ROUNDED =
004620                    FD-PRINCIPAL-EMP / FD-PRAZO-EMP
004630                COMPUTE WK-PARCELA =
004640                    WK-AMORTIZACAO + WK-JUROS-MES
004650            ELSE
004660                MOVE FD-PARCELA-EMP TO WK-PARCELA
004670                COMPUTE WK-AMORTIZACAO =
004680                    WK-PARCELA - WK-JUROS-MES
004690            END-IF.
004700            IF WK-AMORTIZACAO > FD-SALDO-DEV-EMP
004710                MOVE FD-SALDO-DEV-EMP TO WK-AMORTIZACAO
004720                COMPUTE WK-PARCELA =
004730                    WK-AMORTIZACAO + WK-JUROS-MES
004740            END-IF.
004750       *      PARCELA JA DESCONTADA EM OUTRA FOLHA E AINDA
004760       *      NAO LIQUIDADA PELA COBRANCA NAO E DESCONTADA
004770       *      DE NOVO
004780        233-MARCAR-DESCONTADAS.
004790            OPEN INPUT ARQ-CONSIGDS.
004800            EVALUATE WK-FS-CONSIGDS
004810                WHEN '00'
004820                    PERFORM 312-LER-CONSIGDS
004830                    PERFORM 234-CONFERIR-DESCONTO
004840                        UNTIL WK-FS-CONSIGDS = '10'
004850                    CLOSE ARQ-CONSIGDS
004860                WHEN '35'
004870                    CONTINUE
004880                WHEN OTHER
004890                    DISPLAY 'ERRO ' WK-FS-CONSIGDS
004900                            ' NO COMANDO OPEN CONSIGDS'
004910                    MOVE 12 TO RETURN-CODE
004920                    STOP RUN
004930            END-EVALUATE.
004940        234-CONFERIR-DESCONTO.
004950            IF CDS-DESCONTADA
004960                PERFORM 235-COMPARAR-DESCONTO
004970                    VARYING WK-IDX-CONSIG FROM 1 BY 1
004980                    UNTIL WK-IDX-CONSIG > WK-QTD-CONSIG
004990            END-IF.
005000            PERFORM 312-LER-CONSIGDS.
005010        235-COMPARAR-DESCONTO.
005020            IF WK-CSG-CONTRATO(WK-IDX-CONSIG) = FD-CONTRATO-CDS
005030               AND WK-CSG-VENCIMENTO(WK-IDX-CONSIG)
005040                   = FD-VENCIMENTO-CDS
005050                MOVE 'J' TO WK-CSG-SITUACAO(WK-IDX-CONSIG)
005060            END-IF.
005070        236-DESCONTAR-PARCELA.
005080            IF WK-CSG-SITUACAO(WK-IDX-CONSIG) NOT = 'J'
005090                PERFORM 237-PROCURAR-EMPREGADO
005100                EVALUATE TRUE
005110                    WHEN FOLHA-INVALIDA
005120                        MOVE 'FOLHA RECUSADA INTEIRA'
005130                            TO WK-CSG-MOTIVO(WK-IDX-CONSIG)
005140                    WHEN EMPREGADO-NAO-ACHADO
005150                        MOVE 'EMPREGADO AUSENTE NA FOLHA'
005160                            TO WK-CSG-MOTIVO(WK-IDX-CONSIG)
005170                    WHEN WK-LIN-MOEDA(WK-IDX-LIN-ACH) NOT = 'BRL'
005180                        MOVE 'CONTA DO EMPREGADO FORA DE BRL'
005190                            TO WK-CSG-MOTIVO(WK-IDX-CONSIG)
005200                    WHEN OTHER
005210                        COMPUTE WK-MARGEM =
005220                            WK-LIN-VALOR(WK-IDX-LIN-ACH)
005230                            * WK-PERC-MARGEM / 100
005240                        IF WK-LIN-DESCONTO(WK-IDX-LIN-ACH)
005250                           + WK-CSG-VALOR(WK-IDX-CONSIG)
005260                           > WK-MARGEM
005270                            MOVE 'SALARIO ABAIXO DA MARGEM'
005280                                TO WK-CSG-MOTIVO(WK-IDX-CONSIG)
005290                        END-IF
005300                END-EVALUATE
005310                IF WK-CSG-MOTIVO(WK-IDX-CONSIG) = SPACES
005320                    MOVE 'D' TO WK-CSG-SITUACAO(WK-IDX-CONSIG)
005330                    ADD WK-CSG-VALOR(WK-IDX-CONSIG)
005340                        TO WK-LIN-DESCONTO(WK-IDX-LIN-ACH)
005350                    ADD 1 TO WK-QTD-DESCONTADAS
005360                    ADD WK-CSG-VALOR(WK-IDX-CONSIG)
005370                        TO WK-TOT-DESCONTOS
005380                ELSE
005390                    MOVE 'N' TO WK-CSG-SITUACAO(WK-IDX-CONSIG)
005400                    ADD 1 TO WK-QTD-EXCECOES
005410                END-IF
005420            END-IF.
005430        237-PROCURAR-EMPREGADO.
005440            SET EMPREGADO-NAO-ACHADO TO TRUE.
005450            PERFORM 238-COMPARAR-EMPREGADO
005460                VARYING WK-IDX-LINHA FROM 1 BY 1
005470                UNTIL WK-IDX-LINHA > WK-QTD-LINHAS
005480                   OR EMPREGADO-ACHADO.
005490        238-COMPARAR-EMPREGADO.
005500            IF WK-LIN-CHAVE(WK-IDX-LINHA)
005510                   = WK-CSG-CHAVE(WK-IDX-CONSIG)
005520               AND WK-LIN-SITUACAO(WK-IDX-LINHA) = 'A'
005530                SET EMPREGADO-ACHADO TO TRUE
005540                MOVE WK-IDX-LINHA TO WK-IDX-LIN-ACH
005550            END-IF.
005560        239-CONSIGNADO-FIM.
005570            EXIT.
005580       ***********************************************
005590       *      A APURACAO SO E GRAVADA COM A FOLHA ACEITA;
005600       *      A LISTA DE EXCECOES SAI SEMPRE
005610        240-REGISTRAR-CONSIGNADO SECTION.
005620        240-GRAVAR-APURACAO.
005630            MOVE WK-CHAVE-EMPREGADOR TO WK-EMPREG-CABEC.
005640            MOVE WK-DATA-FOLHA       TO WK-DATA-CABEC.
005650            WRITE REG-RELCONS FROM WK-CABEC-CONS.
005660            IF FOLHA-VALIDA AND WK-QTD-CONSIG > ZEROS
005670                OPEN EXTEND ARQ-CONSIGDS
005680                IF WK-FS-CONSIGDS = '35'
005690                    OPEN OUTPUT ARQ-CONSIGDS
005700                END-IF
005710                IF WK-FS-CONSIGDS NOT = '00'
005720                    DISPLAY 'ERRO ' WK-FS-CONSIGDS
005730                            ' NO COMANDO OPEN CONSIGDS'
005740                    MOVE 12 TO RETURN-CODE
005750                    STOP RUN
005760                END-IF
005770                PERFORM 241-GRAVAR-CONSIGDS
005780                    VARYING WK-IDX-CONSIG FROM 1 BY 1
005790                    UNTIL WK-IDX-CONSIG > WK-QTD-CONSIG
005800                CLOSE ARQ-CONSIGDS
005810            END-IF.
005820            PERFORM 242-LISTAR-EXCECAO
005830                VARYING WK-IDX-CONSIG FROM 1 BY 1
005840                UNTIL WK-IDX-CONSIG > WK-QTD-CONSIG.
005850            MOVE 'PARCELAS DESCONTADAS    : ' TO WK-TITULO-RES.
005860            IF FOLHA-VALIDA
005870                MOVE WK-QTD-DESCONTADAS TO WK-VALOR-RES
005880            ELSE
005890                MOVE ZEROS TO WK-VALOR-RES
005900            END-IF.
005910            WRITE REG-RELCONS FROM WK-LINHA-RESUMO AFTER 2 LINES.
005920            MOVE 'VALOR DESCONTADO        : ' TO WK-TITULO-RES.
005930            IF FOLHA-VALIDA
005940                MOVE WK-TOT-DESCONTOS TO WK-VALOR-RES
005950            ELSE
005960                MOVE ZEROS TO WK-VALOR-RES
005970            END-IF.
005980            WRITE REG-RELCONS FROM WK-LINHA-RESUMO.
005990            MOVE 'PARCELAS NAO DESCONTADAS: ' TO WK-TITULO-RES.
006000            MOVE WK-QTD-EXCECOES TO WK-VALOR-RES.
006010            WRITE REG-RELCONS FROM WK-LINHA-RESUMO.
006020            CLOSE ARQ-RELCONS.
006030            GO TO 249-REGISTRAR-FIM.
006040        241-GRAVAR-CONSIGDS.
006050            IF WK-CSG-SITUACAO(WK-IDX-CONSIG) NOT = 'J'
006060                MOVE WK-CSG-CONTRATO(WK-IDX-CONSIG)
006070                    TO FD-CONTRATO-CDS
006080                MOVE WK-CSG-CHAVE(WK-IDX-CONSIG)
006090                    TO FD-CHAVE-CDS
006100                MOVE WK-CHAVE-EMPREGADOR TO FD-EMPREGADOR-CDS
006110                MOVE WK-CSG-VENCIMENTO(WK-IDX-CONSIG)
006120                    TO FD-VENCIMENTO-CDS
006130                MOVE WK-DATA-FOLHA TO FD-DATA-FOLHA-CDS
006140                MOVE WK-CSG-VALOR(WK-IDX-CONSIG)
006150                    TO FD-VALOR-CDS
006160                MOVE WK-CSG-SITUACAO(WK-IDX-CONSIG)
006170                    TO FD-SITUACAO-CDS
006180                MOVE WK-CSG-MOTIVO(WK-IDX-CONSIG)
006190                    TO FD-MOTIVO-CDS
006200                WRITE REG-CONSIGDS
006210                IF WK-FS-CONSIGDS NOT = '00'
006220                    DISPLAY 'ERRO ' WK-FS-CONSIGDS
006230                            ' NO COMANDO WRITE CONSIGDS'
006240                    MOVE 12 TO RETURN-CODE
006250                    STOP RUN
006260                END-IF
006270            END-IF.
006280        242-LISTAR-EXCECAO.
006290            IF WK-CSG-SITUACAO(WK-IDX-CONSIG) = 'N'
006300                MOVE WK-CSG-CONTRATO(WK-IDX-CONSIG)
006310                    TO WK-CONTRATO-CONS
006320                MOVE WK-CSG-CHAVE(WK-IDX-CONSIG)
006330                    TO WK-CHAVE-CONS
006340                MOVE WK-CSG-VALOR(WK-IDX-CONSIG)
006350                    TO WK-VALOR-CONS
006360                MOVE WK-CSG-MOTIVO(WK-IDX-CONSIG)
006370                    TO WK-MOTIVO-CONS
006380                WRITE REG-RELCONS FROM WK-LINHA-CONS
006390                IF WK-FS-RELCONS NOT = '00'
006400                    DISPLAY 'ERRO ' WK-FS-RELCONS
006410                            ' NO COMANDO WRITE RELCONS'
006420                    MOVE 12 TO RETURN-CODE
006430                    STOP RUN
006440                END-IF
006450            END-IF.
006460        249-REGISTRAR-FIM.
006470            EXIT.
006480       ***********************************************
006490        300-LER-FOLHAPAG SECTION.
006500        301-LER-FOLHAPAG.
006510            READ ARQ-FOLHAPAG.
006520            EVALUATE WK-FS-FOLHAPAG
006530                WHEN '00'
006540                    CONTINUE
006550                WHEN '10'
006560                    CONTINUE
006570                WHEN OTHER
006580                    DISPLAY 'ERRO ' WK-FS-FOLHAPAG
006590                            ' NO COMANDO READ FOLHAPAG'
006600                    MOVE 12 TO RETURN-CODE
006610                    STOP RUN
006620            END-EVALUATE.
006630        311-LER-EMPREST.
006640            READ ARQ-EMPREST.
006650            EVALUATE WK-FS-EMPREST
006660                WHEN '00'
006670                    CONTINUE
006680                WHEN '10'
006690                    CONTINUE
006700                WHEN OTHER
006710                    DISPLAY 'ERRO ' WK-FS-EMPREST
006720                            ' NO COMANDO READ EMPREST'
006730                    MOVE 12 TO RETURN-CODE
006740                    STOP RUN
006750            END-EVALUATE.
006760        312-LER-CONSIGDS.
006770            READ ARQ-CONSIGDS.
006780            EVALUATE WK-FS-CONSIGDS
006790                WHEN '00'
006800                    CONTINUE
006810                WHEN '10'
006820                    CONTINUE
006830                WHEN OTHER
006840                    DISPLAY 'ERRO ' WK-FS-CONSIGDS
006850                            ' NO COMANDO READ CONSIGDS'
006860                    MOVE 12 TO RETURN-CODE
006870                    STOP RUN
006880            END-EVALUATE.
006890       ***********************************************
006900        195-GRAVAR-JRNL-INICIO.
006910            MOVE 'I' TO JRL-TIPO.
006920            MOVE ZEROS TO JRL-QTD-LIDOS.
006930            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006940            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006950            MOVE ZEROS TO JRL-RETORNO.
006960            MOVE 'EAD95868' TO LK-PROGRAMA-COM.
006970            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006980            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006990            PERFORM 194-GRAVAR-RUNJRNL.
007000        196-GRAVAR-JRNL-FIM.
007010            MOVE 'F' TO JRL-TIPO.
007020            MOVE WK-QTD-LINHAS
007030                TO JRL-QTD-LIDOS.
007040            IF FOLHA-VALIDA
007050                MOVE WK-QTD-LINHAS TO JRL-QTD-GRAVADOS
007060            ELSE
007070                MOVE ZEROS TO JRL-QTD-GRAVADOS
007080            END-IF.
007090            MOVE WK-QTD-INVALIDAS
007100                TO JRL-QTD-REJEITADOS.
007110            MOVE RETURN-CODE TO JRL-RETORNO.
007120            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
007130            PERFORM 194-GRAVAR-RUNJRNL.
007140        194-GRAVAR-RUNJRNL.
007150            OPEN EXTEND ARQ-RUNJRNL.
007160            IF WK-FS-RUNJRNL = '35'
007170                OPEN OUTPUT ARQ-RUNJRNL
007180            END-IF.
007190            IF WK-FS-RUNJRNL NOT = '00'
007200                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007210                        ' NO COMANDO OPEN RUNJRNL'
007220                MOVE 12 TO RETURN-CODE
007230                STOP RUN
007240            END-IF.
007250            MOVE 'EAD95868' TO JRL-PROGRAMA.
007260            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
007270            ACCEPT JRL-HORA FROM TIME.
007280            WRITE REG-RUNJRNL.
007290            IF WK-FS-RUNJRNL NOT = '00'
007300                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007310                        ' NO COMANDO WRITE RUNJRNL'
007320                MOVE 12 TO RETURN-CODE
007330                STOP RUN
007340            END-IF.
007350            CLOSE ARQ-RUNJRNL.
007360       ***********************************************
007370        900-FINALIZAR SECTION.
007380        901-FINALIZAR.
007390            PERFORM 902-RELATAR-LINHA
007400                VARYING WK-IDX-LINHA FROM 1 BY 1
007410                UNTIL WK-IDX-LINHA > WK-QTD-LINHAS.
007420            MOVE 'LINHAS DA FOLHA         : ' TO WK-TITULO-RES.
007430            MOVE WK-QTD-LINHAS TO WK-VALOR-RES.
007440            WRITE REG-RELFOLHA FROM WK-LINHA-RESUMO
007450                AFTER 2 LINES.
007460            MOVE 'LINHAS INVALIDAS        : ' TO WK-TITULO-RES.
007470            MOVE WK-QTD-INVALIDAS TO WK-VALOR-RES.
007480            WRITE REG-RELFOLHA FROM WK-LINHA-RESUMO.
007490            MOVE 'VALOR TOTAL DA FOLHA    : ' TO WK-TITULO-RES.
007500            MOVE WK-TOT-FOLHA TO WK-VALOR-RES.
007510            WRITE REG-RELFOLHA FROM WK-LINHA-RESUMO.
007520            IF FOLHA-VALIDA AND WK-TOT-DESCONTOS > ZEROS
007530                MOVE 'DESCONTOS DE CONSIGNADO : ' TO WK-TITULO-RES
007540                MOVE WK-TOT-DESCONTOS TO WK-VALOR-RES
007550                WRITE REG-RELFOLHA FROM WK-LINHA-RESUMO
007560            END-IF.
007570            IF FOLHA-VALIDA
007580                DISPLAY 'FOLHA ACEITA: ' WK-QTD-LINHAS
007590                        ' CREDITOS GERADOS'
007600            ELSE
007610                DISPLAY 'FOLHA RECUSADA INTEIRA: '
007620                        WK-QTD-INVALIDAS ' LINHAS INVALIDAS'
007630                MOVE 12 TO RETURN-CODE
007640            END-IF.
007650            CLOSE ARQ-FOLHAPAG.
007660            CLOSE ARQ-CLIENTES.
007670            CLOSE ARQ-RELFOLHA.
007680        902-RELATAR-LINHA.
007690            MOVE WK-LIN-CHAVE(WK-IDX-LINHA) TO WK-CHAVE-REL.
007700            MOVE WK-LIN-VALOR(WK-IDX-LINHA) TO WK-VALOR-REL.
007710            IF FOLHA-INVALIDA
007720               AND WK-LIN-SITUACAO(WK-IDX-LINHA) = 'A'
007730                MOVE 'RETIDO   ' TO WK-SITUACAO-REL
007740                MOVE 'FOLHA RECUSADA INTEIRA'
007750                    TO WK-MOTIVO-REL
007760            ELSE
007770                IF WK-LIN-SITUACAO(WK-IDX-LINHA) = 'A'
007780                    MOVE 'ACEITO   ' TO WK-SITUACAO-REL
007790                    MOVE SPACES TO WK-MOTIVO-REL
007800                ELSE
007810                    MOVE 'REJEITADO' TO WK-SITUACAO-REL
007820                    MOVE WK-LIN-MOTIVO(WK-IDX-LINHA)
007830                        TO WK-MOTIVO-REL
007840                END-IF
007850            END-IF.
007860            WRITE REG-RELFOLHA FROM WK-LINHA-REL.
007870            IF WK-FS-RELFOLHA NOT = '00'
007880                DISPLAY 'ERRO ' WK-FS-RELFOLHA
007890                        ' NO COMANDO WRITE RELFOLHA'
007900                MOVE 12 TO RETURN-CODE
007910                STOP RUN
007920            END-IF.
