000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95923.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   APROPRIACAO MENSAL DE JUROS POR COMPETENCIA  *
000170       *                                                *
000180       *   EMPRESTIMOS (EMPREST): JUROS CORRIDOS E NAO  *
000190       *   COBRADOS = SALDO DEVEDOR X TAXA DO MES X     *
000200       *   DIAS / 30, CONTANDO OS DIAS DO INICIO DO     *
000210       *   PERIODO DA PARCELA MAIS ANTIGA EM ABERTO     *
000220       *   ATE A DATA; CONTRATO COM ATRASO ACIMA DE 59  *
000230       *   DIAS NAO APROPRIA (SO RECEITA NO RECEBIMENTO)*
000240       *   CDB (APLICMES): RENDIMENTO JA ACRESCIDO PELO *
000250       *   EAD95878 E AINDA NAO RESGATADO (BRUTO MENOS  *
000260       *   PRINCIPAL DAS APLICACOES ATIVAS)             *
000270       *                                                *
000280       *   O LOTE GLJAPR (LAYOUT GLJOURN, PELO PLANOCTA *
000290       *   MOEDA 'APR') ESTORNA A APROPRIACAO DO MES    *
000300       *   ANTERIOR, GUARDADA NO APRREG, E LANCA A DO   *
000310       *   MES; A NOVA GERACAO APRREN GUARDA A DO MES   *
000320       *   POR CONTRATO E APLICACAO PARA O PROXIMO      *
000330       *   ESTORNO, COMO O PDDREG DO EAD95902           *
000340       *                                                *
000350       *   SYSIN: DATA (ZEROS = HOJE), NO FIM DO MES    *
000360       *   RC 12 = MES JA APROPRIADO OU PLANO INCOMPLETO*
000370       **************************************************
000380       *
000390        ENVIRONMENT DIVISION.
000400        CONFIGURATION SECTION.
000410        SPECIAL-NAMES.
000420            DECIMAL-POINT IS COMMA.
000430        INPUT-OUTPUT SECTION.
000440        FILE-CONTROL.
000450            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000460                FILE STATUS IS WK-FS-RUNJRNL.
000470            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000480                FILE STATUS IS WK-FS-EMPREST.
000490            SELECT ARQ-APLICMES ASSIGN TO APLICMES
000500                FILE STATUS IS WK-FS-APLICMES.
000510            SELECT ARQ-PLANOCTA ASSIGN TO PLANOCTA
000520                FILE STATUS IS WK-FS-PLANOCTA.
000530            SELECT ARQ-APRREG   ASSIGN TO APRREG
000540                FILE STATUS IS WK-FS-APRREG.
000550            SELECT ARQ-APRREN   ASSIGN TO APRREN
000560                FILE STATUS IS WK-FS-APRREN.
000570            SELECT ARQ-GLJAPR   ASSIGN TO GLJAPR
000580                FILE STATUS IS WK-FS-GLJAPR.
000590            SELECT ARQ-RELAPR   ASSIGN TO RELAPR
000600                FILE STATUS IS WK-FS-RELAPR.
000610       *
000620        DATA DIVISION.
000630        FILE SECTION.
000640        FD   ARQ-EMPREST
000650             RECORDING MODE IS F.
000660        01  REG-EMPREST.
000670            05 FD-CONTRATO-EMP     PIC 9(4).
000680            05 FD-CHAVE-EMP        PIC X(9).
000690            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
000700            05 FD-TAXA-EMP         PIC 9V99.
000710            05 FD-SISTEMA-EMP      PIC X.
000720                88 EMP-PRICE           VALUE 'P'.
000730                88 EMP-SAC             VALUE 'S'.
000740            05 FD-PRAZO-EMP        PIC 9(3).
000750            05 FD-PAGAS-EMP        PIC 9(3).
000760            05 FD-VENCIMENTO-EMP   PIC 9(8).
000770            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
000780            05 FD-PARCELA-EMP      PIC 9(8)V99.
000790            05 FD-SITUACAO-EMP     PIC X.
000800                88 EMP-ATIVO            VALUE 'A'.
000810                88 EMP-QUITADO          VALUE 'Q'.
000820                88 EMP-EM-ATRASO        VALUE 'R'.
000830                88 EMP-BAIXADO          VALUE 'B'.
000840            05 FD-ATRASOS-EMP      PIC 99.
000850            05 FD-EMPREGADOR-EMP   PIC X(9).
000860        FD   ARQ-APLICMES
000870             RECORDING MODE IS F.
000880        01  REG-APLICMES.
000890            05 FD-APLICACAO-CDB    PIC 9(4).
000900            05 FD-CHAVE-CDB        PIC X(9).
000910            05 FD-PRINCIPAL-CDB    PIC 9(8)V99.
000920            05 FD-DATA-INICIO-CDB  PIC 9(8).
000930            05 FD-VENCIMENTO-CDB   PIC 9(8).
000940            05 FD-BRUTO-CDB        PIC 9(9)V99.
000950            05 FD-SITUACAO-CDB     PIC X.
000960                88 CDB-ATIVO            VALUE 'A'.
000970                88 CDB-RESGATADO        VALUE 'R'.
000980        FD   ARQ-PLANOCTA
000990             RECORDING MODE IS F.
001000        01  REG-PLANOCTA.
001010            05 FD-TIPO-PLANO       PIC X.
001020            05 FD-MOEDA-PLANO      PIC X(3).
001030            05 FD-CONTA-RAZAO-PLANO PIC X(8).
001040            05 FD-NATUREZA-PLANO   PIC X.
001050                88 PLANO-DEVEDORA      VALUE 'D'.
001060                88 PLANO-CREDORA       VALUE 'C'.
001070       *      APROPRIACAO POR CONTRATO (ORIGEM 'E') OU POR
001080       *      APLICACAO (ORIGEM 'A'); SITUACAO 'S' = CONTRATO
001090       *      COM APROPRIACAO SUSPENSA PELO ATRASO
001100        FD   ARQ-APRREG
001110             RECORDING MODE IS F.
001120        01  REG-APRREG.
001130            05 FD-ORIGEM-APR       PIC X.
001140                88 APR-EMPRESTIMO      VALUE 'E'.
001150                88 APR-APLICACAO       VALUE 'A'.
001160            05 FD-CHAVE-APR        PIC X(9).
001170            05 FD-NUMERO-APR       PIC 9(4).
001180            05 FD-DATA-APR         PIC 9(8).
001190            05 FD-BASE-APR         PIC 9(9)V99.
001200            05 FD-DIAS-APR         PIC 9(3).
001210            05 FD-VALOR-APR        PIC 9(9)V99.
001220            05 FD-SITUACAO-APR     PIC X.
001230                88 APR-APROPRIADA      VALUE 'A'.
001240                88 APR-SUSPENSA        VALUE 'S'.
001250        FD   ARQ-APRREN
001260             RECORDING MODE IS F.
001270        01  REG-APRREN                 PIC X(48).
001280       *      MESMO LEIAUTE DO GLJOURN DO EAD95854
001290        FD   ARQ-GLJAPR
001300             RECORDING MODE IS F.
001310        01  REG-GLJAPR.
001320            05 FD-TIPO-REG-GLJ     PIC X.
001330                88 GLJOURN-HEADER      VALUE 'H'.
001340                88 GLJOURN-DETALHE     VALUE 'D'.
001350                88 GLJOURN-TRAILER     VALUE 'T'.
001360            05 FD-DETALHE-GLJ.
001370                10 FD-CONTA-RAZAO-GLJ  PIC X(8).
001380                10 FD-NATUREZA-GLJ     PIC X.
001390                10 FD-VALOR-GLJ        PIC 9(11)V99.
001400                10 FD-TIPO-ORIGEM-GLJ  PIC X.
001410                10 FD-MOEDA-ORIGEM-GLJ PIC X(3).
001420                10 FD-DATA-GLJ         PIC 9(8).
001430            05 FD-CTRL-GLJ REDEFINES FD-DETALHE-GLJ.
001440                10 FD-DATA-CTRL-GLJ    PIC 9(8).
001450                10 FD-QTDE-CTRL-GLJ    PIC 9(6).
001460                10 FD-VALOR-CTRL-GLJ   PIC 9(11)V99.
001470                10 FILLER              PIC X(7).
001471            05 FD-ID-EXEC-GLJ      PIC 9(10).
001480        FD   ARQ-RELAPR
001490             RECORDING MODE IS F.
001500        01  REG-RELAPR                 PIC X(100).
001510        FD   ARQ-RUNJRNL
001520             RECORDING MODE IS F.
001530        01  REG-RUNJRNL.
001540            05 JRL-PROGRAMA        PIC X(8).
001550            05 JRL-TIPO            PIC X.
001560            05 JRL-DATA            PIC 9(8).
001570            05 JRL-HORA            PIC 9(6).
001580            05 JRL-QTD-LIDOS       PIC 9(7).
001590            05 JRL-QTD-GRAVADOS    PIC 9(7).
001600            05 JRL-QTD-REJEITADOS  PIC 9(7).
001610            05 JRL-RETORNO         PIC 9(4).
001611            05 JRL-ID-EXEC         PIC 9(10).
001620        WORKING-STORAGE SECTION.
001630        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001631        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001632        01  LK-AREA-ID-EXEC.
001633            05 LK-PROGRAMA-COM     PIC X(8).
001634            05 LK-ID-EXEC-COM      PIC 9(10).
001640        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
001650        77  WK-FS-APLICMES PIC XX           VALUE SPACES.
001660        77  WK-FS-PLANOCTA PIC XX           VALUE SPACES.
001670        77  WK-FS-APRREG   PIC XX           VALUE SPACES.
001680        77  WK-FS-APRREN   PIC XX           VALUE SPACES.
001690        77  WK-FS-GLJAPR   PIC XX           VALUE SPACES.
001700        77  WK-FS-RELAPR   PIC XX           VALUE SPACES.
001710        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001720        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
001730        77  WK-QTD-GRAVADOS PIC 9(7)        VALUE ZEROS.
001740        77  WK-QTD-SUSPENSOS PIC 9(7)       VALUE ZEROS.
001750        77  WK-QTD-ANTERIORES PIC 9(7)      VALUE ZEROS.
001760        77  WK-QTD-LINHAS  PIC 9(6)         VALUE ZEROS.
001770        77  WK-TOT-DEBITOS PIC 9(11)V99     VALUE ZEROS.
001780        77  WK-VALOR-PARTIDA PIC 9(11)V99   VALUE ZEROS.
001790       *      ATRASO ACIMA DO QUAL O CONTRATO DEIXA DE
001800       *      APROPRIAR RECEITA
001810        77  WK-DIAS-LIMITE-APR PIC 9(3)     VALUE 59.
001820       *      CONTAS RAZAO DA APROPRIACAO NO PLANOCTA (MOEDA
001830       *      'APR'): TIPO 'J' = RENDAS DE EMPRESTIMOS, 'R' =
001840       *      RENDAS A RECEBER, 'D' = DESPESA DE CAPTACAO
001850       *      (CDB), 'P' = JUROS A PAGAR DO CDB
001860        77  WK-CONTA-RENDAS PIC X(8)        VALUE SPACES.
001870        77  WK-CONTA-A-RECEBER PIC X(8)     VALUE SPACES.
001880        77  WK-CONTA-DESPESA PIC X(8)       VALUE SPACES.
001890        77  WK-CONTA-A-PAGAR PIC X(8)       VALUE SPACES.
001900       *      TOTAIS DO MES ANTERIOR (ESTORNO) E DO MES, POR
001910       *      ORIGEM: 1 = EMPRESTIMOS, 2 = CDB
001920        01  WK-TAB-TOTAIS.
001930            05 WK-TOTAIS-OCC      OCCURS 2 TIMES.
001940                10 WK-TOT-ANTERIOR    PIC 9(11)V99.
001950                10 WK-TOT-MES         PIC 9(11)V99.
001960                10 WK-QTD-MES         PIC 9(7).
001970        77  WK-IDX-ORIGEM  PIC 9            VALUE ZEROS.
001980       *      APROPRIACAO EM CALCULO
001990        01  WK-APR-ATUAL.
002000            05 WK-ATU-ORIGEM       PIC X.
002010            05 WK-ATU-CHAVE        PIC X(9).
002020            05 WK-ATU-NUMERO       PIC 9(4).
002030            05 WK-ATU-DATA         PIC 9(8).
002040            05 WK-ATU-BASE         PIC 9(9)V99.
002050            05 WK-ATU-DIAS         PIC 9(3).
002060            05 WK-ATU-VALOR        PIC 9(9)V99.
002070            05 WK-ATU-SITUACAO     PIC X.
002080        77  WK-DIAS-ATRASO PIC 9(5)         VALUE ZEROS.
002090        77  WK-DIAS-CORRIDOS PIC S9(5)      VALUE ZEROS.
002100        77  WK-MESES-CALC  PIC 9(6)         VALUE ZEROS.
002110        77  WK-MES-RESTO   PIC 99           VALUE ZEROS.
002120        01  WK-DATA-REF        PIC 9(8)     VALUE ZEROS.
002130        01  WK-DATA-REF-R REDEFINES WK-DATA-REF.
002140            05 WK-ANOMES-REF   PIC 9(6).
002150            05 WK-DIA-MES-REF  PIC 99.
002160        01  WK-DATA-APR-AUX    PIC 9(8)     VALUE ZEROS.
002170        01  WK-DATA-APR-AUX-R REDEFINES WK-DATA-APR-AUX.
002180            05 WK-ANOMES-APR   PIC 9(6).
002190            05 WK-DIA-APR      PIC 99.
002200       *      DIA CORRIDO PARA CONTAR DIAS, COMO NO EAD95902
002210        77  WK-DIA-REF     PIC 9(7)         VALUE ZEROS.
002220        77  WK-DIA-VENC    PIC 9(7)         VALUE ZEROS.
002230        01  WK-DATA-CALC       PIC 9(8)     VALUE ZEROS.
002240        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
002250            05 WK-ANO-CALC     PIC 9(4).
002260            05 WK-MES-CALC     PIC 99.
002270            05 WK-DIA-CALC     PIC 99.
002280        77  WK-ANO-AJ      PIC 9(4)         VALUE ZEROS.
002290        77  WK-MES-AJ      PIC 99           VALUE ZEROS.
002300        77  WK-QUOC-4      PIC 9(4)         VALUE ZEROS.
002310        77  WK-QUOC-100    PIC 9(4)         VALUE ZEROS.
002320        77  WK-QUOC-400    PIC 9(4)         VALUE ZEROS.
002330        77  WK-TERMO-MES   PIC 9(4)         VALUE ZEROS.
002340        77  WK-QUOC-MES    PIC 9(4)         VALUE ZEROS.
002350        77  WK-DIA-CORRIDO PIC 9(7)         VALUE ZEROS.
002360        01  WK-CABEC-APR.
002370            05 FILLER          PIC X(40)
002380                 VALUE 'APROPRIACAO DE JUROS POR COMPETENCIA'.
002390            05 FILLER          PIC X(06) VALUE 'DATA '.
002400            05 WK-DATA-CABEC   PIC 9(8).
002410        01  WK-CABEC-APR2.
002420            05 FILLER          PIC X(04) VALUE 'ORG'.
002430            05 FILLER          PIC X(10) VALUE 'CHAVE'.
002440            05 FILLER          PIC X(06) VALUE 'NUM'.
002450            05 FILLER          PIC X(17) VALUE '     SALDO BASE'.
002460            05 FILLER          PIC X(06) VALUE 'DIAS'.
002470            05 FILLER          PIC X(17) VALUE '      APROPRIADO'.
002480            05 FILLER          PIC X(10) VALUE 'SITUACAO'.
002490        01  WK-LINHA-APR.
002500            05 WK-ORIGEM-REL   PIC X.
002510            05 FILLER          PIC X(03) VALUE SPACES.
002520            05 WK-CHAVE-REL    PIC X(9).
002530            05 FILLER          PIC X(01) VALUE SPACE.
002540            05 WK-NUMERO-REL   PIC 9(4).
002550            05 FILLER          PIC X(02) VALUE SPACES.
002560            05 WK-BASE-REL     PIC ZZZ.ZZZ.ZZ9,99.
002570            05 FILLER          PIC X(02) VALUE SPACES.
002580            05 WK-DIAS-REL     PIC ZZ9.
002590            05 FILLER          PIC X(03) VALUE SPACES.
002600            05 WK-VALOR-REL    PIC ZZZ.ZZZ.ZZ9,99.
002610            05 FILLER          PIC X(03) VALUE SPACES.
002620            05 WK-SITUACAO-REL PIC X(20).
002630        01  WK-LINHA-RESUMO.
002640            05 WK-TITULO-RES   PIC X(40).
002650            05 WK-VALOR-RES    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002660        01  WK-LINHA-GL.
002670            05 FILLER          PIC X(10) VALUE 'PARTIDA '.
002680            05 WK-CONTA-GL-REL PIC X(8).
002690            05 FILLER          PIC X(02) VALUE SPACES.
002700            05 WK-NATUREZA-GL-REL PIC X.
002710            05 FILLER          PIC X(02) VALUE SPACES.
002720            05 WK-VALOR-GL-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002730            05 FILLER          PIC X(02) VALUE SPACES.
002740            05 WK-HISTORICO-GL-REL PIC X(30).
002750       *
002760        PROCEDURE DIVISION.
002770        000-PRINCIPAL SECTION.
002780        001-PRINCIPAL.
002790            PERFORM 195-GRAVAR-JRNL-INICIO.
002800            PERFORM 101-INICIAR.
002810            PERFORM 201-APROPRIAR-CONTRATO
002820                UNTIL WK-FS-EMPREST = '10'.
002830            PERFORM 211-APROPRIAR-APLICACAO
002840                UNTIL WK-FS-APLICMES = '10'.
002850            PERFORM 901-FINALIZAR.
002860            PERFORM 196-GRAVAR-JRNL-FIM.
002870            STOP RUN.
002880       ***********************************************************
002890        100-INICIAR SECTION.
002900        101-INICIAR.
002910            ACCEPT WK-DATA-REF  FROM SYSIN.
002920            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
002930            IF WK-DATA-REF NOT NUMERIC
002940               OR WK-DATA-REF = ZEROS
002950                MOVE WK-DATA-SIST TO WK-DATA-REF
002960            END-IF.
002970            MOVE WK-DATA-REF TO WK-DATA-CALC.
002980            PERFORM 240-CALCULAR-DIA-CORRIDO.
002990            MOVE WK-DIA-CORRIDO TO WK-DIA-REF.
003000            INITIALIZE WK-TAB-TOTAIS.
003010            PERFORM 102-CARREGAR-PLANOCTA.
003020            PERFORM 105-CARREGAR-APRREG.
003030            PERFORM 108-ABRIR-ARQUIVOS.
003040            PERFORM 301-LER-EMPREST.
003050            PERFORM 302-LER-APLICMES.
003060       *      AS QUATRO CONTAS DA APROPRIACAO SAO OBRIGATORIAS
003070        102-CARREGAR-PLANOCTA.
003080            OPEN INPUT ARQ-PLANOCTA.
003090            IF WK-FS-PLANOCTA NOT = '00'
003100                DISPLAY 'ARQUIVO PLANOCTA INDISPONIVEL, STATUS '
003110                        WK-FS-PLANOCTA
003120                MOVE 12 TO RETURN-CODE
003130                STOP RUN
003140            END-IF.
003150            PERFORM 303-LER-PLANOCTA.
003160            PERFORM 103-REGISTRAR-PLANO
003170                UNTIL WK-FS-PLANOCTA = '10'.
003180            CLOSE ARQ-PLANOCTA.
003190            IF WK-CONTA-RENDAS = SPACES
003200               OR WK-CONTA-A-RECEBER = SPACES
003210               OR WK-CONTA-DESPESA = SPACES
003220               OR WK-CONTA-A-PAGAR = SPACES
003230                DISPLAY 'CONTAS DA APROPRIACAO (MOEDA APR, '
003240                        'TIPOS J, R, D E P) AUSENTES NO PLANOCTA'
003250                MOVE 12 TO RETURN-CODE
003260                STOP RUN
003270            END-IF.
003280        103-REGISTRAR-PLANO.
003290            IF FD-MOEDA-PLANO = 'APR'
003300                EVALUATE FD-TIPO-PLANO
003310                    WHEN 'J'
003320                        MOVE FD-CONTA-RAZAO-PLANO
003330                            TO WK-CONTA-RENDAS
003340                    WHEN 'R'
003350                        MOVE FD-CONTA-RAZAO-PLANO
003360                            TO WK-CONTA-A-RECEBER
003370                    WHEN 'D'
003380                        MOVE FD-CONTA-RAZAO-PLANO
003390                            TO WK-CONTA-DESPESA
003400                    WHEN 'P'
003410                        MOVE FD-CONTA-RAZAO-PLANO
003420                            TO WK-CONTA-A-PAGAR
003430                    WHEN OTHER
003440                        CONTINUE
003450                END-EVALUATE
003460            END-IF.
003470            PERFORM 303-LER-PLANOCTA.
003480       *      O APRREG E A APROPRIACAO DO MES ANTERIOR; SEM
003490       *      ELE (PRIMEIRO MES) NAO HA O QUE ESTORNAR
003500        105-CARREGAR-APRREG.
003510            OPEN INPUT ARQ-APRREG.
003520            EVALUATE WK-FS-APRREG
003530                WHEN '00'
003540                    PERFORM 304-LER-APRREG
003550                    PERFORM 106-SOMAR-ANTERIOR
003560                        UNTIL WK-FS-APRREG = '10'
003570                    CLOSE ARQ-APRREG
003580                WHEN '35'
003590                    DISPLAY 'APRREG NAO ENCONTRADO, SEM '
003600                            'APROPRIACAO ANTERIOR A ESTORNAR'
003610                WHEN OTHER
003620                    DISPLAY 'ERRO ' WK-FS-APRREG
003630                            ' NO COMANDO OPEN APRREG'
003640                    MOVE 12 TO RETURN-CODE
003650                    STOP RUN
003660            END-EVALUATE.
003670        106-SOMAR-ANTERIOR.
003680            MOVE FD-DATA-APR TO WK-DATA-APR-AUX.
003690            IF WK-ANOMES-APR NOT LESS WK-ANOMES-REF
003700                DISPLAY 'APRREG JA APROPRIADO EM ' FD-DATA-APR
003710                        ', MES NAO ANTERIOR A ' WK-DATA-REF
003720                MOVE 12 TO RETURN-CODE
003730                STOP RUN
003740            END-IF.
003750            ADD 1 TO WK-QTD-ANTERIORES.
003760            IF APR-EMPRESTIMO
003770                MOVE 1 TO WK-IDX-ORIGEM
003780            ELSE
003790                MOVE 2 TO WK-IDX-ORIGEM
003800            END-IF.
003810            ADD FD-VALOR-APR TO WK-TOT-ANTERIOR(WK-IDX-ORIGEM).
003820            PERFORM 304-LER-APRREG.
003830        108-ABRIR-ARQUIVOS.
003840            OPEN INPUT ARQ-EMPREST.
003850            EVALUATE WK-FS-EMPREST
003860                WHEN '00'
003870                    CONTINUE
003880                WHEN '35'
003890                    DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
003900                    MOVE '10' TO WK-FS-EMPREST
003910                WHEN OTHER
003920                    DISPLAY 'ERRO ' WK-FS-EMPREST
003930                            ' NO COMANDO OPEN EMPREST'
003940                    MOVE 12 TO RETURN-CODE
003950                    STOP RUN
003960            END-EVALUATE.
003970            OPEN INPUT ARQ-APLICMES.
003980            EVALUATE WK-FS-APLICMES
003990                WHEN '00'
004000                    CONTINUE
004010                WHEN '35'
004020                    DISPLAY 'ARQUIVO APLICMES NAO ENCONTRADO'
004030                    MOVE '10' TO WK-FS-APLICMES
004040                WHEN OTHER
004050                    DISPLAY 'ERRO ' WK-FS-APLICMES
004060                            ' NO COMANDO OPEN APLICMES'
004070                    MOVE 12 TO RETURN-CODE
004080                    STOP RUN
004090            END-EVALUATE.
004100            OPEN OUTPUT ARQ-APRREN.
004110            IF WK-FS-APRREN NOT = '00'
004120                DISPLAY 'ERRO ' WK-FS-APRREN
004130                        ' NO COMANDO OPEN APRREN'
004140                MOVE 12 TO RETURN-CODE
004150                STOP RUN
004160            END-IF.
004170            OPEN OUTPUT ARQ-GLJAPR.
004180            IF WK-FS-GLJAPR NOT = '00'
004190                DISPLAY 'ERRO ' WK-FS-GLJAPR
004200                        ' NO COMANDO OPEN GLJAPR'
004210                MOVE 12 TO RETURN-CODE
004220                STOP RUN
004230            END-IF.
004240            OPEN OUTPUT ARQ-RELAPR.
004250            IF WK-FS-RELAPR NOT = '00'
004260                DISPLAY 'ERRO ' WK-FS-RELAPR
004270                        ' NO COMANDO OPEN RELAPR'
004280                MOVE 12 TO RETURN-CODE
004290                STOP RUN
004300            END-IF.
004310            MOVE WK-DATA-REF TO WK-DATA-CABEC.
004320            WRITE REG-RELAPR FROM WK-CABEC-APR.
004330            WRITE REG-RELAPR FROM WK-CABEC-APR2 AFTER 2 LINES.
004340            MOVE 'H' TO FD-TIPO-REG-GLJ.
004350            MOVE SPACES TO FD-DETALHE-GLJ.
004360            MOVE WK-DATA-REF TO FD-DATA-CTRL-GLJ.
004370            MOVE ZEROS TO FD-QTDE-CTRL-GLJ.
004380            MOVE ZEROS TO FD-VALOR-CTRL-GLJ.
004390            PERFORM 281-GRAVAR-GLJAPR.
004400       ***********************************************
004410       *      O EAD95877 AVANCA O VENCIMENTO MESMO QUANDO A
004420       *      PARCELA E DEVOLVIDA: A PARCELA MAIS ANTIGA EM
004430       *      ABERTO VENCEU FD-ATRASOS-EMP MESES ANTES DO
004440       *      VENCIMENTO ATUAL E O PERIODO DELA COMECOU UM
004450       *      MES ANTES (MESMA CONTA DO EAD95902)
004460        200-APROPRIAR SECTION.
004470        201-APROPRIAR-CONTRATO.
004480            ADD 1 TO WK-QTD-LIDOS.
004490            IF NOT EMP-QUITADO AND NOT EMP-BAIXADO
004500               AND FD-SALDO-DEV-EMP > ZEROS
004510                INITIALIZE WK-APR-ATUAL
004520                MOVE 'E'               TO WK-ATU-ORIGEM
004530                MOVE FD-CHAVE-EMP      TO WK-ATU-CHAVE
004540                MOVE FD-CONTRATO-EMP   TO WK-ATU-NUMERO
004550                MOVE FD-SALDO-DEV-EMP  TO WK-ATU-BASE
004560                MOVE 'A'               TO WK-ATU-SITUACAO
004570                MOVE ZEROS TO WK-DIAS-ATRASO
004580                IF EMP-EM-ATRASO AND FD-ATRASOS-EMP > ZEROS
004590                    MOVE FD-ATRASOS-EMP TO WK-MESES-CALC
004600                    PERFORM 203-RECUAR-VENCIMENTO
004610                    IF WK-DIA-VENC < WK-DIA-REF
004620                        COMPUTE WK-DIAS-ATRASO =
004630                            WK-DIA-REF - WK-DIA-VENC
004640                    END-IF
004650                END-IF
004660                IF WK-DIAS-ATRASO > WK-DIAS-LIMITE-APR
004670                    MOVE 'S' TO WK-ATU-SITUACAO
004680                    ADD 1 TO WK-QTD-SUSPENSOS
004690                ELSE
004700                    PERFORM 202-CALCULAR-JUROS-CORRIDOS
004710                END-IF
004720                MOVE 1 TO WK-IDX-ORIGEM
004730                PERFORM 220-REGISTRAR-APROPRIACAO
004740            END-IF.
004750            PERFORM 301-LER-EMPREST.
004760        202-CALCULAR-JUROS-CORRIDOS.
004770            COMPUTE WK-MESES-CALC = FD-ATRASOS-EMP + 1.
004780            PERFORM 203-RECUAR-VENCIMENTO.
004790            COMPUTE WK-DIAS-CORRIDOS = WK-DIA-REF - WK-DIA-VENC.
004800            IF WK-DIAS-CORRIDOS > ZEROS
004810                MOVE WK-DIAS-CORRIDOS TO WK-ATU-DIAS
004820                COMPUTE WK-ATU-VALOR ROUNDED =
004830                    FD-SALDO-DEV-EMP * FD-TAXA-EMP / 100
004840                    * WK-ATU-DIAS / 30
004850            END-IF.
004860       *      DIA CORRIDO DO VENCIMENTO ATUAL MENOS
004870       *      WK-MESES-CALC MESES
004880        203-RECUAR-VENCIMENTO.
004890            MOVE FD-VENCIMENTO-EMP TO WK-DATA-CALC.
004900            COMPUTE WK-MESES-CALC = WK-ANO-CALC * 12
004910                + WK-MES-CALC - 1 - WK-MESES-CALC.
004920            DIVIDE WK-MESES-CALC BY 12
004930                GIVING WK-ANO-CALC REMAINDER WK-MES-RESTO.
004940            COMPUTE WK-MES-CALC = WK-MES-RESTO + 1.
004950            PERFORM 240-CALCULAR-DIA-CORRIDO.
004960            MOVE WK-DIA-CORRIDO TO WK-DIA-VENC.
004970       *      CDB: O BRUTO JA TRAZ O RENDIMENTO DIARIO DO
004980       *      EAD95878; DIAS = DESDE A APLICACAO
004990        211-APROPRIAR-APLICACAO.
005000            ADD 1 TO WK-QTD-LIDOS.
005010            IF CDB-ATIVO
005020               AND FD-BRUTO-CDB > FD-PRINCIPAL-CDB
005030                INITIALIZE WK-APR-ATUAL
005040                MOVE 'A'               TO WK-ATU-ORIGEM
005050                MOVE FD-CHAVE-CDB      TO WK-ATU-CHAVE
005060                MOVE FD-APLICACAO-CDB  TO WK-ATU-NUMERO
005070                MOVE FD-PRINCIPAL-CDB  TO WK-ATU-BASE
005080                MOVE 'A'               TO WK-ATU-SITUACAO
005090                MOVE FD-DATA-INICIO-CDB TO WK-DATA-CALC
005100                PERFORM 240-CALCULAR-DIA-CORRIDO
005110                IF WK-DIA-CORRIDO < WK-DIA-REF
005120                    COMPUTE WK-DIAS-CORRIDOS =
005130                        WK-DIA-REF - WK-DIA-CORRIDO
005140                    IF WK-DIAS-CORRIDOS > 999
005150                        MOVE 999 TO WK-ATU-DIAS
005160                    ELSE
005170                        MOVE WK-DIAS-CORRIDOS TO WK-ATU-DIAS
005180                    END-IF
005190                END-IF
005200                COMPUTE WK-ATU-VALOR =
005210                    FD-BRUTO-CDB - FD-PRINCIPAL-CDB
005220                MOVE 2 TO WK-IDX-ORIGEM
005230                PERFORM 220-REGISTRAR-APROPRIACAO
005240            END-IF.
005250            PERFORM 302-LER-APLICMES.
005260        220-REGISTRAR-APROPRIACAO.
005270            MOVE WK-DATA-REF TO WK-ATU-DATA.
005280            ADD 1 TO WK-QTD-MES(WK-IDX-ORIGEM).
005290            ADD WK-ATU-VALOR TO WK-TOT-MES(WK-IDX-ORIGEM).
005300            WRITE REG-APRREN FROM WK-APR-ATUAL.
005310            IF WK-FS-APRREN NOT = '00'
005320                DISPLAY 'ERRO ' WK-FS-APRREN
005330                        ' NO COMANDO WRITE APRREN'
005340                MOVE 12 TO RETURN-CODE
005350                STOP RUN
005360            END-IF.
005370            ADD 1 TO WK-QTD-GRAVADOS.
005380            MOVE WK-ATU-ORIGEM TO WK-ORIGEM-REL.
005390            MOVE WK-ATU-CHAVE  TO WK-CHAVE-REL.
005400            MOVE WK-ATU-NUMERO TO WK-NUMERO-REL.
005410            MOVE WK-ATU-BASE   TO WK-BASE-REL.
005420            MOVE WK-ATU-DIAS   TO WK-DIAS-REL.
005430            MOVE WK-ATU-VALOR  TO WK-VALOR-REL.
005440            IF WK-ATU-SITUACAO = 'S'
005450                MOVE 'SUSPENSA POR ATRASO' TO WK-SITUACAO-REL
005460            ELSE
005470                MOVE 'APROPRIADA' TO WK-SITUACAO-REL
005480            END-IF.
005490            WRITE REG-RELAPR FROM WK-LINHA-APR.
005500            PERFORM 282-CONFERIR-RELAPR.
005510       *      NUMERO DE DIAS CORRIDOS DE WK-DATA-CALC,
005520       *      CONTANDO O ANO A PARTIR DE MARCO
005530        240-CALCULAR-DIA-CORRIDO.
005540            MOVE WK-ANO-CALC TO WK-ANO-AJ.
005550            MOVE WK-MES-CALC TO WK-MES-AJ.
005560            IF WK-MES-AJ < 3
005570                SUBTRACT 1 FROM WK-ANO-AJ
005580                ADD 12 TO WK-MES-AJ
005590            END-IF.
005600            DIVIDE WK-ANO-AJ BY 4   GIVING WK-QUOC-4.
005610            DIVIDE WK-ANO-AJ BY 100 GIVING WK-QUOC-100.
005620            DIVIDE WK-ANO-AJ BY 400 GIVING WK-QUOC-400.
005630            COMPUTE WK-TERMO-MES = 153 * (WK-MES-AJ - 3) + 2.
005640            DIVIDE WK-TERMO-MES BY 5 GIVING WK-QUOC-MES.
005650            COMPUTE WK-DIA-CORRIDO = 365 * WK-ANO-AJ
005660                + WK-QUOC-4 - WK-QUOC-100 + WK-QUOC-400
005670                + WK-QUOC-MES + WK-DIA-CALC.
005680       ***********************************************
005690        280-GRAVACOES SECTION.
005700        281-GRAVAR-GLJAPR.
005701            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-GLJ.
005710            WRITE REG-GLJAPR.
005720            IF WK-FS-GLJAPR NOT = '00'
005730                DISPLAY 'ERRO ' WK-FS-GLJAPR
005740                        ' NO COMANDO WRITE GLJAPR'
005750                MOVE 12 TO RETURN-CODE
005760                STOP RUN
005770            END-IF.
005780        282-CONFERIR-RELAPR.
005790            IF WK-FS-RELAPR NOT = '00'
005800                DISPLAY 'ERRO ' WK-FS-RELAPR
005810                        ' NO COMANDO WRITE RELAPR'
005820                MOVE 12 TO RETURN-CODE
005830                STOP RUN
005840            END-IF.
005850       *      UMA PARTIDA DO LANCAMENTO CONTABIL DA APROPRIACAO
005860        283-GRAVAR-PARTIDA.
005870            ADD 1 TO WK-QTD-LINHAS.
005880            MOVE 'D'              TO FD-TIPO-REG-GLJ.
005890            MOVE WK-VALOR-PARTIDA TO FD-VALOR-GLJ.
005900            MOVE 'BRL'            TO FD-MOEDA-ORIGEM-GLJ.
005910            MOVE WK-DATA-REF      TO FD-DATA-GLJ.
005920            PERFORM 281-GRAVAR-GLJAPR.
005930            IF FD-NATUREZA-GLJ = 'D'
005940                ADD WK-VALOR-PARTIDA TO WK-TOT-DEBITOS
005950            END-IF.
005960            MOVE FD-CONTA-RAZAO-GLJ TO WK-CONTA-GL-REL.
005970            MOVE FD-NATUREZA-GLJ    TO WK-NATUREZA-GL-REL.
005980            MOVE WK-VALOR-PARTIDA   TO WK-VALOR-GL-REL.
005990            WRITE REG-RELAPR FROM WK-LINHA-GL.
006000            PERFORM 282-CONFERIR-RELAPR.
006010       ***********************************************
006020        300-LEITURAS SECTION.
006030        301-LER-EMPREST.
006040            IF WK-FS-EMPREST NOT = '10'
006050                READ ARQ-EMPREST
006060                EVALUATE WK-FS-EMPREST
006070                    WHEN '00'
006080                        CONTINUE
006090                    WHEN '10'
006100                        CONTINUE
006110                    WHEN OTHER
006120                        DISPLAY 'ERRO ' WK-FS-EMPREST
006130                                ' NO COMANDO READ EMPREST'
006140                        MOVE 12 TO RETURN-CODE
006150                        STOP RUN
006160                END-EVALUATE
006170            END-IF.
006180        302-LER-APLICMES.
006190            IF WK-FS-APLICMES NOT = '10'
006200                READ ARQ-APLICMES
006210                EVALUATE WK-FS-APLICMES
006220                    WHEN '00'
006230                        CONTINUE
006240                    WHEN '10'
006250                        CONTINUE
006260                    WHEN OTHER
006270                        DISPLAY 'ERRO ' WK-FS-APLICMES
006280                                ' NO COMANDO READ APLICMES'
006290                        MOVE 12 TO RETURN-CODE
006300                        STOP RUN
006310                END-EVALUATE
006320            END-IF.
006330        303-LER-PLANOCTA.
006340            READ ARQ-PLANOCTA.
006350            EVALUATE WK-FS-PLANOCTA
006360                WHEN '00'
006370                    CONTINUE
006380                WHEN '10'
006390                    CONTINUE
006400                WHEN OTHER
006410                    DISPLAY 'ERRO ' WK-FS-PLANOCTA
006420                            ' NO COMANDO READ PLANOCTA'
006430                    MOVE 12 TO RETURN-CODE
006440                    STOP RUN
006450            END-EVALUATE.
006460        304-LER-APRREG.
006470            READ ARQ-APRREG.
006480            EVALUATE WK-FS-APRREG
006490                WHEN '00'
006500                    CONTINUE
006510                WHEN '10'
006520                    CONTINUE
006530                WHEN OTHER
006540                    DISPLAY 'ERRO ' WK-FS-APRREG
006550                            ' NO COMANDO READ APRREG'
006560                    MOVE 12 TO RETURN-CODE
006570                    STOP RUN
006580            END-EVALUATE.
006590       ***********************************************
006600        195-GRAVAR-JRNL-INICIO.
006610            MOVE 'I' TO JRL-TIPO.
006620            MOVE ZEROS TO JRL-QTD-LIDOS.
006630            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006640            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006650            MOVE ZEROS TO JRL-RETORNO.
006651            MOVE 'EAD95923' TO LK-PROGRAMA-COM.
006652            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006653            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006660            PERFORM 194-GRAVAR-RUNJRNL.
006670        196-GRAVAR-JRNL-FIM.
006680            MOVE 'F' TO JRL-TIPO.
006690            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
006700            MOVE WK-QTD-GRAVADOS TO JRL-QTD-GRAVADOS.
006710            MOVE WK-QTD-SUSPENSOS TO JRL-QTD-REJEITADOS.
006720            MOVE RETURN-CODE TO JRL-RETORNO.
006721            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006730            PERFORM 194-GRAVAR-RUNJRNL.
006740        194-GRAVAR-RUNJRNL.
006750            OPEN EXTEND ARQ-RUNJRNL.
006760            IF WK-FS-RUNJRNL = '35'
006770                OPEN OUTPUT ARQ-RUNJRNL
006780            END-IF.
006790            IF WK-FS-RUNJRNL NOT = '00'
006800                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006810                        ' NO COMANDO OPEN RUNJRNL'
006820                MOVE 12 TO RETURN-CODE
006830                STOP RUN
006840            END-IF.
006850            MOVE 'EAD95923' TO JRL-PROGRAMA.
006860            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006870            ACCEPT JRL-HORA FROM TIME.
006880            WRITE REG-RUNJRNL.
006890            IF WK-FS-RUNJRNL NOT = '00'
006900                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006910                        ' NO COMANDO WRITE RUNJRNL'
006920                MOVE 12 TO RETURN-CODE
006930                STOP RUN
006940            END-IF.
006950            CLOSE ARQ-RUNJRNL.
006960       ***********************************************
006970        900-FINALIZAR SECTION.
006980        901-FINALIZAR.
006990            PERFORM 902-CONTABILIZAR-EMPRESTIMOS.
007000            PERFORM 903-CONTABILIZAR-CDB.
007010            MOVE 'T' TO FD-TIPO-REG-GLJ.
007020            MOVE SPACES TO FD-DETALHE-GLJ.
007030            MOVE WK-DATA-REF    TO FD-DATA-CTRL-GLJ.
007040            MOVE WK-QTD-LINHAS  TO FD-QTDE-CTRL-GLJ.
007050            MOVE WK-TOT-DEBITOS TO FD-VALOR-CTRL-GLJ.
007060            PERFORM 281-GRAVAR-GLJAPR.
007070            DISPLAY 'CONTRATOS E APLICACOES LIDOS : '
007080                    WK-QTD-LIDOS.
007090            DISPLAY 'APROPRIACOES GRAVADAS        : '
007100                    WK-QTD-GRAVADOS.
007110            DISPLAY 'CONTRATOS SUSPENSOS (ATRASO) : '
007120                    WK-QTD-SUSPENSOS.
007130            DISPLAY 'APROPRIACOES ESTORNADAS      : '
007140                    WK-QTD-ANTERIORES.
007150            CLOSE ARQ-EMPREST.
007160            CLOSE ARQ-APLICMES.
007170            CLOSE ARQ-APRREN.
007180            CLOSE ARQ-GLJAPR.
007190            CLOSE ARQ-RELAPR.
007200       *      ESTORNO DO MES ANTERIOR: DEBITA RENDAS E CREDITA
007210       *      RENDAS A RECEBER; APROPRIACAO DO MES: DEBITA
007220       *      RENDAS A RECEBER E CREDITA RENDAS
007230        902-CONTABILIZAR-EMPRESTIMOS.
007240            MOVE 'EMPRESTIMOS - ESTORNO DO MES ANTERIOR :'
007250                TO WK-TITULO-RES.
007260            MOVE WK-TOT-ANTERIOR(1) TO WK-VALOR-RES.
007270            WRITE REG-RELAPR FROM WK-LINHA-RESUMO AFTER 2 LINES.
007280            PERFORM 282-CONFERIR-RELAPR.
007290            IF WK-TOT-ANTERIOR(1) > ZEROS
007300                MOVE WK-TOT-ANTERIOR(1) TO WK-VALOR-PARTIDA
007310                MOVE 'ESTORNO APROPRIACAO EMPREST.'
007320                    TO WK-HISTORICO-GL-REL
007330                MOVE WK-CONTA-RENDAS    TO FD-CONTA-RAZAO-GLJ
007340                MOVE 'D'                TO FD-NATUREZA-GLJ
007350                MOVE 'J'                TO FD-TIPO-ORIGEM-GLJ
007360                PERFORM 283-GRAVAR-PARTIDA
007370                MOVE WK-CONTA-A-RECEBER TO FD-CONTA-RAZAO-GLJ
007380                MOVE 'C'                TO FD-NATUREZA-GLJ
007390                MOVE 'R'                TO FD-TIPO-ORIGEM-GLJ
007400                PERFORM 283-GRAVAR-PARTIDA
007410            END-IF.
007420            MOVE 'EMPRESTIMOS - APROPRIACAO DO MES      :'
007430                TO WK-TITULO-RES.
007440            MOVE WK-TOT-MES(1) TO WK-VALOR-RES.
007450            WRITE REG-RELAPR FROM WK-LINHA-RESUMO.
007460            PERFORM 282-CONFERIR-RELAPR.
007470            IF WK-TOT-MES(1) > ZEROS
007480                MOVE WK-TOT-MES(1) TO WK-VALOR-PARTIDA
007490                MOVE 'APROPRIACAO JUROS EMPREST.'
007500                    TO WK-HISTORICO-GL-REL
007510                MOVE WK-CONTA-A-RECEBER TO FD-CONTA-RAZAO-GLJ
007520                MOVE 'D'                TO FD-NATUREZA-GLJ
007530                MOVE 'R'                TO FD-TIPO-ORIGEM-GLJ
007540                PERFORM 283-GRAVAR-PARTIDA
007550                MOVE WK-CONTA-RENDAS    TO FD-CONTA-RAZAO-GLJ
007560                MOVE 'C'                TO FD-NATUREZA-GLJ
007570                MOVE 'J'                TO FD-TIPO-ORIGEM-GLJ
007580                PERFORM 283-GRAVAR-PARTIDA
007590            END-IF.
007600       *      ESTORNO DO MES ANTERIOR: DEBITA JUROS A PAGAR E
007610       *      CREDITA A DESPESA; APROPRIACAO DO MES: DEBITA A
007620       *      DESPESA E CREDITA JUROS A PAGAR
007630        903-CONTABILIZAR-CDB.
007640            MOVE 'CDB - ESTORNO DO MES ANTERIOR         :'
007650                TO WK-TITULO-RES.
007660            MOVE WK-TOT-ANTERIOR(2) TO WK-VALOR-RES.
007670            WRITE REG-RELAPR FROM WK-LINHA-RESUMO AFTER 2 LINES.
007680            PERFORM 282-CONFERIR-RELAPR.
007690            IF WK-TOT-ANTERIOR(2) > ZEROS
007700                MOVE WK-TOT-ANTERIOR(2) TO WK-VALOR-PARTIDA
007710                MOVE 'ESTORNO APROPRIACAO CDB'
007720                    TO WK-HISTORICO-GL-REL
007730                MOVE WK-CONTA-A-PAGAR   TO FD-CONTA-RAZAO-GLJ
007740                MOVE 'D'                TO FD-NATUREZA-GLJ
007750                MOVE 'P'                TO FD-TIPO-ORIGEM-GLJ
007760                PERFORM 283-GRAVAR-PARTIDA
007770                MOVE WK-CONTA-DESPESA   TO FD-CONTA-RAZAO-GLJ
007780                MOVE 'C'                TO FD-NATUREZA-GLJ
007790                MOVE 'D'                TO FD-TIPO-ORIGEM-GLJ
007800                PERFORM 283-GRAVAR-PARTIDA
007810            END-IF.
007820            MOVE 'CDB - APROPRIACAO DO MES              :'
007830                TO WK-TITULO-RES.
007840            MOVE WK-TOT-MES(2) TO WK-VALOR-RES.
007850            WRITE REG-RELAPR FROM WK-LINHA-RESUMO.
007860            PERFORM 282-CONFERIR-RELAPR.
007870            IF WK-TOT-MES(2) > ZEROS
007880                MOVE WK-TOT-MES(2) TO WK-VALOR-PARTIDA
007890                MOVE 'APROPRIACAO DESPESA CDB'
007900                    TO WK-HISTORICO-GL-REL
007910                MOVE WK-CONTA-DESPESA   TO FD-CONTA-RAZAO-GLJ
007920                MOVE 'D'                TO FD-NATUREZA-GLJ
007930                MOVE 'D'                TO FD-TIPO-ORIGEM-GLJ
007940                PERFORM 283-GRAVAR-PARTIDA
007950                MOVE WK-CONTA-A-PAGAR   TO FD-CONTA-RAZAO-GLJ
007960                MOVE 'C'                TO FD-NATUREZA-GLJ
007970                MOVE 'P'                TO FD-TIPO-ORIGEM-GLJ
007980                PERFORM 283-GRAVAR-PARTIDA
007990            END-IF.
