000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95907.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   GAP DE DESCASAMENTO DE PRAZOS (ALM) DO MES   *
000170       *                                                *
000180       *   ATIVO : PARCELAS A VENCER DOS CONTRATOS DO   *
000190       *   EMPREST (ATIVOS E EM ATRASO), PROJETADAS     *
000200       *   PELA MESMA CONTA DO EAD95877                 *
000210       *   PASSIVO: CDB ATIVOS DO APLICMES PELO VALOR   *
000220       *   BRUTO NO VENCIMENTO E SALDO CREDOR A VISTA   *
000230       *   DO CLIENTES RATEADO PELO COMPORTAMENTO       *
000240       *   (SYSIN, PADRAO 20/10/10/10/50)               *
000250       *                                                *
000260       *   FAIXAS: ATE 30, 31-90, 91-180, 181-360 E     *
000270       *   ACIMA DE 360 DIAS DA DATA BASE (30/360)      *
000280       *   RELALM: GAP E GAP ACUMULADO POR MOEDA E      *
000290       *   FAIXA CONTRA O MES ANTERIOR (ALMGAP); A      *
000300       *   POSICAO DO MES SAI NO ALMGAN                 *
000310       *                                                *
000320       *   SYSIN: DATA BASE AAAAMMDD (BRANCO = HOJE) E  *
000330       *   5 PERCENTUAIS 999 DO A VISTA POR FAIXA       *
000340       **************************************************
000350       *
000360        ENVIRONMENT DIVISION.
000370        CONFIGURATION SECTION.
000380        SPECIAL-NAMES.
000390            DECIMAL-POINT IS COMMA.
000400        INPUT-OUTPUT SECTION.
000410        FILE-CONTROL.
000420            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000430                FILE STATUS IS WK-FS-RUNJRNL.
000440            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000450                FILE STATUS IS WK-FS-EMPREST.
000460            SELECT ARQ-APLICMES ASSIGN TO APLICMES
000470                FILE STATUS IS WK-FS-APLICMES.
000480            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS SEQUENTIAL
000510                RECORD KEY IS FD-CHAVE-CLIENTES
000520                FILE STATUS IS WK-FS-CLIENTES.
000530            SELECT ARQ-ALMGAP   ASSIGN TO ALMGAP
000540                FILE STATUS IS WK-FS-ALMGAP.
000550            SELECT ARQ-ALMGAN   ASSIGN TO ALMGAN
000560                FILE STATUS IS WK-FS-ALMGAN.
000570            SELECT ARQ-RELALM   ASSIGN TO RELALM
000580                FILE STATUS IS WK-FS-RELALM.
000590       *
000600        DATA DIVISION.
000610        FILE SECTION.
000620        FD   ARQ-EMPREST
000630             RECORDING MODE IS F.
000640        01  REG-EMPREST.
000650            05 FD-CONTRATO-EMP     PIC 9(4).
000660            05 FD-CHAVE-EMP        PIC X(9).
000670            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
000680            05 FD-TAXA-EMP         PIC 9V99.
000690            05 FD-SISTEMA-EMP      PIC X.
000700                88 EMP-PRICE           VALUE 'P'.
000710                88 EMP-SAC             VALUE 'S'.
000720            05 FD-PRAZO-EMP        PIC 9(3).
000730            05 FD-PAGAS-EMP        PIC 9(3).
000740            05 FD-VENCIMENTO-EMP   PIC 9(8).
000750            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
000760            05 FD-PARCELA-EMP      PIC 9(8)V99.
000770            05 FD-SITUACAO-EMP     PIC X.
000780                88 EMP-ATIVO            VALUE 'A'.
000790                88 EMP-QUITADO          VALUE 'Q'.
000800                88 EMP-EM-ATRASO        VALUE 'R'.
000810                88 EMP-BAIXADO          VALUE 'B'.
000820            05 FD-ATRASOS-EMP      PIC 99.
000830            05 FD-EMPREGADOR-EMP   PIC X(9).
000840        FD   ARQ-APLICMES
000850             RECORDING MODE IS F.
000860        01  REG-APLICMES.
000870            05 FD-APLICACAO-CDB    PIC 9(4).
000880            05 FD-CHAVE-CDB        PIC X(9).
000890            05 FD-PRINCIPAL-CDB    PIC 9(8)V99.
000900            05 FD-DATA-INICIO-CDB  PIC 9(8).
000910            05 FD-VENCIMENTO-CDB   PIC 9(8).
000920            05 FD-BRUTO-CDB        PIC 9(9)V99.
000930            05 FD-SITUACAO-CDB     PIC X.
000940                88 CDB-ATIVO            VALUE 'A'.
000950                88 CDB-RESGATADO        VALUE 'R'.
000960        FD   ARQ-CLIENTES
000970             RECORDING MODE IS F.
000980        01  REG-CLIENTES.
000990            05 FD-CHAVE-CLIENTES.
001000                10 FD-AGENCIA-CLIENTES     PIC X(4).
001010                10 FD-CONTA-CLIENTES       PIC 9(5).
001020            05 FD-DIGITO-CLIENTES      PIC X.
001030            05 FD-NOME-CLIENTES        PIC A(20).
001040            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001050            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001060            05 FD-MOEDA-CLIENTES       PIC X(3).
001070            05 FD-SITUACAO-CLIENTES    PIC X.
001080                88 CONTA-ATIVA            VALUE 'A' ' '.
001090                88 CONTA-BLOQUEADA        VALUE 'B'.
001100                88 CONTA-ENCERRADA        VALUE 'E'.
001110       *      POSICAO DO MES ANTERIOR (SAIDA ALMGAN DA RODADA
001120       *      PASSADA) E POSICAO DO MES, UM REGISTRO POR
001130       *      MOEDA E FAIXA
001140        FD   ARQ-ALMGAP
001150             RECORDING MODE IS F.
001160        01  REG-ALMGAP.
001170            05 FD-DATA-BASE-ALM    PIC 9(8).
001180            05 FD-MOEDA-ALM        PIC X(3).
001190            05 FD-FAIXA-ALM        PIC 9.
001200            05 FD-ATIVO-ALM        PIC 9(13)V99.
001210            05 FD-PASSIVO-ALM      PIC 9(13)V99.
001220        FD   ARQ-ALMGAN
001230             RECORDING MODE IS F.
001240        01  REG-ALMGAN.
001250            05 FD-DATA-BASE-ALN    PIC 9(8).
001260            05 FD-MOEDA-ALN        PIC X(3).
001270            05 FD-FAIXA-ALN        PIC 9.
001280            05 FD-ATIVO-ALN        PIC 9(13)V99.
001290            05 FD-PASSIVO-ALN      PIC 9(13)V99.
001300        FD   ARQ-RELALM
001310             RECORDING MODE IS F.
001320        01  REG-RELALM                 PIC X(132).
001330        FD   ARQ-RUNJRNL
001340             RECORDING MODE IS F.
001350        01  REG-RUNJRNL.
001360            05 JRL-PROGRAMA        PIC X(8).
001370            05 JRL-TIPO            PIC X.
001380            05 JRL-DATA            PIC 9(8).
001390            05 JRL-HORA            PIC 9(6).
001400            05 JRL-QTD-LIDOS       PIC 9(7).
001410            05 JRL-QTD-GRAVADOS    PIC 9(7).
001420            05 JRL-QTD-REJEITADOS  PIC 9(7).
001430            05 JRL-RETORNO         PIC 9(4).
001431            05 JRL-ID-EXEC         PIC 9(10).
001440        WORKING-STORAGE SECTION.
001450        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001451        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001452        01  LK-AREA-ID-EXEC.
001453            05 LK-PROGRAMA-COM     PIC X(8).
001454            05 LK-ID-EXEC-COM      PIC 9(10).
001460        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
001470        77  WK-FS-APLICMES PIC XX           VALUE SPACES.
001480        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001490        77  WK-FS-ALMGAP   PIC XX           VALUE SPACES.
001500        77  WK-FS-ALMGAN   PIC XX           VALUE SPACES.
001510        77  WK-FS-RELALM   PIC XX           VALUE SPACES.
001520        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
001530        77  WK-QTD-CONTRATOS PIC 9(6)       VALUE ZEROS.
001540        77  WK-QTD-PARCELAS PIC 9(7)        VALUE ZEROS.
001550        77  WK-QTD-CDB     PIC 9(6)         VALUE ZEROS.
001560        77  WK-QTD-CONTAS-VISTA PIC 9(6)    VALUE ZEROS.
001570        77  WK-QTD-REG-ALM PIC 9(7)         VALUE ZEROS.
001580        77  WK-DATA-BASE-ANT PIC 9(8)       VALUE ZEROS.
001590        77  WK-TEM-ANTERIOR PIC X           VALUE 'N'.
001600            88 TEM-MES-ANTERIOR               VALUE 'S'.
001601        77  WK-TEM-APLICMES PIC X           VALUE 'N'.
001602            88 TEM-APLICMES                   VALUE 'S'.
001610       *      PARAMETROS DA SYSIN
001620        01  WK-PARAM-SYSIN.
001630            05 WK-DATA-PARM        PIC X(8).
001640            05 WK-PCT-PARM         PIC X(15).
001650            05 WK-PCT-PARM-R REDEFINES WK-PCT-PARM.
001660                10 WK-PCT-PARM-OCC     PIC 9(3) OCCURS 5 TIMES.
001670        01  WK-PCT-PADRAO-LIT.
001680            05 FILLER              PIC 9(3) VALUE 020.
001690            05 FILLER              PIC 9(3) VALUE 010.
001700            05 FILLER              PIC 9(3) VALUE 010.
001710            05 FILLER              PIC 9(3) VALUE 010.
001720            05 FILLER              PIC 9(3) VALUE 050.
001730        01  WK-PCT-PADRAO-R REDEFINES WK-PCT-PADRAO-LIT.
001740            05 WK-PCT-PADRAO       PIC 9(3) OCCURS 5 TIMES.
001750        01  WK-RATEIO-VISTA.
001760            05 WK-PCT-VISTA        PIC 9(3) OCCURS 5 TIMES.
001770        77  WK-PCT-SOMA    PIC 9(4)         VALUE ZEROS.
001780       *      DATAS NA CONVENCAO 30/360 DO EAD95875
001790        01  WK-DATA-BASE   PIC 9(8)         VALUE ZEROS.
001800        01  WK-DATA-BASE-R REDEFINES WK-DATA-BASE.
001810            05 WK-ANO-BASE     PIC 9(4).
001820            05 WK-MES-BASE     PIC 99.
001830            05 WK-DIA-BASE     PIC 99.
001840        01  WK-DATA-FLUXO  PIC 9(8)         VALUE ZEROS.
001850        01  WK-DATA-FLUXO-R REDEFINES WK-DATA-FLUXO.
001860            05 WK-ANO-FLUXO    PIC 9(4).
001870            05 WK-MES-FLUXO    PIC 99.
001880            05 WK-DIA-FLUXO    PIC 99.
001890        77  WK-DIAS-BASE   PIC 9(8)         VALUE ZEROS.
001900        77  WK-DIAS-FLUXO  PIC 9(8)         VALUE ZEROS.
001910        77  WK-DIAS-PRAZO  PIC S9(8)        VALUE ZEROS.
001920       *      PROJECAO DAS PARCELAS DO CONTRATO
001930        01  WK-VENC-GRP        PIC 9(8)     VALUE ZEROS.
001940        01  WK-VENC-GRP-R REDEFINES WK-VENC-GRP.
001950            05 WK-ANO-VENC     PIC 9(4).
001960            05 WK-MES-VENC     PIC 99.
001970            05 WK-DIA-VENC     PIC 99.
001980        77  WK-RESTANTES   PIC 9(3)         VALUE ZEROS.
001990        77  WK-QTD-PROJ    PIC 9(3)         VALUE ZEROS.
002000        77  WK-SALDO-PROJ  PIC 9(8)V99      VALUE ZEROS.
002010        77  WK-JUROS-MES   PIC 9(8)V99      VALUE ZEROS.
002020        77  WK-AMORTIZACAO PIC S9(8)V99     VALUE ZEROS.
002030        77  WK-PARCELA     PIC 9(8)V99      VALUE ZEROS.
002040       *      RATEIO DO SALDO A VISTA
002050        77  WK-VALOR-VISTA PIC 9(7)V99      VALUE ZEROS.
002060        77  WK-PARTE-VISTA PIC 9(7)V99      VALUE ZEROS.
002070        77  WK-RESTO-VISTA PIC 9(7)V99      VALUE ZEROS.
002080       *      MOEDAS E FAIXAS
002090        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
002100        77  WK-IDX-MOEDA-ACH PIC 99         VALUE ZEROS.
002110        77  WK-MOEDA-BUSCA PIC X(3)         VALUE SPACES.
002120        77  WK-IDX-FAIXA   PIC 9            VALUE ZEROS.
002130        01  NOMES-MOEDA.
002140            05 FILLER              PIC X(03) VALUE 'BRL'.
002150            05 FILLER              PIC X(03) VALUE 'USD'.
002160            05 FILLER              PIC X(03) VALUE 'EUR'.
002170        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
002180            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
002190        01  NOMES-FAIXA.
002200            05 FILLER              PIC X(12) VALUE 'ATE 30 DIAS '.
002210            05 FILLER              PIC X(12) VALUE '31 A 90     '.
002220            05 FILLER              PIC X(12) VALUE '91 A 180    '.
002230            05 FILLER              PIC X(12) VALUE '181 A 360   '.
002240            05 FILLER              PIC X(12) VALUE 'ACIMA DE 360'.
002250        01  TABELA-FAIXAS REDEFINES NOMES-FAIXA.
002260            05 FAIXA-NOME          PIC X(12) OCCURS 5 TIMES.
002270        01  WK-TAB-GAP.
002280            05 WK-GAP-MOEDA-OCC   OCCURS 3 TIMES.
002290                10 WK-GAP-USADA       PIC X.
002300                10 WK-GAP-FAIXA-OCC   OCCURS 5 TIMES.
002310                    15 WK-GAP-ATIVO       PIC 9(13)V99.
002320                    15 WK-GAP-PASSIVO     PIC 9(13)V99.
002330                    15 WK-GAP-ATIVO-ANT   PIC 9(13)V99.
002340                    15 WK-GAP-PASSIVO-ANT PIC 9(13)V99.
002350        77  WK-GAP-FAIXA   PIC S9(13)V99    VALUE ZEROS.
002360        77  WK-GAP-ACUM    PIC S9(13)V99    VALUE ZEROS.
002370        77  WK-GAP-ACUM-ANT PIC S9(13)V99   VALUE ZEROS.
002380        77  WK-TOT-ATIVO   PIC 9(13)V99     VALUE ZEROS.
002390        77  WK-TOT-PASSIVO PIC 9(13)V99     VALUE ZEROS.
002400        01  WK-CABEC1.
002410            05 FILLER          PIC X(36)
002420                 VALUE 'GAP DE DESCASAMENTO ALM - DATA BASE '.
002430            05 WK-DATA-CABEC   PIC 9(8).
002440            05 FILLER          PIC X(15) VALUE ' MES ANTERIOR '.
002450            05 WK-DATA-ANT-CABEC PIC 9(8).
002460        01  WK-CABEC2.
002470            05 FILLER          PIC X(26)
002480                 VALUE 'RATEIO DO A VISTA (%)   : '.
002490            05 WK-PCT-CABEC-OCC OCCURS 5 TIMES.
002500                10 WK-PCT-CABEC    PIC ZZ9.
002510                10 FILLER          PIC X(01) VALUE SPACE.
002520        01  WK-CABEC3.
002530            05 FILLER          PIC X(16) VALUE 'MOE FAIXA'.
002540            05 FILLER          PIC X(18)
002550                VALUE '            ATIVO'.
002560            05 FILLER          PIC X(18)
002570                VALUE '          PASSIVO'.
002580            05 FILLER          PIC X(19)
002590                VALUE '                GAP'.
002600            05 FILLER          PIC X(19)
002610                VALUE '      GAP ACUMULADO'.
002620            05 FILLER          PIC X(19)
002630                VALUE '   ACUM. MES ANTER.'.
002640            05 FILLER          PIC X(19)
002650                VALUE '    VARIACAO ACUM.'.
002660        01  WK-LINHA-FAIXA.
002670            05 WK-MOEDA-REL    PIC X(3).
002680            05 FILLER          PIC X(01) VALUE SPACE.
002690            05 WK-FAIXA-REL    PIC X(12).
002700            05 WK-ATIVO-REL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002710            05 FILLER          PIC X(01) VALUE SPACE.
002720            05 WK-PASSIVO-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002730            05 FILLER          PIC X(01) VALUE SPACE.
002740            05 WK-GAP-REL      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002750            05 FILLER          PIC X(01) VALUE SPACE.
002760            05 WK-ACUM-REL     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002770            05 FILLER          PIC X(01) VALUE SPACE.
002780            05 WK-ACUM-ANT-REL PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002790            05 FILLER          PIC X(01) VALUE SPACE.
002800            05 WK-VARIACAO-REL PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002810        01  WK-LINHA-TOTAL.
002820            05 WK-TITULO-TOT   PIC X(26).
002830            05 WK-VALOR-TOT    PIC ZZZZZZ9.
002840        01  WK-LINHA-VALOR.
002850            05 WK-TITULO-VAL   PIC X(26).
002860            05 WK-VALOR-VAL    PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
002870       *
002880        PROCEDURE DIVISION.
002890        000-PRINCIPAL SECTION.
002900        001-PRINCIPAL.
002910            PERFORM 195-GRAVAR-JRNL-INICIO.
002920            PERFORM 101-INICIAR.
002930            PERFORM 201-PROJETAR-CONTRATO
002940                UNTIL WK-FS-EMPREST = '10'.
002950            PERFORM 211-DISTRIBUIR-CDB
002960                UNTIL WK-FS-APLICMES = '10'.
002970            PERFORM 221-DISTRIBUIR-VISTA
002980                UNTIL WK-FS-CLIENTES = '10'.
002990            PERFORM 901-FINALIZAR.
003000            PERFORM 196-GRAVAR-JRNL-FIM.
003010            STOP RUN.
003020       ***********************************************************
003030        100-INICIAR SECTION.
003040        101-INICIAR.
003050            MOVE SPACES TO WK-PARAM-SYSIN.
003060            ACCEPT WK-PARAM-SYSIN FROM SYSIN.
003070            IF WK-DATA-PARM = SPACES OR ZEROS
003080                ACCEPT WK-DATA-BASE FROM DATE YYYYMMDD
003090            ELSE
003100                IF WK-DATA-PARM NOT NUMERIC
003110                    DISPLAY 'DATA BASE INVALIDA NA SYSIN: '
003120                            WK-DATA-PARM
003130                    MOVE 12 TO RETURN-CODE
003140                    STOP RUN
003150                END-IF
003160                MOVE WK-DATA-PARM TO WK-DATA-BASE
003170            END-IF.
003180            PERFORM 104-CONFERIR-RATEIO.
003190            COMPUTE WK-DIAS-BASE = WK-ANO-BASE * 360
003200                + WK-MES-BASE * 30 + WK-DIA-BASE.
003210            INITIALIZE WK-TAB-GAP.
003220            PERFORM 102-CARREGAR-ALMGAP.
003230            OPEN INPUT ARQ-EMPREST.
003240            IF WK-FS-EMPREST NOT = '00'
003250                DISPLAY 'ARQUIVO EMPREST INDISPONIVEL, STATUS '
003260                        WK-FS-EMPREST
003270                MOVE 12 TO RETURN-CODE
003280                STOP RUN
003290            END-IF.
003300            OPEN INPUT ARQ-APLICMES.
003310            EVALUATE WK-FS-APLICMES
003320                WHEN '00'
003321                    SET TEM-APLICMES TO TRUE
003330                    PERFORM 302-LER-APLICMES
003340                WHEN '35'
003350                    MOVE '10' TO WK-FS-APLICMES
003360                WHEN OTHER
003370                    DISPLAY 'ERRO ' WK-FS-APLICMES
003380                            ' NO COMANDO OPEN APLICMES'
003390                    MOVE 12 TO RETURN-CODE
003400                    STOP RUN
003410            END-EVALUATE.
003420            OPEN INPUT ARQ-CLIENTES.
003430            IF WK-FS-CLIENTES NOT = '00'
003440                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
003450                        'STATUS ' WK-FS-CLIENTES
003460                MOVE 12 TO RETURN-CODE
003470                STOP RUN
003480            END-IF.
003490            OPEN OUTPUT ARQ-RELALM.
003500            IF WK-FS-RELALM NOT = '00'
003510                DISPLAY 'ERRO ' WK-FS-RELALM
003520                        ' NO COMANDO OPEN RELALM'
003530                MOVE 12 TO RETURN-CODE
003540                STOP RUN
003550            END-IF.
003560            OPEN OUTPUT ARQ-ALMGAN.
003570            IF WK-FS-ALMGAN NOT = '00'
003580                DISPLAY 'ERRO ' WK-FS-ALMGAN
003590                        ' NO COMANDO OPEN ALMGAN'
003600                MOVE 12 TO RETURN-CODE
003610                STOP RUN
003620            END-IF.
003630            MOVE WK-DATA-BASE     TO WK-DATA-CABEC.
003640            MOVE WK-DATA-BASE-ANT TO WK-DATA-ANT-CABEC.
003650            WRITE REG-RELALM FROM WK-CABEC1.
003660            PERFORM 218-CONFERIR-RELALM.
003670            WRITE REG-RELALM FROM WK-CABEC2.
003680            PERFORM 218-CONFERIR-RELALM.
003690            IF NOT TEM-MES-ANTERIOR
003700                MOVE 'SEM POSICAO DO MES ANTERIOR (ALMGAP)'
003710                    TO REG-RELALM
003720                WRITE REG-RELALM
003730                PERFORM 218-CONFERIR-RELALM
003740            END-IF.
003750            PERFORM 301-LER-EMPREST.
003760            PERFORM 303-LER-CLIENTES.
003770       *      SEM ALMGAP (PRIMEIRA RODADA) O MES ANTERIOR FICA
003780       *      ZERADO
003790        102-CARREGAR-ALMGAP.
003800            OPEN INPUT ARQ-ALMGAP.
003810            EVALUATE WK-FS-ALMGAP
003820                WHEN '00'
003830                    PERFORM 304-LER-ALMGAP
003840                    PERFORM 103-SOMAR-ANTERIOR
003850                        UNTIL WK-FS-ALMGAP = '10'
003860                    CLOSE ARQ-ALMGAP
003870                WHEN '35'
003880                    DISPLAY 'ALMGAP NAO ENCONTRADO, SEM '
003890                            'COMPARACAO COM O MES ANTERIOR'
003900                WHEN OTHER
003910                    DISPLAY 'ERRO ' WK-FS-ALMGAP
003920                            ' NO COMANDO OPEN ALMGAP'
003930                    MOVE 12 TO RETURN-CODE
003940                    STOP RUN
003950            END-EVALUATE.
003960        103-SOMAR-ANTERIOR.
003970            SET TEM-MES-ANTERIOR TO TRUE.
003980            MOVE FD-DATA-BASE-ALM TO WK-DATA-BASE-ANT.
003990            MOVE FD-MOEDA-ALM TO WK-MOEDA-BUSCA.
004000            PERFORM 206-LOCALIZAR-MOEDA.
004010            IF FD-FAIXA-ALM > ZEROS AND FD-FAIXA-ALM < 6
004020                MOVE FD-FAIXA-ALM TO WK-IDX-FAIXA
004030                MOVE 'S' TO WK-GAP-USADA(WK-IDX-MOEDA)
004040                ADD FD-ATIVO-ALM
004050                    TO WK-GAP-ATIVO-ANT
004051                     (WK-IDX-MOEDA, WK-IDX-FAIXA)
004060                ADD FD-PASSIVO-ALM
004070                    TO WK-GAP-PASSIVO-ANT
004071                     (WK-IDX-MOEDA, WK-IDX-FAIXA)
004080            END-IF.
004090            PERFORM 304-LER-ALMGAP.
004100       *      SEM PERCENTUAIS NA SYSIN VALE O RATEIO PADRAO;
004110       *      INFORMADOS, OS CINCO TEM QUE SOMAR 100
004120        104-CONFERIR-RATEIO.
004130            IF WK-PCT-PARM = SPACES OR ZEROS
004140                MOVE WK-PCT-PADRAO-R TO WK-RATEIO-VISTA
004150            ELSE
004160                IF WK-PCT-PARM NOT NUMERIC
004170                    DISPLAY 'RATEIO DO A VISTA INVALIDO '
004171                      'NA SYSIN: '
004180                            WK-PCT-PARM
004190                    MOVE 12 TO RETURN-CODE
004200                    STOP RUN
004210                END-IF
004220                MOVE WK-PCT-PARM-R TO WK-RATEIO-VISTA
004230            END-IF.
004240            MOVE ZEROS TO WK-PCT-SOMA.
004250            PERFORM 105-SOMAR-PERCENTUAL
004260                VARYING WK-IDX-FAIXA FROM 1 BY 1
004270                UNTIL WK-IDX-FAIXA > 5.
004280            IF WK-PCT-SOMA NOT = 100
004290                DISPLAY 'RATEIO DO A VISTA NAO SOMA 100%: '
004300                        WK-PCT-SOMA
004310                MOVE 12 TO RETURN-CODE
004320                STOP RUN
004330            END-IF.
004340        105-SOMAR-PERCENTUAL.
004350            ADD WK-PCT-VISTA(WK-IDX-FAIXA) TO WK-PCT-SOMA.
004360            MOVE WK-PCT-VISTA(WK-IDX-FAIXA)
004370                TO WK-PCT-CABEC(WK-IDX-FAIXA).
004380       ***********************************************
004390       *      ATIVO: PARCELAS A VENCER DO CONTRATO; O SALDO
004400       *      QUE SOBRAR VAI TODO NA ULTIMA PARCELA
004410        200-PROCESSAR SECTION.
004420        201-PROJETAR-CONTRATO.
004430            ADD 1 TO WK-QTD-LIDOS.
004440            IF (EMP-ATIVO OR EMP-EM-ATRASO)
004450               AND FD-PRAZO-EMP > FD-PAGAS-EMP
004460               AND FD-SALDO-DEV-EMP > ZEROS
004470                ADD 1 TO WK-QTD-CONTRATOS
004480                COMPUTE WK-RESTANTES =
004490                    FD-PRAZO-EMP - FD-PAGAS-EMP
004500                MOVE FD-SALDO-DEV-EMP  TO WK-SALDO-PROJ
004510                MOVE FD-VENCIMENTO-EMP TO WK-VENC-GRP
004520                MOVE ZEROS TO WK-QTD-PROJ
004530                MOVE 1 TO WK-IDX-MOEDA
004540                MOVE 'S' TO WK-GAP-USADA(WK-IDX-MOEDA)
004550                PERFORM 202-PROJETAR-PARCELA WK-RESTANTES TIMES
004560            END-IF.
004570            PERFORM 301-LER-EMPREST.
004580       *      MESMA CONTA DO 221-DEBITAR-PARCELA DO EAD95877
004590        202-PROJETAR-PARCELA.
004600            ADD 1 TO WK-QTD-PROJ.
004610            IF WK-QTD-PROJ > 1
004620                PERFORM 203-AVANCAR-VENCIMENTO
004630            END-IF.
004640            COMPUTE WK-JUROS-MES ROUNDED =
004650                WK-SALDO-PROJ * FD-TAXA-EMP / 100.
004660            IF EMP-SAC
004670                COMPUTE WK-AMORTIZACAO ROUNDED =
004680                    FD-PRINCIPAL-EMP / FD-PRAZO-EMP
004690            ELSE
004700                COMPUTE WK-AMORTIZACAO =
004710                    FD-PARCELA-EMP - WK-JUROS-MES
004720            END-IF.
004730            IF WK-AMORTIZACAO < ZEROS
004740                MOVE ZEROS TO WK-AMORTIZACAO
004750            END-IF.
004760            IF WK-AMORTIZACAO > WK-SALDO-PROJ
004770               OR WK-QTD-PROJ = WK-RESTANTES
004780                MOVE WK-SALDO-PROJ TO WK-AMORTIZACAO
004790            END-IF.
004800            COMPUTE WK-PARCELA = WK-AMORTIZACAO + WK-JUROS-MES.
004810            SUBTRACT WK-AMORTIZACAO FROM WK-SALDO-PROJ.
004820            IF WK-PARCELA > ZEROS
004830                ADD 1 TO WK-QTD-PARCELAS
004840                MOVE WK-VENC-GRP TO WK-DATA-FLUXO
004850                PERFORM 205-FAIXA-DO-FLUXO
004860                ADD WK-PARCELA
004870                    TO WK-GAP-ATIVO(WK-IDX-MOEDA, WK-IDX-FAIXA)
004880            END-IF.
004890        203-AVANCAR-VENCIMENTO.
004900            IF WK-MES-VENC < 12
004910                ADD 1 TO WK-MES-VENC
004920            ELSE
004930                MOVE 01 TO WK-MES-VENC
004940                ADD 1 TO WK-ANO-VENC
004950            END-IF.
004960       *      FLUXO VENCIDO OU DO DIA CAI NA PRIMEIRA FAIXA
004970        205-FAIXA-DO-FLUXO.
004980            COMPUTE WK-DIAS-FLUXO = WK-ANO-FLUXO * 360
004990                + WK-MES-FLUXO * 30 + WK-DIA-FLUXO.
005000            COMPUTE WK-DIAS-PRAZO =
005010                WK-DIAS-FLUXO - WK-DIAS-BASE.
005020            EVALUATE TRUE
005030                WHEN WK-DIAS-PRAZO NOT GREATER 30
005040                    MOVE 1 TO WK-IDX-FAIXA
005050                WHEN WK-DIAS-PRAZO NOT GREATER 90
005060                    MOVE 2 TO WK-IDX-FAIXA
005070                WHEN WK-DIAS-PRAZO NOT GREATER 180
005080                    MOVE 3 TO WK-IDX-FAIXA
005090                WHEN WK-DIAS-PRAZO NOT GREATER 360
005100                    MOVE 4 TO WK-IDX-FAIXA
005110                WHEN OTHER
005120                    MOVE 5 TO WK-IDX-FAIXA
005130            END-EVALUATE.
005140       *      MOEDA FORA DA TABELA FICA NA PRIMEIRA (BRL)
005150        206-LOCALIZAR-MOEDA.
005160            MOVE ZEROS TO WK-IDX-MOEDA-ACH.
005170            PERFORM 207-COMPARAR-MOEDA
005180                VARYING WK-IDX-MOEDA FROM 1 BY 1
005190                UNTIL WK-IDX-MOEDA > 3
005200                   OR WK-IDX-MOEDA-ACH > ZEROS.
005210            IF WK-IDX-MOEDA-ACH = ZEROS
005220                MOVE 1 TO WK-IDX-MOEDA-ACH
005230            END-IF.
005240            MOVE WK-IDX-MOEDA-ACH TO WK-IDX-MOEDA.
005250        207-COMPARAR-MOEDA.
005260            IF MOEDA-COD(WK-IDX-MOEDA) = WK-MOEDA-BUSCA
005270                MOVE WK-IDX-MOEDA TO WK-IDX-MOEDA-ACH
005280            END-IF.
005290       *      PASSIVO: CDB ATIVO PELO BRUTO NO VENCIMENTO
005300        211-DISTRIBUIR-CDB.
005310            ADD 1 TO WK-QTD-LIDOS.
005320            IF CDB-ATIVO
005330                ADD 1 TO WK-QTD-CDB
005340                MOVE 1 TO WK-IDX-MOEDA
005350                MOVE 'S' TO WK-GAP-USADA(WK-IDX-MOEDA)
005360                MOVE FD-VENCIMENTO-CDB TO WK-DATA-FLUXO
005370                PERFORM 205-FAIXA-DO-FLUXO
005380                ADD FD-BRUTO-CDB
005390                    TO WK-GAP-PASSIVO(WK-IDX-MOEDA, WK-IDX-FAIXA)
005400            END-IF.
005410            PERFORM 302-LER-APLICMES.
005420       *      PASSIVO: SALDO CREDOR A VISTA NA MOEDA DA CONTA,
005430       *      RATEADO PELOS PERCENTUAIS; O ARREDONDAMENTO FICA
005440       *      NA ULTIMA FAIXA
005450        221-DISTRIBUIR-VISTA.
005460            ADD 1 TO WK-QTD-LIDOS.
005470            IF FD-SALDO-CLIENTES > ZEROS
005480               AND NOT CONTA-ENCERRADA
005490                ADD 1 TO WK-QTD-CONTAS-VISTA
005500                MOVE FD-MOEDA-CLIENTES TO WK-MOEDA-BUSCA
005510                PERFORM 206-LOCALIZAR-MOEDA
005520                MOVE 'S' TO WK-GAP-USADA(WK-IDX-MOEDA)
005530                MOVE FD-SALDO-CLIENTES TO WK-VALOR-VISTA
005540                MOVE FD-SALDO-CLIENTES TO WK-RESTO-VISTA
005550                PERFORM 222-RATEAR-VISTA
005560                    VARYING WK-IDX-FAIXA FROM 1 BY 1
005570                    UNTIL WK-IDX-FAIXA > 5
005580            END-IF.
005590            PERFORM 303-LER-CLIENTES.
005600        222-RATEAR-VISTA.
005610            IF WK-IDX-FAIXA < 5
005620                COMPUTE WK-PARTE-VISTA =
005630                    WK-VALOR-VISTA * WK-PCT-VISTA(WK-IDX-FAIXA)
005640                    / 100
005650            ELSE
005660                MOVE WK-RESTO-VISTA TO WK-PARTE-VISTA
005670            END-IF.
005680            SUBTRACT WK-PARTE-VISTA FROM WK-RESTO-VISTA.
005690            ADD WK-PARTE-VISTA
005700                TO WK-GAP-PASSIVO(WK-IDX-MOEDA, WK-IDX-FAIXA).
005710        218-CONFERIR-RELALM.
005720            IF WK-FS-RELALM NOT = '00'
005730                DISPLAY 'ERRO ' WK-FS-RELALM
005740                        ' NO COMANDO WRITE RELALM'
005750                MOVE 12 TO RETURN-CODE
005760                STOP RUN
005770            END-IF.
005780        219-GRAVAR-ALMGAN.
005790            WRITE REG-ALMGAN.
005800            IF WK-FS-ALMGAN NOT = '00'
005810                DISPLAY 'ERRO ' WK-FS-ALMGAN
005820                        ' NO COMANDO WRITE ALMGAN'
005830                MOVE 12 TO RETURN-CODE
005840                STOP RUN
005850            END-IF.
005860            ADD 1 TO WK-QTD-REG-ALM.
005870       ***********************************************
005880        300-LEITURAS SECTION.
005890        301-LER-EMPREST.
005900            READ ARQ-EMPREST.
005910            EVALUATE WK-FS-EMPREST
005920                WHEN '00'
005930                    CONTINUE
005940                WHEN '10'
005950                    CONTINUE
005960                WHEN OTHER
005970                    DISPLAY 'ERRO ' WK-FS-EMPREST
005980                            ' NO COMANDO READ EMPREST'
005990                    MOVE 12 TO RETURN-CODE
006000                    STOP RUN
006010            END-EVALUATE.
006020        302-LER-APLICMES.
006030            READ ARQ-APLICMES.
006040            EVALUATE WK-FS-APLICMES
006050                WHEN '00'
006060                    CONTINUE
006070                WHEN '10'
006080                    CONTINUE
006090                WHEN OTHER
006100                    DISPLAY 'ERRO ' WK-FS-APLICMES
006110                            ' NO COMANDO READ APLICMES'
006120                    MOVE 12 TO RETURN-CODE
006130                    STOP RUN
006140            END-EVALUATE.
006150        303-LER-CLIENTES.
006160            READ ARQ-CLIENTES.
006170            EVALUATE WK-FS-CLIENTES
006180                WHEN '00'
006190                    CONTINUE
006200                WHEN '10'
006210                    CONTINUE
006220                WHEN OTHER
006230                    DISPLAY 'ERRO ' WK-FS-CLIENTES
006240                            ' NO COMANDO READ CLIENTES'
006250                    MOVE 12 TO RETURN-CODE
006260                    STOP RUN
006270            END-EVALUATE.
006280        304-LER-ALMGAP.
006290            READ ARQ-ALMGAP.
006300            EVALUATE WK-FS-ALMGAP
006310                WHEN '00'
006320                    CONTINUE
006330                WHEN '10'
006340                    CONTINUE
006350                WHEN OTHER
006360                    DISPLAY 'ERRO ' WK-FS-ALMGAP
006370                            ' NO COMANDO READ ALMGAP'
006380                    MOVE 12 TO RETURN-CODE
006390                    STOP RUN
006400            END-EVALUATE.
006410       ***********************************************
006420        195-GRAVAR-JRNL-INICIO.
006430            MOVE 'I' TO JRL-TIPO.
006440            MOVE ZEROS TO JRL-QTD-LIDOS.
006450            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006460            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006470            MOVE ZEROS TO JRL-RETORNO.
006471            MOVE 'EAD95907' TO LK-PROGRAMA-COM.
006472            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006473            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006480            PERFORM 194-GRAVAR-RUNJRNL.
006490        196-GRAVAR-JRNL-FIM.
006500            MOVE 'F' TO JRL-TIPO.
006510            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
006520            MOVE WK-QTD-REG-ALM TO JRL-QTD-GRAVADOS.
006530            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006540            MOVE RETURN-CODE TO JRL-RETORNO.
006541            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006550            PERFORM 194-GRAVAR-RUNJRNL.
006560        194-GRAVAR-RUNJRNL.
006570            OPEN EXTEND ARQ-RUNJRNL.
006580            IF WK-FS-RUNJRNL = '35'
006590                OPEN OUTPUT ARQ-RUNJRNL
006600            END-IF.
006610            IF WK-FS-RUNJRNL NOT = '00'
006620                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006630                        ' NO COMANDO OPEN RUNJRNL'
006640                MOVE 12 TO RETURN-CODE
006650                STOP RUN
006660            END-IF.
006670            MOVE 'EAD95907' TO JRL-PROGRAMA.
006680            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006690            ACCEPT JRL-HORA FROM TIME.
006700            WRITE REG-RUNJRNL.
006710            IF WK-FS-RUNJRNL NOT = '00'
006720                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006730                        ' NO COMANDO WRITE RUNJRNL'
006740                MOVE 12 TO RETURN-CODE
006750                STOP RUN
006760            END-IF.
006770            CLOSE ARQ-RUNJRNL.
006780       ***********************************************
006790        900-FINALIZAR SECTION.
006800        901-FINALIZAR.
006810            WRITE REG-RELALM FROM WK-CABEC3 AFTER 2 LINES.
006820            PERFORM 218-CONFERIR-RELALM.
006830            PERFORM 902-IMPRIMIR-MOEDA
006840                VARYING WK-IDX-MOEDA FROM 1 BY 1
006850                UNTIL WK-IDX-MOEDA > 3.
006860            MOVE 'CONTRATOS PROJETADOS    : ' TO WK-TITULO-TOT.
006870            MOVE WK-QTD-CONTRATOS TO WK-VALOR-TOT.
006880            WRITE REG-RELALM FROM WK-LINHA-TOTAL AFTER 2 LINES.
006890            MOVE 'PARCELAS A VENCER       : ' TO WK-TITULO-TOT.
006900            MOVE WK-QTD-PARCELAS TO WK-VALOR-TOT.
006910            WRITE REG-RELALM FROM WK-LINHA-TOTAL.
006920            MOVE 'CDB ATIVOS              : ' TO WK-TITULO-TOT.
006930            MOVE WK-QTD-CDB TO WK-VALOR-TOT.
006940            WRITE REG-RELALM FROM WK-LINHA-TOTAL.
006950            MOVE 'CONTAS COM SALDO A VISTA: ' TO WK-TITULO-TOT.
006960            MOVE WK-QTD-CONTAS-VISTA TO WK-VALOR-TOT.
006970            WRITE REG-RELALM FROM WK-LINHA-TOTAL.
006980            PERFORM 218-CONFERIR-RELALM.
006990            DISPLAY 'POSICOES ALM GRAVADAS : ' WK-QTD-REG-ALM.
007000            CLOSE ARQ-EMPREST.
007010            IF TEM-APLICMES
007020                CLOSE ARQ-APLICMES
007030            END-IF.
007040            CLOSE ARQ-CLIENTES.
007050            CLOSE ARQ-RELALM.
007060            CLOSE ARQ-ALMGAN.
007070       *      SO SAI A MOEDA COM POSICAO NO MES OU NO ANTERIOR
007080        902-IMPRIMIR-MOEDA.
007090            IF WK-GAP-USADA(WK-IDX-MOEDA) = 'S'
007100                MOVE ZEROS TO WK-GAP-ACUM
007110                MOVE ZEROS TO WK-GAP-ACUM-ANT
007120                MOVE ZEROS TO WK-TOT-ATIVO
007130                MOVE ZEROS TO WK-TOT-PASSIVO
007140                MOVE SPACES TO REG-RELALM
007150                WRITE REG-RELALM AFTER 1 LINES
007160                PERFORM 903-IMPRIMIR-FAIXA
007170                    VARYING WK-IDX-FAIXA FROM 1 BY 1
007180                    UNTIL WK-IDX-FAIXA > 5
007190                MOVE MOEDA-COD(WK-IDX-MOEDA) TO WK-MOEDA-REL
007200                MOVE 'TOTAL'        TO WK-FAIXA-REL
007210                MOVE WK-TOT-ATIVO   TO WK-ATIVO-REL
007220                MOVE WK-TOT-PASSIVO TO WK-PASSIVO-REL
007230                MOVE WK-GAP-ACUM    TO WK-GAP-REL
007240                MOVE WK-GAP-ACUM    TO WK-ACUM-REL
007250                MOVE WK-GAP-ACUM-ANT TO WK-ACUM-ANT-REL
007260                COMPUTE WK-VARIACAO-REL =
007270                    WK-GAP-ACUM - WK-GAP-ACUM-ANT
007280                WRITE REG-RELALM FROM WK-LINHA-FAIXA
007290                PERFORM 218-CONFERIR-RELALM
007300            END-IF.
007310        903-IMPRIMIR-FAIXA.
007320            COMPUTE WK-GAP-FAIXA =
007330                WK-GAP-ATIVO(WK-IDX-MOEDA, WK-IDX-FAIXA)
007340                - WK-GAP-PASSIVO(WK-IDX-MOEDA, WK-IDX-FAIXA).
007350            ADD WK-GAP-FAIXA TO WK-GAP-ACUM.
007360            COMPUTE WK-GAP-ACUM-ANT = WK-GAP-ACUM-ANT
007370                + WK-GAP-ATIVO-ANT(WK-IDX-MOEDA, WK-IDX-FAIXA)
007380                - WK-GAP-PASSIVO-ANT(WK-IDX-MOEDA, WK-IDX-FAIXA).
007390            ADD WK-GAP-ATIVO(WK-IDX-MOEDA, WK-IDX-FAIXA)
007400                TO WK-TOT-ATIVO.
007410            ADD WK-GAP-PASSIVO(WK-IDX-MOEDA, WK-IDX-FAIXA)
007420                TO WK-TOT-PASSIVO.
007430            MOVE MOEDA-COD(WK-IDX-MOEDA) TO WK-MOEDA-REL.
007440            MOVE FAIXA-NOME(WK-IDX-FAIXA) TO WK-FAIXA-REL.
007450            MOVE WK-GAP-ATIVO(WK-IDX-MOEDA, WK-IDX-FAIXA)
007460                TO WK-ATIVO-REL.
007470            MOVE WK-GAP-PASSIVO(WK-IDX-MOEDA, WK-IDX-FAIXA)
007480                TO WK-PASSIVO-REL.
007490            MOVE WK-GAP-FAIXA    TO WK-GAP-REL.
007500            MOVE WK-GAP-ACUM     TO WK-ACUM-REL.
007510            MOVE WK-GAP-ACUM-ANT TO WK-ACUM-ANT-REL.
007520            COMPUTE WK-VARIACAO-REL =
007530                WK-GAP-ACUM - WK-GAP-ACUM-ANT.
007540            WRITE REG-RELALM FROM WK-LINHA-FAIXA.
007550            PERFORM 218-CONFERIR-RELALM.
007560            MOVE WK-DATA-BASE TO FD-DATA-BASE-ALN.
007570            MOVE MOEDA-COD(WK-IDX-MOEDA) TO FD-MOEDA-ALN.
007580            MOVE WK-IDX-FAIXA TO FD-FAIXA-ALN.
007590            MOVE WK-GAP-ATIVO(WK-IDX-MOEDA, WK-IDX-FAIXA)
007600                TO FD-ATIVO-ALN.
007610            MOVE WK-GAP-PASSIVO(WK-IDX-MOEDA, WK-IDX-FAIXA)
007620                TO FD-PASSIVO-ALN.
007630            PERFORM 219-GRAVAR-ALMGAN.
