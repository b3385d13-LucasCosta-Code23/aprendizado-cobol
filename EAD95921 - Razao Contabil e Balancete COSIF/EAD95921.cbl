000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95921.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   RAZAO CONTABIL: SALDOS POR CONTA COSIF E     *
000170       *   MOEDA DE ORIGEM, BALANCETE MENSAL E          *
000180       *   ENCERRAMENTO DO EXERCICIO                    *
000190       *                                                *
000200       *   FUNCAO 'P' = POSTAGEM DO DIA: APLICA OS      *
000210       *   LOTES NO LAYOUT GLJOURN (GLJOURN, GLJPDD,    *
000220       *   GLJBXA... CONCATENADOS) SOBRE O GLSALDO      *
000230       *   ANTERIOR E GRAVA A NOVA GERACAO GLSALDN,     *
000240       *   COMO O CLIENTES/CLIENTEN DO EAD95809; CADA   *
000250       *   LOTE E CONFERIDO COM O SEU TRAILER E O DIA   *
000260       *   SO E POSTADO SE DEBITOS = CREDITOS (TUDO OU  *
000270       *   NADA). A PRIMEIRA POSTAGEM DE UM MES VIRA    *
000280       *   O SALDO ANTERIOR E ZERA OS ACUMULADOS        *
000290       *                                                *
000300       *   FUNCAO 'B' = BALANCETE DO MES DO GLSALDO NA  *
000310       *   ESTRUTURA COSIF: SALDO ANTERIOR, DEBITOS,    *
000320       *   CREDITOS E SALDO ATUAL POR CONTA, COM        *
000330       *   TOTAIS POR SUBGRUPO E POR GRUPO              *
000340       *                                                *
000350       *   FUNCAO 'E' = ENCERRAMENTO DO EXERCICIO EM    *
000360       *   31/12: ZERA AS CONTAS DE RESULTADO (GRUPOS   *
000370       *   7 E 8) CONTRA A CONTA DE LUCROS OU PREJUIZOS *
000380       *   ACUMULADOS DO SYSIN (GRUPO 6), EM BRL        *
000390       *                                                *
000400       *   GLSALDO/GLSALDN EM ORDEM DE CONTA E MOEDA;   *
000410       *   SALDO NO SENTIDO DA NATUREZA DA CONTA, QUE   *
000420       *   VEM DO GRUPO COSIF (1, 2, 3 E 8 DEVEDORAS;   *
000430       *   4, 5, 6, 7 E 9 CREDORAS)                     *
000440       *                                                *
000450       *   SYSIN: FUNCAO, DATA (ZEROS = HOJE), CONTA DE *
000460       *   LUCROS ACUMULADOS (SO NA FUNCAO 'E')         *
000470       *   RC 4  = BALANCETE NAO FECHA                  *
000480       *   RC 12 = LOTE DIVERGENTE OU DIA NAO BATIDO,   *
000490       *           NADA E POSTADO                       *
000500       **************************************************
000510       *
000520        ENVIRONMENT DIVISION.
000530        CONFIGURATION SECTION.
000540        SPECIAL-NAMES.
000550            DECIMAL-POINT IS COMMA.
000560        INPUT-OUTPUT SECTION.
000570        FILE-CONTROL.
000580            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000590                FILE STATUS IS WK-FS-RUNJRNL.
000600            SELECT ARQ-GLJOURN  ASSIGN TO GLJOURN
000610                FILE STATUS IS WK-FS-GLJOURN.
000620            SELECT ARQ-GLSALDO  ASSIGN TO GLSALDO
000630                FILE STATUS IS WK-FS-GLSALDO.
000640            SELECT ARQ-GLSALDN  ASSIGN TO GLSALDN
000650                FILE STATUS IS WK-FS-GLSALDN.
000660            SELECT ARQ-RELRAZAO ASSIGN TO RELRAZAO
000670                FILE STATUS IS WK-FS-RELRAZAO.
000680       *
000690        DATA DIVISION.
000700        FILE SECTION.
000710        FD   ARQ-GLJOURN
000720             RECORDING MODE IS F.
000730        01  REG-GLJOURN.
000740            05 FD-TIPO-REG-GLJ     PIC X.
000750                88 GLJOURN-HEADER      VALUE 'H'.
000760                88 GLJOURN-DETALHE     VALUE 'D'.
000770                88 GLJOURN-TRAILER     VALUE 'T'.
000780            05 FD-DETALHE-GLJ.
000790                10 FD-CONTA-RAZAO-GLJ  PIC X(8).
000800                10 FD-NATUREZA-GLJ     PIC X.
000810                10 FD-VALOR-GLJ        PIC 9(11)V99.
000820                10 FD-TIPO-ORIGEM-GLJ  PIC X.
000830                10 FD-MOEDA-ORIGEM-GLJ PIC X(3).
000840                10 FD-DATA-GLJ         PIC 9(8).
000850            05 FD-CTRL-GLJ REDEFINES FD-DETALHE-GLJ.
000860                10 FD-DATA-CTRL-GLJ    PIC 9(8).
000870                10 FD-QTDE-CTRL-GLJ    PIC 9(6).
000880                10 FD-VALOR-CTRL-GLJ   PIC 9(11)V99.
000890                10 FILLER              PIC X(7).
000891            05 FD-ID-EXEC-GLJ      PIC 9(10).
000900       *      SALDO ANTERIOR = SALDO NO INICIO DO MES;
000910       *      DEBITOS E CREDITOS ACUMULADOS NO MES;
000920       *      DATA = ULTIMO DIA POSTADO
000930        FD   ARQ-GLSALDO
000940             RECORDING MODE IS F.
000950        01  REG-GLSALDO.
000960            05 FD-CHAVE-GLS.
000970                10 FD-CONTA-RAZAO-GLS  PIC X(8).
000980                10 FD-MOEDA-GLS        PIC X(3).
000990            05 FD-NATUREZA-GLS     PIC X.
001000            05 FD-DATA-GLS         PIC 9(8).
001010            05 FD-SALDO-ANT-GLS    PIC S9(13)V99.
001020            05 FD-DEBITOS-GLS      PIC 9(13)V99.
001030            05 FD-CREDITOS-GLS     PIC 9(13)V99.
001040            05 FD-SALDO-GLS        PIC S9(13)V99.
001050        FD   ARQ-GLSALDN
001060             RECORDING MODE IS F.
001070        01  REG-GLSALDN.
001080            05 FD-CHAVE-GLN.
001090                10 FD-CONTA-RAZAO-GLN  PIC X(8).
001100                10 FD-MOEDA-GLN        PIC X(3).
001110            05 FD-NATUREZA-GLN     PIC X.
001120            05 FD-DATA-GLN         PIC 9(8).
001130            05 FD-SALDO-ANT-GLN    PIC S9(13)V99.
001140            05 FD-DEBITOS-GLN      PIC 9(13)V99.
001150            05 FD-CREDITOS-GLN     PIC 9(13)V99.
001160            05 FD-SALDO-GLN        PIC S9(13)V99.
001170        FD   ARQ-RELRAZAO
001180             RECORDING MODE IS F.
001190        01  REG-RELRAZAO               PIC X(132).
001200        FD   ARQ-RUNJRNL
001210             RECORDING MODE IS F.
001220        01  REG-RUNJRNL.
001230            05 JRL-PROGRAMA        PIC X(8).
001240            05 JRL-TIPO            PIC X.
001250            05 JRL-DATA            PIC 9(8).
001260            05 JRL-HORA            PIC 9(6).
001270            05 JRL-QTD-LIDOS       PIC 9(7).
001280            05 JRL-QTD-GRAVADOS    PIC 9(7).
001290            05 JRL-QTD-REJEITADOS  PIC 9(7).
001300            05 JRL-RETORNO         PIC 9(4).
001301            05 JRL-ID-EXEC         PIC 9(10).
001310        WORKING-STORAGE SECTION.
001320        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001321        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001322        01  LK-AREA-ID-EXEC.
001323            05 LK-PROGRAMA-COM     PIC X(8).
001324            05 LK-ID-EXEC-COM      PIC 9(10).
001330        77  WK-FS-GLJOURN  PIC XX           VALUE SPACES.
001340        77  WK-FS-GLSALDO  PIC XX           VALUE SPACES.
001350        77  WK-FS-GLSALDN  PIC XX           VALUE SPACES.
001360        77  WK-FS-RELRAZAO PIC XX           VALUE SPACES.
001370        77  WK-FUNCAO      PIC X            VALUE 'P'.
001380            88 FUNCAO-POSTAGEM                VALUE 'P' ' '.
001390            88 FUNCAO-BALANCETE               VALUE 'B'.
001400            88 FUNCAO-ENCERRAMENTO            VALUE 'E'.
001410        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001420        77  WK-CONTA-LUCROS PIC X(8)        VALUE SPACES.
001430        77  WK-DATA-ULTIMA PIC 9(8)         VALUE ZEROS.
001440        77  WK-CHAVE-ANT   PIC X(11)        VALUE LOW-VALUES.
001450        77  WK-QTD-RAZAO   PIC 9(4)         VALUE ZEROS.
001460        77  WK-IDX-RAZ     PIC 9(4)         VALUE ZEROS.
001470        77  WK-IDX-POS     PIC 9(4)         VALUE ZEROS.
001480        77  WK-IDX-DESL    PIC 9(4)         VALUE ZEROS.
001490        77  WK-IDX-GRUPO   PIC 9            VALUE ZEROS.
001500        77  WK-NATUREZA-PROC PIC X          VALUE SPACE.
001510        77  WK-CONTA-ACHADA PIC X           VALUE 'N'.
001520            88 CONTA-ACHADA                   VALUE 'S'.
001530            88 CONTA-NAO-ACHADA               VALUE 'N'.
001540        77  WK-DIA-VALIDO  PIC X            VALUE 'S'.
001550            88 DIA-VALIDO                     VALUE 'S'.
001560            88 DIA-INVALIDO                   VALUE 'N'.
001570        77  WK-EM-LOTE     PIC X            VALUE 'N'.
001580            88 DENTRO-DO-LOTE                 VALUE 'S'.
001590            88 FORA-DO-LOTE                   VALUE 'N'.
001600        77  WK-QTD-LOTES   PIC 9(3)         VALUE ZEROS.
001610        77  WK-QTD-DETALHES PIC 9(7)        VALUE ZEROS.
001620        77  WK-QTD-LOTE    PIC 9(6)         VALUE ZEROS.
001630        77  WK-DEB-LOTE    PIC 9(13)V99     VALUE ZEROS.
001640        77  WK-CRD-LOTE    PIC 9(13)V99     VALUE ZEROS.
001650        77  WK-DATA-LOTE   PIC 9(8)         VALUE ZEROS.
001660        77  WK-TOT-DEB-DIA PIC 9(13)V99     VALUE ZEROS.
001670        77  WK-TOT-CRD-DIA PIC 9(13)V99     VALUE ZEROS.
001680        77  WK-QTD-GRAVADAS PIC 9(5)        VALUE ZEROS.
001690        77  WK-QTD-ENCERRADAS PIC 9(5)      VALUE ZEROS.
001700        77  WK-RESULTADO   PIC S9(13)V99    VALUE ZEROS.
001710        77  WK-TOT-DEVEDORAS PIC S9(13)V99  VALUE ZEROS.
001720        77  WK-TOT-CREDORAS PIC S9(13)V99   VALUE ZEROS.
001730        77  WK-TOT-DEBITOS PIC 9(13)V99     VALUE ZEROS.
001740        77  WK-TOT-CREDITOS PIC 9(13)V99    VALUE ZEROS.
001750        01  WK-DATA-REF        PIC 9(8)     VALUE ZEROS.
001760        01  WK-DATA-REF-R REDEFINES WK-DATA-REF.
001770            05 WK-ANOMES-REF   PIC 9(6).
001780            05 WK-DIA-REF      PIC 99.
001790        01  WK-DATA-REF-R2 REDEFINES WK-DATA-REF.
001800            05 WK-ANO-REF      PIC 9(4).
001810            05 WK-MMDD-REF     PIC 9(4).
001820        01  WK-DATA-GLS-AUX    PIC 9(8)     VALUE ZEROS.
001830        01  WK-DATA-GLS-AUX-R REDEFINES WK-DATA-GLS-AUX.
001840            05 WK-ANOMES-GLS   PIC 9(6).
001850            05 WK-DIA-GLS      PIC 99.
001860        01  WK-CHAVE-PROC.
001870            05 WK-CONTA-PROC       PIC X(8)  VALUE SPACES.
001880            05 WK-MOEDA-PROC       PIC X(3)  VALUE SPACES.
001890        01  WK-CONTA-COSIF     PIC X(8)     VALUE SPACES.
001900        01  WK-CONTA-COSIF-R REDEFINES WK-CONTA-COSIF.
001910            05 WK-GRUPO-COSIF      PIC X.
001920            05 WK-SUBGRUPO-COSIF   PIC X.
001930            05 FILLER              PIC X(6).
001940        01  WK-TAB-RAZAO.
001950            05 WK-RAZAO-OCC       OCCURS 2000 TIMES.
001960                10 WK-RAZ-CHAVE.
001970                    15 WK-RAZ-CONTA       PIC X(8).
001980                    15 WK-RAZ-MOEDA       PIC X(3).
001990                10 WK-RAZ-NATUREZA    PIC X.
002000                10 WK-RAZ-SALDO-ANT   PIC S9(13)V99.
002010                10 WK-RAZ-DEBITOS     PIC 9(13)V99.
002020                10 WK-RAZ-CREDITOS    PIC 9(13)V99.
002030                10 WK-RAZ-SALDO       PIC S9(13)V99.
002040                10 WK-RAZ-DEB-DIA     PIC 9(13)V99.
002050                10 WK-RAZ-CRD-DIA     PIC 9(13)V99.
002060       *      NATUREZA E TITULO DOS GRUPOS DO COSIF
002070        01  NOMES-GRUPOS-COSIF.
002080            05 FILLER PIC X(31)
002090                 VALUE 'DCIRCULANTE E REALIZAVEL LP   '.
002100            05 FILLER PIC X(31)
002110                 VALUE 'DPERMANENTE                   '.
002120            05 FILLER PIC X(31)
002130                 VALUE 'DCOMPENSACAO ATIVA            '.
002140            05 FILLER PIC X(31)
002150                 VALUE 'CCIRCULANTE E EXIGIVEL LP     '.
002160            05 FILLER PIC X(31)
002170                 VALUE 'CRESULTADOS DE EXERC. FUTUROS '.
002180            05 FILLER PIC X(31)
002190                 VALUE 'CPATRIMONIO LIQUIDO           '.
002200            05 FILLER PIC X(31)
002210                 VALUE 'CCONTAS DE RESULTADO CREDORAS '.
002220            05 FILLER PIC X(31)
002230                 VALUE 'DCONTAS DE RESULTADO DEVEDORAS'.
002240            05 FILLER PIC X(31)
002250                 VALUE 'CCOMPENSACAO PASSIVA          '.
002260        01  TABELA-GRUPOS-COSIF REDEFINES NOMES-GRUPOS-COSIF.
002270            05 GRUPO-COSIF-OCC    OCCURS 9 TIMES.
002280                10 NATUREZA-GRUPO     PIC X.
002290                10 TITULO-GRUPO       PIC X(30).
002300       *      QUEBRAS DO BALANCETE
002310        01  WK-QUEBRA-BALANC.
002320            05 WK-GRUPO-ANT        PIC X      VALUE SPACE.
002330            05 WK-SUBGRUPO-ANT     PIC XX     VALUE SPACES.
002340        01  WK-ACUM-SUBGRUPO.
002350            05 WK-SGR-SALDO-ANT    PIC S9(13)V99 VALUE ZEROS.
002360            05 WK-SGR-DEBITOS      PIC 9(13)V99  VALUE ZEROS.
002370            05 WK-SGR-CREDITOS     PIC 9(13)V99  VALUE ZEROS.
002380            05 WK-SGR-SALDO        PIC S9(13)V99 VALUE ZEROS.
002390        01  WK-ACUM-GRUPO.
002400            05 WK-GRP-SALDO-ANT    PIC S9(13)V99 VALUE ZEROS.
002410            05 WK-GRP-DEBITOS      PIC 9(13)V99  VALUE ZEROS.
002420            05 WK-GRP-CREDITOS     PIC 9(13)V99  VALUE ZEROS.
002430            05 WK-GRP-SALDO        PIC S9(13)V99 VALUE ZEROS.
002440        01  WK-CABEC-RAZAO1.
002450            05 WK-TITULO-CABEC PIC X(40).
002460            05 FILLER          PIC X(06) VALUE 'DATA '.
002470            05 WK-DATA-CABEC   PIC 9(8).
002480        01  WK-CABEC-RAZAO2.
002490            05 FILLER          PIC X(09) VALUE 'CONTA'.
002500            05 FILLER          PIC X(05) VALUE 'MDA'.
002510            05 FILLER          PIC X(02) VALUE 'N'.
002520            05 FILLER          PIC X(24)
002530                 VALUE '        SALDO ANTERIOR'.
002540            05 FILLER          PIC X(24)
002550                 VALUE '               DEBITOS'.
002560            05 FILLER          PIC X(24)
002570                 VALUE '              CREDITOS'.
002580            05 FILLER          PIC X(24)
002590                 VALUE '           SALDO ATUAL'.
002600        01  WK-LINHA-CONTA.
002610            05 WK-CONTA-REL    PIC X(8).
002620            05 FILLER          PIC X(01) VALUE SPACE.
002630            05 WK-MOEDA-REL    PIC X(3).
002640            05 FILLER          PIC X(01) VALUE SPACE.
002650            05 WK-NATUREZA-REL PIC X.
002660            05 FILLER          PIC X(02) VALUE SPACES.
002670            05 WK-SALDO-ANT-REL PIC -.---.---.---.--9,99.
002680            05 FILLER          PIC X(02) VALUE SPACES.
002690            05 WK-DEBITOS-REL  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002700            05 FILLER          PIC X(02) VALUE SPACES.
002710            05 WK-CREDITOS-REL PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002720            05 FILLER          PIC X(02) VALUE SPACES.
002730            05 WK-SALDO-REL    PIC -.---.---.---.--9,99.
002740        01  WK-LINHA-QUEBRA.
002750            05 WK-TITULO-QUEBRA PIC X(16).
002760            05 WK-SALDO-ANT-QBR PIC -.---.---.---.--9,99.
002770            05 FILLER          PIC X(02) VALUE SPACES.
002780            05 WK-DEBITOS-QBR  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002790            05 FILLER          PIC X(02) VALUE SPACES.
002800            05 WK-CREDITOS-QBR PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002810            05 FILLER          PIC X(02) VALUE SPACES.
002820            05 WK-SALDO-QBR    PIC -.---.---.---.--9,99.
002830        01  WK-LINHA-GRUPO.
002840            05 FILLER          PIC X(06) VALUE 'GRUPO '.
002850            05 WK-GRUPO-REL    PIC X.
002860            05 FILLER          PIC X(03) VALUE ' - '.
002870            05 WK-TITULO-GRUPO-REL PIC X(30).
002880        01  WK-LINHA-LOTE.
002890            05 FILLER          PIC X(11) VALUE 'LOTE DATA '.
002900            05 WK-DATA-LOTE-REL PIC 9(8).
002910            05 FILLER          PIC X(08) VALUE ' LINHAS '.
002920            05 WK-QTD-LOTE-REL PIC ZZZZZ9.
002930            05 FILLER          PIC X(09) VALUE ' DEBITOS '.
002940            05 WK-DEB-LOTE-REL PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002950            05 FILLER          PIC X(10) VALUE ' CREDITOS '.
002960            05 WK-CRD-LOTE-REL PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002970            05 FILLER          PIC X(01) VALUE SPACE.
002980            05 WK-SITUACAO-LOTE-REL PIC X(30).
002990        01  WK-LINHA-TOTAL.
003000            05 WK-TITULO-TOT   PIC X(30).
003010            05 WK-VALOR-TOT    PIC -.---.---.---.--9,99.
003020        01  WK-LINHA-MENSAGEM.
003030            05 WK-MENSAGEM-REL PIC X(80).
003040       *
003050        PROCEDURE DIVISION.
003060        000-PRINCIPAL SECTION.
003070        001-PRINCIPAL.
003080            PERFORM 195-GRAVAR-JRNL-INICIO.
003090            PERFORM 101-INICIAR.
003100            EVALUATE TRUE
003110                WHEN FUNCAO-POSTAGEM
003120                    PERFORM 201-POSTAR-DIA
003130                WHEN FUNCAO-BALANCETE
003140                    PERFORM 401-EMITIR-BALANCETE
003150                WHEN OTHER
003160                    PERFORM 501-ENCERRAR-EXERCICIO
003170            END-EVALUATE.
003180            PERFORM 901-FINALIZAR.
003190            PERFORM 196-GRAVAR-JRNL-FIM.
003200            STOP RUN.
003210       ***********************************************************
003220        100-INICIAR SECTION.
003230        101-INICIAR.
003240            ACCEPT WK-FUNCAO       FROM SYSIN.
003250            ACCEPT WK-DATA-REF     FROM SYSIN.
003260            ACCEPT WK-CONTA-LUCROS FROM SYSIN.
003270            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
003280            IF NOT FUNCAO-POSTAGEM AND NOT FUNCAO-BALANCETE
003290               AND NOT FUNCAO-ENCERRAMENTO
003300                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
003310                MOVE 12 TO RETURN-CODE
003320                STOP RUN
003330            END-IF.
003340            IF WK-DATA-REF NOT NUMERIC
003350               OR WK-DATA-REF = ZEROS
003360                MOVE WK-DATA-SIST TO WK-DATA-REF
003370            END-IF.
003380            IF FUNCAO-ENCERRAMENTO
003390                PERFORM 103-CRITICAR-ENCERRAMENTO
003400            END-IF.
003410            OPEN OUTPUT ARQ-RELRAZAO.
003420            IF WK-FS-RELRAZAO NOT = '00'
003430                DISPLAY 'ERRO ' WK-FS-RELRAZAO
003440                        ' NO COMANDO OPEN RELRAZAO'
003450                MOVE 12 TO RETURN-CODE
003460                STOP RUN
003470            END-IF.
003480            PERFORM 102-CARREGAR-GLSALDO.
003490       *      SEM GLSALDO SO A POSTAGEM PODE COMECAR O RAZAO
003500        102-CARREGAR-GLSALDO.
003510            OPEN INPUT ARQ-GLSALDO.
003520            EVALUATE WK-FS-GLSALDO
003530                WHEN '00'
003540                    PERFORM 303-LER-GLSALDO
003550                    PERFORM 104-REGISTRAR-GLSALDO
003560                        UNTIL WK-FS-GLSALDO = '10'
003570                    CLOSE ARQ-GLSALDO
003580                WHEN '35'
003590                    IF NOT FUNCAO-POSTAGEM
003600                        DISPLAY 'ARQUIVO GLSALDO NAO ENCONTRADO'
003610                        MOVE 12 TO RETURN-CODE
003620                        STOP RUN
003630                    END-IF
003640                    DISPLAY 'GLSALDO NAO ENCONTRADO, RAZAO '
003650                            'INICIADO NESTA POSTAGEM'
003660                WHEN OTHER
003670                    DISPLAY 'ERRO ' WK-FS-GLSALDO
003680                            ' NO COMANDO OPEN GLSALDO'
003690                    MOVE 12 TO RETURN-CODE
003700                    STOP RUN
003710            END-EVALUATE.
003720        103-CRITICAR-ENCERRAMENTO.
003730            MOVE WK-CONTA-LUCROS TO WK-CONTA-COSIF.
003740            IF WK-MMDD-REF NOT = 1231
003750                DISPLAY 'ENCERRAMENTO SO EM 31/12 : ' WK-DATA-REF
003760                MOVE 12 TO RETURN-CODE
003770                STOP RUN
003780            END-IF.
003790            IF WK-CONTA-LUCROS = SPACES
003800               OR WK-GRUPO-COSIF NOT = '6'
003810                DISPLAY 'CONTA DE LUCROS ACUMULADOS INVALIDA '
003820                        'NO SYSIN : ' WK-CONTA-LUCROS
003830                MOVE 12 TO RETURN-CODE
003840                STOP RUN
003850            END-IF.
003860        104-REGISTRAR-GLSALDO.
003870            IF FD-CHAVE-GLS NOT GREATER WK-CHAVE-ANT
003880                DISPLAY 'GLSALDO FORA DE ORDEM NA CONTA '
003890                        FD-CONTA-RAZAO-GLS ' ' FD-MOEDA-GLS
003900                MOVE 12 TO RETURN-CODE
003910                STOP RUN
003920            END-IF.
003930            IF WK-QTD-RAZAO NOT LESS 2000
003940                DISPLAY 'TABELA DO RAZAO CHEIA, LIMITE 2000'
003950                MOVE 12 TO RETURN-CODE
003960                STOP RUN
003970            END-IF.
003980            MOVE FD-CHAVE-GLS TO WK-CHAVE-ANT.
003990            ADD 1 TO WK-QTD-RAZAO.
004000            MOVE FD-CONTA-RAZAO-GLS TO WK-RAZ-CONTA(WK-QTD-RAZAO).
004010            MOVE FD-MOEDA-GLS       TO WK-RAZ-MOEDA(WK-QTD-RAZAO).
004020            MOVE FD-NATUREZA-GLS
004030                TO WK-RAZ-NATUREZA(WK-QTD-RAZAO).
004040            MOVE FD-SALDO-ANT-GLS
004050                TO WK-RAZ-SALDO-ANT(WK-QTD-RAZAO).
004060            MOVE FD-DEBITOS-GLS
004070                TO WK-RAZ-DEBITOS(WK-QTD-RAZAO).
004080            MOVE FD-CREDITOS-GLS
004090                TO WK-RAZ-CREDITOS(WK-QTD-RAZAO).
004100            MOVE FD-SALDO-GLS       TO WK-RAZ-SALDO(WK-QTD-RAZAO).
004110            MOVE ZEROS TO WK-RAZ-DEB-DIA(WK-QTD-RAZAO).
004120            MOVE ZEROS TO WK-RAZ-CRD-DIA(WK-QTD-RAZAO).
004130            IF FD-DATA-GLS > WK-DATA-ULTIMA
004140                MOVE FD-DATA-GLS TO WK-DATA-ULTIMA
004150            END-IF.
004160            PERFORM 303-LER-GLSALDO.
004170       ***********************************************
004180       *      POSTAGEM: PRIMEIRO ACUMULA E CONFERE O DIA
004190       *      INTEIRO NA TABELA; SO DEPOIS APLICA E GRAVA
004200       *      O GLSALDN
004210        200-POSTAGEM SECTION.
004220        201-POSTAR-DIA.
004230            IF WK-DATA-REF NOT GREATER WK-DATA-ULTIMA
004240                DISPLAY 'DATA ' WK-DATA-REF ' JA POSTADA NO '
004250                        'GLSALDO (ULTIMA ' WK-DATA-ULTIMA ')'
004260                MOVE 12 TO RETURN-CODE
004270                STOP RUN
004280            END-IF.
004290            MOVE 'POSTAGEM DO RAZAO CONTABIL' TO WK-TITULO-CABEC.
004300            MOVE WK-DATA-REF TO WK-DATA-CABEC.
004310            WRITE REG-RELRAZAO FROM WK-CABEC-RAZAO1.
004320            PERFORM 283-CONFERIR-RELRAZAO.
004330            OPEN INPUT ARQ-GLJOURN.
004340            EVALUATE WK-FS-GLJOURN
004350                WHEN '00'
004360                    PERFORM 301-LER-GLJOURN
004370                WHEN '35'
004380                    DISPLAY 'ARQUIVO GLJOURN NAO ENCONTRADO'
004390                    MOVE 12 TO RETURN-CODE
004400                    STOP RUN
004410                WHEN OTHER
004420                    DISPLAY 'ERRO ' WK-FS-GLJOURN
004430                            ' NO COMANDO OPEN GLJOURN'
004440                    MOVE 12 TO RETURN-CODE
004450                    STOP RUN
004460            END-EVALUATE.
004470            PERFORM 202-TRATAR-GLJOURN
004480                UNTIL WK-FS-GLJOURN = '10'.
004490            CLOSE ARQ-GLJOURN.
004500            IF DENTRO-DO-LOTE
004510                MOVE 'LOTE SEM TRAILER' TO WK-SITUACAO-LOTE-REL
004520                PERFORM 207-RELATAR-LOTE
004530                SET DIA-INVALIDO TO TRUE
004540            END-IF.
004550            PERFORM 208-PROVAR-DIA.
004560            IF DIA-INVALIDO
004570                MOVE 'DIA NAO POSTADO - GLSALDO MANTIDO'
004580                    TO WK-MENSAGEM-REL
004590                WRITE REG-RELRAZAO FROM WK-LINHA-MENSAGEM
004600                    AFTER 2 LINES
004610                DISPLAY 'DIA ' WK-DATA-REF ' NAO POSTADO'
004620                MOVE 12 TO RETURN-CODE
004630            ELSE
004640                PERFORM 209-APLICAR-DIA
004650                PERFORM 601-GRAVAR-GLSALDN
004660            END-IF.
004670        202-TRATAR-GLJOURN.
004680            EVALUATE TRUE
004690                WHEN GLJOURN-HEADER
004700                    PERFORM 203-ABRIR-LOTE
004710                WHEN GLJOURN-DETALHE
004720                    PERFORM 204-ACUMULAR-DETALHE
004730                WHEN GLJOURN-TRAILER
004740                    PERFORM 206-FECHAR-LOTE
004750                WHEN OTHER
004760                    DISPLAY 'TIPO DE REGISTRO INVALIDO NO '
004770                            'GLJOURN : ' FD-TIPO-REG-GLJ
004780                    SET DIA-INVALIDO TO TRUE
004790            END-EVALUATE.
004800            PERFORM 301-LER-GLJOURN.
004810        203-ABRIR-LOTE.
004820            IF DENTRO-DO-LOTE
004830                MOVE 'LOTE SEM TRAILER' TO WK-SITUACAO-LOTE-REL
004840                PERFORM 207-RELATAR-LOTE
004850                SET DIA-INVALIDO TO TRUE
004860            END-IF.
004870            SET DENTRO-DO-LOTE TO TRUE.
004880            ADD 1 TO WK-QTD-LOTES.
004890            MOVE FD-DATA-CTRL-GLJ TO WK-DATA-LOTE.
004900            MOVE ZEROS TO WK-QTD-LOTE.
004910            MOVE ZEROS TO WK-DEB-LOTE.
004920            MOVE ZEROS TO WK-CRD-LOTE.
004930        204-ACUMULAR-DETALHE.
004940            ADD 1 TO WK-QTD-DETALHES.
004950            IF FORA-DO-LOTE
004960                DISPLAY 'DETALHE DO GLJOURN FORA DE LOTE, CONTA '
004970                        FD-CONTA-RAZAO-GLJ
004980                SET DIA-INVALIDO TO TRUE
004990            END-IF.
005000            ADD 1 TO WK-QTD-LOTE.
005010            MOVE FD-CONTA-RAZAO-GLJ  TO WK-CONTA-PROC.
005020            MOVE FD-MOEDA-ORIGEM-GLJ TO WK-MOEDA-PROC.
005030            PERFORM 211-LOCALIZAR-CONTA.
005040            EVALUATE TRUE
005050                WHEN WK-IDX-POS = ZEROS
005060                    SET DIA-INVALIDO TO TRUE
005070                WHEN FD-NATUREZA-GLJ = 'D'
005080                    ADD FD-VALOR-GLJ TO WK-DEB-LOTE
005090                    ADD FD-VALOR-GLJ TO WK-RAZ-DEB-DIA(WK-IDX-POS)
005100                WHEN FD-NATUREZA-GLJ = 'C'
005110                    ADD FD-VALOR-GLJ TO WK-CRD-LOTE
005120                    ADD FD-VALOR-GLJ TO WK-RAZ-CRD-DIA(WK-IDX-POS)
005130                WHEN OTHER
005140                    DISPLAY 'NATUREZA INVALIDA NO GLJOURN, CONTA '
005150                            FD-CONTA-RAZAO-GLJ ' : '
005160                            FD-NATUREZA-GLJ
005170                    SET DIA-INVALIDO TO TRUE
005180            END-EVALUATE.
005190       *      O TRAILER TRAZ A QUANTIDADE DE LINHAS E O TOTAL
005200       *      DOS DEBITOS DO LOTE (EAD95854, 902, 903)
005210        206-FECHAR-LOTE.
005220            EVALUATE TRUE
005230                WHEN FORA-DO-LOTE
005240                    MOVE 'TRAILER SEM HEADER'
005250                        TO WK-SITUACAO-LOTE-REL
005260                WHEN WK-DATA-LOTE NOT = WK-DATA-REF
005270                    MOVE 'LOTE DE OUTRA DATA'
005280                        TO WK-SITUACAO-LOTE-REL
005290                WHEN FD-QTDE-CTRL-GLJ NOT = WK-QTD-LOTE
005300                    MOVE 'QUANTIDADE DIFERE DO TRAILER'
005310                        TO WK-SITUACAO-LOTE-REL
005320                WHEN FD-VALOR-CTRL-GLJ NOT = WK-DEB-LOTE
005330                    MOVE 'DEBITOS DIFEREM DO TRAILER'
005340                        TO WK-SITUACAO-LOTE-REL
005350                WHEN WK-DEB-LOTE NOT = WK-CRD-LOTE
005360                    MOVE 'LOTE NAO FECHA DEBITO/CREDITO'
005370                        TO WK-SITUACAO-LOTE-REL
005380                WHEN OTHER
005390                    MOVE 'LOTE CONFERIDO'
005400                        TO WK-SITUACAO-LOTE-REL
005410            END-EVALUATE.
005420            IF WK-SITUACAO-LOTE-REL NOT = 'LOTE CONFERIDO'
005430                SET DIA-INVALIDO TO TRUE
005440            END-IF.
005450            ADD WK-DEB-LOTE TO WK-TOT-DEB-DIA.
005460            ADD WK-CRD-LOTE TO WK-TOT-CRD-DIA.
005470            PERFORM 207-RELATAR-LOTE.
005480            SET FORA-DO-LOTE TO TRUE.
005490        207-RELATAR-LOTE.
005500            MOVE WK-DATA-LOTE TO WK-DATA-LOTE-REL.
005510            MOVE WK-QTD-LOTE  TO WK-QTD-LOTE-REL.
005520            MOVE WK-DEB-LOTE  TO WK-DEB-LOTE-REL.
005530            MOVE WK-CRD-LOTE  TO WK-CRD-LOTE-REL.
005540            WRITE REG-RELRAZAO FROM WK-LINHA-LOTE.
005550            PERFORM 283-CONFERIR-RELRAZAO.
005560        208-PROVAR-DIA.
005570            MOVE 'TOTAL DE DEBITOS DO DIA     :' TO WK-TITULO-TOT.
005580            MOVE WK-TOT-DEB-DIA TO WK-VALOR-TOT.
005590            WRITE REG-RELRAZAO FROM WK-LINHA-TOTAL AFTER 2 LINES.
005600            PERFORM 283-CONFERIR-RELRAZAO.
005610            MOVE 'TOTAL DE CREDITOS DO DIA    :' TO WK-TITULO-TOT.
005620            MOVE WK-TOT-CRD-DIA TO WK-VALOR-TOT.
005630            WRITE REG-RELRAZAO FROM WK-LINHA-TOTAL.
005640            PERFORM 283-CONFERIR-RELRAZAO.
005650            IF WK-QTD-LOTES = ZEROS
005660                DISPLAY 'GLJOURN SEM LOTES PARA A DATA '
005670                        WK-DATA-REF
005680                SET DIA-INVALIDO TO TRUE
005690            END-IF.
005700            IF WK-TOT-DEB-DIA NOT = WK-TOT-CRD-DIA
005710                DISPLAY 'DEBITOS E CREDITOS DO DIA NAO BATEM'
005720                SET DIA-INVALIDO TO TRUE
005730            END-IF.
005740       *      PRIMEIRA POSTAGEM DO MES: O SALDO ATUAL PASSA A
005750       *      SER O SALDO ANTERIOR E OS ACUMULADOS ZERAM
005760        209-APLICAR-DIA.
005770            MOVE WK-DATA-ULTIMA TO WK-DATA-GLS-AUX.
005780            MOVE 'CONTAS MOVIMENTADAS NO DIA' TO WK-TITULO-CABEC.
005790            WRITE REG-RELRAZAO FROM WK-CABEC-RAZAO1 AFTER 2 LINES.
005800            PERFORM 283-CONFERIR-RELRAZAO.
005810            WRITE REG-RELRAZAO FROM WK-CABEC-RAZAO2.
005820            PERFORM 283-CONFERIR-RELRAZAO.
005830            PERFORM 210-APLICAR-CONTA
005840                VARYING WK-IDX-RAZ FROM 1 BY 1
005850                UNTIL WK-IDX-RAZ > WK-QTD-RAZAO.
005860        210-APLICAR-CONTA.
005870            IF WK-ANOMES-GLS < WK-ANOMES-REF
005880                MOVE WK-RAZ-SALDO(WK-IDX-RAZ)
005890                    TO WK-RAZ-SALDO-ANT(WK-IDX-RAZ)
005900                MOVE ZEROS TO WK-RAZ-DEBITOS(WK-IDX-RAZ)
005910                MOVE ZEROS TO WK-RAZ-CREDITOS(WK-IDX-RAZ)
005920            END-IF.
005930            IF WK-RAZ-DEB-DIA(WK-IDX-RAZ) > ZEROS
005940               OR WK-RAZ-CRD-DIA(WK-IDX-RAZ) > ZEROS
005950                ADD WK-RAZ-DEB-DIA(WK-IDX-RAZ)
005960                    TO WK-RAZ-DEBITOS(WK-IDX-RAZ)
005970                ADD WK-RAZ-CRD-DIA(WK-IDX-RAZ)
005980                    TO WK-RAZ-CREDITOS(WK-IDX-RAZ)
005990                IF WK-RAZ-NATUREZA(WK-IDX-RAZ) = 'D'
006000                    COMPUTE WK-RAZ-SALDO(WK-IDX-RAZ) =
006010                        WK-RAZ-SALDO(WK-IDX-RAZ)
006020                        + WK-RAZ-DEB-DIA(WK-IDX-RAZ)
006030                        - WK-RAZ-CRD-DIA(WK-IDX-RAZ)
006040                ELSE
006050                    COMPUTE WK-RAZ-SALDO(WK-IDX-RAZ) =
006060                        WK-RAZ-SALDO(WK-IDX-RAZ)
006070                        + WK-RAZ-CRD-DIA(WK-IDX-RAZ)
006080                        - WK-RAZ-DEB-DIA(WK-IDX-RAZ)
006090                END-IF
006100                PERFORM 411-RELATAR-CONTA
006110            END-IF.
006120       *      PROCURA A CONTA/MOEDA NA TABELA ORDENADA; SE
006130       *      NAO EXISTE, ABRE NA POSICAO COM A NATUREZA DO
006140       *      GRUPO COSIF (ZEROS = CONTA FORA DO COSIF)
006150        211-LOCALIZAR-CONTA.
006160            SET CONTA-NAO-ACHADA TO TRUE.
006170            PERFORM 212-COMPARAR-CONTA
006180                VARYING WK-IDX-POS FROM 1 BY 1
006190                UNTIL WK-IDX-POS > WK-QTD-RAZAO
006200                   OR WK-RAZ-CHAVE(WK-IDX-POS) NOT LESS
006210                      WK-CHAVE-PROC.
006220            IF WK-IDX-POS NOT GREATER WK-QTD-RAZAO
006230                IF WK-RAZ-CHAVE(WK-IDX-POS) = WK-CHAVE-PROC
006240                    SET CONTA-ACHADA TO TRUE
006250                END-IF
006260            END-IF.
006270            IF CONTA-NAO-ACHADA
006280                PERFORM 213-ABRIR-CONTA
006290            END-IF.
006300        212-COMPARAR-CONTA.
006310            CONTINUE.
006320        213-ABRIR-CONTA.
006330            MOVE WK-CONTA-PROC TO WK-CONTA-COSIF.
006340            IF WK-GRUPO-COSIF < '1' OR WK-GRUPO-COSIF > '9'
006350                DISPLAY 'CONTA FORA DO PADRAO COSIF : '
006360                        WK-CONTA-PROC
006370                MOVE ZEROS TO WK-IDX-POS
006380            ELSE
006390                IF WK-QTD-RAZAO NOT LESS 2000
006400                    DISPLAY 'TABELA DO RAZAO CHEIA, LIMITE 2000'
006410                    MOVE 12 TO RETURN-CODE
006420                    STOP RUN
006430                END-IF
006440                MOVE WK-GRUPO-COSIF TO WK-IDX-GRUPO
006450                MOVE NATUREZA-GRUPO(WK-IDX-GRUPO)
006460                    TO WK-NATUREZA-PROC
006470                PERFORM 214-DESLOCAR-CONTA
006480                    VARYING WK-IDX-DESL FROM WK-QTD-RAZAO BY -1
006490                    UNTIL WK-IDX-DESL < WK-IDX-POS
006500                ADD 1 TO WK-QTD-RAZAO
006510                MOVE WK-CONTA-PROC TO WK-RAZ-CONTA(WK-IDX-POS)
006520                MOVE WK-MOEDA-PROC TO WK-RAZ-MOEDA(WK-IDX-POS)
006530                MOVE WK-NATUREZA-PROC
006540                    TO WK-RAZ-NATUREZA(WK-IDX-POS)
006550                MOVE ZEROS TO WK-RAZ-SALDO-ANT(WK-IDX-POS)
006560                MOVE ZEROS TO WK-RAZ-DEBITOS(WK-IDX-POS)
006570                MOVE ZEROS TO WK-RAZ-CREDITOS(WK-IDX-POS)
006580                MOVE ZEROS TO WK-RAZ-SALDO(WK-IDX-POS)
006590                MOVE ZEROS TO WK-RAZ-DEB-DIA(WK-IDX-POS)
006600                MOVE ZEROS TO WK-RAZ-CRD-DIA(WK-IDX-POS)
006610            END-IF.
006620        214-DESLOCAR-CONTA.
006630            MOVE WK-RAZAO-OCC(WK-IDX-DESL)
006640                TO WK-RAZAO-OCC(WK-IDX-DESL + 1).
006650        283-CONFERIR-RELRAZAO.
006660            IF WK-FS-RELRAZAO NOT = '00'
006670                DISPLAY 'ERRO ' WK-FS-RELRAZAO
006680                        ' NO COMANDO WRITE RELRAZAO'
006690                MOVE 12 TO RETURN-CODE
006700                STOP RUN
006710            END-IF.
006720       ***********************************************
006730        300-LEITURAS SECTION.
006740        301-LER-GLJOURN.
006750            READ ARQ-GLJOURN.
006760            EVALUATE WK-FS-GLJOURN
006770                WHEN '00'
006780                    CONTINUE
006790                WHEN '10'
006800                    CONTINUE
006810                WHEN OTHER
006820                    DISPLAY 'ERRO ' WK-FS-GLJOURN
006830                            ' NO COMANDO READ GLJOURN'
006840                    MOVE 12 TO RETURN-CODE
006850                    STOP RUN
006860            END-EVALUATE.
006870        303-LER-GLSALDO.
006880            READ ARQ-GLSALDO.
006890            EVALUATE WK-FS-GLSALDO
006900                WHEN '00'
006910                    CONTINUE
006920                WHEN '10'
006930                    CONTINUE
006940                WHEN OTHER
006950                    DISPLAY 'ERRO ' WK-FS-GLSALDO
006960                            ' NO COMANDO READ GLSALDO'
006970                    MOVE 12 TO RETURN-CODE
006980                    STOP RUN
006990            END-EVALUATE.
007000       ***********************************************
007010       *      BALANCETE DO MES NA ESTRUTURA COSIF: CONTA,
007020       *      SUBGRUPO (2 PRIMEIROS DIGITOS) E GRUPO
007030        400-BALANCETE SECTION.
007040        401-EMITIR-BALANCETE.
007050            MOVE WK-DATA-ULTIMA TO WK-DATA-GLS-AUX.
007060            IF WK-ANOMES-GLS NOT = WK-ANOMES-REF
007070                DISPLAY 'GLSALDO POSTADO ATE ' WK-DATA-ULTIMA
007080                        ' NAO E DO MES PEDIDO ' WK-ANOMES-REF
007090                MOVE 12 TO RETURN-CODE
007100                STOP RUN
007110            END-IF.
007120            MOVE 'BALANCETE MENSAL COSIF - POSTADO ATE'
007130                TO WK-TITULO-CABEC.
007140            MOVE WK-DATA-ULTIMA TO WK-DATA-CABEC.
007150            WRITE REG-RELRAZAO FROM WK-CABEC-RAZAO1.
007160            PERFORM 283-CONFERIR-RELRAZAO.
007170            WRITE REG-RELRAZAO FROM WK-CABEC-RAZAO2.
007180            PERFORM 283-CONFERIR-RELRAZAO.
007190            PERFORM 402-LISTAR-CONTA
007200                VARYING WK-IDX-RAZ FROM 1 BY 1
007210                UNTIL WK-IDX-RAZ > WK-QTD-RAZAO.
007220            IF WK-QTD-RAZAO > ZEROS
007230                PERFORM 405-FECHAR-SUBGRUPO
007240                PERFORM 406-FECHAR-GRUPO
007250            END-IF.
007260            PERFORM 408-PROVAR-BALANCETE.
007270        402-LISTAR-CONTA.
007280            MOVE WK-RAZ-CONTA(WK-IDX-RAZ) TO WK-CONTA-COSIF.
007290            IF WK-GRUPO-COSIF NOT = WK-GRUPO-ANT
007300                IF WK-GRUPO-ANT NOT = SPACE
007310                    PERFORM 405-FECHAR-SUBGRUPO
007320                    PERFORM 406-FECHAR-GRUPO
007330                END-IF
007340                PERFORM 403-ABRIR-GRUPO
007350            ELSE
007360                IF WK-CONTA-COSIF(1:2) NOT = WK-SUBGRUPO-ANT
007370                    PERFORM 405-FECHAR-SUBGRUPO
007380                END-IF
007390            END-IF.
007400            MOVE WK-CONTA-COSIF(1:2) TO WK-SUBGRUPO-ANT.
007410            PERFORM 411-RELATAR-CONTA.
007420            ADD WK-RAZ-SALDO-ANT(WK-IDX-RAZ) TO WK-SGR-SALDO-ANT.
007430            ADD WK-RAZ-DEBITOS(WK-IDX-RAZ)   TO WK-SGR-DEBITOS.
007440            ADD WK-RAZ-CREDITOS(WK-IDX-RAZ)  TO WK-SGR-CREDITOS.
007450            ADD WK-RAZ-SALDO(WK-IDX-RAZ)     TO WK-SGR-SALDO.
007460            ADD WK-RAZ-DEBITOS(WK-IDX-RAZ)   TO WK-TOT-DEBITOS.
007470            ADD WK-RAZ-CREDITOS(WK-IDX-RAZ)  TO WK-TOT-CREDITOS.
007480            IF WK-RAZ-NATUREZA(WK-IDX-RAZ) = 'D'
007490                ADD WK-RAZ-SALDO(WK-IDX-RAZ) TO WK-TOT-DEVEDORAS
007500            ELSE
007510                ADD WK-RAZ-SALDO(WK-IDX-RAZ) TO WK-TOT-CREDORAS
007520            END-IF.
007530        403-ABRIR-GRUPO.
007540            MOVE WK-GRUPO-COSIF TO WK-GRUPO-ANT.
007550            MOVE WK-GRUPO-COSIF TO WK-GRUPO-REL.
007560            IF WK-GRUPO-COSIF NOT < '1' AND NOT > '9'
007570                MOVE WK-GRUPO-COSIF TO WK-IDX-GRUPO
007580                MOVE TITULO-GRUPO(WK-IDX-GRUPO)
007590                    TO WK-TITULO-GRUPO-REL
007600            ELSE
007610                MOVE 'FORA DO COSIF' TO WK-TITULO-GRUPO-REL
007620            END-IF.
007630            WRITE REG-RELRAZAO FROM WK-LINHA-GRUPO AFTER 2 LINES.
007640            PERFORM 283-CONFERIR-RELRAZAO.
007650            INITIALIZE WK-ACUM-GRUPO.
007660            INITIALIZE WK-ACUM-SUBGRUPO.
007670        405-FECHAR-SUBGRUPO.
007680            MOVE SPACES TO WK-TITULO-QUEBRA.
007690            STRING '  SUBGRUPO ' WK-SUBGRUPO-ANT
007700                DELIMITED BY SIZE INTO WK-TITULO-QUEBRA.
007710            MOVE WK-SGR-SALDO-ANT TO WK-SALDO-ANT-QBR.
007720            MOVE WK-SGR-DEBITOS   TO WK-DEBITOS-QBR.
007730            MOVE WK-SGR-CREDITOS  TO WK-CREDITOS-QBR.
007740            MOVE WK-SGR-SALDO     TO WK-SALDO-QBR.
007750            WRITE REG-RELRAZAO FROM WK-LINHA-QUEBRA.
007760            PERFORM 283-CONFERIR-RELRAZAO.
007770            ADD WK-SGR-SALDO-ANT TO WK-GRP-SALDO-ANT.
007780            ADD WK-SGR-DEBITOS   TO WK-GRP-DEBITOS.
007790            ADD WK-SGR-CREDITOS  TO WK-GRP-CREDITOS.
007800            ADD WK-SGR-SALDO     TO WK-GRP-SALDO.
007810            INITIALIZE WK-ACUM-SUBGRUPO.
007820        406-FECHAR-GRUPO.
007830            MOVE SPACES TO WK-TITULO-QUEBRA.
007840            STRING 'TOTAL GRUPO ' WK-GRUPO-ANT
007850                DELIMITED BY SIZE INTO WK-TITULO-QUEBRA.
007860            MOVE WK-GRP-SALDO-ANT TO WK-SALDO-ANT-QBR.
007870            MOVE WK-GRP-DEBITOS   TO WK-DEBITOS-QBR.
007880            MOVE WK-GRP-CREDITOS  TO WK-CREDITOS-QBR.
007890            MOVE WK-GRP-SALDO     TO WK-SALDO-QBR.
007900            WRITE REG-RELRAZAO FROM WK-LINHA-QUEBRA.
007910            PERFORM 283-CONFERIR-RELRAZAO.
007920       *      PROVA: SALDOS DEVEDORES = SALDOS CREDORES E
007930       *      DEBITOS DO MES = CREDITOS DO MES
007940        408-PROVAR-BALANCETE.
007950            MOVE 'SALDOS DEVEDORES            :' TO WK-TITULO-TOT.
007960            MOVE WK-TOT-DEVEDORAS TO WK-VALOR-TOT.
007970            WRITE REG-RELRAZAO FROM WK-LINHA-TOTAL AFTER 2 LINES.
007980            PERFORM 283-CONFERIR-RELRAZAO.
007990            MOVE 'SALDOS CREDORES             :' TO WK-TITULO-TOT.
008000            MOVE WK-TOT-CREDORAS TO WK-VALOR-TOT.
008010            WRITE REG-RELRAZAO FROM WK-LINHA-TOTAL.
008020            PERFORM 283-CONFERIR-RELRAZAO.
008030            MOVE 'DEBITOS DO MES              :' TO WK-TITULO-TOT.
008040            MOVE WK-TOT-DEBITOS TO WK-VALOR-TOT.
008050            WRITE REG-RELRAZAO FROM WK-LINHA-TOTAL.
008060            PERFORM 283-CONFERIR-RELRAZAO.
008070            MOVE 'CREDITOS DO MES             :' TO WK-TITULO-TOT.
008080            MOVE WK-TOT-CREDITOS TO WK-VALOR-TOT.
008090            WRITE REG-RELRAZAO FROM WK-LINHA-TOTAL.
008100            PERFORM 283-CONFERIR-RELRAZAO.
008110            IF WK-TOT-DEVEDORAS NOT = WK-TOT-CREDORAS
008120               OR WK-TOT-DEBITOS NOT = WK-TOT-CREDITOS
008130                MOVE 'BALANCETE NAO FECHA' TO WK-MENSAGEM-REL
008140                DISPLAY 'BALANCETE NAO FECHA'
008150                IF RETURN-CODE < 4
008160                    MOVE 4 TO RETURN-CODE
008170                END-IF
008180            ELSE
008190                MOVE 'BALANCETE FECHADO' TO WK-MENSAGEM-REL
008200            END-IF.
008210            WRITE REG-RELRAZAO FROM WK-LINHA-MENSAGEM.
008220            PERFORM 283-CONFERIR-RELRAZAO.
008230        411-RELATAR-CONTA.
008240            MOVE WK-RAZ-CONTA(WK-IDX-RAZ)     TO WK-CONTA-REL.
008250            MOVE WK-RAZ-MOEDA(WK-IDX-RAZ)     TO WK-MOEDA-REL.
008260            MOVE WK-RAZ-NATUREZA(WK-IDX-RAZ)  TO WK-NATUREZA-REL.
008270            MOVE WK-RAZ-SALDO-ANT(WK-IDX-RAZ) TO WK-SALDO-ANT-REL.
008280            MOVE WK-RAZ-DEBITOS(WK-IDX-RAZ)   TO WK-DEBITOS-REL.
008290            MOVE WK-RAZ-CREDITOS(WK-IDX-RAZ)  TO WK-CREDITOS-REL.
008300            MOVE WK-RAZ-SALDO(WK-IDX-RAZ)     TO WK-SALDO-REL.
008310            WRITE REG-RELRAZAO FROM WK-LINHA-CONTA.
008320            PERFORM 283-CONFERIR-RELRAZAO.
008330       ***********************************************
008340       *      ENCERRAMENTO: CADA CONTA DE RESULTADO E ZERADA
008350       *      PELO LADO OPOSTO AO SEU SALDO E O LIQUIDO VAI
008360       *      PARA LUCROS OU PREJUIZOS ACUMULADOS EM BRL
008370        500-ENCERRAMENTO SECTION.
008380        501-ENCERRAR-EXERCICIO.
008390            IF WK-DATA-ULTIMA NOT = WK-DATA-REF
008400                DISPLAY 'GLSALDO POSTADO ATE ' WK-DATA-ULTIMA
008410                        ', ENCERRAMENTO EXIGE O DIA '
008420                        WK-DATA-REF
008430                MOVE 12 TO RETURN-CODE
008440                STOP RUN
008450            END-IF.
008460            MOVE 'ENCERRAMENTO DO EXERCICIO' TO WK-TITULO-CABEC.
008470            MOVE WK-DATA-REF TO WK-DATA-CABEC.
008480            WRITE REG-RELRAZAO FROM WK-CABEC-RAZAO1.
008490            PERFORM 283-CONFERIR-RELRAZAO.
008500            WRITE REG-RELRAZAO FROM WK-CABEC-RAZAO2.
008510            PERFORM 283-CONFERIR-RELRAZAO.
008520            PERFORM 502-ENCERRAR-CONTA
008530                VARYING WK-IDX-RAZ FROM 1 BY 1
008540                UNTIL WK-IDX-RAZ > WK-QTD-RAZAO.
008550            MOVE WK-CONTA-LUCROS TO WK-CONTA-PROC.
008560            MOVE 'BRL'           TO WK-MOEDA-PROC.
008570            PERFORM 211-LOCALIZAR-CONTA.
008580            MOVE WK-IDX-POS TO WK-IDX-RAZ.
008590            IF WK-RESULTADO > ZEROS
008600                ADD WK-RESULTADO TO WK-RAZ-CREDITOS(WK-IDX-RAZ)
008610            ELSE
008620                SUBTRACT WK-RESULTADO
008630                    FROM WK-RAZ-DEBITOS(WK-IDX-RAZ)
008640            END-IF.
008650            ADD WK-RESULTADO TO WK-RAZ-SALDO(WK-IDX-RAZ).
008660            PERFORM 411-RELATAR-CONTA.
008670            MOVE 'RESULTADO DO EXERCICIO      :' TO WK-TITULO-TOT.
008680            MOVE WK-RESULTADO TO WK-VALOR-TOT.
008690            WRITE REG-RELRAZAO FROM WK-LINHA-TOTAL AFTER 2 LINES.
008700            PERFORM 283-CONFERIR-RELRAZAO.
008710            IF WK-QTD-ENCERRADAS = ZEROS
008720                DISPLAY 'NENHUMA CONTA DE RESULTADO COM SALDO'
008730            END-IF.
008740            PERFORM 601-GRAVAR-GLSALDN.
008750        502-ENCERRAR-CONTA.
008760            MOVE WK-RAZ-CONTA(WK-IDX-RAZ) TO WK-CONTA-COSIF.
008770            IF (WK-GRUPO-COSIF = '7' OR '8')
008780               AND WK-RAZ-SALDO(WK-IDX-RAZ) NOT = ZEROS
008790                ADD 1 TO WK-QTD-ENCERRADAS
008800                IF WK-GRUPO-COSIF = '7'
008810                    ADD WK-RAZ-SALDO(WK-IDX-RAZ) TO WK-RESULTADO
008820                ELSE
008830                    SUBTRACT WK-RAZ-SALDO(WK-IDX-RAZ)
008840                        FROM WK-RESULTADO
008850                END-IF
008860                EVALUATE TRUE
008870                    WHEN WK-RAZ-NATUREZA(WK-IDX-RAZ) = 'C'
008880                     AND WK-RAZ-SALDO(WK-IDX-RAZ) > ZEROS
008890                        ADD WK-RAZ-SALDO(WK-IDX-RAZ)
008900                            TO WK-RAZ-DEBITOS(WK-IDX-RAZ)
008910                    WHEN WK-RAZ-NATUREZA(WK-IDX-RAZ) = 'C'
008920                        SUBTRACT WK-RAZ-SALDO(WK-IDX-RAZ)
008930                            FROM WK-RAZ-CREDITOS(WK-IDX-RAZ)
008940                    WHEN WK-RAZ-SALDO(WK-IDX-RAZ) > ZEROS
008950                        ADD WK-RAZ-SALDO(WK-IDX-RAZ)
008960                            TO WK-RAZ-CREDITOS(WK-IDX-RAZ)
008970                    WHEN OTHER
008980                        SUBTRACT WK-RAZ-SALDO(WK-IDX-RAZ)
008990                            FROM WK-RAZ-DEBITOS(WK-IDX-RAZ)
009000                END-EVALUATE
009010                MOVE ZEROS TO WK-RAZ-SALDO(WK-IDX-RAZ)
009020                PERFORM 411-RELATAR-CONTA
009030            END-IF.
009040       ***********************************************
009050        600-GRAVACAO SECTION.
009060        601-GRAVAR-GLSALDN.
009070            OPEN OUTPUT ARQ-GLSALDN.
009080            IF WK-FS-GLSALDN NOT = '00'
009090                DISPLAY 'ERRO ' WK-FS-GLSALDN
009100                        ' NO COMANDO OPEN GLSALDN'
009110                MOVE 12 TO RETURN-CODE
009120                STOP RUN
009130            END-IF.
009140            PERFORM 602-GRAVAR-CONTA
009150                VARYING WK-IDX-RAZ FROM 1 BY 1
009160                UNTIL WK-IDX-RAZ > WK-QTD-RAZAO.
009170            CLOSE ARQ-GLSALDN.
009180        602-GRAVAR-CONTA.
009190            MOVE WK-RAZ-CONTA(WK-IDX-RAZ)
009200                TO FD-CONTA-RAZAO-GLN.
009210            MOVE WK-RAZ-MOEDA(WK-IDX-RAZ)     TO FD-MOEDA-GLN.
009220            MOVE WK-RAZ-NATUREZA(WK-IDX-RAZ)  TO FD-NATUREZA-GLN.
009230            MOVE WK-DATA-REF                  TO FD-DATA-GLN.
009240            MOVE WK-RAZ-SALDO-ANT(WK-IDX-RAZ) TO FD-SALDO-ANT-GLN.
009250            MOVE WK-RAZ-DEBITOS(WK-IDX-RAZ)   TO FD-DEBITOS-GLN.
009260            MOVE WK-RAZ-CREDITOS(WK-IDX-RAZ)  TO FD-CREDITOS-GLN.
009270            MOVE WK-RAZ-SALDO(WK-IDX-RAZ)     TO FD-SALDO-GLN.
009280            WRITE REG-GLSALDN.
009290            IF WK-FS-GLSALDN NOT = '00'
009300                DISPLAY 'ERRO ' WK-FS-GLSALDN
009310                        ' NO COMANDO WRITE GLSALDN'
009320                MOVE 12 TO RETURN-CODE
009330                STOP RUN
009340            END-IF.
009350            ADD 1 TO WK-QTD-GRAVADAS.
009360       ***********************************************
009370        195-GRAVAR-JRNL-INICIO.
009380            MOVE 'I' TO JRL-TIPO.
009390            MOVE ZEROS TO JRL-QTD-LIDOS.
009400            MOVE ZEROS TO JRL-QTD-GRAVADOS.
009410            MOVE ZEROS TO JRL-QTD-REJEITADOS.
009420            MOVE ZEROS TO JRL-RETORNO.
009421            MOVE 'EAD95921' TO LK-PROGRAMA-COM.
009422            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
009423            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009430            PERFORM 194-GRAVAR-RUNJRNL.
009440        196-GRAVAR-JRNL-FIM.
009450            MOVE 'F' TO JRL-TIPO.
009460            IF FUNCAO-POSTAGEM
009470                MOVE WK-QTD-DETALHES TO JRL-QTD-LIDOS
009480            ELSE
009490                MOVE WK-QTD-RAZAO    TO JRL-QTD-LIDOS
009500            END-IF.
009510            MOVE WK-QTD-GRAVADAS TO JRL-QTD-GRAVADOS.
009520            IF DIA-INVALIDO
009530                MOVE WK-QTD-DETALHES TO JRL-QTD-REJEITADOS
009540            ELSE
009550                MOVE ZEROS TO JRL-QTD-REJEITADOS
009560            END-IF.
009570            MOVE RETURN-CODE TO JRL-RETORNO.
009571            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009580            PERFORM 194-GRAVAR-RUNJRNL.
009590        194-GRAVAR-RUNJRNL.
009600            OPEN EXTEND ARQ-RUNJRNL.
009610            IF WK-FS-RUNJRNL = '35'
009620                OPEN OUTPUT ARQ-RUNJRNL
009630            END-IF.
009640            IF WK-FS-RUNJRNL NOT = '00'
009650                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009660                        ' NO COMANDO OPEN RUNJRNL'
009670                MOVE 12 TO RETURN-CODE
009680                STOP RUN
009690            END-IF.
009700            MOVE 'EAD95921' TO JRL-PROGRAMA.
009710            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
009720            ACCEPT JRL-HORA FROM TIME.
009730            WRITE REG-RUNJRNL.
009740            IF WK-FS-RUNJRNL NOT = '00'
009750                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009760                        ' NO COMANDO WRITE RUNJRNL'
009770                MOVE 12 TO RETURN-CODE
009780                STOP RUN
009790            END-IF.
009800            CLOSE ARQ-RUNJRNL.
009810       ***********************************************
009820        900-FINALIZAR SECTION.
009830        901-FINALIZAR.
009840            DISPLAY 'CONTAS NO RAZAO     : ' WK-QTD-RAZAO.
009850            IF FUNCAO-POSTAGEM
009860                DISPLAY 'LOTES LIDOS         : ' WK-QTD-LOTES
009870                DISPLAY 'LINHAS LIDAS        : ' WK-QTD-DETALHES
009880            END-IF.
009890            IF FUNCAO-ENCERRAMENTO
009900                DISPLAY 'CONTAS ENCERRADAS   : ' WK-QTD-ENCERRADAS
009910            END-IF.
009920            DISPLAY 'GLSALDN GRAVADO     : ' WK-QTD-GRAVADAS.
009930            CLOSE ARQ-RELRAZAO.
