000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95924.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   PROVA DE SALDOS CONTA A CONTA ENTRE DUAS     *
000170       *   GERACOES DO CLIENTEN: SALDO ANTERIOR MAIS OS *
000180       *   MOVIMENTOS DO DIA NO MOVHIST TEM DE DAR O    *
000190       *   SALDO ATUAL, E O SALDO CORRENTE DO ULTIMO    *
000200       *   MOVIMENTO DA CONTA TEM DE SER O SALDO ATUAL. *
000210       *   OS MOVIMENTOS DO DIA SAO OS GRAVADOS DEPOIS  *
000220       *   DO ULTIMO REGISTRO JA PROVADO, GUARDADO NO   *
000230       *   PROVCTL (GERACAO NOVA EM PROVCTN); SEM ELE,  *
000240       *   OU SE O CORTE MENSAL DO EAD95870 O LEVOU     *
000250       *   PARA A PARTICAO, VALEM OS MOVIMENTOS COM     *
000260       *   DATA POSTERIOR A DA GERACAO ANTERIOR.        *
000270       *   CONTA QUE NAO FECHA SAI NO RELPROV E NO ELO  *
000280       *   DO CERTCHN, E O EAD95872 NEGA O DIA          *
000290       *   RC 4 = CONTA SEM PROVA                       *
000300       **************************************************
000310       *
000320        ENVIRONMENT DIVISION.
000330        CONFIGURATION SECTION.
000340        SPECIAL-NAMES.
000350            DECIMAL-POINT IS COMMA.
000360        INPUT-OUTPUT SECTION.
000370        FILE-CONTROL.
000380            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000390                FILE STATUS IS WK-FS-RUNJRNL.
000400            SELECT ARQ-CERTCHN  ASSIGN TO CERTCHN
000410                FILE STATUS IS WK-FS-CERTCHN.
000420            SELECT ARQ-CLIENTEA ASSIGN TO CLIENTEA
000430                FILE STATUS IS WK-FS-CLIENTEA.
000440            SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
000450                FILE STATUS IS WK-FS-CLIENTEN.
000460            SELECT ARQ-MOVHIST  ASSIGN TO MOVHIST
000470                FILE STATUS IS WK-FS-MOVHIST.
000480            SELECT ARQ-PROVCTL  ASSIGN TO PROVCTL
000490                FILE STATUS IS WK-FS-PROVCTL.
000500            SELECT ARQ-PROVCTN  ASSIGN TO PROVCTN
000510                FILE STATUS IS WK-FS-PROVCTN.
000520            SELECT ARQ-RELPROV  ASSIGN TO RELPROV
000530                FILE STATUS IS WK-FS-RELPROV.
000540       *
000550        DATA DIVISION.
000560        FILE SECTION.
000570       *      GERACAO ANTERIOR DO CLIENTEN (A DE ONTEM)
000580        FD   ARQ-CLIENTEA
000590             RECORDING MODE IS F.
000600        01  REG-CLIENTEA.
000610            05 FD-TIPO-REG-CLIENTEA    PIC X.
000620                88 CLIENTEA-HEADER         VALUE 'H'.
000630                88 CLIENTEA-DETALHE        VALUE 'D'.
000640                88 CLIENTEA-TRAILER        VALUE 'T'.
000650            05 FD-DETALHE-CLIENTEA.
000660                10 FD-CHAVE-CLIENTEA       PIC X(9).
000670                10 FD-DIGITO-CLIENTEA      PIC X.
000680                10 FD-NOME-CLIENTEA        PIC A(20).
000690                10 FD-SALDO-CLIENTEA       PIC S9(6)V99.
000700                10 FD-LIMITE-CLIENTEA      PIC 9(6)V99.
000710                10 FD-MOEDA-CLIENTEA       PIC X(3).
000720                10 FD-SITUACAO-CLIENTEA    PIC X.
000730            05 FD-CTRL-CLIENTEA REDEFINES FD-DETALHE-CLIENTEA.
000740                10 FD-DATA-CTRL-CLIENTEA   PIC 9(8).
000750                10 FD-QTDE-CTRL-CLIENTEA   PIC 9(6).
000760                10 FD-INST-CTRL-CLIENTEA   PIC 99.
000770        FD   ARQ-CLIENTEN
000780             RECORDING MODE IS F.
000790        01  REG-CLIENTEN.
000800            05 FD-TIPO-REG-CLIENTEN    PIC X.
000810                88 CLIENTEN-HEADER         VALUE 'H'.
000820                88 CLIENTEN-DETALHE        VALUE 'D'.
000830                88 CLIENTEN-TRAILER        VALUE 'T'.
000840            05 FD-DETALHE-CLIENTEN.
000850                10 FD-CHAVE-CLIENTEN       PIC X(9).
000860                10 FD-DIGITO-CLIENTEN      PIC X.
000870                10 FD-NOME-CLIENTEN        PIC A(20).
000880                10 FD-SALDO-CLIENTEN       PIC S9(6)V99.
000890                10 FD-LIMITE-CLIENTEN      PIC 9(6)V99.
000900                10 FD-MOEDA-CLIENTEN       PIC X(3).
000910                10 FD-SITUACAO-CLIENTEN    PIC X.
000920            05 FD-CTRL-CLIENTEN REDEFINES FD-DETALHE-CLIENTEN.
000930                10 FD-DATA-CTRL-CLIENTEN   PIC 9(8).
000940                10 FD-QTDE-CTRL-CLIENTEN   PIC 9(6).
000950                10 FD-INST-CTRL-CLIENTEN   PIC 99.
000960        FD   ARQ-MOVHIST
000970             RECORDING MODE IS F.
000980        01  REG-MOVHIST.
000990            05 FD-DATA-MOVHIST     PIC 9(8).
001000            05 FD-CHAVE-MOVHIST    PIC X(9).
001010            05 FD-DOC-MOVHIST      PIC 9(4).
001020            05 FD-TIPO-MOVHIST     PIC X.
001030            05 FD-VALOR-MOVHIST    PIC 9(6)V99.
001040            05 FD-SALDO-MOVHIST    PIC S9(6)V99.
001050            05 FD-MOEDA-MOVHIST    PIC X(3).
001060            05 FD-HORA-MOVHIST     PIC 9(6).
001070            05 FD-SEQ-MOVHIST      PIC 9(4).
001071            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
001080       *      ULTIMO REGISTRO DO MOVHIST JA PROVADO E A DATA
001090       *      DA GERACAO DO CLIENTEN QUE ELE FECHOU
001100        FD   ARQ-PROVCTL
001110             RECORDING MODE IS F.
001120        01  REG-PROVCTL.
001130            05 FD-DATA-PROVCTL     PIC 9(8).
001140            05 FD-QTDE-PROVCTL     PIC 9(9).
001150            05 FD-ULTIMO-PROVCTL   PIC X(61).
001160        FD   ARQ-PROVCTN
001170             RECORDING MODE IS F.
001180        01  REG-PROVCTN.
001190            05 FD-DATA-PROVCTN     PIC 9(8).
001200            05 FD-QTDE-PROVCTN     PIC 9(9).
001210            05 FD-ULTIMO-PROVCTN   PIC X(61).
001220        FD   ARQ-RELPROV
001230             RECORDING MODE IS F.
001240        01  REG-RELPROV                PIC X(132).
001250        FD   ARQ-CERTCHN
001260             RECORDING MODE IS F.
001270        01  REG-CERTCHN.
001280            05 CRT-PROGRAMA        PIC X(8).
001290            05 CRT-DATA            PIC 9(8).
001300            05 CRT-HORA            PIC 9(6).
001310            05 CRT-QTD-PROD        PIC 9(7).
001320            05 CRT-HASH-PROD       PIC S9(11)V99.
001330            05 CRT-QTD-CONS        PIC 9(7).
001340            05 CRT-HASH-CONS       PIC S9(11)V99.
001350        FD   ARQ-RUNJRNL
001360             RECORDING MODE IS F.
001370        01  REG-RUNJRNL.
001380            05 JRL-PROGRAMA        PIC X(8).
001390            05 JRL-TIPO            PIC X.
001400            05 JRL-DATA            PIC 9(8).
001410            05 JRL-HORA            PIC 9(6).
001420            05 JRL-QTD-LIDOS       PIC 9(7).
001430            05 JRL-QTD-GRAVADOS    PIC 9(7).
001440            05 JRL-QTD-REJEITADOS  PIC 9(7).
001450            05 JRL-RETORNO         PIC 9(4).
001451            05 JRL-ID-EXEC         PIC 9(10).
001460        WORKING-STORAGE SECTION.
001470        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001471        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001472        01  LK-AREA-ID-EXEC.
001473            05 LK-PROGRAMA-COM     PIC X(8).
001474            05 LK-ID-EXEC-COM      PIC 9(10).
001480        77  WK-FS-CERTCHN  PIC XX           VALUE SPACES.
001490        77  WK-FS-CLIENTEA PIC XX           VALUE SPACES.
001500        77  WK-FS-CLIENTEN PIC XX           VALUE SPACES.
001510        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
001520        77  WK-FS-PROVCTL  PIC XX           VALUE SPACES.
001530        77  WK-FS-PROVCTN  PIC XX           VALUE SPACES.
001540        77  WK-FS-RELPROV  PIC XX           VALUE SPACES.
001550        77  WK-DATA-ANT    PIC 9(8)         VALUE ZEROS.
001560        77  WK-DATA-ATU    PIC 9(8)         VALUE ZEROS.
001570        77  WK-QTD-MOVHIST PIC 9(9)         VALUE ZEROS.
001580        77  WK-QTD-MOVTOS-DIA PIC 9(7)      VALUE ZEROS.
001590        77  WK-QTD-PROVADAS PIC 9(7)        VALUE ZEROS.
001600        77  WK-QTD-FALHAS  PIC 9(7)         VALUE ZEROS.
001610        77  WK-TOT-SALDO-ATU PIC S9(11)V99  VALUE ZEROS.
001620        77  WK-TOT-DIFERENCA PIC S9(11)V99  VALUE ZEROS.
001630        77  WK-ULTIMO-PROVADO PIC X(61)     VALUE SPACES.
001640        77  WK-ULTIMO-LIDO PIC X(61)        VALUE SPACES.
001650        77  WK-MARCA       PIC X            VALUE 'N'.
001660            88 MARCA-INFORMADA               VALUE 'S'.
001670            88 MARCA-AUSENTE                 VALUE 'N'.
001680        77  WK-SELECAO     PIC X            VALUE 'M'.
001690            88 SELECAO-POR-MARCA             VALUE 'M'.
001700            88 SELECAO-POR-DATA              VALUE 'D'.
001710        77  WK-MARCA-LIDA  PIC X            VALUE 'N'.
001720            88 MARCA-ACHADA                  VALUE 'S'.
001730            88 MARCA-NAO-ACHADA              VALUE 'N'.
001740       *      UMA POSICAO POR CONTA DAS DUAS GERACOES E DO
001750       *      MOVIMENTO DO DIA, COMO NO EAD95840
001760        77  WK-QTD-CONTAS  PIC 9(4)         VALUE ZEROS.
001770        77  WK-IDX-CONTA   PIC 9(4)         VALUE ZEROS.
001780        77  WK-IDX-CONTA-ACH PIC 9(4)       VALUE ZEROS.
001790        77  WK-CHAVE-BUSCA PIC X(9)         VALUE SPACES.
001800        77  WK-CONTA-ACHADA PIC X           VALUE 'N'.
001810            88 CONTA-ACHADA                  VALUE 'S'.
001820            88 CONTA-NAO-ACHADA              VALUE 'N'.
001830        01  WK-TAB-PROVA.
001840            05 WK-PRV-OCC         OCCURS 9999 TIMES.
001850                10 WK-PRV-CHAVE       PIC X(9).
001860                10 WK-PRV-NA-ANT      PIC X.
001870                10 WK-PRV-NA-ATU      PIC X.
001880                10 WK-PRV-SALDO-ANT   PIC S9(6)V99.
001890                10 WK-PRV-SALDO-ATU   PIC S9(6)V99.
001900                10 WK-PRV-MOVIMENTO   PIC S9(9)V99.
001910                10 WK-PRV-CORRENTE    PIC S9(9)V99.
001920                10 WK-PRV-QTD-MOVTOS  PIC 9(5).
001930                10 WK-PRV-ULTIMO-SALDO PIC S9(6)V99.
001940        77  WK-ESPERADO    PIC S9(9)V99     VALUE ZEROS.
001950        77  WK-DIFERENCA   PIC S9(9)V99     VALUE ZEROS.
001960        77  WK-DIFERENCA-ABS PIC 9(9)V99    VALUE ZEROS.
001970        77  WK-FALHA-CONTA PIC X            VALUE 'N'.
001980            88 CONTA-COM-FALHA               VALUE 'S'.
001990            88 CONTA-SEM-FALHA               VALUE 'N'.
002000        01  WK-CABEC-PROV.
002010            05 FILLER          PIC X(31)
002020                 VALUE 'PROVA DE SALDOS POR CONTA - DE '.
002030            05 WK-DATA-ANT-CABEC PIC 9(8).
002040            05 FILLER          PIC X(05) VALUE ' A '.
002050            05 WK-DATA-ATU-CABEC PIC 9(8).
002060            05 FILLER          PIC X(03) VALUE SPACES.
002070            05 WK-SELECAO-CABEC PIC X(40).
002080        01  WK-CABEC-PROV2.
002090            05 FILLER          PIC X(11) VALUE 'CONTA'.
002100            05 FILLER          PIC X(17) VALUE '  SALDO ANTERIOR'.
002110            05 FILLER          PIC X(17) VALUE '  MOVTO DO DIA'.
002120            05 FILLER          PIC X(17) VALUE '    SALDO ATUAL'.
002130            05 FILLER          PIC X(17) VALUE '      DIFERENCA'.
002140            05 FILLER          PIC X(17) VALUE '  ULTIMO MOVHIST'.
002150            05 FILLER          PIC X(30) VALUE 'MOTIVO'.
002160        01  WK-LINHA-PROV.
002170            05 WK-CHAVE-REL    PIC X(9).
002180            05 FILLER          PIC X(02) VALUE SPACES.
002190            05 WK-SALDO-ANT-REL PIC -ZZZ.ZZZ.ZZ9,99.
002200            05 FILLER          PIC X(02) VALUE SPACES.
002210            05 WK-MOVTO-REL    PIC -ZZZ.ZZZ.ZZ9,99.
002220            05 FILLER          PIC X(02) VALUE SPACES.
002230            05 WK-SALDO-ATU-REL PIC -ZZZ.ZZZ.ZZ9,99.
002240            05 FILLER          PIC X(02) VALUE SPACES.
002250            05 WK-DIFERENCA-REL PIC -ZZZ.ZZZ.ZZ9,99.
002260            05 FILLER          PIC X(02) VALUE SPACES.
002270            05 WK-ULTIMO-REL   PIC -ZZZ.ZZZ.ZZ9,99.
002280            05 FILLER          PIC X(02) VALUE SPACES.
002290            05 WK-MOTIVO-REL   PIC X(30).
002300        01  WK-LINHA-TOTAL.
002310            05 WK-TITULO-TOT   PIC X(30).
002320            05 WK-QTD-TOT      PIC ZZZZZZ9.
002330            05 FILLER          PIC X(02) VALUE SPACES.
002340            05 WK-VALOR-TOT    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002350       *
002360        PROCEDURE DIVISION.
002370        000-PRINCIPAL SECTION.
002380        001-PRINCIPAL.
002390            PERFORM 195-GRAVAR-JRNL-INICIO.
002400            PERFORM 101-INICIAR.
002410            PERFORM 201-ACUMULAR-MOVIMENTO
002420                UNTIL WK-FS-MOVHIST = '10'.
002430            PERFORM 110-CARREGAR-ATUAL.
002440            PERFORM 211-PROVAR-CONTA
002450                VARYING WK-IDX-CONTA FROM 1 BY 1
002460                UNTIL WK-IDX-CONTA > WK-QTD-CONTAS.
002470            PERFORM 901-FINALIZAR.
002480            PERFORM 196-GRAVAR-JRNL-FIM.
002490            STOP RUN.
002500       ***********************************************************
002510        100-INICIAR SECTION.
002520        101-INICIAR.
002530            INITIALIZE WK-TAB-PROVA.
002540            PERFORM 102-CARREGAR-ANTERIOR.
002550            PERFORM 105-LER-MARCA.
002560            PERFORM 106-POSICIONAR-MOVHIST.
002570       *      O SALDO DE ABERTURA DE CADA CONTA E O DA GERACAO
002580       *      ANTERIOR
002590        102-CARREGAR-ANTERIOR.
002600            OPEN INPUT ARQ-CLIENTEA.
002610            IF WK-FS-CLIENTEA NOT = '00'
002620                DISPLAY 'ARQUIVO CLIENTEA INDISPONIVEL, STATUS '
002630                        WK-FS-CLIENTEA
002640                MOVE 12 TO RETURN-CODE
002650                STOP RUN
002660            END-IF.
002670            PERFORM 303-LER-CLIENTEA.
002680            PERFORM 103-REGISTRAR-ANTERIOR
002690                UNTIL WK-FS-CLIENTEA = '10'.
002700            CLOSE ARQ-CLIENTEA.
002710        103-REGISTRAR-ANTERIOR.
002720            EVALUATE TRUE
002730                WHEN CLIENTEA-HEADER
002740                    MOVE FD-DATA-CTRL-CLIENTEA TO WK-DATA-ANT
002750                WHEN CLIENTEA-DETALHE
002760                    MOVE FD-CHAVE-CLIENTEA TO WK-CHAVE-BUSCA
002770                    PERFORM 220-LOCALIZAR-CONTA
002780                    MOVE 'S' TO WK-PRV-NA-ANT(WK-IDX-CONTA-ACH)
002790                    MOVE FD-SALDO-CLIENTEA
002800                        TO WK-PRV-SALDO-ANT(WK-IDX-CONTA-ACH)
002810                    MOVE FD-SALDO-CLIENTEA
002820                        TO WK-PRV-CORRENTE(WK-IDX-CONTA-ACH)
002830                WHEN OTHER
002840                    CONTINUE
002850            END-EVALUATE.
002860            PERFORM 303-LER-CLIENTEA.
002870        105-LER-MARCA.
002880            OPEN INPUT ARQ-PROVCTL.
002890            EVALUATE WK-FS-PROVCTL
002900                WHEN '00'
002910                    READ ARQ-PROVCTL
002920                    IF WK-FS-PROVCTL = '00'
002930                        SET MARCA-INFORMADA TO TRUE
002940                        MOVE FD-ULTIMO-PROVCTL
002950                            TO WK-ULTIMO-PROVADO
002960                    END-IF
002970                    CLOSE ARQ-PROVCTL
002980                WHEN '35'
002990                    DISPLAY 'PROVCTL NAO ENCONTRADO, MOVIMENTOS '
003000                            'SELECIONADOS PELA DATA'
003010                WHEN OTHER
003020                    DISPLAY 'ERRO ' WK-FS-PROVCTL
003030                            ' NO COMANDO OPEN PROVCTL'
003040                    MOVE 12 TO RETURN-CODE
003050                    STOP RUN
003060            END-EVALUATE.
003070       *      COM A MARCA, OS MOVIMENTOS DO DIA COMECAM DEPOIS
003080       *      DELA; SE ELA NAO ESTA MAIS NO MOVHIST, VOLTA AO
003090       *      INICIO E SELECIONA PELA DATA
003100        106-POSICIONAR-MOVHIST.
003110            PERFORM 107-ABRIR-MOVHIST.
003120            IF MARCA-INFORMADA
003130                SET SELECAO-POR-MARCA TO TRUE
003140                PERFORM 302-LER-MOVHIST
003150                PERFORM 108-PROCURAR-MARCA
003160                    UNTIL WK-FS-MOVHIST = '10'
003170                       OR MARCA-ACHADA
003180                IF MARCA-NAO-ACHADA
003190                    DISPLAY 'ULTIMO MOVIMENTO PROVADO FORA DO '
003200                            'MOVHIST, SELECAO PELA DATA'
003210                    CLOSE ARQ-MOVHIST
003220                    MOVE ZEROS TO WK-QTD-MOVHIST
003230                    PERFORM 107-ABRIR-MOVHIST
003240                    SET SELECAO-POR-DATA TO TRUE
003250                END-IF
003260            ELSE
003270                SET SELECAO-POR-DATA TO TRUE
003280            END-IF.
003290            PERFORM 302-LER-MOVHIST.
003300        107-ABRIR-MOVHIST.
003310            OPEN INPUT ARQ-MOVHIST.
003320            EVALUATE WK-FS-MOVHIST
003330                WHEN '00'
003340                    CONTINUE
003350                WHEN '35'
003360                    DISPLAY 'ARQUIVO MOVHIST NAO ENCONTRADO'
003370                    MOVE '10' TO WK-FS-MOVHIST
003380                WHEN OTHER
003390                    DISPLAY 'ERRO ' WK-FS-MOVHIST
003400                            ' NO COMANDO OPEN MOVHIST'
003410                    MOVE 12 TO RETURN-CODE
003420                    STOP RUN
003430            END-EVALUATE.
003440        108-PROCURAR-MARCA.
003450            IF REG-MOVHIST = WK-ULTIMO-PROVADO
003460                SET MARCA-ACHADA TO TRUE
003470            ELSE
003480                PERFORM 302-LER-MOVHIST
003490            END-IF.
003500       *      O SALDO FINAL DE CADA CONTA E O DA GERACAO ATUAL
003510        110-CARREGAR-ATUAL.
003520            OPEN INPUT ARQ-CLIENTEN.
003530            IF WK-FS-CLIENTEN NOT = '00'
003540                DISPLAY 'ARQUIVO CLIENTEN INDISPONIVEL, STATUS '
003550                        WK-FS-CLIENTEN
003560                MOVE 12 TO RETURN-CODE
003570                STOP RUN
003580            END-IF.
003590            PERFORM 304-LER-CLIENTEN.
003600            PERFORM 111-REGISTRAR-ATUAL
003610                UNTIL WK-FS-CLIENTEN = '10'.
003620            CLOSE ARQ-CLIENTEN.
003630            IF WK-DATA-ATU NOT GREATER WK-DATA-ANT
003640                DISPLAY 'GERACAO ATUAL DO CLIENTEN DE '
003650                        WK-DATA-ATU
003660                        ' NAO E POSTERIOR A ANTERIOR DE '
003670                        WK-DATA-ANT
003680                MOVE 12 TO RETURN-CODE
003690                STOP RUN
003700            END-IF.
003710            PERFORM 112-ABRIR-SAIDAS.
003720        111-REGISTRAR-ATUAL.
003730            EVALUATE TRUE
003740                WHEN CLIENTEN-HEADER
003750                    MOVE FD-DATA-CTRL-CLIENTEN TO WK-DATA-ATU
003760                WHEN CLIENTEN-DETALHE
003770                    MOVE FD-CHAVE-CLIENTEN TO WK-CHAVE-BUSCA
003780                    PERFORM 220-LOCALIZAR-CONTA
003790                    MOVE 'S' TO WK-PRV-NA-ATU(WK-IDX-CONTA-ACH)
003800                    MOVE FD-SALDO-CLIENTEN
003810                        TO WK-PRV-SALDO-ATU(WK-IDX-CONTA-ACH)
003820                    ADD FD-SALDO-CLIENTEN TO WK-TOT-SALDO-ATU
003830                WHEN OTHER
003840                    CONTINUE
003850            END-EVALUATE.
003860            PERFORM 304-LER-CLIENTEN.
003870        112-ABRIR-SAIDAS.
003880            OPEN OUTPUT ARQ-RELPROV.
003890            IF WK-FS-RELPROV NOT = '00'
003900                DISPLAY 'ERRO ' WK-FS-RELPROV
003910                        ' NO COMANDO OPEN RELPROV'
003920                MOVE 12 TO RETURN-CODE
003930                STOP RUN
003940            END-IF.
003950            MOVE WK-DATA-ANT TO WK-DATA-ANT-CABEC.
003960            MOVE WK-DATA-ATU TO WK-DATA-ATU-CABEC.
003970            IF SELECAO-POR-MARCA
003980                MOVE 'MOVIMENTOS APOS O ULTIMO PROVADO'
003990                    TO WK-SELECAO-CABEC
004000            ELSE
004010                MOVE 'MOVIMENTOS SELECIONADOS PELA DATA'
004020                    TO WK-SELECAO-CABEC
004030            END-IF.
004040            WRITE REG-RELPROV FROM WK-CABEC-PROV.
004050            PERFORM 219-CONFERIR-RELPROV.
004060            WRITE REG-RELPROV FROM WK-CABEC-PROV2 AFTER 2 LINES.
004070            PERFORM 219-CONFERIR-RELPROV.
004080       ***********************************************
004090        200-PROVAR SECTION.
004100       *      O MOVIMENTO DA POUPANCA (U/W/Y) NAO MEXE NO
004110       *      SALDO DA CONTA; OS JUROS (J) SEGUEM A REGRA DO
004120       *      EAD95809: COM SALDO NEGATIVO DEBITAM
004130        201-ACUMULAR-MOVIMENTO.
004140            IF FD-TIPO-MOVHIST NOT = 'U'
004150               AND FD-TIPO-MOVHIST NOT = 'W'
004160               AND FD-TIPO-MOVHIST NOT = 'Y'
004170               AND (SELECAO-POR-MARCA
004180                    OR FD-DATA-MOVHIST > WK-DATA-ANT)
004190                ADD 1 TO WK-QTD-MOVTOS-DIA
004200                MOVE FD-CHAVE-MOVHIST TO WK-CHAVE-BUSCA
004210                PERFORM 220-LOCALIZAR-CONTA
004220                PERFORM 202-APLICAR-MOVIMENTO
004230            END-IF.
004240            PERFORM 302-LER-MOVHIST.
004250        202-APLICAR-MOVIMENTO.
004260            EVALUATE FD-TIPO-MOVHIST
004270                WHEN 'C'
004280                WHEN 'B'
004290                WHEN 'R'
004300                    ADD FD-VALOR-MOVHIST
004310                        TO WK-PRV-MOVIMENTO(WK-IDX-CONTA-ACH)
004320                    ADD FD-VALOR-MOVHIST
004330                        TO WK-PRV-CORRENTE(WK-IDX-CONTA-ACH)
004340                WHEN 'J'
004350                    IF WK-PRV-CORRENTE(WK-IDX-CONTA-ACH) < ZEROS
004360                        SUBTRACT FD-VALOR-MOVHIST FROM
004370                            WK-PRV-MOVIMENTO(WK-IDX-CONTA-ACH)
004380                        SUBTRACT FD-VALOR-MOVHIST FROM
004390                            WK-PRV-CORRENTE(WK-IDX-CONTA-ACH)
004400                    ELSE
004410                        ADD FD-VALOR-MOVHIST
004420                            TO WK-PRV-MOVIMENTO(WK-IDX-CONTA-ACH)
004430                        ADD FD-VALOR-MOVHIST
004440                            TO WK-PRV-CORRENTE(WK-IDX-CONTA-ACH)
004450                    END-IF
004460                WHEN OTHER
004470                    SUBTRACT FD-VALOR-MOVHIST
004480                        FROM WK-PRV-MOVIMENTO(WK-IDX-CONTA-ACH)
004490                    SUBTRACT FD-VALOR-MOVHIST
004500                        FROM WK-PRV-CORRENTE(WK-IDX-CONTA-ACH)
004510            END-EVALUATE.
004520            ADD 1 TO WK-PRV-QTD-MOVTOS(WK-IDX-CONTA-ACH).
004530            MOVE FD-SALDO-MOVHIST
004540                TO WK-PRV-ULTIMO-SALDO(WK-IDX-CONTA-ACH).
004550       *      CONTA QUE SAIU DO CLIENTEN SO FECHA COM SALDO
004560       *      ESPERADO ZERO
004570        211-PROVAR-CONTA.
004580            SET CONTA-SEM-FALHA TO TRUE.
004590            MOVE SPACES TO WK-MOTIVO-REL.
004600            COMPUTE WK-ESPERADO = WK-PRV-SALDO-ANT(WK-IDX-CONTA)
004610                + WK-PRV-MOVIMENTO(WK-IDX-CONTA).
004620            COMPUTE WK-DIFERENCA = WK-PRV-SALDO-ATU(WK-IDX-CONTA)
004630                - WK-ESPERADO.
004640            IF WK-DIFERENCA NOT = ZEROS
004650                SET CONTA-COM-FALHA TO TRUE
004660                IF WK-PRV-NA-ATU(WK-IDX-CONTA) NOT = 'S'
004670                    MOVE 'CONTA FORA DO CLIENTEN ATUAL'
004680                        TO WK-MOTIVO-REL
004690                ELSE
004700                    IF WK-PRV-NA-ANT(WK-IDX-CONTA) NOT = 'S'
004710                        MOVE 'CONTA NOVA NAO FECHA'
004720                            TO WK-MOTIVO-REL
004730                    ELSE
004740                        MOVE 'ANTERIOR + MOVTO NAO FECHA'
004750                            TO WK-MOTIVO-REL
004760                    END-IF
004770                END-IF
004780            END-IF.
004790            IF WK-PRV-QTD-MOVTOS(WK-IDX-CONTA) > ZEROS
004800               AND WK-PRV-ULTIMO-SALDO(WK-IDX-CONTA)
004810                   NOT = WK-PRV-SALDO-ATU(WK-IDX-CONTA)
004820                IF CONTA-SEM-FALHA
004830                    MOVE 'SALDO DO ULTIMO MOVTO DIVERGE'
004840                        TO WK-MOTIVO-REL
004850                END-IF
004860                SET CONTA-COM-FALHA TO TRUE
004870            END-IF.
004880            IF CONTA-COM-FALHA
004890                PERFORM 212-GRAVAR-FALHA
004900            ELSE
004910                ADD 1 TO WK-QTD-PROVADAS
004920            END-IF.
004930        212-GRAVAR-FALHA.
004940            ADD 1 TO WK-QTD-FALHAS.
004950            IF WK-DIFERENCA < ZEROS
004960                COMPUTE WK-DIFERENCA-ABS = ZERO - WK-DIFERENCA
004970            ELSE
004980                MOVE WK-DIFERENCA TO WK-DIFERENCA-ABS
004990            END-IF.
005000            ADD WK-DIFERENCA-ABS TO WK-TOT-DIFERENCA.
005010            MOVE WK-PRV-CHAVE(WK-IDX-CONTA) TO WK-CHAVE-REL.
005020            MOVE WK-PRV-SALDO-ANT(WK-IDX-CONTA)
005030                TO WK-SALDO-ANT-REL.
005040            MOVE WK-PRV-MOVIMENTO(WK-IDX-CONTA) TO WK-MOVTO-REL.
005050            MOVE WK-PRV-SALDO-ATU(WK-IDX-CONTA)
005060                TO WK-SALDO-ATU-REL.
005070            MOVE WK-DIFERENCA TO WK-DIFERENCA-REL.
005080            MOVE WK-PRV-ULTIMO-SALDO(WK-IDX-CONTA)
005090                TO WK-ULTIMO-REL.
005100            WRITE REG-RELPROV FROM WK-LINHA-PROV.
005110            PERFORM 219-CONFERIR-RELPROV.
005120        219-CONFERIR-RELPROV.
005130            IF WK-FS-RELPROV NOT = '00'
005140                DISPLAY 'ERRO ' WK-FS-RELPROV
005150                        ' NO COMANDO WRITE RELPROV'
005160                MOVE 12 TO RETURN-CODE
005170                STOP RUN
005180            END-IF.
005190       *      POSICAO DA CONTA NA TABELA, INCLUIDA SE NOVA
005200        220-LOCALIZAR-CONTA.
005210            SET CONTA-NAO-ACHADA TO TRUE.
005220            PERFORM 221-COMPARAR-CHAVE
005230                VARYING WK-IDX-CONTA FROM 1 BY 1
005240                UNTIL WK-IDX-CONTA > WK-QTD-CONTAS
005250                   OR CONTA-ACHADA.
005260            IF CONTA-NAO-ACHADA
005270                IF WK-QTD-CONTAS NOT LESS 9999
005280                    DISPLAY 'TABELA DE CONTAS DA PROVA CHEIA, '
005290                            'LIMITE DE 9999'
005300                    MOVE 12 TO RETURN-CODE
005310                    STOP RUN
005320                END-IF
005330                ADD 1 TO WK-QTD-CONTAS
005340                MOVE WK-QTD-CONTAS TO WK-IDX-CONTA-ACH
005350                MOVE WK-CHAVE-BUSCA
005360                    TO WK-PRV-CHAVE(WK-IDX-CONTA-ACH)
005370                MOVE 'N' TO WK-PRV-NA-ANT(WK-IDX-CONTA-ACH)
005380                MOVE 'N' TO WK-PRV-NA-ATU(WK-IDX-CONTA-ACH)
005390            END-IF.
005400        221-COMPARAR-CHAVE.
005410            IF WK-PRV-CHAVE(WK-IDX-CONTA) = WK-CHAVE-BUSCA
005420                SET CONTA-ACHADA TO TRUE
005430                MOVE WK-IDX-CONTA TO WK-IDX-CONTA-ACH
005440            END-IF.
005450       ***********************************************
005460        300-LEITURAS SECTION.
005470        302-LER-MOVHIST.
005480            IF WK-FS-MOVHIST NOT = '10'
005490                READ ARQ-MOVHIST
005500                EVALUATE WK-FS-MOVHIST
005510                    WHEN '00'
005520                        ADD 1 TO WK-QTD-MOVHIST
005530                        MOVE REG-MOVHIST TO WK-ULTIMO-LIDO
005540                    WHEN '10'
005550                        CONTINUE
005560                    WHEN OTHER
005570                        DISPLAY 'ERRO ' WK-FS-MOVHIST
005580                                ' NO COMANDO READ MOVHIST'
005590                        MOVE 12 TO RETURN-CODE
005600                        STOP RUN
005610                END-EVALUATE
005620            END-IF.
005630        303-LER-CLIENTEA.
005640            READ ARQ-CLIENTEA.
005650            EVALUATE WK-FS-CLIENTEA
005660                WHEN '00'
005670                    CONTINUE
005680                WHEN '10'
005690                    CONTINUE
005700                WHEN OTHER
005710                    DISPLAY 'ERRO ' WK-FS-CLIENTEA
005720                            ' NO COMANDO READ CLIENTEA'
005730                    MOVE 12 TO RETURN-CODE
005740                    STOP RUN
005750            END-EVALUATE.
005760        304-LER-CLIENTEN.
005770            READ ARQ-CLIENTEN.
005780            EVALUATE WK-FS-CLIENTEN
005790                WHEN '00'
005800                    CONTINUE
005810                WHEN '10'
005820                    CONTINUE
005830                WHEN OTHER
005840                    DISPLAY 'ERRO ' WK-FS-CLIENTEN
005850                            ' NO COMANDO READ CLIENTEN'
005860                    MOVE 12 TO RETURN-CODE
005870                    STOP RUN
005880            END-EVALUATE.
005890       ***********************************************
005900        195-GRAVAR-JRNL-INICIO.
005910            MOVE 'I' TO JRL-TIPO.
005920            MOVE ZEROS TO JRL-QTD-LIDOS.
005930            MOVE ZEROS TO JRL-QTD-GRAVADOS.
005940            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005950            MOVE ZEROS TO JRL-RETORNO.
005951            MOVE 'EAD95924' TO LK-PROGRAMA-COM.
005952            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
005953            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005960            PERFORM 194-GRAVAR-RUNJRNL.
005970        196-GRAVAR-JRNL-FIM.
005980            MOVE 'F' TO JRL-TIPO.
005990            MOVE WK-QTD-MOVTOS-DIA TO JRL-QTD-LIDOS.
006000            MOVE WK-QTD-PROVADAS TO JRL-QTD-GRAVADOS.
006010            MOVE WK-QTD-FALHAS TO JRL-QTD-REJEITADOS.
006020            MOVE RETURN-CODE TO JRL-RETORNO.
006021            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006030            PERFORM 194-GRAVAR-RUNJRNL.
006040        194-GRAVAR-RUNJRNL.
006050            OPEN EXTEND ARQ-RUNJRNL.
006060            IF WK-FS-RUNJRNL = '35'
006070                OPEN OUTPUT ARQ-RUNJRNL
006080            END-IF.
006090            IF WK-FS-RUNJRNL NOT = '00'
006100                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006110                        ' NO COMANDO OPEN RUNJRNL'
006120                MOVE 12 TO RETURN-CODE
006130                STOP RUN
006140            END-IF.
006150            MOVE 'EAD95924' TO JRL-PROGRAMA.
006160            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006170            ACCEPT JRL-HORA FROM TIME.
006180            WRITE REG-RUNJRNL.
006190            IF WK-FS-RUNJRNL NOT = '00'
006200                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006210                        ' NO COMANDO WRITE RUNJRNL'
006220                MOVE 12 TO RETURN-CODE
006230                STOP RUN
006240            END-IF.
006250            CLOSE ARQ-RUNJRNL.
006260       *      ELO DA PROVA: PRODUZ AS CONTAS E O SALDO ATUAL,
006270       *      CONSOME AS CONTAS SEM PROVA E A SOMA DAS
006280       *      DIFERENCAS
006290        197-GRAVAR-CERTCHN.
006300            OPEN EXTEND ARQ-CERTCHN.
006310            IF WK-FS-CERTCHN = '35'
006320                OPEN OUTPUT ARQ-CERTCHN
006330            END-IF.
006340            IF WK-FS-CERTCHN NOT = '00'
006350                DISPLAY 'ERRO ' WK-FS-CERTCHN
006360                        ' NO COMANDO OPEN CERTCHN'
006370                MOVE 12 TO RETURN-CODE
006380                STOP RUN
006390            END-IF.
006400            MOVE 'EAD95924'       TO CRT-PROGRAMA.
006410            MOVE WK-DATA-ATU      TO CRT-DATA.
006420            ACCEPT CRT-HORA FROM TIME.
006430            MOVE WK-QTD-CONTAS    TO CRT-QTD-PROD.
006440            MOVE WK-TOT-SALDO-ATU TO CRT-HASH-PROD.
006450            MOVE WK-QTD-FALHAS    TO CRT-QTD-CONS.
006460            MOVE WK-TOT-DIFERENCA TO CRT-HASH-CONS.
006470            WRITE REG-CERTCHN.
006480            IF WK-FS-CERTCHN NOT = '00'
006490                DISPLAY 'ERRO ' WK-FS-CERTCHN
006500                        ' NO COMANDO WRITE CERTCHN'
006510                MOVE 12 TO RETURN-CODE
006520                STOP RUN
006530            END-IF.
006540            CLOSE ARQ-CERTCHN.
006550       *      A NOVA MARCA E O ULTIMO REGISTRO LIDO DO MOVHIST;
006560       *      SEM MOVIMENTO NOVO FICA A MARCA ANTERIOR
006570        198-GRAVAR-PROVCTN.
006580            OPEN OUTPUT ARQ-PROVCTN.
006590            IF WK-FS-PROVCTN NOT = '00'
006600                DISPLAY 'ERRO ' WK-FS-PROVCTN
006610                        ' NO COMANDO OPEN PROVCTN'
006620                MOVE 12 TO RETURN-CODE
006630                STOP RUN
006640            END-IF.
006650            IF WK-ULTIMO-LIDO = SPACES
006660                MOVE WK-ULTIMO-PROVADO TO WK-ULTIMO-LIDO
006670            END-IF.
006680            MOVE WK-DATA-ATU    TO FD-DATA-PROVCTN.
006690            MOVE WK-QTD-MOVHIST TO FD-QTDE-PROVCTN.
006700            MOVE WK-ULTIMO-LIDO TO FD-ULTIMO-PROVCTN.
006710            WRITE REG-PROVCTN.
006720            IF WK-FS-PROVCTN NOT = '00'
006730                DISPLAY 'ERRO ' WK-FS-PROVCTN
006740                        ' NO COMANDO WRITE PROVCTN'
006750                MOVE 12 TO RETURN-CODE
006760                STOP RUN
006770            END-IF.
006780            CLOSE ARQ-PROVCTN.
006790       ***********************************************
006800        900-FINALIZAR SECTION.
006810        901-FINALIZAR.
006820            MOVE 'CONTAS PROVADAS             : '
006830                TO WK-TITULO-TOT.
006840            MOVE WK-QTD-PROVADAS TO WK-QTD-TOT.
006850            MOVE WK-TOT-SALDO-ATU TO WK-VALOR-TOT.
006860            WRITE REG-RELPROV FROM WK-LINHA-TOTAL AFTER 2 LINES.
006870            PERFORM 219-CONFERIR-RELPROV.
006880            MOVE 'CONTAS SEM PROVA            : '
006890                TO WK-TITULO-TOT.
006900            MOVE WK-QTD-FALHAS TO WK-QTD-TOT.
006910            MOVE WK-TOT-DIFERENCA TO WK-VALOR-TOT.
006920            WRITE REG-RELPROV FROM WK-LINHA-TOTAL.
006930            PERFORM 219-CONFERIR-RELPROV.
006940            CLOSE ARQ-MOVHIST.
006950            CLOSE ARQ-RELPROV.
006960            PERFORM 198-GRAVAR-PROVCTN.
006970            PERFORM 197-GRAVAR-CERTCHN.
006980            DISPLAY 'MOVIMENTOS DO DIA      : ' WK-QTD-MOVTOS-DIA.
006990            DISPLAY 'CONTAS PROVADAS        : ' WK-QTD-PROVADAS.
007000            DISPLAY 'CONTAS SEM PROVA       : ' WK-QTD-FALHAS.
007010            IF WK-QTD-FALHAS > ZEROS
007020                MOVE 4 TO RETURN-CODE
007030            END-IF.
