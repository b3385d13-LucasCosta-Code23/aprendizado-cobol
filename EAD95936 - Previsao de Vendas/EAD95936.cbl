000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95936.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   PREVISAO DE VENDAS DOS PROXIMOS 12 MESES A   *
000170       *   PARTIR DO HISTORICO MENSAL TOTMES            *
000180       *                                                *
000190       *   INDICE SAZONAL: MEDIA, NOS ANOS COMPLETOS    *
000200       *   ANTERIORES, DO MES SOBRE A MEDIA MENSAL DO   *
000210       *   ANO. TENDENCIA: MEDIA MOVEL DOS ULTIMOS 12   *
000220       *   MESES DESSAZONALIZADOS, INCLINADA PELA       *
000230       *   DIFERENCA PARA OS 12 MESES ANTERIORES        *
000240       *                                                *
000250       *   A PREVISAO DE CADA MES E REPARTIDA POR       *
000260       *   VENDEDOR/ESTADO NA PROPORCAO DO VENDAS3N     *
000270       *   (DO MESMO MES, OU DO ARQUIVO TODO QUANDO O   *
000280       *   MES NAO TEM VENDAS) E POSTA AO LADO DAS      *
000290       *   METAS DO EAD95874                            *
000300       *                                                *
000310       *   A PREVISAO FICA EM PREVVENN; NA RODADA DO    *
000320       *   MES SEGUINTE (PREVVEN) O MES PREVISTO E      *
000330       *   COMPARADO COM O REALIZADO DO TOTMES          *
000340       *                                                *
000350       *   SYSIN: MES BASE AAAAMM (ZEROS = ULTIMO MES   *
000360       *          DO TOTMES)                            *
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
000470            SELECT ARQ-TOTMES   ASSIGN TO TOTMES
000480                FILE STATUS IS WK-FS-TOTMES.
000490            SELECT ARQ-VENDAS3N ASSIGN TO VENDAS3N
000500                FILE STATUS IS WK-FS-VENDAS3N.
000510            SELECT ARQ-METAS    ASSIGN TO METAS
000520                FILE STATUS IS WK-FS-METAS.
000530            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000540                FILE STATUS IS WK-FS-CAMBIO.
000550            SELECT ARQ-PREVVEN  ASSIGN TO PREVVEN
000560                FILE STATUS IS WK-FS-PREVVEN.
000570            SELECT ARQ-PREVVENN ASSIGN TO PREVVENN
000580                FILE STATUS IS WK-FS-PREVVENN.
000590            SELECT ARQ-RELPREV  ASSIGN TO RELPREVF
000600                FILE STATUS IS WK-FS-RELPREV.
000610       *
000620        DATA DIVISION.
000630        FILE SECTION.
000640        FD   ARQ-TOTMES
000650             RECORDING MODE IS F.
000660        01  REG-TOTMES.
000670            05 FD-ANO-TOTMES       PIC 9(4).
000680            05 FD-MES-TOTMES       PIC 99.
000690            05 FD-VALOR-TOTMES     PIC 9(8)V99.
000700        FD   ARQ-VENDAS3N
000710             RECORDING MODE IS F.
000720        01  REG-VENDAS3N.
000730            05 FD-VENDEDOR             PIC 99.
000740            05 FD-ESTADO               PIC XX.
000750            05 FD-MES                  PIC 99.
000760            05 FD-CATEGORIA            PIC 9.
000770            05 FD-NOTA                 PIC 9(6).
000780            05 FD-VALOR                PIC 9(6)V99.
000790            05 FD-MOEDA                PIC X(3)    VALUE 'BRL'.
000800            05 FD-TIPO-NOTA            PIC X.
000810                88 VENDA-NORMAL           VALUE 'V' ' '.
000820                88 NOTA-DEVOLUCAO         VALUE 'D'.
000830            05 FD-COMPRADOR            PIC X(6).
000840            05 FD-APROVADO             PIC X.
000850            05 FD-QUANTIDADE           PIC 9(5).
000860        FD   ARQ-METAS
000870             RECORDING MODE IS F.
000880        01  REG-METAS.
000890            05 FD-VENDEDOR-META    PIC 99.
000900            05 FD-ESTADO-META      PIC XX.
000910            05 FD-MES-META         PIC 99.
000920            05 FD-VALOR-META       PIC 9(8)V99.
000930        FD   ARQ-CAMBIO
000940             RECORDING MODE IS F.
000950        01  REG-CAMBIO.
000960            05 FD-MOEDA-CAMBIO     PIC X(3).
000970            05 FD-DATA-CAMBIO      PIC 9(8).
000980            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
000990       *      PREVISAO DA RODADA ANTERIOR / DESTA RODADA
001000        FD   ARQ-PREVVEN
001010             RECORDING MODE IS F.
001020        01  REG-PREVVEN.
001030            05 FD-BASE-PREV        PIC 9(6).
001040            05 FD-ANO-PREV         PIC 9(4).
001050            05 FD-MES-PREV         PIC 99.
001060            05 FD-VALOR-PREV       PIC 9(9)V99.
001070            05 FILLER              PIC X(7).
001080        FD   ARQ-PREVVENN
001090             RECORDING MODE IS F.
001100        01  REG-PREVVENN.
001110            05 FD-BASE-PREVN       PIC 9(6).
001120            05 FD-ANO-PREVN        PIC 9(4).
001130            05 FD-MES-PREVN        PIC 99.
001140            05 FD-VALOR-PREVN      PIC 9(9)V99.
001150            05 FILLER              PIC X(7).
001160        FD   ARQ-RELPREV
001170             RECORDING MODE IS F.
001180        01  REG-RELPREV                PIC X(80).
001190        FD   ARQ-RUNJRNL
001200             RECORDING MODE IS F.
001210        01  REG-RUNJRNL.
001220            05 JRL-PROGRAMA        PIC X(8).
001230            05 JRL-TIPO            PIC X.
001240            05 JRL-DATA            PIC 9(8).
001250            05 JRL-HORA            PIC 9(6).
001260            05 JRL-QTD-LIDOS       PIC 9(7).
001270            05 JRL-QTD-GRAVADOS    PIC 9(7).
001280            05 JRL-QTD-REJEITADOS  PIC 9(7).
001290            05 JRL-RETORNO         PIC 9(4).
001291            05 JRL-ID-EXEC         PIC 9(10).
001300        WORKING-STORAGE SECTION.
001310        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001311        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001312        01  LK-AREA-ID-EXEC.
001313            05 LK-PROGRAMA-COM     PIC X(8).
001314            05 LK-ID-EXEC-COM      PIC 9(10).
001320        77  WK-FS-TOTMES   PIC XX           VALUE SPACES.
001330        77  WK-FS-VENDAS3N PIC XX           VALUE SPACES.
001340        77  WK-FS-METAS    PIC XX           VALUE SPACES.
001350        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
001360        77  WK-FS-PREVVEN  PIC XX           VALUE SPACES.
001370        77  WK-FS-PREVVENN PIC XX           VALUE SPACES.
001380        77  WK-FS-RELPREV  PIC XX           VALUE SPACES.
001390        01  WK-BASE        PIC 9(6)         VALUE ZEROS.
001400        01  WK-BASE-R REDEFINES WK-BASE.
001410            05 WK-ANO-BASE     PIC 9(4).
001420            05 WK-MES-BASE     PIC 99.
001430        01  WK-PERIODO-TOTMES PIC 9(6)      VALUE ZEROS.
001440        01  WK-PERIODO-TOTMES-R REDEFINES WK-PERIODO-TOTMES.
001450            05 WK-ANO-PER-TOT  PIC 9(4).
001460            05 WK-MES-PER-TOT  PIC 99.
001470       *      SERIE MENSAL DOS 10 ANOS ATE O MES BASE; A
001480       *      POSICAO 1 E JANEIRO DO ANO INICIAL
001490        77  WK-ANO-INICIO  PIC 9(4)         VALUE ZEROS.
001500        77  WK-POS-BASE    PIC 9(3)         VALUE ZEROS.
001510        77  WK-POS         PIC S9(4)        VALUE ZEROS.
001520        77  WK-POS-FIM     PIC S9(4)        VALUE ZEROS.
001530        01  WK-TAB-SERIE.
001540            05 WK-SER-OCC         OCCURS 132 TIMES.
001550                10 WK-SER-VALOR       PIC 9(9)V99.
001560                10 WK-SER-PRESENTE    PIC X.
001570        77  WK-MES-POS     PIC 99           VALUE ZEROS.
001580        77  WK-ANO-POS     PIC 9(4)         VALUE ZEROS.
001590        77  WK-QUOCIENTE   PIC 9(4)         VALUE ZEROS.
001600        77  WK-RESTO       PIC 99           VALUE ZEROS.
001610       *      INDICE SAZONAL POR MES DO ANO
001620        01  WK-TAB-INDICES.
001630            05 WK-IND-OCC         OCCURS 12 TIMES.
001640                10 WK-IND-SOMA        PIC 9(5)V9(4).
001650                10 WK-IND-INDICE      PIC 9(3)V9(4).
001660        77  WK-QTD-ANOS-COMPL PIC 99        VALUE ZEROS.
001670        77  WK-IDX-ANO     PIC 99           VALUE ZEROS.
001680        77  WK-IDX-MES     PIC 99           VALUE ZEROS.
001690        77  WK-QTD-MESES-ANO PIC 99         VALUE ZEROS.
001700        77  WK-TOTAL-ANO   PIC 9(11)V99     VALUE ZEROS.
001710        77  WK-MEDIA-ANO   PIC 9(9)V9(4)    VALUE ZEROS.
001720       *      TENDENCIA
001730        77  WK-SOMA-DESSAZ PIC 9(11)V99     VALUE ZEROS.
001740        77  WK-QTD-DESSAZ  PIC 99           VALUE ZEROS.
001750        77  WK-MEDIA-MOVEL PIC 9(9)V99      VALUE ZEROS.
001760        77  WK-MEDIA-ANTERIOR PIC 9(9)V99   VALUE ZEROS.
001770        77  WK-QTD-RECENTE PIC 99           VALUE ZEROS.
001780        77  WK-INCLINACAO  PIC S9(9)V9(4)   VALUE ZEROS.
001790        77  WK-TENDENCIA   PIC S9(9)V99     VALUE ZEROS.
001800        77  WK-DISTANCIA   PIC 99V9         VALUE ZEROS.
001810        77  WK-PREVISAO-CALC PIC S9(9)V99   VALUE ZEROS.
001820       *      PREVISAO DOS 12 MESES SEGUINTES AO BASE
001830        77  WK-IDX-PREV    PIC 99           VALUE ZEROS.
001840        01  WK-TAB-PREVISAO.
001850            05 WK-PRV-OCC         OCCURS 12 TIMES.
001860                10 WK-PRV-ANO         PIC 9(4).
001870                10 WK-PRV-MES         PIC 99.
001880                10 WK-PRV-TENDENCIA   PIC 9(9)V99.
001890                10 WK-PRV-VALOR       PIC 9(9)V99.
001900       *      VENDAS3N POR VENDEDOR/ESTADO (LIQUIDO, EM BRL)
001910        77  WK-QTD-VENDAS  PIC 9(7)         VALUE ZEROS.
001920        77  WK-QTD-CMB     PIC 9(3)         VALUE ZEROS.
001930        77  WK-IDX-CMB     PIC 9(3)         VALUE ZEROS.
001940        77  WK-IDX-CMB-ACH PIC 9(3)         VALUE ZEROS.
001950        77  WK-VENDEDOR-PROC PIC 99         VALUE ZEROS.
001960        77  WK-ESTADO-PROC PIC XX           VALUE SPACES.
001970        01  WK-TAB-COMBINACOES.
001980            05 WK-CMB-OCC         OCCURS 500 TIMES.
001990                10 WK-CMB-VENDEDOR    PIC 99.
002000                10 WK-CMB-ESTADO      PIC XX.
002010                10 WK-CMB-TOTAL       PIC S9(11)V99.
002020                10 WK-CMB-MES         PIC S9(11)V99
002030                                      OCCURS 12 TIMES.
002040       *      SOMA DAS COMBINACOES POSITIVAS, POR MES E GERAL
002050        01  WK-TAB-TOTAIS-V3.
002060            05 WK-V3-MES          PIC 9(11)V99 OCCURS 12 TIMES.
002070        77  WK-V3-GERAL    PIC 9(11)V99     VALUE ZEROS.
002080        77  WK-PARTE-CMB   PIC S9(11)V99    VALUE ZEROS.
002090        77  WK-TOTAL-PARTES PIC 9(11)V99    VALUE ZEROS.
002100        77  WK-PREV-CMB    PIC 9(9)V99      VALUE ZEROS.
002110        77  WK-META-CMB    PIC 9(9)V99      VALUE ZEROS.
002120        77  WK-META-MES    PIC 9(11)V99     VALUE ZEROS.
002130        77  WK-DIFERENCA   PIC S9(11)V99    VALUE ZEROS.
002140        77  WK-VALOR-CONV  PIC 9(8)V99      VALUE ZEROS.
002150        77  WK-QTD-METAS   PIC 9(4)         VALUE ZEROS.
002160        77  WK-IDX-META    PIC 9(4)         VALUE ZEROS.
002170        01  WK-TAB-METAS.
002180            05 WK-META-OCC        OCCURS 2000 TIMES.
002190                10 WK-MET-VENDEDOR   PIC 99.
002200                10 WK-MET-ESTADO     PIC XX.
002210                10 WK-MET-MES        PIC 99.
002220                10 WK-MET-META       PIC 9(8)V99.
002230       *      PRECISAO DA PREVISAO ANTERIOR
002240        77  WK-ACHOU-PREV  PIC X            VALUE 'N'.
002250            88 PREVISAO-ACHADA                 VALUE 'S'.
002260        77  WK-BASE-ANTERIOR PIC 9(6)       VALUE ZEROS.
002270        77  WK-PREVISTO-ANT PIC 9(9)V99     VALUE ZEROS.
002280        77  WK-REALIZADO   PIC 9(9)V99      VALUE ZEROS.
002290        77  WK-DESVIO      PIC S9(9)V99     VALUE ZEROS.
002300        77  WK-ERRO-PCT    PIC 9(5)V99      VALUE ZEROS.
002310        77  WK-QTD-LINHAS  PIC 9(5)         VALUE ZEROS.
002320        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
002330        01  WK-DATAS-CAMBIO.
002340            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
002350        01  NOMES-MOEDA.
002360            05 FILLER              PIC X(03) VALUE 'BRL'.
002370            05 FILLER              PIC X(03) VALUE 'USD'.
002380            05 FILLER              PIC X(03) VALUE 'EUR'.
002390        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
002400            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
002410        01  TAXAS-MOEDA-LIT.
002420            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002430            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002440            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002450        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
002460            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
002470        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
002480        01  WK-LINHA-TITULO.
002490            05 WK-TEXTO-TIT    PIC X(60).
002500        01  WK-LINHA-VALOR.
002510            05 WK-TITULO-VAL   PIC X(30).
002520            05 WK-VALOR-VAL    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002530        01  WK-LINHA-MES.
002540            05 FILLER          PIC X(04) VALUE 'MES '.
002550            05 WK-MES-REL      PIC 99.
002560            05 FILLER          PIC X(01) VALUE '/'.
002570            05 WK-ANO-REL      PIC 9(4).
002580            05 FILLER          PIC X(08) VALUE ' INDICE '.
002590            05 WK-INDICE-REL   PIC ZZ9,9999.
002600            05 FILLER          PIC X(11) VALUE ' TENDENCIA '.
002610            05 WK-TEND-REL     PIC ZZ.ZZZ.ZZ9,99.
002620            05 FILLER          PIC X(10) VALUE ' PREVISTO '.
002630            05 WK-PREV-REL     PIC ZZ.ZZZ.ZZ9,99.
002640        01  WK-LINHA-META-MES.
002650            05 FILLER          PIC X(22)
002660                 VALUE '    METAS DO MES      '.
002670            05 WK-META-MES-REL PIC ZZ.ZZZ.ZZ9,99.
002680            05 FILLER          PIC X(11) VALUE ' DIFERENCA '.
002690            05 WK-DIF-MES-REL  PIC -ZZ.ZZZ.ZZ9,99.
002700        01  WK-LINHA-CMB.
002710            05 FILLER          PIC X(09) VALUE '    VEND '.
002720            05 WK-VEND-REL     PIC 99.
002730            05 FILLER          PIC X(04) VALUE ' UF '.
002740            05 WK-UF-REL       PIC XX.
002750            05 FILLER          PIC X(10) VALUE ' PREVISTO '.
002760            05 WK-PREV-CMB-REL PIC ZZ.ZZZ.ZZ9,99.
002770            05 FILLER          PIC X(06) VALUE ' META '.
002780            05 WK-META-CMB-REL PIC ZZ.ZZZ.ZZ9,99.
002790            05 FILLER          PIC X(05) VALUE ' DIF '.
002800            05 WK-DIF-CMB-REL  PIC -ZZ.ZZZ.ZZ9,99.
002810       *
002820        PROCEDURE DIVISION.
002830        000-PRINCIPAL SECTION.
002840        001-PRINCIPAL.
002850            PERFORM 195-GRAVAR-JRNL-INICIO.
002860            PERFORM 101-INICIAR.
002870            PERFORM 201-ACUMULAR-VENDA
002880                UNTIL WK-FS-VENDAS3N = '10'.
002890            CLOSE ARQ-VENDAS3N.
002900            PERFORM 401-CALCULAR-INDICES.
002910            PERFORM 411-CALCULAR-TENDENCIA.
002920            PERFORM 421-PREVER-MES
002930                VARYING WK-IDX-PREV FROM 1 BY 1
002940                UNTIL WK-IDX-PREV > 12.
002950            PERFORM 901-FINALIZAR.
002960            PERFORM 196-GRAVAR-JRNL-FIM.
002970            STOP RUN.
002980       ***********************************************************
002990        100-INICIAR SECTION.
003000        101-INICIAR.
003010            INITIALIZE WK-TAB-SERIE.
003020            INITIALIZE WK-TAB-INDICES.
003030            INITIALIZE WK-TAB-TOTAIS-V3.
003040            ACCEPT WK-BASE FROM SYSIN.
003050            IF WK-BASE NOT NUMERIC
003060                MOVE ZEROS TO WK-BASE
003070            END-IF.
003080            IF WK-BASE = ZEROS
003090                PERFORM 102-ACHAR-ULTIMO-MES
003100            END-IF.
003110            IF WK-MES-BASE < 1 OR WK-MES-BASE > 12
003120                DISPLAY 'MES BASE INVALIDO NO SYSIN: ' WK-BASE
003130                MOVE 12 TO RETURN-CODE
003140                STOP RUN
003150            END-IF.
003160            COMPUTE WK-ANO-INICIO = WK-ANO-BASE - 9.
003170            COMPUTE WK-POS-BASE = 108 + WK-MES-BASE.
003180            PERFORM 104-CARREGAR-TOTMES.
003190            PERFORM 190-CARREGAR-CAMBIO.
003200            PERFORM 106-CARREGAR-METAS.
003210            PERFORM 108-LER-PREVISAO-ANTERIOR.
003220            OPEN OUTPUT ARQ-RELPREV.
003230            IF WK-FS-RELPREV NOT = '00'
003240                DISPLAY 'ERRO ' WK-FS-RELPREV
003250                        ' NO COMANDO OPEN RELPREV'
003260                MOVE 12 TO RETURN-CODE
003270                STOP RUN
003280            END-IF.
003290            OPEN INPUT ARQ-VENDAS3N.
003300            EVALUATE WK-FS-VENDAS3N
003310                WHEN '00'
003320                    PERFORM 303-LER-VENDAS3N
003330                WHEN '35'
003340                    DISPLAY 'ARQUIVO VENDAS3N NAO ENCONTRADO'
003350                    MOVE 12 TO RETURN-CODE
003360                    STOP RUN
003370                WHEN OTHER
003380                    DISPLAY 'ERRO ' WK-FS-VENDAS3N
003390                            ' NO COMANDO OPEN VENDAS3N'
003400                    MOVE 12 TO RETURN-CODE
003410                    STOP RUN
003420            END-EVALUATE.
003430       *      SEM MES BASE NO SYSIN, VALE O MAIS RECENTE
003440        102-ACHAR-ULTIMO-MES.
003450            PERFORM 105-ABRIR-TOTMES.
003460            PERFORM 103-COMPARAR-PERIODO
003470                UNTIL WK-FS-TOTMES = '10'.
003480            CLOSE ARQ-TOTMES.
003490        103-COMPARAR-PERIODO.
003500            MOVE FD-ANO-TOTMES TO WK-ANO-PER-TOT.
003510            MOVE FD-MES-TOTMES TO WK-MES-PER-TOT.
003520            IF WK-PERIODO-TOTMES > WK-BASE
003530                MOVE WK-PERIODO-TOTMES TO WK-BASE
003540            END-IF.
003550            PERFORM 301-LER-TOTMES.
003560        104-CARREGAR-TOTMES.
003570            PERFORM 105-ABRIR-TOTMES.
003580            PERFORM 107-GUARDAR-TOTMES
003590                UNTIL WK-FS-TOTMES = '10'.
003600            CLOSE ARQ-TOTMES.
003610            IF WK-SER-PRESENTE(WK-POS-BASE) NOT = 'S'
003620                DISPLAY 'MES BASE ' WK-BASE ' AUSENTE NO TOTMES'
003630                MOVE 12 TO RETURN-CODE
003640                STOP RUN
003650            END-IF.
003660        105-ABRIR-TOTMES.
003670            OPEN INPUT ARQ-TOTMES.
003680            EVALUATE WK-FS-TOTMES
003690                WHEN '00'
003700                    PERFORM 301-LER-TOTMES
003710                WHEN '35'
003720                    DISPLAY 'ARQUIVO TOTMES NAO ENCONTRADO'
003730                    MOVE 12 TO RETURN-CODE
003740                    STOP RUN
003750                WHEN OTHER
003760                    DISPLAY 'ERRO ' WK-FS-TOTMES
003770                            ' NO COMANDO OPEN TOTMES'
003780                    MOVE 12 TO RETURN-CODE
003790                    STOP RUN
003800            END-EVALUATE.
003810       *      FORA DA JANELA DE 10 ANOS OU APOS O BASE, IGNORA
003820        107-GUARDAR-TOTMES.
003830            IF FD-ANO-TOTMES NOT LESS WK-ANO-INICIO
003840               AND FD-MES-TOTMES > ZEROS
003850               AND FD-MES-TOTMES < 13
003860                COMPUTE WK-POS =
003870                    (FD-ANO-TOTMES - WK-ANO-INICIO) * 12
003880                    + FD-MES-TOTMES
003890                IF WK-POS NOT GREATER WK-POS-BASE
003900                    ADD FD-VALOR-TOTMES TO WK-SER-VALOR(WK-POS)
003910                    MOVE 'S' TO WK-SER-PRESENTE(WK-POS)
003920                END-IF
003930            END-IF.
003940            PERFORM 301-LER-TOTMES.
003950        106-CARREGAR-METAS.
003960            OPEN INPUT ARQ-METAS.
003970            IF WK-FS-METAS NOT = '00'
003980                DISPLAY 'ARQUIVO METAS INDISPONIVEL, STATUS '
003990                        WK-FS-METAS
004000                MOVE 12 TO RETURN-CODE
004010                STOP RUN
004020            END-IF.
004030            PERFORM 302-LER-METAS.
004040            PERFORM 109-REGISTRAR-META
004050                UNTIL WK-FS-METAS = '10'.
004060            CLOSE ARQ-METAS.
004070       *      A VENDA ACHA A META PELA COMBINACAO; UMA META SEM
004080       *      VENDA ENTRA NA TABELA COM PREVISAO ZERO
004090        109-REGISTRAR-META.
004100            IF WK-QTD-METAS NOT LESS 2000
004110                DISPLAY 'TABELA DE METAS CHEIA, LIMITE 2000'
004120                MOVE 12 TO RETURN-CODE
004130                STOP RUN
004140            END-IF.
004150            ADD 1 TO WK-QTD-METAS.
004160            MOVE FD-VENDEDOR-META
004170                TO WK-MET-VENDEDOR(WK-QTD-METAS).
004180            MOVE FD-ESTADO-META
004190                TO WK-MET-ESTADO(WK-QTD-METAS).
004200            MOVE FD-MES-META TO WK-MET-MES(WK-QTD-METAS).
004210            MOVE FD-VALOR-META TO WK-MET-META(WK-QTD-METAS).
004220            MOVE FD-VENDEDOR-META TO WK-VENDEDOR-PROC.
004230            MOVE FD-ESTADO-META TO WK-ESTADO-PROC.
004240            PERFORM 202-ACHAR-COMBINACAO.
004250            PERFORM 302-LER-METAS.
004260       *      SEM PREVVEN (PRIMEIRA RODADA) NAO HA PRECISAO
004270        108-LER-PREVISAO-ANTERIOR.
004280            OPEN INPUT ARQ-PREVVEN.
004290            EVALUATE WK-FS-PREVVEN
004300                WHEN '00'
004310                    PERFORM 304-LER-PREVVEN
004320                    PERFORM 110-PROCURAR-PREVISAO
004330                        UNTIL WK-FS-PREVVEN = '10'
004340                    CLOSE ARQ-PREVVEN
004350                WHEN '35'
004360                    CONTINUE
004370                WHEN OTHER
004380                    DISPLAY 'ERRO ' WK-FS-PREVVEN
004390                            ' NO COMANDO OPEN PREVVEN'
004400                    MOVE 12 TO RETURN-CODE
004410                    STOP RUN
004420            END-EVALUATE.
004430        110-PROCURAR-PREVISAO.
004440            IF FD-ANO-PREV = WK-ANO-BASE
004450               AND FD-MES-PREV = WK-MES-BASE
004460                SET PREVISAO-ACHADA TO TRUE
004470                MOVE FD-BASE-PREV  TO WK-BASE-ANTERIOR
004480                MOVE FD-VALOR-PREV TO WK-PREVISTO-ANT
004490            END-IF.
004500            PERFORM 304-LER-PREVVEN.
004510       ***********************************************
004520       *      PARTICIPACAO DE CADA VENDEDOR/ESTADO: VENDAS
004530       *      MENOS DEVOLUCOES, CONVERTIDAS PARA BRL
004540        200-PROCESSAR SECTION.
004550        201-ACUMULAR-VENDA.
004560            ADD 1 TO WK-QTD-VENDAS.
004570            IF FD-MES > ZEROS AND FD-MES < 13
004580                PERFORM 222-PROCURAR-MOEDA
004590                    VARYING WK-IDX-MOEDA FROM 1 BY 1
004600                    UNTIL WK-IDX-MOEDA > 3
004610                       OR MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA
004620                IF WK-IDX-MOEDA > 3
004630                    MOVE 1 TO WK-IDX-MOEDA
004640                END-IF
004650                COMPUTE WK-VALOR-CONV ROUNDED =
004660                    FD-VALOR * TAXA-MOEDA(WK-IDX-MOEDA)
004670                MOVE FD-VENDEDOR TO WK-VENDEDOR-PROC
004680                MOVE FD-ESTADO TO WK-ESTADO-PROC
004690                PERFORM 202-ACHAR-COMBINACAO
004700                IF NOTA-DEVOLUCAO
004710                    SUBTRACT WK-VALOR-CONV
004720                        FROM WK-CMB-MES(WK-IDX-CMB-ACH, FD-MES)
004730                    SUBTRACT WK-VALOR-CONV
004740                        FROM WK-CMB-TOTAL(WK-IDX-CMB-ACH)
004750                ELSE
004760                    ADD WK-VALOR-CONV
004770                        TO WK-CMB-MES(WK-IDX-CMB-ACH, FD-MES)
004780                    ADD WK-VALOR-CONV
004790                        TO WK-CMB-TOTAL(WK-IDX-CMB-ACH)
004800                END-IF
004810            END-IF.
004820            PERFORM 303-LER-VENDAS3N.
004830        202-ACHAR-COMBINACAO.
004840            MOVE ZEROS TO WK-IDX-CMB-ACH.
004850            PERFORM 203-COMPARAR-COMBINACAO
004860                VARYING WK-IDX-CMB FROM 1 BY 1
004870                UNTIL WK-IDX-CMB > WK-QTD-CMB
004880                   OR WK-IDX-CMB-ACH > ZEROS.
004890            IF WK-IDX-CMB-ACH = ZEROS
004900                IF WK-QTD-CMB NOT LESS 500
004910                    DISPLAY 'TABELA DE VENDEDOR/ESTADO CHEIA, '
004920                            'LIMITE 500'
004930                    MOVE 12 TO RETURN-CODE
004940                    STOP RUN
004950                END-IF
004960                ADD 1 TO WK-QTD-CMB
004970                MOVE WK-QTD-CMB TO WK-IDX-CMB-ACH
004980                INITIALIZE WK-CMB-OCC(WK-IDX-CMB-ACH)
004990                MOVE WK-VENDEDOR-PROC
005000                    TO WK-CMB-VENDEDOR(WK-IDX-CMB-ACH)
005010                MOVE WK-ESTADO-PROC
005020                    TO WK-CMB-ESTADO(WK-IDX-CMB-ACH)
005030            END-IF.
005040        203-COMPARAR-COMBINACAO.
005050            IF WK-CMB-VENDEDOR(WK-IDX-CMB) = WK-VENDEDOR-PROC
005060               AND WK-CMB-ESTADO(WK-IDX-CMB) = WK-ESTADO-PROC
005070                MOVE WK-IDX-CMB TO WK-IDX-CMB-ACH
005080            END-IF.
005090        222-PROCURAR-MOEDA.
005100            CONTINUE.
005110       ***********************************************
005120        300-LEITURAS SECTION.
005130        301-LER-TOTMES.
005140            READ ARQ-TOTMES.
005150            EVALUATE WK-FS-TOTMES
005160                WHEN '00'
005170                    CONTINUE
005180                WHEN '10'
005190                    CONTINUE
005200                WHEN OTHER
005210                    DISPLAY 'ERRO ' WK-FS-TOTMES
005220                            ' NO COMANDO READ TOTMES'
005230                    MOVE 12 TO RETURN-CODE
005240                    STOP RUN
005250            END-EVALUATE.
005260        302-LER-METAS.
005270            READ ARQ-METAS.
005280            EVALUATE WK-FS-METAS
005290                WHEN '00'
005300                    CONTINUE
005310                WHEN '10'
005320                    CONTINUE
005330                WHEN OTHER
005340                    DISPLAY 'ERRO ' WK-FS-METAS
005350                            ' NO COMANDO READ METAS'
005360                    MOVE 12 TO RETURN-CODE
005370                    STOP RUN
005380            END-EVALUATE.
005390        303-LER-VENDAS3N.
005400            READ ARQ-VENDAS3N.
005410            EVALUATE WK-FS-VENDAS3N
005420                WHEN '00'
005430                    CONTINUE
005440                WHEN '10'
005450                    CONTINUE
005460                WHEN OTHER
005470                    DISPLAY 'ERRO ' WK-FS-VENDAS3N
005480                            ' NO COMANDO READ VENDAS3N'
005490                    MOVE 12 TO RETURN-CODE
005500                    STOP RUN
005510            END-EVALUATE.
005520        304-LER-PREVVEN.
005530            READ ARQ-PREVVEN.
005540            EVALUATE WK-FS-PREVVEN
005550                WHEN '00'
005560                    CONTINUE
005570                WHEN '10'
005580                    CONTINUE
005590                WHEN OTHER
005600                    DISPLAY 'ERRO ' WK-FS-PREVVEN
005610                            ' NO COMANDO READ PREVVEN'
005620                    MOVE 12 TO RETURN-CODE
005630                    STOP RUN
005640            END-EVALUATE.
005650       ***********************************************
005660        190-CARREGAR-CAMBIO.
005670            ACCEPT WK-DATA-CAMBIO-REF FROM DATE YYYYMMDD.
005680            OPEN INPUT ARQ-CAMBIO.
005690            EVALUATE WK-FS-CAMBIO
005700                WHEN '00'
005710                    PERFORM 191-LER-CAMBIO
005720                    PERFORM 192-APLICAR-TAXA-CAMBIO
005730                        UNTIL WK-FS-CAMBIO = '10'
005740                    CLOSE ARQ-CAMBIO
005750                WHEN OTHER
005760                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
005770                            'OU COM ERRO ' WK-FS-CAMBIO
005780                    MOVE 12 TO RETURN-CODE
005790                    STOP RUN
005800            END-EVALUATE.
005810            IF TAXA-MOEDA(1) = ZEROS
005820                MOVE 1 TO TAXA-MOEDA(1)
005830            END-IF.
005840            PERFORM 197-CONFERIR-TAXA
005850                VARYING WK-IDX-MOEDA FROM 2 BY 1
005860                UNTIL WK-IDX-MOEDA > 3.
005870        191-LER-CAMBIO.
005880            READ ARQ-CAMBIO.
005890            EVALUATE WK-FS-CAMBIO
005900                WHEN '00'
005910                    CONTINUE
005920                WHEN '10'
005930                    CONTINUE
005940                WHEN OTHER
005950                    DISPLAY 'ERRO ' WK-FS-CAMBIO
005960                            ' NO COMANDO READ CAMBIO'
005970                    MOVE 12 TO RETURN-CODE
005980                    STOP RUN
005990            END-EVALUATE.
006000        192-APLICAR-TAXA-CAMBIO.
006010            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
006020                PERFORM 193-GUARDAR-TAXA
006030                    VARYING WK-IDX-MOEDA FROM 1 BY 1
006040                    UNTIL WK-IDX-MOEDA > 3
006050            END-IF.
006060            PERFORM 191-LER-CAMBIO.
006070        193-GUARDAR-TAXA.
006080            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
006090               AND FD-DATA-CAMBIO NOT LESS
006100                   WK-DATA-TAXA(WK-IDX-MOEDA)
006110                MOVE FD-TAXA-CAMBIO
006120                    TO TAXA-MOEDA(WK-IDX-MOEDA)
006130                MOVE FD-DATA-CAMBIO
006140                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
006150            END-IF.
006160        197-CONFERIR-TAXA.
006170            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
006180                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
006190                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
006200                        ' NA DATA ' WK-DATA-CAMBIO-REF
006210                MOVE 12 TO RETURN-CODE
006220                STOP RUN
006230            END-IF.
006240        195-GRAVAR-JRNL-INICIO.
006250            MOVE 'I' TO JRL-TIPO.
006260            MOVE ZEROS TO JRL-QTD-LIDOS.
006270            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006280            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006290            MOVE ZEROS TO JRL-RETORNO.
006291            MOVE 'EAD95936' TO LK-PROGRAMA-COM.
006292            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006293            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006300            PERFORM 194-GRAVAR-RUNJRNL.
006310        196-GRAVAR-JRNL-FIM.
006320            MOVE 'F' TO JRL-TIPO.
006330            MOVE WK-QTD-VENDAS TO JRL-QTD-LIDOS.
006340            MOVE 12 TO JRL-QTD-GRAVADOS.
006350            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006360            MOVE RETURN-CODE TO JRL-RETORNO.
006361            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006370            PERFORM 194-GRAVAR-RUNJRNL.
006380        194-GRAVAR-RUNJRNL.
006390            OPEN EXTEND ARQ-RUNJRNL.
006400            IF WK-FS-RUNJRNL = '35'
006410                OPEN OUTPUT ARQ-RUNJRNL
006420            END-IF.
006430            IF WK-FS-RUNJRNL NOT = '00'
006440                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006450                        ' NO COMANDO OPEN RUNJRNL'
006460                MOVE 12 TO RETURN-CODE
006470                STOP RUN
006480            END-IF.
006490            MOVE 'EAD95936' TO JRL-PROGRAMA.
006500            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006510            ACCEPT JRL-HORA FROM TIME.
006520            WRITE REG-RUNJRNL.
006530            IF WK-FS-RUNJRNL NOT = '00'
006540                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006550                        ' NO COMANDO WRITE RUNJRNL'
006560                MOVE 12 TO RETURN-CODE
006570                STOP RUN
006580            END-IF.
006590            CLOSE ARQ-RUNJRNL.
006600       ***********************************************
006610       *      INDICE SAZONAL: SO ENTRAM OS ANOS COM OS 12
006620       *      MESES NO TOTMES ATE O MES BASE; SEM NENHUM
006630       *      ANO COMPLETO O INDICE E 1
006640        400-PREVER SECTION.
006650        401-CALCULAR-INDICES.
006660            PERFORM 402-EXAMINAR-ANO
006670                VARYING WK-IDX-ANO FROM 1 BY 1
006680                UNTIL WK-IDX-ANO > 10.
006690            PERFORM 405-FECHAR-INDICE
006700                VARYING WK-IDX-MES FROM 1 BY 1
006710                UNTIL WK-IDX-MES > 12.
006720        402-EXAMINAR-ANO.
006730            MOVE ZEROS TO WK-QTD-MESES-ANO.
006740            MOVE ZEROS TO WK-TOTAL-ANO.
006750            PERFORM 403-SOMAR-MES-ANO
006760                VARYING WK-IDX-MES FROM 1 BY 1
006770                UNTIL WK-IDX-MES > 12.
006780            IF WK-QTD-MESES-ANO = 12 AND WK-TOTAL-ANO > ZEROS
006790                ADD 1 TO WK-QTD-ANOS-COMPL
006800                COMPUTE WK-MEDIA-ANO = WK-TOTAL-ANO / 12
006810                PERFORM 404-SOMAR-RAZAO
006820                    VARYING WK-IDX-MES FROM 1 BY 1
006830                    UNTIL WK-IDX-MES > 12
006840            END-IF.
006850        403-SOMAR-MES-ANO.
006860            COMPUTE WK-POS = (WK-IDX-ANO - 1) * 12 + WK-IDX-MES.
006870            IF WK-POS NOT GREATER WK-POS-BASE
006880                IF WK-SER-PRESENTE(WK-POS) = 'S'
006890                    ADD 1 TO WK-QTD-MESES-ANO
006900                    ADD WK-SER-VALOR(WK-POS) TO WK-TOTAL-ANO
006910                END-IF
006920            END-IF.
006930        404-SOMAR-RAZAO.
006940            COMPUTE WK-POS = (WK-IDX-ANO - 1) * 12 + WK-IDX-MES.
006950            COMPUTE WK-IND-SOMA(WK-IDX-MES) ROUNDED =
006960                WK-IND-SOMA(WK-IDX-MES)
006970                + WK-SER-VALOR(WK-POS) / WK-MEDIA-ANO.
006980        405-FECHAR-INDICE.
006990            IF WK-QTD-ANOS-COMPL > ZEROS
007000                COMPUTE WK-IND-INDICE(WK-IDX-MES) ROUNDED =
007010                    WK-IND-SOMA(WK-IDX-MES) / WK-QTD-ANOS-COMPL
007020            ELSE
007030                MOVE 1 TO WK-IND-INDICE(WK-IDX-MES)
007040            END-IF.
007050       *      MEDIA MOVEL DOS 12 MESES ATE O BASE, SEM A
007060       *      SAZONALIDADE; A INCLINACAO MENSAL SAI DA
007070       *      COMPARACAO COM OS 12 MESES ANTERIORES QUANDO
007080       *      AMBAS AS JANELAS ESTAO COMPLETAS
007090        411-CALCULAR-TENDENCIA.
007100            COMPUTE WK-POS-FIM = WK-POS-BASE - 11.
007110            PERFORM 412-MEDIA-JANELA.
007120            MOVE WK-QTD-DESSAZ TO WK-QTD-RECENTE.
007130            IF WK-QTD-DESSAZ > ZEROS
007140                COMPUTE WK-MEDIA-MOVEL ROUNDED =
007150                    WK-SOMA-DESSAZ / WK-QTD-DESSAZ
007160            END-IF.
007170            COMPUTE WK-POS-FIM = WK-POS-BASE - 23.
007180            PERFORM 412-MEDIA-JANELA.
007190            IF WK-QTD-DESSAZ = 12 AND WK-QTD-RECENTE = 12
007200                COMPUTE WK-MEDIA-ANTERIOR ROUNDED =
007210                    WK-SOMA-DESSAZ / 12
007220                COMPUTE WK-INCLINACAO ROUNDED =
007230                    (WK-MEDIA-MOVEL - WK-MEDIA-ANTERIOR) / 12
007240            ELSE
007250                MOVE ZEROS TO WK-INCLINACAO
007260            END-IF.
007270        412-MEDIA-JANELA.
007280            MOVE ZEROS TO WK-SOMA-DESSAZ.
007290            MOVE ZEROS TO WK-QTD-DESSAZ.
007300            PERFORM 413-SOMAR-DESSAZONALIZADO
007310                VARYING WK-POS FROM WK-POS-FIM BY 1
007320                UNTIL WK-POS > WK-POS-FIM + 11.
007330        413-SOMAR-DESSAZONALIZADO.
007340            IF WK-POS > ZEROS
007350                IF WK-SER-PRESENTE(WK-POS) = 'S'
007360                    PERFORM 431-MES-DA-POSICAO
007370                    ADD 1 TO WK-QTD-DESSAZ
007380                    COMPUTE WK-SOMA-DESSAZ ROUNDED =
007390                        WK-SOMA-DESSAZ + WK-SER-VALOR(WK-POS)
007400                        / WK-IND-INDICE(WK-MES-POS)
007410                END-IF
007420            END-IF.
007430       *      A MEDIA MOVEL ESTA NO MEIO DA JANELA, 5,5 MESES
007440       *      ANTES DO BASE; O MES H A FRENTE FICA A H + 5,5
007450        421-PREVER-MES.
007460            COMPUTE WK-POS = WK-POS-BASE + WK-IDX-PREV.
007470            PERFORM 431-MES-DA-POSICAO.
007480            MOVE WK-ANO-POS TO WK-PRV-ANO(WK-IDX-PREV).
007490            MOVE WK-MES-POS TO WK-PRV-MES(WK-IDX-PREV).
007500            COMPUTE WK-DISTANCIA = WK-IDX-PREV + 5,5.
007510            COMPUTE WK-TENDENCIA ROUNDED =
007520                WK-MEDIA-MOVEL + WK-INCLINACAO * WK-DISTANCIA.
007530            IF WK-TENDENCIA < ZEROS
007540                MOVE ZEROS TO WK-TENDENCIA
007550            END-IF.
007560            MOVE WK-TENDENCIA TO WK-PRV-TENDENCIA(WK-IDX-PREV).
007570            COMPUTE WK-PREVISAO-CALC ROUNDED =
007580                WK-TENDENCIA * WK-IND-INDICE(WK-MES-POS).
007590            MOVE WK-PREVISAO-CALC TO WK-PRV-VALOR(WK-IDX-PREV).
007600        431-MES-DA-POSICAO.
007610            COMPUTE WK-QUOCIENTE = WK-POS - 1.
007620            DIVIDE WK-QUOCIENTE BY 12 GIVING WK-QUOCIENTE
007630                REMAINDER WK-RESTO.
007640            COMPUTE WK-MES-POS = WK-RESTO + 1.
007650            COMPUTE WK-ANO-POS = WK-ANO-INICIO + WK-QUOCIENTE.
007660       ***********************************************
007670        900-FINALIZAR SECTION.
007680        901-FINALIZAR.
007690            PERFORM 902-GRAVAR-PREVVENN.
007700            PERFORM 903-TOTALIZAR-POSITIVOS
007710                VARYING WK-IDX-CMB FROM 1 BY 1
007720                UNTIL WK-IDX-CMB > WK-QTD-CMB.
007730            PERFORM 910-RELATAR-PRECISAO.
007740            MOVE 'PREVISAO DOS PROXIMOS 12 MESES POR VENDEDOR/UF'
007750                TO WK-TEXTO-TIT.
007760            WRITE REG-RELPREV FROM WK-LINHA-TITULO AFTER 2 LINES.
007770            PERFORM 919-CONFERIR-RELPREV.
007780            PERFORM 920-RELATAR-MES
007790                VARYING WK-IDX-PREV FROM 1 BY 1
007800                UNTIL WK-IDX-PREV > 12.
007810            DISPLAY 'MES BASE DA PREVISAO: ' WK-BASE.
007820            DISPLAY 'ANOS COMPLETOS NO INDICE: '
007830                    WK-QTD-ANOS-COMPL.
007840            CLOSE ARQ-RELPREV.
007850        902-GRAVAR-PREVVENN.
007860            OPEN OUTPUT ARQ-PREVVENN.
007870            IF WK-FS-PREVVENN NOT = '00'
007880                DISPLAY 'ERRO ' WK-FS-PREVVENN
007890                        ' NO COMANDO OPEN PREVVENN'
007900                MOVE 12 TO RETURN-CODE
007910                STOP RUN
007920            END-IF.
007930            PERFORM 904-GRAVAR-MES-PREVISTO
007940                VARYING WK-IDX-PREV FROM 1 BY 1
007950                UNTIL WK-IDX-PREV > 12.
007960            CLOSE ARQ-PREVVENN.
007970        904-GRAVAR-MES-PREVISTO.
007980            MOVE SPACES TO REG-PREVVENN.
007990            MOVE WK-BASE TO FD-BASE-PREVN.
008000            MOVE WK-PRV-ANO(WK-IDX-PREV) TO FD-ANO-PREVN.
008010            MOVE WK-PRV-MES(WK-IDX-PREV) TO FD-MES-PREVN.
008020            MOVE WK-PRV-VALOR(WK-IDX-PREV) TO FD-VALOR-PREVN.
008030            WRITE REG-PREVVENN.
008040            IF WK-FS-PREVVENN NOT = '00'
008050                DISPLAY 'ERRO ' WK-FS-PREVVENN
008060                        ' NO COMANDO WRITE PREVVENN'
008070                MOVE 12 TO RETURN-CODE
008080                STOP RUN
008090            END-IF.
008100       *      SO AS COMBINACOES COM SALDO POSITIVO REPARTEM
008110        903-TOTALIZAR-POSITIVOS.
008120            IF WK-CMB-TOTAL(WK-IDX-CMB) > ZEROS
008130                ADD WK-CMB-TOTAL(WK-IDX-CMB) TO WK-V3-GERAL
008140            END-IF.
008150            PERFORM 905-TOTALIZAR-MES-POSITIVO
008160                VARYING WK-IDX-MES FROM 1 BY 1
008170                UNTIL WK-IDX-MES > 12.
008180        905-TOTALIZAR-MES-POSITIVO.
008190            IF WK-CMB-MES(WK-IDX-CMB, WK-IDX-MES) > ZEROS
008200                ADD WK-CMB-MES(WK-IDX-CMB, WK-IDX-MES)
008210                    TO WK-V3-MES(WK-IDX-MES)
008220            END-IF.
008230       *      PREVISTO CONTRA O REALIZADO DO MES BASE
008240        910-RELATAR-PRECISAO.
008250            MOVE 'PRECISAO DA PREVISAO ANTERIOR' TO WK-TEXTO-TIT.
008260            WRITE REG-RELPREV FROM WK-LINHA-TITULO.
008270            PERFORM 919-CONFERIR-RELPREV.
008280            IF PREVISAO-ACHADA
008290                PERFORM 911-COMPARAR-PREVISAO
008300            ELSE
008310                MOVE 'SEM PREVISAO ANTERIOR PARA O MES BASE'
008320                    TO WK-TEXTO-TIT
008330                WRITE REG-RELPREV FROM WK-LINHA-TITULO
008340                PERFORM 919-CONFERIR-RELPREV
008350            END-IF.
008360        911-COMPARAR-PREVISAO.
008370            MOVE WK-SER-VALOR(WK-POS-BASE) TO WK-REALIZADO.
008380            COMPUTE WK-DESVIO = WK-REALIZADO - WK-PREVISTO-ANT.
008390            IF WK-REALIZADO > ZEROS
008400                IF WK-DESVIO < ZEROS
008410                    COMPUTE WK-ERRO-PCT ROUNDED =
008420                        (ZEROS - WK-DESVIO) * 100 / WK-REALIZADO
008430                ELSE
008440                    COMPUTE WK-ERRO-PCT ROUNDED =
008450                        WK-DESVIO * 100 / WK-REALIZADO
008460                END-IF
008470            END-IF.
008480            MOVE 'PREVISTO EM XXXXXX PARA O MES:'
008490                TO WK-TITULO-VAL.
008500            MOVE WK-BASE-ANTERIOR TO WK-TITULO-VAL(13:6).
008510            MOVE WK-PREVISTO-ANT TO WK-VALOR-VAL.
008520            WRITE REG-RELPREV FROM WK-LINHA-VALOR.
008530            MOVE 'REALIZADO NO TOTMES          :'
008540                TO WK-TITULO-VAL.
008550            MOVE WK-REALIZADO TO WK-VALOR-VAL.
008560            WRITE REG-RELPREV FROM WK-LINHA-VALOR.
008570            MOVE 'DESVIO (REALIZADO - PREVISTO):'
008580                TO WK-TITULO-VAL.
008590            MOVE WK-DESVIO TO WK-VALOR-VAL.
008600            WRITE REG-RELPREV FROM WK-LINHA-VALOR.
008610            MOVE 'ERRO PERCENTUAL              :'
008620                TO WK-TITULO-VAL.
008630            MOVE WK-ERRO-PCT TO WK-VALOR-VAL.
008640            WRITE REG-RELPREV FROM WK-LINHA-VALOR.
008650            PERFORM 919-CONFERIR-RELPREV.
008660        919-CONFERIR-RELPREV.
008670            IF WK-FS-RELPREV NOT = '00'
008680                DISPLAY 'ERRO ' WK-FS-RELPREV
008690                        ' NO COMANDO WRITE RELPREV'
008700                MOVE 12 TO RETURN-CODE
008710                STOP RUN
008720            END-IF.
008730       *      O MES USA A PROPORCAO DO MESMO MES NO VENDAS3N;
008740       *      SEM VENDAS NAQUELE MES, A DO ARQUIVO TODO
008750        920-RELATAR-MES.
008760            MOVE WK-PRV-MES(WK-IDX-PREV) TO WK-IDX-MES.
008770            MOVE WK-PRV-MES(WK-IDX-PREV) TO WK-MES-REL.
008780            MOVE WK-PRV-ANO(WK-IDX-PREV) TO WK-ANO-REL.
008790            MOVE WK-IND-INDICE(WK-IDX-MES) TO WK-INDICE-REL.
008800            MOVE WK-PRV-TENDENCIA(WK-IDX-PREV) TO WK-TEND-REL.
008810            MOVE WK-PRV-VALOR(WK-IDX-PREV) TO WK-PREV-REL.
008820            WRITE REG-RELPREV FROM WK-LINHA-MES AFTER 2 LINES.
008830            PERFORM 919-CONFERIR-RELPREV.
008840            IF WK-V3-MES(WK-IDX-MES) > ZEROS
008850                MOVE WK-V3-MES(WK-IDX-MES) TO WK-TOTAL-PARTES
008860            ELSE
008870                MOVE WK-V3-GERAL TO WK-TOTAL-PARTES
008880            END-IF.
008890            MOVE ZEROS TO WK-META-MES.
008900            PERFORM 921-RELATAR-COMBINACAO
008910                VARYING WK-IDX-CMB FROM 1 BY 1
008920                UNTIL WK-IDX-CMB > WK-QTD-CMB.
008930            MOVE WK-META-MES TO WK-META-MES-REL.
008940            COMPUTE WK-DIFERENCA =
008950                WK-PRV-VALOR(WK-IDX-PREV) - WK-META-MES.
008960            MOVE WK-DIFERENCA TO WK-DIF-MES-REL.
008970            WRITE REG-RELPREV FROM WK-LINHA-META-MES.
008980            PERFORM 919-CONFERIR-RELPREV.
008990        921-RELATAR-COMBINACAO.
009000            IF WK-V3-MES(WK-IDX-MES) > ZEROS
009010                MOVE WK-CMB-MES(WK-IDX-CMB, WK-IDX-MES)
009020                    TO WK-PARTE-CMB
009030            ELSE
009040                MOVE WK-CMB-TOTAL(WK-IDX-CMB) TO WK-PARTE-CMB
009050            END-IF.
009060            MOVE ZEROS TO WK-PREV-CMB.
009070            IF WK-PARTE-CMB > ZEROS AND WK-TOTAL-PARTES > ZEROS
009080                COMPUTE WK-PREV-CMB ROUNDED =
009090                    WK-PRV-VALOR(WK-IDX-PREV) * WK-PARTE-CMB
009100                    / WK-TOTAL-PARTES
009110            END-IF.
009120            MOVE ZEROS TO WK-META-CMB.
009130            PERFORM 922-SOMAR-META
009140                VARYING WK-IDX-META FROM 1 BY 1
009150                UNTIL WK-IDX-META > WK-QTD-METAS.
009160            ADD WK-META-CMB TO WK-META-MES.
009170            IF WK-PREV-CMB > ZEROS OR WK-META-CMB > ZEROS
009180                MOVE WK-CMB-VENDEDOR(WK-IDX-CMB) TO WK-VEND-REL
009190                MOVE WK-CMB-ESTADO(WK-IDX-CMB) TO WK-UF-REL
009200                MOVE WK-PREV-CMB TO WK-PREV-CMB-REL
009210                MOVE WK-META-CMB TO WK-META-CMB-REL
009220                COMPUTE WK-DIFERENCA = WK-PREV-CMB - WK-META-CMB
009230                MOVE WK-DIFERENCA TO WK-DIF-CMB-REL
009240                WRITE REG-RELPREV FROM WK-LINHA-CMB
009250                PERFORM 919-CONFERIR-RELPREV
009260            END-IF.
009270        922-SOMAR-META.
009280            IF WK-MET-VENDEDOR(WK-IDX-META)
009290                   = WK-CMB-VENDEDOR(WK-IDX-CMB)
009300               AND WK-MET-ESTADO(WK-IDX-META)
009310                   = WK-CMB-ESTADO(WK-IDX-CMB)
009320               AND WK-MET-MES(WK-IDX-META) = WK-IDX-MES
009330                ADD WK-MET-META(WK-IDX-META) TO WK-META-CMB
009340            END-IF.
