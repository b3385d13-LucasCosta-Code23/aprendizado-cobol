000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95897.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   FATURA DO CARTAO DE CREDITO                  *
000170       *                                                *
000180       *   FUNCAO 'M' = MANUTENCAO DO CADASTRO CARTAO   *
000190       *   PELO MANCART (INCLUSAO, ALTERACAO, BLOQUEIO  *
000200       *   E CANCELAMENTO)                              *
000210       *   FUNCAO 'C' = COMPRAS: CRITICA O CREDFEED DA  *
000220       *   PROCESSADORA CONTRA O LIMITE DO CARTAO E     *
000230       *   ACUMULA NO RAZAO CARDCRED                    *
000240       *   FUNCAO 'F' = FECHAMENTO: NO DIA DE FECHAMEN- *
000250       *   TO DE CADA CARTAO GERA A FATURA FATCART COM  *
000260       *   O ROTATIVO ANTERIOR, OS JUROS DO ROTATIVO    *
000270       *   (TAXAS), AS COMPRAS, O MINIMO E O VENCIMENTO *
000280       *   ROLADO PARA DIA UTIL PELO EAD95850           *
000290       *   FUNCAO 'V' = VENCIMENTO: DEBITA NA CONTA     *
000300       *   VINCULADA O VALOR PAGO (PAGFAT OU O TOTAL)   *
000310       *   VIA LOTE LANCAMFC; O SALDO NAO PAGO VAI PARA *
000320       *   O ROTATIVO DA PROXIMA FATURA                 *
000330       **************************************************
000340       *
000350        ENVIRONMENT DIVISION.
000360        CONFIGURATION SECTION.
000370        SPECIAL-NAMES.
000380            DECIMAL-POINT IS COMMA.
000390        INPUT-OUTPUT SECTION.
000400        FILE-CONTROL.
000410            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000420                FILE STATUS IS WK-FS-RUNJRNL.
000430            SELECT ARQ-MANCART  ASSIGN TO MANCART
000440                FILE STATUS IS WK-FS-MANCART.
000450            SELECT ARQ-CARTAO   ASSIGN TO CARTAO
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS DYNAMIC
000480                RECORD KEY IS FD-NUMERO-CARTAO
000490                FILE STATUS IS WK-FS-CARTAO.
000500            SELECT ARQ-CREDFEED ASSIGN TO CREDFEED
000510                FILE STATUS IS WK-FS-CREDFEED.
000520            SELECT ARQ-CARDCRED ASSIGN TO CARDCRED
000530                FILE STATUS IS WK-FS-CARDCRED.
000540            SELECT ARQ-FATCART  ASSIGN TO FATCART
000550                ORGANIZATION IS INDEXED
000560                ACCESS MODE IS DYNAMIC
000570                RECORD KEY IS FD-CHAVE-FATCART
000580                FILE STATUS IS WK-FS-FATCART.
000590            SELECT ARQ-PAGFAT   ASSIGN TO PAGFAT
000600                FILE STATUS IS WK-FS-PAGFAT.
000610            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000620                ORGANIZATION IS INDEXED
000630                ACCESS MODE IS DYNAMIC
000640                RECORD KEY IS FD-CHAVE-CLIENTES
000650                FILE STATUS IS WK-FS-CLIENTES.
000660            SELECT ARQ-TAXAS    ASSIGN TO TAXAS
000670                FILE STATUS IS WK-FS-TAXAS.
000680            SELECT ARQ-LANCAMFC ASSIGN TO LANCAMFC
000690                FILE STATUS IS WK-FS-LANCAMFC.
000700            SELECT ARQ-RELFAT   ASSIGN TO RELFAT
000710                FILE STATUS IS WK-FS-RELFAT.
000720       *
000730        DATA DIVISION.
000740        FILE SECTION.
000750        FD   ARQ-MANCART
000760             RECORDING MODE IS F.
000770        01  REG-MANCART.
000780            05 FD-OPERACAO-MAN     PIC X.
000790                88 MAN-INCLUSAO        VALUE 'I'.
000800                88 MAN-ALTERACAO       VALUE 'A'.
000810                88 MAN-BLOQUEIO        VALUE 'B'.
000820                88 MAN-CANCELAMENTO    VALUE 'C'.
000830            05 FD-NUMERO-MAN       PIC X(16).
000840            05 FD-CONTA-MAN.
000850                10 FD-AGENCIA-MAN      PIC X(4).
000860                10 FD-NRCONTA-MAN      PIC 9(5).
000870            05 FD-DIA-FECHA-MAN    PIC 99.
000880            05 FD-DIA-VENC-MAN     PIC 99.
000890            05 FD-LIMITE-MAN       PIC 9(6)V99.
000900        FD   ARQ-CARTAO
000910             RECORDING MODE IS F.
000920        01  REG-CARTAO.
000930            05 FD-NUMERO-CARTAO    PIC X(16).
000940            05 FD-CONTA-CARTAO.
000950                10 FD-AGENCIA-CARTAO   PIC X(4).
000960                10 FD-NRCONTA-CARTAO   PIC 9(5).
000970            05 FD-DIA-FECHA-CARTAO PIC 99.
000980            05 FD-DIA-VENC-CARTAO  PIC 99.
000990            05 FD-LIMITE-CARTAO    PIC 9(6)V99.
001000            05 FD-SALDO-ABERTO-CARTAO  PIC 9(6)V99.
001010            05 FD-SALDO-FATURADO-CARTAO PIC 9(6)V99.
001020            05 FD-SALDO-ROTATIVO-CARTAO PIC 9(6)V99.
001030            05 FD-DATA-ULT-FECHA-CARTAO PIC 9(8).
001040            05 FD-SITUACAO-CARTAO  PIC X.
001050                88 CARTAO-ATIVO        VALUE 'A'.
001060                88 CARTAO-BLOQUEADO    VALUE 'B'.
001070                88 CARTAO-CANCELADO    VALUE 'C'.
001080        FD   ARQ-CREDFEED
001090             RECORDING MODE IS F.
001100        01  REG-CREDFEED.
001110            05 FD-NUMERO-FEED      PIC X(16).
001120            05 FD-VALOR-FEED       PIC 9(6)V99.
001130            05 FD-DATA-FEED        PIC 9(8).
001140            05 FD-HORA-FEED        PIC 9(6).
001150            05 FD-ESTAB-FEED       PIC X(22).
001160       *      RAZAO DO CARTAO: COMPRA, JUROS DO ROTATIVO E
001170       *      PAGAMENTO DE FATURA
001180        FD   ARQ-CARDCRED
001190             RECORDING MODE IS F.
001200        01  REG-CARDCRED.
001210            05 FD-NUMERO-CARDCRED  PIC X(16).
001220            05 FD-TIPO-CARDCRED    PIC X.
001230                88 CARDCRED-COMPRA     VALUE 'C'.
001240                88 CARDCRED-JUROS      VALUE 'J'.
001250                88 CARDCRED-PAGAMENTO  VALUE 'P'.
001260            05 FD-DATA-CARDCRED    PIC 9(8).
001270            05 FD-HORA-CARDCRED    PIC 9(6).
001280            05 FD-VALOR-CARDCRED   PIC 9(6)V99.
001290            05 FD-ESTAB-CARDCRED   PIC X(22).
001300        FD   ARQ-FATCART
001310             RECORDING MODE IS F.
001320        01  REG-FATCART.
001330            05 FD-CHAVE-FATCART.
001340                10 FD-NUMERO-FATCART   PIC X(16).
001350                10 FD-VENCIMENTO-FATCART PIC 9(8).
001360            05 FD-FECHAMENTO-FATCART PIC 9(8).
001370            05 FD-SALDO-ANT-FATCART PIC 9(6)V99.
001380            05 FD-JUROS-FATCART    PIC 9(6)V99.
001390            05 FD-COMPRAS-FATCART  PIC 9(6)V99.
001400            05 FD-TOTAL-FATCART    PIC 9(6)V99.
001410            05 FD-MINIMO-FATCART   PIC 9(6)V99.
001420            05 FD-PAGO-FATCART     PIC 9(6)V99.
001430            05 FD-SITUACAO-FATCART PIC X.
001440                88 FATURA-ABERTA       VALUE 'A'.
001450                88 FATURA-PAGA         VALUE 'P'.
001460                88 FATURA-ROLADA       VALUE 'R'.
001470        FD   ARQ-PAGFAT
001480             RECORDING MODE IS F.
001490        01  REG-PAGFAT.
001500            05 FD-NUMERO-PAGFAT    PIC X(16).
001510            05 FD-VALOR-PAGFAT     PIC 9(6)V99.
001520        FD   ARQ-CLIENTES
001530             RECORDING MODE IS F.
001540        01  REG-CLIENTES.
001550            05 FD-CHAVE-CLIENTES.
001560                10 FD-AGENCIA-CLIENTES     PIC X(4).
001570                10 FD-CONTA-CLIENTES       PIC 9(5).
001580            05 FD-DIGITO-CLIENTES      PIC X.
001590            05 FD-NOME-CLIENTES        PIC A(20).
001600            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001610            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001620            05 FD-MOEDA-CLIENTES       PIC X(3).
001630            05 FD-SITUACAO-CLIENTES    PIC X.
001640                88 CONTA-ATIVA            VALUE 'A' ' '.
001650                88 CONTA-BLOQUEADA        VALUE 'B'.
001660                88 CONTA-ENCERRADA        VALUE 'E'.
001670        FD   ARQ-TAXAS
001680             RECORDING MODE IS F.
001690        01  REG-TAXAS.
001700            05 FD-PRODUTO-TAXAS    PIC X(8).
001710            05 FD-DATA-TAXAS       PIC 9(8).
001720            05 FD-TAXA-TAXAS       PIC 9(3)V9(4).
001730        FD   ARQ-LANCAMFC
001740             RECORDING MODE IS F.
001750        01  REG-LANCAMFC.
001760            05 FD-TIPO-REG-LANCAMFC    PIC X.
001770            05 FD-DETALHE-LANCAMFC.
001780                10 FD-CHAVE-LANCAMFC.
001790                    15 FD-AGENCIA-LANCAMFC     PIC X(4).
001800                    15 FD-CONTA-LANCAMFC       PIC 9(5).
001810                10 FD-DIGITO-LANCAMFC       PIC X.
001820                10 FD-DOC-LANCAMFC         PIC 9(4).
001830                10 FD-TIPO-LANCAMFC        PIC X.
001840                10 FD-VALOR-LANCAMFC       PIC 9(6)V99.
001850                10 FD-MOEDA-LANCAMFC       PIC X(3).
001860                10 FD-DATA-LANCAMFC        PIC 9(8).
001870                10 FD-CONTRA-LANCAMFC.
001880                    15 FD-AGENCIA-CONTRA-LANCAMFC PIC X(4).
001890                    15 FD-CONTA-CONTRA-LANCAMFC  PIC 9(5).
001900                10 FD-HORA-LANCAMFC       PIC 9(6).
001910                10 FD-SEQ-LANCAMFC        PIC 9(4).
001920            05 FD-CTRL-LANCAMFC REDEFINES FD-DETALHE-LANCAMFC.
001930                10 FD-DATA-CTRL-LANCAMFC   PIC 9(8).
001940                10 FD-QTDE-CTRL-LANCAMFC   PIC 9(6).
001950                10 FD-VALOR-CTRL-LANCAMFC  PIC 9(8)V99.
001960                10 FD-INST-CTRL-LANCAMFC   PIC 99.
001961            05 FD-ID-EXEC-LANCAMFC     PIC 9(10).
001970        FD   ARQ-RELFAT
001980             RECORDING MODE IS F.
001990        01  REG-RELFAT                 PIC X(78).
002000        FD   ARQ-RUNJRNL
002010             RECORDING MODE IS F.
002020        01  REG-RUNJRNL.
002030            05 JRL-PROGRAMA        PIC X(8).
002040            05 JRL-TIPO            PIC X.
002050            05 JRL-DATA            PIC 9(8).
002060            05 JRL-HORA            PIC 9(6).
002070            05 JRL-QTD-LIDOS       PIC 9(7).
002080            05 JRL-QTD-GRAVADOS    PIC 9(7).
002090            05 JRL-QTD-REJEITADOS  PIC 9(7).
002100            05 JRL-RETORNO         PIC 9(4).
002101            05 JRL-ID-EXEC         PIC 9(10).
002110        WORKING-STORAGE SECTION.
002120        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002121        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002122        01  LK-AREA-ID-EXEC.
002123            05 LK-PROGRAMA-COM     PIC X(8).
002124            05 LK-ID-EXEC-COM      PIC 9(10).
002130        77  WK-FS-MANCART  PIC XX           VALUE SPACES.
002140        77  WK-FS-CARTAO   PIC XX           VALUE SPACES.
002150        77  WK-FS-CREDFEED PIC XX           VALUE SPACES.
002160        77  WK-FS-CARDCRED PIC XX           VALUE SPACES.
002170        77  WK-FS-FATCART  PIC XX           VALUE SPACES.
002180        77  WK-FS-PAGFAT   PIC XX           VALUE SPACES.
002190        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002200        77  WK-FS-TAXAS    PIC XX           VALUE SPACES.
002210        77  WK-FS-LANCAMFC PIC XX           VALUE SPACES.
002220        77  WK-FS-RELFAT   PIC XX           VALUE SPACES.
002230        77  WK-FUNCAO      PIC X            VALUE SPACE.
002240            88 FUNCAO-MANUTENCAO             VALUE 'M'.
002250            88 FUNCAO-COMPRAS                VALUE 'C'.
002260            88 FUNCAO-FECHAMENTO             VALUE 'F'.
002270            88 FUNCAO-VENCIMENTO             VALUE 'V'.
002280        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002290        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
002300        01  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002310        01  WK-DATA-REF-R REDEFINES WK-DATA-REF.
002320            05 WK-ANO-REF      PIC 9(4).
002330            05 WK-MES-REF      PIC 99.
002340            05 WK-DIA-REF      PIC 99.
002350        01  WK-DATA-FECHA  PIC 9(8)         VALUE ZEROS.
002360        01  WK-DATA-FECHA-R REDEFINES WK-DATA-FECHA.
002370            05 WK-ANO-FECHA    PIC 9(4).
002380            05 WK-MES-FECHA    PIC 99.
002390            05 WK-DIA-FECHA    PIC 99.
002400        01  WK-DATA-VENC   PIC 9(8)         VALUE ZEROS.
002410        01  WK-DATA-VENC-R REDEFINES WK-DATA-VENC.
002420            05 WK-ANO-VENC     PIC 9(4).
002430            05 WK-MES-VENC     PIC 99.
002440            05 WK-DIA-VENC     PIC 99.
002450        77  WK-QTD-LIDOS   PIC 9(6)         VALUE ZEROS.
002460        77  WK-QTD-APLICADOS PIC 9(6)       VALUE ZEROS.
002470        77  WK-QTD-REJEITADOS PIC 9(6)      VALUE ZEROS.
002480        77  WK-QTD-FATURAS PIC 9(6)         VALUE ZEROS.
002490        77  WK-QTD-PAGAS   PIC 9(6)         VALUE ZEROS.
002500        77  WK-QTD-ROLADAS PIC 9(6)         VALUE ZEROS.
002510        77  WK-TOT-FATURADO PIC 9(9)V99     VALUE ZEROS.
002520        77  WK-TOT-DEBITADO PIC 9(9)V99     VALUE ZEROS.
002530        77  WK-TOT-ROLADO  PIC 9(9)V99      VALUE ZEROS.
002540        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
002550        77  WK-MOTIVO-REJ  PIC X(26)        VALUE SPACES.
002560        77  WK-LIMITE-USADO PIC 9(7)V99     VALUE ZEROS.
002570        77  WK-JUROS-ROT   PIC 9(6)V99      VALUE ZEROS.
002580        77  WK-TOTAL-FAT   PIC 9(7)V99      VALUE ZEROS.
002590        77  WK-MINIMO-FAT  PIC 9(6)V99      VALUE ZEROS.
002600        77  WK-VALOR-PAGO  PIC 9(6)V99      VALUE ZEROS.
002610        77  WK-SALDO-ROLAR PIC 9(6)V99      VALUE ZEROS.
002620       *      TAXAS: ROTATIVO = JUROS MENSAIS (%) SOBRE O
002630       *      SALDO ROLADO; FATMINIM = PAGAMENTO MINIMO (%)
002640       *      SOBRE O TOTAL DA FATURA
002650        77  WK-PRODUTO-PEDIDO PIC X(8)      VALUE SPACES.
002660        77  WK-TAXA-PRODUTO PIC 9(3)V9(4)   VALUE ZEROS.
002670        77  WK-DATA-TAXA-ACH PIC 9(8)       VALUE ZEROS.
002680        77  WK-DATA-REF-TAXA PIC 9(8)       VALUE ZEROS.
002690        77  WK-TAXA-ROTATIVO PIC 9(3)V9(4)  VALUE ZEROS.
002700        77  WK-PCT-MINIMO  PIC 9(3)V9(4)    VALUE ZEROS.
002710        77  WK-QTD-PAGTOS  PIC 9(5)         VALUE ZEROS.
002720        77  WK-IDX-PAGTO   PIC 9(5)         VALUE ZEROS.
002730        77  WK-IDX-PAG-ACH PIC 9(5)         VALUE ZEROS.
002740        77  WK-PAGTO-ACHADO PIC X           VALUE 'N'.
002750            88 PAGTO-ACHADO                   VALUE 'S'.
002760            88 PAGTO-NAO-ACHADO               VALUE 'N'.
002770        01  WK-TAB-PAGTOS.
002780            05 WK-PAG-OCC         OCCURS 9999 TIMES.
002790                10 WK-PAG-NUMERO      PIC X(16).
002800                10 WK-PAG-VALOR       PIC 9(6)V99.
002810        01  LK-AREA-DIAS-UTEIS.
002820            05 LK-FUNCAO-COM       PIC X.
002830            05 LK-AGENCIA-COM      PIC X(4).
002840            05 LK-DATA1-COM        PIC 9(8).
002850            05 LK-DATA2-COM        PIC 9(8).
002860            05 LK-RESPOSTA-COM     PIC X.
002870            05 LK-DATA-SAIDA-COM   PIC 9(8).
002880            05 LK-QTD-DIAS-COM     PIC 9(5).
002890        77  WK-PROG-DIAS-UTEIS PIC X(8)     VALUE 'EAD95850'.
002900        01  WK-LINHA-FAT.
002910            05 WK-NUMERO-REL   PIC X(16).
002920            05 FILLER          PIC X(01) VALUE SPACE.
002930            05 WK-TEXTO-REL    PIC X(26).
002940            05 FILLER          PIC X(07) VALUE ' VALOR '.
002950            05 WK-VALOR-REL    PIC ZZZ.ZZ9,99.
002960            05 FILLER          PIC X(06) VALUE ' DATA '.
002970            05 WK-DATA-REL     PIC 9(8).
002980        01  WK-LINHA-RESUMO.
002990            05 WK-TITULO-RES   PIC X(26).
003000            05 WK-VALOR-RES    PIC ZZZ.ZZZ.ZZ9,99.
003010       *
003020        PROCEDURE DIVISION.
003030        000-PRINCIPAL SECTION.
003040        001-PRINCIPAL.
003050            PERFORM 195-GRAVAR-JRNL-INICIO.
003060            PERFORM 101-INICIAR.
003070            EVALUATE TRUE
003080                WHEN FUNCAO-MANUTENCAO
003090                    PERFORM 201-MANTER-CARTAO
003100                        UNTIL WK-FS-MANCART = '10'
003110                WHEN FUNCAO-COMPRAS
003120                    PERFORM 221-REGISTRAR-COMPRA
003130                        UNTIL WK-FS-CREDFEED = '10'
003140                WHEN FUNCAO-FECHAMENTO
003150                    PERFORM 241-VARRER-CARTOES
003160                WHEN FUNCAO-VENCIMENTO
003170                    PERFORM 261-VARRER-FATURAS
003180            END-EVALUATE.
003190            PERFORM 901-FINALIZAR.
003200            PERFORM 196-GRAVAR-JRNL-FIM.
003210            STOP RUN.
003220       ***********************************************************
003230        100-INICIAR SECTION.
003240        101-INICIAR.
003250            ACCEPT WK-FUNCAO    FROM SYSIN.
003260            ACCEPT WK-DATA-REF  FROM SYSIN.
003270            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
003280            ACCEPT WK-HORA-CAPTURA FROM TIME.
003290            IF WK-DATA-REF NOT NUMERIC
003300               OR WK-DATA-REF = ZEROS
003310                MOVE WK-DATA-SIST TO WK-DATA-REF
003320            END-IF.
003330            IF NOT FUNCAO-MANUTENCAO AND NOT FUNCAO-COMPRAS
003340               AND NOT FUNCAO-FECHAMENTO
003350               AND NOT FUNCAO-VENCIMENTO
003360                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
003370                MOVE 12 TO RETURN-CODE
003380                STOP RUN
003390            END-IF.
003400            PERFORM 102-ABRIR-CARTAO.
003410            OPEN OUTPUT ARQ-RELFAT.
003420            IF WK-FS-RELFAT NOT = '00'
003430                DISPLAY 'ERRO ' WK-FS-RELFAT
003440                        ' NO COMANDO OPEN RELFAT'
003450                MOVE 12 TO RETURN-CODE
003460                STOP RUN
003470            END-IF.
003480            EVALUATE TRUE
003490                WHEN FUNCAO-MANUTENCAO
003500                    PERFORM 103-ABRIR-MANCART
003510                    PERFORM 108-ABRIR-CLIENTES
003520                WHEN FUNCAO-COMPRAS
003530                    PERFORM 104-ABRIR-CREDFEED
003540                    PERFORM 106-ABRIR-CARDCRED
003550                WHEN FUNCAO-FECHAMENTO
003560                    MOVE WK-DATA-REF TO WK-DATA-REF-TAXA
003570                    MOVE 'ROTATIVO' TO WK-PRODUTO-PEDIDO
003580                    PERFORM 170-CARREGAR-TAXA-PRODUTO
003590                    MOVE WK-TAXA-PRODUTO TO WK-TAXA-ROTATIVO
003600                    MOVE 'FATMINIM' TO WK-PRODUTO-PEDIDO
003610                    PERFORM 170-CARREGAR-TAXA-PRODUTO
003620                    MOVE WK-TAXA-PRODUTO TO WK-PCT-MINIMO
003630                    IF WK-PCT-MINIMO = ZEROS
003640                        DISPLAY 'PERCENTUAL DO PAGAMENTO MINIMO '
003650                                'NAO ENCONTRADO NO CADASTRO TAXAS'
003660                        MOVE 12 TO RETURN-CODE
003670                        STOP RUN
003680                    END-IF
003690                    PERFORM 105-ABRIR-FATCART
003700                    PERFORM 106-ABRIR-CARDCRED
003710                WHEN FUNCAO-VENCIMENTO
003720                    PERFORM 105-ABRIR-FATCART
003730                    PERFORM 106-ABRIR-CARDCRED
003740                    PERFORM 107-ABRIR-LANCAMFC
003750                    PERFORM 108-ABRIR-CLIENTES
003760                    PERFORM 110-CARREGAR-PAGFAT
003770            END-EVALUATE.
003780        102-ABRIR-CARTAO.
003790            OPEN I-O ARQ-CARTAO.
003800            IF WK-FS-CARTAO = '35'
003810                OPEN OUTPUT ARQ-CARTAO
003820                CLOSE ARQ-CARTAO
003830                OPEN I-O ARQ-CARTAO
003840            END-IF.
003850            IF WK-FS-CARTAO NOT = '00'
003860                DISPLAY 'ERRO ' WK-FS-CARTAO
003870                        ' NO COMANDO OPEN CARTAO'
003880                MOVE 12 TO RETURN-CODE
003890                STOP RUN
003900            END-IF.
003910        103-ABRIR-MANCART.
003920            OPEN INPUT ARQ-MANCART.
003930            EVALUATE WK-FS-MANCART
003940                WHEN '00'
003950                    PERFORM 301-LER-MANCART
003960                WHEN '35'
003970                    DISPLAY 'ARQUIVO MANCART NAO ENCONTRADO'
003980                    MOVE 12 TO RETURN-CODE
003990                    STOP RUN
004000                WHEN OTHER
004010                    DISPLAY 'ERRO ' WK-FS-MANCART
004020                            ' NO COMANDO OPEN MANCART'
004030                    MOVE 12 TO RETURN-CODE
004040                    STOP RUN
004050            END-EVALUATE.
004060        104-ABRIR-CREDFEED.
004070            OPEN INPUT ARQ-CREDFEED.
004080            EVALUATE WK-FS-CREDFEED
004090                WHEN '00'
004100                    PERFORM 302-LER-CREDFEED
004110                WHEN '35'
004120                    DISPLAY 'ARQUIVO CREDFEED NAO ENCONTRADO'
004130                    MOVE 12 TO RETURN-CODE
004140                    STOP RUN
004150                WHEN OTHER
004160                    DISPLAY 'ERRO ' WK-FS-CREDFEED
004170                            ' NO COMANDO OPEN CREDFEED'
004180                    MOVE 12 TO RETURN-CODE
004190                    STOP RUN
004200            END-EVALUATE.
004210        105-ABRIR-FATCART.
004220            OPEN I-O ARQ-FATCART.
004230            IF WK-FS-FATCART = '35'
004240                OPEN OUTPUT ARQ-FATCART
004250                CLOSE ARQ-FATCART
004260                OPEN I-O ARQ-FATCART
004270            END-IF.
004280            IF WK-FS-FATCART NOT = '00'
004290                DISPLAY 'ERRO ' WK-FS-FATCART
004300                        ' NO COMANDO OPEN FATCART'
004310                MOVE 12 TO RETURN-CODE
004320                STOP RUN
004330            END-IF.
004340        106-ABRIR-CARDCRED.
004350            OPEN EXTEND ARQ-CARDCRED.
004360            IF WK-FS-CARDCRED = '35'
004370                OPEN OUTPUT ARQ-CARDCRED
004380            END-IF.
004390            IF WK-FS-CARDCRED NOT = '00'
004400                DISPLAY 'ERRO ' WK-FS-CARDCRED
004410                        ' NO COMANDO OPEN CARDCRED'
004420                MOVE 12 TO RETURN-CODE
004430                STOP RUN
004440            END-IF.
004450        107-ABRIR-LANCAMFC.
004460            OPEN OUTPUT ARQ-LANCAMFC.
004470            IF WK-FS-LANCAMFC NOT = '00'
004480                DISPLAY 'ERRO ' WK-FS-LANCAMFC
004490                        ' NO COMANDO OPEN LANCAMFC'
004500                MOVE 12 TO RETURN-CODE
004510                STOP RUN
004520            END-IF.
004530            MOVE 'H' TO FD-TIPO-REG-LANCAMFC.
004540            MOVE SPACES TO FD-DETALHE-LANCAMFC.
004550            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMFC.
004560            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMFC.
004570            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMFC.
004580            MOVE 1 TO FD-INST-CTRL-LANCAMFC.
004590            PERFORM 282-GRAVAR-LANCAMFC.
004600        108-ABRIR-CLIENTES.
004610            OPEN INPUT ARQ-CLIENTES.
004620            IF WK-FS-CLIENTES NOT = '00'
004630                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
004640                        'STATUS ' WK-FS-CLIENTES
004650                MOVE 12 TO RETURN-CODE
004660                STOP RUN
004670            END-IF.
004680       *      INSTRUCOES DE PAGAMENTO PARCIAL DO CLIENTE;
004690       *      SEM INSTRUCAO A FATURA E DEBITADA INTEIRA
004700        110-CARREGAR-PAGFAT.
004710            OPEN INPUT ARQ-PAGFAT.
004720            EVALUATE WK-FS-PAGFAT
004730                WHEN '00'
004740                    PERFORM 303-LER-PAGFAT
004750                    PERFORM 111-REGISTRAR-PAGTO
004760                        UNTIL WK-FS-PAGFAT = '10'
004770                    CLOSE ARQ-PAGFAT
004780                WHEN '35'
004790                    CONTINUE
004800                WHEN OTHER
004810                    DISPLAY 'ERRO ' WK-FS-PAGFAT
004820                            ' NO COMANDO OPEN PAGFAT'
004830                    MOVE 12 TO RETURN-CODE
004840                    STOP RUN
004850            END-EVALUATE.
004860        111-REGISTRAR-PAGTO.
004870            IF WK-QTD-PAGTOS NOT LESS 9999
004880                DISPLAY 'TABELA DE PAGAMENTOS CHEIA, '
004890                        'LIMITE 9999'
004900                MOVE 12 TO RETURN-CODE
004910                STOP RUN
004920            END-IF.
004930            ADD 1 TO WK-QTD-PAGTOS.
004940            MOVE FD-NUMERO-PAGFAT
004950                TO WK-PAG-NUMERO(WK-QTD-PAGTOS).
004960            MOVE FD-VALOR-PAGFAT
004970                TO WK-PAG-VALOR(WK-QTD-PAGTOS).
004980            PERFORM 303-LER-PAGFAT.
004990       *      VALE A TAXA DE VIGENCIA MAIS RECENTE QUE NAO
005000       *      ULTRAPASSE A DATA DE REFERENCIA
005010        170-CARREGAR-TAXA-PRODUTO.
005020            MOVE ZEROS TO WK-TAXA-PRODUTO.
005030            MOVE ZEROS TO WK-DATA-TAXA-ACH.
005040            OPEN INPUT ARQ-TAXAS.
005050            IF WK-FS-TAXAS NOT = '00'
005060                DISPLAY 'ARQUIVO TAXAS INDISPONIVEL, STATUS '
005070                        WK-FS-TAXAS
005080                MOVE 12 TO RETURN-CODE
005090                STOP RUN
005100            END-IF.
005110            PERFORM 172-LER-TAXAS.
005120            PERFORM 173-APLICAR-TAXA-PRODUTO
005130                UNTIL WK-FS-TAXAS = '10'.
005140            CLOSE ARQ-TAXAS.
005150        172-LER-TAXAS.
005160            READ ARQ-TAXAS.
005170            EVALUATE WK-FS-TAXAS
005180                WHEN '00'
005190                    CONTINUE
005200                WHEN '10'
005210                    CONTINUE
005220                WHEN OTHER
005230                    DISPLAY 'ERRO ' WK-FS-TAXAS
005240                            ' NO COMANDO READ TAXAS'
005250                    MOVE 12 TO RETURN-CODE
005260                    STOP RUN
005270            END-EVALUATE.
005280        173-APLICAR-TAXA-PRODUTO.
005290            IF FD-PRODUTO-TAXAS = WK-PRODUTO-PEDIDO
005300               AND FD-DATA-TAXAS NOT GREATER WK-DATA-REF-TAXA
005310               AND FD-DATA-TAXAS NOT LESS WK-DATA-TAXA-ACH
005320                MOVE FD-TAXA-TAXAS TO WK-TAXA-PRODUTO
005330                MOVE FD-DATA-TAXAS TO WK-DATA-TAXA-ACH
005340            END-IF.
005350            PERFORM 172-LER-TAXAS.
005360       ***********************************************
005370        200-MANUTENCAO SECTION.
005380        201-MANTER-CARTAO.
005390            ADD 1 TO WK-QTD-LIDOS.
005400            MOVE SPACES TO WK-MOTIVO-REJ.
005410            MOVE FD-NUMERO-MAN TO FD-NUMERO-CARTAO.
005420            READ ARQ-CARTAO
005430                INVALID KEY
005440                    MOVE '23' TO WK-FS-CARTAO
005450            END-READ.
005460            EVALUATE TRUE
005470                WHEN FD-NUMERO-MAN = SPACES
005480                    MOVE 'NUMERO DO CARTAO AUSENTE'
005490                        TO WK-MOTIVO-REJ
005500                WHEN MAN-INCLUSAO
005510                    PERFORM 202-INCLUIR-CARTAO
005520                WHEN WK-FS-CARTAO NOT = '00'
005530                    MOVE 'CARTAO INEXISTENTE' TO WK-MOTIVO-REJ
005540                WHEN MAN-ALTERACAO
005550                    PERFORM 203-ALTERAR-CARTAO
005560                WHEN MAN-BLOQUEIO
005570                    MOVE 'B' TO FD-SITUACAO-CARTAO
005580                    PERFORM 281-REGRAVAR-CARTAO
005590                WHEN MAN-CANCELAMENTO
005600                    MOVE 'C' TO FD-SITUACAO-CARTAO
005610                    PERFORM 281-REGRAVAR-CARTAO
005620                WHEN OTHER
005630                    MOVE 'OPERACAO INVALIDA' TO WK-MOTIVO-REJ
005640            END-EVALUATE.
005650            MOVE FD-NUMERO-MAN TO WK-NUMERO-REL.
005660            MOVE ZEROS TO WK-VALOR-REL.
005670            MOVE WK-DATA-REF TO WK-DATA-REL.
005680            IF WK-MOTIVO-REJ = SPACES
005690                ADD 1 TO WK-QTD-APLICADOS
005700                EVALUATE TRUE
005710                    WHEN MAN-INCLUSAO
005720                        MOVE 'CARTAO INCLUIDO' TO WK-TEXTO-REL
005730                    WHEN MAN-ALTERACAO
005740                        MOVE 'CARTAO ALTERADO' TO WK-TEXTO-REL
005750                    WHEN MAN-BLOQUEIO
005760                        MOVE 'CARTAO BLOQUEADO' TO WK-TEXTO-REL
005770                    WHEN OTHER
005780                        MOVE 'CARTAO CANCELADO' TO WK-TEXTO-REL
005790                END-EVALUATE
005800            ELSE
005810                ADD 1 TO WK-QTD-REJEITADOS
005820                MOVE WK-MOTIVO-REJ TO WK-TEXTO-REL
005830            END-IF.
005840            PERFORM 283-GRAVAR-RELFAT.
005850            PERFORM 301-LER-MANCART.
005860       *      DIAS DE FECHAMENTO E VENCIMENTO ATE 28, PARA
005870       *      EXISTIREM EM TODOS OS MESES
005880        202-INCLUIR-CARTAO.
005890            MOVE FD-CONTA-MAN TO FD-CHAVE-CLIENTES.
005900            READ ARQ-CLIENTES
005910                INVALID KEY
005920                    MOVE 'E' TO FD-SITUACAO-CLIENTES
005930            END-READ.
005940            EVALUATE TRUE
005950                WHEN WK-FS-CARTAO = '00'
005960                    MOVE 'CARTAO JA CADASTRADO' TO WK-MOTIVO-REJ
005970                WHEN CONTA-ENCERRADA
005980                    MOVE 'CONTA VINCULADA INVALIDA'
005990                        TO WK-MOTIVO-REJ
006000                WHEN FD-DIA-FECHA-MAN NOT NUMERIC
006010                  OR FD-DIA-FECHA-MAN < 1
006020                  OR FD-DIA-FECHA-MAN > 28
006030                    MOVE 'DIA DE FECHAMENTO INVALIDO'
006040                        TO WK-MOTIVO-REJ
006050                WHEN FD-DIA-VENC-MAN NOT NUMERIC
006060                  OR FD-DIA-VENC-MAN < 1
006070                  OR FD-DIA-VENC-MAN > 28
006080                    MOVE 'DIA DE VENCIMENTO INVALIDO'
006090                        TO WK-MOTIVO-REJ
006100                WHEN FD-LIMITE-MAN NOT NUMERIC
006110                    MOVE 'LIMITE INVALIDO' TO WK-MOTIVO-REJ
006120                WHEN OTHER
006130                    MOVE FD-NUMERO-MAN     TO FD-NUMERO-CARTAO
006140                    MOVE FD-CONTA-MAN      TO FD-CONTA-CARTAO
006150                    MOVE FD-DIA-FECHA-MAN  TO FD-DIA-FECHA-CARTAO
006160                    MOVE FD-DIA-VENC-MAN   TO FD-DIA-VENC-CARTAO
006170                    MOVE FD-LIMITE-MAN     TO FD-LIMITE-CARTAO
006180                    MOVE ZEROS TO FD-SALDO-ABERTO-CARTAO
006190                    MOVE ZEROS TO FD-SALDO-FATURADO-CARTAO
006200                    MOVE ZEROS TO FD-SALDO-ROTATIVO-CARTAO
006210                    MOVE WK-DATA-REF
006220                        TO FD-DATA-ULT-FECHA-CARTAO
006230                    MOVE 'A' TO FD-SITUACAO-CARTAO
006240                    WRITE REG-CARTAO
006250                        INVALID KEY
006260                            MOVE 'CARTAO JA CADASTRADO'
006270                                TO WK-MOTIVO-REJ
006280                    END-WRITE
006290            END-EVALUATE.
006300       *      CAMPOS ZERADOS NO MANCART NAO SAO ALTERADOS
006310        203-ALTERAR-CARTAO.
006320            EVALUATE TRUE
006330                WHEN CARTAO-CANCELADO
006340                    MOVE 'CARTAO CANCELADO' TO WK-MOTIVO-REJ
006350                WHEN FD-DIA-FECHA-MAN NOT NUMERIC
006360                  OR FD-DIA-FECHA-MAN > 28
006370                    MOVE 'DIA DE FECHAMENTO INVALIDO'
006380                        TO WK-MOTIVO-REJ
006390                WHEN FD-DIA-VENC-MAN NOT NUMERIC
006400                  OR FD-DIA-VENC-MAN > 28
006410                    MOVE 'DIA DE VENCIMENTO INVALIDO'
006420                        TO WK-MOTIVO-REJ
006430                WHEN FD-LIMITE-MAN NOT NUMERIC
006440                    MOVE 'LIMITE INVALIDO' TO WK-MOTIVO-REJ
006450                WHEN OTHER
006460                    IF FD-DIA-FECHA-MAN NOT = ZEROS
006470                        MOVE FD-DIA-FECHA-MAN
006480                            TO FD-DIA-FECHA-CARTAO
006490                    END-IF
006500                    IF FD-DIA-VENC-MAN NOT = ZEROS
006510                        MOVE FD-DIA-VENC-MAN
006520                            TO FD-DIA-VENC-CARTAO
006530                    END-IF
006540                    IF FD-LIMITE-MAN NOT = ZEROS
006550                        MOVE FD-LIMITE-MAN TO FD-LIMITE-CARTAO
006560                    END-IF
006570                    MOVE 'A' TO FD-SITUACAO-CARTAO
006580                    PERFORM 281-REGRAVAR-CARTAO
006590            END-EVALUATE.
006600       ***********************************************
006610       *      A COMPRA CONSOME O LIMITE JUNTO COM O SALDO
006620       *      EM ABERTO, O FATURADO E O ROTATIVO
006630        220-COMPRAS SECTION.
006640        221-REGISTRAR-COMPRA.
006650            ADD 1 TO WK-QTD-LIDOS.
006660            MOVE SPACES TO WK-MOTIVO-REJ.
006670            MOVE FD-NUMERO-FEED TO FD-NUMERO-CARTAO.
006680            READ ARQ-CARTAO
006690                INVALID KEY
006700                    MOVE 'CARTAO INEXISTENTE' TO WK-MOTIVO-REJ
006710            END-READ.
006720            IF WK-MOTIVO-REJ = SPACES
006730                COMPUTE WK-LIMITE-USADO =
006740                    FD-SALDO-ABERTO-CARTAO
006750                    + FD-SALDO-FATURADO-CARTAO
006760                    + FD-SALDO-ROTATIVO-CARTAO
006770                EVALUATE TRUE
006780                    WHEN FD-VALOR-FEED NOT NUMERIC
006790                      OR FD-VALOR-FEED = ZEROS
006800                        MOVE 'VALOR INVALIDO' TO WK-MOTIVO-REJ
006810                    WHEN NOT CARTAO-ATIVO
006820                        MOVE 'CARTAO NAO ATIVO'
006830                            TO WK-MOTIVO-REJ
006840                    WHEN WK-LIMITE-USADO + FD-VALOR-FEED
006850                             > FD-LIMITE-CARTAO
006860                        MOVE 'LIMITE DO CARTAO EXCEDIDO'
006870                            TO WK-MOTIVO-REJ
006880                    WHEN OTHER
006890                        PERFORM 222-ACUMULAR-COMPRA
006900                END-EVALUATE
006910            END-IF.
006920            IF WK-MOTIVO-REJ NOT = SPACES
006930                ADD 1 TO WK-QTD-REJEITADOS
006940                MOVE FD-NUMERO-FEED TO WK-NUMERO-REL
006950                MOVE WK-MOTIVO-REJ  TO WK-TEXTO-REL
006960                IF FD-VALOR-FEED NUMERIC
006970                    MOVE FD-VALOR-FEED TO WK-VALOR-REL
006980                ELSE
006990                    MOVE ZEROS TO WK-VALOR-REL
007000                END-IF
007010                MOVE FD-DATA-FEED TO WK-DATA-REL
007020                PERFORM 283-GRAVAR-RELFAT
007030            END-IF.
007040            PERFORM 302-LER-CREDFEED.
007050        222-ACUMULAR-COMPRA.
007060            ADD FD-VALOR-FEED TO FD-SALDO-ABERTO-CARTAO.
007070            PERFORM 281-REGRAVAR-CARTAO.
007080            MOVE FD-NUMERO-FEED TO FD-NUMERO-CARDCRED.
007090            MOVE 'C'            TO FD-TIPO-CARDCRED.
007100            MOVE FD-DATA-FEED   TO FD-DATA-CARDCRED.
007110            MOVE FD-HORA-FEED   TO FD-HORA-CARDCRED.
007120            MOVE FD-VALOR-FEED  TO FD-VALOR-CARDCRED.
007130            MOVE FD-ESTAB-FEED  TO FD-ESTAB-CARDCRED.
007140            PERFORM 284-GRAVAR-CARDCRED.
007150            ADD 1 TO WK-QTD-APLICADOS.
007160       ***********************************************
007170       *      FECHA O CARTAO CUJO DIA DE FECHAMENTO DO MES
007180       *      JA CHEGOU E AINDA NAO FOI FECHADO; UM DIA DE
007190       *      FECHAMENTO SEM PROCESSAMENTO FECHA NA PROXIMA
007200       *      EXECUCAO
007210        240-FECHAMENTO SECTION.
007220        241-VARRER-CARTOES.
007230            MOVE LOW-VALUES TO FD-NUMERO-CARTAO.
007240            START ARQ-CARTAO
007250                KEY NOT LESS FD-NUMERO-CARTAO
007260            END-START.
007270            IF WK-FS-CARTAO = '00'
007280                PERFORM 304-LER-CARTAO
007290                PERFORM 242-FECHAR-CARTAO
007300                    UNTIL WK-FS-CARTAO NOT = '00'
007310            END-IF.
007320            MOVE '00' TO WK-FS-CARTAO.
007330        242-FECHAR-CARTAO.
007340            ADD 1 TO WK-QTD-LIDOS.
007350            MOVE WK-DATA-REF TO WK-DATA-FECHA.
007360            MOVE FD-DIA-FECHA-CARTAO TO WK-DIA-FECHA.
007370            IF FD-DIA-FECHA-CARTAO NOT GREATER WK-DIA-REF
007380               AND FD-DATA-ULT-FECHA-CARTAO < WK-DATA-FECHA
007390                PERFORM 243-GERAR-FATURA
007400            END-IF.
007410            PERFORM 304-LER-CARTAO.
007420        243-GERAR-FATURA.
007430            COMPUTE WK-JUROS-ROT ROUNDED =
007440                FD-SALDO-ROTATIVO-CARTAO * WK-TAXA-ROTATIVO / 100.
007450            COMPUTE WK-TOTAL-FAT =
007460                FD-SALDO-ROTATIVO-CARTAO + WK-JUROS-ROT
007470                + FD-SALDO-ABERTO-CARTAO.
007480            IF WK-TOTAL-FAT > ZEROS
007490                PERFORM 244-CALCULAR-VENCIMENTO
007500                COMPUTE WK-MINIMO-FAT ROUNDED =
007510                    WK-TOTAL-FAT * WK-PCT-MINIMO / 100
007520                IF WK-MINIMO-FAT > WK-TOTAL-FAT
007530                    MOVE WK-TOTAL-FAT TO WK-MINIMO-FAT
007540                END-IF
007550                MOVE FD-NUMERO-CARTAO TO FD-NUMERO-FATCART
007560                MOVE WK-DATA-VENC     TO FD-VENCIMENTO-FATCART
007570                MOVE WK-DATA-FECHA    TO FD-FECHAMENTO-FATCART
007580                MOVE FD-SALDO-ROTATIVO-CARTAO
007590                    TO FD-SALDO-ANT-FATCART
007600                MOVE WK-JUROS-ROT     TO FD-JUROS-FATCART
007610                MOVE FD-SALDO-ABERTO-CARTAO
007620                    TO FD-COMPRAS-FATCART
007630                MOVE WK-TOTAL-FAT     TO FD-TOTAL-FATCART
007640                MOVE WK-MINIMO-FAT    TO FD-MINIMO-FATCART
007650                MOVE ZEROS            TO FD-PAGO-FATCART
007660                MOVE 'A'              TO FD-SITUACAO-FATCART
007670                WRITE REG-FATCART
007680                    INVALID KEY
007690                        DISPLAY 'FATURA JA EXISTENTE, CARTAO '
007700                                FD-NUMERO-CARTAO
007710                                ' VENCIMENTO ' WK-DATA-VENC
007720                        MOVE 12 TO RETURN-CODE
007730                        STOP RUN
007740                END-WRITE
007750                IF WK-JUROS-ROT > ZEROS
007760                    MOVE FD-NUMERO-CARTAO TO FD-NUMERO-CARDCRED
007770                    MOVE 'J'              TO FD-TIPO-CARDCRED
007780                    MOVE WK-DATA-FECHA    TO FD-DATA-CARDCRED
007790                    MOVE WK-HORA-CAPTURA  TO FD-HORA-CARDCRED
007800                    MOVE WK-JUROS-ROT     TO FD-VALOR-CARDCRED
007810                    MOVE 'JUROS DO ROTATIVO'
007820                        TO FD-ESTAB-CARDCRED
007830                    PERFORM 284-GRAVAR-CARDCRED
007840                END-IF
007850                MOVE WK-TOTAL-FAT TO FD-SALDO-FATURADO-CARTAO
007860                ADD 1 TO WK-QTD-FATURAS
007870                ADD WK-TOTAL-FAT TO WK-TOT-FATURADO
007880                MOVE FD-NUMERO-CARTAO TO WK-NUMERO-REL
007890                MOVE 'FATURA EMITIDA, VENCIMENTO' TO WK-TEXTO-REL
007900                MOVE WK-TOTAL-FAT TO WK-VALOR-REL
007910                MOVE WK-DATA-VENC TO WK-DATA-REL
007920                PERFORM 283-GRAVAR-RELFAT
007930            END-IF.
007940            MOVE ZEROS TO FD-SALDO-ABERTO-CARTAO.
007950            MOVE ZEROS TO FD-SALDO-ROTATIVO-CARTAO.
007960            MOVE WK-DATA-FECHA TO FD-DATA-ULT-FECHA-CARTAO.
007970            PERFORM 281-REGRAVAR-CARTAO.
007980       *      VENCIMENTO NO DIA ESCOLHIDO: NO MES DO FECHA-
007990       *      MENTO SE VIER DEPOIS DELE, SENAO NO MES SEGUINTE;
008000       *      DIA NAO UTIL ROLA PARA O PROXIMO DIA UTIL
008010        244-CALCULAR-VENCIMENTO.
008020            MOVE WK-DATA-FECHA TO WK-DATA-VENC.
008030            MOVE FD-DIA-VENC-CARTAO TO WK-DIA-VENC.
008040            IF FD-DIA-VENC-CARTAO NOT GREATER FD-DIA-FECHA-CARTAO
008050                IF WK-MES-VENC = 12
008060                    MOVE 1 TO WK-MES-VENC
008070                    ADD 1 TO WK-ANO-VENC
008080                ELSE
008090                    ADD 1 TO WK-MES-VENC
008100                END-IF
008110            END-IF.
008120            MOVE 'E'    TO LK-FUNCAO-COM.
008130            MOVE FD-AGENCIA-CARTAO TO LK-AGENCIA-COM.
008140            MOVE WK-DATA-VENC TO LK-DATA1-COM.
008150            CALL WK-PROG-DIAS-UTEIS USING LK-AREA-DIAS-UTEIS.
008160            IF LK-RESPOSTA-COM = 'N'
008170                MOVE 'P' TO LK-FUNCAO-COM
008180                CALL WK-PROG-DIAS-UTEIS
008190                    USING LK-AREA-DIAS-UTEIS
008200                MOVE LK-DATA-SAIDA-COM TO WK-DATA-VENC
008210            END-IF.
008220       ***********************************************
008230       *      FATURA VENCIDA E AINDA ABERTA: DEBITA O VALOR
008240       *      PAGO NA CONTA VINCULADA E ROLA O RESTANTE
008250        260-VENCIMENTO SECTION.
008260        261-VARRER-FATURAS.
008270            MOVE LOW-VALUES TO FD-CHAVE-FATCART.
008280            START ARQ-FATCART
008290                KEY NOT LESS FD-CHAVE-FATCART
008300            END-START.
008310            IF WK-FS-FATCART = '00'
008320                PERFORM 305-LER-FATCART
008330                PERFORM 262-LIQUIDAR-FATURA
008340                    UNTIL WK-FS-FATCART NOT = '00'
008350            END-IF.
008360            MOVE '00' TO WK-FS-FATCART.
008370        262-LIQUIDAR-FATURA.
008380            IF FATURA-ABERTA
008390               AND FD-VENCIMENTO-FATCART NOT GREATER WK-DATA-REF
008400                ADD 1 TO WK-QTD-LIDOS
008410                PERFORM 263-APURAR-PAGAMENTO
008420            END-IF.
008430            PERFORM 305-LER-FATCART.
008440        263-APURAR-PAGAMENTO.
008450            MOVE FD-NUMERO-FATCART TO FD-NUMERO-CARTAO.
008460            READ ARQ-CARTAO
008470                INVALID KEY
008480                    DISPLAY 'FATURA SEM CARTAO NO CADASTRO, '
008490                            FD-NUMERO-FATCART
008500                    MOVE 12 TO RETURN-CODE
008510                    STOP RUN
008520            END-READ.
008530            MOVE FD-TOTAL-FATCART TO WK-VALOR-PAGO.
008540            PERFORM 264-PROCURAR-PAGTO.
008550            IF PAGTO-ACHADO
008560               AND WK-PAG-VALOR(WK-IDX-PAG-ACH) < WK-VALOR-PAGO
008570                MOVE WK-PAG-VALOR(WK-IDX-PAG-ACH)
008580                    TO WK-VALOR-PAGO
008590            END-IF.
008600            MOVE FD-CONTA-CARTAO TO FD-CHAVE-CLIENTES.
008610            READ ARQ-CLIENTES
008620                INVALID KEY
008630                    MOVE 'E' TO FD-SITUACAO-CLIENTES
008640            END-READ.
008650            IF CONTA-ENCERRADA
008660                MOVE ZEROS TO WK-VALOR-PAGO
008670            END-IF.
008680            IF WK-VALOR-PAGO > ZEROS
008690                PERFORM 266-DEBITAR-CONTA
008700            END-IF.
008710            COMPUTE WK-SALDO-ROLAR =
008720                FD-TOTAL-FATCART - WK-VALOR-PAGO.
008730            MOVE WK-VALOR-PAGO TO FD-PAGO-FATCART.
008740            IF WK-SALDO-ROLAR = ZEROS
008750                MOVE 'P' TO FD-SITUACAO-FATCART
008760                ADD 1 TO WK-QTD-PAGAS
008770                MOVE 'FATURA PAGA INTEGRALMENTE' TO WK-TEXTO-REL
008780                MOVE WK-VALOR-PAGO TO WK-VALOR-REL
008790            ELSE
008800                MOVE 'R' TO FD-SITUACAO-FATCART
008810                ADD 1 TO WK-QTD-ROLADAS
008820                ADD WK-SALDO-ROLAR TO WK-TOT-ROLADO
008830                MOVE 'SALDO ROLADO PARA ROTATIVO' TO WK-TEXTO-REL
008840                MOVE WK-SALDO-ROLAR TO WK-VALOR-REL
008850            END-IF.
008860            REWRITE REG-FATCART
008870                INVALID KEY
008880                    DISPLAY 'ERRO NO REWRITE DO FATCART, '
008890                            'CARTAO ' FD-NUMERO-FATCART
008900                    MOVE 12 TO RETURN-CODE
008910                    STOP RUN
008920            END-REWRITE.
008930            IF FD-SALDO-FATURADO-CARTAO > FD-TOTAL-FATCART
008940                SUBTRACT FD-TOTAL-FATCART
008950                    FROM FD-SALDO-FATURADO-CARTAO
008960            ELSE
008970                MOVE ZEROS TO FD-SALDO-FATURADO-CARTAO
008980            END-IF.
008990            ADD WK-SALDO-ROLAR TO FD-SALDO-ROTATIVO-CARTAO.
009000            PERFORM 281-REGRAVAR-CARTAO.
009010            MOVE FD-NUMERO-FATCART TO WK-NUMERO-REL.
009020            MOVE FD-VENCIMENTO-FATCART TO WK-DATA-REL.
009030            PERFORM 283-GRAVAR-RELFAT.
009040        264-PROCURAR-PAGTO.
009050            SET PAGTO-NAO-ACHADO TO TRUE.
009060            PERFORM 265-COMPARAR-PAGTO
009070                VARYING WK-IDX-PAGTO FROM 1 BY 1
009080                UNTIL WK-IDX-PAGTO > WK-QTD-PAGTOS
009090                   OR PAGTO-ACHADO.
009100        265-COMPARAR-PAGTO.
009110            IF WK-PAG-NUMERO(WK-IDX-PAGTO) = FD-NUMERO-FATCART
009120                SET PAGTO-ACHADO TO TRUE
009130                MOVE WK-IDX-PAGTO TO WK-IDX-PAG-ACH
009140            END-IF.
009150       *      O DEBITO SEGUE PELO FLUXO NORMAL: LOTE LANCAMFC
009160       *      POSTADO PELO EAD95809
009170        266-DEBITAR-CONTA.
009180            ADD 1 TO WK-DOC-SEQ.
009190            MOVE 'D'                TO FD-TIPO-REG-LANCAMFC.
009200            MOVE FD-CONTA-CARTAO    TO FD-CHAVE-LANCAMFC.
009210            MOVE FD-DIGITO-CLIENTES TO FD-DIGITO-LANCAMFC.
009220            MOVE WK-DOC-SEQ         TO FD-DOC-LANCAMFC.
009230            MOVE 'D'                TO FD-TIPO-LANCAMFC.
009240            MOVE WK-VALOR-PAGO      TO FD-VALOR-LANCAMFC.
009250            MOVE 'BRL'              TO FD-MOEDA-LANCAMFC.
009260            MOVE WK-DATA-REF        TO FD-DATA-LANCAMFC.
009270            MOVE SPACES             TO FD-CONTRA-LANCAMFC.
009280            MOVE WK-HORA-CAPTURA    TO FD-HORA-LANCAMFC.
009290            MOVE WK-DOC-SEQ         TO FD-SEQ-LANCAMFC.
009300            PERFORM 282-GRAVAR-LANCAMFC.
009310            ADD WK-VALOR-PAGO TO WK-TOT-DEBITADO.
009320            MOVE FD-NUMERO-FATCART  TO FD-NUMERO-CARDCRED.
009330            MOVE 'P'                TO FD-TIPO-CARDCRED.
009340            MOVE WK-DATA-REF        TO FD-DATA-CARDCRED.
009350            MOVE WK-HORA-CAPTURA    TO FD-HORA-CARDCRED.
009360            MOVE WK-VALOR-PAGO      TO FD-VALOR-CARDCRED.
009370            MOVE 'PAGAMENTO DE FATURA'
009380                TO FD-ESTAB-CARDCRED.
009390            PERFORM 284-GRAVAR-CARDCRED.
009400       ***********************************************
009410        280-GRAVACOES SECTION.
009420        281-REGRAVAR-CARTAO.
009430            REWRITE REG-CARTAO
009440                INVALID KEY
009450                    DISPLAY 'ERRO NO REWRITE DO CARTAO, '
009460                            'NUMERO ' FD-NUMERO-CARTAO
009470                    MOVE 12 TO RETURN-CODE
009480                    STOP RUN
009490            END-REWRITE.
009500        282-GRAVAR-LANCAMFC.
009501            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMFC.
009510            WRITE REG-LANCAMFC.
009520            IF WK-FS-LANCAMFC NOT = '00'
009530                DISPLAY 'ERRO ' WK-FS-LANCAMFC
009540                        ' NO COMANDO WRITE LANCAMFC'
009550                MOVE 12 TO RETURN-CODE
009560                STOP RUN
009570            END-IF.
009580        283-GRAVAR-RELFAT.
009590            WRITE REG-RELFAT FROM WK-LINHA-FAT.
009600            IF WK-FS-RELFAT NOT = '00'
009610                DISPLAY 'ERRO ' WK-FS-RELFAT
009620                        ' NO COMANDO WRITE RELFAT'
009630                MOVE 12 TO RETURN-CODE
009640                STOP RUN
009650            END-IF.
009660        284-GRAVAR-CARDCRED.
009670            WRITE REG-CARDCRED.
009680            IF WK-FS-CARDCRED NOT = '00'
009690                DISPLAY 'ERRO ' WK-FS-CARDCRED
009700                        ' NO COMANDO WRITE CARDCRED'
009710                MOVE 12 TO RETURN-CODE
009720                STOP RUN
009730            END-IF.
009740       ***********************************************
009750        300-LEITURAS SECTION.
009760        301-LER-MANCART.
009770            READ ARQ-MANCART.
009780            EVALUATE WK-FS-MANCART
009790                WHEN '00'
009800                    CONTINUE
009810                WHEN '10'
009820                    CONTINUE
009830                WHEN OTHER
009840                    DISPLAY 'ERRO ' WK-FS-MANCART
009850                            ' NO COMANDO READ MANCART'
009860                    MOVE 12 TO RETURN-CODE
009870                    STOP RUN
009880            END-EVALUATE.
009890        302-LER-CREDFEED.
009900            READ ARQ-CREDFEED.
009910            EVALUATE WK-FS-CREDFEED
009920                WHEN '00'
009930                    CONTINUE
009940                WHEN '10'
009950                    CONTINUE
009960                WHEN OTHER
009970                    DISPLAY 'ERRO ' WK-FS-CREDFEED
009980                            ' NO COMANDO READ CREDFEED'
009990                    MOVE 12 TO RETURN-CODE
010000                    STOP RUN
010010            END-EVALUATE.
010020        303-LER-PAGFAT.
010030            READ ARQ-PAGFAT.
010040            EVALUATE WK-FS-PAGFAT
010050                WHEN '00'
010060                    CONTINUE
010070                WHEN '10'
010080                    CONTINUE
010090                WHEN OTHER
010100                    DISPLAY 'ERRO ' WK-FS-PAGFAT
010110                            ' NO COMANDO READ PAGFAT'
010120                    MOVE 12 TO RETURN-CODE
010130                    STOP RUN
010140            END-EVALUATE.
010150        304-LER-CARTAO.
010160            READ ARQ-CARTAO NEXT.
010170            EVALUATE WK-FS-CARTAO
010180                WHEN '00'
010190                    CONTINUE
010200                WHEN '10'
010210                    CONTINUE
010220                WHEN OTHER
010230                    DISPLAY 'ERRO ' WK-FS-CARTAO
010240                            ' NO COMANDO READ CARTAO'
010250                    MOVE 12 TO RETURN-CODE
010260                    STOP RUN
010270            END-EVALUATE.
010280        305-LER-FATCART.
010290            READ ARQ-FATCART NEXT.
010300            EVALUATE WK-FS-FATCART
010310                WHEN '00'
010320                    CONTINUE
010330                WHEN '10'
010340                    CONTINUE
010350                WHEN OTHER
010360                    DISPLAY 'ERRO ' WK-FS-FATCART
010370                            ' NO COMANDO READ FATCART'
010380                    MOVE 12 TO RETURN-CODE
010390                    STOP RUN
010400            END-EVALUATE.
010410       ***********************************************
010420        195-GRAVAR-JRNL-INICIO.
010430            MOVE 'I' TO JRL-TIPO.
010440            MOVE ZEROS TO JRL-QTD-LIDOS.
010450            MOVE ZEROS TO JRL-QTD-GRAVADOS.
010460            MOVE ZEROS TO JRL-QTD-REJEITADOS.
010470            MOVE ZEROS TO JRL-RETORNO.
010471            MOVE 'EAD95897' TO LK-PROGRAMA-COM.
010472            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
010473            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010480            PERFORM 194-GRAVAR-RUNJRNL.
010490        196-GRAVAR-JRNL-FIM.
010500            MOVE 'F' TO JRL-TIPO.
010510            MOVE WK-QTD-LIDOS
010520                TO JRL-QTD-LIDOS.
010530            COMPUTE JRL-QTD-GRAVADOS =
010540                WK-QTD-APLICADOS + WK-QTD-FATURAS
010550                + WK-QTD-PAGAS + WK-QTD-ROLADAS.
010560            MOVE WK-QTD-REJEITADOS
010570                TO JRL-QTD-REJEITADOS.
010580            MOVE RETURN-CODE TO JRL-RETORNO.
010581            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010590            PERFORM 194-GRAVAR-RUNJRNL.
010600        194-GRAVAR-RUNJRNL.
010610            OPEN EXTEND ARQ-RUNJRNL.
010620            IF WK-FS-RUNJRNL = '35'
010630                OPEN OUTPUT ARQ-RUNJRNL
010640            END-IF.
010650            IF WK-FS-RUNJRNL NOT = '00'
010660                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010670                        ' NO COMANDO OPEN RUNJRNL'
010680                MOVE 12 TO RETURN-CODE
010690                STOP RUN
010700            END-IF.
010710            MOVE 'EAD95897' TO JRL-PROGRAMA.
010720            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
010730            ACCEPT JRL-HORA FROM TIME.
010740            WRITE REG-RUNJRNL.
010750            IF WK-FS-RUNJRNL NOT = '00'
010760                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010770                        ' NO COMANDO WRITE RUNJRNL'
010780                MOVE 12 TO RETURN-CODE
010790                STOP RUN
010800            END-IF.
010810            CLOSE ARQ-RUNJRNL.
010820       ***********************************************
010830        900-FINALIZAR SECTION.
010840        901-FINALIZAR.
010850            EVALUATE TRUE
010860                WHEN FUNCAO-MANUTENCAO
010870                    CLOSE ARQ-MANCART
010880                    CLOSE ARQ-CLIENTES
010890                WHEN FUNCAO-COMPRAS
010900                    CLOSE ARQ-CREDFEED
010910                    CLOSE ARQ-CARDCRED
010920                WHEN FUNCAO-FECHAMENTO
010930                    CLOSE ARQ-FATCART
010940                    CLOSE ARQ-CARDCRED
010950                WHEN FUNCAO-VENCIMENTO
010960                    MOVE 'T' TO FD-TIPO-REG-LANCAMFC
010970                    MOVE SPACES TO FD-DETALHE-LANCAMFC
010980                    MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMFC
010990                    MOVE WK-DOC-SEQ  TO FD-QTDE-CTRL-LANCAMFC
011000                    MOVE WK-TOT-DEBITADO
011010                        TO FD-VALOR-CTRL-LANCAMFC
011020                    MOVE 1 TO FD-INST-CTRL-LANCAMFC
011030                    PERFORM 282-GRAVAR-LANCAMFC
011040                    CLOSE ARQ-LANCAMFC
011050                    CLOSE ARQ-FATCART
011060                    CLOSE ARQ-CARDCRED
011070                    CLOSE ARQ-CLIENTES
011080            END-EVALUATE.
011090            MOVE 'REGISTROS LIDOS         : ' TO WK-TITULO-RES.
011100            MOVE WK-QTD-LIDOS TO WK-VALOR-RES.
011110            WRITE REG-RELFAT FROM WK-LINHA-RESUMO
011120                AFTER 2 LINES.
011130            MOVE 'REGISTROS APLICADOS     : ' TO WK-TITULO-RES.
011140            MOVE WK-QTD-APLICADOS TO WK-VALOR-RES.
011150            WRITE REG-RELFAT FROM WK-LINHA-RESUMO.
011160            MOVE 'REGISTROS REJEITADOS    : ' TO WK-TITULO-RES.
011170            MOVE WK-QTD-REJEITADOS TO WK-VALOR-RES.
011180            WRITE REG-RELFAT FROM WK-LINHA-RESUMO.
011190            MOVE 'FATURAS EMITIDAS        : ' TO WK-TITULO-RES.
011200            MOVE WK-QTD-FATURAS TO WK-VALOR-RES.
011210            WRITE REG-RELFAT FROM WK-LINHA-RESUMO.
011220            MOVE 'VALOR FATURADO          : ' TO WK-TITULO-RES.
011230            MOVE WK-TOT-FATURADO TO WK-VALOR-RES.
011240            WRITE REG-RELFAT FROM WK-LINHA-RESUMO.
011250            MOVE 'FATURAS PAGAS           : ' TO WK-TITULO-RES.
011260            MOVE WK-QTD-PAGAS TO WK-VALOR-RES.
011270            WRITE REG-RELFAT FROM WK-LINHA-RESUMO.
011280            MOVE 'FATURAS COM SALDO ROLADO: ' TO WK-TITULO-RES.
011290            MOVE WK-QTD-ROLADAS TO WK-VALOR-RES.
011300            WRITE REG-RELFAT FROM WK-LINHA-RESUMO.
011310            MOVE 'VALOR DEBITADO EM CONTA : ' TO WK-TITULO-RES.
011320            MOVE WK-TOT-DEBITADO TO WK-VALOR-RES.
011330            WRITE REG-RELFAT FROM WK-LINHA-RESUMO.
011340            MOVE 'VALOR ROLADO            : ' TO WK-TITULO-RES.
011350            MOVE WK-TOT-ROLADO TO WK-VALOR-RES.
011360            WRITE REG-RELFAT FROM WK-LINHA-RESUMO.
011370            DISPLAY 'FUNCAO ' WK-FUNCAO
011380                    ' LIDOS : ' WK-QTD-LIDOS
011390                    ' REJEITADOS : ' WK-QTD-REJEITADOS.
011400            CLOSE ARQ-CARTAO.
011410            CLOSE ARQ-RELFAT.
