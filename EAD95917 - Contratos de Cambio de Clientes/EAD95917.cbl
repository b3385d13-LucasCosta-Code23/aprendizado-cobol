000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95917.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CONTRATOS DE CAMBIO DE CLIENTES (COMPRA E    *
000170       *   VENDA DE MOEDA ESTRANGEIRA) - RODADA DIARIA  *
000180       *                                                *
000190       *   O NOVCAMB TRAZ OS CONTRATOS FECHADOS NA MESA *
000200       *   NO DIA: C = CLIENTE COMPRA A MOEDA, V =      *
000210       *   CLIENTE VENDE. CADA CONTRATO LIGA UMA CONTA  *
000220       *   EM REAIS E UMA CONTA NA MOEDA DO MESMO       *
000230       *   TITULAR (CPF/CNPJ DO CLIDADOS). A TAXA DO    *
000240       *   CAMBIO DO DIA FICA COMO TAXA DE REFERENCIA E *
000250       *   O SPREAD E A DIFERENCA PARA A TAXA ACORDADA, *
000260       *   A FAVOR DO BANCO.                            *
000270       *                                                *
000280       *   OS CONTRATOS FICAM NO CONTCAMB ATE A DATA DE *
000290       *   LIQUIDACAO. NA LIQUIDACAO A CONTA DO CLIENTE *
000300       *   QUE ENTREGA A MOEDA E DEBITADA (D) E A OUTRA *
000310       *   CREDITADA (C), CADA UMA NA SUA MOEDA, PELO   *
000320       *   LOTE LANCAMCM DO EAD95809. SEM DISPONIVEL NA *
000330       *   CONTA DEBITADA O CONTRATO FICA EM ABERTO     *
000340       *   PARA A RODADA SEGUINTE (RC 4).               *
000350       *                                                *
000360       *   O RELCAMB TRAZ OS CONTRATOS DO DIA, O SPREAD *
000370       *   DE CADA CONTRATO LIQUIDADO E A POSICAO EM    *
000380       *   ABERTO POR MOEDA.                            *
000390       *                                                *
000400       *   SYSIN: DATA (ZEROS = HOJE)                   *
000410       **************************************************
000420       *
000430        ENVIRONMENT DIVISION.
000440        CONFIGURATION SECTION.
000450        SPECIAL-NAMES.
000460            DECIMAL-POINT IS COMMA.
000470        INPUT-OUTPUT SECTION.
000480        FILE-CONTROL.
000490            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000500                FILE STATUS IS WK-FS-RUNJRNL.
000510            SELECT ARQ-NOVCAMB  ASSIGN TO NOVCAMB
000520                FILE STATUS IS WK-FS-NOVCAMB.
000530            SELECT ARQ-CONTCAMB ASSIGN TO CONTCAMB
000540                ORGANIZATION IS INDEXED
000550                ACCESS MODE IS DYNAMIC
000560                RECORD KEY IS FD-NUMERO-CTC
000570                FILE STATUS IS WK-FS-CONTCAMB.
000580            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000590                ORGANIZATION IS INDEXED
000600                ACCESS MODE IS DYNAMIC
000610                RECORD KEY IS FD-CHAVE-CLIENTES
000620                FILE STATUS IS WK-FS-CLIENTES.
000630            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000640                ORGANIZATION IS INDEXED
000650                ACCESS MODE IS DYNAMIC
000660                RECORD KEY IS FD-CHAVE-CLIDADOS
000670                FILE STATUS IS WK-FS-CLIDADOS.
000680            SELECT ARQ-BLOQJUD  ASSIGN TO BLOQJUD
000690                ORGANIZATION IS INDEXED
000700                ACCESS MODE IS DYNAMIC
000710                RECORD KEY IS FD-CHAVE-REG-BLOQJUD
000720                FILE STATUS IS WK-FS-BLOQJUD.
000730            SELECT ARQ-CHQDEP   ASSIGN TO CHQDEP
000740                ORGANIZATION IS INDEXED
000750                ACCESS MODE IS DYNAMIC
000760                RECORD KEY IS FD-CHAVE-REG-CHQDEP
000770                FILE STATUS IS WK-FS-CHQDEP.
000780            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000790                FILE STATUS IS WK-FS-CAMBIO.
000800            SELECT ARQ-LANCAMCM ASSIGN TO LANCAMCM
000810                FILE STATUS IS WK-FS-LANCAMCM.
000820            SELECT ARQ-RELCAMB  ASSIGN TO RELCAMB
000830                FILE STATUS IS WK-FS-RELCAMB.
000840       *
000850        DATA DIVISION.
000860        FILE SECTION.
000870       *      CONTRATOS FECHADOS NA MESA NO DIA
000880        FD   ARQ-NOVCAMB
000890             RECORDING MODE IS F.
000900        01  REG-NOVCAMB.
000910            05 FD-NUMERO-NOV       PIC X(10).
000920            05 FD-CHAVE-BRL-NOV    PIC X(9).
000930            05 FD-CHAVE-ME-NOV     PIC X(9).
000940            05 FD-DIRECAO-NOV      PIC X.
000950            05 FD-MOEDA-NOV        PIC X(3).
000960            05 FD-VALOR-ME-NOV     PIC 9(6)V99.
000970            05 FD-TAXA-NOV         PIC 9(3)V9(4).
000980            05 FD-DATA-LIQ-NOV     PIC 9(8).
000990            05 FD-FINALIDADE-NOV   PIC X(5).
001000       *      CARTEIRA DE CONTRATOS: A = EM ABERTO, L = LIQUIDADO
001010        FD   ARQ-CONTCAMB
001020             RECORDING MODE IS F.
001030        01  REG-CONTCAMB.
001040            05 FD-NUMERO-CTC       PIC X(10).
001050            05 FD-CHAVE-BRL-CTC    PIC X(9).
001060            05 FD-CHAVE-ME-CTC     PIC X(9).
001070            05 FD-DIRECAO-CTC      PIC X.
001080                88 CTC-CLIENTE-COMPRA  VALUE 'C'.
001090                88 CTC-CLIENTE-VENDE   VALUE 'V'.
001100            05 FD-MOEDA-CTC        PIC X(3).
001110            05 FD-VALOR-ME-CTC     PIC 9(6)V99.
001120            05 FD-VALOR-BRL-CTC    PIC 9(6)V99.
001130            05 FD-TAXA-ACORD-CTC   PIC 9(3)V9(4).
001140            05 FD-TAXA-REF-CTC     PIC 9(3)V9(4).
001150            05 FD-SPREAD-TAXA-CTC  PIC S9(3)V9(4).
001160            05 FD-SPREAD-VALOR-CTC PIC S9(7)V99.
001170            05 FD-DATA-CONTRATO-CTC PIC 9(8).
001180            05 FD-DATA-LIQ-CTC     PIC 9(8).
001190            05 FD-DATA-LIQUIDADO-CTC PIC 9(8).
001200            05 FD-FINALIDADE-CTC   PIC X(5).
001210            05 FD-SITUACAO-CTC     PIC X.
001220                88 CTC-EM-ABERTO       VALUE 'A'.
001230                88 CTC-LIQUIDADO       VALUE 'L'.
001240        FD   ARQ-CLIENTES
001250             RECORDING MODE IS F.
001260        01  REG-CLIENTES.
001270            05 FD-CHAVE-CLIENTES.
001280                10 FD-AGENCIA-CLIENTES     PIC X(4).
001290                10 FD-CONTA-CLIENTES       PIC 9(5).
001300            05 FD-DIGITO-CLIENTES      PIC X.
001310            05 FD-NOME-CLIENTES        PIC A(20).
001320            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001330            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001340            05 FD-MOEDA-CLIENTES       PIC X(3).
001350            05 FD-SITUACAO-CLIENTES    PIC X.
001360                88 CONTA-ATIVA            VALUE 'A' ' '.
001370                88 CONTA-BLOQUEADA        VALUE 'B'.
001380                88 CONTA-ENCERRADA        VALUE 'E'.
001390        FD   ARQ-CLIDADOS
001400             RECORDING MODE IS F.
001410        01  REG-CLIDADOS.
001420            05 FD-CHAVE-CLIDADOS.
001430                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001440                10 FD-CONTA-CLIDADOS       PIC 9(5).
001450            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001460            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001470            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001480            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001490            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001500        FD   ARQ-BLOQJUD
001510             RECORDING MODE IS F.
001520        01  REG-BLOQJUD.
001530            05 FD-CHAVE-REG-BLOQJUD.
001540                10 FD-CHAVE-BLOQJUD    PIC X(9).
001550                10 FD-PROCESSO-BLOQJUD PIC X(15).
001560            05 FD-VALOR-BLOQJUD    PIC 9(6)V99.
001570            05 FD-DATA-INI-BLOQJUD PIC 9(8).
001580            05 FD-DATA-FIM-BLOQJUD PIC 9(8).
001590            05 FD-SITUACAO-BLOQJUD PIC X.
001600                88 BLOQUEIO-ATIVO      VALUE 'A'.
001610                88 BLOQUEIO-LEVANTADO  VALUE 'L'.
001620        FD   ARQ-CHQDEP
001630             RECORDING MODE IS F.
001640        01  REG-CHQDEP.
001650            05 FD-CHAVE-REG-CHQDEP.
001660                10 FD-BANCO-CHQDEP     PIC 9(3).
001670                10 FD-AGENCIA-SAC-CHQDEP PIC 9(4).
001680                10 FD-CONTA-SAC-CHQDEP PIC 9(10).
001690                10 FD-NUMERO-CHQDEP    PIC 9(6).
001700            05 FD-CHAVE-CHQDEP     PIC X(9).
001710            05 FD-VALOR-CHQDEP     PIC 9(6)V99.
001720            05 FD-DOC-CHQDEP       PIC 9(4).
001730            05 FD-DATA-DEP-CHQDEP  PIC 9(8).
001740            05 FD-DATA-LIBERA-CHQDEP PIC 9(8).
001750            05 FD-SITUACAO-CHQDEP  PIC X.
001760                88 CHEQUE-RETIDO       VALUE 'R'.
001770                88 CHEQUE-DEVOLVIDO    VALUE 'D'.
001780            05 FD-MOTIVO-DEV-CHQDEP PIC XX.
001790            05 FD-DATA-DEV-CHQDEP  PIC 9(8).
001800        FD   ARQ-CAMBIO
001810             RECORDING MODE IS F.
001820        01  REG-CAMBIO.
001830            05 FD-MOEDA-CAMBIO     PIC X(3).
001840            05 FD-DATA-CAMBIO      PIC 9(8).
001850            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001860        FD   ARQ-LANCAMCM
001870             RECORDING MODE IS F.
001880        01  REG-LANCAMCM.
001890            05 FD-TIPO-REG-LANCAMCM     PIC X.
001900            05 FD-DETALHE-LANCAMCM.
001910                10 FD-CHAVE-LANCAMCM.
001920                    15 FD-AGENCIA-LANCAMCM      PIC X(4).
001930                    15 FD-CONTA-LANCAMCM        PIC 9(5).
001940                10 FD-DIGITO-LANCAMCM        PIC X.
001950                10 FD-DOC-LANCAMCM          PIC 9(4).
001960                10 FD-TIPO-LANCAMCM         PIC X.
001970                10 FD-VALOR-LANCAMCM        PIC 9(6)V99.
001980                10 FD-MOEDA-LANCAMCM        PIC X(3).
001990                10 FD-DATA-LANCAMCM         PIC 9(8).
002000                10 FD-CONTRA-LANCAMCM.
002010                    15 FD-AGENCIA-CONTRA-LANCAMCM PIC X(4).
002020                    15 FD-CONTA-CONTRA-LANCAMCM  PIC 9(5).
002030                10 FD-HORA-LANCAMCM        PIC 9(6).
002040                10 FD-SEQ-LANCAMCM         PIC 9(4).
002050            05 FD-CTRL-LANCAMCM REDEFINES FD-DETALHE-LANCAMCM.
002060                10 FD-DATA-CTRL-LANCAMCM    PIC 9(8).
002070                10 FD-QTDE-CTRL-LANCAMCM    PIC 9(6).
002080                10 FD-VALOR-CTRL-LANCAMCM   PIC 9(8)V99.
002090                10 FD-INST-CTRL-LANCAMCM    PIC 99.
002091            05 FD-ID-EXEC-LANCAMCM     PIC 9(10).
002100        FD   ARQ-RELCAMB
002110             RECORDING MODE IS F.
002120        01  REG-RELCAMB                PIC X(100).
002130        FD   ARQ-RUNJRNL
002140             RECORDING MODE IS F.
002150        01  REG-RUNJRNL.
002160            05 JRL-PROGRAMA        PIC X(8).
002170            05 JRL-TIPO            PIC X.
002180            05 JRL-DATA            PIC 9(8).
002190            05 JRL-HORA            PIC 9(6).
002200            05 JRL-QTD-LIDOS       PIC 9(7).
002210            05 JRL-QTD-GRAVADOS    PIC 9(7).
002220            05 JRL-QTD-REJEITADOS  PIC 9(7).
002230            05 JRL-RETORNO         PIC 9(4).
002231            05 JRL-ID-EXEC         PIC 9(10).
002240        WORKING-STORAGE SECTION.
002250        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002251        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002252        01  LK-AREA-ID-EXEC.
002253            05 LK-PROGRAMA-COM     PIC X(8).
002254            05 LK-ID-EXEC-COM      PIC 9(10).
002260        77  WK-FS-NOVCAMB  PIC XX           VALUE SPACES.
002270        77  WK-FS-CONTCAMB PIC XX           VALUE SPACES.
002280        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002290        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002300        77  WK-FS-BLOQJUD  PIC XX           VALUE SPACES.
002310        77  WK-FS-CHQDEP   PIC XX           VALUE SPACES.
002320        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002330        77  WK-FS-LANCAMCM PIC XX           VALUE SPACES.
002340        77  WK-FS-RELCAMB  PIC XX           VALUE SPACES.
002350        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002360        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002370        77  WK-HORA-SIST   PIC 9(6)         VALUE ZEROS.
002380        77  WK-QTD-LIDOS   PIC 9(6)         VALUE ZEROS.
002390        77  WK-QTD-ACEITOS PIC 9(6)         VALUE ZEROS.
002400        77  WK-QTD-REJEITADOS PIC 9(6)      VALUE ZEROS.
002410        77  WK-QTD-LIQUIDADOS PIC 9(6)      VALUE ZEROS.
002420        77  WK-QTD-PENDENTES PIC 9(6)       VALUE ZEROS.
002430        77  WK-QTD-LOTE    PIC 9(6)         VALUE ZEROS.
002440        77  WK-TOT-LOTE    PIC 9(8)V99      VALUE ZEROS.
002450        77  WK-TOT-SPREAD  PIC S9(9)V99     VALUE ZEROS.
002460        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
002470        77  WK-MOTIVO-REJ  PIC X(30)        VALUE SPACES.
002480        77  WK-VALOR-BRL   PIC 9(9)V99      VALUE ZEROS.
002490        77  WK-CPF-BRL     PIC X(14)        VALUE SPACES.
002500        77  WK-MOEDA-ME    PIC X(3)         VALUE SPACES.
002510       *      PERNA DEBITADA E PERNA CREDITADA DA LIQUIDACAO
002520        77  WK-CHAVE-DEB   PIC X(9)         VALUE SPACES.
002530        77  WK-VALOR-DEB   PIC 9(6)V99      VALUE ZEROS.
002540        77  WK-CHAVE-CRED  PIC X(9)         VALUE SPACES.
002550        77  WK-VALOR-CRED  PIC 9(6)V99      VALUE ZEROS.
002560        77  WK-DIGITO-DEB  PIC X            VALUE SPACE.
002570        77  WK-MOEDA-DEB   PIC X(3)         VALUE SPACES.
002580        77  WK-DIGITO-CRED PIC X            VALUE SPACE.
002590        77  WK-MOEDA-CRED  PIC X(3)         VALUE SPACES.
002600        77  WK-DISPONIVEL-DEBITO PIC S9(8)V99 VALUE ZEROS.
002610       *      BLOQUEIOS, CHEQUES A COMPENSAR E DEBITOS DE
002620       *      CAMBIO JA GERADOS NESTA EXECUCAO, POR CONTA
002630        77  WK-CHAVE-BLOQ-BUSCA PIC X(9)     VALUE SPACES.
002640        77  WK-QTD-BLOQTAB PIC 9(4)         VALUE ZEROS.
002650        77  WK-IDX-BLOQTAB PIC 9(4)         VALUE ZEROS.
002660        77  WK-IDX-BLOQ-ACH PIC 9(4)        VALUE ZEROS.
002670        77  WK-BLOQ-ACHADO PIC X            VALUE 'N'.
002680            88 BLOQ-ACHADO                    VALUE 'S'.
002690            88 BLOQ-NAO-ACHADO                VALUE 'N'.
002700        01  WK-TAB-BLOQUEIOS.
002710            05 WK-BLOQ-OCC        OCCURS 2000 TIMES.
002720                10 WK-BLOQ-CHAVE      PIC X(9).
002730                10 WK-BLOQ-VALOR      PIC 9(7)V99.
002740                10 WK-BLOQ-VALOR-CHQ  PIC 9(7)V99.
002750                10 WK-BLOQ-VALOR-CAMB PIC 9(7)V99.
002760       *      POSICAO EM ABERTO POR MOEDA (VISAO DO BANCO:
002770       *      COMPRADO = CLIENTE VENDE, VENDIDO = CLIENTE COMPRA)
002780        01  WK-TAB-POSICAO.
002790            05 WK-POS-OCC          OCCURS 3 TIMES.
002800                10 WK-POS-QTD         PIC 9(5).
002810                10 WK-POS-COMPRADO    PIC 9(9)V99.
002820                10 WK-POS-VENDIDO     PIC 9(9)V99.
002830                10 WK-POS-LIQUIDO     PIC S9(9)V99.
002840        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
002850        01  WK-DATAS-CAMBIO.
002860            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
002870        01  NOMES-MOEDA.
002880            05 FILLER              PIC X(03) VALUE 'BRL'.
002890            05 FILLER              PIC X(03) VALUE 'USD'.
002900            05 FILLER              PIC X(03) VALUE 'EUR'.
002910        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
002920            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
002930        01  TAXAS-MOEDA-LIT.
002940            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002950            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002960            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002970        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
002980            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
002990        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
003000        01  WK-CABEC1.
003010            05 FILLER          PIC X(40)
003020                 VALUE 'CONTRATOS DE CAMBIO DE CLIENTES - '.
003030            05 WK-DATA-CABEC   PIC 9(8).
003040        01  WK-CABEC-CONTRATOS.
003050            05 FILLER          PIC X(11) VALUE 'CONTRATO'.
003060            05 FILLER          PIC X(02) VALUE 'D'.
003070            05 FILLER          PIC X(04) VALUE 'MOE'.
003080            05 FILLER          PIC X(11) VALUE '     VALOR'.
003090            05 FILLER          PIC X(10) VALUE '   TAXA'.
003100            05 FILLER          PIC X(10) VALUE ' TAXA REF'.
003110            05 FILLER          PIC X(09) VALUE 'LIQUIDA'.
003120            05 FILLER          PIC X(06) VALUE 'FINAL'.
003130            05 FILLER          PIC X(30) VALUE 'OCORRENCIA'.
003140        01  WK-LINHA-CONTRATO.
003150            05 WK-NUMERO-REL   PIC X(10).
003160            05 FILLER          PIC X(01) VALUE SPACE.
003170            05 WK-DIRECAO-REL  PIC X.
003180            05 FILLER          PIC X(01) VALUE SPACE.
003190            05 WK-MOEDA-REL    PIC X(3).
003200            05 FILLER          PIC X(01) VALUE SPACE.
003210            05 WK-VALOR-ME-REL PIC ZZZ.ZZ9,99.
003220            05 FILLER          PIC X(01) VALUE SPACE.
003230            05 WK-TAXA-REL     PIC ZZ9,9999.
003240            05 FILLER          PIC X(01) VALUE SPACE.
003250            05 WK-TAXA-REF-REL PIC ZZ9,9999.
003260            05 FILLER          PIC X(01) VALUE SPACE.
003270            05 WK-DATA-LIQ-REL PIC 9(8).
003280            05 FILLER          PIC X(01) VALUE SPACE.
003290            05 WK-FINAL-REL    PIC X(5).
003300            05 FILLER          PIC X(01) VALUE SPACE.
003310            05 WK-OCORR-REL    PIC X(30).
003320        01  WK-CABEC-SPREAD.
003330            05 FILLER          PIC X(11) VALUE 'CONTRATO'.
003340            05 FILLER          PIC X(02) VALUE 'D'.
003350            05 FILLER          PIC X(04) VALUE 'MOE'.
003360            05 FILLER          PIC X(11) VALUE '     VALOR'.
003370            05 FILLER          PIC X(14) VALUE '   VALOR REAIS'.
003380            05 FILLER          PIC X(10) VALUE '  SPREAD'.
003390            05 FILLER          PIC X(14) VALUE ' SPREAD REAIS'.
003400            05 FILLER          PIC X(10) VALUE 'DEBITO'.
003410            05 FILLER          PIC X(10) VALUE 'CREDITO'.
003420        01  WK-LINHA-SPREAD.
003430            05 WK-NUMERO-SPR   PIC X(10).
003440            05 FILLER          PIC X(01) VALUE SPACE.
003450            05 WK-DIRECAO-SPR  PIC X.
003460            05 FILLER          PIC X(01) VALUE SPACE.
003470            05 WK-MOEDA-SPR    PIC X(3).
003480            05 FILLER          PIC X(01) VALUE SPACE.
003490            05 WK-VALOR-ME-SPR PIC ZZZ.ZZ9,99.
003500            05 FILLER          PIC X(01) VALUE SPACE.
003510            05 WK-VALOR-BRL-SPR PIC Z.ZZZ.ZZ9,99.
003520            05 FILLER          PIC X(01) VALUE SPACE.
003530            05 WK-SPREAD-TX-SPR PIC -Z9,9999.
003540            05 FILLER          PIC X(01) VALUE SPACE.
003550            05 WK-SPREAD-VL-SPR PIC -Z.ZZZ.ZZ9,99.
003560            05 FILLER          PIC X(01) VALUE SPACE.
003570            05 WK-CHAVE-DEB-SPR PIC X(9).
003580            05 FILLER          PIC X(01) VALUE SPACE.
003590            05 WK-CHAVE-CRED-SPR PIC X(9).
003600        01  WK-CABEC-POSICAO.
003610            05 FILLER          PIC X(08) VALUE 'MOEDA'.
003620            05 FILLER          PIC X(08) VALUE ' CONTR'.
003630            05 FILLER          PIC X(16) VALUE '       COMPRADO'.
003640            05 FILLER          PIC X(16) VALUE '        VENDIDO'.
003650            05 FILLER          PIC X(17) VALUE ' POSICAO LIQUIDA'.
003660        01  WK-LINHA-POSICAO.
003670            05 WK-MOEDA-POS    PIC X(3).
003680            05 FILLER          PIC X(05) VALUE SPACES.
003690            05 WK-QTD-POS      PIC ZZZZ9.
003700            05 FILLER          PIC X(03) VALUE SPACES.
003710            05 WK-COMPRADO-POS PIC ZZZ.ZZZ.ZZ9,99.
003720            05 FILLER          PIC X(02) VALUE SPACES.
003730            05 WK-VENDIDO-POS  PIC ZZZ.ZZZ.ZZ9,99.
003740            05 FILLER          PIC X(02) VALUE SPACES.
003750            05 WK-LIQUIDO-POS  PIC -ZZZ.ZZZ.ZZ9,99.
003760        01  WK-LINHA-TITULO.
003770            05 WK-TITULO-SECAO PIC X(50).
003780        01  WK-LINHA-TOTAL.
003790            05 WK-TITULO-TOT   PIC X(30).
003800            05 WK-VALOR-TOT    PIC ZZZZZ9.
003810        01  WK-LINHA-VALOR.
003820            05 WK-TITULO-VAL   PIC X(30).
003830            05 WK-VALOR-VAL    PIC -ZZZ.ZZZ.ZZ9,99.
003840       *
003850        PROCEDURE DIVISION.
003860        000-PRINCIPAL SECTION.
003870        001-PRINCIPAL.
003880            PERFORM 195-GRAVAR-JRNL-INICIO.
003890            PERFORM 101-INICIAR.
003900            PERFORM 201-REGISTRAR-CONTRATO
003910                UNTIL WK-FS-NOVCAMB = '10'.
003920            PERFORM 251-VARRER-CONTCAMB.
003930            PERFORM 901-FINALIZAR.
003940            PERFORM 196-GRAVAR-JRNL-FIM.
003950            STOP RUN.
003960       ***********************************************************
003970        100-INICIAR SECTION.
003980        101-INICIAR.
003990            ACCEPT WK-DATA-REF     FROM SYSIN.
004000            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
004010            ACCEPT WK-HORA-SIST    FROM TIME.
004020            IF WK-DATA-REF NOT NUMERIC
004030               OR WK-DATA-REF = ZEROS
004040                MOVE WK-DATA-SIST TO WK-DATA-REF
004050            END-IF.
004060            PERFORM 190-CARREGAR-CAMBIO.
004070            PERFORM 110-CARREGAR-BLOQJUD.
004080            PERFORM 115-CARREGAR-CHQDEP.
004090            PERFORM 104-ABRIR-ARQUIVOS.
004100            PERFORM 120-PREPARAR-CONTCAMB.
004110            PERFORM 301-LER-NOVCAMB.
004120        104-ABRIR-ARQUIVOS.
004130            OPEN INPUT ARQ-NOVCAMB.
004140            IF WK-FS-NOVCAMB NOT = '00'
004150                DISPLAY 'ARQUIVO NOVCAMB INDISPONIVEL, '
004160                        'STATUS ' WK-FS-NOVCAMB
004170                MOVE 12 TO RETURN-CODE
004180                STOP RUN
004190            END-IF.
004200            OPEN INPUT ARQ-CLIENTES.
004210            IF WK-FS-CLIENTES NOT = '00'
004220                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
004230                        'STATUS ' WK-FS-CLIENTES
004240                MOVE 12 TO RETURN-CODE
004250                STOP RUN
004260            END-IF.
004270            OPEN INPUT ARQ-CLIDADOS.
004280            IF WK-FS-CLIDADOS NOT = '00'
004290                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
004300                        'STATUS ' WK-FS-CLIDADOS
004310                MOVE 12 TO RETURN-CODE
004320                STOP RUN
004330            END-IF.
004340            OPEN OUTPUT ARQ-LANCAMCM.
004350            IF WK-FS-LANCAMCM NOT = '00'
004360                DISPLAY 'ERRO ' WK-FS-LANCAMCM
004370                        ' NO COMANDO OPEN LANCAMCM'
004380                MOVE 12 TO RETURN-CODE
004390                STOP RUN
004400            END-IF.
004410            OPEN OUTPUT ARQ-RELCAMB.
004420            IF WK-FS-RELCAMB NOT = '00'
004430                DISPLAY 'ERRO ' WK-FS-RELCAMB
004440                        ' NO COMANDO OPEN RELCAMB'
004450                MOVE 12 TO RETURN-CODE
004460                STOP RUN
004470            END-IF.
004480            MOVE 'H' TO FD-TIPO-REG-LANCAMCM.
004490            MOVE SPACES TO FD-DETALHE-LANCAMCM.
004500            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMCM.
004510            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMCM.
004520            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMCM.
004530            MOVE 1 TO FD-INST-CTRL-LANCAMCM.
004540            PERFORM 281-GRAVAR-LANCAMCM.
004550            MOVE WK-DATA-REF TO WK-DATA-CABEC.
004560            WRITE REG-RELCAMB FROM WK-CABEC1.
004570            PERFORM 283-CONFERIR-RELCAMB.
004580            MOVE 'CONTRATOS RECEBIDOS NO DIA' TO WK-TITULO-SECAO.
004590            WRITE REG-RELCAMB FROM WK-LINHA-TITULO AFTER 2 LINES.
004600            PERFORM 283-CONFERIR-RELCAMB.
004610            WRITE REG-RELCAMB FROM WK-CABEC-CONTRATOS.
004620            PERFORM 283-CONFERIR-RELCAMB.
004630       *      O DISPONIVEL DA CONTA DEBITADA SEGUE A REGRA DA
004640       *      LINHA DE SALDO: BLOQUEIOS JUDICIAIS E CHEQUES
004650       *      AINDA NAO COMPENSADOS NAO PODEM SER DEBITADOS
004660        110-CARREGAR-BLOQJUD.
004670            OPEN INPUT ARQ-BLOQJUD.
004680            EVALUATE WK-FS-BLOQJUD
004690                WHEN '00'
004700                    PERFORM 111-LER-BLOQJUD
004710                    PERFORM 112-ACUMULAR-BLOQUEIO
004720                        UNTIL WK-FS-BLOQJUD = '10'
004730                    CLOSE ARQ-BLOQJUD
004740                WHEN '35'
004750                    CONTINUE
004760                WHEN OTHER
004770                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
004780                            ' NO COMANDO OPEN BLOQJUD'
004790                    MOVE 12 TO RETURN-CODE
004800                    STOP RUN
004810            END-EVALUATE.
004820        111-LER-BLOQJUD.
004830            READ ARQ-BLOQJUD NEXT.
004840            EVALUATE WK-FS-BLOQJUD
004850                WHEN '00'
004860                    CONTINUE
004870                WHEN '10'
004880                    CONTINUE
004890                WHEN OTHER
004900                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
004910                            ' NO COMANDO READ BLOQJUD'
004920                    MOVE 12 TO RETURN-CODE
004930                    STOP RUN
004940            END-EVALUATE.
004950        112-ACUMULAR-BLOQUEIO.
004960            IF BLOQUEIO-ATIVO
004970                MOVE FD-CHAVE-BLOQJUD TO WK-CHAVE-BLOQ-BUSCA
004980                PERFORM 118-INCLUIR-CONTA-TAB
004990                ADD FD-VALOR-BLOQJUD
005000                    TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
005010            END-IF.
005020            PERFORM 111-LER-BLOQJUD.
005030        113-PROCURAR-BLOQUEIO.
005040            SET BLOQ-NAO-ACHADO TO TRUE.
005050            PERFORM 114-COMPARAR-BLOQUEIO
005060                VARYING WK-IDX-BLOQTAB FROM 1 BY 1
005070                UNTIL WK-IDX-BLOQTAB > WK-QTD-BLOQTAB
005080                   OR BLOQ-ACHADO.
005090        114-COMPARAR-BLOQUEIO.
005100            IF WK-BLOQ-CHAVE(WK-IDX-BLOQTAB)
005110                   = WK-CHAVE-BLOQ-BUSCA
005120                SET BLOQ-ACHADO TO TRUE
005130                MOVE WK-IDX-BLOQTAB TO WK-IDX-BLOQ-ACH
005140            END-IF.
005150        115-CARREGAR-CHQDEP.
005160            OPEN INPUT ARQ-CHQDEP.
005170            EVALUATE WK-FS-CHQDEP
005180                WHEN '00'
005190                    PERFORM 116-LER-CHQDEP
005200                    PERFORM 117-ACUMULAR-RETENCAO
005210                        UNTIL WK-FS-CHQDEP = '10'
005220                    CLOSE ARQ-CHQDEP
005230                WHEN '35'
005240                    CONTINUE
005250                WHEN OTHER
005260                    DISPLAY 'ERRO ' WK-FS-CHQDEP
005270                            ' NO COMANDO OPEN CHQDEP'
005280                    MOVE 12 TO RETURN-CODE
005290                    STOP RUN
005300            END-EVALUATE.
005310        116-LER-CHQDEP.
005320            READ ARQ-CHQDEP NEXT.
005330            EVALUATE WK-FS-CHQDEP
005340                WHEN '00'
005350                    CONTINUE
005360                WHEN '10'
005370                    CONTINUE
005380                WHEN OTHER
005390                    DISPLAY 'ERRO ' WK-FS-CHQDEP
005400                            ' NO COMANDO READ CHQDEP'
005410                    MOVE 12 TO RETURN-CODE
005420                    STOP RUN
005430            END-EVALUATE.
005440        117-ACUMULAR-RETENCAO.
005450            IF CHEQUE-RETIDO
005460               AND FD-DATA-LIBERA-CHQDEP > WK-DATA-SIST
005470                MOVE FD-CHAVE-CHQDEP TO WK-CHAVE-BLOQ-BUSCA
005480                PERFORM 118-INCLUIR-CONTA-TAB
005490                ADD FD-VALOR-CHQDEP
005500                    TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
005510            END-IF.
005520            PERFORM 116-LER-CHQDEP.
005530       *      LOCALIZA A CONTA NA TABELA, INCLUINDO-A
005540       *      ZERADA QUANDO AINDA NAO EXISTIR
005550        118-INCLUIR-CONTA-TAB.
005560            PERFORM 113-PROCURAR-BLOQUEIO.
005570            IF BLOQ-NAO-ACHADO
005580                IF WK-QTD-BLOQTAB NOT LESS 2000
005590                    DISPLAY 'TABELA DE BLOQUEIOS CHEIA, '
005600                            'LIMITE 2000'
005610                    MOVE 12 TO RETURN-CODE
005620                    STOP RUN
005630                END-IF
005640                ADD 1 TO WK-QTD-BLOQTAB
005650                MOVE WK-QTD-BLOQTAB TO WK-IDX-BLOQ-ACH
005660                MOVE WK-CHAVE-BLOQ-BUSCA
005670                    TO WK-BLOQ-CHAVE(WK-IDX-BLOQ-ACH)
005680                MOVE ZEROS
005690                    TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
005700                MOVE ZEROS
005710                    TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
005720                MOVE ZEROS
005730                    TO WK-BLOQ-VALOR-CAMB(WK-IDX-BLOQ-ACH)
005740            END-IF.
005750       *      O CONTCAMB E CRIADO VAZIO NA PRIMEIRA RODADA
005760        120-PREPARAR-CONTCAMB.
005770            OPEN I-O ARQ-CONTCAMB.
005780            IF WK-FS-CONTCAMB = '35'
005790                OPEN OUTPUT ARQ-CONTCAMB
005800                CLOSE ARQ-CONTCAMB
005810                OPEN I-O ARQ-CONTCAMB
005820            END-IF.
005830            IF WK-FS-CONTCAMB NOT = '00'
005840                DISPLAY 'ERRO ' WK-FS-CONTCAMB
005850                        ' NO COMANDO OPEN CONTCAMB'
005860                MOVE 12 TO RETURN-CODE
005870                STOP RUN
005880            END-IF.
005890        190-CARREGAR-CAMBIO.
005900            MOVE WK-DATA-REF TO WK-DATA-CAMBIO-REF.
005910            OPEN INPUT ARQ-CAMBIO.
005920            EVALUATE WK-FS-CAMBIO
005930                WHEN '00'
005940                    PERFORM 191-LER-CAMBIO
005950                    PERFORM 192-APLICAR-TAXA-CAMBIO
005960                        UNTIL WK-FS-CAMBIO = '10'
005970                    CLOSE ARQ-CAMBIO
005980                WHEN OTHER
005990                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
006000                            'OU COM ERRO ' WK-FS-CAMBIO
006010                    MOVE 12 TO RETURN-CODE
006020                    STOP RUN
006030            END-EVALUATE.
006040            IF TAXA-MOEDA(1) = ZEROS
006050                MOVE 1 TO TAXA-MOEDA(1)
006060            END-IF.
006070            PERFORM 197-CONFERIR-TAXA
006080                VARYING WK-IDX-MOEDA FROM 2 BY 1
006090                UNTIL WK-IDX-MOEDA > 3.
006100        191-LER-CAMBIO.
006110            READ ARQ-CAMBIO.
006120            EVALUATE WK-FS-CAMBIO
006130                WHEN '00'
006140                    CONTINUE
006150                WHEN '10'
006160                    CONTINUE
006170                WHEN OTHER
006180                    DISPLAY 'ERRO ' WK-FS-CAMBIO
006190                            ' NO COMANDO READ CAMBIO'
006200                    MOVE 12 TO RETURN-CODE
006210                    STOP RUN
006220            END-EVALUATE.
006230        192-APLICAR-TAXA-CAMBIO.
006240            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
006250                PERFORM 193-GUARDAR-TAXA
006260                    VARYING WK-IDX-MOEDA FROM 1 BY 1
006270                    UNTIL WK-IDX-MOEDA > 3
006280            END-IF.
006290            PERFORM 191-LER-CAMBIO.
006300        193-GUARDAR-TAXA.
006310            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
006320               AND FD-DATA-CAMBIO NOT LESS
006330                   WK-DATA-TAXA(WK-IDX-MOEDA)
006340                MOVE FD-TAXA-CAMBIO
006350                    TO TAXA-MOEDA(WK-IDX-MOEDA)
006360                MOVE FD-DATA-CAMBIO
006370                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
006380            END-IF.
006390        197-CONFERIR-TAXA.
006400            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
006410                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
006420                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
006430                        ' NA DATA ' WK-DATA-CAMBIO-REF
006440                MOVE 12 TO RETURN-CODE
006450                STOP RUN
006460            END-IF.
006470       ***********************************************
006480       *      REGISTRO DOS CONTRATOS DO DIA NO CONTCAMB
006490        200-CONTRATOS SECTION.
006500        201-REGISTRAR-CONTRATO.
006510            ADD 1 TO WK-QTD-LIDOS.
006520            MOVE SPACES TO WK-MOTIVO-REJ.
006530            PERFORM 202-VALIDAR-CONTRATO.
006540            IF WK-MOTIVO-REJ = SPACES
006550                PERFORM 205-MONTAR-CONTCAMB
006560                WRITE REG-CONTCAMB
006570                    INVALID KEY
006580                        MOVE 'CONTRATO JA REGISTRADO'
006590                            TO WK-MOTIVO-REJ
006600                END-WRITE
006610            END-IF.
006620            IF WK-MOTIVO-REJ = SPACES
006630                ADD 1 TO WK-QTD-ACEITOS
006640                MOVE 'REGISTRADO' TO WK-OCORR-REL
006650            ELSE
006660                ADD 1 TO WK-QTD-REJEITADOS
006670                MOVE WK-MOTIVO-REJ TO WK-OCORR-REL
006680                DISPLAY 'CONTRATO ' FD-NUMERO-NOV
006690                        ' REJEITADO: ' WK-MOTIVO-REJ
006700            END-IF.
006710            PERFORM 270-RELATAR-NOVO.
006720            PERFORM 301-LER-NOVCAMB.
006730        202-VALIDAR-CONTRATO.
006740            PERFORM 203-PROCURAR-MOEDA
006750                VARYING WK-IDX-MOEDA FROM 2 BY 1
006760                UNTIL WK-IDX-MOEDA > 3
006770                   OR MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-NOV.
006780            EVALUATE TRUE
006790                WHEN FD-NUMERO-NOV = SPACES
006800                    MOVE 'NUMERO DO CONTRATO EM BRANCO'
006810                        TO WK-MOTIVO-REJ
006820                WHEN FD-DIRECAO-NOV NOT = 'C'
006830                 AND FD-DIRECAO-NOV NOT = 'V'
006840                    MOVE 'DIRECAO INVALIDA' TO WK-MOTIVO-REJ
006850                WHEN WK-IDX-MOEDA > 3
006860                    MOVE 'MOEDA NAO NEGOCIADA'
006870                        TO WK-MOTIVO-REJ
006880                WHEN FD-VALOR-ME-NOV NOT NUMERIC
006890                  OR FD-VALOR-ME-NOV = ZEROS
006900                    MOVE 'VALOR INVALIDO' TO WK-MOTIVO-REJ
006910                WHEN FD-TAXA-NOV NOT NUMERIC
006920                  OR FD-TAXA-NOV = ZEROS
006930                    MOVE 'TAXA ACORDADA INVALIDA'
006940                        TO WK-MOTIVO-REJ
006950                WHEN FD-DATA-LIQ-NOV NOT NUMERIC
006960                  OR FD-DATA-LIQ-NOV < WK-DATA-REF
006970                    MOVE 'DATA DE LIQUIDACAO INVALIDA'
006980                        TO WK-MOTIVO-REJ
006990                WHEN FD-FINALIDADE-NOV = SPACES
007000                    MOVE 'FINALIDADE NAO INFORMADA'
007010                        TO WK-MOTIVO-REJ
007020                WHEN OTHER
007030                    COMPUTE WK-VALOR-BRL ROUNDED =
007040                        FD-VALOR-ME-NOV * FD-TAXA-NOV
007050                    IF WK-VALOR-BRL > 999999,99
007060                        MOVE 'VALOR EM REAIS ACIMA DO LIMITE'
007070                            TO WK-MOTIVO-REJ
007080                    END-IF
007090            END-EVALUATE.
007100            IF WK-MOTIVO-REJ = SPACES
007110                PERFORM 204-VALIDAR-CONTAS
007120            END-IF.
007130        203-PROCURAR-MOEDA.
007140            CONTINUE.
007150       *      AS DUAS CONTAS DEVEM EXISTIR, ESTAR ABERTAS, UMA
007160       *      EM REAIS E OUTRA NA MOEDA, E SER DO MESMO TITULAR
007170        204-VALIDAR-CONTAS.
007180            MOVE FD-CHAVE-BRL-NOV TO FD-CHAVE-CLIENTES.
007190            READ ARQ-CLIENTES
007200                INVALID KEY
007210                    MOVE 'CONTA EM REAIS INEXISTENTE'
007220                        TO WK-MOTIVO-REJ
007230            END-READ.
007240            IF WK-MOTIVO-REJ = SPACES
007250                EVALUATE TRUE
007260                    WHEN CONTA-ENCERRADA
007270                        MOVE 'CONTA EM REAIS ENCERRADA'
007280                            TO WK-MOTIVO-REJ
007290                    WHEN FD-MOEDA-CLIENTES NOT = 'BRL'
007300                        MOVE 'CONTA EM REAIS NAO E BRL'
007310                            TO WK-MOTIVO-REJ
007320                    WHEN OTHER
007330                        CONTINUE
007340                END-EVALUATE
007350            END-IF.
007360            IF WK-MOTIVO-REJ = SPACES
007370                MOVE FD-CHAVE-ME-NOV TO FD-CHAVE-CLIENTES
007380                READ ARQ-CLIENTES
007390                    INVALID KEY
007400                        MOVE 'CONTA EM MOEDA INEXISTENTE'
007410                            TO WK-MOTIVO-REJ
007420                END-READ
007430            END-IF.
007440            IF WK-MOTIVO-REJ = SPACES
007450                EVALUATE TRUE
007460                    WHEN CONTA-ENCERRADA
007470                        MOVE 'CONTA EM MOEDA ENCERRADA'
007480                            TO WK-MOTIVO-REJ
007490                    WHEN FD-MOEDA-CLIENTES NOT = FD-MOEDA-NOV
007500                        MOVE 'CONTA EM MOEDA DIFERENTE'
007510                            TO WK-MOTIVO-REJ
007520                    WHEN OTHER
007530                        CONTINUE
007540                END-EVALUATE
007550            END-IF.
007560            IF WK-MOTIVO-REJ = SPACES
007570                MOVE SPACES TO WK-CPF-BRL
007580                MOVE FD-CHAVE-BRL-NOV TO FD-CHAVE-CLIDADOS
007590                READ ARQ-CLIDADOS
007600                    INVALID KEY
007610                        CONTINUE
007620                    NOT INVALID KEY
007630                        MOVE FD-CPFCNPJ-CLIDADOS TO WK-CPF-BRL
007640                END-READ
007650                MOVE FD-CHAVE-ME-NOV TO FD-CHAVE-CLIDADOS
007660                READ ARQ-CLIDADOS
007670                    INVALID KEY
007680                        MOVE SPACES TO FD-CPFCNPJ-CLIDADOS
007690                END-READ
007700                IF WK-CPF-BRL = SPACES
007710                   OR FD-CPFCNPJ-CLIDADOS NOT = WK-CPF-BRL
007720                    MOVE 'CONTAS DE TITULARES DIFERENTES'
007730                        TO WK-MOTIVO-REJ
007740                END-IF
007750            END-IF.
007760       *      SPREAD A FAVOR DO BANCO: NA COMPRA PELO CLIENTE A
007770       *      TAXA ACORDADA FICA ACIMA DA REFERENCIA, NA VENDA
007780       *      PELO CLIENTE FICA ABAIXO
007790        205-MONTAR-CONTCAMB.
007800            MOVE FD-NUMERO-NOV     TO FD-NUMERO-CTC.
007810            MOVE FD-CHAVE-BRL-NOV  TO FD-CHAVE-BRL-CTC.
007820            MOVE FD-CHAVE-ME-NOV   TO FD-CHAVE-ME-CTC.
007830            MOVE FD-DIRECAO-NOV    TO FD-DIRECAO-CTC.
007840            MOVE FD-MOEDA-NOV      TO FD-MOEDA-CTC.
007850            MOVE FD-VALOR-ME-NOV   TO FD-VALOR-ME-CTC.
007860            MOVE WK-VALOR-BRL      TO FD-VALOR-BRL-CTC.
007870            MOVE FD-TAXA-NOV       TO FD-TAXA-ACORD-CTC.
007880            MOVE TAXA-MOEDA(WK-IDX-MOEDA) TO FD-TAXA-REF-CTC.
007890            IF CTC-CLIENTE-COMPRA
007900                COMPUTE FD-SPREAD-TAXA-CTC =
007910                    FD-TAXA-ACORD-CTC - FD-TAXA-REF-CTC
007920            ELSE
007930                COMPUTE FD-SPREAD-TAXA-CTC =
007940                    FD-TAXA-REF-CTC - FD-TAXA-ACORD-CTC
007950            END-IF.
007960            COMPUTE FD-SPREAD-VALOR-CTC ROUNDED =
007970                FD-SPREAD-TAXA-CTC * FD-VALOR-ME-CTC.
007980            MOVE WK-DATA-REF       TO FD-DATA-CONTRATO-CTC.
007990            MOVE FD-DATA-LIQ-NOV   TO FD-DATA-LIQ-CTC.
008000            MOVE ZEROS             TO FD-DATA-LIQUIDADO-CTC.
008010            MOVE FD-FINALIDADE-NOV TO FD-FINALIDADE-CTC.
008020            MOVE 'A'               TO FD-SITUACAO-CTC.
008030       ***********************************************
008040       *      LIQUIDACAO DOS CONTRATOS VENCIDOS E POSICAO DOS
008050       *      QUE CONTINUAM EM ABERTO
008060        251-VARRER-CONTCAMB.
008070            MOVE 'LIQUIDACOES DO DIA E SPREAD POR CONTRATO'
008080                TO WK-TITULO-SECAO.
008090            WRITE REG-RELCAMB FROM WK-LINHA-TITULO AFTER 2 LINES.
008100            PERFORM 283-CONFERIR-RELCAMB.
008110            WRITE REG-RELCAMB FROM WK-CABEC-SPREAD.
008120            PERFORM 283-CONFERIR-RELCAMB.
008130            CLOSE ARQ-CONTCAMB.
008140            PERFORM 120-PREPARAR-CONTCAMB.
008150            PERFORM 302-LER-CONTCAMB.
008160            PERFORM 252-TRATAR-CONTRATO
008170                UNTIL WK-FS-CONTCAMB = '10'.
008180        252-TRATAR-CONTRATO.
008190            IF CTC-EM-ABERTO
008200               AND FD-DATA-LIQ-CTC NOT GREATER WK-DATA-REF
008210                PERFORM 253-LIQUIDAR-CONTRATO
008220            END-IF.
008230            IF CTC-EM-ABERTO
008240                PERFORM 260-ACUMULAR-POSICAO
008250            END-IF.
008260            PERFORM 302-LER-CONTCAMB.
008270       *      C = O CLIENTE ENTREGA REAIS E RECEBE A MOEDA;
008280       *      V = ENTREGA A MOEDA E RECEBE REAIS
008290        253-LIQUIDAR-CONTRATO.
008300            IF CTC-CLIENTE-COMPRA
008310                MOVE FD-CHAVE-BRL-CTC TO WK-CHAVE-DEB
008320                MOVE FD-VALOR-BRL-CTC TO WK-VALOR-DEB
008330                MOVE FD-CHAVE-ME-CTC  TO WK-CHAVE-CRED
008340                MOVE FD-VALOR-ME-CTC  TO WK-VALOR-CRED
008350            ELSE
008360                MOVE FD-CHAVE-ME-CTC  TO WK-CHAVE-DEB
008370                MOVE FD-VALOR-ME-CTC  TO WK-VALOR-DEB
008380                MOVE FD-CHAVE-BRL-CTC TO WK-CHAVE-CRED
008390                MOVE FD-VALOR-BRL-CTC TO WK-VALOR-CRED
008400            END-IF.
008410            MOVE SPACES TO WK-MOTIVO-REJ.
008420            MOVE WK-CHAVE-CRED TO FD-CHAVE-CLIENTES.
008430            READ ARQ-CLIENTES
008440                INVALID KEY
008450                    MOVE 'CONTA A CREDITAR INEXISTENTE'
008460                        TO WK-MOTIVO-REJ
008470            END-READ.
008480            IF WK-MOTIVO-REJ = SPACES
008490                IF CONTA-ENCERRADA
008500                    MOVE 'CONTA A CREDITAR ENCERRADA'
008510                        TO WK-MOTIVO-REJ
008520                ELSE
008530                    MOVE FD-DIGITO-CLIENTES TO WK-DIGITO-CRED
008540                    MOVE FD-MOEDA-CLIENTES  TO WK-MOEDA-CRED
008550                END-IF
008560            END-IF.
008570            IF WK-MOTIVO-REJ = SPACES
008580                PERFORM 254-CONFERIR-DEBITO
008590            END-IF.
008600            IF WK-MOTIVO-REJ = SPACES
008610                PERFORM 255-LANCAR-LIQUIDACAO
008620            ELSE
008630                ADD 1 TO WK-QTD-PENDENTES
008640                DISPLAY 'CONTRATO ' FD-NUMERO-CTC
008650                        ' NAO LIQUIDADO: ' WK-MOTIVO-REJ
008660                MOVE FD-NUMERO-CTC   TO WK-NUMERO-REL
008670                MOVE FD-DIRECAO-CTC  TO WK-DIRECAO-REL
008680                MOVE FD-MOEDA-CTC    TO WK-MOEDA-REL
008690                MOVE FD-VALOR-ME-CTC TO WK-VALOR-ME-REL
008700                MOVE FD-TAXA-ACORD-CTC TO WK-TAXA-REL
008710                MOVE FD-TAXA-REF-CTC TO WK-TAXA-REF-REL
008720                MOVE FD-DATA-LIQ-CTC TO WK-DATA-LIQ-REL
008730                MOVE FD-FINALIDADE-CTC TO WK-FINAL-REL
008740                MOVE WK-MOTIVO-REJ   TO WK-OCORR-REL
008750                WRITE REG-RELCAMB FROM WK-LINHA-CONTRATO
008760                PERFORM 283-CONFERIR-RELCAMB
008770            END-IF.
008780        254-CONFERIR-DEBITO.
008790            MOVE WK-CHAVE-DEB TO FD-CHAVE-CLIENTES.
008800            READ ARQ-CLIENTES
008810                INVALID KEY
008820                    MOVE 'CONTA A DEBITAR INEXISTENTE'
008830                        TO WK-MOTIVO-REJ
008840            END-READ.
008850            IF WK-MOTIVO-REJ = SPACES
008860                EVALUATE TRUE
008870                    WHEN CONTA-ENCERRADA
008880                        MOVE 'CONTA A DEBITAR ENCERRADA'
008890                            TO WK-MOTIVO-REJ
008900                    WHEN CONTA-BLOQUEADA
008910                        MOVE 'CONTA BLOQUEADA PARA DEBITOS'
008920                            TO WK-MOTIVO-REJ
008930                    WHEN OTHER
008940                        MOVE FD-DIGITO-CLIENTES TO WK-DIGITO-DEB
008950                        MOVE FD-MOEDA-CLIENTES  TO WK-MOEDA-DEB
008960                        MOVE FD-CHAVE-CLIENTES
008970                            TO WK-CHAVE-BLOQ-BUSCA
008980                        PERFORM 118-INCLUIR-CONTA-TAB
008990                        COMPUTE WK-DISPONIVEL-DEBITO =
009000                            FD-SALDO-CLIENTES + FD-LIMITE-CLIENTES
009010                            - WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
009020                            - WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
009030                            - WK-BLOQ-VALOR-CAMB(WK-IDX-BLOQ-ACH)
009040                        IF WK-VALOR-DEB > WK-DISPONIVEL-DEBITO
009050                            MOVE 'SALDO INSUFICIENTE PARA CAMBIO'
009060                                TO WK-MOTIVO-REJ
009070                        END-IF
009080                END-EVALUATE
009090            END-IF.
009100       *      AS DUAS PERNAS SAEM NO LOTE COM A OUTRA CONTA DO
009110       *      CONTRATO COMO CONTRAPARTIDA
009120        255-LANCAR-LIQUIDACAO.
009130            ADD WK-VALOR-DEB
009140                TO WK-BLOQ-VALOR-CAMB(WK-IDX-BLOQ-ACH).
009150            ADD 1 TO WK-DOC-SEQ.
009160            MOVE 'D'            TO FD-TIPO-REG-LANCAMCM.
009170            MOVE WK-CHAVE-DEB   TO FD-CHAVE-LANCAMCM.
009180            MOVE WK-DIGITO-DEB  TO FD-DIGITO-LANCAMCM.
009190            MOVE WK-DOC-SEQ     TO FD-DOC-LANCAMCM.
009200            MOVE 'D'            TO FD-TIPO-LANCAMCM.
009210            MOVE WK-VALOR-DEB   TO FD-VALOR-LANCAMCM.
009220            MOVE WK-MOEDA-DEB   TO FD-MOEDA-LANCAMCM.
009230            MOVE WK-DATA-REF    TO FD-DATA-LANCAMCM.
009240            MOVE WK-CHAVE-CRED  TO FD-CONTRA-LANCAMCM.
009250            MOVE WK-HORA-SIST   TO FD-HORA-LANCAMCM.
009260            MOVE WK-DOC-SEQ     TO FD-SEQ-LANCAMCM.
009270            ADD 1 TO WK-QTD-LOTE.
009280            ADD WK-VALOR-DEB TO WK-TOT-LOTE.
009290            PERFORM 281-GRAVAR-LANCAMCM.
009300            ADD 1 TO WK-DOC-SEQ.
009310            MOVE 'D'            TO FD-TIPO-REG-LANCAMCM.
009320            MOVE WK-CHAVE-CRED  TO FD-CHAVE-LANCAMCM.
009330            MOVE WK-DIGITO-CRED TO FD-DIGITO-LANCAMCM.
009340            MOVE WK-DOC-SEQ     TO FD-DOC-LANCAMCM.
009350            MOVE 'C'            TO FD-TIPO-LANCAMCM.
009360            MOVE WK-VALOR-CRED  TO FD-VALOR-LANCAMCM.
009370            MOVE WK-MOEDA-CRED  TO FD-MOEDA-LANCAMCM.
009380            MOVE WK-DATA-REF    TO FD-DATA-LANCAMCM.
009390            MOVE WK-CHAVE-DEB   TO FD-CONTRA-LANCAMCM.
009400            MOVE WK-HORA-SIST   TO FD-HORA-LANCAMCM.
009410            MOVE WK-DOC-SEQ     TO FD-SEQ-LANCAMCM.
009420            ADD 1 TO WK-QTD-LOTE.
009430            ADD WK-VALOR-CRED TO WK-TOT-LOTE.
009440            PERFORM 281-GRAVAR-LANCAMCM.
009450            MOVE 'L'         TO FD-SITUACAO-CTC.
009460            MOVE WK-DATA-REF TO FD-DATA-LIQUIDADO-CTC.
009470            REWRITE REG-CONTCAMB
009480                INVALID KEY
009490                    DISPLAY 'ERRO NO REWRITE DO CONTCAMB, CHAVE '
009500                            FD-NUMERO-CTC
009510                    MOVE 12 TO RETURN-CODE
009520                    STOP RUN
009530            END-REWRITE.
009540            ADD 1 TO WK-QTD-LIQUIDADOS.
009550            ADD FD-SPREAD-VALOR-CTC TO WK-TOT-SPREAD.
009560            MOVE FD-NUMERO-CTC       TO WK-NUMERO-SPR.
009570            MOVE FD-DIRECAO-CTC      TO WK-DIRECAO-SPR.
009580            MOVE FD-MOEDA-CTC        TO WK-MOEDA-SPR.
009590            MOVE FD-VALOR-ME-CTC     TO WK-VALOR-ME-SPR.
009600            MOVE FD-VALOR-BRL-CTC    TO WK-VALOR-BRL-SPR.
009610            MOVE FD-SPREAD-TAXA-CTC  TO WK-SPREAD-TX-SPR.
009620            MOVE FD-SPREAD-VALOR-CTC TO WK-SPREAD-VL-SPR.
009630            MOVE WK-CHAVE-DEB        TO WK-CHAVE-DEB-SPR.
009640            MOVE WK-CHAVE-CRED       TO WK-CHAVE-CRED-SPR.
009650            WRITE REG-RELCAMB FROM WK-LINHA-SPREAD.
009660            PERFORM 283-CONFERIR-RELCAMB.
009670        260-ACUMULAR-POSICAO.
009680            MOVE FD-MOEDA-CTC TO WK-MOEDA-ME.
009690            PERFORM 203-PROCURAR-MOEDA
009700                VARYING WK-IDX-MOEDA FROM 2 BY 1
009710                UNTIL WK-IDX-MOEDA > 3
009720                   OR MOEDA-COD(WK-IDX-MOEDA) = WK-MOEDA-ME.
009730            IF WK-IDX-MOEDA NOT > 3
009740                ADD 1 TO WK-POS-QTD(WK-IDX-MOEDA)
009750                IF CTC-CLIENTE-VENDE
009760                    ADD FD-VALOR-ME-CTC
009770                        TO WK-POS-COMPRADO(WK-IDX-MOEDA)
009780                ELSE
009790                    ADD FD-VALOR-ME-CTC
009800                        TO WK-POS-VENDIDO(WK-IDX-MOEDA)
009810                END-IF
009820            END-IF.
009830        270-RELATAR-NOVO.
009840            MOVE FD-NUMERO-NOV     TO WK-NUMERO-REL.
009850            MOVE FD-DIRECAO-NOV    TO WK-DIRECAO-REL.
009860            MOVE FD-MOEDA-NOV      TO WK-MOEDA-REL.
009870            MOVE ZEROS             TO WK-VALOR-ME-REL.
009880            MOVE ZEROS             TO WK-TAXA-REL.
009890            MOVE ZEROS             TO WK-TAXA-REF-REL.
009900            IF FD-VALOR-ME-NOV NUMERIC
009910                MOVE FD-VALOR-ME-NOV TO WK-VALOR-ME-REL
009920            END-IF.
009930            IF FD-TAXA-NOV NUMERIC
009940                MOVE FD-TAXA-NOV   TO WK-TAXA-REL
009950            END-IF.
009960            IF WK-MOTIVO-REJ = SPACES
009970                MOVE TAXA-MOEDA(WK-IDX-MOEDA) TO WK-TAXA-REF-REL
009980            END-IF.
009990            MOVE FD-DATA-LIQ-NOV   TO WK-DATA-LIQ-REL.
010000            MOVE FD-FINALIDADE-NOV TO WK-FINAL-REL.
010010            WRITE REG-RELCAMB FROM WK-LINHA-CONTRATO.
010020            PERFORM 283-CONFERIR-RELCAMB.
010030        271-RELATAR-POSICAO.
010040            COMPUTE WK-POS-LIQUIDO(WK-IDX-MOEDA) =
010050                WK-POS-COMPRADO(WK-IDX-MOEDA)
010060                - WK-POS-VENDIDO(WK-IDX-MOEDA).
010070            MOVE MOEDA-COD(WK-IDX-MOEDA)       TO WK-MOEDA-POS.
010080            MOVE WK-POS-QTD(WK-IDX-MOEDA)      TO WK-QTD-POS.
010090            MOVE WK-POS-COMPRADO(WK-IDX-MOEDA) TO WK-COMPRADO-POS.
010100            MOVE WK-POS-VENDIDO(WK-IDX-MOEDA)  TO WK-VENDIDO-POS.
010110            MOVE WK-POS-LIQUIDO(WK-IDX-MOEDA)  TO WK-LIQUIDO-POS.
010120            WRITE REG-RELCAMB FROM WK-LINHA-POSICAO.
010130            PERFORM 283-CONFERIR-RELCAMB.
010140       ***********************************************
010150        280-GRAVACOES SECTION.
010160        281-GRAVAR-LANCAMCM.
010161            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMCM.
010170            WRITE REG-LANCAMCM.
010180            IF WK-FS-LANCAMCM NOT = '00'
010190                DISPLAY 'ERRO ' WK-FS-LANCAMCM
010200                        ' NO COMANDO WRITE LANCAMCM'
010210                MOVE 12 TO RETURN-CODE
010220                STOP RUN
010230            END-IF.
010240        283-CONFERIR-RELCAMB.
010250            IF WK-FS-RELCAMB NOT = '00'
010260                DISPLAY 'ERRO ' WK-FS-RELCAMB
010270                        ' NO COMANDO WRITE RELCAMB'
010280                MOVE 12 TO RETURN-CODE
010290                STOP RUN
010300            END-IF.
010310       ***********************************************
010320        300-LEITURAS SECTION.
010330        301-LER-NOVCAMB.
010340            READ ARQ-NOVCAMB.
010350            EVALUATE WK-FS-NOVCAMB
010360                WHEN '00'
010370                    CONTINUE
010380                WHEN '10'
010390                    CONTINUE
010400                WHEN OTHER
010410                    DISPLAY 'ERRO ' WK-FS-NOVCAMB
010420                            ' NO COMANDO READ NOVCAMB'
010430                    MOVE 12 TO RETURN-CODE
010440                    STOP RUN
010450            END-EVALUATE.
010460        302-LER-CONTCAMB.
010470            READ ARQ-CONTCAMB NEXT.
010480            EVALUATE WK-FS-CONTCAMB
010490                WHEN '00'
010500                    CONTINUE
010510                WHEN '10'
010520                    CONTINUE
010530                WHEN OTHER
010540                    DISPLAY 'ERRO ' WK-FS-CONTCAMB
010550                            ' NO COMANDO READ CONTCAMB'
010560                    MOVE 12 TO RETURN-CODE
010570                    STOP RUN
010580            END-EVALUATE.
010590       ***********************************************
010600        195-GRAVAR-JRNL-INICIO.
010610            MOVE 'I' TO JRL-TIPO.
010620            MOVE ZEROS TO JRL-QTD-LIDOS.
010630            MOVE ZEROS TO JRL-QTD-GRAVADOS.
010640            MOVE ZEROS TO JRL-QTD-REJEITADOS.
010650            MOVE ZEROS TO JRL-RETORNO.
010651            MOVE 'EAD95917' TO LK-PROGRAMA-COM.
010652            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
010653            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010660            PERFORM 194-GRAVAR-RUNJRNL.
010670        196-GRAVAR-JRNL-FIM.
010680            MOVE 'F' TO JRL-TIPO.
010690            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
010700            MOVE WK-QTD-LOTE TO JRL-QTD-GRAVADOS.
010710            MOVE WK-QTD-REJEITADOS TO JRL-QTD-REJEITADOS.
010720            MOVE RETURN-CODE TO JRL-RETORNO.
010721            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010730            PERFORM 194-GRAVAR-RUNJRNL.
010740        194-GRAVAR-RUNJRNL.
010750            OPEN EXTEND ARQ-RUNJRNL.
010760            IF WK-FS-RUNJRNL = '35'
010770                OPEN OUTPUT ARQ-RUNJRNL
010780            END-IF.
010790            IF WK-FS-RUNJRNL NOT = '00'
010800                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010810                        ' NO COMANDO OPEN RUNJRNL'
010820                MOVE 12 TO RETURN-CODE
010830                STOP RUN
010840            END-IF.
010850            MOVE 'EAD95917' TO JRL-PROGRAMA.
010860            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
010870            ACCEPT JRL-HORA FROM TIME.
010880            WRITE REG-RUNJRNL.
010890            IF WK-FS-RUNJRNL NOT = '00'
010900                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010910                        ' NO COMANDO WRITE RUNJRNL'
010920                MOVE 12 TO RETURN-CODE
010930                STOP RUN
010940            END-IF.
010950            CLOSE ARQ-RUNJRNL.
010960       ***********************************************
010970        900-FINALIZAR SECTION.
010980        901-FINALIZAR.
010990            MOVE 'T' TO FD-TIPO-REG-LANCAMCM.
011000            MOVE SPACES TO FD-DETALHE-LANCAMCM.
011010            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMCM.
011020            MOVE WK-QTD-LOTE TO FD-QTDE-CTRL-LANCAMCM.
011030            MOVE WK-TOT-LOTE TO FD-VALOR-CTRL-LANCAMCM.
011040            MOVE 1 TO FD-INST-CTRL-LANCAMCM.
011050            PERFORM 281-GRAVAR-LANCAMCM.
011060            MOVE 'POSICAO EM ABERTO POR MOEDA' TO WK-TITULO-SECAO.
011070            WRITE REG-RELCAMB FROM WK-LINHA-TITULO AFTER 2 LINES.
011080            PERFORM 283-CONFERIR-RELCAMB.
011090            WRITE REG-RELCAMB FROM WK-CABEC-POSICAO.
011100            PERFORM 283-CONFERIR-RELCAMB.
011110            PERFORM 271-RELATAR-POSICAO
011120                VARYING WK-IDX-MOEDA FROM 2 BY 1
011130                UNTIL WK-IDX-MOEDA > 3.
011140            IF (WK-QTD-REJEITADOS > ZEROS
011150               OR WK-QTD-PENDENTES > ZEROS)
011160               AND RETURN-CODE < 4
011170                MOVE 4 TO RETURN-CODE
011180            END-IF.
011190            MOVE 'CONTRATOS RECEBIDOS        : ' TO WK-TITULO-TOT.
011200            MOVE WK-QTD-LIDOS TO WK-VALOR-TOT.
011210            WRITE REG-RELCAMB FROM WK-LINHA-TOTAL AFTER 2 LINES.
011220            MOVE 'CONTRATOS REGISTRADOS      : ' TO WK-TITULO-TOT.
011230            MOVE WK-QTD-ACEITOS TO WK-VALOR-TOT.
011240            WRITE REG-RELCAMB FROM WK-LINHA-TOTAL.
011250            MOVE 'CONTRATOS REJEITADOS       : ' TO WK-TITULO-TOT.
011260            MOVE WK-QTD-REJEITADOS TO WK-VALOR-TOT.
011270            WRITE REG-RELCAMB FROM WK-LINHA-TOTAL.
011280            MOVE 'CONTRATOS LIQUIDADOS       : ' TO WK-TITULO-TOT.
011290            MOVE WK-QTD-LIQUIDADOS TO WK-VALOR-TOT.
011300            WRITE REG-RELCAMB FROM WK-LINHA-TOTAL.
011310            MOVE 'LIQUIDACOES ADIADAS        : ' TO WK-TITULO-TOT.
011320            MOVE WK-QTD-PENDENTES TO WK-VALOR-TOT.
011330            WRITE REG-RELCAMB FROM WK-LINHA-TOTAL.
011340            MOVE 'SPREAD DAS LIQUIDACOES (R$): ' TO WK-TITULO-VAL.
011350            MOVE WK-TOT-SPREAD TO WK-VALOR-VAL.
011360            WRITE REG-RELCAMB FROM WK-LINHA-VALOR.
011370            PERFORM 283-CONFERIR-RELCAMB.
011380            DISPLAY 'CONTRATOS REGISTRADOS : ' WK-QTD-ACEITOS.
011390            DISPLAY 'CONTRATOS REJEITADOS  : ' WK-QTD-REJEITADOS.
011400            DISPLAY 'CONTRATOS LIQUIDADOS  : ' WK-QTD-LIQUIDADOS.
011410            DISPLAY 'LIQUIDACOES ADIADAS   : ' WK-QTD-PENDENTES.
011420            CLOSE ARQ-NOVCAMB.
011430            CLOSE ARQ-CONTCAMB.
011440            CLOSE ARQ-CLIENTES.
011450            CLOSE ARQ-CLIDADOS.
011460            CLOSE ARQ-LANCAMCM.
011470            CLOSE ARQ-RELCAMB.
