000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95909.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   DOCUMENTO MENSAL DE INFORMACOES DE CREDITO   *
000170       *   (SCR) PARA O BANCO CENTRAL                   *
000180       *                                                *
000190       *   JUNTA POR CPF/CNPJ DO TITULAR (CLIDADOS) AS  *
000200       *   OPERACOES DO CLIENTE, EM BRL PELO CAMBIO:    *
000210       *   EMPR = SALDO DEVEDOR DO EMPRESTIMO (EMPREST) *
000220       *   CHEQ = LIMITE UTILIZADO (SALDO NEGATIVO)     *
000230       *   LIMI = LIMITE NAO UTILIZADO DA CONTA         *
000240       *   CADA OPERACAO LEVA O NIVEL DE RISCO E OS     *
000250       *   DIAS DE ATRASO APURADOS PELO EAD95902 NO     *
000260       *   PDDREG, O VALOR VENCIDO E O A VENCER NAS     *
000270       *   FAIXAS DE 30, 90, 180, 360 E ACIMA DE 360    *
000280       *   DIAS (30/360, COMO NO EAD95875)              *
000290       *                                                *
000300       *   SCRDOC: HEADER 1, CLIENTE 2, OPERACAO 3 E    *
000310       *   TRAILER 9 COM OS TOTAIS DE CONTROLE          *
000320       *   ANTES DO ENVIO O TOTAL DE EMPR E DE CHEQ E   *
000330       *   CONFERIDO COM O SALDO DAS CONTAS RAZAO DO    *
000340       *   PLANOCTA (MOEDA 'SCR', TIPOS E E L) NO       *
000350       *   GLSALDO; SO SE CONFERIR O ARQUIVO E          *
000360       *   REGISTRADO NO XMITREG (EAD95862)             *
000370       *                                                *
000380       *   SYSIN: DATA-BASE (AAAAMMDD, BRANCO = HOJE)   *
000390       *   RC 4 = OPERACAO SEM CADASTRO OU SEM NIVEL    *
000400       *   RC 12 = DIVERGENCIA COM A CONTABILIDADE      *
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
000510            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000520                FILE STATUS IS WK-FS-EMPREST.
000530            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000540                ORGANIZATION IS INDEXED
000550                ACCESS MODE IS SEQUENTIAL
000560                RECORD KEY IS FD-CHAVE-CLIENTES
000570                FILE STATUS IS WK-FS-CLIENTES.
000580            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000590                ORGANIZATION IS INDEXED
000600                ACCESS MODE IS DYNAMIC
000610                RECORD KEY IS FD-CHAVE-CLIDADOS
000620                FILE STATUS IS WK-FS-CLIDADOS.
000630            SELECT ARQ-PDDREG   ASSIGN TO PDDREG
000640                ORGANIZATION IS INDEXED
000650                ACCESS MODE IS DYNAMIC
000660                RECORD KEY IS FD-CHAVE-REG-PDD
000670                FILE STATUS IS WK-FS-PDDREG.
000680            SELECT ARQ-PLANOCTA ASSIGN TO PLANOCTA
000690                FILE STATUS IS WK-FS-PLANOCTA.
000700            SELECT ARQ-GLSALDO  ASSIGN TO GLSALDO
000710                FILE STATUS IS WK-FS-GLSALDO.
000720            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000730                FILE STATUS IS WK-FS-CAMBIO.
000740            SELECT ARQ-SCRDOC   ASSIGN TO SCRDOC
000750                FILE STATUS IS WK-FS-SCRDOC.
000760            SELECT ARQ-XMITREG  ASSIGN TO XMITREG
000770                FILE STATUS IS WK-FS-XMITREG.
000780            SELECT ARQ-RELSCR   ASSIGN TO RELSCR
000790                FILE STATUS IS WK-FS-RELSCR.
000800       *
000810        DATA DIVISION.
000820        FILE SECTION.
000830        FD   ARQ-EMPREST
000840             RECORDING MODE IS F.
000850        01  REG-EMPREST.
000860            05 FD-CONTRATO-EMP     PIC 9(4).
000870            05 FD-CHAVE-EMP        PIC X(9).
000880            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
000890            05 FD-TAXA-EMP         PIC 9V99.
000900            05 FD-SISTEMA-EMP      PIC X.
000910                88 EMP-PRICE           VALUE 'P'.
000920                88 EMP-SAC             VALUE 'S'.
000930            05 FD-PRAZO-EMP        PIC 9(3).
000940            05 FD-PAGAS-EMP        PIC 9(3).
000950            05 FD-VENCIMENTO-EMP   PIC 9(8).
000960            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
000970            05 FD-PARCELA-EMP      PIC 9(8)V99.
000980            05 FD-SITUACAO-EMP     PIC X.
000990                88 EMP-ATIVO            VALUE 'A'.
001000                88 EMP-QUITADO          VALUE 'Q'.
001010                88 EMP-EM-ATRASO        VALUE 'R'.
001020                88 EMP-BAIXADO          VALUE 'B'.
001030            05 FD-ATRASOS-EMP      PIC 99.
001040            05 FD-EMPREGADOR-EMP   PIC X(9).
001050        FD   ARQ-CLIENTES
001060             RECORDING MODE IS F.
001070        01  REG-CLIENTES.
001080            05 FD-CHAVE-CLIENTES.
001090                10 FD-AGENCIA-CLIENTES     PIC X(4).
001100                10 FD-CONTA-CLIENTES       PIC 9(5).
001110            05 FD-DIGITO-CLIENTES      PIC X.
001120            05 FD-NOME-CLIENTES        PIC A(20).
001130            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001140            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001150            05 FD-MOEDA-CLIENTES       PIC X(3).
001160            05 FD-SITUACAO-CLIENTES    PIC X.
001170                88 CONTA-ATIVA            VALUE 'A' ' '.
001180                88 CONTA-BLOQUEADA        VALUE 'B'.
001190                88 CONTA-ENCERRADA        VALUE 'E'.
001200        FD   ARQ-CLIDADOS
001210             RECORDING MODE IS F.
001220        01  REG-CLIDADOS.
001230            05 FD-CHAVE-CLIDADOS.
001240                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001250                10 FD-CONTA-CLIDADOS       PIC 9(5).
001260            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001270            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001280            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001290            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001300            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001310       *      MESMO LEIAUTE DO PDDREG DO EAD95902
001320        FD   ARQ-PDDREG
001330             RECORDING MODE IS F.
001340        01  REG-PDDREG.
001350            05 FD-CHAVE-REG-PDD.
001360                10 FD-ORIGEM-PDD       PIC X.
001370                10 FD-CHAVE-PDD.
001380                    15 FD-AGENCIA-PDD      PIC X(4).
001390                    15 FD-CONTA-PDD        PIC 9(5).
001400                10 FD-CONTRATO-PDD     PIC 9(4).
001410            05 FD-DATA-REF-PDD     PIC 9(8).
001420            05 FD-NIVEL-PDD        PIC XX.
001430            05 FD-DIAS-ATRASO-PDD  PIC 9(5).
001440            05 FD-SALDO-PDD        PIC 9(9)V99.
001450            05 FD-PROVISAO-PDD     PIC 9(9)V99.
001460            05 FD-EXPOSTO-PDD      PIC X.
001470                88 PDD-EXPOSTO         VALUE 'S'.
001480            05 FD-NIVEL-ANT-PDD    PIC XX.
001490            05 FD-PROVISAO-ANT-PDD PIC 9(9)V99.
001500            05 FD-EXPOSTO-ANT-PDD  PIC X.
001510            05 FD-DATA-INI-ATRASO-PDD PIC 9(8).
001520        FD   ARQ-PLANOCTA
001530             RECORDING MODE IS F.
001540        01  REG-PLANOCTA.
001550            05 FD-TIPO-PLANO       PIC X.
001560            05 FD-MOEDA-PLANO      PIC X(3).
001570            05 FD-CONTA-RAZAO-PLANO PIC X(8).
001580            05 FD-NATUREZA-PLANO   PIC X.
001590                88 PLANO-DEVEDORA      VALUE 'D'.
001600                88 PLANO-CREDORA       VALUE 'C'.
001610       *      SALDOS DO RAZAO POR CONTA E MOEDA, EM BRL, NO
001620       *      LADO DA NATUREZA DA CONTA
001630        FD   ARQ-GLSALDO
001640             RECORDING MODE IS F.
001650        01  REG-GLSALDO.
001660            05 FD-CHAVE-GLS.
001670                10 FD-CONTA-RAZAO-GLS  PIC X(8).
001680                10 FD-MOEDA-GLS        PIC X(3).
001690            05 FD-NATUREZA-GLS     PIC X.
001700            05 FD-DATA-GLS         PIC 9(8).
001710            05 FD-SALDO-ANT-GLS    PIC S9(13)V99.
001720            05 FD-DEBITOS-GLS      PIC 9(13)V99.
001730            05 FD-CREDITOS-GLS     PIC 9(13)V99.
001740            05 FD-SALDO-GLS        PIC S9(13)V99.
001750        FD   ARQ-CAMBIO
001760             RECORDING MODE IS F.
001770        01  REG-CAMBIO.
001780            05 FD-MOEDA-CAMBIO     PIC X(3).
001790            05 FD-DATA-CAMBIO      PIC 9(8).
001800            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001810       *      DOCUMENTO PARA O BANCO CENTRAL: VALORES EM BRL
001820        FD   ARQ-SCRDOC
001830             RECORDING MODE IS F.
001840        01  REG-SCRDOC.
001850            05 FD-TIPO-REG-SCR     PIC X.
001860                88 SCR-HEADER           VALUE '1'.
001870                88 SCR-CLIENTE          VALUE '2'.
001880                88 SCR-OPERACAO         VALUE '3'.
001890                88 SCR-TRAILER          VALUE '9'.
001900            05 FD-DADOS-SCR        PIC X(149).
001910            05 FD-HEADER-SCR REDEFINES FD-DADOS-SCR.
001920                10 FD-DATA-BASE-SCR        PIC 9(8).
001930                10 FD-DATA-GERACAO-SCR     PIC 9(8).
001940                10 FD-REMETENTE-SCR        PIC X(10).
001950                10 FILLER                  PIC X(123).
001960            05 FD-CLIENTE-SCR REDEFINES FD-DADOS-SCR.
001970                10 FD-CPFCNPJ-CLI-SCR      PIC X(14).
001980                10 FD-TIPO-DOC-CLI-SCR     PIC X.
001990                10 FD-NOME-CLI-SCR         PIC X(20).
002000                10 FD-QTD-OPER-CLI-SCR     PIC 9(5).
002010                10 FD-TOTAL-CLI-SCR        PIC 9(13)V99.
002020                10 FILLER                  PIC X(94).
002030            05 FD-OPERACAO-SCR REDEFINES FD-DADOS-SCR.
002040                10 FD-CPFCNPJ-OPE-SCR      PIC X(14).
002050                10 FD-MODALIDADE-SCR       PIC X(4).
002060                10 FD-AGENCIA-OPE-SCR      PIC X(4).
002070                10 FD-CONTA-OPE-SCR        PIC 9(5).
002080                10 FD-CONTRATO-OPE-SCR     PIC 9(4).
002090                10 FD-NIVEL-OPE-SCR        PIC XX.
002100                10 FD-DIAS-ATRASO-SCR      PIC 9(5).
002110                10 FD-SALDO-OPE-SCR        PIC 9(11)V99.
002120                10 FD-A-VENCER-SCR         PIC 9(11)V99
002130                                            OCCURS 5 TIMES.
002140                10 FD-VENCIDO-SCR          PIC 9(11)V99.
002150                10 FILLER                  PIC X(20).
002160            05 FD-TRAILER-SCR REDEFINES FD-DADOS-SCR.
002170                10 FD-QTD-REG-SCR          PIC 9(7).
002180                10 FD-QTD-CLI-SCR          PIC 9(7).
002190                10 FD-QTD-OPE-SCR          PIC 9(7).
002200                10 FD-TOTAL-SCR            PIC 9(13)V99.
002210                10 FILLER                  PIC X(113).
002220        FD   ARQ-XMITREG
002230             RECORDING MODE IS F.
002240        01  REG-XMITREG.
002250            05 FD-PARCEIRO-XMIT    PIC X(10).
002260            05 FD-ARQUIVO-XMIT     PIC X(8).
002270            05 FD-DIRECAO-XMIT     PIC X.
002280                88 XMIT-ENTRADA        VALUE 'E'.
002290                88 XMIT-SAIDA          VALUE 'S'.
002300            05 FD-DATA-XMIT        PIC 9(8).
002310            05 FD-QTDE-XMIT        PIC 9(7).
002320            05 FD-HASH-XMIT        PIC 9(13)V99.
002330            05 FD-SITUACAO-XMIT    PIC X.
002340                88 XMIT-PENDENTE       VALUE 'P'.
002350                88 XMIT-RECEBIDO       VALUE 'R'.
002360                88 XMIT-DIVERGENTE     VALUE 'D'.
002370        FD   ARQ-RELSCR
002380             RECORDING MODE IS F.
002390        01  REG-RELSCR                 PIC X(100).
002400        FD   ARQ-RUNJRNL
002410             RECORDING MODE IS F.
002420        01  REG-RUNJRNL.
002430            05 JRL-PROGRAMA        PIC X(8).
002440            05 JRL-TIPO            PIC X.
002450            05 JRL-DATA            PIC 9(8).
002460            05 JRL-HORA            PIC 9(6).
002470            05 JRL-QTD-LIDOS       PIC 9(7).
002480            05 JRL-QTD-GRAVADOS    PIC 9(7).
002490            05 JRL-QTD-REJEITADOS  PIC 9(7).
002500            05 JRL-RETORNO         PIC 9(4).
002501            05 JRL-ID-EXEC         PIC 9(10).
002510        WORKING-STORAGE SECTION.
002520        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002521        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002522        01  LK-AREA-ID-EXEC.
002523            05 LK-PROGRAMA-COM     PIC X(8).
002524            05 LK-ID-EXEC-COM      PIC 9(10).
002530        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
002540        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002550        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002560        77  WK-FS-PDDREG   PIC XX           VALUE SPACES.
002570        77  WK-FS-PLANOCTA PIC XX           VALUE SPACES.
002580        77  WK-FS-GLSALDO  PIC XX           VALUE SPACES.
002590        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002600        77  WK-FS-SCRDOC   PIC XX           VALUE SPACES.
002610        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
002620        77  WK-FS-RELSCR   PIC XX           VALUE SPACES.
002630        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002640        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
002650        77  WK-QTD-OCORR   PIC 9(6)         VALUE ZEROS.
002660        77  WK-QTD-SEM-CADASTRO PIC 9(6)    VALUE ZEROS.
002670        77  WK-QTD-SEM-NIVEL PIC 9(6)       VALUE ZEROS.
002680        77  WK-QTD-REG-SCR PIC 9(7)         VALUE ZEROS.
002690        77  WK-TOT-ENVIADO PIC 9(13)V99     VALUE ZEROS.
002700        77  WK-MOTIVO-OCORR PIC X(30)       VALUE SPACES.
002710       *      CONTAS RAZAO DO SCR NO PLANOCTA (MOEDA 'SCR'):
002720       *      TIPO 'E' = EMPRESTIMOS, 'L' = LIMITE UTILIZADO
002730        77  WK-CONTA-EMPREST PIC X(8)       VALUE SPACES.
002740        77  WK-CONTA-LIMITE PIC X(8)        VALUE SPACES.
002750        77  WK-GL-EMPREST  PIC S9(13)V99    VALUE ZEROS.
002760        77  WK-GL-LIMITE   PIC S9(13)V99    VALUE ZEROS.
002770        77  WK-DIFERENCA-GL PIC S9(13)V99   VALUE ZEROS.
002780        77  WK-TEM-GLSALDO PIC X            VALUE 'N'.
002790            88 TEM-SALDO-CONTABIL             VALUE 'S'.
002800        77  WK-CONFERENCIA PIC X            VALUE 'S'.
002810            88 CONTABIL-CONFERE               VALUE 'S'.
002820            88 CONTABIL-DIVERGE               VALUE 'N'.
002830       *      DATAS NA CONVENCAO 30/360 DO EAD95875
002840        01  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002850        01  WK-DATA-REF-R REDEFINES WK-DATA-REF.
002860            05 WK-ANO-REF      PIC 9(4).
002870            05 WK-MES-REF      PIC 99.
002880            05 WK-DIA-REF      PIC 99.
002890        01  WK-DATA-FLUXO  PIC 9(8)         VALUE ZEROS.
002900        01  WK-DATA-FLUXO-R REDEFINES WK-DATA-FLUXO.
002910            05 WK-ANO-FLUXO    PIC 9(4).
002920            05 WK-MES-FLUXO    PIC 99.
002930            05 WK-DIA-FLUXO    PIC 99.
002940        77  WK-DIAS-BASE   PIC 9(8)         VALUE ZEROS.
002950        77  WK-DIAS-FLUXO  PIC 9(8)         VALUE ZEROS.
002960        77  WK-DIAS-PRAZO  PIC S9(8)        VALUE ZEROS.
002970        77  WK-IDX-FAIXA   PIC 9            VALUE ZEROS.
002980       *      PROJECAO DAS PARCELAS DO CONTRATO
002990        01  WK-VENC-GRP        PIC 9(8)     VALUE ZEROS.
003000        01  WK-VENC-GRP-R REDEFINES WK-VENC-GRP.
003010            05 WK-ANO-VENC     PIC 9(4).
003020            05 WK-MES-VENC     PIC 99.
003030            05 WK-DIA-VENC     PIC 99.
003040        77  WK-RESTANTES   PIC 9(3)         VALUE ZEROS.
003050        77  WK-QTD-PROJ    PIC 9(3)         VALUE ZEROS.
003060        77  WK-SALDO-PROJ  PIC 9(8)V99      VALUE ZEROS.
003070        77  WK-JUROS-MES   PIC 9(8)V99      VALUE ZEROS.
003080        77  WK-AMORTIZACAO PIC S9(8)V99     VALUE ZEROS.
003090        77  WK-VALOR-VENCIDO PIC 9(11)V99   VALUE ZEROS.
003100       *      CAMBIO DA DATA-BASE PARA LEVAR A CONTA A BRL
003110        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
003120        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
003130        77  WK-IDX-MOEDA-ACH PIC 99         VALUE ZEROS.
003140        01  NOMES-MOEDA.
003150            05 FILLER              PIC X(03) VALUE 'BRL'.
003160            05 FILLER              PIC X(03) VALUE 'USD'.
003170            05 FILLER              PIC X(03) VALUE 'EUR'.
003180        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
003190            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
003200        01  TAXAS-MOEDA-LIT.
003210            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003220            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003230            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003240        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
003250            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
003260        01  WK-DATAS-CAMBIO.
003270            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
003280        77  WK-UTILIZADO   PIC 9(6)V99      VALUE ZEROS.
003290        77  WK-NAO-UTILIZADO PIC 9(6)V99    VALUE ZEROS.
003300        77  WK-VALOR-MOEDA PIC 9(6)V99      VALUE ZEROS.
003310        77  WK-VALOR-BRL   PIC 9(11)V99     VALUE ZEROS.
003320        77  WK-NIVEL-CONTA PIC XX           VALUE SPACES.
003330       *      MODALIDADES: 1 EMPR, 2 CHEQ, 3 LIMI
003340        77  WK-IDX-MOD     PIC 9            VALUE ZEROS.
003350        01  NOMES-MODALIDADE.
003360            05 FILLER              PIC X(04) VALUE 'EMPR'.
003370            05 FILLER              PIC X(20)
003380                 VALUE 'EMPRESTIMOS'.
003390            05 FILLER              PIC X(04) VALUE 'CHEQ'.
003400            05 FILLER              PIC X(20)
003410                 VALUE 'LIMITE UTILIZADO'.
003420            05 FILLER              PIC X(04) VALUE 'LIMI'.
003430            05 FILLER              PIC X(20)
003440                 VALUE 'LIMITE NAO UTILIZADO'.
003450        01  TABELA-MODALIDADES REDEFINES NOMES-MODALIDADE.
003460            05 MODALIDADE-OCC      OCCURS 3 TIMES.
003470                10 MODALIDADE-COD     PIC X(04).
003480                10 MODALIDADE-NOME    PIC X(20).
003490        01  WK-TAB-TOT-MOD.
003500            05 WK-MOD-OCC          OCCURS 3 TIMES.
003510                10 WK-MOD-QTDE        PIC 9(7).
003520                10 WK-MOD-SALDO       PIC 9(13)V99.
003530                10 WK-MOD-VENCIDO     PIC 9(13)V99.
003540       *      OPERACAO EM MONTAGEM (MESMO LEIAUTE DA TABELA)
003550        01  WK-OPE-ATUAL.
003560            05 WK-ATU-MODALIDADE   PIC X(4).
003570            05 WK-ATU-CHAVE.
003580                10 WK-ATU-AGENCIA     PIC X(4).
003590                10 WK-ATU-CONTA       PIC 9(5).
003600            05 WK-ATU-CONTRATO     PIC 9(4).
003610            05 WK-ATU-NIVEL        PIC XX.
003620            05 WK-ATU-DIAS         PIC 9(5).
003630            05 WK-ATU-SALDO        PIC 9(11)V99.
003640            05 WK-ATU-A-VENCER     PIC 9(11)V99 OCCURS 5 TIMES.
003650            05 WK-ATU-VENCIDO      PIC 9(11)V99.
003660       *      CLIENTES (CPF/CNPJ) E SUAS OPERACOES, ENCADEADAS
003670       *      PELA PRIMEIRA E PELA PROXIMA OPERACAO
003680        77  WK-QTD-CLIENTES PIC 9(5)        VALUE ZEROS.
003690        77  WK-IDX-CLI     PIC 9(5)         VALUE ZEROS.
003700        77  WK-IDX-CLI-ACH PIC 9(5)         VALUE ZEROS.
003710        01  WK-TAB-CLIENTES.
003720            05 WK-CLI-OCC         OCCURS 9999 TIMES.
003730                10 WK-CLI-CPFCNPJ    PIC X(14).
003740                10 WK-CLI-TIPO-DOC   PIC X.
003750                10 WK-CLI-NOME       PIC X(20).
003760                10 WK-CLI-QTD-OPER   PIC 9(5).
003770                10 WK-CLI-TOTAL      PIC 9(13)V99.
003780                10 WK-CLI-PRIMEIRA   PIC 9(5).
003790                10 WK-CLI-ULTIMA     PIC 9(5).
003800        77  WK-QTD-OPERACOES PIC 9(5)       VALUE ZEROS.
003810        77  WK-IDX-OPE     PIC 9(5)         VALUE ZEROS.
003820        01  WK-TAB-OPERACOES.
003830            05 WK-OPE-OCC         OCCURS 20000 TIMES.
003840                10 WK-OPE-DADOS      PIC X(115).
003850                10 WK-OPE-DADOS-R REDEFINES WK-OPE-DADOS.
003860                    15 WK-OPE-MODALIDADE  PIC X(4).
003870                    15 WK-OPE-AGENCIA     PIC X(4).
003880                    15 WK-OPE-CONTA       PIC 9(5).
003890                    15 WK-OPE-CONTRATO    PIC 9(4).
003900                    15 WK-OPE-NIVEL       PIC XX.
003910                    15 WK-OPE-DIAS        PIC 9(5).
003920                    15 WK-OPE-SALDO       PIC 9(11)V99.
003930                    15 WK-OPE-A-VENCER    PIC 9(11)V99
003940                                           OCCURS 5 TIMES.
003950                    15 WK-OPE-VENCIDO     PIC 9(11)V99.
003960                10 WK-OPE-PROXIMA    PIC 9(5).
003970        01  WK-CABEC1.
003980            05 FILLER          PIC X(40)
003990                 VALUE 'DOCUMENTO SCR - INFORMACOES DE CREDITO '.
004000            05 FILLER          PIC X(11) VALUE 'DATA-BASE '.
004010            05 WK-DATA-CABEC   PIC 9(8).
004020        01  WK-LINHA-OCORR.
004030            05 WK-MOD-OCORR    PIC X(4).
004040            05 FILLER          PIC X(01) VALUE SPACE.
004050            05 WK-AGENCIA-OCORR PIC X(4).
004060            05 FILLER          PIC X(01) VALUE '-'.
004070            05 WK-CONTA-OCORR  PIC 9(5).
004080            05 FILLER          PIC X(01) VALUE SPACE.
004090            05 WK-CONTRATO-OCORR PIC 9(4).
004100            05 FILLER          PIC X(01) VALUE SPACE.
004110            05 WK-VALOR-OCORR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
004120            05 FILLER          PIC X(01) VALUE SPACE.
004130            05 WK-MOTIVO-REL   PIC X(30).
004140        01  WK-CABEC-MOD.
004150            05 FILLER          PIC X(26) VALUE 'MODALIDADE'.
004160            05 FILLER          PIC X(08) VALUE '   QTDE'.
004170            05 FILLER          PIC X(22)
004180                VALUE '                 SALDO'.
004190            05 FILLER          PIC X(22)
004200                VALUE '               VENCIDO'.
004210        01  WK-LINHA-MOD.
004220            05 WK-COD-MOD-REL  PIC X(4).
004230            05 FILLER          PIC X(01) VALUE SPACE.
004240            05 WK-NOME-MOD-REL PIC X(21).
004250            05 WK-QTDE-MOD-REL PIC ZZZZZZ9.
004260            05 FILLER          PIC X(01) VALUE SPACE.
004270            05 WK-SALDO-MOD-REL PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
004280            05 FILLER          PIC X(01) VALUE SPACE.
004290            05 WK-VENC-MOD-REL PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
004300        01  WK-LINHA-GL.
004310            05 FILLER          PIC X(06) VALUE 'CONTA '.
004320            05 WK-CONTA-GL-REL PIC X(8).
004330            05 FILLER          PIC X(01) VALUE SPACE.
004340            05 WK-MOD-GL-REL   PIC X(4).
004350            05 FILLER          PIC X(05) VALUE ' SCR '.
004360            05 WK-SCR-GL-REL   PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
004370            05 FILLER          PIC X(07) VALUE ' RAZAO '.
004380            05 WK-RAZAO-GL-REL PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
004390            05 FILLER          PIC X(06) VALUE ' DIF. '.
004400            05 WK-DIF-GL-REL   PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
004410        01  WK-LINHA-TOTAL.
004420            05 WK-TITULO-TOT   PIC X(26).
004430            05 WK-VALOR-TOT    PIC ZZZZZZ9.
004440        01  WK-LINHA-VALOR.
004450            05 WK-TITULO-VAL   PIC X(26).
004460            05 WK-VALOR-VAL    PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
004470       *
004480        PROCEDURE DIVISION.
004490        000-PRINCIPAL SECTION.
004500        001-PRINCIPAL.
004510            PERFORM 195-GRAVAR-JRNL-INICIO.
004520            PERFORM 101-INICIAR.
004530            PERFORM 201-AVALIAR-CONTRATO
004540                UNTIL WK-FS-EMPREST = '10'.
004550            PERFORM 221-AVALIAR-CONTA
004560                UNTIL WK-FS-CLIENTES = '10'.
004570            PERFORM 901-FINALIZAR.
004580            PERFORM 196-GRAVAR-JRNL-FIM.
004590            STOP RUN.
004600       ***********************************************************
004610        100-INICIAR SECTION.
004620        101-INICIAR.
004630            ACCEPT WK-DATA-REF     FROM SYSIN.
004640            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
004650            IF WK-DATA-REF NOT NUMERIC
004660               OR WK-DATA-REF = ZEROS
004670                MOVE WK-DATA-SIST TO WK-DATA-REF
004680            END-IF.
004690            COMPUTE WK-DIAS-BASE = WK-ANO-REF * 360
004700                + WK-MES-REF * 30 + WK-DIA-REF.
004710            INITIALIZE WK-TAB-TOT-MOD.
004720            PERFORM 190-CARREGAR-CAMBIO.
004730            PERFORM 102-CARREGAR-PLANOCTA.
004740            PERFORM 105-CARREGAR-GLSALDO.
004750            PERFORM 104-ABRIR-ARQUIVOS.
004760            PERFORM 301-LER-EMPREST.
004770            PERFORM 302-LER-CLIENTES.
004780       *      AS DUAS CONTAS DO SCR SAO OBRIGATORIAS
004790        102-CARREGAR-PLANOCTA.
004800            OPEN INPUT ARQ-PLANOCTA.
004810            IF WK-FS-PLANOCTA NOT = '00'
004820                DISPLAY 'ARQUIVO PLANOCTA INDISPONIVEL, STATUS '
004830                        WK-FS-PLANOCTA
004840                MOVE 12 TO RETURN-CODE
004850                STOP RUN
004860            END-IF.
004870            PERFORM 303-LER-PLANOCTA.
004880            PERFORM 103-REGISTRAR-PLANO
004890                UNTIL WK-FS-PLANOCTA = '10'.
004900            CLOSE ARQ-PLANOCTA.
004910            IF WK-CONTA-EMPREST = SPACES
004920               OR WK-CONTA-LIMITE = SPACES
004930                DISPLAY 'CONTAS DO SCR (MOEDA SCR, TIPOS E E L) '
004940                        'AUSENTES NO PLANOCTA'
004950                MOVE 12 TO RETURN-CODE
004960                STOP RUN
004970            END-IF.
004980        103-REGISTRAR-PLANO.
004990            IF FD-MOEDA-PLANO = 'SCR'
005000                EVALUATE FD-TIPO-PLANO
005010                    WHEN 'E'
005020                        MOVE FD-CONTA-RAZAO-PLANO
005030                            TO WK-CONTA-EMPREST
005040                    WHEN 'L'
005050                        MOVE FD-CONTA-RAZAO-PLANO
005060                            TO WK-CONTA-LIMITE
005070                    WHEN OTHER
005080                        CONTINUE
005090                END-EVALUATE
005100            END-IF.
005110            PERFORM 303-LER-PLANOCTA.
005120        104-ABRIR-ARQUIVOS.
005130            OPEN INPUT ARQ-EMPREST.
005140            EVALUATE WK-FS-EMPREST
005150                WHEN '00'
005160                    CONTINUE
005170                WHEN '35'
005180                    DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
005190                    MOVE '10' TO WK-FS-EMPREST
005200                WHEN OTHER
005210                    DISPLAY 'ERRO ' WK-FS-EMPREST
005220                            ' NO COMANDO OPEN EMPREST'
005230                    MOVE 12 TO RETURN-CODE
005240                    STOP RUN
005250            END-EVALUATE.
005260            OPEN INPUT ARQ-CLIENTES.
005270            IF WK-FS-CLIENTES NOT = '00'
005280                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
005290                        'STATUS ' WK-FS-CLIENTES
005300                MOVE 12 TO RETURN-CODE
005310                STOP RUN
005320            END-IF.
005330            OPEN INPUT ARQ-CLIDADOS.
005340            IF WK-FS-CLIDADOS NOT = '00'
005350                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
005360                        'STATUS ' WK-FS-CLIDADOS
005370                MOVE 12 TO RETURN-CODE
005380                STOP RUN
005390            END-IF.
005400            OPEN INPUT ARQ-PDDREG.
005410            IF WK-FS-PDDREG NOT = '00'
005420                DISPLAY 'ARQUIVO PDDREG INDISPONIVEL, STATUS '
005430                        WK-FS-PDDREG
005440                MOVE 12 TO RETURN-CODE
005450                STOP RUN
005460            END-IF.
005470            OPEN OUTPUT ARQ-RELSCR.
005480            IF WK-FS-RELSCR NOT = '00'
005490                DISPLAY 'ERRO ' WK-FS-RELSCR
005500                        ' NO COMANDO OPEN RELSCR'
005510                MOVE 12 TO RETURN-CODE
005520                STOP RUN
005530            END-IF.
005540            OPEN OUTPUT ARQ-SCRDOC.
005550            IF WK-FS-SCRDOC NOT = '00'
005560                DISPLAY 'ERRO ' WK-FS-SCRDOC
005570                        ' NO COMANDO OPEN SCRDOC'
005580                MOVE 12 TO RETURN-CODE
005590                STOP RUN
005600            END-IF.
005610            MOVE WK-DATA-REF TO WK-DATA-CABEC.
005620            WRITE REG-RELSCR FROM WK-CABEC1.
005630            PERFORM 218-CONFERIR-RELSCR.
005640            MOVE SPACES TO REG-SCRDOC.
005650            MOVE '1' TO FD-TIPO-REG-SCR.
005660            MOVE WK-DATA-REF  TO FD-DATA-BASE-SCR.
005670            MOVE WK-DATA-SIST TO FD-DATA-GERACAO-SCR.
005680            MOVE 'EAD'        TO FD-REMETENTE-SCR.
005690            PERFORM 219-GRAVAR-SCRDOC.
005700       *      SALDO DO RAZAO DAS DUAS CONTAS, SOMADAS AS
005710       *      MOEDAS; SEM GLSALDO O ARQUIVO NAO E LIBERADO
005720        105-CARREGAR-GLSALDO.
005730            OPEN INPUT ARQ-GLSALDO.
005740            EVALUATE WK-FS-GLSALDO
005750                WHEN '00'
005760                    SET TEM-SALDO-CONTABIL TO TRUE
005770                    PERFORM 304-LER-GLSALDO
005780                    PERFORM 106-SOMAR-GLSALDO
005790                        UNTIL WK-FS-GLSALDO = '10'
005800                    CLOSE ARQ-GLSALDO
005810                WHEN '35'
005820                    DISPLAY 'GLSALDO NAO ENCONTRADO, SCR SEM '
005830                            'CONFERENCIA CONTABIL'
005840                WHEN OTHER
005850                    DISPLAY 'ERRO ' WK-FS-GLSALDO
005860                            ' NO COMANDO OPEN GLSALDO'
005870                    MOVE 12 TO RETURN-CODE
005880                    STOP RUN
005890            END-EVALUATE.
005900        106-SOMAR-GLSALDO.
005910            IF FD-CONTA-RAZAO-GLS = WK-CONTA-EMPREST
005920                ADD FD-SALDO-GLS TO WK-GL-EMPREST
005930            END-IF.
005940            IF FD-CONTA-RAZAO-GLS = WK-CONTA-LIMITE
005950                ADD FD-SALDO-GLS TO WK-GL-LIMITE
005960            END-IF.
005970            PERFORM 304-LER-GLSALDO.
005980       ***********************************************
005990        190-CARREGAR-CAMBIO.
006000            MOVE WK-DATA-REF TO WK-DATA-CAMBIO-REF.
006010            OPEN INPUT ARQ-CAMBIO.
006020            EVALUATE WK-FS-CAMBIO
006030                WHEN '00'
006040                    PERFORM 191-LER-CAMBIO
006050                    PERFORM 192-APLICAR-TAXA-CAMBIO
006060                        UNTIL WK-FS-CAMBIO = '10'
006070                    CLOSE ARQ-CAMBIO
006080                WHEN OTHER
006090                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
006100                            'OU COM ERRO ' WK-FS-CAMBIO
006110                    MOVE 12 TO RETURN-CODE
006120                    STOP RUN
006130            END-EVALUATE.
006140            IF TAXA-MOEDA(1) = ZEROS
006150                MOVE 1 TO TAXA-MOEDA(1)
006160            END-IF.
006170            PERFORM 189-CONFERIR-TAXA-CAMBIO
006180                VARYING WK-IDX-MOEDA FROM 2 BY 1
006190                UNTIL WK-IDX-MOEDA > 3.
006200        191-LER-CAMBIO.
006210            READ ARQ-CAMBIO.
006220            EVALUATE WK-FS-CAMBIO
006230                WHEN '00'
006240                    CONTINUE
006250                WHEN '10'
006260                    CONTINUE
006270                WHEN OTHER
006280                    DISPLAY 'ERRO ' WK-FS-CAMBIO
006290                            ' NO COMANDO READ CAMBIO'
006300                    MOVE 12 TO RETURN-CODE
006310                    STOP RUN
006320            END-EVALUATE.
006330        192-APLICAR-TAXA-CAMBIO.
006340            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
006350                PERFORM 193-COMPARAR-MOEDA
006360                    VARYING WK-IDX-MOEDA FROM 1 BY 1
006370                    UNTIL WK-IDX-MOEDA > 3
006380            END-IF.
006390            PERFORM 191-LER-CAMBIO.
006400        193-COMPARAR-MOEDA.
006410            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
006420               AND FD-DATA-CAMBIO NOT LESS
006430                   WK-DATA-TAXA(WK-IDX-MOEDA)
006440                MOVE FD-TAXA-CAMBIO
006450                    TO TAXA-MOEDA(WK-IDX-MOEDA)
006460                MOVE FD-DATA-CAMBIO
006470                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
006480            END-IF.
006490        189-CONFERIR-TAXA-CAMBIO.
006500            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
006510                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
006520                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
006530                        ' NA DATA ' WK-DATA-CAMBIO-REF
006540                MOVE 12 TO RETURN-CODE
006550                STOP RUN
006560            END-IF.
006570       ***********************************************
006580       *      EMPRESTIMO: O VENCIDO SAO AS PARCELAS EM ATRASO
006590       *      (ATE O SALDO DEVEDOR); O RESTO DO SALDO VAI
006600       *      PARA AS FAIXAS PELA AMORTIZACAO DAS PARCELAS A
006610       *      VENCER, A ULTIMA FICANDO COM O QUE SOBRAR
006620        200-PROCESSAR SECTION.
006630        201-AVALIAR-CONTRATO.
006640            ADD 1 TO WK-QTD-LIDOS.
006650            IF NOT EMP-QUITADO AND NOT EMP-BAIXADO
006660               AND FD-SALDO-DEV-EMP > ZEROS
006670                MOVE 1 TO WK-IDX-MOD
006680                PERFORM 240-ZERAR-OPERACAO
006690                MOVE FD-CHAVE-EMP     TO WK-ATU-CHAVE
006700                MOVE FD-CONTRATO-EMP  TO WK-ATU-CONTRATO
006710                MOVE FD-SALDO-DEV-EMP TO WK-ATU-SALDO
006720                MOVE 'E'              TO FD-ORIGEM-PDD
006730                PERFORM 230-LER-CLASSIFICACAO
006740                MOVE ZEROS TO WK-VALOR-VENCIDO
006750                IF WK-ATU-DIAS > ZEROS
006760                    COMPUTE WK-VALOR-VENCIDO =
006770                        FD-ATRASOS-EMP * FD-PARCELA-EMP
006780                    IF WK-VALOR-VENCIDO > FD-SALDO-DEV-EMP
006790                        MOVE FD-SALDO-DEV-EMP TO WK-VALOR-VENCIDO
006800                    END-IF
006810                END-IF
006820                MOVE WK-VALOR-VENCIDO TO WK-ATU-VENCIDO
006830                COMPUTE WK-SALDO-PROJ =
006840                    FD-SALDO-DEV-EMP - WK-VALOR-VENCIDO
006850                MOVE 1 TO WK-RESTANTES
006860                IF FD-PRAZO-EMP > FD-PAGAS-EMP
006870                    COMPUTE WK-RESTANTES =
006880                        FD-PRAZO-EMP - FD-PAGAS-EMP
006890                END-IF
006900                MOVE FD-VENCIMENTO-EMP TO WK-VENC-GRP
006910                MOVE ZEROS TO WK-QTD-PROJ
006920                IF WK-SALDO-PROJ > ZEROS
006930                    PERFORM 202-PROJETAR-PARCELA
006930                        WK-RESTANTES TIMES
006940                END-IF
006950                PERFORM 250-INCLUIR-OPERACAO
006960            END-IF.
006970            PERFORM 301-LER-EMPREST.
006980       *      MESMA CONTA DO 221-DEBITAR-PARCELA DO EAD95877
006990        202-PROJETAR-PARCELA.
007000            ADD 1 TO WK-QTD-PROJ.
007010            IF WK-QTD-PROJ > 1
007020                PERFORM 203-AVANCAR-VENCIMENTO
007030            END-IF.
007040            COMPUTE WK-JUROS-MES ROUNDED =
007050                WK-SALDO-PROJ * FD-TAXA-EMP / 100.
007060            IF EMP-SAC
007070                COMPUTE WK-AMORTIZACAO ROUNDED =
007080                    FD-PRINCIPAL-EMP / FD-PRAZO-EMP
007090            ELSE
007100                COMPUTE WK-AMORTIZACAO =
007110                    FD-PARCELA-EMP - WK-JUROS-MES
007120            END-IF.
007130            IF WK-AMORTIZACAO < ZEROS
007140                MOVE ZEROS TO WK-AMORTIZACAO
007150            END-IF.
007160            IF WK-AMORTIZACAO > WK-SALDO-PROJ
007170               OR WK-QTD-PROJ = WK-RESTANTES
007180                MOVE WK-SALDO-PROJ TO WK-AMORTIZACAO
007190            END-IF.
007200            SUBTRACT WK-AMORTIZACAO FROM WK-SALDO-PROJ.
007210            IF WK-AMORTIZACAO > ZEROS
007220                MOVE WK-VENC-GRP TO WK-DATA-FLUXO
007230                PERFORM 205-FAIXA-DO-FLUXO
007240                ADD WK-AMORTIZACAO
007241                    TO WK-ATU-A-VENCER(WK-IDX-FAIXA)
007250            END-IF.
007260        203-AVANCAR-VENCIMENTO.
007270            IF WK-MES-VENC < 12
007280                ADD 1 TO WK-MES-VENC
007290            ELSE
007300                MOVE 01 TO WK-MES-VENC
007310                ADD 1 TO WK-ANO-VENC
007320            END-IF.
007330       *      PARCELA DO DIA OU JA PASSADA FICA NA PRIMEIRA
007340       *      FAIXA A VENCER
007350        205-FAIXA-DO-FLUXO.
007360            COMPUTE WK-DIAS-FLUXO = WK-ANO-FLUXO * 360
007370                + WK-MES-FLUXO * 30 + WK-DIA-FLUXO.
007380            COMPUTE WK-DIAS-PRAZO =
007390                WK-DIAS-FLUXO - WK-DIAS-BASE.
007400            EVALUATE TRUE
007410                WHEN WK-DIAS-PRAZO NOT GREATER 30
007420                    MOVE 1 TO WK-IDX-FAIXA
007430                WHEN WK-DIAS-PRAZO NOT GREATER 90
007440                    MOVE 2 TO WK-IDX-FAIXA
007450                WHEN WK-DIAS-PRAZO NOT GREATER 180
007460                    MOVE 3 TO WK-IDX-FAIXA
007470                WHEN WK-DIAS-PRAZO NOT GREATER 360
007480                    MOVE 4 TO WK-IDX-FAIXA
007490                WHEN OTHER
007500                    MOVE 5 TO WK-IDX-FAIXA
007510            END-EVALUATE.
007520       *      CONTA: O SALDO NEGATIVO E O LIMITE UTILIZADO,
007530       *      VENCIDO QUANDO O PDDREG APONTA ATRASO (ACIMA DO
007540       *      LIMITE); O QUE RESTA DO LIMITE DE CONTA ABERTA E
007550       *      O NAO UTILIZADO, COM O NIVEL DO UTILIZADO OU AA
007560        221-AVALIAR-CONTA.
007570            ADD 1 TO WK-QTD-LIDOS.
007580            MOVE ZEROS  TO WK-UTILIZADO.
007590            MOVE 'AA'   TO WK-NIVEL-CONTA.
007600            IF FD-SALDO-CLIENTES < ZEROS
007610                COMPUTE WK-UTILIZADO = 0 - FD-SALDO-CLIENTES
007620                MOVE 2 TO WK-IDX-MOD
007630                PERFORM 240-ZERAR-OPERACAO
007640                MOVE FD-CHAVE-CLIENTES TO WK-ATU-CHAVE
007650                MOVE WK-UTILIZADO TO WK-VALOR-MOEDA
007660                PERFORM 222-CONVERTER-BRL
007670                MOVE WK-VALOR-BRL TO WK-ATU-SALDO
007680                MOVE 'L'          TO FD-ORIGEM-PDD
007690                PERFORM 230-LER-CLASSIFICACAO
007700                IF WK-ATU-DIAS > ZEROS
007710                    MOVE WK-VALOR-BRL TO WK-ATU-VENCIDO
007720                ELSE
007730                    MOVE WK-VALOR-BRL TO WK-ATU-A-VENCER(1)
007740                END-IF
007750                IF WK-ATU-NIVEL NOT = SPACES
007760                    MOVE WK-ATU-NIVEL TO WK-NIVEL-CONTA
007770                END-IF
007780                PERFORM 250-INCLUIR-OPERACAO
007790            END-IF.
007800            IF NOT CONTA-ENCERRADA
007810               AND FD-LIMITE-CLIENTES > WK-UTILIZADO
007820                COMPUTE WK-NAO-UTILIZADO =
007830                    FD-LIMITE-CLIENTES - WK-UTILIZADO
007840                MOVE 3 TO WK-IDX-MOD
007850                PERFORM 240-ZERAR-OPERACAO
007860                MOVE FD-CHAVE-CLIENTES TO WK-ATU-CHAVE
007870                MOVE WK-NAO-UTILIZADO TO WK-VALOR-MOEDA
007880                PERFORM 222-CONVERTER-BRL
007890                MOVE WK-VALOR-BRL   TO WK-ATU-SALDO
007900                MOVE WK-VALOR-BRL   TO WK-ATU-A-VENCER(1)
007910                MOVE WK-NIVEL-CONTA TO WK-ATU-NIVEL
007920                PERFORM 250-INCLUIR-OPERACAO
007930            END-IF.
007940            PERFORM 302-LER-CLIENTES.
007950       *      MOEDA FORA DA TABELA FICA COMO BRL
007960        222-CONVERTER-BRL.
007970            MOVE ZEROS TO WK-IDX-MOEDA-ACH.
007980            PERFORM 223-COMPARAR-MOEDA-CONTA
007990                VARYING WK-IDX-MOEDA FROM 1 BY 1
008000                UNTIL WK-IDX-MOEDA > 3
008010                   OR WK-IDX-MOEDA-ACH > ZEROS.
008020            IF WK-IDX-MOEDA-ACH = ZEROS
008030                MOVE 1 TO WK-IDX-MOEDA-ACH
008040            END-IF.
008050            COMPUTE WK-VALOR-BRL ROUNDED =
008060                WK-VALOR-MOEDA * TAXA-MOEDA(WK-IDX-MOEDA-ACH).
008070        223-COMPARAR-MOEDA-CONTA.
008080            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CLIENTES
008090                MOVE WK-IDX-MOEDA TO WK-IDX-MOEDA-ACH
008100            END-IF.
008110       *      NIVEL E ATRASO DA APURACAO DO EAD95902 NA MESMA
008120       *      DATA-BASE; SEM ELA A OPERACAO VAI SEM NIVEL
008130        230-LER-CLASSIFICACAO.
008140            MOVE WK-ATU-CHAVE    TO FD-CHAVE-PDD.
008150            MOVE WK-ATU-CONTRATO TO FD-CONTRATO-PDD.
008160            READ ARQ-PDDREG
008170                INVALID KEY
008180                    MOVE SPACES TO FD-NIVEL-PDD
008190                    MOVE ZEROS  TO FD-DATA-REF-PDD
008200            END-READ.
008210            IF FD-DATA-REF-PDD = WK-DATA-REF
008220               AND PDD-EXPOSTO
008230                MOVE FD-NIVEL-PDD       TO WK-ATU-NIVEL
008240                MOVE FD-DIAS-ATRASO-PDD TO WK-ATU-DIAS
008250            ELSE
008260                ADD 1 TO WK-QTD-SEM-NIVEL
008270                MOVE 'SEM CLASSIFICACAO NO PDDREG'
008280                    TO WK-MOTIVO-OCORR
008290                PERFORM 255-GRAVAR-OCORRENCIA
008300            END-IF.
008310        240-ZERAR-OPERACAO.
008320            INITIALIZE WK-OPE-ATUAL.
008330            MOVE MODALIDADE-COD(WK-IDX-MOD) TO WK-ATU-MODALIDADE.
008340       *      A OPERACAO ENTRA NOS TOTAIS DA MODALIDADE (QUE
008350       *      VAO A CONFERENCIA CONTABIL) MESMO SEM CADASTRO
008360        250-INCLUIR-OPERACAO.
008370            ADD 1 TO WK-MOD-QTDE(WK-IDX-MOD).
008380            ADD WK-ATU-SALDO   TO WK-MOD-SALDO(WK-IDX-MOD).
008390            ADD WK-ATU-VENCIDO TO WK-MOD-VENCIDO(WK-IDX-MOD).
008400            MOVE WK-ATU-CHAVE TO FD-CHAVE-CLIDADOS.
008410            READ ARQ-CLIDADOS
008420                INVALID KEY
008430                    MOVE SPACES TO FD-CPFCNPJ-CLIDADOS
008440            END-READ.
008450            IF FD-CPFCNPJ-CLIDADOS = SPACES
008460                ADD 1 TO WK-QTD-SEM-CADASTRO
008470                MOVE 'CONTA SEM CPF/CNPJ NO CLIDADOS'
008480                    TO WK-MOTIVO-OCORR
008490                PERFORM 255-GRAVAR-OCORRENCIA
008500            ELSE
008510                PERFORM 251-LOCALIZAR-CLIENTE
008520                IF WK-QTD-OPERACOES NOT LESS 20000
008530                    DISPLAY 'TABELA DE OPERACOES CHEIA, '
008540                            'LIMITE DE 20000'
008550                    MOVE 12 TO RETURN-CODE
008560                    STOP RUN
008570                END-IF
008580                ADD 1 TO WK-QTD-OPERACOES
008590                MOVE WK-OPE-ATUAL
008591                    TO WK-OPE-DADOS(WK-QTD-OPERACOES)
008600                MOVE ZEROS TO WK-OPE-PROXIMA(WK-QTD-OPERACOES)
008610                IF WK-CLI-PRIMEIRA(WK-IDX-CLI-ACH) = ZEROS
008620                    MOVE WK-QTD-OPERACOES
008630                        TO WK-CLI-PRIMEIRA(WK-IDX-CLI-ACH)
008640                ELSE
008650                    MOVE WK-CLI-ULTIMA(WK-IDX-CLI-ACH)
008651                        TO WK-IDX-OPE
008660                    MOVE WK-QTD-OPERACOES
008670                        TO WK-OPE-PROXIMA(WK-IDX-OPE)
008680                END-IF
008690                MOVE WK-QTD-OPERACOES
008700                    TO WK-CLI-ULTIMA(WK-IDX-CLI-ACH)
008710                ADD 1 TO WK-CLI-QTD-OPER(WK-IDX-CLI-ACH)
008720                ADD WK-ATU-SALDO TO WK-CLI-TOTAL(WK-IDX-CLI-ACH)
008730            END-IF.
008740        251-LOCALIZAR-CLIENTE.
008750            MOVE ZEROS TO WK-IDX-CLI-ACH.
008760            PERFORM 252-COMPARAR-CLIENTE
008770                VARYING WK-IDX-CLI FROM 1 BY 1
008780                UNTIL WK-IDX-CLI > WK-QTD-CLIENTES
008790                   OR WK-IDX-CLI-ACH > ZEROS.
008800            IF WK-IDX-CLI-ACH = ZEROS
008810                IF WK-QTD-CLIENTES NOT LESS 9999
008820                    DISPLAY 'TABELA DE CLIENTES CHEIA, '
008830                            'LIMITE DE 9999'
008840                    MOVE 12 TO RETURN-CODE
008850                    STOP RUN
008860                END-IF
008870                ADD 1 TO WK-QTD-CLIENTES
008880                MOVE WK-QTD-CLIENTES TO WK-IDX-CLI-ACH
008890                MOVE FD-CPFCNPJ-CLIDADOS
008900                    TO WK-CLI-CPFCNPJ(WK-IDX-CLI-ACH)
008910                MOVE FD-TIPO-DOC-CLIDADOS
008920                    TO WK-CLI-TIPO-DOC(WK-IDX-CLI-ACH)
008930                MOVE SPACES TO WK-CLI-NOME(WK-IDX-CLI-ACH)
008940                MOVE ZEROS TO WK-CLI-QTD-OPER(WK-IDX-CLI-ACH)
008950                MOVE ZEROS TO WK-CLI-TOTAL(WK-IDX-CLI-ACH)
008960                MOVE ZEROS TO WK-CLI-PRIMEIRA(WK-IDX-CLI-ACH)
008970                MOVE ZEROS TO WK-CLI-ULTIMA(WK-IDX-CLI-ACH)
008980            END-IF.
008990            IF WK-CLI-NOME(WK-IDX-CLI-ACH) = SPACES
009000               AND WK-IDX-MOD > 1
009010                MOVE FD-NOME-CLIENTES
009011                    TO WK-CLI-NOME(WK-IDX-CLI-ACH)
009020            END-IF.
009030        252-COMPARAR-CLIENTE.
009040            IF WK-CLI-CPFCNPJ(WK-IDX-CLI) = FD-CPFCNPJ-CLIDADOS
009050                MOVE WK-IDX-CLI TO WK-IDX-CLI-ACH
009060            END-IF.
009070        255-GRAVAR-OCORRENCIA.
009080            ADD 1 TO WK-QTD-OCORR.
009090            MOVE WK-ATU-MODALIDADE TO WK-MOD-OCORR.
009100            MOVE WK-ATU-AGENCIA    TO WK-AGENCIA-OCORR.
009110            MOVE WK-ATU-CONTA      TO WK-CONTA-OCORR.
009120            MOVE WK-ATU-CONTRATO   TO WK-CONTRATO-OCORR.
009130            MOVE WK-ATU-SALDO      TO WK-VALOR-OCORR.
009140            MOVE WK-MOTIVO-OCORR   TO WK-MOTIVO-REL.
009150            WRITE REG-RELSCR FROM WK-LINHA-OCORR.
009160            PERFORM 218-CONFERIR-RELSCR.
009170        218-CONFERIR-RELSCR.
009180            IF WK-FS-RELSCR NOT = '00'
009190                DISPLAY 'ERRO ' WK-FS-RELSCR
009200                        ' NO COMANDO WRITE RELSCR'
009210                MOVE 12 TO RETURN-CODE
009220                STOP RUN
009230            END-IF.
009240        219-GRAVAR-SCRDOC.
009250            WRITE REG-SCRDOC.
009260            IF WK-FS-SCRDOC NOT = '00'
009270                DISPLAY 'ERRO ' WK-FS-SCRDOC
009280                        ' NO COMANDO WRITE SCRDOC'
009290                MOVE 12 TO RETURN-CODE
009300                STOP RUN
009310            END-IF.
009320            ADD 1 TO WK-QTD-REG-SCR.
009330       ***********************************************
009340        300-LEITURAS SECTION.
009350        301-LER-EMPREST.
009360            READ ARQ-EMPREST.
009370            EVALUATE WK-FS-EMPREST
009380                WHEN '00'
009390                    CONTINUE
009400                WHEN '10'
009410                    CONTINUE
009420                WHEN OTHER
009430                    DISPLAY 'ERRO ' WK-FS-EMPREST
009440                            ' NO COMANDO READ EMPREST'
009450                    MOVE 12 TO RETURN-CODE
009460                    STOP RUN
009470            END-EVALUATE.
009480        302-LER-CLIENTES.
009490            READ ARQ-CLIENTES.
009500            EVALUATE WK-FS-CLIENTES
009510                WHEN '00'
009520                    CONTINUE
009530                WHEN '10'
009540                    CONTINUE
009550                WHEN OTHER
009560                    DISPLAY 'ERRO ' WK-FS-CLIENTES
009570                            ' NO COMANDO READ CLIENTES'
009580                    MOVE 12 TO RETURN-CODE
009590                    STOP RUN
009600            END-EVALUATE.
009610        303-LER-PLANOCTA.
009620            READ ARQ-PLANOCTA.
009630            EVALUATE WK-FS-PLANOCTA
009640                WHEN '00'
009650                    CONTINUE
009660                WHEN '10'
009670                    CONTINUE
009680                WHEN OTHER
009690                    DISPLAY 'ERRO ' WK-FS-PLANOCTA
009700                            ' NO COMANDO READ PLANOCTA'
009710                    MOVE 12 TO RETURN-CODE
009720                    STOP RUN
009730            END-EVALUATE.
009740        304-LER-GLSALDO.
009750            READ ARQ-GLSALDO.
009760            EVALUATE WK-FS-GLSALDO
009770                WHEN '00'
009780                    CONTINUE
009790                WHEN '10'
009800                    CONTINUE
009810                WHEN OTHER
009820                    DISPLAY 'ERRO ' WK-FS-GLSALDO
009830                            ' NO COMANDO READ GLSALDO'
009840                    MOVE 12 TO RETURN-CODE
009850                    STOP RUN
009860            END-EVALUATE.
009870       ***********************************************
009880        195-GRAVAR-JRNL-INICIO.
009890            MOVE 'I' TO JRL-TIPO.
009900            MOVE ZEROS TO JRL-QTD-LIDOS.
009910            MOVE ZEROS TO JRL-QTD-GRAVADOS.
009920            MOVE ZEROS TO JRL-QTD-REJEITADOS.
009930            MOVE ZEROS TO JRL-RETORNO.
009931            MOVE 'EAD95909' TO LK-PROGRAMA-COM.
009932            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
009933            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009940            PERFORM 194-GRAVAR-RUNJRNL.
009950        196-GRAVAR-JRNL-FIM.
009960            MOVE 'F' TO JRL-TIPO.
009970            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
009980            MOVE WK-QTD-REG-SCR TO JRL-QTD-GRAVADOS.
009990            MOVE WK-QTD-SEM-CADASTRO TO JRL-QTD-REJEITADOS.
010000            MOVE RETURN-CODE TO JRL-RETORNO.
010001            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010010            PERFORM 194-GRAVAR-RUNJRNL.
010020        194-GRAVAR-RUNJRNL.
010030            OPEN EXTEND ARQ-RUNJRNL.
010040            IF WK-FS-RUNJRNL = '35'
010050                OPEN OUTPUT ARQ-RUNJRNL
010060            END-IF.
010070            IF WK-FS-RUNJRNL NOT = '00'
010080                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010090                        ' NO COMANDO OPEN RUNJRNL'
010100                MOVE 12 TO RETURN-CODE
010110                STOP RUN
010120            END-IF.
010130            MOVE 'EAD95909' TO JRL-PROGRAMA.
010140            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
010150            ACCEPT JRL-HORA FROM TIME.
010160            WRITE REG-RUNJRNL.
010170            IF WK-FS-RUNJRNL NOT = '00'
010180                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010190                        ' NO COMANDO WRITE RUNJRNL'
010200                MOVE 12 TO RETURN-CODE
010210                STOP RUN
010220            END-IF.
010230            CLOSE ARQ-RUNJRNL.
010240       ***********************************************
010250        900-FINALIZAR SECTION.
010260        901-FINALIZAR.
010270            PERFORM 902-GRAVAR-CLIENTE
010280                VARYING WK-IDX-CLI FROM 1 BY 1
010290                UNTIL WK-IDX-CLI > WK-QTD-CLIENTES.
010300            MOVE SPACES TO REG-SCRDOC.
010310            MOVE '9' TO FD-TIPO-REG-SCR.
010320            COMPUTE FD-QTD-REG-SCR = WK-QTD-REG-SCR + 1.
010330            MOVE WK-QTD-CLIENTES  TO FD-QTD-CLI-SCR.
010340            MOVE WK-QTD-OPERACOES TO FD-QTD-OPE-SCR.
010350            MOVE WK-TOT-ENVIADO   TO FD-TOTAL-SCR.
010360            PERFORM 219-GRAVAR-SCRDOC.
010370            CLOSE ARQ-SCRDOC.
010380            WRITE REG-RELSCR FROM WK-CABEC-MOD AFTER 2 LINES.
010390            PERFORM 906-LISTAR-MODALIDADE
010400                VARYING WK-IDX-MOD FROM 1 BY 1
010410                UNTIL WK-IDX-MOD > 3.
010420            PERFORM 905-CONFERIR-CONTABIL.
010430            MOVE 'CLIENTES NO DOCUMENTO   : ' TO WK-TITULO-TOT.
010440            MOVE WK-QTD-CLIENTES TO WK-VALOR-TOT.
010450            WRITE REG-RELSCR FROM WK-LINHA-TOTAL AFTER 2 LINES.
010460            MOVE 'OPERACOES NO DOCUMENTO  : ' TO WK-TITULO-TOT.
010470            MOVE WK-QTD-OPERACOES TO WK-VALOR-TOT.
010480            WRITE REG-RELSCR FROM WK-LINHA-TOTAL.
010490            MOVE 'REGISTROS DO SCRDOC     : ' TO WK-TITULO-TOT.
010500            MOVE WK-QTD-REG-SCR TO WK-VALOR-TOT.
010510            WRITE REG-RELSCR FROM WK-LINHA-TOTAL.
010520            MOVE 'TOTAL INFORMADO         : ' TO WK-TITULO-VAL.
010530            MOVE WK-TOT-ENVIADO TO WK-VALOR-VAL.
010540            WRITE REG-RELSCR FROM WK-LINHA-VALOR.
010550            MOVE 'OPERACOES SEM CADASTRO  : ' TO WK-TITULO-TOT.
010560            MOVE WK-QTD-SEM-CADASTRO TO WK-VALOR-TOT.
010570            WRITE REG-RELSCR FROM WK-LINHA-TOTAL.
010580            MOVE 'OPERACOES SEM NIVEL     : ' TO WK-TITULO-TOT.
010590            MOVE WK-QTD-SEM-NIVEL TO WK-VALOR-TOT.
010600            WRITE REG-RELSCR FROM WK-LINHA-TOTAL.
010610            IF CONTABIL-CONFERE
010620                PERFORM 907-REGISTRAR-XMITREG
010630                MOVE 'SCRDOC REGISTRADO NO XMITREG PARA ENVIO'
010640                    TO REG-RELSCR
010650                WRITE REG-RELSCR AFTER 2 LINES
010660                IF WK-QTD-OCORR > ZEROS
010670                    MOVE 4 TO RETURN-CODE
010680                END-IF
010690            ELSE
010700                MOVE 'SCRDOC RETIDO - NAO CONFERE COM O RAZAO'
010710                    TO REG-RELSCR
010720                WRITE REG-RELSCR AFTER 2 LINES
010730                DISPLAY 'SCRDOC NAO CONFERE COM OS SALDOS '
010740                        'CONTABEIS, ARQUIVO RETIDO'
010750                MOVE 12 TO RETURN-CODE
010760            END-IF.
010770            PERFORM 218-CONFERIR-RELSCR.
010780            DISPLAY 'CLIENTES NO SCR      : ' WK-QTD-CLIENTES.
010790            DISPLAY 'OPERACOES NO SCR     : ' WK-QTD-OPERACOES.
010800            CLOSE ARQ-EMPREST.
010810            CLOSE ARQ-CLIENTES.
010820            CLOSE ARQ-CLIDADOS.
010830            CLOSE ARQ-PDDREG.
010840            CLOSE ARQ-RELSCR.
010850        902-GRAVAR-CLIENTE.
010860            MOVE SPACES TO REG-SCRDOC.
010870            MOVE '2' TO FD-TIPO-REG-SCR.
010880            MOVE WK-CLI-CPFCNPJ(WK-IDX-CLI)
010881                TO FD-CPFCNPJ-CLI-SCR.
010890            MOVE WK-CLI-TIPO-DOC(WK-IDX-CLI)
010891                TO FD-TIPO-DOC-CLI-SCR.
010900            MOVE WK-CLI-NOME(WK-IDX-CLI)     TO FD-NOME-CLI-SCR.
010910            MOVE WK-CLI-QTD-OPER(WK-IDX-CLI)
010911                TO FD-QTD-OPER-CLI-SCR.
010920            MOVE WK-CLI-TOTAL(WK-IDX-CLI)    TO FD-TOTAL-CLI-SCR.
010930            PERFORM 219-GRAVAR-SCRDOC.
010940            MOVE WK-CLI-PRIMEIRA(WK-IDX-CLI) TO WK-IDX-OPE.
010950            PERFORM 903-GRAVAR-OPERACAO
010960                UNTIL WK-IDX-OPE = ZEROS.
010970        903-GRAVAR-OPERACAO.
010980            MOVE SPACES TO REG-SCRDOC.
010990            MOVE '3' TO FD-TIPO-REG-SCR.
011000            MOVE WK-CLI-CPFCNPJ(WK-IDX-CLI) TO FD-CPFCNPJ-OPE-SCR.
011010            MOVE WK-OPE-MODALIDADE(WK-IDX-OPE)
011011                TO FD-MODALIDADE-SCR.
011020            MOVE WK-OPE-AGENCIA(WK-IDX-OPE)
011021                TO FD-AGENCIA-OPE-SCR.
011030            MOVE WK-OPE-CONTA(WK-IDX-OPE)    TO FD-CONTA-OPE-SCR.
011040            MOVE WK-OPE-CONTRATO(WK-IDX-OPE)
011041                TO FD-CONTRATO-OPE-SCR.
011050            MOVE WK-OPE-NIVEL(WK-IDX-OPE)    TO FD-NIVEL-OPE-SCR.
011060            MOVE WK-OPE-DIAS(WK-IDX-OPE)
011061                TO FD-DIAS-ATRASO-SCR.
011070            MOVE WK-OPE-SALDO(WK-IDX-OPE)    TO FD-SALDO-OPE-SCR.
011080            PERFORM 904-MOVER-FAIXA
011090                VARYING WK-IDX-FAIXA FROM 1 BY 1
011100                UNTIL WK-IDX-FAIXA > 5.
011110            MOVE WK-OPE-VENCIDO(WK-IDX-OPE)  TO FD-VENCIDO-SCR.
011120            PERFORM 219-GRAVAR-SCRDOC.
011130            ADD WK-OPE-SALDO(WK-IDX-OPE) TO WK-TOT-ENVIADO.
011140            MOVE WK-OPE-PROXIMA(WK-IDX-OPE) TO WK-IDX-OPE.
011150        904-MOVER-FAIXA.
011160            MOVE WK-OPE-A-VENCER(WK-IDX-OPE, WK-IDX-FAIXA)
011170                TO FD-A-VENCER-SCR(WK-IDX-FAIXA).
011180       *      EMPRESTIMOS E LIMITE UTILIZADO CONTRA O RAZAO;
011190       *      O LIMITE NAO UTILIZADO NAO E SALDO CONTABIL
011200        905-CONFERIR-CONTABIL.
011210            IF NOT TEM-SALDO-CONTABIL
011220                SET CONTABIL-DIVERGE TO TRUE
011230                MOVE 'SALDOS CONTABEIS (GLSALDO) INDISPONIVEIS'
011240                    TO REG-RELSCR
011250                WRITE REG-RELSCR AFTER 2 LINES
011260            ELSE
011270                MOVE WK-CONTA-EMPREST TO WK-CONTA-GL-REL
011280                MOVE 1 TO WK-IDX-MOD
011290                MOVE WK-GL-EMPREST TO WK-RAZAO-GL-REL
011300                COMPUTE WK-DIFERENCA-GL =
011310                    WK-MOD-SALDO(1) - WK-GL-EMPREST
011320                PERFORM 908-GRAVAR-LINHA-GL
011330                MOVE WK-CONTA-LIMITE TO WK-CONTA-GL-REL
011340                MOVE 2 TO WK-IDX-MOD
011350                MOVE WK-GL-LIMITE TO WK-RAZAO-GL-REL
011360                COMPUTE WK-DIFERENCA-GL =
011370                    WK-MOD-SALDO(2) - WK-GL-LIMITE
011380                PERFORM 908-GRAVAR-LINHA-GL
011390            END-IF.
011400        908-GRAVAR-LINHA-GL.
011410            MOVE MODALIDADE-COD(WK-IDX-MOD) TO WK-MOD-GL-REL.
011420            MOVE WK-MOD-SALDO(WK-IDX-MOD)   TO WK-SCR-GL-REL.
011430            MOVE WK-DIFERENCA-GL            TO WK-DIF-GL-REL.
011440            IF WK-DIFERENCA-GL NOT = ZEROS
011450                SET CONTABIL-DIVERGE TO TRUE
011460            END-IF.
011470            WRITE REG-RELSCR FROM WK-LINHA-GL.
011480            PERFORM 218-CONFERIR-RELSCR.
011490        906-LISTAR-MODALIDADE.
011500            MOVE MODALIDADE-COD(WK-IDX-MOD)  TO WK-COD-MOD-REL.
011510            MOVE MODALIDADE-NOME(WK-IDX-MOD) TO WK-NOME-MOD-REL.
011520            MOVE WK-MOD-QTDE(WK-IDX-MOD)     TO WK-QTDE-MOD-REL.
011530            MOVE WK-MOD-SALDO(WK-IDX-MOD)    TO WK-SALDO-MOD-REL.
011540            MOVE WK-MOD-VENCIDO(WK-IDX-MOD)  TO WK-VENC-MOD-REL.
011550            WRITE REG-RELSCR FROM WK-LINHA-MOD.
011560            PERFORM 218-CONFERIR-RELSCR.
011570       *      O DOCUMENTO FICA PENDENTE NO XMITREG ATE SER
011580       *      CONFERIDO PELO EAD95862
011590        907-REGISTRAR-XMITREG.
011600            OPEN EXTEND ARQ-XMITREG.
011610            IF WK-FS-XMITREG = '35'
011620                OPEN OUTPUT ARQ-XMITREG
011630            END-IF.
011640            IF WK-FS-XMITREG NOT = '00'
011650                DISPLAY 'ERRO ' WK-FS-XMITREG
011660                        ' NO COMANDO OPEN XMITREG'
011670                MOVE 12 TO RETURN-CODE
011680                STOP RUN
011690            END-IF.
011700            MOVE 'BACEN'        TO FD-PARCEIRO-XMIT.
011710            MOVE 'SCRDOC'       TO FD-ARQUIVO-XMIT.
011720            MOVE 'S'            TO FD-DIRECAO-XMIT.
011730            MOVE WK-DATA-REF    TO FD-DATA-XMIT.
011740            MOVE WK-QTD-REG-SCR TO FD-QTDE-XMIT.
011750            MOVE WK-TOT-ENVIADO TO FD-HASH-XMIT.
011760            MOVE 'P'            TO FD-SITUACAO-XMIT.
011770            WRITE REG-XMITREG.
011780            IF WK-FS-XMITREG NOT = '00'
011790                DISPLAY 'ERRO ' WK-FS-XMITREG
011800                        ' NO COMANDO WRITE XMITREG'
011810                MOVE 12 TO RETURN-CODE
011820                STOP RUN
011830            END-IF.
011840            CLOSE ARQ-XMITREG.
