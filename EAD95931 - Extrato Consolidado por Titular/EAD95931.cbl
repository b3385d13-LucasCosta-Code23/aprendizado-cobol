000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95931.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   EXTRATO CONSOLIDADO MENSAL POR TITULAR       *
000170       *                                                *
000180       *   JUNTA POR CPF/CNPJ TODAS AS CONTAS EM QUE O  *
000190       *   CLIENTE E TITULAR (CLIDADOS) OU COTITULAR    *
000200       *   (TITULARES) E MOSTRA, NO FECHAMENTO DO MES   *
000210       *   PEDIDO (SYSIN AAAAMM, PADRAO MES ANTERIOR):  *
000220       *   SALDO DA CONTA NO ULTIMO DIA (EAD95925) E O  *
000230       *   RESUMO DO MOVIMENTO DO MES (MOVHIST), CADA   *
000240       *   CDB ATIVO (APLICMES) COM O BRUTO E O LIQUIDO *
000250       *   ESTIMADO APOS O IR REGRESSIVO, CADA EMPRES-  *
000260       *   TIMO (EMPREST) COM O SALDO DEVEDOR E A PRO-  *
000270       *   XIMA PARCELA, OS CARTOES (CARTAO) COM LIMITE *
000280       *   E UTILIZADO, OS BLOQUEIOS JUDICIAIS ATIVOS   *
000290       *   (BLOQJUD) E O PATRIMONIO LIQUIDO EM BRL      *
000300       *                                                *
000310       *   EXTCONS: EXTRATO IMPRESSO                    *
000320       *   EXTCMAIL: ARQUIVO PARA A GRAFICA - TITULAR   *
000330       *   1, PRODUTO 2, TOTAL 3 E TRAILER 9            *
000340       *   MASCARA LGPD (SYSIN 'S') NO NOME E NO CPF/   *
000350       *   CNPJ COMO NAS CONSULTAS; O NUMERO DO CARTAO  *
000360       *   SAI SEMPRE COM OS 4 ULTIMOS DIGITOS          *
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
000470            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000480                ORGANIZATION IS INDEXED
000490                ACCESS MODE IS SEQUENTIAL
000500                RECORD KEY IS FD-CHAVE-CLIENTES
000510                FILE STATUS IS WK-FS-CLIENTES.
000520            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000530                ORGANIZATION IS INDEXED
000540                ACCESS MODE IS DYNAMIC
000550                RECORD KEY IS FD-CHAVE-CLIDADOS
000560                FILE STATUS IS WK-FS-CLIDADOS.
000570            SELECT ARQ-TITULARES ASSIGN TO TITULARES
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS DYNAMIC
000600                RECORD KEY IS FD-CHAVE-TITULARES
000610                FILE STATUS IS WK-FS-TITULARES.
000620            SELECT ARQ-MOVHIST  ASSIGN TO MOVHIST
000630                FILE STATUS IS WK-FS-MOVHIST.
000640            SELECT ARQ-APLICMES ASSIGN TO APLICMES
000650                FILE STATUS IS WK-FS-APLICMES.
000660            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000670                FILE STATUS IS WK-FS-EMPREST.
000680            SELECT ARQ-CARTAO   ASSIGN TO CARTAO
000690                ORGANIZATION IS INDEXED
000700                ACCESS MODE IS SEQUENTIAL
000710                RECORD KEY IS FD-NUMERO-CARTAO
000720                FILE STATUS IS WK-FS-CARTAO.
000730            SELECT ARQ-BLOQJUD  ASSIGN TO BLOQJUD
000740                ORGANIZATION IS INDEXED
000750                ACCESS MODE IS SEQUENTIAL
000760                RECORD KEY IS FD-CHAVE-REG-BLOQJUD
000770                FILE STATUS IS WK-FS-BLOQJUD.
000780            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000790                FILE STATUS IS WK-FS-CAMBIO.
000800            SELECT ARQ-EXTCONS  ASSIGN TO EXTCONS
000810                FILE STATUS IS WK-FS-EXTCONS.
000820            SELECT ARQ-EXTCMAIL ASSIGN TO EXTCMAIL
000830                FILE STATUS IS WK-FS-EXTCMAIL.
000840            SELECT ARQ-SORTWK   ASSIGN TO SORTWK.
000850       *
000860        DATA DIVISION.
000870        FILE SECTION.
000880        FD   ARQ-CLIENTES
000890             RECORDING MODE IS F.
000900        01  REG-CLIENTES.
000910            05 FD-CHAVE-CLIENTES.
000920                10 FD-AGENCIA-CLIENTES     PIC X(4).
000930                10 FD-CONTA-CLIENTES       PIC 9(5).
000940            05 FD-DIGITO-CLIENTES      PIC X.
000950            05 FD-NOME-CLIENTES        PIC A(20).
000960            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
000970            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
000980            05 FD-MOEDA-CLIENTES       PIC X(3).
000990            05 FD-SITUACAO-CLIENTES    PIC X.
001000                88 CONTA-ATIVA            VALUE 'A' ' '.
001010                88 CONTA-BLOQUEADA        VALUE 'B'.
001020                88 CONTA-ENCERRADA        VALUE 'E'.
001030        FD   ARQ-CLIDADOS
001040             RECORDING MODE IS F.
001050        01  REG-CLIDADOS.
001060            05 FD-CHAVE-CLIDADOS.
001070                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001080                10 FD-CONTA-CLIDADOS       PIC 9(5).
001090            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001100            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001110            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001120            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001130            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001140        FD   ARQ-TITULARES
001150             RECORDING MODE IS F.
001160        01  REG-TITULARES.
001170            05 FD-CHAVE-TITULARES.
001180                10 FD-CONTA-TITULAR    PIC X(9).
001190                10 FD-CPFCNPJ-TITULAR  PIC X(14).
001200            05 FD-NOME-TITULAR     PIC X(20).
001210            05 FD-TIPO-DOC-TITULAR PIC X.
001220            05 FD-PAPEL-TITULAR    PIC X.
001230                88 TITULAR-PRINCIPAL   VALUE 'P'.
001240                88 TITULAR-SECUNDARIO  VALUE 'S'.
001250        FD   ARQ-MOVHIST
001260             RECORDING MODE IS F.
001270        01  REG-MOVHIST.
001280            05 FD-DATA-MOVHIST     PIC 9(8).
001290            05 FD-CHAVE-MOVHIST.
001300                10 FD-AGENCIA-MOVHIST      PIC X(4).
001310                10 FD-CONTA-MOVHIST        PIC 9(5).
001320            05 FD-DOC-MOVHIST      PIC 9(4).
001330            05 FD-TIPO-MOVHIST     PIC X.
001340            05 FD-VALOR-MOVHIST    PIC 9(6)V99.
001350            05 FD-SALDO-MOVHIST    PIC S9(6)V99.
001360            05 FD-MOEDA-MOVHIST    PIC X(3).
001370            05 FD-HORA-MOVHIST     PIC 9(6).
001380            05 FD-SEQ-MOVHIST      PIC 9(4).
001381            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
001390        FD   ARQ-APLICMES
001400             RECORDING MODE IS F.
001410        01  REG-APLICMES.
001420            05 FD-APLICACAO-CDB    PIC 9(4).
001430            05 FD-CHAVE-CDB        PIC X(9).
001440            05 FD-PRINCIPAL-CDB    PIC 9(8)V99.
001450            05 FD-DATA-INICIO-CDB  PIC 9(8).
001460            05 FD-VENCIMENTO-CDB   PIC 9(8).
001470            05 FD-BRUTO-CDB        PIC 9(9)V99.
001480            05 FD-SITUACAO-CDB     PIC X.
001490                88 CDB-ATIVO            VALUE 'A'.
001500                88 CDB-RESGATADO        VALUE 'R'.
001510        FD   ARQ-EMPREST
001520             RECORDING MODE IS F.
001530        01  REG-EMPREST.
001540            05 FD-CONTRATO-EMP     PIC 9(4).
001550            05 FD-CHAVE-EMP        PIC X(9).
001560            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
001570            05 FD-TAXA-EMP         PIC 9V99.
001580            05 FD-SISTEMA-EMP      PIC X.
001590                88 EMP-PRICE           VALUE 'P'.
001600                88 EMP-SAC             VALUE 'S'.
001610            05 FD-PRAZO-EMP        PIC 9(3).
001620            05 FD-PAGAS-EMP        PIC 9(3).
001630            05 FD-VENCIMENTO-EMP   PIC 9(8).
001640            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
001650            05 FD-PARCELA-EMP      PIC 9(8)V99.
001660            05 FD-SITUACAO-EMP     PIC X.
001670                88 EMP-ATIVO            VALUE 'A'.
001680                88 EMP-QUITADO          VALUE 'Q'.
001690                88 EMP-EM-ATRASO        VALUE 'R'.
001700                88 EMP-BAIXADO          VALUE 'B'.
001710            05 FD-ATRASOS-EMP      PIC 99.
001720            05 FD-EMPREGADOR-EMP   PIC X(9).
001730        FD   ARQ-CARTAO
001740             RECORDING MODE IS F.
001750        01  REG-CARTAO.
001760            05 FD-NUMERO-CARTAO    PIC X(16).
001770            05 FD-CONTA-CARTAO.
001780                10 FD-AGENCIA-CARTAO   PIC X(4).
001790                10 FD-NRCONTA-CARTAO   PIC 9(5).
001800            05 FD-DIA-FECHA-CARTAO PIC 99.
001810            05 FD-DIA-VENC-CARTAO  PIC 99.
001820            05 FD-LIMITE-CARTAO    PIC 9(6)V99.
001830            05 FD-SALDO-ABERTO-CARTAO  PIC 9(6)V99.
001840            05 FD-SALDO-FATURADO-CARTAO PIC 9(6)V99.
001850            05 FD-SALDO-ROTATIVO-CARTAO PIC 9(6)V99.
001860            05 FD-DATA-ULT-FECHA-CARTAO PIC 9(8).
001870            05 FD-SITUACAO-CARTAO  PIC X.
001880                88 CARTAO-ATIVO        VALUE 'A'.
001890                88 CARTAO-BLOQUEADO    VALUE 'B'.
001900                88 CARTAO-CANCELADO    VALUE 'C'.
001910        FD   ARQ-BLOQJUD
001920             RECORDING MODE IS F.
001930        01  REG-BLOQJUD.
001940            05 FD-CHAVE-REG-BLOQJUD.
001950                10 FD-CHAVE-BLOQJUD    PIC X(9).
001960                10 FD-PROCESSO-BLOQJUD PIC X(15).
001970            05 FD-VALOR-BLOQJUD    PIC 9(6)V99.
001980            05 FD-DATA-INI-BLOQJUD PIC 9(8).
001990            05 FD-DATA-FIM-BLOQJUD PIC 9(8).
002000            05 FD-SITUACAO-BLOQJUD PIC X.
002010                88 BLOQUEIO-ATIVO      VALUE 'A'.
002020                88 BLOQUEIO-LEVANTADO  VALUE 'L'.
002030        FD   ARQ-CAMBIO
002040             RECORDING MODE IS F.
002050        01  REG-CAMBIO.
002060            05 FD-MOEDA-CAMBIO     PIC X(3).
002070            05 FD-DATA-CAMBIO      PIC 9(8).
002080            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
002090        FD   ARQ-EXTCONS
002100             RECORDING MODE IS F.
002110        01  REG-EXTCONS                PIC X(100).
002120       *      ARQUIVO DA GRAFICA: VALORES NA MOEDA DA CONTA,
002130       *      PATRIMONIO DO TITULAR EM BRL
002140        FD   ARQ-EXTCMAIL
002150             RECORDING MODE IS F.
002160        01  REG-EXTCMAIL.
002170            05 FD-TIPO-REG-EXM     PIC X.
002180                88 EXM-TITULAR          VALUE '1'.
002190                88 EXM-PRODUTO          VALUE '2'.
002200                88 EXM-TOTAL            VALUE '3'.
002210                88 EXM-TRAILER          VALUE '9'.
002220            05 FD-DADOS-EXM        PIC X(99).
002230            05 FD-TITULAR-EXM REDEFINES FD-DADOS-EXM.
002240                10 FD-CPFCNPJ-TIT-EXM      PIC X(14).
002250                10 FD-TIPO-DOC-TIT-EXM     PIC X.
002260                10 FD-NOME-TIT-EXM         PIC X(20).
002270                10 FD-ENDERECO-TIT-EXM     PIC X(40).
002280                10 FD-ANOMES-TIT-EXM       PIC 9(6).
002290                10 FILLER                  PIC X(18).
002300            05 FD-PRODUTO-EXM REDEFINES FD-DADOS-EXM.
002310                10 FD-CPFCNPJ-PRD-EXM      PIC X(14).
002320                10 FD-PRODUTO-PRD-EXM      PIC X(4).
002330                10 FD-CHAVE-PRD-EXM        PIC X(9).
002340                10 FD-IDENT-PRD-EXM        PIC X(16).
002350                10 FD-MOEDA-PRD-EXM        PIC X(3).
002360                10 FD-VALOR1-PRD-EXM       PIC S9(11)V99.
002370                10 FD-VALOR2-PRD-EXM       PIC S9(11)V99.
002380                10 FD-DATA-PRD-EXM         PIC 9(8).
002390                10 FILLER                  PIC X(19).
002400            05 FD-TOTAL-EXM REDEFINES FD-DADOS-EXM.
002410                10 FD-CPFCNPJ-TOT-EXM      PIC X(14).
002420                10 FD-PATRIMONIO-TOT-EXM   PIC S9(13)V99.
002430                10 FILLER                  PIC X(70).
002440            05 FD-TRAILER-EXM REDEFINES FD-DADOS-EXM.
002450                10 FD-QTD-TIT-EXM          PIC 9(7).
002460                10 FD-QTD-REG-EXM          PIC 9(7).
002470                10 FILLER                  PIC X(85).
002480        SD   ARQ-SORTWK.
002490        01  REG-ECSORT.
002500            05 SR-CPFCNPJ          PIC X(14).
002510            05 SR-CHAVE            PIC X(9).
002520            05 SR-TIPO-DOC         PIC X.
002530            05 SR-NOME             PIC X(20).
002540            05 SR-ENDERECO         PIC X(40).
002550            05 SR-DIGITO           PIC X.
002560            05 SR-MOEDA            PIC X(3).
002570            05 SR-LIMITE           PIC 9(6)V99.
002580        FD   ARQ-RUNJRNL
002590             RECORDING MODE IS F.
002600        01  REG-RUNJRNL.
002610            05 JRL-PROGRAMA        PIC X(8).
002620            05 JRL-TIPO            PIC X.
002630            05 JRL-DATA            PIC 9(8).
002640            05 JRL-HORA            PIC 9(6).
002650            05 JRL-QTD-LIDOS       PIC 9(7).
002660            05 JRL-QTD-GRAVADOS    PIC 9(7).
002670            05 JRL-QTD-REJEITADOS  PIC 9(7).
002680            05 JRL-RETORNO         PIC 9(4).
002681            05 JRL-ID-EXEC         PIC 9(10).
002690        WORKING-STORAGE SECTION.
002700        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002701        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002702        01  LK-AREA-ID-EXEC.
002703            05 LK-PROGRAMA-COM     PIC X(8).
002704            05 LK-ID-EXEC-COM      PIC 9(10).
002710        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002720        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002730        77  WK-FS-TITULARES PIC XX          VALUE SPACES.
002740        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
002750        77  WK-FS-APLICMES PIC XX           VALUE SPACES.
002760        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
002770        77  WK-FS-CARTAO   PIC XX           VALUE SPACES.
002780        77  WK-FS-BLOQJUD  PIC XX           VALUE SPACES.
002790        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002800        77  WK-FS-EXTCONS  PIC XX           VALUE SPACES.
002810        77  WK-FS-EXTCMAIL PIC XX           VALUE SPACES.
002820        77  WK-ANOMES-PEDIDO PIC 9(6)       VALUE ZEROS.
002830        77  WK-MASCARAR-NOME PIC X          VALUE 'N'.
002840            88 MASCARA-ATIVA                  VALUE 'S'.
002850        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002860        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002870        77  WK-QTD-CONTAS  PIC 9(6)         VALUE ZEROS.
002880        77  WK-QTD-SEM-TITULAR PIC 9(6)     VALUE ZEROS.
002890        77  WK-QTD-EXTRATOS PIC 9(6)        VALUE ZEROS.
002900        77  WK-QTD-SEM-ENDERECO PIC 9(6)    VALUE ZEROS.
002910        77  WK-QTD-REG-EXM PIC 9(7)         VALUE ZEROS.
002920        77  WK-FIM-SORT    PIC X            VALUE 'N'.
002930            88 FIM-DO-SORT                    VALUE 'S'.
002940        01  WK-DATA-CALC-GRP PIC 9(8)       VALUE ZEROS.
002950        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC-GRP.
002960            05 WK-ANO-CALC     PIC 9(4).
002970            05 WK-MES-CALC     PIC 99.
002980            05 WK-DIA-CALC     PIC 99.
002990        01  WK-DATA-CALC-AM REDEFINES WK-DATA-CALC-GRP.
003000            05 WK-ANOMES-CALC  PIC 9(6).
003010            05 FILLER          PIC 99.
003020        01  DIAS-POR-MES.
003030            05 FILLER              PIC 99    VALUE 31.
003040            05 FILLER              PIC 99    VALUE 28.
003050            05 FILLER              PIC 99    VALUE 31.
003060            05 FILLER              PIC 99    VALUE 30.
003070            05 FILLER              PIC 99    VALUE 31.
003080            05 FILLER              PIC 99    VALUE 30.
003090            05 FILLER              PIC 99    VALUE 31.
003100            05 FILLER              PIC 99    VALUE 31.
003110            05 FILLER              PIC 99    VALUE 30.
003120            05 FILLER              PIC 99    VALUE 31.
003130            05 FILLER              PIC 99    VALUE 30.
003140            05 FILLER              PIC 99    VALUE 31.
003150        01  TABELA-DIAS-MES REDEFINES DIAS-POR-MES.
003160            05 QTDE-DIAS-MES       PIC 99    OCCURS 12 TIMES.
003170        77  WK-DIV-AUX     PIC 9(4)         VALUE ZEROS.
003180        77  WK-REM-4       PIC 99           VALUE ZEROS.
003190        77  WK-REM-100     PIC 99           VALUE ZEROS.
003200        77  WK-REM-400     PIC 999          VALUE ZEROS.
003210       *      CAMBIO DA DATA DE REFERENCIA PARA O PATRIMONIO
003220        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
003230        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
003240        01  NOMES-MOEDA.
003250            05 FILLER              PIC X(03) VALUE 'BRL'.
003260            05 FILLER              PIC X(03) VALUE 'USD'.
003270            05 FILLER              PIC X(03) VALUE 'EUR'.
003280        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
003290            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
003300        01  TAXAS-MOEDA-LIT.
003310            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003320            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003330            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003340        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
003350            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
003360        01  WK-DATAS-CAMBIO.
003370            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
003380       *      MOVIMENTO DO MES POR CONTA
003390        77  WK-QTD-MVS     PIC 9(5)         VALUE ZEROS.
003400        77  WK-IDX-MVS     PIC 9(5)         VALUE ZEROS.
003410        77  WK-IDX-MVS-ACH PIC 9(5)         VALUE ZEROS.
003420        01  WK-TAB-MOVTO-MES.
003430            05 WK-MVS-OCC         OCCURS 5000 TIMES.
003440                10 WK-MVS-CHAVE      PIC X(9).
003450                10 WK-MVS-QTD-CRED   PIC 9(5).
003460                10 WK-MVS-VAL-CRED   PIC 9(9)V99.
003470                10 WK-MVS-QTD-DEB    PIC 9(5).
003480                10 WK-MVS-VAL-DEB    PIC 9(9)V99.
003490       *      PRODUTOS DOS TITULARES
003500        77  WK-QTD-CDB     PIC 9(5)         VALUE ZEROS.
003510        77  WK-IDX-CDB     PIC 9(5)         VALUE ZEROS.
003520        01  WK-TAB-CDB.
003530            05 WK-CDB-OCC         OCCURS 5000 TIMES.
003540                10 WK-CDB-NUMERO     PIC 9(4).
003550                10 WK-CDB-CHAVE      PIC X(9).
003560                10 WK-CDB-PRINCIPAL  PIC 9(8)V99.
003570                10 WK-CDB-INICIO     PIC 9(8).
003580                10 WK-CDB-VENCIMENTO PIC 9(8).
003590                10 WK-CDB-BRUTO      PIC 9(9)V99.
003600        77  WK-QTD-EMP     PIC 9(5)         VALUE ZEROS.
003610        77  WK-IDX-EMP     PIC 9(5)         VALUE ZEROS.
003620        01  WK-TAB-EMPRESTIMOS.
003630            05 WK-EMP-OCC         OCCURS 5000 TIMES.
003640                10 WK-EMP-CONTRATO   PIC 9(4).
003650                10 WK-EMP-CHAVE      PIC X(9).
003660                10 WK-EMP-SALDO-DEV  PIC 9(8)V99.
003670                10 WK-EMP-PARCELA    PIC 9(8)V99.
003680                10 WK-EMP-VENCIMENTO PIC 9(8).
003690        77  WK-QTD-CART    PIC 9(5)         VALUE ZEROS.
003700        77  WK-IDX-CART    PIC 9(5)         VALUE ZEROS.
003710        01  WK-TAB-CARTOES.
003720            05 WK-CRT-OCC         OCCURS 2000 TIMES.
003730                10 WK-CRT-NUMERO     PIC X(16).
003740                10 WK-CRT-CHAVE      PIC X(9).
003750                10 WK-CRT-LIMITE     PIC 9(6)V99.
003760                10 WK-CRT-UTILIZADO  PIC 9(7)V99.
003770        77  WK-QTD-BLQ     PIC 9(5)         VALUE ZEROS.
003780        77  WK-IDX-BLQ     PIC 9(5)         VALUE ZEROS.
003790        01  WK-TAB-BLOQUEIOS.
003800            05 WK-BLQ-OCC         OCCURS 2000 TIMES.
003810                10 WK-BLQ-CHAVE      PIC X(9).
003820                10 WK-BLQ-PROCESSO   PIC X(15).
003830                10 WK-BLQ-VALOR      PIC 9(6)V99.
003840                10 WK-BLQ-DATA-INI   PIC 9(8).
003850       *      TITULARES DA CONTA EM SELECAO
003860        77  WK-QTD-TIT-CONTA PIC 99         VALUE ZEROS.
003870        77  WK-IDX-TIT     PIC 99           VALUE ZEROS.
003880        77  WK-TIT-REPETIDO PIC X           VALUE 'N'.
003890            88 TITULAR-REPETIDO               VALUE 'S'.
003900        77  WK-ENDERECO-CONTA PIC X(40)     VALUE SPACES.
003910        01  WK-TAB-TIT-CONTA.
003920            05 WK-TIT-OCC         OCCURS 10 TIMES.
003930                10 WK-TIT-CPFCNPJ    PIC X(14).
003940                10 WK-TIT-TIPO-DOC   PIC X.
003950                10 WK-TIT-NOME       PIC X(20).
003960       *      TITULAR EM EMISSAO
003970        77  WK-CPF-ATUAL   PIC X(14)        VALUE HIGH-VALUES.
003980        77  WK-CPF-MASC    PIC X(14)        VALUE SPACES.
003990        77  WK-NOME-MASC   PIC X(20)        VALUE SPACES.
004000        77  WK-PATRIMONIO  PIC S9(13)V99    VALUE ZEROS.
004010        77  WK-CHAVE-BUSCA PIC X(9)         VALUE SPACES.
004020        77  WK-VALOR-BRL   PIC S9(11)V99    VALUE ZEROS.
004030        77  WK-MOEDA-CONTA PIC X(3)         VALUE SPACES.
004040        77  WK-SALDO-MES   PIC S9(6)V99     VALUE ZEROS.
004050        77  WK-CARTAO-MASC PIC X(16)        VALUE SPACES.
004060        01  WK-LANC-MOV.
004070            05 WK-LANC-CRED    PIC 9(4).
004080            05 FILLER          PIC X(01) VALUE '/'.
004090            05 WK-LANC-DEB     PIC 9(3).
004100       *      LIQUIDO ESTIMADO DO CDB: IR REGRESSIVO PELO PRAZO
004110       *      DECORRIDO ATE A DATA DE REFERENCIA
004120        77  WK-DIAS-INI    PIC 9(8)         VALUE ZEROS.
004130        77  WK-DIAS-FIM    PIC 9(8)         VALUE ZEROS.
004140        77  WK-DIAS-PRAZO  PIC S9(8)        VALUE ZEROS.
004150        77  WK-ALIQUOTA-IR PIC 99V9         VALUE ZEROS.
004160        77  WK-RENDIMENTO  PIC 9(9)V99      VALUE ZEROS.
004170        77  WK-IR          PIC 9(9)V99      VALUE ZEROS.
004180        77  WK-LIQUIDO     PIC 9(9)V99      VALUE ZEROS.
004190       *      SERVICO DE SALDO NA DATA
004200        01  LK-AREA-SALDO-DATA.
004210            05 LK-CHAVE-SDT        PIC X(9).
004220            05 LK-DATA-SDT         PIC 9(8).
004230            05 LK-RESPOSTA-SDT     PIC X.
004240            05 LK-ORIGEM-SDT       PIC X.
004250            05 LK-SALDO-SDT        PIC S9(6)V99.
004260            05 LK-MOEDA-SDT        PIC X(3).
004270            05 LK-DATA-ULT-SDT     PIC 9(8).
004280            05 LK-DOC-ULT-SDT      PIC 9(4).
004290            05 LK-TIPO-ULT-SDT     PIC X.
004300            05 LK-VALOR-ULT-SDT    PIC 9(6)V99.
004310        77  WK-PROG-SALDO-DATA PIC X(8)     VALUE 'EAD95925'.
004320        01  WK-CABEC1.
004330            05 FILLER          PIC X(35)
004340                 VALUE 'EXTRATO CONSOLIDADO MENSAL - REF. '.
004350            05 WK-MES-CABEC    PIC 99.
004360            05 FILLER          PIC X(01) VALUE '/'.
004370            05 WK-ANO-CABEC    PIC 9(4).
004380            05 FILLER          PIC X(14) VALUE ' - POSICAO EM '.
004390            05 WK-DATA-REF-CABEC PIC 9(8).
004400        01  WK-CABEC2.
004410            05 FILLER          PIC X(09) VALUE 'TITULAR  '.
004420            05 WK-NOME-CABEC   PIC X(20).
004430            05 FILLER          PIC X(11) VALUE ' CPF/CNPJ  '.
004440            05 WK-CPF-CABEC    PIC X(14).
004450        01  WK-CABEC3.
004460            05 FILLER          PIC X(09) VALUE 'ENDERECO '.
004470            05 WK-ENDERECO-CABEC PIC X(40).
004480        01  WK-LINHA-CONTA.
004490            05 FILLER          PIC X(06) VALUE 'CONTA '.
004500            05 WK-AG-CONTA-REL PIC X(4).
004510            05 FILLER          PIC X(01) VALUE '-'.
004520            05 WK-NR-CONTA-REL PIC 9(5).
004530            05 FILLER          PIC X(01) VALUE '-'.
004540            05 WK-DIG-CONTA-REL PIC X.
004550            05 FILLER          PIC X(07) VALUE ' MOEDA '.
004560            05 WK-MOEDA-CONTA-REL PIC X(3).
004570            05 FILLER          PIC X(07) VALUE ' SALDO '.
004580            05 WK-SALDO-CONTA-REL PIC -ZZZ.ZZ9,99.
004590            05 FILLER          PIC X(08) VALUE ' LIMITE '.
004600            05 WK-LIMITE-CONTA-REL PIC ZZZ.ZZ9,99.
004610        01  WK-LINHA-PRODUTO.
004620            05 FILLER          PIC X(02) VALUE SPACES.
004630            05 WK-DESCR-PRD    PIC X(12).
004640            05 WK-IDENT-PRD    PIC X(16).
004650            05 FILLER          PIC X(01) VALUE SPACE.
004660            05 WK-ROT1-PRD     PIC X(10).
004670            05 WK-VAL1-PRD     PIC -ZZ.ZZZ.ZZ9,99.
004680            05 FILLER          PIC X(01) VALUE SPACE.
004690            05 WK-ROT2-PRD     PIC X(10).
004700            05 WK-VAL2-PRD     PIC -ZZ.ZZZ.ZZ9,99.
004710            05 WK-VAL2-PRD-X REDEFINES WK-VAL2-PRD PIC X(14).
004720            05 FILLER          PIC X(01) VALUE SPACE.
004730            05 WK-ROT3-PRD     PIC X(07).
004740            05 WK-DATA-PRD     PIC X(08).
004750        01  WK-LINHA-PATRIMONIO.
004760            05 FILLER          PIC X(30)
004770                 VALUE 'PATRIMONIO LIQUIDO EM BRL    '.
004780            05 WK-PATRIMONIO-REL PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
004790        01  WK-LINHA-TOTAL.
004800            05 WK-TITULO-TOT   PIC X(26).
004810            05 WK-VALOR-TOT    PIC ZZZZZ9.
004820       *
004830        PROCEDURE DIVISION.
004840        000-PRINCIPAL SECTION.
004850        001-PRINCIPAL.
004860            PERFORM 195-GRAVAR-JRNL-INICIO.
004870            PERFORM 101-INICIAR.
004880            SORT ARQ-SORTWK
004890                ON ASCENDING KEY SR-CPFCNPJ
004900                                 SR-CHAVE
004910                INPUT PROCEDURE IS 500-SELECIONAR
004920                OUTPUT PROCEDURE IS 550-EMITIR.
004930            PERFORM 901-FINALIZAR.
004940            PERFORM 196-GRAVAR-JRNL-FIM.
004950            STOP RUN.
004960       ***********************************************************
004970        100-INICIAR SECTION.
004980        101-INICIAR.
004990            ACCEPT WK-ANOMES-PEDIDO FROM SYSIN.
005000            ACCEPT WK-MASCARAR-NOME FROM SYSIN.
005010            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
005020            PERFORM 102-CALCULAR-DATA-REF.
005030            MOVE WK-MES-CALC   TO WK-MES-CABEC.
005040            MOVE WK-ANO-CALC   TO WK-ANO-CABEC.
005050            MOVE WK-DATA-REF   TO WK-DATA-REF-CABEC.
005060            PERFORM 190-CARREGAR-CAMBIO.
005070            PERFORM 110-CARREGAR-MOVHIST.
005080            PERFORM 112-CARREGAR-APLICMES.
005090            PERFORM 114-CARREGAR-EMPREST.
005100            PERFORM 116-CARREGAR-CARTAO.
005110            PERFORM 118-CARREGAR-BLOQJUD.
005120            OPEN INPUT ARQ-CLIDADOS.
005130            IF WK-FS-CLIDADOS NOT = '00'
005140                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
005150                        'STATUS ' WK-FS-CLIDADOS
005160                MOVE 12 TO RETURN-CODE
005170                STOP RUN
005180            END-IF.
005190            OPEN INPUT ARQ-TITULARES.
005200            IF WK-FS-TITULARES NOT = '00'
005210                DISPLAY 'ARQUIVO TITULARES INDISPONIVEL, '
005220                        'STATUS ' WK-FS-TITULARES
005230                MOVE 12 TO RETURN-CODE
005240                STOP RUN
005250            END-IF.
005260            OPEN OUTPUT ARQ-EXTCONS.
005270            IF WK-FS-EXTCONS NOT = '00'
005280                DISPLAY 'ERRO ' WK-FS-EXTCONS
005290                        ' NO COMANDO OPEN EXTCONS'
005300                MOVE 12 TO RETURN-CODE
005310                STOP RUN
005320            END-IF.
005330            OPEN OUTPUT ARQ-EXTCMAIL.
005340            IF WK-FS-EXTCMAIL NOT = '00'
005350                DISPLAY 'ERRO ' WK-FS-EXTCMAIL
005360                        ' NO COMANDO OPEN EXTCMAIL'
005370                MOVE 12 TO RETURN-CODE
005380                STOP RUN
005390            END-IF.
005400       *      SEM MES NO SYSIN VALE O MES ANTERIOR AO DA EXECUCAO;
005410       *      A REFERENCIA E O ULTIMO DIA DO MES
005420        102-CALCULAR-DATA-REF.
005430            IF WK-ANOMES-PEDIDO = ZEROS
005440                MOVE WK-DATA-SIST TO WK-DATA-CALC-GRP
005450                IF WK-MES-CALC = 1
005460                    MOVE 12 TO WK-MES-CALC
005470                    SUBTRACT 1 FROM WK-ANO-CALC
005480                ELSE
005490                    SUBTRACT 1 FROM WK-MES-CALC
005500                END-IF
005510            ELSE
005520                MOVE WK-ANOMES-PEDIDO TO WK-ANOMES-CALC
005530            END-IF.
005540            IF WK-MES-CALC < 1 OR WK-MES-CALC > 12
005550                DISPLAY 'MES DE REFERENCIA INVALIDO NO SYSIN : '
005560                        WK-ANOMES-PEDIDO
005570                MOVE 12 TO RETURN-CODE
005580                STOP RUN
005590            END-IF.
005600            MOVE WK-ANOMES-CALC TO WK-ANOMES-PEDIDO.
005610            MOVE QTDE-DIAS-MES(WK-MES-CALC) TO WK-DIA-CALC.
005620            IF WK-MES-CALC = 2
005630                PERFORM 103-CALCULAR-BISSEXTO
005640            END-IF.
005650            MOVE WK-DATA-CALC-GRP TO WK-DATA-REF.
005660        103-CALCULAR-BISSEXTO.
005670            DIVIDE WK-ANO-CALC BY 4   GIVING WK-DIV-AUX
005680                                      REMAINDER WK-REM-4.
005690            DIVIDE WK-ANO-CALC BY 100 GIVING WK-DIV-AUX
005700                                      REMAINDER WK-REM-100.
005710            DIVIDE WK-ANO-CALC BY 400 GIVING WK-DIV-AUX
005720                                      REMAINDER WK-REM-400.
005730            IF WK-REM-4 = 0
005740               AND (WK-REM-100 NOT = 0 OR WK-REM-400 = 0)
005750                MOVE 29 TO WK-DIA-CALC
005760            END-IF.
005770       ***********************************************
005780        110-CARREGAR-MOVHIST.
005790            OPEN INPUT ARQ-MOVHIST.
005800            EVALUATE WK-FS-MOVHIST
005810                WHEN '00'
005820                    PERFORM 302-LER-MOVHIST
005830                    PERFORM 111-SOMAR-MOVIMENTO
005840                        UNTIL WK-FS-MOVHIST = '10'
005850                    CLOSE ARQ-MOVHIST
005860                WHEN '35'
005870                    CONTINUE
005880                WHEN OTHER
005890                    DISPLAY 'ERRO ' WK-FS-MOVHIST
005900                            ' NO COMANDO OPEN MOVHIST'
005910                    MOVE 12 TO RETURN-CODE
005920                    STOP RUN
005930            END-EVALUATE.
005940       *      CREDITOS E DEBITOS COMO NO EXTRATO DE CONTA; A
005950       *      POUPANCA (U/W/Y) NAO E MOVIMENTO DA CONTA
005960        111-SOMAR-MOVIMENTO.
005970            MOVE FD-DATA-MOVHIST TO WK-DATA-CALC-GRP.
005980            IF WK-ANOMES-CALC = WK-ANOMES-PEDIDO
005990               AND FD-TIPO-MOVHIST NOT = 'U' AND 'W' AND 'Y'
006000                MOVE FD-CHAVE-MOVHIST TO WK-CHAVE-BUSCA
006010                PERFORM 120-LOCALIZAR-MVS
006020                EVALUATE FD-TIPO-MOVHIST
006030                    WHEN 'C'
006040                    WHEN 'J'
006050                    WHEN 'R'
006060                    WHEN 'B'
006070                        ADD 1 TO WK-MVS-QTD-CRED(WK-IDX-MVS-ACH)
006080                        ADD FD-VALOR-MOVHIST
006090                            TO WK-MVS-VAL-CRED(WK-IDX-MVS-ACH)
006100                    WHEN OTHER
006110                        ADD 1 TO WK-MVS-QTD-DEB(WK-IDX-MVS-ACH)
006120                        ADD FD-VALOR-MOVHIST
006130                            TO WK-MVS-VAL-DEB(WK-IDX-MVS-ACH)
006140                END-EVALUATE
006150            END-IF.
006160            PERFORM 302-LER-MOVHIST.
006170        112-CARREGAR-APLICMES.
006180            OPEN INPUT ARQ-APLICMES.
006190            EVALUATE WK-FS-APLICMES
006200                WHEN '00'
006210                    PERFORM 303-LER-APLICMES
006220                    PERFORM 113-GUARDAR-CDB
006230                        UNTIL WK-FS-APLICMES = '10'
006240                    CLOSE ARQ-APLICMES
006250                WHEN '35'
006260                    CONTINUE
006270                WHEN OTHER
006280                    DISPLAY 'ERRO ' WK-FS-APLICMES
006290                            ' NO COMANDO OPEN APLICMES'
006300                    MOVE 12 TO RETURN-CODE
006310                    STOP RUN
006320            END-EVALUATE.
006330        113-GUARDAR-CDB.
006340            IF CDB-ATIVO
006350                IF WK-QTD-CDB NOT LESS 5000
006360                    DISPLAY 'TABELA DE CDB CHEIA, LIMITE 5000'
006370                    MOVE 12 TO RETURN-CODE
006380                    STOP RUN
006390                END-IF
006400                ADD 1 TO WK-QTD-CDB
006410                MOVE FD-APLICACAO-CDB
006420                    TO WK-CDB-NUMERO(WK-QTD-CDB)
006430                MOVE FD-CHAVE-CDB
006440                    TO WK-CDB-CHAVE(WK-QTD-CDB)
006450                MOVE FD-PRINCIPAL-CDB
006460                    TO WK-CDB-PRINCIPAL(WK-QTD-CDB)
006470                MOVE FD-DATA-INICIO-CDB
006480                    TO WK-CDB-INICIO(WK-QTD-CDB)
006490                MOVE FD-VENCIMENTO-CDB
006500                    TO WK-CDB-VENCIMENTO(WK-QTD-CDB)
006510                MOVE FD-BRUTO-CDB
006520                    TO WK-CDB-BRUTO(WK-QTD-CDB)
006530            END-IF.
006540            PERFORM 303-LER-APLICMES.
006550        114-CARREGAR-EMPREST.
006560            OPEN INPUT ARQ-EMPREST.
006570            EVALUATE WK-FS-EMPREST
006580                WHEN '00'
006590                    PERFORM 304-LER-EMPREST
006600                    PERFORM 115-GUARDAR-EMPRESTIMO
006610                        UNTIL WK-FS-EMPREST = '10'
006620                    CLOSE ARQ-EMPREST
006630                WHEN '35'
006640                    CONTINUE
006650                WHEN OTHER
006660                    DISPLAY 'ERRO ' WK-FS-EMPREST
006670                            ' NO COMANDO OPEN EMPREST'
006680                    MOVE 12 TO RETURN-CODE
006690                    STOP RUN
006700            END-EVALUATE.
006710        115-GUARDAR-EMPRESTIMO.
006720            IF EMP-ATIVO OR EMP-EM-ATRASO
006730                IF WK-QTD-EMP NOT LESS 5000
006740                    DISPLAY 'TABELA DE EMPRESTIMOS CHEIA, '
006750                            'LIMITE 5000'
006760                    MOVE 12 TO RETURN-CODE
006770                    STOP RUN
006780                END-IF
006790                ADD 1 TO WK-QTD-EMP
006800                MOVE FD-CONTRATO-EMP
006810                    TO WK-EMP-CONTRATO(WK-QTD-EMP)
006820                MOVE FD-CHAVE-EMP      TO WK-EMP-CHAVE(WK-QTD-EMP)
006830                MOVE FD-SALDO-DEV-EMP
006840                    TO WK-EMP-SALDO-DEV(WK-QTD-EMP)
006850                MOVE FD-PARCELA-EMP
006860                    TO WK-EMP-PARCELA(WK-QTD-EMP)
006870                MOVE FD-VENCIMENTO-EMP
006880                    TO WK-EMP-VENCIMENTO(WK-QTD-EMP)
006890            END-IF.
006900            PERFORM 304-LER-EMPREST.
006910        116-CARREGAR-CARTAO.
006920            OPEN INPUT ARQ-CARTAO.
006930            EVALUATE WK-FS-CARTAO
006940                WHEN '00'
006950                    PERFORM 305-LER-CARTAO
006960                    PERFORM 117-GUARDAR-CARTAO
006970                        UNTIL WK-FS-CARTAO = '10'
006980                    CLOSE ARQ-CARTAO
006990                WHEN '35'
007000                    CONTINUE
007010                WHEN OTHER
007020                    DISPLAY 'ERRO ' WK-FS-CARTAO
007030                            ' NO COMANDO OPEN CARTAO'
007040                    MOVE 12 TO RETURN-CODE
007050                    STOP RUN
007060            END-EVALUATE.
007070        117-GUARDAR-CARTAO.
007080            IF NOT CARTAO-CANCELADO
007090                IF WK-QTD-CART NOT LESS 2000
007100                    DISPLAY 'TABELA DE CARTOES CHEIA, LIMITE 2000'
007110                    MOVE 12 TO RETURN-CODE
007120                    STOP RUN
007130                END-IF
007140                ADD 1 TO WK-QTD-CART
007150                MOVE FD-NUMERO-CARTAO
007160                    TO WK-CRT-NUMERO(WK-QTD-CART)
007170                MOVE FD-CONTA-CARTAO
007180                    TO WK-CRT-CHAVE(WK-QTD-CART)
007190                MOVE FD-LIMITE-CARTAO
007200                    TO WK-CRT-LIMITE(WK-QTD-CART)
007210                COMPUTE WK-CRT-UTILIZADO(WK-QTD-CART) =
007220                    FD-SALDO-ABERTO-CARTAO
007230                    + FD-SALDO-FATURADO-CARTAO
007240                    + FD-SALDO-ROTATIVO-CARTAO
007250            END-IF.
007260            PERFORM 305-LER-CARTAO.
007270        118-CARREGAR-BLOQJUD.
007280            OPEN INPUT ARQ-BLOQJUD.
007290            EVALUATE WK-FS-BLOQJUD
007300                WHEN '00'
007310                    PERFORM 306-LER-BLOQJUD
007320                    PERFORM 119-GUARDAR-BLOQUEIO
007330                        UNTIL WK-FS-BLOQJUD = '10'
007340                    CLOSE ARQ-BLOQJUD
007350                WHEN '35'
007360                    CONTINUE
007370                WHEN OTHER
007380                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
007390                            ' NO COMANDO OPEN BLOQJUD'
007400                    MOVE 12 TO RETURN-CODE
007410                    STOP RUN
007420            END-EVALUATE.
007430        119-GUARDAR-BLOQUEIO.
007440            IF BLOQUEIO-ATIVO
007450               AND FD-DATA-INI-BLOQJUD NOT GREATER WK-DATA-REF
007460                IF WK-QTD-BLQ NOT LESS 2000
007470                    DISPLAY 'TABELA DE BLOQUEIOS CHEIA, '
007480                            'LIMITE 2000'
007490                    MOVE 12 TO RETURN-CODE
007500                    STOP RUN
007510                END-IF
007520                ADD 1 TO WK-QTD-BLQ
007530                MOVE FD-CHAVE-BLOQJUD  TO WK-BLQ-CHAVE(WK-QTD-BLQ)
007540                MOVE FD-PROCESSO-BLOQJUD
007550                    TO WK-BLQ-PROCESSO(WK-QTD-BLQ)
007560                MOVE FD-VALOR-BLOQJUD  TO WK-BLQ-VALOR(WK-QTD-BLQ)
007570                MOVE FD-DATA-INI-BLOQJUD
007580                    TO WK-BLQ-DATA-INI(WK-QTD-BLQ)
007590            END-IF.
007600            PERFORM 306-LER-BLOQJUD.
007610        120-LOCALIZAR-MVS.
007620            MOVE ZEROS TO WK-IDX-MVS-ACH.
007630            PERFORM 121-COMPARAR-MVS
007640                VARYING WK-IDX-MVS FROM 1 BY 1
007650                UNTIL WK-IDX-MVS > WK-QTD-MVS
007660                   OR WK-IDX-MVS-ACH > ZEROS.
007670            IF WK-IDX-MVS-ACH = ZEROS
007680                IF WK-QTD-MVS NOT LESS 5000
007690                    DISPLAY 'TABELA DE MOVIMENTO DO MES CHEIA, '
007700                            'LIMITE 5000'
007710                    MOVE 12 TO RETURN-CODE
007720                    STOP RUN
007730                END-IF
007740                ADD 1 TO WK-QTD-MVS
007750                MOVE WK-QTD-MVS TO WK-IDX-MVS-ACH
007760                MOVE WK-CHAVE-BUSCA
007770                    TO WK-MVS-CHAVE(WK-IDX-MVS-ACH)
007780                MOVE ZEROS TO WK-MVS-QTD-CRED(WK-IDX-MVS-ACH)
007790                MOVE ZEROS TO WK-MVS-VAL-CRED(WK-IDX-MVS-ACH)
007800                MOVE ZEROS TO WK-MVS-QTD-DEB(WK-IDX-MVS-ACH)
007810                MOVE ZEROS TO WK-MVS-VAL-DEB(WK-IDX-MVS-ACH)
007820            END-IF.
007830        121-COMPARAR-MVS.
007840            IF WK-MVS-CHAVE(WK-IDX-MVS) = WK-CHAVE-BUSCA
007850                MOVE WK-IDX-MVS TO WK-IDX-MVS-ACH
007860            END-IF.
007870       ***********************************************
007880        190-CARREGAR-CAMBIO.
007890            MOVE WK-DATA-REF TO WK-DATA-CAMBIO-REF.
007900            OPEN INPUT ARQ-CAMBIO.
007910            EVALUATE WK-FS-CAMBIO
007920                WHEN '00'
007930                    PERFORM 191-LER-CAMBIO
007940                    PERFORM 192-APLICAR-TAXA-CAMBIO
007950                        UNTIL WK-FS-CAMBIO = '10'
007960                    CLOSE ARQ-CAMBIO
007970                WHEN OTHER
007980                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
007990                            'OU COM ERRO ' WK-FS-CAMBIO
008000                    MOVE 12 TO RETURN-CODE
008010                    STOP RUN
008020            END-EVALUATE.
008030            IF TAXA-MOEDA(1) = ZEROS
008040                MOVE 1 TO TAXA-MOEDA(1)
008050            END-IF.
008060            PERFORM 189-CONFERIR-TAXA-CAMBIO
008070                VARYING WK-IDX-MOEDA FROM 2 BY 1
008080                UNTIL WK-IDX-MOEDA > 3.
008090        191-LER-CAMBIO.
008100            READ ARQ-CAMBIO.
008110            EVALUATE WK-FS-CAMBIO
008120                WHEN '00'
008130                    CONTINUE
008140                WHEN '10'
008150                    CONTINUE
008160                WHEN OTHER
008170                    DISPLAY 'ERRO ' WK-FS-CAMBIO
008180                            ' NO COMANDO READ CAMBIO'
008190                    MOVE 12 TO RETURN-CODE
008200                    STOP RUN
008210            END-EVALUATE.
008220        192-APLICAR-TAXA-CAMBIO.
008230            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
008240                PERFORM 193-COMPARAR-MOEDA
008250                    VARYING WK-IDX-MOEDA FROM 1 BY 1
008260                    UNTIL WK-IDX-MOEDA > 3
008270            END-IF.
008280            PERFORM 191-LER-CAMBIO.
008290        193-COMPARAR-MOEDA.
008300            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
008310               AND FD-DATA-CAMBIO NOT LESS
008320                   WK-DATA-TAXA(WK-IDX-MOEDA)
008330                MOVE FD-TAXA-CAMBIO
008340                    TO TAXA-MOEDA(WK-IDX-MOEDA)
008350                MOVE FD-DATA-CAMBIO
008360                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
008370            END-IF.
008380        189-CONFERIR-TAXA-CAMBIO.
008390            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
008400                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
008410                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
008420                        ' NA DATA ' WK-DATA-CAMBIO-REF
008430                MOVE 12 TO RETURN-CODE
008440                STOP RUN
008450            END-IF.
008460       ***********************************************
008470       *      UM REGISTRO POR TITULAR DE CADA CONTA NAO
008480       *      ENCERRADA; O TITULAR DO CLIDADOS LEVA O ENDERECO
008490        500-SELECIONAR SECTION.
008500        501-SELECIONAR.
008510            OPEN INPUT ARQ-CLIENTES.
008520            IF WK-FS-CLIENTES NOT = '00'
008530                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
008540                        'STATUS ' WK-FS-CLIENTES
008550                MOVE 12 TO RETURN-CODE
008560                STOP RUN
008570            END-IF.
008580            PERFORM 301-LER-CLIENTES.
008590            PERFORM 502-LIBERAR-CONTA
008600                UNTIL WK-FS-CLIENTES = '10'.
008610            CLOSE ARQ-CLIENTES.
008620            GO TO 509-SELECIONAR-FIM.
008630        502-LIBERAR-CONTA.
008640            IF NOT CONTA-ENCERRADA
008650                ADD 1 TO WK-QTD-CONTAS
008660                PERFORM 503-LEVANTAR-TITULARES
008670                IF WK-QTD-TIT-CONTA = ZEROS
008680                    ADD 1 TO WK-QTD-SEM-TITULAR
008690                    DISPLAY 'CONTA ' FD-CHAVE-CLIENTES
008700                            ' SEM CPF/CNPJ NO CLIDADOS'
008710                ELSE
008720                    PERFORM 506-LIBERAR-TITULAR
008730                        VARYING WK-IDX-TIT FROM 1 BY 1
008740                        UNTIL WK-IDX-TIT > WK-QTD-TIT-CONTA
008750                END-IF
008760            END-IF.
008770            PERFORM 301-LER-CLIENTES.
008780        503-LEVANTAR-TITULARES.
008790            MOVE ZEROS TO WK-QTD-TIT-CONTA.
008800            MOVE SPACES TO WK-ENDERECO-CONTA.
008810            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-CLIDADOS.
008820            READ ARQ-CLIDADOS
008830                INVALID KEY
008840                    CONTINUE
008850                NOT INVALID KEY
008860                    IF FD-CPFCNPJ-CLIDADOS NOT = SPACES
008870                        MOVE 1 TO WK-QTD-TIT-CONTA
008880                        MOVE FD-CPFCNPJ-CLIDADOS
008890                            TO WK-TIT-CPFCNPJ(1)
008900                        MOVE FD-TIPO-DOC-CLIDADOS
008910                            TO WK-TIT-TIPO-DOC(1)
008920                        MOVE FD-NOME-CLIENTES TO WK-TIT-NOME(1)
008930                        MOVE FD-ENDERECO-CLIDADOS
008940                            TO WK-ENDERECO-CONTA
008950                    END-IF
008960            END-READ.
008970            IF WK-QTD-TIT-CONTA > ZEROS
008980                MOVE FD-CHAVE-CLIENTES TO FD-CONTA-TITULAR
008990                MOVE LOW-VALUES TO FD-CPFCNPJ-TITULAR
009000                START ARQ-TITULARES
009010                    KEY NOT LESS FD-CHAVE-TITULARES
009020                END-START
009030                IF WK-FS-TITULARES = '00'
009040                    PERFORM 307-LER-TITULARES
009050                    PERFORM 504-INCLUIR-TITULAR
009060                        UNTIL WK-FS-TITULARES NOT = '00'
009070                           OR FD-CONTA-TITULAR
009080                               NOT = FD-CHAVE-CLIENTES
009090                END-IF
009100            END-IF.
009110        504-INCLUIR-TITULAR.
009120            MOVE 'N' TO WK-TIT-REPETIDO.
009130            PERFORM 505-COMPARAR-TITULAR
009140                VARYING WK-IDX-TIT FROM 1 BY 1
009150                UNTIL WK-IDX-TIT > WK-QTD-TIT-CONTA.
009160            IF NOT TITULAR-REPETIDO
009170                IF WK-QTD-TIT-CONTA NOT LESS 10
009180                    DISPLAY 'CONTA ' FD-CHAVE-CLIENTES
009190                            ' COM MAIS DE 10 TITULARES, '
009200                            'EXCEDENTE IGNORADO'
009210                ELSE
009220                    ADD 1 TO WK-QTD-TIT-CONTA
009230                    MOVE FD-CPFCNPJ-TITULAR
009240                        TO WK-TIT-CPFCNPJ(WK-QTD-TIT-CONTA)
009250                    MOVE FD-TIPO-DOC-TITULAR
009260                        TO WK-TIT-TIPO-DOC(WK-QTD-TIT-CONTA)
009270                    MOVE FD-NOME-TITULAR
009280                        TO WK-TIT-NOME(WK-QTD-TIT-CONTA)
009290                END-IF
009300            END-IF.
009310            PERFORM 307-LER-TITULARES.
009320        505-COMPARAR-TITULAR.
009330            IF WK-TIT-CPFCNPJ(WK-IDX-TIT) = FD-CPFCNPJ-TITULAR
009340                MOVE 'S' TO WK-TIT-REPETIDO
009350            END-IF.
009360        506-LIBERAR-TITULAR.
009370            MOVE WK-TIT-CPFCNPJ(WK-IDX-TIT)  TO SR-CPFCNPJ.
009380            MOVE FD-CHAVE-CLIENTES           TO SR-CHAVE.
009390            MOVE WK-TIT-TIPO-DOC(WK-IDX-TIT) TO SR-TIPO-DOC.
009400            MOVE WK-TIT-NOME(WK-IDX-TIT)     TO SR-NOME.
009410            IF WK-IDX-TIT = 1
009420                MOVE WK-ENDERECO-CONTA TO SR-ENDERECO
009430            ELSE
009440                MOVE SPACES TO SR-ENDERECO
009450            END-IF.
009460            MOVE FD-DIGITO-CLIENTES TO SR-DIGITO.
009470            MOVE FD-MOEDA-CLIENTES  TO SR-MOEDA.
009480            MOVE FD-LIMITE-CLIENTES TO SR-LIMITE.
009490            RELEASE REG-ECSORT.
009500        509-SELECIONAR-FIM.
009510            EXIT.
009520       ***********************************************
009530       *      UM EXTRATO POR CPF/CNPJ; O ENDERECO E O DA
009540       *      PRIMEIRA CONTA EM QUE ELE E O TITULAR DO CLIDADOS
009550        550-EMITIR SECTION.
009560        551-EMITIR.
009570            PERFORM 552-RETORNAR-CONTA.
009580            PERFORM 553-TRATAR-CONTA
009590                UNTIL FIM-DO-SORT.
009600            IF WK-CPF-ATUAL NOT = HIGH-VALUES
009610                PERFORM 555-FECHAR-TITULAR
009620            END-IF.
009630            GO TO 569-EMITIR-FIM.
009640        552-RETORNAR-CONTA.
009650            RETURN ARQ-SORTWK
009660                AT END
009670                    SET FIM-DO-SORT TO TRUE
009680            END-RETURN.
009690        553-TRATAR-CONTA.
009700            IF SR-CPFCNPJ NOT = WK-CPF-ATUAL
009710                IF WK-CPF-ATUAL NOT = HIGH-VALUES
009720                    PERFORM 555-FECHAR-TITULAR
009730                END-IF
009740                PERFORM 554-ABRIR-TITULAR
009750            END-IF.
009760            PERFORM 560-EMITIR-CONTA.
009770            PERFORM 552-RETORNAR-CONTA.
009780        554-ABRIR-TITULAR.
009790            ADD 1 TO WK-QTD-EXTRATOS.
009800            MOVE SR-CPFCNPJ TO WK-CPF-ATUAL.
009810            MOVE ZEROS TO WK-PATRIMONIO.
009820            MOVE SR-CPFCNPJ TO WK-CPF-MASC.
009830            MOVE SR-NOME    TO WK-NOME-MASC.
009840            IF MASCARA-ATIVA
009850                MOVE ALL '*' TO WK-CPF-MASC(4:11)
009860                MOVE ALL '*' TO WK-NOME-MASC(4:17)
009870            END-IF.
009880            MOVE SR-ENDERECO TO WK-ENDERECO-CONTA.
009890            IF WK-ENDERECO-CONTA = SPACES
009900                PERFORM 557-PROCURAR-ENDERECO
009910            END-IF.
009920            IF WK-ENDERECO-CONTA = SPACES
009930                ADD 1 TO WK-QTD-SEM-ENDERECO
009940            END-IF.
009950            WRITE REG-EXTCONS FROM WK-CABEC1
009960                AFTER PAGE.
009970            PERFORM 570-CONFERIR-EXTCONS.
009980            MOVE WK-NOME-MASC TO WK-NOME-CABEC.
009990            MOVE WK-CPF-MASC  TO WK-CPF-CABEC.
010000            WRITE REG-EXTCONS FROM WK-CABEC2
010010                AFTER 2 LINES.
010020            PERFORM 570-CONFERIR-EXTCONS.
010030            MOVE WK-ENDERECO-CONTA TO WK-ENDERECO-CABEC.
010040            WRITE REG-EXTCONS FROM WK-CABEC3.
010050            PERFORM 570-CONFERIR-EXTCONS.
010060            MOVE SPACES TO REG-EXTCMAIL.
010070            MOVE '1' TO FD-TIPO-REG-EXM.
010080            MOVE WK-CPF-MASC      TO FD-CPFCNPJ-TIT-EXM.
010090            MOVE SR-TIPO-DOC      TO FD-TIPO-DOC-TIT-EXM.
010100            MOVE WK-NOME-MASC     TO FD-NOME-TIT-EXM.
010110            MOVE WK-ENDERECO-CONTA TO FD-ENDERECO-TIT-EXM.
010120            MOVE WK-ANOMES-PEDIDO TO FD-ANOMES-TIT-EXM.
010130            PERFORM 571-GRAVAR-EXTCMAIL.
010140        555-FECHAR-TITULAR.
010150            MOVE WK-PATRIMONIO TO WK-PATRIMONIO-REL.
010160            WRITE REG-EXTCONS FROM WK-LINHA-PATRIMONIO
010170                AFTER 2 LINES.
010180            PERFORM 570-CONFERIR-EXTCONS.
010190            MOVE SPACES TO REG-EXTCMAIL.
010200            MOVE '3' TO FD-TIPO-REG-EXM.
010210            MOVE WK-CPF-MASC   TO FD-CPFCNPJ-TOT-EXM.
010220            MOVE WK-PATRIMONIO TO FD-PATRIMONIO-TOT-EXM.
010230            PERFORM 571-GRAVAR-EXTCMAIL.
010240       *      COTITULAR SEM CONTA PROPRIA NO CLIDADOS RECEBE NO
010250       *      ENDERECO DO TITULAR DA PRIMEIRA CONTA
010260        557-PROCURAR-ENDERECO.
010270            MOVE SR-CHAVE TO FD-CHAVE-CLIDADOS.
010280            READ ARQ-CLIDADOS
010290                INVALID KEY
010300                    CONTINUE
010310                NOT INVALID KEY
010320                    MOVE FD-ENDERECO-CLIDADOS
010330                        TO WK-ENDERECO-CONTA
010340            END-READ.
010350       ***********************************************
010360        560-EMITIR-CONTA.
010370            MOVE SR-CHAVE    TO WK-CHAVE-BUSCA.
010380            MOVE SR-CHAVE    TO LK-CHAVE-SDT.
010390            MOVE WK-DATA-REF TO LK-DATA-SDT.
010400            CALL WK-PROG-SALDO-DATA USING LK-AREA-SALDO-DATA.
010410            IF LK-RESPOSTA-SDT = 'S'
010420                MOVE LK-SALDO-SDT TO WK-SALDO-MES
010430                MOVE LK-MOEDA-SDT TO WK-MOEDA-CONTA
010440            ELSE
010450                MOVE ZEROS    TO WK-SALDO-MES
010460                MOVE SR-MOEDA TO WK-MOEDA-CONTA
010470            END-IF.
010480            MOVE SR-CHAVE(1:4)   TO WK-AG-CONTA-REL.
010490            MOVE SR-CHAVE(5:5)   TO WK-NR-CONTA-REL.
010500            MOVE SR-DIGITO       TO WK-DIG-CONTA-REL.
010510            MOVE WK-MOEDA-CONTA  TO WK-MOEDA-CONTA-REL.
010520            MOVE WK-SALDO-MES    TO WK-SALDO-CONTA-REL.
010530            MOVE SR-LIMITE       TO WK-LIMITE-CONTA-REL.
010540            WRITE REG-EXTCONS FROM WK-LINHA-CONTA
010550                AFTER 2 LINES.
010560            PERFORM 570-CONFERIR-EXTCONS.
010570            PERFORM 565-CONVERTER-BRL.
010580            ADD WK-VALOR-BRL TO WK-PATRIMONIO.
010590            MOVE 'CC  '         TO FD-PRODUTO-PRD-EXM.
010600            MOVE SPACES         TO FD-IDENT-PRD-EXM.
010610            MOVE WK-SALDO-MES   TO FD-VALOR1-PRD-EXM.
010620            MOVE SR-LIMITE      TO FD-VALOR2-PRD-EXM.
010630            MOVE WK-DATA-REF    TO FD-DATA-PRD-EXM.
010640            PERFORM 572-GRAVAR-PRODUTO.
010650            MOVE ZEROS TO WK-IDX-MVS-ACH.
010660            PERFORM 121-COMPARAR-MVS
010670                VARYING WK-IDX-MVS FROM 1 BY 1
010680                UNTIL WK-IDX-MVS > WK-QTD-MVS
010690                   OR WK-IDX-MVS-ACH > ZEROS.
010700            IF WK-IDX-MVS-ACH > ZEROS
010710                PERFORM 566-EMITIR-MOVIMENTO
010720            END-IF.
010730            PERFORM 561-EMITIR-CDB
010740                VARYING WK-IDX-CDB FROM 1 BY 1
010750                UNTIL WK-IDX-CDB > WK-QTD-CDB.
010760            PERFORM 562-EMITIR-EMPRESTIMO
010770                VARYING WK-IDX-EMP FROM 1 BY 1
010780                UNTIL WK-IDX-EMP > WK-QTD-EMP.
010790            PERFORM 563-EMITIR-CARTAO
010800                VARYING WK-IDX-CART FROM 1 BY 1
010810                UNTIL WK-IDX-CART > WK-QTD-CART.
010820            PERFORM 564-EMITIR-BLOQUEIO
010830                VARYING WK-IDX-BLQ FROM 1 BY 1
010840                UNTIL WK-IDX-BLQ > WK-QTD-BLQ.
010850       *      LIQUIDO ESTIMADO: BRUTO MENOS O IR REGRESSIVO SOBRE
010860       *      O RENDIMENTO, PELO PRAZO DECORRIDO (MES DE 30 DIAS)
010870        561-EMITIR-CDB.
010880            IF WK-CDB-CHAVE(WK-IDX-CDB) = WK-CHAVE-BUSCA
010890                MOVE WK-CDB-INICIO(WK-IDX-CDB) TO WK-DATA-CALC-GRP
010900                COMPUTE WK-DIAS-INI = WK-ANO-CALC * 360
010910                    + WK-MES-CALC * 30 + WK-DIA-CALC
010920                MOVE WK-DATA-REF TO WK-DATA-CALC-GRP
010930                COMPUTE WK-DIAS-FIM = WK-ANO-CALC * 360
010940                    + WK-MES-CALC * 30 + WK-DIA-CALC
010950                COMPUTE WK-DIAS-PRAZO = WK-DIAS-FIM - WK-DIAS-INI
010960                EVALUATE TRUE
010970                    WHEN WK-DIAS-PRAZO NOT GREATER 180
010980                        MOVE 22,5 TO WK-ALIQUOTA-IR
010990                    WHEN WK-DIAS-PRAZO NOT GREATER 360
011000                        MOVE 20,0 TO WK-ALIQUOTA-IR
011010                    WHEN WK-DIAS-PRAZO NOT GREATER 720
011020                        MOVE 17,5 TO WK-ALIQUOTA-IR
011030                    WHEN OTHER
011040                        MOVE 15,0 TO WK-ALIQUOTA-IR
011050                END-EVALUATE
011060                MOVE ZEROS TO WK-RENDIMENTO
011070                IF WK-CDB-BRUTO(WK-IDX-CDB)
011080                   > WK-CDB-PRINCIPAL(WK-IDX-CDB)
011090                    COMPUTE WK-RENDIMENTO =
011100                        WK-CDB-BRUTO(WK-IDX-CDB)
011110                        - WK-CDB-PRINCIPAL(WK-IDX-CDB)
011120                END-IF
011130                COMPUTE WK-IR ROUNDED =
011140                    WK-RENDIMENTO * WK-ALIQUOTA-IR / 100
011150                COMPUTE WK-LIQUIDO =
011160                    WK-CDB-BRUTO(WK-IDX-CDB) - WK-IR
011170                ADD WK-LIQUIDO TO WK-PATRIMONIO
011180                MOVE 'CDB         ' TO WK-DESCR-PRD
011190                MOVE SPACES TO WK-IDENT-PRD
011200                MOVE WK-CDB-NUMERO(WK-IDX-CDB)
011210                    TO WK-IDENT-PRD(1:4)
011220                MOVE 'BRUTO     ' TO WK-ROT1-PRD
011230                MOVE WK-CDB-BRUTO(WK-IDX-CDB) TO WK-VAL1-PRD
011240                MOVE 'LIQ.ESTIM.' TO WK-ROT2-PRD
011250                MOVE WK-LIQUIDO TO WK-VAL2-PRD
011260                MOVE ' VENC  ' TO WK-ROT3-PRD
011270                MOVE WK-CDB-VENCIMENTO(WK-IDX-CDB) TO WK-DATA-PRD
011280                PERFORM 573-GRAVAR-LINHA-PRODUTO
011290                MOVE 'CDB '            TO FD-PRODUTO-PRD-EXM
011300                MOVE WK-IDENT-PRD      TO FD-IDENT-PRD-EXM
011310                MOVE WK-CDB-BRUTO(WK-IDX-CDB) TO FD-VALOR1-PRD-EXM
011320                MOVE WK-LIQUIDO        TO FD-VALOR2-PRD-EXM
011330                MOVE WK-CDB-VENCIMENTO(WK-IDX-CDB)
011340                    TO FD-DATA-PRD-EXM
011350                PERFORM 572-GRAVAR-PRODUTO
011360            END-IF.
011370        562-EMITIR-EMPRESTIMO.
011380            IF WK-EMP-CHAVE(WK-IDX-EMP) = WK-CHAVE-BUSCA
011390                SUBTRACT WK-EMP-SALDO-DEV(WK-IDX-EMP)
011400                    FROM WK-PATRIMONIO
011410                MOVE 'EMPRESTIMO  ' TO WK-DESCR-PRD
011420                MOVE SPACES TO WK-IDENT-PRD
011430                MOVE WK-EMP-CONTRATO(WK-IDX-EMP)
011440                    TO WK-IDENT-PRD(1:4)
011450                MOVE 'SALDO DEV.' TO WK-ROT1-PRD
011460                MOVE WK-EMP-SALDO-DEV(WK-IDX-EMP) TO WK-VAL1-PRD
011470                MOVE 'PARCELA   ' TO WK-ROT2-PRD
011480                MOVE WK-EMP-PARCELA(WK-IDX-EMP) TO WK-VAL2-PRD
011490                MOVE ' EM    ' TO WK-ROT3-PRD
011500                MOVE WK-EMP-VENCIMENTO(WK-IDX-EMP) TO WK-DATA-PRD
011510                PERFORM 573-GRAVAR-LINHA-PRODUTO
011520                MOVE 'EMPR'            TO FD-PRODUTO-PRD-EXM
011530                MOVE WK-IDENT-PRD      TO FD-IDENT-PRD-EXM
011540                MOVE WK-EMP-SALDO-DEV(WK-IDX-EMP)
011550                    TO FD-VALOR1-PRD-EXM
011560                MOVE WK-EMP-PARCELA(WK-IDX-EMP)
011570                    TO FD-VALOR2-PRD-EXM
011580                MOVE WK-EMP-VENCIMENTO(WK-IDX-EMP)
011590                    TO FD-DATA-PRD-EXM
011600                PERFORM 572-GRAVAR-PRODUTO
011610            END-IF.
011620        563-EMITIR-CARTAO.
011630            IF WK-CRT-CHAVE(WK-IDX-CART) = WK-CHAVE-BUSCA
011640                SUBTRACT WK-CRT-UTILIZADO(WK-IDX-CART)
011650                    FROM WK-PATRIMONIO
011660                MOVE ALL '*' TO WK-CARTAO-MASC
011670                MOVE WK-CRT-NUMERO(WK-IDX-CART)(13:4)
011680                    TO WK-CARTAO-MASC(13:4)
011690                MOVE 'CARTAO      ' TO WK-DESCR-PRD
011700                MOVE WK-CARTAO-MASC TO WK-IDENT-PRD
011710                MOVE 'LIMITE    ' TO WK-ROT1-PRD
011720                MOVE WK-CRT-LIMITE(WK-IDX-CART) TO WK-VAL1-PRD
011730                MOVE 'UTILIZADO ' TO WK-ROT2-PRD
011740                MOVE WK-CRT-UTILIZADO(WK-IDX-CART) TO WK-VAL2-PRD
011750                MOVE SPACES TO WK-ROT3-PRD
011760                MOVE SPACES TO WK-DATA-PRD
011770                PERFORM 573-GRAVAR-LINHA-PRODUTO
011780                MOVE 'CART'            TO FD-PRODUTO-PRD-EXM
011790                MOVE WK-CARTAO-MASC    TO FD-IDENT-PRD-EXM
011800                MOVE WK-CRT-LIMITE(WK-IDX-CART)
011810                    TO FD-VALOR1-PRD-EXM
011820                MOVE WK-CRT-UTILIZADO(WK-IDX-CART)
011830                    TO FD-VALOR2-PRD-EXM
011840                MOVE ZEROS             TO FD-DATA-PRD-EXM
011850                PERFORM 572-GRAVAR-PRODUTO
011860            END-IF.
011870       *      O BLOQUEIO JA ESTA DENTRO DO SALDO DA CONTA E NAO
011880       *      ALTERA O PATRIMONIO
011890        564-EMITIR-BLOQUEIO.
011900            IF WK-BLQ-CHAVE(WK-IDX-BLQ) = WK-CHAVE-BUSCA
011910                MOVE 'BLOQ.JUDIC. ' TO WK-DESCR-PRD
011920                MOVE WK-BLQ-PROCESSO(WK-IDX-BLQ) TO WK-IDENT-PRD
011930                MOVE 'BLOQUEADO ' TO WK-ROT1-PRD
011940                MOVE WK-BLQ-VALOR(WK-IDX-BLQ) TO WK-VAL1-PRD
011950                MOVE SPACES TO WK-ROT2-PRD
011960                MOVE SPACES TO WK-VAL2-PRD-X
011970                MOVE ' DESDE ' TO WK-ROT3-PRD
011980                MOVE WK-BLQ-DATA-INI(WK-IDX-BLQ) TO WK-DATA-PRD
011990                PERFORM 573-GRAVAR-LINHA-PRODUTO
012000                MOVE 'BLOQ'            TO FD-PRODUTO-PRD-EXM
012010                MOVE WK-BLQ-PROCESSO(WK-IDX-BLQ)
012020                    TO FD-IDENT-PRD-EXM
012030                MOVE WK-BLQ-VALOR(WK-IDX-BLQ)
012040                    TO FD-VALOR1-PRD-EXM
012050                MOVE ZEROS             TO FD-VALOR2-PRD-EXM
012060                MOVE WK-BLQ-DATA-INI(WK-IDX-BLQ)
012070                    TO FD-DATA-PRD-EXM
012080                PERFORM 572-GRAVAR-PRODUTO
012090            END-IF.
012100        565-CONVERTER-BRL.
012110            MOVE 1 TO WK-IDX-MOEDA.
012120            PERFORM 567-PROCURAR-MOEDA
012130                UNTIL WK-IDX-MOEDA > 3
012140                   OR MOEDA-COD(WK-IDX-MOEDA) = WK-MOEDA-CONTA.
012150            IF WK-IDX-MOEDA > 3
012160                MOVE 1 TO WK-IDX-MOEDA
012170            END-IF.
012180            COMPUTE WK-VALOR-BRL ROUNDED =
012190                WK-SALDO-MES * TAXA-MOEDA(WK-IDX-MOEDA).
012200        566-EMITIR-MOVIMENTO.
012210            MOVE 'MOVIM. MES  ' TO WK-DESCR-PRD.
012220            MOVE SPACES TO WK-IDENT-PRD.
012230            MOVE 'CREDITOS  ' TO WK-ROT1-PRD.
012240            MOVE WK-MVS-VAL-CRED(WK-IDX-MVS-ACH) TO WK-VAL1-PRD.
012250            MOVE 'DEBITOS   ' TO WK-ROT2-PRD.
012260            MOVE WK-MVS-VAL-DEB(WK-IDX-MVS-ACH) TO WK-VAL2-PRD.
012270            MOVE ' LANC  ' TO WK-ROT3-PRD.
012280            MOVE WK-MVS-QTD-CRED(WK-IDX-MVS-ACH) TO WK-LANC-CRED.
012290            MOVE WK-MVS-QTD-DEB(WK-IDX-MVS-ACH)  TO WK-LANC-DEB.
012300            MOVE WK-LANC-MOV TO WK-DATA-PRD.
012310            PERFORM 573-GRAVAR-LINHA-PRODUTO.
012320            MOVE 'MOV '            TO FD-PRODUTO-PRD-EXM.
012330            MOVE SPACES            TO FD-IDENT-PRD-EXM.
012340            MOVE WK-MVS-QTD-CRED(WK-IDX-MVS-ACH)
012350                TO FD-IDENT-PRD-EXM(1:5).
012360            MOVE WK-MVS-QTD-DEB(WK-IDX-MVS-ACH)
012370                TO FD-IDENT-PRD-EXM(6:5).
012380            MOVE WK-MVS-VAL-CRED(WK-IDX-MVS-ACH)
012390                TO FD-VALOR1-PRD-EXM.
012400            MOVE WK-MVS-VAL-DEB(WK-IDX-MVS-ACH)
012410                TO FD-VALOR2-PRD-EXM.
012420            MOVE WK-DATA-REF       TO FD-DATA-PRD-EXM.
012430            PERFORM 572-GRAVAR-PRODUTO.
012440        567-PROCURAR-MOEDA.
012450            ADD 1 TO WK-IDX-MOEDA.
012460       ***********************************************
012470        570-CONFERIR-EXTCONS.
012480            IF WK-FS-EXTCONS NOT = '00'
012490                DISPLAY 'ERRO ' WK-FS-EXTCONS
012500                        ' NO COMANDO WRITE EXTCONS'
012510                MOVE 12 TO RETURN-CODE
012520                STOP RUN
012530            END-IF.
012540        571-GRAVAR-EXTCMAIL.
012550            WRITE REG-EXTCMAIL.
012560            IF WK-FS-EXTCMAIL NOT = '00'
012570                DISPLAY 'ERRO ' WK-FS-EXTCMAIL
012580                        ' NO COMANDO WRITE EXTCMAIL'
012590                MOVE 12 TO RETURN-CODE
012600                STOP RUN
012610            END-IF.
012620            ADD 1 TO WK-QTD-REG-EXM.
012630       *      OS CAMPOS DO PRODUTO JA VEM PREENCHIDOS; AQUI SO O
012640       *      TIPO, O TITULAR, A CONTA E A MOEDA
012650        572-GRAVAR-PRODUTO.
012660            MOVE '2' TO FD-TIPO-REG-EXM.
012670            MOVE WK-CPF-MASC    TO FD-CPFCNPJ-PRD-EXM.
012680            MOVE SR-CHAVE       TO FD-CHAVE-PRD-EXM.
012690            MOVE WK-MOEDA-CONTA TO FD-MOEDA-PRD-EXM.
012700            MOVE SPACES TO FD-PRODUTO-EXM(81:19).
012710            PERFORM 571-GRAVAR-EXTCMAIL.
012720        573-GRAVAR-LINHA-PRODUTO.
012730            WRITE REG-EXTCONS FROM WK-LINHA-PRODUTO.
012740            PERFORM 570-CONFERIR-EXTCONS.
012750        569-EMITIR-FIM.
012760            EXIT.
012770       ***********************************************
012780        300-LEITURAS SECTION.
012790        301-LER-CLIENTES.
012800            READ ARQ-CLIENTES.
012810            EVALUATE WK-FS-CLIENTES
012820                WHEN '00'
012830                    CONTINUE
012840                WHEN '10'
012850                    CONTINUE
012860                WHEN OTHER
012870                    DISPLAY 'ERRO ' WK-FS-CLIENTES
012880                            ' NO COMANDO READ CLIENTES'
012890                    MOVE 12 TO RETURN-CODE
012900                    STOP RUN
012910            END-EVALUATE.
012920        302-LER-MOVHIST.
012930            READ ARQ-MOVHIST.
012940            EVALUATE WK-FS-MOVHIST
012950                WHEN '00'
012960                    CONTINUE
012970                WHEN '10'
012980                    CONTINUE
012990                WHEN OTHER
013000                    DISPLAY 'ERRO ' WK-FS-MOVHIST
013010                            ' NO COMANDO READ MOVHIST'
013020                    MOVE 12 TO RETURN-CODE
013030                    STOP RUN
013040            END-EVALUATE.
013050        303-LER-APLICMES.
013060            READ ARQ-APLICMES.
013070            EVALUATE WK-FS-APLICMES
013080                WHEN '00'
013090                    CONTINUE
013100                WHEN '10'
013110                    CONTINUE
013120                WHEN OTHER
013130                    DISPLAY 'ERRO ' WK-FS-APLICMES
013140                            ' NO COMANDO READ APLICMES'
013150                    MOVE 12 TO RETURN-CODE
013160                    STOP RUN
013170            END-EVALUATE.
013180        304-LER-EMPREST.
013190            READ ARQ-EMPREST.
013200            EVALUATE WK-FS-EMPREST
013210                WHEN '00'
013220                    CONTINUE
013230                WHEN '10'
013240                    CONTINUE
013250                WHEN OTHER
013260                    DISPLAY 'ERRO ' WK-FS-EMPREST
013270                            ' NO COMANDO READ EMPREST'
013280                    MOVE 12 TO RETURN-CODE
013290                    STOP RUN
013300            END-EVALUATE.
013310        305-LER-CARTAO.
013320            READ ARQ-CARTAO.
013330            EVALUATE WK-FS-CARTAO
013340                WHEN '00'
013350                    CONTINUE
013360                WHEN '10'
013370                    CONTINUE
013380                WHEN OTHER
013390                    DISPLAY 'ERRO ' WK-FS-CARTAO
013400                            ' NO COMANDO READ CARTAO'
013410                    MOVE 12 TO RETURN-CODE
013420                    STOP RUN
013430            END-EVALUATE.
013440        306-LER-BLOQJUD.
013450            READ ARQ-BLOQJUD.
013460            EVALUATE WK-FS-BLOQJUD
013470                WHEN '00'
013480                    CONTINUE
013490                WHEN '10'
013500                    CONTINUE
013510                WHEN OTHER
013520                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
013530                            ' NO COMANDO READ BLOQJUD'
013540                    MOVE 12 TO RETURN-CODE
013550                    STOP RUN
013560            END-EVALUATE.
013570        307-LER-TITULARES.
013580            READ ARQ-TITULARES NEXT.
013590            EVALUATE WK-FS-TITULARES
013600                WHEN '00'
013610                    CONTINUE
013620                WHEN '10'
013630                    CONTINUE
013640                WHEN OTHER
013650                    DISPLAY 'ERRO ' WK-FS-TITULARES
013660                            ' NO COMANDO READ TITULARES'
013670                    MOVE 12 TO RETURN-CODE
013680                    STOP RUN
013690            END-EVALUATE.
013700       ***********************************************
013710        195-GRAVAR-JRNL-INICIO.
013720            MOVE 'I' TO JRL-TIPO.
013730            MOVE ZEROS TO JRL-QTD-LIDOS.
013740            MOVE ZEROS TO JRL-QTD-GRAVADOS.
013750            MOVE ZEROS TO JRL-QTD-REJEITADOS.
013760            MOVE ZEROS TO JRL-RETORNO.
013761            MOVE 'EAD95931' TO LK-PROGRAMA-COM.
013762            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
013763            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
013770            PERFORM 194-GRAVAR-RUNJRNL.
013780        196-GRAVAR-JRNL-FIM.
013790            MOVE 'F' TO JRL-TIPO.
013800            MOVE WK-QTD-CONTAS TO JRL-QTD-LIDOS.
013810            MOVE WK-QTD-EXTRATOS TO JRL-QTD-GRAVADOS.
013820            MOVE WK-QTD-SEM-TITULAR TO JRL-QTD-REJEITADOS.
013830            MOVE RETURN-CODE TO JRL-RETORNO.
013831            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
013840            PERFORM 194-GRAVAR-RUNJRNL.
013850        194-GRAVAR-RUNJRNL.
013860            OPEN EXTEND ARQ-RUNJRNL.
013870            IF WK-FS-RUNJRNL = '35'
013880                OPEN OUTPUT ARQ-RUNJRNL
013890            END-IF.
013900            IF WK-FS-RUNJRNL NOT = '00'
013910                DISPLAY 'ERRO ' WK-FS-RUNJRNL
013920                        ' NO COMANDO OPEN RUNJRNL'
013930                MOVE 12 TO RETURN-CODE
013940                STOP RUN
013950            END-IF.
013960            MOVE 'EAD95931' TO JRL-PROGRAMA.
013970            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
013980            ACCEPT JRL-HORA FROM TIME.
013990            WRITE REG-RUNJRNL.
014000            IF WK-FS-RUNJRNL NOT = '00'
014010                DISPLAY 'ERRO ' WK-FS-RUNJRNL
014020                        ' NO COMANDO WRITE RUNJRNL'
014030                MOVE 12 TO RETURN-CODE
014040                STOP RUN
014050            END-IF.
014060            CLOSE ARQ-RUNJRNL.
014070       ***********************************************
014080        900-FINALIZAR SECTION.
014090        901-FINALIZAR.
014100            MOVE SPACES TO REG-EXTCMAIL.
014110            MOVE '9' TO FD-TIPO-REG-EXM.
014120            MOVE WK-QTD-EXTRATOS TO FD-QTD-TIT-EXM.
014130            ADD 1 TO WK-QTD-REG-EXM.
014140            MOVE WK-QTD-REG-EXM TO FD-QTD-REG-EXM.
014150            WRITE REG-EXTCMAIL.
014160            IF WK-FS-EXTCMAIL NOT = '00'
014170                DISPLAY 'ERRO ' WK-FS-EXTCMAIL
014180                        ' NO COMANDO WRITE EXTCMAIL'
014190                MOVE 12 TO RETURN-CODE
014200                STOP RUN
014210            END-IF.
014220            MOVE 'CONTAS LIDAS            : ' TO WK-TITULO-TOT.
014230            MOVE WK-QTD-CONTAS TO WK-VALOR-TOT.
014240            WRITE REG-EXTCONS FROM WK-LINHA-TOTAL
014250                AFTER PAGE.
014260            MOVE 'EXTRATOS EMITIDOS       : ' TO WK-TITULO-TOT.
014270            MOVE WK-QTD-EXTRATOS TO WK-VALOR-TOT.
014280            WRITE REG-EXTCONS FROM WK-LINHA-TOTAL.
014290            MOVE 'TITULARES SEM ENDERECO  : ' TO WK-TITULO-TOT.
014300            MOVE WK-QTD-SEM-ENDERECO TO WK-VALOR-TOT.
014310            WRITE REG-EXTCONS FROM WK-LINHA-TOTAL.
014320            MOVE 'CONTAS SEM CPF/CNPJ     : ' TO WK-TITULO-TOT.
014330            MOVE WK-QTD-SEM-TITULAR TO WK-VALOR-TOT.
014340            WRITE REG-EXTCONS FROM WK-LINHA-TOTAL.
014350            DISPLAY 'EXTRATOS EMITIDOS : ' WK-QTD-EXTRATOS.
014360            IF WK-QTD-SEM-TITULAR > ZEROS
014370                MOVE 4 TO RETURN-CODE
014380            END-IF.
014390            CLOSE ARQ-CLIDADOS.
014400            CLOSE ARQ-TITULARES.
014410            CLOSE ARQ-EXTCONS.
014420            CLOSE ARQ-EXTCMAIL.
