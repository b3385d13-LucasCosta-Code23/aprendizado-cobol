000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95928.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   DEVOLUCAO DE TARIFAS COBRADAS INDEVIDAMENTE  *
000170       *   (EAD95825 E EAD95865) COM ALCADA POR PERFIL  *
000180       *                                                *
000190       *   FUNCAO 'S' (SOLICITACAO): CADA PEDDEV TRAZ   *
000200       *   CONTA, DOCUMENTO E DATA DA TARIFA NO         *
000210       *   MOVHIST, VALOR, MOTIVO E OPERADOR; CONFERE   *
000220       *   QUE A TARIFA FOI COBRADA E NAO FOI DEVOLVIDA *
000230       *   (DEVREG); DENTRO DA ALCADA DO PERFIL CREDITA *
000240       *   PELO LANCAMTD, ACIMA DELA RETEM NO DEVPEND   *
000250       *   FUNCAO 'A' (APROVACAO): SUPERVISOR DO SYSIN  *
000260       *   LIBERA O DEVPEND; SOBRA VAI PARA O DEVPENN   *
000270       *   FUNCAO 'M' (MENSAL): DEVOLUCOES DO MES POR   *
000280       *   AGENCIA, MOTIVO E OPERADOR                   *
000290       *                                                *
000300       *   MOTIVOS: 01 COBRANCA INDEVIDA                *
000310       *            02 COBRANCA EM DUPLICIDADE          *
000320       *            03 VALOR COBRADO A MAIOR            *
000330       *            04 ISENCAO CONCEDIDA                *
000340       *            05 FALHA OPERACIONAL                *
000341       *                                                *
000342       *   CONTA ENCERRADA RECEBE O CREDITO, QUE FICA   *
000343       *   NO SALDO DELA, E O VALOR VAI PARA O REGISTRO *
000344       *   DE VALORES A RECEBER (EAD95939) PELO VRENTRA *
000350       **************************************************
000360       *
000370        ENVIRONMENT DIVISION.
000380        CONFIGURATION SECTION.
000390        SPECIAL-NAMES.
000400            DECIMAL-POINT IS COMMA.
000410        INPUT-OUTPUT SECTION.
000420        FILE-CONTROL.
000430            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000440                FILE STATUS IS WK-FS-RUNJRNL.
000450            SELECT ARQ-PEDDEV   ASSIGN TO PEDDEV
000460                FILE STATUS IS WK-FS-PEDDEV.
000470            SELECT ARQ-DEVPEND  ASSIGN TO DEVPEND
000480                FILE STATUS IS WK-FS-DEVPEND.
000490            SELECT ARQ-DEVPENN  ASSIGN TO DEVPENN
000500                FILE STATUS IS WK-FS-DEVPENN.
000510            SELECT ARQ-DEVREG   ASSIGN TO DEVREG
000520                FILE STATUS IS WK-FS-DEVREG.
000530            SELECT ARQ-MOVHIST  ASSIGN TO MOVHIST
000540                FILE STATUS IS WK-FS-MOVHIST.
000550            SELECT ARQ-OPERADOR ASSIGN TO OPERADOR
000560                FILE STATUS IS WK-FS-OPERADOR.
000570            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS DYNAMIC
000600                RECORD KEY IS FD-CHAVE-CLIENTES
000610                FILE STATUS IS WK-FS-CLIENTES.
000620            SELECT ARQ-LANCAMTD ASSIGN TO LANCAMTD
000630                FILE STATUS IS WK-FS-LANCAMTD.
000640            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000650                FILE STATUS IS WK-FS-CAMBIO.
000660            SELECT ARQ-RELDEV   ASSIGN TO RELDEV
000670                FILE STATUS IS WK-FS-RELDEV.
000671            SELECT ARQ-VRENTRA  ASSIGN TO VRENTRA
000672                FILE STATUS IS WK-FS-VRENTRA.
000680            SELECT ARQ-SORTWK   ASSIGN TO SORTWK.
000690       *
000700        DATA DIVISION.
000710        FILE SECTION.
000720        FD   ARQ-PEDDEV
000730             RECORDING MODE IS F.
000740        01  REG-PEDDEV.
000750            05 FD-PEDIDO-PEDDEV.
000760                10 FD-CHAVE-PEDDEV     PIC X(9).
000770                10 FD-DOC-PEDDEV       PIC 9(4).
000780                10 FD-DATA-TAR-PEDDEV  PIC 9(8).
000790                10 FD-VALOR-PEDDEV     PIC 9(6)V99.
000800                10 FD-MOTIVO-PEDDEV    PIC XX.
000810                10 FD-OPERADOR-PEDDEV  PIC X(8).
000820        FD   ARQ-DEVPEND
000830             RECORDING MODE IS F.
000840        01  REG-DEVPEND.
000850            05 FD-PEDIDO-DEVPEND.
000860                10 FD-CHAVE-DEVPEND    PIC X(9).
000870                10 FD-DOC-DEVPEND      PIC 9(4).
000880                10 FD-DATA-TAR-DEVPEND PIC 9(8).
000890                10 FD-VALOR-DEVPEND    PIC 9(6)V99.
000900                10 FD-MOTIVO-DEVPEND   PIC XX.
000910                10 FD-OPERADOR-DEVPEND PIC X(8).
000920            05 FD-DATA-DEVPEND     PIC 9(8).
000930        FD   ARQ-DEVPENN
000940             RECORDING MODE IS F.
000950        01  REG-DEVPENN                PIC X(47).
000960        FD   ARQ-DEVREG
000970             RECORDING MODE IS F.
000980        01  REG-DEVREG.
000990            05 FD-CHAVE-DEVREG.
001000                10 FD-AGENCIA-DEVREG   PIC X(4).
001010                10 FD-CONTA-DEVREG     PIC 9(5).
001020            05 FD-DOC-DEVREG       PIC 9(4).
001030            05 FD-DATA-TAR-DEVREG  PIC 9(8).
001040            05 FD-VALOR-DEVREG     PIC 9(6)V99.
001050            05 FD-MOEDA-DEVREG     PIC X(3).
001060            05 FD-VALOR-BRL-DEVREG PIC 9(8)V99.
001070            05 FD-MOTIVO-DEVREG    PIC XX.
001080            05 FD-SOLIC-DEVREG     PIC X(8).
001090            05 FD-APROV-DEVREG     PIC X(8).
001100            05 FD-DATA-DEVREG      PIC 9(8).
001110            05 FD-DATA-DEVREG-R REDEFINES FD-DATA-DEVREG.
001120                10 FD-ANOMES-DEVREG    PIC 9(6).
001130                10 FILLER              PIC 99.
001140            05 FD-DOC-CRED-DEVREG  PIC 9(4).
001150        FD   ARQ-MOVHIST
001160             RECORDING MODE IS F.
001170        01  REG-MOVHIST.
001180            05 FD-DATA-MOVHIST     PIC 9(8).
001190            05 FD-CHAVE-MOVHIST.
001200                10 FD-AGENCIA-MOVHIST      PIC X(4).
001210                10 FD-CONTA-MOVHIST        PIC 9(5).
001220            05 FD-DOC-MOVHIST      PIC 9(4).
001230            05 FD-TIPO-MOVHIST     PIC X.
001240            05 FD-VALOR-MOVHIST    PIC 9(6)V99.
001250            05 FD-SALDO-MOVHIST    PIC S9(6)V99.
001260            05 FD-MOEDA-MOVHIST    PIC X(3).
001270            05 FD-HORA-MOVHIST     PIC 9(6).
001280            05 FD-SEQ-MOVHIST      PIC 9(4).
001281            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
001290        FD   ARQ-OPERADOR
001300             RECORDING MODE IS F.
001310        01  REG-OPERADOR.
001320            05 FD-ID-OPERADOR      PIC X(8).
001330            05 FD-NOME-OPERADOR    PIC X(20).
001340            05 FD-PERFIL-OPERADOR  PIC X.
001350                88 PERFIL-SUPERVISOR   VALUE 'S'.
001360                88 PERFIL-COMUM        VALUE 'O'.
001370            05 FD-AGENCIA-OPERADOR PIC X(4).
001380        FD   ARQ-CLIENTES
001390             RECORDING MODE IS F.
001400        01  REG-CLIENTES.
001410            05 FD-CHAVE-CLIENTES.
001420                10 FD-AGENCIA-CLIENTES     PIC X(4).
001430                10 FD-CONTA-CLIENTES       PIC 9(5).
001440            05 FD-DIGITO-CLIENTES      PIC X.
001450            05 FD-NOME-CLIENTES        PIC A(20).
001460            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001470            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001480            05 FD-MOEDA-CLIENTES       PIC X(3)   VALUE 'BRL'.
001490            05 FD-SITUACAO-CLIENTES    PIC X.
001500                88 CONTA-ATIVA            VALUE 'A' ' '.
001510                88 CONTA-BLOQUEADA        VALUE 'B'.
001520                88 CONTA-ENCERRADA        VALUE 'E'.
001530        FD   ARQ-LANCAMTD
001540             RECORDING MODE IS F.
001550        01  REG-LANCAMTD.
001560            05 FD-TIPO-REG-LANCAMTD    PIC X.
001570            05 FD-DETALHE-LANCAMTD.
001580                10 FD-CHAVE-LANCAMTD.
001590                    15 FD-AGENCIA-LANCAMTD     PIC X(4).
001600                    15 FD-CONTA-LANCAMTD       PIC 9(5).
001610                10 FD-DIGITO-LANCAMTD      PIC X.
001620                10 FD-DOC-LANCAMTD         PIC 9(4).
001630                10 FD-TIPO-LANCAMTD        PIC X.
001640                10 FD-VALOR-LANCAMTD       PIC 9(6)V99.
001650                10 FD-MOEDA-LANCAMTD       PIC X(3).
001660                10 FD-DATA-LANCAMTD        PIC 9(8).
001670                10 FD-CONTRA-LANCAMTD.
001680                    15 FD-AGENCIA-CONTRA-LANCAMTD PIC X(4).
001690                    15 FD-CONTA-CONTRA-LANCAMTD  PIC 9(5).
001700                10 FD-HORA-LANCAMTD        PIC 9(6).
001710                10 FD-SEQ-LANCAMTD         PIC 9(4).
001720            05 FD-CTRL-LANCAMTD REDEFINES FD-DETALHE-LANCAMTD.
001730                10 FD-DATA-CTRL-LANCAMTD   PIC 9(8).
001740                10 FD-QTDE-CTRL-LANCAMTD   PIC 9(6).
001750                10 FD-VALOR-CTRL-LANCAMTD  PIC 9(8)V99.
001760                10 FD-INST-CTRL-LANCAMTD   PIC 99.
001761            05 FD-ID-EXEC-LANCAMTD     PIC 9(10).
001770        FD   ARQ-CAMBIO
001780             RECORDING MODE IS F.
001790        01  REG-CAMBIO.
001800            05 FD-MOEDA-CAMBIO     PIC X(3).
001810            05 FD-DATA-CAMBIO      PIC 9(8).
001820            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001830        FD   ARQ-RELDEV
001840             RECORDING MODE IS F.
001850        01  REG-RELDEV                 PIC X(100).
001851        FD   ARQ-VRENTRA
001852             RECORDING MODE IS F.
001853        01  REG-VRENTRA.
001854            05 FD-CHAVE-VRENTRA    PIC X(9).
001855            05 FD-ORIGEM-VRENTRA   PIC 99.
001856            05 FD-VALOR-VRENTRA    PIC 9(6)V99.
001857            05 FD-MOEDA-VRENTRA    PIC X(3).
001858            05 FD-DATA-VRENTRA     PIC 9(8).
001859            05 FD-PROGRAMA-VRENTRA PIC X(8).
001860        FD   ARQ-RUNJRNL
001870             RECORDING MODE IS F.
001880        01  REG-RUNJRNL.
001890            05 JRL-PROGRAMA        PIC X(8).
001900            05 JRL-TIPO            PIC X.
001910            05 JRL-DATA            PIC 9(8).
001920            05 JRL-HORA            PIC 9(6).
001930            05 JRL-QTD-LIDOS       PIC 9(7).
001940            05 JRL-QTD-GRAVADOS    PIC 9(7).
001950            05 JRL-QTD-REJEITADOS  PIC 9(7).
001960            05 JRL-RETORNO         PIC 9(4).
001961            05 JRL-ID-EXEC         PIC 9(10).
001970        SD   ARQ-SORTWK.
001980        01  REG-DVSORT.
001990            05 SR-AGENCIA          PIC X(4).
002000            05 SR-MOTIVO           PIC XX.
002010            05 SR-OPERADOR         PIC X(8).
002020            05 SR-VALOR-BRL        PIC 9(8)V99.
002030        WORKING-STORAGE SECTION.
002040        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002041        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002042        01  LK-AREA-ID-EXEC.
002043            05 LK-PROGRAMA-COM     PIC X(8).
002044            05 LK-ID-EXEC-COM      PIC 9(10).
002050        77  WK-FS-PEDDEV   PIC XX           VALUE SPACES.
002060        77  WK-FS-DEVPEND  PIC XX           VALUE SPACES.
002070        77  WK-FS-DEVPENN  PIC XX           VALUE SPACES.
002080        77  WK-FS-DEVREG   PIC XX           VALUE SPACES.
002090        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
002100        77  WK-FS-OPERADOR PIC XX           VALUE SPACES.
002110        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002120        77  WK-FS-LANCAMTD PIC XX           VALUE SPACES.
002130        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002140        77  WK-FS-RELDEV   PIC XX           VALUE SPACES.
002141        77  WK-FS-VRENTRA  PIC XX           VALUE SPACES.
002150        77  WK-FUNCAO      PIC X            VALUE 'S'.
002160            88 FUNCAO-SOLICITACAO            VALUE 'S' ' '.
002170            88 FUNCAO-APROVACAO              VALUE 'A'.
002180            88 FUNCAO-MENSAL                 VALUE 'M'.
002190        77  WK-SUPERVISOR  PIC X(8)         VALUE SPACES.
002200        77  WK-ALCADA-OPERADOR PIC 9(6)V99  VALUE ZEROS.
002210        77  WK-ALCADA-SUPERVISOR PIC 9(6)V99 VALUE ZEROS.
002220        77  WK-ALCADA-PERFIL PIC 9(6)V99    VALUE ZEROS.
002230        77  WK-ANOMES-PEDIDO PIC 9(6)       VALUE ZEROS.
002240        01  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002250        01  WK-DATA-SIST-R REDEFINES WK-DATA-SIST.
002260            05 WK-ANOMES-SIST  PIC 9(6).
002270            05 FILLER          PIC 99.
002280        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
002290        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
002300        77  WK-QTD-LIDOS   PIC 9(5)         VALUE ZEROS.
002310        77  WK-QTD-DEVOLVIDAS PIC 9(5)      VALUE ZEROS.
002320        77  WK-QTD-RETIDAS PIC 9(5)         VALUE ZEROS.
002330        77  WK-QTD-RECUSADAS PIC 9(5)       VALUE ZEROS.
002331        77  WK-QTD-VALREC  PIC 9(5)         VALUE ZEROS.
002340        77  WK-TOT-DEVOLVIDO PIC 9(10)V99   VALUE ZEROS.
002350        77  WK-APROVADOR   PIC X(8)         VALUE SPACES.
002360        77  WK-MOTIVO-RECUSA PIC X(24)      VALUE SPACES.
002370        77  WK-RESULTADO   PIC X(10)        VALUE SPACES.
002380        01  WK-MOTIVO-DEV  PIC XX           VALUE SPACES.
002390            88 MOTIVO-VALIDO           VALUE '01' '02' '03'
002400                                             '04' '05'.
002410        01  WK-MOTIVO-DEV-R REDEFINES WK-MOTIVO-DEV.
002420            05 WK-MOTIVO-DEV-NUM PIC 99.
002430        01  NOMES-MOTIVO.
002440            05 FILLER          PIC X(24)
002450                VALUE 'COBRANCA INDEVIDA'.
002460            05 FILLER          PIC X(24)
002470                VALUE 'COBRANCA EM DUPLICIDADE'.
002480            05 FILLER          PIC X(24)
002490                VALUE 'VALOR COBRADO A MAIOR'.
002500            05 FILLER          PIC X(24)
002510                VALUE 'ISENCAO CONCEDIDA'.
002520            05 FILLER          PIC X(24)
002530                VALUE 'FALHA OPERACIONAL'.
002540        01  TABELA-MOTIVOS REDEFINES NOMES-MOTIVO.
002550            05 MOTIVO-DESCR    PIC X(24) OCCURS 5 TIMES.
002560       *      PEDIDO EM TRATAMENTO, VINDO DO PEDDEV OU DO
002570       *      DEVPEND
002580        01  WK-DEV-REGISTRO.
002590            05 WK-DEV-CHAVE        PIC X(9).
002600            05 WK-DEV-DOC          PIC 9(4).
002610            05 WK-DEV-DATA-TAR     PIC 9(8).
002620            05 WK-DEV-VALOR        PIC 9(6)V99.
002630            05 WK-DEV-MOTIVO       PIC XX.
002640            05 WK-DEV-OPERADOR     PIC X(8).
002650        77  WK-QTD-PEDIDOS PIC 9(3)         VALUE ZEROS.
002660        77  WK-IDX-PED     PIC 9(3)         VALUE ZEROS.
002670        77  WK-IDX-PED-ANT PIC 9(3)         VALUE ZEROS.
002680        01  WK-TAB-PEDIDOS.
002690            05 WK-PED-OCC         OCCURS 500 TIMES.
002700                10 WK-PED-REGISTRO.
002710                    15 WK-PED-CHAVE       PIC X(9).
002720                    15 WK-PED-DOC         PIC 9(4).
002730                    15 WK-PED-DATA-TAR    PIC 9(8).
002740                    15 WK-PED-VALOR       PIC 9(6)V99.
002750                    15 WK-PED-MOTIVO      PIC XX.
002760                    15 WK-PED-OPERADOR    PIC X(8).
002770                10 WK-PED-COBRADO     PIC 9(6)V99.
002780                10 WK-PED-SITUACAO    PIC X.
002790                    88 PED-LIVRE          VALUE ' '.
002800                    88 PED-JA-DEVOLVIDO   VALUE 'D'.
002810                    88 PED-JA-PENDENTE    VALUE 'P'.
002820                    88 PED-REPETIDO       VALUE 'R'.
002830        77  WK-QTD-OPER    PIC 9(4)         VALUE ZEROS.
002840        77  WK-IDX-OPE     PIC 9(4)         VALUE ZEROS.
002850        77  WK-IDX-OPE-ACH PIC 9(4)         VALUE ZEROS.
002860        77  WK-OPER-PROCURA PIC X(8)        VALUE SPACES.
002870        77  WK-OPER-ACHADO PIC X            VALUE 'N'.
002880            88 OPER-ACHADO                    VALUE 'S'.
002890            88 OPER-NAO-ACHADO                VALUE 'N'.
002900        01  WK-TAB-OPER.
002910            05 WK-OPE-OCC         OCCURS 2000 TIMES.
002920                10 WK-OPE-ID          PIC X(8).
002930                10 WK-OPE-PERFIL      PIC X.
002940        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
002950        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
002960        77  WK-MOEDA-PROCURA PIC X(3)       VALUE SPACES.
002970        77  WK-VALOR-CONV-TRL PIC S9(9)V99  VALUE ZEROS.
002980        01  NOMES-MOEDA.
002990            05 FILLER              PIC X(03) VALUE 'BRL'.
003000            05 FILLER              PIC X(03) VALUE 'USD'.
003010            05 FILLER              PIC X(03) VALUE 'EUR'.
003020        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
003030            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
003040        01  TAXAS-MOEDA-LIT.
003050            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003060            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003070            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003080        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
003090            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
003100        01  WK-DATAS-CAMBIO.
003110            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
003120        77  WK-FIM-SORT    PIC X            VALUE 'N'.
003130            88 FIM-DO-SORT                    VALUE 'S'.
003140        77  WK-AG-ATUAL    PIC X(4)         VALUE HIGH-VALUES.
003150        77  WK-MOT-ATUAL   PIC XX           VALUE HIGH-VALUES.
003160        77  WK-OPE-ATUAL   PIC X(8)         VALUE HIGH-VALUES.
003170        77  WK-QTD-OPE-REL PIC 9(5)         VALUE ZEROS.
003180        77  WK-TOT-OPE-REL PIC 9(10)V99     VALUE ZEROS.
003190        77  WK-QTD-MOT-REL PIC 9(5)         VALUE ZEROS.
003200        77  WK-TOT-MOT-REL PIC 9(10)V99     VALUE ZEROS.
003210        77  WK-QTD-AG-REL  PIC 9(5)         VALUE ZEROS.
003220        77  WK-TOT-AG-REL  PIC 9(10)V99     VALUE ZEROS.
003230        77  WK-QTD-GER-REL PIC 9(5)         VALUE ZEROS.
003240        77  WK-TOT-GER-REL PIC 9(10)V99     VALUE ZEROS.
003250        01  WK-LINHA-TITULO.
003260            05 WK-TITULO-REL   PIC X(40).
003270            05 WK-DATA-TIT     PIC 9(8).
003280        01  WK-LINHA-PEDIDO.
003290            05 FILLER          PIC X(06) VALUE 'CONTA '.
003300            05 WK-CHAVE-REL    PIC X(9).
003310            05 FILLER          PIC X(05) VALUE ' DOC '.
003320            05 WK-DOC-REL      PIC 9(4).
003330            05 FILLER          PIC X(06) VALUE ' DATA '.
003340            05 WK-DATA-REL     PIC 9(8).
003350            05 FILLER          PIC X(07) VALUE ' VALOR '.
003360            05 WK-VALOR-REL    PIC ZZZ.ZZ9,99.
003370            05 FILLER          PIC X(01) VALUE SPACE.
003380            05 WK-OPER-REL     PIC X(8).
003390            05 FILLER          PIC X(01) VALUE SPACE.
003400            05 WK-RESULT-REL   PIC X(10).
003410            05 FILLER          PIC X(01) VALUE SPACE.
003420            05 WK-MOTIVO-REL   PIC X(24).
003430        01  WK-CABEC-AGENCIA.
003440            05 FILLER          PIC X(08) VALUE 'AGENCIA '.
003450            05 WK-AG-CAB       PIC X(4).
003460        01  WK-CABEC-MOTIVO.
003470            05 FILLER          PIC X(10) VALUE '   MOTIVO '.
003480            05 WK-MOT-CAB      PIC XX.
003490            05 FILLER          PIC X(01) VALUE SPACE.
003500            05 WK-MOT-DESCR-CAB PIC X(24).
003510        01  WK-LINHA-OPER.
003520            05 FILLER          PIC X(15) VALUE '      OPERADOR '.
003530            05 WK-OPE-LIN      PIC X(8).
003540            05 FILLER          PIC X(06) VALUE ' QTDE '.
003550            05 WK-QTD-OPE-LIN  PIC ZZZZ9.
003560            05 FILLER          PIC X(07) VALUE ' VALOR '.
003570            05 WK-TOT-OPE-LIN  PIC ZZZ.ZZZ.ZZ9,99.
003580        01  WK-LINHA-TOTAL.
003590            05 WK-TITULO-TOT   PIC X(23).
003600            05 FILLER          PIC X(06) VALUE ' QTDE '.
003610            05 WK-QTD-TOT      PIC ZZZZ9.
003620            05 FILLER          PIC X(07) VALUE ' VALOR '.
003630            05 WK-VALOR-TOT    PIC ZZZ.ZZZ.ZZ9,99.
003640       *
003650        PROCEDURE DIVISION.
003660        000-PRINCIPAL SECTION.
003670        001-PRINCIPAL.
003680            PERFORM 195-GRAVAR-JRNL-INICIO.
003690            PERFORM 101-INICIAR.
003700            EVALUATE TRUE
003710                WHEN FUNCAO-SOLICITACAO
003720                    PERFORM 201-PROCESSAR-PEDIDOS
003730                WHEN FUNCAO-APROVACAO
003740                    PERFORM 401-APROVAR-PENDENCIAS
003750                WHEN FUNCAO-MENSAL
003760                    SORT ARQ-SORTWK
003770                        ON ASCENDING KEY SR-AGENCIA
003780                                         SR-MOTIVO
003790                                         SR-OPERADOR
003800                        INPUT PROCEDURE IS 500-SELECIONAR
003810                        OUTPUT PROCEDURE IS 550-RELATAR
003820            END-EVALUATE.
003830            PERFORM 901-FINALIZAR.
003840            PERFORM 196-GRAVAR-JRNL-FIM.
003850            STOP RUN.
003860       ***********************************************************
003870        100-INICIAR SECTION.
003880        101-INICIAR.
003890            ACCEPT WK-FUNCAO            FROM SYSIN.
003900            ACCEPT WK-SUPERVISOR        FROM SYSIN.
003910            ACCEPT WK-ALCADA-OPERADOR   FROM SYSIN.
003920            ACCEPT WK-ALCADA-SUPERVISOR FROM SYSIN.
003930            ACCEPT WK-ANOMES-PEDIDO     FROM SYSIN.
003940            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
003950            ACCEPT WK-HORA-CAPTURA FROM TIME.
003960            IF NOT FUNCAO-SOLICITACAO AND NOT FUNCAO-APROVACAO
003970               AND NOT FUNCAO-MENSAL
003980                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
003990                MOVE 12 TO RETURN-CODE
004000                STOP RUN
004010            END-IF.
004020            IF WK-ALCADA-OPERADOR = ZEROS
004030                MOVE 50,00 TO WK-ALCADA-OPERADOR
004040            END-IF.
004050            IF WK-ALCADA-SUPERVISOR = ZEROS
004060                MOVE 500,00 TO WK-ALCADA-SUPERVISOR
004070            END-IF.
004080            IF WK-ANOMES-PEDIDO = ZEROS
004090                MOVE WK-ANOMES-SIST TO WK-ANOMES-PEDIDO
004100            END-IF.
004110            OPEN OUTPUT ARQ-RELDEV.
004120            IF WK-FS-RELDEV NOT = '00'
004130                DISPLAY 'ERRO ' WK-FS-RELDEV
004140                        ' NO COMANDO OPEN RELDEV'
004150                MOVE 12 TO RETURN-CODE
004160                STOP RUN
004170            END-IF.
004180            EVALUATE TRUE
004190                WHEN FUNCAO-SOLICITACAO
004200                    MOVE 'DEVOLUCAO DE TARIFAS - SOLICITACAO EM '
004210                        TO WK-TITULO-REL
004220                    MOVE WK-DATA-SIST TO WK-DATA-TIT
004230                WHEN FUNCAO-APROVACAO
004240                    MOVE 'DEVOLUCAO DE TARIFAS - APROVACAO EM '
004250                        TO WK-TITULO-REL
004260                    MOVE WK-DATA-SIST TO WK-DATA-TIT
004270                WHEN OTHER
004280                    MOVE 'DEVOLUCOES DE TARIFAS DO MES '
004290                        TO WK-TITULO-REL
004300                    MOVE WK-ANOMES-PEDIDO TO WK-DATA-TIT
004310            END-EVALUATE.
004320            WRITE REG-RELDEV FROM WK-LINHA-TITULO.
004330            IF NOT FUNCAO-MENSAL
004340                PERFORM 110-CARREGAR-OPERADOR
004350                PERFORM 190-CARREGAR-CAMBIO
004360                PERFORM 102-ABRIR-CLIENTES
004370            END-IF.
004380            IF FUNCAO-APROVACAO
004390                PERFORM 104-VALIDAR-SUPERVISOR
004400            END-IF.
004410        102-ABRIR-CLIENTES.
004420            OPEN INPUT ARQ-CLIENTES.
004430            IF WK-FS-CLIENTES NOT = '00'
004440                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
004450                        'STATUS ' WK-FS-CLIENTES
004460                MOVE 12 TO RETURN-CODE
004470                STOP RUN
004480            END-IF.
004490       *      LANCAMTD E DEVREG SO ABREM DEPOIS DAS
004500       *      CONFERENCIAS, QUE RELEEM O DEVREG
004510        103-ABRIR-SAIDAS.
004520            OPEN OUTPUT ARQ-LANCAMTD.
004530            IF WK-FS-LANCAMTD NOT = '00'
004540                DISPLAY 'ERRO ' WK-FS-LANCAMTD
004550                        ' NO COMANDO OPEN LANCAMTD'
004560                MOVE 12 TO RETURN-CODE
004570                STOP RUN
004580            END-IF.
004590            OPEN EXTEND ARQ-DEVREG.
004600            IF WK-FS-DEVREG = '35'
004610                OPEN OUTPUT ARQ-DEVREG
004620            END-IF.
004630            IF WK-FS-DEVREG NOT = '00'
004640                DISPLAY 'ERRO ' WK-FS-DEVREG
004650                        ' NO COMANDO OPEN DEVREG'
004651                MOVE 12 TO RETURN-CODE
004652                STOP RUN
004653            END-IF.
004654            OPEN EXTEND ARQ-VRENTRA.
004655            IF WK-FS-VRENTRA = '35'
004656                OPEN OUTPUT ARQ-VRENTRA
004657            END-IF.
004658            IF WK-FS-VRENTRA NOT = '00'
004659                DISPLAY 'ERRO ' WK-FS-VRENTRA
004660                        ' NO COMANDO OPEN VRENTRA'
004660                MOVE 12 TO RETURN-CODE
004670                STOP RUN
004680            END-IF.
004690            MOVE 'H' TO FD-TIPO-REG-LANCAMTD.
004700            MOVE SPACES TO FD-DETALHE-LANCAMTD.
004710            MOVE WK-DATA-SIST TO FD-DATA-CTRL-LANCAMTD.
004720            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMTD.
004730            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMTD.
004740            MOVE 1 TO FD-INST-CTRL-LANCAMTD.
004750            PERFORM 275-GRAVAR-LANCAMTD.
004760        104-VALIDAR-SUPERVISOR.
004770            MOVE WK-SUPERVISOR TO WK-OPER-PROCURA.
004780            PERFORM 260-LOCALIZAR-OPERADOR.
004790            IF OPER-NAO-ACHADO
004800                DISPLAY 'APROVACAO EXIGE SUPERVISOR CADASTRADO '
004810                        'NO SYSIN : ' WK-SUPERVISOR
004820                MOVE 12 TO RETURN-CODE
004830                STOP RUN
004840            END-IF.
004850            IF WK-OPE-PERFIL(WK-IDX-OPE-ACH) NOT = 'S'
004860                DISPLAY 'OPERADOR ' WK-SUPERVISOR
004870                        ' SEM PERFIL DE SUPERVISOR'
004880                MOVE 12 TO RETURN-CODE
004890                STOP RUN
004900            END-IF.
004910        110-CARREGAR-OPERADOR.
004920            OPEN INPUT ARQ-OPERADOR.
004930            IF WK-FS-OPERADOR NOT = '00'
004940                DISPLAY 'ARQUIVO OPERADOR NAO DISPONIVEL, '
004950                        'STATUS ' WK-FS-OPERADOR
004960                MOVE 12 TO RETURN-CODE
004970                STOP RUN
004980            END-IF.
004990            PERFORM 306-LER-OPERADOR.
005000            PERFORM 111-GUARDAR-OPERADOR
005010                UNTIL WK-FS-OPERADOR = '10'.
005020            CLOSE ARQ-OPERADOR.
005030        111-GUARDAR-OPERADOR.
005040            IF WK-QTD-OPER NOT LESS 2000
005050                DISPLAY 'TABELA DE OPERADORES CHEIA, LIMITE 2000'
005060                MOVE 12 TO RETURN-CODE
005070                STOP RUN
005080            END-IF.
005090            ADD 1 TO WK-QTD-OPER.
005100            MOVE FD-ID-OPERADOR     TO WK-OPE-ID(WK-QTD-OPER).
005110            MOVE FD-PERFIL-OPERADOR TO WK-OPE-PERFIL(WK-QTD-OPER).
005120            PERFORM 306-LER-OPERADOR.
005130       ***********************************************
005140        200-SOLICITAR SECTION.
005150        201-PROCESSAR-PEDIDOS.
005160            PERFORM 210-CARREGAR-PEDIDOS.
005170            PERFORM 220-MARCAR-DEVOLVIDAS.
005180            PERFORM 230-MARCAR-PENDENTES.
005190            PERFORM 240-CONFERIR-MOVHIST.
005200            PERFORM 103-ABRIR-SAIDAS.
005210            OPEN EXTEND ARQ-DEVPEND.
005220            IF WK-FS-DEVPEND = '35'
005230                OPEN OUTPUT ARQ-DEVPEND
005240            END-IF.
005250            IF WK-FS-DEVPEND NOT = '00'
005260                DISPLAY 'ERRO ' WK-FS-DEVPEND
005270                        ' NO COMANDO OPEN DEVPEND'
005280                MOVE 12 TO RETURN-CODE
005290                STOP RUN
005300            END-IF.
005310            PERFORM 250-TRATAR-PEDIDO
005320                VARYING WK-IDX-PED FROM 1 BY 1
005330                UNTIL WK-IDX-PED > WK-QTD-PEDIDOS.
005340            CLOSE ARQ-DEVPEND.
005350        210-CARREGAR-PEDIDOS.
005360            OPEN INPUT ARQ-PEDDEV.
005370            EVALUATE WK-FS-PEDDEV
005380                WHEN '00'
005390                    PERFORM 301-LER-PEDDEV
005400                    PERFORM 211-GUARDAR-PEDIDO
005410                        UNTIL WK-FS-PEDDEV = '10'
005420                    CLOSE ARQ-PEDDEV
005430                WHEN '35'
005440                    DISPLAY 'ARQUIVO PEDDEV NAO ENCONTRADO'
005450                    MOVE 12 TO RETURN-CODE
005460                    STOP RUN
005470                WHEN OTHER
005480                    DISPLAY 'ERRO ' WK-FS-PEDDEV
005490                            ' NO COMANDO OPEN PEDDEV'
005500                    MOVE 12 TO RETURN-CODE
005510                    STOP RUN
005520            END-EVALUATE.
005530        211-GUARDAR-PEDIDO.
005540            IF WK-QTD-PEDIDOS NOT LESS 500
005550                DISPLAY 'TABELA DE PEDIDOS CHEIA, LIMITE 500'
005560                MOVE 12 TO RETURN-CODE
005570                STOP RUN
005580            END-IF.
005590            ADD 1 TO WK-QTD-LIDOS.
005600            ADD 1 TO WK-QTD-PEDIDOS.
005610            MOVE FD-PEDIDO-PEDDEV
005620                TO WK-PED-REGISTRO(WK-QTD-PEDIDOS).
005630            MOVE ZEROS TO WK-PED-COBRADO(WK-QTD-PEDIDOS).
005640            MOVE SPACE TO WK-PED-SITUACAO(WK-QTD-PEDIDOS).
005650            PERFORM 212-COMPARAR-ANTERIOR
005660                VARYING WK-IDX-PED-ANT FROM 1 BY 1
005670                UNTIL WK-IDX-PED-ANT NOT LESS WK-QTD-PEDIDOS.
005680            PERFORM 301-LER-PEDDEV.
005690        212-COMPARAR-ANTERIOR.
005700            IF WK-PED-CHAVE(WK-IDX-PED-ANT) = FD-CHAVE-PEDDEV
005710               AND WK-PED-DOC(WK-IDX-PED-ANT) = FD-DOC-PEDDEV
005720               AND WK-PED-DATA-TAR(WK-IDX-PED-ANT)
005730                       = FD-DATA-TAR-PEDDEV
005740                SET PED-REPETIDO(WK-QTD-PEDIDOS) TO TRUE
005750            END-IF.
005760        220-MARCAR-DEVOLVIDAS.
005770            OPEN INPUT ARQ-DEVREG.
005780            EVALUATE WK-FS-DEVREG
005790                WHEN '00'
005800                    PERFORM 303-LER-DEVREG
005810                    PERFORM 221-CONFERIR-DEVREG
005820                        UNTIL WK-FS-DEVREG = '10'
005830                    CLOSE ARQ-DEVREG
005840                WHEN '35'
005850                    CONTINUE
005860                WHEN OTHER
005870                    DISPLAY 'ERRO ' WK-FS-DEVREG
005880                            ' NO COMANDO OPEN DEVREG'
005890                    MOVE 12 TO RETURN-CODE
005900                    STOP RUN
005910            END-EVALUATE.
005920        221-CONFERIR-DEVREG.
005930            PERFORM 222-COMPARAR-DEVREG
005940                VARYING WK-IDX-PED FROM 1 BY 1
005950                UNTIL WK-IDX-PED > WK-QTD-PEDIDOS.
005960            PERFORM 303-LER-DEVREG.
005970        222-COMPARAR-DEVREG.
005980            IF WK-PED-CHAVE(WK-IDX-PED) = FD-CHAVE-DEVREG
005990               AND WK-PED-DOC(WK-IDX-PED) = FD-DOC-DEVREG
006000               AND WK-PED-DATA-TAR(WK-IDX-PED)
006010                       = FD-DATA-TAR-DEVREG
006020               AND PED-LIVRE(WK-IDX-PED)
006030                SET PED-JA-DEVOLVIDO(WK-IDX-PED) TO TRUE
006040            END-IF.
006050        230-MARCAR-PENDENTES.
006060            OPEN INPUT ARQ-DEVPEND.
006070            EVALUATE WK-FS-DEVPEND
006080                WHEN '00'
006090                    PERFORM 302-LER-DEVPEND
006100                    PERFORM 231-CONFERIR-DEVPEND
006110                        UNTIL WK-FS-DEVPEND = '10'
006120                    CLOSE ARQ-DEVPEND
006130                WHEN '35'
006140                    CONTINUE
006150                WHEN OTHER
006160                    DISPLAY 'ERRO ' WK-FS-DEVPEND
006170                            ' NO COMANDO OPEN DEVPEND'
006180                    MOVE 12 TO RETURN-CODE
006190                    STOP RUN
006200            END-EVALUATE.
006210        231-CONFERIR-DEVPEND.
006220            PERFORM 232-COMPARAR-DEVPEND
006230                VARYING WK-IDX-PED FROM 1 BY 1
006240                UNTIL WK-IDX-PED > WK-QTD-PEDIDOS.
006250            PERFORM 302-LER-DEVPEND.
006260        232-COMPARAR-DEVPEND.
006270            IF WK-PED-CHAVE(WK-IDX-PED) = FD-CHAVE-DEVPEND
006280               AND WK-PED-DOC(WK-IDX-PED) = FD-DOC-DEVPEND
006290               AND WK-PED-DATA-TAR(WK-IDX-PED)
006300                       = FD-DATA-TAR-DEVPEND
006310               AND PED-LIVRE(WK-IDX-PED)
006320                SET PED-JA-PENDENTE(WK-IDX-PED) TO TRUE
006330            END-IF.
006340       *      A TARIFA TEM DE ESTAR NO MOVHIST COMO TIPO 'F'
006350       *      (EAD95825 E EAD95865) NA CONTA, DOCUMENTO E DATA
006360        240-CONFERIR-MOVHIST.
006370            OPEN INPUT ARQ-MOVHIST.
006380            EVALUATE WK-FS-MOVHIST
006390                WHEN '00'
006400                    PERFORM 304-LER-MOVHIST
006410                    PERFORM 241-CONFERIR-TARIFA
006420                        UNTIL WK-FS-MOVHIST = '10'
006430                    CLOSE ARQ-MOVHIST
006440                WHEN '35'
006450                    DISPLAY 'ARQUIVO MOVHIST NAO ENCONTRADO'
006460                    MOVE 12 TO RETURN-CODE
006470                    STOP RUN
006480                WHEN OTHER
006490                    DISPLAY 'ERRO ' WK-FS-MOVHIST
006500                            ' NO COMANDO OPEN MOVHIST'
006510                    MOVE 12 TO RETURN-CODE
006520                    STOP RUN
006530            END-EVALUATE.
006540        241-CONFERIR-TARIFA.
006550            IF FD-TIPO-MOVHIST = 'F'
006560                PERFORM 242-COMPARAR-TARIFA
006570                    VARYING WK-IDX-PED FROM 1 BY 1
006580                    UNTIL WK-IDX-PED > WK-QTD-PEDIDOS
006590            END-IF.
006600            PERFORM 304-LER-MOVHIST.
006610        242-COMPARAR-TARIFA.
006620            IF WK-PED-CHAVE(WK-IDX-PED) = FD-CHAVE-MOVHIST
006630               AND WK-PED-DOC(WK-IDX-PED) = FD-DOC-MOVHIST
006640               AND WK-PED-DATA-TAR(WK-IDX-PED) = FD-DATA-MOVHIST
006650                MOVE FD-VALOR-MOVHIST
006660                    TO WK-PED-COBRADO(WK-IDX-PED)
006670            END-IF.
006680        250-TRATAR-PEDIDO.
006690            MOVE WK-PED-REGISTRO(WK-IDX-PED) TO WK-DEV-REGISTRO.
006700            MOVE WK-DEV-MOTIVO TO WK-MOTIVO-DEV.
006710            MOVE SPACES TO WK-MOTIVO-RECUSA.
006720            MOVE WK-DEV-OPERADOR TO WK-OPER-PROCURA.
006730            PERFORM 260-LOCALIZAR-OPERADOR.
006740            EVALUATE TRUE
006750                WHEN OPER-NAO-ACHADO
006760                    MOVE 'OPERADOR NAO CADASTRADO'
006770                        TO WK-MOTIVO-RECUSA
006780                WHEN NOT MOTIVO-VALIDO
006790                    MOVE 'MOTIVO INVALIDO'
006800                        TO WK-MOTIVO-RECUSA
006810                WHEN WK-DEV-VALOR = ZEROS
006820                    MOVE 'VALOR ZERADO'
006830                        TO WK-MOTIVO-RECUSA
006840                WHEN PED-REPETIDO(WK-IDX-PED)
006850                    MOVE 'PEDIDO REPETIDO'
006860                        TO WK-MOTIVO-RECUSA
006870                WHEN PED-JA-DEVOLVIDO(WK-IDX-PED)
006880                    MOVE 'TARIFA JA DEVOLVIDA'
006890                        TO WK-MOTIVO-RECUSA
006900                WHEN PED-JA-PENDENTE(WK-IDX-PED)
006910                    MOVE 'JA AGUARDA APROVACAO'
006920                        TO WK-MOTIVO-RECUSA
006930                WHEN WK-PED-COBRADO(WK-IDX-PED) = ZEROS
006940                    MOVE 'TARIFA NAO ENCONTRADA'
006950                        TO WK-MOTIVO-RECUSA
006960                WHEN WK-DEV-VALOR > WK-PED-COBRADO(WK-IDX-PED)
006970                    MOVE 'ACIMA DA TARIFA COBRADA'
006980                        TO WK-MOTIVO-RECUSA
006990            END-EVALUATE.
007000            IF WK-MOTIVO-RECUSA NOT = SPACES
007010                PERFORM 256-RECUSAR-PEDIDO
007020            ELSE
007030                IF WK-OPE-PERFIL(WK-IDX-OPE-ACH) = 'S'
007040                    MOVE WK-ALCADA-SUPERVISOR TO WK-ALCADA-PERFIL
007050                ELSE
007060                    MOVE WK-ALCADA-OPERADOR TO WK-ALCADA-PERFIL
007070                END-IF
007080                IF WK-DEV-VALOR > WK-ALCADA-PERFIL
007090                    PERFORM 257-RETER-PEDIDO
007100                ELSE
007110                    MOVE WK-DEV-OPERADOR TO WK-APROVADOR
007120                    PERFORM 270-CREDITAR-DEVOLUCAO
007130                END-IF
007140            END-IF.
007150        256-RECUSAR-PEDIDO.
007160            ADD 1 TO WK-QTD-RECUSADAS.
007170            MOVE 'RECUSADA' TO WK-RESULTADO.
007180            PERFORM 280-GRAVAR-RELDEV.
007190        257-RETER-PEDIDO.
007200            ADD 1 TO WK-QTD-RETIDAS.
007210            MOVE WK-DEV-REGISTRO TO FD-PEDIDO-DEVPEND.
007220            MOVE WK-DATA-SIST    TO FD-DATA-DEVPEND.
007230            WRITE REG-DEVPEND.
007240            IF WK-FS-DEVPEND NOT = '00'
007250                DISPLAY 'ERRO ' WK-FS-DEVPEND
007260                        ' NO COMANDO WRITE DEVPEND'
007270                MOVE 12 TO RETURN-CODE
007280                STOP RUN
007290            END-IF.
007300            MOVE 'PENDENTE' TO WK-RESULTADO.
007310            MOVE 'ACIMA DA ALCADA OPERADOR'
007320                TO WK-MOTIVO-RECUSA.
007330            PERFORM 280-GRAVAR-RELDEV.
007340        260-LOCALIZAR-OPERADOR.
007350            SET OPER-NAO-ACHADO TO TRUE.
007360            PERFORM 261-COMPARAR-OPERADOR
007370                VARYING WK-IDX-OPE FROM 1 BY 1
007380                UNTIL WK-IDX-OPE > WK-QTD-OPER
007390                   OR OPER-ACHADO.
007400        261-COMPARAR-OPERADOR.
007410            IF WK-OPE-ID(WK-IDX-OPE) = WK-OPER-PROCURA
007420                SET OPER-ACHADO TO TRUE
007430                MOVE WK-IDX-OPE TO WK-IDX-OPE-ACH
007440            END-IF.
007450       *      O CREDITO SAI NA MOEDA DA CONTA, COMO A TARIFA;
007451       *      NA CONTA ENCERRADA O VALOR DEVOLVIDO E DO
007452       *      TITULAR, QUE O RESGATA PELO VALORES A RECEBER
007470        270-CREDITAR-DEVOLUCAO.
007480            MOVE WK-DEV-CHAVE TO FD-CHAVE-CLIENTES.
007490            READ ARQ-CLIENTES
007500                INVALID KEY
007510                    MOVE 'CONTA NAO CADASTRADA'
007520                        TO WK-MOTIVO-RECUSA
007530                    PERFORM 256-RECUSAR-PEDIDO
007540                NOT INVALID KEY
007541                    PERFORM 271-GRAVAR-CREDITO
007542                    PERFORM 272-GRAVAR-DEVREG
007543                    MOVE 'DEVOLVIDA' TO WK-RESULTADO
007550                    IF CONTA-ENCERRADA
007551                        PERFORM 273-GRAVAR-VRENTRA
007552                        MOVE 'CONTA ENCERRADA: SVR'
007570                            TO WK-MOTIVO-RECUSA
007590                    ELSE
007630                        MOVE MOTIVO-DESCR(WK-MOTIVO-DEV-NUM)
007640                            TO WK-MOTIVO-RECUSA
007660                    END-IF
007661                    PERFORM 280-GRAVAR-RELDEV
007670            END-READ.
007680        271-GRAVAR-CREDITO.
007690            ADD 1 TO WK-QTD-DEVOLVIDAS.
007700            ADD 1 TO WK-DOC-SEQ.
007710            MOVE 'D' TO FD-TIPO-REG-LANCAMTD.
007720            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-LANCAMTD.
007730            MOVE FD-DIGITO-CLIENTES TO FD-DIGITO-LANCAMTD.
007740            MOVE WK-DOC-SEQ        TO FD-DOC-LANCAMTD.
007750            MOVE 'C'               TO FD-TIPO-LANCAMTD.
007760            MOVE WK-DEV-VALOR      TO FD-VALOR-LANCAMTD.
007770            MOVE FD-MOEDA-CLIENTES TO FD-MOEDA-LANCAMTD.
007780            MOVE WK-DATA-SIST      TO FD-DATA-LANCAMTD.
007790            MOVE SPACES            TO FD-CONTRA-LANCAMTD.
007800            MOVE WK-HORA-CAPTURA   TO FD-HORA-LANCAMTD.
007810            MOVE WK-DOC-SEQ        TO FD-SEQ-LANCAMTD.
007820            MOVE FD-MOEDA-LANCAMTD TO WK-MOEDA-PROCURA.
007830            PERFORM 193-CONVERTER-VALOR-TRL.
007840            PERFORM 275-GRAVAR-LANCAMTD.
007850            ADD WK-VALOR-CONV-TRL TO WK-TOT-DEVOLVIDO.
007860        272-GRAVAR-DEVREG.
007870            MOVE WK-DEV-CHAVE      TO FD-CHAVE-DEVREG.
007880            MOVE WK-DEV-DOC        TO FD-DOC-DEVREG.
007890            MOVE WK-DEV-DATA-TAR   TO FD-DATA-TAR-DEVREG.
007900            MOVE WK-DEV-VALOR      TO FD-VALOR-DEVREG.
007910            MOVE FD-MOEDA-CLIENTES TO FD-MOEDA-DEVREG.
007920            MOVE WK-VALOR-CONV-TRL TO FD-VALOR-BRL-DEVREG.
007930            MOVE WK-DEV-MOTIVO     TO FD-MOTIVO-DEVREG.
007940            MOVE WK-DEV-OPERADOR   TO FD-SOLIC-DEVREG.
007950            MOVE WK-APROVADOR      TO FD-APROV-DEVREG.
007960            MOVE WK-DATA-SIST      TO FD-DATA-DEVREG.
007970            MOVE WK-DOC-SEQ        TO FD-DOC-CRED-DEVREG.
007980            WRITE REG-DEVREG.
007990            IF WK-FS-DEVREG NOT = '00'
008000                DISPLAY 'ERRO ' WK-FS-DEVREG
008010                        ' NO COMANDO WRITE DEVREG'
008020                MOVE 12 TO RETURN-CODE
008030                STOP RUN
008040            END-IF.
008041        273-GRAVAR-VRENTRA.
008042            MOVE WK-DEV-CHAVE      TO FD-CHAVE-VRENTRA.
008043            MOVE 02                TO FD-ORIGEM-VRENTRA.
008044            MOVE WK-DEV-VALOR      TO FD-VALOR-VRENTRA.
008045            MOVE FD-MOEDA-CLIENTES TO FD-MOEDA-VRENTRA.
008046            MOVE WK-DATA-SIST      TO FD-DATA-VRENTRA.
008047            MOVE 'EAD95928'        TO FD-PROGRAMA-VRENTRA.
008048            WRITE REG-VRENTRA.
008049            IF WK-FS-VRENTRA NOT = '00'
008050                DISPLAY 'ERRO ' WK-FS-VRENTRA
008051                        ' NO COMANDO WRITE VRENTRA'
008052                MOVE 12 TO RETURN-CODE
008053                STOP RUN
008054            END-IF.
008055            ADD 1 TO WK-QTD-VALREC.
008050        275-GRAVAR-LANCAMTD.
008051            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMTD.
008060            WRITE REG-LANCAMTD.
008070            IF WK-FS-LANCAMTD NOT = '00'
008080                DISPLAY 'ERRO ' WK-FS-LANCAMTD
008090                        ' NO COMANDO WRITE LANCAMTD'
008100                MOVE 12 TO RETURN-CODE
008110                STOP RUN
008120            END-IF.
008130        280-GRAVAR-RELDEV.
008140            MOVE WK-DEV-CHAVE     TO WK-CHAVE-REL.
008150            MOVE WK-DEV-DOC       TO WK-DOC-REL.
008160            MOVE WK-DEV-DATA-TAR  TO WK-DATA-REL.
008170            MOVE WK-DEV-VALOR     TO WK-VALOR-REL.
008180            MOVE WK-DEV-OPERADOR  TO WK-OPER-REL.
008190            MOVE WK-RESULTADO     TO WK-RESULT-REL.
008200            MOVE WK-MOTIVO-RECUSA TO WK-MOTIVO-REL.
008210            WRITE REG-RELDEV FROM WK-LINHA-PEDIDO.
008220            IF WK-FS-RELDEV NOT = '00'
008230                DISPLAY 'ERRO ' WK-FS-RELDEV
008240                        ' NO COMANDO WRITE RELDEV'
008250                MOVE 12 TO RETURN-CODE
008260                STOP RUN
008270            END-IF.
008280       *      O TOTAL DO TRAILER DO LOTE E CONFERIDO PELO
008290       *      EAD95809 EM BRL, COM AS TAXAS DO CAMBIO
008300        193-CONVERTER-VALOR-TRL.
008310            PERFORM 197-PROCURAR-MOEDA.
008320            COMPUTE WK-VALOR-CONV-TRL ROUNDED =
008330                FD-VALOR-LANCAMTD * TAXA-MOEDA(WK-IDX-MOEDA).
008340        197-PROCURAR-MOEDA.
008350            PERFORM 198-PASSAR-MOEDA
008360                VARYING WK-IDX-MOEDA FROM 1 BY 1
008370                UNTIL WK-IDX-MOEDA > 3
008380                   OR MOEDA-COD(WK-IDX-MOEDA) = WK-MOEDA-PROCURA.
008390            IF WK-IDX-MOEDA > 3
008400                MOVE 1 TO WK-IDX-MOEDA
008410            END-IF.
008420        198-PASSAR-MOEDA.
008430            CONTINUE.
008440        190-CARREGAR-CAMBIO.
008450            ACCEPT WK-DATA-CAMBIO-REF FROM DATE YYYYMMDD.
008460            OPEN INPUT ARQ-CAMBIO.
008470            EVALUATE WK-FS-CAMBIO
008480                WHEN '00'
008490                    PERFORM 191-LER-CAMBIO
008500                    PERFORM 192-APLICAR-TAXA-CAMBIO
008510                        UNTIL WK-FS-CAMBIO = '10'
008520                    CLOSE ARQ-CAMBIO
008530                WHEN OTHER
008540                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
008550                            'OU COM ERRO ' WK-FS-CAMBIO
008560                    MOVE 12 TO RETURN-CODE
008570                    STOP RUN
008580            END-EVALUATE.
008590            IF TAXA-MOEDA(1) = ZEROS
008600                MOVE 1 TO TAXA-MOEDA(1)
008610            END-IF.
008620            PERFORM 188-CONFERIR-TAXA
008630                VARYING WK-IDX-MOEDA FROM 2 BY 1
008640                UNTIL WK-IDX-MOEDA > 3.
008650        188-CONFERIR-TAXA.
008660            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
008670                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
008680                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
008690                        ' NA DATA ' WK-DATA-CAMBIO-REF
008700                MOVE 12 TO RETURN-CODE
008710                STOP RUN
008720            END-IF.
008730        191-LER-CAMBIO.
008740            READ ARQ-CAMBIO.
008750            EVALUATE WK-FS-CAMBIO
008760                WHEN '00'
008770                    CONTINUE
008780                WHEN '10'
008790                    CONTINUE
008800                WHEN OTHER
008810                    DISPLAY 'ERRO ' WK-FS-CAMBIO
008820                            ' NO COMANDO READ CAMBIO'
008830                    MOVE 12 TO RETURN-CODE
008840                    STOP RUN
008850            END-EVALUATE.
008860        192-APLICAR-TAXA-CAMBIO.
008870            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
008880                PERFORM 189-GUARDAR-TAXA
008890                    VARYING WK-IDX-MOEDA FROM 1 BY 1
008900                    UNTIL WK-IDX-MOEDA > 3
008910            END-IF.
008920            PERFORM 191-LER-CAMBIO.
008930        189-GUARDAR-TAXA.
008940            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
008950               AND FD-DATA-CAMBIO NOT LESS
008960                   WK-DATA-TAXA(WK-IDX-MOEDA)
008970                MOVE FD-TAXA-CAMBIO
008980                    TO TAXA-MOEDA(WK-IDX-MOEDA)
008990                MOVE FD-DATA-CAMBIO
009000                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
009010            END-IF.
009020       ***********************************************
009030       *      APROVACAO: O SUPERVISOR DO SYSIN NAO APROVA O
009040       *      PROPRIO PEDIDO NEM VALOR ACIMA DA SUA ALCADA;
009050       *      ESSES VOLTAM AO DEVPENN PARA OUTRA RODADA
009060        400-APROVAR SECTION.
009070        401-APROVAR-PENDENCIAS.
009080            OPEN INPUT ARQ-DEVPEND.
009090            EVALUATE WK-FS-DEVPEND
009100                WHEN '00'
009110                    PERFORM 302-LER-DEVPEND
009120                WHEN '35'
009130                    DISPLAY 'SEM PENDENCIAS DE DEVOLUCAO'
009140                    MOVE '10' TO WK-FS-DEVPEND
009150                WHEN OTHER
009160                    DISPLAY 'ERRO ' WK-FS-DEVPEND
009170                            ' NO COMANDO OPEN DEVPEND'
009180                    MOVE 12 TO RETURN-CODE
009190                    STOP RUN
009200            END-EVALUATE.
009210            OPEN OUTPUT ARQ-DEVPENN.
009220            IF WK-FS-DEVPENN NOT = '00'
009230                DISPLAY 'ERRO ' WK-FS-DEVPENN
009240                        ' NO COMANDO OPEN DEVPENN'
009250                MOVE 12 TO RETURN-CODE
009260                STOP RUN
009270            END-IF.
009280            PERFORM 103-ABRIR-SAIDAS.
009290            PERFORM 402-TRATAR-PENDENCIA
009300                UNTIL WK-FS-DEVPEND = '10'.
009310            CLOSE ARQ-DEVPEND.
009320            CLOSE ARQ-DEVPENN.
009330        402-TRATAR-PENDENCIA.
009340            ADD 1 TO WK-QTD-LIDOS.
009350            MOVE FD-PEDIDO-DEVPEND TO WK-DEV-REGISTRO.
009360            MOVE WK-DEV-MOTIVO TO WK-MOTIVO-DEV.
009370            MOVE SPACES TO WK-MOTIVO-RECUSA.
009380            EVALUATE TRUE
009390                WHEN WK-DEV-OPERADOR = WK-SUPERVISOR
009400                    MOVE 'APROVADOR = SOLICITANTE'
009410                        TO WK-MOTIVO-RECUSA
009420                    PERFORM 403-MANTER-PENDENCIA
009430                WHEN WK-DEV-VALOR > WK-ALCADA-SUPERVISOR
009440                    MOVE 'ACIMA ALCADA SUPERVISOR'
009450                        TO WK-MOTIVO-RECUSA
009460                    PERFORM 403-MANTER-PENDENCIA
009470                WHEN OTHER
009480                    MOVE WK-SUPERVISOR TO WK-APROVADOR
009490                    PERFORM 270-CREDITAR-DEVOLUCAO
009500            END-EVALUATE.
009510            PERFORM 302-LER-DEVPEND.
009520        403-MANTER-PENDENCIA.
009530            ADD 1 TO WK-QTD-RETIDAS.
009540            WRITE REG-DEVPENN FROM REG-DEVPEND.
009550            IF WK-FS-DEVPENN NOT = '00'
009560                DISPLAY 'ERRO ' WK-FS-DEVPENN
009570                        ' NO COMANDO WRITE DEVPENN'
009580                MOVE 12 TO RETURN-CODE
009590                STOP RUN
009600            END-IF.
009610            MOVE 'RETIDA' TO WK-RESULTADO.
009620            PERFORM 280-GRAVAR-RELDEV.
009630       ***********************************************
009640        500-SELECIONAR SECTION.
009650        501-SELECIONAR.
009660            OPEN INPUT ARQ-DEVREG.
009670            EVALUATE WK-FS-DEVREG
009680                WHEN '00'
009690                    PERFORM 303-LER-DEVREG
009700                    PERFORM 502-LIBERAR-DEVOLUCAO
009710                        UNTIL WK-FS-DEVREG = '10'
009720                    CLOSE ARQ-DEVREG
009730                WHEN '35'
009740                    DISPLAY 'SEM DEVOLUCOES REGISTRADAS'
009750                WHEN OTHER
009760                    DISPLAY 'ERRO ' WK-FS-DEVREG
009770                            ' NO COMANDO OPEN DEVREG'
009780                    MOVE 12 TO RETURN-CODE
009790                    STOP RUN
009800            END-EVALUATE.
009810            GO TO 509-SELECIONAR-FIM.
009820        502-LIBERAR-DEVOLUCAO.
009830            ADD 1 TO WK-QTD-LIDOS.
009840            IF FD-ANOMES-DEVREG = WK-ANOMES-PEDIDO
009850                MOVE FD-AGENCIA-DEVREG   TO SR-AGENCIA
009860                MOVE FD-MOTIVO-DEVREG    TO SR-MOTIVO
009870                MOVE FD-SOLIC-DEVREG     TO SR-OPERADOR
009880                MOVE FD-VALOR-BRL-DEVREG TO SR-VALOR-BRL
009890                RELEASE REG-DVSORT
009900            END-IF.
009910            PERFORM 303-LER-DEVREG.
009920        509-SELECIONAR-FIM.
009930            EXIT.
009940       ***********************************************
009950       *      QUEBRAS: AGENCIA, MOTIVO E OPERADOR SOLICITANTE;
009960       *      VALORES EM BRL PELA TAXA DO DIA DA DEVOLUCAO
009970        550-RELATAR SECTION.
009980        551-RELATAR.
009990            PERFORM 552-RETORNAR-DEVOLUCAO.
010000            PERFORM 553-TRATAR-DEVOLUCAO
010010                UNTIL FIM-DO-SORT.
010020            IF WK-AG-ATUAL NOT = HIGH-VALUES
010030                PERFORM 556-FECHAR-OPERADOR
010040                PERFORM 557-FECHAR-MOTIVO
010050                PERFORM 558-FECHAR-AGENCIA
010060            END-IF.
010070            MOVE 'TOTAL GERAL            ' TO WK-TITULO-TOT.
010080            MOVE WK-QTD-GER-REL TO WK-QTD-TOT.
010090            MOVE WK-TOT-GER-REL TO WK-VALOR-TOT.
010100            WRITE REG-RELDEV FROM WK-LINHA-TOTAL
010110                AFTER 2 LINES.
010120            GO TO 569-RELATAR-FIM.
010130        552-RETORNAR-DEVOLUCAO.
010140            RETURN ARQ-SORTWK
010150                AT END
010160                    SET FIM-DO-SORT TO TRUE
010170            END-RETURN.
010180        553-TRATAR-DEVOLUCAO.
010190            IF SR-AGENCIA NOT = WK-AG-ATUAL
010200                IF WK-AG-ATUAL NOT = HIGH-VALUES
010210                    PERFORM 556-FECHAR-OPERADOR
010220                    PERFORM 557-FECHAR-MOTIVO
010230                    PERFORM 558-FECHAR-AGENCIA
010240                END-IF
010250                PERFORM 554-ABRIR-AGENCIA
010260            END-IF.
010270            IF SR-MOTIVO NOT = WK-MOT-ATUAL
010280                IF WK-MOT-ATUAL NOT = HIGH-VALUES
010290                    PERFORM 556-FECHAR-OPERADOR
010300                    PERFORM 557-FECHAR-MOTIVO
010310                END-IF
010320                PERFORM 555-ABRIR-MOTIVO
010330            END-IF.
010340            IF SR-OPERADOR NOT = WK-OPE-ATUAL
010350                IF WK-OPE-ATUAL NOT = HIGH-VALUES
010360                    PERFORM 556-FECHAR-OPERADOR
010370                END-IF
010380                MOVE SR-OPERADOR TO WK-OPE-ATUAL
010390                MOVE ZEROS TO WK-QTD-OPE-REL
010400                MOVE ZEROS TO WK-TOT-OPE-REL
010410            END-IF.
010420            ADD 1            TO WK-QTD-OPE-REL.
010430            ADD SR-VALOR-BRL TO WK-TOT-OPE-REL.
010440            PERFORM 552-RETORNAR-DEVOLUCAO.
010450        554-ABRIR-AGENCIA.
010460            MOVE SR-AGENCIA TO WK-AG-ATUAL.
010470            MOVE HIGH-VALUES TO WK-MOT-ATUAL.
010480            MOVE ZEROS TO WK-QTD-AG-REL.
010490            MOVE ZEROS TO WK-TOT-AG-REL.
010500            MOVE WK-AG-ATUAL TO WK-AG-CAB.
010510            WRITE REG-RELDEV FROM WK-CABEC-AGENCIA
010520                AFTER 2 LINES.
010530        555-ABRIR-MOTIVO.
010540            MOVE SR-MOTIVO TO WK-MOT-ATUAL.
010550            MOVE HIGH-VALUES TO WK-OPE-ATUAL.
010560            MOVE ZEROS TO WK-QTD-MOT-REL.
010570            MOVE ZEROS TO WK-TOT-MOT-REL.
010580            MOVE WK-MOT-ATUAL TO WK-MOT-CAB.
010590            MOVE WK-MOT-ATUAL TO WK-MOTIVO-DEV.
010600            IF MOTIVO-VALIDO
010610                MOVE MOTIVO-DESCR(WK-MOTIVO-DEV-NUM)
010620                    TO WK-MOT-DESCR-CAB
010630            ELSE
010640                MOVE SPACES TO WK-MOT-DESCR-CAB
010650            END-IF.
010660            WRITE REG-RELDEV FROM WK-CABEC-MOTIVO.
010670        556-FECHAR-OPERADOR.
010680            MOVE WK-OPE-ATUAL   TO WK-OPE-LIN.
010690            MOVE WK-QTD-OPE-REL TO WK-QTD-OPE-LIN.
010700            MOVE WK-TOT-OPE-REL TO WK-TOT-OPE-LIN.
010710            WRITE REG-RELDEV FROM WK-LINHA-OPER.
010720            ADD WK-QTD-OPE-REL TO WK-QTD-MOT-REL.
010730            ADD WK-TOT-OPE-REL TO WK-TOT-MOT-REL.
010740        557-FECHAR-MOTIVO.
010750            MOVE '   TOTAL DO MOTIVO     ' TO WK-TITULO-TOT.
010760            MOVE WK-QTD-MOT-REL TO WK-QTD-TOT.
010770            MOVE WK-TOT-MOT-REL TO WK-VALOR-TOT.
010780            WRITE REG-RELDEV FROM WK-LINHA-TOTAL.
010790            ADD WK-QTD-MOT-REL TO WK-QTD-AG-REL.
010800            ADD WK-TOT-MOT-REL TO WK-TOT-AG-REL.
010810        558-FECHAR-AGENCIA.
010820            MOVE 'TOTAL DA AGENCIA       ' TO WK-TITULO-TOT.
010830            MOVE WK-QTD-AG-REL TO WK-QTD-TOT.
010840            MOVE WK-TOT-AG-REL TO WK-VALOR-TOT.
010850            WRITE REG-RELDEV FROM WK-LINHA-TOTAL.
010860            ADD WK-QTD-AG-REL TO WK-QTD-GER-REL.
010870            ADD WK-TOT-AG-REL TO WK-TOT-GER-REL.
010880        569-RELATAR-FIM.
010890            EXIT.
010900       ***********************************************
010910        300-LEITURAS SECTION.
010920        301-LER-PEDDEV.
010930            READ ARQ-PEDDEV.
010940            EVALUATE WK-FS-PEDDEV
010950                WHEN '00'
010960                    CONTINUE
010970                WHEN '10'
010980                    CONTINUE
010990                WHEN OTHER
011000                    DISPLAY 'ERRO ' WK-FS-PEDDEV
011010                            ' NO COMANDO READ PEDDEV'
011020                    MOVE 12 TO RETURN-CODE
011030                    STOP RUN
011040            END-EVALUATE.
011050        302-LER-DEVPEND.
011060            READ ARQ-DEVPEND.
011070            EVALUATE WK-FS-DEVPEND
011080                WHEN '00'
011090                    CONTINUE
011100                WHEN '10'
011110                    CONTINUE
011120                WHEN OTHER
011130                    DISPLAY 'ERRO ' WK-FS-DEVPEND
011140                            ' NO COMANDO READ DEVPEND'
011150                    MOVE 12 TO RETURN-CODE
011160                    STOP RUN
011170            END-EVALUATE.
011180        303-LER-DEVREG.
011190            READ ARQ-DEVREG.
011200            EVALUATE WK-FS-DEVREG
011210                WHEN '00'
011220                    CONTINUE
011230                WHEN '10'
011240                    CONTINUE
011250                WHEN OTHER
011260                    DISPLAY 'ERRO ' WK-FS-DEVREG
011270                            ' NO COMANDO READ DEVREG'
011280                    MOVE 12 TO RETURN-CODE
011290                    STOP RUN
011300            END-EVALUATE.
011310        304-LER-MOVHIST.
011320            READ ARQ-MOVHIST.
011330            EVALUATE WK-FS-MOVHIST
011340                WHEN '00'
011350                    CONTINUE
011360                WHEN '10'
011370                    CONTINUE
011380                WHEN OTHER
011390                    DISPLAY 'ERRO ' WK-FS-MOVHIST
011400                            ' NO COMANDO READ MOVHIST'
011410                    MOVE 12 TO RETURN-CODE
011420                    STOP RUN
011430            END-EVALUATE.
011440        306-LER-OPERADOR.
011450            READ ARQ-OPERADOR.
011460            EVALUATE WK-FS-OPERADOR
011470                WHEN '00'
011480                    CONTINUE
011490                WHEN '10'
011500                    CONTINUE
011510                WHEN OTHER
011520                    DISPLAY 'ERRO ' WK-FS-OPERADOR
011530                            ' NO COMANDO READ OPERADOR'
011540                    MOVE 12 TO RETURN-CODE
011550                    STOP RUN
011560            END-EVALUATE.
011570       ***********************************************
011580        195-GRAVAR-JRNL-INICIO.
011590            MOVE 'I' TO JRL-TIPO.
011600            MOVE ZEROS TO JRL-QTD-LIDOS.
011610            MOVE ZEROS TO JRL-QTD-GRAVADOS.
011620            MOVE ZEROS TO JRL-QTD-REJEITADOS.
011630            MOVE ZEROS TO JRL-RETORNO.
011631            MOVE 'EAD95928' TO LK-PROGRAMA-COM.
011632            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
011633            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
011640            PERFORM 194-GRAVAR-RUNJRNL.
011650        196-GRAVAR-JRNL-FIM.
011660            MOVE 'F' TO JRL-TIPO.
011670            MOVE WK-QTD-LIDOS
011680                TO JRL-QTD-LIDOS.
011690            MOVE WK-QTD-DEVOLVIDAS
011700                TO JRL-QTD-GRAVADOS.
011710            MOVE WK-QTD-RECUSADAS
011720                TO JRL-QTD-REJEITADOS.
011730            MOVE RETURN-CODE TO JRL-RETORNO.
011731            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
011740            PERFORM 194-GRAVAR-RUNJRNL.
011750        194-GRAVAR-RUNJRNL.
011760            OPEN EXTEND ARQ-RUNJRNL.
011770            IF WK-FS-RUNJRNL = '35'
011780                OPEN OUTPUT ARQ-RUNJRNL
011790            END-IF.
011800            IF WK-FS-RUNJRNL NOT = '00'
011810                DISPLAY 'ERRO ' WK-FS-RUNJRNL
011820                        ' NO COMANDO OPEN RUNJRNL'
011830                MOVE 12 TO RETURN-CODE
011840                STOP RUN
011850            END-IF.
011860            MOVE 'EAD95928' TO JRL-PROGRAMA.
011870            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
011880            ACCEPT JRL-HORA FROM TIME.
011890            WRITE REG-RUNJRNL.
011900            IF WK-FS-RUNJRNL NOT = '00'
011910                DISPLAY 'ERRO ' WK-FS-RUNJRNL
011920                        ' NO COMANDO WRITE RUNJRNL'
011930                MOVE 12 TO RETURN-CODE
011940                STOP RUN
011950            END-IF.
011960            CLOSE ARQ-RUNJRNL.
011970       ***********************************************
011980        900-FINALIZAR SECTION.
011990        901-FINALIZAR.
012000            IF FUNCAO-MENSAL
012010                DISPLAY 'DEVOLUCOES LIDAS NO DEVREG : '
012020                        WK-QTD-LIDOS
012030                DISPLAY 'DEVOLUCOES NO MES          : '
012040                        WK-QTD-GER-REL
012050            ELSE
012060                MOVE 'T' TO FD-TIPO-REG-LANCAMTD
012070                MOVE SPACES TO FD-DETALHE-LANCAMTD
012080                MOVE WK-DATA-SIST TO FD-DATA-CTRL-LANCAMTD
012090                MOVE WK-QTD-DEVOLVIDAS TO FD-QTDE-CTRL-LANCAMTD
012100                MOVE WK-TOT-DEVOLVIDO TO FD-VALOR-CTRL-LANCAMTD
012110                MOVE 1 TO FD-INST-CTRL-LANCAMTD
012120                PERFORM 275-GRAVAR-LANCAMTD
012130                DISPLAY 'PEDIDOS LIDOS     : ' WK-QTD-LIDOS
012140                DISPLAY 'DEVOLVIDAS        : ' WK-QTD-DEVOLVIDAS
012150                DISPLAY 'AGUARDANDO ALCADA : ' WK-QTD-RETIDAS
012160                DISPLAY 'RECUSADAS         : ' WK-QTD-RECUSADAS
012161                DISPLAY 'VALORES A RECEBER : ' WK-QTD-VALREC
012170                IF WK-QTD-RECUSADAS > ZEROS
012180                    MOVE 4 TO RETURN-CODE
012190                END-IF
012200                CLOSE ARQ-CLIENTES
012210                CLOSE ARQ-LANCAMTD
012220                CLOSE ARQ-DEVREG
012221                CLOSE ARQ-VRENTRA
012230            END-IF.
012240            CLOSE ARQ-RELDEV.
