000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95915.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   ORDENS JUDICIAIS DO SISBAJUD (RODADA DIARIA) *
000170       *                                                *
000180       *   O ORDJUD TRAZ AS ORDENS DO DIA POR CPF/CNPJ: *
000190       *   B = BLOQUEIO DE VALOR, D = DESBLOQUEIO E     *
000200       *   T = TRANSFERENCIA PARA DEPOSITO JUDICIAL.    *
000210       *   AS CONTAS DO DEVEDOR VEM DO CLIDADOS (TITU-  *
000220       *   LAR PRINCIPAL) E DO TITULARES.               *
000230       *                                                *
000240       *   NO BLOQUEIO O VALOR E REPARTIDO PELAS CONTAS *
000250       *   EM ORDEM DECRESCENTE DE SALDO DISPONIVEL     *
000260       *   (SALDO MENOS BLOQUEIOS E CHEQUES RETIDOS,    *
000270       *   SEM O LIMITE) ATE COBRIR A ORDEM. AS OPERA-  *
000280       *   COES SAEM NO MANBLOQ PARA O EAD95889, QUE    *
000290       *   ATUALIZA O BLOQJUD E O DIARIO BLOQJRNL.      *
000300       *                                                *
000310       *   NA TRANSFERENCIA O BLOQUEIO DO PROCESSO E    *
000320       *   LEVANTADO (OU REDUZIDO) NO MANBLOQ E O VALOR *
000330       *   SAI PARA A CONTA DE DEPOSITO JUDICIAL POR    *
000340       *   MOVIMENTO T NO LOTE LANCAMSB DO EAD95809.    *
000350       *   ORDEM DE CADEIA: EAD95915, EAD95889, EAD95809*
000360       *                                                *
000370       *   A RESPOSTA AO JUIZO SAI NO RESPJUD COM O     *
000380       *   VALOR CUMPRIDO POR ORDEM E POR CONTA, E FICA *
000390       *   PENDENTE NO XMITREG (EAD95862).              *
000400       *                                                *
000410       *   SYSIN: DATA (ZEROS = HOJE), CONTA DE DEPOSI- *
000420       *   TO JUDICIAL (AGENCIA + CONTA)                *
000430       **************************************************
000440       *
000450        ENVIRONMENT DIVISION.
000460        CONFIGURATION SECTION.
000470        SPECIAL-NAMES.
000480            DECIMAL-POINT IS COMMA.
000490        INPUT-OUTPUT SECTION.
000500        FILE-CONTROL.
000510            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000520                FILE STATUS IS WK-FS-RUNJRNL.
000530            SELECT ARQ-ORDJUD   ASSIGN TO ORDJUD
000540                FILE STATUS IS WK-FS-ORDJUD.
000550            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000560                ORGANIZATION IS INDEXED
000570                ACCESS MODE IS DYNAMIC
000580                RECORD KEY IS FD-CHAVE-CLIENTES
000590                FILE STATUS IS WK-FS-CLIENTES.
000600            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000610                ORGANIZATION IS INDEXED
000620                ACCESS MODE IS DYNAMIC
000630                RECORD KEY IS FD-CHAVE-CLIDADOS
000640                FILE STATUS IS WK-FS-CLIDADOS.
000650            SELECT ARQ-TITULARES ASSIGN TO TITULARES
000660                ORGANIZATION IS INDEXED
000670                ACCESS MODE IS DYNAMIC
000680                RECORD KEY IS FD-CHAVE-TITULARES
000690                FILE STATUS IS WK-FS-TITULARES.
000700            SELECT ARQ-BLOQJUD  ASSIGN TO BLOQJUD
000710                ORGANIZATION IS INDEXED
000720                ACCESS MODE IS DYNAMIC
000730                RECORD KEY IS FD-CHAVE-REG-BLOQJUD
000740                FILE STATUS IS WK-FS-BLOQJUD.
000750            SELECT ARQ-CHQDEP   ASSIGN TO CHQDEP
000760                ORGANIZATION IS INDEXED
000770                ACCESS MODE IS DYNAMIC
000780                RECORD KEY IS FD-CHAVE-REG-CHQDEP
000790                FILE STATUS IS WK-FS-CHQDEP.
000800            SELECT ARQ-MANBLOQ  ASSIGN TO MANBLOQ
000810                FILE STATUS IS WK-FS-MANBLOQ.
000820            SELECT ARQ-LANCAMSB ASSIGN TO LANCAMSB
000830                FILE STATUS IS WK-FS-LANCAMSB.
000840            SELECT ARQ-RESPJUD  ASSIGN TO RESPJUD
000850                FILE STATUS IS WK-FS-RESPJUD.
000860            SELECT ARQ-XMITREG  ASSIGN TO XMITREG
000870                FILE STATUS IS WK-FS-XMITREG.
000880            SELECT ARQ-RELJUD   ASSIGN TO RELJUD
000890                FILE STATUS IS WK-FS-RELJUD.
000900       *
000910        DATA DIVISION.
000920        FILE SECTION.
000930       *      ORDENS DO DIA RECEBIDAS DO SISBAJUD
000940        FD   ARQ-ORDJUD
000950             RECORDING MODE IS F.
000960        01  REG-ORDJUD.
000970            05 FD-PROTOCOLO-ORDJUD PIC X(20).
000980            05 FD-TIPO-ORDJUD      PIC X.
000990                88 ORDEM-BLOQUEIO      VALUE 'B'.
001000                88 ORDEM-DESBLOQUEIO   VALUE 'D'.
001010                88 ORDEM-TRANSFERENCIA VALUE 'T'.
001020            05 FD-PROCESSO-ORDJUD  PIC X(15).
001030            05 FD-TIPO-DOC-ORDJUD  PIC X.
001040            05 FD-CPFCNPJ-ORDJUD   PIC X(14).
001050            05 FD-VALOR-ORDJUD     PIC 9(9)V99.
001060            05 FD-DATA-ORDJUD      PIC 9(8).
001070            05 FD-JUIZO-ORDJUD     PIC X(20).
001080        FD   ARQ-CLIENTES
001090             RECORDING MODE IS F.
001100        01  REG-CLIENTES.
001110            05 FD-CHAVE-CLIENTES.
001120                10 FD-AGENCIA-CLIENTES     PIC X(4).
001130                10 FD-CONTA-CLIENTES       PIC 9(5).
001140            05 FD-DIGITO-CLIENTES      PIC X.
001150            05 FD-NOME-CLIENTES        PIC A(20).
001160            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001170            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001180            05 FD-MOEDA-CLIENTES       PIC X(3).
001190            05 FD-SITUACAO-CLIENTES    PIC X.
001200                88 CONTA-ATIVA            VALUE 'A' ' '.
001210                88 CONTA-BLOQUEADA        VALUE 'B'.
001220                88 CONTA-ENCERRADA        VALUE 'E'.
001230        FD   ARQ-CLIDADOS
001240             RECORDING MODE IS F.
001250        01  REG-CLIDADOS.
001260            05 FD-CHAVE-CLIDADOS.
001270                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001280                10 FD-CONTA-CLIDADOS       PIC 9(5).
001290            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001300            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001310            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001320            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001330            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001340        FD   ARQ-TITULARES
001350             RECORDING MODE IS F.
001360        01  REG-TITULARES.
001370            05 FD-CHAVE-TITULARES.
001380                10 FD-CONTA-TITULAR    PIC X(9).
001390                10 FD-CPFCNPJ-TITULAR  PIC X(14).
001400            05 FD-NOME-TITULAR     PIC X(20).
001410            05 FD-TIPO-DOC-TITULAR PIC X.
001420            05 FD-PAPEL-TITULAR    PIC X.
001430                88 TITULAR-PRINCIPAL   VALUE 'P'.
001440                88 TITULAR-SECUNDARIO  VALUE 'S'.
001450        FD   ARQ-BLOQJUD
001460             RECORDING MODE IS F.
001470        01  REG-BLOQJUD.
001480            05 FD-CHAVE-REG-BLOQJUD.
001490                10 FD-CHAVE-BLOQJUD    PIC X(9).
001500                10 FD-PROCESSO-BLOQJUD PIC X(15).
001510            05 FD-VALOR-BLOQJUD    PIC 9(6)V99.
001520            05 FD-DATA-INI-BLOQJUD PIC 9(8).
001530            05 FD-DATA-FIM-BLOQJUD PIC 9(8).
001540            05 FD-SITUACAO-BLOQJUD PIC X.
001550                88 BLOQUEIO-ATIVO      VALUE 'A'.
001560                88 BLOQUEIO-LEVANTADO  VALUE 'L'.
001570        FD   ARQ-CHQDEP
001580             RECORDING MODE IS F.
001590        01  REG-CHQDEP.
001600            05 FD-CHAVE-REG-CHQDEP.
001610                10 FD-BANCO-CHQDEP     PIC 9(3).
001620                10 FD-AGENCIA-SAC-CHQDEP PIC 9(4).
001630                10 FD-CONTA-SAC-CHQDEP PIC 9(10).
001640                10 FD-NUMERO-CHQDEP    PIC 9(6).
001650            05 FD-CHAVE-CHQDEP     PIC X(9).
001660            05 FD-VALOR-CHQDEP     PIC 9(6)V99.
001670            05 FD-DOC-CHQDEP       PIC 9(4).
001680            05 FD-DATA-DEP-CHQDEP  PIC 9(8).
001690            05 FD-DATA-LIBERA-CHQDEP PIC 9(8).
001700            05 FD-SITUACAO-CHQDEP  PIC X.
001710                88 CHEQUE-RETIDO       VALUE 'R'.
001720                88 CHEQUE-DEVOLVIDO    VALUE 'D'.
001730            05 FD-MOTIVO-DEV-CHQDEP PIC XX.
001740            05 FD-DATA-DEV-CHQDEP  PIC 9(8).
001750       *      MESMO LEIAUTE DO MANBLOQ DO EAD95889
001760        FD   ARQ-MANBLOQ
001770             RECORDING MODE IS F.
001780        01  REG-MANBLOQ.
001790            05 FD-OPERACAO-MANBLOQ PIC X.
001800            05 FD-CHAVE-MANBLOQ    PIC X(9).
001810            05 FD-PROCESSO-MANBLOQ PIC X(15).
001820            05 FD-VALOR-MANBLOQ    PIC 9(6)V99.
001830            05 FD-DATA-INI-MANBLOQ PIC 9(8).
001840            05 FD-DATA-FIM-MANBLOQ PIC 9(8).
001850            05 FD-OPERADOR-MANBLOQ PIC X(8).
001860        FD   ARQ-LANCAMSB
001870             RECORDING MODE IS F.
001880        01  REG-LANCAMSB.
001890            05 FD-TIPO-REG-LANCAMSB    PIC X.
001900            05 FD-DETALHE-LANCAMSB.
001910                10 FD-CHAVE-LANCAMSB.
001920                    15 FD-AGENCIA-LANCAMSB     PIC X(4).
001930                    15 FD-CONTA-LANCAMSB       PIC 9(5).
001940                10 FD-DIGITO-LANCAMSB       PIC X.
001950                10 FD-DOC-LANCAMSB         PIC 9(4).
001960                10 FD-TIPO-LANCAMSB        PIC X.
001970                10 FD-VALOR-LANCAMSB       PIC 9(6)V99.
001980                10 FD-MOEDA-LANCAMSB       PIC X(3).
001990                10 FD-DATA-LANCAMSB        PIC 9(8).
002000                10 FD-CONTRA-LANCAMSB.
002010                    15 FD-AGENCIA-CONTRA-LANCAMSB PIC X(4).
002020                    15 FD-CONTA-CONTRA-LANCAMSB  PIC 9(5).
002030                10 FD-HORA-LANCAMSB       PIC 9(6).
002040                10 FD-SEQ-LANCAMSB        PIC 9(4).
002050            05 FD-CTRL-LANCAMSB REDEFINES FD-DETALHE-LANCAMSB.
002060                10 FD-DATA-CTRL-LANCAMSB   PIC 9(8).
002070                10 FD-QTDE-CTRL-LANCAMSB   PIC 9(6).
002080                10 FD-VALOR-CTRL-LANCAMSB  PIC 9(8)V99.
002090                10 FD-INST-CTRL-LANCAMSB   PIC 99.
002091            05 FD-ID-EXEC-LANCAMSB     PIC 9(10).
002100       *      RESPOSTA AO JUIZO: 1 = CABECALHO, 2 = ORDEM,
002110       *      3 = CONTA ATINGIDA, 9 = TRAILER
002120        FD   ARQ-RESPJUD
002130             RECORDING MODE IS F.
002140        01  REG-RESPJUD.
002150            05 FD-TIPO-REG-RESP    PIC X.
002160            05 FD-DETALHE-RESP     PIC X(99).
002170        01  REG-RESPJUD-CAB.
002180            05 FILLER              PIC X.
002190            05 FD-BANCO-CAB-RESP   PIC X(8).
002200            05 FD-DATA-CAB-RESP    PIC 9(8).
002210            05 FILLER              PIC X(83).
002220        01  REG-RESPJUD-ORDEM.
002230            05 FILLER              PIC X.
002240            05 FD-PROTOCOLO-RESP   PIC X(20).
002250            05 FD-TIPO-ORDEM-RESP  PIC X.
002260            05 FD-PROCESSO-RESP    PIC X(15).
002270            05 FD-TIPO-DOC-RESP    PIC X.
002280            05 FD-CPFCNPJ-RESP     PIC X(14).
002290            05 FD-VALOR-ORDEM-RESP PIC 9(9)V99.
002300            05 FD-VALOR-CUMPR-RESP PIC 9(9)V99.
002310            05 FD-QTD-CONTAS-RESP  PIC 9(3).
002320            05 FD-SITUACAO-RESP    PIC X.
002330            05 FILLER              PIC X(22).
002340        01  REG-RESPJUD-CONTA.
002350            05 FILLER              PIC X.
002360            05 FD-PROTOCOLO-CTA-RESP PIC X(20).
002370            05 FD-CHAVE-CTA-RESP   PIC X(9).
002380            05 FD-VALOR-CTA-RESP   PIC 9(9)V99.
002390            05 FILLER              PIC X(59).
002400        01  REG-RESPJUD-TRAILER.
002410            05 FILLER              PIC X.
002420            05 FD-QTD-REG-RESP     PIC 9(7).
002430            05 FD-QTD-ORDENS-RESP  PIC 9(7).
002440            05 FD-TOT-CUMPR-RESP   PIC 9(11)V99.
002450            05 FILLER              PIC X(72).
002460        FD   ARQ-XMITREG
002470             RECORDING MODE IS F.
002480        01  REG-XMITREG.
002490            05 FD-PARCEIRO-XMIT    PIC X(10).
002500            05 FD-ARQUIVO-XMIT     PIC X(8).
002510            05 FD-DIRECAO-XMIT     PIC X.
002520                88 XMIT-ENTRADA        VALUE 'E'.
002530                88 XMIT-SAIDA          VALUE 'S'.
002540            05 FD-DATA-XMIT        PIC 9(8).
002550            05 FD-QTDE-XMIT        PIC 9(7).
002560            05 FD-HASH-XMIT        PIC 9(13)V99.
002570            05 FD-SITUACAO-XMIT    PIC X.
002580                88 XMIT-PENDENTE       VALUE 'P'.
002590                88 XMIT-RECEBIDO       VALUE 'R'.
002600                88 XMIT-DIVERGENTE     VALUE 'D'.
002610        FD   ARQ-RELJUD
002620             RECORDING MODE IS F.
002630        01  REG-RELJUD                 PIC X(100).
002640        FD   ARQ-RUNJRNL
002650             RECORDING MODE IS F.
002660        01  REG-RUNJRNL.
002670            05 JRL-PROGRAMA        PIC X(8).
002680            05 JRL-TIPO            PIC X.
002690            05 JRL-DATA            PIC 9(8).
002700            05 JRL-HORA            PIC 9(6).
002710            05 JRL-QTD-LIDOS       PIC 9(7).
002720            05 JRL-QTD-GRAVADOS    PIC 9(7).
002730            05 JRL-QTD-REJEITADOS  PIC 9(7).
002740            05 JRL-RETORNO         PIC 9(4).
002741            05 JRL-ID-EXEC         PIC 9(10).
002750        WORKING-STORAGE SECTION.
002760        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002761        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002762        01  LK-AREA-ID-EXEC.
002763            05 LK-PROGRAMA-COM     PIC X(8).
002764            05 LK-ID-EXEC-COM      PIC 9(10).
002770        77  WK-FS-ORDJUD   PIC XX           VALUE SPACES.
002780        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002790        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002800        77  WK-FS-TITULARES PIC XX          VALUE SPACES.
002810        77  WK-FS-BLOQJUD  PIC XX           VALUE SPACES.
002820        77  WK-FS-CHQDEP   PIC XX           VALUE SPACES.
002830        77  WK-FS-MANBLOQ  PIC XX           VALUE SPACES.
002840        77  WK-FS-LANCAMSB PIC XX           VALUE SPACES.
002850        77  WK-FS-RESPJUD  PIC XX           VALUE SPACES.
002860        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
002870        77  WK-FS-RELJUD   PIC XX           VALUE SPACES.
002880        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002890        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002900        77  WK-HORA-SIST   PIC 9(6)         VALUE ZEROS.
002910       *      CONTA QUE RECEBE AS TRANSFERENCIAS JUDICIAIS
002920        77  WK-CONTA-DEPJUD PIC X(9)        VALUE SPACES.
002930        77  WK-DEPJUD-VALIDA PIC X          VALUE 'N'.
002940            88 DEPJUD-VALIDA                  VALUE 'S'.
002950        77  WK-OPERADOR-SISBAJUD PIC X(8)   VALUE 'SISBAJUD'.
002960        77  WK-TIPO-ORDEM  PIC X            VALUE SPACE.
002970            88 TIPO-BLOQUEIO                  VALUE 'B'.
002980            88 TIPO-DESBLOQUEIO               VALUE 'D'.
002990            88 TIPO-TRANSFERENCIA             VALUE 'T'.
003000        77  WK-QTD-LIDAS   PIC 9(6)         VALUE ZEROS.
003010        77  WK-QTD-TOTAIS  PIC 9(6)         VALUE ZEROS.
003020        77  WK-QTD-PARCIAIS PIC 9(6)        VALUE ZEROS.
003030        77  WK-QTD-NAO-CUMPRIDAS PIC 9(6)   VALUE ZEROS.
003040        77  WK-QTD-RECUSADAS PIC 9(6)       VALUE ZEROS.
003050        77  WK-QTD-MANBLOQ PIC 9(6)         VALUE ZEROS.
003060        77  WK-QTD-REG-RESP PIC 9(7)        VALUE ZEROS.
003070        77  WK-QTD-LOTE    PIC 9(6)         VALUE ZEROS.
003080        77  WK-TOT-LOTE    PIC 9(8)V99      VALUE ZEROS.
003090        77  WK-TOT-BLOQUEADO PIC 9(11)V99   VALUE ZEROS.
003100        77  WK-TOT-DESBLOQUEADO PIC 9(11)V99 VALUE ZEROS.
003110        77  WK-TOT-TRANSFERIDO PIC 9(11)V99 VALUE ZEROS.
003120        77  WK-TOT-CUMPRIDO PIC 9(11)V99    VALUE ZEROS.
003130        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
003140        77  WK-MOTIVO-REJ  PIC X(30)        VALUE SPACES.
003150        77  WK-RESTANTE    PIC 9(9)V99      VALUE ZEROS.
003160        77  WK-VALOR-CONTA PIC 9(6)V99      VALUE ZEROS.
003170        77  WK-VALOR-NOVO  PIC 9(6)V99      VALUE ZEROS.
003180        77  WK-MAIOR-DISP  PIC 9(6)V99      VALUE ZEROS.
003190        77  WK-CHAVE-BUSCA PIC X(9)         VALUE SPACES.
003200        77  WK-CPF-BUSCA   PIC X(14)        VALUE SPACES.
003210        77  WK-ACHOU       PIC X            VALUE 'N'.
003220            88 ACHOU                          VALUE 'S'.
003230            88 NAO-ACHOU                      VALUE 'N'.
003240        77  WK-IDX-ACHADO  PIC 9(4)         VALUE ZEROS.
003250       *      ORDENS DO DIA
003260        77  WK-QTD-ORD     PIC 9(4)         VALUE ZEROS.
003270        77  WK-IDX-ORD     PIC 9(4)         VALUE ZEROS.
003280        77  WK-IDX-ORD-BUSCA PIC 9(4)       VALUE ZEROS.
003290        01  WK-TAB-ORDENS.
003300            05 WK-ORD-OCC          OCCURS 500 TIMES.
003310                10 WK-ORD-PROTOCOLO   PIC X(20).
003320                10 WK-ORD-TIPO        PIC X.
003330                10 WK-ORD-PROCESSO    PIC X(15).
003340                10 WK-ORD-TIPO-DOC    PIC X.
003350                10 WK-ORD-CPFCNPJ     PIC X(14).
003360                10 WK-ORD-VALOR       PIC 9(9)V99.
003370                10 WK-ORD-CUMPRIDO    PIC 9(9)V99.
003380                10 WK-ORD-QTD-CONTAS  PIC 9(3).
003390                10 WK-ORD-SITUACAO    PIC X.
003400                10 WK-ORD-MOTIVO      PIC X(30).
003410       *      CONTAS DE CADA DEVEDOR (ORDEM X CONTA)
003420        77  WK-QTD-OCT     PIC 9(4)         VALUE ZEROS.
003430        77  WK-IDX-OCT     PIC 9(4)         VALUE ZEROS.
003440        01  WK-TAB-ORD-CONTA.
003450            05 WK-OCT-OCC          OCCURS 5000 TIMES.
003460                10 WK-OCT-ORDEM       PIC 9(4).
003470                10 WK-OCT-CHAVE       PIC X(9).
003480       *      CONTAS DA ORDEM EM TRATAMENTO, COM O DISPONIVEL
003490        77  WK-QTD-CTA     PIC 9(3)         VALUE ZEROS.
003500        77  WK-IDX-CTA     PIC 9(3)         VALUE ZEROS.
003510        77  WK-IDX-CTA-MAIOR PIC 9(3)       VALUE ZEROS.
003520        01  WK-TAB-CONTAS-ORDEM.
003530            05 WK-CTA-OCC          OCCURS 100 TIMES.
003540                10 WK-CTA-CHAVE       PIC X(9).
003550                10 WK-CTA-DISPONIVEL  PIC 9(6)V99.
003560       *      BLOQUEIOS ATIVOS E CHEQUES RETIDOS POR CONTA,
003570       *      ATUALIZADOS PELAS ORDENS DA PROPRIA RODADA
003580        77  WK-QTD-BLQ     PIC 9(4)         VALUE ZEROS.
003590        77  WK-IDX-BLQ     PIC 9(4)         VALUE ZEROS.
003600        01  WK-TAB-BLOQUEIOS.
003610            05 WK-BLQ-OCC          OCCURS 5000 TIMES.
003620                10 WK-BLQ-CHAVE       PIC X(9).
003630                10 WK-BLQ-VALOR       PIC 9(8)V99.
003640                10 WK-BLQ-VALOR-CHQ   PIC 9(8)V99.
003650       *      SITUACAO DOS BLOQUEIOS JA MEXIDOS NA RODADA, QUE O
003660       *      BLOQJUD SO VAI REFLETIR DEPOIS DO EAD95889
003670        77  WK-QTD-GER     PIC 9(4)         VALUE ZEROS.
003680        77  WK-IDX-GER     PIC 9(4)         VALUE ZEROS.
003690        77  WK-IDX-GER-ACH PIC 9(4)         VALUE ZEROS.
003700        01  WK-TAB-GERADOS.
003710            05 WK-GER-OCC          OCCURS 2000 TIMES.
003720                10 WK-GER-CHAVE       PIC X(9).
003730                10 WK-GER-PROCESSO    PIC X(15).
003740                10 WK-GER-VALOR       PIC 9(6)V99.
003750                10 WK-GER-SITUACAO    PIC X.
003760       *      BLOQUEIO CORRENTE DA CONTA NO PROCESSO
003770        77  WK-BLQ-EXISTE  PIC X            VALUE 'N'.
003780            88 BLQ-EXISTE                     VALUE 'S'.
003790            88 BLQ-NAO-EXISTE                 VALUE 'N'.
003800        77  WK-BLQ-SITUACAO PIC X           VALUE SPACE.
003810            88 BLQ-ATIVO                      VALUE 'A'.
003820            88 BLQ-LEVANTADO                  VALUE 'L'.
003830        77  WK-BLQ-VALOR-ATUAL PIC 9(6)V99  VALUE ZEROS.
003840        01  WK-CABEC1.
003850            05 FILLER          PIC X(40)
003860                 VALUE 'ORDENS JUDICIAIS SISBAJUD - DATA '.
003870            05 WK-DATA-CABEC   PIC 9(8).
003880        01  WK-CABEC2.
003890            05 FILLER          PIC X(21) VALUE 'PROTOCOLO'.
003900            05 FILLER          PIC X(02) VALUE 'T'.
003910            05 FILLER          PIC X(16) VALUE 'PROCESSO'.
003920            05 FILLER          PIC X(15) VALUE 'CPF/CNPJ'.
003930            05 FILLER          PIC X(14) VALUE '     ORDENADO'.
003940            05 FILLER          PIC X(14) VALUE '     CUMPRIDO'.
003950            05 FILLER          PIC X(10) VALUE 'SITUACAO'.
003960        01  WK-LINHA-ORDEM.
003970            05 WK-PROTOCOLO-REL PIC X(20).
003980            05 FILLER          PIC X(01) VALUE SPACE.
003990            05 WK-TIPO-REL     PIC X.
004000            05 FILLER          PIC X(01) VALUE SPACE.
004010            05 WK-PROCESSO-REL PIC X(15).
004020            05 FILLER          PIC X(01) VALUE SPACE.
004030            05 WK-CPFCNPJ-REL  PIC X(14).
004040            05 FILLER          PIC X(01) VALUE SPACE.
004050            05 WK-ORDENADO-REL PIC ZZZ.ZZZ.ZZ9,99.
004060            05 FILLER          PIC X(01) VALUE SPACE.
004070            05 WK-CUMPRIDO-REL PIC ZZZ.ZZZ.ZZ9,99.
004080            05 FILLER          PIC X(01) VALUE SPACE.
004090            05 WK-SITUACAO-REL PIC X(12).
004100        01  WK-LINHA-CONTA.
004110            05 FILLER          PIC X(05) VALUE SPACES.
004120            05 FILLER          PIC X(06) VALUE 'CONTA '.
004130            05 WK-CHAVE-REL    PIC X(9).
004140            05 FILLER          PIC X(01) VALUE SPACE.
004150            05 WK-VALOR-CTA-REL PIC ZZZ.ZZ9,99.
004160            05 FILLER          PIC X(01) VALUE SPACE.
004170            05 WK-ACAO-REL     PIC X(30).
004180        01  WK-LINHA-MOTIVO.
004190            05 FILLER          PIC X(05) VALUE SPACES.
004200            05 WK-MOTIVO-REL   PIC X(30).
004210        01  WK-LINHA-TOTAL.
004220            05 WK-TITULO-TOT   PIC X(26).
004230            05 WK-VALOR-TOT    PIC ZZZZZ9.
004240        01  WK-LINHA-VALOR.
004250            05 WK-TITULO-VAL   PIC X(26).
004260            05 WK-VALOR-VAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
004270       *
004280        PROCEDURE DIVISION.
004290        000-PRINCIPAL SECTION.
004300        001-PRINCIPAL.
004310            PERFORM 195-GRAVAR-JRNL-INICIO.
004320            PERFORM 101-INICIAR.
004330            PERFORM 201-CUMPRIR-ORDEM
004340                VARYING WK-IDX-ORD FROM 1 BY 1
004350                UNTIL WK-IDX-ORD > WK-QTD-ORD.
004360            PERFORM 901-FINALIZAR.
004370            PERFORM 196-GRAVAR-JRNL-FIM.
004380            STOP RUN.
004390       ***********************************************************
004400        100-INICIAR SECTION.
004410        101-INICIAR.
004420            ACCEPT WK-DATA-REF     FROM SYSIN.
004430            ACCEPT WK-CONTA-DEPJUD FROM SYSIN.
004440            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
004450            ACCEPT WK-HORA-SIST    FROM TIME.
004460            IF WK-DATA-REF NOT NUMERIC
004470               OR WK-DATA-REF = ZEROS
004480                MOVE WK-DATA-SIST TO WK-DATA-REF
004490            END-IF.
004500            PERFORM 102-CARREGAR-ORDENS.
004510            PERFORM 110-ABRIR-CADASTROS.
004520            PERFORM 104-LOCALIZAR-CONTAS.
004530            PERFORM 112-CARREGAR-BLOQJUD.
004540            PERFORM 115-CARREGAR-CHQDEP.
004550            PERFORM 118-VALIDAR-DEPJUD.
004560            PERFORM 120-ABRIR-SAIDAS.
004570        102-CARREGAR-ORDENS.
004580            OPEN INPUT ARQ-ORDJUD.
004590            EVALUATE WK-FS-ORDJUD
004600                WHEN '00'
004610                    PERFORM 301-LER-ORDJUD
004620                    PERFORM 103-GUARDAR-ORDEM
004630                        UNTIL WK-FS-ORDJUD = '10'
004640                    CLOSE ARQ-ORDJUD
004650                WHEN '35'
004660                    DISPLAY 'ARQUIVO ORDJUD NAO ENCONTRADO'
004670                WHEN OTHER
004680                    DISPLAY 'ERRO ' WK-FS-ORDJUD
004690                            ' NO COMANDO OPEN ORDJUD'
004700                    MOVE 12 TO RETURN-CODE
004710                    STOP RUN
004720            END-EVALUATE.
004730       *      ORDEM COM DADOS INVALIDOS FICA NA TABELA JA
004740       *      RECUSADA, PARA CONSTAR DA RESPOSTA AO JUIZO
004750        103-GUARDAR-ORDEM.
004760            ADD 1 TO WK-QTD-LIDAS.
004770            IF WK-QTD-ORD NOT LESS 500
004780                DISPLAY 'TABELA DE ORDENS CHEIA, LIMITE 500'
004790                MOVE 12 TO RETURN-CODE
004800                STOP RUN
004810            END-IF.
004820            ADD 1 TO WK-QTD-ORD.
004830            MOVE FD-PROTOCOLO-ORDJUD
004840                TO WK-ORD-PROTOCOLO(WK-QTD-ORD).
004850            MOVE FD-TIPO-ORDJUD      TO WK-ORD-TIPO(WK-QTD-ORD).
004860            MOVE FD-PROCESSO-ORDJUD
004870                TO WK-ORD-PROCESSO(WK-QTD-ORD).
004880            MOVE FD-TIPO-DOC-ORDJUD
004890                TO WK-ORD-TIPO-DOC(WK-QTD-ORD).
004900            MOVE FD-CPFCNPJ-ORDJUD
004910                TO WK-ORD-CPFCNPJ(WK-QTD-ORD).
004920            IF FD-VALOR-ORDJUD NUMERIC
004930                MOVE FD-VALOR-ORDJUD TO WK-ORD-VALOR(WK-QTD-ORD)
004940            ELSE
004950                MOVE ZEROS TO WK-ORD-VALOR(WK-QTD-ORD)
004960            END-IF.
004970            MOVE ZEROS  TO WK-ORD-CUMPRIDO(WK-QTD-ORD).
004980            MOVE ZEROS  TO WK-ORD-QTD-CONTAS(WK-QTD-ORD).
004990            MOVE SPACE  TO WK-ORD-SITUACAO(WK-QTD-ORD).
005000            MOVE SPACES TO WK-ORD-MOTIVO(WK-QTD-ORD).
005010            EVALUATE TRUE
005020                WHEN NOT (ORDEM-BLOQUEIO OR ORDEM-DESBLOQUEIO
005030                          OR ORDEM-TRANSFERENCIA)
005040                    MOVE 'TIPO DE ORDEM INVALIDO'
005050                        TO WK-ORD-MOTIVO(WK-QTD-ORD)
005060                WHEN FD-PROCESSO-ORDJUD = SPACES
005070                    MOVE 'PROCESSO NAO INFORMADO'
005080                        TO WK-ORD-MOTIVO(WK-QTD-ORD)
005090                WHEN FD-CPFCNPJ-ORDJUD = SPACES
005100                    MOVE 'CPF/CNPJ NAO INFORMADO'
005110                        TO WK-ORD-MOTIVO(WK-QTD-ORD)
005120                WHEN ORDEM-BLOQUEIO
005130                 AND WK-ORD-VALOR(WK-QTD-ORD) = ZEROS
005140                    MOVE 'VALOR DO BLOQUEIO INVALIDO'
005150                        TO WK-ORD-MOTIVO(WK-QTD-ORD)
005160                WHEN OTHER
005170                    CONTINUE
005180            END-EVALUATE.
005190            IF WK-ORD-MOTIVO(WK-QTD-ORD) NOT = SPACES
005200                MOVE 'R' TO WK-ORD-SITUACAO(WK-QTD-ORD)
005210            END-IF.
005220            PERFORM 301-LER-ORDJUD.
005230       *      UMA PASSADA NO CLIDADOS E OUTRA NO TITULARES
005240       *      LEVANTAM AS CONTAS DE TODOS OS DEVEDORES DO DIA
005250        104-LOCALIZAR-CONTAS.
005260            IF WK-QTD-ORD > ZEROS
005270                PERFORM 302-LER-CLIDADOS
005280                PERFORM 105-CONFERIR-CLIDADOS
005290                    UNTIL WK-FS-CLIDADOS = '10'
005300                PERFORM 303-LER-TITULARES
005310                PERFORM 106-CONFERIR-TITULAR
005320                    UNTIL WK-FS-TITULARES = '10'
005330            END-IF.
005340        105-CONFERIR-CLIDADOS.
005350            MOVE FD-CPFCNPJ-CLIDADOS TO WK-CPF-BUSCA.
005360            MOVE FD-CHAVE-CLIDADOS   TO WK-CHAVE-BUSCA.
005370            PERFORM 107-ASSOCIAR-CONTA
005380                VARYING WK-IDX-ORD-BUSCA FROM 1 BY 1
005390                UNTIL WK-IDX-ORD-BUSCA > WK-QTD-ORD.
005400            PERFORM 302-LER-CLIDADOS.
005410        106-CONFERIR-TITULAR.
005420            MOVE FD-CPFCNPJ-TITULAR TO WK-CPF-BUSCA.
005430            MOVE FD-CONTA-TITULAR   TO WK-CHAVE-BUSCA.
005440            PERFORM 107-ASSOCIAR-CONTA
005450                VARYING WK-IDX-ORD-BUSCA FROM 1 BY 1
005460                UNTIL WK-IDX-ORD-BUSCA > WK-QTD-ORD.
005470            PERFORM 303-LER-TITULARES.
005480       *      A MESMA CONTA NAO ENTRA DUAS VEZES NA MESMA ORDEM
005490       *      (TITULAR PRINCIPAL TAMBEM LANCADO NO TITULARES)
005500        107-ASSOCIAR-CONTA.
005510            IF WK-ORD-CPFCNPJ(WK-IDX-ORD-BUSCA) = WK-CPF-BUSCA
005520               AND WK-ORD-SITUACAO(WK-IDX-ORD-BUSCA) NOT = 'R'
005530                SET NAO-ACHOU TO TRUE
005540                PERFORM 108-COMPARAR-ORD-CONTA
005550                    VARYING WK-IDX-OCT FROM 1 BY 1
005560                    UNTIL WK-IDX-OCT > WK-QTD-OCT
005570                       OR ACHOU
005580                IF NAO-ACHOU
005590                    IF WK-QTD-OCT NOT LESS 5000
005600                        DISPLAY 'TABELA DE CONTAS DAS ORDENS '
005610                                'CHEIA, LIMITE 5000'
005620                        MOVE 12 TO RETURN-CODE
005630                        STOP RUN
005640                    END-IF
005650                    ADD 1 TO WK-QTD-OCT
005660                    MOVE WK-IDX-ORD-BUSCA
005670                        TO WK-OCT-ORDEM(WK-QTD-OCT)
005680                    MOVE WK-CHAVE-BUSCA
005690                        TO WK-OCT-CHAVE(WK-QTD-OCT)
005700                END-IF
005710            END-IF.
005720        108-COMPARAR-ORD-CONTA.
005730            IF WK-OCT-ORDEM(WK-IDX-OCT) = WK-IDX-ORD-BUSCA
005740               AND WK-OCT-CHAVE(WK-IDX-OCT) = WK-CHAVE-BUSCA
005750                SET ACHOU TO TRUE
005760            END-IF.
005770        110-ABRIR-CADASTROS.
005780            OPEN INPUT ARQ-CLIENTES.
005790            IF WK-FS-CLIENTES NOT = '00'
005800                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
005810                        'STATUS ' WK-FS-CLIENTES
005820                MOVE 12 TO RETURN-CODE
005830                STOP RUN
005840            END-IF.
005850            OPEN INPUT ARQ-CLIDADOS.
005860            IF WK-FS-CLIDADOS NOT = '00'
005870                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
005880                        'STATUS ' WK-FS-CLIDADOS
005890                MOVE 12 TO RETURN-CODE
005900                STOP RUN
005910            END-IF.
005920            OPEN INPUT ARQ-TITULARES.
005930            IF WK-FS-TITULARES NOT = '00'
005940                DISPLAY 'ARQUIVO TITULARES INDISPONIVEL, '
005950                        'STATUS ' WK-FS-TITULARES
005960                MOVE 12 TO RETURN-CODE
005970                STOP RUN
005980            END-IF.
005990       *      O BLOQJUD FICA ABERTO PARA CONSULTA DAS ORDENS DE
006000       *      DESBLOQUEIO E DE TRANSFERENCIA
006010        112-CARREGAR-BLOQJUD.
006020            OPEN INPUT ARQ-BLOQJUD.
006030            EVALUATE WK-FS-BLOQJUD
006040                WHEN '00'
006050                    PERFORM 304-LER-BLOQJUD
006060                    PERFORM 113-ACUMULAR-BLOQUEIO
006070                        UNTIL WK-FS-BLOQJUD = '10'
006080                WHEN '35'
006090                    OPEN OUTPUT ARQ-BLOQJUD
006100                    CLOSE ARQ-BLOQJUD
006110                    OPEN INPUT ARQ-BLOQJUD
006120                WHEN OTHER
006130                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
006140                            ' NO COMANDO OPEN BLOQJUD'
006150                    MOVE 12 TO RETURN-CODE
006160                    STOP RUN
006170            END-EVALUATE.
006180        113-ACUMULAR-BLOQUEIO.
006190            IF BLOQUEIO-ATIVO
006200                MOVE FD-CHAVE-BLOQJUD TO WK-CHAVE-BUSCA
006210                PERFORM 117-INCLUIR-CONTA-TAB
006220                ADD FD-VALOR-BLOQJUD
006230                    TO WK-BLQ-VALOR(WK-IDX-ACHADO)
006240            END-IF.
006250            PERFORM 304-LER-BLOQJUD.
006260        115-CARREGAR-CHQDEP.
006270            OPEN INPUT ARQ-CHQDEP.
006280            EVALUATE WK-FS-CHQDEP
006290                WHEN '00'
006300                    PERFORM 305-LER-CHQDEP
006310                    PERFORM 116-ACUMULAR-RETENCAO
006320                        UNTIL WK-FS-CHQDEP = '10'
006330                    CLOSE ARQ-CHQDEP
006340                WHEN '35'
006350                    CONTINUE
006360                WHEN OTHER
006370                    DISPLAY 'ERRO ' WK-FS-CHQDEP
006380                            ' NO COMANDO OPEN CHQDEP'
006390                    MOVE 12 TO RETURN-CODE
006400                    STOP RUN
006410            END-EVALUATE.
006420        116-ACUMULAR-RETENCAO.
006430            IF CHEQUE-RETIDO
006440               AND FD-DATA-LIBERA-CHQDEP > WK-DATA-SIST
006450                MOVE FD-CHAVE-CHQDEP TO WK-CHAVE-BUSCA
006460                PERFORM 117-INCLUIR-CONTA-TAB
006470                ADD FD-VALOR-CHQDEP
006480                    TO WK-BLQ-VALOR-CHQ(WK-IDX-ACHADO)
006490            END-IF.
006500            PERFORM 305-LER-CHQDEP.
006510       *      LOCALIZA A CONTA NA TABELA, INCLUINDO-A
006520       *      ZERADA QUANDO AINDA NAO EXISTIR
006530        117-INCLUIR-CONTA-TAB.
006540            SET NAO-ACHOU TO TRUE.
006550            PERFORM 119-COMPARAR-BLOQUEIO
006560                VARYING WK-IDX-BLQ FROM 1 BY 1
006570                UNTIL WK-IDX-BLQ > WK-QTD-BLQ
006580                   OR ACHOU.
006590            IF NAO-ACHOU
006600                IF WK-QTD-BLQ NOT LESS 5000
006610                    DISPLAY 'TABELA DE BLOQUEIOS CHEIA, '
006620                            'LIMITE 5000'
006630                    MOVE 12 TO RETURN-CODE
006640                    STOP RUN
006650                END-IF
006660                ADD 1 TO WK-QTD-BLQ
006670                MOVE WK-QTD-BLQ     TO WK-IDX-ACHADO
006680                MOVE WK-CHAVE-BUSCA TO WK-BLQ-CHAVE(WK-IDX-ACHADO)
006690                MOVE ZEROS          TO WK-BLQ-VALOR(WK-IDX-ACHADO)
006700                MOVE ZEROS
006710                    TO WK-BLQ-VALOR-CHQ(WK-IDX-ACHADO)
006720            END-IF.
006730       *      SEM CONTA DE DEPOSITO JUDICIAL VALIDA AS ORDENS DE
006740       *      TRANSFERENCIA SAO RECUSADAS
006750        118-VALIDAR-DEPJUD.
006760            IF WK-CONTA-DEPJUD NOT = SPACES
006770                MOVE WK-CONTA-DEPJUD TO FD-CHAVE-CLIENTES
006780                READ ARQ-CLIENTES
006790                    INVALID KEY
006800                        DISPLAY 'CONTA DE DEPOSITO JUDICIAL '
006810                                'INEXISTENTE : ' WK-CONTA-DEPJUD
006820                    NOT INVALID KEY
006830                        IF CONTA-ENCERRADA
006840                            DISPLAY 'CONTA DE DEPOSITO JUDICIAL '
006850                                    'ENCERRADA : ' WK-CONTA-DEPJUD
006860                        ELSE
006870                            SET DEPJUD-VALIDA TO TRUE
006880                        END-IF
006890                END-READ
006900            END-IF.
006910        119-COMPARAR-BLOQUEIO.
006920            IF WK-BLQ-CHAVE(WK-IDX-BLQ) = WK-CHAVE-BUSCA
006930                SET ACHOU TO TRUE
006940                MOVE WK-IDX-BLQ TO WK-IDX-ACHADO
006950            END-IF.
006960        120-ABRIR-SAIDAS.
006970            OPEN OUTPUT ARQ-MANBLOQ.
006980            IF WK-FS-MANBLOQ NOT = '00'
006990                DISPLAY 'ERRO ' WK-FS-MANBLOQ
007000                        ' NO COMANDO OPEN MANBLOQ'
007010                MOVE 12 TO RETURN-CODE
007020                STOP RUN
007030            END-IF.
007040            OPEN OUTPUT ARQ-LANCAMSB.
007050            IF WK-FS-LANCAMSB NOT = '00'
007060                DISPLAY 'ERRO ' WK-FS-LANCAMSB
007070                        ' NO COMANDO OPEN LANCAMSB'
007080                MOVE 12 TO RETURN-CODE
007090                STOP RUN
007100            END-IF.
007110            OPEN OUTPUT ARQ-RESPJUD.
007120            IF WK-FS-RESPJUD NOT = '00'
007130                DISPLAY 'ERRO ' WK-FS-RESPJUD
007140                        ' NO COMANDO OPEN RESPJUD'
007150                MOVE 12 TO RETURN-CODE
007160                STOP RUN
007170            END-IF.
007180            OPEN OUTPUT ARQ-RELJUD.
007190            IF WK-FS-RELJUD NOT = '00'
007200                DISPLAY 'ERRO ' WK-FS-RELJUD
007210                        ' NO COMANDO OPEN RELJUD'
007220                MOVE 12 TO RETURN-CODE
007230                STOP RUN
007240            END-IF.
007250            MOVE 'H' TO FD-TIPO-REG-LANCAMSB.
007260            MOVE SPACES TO FD-DETALHE-LANCAMSB.
007270            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMSB.
007280            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMSB.
007290            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMSB.
007300            MOVE 1 TO FD-INST-CTRL-LANCAMSB.
007310            PERFORM 281-GRAVAR-LANCAMSB.
007320            MOVE SPACES      TO REG-RESPJUD.
007330            MOVE '1'         TO FD-TIPO-REG-RESP.
007340            MOVE 'EAD95915'  TO FD-BANCO-CAB-RESP.
007350            MOVE WK-DATA-REF TO FD-DATA-CAB-RESP.
007360            PERFORM 282-GRAVAR-RESPJUD.
007370            MOVE WK-DATA-REF TO WK-DATA-CABEC.
007380            WRITE REG-RELJUD FROM WK-CABEC1.
007390            PERFORM 283-CONFERIR-RELJUD.
007400            WRITE REG-RELJUD FROM WK-CABEC2 AFTER 2 LINES.
007410            PERFORM 283-CONFERIR-RELJUD.
007420       ***********************************************
007430        200-CUMPRIR SECTION.
007440        201-CUMPRIR-ORDEM.
007450            MOVE WK-ORD-TIPO(WK-IDX-ORD) TO WK-TIPO-ORDEM.
007460            IF WK-ORD-SITUACAO(WK-IDX-ORD) NOT = 'R'
007470                PERFORM 202-MONTAR-CONTAS
007480                EVALUATE TRUE
007490                    WHEN WK-QTD-CTA = ZEROS
007500                        MOVE 'C' TO WK-ORD-SITUACAO(WK-IDX-ORD)
007510                        MOVE 'DEVEDOR SEM CONTA NO BANCO'
007520                            TO WK-ORD-MOTIVO(WK-IDX-ORD)
007530                    WHEN TIPO-TRANSFERENCIA AND NOT DEPJUD-VALIDA
007540                        MOVE 'R' TO WK-ORD-SITUACAO(WK-IDX-ORD)
007550                        MOVE 'SEM CONTA DE DEPOSITO JUDICIAL'
007560                            TO WK-ORD-MOTIVO(WK-IDX-ORD)
007570                    WHEN TIPO-BLOQUEIO
007580                        PERFORM 210-BLOQUEAR-ORDEM
007590                    WHEN TIPO-DESBLOQUEIO
007600                        PERFORM 220-DESBLOQUEAR-ORDEM
007610                    WHEN OTHER
007620                        PERFORM 230-TRANSFERIR-ORDEM
007630                END-EVALUATE
007640            END-IF.
007650            PERFORM 240-CLASSIFICAR-ORDEM.
007660            PERFORM 250-RESPONDER-ORDEM.
007670       *      CONTAS DA ORDEM QUE AINDA EXISTEM NO CLIENTES; O
007680       *      DISPONIVEL PARA BLOQUEIO E O SALDO EM REAIS MENOS O
007690       *      QUE JA ESTA BLOQUEADO OU RETIDO, SEM O LIMITE
007700        202-MONTAR-CONTAS.
007710            MOVE ZEROS TO WK-QTD-CTA.
007720            PERFORM 203-INCLUIR-CONTA-ORDEM
007730                VARYING WK-IDX-OCT FROM 1 BY 1
007740                UNTIL WK-IDX-OCT > WK-QTD-OCT.
007750        203-INCLUIR-CONTA-ORDEM.
007760            IF WK-OCT-ORDEM(WK-IDX-OCT) = WK-IDX-ORD
007770                MOVE WK-OCT-CHAVE(WK-IDX-OCT) TO FD-CHAVE-CLIENTES
007780                READ ARQ-CLIENTES
007790                    INVALID KEY
007800                        CONTINUE
007810                    NOT INVALID KEY
007820                        PERFORM 204-GUARDAR-CONTA-ORDEM
007830                END-READ
007840            END-IF.
007850        204-GUARDAR-CONTA-ORDEM.
007860            IF WK-QTD-CTA NOT LESS 100
007870                DISPLAY 'DEVEDOR COM MAIS DE 100 CONTAS, '
007880                        'PROTOCOLO '
007890                        WK-ORD-PROTOCOLO(WK-IDX-ORD)
007900                MOVE 12 TO RETURN-CODE
007910                STOP RUN
007920            END-IF.
007930            ADD 1 TO WK-QTD-CTA.
007940            MOVE FD-CHAVE-CLIENTES TO WK-CTA-CHAVE(WK-QTD-CTA).
007950            MOVE ZEROS TO WK-CTA-DISPONIVEL(WK-QTD-CTA).
007960            IF NOT CONTA-ENCERRADA
007970               AND FD-MOEDA-CLIENTES = 'BRL'
007980               AND FD-SALDO-CLIENTES > ZEROS
007990                MOVE FD-CHAVE-CLIENTES TO WK-CHAVE-BUSCA
008000                PERFORM 117-INCLUIR-CONTA-TAB
008010                IF FD-SALDO-CLIENTES > WK-BLQ-VALOR(WK-IDX-ACHADO)
008020                       + WK-BLQ-VALOR-CHQ(WK-IDX-ACHADO)
008030                    COMPUTE WK-CTA-DISPONIVEL(WK-QTD-CTA) =
008040                        FD-SALDO-CLIENTES
008050                        - WK-BLQ-VALOR(WK-IDX-ACHADO)
008060                        - WK-BLQ-VALOR-CHQ(WK-IDX-ACHADO)
008070                END-IF
008080            END-IF.
008090       *      BLOQUEIO: A CONTA DE MAIOR DISPONIVEL E ATINGIDA
008100       *      PRIMEIRO, ATE COBRIR O VALOR DA ORDEM
008110        210-BLOQUEAR-ORDEM.
008120            MOVE WK-ORD-VALOR(WK-IDX-ORD) TO WK-RESTANTE.
008130            PERFORM 211-ESCOLHER-CONTA.
008140            PERFORM 212-BLOQUEAR-CONTA
008150                UNTIL WK-RESTANTE = ZEROS
008160                   OR WK-MAIOR-DISP = ZEROS.
008170        211-ESCOLHER-CONTA.
008180            MOVE ZEROS TO WK-MAIOR-DISP.
008190            MOVE ZEROS TO WK-IDX-CTA-MAIOR.
008200            PERFORM 213-COMPARAR-DISPONIVEL
008210                VARYING WK-IDX-CTA FROM 1 BY 1
008220                UNTIL WK-IDX-CTA > WK-QTD-CTA.
008230        212-BLOQUEAR-CONTA.
008240            IF WK-MAIOR-DISP > WK-RESTANTE
008250                MOVE WK-RESTANTE TO WK-VALOR-CONTA
008260            ELSE
008270                MOVE WK-MAIOR-DISP TO WK-VALOR-CONTA
008280            END-IF.
008290            MOVE ZEROS TO WK-CTA-DISPONIVEL(WK-IDX-CTA-MAIOR).
008300            MOVE WK-CTA-CHAVE(WK-IDX-CTA-MAIOR) TO WK-CHAVE-BUSCA.
008310            PERFORM 260-CONSULTAR-BLOQUEIO.
008320            EVALUATE TRUE
008330                WHEN BLQ-EXISTE AND BLQ-ATIVO
008340                    COMPUTE WK-VALOR-NOVO =
008350                        WK-BLQ-VALOR-ATUAL + WK-VALOR-CONTA
008360                    MOVE 'A' TO FD-OPERACAO-MANBLOQ
008370                WHEN OTHER
008380                    MOVE WK-VALOR-CONTA TO WK-VALOR-NOVO
008390                    MOVE 'I' TO FD-OPERACAO-MANBLOQ
008400            END-EVALUATE.
008410            PERFORM 270-GRAVAR-MANBLOQ.
008420            MOVE 'A' TO WK-BLQ-SITUACAO.
008430            PERFORM 262-ATUALIZAR-GERADO.
008440            PERFORM 117-INCLUIR-CONTA-TAB.
008450            ADD WK-VALOR-CONTA TO WK-BLQ-VALOR(WK-IDX-ACHADO).
008460            SUBTRACT WK-VALOR-CONTA FROM WK-RESTANTE.
008470            ADD WK-VALOR-CONTA TO WK-ORD-CUMPRIDO(WK-IDX-ORD).
008480            ADD WK-VALOR-CONTA TO WK-TOT-BLOQUEADO.
008490            MOVE 'BLOQUEADO' TO WK-ACAO-REL.
008500            PERFORM 252-RESPONDER-CONTA.
008510            PERFORM 211-ESCOLHER-CONTA.
008520        213-COMPARAR-DISPONIVEL.
008530            IF WK-CTA-DISPONIVEL(WK-IDX-CTA) > WK-MAIOR-DISP
008540                MOVE WK-CTA-DISPONIVEL(WK-IDX-CTA)
008550                    TO WK-MAIOR-DISP
008560                MOVE WK-IDX-CTA TO WK-IDX-CTA-MAIOR
008570            END-IF.
008580       *      DESBLOQUEIO: LEVANTA O BLOQUEIO DO PROCESSO EM CADA
008590       *      CONTA DO DEVEDOR
008600        220-DESBLOQUEAR-ORDEM.
008610            PERFORM 221-DESBLOQUEAR-CONTA
008620                VARYING WK-IDX-CTA FROM 1 BY 1
008630                UNTIL WK-IDX-CTA > WK-QTD-CTA.
008640        221-DESBLOQUEAR-CONTA.
008650            MOVE WK-CTA-CHAVE(WK-IDX-CTA) TO WK-CHAVE-BUSCA.
008660            PERFORM 260-CONSULTAR-BLOQUEIO.
008670            IF BLQ-EXISTE AND BLQ-ATIVO
008680                MOVE WK-BLQ-VALOR-ATUAL TO WK-VALOR-CONTA
008690                MOVE ZEROS TO WK-VALOR-NOVO
008700                MOVE 'L' TO FD-OPERACAO-MANBLOQ
008710                PERFORM 270-GRAVAR-MANBLOQ
008720                MOVE 'L' TO WK-BLQ-SITUACAO
008730                PERFORM 262-ATUALIZAR-GERADO
008740                PERFORM 264-REDUZIR-BLOQUEIO-TAB
008750                ADD WK-VALOR-CONTA TO WK-ORD-CUMPRIDO(WK-IDX-ORD)
008760                ADD WK-VALOR-CONTA TO WK-TOT-DESBLOQUEADO
008770                MOVE 'DESBLOQUEADO' TO WK-ACAO-REL
008780                PERFORM 252-RESPONDER-CONTA
008790            END-IF.
008800       *      TRANSFERENCIA: O VALOR BLOQUEADO NO PROCESSO (ATE O
008810       *      VALOR DA ORDEM; ZERO = TUDO) VAI PARA A CONTA DE
008820       *      DEPOSITO JUDICIAL E O BLOQUEIO E LEVANTADO OU
008830       *      REDUZIDO
008840        230-TRANSFERIR-ORDEM.
008850            MOVE WK-ORD-VALOR(WK-IDX-ORD) TO WK-RESTANTE.
008860            PERFORM 231-TRANSFERIR-CONTA
008870                VARYING WK-IDX-CTA FROM 1 BY 1
008880                UNTIL WK-IDX-CTA > WK-QTD-CTA.
008890        231-TRANSFERIR-CONTA.
008900            MOVE WK-CTA-CHAVE(WK-IDX-CTA) TO WK-CHAVE-BUSCA.
008910            PERFORM 260-CONSULTAR-BLOQUEIO.
008920            IF BLQ-EXISTE AND BLQ-ATIVO
008930               AND (WK-ORD-VALOR(WK-IDX-ORD) = ZEROS
008940                    OR WK-RESTANTE > ZEROS)
008950                IF WK-ORD-VALOR(WK-IDX-ORD) > ZEROS
008960                   AND WK-RESTANTE < WK-BLQ-VALOR-ATUAL
008970                    MOVE WK-RESTANTE TO WK-VALOR-CONTA
008980                    COMPUTE WK-VALOR-NOVO =
008990                        WK-BLQ-VALOR-ATUAL - WK-VALOR-CONTA
009000                    MOVE 'A' TO FD-OPERACAO-MANBLOQ
009010                    MOVE 'A' TO WK-BLQ-SITUACAO
009020                ELSE
009030                    MOVE WK-BLQ-VALOR-ATUAL TO WK-VALOR-CONTA
009040                    MOVE ZEROS TO WK-VALOR-NOVO
009050                    MOVE 'L' TO FD-OPERACAO-MANBLOQ
009060                    MOVE 'L' TO WK-BLQ-SITUACAO
009070                END-IF
009080                PERFORM 270-GRAVAR-MANBLOQ
009090                PERFORM 262-ATUALIZAR-GERADO
009100                PERFORM 264-REDUZIR-BLOQUEIO-TAB
009110                PERFORM 232-LANCAR-TRANSFERENCIA
009120                IF WK-ORD-VALOR(WK-IDX-ORD) > ZEROS
009130                    SUBTRACT WK-VALOR-CONTA FROM WK-RESTANTE
009140                END-IF
009150                ADD WK-VALOR-CONTA TO WK-ORD-CUMPRIDO(WK-IDX-ORD)
009160                ADD WK-VALOR-CONTA TO WK-TOT-TRANSFERIDO
009170                MOVE 'TRANSFERIDO AO DEPOSITO JUDIC.'
009180                    TO WK-ACAO-REL
009190                PERFORM 252-RESPONDER-CONTA
009200            END-IF.
009210       *      MOVIMENTO T DA CONTA DO DEVEDOR PARA A CONTA DE
009220       *      DEPOSITO JUDICIAL, NO LOTE LANCAMSB DO EAD95809
009230        232-LANCAR-TRANSFERENCIA.
009240            MOVE WK-CHAVE-BUSCA TO FD-CHAVE-CLIENTES.
009250            READ ARQ-CLIENTES
009260                INVALID KEY
009270                    DISPLAY 'CONTA ' WK-CHAVE-BUSCA
009280                            ' DESAPARECEU DO CLIENTES'
009290                    MOVE 12 TO RETURN-CODE
009300                    STOP RUN
009310            END-READ.
009320            ADD 1 TO WK-DOC-SEQ.
009330            MOVE 'D'                 TO FD-TIPO-REG-LANCAMSB.
009340            MOVE FD-CHAVE-CLIENTES   TO FD-CHAVE-LANCAMSB.
009350            MOVE FD-DIGITO-CLIENTES  TO FD-DIGITO-LANCAMSB.
009360            MOVE WK-DOC-SEQ          TO FD-DOC-LANCAMSB.
009370            MOVE 'T'                 TO FD-TIPO-LANCAMSB.
009380            MOVE WK-VALOR-CONTA      TO FD-VALOR-LANCAMSB.
009390            MOVE FD-MOEDA-CLIENTES   TO FD-MOEDA-LANCAMSB.
009400            MOVE WK-DATA-REF         TO FD-DATA-LANCAMSB.
009410            MOVE WK-CONTA-DEPJUD     TO FD-CONTRA-LANCAMSB.
009420            MOVE WK-HORA-SIST        TO FD-HORA-LANCAMSB.
009430            MOVE WK-DOC-SEQ          TO FD-SEQ-LANCAMSB.
009440            ADD 1 TO WK-QTD-LOTE.
009450            ADD WK-VALOR-CONTA TO WK-TOT-LOTE.
009460            PERFORM 281-GRAVAR-LANCAMSB.
009470       *      T = CUMPRIDA TOTAL, P = PARCIAL, N = NAO CUMPRIDA
009480       *      (SEM SALDO OU SEM BLOQUEIO NO PROCESSO), C = SEM
009490       *      CONTA NO BANCO, R = RECUSADA
009500        240-CLASSIFICAR-ORDEM.
009510            IF WK-ORD-SITUACAO(WK-IDX-ORD) = SPACE
009520                EVALUATE TRUE
009530                    WHEN WK-ORD-CUMPRIDO(WK-IDX-ORD) = ZEROS
009540                        MOVE 'N' TO WK-ORD-SITUACAO(WK-IDX-ORD)
009550                    WHEN TIPO-BLOQUEIO
009560                     AND WK-ORD-CUMPRIDO(WK-IDX-ORD)
009570                         < WK-ORD-VALOR(WK-IDX-ORD)
009580                        MOVE 'P' TO WK-ORD-SITUACAO(WK-IDX-ORD)
009590                    WHEN TIPO-TRANSFERENCIA
009600                     AND WK-ORD-CUMPRIDO(WK-IDX-ORD)
009610                         < WK-ORD-VALOR(WK-IDX-ORD)
009620                        MOVE 'P' TO WK-ORD-SITUACAO(WK-IDX-ORD)
009630                    WHEN OTHER
009640                        MOVE 'T' TO WK-ORD-SITUACAO(WK-IDX-ORD)
009650                END-EVALUATE
009660            END-IF.
009670            EVALUATE WK-ORD-SITUACAO(WK-IDX-ORD)
009680                WHEN 'T'
009690                    ADD 1 TO WK-QTD-TOTAIS
009700                    MOVE 'TOTAL' TO WK-SITUACAO-REL
009710                WHEN 'P'
009720                    ADD 1 TO WK-QTD-PARCIAIS
009730                    MOVE 'PARCIAL' TO WK-SITUACAO-REL
009740                WHEN 'R'
009750                    ADD 1 TO WK-QTD-RECUSADAS
009760                    MOVE 'RECUSADA' TO WK-SITUACAO-REL
009770                WHEN 'C'
009780                    ADD 1 TO WK-QTD-NAO-CUMPRIDAS
009790                    MOVE 'SEM CONTA' TO WK-SITUACAO-REL
009800                WHEN OTHER
009810                    ADD 1 TO WK-QTD-NAO-CUMPRIDAS
009820                    MOVE 'NAO CUMPRIDA' TO WK-SITUACAO-REL
009830            END-EVALUATE.
009840            ADD WK-ORD-CUMPRIDO(WK-IDX-ORD) TO WK-TOT-CUMPRIDO.
009850       *      O REGISTRO DA ORDEM SAI DEPOIS DAS SUAS CONTAS, COM
009860       *      O VALOR EFETIVAMENTE CUMPRIDO
009870        250-RESPONDER-ORDEM.
009880            MOVE SPACES TO REG-RESPJUD.
009890            MOVE '2'    TO FD-TIPO-REG-RESP.
009900            MOVE WK-ORD-PROTOCOLO(WK-IDX-ORD)
009910                TO FD-PROTOCOLO-RESP.
009920            MOVE WK-ORD-TIPO(WK-IDX-ORD)
009930                TO FD-TIPO-ORDEM-RESP.
009940            MOVE WK-ORD-PROCESSO(WK-IDX-ORD)
009950                TO FD-PROCESSO-RESP.
009960            MOVE WK-ORD-TIPO-DOC(WK-IDX-ORD)
009970                TO FD-TIPO-DOC-RESP.
009980            MOVE WK-ORD-CPFCNPJ(WK-IDX-ORD)    TO FD-CPFCNPJ-RESP.
009990            MOVE WK-ORD-VALOR(WK-IDX-ORD)
010000                TO FD-VALOR-ORDEM-RESP.
010010            MOVE WK-ORD-CUMPRIDO(WK-IDX-ORD)
010020                TO FD-VALOR-CUMPR-RESP.
010030            MOVE WK-ORD-QTD-CONTAS(WK-IDX-ORD)
010040                TO FD-QTD-CONTAS-RESP.
010050            MOVE WK-ORD-SITUACAO(WK-IDX-ORD)
010060                TO FD-SITUACAO-RESP.
010070            PERFORM 282-GRAVAR-RESPJUD.
010080            MOVE WK-ORD-PROTOCOLO(WK-IDX-ORD) TO WK-PROTOCOLO-REL.
010090            MOVE WK-ORD-TIPO(WK-IDX-ORD)      TO WK-TIPO-REL.
010100            MOVE WK-ORD-PROCESSO(WK-IDX-ORD)  TO WK-PROCESSO-REL.
010110            MOVE WK-ORD-CPFCNPJ(WK-IDX-ORD)   TO WK-CPFCNPJ-REL.
010120            MOVE WK-ORD-VALOR(WK-IDX-ORD)     TO WK-ORDENADO-REL.
010130            MOVE WK-ORD-CUMPRIDO(WK-IDX-ORD)  TO WK-CUMPRIDO-REL.
010140            WRITE REG-RELJUD FROM WK-LINHA-ORDEM.
010150            PERFORM 283-CONFERIR-RELJUD.
010160            IF WK-ORD-MOTIVO(WK-IDX-ORD) NOT = SPACES
010170                MOVE WK-ORD-MOTIVO(WK-IDX-ORD) TO WK-MOTIVO-REL
010180                WRITE REG-RELJUD FROM WK-LINHA-MOTIVO
010190                PERFORM 283-CONFERIR-RELJUD
010200            END-IF.
010210        252-RESPONDER-CONTA.
010220            ADD 1 TO WK-ORD-QTD-CONTAS(WK-IDX-ORD).
010230            MOVE SPACES TO REG-RESPJUD.
010240            MOVE '3'    TO FD-TIPO-REG-RESP.
010250            MOVE WK-ORD-PROTOCOLO(WK-IDX-ORD)
010260                TO FD-PROTOCOLO-CTA-RESP.
010270            MOVE WK-CHAVE-BUSCA
010280                TO FD-CHAVE-CTA-RESP.
010290            MOVE WK-VALOR-CONTA
010300                TO FD-VALOR-CTA-RESP.
010310            PERFORM 282-GRAVAR-RESPJUD.
010320            MOVE WK-CHAVE-BUSCA TO WK-CHAVE-REL.
010330            MOVE WK-VALOR-CONTA TO WK-VALOR-CTA-REL.
010340            WRITE REG-RELJUD FROM WK-LINHA-CONTA.
010350            PERFORM 283-CONFERIR-RELJUD.
010360       *      O BLOQUEIO DA CONTA NO PROCESSO E O QUE A RODADA JA
010370       *      GEROU, SE HOUVER; SENAO, O QUE ESTA NO BLOQJUD
010380        260-CONSULTAR-BLOQUEIO.
010390            SET BLQ-NAO-EXISTE TO TRUE.
010400            MOVE SPACE TO WK-BLQ-SITUACAO.
010410            MOVE ZEROS TO WK-BLQ-VALOR-ATUAL.
010420            PERFORM 261-PROCURAR-GERADO.
010430            IF WK-IDX-GER-ACH > ZEROS
010440                SET BLQ-EXISTE TO TRUE
010450                MOVE WK-GER-SITUACAO(WK-IDX-GER-ACH)
010460                    TO WK-BLQ-SITUACAO
010470                MOVE WK-GER-VALOR(WK-IDX-GER-ACH)
010480                    TO WK-BLQ-VALOR-ATUAL
010490            ELSE
010500                MOVE WK-CHAVE-BUSCA TO FD-CHAVE-BLOQJUD
010510                MOVE WK-ORD-PROCESSO(WK-IDX-ORD)
010520                    TO FD-PROCESSO-BLOQJUD
010530                READ ARQ-BLOQJUD
010540                    INVALID KEY
010550                        CONTINUE
010560                    NOT INVALID KEY
010570                        SET BLQ-EXISTE TO TRUE
010580                        MOVE FD-SITUACAO-BLOQJUD
010590                            TO WK-BLQ-SITUACAO
010600                        MOVE FD-VALOR-BLOQJUD
010610                            TO WK-BLQ-VALOR-ATUAL
010620                END-READ
010630            END-IF.
010640        261-PROCURAR-GERADO.
010650            MOVE ZEROS TO WK-IDX-GER-ACH.
010660            PERFORM 263-COMPARAR-GERADO
010670                VARYING WK-IDX-GER FROM 1 BY 1
010680                UNTIL WK-IDX-GER > WK-QTD-GER
010690                   OR WK-IDX-GER-ACH > ZEROS.
010700        262-ATUALIZAR-GERADO.
010710            PERFORM 261-PROCURAR-GERADO.
010720            IF WK-IDX-GER-ACH = ZEROS
010730                IF WK-QTD-GER NOT LESS 2000
010740                    DISPLAY 'TABELA DE BLOQUEIOS GERADOS CHEIA, '
010750                            'LIMITE 2000'
010760                    MOVE 12 TO RETURN-CODE
010770                    STOP RUN
010780                END-IF
010790                ADD 1 TO WK-QTD-GER
010800                MOVE WK-QTD-GER     TO WK-IDX-GER-ACH
010810                MOVE WK-CHAVE-BUSCA
010820                    TO WK-GER-CHAVE(WK-IDX-GER-ACH)
010830                MOVE WK-ORD-PROCESSO(WK-IDX-ORD)
010840                    TO WK-GER-PROCESSO(WK-IDX-GER-ACH)
010850            END-IF.
010860            MOVE WK-VALOR-NOVO   TO WK-GER-VALOR(WK-IDX-GER-ACH).
010870            MOVE WK-BLQ-SITUACAO
010880                TO WK-GER-SITUACAO(WK-IDX-GER-ACH).
010890        263-COMPARAR-GERADO.
010900            IF WK-GER-CHAVE(WK-IDX-GER) = WK-CHAVE-BUSCA
010910               AND WK-GER-PROCESSO(WK-IDX-GER)
010920                   = WK-ORD-PROCESSO(WK-IDX-ORD)
010930                MOVE WK-IDX-GER TO WK-IDX-GER-ACH
010940            END-IF.
010950        264-REDUZIR-BLOQUEIO-TAB.
010960            PERFORM 117-INCLUIR-CONTA-TAB.
010970            IF WK-BLQ-VALOR(WK-IDX-ACHADO) > WK-VALOR-CONTA
010980                SUBTRACT WK-VALOR-CONTA
010990                    FROM WK-BLQ-VALOR(WK-IDX-ACHADO)
011000            ELSE
011010                MOVE ZEROS TO WK-BLQ-VALOR(WK-IDX-ACHADO)
011020            END-IF.
011030        270-GRAVAR-MANBLOQ.
011040            MOVE WK-CHAVE-BUSCA              TO FD-CHAVE-MANBLOQ.
011050            MOVE WK-ORD-PROCESSO(WK-IDX-ORD)
011060                TO FD-PROCESSO-MANBLOQ.
011070            MOVE WK-VALOR-NOVO               TO FD-VALOR-MANBLOQ.
011080            MOVE WK-OPERADOR-SISBAJUD
011090                TO FD-OPERADOR-MANBLOQ.
011100            IF FD-OPERACAO-MANBLOQ = 'I'
011110                MOVE WK-DATA-REF TO FD-DATA-INI-MANBLOQ
011120            ELSE
011130                MOVE ZEROS TO FD-DATA-INI-MANBLOQ
011140            END-IF.
011150            IF FD-OPERACAO-MANBLOQ = 'L'
011160                MOVE WK-DATA-REF TO FD-DATA-FIM-MANBLOQ
011170            ELSE
011180                MOVE ZEROS TO FD-DATA-FIM-MANBLOQ
011190            END-IF.
011200            WRITE REG-MANBLOQ.
011210            IF WK-FS-MANBLOQ NOT = '00'
011220                DISPLAY 'ERRO ' WK-FS-MANBLOQ
011230                        ' NO COMANDO WRITE MANBLOQ'
011240                MOVE 12 TO RETURN-CODE
011250                STOP RUN
011260            END-IF.
011270            ADD 1 TO WK-QTD-MANBLOQ.
011280       ***********************************************
011290        280-GRAVACOES SECTION.
011300        281-GRAVAR-LANCAMSB.
011301            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMSB.
011310            WRITE REG-LANCAMSB.
011320            IF WK-FS-LANCAMSB NOT = '00'
011330                DISPLAY 'ERRO ' WK-FS-LANCAMSB
011340                        ' NO COMANDO WRITE LANCAMSB'
011350                MOVE 12 TO RETURN-CODE
011360                STOP RUN
011370            END-IF.
011380        282-GRAVAR-RESPJUD.
011390            WRITE REG-RESPJUD.
011400            IF WK-FS-RESPJUD NOT = '00'
011410                DISPLAY 'ERRO ' WK-FS-RESPJUD
011420                        ' NO COMANDO WRITE RESPJUD'
011430                MOVE 12 TO RETURN-CODE
011440                STOP RUN
011450            END-IF.
011460            ADD 1 TO WK-QTD-REG-RESP.
011470        283-CONFERIR-RELJUD.
011480            IF WK-FS-RELJUD NOT = '00'
011490                DISPLAY 'ERRO ' WK-FS-RELJUD
011500                        ' NO COMANDO WRITE RELJUD'
011510                MOVE 12 TO RETURN-CODE
011520                STOP RUN
011530            END-IF.
011540       ***********************************************
011550        300-LEITURAS SECTION.
011560        301-LER-ORDJUD.
011570            READ ARQ-ORDJUD.
011580            EVALUATE WK-FS-ORDJUD
011590                WHEN '00'
011600                    CONTINUE
011610                WHEN '10'
011620                    CONTINUE
011630                WHEN OTHER
011640                    DISPLAY 'ERRO ' WK-FS-ORDJUD
011650                            ' NO COMANDO READ ORDJUD'
011660                    MOVE 12 TO RETURN-CODE
011670                    STOP RUN
011680            END-EVALUATE.
011690        302-LER-CLIDADOS.
011700            READ ARQ-CLIDADOS NEXT.
011710            EVALUATE WK-FS-CLIDADOS
011720                WHEN '00'
011730                    CONTINUE
011740                WHEN '10'
011750                    CONTINUE
011760                WHEN OTHER
011770                    DISPLAY 'ERRO ' WK-FS-CLIDADOS
011780                            ' NO COMANDO READ CLIDADOS'
011790                    MOVE 12 TO RETURN-CODE
011800                    STOP RUN
011810            END-EVALUATE.
011820        303-LER-TITULARES.
011830            READ ARQ-TITULARES NEXT.
011840            EVALUATE WK-FS-TITULARES
011850                WHEN '00'
011860                    CONTINUE
011870                WHEN '10'
011880                    CONTINUE
011890                WHEN OTHER
011900                    DISPLAY 'ERRO ' WK-FS-TITULARES
011910                            ' NO COMANDO READ TITULARES'
011920                    MOVE 12 TO RETURN-CODE
011930                    STOP RUN
011940            END-EVALUATE.
011950        304-LER-BLOQJUD.
011960            READ ARQ-BLOQJUD NEXT.
011970            EVALUATE WK-FS-BLOQJUD
011980                WHEN '00'
011990                    CONTINUE
012000                WHEN '10'
012010                    CONTINUE
012020                WHEN OTHER
012030                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
012040                            ' NO COMANDO READ BLOQJUD'
012050                    MOVE 12 TO RETURN-CODE
012060                    STOP RUN
012070            END-EVALUATE.
012080        305-LER-CHQDEP.
012090            READ ARQ-CHQDEP NEXT.
012100            EVALUATE WK-FS-CHQDEP
012110                WHEN '00'
012120                    CONTINUE
012130                WHEN '10'
012140                    CONTINUE
012150                WHEN OTHER
012160                    DISPLAY 'ERRO ' WK-FS-CHQDEP
012170                            ' NO COMANDO READ CHQDEP'
012180                    MOVE 12 TO RETURN-CODE
012190                    STOP RUN
012200            END-EVALUATE.
012210       ***********************************************
012220        195-GRAVAR-JRNL-INICIO.
012230            MOVE 'I' TO JRL-TIPO.
012240            MOVE ZEROS TO JRL-QTD-LIDOS.
012250            MOVE ZEROS TO JRL-QTD-GRAVADOS.
012260            MOVE ZEROS TO JRL-QTD-REJEITADOS.
012270            MOVE ZEROS TO JRL-RETORNO.
012271            MOVE 'EAD95915' TO LK-PROGRAMA-COM.
012272            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
012273            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
012280            PERFORM 194-GRAVAR-RUNJRNL.
012290        196-GRAVAR-JRNL-FIM.
012300            MOVE 'F' TO JRL-TIPO.
012310            MOVE WK-QTD-LIDAS TO JRL-QTD-LIDOS.
012320            MOVE WK-QTD-MANBLOQ TO JRL-QTD-GRAVADOS.
012330            MOVE WK-QTD-RECUSADAS TO JRL-QTD-REJEITADOS.
012340            MOVE RETURN-CODE TO JRL-RETORNO.
012341            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
012350            PERFORM 194-GRAVAR-RUNJRNL.
012360        194-GRAVAR-RUNJRNL.
012370            OPEN EXTEND ARQ-RUNJRNL.
012380            IF WK-FS-RUNJRNL = '35'
012390                OPEN OUTPUT ARQ-RUNJRNL
012400            END-IF.
012410            IF WK-FS-RUNJRNL NOT = '00'
012420                DISPLAY 'ERRO ' WK-FS-RUNJRNL
012430                        ' NO COMANDO OPEN RUNJRNL'
012440                MOVE 12 TO RETURN-CODE
012450                STOP RUN
012460            END-IF.
012470            MOVE 'EAD95915' TO JRL-PROGRAMA.
012480            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
012490            ACCEPT JRL-HORA FROM TIME.
012500            WRITE REG-RUNJRNL.
012510            IF WK-FS-RUNJRNL NOT = '00'
012520                DISPLAY 'ERRO ' WK-FS-RUNJRNL
012530                        ' NO COMANDO WRITE RUNJRNL'
012540                MOVE 12 TO RETURN-CODE
012550                STOP RUN
012560            END-IF.
012570            CLOSE ARQ-RUNJRNL.
012580       ***********************************************
012590        900-FINALIZAR SECTION.
012600        901-FINALIZAR.
012610            MOVE 'T' TO FD-TIPO-REG-LANCAMSB.
012620            MOVE SPACES TO FD-DETALHE-LANCAMSB.
012630            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMSB.
012640            MOVE WK-QTD-LOTE TO FD-QTDE-CTRL-LANCAMSB.
012650            MOVE WK-TOT-LOTE TO FD-VALOR-CTRL-LANCAMSB.
012660            MOVE 1 TO FD-INST-CTRL-LANCAMSB.
012670            PERFORM 281-GRAVAR-LANCAMSB.
012680            MOVE SPACES          TO REG-RESPJUD.
012690            MOVE '9'             TO FD-TIPO-REG-RESP.
012700            ADD 1 TO WK-QTD-REG-RESP.
012710            MOVE WK-QTD-REG-RESP TO FD-QTD-REG-RESP.
012720            MOVE WK-QTD-ORD      TO FD-QTD-ORDENS-RESP.
012730            MOVE WK-TOT-CUMPRIDO TO FD-TOT-CUMPR-RESP.
012740            WRITE REG-RESPJUD.
012750            IF WK-FS-RESPJUD NOT = '00'
012760                DISPLAY 'ERRO ' WK-FS-RESPJUD
012770                        ' NO COMANDO WRITE RESPJUD'
012780                MOVE 12 TO RETURN-CODE
012790                STOP RUN
012800            END-IF.
012810            IF WK-QTD-RECUSADAS > ZEROS
012820               AND RETURN-CODE < 4
012830                MOVE 4 TO RETURN-CODE
012840            END-IF.
012850            PERFORM 902-REGISTRAR-XMITREG.
012860            MOVE 'ORDENS LIDAS            : ' TO WK-TITULO-TOT.
012870            MOVE WK-QTD-LIDAS TO WK-VALOR-TOT.
012880            WRITE REG-RELJUD FROM WK-LINHA-TOTAL AFTER 2 LINES.
012890            MOVE 'CUMPRIDAS TOTALMENTE    : ' TO WK-TITULO-TOT.
012900            MOVE WK-QTD-TOTAIS TO WK-VALOR-TOT.
012910            WRITE REG-RELJUD FROM WK-LINHA-TOTAL.
012920            MOVE 'CUMPRIDAS PARCIALMENTE  : ' TO WK-TITULO-TOT.
012930            MOVE WK-QTD-PARCIAIS TO WK-VALOR-TOT.
012940            WRITE REG-RELJUD FROM WK-LINHA-TOTAL.
012950            MOVE 'NAO CUMPRIDAS           : ' TO WK-TITULO-TOT.
012960            MOVE WK-QTD-NAO-CUMPRIDAS TO WK-VALOR-TOT.
012970            WRITE REG-RELJUD FROM WK-LINHA-TOTAL.
012980            MOVE 'RECUSADAS               : ' TO WK-TITULO-TOT.
012990            MOVE WK-QTD-RECUSADAS TO WK-VALOR-TOT.
013000            WRITE REG-RELJUD FROM WK-LINHA-TOTAL.
013010            MOVE 'OPERACOES NO MANBLOQ    : ' TO WK-TITULO-TOT.
013020            MOVE WK-QTD-MANBLOQ TO WK-VALOR-TOT.
013030            WRITE REG-RELJUD FROM WK-LINHA-TOTAL.
013040            MOVE 'VALOR BLOQUEADO         : ' TO WK-TITULO-VAL.
013050            MOVE WK-TOT-BLOQUEADO TO WK-VALOR-VAL.
013060            WRITE REG-RELJUD FROM WK-LINHA-VALOR.
013070            MOVE 'VALOR DESBLOQUEADO      : ' TO WK-TITULO-VAL.
013080            MOVE WK-TOT-DESBLOQUEADO TO WK-VALOR-VAL.
013090            WRITE REG-RELJUD FROM WK-LINHA-VALOR.
013100            MOVE 'VALOR TRANSFERIDO       : ' TO WK-TITULO-VAL.
013110            MOVE WK-TOT-TRANSFERIDO TO WK-VALOR-VAL.
013120            WRITE REG-RELJUD FROM WK-LINHA-VALOR.
013130            PERFORM 283-CONFERIR-RELJUD.
013140            DISPLAY 'ORDENS LIDAS     : ' WK-QTD-LIDAS.
013150            DISPLAY 'ORDENS RECUSADAS : ' WK-QTD-RECUSADAS.
013160            DISPLAY 'OPERACOES MANBLOQ: ' WK-QTD-MANBLOQ.
013170            CLOSE ARQ-CLIENTES.
013180            CLOSE ARQ-CLIDADOS.
013190            CLOSE ARQ-TITULARES.
013200            CLOSE ARQ-BLOQJUD.
013210            CLOSE ARQ-MANBLOQ.
013220            CLOSE ARQ-LANCAMSB.
013230            CLOSE ARQ-RESPJUD.
013240            CLOSE ARQ-RELJUD.
013250       *      A RESPOSTA FICA PENDENTE NO XMITREG ATE SER
013260       *      CONFERIDA PELO EAD95862
013270        902-REGISTRAR-XMITREG.
013280            OPEN EXTEND ARQ-XMITREG.
013290            IF WK-FS-XMITREG = '35'
013300                OPEN OUTPUT ARQ-XMITREG
013310            END-IF.
013320            IF WK-FS-XMITREG NOT = '00'
013330                DISPLAY 'ERRO ' WK-FS-XMITREG
013340                        ' NO COMANDO OPEN XMITREG'
013350                MOVE 12 TO RETURN-CODE
013360                STOP RUN
013370            END-IF.
013380            MOVE 'SISBAJUD'      TO FD-PARCEIRO-XMIT.
013390            MOVE 'RESPJUD'       TO FD-ARQUIVO-XMIT.
013400            MOVE 'S'             TO FD-DIRECAO-XMIT.
013410            MOVE WK-DATA-REF     TO FD-DATA-XMIT.
013420            MOVE WK-QTD-REG-RESP TO FD-QTDE-XMIT.
013430            MOVE WK-TOT-CUMPRIDO TO FD-HASH-XMIT.
013440            MOVE 'P'             TO FD-SITUACAO-XMIT.
013450            WRITE REG-XMITREG.
013460            IF WK-FS-XMITREG NOT = '00'
013470                DISPLAY 'ERRO ' WK-FS-XMITREG
013480                        ' NO COMANDO WRITE XMITREG'
013490                MOVE 12 TO RETURN-CODE
013500                STOP RUN
013510            END-IF.
013520            CLOSE ARQ-XMITREG.
