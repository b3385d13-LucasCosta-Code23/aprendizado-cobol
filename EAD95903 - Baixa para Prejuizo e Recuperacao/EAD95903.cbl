000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95903.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   BAIXA PARA PREJUIZO E RECUPERACAO DE CREDITOS*
000170       *                                                *
000180       *   FUNCAO 'B' = BAIXA (MENSAL, APOS O EAD95902):*
000190       *   CONTRATOS E SALDOS NEGATIVOS COM ATRASO IGUAL*
000200       *   OU ACIMA DO MINIMO DO SYSIN E JA PROVISIONADOS*
000210       *   POR INTEIRO NO PDDREG SAEM DA CARTEIRA PARA O*
000220       *   BAIXREG; O CONTRATO VAI PARA SITUACAO 'B' NO *
000230       *   EMPRESTN, A CONTA E ZERADA PELO LOTE LANCAMBP*
000240       *   E A PROVISAO E CONSUMIDA NO LOTE GLJBXA      *
000250       *   FUNCAO 'R' = RECUPERACAO: OS PAGAMENTOS DO   *
000260       *   RECBAIXA SOBRE DIVIDAS BAIXADAS SAO RECEITA  *
000270       *   DE RECUPERACAO NO GLJBXA, SEM REABRIR O      *
000280       *   CONTRATO NEM A CONTA                         *
000290       *   FUNCAO 'A' = RELATORIO ANUAL DE BAIXAS CONTRA*
000300       *   RECUPERACOES POR AGENCIA, A PARTIR DO BAIXMOV*
000310       **************************************************
000320       *
000330        ENVIRONMENT DIVISION.
000340        CONFIGURATION SECTION.
000350        SPECIAL-NAMES.
000360            DECIMAL-POINT IS COMMA.
000370        INPUT-OUTPUT SECTION.
000380        FILE-CONTROL.
000390            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000400                FILE STATUS IS WK-FS-RUNJRNL.
000410            SELECT ARQ-PDDREG   ASSIGN TO PDDREG
000420                ORGANIZATION IS INDEXED
000430                ACCESS MODE IS DYNAMIC
000440                RECORD KEY IS FD-CHAVE-REG-PDD
000450                FILE STATUS IS WK-FS-PDDREG.
000460            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE IS DYNAMIC
000490                RECORD KEY IS FD-CHAVE-CLIENTES
000500                FILE STATUS IS WK-FS-CLIENTES.
000510            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000520                FILE STATUS IS WK-FS-EMPREST.
000530            SELECT ARQ-EMPRESTN ASSIGN TO EMPRESTN
000540                FILE STATUS IS WK-FS-EMPRESTN.
000550            SELECT ARQ-BAIXREG  ASSIGN TO BAIXREG
000560                ORGANIZATION IS INDEXED
000570                ACCESS MODE IS DYNAMIC
000580                RECORD KEY IS FD-CHAVE-REG-BXA
000590                FILE STATUS IS WK-FS-BAIXREG.
000600            SELECT ARQ-BAIXMOV  ASSIGN TO BAIXMOV
000610                FILE STATUS IS WK-FS-BAIXMOV.
000620            SELECT ARQ-RECBAIXA ASSIGN TO RECBAIXA
000630                FILE STATUS IS WK-FS-RECBAIXA.
000640            SELECT ARQ-PLANOCTA ASSIGN TO PLANOCTA
000650                FILE STATUS IS WK-FS-PLANOCTA.
000660            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000670                FILE STATUS IS WK-FS-CAMBIO.
000680            SELECT ARQ-LANCAMBP ASSIGN TO LANCAMBP
000690                FILE STATUS IS WK-FS-LANCAMBP.
000700            SELECT ARQ-GLJBXA   ASSIGN TO GLJBXA
000710                FILE STATUS IS WK-FS-GLJBXA.
000720            SELECT ARQ-RELBXA   ASSIGN TO RELBXA
000730                FILE STATUS IS WK-FS-RELBXA.
000740       *
000750        DATA DIVISION.
000760        FILE SECTION.
000770        FD   ARQ-PDDREG
000780             RECORDING MODE IS F.
000790        01  REG-PDDREG.
000800            05 FD-CHAVE-REG-PDD.
000810                10 FD-ORIGEM-PDD       PIC X.
000820                    88 PDD-EMPRESTIMO      VALUE 'E'.
000830                    88 PDD-LIMITE          VALUE 'L'.
000840                10 FD-CHAVE-PDD.
000850                    15 FD-AGENCIA-PDD      PIC X(4).
000860                    15 FD-CONTA-PDD        PIC 9(5).
000870                10 FD-CONTRATO-PDD     PIC 9(4).
000880            05 FD-DATA-REF-PDD     PIC 9(8).
000890            05 FD-NIVEL-PDD        PIC XX.
000900            05 FD-DIAS-ATRASO-PDD  PIC 9(5).
000910            05 FD-SALDO-PDD        PIC 9(9)V99.
000920            05 FD-PROVISAO-PDD     PIC 9(9)V99.
000930            05 FD-EXPOSTO-PDD      PIC X.
000940                88 PDD-EXPOSTO         VALUE 'S'.
000950                88 PDD-BAIXADO         VALUE 'B'.
000960            05 FD-NIVEL-ANT-PDD    PIC XX.
000970            05 FD-PROVISAO-ANT-PDD PIC 9(9)V99.
000980            05 FD-EXPOSTO-ANT-PDD  PIC X.
000990            05 FD-DATA-INI-ATRASO-PDD PIC 9(8).
001000        FD   ARQ-CLIENTES
001010             RECORDING MODE IS F.
001020        01  REG-CLIENTES.
001030            05 FD-CHAVE-CLIENTES.
001040                10 FD-AGENCIA-CLIENTES     PIC X(4).
001050                10 FD-CONTA-CLIENTES       PIC 9(5).
001060            05 FD-DIGITO-CLIENTES      PIC X.
001070            05 FD-NOME-CLIENTES        PIC A(20).
001080            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001090            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001100            05 FD-MOEDA-CLIENTES       PIC X(3).
001110            05 FD-SITUACAO-CLIENTES    PIC X.
001120                88 CONTA-ATIVA            VALUE 'A' ' '.
001130                88 CONTA-BLOQUEADA        VALUE 'B'.
001140                88 CONTA-ENCERRADA        VALUE 'E'.
001150        FD   ARQ-EMPREST
001160             RECORDING MODE IS F.
001170        01  REG-EMPREST.
001180            05 FD-CONTRATO-EMP     PIC 9(4).
001190            05 FD-CHAVE-EMP        PIC X(9).
001200            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
001210            05 FD-TAXA-EMP         PIC 9V99.
001220            05 FD-SISTEMA-EMP      PIC X.
001230                88 EMP-PRICE           VALUE 'P'.
001240                88 EMP-SAC             VALUE 'S'.
001250            05 FD-PRAZO-EMP        PIC 9(3).
001260            05 FD-PAGAS-EMP        PIC 9(3).
001270            05 FD-VENCIMENTO-EMP   PIC 9(8).
001280            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
001290            05 FD-PARCELA-EMP      PIC 9(8)V99.
001300            05 FD-SITUACAO-EMP     PIC X.
001310                88 EMP-ATIVO            VALUE 'A'.
001320                88 EMP-QUITADO          VALUE 'Q'.
001330                88 EMP-EM-ATRASO        VALUE 'R'.
001340                88 EMP-BAIXADO          VALUE 'B'.
001350            05 FD-ATRASOS-EMP      PIC 99.
001351            05 FD-EMPREGADOR-EMP   PIC X(9).
001360        FD   ARQ-EMPRESTN
001370             RECORDING MODE IS F.
001380        01  REG-EMPRESTN               PIC X(73).
001390       *      LIVRO DAS DIVIDAS BAIXADAS: UMA ENTRADA POR
001400       *      BAIXA, COM O QUE JA FOI RECUPERADO
001410        FD   ARQ-BAIXREG
001420             RECORDING MODE IS F.
001430        01  REG-BAIXREG.
001440            05 FD-CHAVE-REG-BXA.
001450                10 FD-ORIGEM-BXA       PIC X.
001460                10 FD-CHAVE-BXA.
001470                    15 FD-AGENCIA-BXA      PIC X(4).
001480                    15 FD-CONTA-BXA        PIC 9(5).
001490                10 FD-CONTRATO-BXA     PIC 9(4).
001500                10 FD-DATA-BAIXA-BXA   PIC 9(8).
001510            05 FD-NIVEL-BXA        PIC XX.
001520            05 FD-DIAS-ATRASO-BXA  PIC 9(5).
001530            05 FD-VALOR-BAIXADO-BXA PIC 9(9)V99.
001540            05 FD-VALOR-RECUP-BXA  PIC 9(9)V99.
001550            05 FD-DATA-ULT-RECUP-BXA PIC 9(8).
001560            05 FD-SITUACAO-BXA     PIC X.
001570                88 BAIXA-EM-ABERTO     VALUE 'A'.
001580                88 BAIXA-LIQUIDADA     VALUE 'L'.
001590       *      HISTORICO DAS BAIXAS (B) E RECUPERACOES (R)
001600        FD   ARQ-BAIXMOV
001610             RECORDING MODE IS F.
001620        01  REG-BAIXMOV.
001630            05 FD-TIPO-MOV         PIC X.
001640                88 MOV-BAIXA           VALUE 'B'.
001650                88 MOV-RECUPERACAO     VALUE 'R'.
001660            05 FD-ORIGEM-MOV       PIC X.
001670            05 FD-CHAVE-MOV.
001680                10 FD-AGENCIA-MOV      PIC X(4).
001690                10 FD-CONTA-MOV        PIC 9(5).
001700            05 FD-CONTRATO-MOV     PIC 9(4).
001710            05 FD-DATA-MOV         PIC 9(8).
001720            05 FD-VALOR-MOV        PIC 9(9)V99.
001730       *      PAGAMENTOS RECEBIDOS SOBRE DIVIDAS BAIXADAS
001740        FD   ARQ-RECBAIXA
001750             RECORDING MODE IS F.
001760        01  REG-RECBAIXA.
001770            05 FD-ORIGEM-REC       PIC X.
001780            05 FD-CHAVE-REC        PIC X(9).
001790            05 FD-CONTRATO-REC     PIC 9(4).
001800            05 FD-DATA-REC         PIC 9(8).
001810            05 FD-VALOR-REC        PIC 9(9)V99.
001820        FD   ARQ-PLANOCTA
001830             RECORDING MODE IS F.
001840        01  REG-PLANOCTA.
001850            05 FD-TIPO-PLANO       PIC X.
001860            05 FD-MOEDA-PLANO      PIC X(3).
001870            05 FD-CONTA-RAZAO-PLANO PIC X(8).
001880            05 FD-NATUREZA-PLANO   PIC X.
001890                88 PLANO-DEVEDORA      VALUE 'D'.
001900                88 PLANO-CREDORA       VALUE 'C'.
001910        FD   ARQ-CAMBIO
001920             RECORDING MODE IS F.
001930        01  REG-CAMBIO.
001940            05 FD-MOEDA-CAMBIO     PIC X(3).
001950            05 FD-DATA-CAMBIO      PIC 9(8).
001960            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001970        FD   ARQ-LANCAMBP
001980             RECORDING MODE IS F.
001990        01  REG-LANCAMBP.
002000            05 FD-TIPO-REG-LANCAMBP    PIC X.
002010            05 FD-DETALHE-LANCAMBP.
002020                10 FD-CHAVE-LANCAMBP.
002030                    15 FD-AGENCIA-LANCAMBP     PIC X(4).
002040                    15 FD-CONTA-LANCAMBP       PIC 9(5).
002050                10 FD-DIGITO-LANCAMBP       PIC X.
002060                10 FD-DOC-LANCAMBP         PIC 9(4).
002070                10 FD-TIPO-LANCAMBP        PIC X.
002080                10 FD-VALOR-LANCAMBP       PIC 9(6)V99.
002090                10 FD-MOEDA-LANCAMBP       PIC X(3).
002100                10 FD-DATA-LANCAMBP        PIC 9(8).
002110                10 FD-CONTRA-LANCAMBP.
002120                    15 FD-AGENCIA-CONTRA-LANCAMBP PIC X(4).
002130                    15 FD-CONTA-CONTRA-LANCAMBP  PIC 9(5).
002140                10 FD-HORA-LANCAMBP       PIC 9(6).
002150                10 FD-SEQ-LANCAMBP        PIC 9(4).
002160            05 FD-CTRL-LANCAMBP REDEFINES FD-DETALHE-LANCAMBP.
002170                10 FD-DATA-CTRL-LANCAMBP   PIC 9(8).
002180                10 FD-QTDE-CTRL-LANCAMBP   PIC 9(6).
002190                10 FD-VALOR-CTRL-LANCAMBP  PIC 9(8)V99.
002200                10 FD-INST-CTRL-LANCAMBP   PIC 99.
002201            05 FD-ID-EXEC-LANCAMBP     PIC 9(10).
002210       *      MESMO LEIAUTE DO GLJOURN DO EAD95854
002220        FD   ARQ-GLJBXA
002230             RECORDING MODE IS F.
002240        01  REG-GLJBXA.
002250            05 FD-TIPO-REG-GLJ     PIC X.
002260                88 GLJOURN-HEADER      VALUE 'H'.
002270                88 GLJOURN-DETALHE     VALUE 'D'.
002280                88 GLJOURN-TRAILER     VALUE 'T'.
002290            05 FD-DETALHE-GLJ.
002300                10 FD-CONTA-RAZAO-GLJ  PIC X(8).
002310                10 FD-NATUREZA-GLJ     PIC X.
002320                10 FD-VALOR-GLJ        PIC 9(11)V99.
002330                10 FD-TIPO-ORIGEM-GLJ  PIC X.
002340                10 FD-MOEDA-ORIGEM-GLJ PIC X(3).
002350                10 FD-DATA-GLJ         PIC 9(8).
002360            05 FD-CTRL-GLJ REDEFINES FD-DETALHE-GLJ.
002370                10 FD-DATA-CTRL-GLJ    PIC 9(8).
002380                10 FD-QTDE-CTRL-GLJ    PIC 9(6).
002390                10 FD-VALOR-CTRL-GLJ   PIC 9(11)V99.
002400                10 FILLER              PIC X(7).
002401            05 FD-ID-EXEC-GLJ      PIC 9(10).
002410        FD   ARQ-RELBXA
002420             RECORDING MODE IS F.
002430        01  REG-RELBXA                 PIC X(100).
002440        FD   ARQ-RUNJRNL
002450             RECORDING MODE IS F.
002460        01  REG-RUNJRNL.
002470            05 JRL-PROGRAMA        PIC X(8).
002480            05 JRL-TIPO            PIC X.
002490            05 JRL-DATA            PIC 9(8).
002500            05 JRL-HORA            PIC 9(6).
002510            05 JRL-QTD-LIDOS       PIC 9(7).
002520            05 JRL-QTD-GRAVADOS    PIC 9(7).
002530            05 JRL-QTD-REJEITADOS  PIC 9(7).
002540            05 JRL-RETORNO         PIC 9(4).
002541            05 JRL-ID-EXEC         PIC 9(10).
002550        WORKING-STORAGE SECTION.
002560        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002561        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002562        01  LK-AREA-ID-EXEC.
002563            05 LK-PROGRAMA-COM     PIC X(8).
002564            05 LK-ID-EXEC-COM      PIC 9(10).
002570        77  WK-FS-PDDREG   PIC XX           VALUE SPACES.
002580        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002590        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
002600        77  WK-FS-EMPRESTN PIC XX           VALUE SPACES.
002610        77  WK-FS-BAIXREG  PIC XX           VALUE SPACES.
002620        77  WK-FS-BAIXMOV  PIC XX           VALUE SPACES.
002630        77  WK-FS-RECBAIXA PIC XX           VALUE SPACES.
002640        77  WK-FS-PLANOCTA PIC XX           VALUE SPACES.
002650        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002660        77  WK-FS-LANCAMBP PIC XX           VALUE SPACES.
002670        77  WK-FS-GLJBXA   PIC XX           VALUE SPACES.
002680        77  WK-FS-RELBXA   PIC XX           VALUE SPACES.
002690        77  WK-FUNCAO      PIC X            VALUE SPACE.
002700            88 FUNCAO-BAIXA                  VALUE 'B'.
002710            88 FUNCAO-RECUPERACAO            VALUE 'R'.
002720            88 FUNCAO-ANUAL                  VALUE 'A'.
002730        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002740        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
002750        01  WK-DATA-REF        PIC 9(8)     VALUE ZEROS.
002760        01  WK-DATA-REF-R REDEFINES WK-DATA-REF.
002770            05 WK-ANO-REF      PIC 9(4).
002780            05 FILLER          PIC 9(4).
002790       *      DIAS DE ATRASO A PARTIR DOS QUAIS A EXPOSICAO
002800       *      PROVISIONADA POR INTEIRO E BAIXADA
002810        77  WK-DIAS-MINIMO PIC 9(5)         VALUE ZEROS.
002820        77  WK-DIAS-PADRAO PIC 9(5)         VALUE 180.
002830        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
002840        77  WK-QTD-GRAVADOS PIC 9(7)        VALUE ZEROS.
002850        77  WK-QTD-REJEITADOS PIC 9(7)      VALUE ZEROS.
002860        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
002870        77  WK-QTD-LOTE    PIC 9(6)         VALUE ZEROS.
002880        77  WK-TOT-LOTE    PIC 9(8)V99      VALUE ZEROS.
002890        77  WK-QTD-LINHAS  PIC 9(6)         VALUE ZEROS.
002900        77  WK-TOT-DEBITOS PIC 9(11)V99     VALUE ZEROS.
002910        77  WK-VALOR-PARTIDA PIC 9(11)V99   VALUE ZEROS.
002920        77  WK-TOT-BAIXA-EMP PIC 9(11)V99   VALUE ZEROS.
002930        77  WK-TOT-BAIXA-LIM PIC 9(11)V99   VALUE ZEROS.
002940        77  WK-TOT-RECUPERADO PIC 9(11)V99  VALUE ZEROS.
002950        77  WK-QTD-BAIXA-EMP PIC 9(6)       VALUE ZEROS.
002960        77  WK-QTD-BAIXA-LIM PIC 9(6)       VALUE ZEROS.
002970        77  WK-QTD-CONTRATOS-BAIXA PIC 9(6) VALUE ZEROS.
002980       *      CONTAS RAZAO NO PLANOCTA (MOEDA 'PDD'): P =
002990       *      PROVISAO, E = CARTEIRA DE EMPRESTIMOS, L =
003000       *      ADIANTAMENTOS A DEPOSITANTES, K = CAIXA,
003010       *      C = RECEITA DE RECUPERACAO DE CREDITOS
003020        77  WK-CONTA-PROVISAO PIC X(8)      VALUE SPACES.
003030        77  WK-CONTA-EMPRESTIMO PIC X(8)    VALUE SPACES.
003040        77  WK-CONTA-LIMITE PIC X(8)        VALUE SPACES.
003050        77  WK-CONTA-CAIXA PIC X(8)         VALUE SPACES.
003060        77  WK-CONTA-RECUPERACAO PIC X(8)   VALUE SPACES.
003070       *      BAIXA EM ANDAMENTO
003080        77  WK-VALOR-BAIXA PIC 9(9)V99      VALUE ZEROS.
003090        77  WK-VALOR-BRL   PIC 9(9)V99      VALUE ZEROS.
003100        77  WK-VALOR-CONTA PIC 9(6)V99      VALUE ZEROS.
003110        77  WK-MOTIVO      PIC X(30)        VALUE SPACES.
003120        77  WK-BAIXA-NOVA  PIC X            VALUE 'N'.
003130            88 BAIXA-NOVA                     VALUE 'S'.
003140            88 BAIXA-REEMITIDA                VALUE 'N'.
003150        77  WK-BAIXA-ACHADA PIC X           VALUE 'N'.
003160            88 BAIXA-ACHADA                   VALUE 'S'.
003170            88 BAIXA-NAO-ACHADA               VALUE 'N'.
003180       *      CONVERSAO DOS SALDOS EM MOEDA ESTRANGEIRA
003190        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
003200        01  WK-DATAS-CAMBIO.
003210            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
003220        01  NOMES-MOEDA.
003230            05 FILLER              PIC X(03) VALUE 'BRL'.
003240            05 FILLER              PIC X(03) VALUE 'USD'.
003250            05 FILLER              PIC X(03) VALUE 'EUR'.
003260        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
003270            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
003280        01  TAXAS-MOEDA-LIT.
003290            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003300            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003310            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003320        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
003330            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
003340        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
003350       *      BAIXAS E RECUPERACOES DO ANO POR AGENCIA
003360        77  WK-QTD-AGENCIAS PIC 9(3)        VALUE ZEROS.
003370        77  WK-IDX-AGENCIA PIC 9(3)         VALUE ZEROS.
003380        77  WK-IDX-AGE-ACH PIC 9(3)         VALUE ZEROS.
003390        77  WK-AGENCIA-ACHADA PIC X         VALUE 'N'.
003400            88 AGENCIA-ACHADA                 VALUE 'S'.
003410            88 AGENCIA-NAO-ACHADA             VALUE 'N'.
003420        01  WK-TAB-AGENCIAS.
003430            05 WK-AGE-OCC         OCCURS 300 TIMES.
003440                10 WK-AGE-CODIGO      PIC X(4).
003450                10 WK-AGE-QTD-BAIXA   PIC 9(6).
003460                10 WK-AGE-VLR-BAIXA   PIC 9(11)V99.
003470                10 WK-AGE-QTD-RECUP   PIC 9(6).
003480                10 WK-AGE-VLR-RECUP   PIC 9(11)V99.
003490        77  WK-ANO-QTD-BAIXA PIC 9(6)       VALUE ZEROS.
003500        77  WK-ANO-VLR-BAIXA PIC 9(11)V99   VALUE ZEROS.
003510        77  WK-ANO-QTD-RECUP PIC 9(6)       VALUE ZEROS.
003520        77  WK-ANO-VLR-RECUP PIC 9(11)V99   VALUE ZEROS.
003530        77  WK-PERC-RECUP  PIC 9(5)V99      VALUE ZEROS.
003540        01  WK-CABEC-BXA.
003550            05 WK-TITULO-CABEC PIC X(40).
003560            05 WK-DATA-CABEC   PIC 9(8).
003570        01  WK-LINHA-BXA.
003580            05 WK-OPERACAO-REL PIC X(6).
003590            05 FILLER          PIC X(01) VALUE SPACE.
003600            05 WK-ORIGEM-REL   PIC X(15).
003610            05 FILLER          PIC X(01) VALUE SPACE.
003620            05 WK-CHAVE-REL    PIC X(9).
003630            05 FILLER          PIC X(01) VALUE SPACE.
003640            05 WK-CONTRATO-REL PIC 9(4).
003650            05 FILLER          PIC X(01) VALUE SPACE.
003660            05 WK-DIAS-REL     PIC ZZZZ9.
003670            05 FILLER          PIC X(01) VALUE SPACE.
003680            05 WK-NIVEL-REL    PIC XX.
003690            05 FILLER          PIC X(01) VALUE SPACE.
003700            05 WK-VALOR-REL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003710            05 FILLER          PIC X(01) VALUE SPACE.
003720            05 WK-MOTIVO-REL   PIC X(30).
003730        01  WK-CABEC-ANUAL.
003740            05 FILLER          PIC X(26)
003750                 VALUE 'AGEN QTD BX     VALOR BAIX'.
003760            05 FILLER          PIC X(26)
003770                 VALUE 'ADO  QTD RC  VALOR RECUPER'.
003780            05 FILLER          PIC X(09)
003790                 VALUE 'ADO  %REC'.
003800        01  WK-LINHA-ANUAL.
003810            05 WK-AGENCIA-ANO  PIC X(4).
003820            05 FILLER          PIC X(01) VALUE SPACE.
003830            05 WK-QTD-BAIXA-ANO PIC ZZZZZ9.
003840            05 FILLER          PIC X(01) VALUE SPACE.
003850            05 WK-VLR-BAIXA-ANO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003860            05 FILLER          PIC X(01) VALUE SPACE.
003870            05 WK-QTD-RECUP-ANO PIC ZZZZZ9.
003880            05 FILLER          PIC X(01) VALUE SPACE.
003890            05 WK-VLR-RECUP-ANO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003900            05 FILLER          PIC X(01) VALUE SPACE.
003910            05 WK-PERC-ANO     PIC ZZZZ9,99.
003920        01  WK-LINHA-RESUMO.
003930            05 WK-TITULO-RES   PIC X(30).
003940            05 WK-VALOR-RES    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003950        01  WK-LINHA-GL.
003960            05 FILLER          PIC X(06) VALUE 'CONTA '.
003970            05 WK-CONTA-GL-REL PIC X(8).
003980            05 FILLER          PIC X(05) VALUE ' NAT '.
003990            05 WK-NATUREZA-GL-REL PIC X.
004000            05 FILLER          PIC X(08) VALUE ' VALOR  '.
004010            05 WK-VALOR-GL-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
004020       *
004030        PROCEDURE DIVISION.
004040        000-PRINCIPAL SECTION.
004050        001-PRINCIPAL.
004060            PERFORM 195-GRAVAR-JRNL-INICIO.
004070            PERFORM 101-INICIAR.
004080            EVALUATE TRUE
004090                WHEN FUNCAO-BAIXA
004100                    PERFORM 201-AVALIAR-EXPOSICAO
004110                        UNTIL WK-FS-PDDREG = '10'
004120                    PERFORM 221-ATUALIZAR-CONTRATO
004130                        UNTIL WK-FS-EMPREST = '10'
004140                WHEN FUNCAO-RECUPERACAO
004150                    PERFORM 241-RECUPERAR
004160                        UNTIL WK-FS-RECBAIXA = '10'
004170                WHEN FUNCAO-ANUAL
004180                    PERFORM 261-ACUMULAR-MOVIMENTO
004190                        UNTIL WK-FS-BAIXMOV = '10'
004200            END-EVALUATE.
004210            PERFORM 901-FINALIZAR.
004220            PERFORM 196-GRAVAR-JRNL-FIM.
004230            STOP RUN.
004240       ***********************************************************
004250        100-INICIAR SECTION.
004260        101-INICIAR.
004270            ACCEPT WK-FUNCAO       FROM SYSIN.
004280            ACCEPT WK-DATA-REF     FROM SYSIN.
004290            ACCEPT WK-DIAS-MINIMO  FROM SYSIN.
004300            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
004310            ACCEPT WK-HORA-CAPTURA FROM TIME.
004320            IF NOT FUNCAO-BAIXA AND NOT FUNCAO-RECUPERACAO
004330               AND NOT FUNCAO-ANUAL
004340                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
004350                MOVE 12 TO RETURN-CODE
004360                STOP RUN
004370            END-IF.
004380            IF WK-DATA-REF NOT NUMERIC
004390               OR WK-DATA-REF = ZEROS
004400                MOVE WK-DATA-SIST TO WK-DATA-REF
004410            END-IF.
004420            IF WK-DIAS-MINIMO NOT NUMERIC
004430               OR WK-DIAS-MINIMO = ZEROS
004440                MOVE WK-DIAS-PADRAO TO WK-DIAS-MINIMO
004450            END-IF.
004460            OPEN OUTPUT ARQ-RELBXA.
004470            IF WK-FS-RELBXA NOT = '00'
004480                DISPLAY 'ERRO ' WK-FS-RELBXA
004490                        ' NO COMANDO OPEN RELBXA'
004500                MOVE 12 TO RETURN-CODE
004510                STOP RUN
004520            END-IF.
004530            MOVE WK-DATA-REF TO WK-DATA-CABEC.
004540            EVALUATE TRUE
004550                WHEN FUNCAO-BAIXA
004560                    MOVE 'BAIXA PARA PREJUIZO EM'
004570                        TO WK-TITULO-CABEC
004580                    PERFORM 190-CARREGAR-CAMBIO
004590                    PERFORM 102-CARREGAR-PLANOCTA
004600                    PERFORM 104-ABRIR-BAIXA
004610                WHEN FUNCAO-RECUPERACAO
004620                    MOVE 'RECUPERACAO DE CREDITOS BAIXADOS EM'
004630                        TO WK-TITULO-CABEC
004640                    PERFORM 102-CARREGAR-PLANOCTA
004650                    PERFORM 105-ABRIR-RECUPERACAO
004660                WHEN FUNCAO-ANUAL
004670                    MOVE 'BAIXAS E RECUPERACOES NO ANO DE'
004680                        TO WK-TITULO-CABEC
004690                    MOVE ZEROS TO WK-DATA-CABEC
004700                    MOVE WK-ANO-REF TO WK-DATA-CABEC(5:4)
004710                    PERFORM 106-ABRIR-ANUAL
004720            END-EVALUATE.
004730            WRITE REG-RELBXA FROM WK-CABEC-BXA.
004740        102-CARREGAR-PLANOCTA.
004750            OPEN INPUT ARQ-PLANOCTA.
004760            IF WK-FS-PLANOCTA NOT = '00'
004770                DISPLAY 'ARQUIVO PLANOCTA INDISPONIVEL, STATUS '
004780                        WK-FS-PLANOCTA
004790                MOVE 12 TO RETURN-CODE
004800                STOP RUN
004810            END-IF.
004820            PERFORM 107-LER-PLANOCTA.
004830            PERFORM 103-REGISTRAR-PLANO
004840                UNTIL WK-FS-PLANOCTA = '10'.
004850            CLOSE ARQ-PLANOCTA.
004860            IF FUNCAO-BAIXA
004870               AND (WK-CONTA-PROVISAO = SPACES
004880                    OR WK-CONTA-EMPRESTIMO = SPACES
004890                    OR WK-CONTA-LIMITE = SPACES)
004900                DISPLAY 'CONTAS DA BAIXA (MOEDA PDD, TIPOS P, '
004910                        'E E L) AUSENTES NO PLANOCTA'
004920                MOVE 12 TO RETURN-CODE
004930                STOP RUN
004940            END-IF.
004950            IF FUNCAO-RECUPERACAO
004960               AND (WK-CONTA-CAIXA = SPACES
004970                    OR WK-CONTA-RECUPERACAO = SPACES)
004980                DISPLAY 'CONTAS DA RECUPERACAO (MOEDA PDD, '
004990                        'TIPOS K E C) AUSENTES NO PLANOCTA'
005000                MOVE 12 TO RETURN-CODE
005010                STOP RUN
005020            END-IF.
005030        103-REGISTRAR-PLANO.
005040            IF FD-MOEDA-PLANO = 'PDD'
005050                EVALUATE FD-TIPO-PLANO
005060                    WHEN 'P'
005070                        MOVE FD-CONTA-RAZAO-PLANO
005080                            TO WK-CONTA-PROVISAO
005090                    WHEN 'E'
005100                        MOVE FD-CONTA-RAZAO-PLANO
005110                            TO WK-CONTA-EMPRESTIMO
005120                    WHEN 'L'
005130                        MOVE FD-CONTA-RAZAO-PLANO
005140                            TO WK-CONTA-LIMITE
005150                    WHEN 'K'
005160                        MOVE FD-CONTA-RAZAO-PLANO
005170                            TO WK-CONTA-CAIXA
005180                    WHEN 'C'
005190                        MOVE FD-CONTA-RAZAO-PLANO
005200                            TO WK-CONTA-RECUPERACAO
005210                    WHEN OTHER
005220                        CONTINUE
005230                END-EVALUATE
005240            END-IF.
005250            PERFORM 107-LER-PLANOCTA.
005260        104-ABRIR-BAIXA.
005270            OPEN I-O ARQ-PDDREG.
005280            IF WK-FS-PDDREG NOT = '00'
005290                DISPLAY 'PDDREG INDISPONIVEL, STATUS '
005300                        WK-FS-PDDREG ', RODAR ANTES O EAD95902'
005310                MOVE 12 TO RETURN-CODE
005320                STOP RUN
005330            END-IF.
005340            OPEN INPUT ARQ-CLIENTES.
005350            IF WK-FS-CLIENTES NOT = '00'
005360                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
005370                        'STATUS ' WK-FS-CLIENTES
005380                MOVE 12 TO RETURN-CODE
005390                STOP RUN
005400            END-IF.
005410            OPEN INPUT ARQ-EMPREST.
005420            EVALUATE WK-FS-EMPREST
005430                WHEN '00'
005440                    CONTINUE
005450                WHEN '35'
005460                    DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
005470                    MOVE '10' TO WK-FS-EMPREST
005480                WHEN OTHER
005490                    DISPLAY 'ERRO ' WK-FS-EMPREST
005500                            ' NO COMANDO OPEN EMPREST'
005510                    MOVE 12 TO RETURN-CODE
005520                    STOP RUN
005530            END-EVALUATE.
005540            OPEN OUTPUT ARQ-EMPRESTN.
005550            IF WK-FS-EMPRESTN NOT = '00'
005560                DISPLAY 'ERRO ' WK-FS-EMPRESTN
005570                        ' NO COMANDO OPEN EMPRESTN'
005580                MOVE 12 TO RETURN-CODE
005590                STOP RUN
005600            END-IF.
005610            PERFORM 108-ABRIR-BAIXREG.
005620            PERFORM 109-ABRIR-BAIXMOV.
005630            OPEN OUTPUT ARQ-LANCAMBP.
005640            IF WK-FS-LANCAMBP NOT = '00'
005650                DISPLAY 'ERRO ' WK-FS-LANCAMBP
005660                        ' NO COMANDO OPEN LANCAMBP'
005670                MOVE 12 TO RETURN-CODE
005680                STOP RUN
005690            END-IF.
005700            MOVE 'H' TO FD-TIPO-REG-LANCAMBP.
005710            MOVE SPACES TO FD-DETALHE-LANCAMBP.
005720            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMBP.
005730            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMBP.
005740            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMBP.
005750            MOVE 1 TO FD-INST-CTRL-LANCAMBP.
005760            PERFORM 281-GRAVAR-LANCAMBP.
005770            PERFORM 110-ABRIR-GLJBXA.
005780            PERFORM 301-LER-PDDREG.
005790            PERFORM 302-LER-EMPREST.
005800        105-ABRIR-RECUPERACAO.
005810            OPEN INPUT ARQ-RECBAIXA.
005820            EVALUATE WK-FS-RECBAIXA
005830                WHEN '00'
005840                    CONTINUE
005850                WHEN '35'
005860                    DISPLAY 'SEM RECBAIXA PARA RECUPERAR'
005870                    MOVE '10' TO WK-FS-RECBAIXA
005880                WHEN OTHER
005890                    DISPLAY 'ERRO ' WK-FS-RECBAIXA
005900                            ' NO COMANDO OPEN RECBAIXA'
005910                    MOVE 12 TO RETURN-CODE
005920                    STOP RUN
005930            END-EVALUATE.
005940            PERFORM 108-ABRIR-BAIXREG.
005950            PERFORM 109-ABRIR-BAIXMOV.
005960            PERFORM 110-ABRIR-GLJBXA.
005970            PERFORM 303-LER-RECBAIXA.
005980        106-ABRIR-ANUAL.
005990            INITIALIZE WK-TAB-AGENCIAS.
006000            OPEN INPUT ARQ-BAIXMOV.
006010            EVALUATE WK-FS-BAIXMOV
006020                WHEN '00'
006030                    PERFORM 304-LER-BAIXMOV
006040                WHEN '35'
006050                    DISPLAY 'SEM BAIXMOV, NENHUMA BAIXA FEITA'
006060                    MOVE '10' TO WK-FS-BAIXMOV
006070                WHEN OTHER
006080                    DISPLAY 'ERRO ' WK-FS-BAIXMOV
006090                            ' NO COMANDO OPEN BAIXMOV'
006100                    MOVE 12 TO RETURN-CODE
006110                    STOP RUN
006120            END-EVALUATE.
006130        107-LER-PLANOCTA.
006140            READ ARQ-PLANOCTA.
006150            EVALUATE WK-FS-PLANOCTA
006160                WHEN '00'
006170                    CONTINUE
006180                WHEN '10'
006190                    CONTINUE
006200                WHEN OTHER
006210                    DISPLAY 'ERRO ' WK-FS-PLANOCTA
006220                            ' NO COMANDO READ PLANOCTA'
006230                    MOVE 12 TO RETURN-CODE
006240                    STOP RUN
006250            END-EVALUATE.
006260        108-ABRIR-BAIXREG.
006270            OPEN I-O ARQ-BAIXREG.
006280            IF WK-FS-BAIXREG = '35'
006290                OPEN OUTPUT ARQ-BAIXREG
006300                CLOSE ARQ-BAIXREG
006310                OPEN I-O ARQ-BAIXREG
006320            END-IF.
006330            IF WK-FS-BAIXREG NOT = '00'
006340                DISPLAY 'ERRO ' WK-FS-BAIXREG
006350                        ' NO COMANDO OPEN BAIXREG'
006360                MOVE 12 TO RETURN-CODE
006370                STOP RUN
006380            END-IF.
006390        109-ABRIR-BAIXMOV.
006400            OPEN EXTEND ARQ-BAIXMOV.
006410            IF WK-FS-BAIXMOV = '35'
006420                OPEN OUTPUT ARQ-BAIXMOV
006430            END-IF.
006440            IF WK-FS-BAIXMOV NOT = '00'
006450                DISPLAY 'ERRO ' WK-FS-BAIXMOV
006460                        ' NO COMANDO OPEN BAIXMOV'
006470                MOVE 12 TO RETURN-CODE
006480                STOP RUN
006490            END-IF.
006500        110-ABRIR-GLJBXA.
006510            OPEN OUTPUT ARQ-GLJBXA.
006520            IF WK-FS-GLJBXA NOT = '00'
006530                DISPLAY 'ERRO ' WK-FS-GLJBXA
006540                        ' NO COMANDO OPEN GLJBXA'
006550                MOVE 12 TO RETURN-CODE
006560                STOP RUN
006570            END-IF.
006580            MOVE 'H' TO FD-TIPO-REG-GLJ.
006590            MOVE SPACES TO FD-DETALHE-GLJ.
006600            MOVE WK-DATA-REF TO FD-DATA-CTRL-GLJ.
006610            MOVE ZEROS TO FD-QTDE-CTRL-GLJ.
006620            MOVE ZEROS TO FD-VALOR-CTRL-GLJ.
006630            PERFORM 282-GRAVAR-GLJBXA.
006640       ***********************************************
006650       *      BAIXA: SO EXPOSICOES DA APURACAO DA MESMA
006660       *      DATA DO PDDREG. A BAIXA JA FEITA NA DATA
006670       *      (PDDREG 'B') E SO REEMITIDA NOS LOTES, SEM
006680       *      NOVA ENTRADA NO BAIXREG
006690        200-BAIXA SECTION.
006700        201-AVALIAR-EXPOSICAO.
006710            IF FD-DATA-REF-PDD = WK-DATA-REF
006720                EVALUATE TRUE
006730                    WHEN PDD-BAIXADO
006740                        ADD 1 TO WK-QTD-LIDOS
006750                        SET BAIXA-REEMITIDA TO TRUE
006760                        PERFORM 203-REEMITIR-BAIXA
006770                    WHEN PDD-EXPOSTO
006780                        ADD 1 TO WK-QTD-LIDOS
006790                        SET BAIXA-NOVA TO TRUE
006800                        PERFORM 202-SELECIONAR-EXPOSICAO
006810                    WHEN OTHER
006820                        CONTINUE
006830                END-EVALUATE
006840            END-IF.
006850            PERFORM 301-LER-PDDREG.
006860        202-SELECIONAR-EXPOSICAO.
006870            IF FD-DIAS-ATRASO-PDD NOT LESS WK-DIAS-MINIMO
006880               AND FD-SALDO-PDD > ZEROS
006890               AND FD-PROVISAO-PDD NOT LESS FD-SALDO-PDD
006900                MOVE SPACES TO WK-MOTIVO
006910                MOVE FD-SALDO-PDD TO WK-VALOR-BAIXA
006920                IF PDD-LIMITE
006930                    PERFORM 205-CONFERIR-CONTA
006940                END-IF
006950                IF WK-MOTIVO = SPACES
006960                    PERFORM 206-BAIXAR-EXPOSICAO
006970                ELSE
006980                    ADD 1 TO WK-QTD-REJEITADOS
006990                    MOVE 'RECUSA' TO WK-OPERACAO-REL
007000                    MOVE WK-VALOR-BAIXA TO WK-VALOR-REL
007010                    PERFORM 210-LISTAR-BAIXA
007020                END-IF
007030            END-IF.
007040       *      REEMISSAO: O VALOR VEM DO BAIXREG; A CONTA SO
007050       *      RECEBE O CREDITO DE NOVO SE AINDA ESTIVER
007060       *      NEGATIVA (O LOTE ANTERIOR NAO FOI POSTADO)
007070        203-REEMITIR-BAIXA.
007080            MOVE FD-ORIGEM-PDD    TO FD-ORIGEM-BXA.
007090            MOVE FD-CHAVE-PDD     TO FD-CHAVE-BXA.
007100            MOVE FD-CONTRATO-PDD  TO FD-CONTRATO-BXA.
007110            MOVE WK-DATA-REF      TO FD-DATA-BAIXA-BXA.
007120            READ ARQ-BAIXREG
007130                INVALID KEY
007140                    DISPLAY 'BAIXA SEM ENTRADA NO BAIXREG, '
007150                            'CHAVE ' FD-CHAVE-REG-PDD
007160                    MOVE 12 TO RETURN-CODE
007170                    STOP RUN
007180            END-READ.
007190            MOVE FD-VALOR-BAIXADO-BXA TO WK-VALOR-BAIXA.
007200            MOVE SPACES TO WK-MOTIVO.
007210            IF PDD-LIMITE
007220                MOVE FD-CHAVE-PDD TO FD-CHAVE-CLIENTES
007230                READ ARQ-CLIENTES
007240                    INVALID KEY
007250                        MOVE ZEROS TO FD-SALDO-CLIENTES
007260                END-READ
007270            END-IF.
007280            PERFORM 207-EMITIR-BAIXA.
007290       *      A CONTA AINDA PRECISA ESTAR NEGATIVA E O SALDO
007300       *      ATUAL, EM BRL, COBERTO PELA PROVISAO
007310        205-CONFERIR-CONTA.
007320            MOVE FD-CHAVE-PDD TO FD-CHAVE-CLIENTES.
007330            READ ARQ-CLIENTES
007340                INVALID KEY
007350                    MOVE 'CONTA NAO ENCONTRADA' TO WK-MOTIVO
007360            END-READ.
007370            IF WK-MOTIVO = SPACES
007380                IF FD-SALDO-CLIENTES NOT LESS ZEROS
007390                    MOVE 'CONTA NAO ESTA MAIS NEGATIVA'
007400                        TO WK-MOTIVO
007410                ELSE
007420                    PERFORM 235-CONVERTER-SALDO-BRL
007430                    IF WK-VALOR-BRL > FD-PROVISAO-PDD
007440                        MOVE 'SALDO ACIMA DA PROVISAO'
007450                            TO WK-MOTIVO
007460                    ELSE
007470                        MOVE WK-VALOR-BRL TO WK-VALOR-BAIXA
007480                    END-IF
007490                END-IF
007500            END-IF.
007510        206-BAIXAR-EXPOSICAO.
007520            MOVE FD-ORIGEM-PDD      TO FD-ORIGEM-BXA.
007530            MOVE FD-CHAVE-PDD       TO FD-CHAVE-BXA.
007540            MOVE FD-CONTRATO-PDD    TO FD-CONTRATO-BXA.
007550            MOVE WK-DATA-REF        TO FD-DATA-BAIXA-BXA.
007560            MOVE FD-NIVEL-PDD       TO FD-NIVEL-BXA.
007570            MOVE FD-DIAS-ATRASO-PDD TO FD-DIAS-ATRASO-BXA.
007580            MOVE WK-VALOR-BAIXA     TO FD-VALOR-BAIXADO-BXA.
007590            MOVE ZEROS              TO FD-VALOR-RECUP-BXA.
007600            MOVE ZEROS              TO FD-DATA-ULT-RECUP-BXA.
007610            SET BAIXA-EM-ABERTO     TO TRUE.
007620            WRITE REG-BAIXREG
007630                INVALID KEY
007640                    DISPLAY 'ERRO NO WRITE DO BAIXREG, '
007650                            'CHAVE ' FD-CHAVE-REG-BXA
007660                    MOVE 12 TO RETURN-CODE
007670                    STOP RUN
007680            END-WRITE.
007690            MOVE 'B'            TO FD-TIPO-MOV.
007700            MOVE FD-ORIGEM-PDD  TO FD-ORIGEM-MOV.
007710            MOVE FD-CHAVE-PDD   TO FD-CHAVE-MOV.
007720            MOVE FD-CONTRATO-PDD TO FD-CONTRATO-MOV.
007730            MOVE WK-DATA-REF    TO FD-DATA-MOV.
007740            MOVE WK-VALOR-BAIXA TO FD-VALOR-MOV.
007750            PERFORM 283-GRAVAR-BAIXMOV.
007760       *      A PROVISAO CONSUMIDA SAI DO PDDREG, PARA QUE A
007770       *      APURACAO SEGUINTE NAO A REVERTA DE NOVO
007780            MOVE ZEROS TO FD-SALDO-PDD.
007790            MOVE ZEROS TO FD-PROVISAO-PDD.
007800            SET PDD-BAIXADO TO TRUE.
007810            REWRITE REG-PDDREG
007820                INVALID KEY
007830                    DISPLAY 'ERRO NO REWRITE DO PDDREG, '
007840                            'CHAVE ' FD-CHAVE-REG-PDD
007850                    MOVE 12 TO RETURN-CODE
007860                    STOP RUN
007870            END-REWRITE.
007880            PERFORM 207-EMITIR-BAIXA.
007890        207-EMITIR-BAIXA.
007900            ADD 1 TO WK-QTD-GRAVADOS.
007910            IF PDD-EMPRESTIMO
007920                ADD 1 TO WK-QTD-BAIXA-EMP
007930                ADD WK-VALOR-BAIXA TO WK-TOT-BAIXA-EMP
007940            ELSE
007950                ADD 1 TO WK-QTD-BAIXA-LIM
007960                ADD WK-VALOR-BAIXA TO WK-TOT-BAIXA-LIM
007970                IF FD-SALDO-CLIENTES < ZEROS
007980                    PERFORM 208-CREDITAR-CONTA
007990                END-IF
008000            END-IF.
008010            IF BAIXA-NOVA
008020                MOVE 'BAIXA ' TO WK-OPERACAO-REL
008030            ELSE
008040                MOVE 'REEMIS' TO WK-OPERACAO-REL
008050            END-IF.
008060            MOVE WK-VALOR-BAIXA TO WK-VALOR-REL.
008070            PERFORM 210-LISTAR-BAIXA.
008080       *      CREDITO TIPO B QUE ZERA O SALDO NEGATIVO
008090        208-CREDITAR-CONTA.
008100            COMPUTE WK-VALOR-CONTA = 0 - FD-SALDO-CLIENTES.
008110            ADD 1 TO WK-DOC-SEQ.
008120            MOVE 'D'                 TO FD-TIPO-REG-LANCAMBP.
008130            MOVE FD-CHAVE-CLIENTES   TO FD-CHAVE-LANCAMBP.
008140            MOVE FD-DIGITO-CLIENTES  TO FD-DIGITO-LANCAMBP.
008150            MOVE WK-DOC-SEQ          TO FD-DOC-LANCAMBP.
008160            MOVE 'B'                 TO FD-TIPO-LANCAMBP.
008170            MOVE WK-VALOR-CONTA      TO FD-VALOR-LANCAMBP.
008180            MOVE FD-MOEDA-CLIENTES   TO FD-MOEDA-LANCAMBP.
008190            MOVE WK-DATA-REF         TO FD-DATA-LANCAMBP.
008200            MOVE SPACES              TO FD-CONTRA-LANCAMBP.
008210            MOVE WK-HORA-CAPTURA     TO FD-HORA-LANCAMBP.
008220            MOVE WK-DOC-SEQ          TO FD-SEQ-LANCAMBP.
008230            PERFORM 235-CONVERTER-SALDO-BRL.
008240            ADD 1 TO WK-QTD-LOTE.
008250            ADD WK-VALOR-BRL TO WK-TOT-LOTE.
008260            PERFORM 281-GRAVAR-LANCAMBP.
008270        210-LISTAR-BAIXA.
008280            IF PDD-EMPRESTIMO
008290                MOVE 'EMPRESTIMO' TO WK-ORIGEM-REL
008300            ELSE
008310                MOVE 'CHEQUE ESPECIAL' TO WK-ORIGEM-REL
008320            END-IF.
008330            MOVE FD-CHAVE-PDD       TO WK-CHAVE-REL.
008340            MOVE FD-CONTRATO-PDD    TO WK-CONTRATO-REL.
008350            MOVE FD-DIAS-ATRASO-PDD TO WK-DIAS-REL.
008360            MOVE FD-NIVEL-PDD       TO WK-NIVEL-REL.
008370            MOVE WK-MOTIVO          TO WK-MOTIVO-REL.
008380            PERFORM 284-GRAVAR-RELBXA.
008390       *      O CONTRATO BAIXADO VAI PARA A SITUACAO 'B' E
008400       *      O SALDO DEVEDOR PASSA AO BAIXREG
008410        220-EMPRESTIMOS SECTION.
008420        221-ATUALIZAR-CONTRATO.
008430            IF NOT EMP-QUITADO AND NOT EMP-BAIXADO
008440                MOVE 'E'             TO FD-ORIGEM-PDD
008450                MOVE FD-CHAVE-EMP    TO FD-CHAVE-PDD
008460                MOVE FD-CONTRATO-EMP TO FD-CONTRATO-PDD
008470                READ ARQ-PDDREG
008480                    INVALID KEY
008490                        MOVE SPACE TO FD-EXPOSTO-PDD
008500                END-READ
008510                IF PDD-BAIXADO
008520                   AND FD-DATA-REF-PDD = WK-DATA-REF
008530                    ADD 1 TO WK-QTD-CONTRATOS-BAIXA
008540                    SET EMP-BAIXADO TO TRUE
008550                    MOVE ZEROS TO FD-SALDO-DEV-EMP
008560                END-IF
008570            END-IF.
008580            WRITE REG-EMPRESTN FROM REG-EMPREST.
008590            IF WK-FS-EMPRESTN NOT = '00'
008600                DISPLAY 'ERRO ' WK-FS-EMPRESTN
008610                        ' NO COMANDO WRITE EMPRESTN'
008620                MOVE 12 TO RETURN-CODE
008630                STOP RUN
008640            END-IF.
008650            PERFORM 302-LER-EMPREST.
008660        235-CONVERTER-SALDO-BRL.
008670            PERFORM 236-PROCURAR-MOEDA
008680                VARYING WK-IDX-MOEDA FROM 1 BY 1
008690                UNTIL WK-IDX-MOEDA > 3
008700                   OR MOEDA-COD(WK-IDX-MOEDA)
008710                      = FD-MOEDA-CLIENTES.
008720            IF WK-IDX-MOEDA > 3
008730                MOVE 1 TO WK-IDX-MOEDA
008740            END-IF.
008750            COMPUTE WK-VALOR-BRL ROUNDED =
008760                (0 - FD-SALDO-CLIENTES)
008770                * TAXA-MOEDA(WK-IDX-MOEDA).
008780        236-PROCURAR-MOEDA.
008790            CONTINUE.
008800       ***********************************************
008810       *      RECUPERACAO: O PAGAMENTO ABATE A BAIXA EM
008820       *      ABERTO MAIS ANTIGA DA MESMA DIVIDA; O QUE
008830       *      PASSAR DO VALOR BAIXADO TAMBEM E RECEITA
008840        240-RECUPERACAO SECTION.
008850        241-RECUPERAR.
008860            ADD 1 TO WK-QTD-LIDOS.
008870            MOVE SPACES TO WK-MOTIVO.
008880            PERFORM 242-PROCURAR-BAIXA.
008890            EVALUATE TRUE
008900                WHEN FD-VALOR-REC = ZEROS
008910                    MOVE 'VALOR ZERADO' TO WK-MOTIVO
008920                WHEN BAIXA-NAO-ACHADA
008930                    MOVE 'DIVIDA NAO BAIXADA' TO WK-MOTIVO
008940                WHEN OTHER
008950                    PERFORM 244-APLICAR-RECUPERACAO
008960            END-EVALUATE.
008970            IF WK-MOTIVO = SPACES
008980                MOVE 'RECUP ' TO WK-OPERACAO-REL
008990            ELSE
009000                ADD 1 TO WK-QTD-REJEITADOS
009010                MOVE 'RECUSA' TO WK-OPERACAO-REL
009020            END-IF.
009030            IF FD-ORIGEM-REC = 'E'
009040                MOVE 'EMPRESTIMO' TO WK-ORIGEM-REL
009050            ELSE
009060                MOVE 'CHEQUE ESPECIAL' TO WK-ORIGEM-REL
009070            END-IF.
009080            MOVE FD-CHAVE-REC    TO WK-CHAVE-REL.
009090            MOVE FD-CONTRATO-REC TO WK-CONTRATO-REL.
009100            MOVE ZEROS           TO WK-DIAS-REL.
009110            MOVE SPACES          TO WK-NIVEL-REL.
009120            MOVE FD-VALOR-REC    TO WK-VALOR-REL.
009130            MOVE WK-MOTIVO       TO WK-MOTIVO-REL.
009140            PERFORM 284-GRAVAR-RELBXA.
009150            PERFORM 303-LER-RECBAIXA.
009160        242-PROCURAR-BAIXA.
009170            SET BAIXA-NAO-ACHADA TO TRUE.
009180            MOVE FD-ORIGEM-REC   TO FD-ORIGEM-BXA.
009190            MOVE FD-CHAVE-REC    TO FD-CHAVE-BXA.
009200            MOVE FD-CONTRATO-REC TO FD-CONTRATO-BXA.
009210            MOVE ZEROS           TO FD-DATA-BAIXA-BXA.
009220            START ARQ-BAIXREG
009230                KEY NOT LESS FD-CHAVE-REG-BXA
009240                INVALID KEY
009250                    MOVE '10' TO WK-FS-BAIXREG
009260            END-START.
009270            IF WK-FS-BAIXREG = '00'
009280                PERFORM 305-LER-BAIXREG
009290                PERFORM 243-CONFERIR-BAIXA
009300                    UNTIL WK-FS-BAIXREG NOT = '00'
009310                       OR FD-ORIGEM-BXA NOT = FD-ORIGEM-REC
009320                       OR FD-CHAVE-BXA NOT = FD-CHAVE-REC
009330                       OR FD-CONTRATO-BXA NOT = FD-CONTRATO-REC
009340                       OR BAIXA-ACHADA
009350            END-IF.
009360            MOVE '00' TO WK-FS-BAIXREG.
009370        243-CONFERIR-BAIXA.
009380            IF BAIXA-EM-ABERTO
009390                SET BAIXA-ACHADA TO TRUE
009400            ELSE
009410                PERFORM 305-LER-BAIXREG
009420            END-IF.
009430        244-APLICAR-RECUPERACAO.
009440            ADD FD-VALOR-REC TO FD-VALOR-RECUP-BXA.
009450            MOVE FD-DATA-REC TO FD-DATA-ULT-RECUP-BXA.
009460            IF FD-VALOR-RECUP-BXA NOT LESS FD-VALOR-BAIXADO-BXA
009470                SET BAIXA-LIQUIDADA TO TRUE
009480            END-IF.
009490            REWRITE REG-BAIXREG
009500                INVALID KEY
009510                    DISPLAY 'ERRO NO REWRITE DO BAIXREG, '
009520                            'CHAVE ' FD-CHAVE-REG-BXA
009530                    MOVE 12 TO RETURN-CODE
009540                    STOP RUN
009550            END-REWRITE.
009560            MOVE 'R'             TO FD-TIPO-MOV.
009570            MOVE FD-ORIGEM-REC   TO FD-ORIGEM-MOV.
009580            MOVE FD-CHAVE-REC    TO FD-CHAVE-MOV.
009590            MOVE FD-CONTRATO-REC TO FD-CONTRATO-MOV.
009600            MOVE FD-DATA-REC     TO FD-DATA-MOV.
009610            MOVE FD-VALOR-REC    TO FD-VALOR-MOV.
009620            PERFORM 283-GRAVAR-BAIXMOV.
009630            ADD 1 TO WK-QTD-GRAVADOS.
009640            ADD FD-VALOR-REC TO WK-TOT-RECUPERADO.
009650       ***********************************************
009660       *      RELATORIO ANUAL: MOVIMENTOS DO ANO DO SYSIN
009670        260-ANUAL SECTION.
009680        261-ACUMULAR-MOVIMENTO.
009690            ADD 1 TO WK-QTD-LIDOS.
009700            IF FD-DATA-MOV(1:4) = WK-ANO-REF
009710                PERFORM 262-LOCALIZAR-AGENCIA
009720                IF MOV-BAIXA
009730                    ADD 1 TO WK-AGE-QTD-BAIXA(WK-IDX-AGE-ACH)
009740                    ADD FD-VALOR-MOV
009750                        TO WK-AGE-VLR-BAIXA(WK-IDX-AGE-ACH)
009760                    ADD 1 TO WK-ANO-QTD-BAIXA
009770                    ADD FD-VALOR-MOV TO WK-ANO-VLR-BAIXA
009780                ELSE
009790                    ADD 1 TO WK-AGE-QTD-RECUP(WK-IDX-AGE-ACH)
009800                    ADD FD-VALOR-MOV
009810                        TO WK-AGE-VLR-RECUP(WK-IDX-AGE-ACH)
009820                    ADD 1 TO WK-ANO-QTD-RECUP
009830                    ADD FD-VALOR-MOV TO WK-ANO-VLR-RECUP
009840                END-IF
009850            END-IF.
009860            PERFORM 304-LER-BAIXMOV.
009870        262-LOCALIZAR-AGENCIA.
009880            SET AGENCIA-NAO-ACHADA TO TRUE.
009890            PERFORM 263-COMPARAR-AGENCIA
009900                VARYING WK-IDX-AGENCIA FROM 1 BY 1
009910                UNTIL WK-IDX-AGENCIA > WK-QTD-AGENCIAS
009920                   OR AGENCIA-ACHADA.
009930            IF AGENCIA-NAO-ACHADA
009940                IF WK-QTD-AGENCIAS NOT LESS 300
009950                    DISPLAY 'TABELA DE AGENCIAS CHEIA, '
009960                            'LIMITE DE 300'
009970                    MOVE 12 TO RETURN-CODE
009980                    STOP RUN
009990                END-IF
010000                ADD 1 TO WK-QTD-AGENCIAS
010010                MOVE WK-QTD-AGENCIAS TO WK-IDX-AGE-ACH
010020                MOVE FD-AGENCIA-MOV
010030                    TO WK-AGE-CODIGO(WK-IDX-AGE-ACH)
010040            END-IF.
010050        263-COMPARAR-AGENCIA.
010060            IF WK-AGE-CODIGO(WK-IDX-AGENCIA) = FD-AGENCIA-MOV
010070                SET AGENCIA-ACHADA TO TRUE
010080                MOVE WK-IDX-AGENCIA TO WK-IDX-AGE-ACH
010090            END-IF.
010100       ***********************************************
010110        280-GRAVACOES SECTION.
010120        281-GRAVAR-LANCAMBP.
010121            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMBP.
010130            WRITE REG-LANCAMBP.
010140            IF WK-FS-LANCAMBP NOT = '00'
010150                DISPLAY 'ERRO ' WK-FS-LANCAMBP
010160                        ' NO COMANDO WRITE LANCAMBP'
010170                MOVE 12 TO RETURN-CODE
010180                STOP RUN
010190            END-IF.
010200        282-GRAVAR-GLJBXA.
010201            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-GLJ.
010210            WRITE REG-GLJBXA.
010220            IF WK-FS-GLJBXA NOT = '00'
010230                DISPLAY 'ERRO ' WK-FS-GLJBXA
010240                        ' NO COMANDO WRITE GLJBXA'
010250                MOVE 12 TO RETURN-CODE
010260                STOP RUN
010270            END-IF.
010280        283-GRAVAR-BAIXMOV.
010290            WRITE REG-BAIXMOV.
010300            IF WK-FS-BAIXMOV NOT = '00'
010310                DISPLAY 'ERRO ' WK-FS-BAIXMOV
010320                        ' NO COMANDO WRITE BAIXMOV'
010330                MOVE 12 TO RETURN-CODE
010340                STOP RUN
010350            END-IF.
010360        284-GRAVAR-RELBXA.
010370            WRITE REG-RELBXA FROM WK-LINHA-BXA.
010380            IF WK-FS-RELBXA NOT = '00'
010390                DISPLAY 'ERRO ' WK-FS-RELBXA
010400                        ' NO COMANDO WRITE RELBXA'
010410                MOVE 12 TO RETURN-CODE
010420                STOP RUN
010430            END-IF.
010440       *      UMA PARTIDA DO LOTE CONTABIL, COM A CONTA E A
010450       *      NATUREZA JA MOVIDAS PARA O REGISTRO
010460        285-GRAVAR-PARTIDA.
010470            IF WK-VALOR-PARTIDA > ZEROS
010480                ADD 1 TO WK-QTD-LINHAS
010490                MOVE 'D'              TO FD-TIPO-REG-GLJ
010500                MOVE WK-VALOR-PARTIDA TO FD-VALOR-GLJ
010510                MOVE 'BRL'            TO FD-MOEDA-ORIGEM-GLJ
010520                MOVE WK-DATA-REF      TO FD-DATA-GLJ
010530                PERFORM 282-GRAVAR-GLJBXA
010540                IF FD-NATUREZA-GLJ = 'D'
010550                    ADD WK-VALOR-PARTIDA TO WK-TOT-DEBITOS
010560                END-IF
010570                MOVE FD-CONTA-RAZAO-GLJ TO WK-CONTA-GL-REL
010580                MOVE FD-NATUREZA-GLJ    TO WK-NATUREZA-GL-REL
010590                MOVE WK-VALOR-PARTIDA   TO WK-VALOR-GL-REL
010600                WRITE REG-RELBXA FROM WK-LINHA-GL
010610            END-IF.
010620       ***********************************************
010630        300-LEITURAS SECTION.
010640        301-LER-PDDREG.
010650            READ ARQ-PDDREG NEXT.
010660            EVALUATE WK-FS-PDDREG
010670                WHEN '00'
010680                    CONTINUE
010690                WHEN '10'
010700                    CONTINUE
010710                WHEN OTHER
010720                    DISPLAY 'ERRO ' WK-FS-PDDREG
010730                            ' NO COMANDO READ PDDREG'
010740                    MOVE 12 TO RETURN-CODE
010750                    STOP RUN
010760            END-EVALUATE.
010770        302-LER-EMPREST.
010780            IF WK-FS-EMPREST NOT = '10'
010790                READ ARQ-EMPREST
010800                EVALUATE WK-FS-EMPREST
010810                    WHEN '00'
010820                        CONTINUE
010830                    WHEN '10'
010840                        CONTINUE
010850                    WHEN OTHER
010860                        DISPLAY 'ERRO ' WK-FS-EMPREST
010870                                ' NO COMANDO READ EMPREST'
010880                        MOVE 12 TO RETURN-CODE
010890                        STOP RUN
010900                END-EVALUATE
010910            END-IF.
010920        303-LER-RECBAIXA.
010930            IF WK-FS-RECBAIXA NOT = '10'
010940                READ ARQ-RECBAIXA
010950                EVALUATE WK-FS-RECBAIXA
010960                    WHEN '00'
010970                        CONTINUE
010980                    WHEN '10'
010990                        CONTINUE
011000                    WHEN OTHER
011010                        DISPLAY 'ERRO ' WK-FS-RECBAIXA
011020                                ' NO COMANDO READ RECBAIXA'
011030                        MOVE 12 TO RETURN-CODE
011040                        STOP RUN
011050                END-EVALUATE
011060            END-IF.
011070        304-LER-BAIXMOV.
011080            READ ARQ-BAIXMOV.
011090            EVALUATE WK-FS-BAIXMOV
011100                WHEN '00'
011110                    CONTINUE
011120                WHEN '10'
011130                    CONTINUE
011140                WHEN OTHER
011150                    DISPLAY 'ERRO ' WK-FS-BAIXMOV
011160                            ' NO COMANDO READ BAIXMOV'
011170                    MOVE 12 TO RETURN-CODE
011180                    STOP RUN
011190            END-EVALUATE.
011200        305-LER-BAIXREG.
011210            READ ARQ-BAIXREG NEXT.
011220            EVALUATE WK-FS-BAIXREG
011230                WHEN '00'
011240                    CONTINUE
011250                WHEN '10'
011260                    CONTINUE
011270                WHEN OTHER
011280                    DISPLAY 'ERRO ' WK-FS-BAIXREG
011290                            ' NO COMANDO READ BAIXREG'
011300                    MOVE 12 TO RETURN-CODE
011310                    STOP RUN
011320            END-EVALUATE.
011330       ***********************************************
011340        190-CARREGAR-CAMBIO.
011350            MOVE WK-DATA-REF TO WK-DATA-CAMBIO-REF.
011360            OPEN INPUT ARQ-CAMBIO.
011370            EVALUATE WK-FS-CAMBIO
011380                WHEN '00'
011390                    PERFORM 191-LER-CAMBIO
011400                    PERFORM 192-APLICAR-TAXA-CAMBIO
011410                        UNTIL WK-FS-CAMBIO = '10'
011420                    CLOSE ARQ-CAMBIO
011430                WHEN OTHER
011440                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
011450                            'OU COM ERRO ' WK-FS-CAMBIO
011460                    MOVE 12 TO RETURN-CODE
011470                    STOP RUN
011480            END-EVALUATE.
011490            IF TAXA-MOEDA(1) = ZEROS
011500                MOVE 1 TO TAXA-MOEDA(1)
011510            END-IF.
011520            PERFORM 197-CONFERIR-TAXA
011530                VARYING WK-IDX-MOEDA FROM 2 BY 1
011540                UNTIL WK-IDX-MOEDA > 3.
011550        191-LER-CAMBIO.
011560            READ ARQ-CAMBIO.
011570            EVALUATE WK-FS-CAMBIO
011580                WHEN '00'
011590                    CONTINUE
011600                WHEN '10'
011610                    CONTINUE
011620                WHEN OTHER
011630                    DISPLAY 'ERRO ' WK-FS-CAMBIO
011640                            ' NO COMANDO READ CAMBIO'
011650                    MOVE 12 TO RETURN-CODE
011660                    STOP RUN
011670            END-EVALUATE.
011680        192-APLICAR-TAXA-CAMBIO.
011690            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
011700                PERFORM 193-GUARDAR-TAXA
011710                    VARYING WK-IDX-MOEDA FROM 1 BY 1
011720                    UNTIL WK-IDX-MOEDA > 3
011730            END-IF.
011740            PERFORM 191-LER-CAMBIO.
011750        193-GUARDAR-TAXA.
011760            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
011770               AND FD-DATA-CAMBIO NOT LESS
011780                   WK-DATA-TAXA(WK-IDX-MOEDA)
011790                MOVE FD-TAXA-CAMBIO
011800                    TO TAXA-MOEDA(WK-IDX-MOEDA)
011810                MOVE FD-DATA-CAMBIO
011820                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
011830            END-IF.
011840        197-CONFERIR-TAXA.
011850            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
011860                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
011870                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
011880                        ' NA DATA ' WK-DATA-CAMBIO-REF
011890                MOVE 12 TO RETURN-CODE
011900                STOP RUN
011910            END-IF.
011920       ***********************************************
011930        195-GRAVAR-JRNL-INICIO.
011940            MOVE 'I' TO JRL-TIPO.
011950            MOVE ZEROS TO JRL-QTD-LIDOS.
011960            MOVE ZEROS TO JRL-QTD-GRAVADOS.
011970            MOVE ZEROS TO JRL-QTD-REJEITADOS.
011980            MOVE ZEROS TO JRL-RETORNO.
011981            MOVE 'EAD95903' TO LK-PROGRAMA-COM.
011982            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
011983            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
011990            PERFORM 194-GRAVAR-RUNJRNL.
012000        196-GRAVAR-JRNL-FIM.
012010            MOVE 'F' TO JRL-TIPO.
012020            MOVE WK-QTD-LIDOS
012030                TO JRL-QTD-LIDOS.
012040            MOVE WK-QTD-GRAVADOS
012050                TO JRL-QTD-GRAVADOS.
012060            MOVE WK-QTD-REJEITADOS
012070                TO JRL-QTD-REJEITADOS.
012080            MOVE RETURN-CODE TO JRL-RETORNO.
012081            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
012090            PERFORM 194-GRAVAR-RUNJRNL.
012100        194-GRAVAR-RUNJRNL.
012110            OPEN EXTEND ARQ-RUNJRNL.
012120            IF WK-FS-RUNJRNL = '35'
012130                OPEN OUTPUT ARQ-RUNJRNL
012140            END-IF.
012150            IF WK-FS-RUNJRNL NOT = '00'
012160                DISPLAY 'ERRO ' WK-FS-RUNJRNL
012170                        ' NO COMANDO OPEN RUNJRNL'
012180                MOVE 12 TO RETURN-CODE
012190                STOP RUN
012200            END-IF.
012210            MOVE 'EAD95903' TO JRL-PROGRAMA.
012220            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
012230            ACCEPT JRL-HORA FROM TIME.
012240            WRITE REG-RUNJRNL.
012250            IF WK-FS-RUNJRNL NOT = '00'
012260                DISPLAY 'ERRO ' WK-FS-RUNJRNL
012270                        ' NO COMANDO WRITE RUNJRNL'
012280                MOVE 12 TO RETURN-CODE
012290                STOP RUN
012300            END-IF.
012310            CLOSE ARQ-RUNJRNL.
012320       ***********************************************
012330        900-FINALIZAR SECTION.
012340        901-FINALIZAR.
012350            EVALUATE TRUE
012360                WHEN FUNCAO-BAIXA
012370                    PERFORM 902-FECHAR-BAIXA
012380                WHEN FUNCAO-RECUPERACAO
012390                    PERFORM 903-FECHAR-RECUPERACAO
012400                WHEN FUNCAO-ANUAL
012410                    PERFORM 905-FECHAR-ANUAL
012420            END-EVALUATE.
012430            DISPLAY 'REGISTROS LIDOS      : ' WK-QTD-LIDOS.
012440            DISPLAY 'REGISTROS PROCESSADOS: ' WK-QTD-GRAVADOS.
012450            DISPLAY 'REGISTROS RECUSADOS  : ' WK-QTD-REJEITADOS.
012460            CLOSE ARQ-RELBXA.
012470       *      A PROVISAO CONSUMIDA E DEBITADA CONTRA O ATIVO
012480       *      DE CADA PRODUTO
012490        902-FECHAR-BAIXA.
012500            MOVE 'T' TO FD-TIPO-REG-LANCAMBP.
012510            MOVE SPACES TO FD-DETALHE-LANCAMBP.
012520            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMBP.
012530            MOVE WK-QTD-LOTE TO FD-QTDE-CTRL-LANCAMBP.
012540            MOVE WK-TOT-LOTE TO FD-VALOR-CTRL-LANCAMBP.
012550            MOVE 1 TO FD-INST-CTRL-LANCAMBP.
012560            PERFORM 281-GRAVAR-LANCAMBP.
012570            MOVE 'EMPRESTIMOS BAIXADOS        : '
012580                TO WK-TITULO-RES.
012590            MOVE WK-TOT-BAIXA-EMP TO WK-VALOR-RES.
012600            WRITE REG-RELBXA FROM WK-LINHA-RESUMO AFTER 2 LINES.
012610            MOVE 'CHEQUE ESPECIAL BAIXADO     : '
012620                TO WK-TITULO-RES.
012630            MOVE WK-TOT-BAIXA-LIM TO WK-VALOR-RES.
012640            WRITE REG-RELBXA FROM WK-LINHA-RESUMO.
012650            COMPUTE WK-VALOR-PARTIDA =
012660                WK-TOT-BAIXA-EMP + WK-TOT-BAIXA-LIM.
012670            MOVE WK-CONTA-PROVISAO TO FD-CONTA-RAZAO-GLJ.
012680            MOVE 'D'               TO FD-NATUREZA-GLJ.
012690            MOVE 'P'               TO FD-TIPO-ORIGEM-GLJ.
012700            PERFORM 285-GRAVAR-PARTIDA.
012710            MOVE WK-TOT-BAIXA-EMP  TO WK-VALOR-PARTIDA.
012720            MOVE WK-CONTA-EMPRESTIMO TO FD-CONTA-RAZAO-GLJ.
012730            MOVE 'C'               TO FD-NATUREZA-GLJ.
012740            MOVE 'E'               TO FD-TIPO-ORIGEM-GLJ.
012750            PERFORM 285-GRAVAR-PARTIDA.
012760            MOVE WK-TOT-BAIXA-LIM  TO WK-VALOR-PARTIDA.
012770            MOVE WK-CONTA-LIMITE   TO FD-CONTA-RAZAO-GLJ.
012780            MOVE 'C'               TO FD-NATUREZA-GLJ.
012790            MOVE 'L'               TO FD-TIPO-ORIGEM-GLJ.
012800            PERFORM 285-GRAVAR-PARTIDA.
012810            PERFORM 904-GRAVAR-TRAILER-GLJ.
012820            DISPLAY 'CONTRATOS BAIXADOS   : ' WK-QTD-BAIXA-EMP.
012830            DISPLAY 'CONTAS BAIXADAS      : ' WK-QTD-BAIXA-LIM.
012840            CLOSE ARQ-PDDREG.
012850            CLOSE ARQ-CLIENTES.
012860            CLOSE ARQ-EMPREST.
012870            CLOSE ARQ-EMPRESTN.
012880            CLOSE ARQ-BAIXREG.
012890            CLOSE ARQ-BAIXMOV.
012900            CLOSE ARQ-LANCAMBP.
012910            CLOSE ARQ-GLJBXA.
012920        903-FECHAR-RECUPERACAO.
012930            MOVE 'TOTAL RECUPERADO            : '
012940                TO WK-TITULO-RES.
012950            MOVE WK-TOT-RECUPERADO TO WK-VALOR-RES.
012960            WRITE REG-RELBXA FROM WK-LINHA-RESUMO AFTER 2 LINES.
012970            MOVE WK-TOT-RECUPERADO TO WK-VALOR-PARTIDA.
012980            MOVE WK-CONTA-CAIXA    TO FD-CONTA-RAZAO-GLJ.
012990            MOVE 'D'               TO FD-NATUREZA-GLJ.
013000            MOVE 'K'               TO FD-TIPO-ORIGEM-GLJ.
013010            PERFORM 285-GRAVAR-PARTIDA.
013020            MOVE WK-CONTA-RECUPERACAO TO FD-CONTA-RAZAO-GLJ.
013030            MOVE 'C'               TO FD-NATUREZA-GLJ.
013040            MOVE 'C'               TO FD-TIPO-ORIGEM-GLJ.
013050            PERFORM 285-GRAVAR-PARTIDA.
013060            PERFORM 904-GRAVAR-TRAILER-GLJ.
013070            IF WK-FS-RECBAIXA NOT = '35'
013080                CLOSE ARQ-RECBAIXA
013090            END-IF.
013100            CLOSE ARQ-BAIXREG.
013110            CLOSE ARQ-BAIXMOV.
013120            CLOSE ARQ-GLJBXA.
013130        904-GRAVAR-TRAILER-GLJ.
013140            MOVE 'T' TO FD-TIPO-REG-GLJ.
013150            MOVE SPACES TO FD-DETALHE-GLJ.
013160            MOVE WK-DATA-REF    TO FD-DATA-CTRL-GLJ.
013170            MOVE WK-QTD-LINHAS  TO FD-QTDE-CTRL-GLJ.
013180            MOVE WK-TOT-DEBITOS TO FD-VALOR-CTRL-GLJ.
013190            PERFORM 282-GRAVAR-GLJBXA.
013200        905-FECHAR-ANUAL.
013210            WRITE REG-RELBXA FROM WK-CABEC-ANUAL AFTER 2 LINES.
013220            PERFORM 906-LISTAR-AGENCIA
013230                VARYING WK-IDX-AGENCIA FROM 1 BY 1
013240                UNTIL WK-IDX-AGENCIA > WK-QTD-AGENCIAS.
013250            MOVE 'TOTAL'          TO WK-AGENCIA-ANO.
013260            MOVE WK-ANO-QTD-BAIXA TO WK-QTD-BAIXA-ANO.
013270            MOVE WK-ANO-VLR-BAIXA TO WK-VLR-BAIXA-ANO.
013280            MOVE WK-ANO-QTD-RECUP TO WK-QTD-RECUP-ANO.
013290            MOVE WK-ANO-VLR-RECUP TO WK-VLR-RECUP-ANO.
013300            MOVE ZEROS TO WK-PERC-RECUP.
013310            IF WK-ANO-VLR-BAIXA > ZEROS
013320                COMPUTE WK-PERC-RECUP ROUNDED =
013330                    WK-ANO-VLR-RECUP * 100 / WK-ANO-VLR-BAIXA
013340            END-IF.
013350            MOVE WK-PERC-RECUP TO WK-PERC-ANO.
013360            WRITE REG-RELBXA FROM WK-LINHA-ANUAL AFTER 2 LINES.
013370            IF WK-FS-BAIXMOV NOT = '35'
013380                CLOSE ARQ-BAIXMOV
013390            END-IF.
013400        906-LISTAR-AGENCIA.
013410            MOVE WK-AGE-CODIGO(WK-IDX-AGENCIA)
013420                TO WK-AGENCIA-ANO.
013430            MOVE WK-AGE-QTD-BAIXA(WK-IDX-AGENCIA)
013440                TO WK-QTD-BAIXA-ANO.
013450            MOVE WK-AGE-VLR-BAIXA(WK-IDX-AGENCIA)
013460                TO WK-VLR-BAIXA-ANO.
013470            MOVE WK-AGE-QTD-RECUP(WK-IDX-AGENCIA)
013480                TO WK-QTD-RECUP-ANO.
013490            MOVE WK-AGE-VLR-RECUP(WK-IDX-AGENCIA)
013500                TO WK-VLR-RECUP-ANO.
013510            MOVE ZEROS TO WK-PERC-RECUP.
013520            IF WK-AGE-VLR-BAIXA(WK-IDX-AGENCIA) > ZEROS
013530                COMPUTE WK-PERC-RECUP ROUNDED =
013540                    WK-AGE-VLR-RECUP(WK-IDX-AGENCIA) * 100
013550                    / WK-AGE-VLR-BAIXA(WK-IDX-AGENCIA)
013560            END-IF.
013570            MOVE WK-PERC-RECUP TO WK-PERC-ANO.
013580            WRITE REG-RELBXA FROM WK-LINHA-ANUAL.
013590            IF WK-FS-RELBXA NOT = '00'
013600                DISPLAY 'ERRO ' WK-FS-RELBXA
013610                        ' NO COMANDO WRITE RELBXA'
013620                MOVE 12 TO RETURN-CODE
013630                STOP RUN
013640            END-IF.
