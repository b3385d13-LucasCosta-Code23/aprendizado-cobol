000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95922.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CONCILIACAO DIARIA DO RAZAO COM OS SISTEMAS  *
000170       *   AUXILIARES, SOBRE O GLSALDO POSTADO NA DATA  *
000180       *   PELO EAD95921:                               *
000190       *   DEPOSITOS = SALDOS POSITIVOS DO CLIENTEN     *
000200       *   LIMITE UTILIZADO = SALDOS NEGATIVOS DO       *
000210       *   CLIENTEN, OS DOIS POR MOEDA, EM BRL PELO     *
000220       *   CAMBIO DA DATA                               *
000230       *   EMPRESTIMOS = SALDO DEVEDOR DO EMPREST       *
000240       *   DEPOSITOS A PRAZO = BRUTO DOS CDB ATIVOS DO  *
000250       *   APLICMES                                     *
000260       *   AS CONTAS RAZAO VEM DO PLANOCTA (MOEDA       *
000270       *   'CON', TIPOS D, L, E E A)                    *
000280       *                                                *
000290       *   TODA DIFERENCA SAI NO RELCONC POR CONTA E    *
000300       *   MOEDA E VAI AO DIFCONN (NOVA GERACAO DO      *
000310       *   DIFCONC) COM A DATA EM QUE APARECEU E OS     *
000320       *   DIAS SEGUIDOS EM ABERTO; A DIFERENCA SO E    *
000330       *   JUSTIFICADA SE O JUSTDIF TRAZ A CONTA, A     *
000340       *   DATA E O VALOR EXATO DELA                    *
000350       *   O ELO 'EAD95922' DO CERTCHN LEVA AS LINHAS   *
000360       *   CONCILIADAS E AS DIFERENCAS PENDENTES; COM   *
000370       *   PENDENCIA O EAD95872 NAO CERTIFICA O DIA     *
000380       *                                                *
000390       *   SYSIN: DATA (ZEROS = HOJE)                   *
000400       *   RC 4  = DIFERENCA SEM JUSTIFICATIVA          *
000410       *   RC 12 = RAZAO NAO POSTADO NA DATA OU PLANO   *
000420       *           INCOMPLETO, NADA E CONCILIADO        *
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
000530            SELECT ARQ-PLANOCTA ASSIGN TO PLANOCTA
000540                FILE STATUS IS WK-FS-PLANOCTA.
000550            SELECT ARQ-GLSALDO  ASSIGN TO GLSALDO
000560                FILE STATUS IS WK-FS-GLSALDO.
000570            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000580                FILE STATUS IS WK-FS-CAMBIO.
000590            SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
000600                FILE STATUS IS WK-FS-CLIENTEN.
000610            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000620                FILE STATUS IS WK-FS-EMPREST.
000630            SELECT ARQ-APLICMES ASSIGN TO APLICMES
000640                FILE STATUS IS WK-FS-APLICMES.
000650            SELECT ARQ-JUSTDIF  ASSIGN TO JUSTDIF
000660                FILE STATUS IS WK-FS-JUSTDIF.
000670            SELECT ARQ-DIFCONC  ASSIGN TO DIFCONC
000680                FILE STATUS IS WK-FS-DIFCONC.
000690            SELECT ARQ-DIFCONN  ASSIGN TO DIFCONN
000700                FILE STATUS IS WK-FS-DIFCONN.
000710            SELECT ARQ-CERTCHN  ASSIGN TO CERTCHN
000720                FILE STATUS IS WK-FS-CERTCHN.
000730            SELECT ARQ-RELCONC  ASSIGN TO RELCONC
000740                FILE STATUS IS WK-FS-RELCONC.
000750       *
000760        DATA DIVISION.
000770        FILE SECTION.
000780        FD   ARQ-PLANOCTA
000790             RECORDING MODE IS F.
000800        01  REG-PLANOCTA.
000810            05 FD-TIPO-PLANO       PIC X.
000820            05 FD-MOEDA-PLANO      PIC X(3).
000830            05 FD-CONTA-RAZAO-PLANO PIC X(8).
000840            05 FD-NATUREZA-PLANO   PIC X.
000850                88 PLANO-DEVEDORA      VALUE 'D'.
000860                88 PLANO-CREDORA       VALUE 'C'.
000870       *      SALDOS DO RAZAO POR CONTA E MOEDA, EM BRL, NO
000880       *      LADO DA NATUREZA DA CONTA
000890        FD   ARQ-GLSALDO
000900             RECORDING MODE IS F.
000910        01  REG-GLSALDO.
000920            05 FD-CHAVE-GLS.
000930                10 FD-CONTA-RAZAO-GLS  PIC X(8).
000940                10 FD-MOEDA-GLS        PIC X(3).
000950            05 FD-NATUREZA-GLS     PIC X.
000960            05 FD-DATA-GLS         PIC 9(8).
000970            05 FD-SALDO-ANT-GLS    PIC S9(13)V99.
000980            05 FD-DEBITOS-GLS      PIC 9(13)V99.
000990            05 FD-CREDITOS-GLS     PIC 9(13)V99.
001000            05 FD-SALDO-GLS        PIC S9(13)V99.
001010        FD   ARQ-CAMBIO
001020             RECORDING MODE IS F.
001030        01  REG-CAMBIO.
001040            05 FD-MOEDA-CAMBIO     PIC X(3).
001050            05 FD-DATA-CAMBIO      PIC 9(8).
001060            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001070        FD   ARQ-CLIENTEN
001080             RECORDING MODE IS F.
001090        01  REG-CLIENTEN.
001100            05 FD-TIPO-REG-CLIENTEN    PIC X.
001110                88 CLIENTEN-HEADER         VALUE 'H'.
001120                88 CLIENTEN-DETALHE        VALUE 'D'.
001130                88 CLIENTEN-TRAILER        VALUE 'T'.
001140            05 FD-DETALHE-CLIENTEN.
001150                10 FD-CHAVE-CLIENTEN.
001160                    15 FD-AGENCIA-CLIENTEN     PIC X(4).
001170                    15 FD-CONTA-CLIENTEN       PIC 9(5).
001180                10 FD-DIGITO-CLIENTEN      PIC X.
001190                10 FD-NOME-CLIENTEN        PIC A(20).
001200                10 FD-SALDO-CLIENTEN       PIC S9(6)V99.
001210                10 FD-LIMITE-CLIENTEN      PIC 9(6)V99.
001220                10 FD-MOEDA-CLIENTEN       PIC X(3).
001230                10 FD-SITUACAO-CLIENTEN    PIC X.
001240            05 FD-CTRL-CLIENTEN REDEFINES FD-DETALHE-CLIENTEN.
001250                10 FD-DATA-CTRL-CLIENTEN   PIC 9(8).
001260                10 FD-QTDE-CTRL-CLIENTEN   PIC 9(6).
001270                10 FD-INST-CTRL-CLIENTEN   PIC 99.
001280        FD   ARQ-EMPREST
001290             RECORDING MODE IS F.
001300        01  REG-EMPREST.
001310            05 FD-CONTRATO-EMP     PIC 9(4).
001320            05 FD-CHAVE-EMP        PIC X(9).
001330            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
001340            05 FD-TAXA-EMP         PIC 9V99.
001350            05 FD-SISTEMA-EMP      PIC X.
001360                88 EMP-PRICE           VALUE 'P'.
001370                88 EMP-SAC             VALUE 'S'.
001380            05 FD-PRAZO-EMP        PIC 9(3).
001390            05 FD-PAGAS-EMP        PIC 9(3).
001400            05 FD-VENCIMENTO-EMP   PIC 9(8).
001410            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
001420            05 FD-PARCELA-EMP      PIC 9(8)V99.
001430            05 FD-SITUACAO-EMP     PIC X.
001440                88 EMP-ATIVO            VALUE 'A'.
001450                88 EMP-QUITADO          VALUE 'Q'.
001460                88 EMP-EM-ATRASO        VALUE 'R'.
001470                88 EMP-BAIXADO          VALUE 'B'.
001480            05 FD-ATRASOS-EMP      PIC 99.
001490            05 FD-EMPREGADOR-EMP   PIC X(9).
001500        FD   ARQ-APLICMES
001510             RECORDING MODE IS F.
001520        01  REG-APLICMES.
001530            05 FD-APLICACAO-CDB    PIC 9(4).
001540            05 FD-CHAVE-CDB        PIC X(9).
001550            05 FD-PRINCIPAL-CDB    PIC 9(8)V99.
001560            05 FD-DATA-INICIO-CDB  PIC 9(8).
001570            05 FD-VENCIMENTO-CDB   PIC 9(8).
001580            05 FD-BRUTO-CDB        PIC 9(9)V99.
001590            05 FD-SITUACAO-CDB     PIC X.
001600                88 CDB-ATIVO            VALUE 'A'.
001610                88 CDB-RESGATADO        VALUE 'R'.
001620       *      JUSTIFICATIVA DA CONTABILIDADE: VALE SO PARA A
001630       *      DATA E O VALOR EXATO DA DIFERENCA
001640        FD   ARQ-JUSTDIF
001650             RECORDING MODE IS F.
001660        01  REG-JUSTDIF.
001670            05 FD-CHAVE-JUS.
001680                10 FD-CONTA-RAZAO-JUS  PIC X(8).
001690                10 FD-MOEDA-JUS        PIC X(3).
001700            05 FD-DATA-JUS         PIC 9(8).
001710            05 FD-VALOR-JUS        PIC S9(13)V99.
001720            05 FD-MOTIVO-JUS       PIC X(40).
001730            05 FD-OPERADOR-JUS     PIC X(8).
001740       *      DIFERENCAS EM ABERTO: DATA EM QUE APARECEU,
001750       *      ULTIMA DATA CONCILIADA E DIAS SEGUIDOS
001760        FD   ARQ-DIFCONC
001770             RECORDING MODE IS F.
001780        01  REG-DIFCONC.
001790            05 FD-CHAVE-DIF.
001800                10 FD-CONTA-RAZAO-DIF  PIC X(8).
001810                10 FD-MOEDA-DIF        PIC X(3).
001820            05 FD-DATA-INICIO-DIF  PIC 9(8).
001830            05 FD-DATA-ULTIMA-DIF  PIC 9(8).
001840            05 FD-DIAS-DIF         PIC 9(4).
001850            05 FD-VALOR-DIF        PIC S9(13)V99.
001860            05 FD-SITUACAO-DIF     PIC X.
001870                88 DIF-JUSTIFICADA     VALUE 'J'.
001880                88 DIF-PENDENTE        VALUE 'P'.
001890        FD   ARQ-DIFCONN
001900             RECORDING MODE IS F.
001910        01  REG-DIFCONN                PIC X(47).
001920        FD   ARQ-CERTCHN
001930             RECORDING MODE IS F.
001940        01  REG-CERTCHN.
001950            05 CRT-PROGRAMA        PIC X(8).
001960            05 CRT-DATA            PIC 9(8).
001970            05 CRT-HORA            PIC 9(6).
001980            05 CRT-QTD-PROD        PIC 9(7).
001990            05 CRT-HASH-PROD       PIC S9(11)V99.
002000            05 CRT-QTD-CONS        PIC 9(7).
002010            05 CRT-HASH-CONS       PIC S9(11)V99.
002020        FD   ARQ-RELCONC
002030             RECORDING MODE IS F.
002040        01  REG-RELCONC                PIC X(132).
002050        FD   ARQ-RUNJRNL
002060             RECORDING MODE IS F.
002070        01  REG-RUNJRNL.
002080            05 JRL-PROGRAMA        PIC X(8).
002090            05 JRL-TIPO            PIC X.
002100            05 JRL-DATA            PIC 9(8).
002110            05 JRL-HORA            PIC 9(6).
002120            05 JRL-QTD-LIDOS       PIC 9(7).
002130            05 JRL-QTD-GRAVADOS    PIC 9(7).
002140            05 JRL-QTD-REJEITADOS  PIC 9(7).
002150            05 JRL-RETORNO         PIC 9(4).
002151            05 JRL-ID-EXEC         PIC 9(10).
002160        WORKING-STORAGE SECTION.
002170        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002171        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002172        01  LK-AREA-ID-EXEC.
002173            05 LK-PROGRAMA-COM     PIC X(8).
002174            05 LK-ID-EXEC-COM      PIC 9(10).
002180        77  WK-FS-PLANOCTA PIC XX           VALUE SPACES.
002190        77  WK-FS-GLSALDO  PIC XX           VALUE SPACES.
002200        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002210        77  WK-FS-CLIENTEN PIC XX           VALUE SPACES.
002220        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
002230        77  WK-FS-APLICMES PIC XX           VALUE SPACES.
002240        77  WK-FS-JUSTDIF  PIC XX           VALUE SPACES.
002250        77  WK-FS-DIFCONC  PIC XX           VALUE SPACES.
002260        77  WK-FS-DIFCONN  PIC XX           VALUE SPACES.
002270        77  WK-FS-CERTCHN  PIC XX           VALUE SPACES.
002280        77  WK-FS-RELCONC  PIC XX           VALUE SPACES.
002290        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002300        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002310        77  WK-DATA-ULTIMA PIC 9(8)         VALUE ZEROS.
002320        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
002330        77  WK-QTD-DIFERENCAS PIC 9(3)      VALUE ZEROS.
002340        77  WK-QTD-PENDENTES PIC 9(3)       VALUE ZEROS.
002350        77  WK-QTD-GRAVADAS PIC 9(3)        VALUE ZEROS.
002360        77  WK-TOT-DIFERENCA PIC S9(13)V99  VALUE ZEROS.
002370        77  WK-TOT-PENDENTE PIC S9(13)V99   VALUE ZEROS.
002380        77  WK-VALOR-MOEDA PIC S9(11)V99    VALUE ZEROS.
002390        77  WK-IDX-CNC     PIC 99           VALUE ZEROS.
002400        77  WK-IDX-CNC-ACH PIC 99           VALUE ZEROS.
002410        77  WK-IDX-AUX     PIC 99           VALUE ZEROS.
002420       *      CONTAS RAZAO DA CONCILIACAO NO PLANOCTA (MOEDA
002430       *      'CON'): 'D' = DEPOSITOS, 'L' = LIMITE UTILIZADO,
002440       *      'E' = EMPRESTIMOS, 'A' = DEPOSITOS A PRAZO
002450        77  WK-CONTA-DEPOSITOS PIC X(8)     VALUE SPACES.
002460        77  WK-CONTA-LIMITE PIC X(8)        VALUE SPACES.
002470        77  WK-CONTA-EMPREST PIC X(8)       VALUE SPACES.
002480        77  WK-CONTA-PRAZO PIC X(8)         VALUE SPACES.
002490        77  WK-TOT-EMPREST PIC 9(13)V99     VALUE ZEROS.
002500        77  WK-TOT-PRAZO   PIC 9(13)V99     VALUE ZEROS.
002510       *      CAMBIO DA DATA PARA LEVAR O CLIENTEN A BRL
002520        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
002530        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
002540        77  WK-IDX-MOEDA-ACH PIC 99         VALUE ZEROS.
002550        01  NOMES-MOEDA.
002560            05 FILLER              PIC X(03) VALUE 'BRL'.
002570            05 FILLER              PIC X(03) VALUE 'USD'.
002580            05 FILLER              PIC X(03) VALUE 'EUR'.
002590        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
002600            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
002610        01  TAXAS-MOEDA-LIT.
002620            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002630            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002640            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002650        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
002660            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
002670        01  WK-DATAS-CAMBIO.
002680            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
002690       *      SALDOS DO CLIENTEN NA MOEDA DA CONTA
002700        01  WK-TAB-SALDOS-MOEDA.
002710            05 WK-SALDOS-MOEDA-OCC OCCURS 3 TIMES.
002720                10 WK-MOE-POSITIVO    PIC 9(11)V99.
002730                10 WK-MOE-NEGATIVO    PIC 9(11)V99.
002740       *      LINHAS DA CONCILIACAO: 1 A 3 DEPOSITOS E 4 A 6
002750       *      LIMITE UTILIZADO NAS MOEDAS DA TABELA, 7
002760       *      EMPRESTIMOS E 8 DEPOSITOS A PRAZO (SO EM BRL,
002770       *      SOMANDO O RAZAO DE TODAS AS MOEDAS DE ORIGEM)
002780        01  NOMES-LINHAS-CONC.
002790            05 FILLER PIC X(21) VALUE 'DDEPOSITOS A VISTA   '.
002800            05 FILLER PIC X(21) VALUE 'DDEPOSITOS A VISTA   '.
002810            05 FILLER PIC X(21) VALUE 'DDEPOSITOS A VISTA   '.
002820            05 FILLER PIC X(21) VALUE 'LLIMITE UTILIZADO    '.
002830            05 FILLER PIC X(21) VALUE 'LLIMITE UTILIZADO    '.
002840            05 FILLER PIC X(21) VALUE 'LLIMITE UTILIZADO    '.
002850            05 FILLER PIC X(21) VALUE 'EEMPRESTIMOS         '.
002860            05 FILLER PIC X(21) VALUE 'ADEPOSITOS A PRAZO   '.
002870        01  TABELA-LINHAS-CONC REDEFINES NOMES-LINHAS-CONC.
002880            05 LINHA-CONC-OCC     OCCURS 8 TIMES.
002890                10 TIPO-LINHA         PIC X.
002900                10 TITULO-LINHA       PIC X(20).
002910        01  WK-TAB-CONC.
002920            05 WK-CONC-OCC        OCCURS 8 TIMES.
002930                10 WK-CNC-TIPO        PIC X.
002940                    88 CNC-POR-MOEDA      VALUE 'D' 'L'.
002950                10 WK-CNC-CHAVE.
002960                    15 WK-CNC-CONTA       PIC X(8).
002970                    15 WK-CNC-MOEDA       PIC X(3).
002980                10 WK-CNC-RAZAO       PIC S9(13)V99.
002990                10 WK-CNC-AUXILIAR    PIC S9(13)V99.
003000                10 WK-CNC-DIFERENCA   PIC S9(13)V99.
003010                10 WK-CNC-ANT-INICIO  PIC 9(8).
003020                10 WK-CNC-ANT-ULTIMA  PIC 9(8).
003030                10 WK-CNC-ANT-DIAS    PIC 9(4).
003040                10 WK-CNC-TEM-JUS     PIC X.
003050                10 WK-CNC-VALOR-JUS   PIC S9(13)V99.
003060                10 WK-CNC-MOTIVO-JUS  PIC X(40).
003070       *      REGISTRO DE DIFERENCA DA GERACAO NOVA
003080        01  WK-REG-DIFCONN.
003090            05 WK-CHAVE-DIFN.
003100                10 WK-CONTA-RAZAO-DIFN PIC X(8).
003110                10 WK-MOEDA-DIFN       PIC X(3).
003120            05 WK-DATA-INICIO-DIFN PIC 9(8).
003130            05 WK-DATA-ULTIMA-DIFN PIC 9(8).
003140            05 WK-DIAS-DIFN        PIC 9(4).
003150            05 WK-VALOR-DIFN       PIC S9(13)V99.
003160            05 WK-SITUACAO-DIFN    PIC X.
003170        01  WK-CABEC-CONC1.
003180            05 FILLER          PIC X(40)
003190                 VALUE 'CONCILIACAO RAZAO X AUXILIARES'.
003200            05 FILLER          PIC X(06) VALUE 'DATA '.
003210            05 WK-DATA-CABEC   PIC 9(8).
003220            05 FILLER          PIC X(20)
003230                 VALUE '   RAZAO POSTADO EM '.
003240            05 WK-ULTIMA-CABEC PIC 9(8).
003250        01  WK-CABEC-CONC2.
003260            05 FILLER          PIC X(21) VALUE 'SALDO'.
003270            05 FILLER          PIC X(09) VALUE 'CONTA'.
003280            05 FILLER          PIC X(04) VALUE 'MDA'.
003290            05 FILLER          PIC X(22)
003300                 VALUE '         SALDO RAZAO'.
003310            05 FILLER          PIC X(22)
003320                 VALUE '      SALDO AUXILIAR'.
003330            05 FILLER          PIC X(22)
003340                 VALUE '           DIFERENCA'.
003350            05 FILLER          PIC X(06) VALUE ' DIAS'.
003360            05 FILLER          PIC X(11) VALUE 'SITUACAO'.
003370        01  WK-LINHA-CONC.
003380            05 WK-TITULO-REL   PIC X(20).
003390            05 FILLER          PIC X(01) VALUE SPACE.
003400            05 WK-CONTA-REL    PIC X(8).
003410            05 FILLER          PIC X(01) VALUE SPACE.
003420            05 WK-MOEDA-REL    PIC X(3).
003430            05 FILLER          PIC X(01) VALUE SPACE.
003440            05 WK-RAZAO-REL    PIC -.---.---.---.--9,99.
003450            05 FILLER          PIC X(02) VALUE SPACES.
003460            05 WK-AUXILIAR-REL PIC -.---.---.---.--9,99.
003470            05 FILLER          PIC X(02) VALUE SPACES.
003480            05 WK-DIFERENCA-REL PIC -.---.---.---.--9,99.
003490            05 FILLER          PIC X(02) VALUE SPACES.
003500            05 WK-DIAS-REL     PIC ZZZ9.
003510            05 FILLER          PIC X(02) VALUE SPACES.
003520            05 WK-SITUACAO-REL PIC X(11).
003530        01  WK-LINHA-JUSTIF.
003540            05 FILLER          PIC X(21) VALUE SPACES.
003550            05 FILLER          PIC X(16) VALUE 'JUSTIFICATIVA: '.
003560            05 WK-MOTIVO-REL   PIC X(40).
003570        01  WK-LINHA-TOTAL.
003580            05 WK-TITULO-TOT   PIC X(30).
003590            05 WK-QTD-TOT      PIC ZZ9.
003600            05 FILLER          PIC X(02) VALUE SPACES.
003610            05 WK-VALOR-TOT    PIC -.---.---.---.--9,99.
003620       *
003630        PROCEDURE DIVISION.
003640        000-PRINCIPAL SECTION.
003650        001-PRINCIPAL.
003660            PERFORM 195-GRAVAR-JRNL-INICIO.
003670            PERFORM 101-INICIAR.
003680            PERFORM 201-SOMAR-CLIENTEN
003690                UNTIL WK-FS-CLIENTEN = '10'.
003700            PERFORM 203-SOMAR-EMPREST
003710                UNTIL WK-FS-EMPREST = '10'.
003720            PERFORM 205-SOMAR-APLICMES
003730                UNTIL WK-FS-APLICMES = '10'.
003740            PERFORM 207-CONVERTER-SALDOS
003750                VARYING WK-IDX-MOEDA FROM 1 BY 1
003760                UNTIL WK-IDX-MOEDA > 3.
003770            MOVE WK-TOT-EMPREST TO WK-CNC-AUXILIAR(7).
003780            MOVE WK-TOT-PRAZO   TO WK-CNC-AUXILIAR(8).
003790            PERFORM 211-CONCILIAR-LINHA
003800                VARYING WK-IDX-CNC FROM 1 BY 1
003810                UNTIL WK-IDX-CNC > 8.
003820            PERFORM 901-FINALIZAR.
003830            PERFORM 196-GRAVAR-JRNL-FIM.
003840            STOP RUN.
003850       ***********************************************************
003860        100-INICIAR SECTION.
003870        101-INICIAR.
003880            ACCEPT WK-DATA-REF  FROM SYSIN.
003890            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
003900            IF WK-DATA-REF NOT NUMERIC
003910               OR WK-DATA-REF = ZEROS
003920                MOVE WK-DATA-SIST TO WK-DATA-REF
003930            END-IF.
003940            INITIALIZE WK-TAB-SALDOS-MOEDA.
003950            INITIALIZE WK-TAB-CONC.
003960            PERFORM 190-CARREGAR-CAMBIO.
003970            PERFORM 102-CARREGAR-PLANOCTA.
003980            PERFORM 105-MONTAR-LINHA
003990                VARYING WK-IDX-CNC FROM 1 BY 1
004000                UNTIL WK-IDX-CNC > 8.
004010            PERFORM 106-CARREGAR-GLSALDO.
004020            PERFORM 110-CARREGAR-JUSTDIF.
004030            PERFORM 113-CARREGAR-DIFCONC.
004040            PERFORM 116-ABRIR-ARQUIVOS.
004050       *      AS QUATRO CONTAS DA CONCILIACAO SAO OBRIGATORIAS
004060        102-CARREGAR-PLANOCTA.
004070            OPEN INPUT ARQ-PLANOCTA.
004080            IF WK-FS-PLANOCTA NOT = '00'
004090                DISPLAY 'ARQUIVO PLANOCTA INDISPONIVEL, STATUS '
004100                        WK-FS-PLANOCTA
004110                MOVE 12 TO RETURN-CODE
004120                STOP RUN
004130            END-IF.
004140            PERFORM 303-LER-PLANOCTA.
004150            PERFORM 103-REGISTRAR-PLANO
004160                UNTIL WK-FS-PLANOCTA = '10'.
004170            CLOSE ARQ-PLANOCTA.
004180            IF WK-CONTA-DEPOSITOS = SPACES
004190               OR WK-CONTA-LIMITE = SPACES
004200               OR WK-CONTA-EMPREST = SPACES
004210               OR WK-CONTA-PRAZO = SPACES
004220                DISPLAY 'CONTAS DA CONCILIACAO (MOEDA CON, '
004230                        'TIPOS D, L, E E A) AUSENTES NO PLANOCTA'
004240                MOVE 12 TO RETURN-CODE
004250                STOP RUN
004260            END-IF.
004270        103-REGISTRAR-PLANO.
004280            IF FD-MOEDA-PLANO = 'CON'
004290                EVALUATE FD-TIPO-PLANO
004300                    WHEN 'D'
004310                        MOVE FD-CONTA-RAZAO-PLANO
004320                            TO WK-CONTA-DEPOSITOS
004330                    WHEN 'L'
004340                        MOVE FD-CONTA-RAZAO-PLANO
004350                            TO WK-CONTA-LIMITE
004360                    WHEN 'E'
004370                        MOVE FD-CONTA-RAZAO-PLANO
004380                            TO WK-CONTA-EMPREST
004390                    WHEN 'A'
004400                        MOVE FD-CONTA-RAZAO-PLANO
004410                            TO WK-CONTA-PRAZO
004420                    WHEN OTHER
004430                        CONTINUE
004440                END-EVALUATE
004450            END-IF.
004460            PERFORM 303-LER-PLANOCTA.
004470        105-MONTAR-LINHA.
004480            MOVE TIPO-LINHA(WK-IDX-CNC)
004490                TO WK-CNC-TIPO(WK-IDX-CNC).
004500            MOVE 'N' TO WK-CNC-TEM-JUS(WK-IDX-CNC).
004510            EVALUATE WK-CNC-TIPO(WK-IDX-CNC)
004520                WHEN 'D'
004530                    MOVE WK-CONTA-DEPOSITOS
004540                        TO WK-CNC-CONTA(WK-IDX-CNC)
004550                    MOVE MOEDA-COD(WK-IDX-CNC)
004560                        TO WK-CNC-MOEDA(WK-IDX-CNC)
004570                WHEN 'L'
004580                    MOVE WK-CONTA-LIMITE
004590                        TO WK-CNC-CONTA(WK-IDX-CNC)
004600                    COMPUTE WK-IDX-MOEDA = WK-IDX-CNC - 3
004610                    MOVE MOEDA-COD(WK-IDX-MOEDA)
004620                        TO WK-CNC-MOEDA(WK-IDX-CNC)
004630                WHEN 'E'
004640                    MOVE WK-CONTA-EMPREST
004650                        TO WK-CNC-CONTA(WK-IDX-CNC)
004660                    MOVE 'BRL' TO WK-CNC-MOEDA(WK-IDX-CNC)
004670                WHEN OTHER
004680                    MOVE WK-CONTA-PRAZO
004690                        TO WK-CNC-CONTA(WK-IDX-CNC)
004700                    MOVE 'BRL' TO WK-CNC-MOEDA(WK-IDX-CNC)
004710            END-EVALUATE.
004720       *      O RAZAO TEM DE ESTAR POSTADO NA DATA; SEM ISSO
004730       *      NAO HA O QUE CONCILIAR E O ELO NAO E GRAVADO
004740        106-CARREGAR-GLSALDO.
004750            OPEN INPUT ARQ-GLSALDO.
004760            EVALUATE WK-FS-GLSALDO
004770                WHEN '00'
004780                    PERFORM 304-LER-GLSALDO
004790                    PERFORM 107-SOMAR-GLSALDO
004800                        UNTIL WK-FS-GLSALDO = '10'
004810                    CLOSE ARQ-GLSALDO
004820                WHEN '35'
004830                    DISPLAY 'ARQUIVO GLSALDO NAO ENCONTRADO'
004840                    MOVE 12 TO RETURN-CODE
004850                    STOP RUN
004860                WHEN OTHER
004870                    DISPLAY 'ERRO ' WK-FS-GLSALDO
004880                            ' NO COMANDO OPEN GLSALDO'
004890                    MOVE 12 TO RETURN-CODE
004900                    STOP RUN
004910            END-EVALUATE.
004920            IF WK-DATA-ULTIMA NOT = WK-DATA-REF
004930                DISPLAY 'RAZAO NAO POSTADO NA DATA ' WK-DATA-REF
004940                        ' (GLSALDO ATE ' WK-DATA-ULTIMA ')'
004950                MOVE 12 TO RETURN-CODE
004960                STOP RUN
004970            END-IF.
004980        107-SOMAR-GLSALDO.
004990            IF FD-DATA-GLS > WK-DATA-ULTIMA
005000                MOVE FD-DATA-GLS TO WK-DATA-ULTIMA
005010            END-IF.
005020            PERFORM 108-SOMAR-LINHA-RAZAO
005030                VARYING WK-IDX-CNC FROM 1 BY 1
005040                UNTIL WK-IDX-CNC > 8.
005050            PERFORM 304-LER-GLSALDO.
005060        108-SOMAR-LINHA-RAZAO.
005070            IF FD-CONTA-RAZAO-GLS = WK-CNC-CONTA(WK-IDX-CNC)
005080                IF NOT CNC-POR-MOEDA(WK-IDX-CNC)
005090                   OR FD-MOEDA-GLS = WK-CNC-MOEDA(WK-IDX-CNC)
005100                    ADD FD-SALDO-GLS TO WK-CNC-RAZAO(WK-IDX-CNC)
005110                END-IF
005120            END-IF.
005130       *      SEM JUSTDIF TODA DIFERENCA FICA PENDENTE
005140        110-CARREGAR-JUSTDIF.
005150            OPEN INPUT ARQ-JUSTDIF.
005160            EVALUATE WK-FS-JUSTDIF
005170                WHEN '00'
005180                    PERFORM 305-LER-JUSTDIF
005190                    PERFORM 111-REGISTRAR-JUSTDIF
005200                        UNTIL WK-FS-JUSTDIF = '10'
005210                    CLOSE ARQ-JUSTDIF
005220                WHEN '35'
005230                    CONTINUE
005240                WHEN OTHER
005250                    DISPLAY 'ERRO ' WK-FS-JUSTDIF
005260                            ' NO COMANDO OPEN JUSTDIF'
005270                    MOVE 12 TO RETURN-CODE
005280                    STOP RUN
005290            END-EVALUATE.
005300        111-REGISTRAR-JUSTDIF.
005310            IF FD-DATA-JUS = WK-DATA-REF
005320                MOVE FD-CHAVE-JUS TO WK-CHAVE-DIFN
005330                PERFORM 118-LOCALIZAR-LINHA
005340                IF WK-IDX-CNC-ACH > ZEROS
005350                    MOVE 'S' TO WK-CNC-TEM-JUS(WK-IDX-CNC-ACH)
005360                    MOVE FD-VALOR-JUS
005370                        TO WK-CNC-VALOR-JUS(WK-IDX-CNC-ACH)
005380                    MOVE FD-MOTIVO-JUS
005390                        TO WK-CNC-MOTIVO-JUS(WK-IDX-CNC-ACH)
005400                ELSE
005410                    DISPLAY 'JUSTIFICATIVA PARA CONTA FORA DA '
005420                            'CONCILIACAO : ' FD-CONTA-RAZAO-JUS
005430                            ' ' FD-MOEDA-JUS
005440                END-IF
005450            END-IF.
005460            PERFORM 305-LER-JUSTDIF.
005470       *      PRIMEIRA EXECUCAO SEM DIFCONC: NADA EM ABERTO
005480        113-CARREGAR-DIFCONC.
005490            OPEN INPUT ARQ-DIFCONC.
005500            EVALUATE WK-FS-DIFCONC
005510                WHEN '00'
005520                    PERFORM 306-LER-DIFCONC
005530                    PERFORM 114-REGISTRAR-DIFCONC
005540                        UNTIL WK-FS-DIFCONC = '10'
005550                    CLOSE ARQ-DIFCONC
005560                WHEN '35'
005570                    DISPLAY 'DIFCONC NAO ENCONTRADO, SEM '
005580                            'DIFERENCAS ANTERIORES'
005590                WHEN OTHER
005600                    DISPLAY 'ERRO ' WK-FS-DIFCONC
005610                            ' NO COMANDO OPEN DIFCONC'
005620                    MOVE 12 TO RETURN-CODE
005630                    STOP RUN
005640            END-EVALUATE.
005650        114-REGISTRAR-DIFCONC.
005660            MOVE FD-CHAVE-DIF TO WK-CHAVE-DIFN.
005670            PERFORM 118-LOCALIZAR-LINHA.
005680            IF WK-IDX-CNC-ACH > ZEROS
005690                MOVE FD-DATA-INICIO-DIF
005700                    TO WK-CNC-ANT-INICIO(WK-IDX-CNC-ACH)
005710                MOVE FD-DATA-ULTIMA-DIF
005720                    TO WK-CNC-ANT-ULTIMA(WK-IDX-CNC-ACH)
005730                MOVE FD-DIAS-DIF
005740                    TO WK-CNC-ANT-DIAS(WK-IDX-CNC-ACH)
005750            ELSE
005760                DISPLAY 'DIFERENCA DE CONTA FORA DA '
005770                        'CONCILIACAO DESCARTADA : '
005780                        FD-CONTA-RAZAO-DIF ' ' FD-MOEDA-DIF
005790            END-IF.
005800            PERFORM 306-LER-DIFCONC.
005810        116-ABRIR-ARQUIVOS.
005820            OPEN INPUT ARQ-CLIENTEN.
005830            IF WK-FS-CLIENTEN NOT = '00'
005840                DISPLAY 'ERRO ' WK-FS-CLIENTEN
005850                        ' NO COMANDO OPEN CLIENTEN'
005860                MOVE 12 TO RETURN-CODE
005870                STOP RUN
005880            END-IF.
005890            OPEN INPUT ARQ-EMPREST.
005900            IF WK-FS-EMPREST NOT = '00'
005910                DISPLAY 'ERRO ' WK-FS-EMPREST
005920                        ' NO COMANDO OPEN EMPREST'
005930                MOVE 12 TO RETURN-CODE
005940                STOP RUN
005950            END-IF.
005960            OPEN INPUT ARQ-APLICMES.
005970            IF WK-FS-APLICMES NOT = '00'
005980                DISPLAY 'ERRO ' WK-FS-APLICMES
005990                        ' NO COMANDO OPEN APLICMES'
006000                MOVE 12 TO RETURN-CODE
006010                STOP RUN
006020            END-IF.
006030            OPEN OUTPUT ARQ-DIFCONN.
006040            IF WK-FS-DIFCONN NOT = '00'
006050                DISPLAY 'ERRO ' WK-FS-DIFCONN
006060                        ' NO COMANDO OPEN DIFCONN'
006070                MOVE 12 TO RETURN-CODE
006080                STOP RUN
006090            END-IF.
006100            OPEN OUTPUT ARQ-RELCONC.
006110            IF WK-FS-RELCONC NOT = '00'
006120                DISPLAY 'ERRO ' WK-FS-RELCONC
006130                        ' NO COMANDO OPEN RELCONC'
006140                MOVE 12 TO RETURN-CODE
006150                STOP RUN
006160            END-IF.
006170            MOVE WK-DATA-REF    TO WK-DATA-CABEC.
006180            MOVE WK-DATA-ULTIMA TO WK-ULTIMA-CABEC.
006190            WRITE REG-RELCONC FROM WK-CABEC-CONC1.
006200            PERFORM 219-CONFERIR-RELCONC.
006210            WRITE REG-RELCONC FROM WK-CABEC-CONC2 AFTER 2 LINES.
006220            PERFORM 219-CONFERIR-RELCONC.
006230            PERFORM 301-LER-CLIENTEN.
006240            PERFORM 302-LER-EMPREST.
006250            PERFORM 307-LER-APLICMES.
006260        118-LOCALIZAR-LINHA.
006270            MOVE ZEROS TO WK-IDX-CNC-ACH.
006280            PERFORM 119-COMPARAR-LINHA
006290                VARYING WK-IDX-AUX FROM 1 BY 1
006300                UNTIL WK-IDX-AUX > 8
006310                   OR WK-IDX-CNC-ACH > ZEROS.
006320        119-COMPARAR-LINHA.
006330            IF WK-CNC-CHAVE(WK-IDX-AUX) = WK-CHAVE-DIFN
006340                MOVE WK-IDX-AUX TO WK-IDX-CNC-ACH
006350            END-IF.
006360        190-CARREGAR-CAMBIO.
006370            MOVE WK-DATA-REF TO WK-DATA-CAMBIO-REF.
006380            OPEN INPUT ARQ-CAMBIO.
006390            EVALUATE WK-FS-CAMBIO
006400                WHEN '00'
006410                    PERFORM 191-LER-CAMBIO
006420                    PERFORM 192-APLICAR-TAXA-CAMBIO
006430                        UNTIL WK-FS-CAMBIO = '10'
006440                    CLOSE ARQ-CAMBIO
006450                WHEN OTHER
006460                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
006470                            'OU COM ERRO ' WK-FS-CAMBIO
006480                    MOVE 12 TO RETURN-CODE
006490                    STOP RUN
006500            END-EVALUATE.
006510            IF TAXA-MOEDA(1) = ZEROS
006520                MOVE 1 TO TAXA-MOEDA(1)
006530            END-IF.
006540            PERFORM 189-CONFERIR-TAXA-CAMBIO
006550                VARYING WK-IDX-MOEDA FROM 2 BY 1
006560                UNTIL WK-IDX-MOEDA > 3.
006570        191-LER-CAMBIO.
006580            READ ARQ-CAMBIO.
006590            EVALUATE WK-FS-CAMBIO
006600                WHEN '00'
006610                    CONTINUE
006620                WHEN '10'
006630                    CONTINUE
006640                WHEN OTHER
006650                    DISPLAY 'ERRO ' WK-FS-CAMBIO
006660                            ' NO COMANDO READ CAMBIO'
006670                    MOVE 12 TO RETURN-CODE
006680                    STOP RUN
006690            END-EVALUATE.
006700        192-APLICAR-TAXA-CAMBIO.
006710            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
006720                PERFORM 193-COMPARAR-MOEDA
006730                    VARYING WK-IDX-MOEDA FROM 1 BY 1
006740                    UNTIL WK-IDX-MOEDA > 3
006750            END-IF.
006760            PERFORM 191-LER-CAMBIO.
006770        193-COMPARAR-MOEDA.
006780            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
006790               AND FD-DATA-CAMBIO NOT LESS
006800                   WK-DATA-TAXA(WK-IDX-MOEDA)
006810                MOVE FD-TAXA-CAMBIO
006820                    TO TAXA-MOEDA(WK-IDX-MOEDA)
006830                MOVE FD-DATA-CAMBIO
006840                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
006850            END-IF.
006860        189-CONFERIR-TAXA-CAMBIO.
006870            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
006880                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
006890                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
006900                        ' NA DATA ' WK-DATA-CAMBIO-REF
006910                MOVE 12 TO RETURN-CODE
006920                STOP RUN
006930            END-IF.
006940       ***********************************************
006950        200-CONCILIAR SECTION.
006960       *      MOEDA FORA DA TABELA FICA COMO BRL, COMO NO SCR
006970        201-SOMAR-CLIENTEN.
006980            IF CLIENTEN-DETALHE
006990                ADD 1 TO WK-QTD-LIDOS
007000                MOVE ZEROS TO WK-IDX-MOEDA-ACH
007010                PERFORM 202-COMPARAR-MOEDA-CONTA
007020                    VARYING WK-IDX-MOEDA FROM 1 BY 1
007030                    UNTIL WK-IDX-MOEDA > 3
007040                       OR WK-IDX-MOEDA-ACH > ZEROS
007050                IF WK-IDX-MOEDA-ACH = ZEROS
007060                    MOVE 1 TO WK-IDX-MOEDA-ACH
007070                END-IF
007080                IF FD-SALDO-CLIENTEN < ZEROS
007090                    SUBTRACT FD-SALDO-CLIENTEN
007100                        FROM WK-MOE-NEGATIVO(WK-IDX-MOEDA-ACH)
007110                ELSE
007120                    ADD FD-SALDO-CLIENTEN
007130                        TO WK-MOE-POSITIVO(WK-IDX-MOEDA-ACH)
007140                END-IF
007150            END-IF.
007160            PERFORM 301-LER-CLIENTEN.
007170        202-COMPARAR-MOEDA-CONTA.
007180            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CLIENTEN
007190                MOVE WK-IDX-MOEDA TO WK-IDX-MOEDA-ACH
007200            END-IF.
007210       *      MESMO CRITERIO DO SCR: QUITADOS E BAIXADOS PARA
007220       *      PREJUIZO JA SAIRAM DA CONTA DE EMPRESTIMOS
007230        203-SOMAR-EMPREST.
007240            ADD 1 TO WK-QTD-LIDOS.
007250            IF NOT EMP-QUITADO AND NOT EMP-BAIXADO
007260                ADD FD-SALDO-DEV-EMP TO WK-TOT-EMPREST
007270            END-IF.
007280            PERFORM 302-LER-EMPREST.
007290        205-SOMAR-APLICMES.
007300            ADD 1 TO WK-QTD-LIDOS.
007310            IF CDB-ATIVO
007320                ADD FD-BRUTO-CDB TO WK-TOT-PRAZO
007330            END-IF.
007340            PERFORM 307-LER-APLICMES.
007350        207-CONVERTER-SALDOS.
007360            MOVE WK-MOE-POSITIVO(WK-IDX-MOEDA) TO WK-VALOR-MOEDA.
007370            COMPUTE WK-CNC-AUXILIAR(WK-IDX-MOEDA) ROUNDED =
007380                WK-VALOR-MOEDA * TAXA-MOEDA(WK-IDX-MOEDA).
007390            MOVE WK-MOE-NEGATIVO(WK-IDX-MOEDA) TO WK-VALOR-MOEDA.
007400            COMPUTE WK-IDX-CNC = WK-IDX-MOEDA + 3.
007410            COMPUTE WK-CNC-AUXILIAR(WK-IDX-CNC) ROUNDED =
007420                WK-VALOR-MOEDA * TAXA-MOEDA(WK-IDX-MOEDA).
007430       *      DIFERENCA = RAZAO - AUXILIAR; A QUE SEGUE DE UM
007440       *      DIA PARA O OUTRO MANTEM A DATA EM QUE APARECEU,
007450       *      A QUE ZERA SAI DO DIFCONN
007460        211-CONCILIAR-LINHA.
007470            COMPUTE WK-CNC-DIFERENCA(WK-IDX-CNC) =
007480                WK-CNC-RAZAO(WK-IDX-CNC)
007490                - WK-CNC-AUXILIAR(WK-IDX-CNC).
007500            MOVE TITULO-LINHA(WK-IDX-CNC) TO WK-TITULO-REL.
007510            MOVE WK-CNC-CONTA(WK-IDX-CNC) TO WK-CONTA-REL.
007520            MOVE WK-CNC-MOEDA(WK-IDX-CNC) TO WK-MOEDA-REL.
007530            MOVE WK-CNC-RAZAO(WK-IDX-CNC) TO WK-RAZAO-REL.
007540            MOVE WK-CNC-AUXILIAR(WK-IDX-CNC) TO WK-AUXILIAR-REL.
007550            MOVE WK-CNC-DIFERENCA(WK-IDX-CNC) TO WK-DIFERENCA-REL.
007560            MOVE ZEROS TO WK-DIAS-REL.
007570            IF WK-CNC-DIFERENCA(WK-IDX-CNC) = ZEROS
007580                MOVE 'CONFERE' TO WK-SITUACAO-REL
007590            ELSE
007600                PERFORM 213-REGISTRAR-DIFERENCA
007610            END-IF.
007620            WRITE REG-RELCONC FROM WK-LINHA-CONC.
007630            PERFORM 219-CONFERIR-RELCONC.
007640            IF WK-CNC-TEM-JUS(WK-IDX-CNC) = 'S'
007650               AND WK-CNC-DIFERENCA(WK-IDX-CNC) NOT = ZEROS
007660                MOVE WK-CNC-MOTIVO-JUS(WK-IDX-CNC)
007670                    TO WK-MOTIVO-REL
007680                WRITE REG-RELCONC FROM WK-LINHA-JUSTIF
007690                PERFORM 219-CONFERIR-RELCONC
007700            END-IF.
007710       *      REEXECUCAO NO MESMO DIA NAO CONTA MAIS UM DIA
007720        212-ENVELHECER-DIFERENCA.
007730            MOVE WK-CNC-CHAVE(WK-IDX-CNC) TO WK-CHAVE-DIFN.
007740            MOVE WK-DATA-REF TO WK-DATA-ULTIMA-DIFN.
007750            MOVE WK-CNC-DIFERENCA(WK-IDX-CNC) TO WK-VALOR-DIFN.
007760            EVALUATE TRUE
007770                WHEN WK-CNC-ANT-ULTIMA(WK-IDX-CNC) = ZEROS
007780                    MOVE WK-DATA-REF TO WK-DATA-INICIO-DIFN
007790                    MOVE 1 TO WK-DIAS-DIFN
007800                WHEN WK-CNC-ANT-ULTIMA(WK-IDX-CNC) < WK-DATA-REF
007810                    MOVE WK-CNC-ANT-INICIO(WK-IDX-CNC)
007820                        TO WK-DATA-INICIO-DIFN
007830                    COMPUTE WK-DIAS-DIFN =
007840                        WK-CNC-ANT-DIAS(WK-IDX-CNC) + 1
007850                WHEN OTHER
007860                    MOVE WK-CNC-ANT-INICIO(WK-IDX-CNC)
007870                        TO WK-DATA-INICIO-DIFN
007880                    MOVE WK-CNC-ANT-DIAS(WK-IDX-CNC)
007890                        TO WK-DIAS-DIFN
007900            END-EVALUATE.
007910        213-REGISTRAR-DIFERENCA.
007920            ADD 1 TO WK-QTD-DIFERENCAS.
007930            ADD WK-CNC-DIFERENCA(WK-IDX-CNC) TO WK-TOT-DIFERENCA.
007940            PERFORM 212-ENVELHECER-DIFERENCA.
007950            IF WK-CNC-TEM-JUS(WK-IDX-CNC) = 'S'
007960               AND WK-CNC-VALOR-JUS(WK-IDX-CNC)
007970                   = WK-CNC-DIFERENCA(WK-IDX-CNC)
007980                MOVE 'J' TO WK-SITUACAO-DIFN
007990                MOVE 'JUSTIFICADA' TO WK-SITUACAO-REL
008000            ELSE
008010                ADD 1 TO WK-QTD-PENDENTES
008020                ADD WK-CNC-DIFERENCA(WK-IDX-CNC)
008030                    TO WK-TOT-PENDENTE
008040                MOVE 'P' TO WK-SITUACAO-DIFN
008050                MOVE 'PENDENTE' TO WK-SITUACAO-REL
008060            END-IF.
008070            MOVE WK-DIAS-DIFN TO WK-DIAS-REL.
008080            WRITE REG-DIFCONN FROM WK-REG-DIFCONN.
008090            IF WK-FS-DIFCONN NOT = '00'
008100                DISPLAY 'ERRO ' WK-FS-DIFCONN
008110                        ' NO COMANDO WRITE DIFCONN'
008120                MOVE 12 TO RETURN-CODE
008130                STOP RUN
008140            END-IF.
008150            ADD 1 TO WK-QTD-GRAVADAS.
008160        219-CONFERIR-RELCONC.
008170            IF WK-FS-RELCONC NOT = '00'
008180                DISPLAY 'ERRO ' WK-FS-RELCONC
008190                        ' NO COMANDO WRITE RELCONC'
008200                MOVE 12 TO RETURN-CODE
008210                STOP RUN
008220            END-IF.
008230       ***********************************************
008240        300-LEITURAS SECTION.
008250        301-LER-CLIENTEN.
008260            READ ARQ-CLIENTEN.
008270            EVALUATE WK-FS-CLIENTEN
008280                WHEN '00'
008290                    CONTINUE
008300                WHEN '10'
008310                    CONTINUE
008320                WHEN OTHER
008330                    DISPLAY 'ERRO ' WK-FS-CLIENTEN
008340                            ' NO COMANDO READ CLIENTEN'
008350                    MOVE 12 TO RETURN-CODE
008360                    STOP RUN
008370            END-EVALUATE.
008380        302-LER-EMPREST.
008390            READ ARQ-EMPREST.
008400            EVALUATE WK-FS-EMPREST
008410                WHEN '00'
008420                    CONTINUE
008430                WHEN '10'
008440                    CONTINUE
008450                WHEN OTHER
008460                    DISPLAY 'ERRO ' WK-FS-EMPREST
008470                            ' NO COMANDO READ EMPREST'
008480                    MOVE 12 TO RETURN-CODE
008490                    STOP RUN
008500            END-EVALUATE.
008510        303-LER-PLANOCTA.
008520            READ ARQ-PLANOCTA.
008530            EVALUATE WK-FS-PLANOCTA
008540                WHEN '00'
008550                    CONTINUE
008560                WHEN '10'
008570                    CONTINUE
008580                WHEN OTHER
008590                    DISPLAY 'ERRO ' WK-FS-PLANOCTA
008600                            ' NO COMANDO READ PLANOCTA'
008610                    MOVE 12 TO RETURN-CODE
008620                    STOP RUN
008630            END-EVALUATE.
008640        304-LER-GLSALDO.
008650            READ ARQ-GLSALDO.
008660            EVALUATE WK-FS-GLSALDO
008670                WHEN '00'
008680                    CONTINUE
008690                WHEN '10'
008700                    CONTINUE
008710                WHEN OTHER
008720                    DISPLAY 'ERRO ' WK-FS-GLSALDO
008730                            ' NO COMANDO READ GLSALDO'
008740                    MOVE 12 TO RETURN-CODE
008750                    STOP RUN
008760            END-EVALUATE.
008770        305-LER-JUSTDIF.
008780            READ ARQ-JUSTDIF.
008790            EVALUATE WK-FS-JUSTDIF
008800                WHEN '00'
008810                    CONTINUE
008820                WHEN '10'
008830                    CONTINUE
008840                WHEN OTHER
008850                    DISPLAY 'ERRO ' WK-FS-JUSTDIF
008860                            ' NO COMANDO READ JUSTDIF'
008870                    MOVE 12 TO RETURN-CODE
008880                    STOP RUN
008890            END-EVALUATE.
008900        306-LER-DIFCONC.
008910            READ ARQ-DIFCONC.
008920            EVALUATE WK-FS-DIFCONC
008930                WHEN '00'
008940                    CONTINUE
008950                WHEN '10'
008960                    CONTINUE
008970                WHEN OTHER
008980                    DISPLAY 'ERRO ' WK-FS-DIFCONC
008990                            ' NO COMANDO READ DIFCONC'
009000                    MOVE 12 TO RETURN-CODE
009010                    STOP RUN
009020            END-EVALUATE.
009030        307-LER-APLICMES.
009040            READ ARQ-APLICMES.
009050            EVALUATE WK-FS-APLICMES
009060                WHEN '00'
009070                    CONTINUE
009080                WHEN '10'
009090                    CONTINUE
009100                WHEN OTHER
009110                    DISPLAY 'ERRO ' WK-FS-APLICMES
009120                            ' NO COMANDO READ APLICMES'
009130                    MOVE 12 TO RETURN-CODE
009140                    STOP RUN
009150            END-EVALUATE.
009160       ***********************************************
009170        195-GRAVAR-JRNL-INICIO.
009180            MOVE 'I' TO JRL-TIPO.
009190            MOVE ZEROS TO JRL-QTD-LIDOS.
009200            MOVE ZEROS TO JRL-QTD-GRAVADOS.
009210            MOVE ZEROS TO JRL-QTD-REJEITADOS.
009220            MOVE ZEROS TO JRL-RETORNO.
009221            MOVE 'EAD95922' TO LK-PROGRAMA-COM.
009222            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
009223            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009230            PERFORM 194-GRAVAR-RUNJRNL.
009240        196-GRAVAR-JRNL-FIM.
009250            MOVE 'F' TO JRL-TIPO.
009260            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
009270            MOVE WK-QTD-GRAVADAS TO JRL-QTD-GRAVADOS.
009280            MOVE WK-QTD-PENDENTES TO JRL-QTD-REJEITADOS.
009290            MOVE RETURN-CODE TO JRL-RETORNO.
009291            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009300            PERFORM 194-GRAVAR-RUNJRNL.
009310        194-GRAVAR-RUNJRNL.
009320            OPEN EXTEND ARQ-RUNJRNL.
009330            IF WK-FS-RUNJRNL = '35'
009340                OPEN OUTPUT ARQ-RUNJRNL
009350            END-IF.
009360            IF WK-FS-RUNJRNL NOT = '00'
009370                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009380                        ' NO COMANDO OPEN RUNJRNL'
009390                MOVE 12 TO RETURN-CODE
009400                STOP RUN
009410            END-IF.
009420            MOVE 'EAD95922' TO JRL-PROGRAMA.
009430            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
009440            ACCEPT JRL-HORA FROM TIME.
009450            WRITE REG-RUNJRNL.
009460            IF WK-FS-RUNJRNL NOT = '00'
009470                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009480                        ' NO COMANDO WRITE RUNJRNL'
009490                MOVE 12 TO RETURN-CODE
009500                STOP RUN
009510            END-IF.
009520            CLOSE ARQ-RUNJRNL.
009530       *      ELO DA CADEIA: PRODUZIDO = LINHAS CONCILIADAS E
009540       *      SOMA DAS DIFERENCAS; CONSUMIDO = DIFERENCAS
009550       *      PENDENTES, QUE O EAD95872 EXIGE ZERADAS
009560        197-GRAVAR-CERTCHN.
009570            OPEN EXTEND ARQ-CERTCHN.
009580            IF WK-FS-CERTCHN = '35'
009590                OPEN OUTPUT ARQ-CERTCHN
009600            END-IF.
009610            IF WK-FS-CERTCHN NOT = '00'
009620                DISPLAY 'ERRO ' WK-FS-CERTCHN
009630                        ' NO COMANDO OPEN CERTCHN'
009640                MOVE 12 TO RETURN-CODE
009650                STOP RUN
009660            END-IF.
009670            MOVE 'EAD95922'       TO CRT-PROGRAMA.
009680            MOVE WK-DATA-REF      TO CRT-DATA.
009690            ACCEPT CRT-HORA FROM TIME.
009700            MOVE 8                TO CRT-QTD-PROD.
009710            MOVE WK-TOT-DIFERENCA TO CRT-HASH-PROD.
009720            MOVE WK-QTD-PENDENTES TO CRT-QTD-CONS.
009730            MOVE WK-TOT-PENDENTE  TO CRT-HASH-CONS.
009740            WRITE REG-CERTCHN.
009750            IF WK-FS-CERTCHN NOT = '00'
009760                DISPLAY 'ERRO ' WK-FS-CERTCHN
009770                        ' NO COMANDO WRITE CERTCHN'
009780                MOVE 12 TO RETURN-CODE
009790                STOP RUN
009800            END-IF.
009810            CLOSE ARQ-CERTCHN.
009820       ***********************************************
009830        900-FINALIZAR SECTION.
009840        901-FINALIZAR.
009850            MOVE 'DIFERENCAS NO DIA           : '
009860                TO WK-TITULO-TOT.
009870            MOVE WK-QTD-DIFERENCAS TO WK-QTD-TOT.
009880            MOVE WK-TOT-DIFERENCA TO WK-VALOR-TOT.
009890            WRITE REG-RELCONC FROM WK-LINHA-TOTAL AFTER 2 LINES.
009900            PERFORM 219-CONFERIR-RELCONC.
009910            MOVE 'DIFERENCAS SEM JUSTIFICATIVA: '
009920                TO WK-TITULO-TOT.
009930            MOVE WK-QTD-PENDENTES TO WK-QTD-TOT.
009940            MOVE WK-TOT-PENDENTE TO WK-VALOR-TOT.
009950            WRITE REG-RELCONC FROM WK-LINHA-TOTAL.
009960            PERFORM 219-CONFERIR-RELCONC.
009970            PERFORM 197-GRAVAR-CERTCHN.
009980            CLOSE ARQ-CLIENTEN.
009990            CLOSE ARQ-EMPREST.
010000            CLOSE ARQ-APLICMES.
010010            CLOSE ARQ-DIFCONN.
010020            CLOSE ARQ-RELCONC.
010030            DISPLAY 'LIDOS NOS AUXILIARES   : ' WK-QTD-LIDOS.
010040            DISPLAY 'DIFERENCAS NO DIA      : ' WK-QTD-DIFERENCAS.
010050            DISPLAY 'DIFERENCAS PENDENTES   : ' WK-QTD-PENDENTES.
010060            IF WK-QTD-PENDENTES > ZEROS
010070                DISPLAY 'CONCILIACAO COM DIFERENCA SEM '
010080                        'JUSTIFICATIVA, DIA NAO CERTIFICAVEL'
010090                MOVE 4 TO RETURN-CODE
010100            END-IF.
