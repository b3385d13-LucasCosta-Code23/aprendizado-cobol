000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95916.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   NEGATIVACAO DE DEVEDORES NOS BUREAUS DE      *
000170       *   CREDITO E BAIXA APOS O PAGAMENTO (DIARIO)    *
000180       *                                                *
000190       *   DIVIDAS CONSIDERADAS:                        *
000200       *     E = CONTRATO DO EMPREST EM ATRASO, DESDE O *
000210       *         VENCIMENTO DA PARCELA MAIS ANTIGA NAO  *
000220       *         PAGA (VENCIMENTO MENOS ATRASOS MESES)  *
000230       *     L = CONTA DO CLIENTES ACIMA DO LIMITE,     *
000240       *         DESDE O DIA EM QUE FOI ENCONTRADA      *
000250       *         ESTOURADA PELA PRIMEIRA VEZ            *
000260       *     E/L BAIXADOS PARA PREJUIZO CONTINUAM       *
000270       *     DEVIDOS ENQUANTO ABERTOS NO BAIXREG        *
000280       *                                                *
000290       *   O NEGREG GUARDA A SITUACAO DE CADA DIVIDA:   *
000300       *     M = EM ATRASO, ABAIXO DO PRAZO             *
000310       *     A = AVISO PREVIO ENVIADO (NOTIFEXT 08)     *
000320       *     N = INCLUIDA NO ARQUIVO DO BUREAU          *
000330       *     X = EXCLUSAO ENVIADA AO BUREAU             *
000340       *     R = REGULARIZADA ANTES DA INCLUSAO         *
000350       *   VENCIDO O PRAZO DO AVISO A DIVIDA SAI COMO   *
000360       *   INCLUSAO NO NEGBUR; PAGA OU RENEGOCIADA      *
000370       *   (CONTRATO QUITADO OU SEM PARCELA EM ATRASO,  *
000380       *   CONTA DE VOLTA AO LIMITE, BAIXA LIQUIDADA),  *
000390       *   SAI COMO EXCLUSAO NA PRIMEIRA RODADA SEGUINTE*
000400       *                                                *
000410       *   O NEGBUR FICA PENDENTE NO XMITREG (EAD95862) *
000420       *                                                *
000430       *   SYSIN: DATA (ZEROS = HOJE), DIAS DE ATRASO   *
000440       *   PARA O AVISO (ZEROS = 30) E DIAS DE PRAZO DO *
000450       *   AVISO ATE A INCLUSAO (ZEROS = 10)            *
000460       **************************************************
000470       *
000480        ENVIRONMENT DIVISION.
000490        CONFIGURATION SECTION.
000500        SPECIAL-NAMES.
000510            DECIMAL-POINT IS COMMA.
000520        INPUT-OUTPUT SECTION.
000530        FILE-CONTROL.
000540            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000550                FILE STATUS IS WK-FS-RUNJRNL.
000560            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000570                FILE STATUS IS WK-FS-EMPREST.
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
000680            SELECT ARQ-BAIXREG  ASSIGN TO BAIXREG
000690                ORGANIZATION IS INDEXED
000700                ACCESS MODE IS SEQUENTIAL
000710                RECORD KEY IS FD-CHAVE-REG-BXA
000720                FILE STATUS IS WK-FS-BAIXREG.
000730            SELECT ARQ-NEGREG   ASSIGN TO NEGREG
000740                ORGANIZATION IS INDEXED
000750                ACCESS MODE IS DYNAMIC
000760                RECORD KEY IS FD-CHAVE-REG-NEG
000770                FILE STATUS IS WK-FS-NEGREG.
000780            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000790                FILE STATUS IS WK-FS-CAMBIO.
000800            SELECT ARQ-NOTIFEXT ASSIGN TO NOTIFEXT
000810                FILE STATUS IS WK-FS-NOTIFEXT.
000820            SELECT ARQ-NEGBUR   ASSIGN TO NEGBUR
000830                FILE STATUS IS WK-FS-NEGBUR.
000840            SELECT ARQ-XMITREG  ASSIGN TO XMITREG
000850                FILE STATUS IS WK-FS-XMITREG.
000860            SELECT ARQ-RELNEG   ASSIGN TO RELNEG
000870                FILE STATUS IS WK-FS-RELNEG.
000880       *
000890        DATA DIVISION.
000900        FILE SECTION.
000910        FD   ARQ-EMPREST
000920             RECORDING MODE IS F.
000930        01  REG-EMPREST.
000940            05 FD-CONTRATO-EMP     PIC 9(4).
000950            05 FD-CHAVE-EMP        PIC X(9).
000960            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
000970            05 FD-TAXA-EMP         PIC 9V99.
000980            05 FD-SISTEMA-EMP      PIC X.
000990                88 EMP-PRICE           VALUE 'P'.
001000                88 EMP-SAC             VALUE 'S'.
001010            05 FD-PRAZO-EMP        PIC 9(3).
001020            05 FD-PAGAS-EMP        PIC 9(3).
001030            05 FD-VENCIMENTO-EMP   PIC 9(8).
001040            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
001050            05 FD-PARCELA-EMP      PIC 9(8)V99.
001060            05 FD-SITUACAO-EMP     PIC X.
001070                88 EMP-ATIVO            VALUE 'A'.
001080                88 EMP-QUITADO          VALUE 'Q'.
001090                88 EMP-EM-ATRASO        VALUE 'R'.
001100                88 EMP-BAIXADO          VALUE 'B'.
001110            05 FD-ATRASOS-EMP      PIC 99.
001120            05 FD-EMPREGADOR-EMP   PIC X(9).
001130        FD   ARQ-CLIENTES
001140             RECORDING MODE IS F.
001150        01  REG-CLIENTES.
001160            05 FD-CHAVE-CLIENTES.
001170                10 FD-AGENCIA-CLIENTES     PIC X(4).
001180                10 FD-CONTA-CLIENTES       PIC 9(5).
001190            05 FD-DIGITO-CLIENTES      PIC X.
001200            05 FD-NOME-CLIENTES        PIC A(20).
001210            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001220            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001230            05 FD-MOEDA-CLIENTES       PIC X(3).
001240            05 FD-SITUACAO-CLIENTES    PIC X.
001250                88 CONTA-ATIVA            VALUE 'A' ' '.
001260                88 CONTA-BLOQUEADA        VALUE 'B'.
001270                88 CONTA-ENCERRADA        VALUE 'E'.
001280        FD   ARQ-CLIDADOS
001290             RECORDING MODE IS F.
001300        01  REG-CLIDADOS.
001310            05 FD-CHAVE-CLIDADOS.
001320                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001330                10 FD-CONTA-CLIDADOS       PIC 9(5).
001340            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001350            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001360            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001370            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001380            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001390        FD   ARQ-BAIXREG
001400             RECORDING MODE IS F.
001410        01  REG-BAIXREG.
001420            05 FD-CHAVE-REG-BXA.
001430                10 FD-ORIGEM-BXA       PIC X.
001440                10 FD-CHAVE-BXA.
001450                    15 FD-AGENCIA-BXA      PIC X(4).
001460                    15 FD-CONTA-BXA        PIC 9(5).
001470                10 FD-CONTRATO-BXA     PIC 9(4).
001480                10 FD-DATA-BAIXA-BXA   PIC 9(8).
001490            05 FD-NIVEL-BXA        PIC XX.
001500            05 FD-DIAS-ATRASO-BXA  PIC 9(5).
001510            05 FD-VALOR-BAIXADO-BXA PIC 9(9)V99.
001520            05 FD-VALOR-RECUP-BXA  PIC 9(9)V99.
001530            05 FD-DATA-ULT-RECUP-BXA PIC 9(8).
001540            05 FD-SITUACAO-BXA     PIC X.
001550                88 BAIXA-EM-ABERTO     VALUE 'A'.
001560                88 BAIXA-LIQUIDADA     VALUE 'L'.
001570       *      SITUACAO DE CADA DIVIDA NOS BUREAUS
001580        FD   ARQ-NEGREG
001590             RECORDING MODE IS F.
001600        01  REG-NEGREG.
001610            05 FD-CHAVE-REG-NEG.
001620                10 FD-ORIGEM-NEG       PIC X.
001630                    88 NEG-EMPRESTIMO      VALUE 'E'.
001640                    88 NEG-LIMITE          VALUE 'L'.
001650                10 FD-CHAVE-NEG        PIC X(9).
001660                10 FD-CONTRATO-NEG     PIC 9(4).
001670            05 FD-TIPO-DOC-NEG     PIC X.
001680            05 FD-CPFCNPJ-NEG      PIC X(14).
001690            05 FD-NOME-NEG         PIC X(20).
001700            05 FD-VALOR-NEG        PIC 9(9)V99.
001710            05 FD-DATA-INI-ATRASO-NEG PIC 9(8).
001720            05 FD-DIAS-ATRASO-NEG  PIC 9(5).
001730            05 FD-DATA-VISTO-NEG   PIC 9(8).
001740            05 FD-DATA-AVISO-NEG   PIC 9(8).
001750            05 FD-DATA-INCLUSAO-NEG PIC 9(8).
001760            05 FD-DATA-BAIXA-NEG   PIC 9(8).
001770            05 FD-SITUACAO-NEG     PIC X.
001780                88 NEG-EM-ATRASO       VALUE 'M'.
001790                88 NEG-AVISADO         VALUE 'A'.
001800                88 NEG-INCLUIDO        VALUE 'N'.
001810                88 NEG-EXCLUIDO        VALUE 'X'.
001820                88 NEG-REGULARIZADO    VALUE 'R'.
001830                88 NEG-EM-ABERTO       VALUE 'M' 'A' 'N'.
001840        FD   ARQ-CAMBIO
001850             RECORDING MODE IS F.
001860        01  REG-CAMBIO.
001870            05 FD-MOEDA-CAMBIO     PIC X(3).
001880            05 FD-DATA-CAMBIO      PIC 9(8).
001890            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001900        FD   ARQ-NOTIFEXT
001910             RECORDING MODE IS F.
001920        01  REG-NOTIFEXT.
001930            05 FD-CHAVE-NOTIF      PIC X(9).
001940            05 FD-EVENTO-NOTIF     PIC 99.
001950            05 FD-PARAM-NOTIF      PIC X(20).
001960            05 FD-DATA-NOTIF       PIC 9(8).
001970       *      ARQUIVO AO BUREAU: 1 = CABECALHO, 2 = INCLUSAO
001980       *      OU EXCLUSAO, 9 = TRAILER
001990        FD   ARQ-NEGBUR
002000             RECORDING MODE IS F.
002010        01  REG-NEGBUR.
002020            05 FD-TIPO-REG-BUR     PIC X.
002030            05 FD-DETALHE-BUR      PIC X(99).
002040        01  REG-NEGBUR-CAB.
002050            05 FILLER              PIC X.
002060            05 FD-ORIGEM-CAB-BUR   PIC X(8).
002070            05 FD-DATA-CAB-BUR     PIC 9(8).
002080            05 FILLER              PIC X(83).
002090        01  REG-NEGBUR-DET.
002100            05 FILLER              PIC X.
002110            05 FD-OPERACAO-BUR     PIC X.
002120                88 BUR-INCLUSAO        VALUE 'I'.
002130                88 BUR-EXCLUSAO        VALUE 'E'.
002140            05 FD-TIPO-DOC-BUR     PIC X.
002150            05 FD-CPFCNPJ-BUR      PIC X(14).
002160            05 FD-NOME-BUR         PIC X(20).
002170            05 FD-ORIGEM-BUR       PIC X.
002180            05 FD-CHAVE-BUR        PIC X(9).
002190            05 FD-CONTRATO-BUR     PIC 9(4).
002200            05 FD-VALOR-BUR        PIC 9(9)V99.
002210            05 FD-DATA-VENC-BUR    PIC 9(8).
002220            05 FD-DATA-OPER-BUR    PIC 9(8).
002230            05 FILLER              PIC X(22).
002240        01  REG-NEGBUR-TRAILER.
002250            05 FILLER              PIC X.
002260            05 FD-QTD-REG-BUR      PIC 9(7).
002270            05 FD-QTD-INCL-BUR     PIC 9(7).
002280            05 FD-QTD-EXCL-BUR     PIC 9(7).
002290            05 FD-TOT-VALOR-BUR    PIC 9(11)V99.
002300            05 FILLER              PIC X(65).
002310        FD   ARQ-XMITREG
002320             RECORDING MODE IS F.
002330        01  REG-XMITREG.
002340            05 FD-PARCEIRO-XMIT    PIC X(10).
002350            05 FD-ARQUIVO-XMIT     PIC X(8).
002360            05 FD-DIRECAO-XMIT     PIC X.
002370                88 XMIT-ENTRADA        VALUE 'E'.
002380                88 XMIT-SAIDA          VALUE 'S'.
002390            05 FD-DATA-XMIT        PIC 9(8).
002400            05 FD-QTDE-XMIT        PIC 9(7).
002410            05 FD-HASH-XMIT        PIC 9(13)V99.
002420            05 FD-SITUACAO-XMIT    PIC X.
002430                88 XMIT-PENDENTE       VALUE 'P'.
002440                88 XMIT-RECEBIDO       VALUE 'R'.
002450                88 XMIT-DIVERGENTE     VALUE 'D'.
002460        FD   ARQ-RELNEG
002470             RECORDING MODE IS F.
002480        01  REG-RELNEG                 PIC X(100).
002490        FD   ARQ-RUNJRNL
002500             RECORDING MODE IS F.
002510        01  REG-RUNJRNL.
002520            05 JRL-PROGRAMA        PIC X(8).
002530            05 JRL-TIPO            PIC X.
002540            05 JRL-DATA            PIC 9(8).
002550            05 JRL-HORA            PIC 9(6).
002560            05 JRL-QTD-LIDOS       PIC 9(7).
002570            05 JRL-QTD-GRAVADOS    PIC 9(7).
002580            05 JRL-QTD-REJEITADOS  PIC 9(7).
002590            05 JRL-RETORNO         PIC 9(4).
002591            05 JRL-ID-EXEC         PIC 9(10).
002600        WORKING-STORAGE SECTION.
002610        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002611        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002612        01  LK-AREA-ID-EXEC.
002613            05 LK-PROGRAMA-COM     PIC X(8).
002614            05 LK-ID-EXEC-COM      PIC 9(10).
002620        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
002630        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002640        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002650        77  WK-FS-BAIXREG  PIC XX           VALUE SPACES.
002660        77  WK-BAIXREG-ABERTO PIC X         VALUE 'N'.
002670            88 BAIXREG-ABERTO                 VALUE 'S'.
002680        77  WK-FS-NEGREG   PIC XX           VALUE SPACES.
002690        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002700        77  WK-FS-NOTIFEXT PIC XX           VALUE SPACES.
002710        77  WK-FS-NEGBUR   PIC XX           VALUE SPACES.
002720        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
002730        77  WK-FS-RELNEG   PIC XX           VALUE SPACES.
002740        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002750        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002760        77  WK-DIAS-MINIMO PIC 9(3)         VALUE ZEROS.
002770        77  WK-DIAS-AVISO  PIC 99           VALUE ZEROS.
002780        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
002790        77  WK-QTD-DIVIDAS PIC 9(6)         VALUE ZEROS.
002800        77  WK-QTD-AVISOS  PIC 9(6)         VALUE ZEROS.
002810        77  WK-QTD-INCLUSOES PIC 9(6)       VALUE ZEROS.
002820        77  WK-QTD-EXCLUSOES PIC 9(6)       VALUE ZEROS.
002830        77  WK-QTD-REGULARIZADAS PIC 9(6)   VALUE ZEROS.
002840        77  WK-QTD-SEM-CPF PIC 9(6)         VALUE ZEROS.
002850        77  WK-QTD-REG-BUR PIC 9(7)         VALUE ZEROS.
002860        77  WK-TOT-VALOR-BUR PIC 9(11)V99   VALUE ZEROS.
002870       *      DIVIDA EM TRATAMENTO
002880        77  WK-ORIGEM-DIV  PIC X            VALUE SPACE.
002890        77  WK-CHAVE-DIV   PIC X(9)         VALUE SPACES.
002900        77  WK-CONTRATO-DIV PIC 9(4)        VALUE ZEROS.
002910        77  WK-VALOR-DIV   PIC 9(9)V99      VALUE ZEROS.
002920        77  WK-DATA-INI-DIV PIC 9(8)        VALUE ZEROS.
002930        77  WK-DIAS-ADIC   PIC 9(5)         VALUE ZEROS.
002940        77  WK-DIAS-DIV    PIC 9(5)         VALUE ZEROS.
002950        77  WK-DIAS-DESDE-AVISO PIC 9(5)    VALUE ZEROS.
002960        77  WK-MESES-CALC  PIC 9(6)         VALUE ZEROS.
002970        77  WK-MES-RESTO   PIC 99           VALUE ZEROS.
002980        77  WK-REG-NEG     PIC X            VALUE 'N'.
002990            88 REG-NEG-EXISTE                 VALUE 'S'.
003000            88 REG-NEG-NOVO                   VALUE 'N'.
003010        01  WK-PARAM-AVISO.
003020            05 WK-PRODUTO-PARAM PIC X(15).
003030            05 WK-CONTRATO-PARAM PIC 9(4).
003040            05 FILLER          PIC X(01) VALUE SPACE.
003050        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
003060        01  WK-DATAS-CAMBIO.
003070            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
003080        01  NOMES-MOEDA.
003090            05 FILLER              PIC X(03) VALUE 'BRL'.
003100            05 FILLER              PIC X(03) VALUE 'USD'.
003110            05 FILLER              PIC X(03) VALUE 'EUR'.
003120        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
003130            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
003140        01  TAXAS-MOEDA-LIT.
003150            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003160            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003170            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003180        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
003190            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
003200        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
003210       *      DIA CORRIDO PARA CONTAR OS DIAS DE ATRASO
003220        77  WK-DIA-REF     PIC 9(7)         VALUE ZEROS.
003230        01  WK-DATA-CALC       PIC 9(8)     VALUE ZEROS.
003240        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
003250            05 WK-ANO-CALC     PIC 9(4).
003260            05 WK-MES-CALC     PIC 99.
003270            05 WK-DIA-CALC     PIC 99.
003280        77  WK-ANO-AJ      PIC 9(4)         VALUE ZEROS.
003290        77  WK-MES-AJ      PIC 99           VALUE ZEROS.
003300        77  WK-QUOC-4      PIC 9(4)         VALUE ZEROS.
003310        77  WK-QUOC-100    PIC 9(4)         VALUE ZEROS.
003320        77  WK-QUOC-400    PIC 9(4)         VALUE ZEROS.
003330        77  WK-TERMO-MES   PIC 9(4)         VALUE ZEROS.
003340        77  WK-QUOC-MES    PIC 9(4)         VALUE ZEROS.
003350        77  WK-DIA-CORRIDO PIC 9(7)         VALUE ZEROS.
003360        01  WK-CABEC1.
003370            05 FILLER          PIC X(40)
003380                 VALUE 'NEGATIVACAO EM BUREAUS DE CREDITO - '.
003390            05 WK-DATA-CABEC   PIC 9(8).
003400        01  WK-CABEC2.
003410            05 FILLER          PIC X(02) VALUE 'O'.
003420            05 FILLER          PIC X(10) VALUE 'CONTA'.
003430            05 FILLER          PIC X(05) VALUE 'CTR'.
003440            05 FILLER          PIC X(15) VALUE 'CPF/CNPJ'.
003450            05 FILLER          PIC X(14) VALUE '         VALOR'.
003460            05 FILLER          PIC X(07) VALUE ' DIAS'.
003470            05 FILLER          PIC X(30) VALUE 'OCORRENCIA'.
003480        01  WK-LINHA-DET.
003490            05 WK-ORIGEM-REL   PIC X.
003500            05 FILLER          PIC X(01) VALUE SPACE.
003510            05 WK-CHAVE-REL    PIC X(9).
003520            05 FILLER          PIC X(01) VALUE SPACE.
003530            05 WK-CONTRATO-REL PIC 9(4).
003540            05 FILLER          PIC X(01) VALUE SPACE.
003550            05 WK-CPFCNPJ-REL  PIC X(14).
003560            05 FILLER          PIC X(01) VALUE SPACE.
003570            05 WK-VALOR-REL    PIC Z.ZZZ.ZZ9,99.
003580            05 FILLER          PIC X(01) VALUE SPACE.
003590            05 WK-DIAS-REL     PIC ZZZZ9.
003600            05 FILLER          PIC X(02) VALUE SPACES.
003610            05 WK-OCORR-REL    PIC X(30).
003620        01  WK-LINHA-TOTAL.
003630            05 WK-TITULO-TOT   PIC X(30).
003640            05 WK-VALOR-TOT    PIC ZZZZZ9.
003650       *
003660        PROCEDURE DIVISION.
003670        000-PRINCIPAL SECTION.
003680        001-PRINCIPAL.
003690            PERFORM 195-GRAVAR-JRNL-INICIO.
003700            PERFORM 101-INICIAR.
003710            PERFORM 221-EXAMINAR-CONTA
003720                UNTIL WK-FS-CLIENTES = '10'.
003730            PERFORM 201-EXAMINAR-CONTRATO
003740                UNTIL WK-FS-EMPREST = '10'.
003750            PERFORM 231-EXAMINAR-BAIXA
003760                UNTIL WK-FS-BAIXREG = '10'.
003770            PERFORM 261-VARRER-NEGREG.
003780            PERFORM 901-FINALIZAR.
003790            PERFORM 196-GRAVAR-JRNL-FIM.
003800            STOP RUN.
003810       ***********************************************************
003820        100-INICIAR SECTION.
003830        101-INICIAR.
003840            ACCEPT WK-DATA-REF     FROM SYSIN.
003850            ACCEPT WK-DIAS-MINIMO  FROM SYSIN.
003860            ACCEPT WK-DIAS-AVISO   FROM SYSIN.
003870            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
003880            IF WK-DATA-REF NOT NUMERIC
003890               OR WK-DATA-REF = ZEROS
003900                MOVE WK-DATA-SIST TO WK-DATA-REF
003910            END-IF.
003920            IF WK-DIAS-MINIMO NOT NUMERIC
003930               OR WK-DIAS-MINIMO = ZEROS
003940                MOVE 30 TO WK-DIAS-MINIMO
003950            END-IF.
003960            IF WK-DIAS-AVISO NOT NUMERIC
003970               OR WK-DIAS-AVISO = ZEROS
003980                MOVE 10 TO WK-DIAS-AVISO
003990            END-IF.
004000            MOVE WK-DATA-REF TO WK-DATA-CALC.
004010            PERFORM 240-CALCULAR-DIA-CORRIDO.
004020            MOVE WK-DIA-CORRIDO TO WK-DIA-REF.
004030            PERFORM 190-CARREGAR-CAMBIO.
004040            PERFORM 104-ABRIR-ARQUIVOS.
004050            PERFORM 110-PREPARAR-NEGREG.
004060            PERFORM 302-LER-CLIENTES.
004070            PERFORM 301-LER-EMPREST.
004080            PERFORM 303-LER-BAIXREG.
004090        104-ABRIR-ARQUIVOS.
004100            OPEN INPUT ARQ-EMPREST.
004110            IF WK-FS-EMPREST NOT = '00'
004120                DISPLAY 'ARQUIVO EMPREST INDISPONIVEL, '
004130                        'STATUS ' WK-FS-EMPREST
004140                MOVE 12 TO RETURN-CODE
004150                STOP RUN
004160            END-IF.
004170            OPEN INPUT ARQ-CLIENTES.
004180            IF WK-FS-CLIENTES NOT = '00'
004190                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
004200                        'STATUS ' WK-FS-CLIENTES
004210                MOVE 12 TO RETURN-CODE
004220                STOP RUN
004230            END-IF.
004240            OPEN INPUT ARQ-CLIDADOS.
004250            IF WK-FS-CLIDADOS NOT = '00'
004260                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
004270                        'STATUS ' WK-FS-CLIDADOS
004280                MOVE 12 TO RETURN-CODE
004290                STOP RUN
004300            END-IF.
004310       *      SEM BAIXAS PARA PREJUIZO O BAIXREG PODE NAO EXISTIR
004320            OPEN INPUT ARQ-BAIXREG.
004330            EVALUATE WK-FS-BAIXREG
004340                WHEN '00'
004350                    SET BAIXREG-ABERTO TO TRUE
004360                WHEN '35'
004370                    MOVE '10' TO WK-FS-BAIXREG
004380                WHEN OTHER
004390                    DISPLAY 'ERRO ' WK-FS-BAIXREG
004400                            ' NO COMANDO OPEN BAIXREG'
004410                    MOVE 12 TO RETURN-CODE
004420                    STOP RUN
004430            END-EVALUATE.
004440            OPEN EXTEND ARQ-NOTIFEXT.
004450            IF WK-FS-NOTIFEXT = '35'
004460                OPEN OUTPUT ARQ-NOTIFEXT
004470            END-IF.
004480            IF WK-FS-NOTIFEXT NOT = '00'
004490                DISPLAY 'ERRO ' WK-FS-NOTIFEXT
004500                        ' NO COMANDO OPEN NOTIFEXT'
004510                MOVE 12 TO RETURN-CODE
004520                STOP RUN
004530            END-IF.
004540            OPEN OUTPUT ARQ-NEGBUR.
004550            IF WK-FS-NEGBUR NOT = '00'
004560                DISPLAY 'ERRO ' WK-FS-NEGBUR
004570                        ' NO COMANDO OPEN NEGBUR'
004580                MOVE 12 TO RETURN-CODE
004590                STOP RUN
004600            END-IF.
004610            OPEN OUTPUT ARQ-RELNEG.
004620            IF WK-FS-RELNEG NOT = '00'
004630                DISPLAY 'ERRO ' WK-FS-RELNEG
004640                        ' NO COMANDO OPEN RELNEG'
004650                MOVE 12 TO RETURN-CODE
004660                STOP RUN
004670            END-IF.
004680            MOVE SPACES      TO REG-NEGBUR.
004690            MOVE '1'         TO FD-TIPO-REG-BUR.
004700            MOVE 'EAD95916'  TO FD-ORIGEM-CAB-BUR.
004710            MOVE WK-DATA-REF TO FD-DATA-CAB-BUR.
004720            PERFORM 281-GRAVAR-NEGBUR.
004730            MOVE WK-DATA-REF TO WK-DATA-CABEC.
004740            WRITE REG-RELNEG FROM WK-CABEC1.
004750            PERFORM 283-CONFERIR-RELNEG.
004760            WRITE REG-RELNEG FROM WK-CABEC2 AFTER 2 LINES.
004770            PERFORM 283-CONFERIR-RELNEG.
004780       *      O NEGREG E CRIADO VAZIO NA PRIMEIRA RODADA
004790        110-PREPARAR-NEGREG.
004800            OPEN I-O ARQ-NEGREG.
004810            IF WK-FS-NEGREG = '35'
004820                OPEN OUTPUT ARQ-NEGREG
004830                CLOSE ARQ-NEGREG
004840                OPEN I-O ARQ-NEGREG
004850            END-IF.
004860            IF WK-FS-NEGREG NOT = '00'
004870                DISPLAY 'ERRO ' WK-FS-NEGREG
004880                        ' NO COMANDO OPEN NEGREG'
004890                MOVE 12 TO RETURN-CODE
004900                STOP RUN
004910            END-IF.
004920        190-CARREGAR-CAMBIO.
004930            MOVE WK-DATA-REF TO WK-DATA-CAMBIO-REF.
004940            OPEN INPUT ARQ-CAMBIO.
004950            EVALUATE WK-FS-CAMBIO
004960                WHEN '00'
004970                    PERFORM 191-LER-CAMBIO
004980                    PERFORM 192-APLICAR-TAXA-CAMBIO
004990                        UNTIL WK-FS-CAMBIO = '10'
005000                    CLOSE ARQ-CAMBIO
005010                WHEN OTHER
005020                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
005030                            'OU COM ERRO ' WK-FS-CAMBIO
005040                    MOVE 12 TO RETURN-CODE
005050                    STOP RUN
005060            END-EVALUATE.
005070            IF TAXA-MOEDA(1) = ZEROS
005080                MOVE 1 TO TAXA-MOEDA(1)
005090            END-IF.
005100            PERFORM 197-CONFERIR-TAXA
005110                VARYING WK-IDX-MOEDA FROM 2 BY 1
005120                UNTIL WK-IDX-MOEDA > 3.
005130        191-LER-CAMBIO.
005140            READ ARQ-CAMBIO.
005150            EVALUATE WK-FS-CAMBIO
005160                WHEN '00'
005170                    CONTINUE
005180                WHEN '10'
005190                    CONTINUE
005200                WHEN OTHER
005210                    DISPLAY 'ERRO ' WK-FS-CAMBIO
005220                            ' NO COMANDO READ CAMBIO'
005230                    MOVE 12 TO RETURN-CODE
005240                    STOP RUN
005250            END-EVALUATE.
005260        192-APLICAR-TAXA-CAMBIO.
005270            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
005280                PERFORM 193-GUARDAR-TAXA
005290                    VARYING WK-IDX-MOEDA FROM 1 BY 1
005300                    UNTIL WK-IDX-MOEDA > 3
005310            END-IF.
005320            PERFORM 191-LER-CAMBIO.
005330        193-GUARDAR-TAXA.
005340            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
005350               AND FD-DATA-CAMBIO NOT LESS
005360                   WK-DATA-TAXA(WK-IDX-MOEDA)
005370                MOVE FD-TAXA-CAMBIO
005380                    TO TAXA-MOEDA(WK-IDX-MOEDA)
005390                MOVE FD-DATA-CAMBIO
005400                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
005410            END-IF.
005420        197-CONFERIR-TAXA.
005430            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
005440                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
005450                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
005460                        ' NA DATA ' WK-DATA-CAMBIO-REF
005470                MOVE 12 TO RETURN-CODE
005480                STOP RUN
005490            END-IF.
005500       ***********************************************
005510       *      EMPRESTIMO: A DIVIDA E O VALOR DAS PARCELAS EM
005520       *      ATRASO, LIMITADO AO SALDO DEVEDOR; O BAIXADO
005530       *      PARA PREJUIZO E TRATADO PELO BAIXREG
005540        200-DIVIDAS SECTION.
005550        201-EXAMINAR-CONTRATO.
005560            ADD 1 TO WK-QTD-LIDOS.
005570            IF EMP-EM-ATRASO
005580               AND FD-ATRASOS-EMP > ZEROS
005590               AND FD-SALDO-DEV-EMP > ZEROS
005600                MOVE 'E'             TO WK-ORIGEM-DIV
005610                MOVE FD-CHAVE-EMP    TO WK-CHAVE-DIV
005620                MOVE FD-CONTRATO-EMP TO WK-CONTRATO-DIV
005630                COMPUTE WK-VALOR-DIV =
005640                    FD-PARCELA-EMP * FD-ATRASOS-EMP
005650                IF WK-VALOR-DIV > FD-SALDO-DEV-EMP
005660                    MOVE FD-SALDO-DEV-EMP TO WK-VALOR-DIV
005670                END-IF
005680                PERFORM 202-VENCIMENTO-MAIS-ANTIGO
005690                MOVE ZEROS TO WK-DIAS-ADIC
005700                PERFORM 250-TRATAR-DIVIDA
005710            END-IF.
005720            PERFORM 301-LER-EMPREST.
005730        202-VENCIMENTO-MAIS-ANTIGO.
005740            MOVE FD-VENCIMENTO-EMP TO WK-DATA-CALC.
005750            COMPUTE WK-MESES-CALC = WK-ANO-CALC * 12
005760                + WK-MES-CALC - 1 - FD-ATRASOS-EMP.
005770            DIVIDE WK-MESES-CALC BY 12
005780                GIVING WK-ANO-CALC REMAINDER WK-MES-RESTO.
005790            COMPUTE WK-MES-CALC = WK-MES-RESTO + 1.
005800            MOVE WK-DATA-CALC TO WK-DATA-INI-DIV.
005810       *      CHEQUE ESPECIAL: A DIVIDA E O SALDO NEGATIVO EM
005820       *      REAIS, QUANDO A CONTA ESTA ACIMA DO LIMITE
005830        221-EXAMINAR-CONTA.
005840            ADD 1 TO WK-QTD-LIDOS.
005850            IF FD-SALDO-CLIENTES < ZEROS
005860               AND FD-SALDO-CLIENTES + FD-LIMITE-CLIENTES < ZEROS
005870                MOVE 'L'               TO WK-ORIGEM-DIV
005880                MOVE FD-CHAVE-CLIENTES TO WK-CHAVE-DIV
005890                MOVE ZEROS             TO WK-CONTRATO-DIV
005900                PERFORM 222-PROCURAR-MOEDA
005910                    VARYING WK-IDX-MOEDA FROM 1 BY 1
005920                    UNTIL WK-IDX-MOEDA > 3
005930                       OR MOEDA-COD(WK-IDX-MOEDA)
005940                          = FD-MOEDA-CLIENTES
005950                IF WK-IDX-MOEDA > 3
005960                    MOVE 1 TO WK-IDX-MOEDA
005970                END-IF
005980                COMPUTE WK-VALOR-DIV ROUNDED =
005990                    (0 - FD-SALDO-CLIENTES)
006000                    * TAXA-MOEDA(WK-IDX-MOEDA)
006010                MOVE ZEROS TO WK-DATA-INI-DIV
006020                MOVE ZEROS TO WK-DIAS-ADIC
006030                PERFORM 250-TRATAR-DIVIDA
006040            END-IF.
006050            PERFORM 302-LER-CLIENTES.
006060        222-PROCURAR-MOEDA.
006070            CONTINUE.
006080       *      BAIXADO PARA PREJUIZO: DEVIDO O SALDO NAO
006090       *      RECUPERADO; O ATRASO SEGUE CONTANDO DA BAIXA
006100        231-EXAMINAR-BAIXA.
006110            ADD 1 TO WK-QTD-LIDOS.
006120            IF BAIXA-EM-ABERTO
006130               AND FD-VALOR-BAIXADO-BXA > FD-VALOR-RECUP-BXA
006140                MOVE FD-ORIGEM-BXA   TO WK-ORIGEM-DIV
006150                MOVE FD-CHAVE-BXA    TO WK-CHAVE-DIV
006160                MOVE FD-CONTRATO-BXA TO WK-CONTRATO-DIV
006170                COMPUTE WK-VALOR-DIV =
006180                    FD-VALOR-BAIXADO-BXA - FD-VALOR-RECUP-BXA
006190                MOVE FD-DATA-BAIXA-BXA   TO WK-DATA-INI-DIV
006200                MOVE FD-DIAS-ATRASO-BXA  TO WK-DIAS-ADIC
006210                PERFORM 250-TRATAR-DIVIDA
006220            END-IF.
006230            PERFORM 303-LER-BAIXREG.
006240       ***********************************************
006250       *      CICLO DA DIVIDA NO NEGREG: EM ATRASO, AVISO
006260       *      PREVIO, INCLUSAO. DIVIDA QUE VOLTA A ATRASAR
006270       *      DEPOIS DE EXCLUIDA OU REGULARIZADA ABRE NOVO
006280       *      CICLO
006290        250-TRATAR-DIVIDA.
006300            ADD 1 TO WK-QTD-DIVIDAS.
006310            MOVE WK-ORIGEM-DIV   TO FD-ORIGEM-NEG.
006320            MOVE WK-CHAVE-DIV    TO FD-CHAVE-NEG.
006330            MOVE WK-CONTRATO-DIV TO FD-CONTRATO-NEG.
006340            SET REG-NEG-EXISTE TO TRUE.
006350            READ ARQ-NEGREG
006360                INVALID KEY
006370                    SET REG-NEG-NOVO TO TRUE
006380            END-READ.
006390            IF REG-NEG-NOVO
006400               OR NOT NEG-EM-ABERTO
006410                PERFORM 251-ABRIR-CICLO
006420            END-IF.
006430            IF WK-DATA-INI-DIV = ZEROS
006440                MOVE FD-DATA-INI-ATRASO-NEG TO WK-DATA-INI-DIV
006450            END-IF.
006460            MOVE WK-DATA-INI-DIV TO FD-DATA-INI-ATRASO-NEG.
006470            MOVE WK-DATA-INI-DIV TO WK-DATA-CALC.
006480            PERFORM 240-CALCULAR-DIA-CORRIDO.
006490            MOVE ZEROS TO WK-DIAS-DIV.
006500            IF WK-DIA-CORRIDO < WK-DIA-REF
006510                COMPUTE WK-DIAS-DIV = WK-DIA-REF - WK-DIA-CORRIDO
006520            END-IF.
006530            ADD WK-DIAS-ADIC TO WK-DIAS-DIV.
006540            MOVE WK-DIAS-DIV  TO FD-DIAS-ATRASO-NEG.
006550            MOVE WK-VALOR-DIV TO FD-VALOR-NEG.
006560            MOVE WK-DATA-REF  TO FD-DATA-VISTO-NEG.
006570            EVALUATE TRUE
006580                WHEN FD-CPFCNPJ-NEG = SPACES
006590                    ADD 1 TO WK-QTD-SEM-CPF
006600                    MOVE 'CONTA SEM CPF/CNPJ NO CLIDADOS'
006610                        TO WK-OCORR-REL
006620                    PERFORM 270-RELATAR-DIVIDA
006630                WHEN NEG-EM-ATRASO
006640                 AND WK-DIAS-DIV NOT LESS WK-DIAS-MINIMO
006650                    PERFORM 253-ENVIAR-AVISO
006660                WHEN NEG-AVISADO
006670                    PERFORM 254-CONFERIR-PRAZO-AVISO
006680                WHEN OTHER
006690                    CONTINUE
006700            END-EVALUATE.
006710            IF REG-NEG-NOVO
006720                WRITE REG-NEGREG
006730                    INVALID KEY
006740                        DISPLAY 'ERRO NO WRITE DO NEGREG, CHAVE '
006750                                FD-CHAVE-REG-NEG
006760                        MOVE 12 TO RETURN-CODE
006770                        STOP RUN
006780                END-WRITE
006790            ELSE
006800                PERFORM 262-REGRAVAR-NEGREG
006810            END-IF.
006820       *      DEVEDOR PELO TITULAR DA CONTA NO CLIDADOS; O
006830       *      NOME VEM DO CLIENTES
006840        251-ABRIR-CICLO.
006850            MOVE SPACES TO FD-TIPO-DOC-NEG.
006860            MOVE SPACES TO FD-CPFCNPJ-NEG.
006870            MOVE SPACES TO FD-NOME-NEG.
006880            MOVE ZEROS  TO FD-DATA-INI-ATRASO-NEG.
006890            MOVE ZEROS  TO FD-DATA-AVISO-NEG.
006900            MOVE ZEROS  TO FD-DATA-INCLUSAO-NEG.
006910            MOVE ZEROS  TO FD-DATA-BAIXA-NEG.
006920            MOVE 'M'    TO FD-SITUACAO-NEG.
006930            IF WK-DATA-INI-DIV = ZEROS
006940                MOVE WK-DATA-REF TO FD-DATA-INI-ATRASO-NEG
006950            END-IF.
006960            MOVE WK-CHAVE-DIV TO FD-CHAVE-CLIDADOS.
006970            READ ARQ-CLIDADOS
006980                INVALID KEY
006990                    CONTINUE
007000                NOT INVALID KEY
007010                    MOVE FD-TIPO-DOC-CLIDADOS TO FD-TIPO-DOC-NEG
007020                    MOVE FD-CPFCNPJ-CLIDADOS  TO FD-CPFCNPJ-NEG
007030            END-READ.
007040            PERFORM 252-BUSCAR-NOME.
007050        252-BUSCAR-NOME.
007060            MOVE WK-CHAVE-DIV TO FD-CHAVE-CLIENTES.
007070            READ ARQ-CLIENTES
007080                INVALID KEY
007090                    CONTINUE
007100                NOT INVALID KEY
007110                    MOVE FD-NOME-CLIENTES TO FD-NOME-NEG
007120            END-READ.
007130       *      AVISO PREVIO AO DEVEDOR, EVENTO 08 DO NOTIFEXT
007140        253-ENVIAR-AVISO.
007150            IF NEG-EMPRESTIMO
007160                MOVE 'EMPRESTIMO'      TO WK-PRODUTO-PARAM
007170                MOVE WK-CONTRATO-DIV   TO WK-CONTRATO-PARAM
007180            ELSE
007190                MOVE 'CHEQUE ESPECIAL' TO WK-PRODUTO-PARAM
007200                MOVE ZEROS             TO WK-CONTRATO-PARAM
007210            END-IF.
007220            MOVE WK-CHAVE-DIV   TO FD-CHAVE-NOTIF.
007230            MOVE 08             TO FD-EVENTO-NOTIF.
007240            MOVE WK-PARAM-AVISO TO FD-PARAM-NOTIF.
007250            MOVE WK-DATA-REF    TO FD-DATA-NOTIF.
007260            WRITE REG-NOTIFEXT.
007270            IF WK-FS-NOTIFEXT NOT = '00'
007280                DISPLAY 'ERRO ' WK-FS-NOTIFEXT
007290                        ' NO COMANDO WRITE NOTIFEXT'
007300                MOVE 12 TO RETURN-CODE
007310                STOP RUN
007320            END-IF.
007330            MOVE 'A'         TO FD-SITUACAO-NEG.
007340            MOVE WK-DATA-REF TO FD-DATA-AVISO-NEG.
007350            ADD 1 TO WK-QTD-AVISOS.
007360            MOVE 'AVISO PREVIO ENVIADO' TO WK-OCORR-REL.
007370            PERFORM 270-RELATAR-DIVIDA.
007380        254-CONFERIR-PRAZO-AVISO.
007390            MOVE FD-DATA-AVISO-NEG TO WK-DATA-CALC.
007400            PERFORM 240-CALCULAR-DIA-CORRIDO.
007410            MOVE ZEROS TO WK-DIAS-DESDE-AVISO.
007420            IF WK-DIA-CORRIDO < WK-DIA-REF
007430                COMPUTE WK-DIAS-DESDE-AVISO =
007440                    WK-DIA-REF - WK-DIA-CORRIDO
007450            END-IF.
007460            IF WK-DIAS-DESDE-AVISO NOT LESS WK-DIAS-AVISO
007470                MOVE 'I' TO FD-OPERACAO-BUR
007480                PERFORM 282-MONTAR-NEGBUR
007490                MOVE 'N'         TO FD-SITUACAO-NEG
007500                MOVE WK-DATA-REF TO FD-DATA-INCLUSAO-NEG
007510                ADD 1 TO WK-QTD-INCLUSOES
007520                MOVE 'INCLUIDO NO BUREAU' TO WK-OCORR-REL
007530                PERFORM 270-RELATAR-DIVIDA
007540            END-IF.
007550       *      DIVIDA EM ABERTO NO NEGREG QUE A RODADA NAO
007560       *      ENCONTROU MAIS EM ATRASO FOI PAGA OU RENEGOCIADA
007570        261-VARRER-NEGREG.
007580            CLOSE ARQ-NEGREG.
007590            PERFORM 110-PREPARAR-NEGREG.
007600            PERFORM 304-LER-NEGREG.
007610            PERFORM 263-CONFERIR-REGULARIZACAO
007620                UNTIL WK-FS-NEGREG = '10'.
007630        262-REGRAVAR-NEGREG.
007640            REWRITE REG-NEGREG
007650                INVALID KEY
007660                    DISPLAY 'ERRO NO REWRITE DO NEGREG, CHAVE '
007670                            FD-CHAVE-REG-NEG
007680                    MOVE 12 TO RETURN-CODE
007690                    STOP RUN
007700            END-REWRITE.
007710        263-CONFERIR-REGULARIZACAO.
007720            IF NEG-EM-ABERTO
007730               AND FD-DATA-VISTO-NEG < WK-DATA-REF
007740                MOVE FD-ORIGEM-NEG    TO WK-ORIGEM-DIV
007750                MOVE FD-CHAVE-NEG     TO WK-CHAVE-DIV
007760                MOVE FD-CONTRATO-NEG  TO WK-CONTRATO-DIV
007770                MOVE FD-DIAS-ATRASO-NEG TO WK-DIAS-DIV
007780                IF NEG-INCLUIDO
007790                    MOVE 'E' TO FD-OPERACAO-BUR
007800                    PERFORM 282-MONTAR-NEGBUR
007810                    MOVE 'X' TO FD-SITUACAO-NEG
007820                    ADD 1 TO WK-QTD-EXCLUSOES
007830                    MOVE 'EXCLUIDO DO BUREAU' TO WK-OCORR-REL
007840                ELSE
007850                    MOVE 'R' TO FD-SITUACAO-NEG
007860                    ADD 1 TO WK-QTD-REGULARIZADAS
007870                    MOVE 'REGULARIZADA ANTES DA INCLUSAO'
007880                        TO WK-OCORR-REL
007890                END-IF
007900                MOVE WK-DATA-REF TO FD-DATA-BAIXA-NEG
007910                PERFORM 270-RELATAR-DIVIDA
007920                PERFORM 262-REGRAVAR-NEGREG
007930            END-IF.
007940            PERFORM 304-LER-NEGREG.
007950        270-RELATAR-DIVIDA.
007960            MOVE FD-ORIGEM-NEG      TO WK-ORIGEM-REL.
007970            MOVE FD-CHAVE-NEG       TO WK-CHAVE-REL.
007980            MOVE FD-CONTRATO-NEG    TO WK-CONTRATO-REL.
007990            MOVE FD-CPFCNPJ-NEG     TO WK-CPFCNPJ-REL.
008000            MOVE FD-VALOR-NEG       TO WK-VALOR-REL.
008010            MOVE FD-DIAS-ATRASO-NEG TO WK-DIAS-REL.
008020            WRITE REG-RELNEG FROM WK-LINHA-DET.
008030            PERFORM 283-CONFERIR-RELNEG.
008040       *      NUMERO DE DIAS CORRIDOS DE WK-DATA-CALC,
008050       *      CONTANDO O ANO A PARTIR DE MARCO
008060        240-CALCULAR-DIA-CORRIDO.
008070            MOVE WK-ANO-CALC TO WK-ANO-AJ.
008080            MOVE WK-MES-CALC TO WK-MES-AJ.
008090            IF WK-MES-AJ < 3
008100                SUBTRACT 1 FROM WK-ANO-AJ
008110                ADD 12 TO WK-MES-AJ
008120            END-IF.
008130            DIVIDE WK-ANO-AJ BY 4   GIVING WK-QUOC-4.
008140            DIVIDE WK-ANO-AJ BY 100 GIVING WK-QUOC-100.
008150            DIVIDE WK-ANO-AJ BY 400 GIVING WK-QUOC-400.
008160            COMPUTE WK-TERMO-MES = 153 * (WK-MES-AJ - 3) + 2.
008170            DIVIDE WK-TERMO-MES BY 5 GIVING WK-QUOC-MES.
008180            COMPUTE WK-DIA-CORRIDO = 365 * WK-ANO-AJ
008190                + WK-QUOC-4 - WK-QUOC-100 + WK-QUOC-400
008200                + WK-QUOC-MES + WK-DIA-CALC.
008210       ***********************************************
008220        280-GRAVACOES SECTION.
008230        282-MONTAR-NEGBUR.
008240            MOVE '2'                    TO FD-TIPO-REG-BUR.
008250            MOVE FD-TIPO-DOC-NEG        TO FD-TIPO-DOC-BUR.
008260            MOVE FD-CPFCNPJ-NEG         TO FD-CPFCNPJ-BUR.
008270            MOVE FD-NOME-NEG            TO FD-NOME-BUR.
008280            MOVE FD-ORIGEM-NEG          TO FD-ORIGEM-BUR.
008290            MOVE FD-CHAVE-NEG           TO FD-CHAVE-BUR.
008300            MOVE FD-CONTRATO-NEG        TO FD-CONTRATO-BUR.
008310            MOVE FD-VALOR-NEG           TO FD-VALOR-BUR.
008320            MOVE FD-DATA-INI-ATRASO-NEG TO FD-DATA-VENC-BUR.
008330            MOVE WK-DATA-REF            TO FD-DATA-OPER-BUR.
008340            ADD FD-VALOR-NEG TO WK-TOT-VALOR-BUR.
008350            PERFORM 281-GRAVAR-NEGBUR.
008360        281-GRAVAR-NEGBUR.
008370            WRITE REG-NEGBUR.
008380            IF WK-FS-NEGBUR NOT = '00'
008390                DISPLAY 'ERRO ' WK-FS-NEGBUR
008400                        ' NO COMANDO WRITE NEGBUR'
008410                MOVE 12 TO RETURN-CODE
008420                STOP RUN
008430            END-IF.
008440            ADD 1 TO WK-QTD-REG-BUR.
008450        283-CONFERIR-RELNEG.
008460            IF WK-FS-RELNEG NOT = '00'
008470                DISPLAY 'ERRO ' WK-FS-RELNEG
008480                        ' NO COMANDO WRITE RELNEG'
008490                MOVE 12 TO RETURN-CODE
008500                STOP RUN
008510            END-IF.
008520       ***********************************************
008530        300-LEITURAS SECTION.
008540        301-LER-EMPREST.
008550            READ ARQ-EMPREST.
008560            EVALUATE WK-FS-EMPREST
008570                WHEN '00'
008580                    CONTINUE
008590                WHEN '10'
008600                    CONTINUE
008610                WHEN OTHER
008620                    DISPLAY 'ERRO ' WK-FS-EMPREST
008630                            ' NO COMANDO READ EMPREST'
008640                    MOVE 12 TO RETURN-CODE
008650                    STOP RUN
008660            END-EVALUATE.
008670        302-LER-CLIENTES.
008680            READ ARQ-CLIENTES NEXT.
008690            EVALUATE WK-FS-CLIENTES
008700                WHEN '00'
008710                    CONTINUE
008720                WHEN '10'
008730                    CONTINUE
008740                WHEN OTHER
008750                    DISPLAY 'ERRO ' WK-FS-CLIENTES
008760                            ' NO COMANDO READ CLIENTES'
008770                    MOVE 12 TO RETURN-CODE
008780                    STOP RUN
008790            END-EVALUATE.
008800        303-LER-BAIXREG.
008810            IF WK-FS-BAIXREG NOT = '10'
008820                READ ARQ-BAIXREG
008830                EVALUATE WK-FS-BAIXREG
008840                    WHEN '00'
008850                        CONTINUE
008860                    WHEN '10'
008870                        CONTINUE
008880                    WHEN OTHER
008890                        DISPLAY 'ERRO ' WK-FS-BAIXREG
008900                                ' NO COMANDO READ BAIXREG'
008910                        MOVE 12 TO RETURN-CODE
008920                        STOP RUN
008930                END-EVALUATE
008940            END-IF.
008950        304-LER-NEGREG.
008960            READ ARQ-NEGREG NEXT.
008970            EVALUATE WK-FS-NEGREG
008980                WHEN '00'
008990                    CONTINUE
009000                WHEN '10'
009010                    CONTINUE
009020                WHEN OTHER
009030                    DISPLAY 'ERRO ' WK-FS-NEGREG
009040                            ' NO COMANDO READ NEGREG'
009050                    MOVE 12 TO RETURN-CODE
009060                    STOP RUN
009070            END-EVALUATE.
009080       ***********************************************
009090        195-GRAVAR-JRNL-INICIO.
009100            MOVE 'I' TO JRL-TIPO.
009110            MOVE ZEROS TO JRL-QTD-LIDOS.
009120            MOVE ZEROS TO JRL-QTD-GRAVADOS.
009130            MOVE ZEROS TO JRL-QTD-REJEITADOS.
009140            MOVE ZEROS TO JRL-RETORNO.
009141            MOVE 'EAD95916' TO LK-PROGRAMA-COM.
009142            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
009143            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009150            PERFORM 194-GRAVAR-RUNJRNL.
009160        196-GRAVAR-JRNL-FIM.
009170            MOVE 'F' TO JRL-TIPO.
009180            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
009190            MOVE WK-QTD-REG-BUR TO JRL-QTD-GRAVADOS.
009200            MOVE WK-QTD-SEM-CPF TO JRL-QTD-REJEITADOS.
009210            MOVE RETURN-CODE TO JRL-RETORNO.
009211            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009220            PERFORM 194-GRAVAR-RUNJRNL.
009230        194-GRAVAR-RUNJRNL.
009240            OPEN EXTEND ARQ-RUNJRNL.
009250            IF WK-FS-RUNJRNL = '35'
009260                OPEN OUTPUT ARQ-RUNJRNL
009270            END-IF.
009280            IF WK-FS-RUNJRNL NOT = '00'
009290                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009300                        ' NO COMANDO OPEN RUNJRNL'
009310                MOVE 12 TO RETURN-CODE
009320                STOP RUN
009330            END-IF.
009340            MOVE 'EAD95916' TO JRL-PROGRAMA.
009350            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
009360            ACCEPT JRL-HORA FROM TIME.
009370            WRITE REG-RUNJRNL.
009380            IF WK-FS-RUNJRNL NOT = '00'
009390                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009400                        ' NO COMANDO WRITE RUNJRNL'
009410                MOVE 12 TO RETURN-CODE
009420                STOP RUN
009430            END-IF.
009440            CLOSE ARQ-RUNJRNL.
009450       ***********************************************
009460        900-FINALIZAR SECTION.
009470        901-FINALIZAR.
009480            MOVE SPACES          TO REG-NEGBUR.
009490            MOVE '9'             TO FD-TIPO-REG-BUR.
009500            ADD 1 TO WK-QTD-REG-BUR.
009510            MOVE WK-QTD-REG-BUR   TO FD-QTD-REG-BUR.
009520            MOVE WK-QTD-INCLUSOES TO FD-QTD-INCL-BUR.
009530            MOVE WK-QTD-EXCLUSOES TO FD-QTD-EXCL-BUR.
009540            MOVE WK-TOT-VALOR-BUR TO FD-TOT-VALOR-BUR.
009550            WRITE REG-NEGBUR.
009560            IF WK-FS-NEGBUR NOT = '00'
009570                DISPLAY 'ERRO ' WK-FS-NEGBUR
009580                        ' NO COMANDO WRITE NEGBUR'
009590                MOVE 12 TO RETURN-CODE
009600                STOP RUN
009610            END-IF.
009620            IF WK-QTD-SEM-CPF > ZEROS
009630               AND RETURN-CODE < 4
009640                MOVE 4 TO RETURN-CODE
009650            END-IF.
009660            PERFORM 902-REGISTRAR-XMITREG.
009670            MOVE 'DIVIDAS EM ATRASO          : ' TO WK-TITULO-TOT.
009680            MOVE WK-QTD-DIVIDAS TO WK-VALOR-TOT.
009690            WRITE REG-RELNEG FROM WK-LINHA-TOTAL AFTER 2 LINES.
009700            MOVE 'AVISOS PREVIOS ENVIADOS    : ' TO WK-TITULO-TOT.
009710            MOVE WK-QTD-AVISOS TO WK-VALOR-TOT.
009720            WRITE REG-RELNEG FROM WK-LINHA-TOTAL.
009730            MOVE 'INCLUSOES NO BUREAU        : ' TO WK-TITULO-TOT.
009740            MOVE WK-QTD-INCLUSOES TO WK-VALOR-TOT.
009750            WRITE REG-RELNEG FROM WK-LINHA-TOTAL.
009760            MOVE 'EXCLUSOES DO BUREAU        : ' TO WK-TITULO-TOT.
009770            MOVE WK-QTD-EXCLUSOES TO WK-VALOR-TOT.
009780            WRITE REG-RELNEG FROM WK-LINHA-TOTAL.
009790            MOVE 'REGULARIZADAS SEM INCLUSAO : ' TO WK-TITULO-TOT.
009800            MOVE WK-QTD-REGULARIZADAS TO WK-VALOR-TOT.
009810            WRITE REG-RELNEG FROM WK-LINHA-TOTAL.
009820            MOVE 'DIVIDAS SEM CPF/CNPJ       : ' TO WK-TITULO-TOT.
009830            MOVE WK-QTD-SEM-CPF TO WK-VALOR-TOT.
009840            WRITE REG-RELNEG FROM WK-LINHA-TOTAL.
009850            PERFORM 283-CONFERIR-RELNEG.
009860            DISPLAY 'DIVIDAS EM ATRASO : ' WK-QTD-DIVIDAS.
009870            DISPLAY 'INCLUSOES         : ' WK-QTD-INCLUSOES.
009880            DISPLAY 'EXCLUSOES         : ' WK-QTD-EXCLUSOES.
009890            CLOSE ARQ-EMPREST.
009900            CLOSE ARQ-CLIENTES.
009910            CLOSE ARQ-CLIDADOS.
009920            IF BAIXREG-ABERTO
009930                CLOSE ARQ-BAIXREG
009940            END-IF.
009950            CLOSE ARQ-NEGREG.
009960            CLOSE ARQ-NOTIFEXT.
009970            CLOSE ARQ-NEGBUR.
009980            CLOSE ARQ-RELNEG.
009990       *      O NEGBUR FICA PENDENTE NO XMITREG ATE SER
010000       *      CONFERIDO PELO EAD95862
010010        902-REGISTRAR-XMITREG.
010020            OPEN EXTEND ARQ-XMITREG.
010030            IF WK-FS-XMITREG = '35'
010040                OPEN OUTPUT ARQ-XMITREG
010050            END-IF.
010060            IF WK-FS-XMITREG NOT = '00'
010070                DISPLAY 'ERRO ' WK-FS-XMITREG
010080                        ' NO COMANDO OPEN XMITREG'
010090                MOVE 12 TO RETURN-CODE
010100                STOP RUN
010110            END-IF.
010120            MOVE 'BUREAU'         TO FD-PARCEIRO-XMIT.
010130            MOVE 'NEGBUR'         TO FD-ARQUIVO-XMIT.
010140            MOVE 'S'              TO FD-DIRECAO-XMIT.
010150            MOVE WK-DATA-REF      TO FD-DATA-XMIT.
010160            MOVE WK-QTD-REG-BUR   TO FD-QTDE-XMIT.
010170            MOVE WK-TOT-VALOR-BUR TO FD-HASH-XMIT.
010180            MOVE 'P'              TO FD-SITUACAO-XMIT.
010190            WRITE REG-XMITREG.
010200            IF WK-FS-XMITREG NOT = '00'
010210                DISPLAY 'ERRO ' WK-FS-XMITREG
010220                        ' NO COMANDO WRITE XMITREG'
010230                MOVE 12 TO RETURN-CODE
010240                STOP RUN
010250            END-IF.
010260            CLOSE ARQ-XMITREG.
