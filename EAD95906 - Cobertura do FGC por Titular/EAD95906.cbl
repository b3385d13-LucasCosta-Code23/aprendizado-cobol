000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95906.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   EXPOSICAO DOS DEPOSITOS A GARANTIA DO FGC    *
000170       *                                                *
000180       *   JUNTA POR CPF/CNPJ O SALDO CREDOR DAS        *
000190       *   CONTAS (CLIENTES), OS CDB ATIVOS (APLICMES)  *
000200       *   E A POUPANCA (POUPMES), EM BRL PELO CAMBIO   *
000210       *   DO DIA. O TITULAR DA CONTA VEM DO CLIDADOS   *
000220       *   E OS DEMAIS DO TITULARES; CONTA CONJUNTA E   *
000230       *   RATEADA EM PARTES IGUAIS ENTRE ELES. CADA    *
000240       *   DEPOSITANTE TEM COBERTURA ATE O TETO (SYSIN, *
000250       *   PADRAO 250.000,00) E O RESTO FICA DESCOBERTO *
000260       *                                                *
000270       *   RELFGC: OCORRENCIAS, DEPOSITANTES E TOTAIS   *
000280       *   POR AGENCIA E MOEDA (COBERTURA PROPORCIONAL  *
000290       *   AS PARCELAS DE CADA DEPOSITANTE)             *
000300       *   FGCDEP: ARQUIVO PARA O FUNDO - HEADER 1,     *
000310       *   DEPOSITOS 2, DEPOSITANTES 3 E TRAILER 9      *
000320       **************************************************
000330       *
000340        ENVIRONMENT DIVISION.
000350        CONFIGURATION SECTION.
000360        SPECIAL-NAMES.
000370            DECIMAL-POINT IS COMMA.
000380        INPUT-OUTPUT SECTION.
000390        FILE-CONTROL.
000400            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000410                FILE STATUS IS WK-FS-RUNJRNL.
000420            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE IS SEQUENTIAL
000450                RECORD KEY IS FD-CHAVE-CLIENTES
000460                FILE STATUS IS WK-FS-CLIENTES.
000470            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000480                ORGANIZATION IS INDEXED
000490                ACCESS MODE IS DYNAMIC
000500                RECORD KEY IS FD-CHAVE-CLIDADOS
000510                FILE STATUS IS WK-FS-CLIDADOS.
000520            SELECT ARQ-TITULARES ASSIGN TO TITULARES
000530                ORGANIZATION IS INDEXED
000540                ACCESS MODE IS DYNAMIC
000550                RECORD KEY IS FD-CHAVE-TITULARES
000560                FILE STATUS IS WK-FS-TITULARES.
000570            SELECT ARQ-APLICMES ASSIGN TO APLICMES
000580                FILE STATUS IS WK-FS-APLICMES.
000590            SELECT ARQ-POUPMES  ASSIGN TO POUPMES
000600                FILE STATUS IS WK-FS-POUPMES.
000610            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000620                FILE STATUS IS WK-FS-CAMBIO.
000630            SELECT ARQ-RELFGC   ASSIGN TO RELFGC
000640                FILE STATUS IS WK-FS-RELFGC.
000650            SELECT ARQ-FGCDEP   ASSIGN TO FGCDEP
000660                FILE STATUS IS WK-FS-FGCDEP.
000670       *
000680        DATA DIVISION.
000690        FILE SECTION.
000700        FD   ARQ-CLIENTES
000710             RECORDING MODE IS F.
000720        01  REG-CLIENTES.
000730            05 FD-CHAVE-CLIENTES.
000740                10 FD-AGENCIA-CLIENTES     PIC X(4).
000750                10 FD-CONTA-CLIENTES       PIC 9(5).
000760            05 FD-DIGITO-CLIENTES      PIC X.
000770            05 FD-NOME-CLIENTES        PIC A(20).
000780            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
000790            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
000800            05 FD-MOEDA-CLIENTES       PIC X(3).
000810            05 FD-SITUACAO-CLIENTES    PIC X.
000820                88 CONTA-ATIVA            VALUE 'A' ' '.
000830                88 CONTA-BLOQUEADA        VALUE 'B'.
000840                88 CONTA-ENCERRADA        VALUE 'E'.
000850        FD   ARQ-CLIDADOS
000860             RECORDING MODE IS F.
000870        01  REG-CLIDADOS.
000880            05 FD-CHAVE-CLIDADOS.
000890                10 FD-AGENCIA-CLIDADOS     PIC X(4).
000900                10 FD-CONTA-CLIDADOS       PIC 9(5).
000910            05 FD-TIPO-DOC-CLIDADOS   PIC X.
000920            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
000930            05 FD-ENDERECO-CLIDADOS   PIC X(40).
000940            05 FD-TELEFONE-CLIDADOS   PIC X(12).
000950            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
000960        FD   ARQ-TITULARES
000970             RECORDING MODE IS F.
000980        01  REG-TITULARES.
000990            05 FD-CHAVE-TITULARES.
001000                10 FD-CONTA-TITULAR    PIC X(9).
001010                10 FD-CPFCNPJ-TITULAR  PIC X(14).
001020            05 FD-NOME-TITULAR     PIC X(20).
001030            05 FD-TIPO-DOC-TITULAR PIC X.
001040            05 FD-PAPEL-TITULAR    PIC X.
001050                88 TITULAR-PRINCIPAL   VALUE 'P'.
001060                88 TITULAR-SECUNDARIO  VALUE 'S'.
001070        FD   ARQ-APLICMES
001080             RECORDING MODE IS F.
001090        01  REG-APLICMES.
001100            05 FD-APLICACAO-CDB    PIC 9(4).
001110            05 FD-CHAVE-CDB        PIC X(9).
001120            05 FD-PRINCIPAL-CDB    PIC 9(8)V99.
001130            05 FD-DATA-INICIO-CDB  PIC 9(8).
001140            05 FD-VENCIMENTO-CDB   PIC 9(8).
001150            05 FD-BRUTO-CDB        PIC 9(9)V99.
001160            05 FD-SITUACAO-CDB     PIC X.
001170                88 CDB-ATIVO            VALUE 'A'.
001180                88 CDB-RESGATADO        VALUE 'R'.
001190        FD   ARQ-POUPMES
001200             RECORDING MODE IS F.
001210        01  REG-POUPMES.
001220            05 FD-DEPOSITO-POUP    PIC 9(6).
001230            05 FD-CHAVE-POUP       PIC X(9).
001240            05 FD-DATA-DEP-POUP    PIC 9(8).
001250            05 FD-INICIO-PER-POUP  PIC 9(8).
001260            05 FD-VALOR-DEP-POUP   PIC 9(6)V99.
001270            05 FD-SALDO-DEP-POUP   PIC 9(7)V99.
001280            05 FD-REND-ACUM-POUP   PIC 9(7)V99.
001290        FD   ARQ-CAMBIO
001300             RECORDING MODE IS F.
001310        01  REG-CAMBIO.
001320            05 FD-MOEDA-CAMBIO     PIC X(3).
001330            05 FD-DATA-CAMBIO      PIC 9(8).
001340            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001350        FD   ARQ-RELFGC
001360             RECORDING MODE IS F.
001370        01  REG-RELFGC                 PIC X(100).
001380       *      ARQUIVO DO FUNDO: VALORES SEMPRE EM BRL
001390        FD   ARQ-FGCDEP
001400             RECORDING MODE IS F.
001410        01  REG-FGCDEP.
001420            05 FD-TIPO-REG-FGC     PIC X.
001430                88 FGC-HEADER           VALUE '1'.
001440                88 FGC-DEPOSITO         VALUE '2'.
001450                88 FGC-DEPOSITANTE      VALUE '3'.
001460                88 FGC-TRAILER          VALUE '9'.
001470            05 FD-DADOS-FGC        PIC X(79).
001480            05 FD-HEADER-FGC REDEFINES FD-DADOS-FGC.
001490                10 FD-DATA-BASE-FGC        PIC 9(8).
001500                10 FD-TETO-FGC             PIC 9(9)V99.
001510                10 FILLER                  PIC X(60).
001520            05 FD-DEPOSITO-FGC REDEFINES FD-DADOS-FGC.
001530                10 FD-CPFCNPJ-DEP-FGC      PIC X(14).
001540                10 FD-TIPO-DOC-DEP-FGC     PIC X.
001550                10 FD-NOME-DEP-FGC         PIC X(20).
001560                10 FD-AGENCIA-DEP-FGC      PIC X(4).
001570                10 FD-CONTA-DEP-FGC        PIC 9(5).
001580                10 FD-PRODUTO-DEP-FGC      PIC X(4).
001590                10 FD-MOEDA-DEP-FGC        PIC X(3).
001600                10 FD-VALOR-DEP-FGC        PIC 9(11)V99.
001610                10 FILLER                  PIC X(15).
001620            05 FD-DEPOSITANTE-FGC REDEFINES FD-DADOS-FGC.
001630                10 FD-CPFCNPJ-TIT-FGC      PIC X(14).
001640                10 FD-TIPO-DOC-TIT-FGC     PIC X.
001650                10 FD-NOME-TIT-FGC         PIC X(20).
001660                10 FD-TOTAL-TIT-FGC        PIC 9(11)V99.
001670                10 FD-COBERTO-TIT-FGC      PIC 9(11)V99.
001680                10 FD-DESCOBERTO-TIT-FGC   PIC 9(11)V99.
001690                10 FILLER                  PIC X(05).
001700            05 FD-TRAILER-FGC REDEFINES FD-DADOS-FGC.
001710                10 FD-QTD-REG-FGC          PIC 9(7).
001720                10 FD-QTD-TIT-FGC          PIC 9(7).
001730                10 FD-TOTAL-FGC            PIC 9(13)V99.
001740                10 FD-COBERTO-FGC          PIC 9(13)V99.
001750                10 FILLER                  PIC X(35).
001760        FD   ARQ-RUNJRNL
001770             RECORDING MODE IS F.
001780        01  REG-RUNJRNL.
001790            05 JRL-PROGRAMA        PIC X(8).
001800            05 JRL-TIPO            PIC X.
001810            05 JRL-DATA            PIC 9(8).
001820            05 JRL-HORA            PIC 9(6).
001830            05 JRL-QTD-LIDOS       PIC 9(7).
001840            05 JRL-QTD-GRAVADOS    PIC 9(7).
001850            05 JRL-QTD-REJEITADOS  PIC 9(7).
001860            05 JRL-RETORNO         PIC 9(4).
001861            05 JRL-ID-EXEC         PIC 9(10).
001870        WORKING-STORAGE SECTION.
001880        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001881        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001882        01  LK-AREA-ID-EXEC.
001883            05 LK-PROGRAMA-COM     PIC X(8).
001884            05 LK-ID-EXEC-COM      PIC 9(10).
001890        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001900        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
001910        77  WK-FS-TITULARES PIC XX          VALUE SPACES.
001920        77  WK-FS-APLICMES PIC XX           VALUE SPACES.
001930        77  WK-FS-POUPMES  PIC XX           VALUE SPACES.
001940        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
001950        77  WK-FS-RELFGC   PIC XX           VALUE SPACES.
001960        77  WK-FS-FGCDEP   PIC XX           VALUE SPACES.
001970        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001980        77  WK-TETO-FGC    PIC 9(7)V99      VALUE ZEROS.
001990        77  WK-QTD-CONTAS  PIC 9(6)         VALUE ZEROS.
002000        77  WK-QTD-CONTAS-DEP PIC 9(6)      VALUE ZEROS.
002010        77  WK-QTD-OCORR   PIC 9(6)         VALUE ZEROS.
002020        77  WK-QTD-REG-FGC PIC 9(7)         VALUE ZEROS.
002030        77  WK-TOT-SEM-TITULAR PIC 9(11)V99 VALUE ZEROS.
002040        77  WK-TOT-GERAL   PIC 9(13)V99     VALUE ZEROS.
002050        77  WK-TOT-COBERTO PIC 9(13)V99     VALUE ZEROS.
002060        77  WK-TOT-DESCOBERTO PIC 9(13)V99  VALUE ZEROS.
002070        77  WK-MOTIVO-OCORR PIC X(30)       VALUE SPACES.
002080       *      CAMBIO DO DIA PARA LEVAR O SALDO A BRL
002090        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
002100        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
002110        01  NOMES-MOEDA.
002120            05 FILLER              PIC X(03) VALUE 'BRL'.
002130            05 FILLER              PIC X(03) VALUE 'USD'.
002140            05 FILLER              PIC X(03) VALUE 'EUR'.
002150        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
002160            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
002170        01  TAXAS-MOEDA-LIT.
002180            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002190            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002200            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002210        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
002220            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
002230        01  WK-DATAS-CAMBIO.
002240            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
002250       *      CDB ATIVOS E POUPANCA SOMADOS POR CONTA
002260        77  WK-QTD-CDB-CONTA PIC 9(5)       VALUE ZEROS.
002270        77  WK-QTD-POUP-CONTA PIC 9(5)      VALUE ZEROS.
002280        77  WK-IDX-PROD    PIC 9(5)         VALUE ZEROS.
002290        77  WK-IDX-PROD-ACH PIC 9(5)        VALUE ZEROS.
002300        01  WK-TAB-CDB-CONTA.
002310            05 WK-CDB-OCC         OCCURS 5000 TIMES.
002320                10 WK-CDB-CHAVE      PIC X(9).
002330                10 WK-CDB-VALOR      PIC 9(11)V99.
002340                10 WK-CDB-USADO      PIC X.
002350        01  WK-TAB-POUP-CONTA.
002360            05 WK-POU-OCC         OCCURS 5000 TIMES.
002370                10 WK-POU-CHAVE      PIC X(9).
002380                10 WK-POU-VALOR      PIC 9(11)V99.
002390                10 WK-POU-USADO      PIC X.
002400        77  WK-CHAVE-BUSCA PIC X(9)         VALUE SPACES.
002410        77  WK-VALOR-CC    PIC 9(11)V99     VALUE ZEROS.
002420        77  WK-VALOR-CDB   PIC 9(11)V99     VALUE ZEROS.
002430        77  WK-VALOR-POUP  PIC 9(11)V99     VALUE ZEROS.
002440        77  WK-VALOR-CONTA PIC 9(11)V99     VALUE ZEROS.
002450       *      TITULARES DA CONTA EM AVALIACAO
002460        77  WK-QTD-TIT-CONTA PIC 99         VALUE ZEROS.
002470        77  WK-IDX-TIT     PIC 99           VALUE ZEROS.
002480        77  WK-TIT-REPETIDO PIC X           VALUE 'N'.
002490            88 TITULAR-REPETIDO               VALUE 'S'.
002500        01  WK-TAB-TIT-CONTA.
002510            05 WK-TIT-OCC         OCCURS 10 TIMES.
002520                10 WK-TIT-CPFCNPJ    PIC X(14).
002530                10 WK-TIT-TIPO-DOC   PIC X.
002540                10 WK-TIT-NOME       PIC X(20).
002550       *      RATEIO DE UM PRODUTO DA CONTA ENTRE OS TITULARES
002560        77  WK-PRODUTO-RATEIO PIC X(4)      VALUE SPACES.
002570        77  WK-MOEDA-RATEIO PIC X(3)        VALUE SPACES.
002580        77  WK-VALOR-RATEIO PIC 9(11)V99    VALUE ZEROS.
002590        77  WK-PARCELA     PIC 9(11)V99     VALUE ZEROS.
002600        77  WK-RESTO-RATEIO PIC 9(11)V99    VALUE ZEROS.
002610        77  WK-VALOR-PARCELA PIC 9(11)V99   VALUE ZEROS.
002620       *      DEPOSITANTES (CPF/CNPJ) E SUAS PARCELAS
002630        77  WK-QTD-DEPOSITANTES PIC 9(5)    VALUE ZEROS.
002640        77  WK-IDX-DPT     PIC 9(5)         VALUE ZEROS.
002650        77  WK-IDX-DPT-ACH PIC 9(5)         VALUE ZEROS.
002660        01  WK-TAB-DEPOSITANTES.
002670            05 WK-DPT-OCC         OCCURS 9999 TIMES.
002680                10 WK-DPT-CPFCNPJ    PIC X(14).
002690                10 WK-DPT-TIPO-DOC   PIC X.
002700                10 WK-DPT-NOME       PIC X(20).
002710                10 WK-DPT-TOTAL      PIC 9(11)V99.
002720                10 WK-DPT-COBERTO    PIC 9(11)V99.
002730        77  WK-QTD-PARCELAS PIC 9(5)        VALUE ZEROS.
002740        77  WK-IDX-PARC    PIC 9(5)         VALUE ZEROS.
002750        01  WK-TAB-PARCELAS.
002760            05 WK-PAR-OCC         OCCURS 20000 TIMES.
002770                10 WK-PAR-DEPOSITANTE PIC 9(5).
002780                10 WK-PAR-AGENCIA    PIC X(4).
002790                10 WK-PAR-MOEDA      PIC X(3).
002800                10 WK-PAR-VALOR      PIC 9(11)V99.
002810        77  WK-COBERTO-PARC PIC 9(11)V99    VALUE ZEROS.
002820       *      TOTAIS POR AGENCIA E MOEDA
002830        77  WK-QTD-AGM     PIC 9(4)         VALUE ZEROS.
002840        77  WK-IDX-AGM     PIC 9(4)         VALUE ZEROS.
002850        77  WK-IDX-AGM-ACH PIC 9(4)         VALUE ZEROS.
002860        01  WK-TAB-AGENCIA-MOEDA.
002870            05 WK-AGM-OCC         OCCURS 500 TIMES.
002880                10 WK-AGM-AGENCIA    PIC X(4).
002890                10 WK-AGM-MOEDA      PIC X(3).
002900                10 WK-AGM-TOTAL      PIC 9(13)V99.
002910                10 WK-AGM-COBERTO    PIC 9(13)V99.
002920        01  WK-CABEC1.
002930            05 FILLER          PIC X(40)
002940                 VALUE 'EXPOSICAO DE DEPOSITOS AO FGC - DATA '.
002950            05 WK-DATA-CABEC   PIC 9(8).
002960            05 FILLER          PIC X(07) VALUE ' TETO '.
002970            05 WK-TETO-CABEC   PIC Z.ZZZ.ZZ9,99.
002980        01  WK-CABEC2.
002990            05 FILLER          PIC X(37) VALUE SPACES.
003000            05 FILLER          PIC X(18)
003001                VALUE '     TOTAL EM BRL'.
003010            05 FILLER          PIC X(18)
003011                VALUE '          COBERTO'.
003020            05 FILLER          PIC X(18)
003021                VALUE '       DESCOBERTO'.
003030        01  WK-LINHA-OCORR.
003040            05 WK-CHAVE-OCORR  PIC X(9).
003050            05 FILLER          PIC X(01) VALUE SPACE.
003060            05 WK-VALOR-OCORR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003070            05 FILLER          PIC X(01) VALUE SPACE.
003080            05 WK-MOTIVO-REL   PIC X(30).
003090        01  WK-LINHA-DPT.
003100            05 WK-CPFCNPJ-REL  PIC X(14).
003110            05 FILLER          PIC X(01) VALUE SPACE.
003120            05 WK-TIPO-DOC-REL PIC X.
003130            05 FILLER          PIC X(01) VALUE SPACE.
003140            05 WK-NOME-REL     PIC X(20).
003150            05 WK-TOTAL-REL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003160            05 FILLER          PIC X(01) VALUE SPACE.
003170            05 WK-COBERTO-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003180            05 FILLER          PIC X(01) VALUE SPACE.
003190            05 WK-DESCOB-REL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003200        01  WK-LINHA-AGM.
003210            05 FILLER          PIC X(08) VALUE 'AGENCIA '.
003220            05 WK-AGENCIA-AGM-REL PIC X(4).
003230            05 FILLER          PIC X(07) VALUE ' MOEDA '.
003240            05 WK-MOEDA-AGM-REL PIC X(3).
003250            05 FILLER          PIC X(15) VALUE SPACES.
003260            05 WK-TOTAL-AGM-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003270            05 FILLER          PIC X(01) VALUE SPACE.
003280            05 WK-COBERTO-AGM-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003290            05 FILLER          PIC X(01) VALUE SPACE.
003300            05 WK-DESCOB-AGM-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003310        01  WK-LINHA-TOTAL.
003320            05 WK-TITULO-TOT   PIC X(26).
003330            05 WK-VALOR-TOT    PIC ZZZZZ9.
003340        01  WK-LINHA-VALOR.
003350            05 WK-TITULO-VAL   PIC X(26).
003360            05 WK-VALOR-VAL    PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
003370       *
003380        PROCEDURE DIVISION.
003390        000-PRINCIPAL SECTION.
003400        001-PRINCIPAL.
003410            PERFORM 195-GRAVAR-JRNL-INICIO.
003420            PERFORM 101-INICIAR.
003430            PERFORM 201-AVALIAR-CONTA
003440                UNTIL WK-FS-CLIENTES = '10'.
003450            PERFORM 901-FINALIZAR.
003460            PERFORM 196-GRAVAR-JRNL-FIM.
003470            STOP RUN.
003480       ***********************************************************
003490        100-INICIAR SECTION.
003500        101-INICIAR.
003510            ACCEPT WK-TETO-FGC FROM SYSIN.
003520            IF WK-TETO-FGC = ZEROS
003530                MOVE 250000 TO WK-TETO-FGC
003540            END-IF.
003550            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
003560            PERFORM 190-CARREGAR-CAMBIO.
003570            PERFORM 102-CARREGAR-APLICMES.
003580            PERFORM 104-CARREGAR-POUPMES.
003590            OPEN INPUT ARQ-CLIENTES.
003600            IF WK-FS-CLIENTES NOT = '00'
003610                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
003620                        'STATUS ' WK-FS-CLIENTES
003630                MOVE 12 TO RETURN-CODE
003640                STOP RUN
003650            END-IF.
003660            OPEN INPUT ARQ-CLIDADOS.
003670            IF WK-FS-CLIDADOS NOT = '00'
003680                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
003690                        'STATUS ' WK-FS-CLIDADOS
003700                MOVE 12 TO RETURN-CODE
003710                STOP RUN
003720            END-IF.
003730            OPEN INPUT ARQ-TITULARES.
003740            IF WK-FS-TITULARES NOT = '00'
003750                DISPLAY 'ARQUIVO TITULARES INDISPONIVEL, '
003760                        'STATUS ' WK-FS-TITULARES
003770                MOVE 12 TO RETURN-CODE
003780                STOP RUN
003790            END-IF.
003800            OPEN OUTPUT ARQ-RELFGC.
003810            IF WK-FS-RELFGC NOT = '00'
003820                DISPLAY 'ERRO ' WK-FS-RELFGC
003830                        ' NO COMANDO OPEN RELFGC'
003840                MOVE 12 TO RETURN-CODE
003850                STOP RUN
003860            END-IF.
003870            OPEN OUTPUT ARQ-FGCDEP.
003880            IF WK-FS-FGCDEP NOT = '00'
003890                DISPLAY 'ERRO ' WK-FS-FGCDEP
003900                        ' NO COMANDO OPEN FGCDEP'
003910                MOVE 12 TO RETURN-CODE
003920                STOP RUN
003930            END-IF.
003940            MOVE WK-DATA-SIST TO WK-DATA-CABEC.
003950            MOVE WK-TETO-FGC  TO WK-TETO-CABEC.
003960            WRITE REG-RELFGC FROM WK-CABEC1.
003970            PERFORM 218-CONFERIR-RELFGC.
003980            MOVE SPACES TO REG-FGCDEP.
003990            MOVE '1' TO FD-TIPO-REG-FGC.
004000            MOVE WK-DATA-SIST TO FD-DATA-BASE-FGC.
004010            MOVE WK-TETO-FGC  TO FD-TETO-FGC.
004020            PERFORM 219-GRAVAR-FGCDEP.
004030            PERFORM 301-LER-CLIENTES.
004040        102-CARREGAR-APLICMES.
004050            OPEN INPUT ARQ-APLICMES.
004060            EVALUATE WK-FS-APLICMES
004070                WHEN '00'
004080                    PERFORM 302-LER-APLICMES
004090                    PERFORM 103-SOMAR-APLICACAO
004100                        UNTIL WK-FS-APLICMES = '10'
004110                    CLOSE ARQ-APLICMES
004120                WHEN '35'
004130                    CONTINUE
004140                WHEN OTHER
004150                    DISPLAY 'ERRO ' WK-FS-APLICMES
004160                            ' NO COMANDO OPEN APLICMES'
004170                    MOVE 12 TO RETURN-CODE
004180                    STOP RUN
004190            END-EVALUATE.
004200        103-SOMAR-APLICACAO.
004210            IF CDB-ATIVO
004220                MOVE FD-CHAVE-CDB TO WK-CHAVE-BUSCA
004230                PERFORM 106-LOCALIZAR-CDB
004240                IF WK-IDX-PROD-ACH = ZEROS
004250                    IF WK-QTD-CDB-CONTA NOT LESS 5000
004260                        DISPLAY 'TABELA DE CDB POR CONTA CHEIA, '
004270                                'LIMITE 5000'
004280                        MOVE 12 TO RETURN-CODE
004290                        STOP RUN
004300                    END-IF
004310                    ADD 1 TO WK-QTD-CDB-CONTA
004320                    MOVE WK-QTD-CDB-CONTA TO WK-IDX-PROD-ACH
004330                    MOVE FD-CHAVE-CDB
004331                        TO WK-CDB-CHAVE(WK-IDX-PROD-ACH)
004340                    MOVE ZEROS TO WK-CDB-VALOR(WK-IDX-PROD-ACH)
004350                    MOVE 'N' TO WK-CDB-USADO(WK-IDX-PROD-ACH)
004360                END-IF
004370                ADD FD-BRUTO-CDB TO WK-CDB-VALOR(WK-IDX-PROD-ACH)
004380            END-IF.
004390            PERFORM 302-LER-APLICMES.
004400        104-CARREGAR-POUPMES.
004410            OPEN INPUT ARQ-POUPMES.
004420            EVALUATE WK-FS-POUPMES
004430                WHEN '00'
004440                    PERFORM 303-LER-POUPMES
004450                    PERFORM 105-SOMAR-DEPOSITO
004460                        UNTIL WK-FS-POUPMES = '10'
004470                    CLOSE ARQ-POUPMES
004480                WHEN '35'
004490                    CONTINUE
004500                WHEN OTHER
004510                    DISPLAY 'ERRO ' WK-FS-POUPMES
004520                            ' NO COMANDO OPEN POUPMES'
004530                    MOVE 12 TO RETURN-CODE
004540                    STOP RUN
004550            END-EVALUATE.
004560        105-SOMAR-DEPOSITO.
004570            MOVE FD-CHAVE-POUP TO WK-CHAVE-BUSCA.
004580            PERFORM 108-LOCALIZAR-POUP.
004590            IF WK-IDX-PROD-ACH = ZEROS
004600                IF WK-QTD-POUP-CONTA NOT LESS 5000
004610                    DISPLAY 'TABELA DE POUPANCA POR CONTA CHEIA, '
004620                            'LIMITE 5000'
004630                    MOVE 12 TO RETURN-CODE
004640                    STOP RUN
004650                END-IF
004660                ADD 1 TO WK-QTD-POUP-CONTA
004670                MOVE WK-QTD-POUP-CONTA TO WK-IDX-PROD-ACH
004680                MOVE FD-CHAVE-POUP
004681                    TO WK-POU-CHAVE(WK-IDX-PROD-ACH)
004690                MOVE ZEROS TO WK-POU-VALOR(WK-IDX-PROD-ACH)
004700                MOVE 'N' TO WK-POU-USADO(WK-IDX-PROD-ACH)
004710            END-IF.
004720            ADD FD-SALDO-DEP-POUP
004721                TO WK-POU-VALOR(WK-IDX-PROD-ACH).
004730            PERFORM 303-LER-POUPMES.
004740        106-LOCALIZAR-CDB.
004750            MOVE ZEROS TO WK-IDX-PROD-ACH.
004760            PERFORM 107-COMPARAR-CDB
004770                VARYING WK-IDX-PROD FROM 1 BY 1
004780                UNTIL WK-IDX-PROD > WK-QTD-CDB-CONTA
004790                   OR WK-IDX-PROD-ACH > ZEROS.
004800        107-COMPARAR-CDB.
004810            IF WK-CDB-CHAVE(WK-IDX-PROD) = WK-CHAVE-BUSCA
004820                MOVE WK-IDX-PROD TO WK-IDX-PROD-ACH
004830            END-IF.
004840        108-LOCALIZAR-POUP.
004850            MOVE ZEROS TO WK-IDX-PROD-ACH.
004860            PERFORM 109-COMPARAR-POUP
004870                VARYING WK-IDX-PROD FROM 1 BY 1
004880                UNTIL WK-IDX-PROD > WK-QTD-POUP-CONTA
004890                   OR WK-IDX-PROD-ACH > ZEROS.
004900        109-COMPARAR-POUP.
004910            IF WK-POU-CHAVE(WK-IDX-PROD) = WK-CHAVE-BUSCA
004920                MOVE WK-IDX-PROD TO WK-IDX-PROD-ACH
004930            END-IF.
004940       ***********************************************
004950        190-CARREGAR-CAMBIO.
004960            MOVE WK-DATA-SIST TO WK-DATA-CAMBIO-REF.
004970            OPEN INPUT ARQ-CAMBIO.
004980            EVALUATE WK-FS-CAMBIO
004990                WHEN '00'
005000                    PERFORM 191-LER-CAMBIO
005010                    PERFORM 192-APLICAR-TAXA-CAMBIO
005020                        UNTIL WK-FS-CAMBIO = '10'
005030                    CLOSE ARQ-CAMBIO
005040                WHEN OTHER
005050                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
005060                            'OU COM ERRO ' WK-FS-CAMBIO
005070                    MOVE 12 TO RETURN-CODE
005080                    STOP RUN
005090            END-EVALUATE.
005100            IF TAXA-MOEDA(1) = ZEROS
005110                MOVE 1 TO TAXA-MOEDA(1)
005120            END-IF.
005130            PERFORM 189-CONFERIR-TAXA-CAMBIO
005140                VARYING WK-IDX-MOEDA FROM 2 BY 1
005150                UNTIL WK-IDX-MOEDA > 3.
005160        191-LER-CAMBIO.
005170            READ ARQ-CAMBIO.
005180            EVALUATE WK-FS-CAMBIO
005190                WHEN '00'
005200                    CONTINUE
005210                WHEN '10'
005220                    CONTINUE
005230                WHEN OTHER
005240                    DISPLAY 'ERRO ' WK-FS-CAMBIO
005250                            ' NO COMANDO READ CAMBIO'
005260                    MOVE 12 TO RETURN-CODE
005270                    STOP RUN
005280            END-EVALUATE.
005290        192-APLICAR-TAXA-CAMBIO.
005300            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
005310                PERFORM 193-COMPARAR-MOEDA
005320                    VARYING WK-IDX-MOEDA FROM 1 BY 1
005330                    UNTIL WK-IDX-MOEDA > 3
005340            END-IF.
005350            PERFORM 191-LER-CAMBIO.
005360        193-COMPARAR-MOEDA.
005370            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
005380               AND FD-DATA-CAMBIO NOT LESS
005390                   WK-DATA-TAXA(WK-IDX-MOEDA)
005400                MOVE FD-TAXA-CAMBIO
005410                    TO TAXA-MOEDA(WK-IDX-MOEDA)
005420                MOVE FD-DATA-CAMBIO
005430                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
005440            END-IF.
005450        189-CONFERIR-TAXA-CAMBIO.
005460            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
005470                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
005480                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
005490                        ' NA DATA ' WK-DATA-CAMBIO-REF
005500                MOVE 12 TO RETURN-CODE
005510                STOP RUN
005520            END-IF.
005530       ***********************************************
005540       *      SO SALDO CREDOR E DEPOSITO; A CONTA SEM
005550       *      TITULAR IDENTIFICADO VAI PARA AS OCORRENCIAS
005560        200-PROCESSAR SECTION.
005570        201-AVALIAR-CONTA.
005580            ADD 1 TO WK-QTD-CONTAS.
005590            MOVE ZEROS TO WK-VALOR-CC.
005600            IF FD-SALDO-CLIENTES > ZEROS
005610                PERFORM 206-CONVERTER-SALDO-BRL
005620            END-IF.
005630            MOVE FD-CHAVE-CLIENTES TO WK-CHAVE-BUSCA.
005640            MOVE ZEROS TO WK-VALOR-CDB.
005650            PERFORM 106-LOCALIZAR-CDB.
005660            IF WK-IDX-PROD-ACH > ZEROS
005670                MOVE WK-CDB-VALOR(WK-IDX-PROD-ACH) TO WK-VALOR-CDB
005680                MOVE 'S' TO WK-CDB-USADO(WK-IDX-PROD-ACH)
005690            END-IF.
005700            MOVE ZEROS TO WK-VALOR-POUP.
005710            PERFORM 108-LOCALIZAR-POUP.
005720            IF WK-IDX-PROD-ACH > ZEROS
005730                MOVE WK-POU-VALOR(WK-IDX-PROD-ACH)
005731                    TO WK-VALOR-POUP
005740                MOVE 'S' TO WK-POU-USADO(WK-IDX-PROD-ACH)
005750            END-IF.
005760            COMPUTE WK-VALOR-CONTA =
005770                WK-VALOR-CC + WK-VALOR-CDB + WK-VALOR-POUP.
005780            IF WK-VALOR-CONTA > ZEROS
005790                ADD 1 TO WK-QTD-CONTAS-DEP
005800                PERFORM 202-LEVANTAR-TITULARES
005810                IF WK-QTD-TIT-CONTA = ZEROS
005820                    ADD WK-VALOR-CONTA TO WK-TOT-SEM-TITULAR
005830                    MOVE FD-CHAVE-CLIENTES TO WK-CHAVE-OCORR
005840                    MOVE WK-VALOR-CONTA TO WK-VALOR-OCORR
005850                    MOVE 'CONTA SEM CPF/CNPJ NO CLIDADOS'
005860                        TO WK-MOTIVO-OCORR
005870                    PERFORM 217-GRAVAR-OCORRENCIA
005880                ELSE
005890                    PERFORM 207-RATEAR-PRODUTOS
005900                END-IF
005910            END-IF.
005920            PERFORM 301-LER-CLIENTES.
005930       *      O TITULAR DA CONTA E O DO CLIDADOS; OS DEMAIS
005940       *      VEM DO TITULARES, SEM REPETIR O MESMO CPF/CNPJ
005950        202-LEVANTAR-TITULARES.
005960            MOVE ZEROS TO WK-QTD-TIT-CONTA.
005970            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-CLIDADOS.
005980            READ ARQ-CLIDADOS
005990                INVALID KEY
006000                    CONTINUE
006010                NOT INVALID KEY
006020                    IF FD-CPFCNPJ-CLIDADOS NOT = SPACES
006030                        MOVE 1 TO WK-QTD-TIT-CONTA
006040                        MOVE FD-CPFCNPJ-CLIDADOS
006041                            TO WK-TIT-CPFCNPJ(1)
006050                        MOVE FD-TIPO-DOC-CLIDADOS
006051                            TO WK-TIT-TIPO-DOC(1)
006060                        MOVE FD-NOME-CLIENTES TO WK-TIT-NOME(1)
006070                    END-IF
006080            END-READ.
006090            IF WK-QTD-TIT-CONTA > ZEROS
006100                MOVE FD-CHAVE-CLIENTES TO FD-CONTA-TITULAR
006110                MOVE LOW-VALUES TO FD-CPFCNPJ-TITULAR
006120                START ARQ-TITULARES
006130                    KEY NOT LESS FD-CHAVE-TITULARES
006140                END-START
006150                IF WK-FS-TITULARES = '00'
006160                    PERFORM 304-LER-TITULARES
006170                    PERFORM 203-INCLUIR-TITULAR
006180                        UNTIL WK-FS-TITULARES NOT = '00'
006190                           OR FD-CONTA-TITULAR
006191                               NOT = FD-CHAVE-CLIENTES
006200                END-IF
006210            END-IF.
006220        203-INCLUIR-TITULAR.
006230            MOVE 'N' TO WK-TIT-REPETIDO.
006240            PERFORM 204-COMPARAR-TITULAR
006250                VARYING WK-IDX-TIT FROM 1 BY 1
006260                UNTIL WK-IDX-TIT > WK-QTD-TIT-CONTA.
006270            IF NOT TITULAR-REPETIDO
006280                IF WK-QTD-TIT-CONTA NOT LESS 10
006290                    DISPLAY 'CONTA ' FD-CHAVE-CLIENTES
006300                            ' COM MAIS DE 10 TITULARES, '
006310                            'EXCEDENTE IGNORADO'
006320                ELSE
006330                    ADD 1 TO WK-QTD-TIT-CONTA
006340                    MOVE FD-CPFCNPJ-TITULAR
006350                        TO WK-TIT-CPFCNPJ(WK-QTD-TIT-CONTA)
006360                    MOVE FD-TIPO-DOC-TITULAR
006370                        TO WK-TIT-TIPO-DOC(WK-QTD-TIT-CONTA)
006380                    MOVE FD-NOME-TITULAR
006390                        TO WK-TIT-NOME(WK-QTD-TIT-CONTA)
006400                END-IF
006410            END-IF.
006420            PERFORM 304-LER-TITULARES.
006430        204-COMPARAR-TITULAR.
006440            IF WK-TIT-CPFCNPJ(WK-IDX-TIT) = FD-CPFCNPJ-TITULAR
006450                MOVE 'S' TO WK-TIT-REPETIDO
006460            END-IF.
006470        206-CONVERTER-SALDO-BRL.
006480            MOVE 1 TO WK-IDX-MOEDA.
006490            PERFORM 205-PROCURAR-MOEDA
006500                UNTIL WK-IDX-MOEDA > 3
006510                   OR MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CLIENTES.
006520            IF WK-IDX-MOEDA > 3
006530                MOVE 1 TO WK-IDX-MOEDA
006540            END-IF.
006550            COMPUTE WK-VALOR-CC ROUNDED =
006560                FD-SALDO-CLIENTES * TAXA-MOEDA(WK-IDX-MOEDA).
006570        205-PROCURAR-MOEDA.
006580            ADD 1 TO WK-IDX-MOEDA.
006590        207-RATEAR-PRODUTOS.
006600            IF WK-VALOR-CC > ZEROS
006610                MOVE 'CC  ' TO WK-PRODUTO-RATEIO
006620                MOVE FD-MOEDA-CLIENTES TO WK-MOEDA-RATEIO
006630                MOVE WK-VALOR-CC TO WK-VALOR-RATEIO
006640                PERFORM 208-RATEAR-PRODUTO
006650            END-IF.
006660            IF WK-VALOR-CDB > ZEROS
006670                MOVE 'CDB ' TO WK-PRODUTO-RATEIO
006680                MOVE 'BRL' TO WK-MOEDA-RATEIO
006690                MOVE WK-VALOR-CDB TO WK-VALOR-RATEIO
006700                PERFORM 208-RATEAR-PRODUTO
006710            END-IF.
006720            IF WK-VALOR-POUP > ZEROS
006730                MOVE 'POUP' TO WK-PRODUTO-RATEIO
006740                MOVE 'BRL' TO WK-MOEDA-RATEIO
006750                MOVE WK-VALOR-POUP TO WK-VALOR-RATEIO
006760                PERFORM 208-RATEAR-PRODUTO
006770            END-IF.
006780       *      PARTES IGUAIS; O CENTAVO QUE SOBRA DA DIVISAO
006790       *      FICA COM O PRIMEIRO TITULAR
006800        208-RATEAR-PRODUTO.
006810            COMPUTE WK-PARCELA =
006820                WK-VALOR-RATEIO / WK-QTD-TIT-CONTA.
006830            COMPUTE WK-RESTO-RATEIO =
006840                WK-VALOR-RATEIO - WK-PARCELA * WK-QTD-TIT-CONTA.
006850            PERFORM 209-LANCAR-PARCELA
006860                VARYING WK-IDX-TIT FROM 1 BY 1
006870                UNTIL WK-IDX-TIT > WK-QTD-TIT-CONTA.
006880        209-LANCAR-PARCELA.
006890            MOVE WK-PARCELA TO WK-VALOR-PARCELA.
006900            IF WK-IDX-TIT = 1
006910                ADD WK-RESTO-RATEIO TO WK-VALOR-PARCELA
006920            END-IF.
006921            IF WK-VALOR-PARCELA > ZEROS
006922                PERFORM 212-REGISTRAR-PARCELA
006923            END-IF.
006924       *      PARCELA ZERADA (CENTAVO QUE NAO SE DIVIDE)
006925       *      NAO GERA DEPOSITO NEM DEPOSITANTE
006926        212-REGISTRAR-PARCELA.
006930            PERFORM 210-LOCALIZAR-DEPOSITANTE.
006940            ADD WK-VALOR-PARCELA TO WK-DPT-TOTAL(WK-IDX-DPT-ACH).
006950            IF WK-QTD-PARCELAS NOT LESS 20000
006960                DISPLAY 'TABELA DE PARCELAS CHEIA, LIMITE 20000'
006970                MOVE 12 TO RETURN-CODE
006980                STOP RUN
006990            END-IF.
007000            ADD 1 TO WK-QTD-PARCELAS.
007010            MOVE WK-IDX-DPT-ACH
007020                TO WK-PAR-DEPOSITANTE(WK-QTD-PARCELAS).
007030            MOVE FD-AGENCIA-CLIENTES
007040                TO WK-PAR-AGENCIA(WK-QTD-PARCELAS).
007050            MOVE WK-MOEDA-RATEIO TO WK-PAR-MOEDA(WK-QTD-PARCELAS).
007060            MOVE WK-VALOR-PARCELA
007061                TO WK-PAR-VALOR(WK-QTD-PARCELAS).
007070            MOVE SPACES TO REG-FGCDEP.
007080            MOVE '2' TO FD-TIPO-REG-FGC.
007090            MOVE WK-TIT-CPFCNPJ(WK-IDX-TIT)
007091                TO FD-CPFCNPJ-DEP-FGC.
007100            MOVE WK-TIT-TIPO-DOC(WK-IDX-TIT)
007101                TO FD-TIPO-DOC-DEP-FGC.
007110            MOVE WK-TIT-NOME(WK-IDX-TIT)     TO FD-NOME-DEP-FGC.
007120            MOVE FD-AGENCIA-CLIENTES TO FD-AGENCIA-DEP-FGC.
007130            MOVE FD-CONTA-CLIENTES   TO FD-CONTA-DEP-FGC.
007140            MOVE WK-PRODUTO-RATEIO   TO FD-PRODUTO-DEP-FGC.
007150            MOVE WK-MOEDA-RATEIO     TO FD-MOEDA-DEP-FGC.
007160            MOVE WK-VALOR-PARCELA    TO FD-VALOR-DEP-FGC.
007170            PERFORM 219-GRAVAR-FGCDEP.
007180        210-LOCALIZAR-DEPOSITANTE.
007190            MOVE ZEROS TO WK-IDX-DPT-ACH.
007200            PERFORM 211-COMPARAR-DEPOSITANTE
007210                VARYING WK-IDX-DPT FROM 1 BY 1
007220                UNTIL WK-IDX-DPT > WK-QTD-DEPOSITANTES
007230                   OR WK-IDX-DPT-ACH > ZEROS.
007240            IF WK-IDX-DPT-ACH = ZEROS
007250                IF WK-QTD-DEPOSITANTES NOT LESS 9999
007260                    DISPLAY 'TABELA DE DEPOSITANTES CHEIA, '
007270                            'LIMITE 9999'
007280                    MOVE 12 TO RETURN-CODE
007290                    STOP RUN
007300                END-IF
007310                ADD 1 TO WK-QTD-DEPOSITANTES
007320                MOVE WK-QTD-DEPOSITANTES TO WK-IDX-DPT-ACH
007330                MOVE WK-TIT-CPFCNPJ(WK-IDX-TIT)
007340                    TO WK-DPT-CPFCNPJ(WK-IDX-DPT-ACH)
007350                MOVE WK-TIT-TIPO-DOC(WK-IDX-TIT)
007360                    TO WK-DPT-TIPO-DOC(WK-IDX-DPT-ACH)
007370                MOVE WK-TIT-NOME(WK-IDX-TIT)
007380                    TO WK-DPT-NOME(WK-IDX-DPT-ACH)
007390                MOVE ZEROS TO WK-DPT-TOTAL(WK-IDX-DPT-ACH)
007400                MOVE ZEROS TO WK-DPT-COBERTO(WK-IDX-DPT-ACH)
007410            END-IF.
007420        211-COMPARAR-DEPOSITANTE.
007430            IF WK-DPT-CPFCNPJ(WK-IDX-DPT)
007431                = WK-TIT-CPFCNPJ(WK-IDX-TIT)
007440                MOVE WK-IDX-DPT TO WK-IDX-DPT-ACH
007450            END-IF.
007460        217-GRAVAR-OCORRENCIA.
007470            ADD 1 TO WK-QTD-OCORR.
007480            MOVE WK-MOTIVO-OCORR TO WK-MOTIVO-REL.
007490            WRITE REG-RELFGC FROM WK-LINHA-OCORR.
007500            PERFORM 218-CONFERIR-RELFGC.
007510        218-CONFERIR-RELFGC.
007520            IF WK-FS-RELFGC NOT = '00'
007530                DISPLAY 'ERRO ' WK-FS-RELFGC
007540                        ' NO COMANDO WRITE RELFGC'
007550                MOVE 12 TO RETURN-CODE
007560                STOP RUN
007570            END-IF.
007580        219-GRAVAR-FGCDEP.
007590            WRITE REG-FGCDEP.
007600            IF WK-FS-FGCDEP NOT = '00'
007610                DISPLAY 'ERRO ' WK-FS-FGCDEP
007620                        ' NO COMANDO WRITE FGCDEP'
007630                MOVE 12 TO RETURN-CODE
007640                STOP RUN
007650            END-IF.
007660            ADD 1 TO WK-QTD-REG-FGC.
007670       ***********************************************
007680        300-LEITURAS SECTION.
007690        301-LER-CLIENTES.
007700            READ ARQ-CLIENTES.
007710            EVALUATE WK-FS-CLIENTES
007720                WHEN '00'
007730                    CONTINUE
007740                WHEN '10'
007750                    CONTINUE
007760                WHEN OTHER
007770                    DISPLAY 'ERRO ' WK-FS-CLIENTES
007780                            ' NO COMANDO READ CLIENTES'
007790                    MOVE 12 TO RETURN-CODE
007800                    STOP RUN
007810            END-EVALUATE.
007820        302-LER-APLICMES.
007830            READ ARQ-APLICMES.
007840            EVALUATE WK-FS-APLICMES
007850                WHEN '00'
007860                    CONTINUE
007870                WHEN '10'
007880                    CONTINUE
007890                WHEN OTHER
007900                    DISPLAY 'ERRO ' WK-FS-APLICMES
007910                            ' NO COMANDO READ APLICMES'
007920                    MOVE 12 TO RETURN-CODE
007930                    STOP RUN
007940            END-EVALUATE.
007950        303-LER-POUPMES.
007960            READ ARQ-POUPMES.
007970            EVALUATE WK-FS-POUPMES
007980                WHEN '00'
007990                    CONTINUE
008000                WHEN '10'
008010                    CONTINUE
008020                WHEN OTHER
008030                    DISPLAY 'ERRO ' WK-FS-POUPMES
008040                            ' NO COMANDO READ POUPMES'
008050                    MOVE 12 TO RETURN-CODE
008060                    STOP RUN
008070            END-EVALUATE.
008080        304-LER-TITULARES.
008090            READ ARQ-TITULARES NEXT.
008100            EVALUATE WK-FS-TITULARES
008110                WHEN '00'
008120                    CONTINUE
008130                WHEN '10'
008140                    CONTINUE
008150                WHEN OTHER
008160                    DISPLAY 'ERRO ' WK-FS-TITULARES
008170                            ' NO COMANDO READ TITULARES'
008180                    MOVE 12 TO RETURN-CODE
008190                    STOP RUN
008200            END-EVALUATE.
008210       ***********************************************
008220        195-GRAVAR-JRNL-INICIO.
008230            MOVE 'I' TO JRL-TIPO.
008240            MOVE ZEROS TO JRL-QTD-LIDOS.
008250            MOVE ZEROS TO JRL-QTD-GRAVADOS.
008260            MOVE ZEROS TO JRL-QTD-REJEITADOS.
008270            MOVE ZEROS TO JRL-RETORNO.
008271            MOVE 'EAD95906' TO LK-PROGRAMA-COM.
008272            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
008273            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008280            PERFORM 194-GRAVAR-RUNJRNL.
008290        196-GRAVAR-JRNL-FIM.
008300            MOVE 'F' TO JRL-TIPO.
008310            MOVE WK-QTD-CONTAS TO JRL-QTD-LIDOS.
008320            MOVE WK-QTD-REG-FGC TO JRL-QTD-GRAVADOS.
008330            MOVE WK-QTD-OCORR TO JRL-QTD-REJEITADOS.
008340            MOVE RETURN-CODE TO JRL-RETORNO.
008341            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008350            PERFORM 194-GRAVAR-RUNJRNL.
008360        194-GRAVAR-RUNJRNL.
008370            OPEN EXTEND ARQ-RUNJRNL.
008380            IF WK-FS-RUNJRNL = '35'
008390                OPEN OUTPUT ARQ-RUNJRNL
008400            END-IF.
008410            IF WK-FS-RUNJRNL NOT = '00'
008420                DISPLAY 'ERRO ' WK-FS-RUNJRNL
008430                        ' NO COMANDO OPEN RUNJRNL'
008440                MOVE 12 TO RETURN-CODE
008450                STOP RUN
008460            END-IF.
008470            MOVE 'EAD95906' TO JRL-PROGRAMA.
008480            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
008490            ACCEPT JRL-HORA FROM TIME.
008500            WRITE REG-RUNJRNL.
008510            IF WK-FS-RUNJRNL NOT = '00'
008520                DISPLAY 'ERRO ' WK-FS-RUNJRNL
008530                        ' NO COMANDO WRITE RUNJRNL'
008540                MOVE 12 TO RETURN-CODE
008550                STOP RUN
008560            END-IF.
008570            CLOSE ARQ-RUNJRNL.
008580       ***********************************************
008590        900-FINALIZAR SECTION.
008600        901-FINALIZAR.
008610            PERFORM 906-CONFERIR-SEM-CONTA
008620                VARYING WK-IDX-PROD FROM 1 BY 1
008630                UNTIL WK-IDX-PROD > WK-QTD-CDB-CONTA.
008640            PERFORM 907-CONFERIR-POUP-SEM-CONTA
008650                VARYING WK-IDX-PROD FROM 1 BY 1
008660                UNTIL WK-IDX-PROD > WK-QTD-POUP-CONTA.
008670            WRITE REG-RELFGC FROM WK-CABEC2 AFTER 2 LINES.
008680            PERFORM 902-APURAR-DEPOSITANTE
008690                VARYING WK-IDX-DPT FROM 1 BY 1
008700                UNTIL WK-IDX-DPT > WK-QTD-DEPOSITANTES.
008701            COMPUTE WK-TOT-DESCOBERTO =
008702                WK-TOT-GERAL - WK-TOT-COBERTO.
008710            PERFORM 903-ALOCAR-PARCELA
008720                VARYING WK-IDX-PARC FROM 1 BY 1
008730                UNTIL WK-IDX-PARC > WK-QTD-PARCELAS.
008740            MOVE SPACES TO REG-RELFGC.
008750            WRITE REG-RELFGC AFTER 1 LINES.
008760            PERFORM 905-IMPRIMIR-AGENCIA-MOEDA
008770                VARYING WK-IDX-AGM FROM 1 BY 1
008780                UNTIL WK-IDX-AGM > WK-QTD-AGM.
008790            MOVE 'CONTAS LIDAS            : ' TO WK-TITULO-TOT.
008800            MOVE WK-QTD-CONTAS TO WK-VALOR-TOT.
008810            WRITE REG-RELFGC FROM WK-LINHA-TOTAL AFTER 2 LINES.
008820            MOVE 'CONTAS COM DEPOSITO     : ' TO WK-TITULO-TOT.
008830            MOVE WK-QTD-CONTAS-DEP TO WK-VALOR-TOT.
008840            WRITE REG-RELFGC FROM WK-LINHA-TOTAL.
008850            MOVE 'DEPOSITANTES            : ' TO WK-TITULO-TOT.
008860            MOVE WK-QTD-DEPOSITANTES TO WK-VALOR-TOT.
008870            WRITE REG-RELFGC FROM WK-LINHA-TOTAL.
008880            MOVE 'OCORRENCIAS             : ' TO WK-TITULO-TOT.
008890            MOVE WK-QTD-OCORR TO WK-VALOR-TOT.
008900            WRITE REG-RELFGC FROM WK-LINHA-TOTAL.
008910            MOVE 'TOTAL DE DEPOSITOS      : ' TO WK-TITULO-VAL.
008920            MOVE WK-TOT-GERAL TO WK-VALOR-VAL.
008930            WRITE REG-RELFGC FROM WK-LINHA-VALOR.
008940            MOVE 'TOTAL COBERTO           : ' TO WK-TITULO-VAL.
008950            MOVE WK-TOT-COBERTO TO WK-VALOR-VAL.
008960            WRITE REG-RELFGC FROM WK-LINHA-VALOR.
008970            MOVE 'TOTAL DESCOBERTO        : ' TO WK-TITULO-VAL.
008980            MOVE WK-TOT-DESCOBERTO TO WK-VALOR-VAL.
008990            WRITE REG-RELFGC FROM WK-LINHA-VALOR.
009000            MOVE 'SEM TITULAR IDENTIFICADO: ' TO WK-TITULO-VAL.
009010            MOVE WK-TOT-SEM-TITULAR TO WK-VALOR-VAL.
009020            WRITE REG-RELFGC FROM WK-LINHA-VALOR.
009030            PERFORM 218-CONFERIR-RELFGC.
009040            MOVE SPACES TO REG-FGCDEP.
009050            MOVE '9' TO FD-TIPO-REG-FGC.
009060            ADD 1 TO WK-QTD-REG-FGC.
009070            MOVE WK-QTD-REG-FGC TO FD-QTD-REG-FGC.
009080            MOVE WK-QTD-DEPOSITANTES TO FD-QTD-TIT-FGC.
009090            MOVE WK-TOT-GERAL TO FD-TOTAL-FGC.
009100            MOVE WK-TOT-COBERTO TO FD-COBERTO-FGC.
009110            PERFORM 219-GRAVAR-FGCDEP.
009120            DISPLAY 'DEPOSITANTES APURADOS : '
009121                WK-QTD-DEPOSITANTES.
009130            CLOSE ARQ-CLIENTES.
009140            CLOSE ARQ-CLIDADOS.
009150            CLOSE ARQ-TITULARES.
009160            CLOSE ARQ-RELFGC.
009170            CLOSE ARQ-FGCDEP.
009180       *      COBERTURA DO DEPOSITANTE LIMITADA AO TETO
009190        902-APURAR-DEPOSITANTE.
009200            IF WK-DPT-TOTAL(WK-IDX-DPT) > WK-TETO-FGC
009210                MOVE WK-TETO-FGC TO WK-DPT-COBERTO(WK-IDX-DPT)
009220            ELSE
009230                MOVE WK-DPT-TOTAL(WK-IDX-DPT)
009240                    TO WK-DPT-COBERTO(WK-IDX-DPT)
009250            END-IF.
009260            ADD WK-DPT-TOTAL(WK-IDX-DPT) TO WK-TOT-GERAL.
009270            ADD WK-DPT-COBERTO(WK-IDX-DPT) TO WK-TOT-COBERTO.
009280            MOVE WK-DPT-CPFCNPJ(WK-IDX-DPT)  TO WK-CPFCNPJ-REL.
009290            MOVE WK-DPT-TIPO-DOC(WK-IDX-DPT) TO WK-TIPO-DOC-REL.
009300            MOVE WK-DPT-NOME(WK-IDX-DPT)     TO WK-NOME-REL.
009310            MOVE WK-DPT-TOTAL(WK-IDX-DPT)    TO WK-TOTAL-REL.
009320            MOVE WK-DPT-COBERTO(WK-IDX-DPT)  TO WK-COBERTO-REL.
009330            COMPUTE WK-DESCOB-REL =
009340                WK-DPT-TOTAL(WK-IDX-DPT)
009341                    - WK-DPT-COBERTO(WK-IDX-DPT).
009350            WRITE REG-RELFGC FROM WK-LINHA-DPT.
009360            PERFORM 218-CONFERIR-RELFGC.
009370            MOVE SPACES TO REG-FGCDEP.
009380            MOVE '3' TO FD-TIPO-REG-FGC.
009390            MOVE WK-DPT-CPFCNPJ(WK-IDX-DPT)
009391                TO FD-CPFCNPJ-TIT-FGC.
009400            MOVE WK-DPT-TIPO-DOC(WK-IDX-DPT)
009401                TO FD-TIPO-DOC-TIT-FGC.
009410            MOVE WK-DPT-NOME(WK-IDX-DPT)     TO FD-NOME-TIT-FGC.
009420            MOVE WK-DPT-TOTAL(WK-IDX-DPT)    TO FD-TOTAL-TIT-FGC.
009430            MOVE WK-DPT-COBERTO(WK-IDX-DPT)
009431                TO FD-COBERTO-TIT-FGC.
009440            COMPUTE FD-DESCOBERTO-TIT-FGC =
009450                WK-DPT-TOTAL(WK-IDX-DPT)
009451                    - WK-DPT-COBERTO(WK-IDX-DPT).
009460            PERFORM 219-GRAVAR-FGCDEP.
009480       *      CADA PARCELA RECEBE DA COBERTURA DO SEU
009490       *      DEPOSITANTE A MESMA PROPORCAO QUE TEM NO TOTAL
009500        903-ALOCAR-PARCELA.
009510            MOVE WK-PAR-DEPOSITANTE(WK-IDX-PARC) TO WK-IDX-DPT.
009520            COMPUTE WK-COBERTO-PARC ROUNDED =
009530                WK-PAR-VALOR(WK-IDX-PARC)
009540                * WK-DPT-COBERTO(WK-IDX-DPT)
009550                / WK-DPT-TOTAL(WK-IDX-DPT).
009560            MOVE ZEROS TO WK-IDX-AGM-ACH.
009570            PERFORM 904-COMPARAR-AGENCIA-MOEDA
009580                VARYING WK-IDX-AGM FROM 1 BY 1
009590                UNTIL WK-IDX-AGM > WK-QTD-AGM
009600                   OR WK-IDX-AGM-ACH > ZEROS.
009610            IF WK-IDX-AGM-ACH = ZEROS
009620                IF WK-QTD-AGM NOT LESS 500
009630                    DISPLAY 'TABELA DE AGENCIAS E MOEDAS CHEIA, '
009640                            'LIMITE 500'
009650                    MOVE 12 TO RETURN-CODE
009660                    STOP RUN
009670                END-IF
009680                ADD 1 TO WK-QTD-AGM
009690                MOVE WK-QTD-AGM TO WK-IDX-AGM-ACH
009700                MOVE WK-PAR-AGENCIA(WK-IDX-PARC)
009710                    TO WK-AGM-AGENCIA(WK-IDX-AGM-ACH)
009720                MOVE WK-PAR-MOEDA(WK-IDX-PARC)
009730                    TO WK-AGM-MOEDA(WK-IDX-AGM-ACH)
009740                MOVE ZEROS TO WK-AGM-TOTAL(WK-IDX-AGM-ACH)
009750                MOVE ZEROS TO WK-AGM-COBERTO(WK-IDX-AGM-ACH)
009760            END-IF.
009770            ADD WK-PAR-VALOR(WK-IDX-PARC)
009780                TO WK-AGM-TOTAL(WK-IDX-AGM-ACH).
009790            ADD WK-COBERTO-PARC TO WK-AGM-COBERTO(WK-IDX-AGM-ACH).
009800        904-COMPARAR-AGENCIA-MOEDA.
009810            IF WK-AGM-AGENCIA(WK-IDX-AGM)
009811                = WK-PAR-AGENCIA(WK-IDX-PARC)
009820               AND WK-AGM-MOEDA(WK-IDX-AGM)
009821                   = WK-PAR-MOEDA(WK-IDX-PARC)
009830                MOVE WK-IDX-AGM TO WK-IDX-AGM-ACH
009840            END-IF.
009850        905-IMPRIMIR-AGENCIA-MOEDA.
009860            MOVE WK-AGM-AGENCIA(WK-IDX-AGM) TO WK-AGENCIA-AGM-REL.
009870            MOVE WK-AGM-MOEDA(WK-IDX-AGM)   TO WK-MOEDA-AGM-REL.
009880            MOVE WK-AGM-TOTAL(WK-IDX-AGM)   TO WK-TOTAL-AGM-REL.
009890            MOVE WK-AGM-COBERTO(WK-IDX-AGM) TO WK-COBERTO-AGM-REL.
009900            COMPUTE WK-DESCOB-AGM-REL =
009910                WK-AGM-TOTAL(WK-IDX-AGM)
009911                    - WK-AGM-COBERTO(WK-IDX-AGM).
009920            WRITE REG-RELFGC FROM WK-LINHA-AGM.
009930            PERFORM 218-CONFERIR-RELFGC.
009940       *      CDB OU POUPANCA DE CONTA QUE NAO ESTA NO CLIENTES
009950        906-CONFERIR-SEM-CONTA.
009960            IF WK-CDB-USADO(WK-IDX-PROD) = 'N'
009970                MOVE WK-CDB-CHAVE(WK-IDX-PROD) TO WK-CHAVE-OCORR
009980                MOVE WK-CDB-VALOR(WK-IDX-PROD) TO WK-VALOR-OCORR
009990                MOVE 'CDB DE CONTA FORA DO CLIENTES'
010000                    TO WK-MOTIVO-OCORR
010010                ADD WK-CDB-VALOR(WK-IDX-PROD)
010011                    TO WK-TOT-SEM-TITULAR
010020                PERFORM 217-GRAVAR-OCORRENCIA
010030            END-IF.
010040        907-CONFERIR-POUP-SEM-CONTA.
010050            IF WK-POU-USADO(WK-IDX-PROD) = 'N'
010060                MOVE WK-POU-CHAVE(WK-IDX-PROD) TO WK-CHAVE-OCORR
010070                MOVE WK-POU-VALOR(WK-IDX-PROD) TO WK-VALOR-OCORR
010080                MOVE 'POUPANCA DE CONTA FORA DO CLIENTES'
010090                    TO WK-MOTIVO-OCORR
010100                ADD WK-POU-VALOR(WK-IDX-PROD)
010101                    TO WK-TOT-SEM-TITULAR
010110                PERFORM 217-GRAVAR-OCORRENCIA
010120            END-IF.
