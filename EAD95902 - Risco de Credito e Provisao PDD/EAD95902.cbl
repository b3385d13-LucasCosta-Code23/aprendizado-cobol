000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95902.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CLASSIFICACAO DE RISCO DE CREDITO E PROVISAO *
000170       *   PARA DEVEDORES DUVIDOSOS (PDD) - MENSAL      *
000180       *                                                *
000190       *   CLASSIFICA CADA CONTRATO DO EMPREST E CADA   *
000200       *   SALDO NEGATIVO DO CLIENTES NOS NIVEIS AA A H *
000210       *   PELOS DIAS DE ATRASO, APLICA O PERCENTUAL DE *
000220       *   PROVISAO DO NIVEL E CONTABILIZA NO GLJPDD A  *
000230       *   DIFERENCA PARA A PROVISAO DO MES ANTERIOR    *
000240       *   (GUARDADA NO PDDREG), PELO PLANOCTA          *
000250       *                                                *
000260       *   EMITE O RELPDD DA CARTEIRA POR NIVEL, POR    *
000270       *   AGENCIA E POR PRODUTO                        *
000280       **************************************************
000290       *
000300        ENVIRONMENT DIVISION.
000310        CONFIGURATION SECTION.
000320        SPECIAL-NAMES.
000330            DECIMAL-POINT IS COMMA.
000340        INPUT-OUTPUT SECTION.
000350        FILE-CONTROL.
000360            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000370                FILE STATUS IS WK-FS-RUNJRNL.
000380            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000390                FILE STATUS IS WK-FS-EMPREST.
000400            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000410                ORGANIZATION IS INDEXED
000420                ACCESS MODE IS SEQUENTIAL
000430                RECORD KEY IS FD-CHAVE-CLIENTES
000440                FILE STATUS IS WK-FS-CLIENTES.
000450            SELECT ARQ-PDDREG   ASSIGN TO PDDREG
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS DYNAMIC
000480                RECORD KEY IS FD-CHAVE-REG-PDD
000490                FILE STATUS IS WK-FS-PDDREG.
000500            SELECT ARQ-PLANOCTA ASSIGN TO PLANOCTA
000510                FILE STATUS IS WK-FS-PLANOCTA.
000520            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000530                FILE STATUS IS WK-FS-CAMBIO.
000540            SELECT ARQ-GLJPDD   ASSIGN TO GLJPDD
000550                FILE STATUS IS WK-FS-GLJPDD.
000560            SELECT ARQ-RELPDD   ASSIGN TO RELPDD
000570                FILE STATUS IS WK-FS-RELPDD.
000580       *
000590        DATA DIVISION.
000600        FILE SECTION.
000610        FD   ARQ-EMPREST
000620             RECORDING MODE IS F.
000630        01  REG-EMPREST.
000640            05 FD-CONTRATO-EMP     PIC 9(4).
000650            05 FD-CHAVE-EMP        PIC X(9).
000660            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
000670            05 FD-TAXA-EMP         PIC 9V99.
000680            05 FD-SISTEMA-EMP      PIC X.
000690                88 EMP-PRICE           VALUE 'P'.
000700                88 EMP-SAC             VALUE 'S'.
000710            05 FD-PRAZO-EMP        PIC 9(3).
000720            05 FD-PAGAS-EMP        PIC 9(3).
000730            05 FD-VENCIMENTO-EMP   PIC 9(8).
000740            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
000750            05 FD-PARCELA-EMP      PIC 9(8)V99.
000760            05 FD-SITUACAO-EMP     PIC X.
000770                88 EMP-ATIVO            VALUE 'A'.
000780                88 EMP-QUITADO          VALUE 'Q'.
000790                88 EMP-EM-ATRASO        VALUE 'R'.
000791                88 EMP-BAIXADO          VALUE 'B'.
000800            05 FD-ATRASOS-EMP      PIC 99.
000801            05 FD-EMPREGADOR-EMP   PIC X(9).
000810        FD   ARQ-CLIENTES
000820             RECORDING MODE IS F.
000830        01  REG-CLIENTES.
000840            05 FD-CHAVE-CLIENTES.
000850                10 FD-AGENCIA-CLIENTES     PIC X(4).
000860                10 FD-CONTA-CLIENTES       PIC 9(5).
000870            05 FD-DIGITO-CLIENTES      PIC X.
000880            05 FD-NOME-CLIENTES        PIC A(20).
000890            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
000900            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
000910            05 FD-MOEDA-CLIENTES       PIC X(3).
000920            05 FD-SITUACAO-CLIENTES    PIC X.
000930                88 CONTA-ATIVA            VALUE 'A' ' '.
000940                88 CONTA-BLOQUEADA        VALUE 'B'.
000950                88 CONTA-ENCERRADA        VALUE 'E'.
000960       *      UMA ENTRADA POR EXPOSICAO: CONTRATO DE
000970       *      EMPRESTIMO (ORIGEM E) OU CONTA NO LIMITE
000980       *      (ORIGEM L, CONTRATO ZERO)
000990        FD   ARQ-PDDREG
001000             RECORDING MODE IS F.
001010        01  REG-PDDREG.
001020            05 FD-CHAVE-REG-PDD.
001030                10 FD-ORIGEM-PDD       PIC X.
001040                    88 PDD-EMPRESTIMO      VALUE 'E'.
001050                    88 PDD-LIMITE          VALUE 'L'.
001060                10 FD-CHAVE-PDD.
001070                    15 FD-AGENCIA-PDD      PIC X(4).
001080                    15 FD-CONTA-PDD        PIC 9(5).
001090                10 FD-CONTRATO-PDD     PIC 9(4).
001100            05 FD-DATA-REF-PDD     PIC 9(8).
001110            05 FD-NIVEL-PDD        PIC XX.
001120            05 FD-DIAS-ATRASO-PDD  PIC 9(5).
001130            05 FD-SALDO-PDD        PIC 9(9)V99.
001140            05 FD-PROVISAO-PDD     PIC 9(9)V99.
001150            05 FD-EXPOSTO-PDD      PIC X.
001151                88 PDD-BAIXADO         VALUE 'B'.
001160            05 FD-NIVEL-ANT-PDD    PIC XX.
001170            05 FD-PROVISAO-ANT-PDD PIC 9(9)V99.
001180            05 FD-EXPOSTO-ANT-PDD  PIC X.
001190            05 FD-DATA-INI-ATRASO-PDD PIC 9(8).
001200        FD   ARQ-PLANOCTA
001210             RECORDING MODE IS F.
001220        01  REG-PLANOCTA.
001230            05 FD-TIPO-PLANO       PIC X.
001240            05 FD-MOEDA-PLANO      PIC X(3).
001250            05 FD-CONTA-RAZAO-PLANO PIC X(8).
001260            05 FD-NATUREZA-PLANO   PIC X.
001270                88 PLANO-DEVEDORA      VALUE 'D'.
001280                88 PLANO-CREDORA       VALUE 'C'.
001290        FD   ARQ-CAMBIO
001300             RECORDING MODE IS F.
001310        01  REG-CAMBIO.
001320            05 FD-MOEDA-CAMBIO     PIC X(3).
001330            05 FD-DATA-CAMBIO      PIC 9(8).
001340            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001350       *      MESMO LEIAUTE DO GLJOURN DO EAD95854
001360        FD   ARQ-GLJPDD
001370             RECORDING MODE IS F.
001380        01  REG-GLJPDD.
001390            05 FD-TIPO-REG-GLJ     PIC X.
001400                88 GLJOURN-HEADER      VALUE 'H'.
001410                88 GLJOURN-DETALHE     VALUE 'D'.
001420                88 GLJOURN-TRAILER     VALUE 'T'.
001430            05 FD-DETALHE-GLJ.
001440                10 FD-CONTA-RAZAO-GLJ  PIC X(8).
001450                10 FD-NATUREZA-GLJ     PIC X.
001460                10 FD-VALOR-GLJ        PIC 9(11)V99.
001470                10 FD-TIPO-ORIGEM-GLJ  PIC X.
001480                10 FD-MOEDA-ORIGEM-GLJ PIC X(3).
001490                10 FD-DATA-GLJ         PIC 9(8).
001500            05 FD-CTRL-GLJ REDEFINES FD-DETALHE-GLJ.
001510                10 FD-DATA-CTRL-GLJ    PIC 9(8).
001520                10 FD-QTDE-CTRL-GLJ    PIC 9(6).
001530                10 FD-VALOR-CTRL-GLJ   PIC 9(11)V99.
001540                10 FILLER              PIC X(7).
001541            05 FD-ID-EXEC-GLJ      PIC 9(10).
001550        FD   ARQ-RELPDD
001560             RECORDING MODE IS F.
001570        01  REG-RELPDD                 PIC X(100).
001580        FD   ARQ-RUNJRNL
001590             RECORDING MODE IS F.
001600        01  REG-RUNJRNL.
001610            05 JRL-PROGRAMA        PIC X(8).
001620            05 JRL-TIPO            PIC X.
001630            05 JRL-DATA            PIC 9(8).
001640            05 JRL-HORA            PIC 9(6).
001650            05 JRL-QTD-LIDOS       PIC 9(7).
001660            05 JRL-QTD-GRAVADOS    PIC 9(7).
001670            05 JRL-QTD-REJEITADOS  PIC 9(7).
001680            05 JRL-RETORNO         PIC 9(4).
001681            05 JRL-ID-EXEC         PIC 9(10).
001690        WORKING-STORAGE SECTION.
001700        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001701        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001702        01  LK-AREA-ID-EXEC.
001703            05 LK-PROGRAMA-COM     PIC X(8).
001704            05 LK-ID-EXEC-COM      PIC 9(10).
001710        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
001720        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001730        77  WK-FS-PDDREG   PIC XX           VALUE SPACES.
001740        77  WK-FS-PLANOCTA PIC XX           VALUE SPACES.
001750        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
001760        77  WK-FS-GLJPDD   PIC XX           VALUE SPACES.
001770        77  WK-FS-RELPDD   PIC XX           VALUE SPACES.
001780        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001790        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
001800        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
001810        77  WK-QTD-EXPOSICOES PIC 9(7)      VALUE ZEROS.
001820        77  WK-QTD-LINHAS  PIC 9(6)         VALUE ZEROS.
001830        77  WK-TOT-DEBITOS PIC 9(11)V99     VALUE ZEROS.
001840        77  WK-TOT-PROVISAO PIC 9(11)V99    VALUE ZEROS.
001850        77  WK-TOT-PROVISAO-ANT PIC 9(11)V99 VALUE ZEROS.
001860        77  WK-DIFERENCA   PIC 9(11)V99     VALUE ZEROS.
001870       *      CONTAS RAZAO DA PDD NO PLANOCTA (MOEDA 'PDD'):
001880       *      TIPO 'D' = DESPESA DE PROVISAO, 'R' = REVERSAO
001890       *      DE PROVISAO, 'P' = PROVISAO (REDUTORA DO ATIVO)
001900        77  WK-CONTA-DESPESA PIC X(8)       VALUE SPACES.
001910        77  WK-CONTA-REVERSAO PIC X(8)      VALUE SPACES.
001920        77  WK-CONTA-PROVISAO PIC X(8)      VALUE SPACES.
001930       *      EXPOSICAO EM CLASSIFICACAO
001940        77  WK-ORIGEM-EXP  PIC X            VALUE SPACE.
001950        77  WK-IDX-PRODUTO PIC 9            VALUE ZEROS.
001960        77  WK-SALDO-EXP   PIC 9(9)V99      VALUE ZEROS.
001970        77  WK-DIAS-EXP    PIC 9(5)         VALUE ZEROS.
001980        77  WK-PROVISAO-EXP PIC 9(9)V99     VALUE ZEROS.
001990        77  WK-REG-PDD     PIC X            VALUE 'N'.
002000            88 REG-PDD-EXISTE                 VALUE 'S'.
002010            88 REG-PDD-NOVO                   VALUE 'N'.
002011       *      EXPOSICAO BAIXADA PELO EAD95903 NA DATA DE
002012       *      REFERENCIA: A REAPURACAO NAO A REABRE
002013        77  WK-BAIXA-PDD   PIC X            VALUE 'N'.
002014            88 BAIXADO-NA-DATA                VALUE 'S'.
002015            88 NAO-BAIXADO-NA-DATA            VALUE 'N'.
002020        77  WK-CLASSE-AA   PIC X            VALUE 'N'.
002030            88 SEM-HISTORICO-ATRASO           VALUE 'S'.
002040        77  WK-DATA-INI-ATRASO PIC 9(8)     VALUE ZEROS.
002050        77  WK-MESES-CALC  PIC 9(6)         VALUE ZEROS.
002060        77  WK-MES-RESTO   PIC 99           VALUE ZEROS.
002070       *      NIVEIS DE RISCO: MAIOR ATRASO EM DIAS ACEITO
002080       *      EM CADA NIVEL E PERCENTUAL DE PROVISAO
002090        01  NOMES-NIVEL.
002100            05 FILLER              PIC X(02) VALUE 'AA'.
002110            05 FILLER              PIC X(02) VALUE 'A '.
002120            05 FILLER              PIC X(02) VALUE 'B '.
002130            05 FILLER              PIC X(02) VALUE 'C '.
002140            05 FILLER              PIC X(02) VALUE 'D '.
002150            05 FILLER              PIC X(02) VALUE 'E '.
002160            05 FILLER              PIC X(02) VALUE 'F '.
002170            05 FILLER              PIC X(02) VALUE 'G '.
002180            05 FILLER              PIC X(02) VALUE 'H '.
002190        01  TABELA-NIVEIS REDEFINES NOMES-NIVEL.
002200            05 NIVEL-COD           PIC X(02) OCCURS 9 TIMES.
002210        01  DIAS-NIVEL-LIT.
002220            05 FILLER              PIC 9(5) VALUE ZEROS.
002230            05 FILLER              PIC 9(5) VALUE 14.
002240            05 FILLER              PIC 9(5) VALUE 30.
002250            05 FILLER              PIC 9(5) VALUE 60.
002260            05 FILLER              PIC 9(5) VALUE 90.
002270            05 FILLER              PIC 9(5) VALUE 120.
002280            05 FILLER              PIC 9(5) VALUE 150.
002290            05 FILLER              PIC 9(5) VALUE 180.
002300            05 FILLER              PIC 9(5) VALUE 99999.
002310        01  TABELA-DIAS-NIVEL REDEFINES DIAS-NIVEL-LIT.
002320            05 DIAS-MAX-NIVEL      PIC 9(5) OCCURS 9 TIMES.
002330        01  PERC-NIVEL-LIT.
002340            05 FILLER              PIC 9(3)V99 VALUE ZEROS.
002350            05 FILLER              PIC 9(3)V99 VALUE 0,50.
002360            05 FILLER              PIC 9(3)V99 VALUE 1.
002370            05 FILLER              PIC 9(3)V99 VALUE 3.
002380            05 FILLER              PIC 9(3)V99 VALUE 10.
002390            05 FILLER              PIC 9(3)V99 VALUE 30.
002400            05 FILLER              PIC 9(3)V99 VALUE 50.
002410            05 FILLER              PIC 9(3)V99 VALUE 70.
002420            05 FILLER              PIC 9(3)V99 VALUE 100.
002430        01  TABELA-PERC-NIVEL REDEFINES PERC-NIVEL-LIT.
002440            05 PERC-NIVEL          PIC 9(3)V99 OCCURS 9 TIMES.
002450        77  WK-IDX-NIVEL   PIC 99           VALUE ZEROS.
002460        77  WK-IDX-NIV-ACH PIC 99           VALUE ZEROS.
002470        01  NOMES-PRODUTO.
002480            05 FILLER              PIC X(15)
002490                 VALUE 'EMPRESTIMO     '.
002500            05 FILLER              PIC X(15)
002510                 VALUE 'CHEQUE ESPECIAL'.
002520        01  TABELA-PRODUTOS REDEFINES NOMES-PRODUTO.
002530            05 PRODUTO-DESCR       PIC X(15) OCCURS 2 TIMES.
002540       *      TOTAIS DA CARTEIRA POR NIVEL
002550        01  WK-TAB-TOTAIS.
002560            05 WK-TOT-OCC         OCCURS 9 TIMES.
002570                10 WK-TOT-QTDE        PIC 9(6).
002580                10 WK-TOT-SALDO       PIC 9(11)V99.
002590                10 WK-TOT-PROV        PIC 9(11)V99.
002600                10 WK-TOT-PROV-ANT    PIC 9(11)V99.
002610       *      CARTEIRA POR AGENCIA, PRODUTO E NIVEL
002620        77  WK-QTD-AGENCIAS PIC 9(3)        VALUE ZEROS.
002630        77  WK-IDX-AGENCIA PIC 9(3)         VALUE ZEROS.
002640        77  WK-IDX-AGE-ACH PIC 9(3)         VALUE ZEROS.
002650        77  WK-AGENCIA-ACHADA PIC X         VALUE 'N'.
002660            88 AGENCIA-ACHADA                 VALUE 'S'.
002670            88 AGENCIA-NAO-ACHADA             VALUE 'N'.
002680        01  WK-TAB-AGENCIAS.
002690            05 WK-AGE-OCC         OCCURS 300 TIMES.
002700                10 WK-AGE-CODIGO      PIC X(4).
002710                10 WK-AGE-PRODUTO     OCCURS 2 TIMES.
002720                    15 WK-AGE-NIVEL       OCCURS 9 TIMES.
002730                        20 WK-AGE-QTDE        PIC 9(6).
002740                        20 WK-AGE-SALDO       PIC 9(11)V99.
002750                        20 WK-AGE-PROV        PIC 9(11)V99.
002760       *      CONVERSAO DOS SALDOS EM MOEDA ESTRANGEIRA
002770        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
002780        01  WK-DATAS-CAMBIO.
002790            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
002800        01  NOMES-MOEDA.
002810            05 FILLER              PIC X(03) VALUE 'BRL'.
002820            05 FILLER              PIC X(03) VALUE 'USD'.
002830            05 FILLER              PIC X(03) VALUE 'EUR'.
002840        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
002850            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
002860        01  TAXAS-MOEDA-LIT.
002870            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002880            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002890            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002900        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
002910            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
002920        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
002930       *      DIA CORRIDO PARA CONTAR OS DIAS DE ATRASO
002940        77  WK-DIA-REF     PIC 9(7)         VALUE ZEROS.
002950        01  WK-DATA-CALC       PIC 9(8)     VALUE ZEROS.
002960        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
002970            05 WK-ANO-CALC     PIC 9(4).
002980            05 WK-MES-CALC     PIC 99.
002990            05 WK-DIA-CALC     PIC 99.
003000        77  WK-ANO-AJ      PIC 9(4)         VALUE ZEROS.
003010        77  WK-MES-AJ      PIC 99           VALUE ZEROS.
003020        77  WK-QUOC-4      PIC 9(4)         VALUE ZEROS.
003030        77  WK-QUOC-100    PIC 9(4)         VALUE ZEROS.
003040        77  WK-QUOC-400    PIC 9(4)         VALUE ZEROS.
003050        77  WK-TERMO-MES   PIC 9(4)         VALUE ZEROS.
003060        77  WK-QUOC-MES    PIC 9(4)         VALUE ZEROS.
003070        77  WK-DIA-CORRIDO PIC 9(7)         VALUE ZEROS.
003080        01  WK-CABEC-PDD.
003090            05 FILLER          PIC X(38)
003100                 VALUE 'CARTEIRA DE CREDITO E PROVISAO PDD EM '.
003110            05 WK-DATA-CABEC   PIC 9(8).
003120        01  WK-CABEC-COLUNAS.
003130            05 FILLER          PIC X(26)
003140                 VALUE 'AGEN PRODUTO         NV   '.
003150            05 FILLER          PIC X(26)
003160                 VALUE 'QTDE             SALDO   P'.
003170            05 FILLER          PIC X(26)
003180                 VALUE 'ERC          PROVISAO     '.
003190            05 FILLER          PIC X(13)
003200                 VALUE 'PROV ANTERIOR'.
003210        01  WK-LINHA-PDD.
003220            05 WK-AGENCIA-REL  PIC X(4).
003230            05 FILLER          PIC X(01) VALUE SPACE.
003240            05 WK-PRODUTO-REL  PIC X(15).
003250            05 FILLER          PIC X(01) VALUE SPACE.
003260            05 WK-NIVEL-REL    PIC X(2).
003270            05 FILLER          PIC X(01) VALUE SPACE.
003280            05 WK-QTDE-REL     PIC ZZZZZ9.
003290            05 FILLER          PIC X(01) VALUE SPACE.
003300            05 WK-SALDO-REL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003310            05 FILLER          PIC X(01) VALUE SPACE.
003320            05 WK-PERC-REL     PIC ZZ9,99.
003330            05 FILLER          PIC X(01) VALUE SPACE.
003340            05 WK-PROV-REL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003350            05 FILLER          PIC X(01) VALUE SPACE.
003360            05 WK-PROV-ANT-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99
003370                                   BLANK WHEN ZERO.
003380        01  WK-LINHA-RESUMO.
003390            05 WK-TITULO-RES   PIC X(30).
003400            05 WK-VALOR-RES    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003410        01  WK-LINHA-GL.
003420            05 FILLER          PIC X(06) VALUE 'CONTA '.
003430            05 WK-CONTA-GL-REL PIC X(8).
003440            05 FILLER          PIC X(05) VALUE ' NAT '.
003450            05 WK-NATUREZA-GL-REL PIC X.
003460            05 FILLER          PIC X(08) VALUE ' VALOR  '.
003470            05 WK-VALOR-GL-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003480       *
003490        PROCEDURE DIVISION.
003500        000-PRINCIPAL SECTION.
003510        001-PRINCIPAL.
003520            PERFORM 195-GRAVAR-JRNL-INICIO.
003530            PERFORM 101-INICIAR.
003540            PERFORM 201-CLASSIFICAR-CONTRATO
003550                UNTIL WK-FS-EMPREST = '10'.
003560            PERFORM 221-CLASSIFICAR-LIMITE
003570                UNTIL WK-FS-CLIENTES = '10'.
003580            PERFORM 901-FINALIZAR.
003590            PERFORM 196-GRAVAR-JRNL-FIM.
003600            STOP RUN.
003610       ***********************************************************
003620        100-INICIAR SECTION.
003630        101-INICIAR.
003640            ACCEPT WK-DATA-REF     FROM SYSIN.
003650            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
003660            IF WK-DATA-REF NOT NUMERIC
003670               OR WK-DATA-REF = ZEROS
003680                MOVE WK-DATA-SIST TO WK-DATA-REF
003690            END-IF.
003700            MOVE WK-DATA-REF TO WK-DATA-CALC.
003710            PERFORM 240-CALCULAR-DIA-CORRIDO.
003720            MOVE WK-DIA-CORRIDO TO WK-DIA-REF.
003730            INITIALIZE WK-TAB-TOTAIS.
003740            PERFORM 190-CARREGAR-CAMBIO.
003750            PERFORM 102-CARREGAR-PLANOCTA.
003760            PERFORM 104-ABRIR-ARQUIVOS.
003770            PERFORM 110-PREPARAR-PDDREG.
003780            PERFORM 301-LER-EMPREST.
003790            PERFORM 302-LER-CLIENTES.
003800       *      SO AS TRES CONTAS DA PDD SAO USADAS; TODAS
003810       *      SAO OBRIGATORIAS
003820        102-CARREGAR-PLANOCTA.
003830            OPEN INPUT ARQ-PLANOCTA.
003840            IF WK-FS-PLANOCTA NOT = '00'
003850                DISPLAY 'ARQUIVO PLANOCTA INDISPONIVEL, STATUS '
003860                        WK-FS-PLANOCTA
003870                MOVE 12 TO RETURN-CODE
003880                STOP RUN
003890            END-IF.
003900            PERFORM 106-LER-PLANOCTA.
003910            PERFORM 103-REGISTRAR-PLANO
003920                UNTIL WK-FS-PLANOCTA = '10'.
003930            CLOSE ARQ-PLANOCTA.
003940            IF WK-CONTA-DESPESA = SPACES
003950               OR WK-CONTA-REVERSAO = SPACES
003960               OR WK-CONTA-PROVISAO = SPACES
003970                DISPLAY 'CONTAS DA PDD (MOEDA PDD, TIPOS D, R '
003980                        'E P) AUSENTES NO PLANOCTA'
003990                MOVE 12 TO RETURN-CODE
004000                STOP RUN
004010            END-IF.
004020        103-REGISTRAR-PLANO.
004030            IF FD-MOEDA-PLANO = 'PDD'
004040                EVALUATE FD-TIPO-PLANO
004050                    WHEN 'D'
004060                        MOVE FD-CONTA-RAZAO-PLANO
004070                            TO WK-CONTA-DESPESA
004080                    WHEN 'R'
004090                        MOVE FD-CONTA-RAZAO-PLANO
004100                            TO WK-CONTA-REVERSAO
004110                    WHEN 'P'
004120                        MOVE FD-CONTA-RAZAO-PLANO
004130                            TO WK-CONTA-PROVISAO
004140                    WHEN OTHER
004150                        CONTINUE
004160                END-EVALUATE
004170            END-IF.
004180            PERFORM 106-LER-PLANOCTA.
004190        104-ABRIR-ARQUIVOS.
004200            OPEN INPUT ARQ-EMPREST.
004210            EVALUATE WK-FS-EMPREST
004220                WHEN '00'
004230                    CONTINUE
004240                WHEN '35'
004250                    DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
004260                    MOVE '10' TO WK-FS-EMPREST
004270                WHEN OTHER
004280                    DISPLAY 'ERRO ' WK-FS-EMPREST
004290                            ' NO COMANDO OPEN EMPREST'
004300                    MOVE 12 TO RETURN-CODE
004310                    STOP RUN
004320            END-EVALUATE.
004330            OPEN INPUT ARQ-CLIENTES.
004340            IF WK-FS-CLIENTES NOT = '00'
004350                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
004360                        'STATUS ' WK-FS-CLIENTES
004370                MOVE 12 TO RETURN-CODE
004380                STOP RUN
004390            END-IF.
004400            OPEN I-O ARQ-PDDREG.
004410            IF WK-FS-PDDREG = '35'
004420                OPEN OUTPUT ARQ-PDDREG
004430                CLOSE ARQ-PDDREG
004440                OPEN I-O ARQ-PDDREG
004450            END-IF.
004460            IF WK-FS-PDDREG NOT = '00'
004470                DISPLAY 'ERRO ' WK-FS-PDDREG
004480                        ' NO COMANDO OPEN PDDREG'
004490                MOVE 12 TO RETURN-CODE
004500                STOP RUN
004510            END-IF.
004520            OPEN OUTPUT ARQ-GLJPDD.
004530            IF WK-FS-GLJPDD NOT = '00'
004540                DISPLAY 'ERRO ' WK-FS-GLJPDD
004550                        ' NO COMANDO OPEN GLJPDD'
004560                MOVE 12 TO RETURN-CODE
004570                STOP RUN
004580            END-IF.
004590            OPEN OUTPUT ARQ-RELPDD.
004600            IF WK-FS-RELPDD NOT = '00'
004610                DISPLAY 'ERRO ' WK-FS-RELPDD
004620                        ' NO COMANDO OPEN RELPDD'
004630                MOVE 12 TO RETURN-CODE
004640                STOP RUN
004650            END-IF.
004660            MOVE WK-DATA-REF TO WK-DATA-CABEC.
004670            WRITE REG-RELPDD FROM WK-CABEC-PDD.
004680            MOVE 'H' TO FD-TIPO-REG-GLJ.
004690            MOVE SPACES TO FD-DETALHE-GLJ.
004700            MOVE WK-DATA-REF TO FD-DATA-CTRL-GLJ.
004710            MOVE ZEROS TO FD-QTDE-CTRL-GLJ.
004720            MOVE ZEROS TO FD-VALOR-CTRL-GLJ.
004730            PERFORM 281-GRAVAR-GLJPDD.
004740        106-LER-PLANOCTA.
004750            READ ARQ-PLANOCTA.
004760            EVALUATE WK-FS-PLANOCTA
004770                WHEN '00'
004780                    CONTINUE
004790                WHEN '10'
004800                    CONTINUE
004810                WHEN OTHER
004820                    DISPLAY 'ERRO ' WK-FS-PLANOCTA
004830                            ' NO COMANDO READ PLANOCTA'
004840                    MOVE 12 TO RETURN-CODE
004850                    STOP RUN
004860            END-EVALUATE.
004870       *      A PROVISAO DO MES ANTERIOR PASSA PARA O CAMPO
004880       *      ANTERIOR E A ATUAL E ZERADA; A EXPOSICAO QUE
004890       *      NAO APARECER MAIS (CONTRATO QUITADO, CONTA QUE
004900       *      VOLTOU AO POSITIVO) FICA COM PROVISAO ZERO E
004910       *      E REVERTIDA. NA REEXECUCAO DA MESMA DATA O
004920       *      ANTERIOR E PRESERVADO
004930        110-PREPARAR-PDDREG.
004940            PERFORM 111-LER-PDDREG.
004950            PERFORM 112-ZERAR-PROVISAO
004960                UNTIL WK-FS-PDDREG = '10'.
004970        111-LER-PDDREG.
004980            READ ARQ-PDDREG NEXT.
004990            EVALUATE WK-FS-PDDREG
005000                WHEN '00'
005010                    CONTINUE
005020                WHEN '10'
005030                    CONTINUE
005040                WHEN OTHER
005050                    DISPLAY 'ERRO ' WK-FS-PDDREG
005060                            ' NO COMANDO READ PDDREG'
005070                    MOVE 12 TO RETURN-CODE
005080                    STOP RUN
005090            END-EVALUATE.
005100        112-ZERAR-PROVISAO.
005110            IF FD-DATA-REF-PDD > WK-DATA-REF
005120                DISPLAY 'PDDREG JA APURADO EM ' FD-DATA-REF-PDD
005130                        ', POSTERIOR A ' WK-DATA-REF
005140                MOVE 12 TO RETURN-CODE
005150                STOP RUN
005160            END-IF.
005161            SET NAO-BAIXADO-NA-DATA TO TRUE.
005162            IF PDD-BAIXADO AND FD-DATA-REF-PDD = WK-DATA-REF
005163                SET BAIXADO-NA-DATA TO TRUE
005164            END-IF.
005170            IF FD-DATA-REF-PDD NOT = WK-DATA-REF
005180                MOVE FD-PROVISAO-PDD TO FD-PROVISAO-ANT-PDD
005190                MOVE FD-NIVEL-PDD    TO FD-NIVEL-ANT-PDD
005200                MOVE FD-EXPOSTO-PDD  TO FD-EXPOSTO-ANT-PDD
005210                MOVE WK-DATA-REF     TO FD-DATA-REF-PDD
005220            END-IF.
005230            ADD FD-PROVISAO-ANT-PDD TO WK-TOT-PROVISAO-ANT.
005240            PERFORM 250-PROCURAR-NIVEL.
005250            IF WK-IDX-NIV-ACH > ZEROS
005260                ADD FD-PROVISAO-ANT-PDD
005270                    TO WK-TOT-PROV-ANT(WK-IDX-NIV-ACH)
005280            END-IF.
005281            IF NAO-BAIXADO-NA-DATA
005290                MOVE SPACES TO FD-NIVEL-PDD
005300                MOVE ZEROS  TO FD-DIAS-ATRASO-PDD
005310                MOVE ZEROS  TO FD-SALDO-PDD
005320                MOVE ZEROS  TO FD-PROVISAO-PDD
005330                MOVE 'N'    TO FD-EXPOSTO-PDD
005340                REWRITE REG-PDDREG
005350                    INVALID KEY
005360                        DISPLAY 'ERRO NO REWRITE DO PDDREG, '
005370                                'CHAVE ' FD-CHAVE-REG-PDD
005380                        MOVE 12 TO RETURN-CODE
005390                        STOP RUN
005400                END-REWRITE
005401            END-IF.
005410            PERFORM 111-LER-PDDREG.
005420       ***********************************************
005430       *      EMPRESTIMO: O EAD95877 AVANCA O VENCIMENTO
005440       *      MESMO QUANDO A PARCELA E DEVOLVIDA; A PARCELA
005450       *      MAIS ANTIGA EM ABERTO VENCEU FD-ATRASOS-EMP
005460       *      MESES ANTES DO VENCIMENTO ATUAL
005470        200-EMPRESTIMOS SECTION.
005480        201-CLASSIFICAR-CONTRATO.
005490            ADD 1 TO WK-QTD-LIDOS.
005500            IF NOT EMP-QUITADO AND NOT EMP-BAIXADO
005510               AND FD-SALDO-DEV-EMP > ZEROS
005520                MOVE 'E' TO WK-ORIGEM-EXP
005530                MOVE 1   TO WK-IDX-PRODUTO
005540                MOVE FD-SALDO-DEV-EMP TO WK-SALDO-EXP
005550                MOVE ZEROS TO WK-DIAS-EXP
005560                MOVE 'N' TO WK-CLASSE-AA
005570                IF EMP-EM-ATRASO AND FD-ATRASOS-EMP > ZEROS
005580                    PERFORM 202-CONTAR-ATRASO-CONTRATO
005590                END-IF
005600                IF FD-ATRASOS-EMP = ZEROS
005610                    MOVE 'S' TO WK-CLASSE-AA
005620                END-IF
005630                MOVE 'E'             TO FD-ORIGEM-PDD
005640                MOVE FD-CHAVE-EMP    TO FD-CHAVE-PDD
005650                MOVE FD-CONTRATO-EMP TO FD-CONTRATO-PDD
005660                PERFORM 260-LOCALIZAR-REGISTRO
005661                IF REG-PDD-EXISTE AND PDD-BAIXADO
005662                   AND FD-DATA-REF-PDD = WK-DATA-REF
005663                    CONTINUE
005664                ELSE
005670                    PERFORM 255-CLASSIFICAR-NIVEL
005680                    PERFORM 265-GRAVAR-EXPOSICAO
005681                END-IF
005690            END-IF.
005700            PERFORM 301-LER-EMPREST.
005710        202-CONTAR-ATRASO-CONTRATO.
005720            MOVE FD-VENCIMENTO-EMP TO WK-DATA-CALC.
005730            COMPUTE WK-MESES-CALC = WK-ANO-CALC * 12
005740                + WK-MES-CALC - 1 - FD-ATRASOS-EMP.
005750            DIVIDE WK-MESES-CALC BY 12
005760                GIVING WK-ANO-CALC REMAINDER WK-MES-RESTO.
005770            COMPUTE WK-MES-CALC = WK-MES-RESTO + 1.
005780            PERFORM 240-CALCULAR-DIA-CORRIDO.
005790            IF WK-DIA-CORRIDO < WK-DIA-REF
005800                COMPUTE WK-DIAS-EXP = WK-DIA-REF - WK-DIA-CORRIDO
005810            END-IF.
005820       ***********************************************
005830       *      CHEQUE ESPECIAL: O SALDO NEGATIVO E A
005840       *      EXPOSICAO; DENTRO DO LIMITE NAO HA ATRASO.
005850       *      ACIMA DO LIMITE, O ATRASO CONTA DA DATA EM
005860       *      QUE A CONTA FOI ENCONTRADA ESTOURADA PELA
005870       *      PRIMEIRA VEZ, GUARDADA NO PDDREG
005880        220-LIMITE SECTION.
005890        221-CLASSIFICAR-LIMITE.
005900            ADD 1 TO WK-QTD-LIDOS.
005910            IF FD-SALDO-CLIENTES < ZEROS
005920                MOVE 'L' TO WK-ORIGEM-EXP
005930                MOVE 2   TO WK-IDX-PRODUTO
005940                MOVE ZEROS TO WK-DIAS-EXP
005950                MOVE 'N' TO WK-CLASSE-AA
005960                PERFORM 235-CONVERTER-SALDO-BRL
005970                MOVE 'L'               TO FD-ORIGEM-PDD
005980                MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-PDD
005990                MOVE ZEROS             TO FD-CONTRATO-PDD
006000                PERFORM 260-LOCALIZAR-REGISTRO
006001                IF REG-PDD-EXISTE AND PDD-BAIXADO
006002                   AND FD-DATA-REF-PDD = WK-DATA-REF
006003                    CONTINUE
006004                ELSE
006010                    PERFORM 222-CONTAR-ATRASO-LIMITE
006020                    PERFORM 255-CLASSIFICAR-NIVEL
006030                    PERFORM 265-GRAVAR-EXPOSICAO
006031                END-IF
006040            END-IF.
006050            PERFORM 302-LER-CLIENTES.
006060        222-CONTAR-ATRASO-LIMITE.
006070            MOVE ZEROS TO WK-DATA-INI-ATRASO.
006080            IF FD-SALDO-CLIENTES + FD-LIMITE-CLIENTES < ZEROS
006090                IF REG-PDD-EXISTE
006100                   AND FD-EXPOSTO-ANT-PDD = 'S'
006110                   AND FD-DATA-INI-ATRASO-PDD NOT = ZEROS
006120                    MOVE FD-DATA-INI-ATRASO-PDD
006130                        TO WK-DATA-INI-ATRASO
006140                ELSE
006150                    MOVE WK-DATA-REF TO WK-DATA-INI-ATRASO
006160                END-IF
006170                MOVE WK-DATA-INI-ATRASO TO WK-DATA-CALC
006180                PERFORM 240-CALCULAR-DIA-CORRIDO
006190                IF WK-DIA-CORRIDO < WK-DIA-REF
006200                    COMPUTE WK-DIAS-EXP =
006210                        WK-DIA-REF - WK-DIA-CORRIDO
006220                END-IF
006230            END-IF.
006240            MOVE WK-DATA-INI-ATRASO TO FD-DATA-INI-ATRASO-PDD.
006250        235-CONVERTER-SALDO-BRL.
006260            PERFORM 236-PROCURAR-MOEDA
006270                VARYING WK-IDX-MOEDA FROM 1 BY 1
006280                UNTIL WK-IDX-MOEDA > 3
006290                   OR MOEDA-COD(WK-IDX-MOEDA)
006300                      = FD-MOEDA-CLIENTES.
006310            IF WK-IDX-MOEDA > 3
006320                MOVE 1 TO WK-IDX-MOEDA
006330            END-IF.
006340            COMPUTE WK-SALDO-EXP ROUNDED =
006350                (0 - FD-SALDO-CLIENTES)
006360                * TAXA-MOEDA(WK-IDX-MOEDA).
006370        236-PROCURAR-MOEDA.
006380            CONTINUE.
006390       *      NUMERO DE DIAS CORRIDOS DE WK-DATA-CALC,
006400       *      CONTANDO O ANO A PARTIR DE MARCO
006410        240-CALCULAR-DIA-CORRIDO.
006420            MOVE WK-ANO-CALC TO WK-ANO-AJ.
006430            MOVE WK-MES-CALC TO WK-MES-AJ.
006440            IF WK-MES-AJ < 3
006450                SUBTRACT 1 FROM WK-ANO-AJ
006460                ADD 12 TO WK-MES-AJ
006470            END-IF.
006480            DIVIDE WK-ANO-AJ BY 4   GIVING WK-QUOC-4.
006490            DIVIDE WK-ANO-AJ BY 100 GIVING WK-QUOC-100.
006500            DIVIDE WK-ANO-AJ BY 400 GIVING WK-QUOC-400.
006510            COMPUTE WK-TERMO-MES = 153 * (WK-MES-AJ - 3) + 2.
006520            DIVIDE WK-TERMO-MES BY 5 GIVING WK-QUOC-MES.
006530            COMPUTE WK-DIA-CORRIDO = 365 * WK-ANO-AJ
006540                + WK-QUOC-4 - WK-QUOC-100 + WK-QUOC-400
006550                + WK-QUOC-MES + WK-DIA-CALC.
006560       ***********************************************
006570       *      NIVEL AA SO PARA CONTRATO SEM NENHUM ATRASO
006580       *      NA VIDA; DEMAIS A PARTIR DO NIVEL A PELOS DIAS
006590        250-PROCURAR-NIVEL.
006600            MOVE ZEROS TO WK-IDX-NIV-ACH.
006610            PERFORM 251-COMPARAR-NIVEL
006620                VARYING WK-IDX-NIVEL FROM 1 BY 1
006630                UNTIL WK-IDX-NIVEL > 9
006640                   OR WK-IDX-NIV-ACH > ZEROS.
006650        251-COMPARAR-NIVEL.
006660            IF NIVEL-COD(WK-IDX-NIVEL) = FD-NIVEL-ANT-PDD
006670                MOVE WK-IDX-NIVEL TO WK-IDX-NIV-ACH
006680            END-IF.
006690        255-CLASSIFICAR-NIVEL.
006700            IF SEM-HISTORICO-ATRASO AND WK-DIAS-EXP = ZEROS
006710                MOVE 1 TO WK-IDX-NIVEL
006720            ELSE
006730                MOVE 2 TO WK-IDX-NIVEL
006740                PERFORM 256-AVANCAR-NIVEL
006750                    UNTIL WK-IDX-NIVEL = 9
006760                       OR WK-DIAS-EXP
006770                          NOT GREATER DIAS-MAX-NIVEL(WK-IDX-NIVEL)
006780            END-IF.
006790            COMPUTE WK-PROVISAO-EXP ROUNDED =
006800                WK-SALDO-EXP * PERC-NIVEL(WK-IDX-NIVEL) / 100.
006810        256-AVANCAR-NIVEL.
006820            ADD 1 TO WK-IDX-NIVEL.
006830        260-LOCALIZAR-REGISTRO.
006840            SET REG-PDD-EXISTE TO TRUE.
006850            READ ARQ-PDDREG
006860                INVALID KEY
006870                    SET REG-PDD-NOVO TO TRUE
006880            END-READ.
006890            IF REG-PDD-NOVO
006900                MOVE SPACES TO FD-NIVEL-ANT-PDD
006910                MOVE ZEROS  TO FD-PROVISAO-ANT-PDD
006920                MOVE 'N'    TO FD-EXPOSTO-ANT-PDD
006930                MOVE ZEROS  TO FD-DATA-INI-ATRASO-PDD
006940            END-IF.
006950        265-GRAVAR-EXPOSICAO.
006960            ADD 1 TO WK-QTD-EXPOSICOES.
006970            MOVE WK-DATA-REF      TO FD-DATA-REF-PDD.
006980            MOVE NIVEL-COD(WK-IDX-NIVEL) TO FD-NIVEL-PDD.
006990            MOVE WK-DIAS-EXP      TO FD-DIAS-ATRASO-PDD.
007000            MOVE WK-SALDO-EXP     TO FD-SALDO-PDD.
007010            MOVE WK-PROVISAO-EXP  TO FD-PROVISAO-PDD.
007020            MOVE 'S'              TO FD-EXPOSTO-PDD.
007030            IF REG-PDD-EXISTE
007040                REWRITE REG-PDDREG
007050                    INVALID KEY
007060                        DISPLAY 'ERRO NO REWRITE DO PDDREG, '
007070                                'CHAVE ' FD-CHAVE-REG-PDD
007080                        MOVE 12 TO RETURN-CODE
007090                        STOP RUN
007100                END-REWRITE
007110            ELSE
007120                WRITE REG-PDDREG
007130                    INVALID KEY
007140                        DISPLAY 'ERRO NO WRITE DO PDDREG, '
007150                                'CHAVE ' FD-CHAVE-REG-PDD
007160                        MOVE 12 TO RETURN-CODE
007170                        STOP RUN
007180                END-WRITE
007190            END-IF.
007200            ADD 1 TO WK-TOT-QTDE(WK-IDX-NIVEL).
007210            ADD WK-SALDO-EXP    TO WK-TOT-SALDO(WK-IDX-NIVEL).
007220            ADD WK-PROVISAO-EXP TO WK-TOT-PROV(WK-IDX-NIVEL).
007230            ADD WK-PROVISAO-EXP TO WK-TOT-PROVISAO.
007240            PERFORM 270-LOCALIZAR-AGENCIA.
007250            ADD 1 TO WK-AGE-QTDE(WK-IDX-AGE-ACH, WK-IDX-PRODUTO,
007260                                 WK-IDX-NIVEL).
007270            ADD WK-SALDO-EXP TO WK-AGE-SALDO(WK-IDX-AGE-ACH,
007280                                 WK-IDX-PRODUTO, WK-IDX-NIVEL).
007290            ADD WK-PROVISAO-EXP TO WK-AGE-PROV(WK-IDX-AGE-ACH,
007300                                 WK-IDX-PRODUTO, WK-IDX-NIVEL).
007310        270-LOCALIZAR-AGENCIA.
007320            SET AGENCIA-NAO-ACHADA TO TRUE.
007330            PERFORM 271-COMPARAR-AGENCIA
007340                VARYING WK-IDX-AGENCIA FROM 1 BY 1
007350                UNTIL WK-IDX-AGENCIA > WK-QTD-AGENCIAS
007360                   OR AGENCIA-ACHADA.
007370            IF AGENCIA-NAO-ACHADA
007380                IF WK-QTD-AGENCIAS NOT LESS 300
007390                    DISPLAY 'TABELA DE AGENCIAS CHEIA, '
007400                            'LIMITE DE 300'
007410                    MOVE 12 TO RETURN-CODE
007420                    STOP RUN
007430                END-IF
007440                ADD 1 TO WK-QTD-AGENCIAS
007450                MOVE WK-QTD-AGENCIAS TO WK-IDX-AGE-ACH
007460                INITIALIZE WK-AGE-OCC(WK-IDX-AGE-ACH)
007470                MOVE FD-AGENCIA-PDD
007480                    TO WK-AGE-CODIGO(WK-IDX-AGE-ACH)
007490            END-IF.
007500        271-COMPARAR-AGENCIA.
007510            IF WK-AGE-CODIGO(WK-IDX-AGENCIA) = FD-AGENCIA-PDD
007520                SET AGENCIA-ACHADA TO TRUE
007530                MOVE WK-IDX-AGENCIA TO WK-IDX-AGE-ACH
007540            END-IF.
007550       ***********************************************
007560        280-GRAVACOES SECTION.
007570        281-GRAVAR-GLJPDD.
007571            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-GLJ.
007580            WRITE REG-GLJPDD.
007590            IF WK-FS-GLJPDD NOT = '00'
007600                DISPLAY 'ERRO ' WK-FS-GLJPDD
007610                        ' NO COMANDO WRITE GLJPDD'
007620                MOVE 12 TO RETURN-CODE
007630                STOP RUN
007640            END-IF.
007650        282-GRAVAR-RELPDD.
007660            WRITE REG-RELPDD FROM WK-LINHA-PDD.
007670            IF WK-FS-RELPDD NOT = '00'
007680                DISPLAY 'ERRO ' WK-FS-RELPDD
007690                        ' NO COMANDO WRITE RELPDD'
007700                MOVE 12 TO RETURN-CODE
007710                STOP RUN
007720            END-IF.
007730       *      UMA PARTIDA DO LANCAMENTO CONTABIL DA PDD
007740        283-GRAVAR-PARTIDA.
007750            ADD 1 TO WK-QTD-LINHAS.
007760            MOVE 'D'            TO FD-TIPO-REG-GLJ.
007770            MOVE WK-DIFERENCA   TO FD-VALOR-GLJ.
007780            MOVE 'BRL'          TO FD-MOEDA-ORIGEM-GLJ.
007790            MOVE WK-DATA-REF    TO FD-DATA-GLJ.
007800            PERFORM 281-GRAVAR-GLJPDD.
007810            IF FD-NATUREZA-GLJ = 'D'
007820                ADD WK-DIFERENCA TO WK-TOT-DEBITOS
007830            END-IF.
007840            MOVE FD-CONTA-RAZAO-GLJ TO WK-CONTA-GL-REL.
007850            MOVE FD-NATUREZA-GLJ    TO WK-NATUREZA-GL-REL.
007860            MOVE WK-DIFERENCA       TO WK-VALOR-GL-REL.
007870            WRITE REG-RELPDD FROM WK-LINHA-GL.
007880       ***********************************************
007890        300-LEITURAS SECTION.
007900        301-LER-EMPREST.
007910            IF WK-FS-EMPREST NOT = '10'
007920                READ ARQ-EMPREST
007930                EVALUATE WK-FS-EMPREST
007940                    WHEN '00'
007950                        CONTINUE
007960                    WHEN '10'
007970                        CONTINUE
007980                    WHEN OTHER
007990                        DISPLAY 'ERRO ' WK-FS-EMPREST
008000                                ' NO COMANDO READ EMPREST'
008010                        MOVE 12 TO RETURN-CODE
008020                        STOP RUN
008030                END-EVALUATE
008040            END-IF.
008050        302-LER-CLIENTES.
008060            READ ARQ-CLIENTES NEXT.
008070            EVALUATE WK-FS-CLIENTES
008080                WHEN '00'
008090                    CONTINUE
008100                WHEN '10'
008110                    CONTINUE
008120                WHEN OTHER
008130                    DISPLAY 'ERRO ' WK-FS-CLIENTES
008140                            ' NO COMANDO READ CLIENTES'
008150                    MOVE 12 TO RETURN-CODE
008160                    STOP RUN
008170            END-EVALUATE.
008180       ***********************************************
008190        190-CARREGAR-CAMBIO.
008200            MOVE WK-DATA-REF TO WK-DATA-CAMBIO-REF.
008210            OPEN INPUT ARQ-CAMBIO.
008220            EVALUATE WK-FS-CAMBIO
008230                WHEN '00'
008240                    PERFORM 191-LER-CAMBIO
008250                    PERFORM 192-APLICAR-TAXA-CAMBIO
008260                        UNTIL WK-FS-CAMBIO = '10'
008270                    CLOSE ARQ-CAMBIO
008280                WHEN OTHER
008290                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
008300                            'OU COM ERRO ' WK-FS-CAMBIO
008310                    MOVE 12 TO RETURN-CODE
008320                    STOP RUN
008330            END-EVALUATE.
008340            IF TAXA-MOEDA(1) = ZEROS
008350                MOVE 1 TO TAXA-MOEDA(1)
008360            END-IF.
008370            PERFORM 197-CONFERIR-TAXA
008380                VARYING WK-IDX-MOEDA FROM 2 BY 1
008390                UNTIL WK-IDX-MOEDA > 3.
008400        191-LER-CAMBIO.
008410            READ ARQ-CAMBIO.
008420            EVALUATE WK-FS-CAMBIO
008430                WHEN '00'
008440                    CONTINUE
008450                WHEN '10'
008460                    CONTINUE
008470                WHEN OTHER
008480                    DISPLAY 'ERRO ' WK-FS-CAMBIO
008490                            ' NO COMANDO READ CAMBIO'
008500                    MOVE 12 TO RETURN-CODE
008510                    STOP RUN
008520            END-EVALUATE.
008530        192-APLICAR-TAXA-CAMBIO.
008540            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
008550                PERFORM 193-GUARDAR-TAXA
008560                    VARYING WK-IDX-MOEDA FROM 1 BY 1
008570                    UNTIL WK-IDX-MOEDA > 3
008580            END-IF.
008590            PERFORM 191-LER-CAMBIO.
008600        193-GUARDAR-TAXA.
008610            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
008620               AND FD-DATA-CAMBIO NOT LESS
008630                   WK-DATA-TAXA(WK-IDX-MOEDA)
008640                MOVE FD-TAXA-CAMBIO
008650                    TO TAXA-MOEDA(WK-IDX-MOEDA)
008660                MOVE FD-DATA-CAMBIO
008670                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
008680            END-IF.
008690        197-CONFERIR-TAXA.
008700            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
008710                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
008720                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
008730                        ' NA DATA ' WK-DATA-CAMBIO-REF
008740                MOVE 12 TO RETURN-CODE
008750                STOP RUN
008760            END-IF.
008770       ***********************************************
008780        195-GRAVAR-JRNL-INICIO.
008790            MOVE 'I' TO JRL-TIPO.
008800            MOVE ZEROS TO JRL-QTD-LIDOS.
008810            MOVE ZEROS TO JRL-QTD-GRAVADOS.
008820            MOVE ZEROS TO JRL-QTD-REJEITADOS.
008830            MOVE ZEROS TO JRL-RETORNO.
008831            MOVE 'EAD95902' TO LK-PROGRAMA-COM.
008832            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
008833            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008840            PERFORM 194-GRAVAR-RUNJRNL.
008850        196-GRAVAR-JRNL-FIM.
008860            MOVE 'F' TO JRL-TIPO.
008870            MOVE WK-QTD-LIDOS
008880                TO JRL-QTD-LIDOS.
008890            MOVE WK-QTD-EXPOSICOES
008900                TO JRL-QTD-GRAVADOS.
008910            MOVE ZEROS
008920                TO JRL-QTD-REJEITADOS.
008930            MOVE RETURN-CODE TO JRL-RETORNO.
008931            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008940            PERFORM 194-GRAVAR-RUNJRNL.
008950        194-GRAVAR-RUNJRNL.
008960            OPEN EXTEND ARQ-RUNJRNL.
008970            IF WK-FS-RUNJRNL = '35'
008980                OPEN OUTPUT ARQ-RUNJRNL
008990            END-IF.
009000            IF WK-FS-RUNJRNL NOT = '00'
009010                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009020                        ' NO COMANDO OPEN RUNJRNL'
009030                MOVE 12 TO RETURN-CODE
009040                STOP RUN
009050            END-IF.
009060            MOVE 'EAD95902' TO JRL-PROGRAMA.
009070            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
009080            ACCEPT JRL-HORA FROM TIME.
009090            WRITE REG-RUNJRNL.
009100            IF WK-FS-RUNJRNL NOT = '00'
009110                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009120                        ' NO COMANDO WRITE RUNJRNL'
009130                MOVE 12 TO RETURN-CODE
009140                STOP RUN
009150            END-IF.
009160            CLOSE ARQ-RUNJRNL.
009170       ***********************************************
009180        900-FINALIZAR SECTION.
009190        901-FINALIZAR.
009200            WRITE REG-RELPDD FROM WK-CABEC-COLUNAS AFTER 2 LINES.
009210            PERFORM 902-LISTAR-NIVEL
009220                VARYING WK-IDX-NIVEL FROM 1 BY 1
009230                UNTIL WK-IDX-NIVEL > 9.
009240            PERFORM 903-LISTAR-AGENCIA
009250                VARYING WK-IDX-AGENCIA FROM 1 BY 1
009260                UNTIL WK-IDX-AGENCIA > WK-QTD-AGENCIAS.
009270            PERFORM 906-CONTABILIZAR-DIFERENCA.
009280            MOVE 'T' TO FD-TIPO-REG-GLJ.
009290            MOVE SPACES TO FD-DETALHE-GLJ.
009300            MOVE WK-DATA-REF    TO FD-DATA-CTRL-GLJ.
009310            MOVE WK-QTD-LINHAS  TO FD-QTDE-CTRL-GLJ.
009320            MOVE WK-TOT-DEBITOS TO FD-VALOR-CTRL-GLJ.
009330            PERFORM 281-GRAVAR-GLJPDD.
009340            DISPLAY 'CONTRATOS E CONTAS LIDOS : ' WK-QTD-LIDOS.
009350            DISPLAY 'EXPOSICOES CLASSIFICADAS : '
009360                    WK-QTD-EXPOSICOES.
009370            DISPLAY 'PROVISAO ATUAL           : '
009380                    WK-TOT-PROVISAO.
009390            DISPLAY 'PROVISAO ANTERIOR        : '
009400                    WK-TOT-PROVISAO-ANT.
009410            CLOSE ARQ-EMPREST.
009420            CLOSE ARQ-CLIENTES.
009430            CLOSE ARQ-PDDREG.
009440            CLOSE ARQ-GLJPDD.
009450            CLOSE ARQ-RELPDD.
009460        902-LISTAR-NIVEL.
009470            MOVE SPACES            TO WK-AGENCIA-REL.
009480            MOVE 'TOTAL CARTEIRA'  TO WK-PRODUTO-REL.
009490            MOVE NIVEL-COD(WK-IDX-NIVEL) TO WK-NIVEL-REL.
009500            MOVE WK-TOT-QTDE(WK-IDX-NIVEL)  TO WK-QTDE-REL.
009510            MOVE WK-TOT-SALDO(WK-IDX-NIVEL) TO WK-SALDO-REL.
009520            MOVE PERC-NIVEL(WK-IDX-NIVEL)   TO WK-PERC-REL.
009530            MOVE WK-TOT-PROV(WK-IDX-NIVEL)  TO WK-PROV-REL.
009540            MOVE WK-TOT-PROV-ANT(WK-IDX-NIVEL)
009550                TO WK-PROV-ANT-REL.
009560            PERFORM 282-GRAVAR-RELPDD.
009570        903-LISTAR-AGENCIA.
009580            PERFORM 904-LISTAR-PRODUTO
009590                VARYING WK-IDX-PRODUTO FROM 1 BY 1
009600                UNTIL WK-IDX-PRODUTO > 2.
009610        904-LISTAR-PRODUTO.
009620            PERFORM 905-LISTAR-NIVEL-AGENCIA
009630                VARYING WK-IDX-NIVEL FROM 1 BY 1
009640                UNTIL WK-IDX-NIVEL > 9.
009650        905-LISTAR-NIVEL-AGENCIA.
009660            IF WK-AGE-QTDE(WK-IDX-AGENCIA, WK-IDX-PRODUTO,
009670                           WK-IDX-NIVEL) > ZEROS
009680                MOVE WK-AGE-CODIGO(WK-IDX-AGENCIA)
009690                    TO WK-AGENCIA-REL
009700                MOVE PRODUTO-DESCR(WK-IDX-PRODUTO)
009710                    TO WK-PRODUTO-REL
009720                MOVE NIVEL-COD(WK-IDX-NIVEL) TO WK-NIVEL-REL
009730                MOVE WK-AGE-QTDE(WK-IDX-AGENCIA, WK-IDX-PRODUTO,
009740                                 WK-IDX-NIVEL) TO WK-QTDE-REL
009750                MOVE WK-AGE-SALDO(WK-IDX-AGENCIA, WK-IDX-PRODUTO,
009760                                  WK-IDX-NIVEL) TO WK-SALDO-REL
009770                MOVE PERC-NIVEL(WK-IDX-NIVEL) TO WK-PERC-REL
009780                MOVE WK-AGE-PROV(WK-IDX-AGENCIA, WK-IDX-PRODUTO,
009790                                 WK-IDX-NIVEL) TO WK-PROV-REL
009800                MOVE ZEROS TO WK-PROV-ANT-REL
009810                PERFORM 282-GRAVAR-RELPDD
009820            END-IF.
009830       *      AUMENTO DA PROVISAO: DEBITA A DESPESA E CREDITA
009840       *      A PROVISAO; REDUCAO: DEBITA A PROVISAO E
009850       *      CREDITA A REVERSAO
009860        906-CONTABILIZAR-DIFERENCA.
009870            MOVE 'PROVISAO DO MES ANTERIOR    : '
009880                TO WK-TITULO-RES.
009890            MOVE WK-TOT-PROVISAO-ANT TO WK-VALOR-RES.
009900            WRITE REG-RELPDD FROM WK-LINHA-RESUMO AFTER 2 LINES.
009910            MOVE 'PROVISAO APURADA NO MES     : '
009920                TO WK-TITULO-RES.
009930            MOVE WK-TOT-PROVISAO TO WK-VALOR-RES.
009940            WRITE REG-RELPDD FROM WK-LINHA-RESUMO.
009950            EVALUATE TRUE
009960                WHEN WK-TOT-PROVISAO > WK-TOT-PROVISAO-ANT
009970                    COMPUTE WK-DIFERENCA =
009980                        WK-TOT-PROVISAO - WK-TOT-PROVISAO-ANT
009990                    MOVE 'CONSTITUICAO DE PROVISAO    : '
010000                        TO WK-TITULO-RES
010010                    MOVE WK-DIFERENCA TO WK-VALOR-RES
010020                    WRITE REG-RELPDD FROM WK-LINHA-RESUMO
010030                    MOVE WK-CONTA-DESPESA  TO FD-CONTA-RAZAO-GLJ
010040                    MOVE 'D'               TO FD-NATUREZA-GLJ
010050                    MOVE 'D'               TO FD-TIPO-ORIGEM-GLJ
010060                    PERFORM 283-GRAVAR-PARTIDA
010070                    MOVE WK-CONTA-PROVISAO TO FD-CONTA-RAZAO-GLJ
010080                    MOVE 'C'               TO FD-NATUREZA-GLJ
010090                    MOVE 'P'               TO FD-TIPO-ORIGEM-GLJ
010100                    PERFORM 283-GRAVAR-PARTIDA
010110                WHEN WK-TOT-PROVISAO < WK-TOT-PROVISAO-ANT
010120                    COMPUTE WK-DIFERENCA =
010130                        WK-TOT-PROVISAO-ANT - WK-TOT-PROVISAO
010140                    MOVE 'REVERSAO DE PROVISAO        : '
010150                        TO WK-TITULO-RES
010160                    MOVE WK-DIFERENCA TO WK-VALOR-RES
010170                    WRITE REG-RELPDD FROM WK-LINHA-RESUMO
010180                    MOVE WK-CONTA-PROVISAO TO FD-CONTA-RAZAO-GLJ
010190                    MOVE 'D'               TO FD-NATUREZA-GLJ
010200                    MOVE 'P'               TO FD-TIPO-ORIGEM-GLJ
010210                    PERFORM 283-GRAVAR-PARTIDA
010220                    MOVE WK-CONTA-REVERSAO TO FD-CONTA-RAZAO-GLJ
010230                    MOVE 'C'               TO FD-NATUREZA-GLJ
010240                    MOVE 'R'               TO FD-TIPO-ORIGEM-GLJ
010250                    PERFORM 283-GRAVAR-PARTIDA
010260                WHEN OTHER
010270                    MOVE 'PROVISAO SEM VARIACAO NO MES'
010280                        TO WK-TITULO-RES
010290                    MOVE ZEROS TO WK-VALOR-RES
010300                    WRITE REG-RELPDD FROM WK-LINHA-RESUMO
010310            END-EVALUATE.
