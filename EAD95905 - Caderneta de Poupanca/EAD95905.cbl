000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95905.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CADERNETA DE POUPANCA: CARTEIRA DE DEPOSITOS *
000170       *   SEPARADA DO SALDO DO CLIENTES, UM REGISTRO   *
000180       *   POR DEPOSITO COM O SEU DIA DE ANIVERSARIO.   *
000190       *   A CADA ANIVERSARIO O DEPOSITO QUE FICOU O    *
000200       *   PERIODO INTEIRO RECEBE TR + REMUNERACAO      *
000210       *   ADICIONAL (0,5% A.M. COM SELIC ACIMA DE      *
000220       *   8,5% A.A., SENAO 70% DA SELIC MENSALIZADA),  *
000230       *   SEM RETENCAO DE IR. OS PEDIDOS DO MOVPOUP    *
000240       *   DEPOSITAM (DEBITO NA CONTA) OU SACAM         *
000250       *   (CREDITO NA CONTA) PELO LOTE LANCAMPO; O     *
000260       *   SAQUE SAI DOS DEPOSITOS MAIS RECENTES. O     *
000270       *   MOVIMENTO DA POUPANCA VAI PARA O MOVHIST     *
000280       *   COM OS TIPOS U (DEPOSITO), W (SAQUE) E Y     *
000290       *   (RENDIMENTO), COM O SALDO DA POUPANCA        *
000300       **************************************************
000310       *
000320        ENVIRONMENT DIVISION.
000330        CONFIGURATION SECTION.
000340        SPECIAL-NAMES.
000350            DECIMAL-POINT IS COMMA.
000360        INPUT-OUTPUT SECTION.
000370        FILE-CONTROL.
000380            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000390                FILE STATUS IS WK-FS-RUNJRNL.
000400            SELECT ARQ-POUPMES  ASSIGN TO POUPMES
000410                FILE STATUS IS WK-FS-POUPMES.
000420            SELECT ARQ-POUPMEN  ASSIGN TO POUPMEN
000430                FILE STATUS IS WK-FS-POUPMEN.
000440            SELECT ARQ-MOVPOUP  ASSIGN TO MOVPOUP
000450                FILE STATUS IS WK-FS-MOVPOUP.
000460            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE IS DYNAMIC
000490                RECORD KEY IS FD-CHAVE-CLIENTES
000500                FILE STATUS IS WK-FS-CLIENTES.
000510            SELECT ARQ-TAXAS    ASSIGN TO TAXAS
000520                FILE STATUS IS WK-FS-TAXAS.
000530            SELECT ARQ-LANCAMPO ASSIGN TO LANCAMPO
000540                FILE STATUS IS WK-FS-LANCAMPO.
000550            SELECT ARQ-MOVHIST  ASSIGN TO MOVHIST
000560                FILE STATUS IS WK-FS-MOVHIST.
000570            SELECT ARQ-RELPOUP  ASSIGN TO RELPOUP
000580                FILE STATUS IS WK-FS-RELPOUP.
000590       *
000600        DATA DIVISION.
000610        FILE SECTION.
000620        FD   ARQ-POUPMES
000630             RECORDING MODE IS F.
000640        01  REG-POUPMES.
000650            05 FD-DEPOSITO-POUP    PIC 9(6).
000660            05 FD-CHAVE-POUP       PIC X(9).
000670            05 FD-DATA-DEP-POUP    PIC 9(8).
000680            05 FD-INICIO-PER-POUP  PIC 9(8).
000690            05 FD-VALOR-DEP-POUP   PIC 9(6)V99.
000700            05 FD-SALDO-DEP-POUP   PIC 9(7)V99.
000710            05 FD-REND-ACUM-POUP   PIC 9(7)V99.
000720        FD   ARQ-POUPMEN
000730             RECORDING MODE IS F.
000740        01  REG-POUPMEN                PIC X(57).
000750       *      PEDIDO DO DIA: D = DEPOSITO, S = SAQUE
000760        FD   ARQ-MOVPOUP
000770             RECORDING MODE IS F.
000780        01  REG-MOVPOUP.
000790            05 FD-CHAVE-MOVPOUP    PIC X(9).
000800            05 FD-TIPO-MOVPOUP     PIC X.
000810                88 PEDIDO-DEPOSITO     VALUE 'D'.
000820                88 PEDIDO-SAQUE        VALUE 'S'.
000830            05 FD-VALOR-MOVPOUP    PIC 9(6)V99.
000840        FD   ARQ-CLIENTES
000850             RECORDING MODE IS F.
000860        01  REG-CLIENTES.
000870            05 FD-CHAVE-CLIENTES.
000880                10 FD-AGENCIA-CLIENTES     PIC X(4).
000890                10 FD-CONTA-CLIENTES       PIC 9(5).
000900            05 FD-DIGITO-CLIENTES      PIC X.
000910            05 FD-NOME-CLIENTES        PIC A(20).
000920            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
000930            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
000940            05 FD-MOEDA-CLIENTES       PIC X(3).
000950            05 FD-SITUACAO-CLIENTES    PIC X.
000960                88 CONTA-ATIVA            VALUE 'A' ' '.
000970                88 CONTA-BLOQUEADA        VALUE 'B'.
000980                88 CONTA-ENCERRADA        VALUE 'E'.
000990        FD   ARQ-TAXAS
001000             RECORDING MODE IS F.
001010        01  REG-TAXAS.
001020            05 FD-PRODUTO-TAXAS    PIC X(8).
001030            05 FD-DATA-TAXAS       PIC 9(8).
001040            05 FD-TAXA-TAXAS       PIC 9(3)V9(4).
001050        FD   ARQ-LANCAMPO
001060             RECORDING MODE IS F.
001070        01  REG-LANCAMPO.
001080            05 FD-TIPO-REG-LANCAMPO    PIC X.
001090            05 FD-DETALHE-LANCAMPO.
001100                10 FD-CHAVE-LANCAMPO.
001110                    15 FD-AGENCIA-LANCAMPO     PIC X(4).
001120                    15 FD-CONTA-LANCAMPO       PIC 9(5).
001130                10 FD-DIGITO-LANCAMPO      PIC X.
001140                10 FD-DOC-LANCAMPO         PIC 9(4).
001150                10 FD-TIPO-LANCAMPO        PIC X.
001160                10 FD-VALOR-LANCAMPO       PIC 9(6)V99.
001170                10 FD-MOEDA-LANCAMPO       PIC X(3).
001180                10 FD-DATA-LANCAMPO        PIC 9(8).
001190                10 FD-CONTRA-LANCAMPO.
001200                    15 FD-AGENCIA-CONTRA-LANCAMPO PIC X(4).
001210                    15 FD-CONTA-CONTRA-LANCAMPO  PIC 9(5).
001220                10 FD-HORA-LANCAMPO        PIC 9(6).
001230                10 FD-SEQ-LANCAMPO         PIC 9(4).
001240            05 FD-CTRL-LANCAMPO REDEFINES FD-DETALHE-LANCAMPO.
001250                10 FD-DATA-CTRL-LANCAMPO   PIC 9(8).
001260                10 FD-QTDE-CTRL-LANCAMPO   PIC 9(6).
001270                10 FD-VALOR-CTRL-LANCAMPO  PIC 9(8)V99.
001280                10 FD-INST-CTRL-LANCAMPO   PIC 99.
001281            05 FD-ID-EXEC-LANCAMPO     PIC 9(10).
001290        FD   ARQ-MOVHIST
001300             RECORDING MODE IS F.
001310        01  REG-MOVHIST.
001320            05 FD-DATA-MOVHIST     PIC 9(8).
001330            05 FD-CHAVE-MOVHIST.
001340                10 FD-AGENCIA-MOVHIST      PIC X(4).
001350                10 FD-CONTA-MOVHIST        PIC 9(5).
001360            05 FD-DOC-MOVHIST      PIC 9(4).
001370            05 FD-TIPO-MOVHIST     PIC X.
001380            05 FD-VALOR-MOVHIST    PIC 9(6)V99.
001390            05 FD-SALDO-MOVHIST    PIC S9(6)V99.
001400            05 FD-MOEDA-MOVHIST    PIC X(3).
001410            05 FD-HORA-MOVHIST     PIC 9(6).
001420            05 FD-SEQ-MOVHIST      PIC 9(4).
001421            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
001430        FD   ARQ-RELPOUP
001440             RECORDING MODE IS F.
001450        01  REG-RELPOUP                PIC X(70).
001460        FD   ARQ-RUNJRNL
001470             RECORDING MODE IS F.
001480        01  REG-RUNJRNL.
001490            05 JRL-PROGRAMA        PIC X(8).
001500            05 JRL-TIPO            PIC X.
001510            05 JRL-DATA            PIC 9(8).
001520            05 JRL-HORA            PIC 9(6).
001530            05 JRL-QTD-LIDOS       PIC 9(7).
001540            05 JRL-QTD-GRAVADOS    PIC 9(7).
001550            05 JRL-QTD-REJEITADOS  PIC 9(7).
001560            05 JRL-RETORNO         PIC 9(4).
001561            05 JRL-ID-EXEC         PIC 9(10).
001570        WORKING-STORAGE SECTION.
001580        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001581        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001582        01  LK-AREA-ID-EXEC.
001583            05 LK-PROGRAMA-COM     PIC X(8).
001584            05 LK-ID-EXEC-COM      PIC 9(10).
001590        77  WK-FS-POUPMES  PIC XX           VALUE SPACES.
001600        77  WK-FS-POUPMEN  PIC XX           VALUE SPACES.
001610        77  WK-FS-MOVPOUP  PIC XX           VALUE SPACES.
001620        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001630        77  WK-FS-TAXAS    PIC XX           VALUE SPACES.
001640        77  WK-FS-LANCAMPO PIC XX           VALUE SPACES.
001650        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
001660        77  WK-FS-RELPOUP  PIC XX           VALUE SPACES.
001670        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001680        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
001690        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
001700        77  WK-SEQ-MOVHIST PIC 9(4)         VALUE ZEROS.
001710        77  WK-QTD-PEDIDOS PIC 9(5)         VALUE ZEROS.
001720        77  WK-QTD-REJEITADOS PIC 9(5)      VALUE ZEROS.
001730        77  WK-QTD-DEPOSITOS-DIA PIC 9(5)   VALUE ZEROS.
001740        77  WK-QTD-SAQUES  PIC 9(5)         VALUE ZEROS.
001750        77  WK-QTD-CREDITOS PIC 9(5)        VALUE ZEROS.
001760        77  WK-QTD-DETALHE PIC 9(6)         VALUE ZEROS.
001770        77  WK-TOT-DETALHE PIC 9(8)V99      VALUE ZEROS.
001780        77  WK-TOT-DEPOSITADO PIC 9(9)V99   VALUE ZEROS.
001790        77  WK-TOT-SACADO  PIC 9(9)V99      VALUE ZEROS.
001800        77  WK-TOT-RENDIMENTO PIC 9(9)V99   VALUE ZEROS.
001810        77  WK-TOT-CARTEIRA PIC 9(11)V99    VALUE ZEROS.
001820        77  WK-MOTIVO-CRITICA PIC X(30)     VALUE SPACES.
001830       *      CARTEIRA DE DEPOSITOS EM ORDEM DE NUMERO: O
001840       *      SAQUE PERCORRE A TABELA DE TRAS PARA FRENTE
001850        77  WK-QTD-DEPOSITOS PIC 9(5)       VALUE ZEROS.
001860        77  WK-IDX-DEP     PIC 9(5)         VALUE ZEROS.
001870        77  WK-IDX-SOMA    PIC 9(5)         VALUE ZEROS.
001880        77  WK-ULTIMO-DEP  PIC 9(6)         VALUE ZEROS.
001890        01  WK-TAB-DEPOSITOS.
001900            05 WK-DEP-OCC         OCCURS 5000 TIMES.
001910                10 WK-DEP-NUMERO     PIC 9(6).
001920                10 WK-DEP-CHAVE      PIC X(9).
001930                10 WK-DEP-DATA       PIC 9(8).
001940                10 WK-DEP-INICIO-PER PIC 9(8).
001950                10 WK-DEP-VALOR      PIC 9(6)V99.
001960                10 WK-DEP-SALDO      PIC 9(7)V99.
001970                10 WK-DEP-REND-ACUM  PIC 9(7)V99.
001980        77  WK-CHAVE-SOMA  PIC X(9)         VALUE SPACES.
001990        77  WK-SALDO-CONTA PIC 9(7)V99      VALUE ZEROS.
002000        77  WK-SALDO-MAXIMO PIC 9(7)V99     VALUE 999999,99.
002010        77  WK-A-RETIRAR   PIC 9(7)V99      VALUE ZEROS.
002020        77  WK-TIPO-POUP   PIC X            VALUE SPACE.
002030        77  WK-VALOR-POUP  PIC 9(6)V99      VALUE ZEROS.
002040        77  WK-RENDIMENTO  PIC 9(7)V99      VALUE ZEROS.
002050       *      TAXAS DO CADASTRO: TR EM % AO MES E SELIC
002060       *      (META) EM % AO ANO, PELA DATA DE VIGENCIA
002070        77  WK-QTD-TAXAS   PIC 9(4)         VALUE ZEROS.
002080        77  WK-IDX-TAXA    PIC 9(4)         VALUE ZEROS.
002090        01  WK-TAB-TAXAS.
002100            05 WK-TXA-OCC         OCCURS 1000 TIMES.
002110                10 WK-TXA-PRODUTO    PIC X(8).
002120                10 WK-TXA-DATA       PIC 9(8).
002130                10 WK-TXA-TAXA       PIC 9(3)V9(4).
002140        77  WK-PRODUTO-PEDIDO PIC X(8)      VALUE SPACES.
002150        77  WK-DATA-REF-TAXA PIC 9(8)       VALUE ZEROS.
002160        77  WK-DATA-TAXA-ACH PIC 9(8)       VALUE ZEROS.
002170        77  WK-TAXA-PRODUTO PIC 9(3)V9(4)   VALUE ZEROS.
002180        77  WK-TAXA-TR     PIC 9(3)V9(4)    VALUE ZEROS.
002190        77  WK-TAXA-SELIC  PIC 9(3)V9(4)    VALUE ZEROS.
002200        77  WK-SELIC-CORTE PIC 9(3)V9(4)    VALUE 8,5.
002210        77  WK-ADICIONAL   PIC 9(3)V9(6)    VALUE ZEROS.
002220        77  WK-TAXA-MES-POUP PIC 9(3)V9(6)  VALUE ZEROS.
002230        01  WK-DATA-PER-GRP PIC 9(8)        VALUE ZEROS.
002240        01  WK-DATA-PER-R REDEFINES WK-DATA-PER-GRP.
002250            05 WK-ANO-PER      PIC 9(4).
002260            05 WK-MES-PER      PIC 99.
002270            05 WK-DIA-PER      PIC 99.
002280        77  WK-DATA-FIM-PER PIC 9(8)        VALUE ZEROS.
002290        01  WK-LINHA-OCORR.
002300            05 WK-TIPO-REL     PIC X.
002310            05 FILLER          PIC X(01) VALUE SPACE.
002320            05 WK-CHAVE-REL    PIC X(9).
002330            05 FILLER          PIC X(01) VALUE SPACE.
002340            05 WK-VALOR-REL    PIC ZZZ.ZZ9,99.
002350            05 FILLER          PIC X(01) VALUE SPACE.
002360            05 WK-RESULT-REL   PIC X(30).
002370        01  WK-LINHA-TOTAL.
002380            05 WK-TITULO-TOT   PIC X(26).
002390            05 WK-VALOR-TOT    PIC ZZZZ9.
002400        01  WK-LINHA-VALOR.
002410            05 WK-TITULO-VAL   PIC X(26).
002420            05 WK-VALOR-VAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002430       *
002440        PROCEDURE DIVISION.
002450        000-PRINCIPAL SECTION.
002460        001-PRINCIPAL.
002470            PERFORM 195-GRAVAR-JRNL-INICIO.
002480            PERFORM 101-INICIAR.
002490            PERFORM 201-CREDITAR-ANIVERSARIO
002500                VARYING WK-IDX-DEP FROM 1 BY 1
002510                UNTIL WK-IDX-DEP > WK-QTD-DEPOSITOS.
002520            PERFORM 210-PROCESSAR-PEDIDO
002530                UNTIL WK-FS-MOVPOUP = '10'.
002540            PERFORM 901-FINALIZAR.
002550            PERFORM 196-GRAVAR-JRNL-FIM.
002560            STOP RUN.
002570       ***********************************************************
002580        100-INICIAR SECTION.
002590        101-INICIAR.
002600            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
002610            ACCEPT WK-HORA-CAPTURA FROM TIME.
002620            PERFORM 102-CARREGAR-POUPMES.
002630            PERFORM 107-CARREGAR-TAXAS.
002640            PERFORM 103-ABRIR-MOVPOUP.
002650            OPEN INPUT ARQ-CLIENTES.
002660            IF WK-FS-CLIENTES NOT = '00'
002670                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
002680                        'STATUS ' WK-FS-CLIENTES
002690                MOVE 12 TO RETURN-CODE
002700                STOP RUN
002710            END-IF.
002720            PERFORM 105-ABRIR-LANCAMPO.
002730            OPEN EXTEND ARQ-MOVHIST.
002740            IF WK-FS-MOVHIST = '35'
002750                OPEN OUTPUT ARQ-MOVHIST
002760            END-IF.
002770            IF WK-FS-MOVHIST NOT = '00'
002780                DISPLAY 'ERRO ' WK-FS-MOVHIST
002790                        ' NO COMANDO OPEN MOVHIST'
002800                MOVE 12 TO RETURN-CODE
002810                STOP RUN
002820            END-IF.
002830            OPEN OUTPUT ARQ-RELPOUP.
002840            IF WK-FS-RELPOUP NOT = '00'
002850                DISPLAY 'ERRO ' WK-FS-RELPOUP
002860                        ' NO COMANDO OPEN RELPOUP'
002870                MOVE 12 TO RETURN-CODE
002880                STOP RUN
002890            END-IF.
002900        102-CARREGAR-POUPMES.
002910            OPEN INPUT ARQ-POUPMES.
002920            EVALUATE WK-FS-POUPMES
002930                WHEN '00'
002940                    PERFORM 301-LER-POUPMES
002950                    PERFORM 106-REGISTRAR-DEPOSITO
002960                        UNTIL WK-FS-POUPMES = '10'
002970                    CLOSE ARQ-POUPMES
002980                WHEN '35'
002990                    CONTINUE
003000                WHEN OTHER
003010                    DISPLAY 'ERRO ' WK-FS-POUPMES
003020                            ' NO COMANDO OPEN POUPMES'
003030                    MOVE 12 TO RETURN-CODE
003040                    STOP RUN
003050            END-EVALUATE.
003060        106-REGISTRAR-DEPOSITO.
003070            IF WK-QTD-DEPOSITOS NOT LESS 5000
003080                DISPLAY 'TABELA DE DEPOSITOS CHEIA, '
003090                        'LIMITE 5000'
003100                MOVE 12 TO RETURN-CODE
003110                STOP RUN
003120            END-IF.
003130            ADD 1 TO WK-QTD-DEPOSITOS.
003140            MOVE FD-DEPOSITO-POUP
003150                TO WK-DEP-NUMERO(WK-QTD-DEPOSITOS).
003160            MOVE FD-CHAVE-POUP
003170                TO WK-DEP-CHAVE(WK-QTD-DEPOSITOS).
003180            MOVE FD-DATA-DEP-POUP
003190                TO WK-DEP-DATA(WK-QTD-DEPOSITOS).
003200            MOVE FD-INICIO-PER-POUP
003210                TO WK-DEP-INICIO-PER(WK-QTD-DEPOSITOS).
003220            MOVE FD-VALOR-DEP-POUP
003230                TO WK-DEP-VALOR(WK-QTD-DEPOSITOS).
003240            MOVE FD-SALDO-DEP-POUP
003250                TO WK-DEP-SALDO(WK-QTD-DEPOSITOS).
003260            MOVE FD-REND-ACUM-POUP
003270                TO WK-DEP-REND-ACUM(WK-QTD-DEPOSITOS).
003280            IF FD-DEPOSITO-POUP > WK-ULTIMO-DEP
003290                MOVE FD-DEPOSITO-POUP TO WK-ULTIMO-DEP
003300            END-IF.
003310            PERFORM 301-LER-POUPMES.
003320        103-ABRIR-MOVPOUP.
003330            OPEN INPUT ARQ-MOVPOUP.
003340            EVALUATE WK-FS-MOVPOUP
003350                WHEN '00'
003360                    PERFORM 302-LER-MOVPOUP
003370                WHEN '35'
003380                    DISPLAY 'ARQUIVO MOVPOUP NAO ENCONTRADO'
003381                    MOVE 12 TO RETURN-CODE
003382                    STOP RUN
003390                WHEN OTHER
003400                    DISPLAY 'ERRO ' WK-FS-MOVPOUP
003410                            ' NO COMANDO OPEN MOVPOUP'
003420                    MOVE 12 TO RETURN-CODE
003430                    STOP RUN
003440            END-EVALUATE.
003450        105-ABRIR-LANCAMPO.
003460            OPEN OUTPUT ARQ-LANCAMPO.
003470            IF WK-FS-LANCAMPO NOT = '00'
003480                DISPLAY 'ERRO ' WK-FS-LANCAMPO
003490                        ' NO COMANDO OPEN LANCAMPO'
003500                MOVE 12 TO RETURN-CODE
003510                STOP RUN
003520            END-IF.
003530            MOVE 'H' TO FD-TIPO-REG-LANCAMPO.
003540            MOVE SPACES TO FD-DETALHE-LANCAMPO.
003550            MOVE WK-DATA-SIST TO FD-DATA-CTRL-LANCAMPO.
003560            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMPO.
003570            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMPO.
003580            MOVE 1 TO FD-INST-CTRL-LANCAMPO.
003590            PERFORM 216-GRAVAR-LANCAMPO.
003600       *      SO AS VIGENCIAS DA TR E DA SELIC INTERESSAM
003610        107-CARREGAR-TAXAS.
003620            OPEN INPUT ARQ-TAXAS.
003630            IF WK-FS-TAXAS NOT = '00'
003640                DISPLAY 'ARQUIVO TAXAS INDISPONIVEL, STATUS '
003650                        WK-FS-TAXAS
003660                MOVE 12 TO RETURN-CODE
003670                STOP RUN
003680            END-IF.
003690            PERFORM 303-LER-TAXAS.
003700            PERFORM 108-GUARDAR-TAXA
003710                UNTIL WK-FS-TAXAS = '10'.
003720            CLOSE ARQ-TAXAS.
003730        108-GUARDAR-TAXA.
003740            IF FD-PRODUTO-TAXAS = 'TR' OR 'SELIC'
003750                IF WK-QTD-TAXAS NOT LESS 1000
003760                    DISPLAY 'TABELA DE TAXAS CHEIA, LIMITE 1000'
003770                    MOVE 12 TO RETURN-CODE
003780                    STOP RUN
003790                END-IF
003800                ADD 1 TO WK-QTD-TAXAS
003810                MOVE FD-PRODUTO-TAXAS
003820                    TO WK-TXA-PRODUTO(WK-QTD-TAXAS)
003830                MOVE FD-DATA-TAXAS
003840                    TO WK-TXA-DATA(WK-QTD-TAXAS)
003850                MOVE FD-TAXA-TAXAS
003860                    TO WK-TXA-TAXA(WK-QTD-TAXAS)
003870            END-IF.
003880            PERFORM 303-LER-TAXAS.
003890       ***********************************************
003900       *      CADA PERIODO MENSAL COMPLETO ATE HOJE E
003910       *      CREDITADO NO PROPRIO DEPOSITO; ANIVERSARIO
003920       *      QUE CAIU EM DIA SEM PROCESSAMENTO ENTRA NA
003930       *      RODADA SEGUINTE
003940        200-ANIVERSARIOS SECTION.
003950        201-CREDITAR-ANIVERSARIO.
003960            IF WK-DEP-SALDO(WK-IDX-DEP) > ZEROS
003970                PERFORM 202-APURAR-FIM-PERIODO
003980                PERFORM 203-CREDITAR-PERIODO
003990                    UNTIL WK-DATA-FIM-PER > WK-DATA-SIST
004000            END-IF.
004010        202-APURAR-FIM-PERIODO.
004020            MOVE WK-DEP-INICIO-PER(WK-IDX-DEP) TO WK-DATA-PER-GRP.
004030            PERFORM 209-SOMAR-UM-MES.
004040            MOVE WK-DATA-PER-GRP TO WK-DATA-FIM-PER.
004050       *      O RENDIMENTO VEM DAS TAXAS VIGENTES NO INICIO
004060       *      DO PERIODO E E INCORPORADO AO DEPOSITO
004070        203-CREDITAR-PERIODO.
004080            MOVE WK-DEP-INICIO-PER(WK-IDX-DEP)
004085                TO WK-DATA-REF-TAXA.
004090            PERFORM 204-TAXA-DO-PERIODO.
004100            COMPUTE WK-RENDIMENTO ROUNDED =
004110                WK-DEP-SALDO(WK-IDX-DEP) * WK-TAXA-MES-POUP / 100.
004120            IF WK-RENDIMENTO > ZEROS
004130                ADD WK-RENDIMENTO TO WK-DEP-SALDO(WK-IDX-DEP)
004140                ADD WK-RENDIMENTO TO WK-DEP-REND-ACUM(WK-IDX-DEP)
004150                ADD WK-RENDIMENTO TO WK-TOT-RENDIMENTO
004160                ADD 1 TO WK-QTD-CREDITOS
004170                ADD 1 TO WK-DOC-SEQ
004180                MOVE 'Y' TO WK-TIPO-POUP
004190                MOVE WK-RENDIMENTO TO WK-VALOR-POUP
004200                MOVE WK-DEP-CHAVE(WK-IDX-DEP) TO WK-CHAVE-SOMA
004210                PERFORM 230-GRAVAR-MOVHIST-POUP
004220            END-IF.
004230            MOVE WK-DATA-FIM-PER TO WK-DEP-INICIO-PER(WK-IDX-DEP).
004240            PERFORM 202-APURAR-FIM-PERIODO.
004250       *      TR DO PERIODO MAIS A REMUNERACAO ADICIONAL,
004260       *      COMPOSTAS: (1 + TR) X (1 + ADICIONAL) - 1
004270        204-TAXA-DO-PERIODO.
004280            MOVE 'TR' TO WK-PRODUTO-PEDIDO.
004290            PERFORM 205-PROCURAR-TAXA.
004300            MOVE WK-TAXA-PRODUTO TO WK-TAXA-TR.
004310            MOVE 'SELIC' TO WK-PRODUTO-PEDIDO.
004320            PERFORM 205-PROCURAR-TAXA.
004330            MOVE WK-TAXA-PRODUTO TO WK-TAXA-SELIC.
004340            IF WK-TAXA-SELIC > WK-SELIC-CORTE
004350                MOVE 0,5 TO WK-ADICIONAL
004360            ELSE
004370                COMPUTE WK-ADICIONAL ROUNDED =
004380                    ((1 + WK-TAXA-SELIC * 0,7 / 100)
004390                        ** (1 / 12) - 1) * 100
004400            END-IF.
004410            COMPUTE WK-TAXA-MES-POUP ROUNDED =
004420                ((1 + WK-TAXA-TR / 100)
004430                  * (1 + WK-ADICIONAL / 100) - 1) * 100.
004440       *      VALE A VIGENCIA MAIS RECENTE QUE NAO PASSE
004450       *      DA DATA DE REFERENCIA; A TR PODE SER ZERO,
004460       *      POR ISSO A FALTA E VISTA PELA DATA ACHADA
004470        205-PROCURAR-TAXA.
004480            MOVE ZEROS TO WK-TAXA-PRODUTO.
004490            MOVE ZEROS TO WK-DATA-TAXA-ACH.
004500            PERFORM 206-COMPARAR-TAXA
004510                VARYING WK-IDX-TAXA FROM 1 BY 1
004520                UNTIL WK-IDX-TAXA > WK-QTD-TAXAS.
004530            IF WK-DATA-TAXA-ACH = ZEROS
004540                DISPLAY 'TAXA ' WK-PRODUTO-PEDIDO
004550                        ' NAO ENCONTRADA NO CADASTRO TAXAS PARA '
004560                        WK-DATA-REF-TAXA
004570                MOVE 12 TO RETURN-CODE
004580                STOP RUN
004590            END-IF.
004600        206-COMPARAR-TAXA.
004610            IF WK-TXA-PRODUTO(WK-IDX-TAXA) = WK-PRODUTO-PEDIDO
004620               AND WK-TXA-DATA(WK-IDX-TAXA)
004630                   NOT GREATER WK-DATA-REF-TAXA
004640               AND WK-TXA-DATA(WK-IDX-TAXA)
004650                   NOT LESS WK-DATA-TAXA-ACH
004660                MOVE WK-TXA-TAXA(WK-IDX-TAXA) TO WK-TAXA-PRODUTO
004670                MOVE WK-TXA-DATA(WK-IDX-TAXA) TO WK-DATA-TAXA-ACH
004680            END-IF.
004690        209-SOMAR-UM-MES.
004700            ADD 1 TO WK-MES-PER.
004710            IF WK-MES-PER > 12
004720                MOVE 1 TO WK-MES-PER
004730                ADD 1 TO WK-ANO-PER
004740            END-IF.
004750       ***********************************************
004760        210-PEDIDOS SECTION.
004770        210-PROCESSAR-PEDIDO.
004780            ADD 1 TO WK-QTD-PEDIDOS.
004790            MOVE SPACES TO WK-MOTIVO-CRITICA.
004800            MOVE FD-CHAVE-MOVPOUP TO WK-CHAVE-SOMA.
004810            PERFORM 211-CRITICAR-PEDIDO.
004820            IF WK-MOTIVO-CRITICA = SPACES
004830                IF PEDIDO-DEPOSITO
004840                    PERFORM 212-ABRIR-DEPOSITO
004850                ELSE
004860                    PERFORM 213-SACAR-POUPANCA
004870                END-IF
004880            ELSE
004890                ADD 1 TO WK-QTD-REJEITADOS
004900                MOVE FD-TIPO-MOVPOUP   TO WK-TIPO-REL
004910                MOVE FD-CHAVE-MOVPOUP  TO WK-CHAVE-REL
004920                MOVE FD-VALOR-MOVPOUP  TO WK-VALOR-REL
004930                MOVE WK-MOTIVO-CRITICA TO WK-RESULT-REL
004940                WRITE REG-RELPOUP FROM WK-LINHA-OCORR
004950                PERFORM 218-CONFERIR-RELPOUP
004960            END-IF.
004970            PERFORM 302-LER-MOVPOUP.
004980        211-CRITICAR-PEDIDO.
004990            MOVE FD-CHAVE-MOVPOUP TO FD-CHAVE-CLIENTES.
005000            READ ARQ-CLIENTES
005010                INVALID KEY
005020                    MOVE 'CONTA INEXISTENTE'
005030                        TO WK-MOTIVO-CRITICA
005040            END-READ.
005050            IF WK-MOTIVO-CRITICA = SPACES
005060                PERFORM 220-SOMAR-SALDO-CONTA
005070            END-IF.
005080            EVALUATE TRUE
005090                WHEN WK-MOTIVO-CRITICA NOT = SPACES
005100                    CONTINUE
005110                WHEN NOT PEDIDO-DEPOSITO AND NOT PEDIDO-SAQUE
005120                    MOVE 'TIPO DE PEDIDO INVALIDO'
005130                        TO WK-MOTIVO-CRITICA
005140                WHEN FD-VALOR-MOVPOUP = ZEROS
005150                    MOVE 'VALOR NAO INFORMADO'
005160                        TO WK-MOTIVO-CRITICA
005170                WHEN NOT CONTA-ATIVA
005180                    MOVE 'CONTA NAO ATIVA'
005190                        TO WK-MOTIVO-CRITICA
005200                WHEN FD-MOEDA-CLIENTES NOT = 'BRL'
005210                    MOVE 'POUPANCA SO EM CONTA BRL'
005220                        TO WK-MOTIVO-CRITICA
005230                WHEN PEDIDO-DEPOSITO
005240                 AND WK-SALDO-CONTA + FD-VALOR-MOVPOUP
005250                     > WK-SALDO-MAXIMO
005260                    MOVE 'LIMITE DE SALDO DA POUPANCA'
005270                        TO WK-MOTIVO-CRITICA
005280                WHEN PEDIDO-SAQUE
005290                 AND FD-VALOR-MOVPOUP > WK-SALDO-CONTA
005300                    MOVE 'SALDO DA POUPANCA INSUFICIENTE'
005310                        TO WK-MOTIVO-CRITICA
005320            END-EVALUATE.
005330       *      DEPOSITO NO DIA 29, 30 OU 31 TEM ANIVERSARIO
005340       *      NO DIA 1 DO MES SEGUINTE
005350        212-ABRIR-DEPOSITO.
005360            IF WK-QTD-DEPOSITOS NOT LESS 5000
005370                DISPLAY 'TABELA DE DEPOSITOS CHEIA, '
005380                        'LIMITE 5000'
005390                MOVE 12 TO RETURN-CODE
005400                STOP RUN
005410            END-IF.
005420            ADD 1 TO WK-ULTIMO-DEP.
005430            ADD 1 TO WK-QTD-DEPOSITOS.
005440            MOVE WK-QTD-DEPOSITOS TO WK-IDX-DEP.
005450            MOVE WK-ULTIMO-DEP    TO WK-DEP-NUMERO(WK-IDX-DEP).
005460            MOVE FD-CHAVE-MOVPOUP TO WK-DEP-CHAVE(WK-IDX-DEP).
005470            MOVE WK-DATA-SIST     TO WK-DEP-DATA(WK-IDX-DEP).
005480            MOVE WK-DATA-SIST     TO WK-DATA-PER-GRP.
005490            IF WK-DIA-PER > 28
005500                MOVE 1 TO WK-DIA-PER
005510                PERFORM 209-SOMAR-UM-MES
005520            END-IF.
005530            MOVE WK-DATA-PER-GRP
005535                TO WK-DEP-INICIO-PER(WK-IDX-DEP).
005540            MOVE FD-VALOR-MOVPOUP TO WK-DEP-VALOR(WK-IDX-DEP).
005550            MOVE FD-VALOR-MOVPOUP TO WK-DEP-SALDO(WK-IDX-DEP).
005560            MOVE ZEROS            TO WK-DEP-REND-ACUM(WK-IDX-DEP).
005570            ADD 1 TO WK-QTD-DEPOSITOS-DIA.
005580            ADD FD-VALOR-MOVPOUP TO WK-TOT-DEPOSITADO.
005590            ADD 1 TO WK-DOC-SEQ.
005600            MOVE 'D' TO FD-TIPO-LANCAMPO.
005610            PERFORM 215-LANCAR-CONTA.
005620            MOVE 'U' TO WK-TIPO-POUP.
005630            MOVE FD-VALOR-MOVPOUP TO WK-VALOR-POUP.
005640            PERFORM 230-GRAVAR-MOVHIST-POUP.
005650        213-SACAR-POUPANCA.
005660            MOVE FD-VALOR-MOVPOUP TO WK-A-RETIRAR.
005670            PERFORM 214-RETIRAR-DO-DEPOSITO
005680                VARYING WK-IDX-DEP FROM WK-QTD-DEPOSITOS BY -1
005690                UNTIL WK-IDX-DEP < 1
005700                   OR WK-A-RETIRAR = ZEROS.
005710            ADD 1 TO WK-QTD-SAQUES.
005720            ADD FD-VALOR-MOVPOUP TO WK-TOT-SACADO.
005730            ADD 1 TO WK-DOC-SEQ.
005740            MOVE 'C' TO FD-TIPO-LANCAMPO.
005750            PERFORM 215-LANCAR-CONTA.
005760            MOVE 'W' TO WK-TIPO-POUP.
005770            MOVE FD-VALOR-MOVPOUP TO WK-VALOR-POUP.
005780            PERFORM 230-GRAVAR-MOVHIST-POUP.
005790        214-RETIRAR-DO-DEPOSITO.
005800            IF WK-DEP-CHAVE(WK-IDX-DEP) = FD-CHAVE-MOVPOUP
005810               AND WK-DEP-SALDO(WK-IDX-DEP) > ZEROS
005820                IF WK-DEP-SALDO(WK-IDX-DEP) NOT LESS WK-A-RETIRAR
005830                    SUBTRACT WK-A-RETIRAR
005840                        FROM WK-DEP-SALDO(WK-IDX-DEP)
005850                    MOVE ZEROS TO WK-A-RETIRAR
005860                ELSE
005870                    SUBTRACT WK-DEP-SALDO(WK-IDX-DEP)
005880                        FROM WK-A-RETIRAR
005890                    MOVE ZEROS TO WK-DEP-SALDO(WK-IDX-DEP)
005900                END-IF
005910            END-IF.
005920       *      A CONTA CORRENTE E DEBITADA NO DEPOSITO E
005930       *      CREDITADA NO SAQUE PELO LOTE LANCAMPO, COM O
005940       *      MESMO DOCUMENTO DO MOVIMENTO DA POUPANCA
005950        215-LANCAR-CONTA.
005960            MOVE 'D' TO FD-TIPO-REG-LANCAMPO.
005970            MOVE FD-CHAVE-MOVPOUP   TO FD-CHAVE-LANCAMPO.
005980            MOVE FD-DIGITO-CLIENTES TO FD-DIGITO-LANCAMPO.
005990            MOVE WK-DOC-SEQ         TO FD-DOC-LANCAMPO.
006000            MOVE FD-VALOR-MOVPOUP   TO FD-VALOR-LANCAMPO.
006010            MOVE FD-MOEDA-CLIENTES  TO FD-MOEDA-LANCAMPO.
006020            MOVE WK-DATA-SIST       TO FD-DATA-LANCAMPO.
006030            MOVE SPACES             TO FD-CONTRA-LANCAMPO.
006040            MOVE WK-HORA-CAPTURA    TO FD-HORA-LANCAMPO.
006050            MOVE WK-DOC-SEQ         TO FD-SEQ-LANCAMPO.
006060            PERFORM 216-GRAVAR-LANCAMPO.
006070            ADD 1 TO WK-QTD-DETALHE.
006080            ADD FD-VALOR-MOVPOUP TO WK-TOT-DETALHE.
006090        216-GRAVAR-LANCAMPO.
006091            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMPO.
006100            WRITE REG-LANCAMPO.
006110            IF WK-FS-LANCAMPO NOT = '00'
006120                DISPLAY 'ERRO ' WK-FS-LANCAMPO
006130                        ' NO COMANDO WRITE LANCAMPO'
006140                MOVE 12 TO RETURN-CODE
006150                STOP RUN
006160            END-IF.
006170        218-CONFERIR-RELPOUP.
006180            IF WK-FS-RELPOUP NOT = '00'
006190                DISPLAY 'ERRO ' WK-FS-RELPOUP
006200                        ' NO COMANDO WRITE RELPOUP'
006210                MOVE 12 TO RETURN-CODE
006220                STOP RUN
006230            END-IF.
006240        220-SOMAR-SALDO-CONTA.
006250            MOVE ZEROS TO WK-SALDO-CONTA.
006260            PERFORM 221-SOMAR-DEPOSITO
006270                VARYING WK-IDX-SOMA FROM 1 BY 1
006280                UNTIL WK-IDX-SOMA > WK-QTD-DEPOSITOS.
006290        221-SOMAR-DEPOSITO.
006300            IF WK-DEP-CHAVE(WK-IDX-SOMA) = WK-CHAVE-SOMA
006310                ADD WK-DEP-SALDO(WK-IDX-SOMA) TO WK-SALDO-CONTA
006320            END-IF.
006330       *      O SALDO GRAVADO NO MOVHIST E O DA POUPANCA DA
006340       *      CONTA DEPOIS DO MOVIMENTO, NAO O DA CONTA
006350       *      CORRENTE
006360        230-GRAVAR-MOVHIST-POUP.
006370            PERFORM 220-SOMAR-SALDO-CONTA.
006380            ADD 1 TO WK-SEQ-MOVHIST.
006390            MOVE WK-DATA-SIST    TO FD-DATA-MOVHIST.
006400            MOVE WK-CHAVE-SOMA   TO FD-CHAVE-MOVHIST.
006410            MOVE WK-DOC-SEQ      TO FD-DOC-MOVHIST.
006420            MOVE WK-TIPO-POUP    TO FD-TIPO-MOVHIST.
006430            MOVE WK-VALOR-POUP   TO FD-VALOR-MOVHIST.
006440            MOVE WK-SALDO-CONTA  TO FD-SALDO-MOVHIST.
006450            MOVE 'BRL'           TO FD-MOEDA-MOVHIST.
006460            MOVE WK-HORA-CAPTURA TO FD-HORA-MOVHIST.
006470            MOVE WK-SEQ-MOVHIST  TO FD-SEQ-MOVHIST.
006471            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-MOVHIST.
006480            WRITE REG-MOVHIST.
006490            IF WK-FS-MOVHIST NOT = '00'
006500                DISPLAY 'ERRO ' WK-FS-MOVHIST
006510                        ' NO COMANDO WRITE MOVHIST'
006520                MOVE 12 TO RETURN-CODE
006530                STOP RUN
006540            END-IF.
006550       ***********************************************
006560        300-LEITURAS SECTION.
006570        301-LER-POUPMES.
006580            READ ARQ-POUPMES.
006590            EVALUATE WK-FS-POUPMES
006600                WHEN '00'
006610                    CONTINUE
006620                WHEN '10'
006630                    CONTINUE
006640                WHEN OTHER
006650                    DISPLAY 'ERRO ' WK-FS-POUPMES
006660                            ' NO COMANDO READ POUPMES'
006670                    MOVE 12 TO RETURN-CODE
006680                    STOP RUN
006690            END-EVALUATE.
006700        302-LER-MOVPOUP.
006710            READ ARQ-MOVPOUP.
006720            EVALUATE WK-FS-MOVPOUP
006730                WHEN '00'
006740                    CONTINUE
006750                WHEN '10'
006760                    CONTINUE
006770                WHEN OTHER
006780                    DISPLAY 'ERRO ' WK-FS-MOVPOUP
006790                            ' NO COMANDO READ MOVPOUP'
006800                    MOVE 12 TO RETURN-CODE
006810                    STOP RUN
006820            END-EVALUATE.
006830        303-LER-TAXAS.
006840            READ ARQ-TAXAS.
006850            EVALUATE WK-FS-TAXAS
006860                WHEN '00'
006870                    CONTINUE
006880                WHEN '10'
006890                    CONTINUE
006900                WHEN OTHER
006910                    DISPLAY 'ERRO ' WK-FS-TAXAS
006920                            ' NO COMANDO READ TAXAS'
006930                    MOVE 12 TO RETURN-CODE
006940                    STOP RUN
006950            END-EVALUATE.
006960       ***********************************************
006970        195-GRAVAR-JRNL-INICIO.
006980            MOVE 'I' TO JRL-TIPO.
006990            MOVE ZEROS TO JRL-QTD-LIDOS.
007000            MOVE ZEROS TO JRL-QTD-GRAVADOS.
007010            MOVE ZEROS TO JRL-QTD-REJEITADOS.
007020            MOVE ZEROS TO JRL-RETORNO.
007021            MOVE 'EAD95905' TO LK-PROGRAMA-COM.
007022            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
007023            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
007030            PERFORM 194-GRAVAR-RUNJRNL.
007040        196-GRAVAR-JRNL-FIM.
007050            MOVE 'F' TO JRL-TIPO.
007060            MOVE WK-QTD-PEDIDOS TO JRL-QTD-LIDOS.
007070            MOVE WK-QTD-DETALHE TO JRL-QTD-GRAVADOS.
007080            MOVE WK-QTD-REJEITADOS TO JRL-QTD-REJEITADOS.
007090            MOVE RETURN-CODE TO JRL-RETORNO.
007091            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
007100            PERFORM 194-GRAVAR-RUNJRNL.
007110        194-GRAVAR-RUNJRNL.
007120            OPEN EXTEND ARQ-RUNJRNL.
007130            IF WK-FS-RUNJRNL = '35'
007140                OPEN OUTPUT ARQ-RUNJRNL
007150            END-IF.
007160            IF WK-FS-RUNJRNL NOT = '00'
007170                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007180                        ' NO COMANDO OPEN RUNJRNL'
007190                MOVE 12 TO RETURN-CODE
007200                STOP RUN
007210            END-IF.
007220            MOVE 'EAD95905' TO JRL-PROGRAMA.
007230            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
007240            ACCEPT JRL-HORA FROM TIME.
007250            WRITE REG-RUNJRNL.
007260            IF WK-FS-RUNJRNL NOT = '00'
007270                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007280                        ' NO COMANDO WRITE RUNJRNL'
007290                MOVE 12 TO RETURN-CODE
007300                STOP RUN
007310            END-IF.
007320            CLOSE ARQ-RUNJRNL.
007330       ***********************************************
007340        900-FINALIZAR SECTION.
007350        901-FINALIZAR.
007360            MOVE 'T' TO FD-TIPO-REG-LANCAMPO.
007370            MOVE SPACES TO FD-DETALHE-LANCAMPO.
007380            MOVE WK-DATA-SIST   TO FD-DATA-CTRL-LANCAMPO.
007390            MOVE WK-QTD-DETALHE TO FD-QTDE-CTRL-LANCAMPO.
007400            MOVE WK-TOT-DETALHE TO FD-VALOR-CTRL-LANCAMPO.
007410            MOVE 1 TO FD-INST-CTRL-LANCAMPO.
007420            PERFORM 216-GRAVAR-LANCAMPO.
007430            CLOSE ARQ-LANCAMPO.
007440            PERFORM 902-REGRAVAR-POUPMES.
007450            MOVE 'PEDIDOS LIDOS           : ' TO WK-TITULO-TOT.
007460            MOVE WK-QTD-PEDIDOS TO WK-VALOR-TOT.
007470            WRITE REG-RELPOUP FROM WK-LINHA-TOTAL
007480                AFTER 2 LINES.
007490            MOVE 'DEPOSITOS ABERTOS HOJE  : ' TO WK-TITULO-TOT.
007500            MOVE WK-QTD-DEPOSITOS-DIA TO WK-VALOR-TOT.
007510            WRITE REG-RELPOUP FROM WK-LINHA-TOTAL.
007520            MOVE 'SAQUES DO DIA           : ' TO WK-TITULO-TOT.
007530            MOVE WK-QTD-SAQUES TO WK-VALOR-TOT.
007540            WRITE REG-RELPOUP FROM WK-LINHA-TOTAL.
007550            MOVE 'PEDIDOS REJEITADOS      : ' TO WK-TITULO-TOT.
007560            MOVE WK-QTD-REJEITADOS TO WK-VALOR-TOT.
007570            WRITE REG-RELPOUP FROM WK-LINHA-TOTAL.
007580            MOVE 'ANIVERSARIOS CREDITADOS : ' TO WK-TITULO-TOT.
007590            MOVE WK-QTD-CREDITOS TO WK-VALOR-TOT.
007600            WRITE REG-RELPOUP FROM WK-LINHA-TOTAL.
007610            MOVE 'TOTAL DEPOSITADO        : ' TO WK-TITULO-VAL.
007620            MOVE WK-TOT-DEPOSITADO TO WK-VALOR-VAL.
007630            WRITE REG-RELPOUP FROM WK-LINHA-VALOR.
007640            MOVE 'TOTAL SACADO            : ' TO WK-TITULO-VAL.
007650            MOVE WK-TOT-SACADO TO WK-VALOR-VAL.
007660            WRITE REG-RELPOUP FROM WK-LINHA-VALOR.
007670            MOVE 'RENDIMENTO CREDITADO    : ' TO WK-TITULO-VAL.
007680            MOVE WK-TOT-RENDIMENTO TO WK-VALOR-VAL.
007690            WRITE REG-RELPOUP FROM WK-LINHA-VALOR.
007700            MOVE 'SALDO DA CARTEIRA       : ' TO WK-TITULO-VAL.
007710            MOVE WK-TOT-CARTEIRA TO WK-VALOR-VAL.
007720            WRITE REG-RELPOUP FROM WK-LINHA-VALOR.
007730            PERFORM 218-CONFERIR-RELPOUP.
007740            DISPLAY 'DEPOSITOS NA CARTEIRA : ' WK-QTD-DEPOSITOS.
007750            CLOSE ARQ-MOVPOUP.
007780            CLOSE ARQ-CLIENTES.
007790            CLOSE ARQ-MOVHIST.
007800            CLOSE ARQ-RELPOUP.
007810       *      DEPOSITO TODO SACADO NAO VOLTA PARA A CARTEIRA
007820        902-REGRAVAR-POUPMES.
007830            OPEN OUTPUT ARQ-POUPMEN.
007840            IF WK-FS-POUPMEN NOT = '00'
007850                DISPLAY 'ERRO ' WK-FS-POUPMEN
007860                        ' NO COMANDO OPEN POUPMEN'
007870                MOVE 12 TO RETURN-CODE
007880                STOP RUN
007890            END-IF.
007900            PERFORM 903-GRAVAR-DEPOSITO
007910                VARYING WK-IDX-DEP FROM 1 BY 1
007920                UNTIL WK-IDX-DEP > WK-QTD-DEPOSITOS.
007930            CLOSE ARQ-POUPMEN.
007940        903-GRAVAR-DEPOSITO.
007950            IF WK-DEP-SALDO(WK-IDX-DEP) > ZEROS
007960                MOVE WK-DEP-NUMERO(WK-IDX-DEP)
007970                    TO FD-DEPOSITO-POUP
007980                MOVE WK-DEP-CHAVE(WK-IDX-DEP)
007990                    TO FD-CHAVE-POUP
008000                MOVE WK-DEP-DATA(WK-IDX-DEP)
008010                    TO FD-DATA-DEP-POUP
008020                MOVE WK-DEP-INICIO-PER(WK-IDX-DEP)
008030                    TO FD-INICIO-PER-POUP
008040                MOVE WK-DEP-VALOR(WK-IDX-DEP)
008050                    TO FD-VALOR-DEP-POUP
008060                MOVE WK-DEP-SALDO(WK-IDX-DEP)
008070                    TO FD-SALDO-DEP-POUP
008080                MOVE WK-DEP-REND-ACUM(WK-IDX-DEP)
008090                    TO FD-REND-ACUM-POUP
008100                ADD WK-DEP-SALDO(WK-IDX-DEP) TO WK-TOT-CARTEIRA
008110                WRITE REG-POUPMEN FROM REG-POUPMES
008120                IF WK-FS-POUPMEN NOT = '00'
008130                    DISPLAY 'ERRO ' WK-FS-POUPMEN
008140                            ' NO COMANDO WRITE POUPMEN'
008150                    MOVE 12 TO RETURN-CODE
008160                    STOP RUN
008170                END-IF
008180            END-IF.
