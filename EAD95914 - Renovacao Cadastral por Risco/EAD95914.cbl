000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95914.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   RENOVACAO PERIODICA DO CADASTRO POR NIVEL DE *
000170       *   RISCO (RODADA MENSAL)                        *
000180       *                                                *
000190       *   O KYCREG GUARDA POR CONTA A DATA DA ULTIMA   *
000200       *   CONFIRMACAO DO CADASTRO (NA PRIMEIRA VEZ, A  *
000210       *   DATA DE ABERTURA DO CLIDADOS) E O NIVEL DE   *
000220       *   RISCO: B (RENOVA EM 60 MESES), M (24) OU A   *
000230       *   (12). FAIXA A NO EAD95857 OU ESPECIE NO MES  *
000240       *   ACIMA DO LIMITE SOBEM UM NIVEL CADA; ACERTO  *
000250       *   NO SANREG (EAD95913) LEVA AO NIVEL A.        *
000260       *                                                *
000270       *   PEDIDOS DE RENOVACAO SAEM NO NOTIFEXT A 60 E *
000280       *   A 30 DIAS DO VENCIMENTO (EVENTOS 05 E 06).   *
000290       *   VENCIDA A CARENCIA, A CONTA ATIVA E RESTRITA *
000300       *   PELO MANCLIR (MOVIMENTO S SITUACAO B PARA O  *
000310       *   EAD95816): O BALANCE LINE PASSA A REJEITAR   *
000320       *   DEBITOS E SEGUE ACEITANDO CREDITOS. A CONFIR-*
000330       *   MACAO DO KYCCONF RENOVA O PRAZO E LIBERA A   *
000340       *   CONTA QUE ESTE PROGRAMA RESTRINGIU.          *
000350       *                                                *
000360       *   O NOTIFEXT E ESTENDIDO: RODAR DEPOIS DO      *
000370       *   EAD95888 NA MESMA NOITE.                     *
000380       *                                                *
000390       *   SYSIN: DATA (ZEROS = HOJE), CARENCIA EM DIAS *
000400       *   (ZEROS = 30), LIMITE DE ESPECIE NO MES       *
000410       *   (ZEROS = 50.000,00)                          *
000420       **************************************************
000430       *
000440        ENVIRONMENT DIVISION.
000450        CONFIGURATION SECTION.
000460        SPECIAL-NAMES.
000470            DECIMAL-POINT IS COMMA.
000480        INPUT-OUTPUT SECTION.
000490        FILE-CONTROL.
000500            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000510                FILE STATUS IS WK-FS-RUNJRNL.
000520            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000530                ORGANIZATION IS INDEXED
000540                ACCESS MODE IS DYNAMIC
000550                RECORD KEY IS FD-CHAVE-CLIENTES
000560                FILE STATUS IS WK-FS-CLIENTES.
000570            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS DYNAMIC
000600                RECORD KEY IS FD-CHAVE-CLIDADOS
000610                FILE STATUS IS WK-FS-CLIDADOS.
000620            SELECT ARQ-SANREG   ASSIGN TO SANREG
000630                ORGANIZATION IS INDEXED
000640                ACCESS MODE IS DYNAMIC
000650                RECORD KEY IS FD-CHAVE-SANREG
000660                FILE STATUS IS WK-FS-SANREG.
000670            SELECT ARQ-FAIXAS   ASSIGN TO FAIXAS
000680                FILE STATUS IS WK-FS-FAIXAS.
000690            SELECT ARQ-CAIXACAP ASSIGN TO CAIXACAP
000700                FILE STATUS IS WK-FS-CAIXACAP.
000710            SELECT ARQ-KYCCONF  ASSIGN TO KYCCONF
000720                FILE STATUS IS WK-FS-KYCCONF.
000730            SELECT ARQ-KYCREG   ASSIGN TO KYCREG
000740                ORGANIZATION IS INDEXED
000750                ACCESS MODE IS DYNAMIC
000760                RECORD KEY IS FD-CHAVE-KYCREG
000770                FILE STATUS IS WK-FS-KYCREG.
000780            SELECT ARQ-NOTIFEXT ASSIGN TO NOTIFEXT
000790                FILE STATUS IS WK-FS-NOTIFEXT.
000800            SELECT ARQ-MANCLIR  ASSIGN TO MANCLIR
000810                FILE STATUS IS WK-FS-MANCLIR.
000820            SELECT ARQ-RELKYC   ASSIGN TO RELKYC
000830                FILE STATUS IS WK-FS-RELKYC.
000840       *
000850        DATA DIVISION.
000860        FILE SECTION.
000870        FD   ARQ-CLIENTES
000880             RECORDING MODE IS F.
000890        01  REG-CLIENTES.
000900            05 FD-CHAVE-CLIENTES.
000910                10 FD-AGENCIA-CLIENTES     PIC X(4).
000920                10 FD-CONTA-CLIENTES       PIC 9(5).
000930            05 FD-DIGITO-CLIENTES      PIC X.
000940            05 FD-NOME-CLIENTES        PIC A(20).
000950            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
000960            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
000970            05 FD-MOEDA-CLIENTES       PIC X(3).
000980            05 FD-SITUACAO-CLIENTES    PIC X.
000990                88 CONTA-ATIVA            VALUE 'A' ' '.
001000                88 CONTA-BLOQUEADA        VALUE 'B'.
001010                88 CONTA-ENCERRADA        VALUE 'E'.
001020        FD   ARQ-CLIDADOS
001030             RECORDING MODE IS F.
001040        01  REG-CLIDADOS.
001050            05 FD-CHAVE-CLIDADOS.
001060                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001070                10 FD-CONTA-CLIDADOS       PIC 9(5).
001080            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001090            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001100            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001110            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001120            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001130        FD   ARQ-SANREG
001140             RECORDING MODE IS F.
001150        01  REG-SANREG.
001160            05 FD-CHAVE-SANREG.
001170                10 FD-CONTA-SANREG     PIC X(9).
001180                10 FD-CPFCNPJ-SANREG   PIC X(14).
001190                10 FD-ORIGEM-SANREG    PIC X(8).
001200                10 FD-ID-SANREG        PIC X(12).
001210            05 FD-TIPO-LISTA-SANREG PIC X.
001220            05 FD-NOME-SANREG      PIC X(20).
001230            05 FD-NOTA-SANREG      PIC 9(3).
001240            05 FD-CPF-IGUAL-SANREG PIC X.
001250            05 FD-BLOQUEIO-SANREG  PIC X.
001260            05 FD-DATA-SANREG      PIC 9(8).
001270        FD   ARQ-FAIXAS
001280             RECORDING MODE IS F.
001290        01  REG-FAIXAS.
001300            05 FD-CHAVE-FAIXA      PIC X(9).
001310            05 FD-FAIXA-FAIXA      PIC X.
001320            05 FD-ANOMES-FAIXA     PIC 9(6).
001330       *      CAPTURAS DE CAIXA DO MES (CONCATENACAO DOS DIARIOS)
001340        FD   ARQ-CAIXACAP
001350             RECORDING MODE IS F.
001360        01  REG-CAIXACAP.
001370            05 FD-AGENCIA-CAP      PIC X(4).
001380            05 FD-CAIXA-CAP        PIC X(6).
001390            05 FD-OPERACAO-CAP     PIC X.
001400                88 CAP-DEPOSITO        VALUE 'D'.
001410                88 CAP-SAQUE           VALUE 'S'.
001420            05 FD-CHAVE-CAP        PIC X(9).
001430            05 FD-VALOR-CAP        PIC 9(6)V99.
001440            05 FD-HORA-CAP         PIC 9(6).
001450       *      CONFIRMACOES DE CADASTRO COLHIDAS PELAS AGENCIAS
001460        FD   ARQ-KYCCONF
001470             RECORDING MODE IS F.
001480        01  REG-KYCCONF.
001490            05 FD-CHAVE-KYCCONF    PIC X(9).
001500            05 FD-DATA-KYCCONF     PIC 9(8).
001510            05 FD-OPERADOR-KYCCONF PIC X(8).
001520        FD   ARQ-KYCREG
001530             RECORDING MODE IS F.
001540        01  REG-KYCREG.
001550            05 FD-CHAVE-KYCREG     PIC X(9).
001560            05 FD-DATA-CONF-KYCREG PIC 9(8).
001570            05 FD-NIVEL-KYCREG     PIC X.
001580                88 RISCO-BAIXO         VALUE 'B'.
001590                88 RISCO-MEDIO         VALUE 'M'.
001600                88 RISCO-ALTO          VALUE 'A'.
001610            05 FD-DATA-VENC-KYCREG PIC 9(8).
001620            05 FD-AVISO-60-KYCREG  PIC X.
001630            05 FD-AVISO-30-KYCREG  PIC X.
001640            05 FD-SITUACAO-KYCREG  PIC X.
001650                88 KYC-NORMAL          VALUE 'N'.
001660                88 KYC-RESTRITA        VALUE 'R'.
001670            05 FD-DATA-REST-KYCREG PIC 9(8).
001680            05 FD-DATA-ATU-KYCREG  PIC 9(8).
001690        FD   ARQ-NOTIFEXT
001700             RECORDING MODE IS F.
001710        01  REG-NOTIFEXT.
001720            05 FD-CHAVE-NOTIF      PIC X(9).
001730            05 FD-EVENTO-NOTIF     PIC 99.
001740            05 FD-PARAM-NOTIF      PIC X(20).
001750            05 FD-DATA-NOTIF       PIC 9(8).
001760       *      MESMO LEIAUTE DO MANCLI DO EAD95816
001770        FD   ARQ-MANCLIR
001780             RECORDING MODE IS F.
001790        01  REG-MANCLIR.
001800            05 FD-TIPO-MANCLIR         PIC X.
001810            05 FD-CHAVE-MANCLIR        PIC X(9).
001820            05 FD-DIGITO-MANCLIR       PIC X.
001830            05 FD-NOME-MANCLIR         PIC X(20).
001840            05 FD-SALDO-MANCLIR        PIC S9(6)V99.
001850            05 FD-LIMITE-MANCLIR       PIC 9(6)V99.
001860            05 FD-MOEDA-MANCLIR        PIC X(3).
001870            05 FD-TIPO-DOC-MANCLIR     PIC X.
001880            05 FD-CPFCNPJ-MANCLIR      PIC X(14).
001890            05 FD-ENDERECO-MANCLIR     PIC X(40).
001900            05 FD-TELEFONE-MANCLIR     PIC X(12).
001910            05 FD-DATA-ABERT-MANCLIR   PIC X(8).
001920            05 FD-SITUACAO-MANCLIR     PIC X.
001930        FD   ARQ-RELKYC
001940             RECORDING MODE IS F.
001950        01  REG-RELKYC                 PIC X(80).
001960        FD   ARQ-RUNJRNL
001970             RECORDING MODE IS F.
001980        01  REG-RUNJRNL.
001990            05 JRL-PROGRAMA        PIC X(8).
002000            05 JRL-TIPO            PIC X.
002010            05 JRL-DATA            PIC 9(8).
002020            05 JRL-HORA            PIC 9(6).
002030            05 JRL-QTD-LIDOS       PIC 9(7).
002040            05 JRL-QTD-GRAVADOS    PIC 9(7).
002050            05 JRL-QTD-REJEITADOS  PIC 9(7).
002060            05 JRL-RETORNO         PIC 9(4).
002061            05 JRL-ID-EXEC         PIC 9(10).
002070        WORKING-STORAGE SECTION.
002080        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002081        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002082        01  LK-AREA-ID-EXEC.
002083            05 LK-PROGRAMA-COM     PIC X(8).
002084            05 LK-ID-EXEC-COM      PIC 9(10).
002090        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002100        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002110        77  WK-FS-SANREG   PIC XX           VALUE SPACES.
002120        77  WK-FS-FAIXAS   PIC XX           VALUE SPACES.
002130        77  WK-FS-CAIXACAP PIC XX           VALUE SPACES.
002140        77  WK-FS-KYCCONF  PIC XX           VALUE SPACES.
002150        77  WK-FS-KYCREG   PIC XX           VALUE SPACES.
002160        77  WK-FS-NOTIFEXT PIC XX           VALUE SPACES.
002170        77  WK-FS-MANCLIR  PIC XX           VALUE SPACES.
002180        77  WK-FS-RELKYC   PIC XX           VALUE SPACES.
002190        77  WK-CARENCIA    PIC 9(3)         VALUE ZEROS.
002200        77  WK-LIMITE-ESPECIE PIC 9(8)V99   VALUE ZEROS.
002210        77  WK-SANREG-ABERTO PIC X          VALUE 'N'.
002220            88 SANREG-ABERTO                  VALUE 'S'.
002230        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
002240        77  WK-QTD-NOVAS   PIC 9(6)         VALUE ZEROS.
002250        77  WK-QTD-CONFIRMADAS PIC 9(6)     VALUE ZEROS.
002260        77  WK-QTD-AVISOS-60 PIC 9(6)       VALUE ZEROS.
002270        77  WK-QTD-AVISOS-30 PIC 9(6)       VALUE ZEROS.
002280        77  WK-QTD-RESTRITAS PIC 9(6)       VALUE ZEROS.
002290        77  WK-QTD-LIBERADAS PIC 9(6)       VALUE ZEROS.
002300        77  WK-QTD-VENCIDAS PIC 9(6)        VALUE ZEROS.
002310        77  WK-QTD-NIVEL-A PIC 9(6)         VALUE ZEROS.
002320        77  WK-QTD-NIVEL-M PIC 9(6)         VALUE ZEROS.
002330        77  WK-QTD-NIVEL-B PIC 9(6)         VALUE ZEROS.
002340        01  WK-DATA-REF.
002350            05 WK-ANO-REF      PIC 9(4).
002360            05 WK-MES-REF      PIC 99.
002370            05 WK-DIA-REF      PIC 99.
002380        77  WK-DIAS-REF    PIC 9(8)         VALUE ZEROS.
002390       *      VENCIMENTO = CONFIRMACAO MAIS OS MESES DO NIVEL
002400        01  WK-DATA-VENC.
002410            05 WK-ANO-VENC     PIC 9(4).
002420            05 WK-MES-VENC     PIC 99.
002430            05 WK-DIA-VENC     PIC 99.
002440        77  WK-DIAS-VENC   PIC 9(8)         VALUE ZEROS.
002450        77  WK-DIAS-A-VENCER PIC S9(8)      VALUE ZEROS.
002460        77  WK-MESES-NIVEL PIC 9(3)         VALUE ZEROS.
002470        77  WK-MESES-TOTAL PIC 9(5)         VALUE ZEROS.
002480        77  WK-PONTOS-RISCO PIC 9           VALUE ZEROS.
002490        77  WK-NIVEL-NOVO  PIC X            VALUE SPACE.
002500        77  WK-REG-NOVO    PIC X            VALUE 'N'.
002510            88 REGISTRO-NOVO                  VALUE 'S'.
002520        77  WK-ACHOU       PIC X            VALUE 'N'.
002530            88 ACHOU                          VALUE 'S'.
002540            88 NAO-ACHOU                      VALUE 'N'.
002550        77  WK-CHAVE-BUSCA PIC X(9)         VALUE SPACES.
002560        77  WK-IDX-ACHADO  PIC 9(4)         VALUE ZEROS.
002570       *      CONTAS NA FAIXA A DO EAD95857
002580        77  WK-QTD-FAIXA-A PIC 9(4)         VALUE ZEROS.
002590        77  WK-IDX-FAIXA   PIC 9(4)         VALUE ZEROS.
002600        01  WK-TAB-FAIXA-A.
002610            05 WK-FXA-CHAVE    PIC X(9) OCCURS 5000 TIMES.
002620       *      ESPECIE DO MES POR CONTA
002630        77  WK-QTD-ESPECIE PIC 9(4)         VALUE ZEROS.
002640        77  WK-IDX-ESPECIE PIC 9(4)         VALUE ZEROS.
002650        01  WK-TAB-ESPECIE.
002660            05 WK-ESP-OCC          OCCURS 5000 TIMES.
002670                10 WK-ESP-CHAVE       PIC X(9).
002680                10 WK-ESP-VALOR       PIC 9(9)V99.
002690       *      ULTIMA CONFIRMACAO DE CADA CONTA NO KYCCONF
002700        77  WK-QTD-CONF    PIC 9(4)         VALUE ZEROS.
002710        77  WK-IDX-CONF    PIC 9(4)         VALUE ZEROS.
002720        01  WK-TAB-CONF.
002730            05 WK-CNF-OCC          OCCURS 5000 TIMES.
002740                10 WK-CNF-CHAVE       PIC X(9).
002750                10 WK-CNF-DATA        PIC 9(8).
002760        01  WK-PARAM-VENC.
002770            05 FILLER          PIC X(11) VALUE 'VENCIMENTO '.
002780            05 WK-DATA-PARAM   PIC 9(8).
002790            05 FILLER          PIC X(01) VALUE SPACE.
002800        77  WK-EVENTO      PIC 99           VALUE ZEROS.
002810        77  WK-SITUACAO-MANCLIR PIC X       VALUE SPACE.
002820        01  WK-CABEC1.
002830            05 FILLER          PIC X(40)
002840                 VALUE 'RENOVACAO CADASTRAL POR RISCO - DATA '.
002850            05 WK-DATA-CABEC   PIC 9(8).
002860        01  WK-CABEC2.
002870            05 FILLER          PIC X(10) VALUE 'CONTA'.
002880            05 FILLER          PIC X(21) VALUE 'NOME'.
002890            05 FILLER          PIC X(06) VALUE 'NIVEL'.
002900            05 FILLER          PIC X(10) VALUE 'CONFIRM.'.
002910            05 FILLER          PIC X(10) VALUE 'VENCTO'.
002920            05 FILLER          PIC X(20) VALUE 'ACAO'.
002930        01  WK-LINHA-CONTA.
002940            05 WK-CHAVE-REL    PIC X(9).
002950            05 FILLER          PIC X(01) VALUE SPACE.
002960            05 WK-NOME-REL     PIC X(20).
002970            05 FILLER          PIC X(03) VALUE SPACES.
002980            05 WK-NIVEL-REL    PIC X.
002990            05 FILLER          PIC X(03) VALUE SPACES.
003000            05 WK-CONF-REL     PIC 9(8).
003010            05 FILLER          PIC X(02) VALUE SPACES.
003020            05 WK-VENC-REL     PIC 9(8).
003030            05 FILLER          PIC X(02) VALUE SPACES.
003040            05 WK-ACAO-REL     PIC X(20).
003050        01  WK-LINHA-TOTAL.
003060            05 WK-TITULO-TOT   PIC X(26).
003070            05 WK-VALOR-TOT    PIC ZZZZZ9.
003080       *
003090        PROCEDURE DIVISION.
003100        000-PRINCIPAL SECTION.
003110        001-PRINCIPAL.
003120            PERFORM 195-GRAVAR-JRNL-INICIO.
003130            PERFORM 101-INICIAR.
003140            PERFORM 201-AVALIAR-CONTA
003150                UNTIL WK-FS-CLIENTES = '10'.
003160            PERFORM 901-FINALIZAR.
003170            PERFORM 196-GRAVAR-JRNL-FIM.
003180            STOP RUN.
003190       ***********************************************************
003200        100-INICIAR SECTION.
003210        101-INICIAR.
003220            ACCEPT WK-DATA-REF       FROM SYSIN.
003230            ACCEPT WK-CARENCIA       FROM SYSIN.
003240            ACCEPT WK-LIMITE-ESPECIE FROM SYSIN.
003250            IF WK-DATA-REF NOT NUMERIC
003260               OR WK-DATA-REF = ZEROS
003270                ACCEPT WK-DATA-REF FROM DATE YYYYMMDD
003280            END-IF.
003290            IF WK-CARENCIA NOT NUMERIC
003300               OR WK-CARENCIA = ZEROS
003310                MOVE 30 TO WK-CARENCIA
003320            END-IF.
003330            IF WK-LIMITE-ESPECIE NOT NUMERIC
003340               OR WK-LIMITE-ESPECIE = ZEROS
003350                MOVE 50000 TO WK-LIMITE-ESPECIE
003360            END-IF.
003370            COMPUTE WK-DIAS-REF = WK-ANO-REF * 360
003380                + WK-MES-REF * 30 + WK-DIA-REF.
003390            PERFORM 102-CARREGAR-FAIXAS.
003400            PERFORM 104-CARREGAR-ESPECIE.
003410            PERFORM 107-CARREGAR-CONFIRMACOES.
003420            PERFORM 110-ABRIR-ARQUIVOS.
003430       *      SO AS CONTAS NA FAIXA A INTERESSAM
003440        102-CARREGAR-FAIXAS.
003450            OPEN INPUT ARQ-FAIXAS.
003460            EVALUATE WK-FS-FAIXAS
003470                WHEN '00'
003480                    PERFORM 304-LER-FAIXAS
003490                    PERFORM 103-GUARDAR-FAIXA
003500                        UNTIL WK-FS-FAIXAS = '10'
003510                    CLOSE ARQ-FAIXAS
003520                WHEN '35'
003530                    CONTINUE
003540                WHEN OTHER
003550                    DISPLAY 'ERRO ' WK-FS-FAIXAS
003560                            ' NO COMANDO OPEN FAIXAS'
003570                    MOVE 12 TO RETURN-CODE
003580                    STOP RUN
003590            END-EVALUATE.
003600        103-GUARDAR-FAIXA.
003610            IF FD-FAIXA-FAIXA = 'A'
003620                IF WK-QTD-FAIXA-A NOT LESS 5000
003630                    DISPLAY 'TABELA DE FAIXAS CHEIA, LIMITE 5000'
003640                    MOVE 12 TO RETURN-CODE
003650                    STOP RUN
003660                END-IF
003670                ADD 1 TO WK-QTD-FAIXA-A
003680                MOVE FD-CHAVE-FAIXA
003681                    TO WK-FXA-CHAVE(WK-QTD-FAIXA-A)
003690            END-IF.
003700            PERFORM 304-LER-FAIXAS.
003710        104-CARREGAR-ESPECIE.
003720            OPEN INPUT ARQ-CAIXACAP.
003730            EVALUATE WK-FS-CAIXACAP
003740                WHEN '00'
003750                    PERFORM 305-LER-CAIXACAP
003760                    PERFORM 105-ACUMULAR-ESPECIE
003770                        UNTIL WK-FS-CAIXACAP = '10'
003780                    CLOSE ARQ-CAIXACAP
003790                WHEN '35'
003800                    CONTINUE
003810                WHEN OTHER
003820                    DISPLAY 'ERRO ' WK-FS-CAIXACAP
003830                            ' NO COMANDO OPEN CAIXACAP'
003840                    MOVE 12 TO RETURN-CODE
003850                    STOP RUN
003860            END-EVALUATE.
003870        105-ACUMULAR-ESPECIE.
003880            MOVE FD-CHAVE-CAP TO WK-CHAVE-BUSCA.
003890            PERFORM 106-PROCURAR-ESPECIE.
003900            IF NAO-ACHOU
003910                IF WK-QTD-ESPECIE NOT LESS 5000
003920                    DISPLAY 'TABELA DE ESPECIE CHEIA, LIMITE 5000'
003930                    MOVE 12 TO RETURN-CODE
003940                    STOP RUN
003950                END-IF
003960                ADD 1 TO WK-QTD-ESPECIE
003970                MOVE WK-QTD-ESPECIE TO WK-IDX-ACHADO
003980                MOVE FD-CHAVE-CAP TO WK-ESP-CHAVE(WK-IDX-ACHADO)
003990                MOVE ZEROS        TO WK-ESP-VALOR(WK-IDX-ACHADO)
004000            END-IF.
004010            ADD FD-VALOR-CAP TO WK-ESP-VALOR(WK-IDX-ACHADO).
004020            PERFORM 305-LER-CAIXACAP.
004030        106-PROCURAR-ESPECIE.
004040            SET NAO-ACHOU TO TRUE.
004050            PERFORM 120-COMPARAR-ESPECIE
004060                VARYING WK-IDX-ESPECIE FROM 1 BY 1
004070                UNTIL WK-IDX-ESPECIE > WK-QTD-ESPECIE
004080                   OR ACHOU.
004090        107-CARREGAR-CONFIRMACOES.
004100            OPEN INPUT ARQ-KYCCONF.
004110            EVALUATE WK-FS-KYCCONF
004120                WHEN '00'
004130                    PERFORM 306-LER-KYCCONF
004140                    PERFORM 108-GUARDAR-CONFIRMACAO
004150                        UNTIL WK-FS-KYCCONF = '10'
004160                    CLOSE ARQ-KYCCONF
004170                WHEN '35'
004180                    CONTINUE
004190                WHEN OTHER
004200                    DISPLAY 'ERRO ' WK-FS-KYCCONF
004210                            ' NO COMANDO OPEN KYCCONF'
004220                    MOVE 12 TO RETURN-CODE
004230                    STOP RUN
004240            END-EVALUATE.
004250       *      CONFIRMACAO COM DATA INVALIDA OU FUTURA E IGNORADA
004260        108-GUARDAR-CONFIRMACAO.
004270            IF FD-DATA-KYCCONF NUMERIC
004280               AND FD-DATA-KYCCONF > ZEROS
004290               AND FD-DATA-KYCCONF NOT GREATER WK-DATA-REF
004300                MOVE FD-CHAVE-KYCCONF TO WK-CHAVE-BUSCA
004310                PERFORM 109-PROCURAR-CONFIRMACAO
004320                IF NAO-ACHOU
004330                    IF WK-QTD-CONF NOT LESS 5000
004340                        DISPLAY 'TABELA DE CONFIRMACOES CHEIA, '
004350                                'LIMITE 5000'
004360                        MOVE 12 TO RETURN-CODE
004370                        STOP RUN
004380                    END-IF
004390                    ADD 1 TO WK-QTD-CONF
004400                    MOVE WK-QTD-CONF TO WK-IDX-ACHADO
004410                    MOVE FD-CHAVE-KYCCONF
004420                        TO WK-CNF-CHAVE(WK-IDX-ACHADO)
004430                    MOVE ZEROS TO WK-CNF-DATA(WK-IDX-ACHADO)
004440                END-IF
004450                IF FD-DATA-KYCCONF > WK-CNF-DATA(WK-IDX-ACHADO)
004460                    MOVE FD-DATA-KYCCONF
004470                        TO WK-CNF-DATA(WK-IDX-ACHADO)
004480                END-IF
004490            END-IF.
004500            PERFORM 306-LER-KYCCONF.
004510        109-PROCURAR-CONFIRMACAO.
004520            SET NAO-ACHOU TO TRUE.
004530            PERFORM 121-COMPARAR-CONFIRMACAO
004540                VARYING WK-IDX-CONF FROM 1 BY 1
004550                UNTIL WK-IDX-CONF > WK-QTD-CONF
004560                   OR ACHOU.
004570        110-ABRIR-ARQUIVOS.
004580            OPEN INPUT ARQ-CLIENTES.
004590            IF WK-FS-CLIENTES NOT = '00'
004600                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
004610                        'STATUS ' WK-FS-CLIENTES
004620                MOVE 12 TO RETURN-CODE
004630                STOP RUN
004640            END-IF.
004650            OPEN INPUT ARQ-CLIDADOS.
004660            IF WK-FS-CLIDADOS NOT = '00'
004670                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
004680                        'STATUS ' WK-FS-CLIDADOS
004690                MOVE 12 TO RETURN-CODE
004700                STOP RUN
004710            END-IF.
004720            OPEN INPUT ARQ-SANREG.
004730            EVALUATE WK-FS-SANREG
004740                WHEN '00'
004750                    MOVE 'S' TO WK-SANREG-ABERTO
004760                WHEN '35'
004770                    CONTINUE
004780                WHEN OTHER
004790                    DISPLAY 'ERRO ' WK-FS-SANREG
004800                            ' NO COMANDO OPEN SANREG'
004810                    MOVE 12 TO RETURN-CODE
004820                    STOP RUN
004830            END-EVALUATE.
004840            OPEN I-O ARQ-KYCREG.
004850            IF WK-FS-KYCREG = '35'
004860                OPEN OUTPUT ARQ-KYCREG
004870                CLOSE ARQ-KYCREG
004880                OPEN I-O ARQ-KYCREG
004890            END-IF.
004900            IF WK-FS-KYCREG NOT = '00'
004910                DISPLAY 'ERRO ' WK-FS-KYCREG
004920                        ' NO COMANDO OPEN KYCREG'
004930                MOVE 12 TO RETURN-CODE
004940                STOP RUN
004950            END-IF.
004960            OPEN EXTEND ARQ-NOTIFEXT.
004970            IF WK-FS-NOTIFEXT = '35'
004980                OPEN OUTPUT ARQ-NOTIFEXT
004990            END-IF.
005000            IF WK-FS-NOTIFEXT NOT = '00'
005010                DISPLAY 'ERRO ' WK-FS-NOTIFEXT
005020                        ' NO COMANDO OPEN NOTIFEXT'
005030                MOVE 12 TO RETURN-CODE
005040                STOP RUN
005050            END-IF.
005060            OPEN OUTPUT ARQ-MANCLIR.
005070            IF WK-FS-MANCLIR NOT = '00'
005080                DISPLAY 'ERRO ' WK-FS-MANCLIR
005090                        ' NO COMANDO OPEN MANCLIR'
005100                MOVE 12 TO RETURN-CODE
005110                STOP RUN
005120            END-IF.
005130            OPEN OUTPUT ARQ-RELKYC.
005140            IF WK-FS-RELKYC NOT = '00'
005150                DISPLAY 'ERRO ' WK-FS-RELKYC
005160                        ' NO COMANDO OPEN RELKYC'
005170                MOVE 12 TO RETURN-CODE
005180                STOP RUN
005190            END-IF.
005200            MOVE WK-DATA-REF TO WK-DATA-CABEC.
005210            WRITE REG-RELKYC FROM WK-CABEC1.
005220            PERFORM 219-CONFERIR-RELKYC.
005230            WRITE REG-RELKYC FROM WK-CABEC2 AFTER 2 LINES.
005240            PERFORM 219-CONFERIR-RELKYC.
005250            PERFORM 301-LER-CLIENTES.
005260        120-COMPARAR-ESPECIE.
005270            IF WK-ESP-CHAVE(WK-IDX-ESPECIE) = WK-CHAVE-BUSCA
005280                SET ACHOU TO TRUE
005290                MOVE WK-IDX-ESPECIE TO WK-IDX-ACHADO
005300            END-IF.
005310        121-COMPARAR-CONFIRMACAO.
005320            IF WK-CNF-CHAVE(WK-IDX-CONF) = WK-CHAVE-BUSCA
005330                SET ACHOU TO TRUE
005340                MOVE WK-IDX-CONF TO WK-IDX-ACHADO
005350            END-IF.
005360        122-COMPARAR-FAIXA.
005370            IF WK-FXA-CHAVE(WK-IDX-FAIXA) = WK-CHAVE-BUSCA
005380                SET ACHOU TO TRUE
005390            END-IF.
005400       ***********************************************
005410        200-PROCESSAR SECTION.
005420        201-AVALIAR-CONTA.
005430            ADD 1 TO WK-QTD-LIDOS.
005440            IF NOT CONTA-ENCERRADA
005450                MOVE SPACES TO WK-ACAO-REL
005460                PERFORM 202-OBTER-REGISTRO
005470                PERFORM 204-APLICAR-CONFIRMACAO
005480                PERFORM 206-APURAR-NIVEL
005490                PERFORM 208-CALCULAR-VENCIMENTO
005500                IF KYC-NORMAL
005510                    PERFORM 210-AVALIAR-PRAZO
005520                END-IF
005530                PERFORM 215-GRAVAR-REGISTRO
005540            END-IF.
005550            PERFORM 301-LER-CLIENTES.
005560       *      CONTA SEM REGISTRO COMECA PELA DATA DE ABERTURA
005570        202-OBTER-REGISTRO.
005580            MOVE 'N' TO WK-REG-NOVO.
005590            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-KYCREG.
005600            READ ARQ-KYCREG
005610                INVALID KEY
005620                    MOVE 'S' TO WK-REG-NOVO
005630            END-READ.
005640            IF REGISTRO-NOVO
005650                ADD 1 TO WK-QTD-NOVAS
005660                MOVE SPACES TO REG-KYCREG
005670                MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-KYCREG
005680                MOVE 'B'   TO FD-NIVEL-KYCREG
005690                MOVE 'N'   TO FD-AVISO-60-KYCREG
005700                MOVE 'N'   TO FD-AVISO-30-KYCREG
005710                MOVE 'N'   TO FD-SITUACAO-KYCREG
005720                MOVE ZEROS TO FD-DATA-REST-KYCREG
005730                MOVE ZEROS TO FD-DATA-VENC-KYCREG
005740                PERFORM 203-DATA-ABERTURA
005750            END-IF.
005760        203-DATA-ABERTURA.
005770            MOVE WK-DATA-REF TO FD-DATA-CONF-KYCREG.
005780            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-CLIDADOS.
005790            READ ARQ-CLIDADOS
005800                INVALID KEY
005810                    CONTINUE
005820                NOT INVALID KEY
005830                    IF FD-DATA-ABERT-CLIDADOS NUMERIC
005840                       AND FD-DATA-ABERT-CLIDADOS > ZEROS
005850                       AND FD-DATA-ABERT-CLIDADOS
005860                           NOT GREATER WK-DATA-REF
005870                        MOVE FD-DATA-ABERT-CLIDADOS
005880                            TO FD-DATA-CONF-KYCREG
005890                    END-IF
005900            END-READ.
005910       *      CONFIRMACAO NOVA RENOVA O PRAZO E LIBERA A RESTRICAO
005920       *      QUE ESTE PROGRAMA IMPOS
005930        204-APLICAR-CONFIRMACAO.
005940            MOVE FD-CHAVE-CLIENTES TO WK-CHAVE-BUSCA.
005950            PERFORM 109-PROCURAR-CONFIRMACAO.
005960            IF ACHOU
005970               AND WK-CNF-DATA(WK-IDX-ACHADO) >
005971                  FD-DATA-CONF-KYCREG
005980                ADD 1 TO WK-QTD-CONFIRMADAS
005990                MOVE WK-CNF-DATA(WK-IDX-ACHADO)
006000                    TO FD-DATA-CONF-KYCREG
006010                MOVE 'N' TO FD-AVISO-60-KYCREG
006020                MOVE 'N' TO FD-AVISO-30-KYCREG
006030                MOVE 'CADASTRO CONFIRMADO' TO WK-ACAO-REL
006040                IF KYC-RESTRITA
006050                    PERFORM 205-LIBERAR-CONTA
006060                END-IF
006070            END-IF.
006080        205-LIBERAR-CONTA.
006090            MOVE 'N'   TO FD-SITUACAO-KYCREG.
006100            MOVE ZEROS TO FD-DATA-REST-KYCREG.
006110            IF CONTA-BLOQUEADA
006120                ADD 1 TO WK-QTD-LIBERADAS
006130                MOVE 'A' TO WK-SITUACAO-MANCLIR
006140                PERFORM 214-GRAVAR-MANCLIR
006150                MOVE 'CONTA LIBERADA' TO WK-ACAO-REL
006160            END-IF.
006161       *      UM PONTO PARA FAIXA A E UM PARA ESPECIE ACIMA DO
006162       *      LIMITE; ACERTO EM LISTA DE SANCOES OU PEP VALE
006163       *      O NIVEL ALTO
006190        206-APURAR-NIVEL.
006200            MOVE ZEROS TO WK-PONTOS-RISCO.
006210            MOVE FD-CHAVE-CLIENTES TO WK-CHAVE-BUSCA.
006220            SET NAO-ACHOU TO TRUE.
006230            PERFORM 122-COMPARAR-FAIXA
006240                VARYING WK-IDX-FAIXA FROM 1 BY 1
006250                UNTIL WK-IDX-FAIXA > WK-QTD-FAIXA-A
006260                   OR ACHOU.
006270            IF ACHOU
006280                ADD 1 TO WK-PONTOS-RISCO
006290            END-IF.
006300            PERFORM 106-PROCURAR-ESPECIE.
006310            IF ACHOU
006320               AND WK-ESP-VALOR(WK-IDX-ACHADO)
006330                   NOT LESS WK-LIMITE-ESPECIE
006340                ADD 1 TO WK-PONTOS-RISCO
006350            END-IF.
006360            IF SANREG-ABERTO
006370                PERFORM 207-PROCURAR-SANREG
006380            END-IF.
006390            EVALUATE WK-PONTOS-RISCO
006400                WHEN 0
006410                    MOVE 'B' TO WK-NIVEL-NOVO
006420                    ADD 1 TO WK-QTD-NIVEL-B
006430                WHEN 1
006440                    MOVE 'M' TO WK-NIVEL-NOVO
006450                    ADD 1 TO WK-QTD-NIVEL-M
006460                WHEN OTHER
006470                    MOVE 'A' TO WK-NIVEL-NOVO
006480                    ADD 1 TO WK-QTD-NIVEL-A
006490            END-EVALUATE.
006500            MOVE WK-NIVEL-NOVO TO FD-NIVEL-KYCREG.
006510        207-PROCURAR-SANREG.
006520            MOVE LOW-VALUES        TO FD-CHAVE-SANREG.
006530            MOVE FD-CHAVE-CLIENTES TO FD-CONTA-SANREG.
006540            START ARQ-SANREG
006550                KEY NOT LESS FD-CHAVE-SANREG
006560            END-START.
006570            IF WK-FS-SANREG = '00'
006580                READ ARQ-SANREG NEXT
006590                IF WK-FS-SANREG = '00'
006600                   AND FD-CONTA-SANREG = FD-CHAVE-CLIENTES
006610                    MOVE 2 TO WK-PONTOS-RISCO
006620                END-IF
006630            END-IF.
006640       *      OS DIAS SAO CONTADOS NO ANO COMERCIAL (360 DIAS)
006650        208-CALCULAR-VENCIMENTO.
006660            EVALUATE TRUE
006670                WHEN RISCO-ALTO
006680                    MOVE 12 TO WK-MESES-NIVEL
006690                WHEN RISCO-MEDIO
006700                    MOVE 24 TO WK-MESES-NIVEL
006710                WHEN OTHER
006720                    MOVE 60 TO WK-MESES-NIVEL
006730            END-EVALUATE.
006740            MOVE FD-DATA-CONF-KYCREG TO WK-DATA-VENC.
006750            COMPUTE WK-MESES-TOTAL = WK-ANO-VENC * 12
006760                + WK-MES-VENC - 1 + WK-MESES-NIVEL.
006770            DIVIDE WK-MESES-TOTAL BY 12 GIVING WK-ANO-VENC
006780                REMAINDER WK-MES-VENC.
006790            ADD 1 TO WK-MES-VENC.
006800            IF WK-DIA-VENC > 28 AND WK-MES-VENC = 2
006810                MOVE 28 TO WK-DIA-VENC
006820            END-IF.
006830            IF WK-DIA-VENC = 31
006840               AND (WK-MES-VENC = 4 OR 6 OR 9 OR 11)
006850                MOVE 30 TO WK-DIA-VENC
006860            END-IF.
006870            MOVE WK-DATA-VENC TO FD-DATA-VENC-KYCREG.
006880            COMPUTE WK-DIAS-VENC = WK-ANO-VENC * 360
006890                + WK-MES-VENC * 30 + WK-DIA-VENC.
006900            COMPUTE WK-DIAS-A-VENCER = WK-DIAS-VENC - WK-DIAS-REF.
006910       *      AVISO A 60 E A 30 DIAS; VENCIDA A CARENCIA, A CONTA
006911       *      ATIVA E RESTRITA (CONTA JA BLOQUEADA POR OUTRO
006912       *      MOTIVO NAO E MARCADA, PARA NAO SER LIBERADA DEPOIS)
006940        210-AVALIAR-PRAZO.
006950            IF WK-DIAS-A-VENCER < ZEROS
006960                ADD 1 TO WK-QTD-VENCIDAS
006970            END-IF.
006980            EVALUATE TRUE
006990                WHEN WK-DIAS-A-VENCER < ZEROS
007000                 AND WK-DIAS-A-VENCER + WK-CARENCIA < ZEROS
007010                    IF CONTA-ATIVA
007020                        PERFORM 212-RESTRINGIR-CONTA
007030                    END-IF
007040                WHEN WK-DIAS-A-VENCER NOT GREATER 30
007050                 AND FD-AVISO-30-KYCREG NOT = 'S'
007060                    MOVE 'S' TO FD-AVISO-30-KYCREG
007070                    MOVE 'S' TO FD-AVISO-60-KYCREG
007080                    ADD 1 TO WK-QTD-AVISOS-30
007090                    MOVE 06 TO WK-EVENTO
007100                    PERFORM 213-EMITIR-NOTIFICACAO
007110                    MOVE 'AVISO 30 DIAS' TO WK-ACAO-REL
007120                WHEN WK-DIAS-A-VENCER NOT GREATER 60
007130                 AND WK-DIAS-A-VENCER > 30
007140                 AND FD-AVISO-60-KYCREG NOT = 'S'
007150                    MOVE 'S' TO FD-AVISO-60-KYCREG
007160                    ADD 1 TO WK-QTD-AVISOS-60
007170                    MOVE 05 TO WK-EVENTO
007180                    PERFORM 213-EMITIR-NOTIFICACAO
007190                    MOVE 'AVISO 60 DIAS' TO WK-ACAO-REL
007200                WHEN OTHER
007210                    CONTINUE
007220            END-EVALUATE.
007230        212-RESTRINGIR-CONTA.
007240            ADD 1 TO WK-QTD-RESTRITAS.
007250            MOVE 'R'         TO FD-SITUACAO-KYCREG.
007260            MOVE WK-DATA-REF TO FD-DATA-REST-KYCREG.
007270            MOVE 'B' TO WK-SITUACAO-MANCLIR.
007280            PERFORM 214-GRAVAR-MANCLIR.
007290            MOVE 07 TO WK-EVENTO.
007300            PERFORM 213-EMITIR-NOTIFICACAO.
007310            MOVE 'CONTA RESTRITA' TO WK-ACAO-REL.
007320        213-EMITIR-NOTIFICACAO.
007330            MOVE FD-DATA-VENC-KYCREG TO WK-DATA-PARAM.
007340            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-NOTIF.
007350            MOVE WK-EVENTO         TO FD-EVENTO-NOTIF.
007360            MOVE WK-PARAM-VENC     TO FD-PARAM-NOTIF.
007370            MOVE WK-DATA-REF       TO FD-DATA-NOTIF.
007380            WRITE REG-NOTIFEXT.
007390            IF WK-FS-NOTIFEXT NOT = '00'
007400                DISPLAY 'ERRO ' WK-FS-NOTIFEXT
007410                        ' NO COMANDO WRITE NOTIFEXT'
007420                MOVE 12 TO RETURN-CODE
007430                STOP RUN
007440            END-IF.
007450        214-GRAVAR-MANCLIR.
007460            MOVE SPACES TO REG-MANCLIR.
007470            MOVE 'S'                 TO FD-TIPO-MANCLIR.
007480            MOVE FD-CHAVE-CLIENTES   TO FD-CHAVE-MANCLIR.
007490            MOVE FD-NOME-CLIENTES    TO FD-NOME-MANCLIR.
007500            MOVE ZEROS               TO FD-SALDO-MANCLIR.
007510            MOVE ZEROS               TO FD-LIMITE-MANCLIR.
007520            MOVE WK-SITUACAO-MANCLIR TO FD-SITUACAO-MANCLIR.
007530            WRITE REG-MANCLIR.
007540            IF WK-FS-MANCLIR NOT = '00'
007550                DISPLAY 'ERRO ' WK-FS-MANCLIR
007560                        ' NO COMANDO WRITE MANCLIR'
007570                MOVE 12 TO RETURN-CODE
007580                STOP RUN
007590            END-IF.
007600        215-GRAVAR-REGISTRO.
007610            MOVE WK-DATA-REF TO FD-DATA-ATU-KYCREG.
007620            IF REGISTRO-NOVO
007630                WRITE REG-KYCREG
007640            ELSE
007650                REWRITE REG-KYCREG
007660            END-IF.
007670            IF WK-FS-KYCREG NOT = '00'
007680                DISPLAY 'ERRO ' WK-FS-KYCREG
007690                        ' NO COMANDO WRITE KYCREG'
007700                MOVE 12 TO RETURN-CODE
007710                STOP RUN
007720            END-IF.
007730            IF WK-ACAO-REL NOT = SPACES
007740                MOVE FD-CHAVE-CLIENTES   TO WK-CHAVE-REL
007750                MOVE FD-NOME-CLIENTES    TO WK-NOME-REL
007760                MOVE FD-NIVEL-KYCREG     TO WK-NIVEL-REL
007770                MOVE FD-DATA-CONF-KYCREG TO WK-CONF-REL
007780                MOVE FD-DATA-VENC-KYCREG TO WK-VENC-REL
007790                WRITE REG-RELKYC FROM WK-LINHA-CONTA
007800                PERFORM 219-CONFERIR-RELKYC
007810            END-IF.
007820        219-CONFERIR-RELKYC.
007830            IF WK-FS-RELKYC NOT = '00'
007840                DISPLAY 'ERRO ' WK-FS-RELKYC
007850                        ' NO COMANDO WRITE RELKYC'
007860                MOVE 12 TO RETURN-CODE
007870                STOP RUN
007880            END-IF.
007890       ***********************************************
007900        300-LEITURAS SECTION.
007910        301-LER-CLIENTES.
007920            READ ARQ-CLIENTES NEXT.
007930            EVALUATE WK-FS-CLIENTES
007940                WHEN '00'
007950                    CONTINUE
007960                WHEN '10'
007970                    CONTINUE
007980                WHEN OTHER
007990                    DISPLAY 'ERRO ' WK-FS-CLIENTES
008000                            ' NO COMANDO READ CLIENTES'
008010                    MOVE 12 TO RETURN-CODE
008020                    STOP RUN
008030            END-EVALUATE.
008040        304-LER-FAIXAS.
008050            READ ARQ-FAIXAS.
008060            EVALUATE WK-FS-FAIXAS
008070                WHEN '00'
008080                    CONTINUE
008090                WHEN '10'
008100                    CONTINUE
008110                WHEN OTHER
008120                    DISPLAY 'ERRO ' WK-FS-FAIXAS
008130                            ' NO COMANDO READ FAIXAS'
008140                    MOVE 12 TO RETURN-CODE
008150                    STOP RUN
008160            END-EVALUATE.
008170        305-LER-CAIXACAP.
008180            READ ARQ-CAIXACAP.
008190            EVALUATE WK-FS-CAIXACAP
008200                WHEN '00'
008210                    CONTINUE
008220                WHEN '10'
008230                    CONTINUE
008240                WHEN OTHER
008250                    DISPLAY 'ERRO ' WK-FS-CAIXACAP
008260                            ' NO COMANDO READ CAIXACAP'
008270                    MOVE 12 TO RETURN-CODE
008280                    STOP RUN
008290            END-EVALUATE.
008300        306-LER-KYCCONF.
008310            READ ARQ-KYCCONF.
008320            EVALUATE WK-FS-KYCCONF
008330                WHEN '00'
008340                    CONTINUE
008350                WHEN '10'
008360                    CONTINUE
008370                WHEN OTHER
008380                    DISPLAY 'ERRO ' WK-FS-KYCCONF
008390                            ' NO COMANDO READ KYCCONF'
008400                    MOVE 12 TO RETURN-CODE
008410                    STOP RUN
008420            END-EVALUATE.
008430       ***********************************************
008440        195-GRAVAR-JRNL-INICIO.
008450            MOVE 'I' TO JRL-TIPO.
008460            MOVE ZEROS TO JRL-QTD-LIDOS.
008470            MOVE ZEROS TO JRL-QTD-GRAVADOS.
008480            MOVE ZEROS TO JRL-QTD-REJEITADOS.
008490            MOVE ZEROS TO JRL-RETORNO.
008491            MOVE 'EAD95914' TO LK-PROGRAMA-COM.
008492            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
008493            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008500            PERFORM 194-GRAVAR-RUNJRNL.
008510        196-GRAVAR-JRNL-FIM.
008520            MOVE 'F' TO JRL-TIPO.
008530            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
008540            COMPUTE JRL-QTD-GRAVADOS = WK-QTD-AVISOS-60
008550                + WK-QTD-AVISOS-30 + WK-QTD-RESTRITAS.
008560            MOVE ZEROS TO JRL-QTD-REJEITADOS.
008570            MOVE RETURN-CODE TO JRL-RETORNO.
008571            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008580            PERFORM 194-GRAVAR-RUNJRNL.
008590        194-GRAVAR-RUNJRNL.
008600            OPEN EXTEND ARQ-RUNJRNL.
008610            IF WK-FS-RUNJRNL = '35'
008620                OPEN OUTPUT ARQ-RUNJRNL
008630            END-IF.
008640            IF WK-FS-RUNJRNL NOT = '00'
008650                DISPLAY 'ERRO ' WK-FS-RUNJRNL
008660                        ' NO COMANDO OPEN RUNJRNL'
008670                MOVE 12 TO RETURN-CODE
008680                STOP RUN
008690            END-IF.
008700            MOVE 'EAD95914' TO JRL-PROGRAMA.
008710            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
008720            ACCEPT JRL-HORA FROM TIME.
008730            WRITE REG-RUNJRNL.
008740            IF WK-FS-RUNJRNL NOT = '00'
008750                DISPLAY 'ERRO ' WK-FS-RUNJRNL
008760                        ' NO COMANDO WRITE RUNJRNL'
008770                MOVE 12 TO RETURN-CODE
008780                STOP RUN
008790            END-IF.
008800            CLOSE ARQ-RUNJRNL.
008810       ***********************************************
008820        900-FINALIZAR SECTION.
008830        901-FINALIZAR.
008840            MOVE 'CONTAS LIDAS            : ' TO WK-TITULO-TOT.
008850            MOVE WK-QTD-LIDOS TO WK-VALOR-TOT.
008860            WRITE REG-RELKYC FROM WK-LINHA-TOTAL AFTER 2 LINES.
008870            MOVE 'REGISTROS NOVOS         : ' TO WK-TITULO-TOT.
008880            MOVE WK-QTD-NOVAS TO WK-VALOR-TOT.
008890            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
008900            MOVE 'NIVEL ALTO              : ' TO WK-TITULO-TOT.
008910            MOVE WK-QTD-NIVEL-A TO WK-VALOR-TOT.
008920            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
008930            MOVE 'NIVEL MEDIO             : ' TO WK-TITULO-TOT.
008940            MOVE WK-QTD-NIVEL-M TO WK-VALOR-TOT.
008950            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
008960            MOVE 'NIVEL BAIXO             : ' TO WK-TITULO-TOT.
008970            MOVE WK-QTD-NIVEL-B TO WK-VALOR-TOT.
008980            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
008990            MOVE 'CONFIRMACOES APLICADAS  : ' TO WK-TITULO-TOT.
009000            MOVE WK-QTD-CONFIRMADAS TO WK-VALOR-TOT.
009010            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
009020            MOVE 'AVISOS DE 60 DIAS       : ' TO WK-TITULO-TOT.
009030            MOVE WK-QTD-AVISOS-60 TO WK-VALOR-TOT.
009040            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
009050            MOVE 'AVISOS DE 30 DIAS       : ' TO WK-TITULO-TOT.
009060            MOVE WK-QTD-AVISOS-30 TO WK-VALOR-TOT.
009070            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
009080            MOVE 'CADASTROS VENCIDOS      : ' TO WK-TITULO-TOT.
009090            MOVE WK-QTD-VENCIDAS TO WK-VALOR-TOT.
009100            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
009110            MOVE 'CONTAS RESTRITAS        : ' TO WK-TITULO-TOT.
009120            MOVE WK-QTD-RESTRITAS TO WK-VALOR-TOT.
009130            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
009140            MOVE 'CONTAS LIBERADAS        : ' TO WK-TITULO-TOT.
009150            MOVE WK-QTD-LIBERADAS TO WK-VALOR-TOT.
009160            WRITE REG-RELKYC FROM WK-LINHA-TOTAL.
009170            PERFORM 219-CONFERIR-RELKYC.
009180            DISPLAY 'AVISOS EMITIDOS  : ' WK-QTD-AVISOS-60
009190                    ' / ' WK-QTD-AVISOS-30.
009200            DISPLAY 'CONTAS RESTRITAS : ' WK-QTD-RESTRITAS.
009210            CLOSE ARQ-CLIENTES.
009220            CLOSE ARQ-CLIDADOS.
009230            IF SANREG-ABERTO
009240                CLOSE ARQ-SANREG
009250            END-IF.
009260            CLOSE ARQ-KYCREG.
009270            CLOSE ARQ-NOTIFEXT.
009280            CLOSE ARQ-MANCLIR.
009290            CLOSE ARQ-RELKYC.
