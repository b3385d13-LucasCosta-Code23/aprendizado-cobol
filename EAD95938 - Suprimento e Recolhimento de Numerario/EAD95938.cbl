000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95938.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   SUPRIMENTO E RECOLHIMENTO DE NUMERARIO DAS   *
000170       *   AGENCIAS                                     *
000180       *                                                *
000190       *   BAIXA O RETORNO DA TRANSPORTADORA DE VALORES *
000200       *   (CONFTRAN): O TRANSPORTE REALIZADO E POSTADO *
000210       *   NO LOTE LANCAMNU COMO TRANSFERENCIA ENTRE A  *
000220       *   CONTA CAIXA DA AGENCIA E A CONTA DO COFRE    *
000230       *   CENTRAL; O NAO REALIZADO CANCELA A ORDEM     *
000240       *                                                *
000250       *   FECHA O NUMERARIO DE CADA AGENCIA (SALDO DO  *
000260       *   SALDONUM MAIS ENTRADAS E SAIDAS DE CAIXAS E  *
000270       *   TERMINAIS DO DIA NO CAIXAHIS MAIS OS         *
000280       *   TRANSPORTES REALIZADOS), PROJETA A SAIDA     *
000290       *   LIQUIDA DO DIA SEGUINTE PELA MEDIA DOS       *
000300       *   ULTIMOS DIAS DO CAIXAHIS E, FORA DOS LIMITES *
000310       *   MINIMO E MAXIMO DO AGENCIAS, EMITE ORDEM DE  *
000320       *   SUPRIMENTO OU DE RECOLHIMENTO ATE O PONTO    *
000330       *   MEDIO DOS LIMITES, EM MILHARES DE REAIS, NO  *
000340       *   LEIAUTE DA TRANSPORTADORA (ORDTRANS)         *
000350       *                                                *
000360       *   ORDENS SEM RETORNO SEGUEM NO ORDPENDN E      *
000370       *   ENTRAM NA PROJECAO DA AGENCIA; O SALDO DE    *
000380       *   FECHAMENTO VAI PARA O SALDONUN               *
000390       *                                                *
000400       *   SYSIN: DATA (ZEROS = HOJE), INSTANCIA DO     *
000410       *          LOTE, CONTA DO COFRE CENTRAL, NUMERO  *
000420       *          DA CONTA CAIXA NAS AGENCIAS (BRANCOS  *
000430       *          = 00000), DIAS DE HISTORICO NA        *
000440       *          PROJECAO (ZEROS = 5, MAXIMO 20)       *
000450       **************************************************
000460       *
000470        ENVIRONMENT DIVISION.
000480        CONFIGURATION SECTION.
000490        SPECIAL-NAMES.
000500            DECIMAL-POINT IS COMMA.
000510        INPUT-OUTPUT SECTION.
000520        FILE-CONTROL.
000530            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000540                FILE STATUS IS WK-FS-RUNJRNL.
000550            SELECT ARQ-AGENCIAS ASSIGN TO AGENCIAS
000560                FILE STATUS IS WK-FS-AGENCIAS.
000570            SELECT ARQ-SALDONUM ASSIGN TO SALDONUM
000580                FILE STATUS IS WK-FS-SALDONUM.
000590            SELECT ARQ-SALDONUN ASSIGN TO SALDONUN
000600                FILE STATUS IS WK-FS-SALDONUN.
000610            SELECT ARQ-CAIXAHIS ASSIGN TO CAIXAHIS
000620                FILE STATUS IS WK-FS-CAIXAHIS.
000630            SELECT ARQ-ORDPEND  ASSIGN TO ORDPEND
000640                FILE STATUS IS WK-FS-ORDPEND.
000650            SELECT ARQ-ORDPENDN ASSIGN TO ORDPENDN
000660                FILE STATUS IS WK-FS-ORDPENDN.
000670            SELECT ARQ-CONFTRAN ASSIGN TO CONFTRAN
000680                FILE STATUS IS WK-FS-CONFTRAN.
000690            SELECT ARQ-LANCAMNU ASSIGN TO LANCAMNU
000700                FILE STATUS IS WK-FS-LANCAMNU.
000710            SELECT ARQ-ORDTRANS ASSIGN TO ORDTRANS
000720                FILE STATUS IS WK-FS-ORDTRANS.
000730            SELECT ARQ-RELNUM   ASSIGN TO RELNUM
000740                FILE STATUS IS WK-FS-RELNUM.
000750       *
000760        DATA DIVISION.
000770        FILE SECTION.
000780        FD   ARQ-AGENCIAS
000790             RECORDING MODE IS F.
000800        01  REG-AGENCIAS.
000810            05 FD-CODIGO-AGENCIA   PIC X(4).
000820            05 FD-NOME-AGENCIA     PIC X(20).
000830            05 FD-REGIAO-AGENCIA   PIC X(10).
000840            05 FD-MINIMO-AGENCIA   PIC 9(3).
000850            05 FD-MAXIMO-AGENCIA   PIC 9(3).
000860       *      SALDO DE NUMERARIO DA AGENCIA NO FECHAMENTO
000870       *      ANTERIOR / DESTA RODADA
000880        FD   ARQ-SALDONUM
000890             RECORDING MODE IS F.
000900        01  REG-SALDONUM.
000910            05 FD-AGENCIA-SNU      PIC X(4).
000920            05 FD-DATA-SNU         PIC 9(8).
000930            05 FD-SALDO-SNU        PIC S9(11)V99.
000940            05 FILLER              PIC X(5).
000950        FD   ARQ-SALDONUN
000960             RECORDING MODE IS F.
000970        01  REG-SALDONUN.
000980            05 FD-AGENCIA-SNN      PIC X(4).
000990            05 FD-DATA-SNN         PIC 9(8).
001000            05 FD-SALDO-SNN        PIC S9(11)V99.
001010            05 FILLER              PIC X(5).
001020       *      HISTORICO DIARIO DA POSICAO DE NUMERARIO,
001030       *      GERADO PELO EAD95892
001040        FD   ARQ-CAIXAHIS
001050             RECORDING MODE IS F.
001060        01  REG-CAIXAHIS.
001070            05 FD-DATA-HIS         PIC 9(8).
001080            05 FD-AGENCIA-HIS      PIC X(4).
001090            05 FD-ENTRADAS-HIS     PIC 9(9)V99.
001100            05 FD-SAIDAS-HIS       PIC 9(9)V99.
001110            05 FD-ATM-ENT-HIS      PIC 9(9)V99.
001120            05 FD-ATM-SAI-HIS      PIC 9(9)V99.
001130       *      ORDENS AINDA SEM RETORNO DA TRANSPORTADORA
001140        FD   ARQ-ORDPEND
001150             RECORDING MODE IS F.
001160        01  REG-ORDPEND.
001170            05 FD-NUMERO-ORD       PIC 9(8).
001180            05 FD-AGENCIA-ORD      PIC X(4).
001190            05 FD-TIPO-ORD         PIC X.
001200            05 FD-EMISSAO-ORD      PIC 9(8).
001210            05 FD-TRANSPORTE-ORD   PIC 9(8).
001220            05 FD-VALOR-ORD        PIC 9(11)V99.
001230        FD   ARQ-ORDPENDN
001240             RECORDING MODE IS F.
001250        01  REG-ORDPENDN.
001260            05 FD-NUMERO-ORDN      PIC 9(8).
001270            05 FD-AGENCIA-ORDN     PIC X(4).
001280            05 FD-TIPO-ORDN        PIC X.
001290            05 FD-EMISSAO-ORDN     PIC 9(8).
001300            05 FD-TRANSPORTE-ORDN  PIC 9(8).
001310            05 FD-VALOR-ORDN       PIC 9(11)V99.
001320       *      RETORNO DA TRANSPORTADORA: C = REALIZADO,
001330       *      N = NAO REALIZADO
001340        FD   ARQ-CONFTRAN
001350             RECORDING MODE IS F.
001360        01  REG-CONFTRAN.
001370            05 FD-NUMERO-CONF      PIC 9(8).
001380            05 FD-SITUACAO-CONF    PIC X.
001390                88 TRANSPORTE-REALIZADO    VALUE 'C'.
001400                88 TRANSPORTE-NAO-REALIZADO VALUE 'N'.
001410            05 FD-DATA-CONF        PIC 9(8).
001420            05 FD-VALOR-CONF       PIC 9(11)V99.
001430            05 FILLER              PIC X(10).
001440        FD   ARQ-LANCAMNU
001450             RECORDING MODE IS F.
001460        01  REG-LANCAMNU.
001470            05 FD-TIPO-REG-LOTE    PIC X.
001480            05 FD-DETALHE-LOTE.
001490                10 FD-CHAVE-LOTE       PIC X(9).
001500                10 FD-DIGITO-LOTE      PIC X.
001510                10 FD-DOC-LOTE         PIC 9(4).
001520                10 FD-TIPO-LOTE        PIC X.
001530                10 FD-VALOR-LOTE       PIC 9(6)V99.
001540                10 FD-MOEDA-LOTE       PIC X(3).
001550                10 FD-DATA-LOTE        PIC 9(8).
001560                10 FD-CONTRA-LOTE      PIC X(9).
001570                10 FD-HORA-LOTE        PIC 9(6).
001580                10 FD-SEQ-LOTE         PIC 9(4).
001590            05 FD-CTRL-LOTE REDEFINES FD-DETALHE-LOTE.
001600                10 FD-DATA-CTRL-LOTE   PIC 9(8).
001610                10 FD-QTDE-CTRL-LOTE   PIC 9(6).
001620                10 FD-VALOR-CTRL-LOTE  PIC 9(8)V99.
001630                10 FD-INST-CTRL-LOTE   PIC 99.
001640                10 FILLER              PIC X(27).
001641            05 FD-ID-EXEC-LANCAMNU     PIC 9(10).
001650       *      ARQUIVO DE ORDENS PARA A TRANSPORTADORA:
001660       *      0 = HEADER, 1 = ORDEM, 9 = TRAILER
001670        FD   ARQ-ORDTRANS
001680             RECORDING MODE IS F.
001690        01  REG-ORDTRANS.
001700            05 FD-TIPO-REG-TRANS   PIC X.
001710            05 FD-DETALHE-TRANS.
001720                10 FD-NUMERO-TRANS     PIC 9(8).
001730                10 FD-OPERACAO-TRANS   PIC X.
001740                10 FD-AGENCIA-TRANS    PIC X(4).
001750                10 FD-NOME-AG-TRANS    PIC X(20).
001760                10 FD-DATA-TRANS       PIC 9(8).
001770                10 FD-VALOR-TRANS      PIC 9(11)V99.
001780                10 FILLER              PIC X(45).
001790            05 FD-HEADER-TRANS REDEFINES FD-DETALHE-TRANS.
001800                10 FD-BANCO-HDR-TRANS  PIC X(3).
001810                10 FD-DATA-HDR-TRANS   PIC 9(8).
001820                10 FILLER              PIC X(88).
001830            05 FD-TRAILER-TRANS REDEFINES FD-DETALHE-TRANS.
001840                10 FD-QTDE-TRL-TRANS   PIC 9(6).
001850                10 FD-TOTAL-TRL-TRANS  PIC 9(13)V99.
001860                10 FILLER              PIC X(78).
001870        FD   ARQ-RELNUM
001880             RECORDING MODE IS F.
001890        01  REG-RELNUM                 PIC X(78).
001900        FD   ARQ-RUNJRNL
001910             RECORDING MODE IS F.
001920        01  REG-RUNJRNL.
001930            05 JRL-PROGRAMA        PIC X(8).
001940            05 JRL-TIPO            PIC X.
001950            05 JRL-DATA            PIC 9(8).
001960            05 JRL-HORA            PIC 9(6).
001970            05 JRL-QTD-LIDOS       PIC 9(7).
001980            05 JRL-QTD-GRAVADOS    PIC 9(7).
001990            05 JRL-QTD-REJEITADOS  PIC 9(7).
002000            05 JRL-RETORNO         PIC 9(4).
002001            05 JRL-ID-EXEC         PIC 9(10).
002010        WORKING-STORAGE SECTION.
002020        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002021        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002022        01  LK-AREA-ID-EXEC.
002023            05 LK-PROGRAMA-COM     PIC X(8).
002024            05 LK-ID-EXEC-COM      PIC 9(10).
002030        77  WK-FS-AGENCIAS PIC XX           VALUE SPACES.
002040        77  WK-FS-SALDONUM PIC XX           VALUE SPACES.
002050        77  WK-FS-SALDONUN PIC XX           VALUE SPACES.
002060        77  WK-FS-CAIXAHIS PIC XX           VALUE SPACES.
002070        77  WK-FS-ORDPEND  PIC XX           VALUE SPACES.
002080        77  WK-FS-ORDPENDN PIC XX           VALUE SPACES.
002090        77  WK-FS-CONFTRAN PIC XX           VALUE SPACES.
002100        77  WK-FS-LANCAMNU PIC XX           VALUE SPACES.
002110        77  WK-FS-ORDTRANS PIC XX           VALUE SPACES.
002120        77  WK-FS-RELNUM   PIC XX           VALUE SPACES.
002130        01  WK-DATA-DIA    PIC 9(8)         VALUE ZEROS.
002140        01  WK-DATA-DIA-R REDEFINES WK-DATA-DIA.
002150            05 WK-SECULO-DIA   PIC 99.
002160            05 WK-AAMMDD-DIA   PIC 9(6).
002170        77  WK-INST-PEDIDA PIC 99           VALUE ZEROS.
002180        77  WK-CONTA-COFRE PIC X(9)         VALUE SPACES.
002190        77  WK-NUM-CONTA-CAIXA PIC X(5)     VALUE SPACES.
002200        77  WK-DIAS-HIST   PIC 99           VALUE ZEROS.
002210        77  WK-HORA-SIST   PIC 9(8)         VALUE ZEROS.
002220        01  WK-CONTA-CAIXA.
002230            05 WK-AGENCIA-CAIXA    PIC X(4).
002240            05 WK-NUMERO-CAIXA     PIC X(5).
002250        77  WK-CONTA-DEBITO PIC X(9)        VALUE SPACES.
002260        77  WK-CONTA-CREDITO PIC X(9)       VALUE SPACES.
002270       *      AGENCIAS COM O NUMERARIO DO DIA E OS ULTIMOS
002280       *      DIAS DE SAIDA LIQUIDA (SAIDAS MENOS ENTRADAS)
002290        77  WK-QTD-AGTAB   PIC 9(3)         VALUE ZEROS.
002300        77  WK-IDX-AG      PIC 9(3)         VALUE ZEROS.
002310        77  WK-IDX-BUSCA   PIC 9(3)         VALUE ZEROS.
002320        77  WK-IDX-AG-ACH  PIC 9(3)         VALUE ZEROS.
002330        77  WK-AGENCIA-BUSCA PIC X(4)       VALUE SPACES.
002340        01  WK-TAB-AGENCIAS.
002350            05 WK-AG-OCC          OCCURS 200 TIMES.
002360                10 WK-AG-CODIGO      PIC X(4).
002370                10 WK-AG-NOME        PIC X(20).
002380                10 WK-AG-MINIMO      PIC 9(3).
002390                10 WK-AG-MAXIMO      PIC 9(3).
002400                10 WK-AG-SALDO-ANT   PIC S9(11)V99.
002410                10 WK-AG-ENTRADAS    PIC 9(11)V99.
002420                10 WK-AG-SAIDAS      PIC 9(11)V99.
002430                10 WK-AG-CONFIRMADO  PIC S9(11)V99.
002440                10 WK-AG-PEND-SUP    PIC 9(11)V99.
002450                10 WK-AG-PEND-REC    PIC 9(11)V99.
002460                10 WK-AG-FECHAMENTO  PIC S9(11)V99.
002470                10 WK-AG-QTD-HIS     PIC 99.
002480                10 WK-AG-HIS-OCC     OCCURS 20 TIMES.
002490                    15 WK-AG-HIS-DATA    PIC 9(8).
002500                    15 WK-AG-HIS-SAIDA   PIC S9(11)V99.
002510        77  WK-IDX-HIS     PIC 99           VALUE ZEROS.
002520        77  WK-IDX-HIS-ACH PIC 99           VALUE ZEROS.
002530        77  WK-IDX-HIS-MENOR PIC 99         VALUE ZEROS.
002540        77  WK-SAIDA-LIQ   PIC S9(11)V99    VALUE ZEROS.
002550       *      ORDENS EM ABERTO E ORDENS EMITIDAS NA RODADA
002560        77  WK-QTD-ORDTAB  PIC 9(3)         VALUE ZEROS.
002570        77  WK-IDX-ORD     PIC 9(3)         VALUE ZEROS.
002580        77  WK-IDX-ORD-ACH PIC 9(3)         VALUE ZEROS.
002590        77  WK-NUMERO-BUSCA PIC 9(8)        VALUE ZEROS.
002600        01  WK-TAB-ORDENS.
002610            05 WK-ORD-OCC         OCCURS 500 TIMES.
002620                10 WK-ORD-NUMERO     PIC 9(8).
002630                10 WK-ORD-AGENCIA    PIC X(4).
002640                10 WK-ORD-TIPO       PIC X.
002650                    88 ORDEM-SUPRIMENTO    VALUE 'S'.
002660                    88 ORDEM-RECOLHIMENTO  VALUE 'R'.
002670                10 WK-ORD-EMISSAO    PIC 9(8).
002680                10 WK-ORD-TRANSPORTE PIC 9(8).
002690                10 WK-ORD-VALOR      PIC 9(11)V99.
002700                10 WK-ORD-SITUACAO   PIC X.
002710                    88 ORDEM-PENDENTE      VALUE 'P'.
002720                    88 ORDEM-REALIZADA     VALUE 'C'.
002730                    88 ORDEM-CANCELADA     VALUE 'N'.
002740                10 WK-ORD-NOVA       PIC X.
002750       *      NUMERO DA ORDEM: AAMMDD DA EMISSAO E SEQUENCIAL
002760       *      DO DIA
002770        77  WK-BASE-ORDEM  PIC 9(8)         VALUE ZEROS.
002780        77  WK-LIMITE-ORDEM PIC 9(8)        VALUE ZEROS.
002790        77  WK-PROX-ORDEM  PIC 9(8)         VALUE ZEROS.
002800       *      PROJECAO DA AGENCIA
002810        77  WK-SOMA-HIST   PIC S9(13)V99    VALUE ZEROS.
002820        77  WK-PROJ-SAIDA  PIC S9(11)V99    VALUE ZEROS.
002830        77  WK-PREVISTO    PIC S9(11)V99    VALUE ZEROS.
002840        77  WK-LIMITE-MIN  PIC 9(11)V99     VALUE ZEROS.
002850        77  WK-LIMITE-MAX  PIC 9(11)V99     VALUE ZEROS.
002860        77  WK-SOMA-LIMITES PIC 9(11)V99    VALUE ZEROS.
002870        77  WK-PONTO-MEDIO PIC 9(11)V99     VALUE ZEROS.
002880        77  WK-NECESSIDADE PIC 9(11)V99     VALUE ZEROS.
002890        77  WK-EXCESSO     PIC S9(11)V99    VALUE ZEROS.
002900        77  WK-MILHARES    PIC 9(9)         VALUE ZEROS.
002910        77  WK-TIPO-NOVA   PIC X            VALUE SPACE.
002920        77  WK-VALOR-NOVA  PIC 9(11)V99     VALUE ZEROS.
002930        77  WK-DATA-TRANSP PIC 9(8)         VALUE ZEROS.
002940       *      POSTAGEM DO TRANSPORTE REALIZADO, EM PARCELAS
002950       *      QUE CAIBAM NO VALOR DO LOTE
002960        77  WK-VALOR-TRANSP PIC 9(11)V99    VALUE ZEROS.
002970        77  WK-VALOR-RESTANTE PIC 9(11)V99  VALUE ZEROS.
002980        77  WK-VALOR-PARCELA PIC 9(6)V99    VALUE ZEROS.
002990        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
003000       *      CONTADORES
003010        77  WK-QTD-CONF-LIDAS PIC 9(5)      VALUE ZEROS.
003020        77  WK-QTD-REALIZADAS PIC 9(5)      VALUE ZEROS.
003030        77  WK-QTD-CANCELADAS PIC 9(5)      VALUE ZEROS.
003040        77  WK-QTD-REJEITADAS PIC 9(5)      VALUE ZEROS.
003050        77  WK-QTD-POSTADOS PIC 9(6)        VALUE ZEROS.
003060        77  WK-TOT-POSTADO PIC 9(8)V99      VALUE ZEROS.
003070        77  WK-QTD-SEM-CONTROLE PIC 9(3)    VALUE ZEROS.
003080        77  WK-QTD-SUPRIMENTOS PIC 9(5)     VALUE ZEROS.
003090        77  WK-QTD-RECOLHIMENTOS PIC 9(5)   VALUE ZEROS.
003100        77  WK-TOT-SUPRIMENTOS PIC 9(13)V99 VALUE ZEROS.
003110        77  WK-TOT-RECOLHIMENTOS PIC 9(13)V99 VALUE ZEROS.
003120        77  WK-QTD-ORD-TRANS PIC 9(6)       VALUE ZEROS.
003130        77  WK-TOT-ORD-TRANS PIC 9(13)V99   VALUE ZEROS.
003140        77  WK-QTD-EM-ABERTO PIC 9(5)       VALUE ZEROS.
003150        77  WK-QTD-ORD-GRAVADOS PIC 9(7)    VALUE ZEROS.
003160        01  LK-AREA-DIAS-UTEIS.
003170            05 LK-FUNCAO-COM       PIC X.
003180            05 LK-AGENCIA-COM      PIC X(4).
003190            05 LK-DATA1-COM        PIC 9(8).
003200            05 LK-DATA2-COM        PIC 9(8).
003210            05 LK-RESPOSTA-COM     PIC X.
003220            05 LK-DATA-SAIDA-COM   PIC 9(8).
003230            05 LK-QTD-DIAS-COM     PIC 9(5).
003240        77  WK-PROG-DIAS-UTEIS PIC X(8)     VALUE 'EAD95850'.
003250        01  WK-LINHA-TITULO.
003260            05 WK-TEXTO-TIT    PIC X(44).
003270            05 FILLER          PIC X(06) VALUE ' DATA '.
003280            05 WK-DATA-TIT     PIC 9(8).
003290        01  WK-LINHA-SECAO.
003300            05 WK-TEXTO-SECAO  PIC X(60).
003310        01  WK-LINHA-ORDEM.
003320            05 FILLER          PIC X(06) VALUE 'ORDEM '.
003330            05 WK-NUMERO-REL   PIC 9(8).
003340            05 FILLER          PIC X(01) VALUE SPACE.
003350            05 WK-TIPO-REL     PIC X(12).
003360            05 FILLER          PIC X(04) VALUE ' AG '.
003370            05 WK-AG-ORD-REL   PIC X(4).
003380            05 FILLER          PIC X(01) VALUE SPACE.
003390            05 WK-SITUACAO-REL PIC X(14).
003400            05 FILLER          PIC X(01) VALUE SPACE.
003410            05 WK-VALOR-ORD-REL PIC ZZZ.ZZZ.ZZ9,99.
003420        01  WK-LINHA-AGENCIA.
003430            05 FILLER          PIC X(08) VALUE 'AGENCIA '.
003440            05 WK-AG-REL       PIC X(4).
003450            05 FILLER          PIC X(01) VALUE SPACE.
003460            05 WK-NOME-AG-REL  PIC X(20).
003470            05 FILLER          PIC X(05) VALUE ' MIN '.
003480            05 WK-MIN-REL      PIC ZZ9.
003490            05 FILLER          PIC X(05) VALUE ' MAX '.
003500            05 WK-MAX-REL      PIC ZZ9.
003510            05 FILLER          PIC X(09) VALUE ' (R$ MIL)'.
003520        01  WK-LINHA-VALORES.
003530            05 FILLER          PIC X(03) VALUE SPACES.
003540            05 WK-TITULO1-REL  PIC X(15).
003550            05 WK-VALOR1-REL   PIC -ZZZ.ZZZ.ZZ9,99.
003560            05 FILLER          PIC X(03) VALUE SPACES.
003570            05 WK-TITULO2-REL  PIC X(15).
003580            05 WK-VALOR2-REL   PIC -ZZZ.ZZZ.ZZ9,99.
003590        01  WK-LINHA-NOVA-ORDEM.
003600            05 FILLER          PIC X(03) VALUE SPACES.
003610            05 WK-TEXTO-NOVA-REL PIC X(22).
003620            05 WK-NUMERO-NOVA-REL PIC 9(8).
003630            05 FILLER          PIC X(12) VALUE ' TRANSPORTE '.
003640            05 WK-DATA-NOVA-REL PIC 9(8).
003650            05 FILLER          PIC X(01) VALUE SPACE.
003660            05 WK-VALOR-NOVA-REL PIC ZZZ.ZZZ.ZZ9,99.
003670        01  WK-LINHA-TOTAL.
003680            05 WK-TITULO-TOT   PIC X(30).
003690            05 WK-VALOR-TOT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003700       *
003710        PROCEDURE DIVISION.
003720        000-PRINCIPAL SECTION.
003730        001-PRINCIPAL.
003740            PERFORM 195-GRAVAR-JRNL-INICIO.
003750            PERFORM 101-INICIAR.
003760            PERFORM 201-BAIXAR-CONFIRMACAO
003770                UNTIL WK-FS-CONFTRAN = '10'.
003780            PERFORM 211-SOMAR-PENDENTE
003790                VARYING WK-IDX-ORD FROM 1 BY 1
003800                UNTIL WK-IDX-ORD > WK-QTD-ORDTAB.
003810            MOVE 'POSICAO DE NUMERARIO POR AGENCIA'
003820                TO WK-TEXTO-SECAO.
003830            WRITE REG-RELNUM FROM WK-LINHA-SECAO AFTER 2 LINES.
003840            PERFORM 221-AVALIAR-AGENCIA
003850                VARYING WK-IDX-AG FROM 1 BY 1
003860                UNTIL WK-IDX-AG > WK-QTD-AGTAB.
003870            PERFORM 901-FINALIZAR.
003880            PERFORM 196-GRAVAR-JRNL-FIM.
003890            STOP RUN.
003900       ***********************************************************
003910        100-INICIAR SECTION.
003920        101-INICIAR.
003930            INITIALIZE WK-TAB-AGENCIAS.
003940            INITIALIZE WK-TAB-ORDENS.
003950            ACCEPT WK-DATA-DIA        FROM SYSIN.
003960            ACCEPT WK-INST-PEDIDA     FROM SYSIN.
003970            ACCEPT WK-CONTA-COFRE     FROM SYSIN.
003980            ACCEPT WK-NUM-CONTA-CAIXA FROM SYSIN.
003990            ACCEPT WK-DIAS-HIST       FROM SYSIN.
004000            IF WK-DATA-DIA NOT NUMERIC
004010                MOVE ZEROS TO WK-DATA-DIA
004020            END-IF.
004030            IF WK-DATA-DIA = ZEROS
004040                ACCEPT WK-DATA-DIA FROM DATE YYYYMMDD
004050            END-IF.
004060            IF WK-INST-PEDIDA NOT NUMERIC
004070               OR WK-INST-PEDIDA = ZEROS
004080                MOVE 1 TO WK-INST-PEDIDA
004090            END-IF.
004100            IF WK-CONTA-COFRE = SPACES
004110                DISPLAY 'CONTA DO COFRE CENTRAL NAO INFORMADA '
004120                        'NO SYSIN'
004130                MOVE 12 TO RETURN-CODE
004140                STOP RUN
004150            END-IF.
004160            IF WK-NUM-CONTA-CAIXA = SPACES
004170                MOVE '00000' TO WK-NUM-CONTA-CAIXA
004180            END-IF.
004190            IF WK-DIAS-HIST NOT NUMERIC
004200               OR WK-DIAS-HIST = ZEROS
004210                MOVE 5 TO WK-DIAS-HIST
004220            END-IF.
004230            IF WK-DIAS-HIST > 20
004240                MOVE 20 TO WK-DIAS-HIST
004250            END-IF.
004260            ACCEPT WK-HORA-SIST FROM TIME.
004270            COMPUTE WK-BASE-ORDEM = WK-AAMMDD-DIA * 100.
004280            COMPUTE WK-LIMITE-ORDEM = WK-BASE-ORDEM + 99.
004290            MOVE WK-BASE-ORDEM TO WK-PROX-ORDEM.
004300            PERFORM 102-CARREGAR-AGENCIAS.
004310            PERFORM 104-CARREGAR-SALDONUM.
004320            PERFORM 106-CARREGAR-CAIXAHIS.
004330            PERFORM 110-CARREGAR-ORDPEND.
004340            OPEN INPUT ARQ-CONFTRAN.
004350            EVALUATE WK-FS-CONFTRAN
004360                WHEN '00'
004370                    PERFORM 306-LER-CONFTRAN
004380                WHEN '35'
004390                    MOVE '10' TO WK-FS-CONFTRAN
004400                WHEN OTHER
004410                    DISPLAY 'ERRO ' WK-FS-CONFTRAN
004420                            ' NO COMANDO OPEN CONFTRAN'
004430                    MOVE 12 TO RETURN-CODE
004440                    STOP RUN
004450            END-EVALUATE.
004460            OPEN OUTPUT ARQ-LANCAMNU.
004470            IF WK-FS-LANCAMNU NOT = '00'
004480                DISPLAY 'ERRO ' WK-FS-LANCAMNU
004490                        ' NO COMANDO OPEN LANCAMNU'
004500                MOVE 12 TO RETURN-CODE
004510                STOP RUN
004520            END-IF.
004530            OPEN OUTPUT ARQ-ORDTRANS.
004540            IF WK-FS-ORDTRANS NOT = '00'
004550                DISPLAY 'ERRO ' WK-FS-ORDTRANS
004560                        ' NO COMANDO OPEN ORDTRANS'
004570                MOVE 12 TO RETURN-CODE
004580                STOP RUN
004590            END-IF.
004600            OPEN OUTPUT ARQ-RELNUM.
004610            IF WK-FS-RELNUM NOT = '00'
004620                DISPLAY 'ERRO ' WK-FS-RELNUM
004630                        ' NO COMANDO OPEN RELNUM'
004640                MOVE 12 TO RETURN-CODE
004650                STOP RUN
004660            END-IF.
004670            PERFORM 114-GRAVAR-CABECALHOS.
004680        102-CARREGAR-AGENCIAS.
004690            OPEN INPUT ARQ-AGENCIAS.
004700            IF WK-FS-AGENCIAS NOT = '00'
004710                DISPLAY 'ARQUIVO AGENCIAS INDISPONIVEL, STATUS '
004720                        WK-FS-AGENCIAS
004730                MOVE 12 TO RETURN-CODE
004740                STOP RUN
004750            END-IF.
004760            PERFORM 301-LER-AGENCIAS.
004770            PERFORM 103-REGISTRAR-AGENCIA
004780                UNTIL WK-FS-AGENCIAS = '10'.
004790            CLOSE ARQ-AGENCIAS.
004800        103-REGISTRAR-AGENCIA.
004810            IF WK-QTD-AGTAB NOT LESS 200
004820                DISPLAY 'TABELA DE AGENCIAS CHEIA, LIMITE 200'
004830                MOVE 12 TO RETURN-CODE
004840                STOP RUN
004850            END-IF.
004860            ADD 1 TO WK-QTD-AGTAB.
004870            MOVE FD-CODIGO-AGENCIA TO WK-AG-CODIGO(WK-QTD-AGTAB).
004880            MOVE FD-NOME-AGENCIA   TO WK-AG-NOME(WK-QTD-AGTAB).
004890            IF FD-MINIMO-AGENCIA NUMERIC
004900               AND FD-MAXIMO-AGENCIA NUMERIC
004910                MOVE FD-MINIMO-AGENCIA
004920                    TO WK-AG-MINIMO(WK-QTD-AGTAB)
004930                MOVE FD-MAXIMO-AGENCIA
004940                    TO WK-AG-MAXIMO(WK-QTD-AGTAB)
004950            END-IF.
004960            PERFORM 301-LER-AGENCIAS.
004970       *      SEM SALDONUM (PRIMEIRA RODADA) O NUMERARIO DAS
004980       *      AGENCIAS PARTE DE ZERO
004990        104-CARREGAR-SALDONUM.
005000            OPEN INPUT ARQ-SALDONUM.
005010            EVALUATE WK-FS-SALDONUM
005020                WHEN '00'
005030                    PERFORM 302-LER-SALDONUM
005040                    PERFORM 105-REGISTRAR-SALDO
005050                        UNTIL WK-FS-SALDONUM = '10'
005060                    CLOSE ARQ-SALDONUM
005070                WHEN '35'
005080                    DISPLAY 'ARQUIVO SALDONUM NAO ENCONTRADO, '
005090                            'SALDOS ANTERIORES ZERADOS'
005100                WHEN OTHER
005110                    DISPLAY 'ERRO ' WK-FS-SALDONUM
005120                            ' NO COMANDO OPEN SALDONUM'
005130                    MOVE 12 TO RETURN-CODE
005140                    STOP RUN
005150            END-EVALUATE.
005160        105-REGISTRAR-SALDO.
005170            MOVE FD-AGENCIA-SNU TO WK-AGENCIA-BUSCA.
005180            PERFORM 120-LOCALIZAR-AGENCIA.
005190            IF WK-IDX-AG-ACH > ZEROS
005200                MOVE FD-SALDO-SNU
005210                    TO WK-AG-SALDO-ANT(WK-IDX-AG-ACH)
005220            END-IF.
005230            PERFORM 302-LER-SALDONUM.
005240        106-CARREGAR-CAIXAHIS.
005250            OPEN INPUT ARQ-CAIXAHIS.
005260            EVALUATE WK-FS-CAIXAHIS
005270                WHEN '00'
005280                    PERFORM 303-LER-CAIXAHIS
005290                    PERFORM 107-REGISTRAR-HISTORICO
005300                        UNTIL WK-FS-CAIXAHIS = '10'
005310                    CLOSE ARQ-CAIXAHIS
005320                WHEN '35'
005330                    DISPLAY 'ARQUIVO CAIXAHIS NAO ENCONTRADO, '
005340                            'SEM MOVIMENTO E SEM PROJECAO'
005350                WHEN OTHER
005360                    DISPLAY 'ERRO ' WK-FS-CAIXAHIS
005370                            ' NO COMANDO OPEN CAIXAHIS'
005380                    MOVE 12 TO RETURN-CODE
005390                    STOP RUN
005400            END-EVALUATE.
005410       *      O DIA PROCESSADO DA O MOVIMENTO; OS DIAS
005420       *      ANTERIORES ALIMENTAM A PROJECAO. UMA DATA
005430       *      REPETIDA (REPROCESSAMENTO DO EAD95892) VALE
005440       *      PELO ULTIMO REGISTRO
005450        107-REGISTRAR-HISTORICO.
005460            MOVE FD-AGENCIA-HIS TO WK-AGENCIA-BUSCA.
005470            PERFORM 120-LOCALIZAR-AGENCIA.
005480            IF WK-IDX-AG-ACH > ZEROS
005490                IF FD-DATA-HIS = WK-DATA-DIA
005500                    COMPUTE WK-AG-ENTRADAS(WK-IDX-AG-ACH) =
005510                        FD-ENTRADAS-HIS + FD-ATM-ENT-HIS
005520                    COMPUTE WK-AG-SAIDAS(WK-IDX-AG-ACH) =
005530                        FD-SAIDAS-HIS + FD-ATM-SAI-HIS
005540                ELSE
005550                    IF FD-DATA-HIS < WK-DATA-DIA
005560                        PERFORM 108-GUARDAR-DIA-HISTORICO
005570                    END-IF
005580                END-IF
005590            END-IF.
005600            PERFORM 303-LER-CAIXAHIS.
005610       *      FICAM OS DIAS MAIS RECENTES, ATE O LIMITE DO
005620       *      SYSIN
005630        108-GUARDAR-DIA-HISTORICO.
005640            COMPUTE WK-SAIDA-LIQ =
005650                FD-SAIDAS-HIS + FD-ATM-SAI-HIS
005660                - FD-ENTRADAS-HIS - FD-ATM-ENT-HIS.
005670            MOVE ZEROS TO WK-IDX-HIS-ACH.
005680            MOVE ZEROS TO WK-IDX-HIS-MENOR.
005690            PERFORM 109-COMPARAR-DIA
005700                VARYING WK-IDX-HIS FROM 1 BY 1
005710                UNTIL WK-IDX-HIS > WK-AG-QTD-HIS(WK-IDX-AG-ACH).
005720            IF WK-IDX-HIS-ACH = ZEROS
005730                IF WK-AG-QTD-HIS(WK-IDX-AG-ACH) < WK-DIAS-HIST
005740                    ADD 1 TO WK-AG-QTD-HIS(WK-IDX-AG-ACH)
005750                    MOVE WK-AG-QTD-HIS(WK-IDX-AG-ACH)
005760                        TO WK-IDX-HIS-ACH
005770                ELSE
005780                    IF FD-DATA-HIS > WK-AG-HIS-DATA
005790                           (WK-IDX-AG-ACH, WK-IDX-HIS-MENOR)
005800                        MOVE WK-IDX-HIS-MENOR TO WK-IDX-HIS-ACH
005810                    END-IF
005820                END-IF
005830            END-IF.
005840            IF WK-IDX-HIS-ACH > ZEROS
005850                MOVE FD-DATA-HIS
005860                    TO WK-AG-HIS-DATA
005870                           (WK-IDX-AG-ACH, WK-IDX-HIS-ACH)
005880                MOVE WK-SAIDA-LIQ
005890                    TO WK-AG-HIS-SAIDA
005900                           (WK-IDX-AG-ACH, WK-IDX-HIS-ACH)
005910            END-IF.
005920        109-COMPARAR-DIA.
005930            IF WK-AG-HIS-DATA(WK-IDX-AG-ACH, WK-IDX-HIS)
005940                   = FD-DATA-HIS
005950                MOVE WK-IDX-HIS TO WK-IDX-HIS-ACH
005960            END-IF.
005970            IF WK-IDX-HIS-MENOR = ZEROS
005980                MOVE WK-IDX-HIS TO WK-IDX-HIS-MENOR
005990            ELSE
006000                IF WK-AG-HIS-DATA(WK-IDX-AG-ACH, WK-IDX-HIS)
006010                     < WK-AG-HIS-DATA
006020                           (WK-IDX-AG-ACH, WK-IDX-HIS-MENOR)
006030                    MOVE WK-IDX-HIS TO WK-IDX-HIS-MENOR
006040                END-IF
006050            END-IF.
006060        110-CARREGAR-ORDPEND.
006070            OPEN INPUT ARQ-ORDPEND.
006080            EVALUATE WK-FS-ORDPEND
006090                WHEN '00'
006100                    PERFORM 304-LER-ORDPEND
006110                    PERFORM 111-REGISTRAR-ORDEM
006120                        UNTIL WK-FS-ORDPEND = '10'
006130                    CLOSE ARQ-ORDPEND
006140                WHEN '35'
006150                    CONTINUE
006160                WHEN OTHER
006170                    DISPLAY 'ERRO ' WK-FS-ORDPEND
006180                            ' NO COMANDO OPEN ORDPEND'
006190                    MOVE 12 TO RETURN-CODE
006200                    STOP RUN
006210            END-EVALUATE.
006220        111-REGISTRAR-ORDEM.
006230            IF WK-QTD-ORDTAB NOT LESS 500
006240                DISPLAY 'TABELA DE ORDENS CHEIA, LIMITE 500'
006250                MOVE 12 TO RETURN-CODE
006260                STOP RUN
006270            END-IF.
006280            ADD 1 TO WK-QTD-ORDTAB.
006290            MOVE FD-NUMERO-ORD
006300                TO WK-ORD-NUMERO(WK-QTD-ORDTAB).
006310            MOVE FD-AGENCIA-ORD
006320                TO WK-ORD-AGENCIA(WK-QTD-ORDTAB).
006330            MOVE FD-TIPO-ORD       TO WK-ORD-TIPO(WK-QTD-ORDTAB).
006340            MOVE FD-EMISSAO-ORD
006350                TO WK-ORD-EMISSAO(WK-QTD-ORDTAB).
006360            MOVE FD-TRANSPORTE-ORD
006370                TO WK-ORD-TRANSPORTE(WK-QTD-ORDTAB).
006380            MOVE FD-VALOR-ORD      TO WK-ORD-VALOR(WK-QTD-ORDTAB).
006390            MOVE 'P' TO WK-ORD-SITUACAO(WK-QTD-ORDTAB).
006400            MOVE 'N' TO WK-ORD-NOVA(WK-QTD-ORDTAB).
006410       *          NUMERACAO DO DIA CONTINUA DEPOIS DAS ORDENS
006420       *          JA EMITIDAS NA MESMA DATA
006430            IF FD-NUMERO-ORD > WK-PROX-ORDEM
006440               AND FD-NUMERO-ORD NOT GREATER WK-LIMITE-ORDEM
006450                MOVE FD-NUMERO-ORD TO WK-PROX-ORDEM
006460            END-IF.
006470            PERFORM 304-LER-ORDPEND.
006480        114-GRAVAR-CABECALHOS.
006490            MOVE 'H' TO FD-TIPO-REG-LOTE.
006500            MOVE SPACES TO FD-DETALHE-LOTE.
006510            MOVE WK-DATA-DIA TO FD-DATA-CTRL-LOTE.
006520            MOVE ZEROS TO FD-QTDE-CTRL-LOTE.
006530            MOVE ZEROS TO FD-VALOR-CTRL-LOTE.
006540            MOVE WK-INST-PEDIDA TO FD-INST-CTRL-LOTE.
006550            PERFORM 214-GRAVAR-LANCAMNU.
006560            MOVE SPACES TO REG-ORDTRANS.
006570            MOVE '0' TO FD-TIPO-REG-TRANS.
006580            MOVE '001' TO FD-BANCO-HDR-TRANS.
006590            MOVE WK-DATA-DIA TO FD-DATA-HDR-TRANS.
006600            PERFORM 234-GRAVAR-ORDTRANS.
006610            MOVE 'SUPRIMENTO E RECOLHIMENTO DE NUMERARIO'
006620                TO WK-TEXTO-TIT.
006630            MOVE WK-DATA-DIA TO WK-DATA-TIT.
006640            WRITE REG-RELNUM FROM WK-LINHA-TITULO AFTER PAGE.
006650            MOVE 'RETORNO DA TRANSPORTADORA' TO WK-TEXTO-SECAO.
006660            WRITE REG-RELNUM FROM WK-LINHA-SECAO AFTER 2 LINES.
006670        120-LOCALIZAR-AGENCIA.
006680            MOVE ZEROS TO WK-IDX-AG-ACH.
006690            PERFORM 121-COMPARAR-AGENCIA
006700                VARYING WK-IDX-BUSCA FROM 1 BY 1
006710                UNTIL WK-IDX-BUSCA > WK-QTD-AGTAB
006720                   OR WK-IDX-AG-ACH > ZEROS.
006730        121-COMPARAR-AGENCIA.
006740            IF WK-AG-CODIGO(WK-IDX-BUSCA) = WK-AGENCIA-BUSCA
006750                MOVE WK-IDX-BUSCA TO WK-IDX-AG-ACH
006760            END-IF.
006770        122-LOCALIZAR-ORDEM.
006780            MOVE ZEROS TO WK-IDX-ORD-ACH.
006790            PERFORM 123-COMPARAR-ORDEM
006800                VARYING WK-IDX-ORD FROM 1 BY 1
006810                UNTIL WK-IDX-ORD > WK-QTD-ORDTAB
006820                   OR WK-IDX-ORD-ACH > ZEROS.
006830        123-COMPARAR-ORDEM.
006840            IF WK-ORD-NUMERO(WK-IDX-ORD) = WK-NUMERO-BUSCA
006850                MOVE WK-IDX-ORD TO WK-IDX-ORD-ACH
006860            END-IF.
006870       ***********************************************
006880        200-PROCESSAR SECTION.
006890       *      BAIXA DO RETORNO: ORDEM DESCONHECIDA OU JA
006900       *      BAIXADA E REJEITADA E SEGUE NO RELATORIO
006910        201-BAIXAR-CONFIRMACAO.
006920            ADD 1 TO WK-QTD-CONF-LIDAS.
006930            MOVE FD-NUMERO-CONF TO WK-NUMERO-BUSCA.
006940            PERFORM 122-LOCALIZAR-ORDEM.
006950            MOVE FD-NUMERO-CONF TO WK-NUMERO-REL.
006960            MOVE FD-VALOR-CONF  TO WK-VALOR-ORD-REL.
006970            IF WK-IDX-ORD-ACH = ZEROS
006980                MOVE SPACES TO WK-TIPO-REL
006990                MOVE SPACES TO WK-AG-ORD-REL
007000                MOVE 'NAO ENCONTRADA' TO WK-SITUACAO-REL
007010                ADD 1 TO WK-QTD-REJEITADAS
007020            ELSE
007030                PERFORM 235-DESCREVER-ORDEM
007040                EVALUATE TRUE
007050                    WHEN NOT ORDEM-PENDENTE(WK-IDX-ORD-ACH)
007060                        MOVE 'JA BAIXADA' TO WK-SITUACAO-REL
007070                        ADD 1 TO WK-QTD-REJEITADAS
007080                    WHEN TRANSPORTE-REALIZADO
007090                        PERFORM 202-POSTAR-TRANSPORTE
007100                        MOVE 'REALIZADA' TO WK-SITUACAO-REL
007110                        MOVE WK-VALOR-TRANSP TO WK-VALOR-ORD-REL
007120                    WHEN TRANSPORTE-NAO-REALIZADO
007130                        SET ORDEM-CANCELADA(WK-IDX-ORD-ACH)
007140                            TO TRUE
007150                        ADD 1 TO WK-QTD-CANCELADAS
007160                        MOVE 'NAO REALIZADA' TO WK-SITUACAO-REL
007170                    WHEN OTHER
007180                        MOVE 'SITUACAO ERRADA' TO WK-SITUACAO-REL
007190                        ADD 1 TO WK-QTD-REJEITADAS
007200                END-EVALUATE
007210            END-IF.
007220            WRITE REG-RELNUM FROM WK-LINHA-ORDEM.
007230            PERFORM 306-LER-CONFTRAN.
007240       *      SUPRIMENTO: DEBITO NO COFRE CENTRAL, CREDITO NO
007250       *      CAIXA DA AGENCIA; RECOLHIMENTO AO CONTRARIO.
007260       *      VALE O VALOR REALIZADO DO RETORNO, OU O DA
007270       *      ORDEM QUANDO O RETORNO VEM SEM VALOR
007280        202-POSTAR-TRANSPORTE.
007290            IF FD-VALOR-CONF > ZEROS
007300                MOVE FD-VALOR-CONF TO WK-VALOR-TRANSP
007310            ELSE
007320                MOVE WK-ORD-VALOR(WK-IDX-ORD-ACH)
007330                    TO WK-VALOR-TRANSP
007340            END-IF.
007350            SET ORDEM-REALIZADA(WK-IDX-ORD-ACH) TO TRUE.
007360            ADD 1 TO WK-QTD-REALIZADAS.
007370            MOVE WK-ORD-AGENCIA(WK-IDX-ORD-ACH)
007380                TO WK-AGENCIA-CAIXA.
007390            MOVE WK-NUM-CONTA-CAIXA TO WK-NUMERO-CAIXA.
007400            MOVE WK-ORD-AGENCIA(WK-IDX-ORD-ACH)
007410                TO WK-AGENCIA-BUSCA.
007420            PERFORM 120-LOCALIZAR-AGENCIA.
007430            IF ORDEM-SUPRIMENTO(WK-IDX-ORD-ACH)
007440                MOVE WK-CONTA-COFRE TO WK-CONTA-DEBITO
007450                MOVE WK-CONTA-CAIXA TO WK-CONTA-CREDITO
007460                IF WK-IDX-AG-ACH > ZEROS
007470                    ADD WK-VALOR-TRANSP
007480                        TO WK-AG-CONFIRMADO(WK-IDX-AG-ACH)
007490                END-IF
007500            ELSE
007510                MOVE WK-CONTA-CAIXA TO WK-CONTA-DEBITO
007520                MOVE WK-CONTA-COFRE TO WK-CONTA-CREDITO
007530                IF WK-IDX-AG-ACH > ZEROS
007540                    SUBTRACT WK-VALOR-TRANSP
007550                        FROM WK-AG-CONFIRMADO(WK-IDX-AG-ACH)
007560                END-IF
007570            END-IF.
007580            MOVE WK-VALOR-TRANSP TO WK-VALOR-RESTANTE.
007590            PERFORM 203-GRAVAR-PARCELA
007600                UNTIL WK-VALOR-RESTANTE = ZEROS.
007610        203-GRAVAR-PARCELA.
007620            IF WK-VALOR-RESTANTE > 999999,99
007630                MOVE 999999,99 TO WK-VALOR-PARCELA
007640            ELSE
007650                MOVE WK-VALOR-RESTANTE TO WK-VALOR-PARCELA
007660            END-IF.
007670            SUBTRACT WK-VALOR-PARCELA FROM WK-VALOR-RESTANTE.
007680            ADD 1 TO WK-DOC-SEQ.
007690            ADD 1 TO WK-QTD-POSTADOS.
007700            ADD WK-VALOR-PARCELA TO WK-TOT-POSTADO.
007710            MOVE 'D' TO FD-TIPO-REG-LOTE.
007720            MOVE SPACES TO FD-DETALHE-LOTE.
007730            MOVE WK-CONTA-DEBITO TO FD-CHAVE-LOTE.
007740            MOVE SPACES TO FD-DIGITO-LOTE.
007750            MOVE WK-DOC-SEQ TO FD-DOC-LOTE.
007760            MOVE 'V' TO FD-TIPO-LOTE.
007770            MOVE WK-VALOR-PARCELA TO FD-VALOR-LOTE.
007780            MOVE 'BRL' TO FD-MOEDA-LOTE.
007790            MOVE WK-DATA-DIA TO FD-DATA-LOTE.
007800            MOVE WK-CONTA-CREDITO TO FD-CONTRA-LOTE.
007810            MOVE WK-HORA-SIST(1:6) TO FD-HORA-LOTE.
007820            MOVE WK-DOC-SEQ TO FD-SEQ-LOTE.
007830            PERFORM 214-GRAVAR-LANCAMNU.
007840       *      ORDENS AINDA SEM RETORNO ENTRAM NA PROJECAO
007850        211-SOMAR-PENDENTE.
007860            IF ORDEM-PENDENTE(WK-IDX-ORD)
007870                MOVE WK-ORD-AGENCIA(WK-IDX-ORD)
007880                    TO WK-AGENCIA-BUSCA
007890                PERFORM 120-LOCALIZAR-AGENCIA
007900                IF WK-IDX-AG-ACH > ZEROS
007910                    IF ORDEM-SUPRIMENTO(WK-IDX-ORD)
007920                        ADD WK-ORD-VALOR(WK-IDX-ORD)
007930                            TO WK-AG-PEND-SUP(WK-IDX-AG-ACH)
007940                    ELSE
007950                        ADD WK-ORD-VALOR(WK-IDX-ORD)
007960                            TO WK-AG-PEND-REC(WK-IDX-AG-ACH)
007970                    END-IF
007980                END-IF
007990            END-IF.
008000        214-GRAVAR-LANCAMNU.
008001            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMNU.
008010            WRITE REG-LANCAMNU.
008020            IF WK-FS-LANCAMNU NOT = '00'
008030                DISPLAY 'ERRO ' WK-FS-LANCAMNU
008040                        ' NO COMANDO WRITE LANCAMNU'
008050                MOVE 12 TO RETURN-CODE
008060                STOP RUN
008070            END-IF.
008080       *      AGENCIA COM LIMITES ZERADOS NAO TEM CONTROLE DE
008090       *      NUMERARIO: SO O SALDO DE FECHAMENTO E GUARDADO
008100        221-AVALIAR-AGENCIA.
008110            COMPUTE WK-AG-FECHAMENTO(WK-IDX-AG) =
008120                WK-AG-SALDO-ANT(WK-IDX-AG)
008130                + WK-AG-ENTRADAS(WK-IDX-AG)
008140                - WK-AG-SAIDAS(WK-IDX-AG)
008150                + WK-AG-CONFIRMADO(WK-IDX-AG).
008160            IF WK-AG-MINIMO(WK-IDX-AG) = ZEROS
008170               AND WK-AG-MAXIMO(WK-IDX-AG) = ZEROS
008180                ADD 1 TO WK-QTD-SEM-CONTROLE
008190            ELSE
008200                PERFORM 222-PROJETAR-AGENCIA
008210            END-IF.
008220       *      PREVISTO PARA O FIM DO DIA SEGUINTE: FECHAMENTO
008230       *      MENOS A SAIDA LIQUIDA MEDIA, MAIS SUPRIMENTOS E
008240       *      MENOS RECOLHIMENTOS AINDA EM ABERTO
008250        222-PROJETAR-AGENCIA.
008260            MOVE ZEROS TO WK-SOMA-HIST.
008270            PERFORM 223-SOMAR-DIA
008280                VARYING WK-IDX-HIS FROM 1 BY 1
008290                UNTIL WK-IDX-HIS > WK-AG-QTD-HIS(WK-IDX-AG).
008300            IF WK-AG-QTD-HIS(WK-IDX-AG) > ZEROS
008310                COMPUTE WK-PROJ-SAIDA ROUNDED =
008320                    WK-SOMA-HIST / WK-AG-QTD-HIS(WK-IDX-AG)
008330            ELSE
008340                MOVE ZEROS TO WK-PROJ-SAIDA
008350            END-IF.
008360            COMPUTE WK-PREVISTO =
008370                WK-AG-FECHAMENTO(WK-IDX-AG)
008380                - WK-PROJ-SAIDA
008390                + WK-AG-PEND-SUP(WK-IDX-AG)
008400                - WK-AG-PEND-REC(WK-IDX-AG).
008410            COMPUTE WK-LIMITE-MIN =
008420                WK-AG-MINIMO(WK-IDX-AG) * 1000.
008430            COMPUTE WK-LIMITE-MAX =
008440                WK-AG-MAXIMO(WK-IDX-AG) * 1000.
008450            COMPUTE WK-SOMA-LIMITES =
008460                WK-LIMITE-MIN + WK-LIMITE-MAX.
008470            COMPUTE WK-PONTO-MEDIO = WK-SOMA-LIMITES / 2.
008480            MOVE SPACE TO WK-TIPO-NOVA.
008490            MOVE ZEROS TO WK-VALOR-NOVA.
008500            IF WK-PREVISTO < WK-LIMITE-MIN
008510                PERFORM 224-CALCULAR-SUPRIMENTO
008520            ELSE
008530                IF WK-PREVISTO > WK-LIMITE-MAX
008540                    PERFORM 225-CALCULAR-RECOLHIMENTO
008550                END-IF
008560            END-IF.
008570            PERFORM 231-IMPRIMIR-AGENCIA.
008580            IF WK-VALOR-NOVA > ZEROS
008590                PERFORM 232-EMITIR-ORDEM
008600            END-IF.
008610        223-SOMAR-DIA.
008620            ADD WK-AG-HIS-SAIDA(WK-IDX-AG, WK-IDX-HIS)
008630                TO WK-SOMA-HIST.
008640       *      SUPRIMENTO ATE O PONTO MEDIO, ARREDONDADO PARA
008650       *      CIMA EM MILHARES DE REAIS
008660        224-CALCULAR-SUPRIMENTO.
008670            COMPUTE WK-NECESSIDADE = WK-PONTO-MEDIO - WK-PREVISTO.
008680            ADD 999,99 TO WK-NECESSIDADE.
008690            COMPUTE WK-MILHARES = WK-NECESSIDADE / 1000.
008700            COMPUTE WK-VALOR-NOVA = WK-MILHARES * 1000.
008710            MOVE 'S' TO WK-TIPO-NOVA.
008720       *      RECOLHIMENTO ATE O PONTO MEDIO, ARREDONDADO PARA
008730       *      BAIXO EM MILHARES, SEM PASSAR DO QUE HA NA
008740       *      AGENCIA NO FECHAMENTO
008750        225-CALCULAR-RECOLHIMENTO.
008760            COMPUTE WK-EXCESSO = WK-PREVISTO - WK-PONTO-MEDIO.
008770            IF WK-EXCESSO > WK-AG-FECHAMENTO(WK-IDX-AG)
008780                MOVE WK-AG-FECHAMENTO(WK-IDX-AG) TO WK-EXCESSO
008790            END-IF.
008800            IF WK-EXCESSO > ZEROS
008810                COMPUTE WK-MILHARES = WK-EXCESSO / 1000
008820                COMPUTE WK-VALOR-NOVA = WK-MILHARES * 1000
008830                MOVE 'R' TO WK-TIPO-NOVA
008840            END-IF.
008850        231-IMPRIMIR-AGENCIA.
008860            MOVE WK-AG-CODIGO(WK-IDX-AG) TO WK-AG-REL.
008870            MOVE WK-AG-NOME(WK-IDX-AG)   TO WK-NOME-AG-REL.
008880            MOVE WK-AG-MINIMO(WK-IDX-AG) TO WK-MIN-REL.
008890            MOVE WK-AG-MAXIMO(WK-IDX-AG) TO WK-MAX-REL.
008900            WRITE REG-RELNUM FROM WK-LINHA-AGENCIA AFTER 2 LINES.
008910            MOVE 'SALDO ANTERIOR ' TO WK-TITULO1-REL.
008920            MOVE WK-AG-SALDO-ANT(WK-IDX-AG) TO WK-VALOR1-REL.
008930            MOVE 'TRANSPORTES    ' TO WK-TITULO2-REL.
008940            MOVE WK-AG-CONFIRMADO(WK-IDX-AG) TO WK-VALOR2-REL.
008950            WRITE REG-RELNUM FROM WK-LINHA-VALORES.
008960            MOVE 'ENTRADAS DIA   ' TO WK-TITULO1-REL.
008970            MOVE WK-AG-ENTRADAS(WK-IDX-AG) TO WK-VALOR1-REL.
008980            MOVE 'SAIDAS DIA     ' TO WK-TITULO2-REL.
008990            MOVE WK-AG-SAIDAS(WK-IDX-AG) TO WK-VALOR2-REL.
009000            WRITE REG-RELNUM FROM WK-LINHA-VALORES.
009010            MOVE 'FECHAMENTO     ' TO WK-TITULO1-REL.
009020            MOVE WK-AG-FECHAMENTO(WK-IDX-AG) TO WK-VALOR1-REL.
009030            MOVE 'SAIDA PROJETADA' TO WK-TITULO2-REL.
009040            MOVE WK-PROJ-SAIDA TO WK-VALOR2-REL.
009050            WRITE REG-RELNUM FROM WK-LINHA-VALORES.
009060            MOVE 'SUPRIM ABERTOS ' TO WK-TITULO1-REL.
009070            MOVE WK-AG-PEND-SUP(WK-IDX-AG) TO WK-VALOR1-REL.
009080            MOVE 'RECOLH ABERTOS ' TO WK-TITULO2-REL.
009090            MOVE WK-AG-PEND-REC(WK-IDX-AG) TO WK-VALOR2-REL.
009100            WRITE REG-RELNUM FROM WK-LINHA-VALORES.
009110            MOVE 'PREVISTO       ' TO WK-TITULO1-REL.
009120            MOVE WK-PREVISTO TO WK-VALOR1-REL.
009130            MOVE 'PONTO MEDIO    ' TO WK-TITULO2-REL.
009140            MOVE WK-PONTO-MEDIO TO WK-VALOR2-REL.
009150            WRITE REG-RELNUM FROM WK-LINHA-VALORES.
009160       *      NUMERA A ORDEM, MARCA O TRANSPORTE PARA O
009170       *      PROXIMO DIA UTIL DA AGENCIA E A PASSA PARA A
009180       *      TRANSPORTADORA
009190        232-EMITIR-ORDEM.
009200            IF WK-PROX-ORDEM NOT LESS WK-LIMITE-ORDEM
009210                DISPLAY 'MAIS DE 99 ORDENS DE NUMERARIO NO DIA'
009220                MOVE 12 TO RETURN-CODE
009230                STOP RUN
009240            END-IF.
009250            IF WK-QTD-ORDTAB NOT LESS 500
009260                DISPLAY 'TABELA DE ORDENS CHEIA, LIMITE 500'
009270                MOVE 12 TO RETURN-CODE
009280                STOP RUN
009290            END-IF.
009300            ADD 1 TO WK-PROX-ORDEM.
009310            MOVE 'P' TO LK-FUNCAO-COM.
009320            MOVE WK-AG-CODIGO(WK-IDX-AG) TO LK-AGENCIA-COM.
009330            MOVE WK-DATA-DIA TO LK-DATA1-COM.
009340            CALL WK-PROG-DIAS-UTEIS USING LK-AREA-DIAS-UTEIS.
009350            MOVE LK-DATA-SAIDA-COM TO WK-DATA-TRANSP.
009360            ADD 1 TO WK-QTD-ORDTAB.
009370            MOVE WK-PROX-ORDEM TO WK-ORD-NUMERO(WK-QTD-ORDTAB).
009380            MOVE WK-AG-CODIGO(WK-IDX-AG)
009390                TO WK-ORD-AGENCIA(WK-QTD-ORDTAB).
009400            MOVE WK-TIPO-NOVA TO WK-ORD-TIPO(WK-QTD-ORDTAB).
009410            MOVE WK-DATA-DIA TO WK-ORD-EMISSAO(WK-QTD-ORDTAB).
009420            MOVE WK-DATA-TRANSP
009430                TO WK-ORD-TRANSPORTE(WK-QTD-ORDTAB).
009440            MOVE WK-VALOR-NOVA TO WK-ORD-VALOR(WK-QTD-ORDTAB).
009450            MOVE 'P' TO WK-ORD-SITUACAO(WK-QTD-ORDTAB).
009460            MOVE 'S' TO WK-ORD-NOVA(WK-QTD-ORDTAB).
009470            MOVE SPACES TO REG-ORDTRANS.
009480            MOVE '1' TO FD-TIPO-REG-TRANS.
009490            MOVE WK-PROX-ORDEM TO FD-NUMERO-TRANS.
009500            MOVE WK-TIPO-NOVA TO FD-OPERACAO-TRANS.
009510            MOVE WK-AG-CODIGO(WK-IDX-AG) TO FD-AGENCIA-TRANS.
009520            MOVE WK-AG-NOME(WK-IDX-AG) TO FD-NOME-AG-TRANS.
009530            MOVE WK-DATA-TRANSP TO FD-DATA-TRANS.
009540            MOVE WK-VALOR-NOVA TO FD-VALOR-TRANS.
009550            PERFORM 234-GRAVAR-ORDTRANS.
009560            ADD 1 TO WK-QTD-ORD-TRANS.
009570            ADD WK-VALOR-NOVA TO WK-TOT-ORD-TRANS.
009580            IF WK-TIPO-NOVA = 'S'
009590                ADD 1 TO WK-QTD-SUPRIMENTOS
009600                ADD WK-VALOR-NOVA TO WK-TOT-SUPRIMENTOS
009610                MOVE 'ORDEM DE SUPRIMENTO   ' TO WK-TEXTO-NOVA-REL
009620            ELSE
009630                ADD 1 TO WK-QTD-RECOLHIMENTOS
009640                ADD WK-VALOR-NOVA TO WK-TOT-RECOLHIMENTOS
009650                MOVE 'ORDEM DE RECOLHIMENTO ' TO WK-TEXTO-NOVA-REL
009660            END-IF.
009670            MOVE WK-PROX-ORDEM TO WK-NUMERO-NOVA-REL.
009680            MOVE WK-DATA-TRANSP TO WK-DATA-NOVA-REL.
009690            MOVE WK-VALOR-NOVA TO WK-VALOR-NOVA-REL.
009700            WRITE REG-RELNUM FROM WK-LINHA-NOVA-ORDEM.
009710        234-GRAVAR-ORDTRANS.
009720            WRITE REG-ORDTRANS.
009730            IF WK-FS-ORDTRANS NOT = '00'
009740                DISPLAY 'ERRO ' WK-FS-ORDTRANS
009750                        ' NO COMANDO WRITE ORDTRANS'
009760                MOVE 12 TO RETURN-CODE
009770                STOP RUN
009780            END-IF.
009790        235-DESCREVER-ORDEM.
009800            IF ORDEM-SUPRIMENTO(WK-IDX-ORD-ACH)
009810                MOVE 'SUPRIMENTO' TO WK-TIPO-REL
009820            ELSE
009830                MOVE 'RECOLHIMENTO' TO WK-TIPO-REL
009840            END-IF.
009850            MOVE WK-ORD-AGENCIA(WK-IDX-ORD-ACH) TO WK-AG-ORD-REL.
009860       ***********************************************
009870        300-LEITURAS SECTION.
009880        301-LER-AGENCIAS.
009890            READ ARQ-AGENCIAS.
009900            EVALUATE WK-FS-AGENCIAS
009910                WHEN '00'
009920                    CONTINUE
009930                WHEN '10'
009940                    CONTINUE
009950                WHEN OTHER
009960                    DISPLAY 'ERRO ' WK-FS-AGENCIAS
009970                            ' NO COMANDO READ AGENCIAS'
009980                    MOVE 12 TO RETURN-CODE
009990                    STOP RUN
010000            END-EVALUATE.
010010        302-LER-SALDONUM.
010020            READ ARQ-SALDONUM.
010030            EVALUATE WK-FS-SALDONUM
010040                WHEN '00'
010050                    CONTINUE
010060                WHEN '10'
010070                    CONTINUE
010080                WHEN OTHER
010090                    DISPLAY 'ERRO ' WK-FS-SALDONUM
010100                            ' NO COMANDO READ SALDONUM'
010110                    MOVE 12 TO RETURN-CODE
010120                    STOP RUN
010130            END-EVALUATE.
010140        303-LER-CAIXAHIS.
010150            READ ARQ-CAIXAHIS.
010160            EVALUATE WK-FS-CAIXAHIS
010170                WHEN '00'
010180                    CONTINUE
010190                WHEN '10'
010200                    CONTINUE
010210                WHEN OTHER
010220                    DISPLAY 'ERRO ' WK-FS-CAIXAHIS
010230                            ' NO COMANDO READ CAIXAHIS'
010240                    MOVE 12 TO RETURN-CODE
010250                    STOP RUN
010260            END-EVALUATE.
010270        304-LER-ORDPEND.
010280            READ ARQ-ORDPEND.
010290            EVALUATE WK-FS-ORDPEND
010300                WHEN '00'
010310                    CONTINUE
010320                WHEN '10'
010330                    CONTINUE
010340                WHEN OTHER
010350                    DISPLAY 'ERRO ' WK-FS-ORDPEND
010360                            ' NO COMANDO READ ORDPEND'
010370                    MOVE 12 TO RETURN-CODE
010380                    STOP RUN
010390            END-EVALUATE.
010400        306-LER-CONFTRAN.
010410            READ ARQ-CONFTRAN.
010420            EVALUATE WK-FS-CONFTRAN
010430                WHEN '00'
010440                    CONTINUE
010450                WHEN '10'
010460                    CONTINUE
010470                WHEN OTHER
010480                    DISPLAY 'ERRO ' WK-FS-CONFTRAN
010490                            ' NO COMANDO READ CONFTRAN'
010500                    MOVE 12 TO RETURN-CODE
010510                    STOP RUN
010520            END-EVALUATE.
010530       ***********************************************
010540        195-GRAVAR-JRNL-INICIO.
010550            MOVE 'I' TO JRL-TIPO.
010560            MOVE ZEROS TO JRL-QTD-LIDOS.
010570            MOVE ZEROS TO JRL-QTD-GRAVADOS.
010580            MOVE ZEROS TO JRL-QTD-REJEITADOS.
010590            MOVE ZEROS TO JRL-RETORNO.
010591            MOVE 'EAD95938' TO LK-PROGRAMA-COM.
010592            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
010593            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010600            PERFORM 194-GRAVAR-RUNJRNL.
010610        196-GRAVAR-JRNL-FIM.
010620            MOVE 'F' TO JRL-TIPO.
010630            MOVE WK-QTD-CONF-LIDAS
010640                TO JRL-QTD-LIDOS.
010650            MOVE WK-QTD-ORD-GRAVADOS
010660                TO JRL-QTD-GRAVADOS.
010670            MOVE WK-QTD-REJEITADAS
010680                TO JRL-QTD-REJEITADOS.
010690            MOVE RETURN-CODE TO JRL-RETORNO.
010691            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010700            PERFORM 194-GRAVAR-RUNJRNL.
010710        194-GRAVAR-RUNJRNL.
010720            OPEN EXTEND ARQ-RUNJRNL.
010730            IF WK-FS-RUNJRNL = '35'
010740                OPEN OUTPUT ARQ-RUNJRNL
010750            END-IF.
010760            IF WK-FS-RUNJRNL NOT = '00'
010770                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010780                        ' NO COMANDO OPEN RUNJRNL'
010790                MOVE 12 TO RETURN-CODE
010800                STOP RUN
010810            END-IF.
010820            MOVE 'EAD95938' TO JRL-PROGRAMA.
010830            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
010840            ACCEPT JRL-HORA FROM TIME.
010850            WRITE REG-RUNJRNL.
010860            IF WK-FS-RUNJRNL NOT = '00'
010870                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010880                        ' NO COMANDO WRITE RUNJRNL'
010890                MOVE 12 TO RETURN-CODE
010900                STOP RUN
010910            END-IF.
010920            CLOSE ARQ-RUNJRNL.
010930       ***********************************************
010940        900-FINALIZAR SECTION.
010950        901-FINALIZAR.
010960            CLOSE ARQ-CONFTRAN.
010970            MOVE 'T' TO FD-TIPO-REG-LOTE.
010980            MOVE SPACES TO FD-DETALHE-LOTE.
010990            MOVE WK-DATA-DIA TO FD-DATA-CTRL-LOTE.
011000            MOVE WK-QTD-POSTADOS TO FD-QTDE-CTRL-LOTE.
011010            MOVE WK-TOT-POSTADO TO FD-VALOR-CTRL-LOTE.
011020            MOVE WK-INST-PEDIDA TO FD-INST-CTRL-LOTE.
011030            PERFORM 214-GRAVAR-LANCAMNU.
011040            CLOSE ARQ-LANCAMNU.
011050            MOVE SPACES TO REG-ORDTRANS.
011060            MOVE '9' TO FD-TIPO-REG-TRANS.
011070            MOVE WK-QTD-ORD-TRANS TO FD-QTDE-TRL-TRANS.
011080            MOVE WK-TOT-ORD-TRANS TO FD-TOTAL-TRL-TRANS.
011090            PERFORM 234-GRAVAR-ORDTRANS.
011100            CLOSE ARQ-ORDTRANS.
011110            OPEN OUTPUT ARQ-ORDPENDN.
011120            IF WK-FS-ORDPENDN NOT = '00'
011130                DISPLAY 'ERRO ' WK-FS-ORDPENDN
011140                        ' NO COMANDO OPEN ORDPENDN'
011150                MOVE 12 TO RETURN-CODE
011160                STOP RUN
011170            END-IF.
011180            MOVE 'ORDENS EM ABERTO' TO WK-TEXTO-SECAO.
011190            WRITE REG-RELNUM FROM WK-LINHA-SECAO AFTER 2 LINES.
011200            PERFORM 902-GRAVAR-ORDEM-ABERTA
011210                VARYING WK-IDX-ORD-ACH FROM 1 BY 1
011220                UNTIL WK-IDX-ORD-ACH > WK-QTD-ORDTAB.
011230            CLOSE ARQ-ORDPENDN.
011240            OPEN OUTPUT ARQ-SALDONUN.
011250            IF WK-FS-SALDONUN NOT = '00'
011260                DISPLAY 'ERRO ' WK-FS-SALDONUN
011270                        ' NO COMANDO OPEN SALDONUN'
011280                MOVE 12 TO RETURN-CODE
011290                STOP RUN
011300            END-IF.
011310            PERFORM 903-GRAVAR-SALDO
011320                VARYING WK-IDX-AG FROM 1 BY 1
011330                UNTIL WK-IDX-AG > WK-QTD-AGTAB.
011340            CLOSE ARQ-SALDONUN.
011350            MOVE 'RETORNOS LIDOS              : '
011360                TO WK-TITULO-TOT.
011370            MOVE WK-QTD-CONF-LIDAS TO WK-VALOR-TOT.
011380            WRITE REG-RELNUM FROM WK-LINHA-TOTAL AFTER 2 LINES.
011390            MOVE 'TRANSPORTES REALIZADOS      : '
011400                TO WK-TITULO-TOT.
011410            MOVE WK-QTD-REALIZADAS TO WK-VALOR-TOT.
011420            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011430            MOVE 'TRANSPORTES NAO REALIZADOS  : '
011440                TO WK-TITULO-TOT.
011450            MOVE WK-QTD-CANCELADAS TO WK-VALOR-TOT.
011460            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011470            MOVE 'RETORNOS REJEITADOS         : '
011480                TO WK-TITULO-TOT.
011490            MOVE WK-QTD-REJEITADAS TO WK-VALOR-TOT.
011500            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011510            MOVE 'VALOR POSTADO NO LANCAMNU   : '
011520                TO WK-TITULO-TOT.
011530            MOVE WK-TOT-POSTADO TO WK-VALOR-TOT.
011540            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011550            MOVE 'ORDENS DE SUPRIMENTO        : '
011560                TO WK-TITULO-TOT.
011570            MOVE WK-QTD-SUPRIMENTOS TO WK-VALOR-TOT.
011580            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011590            MOVE 'VALOR DOS SUPRIMENTOS       : '
011600                TO WK-TITULO-TOT.
011610            MOVE WK-TOT-SUPRIMENTOS TO WK-VALOR-TOT.
011620            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011630            MOVE 'ORDENS DE RECOLHIMENTO      : '
011640                TO WK-TITULO-TOT.
011650            MOVE WK-QTD-RECOLHIMENTOS TO WK-VALOR-TOT.
011660            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011670            MOVE 'VALOR DOS RECOLHIMENTOS     : '
011680                TO WK-TITULO-TOT.
011690            MOVE WK-TOT-RECOLHIMENTOS TO WK-VALOR-TOT.
011700            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011710            MOVE 'ORDENS EM ABERTO            : '
011720                TO WK-TITULO-TOT.
011730            MOVE WK-QTD-EM-ABERTO TO WK-VALOR-TOT.
011740            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011750            MOVE 'AGENCIAS SEM CONTROLE       : '
011760                TO WK-TITULO-TOT.
011770            MOVE WK-QTD-SEM-CONTROLE TO WK-VALOR-TOT.
011780            WRITE REG-RELNUM FROM WK-LINHA-TOTAL.
011790            CLOSE ARQ-RELNUM.
011800            DISPLAY 'TRANSPORTES REALIZADOS : ' WK-QTD-REALIZADAS
011810                    ' ORDENS EMITIDAS : ' WK-QTD-ORD-TRANS.
011820            COMPUTE WK-QTD-ORD-GRAVADOS =
011830                WK-QTD-POSTADOS + WK-QTD-ORD-TRANS.
011840            IF WK-QTD-REJEITADAS > ZEROS
011850                DISPLAY 'RETORNOS DA TRANSPORTADORA REJEITADOS: '
011860                        WK-QTD-REJEITADAS
011870                MOVE 4 TO RETURN-CODE
011880            END-IF.
011890       *      ORDENS PENDENTES, ANTERIORES E NOVAS, SEGUEM
011900       *      PARA A PROXIMA RODADA
011910        902-GRAVAR-ORDEM-ABERTA.
011920            IF ORDEM-PENDENTE(WK-IDX-ORD-ACH)
011930                MOVE WK-ORD-NUMERO(WK-IDX-ORD-ACH)
011940                    TO FD-NUMERO-ORDN
011950                MOVE WK-ORD-AGENCIA(WK-IDX-ORD-ACH)
011960                    TO FD-AGENCIA-ORDN
011970                MOVE WK-ORD-TIPO(WK-IDX-ORD-ACH)
011980                    TO FD-TIPO-ORDN
011990                MOVE WK-ORD-EMISSAO(WK-IDX-ORD-ACH)
012000                    TO FD-EMISSAO-ORDN
012010                MOVE WK-ORD-TRANSPORTE(WK-IDX-ORD-ACH)
012020                    TO FD-TRANSPORTE-ORDN
012030                MOVE WK-ORD-VALOR(WK-IDX-ORD-ACH)
012040                    TO FD-VALOR-ORDN
012050                WRITE REG-ORDPENDN
012060                IF WK-FS-ORDPENDN NOT = '00'
012070                    DISPLAY 'ERRO ' WK-FS-ORDPENDN
012080                            ' NO COMANDO WRITE ORDPENDN'
012090                    MOVE 12 TO RETURN-CODE
012100                    STOP RUN
012110                END-IF
012120                ADD 1 TO WK-QTD-EM-ABERTO
012130                PERFORM 235-DESCREVER-ORDEM
012140                MOVE WK-ORD-NUMERO(WK-IDX-ORD-ACH)
012150                    TO WK-NUMERO-REL
012160                IF WK-ORD-NOVA(WK-IDX-ORD-ACH) = 'S'
012170                    MOVE 'EMITIDA HOJE' TO WK-SITUACAO-REL
012180                ELSE
012190                    MOVE 'SEM RETORNO' TO WK-SITUACAO-REL
012200                END-IF
012210                MOVE WK-ORD-VALOR(WK-IDX-ORD-ACH)
012220                    TO WK-VALOR-ORD-REL
012230                WRITE REG-RELNUM FROM WK-LINHA-ORDEM
012240            END-IF.
012250        903-GRAVAR-SALDO.
012260            MOVE SPACES TO REG-SALDONUN.
012270            MOVE WK-AG-CODIGO(WK-IDX-AG) TO FD-AGENCIA-SNN.
012280            MOVE WK-DATA-DIA TO FD-DATA-SNN.
012290            MOVE WK-AG-FECHAMENTO(WK-IDX-AG) TO FD-SALDO-SNN.
012300            WRITE REG-SALDONUN.
012310            IF WK-FS-SALDONUN NOT = '00'
012320                DISPLAY 'ERRO ' WK-FS-SALDONUN
012330                        ' NO COMANDO WRITE SALDONUN'
012340                MOVE 12 TO RETURN-CODE
012350                STOP RUN
012360            END-IF.
