000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95939.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   VALORES A RECEBER (SVR DO BANCO CENTRAL)     *
000170       *                                                *
000180       *   MANTEM O REGISTRO DE VALORES ESQUECIDOS POR  *
000190       *   CPF/CNPJ (VALREC -> VALRECN) COM ORIGEM,     *
000200       *   VALOR, DATA E SITUACAO. O DINHEIRO FICA NO   *
000210       *   SALDO DA CONTA ENCERRADA DE ORIGEM           *
000220       *                                                *
000230       *   ENTRADA: VRENTRA GRAVADO PELO EAD95866       *
000240       *   (SALDO SEM DESTINO E CREDITO APOS A          *
000250       *   LIQUIDACAO) E PELO EAD95928 (DEVOLUCAO DE    *
000260       *   TARIFA EM CONTA ENCERRADA); O CPF/CNPJ VEM   *
000270       *   DO CLIDADOS. O VRENTRA E ESVAZIADO NO FIM    *
000280       *                                                *
000290       *   RESGATE: O RESGVR TRAZ OS PEDIDOS DO SVR COM *
000300       *   A CONTA DE DESTINO ESCOLHIDA PELO CLIENTE;   *
000310       *   OS VALORES DO CPF/CNPJ SAEM POR TED (LOTE    *
000320       *   LANCAMVR, UM TED POR CONTA DE ORIGEM QUE     *
000330       *   DEBITA O SALDO INTEIRO) E O DESTINO VAI NO   *
000340       *   VRPAGTO, DE ONDE O EAD95848 TIRA O           *
000350       *   FAVORECIDO DA REMESSA. O ITEM PAGO SAI DO    *
000351       *   REGISTRO NA RODADA SEGUINTE, DEPOIS DA       *
000352       *   POSTAGEM                                     *
000360       *                                                *
000370       *   REMESSA: SVRREM COM OS VALORES EM ABERTO, EM *
000380       *   REAIS, PARA O SISTEMA VALORES A RECEBER      *
000390       *                                                *
000400       *   ORIGENS: 01 SALDO DE ENCERRAMENTO SEM        *
000410       *               DESTINO (TED DEVOLVIDO)          *
000420       *            02 DEVOLUCAO DE TARIFA APOS O       *
000430       *               ENCERRAMENTO                     *
000440       *            03 CREDITO OU ESTORNO APOS A        *
000450       *               LIQUIDACAO                       *
000460       *                                                *
000470       *   RODA DEPOIS DO EAD95809 E ANTES DO EAD95866  *
000480       *                                                *
000490       *   SYSIN: DATA (ZEROS = HOJE), INSTANCIA DO     *
000500       *          LOTE, REMESSA AO SVR (N = NAO GERA)   *
000510       **************************************************
000520       *
000530        ENVIRONMENT DIVISION.
000540        CONFIGURATION SECTION.
000550        SPECIAL-NAMES.
000560            DECIMAL-POINT IS COMMA.
000570        INPUT-OUTPUT SECTION.
000580        FILE-CONTROL.
000590            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000600                FILE STATUS IS WK-FS-RUNJRNL.
000610            SELECT ARQ-VALREC   ASSIGN TO VALREC
000620                FILE STATUS IS WK-FS-VALREC.
000630            SELECT ARQ-VALRECN  ASSIGN TO VALRECN
000640                FILE STATUS IS WK-FS-VALRECN.
000650            SELECT ARQ-VRENTRA  ASSIGN TO VRENTRA
000660                FILE STATUS IS WK-FS-VRENTRA.
000670            SELECT ARQ-RESGVR   ASSIGN TO RESGVR
000680                FILE STATUS IS WK-FS-RESGVR.
000690            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000700                ORGANIZATION IS INDEXED
000710                ACCESS MODE IS DYNAMIC
000720                RECORD KEY IS FD-CHAVE-CLIENTES
000730                FILE STATUS IS WK-FS-CLIENTES.
000740            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000750                ORGANIZATION IS INDEXED
000760                ACCESS MODE IS DYNAMIC
000770                RECORD KEY IS FD-CHAVE-CLIDADOS
000780                FILE STATUS IS WK-FS-CLIDADOS.
000790            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000800                FILE STATUS IS WK-FS-CAMBIO.
000810            SELECT ARQ-LANCAMVR ASSIGN TO LANCAMVR
000820                FILE STATUS IS WK-FS-LANCAMVR.
000830            SELECT ARQ-VRPAGTO  ASSIGN TO VRPAGTO
000840                FILE STATUS IS WK-FS-VRPAGTO.
000850            SELECT ARQ-SVRREM   ASSIGN TO SVRREM
000860                FILE STATUS IS WK-FS-SVRREM.
000870            SELECT ARQ-RELVR    ASSIGN TO RELVR
000880                FILE STATUS IS WK-FS-RELVR.
000890       *
000900        DATA DIVISION.
000910        FILE SECTION.
000920       *      REGISTRO DE VALORES A RECEBER: A = EM ABERTO,
000930       *      P = PAGO (SAI NA RODADA SEGUINTE)
000940        FD   ARQ-VALREC
000950             RECORDING MODE IS F.
000960        01  REG-VALREC.
000970            05 FD-ID-VALREC        PIC 9(8).
000980            05 FD-CPFCNPJ-VALREC   PIC X(14).
000990            05 FD-TIPO-DOC-VALREC  PIC X.
001000            05 FD-CHAVE-VALREC     PIC X(9).
001010            05 FD-ORIGEM-VALREC    PIC 99.
001020            05 FD-VALOR-VALREC     PIC 9(6)V99.
001030            05 FD-MOEDA-VALREC     PIC X(3).
001040            05 FD-DATA-VALREC      PIC 9(8).
001050            05 FD-SITUACAO-VALREC  PIC X.
001060            05 FD-DATA-PAGTO-VALREC PIC 9(8).
001070            05 FD-PROTOCOLO-VALREC PIC 9(10).
001080        FD   ARQ-VALRECN
001090             RECORDING MODE IS F.
001100        01  REG-VALRECN                PIC X(72).
001110        FD   ARQ-VRENTRA
001120             RECORDING MODE IS F.
001130        01  REG-VRENTRA.
001140            05 FD-CHAVE-VRENTRA    PIC X(9).
001150            05 FD-ORIGEM-VRENTRA   PIC 99.
001160            05 FD-VALOR-VRENTRA    PIC 9(6)V99.
001170            05 FD-MOEDA-VRENTRA    PIC X(3).
001180            05 FD-DATA-VRENTRA     PIC 9(8).
001190            05 FD-PROGRAMA-VRENTRA PIC X(8).
001200       *      PEDIDO DE RESGATE DO SVR COM A CONTA DE DESTINO
001210       *      ESCOLHIDA PELO CLIENTE (TIPO C = CORRENTE,
001220       *      P = POUPANCA, G = PAGAMENTO)
001230        FD   ARQ-RESGVR
001240             RECORDING MODE IS F.
001250        01  REG-RESGVR.
001260            05 FD-PROTOCOLO-RESG   PIC 9(10).
001270            05 FD-CPFCNPJ-RESG     PIC X(14).
001280            05 FD-TIPO-DOC-RESG    PIC X.
001290            05 FD-BANCO-RESG       PIC 9(3).
001300            05 FD-AGENCIA-RESG     PIC 9(4).
001310            05 FD-CONTA-RESG       PIC X(13).
001320            05 FD-TIPO-CONTA-RESG  PIC X.
001330                88 CONTA-DESTINO-VALIDA   VALUE 'C' 'P' 'G'.
001340            05 FD-DATA-RESG        PIC 9(8).
001350        FD   ARQ-CLIENTES
001360             RECORDING MODE IS F.
001370        01  REG-CLIENTES.
001380            05 FD-CHAVE-CLIENTES.
001390                10 FD-AGENCIA-CLIENTES     PIC X(4).
001400                10 FD-CONTA-CLIENTES       PIC 9(5).
001410            05 FD-DIGITO-CLIENTES      PIC X.
001420            05 FD-NOME-CLIENTES        PIC A(20).
001430            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001440            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001450            05 FD-MOEDA-CLIENTES       PIC X(3)   VALUE 'BRL'.
001460            05 FD-SITUACAO-CLIENTES    PIC X.
001470                88 CONTA-ATIVA            VALUE 'A' ' '.
001480                88 CONTA-BLOQUEADA        VALUE 'B'.
001490                88 CONTA-ENCERRADA        VALUE 'E'.
001500        FD   ARQ-CLIDADOS
001510             RECORDING MODE IS F.
001520        01  REG-CLIDADOS.
001530            05 FD-CHAVE-CLIDADOS.
001540                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001550                10 FD-CONTA-CLIDADOS       PIC 9(5).
001560            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001570            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001580            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001590            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001600            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001610        FD   ARQ-CAMBIO
001620             RECORDING MODE IS F.
001630        01  REG-CAMBIO.
001640            05 FD-MOEDA-CAMBIO     PIC X(3).
001650            05 FD-DATA-CAMBIO      PIC 9(8).
001660            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001670        FD   ARQ-LANCAMVR
001680             RECORDING MODE IS F.
001690        01  REG-LANCAMVR.
001700            05 FD-TIPO-REG-LOTE    PIC X.
001710            05 FD-DETALHE-LOTE.
001720                10 FD-CHAVE-LOTE       PIC X(9).
001730                10 FD-DIGITO-LOTE      PIC X.
001740                10 FD-DOC-LOTE         PIC 9(4).
001750                10 FD-TIPO-LOTE        PIC X.
001760                10 FD-VALOR-LOTE       PIC 9(6)V99.
001770                10 FD-MOEDA-LOTE       PIC X(3).
001780                10 FD-DATA-LOTE        PIC 9(8).
001790                10 FD-CONTRA-LOTE      PIC X(9).
001800                10 FD-HORA-LOTE        PIC 9(6).
001810                10 FD-SEQ-LOTE         PIC 9(4).
001820            05 FD-CTRL-LOTE REDEFINES FD-DETALHE-LOTE.
001830                10 FD-DATA-CTRL-LOTE   PIC 9(8).
001840                10 FD-QTDE-CTRL-LOTE   PIC 9(6).
001850                10 FD-VALOR-CTRL-LOTE  PIC 9(8)V99.
001860                10 FD-INST-CTRL-LOTE   PIC 99.
001870                10 FILLER              PIC X(27).
001871            05 FD-ID-EXEC-LANCAMVR     PIC 9(10).
001880       *      DESTINO DE CADA TED DE RESGATE, PELA CHAVE E
001890       *      DOCUMENTO DO LOTE
001900        FD   ARQ-VRPAGTO
001910             RECORDING MODE IS F.
001920        01  REG-VRPAGTO.
001930            05 FD-CHAVE-PAG        PIC X(9).
001940            05 FD-DOC-PAG          PIC 9(4).
001950            05 FD-VALOR-PAG        PIC 9(6)V99.
001960            05 FD-MOEDA-PAG        PIC X(3).
001970            05 FD-DATA-PAG         PIC 9(8).
001980            05 FD-PROTOCOLO-PAG    PIC 9(10).
001990            05 FD-CPFCNPJ-PAG      PIC X(14).
002000            05 FD-BANCO-PAG        PIC 9(3).
002010            05 FD-AGENCIA-PAG      PIC 9(4).
002020            05 FD-CONTA-PAG        PIC X(13).
002030            05 FD-TIPO-CONTA-PAG   PIC X.
002040       *      REMESSA AO SVR: 0 = HEADER, 1 = VALOR EM
002050       *      ABERTO, 9 = TRAILER
002060        FD   ARQ-SVRREM
002070             RECORDING MODE IS F.
002080        01  REG-SVRREM.
002090            05 FD-TIPO-REG-SVR     PIC X.
002100            05 FD-DETALHE-SVR.
002110                10 FD-ID-SVR           PIC 9(8).
002120                10 FD-CPFCNPJ-SVR      PIC X(14).
002130                10 FD-TIPO-DOC-SVR     PIC X.
002140                10 FD-ORIGEM-SVR       PIC 99.
002150                10 FD-VALOR-SVR        PIC 9(11)V99.
002160                10 FD-DATA-SVR         PIC 9(8).
002170                10 FILLER              PIC X(33).
002180            05 FD-HEADER-SVR REDEFINES FD-DETALHE-SVR.
002190                10 FD-BANCO-HDR-SVR    PIC X(3).
002200                10 FD-DATA-HDR-SVR     PIC 9(8).
002210                10 FILLER              PIC X(68).
002220            05 FD-TRAILER-SVR REDEFINES FD-DETALHE-SVR.
002230                10 FD-QTDE-TRL-SVR     PIC 9(6).
002240                10 FD-TOTAL-TRL-SVR    PIC 9(13)V99.
002250                10 FILLER              PIC X(58).
002260        FD   ARQ-RELVR
002270             RECORDING MODE IS F.
002280        01  REG-RELVR                  PIC X(80).
002290        FD   ARQ-RUNJRNL
002300             RECORDING MODE IS F.
002310        01  REG-RUNJRNL.
002320            05 JRL-PROGRAMA        PIC X(8).
002330            05 JRL-TIPO            PIC X.
002340            05 JRL-DATA            PIC 9(8).
002350            05 JRL-HORA            PIC 9(6).
002360            05 JRL-QTD-LIDOS       PIC 9(7).
002370            05 JRL-QTD-GRAVADOS    PIC 9(7).
002380            05 JRL-QTD-REJEITADOS  PIC 9(7).
002390            05 JRL-RETORNO         PIC 9(4).
002391            05 JRL-ID-EXEC         PIC 9(10).
002400        WORKING-STORAGE SECTION.
002410        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002411        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002412        01  LK-AREA-ID-EXEC.
002413            05 LK-PROGRAMA-COM     PIC X(8).
002414            05 LK-ID-EXEC-COM      PIC 9(10).
002420        77  WK-FS-VALREC   PIC XX           VALUE SPACES.
002430        77  WK-FS-VALRECN  PIC XX           VALUE SPACES.
002440        77  WK-FS-VRENTRA  PIC XX           VALUE SPACES.
002450        77  WK-FS-RESGVR   PIC XX           VALUE SPACES.
002460        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002470        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002480        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002490        77  WK-FS-LANCAMVR PIC XX           VALUE SPACES.
002500        77  WK-FS-VRPAGTO  PIC XX           VALUE SPACES.
002510        77  WK-FS-SVRREM   PIC XX           VALUE SPACES.
002520        77  WK-FS-RELVR    PIC XX           VALUE SPACES.
002530        77  WK-DATA-DIA    PIC 9(8)         VALUE ZEROS.
002540        77  WK-INST-PEDIDA PIC 99           VALUE ZEROS.
002550        77  WK-GERAR-REMESSA PIC X          VALUE SPACE.
002560            88 GERAR-REMESSA                  VALUE 'S' ' '.
002570        77  WK-HORA-SIST   PIC 9(8)         VALUE ZEROS.
002580       *      REGISTRO EM MEMORIA, NA ORDEM DE ENTRADA
002590        77  WK-QTD-VRTAB   PIC 9(4)         VALUE ZEROS.
002600        77  WK-IDX-VR      PIC 9(4)         VALUE ZEROS.
002610        77  WK-IDX-VR2     PIC 9(4)         VALUE ZEROS.
002620        77  WK-IDX-VR-ACH  PIC 9(4)         VALUE ZEROS.
002630        77  WK-ULTIMO-ID   PIC 9(8)         VALUE ZEROS.
002640        01  WK-TAB-VALREC.
002650            05 WK-VR-OCC          OCCURS 9999 TIMES.
002660                10 WK-VR-DADOS.
002670                    15 WK-VR-ID           PIC 9(8).
002680                    15 WK-VR-CPFCNPJ      PIC X(14).
002690                    15 WK-VR-TIPO-DOC     PIC X.
002700                    15 WK-VR-CHAVE        PIC X(9).
002710                    15 WK-VR-ORIGEM       PIC 99.
002720                    15 WK-VR-VALOR        PIC 9(6)V99.
002730                    15 WK-VR-MOEDA        PIC X(3).
002740                    15 WK-VR-DATA         PIC 9(8).
002750                    15 WK-VR-SITUACAO     PIC X.
002760                        88 VR-EM-ABERTO       VALUE 'A'.
002770                        88 VR-PAGO            VALUE 'P'.
002780                    15 WK-VR-DATA-PAGTO   PIC 9(8).
002790                    15 WK-VR-PROTOCOLO    PIC 9(10).
002800                10 WK-VR-MARCA        PIC X.
002810        01  NOMES-ORIGEM.
002820            05 FILLER          PIC X(28)
002830                VALUE 'SALDO SEM DESTINO'.
002840            05 FILLER          PIC X(28)
002850                VALUE 'DEVOLUCAO DE TARIFA'.
002860            05 FILLER          PIC X(28)
002870                VALUE 'CREDITO APOS LIQUIDACAO'.
002880        01  TABELA-ORIGEM REDEFINES NOMES-ORIGEM.
002890            05 ORIGEM-DESCR    PIC X(28) OCCURS 3 TIMES.
002900        77  WK-ORIGEM      PIC 99           VALUE ZEROS.
002910            88 ORIGEM-VALIDA                  VALUE 01 THRU 03.
002920       *      RESGATE EM CURSO
002930        77  WK-CHAVE-PAGTO PIC X(9)         VALUE SPACES.
002940        77  WK-MOEDA-PAGTO PIC X(3)         VALUE SPACES.
002950        77  WK-VALOR-PAGTO PIC 9(7)V99      VALUE ZEROS.
002960        77  WK-QTD-ITENS-CPF PIC 9(4)       VALUE ZEROS.
002970        77  WK-QTD-PAGOS-RESG PIC 9(4)      VALUE ZEROS.
002980        77  WK-MOTIVO-RESG PIC X(30)        VALUE SPACES.
002990        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
003000       *      CAMBIO PARA O TRAILER DO LOTE E A REMESSA
003010        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
003020        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
003030        77  WK-MOEDA-PROCURA PIC X(3)       VALUE SPACES.
003040        77  WK-VALOR-BRL   PIC 9(11)V99     VALUE ZEROS.
003050        01  NOMES-MOEDA.
003060            05 FILLER              PIC X(03) VALUE 'BRL'.
003070            05 FILLER              PIC X(03) VALUE 'USD'.
003080            05 FILLER              PIC X(03) VALUE 'EUR'.
003090        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
003100            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
003110        01  TAXAS-MOEDA-LIT.
003120            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003130            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003140            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003150        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
003160            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
003170        01  WK-DATAS-CAMBIO.
003180            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
003190       *      CONTADORES
003200        77  WK-QTD-BAIXADOS PIC 9(5)        VALUE ZEROS.
003210        77  WK-QTD-ENTRADAS PIC 9(5)        VALUE ZEROS.
003220        77  WK-QTD-ENT-RECUSADAS PIC 9(5)   VALUE ZEROS.
003230        77  WK-QTD-SEM-CPF PIC 9(5)         VALUE ZEROS.
003240        77  WK-QTD-RESG-LIDOS PIC 9(5)      VALUE ZEROS.
003250        77  WK-QTD-RESG-PAGOS PIC 9(5)      VALUE ZEROS.
003260        77  WK-QTD-RESG-RECUSADOS PIC 9(5)  VALUE ZEROS.
003270        77  WK-QTD-TED     PIC 9(6)         VALUE ZEROS.
003280        77  WK-TOT-TED     PIC 9(8)V99      VALUE ZEROS.
003290        77  WK-QTD-SVR     PIC 9(6)         VALUE ZEROS.
003300        77  WK-TOT-SVR     PIC 9(13)V99     VALUE ZEROS.
003310        77  WK-QTD-GRAVADOS PIC 9(7)        VALUE ZEROS.
003320        01  WK-LINHA-TITULO.
003330            05 WK-TEXTO-TIT    PIC X(44).
003340            05 FILLER          PIC X(06) VALUE ' DATA '.
003350            05 WK-DATA-TIT     PIC 9(8).
003360        01  WK-LINHA-SECAO.
003370            05 WK-TEXTO-SECAO  PIC X(60).
003380        01  WK-LINHA-ENTRADA.
003390            05 FILLER          PIC X(06) VALUE 'CONTA '.
003400            05 WK-CHAVE-ENT-REL PIC X(9).
003410            05 FILLER          PIC X(01) VALUE SPACE.
003420            05 WK-CPF-ENT-REL  PIC X(14).
003430            05 FILLER          PIC X(01) VALUE SPACE.
003440            05 WK-ORIGEM-ENT-REL PIC X(28).
003450            05 FILLER          PIC X(01) VALUE SPACE.
003460            05 WK-VALOR-ENT-REL PIC ZZZ.ZZ9,99.
003470            05 FILLER          PIC X(01) VALUE SPACE.
003480            05 WK-MOEDA-ENT-REL PIC X(3).
003490        01  WK-LINHA-RESGATE.
003500            05 FILLER          PIC X(10) VALUE 'PROTOCOLO '.
003510            05 WK-PROTOCOLO-REL PIC 9(10).
003520            05 FILLER          PIC X(01) VALUE SPACE.
003530            05 WK-CPF-RESG-REL PIC X(14).
003540            05 FILLER          PIC X(01) VALUE SPACE.
003550            05 WK-CHAVE-RESG-REL PIC X(9).
003560            05 FILLER          PIC X(01) VALUE SPACE.
003570            05 WK-SITUACAO-RESG-REL PIC X(30).
003580        01  WK-LINHA-PAGTO.
003590            05 FILLER          PIC X(03) VALUE SPACES.
003600            05 FILLER          PIC X(10) VALUE 'TED CONTA '.
003610            05 WK-CHAVE-PAG-REL PIC X(9).
003620            05 FILLER          PIC X(08) VALUE ' DESTINO'.
003630            05 WK-BANCO-PAG-REL PIC 9(3).
003640            05 FILLER          PIC X(01) VALUE '/'.
003650            05 WK-AGENCIA-PAG-REL PIC 9(4).
003660            05 FILLER          PIC X(01) VALUE '/'.
003670            05 WK-CONTA-PAG-REL PIC X(13).
003680            05 FILLER          PIC X(01) VALUE SPACE.
003690            05 WK-VALOR-PAG-REL PIC ZZZ.ZZ9,99.
003700            05 FILLER          PIC X(01) VALUE SPACE.
003710            05 WK-MOEDA-PAG-REL PIC X(3).
003720        01  WK-LINHA-TOTAL.
003730            05 WK-TITULO-TOT   PIC X(30).
003740            05 WK-QTDE-TOT     PIC ZZZ.ZZ9.
003750            05 FILLER          PIC X(01) VALUE SPACE.
003760            05 WK-VALOR-TOT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003770       *
003780        PROCEDURE DIVISION.
003790        000-PRINCIPAL SECTION.
003800        001-PRINCIPAL.
003810            PERFORM 195-GRAVAR-JRNL-INICIO.
003820            PERFORM 101-INICIAR.
003830            PERFORM 201-REGISTRAR-ENTRADA
003840                UNTIL WK-FS-VRENTRA = '10'.
003850            MOVE 'RESGATES DO SVR' TO WK-TEXTO-SECAO.
003860            WRITE REG-RELVR FROM WK-LINHA-SECAO AFTER 2 LINES.
003870            PERFORM 211-TRATAR-RESGATE
003880                UNTIL WK-FS-RESGVR = '10'.
003890            PERFORM 901-FINALIZAR.
003900            PERFORM 196-GRAVAR-JRNL-FIM.
003910            STOP RUN.
003920       ***********************************************************
003930        100-INICIAR SECTION.
003940        101-INICIAR.
003950            INITIALIZE WK-TAB-VALREC.
003960            ACCEPT WK-DATA-DIA        FROM SYSIN.
003970            ACCEPT WK-INST-PEDIDA     FROM SYSIN.
003980            ACCEPT WK-GERAR-REMESSA   FROM SYSIN.
003990            IF WK-DATA-DIA NOT NUMERIC
004000                MOVE ZEROS TO WK-DATA-DIA
004010            END-IF.
004020            IF WK-DATA-DIA = ZEROS
004030                ACCEPT WK-DATA-DIA FROM DATE YYYYMMDD
004040            END-IF.
004050            IF WK-INST-PEDIDA NOT NUMERIC
004060               OR WK-INST-PEDIDA = ZEROS
004070                MOVE 1 TO WK-INST-PEDIDA
004080            END-IF.
004090            ACCEPT WK-HORA-SIST FROM TIME.
004100            PERFORM 190-CARREGAR-CAMBIO.
004110            PERFORM 102-CARREGAR-VALREC.
004120            OPEN INPUT ARQ-CLIENTES.
004130            IF WK-FS-CLIENTES NOT = '00'
004140                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, STATUS '
004150                        WK-FS-CLIENTES
004160                MOVE 12 TO RETURN-CODE
004170                STOP RUN
004180            END-IF.
004190            OPEN INPUT ARQ-CLIDADOS.
004200            IF WK-FS-CLIDADOS NOT = '00'
004210                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, STATUS '
004220                        WK-FS-CLIDADOS
004230                MOVE 12 TO RETURN-CODE
004240                STOP RUN
004250            END-IF.
004260            OPEN INPUT ARQ-VRENTRA.
004270            EVALUATE WK-FS-VRENTRA
004280                WHEN '00'
004290                    PERFORM 302-LER-VRENTRA
004300                WHEN '35'
004310                    MOVE '10' TO WK-FS-VRENTRA
004320                WHEN OTHER
004330                    DISPLAY 'ERRO ' WK-FS-VRENTRA
004340                            ' NO COMANDO OPEN VRENTRA'
004350                    MOVE 12 TO RETURN-CODE
004360                    STOP RUN
004370            END-EVALUATE.
004380            OPEN INPUT ARQ-RESGVR.
004390            EVALUATE WK-FS-RESGVR
004400                WHEN '00'
004410                    PERFORM 303-LER-RESGVR
004420                WHEN '35'
004430                    MOVE '10' TO WK-FS-RESGVR
004440                WHEN OTHER
004450                    DISPLAY 'ERRO ' WK-FS-RESGVR
004460                            ' NO COMANDO OPEN RESGVR'
004470                    MOVE 12 TO RETURN-CODE
004480                    STOP RUN
004490            END-EVALUATE.
004500            OPEN OUTPUT ARQ-LANCAMVR.
004510            IF WK-FS-LANCAMVR NOT = '00'
004520                DISPLAY 'ERRO ' WK-FS-LANCAMVR
004530                        ' NO COMANDO OPEN LANCAMVR'
004540                MOVE 12 TO RETURN-CODE
004550                STOP RUN
004560            END-IF.
004570            OPEN EXTEND ARQ-VRPAGTO.
004580            IF WK-FS-VRPAGTO = '35'
004590                OPEN OUTPUT ARQ-VRPAGTO
004600            END-IF.
004610            IF WK-FS-VRPAGTO NOT = '00'
004620                DISPLAY 'ERRO ' WK-FS-VRPAGTO
004630                        ' NO COMANDO OPEN VRPAGTO'
004640                MOVE 12 TO RETURN-CODE
004650                STOP RUN
004660            END-IF.
004670            OPEN OUTPUT ARQ-RELVR.
004680            IF WK-FS-RELVR NOT = '00'
004690                DISPLAY 'ERRO ' WK-FS-RELVR
004700                        ' NO COMANDO OPEN RELVR'
004710                MOVE 12 TO RETURN-CODE
004720                STOP RUN
004730            END-IF.
004740            MOVE 'H' TO FD-TIPO-REG-LOTE.
004750            MOVE SPACES TO FD-DETALHE-LOTE.
004760            MOVE WK-DATA-DIA TO FD-DATA-CTRL-LOTE.
004770            MOVE ZEROS TO FD-QTDE-CTRL-LOTE.
004780            MOVE ZEROS TO FD-VALOR-CTRL-LOTE.
004790            MOVE WK-INST-PEDIDA TO FD-INST-CTRL-LOTE.
004800            PERFORM 224-GRAVAR-LANCAMVR.
004810            MOVE 'VALORES A RECEBER' TO WK-TEXTO-TIT.
004820            MOVE WK-DATA-DIA TO WK-DATA-TIT.
004830            WRITE REG-RELVR FROM WK-LINHA-TITULO AFTER PAGE.
004840            MOVE 'ENTRADAS NO REGISTRO' TO WK-TEXTO-SECAO.
004850            WRITE REG-RELVR FROM WK-LINHA-SECAO AFTER 2 LINES.
004860       *      SEM VALREC (PRIMEIRA RODADA) O REGISTRO PARTE
004870       *      VAZIO; ITEM PAGO EM RODADA ANTERIOR JA TEVE O
004880       *      TED POSTADO E SAI DO REGISTRO
004890        102-CARREGAR-VALREC.
004900            OPEN INPUT ARQ-VALREC.
004910            EVALUATE WK-FS-VALREC
004920                WHEN '00'
004930                    PERFORM 301-LER-VALREC
004940                    PERFORM 103-REGISTRAR-VALREC
004950                        UNTIL WK-FS-VALREC = '10'
004960                    CLOSE ARQ-VALREC
004970                WHEN '35'
004980                    DISPLAY 'ARQUIVO VALREC NAO ENCONTRADO, '
004990                            'REGISTRO VAZIO'
005000                WHEN OTHER
005010                    DISPLAY 'ERRO ' WK-FS-VALREC
005020                            ' NO COMANDO OPEN VALREC'
005030                    MOVE 12 TO RETURN-CODE
005040                    STOP RUN
005050            END-EVALUATE.
005060        103-REGISTRAR-VALREC.
005070            IF FD-ID-VALREC > WK-ULTIMO-ID
005080                MOVE FD-ID-VALREC TO WK-ULTIMO-ID
005090            END-IF.
005100            IF FD-SITUACAO-VALREC = 'P'
005110               AND FD-DATA-PAGTO-VALREC < WK-DATA-DIA
005120                ADD 1 TO WK-QTD-BAIXADOS
005130            ELSE
005140                PERFORM 104-INCLUIR-ITEM
005150                MOVE REG-VALREC TO WK-VR-DADOS(WK-QTD-VRTAB)
005160            END-IF.
005170            PERFORM 301-LER-VALREC.
005180        104-INCLUIR-ITEM.
005190            IF WK-QTD-VRTAB NOT LESS 9999
005200                DISPLAY 'TABELA DE VALORES A RECEBER CHEIA, '
005210                        'LIMITE 9999'
005220                MOVE 12 TO RETURN-CODE
005230                STOP RUN
005240            END-IF.
005250            ADD 1 TO WK-QTD-VRTAB.
005260       ***********************************************
005270        200-PROCESSAR SECTION.
005280       *      ENTRADA SEM ORIGEM VALIDA OU SEM VALOR E
005290       *      RECUSADA; SEM CPF/CNPJ NO CLIDADOS VALE O DE
005300       *      OUTRO ITEM DA MESMA CONTA E, NA FALTA DELE, O
005310       *      ITEM ENTRA SEM CPF/CNPJ E FICA FORA DA REMESSA
005320        201-REGISTRAR-ENTRADA.
005330            MOVE FD-ORIGEM-VRENTRA TO WK-ORIGEM.
005340            MOVE FD-CHAVE-VRENTRA  TO WK-CHAVE-ENT-REL.
005350            MOVE FD-VALOR-VRENTRA  TO WK-VALOR-ENT-REL.
005360            MOVE FD-MOEDA-VRENTRA  TO WK-MOEDA-ENT-REL.
005370            IF NOT ORIGEM-VALIDA
005380               OR FD-VALOR-VRENTRA NOT NUMERIC
005390               OR FD-VALOR-VRENTRA = ZEROS
005400                ADD 1 TO WK-QTD-ENT-RECUSADAS
005410                MOVE SPACES TO WK-CPF-ENT-REL
005420                MOVE 'RECUSADA: ORIGEM OU VALOR'
005430                    TO WK-ORIGEM-ENT-REL
005440            ELSE
005450                PERFORM 104-INCLUIR-ITEM
005460                ADD 1 TO WK-QTD-ENTRADAS
005470                ADD 1 TO WK-ULTIMO-ID
005480                MOVE WK-ULTIMO-ID
005490                    TO WK-VR-ID(WK-QTD-VRTAB)
005500                MOVE FD-CHAVE-VRENTRA
005510                    TO WK-VR-CHAVE(WK-QTD-VRTAB)
005520                MOVE FD-ORIGEM-VRENTRA
005530                    TO WK-VR-ORIGEM(WK-QTD-VRTAB)
005540                MOVE FD-VALOR-VRENTRA
005550                    TO WK-VR-VALOR(WK-QTD-VRTAB)
005560                MOVE FD-MOEDA-VRENTRA
005570                    TO WK-VR-MOEDA(WK-QTD-VRTAB)
005580                MOVE FD-DATA-VRENTRA
005590                    TO WK-VR-DATA(WK-QTD-VRTAB)
005600                MOVE 'A' TO WK-VR-SITUACAO(WK-QTD-VRTAB)
005610                MOVE ZEROS TO WK-VR-DATA-PAGTO(WK-QTD-VRTAB)
005620                MOVE ZEROS TO WK-VR-PROTOCOLO(WK-QTD-VRTAB)
005630                PERFORM 202-APURAR-TITULAR
005640                MOVE WK-VR-CPFCNPJ(WK-QTD-VRTAB)
005650                    TO WK-CPF-ENT-REL
005660                MOVE ORIGEM-DESCR(WK-ORIGEM) TO WK-ORIGEM-ENT-REL
005670            END-IF.
005680            WRITE REG-RELVR FROM WK-LINHA-ENTRADA.
005690            PERFORM 302-LER-VRENTRA.
005700        202-APURAR-TITULAR.
005710            MOVE SPACES TO WK-VR-CPFCNPJ(WK-QTD-VRTAB).
005720            MOVE SPACE  TO WK-VR-TIPO-DOC(WK-QTD-VRTAB).
005730            MOVE FD-CHAVE-VRENTRA TO FD-CHAVE-CLIDADOS.
005740            READ ARQ-CLIDADOS
005750                INVALID KEY
005760                    CONTINUE
005770                NOT INVALID KEY
005780                    MOVE FD-CPFCNPJ-CLIDADOS
005790                        TO WK-VR-CPFCNPJ(WK-QTD-VRTAB)
005800                    MOVE FD-TIPO-DOC-CLIDADOS
005810                        TO WK-VR-TIPO-DOC(WK-QTD-VRTAB)
005820            END-READ.
005830            IF WK-VR-CPFCNPJ(WK-QTD-VRTAB) = SPACES
005840                MOVE ZEROS TO WK-IDX-VR-ACH
005850                PERFORM 203-PROCURAR-MESMA-CONTA
005860                    VARYING WK-IDX-VR FROM 1 BY 1
005870                    UNTIL WK-IDX-VR NOT LESS WK-QTD-VRTAB
005880                       OR WK-IDX-VR-ACH > ZEROS
005890                IF WK-IDX-VR-ACH > ZEROS
005900                    MOVE WK-VR-CPFCNPJ(WK-IDX-VR-ACH)
005910                        TO WK-VR-CPFCNPJ(WK-QTD-VRTAB)
005920                    MOVE WK-VR-TIPO-DOC(WK-IDX-VR-ACH)
005930                        TO WK-VR-TIPO-DOC(WK-QTD-VRTAB)
005940                ELSE
005950                    ADD 1 TO WK-QTD-SEM-CPF
005960                END-IF
005970            END-IF.
005980        203-PROCURAR-MESMA-CONTA.
005990            IF WK-VR-CHAVE(WK-IDX-VR) = FD-CHAVE-VRENTRA
006000               AND WK-VR-CPFCNPJ(WK-IDX-VR) NOT = SPACES
006010                MOVE WK-IDX-VR TO WK-IDX-VR-ACH
006020            END-IF.
006030       *      RESGATE: TODOS OS VALORES EM ABERTO DO CPF/CNPJ
006040       *      SAEM JUNTOS, UM TED POR CONTA DE ORIGEM
006050        211-TRATAR-RESGATE.
006060            ADD 1 TO WK-QTD-RESG-LIDOS.
006070            MOVE FD-PROTOCOLO-RESG TO WK-PROTOCOLO-REL.
006080            MOVE FD-CPFCNPJ-RESG   TO WK-CPF-RESG-REL.
006090            MOVE SPACES            TO WK-CHAVE-RESG-REL.
006100            MOVE SPACES TO WK-MOTIVO-RESG.
006110            MOVE ZEROS TO WK-QTD-ITENS-CPF.
006120            MOVE ZEROS TO WK-QTD-PAGOS-RESG.
006130            PERFORM 212-CONTAR-ITEM-CPF
006140                VARYING WK-IDX-VR FROM 1 BY 1
006150                UNTIL WK-IDX-VR > WK-QTD-VRTAB.
006160            EVALUATE TRUE
006170                WHEN FD-CPFCNPJ-RESG = SPACES
006180                    MOVE 'CPF/CNPJ NAO INFORMADO'
006190                        TO WK-MOTIVO-RESG
006200                WHEN FD-BANCO-RESG NOT NUMERIC
006210                  OR FD-BANCO-RESG = ZEROS
006220                  OR FD-AGENCIA-RESG NOT NUMERIC
006230                  OR FD-CONTA-RESG = SPACES
006240                  OR NOT CONTA-DESTINO-VALIDA
006250                    MOVE 'CONTA DE DESTINO INVALIDA'
006260                        TO WK-MOTIVO-RESG
006270                WHEN WK-QTD-ITENS-CPF = ZEROS
006280                    MOVE 'CPF/CNPJ SEM VALORES A RECEBER'
006290                        TO WK-MOTIVO-RESG
006300            END-EVALUATE.
006310            IF WK-MOTIVO-RESG NOT = SPACES
006320                ADD 1 TO WK-QTD-RESG-RECUSADOS
006330                MOVE WK-MOTIVO-RESG TO WK-SITUACAO-RESG-REL
006340                WRITE REG-RELVR FROM WK-LINHA-RESGATE
006350            ELSE
006360                MOVE 'VALORES A PAGAR POR TED'
006370                    TO WK-SITUACAO-RESG-REL
006380                WRITE REG-RELVR FROM WK-LINHA-RESGATE
006390                PERFORM 213-PAGAR-CONTA
006400                    VARYING WK-IDX-VR FROM 1 BY 1
006410                    UNTIL WK-IDX-VR > WK-QTD-VRTAB
006420                IF WK-QTD-PAGOS-RESG > ZEROS
006430                    ADD 1 TO WK-QTD-RESG-PAGOS
006440                ELSE
006450                    ADD 1 TO WK-QTD-RESG-RECUSADOS
006460                END-IF
006470            END-IF.
006480            PERFORM 303-LER-RESGVR.
006490       *      A MARCA SEPARA AS CONTAS JA TRATADAS NESTE
006500       *      RESGATE
006510        212-CONTAR-ITEM-CPF.
006520            MOVE 'N' TO WK-VR-MARCA(WK-IDX-VR).
006530            IF VR-EM-ABERTO(WK-IDX-VR)
006540               AND WK-VR-CPFCNPJ(WK-IDX-VR) = FD-CPFCNPJ-RESG
006550                ADD 1 TO WK-QTD-ITENS-CPF
006560            END-IF.
006570       *      O TED DEBITA O SALDO INTEIRO DA CONTA ENCERRADA
006580       *      (UNICO DEBITO ACEITO PELO EAD95809): SALDO QUE
006590       *      NAO BATE COM O REGISTRO ESPERA O EAD95866
006600       *      REGISTRAR A DIFERENCA E O RESGATE VOLTA DEPOIS
006610        213-PAGAR-CONTA.
006620            IF VR-EM-ABERTO(WK-IDX-VR)
006630               AND WK-VR-MARCA(WK-IDX-VR) = 'N'
006640               AND WK-VR-CPFCNPJ(WK-IDX-VR) = FD-CPFCNPJ-RESG
006650                MOVE WK-VR-CHAVE(WK-IDX-VR) TO WK-CHAVE-PAGTO
006660                MOVE WK-VR-MOEDA(WK-IDX-VR) TO WK-MOEDA-PAGTO
006670                MOVE ZEROS TO WK-VALOR-PAGTO
006680                PERFORM 214-SOMAR-CONTA
006690                    VARYING WK-IDX-VR2 FROM WK-IDX-VR BY 1
006700                    UNTIL WK-IDX-VR2 > WK-QTD-VRTAB
006710                MOVE WK-CHAVE-PAGTO TO WK-CHAVE-RESG-REL
006720                MOVE WK-CHAVE-PAGTO TO FD-CHAVE-CLIENTES
006730                READ ARQ-CLIENTES
006740                    INVALID KEY
006750                        MOVE 'CONTA DE ORIGEM NAO CADASTRADA'
006760                            TO WK-MOTIVO-RESG
006770                    NOT INVALID KEY
006780                        IF FD-SALDO-CLIENTES NOT = WK-VALOR-PAGTO
006790                            MOVE 'SALDO DA CONTA DIFERE DO VALOR'
006800                                TO WK-MOTIVO-RESG
006810                        ELSE
006820                            PERFORM 215-GERAR-TED-RESGATE
006830                        END-IF
006840                END-READ
006850                IF WK-MOTIVO-RESG NOT = SPACES
006860                    MOVE WK-MOTIVO-RESG TO WK-SITUACAO-RESG-REL
006870                    WRITE REG-RELVR FROM WK-LINHA-RESGATE
006880                    MOVE SPACES TO WK-MOTIVO-RESG
006890                END-IF
006900            END-IF.
006910        214-SOMAR-CONTA.
006920            IF VR-EM-ABERTO(WK-IDX-VR2)
006930               AND WK-VR-CHAVE(WK-IDX-VR2) = WK-CHAVE-PAGTO
006940               AND WK-VR-CPFCNPJ(WK-IDX-VR2) = FD-CPFCNPJ-RESG
006950                ADD WK-VR-VALOR(WK-IDX-VR2) TO WK-VALOR-PAGTO
006960                MOVE 'S' TO WK-VR-MARCA(WK-IDX-VR2)
006970            END-IF.
006980        215-GERAR-TED-RESGATE.
006990            ADD 1 TO WK-QTD-PAGOS-RESG.
007000            ADD 1 TO WK-DOC-SEQ.
007010            MOVE 'D' TO FD-TIPO-REG-LOTE.
007020            MOVE WK-CHAVE-PAGTO     TO FD-CHAVE-LOTE.
007030            MOVE FD-DIGITO-CLIENTES TO FD-DIGITO-LOTE.
007040            MOVE WK-DOC-SEQ         TO FD-DOC-LOTE.
007050            MOVE 'T'                TO FD-TIPO-LOTE.
007060            MOVE WK-VALOR-PAGTO     TO FD-VALOR-LOTE.
007070            MOVE WK-MOEDA-PAGTO     TO FD-MOEDA-LOTE.
007080            MOVE WK-DATA-DIA        TO FD-DATA-LOTE.
007090            MOVE SPACES             TO FD-CONTRA-LOTE.
007100            MOVE WK-HORA-SIST       TO FD-HORA-LOTE.
007110            MOVE WK-DOC-SEQ         TO FD-SEQ-LOTE.
007120            MOVE WK-MOEDA-PAGTO TO WK-MOEDA-PROCURA.
007130            PERFORM 193-CONVERTER-VALOR.
007140            PERFORM 224-GRAVAR-LANCAMVR.
007150            ADD 1 TO WK-QTD-TED.
007160            ADD WK-VALOR-BRL TO WK-TOT-TED.
007170            MOVE WK-CHAVE-PAGTO      TO FD-CHAVE-PAG.
007180            MOVE WK-DOC-SEQ          TO FD-DOC-PAG.
007190            MOVE WK-VALOR-PAGTO      TO FD-VALOR-PAG.
007200            MOVE WK-MOEDA-PAGTO      TO FD-MOEDA-PAG.
007210            MOVE WK-DATA-DIA         TO FD-DATA-PAG.
007220            MOVE FD-PROTOCOLO-RESG   TO FD-PROTOCOLO-PAG.
007230            MOVE FD-CPFCNPJ-RESG     TO FD-CPFCNPJ-PAG.
007240            MOVE FD-BANCO-RESG       TO FD-BANCO-PAG.
007250            MOVE FD-AGENCIA-RESG     TO FD-AGENCIA-PAG.
007260            MOVE FD-CONTA-RESG       TO FD-CONTA-PAG.
007270            MOVE FD-TIPO-CONTA-RESG  TO FD-TIPO-CONTA-PAG.
007280            WRITE REG-VRPAGTO.
007290            IF WK-FS-VRPAGTO NOT = '00'
007300                DISPLAY 'ERRO ' WK-FS-VRPAGTO
007310                        ' NO COMANDO WRITE VRPAGTO'
007320                MOVE 12 TO RETURN-CODE
007330                STOP RUN
007340            END-IF.
007350            PERFORM 216-BAIXAR-ITEM
007360                VARYING WK-IDX-VR2 FROM WK-IDX-VR BY 1
007370                UNTIL WK-IDX-VR2 > WK-QTD-VRTAB.
007380            MOVE WK-CHAVE-PAGTO   TO WK-CHAVE-PAG-REL.
007390            MOVE FD-BANCO-RESG    TO WK-BANCO-PAG-REL.
007400            MOVE FD-AGENCIA-RESG  TO WK-AGENCIA-PAG-REL.
007410            MOVE FD-CONTA-RESG    TO WK-CONTA-PAG-REL.
007420            MOVE WK-VALOR-PAGTO   TO WK-VALOR-PAG-REL.
007430            MOVE WK-MOEDA-PAGTO   TO WK-MOEDA-PAG-REL.
007440            WRITE REG-RELVR FROM WK-LINHA-PAGTO.
007450        216-BAIXAR-ITEM.
007460            IF VR-EM-ABERTO(WK-IDX-VR2)
007470               AND WK-VR-CHAVE(WK-IDX-VR2) = WK-CHAVE-PAGTO
007480               AND WK-VR-CPFCNPJ(WK-IDX-VR2) = FD-CPFCNPJ-RESG
007490                MOVE 'P' TO WK-VR-SITUACAO(WK-IDX-VR2)
007500                MOVE WK-DATA-DIA TO WK-VR-DATA-PAGTO(WK-IDX-VR2)
007510                MOVE FD-PROTOCOLO-RESG
007520                    TO WK-VR-PROTOCOLO(WK-IDX-VR2)
007530            END-IF.
007540        224-GRAVAR-LANCAMVR.
007541            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMVR.
007550            WRITE REG-LANCAMVR.
007560            IF WK-FS-LANCAMVR NOT = '00'
007570                DISPLAY 'ERRO ' WK-FS-LANCAMVR
007580                        ' NO COMANDO WRITE LANCAMVR'
007590                MOVE 12 TO RETURN-CODE
007600                STOP RUN
007610            END-IF.
007620       *      O TOTAL DO TRAILER DO LOTE E A REMESSA AO SVR
007630       *      SAO EM BRL, COM AS TAXAS DO CAMBIO
007640        193-CONVERTER-VALOR.
007650            PERFORM 197-PROCURAR-MOEDA.
007660            COMPUTE WK-VALOR-BRL ROUNDED =
007670                FD-VALOR-LOTE * TAXA-MOEDA(WK-IDX-MOEDA).
007680        197-PROCURAR-MOEDA.
007690            PERFORM 198-PASSAR-MOEDA
007700                VARYING WK-IDX-MOEDA FROM 1 BY 1
007710                UNTIL WK-IDX-MOEDA > 3
007720                   OR MOEDA-COD(WK-IDX-MOEDA) = WK-MOEDA-PROCURA.
007730            IF WK-IDX-MOEDA > 3
007740                MOVE 1 TO WK-IDX-MOEDA
007750            END-IF.
007760        198-PASSAR-MOEDA.
007770            CONTINUE.
007780        190-CARREGAR-CAMBIO.
007790            MOVE WK-DATA-DIA TO WK-DATA-CAMBIO-REF.
007800            OPEN INPUT ARQ-CAMBIO.
007810            EVALUATE WK-FS-CAMBIO
007820                WHEN '00'
007830                    PERFORM 191-LER-CAMBIO
007840                    PERFORM 192-APLICAR-TAXA-CAMBIO
007850                        UNTIL WK-FS-CAMBIO = '10'
007860                    CLOSE ARQ-CAMBIO
007870                WHEN OTHER
007880                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
007890                            'OU COM ERRO ' WK-FS-CAMBIO
007900                    MOVE 12 TO RETURN-CODE
007910                    STOP RUN
007920            END-EVALUATE.
007930            IF TAXA-MOEDA(1) = ZEROS
007940                MOVE 1 TO TAXA-MOEDA(1)
007950            END-IF.
007960            PERFORM 188-CONFERIR-TAXA
007970                VARYING WK-IDX-MOEDA FROM 2 BY 1
007980                UNTIL WK-IDX-MOEDA > 3.
007990        188-CONFERIR-TAXA.
008000            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
008010                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
008020                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
008030                        ' NA DATA ' WK-DATA-CAMBIO-REF
008040                MOVE 12 TO RETURN-CODE
008050                STOP RUN
008060            END-IF.
008070        191-LER-CAMBIO.
008080            READ ARQ-CAMBIO.
008090            EVALUATE WK-FS-CAMBIO
008100                WHEN '00'
008110                    CONTINUE
008120                WHEN '10'
008130                    CONTINUE
008140                WHEN OTHER
008150                    DISPLAY 'ERRO ' WK-FS-CAMBIO
008160                            ' NO COMANDO READ CAMBIO'
008170                    MOVE 12 TO RETURN-CODE
008180                    STOP RUN
008190            END-EVALUATE.
008200        192-APLICAR-TAXA-CAMBIO.
008210            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
008220                PERFORM 189-GUARDAR-TAXA
008230                    VARYING WK-IDX-MOEDA FROM 1 BY 1
008240                    UNTIL WK-IDX-MOEDA > 3
008250            END-IF.
008260            PERFORM 191-LER-CAMBIO.
008270        189-GUARDAR-TAXA.
008280            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
008290               AND FD-DATA-CAMBIO NOT LESS
008300                   WK-DATA-TAXA(WK-IDX-MOEDA)
008310                MOVE FD-TAXA-CAMBIO
008320                    TO TAXA-MOEDA(WK-IDX-MOEDA)
008330                MOVE FD-DATA-CAMBIO
008340                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
008350            END-IF.
008360       ***********************************************
008370        300-LEITURAS SECTION.
008380        301-LER-VALREC.
008390            READ ARQ-VALREC.
008400            EVALUATE WK-FS-VALREC
008410                WHEN '00'
008420                    CONTINUE
008430                WHEN '10'
008440                    CONTINUE
008450                WHEN OTHER
008460                    DISPLAY 'ERRO ' WK-FS-VALREC
008470                            ' NO COMANDO READ VALREC'
008480                    MOVE 12 TO RETURN-CODE
008490                    STOP RUN
008500            END-EVALUATE.
008510        302-LER-VRENTRA.
008520            READ ARQ-VRENTRA.
008530            EVALUATE WK-FS-VRENTRA
008540                WHEN '00'
008550                    CONTINUE
008560                WHEN '10'
008570                    CONTINUE
008580                WHEN OTHER
008590                    DISPLAY 'ERRO ' WK-FS-VRENTRA
008600                            ' NO COMANDO READ VRENTRA'
008610                    MOVE 12 TO RETURN-CODE
008620                    STOP RUN
008630            END-EVALUATE.
008640        303-LER-RESGVR.
008650            READ ARQ-RESGVR.
008660            EVALUATE WK-FS-RESGVR
008670                WHEN '00'
008680                    CONTINUE
008690                WHEN '10'
008700                    CONTINUE
008710                WHEN OTHER
008720                    DISPLAY 'ERRO ' WK-FS-RESGVR
008730                            ' NO COMANDO READ RESGVR'
008740                    MOVE 12 TO RETURN-CODE
008750                    STOP RUN
008760            END-EVALUATE.
008770       ***********************************************
008780        195-GRAVAR-JRNL-INICIO.
008790            MOVE 'I' TO JRL-TIPO.
008800            MOVE ZEROS TO JRL-QTD-LIDOS.
008810            MOVE ZEROS TO JRL-QTD-GRAVADOS.
008820            MOVE ZEROS TO JRL-QTD-REJEITADOS.
008830            MOVE ZEROS TO JRL-RETORNO.
008831            MOVE 'EAD95939' TO LK-PROGRAMA-COM.
008832            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
008833            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008840            PERFORM 194-GRAVAR-RUNJRNL.
008850        196-GRAVAR-JRNL-FIM.
008860            MOVE 'F' TO JRL-TIPO.
008870            COMPUTE JRL-QTD-LIDOS =
008880                WK-QTD-ENTRADAS + WK-QTD-ENT-RECUSADAS
008890                + WK-QTD-RESG-LIDOS.
008900            MOVE WK-QTD-GRAVADOS TO JRL-QTD-GRAVADOS.
008910            COMPUTE JRL-QTD-REJEITADOS =
008920                WK-QTD-ENT-RECUSADAS + WK-QTD-RESG-RECUSADOS.
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
009060            MOVE 'EAD95939' TO JRL-PROGRAMA.
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
009190       *      O VRENTRA SO E ESVAZIADO DEPOIS DE TODO O
009200       *      REGISTRO GRAVADO NO VALRECN
009210        901-FINALIZAR.
009220            CLOSE ARQ-VRENTRA.
009230            CLOSE ARQ-RESGVR.
009240            CLOSE ARQ-CLIENTES.
009250            CLOSE ARQ-CLIDADOS.
009260            CLOSE ARQ-VRPAGTO.
009270            MOVE 'T' TO FD-TIPO-REG-LOTE.
009280            MOVE SPACES TO FD-DETALHE-LOTE.
009290            MOVE WK-DATA-DIA TO FD-DATA-CTRL-LOTE.
009300            MOVE WK-QTD-TED TO FD-QTDE-CTRL-LOTE.
009310            MOVE WK-TOT-TED TO FD-VALOR-CTRL-LOTE.
009320            MOVE WK-INST-PEDIDA TO FD-INST-CTRL-LOTE.
009330            PERFORM 224-GRAVAR-LANCAMVR.
009340            CLOSE ARQ-LANCAMVR.
009350            OPEN OUTPUT ARQ-VALRECN.
009360            IF WK-FS-VALRECN NOT = '00'
009370                DISPLAY 'ERRO ' WK-FS-VALRECN
009380                    ' NO COMANDO OPEN VALRECN'
009390                MOVE 12 TO RETURN-CODE
009400                STOP RUN
009410            END-IF.
009420            IF GERAR-REMESSA
009430                PERFORM 903-ABRIR-SVRREM
009440            END-IF.
009450            PERFORM 902-GRAVAR-ITEM
009460                VARYING WK-IDX-VR FROM 1 BY 1
009470                UNTIL WK-IDX-VR > WK-QTD-VRTAB.
009480            CLOSE ARQ-VALRECN.
009490            IF GERAR-REMESSA
009500                MOVE SPACES TO REG-SVRREM
009510                MOVE '9' TO FD-TIPO-REG-SVR
009520                MOVE WK-QTD-SVR TO FD-QTDE-TRL-SVR
009530                MOVE WK-TOT-SVR TO FD-TOTAL-TRL-SVR
009540                PERFORM 905-GRAVAR-SVRREM
009550                CLOSE ARQ-SVRREM
009560            END-IF.
009570            OPEN OUTPUT ARQ-VRENTRA.
009580            IF WK-FS-VRENTRA NOT = '00'
009590                DISPLAY 'ERRO ' WK-FS-VRENTRA
009600                        ' NO COMANDO OPEN VRENTRA'
009610                MOVE 12 TO RETURN-CODE
009620                STOP RUN
009630            END-IF.
009640            CLOSE ARQ-VRENTRA.
009650            PERFORM 906-GRAVAR-TOTAIS.
009660            CLOSE ARQ-RELVR.
009670            DISPLAY 'ENTRADAS REGISTRADAS : ' WK-QTD-ENTRADAS.
009680            DISPLAY 'ENTRADAS RECUSADAS   : '
009690                    WK-QTD-ENT-RECUSADAS.
009700            DISPLAY 'ITENS SEM CPF/CNPJ   : ' WK-QTD-SEM-CPF.
009710            DISPLAY 'RESGATES LIDOS       : ' WK-QTD-RESG-LIDOS.
009720            DISPLAY 'RESGATES PAGOS       : ' WK-QTD-RESG-PAGOS.
009730            DISPLAY 'RESGATES RECUSADOS   : '
009740                    WK-QTD-RESG-RECUSADOS.
009750            DISPLAY 'TEDS DE RESGATE      : ' WK-QTD-TED.
009760            DISPLAY 'ITENS BAIXADOS       : ' WK-QTD-BAIXADOS.
009770            DISPLAY 'ITENS NA REMESSA SVR : ' WK-QTD-SVR.
009780            IF WK-QTD-ENT-RECUSADAS > ZEROS
009790               OR WK-QTD-RESG-RECUSADOS > ZEROS
009800               OR WK-QTD-SEM-CPF > ZEROS
009810                MOVE 4 TO RETURN-CODE
009820            END-IF.
009830        902-GRAVAR-ITEM.
009840            WRITE REG-VALRECN FROM WK-VR-DADOS(WK-IDX-VR).
009850            IF WK-FS-VALRECN NOT = '00'
009860                DISPLAY 'ERRO ' WK-FS-VALRECN
009870                        ' NO COMANDO WRITE VALRECN'
009880                MOVE 12 TO RETURN-CODE
009890                STOP RUN
009900            END-IF.
009910            ADD 1 TO WK-QTD-GRAVADOS.
009920            IF GERAR-REMESSA
009930               AND VR-EM-ABERTO(WK-IDX-VR)
009940               AND WK-VR-CPFCNPJ(WK-IDX-VR) NOT = SPACES
009950                PERFORM 904-GRAVAR-DETALHE-SVR
009960            END-IF.
009970        903-ABRIR-SVRREM.
009980            OPEN OUTPUT ARQ-SVRREM.
009990            IF WK-FS-SVRREM NOT = '00'
010000                DISPLAY 'ERRO ' WK-FS-SVRREM
010010                        ' NO COMANDO OPEN SVRREM'
010020                MOVE 12 TO RETURN-CODE
010030                STOP RUN
010040            END-IF.
010050            MOVE SPACES TO REG-SVRREM.
010060            MOVE '0' TO FD-TIPO-REG-SVR.
010070            MOVE '001' TO FD-BANCO-HDR-SVR.
010080            MOVE WK-DATA-DIA TO FD-DATA-HDR-SVR.
010090            PERFORM 905-GRAVAR-SVRREM.
010100        904-GRAVAR-DETALHE-SVR.
010110            MOVE WK-VR-MOEDA(WK-IDX-VR) TO WK-MOEDA-PROCURA.
010120            PERFORM 197-PROCURAR-MOEDA.
010130            COMPUTE WK-VALOR-BRL ROUNDED =
010140                WK-VR-VALOR(WK-IDX-VR) * TAXA-MOEDA(WK-IDX-MOEDA).
010150            MOVE SPACES TO REG-SVRREM.
010160            MOVE '1' TO FD-TIPO-REG-SVR.
010170            MOVE WK-VR-ID(WK-IDX-VR)       TO FD-ID-SVR.
010180            MOVE WK-VR-CPFCNPJ(WK-IDX-VR)  TO FD-CPFCNPJ-SVR.
010190            MOVE WK-VR-TIPO-DOC(WK-IDX-VR) TO FD-TIPO-DOC-SVR.
010200            MOVE WK-VR-ORIGEM(WK-IDX-VR)   TO FD-ORIGEM-SVR.
010210            MOVE WK-VALOR-BRL              TO FD-VALOR-SVR.
010220            MOVE WK-VR-DATA(WK-IDX-VR)     TO FD-DATA-SVR.
010230            PERFORM 905-GRAVAR-SVRREM.
010240            ADD 1 TO WK-QTD-SVR.
010250            ADD WK-VALOR-BRL TO WK-TOT-SVR.
010260        905-GRAVAR-SVRREM.
010270            WRITE REG-SVRREM.
010280            IF WK-FS-SVRREM NOT = '00'
010290                DISPLAY 'ERRO ' WK-FS-SVRREM
010300                        ' NO COMANDO WRITE SVRREM'
010310                MOVE 12 TO RETURN-CODE
010320                STOP RUN
010330            END-IF.
010340        906-GRAVAR-TOTAIS.
010350            MOVE 'RESUMO' TO WK-TEXTO-SECAO.
010360            WRITE REG-RELVR FROM WK-LINHA-SECAO AFTER 2 LINES.
010370            MOVE 'ENTRADAS REGISTRADAS' TO WK-TITULO-TOT.
010380            MOVE WK-QTD-ENTRADAS TO WK-QTDE-TOT.
010390            MOVE ZEROS TO WK-VALOR-TOT.
010400            WRITE REG-RELVR FROM WK-LINHA-TOTAL.
010410            MOVE 'ENTRADAS RECUSADAS' TO WK-TITULO-TOT.
010420            MOVE WK-QTD-ENT-RECUSADAS TO WK-QTDE-TOT.
010430            WRITE REG-RELVR FROM WK-LINHA-TOTAL.
010440            MOVE 'ITENS SEM CPF/CNPJ' TO WK-TITULO-TOT.
010450            MOVE WK-QTD-SEM-CPF TO WK-QTDE-TOT.
010460            WRITE REG-RELVR FROM WK-LINHA-TOTAL.
010470            MOVE 'RESGATES PAGOS' TO WK-TITULO-TOT.
010480            MOVE WK-QTD-RESG-PAGOS TO WK-QTDE-TOT.
010490            WRITE REG-RELVR FROM WK-LINHA-TOTAL.
010500            MOVE 'RESGATES RECUSADOS' TO WK-TITULO-TOT.
010510            MOVE WK-QTD-RESG-RECUSADOS TO WK-QTDE-TOT.
010520            WRITE REG-RELVR FROM WK-LINHA-TOTAL.
010530            MOVE 'TEDS DE RESGATE (BRL)' TO WK-TITULO-TOT.
010540            MOVE WK-QTD-TED TO WK-QTDE-TOT.
010550            MOVE WK-TOT-TED TO WK-VALOR-TOT.
010560            WRITE REG-RELVR FROM WK-LINHA-TOTAL.
010570            MOVE 'ITENS PAGOS BAIXADOS' TO WK-TITULO-TOT.
010580            MOVE WK-QTD-BAIXADOS TO WK-QTDE-TOT.
010590            MOVE ZEROS TO WK-VALOR-TOT.
010600            WRITE REG-RELVR FROM WK-LINHA-TOTAL.
010610            MOVE 'EM ABERTO NA REMESSA (BRL)' TO WK-TITULO-TOT.
010620            MOVE WK-QTD-SVR TO WK-QTDE-TOT.
010630            MOVE WK-TOT-SVR TO WK-VALOR-TOT.
010640            WRITE REG-RELVR FROM WK-LINHA-TOTAL.
