000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95901.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   PAGAMENTO DE TITULOS E TRIBUTOS DE OUTROS    *
000170       *   BANCOS PELOS CLIENTES                        *
000180       *                                                *
000190       *   FUNCAO 'P' = PAGAMENTO: CONFERE OS DIGITOS   *
000200       *   DO CODIGO DE BARRAS OU LINHA DIGITAVEL       *
000210       *   (MODULO 10 E 11), O VENCIMENTO E O VALOR,    *
000220       *   DEBITA O PAGADOR COM TIPO 'P' PELO LOTE      *
000230       *   LANCAMPT E GERA O ARQUIVO DE COMPENSACAO     *
000240       *   PAGCOMP COM ENVELOPE H/T REGISTRADO NO       *
000250       *   XMITREG (CONFERIDO PELO EAD95862)            *
000260       *                                                *
000270       *   FUNCAO 'R' = RETORNO DO DIA SEGUINTE: OS     *
000280       *   PAGAMENTOS RECUSADOS PELO BANCO RECEBEDOR    *
000290       *   (RETPAG) SAO DEVOLVIDOS AO PAGADOR           *
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
000400            SELECT ARQ-PAGTIT   ASSIGN TO PAGTIT
000410                FILE STATUS IS WK-FS-PAGTIT.
000420            SELECT ARQ-RETPAG   ASSIGN TO RETPAG
000430                FILE STATUS IS WK-FS-RETPAG.
000440            SELECT ARQ-PAGREG   ASSIGN TO PAGREG
000450                ORGANIZATION IS INDEXED
000460                ACCESS MODE IS DYNAMIC
000470                RECORD KEY IS FD-CHAVE-REG-PAGREG
000480                FILE STATUS IS WK-FS-PAGREG.
000490            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000500                ORGANIZATION IS INDEXED
000510                ACCESS MODE IS DYNAMIC
000520                RECORD KEY IS FD-CHAVE-CLIENTES
000530                FILE STATUS IS WK-FS-CLIENTES.
000540            SELECT ARQ-BLOQJUD  ASSIGN TO BLOQJUD
000550                ORGANIZATION IS INDEXED
000560                ACCESS MODE IS SEQUENTIAL
000570                RECORD KEY IS FD-CHAVE-REG-BLOQJUD
000580                FILE STATUS IS WK-FS-BLOQJUD.
000590            SELECT ARQ-CHQDEP   ASSIGN TO CHQDEP
000600                ORGANIZATION IS INDEXED
000610                ACCESS MODE IS SEQUENTIAL
000620                RECORD KEY IS FD-CHAVE-REG-CHQDEP
000630                FILE STATUS IS WK-FS-CHQDEP.
000640            SELECT ARQ-LANCAMPT ASSIGN TO LANCAMPT
000650                FILE STATUS IS WK-FS-LANCAMPT.
000660            SELECT ARQ-PAGCOMP  ASSIGN TO PAGCOMP
000670                FILE STATUS IS WK-FS-PAGCOMP.
000680            SELECT ARQ-XMITREG  ASSIGN TO XMITREG
000690                FILE STATUS IS WK-FS-XMITREG.
000700            SELECT ARQ-RELPAG   ASSIGN TO RELPAG
000710                FILE STATUS IS WK-FS-RELPAG.
000720       *
000730        DATA DIVISION.
000740        FILE SECTION.
000750        FD   ARQ-PAGTIT
000760             RECORDING MODE IS F.
000770        01  REG-PAGTIT.
000780            05 FD-CHAVE-PAGTIT     PIC X(9).
000790            05 FD-CODIGO-PAGTIT    PIC X(48).
000800            05 FD-VALOR-PAGTIT     PIC 9(6)V99.
000810            05 FD-DATA-VENC-PAGTIT PIC 9(8).
000820        FD   ARQ-RETPAG
000830             RECORDING MODE IS F.
000840        01  REG-RETPAG.
000850            05 FD-DATA-PAG-RETPAG  PIC 9(8).
000860            05 FD-NSU-RETPAG       PIC 9(6).
000870            05 FD-MOTIVO-RETPAG    PIC XX.
000880        FD   ARQ-PAGREG
000890             RECORDING MODE IS F.
000900        01  REG-PAGREG.
000910            05 FD-CHAVE-REG-PAGREG.
000920                10 FD-DATA-PAG-PAGREG  PIC 9(8).
000930                10 FD-NSU-PAGREG       PIC 9(6).
000940            05 FD-CHAVE-PAGREG     PIC X(9).
000950            05 FD-BARRAS-PAGREG    PIC X(44).
000960            05 FD-VALOR-PAGREG     PIC 9(6)V99.
000970            05 FD-DOC-PAGREG       PIC 9(4).
000980            05 FD-SITUACAO-PAGREG  PIC X.
000990                88 PAGTO-ENVIADO       VALUE 'E'.
001000                88 PAGTO-DEVOLVIDO     VALUE 'D'.
001010            05 FD-MOTIVO-DEV-PAGREG PIC XX.
001020            05 FD-DATA-DEV-PAGREG  PIC 9(8).
001030        FD   ARQ-CLIENTES
001040             RECORDING MODE IS F.
001050        01  REG-CLIENTES.
001060            05 FD-CHAVE-CLIENTES.
001070                10 FD-AGENCIA-CLIENTES     PIC X(4).
001080                10 FD-CONTA-CLIENTES       PIC 9(5).
001090            05 FD-DIGITO-CLIENTES      PIC X.
001100            05 FD-NOME-CLIENTES        PIC A(20).
001110            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001120            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001130            05 FD-MOEDA-CLIENTES       PIC X(3).
001140            05 FD-SITUACAO-CLIENTES    PIC X.
001150                88 CONTA-ATIVA            VALUE 'A' ' '.
001160                88 CONTA-BLOQUEADA        VALUE 'B'.
001170                88 CONTA-ENCERRADA        VALUE 'E'.
001180        FD   ARQ-BLOQJUD
001190             RECORDING MODE IS F.
001200        01  REG-BLOQJUD.
001210            05 FD-CHAVE-REG-BLOQJUD.
001220                10 FD-CHAVE-BLOQJUD    PIC X(9).
001230                10 FD-PROCESSO-BLOQJUD PIC X(15).
001240            05 FD-VALOR-BLOQJUD    PIC 9(6)V99.
001250            05 FD-DATA-INI-BLOQJUD PIC 9(8).
001260            05 FD-DATA-FIM-BLOQJUD PIC 9(8).
001270            05 FD-SITUACAO-BLOQJUD PIC X.
001280                88 BLOQUEIO-ATIVO      VALUE 'A'.
001290                88 BLOQUEIO-LEVANTADO  VALUE 'L'.
001300        FD   ARQ-CHQDEP
001310             RECORDING MODE IS F.
001320        01  REG-CHQDEP.
001330            05 FD-CHAVE-REG-CHQDEP.
001340                10 FD-BANCO-CHQDEP     PIC 9(3).
001350                10 FD-AGENCIA-SAC-CHQDEP PIC 9(4).
001360                10 FD-CONTA-SAC-CHQDEP PIC 9(10).
001370                10 FD-NUMERO-CHQDEP    PIC 9(6).
001380            05 FD-CHAVE-CHQDEP     PIC X(9).
001390            05 FD-VALOR-CHQDEP     PIC 9(6)V99.
001400            05 FD-DOC-CHQDEP       PIC 9(4).
001410            05 FD-DATA-DEP-CHQDEP  PIC 9(8).
001420            05 FD-DATA-LIBERA-CHQDEP PIC 9(8).
001430            05 FD-SITUACAO-CHQDEP  PIC X.
001440                88 CHEQUE-RETIDO       VALUE 'R'.
001450                88 CHEQUE-DEVOLVIDO    VALUE 'D'.
001460            05 FD-MOTIVO-DEV-CHQDEP PIC XX.
001470            05 FD-DATA-DEV-CHQDEP  PIC 9(8).
001480        FD   ARQ-LANCAMPT
001490             RECORDING MODE IS F.
001500        01  REG-LANCAMPT.
001510            05 FD-TIPO-REG-LANCAMPT    PIC X.
001520            05 FD-DETALHE-LANCAMPT.
001530                10 FD-CHAVE-LANCAMPT.
001540                    15 FD-AGENCIA-LANCAMPT     PIC X(4).
001550                    15 FD-CONTA-LANCAMPT       PIC 9(5).
001560                10 FD-DIGITO-LANCAMPT       PIC X.
001570                10 FD-DOC-LANCAMPT         PIC 9(4).
001580                10 FD-TIPO-LANCAMPT        PIC X.
001590                10 FD-VALOR-LANCAMPT       PIC 9(6)V99.
001600                10 FD-MOEDA-LANCAMPT       PIC X(3).
001610                10 FD-DATA-LANCAMPT        PIC 9(8).
001620                10 FD-CONTRA-LANCAMPT.
001630                    15 FD-AGENCIA-CONTRA-LANCAMPT PIC X(4).
001640                    15 FD-CONTA-CONTRA-LANCAMPT  PIC 9(5).
001650                10 FD-HORA-LANCAMPT       PIC 9(6).
001660                10 FD-SEQ-LANCAMPT        PIC 9(4).
001670            05 FD-CTRL-LANCAMPT REDEFINES FD-DETALHE-LANCAMPT.
001680                10 FD-DATA-CTRL-LANCAMPT   PIC 9(8).
001690                10 FD-QTDE-CTRL-LANCAMPT   PIC 9(6).
001700                10 FD-VALOR-CTRL-LANCAMPT  PIC 9(8)V99.
001710                10 FD-INST-CTRL-LANCAMPT   PIC 99.
001711            05 FD-ID-EXEC-LANCAMPT     PIC 9(10).
001720       *      ARQUIVO DE COMPENSACAO: HEADER, UM DETALHE
001730       *      POR PAGAMENTO E TRAILER COM QTDE E TOTAL
001740        FD   ARQ-PAGCOMP
001750             RECORDING MODE IS F.
001760        01  REG-PAGCOMP.
001770            05 FD-TIPO-REG-PAGCOMP     PIC X.
001780                88 PAGCOMP-HEADER         VALUE 'H'.
001790                88 PAGCOMP-DETALHE        VALUE 'D'.
001800                88 PAGCOMP-TRAILER        VALUE 'T'.
001810            05 FD-DETALHE-PAGCOMP.
001820                10 FD-DATA-PAG-PAGCOMP     PIC 9(8).
001830                10 FD-NSU-PAGCOMP          PIC 9(6).
001840                10 FD-BARRAS-PAGCOMP       PIC X(44).
001850                10 FD-VALOR-PAGCOMP        PIC 9(8)V99.
001860                10 FD-CHAVE-PAGCOMP        PIC X(9).
001870            05 FD-CTRL-PAGCOMP REDEFINES FD-DETALHE-PAGCOMP.
001880                10 FD-DATA-CTRL-PAGCOMP    PIC 9(8).
001890                10 FD-QTDE-CTRL-PAGCOMP    PIC 9(6).
001900                10 FD-VALOR-CTRL-PAGCOMP   PIC 9(13)V99.
001910                10 FD-INST-CTRL-PAGCOMP    PIC 99.
001920                10 FILLER                  PIC X(46).
001930        FD   ARQ-XMITREG
001940             RECORDING MODE IS F.
001950        01  REG-XMITREG.
001960            05 FD-PARCEIRO-XMIT    PIC X(10).
001970            05 FD-ARQUIVO-XMIT     PIC X(8).
001980            05 FD-DIRECAO-XMIT     PIC X.
001990                88 XMIT-ENTRADA        VALUE 'E'.
002000                88 XMIT-SAIDA          VALUE 'S'.
002010            05 FD-DATA-XMIT        PIC 9(8).
002020            05 FD-QTDE-XMIT        PIC 9(7).
002030            05 FD-HASH-XMIT        PIC 9(13)V99.
002040            05 FD-SITUACAO-XMIT    PIC X.
002050                88 XMIT-PENDENTE       VALUE 'P'.
002060                88 XMIT-RECEBIDO       VALUE 'R'.
002070                88 XMIT-DIVERGENTE     VALUE 'D'.
002080        FD   ARQ-RELPAG
002090             RECORDING MODE IS F.
002100        01  REG-RELPAG                 PIC X(100).
002110        FD   ARQ-RUNJRNL
002120             RECORDING MODE IS F.
002130        01  REG-RUNJRNL.
002140            05 JRL-PROGRAMA        PIC X(8).
002150            05 JRL-TIPO            PIC X.
002160            05 JRL-DATA            PIC 9(8).
002170            05 JRL-HORA            PIC 9(6).
002180            05 JRL-QTD-LIDOS       PIC 9(7).
002190            05 JRL-QTD-GRAVADOS    PIC 9(7).
002200            05 JRL-QTD-REJEITADOS  PIC 9(7).
002210            05 JRL-RETORNO         PIC 9(4).
002211            05 JRL-ID-EXEC         PIC 9(10).
002220        WORKING-STORAGE SECTION.
002230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002232        01  LK-AREA-ID-EXEC.
002233            05 LK-PROGRAMA-COM     PIC X(8).
002234            05 LK-ID-EXEC-COM      PIC 9(10).
002240        77  WK-FS-PAGTIT   PIC XX           VALUE SPACES.
002250        77  WK-FS-RETPAG   PIC XX           VALUE SPACES.
002260        77  WK-FS-PAGREG   PIC XX           VALUE SPACES.
002270        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002280        77  WK-FS-BLOQJUD  PIC XX           VALUE SPACES.
002290        77  WK-FS-CHQDEP   PIC XX           VALUE SPACES.
002300        77  WK-FS-LANCAMPT PIC XX           VALUE SPACES.
002310        77  WK-FS-PAGCOMP  PIC XX           VALUE SPACES.
002320        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
002330        77  WK-FS-RELPAG   PIC XX           VALUE SPACES.
002340        77  WK-FUNCAO      PIC X            VALUE SPACE.
002350            88 FUNCAO-PAGAMENTO              VALUE 'P'.
002360            88 FUNCAO-RETORNO                VALUE 'R'.
002370        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002380        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002390        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
002400        77  WK-QTD-LIDOS   PIC 9(6)         VALUE ZEROS.
002410        77  WK-QTD-ACEITOS PIC 9(6)         VALUE ZEROS.
002420        77  WK-QTD-REJEITADOS PIC 9(6)      VALUE ZEROS.
002430        77  WK-QTD-LOTE    PIC 9(6)         VALUE ZEROS.
002440        77  WK-TOT-LOTE    PIC 9(8)V99      VALUE ZEROS.
002450        77  WK-QTD-PAGCOMP PIC 9(7)         VALUE ZEROS.
002460        77  WK-QTD-DET-PAGCOMP PIC 9(6)     VALUE ZEROS.
002470        77  WK-TOT-PAGCOMP PIC 9(13)V99     VALUE ZEROS.
002480        77  WK-TOT-DEVOLVIDO PIC 9(8)V99    VALUE ZEROS.
002490        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
002500        77  WK-NSU         PIC 9(6)         VALUE ZEROS.
002510        77  WK-MOTIVO-REJ  PIC X(30)        VALUE SPACES.
002520        77  WK-VALOR-PAGAR PIC 9(9)V99      VALUE ZEROS.
002530        77  WK-DISPONIVEL-DEBITO PIC S9(8)V99 VALUE ZEROS.
002540       *      CODIGO INFORMADO E CODIGO DE BARRAS MONTADO
002550        01  WK-CODIGO          PIC X(48)    VALUE SPACES.
002560        01  WK-BARRAS          PIC X(44)    VALUE SPACES.
002570        01  WK-BARRAS-BOLETO REDEFINES WK-BARRAS.
002580            05 WK-BANCO-BOL        PIC 9(3).
002590            05 WK-MOEDA-BOL        PIC X.
002600            05 WK-DV-BOL           PIC 9.
002610            05 WK-FATOR-BOL        PIC 9(4).
002620            05 WK-VALOR-BOL        PIC 9(8)V99.
002630            05 WK-LIVRE-BOL        PIC X(25).
002640        01  WK-BARRAS-CONVENIO REDEFINES WK-BARRAS.
002650            05 WK-PRODUTO-CNV      PIC X.
002660            05 WK-SEGMENTO-CNV     PIC X.
002670            05 WK-IDENT-VALOR-CNV  PIC X.
002680                88 CNV-MODULO-10       VALUE '6' '7'.
002690                88 CNV-MODULO-11       VALUE '8' '9'.
002700                88 CNV-VALOR-EFETIVO   VALUE '6' '8'.
002710            05 WK-DV-CNV           PIC 9.
002720            05 WK-VALOR-CNV        PIC 9(9)V99.
002730            05 WK-LIVRE-CNV        PIC X(29).
002740        77  WK-ESPECIE     PIC X            VALUE SPACE.
002750            88 ESPECIE-BOLETO                 VALUE 'B'.
002760            88 ESPECIE-CONVENIO               VALUE 'C'.
002770       *      AREA DE CALCULO DOS DIGITOS VERIFICADORES
002780        01  WK-CAMPO-CALC      PIC X(43)    VALUE SPACES.
002790        77  WK-TAM-CALC    PIC 99           VALUE ZEROS.
002800        77  WK-IDX-DV      PIC S99          VALUE ZEROS.
002810        77  WK-DIGITO-DV   PIC 9            VALUE ZEROS.
002820        77  WK-PESO-DV     PIC 99           VALUE ZEROS.
002830        77  WK-PRODUTO-DV  PIC 99           VALUE ZEROS.
002840        77  WK-SOMA-DV     PIC 9(4)         VALUE ZEROS.
002850        77  WK-QUOC-DV     PIC 9(4)         VALUE ZEROS.
002860        77  WK-RESTO-DV    PIC 99           VALUE ZEROS.
002870        77  WK-DV-CALC     PIC 9            VALUE ZEROS.
002880        77  WK-DV-INFORMADO PIC 9           VALUE ZEROS.
002890        77  WK-IDX-BLOCO   PIC 9            VALUE ZEROS.
002900        77  WK-POS-BLOCO   PIC 99           VALUE ZEROS.
002910       *      DIA CORRIDO PARA O FATOR DE VENCIMENTO; O
002920       *      FATOR 1000 CORRESPONDE A 22/02/2025
002930        77  WK-DATA-BASE-FATOR PIC 9(8)     VALUE 20250222.
002940        77  WK-DIA-BASE-FATOR PIC 9(7)      VALUE ZEROS.
002950        77  WK-DIA-REF     PIC 9(7)         VALUE ZEROS.
002960        77  WK-DIA-VENC    PIC 9(7)         VALUE ZEROS.
002970        01  WK-DATA-CALC       PIC 9(8)     VALUE ZEROS.
002980        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
002990            05 WK-ANO-CALC     PIC 9(4).
003000            05 WK-MES-CALC     PIC 99.
003010            05 WK-DIA-CALC     PIC 99.
003020        77  WK-ANO-AJ      PIC 9(4)         VALUE ZEROS.
003030        77  WK-MES-AJ      PIC 99           VALUE ZEROS.
003040        77  WK-QUOC-4      PIC 9(4)         VALUE ZEROS.
003050        77  WK-QUOC-100    PIC 9(4)         VALUE ZEROS.
003060        77  WK-QUOC-400    PIC 9(4)         VALUE ZEROS.
003070        77  WK-TERMO-MES   PIC 9(4)         VALUE ZEROS.
003080        77  WK-QUOC-MES    PIC 9(4)         VALUE ZEROS.
003090        77  WK-DIA-CORRIDO PIC 9(7)         VALUE ZEROS.
003100       *      BLOQUEIOS, CHEQUES A COMPENSAR E PAGAMENTOS
003110       *      JA ACEITOS NESTA EXECUCAO, POR CONTA
003120        77  WK-VALOR-BLOQUEADO PIC 9(7)V99  VALUE ZEROS.
003130        77  WK-CHAVE-BLOQ-BUSCA PIC X(9)     VALUE SPACES.
003140        77  WK-QTD-BLOQTAB PIC 9(4)         VALUE ZEROS.
003150        77  WK-IDX-BLOQTAB PIC 9(4)         VALUE ZEROS.
003160        77  WK-IDX-BLOQ-ACH PIC 9(4)        VALUE ZEROS.
003170        77  WK-BLOQ-ACHADO PIC X            VALUE 'N'.
003180            88 BLOQ-ACHADO                    VALUE 'S'.
003190            88 BLOQ-NAO-ACHADO                VALUE 'N'.
003200        01  WK-TAB-BLOQUEIOS.
003210            05 WK-BLOQ-OCC        OCCURS 2000 TIMES.
003220                10 WK-BLOQ-CHAVE      PIC X(9).
003230                10 WK-BLOQ-VALOR      PIC 9(7)V99.
003240                10 WK-BLOQ-VALOR-CHQ  PIC 9(7)V99.
003250                10 WK-BLOQ-VALOR-PAG  PIC 9(7)V99.
003260        01  WK-LINHA-PAG.
003270            05 WK-CHAVE-REL    PIC X(9).
003280            05 FILLER          PIC X(01) VALUE SPACE.
003290            05 WK-NSU-REL      PIC 9(6).
003300            05 FILLER          PIC X(01) VALUE SPACE.
003310            05 WK-CODIGO-REL   PIC X(48).
003320            05 FILLER          PIC X(01) VALUE SPACE.
003330            05 WK-VALOR-REL    PIC ZZZ.ZZ9,99.
003340            05 FILLER          PIC X(01) VALUE SPACE.
003350            05 WK-TEXTO-REL    PIC X(30).
003360        01  WK-LINHA-RESUMO.
003370            05 WK-TITULO-RES   PIC X(26).
003380            05 WK-VALOR-RES    PIC Z.ZZZ.ZZZ.ZZ9,99.
003390       *
003400        PROCEDURE DIVISION.
003410        000-PRINCIPAL SECTION.
003420        001-PRINCIPAL.
003430            PERFORM 195-GRAVAR-JRNL-INICIO.
003440            PERFORM 101-INICIAR.
003450            IF FUNCAO-PAGAMENTO
003460                PERFORM 201-PAGAR-TITULO
003470                    UNTIL WK-FS-PAGTIT = '10'
003480            ELSE
003490                PERFORM 251-DEVOLVER-PAGAMENTO
003500                    UNTIL WK-FS-RETPAG = '10'
003510            END-IF.
003520            PERFORM 901-FINALIZAR.
003530            PERFORM 196-GRAVAR-JRNL-FIM.
003540            STOP RUN.
003550       ***********************************************************
003560        100-INICIAR SECTION.
003570        101-INICIAR.
003580            ACCEPT WK-FUNCAO       FROM SYSIN.
003590            ACCEPT WK-DATA-REF     FROM SYSIN.
003600            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
003610            ACCEPT WK-HORA-CAPTURA FROM TIME.
003620            IF WK-DATA-REF NOT NUMERIC
003630               OR WK-DATA-REF = ZEROS
003640                MOVE WK-DATA-SIST TO WK-DATA-REF
003650            END-IF.
003660            IF NOT FUNCAO-PAGAMENTO AND NOT FUNCAO-RETORNO
003670                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
003680                MOVE 12 TO RETURN-CODE
003690                STOP RUN
003700            END-IF.
003710            MOVE WK-DATA-BASE-FATOR TO WK-DATA-CALC.
003720            PERFORM 225-CALCULAR-DIA-CORRIDO.
003730            MOVE WK-DIA-CORRIDO TO WK-DIA-BASE-FATOR.
003740            MOVE WK-DATA-REF TO WK-DATA-CALC.
003750            PERFORM 225-CALCULAR-DIA-CORRIDO.
003760            MOVE WK-DIA-CORRIDO TO WK-DIA-REF.
003770            PERFORM 102-ABRIR-ARQUIVOS.
003780            IF FUNCAO-PAGAMENTO
003790                PERFORM 110-CARREGAR-BLOQJUD
003800                PERFORM 115-CARREGAR-CHQDEP
003810                PERFORM 104-OBTER-ULTIMO-NSU
003820                PERFORM 103-ABRIR-PAGTIT
003830            ELSE
003840                PERFORM 106-ABRIR-RETPAG
003850            END-IF.
003860        102-ABRIR-ARQUIVOS.
003870            OPEN INPUT ARQ-CLIENTES.
003880            IF WK-FS-CLIENTES NOT = '00'
003890                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
003900                        'STATUS ' WK-FS-CLIENTES
003910                MOVE 12 TO RETURN-CODE
003920                STOP RUN
003930            END-IF.
003940            OPEN I-O ARQ-PAGREG.
003950            IF WK-FS-PAGREG = '35'
003960                OPEN OUTPUT ARQ-PAGREG
003970                CLOSE ARQ-PAGREG
003980                OPEN I-O ARQ-PAGREG
003990            END-IF.
004000            IF WK-FS-PAGREG NOT = '00'
004010                DISPLAY 'ERRO ' WK-FS-PAGREG
004020                        ' NO COMANDO OPEN PAGREG'
004030                MOVE 12 TO RETURN-CODE
004040                STOP RUN
004050            END-IF.
004060            OPEN OUTPUT ARQ-LANCAMPT.
004070            IF WK-FS-LANCAMPT NOT = '00'
004080                DISPLAY 'ERRO ' WK-FS-LANCAMPT
004090                        ' NO COMANDO OPEN LANCAMPT'
004100                MOVE 12 TO RETURN-CODE
004110                STOP RUN
004120            END-IF.
004130            OPEN OUTPUT ARQ-RELPAG.
004140            IF WK-FS-RELPAG NOT = '00'
004150                DISPLAY 'ERRO ' WK-FS-RELPAG
004160                        ' NO COMANDO OPEN RELPAG'
004170                MOVE 12 TO RETURN-CODE
004180                STOP RUN
004190            END-IF.
004200            MOVE 'H' TO FD-TIPO-REG-LANCAMPT.
004210            MOVE SPACES TO FD-DETALHE-LANCAMPT.
004220            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMPT.
004230            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMPT.
004240            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMPT.
004250            MOVE 1 TO FD-INST-CTRL-LANCAMPT.
004260            PERFORM 281-GRAVAR-LANCAMPT.
004270        103-ABRIR-PAGTIT.
004280            OPEN INPUT ARQ-PAGTIT.
004290            EVALUATE WK-FS-PAGTIT
004300                WHEN '00'
004310                    PERFORM 301-LER-PAGTIT
004320                WHEN '35'
004330                    DISPLAY 'ARQUIVO PAGTIT NAO ENCONTRADO'
004340                    MOVE '10' TO WK-FS-PAGTIT
004350                WHEN OTHER
004360                    DISPLAY 'ERRO ' WK-FS-PAGTIT
004370                            ' NO COMANDO OPEN PAGTIT'
004380                    MOVE 12 TO RETURN-CODE
004390                    STOP RUN
004400            END-EVALUATE.
004410            OPEN OUTPUT ARQ-PAGCOMP.
004420            IF WK-FS-PAGCOMP NOT = '00'
004430                DISPLAY 'ERRO ' WK-FS-PAGCOMP
004440                        ' NO COMANDO OPEN PAGCOMP'
004450                MOVE 12 TO RETURN-CODE
004460                STOP RUN
004470            END-IF.
004480            MOVE 'H' TO FD-TIPO-REG-PAGCOMP.
004490            MOVE SPACES TO FD-DETALHE-PAGCOMP.
004500            MOVE WK-DATA-REF TO FD-DATA-CTRL-PAGCOMP.
004510            MOVE ZEROS TO FD-QTDE-CTRL-PAGCOMP.
004520            MOVE ZEROS TO FD-VALOR-CTRL-PAGCOMP.
004530            MOVE 1 TO FD-INST-CTRL-PAGCOMP.
004540            PERFORM 282-GRAVAR-PAGCOMP.
004550       *      O NSU CONTINUA DO ULTIMO PAGAMENTO JA
004560       *      REGISTRADO NA DATA, SE HOUVER OUTRA EXECUCAO
004570        104-OBTER-ULTIMO-NSU.
004580            MOVE WK-DATA-REF TO FD-DATA-PAG-PAGREG.
004590            MOVE ZEROS       TO FD-NSU-PAGREG.
004600            START ARQ-PAGREG KEY NOT LESS FD-CHAVE-REG-PAGREG
004610                INVALID KEY
004620                    MOVE '10' TO WK-FS-PAGREG
004630            END-START.
004640            PERFORM 105-LER-NSU-PAGREG
004650                UNTIL WK-FS-PAGREG = '10'.
004660            MOVE '00' TO WK-FS-PAGREG.
004670        105-LER-NSU-PAGREG.
004680            READ ARQ-PAGREG NEXT.
004690            IF WK-FS-PAGREG = '00'
004700                IF FD-DATA-PAG-PAGREG = WK-DATA-REF
004710                    MOVE FD-NSU-PAGREG TO WK-NSU
004720                ELSE
004730                    MOVE '10' TO WK-FS-PAGREG
004740                END-IF
004750            ELSE
004760                MOVE '10' TO WK-FS-PAGREG
004770            END-IF.
004780        106-ABRIR-RETPAG.
004790            OPEN INPUT ARQ-RETPAG.
004800            EVALUATE WK-FS-RETPAG
004810                WHEN '00'
004820                    PERFORM 302-LER-RETPAG
004830                WHEN '35'
004840                    DISPLAY 'ARQUIVO RETPAG NAO ENCONTRADO'
004850                    MOVE '10' TO WK-FS-RETPAG
004860                WHEN OTHER
004870                    DISPLAY 'ERRO ' WK-FS-RETPAG
004880                            ' NO COMANDO OPEN RETPAG'
004890                    MOVE 12 TO RETURN-CODE
004900                    STOP RUN
004910            END-EVALUATE.
004920       *      O DISPONIVEL DO PAGADOR SEGUE A REGRA DA LINHA
004930       *      DE SALDO: BLOQUEIOS JUDICIAIS E CHEQUES AINDA
004940       *      NAO COMPENSADOS NAO PODEM SAIR PARA OUTRO BANCO
004950        110-CARREGAR-BLOQJUD.
004960            OPEN INPUT ARQ-BLOQJUD.
004970            EVALUATE WK-FS-BLOQJUD
004980                WHEN '00'
004990                    PERFORM 111-LER-BLOQJUD
005000                    PERFORM 112-ACUMULAR-BLOQUEIO
005010                        UNTIL WK-FS-BLOQJUD = '10'
005020                    CLOSE ARQ-BLOQJUD
005030                WHEN '35'
005040                    CONTINUE
005050                WHEN OTHER
005060                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
005070                            ' NO COMANDO OPEN BLOQJUD'
005080                    MOVE 12 TO RETURN-CODE
005090                    STOP RUN
005100            END-EVALUATE.
005110        111-LER-BLOQJUD.
005120            READ ARQ-BLOQJUD NEXT.
005130            EVALUATE WK-FS-BLOQJUD
005140                WHEN '00'
005150                    CONTINUE
005160                WHEN '10'
005170                    CONTINUE
005180                WHEN OTHER
005190                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
005200                            ' NO COMANDO READ BLOQJUD'
005210                    MOVE 12 TO RETURN-CODE
005220                    STOP RUN
005230            END-EVALUATE.
005240        112-ACUMULAR-BLOQUEIO.
005250            IF BLOQUEIO-ATIVO
005260                MOVE FD-CHAVE-BLOQJUD TO WK-CHAVE-BLOQ-BUSCA
005270                PERFORM 118-INCLUIR-CONTA-TAB
005280                ADD FD-VALOR-BLOQJUD
005290                    TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
005300            END-IF.
005310            PERFORM 111-LER-BLOQJUD.
005320        113-PROCURAR-BLOQUEIO.
005330            SET BLOQ-NAO-ACHADO TO TRUE.
005340            PERFORM 114-COMPARAR-BLOQUEIO
005350                VARYING WK-IDX-BLOQTAB FROM 1 BY 1
005360                UNTIL WK-IDX-BLOQTAB > WK-QTD-BLOQTAB
005370                   OR BLOQ-ACHADO.
005380        114-COMPARAR-BLOQUEIO.
005390            IF WK-BLOQ-CHAVE(WK-IDX-BLOQTAB)
005400                   = WK-CHAVE-BLOQ-BUSCA
005410                SET BLOQ-ACHADO TO TRUE
005420                MOVE WK-IDX-BLOQTAB TO WK-IDX-BLOQ-ACH
005430            END-IF.
005440        115-CARREGAR-CHQDEP.
005450            OPEN INPUT ARQ-CHQDEP.
005460            EVALUATE WK-FS-CHQDEP
005470                WHEN '00'
005480                    PERFORM 116-LER-CHQDEP
005490                    PERFORM 117-ACUMULAR-RETENCAO
005500                        UNTIL WK-FS-CHQDEP = '10'
005510                    CLOSE ARQ-CHQDEP
005520                WHEN '35'
005530                    CONTINUE
005540                WHEN OTHER
005550                    DISPLAY 'ERRO ' WK-FS-CHQDEP
005560                            ' NO COMANDO OPEN CHQDEP'
005570                    MOVE 12 TO RETURN-CODE
005580                    STOP RUN
005590            END-EVALUATE.
005600        116-LER-CHQDEP.
005610            READ ARQ-CHQDEP NEXT.
005620            EVALUATE WK-FS-CHQDEP
005630                WHEN '00'
005640                    CONTINUE
005650                WHEN '10'
005660                    CONTINUE
005670                WHEN OTHER
005680                    DISPLAY 'ERRO ' WK-FS-CHQDEP
005690                            ' NO COMANDO READ CHQDEP'
005700                    MOVE 12 TO RETURN-CODE
005710                    STOP RUN
005720            END-EVALUATE.
005730        117-ACUMULAR-RETENCAO.
005740            IF CHEQUE-RETIDO
005750               AND FD-DATA-LIBERA-CHQDEP > WK-DATA-SIST
005760                MOVE FD-CHAVE-CHQDEP TO WK-CHAVE-BLOQ-BUSCA
005770                PERFORM 118-INCLUIR-CONTA-TAB
005780                ADD FD-VALOR-CHQDEP
005790                    TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
005800            END-IF.
005810            PERFORM 116-LER-CHQDEP.
005820       *      LOCALIZA A CONTA NA TABELA, INCLUINDO-A
005830       *      ZERADA QUANDO AINDA NAO EXISTIR
005840        118-INCLUIR-CONTA-TAB.
005850            PERFORM 113-PROCURAR-BLOQUEIO.
005860            IF BLOQ-NAO-ACHADO
005870                IF WK-QTD-BLOQTAB NOT LESS 2000
005880                    DISPLAY 'TABELA DE BLOQUEIOS CHEIA, '
005890                            'LIMITE 2000'
005900                    MOVE 12 TO RETURN-CODE
005910                    STOP RUN
005920                END-IF
005930                ADD 1 TO WK-QTD-BLOQTAB
005940                MOVE WK-QTD-BLOQTAB TO WK-IDX-BLOQ-ACH
005950                MOVE WK-CHAVE-BLOQ-BUSCA
005960                    TO WK-BLOQ-CHAVE(WK-IDX-BLOQ-ACH)
005970                MOVE ZEROS
005980                    TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
005990                MOVE ZEROS
006000                    TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
006010                MOVE ZEROS
006020                    TO WK-BLOQ-VALOR-PAG(WK-IDX-BLOQ-ACH)
006030            END-IF.
006040       ***********************************************
006050        200-PAGAMENTO SECTION.
006060        201-PAGAR-TITULO.
006070            ADD 1 TO WK-QTD-LIDOS.
006080            MOVE SPACES TO WK-MOTIVO-REJ.
006090            MOVE ZEROS  TO WK-VALOR-PAGAR.
006100            MOVE FD-CODIGO-PAGTIT TO WK-CODIGO.
006110            PERFORM 202-IDENTIFICAR-CODIGO.
006120            IF WK-MOTIVO-REJ = SPACES
006130                PERFORM 220-CONFERIR-VENCTO-VALOR
006140            END-IF.
006150            IF WK-MOTIVO-REJ = SPACES
006160                PERFORM 230-CONFERIR-PAGADOR
006170            END-IF.
006180            IF WK-MOTIVO-REJ = SPACES
006190                PERFORM 240-LIQUIDAR-PAGAMENTO
006200                MOVE WK-NSU TO WK-NSU-REL
006210                MOVE 'PAGO E ENVIADO A COMPENSACAO'
006220                    TO WK-TEXTO-REL
006230            ELSE
006240                ADD 1 TO WK-QTD-REJEITADOS
006250                MOVE ZEROS TO WK-NSU-REL
006260                MOVE WK-MOTIVO-REJ TO WK-TEXTO-REL
006270            END-IF.
006280            MOVE FD-CHAVE-PAGTIT  TO WK-CHAVE-REL.
006290            MOVE FD-CODIGO-PAGTIT TO WK-CODIGO-REL.
006300            MOVE WK-VALOR-PAGAR   TO WK-VALOR-REL.
006310            PERFORM 283-GRAVAR-RELPAG.
006320            PERFORM 301-LER-PAGTIT.
006330       *      LINHA DIGITAVEL DE BOLETO (47 POSICOES), DE
006340       *      CONVENIO OU TRIBUTO (48, INICIADA POR 8), OU
006350       *      CODIGO DE BARRAS DIRETO (44 POSICOES)
006360        202-IDENTIFICAR-CODIGO.
006370            MOVE SPACES TO WK-BARRAS.
006380            EVALUATE TRUE
006390                WHEN WK-CODIGO(1:47) NUMERIC
006400                 AND WK-CODIGO(48:1) = SPACE
006410                    SET ESPECIE-BOLETO TO TRUE
006420                    PERFORM 203-CONFERIR-LINHA-BOLETO
006430                WHEN WK-CODIGO NUMERIC
006440                 AND WK-CODIGO(1:1) = '8'
006450                    SET ESPECIE-CONVENIO TO TRUE
006460                    PERFORM 205-CONFERIR-LINHA-CONVENIO
006470                WHEN WK-CODIGO(1:44) NUMERIC
006480                 AND WK-CODIGO(45:4) = SPACES
006490                    MOVE WK-CODIGO(1:44) TO WK-BARRAS
006500                    IF WK-BARRAS(1:1) = '8'
006510                        SET ESPECIE-CONVENIO TO TRUE
006520                        PERFORM 207-CONFERIR-DV-CONVENIO
006530                    ELSE
006540                        SET ESPECIE-BOLETO TO TRUE
006550                        PERFORM 204-CONFERIR-DV-BOLETO
006560                    END-IF
006570                WHEN OTHER
006580                    MOVE 'CODIGO DE BARRAS INVALIDO'
006590                        TO WK-MOTIVO-REJ
006600            END-EVALUATE.
006610       *      OS TRES PRIMEIROS CAMPOS DA LINHA TEM DIGITO
006620       *      MODULO 10; O CODIGO DE BARRAS E REMONTADO E
006630       *      CONFERIDO PELO DIGITO GERAL MODULO 11
006640        203-CONFERIR-LINHA-BOLETO.
006650            MOVE WK-CODIGO(1:9)   TO WK-CAMPO-CALC.
006660            MOVE 9                TO WK-TAM-CALC.
006670            MOVE WK-CODIGO(10:1)  TO WK-DV-INFORMADO.
006680            PERFORM 209-CALCULAR-MODULO-10.
006690            IF WK-DV-CALC NOT = WK-DV-INFORMADO
006700                MOVE 'DIGITO DA LINHA DIGITAVEL'
006710                    TO WK-MOTIVO-REJ
006720            END-IF.
006730            MOVE WK-CODIGO(11:10) TO WK-CAMPO-CALC.
006740            MOVE 10               TO WK-TAM-CALC.
006750            MOVE WK-CODIGO(21:1)  TO WK-DV-INFORMADO.
006760            PERFORM 209-CALCULAR-MODULO-10.
006770            IF WK-DV-CALC NOT = WK-DV-INFORMADO
006780                MOVE 'DIGITO DA LINHA DIGITAVEL'
006790                    TO WK-MOTIVO-REJ
006800            END-IF.
006810            MOVE WK-CODIGO(22:10) TO WK-CAMPO-CALC.
006820            MOVE 10               TO WK-TAM-CALC.
006830            MOVE WK-CODIGO(32:1)  TO WK-DV-INFORMADO.
006840            PERFORM 209-CALCULAR-MODULO-10.
006850            IF WK-DV-CALC NOT = WK-DV-INFORMADO
006860                MOVE 'DIGITO DA LINHA DIGITAVEL'
006870                    TO WK-MOTIVO-REJ
006880            END-IF.
006890            IF WK-MOTIVO-REJ = SPACES
006900                MOVE WK-CODIGO(1:4)   TO WK-BARRAS(1:4)
006910                MOVE WK-CODIGO(33:1)  TO WK-BARRAS(5:1)
006920                MOVE WK-CODIGO(34:14) TO WK-BARRAS(6:14)
006930                MOVE WK-CODIGO(5:5)   TO WK-BARRAS(20:5)
006940                MOVE WK-CODIGO(11:10) TO WK-BARRAS(25:10)
006950                MOVE WK-CODIGO(22:10) TO WK-BARRAS(35:10)
006960                PERFORM 204-CONFERIR-DV-BOLETO
006970            END-IF.
006980        204-CONFERIR-DV-BOLETO.
006990            MOVE WK-BARRAS(1:4)  TO WK-CAMPO-CALC(1:4).
007000            MOVE WK-BARRAS(6:39) TO WK-CAMPO-CALC(5:39).
007010            MOVE 43              TO WK-TAM-CALC.
007020            PERFORM 211-CALCULAR-MODULO-11.
007030            IF WK-RESTO-DV < 2
007040                MOVE 1 TO WK-DV-CALC
007050            ELSE
007060                COMPUTE WK-DV-CALC = 11 - WK-RESTO-DV
007070            END-IF.
007080            EVALUATE TRUE
007090                WHEN WK-DV-CALC NOT = WK-DV-BOL
007100                    MOVE 'DIGITO GERAL DO CODIGO DE BARRAS'
007110                        TO WK-MOTIVO-REJ
007120                WHEN WK-MOEDA-BOL NOT = '9'
007130                    MOVE 'BOLETO EM MOEDA NAO ACEITA'
007140                        TO WK-MOTIVO-REJ
007150            END-EVALUATE.
007160       *      A LINHA DE CONVENIO TEM QUATRO BLOCOS DE ONZE
007170       *      POSICOES, CADA UM SEGUIDO DO SEU DIGITO
007180        205-CONFERIR-LINHA-CONVENIO.
007190            MOVE WK-CODIGO(1:11)  TO WK-BARRAS(1:11).
007200            MOVE WK-CODIGO(13:11) TO WK-BARRAS(12:11).
007210            MOVE WK-CODIGO(25:11) TO WK-BARRAS(23:11).
007220            MOVE WK-CODIGO(37:11) TO WK-BARRAS(34:11).
007230            IF NOT CNV-MODULO-10 AND NOT CNV-MODULO-11
007240                MOVE 'IDENTIFICADOR DE VALOR INVALIDO'
007250                    TO WK-MOTIVO-REJ
007260            ELSE
007270                PERFORM 206-CONFERIR-BLOCO-CONVENIO
007280                    VARYING WK-IDX-BLOCO FROM 1 BY 1
007290                    UNTIL WK-IDX-BLOCO > 4
007300                IF WK-MOTIVO-REJ = SPACES
007310                    PERFORM 207-CONFERIR-DV-CONVENIO
007320                END-IF
007330            END-IF.
007340        206-CONFERIR-BLOCO-CONVENIO.
007350            COMPUTE WK-POS-BLOCO = (WK-IDX-BLOCO - 1) * 12 + 1.
007360            MOVE WK-CODIGO(WK-POS-BLOCO:11) TO WK-CAMPO-CALC.
007370            MOVE 11 TO WK-TAM-CALC.
007380            ADD 11 TO WK-POS-BLOCO.
007390            MOVE WK-CODIGO(WK-POS-BLOCO:1) TO WK-DV-INFORMADO.
007400            PERFORM 208-CALCULAR-DV-CONVENIO.
007410            IF WK-DV-CALC NOT = WK-DV-INFORMADO
007420                MOVE 'DIGITO DA LINHA DIGITAVEL'
007430                    TO WK-MOTIVO-REJ
007440            END-IF.
007450        207-CONFERIR-DV-CONVENIO.
007460            IF NOT CNV-MODULO-10 AND NOT CNV-MODULO-11
007470                MOVE 'IDENTIFICADOR DE VALOR INVALIDO'
007480                    TO WK-MOTIVO-REJ
007490            ELSE
007500                MOVE WK-BARRAS(1:3)  TO WK-CAMPO-CALC(1:3)
007510                MOVE WK-BARRAS(5:40) TO WK-CAMPO-CALC(4:40)
007520                MOVE 43              TO WK-TAM-CALC
007530                PERFORM 208-CALCULAR-DV-CONVENIO
007540                IF WK-DV-CALC NOT = WK-DV-CNV
007550                    MOVE 'DIGITO GERAL DO CODIGO DE BARRAS'
007560                        TO WK-MOTIVO-REJ
007570                END-IF
007580            END-IF.
007590       *      NO CONVENIO O TERCEIRO DIGITO DO CODIGO DIZ
007600       *      SE OS DIGITOS SAO MODULO 10 OU MODULO 11
007610        208-CALCULAR-DV-CONVENIO.
007620            IF CNV-MODULO-10
007630                PERFORM 209-CALCULAR-MODULO-10
007640            ELSE
007650                PERFORM 211-CALCULAR-MODULO-11
007660                IF WK-RESTO-DV < 2
007670                    MOVE ZEROS TO WK-DV-CALC
007680                ELSE
007690                    COMPUTE WK-DV-CALC = 11 - WK-RESTO-DV
007700                END-IF
007710            END-IF.
007720       *      MODULO 10: PESOS 2 E 1 DA DIREITA PARA A
007730       *      ESQUERDA, SOMANDO OS ALGARISMOS DE CADA PRODUTO
007740        209-CALCULAR-MODULO-10.
007750            MOVE ZEROS TO WK-SOMA-DV.
007760            MOVE 2     TO WK-PESO-DV.
007770            PERFORM 210-SOMAR-MODULO-10
007780                VARYING WK-IDX-DV FROM WK-TAM-CALC BY -1
007790                UNTIL WK-IDX-DV < 1.
007800            DIVIDE WK-SOMA-DV BY 10
007810                GIVING WK-QUOC-DV REMAINDER WK-RESTO-DV.
007820            IF WK-RESTO-DV = ZEROS
007830                MOVE ZEROS TO WK-DV-CALC
007840            ELSE
007850                COMPUTE WK-DV-CALC = 10 - WK-RESTO-DV
007860            END-IF.
007870        210-SOMAR-MODULO-10.
007880            MOVE WK-CAMPO-CALC(WK-IDX-DV:1) TO WK-DIGITO-DV.
007890            COMPUTE WK-PRODUTO-DV = WK-DIGITO-DV * WK-PESO-DV.
007900            IF WK-PRODUTO-DV > 9
007910                SUBTRACT 9 FROM WK-PRODUTO-DV
007920            END-IF.
007930            ADD WK-PRODUTO-DV TO WK-SOMA-DV.
007940            IF WK-PESO-DV = 2
007950                MOVE 1 TO WK-PESO-DV
007960            ELSE
007970                MOVE 2 TO WK-PESO-DV
007980            END-IF.
007990       *      MODULO 11: PESOS DE 2 A 9 DA DIREITA PARA A
008000       *      ESQUERDA; DEVOLVE O RESTO EM WK-RESTO-DV
008010        211-CALCULAR-MODULO-11.
008020            MOVE ZEROS TO WK-SOMA-DV.
008030            MOVE 2     TO WK-PESO-DV.
008040            PERFORM 212-SOMAR-MODULO-11
008050                VARYING WK-IDX-DV FROM WK-TAM-CALC BY -1
008060                UNTIL WK-IDX-DV < 1.
008070            DIVIDE WK-SOMA-DV BY 11
008080                GIVING WK-QUOC-DV REMAINDER WK-RESTO-DV.
008090        212-SOMAR-MODULO-11.
008100            MOVE WK-CAMPO-CALC(WK-IDX-DV:1) TO WK-DIGITO-DV.
008110            COMPUTE WK-PRODUTO-DV = WK-DIGITO-DV * WK-PESO-DV.
008120            ADD WK-PRODUTO-DV TO WK-SOMA-DV.
008130            IF WK-PESO-DV = 9
008140                MOVE 2 TO WK-PESO-DV
008150            ELSE
008160                ADD 1 TO WK-PESO-DV
008170            END-IF.
008180       *      BOLETO: VENCIMENTO PELO FATOR E VALOR DO CODIGO;
008190       *      CONVENIO: VENCIMENTO INFORMADO PELO CLIENTE E
008200       *      VALOR DO CODIGO QUANDO O IDENTIFICADOR FOR 6 OU 8
008210        220-CONFERIR-VENCTO-VALOR.
008220            IF ESPECIE-BOLETO
008230                MOVE WK-VALOR-BOL TO WK-VALOR-PAGAR
008240                IF WK-FATOR-BOL NOT = ZEROS
008250                    IF WK-FATOR-BOL < 1000
008260                        MOVE 'FATOR DE VENCIMENTO INVALIDO'
008270                            TO WK-MOTIVO-REJ
008280                    ELSE
008290                        COMPUTE WK-DIA-VENC = WK-DIA-BASE-FATOR
008300                            + WK-FATOR-BOL - 1000
008310                        IF WK-DIA-VENC < WK-DIA-REF
008320                            MOVE 'BOLETO VENCIDO' TO WK-MOTIVO-REJ
008330                        END-IF
008340                    END-IF
008350                END-IF
008360            ELSE
008370                IF CNV-VALOR-EFETIVO
008380                    MOVE WK-VALOR-CNV TO WK-VALOR-PAGAR
008390                END-IF
008400                IF FD-DATA-VENC-PAGTIT NUMERIC
008410                   AND FD-DATA-VENC-PAGTIT NOT = ZEROS
008420                   AND FD-DATA-VENC-PAGTIT < WK-DATA-REF
008430                    MOVE 'CONTA OU TRIBUTO VENCIDO'
008440                        TO WK-MOTIVO-REJ
008450                END-IF
008460            END-IF.
008470            EVALUATE TRUE
008480                WHEN WK-MOTIVO-REJ NOT = SPACES
008490                    CONTINUE
008500                WHEN FD-VALOR-PAGTIT NOT NUMERIC
008510                    MOVE 'VALOR DO PAGAMENTO INVALIDO'
008520                        TO WK-MOTIVO-REJ
008530                WHEN WK-VALOR-PAGAR = ZEROS
008540                    MOVE FD-VALOR-PAGTIT TO WK-VALOR-PAGAR
008550                    IF WK-VALOR-PAGAR = ZEROS
008560                        MOVE 'VALOR DO PAGAMENTO AUSENTE'
008570                            TO WK-MOTIVO-REJ
008580                    END-IF
008590                WHEN FD-VALOR-PAGTIT NOT = ZEROS
008600                 AND FD-VALOR-PAGTIT NOT = WK-VALOR-PAGAR
008610                    MOVE 'VALOR DIVERGENTE DO CODIGO'
008620                        TO WK-MOTIVO-REJ
008630                WHEN WK-VALOR-PAGAR > 999999,99
008640                    MOVE 'VALOR ACIMA DO LIMITE DO LOTE'
008650                        TO WK-MOTIVO-REJ
008660            END-EVALUATE.
008670       *      NUMERO DE DIAS CORRIDOS DE WK-DATA-CALC,
008680       *      CONTANDO O ANO A PARTIR DE MARCO
008690        225-CALCULAR-DIA-CORRIDO.
008700            MOVE WK-ANO-CALC TO WK-ANO-AJ.
008710            MOVE WK-MES-CALC TO WK-MES-AJ.
008720            IF WK-MES-AJ < 3
008730                SUBTRACT 1 FROM WK-ANO-AJ
008740                ADD 12 TO WK-MES-AJ
008750            END-IF.
008760            DIVIDE WK-ANO-AJ BY 4   GIVING WK-QUOC-4.
008770            DIVIDE WK-ANO-AJ BY 100 GIVING WK-QUOC-100.
008780            DIVIDE WK-ANO-AJ BY 400 GIVING WK-QUOC-400.
008790            COMPUTE WK-TERMO-MES = 153 * (WK-MES-AJ - 3) + 2.
008800            DIVIDE WK-TERMO-MES BY 5 GIVING WK-QUOC-MES.
008810            COMPUTE WK-DIA-CORRIDO = 365 * WK-ANO-AJ
008820                + WK-QUOC-4 - WK-QUOC-100 + WK-QUOC-400
008830                + WK-QUOC-MES + WK-DIA-CALC.
008840       *      O PAGAMENTO SAI PARA OUTRO BANCO NA HORA, POR
008850       *      ISSO O SALDO E CONFERIDO AQUI E NAO SO NA LINHA
008860        230-CONFERIR-PAGADOR.
008870            MOVE FD-CHAVE-PAGTIT TO FD-CHAVE-CLIENTES.
008880            READ ARQ-CLIENTES
008890                INVALID KEY
008900                    MOVE 'CONTA INEXISTENTE' TO WK-MOTIVO-REJ
008910            END-READ.
008920            IF WK-MOTIVO-REJ = SPACES
008930                EVALUATE TRUE
008940                    WHEN CONTA-ENCERRADA
008950                        MOVE 'CONTA ENCERRADA' TO WK-MOTIVO-REJ
008960                    WHEN CONTA-BLOQUEADA
008970                        MOVE 'CONTA BLOQUEADA PARA DEBITOS'
008980                            TO WK-MOTIVO-REJ
008990                    WHEN OTHER
009000                        PERFORM 231-APURAR-DISPONIVEL
009010                END-EVALUATE
009020            END-IF.
009030        231-APURAR-DISPONIVEL.
009040            MOVE FD-CHAVE-CLIENTES TO WK-CHAVE-BLOQ-BUSCA.
009050            PERFORM 118-INCLUIR-CONTA-TAB.
009060            COMPUTE WK-DISPONIVEL-DEBITO =
009070                FD-SALDO-CLIENTES + FD-LIMITE-CLIENTES
009080                - WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
009090                - WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
009100                - WK-BLOQ-VALOR-PAG(WK-IDX-BLOQ-ACH).
009110            IF WK-VALOR-PAGAR > WK-DISPONIVEL-DEBITO
009120                MOVE 'SALDO INSUFICIENTE PARA PAGTO'
009130                    TO WK-MOTIVO-REJ
009140            END-IF.
009150        240-LIQUIDAR-PAGAMENTO.
009160            ADD 1 TO WK-NSU.
009170            ADD 1 TO WK-DOC-SEQ.
009180            ADD 1 TO WK-QTD-ACEITOS.
009190            ADD WK-VALOR-PAGAR
009200                TO WK-BLOQ-VALOR-PAG(WK-IDX-BLOQ-ACH).
009210            MOVE WK-DATA-REF      TO FD-DATA-PAG-PAGREG.
009220            MOVE WK-NSU           TO FD-NSU-PAGREG.
009230            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-PAGREG.
009240            MOVE WK-BARRAS        TO FD-BARRAS-PAGREG.
009250            MOVE WK-VALOR-PAGAR   TO FD-VALOR-PAGREG.
009260            MOVE WK-DOC-SEQ       TO FD-DOC-PAGREG.
009270            MOVE 'E'              TO FD-SITUACAO-PAGREG.
009280            MOVE SPACES           TO FD-MOTIVO-DEV-PAGREG.
009290            MOVE ZEROS            TO FD-DATA-DEV-PAGREG.
009300            WRITE REG-PAGREG
009310                INVALID KEY
009320                    DISPLAY 'ERRO NO WRITE DO PAGREG, '
009330                            'CHAVE ' FD-CHAVE-REG-PAGREG
009340                    MOVE 12 TO RETURN-CODE
009350                    STOP RUN
009360            END-WRITE.
009370            MOVE 'D'              TO FD-TIPO-REG-PAGCOMP.
009380            MOVE WK-DATA-REF      TO FD-DATA-PAG-PAGCOMP.
009390            MOVE WK-NSU           TO FD-NSU-PAGCOMP.
009400            MOVE WK-BARRAS        TO FD-BARRAS-PAGCOMP.
009410            MOVE WK-VALOR-PAGAR   TO FD-VALOR-PAGCOMP.
009420            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-PAGCOMP.
009430            ADD 1 TO WK-QTD-DET-PAGCOMP.
009440            ADD WK-VALOR-PAGAR TO WK-TOT-PAGCOMP.
009450            PERFORM 282-GRAVAR-PAGCOMP.
009460            MOVE 'P' TO FD-TIPO-LANCAMPT.
009470            MOVE WK-VALOR-PAGAR TO FD-VALOR-LANCAMPT.
009480            PERFORM 245-LANCAR-CONTA.
009490       *      LANCAMENTO NA CONTA DE CLIENTES JA LIDA, PELO
009500       *      LOTE LANCAMPT POSTADO PELO EAD95809
009510        245-LANCAR-CONTA.
009520            MOVE 'D'                 TO FD-TIPO-REG-LANCAMPT.
009530            MOVE FD-CHAVE-CLIENTES   TO FD-CHAVE-LANCAMPT.
009540            MOVE FD-DIGITO-CLIENTES  TO FD-DIGITO-LANCAMPT.
009550            MOVE WK-DOC-SEQ          TO FD-DOC-LANCAMPT.
009560            MOVE FD-MOEDA-CLIENTES   TO FD-MOEDA-LANCAMPT.
009570            MOVE WK-DATA-REF         TO FD-DATA-LANCAMPT.
009580            MOVE SPACES              TO FD-CONTRA-LANCAMPT.
009590            MOVE WK-HORA-CAPTURA     TO FD-HORA-LANCAMPT.
009600            MOVE WK-DOC-SEQ          TO FD-SEQ-LANCAMPT.
009610            ADD 1 TO WK-QTD-LOTE.
009620            ADD FD-VALOR-LANCAMPT TO WK-TOT-LOTE.
009630            PERFORM 281-GRAVAR-LANCAMPT.
009640       ***********************************************
009650       *      PAGAMENTO RECUSADO PELO BANCO RECEBEDOR: O
009660       *      VALOR VOLTA AO PAGADOR COMO CREDITO
009670        250-RETORNO SECTION.
009680        251-DEVOLVER-PAGAMENTO.
009690            ADD 1 TO WK-QTD-LIDOS.
009700            MOVE SPACES TO WK-MOTIVO-REJ.
009710            MOVE FD-DATA-PAG-RETPAG TO FD-DATA-PAG-PAGREG.
009720            MOVE FD-NSU-RETPAG      TO FD-NSU-PAGREG.
009730            READ ARQ-PAGREG
009740                INVALID KEY
009750                    MOVE 'PAGAMENTO NAO LOCALIZADO'
009760                        TO WK-MOTIVO-REJ
009761                    MOVE SPACES TO FD-CHAVE-PAGREG
009762                    MOVE SPACES TO FD-BARRAS-PAGREG
009770            END-READ.
009780            IF WK-MOTIVO-REJ = SPACES
009790               AND PAGTO-DEVOLVIDO
009800                MOVE 'PAGAMENTO JA DEVOLVIDO' TO WK-MOTIVO-REJ
009810            END-IF.
009820            IF WK-MOTIVO-REJ = SPACES
009830                MOVE FD-CHAVE-PAGREG TO FD-CHAVE-CLIENTES
009840                READ ARQ-CLIENTES
009850                    INVALID KEY
009860                        MOVE 'CONTA INEXISTENTE' TO WK-MOTIVO-REJ
009870                END-READ
009880            END-IF.
009890            IF WK-MOTIVO-REJ = SPACES
009900                PERFORM 252-CREDITAR-DEVOLUCAO
009910                MOVE 'PAGAMENTO DEVOLVIDO AO PAGADOR'
009920                    TO WK-TEXTO-REL
009930                MOVE FD-VALOR-PAGREG TO WK-VALOR-REL
009940            ELSE
009950                ADD 1 TO WK-QTD-REJEITADOS
009960                MOVE WK-MOTIVO-REJ TO WK-TEXTO-REL
009970                MOVE ZEROS TO WK-VALOR-REL
009980            END-IF.
009990            MOVE FD-CHAVE-PAGREG  TO WK-CHAVE-REL.
010000            MOVE FD-NSU-RETPAG    TO WK-NSU-REL.
010010            MOVE FD-BARRAS-PAGREG TO WK-CODIGO-REL.
010020            PERFORM 283-GRAVAR-RELPAG.
010030            PERFORM 302-LER-RETPAG.
010040        252-CREDITAR-DEVOLUCAO.
010050            ADD 1 TO WK-DOC-SEQ.
010060            ADD 1 TO WK-QTD-ACEITOS.
010070            MOVE 'C' TO FD-TIPO-LANCAMPT.
010080            MOVE FD-VALOR-PAGREG TO FD-VALOR-LANCAMPT.
010090            PERFORM 245-LANCAR-CONTA.
010100            ADD FD-VALOR-PAGREG TO WK-TOT-DEVOLVIDO.
010110            MOVE 'D'              TO FD-SITUACAO-PAGREG.
010120            MOVE FD-MOTIVO-RETPAG TO FD-MOTIVO-DEV-PAGREG.
010130            MOVE WK-DATA-REF      TO FD-DATA-DEV-PAGREG.
010140            REWRITE REG-PAGREG
010150                INVALID KEY
010160                    DISPLAY 'ERRO NO REWRITE DO PAGREG, '
010170                            'CHAVE ' FD-CHAVE-REG-PAGREG
010180                    MOVE 12 TO RETURN-CODE
010190                    STOP RUN
010200            END-REWRITE.
010210       ***********************************************
010220        280-GRAVACOES SECTION.
010230        281-GRAVAR-LANCAMPT.
010231            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMPT.
010240            WRITE REG-LANCAMPT.
010250            IF WK-FS-LANCAMPT NOT = '00'
010260                DISPLAY 'ERRO ' WK-FS-LANCAMPT
010270                        ' NO COMANDO WRITE LANCAMPT'
010280                MOVE 12 TO RETURN-CODE
010290                STOP RUN
010300            END-IF.
010310        282-GRAVAR-PAGCOMP.
010320            WRITE REG-PAGCOMP.
010330            IF WK-FS-PAGCOMP NOT = '00'
010340                DISPLAY 'ERRO ' WK-FS-PAGCOMP
010350                        ' NO COMANDO WRITE PAGCOMP'
010360                MOVE 12 TO RETURN-CODE
010370                STOP RUN
010380            END-IF.
010390            ADD 1 TO WK-QTD-PAGCOMP.
010400        283-GRAVAR-RELPAG.
010410            WRITE REG-RELPAG FROM WK-LINHA-PAG.
010420            IF WK-FS-RELPAG NOT = '00'
010430                DISPLAY 'ERRO ' WK-FS-RELPAG
010440                        ' NO COMANDO WRITE RELPAG'
010450                MOVE 12 TO RETURN-CODE
010460                STOP RUN
010470            END-IF.
010480       *      O ARQUIVO DE COMPENSACAO FICA PENDENTE NO
010490       *      XMITREG ATE SER CONFERIDO PELO EAD95862
010500        284-REGISTRAR-XMITREG.
010510            OPEN EXTEND ARQ-XMITREG.
010520            IF WK-FS-XMITREG = '35'
010530                OPEN OUTPUT ARQ-XMITREG
010540            END-IF.
010550            IF WK-FS-XMITREG NOT = '00'
010560                DISPLAY 'ERRO ' WK-FS-XMITREG
010570                        ' NO COMANDO OPEN XMITREG'
010580                MOVE 12 TO RETURN-CODE
010590                STOP RUN
010600            END-IF.
010610            MOVE 'COMPE'        TO FD-PARCEIRO-XMIT.
010620            MOVE 'PAGCOMP'      TO FD-ARQUIVO-XMIT.
010630            MOVE 'S'            TO FD-DIRECAO-XMIT.
010640            MOVE WK-DATA-REF    TO FD-DATA-XMIT.
010650            MOVE WK-QTD-PAGCOMP TO FD-QTDE-XMIT.
010660            MOVE WK-TOT-PAGCOMP TO FD-HASH-XMIT.
010670            MOVE 'P'            TO FD-SITUACAO-XMIT.
010680            WRITE REG-XMITREG.
010690            IF WK-FS-XMITREG NOT = '00'
010700                DISPLAY 'ERRO ' WK-FS-XMITREG
010710                        ' NO COMANDO WRITE XMITREG'
010720                MOVE 12 TO RETURN-CODE
010730                STOP RUN
010740            END-IF.
010750            CLOSE ARQ-XMITREG.
010760       ***********************************************
010770        300-LEITURAS SECTION.
010780        301-LER-PAGTIT.
010790            READ ARQ-PAGTIT.
010800            EVALUATE WK-FS-PAGTIT
010810                WHEN '00'
010820                    CONTINUE
010830                WHEN '10'
010840                    CONTINUE
010850                WHEN OTHER
010860                    DISPLAY 'ERRO ' WK-FS-PAGTIT
010870                            ' NO COMANDO READ PAGTIT'
010880                    MOVE 12 TO RETURN-CODE
010890                    STOP RUN
010900            END-EVALUATE.
010910        302-LER-RETPAG.
010920            READ ARQ-RETPAG.
010930            EVALUATE WK-FS-RETPAG
010940                WHEN '00'
010950                    CONTINUE
010960                WHEN '10'
010970                    CONTINUE
010980                WHEN OTHER
010990                    DISPLAY 'ERRO ' WK-FS-RETPAG
011000                            ' NO COMANDO READ RETPAG'
011010                    MOVE 12 TO RETURN-CODE
011020                    STOP RUN
011030            END-EVALUATE.
011040       ***********************************************
011050        195-GRAVAR-JRNL-INICIO.
011060            MOVE 'I' TO JRL-TIPO.
011070            MOVE ZEROS TO JRL-QTD-LIDOS.
011080            MOVE ZEROS TO JRL-QTD-GRAVADOS.
011090            MOVE ZEROS TO JRL-QTD-REJEITADOS.
011100            MOVE ZEROS TO JRL-RETORNO.
011101            MOVE 'EAD95901' TO LK-PROGRAMA-COM.
011102            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
011103            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
011110            PERFORM 194-GRAVAR-RUNJRNL.
011120        196-GRAVAR-JRNL-FIM.
011130            MOVE 'F' TO JRL-TIPO.
011140            MOVE WK-QTD-LIDOS
011150                TO JRL-QTD-LIDOS.
011160            MOVE WK-QTD-ACEITOS
011170                TO JRL-QTD-GRAVADOS.
011180            MOVE WK-QTD-REJEITADOS
011190                TO JRL-QTD-REJEITADOS.
011200            MOVE RETURN-CODE TO JRL-RETORNO.
011201            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
011210            PERFORM 194-GRAVAR-RUNJRNL.
011220        194-GRAVAR-RUNJRNL.
011230            OPEN EXTEND ARQ-RUNJRNL.
011240            IF WK-FS-RUNJRNL = '35'
011250                OPEN OUTPUT ARQ-RUNJRNL
011260            END-IF.
011270            IF WK-FS-RUNJRNL NOT = '00'
011280                DISPLAY 'ERRO ' WK-FS-RUNJRNL
011290                        ' NO COMANDO OPEN RUNJRNL'
011300                MOVE 12 TO RETURN-CODE
011310                STOP RUN
011320            END-IF.
011330            MOVE 'EAD95901' TO JRL-PROGRAMA.
011340            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
011350            ACCEPT JRL-HORA FROM TIME.
011360            WRITE REG-RUNJRNL.
011370            IF WK-FS-RUNJRNL NOT = '00'
011380                DISPLAY 'ERRO ' WK-FS-RUNJRNL
011390                        ' NO COMANDO WRITE RUNJRNL'
011400                MOVE 12 TO RETURN-CODE
011410                STOP RUN
011420            END-IF.
011430            CLOSE ARQ-RUNJRNL.
011440       ***********************************************
011450        900-FINALIZAR SECTION.
011460        901-FINALIZAR.
011470            MOVE 'T' TO FD-TIPO-REG-LANCAMPT.
011480            MOVE SPACES TO FD-DETALHE-LANCAMPT.
011490            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMPT.
011500            MOVE WK-QTD-LOTE TO FD-QTDE-CTRL-LANCAMPT.
011510            MOVE WK-TOT-LOTE TO FD-VALOR-CTRL-LANCAMPT.
011520            MOVE 1 TO FD-INST-CTRL-LANCAMPT.
011530            PERFORM 281-GRAVAR-LANCAMPT.
011540            MOVE 'DOCUMENTOS LIDOS        : ' TO WK-TITULO-RES.
011550            MOVE WK-QTD-LIDOS TO WK-VALOR-RES.
011560            WRITE REG-RELPAG FROM WK-LINHA-RESUMO
011570                AFTER 2 LINES.
011580            MOVE 'DOCUMENTOS PROCESSADOS  : ' TO WK-TITULO-RES.
011590            MOVE WK-QTD-ACEITOS TO WK-VALOR-RES.
011600            WRITE REG-RELPAG FROM WK-LINHA-RESUMO.
011610            MOVE 'DOCUMENTOS REJEITADOS   : ' TO WK-TITULO-RES.
011620            MOVE WK-QTD-REJEITADOS TO WK-VALOR-RES.
011630            WRITE REG-RELPAG FROM WK-LINHA-RESUMO.
011640            IF FUNCAO-PAGAMENTO
011650                MOVE 'T' TO FD-TIPO-REG-PAGCOMP
011660                MOVE SPACES TO FD-DETALHE-PAGCOMP
011670                MOVE WK-DATA-REF TO FD-DATA-CTRL-PAGCOMP
011680                MOVE WK-QTD-DET-PAGCOMP TO FD-QTDE-CTRL-PAGCOMP
011690                MOVE WK-TOT-PAGCOMP TO FD-VALOR-CTRL-PAGCOMP
011700                MOVE 1 TO FD-INST-CTRL-PAGCOMP
011710                PERFORM 282-GRAVAR-PAGCOMP
011720                CLOSE ARQ-PAGCOMP
011730                PERFORM 284-REGISTRAR-XMITREG
011740                MOVE 'VALOR PAGO E ENVIADO    : '
011750                    TO WK-TITULO-RES
011760                MOVE WK-TOT-PAGCOMP TO WK-VALOR-RES
011770                WRITE REG-RELPAG FROM WK-LINHA-RESUMO
011780                CLOSE ARQ-PAGTIT
011790            ELSE
011800                MOVE 'VALOR DEVOLVIDO         : '
011810                    TO WK-TITULO-RES
011820                MOVE WK-TOT-DEVOLVIDO TO WK-VALOR-RES
011830                WRITE REG-RELPAG FROM WK-LINHA-RESUMO
011840                CLOSE ARQ-RETPAG
011850            END-IF.
011860            DISPLAY 'DOCUMENTOS LIDOS      : ' WK-QTD-LIDOS.
011870            DISPLAY 'DOCUMENTOS PROCESSADOS: ' WK-QTD-ACEITOS.
011880            DISPLAY 'DOCUMENTOS REJEITADOS : ' WK-QTD-REJEITADOS.
011890            CLOSE ARQ-CLIENTES.
011900            CLOSE ARQ-PAGREG.
011910            CLOSE ARQ-LANCAMPT.
011920            CLOSE ARQ-RELPAG.
