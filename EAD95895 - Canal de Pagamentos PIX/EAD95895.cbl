000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95895.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CANAL DE PAGAMENTOS PIX: LE AS ORDENS DO     *
000170       *   PIXMOV (ENVIADOS E RECEBIDOS), RESOLVE A     *
000180       *   CHAVE DE DESTINO NO DIRETORIO PIXCHAVE,      *
000190       *   APLICA A REGRA DO DISPONIVEL DA LINHA DE     *
000200       *   SALDO (SALDO MAIS LIMITE MENOS BLOQUEIO      *
000210       *   JUDICIAL) SOBRE O SALDO DO DIA E MONTA O     *
000220       *   LOTE LANCAMI PARA A POSTAGEM INTRADIA DO     *
000230       *   EAD95856. CADA PIX SAI NO CONTROLE PIXCTL,   *
000240       *   QUE O EAD95896 CONCILIA COM O EXTRATO DO SPI *
000250       *   NO FIM DO DIA. PIX PARA CHAVE PROPRIA VIRA   *
000260       *   TRANSFERENCIA INTERNA; PIX RECEBIDO PARA     *
000270       *   CHAVE INEXISTENTE OU INATIVA E DEVOLVIDO     *
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
000380            SELECT ARQ-PIXMOV   ASSIGN TO PIXMOV
000390                FILE STATUS IS WK-FS-PIXMOV.
000400            SELECT ARQ-PIXCHAVE ASSIGN TO PIXCHAVE
000410                ORGANIZATION IS INDEXED
000420                ACCESS MODE IS DYNAMIC
000430                RECORD KEY IS FD-CHAVE-PIXCHAVE
000440                FILE STATUS IS WK-FS-PIXCHAVE.
000450            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS DYNAMIC
000480                RECORD KEY IS FD-CHAVE-CLIENTES
000490                FILE STATUS IS WK-FS-CLIENTES.
000500            SELECT ARQ-SALDODIA ASSIGN TO SALDODIA
000510                ORGANIZATION IS INDEXED
000520                ACCESS MODE IS DYNAMIC
000530                RECORD KEY IS FD-CHAVE-SALDODIA
000540                FILE STATUS IS WK-FS-SALDODIA.
000550            SELECT ARQ-BLOQJUD  ASSIGN TO BLOQJUD
000560                ORGANIZATION IS INDEXED
000570                ACCESS MODE IS DYNAMIC
000580                RECORD KEY IS FD-CHAVE-REG-BLOQJUD
000590                FILE STATUS IS WK-FS-BLOQJUD.
000591            SELECT ARQ-CHQDEP   ASSIGN TO CHQDEP
000592                ORGANIZATION IS INDEXED
000593                ACCESS MODE IS SEQUENTIAL
000594                RECORD KEY IS FD-CHAVE-REG-CHQDEP
000595                FILE STATUS IS WK-FS-CHQDEP.
000600            SELECT ARQ-LANCAMI  ASSIGN TO LANCAMI
000610                FILE STATUS IS WK-FS-LANCAMI.
000620            SELECT ARQ-PIXCTL   ASSIGN TO PIXCTL
000630                FILE STATUS IS WK-FS-PIXCTL.
000640            SELECT ARQ-RELPIXMV ASSIGN TO RELPIXMV
000650                FILE STATUS IS WK-FS-RELPIXMV.
000660       *
000670        DATA DIVISION.
000680        FILE SECTION.
000690        FD   ARQ-PIXMOV
000700             RECORDING MODE IS F.
000710        01  REG-PIXMOV.
000720            05 FD-SENTIDO-PIXMOV   PIC X.
000730                88 PIXMOV-ENVIO        VALUE 'E'.
000740                88 PIXMOV-RECEBIMENTO  VALUE 'R'.
000750            05 FD-E2E-PIXMOV       PIC X(32).
000760            05 FD-CONTA-PIXMOV.
000770                10 FD-AGENCIA-PIXMOV   PIC X(4).
000780                10 FD-NRCONTA-PIXMOV   PIC 9(5).
000790            05 FD-DIGITO-PIXMOV    PIC X.
000800            05 FD-CHAVE-PIXMOV     PIC X(77).
000810            05 FD-VALOR-PIXMOV     PIC 9(6)V99.
000820            05 FD-DOC-PIXMOV       PIC 9(4).
000830            05 FD-HORA-PIXMOV      PIC 9(6).
000840        FD   ARQ-PIXCHAVE
000850             RECORDING MODE IS F.
000860        01  REG-PIXCHAVE.
000870            05 FD-CHAVE-PIXCHAVE   PIC X(77).
000880            05 FD-TIPO-PIXCHAVE    PIC X.
000890            05 FD-CONTA-PIXCHAVE.
000900                10 FD-AGENCIA-PIXCHAVE PIC X(4).
000910                10 FD-NRCONTA-PIXCHAVE PIC 9(5).
000920            05 FD-CPFCNPJ-PIXCHAVE PIC X(14).
000930            05 FD-SITUACAO-PIXCHAVE PIC X.
000940                88 PIXCHAVE-ATIVA      VALUE 'A'.
000950                88 PIXCHAVE-SUSPENSA   VALUE 'S'.
000960                88 PIXCHAVE-EXCLUIDA   VALUE 'E'.
000970            05 FD-DATA-SIT-PIXCHAVE PIC 9(8).
000980        FD   ARQ-CLIENTES
000990             RECORDING MODE IS F.
001000        01  REG-CLIENTES.
001010            05 FD-CHAVE-CLIENTES.
001020                10 FD-AGENCIA-CLIENTES     PIC X(4).
001030                10 FD-CONTA-CLIENTES       PIC 9(5).
001040            05 FD-DIGITO-CLIENTES      PIC X.
001050            05 FD-NOME-CLIENTES        PIC A(20).
001060            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001070            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001080            05 FD-MOEDA-CLIENTES       PIC X(3).
001090            05 FD-SITUACAO-CLIENTES    PIC X.
001100                88 CONTA-ATIVA            VALUE 'A' ' '.
001110                88 CONTA-BLOQUEADA        VALUE 'B'.
001120                88 CONTA-ENCERRADA        VALUE 'E'.
001130        FD   ARQ-SALDODIA
001140             RECORDING MODE IS F.
001150        01  REG-SALDODIA.
001160            05 FD-CHAVE-SALDODIA.
001170                10 FD-AGENCIA-SALDODIA      PIC X(4).
001180                10 FD-CONTA-SALDODIA        PIC 9(5).
001190            05 FD-SALDO-SALDODIA       PIC S9(6)V99.
001200            05 FD-LIMITE-SALDODIA      PIC 9(6)V99.
001210            05 FD-MOEDA-SALDODIA       PIC X(3).
001220            05 FD-SITUACAO-SALDODIA    PIC X.
001230            05 FD-QTD-MOVTOS-SALDODIA  PIC 9(4).
001240        FD   ARQ-BLOQJUD
001250             RECORDING MODE IS F.
001260        01  REG-BLOQJUD.
001270            05 FD-CHAVE-REG-BLOQJUD.
001280                10 FD-CHAVE-BLOQJUD    PIC X(9).
001290                10 FD-PROCESSO-BLOQJUD PIC X(15).
001300            05 FD-VALOR-BLOQJUD    PIC 9(6)V99.
001310            05 FD-DATA-INI-BLOQJUD PIC 9(8).
001320            05 FD-DATA-FIM-BLOQJUD PIC 9(8).
001330            05 FD-SITUACAO-BLOQJUD PIC X.
001340                88 BLOQUEIO-ATIVO      VALUE 'A'.
001350                88 BLOQUEIO-LEVANTADO  VALUE 'L'.
001351        FD   ARQ-CHQDEP
001352             RECORDING MODE IS F.
001353        01  REG-CHQDEP.
001354            05 FD-CHAVE-REG-CHQDEP.
001355                10 FD-BANCO-CHQDEP     PIC 9(3).
001356                10 FD-AGENCIA-SAC-CHQDEP PIC 9(4).
001357                10 FD-CONTA-SAC-CHQDEP PIC 9(10).
001358                10 FD-NUMERO-CHQDEP    PIC 9(6).
001359            05 FD-CHAVE-CHQDEP     PIC X(9).
001360            05 FD-VALOR-CHQDEP     PIC 9(6)V99.
001361            05 FD-DOC-CHQDEP       PIC 9(4).
001362            05 FD-DATA-DEP-CHQDEP  PIC 9(8).
001363            05 FD-DATA-LIBERA-CHQDEP PIC 9(8).
001364            05 FD-SITUACAO-CHQDEP  PIC X.
001365                88 CHEQUE-RETIDO       VALUE 'R'.
001366                88 CHEQUE-DEVOLVIDO    VALUE 'D'.
001367            05 FD-MOTIVO-DEV-CHQDEP PIC XX.
001368            05 FD-DATA-DEV-CHQDEP  PIC 9(8).
001360        FD   ARQ-LANCAMI
001370             RECORDING MODE IS F.
001380        01  REG-LANCAMI.
001390            05 FD-TIPO-REG-LANCAMI     PIC X.
001400                88 LANCAMI-HEADER          VALUE 'H'.
001410                88 LANCAMI-DETALHE         VALUE 'D'.
001420                88 LANCAMI-TRAILER         VALUE 'T'.
001430            05 FD-DETALHE-LANCAMI.
001440                10 FD-CHAVE-LANCAMI.
001450                    15 FD-AGENCIA-LANCAMI      PIC X(4).
001460                    15 FD-CONTA-LANCAMI        PIC 9(5).
001470                10 FD-DIGITO-LANCAMI       PIC X.
001480                10 FD-DOC-LANCAMI          PIC 9(4).
001490                10 FD-TIPO-LANCAMI         PIC X.
001500                10 FD-VALOR-LANCAMI        PIC 9(6)V99.
001510                10 FD-MOEDA-LANCAMI        PIC X(3).
001520                10 FD-DATA-LANCAMI         PIC 9(8).
001530                10 FD-CONTRA-LANCAMI.
001540                    15 FD-AGENCIA-CONTRA-LANCAMI PIC X(4).
001550                    15 FD-CONTA-CONTRA-LANCAMI  PIC 9(5).
001560                10 FD-HORA-LANCAMI        PIC 9(6).
001570                10 FD-SEQ-LANCAMI         PIC 9(4).
001580            05 FD-CTRL-LANCAMI REDEFINES FD-DETALHE-LANCAMI.
001590                10 FD-DATA-CTRL-LANCAMI    PIC 9(8).
001600                10 FD-QTDE-CTRL-LANCAMI    PIC 9(6).
001610                10 FD-VALOR-CTRL-LANCAMI   PIC 9(8)V99.
001611            05 FD-ID-EXEC-LANCAMI      PIC 9(10).
001620        FD   ARQ-PIXCTL
001630             RECORDING MODE IS F.
001640        01  REG-PIXCTL.
001650            05 FD-E2E-PIXCTL       PIC X(32).
001660            05 FD-SENTIDO-PIXCTL   PIC X.
001670                88 PIXCTL-SAIDA        VALUE 'S'.
001680                88 PIXCTL-ENTRADA      VALUE 'E'.
001690            05 FD-SITUACAO-PIXCTL  PIC X.
001700                88 PIXCTL-LIQUIDA-SPI  VALUE 'L'.
001710                88 PIXCTL-INTERNO      VALUE 'I'.
001720                88 PIXCTL-DEVOLVIDO    VALUE 'D'.
001730            05 FD-CHAVE-PIXCTL     PIC X(9).
001740            05 FD-DOC-PIXCTL       PIC 9(4).
001750            05 FD-VALOR-PIXCTL     PIC 9(6)V99.
001760            05 FD-DATA-PIXCTL      PIC 9(8).
001770            05 FD-HORA-PIXCTL      PIC 9(6).
001780        FD   ARQ-RELPIXMV
001790             RECORDING MODE IS F.
001800        01  REG-RELPIXMV               PIC X(78).
001810        FD   ARQ-RUNJRNL
001820             RECORDING MODE IS F.
001830        01  REG-RUNJRNL.
001840            05 JRL-PROGRAMA        PIC X(8).
001850            05 JRL-TIPO            PIC X.
001860            05 JRL-DATA            PIC 9(8).
001870            05 JRL-HORA            PIC 9(6).
001880            05 JRL-QTD-LIDOS       PIC 9(7).
001890            05 JRL-QTD-GRAVADOS    PIC 9(7).
001900            05 JRL-QTD-REJEITADOS  PIC 9(7).
001910            05 JRL-RETORNO         PIC 9(4).
001911            05 JRL-ID-EXEC         PIC 9(10).
001920        WORKING-STORAGE SECTION.
001930        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001931        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001932        01  LK-AREA-ID-EXEC.
001933            05 LK-PROGRAMA-COM     PIC X(8).
001934            05 LK-ID-EXEC-COM      PIC 9(10).
001940        77  WK-FS-PIXMOV   PIC XX           VALUE SPACES.
001950        77  WK-FS-PIXCHAVE PIC XX           VALUE SPACES.
001960        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001970        77  WK-FS-SALDODIA PIC XX           VALUE SPACES.
001980        77  WK-FS-BLOQJUD  PIC XX           VALUE SPACES.
001990        77  WK-FS-LANCAMI  PIC XX           VALUE SPACES.
002000        77  WK-FS-PIXCTL   PIC XX           VALUE SPACES.
002010        77  WK-FS-RELPIXMV PIC XX           VALUE SPACES.
002020        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002030        77  WK-SALDODIA-ABERTO PIC X        VALUE 'N'.
002040            88 SALDODIA-ABERTO                VALUE 'S'.
002050        77  WK-QTD-LIDOS   PIC 9(6)         VALUE ZEROS.
002060        77  WK-QTD-ENVIADOS PIC 9(6)        VALUE ZEROS.
002070        77  WK-QTD-INTERNOS PIC 9(6)        VALUE ZEROS.
002080        77  WK-QTD-RECEBIDOS PIC 9(6)       VALUE ZEROS.
002090        77  WK-QTD-DEVOLVIDOS PIC 9(6)      VALUE ZEROS.
002100        77  WK-QTD-REJEITADOS PIC 9(6)      VALUE ZEROS.
002110        77  WK-QTD-LOTE    PIC 9(6)         VALUE ZEROS.
002120        77  WK-TOT-LOTE    PIC 9(8)V99      VALUE ZEROS.
002130        77  WK-MOTIVO-REJ  PIC X(30)        VALUE SPACES.
002140        77  WK-SALDO-ORIGEM PIC S9(6)V99    VALUE ZEROS.
002150        77  WK-LIMITE-ORIGEM PIC 9(6)V99    VALUE ZEROS.
002160        77  WK-VALOR-BLOQUEADO PIC 9(7)V99  VALUE ZEROS.
002161        77  WK-FS-CHQDEP   PIC XX           VALUE SPACES.
002162        77  WK-VALOR-RETIDO-CHQ PIC 9(7)V99 VALUE ZEROS.
002170        77  WK-DISPONIVEL-DEBITO PIC S9(8)V99 VALUE ZEROS.
002180        77  WK-CHAVE-BLOQ-BUSCA PIC X(9)     VALUE SPACES.
002190        77  WK-QTD-BLOQTAB PIC 9(4)         VALUE ZEROS.
002200        77  WK-IDX-BLOQTAB PIC 9(4)         VALUE ZEROS.
002210        77  WK-IDX-BLOQ-ACH PIC 9(4)        VALUE ZEROS.
002220        77  WK-BLOQ-ACHADO PIC X            VALUE 'N'.
002230            88 BLOQ-ACHADO                    VALUE 'S'.
002240            88 BLOQ-NAO-ACHADO                VALUE 'N'.
002250        01  WK-TAB-BLOQUEIOS.
002260            05 WK-BLOQ-OCC        OCCURS 2000 TIMES.
002270                10 WK-BLOQ-CHAVE      PIC X(9).
002280                10 WK-BLOQ-VALOR      PIC 9(7)V99.
002281                10 WK-BLOQ-VALOR-CHQ  PIC 9(7)V99.
002290       *      DEBITOS PIX JA ACEITOS NESTE LOTE POR CONTA,
002300       *      AINDA NAO REFLETIDOS NO SALDODIA
002310        77  WK-QTD-DEBTAB  PIC 9(4)         VALUE ZEROS.
002320        77  WK-IDX-DEBTAB  PIC 9(4)         VALUE ZEROS.
002330        77  WK-IDX-DEB-ACH PIC 9(4)         VALUE ZEROS.
002340        77  WK-DEB-ACHADO  PIC X            VALUE 'N'.
002350            88 DEB-ACHADO                     VALUE 'S'.
002360            88 DEB-NAO-ACHADO                 VALUE 'N'.
002370        01  WK-TAB-DEBITOS.
002380            05 WK-DEB-OCC         OCCURS 5000 TIMES.
002390                10 WK-DEB-CHAVE       PIC X(9).
002400                10 WK-DEB-VALOR       PIC 9(8)V99.
002410        01  WK-LINHA-OCORR.
002420            05 WK-SENTIDO-REL  PIC X.
002430            05 FILLER          PIC X(01) VALUE SPACE.
002440            05 WK-E2E-REL      PIC X(32).
002450            05 FILLER          PIC X(01) VALUE SPACE.
002460            05 WK-VALOR-REL    PIC ZZZ.ZZ9,99.
002470            05 FILLER          PIC X(01) VALUE SPACE.
002480            05 WK-RESULT-REL   PIC X(30).
002490        01  WK-LINHA-TOTAL.
002500            05 WK-TITULO-TOT   PIC X(26).
002510            05 WK-VALOR-TOT    PIC ZZZZZ9.
002520       *
002530        PROCEDURE DIVISION.
002540        000-PRINCIPAL SECTION.
002550        001-PRINCIPAL.
002560            PERFORM 195-GRAVAR-JRNL-INICIO.
002570            PERFORM 101-INICIAR.
002580            PERFORM 201-PROCESSAR-PIX
002590                UNTIL WK-FS-PIXMOV = '10'.
002600            PERFORM 901-FINALIZAR.
002610            PERFORM 196-GRAVAR-JRNL-FIM.
002620            STOP RUN.
002630       ***********************************************************
002640        100-INICIAR SECTION.
002650        101-INICIAR.
002660            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
002670            PERFORM 110-CARREGAR-BLOQJUD.
002671            PERFORM 115-CARREGAR-CHQDEP.
002680            PERFORM 102-ABRIR-PIXMOV.
002690            OPEN INPUT ARQ-PIXCHAVE.
002700            IF WK-FS-PIXCHAVE NOT = '00'
002710                DISPLAY 'ERRO ' WK-FS-PIXCHAVE
002720                        ' NO COMANDO OPEN PIXCHAVE'
002730                MOVE 12 TO RETURN-CODE
002740                STOP RUN
002750            END-IF.
002760            OPEN INPUT ARQ-CLIENTES.
002770            IF WK-FS-CLIENTES NOT = '00'
002780                DISPLAY 'ERRO ' WK-FS-CLIENTES
002790                        ' NO COMANDO OPEN CLIENTES'
002800                MOVE 12 TO RETURN-CODE
002810                STOP RUN
002820            END-IF.
002830            PERFORM 103-ABRIR-SALDODIA.
002840            PERFORM 104-ABRIR-SAIDAS.
002850            MOVE 'H' TO FD-TIPO-REG-LANCAMI.
002860            MOVE SPACES TO FD-DETALHE-LANCAMI.
002870            MOVE WK-DATA-SIST TO FD-DATA-CTRL-LANCAMI.
002880            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMI.
002890            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMI.
002900            PERFORM 211-GRAVAR-LANCAMI.
002910        102-ABRIR-PIXMOV.
002920            OPEN INPUT ARQ-PIXMOV.
002930            EVALUATE WK-FS-PIXMOV
002940                WHEN '00'
002950                    PERFORM 301-LER-PIXMOV
002960                WHEN '35'
002970                    DISPLAY 'ARQUIVO PIXMOV NAO ENCONTRADO'
002980                    MOVE 12 TO RETURN-CODE
002990                    STOP RUN
003000                WHEN OTHER
003010                    DISPLAY 'ERRO ' WK-FS-PIXMOV
003020                            ' NO COMANDO OPEN PIXMOV'
003030                    MOVE 12 TO RETURN-CODE
003040                    STOP RUN
003050            END-EVALUATE.
003060       *      SEM SALDODIA A CONTA AINDA NAO TEVE POSTAGEM
003070       *      NO DIA E O SALDO VEM DO CLIENTES
003080        103-ABRIR-SALDODIA.
003090            OPEN INPUT ARQ-SALDODIA.
003100            EVALUATE WK-FS-SALDODIA
003110                WHEN '00'
003120                    MOVE 'S' TO WK-SALDODIA-ABERTO
003130                WHEN '35'
003140                    CONTINUE
003150                WHEN OTHER
003160                    DISPLAY 'ERRO ' WK-FS-SALDODIA
003170                            ' NO COMANDO OPEN SALDODIA'
003180                    MOVE 12 TO RETURN-CODE
003190                    STOP RUN
003200            END-EVALUATE.
003210        104-ABRIR-SAIDAS.
003220            OPEN OUTPUT ARQ-LANCAMI.
003230            IF WK-FS-LANCAMI NOT = '00'
003240                DISPLAY 'ERRO ' WK-FS-LANCAMI
003250                        ' NO COMANDO OPEN LANCAMI'
003260                MOVE 12 TO RETURN-CODE
003270                STOP RUN
003280            END-IF.
003290            OPEN EXTEND ARQ-PIXCTL.
003300            IF WK-FS-PIXCTL = '35'
003310                OPEN OUTPUT ARQ-PIXCTL
003320            END-IF.
003330            IF WK-FS-PIXCTL NOT = '00'
003340                DISPLAY 'ERRO ' WK-FS-PIXCTL
003350                        ' NO COMANDO OPEN PIXCTL'
003360                MOVE 12 TO RETURN-CODE
003370                STOP RUN
003380            END-IF.
003390            OPEN OUTPUT ARQ-RELPIXMV.
003400            IF WK-FS-RELPIXMV NOT = '00'
003410                DISPLAY 'ERRO ' WK-FS-RELPIXMV
003420                        ' NO COMANDO OPEN RELPIXMV'
003430                MOVE 12 TO RETURN-CODE
003440                STOP RUN
003450            END-IF.
003460       *      OS BLOQUEIOS JUDICIAIS ATIVOS SAO SOMADOS POR
003470       *      CONTA, COMO NA LINHA DE SALDO
003480        110-CARREGAR-BLOQJUD.
003490            OPEN INPUT ARQ-BLOQJUD.
003500            EVALUATE WK-FS-BLOQJUD
003510                WHEN '00'
003520                    PERFORM 111-LER-BLOQJUD
003530                    PERFORM 112-ACUMULAR-BLOQUEIO
003540                        UNTIL WK-FS-BLOQJUD = '10'
003550                    CLOSE ARQ-BLOQJUD
003560                WHEN '35'
003570                    CONTINUE
003580                WHEN OTHER
003590                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
003600                            ' NO COMANDO OPEN BLOQJUD'
003610                    MOVE 12 TO RETURN-CODE
003620                    STOP RUN
003630            END-EVALUATE.
003640        111-LER-BLOQJUD.
003650            READ ARQ-BLOQJUD NEXT.
003660            EVALUATE WK-FS-BLOQJUD
003670                WHEN '00'
003680                    CONTINUE
003690                WHEN '10'
003700                    CONTINUE
003710                WHEN OTHER
003720                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
003730                            ' NO COMANDO READ BLOQJUD'
003740                    MOVE 12 TO RETURN-CODE
003750                    STOP RUN
003760            END-EVALUATE.
003770        112-ACUMULAR-BLOQUEIO.
003780            IF BLOQUEIO-ATIVO
003790                MOVE FD-CHAVE-BLOQJUD TO WK-CHAVE-BLOQ-BUSCA
003800                PERFORM 113-PROCURAR-BLOQUEIO
003810                IF BLOQ-NAO-ACHADO
003820                    IF WK-QTD-BLOQTAB NOT LESS 2000
003830                        DISPLAY 'TABELA DE BLOQUEIOS CHEIA, '
003840                                'LIMITE 2000'
003850                        MOVE 12 TO RETURN-CODE
003860                        STOP RUN
003870                    END-IF
003880                    ADD 1 TO WK-QTD-BLOQTAB
003890                    MOVE WK-QTD-BLOQTAB TO WK-IDX-BLOQ-ACH
003900                    MOVE FD-CHAVE-BLOQJUD
003910                        TO WK-BLOQ-CHAVE(WK-IDX-BLOQ-ACH)
003920                    MOVE ZEROS
003930                        TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
003931                    MOVE ZEROS
003932                        TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
003940                END-IF
003950                ADD FD-VALOR-BLOQJUD
003960                    TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
003970            END-IF.
003980            PERFORM 111-LER-BLOQJUD.
003990        113-PROCURAR-BLOQUEIO.
004000            SET BLOQ-NAO-ACHADO TO TRUE.
004010            PERFORM 114-COMPARAR-BLOQUEIO
004020                VARYING WK-IDX-BLOQTAB FROM 1 BY 1
004030                UNTIL WK-IDX-BLOQTAB > WK-QTD-BLOQTAB
004040                   OR BLOQ-ACHADO.
004050        114-COMPARAR-BLOQUEIO.
004060            IF WK-BLOQ-CHAVE(WK-IDX-BLOQTAB)
004070                   = WK-CHAVE-BLOQ-BUSCA
004080                SET BLOQ-ACHADO TO TRUE
004090                MOVE WK-IDX-BLOQTAB TO WK-IDX-BLOQ-ACH
004100            END-IF.
004101       *      CHEQUES DE OUTROS BANCOS DEPOSITADOS E AINDA
004102       *      NAO COMPENSADOS, RETIDOS NO DISPONIVEL COMO NA
004103       *      LINHA DE SALDO
004104        115-CARREGAR-CHQDEP.
004105            OPEN INPUT ARQ-CHQDEP.
004106            EVALUATE WK-FS-CHQDEP
004107                WHEN '00'
004108                    PERFORM 116-LER-CHQDEP
004109                    PERFORM 117-ACUMULAR-RETENCAO
004110                        UNTIL WK-FS-CHQDEP = '10'
004111                    CLOSE ARQ-CHQDEP
004112                WHEN '35'
004113                    CONTINUE
004114                WHEN OTHER
004115                    DISPLAY 'ERRO ' WK-FS-CHQDEP
004116                            ' NO COMANDO OPEN CHQDEP'
004117                    MOVE 12 TO RETURN-CODE
004118                    STOP RUN
004119            END-EVALUATE.
004120        116-LER-CHQDEP.
004121            READ ARQ-CHQDEP NEXT.
004122            EVALUATE WK-FS-CHQDEP
004123                WHEN '00'
004124                    CONTINUE
004125                WHEN '10'
004126                    CONTINUE
004127                WHEN OTHER
004128                    DISPLAY 'ERRO ' WK-FS-CHQDEP
004129                            ' NO COMANDO READ CHQDEP'
004130                    MOVE 12 TO RETURN-CODE
004131                    STOP RUN
004132            END-EVALUATE.
004133        117-ACUMULAR-RETENCAO.
004134            IF CHEQUE-RETIDO
004135               AND FD-DATA-LIBERA-CHQDEP > WK-DATA-SIST
004136                MOVE FD-CHAVE-CHQDEP TO WK-CHAVE-BLOQ-BUSCA
004137                PERFORM 113-PROCURAR-BLOQUEIO
004138                IF BLOQ-NAO-ACHADO
004139                    IF WK-QTD-BLOQTAB NOT LESS 2000
004140                        DISPLAY 'TABELA DE BLOQUEIOS CHEIA, '
004141                                'LIMITE 2000'
004142                        MOVE 12 TO RETURN-CODE
004143                        STOP RUN
004144                    END-IF
004145                    ADD 1 TO WK-QTD-BLOQTAB
004146                    MOVE WK-QTD-BLOQTAB TO WK-IDX-BLOQ-ACH
004147                    MOVE FD-CHAVE-CHQDEP
004148                        TO WK-BLOQ-CHAVE(WK-IDX-BLOQ-ACH)
004149                    MOVE ZEROS
004150                        TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
004151                    MOVE ZEROS
004152                        TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
004153                END-IF
004154                ADD FD-VALOR-CHQDEP
004155                    TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
004156            END-IF.
004157            PERFORM 116-LER-CHQDEP.
004110       ***********************************************
004120        200-PROCESSAR SECTION.
004130        201-PROCESSAR-PIX.
004140            ADD 1 TO WK-QTD-LIDOS.
004150            MOVE SPACES TO WK-MOTIVO-REJ.
004160            EVALUATE TRUE
004170                WHEN NOT (PIXMOV-ENVIO OR PIXMOV-RECEBIMENTO)
004180                    MOVE 'SENTIDO DO PIX INVALIDO'
004190                        TO WK-MOTIVO-REJ
004200                WHEN FD-E2E-PIXMOV = SPACES
004210                    MOVE 'IDENTIFICADOR E2E AUSENTE'
004220                        TO WK-MOTIVO-REJ
004230                WHEN FD-CHAVE-PIXMOV = SPACES
004240                    MOVE 'CHAVE PIX NAO INFORMADA'
004250                        TO WK-MOTIVO-REJ
004260                WHEN FD-VALOR-PIXMOV NOT NUMERIC
004270                  OR FD-VALOR-PIXMOV = ZEROS
004280                    MOVE 'VALOR DO PIX INVALIDO'
004290                        TO WK-MOTIVO-REJ
004300                WHEN PIXMOV-ENVIO
004310                    PERFORM 202-ENVIAR-PIX
004320                WHEN OTHER
004330                    PERFORM 206-RECEBER-PIX
004340            END-EVALUATE.
004350            IF WK-MOTIVO-REJ NOT = SPACES
004360                ADD 1 TO WK-QTD-REJEITADOS
004370                MOVE WK-MOTIVO-REJ TO WK-RESULT-REL
004380                PERFORM 213-RELATAR-PIX
004390            END-IF.
004400            PERFORM 301-LER-PIXMOV.
004410       *      PIX ENVIADO: A CONTA DE ORIGEM PRECISA ESTAR
004420       *      ATIVA E TER DISPONIVEL; A CHAVE DE DESTINO
004430       *      SE RESOLVE NO DIRETORIO PROPRIO
004440        202-ENVIAR-PIX.
004450            MOVE FD-CONTA-PIXMOV TO FD-CHAVE-CLIENTES.
004460            READ ARQ-CLIENTES
004470                INVALID KEY
004480                    MOVE 'CONTA DE ORIGEM INEXISTENTE'
004490                        TO WK-MOTIVO-REJ
004500            END-READ.
004510            IF WK-MOTIVO-REJ = SPACES
004520                EVALUATE TRUE
004530                    WHEN CONTA-ENCERRADA
004540                        MOVE 'CONTA ENCERRADA'
004550                            TO WK-MOTIVO-REJ
004560                    WHEN CONTA-BLOQUEADA
004570                        MOVE 'CONTA BLOQUEADA PARA DEBITOS'
004580                            TO WK-MOTIVO-REJ
004590                    WHEN OTHER
004600                        PERFORM 203-APURAR-DISPONIVEL
004610                END-EVALUATE
004620            END-IF.
004630            IF WK-MOTIVO-REJ = SPACES
004640                MOVE FD-CHAVE-PIXMOV TO FD-CHAVE-PIXCHAVE
004650                READ ARQ-PIXCHAVE
004660                    INVALID KEY
004670                        MOVE 'E' TO FD-SITUACAO-PIXCHAVE
004680                END-READ
004690                EVALUATE TRUE
004700                    WHEN PIXCHAVE-SUSPENSA
004710                        MOVE 'CHAVE PIX DESTINO SUSPENSA'
004720                            TO WK-MOTIVO-REJ
004730                    WHEN PIXCHAVE-ATIVA
004740                     AND FD-CONTA-PIXCHAVE = FD-CONTA-PIXMOV
004750                        MOVE 'CHAVE DESTINO DA PROPRIA CONTA'
004760                            TO WK-MOTIVO-REJ
004770                    WHEN PIXCHAVE-ATIVA
004780                        PERFORM 205-ENVIAR-INTERNO
004790                    WHEN OTHER
004800                        PERFORM 204-ENVIAR-SPI
004810                END-EVALUATE
004820            END-IF.
004830       *      MESMA REGRA DO 254-APURAR-DISPONIVEL DA LINHA
004840       *      DE SALDO, SOBRE O SALDO DO DIA E JA DESCONTADOS
004850       *      OS PIX ACEITOS ANTES NESTE LOTE
004860        203-APURAR-DISPONIVEL.
004870            MOVE FD-SALDO-CLIENTES  TO WK-SALDO-ORIGEM.
004880            MOVE FD-LIMITE-CLIENTES TO WK-LIMITE-ORIGEM.
004890            IF SALDODIA-ABERTO
004900                MOVE FD-CONTA-PIXMOV TO FD-CHAVE-SALDODIA
004910                READ ARQ-SALDODIA
004920                    INVALID KEY
004930                        CONTINUE
004940                    NOT INVALID KEY
004950                        MOVE FD-SALDO-SALDODIA
004960                            TO WK-SALDO-ORIGEM
004970                        MOVE FD-LIMITE-SALDODIA
004980                            TO WK-LIMITE-ORIGEM
004990                        IF FD-SITUACAO-SALDODIA = 'B' OR 'E'
005000                            MOVE 'CONTA BLOQUEADA PARA DEBITOS'
005010                                TO WK-MOTIVO-REJ
005020                        END-IF
005030                END-READ
005040            END-IF.
005041            MOVE ZEROS TO WK-VALOR-BLOQUEADO.
005042            MOVE ZEROS TO WK-VALOR-RETIDO-CHQ.
005043            MOVE FD-CONTA-PIXMOV TO WK-CHAVE-BLOQ-BUSCA.
005044            PERFORM 113-PROCURAR-BLOQUEIO.
005045            IF BLOQ-ACHADO
005046                MOVE WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
005047                    TO WK-VALOR-BLOQUEADO
005048                MOVE WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
005049                    TO WK-VALOR-RETIDO-CHQ
005050            END-IF.
005051            COMPUTE WK-DISPONIVEL-DEBITO =
005052                WK-SALDO-ORIGEM + WK-LIMITE-ORIGEM
005053                - WK-VALOR-BLOQUEADO - WK-VALOR-RETIDO-CHQ.
005054            PERFORM 215-PROCURAR-DEBITO.
005055            IF DEB-ACHADO
005056                SUBTRACT WK-DEB-VALOR(WK-IDX-DEB-ACH)
005057                    FROM WK-DISPONIVEL-DEBITO
005058            END-IF.
005059            IF WK-MOTIVO-REJ = SPACES
005060               AND FD-VALOR-PIXMOV > WK-DISPONIVEL-DEBITO
005061                MOVE 'SALDO INSUFICIENTE PARA PIX'
005062                    TO WK-MOTIVO-REJ
005063                EVALUATE TRUE
005064                    WHEN WK-VALOR-BLOQUEADO > ZEROS
005065                     AND FD-VALOR-PIXMOV NOT GREATER
005066                         WK-DISPONIVEL-DEBITO + WK-VALOR-BLOQUEADO
005067                         + WK-VALOR-RETIDO-CHQ
005068                        MOVE 'VALOR SOB BLOQUEIO JUDICIAL'
005069                            TO WK-MOTIVO-REJ
005070                    WHEN WK-VALOR-RETIDO-CHQ > ZEROS
005071                     AND FD-VALOR-PIXMOV NOT GREATER
005072                         WK-DISPONIVEL-DEBITO
005073                         + WK-VALOR-RETIDO-CHQ
005074                        MOVE 'VALOR SOB CHEQUE A COMPENSAR'
005075                            TO WK-MOTIVO-REJ
005076                END-EVALUATE
005077            END-IF.
005310       *      CHAVE DE OUTRA INSTITUICAO: DEBITO NA ORIGEM E
005320       *      LIQUIDACAO PELO SPI
005330        204-ENVIAR-SPI.
005340            MOVE FD-CONTA-PIXMOV  TO FD-CHAVE-LANCAMI.
005350            MOVE 'D'              TO FD-TIPO-LANCAMI.
005360            MOVE SPACES           TO FD-CONTRA-LANCAMI.
005370            PERFORM 210-MONTAR-LANCAMI.
005380            PERFORM 216-REGISTRAR-DEBITO.
005390            MOVE 'S' TO FD-SENTIDO-PIXCTL.
005400            MOVE 'L' TO FD-SITUACAO-PIXCTL.
005410            MOVE FD-CONTA-PIXMOV TO FD-CHAVE-PIXCTL.
005420            PERFORM 212-GRAVAR-PIXCTL.
005430            ADD 1 TO WK-QTD-ENVIADOS.
005440            MOVE 'PIX ENVIADO AO SPI' TO WK-RESULT-REL.
005450            PERFORM 213-RELATAR-PIX.
005460       *      CHAVE PROPRIA ATIVA: TRANSFERENCIA ENTRE CONTAS
005470       *      DA CASA, SEM PASSAR PELO SPI
005480        205-ENVIAR-INTERNO.
005490            MOVE FD-CONTA-PIXMOV   TO FD-CHAVE-LANCAMI.
005500            MOVE 'V'               TO FD-TIPO-LANCAMI.
005510            MOVE FD-CONTA-PIXCHAVE TO FD-CONTRA-LANCAMI.
005520            PERFORM 210-MONTAR-LANCAMI.
005530            PERFORM 216-REGISTRAR-DEBITO.
005540            MOVE 'S' TO FD-SENTIDO-PIXCTL.
005550            MOVE 'I' TO FD-SITUACAO-PIXCTL.
005560            MOVE FD-CONTA-PIXMOV TO FD-CHAVE-PIXCTL.
005570            PERFORM 212-GRAVAR-PIXCTL.
005580            ADD 1 TO WK-QTD-INTERNOS.
005590            MOVE 'PIX INTERNO' TO WK-RESULT-REL.
005600            PERFORM 213-RELATAR-PIX.
005610       *      PIX RECEBIDO PELO SPI: CREDITO NA CONTA DA
005620       *      CHAVE; SE A CHAVE NAO ESTA ATIVA OU A CONTA
005630       *      ESTA ENCERRADA, O VALOR VOLTA AO PAGADOR
005640        206-RECEBER-PIX.
005650            MOVE 'E' TO FD-SENTIDO-PIXCTL.
005660            MOVE 'L' TO FD-SITUACAO-PIXCTL.
005670            MOVE SPACES TO FD-CHAVE-PIXCTL.
005680            MOVE FD-CHAVE-PIXMOV TO FD-CHAVE-PIXCHAVE.
005690            READ ARQ-PIXCHAVE
005700                INVALID KEY
005710                    MOVE 'E' TO FD-SITUACAO-PIXCHAVE
005720            END-READ.
005730            IF PIXCHAVE-ATIVA
005740                MOVE FD-CONTA-PIXCHAVE TO FD-CHAVE-CLIENTES
005750                READ ARQ-CLIENTES
005760                    INVALID KEY
005770                        MOVE 'E' TO FD-SITUACAO-CLIENTES
005780                END-READ
005790            END-IF.
005800            IF PIXCHAVE-ATIVA
005810               AND NOT CONTA-ENCERRADA
005820                MOVE FD-CONTA-PIXCHAVE TO FD-CHAVE-PIXCTL
005830                PERFORM 212-GRAVAR-PIXCTL
005840                MOVE FD-CONTA-PIXCHAVE TO FD-CHAVE-LANCAMI
005850                MOVE 'C'               TO FD-TIPO-LANCAMI
005860                MOVE SPACES            TO FD-CONTRA-LANCAMI
005870                PERFORM 210-MONTAR-LANCAMI
005880                ADD 1 TO WK-QTD-RECEBIDOS
005890                MOVE 'PIX RECEBIDO' TO WK-RESULT-REL
005900                PERFORM 213-RELATAR-PIX
005910            ELSE
005920                PERFORM 212-GRAVAR-PIXCTL
005930                PERFORM 207-DEVOLVER-PIX
005940            END-IF.
005950        207-DEVOLVER-PIX.
005960            MOVE 'S' TO FD-SENTIDO-PIXCTL.
005970            MOVE 'D' TO FD-SITUACAO-PIXCTL.
005980            PERFORM 212-GRAVAR-PIXCTL.
005990            ADD 1 TO WK-QTD-DEVOLVIDOS.
006000            MOVE 'PIX DEVOLVIDO, CHAVE INATIVA' TO WK-RESULT-REL.
006010            PERFORM 213-RELATAR-PIX.
006020        210-MONTAR-LANCAMI.
006030            MOVE 'D'               TO FD-TIPO-REG-LANCAMI.
006040            IF PIXMOV-ENVIO
006050                MOVE FD-DIGITO-PIXMOV TO FD-DIGITO-LANCAMI
006060            ELSE
006070                MOVE FD-DIGITO-CLIENTES TO FD-DIGITO-LANCAMI
006080            END-IF.
006090            MOVE FD-DOC-PIXMOV     TO FD-DOC-LANCAMI.
006100            MOVE FD-VALOR-PIXMOV   TO FD-VALOR-LANCAMI.
006110            MOVE 'BRL'             TO FD-MOEDA-LANCAMI.
006120            MOVE WK-DATA-SIST      TO FD-DATA-LANCAMI.
006130            MOVE FD-HORA-PIXMOV    TO FD-HORA-LANCAMI.
006140            ADD 1 TO WK-QTD-LOTE.
006150            MOVE WK-QTD-LOTE       TO FD-SEQ-LANCAMI.
006160            ADD FD-VALOR-PIXMOV    TO WK-TOT-LOTE.
006170            PERFORM 211-GRAVAR-LANCAMI.
006180        211-GRAVAR-LANCAMI.
006181            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMI.
006190            WRITE REG-LANCAMI.
006200            IF WK-FS-LANCAMI NOT = '00'
006210                DISPLAY 'ERRO ' WK-FS-LANCAMI
006220                        ' NO COMANDO WRITE LANCAMI'
006230                MOVE 12 TO RETURN-CODE
006240                STOP RUN
006250            END-IF.
006260        212-GRAVAR-PIXCTL.
006270            MOVE FD-E2E-PIXMOV   TO FD-E2E-PIXCTL.
006280            MOVE FD-DOC-PIXMOV   TO FD-DOC-PIXCTL.
006290            MOVE FD-VALOR-PIXMOV TO FD-VALOR-PIXCTL.
006300            MOVE WK-DATA-SIST    TO FD-DATA-PIXCTL.
006310            MOVE FD-HORA-PIXMOV  TO FD-HORA-PIXCTL.
006320            WRITE REG-PIXCTL.
006330            IF WK-FS-PIXCTL NOT = '00'
006340                DISPLAY 'ERRO ' WK-FS-PIXCTL
006350                        ' NO COMANDO WRITE PIXCTL'
006360                MOVE 12 TO RETURN-CODE
006370                STOP RUN
006380            END-IF.
006390        213-RELATAR-PIX.
006400            MOVE FD-SENTIDO-PIXMOV TO WK-SENTIDO-REL.
006410            MOVE FD-E2E-PIXMOV     TO WK-E2E-REL.
006420            IF FD-VALOR-PIXMOV NUMERIC
006430                MOVE FD-VALOR-PIXMOV TO WK-VALOR-REL
006440            ELSE
006450                MOVE ZEROS TO WK-VALOR-REL
006460            END-IF.
006470            WRITE REG-RELPIXMV FROM WK-LINHA-OCORR.
006480            IF WK-FS-RELPIXMV NOT = '00'
006490                DISPLAY 'ERRO ' WK-FS-RELPIXMV
006500                        ' NO COMANDO WRITE RELPIXMV'
006510                MOVE 12 TO RETURN-CODE
006520                STOP RUN
006530            END-IF.
006540        215-PROCURAR-DEBITO.
006550            SET DEB-NAO-ACHADO TO TRUE.
006560            PERFORM 217-COMPARAR-DEBITO
006570                VARYING WK-IDX-DEBTAB FROM 1 BY 1
006580                UNTIL WK-IDX-DEBTAB > WK-QTD-DEBTAB
006590                   OR DEB-ACHADO.
006600        216-REGISTRAR-DEBITO.
006610            PERFORM 215-PROCURAR-DEBITO.
006620            IF DEB-NAO-ACHADO
006630                IF WK-QTD-DEBTAB NOT LESS 5000
006640                    DISPLAY 'TABELA DE DEBITOS PIX CHEIA, '
006650                            'LIMITE 5000'
006660                    MOVE 12 TO RETURN-CODE
006670                    STOP RUN
006680                END-IF
006690                ADD 1 TO WK-QTD-DEBTAB
006700                MOVE WK-QTD-DEBTAB TO WK-IDX-DEB-ACH
006710                MOVE FD-CONTA-PIXMOV
006720                    TO WK-DEB-CHAVE(WK-IDX-DEB-ACH)
006730                MOVE ZEROS TO WK-DEB-VALOR(WK-IDX-DEB-ACH)
006740            END-IF.
006750            ADD FD-VALOR-PIXMOV TO WK-DEB-VALOR(WK-IDX-DEB-ACH).
006760        217-COMPARAR-DEBITO.
006770            IF WK-DEB-CHAVE(WK-IDX-DEBTAB) = FD-CONTA-PIXMOV
006780                SET DEB-ACHADO TO TRUE
006790                MOVE WK-IDX-DEBTAB TO WK-IDX-DEB-ACH
006800            END-IF.
006810       ***********************************************
006820        300-LER-PIXMOV SECTION.
006830        301-LER-PIXMOV.
006840            READ ARQ-PIXMOV.
006850            EVALUATE WK-FS-PIXMOV
006860                WHEN '00'
006870                    CONTINUE
006880                WHEN '10'
006890                    CONTINUE
006900                WHEN OTHER
006910                    DISPLAY 'ERRO ' WK-FS-PIXMOV
006920                            ' NO COMANDO READ PIXMOV'
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
007021            MOVE 'EAD95895' TO LK-PROGRAMA-COM.
007022            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
007023            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
007030            PERFORM 194-GRAVAR-RUNJRNL.
007040        196-GRAVAR-JRNL-FIM.
007050            MOVE 'F' TO JRL-TIPO.
007060            MOVE WK-QTD-LIDOS
007070                TO JRL-QTD-LIDOS.
007080            MOVE WK-QTD-LOTE
007090                TO JRL-QTD-GRAVADOS.
007100            MOVE WK-QTD-REJEITADOS
007110                TO JRL-QTD-REJEITADOS.
007120            MOVE RETURN-CODE TO JRL-RETORNO.
007121            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
007130            PERFORM 194-GRAVAR-RUNJRNL.
007140        194-GRAVAR-RUNJRNL.
007150            OPEN EXTEND ARQ-RUNJRNL.
007160            IF WK-FS-RUNJRNL = '35'
007170                OPEN OUTPUT ARQ-RUNJRNL
007180            END-IF.
007190            IF WK-FS-RUNJRNL NOT = '00'
007200                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007210                        ' NO COMANDO OPEN RUNJRNL'
007220                MOVE 12 TO RETURN-CODE
007230                STOP RUN
007240            END-IF.
007250            MOVE 'EAD95895' TO JRL-PROGRAMA.
007260            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
007270            ACCEPT JRL-HORA FROM TIME.
007280            WRITE REG-RUNJRNL.
007290            IF WK-FS-RUNJRNL NOT = '00'
007300                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007310                        ' NO COMANDO WRITE RUNJRNL'
007320                MOVE 12 TO RETURN-CODE
007330                STOP RUN
007340            END-IF.
007350            CLOSE ARQ-RUNJRNL.
007360       ***********************************************
007370        900-FINALIZAR SECTION.
007380        901-FINALIZAR.
007390            MOVE 'T' TO FD-TIPO-REG-LANCAMI.
007400            MOVE SPACES TO FD-DETALHE-LANCAMI.
007410            MOVE WK-DATA-SIST TO FD-DATA-CTRL-LANCAMI.
007420            MOVE WK-QTD-LOTE  TO FD-QTDE-CTRL-LANCAMI.
007430            MOVE WK-TOT-LOTE  TO FD-VALOR-CTRL-LANCAMI.
007440            PERFORM 211-GRAVAR-LANCAMI.
007450            MOVE 'PIX LIDOS               : ' TO WK-TITULO-TOT.
007460            MOVE WK-QTD-LIDOS TO WK-VALOR-TOT.
007470            WRITE REG-RELPIXMV FROM WK-LINHA-TOTAL
007480                AFTER 2 LINES.
007490            MOVE 'PIX ENVIADOS AO SPI     : ' TO WK-TITULO-TOT.
007500            MOVE WK-QTD-ENVIADOS TO WK-VALOR-TOT.
007510            WRITE REG-RELPIXMV FROM WK-LINHA-TOTAL.
007520            MOVE 'PIX INTERNOS            : ' TO WK-TITULO-TOT.
007530            MOVE WK-QTD-INTERNOS TO WK-VALOR-TOT.
007540            WRITE REG-RELPIXMV FROM WK-LINHA-TOTAL.
007550            MOVE 'PIX RECEBIDOS           : ' TO WK-TITULO-TOT.
007560            MOVE WK-QTD-RECEBIDOS TO WK-VALOR-TOT.
007570            WRITE REG-RELPIXMV FROM WK-LINHA-TOTAL.
007580            MOVE 'PIX DEVOLVIDOS          : ' TO WK-TITULO-TOT.
007590            MOVE WK-QTD-DEVOLVIDOS TO WK-VALOR-TOT.
007600            WRITE REG-RELPIXMV FROM WK-LINHA-TOTAL.
007610            MOVE 'PIX REJEITADOS          : ' TO WK-TITULO-TOT.
007620            MOVE WK-QTD-REJEITADOS TO WK-VALOR-TOT.
007630            WRITE REG-RELPIXMV FROM WK-LINHA-TOTAL.
007640            DISPLAY 'PIX LIDOS : ' WK-QTD-LIDOS
007650                    ' NO LOTE : ' WK-QTD-LOTE
007660                    ' REJEITADOS : ' WK-QTD-REJEITADOS.
007670            CLOSE ARQ-PIXMOV.
007680            CLOSE ARQ-PIXCHAVE.
007690            CLOSE ARQ-CLIENTES.
007700            IF SALDODIA-ABERTO
007710                CLOSE ARQ-SALDODIA
007720            END-IF.
007730            CLOSE ARQ-LANCAMI.
007740            CLOSE ARQ-PIXCTL.
007750            CLOSE ARQ-RELPIXMV.
