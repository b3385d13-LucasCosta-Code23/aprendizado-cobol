000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95934.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   ESTOQUE POR CATEGORIA E ESTADO (DEPOSITO)    *
000170       *                                                *
000180       *   DIARIO: O ESTOQUE (CADASTRO DO DIA ANTERIOR) *
000190       *   RECEBE AS ENTRADAS DO COMPRAS, A CUSTO MEDIO *
000200       *   PONDERADO, E DA BAIXA PELAS VENDAS DO        *
000210       *   VENDAS3N JA PRE-EDITADO (EAD95844); A        *
000220       *   DEVOLUCAO VOLTA AO ESTOQUE PELO CUSTO MEDIO  *
000230       *   DO DIA. O CUSTO DAS MERCADORIAS VENDIDAS     *
000240       *   ACUMULA POR MES DA VENDA NO ANO CORRENTE E   *
000250       *   SAI NO CMVCAT POR CATEGORIA, QUE OS TOTAIS   *
000260       *   DE VENDAS (EAD95812 E EAD95813) MOSTRAM AO   *
000270       *   LADO DA VENDA. GRAVA O ESTOQUEN E O RELESTQ  *
000280       *   COM A LISTA DE REPOSICAO (SALDO NEGATIVO OU  *
000290       *   ABAIXO DO MINIMO)                            *
000300       *                                                *
000310       *   SYSIN: DATA DO MOVIMENTO (ZEROS = HOJE)      *
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
000420            SELECT ARQ-ESTOQUE  ASSIGN TO ESTOQUE
000430                FILE STATUS IS WK-FS-ESTOQUE.
000440            SELECT ARQ-ESTOQUEN ASSIGN TO ESTOQUEN
000450                FILE STATUS IS WK-FS-ESTOQUEN.
000460            SELECT ARQ-COMPRAS  ASSIGN TO COMPRAS
000470                FILE STATUS IS WK-FS-COMPRAS.
000480            SELECT ARQ-VENDAS3N ASSIGN TO VENDAS3N
000490                FILE STATUS IS WK-FS-VENDAS3N.
000500            SELECT ARQ-CMVCAT   ASSIGN TO CMVCAT
000510                FILE STATUS IS WK-FS-CMVCAT.
000520            SELECT ARQ-RELESTQ  ASSIGN TO RELESTQ
000530                FILE STATUS IS WK-FS-RELESTQ.
000540       *
000550        DATA DIVISION.
000560        FILE SECTION.
000570       *      UM REGISTRO POR CATEGORIA E ESTADO; O CMV E A
000580       *      QUANTIDADE VENDIDA FICAM POR MES DO ANO FD-ANO-EST
000590        FD   ARQ-ESTOQUE
000600             RECORDING MODE IS F.
000610        01  REG-ESTOQUE.
000620            05 FD-CATEGORIA-EST    PIC 9.
000630            05 FD-ESTADO-EST       PIC XX.
000640            05 FD-QUANTIDADE-EST   PIC S9(7).
000650            05 FD-CUSTO-MEDIO-EST  PIC 9(7)V9(4).
000660            05 FD-MINIMO-EST       PIC 9(7).
000670            05 FD-ANO-EST          PIC 9(4).
000680            05 FD-MES-EST          OCCURS 12 TIMES.
000690                10 FD-QTD-SAIDA-EST    PIC S9(7).
000700                10 FD-CMV-EST          PIC S9(11)V99.
000710            05 FD-DATA-MOV-EST     PIC 9(8).
000720        FD   ARQ-ESTOQUEN
000730             RECORDING MODE IS F.
000740        01  REG-ESTOQUEN               PIC X(280).
000750       *      TIPO: C = COMPRA (ENTRADA PELO VALOR TOTAL DA
000760       *      NOTA DO FORNECEDOR), M = NOVO ESTOQUE MINIMO
000770        FD   ARQ-COMPRAS
000780             RECORDING MODE IS F.
000790        01  REG-COMPRAS.
000800            05 FD-TIPO-COM         PIC X.
000810                88 COM-ENTRADA         VALUE 'C'.
000820                88 COM-MINIMO          VALUE 'M'.
000830            05 FD-CATEGORIA-COM    PIC X.
000840            05 FD-ESTADO-COM       PIC XX.
000850            05 FD-DATA-COM         PIC 9(8).
000860            05 FD-DOCUMENTO-COM    PIC X(9).
000870            05 FD-QUANTIDADE-COM   PIC 9(7).
000880            05 FD-VALOR-COM        PIC 9(9)V99.
000890        FD   ARQ-VENDAS3N
000900             RECORDING MODE IS F.
000910        01  REG-VENDAS3N.
000920            05 FD-VENDEDOR             PIC 99.
000930            05 FD-ESTADO               PIC XX.
000940            05 FD-MES                  PIC 99.
000950            05 FD-CATEGORIA            PIC 9.
000960            05 FD-NOTA                 PIC 9(6).
000970            05 FD-VALOR                PIC 9(6)V99.
000980            05 FD-MOEDA                PIC X(3).
000990            05 FD-TIPO-NOTA            PIC X.
001000                88 VENDA-NORMAL           VALUE 'V' ' '.
001010                88 NOTA-DEVOLUCAO         VALUE 'D'.
001020            05 FD-COMPRADOR            PIC X(6).
001030            05 FD-APROVADO             PIC X.
001040            05 FD-QUANTIDADE           PIC 9(5).
001050        FD   ARQ-CMVCAT
001060             RECORDING MODE IS F.
001070        01  REG-CMVCAT.
001080            05 FD-ANO-CMV          PIC 9(4).
001090            05 FD-MES-CMV          PIC 99.
001100            05 FD-CATEGORIA-CMV    PIC 9.
001110            05 FD-QTD-SAIDA-CMV    PIC S9(7).
001120            05 FD-VALOR-CMV        PIC S9(11)V99.
001130        FD   ARQ-RELESTQ
001140             RECORDING MODE IS F.
001150        01  REG-RELESTQ                PIC X(132).
001160        FD   ARQ-RUNJRNL
001170             RECORDING MODE IS F.
001180        01  REG-RUNJRNL.
001190            05 JRL-PROGRAMA        PIC X(8).
001200            05 JRL-TIPO            PIC X.
001210            05 JRL-DATA            PIC 9(8).
001220            05 JRL-HORA            PIC 9(6).
001230            05 JRL-QTD-LIDOS       PIC 9(7).
001240            05 JRL-QTD-GRAVADOS    PIC 9(7).
001250            05 JRL-QTD-REJEITADOS  PIC 9(7).
001260            05 JRL-RETORNO         PIC 9(4).
001261            05 JRL-ID-EXEC         PIC 9(10).
001270        WORKING-STORAGE SECTION.
001280        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001281        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001282        01  LK-AREA-ID-EXEC.
001283            05 LK-PROGRAMA-COM     PIC X(8).
001284            05 LK-ID-EXEC-COM      PIC 9(10).
001290        77  WK-FS-ESTOQUE  PIC XX           VALUE SPACES.
001300        77  WK-FS-ESTOQUEN PIC XX           VALUE SPACES.
001310        77  WK-FS-COMPRAS  PIC XX           VALUE SPACES.
001320        77  WK-FS-VENDAS3N PIC XX           VALUE SPACES.
001330        77  WK-FS-CMVCAT   PIC XX           VALUE SPACES.
001340        77  WK-FS-RELESTQ  PIC XX           VALUE SPACES.
001350        01  WK-DATA-MOV    PIC 9(8)         VALUE ZEROS.
001360        01  WK-DATA-MOV-R REDEFINES WK-DATA-MOV.
001370            05 WK-ANO-MOV      PIC 9(4).
001380            05 WK-MES-MOV      PIC 99.
001390            05 WK-DIA-MOV      PIC 99.
001400        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
001410        77  WK-QTD-REJEITADOS PIC 9(7)      VALUE ZEROS.
001420        77  WK-QTD-ENTRADAS PIC 9(7)        VALUE ZEROS.
001430        77  WK-QTD-MINIMOS PIC 9(7)         VALUE ZEROS.
001440        77  WK-QTD-VENDAS  PIC 9(7)         VALUE ZEROS.
001450        77  WK-QTD-DEVOLUCOES PIC 9(7)      VALUE ZEROS.
001460        77  WK-QTD-GRAVADOS PIC 9(7)        VALUE ZEROS.
001470        77  WK-QTD-REPOSICAO PIC 9(5)       VALUE ZEROS.
001480        77  WK-QTD-NEGATIVOS PIC 9(5)       VALUE ZEROS.
001490        77  WK-MOTIVO-CRITICA PIC X(30)     VALUE SPACES.
001500        77  WK-CATEGORIA-BUSCA PIC 9        VALUE ZEROS.
001510        77  WK-ESTADO-BUSCA PIC XX          VALUE SPACES.
001520        77  WK-QTD-MOV     PIC 9(7)         VALUE ZEROS.
001530        77  WK-CMV-MOV     PIC S9(11)V99    VALUE ZEROS.
001540        77  WK-VALOR-ESTOQUE PIC S9(13)V99  VALUE ZEROS.
001550       *      CADASTRO DE ESTOQUE EM MEMORIA, NO LEIAUTE DO
001560       *      REGISTRO, GRAVADO INTEIRO NO ESTOQUEN
001570        77  WK-QTD-EST     PIC 9(3)         VALUE ZEROS.
001580        77  WK-IDX-EST     PIC 9(3)         VALUE ZEROS.
001590        77  WK-IDX-ACH PIC 9(3)         VALUE ZEROS.
001600        77  WK-IDX-MES     PIC 99           VALUE ZEROS.
001610        77  WK-IDX-CAT     PIC 9            VALUE ZEROS.
001620        01  WK-TAB-ESTOQUE.
001630            05 WK-EST-OCC         OCCURS 200 TIMES.
001640                10 WK-EST-CATEGORIA   PIC 9.
001650                10 WK-EST-ESTADO      PIC XX.
001660                10 WK-EST-QUANTIDADE  PIC S9(7).
001670                10 WK-EST-CUSTO-MEDIO PIC 9(7)V9(4).
001680                10 WK-EST-MINIMO      PIC 9(7).
001690                10 WK-EST-ANO         PIC 9(4).
001700                10 WK-EST-MES-OCC     OCCURS 12 TIMES.
001710                    15 WK-EST-QTD-SAIDA   PIC S9(7).
001720                    15 WK-EST-CMV         PIC S9(11)V99.
001730                10 WK-EST-DATA-MOV    PIC 9(8).
001740       *      CMV DO ANO POR CATEGORIA, SOMADOS OS ESTADOS
001750        01  WK-TAB-CMV.
001760            05 WK-CMV-CAT-OCC     OCCURS 3 TIMES.
001770                10 WK-CMV-MES-OCC     OCCURS 12 TIMES.
001780                    15 WK-CMV-QTD         PIC S9(7).
001790                    15 WK-CMV-VALOR       PIC S9(11)V99.
001800        01  WK-LINHA-REJEICAO.
001810            05 FILLER          PIC X(10) VALUE 'REJEITADO '.
001820            05 WK-ORIGEM-REJ   PIC X(9).
001830            05 FILLER          PIC X(01) VALUE SPACE.
001840            05 WK-REGISTRO-REJ PIC X(39).
001850            05 FILLER          PIC X(01) VALUE SPACE.
001860            05 WK-MOTIVO-REJ   PIC X(30).
001870        01  WK-CABEC-EST1.
001880            05 FILLER          PIC X(23)
001890                 VALUE 'POSICAO DE ESTOQUE POR '.
001900            05 FILLER          PIC X(20)
001910                 VALUE 'CATEGORIA E ESTADO -'.
001920            05 FILLER          PIC X(01) VALUE SPACE.
001930            05 WK-DATA-CABEC   PIC 9(8).
001940        01  WK-CABEC-EST2.
001950            05 FILLER          PIC X(07) VALUE 'CAT UF'.
001960            05 FILLER          PIC X(11) VALUE ' QUANTIDADE'.
001970            05 FILLER          PIC X(16) VALUE '     CUSTO MEDIO'.
001980            05 FILLER          PIC X(20)
001990                 VALUE '  VALOR EM ESTOQUE'.
002000            05 FILLER          PIC X(09) VALUE '   MINIMO'.
002010            05 FILLER          PIC X(10) VALUE '  SITUACAO'.
002020        01  WK-LINHA-EST.
002030            05 FILLER          PIC X(01) VALUE SPACE.
002040            05 WK-CAT-REL      PIC 9.
002050            05 FILLER          PIC X(02) VALUE SPACE.
002060            05 WK-UF-REL       PIC XX.
002070            05 FILLER          PIC X(01) VALUE SPACE.
002080            05 WK-QTDE-REL     PIC -------9.
002090            05 FILLER          PIC X(02) VALUE SPACE.
002100            05 WK-CUSTO-REL    PIC Z.ZZZ.ZZ9,9999.
002110            05 FILLER          PIC X(01) VALUE SPACE.
002120            05 WK-VALOR-REL    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002130            05 FILLER          PIC X(02) VALUE SPACE.
002140            05 WK-MINIMO-REL   PIC ZZZZZZ9.
002150            05 FILLER          PIC X(02) VALUE SPACE.
002160            05 WK-SITUACAO-REL PIC X(08).
002170        01  WK-CABEC-CMV1.
002180            05 FILLER          PIC X(36)
002190                 VALUE 'CUSTO DAS MERCADORIAS VENDIDAS - ANO'.
002200            05 FILLER          PIC X(01) VALUE SPACE.
002210            05 WK-ANO-CABEC    PIC 9(4).
002220        01  WK-CABEC-CMV2.
002230            05 FILLER          PIC X(08) VALUE 'CAT MES'.
002240            05 FILLER          PIC X(11) VALUE ' QUANTIDADE'.
002250            05 FILLER          PIC X(20)
002260                 VALUE '                 CMV'.
002270        01  WK-LINHA-CMV.
002280            05 FILLER          PIC X(01) VALUE SPACE.
002290            05 WK-CAT-CMV      PIC 9.
002300            05 FILLER          PIC X(02) VALUE SPACE.
002310            05 WK-MES-CMV      PIC 99.
002320            05 FILLER          PIC X(02) VALUE SPACE.
002330            05 WK-QTDE-CMV     PIC -------9.
002340            05 FILLER          PIC X(02) VALUE SPACE.
002350            05 WK-VALOR-CMV    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002360        01  WK-LINHA-TOTAL.
002370            05 WK-TITULO-TOT   PIC X(26).
002380            05 WK-VALOR-TOT    PIC ZZZZZZ9.
002390       *
002400        PROCEDURE DIVISION.
002410        000-PRINCIPAL SECTION.
002420        001-PRINCIPAL.
002430            PERFORM 195-GRAVAR-JRNL-INICIO.
002440            PERFORM 101-INICIAR.
002450            PERFORM 201-PROCESSAR-COMPRA
002460                UNTIL WK-FS-COMPRAS = '10'.
002470            PERFORM 221-PROCESSAR-VENDA
002480                UNTIL WK-FS-VENDAS3N = '10'.
002490            PERFORM 901-FINALIZAR.
002500            PERFORM 196-GRAVAR-JRNL-FIM.
002510            STOP RUN.
002520       ***********************************************************
002530        100-INICIAR SECTION.
002540        101-INICIAR.
002550            ACCEPT WK-DATA-MOV FROM SYSIN.
002560            IF WK-DATA-MOV NOT NUMERIC
002570               OR WK-DATA-MOV = ZEROS
002580                ACCEPT WK-DATA-MOV FROM DATE YYYYMMDD
002590            END-IF.
002600            INITIALIZE WK-TAB-ESTOQUE.
002610            INITIALIZE WK-TAB-CMV.
002620            PERFORM 102-CARREGAR-ESTOQUE.
002630            OPEN OUTPUT ARQ-RELESTQ.
002640            IF WK-FS-RELESTQ NOT = '00'
002650                DISPLAY 'ERRO ' WK-FS-RELESTQ
002660                        ' NO COMANDO OPEN RELESTQ'
002670                MOVE 12 TO RETURN-CODE
002680                STOP RUN
002690            END-IF.
002700            OPEN INPUT ARQ-COMPRAS.
002710            EVALUATE WK-FS-COMPRAS
002720                WHEN '00'
002730                    PERFORM 301-LER-COMPRAS
002740                WHEN '35'
002750                    MOVE '10' TO WK-FS-COMPRAS
002760                WHEN OTHER
002770                    DISPLAY 'ERRO ' WK-FS-COMPRAS
002780                            ' NO COMANDO OPEN COMPRAS'
002790                    MOVE 12 TO RETURN-CODE
002800                    STOP RUN
002810            END-EVALUATE.
002820            OPEN INPUT ARQ-VENDAS3N.
002830            EVALUATE WK-FS-VENDAS3N
002840                WHEN '00'
002850                    PERFORM 302-LER-VENDAS3N
002860                WHEN '35'
002870                    MOVE '10' TO WK-FS-VENDAS3N
002880                WHEN OTHER
002890                    DISPLAY 'ERRO ' WK-FS-VENDAS3N
002900                            ' NO COMANDO OPEN VENDAS3N'
002910                    MOVE 12 TO RETURN-CODE
002920                    STOP RUN
002930            END-EVALUATE.
002940        102-CARREGAR-ESTOQUE.
002950            OPEN INPUT ARQ-ESTOQUE.
002960            EVALUATE WK-FS-ESTOQUE
002970                WHEN '00'
002980                    PERFORM 303-LER-ESTOQUE
002990                    PERFORM 103-GUARDAR-ESTOQUE
003000                        UNTIL WK-FS-ESTOQUE = '10'
003010                    CLOSE ARQ-ESTOQUE
003020                WHEN '35'
003030                    CONTINUE
003040                WHEN OTHER
003050                    DISPLAY 'ERRO ' WK-FS-ESTOQUE
003060                            ' NO COMANDO OPEN ESTOQUE'
003070                    MOVE 12 TO RETURN-CODE
003080                    STOP RUN
003090            END-EVALUATE.
003100       *      NA VIRADA DO ANO O CMV DOS MESES RECOMECA
003110        103-GUARDAR-ESTOQUE.
003120            IF WK-QTD-EST NOT LESS 200
003130                DISPLAY 'TABELA DE ESTOQUE CHEIA, LIMITE 200'
003140                MOVE 12 TO RETURN-CODE
003150                STOP RUN
003160            END-IF.
003170            ADD 1 TO WK-QTD-EST.
003180            MOVE REG-ESTOQUE TO WK-EST-OCC(WK-QTD-EST).
003190            IF WK-EST-ANO(WK-QTD-EST) NOT = WK-ANO-MOV
003200                PERFORM 104-ZERAR-MES-ESTOQUE
003210                    VARYING WK-IDX-MES FROM 1 BY 1
003220                    UNTIL WK-IDX-MES > 12
003230                MOVE WK-ANO-MOV TO WK-EST-ANO(WK-QTD-EST)
003240            END-IF.
003250            PERFORM 303-LER-ESTOQUE.
003260        104-ZERAR-MES-ESTOQUE.
003270            MOVE ZEROS
003280                TO WK-EST-QTD-SAIDA(WK-QTD-EST, WK-IDX-MES).
003290            MOVE ZEROS
003300                TO WK-EST-CMV(WK-QTD-EST, WK-IDX-MES).
003310       ***********************************************
003320       *      ENTRADA DE COMPRA: NOVO CUSTO MEDIO PONDERADO
003330       *      PELO SALDO; COM SALDO ZERO OU NEGATIVO O CUSTO
003340       *      PASSA A SER O DA COMPRA
003350        200-PROCESSAR SECTION.
003360        201-PROCESSAR-COMPRA.
003370            ADD 1 TO WK-QTD-LIDOS.
003380            MOVE SPACES TO WK-MOTIVO-CRITICA.
003390            PERFORM 202-CRITICAR-COMPRA.
003400            IF WK-MOTIVO-CRITICA = SPACES
003410                MOVE FD-CATEGORIA-COM TO WK-CATEGORIA-BUSCA
003420                MOVE FD-ESTADO-COM    TO WK-ESTADO-BUSCA
003430                PERFORM 240-ACHAR-ESTOQUE
003440                IF COM-MINIMO
003450                    MOVE FD-QUANTIDADE-COM
003460                        TO WK-EST-MINIMO(WK-IDX-ACH)
003470                    ADD 1 TO WK-QTD-MINIMOS
003480                ELSE
003490                    PERFORM 203-ENTRAR-COMPRA
003500                END-IF
003510                MOVE WK-DATA-MOV TO WK-EST-DATA-MOV(WK-IDX-ACH)
003520            ELSE
003530                MOVE 'COMPRAS' TO WK-ORIGEM-REJ
003540                MOVE REG-COMPRAS TO WK-REGISTRO-REJ
003550                PERFORM 250-RELATAR-REJEICAO
003560            END-IF.
003570            PERFORM 301-LER-COMPRAS.
003580        202-CRITICAR-COMPRA.
003590            EVALUATE TRUE
003600                WHEN NOT COM-ENTRADA AND NOT COM-MINIMO
003610                    MOVE 'TIPO DEVE SER C OU M'
003620                        TO WK-MOTIVO-CRITICA
003630                WHEN FD-CATEGORIA-COM < '1' OR > '3'
003640                    MOVE 'CATEGORIA INVALIDA'
003650                        TO WK-MOTIVO-CRITICA
003660                WHEN FD-ESTADO-COM = SPACES
003670                    MOVE 'ESTADO NAO INFORMADO'
003680                        TO WK-MOTIVO-CRITICA
003690                WHEN FD-QUANTIDADE-COM NOT NUMERIC
003700                    MOVE 'QUANTIDADE INVALIDA'
003710                        TO WK-MOTIVO-CRITICA
003720                WHEN COM-MINIMO
003730                    CONTINUE
003740                WHEN FD-QUANTIDADE-COM = ZEROS
003750                    MOVE 'QUANTIDADE INVALIDA'
003760                        TO WK-MOTIVO-CRITICA
003770                WHEN FD-VALOR-COM NOT NUMERIC
003780                    MOVE 'VALOR INVALIDO'
003790                        TO WK-MOTIVO-CRITICA
003800            END-EVALUATE.
003810        203-ENTRAR-COMPRA.
003820            IF WK-EST-QUANTIDADE(WK-IDX-ACH) > ZEROS
003830                COMPUTE WK-EST-CUSTO-MEDIO(WK-IDX-ACH)
003840                    ROUNDED =
003850                    (WK-EST-QUANTIDADE(WK-IDX-ACH)
003860                     * WK-EST-CUSTO-MEDIO(WK-IDX-ACH)
003870                     + FD-VALOR-COM)
003880                    / (WK-EST-QUANTIDADE(WK-IDX-ACH)
003890                     + FD-QUANTIDADE-COM)
003900            ELSE
003910                COMPUTE WK-EST-CUSTO-MEDIO(WK-IDX-ACH)
003920                    ROUNDED =
003930                    FD-VALOR-COM / FD-QUANTIDADE-COM
003940            END-IF.
003950            ADD FD-QUANTIDADE-COM
003960                TO WK-EST-QUANTIDADE(WK-IDX-ACH).
003970            ADD 1 TO WK-QTD-ENTRADAS.
003980       *      VENDA BAIXA O ESTOQUE PELO CUSTO MEDIO E SOMA NO
003990       *      CMV DO MES DA VENDA; A DEVOLUCAO FAZ O CONTRARIO
004000        221-PROCESSAR-VENDA.
004010            ADD 1 TO WK-QTD-LIDOS.
004020            MOVE SPACES TO WK-MOTIVO-CRITICA.
004030            EVALUATE TRUE
004040                WHEN FD-CATEGORIA < 1 OR > 3
004050                    MOVE 'CATEGORIA INVALIDA'
004060                        TO WK-MOTIVO-CRITICA
004070                WHEN FD-MES < 1 OR > 12
004080                    MOVE 'MES INVALIDO'
004090                        TO WK-MOTIVO-CRITICA
004100                WHEN FD-QUANTIDADE NOT NUMERIC
004110                  OR FD-QUANTIDADE = ZEROS
004120                    MOVE 'QUANTIDADE INVALIDA'
004130                        TO WK-MOTIVO-CRITICA
004140            END-EVALUATE.
004150            IF WK-MOTIVO-CRITICA = SPACES
004160                MOVE FD-CATEGORIA TO WK-CATEGORIA-BUSCA
004170                MOVE FD-ESTADO    TO WK-ESTADO-BUSCA
004180                PERFORM 240-ACHAR-ESTOQUE
004190                PERFORM 222-BAIXAR-VENDA
004200            ELSE
004210                MOVE 'VENDAS3N' TO WK-ORIGEM-REJ
004220                MOVE REG-VENDAS3N TO WK-REGISTRO-REJ
004230                PERFORM 250-RELATAR-REJEICAO
004240            END-IF.
004250            PERFORM 302-LER-VENDAS3N.
004260        222-BAIXAR-VENDA.
004270            MOVE FD-QUANTIDADE TO WK-QTD-MOV.
004280            COMPUTE WK-CMV-MOV ROUNDED = WK-QTD-MOV
004290                * WK-EST-CUSTO-MEDIO(WK-IDX-ACH).
004300            IF NOTA-DEVOLUCAO
004310                ADD WK-QTD-MOV
004320                    TO WK-EST-QUANTIDADE(WK-IDX-ACH)
004330                SUBTRACT WK-QTD-MOV
004340                    FROM WK-EST-QTD-SAIDA(WK-IDX-ACH, FD-MES)
004350                SUBTRACT WK-CMV-MOV
004360                    FROM WK-EST-CMV(WK-IDX-ACH, FD-MES)
004370                ADD 1 TO WK-QTD-DEVOLUCOES
004380            ELSE
004390                SUBTRACT WK-QTD-MOV
004400                    FROM WK-EST-QUANTIDADE(WK-IDX-ACH)
004410                ADD WK-QTD-MOV
004420                    TO WK-EST-QTD-SAIDA(WK-IDX-ACH, FD-MES)
004430                ADD WK-CMV-MOV
004440                    TO WK-EST-CMV(WK-IDX-ACH, FD-MES)
004450                ADD 1 TO WK-QTD-VENDAS
004460            END-IF.
004470            MOVE WK-DATA-MOV TO WK-EST-DATA-MOV(WK-IDX-ACH).
004480       *      CATEGORIA E ESTADO AINDA SEM ESTOQUE ENTRAM COM
004490       *      SALDO E CUSTO ZERO
004500        240-ACHAR-ESTOQUE.
004510            MOVE ZEROS TO WK-IDX-ACH.
004520            PERFORM 241-COMPARAR-ESTOQUE
004530                VARYING WK-IDX-EST FROM 1 BY 1
004540                UNTIL WK-IDX-EST > WK-QTD-EST
004550                   OR WK-IDX-ACH > ZEROS.
004560            IF WK-IDX-ACH = ZEROS
004570                IF WK-QTD-EST NOT LESS 200
004580                    DISPLAY 'TABELA DE ESTOQUE CHEIA, LIMITE 200'
004590                    MOVE 12 TO RETURN-CODE
004600                    STOP RUN
004610                END-IF
004620                ADD 1 TO WK-QTD-EST
004630                MOVE WK-QTD-EST TO WK-IDX-ACH
004640                MOVE WK-CATEGORIA-BUSCA
004650                    TO WK-EST-CATEGORIA(WK-IDX-ACH)
004660                MOVE WK-ESTADO-BUSCA
004670                    TO WK-EST-ESTADO(WK-IDX-ACH)
004680                MOVE WK-ANO-MOV TO WK-EST-ANO(WK-IDX-ACH)
004690            END-IF.
004700        241-COMPARAR-ESTOQUE.
004710            IF WK-EST-CATEGORIA(WK-IDX-EST) = WK-CATEGORIA-BUSCA
004720               AND WK-EST-ESTADO(WK-IDX-EST) = WK-ESTADO-BUSCA
004730                MOVE WK-IDX-EST TO WK-IDX-ACH
004740            END-IF.
004750        250-RELATAR-REJEICAO.
004760            ADD 1 TO WK-QTD-REJEITADOS.
004770            MOVE WK-MOTIVO-CRITICA TO WK-MOTIVO-REJ.
004780            WRITE REG-RELESTQ FROM WK-LINHA-REJEICAO.
004790            PERFORM 283-CONFERIR-RELESTQ.
004800        283-CONFERIR-RELESTQ.
004810            IF WK-FS-RELESTQ NOT = '00'
004820                DISPLAY 'ERRO ' WK-FS-RELESTQ
004830                        ' NO COMANDO WRITE RELESTQ'
004840                MOVE 12 TO RETURN-CODE
004850                STOP RUN
004860            END-IF.
004870       ***********************************************
004880        300-LEITURAS SECTION.
004890        301-LER-COMPRAS.
004900            READ ARQ-COMPRAS.
004910            EVALUATE WK-FS-COMPRAS
004920                WHEN '00'
004930                    CONTINUE
004940                WHEN '10'
004950                    CONTINUE
004960                WHEN OTHER
004970                    DISPLAY 'ERRO ' WK-FS-COMPRAS
004980                            ' NO COMANDO READ COMPRAS'
004990                    MOVE 12 TO RETURN-CODE
005000                    STOP RUN
005010            END-EVALUATE.
005020        302-LER-VENDAS3N.
005030            READ ARQ-VENDAS3N.
005040            EVALUATE WK-FS-VENDAS3N
005050                WHEN '00'
005060                    CONTINUE
005070                WHEN '10'
005080                    CONTINUE
005090                WHEN OTHER
005100                    DISPLAY 'ERRO ' WK-FS-VENDAS3N
005110                            ' NO COMANDO READ VENDAS3N'
005120                    MOVE 12 TO RETURN-CODE
005130                    STOP RUN
005140            END-EVALUATE.
005150        303-LER-ESTOQUE.
005160            READ ARQ-ESTOQUE.
005170            EVALUATE WK-FS-ESTOQUE
005180                WHEN '00'
005190                    CONTINUE
005200                WHEN '10'
005210                    CONTINUE
005220                WHEN OTHER
005230                    DISPLAY 'ERRO ' WK-FS-ESTOQUE
005240                            ' NO COMANDO READ ESTOQUE'
005250                    MOVE 12 TO RETURN-CODE
005260                    STOP RUN
005270            END-EVALUATE.
005280        195-GRAVAR-JRNL-INICIO.
005290            MOVE 'I' TO JRL-TIPO.
005300            MOVE ZEROS TO JRL-QTD-LIDOS.
005310            MOVE ZEROS TO JRL-QTD-GRAVADOS.
005320            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005330            MOVE ZEROS TO JRL-RETORNO.
005331            MOVE 'EAD95934' TO LK-PROGRAMA-COM.
005332            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
005333            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005340            PERFORM 194-GRAVAR-RUNJRNL.
005350        196-GRAVAR-JRNL-FIM.
005360            MOVE 'F' TO JRL-TIPO.
005370            MOVE WK-QTD-LIDOS      TO JRL-QTD-LIDOS.
005380            MOVE WK-QTD-GRAVADOS   TO JRL-QTD-GRAVADOS.
005390            MOVE WK-QTD-REJEITADOS TO JRL-QTD-REJEITADOS.
005400            MOVE RETURN-CODE TO JRL-RETORNO.
005401            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005410            PERFORM 194-GRAVAR-RUNJRNL.
005420        194-GRAVAR-RUNJRNL.
005430            OPEN EXTEND ARQ-RUNJRNL.
005440            IF WK-FS-RUNJRNL = '35'
005450                OPEN OUTPUT ARQ-RUNJRNL
005460            END-IF.
005470            IF WK-FS-RUNJRNL NOT = '00'
005480                DISPLAY 'ERRO ' WK-FS-RUNJRNL
005490                        ' NO COMANDO OPEN RUNJRNL'
005500                MOVE 12 TO RETURN-CODE
005510                STOP RUN
005520            END-IF.
005530            MOVE 'EAD95934' TO JRL-PROGRAMA.
005540            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
005550            ACCEPT JRL-HORA FROM TIME.
005560            WRITE REG-RUNJRNL.
005570            IF WK-FS-RUNJRNL NOT = '00'
005580                DISPLAY 'ERRO ' WK-FS-RUNJRNL
005590                        ' NO COMANDO WRITE RUNJRNL'
005600                MOVE 12 TO RETURN-CODE
005610                STOP RUN
005620            END-IF.
005630            CLOSE ARQ-RUNJRNL.
005640       ***********************************************
005650        900-FINALIZAR SECTION.
005660        901-FINALIZAR.
005670            OPEN OUTPUT ARQ-ESTOQUEN.
005680            IF WK-FS-ESTOQUEN NOT = '00'
005690                DISPLAY 'ERRO ' WK-FS-ESTOQUEN
005700                        ' NO COMANDO OPEN ESTOQUEN'
005710                MOVE 12 TO RETURN-CODE
005720                STOP RUN
005730            END-IF.
005740            MOVE WK-DATA-MOV TO WK-DATA-CABEC.
005750            WRITE REG-RELESTQ FROM WK-CABEC-EST1 AFTER 2 LINES.
005760            PERFORM 283-CONFERIR-RELESTQ.
005770            WRITE REG-RELESTQ FROM WK-CABEC-EST2 AFTER 2 LINES.
005780            PERFORM 283-CONFERIR-RELESTQ.
005790            PERFORM 902-GRAVAR-ESTOQUE
005800                VARYING WK-IDX-EST FROM 1 BY 1
005810                UNTIL WK-IDX-EST > WK-QTD-EST.
005820            CLOSE ARQ-ESTOQUEN.
005830            PERFORM 904-GRAVAR-CMVCAT.
005840            MOVE 'COMPRAS DADAS ENTRADA   : ' TO WK-TITULO-TOT.
005850            MOVE WK-QTD-ENTRADAS TO WK-VALOR-TOT.
005860            WRITE REG-RELESTQ FROM WK-LINHA-TOTAL AFTER 2 LINES.
005870            MOVE 'ESTOQUES MINIMOS ALTER. : ' TO WK-TITULO-TOT.
005880            MOVE WK-QTD-MINIMOS TO WK-VALOR-TOT.
005890            WRITE REG-RELESTQ FROM WK-LINHA-TOTAL.
005900            MOVE 'VENDAS BAIXADAS         : ' TO WK-TITULO-TOT.
005910            MOVE WK-QTD-VENDAS TO WK-VALOR-TOT.
005920            WRITE REG-RELESTQ FROM WK-LINHA-TOTAL.
005930            MOVE 'DEVOLUCOES REINTEGRADAS : ' TO WK-TITULO-TOT.
005940            MOVE WK-QTD-DEVOLUCOES TO WK-VALOR-TOT.
005950            WRITE REG-RELESTQ FROM WK-LINHA-TOTAL.
005960            MOVE 'REGISTROS REJEITADOS    : ' TO WK-TITULO-TOT.
005970            MOVE WK-QTD-REJEITADOS TO WK-VALOR-TOT.
005980            WRITE REG-RELESTQ FROM WK-LINHA-TOTAL.
005990            MOVE 'ITENS PARA REPOSICAO    : ' TO WK-TITULO-TOT.
006000            MOVE WK-QTD-REPOSICAO TO WK-VALOR-TOT.
006010            WRITE REG-RELESTQ FROM WK-LINHA-TOTAL.
006020            MOVE 'ITENS COM SALDO NEGATIVO: ' TO WK-TITULO-TOT.
006030            MOVE WK-QTD-NEGATIVOS TO WK-VALOR-TOT.
006040            WRITE REG-RELESTQ FROM WK-LINHA-TOTAL.
006050            PERFORM 283-CONFERIR-RELESTQ.
006060            DISPLAY 'ESTOQUES : ' WK-QTD-EST
006070                    ' REPOSICAO : ' WK-QTD-REPOSICAO
006080                    ' NEGATIVOS : ' WK-QTD-NEGATIVOS.
006090            IF (WK-QTD-NEGATIVOS > ZEROS
006100                OR WK-QTD-REJEITADOS > ZEROS)
006110               AND RETURN-CODE < 4
006120                MOVE 4 TO RETURN-CODE
006130            END-IF.
006140            CLOSE ARQ-COMPRAS.
006150            CLOSE ARQ-VENDAS3N.
006160            CLOSE ARQ-RELESTQ.
006170       *      SALDO NEGATIVO OU ABAIXO DO MINIMO ENTRA NA
006180       *      LISTA DE REPOSICAO
006190        902-GRAVAR-ESTOQUE.
006200            WRITE REG-ESTOQUEN FROM WK-EST-OCC(WK-IDX-EST).
006210            IF WK-FS-ESTOQUEN NOT = '00'
006220                DISPLAY 'ERRO ' WK-FS-ESTOQUEN
006230                        ' NO COMANDO WRITE ESTOQUEN'
006240                MOVE 12 TO RETURN-CODE
006250                STOP RUN
006260            END-IF.
006270            ADD 1 TO WK-QTD-GRAVADOS.
006280            MOVE WK-EST-CATEGORIA(WK-IDX-EST) TO WK-IDX-CAT.
006290            PERFORM 903-SOMAR-CMV-MES
006300                VARYING WK-IDX-MES FROM 1 BY 1
006310                UNTIL WK-IDX-MES > 12.
006320            MOVE WK-EST-CATEGORIA(WK-IDX-EST) TO WK-CAT-REL.
006330            MOVE WK-EST-ESTADO(WK-IDX-EST) TO WK-UF-REL.
006340            MOVE WK-EST-QUANTIDADE(WK-IDX-EST) TO WK-QTDE-REL.
006350            MOVE WK-EST-CUSTO-MEDIO(WK-IDX-EST) TO WK-CUSTO-REL.
006360            COMPUTE WK-VALOR-ESTOQUE ROUNDED =
006370                WK-EST-QUANTIDADE(WK-IDX-EST)
006380                * WK-EST-CUSTO-MEDIO(WK-IDX-EST).
006390            MOVE WK-VALOR-ESTOQUE TO WK-VALOR-REL.
006400            MOVE WK-EST-MINIMO(WK-IDX-EST) TO WK-MINIMO-REL.
006410            EVALUATE TRUE
006420                WHEN WK-EST-QUANTIDADE(WK-IDX-EST) < ZEROS
006430                    MOVE 'NEGATIVO' TO WK-SITUACAO-REL
006440                    ADD 1 TO WK-QTD-NEGATIVOS
006450                    ADD 1 TO WK-QTD-REPOSICAO
006460                WHEN WK-EST-QUANTIDADE(WK-IDX-EST)
006470                     < WK-EST-MINIMO(WK-IDX-EST)
006480                    MOVE 'REPOR' TO WK-SITUACAO-REL
006490                    ADD 1 TO WK-QTD-REPOSICAO
006500                WHEN OTHER
006510                    MOVE SPACES TO WK-SITUACAO-REL
006520            END-EVALUATE.
006530            WRITE REG-RELESTQ FROM WK-LINHA-EST.
006540            PERFORM 283-CONFERIR-RELESTQ.
006550        903-SOMAR-CMV-MES.
006560            ADD WK-EST-QTD-SAIDA(WK-IDX-EST, WK-IDX-MES)
006570                TO WK-CMV-QTD(WK-IDX-CAT, WK-IDX-MES).
006580            ADD WK-EST-CMV(WK-IDX-EST, WK-IDX-MES)
006590                TO WK-CMV-VALOR(WK-IDX-CAT, WK-IDX-MES).
006600       *      O CMVCAT E REFEITO A CADA DIA COM O ANO CORRENTE
006610        904-GRAVAR-CMVCAT.
006620            OPEN OUTPUT ARQ-CMVCAT.
006630            IF WK-FS-CMVCAT NOT = '00'
006640                DISPLAY 'ERRO ' WK-FS-CMVCAT
006650                        ' NO COMANDO OPEN CMVCAT'
006660                MOVE 12 TO RETURN-CODE
006670                STOP RUN
006680            END-IF.
006690            MOVE WK-ANO-MOV TO WK-ANO-CABEC.
006700            WRITE REG-RELESTQ FROM WK-CABEC-CMV1 AFTER 2 LINES.
006710            WRITE REG-RELESTQ FROM WK-CABEC-CMV2 AFTER 2 LINES.
006720            PERFORM 283-CONFERIR-RELESTQ.
006730            PERFORM 905-GRAVAR-CMV-CATEGORIA
006740                VARYING WK-IDX-CAT FROM 1 BY 1
006750                UNTIL WK-IDX-CAT > 3.
006760            CLOSE ARQ-CMVCAT.
006770        905-GRAVAR-CMV-CATEGORIA.
006780            PERFORM 906-GRAVAR-CMV-MES
006790                VARYING WK-IDX-MES FROM 1 BY 1
006800                UNTIL WK-IDX-MES > 12.
006810        906-GRAVAR-CMV-MES.
006820            IF WK-CMV-QTD(WK-IDX-CAT, WK-IDX-MES) NOT = ZEROS
006830               OR WK-CMV-VALOR(WK-IDX-CAT, WK-IDX-MES) NOT = ZEROS
006840                MOVE WK-ANO-MOV TO FD-ANO-CMV
006850                MOVE WK-IDX-MES TO FD-MES-CMV
006860                MOVE WK-IDX-CAT TO FD-CATEGORIA-CMV
006870                MOVE WK-CMV-QTD(WK-IDX-CAT, WK-IDX-MES)
006880                    TO FD-QTD-SAIDA-CMV
006890                MOVE WK-CMV-VALOR(WK-IDX-CAT, WK-IDX-MES)
006900                    TO FD-VALOR-CMV
006910                WRITE REG-CMVCAT
006920                IF WK-FS-CMVCAT NOT = '00'
006930                    DISPLAY 'ERRO ' WK-FS-CMVCAT
006940                            ' NO COMANDO WRITE CMVCAT'
006950                    MOVE 12 TO RETURN-CODE
006960                    STOP RUN
006970                END-IF
006980                MOVE WK-IDX-CAT TO WK-CAT-CMV
006990                MOVE WK-IDX-MES TO WK-MES-CMV
007000                MOVE FD-QTD-SAIDA-CMV TO WK-QTDE-CMV
007010                MOVE FD-VALOR-CMV TO WK-VALOR-CMV
007020                WRITE REG-RELESTQ FROM WK-LINHA-CMV
007030                PERFORM 283-CONFERIR-RELESTQ
007040            END-IF.
