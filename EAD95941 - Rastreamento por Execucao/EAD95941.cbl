000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95941.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   RASTREAMENTO POR IDENTIFICADOR DE EXECUCAO   *
000170       *                                                *
000180       *   CADA EXECUCAO RECEBE DO EAD95940 UM          *
000190       *   IDENTIFICADOR (AAMMDD + SEQUENCIA DO DIA)    *
000200       *   QUE VAI NOS DOIS REGISTROS DO RUNJRNL E EM   *
000210       *   TODO REGISTRO GRAVADO NO MOVHIST, REJEITAD,  *
000220       *   GLJOURN, TEDCTL E NOS LOTES DE LANCAMENTOS   *
000230       *                                                *
000240       *   SYSIN (UM REGISTRO):                         *
000250       *   POS 1     'E' = CONSULTA POR EXECUCAO        *
000260       *             'M' = CONSULTA POR MOVIMENTO       *
000270       *   POS 2-11  IDENTIFICADOR DA EXECUCAO ('E')    *
000280       *   POS 12-20 CHAVE DA CONTA ('M')               *
000290       *   POS 21-24 DOCUMENTO ('M')                    *
000300       *   POS 25-32 DATA DO MOVIMENTO ('M')            *
000310       *                                                *
000320       *   'E': LISTA O INICIO E O FIM DA EXECUCAO NO   *
000330       *   RUNJRNL E QUANTOS REGISTROS (E QUE VALOR)    *
000340       *   ELA DEIXOU EM CADA ARQUIVO                   *
000350       *   'M': LOCALIZA O MOVIMENTO NO MOVHIST (QUEM   *
000360       *   POSTOU) E NOS LOTES (QUEM GEROU) E LISTA NO  *
000370       *   RUNJRNL AS DUAS EXECUCOES                    *
000380       *                                                *
000390       *   LOTES E A CONCATENACAO DOS LOTES A RASTREAR  *
000400       *   (LANCAM, LANCAMJ, LANCAMF...); ARQUIVO NAO   *
000410       *   INFORMADO SAI COMO TAL NO RELATORIO          *
000420       *                                                *
000430       *   RETORNO 4 = EXECUCAO OU MOVIMENTO NAO        *
000440       *   ENCONTRADO (OU MOVIMENTO ANTERIOR AO         *
000450       *   IDENTIFICADOR, GRAVADO COM ZEROS)            *
000460       **************************************************
000470       *
000480        ENVIRONMENT DIVISION.
000490        CONFIGURATION SECTION.
000500        SPECIAL-NAMES.
000510            DECIMAL-POINT IS COMMA.
000520        INPUT-OUTPUT SECTION.
000530        FILE-CONTROL.
000540            SELECT ARQ-RUNJRNL  ASSIGN TO RUNJRNL
000550                FILE STATUS IS WK-FS-RUNJRNL.
000560            SELECT ARQ-MOVHIST  ASSIGN TO MOVHIST
000570                FILE STATUS IS WK-FS-MOVHIST.
000580            SELECT ARQ-REJEITAD ASSIGN TO REJEITAD
000590                FILE STATUS IS WK-FS-REJEITAD.
000600            SELECT ARQ-GLJOURN  ASSIGN TO GLJOURN
000610                FILE STATUS IS WK-FS-GLJOURN.
000620            SELECT ARQ-TEDCTL   ASSIGN TO TEDCTL
000630                FILE STATUS IS WK-FS-TEDCTL.
000640            SELECT ARQ-LOTES    ASSIGN TO LOTES
000650                FILE STATUS IS WK-FS-LOTES.
000660            SELECT ARQ-RELRAST  ASSIGN TO RELRAST
000670                FILE STATUS IS WK-FS-RELRAST.
000680       *
000690        DATA DIVISION.
000700        FILE SECTION.
000710        FD   ARQ-RUNJRNL
000720             RECORDING MODE IS F.
000730        01  REG-RUNJRNL.
000740            05 JRL-PROGRAMA        PIC X(8).
000750            05 JRL-TIPO            PIC X.
000760            05 JRL-DATA            PIC 9(8).
000770            05 JRL-HORA            PIC 9(6).
000780            05 JRL-QTD-LIDOS       PIC 9(7).
000790            05 JRL-QTD-GRAVADOS    PIC 9(7).
000800            05 JRL-QTD-REJEITADOS  PIC 9(7).
000810            05 JRL-RETORNO         PIC 9(4).
000820            05 JRL-ID-EXEC         PIC 9(10).
000830        FD   ARQ-MOVHIST
000840             RECORDING MODE IS F.
000850        01  REG-MOVHIST.
000860            05 FD-DATA-MOVHIST     PIC 9(8).
000870            05 FD-CHAVE-MOVHIST.
000880                10 FD-AGENCIA-MOVHIST      PIC X(4).
000890                10 FD-CONTA-MOVHIST        PIC 9(5).
000900            05 FD-DOC-MOVHIST      PIC 9(4).
000910            05 FD-TIPO-MOVHIST     PIC X.
000920            05 FD-VALOR-MOVHIST    PIC 9(6)V99.
000930            05 FD-SALDO-MOVHIST    PIC S9(6)V99.
000940            05 FD-MOEDA-MOVHIST    PIC X(3).
000950            05 FD-HORA-MOVHIST     PIC 9(6).
000960            05 FD-SEQ-MOVHIST      PIC 9(4).
000970            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000980        FD   ARQ-REJEITAD
000990             RECORDING MODE IS F.
001000        01  REG-REJEITAD.
001010            05 FD-CHAVE-REJEITAD.
001020                10 FD-AGENCIA-REJEITAD     PIC X(4).
001030                10 FD-CONTA-REJEITAD       PIC 9(5).
001040            05 FD-DOC-REJEITAD         PIC 9(4).
001050            05 FD-TIPO-REJEITAD        PIC X.
001060            05 FD-VALOR-REJEITAD       PIC 9(6)V99.
001070            05 FD-MOTIVO-REJEITAD      PIC X(30).
001080            05 FD-DATA-REJEITAD        PIC 9(8).
001090            05 FD-MOEDA-REJEITAD       PIC X(3).
001100            05 FD-CONTRA-REJEITAD      PIC X(9).
001110            05 FD-HORA-REJEITAD        PIC 9(6).
001120            05 FD-SEQ-REJEITAD         PIC 9(4).
001130            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
001140            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
001150        FD   ARQ-GLJOURN
001160             RECORDING MODE IS F.
001170        01  REG-GLJOURN.
001180            05 FD-TIPO-REG-GLJ     PIC X.
001190                88 GLJOURN-HEADER      VALUE 'H'.
001200                88 GLJOURN-DETALHE     VALUE 'D'.
001210                88 GLJOURN-TRAILER     VALUE 'T'.
001220            05 FD-DETALHE-GLJ.
001230                10 FD-CONTA-RAZAO-GLJ  PIC X(8).
001240                10 FD-NATUREZA-GLJ     PIC X.
001250                10 FD-VALOR-GLJ        PIC 9(11)V99.
001260                10 FD-TIPO-ORIGEM-GLJ  PIC X.
001270                10 FD-MOEDA-ORIGEM-GLJ PIC X(3).
001280                10 FD-DATA-GLJ         PIC 9(8).
001290            05 FD-CTRL-GLJ REDEFINES FD-DETALHE-GLJ.
001300                10 FD-DATA-CTRL-GLJ    PIC 9(8).
001310                10 FD-QTDE-CTRL-GLJ    PIC 9(6).
001320                10 FD-VALOR-CTRL-GLJ   PIC 9(11)V99.
001330                10 FILLER              PIC X(7).
001340            05 FD-ID-EXEC-GLJ      PIC 9(10).
001350        FD   ARQ-TEDCTL
001360             RECORDING MODE IS F.
001370        01  REG-TEDCTL.
001380            05 FD-CHAVE-TED        PIC X(9).
001390            05 FD-DOC-TED          PIC 9(4).
001400            05 FD-VALOR-TED        PIC 9(6)V99.
001410            05 FD-DATA-TED         PIC 9(8).
001420            05 FD-SITUACAO-TED     PIC X.
001430            05 FD-MOEDA-TED        PIC X(3).
001440            05 FD-ID-EXEC-TED      PIC 9(10).
001450        FD   ARQ-LOTES
001460             RECORDING MODE IS F.
001470        01  REG-LOTES.
001480            05 FD-TIPO-REG-LOTES       PIC X.
001490                88 LOTES-HEADER            VALUE 'H'.
001500                88 LOTES-DETALHE           VALUE 'D'.
001510                88 LOTES-TRAILER           VALUE 'T'.
001520            05 FD-DETALHE-LOTES.
001530                10 FD-CHAVE-LOTES          PIC X(9).
001540                10 FD-DIGITO-LOTES         PIC X.
001550                10 FD-DOC-LOTES            PIC 9(4).
001560                10 FD-TIPO-LOTES           PIC X.
001570                10 FD-VALOR-LOTES          PIC 9(6)V99.
001580                10 FD-MOEDA-LOTES          PIC X(3).
001590                10 FD-DATA-LOTES           PIC 9(8).
001600                10 FD-CONTRA-LOTES         PIC X(9).
001610                10 FD-HORA-LOTES           PIC 9(6).
001620                10 FD-SEQ-LOTES            PIC 9(4).
001630            05 FD-CTRL-LOTES REDEFINES FD-DETALHE-LOTES.
001640                10 FD-DATA-CTRL-LOTES      PIC 9(8).
001650                10 FD-QTDE-CTRL-LOTES      PIC 9(6).
001660                10 FD-VALOR-CTRL-LOTES     PIC 9(8)V99.
001670                10 FD-INST-CTRL-LOTES      PIC 99.
001680                10 FILLER                  PIC X(27).
001690            05 FD-ID-EXEC-LOTES        PIC 9(10).
001700        FD   ARQ-RELRAST
001710             RECORDING MODE IS F.
001720        01  REG-RELRAST                PIC X(100).
001730        WORKING-STORAGE SECTION.
001740        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001750        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
001760        77  WK-FS-REJEITAD PIC XX           VALUE SPACES.
001770        77  WK-FS-GLJOURN  PIC XX           VALUE SPACES.
001780        77  WK-FS-TEDCTL   PIC XX           VALUE SPACES.
001790        77  WK-FS-LOTES    PIC XX           VALUE SPACES.
001800        77  WK-FS-RELRAST  PIC XX           VALUE SPACES.
001810        01  WK-PARAMETRO.
001820            05 WK-MODO-PARM        PIC X.
001830                88 CONSULTA-EXECUCAO   VALUE 'E'.
001840                88 CONSULTA-MOVIMENTO  VALUE 'M'.
001850            05 WK-ID-PARM          PIC 9(10).
001860            05 WK-CHAVE-PARM       PIC X(9).
001870            05 WK-DOC-PARM         PIC 9(4).
001880            05 WK-DATA-PARM        PIC 9(8).
001890        77  WK-ID-BUSCA    PIC 9(10)        VALUE ZEROS.
001900        77  WK-ID-ORIGEM   PIC 9(10)        VALUE ZEROS.
001910        77  WK-QTD-JORNAL  PIC 9(5)         VALUE ZEROS.
001920        77  WK-QTD-ACHADOS PIC 9(5)         VALUE ZEROS.
001930        77  WK-QTD-ARQ     PIC 9(7)         VALUE ZEROS.
001940        77  WK-QTD-LOTES-ARQ PIC 9(5)       VALUE ZEROS.
001950        77  WK-VALOR-ARQ   PIC 9(13)V99     VALUE ZEROS.
001960        01  WK-LINHA-TITULO.
001970            05 FILLER          PIC X(34)
001980                 VALUE 'RASTREAMENTO DE EXECUCAO - CONSULT'.
001990            05 FILLER          PIC X(02) VALUE 'A '.
002000            05 WK-MODO-TIT     PIC X(10).
002010            05 FILLER          PIC X(01) VALUE SPACE.
002020            05 WK-ARGUMENTO-TIT PIC X(40).
002030        01  WK-LINHA-JORNAL.
002040            05 FILLER          PIC X(09) VALUE 'EXECUCAO '.
002050            05 WK-ID-JRL-REL   PIC 9(10).
002060            05 FILLER          PIC X(01) VALUE SPACE.
002070            05 WK-PROG-REL     PIC X(8).
002080            05 FILLER          PIC X(01) VALUE SPACE.
002090            05 WK-TIPO-REL     PIC X(6).
002100            05 FILLER          PIC X(01) VALUE SPACE.
002110            05 WK-DATA-REL     PIC 9(8).
002120            05 FILLER          PIC X(01) VALUE SPACE.
002130            05 WK-HORA-REL     PIC 9(6).
002140            05 FILLER          PIC X(07) VALUE ' LIDOS '.
002150            05 WK-LIDOS-REL    PIC ZZZZZZ9.
002160            05 FILLER          PIC X(06) VALUE ' GRAV '.
002170            05 WK-GRAV-REL     PIC ZZZZZZ9.
002180            05 FILLER          PIC X(05) VALUE ' REJ '.
002190            05 WK-REJ-REL      PIC ZZZZZZ9.
002200            05 FILLER          PIC X(04) VALUE ' RC '.
002210            05 WK-RC-REL       PIC ZZZ9.
002220        01  WK-LINHA-ARQUIVO.
002230            05 FILLER          PIC X(08) VALUE 'ARQUIVO '.
002240            05 WK-NOME-ARQ-REL PIC X(8).
002250            05 FILLER          PIC X(01) VALUE SPACE.
002260            05 WK-QTD-ARQ-REL  PIC ZZZZZZ9.
002270            05 FILLER          PIC X(11) VALUE ' REGISTROS '.
002280            05 WK-VALOR-ARQ-REL PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
002290            05 FILLER          PIC X(01) VALUE SPACE.
002300            05 WK-OBS-ARQ-REL  PIC X(30).
002310        01  WK-LINHA-MOVTO.
002320            05 WK-ORIGEM-MOV-REL PIC X(8).
002330            05 FILLER          PIC X(01) VALUE SPACE.
002340            05 WK-CHAVE-MOV-REL PIC X(9).
002350            05 FILLER          PIC X(01) VALUE SPACE.
002360            05 WK-DOC-MOV-REL  PIC 9(4).
002370            05 FILLER          PIC X(01) VALUE SPACE.
002380            05 WK-DATA-MOV-REL PIC 9(8).
002390            05 FILLER          PIC X(01) VALUE SPACE.
002400            05 WK-TIPO-MOV-REL PIC X.
002410            05 FILLER          PIC X(01) VALUE SPACE.
002420            05 WK-VALOR-MOV-REL PIC ZZZ.ZZ9,99.
002430            05 FILLER          PIC X(01) VALUE SPACE.
002440            05 WK-MOEDA-MOV-REL PIC X(3).
002450            05 FILLER          PIC X(01) VALUE SPACE.
002460            05 WK-SEQ-MOV-REL  PIC 9(4).
002470            05 FILLER          PIC X(10) VALUE ' EXECUCAO '.
002480            05 WK-ID-MOV-REL   PIC 9(10).
002490        01  WK-LINHA-AVISO.
002500            05 WK-TEXTO-AVISO  PIC X(60).
002510       *
002520        PROCEDURE DIVISION.
002530        000-PRINCIPAL SECTION.
002540        001-PRINCIPAL.
002550            PERFORM 101-INICIAR.
002560            IF CONSULTA-MOVIMENTO
002570                PERFORM 201-LOCALIZAR-MOVIMENTO
002580            ELSE
002590                MOVE WK-ID-PARM TO WK-ID-BUSCA
002600            END-IF.
002610            IF WK-ID-BUSCA NOT = ZEROS
002620               OR WK-ID-ORIGEM NOT = ZEROS
002630                PERFORM 401-LISTAR-JORNAL
002640            END-IF.
002650            IF CONSULTA-EXECUCAO
002660                PERFORM 501-CONTAR-ARQUIVOS
002670            END-IF.
002680            PERFORM 901-FINALIZAR.
002690            STOP RUN.
002700       ***********************************************************
002710        100-INICIAR SECTION.
002720        101-INICIAR.
002730            MOVE SPACES TO WK-PARAMETRO.
002740            ACCEPT WK-PARAMETRO FROM SYSIN.
002750            EVALUATE TRUE
002760                WHEN CONSULTA-EXECUCAO
002770                    IF WK-ID-PARM NOT NUMERIC
002780                       OR WK-ID-PARM = ZEROS
002790                        DISPLAY 'IDENTIFICADOR DE EXECUCAO '
002800                                'INVALIDO NO SYSIN'
002810                        MOVE 12 TO RETURN-CODE
002820                        STOP RUN
002830                    END-IF
002840                WHEN CONSULTA-MOVIMENTO
002850                    IF WK-CHAVE-PARM = SPACES
002860                       OR WK-DOC-PARM NOT NUMERIC
002870                       OR WK-DATA-PARM NOT NUMERIC
002880                        DISPLAY 'CHAVE, DOCUMENTO OU DATA '
002890                                'INVALIDOS NO SYSIN'
002900                        MOVE 12 TO RETURN-CODE
002910                        STOP RUN
002920                    END-IF
002930                WHEN OTHER
002940                    DISPLAY 'TIPO DE CONSULTA INVALIDO NO SYSIN, '
002950                            'USE E OU M'
002960                    MOVE 12 TO RETURN-CODE
002970                    STOP RUN
002980            END-EVALUATE.
002990            OPEN OUTPUT ARQ-RELRAST.
003000            IF WK-FS-RELRAST NOT = '00'
003010                DISPLAY 'ERRO ' WK-FS-RELRAST
003020                        ' NO COMANDO OPEN RELRAST'
003030                MOVE 12 TO RETURN-CODE
003040                STOP RUN
003050            END-IF.
003060            MOVE SPACES TO WK-ARGUMENTO-TIT.
003070            IF CONSULTA-EXECUCAO
003080                MOVE 'EXECUCAO'  TO WK-MODO-TIT
003090                MOVE WK-ID-PARM  TO WK-ARGUMENTO-TIT
003100            ELSE
003110                MOVE 'MOVIMENTO' TO WK-MODO-TIT
003120                STRING WK-CHAVE-PARM ' DOC ' WK-DOC-PARM
003130                       ' DATA ' WK-DATA-PARM
003140                       DELIMITED BY SIZE INTO WK-ARGUMENTO-TIT
003150            END-IF.
003160            WRITE REG-RELRAST FROM WK-LINHA-TITULO.
003170            PERFORM 291-CONFERIR-RELRAST.
003180            MOVE SPACES TO REG-RELRAST.
003190            WRITE REG-RELRAST.
003200            PERFORM 291-CONFERIR-RELRAST.
003210       ***********************************************
003220        200-MOVIMENTO SECTION.
003230       *      O MOVHIST DIZ QUAL EXECUCAO POSTOU O MOVIMENTO
003240       *      E O LOTE DIZ QUAL EXECUCAO O GEROU
003250        201-LOCALIZAR-MOVIMENTO.
003260            OPEN INPUT ARQ-MOVHIST.
003270            EVALUATE WK-FS-MOVHIST
003280                WHEN '00'
003290                    PERFORM 311-LER-MOVHIST
003300                    PERFORM 202-COMPARAR-MOVHIST
003310                        UNTIL WK-FS-MOVHIST = '10'
003320                    CLOSE ARQ-MOVHIST
003330                WHEN '35'
003340                    DISPLAY 'ARQUIVO MOVHIST NAO ENCONTRADO'
003350                    MOVE 12 TO RETURN-CODE
003360                    STOP RUN
003370                WHEN OTHER
003380                    DISPLAY 'ERRO ' WK-FS-MOVHIST
003390                            ' NO COMANDO OPEN MOVHIST'
003400                    MOVE 12 TO RETURN-CODE
003410                    STOP RUN
003420            END-EVALUATE.
003430            OPEN INPUT ARQ-LOTES.
003440            EVALUATE WK-FS-LOTES
003450                WHEN '00'
003460                    PERFORM 351-LER-LOTES
003470                    PERFORM 203-COMPARAR-LOTES
003480                        UNTIL WK-FS-LOTES = '10'
003490                    CLOSE ARQ-LOTES
003500                WHEN '35'
003510                    MOVE 'LOTES NAO INFORMADO, ORIGEM NAO '
003520                        TO WK-TEXTO-AVISO
003530                    MOVE 'PESQUISADA' TO WK-TEXTO-AVISO(33:10)
003540                    PERFORM 209-GRAVAR-AVISO
003550                WHEN OTHER
003560                    DISPLAY 'ERRO ' WK-FS-LOTES
003570                            ' NO COMANDO OPEN LOTES'
003580                    MOVE 12 TO RETURN-CODE
003590                    STOP RUN
003600            END-EVALUATE.
003610            IF WK-QTD-ACHADOS = ZEROS
003620                MOVE 'MOVIMENTO NAO ENCONTRADO' TO WK-TEXTO-AVISO
003630                PERFORM 209-GRAVAR-AVISO
003640                MOVE 4 TO RETURN-CODE
003650            ELSE
003660                IF WK-ID-BUSCA = ZEROS
003670                   AND WK-ID-ORIGEM = ZEROS
003680                    MOVE 'MOVIMENTO ANTERIOR AO IDENTIFICADOR '
003690                        TO WK-TEXTO-AVISO
003700                    PERFORM 209-GRAVAR-AVISO
003710                    MOVE 4 TO RETURN-CODE
003720                END-IF
003730            END-IF.
003740       *      SE O MESMO DOCUMENTO FOI POSTADO MAIS DE UMA VEZ
003750       *      (SEQUENCIAS DIFERENTES) TODOS SAEM NO RELATORIO E
003760       *      O JORNAL LISTADO E O DA ULTIMA POSTAGEM
003770        202-COMPARAR-MOVHIST.
003780            IF FD-CHAVE-MOVHIST = WK-CHAVE-PARM
003790               AND FD-DOC-MOVHIST = WK-DOC-PARM
003800               AND FD-DATA-MOVHIST = WK-DATA-PARM
003810                ADD 1 TO WK-QTD-ACHADOS
003820                MOVE 'POSTADO '         TO WK-ORIGEM-MOV-REL
003830                MOVE FD-CHAVE-MOVHIST   TO WK-CHAVE-MOV-REL
003840                MOVE FD-DOC-MOVHIST     TO WK-DOC-MOV-REL
003850                MOVE FD-DATA-MOVHIST    TO WK-DATA-MOV-REL
003860                MOVE FD-TIPO-MOVHIST    TO WK-TIPO-MOV-REL
003870                MOVE FD-VALOR-MOVHIST   TO WK-VALOR-MOV-REL
003880                MOVE FD-MOEDA-MOVHIST   TO WK-MOEDA-MOV-REL
003890                MOVE FD-SEQ-MOVHIST     TO WK-SEQ-MOV-REL
003900                MOVE FD-ID-EXEC-MOVHIST TO WK-ID-MOV-REL
003910                WRITE REG-RELRAST FROM WK-LINHA-MOVTO
003920                PERFORM 291-CONFERIR-RELRAST
003930                IF FD-ID-EXEC-MOVHIST NOT = ZEROS
003940                    MOVE FD-ID-EXEC-MOVHIST TO WK-ID-BUSCA
003950                END-IF
003960            END-IF.
003970            PERFORM 311-LER-MOVHIST.
003980        203-COMPARAR-LOTES.
003990            IF LOTES-DETALHE
004000               AND FD-CHAVE-LOTES = WK-CHAVE-PARM
004010               AND FD-DOC-LOTES = WK-DOC-PARM
004020               AND FD-DATA-LOTES = WK-DATA-PARM
004030                ADD 1 TO WK-QTD-ACHADOS
004040                MOVE 'GERADO  '         TO WK-ORIGEM-MOV-REL
004050                MOVE FD-CHAVE-LOTES     TO WK-CHAVE-MOV-REL
004060                MOVE FD-DOC-LOTES       TO WK-DOC-MOV-REL
004070                MOVE FD-DATA-LOTES      TO WK-DATA-MOV-REL
004080                MOVE FD-TIPO-LOTES      TO WK-TIPO-MOV-REL
004090                MOVE FD-VALOR-LOTES     TO WK-VALOR-MOV-REL
004100                MOVE FD-MOEDA-LOTES     TO WK-MOEDA-MOV-REL
004110                MOVE FD-SEQ-LOTES       TO WK-SEQ-MOV-REL
004120                MOVE FD-ID-EXEC-LOTES   TO WK-ID-MOV-REL
004130                WRITE REG-RELRAST FROM WK-LINHA-MOVTO
004140                PERFORM 291-CONFERIR-RELRAST
004150                IF FD-ID-EXEC-LOTES NOT = ZEROS
004160                    MOVE FD-ID-EXEC-LOTES TO WK-ID-ORIGEM
004170                END-IF
004180            END-IF.
004190            PERFORM 351-LER-LOTES.
004200        209-GRAVAR-AVISO.
004210            WRITE REG-RELRAST FROM WK-LINHA-AVISO.
004220            PERFORM 291-CONFERIR-RELRAST.
004230        291-CONFERIR-RELRAST.
004240            IF WK-FS-RELRAST NOT = '00'
004250                DISPLAY 'ERRO ' WK-FS-RELRAST
004260                        ' NO COMANDO WRITE RELRAST'
004270                MOVE 12 TO RETURN-CODE
004280                STOP RUN
004290            END-IF.
004300       ***********************************************
004310        300-LEITURAS SECTION.
004320        301-LER-RUNJRNL.
004330            READ ARQ-RUNJRNL.
004340            EVALUATE WK-FS-RUNJRNL
004350                WHEN '00'
004360                    CONTINUE
004370                WHEN '10'
004380                    CONTINUE
004390                WHEN OTHER
004400                    DISPLAY 'ERRO ' WK-FS-RUNJRNL
004410                            ' NO COMANDO READ RUNJRNL'
004420                    MOVE 12 TO RETURN-CODE
004430                    STOP RUN
004440            END-EVALUATE.
004450        311-LER-MOVHIST.
004460            READ ARQ-MOVHIST.
004470            EVALUATE WK-FS-MOVHIST
004480                WHEN '00'
004490                    CONTINUE
004500                WHEN '10'
004510                    CONTINUE
004520                WHEN OTHER
004530                    DISPLAY 'ERRO ' WK-FS-MOVHIST
004540                            ' NO COMANDO READ MOVHIST'
004550                    MOVE 12 TO RETURN-CODE
004560                    STOP RUN
004570            END-EVALUATE.
004580        321-LER-REJEITAD.
004590            READ ARQ-REJEITAD.
004600            EVALUATE WK-FS-REJEITAD
004610                WHEN '00'
004620                    CONTINUE
004630                WHEN '10'
004640                    CONTINUE
004650                WHEN OTHER
004660                    DISPLAY 'ERRO ' WK-FS-REJEITAD
004670                            ' NO COMANDO READ REJEITAD'
004680                    MOVE 12 TO RETURN-CODE
004690                    STOP RUN
004700            END-EVALUATE.
004710        331-LER-GLJOURN.
004720            READ ARQ-GLJOURN.
004730            EVALUATE WK-FS-GLJOURN
004740                WHEN '00'
004750                    CONTINUE
004760                WHEN '10'
004770                    CONTINUE
004780                WHEN OTHER
004790                    DISPLAY 'ERRO ' WK-FS-GLJOURN
004800                            ' NO COMANDO READ GLJOURN'
004810                    MOVE 12 TO RETURN-CODE
004820                    STOP RUN
004830            END-EVALUATE.
004840        341-LER-TEDCTL.
004850            READ ARQ-TEDCTL.
004860            EVALUATE WK-FS-TEDCTL
004870                WHEN '00'
004880                    CONTINUE
004890                WHEN '10'
004900                    CONTINUE
004910                WHEN OTHER
004920                    DISPLAY 'ERRO ' WK-FS-TEDCTL
004930                            ' NO COMANDO READ TEDCTL'
004940                    MOVE 12 TO RETURN-CODE
004950                    STOP RUN
004960            END-EVALUATE.
004970        351-LER-LOTES.
004980            READ ARQ-LOTES.
004990            EVALUATE WK-FS-LOTES
005000                WHEN '00'
005010                    CONTINUE
005020                WHEN '10'
005030                    CONTINUE
005040                WHEN OTHER
005050                    DISPLAY 'ERRO ' WK-FS-LOTES
005060                            ' NO COMANDO READ LOTES'
005070                    MOVE 12 TO RETURN-CODE
005080                    STOP RUN
005090            END-EVALUATE.
005100       ***********************************************
005110        400-JORNAL SECTION.
005120        401-LISTAR-JORNAL.
005130            OPEN INPUT ARQ-RUNJRNL.
005140            EVALUATE WK-FS-RUNJRNL
005150                WHEN '00'
005160                    PERFORM 301-LER-RUNJRNL
005170                    PERFORM 402-COMPARAR-JORNAL
005180                        UNTIL WK-FS-RUNJRNL = '10'
005190                    CLOSE ARQ-RUNJRNL
005200                WHEN '35'
005210                    DISPLAY 'ARQUIVO RUNJRNL NAO ENCONTRADO'
005220                    MOVE 12 TO RETURN-CODE
005230                    STOP RUN
005240                WHEN OTHER
005250                    DISPLAY 'ERRO ' WK-FS-RUNJRNL
005260                            ' NO COMANDO OPEN RUNJRNL'
005270                    MOVE 12 TO RETURN-CODE
005280                    STOP RUN
005290            END-EVALUATE.
005300            IF WK-QTD-JORNAL = ZEROS
005310                MOVE 'EXECUCAO NAO ENCONTRADA NO RUNJRNL'
005320                    TO WK-TEXTO-AVISO
005330                PERFORM 209-GRAVAR-AVISO
005340                MOVE 4 TO RETURN-CODE
005350            END-IF.
005360            MOVE SPACES TO REG-RELRAST.
005370            WRITE REG-RELRAST.
005380            PERFORM 291-CONFERIR-RELRAST.
005390        402-COMPARAR-JORNAL.
005400            IF (JRL-ID-EXEC = WK-ID-BUSCA
005410                AND WK-ID-BUSCA NOT = ZEROS)
005420               OR (JRL-ID-EXEC = WK-ID-ORIGEM
005430                AND WK-ID-ORIGEM NOT = ZEROS)
005440                ADD 1 TO WK-QTD-JORNAL
005450                MOVE JRL-ID-EXEC        TO WK-ID-JRL-REL
005460                MOVE JRL-PROGRAMA       TO WK-PROG-REL
005470                MOVE JRL-DATA           TO WK-DATA-REL
005480                MOVE JRL-HORA           TO WK-HORA-REL
005490                MOVE JRL-QTD-LIDOS      TO WK-LIDOS-REL
005500                MOVE JRL-QTD-GRAVADOS   TO WK-GRAV-REL
005510                MOVE JRL-QTD-REJEITADOS TO WK-REJ-REL
005520                MOVE JRL-RETORNO        TO WK-RC-REL
005530                IF JRL-TIPO = 'I'
005540                    MOVE 'INICIO' TO WK-TIPO-REL
005550                ELSE
005560                    MOVE 'FIM   ' TO WK-TIPO-REL
005570                END-IF
005580                WRITE REG-RELRAST FROM WK-LINHA-JORNAL
005590                PERFORM 291-CONFERIR-RELRAST
005600            END-IF.
005610            PERFORM 301-LER-RUNJRNL.
005620       ***********************************************
005630        500-ARQUIVOS SECTION.
005640       *      UMA LINHA POR ARQUIVO: REGISTROS COM O
005650       *      IDENTIFICADOR E A SOMA DOS VALORES NOMINAIS
005660       *      DOS DETALHES (SEM CONVERSAO DE MOEDA)
005670        501-CONTAR-ARQUIVOS.
005680            PERFORM 511-CONTAR-MOVHIST.
005690            PERFORM 521-CONTAR-REJEITAD.
005700            PERFORM 531-CONTAR-GLJOURN.
005710            PERFORM 541-CONTAR-TEDCTL.
005720            PERFORM 551-CONTAR-LOTES.
005730        511-CONTAR-MOVHIST.
005740            MOVE ZEROS TO WK-QTD-ARQ.
005750            MOVE ZEROS TO WK-VALOR-ARQ.
005760            MOVE SPACES TO WK-OBS-ARQ-REL.
005770            MOVE 'MOVHIST' TO WK-NOME-ARQ-REL.
005780            OPEN INPUT ARQ-MOVHIST.
005790            EVALUATE WK-FS-MOVHIST
005800                WHEN '00'
005810                    PERFORM 311-LER-MOVHIST
005820                    PERFORM 512-SOMAR-MOVHIST
005830                        UNTIL WK-FS-MOVHIST = '10'
005840                    CLOSE ARQ-MOVHIST
005850                WHEN '35'
005860                    MOVE 'ARQUIVO NAO INFORMADO' TO WK-OBS-ARQ-REL
005870                WHEN OTHER
005880                    DISPLAY 'ERRO ' WK-FS-MOVHIST
005890                            ' NO COMANDO OPEN MOVHIST'
005900                    MOVE 12 TO RETURN-CODE
005910                    STOP RUN
005920            END-EVALUATE.
005930            PERFORM 591-GRAVAR-ARQUIVO.
005940        512-SOMAR-MOVHIST.
005950            IF FD-ID-EXEC-MOVHIST = WK-ID-BUSCA
005960                ADD 1 TO WK-QTD-ARQ
005970                ADD FD-VALOR-MOVHIST TO WK-VALOR-ARQ
005980            END-IF.
005990            PERFORM 311-LER-MOVHIST.
006000        521-CONTAR-REJEITAD.
006010            MOVE ZEROS TO WK-QTD-ARQ.
006020            MOVE ZEROS TO WK-VALOR-ARQ.
006030            MOVE SPACES TO WK-OBS-ARQ-REL.
006040            MOVE 'REJEITAD' TO WK-NOME-ARQ-REL.
006050            OPEN INPUT ARQ-REJEITAD.
006060            EVALUATE WK-FS-REJEITAD
006070                WHEN '00'
006080                    PERFORM 321-LER-REJEITAD
006090                    PERFORM 522-SOMAR-REJEITAD
006100                        UNTIL WK-FS-REJEITAD = '10'
006110                    CLOSE ARQ-REJEITAD
006120                WHEN '35'
006130                    MOVE 'ARQUIVO NAO INFORMADO' TO WK-OBS-ARQ-REL
006140                WHEN OTHER
006150                    DISPLAY 'ERRO ' WK-FS-REJEITAD
006160                            ' NO COMANDO OPEN REJEITAD'
006170                    MOVE 12 TO RETURN-CODE
006180                    STOP RUN
006190            END-EVALUATE.
006200            PERFORM 591-GRAVAR-ARQUIVO.
006210        522-SOMAR-REJEITAD.
006220            IF FD-ID-EXEC-REJEITAD = WK-ID-BUSCA
006230                ADD 1 TO WK-QTD-ARQ
006240                ADD FD-VALOR-REJEITAD TO WK-VALOR-ARQ
006250            END-IF.
006260            PERFORM 321-LER-REJEITAD.
006270        531-CONTAR-GLJOURN.
006280            MOVE ZEROS TO WK-QTD-ARQ.
006290            MOVE ZEROS TO WK-VALOR-ARQ.
006300            MOVE SPACES TO WK-OBS-ARQ-REL.
006310            MOVE 'GLJOURN' TO WK-NOME-ARQ-REL.
006320            OPEN INPUT ARQ-GLJOURN.
006330            EVALUATE WK-FS-GLJOURN
006340                WHEN '00'
006350                    PERFORM 331-LER-GLJOURN
006360                    PERFORM 532-SOMAR-GLJOURN
006370                        UNTIL WK-FS-GLJOURN = '10'
006380                    CLOSE ARQ-GLJOURN
006390                WHEN '35'
006400                    MOVE 'ARQUIVO NAO INFORMADO' TO WK-OBS-ARQ-REL
006410                WHEN OTHER
006420                    DISPLAY 'ERRO ' WK-FS-GLJOURN
006430                            ' NO COMANDO OPEN GLJOURN'
006440                    MOVE 12 TO RETURN-CODE
006450                    STOP RUN
006460            END-EVALUATE.
006470            PERFORM 591-GRAVAR-ARQUIVO.
006480        532-SOMAR-GLJOURN.
006490            IF FD-ID-EXEC-GLJ = WK-ID-BUSCA
006500                ADD 1 TO WK-QTD-ARQ
006510                IF GLJOURN-DETALHE
006520                    ADD FD-VALOR-GLJ TO WK-VALOR-ARQ
006530                END-IF
006540            END-IF.
006550            PERFORM 331-LER-GLJOURN.
006560        541-CONTAR-TEDCTL.
006570            MOVE ZEROS TO WK-QTD-ARQ.
006580            MOVE ZEROS TO WK-VALOR-ARQ.
006590            MOVE SPACES TO WK-OBS-ARQ-REL.
006600            MOVE 'TEDCTL' TO WK-NOME-ARQ-REL.
006610            OPEN INPUT ARQ-TEDCTL.
006620            EVALUATE WK-FS-TEDCTL
006630                WHEN '00'
006640                    PERFORM 341-LER-TEDCTL
006650                    PERFORM 542-SOMAR-TEDCTL
006660                        UNTIL WK-FS-TEDCTL = '10'
006670                    CLOSE ARQ-TEDCTL
006680                WHEN '35'
006690                    MOVE 'ARQUIVO NAO INFORMADO' TO WK-OBS-ARQ-REL
006700                WHEN OTHER
006710                    DISPLAY 'ERRO ' WK-FS-TEDCTL
006720                            ' NO COMANDO OPEN TEDCTL'
006730                    MOVE 12 TO RETURN-CODE
006740                    STOP RUN
006750            END-EVALUATE.
006760            PERFORM 591-GRAVAR-ARQUIVO.
006770        542-SOMAR-TEDCTL.
006780            IF FD-ID-EXEC-TED = WK-ID-BUSCA
006790                ADD 1 TO WK-QTD-ARQ
006800                ADD FD-VALOR-TED TO WK-VALOR-ARQ
006810            END-IF.
006820            PERFORM 341-LER-TEDCTL.
006830        551-CONTAR-LOTES.
006840            MOVE ZEROS TO WK-QTD-ARQ.
006850            MOVE ZEROS TO WK-VALOR-ARQ.
006860            MOVE ZEROS TO WK-QTD-LOTES-ARQ.
006870            MOVE SPACES TO WK-OBS-ARQ-REL.
006880            MOVE 'LOTES' TO WK-NOME-ARQ-REL.
006890            OPEN INPUT ARQ-LOTES.
006900            EVALUATE WK-FS-LOTES
006910                WHEN '00'
006920                    PERFORM 351-LER-LOTES
006930                    PERFORM 552-SOMAR-LOTES
006940                        UNTIL WK-FS-LOTES = '10'
006950                    CLOSE ARQ-LOTES
006960                    STRING 'EM ' WK-QTD-LOTES-ARQ ' LOTE(S)'
006970                           DELIMITED BY SIZE INTO WK-OBS-ARQ-REL
006980                WHEN '35'
006990                    MOVE 'ARQUIVO NAO INFORMADO' TO WK-OBS-ARQ-REL
007000                WHEN OTHER
007010                    DISPLAY 'ERRO ' WK-FS-LOTES
007020                            ' NO COMANDO OPEN LOTES'
007030                    MOVE 12 TO RETURN-CODE
007040                    STOP RUN
007050            END-EVALUATE.
007060            PERFORM 591-GRAVAR-ARQUIVO.
007070        552-SOMAR-LOTES.
007080            IF FD-ID-EXEC-LOTES = WK-ID-BUSCA
007090                ADD 1 TO WK-QTD-ARQ
007100                EVALUATE TRUE
007110                    WHEN LOTES-HEADER
007120                        ADD 1 TO WK-QTD-LOTES-ARQ
007130                    WHEN LOTES-DETALHE
007140                        ADD FD-VALOR-LOTES TO WK-VALOR-ARQ
007150                END-EVALUATE
007160            END-IF.
007170            PERFORM 351-LER-LOTES.
007180        591-GRAVAR-ARQUIVO.
007190            MOVE WK-QTD-ARQ   TO WK-QTD-ARQ-REL.
007200            MOVE WK-VALOR-ARQ TO WK-VALOR-ARQ-REL.
007210            WRITE REG-RELRAST FROM WK-LINHA-ARQUIVO.
007220            PERFORM 291-CONFERIR-RELRAST.
007230       ***********************************************
007240        900-FINALIZAR SECTION.
007250        901-FINALIZAR.
007260            DISPLAY 'REGISTROS DE JORNAL : ' WK-QTD-JORNAL.
007270            IF CONSULTA-MOVIMENTO
007280                DISPLAY 'MOVIMENTOS ACHADOS  : ' WK-QTD-ACHADOS
007290                DISPLAY 'EXECUCAO DA POSTAGEM: ' WK-ID-BUSCA
007300                DISPLAY 'EXECUCAO DA ORIGEM  : ' WK-ID-ORIGEM
007310            END-IF.
007320            CLOSE ARQ-RELRAST.
