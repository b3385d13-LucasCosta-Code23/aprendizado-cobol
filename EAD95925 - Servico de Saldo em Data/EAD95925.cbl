000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95925.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   SERVICO DE SALDO DA CONTA EM UMA DATA        *
000170       *                                                *
000180       *   DEVOLVE O SALDO DE FECHAMENTO DA CONTA NA    *
000190       *   DATA, A MOEDA E O ULTIMO LANCAMENTO ATE ELA, *
000200       *   PELO SALDO CORRENTE GRAVADO EM CADA REGISTRO *
000210       *   DO MOVHIST PELO EAD95809. PROCURA PRIMEIRO   *
000220       *   NO MOVHIST DO MES ABERTO; NAO ACHANDO, O     *
000230       *   LOCALIZADOR MOVLOC (EAD95870) DIZ QUAL MES   *
000240       *   FECHADO TEM O ULTIMO MOVIMENTO DA CONTA ATE  *
000250       *   A DATA, LIDO NAS PARTICOES MOVHPART; POR FIM *
000260       *   O PERIODO ARQUIVADO PELO EAD95838 (MOVHISTA, *
000270       *   OU O RESTAURADO PELO EAD95839)               *
000280       *                                                *
000290       *   OS REGISTROS DA POUPANCA (U/W/Y) TRAZEM O    *
000300       *   SALDO DA CADERNETA E NAO ENTRAM NA CONTA     *
000310       **************************************************
000320       *
000330       *      AREA DE COMUNICACAO:
000340       *      ENTRADA   CHAVE DA CONTA E DATA (AAAAMMDD)
000350       *      RESPOSTA  'S' = SALDO ENCONTRADO
000360       *                'N' = NENHUM LANCAMENTO ATE A DATA
000370       *                '?' = CHAVE OU DATA INVALIDA
000380       *      ORIGEM    'M' = MOVHIST, 'P' = PARTICAO,
000390       *                'A' = PERIODO ARQUIVADO
000400       *      ULTIMO LANCAMENTO: DATA, DOCUMENTO, TIPO E
000410       *      VALOR
000420       *
000430        ENVIRONMENT DIVISION.
000440        CONFIGURATION SECTION.
000450        SPECIAL-NAMES.
000460            DECIMAL-POINT IS COMMA.
000470        INPUT-OUTPUT SECTION.
000480        FILE-CONTROL.
000490            SELECT ARQ-MOVHIST  ASSIGN TO MOVHIST
000500                FILE STATUS IS WK-FS-MOVHIST.
000510            SELECT ARQ-MOVLOC   ASSIGN TO MOVLOC
000520                FILE STATUS IS WK-FS-MOVLOC.
000530            SELECT ARQ-MOVHPART ASSIGN TO MOVHPART
000540                FILE STATUS IS WK-FS-MOVHPART.
000550            SELECT ARQ-MOVHISTA ASSIGN TO MOVHISTA
000560                FILE STATUS IS WK-FS-MOVHISTA.
000570       *
000580        DATA DIVISION.
000590        FILE SECTION.
000600        FD   ARQ-MOVHIST
000610             RECORDING MODE IS F.
000620        01  REG-MOVHIST                PIC X(61).
000630        FD   ARQ-MOVLOC
000640             RECORDING MODE IS F.
000650        01  REG-MOVLOC.
000660            05 FD-ANOMES-MOVLOC    PIC 9(6).
000670            05 FD-CHAVE-MOVLOC     PIC X(9).
000680            05 FD-DATA-PRIM-MOVLOC PIC 9(8).
000690            05 FD-DATA-ULT-MOVLOC  PIC 9(8).
000700            05 FD-QTDE-MOVLOC      PIC 9(6).
000710        FD   ARQ-MOVHPART
000720             RECORDING MODE IS F.
000730        01  REG-MOVHPART               PIC X(61).
000740        FD   ARQ-MOVHISTA
000750             RECORDING MODE IS F.
000760        01  REG-MOVHISTA               PIC X(61).
000770        WORKING-STORAGE SECTION.
000780        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
000790        77  WK-FS-MOVLOC   PIC XX           VALUE SPACES.
000800        77  WK-FS-MOVHPART PIC XX           VALUE SPACES.
000810        77  WK-FS-MOVHISTA PIC XX           VALUE SPACES.
000820        77  WK-ANOMES-PART PIC 9(6)         VALUE ZEROS.
000830        77  WK-MOVLOC-LIDO PIC X            VALUE 'N'.
000840            88 MOVLOC-PRESENTE               VALUE 'S'.
000850            88 MOVLOC-AUSENTE                VALUE 'N'.
000860        77  WK-LANC-ACHADO PIC X            VALUE 'N'.
000870            88 LANCAMENTO-ACHADO             VALUE 'S'.
000880            88 LANCAMENTO-NAO-ACHADO         VALUE 'N'.
000890        01  WK-REG-MOV.
000900            05 WK-MOV-DATA         PIC 9(8).
000910            05 WK-MOV-CHAVE        PIC X(9).
000920            05 WK-MOV-DOC          PIC 9(4).
000930            05 WK-MOV-TIPO         PIC X.
000940                88 MOV-POUPANCA            VALUE 'U' 'W' 'Y'.
000950            05 WK-MOV-VALOR        PIC 9(6)V99.
000960            05 WK-MOV-SALDO        PIC S9(6)V99.
000970            05 WK-MOV-MOEDA        PIC X(3).
000980            05 WK-MOV-HORA         PIC 9(6).
000990            05 WK-MOV-SEQ          PIC 9(4).
000991            05 WK-MOV-ID-EXEC      PIC 9(10).
001000        01  WK-REG-MELHOR.
001010            05 WK-MELHOR-DATA      PIC 9(8).
001020            05 WK-MELHOR-CHAVE     PIC X(9).
001030            05 WK-MELHOR-DOC       PIC 9(4).
001040            05 WK-MELHOR-TIPO      PIC X.
001050            05 WK-MELHOR-VALOR     PIC 9(6)V99.
001060            05 WK-MELHOR-SALDO     PIC S9(6)V99.
001070            05 WK-MELHOR-MOEDA     PIC X(3).
001080            05 WK-MELHOR-HORA      PIC 9(6).
001090            05 WK-MELHOR-SEQ       PIC 9(4).
001100        01  WK-DATA-PEDIDA PIC 9(8)         VALUE ZEROS.
001110        01  WK-DATA-PEDIDA-R REDEFINES WK-DATA-PEDIDA.
001120            05 WK-ANO-PEDIDO   PIC 9(4).
001130            05 WK-MES-PEDIDO   PIC 99.
001140            05 WK-DIA-PEDIDO   PIC 99.
001150       *
001160        LINKAGE SECTION.
001170        01  LK-AREA-SALDO-DATA.
001180            05 LK-CHAVE-SDT        PIC X(9).
001190            05 LK-DATA-SDT         PIC 9(8).
001200            05 LK-RESPOSTA-SDT     PIC X.
001210                88 SALDO-ENCONTRADO        VALUE 'S'.
001220                88 SALDO-SEM-LANCAMENTO    VALUE 'N'.
001230                88 SALDO-PEDIDO-INVALIDO   VALUE '?'.
001240            05 LK-ORIGEM-SDT       PIC X.
001250            05 LK-SALDO-SDT        PIC S9(6)V99.
001260            05 LK-MOEDA-SDT        PIC X(3).
001270            05 LK-DATA-ULT-SDT     PIC 9(8).
001280            05 LK-DOC-ULT-SDT      PIC 9(4).
001290            05 LK-TIPO-ULT-SDT     PIC X.
001300            05 LK-VALOR-ULT-SDT    PIC 9(6)V99.
001310        PROCEDURE DIVISION USING LK-AREA-SALDO-DATA.
001320        000-PRINCIPAL SECTION.
001330        001-PRINCIPAL.
001340            SET SALDO-SEM-LANCAMENTO TO TRUE.
001350            MOVE SPACE  TO LK-ORIGEM-SDT.
001360            MOVE ZEROS  TO LK-SALDO-SDT.
001370            MOVE SPACES TO LK-MOEDA-SDT.
001380            MOVE ZEROS  TO LK-DATA-ULT-SDT.
001390            MOVE ZEROS  TO LK-DOC-ULT-SDT.
001400            MOVE SPACE  TO LK-TIPO-ULT-SDT.
001410            MOVE ZEROS  TO LK-VALOR-ULT-SDT.
001420            PERFORM 101-VALIDAR-PEDIDO.
001430            IF SALDO-PEDIDO-INVALIDO
001440                GOBACK
001450            END-IF.
001460            SET LANCAMENTO-NAO-ACHADO TO TRUE.
001470            MOVE ZEROS TO WK-MELHOR-DATA.
001480            PERFORM 201-PESQUISAR-MOVHIST.
001490            IF LANCAMENTO-ACHADO
001500                MOVE 'M' TO LK-ORIGEM-SDT
001510            ELSE
001520                PERFORM 202-CONSULTAR-LOCALIZADOR
001530                IF WK-ANOMES-PART NOT = ZEROS
001540                   OR MOVLOC-AUSENTE
001550                    PERFORM 203-PESQUISAR-PARTICOES
001560                END-IF
001570                IF LANCAMENTO-ACHADO
001580                    MOVE 'P' TO LK-ORIGEM-SDT
001590                ELSE
001600                    PERFORM 204-PESQUISAR-ARQUIVO
001610                    IF LANCAMENTO-ACHADO
001620                        MOVE 'A' TO LK-ORIGEM-SDT
001630                    END-IF
001640                END-IF
001650            END-IF.
001660            IF LANCAMENTO-ACHADO
001670                SET SALDO-ENCONTRADO TO TRUE
001680                MOVE WK-MELHOR-SALDO TO LK-SALDO-SDT
001690                MOVE WK-MELHOR-MOEDA TO LK-MOEDA-SDT
001700                MOVE WK-MELHOR-DATA  TO LK-DATA-ULT-SDT
001710                MOVE WK-MELHOR-DOC   TO LK-DOC-ULT-SDT
001720                MOVE WK-MELHOR-TIPO  TO LK-TIPO-ULT-SDT
001730                MOVE WK-MELHOR-VALOR TO LK-VALOR-ULT-SDT
001740            END-IF.
001750            GOBACK.
001760       ***********************************************************
001770        100-INICIAR SECTION.
001780        101-VALIDAR-PEDIDO.
001790            MOVE LK-DATA-SDT TO WK-DATA-PEDIDA.
001800            IF LK-CHAVE-SDT = SPACES
001810               OR LK-DATA-SDT NOT NUMERIC
001820                SET SALDO-PEDIDO-INVALIDO TO TRUE
001830            ELSE
001840                IF WK-MES-PEDIDO < 1 OR WK-MES-PEDIDO > 12
001850                   OR WK-DIA-PEDIDO < 1 OR WK-DIA-PEDIDO > 31
001860                    SET SALDO-PEDIDO-INVALIDO TO TRUE
001870                END-IF
001880            END-IF.
001890       ***********************************************
001900        200-SERVICO SECTION.
001910       *      MES ABERTO: O MOVHIST CORRENTE INTEIRO
001920        201-PESQUISAR-MOVHIST.
001930            OPEN INPUT ARQ-MOVHIST.
001940            EVALUATE WK-FS-MOVHIST
001950                WHEN '00'
001960                    PERFORM 301-LER-MOVHIST
001970                    PERFORM 211-VARRER-MOVHIST
001980                        UNTIL WK-FS-MOVHIST = '10'
001990                    CLOSE ARQ-MOVHIST
002000                WHEN '35'
002010                    CONTINUE
002020                WHEN OTHER
002030                    DISPLAY 'ERRO ' WK-FS-MOVHIST
002040                            ' NO COMANDO OPEN MOVHIST'
002050                    MOVE 12 TO RETURN-CODE
002060                    STOP RUN
002070            END-EVALUATE.
002080       *      O MES FECHADO MAIS RECENTE COM MOVIMENTO DA
002090       *      CONTA ATE A DATA PEDIDA; SEM LOCALIZADOR, AS
002100       *      PARTICOES SAO VARRIDAS POR INTEIRO
002110        202-CONSULTAR-LOCALIZADOR.
002120            MOVE ZEROS TO WK-ANOMES-PART.
002130            SET MOVLOC-PRESENTE TO TRUE.
002140            OPEN INPUT ARQ-MOVLOC.
002150            EVALUATE WK-FS-MOVLOC
002160                WHEN '00'
002170                    PERFORM 302-LER-MOVLOC
002180                    PERFORM 212-AVALIAR-PARTICAO
002190                        UNTIL WK-FS-MOVLOC = '10'
002200                    CLOSE ARQ-MOVLOC
002210                WHEN '35'
002220                    SET MOVLOC-AUSENTE TO TRUE
002230                WHEN OTHER
002240                    DISPLAY 'ERRO ' WK-FS-MOVLOC
002250                            ' NO COMANDO OPEN MOVLOC'
002260                    MOVE 12 TO RETURN-CODE
002270                    STOP RUN
002280            END-EVALUATE.
002290        203-PESQUISAR-PARTICOES.
002300            OPEN INPUT ARQ-MOVHPART.
002310            EVALUATE WK-FS-MOVHPART
002320                WHEN '00'
002330                    PERFORM 303-LER-MOVHPART
002340                    PERFORM 213-VARRER-PARTICAO
002350                        UNTIL WK-FS-MOVHPART = '10'
002360                    CLOSE ARQ-MOVHPART
002370                WHEN '35'
002380                    CONTINUE
002390                WHEN OTHER
002400                    DISPLAY 'ERRO ' WK-FS-MOVHPART
002410                            ' NO COMANDO OPEN MOVHPART'
002420                    MOVE 12 TO RETURN-CODE
002430                    STOP RUN
002440            END-EVALUATE.
002450        204-PESQUISAR-ARQUIVO.
002460            OPEN INPUT ARQ-MOVHISTA.
002470            EVALUATE WK-FS-MOVHISTA
002480                WHEN '00'
002490                    PERFORM 304-LER-MOVHISTA
002500                    PERFORM 214-VARRER-ARQUIVO
002510                        UNTIL WK-FS-MOVHISTA = '10'
002520                    CLOSE ARQ-MOVHISTA
002530                WHEN '35'
002540                    CONTINUE
002550                WHEN OTHER
002560                    DISPLAY 'ERRO ' WK-FS-MOVHISTA
002570                            ' NO COMANDO OPEN MOVHISTA'
002580                    MOVE 12 TO RETURN-CODE
002590                    STOP RUN
002600            END-EVALUATE.
002610        211-VARRER-MOVHIST.
002620            MOVE REG-MOVHIST TO WK-REG-MOV.
002630            PERFORM 220-AVALIAR-LANCAMENTO.
002640            PERFORM 301-LER-MOVHIST.
002650        212-AVALIAR-PARTICAO.
002660            IF FD-CHAVE-MOVLOC = LK-CHAVE-SDT
002670               AND FD-DATA-PRIM-MOVLOC NOT GREATER LK-DATA-SDT
002680               AND FD-ANOMES-MOVLOC > WK-ANOMES-PART
002690                MOVE FD-ANOMES-MOVLOC TO WK-ANOMES-PART
002700            END-IF.
002710            PERFORM 302-LER-MOVLOC.
002720        213-VARRER-PARTICAO.
002730            MOVE REG-MOVHPART TO WK-REG-MOV.
002740            IF MOVLOC-AUSENTE
002750               OR WK-MOV-DATA(1:6) = WK-ANOMES-PART
002760                PERFORM 220-AVALIAR-LANCAMENTO
002770            END-IF.
002780            PERFORM 303-LER-MOVHPART.
002790        214-VARRER-ARQUIVO.
002800            MOVE REG-MOVHISTA TO WK-REG-MOV.
002810            PERFORM 220-AVALIAR-LANCAMENTO.
002820            PERFORM 304-LER-MOVHISTA.
002830       *      FICA O LANCAMENTO DE MAIOR DATA ATE A PEDIDA;
002840       *      NA MESMA DATA, O GRAVADO POR ULTIMO, CUJO
002850       *      SALDO CORRENTE EH O DE FECHAMENTO DO DIA
002860        220-AVALIAR-LANCAMENTO.
002870            IF WK-MOV-CHAVE = LK-CHAVE-SDT
002880               AND NOT MOV-POUPANCA
002890               AND WK-MOV-DATA NOT GREATER LK-DATA-SDT
002900               AND WK-MOV-DATA NOT LESS WK-MELHOR-DATA
002910                MOVE WK-REG-MOV TO WK-REG-MELHOR
002920                SET LANCAMENTO-ACHADO TO TRUE
002930            END-IF.
002940       ***********************************************
002950        300-LEITURAS SECTION.
002960        301-LER-MOVHIST.
002970            READ ARQ-MOVHIST.
002980            EVALUATE WK-FS-MOVHIST
002990                WHEN '00'
003000                    CONTINUE
003010                WHEN '10'
003020                    CONTINUE
003030                WHEN OTHER
003040                    DISPLAY 'ERRO ' WK-FS-MOVHIST
003050                            ' NO COMANDO READ MOVHIST'
003060                    MOVE 12 TO RETURN-CODE
003070                    STOP RUN
003080            END-EVALUATE.
003090        302-LER-MOVLOC.
003100            READ ARQ-MOVLOC.
003110            EVALUATE WK-FS-MOVLOC
003120                WHEN '00'
003130                    CONTINUE
003140                WHEN '10'
003150                    CONTINUE
003160                WHEN OTHER
003170                    DISPLAY 'ERRO ' WK-FS-MOVLOC
003180                            ' NO COMANDO READ MOVLOC'
003190                    MOVE 12 TO RETURN-CODE
003200                    STOP RUN
003210            END-EVALUATE.
003220        303-LER-MOVHPART.
003230            READ ARQ-MOVHPART.
003240            EVALUATE WK-FS-MOVHPART
003250                WHEN '00'
003260                    CONTINUE
003270                WHEN '10'
003280                    CONTINUE
003290                WHEN OTHER
003300                    DISPLAY 'ERRO ' WK-FS-MOVHPART
003310                            ' NO COMANDO READ MOVHPART'
003320                    MOVE 12 TO RETURN-CODE
003330                    STOP RUN
003340            END-EVALUATE.
003350        304-LER-MOVHISTA.
003360            READ ARQ-MOVHISTA.
003370            EVALUATE WK-FS-MOVHISTA
003380                WHEN '00'
003390                    CONTINUE
003400                WHEN '10'
003410                    CONTINUE
003420                WHEN OTHER
003430                    DISPLAY 'ERRO ' WK-FS-MOVHISTA
003440                            ' NO COMANDO READ MOVHISTA'
003450                    MOVE 12 TO RETURN-CODE
003460                    STOP RUN
003470            END-EVALUATE.
