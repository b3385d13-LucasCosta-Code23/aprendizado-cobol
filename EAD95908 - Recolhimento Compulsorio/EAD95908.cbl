000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95908.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   APURACAO DO RECOLHIMENTO COMPULSORIO SOBRE   *
000170       *   RECURSOS A VISTA E A PRAZO                   *
000180       *                                                *
000190       *   RODA NO FIM DO DIA, DEPOIS DO BALANCE LINE:  *
000200       *   A BASE DO DIA (DATA DO HEADER DO CLIENTEN)   *
000210       *   E O SALDO CREDOR DAS CONTAS (A VISTA, EM BRL *
000220       *   PELO CAMBIO) E O PRINCIPAL DOS CDB ATIVOS DO *
000230       *   APLICMES (A PRAZO). O COMPBAS TRAZ AS BASES  *
000240       *   DOS DIAS JA APURADOS NO PERIODO E SAI NO     *
000250       *   COMPBAN COM O DIA INCLUIDO OU SUBSTITUIDO    *
000260       *                                                *
000270       *   EXIGIBILIDADE = (BASE MEDIA DO PERIODO -     *
000280       *   DEDUCAO) X ALIQUOTA, PELO COMPPARM MANTIDO   *
000290       *   NO EAD95890; CONFRONTA COM O SALDO           *
000300       *   RECOLHIDO INFORMADO NO COMPCTL E CALCULA O   *
000310       *   CUSTO DA DEFICIENCIA PELA TAXA DE MULTA      *
000320       *                                                *
000330       *   SYSIN: INICIO E FIM DO PERIODO (AAAAMMDD)    *
000340       *   RC 4 QUANDO HA DEFICIENCIA                   *
000350       **************************************************
000360       *
000370        ENVIRONMENT DIVISION.
000380        CONFIGURATION SECTION.
000390        SPECIAL-NAMES.
000400            DECIMAL-POINT IS COMMA.
000410        INPUT-OUTPUT SECTION.
000420        FILE-CONTROL.
000430            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000440                FILE STATUS IS WK-FS-RUNJRNL.
000450            SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
000460                FILE STATUS IS WK-FS-CLIENTEN.
000470            SELECT ARQ-APLICMES ASSIGN TO APLICMES
000480                FILE STATUS IS WK-FS-APLICMES.
000490            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000500                FILE STATUS IS WK-FS-CAMBIO.
000510            SELECT ARQ-COMPPARM ASSIGN TO COMPPARM
000520                FILE STATUS IS WK-FS-COMPPARM.
000530            SELECT ARQ-COMPCTL  ASSIGN TO COMPCTL
000540                FILE STATUS IS WK-FS-COMPCTL.
000550            SELECT ARQ-COMPBAS  ASSIGN TO COMPBAS
000560                FILE STATUS IS WK-FS-COMPBAS.
000570            SELECT ARQ-COMPBAN  ASSIGN TO COMPBAN
000580                FILE STATUS IS WK-FS-COMPBAN.
000590            SELECT ARQ-RELCOMP  ASSIGN TO RELCOMP
000600                FILE STATUS IS WK-FS-RELCOMP.
000610       *
000620        DATA DIVISION.
000630        FILE SECTION.
000640        FD   ARQ-CLIENTEN
000650             RECORDING MODE IS F.
000660        01  REG-CLIENTEN.
000670            05 FD-TIPO-REG-CLIENTEN    PIC X.
000680                88 CLIENTEN-HEADER         VALUE 'H'.
000690                88 CLIENTEN-DETALHE        VALUE 'D'.
000700                88 CLIENTEN-TRAILER        VALUE 'T'.
000710            05 FD-DETALHE-CLIENTEN.
000720                10 FD-CHAVE-CLIENTEN      PIC X(9).
000730                10 FD-DIGITO-CLIENTEN     PIC X.
000740                10 FD-NOME-CLIENTEN       PIC A(20).
000750                10 FD-SALDO-CLIENTEN      PIC S9(6)V99.
000760                10 FD-LIMITE-CLIENTEN     PIC 9(6)V99.
000770                10 FD-MOEDA-CLIENTEN      PIC X(3).
000780                10 FD-SITUACAO-CLIENTEN   PIC X.
000790            05 FD-CTRL-CLIENTEN REDEFINES FD-DETALHE-CLIENTEN.
000800                10 FD-DATA-CTRL-CLIENTEN   PIC 9(8).
000810                10 FD-QTDE-CTRL-CLIENTEN   PIC 9(6).
000820                10 FD-INST-CTRL-CLIENTEN   PIC 99.
000830        FD   ARQ-APLICMES
000840             RECORDING MODE IS F.
000850        01  REG-APLICMES.
000860            05 FD-APLICACAO-CDB    PIC 9(4).
000870            05 FD-CHAVE-CDB        PIC X(9).
000880            05 FD-PRINCIPAL-CDB    PIC 9(8)V99.
000890            05 FD-DATA-INICIO-CDB  PIC 9(8).
000900            05 FD-VENCIMENTO-CDB   PIC 9(8).
000910            05 FD-BRUTO-CDB        PIC 9(9)V99.
000920            05 FD-SITUACAO-CDB     PIC X.
000930                88 CDB-ATIVO            VALUE 'A'.
000940                88 CDB-RESGATADO        VALUE 'R'.
000950        FD   ARQ-CAMBIO
000960             RECORDING MODE IS F.
000970        01  REG-CAMBIO.
000980            05 FD-MOEDA-CAMBIO     PIC X(3).
000990            05 FD-DATA-CAMBIO      PIC 9(8).
001000            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001010       *      PARAMETROS MANTIDOS NO EAD95890: V A VISTA,
001020       *      P A PRAZO; ALIQUOTA E MULTA EM %
001030        FD   ARQ-COMPPARM
001040             RECORDING MODE IS F.
001050        01  REG-COMPPARM.
001060            05 FD-BASE-COMPPARM    PIC X.
001070            05 FD-ALIQUOTA-COMPPARM PIC 9(3)V99.
001080            05 FD-DEDUCAO-COMPPARM PIC 9(11)V99.
001090            05 FD-MULTA-COMPPARM   PIC 9(3)V99.
001100       *      SALDO EFETIVAMENTE RECOLHIDO NO BANCO CENTRAL
001110        FD   ARQ-COMPCTL
001120             RECORDING MODE IS F.
001130        01  REG-COMPCTL.
001140            05 FD-BASE-COMPCTL     PIC X.
001150            05 FD-RECOLHIDO-COMPCTL PIC 9(13)V99.
001160        FD   ARQ-COMPBAS
001170             RECORDING MODE IS F.
001180        01  REG-COMPBAS.
001190            05 FD-DATA-COMPBAS     PIC 9(8).
001200            05 FD-VISTA-COMPBAS    PIC 9(13)V99.
001210            05 FD-PRAZO-COMPBAS    PIC 9(13)V99.
001220        FD   ARQ-COMPBAN
001230             RECORDING MODE IS F.
001240        01  REG-COMPBAN.
001250            05 FD-DATA-COMPBAN     PIC 9(8).
001260            05 FD-VISTA-COMPBAN    PIC 9(13)V99.
001270            05 FD-PRAZO-COMPBAN    PIC 9(13)V99.
001280        FD   ARQ-RELCOMP
001290             RECORDING MODE IS F.
001300        01  REG-RELCOMP                PIC X(80).
001310        FD   ARQ-RUNJRNL
001320             RECORDING MODE IS F.
001330        01  REG-RUNJRNL.
001340            05 JRL-PROGRAMA        PIC X(8).
001350            05 JRL-TIPO            PIC X.
001360            05 JRL-DATA            PIC 9(8).
001370            05 JRL-HORA            PIC 9(6).
001380            05 JRL-QTD-LIDOS       PIC 9(7).
001390            05 JRL-QTD-GRAVADOS    PIC 9(7).
001400            05 JRL-QTD-REJEITADOS  PIC 9(7).
001410            05 JRL-RETORNO         PIC 9(4).
001411            05 JRL-ID-EXEC         PIC 9(10).
001420        WORKING-STORAGE SECTION.
001430        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001431        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001432        01  LK-AREA-ID-EXEC.
001433            05 LK-PROGRAMA-COM     PIC X(8).
001434            05 LK-ID-EXEC-COM      PIC 9(10).
001440        77  WK-FS-CLIENTEN PIC XX           VALUE SPACES.
001450        77  WK-FS-APLICMES PIC XX           VALUE SPACES.
001460        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
001470        77  WK-FS-COMPPARM PIC XX           VALUE SPACES.
001480        77  WK-FS-COMPCTL  PIC XX           VALUE SPACES.
001490        77  WK-FS-COMPBAS  PIC XX           VALUE SPACES.
001500        77  WK-FS-COMPBAN  PIC XX           VALUE SPACES.
001510        77  WK-FS-RELCOMP  PIC XX           VALUE SPACES.
001520        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
001530        77  WK-QTD-DETALHES PIC 9(6)        VALUE ZEROS.
001540        77  WK-QTD-CONTAS-CREDORAS PIC 9(6) VALUE ZEROS.
001550        77  WK-QTD-CDB     PIC 9(6)         VALUE ZEROS.
001560        77  WK-QTD-GRAVADOS PIC 9(7)        VALUE ZEROS.
001570        77  WK-TEM-CTL     PIC X            VALUE 'N'.
001580            88 TEM-COMPCTL                    VALUE 'S'.
001590        77  WK-TEM-DEFICIENCIA PIC X        VALUE 'N'.
001600            88 HA-DEFICIENCIA                 VALUE 'S'.
001610       *      PERIODO DE CALCULO (SYSIN) E DATA DA BASE
001620        01  WK-PARAM-SYSIN.
001630            05 WK-INICIO-PERIODO   PIC 9(8).
001640            05 WK-FIM-PERIODO      PIC 9(8).
001650        77  WK-DATA-BASE   PIC 9(8)         VALUE ZEROS.
001660        77  WK-VISTA-DIA   PIC 9(13)V99     VALUE ZEROS.
001670        77  WK-PRAZO-DIA   PIC 9(13)V99     VALUE ZEROS.
001680        77  WK-SALDO-BRL   PIC 9(11)V99     VALUE ZEROS.
001690       *      CAMBIO DO DIA PARA LEVAR O SALDO A BRL
001700        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
001710        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
001720        77  WK-IDX-MOEDA-ACH PIC 99         VALUE ZEROS.
001730        01  NOMES-MOEDA.
001740            05 FILLER              PIC X(03) VALUE 'BRL'.
001750            05 FILLER              PIC X(03) VALUE 'USD'.
001760            05 FILLER              PIC X(03) VALUE 'EUR'.
001770        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
001780            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
001790        01  TAXAS-MOEDA-LIT.
001800            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
001810            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
001820            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
001830        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
001840            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
001850        01  WK-DATAS-CAMBIO.
001860            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
001870       *      BASES DIARIAS DO PERIODO, EM ORDEM DE DATA
001880        77  WK-QTD-DIAS    PIC 99           VALUE ZEROS.
001890        77  WK-IDX-DIA     PIC 99           VALUE ZEROS.
001900        77  WK-IDX-POS     PIC 99           VALUE ZEROS.
001910        01  WK-TAB-DIAS.
001920            05 WK-DIA-OCC         OCCURS 31 TIMES.
001930                10 WK-DIA-DATA        PIC 9(8).
001940                10 WK-DIA-VISTA       PIC 9(13)V99.
001950                10 WK-DIA-PRAZO       PIC 9(13)V99.
001960       *      APURACAO POR TIPO DE RECURSO: 1 A VISTA, 2 A PRAZO
001970        77  WK-IDX-RECURSO PIC 9            VALUE ZEROS.
001980        01  NOMES-RECURSO.
001990            05 FILLER              PIC X(01) VALUE 'V'.
002000            05 FILLER              PIC X(20)
002001                VALUE 'RECURSOS A VISTA'.
002010            05 FILLER              PIC X(01) VALUE 'P'.
002020            05 FILLER              PIC X(20)
002021                VALUE 'RECURSOS A PRAZO'.
002030        01  TABELA-RECURSOS REDEFINES NOMES-RECURSO.
002040            05 RECURSO-OCC         OCCURS 2 TIMES.
002050                10 RECURSO-COD        PIC X(01).
002060                10 RECURSO-NOME       PIC X(20).
002070        01  WK-TAB-APURACAO.
002080            05 WK-APU-OCC         OCCURS 2 TIMES.
002090                10 WK-APU-TEM-PARM    PIC X.
002100                10 WK-APU-ALIQUOTA    PIC 9(3)V99.
002110                10 WK-APU-DEDUCAO     PIC 9(11)V99.
002120                10 WK-APU-MULTA       PIC 9(3)V99.
002130                10 WK-APU-SOMA-BASE   PIC 9(15)V99.
002140                10 WK-APU-MEDIA       PIC 9(13)V99.
002150                10 WK-APU-EXIGIDO     PIC 9(13)V99.
002160                10 WK-APU-RECOLHIDO   PIC 9(13)V99.
002170        77  WK-BASE-LIQUIDA PIC S9(13)V99   VALUE ZEROS.
002180        77  WK-DIFERENCA   PIC S9(13)V99    VALUE ZEROS.
002190        77  WK-CUSTO-DEFICIENCIA PIC 9(13)V99 VALUE ZEROS.
002200        77  WK-TOT-DEFICIENCIA PIC 9(13)V99 VALUE ZEROS.
002210        77  WK-TOT-CUSTO   PIC 9(13)V99     VALUE ZEROS.
002220        01  WK-CABEC1.
002230            05 FILLER          PIC X(33)
002240                 VALUE 'RECOLHIMENTO COMPULSORIO PERIODO '.
002250            05 WK-INICIO-CABEC PIC 9(8).
002260            05 FILLER          PIC X(03) VALUE ' A '.
002270            05 WK-FIM-CABEC    PIC 9(8).
002280            05 FILLER          PIC X(07) VALUE ' BASE '.
002290            05 WK-DATA-CABEC   PIC 9(8).
002300        01  WK-CABEC2.
002310            05 FILLER          PIC X(08) VALUE 'DATA'.
002320            05 FILLER          PIC X(22)
002330                VALUE '          BASE A VISTA'.
002340            05 FILLER          PIC X(22)
002350                VALUE '          BASE A PRAZO'.
002360        01  WK-LINHA-DIA.
002370            05 WK-DATA-DIA-REL PIC 9(8).
002380            05 FILLER          PIC X(01) VALUE SPACE.
002390            05 WK-VISTA-DIA-REL PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
002400            05 FILLER          PIC X(01) VALUE SPACE.
002410            05 WK-PRAZO-DIA-REL PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
002420        01  WK-LINHA-RECURSO.
002430            05 FILLER          PIC X(04) VALUE '*** '.
002440            05 WK-RECURSO-REL  PIC X(20).
002450        01  WK-LINHA-TOTAL.
002460            05 WK-TITULO-TOT   PIC X(26).
002470            05 WK-VALOR-TOT    PIC ZZZZZ9.
002480        01  WK-LINHA-VALOR.
002490            05 WK-TITULO-VAL   PIC X(26).
002500            05 WK-VALOR-VAL    PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
002510        01  WK-LINHA-PERCENT.
002520            05 WK-TITULO-PCT   PIC X(26).
002530            05 WK-VALOR-PCT    PIC ZZ9,99.
002540       *
002550        PROCEDURE DIVISION.
002560        000-PRINCIPAL SECTION.
002570        001-PRINCIPAL.
002580            PERFORM 195-GRAVAR-JRNL-INICIO.
002590            PERFORM 101-INICIAR.
002600            PERFORM 201-SOMAR-CONTA
002610                UNTIL WK-FS-CLIENTEN = '10'.
002620            PERFORM 211-SOMAR-CDB
002630                UNTIL WK-FS-APLICMES = '10'.
002640            PERFORM 221-REGISTRAR-DIA.
002650            PERFORM 901-FINALIZAR.
002660            PERFORM 196-GRAVAR-JRNL-FIM.
002670            STOP RUN.
002680       ***********************************************************
002690        100-INICIAR SECTION.
002700        101-INICIAR.
002710            ACCEPT WK-PARAM-SYSIN FROM SYSIN.
002720            IF WK-INICIO-PERIODO NOT NUMERIC
002730               OR WK-FIM-PERIODO NOT NUMERIC
002740               OR WK-INICIO-PERIODO = ZEROS
002750               OR WK-FIM-PERIODO < WK-INICIO-PERIODO
002760                DISPLAY 'PERIODO DE CALCULO INVALIDO NA SYSIN: '
002770                        WK-PARAM-SYSIN
002780                MOVE 12 TO RETURN-CODE
002790                STOP RUN
002800            END-IF.
002810            INITIALIZE WK-TAB-APURACAO.
002820            PERFORM 102-CARREGAR-COMPPARM.
002830            OPEN INPUT ARQ-CLIENTEN.
002840            IF WK-FS-CLIENTEN NOT = '00'
002850                DISPLAY 'ARQUIVO CLIENTEN INDISPONIVEL, STATUS '
002860                        WK-FS-CLIENTEN
002870                MOVE 12 TO RETURN-CODE
002880                STOP RUN
002890            END-IF.
002900            PERFORM 301-LER-CLIENTEN.
002910            IF WK-FS-CLIENTEN NOT = '00'
002920               OR NOT CLIENTEN-HEADER
002930                DISPLAY 'CLIENTEN SEM REGISTRO HEADER'
002940                MOVE 12 TO RETURN-CODE
002950                STOP RUN
002960            END-IF.
002970            MOVE FD-DATA-CTRL-CLIENTEN TO WK-DATA-BASE.
002980            IF WK-DATA-BASE < WK-INICIO-PERIODO
002990               OR WK-DATA-BASE > WK-FIM-PERIODO
003000                DISPLAY 'DATA DO CLIENTEN ' WK-DATA-BASE
003010                        ' FORA DO PERIODO ' WK-INICIO-PERIODO
003020                        ' A ' WK-FIM-PERIODO
003030                MOVE 12 TO RETURN-CODE
003040                STOP RUN
003050            END-IF.
003060            PERFORM 190-CARREGAR-CAMBIO.
003070            PERFORM 104-CARREGAR-COMPBAS.
003080            PERFORM 106-CARREGAR-COMPCTL.
003090            OPEN INPUT ARQ-APLICMES.
003100            EVALUATE WK-FS-APLICMES
003110                WHEN '00'
003120                    PERFORM 302-LER-APLICMES
003130                WHEN '35'
003140                    MOVE '10' TO WK-FS-APLICMES
003150                WHEN OTHER
003160                    DISPLAY 'ERRO ' WK-FS-APLICMES
003170                            ' NO COMANDO OPEN APLICMES'
003180                    MOVE 12 TO RETURN-CODE
003190                    STOP RUN
003200            END-EVALUATE.
003210            OPEN OUTPUT ARQ-RELCOMP.
003220            IF WK-FS-RELCOMP NOT = '00'
003230                DISPLAY 'ERRO ' WK-FS-RELCOMP
003240                        ' NO COMANDO OPEN RELCOMP'
003250                MOVE 12 TO RETURN-CODE
003260                STOP RUN
003270            END-IF.
003280            MOVE WK-INICIO-PERIODO TO WK-INICIO-CABEC.
003290            MOVE WK-FIM-PERIODO    TO WK-FIM-CABEC.
003300            MOVE WK-DATA-BASE      TO WK-DATA-CABEC.
003310            WRITE REG-RELCOMP FROM WK-CABEC1.
003320            PERFORM 218-CONFERIR-RELCOMP.
003330            PERFORM 301-LER-CLIENTEN.
003340       *      SEM ALIQUOTA DE UM DOS RECURSOS NAO HA COMO
003350       *      APURAR A EXIGIBILIDADE
003360        102-CARREGAR-COMPPARM.
003370            OPEN INPUT ARQ-COMPPARM.
003380            IF WK-FS-COMPPARM NOT = '00'
003390                DISPLAY 'ARQUIVO COMPPARM INDISPONIVEL, STATUS '
003400                        WK-FS-COMPPARM
003410                MOVE 12 TO RETURN-CODE
003420                STOP RUN
003430            END-IF.
003440            PERFORM 303-LER-COMPPARM.
003450            PERFORM 103-GUARDAR-PARAMETRO
003460                UNTIL WK-FS-COMPPARM = '10'.
003470            CLOSE ARQ-COMPPARM.
003480            PERFORM 108-CONFERIR-PARAMETRO
003490                VARYING WK-IDX-RECURSO FROM 1 BY 1
003500                UNTIL WK-IDX-RECURSO > 2.
003510        103-GUARDAR-PARAMETRO.
003520            PERFORM 107-LOCALIZAR-RECURSO.
003530            IF WK-IDX-RECURSO > ZEROS
003540                MOVE 'S' TO WK-APU-TEM-PARM(WK-IDX-RECURSO)
003550                MOVE FD-ALIQUOTA-COMPPARM
003560                    TO WK-APU-ALIQUOTA(WK-IDX-RECURSO)
003570                MOVE FD-DEDUCAO-COMPPARM
003580                    TO WK-APU-DEDUCAO(WK-IDX-RECURSO)
003590                MOVE FD-MULTA-COMPPARM
003600                    TO WK-APU-MULTA(WK-IDX-RECURSO)
003610            END-IF.
003620            PERFORM 303-LER-COMPPARM.
003630        107-LOCALIZAR-RECURSO.
003640            EVALUATE FD-BASE-COMPPARM
003650                WHEN 'V'
003660                    MOVE 1 TO WK-IDX-RECURSO
003670                WHEN 'P'
003680                    MOVE 2 TO WK-IDX-RECURSO
003690                WHEN OTHER
003700                    MOVE ZEROS TO WK-IDX-RECURSO
003710            END-EVALUATE.
003720        108-CONFERIR-PARAMETRO.
003730            IF WK-APU-TEM-PARM(WK-IDX-RECURSO) NOT = 'S'
003740                DISPLAY 'COMPPARM SEM PARAMETRO PARA O RECURSO '
003750                        RECURSO-COD(WK-IDX-RECURSO)
003760                MOVE 12 TO RETURN-CODE
003770                STOP RUN
003780            END-IF.
003790       *      SO FICAM OS DIAS DO PERIODO; O DIA EM APURACAO
003800       *      E REFEITO (REPROCESSAMENTO)
003810        104-CARREGAR-COMPBAS.
003820            OPEN INPUT ARQ-COMPBAS.
003830            EVALUATE WK-FS-COMPBAS
003840                WHEN '00'
003850                    PERFORM 304-LER-COMPBAS
003860                    PERFORM 105-GUARDAR-DIA
003870                        UNTIL WK-FS-COMPBAS = '10'
003880                    CLOSE ARQ-COMPBAS
003890                WHEN '35'
003900                    CONTINUE
003910                WHEN OTHER
003920                    DISPLAY 'ERRO ' WK-FS-COMPBAS
003930                            ' NO COMANDO OPEN COMPBAS'
003940                    MOVE 12 TO RETURN-CODE
003950                    STOP RUN
003960            END-EVALUATE.
003970        105-GUARDAR-DIA.
003980            IF FD-DATA-COMPBAS NOT LESS WK-INICIO-PERIODO
003990               AND FD-DATA-COMPBAS NOT GREATER WK-FIM-PERIODO
004000               AND FD-DATA-COMPBAS NOT = WK-DATA-BASE
004010                IF WK-QTD-DIAS NOT LESS 31
004020                    DISPLAY 'COMPBAS COM MAIS DE 31 DIAS '
004021                            'NO PERIODO'
004030                    MOVE 12 TO RETURN-CODE
004040                    STOP RUN
004050                END-IF
004060                ADD 1 TO WK-QTD-DIAS
004070                MOVE FD-DATA-COMPBAS  TO WK-DIA-DATA(WK-QTD-DIAS)
004080                MOVE FD-VISTA-COMPBAS TO WK-DIA-VISTA(WK-QTD-DIAS)
004090                MOVE FD-PRAZO-COMPBAS TO WK-DIA-PRAZO(WK-QTD-DIAS)
004100            END-IF.
004110            PERFORM 304-LER-COMPBAS.
004120       *      SEM COMPCTL O RECOLHIDO FICA ZERADO
004130        106-CARREGAR-COMPCTL.
004140            OPEN INPUT ARQ-COMPCTL.
004150            EVALUATE WK-FS-COMPCTL
004160                WHEN '00'
004170                    SET TEM-COMPCTL TO TRUE
004180                    PERFORM 305-LER-COMPCTL
004190                    PERFORM 109-SOMAR-RECOLHIDO
004200                        UNTIL WK-FS-COMPCTL = '10'
004210                    CLOSE ARQ-COMPCTL
004220                WHEN '35'
004230                    DISPLAY 'COMPCTL NAO ENCONTRADO, RECOLHIDO '
004240                            'CONSIDERADO ZERO'
004250                WHEN OTHER
004260                    DISPLAY 'ERRO ' WK-FS-COMPCTL
004270                            ' NO COMANDO OPEN COMPCTL'
004280                    MOVE 12 TO RETURN-CODE
004290                    STOP RUN
004300            END-EVALUATE.
004310        109-SOMAR-RECOLHIDO.
004320            MOVE FD-BASE-COMPCTL TO FD-BASE-COMPPARM.
004330            PERFORM 107-LOCALIZAR-RECURSO.
004340            IF WK-IDX-RECURSO > ZEROS
004350                ADD FD-RECOLHIDO-COMPCTL
004360                    TO WK-APU-RECOLHIDO(WK-IDX-RECURSO)
004370            ELSE
004380                DISPLAY 'RECURSO INVALIDO NO COMPCTL: '
004390                        FD-BASE-COMPCTL
004400            END-IF.
004410            PERFORM 305-LER-COMPCTL.
004420       ***********************************************
004430        190-CARREGAR-CAMBIO.
004440            MOVE WK-DATA-BASE TO WK-DATA-CAMBIO-REF.
004450            OPEN INPUT ARQ-CAMBIO.
004460            EVALUATE WK-FS-CAMBIO
004470                WHEN '00'
004480                    PERFORM 191-LER-CAMBIO
004490                    PERFORM 192-APLICAR-TAXA-CAMBIO
004500                        UNTIL WK-FS-CAMBIO = '10'
004510                    CLOSE ARQ-CAMBIO
004520                WHEN OTHER
004530                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
004540                            'OU COM ERRO ' WK-FS-CAMBIO
004550                    MOVE 12 TO RETURN-CODE
004560                    STOP RUN
004570            END-EVALUATE.
004580            IF TAXA-MOEDA(1) = ZEROS
004590                MOVE 1 TO TAXA-MOEDA(1)
004600            END-IF.
004610            PERFORM 189-CONFERIR-TAXA-CAMBIO
004620                VARYING WK-IDX-MOEDA FROM 2 BY 1
004630                UNTIL WK-IDX-MOEDA > 3.
004640        191-LER-CAMBIO.
004650            READ ARQ-CAMBIO.
004660            EVALUATE WK-FS-CAMBIO
004670                WHEN '00'
004680                    CONTINUE
004690                WHEN '10'
004700                    CONTINUE
004710                WHEN OTHER
004720                    DISPLAY 'ERRO ' WK-FS-CAMBIO
004730                            ' NO COMANDO READ CAMBIO'
004740                    MOVE 12 TO RETURN-CODE
004750                    STOP RUN
004760            END-EVALUATE.
004770        192-APLICAR-TAXA-CAMBIO.
004780            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
004790                PERFORM 193-COMPARAR-MOEDA
004800                    VARYING WK-IDX-MOEDA FROM 1 BY 1
004810                    UNTIL WK-IDX-MOEDA > 3
004820            END-IF.
004830            PERFORM 191-LER-CAMBIO.
004840        193-COMPARAR-MOEDA.
004850            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
004860               AND FD-DATA-CAMBIO NOT LESS
004870                   WK-DATA-TAXA(WK-IDX-MOEDA)
004880                MOVE FD-TAXA-CAMBIO
004890                    TO TAXA-MOEDA(WK-IDX-MOEDA)
004900                MOVE FD-DATA-CAMBIO
004910                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
004920            END-IF.
004930        189-CONFERIR-TAXA-CAMBIO.
004940            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
004950                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
004960                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
004970                        ' NA DATA ' WK-DATA-CAMBIO-REF
004980                MOVE 12 TO RETURN-CODE
004990                STOP RUN
005000            END-IF.
005010       ***********************************************
005020        200-PROCESSAR SECTION.
005030       *      A VISTA: SO SALDO CREDOR, EM BRL
005040        201-SOMAR-CONTA.
005050            ADD 1 TO WK-QTD-LIDOS.
005060            EVALUATE TRUE
005070                WHEN CLIENTEN-DETALHE
005080                    ADD 1 TO WK-QTD-DETALHES
005090                    IF FD-SALDO-CLIENTEN > ZEROS
005100                        ADD 1 TO WK-QTD-CONTAS-CREDORAS
005110                        PERFORM 202-CONVERTER-SALDO-BRL
005120                        ADD WK-SALDO-BRL TO WK-VISTA-DIA
005130                    END-IF
005140                WHEN CLIENTEN-TRAILER
005150                    IF FD-QTDE-CTRL-CLIENTEN NOT = WK-QTD-DETALHES
005160                        DISPLAY 'DIVERGENCIA NO TRAILER '
005161                                'DO CLIENTEN'
005170                                ' : ' FD-QTDE-CTRL-CLIENTEN
005180                                ' X ' WK-QTD-DETALHES
005190                        MOVE 12 TO RETURN-CODE
005200                        STOP RUN
005210                    END-IF
005220                WHEN OTHER
005230                    DISPLAY 'TIPO DE REGISTRO INVALIDO NO '
005240                            'CLIENTEN : ' FD-TIPO-REG-CLIENTEN
005250                    MOVE 12 TO RETURN-CODE
005260                    STOP RUN
005270            END-EVALUATE.
005280            PERFORM 301-LER-CLIENTEN.
005290       *      MOEDA FORA DA TABELA FICA COMO BRL
005300        202-CONVERTER-SALDO-BRL.
005310            MOVE ZEROS TO WK-IDX-MOEDA-ACH.
005320            PERFORM 203-COMPARAR-MOEDA-CONTA
005330                VARYING WK-IDX-MOEDA FROM 1 BY 1
005340                UNTIL WK-IDX-MOEDA > 3
005350                   OR WK-IDX-MOEDA-ACH > ZEROS.
005360            IF WK-IDX-MOEDA-ACH = ZEROS
005370                MOVE 1 TO WK-IDX-MOEDA-ACH
005380            END-IF.
005390            COMPUTE WK-SALDO-BRL ROUNDED =
005400                FD-SALDO-CLIENTEN * TAXA-MOEDA(WK-IDX-MOEDA-ACH).
005410        203-COMPARAR-MOEDA-CONTA.
005420            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CLIENTEN
005430                MOVE WK-IDX-MOEDA TO WK-IDX-MOEDA-ACH
005440            END-IF.
005450       *      A PRAZO: PRINCIPAL DOS CDB ATIVOS
005460        211-SOMAR-CDB.
005470            ADD 1 TO WK-QTD-LIDOS.
005480            IF CDB-ATIVO
005490                ADD 1 TO WK-QTD-CDB
005500                ADD FD-PRINCIPAL-CDB TO WK-PRAZO-DIA
005510            END-IF.
005520            PERFORM 302-LER-APLICMES.
005530       *      O DIA ENTRA NA TABELA NA ORDEM DE DATA
005540        221-REGISTRAR-DIA.
005550            IF WK-QTD-DIAS NOT LESS 31
005560                DISPLAY 'COMPBAS COM MAIS DE 31 DIAS '
005561                        'NO PERIODO'
005570                MOVE 12 TO RETURN-CODE
005580                STOP RUN
005590            END-IF.
005600            MOVE ZEROS TO WK-IDX-POS.
005610            PERFORM 222-PROCURAR-POSICAO
005620                VARYING WK-IDX-DIA FROM 1 BY 1
005630                UNTIL WK-IDX-DIA > WK-QTD-DIAS
005640                   OR WK-IDX-POS > ZEROS.
005650            IF WK-IDX-POS = ZEROS
005660                COMPUTE WK-IDX-POS = WK-QTD-DIAS + 1
005670            ELSE
005680                PERFORM 223-DESLOCAR-DIA
005690                    VARYING WK-IDX-DIA FROM WK-QTD-DIAS BY -1
005700                    UNTIL WK-IDX-DIA < WK-IDX-POS
005710            END-IF.
005720            ADD 1 TO WK-QTD-DIAS.
005730            MOVE WK-DATA-BASE TO WK-DIA-DATA(WK-IDX-POS).
005740            MOVE WK-VISTA-DIA TO WK-DIA-VISTA(WK-IDX-POS).
005750            MOVE WK-PRAZO-DIA TO WK-DIA-PRAZO(WK-IDX-POS).
005760        222-PROCURAR-POSICAO.
005770            IF WK-DIA-DATA(WK-IDX-DIA) > WK-DATA-BASE
005780                MOVE WK-IDX-DIA TO WK-IDX-POS
005790            END-IF.
005800        223-DESLOCAR-DIA.
005810            MOVE WK-DIA-OCC(WK-IDX-DIA)
005820                TO WK-DIA-OCC(WK-IDX-DIA + 1).
005830        218-CONFERIR-RELCOMP.
005840            IF WK-FS-RELCOMP NOT = '00'
005850                DISPLAY 'ERRO ' WK-FS-RELCOMP
005860                        ' NO COMANDO WRITE RELCOMP'
005870                MOVE 12 TO RETURN-CODE
005880                STOP RUN
005890            END-IF.
005900       ***********************************************
005910        300-LEITURAS SECTION.
005920        301-LER-CLIENTEN.
005930            READ ARQ-CLIENTEN.
005940            EVALUATE WK-FS-CLIENTEN
005950                WHEN '00'
005960                    CONTINUE
005970                WHEN '10'
005980                    CONTINUE
005990                WHEN OTHER
006000                    DISPLAY 'ERRO ' WK-FS-CLIENTEN
006010                            ' NO COMANDO READ CLIENTEN'
006020                    MOVE 12 TO RETURN-CODE
006030                    STOP RUN
006040            END-EVALUATE.
006050        302-LER-APLICMES.
006060            READ ARQ-APLICMES.
006070            EVALUATE WK-FS-APLICMES
006080                WHEN '00'
006090                    CONTINUE
006100                WHEN '10'
006110                    CONTINUE
006120                WHEN OTHER
006130                    DISPLAY 'ERRO ' WK-FS-APLICMES
006140                            ' NO COMANDO READ APLICMES'
006150                    MOVE 12 TO RETURN-CODE
006160                    STOP RUN
006170            END-EVALUATE.
006180        303-LER-COMPPARM.
006190            READ ARQ-COMPPARM.
006200            EVALUATE WK-FS-COMPPARM
006210                WHEN '00'
006220                    CONTINUE
006230                WHEN '10'
006240                    CONTINUE
006250                WHEN OTHER
006260                    DISPLAY 'ERRO ' WK-FS-COMPPARM
006270                            ' NO COMANDO READ COMPPARM'
006280                    MOVE 12 TO RETURN-CODE
006290                    STOP RUN
006300            END-EVALUATE.
006310        304-LER-COMPBAS.
006320            READ ARQ-COMPBAS.
006330            EVALUATE WK-FS-COMPBAS
006340                WHEN '00'
006350                    CONTINUE
006360                WHEN '10'
006370                    CONTINUE
006380                WHEN OTHER
006390                    DISPLAY 'ERRO ' WK-FS-COMPBAS
006400                            ' NO COMANDO READ COMPBAS'
006410                    MOVE 12 TO RETURN-CODE
006420                    STOP RUN
006430            END-EVALUATE.
006440        305-LER-COMPCTL.
006450            READ ARQ-COMPCTL.
006460            EVALUATE WK-FS-COMPCTL
006470                WHEN '00'
006480                    CONTINUE
006490                WHEN '10'
006500                    CONTINUE
006510                WHEN OTHER
006520                    DISPLAY 'ERRO ' WK-FS-COMPCTL
006530                            ' NO COMANDO READ COMPCTL'
006540                    MOVE 12 TO RETURN-CODE
006550                    STOP RUN
006560            END-EVALUATE.
006570       ***********************************************
006580        195-GRAVAR-JRNL-INICIO.
006590            MOVE 'I' TO JRL-TIPO.
006600            MOVE ZEROS TO JRL-QTD-LIDOS.
006610            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006620            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006630            MOVE ZEROS TO JRL-RETORNO.
006631            MOVE 'EAD95908' TO LK-PROGRAMA-COM.
006632            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006633            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006640            PERFORM 194-GRAVAR-RUNJRNL.
006650        196-GRAVAR-JRNL-FIM.
006660            MOVE 'F' TO JRL-TIPO.
006670            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
006680            MOVE WK-QTD-GRAVADOS TO JRL-QTD-GRAVADOS.
006690            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006700            MOVE RETURN-CODE TO JRL-RETORNO.
006701            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006710            PERFORM 194-GRAVAR-RUNJRNL.
006720        194-GRAVAR-RUNJRNL.
006730            OPEN EXTEND ARQ-RUNJRNL.
006740            IF WK-FS-RUNJRNL = '35'
006750                OPEN OUTPUT ARQ-RUNJRNL
006760            END-IF.
006770            IF WK-FS-RUNJRNL NOT = '00'
006780                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006790                        ' NO COMANDO OPEN RUNJRNL'
006800                MOVE 12 TO RETURN-CODE
006810                STOP RUN
006820            END-IF.
006830            MOVE 'EAD95908' TO JRL-PROGRAMA.
006840            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006850            ACCEPT JRL-HORA FROM TIME.
006860            WRITE REG-RUNJRNL.
006870            IF WK-FS-RUNJRNL NOT = '00'
006880                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006890                        ' NO COMANDO WRITE RUNJRNL'
006900                MOVE 12 TO RETURN-CODE
006910                STOP RUN
006920            END-IF.
006930            CLOSE ARQ-RUNJRNL.
006940       ***********************************************
006950        900-FINALIZAR SECTION.
006960        901-FINALIZAR.
006970            OPEN OUTPUT ARQ-COMPBAN.
006980            IF WK-FS-COMPBAN NOT = '00'
006990                DISPLAY 'ERRO ' WK-FS-COMPBAN
007000                        ' NO COMANDO OPEN COMPBAN'
007010                MOVE 12 TO RETURN-CODE
007020                STOP RUN
007030            END-IF.
007040            WRITE REG-RELCOMP FROM WK-CABEC2 AFTER 2 LINES.
007050            PERFORM 218-CONFERIR-RELCOMP.
007060            PERFORM 902-GRAVAR-DIA
007070                VARYING WK-IDX-DIA FROM 1 BY 1
007080                UNTIL WK-IDX-DIA > WK-QTD-DIAS.
007090            CLOSE ARQ-COMPBAN.
007100            PERFORM 903-APURAR-RECURSO
007110                VARYING WK-IDX-RECURSO FROM 1 BY 1
007120                UNTIL WK-IDX-RECURSO > 2.
007130            MOVE 'DIAS NA BASE DO PERIODO : ' TO WK-TITULO-TOT.
007140            MOVE WK-QTD-DIAS TO WK-VALOR-TOT.
007150            WRITE REG-RELCOMP FROM WK-LINHA-TOTAL AFTER 2 LINES.
007160            MOVE 'CONTAS COM SALDO CREDOR : ' TO WK-TITULO-TOT.
007170            MOVE WK-QTD-CONTAS-CREDORAS TO WK-VALOR-TOT.
007180            WRITE REG-RELCOMP FROM WK-LINHA-TOTAL.
007190            MOVE 'CDB ATIVOS              : ' TO WK-TITULO-TOT.
007200            MOVE WK-QTD-CDB TO WK-VALOR-TOT.
007210            WRITE REG-RELCOMP FROM WK-LINHA-TOTAL.
007220            MOVE 'TOTAL DA DEFICIENCIA    : ' TO WK-TITULO-VAL.
007230            MOVE WK-TOT-DEFICIENCIA TO WK-VALOR-VAL.
007240            WRITE REG-RELCOMP FROM WK-LINHA-VALOR.
007250            MOVE 'CUSTO TOTAL DEFICIENCIA : ' TO WK-TITULO-VAL.
007260            MOVE WK-TOT-CUSTO TO WK-VALOR-VAL.
007270            WRITE REG-RELCOMP FROM WK-LINHA-VALOR.
007280            IF NOT TEM-COMPCTL
007290                MOVE 'COMPCTL AUSENTE - RECOLHIDO ZERO'
007300                    TO REG-RELCOMP
007310                WRITE REG-RELCOMP
007320            END-IF.
007330            PERFORM 218-CONFERIR-RELCOMP.
007340            IF HA-DEFICIENCIA
007350                DISPLAY 'DEFICIENCIA NO RECOLHIMENTO '
007351                        'COMPULSORIO : '
007360                        WK-TOT-DEFICIENCIA
007370                MOVE 4 TO RETURN-CODE
007380            END-IF.
007390            CLOSE ARQ-CLIENTEN.
007400            IF WK-FS-APLICMES NOT = '35'
007410                CLOSE ARQ-APLICMES
007420            END-IF.
007430            CLOSE ARQ-RELCOMP.
007440        902-GRAVAR-DIA.
007450            MOVE WK-DIA-DATA(WK-IDX-DIA)  TO FD-DATA-COMPBAN.
007460            MOVE WK-DIA-VISTA(WK-IDX-DIA) TO FD-VISTA-COMPBAN.
007470            MOVE WK-DIA-PRAZO(WK-IDX-DIA) TO FD-PRAZO-COMPBAN.
007480            WRITE REG-COMPBAN.
007490            IF WK-FS-COMPBAN NOT = '00'
007500                DISPLAY 'ERRO ' WK-FS-COMPBAN
007510                        ' NO COMANDO WRITE COMPBAN'
007520                MOVE 12 TO RETURN-CODE
007530                STOP RUN
007540            END-IF.
007550            ADD 1 TO WK-QTD-GRAVADOS.
007560            ADD WK-DIA-VISTA(WK-IDX-DIA) TO WK-APU-SOMA-BASE(1).
007570            ADD WK-DIA-PRAZO(WK-IDX-DIA) TO WK-APU-SOMA-BASE(2).
007580            MOVE WK-DIA-DATA(WK-IDX-DIA)  TO WK-DATA-DIA-REL.
007590            MOVE WK-DIA-VISTA(WK-IDX-DIA) TO WK-VISTA-DIA-REL.
007600            MOVE WK-DIA-PRAZO(WK-IDX-DIA) TO WK-PRAZO-DIA-REL.
007610            WRITE REG-RELCOMP FROM WK-LINHA-DIA.
007620            PERFORM 218-CONFERIR-RELCOMP.
007630       *      EXIGIBILIDADE SOBRE A BASE MEDIA MENOS A DEDUCAO;
007640       *      A DEFICIENCIA PAGA A MULTA DO PARAMETRO
007650        903-APURAR-RECURSO.
007660            COMPUTE WK-APU-MEDIA(WK-IDX-RECURSO) ROUNDED =
007670                WK-APU-SOMA-BASE(WK-IDX-RECURSO) / WK-QTD-DIAS.
007680            COMPUTE WK-BASE-LIQUIDA =
007690                WK-APU-MEDIA(WK-IDX-RECURSO)
007700                - WK-APU-DEDUCAO(WK-IDX-RECURSO).
007710            IF WK-BASE-LIQUIDA < ZEROS
007720                MOVE ZEROS TO WK-BASE-LIQUIDA
007730            END-IF.
007740            COMPUTE WK-APU-EXIGIDO(WK-IDX-RECURSO) ROUNDED =
007750                WK-BASE-LIQUIDA
007760                * WK-APU-ALIQUOTA(WK-IDX-RECURSO) / 100.
007770            COMPUTE WK-DIFERENCA =
007780                WK-APU-EXIGIDO(WK-IDX-RECURSO)
007790                - WK-APU-RECOLHIDO(WK-IDX-RECURSO).
007800            MOVE ZEROS TO WK-CUSTO-DEFICIENCIA.
007810            IF WK-DIFERENCA > ZEROS
007820                SET HA-DEFICIENCIA TO TRUE
007830                COMPUTE WK-CUSTO-DEFICIENCIA ROUNDED =
007840                    WK-DIFERENCA
007850                    * WK-APU-MULTA(WK-IDX-RECURSO) / 100
007860                ADD WK-DIFERENCA TO WK-TOT-DEFICIENCIA
007870                ADD WK-CUSTO-DEFICIENCIA TO WK-TOT-CUSTO
007880            END-IF.
007890            MOVE RECURSO-NOME(WK-IDX-RECURSO) TO WK-RECURSO-REL.
007900            WRITE REG-RELCOMP FROM WK-LINHA-RECURSO AFTER 2 LINES.
007910            MOVE 'BASE MEDIA DO PERIODO   : ' TO WK-TITULO-VAL.
007920            MOVE WK-APU-MEDIA(WK-IDX-RECURSO) TO WK-VALOR-VAL.
007930            WRITE REG-RELCOMP FROM WK-LINHA-VALOR.
007940            MOVE 'DEDUCAO                 : ' TO WK-TITULO-VAL.
007950            MOVE WK-APU-DEDUCAO(WK-IDX-RECURSO) TO WK-VALOR-VAL.
007960            WRITE REG-RELCOMP FROM WK-LINHA-VALOR.
007970            MOVE 'ALIQUOTA (%)            : ' TO WK-TITULO-PCT.
007980            MOVE WK-APU-ALIQUOTA(WK-IDX-RECURSO) TO WK-VALOR-PCT.
007990            WRITE REG-RELCOMP FROM WK-LINHA-PERCENT.
008000            MOVE 'EXIGIBILIDADE           : ' TO WK-TITULO-VAL.
008010            MOVE WK-APU-EXIGIDO(WK-IDX-RECURSO) TO WK-VALOR-VAL.
008020            WRITE REG-RELCOMP FROM WK-LINHA-VALOR.
008030            MOVE 'SALDO RECOLHIDO         : ' TO WK-TITULO-VAL.
008040            MOVE WK-APU-RECOLHIDO(WK-IDX-RECURSO) TO WK-VALOR-VAL.
008050            WRITE REG-RELCOMP FROM WK-LINHA-VALOR.
008060            IF WK-DIFERENCA > ZEROS
008070                MOVE 'DEFICIENCIA             : ' TO WK-TITULO-VAL
008080                MOVE WK-DIFERENCA TO WK-VALOR-VAL
008090                WRITE REG-RELCOMP FROM WK-LINHA-VALOR
008100                MOVE 'TAXA DA MULTA (%)       : ' TO WK-TITULO-PCT
008110                MOVE WK-APU-MULTA(WK-IDX-RECURSO) TO WK-VALOR-PCT
008120                WRITE REG-RELCOMP FROM WK-LINHA-PERCENT
008130                MOVE 'CUSTO DA DEFICIENCIA    : ' TO WK-TITULO-VAL
008140                MOVE WK-CUSTO-DEFICIENCIA TO WK-VALOR-VAL
008150                WRITE REG-RELCOMP FROM WK-LINHA-VALOR
008160            ELSE
008170                MOVE 'EXCESSO RECOLHIDO       : ' TO WK-TITULO-VAL
008180                COMPUTE WK-VALOR-VAL = ZEROS - WK-DIFERENCA
008190                WRITE REG-RELCOMP FROM WK-LINHA-VALOR
008200            END-IF.
008210            PERFORM 218-CONFERIR-RELCOMP.
