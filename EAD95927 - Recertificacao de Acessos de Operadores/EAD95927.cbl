000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95927.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   RECERTIFICACAO TRIMESTRAL DE ACESSOS DOS     *
000170       *   OPERADORES, POR AGENCIA                      *
000180       *                                                *
000190       *   FUNCAO 'R' (REVISAO): LISTA CADA OPERADOR    *
000200       *   COM PERFIL, ULTIMA ATIVIDADE                 *
000210       *   (MANJRNL, ACESSLOG E TABJRNL) E CONTAGEM DE  *
000220       *   MANUTENCOES E APROVACOES NO PERIODO; MARCA   *
000230       *   PARA REMOCAO QUEM ESTA INATIVO HA MAIS DE N  *
000240       *   DIAS (PADRAO 90) E APONTA OS CONFLITOS DE    *
000250       *   SEGREGACAO DE FUNCOES:                       *
000260       *   E = O MESMO OPERADOR ENTROU E APROVOU A      *
000270       *       MANUTENCAO RETIDA NO PENDAPRV            *
000280       *   T = O OPERADOR MANTEVE O CLIENTE E DEPOIS    *
000290       *       LIBEROU TED DA CONTA (TEDLIBJ, EAD95848) *
000300       *   GRAVA O RECERT COM A SUGESTAO DE CADA        *
000310       *   OPERADOR PARA A RESPOSTA DOS SUPERVISORES    *
000320       *                                                *
000330       *   FUNCAO 'A' (APLICACAO): LE O RECERT DE       *
000340       *   VOLTA COM A RESPOSTA (M = MANTER, R =        *
000350       *   REMOVER) E O SUPERVISOR, GRAVA O OPERADN     *
000360       *   SEM OS REMOVIDOS E JORNALA CADA DECISAO NO   *
000370       *   TABJRNL (TABELA 'OPERADOR')                  *
000380       **************************************************
000390       *
000400        ENVIRONMENT DIVISION.
000410        CONFIGURATION SECTION.
000420        SPECIAL-NAMES.
000430            DECIMAL-POINT IS COMMA.
000440        INPUT-OUTPUT SECTION.
000450        FILE-CONTROL.
000460            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000470                FILE STATUS IS WK-FS-RUNJRNL.
000480            SELECT ARQ-OPERADOR ASSIGN TO OPERADOR
000490                FILE STATUS IS WK-FS-OPERADOR.
000500            SELECT ARQ-OPERADN  ASSIGN TO OPERADN
000510                FILE STATUS IS WK-FS-OPERADN.
000520            SELECT ARQ-MANJRNL  ASSIGN TO MANJRNL
000530                FILE STATUS IS WK-FS-MANJRNL.
000540            SELECT ARQ-ACESSLOG ASSIGN TO ACESSLOG
000550                FILE STATUS IS WK-FS-ACESSLOG.
000560            SELECT ARQ-TABJRNL  ASSIGN TO TABJRNL
000570                FILE STATUS IS WK-FS-TABJRNL.
000580            SELECT ARQ-TEDLIBJ  ASSIGN TO TEDLIBJ
000590                FILE STATUS IS WK-FS-TEDLIBJ.
000600            SELECT ARQ-RECERT   ASSIGN TO RECERT
000610                FILE STATUS IS WK-FS-RECERT.
000620            SELECT ARQ-RELRECT  ASSIGN TO RELRECT
000630                FILE STATUS IS WK-FS-RELRECT.
000640            SELECT ARQ-SORTWK   ASSIGN TO SORTWK.
000650       *
000660        DATA DIVISION.
000670        FILE SECTION.
000680        FD   ARQ-OPERADOR
000690             RECORDING MODE IS F.
000700        01  REG-OPERADOR.
000710            05 FD-ID-OPERADOR      PIC X(8).
000720            05 FD-NOME-OPERADOR    PIC X(20).
000730            05 FD-PERFIL-OPERADOR  PIC X.
000740                88 PERFIL-SUPERVISOR   VALUE 'S'.
000750                88 PERFIL-COMUM        VALUE 'O'.
000760            05 FD-AGENCIA-OPERADOR PIC X(4).
000770        FD   ARQ-OPERADN
000780             RECORDING MODE IS F.
000790        01  REG-OPERADN                PIC X(33).
000800        FD   ARQ-MANJRNL
000810             RECORDING MODE IS F.
000820        01  REG-MANJRNL.
000830            05 JRN-DATA            PIC 9(8).
000840            05 JRN-HORA            PIC 9(6).
000850            05 JRN-OPERADOR        PIC X(8).
000860            05 JRN-OPERACAO        PIC X.
000870            05 JRN-CHAVE           PIC X(9).
000880            05 JRN-IMAGEM-ANTES    PIC X(49).
000890            05 JRN-IMAGEM-DEPOIS   PIC X(49).
000900            05 JRN-APROVADOR       PIC X(8).
000910        FD   ARQ-ACESSLOG
000920             RECORDING MODE IS F.
000930        01  REG-ACESSLOG.
000940            05 ACC-OPERADOR        PIC X(8).
000950            05 ACC-CHAVE           PIC X(9).
000960            05 ACC-ACHADO          PIC X.
000970            05 ACC-DATA            PIC 9(8).
000980            05 ACC-HORA            PIC 9(6).
000990        FD   ARQ-TABJRNL
001000             RECORDING MODE IS F.
001010        01  REG-TABJRNL.
001020            05 TBJ-DATA            PIC 9(8).
001030            05 TBJ-HORA            PIC 9(6).
001040            05 TBJ-OPERADOR        PIC X(8).
001050            05 TBJ-TABELA          PIC X(8).
001060            05 TBJ-OPERACAO        PIC X.
001070            05 TBJ-IMAGEM-ANTES    PIC X(40).
001080            05 TBJ-IMAGEM-DEPOIS   PIC X(40).
001090        FD   ARQ-TEDLIBJ
001100             RECORDING MODE IS F.
001110        01  REG-TEDLIBJ.
001120            05 FD-CHAVE-TEDLIBJ    PIC X(9).
001130            05 FD-DOC-TEDLIBJ      PIC 9(4).
001140            05 FD-VALOR-TEDLIBJ    PIC 9(6)V99.
001150            05 FD-DATA-TEDLIBJ     PIC 9(8).
001160            05 FD-DATA-LIB-TEDLIBJ PIC 9(8).
001170            05 FD-HORA-LIB-TEDLIBJ PIC 9(6).
001180            05 FD-SUPERV-TEDLIBJ   PIC X(8).
001190        FD   ARQ-RECERT
001200             RECORDING MODE IS F.
001210        01  REG-RECERT.
001220            05 FD-OPERADOR-RECERT  PIC X(8).
001230            05 FD-AGENCIA-RECERT   PIC X(4).
001240            05 FD-SUGESTAO-RECERT  PIC X.
001250            05 FD-RESPOSTA-RECERT  PIC X.
001260                88 RESPOSTA-MANTER     VALUE 'M'.
001270                88 RESPOSTA-REMOVER    VALUE 'R'.
001280            05 FD-SUPERV-RECERT    PIC X(8).
001290            05 FD-DATA-RECERT      PIC 9(8).
001300        FD   ARQ-RELRECT
001310             RECORDING MODE IS F.
001320        01  REG-RELRECT                PIC X(84).
001330        FD   ARQ-RUNJRNL
001340             RECORDING MODE IS F.
001350        01  REG-RUNJRNL.
001360            05 JRL-PROGRAMA        PIC X(8).
001370            05 JRL-TIPO            PIC X.
001380            05 JRL-DATA            PIC 9(8).
001390            05 JRL-HORA            PIC 9(6).
001400            05 JRL-QTD-LIDOS       PIC 9(7).
001410            05 JRL-QTD-GRAVADOS    PIC 9(7).
001420            05 JRL-QTD-REJEITADOS  PIC 9(7).
001430            05 JRL-RETORNO         PIC 9(4).
001431            05 JRL-ID-EXEC         PIC 9(10).
001440        SD   ARQ-SORTWK.
001450        01  REG-RCSORT.
001460            05 SR-AGENCIA          PIC X(4).
001470            05 SR-OPERADOR         PIC X(8).
001480            05 SR-IDX-OPE          PIC 9(4).
001490        WORKING-STORAGE SECTION.
001500        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001501        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001502        01  LK-AREA-ID-EXEC.
001503            05 LK-PROGRAMA-COM     PIC X(8).
001504            05 LK-ID-EXEC-COM      PIC 9(10).
001510        77  WK-FS-OPERADOR PIC XX           VALUE SPACES.
001520        77  WK-FS-OPERADN  PIC XX           VALUE SPACES.
001530        77  WK-FS-MANJRNL  PIC XX           VALUE SPACES.
001540        77  WK-FS-ACESSLOG PIC XX           VALUE SPACES.
001550        77  WK-FS-TABJRNL  PIC XX           VALUE SPACES.
001560        77  WK-FS-TEDLIBJ  PIC XX           VALUE SPACES.
001570        77  WK-FS-RECERT   PIC XX           VALUE SPACES.
001580        77  WK-FS-RELRECT  PIC XX           VALUE SPACES.
001590        77  WK-FUNCAO      PIC X            VALUE 'R'.
001600            88 FUNCAO-REVISAO                VALUE 'R' ' '.
001610            88 FUNCAO-APLICACAO              VALUE 'A'.
001620        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
001630        77  WK-DATA-DE     PIC 9(8)         VALUE ZEROS.
001640        77  WK-DIAS-INATIVO PIC 9(3)        VALUE ZEROS.
001650        77  WK-DIA-REF     PIC 9(7)         VALUE ZEROS.
001660        77  WK-QTD-OPER    PIC 9(4)         VALUE ZEROS.
001670        77  WK-IDX-OPE     PIC 9(4)         VALUE ZEROS.
001680        77  WK-IDX-OPE-ACH PIC 9(4)         VALUE ZEROS.
001690        77  WK-IDX-SUP-ACH PIC 9(4)         VALUE ZEROS.
001700        77  WK-OPER-PROCURA PIC X(8)        VALUE SPACES.
001710        77  WK-OPER-ACHADO PIC X            VALUE 'N'.
001720            88 OPER-ACHADO                    VALUE 'S'.
001730            88 OPER-NAO-ACHADO                VALUE 'N'.
001740        77  WK-QTD-LIBER   PIC 9(4)         VALUE ZEROS.
001750        77  WK-IDX-LIB     PIC 9(4)         VALUE ZEROS.
001760        77  WK-QTD-CONFL   PIC 9(3)         VALUE ZEROS.
001770        77  WK-IDX-CFL     PIC 9(3)         VALUE ZEROS.
001780        77  WK-CONFL-ACHADO PIC X           VALUE 'N'.
001790            88 CONFL-ACHADO                   VALUE 'S'.
001800            88 CONFL-NAO-ACHADO               VALUE 'N'.
001810        77  WK-NOVO-TIPO-CFL PIC X          VALUE SPACE.
001820        77  WK-NOVO-CHAVE-CFL PIC X(9)      VALUE SPACES.
001830        77  WK-NOVO-DATA-CFL PIC 9(8)       VALUE ZEROS.
001840        77  WK-NOVO-DOC-CFL PIC 9(4)        VALUE ZEROS.
001850        77  WK-DATA-ATIV   PIC 9(8)         VALUE ZEROS.
001860        77  WK-QTD-INATIVOS PIC 9(4)        VALUE ZEROS.
001870        77  WK-QTD-RECERT  PIC 9(4)         VALUE ZEROS.
001880        77  WK-QTD-RESPOSTAS PIC 9(4)       VALUE ZEROS.
001890        77  WK-QTD-RESP-REJ PIC 9(4)        VALUE ZEROS.
001900        77  WK-QTD-MANTIDOS PIC 9(4)        VALUE ZEROS.
001910        77  WK-QTD-REMOVIDOS PIC 9(4)       VALUE ZEROS.
001920        77  WK-QTD-SEM-RESP PIC 9(4)        VALUE ZEROS.
001930        77  WK-AGENCIA-ATUAL PIC X(4)       VALUE HIGH-VALUES.
001940        77  WK-QTD-AG-OPER PIC 9(4)         VALUE ZEROS.
001950        77  WK-QTD-AG-INAT PIC 9(4)         VALUE ZEROS.
001960        77  WK-QTD-AG-CFL  PIC 9(4)         VALUE ZEROS.
001970        77  WK-FIM-SORT    PIC X            VALUE 'N'.
001980            88 FIM-DO-SORT                    VALUE 'S'.
001990        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002000        77  WK-HORA-SIST   PIC 9(6)         VALUE ZEROS.
002010        77  WK-OPERACAO-TBJ PIC X           VALUE SPACE.
002020       *      OPERADORES CADASTRADOS COM A ATIVIDADE APURADA
002030       *      E, NA APLICACAO, A RESPOSTA DO SUPERVISOR
002040        01  WK-TAB-OPER.
002050            05 WK-OPE-OCC         OCCURS 2000 TIMES.
002060                10 WK-OPE-REGISTRO.
002070                    15 WK-OPE-ID          PIC X(8).
002080                    15 WK-OPE-NOME        PIC X(20).
002090                    15 WK-OPE-PERFIL      PIC X.
002100                    15 WK-OPE-AGENCIA     PIC X(4).
002110                10 WK-OPE-ULT-ATIV    PIC 9(8).
002120                10 WK-OPE-QTD-MANUT   PIC 9(5).
002130                10 WK-OPE-QTD-APROV   PIC 9(5).
002140                10 WK-OPE-QTD-CFL     PIC 9(3).
002150                10 WK-OPE-RESPOSTA    PIC X.
002160                10 WK-OPE-SUPERV      PIC X(8).
002170       *      TEDS LIBERADOS PELO SUPERVISOR: SO SAEM DA
002180       *      RETENCAO OS ACIMA DA ALCADA OU DO LIMITE DA CONTA
002190        01  WK-TAB-LIBER.
002200            05 WK-LIB-OCC         OCCURS 2000 TIMES.
002210                10 WK-LIB-CHAVE       PIC X(9).
002220                10 WK-LIB-DOC         PIC 9(4).
002230                10 WK-LIB-DATA-LIB    PIC 9(8).
002240                10 WK-LIB-SUPERV      PIC X(8).
002250        01  WK-TAB-CONFL.
002260            05 WK-CFL-OCC         OCCURS 500 TIMES.
002270                10 WK-CFL-IDX-OPE     PIC 9(4).
002280                10 WK-CFL-TIPO        PIC X.
002290                10 WK-CFL-CHAVE       PIC X(9).
002300                10 WK-CFL-DATA        PIC 9(8).
002310                10 WK-CFL-DOC         PIC 9(4).
002320        01  WK-IMG-OPERADOR        PIC X(40)    VALUE SPACES.
002330        01  WK-DATA-CALC       PIC 9(8)     VALUE ZEROS.
002340        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
002350            05 WK-ANO-CALC     PIC 9(4).
002360            05 WK-MES-CALC     PIC 99.
002370            05 WK-DIA-CALC     PIC 99.
002380        77  WK-ANO-AJ      PIC 9(4)         VALUE ZEROS.
002390        77  WK-MES-AJ      PIC 99           VALUE ZEROS.
002400        77  WK-QUOC-4      PIC 9(4)         VALUE ZEROS.
002410        77  WK-QUOC-100    PIC 9(4)         VALUE ZEROS.
002420        77  WK-QUOC-400    PIC 9(4)         VALUE ZEROS.
002430        77  WK-TERMO-MES   PIC 9(4)         VALUE ZEROS.
002440        77  WK-QUOC-MES    PIC 9(4)         VALUE ZEROS.
002450        77  WK-DIA-CORRIDO PIC 9(7)         VALUE ZEROS.
002460        01  WK-LINHA-TITULO.
002470            05 FILLER          PIC X(37)
002480                 VALUE 'RECERTIFICACAO DE ACESSOS - DATA REF '.
002490            05 WK-DATA-TIT     PIC 9(8).
002500            05 FILLER          PIC X(07) VALUE ' DESDE '.
002510            05 WK-DATA-DE-TIT  PIC 9(8).
002520        01  WK-CABEC-AGENCIA.
002530            05 FILLER          PIC X(08) VALUE 'AGENCIA '.
002540            05 WK-AGENCIA-CAB  PIC X(4).
002550        01  WK-LINHA-OPER.
002560            05 WK-ID-REL       PIC X(8).
002570            05 FILLER          PIC X(01) VALUE SPACE.
002580            05 WK-NOME-REL     PIC X(20).
002590            05 FILLER          PIC X(01) VALUE SPACE.
002600            05 WK-PERFIL-REL   PIC X.
002610            05 FILLER          PIC X(05) VALUE ' ULT '.
002620            05 WK-ULT-REL      PIC 9(8).
002630            05 FILLER          PIC X(05) VALUE ' MAN '.
002640            05 WK-MANUT-REL    PIC ZZZZ9.
002650            05 FILLER          PIC X(05) VALUE ' APR '.
002660            05 WK-APROV-REL    PIC ZZZZ9.
002670            05 FILLER          PIC X(01) VALUE SPACE.
002680            05 WK-MARCA-REL    PIC X(19).
002690        01  WK-LINHA-CONFL.
002700            05 FILLER          PIC X(15) VALUE '   CONFLITO SOD'.
002710            05 FILLER          PIC X(01) VALUE SPACE.
002720            05 WK-TIPO-CFL-REL PIC X.
002730            05 FILLER          PIC X(01) VALUE SPACE.
002740            05 WK-DESCR-CFL-REL PIC X(30).
002750            05 FILLER          PIC X(07) VALUE ' CONTA '.
002760            05 WK-CHAVE-CFL-REL PIC X(9).
002770            05 FILLER          PIC X(06) VALUE ' DATA '.
002780            05 WK-DATA-CFL-REL PIC 9(8).
002790        01  WK-LINHA-TOT-AG.
002800            05 FILLER          PIC X(14) VALUE '   OPERADORES '.
002810            05 WK-OPER-AG-REL  PIC ZZZ9.
002820            05 FILLER          PIC X(11) VALUE ' INATIVOS '.
002830            05 WK-INAT-AG-REL  PIC ZZZ9.
002840            05 FILLER          PIC X(11) VALUE ' CONFLITOS '.
002850            05 WK-CFL-AG-REL   PIC ZZZ9.
002860       *
002870        PROCEDURE DIVISION.
002880        000-PRINCIPAL SECTION.
002890        001-PRINCIPAL.
002900            PERFORM 195-GRAVAR-JRNL-INICIO.
002910            PERFORM 101-INICIAR.
002920            IF FUNCAO-APLICACAO
002930                PERFORM 501-APLICAR-RESPOSTAS
002940            ELSE
002950                PERFORM 201-COLETAR-ATIVIDADE
002960                SORT ARQ-SORTWK
002970                    ON ASCENDING KEY SR-AGENCIA
002980                                     SR-OPERADOR
002990                    INPUT PROCEDURE IS 400-LIBERAR
003000                    OUTPUT PROCEDURE IS 450-RELATAR
003010            END-IF.
003020            PERFORM 901-FINALIZAR.
003030            PERFORM 196-GRAVAR-JRNL-FIM.
003040            STOP RUN.
003050       ***********************************************************
003060        100-INICIAR SECTION.
003070        101-INICIAR.
003080            ACCEPT WK-FUNCAO       FROM SYSIN.
003090            ACCEPT WK-DATA-REF     FROM SYSIN.
003100            ACCEPT WK-DATA-DE      FROM SYSIN.
003110            ACCEPT WK-DIAS-INATIVO FROM SYSIN.
003120            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
003130            ACCEPT WK-HORA-SIST FROM TIME.
003140            IF WK-DATA-REF = ZEROS
003150                MOVE WK-DATA-SIST TO WK-DATA-REF
003160            END-IF.
003170            IF WK-DIAS-INATIVO = ZEROS
003180                MOVE 90 TO WK-DIAS-INATIVO
003190            END-IF.
003200            IF NOT FUNCAO-REVISAO AND NOT FUNCAO-APLICACAO
003210                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
003220                MOVE 12 TO RETURN-CODE
003230                STOP RUN
003240            END-IF.
003250            MOVE WK-DATA-REF TO WK-DATA-CALC.
003260            PERFORM 280-CALCULAR-DIA-CORRIDO.
003270            MOVE WK-DIA-CORRIDO TO WK-DIA-REF.
003280            PERFORM 110-CARREGAR-OPERADOR.
003290        110-CARREGAR-OPERADOR.
003300            OPEN INPUT ARQ-OPERADOR.
003310            EVALUATE WK-FS-OPERADOR
003320                WHEN '00'
003330                    PERFORM 301-LER-OPERADOR
003340                    PERFORM 111-GUARDAR-OPERADOR
003350                        UNTIL WK-FS-OPERADOR = '10'
003360                    CLOSE ARQ-OPERADOR
003370                WHEN '35'
003380                    DISPLAY 'ARQUIVO OPERADOR NAO ENCONTRADO'
003390                    MOVE 12 TO RETURN-CODE
003400                    STOP RUN
003410                WHEN OTHER
003420                    DISPLAY 'ERRO ' WK-FS-OPERADOR
003430                            ' NO COMANDO OPEN OPERADOR'
003440                    MOVE 12 TO RETURN-CODE
003450                    STOP RUN
003460            END-EVALUATE.
003470        111-GUARDAR-OPERADOR.
003480            IF WK-QTD-OPER NOT LESS 2000
003490                DISPLAY 'TABELA DE OPERADORES CHEIA, LIMITE 2000'
003500                MOVE 12 TO RETURN-CODE
003510                STOP RUN
003520            END-IF.
003530            ADD 1 TO WK-QTD-OPER.
003540            MOVE REG-OPERADOR TO WK-OPE-REGISTRO(WK-QTD-OPER).
003550            MOVE ZEROS  TO WK-OPE-ULT-ATIV(WK-QTD-OPER).
003560            MOVE ZEROS  TO WK-OPE-QTD-MANUT(WK-QTD-OPER).
003570            MOVE ZEROS  TO WK-OPE-QTD-APROV(WK-QTD-OPER).
003580            MOVE ZEROS  TO WK-OPE-QTD-CFL(WK-QTD-OPER).
003590            MOVE SPACE  TO WK-OPE-RESPOSTA(WK-QTD-OPER).
003600            MOVE SPACES TO WK-OPE-SUPERV(WK-QTD-OPER).
003610            PERFORM 301-LER-OPERADOR.
003620       ***********************************************
003630        200-COLETAR SECTION.
003640        201-COLETAR-ATIVIDADE.
003650            PERFORM 210-CARREGAR-TEDLIBJ.
003660            PERFORM 220-VARRER-MANJRNL.
003670            PERFORM 230-VARRER-ACESSLOG.
003680            PERFORM 240-VARRER-TABJRNL.
003690        210-CARREGAR-TEDLIBJ.
003700            OPEN INPUT ARQ-TEDLIBJ.
003710            EVALUATE WK-FS-TEDLIBJ
003720                WHEN '00'
003730                    PERFORM 305-LER-TEDLIBJ
003740                    PERFORM 211-GUARDAR-LIBERACAO
003750                        UNTIL WK-FS-TEDLIBJ = '10'
003760                    CLOSE ARQ-TEDLIBJ
003770                WHEN '35'
003780                    CONTINUE
003790                WHEN OTHER
003800                    DISPLAY 'ERRO ' WK-FS-TEDLIBJ
003810                            ' NO COMANDO OPEN TEDLIBJ'
003820                    MOVE 12 TO RETURN-CODE
003830                    STOP RUN
003840            END-EVALUATE.
003850        211-GUARDAR-LIBERACAO.
003860            IF FD-DATA-LIB-TEDLIBJ NOT LESS WK-DATA-DE
003870               AND FD-DATA-LIB-TEDLIBJ NOT GREATER WK-DATA-REF
003880                IF WK-QTD-LIBER NOT LESS 2000
003890                    DISPLAY 'TABELA DE LIBERACOES CHEIA, '
003900                            'LIMITE 2000'
003910                    MOVE 12 TO RETURN-CODE
003920                    STOP RUN
003930                END-IF
003940                ADD 1 TO WK-QTD-LIBER
003950                MOVE FD-CHAVE-TEDLIBJ
003960                    TO WK-LIB-CHAVE(WK-QTD-LIBER)
003970                MOVE FD-DOC-TEDLIBJ
003980                    TO WK-LIB-DOC(WK-QTD-LIBER)
003990                MOVE FD-DATA-LIB-TEDLIBJ
004000                    TO WK-LIB-DATA-LIB(WK-QTD-LIBER)
004010                MOVE FD-SUPERV-TEDLIBJ
004020                    TO WK-LIB-SUPERV(WK-QTD-LIBER)
004030            END-IF.
004040            PERFORM 305-LER-TEDLIBJ.
004050        220-VARRER-MANJRNL.
004060            OPEN INPUT ARQ-MANJRNL.
004070            EVALUATE WK-FS-MANJRNL
004080                WHEN '00'
004090                    PERFORM 302-LER-MANJRNL
004100                    PERFORM 221-TRATAR-MANJRNL
004110                        UNTIL WK-FS-MANJRNL = '10'
004120                    CLOSE ARQ-MANJRNL
004130                WHEN '35'
004140                    CONTINUE
004150                WHEN OTHER
004160                    DISPLAY 'ERRO ' WK-FS-MANJRNL
004170                            ' NO COMANDO OPEN MANJRNL'
004180                    MOVE 12 TO RETURN-CODE
004190                    STOP RUN
004200            END-EVALUATE.
004210       *      O JRN-OPERADOR E QUEM ENTROU A MANUTENCAO; O
004220       *      JRN-APROVADOR SO VEM PREENCHIDO NA PENDENCIA
004230       *      APROVADA PELO SEGUNDO OPERADOR
004240        221-TRATAR-MANJRNL.
004250            IF JRN-DATA NOT GREATER WK-DATA-REF
004260                MOVE JRN-DATA TO WK-DATA-ATIV
004270                MOVE JRN-OPERADOR TO WK-OPER-PROCURA
004280                PERFORM 260-LOCALIZAR-OPERADOR
004290                IF OPER-ACHADO
004300                    PERFORM 262-REGISTRAR-ATIVIDADE
004310                    IF JRN-DATA NOT LESS WK-DATA-DE
004320                        ADD 1 TO WK-OPE-QTD-MANUT(WK-IDX-OPE-ACH)
004330                        PERFORM 222-CONFERIR-SOD
004340                    END-IF
004350                END-IF
004360                IF JRN-APROVADOR NOT = SPACES
004370                    MOVE JRN-APROVADOR TO WK-OPER-PROCURA
004380                    PERFORM 260-LOCALIZAR-OPERADOR
004390                    IF OPER-ACHADO
004400                        PERFORM 262-REGISTRAR-ATIVIDADE
004410                        IF JRN-DATA NOT LESS WK-DATA-DE
004420                            ADD 1
004430                              TO WK-OPE-QTD-APROV(WK-IDX-OPE-ACH)
004440                        END-IF
004450                    END-IF
004460                END-IF
004470            END-IF.
004480            PERFORM 302-LER-MANJRNL.
004490        222-CONFERIR-SOD.
004500            IF JRN-APROVADOR = JRN-OPERADOR
004510                MOVE 'E'       TO WK-NOVO-TIPO-CFL
004520                MOVE JRN-CHAVE TO WK-NOVO-CHAVE-CFL
004530                MOVE JRN-DATA  TO WK-NOVO-DATA-CFL
004540                MOVE ZEROS     TO WK-NOVO-DOC-CFL
004550                PERFORM 270-REGISTRAR-CONFLITO
004560            END-IF.
004570            PERFORM 223-CONFERIR-LIBERACAO
004580                VARYING WK-IDX-LIB FROM 1 BY 1
004590                UNTIL WK-IDX-LIB > WK-QTD-LIBER.
004600        223-CONFERIR-LIBERACAO.
004610            IF WK-LIB-CHAVE(WK-IDX-LIB) = JRN-CHAVE
004620               AND WK-LIB-SUPERV(WK-IDX-LIB) = JRN-OPERADOR
004630               AND WK-LIB-DATA-LIB(WK-IDX-LIB) NOT LESS JRN-DATA
004640                MOVE 'T'       TO WK-NOVO-TIPO-CFL
004650                MOVE JRN-CHAVE TO WK-NOVO-CHAVE-CFL
004660                MOVE WK-LIB-DATA-LIB(WK-IDX-LIB)
004670                    TO WK-NOVO-DATA-CFL
004680                MOVE WK-LIB-DOC(WK-IDX-LIB) TO WK-NOVO-DOC-CFL
004690                PERFORM 270-REGISTRAR-CONFLITO
004700            END-IF.
004710        230-VARRER-ACESSLOG.
004720            OPEN INPUT ARQ-ACESSLOG.
004730            EVALUATE WK-FS-ACESSLOG
004740                WHEN '00'
004750                    PERFORM 303-LER-ACESSLOG
004760                    PERFORM 231-TRATAR-ACESSLOG
004770                        UNTIL WK-FS-ACESSLOG = '10'
004780                    CLOSE ARQ-ACESSLOG
004790                WHEN '35'
004800                    CONTINUE
004810                WHEN OTHER
004820                    DISPLAY 'ERRO ' WK-FS-ACESSLOG
004830                            ' NO COMANDO OPEN ACESSLOG'
004840                    MOVE 12 TO RETURN-CODE
004850                    STOP RUN
004860            END-EVALUATE.
004870        231-TRATAR-ACESSLOG.
004880            IF ACC-DATA NOT GREATER WK-DATA-REF
004890                MOVE ACC-DATA TO WK-DATA-ATIV
004900                MOVE ACC-OPERADOR TO WK-OPER-PROCURA
004910                PERFORM 260-LOCALIZAR-OPERADOR
004920                IF OPER-ACHADO
004930                    PERFORM 262-REGISTRAR-ATIVIDADE
004940                END-IF
004950            END-IF.
004960            PERFORM 303-LER-ACESSLOG.
004970        240-VARRER-TABJRNL.
004980            OPEN INPUT ARQ-TABJRNL.
004990            EVALUATE WK-FS-TABJRNL
005000                WHEN '00'
005010                    PERFORM 304-LER-TABJRNL
005020                    PERFORM 241-TRATAR-TABJRNL
005030                        UNTIL WK-FS-TABJRNL = '10'
005040                    CLOSE ARQ-TABJRNL
005050                WHEN '35'
005060                    CONTINUE
005070                WHEN OTHER
005080                    DISPLAY 'ERRO ' WK-FS-TABJRNL
005090                            ' NO COMANDO OPEN TABJRNL'
005100                    MOVE 12 TO RETURN-CODE
005110                    STOP RUN
005120            END-EVALUATE.
005130        241-TRATAR-TABJRNL.
005140            IF TBJ-DATA NOT GREATER WK-DATA-REF
005150                MOVE TBJ-DATA TO WK-DATA-ATIV
005160                MOVE TBJ-OPERADOR TO WK-OPER-PROCURA
005170                PERFORM 260-LOCALIZAR-OPERADOR
005180                IF OPER-ACHADO
005190                    PERFORM 262-REGISTRAR-ATIVIDADE
005200                    IF TBJ-DATA NOT LESS WK-DATA-DE
005210                        ADD 1 TO WK-OPE-QTD-MANUT(WK-IDX-OPE-ACH)
005220                    END-IF
005230                END-IF
005240            END-IF.
005250            PERFORM 304-LER-TABJRNL.
005260        260-LOCALIZAR-OPERADOR.
005270            SET OPER-NAO-ACHADO TO TRUE.
005280            PERFORM 261-COMPARAR-OPERADOR
005290                VARYING WK-IDX-OPE FROM 1 BY 1
005300                UNTIL WK-IDX-OPE > WK-QTD-OPER
005310                   OR OPER-ACHADO.
005320        261-COMPARAR-OPERADOR.
005330            IF WK-OPE-ID(WK-IDX-OPE) = WK-OPER-PROCURA
005340                SET OPER-ACHADO TO TRUE
005350                MOVE WK-IDX-OPE TO WK-IDX-OPE-ACH
005360            END-IF.
005370        262-REGISTRAR-ATIVIDADE.
005380            IF WK-DATA-ATIV > WK-OPE-ULT-ATIV(WK-IDX-OPE-ACH)
005390                MOVE WK-DATA-ATIV
005400                    TO WK-OPE-ULT-ATIV(WK-IDX-OPE-ACH)
005410            END-IF.
005420       *      O MESMO CONFLITO (OPERADOR, TIPO, CONTA E
005430       *      DOCUMENTO) ENTRA UMA VEZ SO NO PACOTE
005440        270-REGISTRAR-CONFLITO.
005450            SET CONFL-NAO-ACHADO TO TRUE.
005460            PERFORM 271-COMPARAR-CONFLITO
005470                VARYING WK-IDX-CFL FROM 1 BY 1
005480                UNTIL WK-IDX-CFL > WK-QTD-CONFL
005490                   OR CONFL-ACHADO.
005500            IF CONFL-NAO-ACHADO
005510                IF WK-QTD-CONFL NOT LESS 500
005520                    DISPLAY 'TABELA DE CONFLITOS CHEIA, '
005530                            'LIMITE 500'
005540                    MOVE 12 TO RETURN-CODE
005550                    STOP RUN
005560                END-IF
005570                ADD 1 TO WK-QTD-CONFL
005580                MOVE WK-IDX-OPE-ACH
005590                    TO WK-CFL-IDX-OPE(WK-QTD-CONFL)
005600                MOVE WK-NOVO-TIPO-CFL
005610                    TO WK-CFL-TIPO(WK-QTD-CONFL)
005620                MOVE WK-NOVO-CHAVE-CFL
005630                    TO WK-CFL-CHAVE(WK-QTD-CONFL)
005640                MOVE WK-NOVO-DATA-CFL
005650                    TO WK-CFL-DATA(WK-QTD-CONFL)
005660                MOVE WK-NOVO-DOC-CFL
005670                    TO WK-CFL-DOC(WK-QTD-CONFL)
005680                ADD 1 TO WK-OPE-QTD-CFL(WK-IDX-OPE-ACH)
005690            END-IF.
005700        271-COMPARAR-CONFLITO.
005710            IF WK-CFL-IDX-OPE(WK-IDX-CFL) = WK-IDX-OPE-ACH
005720               AND WK-CFL-TIPO(WK-IDX-CFL) = WK-NOVO-TIPO-CFL
005730               AND WK-CFL-CHAVE(WK-IDX-CFL) = WK-NOVO-CHAVE-CFL
005740               AND WK-CFL-DOC(WK-IDX-CFL) = WK-NOVO-DOC-CFL
005750                SET CONFL-ACHADO TO TRUE
005760            END-IF.
005770       *      NUMERO DE DIAS CORRIDOS DE WK-DATA-CALC,
005780       *      CONTANDO O ANO A PARTIR DE MARCO
005790        280-CALCULAR-DIA-CORRIDO.
005800            MOVE WK-ANO-CALC TO WK-ANO-AJ.
005810            MOVE WK-MES-CALC TO WK-MES-AJ.
005820            IF WK-MES-AJ < 3
005830                SUBTRACT 1 FROM WK-ANO-AJ
005840                ADD 12 TO WK-MES-AJ
005850            END-IF.
005860            DIVIDE WK-ANO-AJ BY 4   GIVING WK-QUOC-4.
005870            DIVIDE WK-ANO-AJ BY 100 GIVING WK-QUOC-100.
005880            DIVIDE WK-ANO-AJ BY 400 GIVING WK-QUOC-400.
005890            COMPUTE WK-TERMO-MES = 153 * (WK-MES-AJ - 3) + 2.
005900            DIVIDE WK-TERMO-MES BY 5 GIVING WK-QUOC-MES.
005910            COMPUTE WK-DIA-CORRIDO = 365 * WK-ANO-AJ
005920                + WK-QUOC-4 - WK-QUOC-100 + WK-QUOC-400
005930                + WK-QUOC-MES + WK-DIA-CALC.
005940       ***********************************************
005950        400-LIBERAR SECTION.
005960        401-LIBERAR.
005970            PERFORM 402-LIBERAR-OPERADOR
005980                VARYING WK-IDX-OPE FROM 1 BY 1
005990                UNTIL WK-IDX-OPE > WK-QTD-OPER.
006000            GO TO 409-LIBERAR-FIM.
006010        402-LIBERAR-OPERADOR.
006020            MOVE WK-OPE-AGENCIA(WK-IDX-OPE) TO SR-AGENCIA.
006030            MOVE WK-OPE-ID(WK-IDX-OPE)      TO SR-OPERADOR.
006040            MOVE WK-IDX-OPE                 TO SR-IDX-OPE.
006050            RELEASE REG-RCSORT.
006060        409-LIBERAR-FIM.
006070            EXIT.
006080       ***********************************************
006090        450-RELATAR SECTION.
006100        451-RELATAR.
006110            OPEN OUTPUT ARQ-RELRECT.
006120            IF WK-FS-RELRECT NOT = '00'
006130                DISPLAY 'ERRO ' WK-FS-RELRECT
006140                        ' NO COMANDO OPEN RELRECT'
006150                MOVE 12 TO RETURN-CODE
006160                STOP RUN
006170            END-IF.
006180            OPEN OUTPUT ARQ-RECERT.
006190            IF WK-FS-RECERT NOT = '00'
006200                DISPLAY 'ERRO ' WK-FS-RECERT
006210                        ' NO COMANDO OPEN RECERT'
006220                MOVE 12 TO RETURN-CODE
006230                STOP RUN
006240            END-IF.
006250            MOVE WK-DATA-REF TO WK-DATA-TIT.
006260            MOVE WK-DATA-DE  TO WK-DATA-DE-TIT.
006270            WRITE REG-RELRECT FROM WK-LINHA-TITULO.
006280            PERFORM 452-RETORNAR-OPERADOR.
006290            PERFORM 453-TRATAR-OPERADOR
006300                UNTIL FIM-DO-SORT.
006310            IF WK-AGENCIA-ATUAL NOT = HIGH-VALUES
006320                PERFORM 455-FECHAR-AGENCIA
006330            END-IF.
006340            CLOSE ARQ-RECERT.
006350            GO TO 469-RELATAR-FIM.
006360        452-RETORNAR-OPERADOR.
006370            RETURN ARQ-SORTWK
006380                AT END
006390                    SET FIM-DO-SORT TO TRUE
006400            END-RETURN.
006410        453-TRATAR-OPERADOR.
006420            IF SR-AGENCIA NOT = WK-AGENCIA-ATUAL
006430                IF WK-AGENCIA-ATUAL NOT = HIGH-VALUES
006440                    PERFORM 455-FECHAR-AGENCIA
006450                END-IF
006460                PERFORM 454-ABRIR-AGENCIA
006470            END-IF.
006480            MOVE SR-IDX-OPE TO WK-IDX-OPE.
006490            PERFORM 456-GRAVAR-OPERADOR.
006500            PERFORM 452-RETORNAR-OPERADOR.
006510        454-ABRIR-AGENCIA.
006520            MOVE SR-AGENCIA TO WK-AGENCIA-ATUAL.
006530            MOVE ZEROS TO WK-QTD-AG-OPER.
006540            MOVE ZEROS TO WK-QTD-AG-INAT.
006550            MOVE ZEROS TO WK-QTD-AG-CFL.
006560            MOVE WK-AGENCIA-ATUAL TO WK-AGENCIA-CAB.
006570            WRITE REG-RELRECT FROM WK-CABEC-AGENCIA
006580                AFTER 2 LINES.
006590        455-FECHAR-AGENCIA.
006600            MOVE WK-QTD-AG-OPER TO WK-OPER-AG-REL.
006610            MOVE WK-QTD-AG-INAT TO WK-INAT-AG-REL.
006620            MOVE WK-QTD-AG-CFL  TO WK-CFL-AG-REL.
006630            WRITE REG-RELRECT FROM WK-LINHA-TOT-AG.
006640       *      SEM ATIVIDADE NENHUMA ATE A DATA DE REFERENCIA
006650       *      OU PARADO HA MAIS DOS DIAS DO SYSIN: SUGERE
006660       *      REMOCAO; O SUPERVISOR DECIDE NA RESPOSTA
006670        456-GRAVAR-OPERADOR.
006680            ADD 1 TO WK-QTD-RECERT.
006690            ADD 1 TO WK-QTD-AG-OPER.
006700            MOVE WK-OPE-ID(WK-IDX-OPE)       TO WK-ID-REL.
006710            MOVE WK-OPE-NOME(WK-IDX-OPE)     TO WK-NOME-REL.
006720            MOVE WK-OPE-PERFIL(WK-IDX-OPE)   TO WK-PERFIL-REL.
006730            MOVE WK-OPE-ULT-ATIV(WK-IDX-OPE) TO WK-ULT-REL.
006740            MOVE WK-OPE-QTD-MANUT(WK-IDX-OPE) TO WK-MANUT-REL.
006750            MOVE WK-OPE-QTD-APROV(WK-IDX-OPE) TO WK-APROV-REL.
006760            MOVE 'M' TO FD-SUGESTAO-RECERT.
006770            MOVE SPACES TO WK-MARCA-REL.
006780            IF WK-OPE-ULT-ATIV(WK-IDX-OPE) = ZEROS
006790                MOVE 'REMOVER: SEM USO' TO WK-MARCA-REL
006800                MOVE 'R' TO FD-SUGESTAO-RECERT
006810            ELSE
006820                MOVE WK-OPE-ULT-ATIV(WK-IDX-OPE) TO WK-DATA-CALC
006830                PERFORM 280-CALCULAR-DIA-CORRIDO
006840                IF WK-DIA-REF - WK-DIA-CORRIDO > WK-DIAS-INATIVO
006850                    MOVE 'REMOVER: INATIVO' TO WK-MARCA-REL
006860                    MOVE 'R' TO FD-SUGESTAO-RECERT
006870                END-IF
006880            END-IF.
006890            IF FD-SUGESTAO-RECERT = 'R'
006900                ADD 1 TO WK-QTD-INATIVOS
006910                ADD 1 TO WK-QTD-AG-INAT
006920            END-IF.
006930            WRITE REG-RELRECT FROM WK-LINHA-OPER.
006940            IF WK-FS-RELRECT NOT = '00'
006950                DISPLAY 'ERRO ' WK-FS-RELRECT
006960                        ' NO COMANDO WRITE RELRECT'
006970                MOVE 12 TO RETURN-CODE
006980                STOP RUN
006990            END-IF.
007000            IF WK-OPE-QTD-CFL(WK-IDX-OPE) > ZEROS
007010                ADD WK-OPE-QTD-CFL(WK-IDX-OPE) TO WK-QTD-AG-CFL
007020                PERFORM 457-GRAVAR-CONFLITO
007030                    VARYING WK-IDX-CFL FROM 1 BY 1
007040                    UNTIL WK-IDX-CFL > WK-QTD-CONFL
007050            END-IF.
007060            MOVE WK-OPE-ID(WK-IDX-OPE)      TO FD-OPERADOR-RECERT.
007070            MOVE WK-OPE-AGENCIA(WK-IDX-OPE) TO FD-AGENCIA-RECERT.
007080            MOVE SPACE  TO FD-RESPOSTA-RECERT.
007090            MOVE SPACES TO FD-SUPERV-RECERT.
007100            MOVE WK-DATA-REF TO FD-DATA-RECERT.
007110            WRITE REG-RECERT.
007120            IF WK-FS-RECERT NOT = '00'
007130                DISPLAY 'ERRO ' WK-FS-RECERT
007140                        ' NO COMANDO WRITE RECERT'
007150                MOVE 12 TO RETURN-CODE
007160                STOP RUN
007170            END-IF.
007180        457-GRAVAR-CONFLITO.
007190            IF WK-CFL-IDX-OPE(WK-IDX-CFL) = WK-IDX-OPE
007200                MOVE WK-CFL-TIPO(WK-IDX-CFL)  TO WK-TIPO-CFL-REL
007210                MOVE WK-CFL-CHAVE(WK-IDX-CFL) TO WK-CHAVE-CFL-REL
007220                MOVE WK-CFL-DATA(WK-IDX-CFL)  TO WK-DATA-CFL-REL
007230                IF WK-CFL-TIPO(WK-IDX-CFL) = 'E'
007240                    MOVE 'ENTROU E APROVOU A MANUTENCAO'
007250                        TO WK-DESCR-CFL-REL
007260                ELSE
007270                    MOVE 'MANTEVE CLIENTE E LIBEROU TED'
007280                        TO WK-DESCR-CFL-REL
007290                END-IF
007300                WRITE REG-RELRECT FROM WK-LINHA-CONFL
007310            END-IF.
007320        469-RELATAR-FIM.
007330            EXIT.
007340       ***********************************************
007350       *      APLICACAO DAS RESPOSTAS: SO VALE RESPOSTA DE
007360       *      SUPERVISOR CADASTRADO E QUE NAO SEJA O PROPRIO
007370       *      OPERADOR REVISADO
007380        500-APLICAR SECTION.
007390        501-APLICAR-RESPOSTAS.
007400            OPEN INPUT ARQ-RECERT.
007410            EVALUATE WK-FS-RECERT
007420                WHEN '00'
007430                    PERFORM 306-LER-RECERT
007440                WHEN '35'
007450                    DISPLAY 'ARQUIVO RECERT NAO ENCONTRADO'
007460                    MOVE 12 TO RETURN-CODE
007470                    STOP RUN
007480                WHEN OTHER
007490                    DISPLAY 'ERRO ' WK-FS-RECERT
007500                            ' NO COMANDO OPEN RECERT'
007510                    MOVE 12 TO RETURN-CODE
007520                    STOP RUN
007530            END-EVALUATE.
007540            PERFORM 502-TRATAR-RESPOSTA
007550                UNTIL WK-FS-RECERT = '10'.
007560            CLOSE ARQ-RECERT.
007570            OPEN OUTPUT ARQ-OPERADN.
007580            IF WK-FS-OPERADN NOT = '00'
007590                DISPLAY 'ERRO ' WK-FS-OPERADN
007600                        ' NO COMANDO OPEN OPERADN'
007610                MOVE 12 TO RETURN-CODE
007620                STOP RUN
007630            END-IF.
007640            OPEN EXTEND ARQ-TABJRNL.
007650            IF WK-FS-TABJRNL = '35'
007660                OPEN OUTPUT ARQ-TABJRNL
007670            END-IF.
007680            IF WK-FS-TABJRNL NOT = '00'
007690                DISPLAY 'ERRO ' WK-FS-TABJRNL
007700                        ' NO COMANDO OPEN TABJRNL'
007710                MOVE 12 TO RETURN-CODE
007720                STOP RUN
007730            END-IF.
007740            PERFORM 504-GRAVAR-OPERADOR
007750                VARYING WK-IDX-OPE FROM 1 BY 1
007760                UNTIL WK-IDX-OPE > WK-QTD-OPER.
007770            CLOSE ARQ-OPERADN.
007780            CLOSE ARQ-TABJRNL.
007790        502-TRATAR-RESPOSTA.
007800            MOVE FD-SUPERV-RECERT TO WK-OPER-PROCURA.
007810            PERFORM 260-LOCALIZAR-OPERADOR.
007820            MOVE ZEROS TO WK-IDX-SUP-ACH.
007830            IF OPER-ACHADO
007840                MOVE WK-IDX-OPE-ACH TO WK-IDX-SUP-ACH
007850            END-IF.
007860            MOVE FD-OPERADOR-RECERT TO WK-OPER-PROCURA.
007870            PERFORM 260-LOCALIZAR-OPERADOR.
007880            EVALUATE TRUE
007890                WHEN FD-RESPOSTA-RECERT = SPACE
007900                    CONTINUE
007910                WHEN OPER-NAO-ACHADO
007920                    PERFORM 503-REJEITAR-RESPOSTA
007930                    DISPLAY '   OPERADOR NAO CADASTRADO'
007940                WHEN NOT RESPOSTA-MANTER AND NOT RESPOSTA-REMOVER
007950                    PERFORM 503-REJEITAR-RESPOSTA
007960                    DISPLAY '   RESPOSTA DIFERENTE DE M/R'
007970                WHEN WK-IDX-SUP-ACH = ZEROS
007980                    PERFORM 503-REJEITAR-RESPOSTA
007990                    DISPLAY '   SUPERVISOR NAO CADASTRADO'
008000                WHEN WK-OPE-PERFIL(WK-IDX-SUP-ACH) NOT = 'S'
008010                    PERFORM 503-REJEITAR-RESPOSTA
008020                    DISPLAY '   RESPONDENTE SEM PERFIL SUPERVISOR'
008030                WHEN FD-SUPERV-RECERT = FD-OPERADOR-RECERT
008040                    PERFORM 503-REJEITAR-RESPOSTA
008050                    DISPLAY '   SUPERVISOR RESPONDEU POR SI MESMO'
008060                WHEN OTHER
008070                    ADD 1 TO WK-QTD-RESPOSTAS
008080                    MOVE FD-RESPOSTA-RECERT
008090                        TO WK-OPE-RESPOSTA(WK-IDX-OPE-ACH)
008100                    MOVE FD-SUPERV-RECERT
008110                        TO WK-OPE-SUPERV(WK-IDX-OPE-ACH)
008120            END-EVALUATE.
008130            PERFORM 306-LER-RECERT.
008140        503-REJEITAR-RESPOSTA.
008150            ADD 1 TO WK-QTD-RESP-REJ.
008160            DISPLAY 'RESPOSTA REJEITADA : ' FD-OPERADOR-RECERT
008170                    ' ' FD-RESPOSTA-RECERT ' ' FD-SUPERV-RECERT.
008180       *      REMOVIDO SAI DO OPERADN COM JORNAL 'E'; MANTIDO
008190       *      SEGUE COM JORNAL 'C' (RECERTIFICADO), IMAGEM
008200       *      ANTES IGUAL A DEPOIS; SEM RESPOSTA SEGUE SEM
008210       *      JORNAL E FICA PARA O PROXIMO PACOTE
008220        504-GRAVAR-OPERADOR.
008230            MOVE SPACES TO WK-IMG-OPERADOR.
008240            MOVE WK-OPE-REGISTRO(WK-IDX-OPE) TO WK-IMG-OPERADOR.
008250            EVALUATE WK-OPE-RESPOSTA(WK-IDX-OPE)
008260                WHEN 'R'
008270                    ADD 1 TO WK-QTD-REMOVIDOS
008280                    MOVE 'E' TO WK-OPERACAO-TBJ
008290                    MOVE WK-IMG-OPERADOR TO TBJ-IMAGEM-ANTES
008300                    MOVE SPACES TO TBJ-IMAGEM-DEPOIS
008310                    PERFORM 506-JORNALAR-DECISAO
008320                    DISPLAY 'OPERADOR REMOVIDO : '
008330                            WK-OPE-ID(WK-IDX-OPE)
008340                WHEN 'M'
008350                    ADD 1 TO WK-QTD-MANTIDOS
008360                    MOVE 'C' TO WK-OPERACAO-TBJ
008370                    MOVE WK-IMG-OPERADOR TO TBJ-IMAGEM-ANTES
008380                    MOVE WK-IMG-OPERADOR TO TBJ-IMAGEM-DEPOIS
008390                    PERFORM 506-JORNALAR-DECISAO
008400                    PERFORM 505-REGRAVAR-OPERADOR
008410                WHEN OTHER
008420                    ADD 1 TO WK-QTD-SEM-RESP
008430                    PERFORM 505-REGRAVAR-OPERADOR
008440            END-EVALUATE.
008450        505-REGRAVAR-OPERADOR.
008460            WRITE REG-OPERADN FROM WK-OPE-REGISTRO(WK-IDX-OPE).
008470            IF WK-FS-OPERADN NOT = '00'
008480                DISPLAY 'ERRO ' WK-FS-OPERADN
008490                        ' NO COMANDO WRITE OPERADN'
008500                MOVE 12 TO RETURN-CODE
008510                STOP RUN
008520            END-IF.
008530        506-JORNALAR-DECISAO.
008540            MOVE WK-DATA-SIST TO TBJ-DATA.
008550            MOVE WK-HORA-SIST TO TBJ-HORA.
008560            MOVE WK-OPE-SUPERV(WK-IDX-OPE) TO TBJ-OPERADOR.
008570            MOVE 'OPERADOR' TO TBJ-TABELA.
008580            MOVE WK-OPERACAO-TBJ TO TBJ-OPERACAO.
008590            WRITE REG-TABJRNL.
008600            IF WK-FS-TABJRNL NOT = '00'
008610                DISPLAY 'ERRO ' WK-FS-TABJRNL
008620                        ' NO COMANDO WRITE TABJRNL'
008630                MOVE 12 TO RETURN-CODE
008640                STOP RUN
008650            END-IF.
008660       ***********************************************
008670        300-LEITURAS SECTION.
008680        301-LER-OPERADOR.
008690            READ ARQ-OPERADOR.
008700            EVALUATE WK-FS-OPERADOR
008710                WHEN '00'
008720                    CONTINUE
008730                WHEN '10'
008740                    CONTINUE
008750                WHEN OTHER
008760                    DISPLAY 'ERRO ' WK-FS-OPERADOR
008770                            ' NO COMANDO READ OPERADOR'
008780                    MOVE 12 TO RETURN-CODE
008790                    STOP RUN
008800            END-EVALUATE.
008810        302-LER-MANJRNL.
008820            READ ARQ-MANJRNL.
008830            EVALUATE WK-FS-MANJRNL
008840                WHEN '00'
008850                    CONTINUE
008860                WHEN '10'
008870                    CONTINUE
008880                WHEN OTHER
008890                    DISPLAY 'ERRO ' WK-FS-MANJRNL
008900                            ' NO COMANDO READ MANJRNL'
008910                    MOVE 12 TO RETURN-CODE
008920                    STOP RUN
008930            END-EVALUATE.
008940        303-LER-ACESSLOG.
008950            READ ARQ-ACESSLOG.
008960            EVALUATE WK-FS-ACESSLOG
008970                WHEN '00'
008980                    CONTINUE
008990                WHEN '10'
009000                    CONTINUE
009010                WHEN OTHER
009020                    DISPLAY 'ERRO ' WK-FS-ACESSLOG
009030                            ' NO COMANDO READ ACESSLOG'
009040                    MOVE 12 TO RETURN-CODE
009050                    STOP RUN
009060            END-EVALUATE.
009070        304-LER-TABJRNL.
009080            READ ARQ-TABJRNL.
009090            EVALUATE WK-FS-TABJRNL
009100                WHEN '00'
009110                    CONTINUE
009120                WHEN '10'
009130                    CONTINUE
009140                WHEN OTHER
009150                    DISPLAY 'ERRO ' WK-FS-TABJRNL
009160                            ' NO COMANDO READ TABJRNL'
009170                    MOVE 12 TO RETURN-CODE
009180                    STOP RUN
009190            END-EVALUATE.
009200        305-LER-TEDLIBJ.
009210            READ ARQ-TEDLIBJ.
009220            EVALUATE WK-FS-TEDLIBJ
009230                WHEN '00'
009240                    CONTINUE
009250                WHEN '10'
009260                    CONTINUE
009270                WHEN OTHER
009280                    DISPLAY 'ERRO ' WK-FS-TEDLIBJ
009290                            ' NO COMANDO READ TEDLIBJ'
009300                    MOVE 12 TO RETURN-CODE
009310                    STOP RUN
009320            END-EVALUATE.
009330        306-LER-RECERT.
009340            READ ARQ-RECERT.
009350            EVALUATE WK-FS-RECERT
009360                WHEN '00'
009370                    CONTINUE
009380                WHEN '10'
009390                    CONTINUE
009400                WHEN OTHER
009410                    DISPLAY 'ERRO ' WK-FS-RECERT
009420                            ' NO COMANDO READ RECERT'
009430                    MOVE 12 TO RETURN-CODE
009440                    STOP RUN
009450            END-EVALUATE.
009460       ***********************************************
009470        195-GRAVAR-JRNL-INICIO.
009480            MOVE 'I' TO JRL-TIPO.
009490            MOVE ZEROS TO JRL-QTD-LIDOS.
009500            MOVE ZEROS TO JRL-QTD-GRAVADOS.
009510            MOVE ZEROS TO JRL-QTD-REJEITADOS.
009520            MOVE ZEROS TO JRL-RETORNO.
009521            MOVE 'EAD95927' TO LK-PROGRAMA-COM.
009522            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
009523            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009530            PERFORM 194-GRAVAR-RUNJRNL.
009540        196-GRAVAR-JRNL-FIM.
009550            MOVE 'F' TO JRL-TIPO.
009560            MOVE WK-QTD-OPER
009570                TO JRL-QTD-LIDOS.
009580            IF FUNCAO-APLICACAO
009590                MOVE WK-QTD-RESPOSTAS
009600                    TO JRL-QTD-GRAVADOS
009610                MOVE WK-QTD-RESP-REJ
009620                    TO JRL-QTD-REJEITADOS
009630            ELSE
009640                MOVE WK-QTD-RECERT
009650                    TO JRL-QTD-GRAVADOS
009660                MOVE WK-QTD-CONFL
009670                    TO JRL-QTD-REJEITADOS
009680            END-IF.
009690            MOVE RETURN-CODE TO JRL-RETORNO.
009691            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009700            PERFORM 194-GRAVAR-RUNJRNL.
009710        194-GRAVAR-RUNJRNL.
009720            OPEN EXTEND ARQ-RUNJRNL.
009730            IF WK-FS-RUNJRNL = '35'
009740                OPEN OUTPUT ARQ-RUNJRNL
009750            END-IF.
009760            IF WK-FS-RUNJRNL NOT = '00'
009770                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009780                        ' NO COMANDO OPEN RUNJRNL'
009790                MOVE 12 TO RETURN-CODE
009800                STOP RUN
009810            END-IF.
009820            MOVE 'EAD95927' TO JRL-PROGRAMA.
009830            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
009840            ACCEPT JRL-HORA FROM TIME.
009850            WRITE REG-RUNJRNL.
009860            IF WK-FS-RUNJRNL NOT = '00'
009870                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009880                        ' NO COMANDO WRITE RUNJRNL'
009890                MOVE 12 TO RETURN-CODE
009900                STOP RUN
009910            END-IF.
009920            CLOSE ARQ-RUNJRNL.
009930       ***********************************************
009940        900-FINALIZAR SECTION.
009950        901-FINALIZAR.
009960            DISPLAY 'OPERADORES CADASTRADOS  : ' WK-QTD-OPER.
009970            IF FUNCAO-APLICACAO
009980                DISPLAY 'RESPOSTAS RECEBIDAS     : '
009990                        WK-QTD-RESPOSTAS
010000                DISPLAY 'RESPOSTAS REJEITADAS    : '
010010                        WK-QTD-RESP-REJ
010020                DISPLAY 'OPERADORES MANTIDOS     : '
010030                        WK-QTD-MANTIDOS
010040                DISPLAY 'OPERADORES REMOVIDOS    : '
010050                        WK-QTD-REMOVIDOS
010060                DISPLAY 'OPERADORES SEM RESPOSTA : '
010070                        WK-QTD-SEM-RESP
010080                IF WK-QTD-RESP-REJ > ZEROS
010090                   OR WK-QTD-SEM-RESP > ZEROS
010100                    MOVE 4 TO RETURN-CODE
010110                END-IF
010120            ELSE
010130                DISPLAY 'OPERADORES NO PACOTE    : '
010140                        WK-QTD-RECERT
010150                DISPLAY 'SUGERIDOS PARA REMOCAO  : '
010160                        WK-QTD-INATIVOS
010170                DISPLAY 'CONFLITOS DE SEGREGACAO : '
010180                        WK-QTD-CONFL
010190                CLOSE ARQ-RELRECT
010200                IF WK-QTD-CONFL > ZEROS
010210                    MOVE 4 TO RETURN-CODE
010220                END-IF
010230            END-IF.
