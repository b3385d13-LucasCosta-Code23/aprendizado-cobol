000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95929.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   REGISTRO DE RECLAMACOES DE CLIENTES (SAC E   *
000170       *   OUVIDORIA) POR NUMERO DE PROTOCOLO           *
000180       *                                                *
000190       *   FUNCAO 'D' (DIARIA): O NOVRECL ABRE PROTO-   *
000200       *   COLOS COM PRAZO REGULATORIO EM DIAS UTEIS    *
000210       *   (EAD95850) A PARTIR DA ABERTURA, O RESRECL   *
000220       *   APLICA AS SOLUCOES; SOLUCAO COM DEVOLUCAO    *
000230       *   AMARRA O CREDITO LANCADO (DEVREG DO          *
000240       *   EAD95928); O RELRECL MOSTRA O ENVELHECIMENTO *
000250       *   DAS RECLAMACOES ABERTAS                      *
000260       *   FUNCAO 'T' (TRIMESTRAL): ESTATISTICA DO      *
000270       *   TRIMESTRE POR AGENCIA E CATEGORIA PARA A     *
000280       *   OUVIDORIA                                    *
000290       *                                                *
000300       *   CANAIS:     A AGENCIA  T TELEFONE  I INTERNET*
000310       *               O OUVIDORIA  B BANCO CENTRAL     *
000320       *   PRAZOS:     SAC (A T I) 5 DIAS UTEIS,        *
000330       *               OUVIDORIA E BACEN 10 DIAS UTEIS  *
000340       *   VINCULO:    M MOVHIST  T TEDCTL  C CARDMOV   *
000350       *               K CASOS (NUMERO NO DOCUMENTO)    *
000360       **************************************************
000370       *
000380        ENVIRONMENT DIVISION.
000390        CONFIGURATION SECTION.
000400        SPECIAL-NAMES.
000410            DECIMAL-POINT IS COMMA.
000420        INPUT-OUTPUT SECTION.
000430        FILE-CONTROL.
000440            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000450                FILE STATUS IS WK-FS-RUNJRNL.
000460            SELECT ARQ-RECLAM   ASSIGN TO RECLAM
000470                FILE STATUS IS WK-FS-RECLAM.
000480            SELECT ARQ-RECLAMN  ASSIGN TO RECLAMN
000490                FILE STATUS IS WK-FS-RECLAMN.
000500            SELECT ARQ-NOVRECL  ASSIGN TO NOVRECL
000510                FILE STATUS IS WK-FS-NOVRECL.
000520            SELECT ARQ-RESRECL  ASSIGN TO RESRECL
000530                FILE STATUS IS WK-FS-RESRECL.
000540            SELECT ARQ-DEVREG   ASSIGN TO DEVREG
000550                FILE STATUS IS WK-FS-DEVREG.
000560            SELECT ARQ-RELRECL  ASSIGN TO RELRECL
000570                FILE STATUS IS WK-FS-RELRECL.
000580            SELECT ARQ-SORTWK   ASSIGN TO SORTWK.
000590       *
000600        DATA DIVISION.
000610        FILE SECTION.
000620        FD   ARQ-RECLAM
000630             RECORDING MODE IS F.
000640        01  REG-RECLAM.
000650            05 FD-PROTOCOLO-RECL   PIC 9(10).
000660            05 FD-PROTOCOLO-RECL-R REDEFINES FD-PROTOCOLO-RECL.
000670                10 FD-ANO-PROT-RECL    PIC 9(4).
000680                10 FD-SEQ-PROT-RECL    PIC 9(6).
000690            05 FD-CHAVE-RECL.
000700                10 FD-AGENCIA-RECL     PIC X(4).
000710                10 FD-CONTA-RECL       PIC 9(5).
000720            05 FD-CANAL-RECL       PIC X.
000730            05 FD-CATEGORIA-RECL   PIC XX.
000740            05 FD-TIPO-VINC-RECL   PIC X.
000750            05 FD-DOC-VINC-RECL    PIC 9(6).
000760            05 FD-DATA-VINC-RECL   PIC 9(8).
000770            05 FD-DATA-ABERT-RECL  PIC 9(8).
000780            05 FD-DATA-PRAZO-RECL  PIC 9(8).
000790            05 FD-OPER-ABERT-RECL  PIC X(8).
000800            05 FD-STATUS-RECL      PIC X.
000810                88 RECL-ABERTA                  VALUE 'A'.
000820                88 RECL-RESOLVIDA               VALUE 'P' 'I' 'D'.
000830                88 RECL-PROCEDENTE              VALUE 'P' 'D'.
000840                88 RECL-DEVOLUCAO               VALUE 'D'.
000850            05 FD-DATA-SOLUC-RECL  PIC 9(8).
000860            05 FD-OPER-SOLUC-RECL  PIC X(8).
000870            05 FD-DOC-CRED-RECL    PIC 9(4).
000880            05 FD-DATA-CRED-RECL   PIC 9(8).
000890        FD   ARQ-RECLAMN
000900             RECORDING MODE IS F.
000910        01  REG-RECLAMN                PIC X(90).
000920        FD   ARQ-NOVRECL
000930             RECORDING MODE IS F.
000940        01  REG-NOVRECL.
000950            05 FD-CHAVE-NOV        PIC X(9).
000960            05 FD-CANAL-NOV        PIC X.
000970            05 FD-CATEGORIA-NOV    PIC XX.
000980            05 FD-TIPO-VINC-NOV    PIC X.
000990            05 FD-DOC-VINC-NOV     PIC 9(6).
001000            05 FD-DATA-VINC-NOV    PIC 9(8).
001010            05 FD-DATA-ABERT-NOV   PIC 9(8).
001020            05 FD-OPERADOR-NOV     PIC X(8).
001030        FD   ARQ-RESRECL
001040             RECORDING MODE IS F.
001050        01  REG-RESRECL.
001060            05 FD-PROTOCOLO-RES    PIC 9(10).
001070            05 FD-STATUS-RES       PIC X.
001080            05 FD-DOC-CRED-RES     PIC 9(4).
001090            05 FD-DATA-CRED-RES    PIC 9(8).
001100            05 FD-OPERADOR-RES     PIC X(8).
001110        FD   ARQ-DEVREG
001120             RECORDING MODE IS F.
001130        01  REG-DEVREG.
001140            05 FD-CHAVE-DEVREG     PIC X(9).
001150            05 FD-DOC-DEVREG       PIC 9(4).
001160            05 FD-DATA-TAR-DEVREG  PIC 9(8).
001170            05 FD-VALOR-DEVREG     PIC 9(6)V99.
001180            05 FD-MOEDA-DEVREG     PIC X(3).
001190            05 FD-VALOR-BRL-DEVREG PIC 9(8)V99.
001200            05 FD-MOTIVO-DEVREG    PIC XX.
001210            05 FD-SOLIC-DEVREG     PIC X(8).
001220            05 FD-APROV-DEVREG     PIC X(8).
001230            05 FD-DATA-DEVREG      PIC 9(8).
001240            05 FD-DOC-CRED-DEVREG  PIC 9(4).
001250        FD   ARQ-RELRECL
001260             RECORDING MODE IS F.
001270        01  REG-RELRECL                PIC X(100).
001280        FD   ARQ-RUNJRNL
001290             RECORDING MODE IS F.
001300        01  REG-RUNJRNL.
001310            05 JRL-PROGRAMA        PIC X(8).
001320            05 JRL-TIPO            PIC X.
001330            05 JRL-DATA            PIC 9(8).
001340            05 JRL-HORA            PIC 9(6).
001350            05 JRL-QTD-LIDOS       PIC 9(7).
001360            05 JRL-QTD-GRAVADOS    PIC 9(7).
001370            05 JRL-QTD-REJEITADOS  PIC 9(7).
001380            05 JRL-RETORNO         PIC 9(4).
001381            05 JRL-ID-EXEC         PIC 9(10).
001390        SD   ARQ-SORTWK.
001400        01  REG-RCSORT.
001410            05 SR-AGENCIA          PIC X(4).
001420            05 SR-CATEGORIA        PIC XX.
001430            05 SR-RECEBIDA         PIC 9.
001440            05 SR-RESOLVIDA        PIC 9.
001450            05 SR-PROCEDENTE       PIC 9.
001460            05 SR-NO-PRAZO         PIC 9.
001470            05 SR-FORA-PRAZO       PIC 9.
001480            05 SR-PEND-VENCIDA     PIC 9.
001490        WORKING-STORAGE SECTION.
001500        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001501        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001502        01  LK-AREA-ID-EXEC.
001503            05 LK-PROGRAMA-COM     PIC X(8).
001504            05 LK-ID-EXEC-COM      PIC 9(10).
001510        77  WK-FS-RECLAM   PIC XX           VALUE SPACES.
001520        77  WK-FS-RECLAMN  PIC XX           VALUE SPACES.
001530        77  WK-FS-NOVRECL  PIC XX           VALUE SPACES.
001540        77  WK-FS-RESRECL  PIC XX           VALUE SPACES.
001550        77  WK-FS-DEVREG   PIC XX           VALUE SPACES.
001560        77  WK-FS-RELRECL  PIC XX           VALUE SPACES.
001570        77  WK-FUNCAO      PIC X            VALUE 'D'.
001580            88 FUNCAO-DIARIA                 VALUE 'D' ' '.
001590            88 FUNCAO-TRIMESTRAL             VALUE 'T'.
001600        01  WK-TRIMESTRE-PEDIDO PIC 9(5)    VALUE ZEROS.
001610        01  WK-TRIMESTRE-R REDEFINES WK-TRIMESTRE-PEDIDO.
001620            05 WK-ANO-TRI      PIC 9(4).
001630            05 WK-NUM-TRI      PIC 9.
001640        01  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001650        01  WK-DATA-SIST-R REDEFINES WK-DATA-SIST.
001660            05 WK-ANO-SIST     PIC 9(4).
001670            05 WK-MES-SIST     PIC 99.
001680            05 WK-DIA-SIST     PIC 99.
001690        01  WK-DATA-INI-TRI PIC 9(8)        VALUE ZEROS.
001700        01  WK-DATA-INI-TRI-R REDEFINES WK-DATA-INI-TRI.
001710            05 WK-ANO-INI-TRI  PIC 9(4).
001720            05 WK-MES-INI-TRI  PIC 99.
001730            05 WK-DIA-INI-TRI  PIC 99.
001740        01  WK-DATA-FIM-TRI PIC 9(8)        VALUE ZEROS.
001750        01  WK-DATA-FIM-TRI-R REDEFINES WK-DATA-FIM-TRI.
001760            05 WK-ANO-FIM-TRI  PIC 9(4).
001770            05 WK-MES-FIM-TRI  PIC 99.
001780            05 WK-DIA-FIM-TRI  PIC 99.
001790        77  WK-ULTIMO-PROTOCOLO PIC 9(10)   VALUE ZEROS.
001800        77  WK-PRAZO-SAC   PIC 99           VALUE 5.
001810        77  WK-PRAZO-OUVIDORIA PIC 99       VALUE 10.
001820        77  WK-PRAZO-DIAS  PIC 99           VALUE ZEROS.
001830        77  WK-DATA-PRAZO  PIC 9(8)         VALUE ZEROS.
001840        77  WK-DIAS-ABERTA PIC 9(5)         VALUE ZEROS.
001850        77  WK-DIAS-PRAZO  PIC 9(5)         VALUE ZEROS.
001860        77  WK-QTD-RECL-LIDAS PIC 9(6)      VALUE ZEROS.
001870        77  WK-QTD-NOVAS   PIC 9(6)         VALUE ZEROS.
001880        77  WK-QTD-NOV-INVALIDAS PIC 9(6)   VALUE ZEROS.
001890        77  WK-QTD-RES-APLICADAS PIC 9(6)   VALUE ZEROS.
001900        77  WK-QTD-RES-INVALIDAS PIC 9(6)   VALUE ZEROS.
001910        77  WK-QTD-NO-PRAZO PIC 9(6)        VALUE ZEROS.
001920        77  WK-QTD-VENCE-LOGO PIC 9(6)      VALUE ZEROS.
001930        77  WK-QTD-VENCIDAS PIC 9(6)        VALUE ZEROS.
001940        77  WK-MOTIVO-INVALIDA PIC X(30)    VALUE SPACES.
001950        01  WK-CANAL-TESTE PIC X            VALUE SPACE.
001960            88 CANAL-VALIDO                   VALUE 'A' 'T' 'I'
001970                                                    'O' 'B'.
001980            88 CANAL-SAC                      VALUE 'A' 'T' 'I'.
001990        01  WK-VINC-TESTE  PIC X            VALUE SPACE.
002000            88 VINCULO-VALIDO                 VALUE 'M' 'T' 'C'
002010                                                    'K' ' '.
002020        01  WK-CATEGORIA   PIC XX           VALUE SPACES.
002030            88 CATEGORIA-VALIDA               VALUE '01' '02' '03'
002040                                                    '04' '05'.
002050        01  WK-CATEGORIA-R REDEFINES WK-CATEGORIA.
002060            05 WK-CATEGORIA-NUM PIC 99.
002070        01  NOMES-CATEGORIA.
002080            05 FILLER          PIC X(16) VALUE 'TARIFAS'.
002090            05 FILLER          PIC X(16) VALUE 'BLOQUEIOS'.
002100            05 FILLER          PIC X(16) VALUE 'TED DEVOLVIDA'.
002110            05 FILLER          PIC X(16) VALUE 'CARTAO'.
002120            05 FILLER          PIC X(16) VALUE 'OUTROS'.
002130        01  TABELA-CATEGORIAS REDEFINES NOMES-CATEGORIA.
002140            05 CATEGORIA-DESCR PIC X(16) OCCURS 5 TIMES.
002150        77  WK-QTD-SOLUCOES PIC 9(4)        VALUE ZEROS.
002160        77  WK-IDX-SOL     PIC 9(4)         VALUE ZEROS.
002170        77  WK-IDX-SOL-ACH PIC 9(4)         VALUE ZEROS.
002180        77  WK-SOL-ACHADA  PIC X            VALUE 'N'.
002190            88 SOL-ACHADA                     VALUE 'S'.
002200            88 SOL-NAO-ACHADA                 VALUE 'N'.
002210        01  WK-TAB-SOLUCOES.
002220            05 WK-SOL-OCC         OCCURS 500 TIMES.
002230                10 WK-SOL-PROTOCOLO   PIC 9(10).
002240                10 WK-SOL-STATUS      PIC X.
002250                10 WK-SOL-DOC-CRED    PIC 9(4).
002260                10 WK-SOL-DATA-CRED   PIC 9(8).
002270                10 WK-SOL-OPERADOR    PIC X(8).
002280                10 WK-SOL-CHAVE-CRED  PIC X(9).
002290                10 WK-SOL-USADA       PIC X.
002300        77  WK-HA-DEVOLUCAO PIC X           VALUE 'N'.
002310            88 HA-DEVOLUCAO                   VALUE 'S'.
002320        01  LK-AREA-DIAS-UTEIS.
002330            05 LK-FUNCAO-COM       PIC X.
002340            05 LK-AGENCIA-COM      PIC X(4).
002350            05 LK-DATA1-COM        PIC 9(8).
002360            05 LK-DATA2-COM        PIC 9(8).
002370            05 LK-RESPOSTA-COM     PIC X.
002380            05 LK-DATA-SAIDA-COM   PIC 9(8).
002390            05 LK-QTD-DIAS-COM     PIC 9(5).
002400        77  WK-PROG-DIAS-UTEIS PIC X(8)     VALUE 'EAD95850'.
002410        77  WK-FIM-SORT    PIC X            VALUE 'N'.
002420            88 FIM-DO-SORT                    VALUE 'S'.
002430        77  WK-AG-ATUAL    PIC X(4)         VALUE HIGH-VALUES.
002440        77  WK-CAT-ATUAL   PIC XX           VALUE HIGH-VALUES.
002450        01  WK-CONTADORES-CAT.
002460            05 WK-CNT-CAT         PIC 9(5) OCCURS 6 TIMES.
002470        01  WK-CONTADORES-AG.
002480            05 WK-CNT-AG          PIC 9(5) OCCURS 6 TIMES.
002490        01  WK-CONTADORES-GER.
002500            05 WK-CNT-GER         PIC 9(5) OCCURS 6 TIMES.
002510        77  WK-IDX-CNT     PIC 9            VALUE ZEROS.
002520        01  WK-LINHA-TITULO.
002530            05 WK-TITULO-REL   PIC X(40).
002540            05 WK-DATA-TIT     PIC 9(8).
002550        01  WK-LINHA-TITULO-TRI.
002560            05 WK-TITULO-TRI   PIC X(38).
002570            05 WK-ANO-TIT      PIC 9(4).
002580            05 FILLER          PIC X(01) VALUE '/'.
002590            05 WK-NUM-TIT      PIC 9.
002600        01  WK-LINHA-RECL.
002610            05 FILLER          PIC X(05) VALUE 'PROT '.
002620            05 WK-PROT-REL     PIC 9(10).
002630            05 FILLER          PIC X(01) VALUE SPACE.
002640            05 WK-CHAVE-REL    PIC X(9).
002650            05 FILLER          PIC X(01) VALUE SPACE.
002660            05 WK-CANAL-REL    PIC X.
002670            05 FILLER          PIC X(01) VALUE SPACE.
002680            05 WK-CAT-REL      PIC X(16).
002690            05 FILLER          PIC X(01) VALUE SPACE.
002700            05 WK-ABERT-REL    PIC 9(8).
002710            05 FILLER          PIC X(07) VALUE ' PRAZO '.
002720            05 WK-PRAZO-REL    PIC 9(8).
002730            05 FILLER          PIC X(06) VALUE ' DIAS '.
002740            05 WK-DIAS-REL     PIC ZZZZ9.
002750            05 FILLER          PIC X(01) VALUE SPACE.
002760            05 WK-SITUACAO-REL PIC X(10).
002770            05 FILLER          PIC X(01) VALUE SPACE.
002780            05 WK-FALTA-REL    PIC ZZZZ9.
002790        01  WK-LINHA-INVALIDA.
002800            05 FILLER          PIC X(10) VALUE 'REJEITADO '.
002810            05 WK-ORIGEM-INV   PIC X(8).
002820            05 FILLER          PIC X(01) VALUE SPACE.
002830            05 WK-IDENT-INV    PIC X(10).
002840            05 FILLER          PIC X(01) VALUE SPACE.
002850            05 WK-MOTIVO-INV   PIC X(30).
002860        01  WK-CABEC-TRI.
002870            05 FILLER          PIC X(26) VALUE SPACES.
002880            05 FILLER          PIC X(36)
002890                VALUE ' RECEB RESOL PROCD NOPRZ FPRAZ PVENC'.
002900        01  WK-LINHA-TRI.
002910            05 WK-AG-TRI       PIC X(4).
002920            05 FILLER          PIC X(01) VALUE SPACE.
002930            05 WK-CAT-TRI      PIC XX.
002940            05 FILLER          PIC X(01) VALUE SPACE.
002950            05 WK-DESCR-TRI    PIC X(18).
002960            05 WK-CNT-TRI-OCC  OCCURS 6 TIMES.
002970                10 FILLER          PIC X(01).
002980                10 WK-CNT-TRI      PIC ZZZZ9.
002990        01  WK-LINHA-TOTAL.
003000            05 WK-TITULO-TOT   PIC X(26).
003010            05 WK-VALOR-TOT    PIC ZZZZZ9.
003020       *
003030        PROCEDURE DIVISION.
003040        000-PRINCIPAL SECTION.
003050        001-PRINCIPAL.
003060            PERFORM 195-GRAVAR-JRNL-INICIO.
003070            PERFORM 101-INICIAR.
003080            IF FUNCAO-DIARIA
003090                PERFORM 201-PROCESSAR-RECLAMACAO
003100                    UNTIL WK-FS-RECLAM = '10'
003110                PERFORM 230-ABRIR-NOVRECL
003120                PERFORM 231-ABRIR-PROTOCOLO
003130                    UNTIL WK-FS-NOVRECL = '10'
003140            ELSE
003150                SORT ARQ-SORTWK
003160                    ON ASCENDING KEY SR-AGENCIA
003170                                     SR-CATEGORIA
003180                    INPUT PROCEDURE IS 500-SELECIONAR
003190                    OUTPUT PROCEDURE IS 550-RELATAR
003200            END-IF.
003210            PERFORM 901-FINALIZAR.
003220            PERFORM 196-GRAVAR-JRNL-FIM.
003230            STOP RUN.
003240       ***********************************************************
003250        100-INICIAR SECTION.
003260        101-INICIAR.
003270            ACCEPT WK-FUNCAO           FROM SYSIN.
003280            ACCEPT WK-TRIMESTRE-PEDIDO FROM SYSIN.
003290            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
003300            IF NOT FUNCAO-DIARIA AND NOT FUNCAO-TRIMESTRAL
003310                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
003320                MOVE 12 TO RETURN-CODE
003330                STOP RUN
003340            END-IF.
003350            OPEN OUTPUT ARQ-RELRECL.
003360            IF WK-FS-RELRECL NOT = '00'
003370                DISPLAY 'ERRO ' WK-FS-RELRECL
003380                        ' NO COMANDO OPEN RELRECL'
003390                MOVE 12 TO RETURN-CODE
003400                STOP RUN
003410            END-IF.
003420            IF FUNCAO-DIARIA
003430                MOVE 'RECLAMACOES ABERTAS - POSICAO EM '
003440                    TO WK-TITULO-REL
003450                MOVE WK-DATA-SIST TO WK-DATA-TIT
003460                WRITE REG-RELRECL FROM WK-LINHA-TITULO
003470                PERFORM 102-CARREGAR-SOLUCOES
003480                IF HA-DEVOLUCAO
003490                    PERFORM 105-AMARRAR-CREDITOS
003500                END-IF
003510                PERFORM 103-ABRIR-RECLAM
003520                OPEN OUTPUT ARQ-RECLAMN
003530                IF WK-FS-RECLAMN NOT = '00'
003540                    DISPLAY 'ERRO ' WK-FS-RECLAMN
003550                            ' NO COMANDO OPEN RECLAMN'
003560                    MOVE 12 TO RETURN-CODE
003570                    STOP RUN
003580                END-IF
003590            ELSE
003600                PERFORM 108-MONTAR-TRIMESTRE
003610                MOVE 'RECLAMACOES POR AGENCIA E CATEGORIA - '
003620                    TO WK-TITULO-TRI
003630                MOVE WK-ANO-TRI TO WK-ANO-TIT
003640                MOVE WK-NUM-TRI TO WK-NUM-TIT
003650                WRITE REG-RELRECL FROM WK-LINHA-TITULO-TRI
003660                WRITE REG-RELRECL FROM WK-CABEC-TRI
003670                    AFTER 2 LINES
003680            END-IF.
003690        102-CARREGAR-SOLUCOES.
003700            OPEN INPUT ARQ-RESRECL.
003710            EVALUATE WK-FS-RESRECL
003720                WHEN '00'
003730                    PERFORM 301-LER-RESRECL
003740                    PERFORM 104-REGISTRAR-SOLUCAO
003750                        UNTIL WK-FS-RESRECL = '10'
003760                    CLOSE ARQ-RESRECL
003770                WHEN '35'
003780                    CONTINUE
003790                WHEN OTHER
003800                    DISPLAY 'ERRO ' WK-FS-RESRECL
003810                            ' NO COMANDO OPEN RESRECL'
003820                    MOVE 12 TO RETURN-CODE
003830                    STOP RUN
003840            END-EVALUATE.
003850        104-REGISTRAR-SOLUCAO.
003860            IF WK-QTD-SOLUCOES NOT LESS 500
003870                DISPLAY 'TABELA DE SOLUCOES CHEIA, LIMITE 500'
003880                MOVE 12 TO RETURN-CODE
003890                STOP RUN
003900            END-IF.
003910            MOVE SPACES TO WK-MOTIVO-INVALIDA.
003920            EVALUATE TRUE
003930                WHEN FD-STATUS-RES NOT = 'P' AND NOT = 'I'
003940                                   AND NOT = 'D'
003950                    MOVE 'SOLUCAO INVALIDA'
003960                        TO WK-MOTIVO-INVALIDA
003970                WHEN FD-STATUS-RES = 'D'
003980                 AND (FD-DOC-CRED-RES = ZEROS
003990                  OR FD-DATA-CRED-RES = ZEROS)
004000                    MOVE 'DEVOLUCAO SEM CREDITO INFORMADO'
004010                        TO WK-MOTIVO-INVALIDA
004020                WHEN FD-OPERADOR-RES = SPACES
004030                    MOVE 'SOLUCAO SEM OPERADOR'
004040                        TO WK-MOTIVO-INVALIDA
004050            END-EVALUATE.
004060            IF WK-MOTIVO-INVALIDA = SPACES
004070                ADD 1 TO WK-QTD-SOLUCOES
004080                MOVE FD-PROTOCOLO-RES
004090                    TO WK-SOL-PROTOCOLO(WK-QTD-SOLUCOES)
004100                MOVE FD-STATUS-RES
004110                    TO WK-SOL-STATUS(WK-QTD-SOLUCOES)
004120                MOVE FD-DOC-CRED-RES
004130                    TO WK-SOL-DOC-CRED(WK-QTD-SOLUCOES)
004140                MOVE FD-DATA-CRED-RES
004150                    TO WK-SOL-DATA-CRED(WK-QTD-SOLUCOES)
004160                MOVE FD-OPERADOR-RES
004170                    TO WK-SOL-OPERADOR(WK-QTD-SOLUCOES)
004180                MOVE SPACES
004190                    TO WK-SOL-CHAVE-CRED(WK-QTD-SOLUCOES)
004200                MOVE 'N'
004210                    TO WK-SOL-USADA(WK-QTD-SOLUCOES)
004220                IF FD-STATUS-RES = 'D'
004230                    SET HA-DEVOLUCAO TO TRUE
004240                END-IF
004250            ELSE
004260                MOVE FD-PROTOCOLO-RES TO WK-IDENT-INV
004270                PERFORM 240-REJEITAR-SOLUCAO
004280            END-IF.
004290            PERFORM 301-LER-RESRECL.
004300        103-ABRIR-RECLAM.
004310            OPEN INPUT ARQ-RECLAM.
004320            EVALUATE WK-FS-RECLAM
004330                WHEN '00'
004340                    PERFORM 302-LER-RECLAM
004350                WHEN '35'
004360                    MOVE '10' TO WK-FS-RECLAM
004370                WHEN OTHER
004380                    DISPLAY 'ERRO ' WK-FS-RECLAM
004390                            ' NO COMANDO OPEN RECLAM'
004400                    MOVE 12 TO RETURN-CODE
004410                    STOP RUN
004420            END-EVALUATE.
004430       *      O CREDITO DA DEVOLUCAO E PROCURADO NO DEVREG PELO
004440       *      DOCUMENTO E DATA DO CREDITO; A CONTA ACHADA E
004450       *      CONFERIDA DEPOIS COM A DA RECLAMACAO
004460        105-AMARRAR-CREDITOS.
004470            OPEN INPUT ARQ-DEVREG.
004480            EVALUATE WK-FS-DEVREG
004490                WHEN '00'
004500                    PERFORM 304-LER-DEVREG
004510                    PERFORM 106-CONFERIR-DEVREG
004520                        UNTIL WK-FS-DEVREG = '10'
004530                    CLOSE ARQ-DEVREG
004540                WHEN '35'
004550                    CONTINUE
004560                WHEN OTHER
004570                    DISPLAY 'ERRO ' WK-FS-DEVREG
004580                            ' NO COMANDO OPEN DEVREG'
004590                    MOVE 12 TO RETURN-CODE
004600                    STOP RUN
004610            END-EVALUATE.
004620        106-CONFERIR-DEVREG.
004630            PERFORM 107-COMPARAR-DEVREG
004640                VARYING WK-IDX-SOL FROM 1 BY 1
004650                UNTIL WK-IDX-SOL > WK-QTD-SOLUCOES.
004660            PERFORM 304-LER-DEVREG.
004670        107-COMPARAR-DEVREG.
004680            IF WK-SOL-STATUS(WK-IDX-SOL) = 'D'
004690               AND WK-SOL-DOC-CRED(WK-IDX-SOL)
004700                       = FD-DOC-CRED-DEVREG
004710               AND WK-SOL-DATA-CRED(WK-IDX-SOL) = FD-DATA-DEVREG
004720                MOVE FD-CHAVE-DEVREG
004730                    TO WK-SOL-CHAVE-CRED(WK-IDX-SOL)
004740            END-IF.
004750       *      TRIMESTRE AAAAT DO SYSIN; SEM ELE, O TRIMESTRE
004760       *      CORRENTE
004770        108-MONTAR-TRIMESTRE.
004780            IF WK-TRIMESTRE-PEDIDO = ZEROS
004790                MOVE WK-ANO-SIST TO WK-ANO-TRI
004800                COMPUTE WK-NUM-TRI = (WK-MES-SIST + 2) / 3
004810            END-IF.
004820            IF WK-NUM-TRI < 1 OR WK-NUM-TRI > 4
004830                DISPLAY 'TRIMESTRE INVALIDO NO SYSIN : '
004840                        WK-TRIMESTRE-PEDIDO
004850                MOVE 12 TO RETURN-CODE
004860                STOP RUN
004870            END-IF.
004880            MOVE WK-ANO-TRI TO WK-ANO-INI-TRI.
004890            MOVE WK-ANO-TRI TO WK-ANO-FIM-TRI.
004900            COMPUTE WK-MES-INI-TRI = (WK-NUM-TRI * 3) - 2.
004910            COMPUTE WK-MES-FIM-TRI = WK-NUM-TRI * 3.
004920            MOVE 01 TO WK-DIA-INI-TRI.
004930            MOVE 31 TO WK-DIA-FIM-TRI.
004940       ***********************************************
004950        200-PROCESSAR SECTION.
004960        201-PROCESSAR-RECLAMACAO.
004970            ADD 1 TO WK-QTD-RECL-LIDAS.
004980            IF FD-PROTOCOLO-RECL > WK-ULTIMO-PROTOCOLO
004990                MOVE FD-PROTOCOLO-RECL TO WK-ULTIMO-PROTOCOLO
005000            END-IF.
005010            PERFORM 202-APLICAR-SOLUCAO.
005020            PERFORM 206-GRAVAR-RECLAMN.
005030            IF RECL-ABERTA
005040                PERFORM 210-ENVELHECER-RECLAMACAO
005050            END-IF.
005060            PERFORM 302-LER-RECLAM.
005070        202-APLICAR-SOLUCAO.
005080            SET SOL-NAO-ACHADA TO TRUE.
005090            PERFORM 203-PROCURAR-SOLUCAO
005100                VARYING WK-IDX-SOL FROM 1 BY 1
005110                UNTIL WK-IDX-SOL > WK-QTD-SOLUCOES
005120                   OR SOL-ACHADA.
005130            IF SOL-ACHADA
005140                PERFORM 204-CRITICAR-SOLUCAO
005150            END-IF.
005160        203-PROCURAR-SOLUCAO.
005170            IF WK-SOL-PROTOCOLO(WK-IDX-SOL) = FD-PROTOCOLO-RECL
005180               AND WK-SOL-USADA(WK-IDX-SOL) = 'N'
005190                SET SOL-ACHADA TO TRUE
005200                MOVE WK-IDX-SOL TO WK-IDX-SOL-ACH
005210            END-IF.
005220       *      RECLAMACAO RESOLVIDA NAO MUDA MAIS; DEVOLUCAO SO
005230       *      VALE COM CREDITO LANCADO NA CONTA DA RECLAMACAO
005240        204-CRITICAR-SOLUCAO.
005250            MOVE 'S' TO WK-SOL-USADA(WK-IDX-SOL-ACH).
005260            MOVE FD-PROTOCOLO-RECL TO WK-IDENT-INV.
005270            EVALUATE TRUE
005280                WHEN RECL-RESOLVIDA
005290                    MOVE 'RECLAMACAO JA RESOLVIDA'
005300                        TO WK-MOTIVO-INVALIDA
005310                    PERFORM 240-REJEITAR-SOLUCAO
005320                WHEN WK-SOL-STATUS(WK-IDX-SOL-ACH) = 'D'
005330                 AND WK-SOL-CHAVE-CRED(WK-IDX-SOL-ACH) = SPACES
005340                    MOVE 'CREDITO FORA DO DEVREG'
005350                        TO WK-MOTIVO-INVALIDA
005360                    PERFORM 240-REJEITAR-SOLUCAO
005370                WHEN WK-SOL-STATUS(WK-IDX-SOL-ACH) = 'D'
005380                 AND WK-SOL-CHAVE-CRED(WK-IDX-SOL-ACH)
005390                         NOT = FD-CHAVE-RECL
005400                    MOVE 'CREDITO DE OUTRA CONTA'
005410                        TO WK-MOTIVO-INVALIDA
005420                    PERFORM 240-REJEITAR-SOLUCAO
005430                WHEN OTHER
005440                    PERFORM 205-RESOLVER-RECLAMACAO
005450            END-EVALUATE.
005460        205-RESOLVER-RECLAMACAO.
005470            ADD 1 TO WK-QTD-RES-APLICADAS.
005480            MOVE WK-SOL-STATUS(WK-IDX-SOL-ACH) TO FD-STATUS-RECL.
005490            MOVE WK-DATA-SIST TO FD-DATA-SOLUC-RECL.
005500            MOVE WK-SOL-OPERADOR(WK-IDX-SOL-ACH)
005510                TO FD-OPER-SOLUC-RECL.
005520            IF RECL-DEVOLUCAO
005530                MOVE WK-SOL-DOC-CRED(WK-IDX-SOL-ACH)
005540                    TO FD-DOC-CRED-RECL
005550                MOVE WK-SOL-DATA-CRED(WK-IDX-SOL-ACH)
005560                    TO FD-DATA-CRED-RECL
005570            END-IF.
005580        206-GRAVAR-RECLAMN.
005590            WRITE REG-RECLAMN FROM REG-RECLAM.
005600            IF WK-FS-RECLAMN NOT = '00'
005610                DISPLAY 'ERRO ' WK-FS-RECLAMN
005620                        ' NO COMANDO WRITE RECLAMN'
005630                MOVE 12 TO RETURN-CODE
005640                STOP RUN
005650            END-IF.
005660       *      IDADE E FOLGA EM DIAS UTEIS DA AGENCIA DA CONTA;
005670       *      'VENCE LOGO' QUANDO RESTAM ATE 2 DIAS UTEIS
005680        210-ENVELHECER-RECLAMACAO.
005690            MOVE 'D'             TO LK-FUNCAO-COM.
005700            MOVE FD-AGENCIA-RECL TO LK-AGENCIA-COM.
005710            MOVE FD-DATA-ABERT-RECL TO LK-DATA1-COM.
005720            MOVE WK-DATA-SIST    TO LK-DATA2-COM.
005730            CALL WK-PROG-DIAS-UTEIS USING LK-AREA-DIAS-UTEIS.
005740            MOVE LK-QTD-DIAS-COM TO WK-DIAS-ABERTA.
005750            IF WK-DATA-SIST > FD-DATA-PRAZO-RECL
005760                MOVE FD-DATA-PRAZO-RECL TO LK-DATA1-COM
005770                MOVE WK-DATA-SIST       TO LK-DATA2-COM
005780                CALL WK-PROG-DIAS-UTEIS USING LK-AREA-DIAS-UTEIS
005790                MOVE LK-QTD-DIAS-COM TO WK-DIAS-PRAZO
005800                MOVE 'VENCIDA   ' TO WK-SITUACAO-REL
005810                ADD 1 TO WK-QTD-VENCIDAS
005820            ELSE
005830                MOVE WK-DATA-SIST       TO LK-DATA1-COM
005840                MOVE FD-DATA-PRAZO-RECL TO LK-DATA2-COM
005850                CALL WK-PROG-DIAS-UTEIS USING LK-AREA-DIAS-UTEIS
005860                MOVE LK-QTD-DIAS-COM TO WK-DIAS-PRAZO
005870                IF WK-DIAS-PRAZO NOT GREATER 2
005880                    MOVE 'VENCE LOGO' TO WK-SITUACAO-REL
005890                    ADD 1 TO WK-QTD-VENCE-LOGO
005900                ELSE
005910                    MOVE 'NO PRAZO  ' TO WK-SITUACAO-REL
005920                    ADD 1 TO WK-QTD-NO-PRAZO
005930                END-IF
005940            END-IF.
005950            MOVE FD-PROTOCOLO-RECL  TO WK-PROT-REL.
005960            MOVE FD-CHAVE-RECL      TO WK-CHAVE-REL.
005970            MOVE FD-CANAL-RECL      TO WK-CANAL-REL.
005980            MOVE FD-CATEGORIA-RECL  TO WK-CATEGORIA.
005990            IF CATEGORIA-VALIDA
006000                MOVE CATEGORIA-DESCR(WK-CATEGORIA-NUM)
006010                    TO WK-CAT-REL
006020            ELSE
006030                MOVE SPACES TO WK-CAT-REL
006040            END-IF.
006050            MOVE FD-DATA-ABERT-RECL TO WK-ABERT-REL.
006060            MOVE FD-DATA-PRAZO-RECL TO WK-PRAZO-REL.
006070            MOVE WK-DIAS-ABERTA     TO WK-DIAS-REL.
006080            MOVE WK-DIAS-PRAZO      TO WK-FALTA-REL.
006090            WRITE REG-RELRECL FROM WK-LINHA-RECL.
006100            IF WK-FS-RELRECL NOT = '00'
006110                DISPLAY 'ERRO ' WK-FS-RELRECL
006120                        ' NO COMANDO WRITE RELRECL'
006130                MOVE 12 TO RETURN-CODE
006140                STOP RUN
006150            END-IF.
006160       ***********************************************
006170        230-ABRIR-NOVRECL.
006180            OPEN INPUT ARQ-NOVRECL.
006190            EVALUATE WK-FS-NOVRECL
006200                WHEN '00'
006210                    PERFORM 303-LER-NOVRECL
006220                WHEN '35'
006230                    MOVE '10' TO WK-FS-NOVRECL
006240                WHEN OTHER
006250                    DISPLAY 'ERRO ' WK-FS-NOVRECL
006260                            ' NO COMANDO OPEN NOVRECL'
006270                    MOVE 12 TO RETURN-CODE
006280                    STOP RUN
006290            END-EVALUATE.
006300        231-ABRIR-PROTOCOLO.
006310            MOVE FD-CANAL-NOV      TO WK-CANAL-TESTE.
006320            MOVE FD-TIPO-VINC-NOV  TO WK-VINC-TESTE.
006330            MOVE FD-CATEGORIA-NOV  TO WK-CATEGORIA.
006340            MOVE SPACES TO WK-MOTIVO-INVALIDA.
006350            EVALUATE TRUE
006360                WHEN FD-CHAVE-NOV = SPACES
006370                    MOVE 'RECLAMACAO SEM CONTA'
006380                        TO WK-MOTIVO-INVALIDA
006390                WHEN NOT CANAL-VALIDO
006400                    MOVE 'CANAL INVALIDO'
006410                        TO WK-MOTIVO-INVALIDA
006420                WHEN NOT CATEGORIA-VALIDA
006430                    MOVE 'CATEGORIA INVALIDA'
006440                        TO WK-MOTIVO-INVALIDA
006450                WHEN NOT VINCULO-VALIDO
006460                    MOVE 'TIPO DE VINCULO INVALIDO'
006470                        TO WK-MOTIVO-INVALIDA
006480                WHEN FD-TIPO-VINC-NOV NOT = SPACE
006490                 AND FD-DOC-VINC-NOV = ZEROS
006500                    MOVE 'VINCULO SEM DOCUMENTO'
006510                        TO WK-MOTIVO-INVALIDA
006520                WHEN FD-OPERADOR-NOV = SPACES
006530                    MOVE 'RECLAMACAO SEM OPERADOR'
006540                        TO WK-MOTIVO-INVALIDA
006550            END-EVALUATE.
006560            IF WK-MOTIVO-INVALIDA = SPACES
006570                PERFORM 232-GRAVAR-PROTOCOLO
006580            ELSE
006590                ADD 1 TO WK-QTD-NOV-INVALIDAS
006600                MOVE 'NOVRECL ' TO WK-ORIGEM-INV
006610                MOVE FD-CHAVE-NOV TO WK-IDENT-INV
006620                MOVE WK-MOTIVO-INVALIDA TO WK-MOTIVO-INV
006630                WRITE REG-RELRECL FROM WK-LINHA-INVALIDA
006640            END-IF.
006650            PERFORM 303-LER-NOVRECL.
006660       *      PROTOCOLO = ANO + SEQUENCIAL, REINICIADO NA VIRADA
006670       *      DO ANO; SEM DATA DE ABERTURA, VALE A DO SISTEMA
006680        232-GRAVAR-PROTOCOLO.
006690            ADD 1 TO WK-QTD-NOVAS.
006700            IF WK-ULTIMO-PROTOCOLO < WK-ANO-SIST * 1000000
006710                COMPUTE WK-ULTIMO-PROTOCOLO =
006720                    WK-ANO-SIST * 1000000
006730            END-IF.
006740            ADD 1 TO WK-ULTIMO-PROTOCOLO.
006750            MOVE WK-ULTIMO-PROTOCOLO TO FD-PROTOCOLO-RECL.
006760            MOVE FD-CHAVE-NOV      TO FD-CHAVE-RECL.
006770            MOVE FD-CANAL-NOV      TO FD-CANAL-RECL.
006780            MOVE FD-CATEGORIA-NOV  TO FD-CATEGORIA-RECL.
006790            MOVE FD-TIPO-VINC-NOV  TO FD-TIPO-VINC-RECL.
006800            MOVE FD-DOC-VINC-NOV   TO FD-DOC-VINC-RECL.
006810            MOVE FD-DATA-VINC-NOV  TO FD-DATA-VINC-RECL.
006820            IF FD-DATA-ABERT-NOV = ZEROS
006830                MOVE WK-DATA-SIST TO FD-DATA-ABERT-RECL
006840            ELSE
006850                MOVE FD-DATA-ABERT-NOV TO FD-DATA-ABERT-RECL
006860            END-IF.
006870            MOVE FD-OPERADOR-NOV   TO FD-OPER-ABERT-RECL.
006880            MOVE 'A'               TO FD-STATUS-RECL.
006890            MOVE ZEROS             TO FD-DATA-SOLUC-RECL.
006900            MOVE SPACES            TO FD-OPER-SOLUC-RECL.
006910            MOVE ZEROS             TO FD-DOC-CRED-RECL.
006920            MOVE ZEROS             TO FD-DATA-CRED-RECL.
006930            IF CANAL-SAC
006940                MOVE WK-PRAZO-SAC TO WK-PRAZO-DIAS
006950            ELSE
006960                MOVE WK-PRAZO-OUVIDORIA TO WK-PRAZO-DIAS
006970            END-IF.
006980            MOVE FD-DATA-ABERT-RECL TO WK-DATA-PRAZO.
006990            PERFORM 233-AVANCAR-DIA-UTIL WK-PRAZO-DIAS TIMES.
007000            MOVE WK-DATA-PRAZO TO FD-DATA-PRAZO-RECL.
007010            PERFORM 206-GRAVAR-RECLAMN.
007020            PERFORM 210-ENVELHECER-RECLAMACAO.
007030        233-AVANCAR-DIA-UTIL.
007040            MOVE 'P'             TO LK-FUNCAO-COM.
007050            MOVE FD-AGENCIA-RECL TO LK-AGENCIA-COM.
007060            MOVE WK-DATA-PRAZO   TO LK-DATA1-COM.
007070            CALL WK-PROG-DIAS-UTEIS USING LK-AREA-DIAS-UTEIS.
007080            MOVE LK-DATA-SAIDA-COM TO WK-DATA-PRAZO.
007090        240-REJEITAR-SOLUCAO.
007100            ADD 1 TO WK-QTD-RES-INVALIDAS.
007110            MOVE 'RESRECL ' TO WK-ORIGEM-INV.
007120            MOVE WK-MOTIVO-INVALIDA TO WK-MOTIVO-INV.
007130            WRITE REG-RELRECL FROM WK-LINHA-INVALIDA.
007140       ***********************************************
007150       *      ENTRAM AS RECLAMACOES RECEBIDAS OU RESOLVIDAS NO
007160       *      TRIMESTRE E AS QUE ESTAO ABERTAS COM PRAZO VENCIDO
007170       *      ATE O FIM DELE
007180        500-SELECIONAR SECTION.
007190        501-SELECIONAR.
007200            OPEN INPUT ARQ-RECLAM.
007210            EVALUATE WK-FS-RECLAM
007220                WHEN '00'
007230                    PERFORM 302-LER-RECLAM
007240                    PERFORM 502-LIBERAR-RECLAMACAO
007250                        UNTIL WK-FS-RECLAM = '10'
007260                    CLOSE ARQ-RECLAM
007270                WHEN '35'
007280                    DISPLAY 'SEM RECLAMACOES REGISTRADAS'
007290                WHEN OTHER
007300                    DISPLAY 'ERRO ' WK-FS-RECLAM
007310                            ' NO COMANDO OPEN RECLAM'
007320                    MOVE 12 TO RETURN-CODE
007330                    STOP RUN
007340            END-EVALUATE.
007350            GO TO 509-SELECIONAR-FIM.
007360        502-LIBERAR-RECLAMACAO.
007370            ADD 1 TO WK-QTD-RECL-LIDAS.
007380            MOVE FD-AGENCIA-RECL   TO SR-AGENCIA.
007390            MOVE FD-CATEGORIA-RECL TO SR-CATEGORIA.
007400            MOVE ZEROS TO SR-RECEBIDA SR-RESOLVIDA SR-PROCEDENTE
007410                          SR-NO-PRAZO SR-FORA-PRAZO
007420                          SR-PEND-VENCIDA.
007430            IF FD-DATA-ABERT-RECL NOT LESS WK-DATA-INI-TRI
007440               AND FD-DATA-ABERT-RECL NOT GREATER WK-DATA-FIM-TRI
007450                MOVE 1 TO SR-RECEBIDA
007460            END-IF.
007470            IF RECL-RESOLVIDA
007480               AND FD-DATA-SOLUC-RECL NOT LESS WK-DATA-INI-TRI
007490               AND FD-DATA-SOLUC-RECL NOT GREATER WK-DATA-FIM-TRI
007500                MOVE 1 TO SR-RESOLVIDA
007510                IF RECL-PROCEDENTE
007520                    MOVE 1 TO SR-PROCEDENTE
007530                END-IF
007540                IF FD-DATA-SOLUC-RECL > FD-DATA-PRAZO-RECL
007550                    MOVE 1 TO SR-FORA-PRAZO
007560                ELSE
007570                    MOVE 1 TO SR-NO-PRAZO
007580                END-IF
007590            END-IF.
007600            IF FD-DATA-ABERT-RECL NOT GREATER WK-DATA-FIM-TRI
007610               AND FD-DATA-PRAZO-RECL < WK-DATA-FIM-TRI
007620               AND (RECL-ABERTA
007630                OR FD-DATA-SOLUC-RECL > WK-DATA-FIM-TRI)
007640                MOVE 1 TO SR-PEND-VENCIDA
007650            END-IF.
007660            IF SR-RECEBIDA = 1 OR SR-RESOLVIDA = 1
007670               OR SR-PEND-VENCIDA = 1
007680                RELEASE REG-RCSORT
007690            END-IF.
007700            PERFORM 302-LER-RECLAM.
007710        509-SELECIONAR-FIM.
007720            EXIT.
007730       ***********************************************
007740        550-RELATAR SECTION.
007750        551-RELATAR.
007760            MOVE ZEROS TO WK-CONTADORES-GER.
007770            PERFORM 552-RETORNAR-RECLAMACAO.
007780            PERFORM 553-TRATAR-RECLAMACAO
007790                UNTIL FIM-DO-SORT.
007800            IF WK-AG-ATUAL NOT = HIGH-VALUES
007810                PERFORM 556-FECHAR-CATEGORIA
007820                PERFORM 557-FECHAR-AGENCIA
007830            END-IF.
007840            MOVE SPACES TO WK-LINHA-TRI.
007850            MOVE 'TOTAL GERAL' TO WK-DESCR-TRI.
007860            PERFORM 559-EDITAR-GERAL
007870                VARYING WK-IDX-CNT FROM 1 BY 1
007880                UNTIL WK-IDX-CNT > 6.
007890            WRITE REG-RELRECL FROM WK-LINHA-TRI
007900                AFTER 2 LINES.
007910            GO TO 569-RELATAR-FIM.
007920        552-RETORNAR-RECLAMACAO.
007930            RETURN ARQ-SORTWK
007940                AT END
007950                    SET FIM-DO-SORT TO TRUE
007960            END-RETURN.
007970        553-TRATAR-RECLAMACAO.
007980            IF SR-AGENCIA NOT = WK-AG-ATUAL
007990                IF WK-AG-ATUAL NOT = HIGH-VALUES
008000                    PERFORM 556-FECHAR-CATEGORIA
008010                    PERFORM 557-FECHAR-AGENCIA
008020                END-IF
008030                MOVE SR-AGENCIA TO WK-AG-ATUAL
008040                MOVE HIGH-VALUES TO WK-CAT-ATUAL
008050                MOVE ZEROS TO WK-CONTADORES-AG
008060            END-IF.
008070            IF SR-CATEGORIA NOT = WK-CAT-ATUAL
008080                IF WK-CAT-ATUAL NOT = HIGH-VALUES
008090                    PERFORM 556-FECHAR-CATEGORIA
008100                END-IF
008110                MOVE SR-CATEGORIA TO WK-CAT-ATUAL
008120                MOVE ZEROS TO WK-CONTADORES-CAT
008130            END-IF.
008140            ADD SR-RECEBIDA     TO WK-CNT-CAT(1).
008150            ADD SR-RESOLVIDA    TO WK-CNT-CAT(2).
008160            ADD SR-PROCEDENTE   TO WK-CNT-CAT(3).
008170            ADD SR-NO-PRAZO     TO WK-CNT-CAT(4).
008180            ADD SR-FORA-PRAZO   TO WK-CNT-CAT(5).
008190            ADD SR-PEND-VENCIDA TO WK-CNT-CAT(6).
008200            PERFORM 552-RETORNAR-RECLAMACAO.
008210        556-FECHAR-CATEGORIA.
008220            MOVE SPACES TO WK-LINHA-TRI.
008230            MOVE WK-AG-ATUAL  TO WK-AG-TRI.
008240            MOVE WK-CAT-ATUAL TO WK-CAT-TRI.
008250            MOVE WK-CAT-ATUAL TO WK-CATEGORIA.
008260            IF CATEGORIA-VALIDA
008270                MOVE CATEGORIA-DESCR(WK-CATEGORIA-NUM)
008280                    TO WK-DESCR-TRI
008290            END-IF.
008300            PERFORM 558-EDITAR-CATEGORIA
008310                VARYING WK-IDX-CNT FROM 1 BY 1
008320                UNTIL WK-IDX-CNT > 6.
008330            WRITE REG-RELRECL FROM WK-LINHA-TRI.
008340        557-FECHAR-AGENCIA.
008350            MOVE SPACES TO WK-LINHA-TRI.
008360            MOVE WK-AG-ATUAL TO WK-AG-TRI.
008370            MOVE 'TOTAL DA AGENCIA' TO WK-DESCR-TRI.
008380            PERFORM 560-EDITAR-AGENCIA
008390                VARYING WK-IDX-CNT FROM 1 BY 1
008400                UNTIL WK-IDX-CNT > 6.
008410            WRITE REG-RELRECL FROM WK-LINHA-TRI.
008420            MOVE SPACES TO REG-RELRECL.
008430            WRITE REG-RELRECL.
008440        558-EDITAR-CATEGORIA.
008450            MOVE WK-CNT-CAT(WK-IDX-CNT) TO WK-CNT-TRI(WK-IDX-CNT).
008460            ADD WK-CNT-CAT(WK-IDX-CNT) TO WK-CNT-AG(WK-IDX-CNT).
008470        559-EDITAR-GERAL.
008480            MOVE WK-CNT-GER(WK-IDX-CNT) TO WK-CNT-TRI(WK-IDX-CNT).
008490        560-EDITAR-AGENCIA.
008500            MOVE WK-CNT-AG(WK-IDX-CNT) TO WK-CNT-TRI(WK-IDX-CNT).
008510            ADD WK-CNT-AG(WK-IDX-CNT) TO WK-CNT-GER(WK-IDX-CNT).
008520        569-RELATAR-FIM.
008530            EXIT.
008540       ***********************************************
008550        300-LEITURAS SECTION.
008560        301-LER-RESRECL.
008570            READ ARQ-RESRECL.
008580            EVALUATE WK-FS-RESRECL
008590                WHEN '00'
008600                    CONTINUE
008610                WHEN '10'
008620                    CONTINUE
008630                WHEN OTHER
008640                    DISPLAY 'ERRO ' WK-FS-RESRECL
008650                            ' NO COMANDO READ RESRECL'
008660                    MOVE 12 TO RETURN-CODE
008670                    STOP RUN
008680            END-EVALUATE.
008690        302-LER-RECLAM.
008700            READ ARQ-RECLAM.
008710            EVALUATE WK-FS-RECLAM
008720                WHEN '00'
008730                    CONTINUE
008740                WHEN '10'
008750                    CONTINUE
008760                WHEN OTHER
008770                    DISPLAY 'ERRO ' WK-FS-RECLAM
008780                            ' NO COMANDO READ RECLAM'
008790                    MOVE 12 TO RETURN-CODE
008800                    STOP RUN
008810            END-EVALUATE.
008820        303-LER-NOVRECL.
008830            READ ARQ-NOVRECL.
008840            EVALUATE WK-FS-NOVRECL
008850                WHEN '00'
008860                    CONTINUE
008870                WHEN '10'
008880                    CONTINUE
008890                WHEN OTHER
008900                    DISPLAY 'ERRO ' WK-FS-NOVRECL
008910                            ' NO COMANDO READ NOVRECL'
008920                    MOVE 12 TO RETURN-CODE
008930                    STOP RUN
008940            END-EVALUATE.
008950        304-LER-DEVREG.
008960            READ ARQ-DEVREG.
008970            EVALUATE WK-FS-DEVREG
008980                WHEN '00'
008990                    CONTINUE
009000                WHEN '10'
009010                    CONTINUE
009020                WHEN OTHER
009030                    DISPLAY 'ERRO ' WK-FS-DEVREG
009040                            ' NO COMANDO READ DEVREG'
009050                    MOVE 12 TO RETURN-CODE
009060                    STOP RUN
009070            END-EVALUATE.
009080       ***********************************************
009090        195-GRAVAR-JRNL-INICIO.
009100            MOVE 'I' TO JRL-TIPO.
009110            MOVE ZEROS TO JRL-QTD-LIDOS.
009120            MOVE ZEROS TO JRL-QTD-GRAVADOS.
009130            MOVE ZEROS TO JRL-QTD-REJEITADOS.
009140            MOVE ZEROS TO JRL-RETORNO.
009141            MOVE 'EAD95929' TO LK-PROGRAMA-COM.
009142            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
009143            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009150            PERFORM 194-GRAVAR-RUNJRNL.
009160        196-GRAVAR-JRNL-FIM.
009170            MOVE 'F' TO JRL-TIPO.
009180            MOVE WK-QTD-RECL-LIDAS
009190                TO JRL-QTD-LIDOS.
009200            MOVE WK-QTD-NOVAS
009210                TO JRL-QTD-GRAVADOS.
009220            COMPUTE JRL-QTD-REJEITADOS =
009230                WK-QTD-NOV-INVALIDAS + WK-QTD-RES-INVALIDAS.
009240            MOVE RETURN-CODE TO JRL-RETORNO.
009241            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009250            PERFORM 194-GRAVAR-RUNJRNL.
009260        194-GRAVAR-RUNJRNL.
009270            OPEN EXTEND ARQ-RUNJRNL.
009280            IF WK-FS-RUNJRNL = '35'
009290                OPEN OUTPUT ARQ-RUNJRNL
009300            END-IF.
009310            IF WK-FS-RUNJRNL NOT = '00'
009320                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009330                        ' NO COMANDO OPEN RUNJRNL'
009340                MOVE 12 TO RETURN-CODE
009350                STOP RUN
009360            END-IF.
009370            MOVE 'EAD95929' TO JRL-PROGRAMA.
009380            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
009390            ACCEPT JRL-HORA FROM TIME.
009400            WRITE REG-RUNJRNL.
009410            IF WK-FS-RUNJRNL NOT = '00'
009420                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009430                        ' NO COMANDO WRITE RUNJRNL'
009440                MOVE 12 TO RETURN-CODE
009450                STOP RUN
009460            END-IF.
009470            CLOSE ARQ-RUNJRNL.
009480       ***********************************************
009490        900-FINALIZAR SECTION.
009500        901-FINALIZAR.
009510            IF FUNCAO-DIARIA
009520                PERFORM 902-RELATAR-SOL-PERDIDA
009530                    VARYING WK-IDX-SOL FROM 1 BY 1
009540                    UNTIL WK-IDX-SOL > WK-QTD-SOLUCOES
009550                MOVE 'ABERTAS NO PRAZO        : ' TO WK-TITULO-TOT
009560                MOVE WK-QTD-NO-PRAZO TO WK-VALOR-TOT
009570                WRITE REG-RELRECL FROM WK-LINHA-TOTAL
009580                    AFTER 2 LINES
009590                MOVE 'ABERTAS VENCENDO        : ' TO WK-TITULO-TOT
009600                MOVE WK-QTD-VENCE-LOGO TO WK-VALOR-TOT
009610                WRITE REG-RELRECL FROM WK-LINHA-TOTAL
009620                MOVE 'ABERTAS VENCIDAS        : ' TO WK-TITULO-TOT
009630                MOVE WK-QTD-VENCIDAS TO WK-VALOR-TOT
009640                WRITE REG-RELRECL FROM WK-LINHA-TOTAL
009650                MOVE 'PROTOCOLOS ABERTOS HOJE : ' TO WK-TITULO-TOT
009660                MOVE WK-QTD-NOVAS TO WK-VALOR-TOT
009670                WRITE REG-RELRECL FROM WK-LINHA-TOTAL
009680                MOVE 'SOLUCOES APLICADAS      : ' TO WK-TITULO-TOT
009690                MOVE WK-QTD-RES-APLICADAS TO WK-VALOR-TOT
009700                WRITE REG-RELRECL FROM WK-LINHA-TOTAL
009710                DISPLAY 'PROTOCOLOS NOVOS   : ' WK-QTD-NOVAS
009720                DISPLAY 'SOLUCOES APLICADAS : '
009730                        WK-QTD-RES-APLICADAS
009740                DISPLAY 'ABERTAS VENCIDAS   : ' WK-QTD-VENCIDAS
009750                IF WK-QTD-NOV-INVALIDAS > ZEROS
009760                   OR WK-QTD-RES-INVALIDAS > ZEROS
009770                    MOVE 4 TO RETURN-CODE
009780                END-IF
009790                CLOSE ARQ-RECLAM
009800                CLOSE ARQ-NOVRECL
009810                CLOSE ARQ-RECLAMN
009820            ELSE
009830                DISPLAY 'RECLAMACOES LIDAS : ' WK-QTD-RECL-LIDAS
009840            END-IF.
009850            CLOSE ARQ-RELRECL.
009860        902-RELATAR-SOL-PERDIDA.
009870            IF WK-SOL-USADA(WK-IDX-SOL) = 'N'
009880                MOVE WK-SOL-PROTOCOLO(WK-IDX-SOL) TO WK-IDENT-INV
009890                MOVE 'PROTOCOLO NAO ENCONTRADO'
009900                    TO WK-MOTIVO-INVALIDA
009910                PERFORM 240-REJEITAR-SOLUCAO
009920            END-IF.
