000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95919.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CADASTRO DE PROCURADORES E PODERES DE        *
000170       *   ASSINATURA DAS CONTAS DE PESSOA JURIDICA     *
000180       *                                                *
000190       *   FUNCAO 'M' = MANUTENCAO: O MANPROC TRAZ      *
000200       *   INCLUSAO, ALTERACAO E REVOGACAO POR CONTA E  *
000210       *   CPF DO REPRESENTANTE; O PROCURA E MANTIDO    *
000220       *   INDEXADO E CADA OPERACAO SAI NO DIARIO       *
000230       *   PROCJRNL COM IMAGEM ANTES E DEPOIS, COMO O   *
000240       *   BLOQJRNL DO EAD95889                         *
000250       *                                                *
000260       *   FUNCAO 'V' = VENCIMENTOS (MENSAL): LISTA AS  *
000270       *   PROCURACOES ATIVAS QUE VENCEM ATE A DATA     *
000280       *   MAIS OS DIAS DO SYSIN (ZEROS = 60) E AS JA   *
000290       *   VENCIDAS QUE AINDA NAO FORAM REVOGADAS       *
000300       *                                                *
000310       *   OS PODERES SAO CONFERIDOS NA LIBERACAO DE    *
000320       *   TED (EAD95848), FOLHA (EAD95868) E CHEQUE    *
000330       *   (EAD95867) PELO SERVICO EAD95920             *
000340       *                                                *
000350       *   SYSIN: FUNCAO, DATA (ZEROS = HOJE), DIAS     *
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
000460            SELECT ARQ-MANPROC  ASSIGN TO MANPROC
000470                FILE STATUS IS WK-FS-MANPROC.
000480            SELECT ARQ-PROCURA  ASSIGN TO PROCURA
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS DYNAMIC
000510                RECORD KEY IS FD-CHAVE-REG-PROC
000520                FILE STATUS IS WK-FS-PROCURA.
000530            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000540                ORGANIZATION IS INDEXED
000550                ACCESS MODE IS DYNAMIC
000560                RECORD KEY IS FD-CHAVE-CLIDADOS
000570                FILE STATUS IS WK-FS-CLIDADOS.
000580            SELECT ARQ-PROCJRNL ASSIGN TO PROCJRNL
000590                FILE STATUS IS WK-FS-PROCJRNL.
000600            SELECT ARQ-RELPROC  ASSIGN TO RELPROC
000610                FILE STATUS IS WK-FS-RELPROC.
000620       *
000630        DATA DIVISION.
000640        FILE SECTION.
000650        FD   ARQ-MANPROC
000660             RECORDING MODE IS F.
000670        01  REG-MANPROC.
000680            05 FD-OPERACAO-MANPROC PIC X.
000690                88 MANPROC-INCLUSAO    VALUE 'I'.
000700                88 MANPROC-ALTERACAO   VALUE 'A'.
000710                88 MANPROC-REVOGACAO   VALUE 'R'.
000720            05 FD-CHAVE-MANPROC    PIC X(9).
000730            05 FD-CPF-MANPROC      PIC 9(11).
000740            05 FD-NOME-MANPROC     PIC X(30).
000750            05 FD-PODER-TED-MANPROC    PIC X.
000760            05 FD-PODER-FOLHA-MANPROC  PIC X.
000770            05 FD-PODER-CHEQUE-MANPROC PIC X.
000780            05 FD-LIMITE-MANPROC   PIC 9(8)V99.
000790            05 FD-CONJUNTA-MANPROC PIC X.
000800            05 FD-DATA-INI-MANPROC PIC 9(8).
000810            05 FD-DATA-VALID-MANPROC PIC 9(8).
000820            05 FD-OPERADOR-MANPROC PIC X(8).
000830       *      PODERES: S/N PARA TED, FOLHA E CHEQUE; ALCADA
000840       *      INDIVIDUAL POR OPERACAO; CONJUNTA = 'S' EXIGE
000850       *      SEGUNDO SIGNATARIO; A = ATIVA, R = REVOGADA
000860        FD   ARQ-PROCURA
000870             RECORDING MODE IS F.
000880        01  REG-PROCURA.
000890            05 FD-CHAVE-REG-PROC.
000900                10 FD-CHAVE-PROC       PIC X(9).
000910                10 FD-CPF-PROC         PIC 9(11).
000920            05 FD-NOME-PROC        PIC X(30).
000930            05 FD-PODER-TED-PROC   PIC X.
000940            05 FD-PODER-FOLHA-PROC PIC X.
000950            05 FD-PODER-CHEQUE-PROC PIC X.
000960            05 FD-LIMITE-PROC      PIC 9(8)V99.
000970            05 FD-CONJUNTA-PROC    PIC X.
000980            05 FD-DATA-INI-PROC    PIC 9(8).
000990            05 FD-DATA-VALID-PROC  PIC 9(8).
001000            05 FD-SITUACAO-PROC    PIC X.
001010                88 PROC-ATIVA          VALUE 'A'.
001020                88 PROC-REVOGADA       VALUE 'R'.
001030        FD   ARQ-CLIDADOS
001040             RECORDING MODE IS F.
001050        01  REG-CLIDADOS.
001060            05 FD-CHAVE-CLIDADOS.
001070                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001080                10 FD-CONTA-CLIDADOS       PIC 9(5).
001090            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001100                88 DOC-CNPJ               VALUE 'J'.
001110            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001120            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001130            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001140            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001150        FD   ARQ-PROCJRNL
001160             RECORDING MODE IS F.
001170        01  REG-PROCJRNL.
001180            05 JRN-DATA            PIC 9(8).
001190            05 JRN-HORA            PIC 9(6).
001200            05 JRN-OPERADOR        PIC X(8).
001210            05 JRN-OPERACAO        PIC X.
001220            05 JRN-CHAVE           PIC X(9).
001230            05 JRN-CPF             PIC 9(11).
001240            05 JRN-IMAGEM-ANTES    PIC X(61).
001250            05 JRN-IMAGEM-DEPOIS   PIC X(61).
001260        FD   ARQ-RELPROC
001270             RECORDING MODE IS F.
001280        01  REG-RELPROC                PIC X(100).
001290        FD   ARQ-RUNJRNL
001300             RECORDING MODE IS F.
001310        01  REG-RUNJRNL.
001320            05 JRL-PROGRAMA        PIC X(8).
001330            05 JRL-TIPO            PIC X.
001340            05 JRL-DATA            PIC 9(8).
001350            05 JRL-HORA            PIC 9(6).
001360            05 JRL-QTD-LIDOS       PIC 9(7).
001370            05 JRL-QTD-GRAVADOS    PIC 9(7).
001380            05 JRL-QTD-REJEITADOS  PIC 9(7).
001390            05 JRL-RETORNO         PIC 9(4).
001391            05 JRL-ID-EXEC         PIC 9(10).
001400        WORKING-STORAGE SECTION.
001410        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001411        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001412        01  LK-AREA-ID-EXEC.
001413            05 LK-PROGRAMA-COM     PIC X(8).
001414            05 LK-ID-EXEC-COM      PIC 9(10).
001420        77  WK-FS-MANPROC  PIC XX           VALUE SPACES.
001430        77  WK-FS-PROCURA  PIC XX           VALUE SPACES.
001440        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
001450        77  WK-FS-PROCJRNL PIC XX           VALUE SPACES.
001460        77  WK-FS-RELPROC  PIC XX           VALUE SPACES.
001470        77  WK-FUNCAO      PIC X            VALUE 'M'.
001480            88 FUNCAO-MANUTENCAO              VALUE 'M' ' '.
001490            88 FUNCAO-VENCIMENTOS             VALUE 'V'.
001500        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
001510        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001520        77  WK-HORA-SIST   PIC 9(6)         VALUE ZEROS.
001530        77  WK-DIAS-AVISO  PIC 9(3)         VALUE ZEROS.
001540        77  WK-DATA-LIMITE PIC 9(8)         VALUE ZEROS.
001550        77  WK-IDX-DIA     PIC 9(3)         VALUE ZEROS.
001560        77  WK-QTD-TRANSACOES PIC 9(5)      VALUE ZEROS.
001570        77  WK-QTD-APLICADAS PIC 9(5)       VALUE ZEROS.
001580        77  WK-QTD-REJEITADAS PIC 9(5)      VALUE ZEROS.
001590        77  WK-QTD-LIDAS   PIC 9(6)         VALUE ZEROS.
001600        77  WK-QTD-A-VENCER PIC 9(5)        VALUE ZEROS.
001610        77  WK-QTD-VENCIDAS PIC 9(5)        VALUE ZEROS.
001620        77  WK-MOTIVO-CRITICA PIC X(30)     VALUE SPACES.
001630        77  WK-IMAGEM-ANTES PIC X(61)       VALUE SPACES.
001640        01  WK-DATA-CALC       PIC 9(8)     VALUE ZEROS.
001650        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
001660            05 WK-ANO-CALC     PIC 9(4).
001670            05 WK-MES-CALC     PIC 99.
001680            05 WK-DIA-CALC     PIC 99.
001690        77  WK-DIAS-NO-MES PIC 99           VALUE ZEROS.
001700        77  WK-QUOC-BIS    PIC 9(4)         VALUE ZEROS.
001710        77  WK-RESTO-4     PIC 9(4)         VALUE ZEROS.
001720        77  WK-RESTO-100   PIC 9(4)         VALUE ZEROS.
001730        77  WK-RESTO-400   PIC 9(4)         VALUE ZEROS.
001740        01  NOMES-DIAS-MES.
001750            05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001760        01  TABELA-DIAS-MES REDEFINES NOMES-DIAS-MES.
001770            05 DIAS-NO-MES     PIC 99 OCCURS 12 TIMES.
001780        01  WK-LINHA-OCORR.
001790            05 WK-OPER-REL     PIC X.
001800            05 FILLER          PIC X(01) VALUE SPACE.
001810            05 WK-CHAVE-REL    PIC X(9).
001820            05 FILLER          PIC X(01) VALUE SPACE.
001830            05 WK-CPF-REL      PIC 9(11).
001840            05 FILLER          PIC X(01) VALUE SPACE.
001850            05 WK-PODERES-REL  PIC X(3).
001860            05 FILLER          PIC X(01) VALUE SPACE.
001870            05 WK-LIMITE-REL   PIC ZZ.ZZZ.ZZ9,99.
001880            05 FILLER          PIC X(01) VALUE SPACE.
001890            05 WK-VALID-REL    PIC 9(8).
001900            05 FILLER          PIC X(01) VALUE SPACE.
001910            05 WK-RESULT-REL   PIC X(30).
001920        01  WK-CABEC-VENC1.
001930            05 FILLER          PIC X(40)
001940                 VALUE 'PROCURACOES A VENCER - DATA '.
001950            05 WK-DATA-CABEC   PIC 9(8).
001960            05 FILLER          PIC X(07) VALUE ' ATE '.
001970            05 WK-LIMITE-CABEC PIC 9(8).
001980        01  WK-CABEC-VENC2.
001990            05 FILLER          PIC X(10) VALUE 'CONTA'.
002000            05 FILLER          PIC X(12) VALUE 'CPF'.
002010            05 FILLER          PIC X(31) VALUE 'PROCURADOR'.
002020            05 FILLER          PIC X(04) VALUE 'TFQ'.
002030            05 FILLER          PIC X(02) VALUE 'CJ'.
002040            05 FILLER          PIC X(10) VALUE ' VALIDADE'.
002050            05 FILLER          PIC X(11) VALUE 'SITUACAO'.
002060        01  WK-LINHA-VENC.
002070            05 WK-CHAVE-VENC   PIC X(9).
002080            05 FILLER          PIC X(01) VALUE SPACE.
002090            05 WK-CPF-VENC     PIC 9(11).
002100            05 FILLER          PIC X(01) VALUE SPACE.
002110            05 WK-NOME-VENC    PIC X(30).
002120            05 FILLER          PIC X(01) VALUE SPACE.
002130            05 WK-PODERES-VENC PIC X(3).
002140            05 FILLER          PIC X(01) VALUE SPACE.
002150            05 WK-CONJ-VENC    PIC X.
002160            05 FILLER          PIC X(02) VALUE SPACE.
002170            05 WK-VALID-VENC   PIC 9(8).
002180            05 FILLER          PIC X(01) VALUE SPACE.
002190            05 WK-SITUACAO-VENC PIC X(10).
002200        01  WK-LINHA-TOTAL.
002210            05 WK-TITULO-TOT   PIC X(26).
002220            05 WK-VALOR-TOT    PIC ZZZZZ9.
002230       *
002240        PROCEDURE DIVISION.
002250        000-PRINCIPAL SECTION.
002260        001-PRINCIPAL.
002270            PERFORM 195-GRAVAR-JRNL-INICIO.
002280            PERFORM 101-INICIAR.
002290            IF FUNCAO-VENCIMENTOS
002300                PERFORM 251-LISTAR-VENCIMENTOS
002310            ELSE
002320                PERFORM 201-PROCESSAR-TRANSACAO
002330                    UNTIL WK-FS-MANPROC = '10'
002340            END-IF.
002350            PERFORM 901-FINALIZAR.
002360            PERFORM 196-GRAVAR-JRNL-FIM.
002370            STOP RUN.
002380       ***********************************************************
002390        100-INICIAR SECTION.
002400        101-INICIAR.
002410            ACCEPT WK-FUNCAO      FROM SYSIN.
002420            ACCEPT WK-DATA-REF    FROM SYSIN.
002430            ACCEPT WK-DIAS-AVISO  FROM SYSIN.
002440            ACCEPT WK-DATA-SIST   FROM DATE YYYYMMDD.
002450            ACCEPT WK-HORA-SIST   FROM TIME.
002460            IF NOT FUNCAO-MANUTENCAO AND NOT FUNCAO-VENCIMENTOS
002470                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
002480                MOVE 12 TO RETURN-CODE
002490                STOP RUN
002500            END-IF.
002510            IF WK-DATA-REF NOT NUMERIC
002520               OR WK-DATA-REF = ZEROS
002530                MOVE WK-DATA-SIST TO WK-DATA-REF
002540            END-IF.
002550            IF WK-DIAS-AVISO NOT NUMERIC
002560               OR WK-DIAS-AVISO = ZEROS
002570                MOVE 60 TO WK-DIAS-AVISO
002580            END-IF.
002590            PERFORM 103-ABRIR-PROCURA.
002600            OPEN OUTPUT ARQ-RELPROC.
002610            IF WK-FS-RELPROC NOT = '00'
002620                DISPLAY 'ERRO ' WK-FS-RELPROC
002630                        ' NO COMANDO OPEN RELPROC'
002640                MOVE 12 TO RETURN-CODE
002650                STOP RUN
002660            END-IF.
002670            IF FUNCAO-MANUTENCAO
002680                PERFORM 102-ABRIR-MANPROC
002690                PERFORM 104-ABRIR-CLIDADOS
002700                OPEN EXTEND ARQ-PROCJRNL
002710                IF WK-FS-PROCJRNL = '35'
002720                    OPEN OUTPUT ARQ-PROCJRNL
002730                END-IF
002740                IF WK-FS-PROCJRNL NOT = '00'
002750                    DISPLAY 'ERRO ' WK-FS-PROCJRNL
002760                            ' NO COMANDO OPEN PROCJRNL'
002770                    MOVE 12 TO RETURN-CODE
002780                    STOP RUN
002790                END-IF
002800            END-IF.
002810        102-ABRIR-MANPROC.
002820            OPEN INPUT ARQ-MANPROC.
002830            EVALUATE WK-FS-MANPROC
002840                WHEN '00'
002850                    PERFORM 301-LER-MANPROC
002860                WHEN '35'
002870                    DISPLAY 'ARQUIVO MANPROC NAO ENCONTRADO'
002880                    MOVE 12 TO RETURN-CODE
002890                    STOP RUN
002900                WHEN OTHER
002910                    DISPLAY 'ERRO ' WK-FS-MANPROC
002920                            ' NO COMANDO OPEN MANPROC'
002930                    MOVE 12 TO RETURN-CODE
002940                    STOP RUN
002950            END-EVALUATE.
002960        103-ABRIR-PROCURA.
002970            OPEN I-O ARQ-PROCURA.
002980            IF WK-FS-PROCURA = '35'
002990                OPEN OUTPUT ARQ-PROCURA
003000                CLOSE ARQ-PROCURA
003010                OPEN I-O ARQ-PROCURA
003020            END-IF.
003030            IF WK-FS-PROCURA NOT = '00'
003040                DISPLAY 'ERRO ' WK-FS-PROCURA
003050                        ' NO COMANDO OPEN PROCURA'
003060                MOVE 12 TO RETURN-CODE
003070                STOP RUN
003080            END-IF.
003090        104-ABRIR-CLIDADOS.
003100            OPEN INPUT ARQ-CLIDADOS.
003110            IF WK-FS-CLIDADOS NOT = '00'
003120                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, STATUS '
003130                        WK-FS-CLIDADOS
003140                MOVE 12 TO RETURN-CODE
003150                STOP RUN
003160            END-IF.
003170       ***********************************************
003180        200-PROCESSAR SECTION.
003190        201-PROCESSAR-TRANSACAO.
003200            ADD 1 TO WK-QTD-TRANSACOES.
003210            MOVE SPACES TO WK-MOTIVO-CRITICA.
003220            PERFORM 202-CRITICAR-TRANSACAO.
003230            IF WK-MOTIVO-CRITICA = SPACES
003240                PERFORM 204-APLICAR-TRANSACAO
003250            ELSE
003260                ADD 1 TO WK-QTD-REJEITADAS
003270                MOVE WK-MOTIVO-CRITICA TO WK-RESULT-REL
003280                PERFORM 209-RELATAR-TRANSACAO
003290            END-IF.
003300            PERFORM 301-LER-MANPROC.
003310        202-CRITICAR-TRANSACAO.
003320            EVALUATE TRUE
003330                WHEN NOT (MANPROC-INCLUSAO OR MANPROC-ALTERACAO
003340                            OR MANPROC-REVOGACAO)
003350                    MOVE 'OPERACAO INVALIDA'
003360                        TO WK-MOTIVO-CRITICA
003370                WHEN FD-CHAVE-MANPROC = SPACES
003380                    MOVE 'CONTA NAO INFORMADA'
003390                        TO WK-MOTIVO-CRITICA
003400                WHEN FD-CPF-MANPROC NOT NUMERIC
003410                  OR FD-CPF-MANPROC = ZEROS
003420                    MOVE 'CPF DO REPRESENTANTE INVALIDO'
003430                        TO WK-MOTIVO-CRITICA
003440                WHEN MANPROC-REVOGACAO
003450                    CONTINUE
003460                WHEN FD-PODER-TED-MANPROC NOT = 'S'
003470                                       AND NOT = 'N'
003480                  OR FD-PODER-FOLHA-MANPROC NOT = 'S'
003490                                       AND NOT = 'N'
003500                  OR FD-PODER-CHEQUE-MANPROC NOT = 'S'
003510                                       AND NOT = 'N'
003520                    MOVE 'PODERES DEVEM SER S OU N'
003530                        TO WK-MOTIVO-CRITICA
003540                WHEN FD-PODER-TED-MANPROC = 'N'
003550                 AND FD-PODER-FOLHA-MANPROC = 'N'
003560                 AND FD-PODER-CHEQUE-MANPROC = 'N'
003570                    MOVE 'NENHUM PODER CONCEDIDO'
003580                        TO WK-MOTIVO-CRITICA
003590                WHEN FD-LIMITE-MANPROC NOT NUMERIC
003600                  OR FD-LIMITE-MANPROC = ZEROS
003610                    MOVE 'ALCADA INVALIDA' TO WK-MOTIVO-CRITICA
003620                WHEN FD-CONJUNTA-MANPROC NOT = 'S' AND NOT = 'N'
003630                    MOVE 'ASSINATURA CONJUNTA DEVE SER S/N'
003640                        TO WK-MOTIVO-CRITICA
003650                WHEN FD-DATA-INI-MANPROC NOT NUMERIC
003660                  OR FD-DATA-INI-MANPROC = ZEROS
003670                    MOVE 'DATA DE INICIO INVALIDA'
003680                        TO WK-MOTIVO-CRITICA
003690                WHEN FD-DATA-VALID-MANPROC NOT NUMERIC
003700                  OR FD-DATA-VALID-MANPROC < FD-DATA-INI-MANPROC
003710                  OR FD-DATA-VALID-MANPROC < WK-DATA-REF
003720                    MOVE 'DATA DE VALIDADE INVALIDA'
003730                        TO WK-MOTIVO-CRITICA
003740                WHEN MANPROC-INCLUSAO
003750                    PERFORM 203-CRITICAR-CONTA
003760            END-EVALUATE.
003770       *      PROCURADOR SO EM CONTA DE PESSOA JURIDICA
003780        203-CRITICAR-CONTA.
003790            MOVE FD-CHAVE-MANPROC TO FD-CHAVE-CLIDADOS.
003800            READ ARQ-CLIDADOS
003810                INVALID KEY
003820                    MOVE 'CONTA SEM CADASTRO NO CLIDADOS'
003830                        TO WK-MOTIVO-CRITICA
003840                NOT INVALID KEY
003850                    IF NOT DOC-CNPJ
003860                        MOVE 'CONTA NAO E DE PESSOA JURIDICA'
003870                            TO WK-MOTIVO-CRITICA
003880                    END-IF
003890            END-READ.
003900        204-APLICAR-TRANSACAO.
003910            EVALUATE TRUE
003920                WHEN MANPROC-INCLUSAO
003930                    PERFORM 205-INCLUIR-PROCURADOR
003940                WHEN MANPROC-ALTERACAO
003950                    PERFORM 206-ALTERAR-PROCURADOR
003960                WHEN OTHER
003970                    PERFORM 207-REVOGAR-PROCURADOR
003980            END-EVALUATE.
003990        205-INCLUIR-PROCURADOR.
004000            MOVE FD-CHAVE-MANPROC TO FD-CHAVE-PROC.
004010            MOVE FD-CPF-MANPROC   TO FD-CPF-PROC.
004020            PERFORM 212-MOVER-PODERES.
004030            MOVE SPACES TO WK-IMAGEM-ANTES.
004040            WRITE REG-PROCURA
004050                INVALID KEY
004060                    PERFORM 211-REATIVAR-PROCURADOR
004070                NOT INVALID KEY
004080                    PERFORM 208-JORNALAR-OPERACAO
004090                    ADD 1 TO WK-QTD-APLICADAS
004100                    MOVE 'PROCURADOR INCLUIDO'
004110                        TO WK-RESULT-REL
004120                    PERFORM 209-RELATAR-TRANSACAO
004130            END-WRITE.
004140        206-ALTERAR-PROCURADOR.
004150            MOVE FD-CHAVE-MANPROC TO FD-CHAVE-PROC.
004160            MOVE FD-CPF-MANPROC   TO FD-CPF-PROC.
004170            READ ARQ-PROCURA
004180                INVALID KEY
004190                    ADD 1 TO WK-QTD-REJEITADAS
004200                    MOVE 'PROCURADOR NAO ENCONTRADO'
004210                        TO WK-RESULT-REL
004220                    PERFORM 209-RELATAR-TRANSACAO
004230                NOT INVALID KEY
004240                    IF PROC-REVOGADA
004250                        ADD 1 TO WK-QTD-REJEITADAS
004260                        MOVE 'PROCURACAO REVOGADA'
004270                            TO WK-RESULT-REL
004280                        PERFORM 209-RELATAR-TRANSACAO
004290                    ELSE
004300                        MOVE REG-PROCURA(21:61)
004310                            TO WK-IMAGEM-ANTES
004320                        PERFORM 212-MOVER-PODERES
004330                        PERFORM 210-REGRAVAR-PROCURADOR
004340                        MOVE 'PROCURADOR ALTERADO'
004350                            TO WK-RESULT-REL
004360                        PERFORM 209-RELATAR-TRANSACAO
004370                    END-IF
004380            END-READ.
004390        207-REVOGAR-PROCURADOR.
004400            MOVE FD-CHAVE-MANPROC TO FD-CHAVE-PROC.
004410            MOVE FD-CPF-MANPROC   TO FD-CPF-PROC.
004420            READ ARQ-PROCURA
004430                INVALID KEY
004440                    ADD 1 TO WK-QTD-REJEITADAS
004450                    MOVE 'PROCURADOR NAO ENCONTRADO'
004460                        TO WK-RESULT-REL
004470                    PERFORM 209-RELATAR-TRANSACAO
004480                NOT INVALID KEY
004490                    MOVE REG-PROCURA(21:61)
004500                        TO WK-IMAGEM-ANTES
004510                    MOVE 'R' TO FD-SITUACAO-PROC
004520                    IF FD-DATA-VALID-PROC > WK-DATA-REF
004530                        MOVE WK-DATA-REF TO FD-DATA-VALID-PROC
004540                    END-IF
004550                    PERFORM 210-REGRAVAR-PROCURADOR
004560                    MOVE 'PROCURACAO REVOGADA'
004570                        TO WK-RESULT-REL
004580                    PERFORM 209-RELATAR-TRANSACAO
004590            END-READ.
004600        210-REGRAVAR-PROCURADOR.
004610            REWRITE REG-PROCURA
004620                INVALID KEY
004630                    DISPLAY 'ERRO NO REWRITE DO PROCURA, '
004640                            'CHAVE ' FD-CHAVE-REG-PROC
004650                    MOVE 12 TO RETURN-CODE
004660                    STOP RUN
004670            END-REWRITE.
004680            PERFORM 208-JORNALAR-OPERACAO.
004690            ADD 1 TO WK-QTD-APLICADAS.
004700       *      NOVA PROCURACAO PARA REPRESENTANTE JA REVOGADO
004710       *      REATIVA O REGISTRO COM OS NOVOS PODERES
004720        211-REATIVAR-PROCURADOR.
004730            READ ARQ-PROCURA
004740                INVALID KEY
004750                    DISPLAY 'ERRO NO READ DO PROCURA, '
004760                            'CHAVE ' FD-CHAVE-REG-PROC
004770                    MOVE 12 TO RETURN-CODE
004780                    STOP RUN
004790            END-READ.
004800            IF PROC-ATIVA
004810                ADD 1 TO WK-QTD-REJEITADAS
004820                MOVE 'PROCURADOR JA CADASTRADO'
004830                    TO WK-RESULT-REL
004840                PERFORM 209-RELATAR-TRANSACAO
004850            ELSE
004860                MOVE REG-PROCURA(21:61)
004870                    TO WK-IMAGEM-ANTES
004880                PERFORM 212-MOVER-PODERES
004890                PERFORM 210-REGRAVAR-PROCURADOR
004900                MOVE 'PROCURADOR REATIVADO'
004910                    TO WK-RESULT-REL
004920                PERFORM 209-RELATAR-TRANSACAO
004930            END-IF.
004940        212-MOVER-PODERES.
004950            MOVE FD-NOME-MANPROC         TO FD-NOME-PROC.
004960            MOVE FD-PODER-TED-MANPROC    TO FD-PODER-TED-PROC.
004970            MOVE FD-PODER-FOLHA-MANPROC  TO FD-PODER-FOLHA-PROC.
004980            MOVE FD-PODER-CHEQUE-MANPROC TO FD-PODER-CHEQUE-PROC.
004990            MOVE FD-LIMITE-MANPROC       TO FD-LIMITE-PROC.
005000            MOVE FD-CONJUNTA-MANPROC     TO FD-CONJUNTA-PROC.
005010            MOVE FD-DATA-INI-MANPROC     TO FD-DATA-INI-PROC.
005020            MOVE FD-DATA-VALID-MANPROC   TO FD-DATA-VALID-PROC.
005030            MOVE 'A'                     TO FD-SITUACAO-PROC.
005040       *      O DIARIO GUARDA A IMAGEM DO REGISTRO ANTES
005050       *      E DEPOIS, FORA DA CHAVE, COMO NO BLOQJRNL
005060        208-JORNALAR-OPERACAO.
005070            MOVE WK-DATA-SIST TO JRN-DATA.
005080            MOVE WK-HORA-SIST TO JRN-HORA.
005090            MOVE FD-OPERADOR-MANPROC TO JRN-OPERADOR.
005100            MOVE FD-OPERACAO-MANPROC TO JRN-OPERACAO.
005110            MOVE FD-CHAVE-PROC       TO JRN-CHAVE.
005120            MOVE FD-CPF-PROC         TO JRN-CPF.
005130            MOVE WK-IMAGEM-ANTES     TO JRN-IMAGEM-ANTES.
005140            MOVE REG-PROCURA(21:61)  TO JRN-IMAGEM-DEPOIS.
005150            WRITE REG-PROCJRNL.
005160            IF WK-FS-PROCJRNL NOT = '00'
005170                DISPLAY 'ERRO ' WK-FS-PROCJRNL
005180                        ' NO COMANDO WRITE PROCJRNL'
005190                MOVE 12 TO RETURN-CODE
005200                STOP RUN
005210            END-IF.
005220        209-RELATAR-TRANSACAO.
005230            MOVE FD-OPERACAO-MANPROC TO WK-OPER-REL.
005240            MOVE FD-CHAVE-MANPROC    TO WK-CHAVE-REL.
005250            MOVE ZEROS               TO WK-CPF-REL.
005260            IF FD-CPF-MANPROC NUMERIC
005270                MOVE FD-CPF-MANPROC  TO WK-CPF-REL
005280            END-IF.
005290            MOVE FD-PODER-TED-MANPROC    TO WK-PODERES-REL(1:1).
005300            MOVE FD-PODER-FOLHA-MANPROC  TO WK-PODERES-REL(2:1).
005310            MOVE FD-PODER-CHEQUE-MANPROC TO WK-PODERES-REL(3:1).
005320            IF FD-LIMITE-MANPROC NUMERIC
005330                MOVE FD-LIMITE-MANPROC TO WK-LIMITE-REL
005340            ELSE
005350                MOVE ZEROS TO WK-LIMITE-REL
005360            END-IF.
005370            IF FD-DATA-VALID-MANPROC NUMERIC
005380                MOVE FD-DATA-VALID-MANPROC TO WK-VALID-REL
005390            ELSE
005400                MOVE ZEROS TO WK-VALID-REL
005410            END-IF.
005420            WRITE REG-RELPROC FROM WK-LINHA-OCORR.
005430            PERFORM 283-CONFERIR-RELPROC.
005440       ***********************************************
005450       *      RELATORIO MENSAL DE PROCURACOES A VENCER
005460        250-VENCIMENTOS SECTION.
005470        251-LISTAR-VENCIMENTOS.
005480            MOVE WK-DATA-REF TO WK-DATA-CALC.
005490            PERFORM 254-SOMAR-UM-DIA
005500                VARYING WK-IDX-DIA FROM 1 BY 1
005510                UNTIL WK-IDX-DIA > WK-DIAS-AVISO.
005520            MOVE WK-DATA-CALC TO WK-DATA-LIMITE.
005530            MOVE WK-DATA-REF    TO WK-DATA-CABEC.
005540            MOVE WK-DATA-LIMITE TO WK-LIMITE-CABEC.
005550            WRITE REG-RELPROC FROM WK-CABEC-VENC1.
005560            PERFORM 283-CONFERIR-RELPROC.
005570            WRITE REG-RELPROC FROM WK-CABEC-VENC2 AFTER 2 LINES.
005580            PERFORM 283-CONFERIR-RELPROC.
005590            PERFORM 302-LER-PROCURA.
005600            PERFORM 252-AVALIAR-PROCURACAO
005610                UNTIL WK-FS-PROCURA = '10'.
005620        252-AVALIAR-PROCURACAO.
005630            ADD 1 TO WK-QTD-LIDAS.
005640            IF PROC-ATIVA
005650               AND FD-DATA-VALID-PROC NOT GREATER WK-DATA-LIMITE
005660                PERFORM 253-LISTAR-PROCURACAO
005670            END-IF.
005680            PERFORM 302-LER-PROCURA.
005690        253-LISTAR-PROCURACAO.
005700            IF FD-DATA-VALID-PROC < WK-DATA-REF
005710                ADD 1 TO WK-QTD-VENCIDAS
005720                MOVE 'VENCIDA'   TO WK-SITUACAO-VENC
005730            ELSE
005740                ADD 1 TO WK-QTD-A-VENCER
005750                MOVE 'A VENCER'  TO WK-SITUACAO-VENC
005760            END-IF.
005770            MOVE FD-CHAVE-PROC        TO WK-CHAVE-VENC.
005780            MOVE FD-CPF-PROC          TO WK-CPF-VENC.
005790            MOVE FD-NOME-PROC         TO WK-NOME-VENC.
005800            MOVE FD-PODER-TED-PROC    TO WK-PODERES-VENC(1:1).
005810            MOVE FD-PODER-FOLHA-PROC  TO WK-PODERES-VENC(2:1).
005820            MOVE FD-PODER-CHEQUE-PROC TO WK-PODERES-VENC(3:1).
005830            MOVE FD-CONJUNTA-PROC     TO WK-CONJ-VENC.
005840            MOVE FD-DATA-VALID-PROC   TO WK-VALID-VENC.
005850            WRITE REG-RELPROC FROM WK-LINHA-VENC.
005860            PERFORM 283-CONFERIR-RELPROC.
005870        254-SOMAR-UM-DIA.
005880            MOVE DIAS-NO-MES(WK-MES-CALC) TO WK-DIAS-NO-MES.
005890            IF WK-MES-CALC = 2
005900                DIVIDE WK-ANO-CALC BY 4 GIVING WK-QUOC-BIS
005910                    REMAINDER WK-RESTO-4
005920                DIVIDE WK-ANO-CALC BY 100 GIVING WK-QUOC-BIS
005930                    REMAINDER WK-RESTO-100
005940                DIVIDE WK-ANO-CALC BY 400 GIVING WK-QUOC-BIS
005950                    REMAINDER WK-RESTO-400
005960                IF (WK-RESTO-4 = ZEROS
005970                    AND WK-RESTO-100 NOT = ZEROS)
005980                   OR WK-RESTO-400 = ZEROS
005990                    MOVE 29 TO WK-DIAS-NO-MES
006000                END-IF
006010            END-IF.
006020            IF WK-DIA-CALC < WK-DIAS-NO-MES
006030                ADD 1 TO WK-DIA-CALC
006040            ELSE
006050                MOVE 1 TO WK-DIA-CALC
006060                IF WK-MES-CALC = 12
006070                    MOVE 1 TO WK-MES-CALC
006080                    ADD 1 TO WK-ANO-CALC
006090                ELSE
006100                    ADD 1 TO WK-MES-CALC
006110                END-IF
006120            END-IF.
006130        283-CONFERIR-RELPROC.
006140            IF WK-FS-RELPROC NOT = '00'
006150                DISPLAY 'ERRO ' WK-FS-RELPROC
006160                        ' NO COMANDO WRITE RELPROC'
006170                MOVE 12 TO RETURN-CODE
006180                STOP RUN
006190            END-IF.
006200       ***********************************************
006210        300-LEITURAS SECTION.
006220        301-LER-MANPROC.
006230            READ ARQ-MANPROC.
006240            EVALUATE WK-FS-MANPROC
006250                WHEN '00'
006260                    CONTINUE
006270                WHEN '10'
006280                    CONTINUE
006290                WHEN OTHER
006300                    DISPLAY 'ERRO ' WK-FS-MANPROC
006310                            ' NO COMANDO READ MANPROC'
006320                    MOVE 12 TO RETURN-CODE
006330                    STOP RUN
006340            END-EVALUATE.
006350        302-LER-PROCURA.
006360            READ ARQ-PROCURA NEXT.
006370            EVALUATE WK-FS-PROCURA
006380                WHEN '00'
006390                    CONTINUE
006400                WHEN '10'
006410                    CONTINUE
006420                WHEN OTHER
006430                    DISPLAY 'ERRO ' WK-FS-PROCURA
006440                            ' NO COMANDO READ PROCURA'
006450                    MOVE 12 TO RETURN-CODE
006460                    STOP RUN
006470            END-EVALUATE.
006480       ***********************************************
006490        195-GRAVAR-JRNL-INICIO.
006500            MOVE 'I' TO JRL-TIPO.
006510            MOVE ZEROS TO JRL-QTD-LIDOS.
006520            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006530            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006540            MOVE ZEROS TO JRL-RETORNO.
006541            MOVE 'EAD95919' TO LK-PROGRAMA-COM.
006542            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006543            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006550            PERFORM 194-GRAVAR-RUNJRNL.
006560        196-GRAVAR-JRNL-FIM.
006570            MOVE 'F' TO JRL-TIPO.
006580            IF FUNCAO-VENCIMENTOS
006590                MOVE WK-QTD-LIDAS TO JRL-QTD-LIDOS
006600                COMPUTE JRL-QTD-GRAVADOS =
006610                    WK-QTD-A-VENCER + WK-QTD-VENCIDAS
006620                MOVE ZEROS TO JRL-QTD-REJEITADOS
006630            ELSE
006640                MOVE WK-QTD-TRANSACOES TO JRL-QTD-LIDOS
006650                MOVE WK-QTD-APLICADAS  TO JRL-QTD-GRAVADOS
006660                MOVE WK-QTD-REJEITADAS TO JRL-QTD-REJEITADOS
006670            END-IF.
006680            MOVE RETURN-CODE TO JRL-RETORNO.
006681            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006690            PERFORM 194-GRAVAR-RUNJRNL.
006700        194-GRAVAR-RUNJRNL.
006710            OPEN EXTEND ARQ-RUNJRNL.
006720            IF WK-FS-RUNJRNL = '35'
006730                OPEN OUTPUT ARQ-RUNJRNL
006740            END-IF.
006750            IF WK-FS-RUNJRNL NOT = '00'
006760                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006770                        ' NO COMANDO OPEN RUNJRNL'
006780                MOVE 12 TO RETURN-CODE
006790                STOP RUN
006800            END-IF.
006810            MOVE 'EAD95919' TO JRL-PROGRAMA.
006820            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006830            ACCEPT JRL-HORA FROM TIME.
006840            WRITE REG-RUNJRNL.
006850            IF WK-FS-RUNJRNL NOT = '00'
006860                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006870                        ' NO COMANDO WRITE RUNJRNL'
006880                MOVE 12 TO RETURN-CODE
006890                STOP RUN
006900            END-IF.
006910            CLOSE ARQ-RUNJRNL.
006920       ***********************************************
006930        900-FINALIZAR SECTION.
006940        901-FINALIZAR.
006950            IF FUNCAO-VENCIMENTOS
006960                MOVE 'PROCURACOES A VENCER    : ' TO WK-TITULO-TOT
006970                MOVE WK-QTD-A-VENCER TO WK-VALOR-TOT
006980                WRITE REG-RELPROC FROM WK-LINHA-TOTAL
006990                    AFTER 2 LINES
007000                MOVE 'VENCIDAS NAO REVOGADAS  : ' TO WK-TITULO-TOT
007010                MOVE WK-QTD-VENCIDAS TO WK-VALOR-TOT
007020                WRITE REG-RELPROC FROM WK-LINHA-TOTAL
007030                DISPLAY 'A VENCER : ' WK-QTD-A-VENCER
007040                        ' VENCIDAS : ' WK-QTD-VENCIDAS
007050                IF WK-QTD-VENCIDAS > ZEROS
007060                   AND RETURN-CODE < 4
007070                    MOVE 4 TO RETURN-CODE
007080                END-IF
007090            ELSE
007100                MOVE 'TRANSACOES LIDAS        : ' TO WK-TITULO-TOT
007110                MOVE WK-QTD-TRANSACOES TO WK-VALOR-TOT
007120                WRITE REG-RELPROC FROM WK-LINHA-TOTAL
007130                    AFTER 2 LINES
007140                MOVE 'TRANSACOES APLICADAS    : ' TO WK-TITULO-TOT
007150                MOVE WK-QTD-APLICADAS TO WK-VALOR-TOT
007160                WRITE REG-RELPROC FROM WK-LINHA-TOTAL
007170                MOVE 'TRANSACOES REJEITADAS   : ' TO WK-TITULO-TOT
007180                MOVE WK-QTD-REJEITADAS TO WK-VALOR-TOT
007190                WRITE REG-RELPROC FROM WK-LINHA-TOTAL
007200                DISPLAY 'APLICADAS : ' WK-QTD-APLICADAS
007210                        ' REJEITADAS : ' WK-QTD-REJEITADAS
007220                CLOSE ARQ-MANPROC
007230                CLOSE ARQ-CLIDADOS
007240                CLOSE ARQ-PROCJRNL
007250            END-IF.
007260            CLOSE ARQ-PROCURA.
007270            CLOSE ARQ-RELPROC.
