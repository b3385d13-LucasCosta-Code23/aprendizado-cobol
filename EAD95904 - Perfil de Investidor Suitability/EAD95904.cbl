000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95904.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   PERFIL DE INVESTIDOR (SUITABILITY) POR       *
000170       *   CPF/CNPJ. FUNCAO 'M' = MANUTENCAO: O         *
000180       *   MANSUIT TRAZ O QUESTIONARIO DE 10 RESPOSTAS  *
000190       *   (A A D) OU A EXCLUSAO; A PONTUACAO DEFINE O  *
000200       *   PERFIL CONSERVADOR, MODERADO OU ARROJADO,    *
000210       *   VALIDO POR 24 MESES, NO CADASTRO SUITAB      *
000220       *   INDEXADO PELO CPF/CNPJ, COM DIARIO SUITJRNL  *
000230       *   DE IMAGEM ANTES E DEPOIS COMO O PIXJRNL.     *
000240       *   FUNCAO 'V' = VENCIMENTOS: RELATORIO MENSAL   *
000250       *   DOS PERFIS QUE VENCEM NOS PROXIMOS 30 DIAS   *
000260       *   PARA AS AGENCIAS REFAZEREM O QUESTIONARIO    *
000270       **************************************************
000280       *
000290        ENVIRONMENT DIVISION.
000300        CONFIGURATION SECTION.
000310        SPECIAL-NAMES.
000320            DECIMAL-POINT IS COMMA.
000330        INPUT-OUTPUT SECTION.
000340        FILE-CONTROL.
000350            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000360                FILE STATUS IS WK-FS-RUNJRNL.
000370            SELECT ARQ-MANSUIT  ASSIGN TO MANSUIT
000380                FILE STATUS IS WK-FS-MANSUIT.
000390            SELECT ARQ-SUITAB   ASSIGN TO SUITAB
000400                ORGANIZATION IS INDEXED
000410                ACCESS MODE IS DYNAMIC
000420                RECORD KEY IS FD-CPFCNPJ-SUITAB
000430                FILE STATUS IS WK-FS-SUITAB.
000440            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000450                ORGANIZATION IS INDEXED
000460                ACCESS MODE IS DYNAMIC
000470                RECORD KEY IS FD-CHAVE-CLIENTES
000480                FILE STATUS IS WK-FS-CLIENTES.
000490            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000500                ORGANIZATION IS INDEXED
000510                ACCESS MODE IS DYNAMIC
000520                RECORD KEY IS FD-CHAVE-CLIDADOS
000530                FILE STATUS IS WK-FS-CLIDADOS.
000540            SELECT ARQ-TITULARES ASSIGN TO TITULARES
000550                ORGANIZATION IS INDEXED
000560                ACCESS MODE IS DYNAMIC
000570                RECORD KEY IS FD-CHAVE-TITULARES
000580                FILE STATUS IS WK-FS-TITULARES.
000590            SELECT ARQ-SUITJRNL ASSIGN TO SUITJRNL
000600                FILE STATUS IS WK-FS-SUITJRNL.
000610            SELECT ARQ-RELSUIT  ASSIGN TO RELSUIT
000620                FILE STATUS IS WK-FS-RELSUIT.
000630       *
000640        DATA DIVISION.
000650        FILE SECTION.
000660        FD   ARQ-MANSUIT
000670             RECORDING MODE IS F.
000680        01  REG-MANSUIT.
000690            05 FD-OPERACAO-MANSUIT PIC X.
000700                88 MANSUIT-AVALIACAO   VALUE 'I'.
000710                88 MANSUIT-EXCLUSAO    VALUE 'E'.
000720            05 FD-CPFCNPJ-MANSUIT  PIC X(14).
000730            05 FD-TIPO-DOC-MANSUIT PIC X.
000740                88 MANSUIT-PESSOA-FISICA   VALUE 'F'.
000750                88 MANSUIT-PESSOA-JURIDICA VALUE 'J'.
000760            05 FD-CONTA-MANSUIT    PIC X(9).
000770            05 FD-RESPOSTAS-MANSUIT.
000780                10 FD-RESPOSTA-MANSUIT PIC X OCCURS 10 TIMES.
000790            05 FD-OPERADOR-MANSUIT PIC X(8).
000800        FD   ARQ-SUITAB
000810             RECORDING MODE IS F.
000820        01  REG-SUITAB.
000830            05 FD-CPFCNPJ-SUITAB   PIC X(14).
000840            05 FD-TIPO-DOC-SUITAB  PIC X.
000850            05 FD-CONTA-SUITAB     PIC X(9).
000860            05 FD-RESPOSTAS-SUITAB PIC X(10).
000870            05 FD-PONTOS-SUITAB    PIC 99.
000880            05 FD-PERFIL-SUITAB    PIC X.
000890                88 PERFIL-CONSERVADOR  VALUE 'C'.
000900                88 PERFIL-MODERADO     VALUE 'M'.
000910                88 PERFIL-ARROJADO     VALUE 'A'.
000920            05 FD-DATA-AVAL-SUITAB PIC 9(8).
000930            05 FD-VALIDADE-SUITAB  PIC 9(8).
000940            05 FD-SITUACAO-SUITAB  PIC X.
000950                88 SUITAB-ATIVO        VALUE 'A'.
000960                88 SUITAB-EXCLUIDO     VALUE 'E'.
000970            05 FD-OPERADOR-SUITAB  PIC X(8).
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
001130        FD   ARQ-CLIDADOS
001140             RECORDING MODE IS F.
001150        01  REG-CLIDADOS.
001160            05 FD-CHAVE-CLIDADOS.
001170                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001180                10 FD-CONTA-CLIDADOS       PIC 9(5).
001190            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001200            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001210            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001220            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001230            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001240        FD   ARQ-TITULARES
001250             RECORDING MODE IS F.
001260        01  REG-TITULARES.
001270            05 FD-CHAVE-TITULARES.
001280                10 FD-CONTA-TITULAR    PIC X(9).
001290                10 FD-CPFCNPJ-TITULAR  PIC X(14).
001300            05 FD-NOME-TITULAR     PIC X(20).
001310            05 FD-TIPO-DOC-TITULAR PIC X.
001320            05 FD-PAPEL-TITULAR    PIC X.
001330                88 TITULAR-PRINCIPAL   VALUE 'P'.
001340                88 TITULAR-SECUNDARIO  VALUE 'S'.
001350        FD   ARQ-SUITJRNL
001360             RECORDING MODE IS F.
001370        01  REG-SUITJRNL.
001380            05 JRN-DATA            PIC 9(8).
001390            05 JRN-HORA            PIC 9(6).
001400            05 JRN-OPERADOR        PIC X(8).
001410            05 JRN-OPERACAO        PIC X.
001420            05 JRN-CHAVE           PIC X(14).
001430            05 JRN-IMAGEM-ANTES    PIC X(48).
001440            05 JRN-IMAGEM-DEPOIS   PIC X(48).
001450        FD   ARQ-RELSUIT
001460             RECORDING MODE IS F.
001470        01  REG-RELSUIT                PIC X(78).
001480        FD   ARQ-RUNJRNL
001490             RECORDING MODE IS F.
001500        01  REG-RUNJRNL.
001510            05 JRL-PROGRAMA        PIC X(8).
001520            05 JRL-TIPO            PIC X.
001530            05 JRL-DATA            PIC 9(8).
001540            05 JRL-HORA            PIC 9(6).
001550            05 JRL-QTD-LIDOS       PIC 9(7).
001560            05 JRL-QTD-GRAVADOS    PIC 9(7).
001570            05 JRL-QTD-REJEITADOS  PIC 9(7).
001580            05 JRL-RETORNO         PIC 9(4).
001581            05 JRL-ID-EXEC         PIC 9(10).
001590        WORKING-STORAGE SECTION.
001600        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001601        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001602        01  LK-AREA-ID-EXEC.
001603            05 LK-PROGRAMA-COM     PIC X(8).
001604            05 LK-ID-EXEC-COM      PIC 9(10).
001610        77  WK-FS-MANSUIT  PIC XX           VALUE SPACES.
001620        77  WK-FS-SUITAB   PIC XX           VALUE SPACES.
001630        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001640        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
001650        77  WK-FS-TITULARES PIC XX          VALUE SPACES.
001660        77  WK-FS-SUITJRNL PIC XX           VALUE SPACES.
001670        77  WK-FS-RELSUIT  PIC XX           VALUE SPACES.
001680        77  WK-FUNCAO      PIC X            VALUE SPACE.
001690            88 FUNCAO-MANUTENCAO             VALUE 'M'.
001700            88 FUNCAO-VENCIMENTOS            VALUE 'V'.
001710        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001720        77  WK-HORA-SIST   PIC 9(6)         VALUE ZEROS.
001730        77  WK-QTD-TRANSACOES PIC 9(5)      VALUE ZEROS.
001740        77  WK-QTD-APLICADAS PIC 9(5)       VALUE ZEROS.
001750        77  WK-QTD-REJEITADAS PIC 9(5)      VALUE ZEROS.
001760        77  WK-QTD-PERFIS  PIC 9(5)         VALUE ZEROS.
001770        77  WK-QTD-A-VENCER PIC 9(5)        VALUE ZEROS.
001780        77  WK-QTD-VENCIDOS PIC 9(5)        VALUE ZEROS.
001790        77  WK-MOTIVO-CRITICA PIC X(30)     VALUE SPACES.
001800        77  WK-IMAGEM-ANTES PIC X(48)       VALUE SPACES.
001810        77  WK-TITULAR-ACHADO PIC X         VALUE 'N'.
001820            88 TITULAR-CONFERE                VALUE 'S'.
001830       *      PONTUACAO DO QUESTIONARIO: A VALE 1 E D VALE
001840       *      4; ATE 20 PONTOS CONSERVADOR, ATE 30
001850       *      MODERADO, ACIMA DISSO ARROJADO
001860        77  WK-IDX-RESP    PIC 99           VALUE ZEROS.
001870        77  WK-PONTOS      PIC 99           VALUE ZEROS.
001880        77  WK-PERFIL      PIC X            VALUE SPACE.
001890        77  WK-VALIDADE-MESES PIC 99        VALUE 24.
001900        77  WK-JANELA-AVISO PIC 99          VALUE 30.
001910        77  WK-DIAS-A-VENCER PIC S9(7)      VALUE ZEROS.
001920        01  WK-DATA-VALID-GRP PIC 9(8)      VALUE ZEROS.
001930        01  WK-DATA-VALID-R REDEFINES WK-DATA-VALID-GRP.
001940            05 WK-ANO-VALID    PIC 9(4).
001950            05 WK-MES-VALID    PIC 99.
001960            05 WK-DIA-VALID    PIC 99.
001970        01  WK-DATA-CALC-GRP PIC 9(8)       VALUE ZEROS.
001980        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC-GRP.
001990            05 WK-ANO-CALC     PIC 9(4).
002000            05 WK-MES-CALC     PIC 99.
002010            05 WK-DIA-CALC     PIC 99.
002020        77  WK-ANO-AJ      PIC 9(4)         VALUE ZEROS.
002030        77  WK-MES-AJ      PIC 99           VALUE ZEROS.
002040        77  WK-QUOC-4      PIC 9(4)         VALUE ZEROS.
002050        77  WK-QUOC-100    PIC 9(4)         VALUE ZEROS.
002060        77  WK-QUOC-400    PIC 9(4)         VALUE ZEROS.
002070        77  WK-TERMO-MES   PIC 9(4)         VALUE ZEROS.
002080        77  WK-QUOC-MES    PIC 9(4)         VALUE ZEROS.
002090        77  WK-DIA-CORRIDO PIC 9(7)         VALUE ZEROS.
002100        77  WK-DIA-SIST    PIC 9(7)         VALUE ZEROS.
002110        01  WK-LINHA-OCORR.
002120            05 WK-OPER-REL     PIC X.
002130            05 FILLER          PIC X(01) VALUE SPACE.
002140            05 WK-CPFCNPJ-REL  PIC X(14).
002150            05 FILLER          PIC X(01) VALUE SPACE.
002160            05 WK-CONTA-REL    PIC X(9).
002170            05 FILLER          PIC X(01) VALUE SPACE.
002180            05 WK-PERFIL-REL   PIC X.
002190            05 FILLER          PIC X(01) VALUE SPACE.
002200            05 WK-RESULT-REL   PIC X(30).
002210        01  WK-CABEC-VENC.
002220            05 FILLER          PIC X(30)
002230                 VALUE 'PERFIS DE INVESTIDOR A VENCER '.
002240            05 FILLER          PIC X(08) VALUE 'ATE 30 D'.
002250            05 FILLER          PIC X(10) VALUE 'IAS - EM  '.
002260            05 WK-DATA-CABEC   PIC 9(8).
002270        01  WK-LINHA-VENC.
002280            05 WK-CPFCNPJ-VENC PIC X(14).
002290            05 FILLER          PIC X(01) VALUE SPACE.
002300            05 WK-CONTA-VENC   PIC X(9).
002310            05 FILLER          PIC X(08) VALUE ' PERFIL '.
002320            05 WK-PERFIL-VENC  PIC X.
002330            05 FILLER          PIC X(10) VALUE ' VALIDADE '.
002340            05 WK-VALIDADE-VENC PIC 9(8).
002350            05 FILLER          PIC X(06) VALUE ' DIAS '.
002360            05 WK-DIAS-VENC    PIC ZZ9.
002370        01  WK-LINHA-TOTAL.
002380            05 WK-TITULO-TOT   PIC X(26).
002390            05 WK-VALOR-TOT    PIC ZZZZZ9.
002400       *
002410        PROCEDURE DIVISION.
002420        000-PRINCIPAL SECTION.
002430        001-PRINCIPAL.
002440            PERFORM 195-GRAVAR-JRNL-INICIO.
002450            PERFORM 101-INICIAR.
002460            EVALUATE TRUE
002470                WHEN FUNCAO-MANUTENCAO
002480                    PERFORM 201-PROCESSAR-TRANSACAO
002490                        UNTIL WK-FS-MANSUIT = '10'
002500                WHEN FUNCAO-VENCIMENTOS
002510                    PERFORM 221-LISTAR-VENCIMENTOS
002520            END-EVALUATE.
002530            PERFORM 901-FINALIZAR.
002540            PERFORM 196-GRAVAR-JRNL-FIM.
002550            STOP RUN.
002560       ***********************************************************
002570        100-INICIAR SECTION.
002580        101-INICIAR.
002590            ACCEPT WK-FUNCAO    FROM SYSIN.
002600            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
002610            ACCEPT WK-HORA-SIST FROM TIME.
002620            IF NOT FUNCAO-MANUTENCAO AND NOT FUNCAO-VENCIMENTOS
002630                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
002640                MOVE 12 TO RETURN-CODE
002650                STOP RUN
002660            END-IF.
002670            MOVE WK-DATA-SIST TO WK-DATA-CALC-GRP.
002680            PERFORM 280-CALCULAR-DIA-CORRIDO.
002690            MOVE WK-DIA-CORRIDO TO WK-DIA-SIST.
002700            PERFORM 103-ABRIR-SUITAB.
002710            IF FUNCAO-MANUTENCAO
002720                PERFORM 102-ABRIR-MANSUIT
002730                PERFORM 104-ABRIR-CADASTROS
002740            END-IF.
002750            OPEN OUTPUT ARQ-RELSUIT.
002760            IF WK-FS-RELSUIT NOT = '00'
002770                DISPLAY 'ERRO ' WK-FS-RELSUIT
002780                        ' NO COMANDO OPEN RELSUIT'
002790                MOVE 12 TO RETURN-CODE
002800                STOP RUN
002810            END-IF.
002820        102-ABRIR-MANSUIT.
002830            OPEN INPUT ARQ-MANSUIT.
002840            EVALUATE WK-FS-MANSUIT
002850                WHEN '00'
002860                    PERFORM 301-LER-MANSUIT
002870                WHEN '35'
002880                    DISPLAY 'ARQUIVO MANSUIT NAO ENCONTRADO'
002890                    MOVE 12 TO RETURN-CODE
002900                    STOP RUN
002910                WHEN OTHER
002920                    DISPLAY 'ERRO ' WK-FS-MANSUIT
002930                            ' NO COMANDO OPEN MANSUIT'
002940                    MOVE 12 TO RETURN-CODE
002950                    STOP RUN
002960            END-EVALUATE.
002970        103-ABRIR-SUITAB.
002980            OPEN I-O ARQ-SUITAB.
002990            IF WK-FS-SUITAB = '35'
003000                OPEN OUTPUT ARQ-SUITAB
003010                CLOSE ARQ-SUITAB
003020                OPEN I-O ARQ-SUITAB
003030            END-IF.
003040            IF WK-FS-SUITAB NOT = '00'
003050                DISPLAY 'ERRO ' WK-FS-SUITAB
003060                        ' NO COMANDO OPEN SUITAB'
003070                MOVE 12 TO RETURN-CODE
003080                STOP RUN
003090            END-IF.
003100        104-ABRIR-CADASTROS.
003110            OPEN INPUT ARQ-CLIENTES.
003120            IF WK-FS-CLIENTES NOT = '00'
003130                DISPLAY 'ERRO ' WK-FS-CLIENTES
003140                        ' NO COMANDO OPEN CLIENTES'
003150                MOVE 12 TO RETURN-CODE
003160                STOP RUN
003170            END-IF.
003180            OPEN INPUT ARQ-CLIDADOS.
003190            IF WK-FS-CLIDADOS NOT = '00'
003200                DISPLAY 'ERRO ' WK-FS-CLIDADOS
003210                        ' NO COMANDO OPEN CLIDADOS'
003220                MOVE 12 TO RETURN-CODE
003230                STOP RUN
003240            END-IF.
003250            OPEN INPUT ARQ-TITULARES.
003260            IF WK-FS-TITULARES NOT = '00'
003270                DISPLAY 'ERRO ' WK-FS-TITULARES
003280                        ' NO COMANDO OPEN TITULARES'
003290                MOVE 12 TO RETURN-CODE
003300                STOP RUN
003310            END-IF.
003320            OPEN EXTEND ARQ-SUITJRNL.
003330            IF WK-FS-SUITJRNL = '35'
003340                OPEN OUTPUT ARQ-SUITJRNL
003350            END-IF.
003360            IF WK-FS-SUITJRNL NOT = '00'
003370                DISPLAY 'ERRO ' WK-FS-SUITJRNL
003380                        ' NO COMANDO OPEN SUITJRNL'
003390                MOVE 12 TO RETURN-CODE
003400                STOP RUN
003410            END-IF.
003420       ***********************************************
003430        200-PROCESSAR SECTION.
003440        201-PROCESSAR-TRANSACAO.
003450            ADD 1 TO WK-QTD-TRANSACOES.
003460            MOVE SPACES TO WK-MOTIVO-CRITICA.
003470            MOVE SPACE TO WK-PERFIL-REL.
003480            PERFORM 202-CRITICAR-TRANSACAO.
003490            IF WK-MOTIVO-CRITICA = SPACES
003500               AND MANSUIT-AVALIACAO
003510                PERFORM 203-CONFERIR-CONTA
003520            END-IF.
003530            IF WK-MOTIVO-CRITICA = SPACES
003540               AND MANSUIT-AVALIACAO
003550                PERFORM 205-PONTUAR-QUESTIONARIO
003560            END-IF.
003570            IF WK-MOTIVO-CRITICA = SPACES
003580                PERFORM 204-APLICAR-TRANSACAO
003590            ELSE
003600                ADD 1 TO WK-QTD-REJEITADAS
003610                MOVE WK-MOTIVO-CRITICA TO WK-RESULT-REL
003620                PERFORM 209-RELATAR-TRANSACAO
003630            END-IF.
003640            PERFORM 301-LER-MANSUIT.
003650        202-CRITICAR-TRANSACAO.
003660            EVALUATE TRUE
003670                WHEN NOT (MANSUIT-AVALIACAO OR MANSUIT-EXCLUSAO)
003680                    MOVE 'OPERACAO INVALIDA'
003690                        TO WK-MOTIVO-CRITICA
003700                WHEN FD-CPFCNPJ-MANSUIT = SPACES
003710                    MOVE 'CPF/CNPJ NAO INFORMADO'
003720                        TO WK-MOTIVO-CRITICA
003730                WHEN MANSUIT-EXCLUSAO
003740                    CONTINUE
003750                WHEN NOT (MANSUIT-PESSOA-FISICA
003760                          OR MANSUIT-PESSOA-JURIDICA)
003770                    MOVE 'TIPO DE DOCUMENTO INVALIDO'
003780                        TO WK-MOTIVO-CRITICA
003790                WHEN FD-CONTA-MANSUIT = SPACES
003800                    MOVE 'CONTA NAO INFORMADA'
003810                        TO WK-MOTIVO-CRITICA
003820            END-EVALUATE.
003830       *      O CPF/CNPJ AVALIADO TEM DE SER O DO CLIDADOS
003840       *      DA CONTA OU O DE UM DOS SEUS TITULARES
003850        203-CONFERIR-CONTA.
003860            MOVE FD-CONTA-MANSUIT TO FD-CHAVE-CLIENTES.
003870            READ ARQ-CLIENTES
003880                INVALID KEY
003890                    MOVE 'CONTA NAO CADASTRADA'
003900                        TO WK-MOTIVO-CRITICA
003910            END-READ.
003920            IF WK-MOTIVO-CRITICA = SPACES
003930                PERFORM 211-CONFERIR-TITULAR
003940                IF NOT TITULAR-CONFERE
003950                    MOVE 'CPF/CNPJ NAO TITULAR DA CONTA'
003960                        TO WK-MOTIVO-CRITICA
003970                END-IF
003980            END-IF.
003990        211-CONFERIR-TITULAR.
004000            MOVE 'N' TO WK-TITULAR-ACHADO.
004010            MOVE FD-CONTA-MANSUIT TO FD-CHAVE-CLIDADOS.
004020            READ ARQ-CLIDADOS
004030                INVALID KEY
004040                    CONTINUE
004050                NOT INVALID KEY
004060                    IF FD-CPFCNPJ-CLIDADOS = FD-CPFCNPJ-MANSUIT
004070                        MOVE 'S' TO WK-TITULAR-ACHADO
004080                    END-IF
004090            END-READ.
004100            IF NOT TITULAR-CONFERE
004110                MOVE FD-CONTA-MANSUIT   TO FD-CONTA-TITULAR
004120                MOVE FD-CPFCNPJ-MANSUIT TO FD-CPFCNPJ-TITULAR
004130                READ ARQ-TITULARES
004140                    INVALID KEY
004150                        CONTINUE
004160                    NOT INVALID KEY
004170                        MOVE 'S' TO WK-TITULAR-ACHADO
004180                END-READ
004190            END-IF.
004200        205-PONTUAR-QUESTIONARIO.
004210            MOVE ZEROS TO WK-PONTOS.
004220            PERFORM 206-PONTUAR-RESPOSTA
004230                VARYING WK-IDX-RESP FROM 1 BY 1
004240                UNTIL WK-IDX-RESP > 10.
004250            EVALUATE TRUE
004260                WHEN WK-MOTIVO-CRITICA NOT = SPACES
004270                    CONTINUE
004280                WHEN WK-PONTOS NOT GREATER 20
004290                    MOVE 'C' TO WK-PERFIL
004300                WHEN WK-PONTOS NOT GREATER 30
004310                    MOVE 'M' TO WK-PERFIL
004320                WHEN OTHER
004330                    MOVE 'A' TO WK-PERFIL
004340            END-EVALUATE.
004350        206-PONTUAR-RESPOSTA.
004360            EVALUATE FD-RESPOSTA-MANSUIT(WK-IDX-RESP)
004370                WHEN 'A'
004380                    ADD 1 TO WK-PONTOS
004390                WHEN 'B'
004400                    ADD 2 TO WK-PONTOS
004410                WHEN 'C'
004420                    ADD 3 TO WK-PONTOS
004430                WHEN 'D'
004440                    ADD 4 TO WK-PONTOS
004450                WHEN OTHER
004460                    MOVE 'QUESTIONARIO INCOMPLETO'
004470                        TO WK-MOTIVO-CRITICA
004480            END-EVALUATE.
004490        204-APLICAR-TRANSACAO.
004500            MOVE FD-CPFCNPJ-MANSUIT TO FD-CPFCNPJ-SUITAB.
004510            READ ARQ-SUITAB
004520                INVALID KEY
004530                    MOVE '23' TO WK-FS-SUITAB
004540            END-READ.
004550            IF WK-FS-SUITAB = '00'
004560                MOVE REG-SUITAB(15:48) TO WK-IMAGEM-ANTES
004570            ELSE
004580                MOVE SPACES TO WK-IMAGEM-ANTES
004590            END-IF.
004600            IF MANSUIT-AVALIACAO
004610                PERFORM 207-REGISTRAR-PERFIL
004620            ELSE
004630                PERFORM 212-EXCLUIR-PERFIL
004640            END-IF.
004650       *      INCLUSAO OU REAVALIACAO: O PERFIL VALE POR
004660       *      24 MESES A PARTIR DA DATA DO QUESTIONARIO
004670        207-REGISTRAR-PERFIL.
004680            MOVE WK-DATA-SIST TO WK-DATA-VALID-GRP.
004690            COMPUTE WK-ANO-VALID = WK-ANO-VALID
004700                + WK-VALIDADE-MESES / 12.
004710            IF WK-MES-VALID = 2 AND WK-DIA-VALID = 29
004720                MOVE 28 TO WK-DIA-VALID
004730            END-IF.
004740            MOVE FD-CPFCNPJ-MANSUIT   TO FD-CPFCNPJ-SUITAB.
004750            MOVE FD-TIPO-DOC-MANSUIT  TO FD-TIPO-DOC-SUITAB.
004760            MOVE FD-CONTA-MANSUIT     TO FD-CONTA-SUITAB.
004770            MOVE FD-RESPOSTAS-MANSUIT TO FD-RESPOSTAS-SUITAB.
004780            MOVE WK-PONTOS            TO FD-PONTOS-SUITAB.
004790            MOVE WK-PERFIL            TO FD-PERFIL-SUITAB.
004800            MOVE WK-DATA-SIST         TO FD-DATA-AVAL-SUITAB.
004810            MOVE WK-DATA-VALID-GRP    TO FD-VALIDADE-SUITAB.
004820            MOVE 'A'                  TO FD-SITUACAO-SUITAB.
004830            MOVE FD-OPERADOR-MANSUIT  TO FD-OPERADOR-SUITAB.
004840            IF WK-FS-SUITAB = '00'
004850                PERFORM 210-REGRAVAR-PERFIL
004860                MOVE 'PERFIL REAVALIADO' TO WK-RESULT-REL
004870            ELSE
004880                WRITE REG-SUITAB
004890                    INVALID KEY
004900                        DISPLAY 'ERRO NO WRITE DO SUITAB, '
004910                                'CPF/CNPJ ' FD-CPFCNPJ-SUITAB
004920                        MOVE 12 TO RETURN-CODE
004930                        STOP RUN
004940                END-WRITE
004950                PERFORM 208-JORNALAR-OPERACAO
004960                ADD 1 TO WK-QTD-APLICADAS
004970                MOVE 'PERFIL INCLUIDO' TO WK-RESULT-REL
004980            END-IF.
004990            MOVE WK-PERFIL TO WK-PERFIL-REL.
005000            PERFORM 209-RELATAR-TRANSACAO.
005010        212-EXCLUIR-PERFIL.
005020            IF WK-FS-SUITAB NOT = '00'
005030               OR SUITAB-EXCLUIDO
005040                ADD 1 TO WK-QTD-REJEITADAS
005050                MOVE 'PERFIL NAO ENCONTRADO'
005060                    TO WK-RESULT-REL
005070            ELSE
005080                MOVE 'E' TO FD-SITUACAO-SUITAB
005090                MOVE FD-OPERADOR-MANSUIT TO FD-OPERADOR-SUITAB
005100                PERFORM 210-REGRAVAR-PERFIL
005110                MOVE 'PERFIL EXCLUIDO'
005120                    TO WK-RESULT-REL
005130            END-IF.
005140            PERFORM 209-RELATAR-TRANSACAO.
005150        210-REGRAVAR-PERFIL.
005160            REWRITE REG-SUITAB
005170                INVALID KEY
005180                    DISPLAY 'ERRO NO REWRITE DO SUITAB, '
005190                            'CPF/CNPJ ' FD-CPFCNPJ-SUITAB
005200                    MOVE 12 TO RETURN-CODE
005210                    STOP RUN
005220            END-REWRITE.
005230            PERFORM 208-JORNALAR-OPERACAO.
005240            ADD 1 TO WK-QTD-APLICADAS.
005250       *      O DIARIO GUARDA A IMAGEM DO REGISTRO ANTES
005260       *      E DEPOIS, FORA DA CHAVE, COMO NO PIXJRNL
005270        208-JORNALAR-OPERACAO.
005280            MOVE WK-DATA-SIST TO JRN-DATA.
005290            MOVE WK-HORA-SIST TO JRN-HORA.
005300            MOVE FD-OPERADOR-MANSUIT TO JRN-OPERADOR.
005310            MOVE FD-OPERACAO-MANSUIT TO JRN-OPERACAO.
005320            MOVE FD-CPFCNPJ-SUITAB   TO JRN-CHAVE.
005330            MOVE WK-IMAGEM-ANTES     TO JRN-IMAGEM-ANTES.
005340            MOVE REG-SUITAB(15:48)   TO JRN-IMAGEM-DEPOIS.
005350            WRITE REG-SUITJRNL.
005360            IF WK-FS-SUITJRNL NOT = '00'
005370                DISPLAY 'ERRO ' WK-FS-SUITJRNL
005380                        ' NO COMANDO WRITE SUITJRNL'
005390                MOVE 12 TO RETURN-CODE
005400                STOP RUN
005410            END-IF.
005420        209-RELATAR-TRANSACAO.
005430            MOVE FD-OPERACAO-MANSUIT TO WK-OPER-REL.
005440            MOVE FD-CPFCNPJ-MANSUIT  TO WK-CPFCNPJ-REL.
005450            MOVE FD-CONTA-MANSUIT    TO WK-CONTA-REL.
005460            WRITE REG-RELSUIT FROM WK-LINHA-OCORR.
005470            PERFORM 214-CONFERIR-RELSUIT.
005480        214-CONFERIR-RELSUIT.
005490            IF WK-FS-RELSUIT NOT = '00'
005500                DISPLAY 'ERRO ' WK-FS-RELSUIT
005510                        ' NO COMANDO WRITE RELSUIT'
005520                MOVE 12 TO RETURN-CODE
005530                STOP RUN
005540            END-IF.
005550       ***********************************************
005560       *      VARREDURA DO SUITAB: PERFIL ATIVO COM
005570       *      VALIDADE ENTRE HOJE E OS PROXIMOS 30 DIAS
005580       *      SAI NO RELATORIO; OS JA VENCIDOS SO SAO
005590       *      CONTADOS NOS TOTAIS
005600        220-VENCIMENTOS SECTION.
005610        221-LISTAR-VENCIMENTOS.
005620            MOVE WK-DATA-SIST TO WK-DATA-CABEC.
005630            WRITE REG-RELSUIT FROM WK-CABEC-VENC.
005640            PERFORM 214-CONFERIR-RELSUIT.
005650            MOVE LOW-VALUES TO FD-CPFCNPJ-SUITAB.
005660            START ARQ-SUITAB
005670                KEY NOT LESS FD-CPFCNPJ-SUITAB
005680            END-START.
005690            IF WK-FS-SUITAB = '00'
005700                PERFORM 302-LER-SUITAB
005710                PERFORM 222-AVALIAR-VENCIMENTO
005720                    UNTIL WK-FS-SUITAB NOT = '00'
005730            END-IF.
005740        222-AVALIAR-VENCIMENTO.
005750            IF SUITAB-ATIVO
005760                ADD 1 TO WK-QTD-PERFIS
005770                MOVE FD-VALIDADE-SUITAB TO WK-DATA-CALC-GRP
005780                PERFORM 280-CALCULAR-DIA-CORRIDO
005790                COMPUTE WK-DIAS-A-VENCER =
005800                    WK-DIA-CORRIDO - WK-DIA-SIST
005810                EVALUATE TRUE
005820                    WHEN WK-DIAS-A-VENCER < ZERO
005830                        ADD 1 TO WK-QTD-VENCIDOS
005840                    WHEN WK-DIAS-A-VENCER NOT GREATER
005850                             WK-JANELA-AVISO
005860                        PERFORM 223-LISTAR-PERFIL
005870                    WHEN OTHER
005880                        CONTINUE
005890                END-EVALUATE
005900            END-IF.
005910            PERFORM 302-LER-SUITAB.
005920        223-LISTAR-PERFIL.
005930            ADD 1 TO WK-QTD-A-VENCER.
005940            MOVE FD-CPFCNPJ-SUITAB  TO WK-CPFCNPJ-VENC.
005950            MOVE FD-CONTA-SUITAB    TO WK-CONTA-VENC.
005960            MOVE FD-PERFIL-SUITAB   TO WK-PERFIL-VENC.
005970            MOVE FD-VALIDADE-SUITAB TO WK-VALIDADE-VENC.
005980            MOVE WK-DIAS-A-VENCER   TO WK-DIAS-VENC.
005990            WRITE REG-RELSUIT FROM WK-LINHA-VENC.
006000            PERFORM 214-CONFERIR-RELSUIT.
006010       *      NUMERO DE DIAS CORRIDOS DE WK-DATA-CALC,
006020       *      CONTANDO O ANO A PARTIR DE MARCO
006030        280-CALCULAR-DIA-CORRIDO.
006040            MOVE WK-ANO-CALC TO WK-ANO-AJ.
006050            MOVE WK-MES-CALC TO WK-MES-AJ.
006060            IF WK-MES-AJ < 3
006070                SUBTRACT 1 FROM WK-ANO-AJ
006080                ADD 12 TO WK-MES-AJ
006090            END-IF.
006100            DIVIDE WK-ANO-AJ BY 4   GIVING WK-QUOC-4.
006110            DIVIDE WK-ANO-AJ BY 100 GIVING WK-QUOC-100.
006120            DIVIDE WK-ANO-AJ BY 400 GIVING WK-QUOC-400.
006130            COMPUTE WK-TERMO-MES = 153 * (WK-MES-AJ - 3) + 2.
006140            DIVIDE WK-TERMO-MES BY 5 GIVING WK-QUOC-MES.
006150            COMPUTE WK-DIA-CORRIDO = 365 * WK-ANO-AJ
006160                + WK-QUOC-4 - WK-QUOC-100 + WK-QUOC-400
006170                + WK-QUOC-MES + WK-DIA-CALC.
006180       ***********************************************
006190        300-LEITURAS SECTION.
006200        301-LER-MANSUIT.
006210            READ ARQ-MANSUIT.
006220            EVALUATE WK-FS-MANSUIT
006230                WHEN '00'
006240                    CONTINUE
006250                WHEN '10'
006260                    CONTINUE
006270                WHEN OTHER
006280                    DISPLAY 'ERRO ' WK-FS-MANSUIT
006290                            ' NO COMANDO READ MANSUIT'
006300                    MOVE 12 TO RETURN-CODE
006310                    STOP RUN
006320            END-EVALUATE.
006330        302-LER-SUITAB.
006340            READ ARQ-SUITAB NEXT.
006350            EVALUATE WK-FS-SUITAB
006360                WHEN '00'
006370                    CONTINUE
006380                WHEN '10'
006390                    CONTINUE
006400                WHEN OTHER
006410                    DISPLAY 'ERRO ' WK-FS-SUITAB
006420                            ' NO COMANDO READ SUITAB'
006430                    MOVE 12 TO RETURN-CODE
006440                    STOP RUN
006450            END-EVALUATE.
006460       ***********************************************
006470        195-GRAVAR-JRNL-INICIO.
006480            MOVE 'I' TO JRL-TIPO.
006490            MOVE ZEROS TO JRL-QTD-LIDOS.
006500            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006510            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006520            MOVE ZEROS TO JRL-RETORNO.
006521            MOVE 'EAD95904' TO LK-PROGRAMA-COM.
006522            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006523            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006530            PERFORM 194-GRAVAR-RUNJRNL.
006540        196-GRAVAR-JRNL-FIM.
006550            MOVE 'F' TO JRL-TIPO.
006560            IF FUNCAO-MANUTENCAO
006570                MOVE WK-QTD-TRANSACOES TO JRL-QTD-LIDOS
006580                MOVE WK-QTD-APLICADAS  TO JRL-QTD-GRAVADOS
006590            ELSE
006600                MOVE WK-QTD-PERFIS     TO JRL-QTD-LIDOS
006610                MOVE WK-QTD-A-VENCER   TO JRL-QTD-GRAVADOS
006620            END-IF.
006630            MOVE WK-QTD-REJEITADAS
006640                TO JRL-QTD-REJEITADOS.
006650            MOVE RETURN-CODE TO JRL-RETORNO.
006651            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006660            PERFORM 194-GRAVAR-RUNJRNL.
006670        194-GRAVAR-RUNJRNL.
006680            OPEN EXTEND ARQ-RUNJRNL.
006690            IF WK-FS-RUNJRNL = '35'
006700                OPEN OUTPUT ARQ-RUNJRNL
006710            END-IF.
006720            IF WK-FS-RUNJRNL NOT = '00'
006730                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006740                        ' NO COMANDO OPEN RUNJRNL'
006750                MOVE 12 TO RETURN-CODE
006760                STOP RUN
006770            END-IF.
006780            MOVE 'EAD95904' TO JRL-PROGRAMA.
006790            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006800            ACCEPT JRL-HORA FROM TIME.
006810            WRITE REG-RUNJRNL.
006820            IF WK-FS-RUNJRNL NOT = '00'
006830                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006840                        ' NO COMANDO WRITE RUNJRNL'
006850                MOVE 12 TO RETURN-CODE
006860                STOP RUN
006870            END-IF.
006880            CLOSE ARQ-RUNJRNL.
006890       ***********************************************
006900        900-FINALIZAR SECTION.
006910        901-FINALIZAR.
006920            IF FUNCAO-MANUTENCAO
006930                MOVE 'TRANSACOES LIDAS        : ' TO WK-TITULO-TOT
006940                MOVE WK-QTD-TRANSACOES TO WK-VALOR-TOT
006950                WRITE REG-RELSUIT FROM WK-LINHA-TOTAL
006960                    AFTER 2 LINES
006970                MOVE 'TRANSACOES APLICADAS    : ' TO WK-TITULO-TOT
006980                MOVE WK-QTD-APLICADAS TO WK-VALOR-TOT
006990                WRITE REG-RELSUIT FROM WK-LINHA-TOTAL
007000                MOVE 'TRANSACOES REJEITADAS   : ' TO WK-TITULO-TOT
007010                MOVE WK-QTD-REJEITADAS TO WK-VALOR-TOT
007020                WRITE REG-RELSUIT FROM WK-LINHA-TOTAL
007030                DISPLAY 'APLICADAS : ' WK-QTD-APLICADAS
007040                        ' REJEITADAS : ' WK-QTD-REJEITADAS
007050                CLOSE ARQ-MANSUIT
007060                CLOSE ARQ-CLIENTES
007070                CLOSE ARQ-CLIDADOS
007080                CLOSE ARQ-TITULARES
007090                CLOSE ARQ-SUITJRNL
007100            ELSE
007110                MOVE 'PERFIS ATIVOS           : ' TO WK-TITULO-TOT
007120                MOVE WK-QTD-PERFIS TO WK-VALOR-TOT
007130                WRITE REG-RELSUIT FROM WK-LINHA-TOTAL
007140                    AFTER 2 LINES
007150                MOVE 'VENCEM EM ATE 30 DIAS   : ' TO WK-TITULO-TOT
007160                MOVE WK-QTD-A-VENCER TO WK-VALOR-TOT
007170                WRITE REG-RELSUIT FROM WK-LINHA-TOTAL
007180                MOVE 'JA VENCIDOS             : ' TO WK-TITULO-TOT
007190                MOVE WK-QTD-VENCIDOS TO WK-VALOR-TOT
007200                WRITE REG-RELSUIT FROM WK-LINHA-TOTAL
007210                DISPLAY 'PERFIS A VENCER : ' WK-QTD-A-VENCER
007220                        ' VENCIDOS : ' WK-QTD-VENCIDOS
007230            END-IF.
007240            CLOSE ARQ-SUITAB.
007250            CLOSE ARQ-RELSUIT.
