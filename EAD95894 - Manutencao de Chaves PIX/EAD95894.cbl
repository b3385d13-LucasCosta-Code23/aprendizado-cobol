000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95894.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   MANUTENCAO DO DIRETORIO DE CHAVES PIX: O     *
000170       *   ARQUIVO MANPIX TRAZ INCLUSAO, PORTABILIDADE, *
000180       *   REIVINDICACAO DE POSSE E EXCLUSAO DE CHAVES  *
000190       *   CPF, CNPJ, TELEFONE, E-MAIL E ALEATORIA. O   *
000200       *   CADASTRO PIXCHAVE E MANTIDO INDEXADO PELA    *
000210       *   CHAVE, O TITULAR INFORMADO E CONFERIDO NO    *
000220       *   CLIDADOS OU NO TITULARES DA CONTA E CADA     *
000230       *   OPERACAO SAI NO DIARIO PIXJRNL COM IMAGEM    *
000240       *   ANTES E DEPOIS, COMO O MANJRNL DO EAD95816.  *
000250       *   AO FINAL, AS CHAVES DE CONTAS BLOQUEADAS OU  *
000260       *   ENCERRADAS NO CLIENTES SAO SUSPENSAS E AS    *
000270       *   DE CONTAS REATIVADAS VOLTAM A FICAR ATIVAS   *
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
000380            SELECT ARQ-MANPIX   ASSIGN TO MANPIX
000390                FILE STATUS IS WK-FS-MANPIX.
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
000500            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000510                ORGANIZATION IS INDEXED
000520                ACCESS MODE IS DYNAMIC
000530                RECORD KEY IS FD-CHAVE-CLIDADOS
000540                FILE STATUS IS WK-FS-CLIDADOS.
000550            SELECT ARQ-TITULARES ASSIGN TO TITULARES
000560                ORGANIZATION IS INDEXED
000570                ACCESS MODE IS DYNAMIC
000580                RECORD KEY IS FD-CHAVE-TITULARES
000590                FILE STATUS IS WK-FS-TITULARES.
000600            SELECT ARQ-PIXJRNL  ASSIGN TO PIXJRNL
000610                FILE STATUS IS WK-FS-PIXJRNL.
000620            SELECT ARQ-RELPIX   ASSIGN TO RELPIX
000630                FILE STATUS IS WK-FS-RELPIX.
000640       *
000650        DATA DIVISION.
000660        FILE SECTION.
000670        FD   ARQ-MANPIX
000680             RECORDING MODE IS F.
000690        01  REG-MANPIX.
000700            05 FD-OPERACAO-MANPIX  PIC X.
000710                88 MANPIX-INCLUSAO     VALUE 'I'.
000720                88 MANPIX-PORTABILIDADE VALUE 'P'.
000730                88 MANPIX-REIVINDICACAO VALUE 'R'.
000740                88 MANPIX-EXCLUSAO     VALUE 'E'.
000750            05 FD-CHAVE-MANPIX     PIC X(77).
000760            05 FD-TIPO-MANPIX      PIC X.
000770                88 MANPIX-TIPO-CPF     VALUE 'F'.
000780                88 MANPIX-TIPO-CNPJ    VALUE 'J'.
000790                88 MANPIX-TIPO-TELEFONE VALUE 'T'.
000800                88 MANPIX-TIPO-EMAIL   VALUE 'M'.
000810                88 MANPIX-TIPO-ALEATORIA VALUE 'A'.
000820            05 FD-CONTA-MANPIX.
000830                10 FD-AGENCIA-MANPIX   PIC X(4).
000840                10 FD-NRCONTA-MANPIX   PIC 9(5).
000850            05 FD-CPFCNPJ-MANPIX   PIC X(14).
000860            05 FD-OPERADOR-MANPIX  PIC X(8).
000870        FD   ARQ-PIXCHAVE
000880             RECORDING MODE IS F.
000890        01  REG-PIXCHAVE.
000900            05 FD-CHAVE-PIXCHAVE   PIC X(77).
000910            05 FD-TIPO-PIXCHAVE    PIC X.
000920            05 FD-CONTA-PIXCHAVE.
000930                10 FD-AGENCIA-PIXCHAVE PIC X(4).
000940                10 FD-NRCONTA-PIXCHAVE PIC 9(5).
000950            05 FD-CPFCNPJ-PIXCHAVE PIC X(14).
000960            05 FD-SITUACAO-PIXCHAVE PIC X.
000970                88 PIXCHAVE-ATIVA      VALUE 'A'.
000980                88 PIXCHAVE-SUSPENSA   VALUE 'S'.
000990                88 PIXCHAVE-EXCLUIDA   VALUE 'E'.
001000            05 FD-DATA-SIT-PIXCHAVE PIC 9(8).
001010        FD   ARQ-CLIENTES
001020             RECORDING MODE IS F.
001030        01  REG-CLIENTES.
001040            05 FD-CHAVE-CLIENTES.
001050                10 FD-AGENCIA-CLIENTES     PIC X(4).
001060                10 FD-CONTA-CLIENTES       PIC 9(5).
001070            05 FD-DIGITO-CLIENTES      PIC X.
001080            05 FD-NOME-CLIENTES        PIC A(20).
001090            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001100            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001110            05 FD-MOEDA-CLIENTES       PIC X(3).
001120            05 FD-SITUACAO-CLIENTES    PIC X.
001130                88 CONTA-ATIVA            VALUE 'A' ' '.
001140                88 CONTA-BLOQUEADA        VALUE 'B'.
001150                88 CONTA-ENCERRADA        VALUE 'E'.
001160        FD   ARQ-CLIDADOS
001170             RECORDING MODE IS F.
001180        01  REG-CLIDADOS.
001190            05 FD-CHAVE-CLIDADOS.
001200                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001210                10 FD-CONTA-CLIDADOS       PIC 9(5).
001220            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001230            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001240            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001250            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001260            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001270        FD   ARQ-TITULARES
001280             RECORDING MODE IS F.
001290        01  REG-TITULARES.
001300            05 FD-CHAVE-TITULARES.
001310                10 FD-CONTA-TITULAR    PIC X(9).
001320                10 FD-CPFCNPJ-TITULAR  PIC X(14).
001330            05 FD-NOME-TITULAR     PIC X(20).
001340            05 FD-TIPO-DOC-TITULAR PIC X.
001350            05 FD-PAPEL-TITULAR    PIC X.
001360                88 TITULAR-PRINCIPAL   VALUE 'P'.
001370                88 TITULAR-SECUNDARIO  VALUE 'S'.
001380        FD   ARQ-PIXJRNL
001390             RECORDING MODE IS F.
001400        01  REG-PIXJRNL.
001410            05 JRN-DATA            PIC 9(8).
001420            05 JRN-HORA            PIC 9(6).
001430            05 JRN-OPERADOR        PIC X(8).
001440            05 JRN-OPERACAO        PIC X.
001450            05 JRN-CHAVE           PIC X(77).
001460            05 JRN-IMAGEM-ANTES    PIC X(33).
001470            05 JRN-IMAGEM-DEPOIS   PIC X(33).
001480        FD   ARQ-RELPIX
001490             RECORDING MODE IS F.
001500        01  REG-RELPIX                 PIC X(78).
001510        FD   ARQ-RUNJRNL
001520             RECORDING MODE IS F.
001530        01  REG-RUNJRNL.
001540            05 JRL-PROGRAMA        PIC X(8).
001550            05 JRL-TIPO            PIC X.
001560            05 JRL-DATA            PIC 9(8).
001570            05 JRL-HORA            PIC 9(6).
001580            05 JRL-QTD-LIDOS       PIC 9(7).
001590            05 JRL-QTD-GRAVADOS    PIC 9(7).
001600            05 JRL-QTD-REJEITADOS  PIC 9(7).
001610            05 JRL-RETORNO         PIC 9(4).
001611            05 JRL-ID-EXEC         PIC 9(10).
001620        WORKING-STORAGE SECTION.
001630        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001631        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001632        01  LK-AREA-ID-EXEC.
001633            05 LK-PROGRAMA-COM     PIC X(8).
001634            05 LK-ID-EXEC-COM      PIC 9(10).
001640        77  WK-FS-MANPIX   PIC XX           VALUE SPACES.
001650        77  WK-FS-PIXCHAVE PIC XX           VALUE SPACES.
001660        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001670        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
001680        77  WK-FS-TITULARES PIC XX          VALUE SPACES.
001690        77  WK-FS-PIXJRNL  PIC XX           VALUE SPACES.
001700        77  WK-FS-RELPIX   PIC XX           VALUE SPACES.
001710        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001720        77  WK-HORA-SIST   PIC 9(6)         VALUE ZEROS.
001730        77  WK-QTD-TRANSACOES PIC 9(5)      VALUE ZEROS.
001740        77  WK-QTD-APLICADAS PIC 9(5)       VALUE ZEROS.
001750        77  WK-QTD-REJEITADAS PIC 9(5)      VALUE ZEROS.
001760        77  WK-QTD-SUSPENSAS PIC 9(5)       VALUE ZEROS.
001770        77  WK-QTD-REATIVADAS PIC 9(5)      VALUE ZEROS.
001780        77  WK-MOTIVO-CRITICA PIC X(30)     VALUE SPACES.
001790        77  WK-IMAGEM-ANTES PIC X(33)       VALUE SPACES.
001800        77  WK-OPERADOR-JRN PIC X(8)        VALUE SPACES.
001810        77  WK-OPERACAO-JRN PIC X           VALUE SPACE.
001820        77  WK-TITULAR-ACHADO PIC X         VALUE 'N'.
001830            88 TITULAR-CONFERE                VALUE 'S'.
001840        01  WK-LINHA-OCORR.
001850            05 WK-OPER-REL     PIC X.
001860            05 FILLER          PIC X(01) VALUE SPACE.
001870            05 WK-CHAVE-REL    PIC X(35).
001880            05 FILLER          PIC X(01) VALUE SPACE.
001890            05 WK-CONTA-REL    PIC X(9).
001900            05 FILLER          PIC X(01) VALUE SPACE.
001910            05 WK-RESULT-REL   PIC X(30).
001920        01  WK-LINHA-TOTAL.
001930            05 WK-TITULO-TOT   PIC X(26).
001940            05 WK-VALOR-TOT    PIC ZZZZZ9.
001950       *
001960        PROCEDURE DIVISION.
001970        000-PRINCIPAL SECTION.
001980        001-PRINCIPAL.
001990            PERFORM 195-GRAVAR-JRNL-INICIO.
002000            PERFORM 101-INICIAR.
002010            PERFORM 201-PROCESSAR-TRANSACAO
002020                UNTIL WK-FS-MANPIX = '10'.
002030            PERFORM 221-VARRER-SUSPENSOES.
002040            PERFORM 901-FINALIZAR.
002050            PERFORM 196-GRAVAR-JRNL-FIM.
002060            STOP RUN.
002070       ***********************************************************
002080        100-INICIAR SECTION.
002090        101-INICIAR.
002100            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
002110            ACCEPT WK-HORA-SIST FROM TIME.
002120            PERFORM 102-ABRIR-MANPIX.
002130            PERFORM 103-ABRIR-PIXCHAVE.
002140            OPEN INPUT ARQ-CLIENTES.
002150            IF WK-FS-CLIENTES NOT = '00'
002160                DISPLAY 'ERRO ' WK-FS-CLIENTES
002170                        ' NO COMANDO OPEN CLIENTES'
002180                MOVE 12 TO RETURN-CODE
002190                STOP RUN
002200            END-IF.
002210            OPEN INPUT ARQ-CLIDADOS.
002220            IF WK-FS-CLIDADOS NOT = '00'
002230                DISPLAY 'ERRO ' WK-FS-CLIDADOS
002240                        ' NO COMANDO OPEN CLIDADOS'
002250                MOVE 12 TO RETURN-CODE
002260                STOP RUN
002270            END-IF.
002280            OPEN INPUT ARQ-TITULARES.
002290            IF WK-FS-TITULARES NOT = '00'
002300                DISPLAY 'ERRO ' WK-FS-TITULARES
002310                        ' NO COMANDO OPEN TITULARES'
002320                MOVE 12 TO RETURN-CODE
002330                STOP RUN
002340            END-IF.
002350            OPEN EXTEND ARQ-PIXJRNL.
002360            IF WK-FS-PIXJRNL = '35'
002370                OPEN OUTPUT ARQ-PIXJRNL
002380            END-IF.
002390            IF WK-FS-PIXJRNL NOT = '00'
002400                DISPLAY 'ERRO ' WK-FS-PIXJRNL
002410                        ' NO COMANDO OPEN PIXJRNL'
002420                MOVE 12 TO RETURN-CODE
002430                STOP RUN
002440            END-IF.
002450            OPEN OUTPUT ARQ-RELPIX.
002460            IF WK-FS-RELPIX NOT = '00'
002470                DISPLAY 'ERRO ' WK-FS-RELPIX
002480                        ' NO COMANDO OPEN RELPIX'
002490                MOVE 12 TO RETURN-CODE
002500                STOP RUN
002510            END-IF.
002520        102-ABRIR-MANPIX.
002530            OPEN INPUT ARQ-MANPIX.
002540            EVALUATE WK-FS-MANPIX
002550                WHEN '00'
002560                    PERFORM 301-LER-MANPIX
002570                WHEN '35'
002580                    DISPLAY 'ARQUIVO MANPIX NAO ENCONTRADO'
002590                    MOVE 12 TO RETURN-CODE
002600                    STOP RUN
002610                WHEN OTHER
002620                    DISPLAY 'ERRO ' WK-FS-MANPIX
002630                            ' NO COMANDO OPEN MANPIX'
002640                    MOVE 12 TO RETURN-CODE
002650                    STOP RUN
002660            END-EVALUATE.
002670        103-ABRIR-PIXCHAVE.
002680            OPEN I-O ARQ-PIXCHAVE.
002690            IF WK-FS-PIXCHAVE = '35'
002700                OPEN OUTPUT ARQ-PIXCHAVE
002710                CLOSE ARQ-PIXCHAVE
002720                OPEN I-O ARQ-PIXCHAVE
002730            END-IF.
002740            IF WK-FS-PIXCHAVE NOT = '00'
002750                DISPLAY 'ERRO ' WK-FS-PIXCHAVE
002760                        ' NO COMANDO OPEN PIXCHAVE'
002770                MOVE 12 TO RETURN-CODE
002780                STOP RUN
002790            END-IF.
002800       ***********************************************
002810        200-PROCESSAR SECTION.
002820        201-PROCESSAR-TRANSACAO.
002830            ADD 1 TO WK-QTD-TRANSACOES.
002840            MOVE SPACES TO WK-MOTIVO-CRITICA.
002850            PERFORM 202-CRITICAR-TRANSACAO.
002860            IF WK-MOTIVO-CRITICA = SPACES
002870               AND NOT MANPIX-EXCLUSAO
002880                PERFORM 203-CONFERIR-CONTA
002890            END-IF.
002900            IF WK-MOTIVO-CRITICA = SPACES
002910                PERFORM 204-APLICAR-TRANSACAO
002920            ELSE
002930                ADD 1 TO WK-QTD-REJEITADAS
002940                MOVE WK-MOTIVO-CRITICA TO WK-RESULT-REL
002950                PERFORM 209-RELATAR-TRANSACAO
002960            END-IF.
002970            PERFORM 301-LER-MANPIX.
002980        202-CRITICAR-TRANSACAO.
002990            EVALUATE TRUE
003000                WHEN NOT (MANPIX-INCLUSAO OR MANPIX-PORTABILIDADE
003010                          OR MANPIX-REIVINDICACAO
003020                          OR MANPIX-EXCLUSAO)
003030                    MOVE 'OPERACAO INVALIDA'
003040                        TO WK-MOTIVO-CRITICA
003050                WHEN FD-CHAVE-MANPIX = SPACES
003060                    MOVE 'CHAVE PIX NAO INFORMADA'
003070                        TO WK-MOTIVO-CRITICA
003080                WHEN MANPIX-EXCLUSAO
003090                    CONTINUE
003100                WHEN NOT (MANPIX-TIPO-CPF OR MANPIX-TIPO-CNPJ
003110                          OR MANPIX-TIPO-TELEFONE
003120                          OR MANPIX-TIPO-EMAIL
003130                          OR MANPIX-TIPO-ALEATORIA)
003140                    MOVE 'TIPO DE CHAVE INVALIDO'
003150                        TO WK-MOTIVO-CRITICA
003160                WHEN FD-AGENCIA-MANPIX = SPACES
003170                  OR FD-NRCONTA-MANPIX NOT NUMERIC
003180                    MOVE 'CONTA NAO INFORMADA'
003190                        TO WK-MOTIVO-CRITICA
003200                WHEN FD-CPFCNPJ-MANPIX = SPACES
003210                    MOVE 'TITULAR NAO INFORMADO'
003220                        TO WK-MOTIVO-CRITICA
003230                WHEN (MANPIX-TIPO-CPF OR MANPIX-TIPO-CNPJ)
003240                 AND FD-CHAVE-MANPIX NOT = FD-CPFCNPJ-MANPIX
003250                    MOVE 'CHAVE DIFERENTE DO CPF/CNPJ'
003260                        TO WK-MOTIVO-CRITICA
003270                WHEN MANPIX-REIVINDICACAO
003280                 AND NOT (MANPIX-TIPO-TELEFONE
003290                          OR MANPIX-TIPO-EMAIL)
003300                    MOVE 'CHAVE NAO REIVINDICAVEL'
003310                        TO WK-MOTIVO-CRITICA
003320            END-EVALUATE.
003330       *      A CONTA DE DESTINO TEM DE ESTAR ATIVA E O
003340       *      CPF/CNPJ INFORMADO TEM DE SER O DO CLIDADOS
003350       *      DA CONTA OU O DE UM DOS SEUS TITULARES
003360        203-CONFERIR-CONTA.
003370            MOVE FD-CONTA-MANPIX TO FD-CHAVE-CLIENTES.
003380            READ ARQ-CLIENTES
003390                INVALID KEY
003400                    MOVE 'CONTA NAO CADASTRADA'
003410                        TO WK-MOTIVO-CRITICA
003420            END-READ.
003430            IF WK-MOTIVO-CRITICA = SPACES
003440               AND NOT CONTA-ATIVA
003450                MOVE 'CONTA BLOQUEADA OU ENCERRADA'
003460                    TO WK-MOTIVO-CRITICA
003470            END-IF.
003480            IF WK-MOTIVO-CRITICA = SPACES
003490                PERFORM 211-CONFERIR-TITULAR
003500                IF NOT TITULAR-CONFERE
003510                    MOVE 'CPF/CNPJ NAO TITULAR DA CONTA'
003520                        TO WK-MOTIVO-CRITICA
003530                END-IF
003540            END-IF.
003550        211-CONFERIR-TITULAR.
003560            MOVE 'N' TO WK-TITULAR-ACHADO.
003570            MOVE FD-CONTA-MANPIX TO FD-CHAVE-CLIDADOS.
003580            READ ARQ-CLIDADOS
003590                INVALID KEY
003600                    CONTINUE
003610                NOT INVALID KEY
003620                    IF FD-CPFCNPJ-CLIDADOS = FD-CPFCNPJ-MANPIX
003630                        MOVE 'S' TO WK-TITULAR-ACHADO
003640                    END-IF
003650            END-READ.
003660            IF NOT TITULAR-CONFERE
003670                MOVE FD-CONTA-MANPIX   TO FD-CONTA-TITULAR
003680                MOVE FD-CPFCNPJ-MANPIX TO FD-CPFCNPJ-TITULAR
003690                READ ARQ-TITULARES
003700                    INVALID KEY
003710                        CONTINUE
003720                    NOT INVALID KEY
003730                        MOVE 'S' TO WK-TITULAR-ACHADO
003740                END-READ
003750            END-IF.
003760        204-APLICAR-TRANSACAO.
003770            MOVE FD-OPERADOR-MANPIX TO WK-OPERADOR-JRN.
003780            MOVE FD-OPERACAO-MANPIX TO WK-OPERACAO-JRN.
003790            MOVE FD-CHAVE-MANPIX TO FD-CHAVE-PIXCHAVE.
003800            READ ARQ-PIXCHAVE
003810                INVALID KEY
003820                    MOVE '23' TO WK-FS-PIXCHAVE
003830            END-READ.
003840            EVALUATE TRUE
003850                WHEN MANPIX-INCLUSAO
003860                    PERFORM 205-INCLUIR-CHAVE
003870                WHEN MANPIX-PORTABILIDADE
003880                    PERFORM 206-PORTAR-CHAVE
003890                WHEN MANPIX-REIVINDICACAO
003900                    PERFORM 207-REIVINDICAR-CHAVE
003910                WHEN OTHER
003920                    PERFORM 212-EXCLUIR-CHAVE
003930            END-EVALUATE.
003940       *      CHAVE NOVA OU CHAVE EXCLUIDA ANTES PODE SER
003950       *      CADASTRADA; CHAVE EM USO SO MUDA DE CONTA POR
003960       *      PORTABILIDADE OU REIVINDICACAO
003970        205-INCLUIR-CHAVE.
003980            IF WK-FS-PIXCHAVE = '00'
003990               AND NOT PIXCHAVE-EXCLUIDA
004000                ADD 1 TO WK-QTD-REJEITADAS
004010                MOVE 'CHAVE JA CADASTRADA'
004020                    TO WK-RESULT-REL
004030                PERFORM 209-RELATAR-TRANSACAO
004040            ELSE
004050                PERFORM 213-VINCULAR-CHAVE
004060                MOVE 'CHAVE INCLUIDA'
004070                    TO WK-RESULT-REL
004080                PERFORM 209-RELATAR-TRANSACAO
004090            END-IF.
004100       *      PORTABILIDADE: A CHAVE VEM DE OUTRA CONTA DO
004110       *      MESMO TITULAR, AQUI OU EM OUTRA INSTITUICAO
004120        206-PORTAR-CHAVE.
004130            EVALUATE TRUE
004140                WHEN WK-FS-PIXCHAVE NOT = '00'
004150                  OR PIXCHAVE-EXCLUIDA
004160                    PERFORM 213-VINCULAR-CHAVE
004170                    MOVE 'CHAVE PORTADA DE OUTRA IF'
004180                        TO WK-RESULT-REL
004190                    PERFORM 209-RELATAR-TRANSACAO
004200                WHEN FD-CPFCNPJ-PIXCHAVE NOT = FD-CPFCNPJ-MANPIX
004210                    ADD 1 TO WK-QTD-REJEITADAS
004220                    MOVE 'CHAVE DE OUTRO TITULAR'
004230                        TO WK-RESULT-REL
004240                    PERFORM 209-RELATAR-TRANSACAO
004250                WHEN FD-CONTA-PIXCHAVE = FD-CONTA-MANPIX
004260                    ADD 1 TO WK-QTD-REJEITADAS
004270                    MOVE 'CHAVE JA ESTA NESTA CONTA'
004280                        TO WK-RESULT-REL
004290                    PERFORM 209-RELATAR-TRANSACAO
004300                WHEN OTHER
004310                    PERFORM 213-VINCULAR-CHAVE
004320                    MOVE 'CHAVE PORTADA'
004330                        TO WK-RESULT-REL
004340                    PERFORM 209-RELATAR-TRANSACAO
004350            END-EVALUATE.
004360       *      REIVINDICACAO DE POSSE: TELEFONE OU E-MAIL
004370       *      EM NOME DE OUTRO TITULAR PASSA AO REQUERENTE
004380        207-REIVINDICAR-CHAVE.
004390            EVALUATE TRUE
004400                WHEN WK-FS-PIXCHAVE NOT = '00'
004410                  OR PIXCHAVE-EXCLUIDA
004420                    PERFORM 213-VINCULAR-CHAVE
004430                    MOVE 'CHAVE REIVINDICADA DE OUTRA IF'
004440                        TO WK-RESULT-REL
004450                    PERFORM 209-RELATAR-TRANSACAO
004460                WHEN FD-CPFCNPJ-PIXCHAVE = FD-CPFCNPJ-MANPIX
004470                    ADD 1 TO WK-QTD-REJEITADAS
004480                    MOVE 'CHAVE JA E DO TITULAR'
004490                        TO WK-RESULT-REL
004500                    PERFORM 209-RELATAR-TRANSACAO
004510                WHEN OTHER
004520                    PERFORM 213-VINCULAR-CHAVE
004530                    MOVE 'POSSE DA CHAVE TRANSFERIDA'
004540                        TO WK-RESULT-REL
004550                    PERFORM 209-RELATAR-TRANSACAO
004560            END-EVALUATE.
004570        212-EXCLUIR-CHAVE.
004580            IF WK-FS-PIXCHAVE NOT = '00'
004590               OR PIXCHAVE-EXCLUIDA
004600                ADD 1 TO WK-QTD-REJEITADAS
004610                MOVE 'CHAVE NAO ENCONTRADA'
004620                    TO WK-RESULT-REL
004630                PERFORM 209-RELATAR-TRANSACAO
004640            ELSE
004650                MOVE REG-PIXCHAVE(78:33) TO WK-IMAGEM-ANTES
004660                MOVE 'E' TO FD-SITUACAO-PIXCHAVE
004670                MOVE WK-DATA-SIST TO FD-DATA-SIT-PIXCHAVE
004680                PERFORM 210-REGRAVAR-CHAVE
004690                MOVE 'CHAVE EXCLUIDA'
004700                    TO WK-RESULT-REL
004710                PERFORM 209-RELATAR-TRANSACAO
004720            END-IF.
004730       *      GRAVA OU REGRAVA A CHAVE APONTANDO PARA A
004740       *      CONTA E O TITULAR DO MOVIMENTO
004750        213-VINCULAR-CHAVE.
004760            IF WK-FS-PIXCHAVE = '00'
004770                MOVE REG-PIXCHAVE(78:33) TO WK-IMAGEM-ANTES
004780            ELSE
004790                MOVE SPACES TO WK-IMAGEM-ANTES
004800            END-IF.
004810            MOVE FD-CHAVE-MANPIX   TO FD-CHAVE-PIXCHAVE.
004820            MOVE FD-TIPO-MANPIX    TO FD-TIPO-PIXCHAVE.
004830            MOVE FD-CONTA-MANPIX   TO FD-CONTA-PIXCHAVE.
004840            MOVE FD-CPFCNPJ-MANPIX TO FD-CPFCNPJ-PIXCHAVE.
004850            MOVE 'A' TO FD-SITUACAO-PIXCHAVE.
004860            MOVE WK-DATA-SIST TO FD-DATA-SIT-PIXCHAVE.
004870            IF WK-FS-PIXCHAVE = '00'
004880                PERFORM 210-REGRAVAR-CHAVE
004890            ELSE
004900                WRITE REG-PIXCHAVE
004910                    INVALID KEY
004920                        DISPLAY 'ERRO NO WRITE DO PIXCHAVE, '
004930                                'CHAVE ' FD-CHAVE-PIXCHAVE
004940                        MOVE 12 TO RETURN-CODE
004950                        STOP RUN
004960                END-WRITE
004970                PERFORM 208-JORNALAR-OPERACAO
004980                ADD 1 TO WK-QTD-APLICADAS
004990            END-IF.
005000        210-REGRAVAR-CHAVE.
005010            REWRITE REG-PIXCHAVE
005020                INVALID KEY
005030                    DISPLAY 'ERRO NO REWRITE DO PIXCHAVE, '
005040                            'CHAVE ' FD-CHAVE-PIXCHAVE
005050                    MOVE 12 TO RETURN-CODE
005060                    STOP RUN
005070            END-REWRITE.
005080            PERFORM 208-JORNALAR-OPERACAO.
005090            ADD 1 TO WK-QTD-APLICADAS.
005100       *      O DIARIO GUARDA A IMAGEM DO REGISTRO ANTES
005110       *      E DEPOIS, FORA DA CHAVE, COMO NO MANJRNL
005120        208-JORNALAR-OPERACAO.
005130            MOVE WK-DATA-SIST TO JRN-DATA.
005140            MOVE WK-HORA-SIST TO JRN-HORA.
005150            MOVE WK-OPERADOR-JRN     TO JRN-OPERADOR.
005160            MOVE WK-OPERACAO-JRN     TO JRN-OPERACAO.
005170            MOVE FD-CHAVE-PIXCHAVE   TO JRN-CHAVE.
005180            MOVE WK-IMAGEM-ANTES     TO JRN-IMAGEM-ANTES.
005190            MOVE REG-PIXCHAVE(78:33) TO JRN-IMAGEM-DEPOIS.
005200            WRITE REG-PIXJRNL.
005210            IF WK-FS-PIXJRNL NOT = '00'
005220                DISPLAY 'ERRO ' WK-FS-PIXJRNL
005230                        ' NO COMANDO WRITE PIXJRNL'
005240                MOVE 12 TO RETURN-CODE
005250                STOP RUN
005260            END-IF.
005270        209-RELATAR-TRANSACAO.
005280            MOVE FD-OPERACAO-MANPIX  TO WK-OPER-REL.
005290            MOVE FD-CHAVE-MANPIX     TO WK-CHAVE-REL.
005300            MOVE FD-CONTA-MANPIX     TO WK-CONTA-REL.
005310            PERFORM 214-GRAVAR-RELPIX.
005320        214-GRAVAR-RELPIX.
005330            WRITE REG-RELPIX FROM WK-LINHA-OCORR.
005340            IF WK-FS-RELPIX NOT = '00'
005350                DISPLAY 'ERRO ' WK-FS-RELPIX
005360                        ' NO COMANDO WRITE RELPIX'
005370                MOVE 12 TO RETURN-CODE
005380                STOP RUN
005390            END-IF.
005400       *      VARREDURA FINAL DO PIXCHAVE: CHAVE ATIVA DE
005410       *      CONTA BLOQUEADA OU ENCERRADA FICA SUSPENSA E
005420       *      CHAVE SUSPENSA DE CONTA QUE VOLTOU A FICAR
005430       *      ATIVA E REATIVADA, SEMPRE COM DIARIO
005440        221-VARRER-SUSPENSOES.
005450            MOVE LOW-VALUES TO FD-CHAVE-PIXCHAVE.
005460            START ARQ-PIXCHAVE
005470                KEY NOT LESS FD-CHAVE-PIXCHAVE
005480            END-START.
005490            IF WK-FS-PIXCHAVE = '00'
005500                PERFORM 302-LER-PIXCHAVE
005510                PERFORM 222-SITUAR-UMA-CHAVE
005520                    UNTIL WK-FS-PIXCHAVE NOT = '00'
005530            END-IF.
005540            MOVE '00' TO WK-FS-PIXCHAVE.
005550        222-SITUAR-UMA-CHAVE.
005560            IF NOT PIXCHAVE-EXCLUIDA
005570                MOVE FD-CONTA-PIXCHAVE TO FD-CHAVE-CLIENTES
005580                READ ARQ-CLIENTES
005590                    INVALID KEY
005600                        MOVE 'E' TO FD-SITUACAO-CLIENTES
005610                END-READ
005620                EVALUATE TRUE
005630                    WHEN PIXCHAVE-ATIVA
005640                     AND (CONTA-BLOQUEADA OR CONTA-ENCERRADA)
005650                        MOVE REG-PIXCHAVE(78:33)
005660                            TO WK-IMAGEM-ANTES
005670                        MOVE 'S' TO FD-SITUACAO-PIXCHAVE
005680                        ADD 1 TO WK-QTD-SUSPENSAS
005690                        MOVE 'CHAVE SUSPENSA PELA CONTA'
005700                            TO WK-RESULT-REL
005710                        PERFORM 223-REGRAVAR-SITUACAO
005720                    WHEN PIXCHAVE-SUSPENSA
005730                     AND CONTA-ATIVA
005740                        MOVE REG-PIXCHAVE(78:33)
005750                            TO WK-IMAGEM-ANTES
005760                        MOVE 'A' TO FD-SITUACAO-PIXCHAVE
005770                        ADD 1 TO WK-QTD-REATIVADAS
005780                        MOVE 'CHAVE REATIVADA PELA CONTA'
005790                            TO WK-RESULT-REL
005800                        PERFORM 223-REGRAVAR-SITUACAO
005810                    WHEN OTHER
005820                        CONTINUE
005830                END-EVALUATE
005840            END-IF.
005850            PERFORM 302-LER-PIXCHAVE.
005860        223-REGRAVAR-SITUACAO.
005870            MOVE WK-DATA-SIST TO FD-DATA-SIT-PIXCHAVE.
005880            MOVE 'EAD95894' TO WK-OPERADOR-JRN.
005890            MOVE 'S' TO WK-OPERACAO-JRN.
005900            REWRITE REG-PIXCHAVE
005910                INVALID KEY
005920                    DISPLAY 'ERRO NO REWRITE DO PIXCHAVE, '
005930                            'CHAVE ' FD-CHAVE-PIXCHAVE
005940                    MOVE 12 TO RETURN-CODE
005950                    STOP RUN
005960            END-REWRITE.
005970            PERFORM 208-JORNALAR-OPERACAO.
005980            MOVE 'S'                 TO WK-OPER-REL.
005990            MOVE FD-CHAVE-PIXCHAVE   TO WK-CHAVE-REL.
006000            MOVE FD-CONTA-PIXCHAVE   TO WK-CONTA-REL.
006010            PERFORM 214-GRAVAR-RELPIX.
006020       ***********************************************
006030        300-LER-MANPIX SECTION.
006040        301-LER-MANPIX.
006050            READ ARQ-MANPIX.
006060            EVALUATE WK-FS-MANPIX
006070                WHEN '00'
006080                    CONTINUE
006090                WHEN '10'
006100                    CONTINUE
006110                WHEN OTHER
006120                    DISPLAY 'ERRO ' WK-FS-MANPIX
006130                            ' NO COMANDO READ MANPIX'
006140                    MOVE 12 TO RETURN-CODE
006150                    STOP RUN
006160            END-EVALUATE.
006170        302-LER-PIXCHAVE.
006180            READ ARQ-PIXCHAVE NEXT.
006190            EVALUATE WK-FS-PIXCHAVE
006200                WHEN '00'
006210                    CONTINUE
006220                WHEN '10'
006230                    CONTINUE
006240                WHEN OTHER
006250                    DISPLAY 'ERRO ' WK-FS-PIXCHAVE
006260                            ' NO COMANDO READ PIXCHAVE'
006270                    MOVE 12 TO RETURN-CODE
006280                    STOP RUN
006290            END-EVALUATE.
006300       ***********************************************
006310        195-GRAVAR-JRNL-INICIO.
006320            MOVE 'I' TO JRL-TIPO.
006330            MOVE ZEROS TO JRL-QTD-LIDOS.
006340            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006350            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006360            MOVE ZEROS TO JRL-RETORNO.
006361            MOVE 'EAD95894' TO LK-PROGRAMA-COM.
006362            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006363            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006370            PERFORM 194-GRAVAR-RUNJRNL.
006380        196-GRAVAR-JRNL-FIM.
006390            MOVE 'F' TO JRL-TIPO.
006400            MOVE WK-QTD-TRANSACOES
006410                TO JRL-QTD-LIDOS.
006420            MOVE WK-QTD-APLICADAS
006430                TO JRL-QTD-GRAVADOS.
006440            MOVE WK-QTD-REJEITADAS
006450                TO JRL-QTD-REJEITADOS.
006460            MOVE RETURN-CODE TO JRL-RETORNO.
006461            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006470            PERFORM 194-GRAVAR-RUNJRNL.
006480        194-GRAVAR-RUNJRNL.
006490            OPEN EXTEND ARQ-RUNJRNL.
006500            IF WK-FS-RUNJRNL = '35'
006510                OPEN OUTPUT ARQ-RUNJRNL
006520            END-IF.
006530            IF WK-FS-RUNJRNL NOT = '00'
006540                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006550                        ' NO COMANDO OPEN RUNJRNL'
006560                MOVE 12 TO RETURN-CODE
006570                STOP RUN
006580            END-IF.
006590            MOVE 'EAD95894' TO JRL-PROGRAMA.
006600            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006610            ACCEPT JRL-HORA FROM TIME.
006620            WRITE REG-RUNJRNL.
006630            IF WK-FS-RUNJRNL NOT = '00'
006640                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006650                        ' NO COMANDO WRITE RUNJRNL'
006660                MOVE 12 TO RETURN-CODE
006670                STOP RUN
006680            END-IF.
006690            CLOSE ARQ-RUNJRNL.
006700       ***********************************************
006710        900-FINALIZAR SECTION.
006720        901-FINALIZAR.
006730            MOVE 'TRANSACOES LIDAS        : ' TO WK-TITULO-TOT.
006740            MOVE WK-QTD-TRANSACOES TO WK-VALOR-TOT.
006750            WRITE REG-RELPIX FROM WK-LINHA-TOTAL
006760                AFTER 2 LINES.
006770            MOVE 'TRANSACOES APLICADAS    : ' TO WK-TITULO-TOT.
006780            MOVE WK-QTD-APLICADAS TO WK-VALOR-TOT.
006790            WRITE REG-RELPIX FROM WK-LINHA-TOTAL.
006800            MOVE 'TRANSACOES REJEITADAS   : ' TO WK-TITULO-TOT.
006810            MOVE WK-QTD-REJEITADAS TO WK-VALOR-TOT.
006820            WRITE REG-RELPIX FROM WK-LINHA-TOTAL.
006830            MOVE 'CHAVES SUSPENSAS        : ' TO WK-TITULO-TOT.
006840            MOVE WK-QTD-SUSPENSAS TO WK-VALOR-TOT.
006850            WRITE REG-RELPIX FROM WK-LINHA-TOTAL.
006860            MOVE 'CHAVES REATIVADAS       : ' TO WK-TITULO-TOT.
006870            MOVE WK-QTD-REATIVADAS TO WK-VALOR-TOT.
006880            WRITE REG-RELPIX FROM WK-LINHA-TOTAL.
006890            DISPLAY 'APLICADAS : ' WK-QTD-APLICADAS
006900                    ' REJEITADAS : ' WK-QTD-REJEITADAS.
006910            DISPLAY 'SUSPENSAS : ' WK-QTD-SUSPENSAS
006920                    ' REATIVADAS : ' WK-QTD-REATIVADAS.
006930            CLOSE ARQ-MANPIX.
006940            CLOSE ARQ-PIXCHAVE.
006950            CLOSE ARQ-CLIENTES.
006960            CLOSE ARQ-CLIDADOS.
006970            CLOSE ARQ-TITULARES.
006980            CLOSE ARQ-PIXJRNL.
006990            CLOSE ARQ-RELPIX.
