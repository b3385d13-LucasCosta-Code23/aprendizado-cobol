000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95920.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   SERVICO DE CONFERENCIA DE PODERES DE         *
000170       *   ASSINATURA DAS CONTAS DE PESSOA JURIDICA     *
000180       *                                                *
000190       *   CONTA DE CNPJ (CLIDADOS TIPO 'J') SO LIBERA  *
000200       *   TED, FOLHA OU CHEQUE ASSINADO POR QUEM TEM   *
000210       *   PROCURACAO VALIDA NO PROCURA (EAD95919) COM  *
000220       *   O PODER DA OPERACAO E ALCADA PARA O VALOR;   *
000230       *   PODER DE ASSINATURA CONJUNTA EXIGE O SEGUNDO *
000240       *   SIGNATARIO, TAMBEM COM PODERES               *
000250       *                                                *
000260       *   OS SIGNATARIOS DE CADA DOCUMENTO VEM NO      *
000270       *   ASSINAT, CAPTADO NOS CANAIS: TIPO, CONTA,    *
000280       *   IDENTIFICACAO (NUMERO DO TED, DATA DA FOLHA  *
000290       *   OU NUMERO DO CHEQUE) E ATE DOIS CPF          *
000300       **************************************************
000310       *
000320       *      AREA DE COMUNICACAO:
000330       *      PODER     'T' = TED, 'F' = FOLHA, 'Q' = CHEQUE
000340       *      RESPOSTA  'S' = AUTORIZADO (OU CONTA DE PESSOA
000350       *                      FISICA), 'N' = RECUSADO, COM O
000360       *                      MOTIVO
000370       *
000380        ENVIRONMENT DIVISION.
000390        CONFIGURATION SECTION.
000400        SPECIAL-NAMES.
000410            DECIMAL-POINT IS COMMA.
000420        INPUT-OUTPUT SECTION.
000430        FILE-CONTROL.
000440            SELECT ARQ-ASSINAT  ASSIGN TO ASSINAT
000450                FILE STATUS IS WK-FS-ASSINAT.
000460            SELECT ARQ-PROCURA  ASSIGN TO PROCURA
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE IS DYNAMIC
000490                RECORD KEY IS FD-CHAVE-REG-PROC
000500                FILE STATUS IS WK-FS-PROCURA.
000510            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS DYNAMIC
000540                RECORD KEY IS FD-CHAVE-CLIDADOS
000550                FILE STATUS IS WK-FS-CLIDADOS.
000560       *
000570        DATA DIVISION.
000580        FILE SECTION.
000590        FD   ARQ-ASSINAT
000600             RECORDING MODE IS F.
000610        01  REG-ASSINAT.
000620            05 FD-TIPO-ASSIN       PIC X.
000630            05 FD-CHAVE-ASSIN      PIC X(9).
000640            05 FD-IDENT-ASSIN      PIC 9(10).
000650            05 FD-CPF1-ASSIN       PIC 9(11).
000660            05 FD-CPF2-ASSIN       PIC 9(11).
000670        FD   ARQ-PROCURA
000680             RECORDING MODE IS F.
000690        01  REG-PROCURA.
000700            05 FD-CHAVE-REG-PROC.
000710                10 FD-CHAVE-PROC       PIC X(9).
000720                10 FD-CPF-PROC         PIC 9(11).
000730            05 FD-NOME-PROC        PIC X(30).
000740            05 FD-PODER-TED-PROC   PIC X.
000750            05 FD-PODER-FOLHA-PROC PIC X.
000760            05 FD-PODER-CHEQUE-PROC PIC X.
000770            05 FD-LIMITE-PROC      PIC 9(8)V99.
000780            05 FD-CONJUNTA-PROC    PIC X.
000790                88 PROC-CONJUNTA       VALUE 'S'.
000800            05 FD-DATA-INI-PROC    PIC 9(8).
000810            05 FD-DATA-VALID-PROC  PIC 9(8).
000820            05 FD-SITUACAO-PROC    PIC X.
000830                88 PROC-ATIVA          VALUE 'A'.
000840                88 PROC-REVOGADA       VALUE 'R'.
000850        FD   ARQ-CLIDADOS
000860             RECORDING MODE IS F.
000870        01  REG-CLIDADOS.
000880            05 FD-CHAVE-CLIDADOS.
000890                10 FD-AGENCIA-CLIDADOS     PIC X(4).
000900                10 FD-CONTA-CLIDADOS       PIC 9(5).
000910            05 FD-TIPO-DOC-CLIDADOS   PIC X.
000920                88 DOC-CNPJ               VALUE 'J'.
000930            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
000940            05 FD-ENDERECO-CLIDADOS   PIC X(40).
000950            05 FD-TELEFONE-CLIDADOS   PIC X(12).
000960            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
000970        WORKING-STORAGE SECTION.
000980        77  WK-FS-ASSINAT  PIC XX           VALUE SPACES.
000990        77  WK-FS-PROCURA  PIC XX           VALUE SPACES.
001000        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
001010        77  WK-CADASTRO-LIDO PIC X          VALUE 'N'.
001020            88 CADASTRO-LIDO                  VALUE 'S'.
001030        77  WK-TEM-PROCURA PIC X            VALUE 'N'.
001040            88 PROCURA-DISPONIVEL             VALUE 'S'.
001050        77  WK-QTD-ASSIN   PIC 9(4)         VALUE ZEROS.
001060        77  WK-IDX-ASSIN   PIC 9(4)         VALUE ZEROS.
001070        77  WK-IDX-ASS-ACH PIC 9(4)         VALUE ZEROS.
001080        77  WK-ASSIN-ACHADA PIC X           VALUE 'N'.
001090            88 ASSINATURA-ACHADA              VALUE 'S'.
001100            88 ASSINATURA-NAO-ACHADA          VALUE 'N'.
001110        77  WK-CPF-CONF    PIC 9(11)        VALUE ZEROS.
001120        77  WK-PODER-CONF  PIC X            VALUE SPACE.
001130        77  WK-EXIGE-CONJUNTA PIC X         VALUE 'N'.
001140            88 EXIGE-CONJUNTA                 VALUE 'S'.
001150        01  WK-TAB-ASSINAT.
001160            05 WK-ASS-OCC         OCCURS 3000 TIMES.
001170                10 WK-ASS-TIPO        PIC X.
001180                10 WK-ASS-CHAVE       PIC X(9).
001190                10 WK-ASS-IDENT       PIC 9(10).
001200                10 WK-ASS-CPF1        PIC 9(11).
001210                10 WK-ASS-CPF2        PIC 9(11).
001220       *
001230        LINKAGE SECTION.
001240        01  LK-AREA-PODERES.
001250            05 LK-PODER-POD        PIC X.
001260                88 PODER-TED               VALUE 'T'.
001270                88 PODER-FOLHA             VALUE 'F'.
001280                88 PODER-CHEQUE            VALUE 'Q'.
001290            05 LK-CHAVE-POD        PIC X(9).
001300            05 LK-IDENT-POD        PIC 9(10).
001310            05 LK-VALOR-POD        PIC 9(8)V99.
001320            05 LK-DATA-POD         PIC 9(8).
001330            05 LK-RESPOSTA-POD     PIC X.
001340            05 LK-MOTIVO-POD       PIC X(30).
001350        PROCEDURE DIVISION USING LK-AREA-PODERES.
001360        000-PRINCIPAL SECTION.
001370        001-PRINCIPAL.
001380            IF NOT CADASTRO-LIDO
001390                PERFORM 101-ABRIR-CADASTROS
001400            END-IF.
001410            MOVE 'S'    TO LK-RESPOSTA-POD.
001420            MOVE SPACES TO LK-MOTIVO-POD.
001430            MOVE LK-CHAVE-POD TO FD-CHAVE-CLIDADOS.
001440            READ ARQ-CLIDADOS
001450                INVALID KEY
001460                    MOVE 'F' TO FD-TIPO-DOC-CLIDADOS
001470            END-READ.
001480            IF DOC-CNPJ
001490                PERFORM 201-CONFERIR-DOCUMENTO
001500            END-IF.
001510            GOBACK.
001520       ***********************************************************
001530        100-INICIAR SECTION.
001540        101-ABRIR-CADASTROS.
001550            SET CADASTRO-LIDO TO TRUE.
001560            OPEN INPUT ARQ-CLIDADOS.
001570            IF WK-FS-CLIDADOS NOT = '00'
001580                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, STATUS '
001590                        WK-FS-CLIDADOS
001600                MOVE 12 TO RETURN-CODE
001610                STOP RUN
001620            END-IF.
001630       *      SEM PROCURA NENHUMA CONTA JURIDICA TEM SIGNATARIO
001640            OPEN INPUT ARQ-PROCURA.
001650            EVALUATE WK-FS-PROCURA
001660                WHEN '00'
001670                    SET PROCURA-DISPONIVEL TO TRUE
001680                WHEN '35'
001690                    CONTINUE
001700                WHEN OTHER
001710                    DISPLAY 'ERRO ' WK-FS-PROCURA
001720                            ' NO COMANDO OPEN PROCURA'
001730                    MOVE 12 TO RETURN-CODE
001740                    STOP RUN
001750            END-EVALUATE.
001760            OPEN INPUT ARQ-ASSINAT.
001770            EVALUATE WK-FS-ASSINAT
001780                WHEN '00'
001790                    PERFORM 102-LER-ASSINAT
001800                    PERFORM 103-REGISTRAR-ASSINATURA
001810                        UNTIL WK-FS-ASSINAT = '10'
001820                    CLOSE ARQ-ASSINAT
001830                WHEN '35'
001840                    CONTINUE
001850                WHEN OTHER
001860                    DISPLAY 'ERRO ' WK-FS-ASSINAT
001870                            ' NO COMANDO OPEN ASSINAT'
001880                    MOVE 12 TO RETURN-CODE
001890                    STOP RUN
001900            END-EVALUATE.
001910        102-LER-ASSINAT.
001920            READ ARQ-ASSINAT.
001930            EVALUATE WK-FS-ASSINAT
001940                WHEN '00'
001950                    CONTINUE
001960                WHEN '10'
001970                    CONTINUE
001980                WHEN OTHER
001990                    DISPLAY 'ERRO ' WK-FS-ASSINAT
002000                            ' NO COMANDO READ ASSINAT'
002010                    MOVE 12 TO RETURN-CODE
002020                    STOP RUN
002030            END-EVALUATE.
002040        103-REGISTRAR-ASSINATURA.
002050            IF WK-QTD-ASSIN NOT LESS 3000
002060                DISPLAY 'TABELA DE ASSINATURAS CHEIA, LIMITE 3000'
002070                MOVE 12 TO RETURN-CODE
002080                STOP RUN
002090            END-IF.
002100            ADD 1 TO WK-QTD-ASSIN.
002110            MOVE FD-TIPO-ASSIN  TO WK-ASS-TIPO(WK-QTD-ASSIN).
002120            MOVE FD-CHAVE-ASSIN TO WK-ASS-CHAVE(WK-QTD-ASSIN).
002130            MOVE FD-IDENT-ASSIN TO WK-ASS-IDENT(WK-QTD-ASSIN).
002140            MOVE FD-CPF1-ASSIN  TO WK-ASS-CPF1(WK-QTD-ASSIN).
002150            MOVE FD-CPF2-ASSIN  TO WK-ASS-CPF2(WK-QTD-ASSIN).
002160            PERFORM 102-LER-ASSINAT.
002170       ***********************************************
002180        200-SERVICO SECTION.
002190        201-CONFERIR-DOCUMENTO.
002200            SET ASSINATURA-NAO-ACHADA TO TRUE.
002210            PERFORM 202-PROCURAR-ASSINATURA
002220                VARYING WK-IDX-ASSIN FROM 1 BY 1
002230                UNTIL WK-IDX-ASSIN > WK-QTD-ASSIN
002240                   OR ASSINATURA-ACHADA.
002250            IF ASSINATURA-NAO-ACHADA
002260                MOVE 'N' TO LK-RESPOSTA-POD
002270                MOVE 'SEM ASSINATURA REGISTRADA' TO LK-MOTIVO-POD
002280                GO TO 209-CONFERIR-FIM
002290            END-IF.
002300            MOVE WK-ASS-CPF1(WK-IDX-ASS-ACH) TO WK-CPF-CONF.
002310            PERFORM 203-CONFERIR-SIGNATARIO.
002320            IF LK-RESPOSTA-POD = 'N'
002330                GO TO 209-CONFERIR-FIM
002340            END-IF.
002350            MOVE FD-CONJUNTA-PROC TO WK-EXIGE-CONJUNTA.
002360            IF NOT EXIGE-CONJUNTA
002370                GO TO 209-CONFERIR-FIM
002380            END-IF.
002390            IF WK-ASS-CPF2(WK-IDX-ASS-ACH) = ZEROS
002400               OR WK-ASS-CPF2(WK-IDX-ASS-ACH) = WK-CPF-CONF
002410                MOVE 'N' TO LK-RESPOSTA-POD
002420                MOVE 'EXIGE ASSINATURA CONJUNTA' TO LK-MOTIVO-POD
002430                GO TO 209-CONFERIR-FIM
002440            END-IF.
002450            MOVE WK-ASS-CPF2(WK-IDX-ASS-ACH) TO WK-CPF-CONF.
002460            PERFORM 203-CONFERIR-SIGNATARIO.
002470        209-CONFERIR-FIM.
002480            EXIT.
002490        202-PROCURAR-ASSINATURA.
002500            IF WK-ASS-TIPO(WK-IDX-ASSIN) = LK-PODER-POD
002510               AND WK-ASS-CHAVE(WK-IDX-ASSIN) = LK-CHAVE-POD
002520               AND WK-ASS-IDENT(WK-IDX-ASSIN) = LK-IDENT-POD
002530                SET ASSINATURA-ACHADA TO TRUE
002540                MOVE WK-IDX-ASSIN TO WK-IDX-ASS-ACH
002550            END-IF.
002560       *      O SIGNATARIO PRECISA DE PROCURACAO ATIVA E VIGENTE
002570       *      NA DATA, COM O PODER DA OPERACAO E ALCADA PARA O
002580       *      VALOR
002590        203-CONFERIR-SIGNATARIO.
002600            MOVE LK-CHAVE-POD TO FD-CHAVE-PROC.
002610            MOVE WK-CPF-CONF  TO FD-CPF-PROC.
002620            IF PROCURA-DISPONIVEL
002630                READ ARQ-PROCURA
002640                    INVALID KEY
002650                        MOVE '23' TO WK-FS-PROCURA
002660                END-READ
002670            ELSE
002680                MOVE '23' TO WK-FS-PROCURA
002690            END-IF.
002700            IF WK-FS-PROCURA = '00'
002710                EVALUATE TRUE
002720                    WHEN PODER-TED
002730                        MOVE FD-PODER-TED-PROC    TO WK-PODER-CONF
002740                    WHEN PODER-FOLHA
002750                        MOVE FD-PODER-FOLHA-PROC  TO WK-PODER-CONF
002760                    WHEN PODER-CHEQUE
002770                        MOVE FD-PODER-CHEQUE-PROC TO WK-PODER-CONF
002780                    WHEN OTHER
002790                        MOVE 'N' TO WK-PODER-CONF
002800                END-EVALUATE
002810            END-IF.
002820            EVALUATE TRUE
002830                WHEN WK-FS-PROCURA NOT = '00'
002840                    MOVE 'SIGNATARIO SEM PROCURACAO'
002850                        TO LK-MOTIVO-POD
002860                WHEN NOT PROC-ATIVA
002870                    MOVE 'PROCURACAO REVOGADA' TO LK-MOTIVO-POD
002880                WHEN LK-DATA-POD < FD-DATA-INI-PROC
002890                  OR LK-DATA-POD > FD-DATA-VALID-PROC
002900                    MOVE 'PROCURACAO FORA DA VIGENCIA'
002910                        TO LK-MOTIVO-POD
002920                WHEN WK-PODER-CONF NOT = 'S'
002930                    MOVE 'SEM PODER PARA A OPERACAO'
002940                        TO LK-MOTIVO-POD
002950                WHEN LK-VALOR-POD > FD-LIMITE-PROC
002960                    MOVE 'VALOR ACIMA DA ALCADA'
002970                        TO LK-MOTIVO-POD
002980                WHEN OTHER
002990                    CONTINUE
003000            END-EVALUATE.
003010            IF LK-MOTIVO-POD NOT = SPACES
003020                MOVE 'N' TO LK-RESPOSTA-POD
003030            END-IF.
