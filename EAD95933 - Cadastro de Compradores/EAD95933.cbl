000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95933.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CADASTRO DE COMPRADORES DAS NOTAS DE VENDA   *
000170       *                                                *
000180       *   O MANCOMP TRAZ INCLUSAO, ALTERACAO E         *
000190       *   INATIVACAO DE COMPRADOR; O COMPRAD E MANTIDO *
000200       *   INDEXADO PELO CODIGO QUE VEM NOS FEEDS DE    *
000210       *   VENDAS E CADA OPERACAO SAI NO DIARIO         *
000220       *   COMPJRNL COM IMAGEM ANTES E DEPOIS, COMO O   *
000230       *   GRPJRNL DO EAD95932                          *
000240       *                                                *
000250       *   O LIMITE DE CREDITO E EM BRL E O PRAZO DE    *
000260       *   PAGAMENTO EM DIAS CORRIDOS; A PRE-EDICAO     *
000270       *   (EAD95844) RETEM PARA APROVACAO AS VENDAS    *
000280       *   ACIMA DO LIMITE OU DE COMPRADOR COM NOTA     *
000290       *   VENCIDA HA MAIS DE 90 DIAS                   *
000300       *                                                *
000310       *   SYSIN: DATA DE REFERENCIA (ZEROS = HOJE)     *
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
000420            SELECT ARQ-MANCOMP  ASSIGN TO MANCOMP
000430                FILE STATUS IS WK-FS-MANCOMP.
000440            SELECT ARQ-COMPRAD  ASSIGN TO COMPRAD
000450                ORGANIZATION IS INDEXED
000460                ACCESS MODE IS DYNAMIC
000470                RECORD KEY IS FD-CODIGO-CMP
000480                FILE STATUS IS WK-FS-COMPRAD.
000490            SELECT ARQ-COMPJRNL ASSIGN TO COMPJRNL
000500                FILE STATUS IS WK-FS-COMPJRNL.
000510            SELECT ARQ-RELCOMP  ASSIGN TO RELCOMPF
000520                FILE STATUS IS WK-FS-RELCOMP.
000530       *
000540        DATA DIVISION.
000550        FILE SECTION.
000560        FD   ARQ-MANCOMP
000570             RECORDING MODE IS F.
000580        01  REG-MANCOMP.
000590            05 FD-OPERACAO-MANCOMP PIC X.
000600                88 MANCOMP-INCLUSAO    VALUE 'I'.
000610                88 MANCOMP-ALTERACAO   VALUE 'A'.
000620                88 MANCOMP-INATIVACAO  VALUE 'E'.
000630            05 FD-CODIGO-MANCOMP   PIC X(6).
000640            05 FD-TIPO-DOC-MANCOMP PIC X.
000650            05 FD-CPFCNPJ-MANCOMP  PIC X(14).
000660            05 FD-NOME-MANCOMP     PIC X(30).
000670            05 FD-ESTADO-MANCOMP   PIC XX.
000680            05 FD-LIMITE-MANCOMP   PIC 9(9)V99.
000690            05 FD-PRAZO-MANCOMP    PIC 9(3).
000700            05 FD-OPERADOR-MANCOMP PIC X(8).
000710       *      SITUACAO: A = ATIVO, I = INATIVO (NAO COMPRA)
000720        FD   ARQ-COMPRAD
000730             RECORDING MODE IS F.
000740        01  REG-COMPRAD.
000750            05 FD-CODIGO-CMP       PIC X(6).
000760            05 FD-TIPO-DOC-CMP     PIC X.
000770            05 FD-CPFCNPJ-CMP      PIC X(14).
000780            05 FD-NOME-CMP         PIC X(30).
000790            05 FD-ESTADO-CMP       PIC XX.
000800            05 FD-LIMITE-CMP       PIC 9(9)V99.
000810            05 FD-PRAZO-CMP        PIC 9(3).
000820            05 FD-DATA-INCL-CMP    PIC 9(8).
000830            05 FD-SITUACAO-CMP     PIC X.
000840                88 COMPRADOR-ATIVO     VALUE 'A'.
000850                88 COMPRADOR-INATIVO   VALUE 'I'.
000860        FD   ARQ-COMPJRNL
000870             RECORDING MODE IS F.
000880        01  REG-COMPJRNL.
000890            05 JRN-DATA            PIC 9(8).
000900            05 JRN-HORA            PIC 9(6).
000910            05 JRN-OPERADOR        PIC X(8).
000920            05 JRN-OPERACAO        PIC X.
000930            05 JRN-CODIGO          PIC X(6).
000940            05 JRN-IMAGEM-ANTES    PIC X(70).
000950            05 JRN-IMAGEM-DEPOIS   PIC X(70).
000960        FD   ARQ-RELCOMP
000970             RECORDING MODE IS F.
000980        01  REG-RELCOMP                PIC X(132).
000990        FD   ARQ-RUNJRNL
001000             RECORDING MODE IS F.
001010        01  REG-RUNJRNL.
001020            05 JRL-PROGRAMA        PIC X(8).
001030            05 JRL-TIPO            PIC X.
001040            05 JRL-DATA            PIC 9(8).
001050            05 JRL-HORA            PIC 9(6).
001060            05 JRL-QTD-LIDOS       PIC 9(7).
001070            05 JRL-QTD-GRAVADOS    PIC 9(7).
001080            05 JRL-QTD-REJEITADOS  PIC 9(7).
001090            05 JRL-RETORNO         PIC 9(4).
001091            05 JRL-ID-EXEC         PIC 9(10).
001100        WORKING-STORAGE SECTION.
001110        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001111        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001112        01  LK-AREA-ID-EXEC.
001113            05 LK-PROGRAMA-COM     PIC X(8).
001114            05 LK-ID-EXEC-COM      PIC 9(10).
001120        77  WK-FS-MANCOMP  PIC XX           VALUE SPACES.
001130        77  WK-FS-COMPRAD  PIC XX           VALUE SPACES.
001140        77  WK-FS-COMPJRNL PIC XX           VALUE SPACES.
001150        77  WK-FS-RELCOMP  PIC XX           VALUE SPACES.
001160        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
001170        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001180        77  WK-HORA-SIST   PIC 9(6)         VALUE ZEROS.
001190        77  WK-QTD-TRANSACOES PIC 9(5)      VALUE ZEROS.
001200        77  WK-QTD-APLICADAS PIC 9(5)       VALUE ZEROS.
001210        77  WK-QTD-REJEITADAS PIC 9(5)      VALUE ZEROS.
001220        77  WK-MOTIVO-CRITICA PIC X(30)     VALUE SPACES.
001230        77  WK-IMAGEM-ANTES PIC X(70)       VALUE SPACES.
001240        01  WK-LINHA-OCORR.
001250            05 WK-OPER-REL     PIC X.
001260            05 FILLER          PIC X(01) VALUE SPACE.
001270            05 WK-CODIGO-REL   PIC X(6).
001280            05 FILLER          PIC X(01) VALUE SPACE.
001290            05 WK-CPF-REL      PIC X(14).
001300            05 FILLER          PIC X(01) VALUE SPACE.
001310            05 WK-NOME-REL     PIC X(30).
001320            05 FILLER          PIC X(01) VALUE SPACE.
001330            05 WK-UF-REL       PIC XX.
001340            05 FILLER          PIC X(01) VALUE SPACE.
001350            05 WK-LIMITE-REL   PIC ZZZ.ZZZ.ZZ9,99.
001360            05 FILLER          PIC X(01) VALUE SPACE.
001370            05 WK-PRAZO-REL    PIC ZZ9.
001380            05 FILLER          PIC X(01) VALUE SPACE.
001390            05 WK-RESULT-REL   PIC X(30).
001400        01  WK-LINHA-TOTAL.
001410            05 WK-TITULO-TOT   PIC X(26).
001420            05 WK-VALOR-TOT    PIC ZZZZZ9.
001430       *
001440        PROCEDURE DIVISION.
001450        000-PRINCIPAL SECTION.
001460        001-PRINCIPAL.
001470            PERFORM 195-GRAVAR-JRNL-INICIO.
001480            PERFORM 101-INICIAR.
001490            PERFORM 201-PROCESSAR-TRANSACAO
001500                UNTIL WK-FS-MANCOMP = '10'.
001510            PERFORM 901-FINALIZAR.
001520            PERFORM 196-GRAVAR-JRNL-FIM.
001530            STOP RUN.
001540       ***********************************************************
001550        100-INICIAR SECTION.
001560        101-INICIAR.
001570            ACCEPT WK-DATA-REF    FROM SYSIN.
001580            ACCEPT WK-DATA-SIST   FROM DATE YYYYMMDD.
001590            ACCEPT WK-HORA-SIST   FROM TIME.
001600            IF WK-DATA-REF NOT NUMERIC
001610               OR WK-DATA-REF = ZEROS
001620                MOVE WK-DATA-SIST TO WK-DATA-REF
001630            END-IF.
001640            PERFORM 103-ABRIR-COMPRAD.
001650            OPEN OUTPUT ARQ-RELCOMP.
001660            IF WK-FS-RELCOMP NOT = '00'
001670                DISPLAY 'ERRO ' WK-FS-RELCOMP
001680                        ' NO COMANDO OPEN RELCOMP'
001690                MOVE 12 TO RETURN-CODE
001700                STOP RUN
001710            END-IF.
001720            PERFORM 102-ABRIR-MANCOMP.
001730            OPEN EXTEND ARQ-COMPJRNL.
001740            IF WK-FS-COMPJRNL = '35'
001750                OPEN OUTPUT ARQ-COMPJRNL
001760            END-IF.
001770            IF WK-FS-COMPJRNL NOT = '00'
001780                DISPLAY 'ERRO ' WK-FS-COMPJRNL
001790                        ' NO COMANDO OPEN COMPJRNL'
001800                MOVE 12 TO RETURN-CODE
001810                STOP RUN
001820            END-IF.
001830        102-ABRIR-MANCOMP.
001840            OPEN INPUT ARQ-MANCOMP.
001850            EVALUATE WK-FS-MANCOMP
001860                WHEN '00'
001870                    PERFORM 301-LER-MANCOMP
001880                WHEN '35'
001890                    DISPLAY 'ARQUIVO MANCOMP NAO ENCONTRADO'
001900                    MOVE 12 TO RETURN-CODE
001910                    STOP RUN
001920                WHEN OTHER
001930                    DISPLAY 'ERRO ' WK-FS-MANCOMP
001940                            ' NO COMANDO OPEN MANCOMP'
001950                    MOVE 12 TO RETURN-CODE
001960                    STOP RUN
001970            END-EVALUATE.
001980        103-ABRIR-COMPRAD.
001990            OPEN I-O ARQ-COMPRAD.
002000            IF WK-FS-COMPRAD = '35'
002010                OPEN OUTPUT ARQ-COMPRAD
002020                CLOSE ARQ-COMPRAD
002030                OPEN I-O ARQ-COMPRAD
002040            END-IF.
002050            IF WK-FS-COMPRAD NOT = '00'
002060                DISPLAY 'ERRO ' WK-FS-COMPRAD
002070                        ' NO COMANDO OPEN COMPRAD'
002080                MOVE 12 TO RETURN-CODE
002090                STOP RUN
002100            END-IF.
002110       ***********************************************
002120        200-PROCESSAR SECTION.
002130        201-PROCESSAR-TRANSACAO.
002140            ADD 1 TO WK-QTD-TRANSACOES.
002150            MOVE SPACES TO WK-MOTIVO-CRITICA.
002160            PERFORM 202-CRITICAR-TRANSACAO.
002170            IF WK-MOTIVO-CRITICA = SPACES
002180                PERFORM 204-APLICAR-TRANSACAO
002190            ELSE
002200                ADD 1 TO WK-QTD-REJEITADAS
002210                MOVE WK-MOTIVO-CRITICA TO WK-RESULT-REL
002220                PERFORM 209-RELATAR-TRANSACAO
002230            END-IF.
002240            PERFORM 301-LER-MANCOMP.
002250        202-CRITICAR-TRANSACAO.
002260            EVALUATE TRUE
002270                WHEN NOT (MANCOMP-INCLUSAO OR MANCOMP-ALTERACAO
002280                            OR MANCOMP-INATIVACAO)
002290                    MOVE 'OPERACAO INVALIDA'
002300                        TO WK-MOTIVO-CRITICA
002310                WHEN FD-CODIGO-MANCOMP = SPACES
002320                    MOVE 'CODIGO NAO INFORMADO'
002330                        TO WK-MOTIVO-CRITICA
002340                WHEN MANCOMP-INATIVACAO
002350                    CONTINUE
002360                WHEN FD-TIPO-DOC-MANCOMP NOT = 'F' AND NOT = 'J'
002370                    MOVE 'TIPO DE DOCUMENTO DEVE SER F/J'
002380                        TO WK-MOTIVO-CRITICA
002390                WHEN FD-CPFCNPJ-MANCOMP = SPACES
002400                    MOVE 'CPF/CNPJ NAO INFORMADO'
002410                        TO WK-MOTIVO-CRITICA
002420                WHEN FD-NOME-MANCOMP = SPACES
002430                    MOVE 'NOME NAO INFORMADO'
002440                        TO WK-MOTIVO-CRITICA
002450                WHEN FD-ESTADO-MANCOMP = SPACES
002460                    MOVE 'ESTADO NAO INFORMADO'
002470                        TO WK-MOTIVO-CRITICA
002480                WHEN FD-LIMITE-MANCOMP NOT NUMERIC
002490                    MOVE 'LIMITE DE CREDITO INVALIDO'
002500                        TO WK-MOTIVO-CRITICA
002510                WHEN FD-PRAZO-MANCOMP NOT NUMERIC
002520                  OR FD-PRAZO-MANCOMP = ZEROS
002530                    MOVE 'PRAZO DE PAGAMENTO INVALIDO'
002540                        TO WK-MOTIVO-CRITICA
002550            END-EVALUATE.
002560        204-APLICAR-TRANSACAO.
002570            EVALUATE TRUE
002580                WHEN MANCOMP-INCLUSAO
002590                    PERFORM 205-INCLUIR-COMPRADOR
002600                WHEN MANCOMP-ALTERACAO
002610                    PERFORM 206-ALTERAR-COMPRADOR
002620                WHEN OTHER
002630                    PERFORM 207-INATIVAR-COMPRADOR
002640            END-EVALUATE.
002650        205-INCLUIR-COMPRADOR.
002660            MOVE FD-CODIGO-MANCOMP TO FD-CODIGO-CMP.
002670            PERFORM 212-MOVER-COMPRADOR.
002680            MOVE WK-DATA-REF TO FD-DATA-INCL-CMP.
002690            MOVE SPACES TO WK-IMAGEM-ANTES.
002700            WRITE REG-COMPRAD
002710                INVALID KEY
002720                    PERFORM 211-REATIVAR-COMPRADOR
002730                NOT INVALID KEY
002740                    PERFORM 208-JORNALAR-OPERACAO
002750                    ADD 1 TO WK-QTD-APLICADAS
002760                    MOVE 'COMPRADOR INCLUIDO'
002770                        TO WK-RESULT-REL
002780                    PERFORM 209-RELATAR-TRANSACAO
002790            END-WRITE.
002800        206-ALTERAR-COMPRADOR.
002810            MOVE FD-CODIGO-MANCOMP TO FD-CODIGO-CMP.
002820            READ ARQ-COMPRAD
002830                INVALID KEY
002840                    ADD 1 TO WK-QTD-REJEITADAS
002850                    MOVE 'COMPRADOR NAO ENCONTRADO'
002860                        TO WK-RESULT-REL
002870                    PERFORM 209-RELATAR-TRANSACAO
002880                NOT INVALID KEY
002890                    IF COMPRADOR-INATIVO
002900                        ADD 1 TO WK-QTD-REJEITADAS
002910                        MOVE 'COMPRADOR INATIVO'
002920                            TO WK-RESULT-REL
002930                        PERFORM 209-RELATAR-TRANSACAO
002940                    ELSE
002950                        MOVE REG-COMPRAD(7:70)
002960                            TO WK-IMAGEM-ANTES
002970                        PERFORM 212-MOVER-COMPRADOR
002980                        PERFORM 210-REGRAVAR-COMPRADOR
002990                        MOVE 'COMPRADOR ALTERADO'
003000                            TO WK-RESULT-REL
003010                        PERFORM 209-RELATAR-TRANSACAO
003020                    END-IF
003030            END-READ.
003040       *      A INATIVACAO NAO APAGA O REGISTRO: AS NOTAS JA
003050       *      EMITIDAS CONTINUAM NO ENVELHECIMENTO (EAD95875)
003060        207-INATIVAR-COMPRADOR.
003070            MOVE FD-CODIGO-MANCOMP TO FD-CODIGO-CMP.
003080            READ ARQ-COMPRAD
003090                INVALID KEY
003100                    ADD 1 TO WK-QTD-REJEITADAS
003110                    MOVE 'COMPRADOR NAO ENCONTRADO'
003120                        TO WK-RESULT-REL
003130                    PERFORM 209-RELATAR-TRANSACAO
003140                NOT INVALID KEY
003150                    MOVE REG-COMPRAD(7:70)
003160                        TO WK-IMAGEM-ANTES
003170                    MOVE 'I' TO FD-SITUACAO-CMP
003180                    PERFORM 210-REGRAVAR-COMPRADOR
003190                    MOVE 'COMPRADOR INATIVADO'
003200                        TO WK-RESULT-REL
003210                    PERFORM 209-RELATAR-TRANSACAO
003220            END-READ.
003230        210-REGRAVAR-COMPRADOR.
003240            REWRITE REG-COMPRAD
003250                INVALID KEY
003260                    DISPLAY 'ERRO NO REWRITE DO COMPRAD, '
003270                            'CHAVE ' FD-CODIGO-CMP
003280                    MOVE 12 TO RETURN-CODE
003290                    STOP RUN
003300            END-REWRITE.
003310            PERFORM 208-JORNALAR-OPERACAO.
003320            ADD 1 TO WK-QTD-APLICADAS.
003330       *      INCLUSAO DE CODIGO INATIVO REATIVA O COMPRADOR
003340       *      COM OS DADOS INFORMADOS
003350        211-REATIVAR-COMPRADOR.
003360            READ ARQ-COMPRAD
003370                INVALID KEY
003380                    DISPLAY 'ERRO NO READ DO COMPRAD, '
003390                            'CHAVE ' FD-CODIGO-CMP
003400                    MOVE 12 TO RETURN-CODE
003410                    STOP RUN
003420            END-READ.
003430            IF COMPRADOR-ATIVO
003440                ADD 1 TO WK-QTD-REJEITADAS
003450                MOVE 'CODIGO JA CADASTRADO E ATIVO'
003460                    TO WK-RESULT-REL
003470                PERFORM 209-RELATAR-TRANSACAO
003480            ELSE
003490                MOVE REG-COMPRAD(7:70)
003500                    TO WK-IMAGEM-ANTES
003510                PERFORM 212-MOVER-COMPRADOR
003520                MOVE WK-DATA-REF TO FD-DATA-INCL-CMP
003530                PERFORM 210-REGRAVAR-COMPRADOR
003540                MOVE 'COMPRADOR REATIVADO'
003550                    TO WK-RESULT-REL
003560                PERFORM 209-RELATAR-TRANSACAO
003570            END-IF.
003580        212-MOVER-COMPRADOR.
003590            MOVE FD-TIPO-DOC-MANCOMP TO FD-TIPO-DOC-CMP.
003600            MOVE FD-CPFCNPJ-MANCOMP  TO FD-CPFCNPJ-CMP.
003610            MOVE FD-NOME-MANCOMP     TO FD-NOME-CMP.
003620            MOVE FD-ESTADO-MANCOMP   TO FD-ESTADO-CMP.
003630            MOVE FD-LIMITE-MANCOMP   TO FD-LIMITE-CMP.
003640            MOVE FD-PRAZO-MANCOMP    TO FD-PRAZO-CMP.
003650            MOVE 'A'                 TO FD-SITUACAO-CMP.
003660       *      O DIARIO GUARDA A IMAGEM DO REGISTRO ANTES
003670       *      E DEPOIS, FORA DA CHAVE, COMO NO PROCJRNL
003680        208-JORNALAR-OPERACAO.
003690            MOVE WK-DATA-SIST TO JRN-DATA.
003700            MOVE WK-HORA-SIST TO JRN-HORA.
003710            MOVE FD-OPERADOR-MANCOMP TO JRN-OPERADOR.
003720            MOVE FD-OPERACAO-MANCOMP TO JRN-OPERACAO.
003730            MOVE FD-CODIGO-CMP       TO JRN-CODIGO.
003740            MOVE WK-IMAGEM-ANTES     TO JRN-IMAGEM-ANTES.
003750            MOVE REG-COMPRAD(7:70)   TO JRN-IMAGEM-DEPOIS.
003760            WRITE REG-COMPJRNL.
003770            IF WK-FS-COMPJRNL NOT = '00'
003780                DISPLAY 'ERRO ' WK-FS-COMPJRNL
003790                        ' NO COMANDO WRITE COMPJRNL'
003800                MOVE 12 TO RETURN-CODE
003810                STOP RUN
003820            END-IF.
003830        209-RELATAR-TRANSACAO.
003840            MOVE FD-OPERACAO-MANCOMP TO WK-OPER-REL.
003850            MOVE FD-CODIGO-MANCOMP   TO WK-CODIGO-REL.
003860            MOVE FD-CPFCNPJ-MANCOMP  TO WK-CPF-REL.
003870            MOVE FD-NOME-MANCOMP     TO WK-NOME-REL.
003880            MOVE FD-ESTADO-MANCOMP   TO WK-UF-REL.
003890            IF FD-LIMITE-MANCOMP NUMERIC
003900                MOVE FD-LIMITE-MANCOMP TO WK-LIMITE-REL
003910            ELSE
003920                MOVE ZEROS TO WK-LIMITE-REL
003930            END-IF.
003940            IF FD-PRAZO-MANCOMP NUMERIC
003950                MOVE FD-PRAZO-MANCOMP TO WK-PRAZO-REL
003960            ELSE
003970                MOVE ZEROS TO WK-PRAZO-REL
003980            END-IF.
003990            WRITE REG-RELCOMP FROM WK-LINHA-OCORR.
004000            PERFORM 283-CONFERIR-RELCOMP.
004010        283-CONFERIR-RELCOMP.
004020            IF WK-FS-RELCOMP NOT = '00'
004030                DISPLAY 'ERRO ' WK-FS-RELCOMP
004040                        ' NO COMANDO WRITE RELCOMP'
004050                MOVE 12 TO RETURN-CODE
004060                STOP RUN
004070            END-IF.
004080       ***********************************************
004090        300-LEITURAS SECTION.
004100        301-LER-MANCOMP.
004110            READ ARQ-MANCOMP.
004120            EVALUATE WK-FS-MANCOMP
004130                WHEN '00'
004140                    CONTINUE
004150                WHEN '10'
004160                    CONTINUE
004170                WHEN OTHER
004180                    DISPLAY 'ERRO ' WK-FS-MANCOMP
004190                            ' NO COMANDO READ MANCOMP'
004200                    MOVE 12 TO RETURN-CODE
004210                    STOP RUN
004220            END-EVALUATE.
004230        195-GRAVAR-JRNL-INICIO.
004240            MOVE 'I' TO JRL-TIPO.
004250            MOVE ZEROS TO JRL-QTD-LIDOS.
004260            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004270            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004280            MOVE ZEROS TO JRL-RETORNO.
004281            MOVE 'EAD95933' TO LK-PROGRAMA-COM.
004282            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004283            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004290            PERFORM 194-GRAVAR-RUNJRNL.
004300        196-GRAVAR-JRNL-FIM.
004310            MOVE 'F' TO JRL-TIPO.
004320            MOVE WK-QTD-TRANSACOES TO JRL-QTD-LIDOS.
004330            MOVE WK-QTD-APLICADAS  TO JRL-QTD-GRAVADOS.
004340            MOVE WK-QTD-REJEITADAS TO JRL-QTD-REJEITADOS.
004350            MOVE RETURN-CODE TO JRL-RETORNO.
004351            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004360            PERFORM 194-GRAVAR-RUNJRNL.
004370        194-GRAVAR-RUNJRNL.
004380            OPEN EXTEND ARQ-RUNJRNL.
004390            IF WK-FS-RUNJRNL = '35'
004400                OPEN OUTPUT ARQ-RUNJRNL
004410            END-IF.
004420            IF WK-FS-RUNJRNL NOT = '00'
004430                DISPLAY 'ERRO ' WK-FS-RUNJRNL
004440                        ' NO COMANDO OPEN RUNJRNL'
004450                MOVE 12 TO RETURN-CODE
004460                STOP RUN
004470            END-IF.
004480            MOVE 'EAD95933' TO JRL-PROGRAMA.
004490            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
004500            ACCEPT JRL-HORA FROM TIME.
004510            WRITE REG-RUNJRNL.
004520            IF WK-FS-RUNJRNL NOT = '00'
004530                DISPLAY 'ERRO ' WK-FS-RUNJRNL
004540                        ' NO COMANDO WRITE RUNJRNL'
004550                MOVE 12 TO RETURN-CODE
004560                STOP RUN
004570            END-IF.
004580            CLOSE ARQ-RUNJRNL.
004590       ***********************************************
004600        900-FINALIZAR SECTION.
004610        901-FINALIZAR.
004620            MOVE 'TRANSACOES LIDAS        : ' TO WK-TITULO-TOT.
004630            MOVE WK-QTD-TRANSACOES TO WK-VALOR-TOT.
004640            WRITE REG-RELCOMP FROM WK-LINHA-TOTAL
004650                AFTER 2 LINES.
004660            MOVE 'TRANSACOES APLICADAS    : ' TO WK-TITULO-TOT.
004670            MOVE WK-QTD-APLICADAS TO WK-VALOR-TOT.
004680            WRITE REG-RELCOMP FROM WK-LINHA-TOTAL.
004690            MOVE 'TRANSACOES REJEITADAS   : ' TO WK-TITULO-TOT.
004700            MOVE WK-QTD-REJEITADAS TO WK-VALOR-TOT.
004710            WRITE REG-RELCOMP FROM WK-LINHA-TOTAL.
004720            DISPLAY 'APLICADAS : ' WK-QTD-APLICADAS
004730                    ' REJEITADAS : ' WK-QTD-REJEITADAS.
004740            CLOSE ARQ-MANCOMP.
004750            CLOSE ARQ-COMPJRNL.
004760            CLOSE ARQ-COMPRAD.
004770            CLOSE ARQ-RELCOMP.
