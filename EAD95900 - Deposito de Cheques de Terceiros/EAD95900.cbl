000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95900.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   DEPOSITO DE CHEQUES DE OUTROS BANCOS         *
000170       *                                                *
000180       *   FUNCAO 'E' = ENTRADA: CREDITA NA CONTA OS    *
000190       *   CHEQUES DO DEPCHQ PELO LOTE LANCAMH E RETEM  *
000200       *   O VALOR NO CHQDEP ATE A DATA DE COMPENSACAO  *
000210       *   (D+1 UTIL, OU D+2 ABAIXO DO VALOR DE CORTE)  *
000220       *   O VALOR RETIDO SAI DO DISPONIVEL NA LINHA DE *
000230       *   SALDOS, COMO OS BLOQUEIOS JUDICIAIS          *
000240       *                                                *
000250       *   FUNCAO 'D' = DEVOLUCAO: OS CHEQUES DEVOLVIDOS*
000260       *   PELO OUTRO BANCO (DEVCOMP) TEM O CREDITO     *
000270       *   ESTORNADO NO LANCAMH E GERAM AVISO AO        *
000280       *   CLIENTE NO AVISODEV                          *
000290       **************************************************
000300       *
000310        ENVIRONMENT DIVISION.
000320        CONFIGURATION SECTION.
000330        SPECIAL-NAMES.
000340            DECIMAL-POINT IS COMMA.
000350        INPUT-OUTPUT SECTION.
000360        FILE-CONTROL.
000370            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000380                FILE STATUS IS WK-FS-RUNJRNL.
000390            SELECT ARQ-DEPCHQ   ASSIGN TO DEPCHQ
000400                FILE STATUS IS WK-FS-DEPCHQ.
000410            SELECT ARQ-DEVCOMP  ASSIGN TO DEVCOMP
000420                FILE STATUS IS WK-FS-DEVCOMP.
000430            SELECT ARQ-CHQDEP   ASSIGN TO CHQDEP
000440                ORGANIZATION IS INDEXED
000450                ACCESS MODE IS DYNAMIC
000460                RECORD KEY IS FD-CHAVE-REG-CHQDEP
000470                FILE STATUS IS WK-FS-CHQDEP.
000480            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS DYNAMIC
000510                RECORD KEY IS FD-CHAVE-CLIENTES
000520                FILE STATUS IS WK-FS-CLIENTES.
000530            SELECT ARQ-LANCAMH  ASSIGN TO LANCAMH
000540                FILE STATUS IS WK-FS-LANCAMH.
000550            SELECT ARQ-AVISODEV ASSIGN TO AVISODEV
000560                FILE STATUS IS WK-FS-AVISODEV.
000570            SELECT ARQ-RELDEP   ASSIGN TO RELDEP
000580                FILE STATUS IS WK-FS-RELDEP.
000590       *
000600        DATA DIVISION.
000610        FILE SECTION.
000620        FD   ARQ-DEPCHQ
000630             RECORDING MODE IS F.
000640        01  REG-DEPCHQ.
000650            05 FD-CHAVE-DEPCHQ     PIC X(9).
000660            05 FD-CHEQUE-DEPCHQ.
000670                10 FD-BANCO-DEPCHQ     PIC 9(3).
000680                10 FD-AGENCIA-SAC-DEPCHQ PIC 9(4).
000690                10 FD-CONTA-SAC-DEPCHQ PIC 9(10).
000700                10 FD-NUMERO-DEPCHQ    PIC 9(6).
000710            05 FD-VALOR-DEPCHQ     PIC 9(6)V99.
000720        FD   ARQ-DEVCOMP
000730             RECORDING MODE IS F.
000740        01  REG-DEVCOMP.
000750            05 FD-CHEQUE-DEVCOMP.
000760                10 FD-BANCO-DEVCOMP    PIC 9(3).
000770                10 FD-AGENCIA-SAC-DEVCOMP PIC 9(4).
000780                10 FD-CONTA-SAC-DEVCOMP PIC 9(10).
000790                10 FD-NUMERO-DEVCOMP   PIC 9(6).
000800            05 FD-VALOR-DEVCOMP    PIC 9(6)V99.
000810            05 FD-MOTIVO-DEVCOMP   PIC XX.
000820        FD   ARQ-CHQDEP
000830             RECORDING MODE IS F.
000840        01  REG-CHQDEP.
000850            05 FD-CHAVE-REG-CHQDEP.
000860                10 FD-BANCO-CHQDEP     PIC 9(3).
000870                10 FD-AGENCIA-SAC-CHQDEP PIC 9(4).
000880                10 FD-CONTA-SAC-CHQDEP PIC 9(10).
000890                10 FD-NUMERO-CHQDEP    PIC 9(6).
000900            05 FD-CHAVE-CHQDEP     PIC X(9).
000910            05 FD-VALOR-CHQDEP     PIC 9(6)V99.
000920            05 FD-DOC-CHQDEP       PIC 9(4).
000930            05 FD-DATA-DEP-CHQDEP  PIC 9(8).
000940            05 FD-DATA-LIBERA-CHQDEP PIC 9(8).
000950            05 FD-SITUACAO-CHQDEP  PIC X.
000960                88 CHEQUE-RETIDO       VALUE 'R'.
000970                88 CHEQUE-DEVOLVIDO    VALUE 'D'.
000980            05 FD-MOTIVO-DEV-CHQDEP PIC XX.
000990                88 DEVOL-PRIMEIRA-APRES VALUE '11'.
001000            05 FD-DATA-DEV-CHQDEP  PIC 9(8).
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
001160        FD   ARQ-LANCAMH
001170             RECORDING MODE IS F.
001180        01  REG-LANCAMH.
001190            05 FD-TIPO-REG-LANCAMH     PIC X.
001200            05 FD-DETALHE-LANCAMH.
001210                10 FD-CHAVE-LANCAMH.
001220                    15 FD-AGENCIA-LANCAMH      PIC X(4).
001230                    15 FD-CONTA-LANCAMH        PIC 9(5).
001240                10 FD-DIGITO-LANCAMH        PIC X.
001250                10 FD-DOC-LANCAMH          PIC 9(4).
001260                10 FD-TIPO-LANCAMH         PIC X.
001270                10 FD-VALOR-LANCAMH        PIC 9(6)V99.
001280                10 FD-MOEDA-LANCAMH        PIC X(3).
001290                10 FD-DATA-LANCAMH         PIC 9(8).
001300                10 FD-CONTRA-LANCAMH.
001310                    15 FD-AGENCIA-CONTRA-LANCAMH PIC X(4).
001320                    15 FD-CONTA-CONTRA-LANCAMH  PIC 9(5).
001330                10 FD-HORA-LANCAMH        PIC 9(6).
001340                10 FD-SEQ-LANCAMH         PIC 9(4).
001350            05 FD-CTRL-LANCAMH REDEFINES FD-DETALHE-LANCAMH.
001360                10 FD-DATA-CTRL-LANCAMH    PIC 9(8).
001370                10 FD-QTDE-CTRL-LANCAMH    PIC 9(6).
001380                10 FD-VALOR-CTRL-LANCAMH   PIC 9(8)V99.
001390                10 FD-INST-CTRL-LANCAMH    PIC 99.
001391            05 FD-ID-EXEC-LANCAMH      PIC 9(10).
001400        FD   ARQ-AVISODEV
001410             RECORDING MODE IS F.
001420        01  REG-AVISODEV.
001430            05 FD-CHAVE-AVISODEV   PIC X(9).
001440            05 FD-NOME-AVISODEV    PIC A(20).
001450            05 FD-CHEQUE-AVISODEV.
001460                10 FD-BANCO-AVISODEV   PIC 9(3).
001470                10 FD-AGENCIA-SAC-AVISODEV PIC 9(4).
001480                10 FD-CONTA-SAC-AVISODEV PIC 9(10).
001490                10 FD-NUMERO-AVISODEV  PIC 9(6).
001500            05 FD-VALOR-AVISODEV   PIC 9(6)V99.
001510            05 FD-MOTIVO-AVISODEV  PIC XX.
001520            05 FD-DATA-DEP-AVISODEV PIC 9(8).
001530            05 FD-DATA-AVISODEV    PIC 9(8).
001540        FD   ARQ-RELDEP
001550             RECORDING MODE IS F.
001560        01  REG-RELDEP                 PIC X(90).
001570        FD   ARQ-RUNJRNL
001580             RECORDING MODE IS F.
001590        01  REG-RUNJRNL.
001600            05 JRL-PROGRAMA        PIC X(8).
001610            05 JRL-TIPO            PIC X.
001620            05 JRL-DATA            PIC 9(8).
001630            05 JRL-HORA            PIC 9(6).
001640            05 JRL-QTD-LIDOS       PIC 9(7).
001650            05 JRL-QTD-GRAVADOS    PIC 9(7).
001660            05 JRL-QTD-REJEITADOS  PIC 9(7).
001670            05 JRL-RETORNO         PIC 9(4).
001671            05 JRL-ID-EXEC         PIC 9(10).
001680        WORKING-STORAGE SECTION.
001690        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001691        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001692        01  LK-AREA-ID-EXEC.
001693            05 LK-PROGRAMA-COM     PIC X(8).
001694            05 LK-ID-EXEC-COM      PIC 9(10).
001700        77  WK-FS-DEPCHQ   PIC XX           VALUE SPACES.
001710        77  WK-FS-DEVCOMP  PIC XX           VALUE SPACES.
001720        77  WK-FS-CHQDEP   PIC XX           VALUE SPACES.
001730        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001740        77  WK-FS-LANCAMH  PIC XX           VALUE SPACES.
001750        77  WK-FS-AVISODEV PIC XX           VALUE SPACES.
001760        77  WK-FS-RELDEP   PIC XX           VALUE SPACES.
001770        77  WK-FUNCAO      PIC X            VALUE SPACE.
001780            88 FUNCAO-ENTRADA                VALUE 'E'.
001790            88 FUNCAO-DEVOLUCAO              VALUE 'D'.
001800        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001810        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
001820        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
001830       *      ABAIXO DO VALOR DE CORTE O CHEQUE COMPENSA EM
001840       *      D+2 DIAS UTEIS; DO CORTE PARA CIMA, EM D+1
001850        77  WK-VALOR-CORTE PIC 9(6)V99      VALUE ZEROS.
001860        77  WK-DATA-LIBERA PIC 9(8)         VALUE ZEROS.
001870        77  WK-QTD-LIDOS   PIC 9(6)         VALUE ZEROS.
001880        77  WK-QTD-ACEITOS PIC 9(6)         VALUE ZEROS.
001890        77  WK-QTD-REJEITADOS PIC 9(6)      VALUE ZEROS.
001900        77  WK-QTD-LOTE    PIC 9(6)         VALUE ZEROS.
001910        77  WK-TOT-LOTE    PIC 9(8)V99      VALUE ZEROS.
001920        77  WK-TOT-RETIDO  PIC 9(8)V99      VALUE ZEROS.
001930        77  WK-TOT-ESTORNO PIC 9(8)V99      VALUE ZEROS.
001940        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
001950        77  WK-MOTIVO-REJ  PIC X(26)        VALUE SPACES.
001960        77  WK-CHQDEP-EXISTE PIC X          VALUE 'N'.
001970            88 CHQDEP-EXISTE                  VALUE 'S'.
001980            88 CHQDEP-NAO-EXISTE              VALUE 'N'.
001990        01  LK-AREA-DIAS-UTEIS.
002000            05 LK-FUNCAO-COM       PIC X.
002010            05 LK-AGENCIA-COM      PIC X(4).
002020            05 LK-DATA1-COM        PIC 9(8).
002030            05 LK-DATA2-COM        PIC 9(8).
002040            05 LK-RESPOSTA-COM     PIC X.
002050            05 LK-DATA-SAIDA-COM   PIC 9(8).
002060            05 LK-QTD-DIAS-COM     PIC 9(5).
002070        77  WK-PROG-DIAS-UTEIS PIC X(8)     VALUE 'EAD95850'.
002080        01  WK-LINHA-DEP.
002090            05 WK-CHAVE-REL    PIC X(9).
002100            05 FILLER          PIC X(01) VALUE SPACE.
002110            05 WK-BANCO-REL    PIC 9(3).
002120            05 FILLER          PIC X(01) VALUE SPACE.
002130            05 WK-AGENCIA-SAC-REL PIC 9(4).
002140            05 FILLER          PIC X(01) VALUE SPACE.
002150            05 WK-CONTA-SAC-REL PIC 9(10).
002160            05 FILLER          PIC X(01) VALUE SPACE.
002170            05 WK-NUMERO-REL   PIC 9(6).
002180            05 FILLER          PIC X(01) VALUE SPACE.
002190            05 WK-VALOR-REL    PIC ZZZ.ZZ9,99.
002200            05 FILLER          PIC X(01) VALUE SPACE.
002210            05 WK-DATA-REL     PIC 9(8).
002220            05 FILLER          PIC X(01) VALUE SPACE.
002230            05 WK-TEXTO-REL    PIC X(26).
002240        01  WK-LINHA-RESUMO.
002250            05 WK-TITULO-RES   PIC X(26).
002260            05 WK-VALOR-RES    PIC ZZ.ZZZ.ZZ9,99.
002270       *
002280        PROCEDURE DIVISION.
002290        000-PRINCIPAL SECTION.
002300        001-PRINCIPAL.
002310            PERFORM 195-GRAVAR-JRNL-INICIO.
002320            PERFORM 101-INICIAR.
002330            IF FUNCAO-ENTRADA
002340                PERFORM 201-DEPOSITAR-CHEQUE
002350                    UNTIL WK-FS-DEPCHQ = '10'
002360            ELSE
002370                PERFORM 241-DEVOLVER-CHEQUE
002380                    UNTIL WK-FS-DEVCOMP = '10'
002390            END-IF.
002400            PERFORM 901-FINALIZAR.
002410            PERFORM 196-GRAVAR-JRNL-FIM.
002420            STOP RUN.
002430       ***********************************************************
002440        100-INICIAR SECTION.
002450        101-INICIAR.
002460            ACCEPT WK-FUNCAO       FROM SYSIN.
002470            ACCEPT WK-DATA-REF     FROM SYSIN.
002480            ACCEPT WK-VALOR-CORTE  FROM SYSIN.
002490            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
002500            ACCEPT WK-HORA-CAPTURA FROM TIME.
002510            IF WK-DATA-REF NOT NUMERIC
002520               OR WK-DATA-REF = ZEROS
002530                MOVE WK-DATA-SIST TO WK-DATA-REF
002540            END-IF.
002550            IF WK-VALOR-CORTE NOT NUMERIC
002560               OR WK-VALOR-CORTE = ZEROS
002570                MOVE 300 TO WK-VALOR-CORTE
002580            END-IF.
002590            IF NOT FUNCAO-ENTRADA AND NOT FUNCAO-DEVOLUCAO
002600                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
002610                MOVE 12 TO RETURN-CODE
002620                STOP RUN
002630            END-IF.
002640            PERFORM 102-ABRIR-ARQUIVOS.
002650            IF FUNCAO-ENTRADA
002660                PERFORM 103-ABRIR-DEPCHQ
002670            ELSE
002680                PERFORM 104-ABRIR-DEVCOMP
002690            END-IF.
002700        102-ABRIR-ARQUIVOS.
002710            OPEN INPUT ARQ-CLIENTES.
002720            IF WK-FS-CLIENTES NOT = '00'
002730                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
002740                        'STATUS ' WK-FS-CLIENTES
002750                MOVE 12 TO RETURN-CODE
002760                STOP RUN
002770            END-IF.
002780            OPEN I-O ARQ-CHQDEP.
002790            IF WK-FS-CHQDEP = '35'
002800                OPEN OUTPUT ARQ-CHQDEP
002810                CLOSE ARQ-CHQDEP
002820                OPEN I-O ARQ-CHQDEP
002830            END-IF.
002840            IF WK-FS-CHQDEP NOT = '00'
002850                DISPLAY 'ERRO ' WK-FS-CHQDEP
002860                        ' NO COMANDO OPEN CHQDEP'
002870                MOVE 12 TO RETURN-CODE
002880                STOP RUN
002890            END-IF.
002900            OPEN OUTPUT ARQ-LANCAMH.
002910            IF WK-FS-LANCAMH NOT = '00'
002920                DISPLAY 'ERRO ' WK-FS-LANCAMH
002930                        ' NO COMANDO OPEN LANCAMH'
002940                MOVE 12 TO RETURN-CODE
002950                STOP RUN
002960            END-IF.
002970            OPEN OUTPUT ARQ-RELDEP.
002980            IF WK-FS-RELDEP NOT = '00'
002990                DISPLAY 'ERRO ' WK-FS-RELDEP
003000                        ' NO COMANDO OPEN RELDEP'
003010                MOVE 12 TO RETURN-CODE
003020                STOP RUN
003030            END-IF.
003040            MOVE 'H' TO FD-TIPO-REG-LANCAMH.
003050            MOVE SPACES TO FD-DETALHE-LANCAMH.
003060            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMH.
003070            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMH.
003080            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMH.
003090            MOVE 1 TO FD-INST-CTRL-LANCAMH.
003100            PERFORM 281-GRAVAR-LANCAMH.
003110        103-ABRIR-DEPCHQ.
003120            OPEN INPUT ARQ-DEPCHQ.
003130            EVALUATE WK-FS-DEPCHQ
003140                WHEN '00'
003150                    PERFORM 301-LER-DEPCHQ
003160                WHEN '35'
003170                    DISPLAY 'ARQUIVO DEPCHQ NAO ENCONTRADO'
003180                    MOVE '10' TO WK-FS-DEPCHQ
003190                WHEN OTHER
003200                    DISPLAY 'ERRO ' WK-FS-DEPCHQ
003210                            ' NO COMANDO OPEN DEPCHQ'
003220                    MOVE 12 TO RETURN-CODE
003230                    STOP RUN
003240            END-EVALUATE.
003250        104-ABRIR-DEVCOMP.
003260            OPEN INPUT ARQ-DEVCOMP.
003270            EVALUATE WK-FS-DEVCOMP
003280                WHEN '00'
003290                    PERFORM 302-LER-DEVCOMP
003300                WHEN '35'
003310                    DISPLAY 'ARQUIVO DEVCOMP NAO ENCONTRADO'
003320                    MOVE '10' TO WK-FS-DEVCOMP
003330                WHEN OTHER
003340                    DISPLAY 'ERRO ' WK-FS-DEVCOMP
003350                            ' NO COMANDO OPEN DEVCOMP'
003360                    MOVE 12 TO RETURN-CODE
003370                    STOP RUN
003380            END-EVALUATE.
003390            OPEN EXTEND ARQ-AVISODEV.
003400            IF WK-FS-AVISODEV = '35'
003410                OPEN OUTPUT ARQ-AVISODEV
003420            END-IF.
003430            IF WK-FS-AVISODEV NOT = '00'
003440                DISPLAY 'ERRO ' WK-FS-AVISODEV
003450                        ' NO COMANDO OPEN AVISODEV'
003460                MOVE 12 TO RETURN-CODE
003470                STOP RUN
003480            END-IF.
003490       ***********************************************
003500        200-ENTRADA SECTION.
003510        201-DEPOSITAR-CHEQUE.
003520            ADD 1 TO WK-QTD-LIDOS.
003530            MOVE SPACES TO WK-MOTIVO-REJ.
003540            MOVE ZEROS TO WK-DATA-LIBERA.
003550            PERFORM 202-CRITICAR-DEPOSITO.
003560            IF WK-MOTIVO-REJ = SPACES
003570                PERFORM 203-CALCULAR-LIBERACAO
003580                PERFORM 204-CREDITAR-DEPOSITO
003590                MOVE 'CREDITADO, RETIDO ATE' TO WK-TEXTO-REL
003600            ELSE
003610                ADD 1 TO WK-QTD-REJEITADOS
003620                MOVE WK-MOTIVO-REJ TO WK-TEXTO-REL
003630            END-IF.
003640            MOVE FD-CHAVE-DEPCHQ        TO WK-CHAVE-REL.
003650            MOVE FD-BANCO-DEPCHQ        TO WK-BANCO-REL.
003660            MOVE FD-AGENCIA-SAC-DEPCHQ  TO WK-AGENCIA-SAC-REL.
003670            MOVE FD-CONTA-SAC-DEPCHQ    TO WK-CONTA-SAC-REL.
003680            MOVE FD-NUMERO-DEPCHQ       TO WK-NUMERO-REL.
003690            MOVE FD-VALOR-DEPCHQ        TO WK-VALOR-REL.
003700            MOVE WK-DATA-LIBERA         TO WK-DATA-REL.
003710            PERFORM 282-GRAVAR-RELDEP.
003720            PERFORM 301-LER-DEPCHQ.
003730       *      O MESMO CHEQUE SO VOLTA A SER DEPOSITADO SE A
003740       *      DEVOLUCAO ANTERIOR FOI DE PRIMEIRA APRESENTACAO
003750        202-CRITICAR-DEPOSITO.
003760            MOVE FD-CHAVE-DEPCHQ TO FD-CHAVE-CLIENTES.
003770            READ ARQ-CLIENTES
003780                INVALID KEY
003790                    MOVE 'CONTA INEXISTENTE' TO WK-MOTIVO-REJ
003800            END-READ.
003810            EVALUATE TRUE
003820                WHEN WK-MOTIVO-REJ NOT = SPACES
003830                    CONTINUE
003840                WHEN CONTA-ENCERRADA
003850                    MOVE 'CONTA ENCERRADA' TO WK-MOTIVO-REJ
003860                WHEN FD-VALOR-DEPCHQ NOT NUMERIC
003870                  OR FD-VALOR-DEPCHQ = ZEROS
003880                    MOVE 'VALOR INVALIDO' TO WK-MOTIVO-REJ
003890                WHEN OTHER
003900                    MOVE FD-CHEQUE-DEPCHQ TO FD-CHAVE-REG-CHQDEP
003910                    READ ARQ-CHQDEP
003920                        INVALID KEY
003930                            SET CHQDEP-NAO-EXISTE TO TRUE
003940                        NOT INVALID KEY
003950                            SET CHQDEP-EXISTE TO TRUE
003960                    END-READ
003970                    IF CHQDEP-EXISTE
003980                       AND NOT (CHEQUE-DEVOLVIDO
003990                                AND DEVOL-PRIMEIRA-APRES)
004000                        MOVE 'CHEQUE JA DEPOSITADO'
004010                            TO WK-MOTIVO-REJ
004020                    END-IF
004030            END-EVALUATE.
004040       *      COMPENSACAO EM D+1 UTIL, MAIS UM DIA UTIL
004050       *      PARA CHEQUE ABAIXO DO VALOR DE CORTE
004060        203-CALCULAR-LIBERACAO.
004070            MOVE 'P'                 TO LK-FUNCAO-COM.
004080            MOVE FD-AGENCIA-CLIENTES TO LK-AGENCIA-COM.
004090            MOVE WK-DATA-REF         TO LK-DATA1-COM.
004100            CALL WK-PROG-DIAS-UTEIS USING LK-AREA-DIAS-UTEIS.
004110            IF FD-VALOR-DEPCHQ < WK-VALOR-CORTE
004120                MOVE LK-DATA-SAIDA-COM TO LK-DATA1-COM
004130                CALL WK-PROG-DIAS-UTEIS
004140                    USING LK-AREA-DIAS-UTEIS
004150            END-IF.
004160            MOVE LK-DATA-SAIDA-COM TO WK-DATA-LIBERA.
004170        204-CREDITAR-DEPOSITO.
004180            ADD 1 TO WK-DOC-SEQ.
004190            ADD 1 TO WK-QTD-ACEITOS.
004200            MOVE 'C' TO FD-TIPO-LANCAMH.
004210            MOVE FD-VALOR-DEPCHQ TO FD-VALOR-LANCAMH.
004220            PERFORM 210-LANCAR-CONTA.
004230            ADD FD-VALOR-DEPCHQ TO WK-TOT-RETIDO.
004240            MOVE FD-CHEQUE-DEPCHQ TO FD-CHAVE-REG-CHQDEP.
004250            MOVE FD-CHAVE-DEPCHQ  TO FD-CHAVE-CHQDEP.
004260            MOVE FD-VALOR-DEPCHQ  TO FD-VALOR-CHQDEP.
004270            MOVE WK-DOC-SEQ       TO FD-DOC-CHQDEP.
004280            MOVE WK-DATA-REF      TO FD-DATA-DEP-CHQDEP.
004290            MOVE WK-DATA-LIBERA   TO FD-DATA-LIBERA-CHQDEP.
004300            MOVE 'R'              TO FD-SITUACAO-CHQDEP.
004310            MOVE SPACES           TO FD-MOTIVO-DEV-CHQDEP.
004320            MOVE ZEROS            TO FD-DATA-DEV-CHQDEP.
004330            IF CHQDEP-EXISTE
004340                PERFORM 283-REGRAVAR-CHQDEP
004350            ELSE
004360                WRITE REG-CHQDEP
004370                    INVALID KEY
004380                        DISPLAY 'ERRO NO WRITE DO CHQDEP, '
004390                                'CHAVE ' FD-CHAVE-REG-CHQDEP
004400                        MOVE 12 TO RETURN-CODE
004410                        STOP RUN
004420                END-WRITE
004430            END-IF.
004440       *      LANCAMENTO NA CONTA DE CLIENTES JA LIDA, PELO
004450       *      LOTE LANCAMH POSTADO PELO EAD95809
004460        210-LANCAR-CONTA.
004470            MOVE 'D'                 TO FD-TIPO-REG-LANCAMH.
004480            MOVE FD-CHAVE-CLIENTES   TO FD-CHAVE-LANCAMH.
004490            MOVE FD-DIGITO-CLIENTES  TO FD-DIGITO-LANCAMH.
004500            MOVE WK-DOC-SEQ          TO FD-DOC-LANCAMH.
004510            MOVE FD-MOEDA-CLIENTES   TO FD-MOEDA-LANCAMH.
004520            MOVE WK-DATA-REF         TO FD-DATA-LANCAMH.
004530            MOVE SPACES              TO FD-CONTRA-LANCAMH.
004540            MOVE WK-HORA-CAPTURA     TO FD-HORA-LANCAMH.
004550            MOVE WK-DOC-SEQ          TO FD-SEQ-LANCAMH.
004560            ADD 1 TO WK-QTD-LOTE.
004570            ADD FD-VALOR-LANCAMH TO WK-TOT-LOTE.
004580            PERFORM 281-GRAVAR-LANCAMH.
004590       ***********************************************
004600       *      CHEQUE DEVOLVIDO PELO OUTRO BANCO: ESTORNA O
004610       *      CREDITO, LEVANTA A RETENCAO E AVISA O CLIENTE
004620        240-DEVOLUCAO SECTION.
004630        241-DEVOLVER-CHEQUE.
004640            ADD 1 TO WK-QTD-LIDOS.
004650            MOVE SPACES TO WK-MOTIVO-REJ.
004660            MOVE FD-CHEQUE-DEVCOMP TO FD-CHAVE-REG-CHQDEP.
004670            READ ARQ-CHQDEP
004680                INVALID KEY
004690                    MOVE 'CHEQUE NAO DEPOSITADO' TO WK-MOTIVO-REJ
004700            END-READ.
004710            IF WK-MOTIVO-REJ = SPACES
004720               AND CHEQUE-DEVOLVIDO
004730                MOVE 'CHEQUE JA DEVOLVIDO' TO WK-MOTIVO-REJ
004740            END-IF.
004750            IF WK-MOTIVO-REJ = SPACES
004760                MOVE FD-CHAVE-CHQDEP TO FD-CHAVE-CLIENTES
004770                READ ARQ-CLIENTES
004780                    INVALID KEY
004790                        MOVE 'CONTA INEXISTENTE' TO WK-MOTIVO-REJ
004800                END-READ
004810            END-IF.
004820            IF WK-MOTIVO-REJ = SPACES
004830                PERFORM 242-ESTORNAR-CREDITO
004840                MOVE 'CREDITO ESTORNADO' TO WK-TEXTO-REL
004850            ELSE
004860                ADD 1 TO WK-QTD-REJEITADOS
004870                MOVE WK-MOTIVO-REJ TO WK-TEXTO-REL
004880            END-IF.
004890            MOVE FD-CHAVE-CHQDEP         TO WK-CHAVE-REL.
004900            MOVE FD-BANCO-DEVCOMP        TO WK-BANCO-REL.
004910            MOVE FD-AGENCIA-SAC-DEVCOMP  TO WK-AGENCIA-SAC-REL.
004920            MOVE FD-CONTA-SAC-DEVCOMP    TO WK-CONTA-SAC-REL.
004930            MOVE FD-NUMERO-DEVCOMP       TO WK-NUMERO-REL.
004940            MOVE FD-VALOR-DEVCOMP        TO WK-VALOR-REL.
004950            MOVE WK-DATA-REF             TO WK-DATA-REL.
004960            PERFORM 282-GRAVAR-RELDEP.
004970            PERFORM 302-LER-DEVCOMP.
004980        242-ESTORNAR-CREDITO.
004990            ADD 1 TO WK-DOC-SEQ.
005000            ADD 1 TO WK-QTD-ACEITOS.
005010            MOVE 'D' TO FD-TIPO-LANCAMH.
005020            MOVE FD-VALOR-CHQDEP TO FD-VALOR-LANCAMH.
005030            PERFORM 210-LANCAR-CONTA.
005040            ADD FD-VALOR-CHQDEP TO WK-TOT-ESTORNO.
005050            MOVE 'D'               TO FD-SITUACAO-CHQDEP.
005060            MOVE FD-MOTIVO-DEVCOMP TO FD-MOTIVO-DEV-CHQDEP.
005070            MOVE WK-DATA-REF       TO FD-DATA-DEV-CHQDEP.
005080            PERFORM 283-REGRAVAR-CHQDEP.
005090            MOVE FD-CHAVE-CHQDEP    TO FD-CHAVE-AVISODEV.
005100            MOVE FD-NOME-CLIENTES   TO FD-NOME-AVISODEV.
005110            MOVE FD-CHAVE-REG-CHQDEP TO FD-CHEQUE-AVISODEV.
005120            MOVE FD-VALOR-CHQDEP    TO FD-VALOR-AVISODEV.
005130            MOVE FD-MOTIVO-DEVCOMP  TO FD-MOTIVO-AVISODEV.
005140            MOVE FD-DATA-DEP-CHQDEP TO FD-DATA-DEP-AVISODEV.
005150            MOVE WK-DATA-REF        TO FD-DATA-AVISODEV.
005160            WRITE REG-AVISODEV.
005170            IF WK-FS-AVISODEV NOT = '00'
005180                DISPLAY 'ERRO ' WK-FS-AVISODEV
005190                        ' NO COMANDO WRITE AVISODEV'
005200                MOVE 12 TO RETURN-CODE
005210                STOP RUN
005220            END-IF.
005230       ***********************************************
005240        280-GRAVACOES SECTION.
005250        281-GRAVAR-LANCAMH.
005251            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMH.
005260            WRITE REG-LANCAMH.
005270            IF WK-FS-LANCAMH NOT = '00'
005280                DISPLAY 'ERRO ' WK-FS-LANCAMH
005290                        ' NO COMANDO WRITE LANCAMH'
005300                MOVE 12 TO RETURN-CODE
005310                STOP RUN
005320            END-IF.
005330        282-GRAVAR-RELDEP.
005340            WRITE REG-RELDEP FROM WK-LINHA-DEP.
005350            IF WK-FS-RELDEP NOT = '00'
005360                DISPLAY 'ERRO ' WK-FS-RELDEP
005370                        ' NO COMANDO WRITE RELDEP'
005380                MOVE 12 TO RETURN-CODE
005390                STOP RUN
005400            END-IF.
005410        283-REGRAVAR-CHQDEP.
005420            REWRITE REG-CHQDEP
005430                INVALID KEY
005440                    DISPLAY 'ERRO NO REWRITE DO CHQDEP, '
005450                            'CHAVE ' FD-CHAVE-REG-CHQDEP
005460                    MOVE 12 TO RETURN-CODE
005470                    STOP RUN
005480            END-REWRITE.
005490       ***********************************************
005500        300-LEITURAS SECTION.
005510        301-LER-DEPCHQ.
005520            READ ARQ-DEPCHQ.
005530            EVALUATE WK-FS-DEPCHQ
005540                WHEN '00'
005550                    CONTINUE
005560                WHEN '10'
005570                    CONTINUE
005580                WHEN OTHER
005590                    DISPLAY 'ERRO ' WK-FS-DEPCHQ
005600                            ' NO COMANDO READ DEPCHQ'
005610                    MOVE 12 TO RETURN-CODE
005620                    STOP RUN
005630            END-EVALUATE.
005640        302-LER-DEVCOMP.
005650            READ ARQ-DEVCOMP.
005660            EVALUATE WK-FS-DEVCOMP
005670                WHEN '00'
005680                    CONTINUE
005690                WHEN '10'
005700                    CONTINUE
005710                WHEN OTHER
005720                    DISPLAY 'ERRO ' WK-FS-DEVCOMP
005730                            ' NO COMANDO READ DEVCOMP'
005740                    MOVE 12 TO RETURN-CODE
005750                    STOP RUN
005760            END-EVALUATE.
005770       ***********************************************
005780        195-GRAVAR-JRNL-INICIO.
005790            MOVE 'I' TO JRL-TIPO.
005800            MOVE ZEROS TO JRL-QTD-LIDOS.
005810            MOVE ZEROS TO JRL-QTD-GRAVADOS.
005820            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005830            MOVE ZEROS TO JRL-RETORNO.
005831            MOVE 'EAD95900' TO LK-PROGRAMA-COM.
005832            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
005833            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005840            PERFORM 194-GRAVAR-RUNJRNL.
005850        196-GRAVAR-JRNL-FIM.
005860            MOVE 'F' TO JRL-TIPO.
005870            MOVE WK-QTD-LIDOS
005880                TO JRL-QTD-LIDOS.
005890            MOVE WK-QTD-ACEITOS
005900                TO JRL-QTD-GRAVADOS.
005910            MOVE WK-QTD-REJEITADOS
005920                TO JRL-QTD-REJEITADOS.
005930            MOVE RETURN-CODE TO JRL-RETORNO.
005931            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005940            PERFORM 194-GRAVAR-RUNJRNL.
005950        194-GRAVAR-RUNJRNL.
005960            OPEN EXTEND ARQ-RUNJRNL.
005970            IF WK-FS-RUNJRNL = '35'
005980                OPEN OUTPUT ARQ-RUNJRNL
005990            END-IF.
006000            IF WK-FS-RUNJRNL NOT = '00'
006010                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006020                        ' NO COMANDO OPEN RUNJRNL'
006030                MOVE 12 TO RETURN-CODE
006040                STOP RUN
006050            END-IF.
006060            MOVE 'EAD95900' TO JRL-PROGRAMA.
006070            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006080            ACCEPT JRL-HORA FROM TIME.
006090            WRITE REG-RUNJRNL.
006100            IF WK-FS-RUNJRNL NOT = '00'
006110                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006120                        ' NO COMANDO WRITE RUNJRNL'
006130                MOVE 12 TO RETURN-CODE
006140                STOP RUN
006150            END-IF.
006160            CLOSE ARQ-RUNJRNL.
006170       ***********************************************
006180        900-FINALIZAR SECTION.
006190        901-FINALIZAR.
006200            MOVE 'T' TO FD-TIPO-REG-LANCAMH.
006210            MOVE SPACES TO FD-DETALHE-LANCAMH.
006220            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMH.
006230            MOVE WK-QTD-LOTE TO FD-QTDE-CTRL-LANCAMH.
006240            MOVE WK-TOT-LOTE TO FD-VALOR-CTRL-LANCAMH.
006250            MOVE 1 TO FD-INST-CTRL-LANCAMH.
006260            PERFORM 281-GRAVAR-LANCAMH.
006270            MOVE 'CHEQUES LIDOS           : ' TO WK-TITULO-RES.
006280            MOVE WK-QTD-LIDOS TO WK-VALOR-RES.
006290            WRITE REG-RELDEP FROM WK-LINHA-RESUMO
006300                AFTER 2 LINES.
006310            MOVE 'CHEQUES PROCESSADOS     : ' TO WK-TITULO-RES.
006320            MOVE WK-QTD-ACEITOS TO WK-VALOR-RES.
006330            WRITE REG-RELDEP FROM WK-LINHA-RESUMO.
006340            MOVE 'CHEQUES REJEITADOS      : ' TO WK-TITULO-RES.
006350            MOVE WK-QTD-REJEITADOS TO WK-VALOR-RES.
006360            WRITE REG-RELDEP FROM WK-LINHA-RESUMO.
006370            IF FUNCAO-ENTRADA
006380                MOVE 'VALOR CREDITADO E RETIDO: '
006390                    TO WK-TITULO-RES
006400                MOVE WK-TOT-RETIDO TO WK-VALOR-RES
006410                WRITE REG-RELDEP FROM WK-LINHA-RESUMO
006420                CLOSE ARQ-DEPCHQ
006430            ELSE
006440                MOVE 'VALOR ESTORNADO         : '
006450                    TO WK-TITULO-RES
006460                MOVE WK-TOT-ESTORNO TO WK-VALOR-RES
006470                WRITE REG-RELDEP FROM WK-LINHA-RESUMO
006480                CLOSE ARQ-DEVCOMP
006490                CLOSE ARQ-AVISODEV
006500            END-IF.
006510            DISPLAY 'CHEQUES LIDOS      : ' WK-QTD-LIDOS.
006520            DISPLAY 'CHEQUES PROCESSADOS: ' WK-QTD-ACEITOS.
006530            DISPLAY 'CHEQUES REJEITADOS : ' WK-QTD-REJEITADOS.
006540            CLOSE ARQ-CLIENTES.
006550            CLOSE ARQ-CHQDEP.
006560            CLOSE ARQ-LANCAMH.
006570            CLOSE ARQ-RELDEP.
