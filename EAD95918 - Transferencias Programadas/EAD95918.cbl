000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95918.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   TRANSFERENCIAS PROGRAMADAS (RODADA DIARIA)   *
000170       *                                                *
000180       *   O ORDPROG GUARDA AS ORDENS PERMANENTES DOS   *
000190       *   CLIENTES: CONTA DE DEBITO, CONTA FAVORECIDA, *
000200       *   VALOR, FREQUENCIA (S = SEMANAL, M = MENSAL   *
000210       *   NO DIA DO INICIO, D = DIA FIXO DO MES),      *
000220       *   INICIO, FIM (ZEROS = SEM FIM) E O MAXIMO DE  *
000230       *   NOVAS TENTATIVAS. O MANORDP TRAZ A MANUTEN-  *
000240       *   CAO: I = INCLUSAO, A = ALTERACAO DE VALOR/   *
000250       *   FIM/TENTATIVAS, C = CANCELAMENTO, R =        *
000260       *   REATIVACAO DE ORDEM SUSPENSA.                *
000270       *                                                *
000280       *   CADA OCORRENCIA QUE VENCE ATE A DATA DO DIA  *
000290       *   MAIS A ANTECEDENCIA SAI NO AGENDADO COMO     *
000300       *   TRANSFERENCIA (V) DATADA NO DIA UTIL         *
000310       *   SEGUINTE QUANDO CAIR EM FERIADO OU FIM DE    *
000320       *   SEMANA (EAD95850); O EAD95885 A LIBERA NO    *
000330       *   DIA CERTO.                                   *
000340       *                                                *
000350       *   OCORRENCIA REJEITADA PELO EAD95809 (REJEITAD *
000360       *   DA NOITE) E REPETIDA NO PROXIMO DIA UTIL.    *
000370       *   ESGOTADAS AS TENTATIVAS A ORDEM E SUSPENSA E *
000380       *   O CLIENTE AVISADO (NOTIFEXT EVENTO 09). O    *
000390       *   EAD95833 NAO RECICLA ESSAS OCORRENCIAS.      *
000400       *                                                *
000410       *   ORDEM DE CADEIA: EAD95809 (NOITE ANTERIOR),  *
000420       *   EAD95918, EAD95885                           *
000430       *                                                *
000440       *   SYSIN: DATA (ZEROS = HOJE), DIAS DE ANTECE-  *
000450       *   DENCIA (ZEROS = 5, MAXIMO 6)                 *
000460       **************************************************
000470       *
000480        ENVIRONMENT DIVISION.
000490        CONFIGURATION SECTION.
000500        SPECIAL-NAMES.
000510            DECIMAL-POINT IS COMMA.
000520        INPUT-OUTPUT SECTION.
000530        FILE-CONTROL.
000540            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000550                FILE STATUS IS WK-FS-RUNJRNL.
000560            SELECT ARQ-MANORDP  ASSIGN TO MANORDP
000570                FILE STATUS IS WK-FS-MANORDP.
000580            SELECT ARQ-REJEITAD ASSIGN TO REJEITAD
000590                FILE STATUS IS WK-FS-REJEITAD.
000600            SELECT ARQ-ORDPROG  ASSIGN TO ORDPROG
000610                ORGANIZATION IS INDEXED
000620                ACCESS MODE IS DYNAMIC
000630                RECORD KEY IS FD-CHAVE-REG-ORDP
000640                FILE STATUS IS WK-FS-ORDPROG.
000650            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000660                ORGANIZATION IS INDEXED
000670                ACCESS MODE IS DYNAMIC
000680                RECORD KEY IS FD-CHAVE-CLIENTES
000690                FILE STATUS IS WK-FS-CLIENTES.
000700            SELECT ARQ-AGENDADO ASSIGN TO AGENDADO
000710                FILE STATUS IS WK-FS-AGENDADO.
000720            SELECT ARQ-NOTIFEXT ASSIGN TO NOTIFEXT
000730                FILE STATUS IS WK-FS-NOTIFEXT.
000740            SELECT ARQ-RELORDP  ASSIGN TO RELORDP
000750                FILE STATUS IS WK-FS-RELORDP.
000760       *
000770        DATA DIVISION.
000780        FILE SECTION.
000790       *      MANUTENCAO DAS ORDENS PELAS AGENCIAS
000800        FD   ARQ-MANORDP
000810             RECORDING MODE IS F.
000820        01  REG-MANORDP.
000830            05 FD-OPERACAO-MAN     PIC X.
000840                88 MAN-INCLUSAO        VALUE 'I'.
000850                88 MAN-ALTERACAO       VALUE 'A'.
000860                88 MAN-CANCELAMENTO    VALUE 'C'.
000870                88 MAN-REATIVACAO      VALUE 'R'.
000880            05 FD-CHAVE-MAN        PIC X(9).
000890            05 FD-NUMERO-MAN       PIC 9(4).
000900            05 FD-CONTRA-MAN       PIC X(9).
000910            05 FD-VALOR-MAN        PIC 9(6)V99.
000920            05 FD-FREQUENCIA-MAN   PIC X.
000930            05 FD-DIA-MAN          PIC 99.
000940            05 FD-DATA-INI-MAN     PIC 9(8).
000950            05 FD-DATA-FIM-MAN     PIC 9(8).
000960            05 FD-MAX-TENT-MAN     PIC 99.
000970            05 FD-OPERADOR-MAN     PIC X(8).
000980        FD   ARQ-REJEITAD
000990             RECORDING MODE IS F.
001000        01  REG-REJEITAD.
001010            05 FD-CHAVE-REJEITAD.
001020                10 FD-AGENCIA-REJEITAD     PIC X(4).
001030                10 FD-CONTA-REJEITAD       PIC 9(5).
001040            05 FD-DOC-REJEITAD         PIC 9(4).
001050            05 FD-TIPO-REJEITAD        PIC X.
001060            05 FD-VALOR-REJEITAD       PIC 9(6)V99.
001070            05 FD-MOTIVO-REJEITAD      PIC X(30).
001080            05 FD-DATA-REJEITAD        PIC 9(8).
001090            05 FD-MOEDA-REJEITAD       PIC X(3).
001100            05 FD-CONTRA-REJEITAD      PIC X(9).
001110            05 FD-HORA-REJEITAD        PIC 9(6).
001120            05 FD-SEQ-REJEITAD         PIC 9(4).
001121            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
001122            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
001130       *      ORDENS PERMANENTES: A = ATIVA, S = SUSPENSA POR
001140       *      FALHAS, C = CANCELADA, E = ENCERRADA (FIM)
001150        FD   ARQ-ORDPROG
001160             RECORDING MODE IS F.
001170        01  REG-ORDPROG.
001180            05 FD-CHAVE-REG-ORDP.
001190                10 FD-CHAVE-ORDP       PIC X(9).
001200                10 FD-NUMERO-ORDP      PIC 9(4).
001210            05 FD-CONTRA-ORDP      PIC X(9).
001220            05 FD-VALOR-ORDP       PIC 9(6)V99.
001230            05 FD-FREQUENCIA-ORDP  PIC X.
001240                88 ORDP-SEMANAL        VALUE 'S'.
001250                88 ORDP-MENSAL         VALUE 'M'.
001260                88 ORDP-DIA-DO-MES     VALUE 'D'.
001270            05 FD-DIA-ORDP         PIC 99.
001280            05 FD-DATA-INI-ORDP    PIC 9(8).
001290            05 FD-DATA-FIM-ORDP    PIC 9(8).
001300            05 FD-MAX-TENT-ORDP    PIC 99.
001310            05 FD-DATA-PROX-ORDP   PIC 9(8).
001320            05 FD-DATA-ULT-ORDP    PIC 9(8).
001330            05 FD-DATA-EFET-ORDP   PIC 9(8).
001340            05 FD-DATA-RETENT-ORDP PIC 9(8).
001350            05 FD-DATA-FALHA-ORDP  PIC 9(8).
001360            05 FD-QTD-FALHAS-ORDP  PIC 99.
001370            05 FD-QTD-GERADAS-ORDP PIC 9(5).
001380            05 FD-SITUACAO-ORDP    PIC X.
001390                88 ORDP-ATIVA          VALUE 'A'.
001400                88 ORDP-SUSPENSA       VALUE 'S'.
001410                88 ORDP-CANCELADA      VALUE 'C'.
001420                88 ORDP-ENCERRADA      VALUE 'E'.
001430            05 FD-DATA-SITUACAO-ORDP PIC 9(8).
001440            05 FD-OPERADOR-ORDP    PIC X(8).
001450        FD   ARQ-CLIENTES
001460             RECORDING MODE IS F.
001470        01  REG-CLIENTES.
001480            05 FD-CHAVE-CLIENTES.
001490                10 FD-AGENCIA-CLIENTES     PIC X(4).
001500                10 FD-CONTA-CLIENTES       PIC 9(5).
001510            05 FD-DIGITO-CLIENTES      PIC X.
001520            05 FD-NOME-CLIENTES        PIC A(20).
001530            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001540            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001550            05 FD-MOEDA-CLIENTES       PIC X(3).
001560            05 FD-SITUACAO-CLIENTES    PIC X.
001570                88 CONTA-ATIVA            VALUE 'A' ' '.
001580                88 CONTA-BLOQUEADA        VALUE 'B'.
001590                88 CONTA-ENCERRADA        VALUE 'E'.
001600       *      MESMA IMAGEM DO DETALHE DO LANCAM GRAVADA PELO
001610       *      EAD95809 E LIBERADA PELO EAD95885
001620        FD   ARQ-AGENDADO
001630             RECORDING MODE IS F.
001640        01  REG-AGENDADO.
001650            05 FD-IMAGEM-AGENDADO.
001660                10 FD-CHAVE-AGEND.
001670                    15 FD-AGENCIA-AGEND        PIC X(4).
001680                    15 FD-CONTA-AGEND          PIC 9(5).
001690                10 FD-DIGITO-AGEND          PIC X.
001700                10 FD-DOC-AGEND             PIC 9(4).
001710                10 FD-TIPO-AGEND            PIC X.
001720                10 FD-VALOR-AGEND           PIC 9(6)V99.
001730                10 FD-MOEDA-AGEND           PIC X(3).
001740                10 FD-DATA-AGEND            PIC 9(8).
001750                10 FD-CONTRA-AGEND          PIC X(9).
001760                10 FD-HORA-AGEND            PIC 9(6).
001770                10 FD-SEQ-AGEND             PIC 9(4).
001780        FD   ARQ-NOTIFEXT
001790             RECORDING MODE IS F.
001800        01  REG-NOTIFEXT.
001810            05 FD-CHAVE-NOTIF      PIC X(9).
001820            05 FD-EVENTO-NOTIF     PIC 99.
001830            05 FD-PARAM-NOTIF      PIC X(20).
001840            05 FD-DATA-NOTIF       PIC 9(8).
001850        FD   ARQ-RELORDP
001860             RECORDING MODE IS F.
001870        01  REG-RELORDP                PIC X(100).
001880        FD   ARQ-RUNJRNL
001890             RECORDING MODE IS F.
001900        01  REG-RUNJRNL.
001910            05 JRL-PROGRAMA        PIC X(8).
001920            05 JRL-TIPO            PIC X.
001930            05 JRL-DATA            PIC 9(8).
001940            05 JRL-HORA            PIC 9(6).
001950            05 JRL-QTD-LIDOS       PIC 9(7).
001960            05 JRL-QTD-GRAVADOS    PIC 9(7).
001970            05 JRL-QTD-REJEITADOS  PIC 9(7).
001980            05 JRL-RETORNO         PIC 9(4).
001981            05 JRL-ID-EXEC         PIC 9(10).
001990        WORKING-STORAGE SECTION.
002000        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002001        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002002        01  LK-AREA-ID-EXEC.
002003            05 LK-PROGRAMA-COM     PIC X(8).
002004            05 LK-ID-EXEC-COM      PIC 9(10).
002010        77  WK-FS-MANORDP  PIC XX           VALUE SPACES.
002020        77  WK-FS-REJEITAD PIC XX           VALUE SPACES.
002030        77  WK-FS-ORDPROG  PIC XX           VALUE SPACES.
002040        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002050        77  WK-FS-AGENDADO PIC XX           VALUE SPACES.
002060        77  WK-FS-NOTIFEXT PIC XX           VALUE SPACES.
002070        77  WK-FS-RELORDP  PIC XX           VALUE SPACES.
002080        77  WK-MANORDP-ABERTO PIC X         VALUE 'N'.
002090            88 MANORDP-ABERTO                 VALUE 'S'.
002100        77  WK-REJEITAD-ABERTO PIC X        VALUE 'N'.
002110            88 REJEITAD-ABERTO                VALUE 'S'.
002120        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002130        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002140        77  WK-HORA-SIST   PIC 9(6)         VALUE ZEROS.
002150        77  WK-DIAS-ANTEC  PIC 99           VALUE ZEROS.
002160        77  WK-DATA-LIMITE PIC 9(8)         VALUE ZEROS.
002170        77  WK-QTD-MAN     PIC 9(6)         VALUE ZEROS.
002180        77  WK-QTD-MAN-REJ PIC 9(6)         VALUE ZEROS.
002190        77  WK-QTD-REJ-LIDOS PIC 9(6)       VALUE ZEROS.
002200        77  WK-QTD-GERADAS PIC 9(6)         VALUE ZEROS.
002210        77  WK-QTD-RETENT  PIC 9(6)         VALUE ZEROS.
002220        77  WK-QTD-SUSPENSAS PIC 9(6)       VALUE ZEROS.
002230        77  WK-QTD-ENCERRADAS PIC 9(6)      VALUE ZEROS.
002240        77  WK-QTD-CANCELADAS PIC 9(6)      VALUE ZEROS.
002250        77  WK-TOT-GERADO  PIC 9(9)V99      VALUE ZEROS.
002260        77  WK-SEQ-AGEND   PIC 9(4)         VALUE ZEROS.
002270        77  WK-MOTIVO-REJ  PIC X(30)        VALUE SPACES.
002280        77  WK-DIGITO-DEB  PIC X            VALUE SPACE.
002290        77  WK-MOEDA-DEB   PIC X(3)         VALUE SPACES.
002300        77  WK-DATA-EFET   PIC 9(8)         VALUE ZEROS.
002310        77  WK-QTD-DIAS    PIC 99           VALUE ZEROS.
002320        77  WK-IDX-DIA     PIC 99           VALUE ZEROS.
002330        01  WK-PARAM-ORDEM.
002340            05 FILLER          PIC X(06) VALUE 'ORDEM '.
002350            05 WK-NUMERO-PARAM PIC 9(4).
002360            05 FILLER          PIC X(01) VALUE SPACE.
002370            05 WK-CONTRA-PARAM PIC X(9).
002380        01  LK-AREA-DIAS-UTEIS.
002390            05 LK-FUNCAO-COM       PIC X.
002400            05 LK-AGENCIA-COM      PIC X(4).
002410            05 LK-DATA1-COM        PIC 9(8).
002420            05 LK-DATA2-COM        PIC 9(8).
002430            05 LK-RESPOSTA-COM     PIC X.
002440            05 LK-DATA-SAIDA-COM   PIC 9(8).
002450            05 LK-QTD-DIAS-COM     PIC 9(5).
002460        77  WK-PROG-DIAS-UTEIS PIC X(8)     VALUE 'EAD95850'.
002470       *      ARITMETICA DE DATAS DAS OCORRENCIAS
002480        01  WK-DATA-CALC       PIC 9(8)     VALUE ZEROS.
002490        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
002500            05 WK-ANO-CALC     PIC 9(4).
002510            05 WK-MES-CALC     PIC 99.
002520            05 WK-DIA-CALC     PIC 99.
002530        77  WK-DIAS-NO-MES PIC 99           VALUE ZEROS.
002540        77  WK-QUOC-BIS    PIC 9(4)         VALUE ZEROS.
002550        77  WK-RESTO-4     PIC 9(4)         VALUE ZEROS.
002560        77  WK-RESTO-100   PIC 9(4)         VALUE ZEROS.
002570        77  WK-RESTO-400   PIC 9(4)         VALUE ZEROS.
002580        01  NOMES-DIAS-MES.
002590            05 FILLER PIC X(24) VALUE '312831303130313130313031'.
002600        01  TABELA-DIAS-MES REDEFINES NOMES-DIAS-MES.
002610            05 DIAS-NO-MES     PIC 99 OCCURS 12 TIMES.
002620        01  WK-CABEC1.
002630            05 FILLER          PIC X(40)
002640                 VALUE 'TRANSFERENCIAS PROGRAMADAS - DATA '.
002650            05 WK-DATA-CABEC   PIC 9(8).
002660        01  WK-CABEC2.
002670            05 FILLER          PIC X(10) VALUE 'CONTA'.
002680            05 FILLER          PIC X(05) VALUE 'ORD'.
002690            05 FILLER          PIC X(10) VALUE 'FAVOREC'.
002700            05 FILLER          PIC X(11) VALUE '     VALOR'.
002710            05 FILLER          PIC X(09) VALUE 'PREVISTA'.
002720            05 FILLER          PIC X(09) VALUE 'EFETIVA'.
002730            05 FILLER          PIC X(30) VALUE 'OCORRENCIA'.
002740        01  WK-LINHA-DET.
002750            05 WK-CHAVE-REL    PIC X(9).
002760            05 FILLER          PIC X(01) VALUE SPACE.
002770            05 WK-NUMERO-REL   PIC 9(4).
002780            05 FILLER          PIC X(01) VALUE SPACE.
002790            05 WK-CONTRA-REL   PIC X(9).
002800            05 FILLER          PIC X(01) VALUE SPACE.
002810            05 WK-VALOR-REL    PIC ZZZ.ZZ9,99.
002820            05 FILLER          PIC X(01) VALUE SPACE.
002830            05 WK-DATA-PREV-REL PIC 9(8).
002840            05 FILLER          PIC X(01) VALUE SPACE.
002850            05 WK-DATA-EFET-REL PIC 9(8).
002860            05 FILLER          PIC X(01) VALUE SPACE.
002870            05 WK-OCORR-REL    PIC X(30).
002880        01  WK-LINHA-TOTAL.
002890            05 WK-TITULO-TOT   PIC X(30).
002900            05 WK-VALOR-TOT    PIC ZZZZZ9.
002910        01  WK-LINHA-VALOR.
002920            05 WK-TITULO-VAL   PIC X(30).
002930            05 WK-VALOR-VAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002940       *
002950        PROCEDURE DIVISION.
002960        000-PRINCIPAL SECTION.
002970        001-PRINCIPAL.
002980            PERFORM 195-GRAVAR-JRNL-INICIO.
002990            PERFORM 101-INICIAR.
003000            PERFORM 201-MANTER-ORDEM
003010                UNTIL WK-FS-MANORDP = '10'.
003020            PERFORM 221-EXAMINAR-REJEITADO
003030                UNTIL WK-FS-REJEITAD = '10'.
003040            PERFORM 241-VARRER-ORDPROG.
003050            PERFORM 901-FINALIZAR.
003060            PERFORM 196-GRAVAR-JRNL-FIM.
003070            STOP RUN.
003080       ***********************************************************
003090        100-INICIAR SECTION.
003100        101-INICIAR.
003110            ACCEPT WK-DATA-REF     FROM SYSIN.
003120            ACCEPT WK-DIAS-ANTEC   FROM SYSIN.
003130            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
003140            ACCEPT WK-HORA-SIST    FROM TIME.
003150            IF WK-DATA-REF NOT NUMERIC
003160               OR WK-DATA-REF = ZEROS
003170                MOVE WK-DATA-SIST TO WK-DATA-REF
003180            END-IF.
003190            IF WK-DIAS-ANTEC NOT NUMERIC
003200               OR WK-DIAS-ANTEC = ZEROS
003210                MOVE 5 TO WK-DIAS-ANTEC
003220            END-IF.
003230       *      ANTECEDENCIA MENOR QUE UMA SEMANA: CADA ORDEM TEM NO
003240       *      MAXIMO UMA OCORRENCIA REGULAR AINDA NAO EFETIVADA
003250            IF WK-DIAS-ANTEC > 6
003260                MOVE 6 TO WK-DIAS-ANTEC
003270            END-IF.
003280            MOVE WK-DATA-REF TO WK-DATA-CALC.
003290            MOVE WK-DIAS-ANTEC TO WK-QTD-DIAS.
003300            PERFORM 250-SOMAR-DIAS.
003310            MOVE WK-DATA-CALC TO WK-DATA-LIMITE.
003320            PERFORM 104-ABRIR-ARQUIVOS.
003330            PERFORM 110-PREPARAR-ORDPROG.
003340            PERFORM 301-LER-MANORDP.
003350            PERFORM 302-LER-REJEITAD.
003360        104-ABRIR-ARQUIVOS.
003370       *      SEM MANUTENCAO NO DIA O MANORDP PODE NAO EXISTIR
003380            OPEN INPUT ARQ-MANORDP.
003390            EVALUATE WK-FS-MANORDP
003400                WHEN '00'
003410                    SET MANORDP-ABERTO TO TRUE
003420                WHEN '35'
003430                    MOVE '10' TO WK-FS-MANORDP
003440                WHEN OTHER
003450                    DISPLAY 'ERRO ' WK-FS-MANORDP
003460                            ' NO COMANDO OPEN MANORDP'
003470                    MOVE 12 TO RETURN-CODE
003480                    STOP RUN
003490            END-EVALUATE.
003500            OPEN INPUT ARQ-REJEITAD.
003510            EVALUATE WK-FS-REJEITAD
003520                WHEN '00'
003530                    SET REJEITAD-ABERTO TO TRUE
003540                WHEN '35'
003550                    MOVE '10' TO WK-FS-REJEITAD
003560                WHEN OTHER
003570                    DISPLAY 'ERRO ' WK-FS-REJEITAD
003580                            ' NO COMANDO OPEN REJEITAD'
003590                    MOVE 12 TO RETURN-CODE
003600                    STOP RUN
003610            END-EVALUATE.
003620            OPEN INPUT ARQ-CLIENTES.
003630            IF WK-FS-CLIENTES NOT = '00'
003640                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
003650                        'STATUS ' WK-FS-CLIENTES
003660                MOVE 12 TO RETURN-CODE
003670                STOP RUN
003680            END-IF.
003690            OPEN EXTEND ARQ-AGENDADO.
003700            IF WK-FS-AGENDADO = '35'
003710                OPEN OUTPUT ARQ-AGENDADO
003720            END-IF.
003730            IF WK-FS-AGENDADO NOT = '00'
003740                DISPLAY 'ERRO ' WK-FS-AGENDADO
003750                        ' NO COMANDO OPEN AGENDADO'
003760                MOVE 12 TO RETURN-CODE
003770                STOP RUN
003780            END-IF.
003790            OPEN EXTEND ARQ-NOTIFEXT.
003800            IF WK-FS-NOTIFEXT = '35'
003810                OPEN OUTPUT ARQ-NOTIFEXT
003820            END-IF.
003830            IF WK-FS-NOTIFEXT NOT = '00'
003840                DISPLAY 'ERRO ' WK-FS-NOTIFEXT
003850                        ' NO COMANDO OPEN NOTIFEXT'
003860                MOVE 12 TO RETURN-CODE
003870                STOP RUN
003880            END-IF.
003890            OPEN OUTPUT ARQ-RELORDP.
003900            IF WK-FS-RELORDP NOT = '00'
003910                DISPLAY 'ERRO ' WK-FS-RELORDP
003920                        ' NO COMANDO OPEN RELORDP'
003930                MOVE 12 TO RETURN-CODE
003940                STOP RUN
003950            END-IF.
003960            MOVE WK-DATA-REF TO WK-DATA-CABEC.
003970            WRITE REG-RELORDP FROM WK-CABEC1.
003980            PERFORM 283-CONFERIR-RELORDP.
003990            WRITE REG-RELORDP FROM WK-CABEC2 AFTER 2 LINES.
004000            PERFORM 283-CONFERIR-RELORDP.
004010       *      O ORDPROG E CRIADO VAZIO NA PRIMEIRA RODADA
004020        110-PREPARAR-ORDPROG.
004030            OPEN I-O ARQ-ORDPROG.
004040            IF WK-FS-ORDPROG = '35'
004050                OPEN OUTPUT ARQ-ORDPROG
004060                CLOSE ARQ-ORDPROG
004070                OPEN I-O ARQ-ORDPROG
004080            END-IF.
004090            IF WK-FS-ORDPROG NOT = '00'
004100                DISPLAY 'ERRO ' WK-FS-ORDPROG
004110                        ' NO COMANDO OPEN ORDPROG'
004120                MOVE 12 TO RETURN-CODE
004130                STOP RUN
004140            END-IF.
004150       ***********************************************
004160       *      MANUTENCAO DO ORDPROG
004170        200-MANUTENCAO SECTION.
004180        201-MANTER-ORDEM.
004190            ADD 1 TO WK-QTD-MAN.
004200            MOVE SPACES TO WK-MOTIVO-REJ.
004210            MOVE FD-CHAVE-MAN  TO FD-CHAVE-ORDP.
004220            MOVE FD-NUMERO-MAN TO FD-NUMERO-ORDP.
004230            EVALUATE TRUE
004240                WHEN MAN-INCLUSAO
004250                    PERFORM 202-INCLUIR-ORDEM
004260                WHEN MAN-ALTERACAO
004270                  OR MAN-CANCELAMENTO
004280                  OR MAN-REATIVACAO
004290                    READ ARQ-ORDPROG
004300                        INVALID KEY
004310                            MOVE 'ORDEM NAO CADASTRADA'
004320                                TO WK-MOTIVO-REJ
004330                    END-READ
004340                    IF WK-MOTIVO-REJ = SPACES
004350                        PERFORM 206-ALTERAR-ORDEM
004360                    END-IF
004370                WHEN OTHER
004380                    MOVE 'OPERACAO INVALIDA' TO WK-MOTIVO-REJ
004390            END-EVALUATE.
004400            MOVE FD-CHAVE-MAN  TO WK-CHAVE-REL.
004410            MOVE FD-NUMERO-MAN TO WK-NUMERO-REL.
004420            MOVE FD-CONTRA-MAN TO WK-CONTRA-REL.
004430            MOVE ZEROS         TO WK-VALOR-REL.
004440            IF FD-VALOR-MAN NUMERIC
004450                MOVE FD-VALOR-MAN TO WK-VALOR-REL
004460            END-IF.
004470            MOVE ZEROS TO WK-DATA-PREV-REL.
004480            MOVE ZEROS TO WK-DATA-EFET-REL.
004490            IF WK-MOTIVO-REJ = SPACES
004500                MOVE FD-DATA-PROX-ORDP TO WK-DATA-PREV-REL
004510                EVALUATE TRUE
004520                    WHEN MAN-INCLUSAO
004530                        MOVE 'ORDEM INCLUIDA' TO WK-OCORR-REL
004540                    WHEN MAN-ALTERACAO
004550                        MOVE 'ORDEM ALTERADA' TO WK-OCORR-REL
004560                    WHEN MAN-CANCELAMENTO
004570                        MOVE 'ORDEM CANCELADA' TO WK-OCORR-REL
004580                    WHEN OTHER
004590                        MOVE 'ORDEM REATIVADA' TO WK-OCORR-REL
004600                END-EVALUATE
004610            ELSE
004620                ADD 1 TO WK-QTD-MAN-REJ
004630                MOVE WK-MOTIVO-REJ TO WK-OCORR-REL
004640                DISPLAY 'MANUTENCAO DA ORDEM ' FD-CHAVE-MAN
004650                        ' ' FD-NUMERO-MAN ' REJEITADA: '
004660                        WK-MOTIVO-REJ
004670            END-IF.
004680            WRITE REG-RELORDP FROM WK-LINHA-DET.
004690            PERFORM 283-CONFERIR-RELORDP.
004700            PERFORM 301-LER-MANORDP.
004710        202-INCLUIR-ORDEM.
004720            PERFORM 203-VALIDAR-INCLUSAO.
004730            IF WK-MOTIVO-REJ = SPACES
004740                PERFORM 204-VALIDAR-CONTAS
004750            END-IF.
004760            IF WK-MOTIVO-REJ = SPACES
004770                MOVE FD-CHAVE-MAN      TO FD-CHAVE-ORDP
004780                MOVE FD-NUMERO-MAN     TO FD-NUMERO-ORDP
004790                MOVE FD-CONTRA-MAN     TO FD-CONTRA-ORDP
004800                MOVE FD-VALOR-MAN      TO FD-VALOR-ORDP
004810                MOVE FD-FREQUENCIA-MAN TO FD-FREQUENCIA-ORDP
004820                MOVE FD-DATA-INI-MAN   TO FD-DATA-INI-ORDP
004830                MOVE FD-DATA-FIM-MAN   TO FD-DATA-FIM-ORDP
004840                MOVE FD-MAX-TENT-MAN   TO FD-MAX-TENT-ORDP
004850                MOVE ZEROS             TO FD-DATA-ULT-ORDP
004860                MOVE ZEROS             TO FD-DATA-EFET-ORDP
004870                MOVE ZEROS             TO FD-DATA-RETENT-ORDP
004880                MOVE ZEROS             TO FD-DATA-FALHA-ORDP
004890                MOVE ZEROS             TO FD-QTD-FALHAS-ORDP
004900                MOVE ZEROS             TO FD-QTD-GERADAS-ORDP
004910                MOVE 'A'               TO FD-SITUACAO-ORDP
004920                MOVE WK-DATA-REF       TO FD-DATA-SITUACAO-ORDP
004930                MOVE FD-OPERADOR-MAN   TO FD-OPERADOR-ORDP
004940                PERFORM 205-PRIMEIRA-DATA
004950                WRITE REG-ORDPROG
004960                    INVALID KEY
004970                        MOVE 'ORDEM JA CADASTRADA'
004980                            TO WK-MOTIVO-REJ
004990                END-WRITE
005000            END-IF.
005010        203-VALIDAR-INCLUSAO.
005020            EVALUATE TRUE
005030                WHEN FD-FREQUENCIA-MAN NOT = 'S'
005040                 AND FD-FREQUENCIA-MAN NOT = 'M'
005050                 AND FD-FREQUENCIA-MAN NOT = 'D'
005060                    MOVE 'FREQUENCIA INVALIDA' TO WK-MOTIVO-REJ
005070                WHEN FD-FREQUENCIA-MAN = 'D'
005080                 AND (FD-DIA-MAN NOT NUMERIC
005090                      OR FD-DIA-MAN < 1 OR FD-DIA-MAN > 31)
005100                    MOVE 'DIA DO MES INVALIDO' TO WK-MOTIVO-REJ
005110                WHEN FD-VALOR-MAN NOT NUMERIC
005120                  OR FD-VALOR-MAN = ZEROS
005130                    MOVE 'VALOR INVALIDO' TO WK-MOTIVO-REJ
005140                WHEN FD-DATA-INI-MAN NOT NUMERIC
005150                  OR FD-DATA-INI-MAN < WK-DATA-REF
005160                    MOVE 'DATA DE INICIO INVALIDA'
005170                        TO WK-MOTIVO-REJ
005180                WHEN FD-DATA-FIM-MAN NOT NUMERIC
005190                    MOVE 'DATA DE FIM INVALIDA' TO WK-MOTIVO-REJ
005200                WHEN FD-DATA-FIM-MAN NOT = ZEROS
005210                 AND FD-DATA-FIM-MAN < FD-DATA-INI-MAN
005220                    MOVE 'DATA DE FIM INVALIDA' TO WK-MOTIVO-REJ
005230                WHEN FD-MAX-TENT-MAN NOT NUMERIC
005240                    MOVE 'MAXIMO DE TENTATIVAS INVALIDO'
005250                        TO WK-MOTIVO-REJ
005260                WHEN FD-CONTRA-MAN = FD-CHAVE-MAN
005270                    MOVE 'FAVORECIDA IGUAL A DEBITADA'
005280                        TO WK-MOTIVO-REJ
005290                WHEN OTHER
005300                    CONTINUE
005310            END-EVALUATE.
005320       *      AS DUAS CONTAS ABERTAS E NA MESMA MOEDA
005330        204-VALIDAR-CONTAS.
005340            MOVE FD-CHAVE-MAN TO FD-CHAVE-CLIENTES.
005350            READ ARQ-CLIENTES
005360                INVALID KEY
005370                    MOVE 'CONTA DE DEBITO INEXISTENTE'
005380                        TO WK-MOTIVO-REJ
005390            END-READ.
005400            IF WK-MOTIVO-REJ = SPACES
005410                IF CONTA-ENCERRADA
005420                    MOVE 'CONTA DE DEBITO ENCERRADA'
005430                        TO WK-MOTIVO-REJ
005440                ELSE
005450                    MOVE FD-MOEDA-CLIENTES TO WK-MOEDA-DEB
005460                END-IF
005470            END-IF.
005480            IF WK-MOTIVO-REJ = SPACES
005490                MOVE FD-CONTRA-MAN TO FD-CHAVE-CLIENTES
005500                READ ARQ-CLIENTES
005510                    INVALID KEY
005520                        MOVE 'CONTA FAVORECIDA INEXISTENTE'
005530                            TO WK-MOTIVO-REJ
005540                END-READ
005550            END-IF.
005560            IF WK-MOTIVO-REJ = SPACES
005570                EVALUATE TRUE
005580                    WHEN CONTA-ENCERRADA
005590                        MOVE 'CONTA FAVORECIDA ENCERRADA'
005600                            TO WK-MOTIVO-REJ
005610                    WHEN FD-MOEDA-CLIENTES NOT = WK-MOEDA-DEB
005620                        MOVE 'CONTAS EM MOEDAS DIFERENTES'
005630                            TO WK-MOTIVO-REJ
005640                    WHEN OTHER
005650                        CONTINUE
005660                END-EVALUATE
005670            END-IF.
005680       *      MENSAL REPETE O DIA DO INICIO; DIA FIXO COMECA NO
005690       *      PRIMEIRO DIA COM AQUELE NUMERO A PARTIR DO INICIO
005700        205-PRIMEIRA-DATA.
005710            MOVE FD-DATA-INI-ORDP TO WK-DATA-CALC.
005720            EVALUATE TRUE
005730                WHEN ORDP-SEMANAL
005740                    MOVE ZEROS TO FD-DIA-ORDP
005750                WHEN ORDP-MENSAL
005760                    MOVE WK-DIA-CALC TO FD-DIA-ORDP
005770                WHEN OTHER
005780                    MOVE FD-DIA-MAN TO FD-DIA-ORDP
005790                    PERFORM 252-APURAR-DIAS-NO-MES
005800                    PERFORM 253-AJUSTAR-DIA-DO-MES
005810                    IF WK-DIA-CALC < FD-DATA-INI-ORDP(7:2)
005820                        PERFORM 251-AVANCAR-MES
005830                    END-IF
005840            END-EVALUATE.
005850            MOVE WK-DATA-CALC TO FD-DATA-PROX-ORDP.
005860       *      A ALTERACAO VALE DA PROXIMA OCORRENCIA EM DIANTE;
005870       *      A REATIVACAO ZERA AS FALHAS E RETOMA NA PROXIMA
005880       *      DATA AINDA NAO VENCIDA
005890        206-ALTERAR-ORDEM.
005900            EVALUATE TRUE
005910                WHEN ORDP-CANCELADA
005920                  OR ORDP-ENCERRADA
005930                    MOVE 'ORDEM CANCELADA OU ENCERRADA'
005940                        TO WK-MOTIVO-REJ
005950                WHEN MAN-ALTERACAO
005960                    PERFORM 207-APLICAR-ALTERACAO
005970                WHEN MAN-CANCELAMENTO
005980                    MOVE 'C' TO FD-SITUACAO-ORDP
005990                    ADD 1 TO WK-QTD-CANCELADAS
006000                WHEN NOT ORDP-SUSPENSA
006010                    MOVE 'ORDEM NAO ESTA SUSPENSA'
006020                        TO WK-MOTIVO-REJ
006030                WHEN OTHER
006040                    MOVE 'A'   TO FD-SITUACAO-ORDP
006050                    MOVE ZEROS TO FD-QTD-FALHAS-ORDP
006060                    PERFORM 246-CALCULAR-PROXIMA
006070                        UNTIL FD-DATA-PROX-ORDP NOT LESS
006080                              WK-DATA-REF
006090            END-EVALUATE.
006100            IF WK-MOTIVO-REJ = SPACES
006110                MOVE WK-DATA-REF     TO FD-DATA-SITUACAO-ORDP
006120                MOVE FD-OPERADOR-MAN TO FD-OPERADOR-ORDP
006130                PERFORM 282-REGRAVAR-ORDPROG
006140            END-IF.
006150        207-APLICAR-ALTERACAO.
006160            EVALUATE TRUE
006170                WHEN FD-VALOR-MAN NOT NUMERIC
006180                    MOVE 'VALOR INVALIDO' TO WK-MOTIVO-REJ
006190                WHEN FD-DATA-FIM-MAN NOT NUMERIC
006200                    MOVE 'DATA DE FIM INVALIDA' TO WK-MOTIVO-REJ
006210                WHEN FD-DATA-FIM-MAN NOT = ZEROS
006220                 AND FD-DATA-FIM-MAN < WK-DATA-REF
006230                    MOVE 'DATA DE FIM INVALIDA' TO WK-MOTIVO-REJ
006240                WHEN FD-MAX-TENT-MAN NOT NUMERIC
006250                    MOVE 'MAXIMO DE TENTATIVAS INVALIDO'
006260                        TO WK-MOTIVO-REJ
006270                WHEN OTHER
006280                    IF FD-VALOR-MAN > ZEROS
006290                        MOVE FD-VALOR-MAN TO FD-VALOR-ORDP
006300                    END-IF
006310                    MOVE FD-DATA-FIM-MAN TO FD-DATA-FIM-ORDP
006320                    MOVE FD-MAX-TENT-MAN TO FD-MAX-TENT-ORDP
006330            END-EVALUATE.
006340       ***********************************************
006350       *      OCORRENCIA REJEITADA NA NOITE: REPETE NO PROXIMO
006360       *      DIA UTIL OU SUSPENDE A ORDEM. A REJEICAO E RECONHE-
006370       *      CIDA PELA DATA EFETIVA DA ULTIMA OCORRENCIA REGULAR
006380       *      OU DA ULTIMA TENTATIVA; A DATA DA FALHA JA TRATADA
006390       *      EVITA CONTAR DUAS VEZES NA REEXECUCAO
006400        220-FALHAS SECTION.
006410        221-EXAMINAR-REJEITADO.
006420            ADD 1 TO WK-QTD-REJ-LIDOS.
006430            IF FD-TIPO-REJEITAD = 'V'
006440                MOVE FD-CHAVE-REJEITAD TO FD-CHAVE-ORDP
006450                MOVE FD-DOC-REJEITAD   TO FD-NUMERO-ORDP
006460                READ ARQ-ORDPROG
006470                    INVALID KEY
006480                        MOVE SPACES TO FD-CONTRA-ORDP
006490                END-READ
006500                IF WK-FS-ORDPROG = '00'
006510                   AND ORDP-ATIVA
006520                   AND FD-CONTRA-ORDP = FD-CONTRA-REJEITAD
006530                   AND FD-DATA-REJEITAD > FD-DATA-FALHA-ORDP
006540                   AND (FD-DATA-REJEITAD = FD-DATA-EFET-ORDP
006550                        OR FD-DATA-REJEITAD = FD-DATA-RETENT-ORDP)
006560                    PERFORM 222-TRATAR-FALHA
006570                END-IF
006580            END-IF.
006590            PERFORM 302-LER-REJEITAD.
006600        222-TRATAR-FALHA.
006610            IF FD-DATA-REJEITAD = FD-DATA-EFET-ORDP
006620                MOVE 1 TO FD-QTD-FALHAS-ORDP
006630            ELSE
006640                ADD 1 TO FD-QTD-FALHAS-ORDP
006650            END-IF.
006660            MOVE FD-DATA-REJEITAD  TO FD-DATA-FALHA-ORDP.
006670            MOVE FD-VALOR-REJEITAD TO WK-VALOR-REL.
006680            MOVE FD-DATA-REJEITAD  TO WK-DATA-PREV-REL.
006690            IF FD-QTD-FALHAS-ORDP > FD-MAX-TENT-ORDP
006700                MOVE 'S'         TO FD-SITUACAO-ORDP
006710                MOVE WK-DATA-REF TO FD-DATA-SITUACAO-ORDP
006720                ADD 1 TO WK-QTD-SUSPENSAS
006730                PERFORM 223-AVISAR-SUSPENSAO
006740                MOVE FD-DATA-REJEITAD TO WK-DATA-EFET-REL
006750                MOVE 'SUSPENSA: TENTATIVAS ESGOTADAS'
006760                    TO WK-OCORR-REL
006770            ELSE
006780                MOVE FD-CHAVE-ORDP TO FD-CHAVE-CLIENTES
006790                READ ARQ-CLIENTES
006800                    INVALID KEY
006810                        MOVE SPACES TO FD-AGENCIA-CLIENTES
006820                END-READ
006830                MOVE WK-DATA-REF TO WK-DATA-CALC
006840                MOVE FD-AGENCIA-CLIENTES TO LK-AGENCIA-COM
006850                PERFORM 255-ROLAR-DIA-UTIL
006860                MOVE WK-DATA-CALC TO WK-DATA-EFET
006870                MOVE FD-VALOR-REJEITAD TO FD-VALOR-AGEND
006880                PERFORM 260-GERAR-OCORRENCIA
006890                MOVE WK-DATA-EFET TO FD-DATA-RETENT-ORDP
006900                ADD 1 TO WK-QTD-RETENT
006910                MOVE WK-DATA-EFET TO WK-DATA-EFET-REL
006920                MOVE 'NOVA TENTATIVA APOS REJEICAO'
006930                    TO WK-OCORR-REL
006940            END-IF.
006950            PERFORM 282-REGRAVAR-ORDPROG.
006960            MOVE FD-CHAVE-ORDP  TO WK-CHAVE-REL.
006970            MOVE FD-NUMERO-ORDP TO WK-NUMERO-REL.
006980            MOVE FD-CONTRA-ORDP TO WK-CONTRA-REL.
006990            WRITE REG-RELORDP FROM WK-LINHA-DET.
007000            PERFORM 283-CONFERIR-RELORDP.
007010       *      AVISO AO CLIENTE, EVENTO 09 DO NOTIFEXT
007020        223-AVISAR-SUSPENSAO.
007030            MOVE FD-NUMERO-ORDP TO WK-NUMERO-PARAM.
007040            MOVE FD-CONTRA-ORDP TO WK-CONTRA-PARAM.
007050            MOVE FD-CHAVE-ORDP  TO FD-CHAVE-NOTIF.
007060            MOVE 09             TO FD-EVENTO-NOTIF.
007070            MOVE WK-PARAM-ORDEM TO FD-PARAM-NOTIF.
007080            MOVE WK-DATA-REF    TO FD-DATA-NOTIF.
007090            WRITE REG-NOTIFEXT.
007100            IF WK-FS-NOTIFEXT NOT = '00'
007110                DISPLAY 'ERRO ' WK-FS-NOTIFEXT
007120                        ' NO COMANDO WRITE NOTIFEXT'
007130                MOVE 12 TO RETURN-CODE
007140                STOP RUN
007150            END-IF.
007160       ***********************************************
007170       *      GERACAO DAS OCORRENCIAS QUE VENCEM ATE A DATA
007180       *      LIMITE (DATA DO DIA MAIS A ANTECEDENCIA)
007190        240-GERACAO SECTION.
007200        241-VARRER-ORDPROG.
007210            CLOSE ARQ-ORDPROG.
007220            PERFORM 110-PREPARAR-ORDPROG.
007230            PERFORM 303-LER-ORDPROG.
007240            PERFORM 242-TRATAR-ORDEM
007250                UNTIL WK-FS-ORDPROG = '10'.
007260        242-TRATAR-ORDEM.
007270            IF ORDP-ATIVA
007280                PERFORM 243-GERAR-VENCIDAS
007290                    UNTIL NOT ORDP-ATIVA
007300                       OR FD-DATA-PROX-ORDP > WK-DATA-LIMITE
007310            END-IF.
007320            PERFORM 303-LER-ORDPROG.
007330        243-GERAR-VENCIDAS.
007340            MOVE FD-CHAVE-ORDP  TO WK-CHAVE-REL.
007350            MOVE FD-NUMERO-ORDP TO WK-NUMERO-REL.
007360            MOVE FD-CONTRA-ORDP TO WK-CONTRA-REL.
007370            MOVE FD-VALOR-ORDP  TO WK-VALOR-REL.
007380            MOVE FD-DATA-PROX-ORDP TO WK-DATA-PREV-REL.
007390            MOVE ZEROS          TO WK-DATA-EFET-REL.
007400            EVALUATE TRUE
007410                WHEN FD-DATA-FIM-ORDP NOT = ZEROS
007420                 AND FD-DATA-PROX-ORDP > FD-DATA-FIM-ORDP
007430                    MOVE 'E' TO FD-SITUACAO-ORDP
007440                    ADD 1 TO WK-QTD-ENCERRADAS
007450                    MOVE 'ORDEM ENCERRADA NO FIM' TO WK-OCORR-REL
007460                WHEN OTHER
007470                    PERFORM 244-CONFERIR-CONTA-DEBITO
007480            END-EVALUATE.
007490            IF NOT ORDP-ATIVA
007500                MOVE WK-DATA-REF TO FD-DATA-SITUACAO-ORDP
007510            END-IF.
007520            PERFORM 282-REGRAVAR-ORDPROG.
007530            WRITE REG-RELORDP FROM WK-LINHA-DET.
007540            PERFORM 283-CONFERIR-RELORDP.
007550        244-CONFERIR-CONTA-DEBITO.
007560            MOVE FD-CHAVE-ORDP TO FD-CHAVE-CLIENTES.
007570            READ ARQ-CLIENTES
007580                INVALID KEY
007590                    MOVE 'E' TO FD-SITUACAO-CLIENTES
007600            END-READ.
007610            IF CONTA-ENCERRADA
007620                MOVE 'C' TO FD-SITUACAO-ORDP
007630                ADD 1 TO WK-QTD-CANCELADAS
007640                MOVE 'CANCELADA: CONTA ENCERRADA' TO WK-OCORR-REL
007650            ELSE
007660                MOVE FD-DATA-PROX-ORDP TO WK-DATA-CALC
007670                MOVE FD-AGENCIA-CLIENTES TO LK-AGENCIA-COM
007680                PERFORM 255-ROLAR-DIA-UTIL
007690                MOVE WK-DATA-CALC TO WK-DATA-EFET
007700                MOVE FD-VALOR-ORDP TO FD-VALOR-AGEND
007710                MOVE FD-DATA-PROX-ORDP TO FD-DATA-ULT-ORDP
007720                PERFORM 260-GERAR-OCORRENCIA
007730                MOVE WK-DATA-EFET TO FD-DATA-EFET-ORDP
007740                MOVE WK-DATA-EFET TO WK-DATA-EFET-REL
007750                MOVE 'OCORRENCIA AGENDADA' TO WK-OCORR-REL
007760                PERFORM 246-CALCULAR-PROXIMA
007770            END-IF.
007780       *      PROXIMA DATA PREVISTA DA ORDEM
007790        246-CALCULAR-PROXIMA.
007800            MOVE FD-DATA-PROX-ORDP TO WK-DATA-CALC.
007810            IF ORDP-SEMANAL
007820                MOVE 7 TO WK-QTD-DIAS
007830                PERFORM 250-SOMAR-DIAS
007840            ELSE
007850                PERFORM 251-AVANCAR-MES
007860            END-IF.
007870            MOVE WK-DATA-CALC TO FD-DATA-PROX-ORDP.
007880       *      GRAVA A OCORRENCIA NO AGENDADO; A CONTA DE DEBITO
007890       *      ESTA NO REG-CLIENTES E O VALOR JA NO FD-VALOR-AGEND
007900        260-GERAR-OCORRENCIA.
007910            IF FD-CHAVE-CLIENTES NOT = FD-CHAVE-ORDP
007920                MOVE FD-CHAVE-ORDP TO FD-CHAVE-CLIENTES
007930                READ ARQ-CLIENTES
007940                    INVALID KEY
007950                        MOVE SPACE  TO FD-DIGITO-CLIENTES
007960                        MOVE 'BRL'  TO FD-MOEDA-CLIENTES
007970                END-READ
007980            END-IF.
007990            ADD 1 TO WK-SEQ-AGEND.
008000            MOVE FD-CHAVE-ORDP      TO FD-CHAVE-AGEND.
008010            MOVE FD-DIGITO-CLIENTES TO FD-DIGITO-AGEND.
008020            MOVE FD-NUMERO-ORDP     TO FD-DOC-AGEND.
008030            MOVE 'V'                TO FD-TIPO-AGEND.
008040            MOVE FD-MOEDA-CLIENTES  TO FD-MOEDA-AGEND.
008050            MOVE WK-DATA-EFET       TO FD-DATA-AGEND.
008060            MOVE FD-CONTRA-ORDP     TO FD-CONTRA-AGEND.
008070            MOVE WK-HORA-SIST       TO FD-HORA-AGEND.
008080            MOVE WK-SEQ-AGEND       TO FD-SEQ-AGEND.
008090            WRITE REG-AGENDADO.
008100            IF WK-FS-AGENDADO NOT = '00'
008110                DISPLAY 'ERRO ' WK-FS-AGENDADO
008120                        ' NO COMANDO WRITE AGENDADO'
008130                MOVE 12 TO RETURN-CODE
008140                STOP RUN
008150            END-IF.
008160            ADD 1 TO FD-QTD-GERADAS-ORDP.
008170            ADD 1 TO WK-QTD-GERADAS.
008180            ADD FD-VALOR-AGEND TO WK-TOT-GERADO.
008190       ***********************************************
008200       *      SOMA WK-QTD-DIAS DIAS CORRIDOS A WK-DATA-CALC
008210        250-SOMAR-DIAS.
008220            PERFORM 254-SOMAR-UM-DIA
008230                VARYING WK-IDX-DIA FROM 1 BY 1
008240                UNTIL WK-IDX-DIA > WK-QTD-DIAS.
008250       *      MESMO DIA DA ORDEM NO MES SEGUINTE, LIMITADO AO
008260       *      ULTIMO DIA DO MES
008270        251-AVANCAR-MES.
008280            IF WK-MES-CALC = 12
008290                MOVE 1 TO WK-MES-CALC
008300                ADD 1 TO WK-ANO-CALC
008310            ELSE
008320                ADD 1 TO WK-MES-CALC
008330            END-IF.
008340            PERFORM 252-APURAR-DIAS-NO-MES.
008350            PERFORM 253-AJUSTAR-DIA-DO-MES.
008360        252-APURAR-DIAS-NO-MES.
008370            MOVE DIAS-NO-MES(WK-MES-CALC) TO WK-DIAS-NO-MES.
008380            IF WK-MES-CALC = 2
008390                DIVIDE WK-ANO-CALC BY 4 GIVING WK-QUOC-BIS
008400                    REMAINDER WK-RESTO-4
008410                DIVIDE WK-ANO-CALC BY 100 GIVING WK-QUOC-BIS
008420                    REMAINDER WK-RESTO-100
008430                DIVIDE WK-ANO-CALC BY 400 GIVING WK-QUOC-BIS
008440                    REMAINDER WK-RESTO-400
008450                IF (WK-RESTO-4 = ZEROS
008460                    AND WK-RESTO-100 NOT = ZEROS)
008470                   OR WK-RESTO-400 = ZEROS
008480                    MOVE 29 TO WK-DIAS-NO-MES
008490                END-IF
008500            END-IF.
008510        253-AJUSTAR-DIA-DO-MES.
008520            IF FD-DIA-ORDP > WK-DIAS-NO-MES
008530                MOVE WK-DIAS-NO-MES TO WK-DIA-CALC
008540            ELSE
008550                MOVE FD-DIA-ORDP TO WK-DIA-CALC
008560            END-IF.
008570        254-SOMAR-UM-DIA.
008580            PERFORM 252-APURAR-DIAS-NO-MES.
008590            IF WK-DIA-CALC < WK-DIAS-NO-MES
008600                ADD 1 TO WK-DIA-CALC
008610            ELSE
008620                MOVE 1 TO WK-DIA-CALC
008630                IF WK-MES-CALC = 12
008640                    MOVE 1 TO WK-MES-CALC
008650                    ADD 1 TO WK-ANO-CALC
008660                ELSE
008670                    ADD 1 TO WK-MES-CALC
008680                END-IF
008690            END-IF.
008700       *      DIA NAO UTIL NA PRACA DA AGENCIA PASSA PARA O
008710       *      PROXIMO DIA UTIL
008720        255-ROLAR-DIA-UTIL.
008730            MOVE 'E'          TO LK-FUNCAO-COM.
008740            MOVE WK-DATA-CALC TO LK-DATA1-COM.
008750            CALL WK-PROG-DIAS-UTEIS USING LK-AREA-DIAS-UTEIS.
008760            IF LK-RESPOSTA-COM = 'N'
008770                MOVE 'P' TO LK-FUNCAO-COM
008780                CALL WK-PROG-DIAS-UTEIS
008790                    USING LK-AREA-DIAS-UTEIS
008800                MOVE LK-DATA-SAIDA-COM TO WK-DATA-CALC
008810            END-IF.
008820       ***********************************************
008830        280-GRAVACOES SECTION.
008840        282-REGRAVAR-ORDPROG.
008850            REWRITE REG-ORDPROG
008860                INVALID KEY
008870                    DISPLAY 'ERRO NO REWRITE DO ORDPROG, CHAVE '
008880                            FD-CHAVE-REG-ORDP
008890                    MOVE 12 TO RETURN-CODE
008900                    STOP RUN
008910            END-REWRITE.
008920        283-CONFERIR-RELORDP.
008930            IF WK-FS-RELORDP NOT = '00'
008940                DISPLAY 'ERRO ' WK-FS-RELORDP
008950                        ' NO COMANDO WRITE RELORDP'
008960                MOVE 12 TO RETURN-CODE
008970                STOP RUN
008980            END-IF.
008990       ***********************************************
009000        300-LEITURAS SECTION.
009010        301-LER-MANORDP.
009020            IF WK-FS-MANORDP NOT = '10'
009030                READ ARQ-MANORDP
009040                EVALUATE WK-FS-MANORDP
009050                    WHEN '00'
009060                        CONTINUE
009070                    WHEN '10'
009080                        CONTINUE
009090                    WHEN OTHER
009100                        DISPLAY 'ERRO ' WK-FS-MANORDP
009110                                ' NO COMANDO READ MANORDP'
009120                        MOVE 12 TO RETURN-CODE
009130                        STOP RUN
009140                END-EVALUATE
009150            END-IF.
009160        302-LER-REJEITAD.
009170            IF WK-FS-REJEITAD NOT = '10'
009180                READ ARQ-REJEITAD
009190                EVALUATE WK-FS-REJEITAD
009200                    WHEN '00'
009210                        CONTINUE
009220                    WHEN '10'
009230                        CONTINUE
009240                    WHEN OTHER
009250                        DISPLAY 'ERRO ' WK-FS-REJEITAD
009260                                ' NO COMANDO READ REJEITAD'
009270                        MOVE 12 TO RETURN-CODE
009280                        STOP RUN
009290                END-EVALUATE
009300            END-IF.
009310        303-LER-ORDPROG.
009320            READ ARQ-ORDPROG NEXT.
009330            EVALUATE WK-FS-ORDPROG
009340                WHEN '00'
009350                    CONTINUE
009360                WHEN '10'
009370                    CONTINUE
009380                WHEN OTHER
009390                    DISPLAY 'ERRO ' WK-FS-ORDPROG
009400                            ' NO COMANDO READ ORDPROG'
009410                    MOVE 12 TO RETURN-CODE
009420                    STOP RUN
009430            END-EVALUATE.
009440       ***********************************************
009450        195-GRAVAR-JRNL-INICIO.
009460            MOVE 'I' TO JRL-TIPO.
009470            MOVE ZEROS TO JRL-QTD-LIDOS.
009480            MOVE ZEROS TO JRL-QTD-GRAVADOS.
009490            MOVE ZEROS TO JRL-QTD-REJEITADOS.
009500            MOVE ZEROS TO JRL-RETORNO.
009501            MOVE 'EAD95918' TO LK-PROGRAMA-COM.
009502            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
009503            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009510            PERFORM 194-GRAVAR-RUNJRNL.
009520        196-GRAVAR-JRNL-FIM.
009530            MOVE 'F' TO JRL-TIPO.
009540            COMPUTE JRL-QTD-LIDOS = WK-QTD-MAN + WK-QTD-REJ-LIDOS.
009550            MOVE WK-QTD-GERADAS TO JRL-QTD-GRAVADOS.
009560            MOVE WK-QTD-MAN-REJ TO JRL-QTD-REJEITADOS.
009570            MOVE RETURN-CODE TO JRL-RETORNO.
009571            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
009580            PERFORM 194-GRAVAR-RUNJRNL.
009590        194-GRAVAR-RUNJRNL.
009600            OPEN EXTEND ARQ-RUNJRNL.
009610            IF WK-FS-RUNJRNL = '35'
009620                OPEN OUTPUT ARQ-RUNJRNL
009630            END-IF.
009640            IF WK-FS-RUNJRNL NOT = '00'
009650                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009660                        ' NO COMANDO OPEN RUNJRNL'
009670                MOVE 12 TO RETURN-CODE
009680                STOP RUN
009690            END-IF.
009700            MOVE 'EAD95918' TO JRL-PROGRAMA.
009710            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
009720            ACCEPT JRL-HORA FROM TIME.
009730            WRITE REG-RUNJRNL.
009740            IF WK-FS-RUNJRNL NOT = '00'
009750                DISPLAY 'ERRO ' WK-FS-RUNJRNL
009760                        ' NO COMANDO WRITE RUNJRNL'
009770                MOVE 12 TO RETURN-CODE
009780                STOP RUN
009790            END-IF.
009800            CLOSE ARQ-RUNJRNL.
009810       ***********************************************
009820        900-FINALIZAR SECTION.
009830        901-FINALIZAR.
009840            IF (WK-QTD-MAN-REJ > ZEROS
009850               OR WK-QTD-SUSPENSAS > ZEROS)
009860               AND RETURN-CODE < 4
009870                MOVE 4 TO RETURN-CODE
009880            END-IF.
009890            MOVE 'MANUTENCOES RECEBIDAS      : ' TO WK-TITULO-TOT.
009900            MOVE WK-QTD-MAN TO WK-VALOR-TOT.
009910            WRITE REG-RELORDP FROM WK-LINHA-TOTAL AFTER 2 LINES.
009920            MOVE 'MANUTENCOES REJEITADAS     : ' TO WK-TITULO-TOT.
009930            MOVE WK-QTD-MAN-REJ TO WK-VALOR-TOT.
009940            WRITE REG-RELORDP FROM WK-LINHA-TOTAL.
009950            MOVE 'OCORRENCIAS AGENDADAS      : ' TO WK-TITULO-TOT.
009960            MOVE WK-QTD-GERADAS TO WK-VALOR-TOT.
009970            WRITE REG-RELORDP FROM WK-LINHA-TOTAL.
009980            MOVE 'NOVAS TENTATIVAS           : ' TO WK-TITULO-TOT.
009990            MOVE WK-QTD-RETENT TO WK-VALOR-TOT.
010000            WRITE REG-RELORDP FROM WK-LINHA-TOTAL.
010010            MOVE 'ORDENS SUSPENSAS           : ' TO WK-TITULO-TOT.
010020            MOVE WK-QTD-SUSPENSAS TO WK-VALOR-TOT.
010030            WRITE REG-RELORDP FROM WK-LINHA-TOTAL.
010040            MOVE 'ORDENS CANCELADAS          : ' TO WK-TITULO-TOT.
010050            MOVE WK-QTD-CANCELADAS TO WK-VALOR-TOT.
010060            WRITE REG-RELORDP FROM WK-LINHA-TOTAL.
010070            MOVE 'ORDENS ENCERRADAS          : ' TO WK-TITULO-TOT.
010080            MOVE WK-QTD-ENCERRADAS TO WK-VALOR-TOT.
010090            WRITE REG-RELORDP FROM WK-LINHA-TOTAL.
010100            MOVE 'VALOR AGENDADO             : ' TO WK-TITULO-VAL.
010110            MOVE WK-TOT-GERADO TO WK-VALOR-VAL.
010120            WRITE REG-RELORDP FROM WK-LINHA-VALOR.
010130            PERFORM 283-CONFERIR-RELORDP.
010140            DISPLAY 'OCORRENCIAS AGENDADAS : ' WK-QTD-GERADAS.
010150            DISPLAY 'NOVAS TENTATIVAS      : ' WK-QTD-RETENT.
010160            DISPLAY 'ORDENS SUSPENSAS      : ' WK-QTD-SUSPENSAS.
010170            IF MANORDP-ABERTO
010180                CLOSE ARQ-MANORDP
010190            END-IF.
010200            IF REJEITAD-ABERTO
010210                CLOSE ARQ-REJEITAD
010220            END-IF.
010230            CLOSE ARQ-ORDPROG.
010240            CLOSE ARQ-CLIENTES.
010250            CLOSE ARQ-AGENDADO.
010260            CLOSE ARQ-NOTIFEXT.
010270            CLOSE ARQ-RELORDP.
