000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95926.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   VERIFICACAO DE PRONTIDAO ANTES DA JANELA     *
000170       *   NOTURNA: CONFERE CADA ITEM DA LISTA CHKPREV  *
000180       *   (MANTIDA PELO EAD95890) CONTRA OS ARQUIVOS   *
000190       *   DE QUE A NOITE DEPENDE E EMITE O RELPREV COM *
000200       *   O MOTIVO DE CADA FALHA. RODA ANTES DO        *
000210       *   EAD95809: ITEM BLOQUEANTE COM FALHA ENCERRA  *
000220       *   COM RC 12 E A GRADE NAO SEGUE                *
000230       *                                                *
000240       *   TIPOS DE ITEM DO CHKPREV:                    *
000250       *   CA = TAXA DA MOEDA (PARAMETRO) NO CAMBIO NA  *
000260       *        DATA DE REFERENCIA                      *
000270       *   LA = LANCAM PRESENTE COM LOTE DA DATA        *
000280       *   XR = ARQUIVO (PARAMETRO) RECEBIDO NA DATA    *
000290       *        SEGUNDO O XMITREG (EAD95862)            *
000300       *   CE = DIA UTIL ANTERIOR CERTIFICADO NO        *
000310       *        CERTSTAT (EAD95872)                     *
000320       *   TR = BATLOCK LIVRE                           *
000330       *   FE = FERIADOS COBRE O ANO DA DATA            *
000340       *                                                *
000350       *   RC 4  = SO AVISOS (ITENS NAO BLOQUEANTES)    *
000360       *   RC 12 = NOITE BLOQUEADA                      *
000370       **************************************************
000380       *
000390        ENVIRONMENT DIVISION.
000400        CONFIGURATION SECTION.
000410        SPECIAL-NAMES.
000420            DECIMAL-POINT IS COMMA.
000430        INPUT-OUTPUT SECTION.
000440        FILE-CONTROL.
000450            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000460                FILE STATUS IS WK-FS-RUNJRNL.
000470            SELECT ARQ-CHKPREV  ASSIGN TO CHKPREV
000480                FILE STATUS IS WK-FS-CHKPREV.
000490            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000500                FILE STATUS IS WK-FS-CAMBIO.
000510            SELECT ARQ-LANCAM   ASSIGN TO LANCAM
000520                FILE STATUS IS WK-FS-LANCAM.
000530            SELECT ARQ-XMITREG  ASSIGN TO XMITREG
000540                FILE STATUS IS WK-FS-XMITREG.
000550            SELECT ARQ-CERTSTAT ASSIGN TO CERTSTAT
000560                FILE STATUS IS WK-FS-CERTSTAT.
000570            SELECT ARQ-BATLOCK  ASSIGN TO BATLOCK
000580                FILE STATUS IS WK-FS-BATLOCK.
000590            SELECT ARQ-FERIADOS ASSIGN TO FERIADOS
000600                FILE STATUS IS WK-FS-FERIADOS.
000610            SELECT ARQ-RELPREV  ASSIGN TO RELPREV
000620                FILE STATUS IS WK-FS-RELPREV.
000630       *
000640        DATA DIVISION.
000650        FILE SECTION.
000660        FD   ARQ-CHKPREV
000670             RECORDING MODE IS F.
000680        01  REG-CHKPREV.
000690            05 FD-ITEM-CHKPREV     PIC 9(3).
000700            05 FD-TIPO-CHKPREV     PIC XX.
000710            05 FD-PARAM-CHKPREV    PIC X(8).
000720            05 FD-BLOQUEIA-CHKPREV PIC X.
000730                88 ITEM-BLOQUEANTE     VALUE 'S'.
000740            05 FD-DESCRICAO-CHKPREV PIC X(26).
000750        FD   ARQ-CAMBIO
000760             RECORDING MODE IS F.
000770        01  REG-CAMBIO.
000780            05 FD-MOEDA-CAMBIO     PIC X(3).
000790            05 FD-DATA-CAMBIO      PIC 9(8).
000800            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
000810        FD   ARQ-LANCAM
000820             RECORDING MODE IS F.
000830        01  REG-LANCAM.
000840            05 FD-TIPO-REG-LANCAM      PIC X.
000850                88 LANCAM-HEADER           VALUE 'H'.
000860            05 FD-DETALHE-LANCAM       PIC X(53).
000870            05 FD-CTRL-LANCAM REDEFINES FD-DETALHE-LANCAM.
000880                10 FD-DATA-CTRL-LANCAM     PIC 9(8).
000890                10 FILLER                  PIC X(45).
000891            05 FD-ID-EXEC-LANCAM       PIC 9(10).
000900        FD   ARQ-XMITREG
000910             RECORDING MODE IS F.
000920        01  REG-XMITREG.
000930            05 FD-PARCEIRO-XMIT    PIC X(10).
000940            05 FD-ARQUIVO-XMIT     PIC X(8).
000950            05 FD-DIRECAO-XMIT     PIC X.
000960            05 FD-DATA-XMIT        PIC 9(8).
000970            05 FD-QTDE-XMIT        PIC 9(7).
000980            05 FD-HASH-XMIT        PIC 9(13)V99.
000990            05 FD-SITUACAO-XMIT    PIC X.
001000        FD   ARQ-CERTSTAT
001010             RECORDING MODE IS F.
001020        01  REG-CERTSTAT.
001030            05 FD-DATA-CERTSTAT    PIC 9(8).
001040            05 FD-SITUACAO-CERTSTAT PIC X.
001050                88 DIA-CERTIFICADO     VALUE 'A'.
001060        FD   ARQ-BATLOCK
001070             RECORDING MODE IS F.
001080        01  REG-BATLOCK.
001090            05 FD-SITUACAO-BATLOCK PIC X.
001100                88 TRAVA-OCUPADA       VALUE 'O'.
001110            05 FD-PROGRAMA-BATLOCK PIC X(8).
001120            05 FD-OPERADOR-BATLOCK PIC X(8).
001130            05 FD-DATA-BATLOCK     PIC 9(8).
001140            05 FD-HORA-BATLOCK     PIC 9(6).
001150        FD   ARQ-FERIADOS
001160             RECORDING MODE IS F.
001170        01  REG-FERIADOS.
001180            05 FD-DATA-FERIADO     PIC 9(8).
001190            05 FD-DATA-FERIADO-R REDEFINES FD-DATA-FERIADO.
001200                10 FD-ANO-FERIADO      PIC 9(4).
001210                10 FILLER              PIC 9(4).
001220            05 FD-AGENCIA-FERIADO  PIC X(4).
001230            05 FD-NOME-FERIADO     PIC X(20).
001240        FD   ARQ-RELPREV
001250             RECORDING MODE IS F.
001260        01  REG-RELPREV                PIC X(84).
001270        FD   ARQ-RUNJRNL
001280             RECORDING MODE IS F.
001290        01  REG-RUNJRNL.
001300            05 JRL-PROGRAMA        PIC X(8).
001310            05 JRL-TIPO            PIC X.
001320            05 JRL-DATA            PIC 9(8).
001330            05 JRL-HORA            PIC 9(6).
001340            05 JRL-QTD-LIDOS       PIC 9(7).
001350            05 JRL-QTD-GRAVADOS    PIC 9(7).
001360            05 JRL-QTD-REJEITADOS  PIC 9(7).
001370            05 JRL-RETORNO         PIC 9(4).
001371            05 JRL-ID-EXEC         PIC 9(10).
001380        WORKING-STORAGE SECTION.
001390        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001391        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001392        01  LK-AREA-ID-EXEC.
001393            05 LK-PROGRAMA-COM     PIC X(8).
001394            05 LK-ID-EXEC-COM      PIC 9(10).
001400        77  WK-FS-CHKPREV  PIC XX           VALUE SPACES.
001410        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
001420        77  WK-FS-LANCAM   PIC XX           VALUE SPACES.
001430        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
001440        77  WK-FS-CERTSTAT PIC XX           VALUE SPACES.
001450        77  WK-FS-BATLOCK  PIC XX           VALUE SPACES.
001460        77  WK-FS-FERIADOS PIC XX           VALUE SPACES.
001470        77  WK-FS-RELPREV  PIC XX           VALUE SPACES.
001480        01  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
001490        01  WK-DATA-REF-R REDEFINES WK-DATA-REF.
001500            05 WK-ANO-REF      PIC 9(4).
001510            05 WK-MES-REF      PIC 99.
001520            05 WK-DIA-REF      PIC 99.
001530        77  WK-QTD-ITENS   PIC 9(3)         VALUE ZEROS.
001540        77  WK-QTD-OK      PIC 9(3)         VALUE ZEROS.
001550        77  WK-QTD-FALHAS  PIC 9(3)         VALUE ZEROS.
001560        77  WK-QTD-AVISOS  PIC 9(3)         VALUE ZEROS.
001570        77  WK-MOTIVO-FALHA PIC X(30)       VALUE SPACES.
001580        77  WK-ACHOU       PIC X            VALUE 'N'.
001590            88 ACHOU                          VALUE 'S'.
001600            88 NAO-ACHOU                      VALUE 'N'.
001610        77  WK-SITUACAO-XMIT PIC X          VALUE SPACE.
001620        01  LK-AREA-COM.
001630            05 LK-FUNCAO-COM       PIC X.
001640            05 LK-AGENCIA-COM      PIC X(4).
001650            05 LK-DATA1-COM        PIC 9(8).
001660            05 LK-DATA2-COM        PIC 9(8).
001670            05 LK-RESPOSTA-COM     PIC X.
001680            05 LK-DATA-SAIDA-COM   PIC 9(8).
001690            05 LK-QTD-DIAS-COM     PIC 9(5).
001700        77  WK-PROG-DIAS-UTEIS PIC X(8)     VALUE 'EAD95850'.
001710        01  WK-LINHA-ITEM.
001720            05 FILLER          PIC X(05) VALUE 'ITEM '.
001730            05 WK-ITEM-REL     PIC 9(3).
001740            05 FILLER          PIC X(01) VALUE SPACE.
001750            05 WK-TIPO-REL     PIC XX.
001760            05 FILLER          PIC X(01) VALUE SPACE.
001770            05 WK-PARAM-REL    PIC X(8).
001780            05 FILLER          PIC X(01) VALUE SPACE.
001790            05 WK-DESCRICAO-REL PIC X(26).
001800            05 FILLER          PIC X(01) VALUE SPACE.
001810            05 WK-RESULTADO-REL PIC X(5).
001820            05 FILLER          PIC X(01) VALUE SPACE.
001830            05 WK-MOTIVO-REL   PIC X(30).
001840        01  WK-LINHA-TITULO.
001850            05 FILLER          PIC X(30)
001860                 VALUE 'PRONTIDAO DA NOITE - DATA REF '.
001870            05 WK-DATA-TIT     PIC 9(8).
001880        01  WK-LINHA-RESULTADO.
001890            05 FILLER          PIC X(11) VALUE 'RESULTADO: '.
001900            05 WK-DECISAO-RES  PIC X(9).
001910            05 FILLER          PIC X(08) VALUE ' FALHAS '.
001920            05 WK-FALHAS-RES   PIC ZZ9.
001930            05 FILLER          PIC X(08) VALUE ' AVISOS '.
001940            05 WK-AVISOS-RES   PIC ZZ9.
001950       *
001960        PROCEDURE DIVISION.
001970        000-PRINCIPAL SECTION.
001980        001-PRINCIPAL.
001990            PERFORM 195-GRAVAR-JRNL-INICIO.
002000            PERFORM 101-INICIAR.
002010            PERFORM 201-VERIFICAR-ITEM
002020                UNTIL WK-FS-CHKPREV = '10'.
002030            PERFORM 901-FINALIZAR.
002040            PERFORM 196-GRAVAR-JRNL-FIM.
002050            STOP RUN.
002060       ***********************************************************
002070        100-INICIAR SECTION.
002080        101-INICIAR.
002090            ACCEPT WK-DATA-REF FROM SYSIN.
002100            IF WK-DATA-REF = ZEROS
002110                ACCEPT WK-DATA-REF FROM DATE YYYYMMDD
002120            END-IF.
002130            OPEN INPUT ARQ-CHKPREV.
002140            EVALUATE WK-FS-CHKPREV
002150                WHEN '00'
002160                    PERFORM 301-LER-CHKPREV
002170                WHEN '35'
002180                    DISPLAY 'LISTA CHKPREV NAO ENCONTRADA'
002190                    MOVE 12 TO RETURN-CODE
002200                    STOP RUN
002210                WHEN OTHER
002220                    DISPLAY 'ERRO ' WK-FS-CHKPREV
002230                            ' NO COMANDO OPEN CHKPREV'
002240                    MOVE 12 TO RETURN-CODE
002250                    STOP RUN
002260            END-EVALUATE.
002270            OPEN OUTPUT ARQ-RELPREV.
002280            IF WK-FS-RELPREV NOT = '00'
002290                DISPLAY 'ERRO ' WK-FS-RELPREV
002300                        ' NO COMANDO OPEN RELPREV'
002310                MOVE 12 TO RETURN-CODE
002320                STOP RUN
002330            END-IF.
002340            MOVE WK-DATA-REF TO WK-DATA-TIT.
002350            WRITE REG-RELPREV FROM WK-LINHA-TITULO.
002360       ***********************************************
002370        200-VERIFICAR SECTION.
002380        201-VERIFICAR-ITEM.
002390            ADD 1 TO WK-QTD-ITENS.
002400            MOVE SPACES TO WK-MOTIVO-FALHA.
002410            EVALUATE FD-TIPO-CHKPREV
002420                WHEN 'CA'
002430                    PERFORM 210-VERIFICAR-CAMBIO
002440                WHEN 'LA'
002450                    PERFORM 220-VERIFICAR-LANCAM
002460                WHEN 'XR'
002470                    PERFORM 230-VERIFICAR-XMITREG
002480                WHEN 'CE'
002490                    PERFORM 240-VERIFICAR-CERTSTAT
002500                WHEN 'TR'
002510                    PERFORM 250-VERIFICAR-BATLOCK
002520                WHEN 'FE'
002530                    PERFORM 260-VERIFICAR-FERIADOS
002540                WHEN OTHER
002550                    MOVE 'TIPO DE ITEM DESCONHECIDO'
002560                        TO WK-MOTIVO-FALHA
002570            END-EVALUATE.
002580            PERFORM 202-REGISTRAR-RESULTADO.
002590            PERFORM 301-LER-CHKPREV.
002600        202-REGISTRAR-RESULTADO.
002610            MOVE FD-ITEM-CHKPREV      TO WK-ITEM-REL.
002620            MOVE FD-TIPO-CHKPREV      TO WK-TIPO-REL.
002630            MOVE FD-PARAM-CHKPREV     TO WK-PARAM-REL.
002640            MOVE FD-DESCRICAO-CHKPREV TO WK-DESCRICAO-REL.
002650            MOVE WK-MOTIVO-FALHA      TO WK-MOTIVO-REL.
002660            IF WK-MOTIVO-FALHA = SPACES
002670                ADD 1 TO WK-QTD-OK
002680                MOVE 'OK' TO WK-RESULTADO-REL
002690            ELSE
002700                IF ITEM-BLOQUEANTE
002710                    ADD 1 TO WK-QTD-FALHAS
002720                    MOVE 'FALHA' TO WK-RESULTADO-REL
002730                ELSE
002740                    ADD 1 TO WK-QTD-AVISOS
002750                    MOVE 'AVISO' TO WK-RESULTADO-REL
002760                END-IF
002770            END-IF.
002780            WRITE REG-RELPREV FROM WK-LINHA-ITEM.
002790            IF WK-FS-RELPREV NOT = '00'
002800                DISPLAY 'ERRO ' WK-FS-RELPREV
002810                        ' NO COMANDO WRITE RELPREV'
002820                MOVE 12 TO RETURN-CODE
002830                STOP RUN
002840            END-IF.
002850       *      A TAXA DA MOEDA PEDIDA TEM DE ESTAR NO CAMBIO
002860       *      COM A DATA DE REFERENCIA
002870        210-VERIFICAR-CAMBIO.
002880            SET NAO-ACHOU TO TRUE.
002890            OPEN INPUT ARQ-CAMBIO.
002900            EVALUATE WK-FS-CAMBIO
002910                WHEN '00'
002920                    PERFORM 302-LER-CAMBIO
002930                    PERFORM 211-PROCURAR-TAXA
002940                        UNTIL WK-FS-CAMBIO = '10'
002950                        OR ACHOU
002960                    CLOSE ARQ-CAMBIO
002970                    IF NAO-ACHOU
002980                        MOVE 'SEM TAXA DA MOEDA NA DATA'
002990                            TO WK-MOTIVO-FALHA
003000                    END-IF
003010                WHEN '35'
003020                    MOVE 'ARQUIVO CAMBIO AUSENTE'
003030                        TO WK-MOTIVO-FALHA
003040                WHEN OTHER
003050                    DISPLAY 'ERRO ' WK-FS-CAMBIO
003060                            ' NO COMANDO OPEN CAMBIO'
003070                    MOVE 12 TO RETURN-CODE
003080                    STOP RUN
003090            END-EVALUATE.
003100        211-PROCURAR-TAXA.
003110            IF FD-MOEDA-CAMBIO = FD-PARAM-CHKPREV(1:3)
003120               AND FD-DATA-CAMBIO = WK-DATA-REF
003130               AND FD-TAXA-CAMBIO > ZEROS
003140                SET ACHOU TO TRUE
003150            ELSE
003160                PERFORM 302-LER-CAMBIO
003170            END-IF.
003180       *      O LANCAM TEM DE TER CHEGADO E TRAZER AO MENOS
003190       *      UM LOTE DATADO DA DATA DE REFERENCIA
003200        220-VERIFICAR-LANCAM.
003210            SET NAO-ACHOU TO TRUE.
003220            OPEN INPUT ARQ-LANCAM.
003230            EVALUATE WK-FS-LANCAM
003240                WHEN '00'
003250                    PERFORM 303-LER-LANCAM
003260                    IF WK-FS-LANCAM = '10'
003270                        MOVE 'ARQUIVO LANCAM VAZIO'
003280                            TO WK-MOTIVO-FALHA
003290                    ELSE
003300                        PERFORM 221-PROCURAR-LOTE
003310                            UNTIL WK-FS-LANCAM = '10'
003320                            OR ACHOU
003330                        IF NAO-ACHOU
003340                            MOVE 'LANCAM SEM LOTE DA DATA'
003350                                TO WK-MOTIVO-FALHA
003360                        END-IF
003370                    END-IF
003380                    CLOSE ARQ-LANCAM
003390                WHEN '35'
003400                    MOVE 'ARQUIVO LANCAM AUSENTE'
003410                        TO WK-MOTIVO-FALHA
003420                WHEN OTHER
003430                    DISPLAY 'ERRO ' WK-FS-LANCAM
003440                            ' NO COMANDO OPEN LANCAM'
003450                    MOVE 12 TO RETURN-CODE
003460                    STOP RUN
003470            END-EVALUATE.
003480        221-PROCURAR-LOTE.
003490            IF LANCAM-HEADER
003500               AND FD-DATA-CTRL-LANCAM = WK-DATA-REF
003510                SET ACHOU TO TRUE
003520            ELSE
003530                PERFORM 303-LER-LANCAM
003540            END-IF.
003550       *      VALE A ULTIMA SITUACAO DO ARQUIVO NA DATA,
003560       *      COMO O EAD95862 A DEIXOU
003570        230-VERIFICAR-XMITREG.
003580            MOVE SPACE TO WK-SITUACAO-XMIT.
003590            OPEN INPUT ARQ-XMITREG.
003600            EVALUATE WK-FS-XMITREG
003610                WHEN '00'
003620                    PERFORM 304-LER-XMITREG
003630                    PERFORM 231-PROCURAR-ARQUIVO
003640                        UNTIL WK-FS-XMITREG = '10'
003650                    CLOSE ARQ-XMITREG
003660                    EVALUATE WK-SITUACAO-XMIT
003670                        WHEN 'R'
003680                            CONTINUE
003690                        WHEN 'P'
003700                            MOVE 'ARQUIVO PENDENTE NO XMITREG'
003710                                TO WK-MOTIVO-FALHA
003720                        WHEN 'D'
003730                            MOVE 'ARQUIVO DIVERGENTE NO XMITREG'
003740                                TO WK-MOTIVO-FALHA
003750                        WHEN OTHER
003760                            MOVE 'ARQUIVO SEM REGISTRO NO XMITREG'
003770                                TO WK-MOTIVO-FALHA
003780                    END-EVALUATE
003790                WHEN '35'
003800                    MOVE 'REGISTRO XMITREG AUSENTE'
003810                        TO WK-MOTIVO-FALHA
003820                WHEN OTHER
003830                    DISPLAY 'ERRO ' WK-FS-XMITREG
003840                            ' NO COMANDO OPEN XMITREG'
003850                    MOVE 12 TO RETURN-CODE
003860                    STOP RUN
003870            END-EVALUATE.
003880        231-PROCURAR-ARQUIVO.
003890            IF FD-ARQUIVO-XMIT = FD-PARAM-CHKPREV
003900               AND FD-DATA-XMIT = WK-DATA-REF
003910                MOVE FD-SITUACAO-XMIT TO WK-SITUACAO-XMIT
003920            END-IF.
003930            PERFORM 304-LER-XMITREG.
003940       *      O DIA UTIL SEGUINTE AO ULTIMO DIA CERTIFICADO
003950       *      NAO PODE SER ANTERIOR A DATA DE REFERENCIA
003960        240-VERIFICAR-CERTSTAT.
003970            OPEN INPUT ARQ-CERTSTAT.
003980            EVALUATE WK-FS-CERTSTAT
003990                WHEN '00'
004000                    READ ARQ-CERTSTAT
004010                    IF WK-FS-CERTSTAT = '00'
004020                        PERFORM 241-AVALIAR-CERTIFICACAO
004030                    ELSE
004040                        MOVE 'CERTSTAT SEM SITUACAO DO DIA'
004050                            TO WK-MOTIVO-FALHA
004060                    END-IF
004070                    CLOSE ARQ-CERTSTAT
004080                WHEN '35'
004090                    MOVE 'ARQUIVO CERTSTAT AUSENTE'
004100                        TO WK-MOTIVO-FALHA
004110                WHEN OTHER
004120                    DISPLAY 'ERRO ' WK-FS-CERTSTAT
004130                            ' NO COMANDO OPEN CERTSTAT'
004140                    MOVE 12 TO RETURN-CODE
004150                    STOP RUN
004160            END-EVALUATE.
004170        241-AVALIAR-CERTIFICACAO.
004180            IF NOT DIA-CERTIFICADO
004190                MOVE 'DIA ANTERIOR NEGADO NO CERTSTAT'
004200                    TO WK-MOTIVO-FALHA
004210            ELSE
004220                IF FD-DATA-CERTSTAT < WK-DATA-REF
004230                    MOVE 'P' TO LK-FUNCAO-COM
004240                    MOVE SPACES TO LK-AGENCIA-COM
004250                    MOVE FD-DATA-CERTSTAT TO LK-DATA1-COM
004260                    CALL WK-PROG-DIAS-UTEIS USING LK-AREA-COM
004270                    IF LK-DATA-SAIDA-COM < WK-DATA-REF
004280                        MOVE 'DIA ANTERIOR NAO CERTIFICADO'
004290                            TO WK-MOTIVO-FALHA
004300                    END-IF
004310                END-IF
004320            END-IF.
004330       *      SEM BATLOCK A TRAVA E CRIADA LIVRE PELO
004340       *      PRIMEIRO PROGRAMA QUE A TOMAR
004350        250-VERIFICAR-BATLOCK.
004360            OPEN INPUT ARQ-BATLOCK.
004370            EVALUATE WK-FS-BATLOCK
004380                WHEN '00'
004390                    READ ARQ-BATLOCK
004400                    IF WK-FS-BATLOCK = '00'
004410                       AND TRAVA-OCUPADA
004420                        MOVE SPACES TO WK-MOTIVO-FALHA
004430                        STRING 'BATLOCK OCUPADO PELO '
004440                               FD-PROGRAMA-BATLOCK
004450                            DELIMITED BY SIZE
004460                            INTO WK-MOTIVO-FALHA
004470                    END-IF
004480                    CLOSE ARQ-BATLOCK
004490                WHEN '35'
004500                    CONTINUE
004510                WHEN OTHER
004520                    DISPLAY 'ERRO ' WK-FS-BATLOCK
004530                            ' NO COMANDO OPEN BATLOCK'
004540                    MOVE 12 TO RETURN-CODE
004550                    STOP RUN
004560            END-EVALUATE.
004570       *      O CALENDARIO TEM DE TRAZER FERIADOS DO ANO DA
004580       *      DATA DE REFERENCIA
004590        260-VERIFICAR-FERIADOS.
004600            SET NAO-ACHOU TO TRUE.
004610            OPEN INPUT ARQ-FERIADOS.
004620            EVALUATE WK-FS-FERIADOS
004630                WHEN '00'
004640                    PERFORM 305-LER-FERIADOS
004650                    PERFORM 261-PROCURAR-ANO
004660                        UNTIL WK-FS-FERIADOS = '10'
004670                        OR ACHOU
004680                    CLOSE ARQ-FERIADOS
004690                    IF NAO-ACHOU
004700                        MOVE 'FERIADOS NAO COBRE O ANO'
004710                            TO WK-MOTIVO-FALHA
004720                    END-IF
004730                WHEN '35'
004740                    MOVE 'CALENDARIO FERIADOS AUSENTE'
004750                        TO WK-MOTIVO-FALHA
004760                WHEN OTHER
004770                    DISPLAY 'ERRO ' WK-FS-FERIADOS
004780                            ' NO COMANDO OPEN FERIADOS'
004790                    MOVE 12 TO RETURN-CODE
004800                    STOP RUN
004810            END-EVALUATE.
004820        261-PROCURAR-ANO.
004830            IF FD-ANO-FERIADO = WK-ANO-REF
004840                SET ACHOU TO TRUE
004850            ELSE
004860                PERFORM 305-LER-FERIADOS
004870            END-IF.
004880       ***********************************************
004890        300-LEITURAS SECTION.
004900        301-LER-CHKPREV.
004910            READ ARQ-CHKPREV.
004920            EVALUATE WK-FS-CHKPREV
004930                WHEN '00'
004940                    CONTINUE
004950                WHEN '10'
004960                    CONTINUE
004970                WHEN OTHER
004980                    DISPLAY 'ERRO ' WK-FS-CHKPREV
004990                            ' NO COMANDO READ CHKPREV'
005000                    MOVE 12 TO RETURN-CODE
005010                    STOP RUN
005020            END-EVALUATE.
005030        302-LER-CAMBIO.
005040            READ ARQ-CAMBIO.
005050            EVALUATE WK-FS-CAMBIO
005060                WHEN '00'
005070                    CONTINUE
005080                WHEN '10'
005090                    CONTINUE
005100                WHEN OTHER
005110                    DISPLAY 'ERRO ' WK-FS-CAMBIO
005120                            ' NO COMANDO READ CAMBIO'
005130                    MOVE 12 TO RETURN-CODE
005140                    STOP RUN
005150            END-EVALUATE.
005160        303-LER-LANCAM.
005170            READ ARQ-LANCAM.
005180            EVALUATE WK-FS-LANCAM
005190                WHEN '00'
005200                    CONTINUE
005210                WHEN '10'
005220                    CONTINUE
005230                WHEN OTHER
005240                    DISPLAY 'ERRO ' WK-FS-LANCAM
005250                            ' NO COMANDO READ LANCAM'
005260                    MOVE 12 TO RETURN-CODE
005270                    STOP RUN
005280            END-EVALUATE.
005290        304-LER-XMITREG.
005300            READ ARQ-XMITREG.
005310            EVALUATE WK-FS-XMITREG
005320                WHEN '00'
005330                    CONTINUE
005340                WHEN '10'
005350                    CONTINUE
005360                WHEN OTHER
005370                    DISPLAY 'ERRO ' WK-FS-XMITREG
005380                            ' NO COMANDO READ XMITREG'
005390                    MOVE 12 TO RETURN-CODE
005400                    STOP RUN
005410            END-EVALUATE.
005420        305-LER-FERIADOS.
005430            READ ARQ-FERIADOS.
005440            EVALUATE WK-FS-FERIADOS
005450                WHEN '00'
005460                    CONTINUE
005470                WHEN '10'
005480                    CONTINUE
005490                WHEN OTHER
005500                    DISPLAY 'ERRO ' WK-FS-FERIADOS
005510                            ' NO COMANDO READ FERIADOS'
005520                    MOVE 12 TO RETURN-CODE
005530                    STOP RUN
005540            END-EVALUATE.
005550       ***********************************************
005560        195-GRAVAR-JRNL-INICIO.
005570            MOVE 'I' TO JRL-TIPO.
005580            MOVE ZEROS TO JRL-QTD-LIDOS.
005590            MOVE ZEROS TO JRL-QTD-GRAVADOS.
005600            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005610            MOVE ZEROS TO JRL-RETORNO.
005611            MOVE 'EAD95926' TO LK-PROGRAMA-COM.
005612            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
005613            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005620            PERFORM 194-GRAVAR-RUNJRNL.
005630        196-GRAVAR-JRNL-FIM.
005640            MOVE 'F' TO JRL-TIPO.
005650            MOVE WK-QTD-ITENS
005660                TO JRL-QTD-LIDOS.
005670            MOVE WK-QTD-OK
005680                TO JRL-QTD-GRAVADOS.
005690            MOVE WK-QTD-FALHAS
005700                TO JRL-QTD-REJEITADOS.
005710            MOVE RETURN-CODE TO JRL-RETORNO.
005711            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005720            PERFORM 194-GRAVAR-RUNJRNL.
005730        194-GRAVAR-RUNJRNL.
005740            OPEN EXTEND ARQ-RUNJRNL.
005750            IF WK-FS-RUNJRNL = '35'
005760                OPEN OUTPUT ARQ-RUNJRNL
005770            END-IF.
005780            IF WK-FS-RUNJRNL NOT = '00'
005790                DISPLAY 'ERRO ' WK-FS-RUNJRNL
005800                        ' NO COMANDO OPEN RUNJRNL'
005810                MOVE 12 TO RETURN-CODE
005820                STOP RUN
005830            END-IF.
005840            MOVE 'EAD95926' TO JRL-PROGRAMA.
005850            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
005860            ACCEPT JRL-HORA FROM TIME.
005870            WRITE REG-RUNJRNL.
005880            IF WK-FS-RUNJRNL NOT = '00'
005890                DISPLAY 'ERRO ' WK-FS-RUNJRNL
005900                        ' NO COMANDO WRITE RUNJRNL'
005910                MOVE 12 TO RETURN-CODE
005920                STOP RUN
005930            END-IF.
005940            CLOSE ARQ-RUNJRNL.
005950       ***********************************************
005960        900-FINALIZAR SECTION.
005970        901-FINALIZAR.
005980            IF WK-QTD-FALHAS > ZEROS
005990                MOVE 'BLOQUEADA' TO WK-DECISAO-RES
006000            ELSE
006010                MOVE 'LIBERADA' TO WK-DECISAO-RES
006020            END-IF.
006030            MOVE WK-QTD-FALHAS TO WK-FALHAS-RES.
006040            MOVE WK-QTD-AVISOS TO WK-AVISOS-RES.
006050            WRITE REG-RELPREV FROM WK-LINHA-RESULTADO
006060                AFTER 2 LINES.
006070            DISPLAY 'ITENS VERIFICADOS : ' WK-QTD-ITENS.
006080            DISPLAY 'FALHAS BLOQUEANTES: ' WK-QTD-FALHAS.
006090            DISPLAY 'AVISOS            : ' WK-QTD-AVISOS.
006100            IF WK-QTD-FALHAS > ZEROS
006110                DISPLAY 'NOITE BLOQUEADA NA DATA ' WK-DATA-REF
006120                MOVE 12 TO RETURN-CODE
006130            ELSE
006140                IF WK-QTD-AVISOS > ZEROS
006150                    MOVE 4 TO RETURN-CODE
006160                END-IF
006170            END-IF.
006180            CLOSE ARQ-CHKPREV.
006190            CLOSE ARQ-RELPREV.
