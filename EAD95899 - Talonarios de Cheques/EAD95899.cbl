000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95899.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   SOLICITACAO E ENTREGA DE TALONARIOS          *
000170       *                                                *
000180       *   O MANTALAO TRAZ AS OPERACOES DAS AGENCIAS:   *
000190       *   'S' = SOLICITA TALAO: NUMERA A PARTIR DA     *
000200       *         ULTIMA FOLHA JA EMITIDA PARA A CONTA   *
000210       *   'E' = REGISTRA A ENTREGA DO TALAO AO CLIENTE *
000220       *                                                *
000230       *   A SOLICITACAO E RECUSADA PARA CONTA          *
000240       *   BLOQUEADA OU ENCERRADA E PARA CONTA COM      *
000250       *   DEVOLUCAO POR FALTA DE FUNDOS NO DEVOLUC     *
000260       *   DENTRO DA JANELA DE MESES DO SYSIN           *
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
000370            SELECT ARQ-MANTALAO ASSIGN TO MANTALAO
000380                FILE STATUS IS WK-FS-MANTALAO.
000390            SELECT ARQ-TALOES   ASSIGN TO TALOES
000400                ORGANIZATION IS INDEXED
000410                ACCESS MODE IS DYNAMIC
000420                RECORD KEY IS FD-CHAVE-TALAO
000430                FILE STATUS IS WK-FS-TALOES.
000440            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000450                ORGANIZATION IS INDEXED
000460                ACCESS MODE IS DYNAMIC
000470                RECORD KEY IS FD-CHAVE-CLIENTES
000480                FILE STATUS IS WK-FS-CLIENTES.
000490            SELECT ARQ-DEVOLUC  ASSIGN TO DEVOLUC
000500                FILE STATUS IS WK-FS-DEVOLUC.
000510            SELECT ARQ-RELTALAO ASSIGN TO RELTALAO
000520                FILE STATUS IS WK-FS-RELTALAO.
000530       *
000540        DATA DIVISION.
000550        FILE SECTION.
000560        FD   ARQ-MANTALAO
000570             RECORDING MODE IS F.
000580        01  REG-MANTALAO.
000590            05 FD-OPERACAO-MAN     PIC X.
000600                88 MAN-SOLICITACAO     VALUE 'S'.
000610                88 MAN-ENTREGA         VALUE 'E'.
000620            05 FD-CHAVE-MAN        PIC X(9).
000630            05 FD-NUM-INICIAL-MAN  PIC 9(6).
000640            05 FD-QTD-FOLHAS-MAN   PIC 9(3).
000650            05 FD-OPERADOR-MAN     PIC X(8).
000660        FD   ARQ-TALOES
000670             RECORDING MODE IS F.
000680        01  REG-TALOES.
000690            05 FD-CHAVE-TALAO.
000700                10 FD-CONTA-TALAO      PIC X(9).
000710                10 FD-NUM-INICIAL-TALAO PIC 9(6).
000720            05 FD-NUM-FINAL-TALAO  PIC 9(6).
000730            05 FD-DATA-SOLIC-TALAO PIC 9(8).
000740            05 FD-DATA-ENTREGA-TALAO PIC 9(8).
000750            05 FD-SITUACAO-TALAO   PIC X.
000760                88 TALAO-SOLICITADO    VALUE 'S'.
000770                88 TALAO-ENTREGUE      VALUE 'E'.
000780            05 FD-OPERADOR-TALAO   PIC X(8).
000790        FD   ARQ-CLIENTES
000800             RECORDING MODE IS F.
000810        01  REG-CLIENTES.
000820            05 FD-CHAVE-CLIENTES.
000830                10 FD-AGENCIA-CLIENTES     PIC X(4).
000840                10 FD-CONTA-CLIENTES       PIC 9(5).
000850            05 FD-DIGITO-CLIENTES      PIC X.
000860            05 FD-NOME-CLIENTES        PIC A(20).
000870            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
000880            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
000890            05 FD-MOEDA-CLIENTES       PIC X(3).
000900            05 FD-SITUACAO-CLIENTES    PIC X.
000910                88 CONTA-ATIVA            VALUE 'A' ' '.
000920                88 CONTA-BLOQUEADA        VALUE 'B'.
000930                88 CONTA-ENCERRADA        VALUE 'E'.
000940        FD   ARQ-DEVOLUC
000950             RECORDING MODE IS F.
000960        01  REG-DEVOLUC.
000970            05 FD-CHAVE-DEVOLUC    PIC X(9).
000980            05 FD-NUMERO-DEVOLUC   PIC 9(6).
000990            05 FD-VALOR-DEVOLUC    PIC 9(6)V99.
001000            05 FD-DATA-DEVOLUC     PIC 9(8).
001010            05 FD-MOTIVO-DEVOLUC   PIC XX.
001020                88 DEVOL-SEM-FUNDOS    VALUE '12'.
001030        FD   ARQ-RELTALAO
001040             RECORDING MODE IS F.
001050        01  REG-RELTALAO               PIC X(78).
001060        FD   ARQ-RUNJRNL
001070             RECORDING MODE IS F.
001080        01  REG-RUNJRNL.
001090            05 JRL-PROGRAMA        PIC X(8).
001100            05 JRL-TIPO            PIC X.
001110            05 JRL-DATA            PIC 9(8).
001120            05 JRL-HORA            PIC 9(6).
001130            05 JRL-QTD-LIDOS       PIC 9(7).
001140            05 JRL-QTD-GRAVADOS    PIC 9(7).
001150            05 JRL-QTD-REJEITADOS  PIC 9(7).
001160            05 JRL-RETORNO         PIC 9(4).
001161            05 JRL-ID-EXEC         PIC 9(10).
001170        WORKING-STORAGE SECTION.
001180        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001181        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001182        01  LK-AREA-ID-EXEC.
001183            05 LK-PROGRAMA-COM     PIC X(8).
001184            05 LK-ID-EXEC-COM      PIC 9(10).
001190        77  WK-FS-MANTALAO PIC XX           VALUE SPACES.
001200        77  WK-FS-TALOES   PIC XX           VALUE SPACES.
001210        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001220        77  WK-FS-DEVOLUC  PIC XX           VALUE SPACES.
001230        77  WK-FS-RELTALAO PIC XX           VALUE SPACES.
001240        77  WK-MESES-DEVOL PIC 9(3)         VALUE ZEROS.
001250        77  WK-FOLHAS-PADRAO PIC 9(3)       VALUE ZEROS.
001260        01  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001270        01  WK-DATA-SIST-R REDEFINES WK-DATA-SIST.
001280            05 WK-ANO-SIST     PIC 9(4).
001290            05 WK-MES-SIST     PIC 99.
001300            05 WK-DIA-SIST     PIC 99.
001310        01  WK-DATA-CORTE  PIC 9(8)         VALUE ZEROS.
001320        01  WK-DATA-CORTE-R REDEFINES WK-DATA-CORTE.
001330            05 WK-ANO-CORTE    PIC 9(4).
001340            05 WK-MES-CORTE    PIC 99.
001350            05 WK-DIA-CORTE    PIC 99.
001360        77  WK-MESES-TOT   PIC 9(6)         VALUE ZEROS.
001370        77  WK-QTD-LIDOS   PIC 9(6)         VALUE ZEROS.
001380        77  WK-QTD-SOLICITADOS PIC 9(6)     VALUE ZEROS.
001390        77  WK-QTD-ENTREGUES PIC 9(6)       VALUE ZEROS.
001400        77  WK-QTD-RECUSADOS PIC 9(6)       VALUE ZEROS.
001410        77  WK-MOTIVO-REJ  PIC X(30)        VALUE SPACES.
001420        77  WK-ULTIMA-FOLHA PIC 9(6)        VALUE ZEROS.
001430        77  WK-FOLHA-FINAL PIC 9(7)         VALUE ZEROS.
001440        77  WK-QTD-FOLHAS  PIC 9(3)         VALUE ZEROS.
001450       *      CONTAS COM DEVOLUCAO POR FALTA DE FUNDOS
001460       *      DENTRO DA JANELA
001470        77  WK-QTD-DEVCTA  PIC 9(4)         VALUE ZEROS.
001480        77  WK-IDX-DEVCTA  PIC 9(4)         VALUE ZEROS.
001490        77  WK-CHAVE-PROCURA PIC X(9)       VALUE SPACES.
001500        77  WK-DEV-ACHADA  PIC X            VALUE 'N'.
001510            88 DEV-ACHADA                     VALUE 'S'.
001520            88 DEV-NAO-ACHADA                 VALUE 'N'.
001530        01  WK-TAB-DEVCTA.
001540            05 WK-DEVCTA-CHAVE    PIC X(9) OCCURS 2000 TIMES.
001550        01  WK-LINHA-TALAO.
001560            05 WK-OPERACAO-REL PIC X.
001570            05 FILLER          PIC X(01) VALUE SPACE.
001580            05 WK-CHAVE-REL    PIC X(9).
001590            05 FILLER          PIC X(01) VALUE SPACE.
001600            05 WK-INICIAL-REL  PIC 9(6).
001610            05 FILLER          PIC X(01) VALUE '-'.
001620            05 WK-FINAL-REL    PIC 9(6).
001630            05 FILLER          PIC X(01) VALUE SPACE.
001640            05 WK-OPERADOR-REL PIC X(8).
001650            05 FILLER          PIC X(01) VALUE SPACE.
001660            05 WK-TEXTO-REL    PIC X(30).
001670        01  WK-LINHA-RESUMO.
001680            05 WK-TITULO-RES   PIC X(26).
001690            05 WK-VALOR-RES    PIC ZZZZZ9.
001700       *
001710        PROCEDURE DIVISION.
001720        000-PRINCIPAL SECTION.
001730        001-PRINCIPAL.
001740            PERFORM 195-GRAVAR-JRNL-INICIO.
001750            PERFORM 101-INICIAR.
001760            PERFORM 201-PROCESSAR-MANTALAO
001770                UNTIL WK-FS-MANTALAO = '10'.
001780            PERFORM 901-FINALIZAR.
001790            PERFORM 196-GRAVAR-JRNL-FIM.
001800            STOP RUN.
001810       ***********************************************************
001820        100-INICIAR SECTION.
001830        101-INICIAR.
001840            ACCEPT WK-MESES-DEVOL   FROM SYSIN.
001850            ACCEPT WK-FOLHAS-PADRAO FROM SYSIN.
001860            ACCEPT WK-DATA-SIST     FROM DATE YYYYMMDD.
001870            IF WK-MESES-DEVOL NOT NUMERIC
001880               OR WK-MESES-DEVOL = ZEROS
001890                MOVE 6 TO WK-MESES-DEVOL
001900            END-IF.
001910            IF WK-FOLHAS-PADRAO NOT NUMERIC
001920               OR WK-FOLHAS-PADRAO = ZEROS
001930                MOVE 20 TO WK-FOLHAS-PADRAO
001940            END-IF.
001950            PERFORM 102-CALCULAR-CORTE.
001960            PERFORM 103-CARREGAR-DEVOLUC.
001970            PERFORM 105-ABRIR-ARQUIVOS.
001980       *      CORTE = MES DE HOJE MENOS A JANELA, NO
001990       *      PRIMEIRO DIA DO MES, COMO NO EXPURGO
002000        102-CALCULAR-CORTE.
002010            COMPUTE WK-MESES-TOT = WK-ANO-SIST * 12
002020                + WK-MES-SIST - 1 - WK-MESES-DEVOL.
002030            COMPUTE WK-ANO-CORTE = WK-MESES-TOT / 12.
002040            COMPUTE WK-MES-CORTE =
002050                WK-MESES-TOT - WK-ANO-CORTE * 12 + 1.
002060            MOVE 01 TO WK-DIA-CORTE.
002070        103-CARREGAR-DEVOLUC.
002080            OPEN INPUT ARQ-DEVOLUC.
002090            EVALUATE WK-FS-DEVOLUC
002100                WHEN '00'
002110                    PERFORM 303-LER-DEVOLUC
002120                    PERFORM 104-REGISTRAR-DEVOLUCAO
002130                        UNTIL WK-FS-DEVOLUC = '10'
002140                    CLOSE ARQ-DEVOLUC
002150                WHEN '35'
002160                    CONTINUE
002170                WHEN OTHER
002180                    DISPLAY 'ERRO ' WK-FS-DEVOLUC
002190                            ' NO COMANDO OPEN DEVOLUC'
002200                    MOVE 12 TO RETURN-CODE
002210                    STOP RUN
002220            END-EVALUATE.
002230        104-REGISTRAR-DEVOLUCAO.
002240            IF DEVOL-SEM-FUNDOS
002250               AND FD-DATA-DEVOLUC NOT LESS WK-DATA-CORTE
002260                MOVE FD-CHAVE-DEVOLUC TO WK-CHAVE-PROCURA
002270                PERFORM 211-PROCURAR-DEVOLUCAO
002280                IF DEV-NAO-ACHADA
002290                    IF WK-QTD-DEVCTA NOT LESS 2000
002300                        DISPLAY 'TABELA DE DEVOLUCOES CHEIA, '
002310                                'LIMITE 2000'
002320                        MOVE 12 TO RETURN-CODE
002330                        STOP RUN
002340                    END-IF
002350                    ADD 1 TO WK-QTD-DEVCTA
002360                    MOVE FD-CHAVE-DEVOLUC
002370                        TO WK-DEVCTA-CHAVE(WK-QTD-DEVCTA)
002380                END-IF
002390            END-IF.
002400            PERFORM 303-LER-DEVOLUC.
002410        105-ABRIR-ARQUIVOS.
002420            OPEN INPUT ARQ-MANTALAO.
002430            EVALUATE WK-FS-MANTALAO
002440                WHEN '00'
002450                    PERFORM 301-LER-MANTALAO
002460                WHEN '35'
002470                    DISPLAY 'ARQUIVO MANTALAO NAO ENCONTRADO'
002480                    MOVE 12 TO RETURN-CODE
002490                    STOP RUN
002500                WHEN OTHER
002510                    DISPLAY 'ERRO ' WK-FS-MANTALAO
002520                            ' NO COMANDO OPEN MANTALAO'
002530                    MOVE 12 TO RETURN-CODE
002540                    STOP RUN
002550            END-EVALUATE.
002560            OPEN INPUT ARQ-CLIENTES.
002570            IF WK-FS-CLIENTES NOT = '00'
002580                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
002590                        'STATUS ' WK-FS-CLIENTES
002600                MOVE 12 TO RETURN-CODE
002610                STOP RUN
002620            END-IF.
002630            OPEN I-O ARQ-TALOES.
002640            IF WK-FS-TALOES = '35'
002650                OPEN OUTPUT ARQ-TALOES
002660                CLOSE ARQ-TALOES
002670                OPEN I-O ARQ-TALOES
002680            END-IF.
002690            IF WK-FS-TALOES NOT = '00'
002700                DISPLAY 'ERRO ' WK-FS-TALOES
002710                        ' NO COMANDO OPEN TALOES'
002720                MOVE 12 TO RETURN-CODE
002730                STOP RUN
002740            END-IF.
002750            OPEN OUTPUT ARQ-RELTALAO.
002760            IF WK-FS-RELTALAO NOT = '00'
002770                DISPLAY 'ERRO ' WK-FS-RELTALAO
002780                        ' NO COMANDO OPEN RELTALAO'
002790                MOVE 12 TO RETURN-CODE
002800                STOP RUN
002810            END-IF.
002820       ***********************************************
002830        200-PROCESSAMENTO SECTION.
002840        201-PROCESSAR-MANTALAO.
002850            ADD 1 TO WK-QTD-LIDOS.
002860            MOVE SPACES TO WK-MOTIVO-REJ.
002870            MOVE FD-NUM-INICIAL-MAN TO WK-INICIAL-REL.
002880            MOVE ZEROS TO WK-FINAL-REL.
002890            EVALUATE TRUE
002900                WHEN MAN-SOLICITACAO
002910                    PERFORM 202-SOLICITAR-TALAO
002920                WHEN MAN-ENTREGA
002930                    PERFORM 205-ENTREGAR-TALAO
002940                WHEN OTHER
002950                    MOVE 'OPERACAO INVALIDA' TO WK-MOTIVO-REJ
002960            END-EVALUATE.
002970            MOVE FD-OPERACAO-MAN TO WK-OPERACAO-REL.
002980            MOVE FD-CHAVE-MAN    TO WK-CHAVE-REL.
002990            MOVE FD-OPERADOR-MAN TO WK-OPERADOR-REL.
003000            IF WK-MOTIVO-REJ = SPACES
003010                MOVE FD-NUM-INICIAL-TALAO TO WK-INICIAL-REL
003020                MOVE FD-NUM-FINAL-TALAO   TO WK-FINAL-REL
003030            ELSE
003040                ADD 1 TO WK-QTD-RECUSADOS
003050                MOVE WK-MOTIVO-REJ TO WK-TEXTO-REL
003060            END-IF.
003070            PERFORM 281-GRAVAR-RELTALAO.
003080            PERFORM 301-LER-MANTALAO.
003090        202-SOLICITAR-TALAO.
003100            MOVE FD-CHAVE-MAN TO FD-CHAVE-CLIENTES.
003110            READ ARQ-CLIENTES
003120                INVALID KEY
003130                    MOVE 'CONTA INEXISTENTE' TO WK-MOTIVO-REJ
003140            END-READ.
003150            IF WK-MOTIVO-REJ = SPACES
003160                EVALUATE TRUE
003170                    WHEN CONTA-ENCERRADA
003180                        MOVE 'CONTA ENCERRADA' TO WK-MOTIVO-REJ
003190                    WHEN CONTA-BLOQUEADA
003200                        MOVE 'CONTA BLOQUEADA' TO WK-MOTIVO-REJ
003210                    WHEN OTHER
003220                        MOVE FD-CHAVE-MAN TO WK-CHAVE-PROCURA
003230                        PERFORM 211-PROCURAR-DEVOLUCAO
003240                        IF DEV-ACHADA
003250                            MOVE 'DEVOLUCAO RECENTE SEM FUNDOS'
003260                                TO WK-MOTIVO-REJ
003270                        END-IF
003280                END-EVALUATE
003290            END-IF.
003300            IF WK-MOTIVO-REJ = SPACES
003310                PERFORM 203-APURAR-ULTIMA-FOLHA
003320                IF FD-QTD-FOLHAS-MAN NUMERIC
003330                   AND FD-QTD-FOLHAS-MAN > ZEROS
003340                    MOVE FD-QTD-FOLHAS-MAN TO WK-QTD-FOLHAS
003350                ELSE
003360                    MOVE WK-FOLHAS-PADRAO TO WK-QTD-FOLHAS
003370                END-IF
003380                COMPUTE WK-FOLHA-FINAL =
003390                    WK-ULTIMA-FOLHA + WK-QTD-FOLHAS
003400                IF WK-FOLHA-FINAL > 999999
003410                    MOVE 'NUMERACAO DE FOLHAS ESGOTADA'
003420                        TO WK-MOTIVO-REJ
003430                END-IF
003440            END-IF.
003450            IF WK-MOTIVO-REJ = SPACES
003460                MOVE FD-CHAVE-MAN TO FD-CONTA-TALAO
003470                COMPUTE FD-NUM-INICIAL-TALAO =
003480                    WK-ULTIMA-FOLHA + 1
003490                MOVE WK-FOLHA-FINAL   TO FD-NUM-FINAL-TALAO
003500                MOVE WK-DATA-SIST     TO FD-DATA-SOLIC-TALAO
003510                MOVE ZEROS            TO FD-DATA-ENTREGA-TALAO
003520                MOVE 'S'              TO FD-SITUACAO-TALAO
003530                MOVE FD-OPERADOR-MAN  TO FD-OPERADOR-TALAO
003540                WRITE REG-TALOES
003550                    INVALID KEY
003560                        DISPLAY 'ERRO NO WRITE DO TALOES, '
003570                                'CHAVE ' FD-CHAVE-TALAO
003580                        MOVE 12 TO RETURN-CODE
003590                        STOP RUN
003600                END-WRITE
003610                ADD 1 TO WK-QTD-SOLICITADOS
003620                MOVE 'TALAO SOLICITADO' TO WK-TEXTO-REL
003630            END-IF.
003640       *      A NUMERACAO CONTINUA DA MAIOR FOLHA JA
003650       *      EMITIDA PARA A CONTA, ENTREGUE OU NAO
003660        203-APURAR-ULTIMA-FOLHA.
003670            MOVE ZEROS TO WK-ULTIMA-FOLHA.
003680            MOVE FD-CHAVE-MAN TO FD-CONTA-TALAO.
003690            MOVE ZEROS TO FD-NUM-INICIAL-TALAO.
003700            START ARQ-TALOES
003710                KEY NOT LESS FD-CHAVE-TALAO
003720                INVALID KEY
003730                    MOVE '10' TO WK-FS-TALOES
003740            END-START.
003750            IF WK-FS-TALOES = '00'
003760                PERFORM 302-LER-TALOES
003770                PERFORM 204-ACUMULAR-FOLHA
003780                    UNTIL WK-FS-TALOES NOT = '00'
003790                       OR FD-CONTA-TALAO NOT = FD-CHAVE-MAN
003800            END-IF.
003810            MOVE '00' TO WK-FS-TALOES.
003820        204-ACUMULAR-FOLHA.
003830            IF FD-NUM-FINAL-TALAO > WK-ULTIMA-FOLHA
003840                MOVE FD-NUM-FINAL-TALAO TO WK-ULTIMA-FOLHA
003850            END-IF.
003860            PERFORM 302-LER-TALOES.
003870        205-ENTREGAR-TALAO.
003880            MOVE FD-CHAVE-MAN       TO FD-CONTA-TALAO.
003890            MOVE FD-NUM-INICIAL-MAN TO FD-NUM-INICIAL-TALAO.
003900            READ ARQ-TALOES
003910                INVALID KEY
003920                    MOVE 'TALAO NAO SOLICITADO' TO WK-MOTIVO-REJ
003930            END-READ.
003940            IF WK-MOTIVO-REJ = SPACES
003950               AND NOT TALAO-SOLICITADO
003960                MOVE 'TALAO JA ENTREGUE' TO WK-MOTIVO-REJ
003970            END-IF.
003980            IF WK-MOTIVO-REJ = SPACES
003990                MOVE 'E'             TO FD-SITUACAO-TALAO
004000                MOVE WK-DATA-SIST    TO FD-DATA-ENTREGA-TALAO
004010                MOVE FD-OPERADOR-MAN TO FD-OPERADOR-TALAO
004020                REWRITE REG-TALOES
004030                    INVALID KEY
004040                        DISPLAY 'ERRO NO REWRITE DO TALOES, '
004050                                'CHAVE ' FD-CHAVE-TALAO
004060                        MOVE 12 TO RETURN-CODE
004070                        STOP RUN
004080                END-REWRITE
004090                ADD 1 TO WK-QTD-ENTREGUES
004100                MOVE 'TALAO ENTREGUE' TO WK-TEXTO-REL
004110            END-IF.
004120        211-PROCURAR-DEVOLUCAO.
004130            SET DEV-NAO-ACHADA TO TRUE.
004140            PERFORM 212-CONFERIR-DEVOLUCAO
004150                VARYING WK-IDX-DEVCTA FROM 1 BY 1
004160                UNTIL WK-IDX-DEVCTA > WK-QTD-DEVCTA
004170                   OR DEV-ACHADA.
004180        212-CONFERIR-DEVOLUCAO.
004190            IF WK-DEVCTA-CHAVE(WK-IDX-DEVCTA) = WK-CHAVE-PROCURA
004200                SET DEV-ACHADA TO TRUE
004210            END-IF.
004220       ***********************************************
004230        280-GRAVACOES SECTION.
004240        281-GRAVAR-RELTALAO.
004250            WRITE REG-RELTALAO FROM WK-LINHA-TALAO.
004260            IF WK-FS-RELTALAO NOT = '00'
004270                DISPLAY 'ERRO ' WK-FS-RELTALAO
004280                        ' NO COMANDO WRITE RELTALAO'
004290                MOVE 12 TO RETURN-CODE
004300                STOP RUN
004310            END-IF.
004320       ***********************************************
004330        300-LEITURAS SECTION.
004340        301-LER-MANTALAO.
004350            READ ARQ-MANTALAO.
004360            EVALUATE WK-FS-MANTALAO
004370                WHEN '00'
004380                    CONTINUE
004390                WHEN '10'
004400                    CONTINUE
004410                WHEN OTHER
004420                    DISPLAY 'ERRO ' WK-FS-MANTALAO
004430                            ' NO COMANDO READ MANTALAO'
004440                    MOVE 12 TO RETURN-CODE
004450                    STOP RUN
004460            END-EVALUATE.
004470        302-LER-TALOES.
004480            READ ARQ-TALOES NEXT.
004490            EVALUATE WK-FS-TALOES
004500                WHEN '00'
004510                    CONTINUE
004520                WHEN '10'
004530                    CONTINUE
004540                WHEN OTHER
004550                    DISPLAY 'ERRO ' WK-FS-TALOES
004560                            ' NO COMANDO READ TALOES'
004570                    MOVE 12 TO RETURN-CODE
004580                    STOP RUN
004590            END-EVALUATE.
004600        303-LER-DEVOLUC.
004610            READ ARQ-DEVOLUC.
004620            EVALUATE WK-FS-DEVOLUC
004630                WHEN '00'
004640                    CONTINUE
004650                WHEN '10'
004660                    CONTINUE
004670                WHEN OTHER
004680                    DISPLAY 'ERRO ' WK-FS-DEVOLUC
004690                            ' NO COMANDO READ DEVOLUC'
004700                    MOVE 12 TO RETURN-CODE
004710                    STOP RUN
004720            END-EVALUATE.
004730       ***********************************************
004740        195-GRAVAR-JRNL-INICIO.
004750            MOVE 'I' TO JRL-TIPO.
004760            MOVE ZEROS TO JRL-QTD-LIDOS.
004770            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004780            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004790            MOVE ZEROS TO JRL-RETORNO.
004791            MOVE 'EAD95899' TO LK-PROGRAMA-COM.
004792            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004793            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004800            PERFORM 194-GRAVAR-RUNJRNL.
004810        196-GRAVAR-JRNL-FIM.
004820            MOVE 'F' TO JRL-TIPO.
004830            MOVE WK-QTD-LIDOS
004840                TO JRL-QTD-LIDOS.
004850            COMPUTE JRL-QTD-GRAVADOS =
004860                WK-QTD-SOLICITADOS + WK-QTD-ENTREGUES.
004870            MOVE WK-QTD-RECUSADOS
004880                TO JRL-QTD-REJEITADOS.
004890            MOVE RETURN-CODE TO JRL-RETORNO.
004891            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004900            PERFORM 194-GRAVAR-RUNJRNL.
004910        194-GRAVAR-RUNJRNL.
004920            OPEN EXTEND ARQ-RUNJRNL.
004930            IF WK-FS-RUNJRNL = '35'
004940                OPEN OUTPUT ARQ-RUNJRNL
004950            END-IF.
004960            IF WK-FS-RUNJRNL NOT = '00'
004970                DISPLAY 'ERRO ' WK-FS-RUNJRNL
004980                        ' NO COMANDO OPEN RUNJRNL'
004990                MOVE 12 TO RETURN-CODE
005000                STOP RUN
005010            END-IF.
005020            MOVE 'EAD95899' TO JRL-PROGRAMA.
005030            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
005040            ACCEPT JRL-HORA FROM TIME.
005050            WRITE REG-RUNJRNL.
005060            IF WK-FS-RUNJRNL NOT = '00'
005070                DISPLAY 'ERRO ' WK-FS-RUNJRNL
005080                        ' NO COMANDO WRITE RUNJRNL'
005090                MOVE 12 TO RETURN-CODE
005100                STOP RUN
005110            END-IF.
005120            CLOSE ARQ-RUNJRNL.
005130       ***********************************************
005140        900-FINALIZAR SECTION.
005150        901-FINALIZAR.
005160            MOVE 'OPERACOES LIDAS         : ' TO WK-TITULO-RES.
005170            MOVE WK-QTD-LIDOS TO WK-VALOR-RES.
005180            WRITE REG-RELTALAO FROM WK-LINHA-RESUMO
005190                AFTER 2 LINES.
005200            MOVE 'TALOES SOLICITADOS      : ' TO WK-TITULO-RES.
005210            MOVE WK-QTD-SOLICITADOS TO WK-VALOR-RES.
005220            WRITE REG-RELTALAO FROM WK-LINHA-RESUMO.
005230            MOVE 'TALOES ENTREGUES        : ' TO WK-TITULO-RES.
005240            MOVE WK-QTD-ENTREGUES TO WK-VALOR-RES.
005250            WRITE REG-RELTALAO FROM WK-LINHA-RESUMO.
005260            MOVE 'OPERACOES RECUSADAS     : ' TO WK-TITULO-RES.
005270            MOVE WK-QTD-RECUSADOS TO WK-VALOR-RES.
005280            WRITE REG-RELTALAO FROM WK-LINHA-RESUMO.
005290            DISPLAY 'OPERACOES LIDAS    : ' WK-QTD-LIDOS.
005300            DISPLAY 'TALOES SOLICITADOS : ' WK-QTD-SOLICITADOS.
005310            DISPLAY 'TALOES ENTREGUES   : ' WK-QTD-ENTREGUES.
005320            DISPLAY 'OPERACOES RECUSADAS: ' WK-QTD-RECUSADOS.
005330            CLOSE ARQ-MANTALAO.
005340            CLOSE ARQ-CLIENTES.
005350            CLOSE ARQ-TALOES.
005360            CLOSE ARQ-RELTALAO.
