000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95898.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CONTESTACAO DE COMPRAS COM CARTAO            *
000170       *                                                *
000180       *   O CADASTRO DISPUTA E INDEXADO PELA ENTRADA   *
000190       *   DO CARDMOV (CONTA, DOCUMENTO, DATA E NOME DO *
000200       *   ESTABELECIMENTO) E ACOMPANHA A CONTESTACAO:  *
000210       *   ABERTA, CREDITO PROVISORIO, CHARGEBACK       *
000220       *   ENVIADO, GANHA E PERDIDA                     *
000230       *   FUNCAO 'M' = MOVIMENTA O MANDISP; O CREDITO  *
000240       *   PROVISORIO ENTRA E, NA PERDA, SAI PELO LOTE  *
000250       *   LANCAMX; O CHARGEBACK SAI NO CHGBACK PARA A  *
000260       *   PROCESSADORA                                 *
000270       *   FUNCAO 'R' = ENVELHECIMENTO DAS CONTESTACOES *
000280       *   EM ABERTO PELO PRAZO DA PROCESSADORA, EM     *
000290       *   DIAS UTEIS DESDE A DATA DA COMPRA (EAD95850) *
000300       **************************************************
000310       *
000320        ENVIRONMENT DIVISION.
000330        CONFIGURATION SECTION.
000340        SPECIAL-NAMES.
000350            DECIMAL-POINT IS COMMA.
000360        INPUT-OUTPUT SECTION.
000370        FILE-CONTROL.
000380            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000390                FILE STATUS IS WK-FS-RUNJRNL.
000400            SELECT ARQ-MANDISP  ASSIGN TO MANDISP
000410                FILE STATUS IS WK-FS-MANDISP.
000420            SELECT ARQ-CARDMOV  ASSIGN TO CARDMOV
000430                FILE STATUS IS WK-FS-CARDMOV.
000440            SELECT ARQ-DISPUTA  ASSIGN TO DISPUTA
000450                ORGANIZATION IS INDEXED
000460                ACCESS MODE IS DYNAMIC
000470                RECORD KEY IS FD-CHAVE-DISPUTA
000480                FILE STATUS IS WK-FS-DISPUTA.
000490            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000500                ORGANIZATION IS INDEXED
000510                ACCESS MODE IS DYNAMIC
000520                RECORD KEY IS FD-CHAVE-CLIENTES
000530                FILE STATUS IS WK-FS-CLIENTES.
000540            SELECT ARQ-LANCAMX  ASSIGN TO LANCAMX
000550                FILE STATUS IS WK-FS-LANCAMX.
000560            SELECT ARQ-CHGBACK  ASSIGN TO CHGBACK
000570                FILE STATUS IS WK-FS-CHGBACK.
000580            SELECT ARQ-RELDISP  ASSIGN TO RELDISP
000590                FILE STATUS IS WK-FS-RELDISP.
000600       *
000610        DATA DIVISION.
000620        FILE SECTION.
000630        FD   ARQ-MANDISP
000640             RECORDING MODE IS F.
000650        01  REG-MANDISP.
000660            05 FD-OPERACAO-MAN     PIC X.
000670                88 MAN-ABERTURA        VALUE 'A'.
000680                88 MAN-CREDITO-PROV    VALUE 'P'.
000690                88 MAN-CHARGEBACK      VALUE 'E'.
000700                88 MAN-GANHA           VALUE 'G'.
000710                88 MAN-PERDIDA         VALUE 'N'.
000720            05 FD-MOVTO-MAN.
000730                10 FD-CHAVE-MAN        PIC X(9).
000740                10 FD-DOC-MAN          PIC 9(4).
000750                10 FD-DATA-MAN         PIC 9(8).
000760                10 FD-ESTAB-MAN        PIC X(22).
000770            05 FD-VALOR-MAN        PIC 9(6)V99.
000780            05 FD-OPERADOR-MAN     PIC X(8).
000790        FD   ARQ-CARDMOV
000800             RECORDING MODE IS F.
000810        01  REG-CARDMOV.
000820            05 FD-CHAVE-CARDMOV    PIC X(9).
000830            05 FD-DOC-CARDMOV      PIC 9(4).
000840            05 FD-DATA-CARDMOV     PIC 9(8).
000850            05 FD-HORA-CARDMOV     PIC 9(6).
000860            05 FD-SEQ-CARDMOV      PIC 9(4).
000870            05 FD-ESTAB-CARDMOV    PIC X(22).
000880        FD   ARQ-DISPUTA
000890             RECORDING MODE IS F.
000900        01  REG-DISPUTA.
000910            05 FD-CHAVE-DISPUTA.
000920                10 FD-CONTA-DISPUTA.
000930                    15 FD-AGENCIA-DISPUTA  PIC X(4).
000940                    15 FD-NRCONTA-DISPUTA  PIC 9(5).
000950                10 FD-DOC-DISPUTA      PIC 9(4).
000960                10 FD-DATA-DISPUTA     PIC 9(8).
000970                10 FD-ESTAB-DISPUTA    PIC X(22).
000980            05 FD-VALOR-DISPUTA    PIC 9(6)V99.
000990            05 FD-SITUACAO-DISPUTA PIC X.
001000                88 DISPUTA-ABERTA      VALUE 'A'.
001010                88 DISPUTA-CREDITADA   VALUE 'P'.
001020                88 DISPUTA-ENVIADA     VALUE 'E'.
001030                88 DISPUTA-GANHA       VALUE 'G'.
001040                88 DISPUTA-PERDIDA     VALUE 'N'.
001050                88 DISPUTA-EM-CURSO    VALUE 'A' 'P' 'E'.
001060            05 FD-CRED-PROV-DISPUTA PIC X.
001070                88 COM-CREDITO-PROV    VALUE 'S'.
001080            05 FD-DATA-ABERT-DISPUTA PIC 9(8).
001090            05 FD-DATA-SIT-DISPUTA PIC 9(8).
001100            05 FD-OPERADOR-DISPUTA PIC X(8).
001110        FD   ARQ-CLIENTES
001120             RECORDING MODE IS F.
001130        01  REG-CLIENTES.
001140            05 FD-CHAVE-CLIENTES.
001150                10 FD-AGENCIA-CLIENTES     PIC X(4).
001160                10 FD-CONTA-CLIENTES       PIC 9(5).
001170            05 FD-DIGITO-CLIENTES      PIC X.
001180            05 FD-NOME-CLIENTES        PIC A(20).
001190            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001200            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001210            05 FD-MOEDA-CLIENTES       PIC X(3).
001220            05 FD-SITUACAO-CLIENTES    PIC X.
001230                88 CONTA-ATIVA            VALUE 'A' ' '.
001240                88 CONTA-BLOQUEADA        VALUE 'B'.
001250                88 CONTA-ENCERRADA        VALUE 'E'.
001260        FD   ARQ-LANCAMX
001270             RECORDING MODE IS F.
001280        01  REG-LANCAMX.
001290            05 FD-TIPO-REG-LANCAMX     PIC X.
001300            05 FD-DETALHE-LANCAMX.
001310                10 FD-CHAVE-LANCAMX.
001320                    15 FD-AGENCIA-LANCAMX      PIC X(4).
001330                    15 FD-CONTA-LANCAMX        PIC 9(5).
001340                10 FD-DIGITO-LANCAMX        PIC X.
001350                10 FD-DOC-LANCAMX          PIC 9(4).
001360                10 FD-TIPO-LANCAMX         PIC X.
001370                10 FD-VALOR-LANCAMX        PIC 9(6)V99.
001380                10 FD-MOEDA-LANCAMX        PIC X(3).
001390                10 FD-DATA-LANCAMX         PIC 9(8).
001400                10 FD-CONTRA-LANCAMX.
001410                    15 FD-AGENCIA-CONTRA-LANCAMX PIC X(4).
001420                    15 FD-CONTA-CONTRA-LANCAMX  PIC 9(5).
001430                10 FD-HORA-LANCAMX        PIC 9(6).
001440                10 FD-SEQ-LANCAMX         PIC 9(4).
001450            05 FD-CTRL-LANCAMX REDEFINES FD-DETALHE-LANCAMX.
001460                10 FD-DATA-CTRL-LANCAMX    PIC 9(8).
001470                10 FD-QTDE-CTRL-LANCAMX    PIC 9(6).
001480                10 FD-VALOR-CTRL-LANCAMX   PIC 9(8)V99.
001490                10 FD-INST-CTRL-LANCAMX    PIC 99.
001491            05 FD-ID-EXEC-LANCAMX      PIC 9(10).
001500        FD   ARQ-CHGBACK
001510             RECORDING MODE IS F.
001520        01  REG-CHGBACK.
001530            05 FD-MOVTO-CHGBACK.
001540                10 FD-CHAVE-CHGBACK    PIC X(9).
001550                10 FD-DOC-CHGBACK      PIC 9(4).
001560                10 FD-DATA-CHGBACK     PIC 9(8).
001570                10 FD-ESTAB-CHGBACK    PIC X(22).
001580            05 FD-VALOR-CHGBACK    PIC 9(6)V99.
001590            05 FD-DATA-ENVIO-CHGBACK PIC 9(8).
001600        FD   ARQ-RELDISP
001610             RECORDING MODE IS F.
001620        01  REG-RELDISP                PIC X(90).
001630        FD   ARQ-RUNJRNL
001640             RECORDING MODE IS F.
001650        01  REG-RUNJRNL.
001660            05 JRL-PROGRAMA        PIC X(8).
001670            05 JRL-TIPO            PIC X.
001680            05 JRL-DATA            PIC 9(8).
001690            05 JRL-HORA            PIC 9(6).
001700            05 JRL-QTD-LIDOS       PIC 9(7).
001710            05 JRL-QTD-GRAVADOS    PIC 9(7).
001720            05 JRL-QTD-REJEITADOS  PIC 9(7).
001730            05 JRL-RETORNO         PIC 9(4).
001731            05 JRL-ID-EXEC         PIC 9(10).
001740        WORKING-STORAGE SECTION.
001750        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001751        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001752        01  LK-AREA-ID-EXEC.
001753            05 LK-PROGRAMA-COM     PIC X(8).
001754            05 LK-ID-EXEC-COM      PIC 9(10).
001760        77  WK-FS-MANDISP  PIC XX           VALUE SPACES.
001770        77  WK-FS-CARDMOV  PIC XX           VALUE SPACES.
001780        77  WK-FS-DISPUTA  PIC XX           VALUE SPACES.
001790        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001800        77  WK-FS-LANCAMX  PIC XX           VALUE SPACES.
001810        77  WK-FS-CHGBACK  PIC XX           VALUE SPACES.
001820        77  WK-FS-RELDISP  PIC XX           VALUE SPACES.
001830        77  WK-FUNCAO      PIC X            VALUE SPACE.
001840            88 FUNCAO-MOVIMENTO              VALUE 'M'.
001850            88 FUNCAO-ENVELHECIMENTO         VALUE 'R'.
001860        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001870        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
001880        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
001890       *      PRAZO DA PROCESSADORA PARA O CHARGEBACK, EM DIAS
001900       *      UTEIS CONTADOS DA DATA DA COMPRA
001910        77  WK-PRAZO-DIAS  PIC 9(3)         VALUE ZEROS.
001920        77  WK-DIAS-CORRIDOS PIC 9(5)       VALUE ZEROS.
001930        77  WK-DIAS-RESTANTES PIC S9(5)     VALUE ZEROS.
001940        77  WK-QTD-LIDOS   PIC 9(6)         VALUE ZEROS.
001950        77  WK-QTD-APLICADAS PIC 9(6)       VALUE ZEROS.
001960        77  WK-QTD-REJEITADAS PIC 9(6)      VALUE ZEROS.
001970        77  WK-QTD-CHGBACK PIC 9(6)         VALUE ZEROS.
001980        77  WK-QTD-LOTE    PIC 9(6)         VALUE ZEROS.
001990        77  WK-TOT-LOTE    PIC 9(8)V99      VALUE ZEROS.
002000        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
002010        77  WK-TIPO-LANCTO PIC X            VALUE SPACE.
002020        77  WK-MOTIVO-REJ  PIC X(26)        VALUE SPACES.
002030        77  WK-QTD-VENCIDAS PIC 9(6)        VALUE ZEROS.
002040        77  WK-QTD-ATE-5   PIC 9(6)         VALUE ZEROS.
002050        77  WK-QTD-ATE-15  PIC 9(6)         VALUE ZEROS.
002060        77  WK-QTD-ACIMA-15 PIC 9(6)        VALUE ZEROS.
002070       *      O MANDISP SOBE PARA A TABELA PARA QUE UMA SO
002080       *      PASSADA NO CARDMOV CONFIRA TODAS AS ABERTURAS
002090        77  WK-QTD-MOVS    PIC 9(4)         VALUE ZEROS.
002100        77  WK-IDX-MOV     PIC 9(4)         VALUE ZEROS.
002110        77  WK-IDX-MOV-ATU PIC 9(4)         VALUE ZEROS.
002120        01  WK-TAB-MOVS.
002130            05 WK-MOV-OCC         OCCURS 2000 TIMES.
002140                10 WK-MOV-OPERACAO    PIC X.
002150                10 WK-MOV-MOVTO.
002160                    15 WK-MOV-CHAVE       PIC X(9).
002170                    15 WK-MOV-DOC         PIC 9(4).
002180                    15 WK-MOV-DATA        PIC 9(8).
002190                    15 WK-MOV-ESTAB       PIC X(22).
002200                10 WK-MOV-VALOR       PIC 9(6)V99.
002210                10 WK-MOV-OPERADOR    PIC X(8).
002220                10 WK-MOV-NO-CARDMOV  PIC X.
002230        01  LK-AREA-DIAS-UTEIS.
002240            05 LK-FUNCAO-COM       PIC X.
002250            05 LK-AGENCIA-COM      PIC X(4).
002260            05 LK-DATA1-COM        PIC 9(8).
002270            05 LK-DATA2-COM        PIC 9(8).
002280            05 LK-RESPOSTA-COM     PIC X.
002290            05 LK-DATA-SAIDA-COM   PIC 9(8).
002300            05 LK-QTD-DIAS-COM     PIC 9(5).
002310        77  WK-PROG-DIAS-UTEIS PIC X(8)     VALUE 'EAD95850'.
002320        01  WK-LINHA-DISP.
002330            05 WK-CHAVE-REL    PIC X(9).
002340            05 FILLER          PIC X(01) VALUE SPACE.
002350            05 WK-DOC-REL      PIC 9(4).
002360            05 FILLER          PIC X(01) VALUE SPACE.
002370            05 WK-DATA-REL     PIC 9(8).
002380            05 FILLER          PIC X(01) VALUE SPACE.
002390            05 WK-ESTAB-REL    PIC X(22).
002400            05 FILLER          PIC X(01) VALUE SPACE.
002410            05 WK-VALOR-REL    PIC ZZZ.ZZ9,99.
002420            05 FILLER          PIC X(01) VALUE SPACE.
002430            05 WK-TEXTO-REL    PIC X(26).
002440        01  WK-LINHA-RESUMO.
002450            05 WK-TITULO-RES   PIC X(26).
002460            05 WK-VALOR-RES    PIC ZZZZZ9.
002470       *
002480        PROCEDURE DIVISION.
002490        000-PRINCIPAL SECTION.
002500        001-PRINCIPAL.
002510            PERFORM 195-GRAVAR-JRNL-INICIO.
002520            PERFORM 101-INICIAR.
002530            EVALUATE TRUE
002540                WHEN FUNCAO-MOVIMENTO
002550                    PERFORM 201-MOVIMENTAR-DISPUTA
002560                        VARYING WK-IDX-MOV-ATU FROM 1 BY 1
002570                        UNTIL WK-IDX-MOV-ATU > WK-QTD-MOVS
002580                WHEN FUNCAO-ENVELHECIMENTO
002590                    PERFORM 241-VARRER-DISPUTAS
002600            END-EVALUATE.
002610            PERFORM 901-FINALIZAR.
002620            PERFORM 196-GRAVAR-JRNL-FIM.
002630            STOP RUN.
002640       ***********************************************************
002650        100-INICIAR SECTION.
002660        101-INICIAR.
002670            ACCEPT WK-FUNCAO     FROM SYSIN.
002680            ACCEPT WK-DATA-REF   FROM SYSIN.
002690            ACCEPT WK-PRAZO-DIAS FROM SYSIN.
002700            ACCEPT WK-DATA-SIST  FROM DATE YYYYMMDD.
002710            ACCEPT WK-HORA-CAPTURA FROM TIME.
002720            IF WK-DATA-REF NOT NUMERIC
002730               OR WK-DATA-REF = ZEROS
002740                MOVE WK-DATA-SIST TO WK-DATA-REF
002750            END-IF.
002760            IF WK-PRAZO-DIAS NOT NUMERIC
002770               OR WK-PRAZO-DIAS = ZEROS
002780                MOVE 80 TO WK-PRAZO-DIAS
002790            END-IF.
002800            IF NOT FUNCAO-MOVIMENTO
002810               AND NOT FUNCAO-ENVELHECIMENTO
002820                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
002830                MOVE 12 TO RETURN-CODE
002840                STOP RUN
002850            END-IF.
002860            OPEN I-O ARQ-DISPUTA.
002870            IF WK-FS-DISPUTA = '35'
002880                OPEN OUTPUT ARQ-DISPUTA
002890                CLOSE ARQ-DISPUTA
002900                OPEN I-O ARQ-DISPUTA
002910            END-IF.
002920            IF WK-FS-DISPUTA NOT = '00'
002930                DISPLAY 'ERRO ' WK-FS-DISPUTA
002940                        ' NO COMANDO OPEN DISPUTA'
002950                MOVE 12 TO RETURN-CODE
002960                STOP RUN
002970            END-IF.
002980            OPEN OUTPUT ARQ-RELDISP.
002990            IF WK-FS-RELDISP NOT = '00'
003000                DISPLAY 'ERRO ' WK-FS-RELDISP
003010                        ' NO COMANDO OPEN RELDISP'
003020                MOVE 12 TO RETURN-CODE
003030                STOP RUN
003040            END-IF.
003050            IF FUNCAO-MOVIMENTO
003060                PERFORM 102-CARREGAR-MANDISP
003070                PERFORM 105-CONFERIR-CARDMOV
003080                PERFORM 108-ABRIR-SAIDAS
003090            END-IF.
003100        102-CARREGAR-MANDISP.
003110            OPEN INPUT ARQ-MANDISP.
003120            EVALUATE WK-FS-MANDISP
003130                WHEN '00'
003140                    PERFORM 301-LER-MANDISP
003150                    PERFORM 103-REGISTRAR-MOVIMENTO
003160                        UNTIL WK-FS-MANDISP = '10'
003170                    CLOSE ARQ-MANDISP
003180                WHEN '35'
003190                    DISPLAY 'ARQUIVO MANDISP NAO ENCONTRADO'
003200                    MOVE 12 TO RETURN-CODE
003210                    STOP RUN
003220                WHEN OTHER
003230                    DISPLAY 'ERRO ' WK-FS-MANDISP
003240                            ' NO COMANDO OPEN MANDISP'
003250                    MOVE 12 TO RETURN-CODE
003260                    STOP RUN
003270            END-EVALUATE.
003280        103-REGISTRAR-MOVIMENTO.
003290            IF WK-QTD-MOVS NOT LESS 2000
003300                DISPLAY 'TABELA DE MOVIMENTOS CHEIA, LIMITE 2000'
003310                MOVE 12 TO RETURN-CODE
003320                STOP RUN
003330            END-IF.
003340            ADD 1 TO WK-QTD-MOVS.
003350            MOVE FD-OPERACAO-MAN
003360                TO WK-MOV-OPERACAO(WK-QTD-MOVS).
003370            MOVE FD-MOVTO-MAN
003380                TO WK-MOV-MOVTO(WK-QTD-MOVS).
003390            MOVE FD-VALOR-MAN
003400                TO WK-MOV-VALOR(WK-QTD-MOVS).
003410            MOVE FD-OPERADOR-MAN
003420                TO WK-MOV-OPERADOR(WK-QTD-MOVS).
003430            MOVE 'N' TO WK-MOV-NO-CARDMOV(WK-QTD-MOVS).
003440            PERFORM 301-LER-MANDISP.
003450        105-CONFERIR-CARDMOV.
003460            OPEN INPUT ARQ-CARDMOV.
003470            EVALUATE WK-FS-CARDMOV
003480                WHEN '00'
003490                    PERFORM 302-LER-CARDMOV
003500                    PERFORM 106-MARCAR-CARDMOV
003510                        UNTIL WK-FS-CARDMOV = '10'
003520                    CLOSE ARQ-CARDMOV
003530                WHEN '35'
003540                    CONTINUE
003550                WHEN OTHER
003560                    DISPLAY 'ERRO ' WK-FS-CARDMOV
003570                            ' NO COMANDO OPEN CARDMOV'
003580                    MOVE 12 TO RETURN-CODE
003590                    STOP RUN
003600            END-EVALUATE.
003610        106-MARCAR-CARDMOV.
003620            PERFORM 107-COMPARAR-CARDMOV
003630                VARYING WK-IDX-MOV FROM 1 BY 1
003640                UNTIL WK-IDX-MOV > WK-QTD-MOVS.
003650            PERFORM 302-LER-CARDMOV.
003660        107-COMPARAR-CARDMOV.
003670            IF WK-MOV-CHAVE(WK-IDX-MOV) = FD-CHAVE-CARDMOV
003680               AND WK-MOV-DOC(WK-IDX-MOV) = FD-DOC-CARDMOV
003690               AND WK-MOV-DATA(WK-IDX-MOV) = FD-DATA-CARDMOV
003700               AND WK-MOV-ESTAB(WK-IDX-MOV) = FD-ESTAB-CARDMOV
003710                MOVE 'S' TO WK-MOV-NO-CARDMOV(WK-IDX-MOV)
003720            END-IF.
003730        108-ABRIR-SAIDAS.
003740            OPEN INPUT ARQ-CLIENTES.
003750            IF WK-FS-CLIENTES NOT = '00'
003760                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
003770                        'STATUS ' WK-FS-CLIENTES
003780                MOVE 12 TO RETURN-CODE
003790                STOP RUN
003800            END-IF.
003810            OPEN OUTPUT ARQ-LANCAMX.
003820            IF WK-FS-LANCAMX NOT = '00'
003830                DISPLAY 'ERRO ' WK-FS-LANCAMX
003840                        ' NO COMANDO OPEN LANCAMX'
003850                MOVE 12 TO RETURN-CODE
003860                STOP RUN
003870            END-IF.
003880            OPEN EXTEND ARQ-CHGBACK.
003890            IF WK-FS-CHGBACK = '35'
003900                OPEN OUTPUT ARQ-CHGBACK
003910            END-IF.
003920            IF WK-FS-CHGBACK NOT = '00'
003930                DISPLAY 'ERRO ' WK-FS-CHGBACK
003940                        ' NO COMANDO OPEN CHGBACK'
003950                MOVE 12 TO RETURN-CODE
003960                STOP RUN
003970            END-IF.
003980            MOVE 'H' TO FD-TIPO-REG-LANCAMX.
003990            MOVE SPACES TO FD-DETALHE-LANCAMX.
004000            MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMX.
004010            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMX.
004020            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMX.
004030            MOVE 1 TO FD-INST-CTRL-LANCAMX.
004040            PERFORM 281-GRAVAR-LANCAMX.
004050       ***********************************************
004060        200-MOVIMENTO SECTION.
004070        201-MOVIMENTAR-DISPUTA.
004080            ADD 1 TO WK-QTD-LIDOS.
004090            MOVE SPACES TO WK-MOTIVO-REJ.
004100            MOVE WK-MOV-MOVTO(WK-IDX-MOV-ATU)
004110                TO FD-CHAVE-DISPUTA.
004120            READ ARQ-DISPUTA
004130                INVALID KEY
004140                    MOVE '23' TO WK-FS-DISPUTA
004150            END-READ.
004160            EVALUATE TRUE
004170                WHEN WK-MOV-OPERACAO(WK-IDX-MOV-ATU) = 'A'
004180                    PERFORM 202-ABRIR-DISPUTA
004190                WHEN WK-FS-DISPUTA NOT = '00'
004200                    MOVE 'CONTESTACAO INEXISTENTE'
004210                        TO WK-MOTIVO-REJ
004220                WHEN WK-MOV-OPERACAO(WK-IDX-MOV-ATU) = 'P'
004230                    PERFORM 203-CREDITAR-PROVISORIO
004240                WHEN WK-MOV-OPERACAO(WK-IDX-MOV-ATU) = 'E'
004250                    PERFORM 204-ENVIAR-CHARGEBACK
004260                WHEN WK-MOV-OPERACAO(WK-IDX-MOV-ATU) = 'G'
004270                    PERFORM 205-ENCERRAR-GANHA
004280                WHEN WK-MOV-OPERACAO(WK-IDX-MOV-ATU) = 'N'
004290                    PERFORM 206-ENCERRAR-PERDIDA
004300                WHEN OTHER
004310                    MOVE 'OPERACAO INVALIDA' TO WK-MOTIVO-REJ
004320            END-EVALUATE.
004330            MOVE WK-MOV-CHAVE(WK-IDX-MOV-ATU) TO WK-CHAVE-REL.
004340            MOVE WK-MOV-DOC(WK-IDX-MOV-ATU)   TO WK-DOC-REL.
004350            MOVE WK-MOV-DATA(WK-IDX-MOV-ATU)  TO WK-DATA-REL.
004360            MOVE WK-MOV-ESTAB(WK-IDX-MOV-ATU) TO WK-ESTAB-REL.
004370            IF WK-MOTIVO-REJ = SPACES
004380                ADD 1 TO WK-QTD-APLICADAS
004390                MOVE FD-VALOR-DISPUTA TO WK-VALOR-REL
004400            ELSE
004410                ADD 1 TO WK-QTD-REJEITADAS
004420                MOVE WK-MOTIVO-REJ TO WK-TEXTO-REL
004430                IF WK-MOV-VALOR(WK-IDX-MOV-ATU) NUMERIC
004440                    MOVE WK-MOV-VALOR(WK-IDX-MOV-ATU)
004450                        TO WK-VALOR-REL
004460                ELSE
004470                    MOVE ZEROS TO WK-VALOR-REL
004480                END-IF
004490            END-IF.
004500            PERFORM 282-GRAVAR-RELDISP.
004510       *      SO SE CONTESTA COMPRA QUE EXISTE NO CARDMOV
004520        202-ABRIR-DISPUTA.
004530            EVALUATE TRUE
004540                WHEN WK-FS-DISPUTA = '00'
004550                    MOVE 'CONTESTACAO JA ABERTA'
004560                        TO WK-MOTIVO-REJ
004570                WHEN WK-MOV-NO-CARDMOV(WK-IDX-MOV-ATU) NOT = 'S'
004580                    MOVE 'COMPRA NAO ENCONTRADA'
004590                        TO WK-MOTIVO-REJ
004600                WHEN WK-MOV-VALOR(WK-IDX-MOV-ATU) NOT NUMERIC
004610                  OR WK-MOV-VALOR(WK-IDX-MOV-ATU) = ZEROS
004620                    MOVE 'VALOR INVALIDO' TO WK-MOTIVO-REJ
004630                WHEN OTHER
004640                    MOVE WK-MOV-MOVTO(WK-IDX-MOV-ATU)
004650                        TO FD-CHAVE-DISPUTA
004660                    MOVE WK-MOV-VALOR(WK-IDX-MOV-ATU)
004670                        TO FD-VALOR-DISPUTA
004680                    MOVE 'A' TO FD-SITUACAO-DISPUTA
004690                    MOVE 'N' TO FD-CRED-PROV-DISPUTA
004700                    MOVE WK-DATA-REF TO FD-DATA-ABERT-DISPUTA
004710                    MOVE WK-DATA-REF TO FD-DATA-SIT-DISPUTA
004720                    MOVE WK-MOV-OPERADOR(WK-IDX-MOV-ATU)
004730                        TO FD-OPERADOR-DISPUTA
004740                    WRITE REG-DISPUTA
004750                        INVALID KEY
004760                            MOVE 'CONTESTACAO JA ABERTA'
004770                                TO WK-MOTIVO-REJ
004780                    END-WRITE
004790                    MOVE 'CONTESTACAO ABERTA' TO WK-TEXTO-REL
004800            END-EVALUATE.
004810        203-CREDITAR-PROVISORIO.
004820            IF NOT DISPUTA-ABERTA
004830                MOVE 'SITUACAO NAO PERMITE' TO WK-MOTIVO-REJ
004840            ELSE
004850                MOVE 'C' TO WK-TIPO-LANCTO
004860                PERFORM 210-LANCAR-CONTA
004870            END-IF.
004880            IF WK-MOTIVO-REJ = SPACES
004890                MOVE 'P' TO FD-SITUACAO-DISPUTA
004900                MOVE 'S' TO FD-CRED-PROV-DISPUTA
004910                PERFORM 211-REGRAVAR-DISPUTA
004920                MOVE 'CREDITO PROVISORIO LANCADO' TO WK-TEXTO-REL
004930            END-IF.
004940        204-ENVIAR-CHARGEBACK.
004950            IF NOT DISPUTA-ABERTA AND NOT DISPUTA-CREDITADA
004960                MOVE 'SITUACAO NAO PERMITE' TO WK-MOTIVO-REJ
004970            ELSE
004980                MOVE FD-CHAVE-DISPUTA TO FD-MOVTO-CHGBACK
004990                MOVE FD-VALOR-DISPUTA TO FD-VALOR-CHGBACK
005000                MOVE WK-DATA-REF      TO FD-DATA-ENVIO-CHGBACK
005010                WRITE REG-CHGBACK
005020                IF WK-FS-CHGBACK NOT = '00'
005030                    DISPLAY 'ERRO ' WK-FS-CHGBACK
005040                            ' NO COMANDO WRITE CHGBACK'
005050                    MOVE 12 TO RETURN-CODE
005060                    STOP RUN
005070                END-IF
005080                ADD 1 TO WK-QTD-CHGBACK
005090                MOVE 'E' TO FD-SITUACAO-DISPUTA
005100                PERFORM 211-REGRAVAR-DISPUTA
005110                MOVE 'CHARGEBACK ENVIADO' TO WK-TEXTO-REL
005120            END-IF.
005130       *      GANHA: O CREDITO PROVISORIO VIRA DEFINITIVO;
005140       *      SEM ELE, O CLIENTE E CREDITADO AGORA
005150        205-ENCERRAR-GANHA.
005160            IF NOT DISPUTA-ENVIADA
005170                MOVE 'SITUACAO NAO PERMITE' TO WK-MOTIVO-REJ
005180            ELSE
005190                IF NOT COM-CREDITO-PROV
005200                    MOVE 'C' TO WK-TIPO-LANCTO
005210                    PERFORM 210-LANCAR-CONTA
005220                END-IF
005230            END-IF.
005240            IF WK-MOTIVO-REJ = SPACES
005250                MOVE 'G' TO FD-SITUACAO-DISPUTA
005260                PERFORM 211-REGRAVAR-DISPUTA
005270                MOVE 'CONTESTACAO GANHA' TO WK-TEXTO-REL
005280            END-IF.
005290       *      PERDIDA: O CREDITO PROVISORIO SAI DA CONTA
005300        206-ENCERRAR-PERDIDA.
005310            IF NOT DISPUTA-EM-CURSO
005320                MOVE 'SITUACAO NAO PERMITE' TO WK-MOTIVO-REJ
005330            ELSE
005340                IF COM-CREDITO-PROV
005350                    MOVE 'D' TO WK-TIPO-LANCTO
005360                    PERFORM 210-LANCAR-CONTA
005370                END-IF
005380            END-IF.
005390            IF WK-MOTIVO-REJ = SPACES
005400                MOVE 'N' TO FD-SITUACAO-DISPUTA
005410                PERFORM 211-REGRAVAR-DISPUTA
005420                MOVE 'CONTESTACAO PERDIDA' TO WK-TEXTO-REL
005430            END-IF.
005440       *      O LANCAMENTO SEGUE PELO FLUXO NORMAL: LOTE
005450       *      LANCAMX POSTADO PELO EAD95809
005460        210-LANCAR-CONTA.
005470            MOVE FD-CONTA-DISPUTA TO FD-CHAVE-CLIENTES.
005480            READ ARQ-CLIENTES
005490                INVALID KEY
005500                    MOVE 'CONTA INEXISTENTE' TO WK-MOTIVO-REJ
005510            END-READ.
005520            IF WK-MOTIVO-REJ = SPACES AND CONTA-ENCERRADA
005530                MOVE 'CONTA ENCERRADA' TO WK-MOTIVO-REJ
005540            END-IF.
005550            IF WK-MOTIVO-REJ = SPACES
005560                ADD 1 TO WK-DOC-SEQ
005570                MOVE 'D'                TO FD-TIPO-REG-LANCAMX
005580                MOVE FD-CONTA-DISPUTA   TO FD-CHAVE-LANCAMX
005590                MOVE FD-DIGITO-CLIENTES TO FD-DIGITO-LANCAMX
005600                MOVE WK-DOC-SEQ         TO FD-DOC-LANCAMX
005610                MOVE WK-TIPO-LANCTO     TO FD-TIPO-LANCAMX
005620                MOVE FD-VALOR-DISPUTA   TO FD-VALOR-LANCAMX
005630                MOVE FD-MOEDA-CLIENTES  TO FD-MOEDA-LANCAMX
005640                MOVE WK-DATA-REF        TO FD-DATA-LANCAMX
005650                MOVE SPACES             TO FD-CONTRA-LANCAMX
005660                MOVE WK-HORA-CAPTURA    TO FD-HORA-LANCAMX
005670                MOVE WK-DOC-SEQ         TO FD-SEQ-LANCAMX
005680                PERFORM 281-GRAVAR-LANCAMX
005690                ADD 1 TO WK-QTD-LOTE
005700                ADD FD-VALOR-DISPUTA TO WK-TOT-LOTE
005710            END-IF.
005720        211-REGRAVAR-DISPUTA.
005730            MOVE WK-DATA-REF TO FD-DATA-SIT-DISPUTA.
005740            MOVE WK-MOV-OPERADOR(WK-IDX-MOV-ATU)
005750                TO FD-OPERADOR-DISPUTA.
005760            REWRITE REG-DISPUTA
005770                INVALID KEY
005780                    DISPLAY 'ERRO NO REWRITE DO DISPUTA, '
005790                            'CHAVE ' FD-CHAVE-DISPUTA
005800                    MOVE 12 TO RETURN-CODE
005810                    STOP RUN
005820            END-REWRITE.
005830       ***********************************************
005840       *      CONTESTACOES EM CURSO POR DIAS UTEIS QUE
005850       *      FALTAM PARA O PRAZO DA PROCESSADORA
005860        240-ENVELHECIMENTO SECTION.
005870        241-VARRER-DISPUTAS.
005880            MOVE LOW-VALUES TO FD-CHAVE-DISPUTA.
005890            START ARQ-DISPUTA
005900                KEY NOT LESS FD-CHAVE-DISPUTA
005910            END-START.
005920            IF WK-FS-DISPUTA = '00'
005930                PERFORM 303-LER-DISPUTA
005940                PERFORM 242-ENVELHECER-DISPUTA
005950                    UNTIL WK-FS-DISPUTA NOT = '00'
005960            END-IF.
005970            MOVE '00' TO WK-FS-DISPUTA.
005980        242-ENVELHECER-DISPUTA.
005990            IF DISPUTA-EM-CURSO
006000                ADD 1 TO WK-QTD-LIDOS
006010                MOVE 'D'    TO LK-FUNCAO-COM
006020                MOVE FD-AGENCIA-DISPUTA TO LK-AGENCIA-COM
006030                MOVE FD-DATA-DISPUTA TO LK-DATA1-COM
006040                MOVE WK-DATA-REF     TO LK-DATA2-COM
006050                CALL WK-PROG-DIAS-UTEIS
006060                    USING LK-AREA-DIAS-UTEIS
006070                MOVE LK-QTD-DIAS-COM TO WK-DIAS-CORRIDOS
006080                COMPUTE WK-DIAS-RESTANTES =
006090                    WK-PRAZO-DIAS - WK-DIAS-CORRIDOS
006100                EVALUATE TRUE
006110                    WHEN WK-DIAS-RESTANTES < ZEROS
006120                        ADD 1 TO WK-QTD-VENCIDAS
006130                        MOVE 'PRAZO VENCIDO'
006140                            TO WK-TEXTO-REL
006150                    WHEN WK-DIAS-RESTANTES NOT GREATER 5
006160                        ADD 1 TO WK-QTD-ATE-5
006170                        MOVE 'VENCE EM ATE 5 DIAS'
006180                            TO WK-TEXTO-REL
006190                    WHEN WK-DIAS-RESTANTES NOT GREATER 15
006200                        ADD 1 TO WK-QTD-ATE-15
006210                        MOVE 'VENCE DE 6 A 15 DIAS'
006220                            TO WK-TEXTO-REL
006230                    WHEN OTHER
006240                        ADD 1 TO WK-QTD-ACIMA-15
006250                        MOVE 'VENCE EM MAIS DE 15 DIAS'
006260                            TO WK-TEXTO-REL
006270                END-EVALUATE
006280                MOVE FD-CONTA-DISPUTA TO WK-CHAVE-REL
006290                MOVE FD-DOC-DISPUTA   TO WK-DOC-REL
006300                MOVE FD-DATA-DISPUTA  TO WK-DATA-REL
006310                MOVE FD-ESTAB-DISPUTA TO WK-ESTAB-REL
006320                MOVE FD-VALOR-DISPUTA TO WK-VALOR-REL
006330                PERFORM 282-GRAVAR-RELDISP
006340            END-IF.
006350            PERFORM 303-LER-DISPUTA.
006360       ***********************************************
006370        280-GRAVACOES SECTION.
006380        281-GRAVAR-LANCAMX.
006381            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMX.
006390            WRITE REG-LANCAMX.
006400            IF WK-FS-LANCAMX NOT = '00'
006410                DISPLAY 'ERRO ' WK-FS-LANCAMX
006420                        ' NO COMANDO WRITE LANCAMX'
006430                MOVE 12 TO RETURN-CODE
006440                STOP RUN
006450            END-IF.
006460        282-GRAVAR-RELDISP.
006470            WRITE REG-RELDISP FROM WK-LINHA-DISP.
006480            IF WK-FS-RELDISP NOT = '00'
006490                DISPLAY 'ERRO ' WK-FS-RELDISP
006500                        ' NO COMANDO WRITE RELDISP'
006510                MOVE 12 TO RETURN-CODE
006520                STOP RUN
006530            END-IF.
006540       ***********************************************
006550        300-LEITURAS SECTION.
006560        301-LER-MANDISP.
006570            READ ARQ-MANDISP.
006580            EVALUATE WK-FS-MANDISP
006590                WHEN '00'
006600                    CONTINUE
006610                WHEN '10'
006620                    CONTINUE
006630                WHEN OTHER
006640                    DISPLAY 'ERRO ' WK-FS-MANDISP
006650                            ' NO COMANDO READ MANDISP'
006660                    MOVE 12 TO RETURN-CODE
006670                    STOP RUN
006680            END-EVALUATE.
006690        302-LER-CARDMOV.
006700            READ ARQ-CARDMOV.
006710            EVALUATE WK-FS-CARDMOV
006720                WHEN '00'
006730                    CONTINUE
006740                WHEN '10'
006750                    CONTINUE
006760                WHEN OTHER
006770                    DISPLAY 'ERRO ' WK-FS-CARDMOV
006780                            ' NO COMANDO READ CARDMOV'
006790                    MOVE 12 TO RETURN-CODE
006800                    STOP RUN
006810            END-EVALUATE.
006820        303-LER-DISPUTA.
006830            READ ARQ-DISPUTA NEXT.
006840            EVALUATE WK-FS-DISPUTA
006850                WHEN '00'
006860                    CONTINUE
006870                WHEN '10'
006880                    CONTINUE
006890                WHEN OTHER
006900                    DISPLAY 'ERRO ' WK-FS-DISPUTA
006910                            ' NO COMANDO READ DISPUTA'
006920                    MOVE 12 TO RETURN-CODE
006930                    STOP RUN
006940            END-EVALUATE.
006950       ***********************************************
006960        195-GRAVAR-JRNL-INICIO.
006970            MOVE 'I' TO JRL-TIPO.
006980            MOVE ZEROS TO JRL-QTD-LIDOS.
006990            MOVE ZEROS TO JRL-QTD-GRAVADOS.
007000            MOVE ZEROS TO JRL-QTD-REJEITADOS.
007010            MOVE ZEROS TO JRL-RETORNO.
007011            MOVE 'EAD95898' TO LK-PROGRAMA-COM.
007012            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
007013            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
007020            PERFORM 194-GRAVAR-RUNJRNL.
007030        196-GRAVAR-JRNL-FIM.
007040            MOVE 'F' TO JRL-TIPO.
007050            MOVE WK-QTD-LIDOS
007060                TO JRL-QTD-LIDOS.
007070            MOVE WK-QTD-APLICADAS
007080                TO JRL-QTD-GRAVADOS.
007090            MOVE WK-QTD-REJEITADAS
007100                TO JRL-QTD-REJEITADOS.
007110            MOVE RETURN-CODE TO JRL-RETORNO.
007111            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
007120            PERFORM 194-GRAVAR-RUNJRNL.
007130        194-GRAVAR-RUNJRNL.
007140            OPEN EXTEND ARQ-RUNJRNL.
007150            IF WK-FS-RUNJRNL = '35'
007160                OPEN OUTPUT ARQ-RUNJRNL
007170            END-IF.
007180            IF WK-FS-RUNJRNL NOT = '00'
007190                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007200                        ' NO COMANDO OPEN RUNJRNL'
007210                MOVE 12 TO RETURN-CODE
007220                STOP RUN
007230            END-IF.
007240            MOVE 'EAD95898' TO JRL-PROGRAMA.
007250            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
007260            ACCEPT JRL-HORA FROM TIME.
007270            WRITE REG-RUNJRNL.
007280            IF WK-FS-RUNJRNL NOT = '00'
007290                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007300                        ' NO COMANDO WRITE RUNJRNL'
007310                MOVE 12 TO RETURN-CODE
007320                STOP RUN
007330            END-IF.
007340            CLOSE ARQ-RUNJRNL.
007350       ***********************************************
007360        900-FINALIZAR SECTION.
007370        901-FINALIZAR.
007380            IF FUNCAO-MOVIMENTO
007390                MOVE 'T' TO FD-TIPO-REG-LANCAMX
007400                MOVE SPACES TO FD-DETALHE-LANCAMX
007410                MOVE WK-DATA-REF TO FD-DATA-CTRL-LANCAMX
007420                MOVE WK-QTD-LOTE TO FD-QTDE-CTRL-LANCAMX
007430                MOVE WK-TOT-LOTE TO FD-VALOR-CTRL-LANCAMX
007440                MOVE 1 TO FD-INST-CTRL-LANCAMX
007450                PERFORM 281-GRAVAR-LANCAMX
007460                CLOSE ARQ-LANCAMX
007470                CLOSE ARQ-CHGBACK
007480                CLOSE ARQ-CLIENTES
007490                MOVE 'MOVIMENTOS LIDOS        : '
007500                    TO WK-TITULO-RES
007510                MOVE WK-QTD-LIDOS TO WK-VALOR-RES
007520                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007530                    AFTER 2 LINES
007540                MOVE 'MOVIMENTOS APLICADOS    : '
007550                    TO WK-TITULO-RES
007560                MOVE WK-QTD-APLICADAS TO WK-VALOR-RES
007570                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007580                MOVE 'MOVIMENTOS REJEITADOS   : '
007590                    TO WK-TITULO-RES
007600                MOVE WK-QTD-REJEITADAS TO WK-VALOR-RES
007610                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007620                MOVE 'CHARGEBACKS ENVIADOS    : '
007630                    TO WK-TITULO-RES
007640                MOVE WK-QTD-CHGBACK TO WK-VALOR-RES
007650                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007660                MOVE 'LANCAMENTOS NO LOTE     : '
007670                    TO WK-TITULO-RES
007680                MOVE WK-QTD-LOTE TO WK-VALOR-RES
007690                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007700            ELSE
007710                MOVE 'CONTESTACOES EM CURSO   : '
007720                    TO WK-TITULO-RES
007730                MOVE WK-QTD-LIDOS TO WK-VALOR-RES
007740                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007750                    AFTER 2 LINES
007760                MOVE 'PRAZO VENCIDO           : '
007770                    TO WK-TITULO-RES
007780                MOVE WK-QTD-VENCIDAS TO WK-VALOR-RES
007790                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007800                MOVE 'VENCE EM ATE 5 DIAS     : '
007810                    TO WK-TITULO-RES
007820                MOVE WK-QTD-ATE-5 TO WK-VALOR-RES
007830                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007840                MOVE 'VENCE DE 6 A 15 DIAS    : '
007850                    TO WK-TITULO-RES
007860                MOVE WK-QTD-ATE-15 TO WK-VALOR-RES
007870                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007880                MOVE 'VENCE EM MAIS DE 15 DIAS: '
007890                    TO WK-TITULO-RES
007900                MOVE WK-QTD-ACIMA-15 TO WK-VALOR-RES
007910                WRITE REG-RELDISP FROM WK-LINHA-RESUMO
007920                IF WK-QTD-VENCIDAS > ZEROS
007930                    DISPLAY 'CONTESTACOES COM PRAZO VENCIDO : '
007940                            WK-QTD-VENCIDAS
007950                    MOVE 4 TO RETURN-CODE
007960                END-IF
007970            END-IF.
007980            DISPLAY 'FUNCAO ' WK-FUNCAO
007990                    ' LIDOS : ' WK-QTD-LIDOS
008000                    ' REJEITADOS : ' WK-QTD-REJEITADAS.
008010            CLOSE ARQ-DISPUTA.
008020            CLOSE ARQ-RELDISP.
