000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95930.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CANAL DE CAIXAS ELETRONICOS: O ATMJRNL TRAZ  *
000170       *   OS SAQUES E OS DEPOSITOS EM ENVELOPE DE CADA *
000180       *   TERMINAL; SAQUE POSTA DEBITO NO LOTE         *
000190       *   LANCAMAT; ENVELOPE FICA RETIDO NO ENVPEND    *
000200       *   ATE A AGENCIA CONTAR E CONFIRMAR NO ENVCONF, *
000210       *   QUANDO POSTA O CREDITO DO VALOR DECLARADO E  *
000220       *   O AJUSTE DA DIFERENCA PARA O VALOR CONTADO;  *
000230       *   A CADA ABASTECIMENTO (ATMABAST) O NUMERARIO  *
000240       *   DO TERMINAL E CONCILIADO: CARGA ANTERIOR     *
000250       *   MENOS SACADO CONTRA O REMANESCENTE CONTADO;  *
000260       *   O ATMPOS LEVA A POSICAO DOS TERMINAIS POR    *
000270       *   AGENCIA PARA O RELCAIXA DO EAD95892          *
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
000380            SELECT ARQ-ATMCTL   ASSIGN TO ATMCTL
000390                FILE STATUS IS WK-FS-ATMCTL.
000400            SELECT ARQ-ATMCTLN  ASSIGN TO ATMCTLN
000410                FILE STATUS IS WK-FS-ATMCTLN.
000420            SELECT ARQ-ATMJRNL  ASSIGN TO ATMJRNL
000430                FILE STATUS IS WK-FS-ATMJRNL.
000440            SELECT ARQ-ATMABAST ASSIGN TO ATMABAST
000450                FILE STATUS IS WK-FS-ATMABAST.
000460            SELECT ARQ-ENVPEND  ASSIGN TO ENVPEND
000470                FILE STATUS IS WK-FS-ENVPEND.
000480            SELECT ARQ-ENVPENN  ASSIGN TO ENVPENN
000490                FILE STATUS IS WK-FS-ENVPENN.
000500            SELECT ARQ-ENVCONF  ASSIGN TO ENVCONF
000510                FILE STATUS IS WK-FS-ENVCONF.
000520            SELECT ARQ-LANCAMAT ASSIGN TO LANCAMAT
000530                FILE STATUS IS WK-FS-LANCAMAT.
000540            SELECT ARQ-ATMPOS   ASSIGN TO ATMPOS
000550                FILE STATUS IS WK-FS-ATMPOS.
000560            SELECT ARQ-RELATM   ASSIGN TO RELATM
000570                FILE STATUS IS WK-FS-RELATM.
000580       *
000590        DATA DIVISION.
000600        FILE SECTION.
000610        FD   ARQ-ATMCTL
000620             RECORDING MODE IS F.
000630        01  REG-ATMCTL.
000640            05 FD-TERMINAL-CTL     PIC X(8).
000650            05 FD-AGENCIA-CTL      PIC X(4).
000660            05 FD-CARGA-CTL        PIC 9(8)V99.
000670            05 FD-SACADO-CTL       PIC 9(8)V99.
000680            05 FD-DATA-ABAST-CTL   PIC 9(8).
000690            05 FD-HORA-ABAST-CTL   PIC 9(6).
000700        FD   ARQ-ATMCTLN
000710             RECORDING MODE IS F.
000720        01  REG-ATMCTLN.
000730            05 FD-TERMINAL-CTLN    PIC X(8).
000740            05 FD-AGENCIA-CTLN     PIC X(4).
000750            05 FD-CARGA-CTLN       PIC 9(8)V99.
000760            05 FD-SACADO-CTLN      PIC 9(8)V99.
000770            05 FD-DATA-ABAST-CTLN  PIC 9(8).
000780            05 FD-HORA-ABAST-CTLN  PIC 9(6).
000790        FD   ARQ-ATMJRNL
000800             RECORDING MODE IS F.
000810        01  REG-ATMJRNL.
000820            05 FD-TERMINAL-JRN     PIC X(8).
000830            05 FD-OPERACAO-JRN     PIC X.
000840                88 JRN-SAQUE           VALUE 'S'.
000850                88 JRN-ENVELOPE        VALUE 'E'.
000860            05 FD-CHAVE-JRN        PIC X(9).
000870            05 FD-VALOR-JRN        PIC 9(6)V99.
000880            05 FD-ENVELOPE-JRN     PIC 9(6).
000890            05 FD-DATA-JRN         PIC 9(8).
000900            05 FD-HORA-JRN         PIC 9(6).
000910        FD   ARQ-ATMABAST
000920             RECORDING MODE IS F.
000930        01  REG-ATMABAST.
000940            05 FD-TERMINAL-ABT     PIC X(8).
000950            05 FD-AGENCIA-ABT      PIC X(4).
000960            05 FD-DATA-ABT         PIC 9(8).
000970            05 FD-HORA-ABT         PIC 9(6).
000980            05 FD-CONTADO-ABT      PIC 9(8)V99.
000990            05 FD-NOVA-CARGA-ABT   PIC 9(8)V99.
001000        FD   ARQ-ENVPEND
001010             RECORDING MODE IS F.
001020        01  REG-ENVPEND.
001030            05 FD-TERMINAL-ENV     PIC X(8).
001040            05 FD-ENVELOPE-ENV     PIC 9(6).
001050            05 FD-CHAVE-ENV        PIC X(9).
001060            05 FD-VALOR-ENV        PIC 9(6)V99.
001070            05 FD-DATA-ENV         PIC 9(8).
001080            05 FD-HORA-ENV         PIC 9(6).
001090        FD   ARQ-ENVPENN
001100             RECORDING MODE IS F.
001110        01  REG-ENVPENN                PIC X(45).
001120        FD   ARQ-ENVCONF
001130             RECORDING MODE IS F.
001140        01  REG-ENVCONF.
001150            05 FD-TERMINAL-CONF    PIC X(8).
001160            05 FD-ENVELOPE-CONF    PIC 9(6).
001170            05 FD-CONTADO-CONF     PIC 9(6)V99.
001180            05 FD-OPERADOR-CONF    PIC X(8).
001190        FD   ARQ-LANCAMAT
001200             RECORDING MODE IS F.
001210        01  REG-LANCAMAT.
001220            05 FD-TIPO-REG-LOTE    PIC X.
001230            05 FD-DETALHE-LOTE.
001240                10 FD-CHAVE-LOTE       PIC X(9).
001250                10 FD-DIGITO-LOTE      PIC X.
001260                10 FD-DOC-LOTE         PIC 9(4).
001270                10 FD-TIPO-LOTE        PIC X.
001280                10 FD-VALOR-LOTE       PIC 9(6)V99.
001290                10 FD-MOEDA-LOTE       PIC X(3).
001300                10 FD-DATA-LOTE        PIC 9(8).
001310                10 FD-CONTRA-LOTE      PIC X(9).
001320                10 FD-HORA-LOTE        PIC 9(6).
001330                10 FD-SEQ-LOTE         PIC 9(4).
001340            05 FD-CTRL-LOTE REDEFINES FD-DETALHE-LOTE.
001350                10 FD-DATA-CTRL-LOTE   PIC 9(8).
001360                10 FD-QTDE-CTRL-LOTE   PIC 9(6).
001370                10 FD-VALOR-CTRL-LOTE  PIC 9(8)V99.
001380                10 FD-INST-CTRL-LOTE   PIC 99.
001390                10 FILLER              PIC X(27).
001391            05 FD-ID-EXEC-LANCAMAT     PIC 9(10).
001400        FD   ARQ-ATMPOS
001410             RECORDING MODE IS F.
001420        01  REG-ATMPOS.
001430            05 FD-AGENCIA-POS      PIC X(4).
001440            05 FD-ENTRADAS-POS     PIC 9(9)V99.
001450            05 FD-SAIDAS-POS       PIC 9(9)V99.
001460        FD   ARQ-RELATM
001470             RECORDING MODE IS F.
001480        01  REG-RELATM                 PIC X(78).
001490        FD   ARQ-RUNJRNL
001500             RECORDING MODE IS F.
001510        01  REG-RUNJRNL.
001520            05 JRL-PROGRAMA        PIC X(8).
001530            05 JRL-TIPO            PIC X.
001540            05 JRL-DATA            PIC 9(8).
001550            05 JRL-HORA            PIC 9(6).
001560            05 JRL-QTD-LIDOS       PIC 9(7).
001570            05 JRL-QTD-GRAVADOS    PIC 9(7).
001580            05 JRL-QTD-REJEITADOS  PIC 9(7).
001590            05 JRL-RETORNO         PIC 9(4).
001591            05 JRL-ID-EXEC         PIC 9(10).
001600        WORKING-STORAGE SECTION.
001610        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001611        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001612        01  LK-AREA-ID-EXEC.
001613            05 LK-PROGRAMA-COM     PIC X(8).
001614            05 LK-ID-EXEC-COM      PIC 9(10).
001620        77  WK-FS-ATMCTL   PIC XX           VALUE SPACES.
001630        77  WK-FS-ATMCTLN  PIC XX           VALUE SPACES.
001640        77  WK-FS-ATMJRNL  PIC XX           VALUE SPACES.
001650        77  WK-FS-ATMABAST PIC XX           VALUE SPACES.
001660        77  WK-FS-ENVPEND  PIC XX           VALUE SPACES.
001670        77  WK-FS-ENVPENN  PIC XX           VALUE SPACES.
001680        77  WK-FS-ENVCONF  PIC XX           VALUE SPACES.
001690        77  WK-FS-LANCAMAT PIC XX           VALUE SPACES.
001700        77  WK-FS-ATMPOS   PIC XX           VALUE SPACES.
001710        77  WK-FS-RELATM   PIC XX           VALUE SPACES.
001720        77  WK-DATA-DIA    PIC 9(8)         VALUE ZEROS.
001730        77  WK-INST-PEDIDA PIC 99           VALUE ZEROS.
001740        77  WK-QTD-LIDOS   PIC 9(5)         VALUE ZEROS.
001750        77  WK-QTD-SAQUES  PIC 9(5)         VALUE ZEROS.
001760        77  WK-QTD-ENV-NOVOS PIC 9(5)       VALUE ZEROS.
001770        77  WK-QTD-ENV-CONF PIC 9(5)        VALUE ZEROS.
001780        77  WK-QTD-ENV-RETIDOS PIC 9(5)     VALUE ZEROS.
001790        77  WK-QTD-AJUSTES PIC 9(5)         VALUE ZEROS.
001800        77  WK-QTD-REJEITADOS PIC 9(5)      VALUE ZEROS.
001810        77  WK-QTD-POSTADAS PIC 9(5)        VALUE ZEROS.
001820        77  WK-QTD-QUEBRAS PIC 9(3)         VALUE ZEROS.
001830        77  WK-TOT-POSTADO PIC 9(9)V99      VALUE ZEROS.
001840        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
001850        77  WK-MOTIVO-REJ  PIC X(30)        VALUE SPACES.
001860       *      TERMINAIS DO ATMCTL; O SACADO DEPOIS DO
001870       *      ABASTECIMENTO DO DIA JA PERTENCE A NOVA CARGA
001880        77  WK-QTD-TERM    PIC 9(3)         VALUE ZEROS.
001890        77  WK-IDX-TERM    PIC 9(3)         VALUE ZEROS.
001900        77  WK-IDX-TERM-ACH PIC 9(3)        VALUE ZEROS.
001910        77  WK-TERMINAL-BUSCA PIC X(8)      VALUE SPACES.
001920        77  WK-TERM-ACHADO PIC X            VALUE 'N'.
001930            88 TERM-ACHADO                    VALUE 'S'.
001940            88 TERM-NAO-ACHADO                VALUE 'N'.
001950        01  WK-TAB-TERMINAIS.
001960            05 WK-TRM-OCC         OCCURS 200 TIMES.
001970                10 WK-TRM-TERMINAL   PIC X(8).
001980                10 WK-TRM-AGENCIA    PIC X(4).
001990                10 WK-TRM-CARGA      PIC 9(8)V99.
002000                10 WK-TRM-SACADO     PIC 9(8)V99.
002010                10 WK-TRM-SACADO-POS PIC 9(8)V99.
002020                10 WK-TRM-DATA-ABAST PIC 9(8).
002030                10 WK-TRM-HORA-ABAST PIC 9(6).
002040                10 WK-TRM-ABASTECIDO PIC X.
002050                10 WK-TRM-DATA-NOVA  PIC 9(8).
002060                10 WK-TRM-HORA-NOVA  PIC 9(6).
002070                10 WK-TRM-CONTADO    PIC 9(8)V99.
002080                10 WK-TRM-NOVA-CARGA PIC 9(8)V99.
002090        77  WK-QTD-CONF    PIC 9(4)         VALUE ZEROS.
002100        77  WK-IDX-CONF    PIC 9(4)         VALUE ZEROS.
002110        77  WK-IDX-CONF-ACH PIC 9(4)        VALUE ZEROS.
002120        77  WK-CONF-ACHADA PIC X            VALUE 'N'.
002130            88 CONF-ACHADA                    VALUE 'S'.
002140            88 CONF-NAO-ACHADA                VALUE 'N'.
002150        01  WK-TAB-CONFERENCIAS.
002160            05 WK-CNF-OCC         OCCURS 500 TIMES.
002170                10 WK-CNF-TERMINAL   PIC X(8).
002180                10 WK-CNF-ENVELOPE   PIC 9(6).
002190                10 WK-CNF-CONTADO    PIC 9(6)V99.
002200                10 WK-CNF-OPERADOR   PIC X(8).
002210                10 WK-CNF-USADA      PIC X.
002220       *      ENVELOPE EM TRATAMENTO, VINDO DO ATMJRNL OU DO
002230       *      ENVPEND
002240        01  WK-ENV-REGISTRO.
002250            05 WK-ENV-TERMINAL     PIC X(8).
002260            05 WK-ENV-ENVELOPE     PIC 9(6).
002270            05 WK-ENV-CHAVE        PIC X(9).
002280            05 WK-ENV-VALOR        PIC 9(6)V99.
002290            05 WK-ENV-DATA         PIC 9(8).
002300            05 WK-ENV-HORA         PIC 9(6).
002310        77  WK-DIF-ENVELOPE PIC S9(6)V99    VALUE ZEROS.
002320        77  WK-ESPERADO    PIC S9(9)V99     VALUE ZEROS.
002330        77  WK-DIF-TERMINAL PIC S9(9)V99    VALUE ZEROS.
002340        77  WK-AGENCIA-BUSCA PIC X(4)       VALUE SPACES.
002350        77  WK-QTD-AGTAB   PIC 9(3)         VALUE ZEROS.
002360        77  WK-IDX-AG      PIC 9(3)         VALUE ZEROS.
002370        77  WK-IDX-AG-ACH  PIC 9(3)         VALUE ZEROS.
002380        77  WK-AG-ACHADA   PIC X            VALUE 'N'.
002390            88 AG-ACHADA                      VALUE 'S'.
002400            88 AG-NAO-ACHADA                  VALUE 'N'.
002410        01  WK-TAB-POSICAO-AG.
002420            05 WK-PAG-OCC         OCCURS 50 TIMES.
002430                10 WK-PAG-AGENCIA    PIC X(4).
002440                10 WK-PAG-ENTRADAS   PIC 9(9)V99.
002450                10 WK-PAG-SAIDAS     PIC 9(9)V99.
002460        01  WK-LINHA-REJEITO.
002470            05 FILLER          PIC X(10) VALUE 'REJEITADO '.
002480            05 WK-TERM-REJ-REL PIC X(8).
002490            05 FILLER          PIC X(01) VALUE SPACE.
002500            05 WK-CHAVE-REJ-REL PIC X(9).
002510            05 FILLER          PIC X(01) VALUE SPACE.
002520            05 WK-VALOR-REJ-REL PIC ZZZ.ZZ9,99.
002530            05 FILLER          PIC X(01) VALUE SPACE.
002540            05 WK-MOTIVO-REJ-REL PIC X(30).
002550        01  WK-LINHA-ENVELOPE.
002560            05 FILLER          PIC X(09) VALUE 'ENVELOPE '.
002570            05 WK-TERM-ENV-REL PIC X(8).
002580            05 FILLER          PIC X(01) VALUE '/'.
002590            05 WK-NUM-ENV-REL  PIC 9(6).
002600            05 FILLER          PIC X(01) VALUE SPACE.
002610            05 WK-CHAVE-ENV-REL PIC X(9).
002620            05 FILLER          PIC X(05) VALUE ' DEC '.
002630            05 WK-DECL-ENV-REL PIC ZZZ.ZZ9,99.
002640            05 FILLER          PIC X(05) VALUE ' DIF '.
002650            05 WK-DIF-ENV-REL  PIC -ZZZ.ZZ9,99.
002660            05 FILLER          PIC X(01) VALUE SPACE.
002670            05 WK-OPER-ENV-REL PIC X(8).
002680        01  WK-LINHA-TERMINAL.
002690            05 FILLER          PIC X(09) VALUE 'TERMINAL '.
002700            05 WK-TERM-REL     PIC X(8).
002710            05 FILLER          PIC X(01) VALUE SPACE.
002720            05 WK-SITUACAO-REL PIC X(10).
002730            05 FILLER          PIC X(05) VALUE ' ESP '.
002740            05 WK-ESPERADO-REL PIC -ZZ.ZZZ.ZZ9,99.
002750            05 FILLER          PIC X(05) VALUE ' DIF '.
002760            05 WK-DIF-TERM-REL PIC -ZZ.ZZZ.ZZ9,99.
002770        01  WK-LINHA-AGENCIA.
002780            05 FILLER          PIC X(08) VALUE 'AGENCIA '.
002790            05 WK-AG-POS-REL   PIC X(4).
002800            05 FILLER          PIC X(10) VALUE ' DEPOSITOS'.
002810            05 WK-ENT-POS-REL  PIC ZZZ.ZZZ.ZZ9,99.
002820            05 FILLER          PIC X(08) VALUE ' SAQUES '.
002830            05 WK-SAI-POS-REL  PIC ZZZ.ZZZ.ZZ9,99.
002840        01  WK-LINHA-TOTAL.
002850            05 WK-TITULO-TOT   PIC X(26).
002860            05 WK-VALOR-TOT    PIC ZZZ.ZZZ.ZZ9,99.
002870       *
002880        PROCEDURE DIVISION.
002890        000-PRINCIPAL SECTION.
002900        001-PRINCIPAL.
002910            PERFORM 195-GRAVAR-JRNL-INICIO.
002920            PERFORM 101-INICIAR.
002930            PERFORM 201-TRATAR-JORNAL
002940                UNTIL WK-FS-ATMJRNL = '10'.
002950            PERFORM 230-ABRIR-ENVPEND.
002960            PERFORM 231-TRATAR-PENDENTE
002970                UNTIL WK-FS-ENVPEND = '10'.
002980            PERFORM 250-CONCILIAR-TERMINAIS
002990                VARYING WK-IDX-TERM FROM 1 BY 1
003000                UNTIL WK-IDX-TERM > WK-QTD-TERM.
003010            PERFORM 901-FINALIZAR.
003020            PERFORM 196-GRAVAR-JRNL-FIM.
003030            STOP RUN.
003040       ***********************************************************
003050        100-INICIAR SECTION.
003060        101-INICIAR.
003070            ACCEPT WK-DATA-DIA FROM SYSIN.
003080            ACCEPT WK-INST-PEDIDA FROM SYSIN.
003090            IF WK-DATA-DIA = ZEROS
003100                ACCEPT WK-DATA-DIA FROM DATE YYYYMMDD
003110            END-IF.
003120            IF WK-INST-PEDIDA = ZEROS
003130                MOVE 1 TO WK-INST-PEDIDA
003140            END-IF.
003150            PERFORM 102-CARREGAR-ATMCTL.
003160            PERFORM 103-CARREGAR-ATMABAST.
003170            PERFORM 104-CARREGAR-ENVCONF.
003180            OPEN OUTPUT ARQ-LANCAMAT.
003190            IF WK-FS-LANCAMAT NOT = '00'
003200                DISPLAY 'ERRO ' WK-FS-LANCAMAT
003210                        ' NO COMANDO OPEN LANCAMAT'
003220                MOVE 12 TO RETURN-CODE
003230                STOP RUN
003240            END-IF.
003250            OPEN OUTPUT ARQ-ENVPENN.
003260            IF WK-FS-ENVPENN NOT = '00'
003270                DISPLAY 'ERRO ' WK-FS-ENVPENN
003280                        ' NO COMANDO OPEN ENVPENN'
003290                MOVE 12 TO RETURN-CODE
003300                STOP RUN
003310            END-IF.
003320            OPEN OUTPUT ARQ-ATMCTLN.
003330            IF WK-FS-ATMCTLN NOT = '00'
003340                DISPLAY 'ERRO ' WK-FS-ATMCTLN
003350                        ' NO COMANDO OPEN ATMCTLN'
003360                MOVE 12 TO RETURN-CODE
003370                STOP RUN
003380            END-IF.
003390            OPEN OUTPUT ARQ-RELATM.
003400            IF WK-FS-RELATM NOT = '00'
003410                DISPLAY 'ERRO ' WK-FS-RELATM
003420                        ' NO COMANDO OPEN RELATM'
003430                MOVE 12 TO RETURN-CODE
003440                STOP RUN
003450            END-IF.
003460            OPEN INPUT ARQ-ATMJRNL.
003470            EVALUATE WK-FS-ATMJRNL
003480                WHEN '00'
003490                    PERFORM 301-LER-ATMJRNL
003500                WHEN '35'
003510                    MOVE '10' TO WK-FS-ATMJRNL
003520                WHEN OTHER
003530                    DISPLAY 'ERRO ' WK-FS-ATMJRNL
003540                            ' NO COMANDO OPEN ATMJRNL'
003550                    MOVE 12 TO RETURN-CODE
003560                    STOP RUN
003570            END-EVALUATE.
003580            MOVE 'H' TO FD-TIPO-REG-LOTE.
003590            MOVE SPACES TO FD-DETALHE-LOTE.
003600            MOVE WK-DATA-DIA TO FD-DATA-CTRL-LOTE.
003610            MOVE ZEROS TO FD-QTDE-CTRL-LOTE.
003620            MOVE ZEROS TO FD-VALOR-CTRL-LOTE.
003630            MOVE WK-INST-PEDIDA TO FD-INST-CTRL-LOTE.
003640            PERFORM 222-GRAVAR-LANCAMAT.
003650        102-CARREGAR-ATMCTL.
003660            OPEN INPUT ARQ-ATMCTL.
003670            EVALUATE WK-FS-ATMCTL
003680                WHEN '00'
003690                    PERFORM 302-LER-ATMCTL
003700                    PERFORM 105-GUARDAR-TERMINAL
003710                        UNTIL WK-FS-ATMCTL = '10'
003720                    CLOSE ARQ-ATMCTL
003730                WHEN '35'
003740                    CONTINUE
003750                WHEN OTHER
003760                    DISPLAY 'ERRO ' WK-FS-ATMCTL
003770                            ' NO COMANDO OPEN ATMCTL'
003780                    MOVE 12 TO RETURN-CODE
003790                    STOP RUN
003800            END-EVALUATE.
003810        105-GUARDAR-TERMINAL.
003820            IF WK-QTD-TERM NOT LESS 200
003830                DISPLAY 'TABELA DE TERMINAIS CHEIA, LIMITE 200'
003840                MOVE 12 TO RETURN-CODE
003850                STOP RUN
003860            END-IF.
003870            ADD 1 TO WK-QTD-TERM.
003880            MOVE FD-TERMINAL-CTL TO WK-TRM-TERMINAL(WK-QTD-TERM).
003890            MOVE FD-AGENCIA-CTL TO WK-TRM-AGENCIA(WK-QTD-TERM).
003900            MOVE FD-CARGA-CTL TO WK-TRM-CARGA(WK-QTD-TERM).
003910            MOVE FD-SACADO-CTL TO WK-TRM-SACADO(WK-QTD-TERM).
003920            MOVE ZEROS TO WK-TRM-SACADO-POS(WK-QTD-TERM).
003930            MOVE FD-DATA-ABAST-CTL
003940                TO WK-TRM-DATA-ABAST(WK-QTD-TERM).
003950            MOVE FD-HORA-ABAST-CTL
003960                TO WK-TRM-HORA-ABAST(WK-QTD-TERM).
003970            MOVE 'N' TO WK-TRM-ABASTECIDO(WK-QTD-TERM).
003980            MOVE ZEROS TO WK-TRM-DATA-NOVA(WK-QTD-TERM).
003990            MOVE ZEROS TO WK-TRM-HORA-NOVA(WK-QTD-TERM).
004000            PERFORM 302-LER-ATMCTL.
004010       *      ABASTECIMENTO DE TERMINAL AINDA NAO CADASTRADO E A
004020       *      CARGA INICIAL DA INSTALACAO
004030        103-CARREGAR-ATMABAST.
004040            OPEN INPUT ARQ-ATMABAST.
004050            EVALUATE WK-FS-ATMABAST
004060                WHEN '00'
004070                    PERFORM 303-LER-ATMABAST
004080                    PERFORM 106-REGISTRAR-ABASTECIMENTO
004090                        UNTIL WK-FS-ATMABAST = '10'
004100                    CLOSE ARQ-ATMABAST
004110                WHEN '35'
004120                    CONTINUE
004130                WHEN OTHER
004140                    DISPLAY 'ERRO ' WK-FS-ATMABAST
004150                            ' NO COMANDO OPEN ATMABAST'
004160                    MOVE 12 TO RETURN-CODE
004170                    STOP RUN
004180            END-EVALUATE.
004190        106-REGISTRAR-ABASTECIMENTO.
004200            MOVE FD-TERMINAL-ABT TO WK-TERMINAL-BUSCA.
004210            PERFORM 240-LOCALIZAR-TERMINAL.
004220            IF TERM-NAO-ACHADO
004230                IF WK-QTD-TERM NOT LESS 200
004240                    DISPLAY 'TABELA DE TERMINAIS CHEIA'
004250                    MOVE 12 TO RETURN-CODE
004260                    STOP RUN
004270                END-IF
004280                ADD 1 TO WK-QTD-TERM
004290                MOVE WK-QTD-TERM TO WK-IDX-TERM-ACH
004300                MOVE FD-TERMINAL-ABT
004310                    TO WK-TRM-TERMINAL(WK-IDX-TERM-ACH)
004320                MOVE FD-AGENCIA-ABT
004330                    TO WK-TRM-AGENCIA(WK-IDX-TERM-ACH)
004340                MOVE ZEROS TO WK-TRM-CARGA(WK-IDX-TERM-ACH)
004350                MOVE ZEROS TO WK-TRM-SACADO(WK-IDX-TERM-ACH)
004360                MOVE ZEROS TO WK-TRM-SACADO-POS(WK-IDX-TERM-ACH)
004370                MOVE ZEROS TO WK-TRM-DATA-ABAST(WK-IDX-TERM-ACH)
004380                MOVE ZEROS TO WK-TRM-HORA-ABAST(WK-IDX-TERM-ACH)
004390            END-IF.
004400            MOVE 'S' TO WK-TRM-ABASTECIDO(WK-IDX-TERM-ACH).
004410            MOVE FD-DATA-ABT TO WK-TRM-DATA-NOVA(WK-IDX-TERM-ACH).
004420            MOVE FD-HORA-ABT TO WK-TRM-HORA-NOVA(WK-IDX-TERM-ACH).
004430       *      A CONCILIACAO SO FECHA DEPOIS DO JORNAL DO DIA
004440            MOVE FD-CONTADO-ABT
004450                TO WK-TRM-CONTADO(WK-IDX-TERM-ACH).
004460            MOVE FD-NOVA-CARGA-ABT
004470                TO WK-TRM-NOVA-CARGA(WK-IDX-TERM-ACH).
004480            PERFORM 303-LER-ATMABAST.
004490        104-CARREGAR-ENVCONF.
004500            OPEN INPUT ARQ-ENVCONF.
004510            EVALUATE WK-FS-ENVCONF
004520                WHEN '00'
004530                    PERFORM 304-LER-ENVCONF
004540                    PERFORM 107-GUARDAR-CONFERENCIA
004550                        UNTIL WK-FS-ENVCONF = '10'
004560                    CLOSE ARQ-ENVCONF
004570                WHEN '35'
004580                    CONTINUE
004590                WHEN OTHER
004600                    DISPLAY 'ERRO ' WK-FS-ENVCONF
004610                            ' NO COMANDO OPEN ENVCONF'
004620                    MOVE 12 TO RETURN-CODE
004630                    STOP RUN
004640            END-EVALUATE.
004650        107-GUARDAR-CONFERENCIA.
004660            IF WK-QTD-CONF NOT LESS 500
004670                DISPLAY 'TABELA DE CONFERENCIAS CHEIA, LIMITE 500'
004680                MOVE 12 TO RETURN-CODE
004690                STOP RUN
004700            END-IF.
004710            ADD 1 TO WK-QTD-CONF.
004720            MOVE FD-TERMINAL-CONF TO WK-CNF-TERMINAL(WK-QTD-CONF).
004730            MOVE FD-ENVELOPE-CONF TO WK-CNF-ENVELOPE(WK-QTD-CONF).
004740            MOVE FD-CONTADO-CONF  TO WK-CNF-CONTADO(WK-QTD-CONF).
004750            MOVE FD-OPERADOR-CONF TO WK-CNF-OPERADOR(WK-QTD-CONF).
004760            MOVE 'N'              TO WK-CNF-USADA(WK-QTD-CONF).
004770            PERFORM 304-LER-ENVCONF.
004780       ***********************************************
004790        200-PROCESSAR SECTION.
004800        201-TRATAR-JORNAL.
004810            ADD 1 TO WK-QTD-LIDOS.
004820            MOVE SPACES TO WK-MOTIVO-REJ.
004830            MOVE FD-TERMINAL-JRN TO WK-TERMINAL-BUSCA.
004840            PERFORM 240-LOCALIZAR-TERMINAL.
004850            EVALUATE TRUE
004860                WHEN TERM-NAO-ACHADO
004870                    MOVE 'TERMINAL NAO CADASTRADO'
004880                        TO WK-MOTIVO-REJ
004890                WHEN NOT JRN-SAQUE AND NOT JRN-ENVELOPE
004900                    MOVE 'OPERACAO INVALIDA'
004910                        TO WK-MOTIVO-REJ
004920                WHEN FD-VALOR-JRN = ZEROS
004930                    MOVE 'VALOR ZERADO'
004940                        TO WK-MOTIVO-REJ
004950                WHEN FD-CHAVE-JRN = SPACES
004960                    MOVE 'OPERACAO SEM CONTA'
004970                        TO WK-MOTIVO-REJ
004980                WHEN JRN-ENVELOPE AND FD-ENVELOPE-JRN = ZEROS
004990                    MOVE 'ENVELOPE SEM NUMERO'
005000                        TO WK-MOTIVO-REJ
005010            END-EVALUATE.
005020            EVALUATE TRUE
005030                WHEN WK-MOTIVO-REJ NOT = SPACES
005040                    PERFORM 205-REJEITAR-JORNAL
005050                WHEN JRN-SAQUE
005060                    PERFORM 202-POSTAR-SAQUE
005070                WHEN OTHER
005080                    ADD 1 TO WK-QTD-ENV-NOVOS
005090                    MOVE FD-TERMINAL-JRN TO WK-ENV-TERMINAL
005100                    MOVE FD-ENVELOPE-JRN TO WK-ENV-ENVELOPE
005110                    MOVE FD-CHAVE-JRN    TO WK-ENV-CHAVE
005120                    MOVE FD-VALOR-JRN    TO WK-ENV-VALOR
005130                    MOVE FD-DATA-JRN     TO WK-ENV-DATA
005140                    MOVE FD-HORA-JRN     TO WK-ENV-HORA
005150                    PERFORM 232-TRATAR-ENVELOPE
005160            END-EVALUATE.
005170            PERFORM 301-LER-ATMJRNL.
005180       *      SAQUE POSTERIOR AO ABASTECIMENTO DO DIA CONTA NA
005190       *      NOVA CARGA DO TERMINAL
005200        202-POSTAR-SAQUE.
005210            ADD 1 TO WK-QTD-SAQUES.
005220            IF WK-TRM-ABASTECIDO(WK-IDX-TERM-ACH) = 'S'
005230               AND (FD-DATA-JRN >
005240                    WK-TRM-DATA-NOVA(WK-IDX-TERM-ACH)
005250                OR (FD-DATA-JRN =
005260                    WK-TRM-DATA-NOVA(WK-IDX-TERM-ACH)
005270                AND FD-HORA-JRN >
005280                    WK-TRM-HORA-NOVA(WK-IDX-TERM-ACH)))
005290                ADD FD-VALOR-JRN
005300                    TO WK-TRM-SACADO-POS(WK-IDX-TERM-ACH)
005310            ELSE
005320                ADD FD-VALOR-JRN
005330                    TO WK-TRM-SACADO(WK-IDX-TERM-ACH)
005340            END-IF.
005350            MOVE FD-CHAVE-JRN TO FD-CHAVE-LOTE.
005360            MOVE 'D'          TO FD-TIPO-LOTE.
005370            MOVE FD-VALOR-JRN TO FD-VALOR-LOTE.
005380            MOVE FD-HORA-JRN  TO FD-HORA-LOTE.
005390            PERFORM 221-GRAVAR-DETALHE-LOTE.
005400            MOVE WK-TRM-AGENCIA(WK-IDX-TERM-ACH)
005410                TO WK-AGENCIA-BUSCA.
005420            PERFORM 245-LOCALIZAR-AGENCIA.
005430            ADD FD-VALOR-JRN TO WK-PAG-SAIDAS(WK-IDX-AG-ACH).
005440        205-REJEITAR-JORNAL.
005450            ADD 1 TO WK-QTD-REJEITADOS.
005460            MOVE FD-TERMINAL-JRN TO WK-TERM-REJ-REL.
005470            MOVE FD-CHAVE-JRN    TO WK-CHAVE-REJ-REL.
005480            MOVE FD-VALOR-JRN    TO WK-VALOR-REJ-REL.
005490            MOVE WK-MOTIVO-REJ   TO WK-MOTIVO-REJ-REL.
005500            PERFORM 223-GRAVAR-RELATM-REJ.
005510       ***********************************************
005520        221-GRAVAR-DETALHE-LOTE.
005530            ADD 1 TO WK-QTD-POSTADAS.
005540            ADD 1 TO WK-DOC-SEQ.
005550            ADD FD-VALOR-LOTE TO WK-TOT-POSTADO.
005560            MOVE 'D' TO FD-TIPO-REG-LOTE.
005570            MOVE SPACES TO FD-DIGITO-LOTE.
005580            MOVE WK-DOC-SEQ TO FD-DOC-LOTE.
005590            MOVE 'BRL' TO FD-MOEDA-LOTE.
005600            MOVE WK-DATA-DIA TO FD-DATA-LOTE.
005610            MOVE SPACES TO FD-CONTRA-LOTE.
005620            MOVE WK-DOC-SEQ TO FD-SEQ-LOTE.
005630            PERFORM 222-GRAVAR-LANCAMAT.
005640        222-GRAVAR-LANCAMAT.
005641            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMAT.
005650            WRITE REG-LANCAMAT.
005660            IF WK-FS-LANCAMAT NOT = '00'
005670                DISPLAY 'ERRO ' WK-FS-LANCAMAT
005680                        ' NO COMANDO WRITE LANCAMAT'
005690                MOVE 12 TO RETURN-CODE
005700                STOP RUN
005710            END-IF.
005720        223-GRAVAR-RELATM-REJ.
005730            WRITE REG-RELATM FROM WK-LINHA-REJEITO.
005740            IF WK-FS-RELATM NOT = '00'
005750                DISPLAY 'ERRO ' WK-FS-RELATM
005760                        ' NO COMANDO WRITE RELATM'
005770                MOVE 12 TO RETURN-CODE
005780                STOP RUN
005790            END-IF.
005800       ***********************************************
005810        230-ABRIR-ENVPEND.
005820            OPEN INPUT ARQ-ENVPEND.
005830            EVALUATE WK-FS-ENVPEND
005840                WHEN '00'
005850                    PERFORM 305-LER-ENVPEND
005860                WHEN '35'
005870                    MOVE '10' TO WK-FS-ENVPEND
005880                WHEN OTHER
005890                    DISPLAY 'ERRO ' WK-FS-ENVPEND
005900                            ' NO COMANDO OPEN ENVPEND'
005910                    MOVE 12 TO RETURN-CODE
005920                    STOP RUN
005930            END-EVALUATE.
005940        231-TRATAR-PENDENTE.
005950            MOVE REG-ENVPEND TO WK-ENV-REGISTRO.
005960            PERFORM 232-TRATAR-ENVELOPE.
005970            PERFORM 305-LER-ENVPEND.
005980       *      ENVELOPE CONTADO PELA AGENCIA POSTA O CREDITO DO
005990       *      DECLARADO E O AJUSTE DA DIFERENCA; SEM CONTAGEM
006000       *      CONTINUA RETIDO
006010        232-TRATAR-ENVELOPE.
006020            SET CONF-NAO-ACHADA TO TRUE.
006030            PERFORM 233-PROCURAR-CONFERENCIA
006040                VARYING WK-IDX-CONF FROM 1 BY 1
006050                UNTIL WK-IDX-CONF > WK-QTD-CONF
006060                   OR CONF-ACHADA.
006070            IF CONF-ACHADA
006080                PERFORM 234-POSTAR-ENVELOPE
006090            ELSE
006100                ADD 1 TO WK-QTD-ENV-RETIDOS
006110                WRITE REG-ENVPENN FROM WK-ENV-REGISTRO
006120                IF WK-FS-ENVPENN NOT = '00'
006130                    DISPLAY 'ERRO ' WK-FS-ENVPENN
006140                            ' NO COMANDO WRITE ENVPENN'
006150                    MOVE 12 TO RETURN-CODE
006160                    STOP RUN
006170                END-IF
006180            END-IF.
006190        233-PROCURAR-CONFERENCIA.
006200            IF WK-CNF-TERMINAL(WK-IDX-CONF) = WK-ENV-TERMINAL
006210               AND WK-CNF-ENVELOPE(WK-IDX-CONF) = WK-ENV-ENVELOPE
006220               AND WK-CNF-USADA(WK-IDX-CONF) = 'N'
006230                SET CONF-ACHADA TO TRUE
006240                MOVE WK-IDX-CONF TO WK-IDX-CONF-ACH
006250            END-IF.
006260        234-POSTAR-ENVELOPE.
006270            ADD 1 TO WK-QTD-ENV-CONF.
006280            MOVE 'S' TO WK-CNF-USADA(WK-IDX-CONF-ACH).
006290            MOVE WK-ENV-CHAVE TO FD-CHAVE-LOTE.
006300            MOVE 'C'          TO FD-TIPO-LOTE.
006310            MOVE WK-ENV-VALOR TO FD-VALOR-LOTE.
006320            MOVE WK-ENV-HORA  TO FD-HORA-LOTE.
006330            PERFORM 221-GRAVAR-DETALHE-LOTE.
006340            COMPUTE WK-DIF-ENVELOPE =
006350                WK-CNF-CONTADO(WK-IDX-CONF-ACH) - WK-ENV-VALOR.
006360            IF WK-DIF-ENVELOPE NOT = ZEROS
006370                ADD 1 TO WK-QTD-AJUSTES
006380                MOVE WK-ENV-CHAVE TO FD-CHAVE-LOTE
006390                IF WK-DIF-ENVELOPE > ZEROS
006400                    MOVE 'C' TO FD-TIPO-LOTE
006410                ELSE
006420                    MOVE 'D' TO FD-TIPO-LOTE
006430                END-IF
006440                MOVE WK-DIF-ENVELOPE TO FD-VALOR-LOTE
006450                MOVE WK-ENV-HORA     TO FD-HORA-LOTE
006460                PERFORM 221-GRAVAR-DETALHE-LOTE
006470            END-IF.
006480            MOVE WK-ENV-TERMINAL TO WK-TERMINAL-BUSCA.
006490            PERFORM 240-LOCALIZAR-TERMINAL.
006500            IF TERM-ACHADO
006510                MOVE WK-TRM-AGENCIA(WK-IDX-TERM-ACH)
006520                    TO WK-AGENCIA-BUSCA
006530                PERFORM 245-LOCALIZAR-AGENCIA
006540                ADD WK-CNF-CONTADO(WK-IDX-CONF-ACH)
006550                    TO WK-PAG-ENTRADAS(WK-IDX-AG-ACH)
006560            END-IF.
006570            MOVE WK-ENV-TERMINAL TO WK-TERM-ENV-REL.
006580            MOVE WK-ENV-ENVELOPE TO WK-NUM-ENV-REL.
006590            MOVE WK-ENV-CHAVE    TO WK-CHAVE-ENV-REL.
006600            MOVE WK-ENV-VALOR    TO WK-DECL-ENV-REL.
006610            MOVE WK-DIF-ENVELOPE TO WK-DIF-ENV-REL.
006620            MOVE WK-CNF-OPERADOR(WK-IDX-CONF-ACH)
006630                TO WK-OPER-ENV-REL.
006640            WRITE REG-RELATM FROM WK-LINHA-ENVELOPE.
006650       ***********************************************
006660        240-LOCALIZAR-TERMINAL.
006670            SET TERM-NAO-ACHADO TO TRUE.
006680            PERFORM 241-COMPARAR-TERMINAL
006690                VARYING WK-IDX-TERM FROM 1 BY 1
006700                UNTIL WK-IDX-TERM > WK-QTD-TERM
006710                   OR TERM-ACHADO.
006720        241-COMPARAR-TERMINAL.
006730            IF WK-TRM-TERMINAL(WK-IDX-TERM) = WK-TERMINAL-BUSCA
006740                SET TERM-ACHADO TO TRUE
006750                MOVE WK-IDX-TERM TO WK-IDX-TERM-ACH
006760            END-IF.
006770        245-LOCALIZAR-AGENCIA.
006780            SET AG-NAO-ACHADA TO TRUE.
006790            PERFORM 246-COMPARAR-AGENCIA
006800                VARYING WK-IDX-AG FROM 1 BY 1
006810                UNTIL WK-IDX-AG > WK-QTD-AGTAB
006820                   OR AG-ACHADA.
006830            IF AG-NAO-ACHADA
006840                IF WK-QTD-AGTAB NOT LESS 50
006850                    DISPLAY 'MAIS DE 50 AGENCIAS NO CANAL'
006860                    MOVE 12 TO RETURN-CODE
006870                    STOP RUN
006880                END-IF
006890                ADD 1 TO WK-QTD-AGTAB
006900                MOVE WK-QTD-AGTAB TO WK-IDX-AG-ACH
006910                MOVE WK-AGENCIA-BUSCA
006920                    TO WK-PAG-AGENCIA(WK-IDX-AG-ACH)
006930                MOVE ZEROS TO WK-PAG-ENTRADAS(WK-IDX-AG-ACH)
006940                MOVE ZEROS TO WK-PAG-SAIDAS(WK-IDX-AG-ACH)
006950            END-IF.
006960        246-COMPARAR-AGENCIA.
006970            IF WK-PAG-AGENCIA(WK-IDX-AG) = WK-AGENCIA-BUSCA
006980                SET AG-ACHADA TO TRUE
006990                MOVE WK-IDX-AG TO WK-IDX-AG-ACH
007000            END-IF.
007010       ***********************************************
007020       *      NO ABASTECIMENTO: CARGA ANTERIOR MENOS O SACADO
007030       *      ATE ELE DEVE SER O REMANESCENTE CONTADO; DEPOIS A
007040       *      NOVA CARGA PASSA A VALER E O SACADO RECOMECA
007050        250-CONCILIAR-TERMINAIS.
007060            IF WK-TRM-ABASTECIDO(WK-IDX-TERM) = 'S'
007070                PERFORM 251-FECHAR-CARGA
007080            END-IF.
007090            MOVE WK-TRM-TERMINAL(WK-IDX-TERM)
007100                TO FD-TERMINAL-CTLN.
007110            MOVE WK-TRM-AGENCIA(WK-IDX-TERM)
007120                TO FD-AGENCIA-CTLN.
007130            MOVE WK-TRM-CARGA(WK-IDX-TERM)      TO FD-CARGA-CTLN.
007140            MOVE WK-TRM-SACADO(WK-IDX-TERM)     TO FD-SACADO-CTLN.
007150            MOVE WK-TRM-DATA-ABAST(WK-IDX-TERM)
007160                TO FD-DATA-ABAST-CTLN.
007170            MOVE WK-TRM-HORA-ABAST(WK-IDX-TERM)
007180                TO FD-HORA-ABAST-CTLN.
007190            WRITE REG-ATMCTLN.
007200            IF WK-FS-ATMCTLN NOT = '00'
007210                DISPLAY 'ERRO ' WK-FS-ATMCTLN
007220                        ' NO COMANDO WRITE ATMCTLN'
007230                MOVE 12 TO RETURN-CODE
007240                STOP RUN
007250            END-IF.
007260        251-FECHAR-CARGA.
007270            COMPUTE WK-ESPERADO =
007280                WK-TRM-CARGA(WK-IDX-TERM)
007290                - WK-TRM-SACADO(WK-IDX-TERM).
007300            COMPUTE WK-DIF-TERMINAL =
007310                WK-TRM-CONTADO(WK-IDX-TERM) - WK-ESPERADO.
007320            IF WK-DIF-TERMINAL = ZEROS
007330                MOVE 'CONCILIADO' TO WK-SITUACAO-REL
007340            ELSE
007350                ADD 1 TO WK-QTD-QUEBRAS
007360                MOVE 'DIFERENCA ' TO WK-SITUACAO-REL
007370            END-IF.
007380            MOVE WK-TRM-TERMINAL(WK-IDX-TERM) TO WK-TERM-REL.
007390            MOVE WK-ESPERADO     TO WK-ESPERADO-REL.
007400            MOVE WK-DIF-TERMINAL TO WK-DIF-TERM-REL.
007410            WRITE REG-RELATM FROM WK-LINHA-TERMINAL.
007420            MOVE WK-TRM-NOVA-CARGA(WK-IDX-TERM)
007430                TO WK-TRM-CARGA(WK-IDX-TERM).
007440            MOVE WK-TRM-SACADO-POS(WK-IDX-TERM)
007450                TO WK-TRM-SACADO(WK-IDX-TERM).
007460            MOVE WK-TRM-DATA-NOVA(WK-IDX-TERM)
007470                TO WK-TRM-DATA-ABAST(WK-IDX-TERM).
007480            MOVE WK-TRM-HORA-NOVA(WK-IDX-TERM)
007490                TO WK-TRM-HORA-ABAST(WK-IDX-TERM).
007500       ***********************************************
007510        300-LEITURAS SECTION.
007520        301-LER-ATMJRNL.
007530            READ ARQ-ATMJRNL.
007540            EVALUATE WK-FS-ATMJRNL
007550                WHEN '00'
007560                    CONTINUE
007570                WHEN '10'
007580                    CONTINUE
007590                WHEN OTHER
007600                    DISPLAY 'ERRO ' WK-FS-ATMJRNL
007610                            ' NO COMANDO READ ATMJRNL'
007620                    MOVE 12 TO RETURN-CODE
007630                    STOP RUN
007640            END-EVALUATE.
007650        302-LER-ATMCTL.
007660            READ ARQ-ATMCTL.
007670            EVALUATE WK-FS-ATMCTL
007680                WHEN '00'
007690                    CONTINUE
007700                WHEN '10'
007710                    CONTINUE
007720                WHEN OTHER
007730                    DISPLAY 'ERRO ' WK-FS-ATMCTL
007740                            ' NO COMANDO READ ATMCTL'
007750                    MOVE 12 TO RETURN-CODE
007760                    STOP RUN
007770            END-EVALUATE.
007780        303-LER-ATMABAST.
007790            READ ARQ-ATMABAST.
007800            EVALUATE WK-FS-ATMABAST
007810                WHEN '00'
007820                    CONTINUE
007830                WHEN '10'
007840                    CONTINUE
007850                WHEN OTHER
007860                    DISPLAY 'ERRO ' WK-FS-ATMABAST
007870                            ' NO COMANDO READ ATMABAST'
007880                    MOVE 12 TO RETURN-CODE
007890                    STOP RUN
007900            END-EVALUATE.
007910        304-LER-ENVCONF.
007920            READ ARQ-ENVCONF.
007930            EVALUATE WK-FS-ENVCONF
007940                WHEN '00'
007950                    CONTINUE
007960                WHEN '10'
007970                    CONTINUE
007980                WHEN OTHER
007990                    DISPLAY 'ERRO ' WK-FS-ENVCONF
008000                            ' NO COMANDO READ ENVCONF'
008010                    MOVE 12 TO RETURN-CODE
008020                    STOP RUN
008030            END-EVALUATE.
008040        305-LER-ENVPEND.
008050            READ ARQ-ENVPEND.
008060            EVALUATE WK-FS-ENVPEND
008070                WHEN '00'
008080                    CONTINUE
008090                WHEN '10'
008100                    CONTINUE
008110                WHEN OTHER
008120                    DISPLAY 'ERRO ' WK-FS-ENVPEND
008130                            ' NO COMANDO READ ENVPEND'
008140                    MOVE 12 TO RETURN-CODE
008150                    STOP RUN
008160            END-EVALUATE.
008170       ***********************************************
008180        195-GRAVAR-JRNL-INICIO.
008190            MOVE 'I' TO JRL-TIPO.
008200            MOVE ZEROS TO JRL-QTD-LIDOS.
008210            MOVE ZEROS TO JRL-QTD-GRAVADOS.
008220            MOVE ZEROS TO JRL-QTD-REJEITADOS.
008230            MOVE ZEROS TO JRL-RETORNO.
008231            MOVE 'EAD95930' TO LK-PROGRAMA-COM.
008232            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
008233            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008240            PERFORM 194-GRAVAR-RUNJRNL.
008250        196-GRAVAR-JRNL-FIM.
008260            MOVE 'F' TO JRL-TIPO.
008270            MOVE WK-QTD-LIDOS
008280                TO JRL-QTD-LIDOS.
008290            MOVE WK-QTD-POSTADAS
008300                TO JRL-QTD-GRAVADOS.
008310            MOVE WK-QTD-REJEITADOS
008320                TO JRL-QTD-REJEITADOS.
008330            MOVE RETURN-CODE TO JRL-RETORNO.
008331            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008340            PERFORM 194-GRAVAR-RUNJRNL.
008350        194-GRAVAR-RUNJRNL.
008360            OPEN EXTEND ARQ-RUNJRNL.
008370            IF WK-FS-RUNJRNL = '35'
008380                OPEN OUTPUT ARQ-RUNJRNL
008390            END-IF.
008400            IF WK-FS-RUNJRNL NOT = '00'
008410                DISPLAY 'ERRO ' WK-FS-RUNJRNL
008420                        ' NO COMANDO OPEN RUNJRNL'
008430                MOVE 12 TO RETURN-CODE
008440                STOP RUN
008450            END-IF.
008460            MOVE 'EAD95930' TO JRL-PROGRAMA.
008470            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
008480            ACCEPT JRL-HORA FROM TIME.
008490            WRITE REG-RUNJRNL.
008500            IF WK-FS-RUNJRNL NOT = '00'
008510                DISPLAY 'ERRO ' WK-FS-RUNJRNL
008520                        ' NO COMANDO WRITE RUNJRNL'
008530                MOVE 12 TO RETURN-CODE
008540                STOP RUN
008550            END-IF.
008560            CLOSE ARQ-RUNJRNL.
008570       ***********************************************
008580        900-FINALIZAR SECTION.
008590        901-FINALIZAR.
008600            MOVE 'T' TO FD-TIPO-REG-LOTE.
008610            MOVE SPACES TO FD-DETALHE-LOTE.
008620            MOVE WK-DATA-DIA TO FD-DATA-CTRL-LOTE.
008630            MOVE WK-QTD-POSTADAS TO FD-QTDE-CTRL-LOTE.
008640            MOVE WK-TOT-POSTADO TO FD-VALOR-CTRL-LOTE.
008650            MOVE WK-INST-PEDIDA TO FD-INST-CTRL-LOTE.
008660            PERFORM 222-GRAVAR-LANCAMAT.
008670            OPEN OUTPUT ARQ-ATMPOS.
008680            IF WK-FS-ATMPOS NOT = '00'
008690                DISPLAY 'ERRO ' WK-FS-ATMPOS
008700                        ' NO COMANDO OPEN ATMPOS'
008710                MOVE 12 TO RETURN-CODE
008720                STOP RUN
008730            END-IF.
008740            PERFORM 902-GRAVAR-POSICAO-AG
008750                VARYING WK-IDX-AG FROM 1 BY 1
008760                UNTIL WK-IDX-AG > WK-QTD-AGTAB.
008770            PERFORM 903-RELATAR-CONF-PERDIDA
008780                VARYING WK-IDX-CONF FROM 1 BY 1
008790                UNTIL WK-IDX-CONF > WK-QTD-CONF.
008800            MOVE 'OPERACOES NO JORNAL     : ' TO WK-TITULO-TOT.
008810            MOVE WK-QTD-LIDOS TO WK-VALOR-TOT.
008820            WRITE REG-RELATM FROM WK-LINHA-TOTAL
008830                AFTER 2 LINES.
008840            MOVE 'SAQUES POSTADOS         : ' TO WK-TITULO-TOT.
008850            MOVE WK-QTD-SAQUES TO WK-VALOR-TOT.
008860            WRITE REG-RELATM FROM WK-LINHA-TOTAL.
008870            MOVE 'ENVELOPES CONFIRMADOS   : ' TO WK-TITULO-TOT.
008880            MOVE WK-QTD-ENV-CONF TO WK-VALOR-TOT.
008890            WRITE REG-RELATM FROM WK-LINHA-TOTAL.
008900            MOVE 'ENVELOPES COM AJUSTE    : ' TO WK-TITULO-TOT.
008910            MOVE WK-QTD-AJUSTES TO WK-VALOR-TOT.
008920            WRITE REG-RELATM FROM WK-LINHA-TOTAL.
008930            MOVE 'ENVELOPES RETIDOS       : ' TO WK-TITULO-TOT.
008940            MOVE WK-QTD-ENV-RETIDOS TO WK-VALOR-TOT.
008950            WRITE REG-RELATM FROM WK-LINHA-TOTAL.
008960            MOVE 'TERMINAIS COM DIFERENCA : ' TO WK-TITULO-TOT.
008970            MOVE WK-QTD-QUEBRAS TO WK-VALOR-TOT.
008980            WRITE REG-RELATM FROM WK-LINHA-TOTAL.
008990            MOVE 'OPERACOES REJEITADAS    : ' TO WK-TITULO-TOT.
009000            MOVE WK-QTD-REJEITADOS TO WK-VALOR-TOT.
009010            WRITE REG-RELATM FROM WK-LINHA-TOTAL.
009020            DISPLAY 'POSTADOS : ' WK-QTD-POSTADAS
009030                    ' RETIDOS : ' WK-QTD-ENV-RETIDOS.
009040            IF WK-QTD-REJEITADOS > ZEROS OR WK-QTD-QUEBRAS > ZEROS
009050                MOVE 4 TO RETURN-CODE
009060            END-IF.
009070            CLOSE ARQ-ATMJRNL.
009080            CLOSE ARQ-ENVPEND.
009090            CLOSE ARQ-ENVPENN.
009100            CLOSE ARQ-ATMCTLN.
009110            CLOSE ARQ-LANCAMAT.
009120            CLOSE ARQ-ATMPOS.
009130            CLOSE ARQ-RELATM.
009140        902-GRAVAR-POSICAO-AG.
009150            MOVE WK-PAG-AGENCIA(WK-IDX-AG)  TO FD-AGENCIA-POS.
009160            MOVE WK-PAG-ENTRADAS(WK-IDX-AG) TO FD-ENTRADAS-POS.
009170            MOVE WK-PAG-SAIDAS(WK-IDX-AG)   TO FD-SAIDAS-POS.
009180            WRITE REG-ATMPOS.
009190            IF WK-FS-ATMPOS NOT = '00'
009200                DISPLAY 'ERRO ' WK-FS-ATMPOS
009210                        ' NO COMANDO WRITE ATMPOS'
009220                MOVE 12 TO RETURN-CODE
009230                STOP RUN
009240            END-IF.
009250            MOVE WK-PAG-AGENCIA(WK-IDX-AG)  TO WK-AG-POS-REL.
009260            MOVE WK-PAG-ENTRADAS(WK-IDX-AG) TO WK-ENT-POS-REL.
009270            MOVE WK-PAG-SAIDAS(WK-IDX-AG)   TO WK-SAI-POS-REL.
009280            WRITE REG-RELATM FROM WK-LINHA-AGENCIA.
009290        903-RELATAR-CONF-PERDIDA.
009300            IF WK-CNF-USADA(WK-IDX-CONF) = 'N'
009310                ADD 1 TO WK-QTD-REJEITADOS
009320                MOVE WK-CNF-TERMINAL(WK-IDX-CONF)
009330                    TO WK-TERM-REJ-REL
009340                MOVE SPACES TO WK-CHAVE-REJ-REL
009350                MOVE WK-CNF-CONTADO(WK-IDX-CONF)
009360                    TO WK-VALOR-REJ-REL
009370                MOVE 'CONTAGEM SEM ENVELOPE RETIDO'
009380                    TO WK-MOTIVO-REJ-REL
009390                PERFORM 223-GRAVAR-RELATM-REJ
009400            END-IF.
