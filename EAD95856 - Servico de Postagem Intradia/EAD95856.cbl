000480                FILE STATUS IS WK-FS-CTRLSALI.
000490            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000500                FILE STATUS IS WK-FS-CAMBIO.
000501            SELECT ARQ-BLOQJUD  ASSIGN TO BLOQJUD
000502                ORGANIZATION IS INDEXED
000503                ACCESS MODE IS DYNAMIC
000504                RECORD KEY IS FD-CHAVE-REG-BLOQJUD
000505                FILE STATUS IS WK-FS-BLOQJUD.
000506            SELECT ARQ-CHQDEP   ASSIGN TO CHQDEP
000507                ORGANIZATION IS INDEXED
000508                ACCESS MODE IS SEQUENTIAL
000509                RECORD KEY IS FD-CHAVE-REG-CHQDEP
000510                FILE STATUS IS WK-FS-CHQDEP.
000510       *
000520        DATA DIVISION.
000530        FILE SECTION.
000900                10 FD-DATA-CTRL-LANCAMI    PIC 9(8).
000910                10 FD-QTDE-CTRL-LANCAMI    PIC 9(6).
000920                10 FD-VALOR-CTRL-LANCAMI   PIC 9(8)V99.
000921            05 FD-ID-EXEC-LANCAMI      PIC 9(10).
000930        FD   ARQ-SALDODIA
000940             RECORDING MODE IS F.
000950        01  REG-SALDODIA.
001220                10 FD-DATA-CTRL-LANCAMID   PIC 9(8).
001230                10 FD-QTDE-CTRL-LANCAMID   PIC 9(6).
001240                10 FD-VALOR-CTRL-LANCAMID  PIC 9(8)V99.
001241            05 FD-ID-EXEC-LANCAMID     PIC 9(10).
001250        FD   ARQ-REJEITAI
001260             RECORDING MODE IS F.
001270        01  REG-REJEITAI.
001370            05 FD-CONTRA-REJEITAI      PIC X(9).
001370            05 FD-HORA-REJEITAI  PIC 9(6).
001370            05 FD-SEQ-REJEITAI   PIC 9(4).
001371            05 FD-COD-MOTIVO-REJEITAI  PIC 9(3).
001372            05 FD-ID-EXEC-REJEITAI     PIC 9(10).
001380        FD   ARQ-CTRLSALI
001390             RECORDING MODE IS F.
001400        01  REG-CTRLSALI.
001470            05 FD-MOEDA-CAMBIO     PIC X(3).
001480            05 FD-DATA-CAMBIO      PIC 9(8).
001490            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001491        FD   ARQ-BLOQJUD
001492             RECORDING MODE IS F.
001493        01  REG-BLOQJUD.
001494            05 FD-CHAVE-REG-BLOQJUD.
001495                10 FD-CHAVE-BLOQJUD    PIC X(9).
001496                10 FD-PROCESSO-BLOQJUD PIC X(15).
001497            05 FD-VALOR-BLOQJUD    PIC 9(6)V99.
001498            05 FD-DATA-INI-BLOQJUD PIC 9(8).
001499            05 FD-DATA-FIM-BLOQJUD PIC 9(8).
001500            05 FD-SITUACAO-BLOQJUD PIC X.
001501                88 BLOQUEIO-ATIVO      VALUE 'A'.
001502                88 BLOQUEIO-LEVANTADO  VALUE 'L'.
001503        FD   ARQ-CHQDEP
001504             RECORDING MODE IS F.
001505        01  REG-CHQDEP.
001506            05 FD-CHAVE-REG-CHQDEP.
001507                10 FD-BANCO-CHQDEP     PIC 9(3).
001508                10 FD-AGENCIA-SAC-CHQDEP PIC 9(4).
001509                10 FD-CONTA-SAC-CHQDEP PIC 9(10).
001510                10 FD-NUMERO-CHQDEP    PIC 9(6).
001511            05 FD-CHAVE-CHQDEP     PIC X(9).
001512            05 FD-VALOR-CHQDEP     PIC 9(6)V99.
001513            05 FD-DOC-CHQDEP       PIC 9(4).
001514            05 FD-DATA-DEP-CHQDEP  PIC 9(8).
001515            05 FD-DATA-LIBERA-CHQDEP PIC 9(8).
001516            05 FD-SITUACAO-CHQDEP  PIC X.
001517                88 CHEQUE-RETIDO       VALUE 'R'.
001518                88 CHEQUE-DEVOLVIDO    VALUE 'D'.
001519            05 FD-MOTIVO-DEV-CHQDEP PIC XX.
001520            05 FD-DATA-DEV-CHQDEP  PIC 9(8).
001500        FD   ARQ-RUNJRNL
001510             RECORDING MODE IS F.
001520        01  REG-RUNJRNL.
001580            05 JRL-QTD-GRAVADOS    PIC 9(7).
001590            05 JRL-QTD-REJEITADOS  PIC 9(7).
001600            05 JRL-RETORNO         PIC 9(4).
001601            05 JRL-ID-EXEC         PIC 9(10).
001610        WORKING-STORAGE SECTION.
001620        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001621        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001622        01  LK-AREA-ID-EXEC.
001623            05 LK-PROGRAMA-COM     PIC X(8).
001624            05 LK-ID-EXEC-COM      PIC 9(10).
001630        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001640        77  WK-FS-LANCAMI  PIC XX           VALUE SPACES.
001650        77  WK-FS-SALDODIA PIC XX           VALUE SPACES.
001740        77  WK-QTD-REJEITADOS PIC 9(6)      VALUE ZEROS.
001750        77  WK-QTD-LIDOS   PIC 9(6)         VALUE ZEROS.
001760        77  WK-MOTIVO-REJ  PIC X(30)        VALUE SPACES.
001761       *      CODIGO DO MOTIVO NO CATALOGO MOTREJ (EAD95890)
001762        77  WK-COD-MOTIVO-REJ PIC 9(3)      VALUE ZEROS.
001770        77  WK-QTDE-CTRLI-SAV  PIC 9(5)     VALUE ZEROS.
001780        77  WK-TOTAL-CTRLI-SAV PIC S9(9)V99 VALUE ZEROS.
001790        77  WK-SALDO-EDIT  PIC -ZZZ.ZZ9,99  VALUE ZEROS.
002020            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
002030        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
002040        77  WK-VALOR-CONV-TRL PIC 9(8)V99   VALUE ZEROS.
002041        77  WK-FS-BLOQJUD  PIC XX           VALUE SPACES.
002042        77  WK-VALOR-BLOQUEADO PIC 9(7)V99  VALUE ZEROS.
002043        77  WK-FS-CHQDEP   PIC XX           VALUE SPACES.
002044        77  WK-VALOR-RETIDO-CHQ PIC 9(7)V99 VALUE ZEROS.
002043        77  WK-DISPONIVEL-DEBITO PIC S9(8)V99 VALUE ZEROS.
002044        77  WK-CHAVE-BLOQ-BUSCA PIC X(9)     VALUE SPACES.
002045        77  WK-QTD-BLOQTAB PIC 9(4)         VALUE ZEROS.
002046        77  WK-IDX-BLOQTAB PIC 9(4)         VALUE ZEROS.
002047        77  WK-IDX-BLOQ-ACH PIC 9(4)        VALUE ZEROS.
002048        77  WK-BLOQ-ACHADO PIC X            VALUE 'N'.
002049            88 BLOQ-ACHADO                    VALUE 'S'.
002050            88 BLOQ-NAO-ACHADO                VALUE 'N'.
002051        01  WK-TAB-BLOQUEIOS.
002052            05 WK-BLOQ-OCC        OCCURS 2000 TIMES.
002053                10 WK-BLOQ-CHAVE      PIC X(9).
002054                10 WK-BLOQ-VALOR      PIC 9(7)V99.
002055                10 WK-BLOQ-VALOR-CHQ  PIC 9(7)V99.
002050       *
002060        PROCEDURE DIVISION.
002070        000-PRINCIPAL SECTION.
002170        101-INICIAR.
002180            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
002190            PERFORM 190-CARREGAR-CAMBIO.
002191            PERFORM 110-CARREGAR-BLOQJUD.
002192            PERFORM 115-CARREGAR-CHQDEP.
002200            PERFORM 102-ABRIR-CLIENTES.
002210            PERFORM 103-ABRIR-LANCAMI.
002220            PERFORM 104-ABRIR-SALDODIA.
003170            MOVE ZEROS TO FD-QTDE-CTRL-LANCAMID.
003180            MOVE ZEROS TO FD-VALOR-CTRL-LANCAMID.
003190            PERFORM 205-GRAVAR-LANCAMID.
003191       *      OS BLOQUEIOS JUDICIAIS ATIVOS SAO SOMADOS POR
003192       *      CONTA, COMO NA LINHA DE SALDO, E DESCONTADOS
003193       *      DO DISPONIVEL PARA DEBITO DURANTE O DIA
003194        110-CARREGAR-BLOQJUD.
003195            OPEN INPUT ARQ-BLOQJUD.
003196            EVALUATE WK-FS-BLOQJUD
003197                WHEN '00'
003198                    PERFORM 111-LER-BLOQJUD
003199                    PERFORM 112-ACUMULAR-BLOQUEIO
003200                        UNTIL WK-FS-BLOQJUD = '10'
003201                    CLOSE ARQ-BLOQJUD
003202                WHEN '35'
003203                    CONTINUE
003204                WHEN OTHER
003205                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
003206                            ' NO COMANDO OPEN BLOQJUD'
003207                    MOVE 12 TO RETURN-CODE
003208                    STOP RUN
003209            END-EVALUATE.
003210        111-LER-BLOQJUD.
003211            READ ARQ-BLOQJUD NEXT.
003212            EVALUATE WK-FS-BLOQJUD
003213                WHEN '00'
003214                    CONTINUE
003215                WHEN '10'
003216                    CONTINUE
003217                WHEN OTHER
003218                    DISPLAY 'ERRO ' WK-FS-BLOQJUD
003219                            ' NO COMANDO READ BLOQJUD'
003220                    MOVE 12 TO RETURN-CODE
003221                    STOP RUN
003222            END-EVALUATE.
003223        112-ACUMULAR-BLOQUEIO.
003224            IF BLOQUEIO-ATIVO
003225                MOVE FD-CHAVE-BLOQJUD TO WK-CHAVE-BLOQ-BUSCA
003226                PERFORM 113-PROCURAR-BLOQUEIO
003227                IF BLOQ-NAO-ACHADO
003228                    IF WK-QTD-BLOQTAB NOT LESS 2000
003229                        DISPLAY 'TABELA DE BLOQUEIOS CHEIA, '
003230                                'LIMITE 2000'
003231                        MOVE 12 TO RETURN-CODE
003232                        STOP RUN
003233                    END-IF
003234                    ADD 1 TO WK-QTD-BLOQTAB
003235                    MOVE WK-QTD-BLOQTAB TO WK-IDX-BLOQ-ACH
003236                    MOVE FD-CHAVE-BLOQJUD
003237                        TO WK-BLOQ-CHAVE(WK-IDX-BLOQ-ACH)
003238                    MOVE ZEROS
003239                        TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
003240                    MOVE ZEROS
003241                        TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
003240                END-IF
003241                ADD FD-VALOR-BLOQJUD
003242                    TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
003243            END-IF.
003244            PERFORM 111-LER-BLOQJUD.
003245        113-PROCURAR-BLOQUEIO.
003246            SET BLOQ-NAO-ACHADO TO TRUE.
003247            PERFORM 114-COMPARAR-BLOQUEIO
003248                VARYING WK-IDX-BLOQTAB FROM 1 BY 1
003249                UNTIL WK-IDX-BLOQTAB > WK-QTD-BLOQTAB
003250                   OR BLOQ-ACHADO.
003251        114-COMPARAR-BLOQUEIO.
003252            IF WK-BLOQ-CHAVE(WK-IDX-BLOQTAB)
003253                   = WK-CHAVE-BLOQ-BUSCA
003254                SET BLOQ-ACHADO TO TRUE
003255                MOVE WK-IDX-BLOQTAB TO WK-IDX-BLOQ-ACH
003256            END-IF.
003257       *      CHEQUES DE OUTROS BANCOS DEPOSITADOS E AINDA
003258       *      NAO COMPENSADOS, RETIDOS NO DISPONIVEL COMO NA
003259       *      LINHA DE SALDO
003260        115-CARREGAR-CHQDEP.
003261            OPEN INPUT ARQ-CHQDEP.
003262            EVALUATE WK-FS-CHQDEP
003263                WHEN '00'
003264                    PERFORM 116-LER-CHQDEP
003265                    PERFORM 117-ACUMULAR-RETENCAO
003266                        UNTIL WK-FS-CHQDEP = '10'
003267                    CLOSE ARQ-CHQDEP
003268                WHEN '35'
003269                    CONTINUE
003270                WHEN OTHER
003271                    DISPLAY 'ERRO ' WK-FS-CHQDEP
003272                            ' NO COMANDO OPEN CHQDEP'
003273                    MOVE 12 TO RETURN-CODE
003274                    STOP RUN
003275            END-EVALUATE.
003276        116-LER-CHQDEP.
003277            READ ARQ-CHQDEP NEXT.
003278            EVALUATE WK-FS-CHQDEP
003279                WHEN '00'
003280                    CONTINUE
003281                WHEN '10'
003282                    CONTINUE
003283                WHEN OTHER
003284                    DISPLAY 'ERRO ' WK-FS-CHQDEP
003285                            ' NO COMANDO READ CHQDEP'
003286                    MOVE 12 TO RETURN-CODE
003287                    STOP RUN
003288            END-EVALUATE.
003289        117-ACUMULAR-RETENCAO.
003290            IF CHEQUE-RETIDO
003291               AND FD-DATA-LIBERA-CHQDEP > WK-DATA-SIST
003292                MOVE FD-CHAVE-CHQDEP TO WK-CHAVE-BLOQ-BUSCA
003293                PERFORM 113-PROCURAR-BLOQUEIO
003294                IF BLOQ-NAO-ACHADO
003295                    IF WK-QTD-BLOQTAB NOT LESS 2000
003296                        DISPLAY 'TABELA DE BLOQUEIOS CHEIA, '
003297                                'LIMITE 2000'
003298                        MOVE 12 TO RETURN-CODE
003299                        STOP RUN
003300                    END-IF
003301                    ADD 1 TO WK-QTD-BLOQTAB
003302                    MOVE WK-QTD-BLOQTAB TO WK-IDX-BLOQ-ACH
003303                    MOVE FD-CHAVE-CHQDEP
003304                        TO WK-BLOQ-CHAVE(WK-IDX-BLOQ-ACH)
003305                    MOVE ZEROS
003306                        TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
003307                    MOVE ZEROS
003308                        TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
003309                END-IF
003310                ADD FD-VALOR-CHQDEP
003311                    TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
003312            END-IF.
003313            PERFORM 116-LER-CHQDEP.
003200       ***********************************************
003210        200-PROCESSAR SECTION.
003220        201-PROCESSAR.
003320                    ADD 1 TO WK-QTD-REJEITADOS
003330                    MOVE 'TIPO DE REGISTRO INVALIDO'
003340                        TO WK-MOTIVO-REJ
003341                    MOVE 002 TO WK-COD-MOTIVO-REJ
003350                    PERFORM 207-GRAVAR-REJEITAI
003360            END-EVALUATE.
003370            PERFORM 301-LER-LANCAMI.
003610                    ADD 1 TO WK-QTD-REJEITADOS
003620                    MOVE 'CHAVE INEXISTENTE NO CADASTRO'
003630                        TO WK-MOTIVO-REJ
003631                    MOVE 001 TO WK-COD-MOTIVO-REJ
003640                    PERFORM 207-GRAVAR-REJEITAI
003650                NOT INVALID KEY
003660                    MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-SALDODIA
003750                    SET MOVTO-ACEITO TO TRUE
003760            END-READ.
003770        204-APLICAR-TIPO-INTRADIA.
003771            PERFORM 214-APURAR-DISPONIVEL.
003780            EVALUATE TRUE
003790                WHEN FD-SITUACAO-SALDODIA = 'E'
003800                    SET MOVTO-RECUSADO TO TRUE
003810                    ADD 1 TO WK-QTD-REJEITADOS
003820                    MOVE 'CONTA ENCERRADA' TO WK-MOTIVO-REJ
003821                    MOVE 007 TO WK-COD-MOTIVO-REJ
003830                    PERFORM 207-GRAVAR-REJEITAI
003840                WHEN FD-SITUACAO-SALDODIA = 'B'
003850                 AND (FD-TIPO-LANCAMI = 'D' OR 'T' OR 'F'
003880                    ADD 1 TO WK-QTD-REJEITADOS
003890                    MOVE 'CONTA BLOQUEADA PARA DEBITOS'
003900                        TO WK-MOTIVO-REJ
003901                    MOVE 008 TO WK-COD-MOTIVO-REJ
003910                    PERFORM 207-GRAVAR-REJEITAI
003920                WHEN FD-TIPO-LANCAMI = 'C' OR 'J'
003930                    ADD FD-VALOR-LANCAMI TO FD-SALDO-SALDODIA
003940                    PERFORM 209-REGRAVAR-SALDODIA
003950                WHEN FD-TIPO-LANCAMI = 'D' OR 'T' OR 'F'
003960                    IF FD-VALOR-LANCAMI > WK-DISPONIVEL-DEBITO
003980                        SET MOVTO-RECUSADO TO TRUE
003990                        ADD 1 TO WK-QTD-REJEITADOS
004000                        MOVE 'SALDO INSUFICIENTE, LIMITE EXCEDIDO'
004010                            TO WK-MOTIVO-REJ
004011                        MOVE 010 TO WK-COD-MOTIVO-REJ
004011                        PERFORM 215-CITAR-BLOQUEIO
004020                        PERFORM 207-GRAVAR-REJEITAI
004030                    ELSE
004040                        SUBTRACT FD-VALOR-LANCAMI
004120                    ADD 1 TO WK-QTD-REJEITADOS
004130                    MOVE 'TIPO DE LANCAMENTO INVALIDO'
004140                        TO WK-MOTIVO-REJ
004141                    MOVE 003 TO WK-COD-MOTIVO-REJ
004150                    PERFORM 207-GRAVAR-REJEITAI
004160            END-EVALUATE.
004170        209-REGRAVAR-SALDODIA.
004300                    SET MOVTO-RECUSADO TO TRUE
004310                    ADD 1 TO WK-QTD-REJEITADOS
004320                    PERFORM 207-GRAVAR-REJEITAI
004330                WHEN FD-VALOR-LANCAMI > WK-DISPONIVEL-DEBITO
004350                    SET MOVTO-RECUSADO TO TRUE
004360                    ADD 1 TO WK-QTD-REJEITADOS
004370                    MOVE 'SALDO INSUFICIENTE PARA TRANSF'
004380                        TO WK-MOTIVO-REJ
004381                    MOVE 016 TO WK-COD-MOTIVO-REJ
004381                    PERFORM 215-CITAR-BLOQUEIO
004390                    PERFORM 207-GRAVAR-REJEITAI
004400                WHEN OTHER
004410                    SUBTRACT FD-VALOR-LANCAMI
004430                    PERFORM 209-REGRAVAR-SALDODIA
004440                    PERFORM 212-CREDITAR-CONTRA-INTRADIA
004450            END-EVALUATE.
004451       *      O DISPONIVEL PARA DEBITO SEGUE A REGRA DA
004452       *      LINHA DE SALDO: SALDO MAIS LIMITE MENOS O
004453       *      VALOR SOB BLOQUEIO JUDICIAL OU RETIDO
004454       *      POR CHEQUE A COMPENSAR NA CONTA
004455        214-APURAR-DISPONIVEL.
004456            MOVE ZEROS TO WK-VALOR-BLOQUEADO.
004457            MOVE ZEROS TO WK-VALOR-RETIDO-CHQ.
004458            MOVE FD-CHAVE-LANCAMI TO WK-CHAVE-BLOQ-BUSCA.
004459            PERFORM 113-PROCURAR-BLOQUEIO.
004460            IF BLOQ-ACHADO
004461                MOVE WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
004462                    TO WK-VALOR-BLOQUEADO
004463                MOVE WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
004464                    TO WK-VALOR-RETIDO-CHQ
004465            END-IF.
004466            COMPUTE WK-DISPONIVEL-DEBITO =
004467                FD-SALDO-SALDODIA + FD-LIMITE-SALDODIA
004468                - WK-VALOR-BLOQUEADO - WK-VALOR-RETIDO-CHQ.
004469       *      QUANDO SO O BLOQUEIO OU A RETENCAO DE CHEQUE
004470       *      IMPEDE O DEBITO, A REJEICAO CITA O MOTIVO
004471        215-CITAR-BLOQUEIO.
004472            EVALUATE TRUE
004473                WHEN WK-VALOR-BLOQUEADO > ZEROS
004474                 AND FD-VALOR-LANCAMI NOT GREATER
004475                     FD-SALDO-SALDODIA + FD-LIMITE-SALDODIA
004476                    MOVE 'VALOR SOB BLOQUEIO JUDICIAL'
004477                        TO WK-MOTIVO-REJ
004478                    MOVE 020 TO WK-COD-MOTIVO-REJ
004478                WHEN WK-VALOR-RETIDO-CHQ > ZEROS
004479                 AND FD-VALOR-LANCAMI NOT GREATER
004480                     FD-SALDO-SALDODIA + FD-LIMITE-SALDODIA
004481                     - WK-VALOR-BLOQUEADO
004482                    MOVE 'VALOR SOB CHEQUE A COMPENSAR'
004483                        TO WK-MOTIVO-REJ
004484                    MOVE 021 TO WK-COD-MOTIVO-REJ
004484            END-EVALUATE.
004460        211-VALIDAR-CONTRA-INTRADIA.
004470            SET CONTRA-INVALIDA TO TRUE.
004480            IF FD-CONTRA-LANCAMI = SPACES
004490               OR FD-CONTRA-LANCAMI = FD-CHAVE-LANCAMI
004500                MOVE 'CONTRAPARTE DE TRANSF INVALIDA'
004510                    TO WK-MOTIVO-REJ
004511                MOVE 030 TO WK-COD-MOTIVO-REJ
004520            ELSE
004530                MOVE REG-SALDODIA TO WK-GUARDA-SALDODIA
004540                MOVE FD-CONTRA-LANCAMI TO FD-CHAVE-SALDODIA
004590                        IF FD-SITUACAO-SALDODIA = 'E'
004600                            MOVE 'CONTRAPARTE ENCERRADA'
004610                                TO WK-MOTIVO-REJ
004611                            MOVE 033 TO WK-COD-MOTIVO-REJ
004620                        ELSE
004630                            SET CONTRA-VALIDA TO TRUE
004640                        END-IF
004710                INVALID KEY
004720                    MOVE 'CONTRAPARTE INEXISTENTE'
004730                        TO WK-MOTIVO-REJ
004731                    MOVE 032 TO WK-COD-MOTIVO-REJ
004740                NOT INVALID KEY
004750                    IF FD-SITUACAO-CLIENTES = 'E'
004760                        MOVE 'CONTRAPARTE ENCERRADA'
004770                            TO WK-MOTIVO-REJ
004771                        MOVE 033 TO WK-COD-MOTIVO-REJ
004780                    ELSE
004790                        MOVE FD-CHAVE-CLIENTES
004800                            TO FD-CHAVE-SALDODIA
005230                    ' DOC ' FD-DOC-LANCAMI
005240                    ' SALDO DIA = ' WK-SALDO-EDIT.
005250        205-GRAVAR-LANCAMID.
005251            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMID.
005260            WRITE REG-LANCAMID.
005270            IF WK-FS-LANCAMID NOT = '00'
005280                DISPLAY 'ERRO ' WK-FS-LANCAMID
005360            MOVE FD-TIPO-LANCAMI    TO FD-TIPO-REJEITAI.
005370            MOVE FD-VALOR-LANCAMI   TO FD-VALOR-REJEITAI.
005380            MOVE WK-MOTIVO-REJ      TO FD-MOTIVO-REJEITAI.
005381            MOVE WK-COD-MOTIVO-REJ  TO FD-COD-MOTIVO-REJEITAI.
005390            IF FD-DATA-LANCAMI = ZEROS
005400                MOVE WK-DATA-SIST TO FD-DATA-REJEITAI
005410            ELSE
005450            MOVE FD-CONTRA-LANCAMI  TO FD-CONTRA-REJEITAI.
005452            MOVE FD-HORA-LANCAMI    TO FD-HORA-REJEITAI.
005454            MOVE FD-SEQ-LANCAMI     TO FD-SEQ-REJEITAI.
005455            MOVE LK-ID-EXEC-COM     TO FD-ID-EXEC-REJEITAI.
005460            WRITE REG-REJEITAI.
005470            IF WK-FS-REJEITAI NOT = '00'
005480                DISPLAY 'ERRO ' WK-FS-REJEITAI
006390            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006400            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006410            MOVE ZEROS TO JRL-RETORNO.
006411            MOVE 'EAD95856' TO LK-PROGRAMA-COM.
006412            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006413            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006420            PERFORM 194-GRAVAR-RUNJRNL.
006430        196-GRAVAR-JRNL-FIM.
006440            MOVE 'F' TO JRL-TIPO.
006490            MOVE WK-QTD-REJEITADOS
006500                TO JRL-QTD-REJEITADOS.
006510            MOVE RETURN-CODE TO JRL-RETORNO.
006511            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006520            PERFORM 194-GRAVAR-RUNJRNL.
006530        194-GRAVAR-RUNJRNL.
006540            OPEN EXTEND ARQ-RUNJRNL.
