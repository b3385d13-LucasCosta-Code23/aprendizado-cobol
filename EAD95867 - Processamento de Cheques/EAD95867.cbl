000200       *   GERA O LOTE LANCAMQ (TIPO 'Q') PARA A LINHA  *
000210       *   DE SALDOS E O COMPANHEIRO CHEQMOV COM O      *
000220       *   NUMERO COMPLETO DO CHEQUE                    *
000221       *   DEVOLVE NA ENTRADA O CHEQUE FORA DE TALAO    *
000222       *   EMITIDO NO TALOES (35), DE TALAO AINDA NAO   *
000223       *   ENTREGUE (25) OU JA PAGO NO CHEQMOV (49)     *
000230       *                                                *
000240       *   FUNCAO 'D' = DEVOLUCAO: LE OS TIPO 'Q' DO    *
000250       *   REJEITAD DA NOITE, GRAVA A DEVOLUCAO EM      *
000470                FILE STATUS IS WK-FS-LANCAMQ.
000480            SELECT ARQ-CHEQMOV  ASSIGN TO CHEQMOV
000490                FILE STATUS IS WK-FS-CHEQMOV.
000491            SELECT ARQ-TALOES   ASSIGN TO TALOES
000492                ORGANIZATION IS INDEXED
000493                ACCESS MODE IS DYNAMIC
000494                RECORD KEY IS FD-CHAVE-TALAO
000495                FILE STATUS IS WK-FS-TALOES.
986001            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
986002                FILE STATUS IS WK-FS-CAMBIO.
000500            SELECT ARQ-REJEITAD ASSIGN TO REJEITAD
001150                10 FD-QTDE-CTRL-LANCAMQ    PIC 9(6).
001160                10 FD-VALOR-CTRL-LANCAMQ   PIC 9(8)V99.
001170                10 FD-INST-CTRL-LANCAMQ    PIC 99.
001171            05 FD-ID-EXEC-LANCAMQ      PIC 9(10).
001180        FD   ARQ-CHEQMOV
001190             RECORDING MODE IS F.
001200        01  REG-CHEQMOV.
001230            05 FD-DATA-CHEQMOV     PIC 9(8).
001240            05 FD-NUMERO-CHEQMOV   PIC 9(6).
001250            05 FD-VALOR-CHEQMOV    PIC 9(6)V99.
001251        FD   ARQ-TALOES
001252             RECORDING MODE IS F.
001253        01  REG-TALOES.
001254            05 FD-CHAVE-TALAO.
001255                10 FD-CONTA-TALAO      PIC X(9).
001256                10 FD-NUM-INICIAL-TALAO PIC 9(6).
001257            05 FD-NUM-FINAL-TALAO  PIC 9(6).
001258            05 FD-DATA-SOLIC-TALAO PIC 9(8).
001259            05 FD-DATA-ENTREGA-TALAO PIC 9(8).
001260            05 FD-SITUACAO-TALAO   PIC X.
001261                88 TALAO-SOLICITADO    VALUE 'S'.
001262                88 TALAO-ENTREGUE      VALUE 'E'.
001263            05 FD-OPERADOR-TALAO   PIC X(8).
986011        FD   ARQ-CAMBIO
986012             RECORDING MODE IS F.
986013        01  REG-CAMBIO.
001380            05 FD-CONTRA-REJEITAD      PIC X(9).
001380            05 FD-HORA-REJEITAD  PIC 9(6).
001380            05 FD-SEQ-REJEITAD   PIC 9(4).
001381            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
001382            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
001390        FD   ARQ-DEVOLUC
001400             RECORDING MODE IS F.
001410        01  REG-DEVOLUC.
001460            05 FD-MOTIVO-DEVOLUC   PIC XX.
001470                88 DEVOL-SEM-FUNDOS    VALUE '12'.
001480                88 DEVOL-SUSTADO       VALUE '21'.
001481                88 DEVOL-TALAO-NAO-ENTREGUE VALUE '25'.
001482                88 DEVOL-FORA-TALAO    VALUE '35'.
001483                88 DEVOL-JA-PAGO       VALUE '49'.
001490        FD   ARQ-RUNJRNL
001500             RECORDING MODE IS F.
001510        01  REG-RUNJRNL.
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
001620        77  WK-FS-CHEQLOT  PIC XX           VALUE SPACES.
001630        77  WK-FS-SUSTADOS PIC XX           VALUE SPACES.
001640        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001660        77  WK-FS-CHEQMOV  PIC XX           VALUE SPACES.
001670        77  WK-FS-REJEITAD PIC XX           VALUE SPACES.
001680        77  WK-FS-DEVOLUC  PIC XX           VALUE SPACES.
001681        77  WK-FS-TALOES   PIC XX           VALUE SPACES.
001690        77  WK-FUNCAO      PIC X            VALUE SPACE.
001700            88 FUNCAO-ENTRADA                VALUE 'E'.
001710            88 FUNCAO-DEVOLUCAO              VALUE 'D'.
001733        77  WK-CHQ-ACHADO  PIC X            VALUE 'N'.
001733            88 CHQ-ACHADO                     VALUE 'S'.
001733            88 CHQ-NAO-ACHADO                 VALUE 'N'.
001734        77  WK-TALAO-ACHADO PIC X           VALUE 'N'.
001735            88 TALAO-ACHADO                   VALUE 'S'.
001736            88 TALAO-NAO-ACHADO               VALUE 'N'.
001737        77  WK-MOTIVO-DEVOL PIC XX          VALUE SPACES.
001738        01  LK-AREA-PODERES.
001739            05 LK-PODER-POD        PIC X.
001740            05 LK-CHAVE-POD        PIC X(9).
001741            05 LK-IDENT-POD        PIC 9(10).
001742            05 LK-VALOR-POD        PIC 9(8)V99.
001743            05 LK-DATA-POD         PIC 9(8).
001744            05 LK-RESPOSTA-POD     PIC X.
001745            05 LK-MOTIVO-POD       PIC X(30).
001746        77  WK-PROG-PODERES    PIC X(8)     VALUE 'EAD95920'.
001733        01  WK-TAB-CHEQMOV.
001733            05 WK-CHQ-OCC         OCCURS 2000 TIMES.
001733                10 WK-CHQ-CHAVE       PIC X(9).
001733                10 WK-CHQ-DOC         PIC 9(4).
001733                10 WK-CHQ-DATA        PIC 9(8).
001733                10 WK-CHQ-NUMERO      PIC 9(6).
001734                10 WK-CHQ-DEVOLVIDO   PIC X.
001740        77  WK-DATA-LOTE   PIC 9(8)         VALUE ZEROS.
001750        77  WK-QTD-LIDOS   PIC 9(6)         VALUE ZEROS.
001760        77  WK-QTD-ACEITOS PIC 9(6)         VALUE ZEROS.
002320                PERFORM 102-CARREGAR-SUSTADOS
002330                PERFORM 103-ABRIR-CLIENTES
002340                PERFORM 104-ABRIR-CHEQLOT
002341                PERFORM 112-CARREGAR-CHEQMOV
002342                PERFORM 114-CARREGAR-DEVOLUC
002343                PERFORM 115-ABRIR-TALOES
002350                PERFORM 105-ABRIR-CHEQMOV
002360            ELSE
002365                PERFORM 112-CARREGAR-CHEQMOV
002556                TO WK-CHQ-DATA(WK-QTD-CHQTAB).
002556            MOVE FD-NUMERO-CHEQMOV
002556                TO WK-CHQ-NUMERO(WK-QTD-CHQTAB).
002557            MOVE 'N' TO WK-CHQ-DEVOLVIDO(WK-QTD-CHQTAB).
002556            PERFORM 304-LER-CHEQMOV.
002557       *      CHEQUE DEVOLVIDO POR FALTA DE FUNDOS NAO FOI
002558       *      PAGO: CADA DEVOLUCAO ANULA UMA APRESENTACAO
002559       *      DO MESMO NUMERO NO CHEQMOV
002560        114-CARREGAR-DEVOLUC.
002561            OPEN INPUT ARQ-DEVOLUC.
002562            EVALUATE WK-FS-DEVOLUC
002563                WHEN '00'
002564                    PERFORM 305-LER-DEVOLUC
002565                    PERFORM 116-MARCAR-DEVOLVIDO
002566                        UNTIL WK-FS-DEVOLUC = '10'
002567                    CLOSE ARQ-DEVOLUC
002568                WHEN '35'
002569                    CONTINUE
002570                WHEN OTHER
002571                    DISPLAY 'ERRO ' WK-FS-DEVOLUC
002572                            ' NO COMANDO OPEN DEVOLUC'
002573                    MOVE 12 TO RETURN-CODE
002574                    STOP RUN
002575            END-EVALUATE.
002576            MOVE SPACES TO WK-FS-DEVOLUC.
002577        115-ABRIR-TALOES.
002578            OPEN INPUT ARQ-TALOES.
002579            EVALUATE WK-FS-TALOES
002580                WHEN '00'
002581                    CONTINUE
002582                WHEN '35'
002583                    DISPLAY 'ARQUIVO TALOES NAO ENCONTRADO'
002584                    MOVE 12 TO RETURN-CODE
002585                    STOP RUN
002586                WHEN OTHER
002587                    DISPLAY 'ERRO ' WK-FS-TALOES
002588                            ' NO COMANDO OPEN TALOES'
002589                    MOVE 12 TO RETURN-CODE
002590                    STOP RUN
002591            END-EVALUATE.
002592        116-MARCAR-DEVOLVIDO.
002593            IF DEVOL-SEM-FUNDOS
002594                SET CHQ-NAO-ACHADO TO TRUE
002595                PERFORM 117-CONFERIR-DEVOLVIDO
002596                    VARYING WK-IDX-CHQ FROM 1 BY 1
002597                    UNTIL WK-IDX-CHQ > WK-QTD-CHQTAB
002598                       OR CHQ-ACHADO
002599            END-IF.
002600            PERFORM 305-LER-DEVOLUC.
002601        117-CONFERIR-DEVOLVIDO.
002602            IF WK-CHQ-CHAVE(WK-IDX-CHQ) = FD-CHAVE-DEVOLUC
002603               AND WK-CHQ-NUMERO(WK-IDX-CHQ) = FD-NUMERO-DEVOLUC
002604               AND WK-CHQ-DEVOLVIDO(WK-IDX-CHQ) NOT = 'S'
002605                MOVE 'S' TO WK-CHQ-DEVOLVIDO(WK-IDX-CHQ)
002606                SET CHQ-ACHADO TO TRUE
002607            END-IF.
002560        110-REGISTRAR-SUSTADO.
002570            IF WK-QTD-SUSTADOS NOT LESS 2000
002580                DISPLAY 'TABELA DE SUSTACOES CHEIA, LIMITE 2000'
003960                    IF CONTA-ENCERRADA
003970                        PERFORM 208-DEVOLVER-SEM-CONTA
003980                    ELSE
003990                        PERFORM 212-VALIDAR-TALAO
004000                    END-IF
004010            END-READ.
004020       *      O NUMERO COMPLETO DO CHEQUE VIAJA NO
004230            MOVE FD-DATA-APRES-CHEQLOT TO FD-DATA-CHEQMOV.
004240            MOVE FD-NUMERO-CHEQLOT TO FD-NUMERO-CHEQMOV.
004250            MOVE FD-VALOR-CHEQLOT  TO FD-VALOR-CHEQMOV.
004255            PERFORM 218-INCLUIR-CHEQUE-TAB.
004260            WRITE REG-CHEQMOV.
004270            IF WK-FS-CHEQMOV NOT = '00'
004280                DISPLAY 'ERRO ' WK-FS-CHEQMOV
004300                MOVE 12 TO RETURN-CODE
004310                STOP RUN
004320            END-IF.
004322       *      SO E ACEITO O CHEQUE DE TALAO EMITIDO PARA A
004323       *      CONTA, JA ENTREGUE AO CLIENTE E AINDA NAO PAGO;
004324       *      EM CONTA PJ O EMITENTE PRECISA DE PODER DE
004325       *      CHEQUE VALIDO PARA O VALOR (ALINEA 22)
004324        212-VALIDAR-TALAO.
004325            PERFORM 213-PROCURAR-TALAO.
004326            IF TALAO-ACHADO AND TALAO-ENTREGUE
004327                PERFORM 215-PROCURAR-CHEQUE-PAGO
004328            END-IF.
004329            MOVE 'S' TO LK-RESPOSTA-POD.
004330            IF TALAO-ACHADO AND TALAO-ENTREGUE AND CHQ-NAO-ACHADO
004331                PERFORM 219-CONFERIR-PODERES
004328            END-IF.
004329            EVALUATE TRUE
004330                WHEN TALAO-NAO-ACHADO
004331                    MOVE '35' TO WK-MOTIVO-DEVOL
004332                    PERFORM 217-DEVOLVER-POR-TALAO
004333                WHEN NOT TALAO-ENTREGUE
004334                    MOVE '25' TO WK-MOTIVO-DEVOL
004335                    PERFORM 217-DEVOLVER-POR-TALAO
004336                WHEN CHQ-ACHADO
004337                    MOVE '49' TO WK-MOTIVO-DEVOL
004338                    PERFORM 217-DEVOLVER-POR-TALAO
004339                WHEN LK-RESPOSTA-POD = 'N'
004340                    MOVE '22' TO WK-MOTIVO-DEVOL
004338                    PERFORM 217-DEVOLVER-POR-TALAO
004339                WHEN OTHER
004340                    PERFORM 209-ACEITAR-CHEQUE
004341            END-EVALUATE.
004342        213-PROCURAR-TALAO.
004343            SET TALAO-NAO-ACHADO TO TRUE.
004344            MOVE FD-CHAVE-CHEQLOT TO FD-CONTA-TALAO.
004345            MOVE ZEROS TO FD-NUM-INICIAL-TALAO.
004346            START ARQ-TALOES
004347                KEY NOT LESS FD-CHAVE-TALAO
004348                INVALID KEY
004349                    MOVE '10' TO WK-FS-TALOES
004350            END-START.
004351            IF WK-FS-TALOES = '00'
004352                PERFORM 306-LER-TALOES
004353                PERFORM 214-CONFERIR-TALAO
004354                    UNTIL WK-FS-TALOES NOT = '00'
004355                       OR FD-CONTA-TALAO NOT = FD-CHAVE-CHEQLOT
004356                       OR TALAO-ACHADO
004357            END-IF.
004358            MOVE '00' TO WK-FS-TALOES.
004359        214-CONFERIR-TALAO.
004360            IF FD-NUMERO-CHEQLOT NOT LESS FD-NUM-INICIAL-TALAO
004361               AND FD-NUMERO-CHEQLOT NOT GREATER
004362                   FD-NUM-FINAL-TALAO
004363                SET TALAO-ACHADO TO TRUE
004364            ELSE
004365                PERFORM 306-LER-TALOES
004366            END-IF.
004367        215-PROCURAR-CHEQUE-PAGO.
004368            SET CHQ-NAO-ACHADO TO TRUE.
004369            PERFORM 216-CONFERIR-CHEQUE-PAGO
004370                VARYING WK-IDX-CHQ FROM 1 BY 1
004371                UNTIL WK-IDX-CHQ > WK-QTD-CHQTAB
004372                   OR CHQ-ACHADO.
004373        216-CONFERIR-CHEQUE-PAGO.
004374            IF WK-CHQ-CHAVE(WK-IDX-CHQ) = FD-CHAVE-CHEQLOT
004375               AND WK-CHQ-NUMERO(WK-IDX-CHQ) = FD-NUMERO-CHEQLOT
004376               AND WK-CHQ-DEVOLVIDO(WK-IDX-CHQ) NOT = 'S'
004377                SET CHQ-ACHADO TO TRUE
004378            END-IF.
004379        217-DEVOLVER-POR-TALAO.
004380            ADD 1 TO WK-QTD-DEVOLVIDOS.
004381            MOVE FD-CHAVE-CHEQLOT  TO FD-CHAVE-DEVOLUC.
004382            MOVE FD-NUMERO-CHEQLOT TO FD-NUMERO-DEVOLUC.
004383            MOVE FD-VALOR-CHEQLOT  TO FD-VALOR-DEVOLUC.
004384            MOVE WK-DATA-SIST      TO FD-DATA-DEVOLUC.
004385            MOVE WK-MOTIVO-DEVOL   TO FD-MOTIVO-DEVOLUC.
004386            PERFORM 210-GRAVAR-DEVOLUC.
004387       *      O CHEQUE ACEITO NESTE LOTE JA CONTA COMO PAGO
004388       *      PARA UMA REAPRESENTACAO NO MESMO LOTE
004389        218-INCLUIR-CHEQUE-TAB.
004390            IF WK-QTD-CHQTAB NOT LESS 2000
004391                DISPLAY 'TABELA DE CHEQMOV CHEIA, LIMITE 2000'
004392                MOVE 12 TO RETURN-CODE
004393                STOP RUN
004394            END-IF.
004395            ADD 1 TO WK-QTD-CHQTAB.
004396            MOVE FD-CHAVE-CHEQMOV
004397                TO WK-CHQ-CHAVE(WK-QTD-CHQTAB).
004398            MOVE FD-DOC-CHEQMOV
004399                TO WK-CHQ-DOC(WK-QTD-CHQTAB).
004400            MOVE FD-DATA-CHEQMOV
004401                TO WK-CHQ-DATA(WK-QTD-CHQTAB).
004402            MOVE FD-NUMERO-CHEQMOV
004403                TO WK-CHQ-NUMERO(WK-QTD-CHQTAB).
004404            MOVE 'N' TO WK-CHQ-DEVOLVIDO(WK-QTD-CHQTAB).
004405        219-CONFERIR-PODERES.
004406            MOVE 'Q'                   TO LK-PODER-POD.
004407            MOVE FD-CHAVE-CHEQLOT      TO LK-CHAVE-POD.
004408            MOVE FD-NUMERO-CHEQLOT     TO LK-IDENT-POD.
004409            MOVE FD-VALOR-CHEQLOT      TO LK-VALOR-POD.
004410            MOVE FD-DATA-APRES-CHEQLOT TO LK-DATA-POD.
004411            CALL WK-PROG-PODERES USING LK-AREA-PODERES.
004330       *      SUSTACAO DEVOLVE NA ENTRADA, COM TARIFA DE
004340       *      DEVOLUCAO COBRADA NO PROPRIO LOTE
004350        204-DEVOLVER-SUSTADO.
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
004940        205-GRAVAR-LANCAMQ.
004941            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMQ.
004950            WRITE REG-LANCAMQ.
004960            IF WK-FS-LANCAMQ NOT = '00'
004970                DISPLAY 'ERRO ' WK-FS-LANCAMQ
005535                    MOVE 12 TO RETURN-CODE
005535                    STOP RUN
005535            END-EVALUATE.
005536        305-LER-DEVOLUC.
005537            READ ARQ-DEVOLUC.
005538            EVALUATE WK-FS-DEVOLUC
005539                WHEN '00'
005540                    CONTINUE
005541                WHEN '10'
005542                    CONTINUE
005543                WHEN OTHER
005544                    DISPLAY 'ERRO ' WK-FS-DEVOLUC
005545                            ' NO COMANDO READ DEVOLUC'
005546                    MOVE 12 TO RETURN-CODE
005547                    STOP RUN
005548            END-EVALUATE.
005549        306-LER-TALOES.
005550            READ ARQ-TALOES NEXT.
005551            EVALUATE WK-FS-TALOES
005552                WHEN '00'
005553                    CONTINUE
005554                WHEN '10'
005555                    CONTINUE
005556                WHEN OTHER
005557                    DISPLAY 'ERRO ' WK-FS-TALOES
005558                            ' NO COMANDO READ TALOES'
005559                    MOVE 12 TO RETURN-CODE
005560                    STOP RUN
005561            END-EVALUATE.
005540        302-LER-SUSTADOS.
005550            READ ARQ-SUSTADOS.
005560            EVALUATE WK-FS-SUSTADOS
005840            MOVE ZEROS TO JRL-QTD-GRAVADOS.
005850            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005860            MOVE ZEROS TO JRL-RETORNO.
005861            MOVE 'EAD95867' TO LK-PROGRAMA-COM.
005862            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
005863            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005870            PERFORM 194-GRAVAR-RUNJRNL.
005880        196-GRAVAR-JRNL-FIM.
005890            MOVE 'F' TO JRL-TIPO.
005940            MOVE WK-QTD-DEVOLVIDOS
005950                TO JRL-QTD-REJEITADOS.
005960            MOVE RETURN-CODE TO JRL-RETORNO.
005961            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005970            PERFORM 194-GRAVAR-RUNJRNL.
005980        194-GRAVAR-RUNJRNL.
005990            OPEN EXTEND ARQ-RUNJRNL.
006360                CLOSE ARQ-CHEQLOT
006370                CLOSE ARQ-CLIENTES
006380                CLOSE ARQ-CHEQMOV
006381                CLOSE ARQ-TALOES
006390            ELSE
006400                CLOSE ARQ-REJEITAD
006410            END-IF.
