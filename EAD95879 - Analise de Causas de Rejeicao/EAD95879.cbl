000180       *   PARETO MENSAL POR MOTIVO, TENDENCIA DE CADA  *
000190       *   MOTIVO NOS ULTIMOS MESES E AS AGENCIAS E     *
000200       *   CONTAS QUE MAIS REJEITAM                     *
000201       *   AS CAUSAS SAO AGRUPADAS PELO CODIGO DO       *
000202       *   MOTIVO, COM DESCRICAO E AREA DO CATALOGO     *
000203       *   MOTREJ (EAD95890); REJEICAO SEM CODIGO       *
000204       *   AGRUPA PELO TEXTO DO MOTIVO                  *
000210       **************************************************
000220       *
000230        ENVIRONMENT DIVISION.
000300                FILE STATUS IS WK-FS-RUNJRNL.
000310            SELECT ARQ-REJHIST  ASSIGN TO REJHIST
000320                FILE STATUS IS WK-FS-REJHIST.
000321            SELECT ARQ-MOTREJ   ASSIGN TO MOTREJ
000322                FILE STATUS IS WK-FS-MOTREJ.
000330            SELECT ARQ-RELREJTD ASSIGN TO RELREJTD
000340                FILE STATUS IS WK-FS-RELREJTD.
000350       *
000530            05 FD-CONTRA-REJEITAD      PIC X(9).
000540            05 FD-HORA-REJEITAD        PIC 9(6).
000550            05 FD-SEQ-REJEITAD         PIC 9(4).
000551            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
000552            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
000552        FD   ARQ-MOTREJ
000553             RECORDING MODE IS F.
000554        01  REG-MOTREJ.
000555            05 FD-CODIGO-MOTREJ    PIC 9(3).
000556            05 FD-DESCRICAO-MOTREJ PIC X(30).
000557            05 FD-RETENTAVEL-MOTREJ PIC X.
000558            05 FD-NOTIFICA-MOTREJ  PIC X.
000559            05 FD-AREA-MOTREJ      PIC X(5).
000560        FD   ARQ-RELREJTD
000570             RECORDING MODE IS F.
000580        01  REG-RELREJTD               PIC X(78).
000670            05 JRL-QTD-GRAVADOS    PIC 9(7).
000680            05 JRL-QTD-REJEITADOS  PIC 9(7).
000690            05 JRL-RETORNO         PIC 9(4).
000691            05 JRL-ID-EXEC         PIC 9(10).
000700        WORKING-STORAGE SECTION.
000710        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000711        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000712        01  LK-AREA-ID-EXEC.
000713            05 LK-PROGRAMA-COM     PIC X(8).
000714            05 LK-ID-EXEC-COM      PIC 9(10).
000720        77  WK-FS-REJHIST  PIC XX           VALUE SPACES.
000721        77  WK-FS-MOTREJ   PIC XX           VALUE SPACES.
000722       *      CATALOGO MOTREJ INDEXADO PELO PROPRIO CODIGO
000723        01  WK-TAB-MOTIVOS.
000724            05 WK-MOT-OCC         OCCURS 999 TIMES.
000725                10 WK-MOT-CADASTRADO  PIC X.
000726                10 WK-MOT-DESCRICAO   PIC X(30).
000727                10 WK-MOT-AREA        PIC X(5).
000728        77  WK-COD-CAUSA   PIC 9(3)         VALUE ZEROS.
000730        77  WK-FS-RELREJTD PIC XX           VALUE SPACES.
000740        77  WK-ANOMES-DE   PIC 9(6)         VALUE ZEROS.
000750        77  WK-ANOMES-ATE  PIC 9(6)         VALUE ZEROS.
000940            88 CAUSA-NAO-ACHADA               VALUE 'N'.
000950        01  WK-TAB-CAUSAS.
000960            05 WK-CAUSA-OCC       OCCURS 30 TIMES.
000961                10 WK-CAU-CODIGO     PIC 9(3).
000970                10 WK-CAU-MOTIVO     PIC X(30).
000971                10 WK-CAU-AREA       PIC X(5).
000980                10 WK-CAU-TOTAL      PIC 9(7).
000990                10 WK-CAU-MES-OCC    OCCURS 12 TIMES.
001000                    15 WK-CAU-QTDE       PIC 9(6).
001280        77  WK-QTD-LISTADOS PIC 99          VALUE ZEROS.
001290        01  WK-LINHA-PARETO.
001300            05 FILLER          PIC X(07) VALUE 'MOTIVO '.
001301            05 WK-CODIGO-REL   PIC 9(3).
001302            05 FILLER          PIC X(01) VALUE SPACE.
001310            05 WK-MOTIVO-REL   PIC X(30).
001311            05 FILLER          PIC X(06) VALUE ' AREA '.
001312            05 WK-AREA-REL     PIC X(5).
001320            05 FILLER          PIC X(07) VALUE ' TOTAL '.
001330            05 WK-TOTAL-REL    PIC ZZZZZZ9.
001340        01  WK-LINHA-TENDENCIA.
001620            IF WK-ANOMES-ATE = ZEROS
001630                MOVE 999912 TO WK-ANOMES-ATE
001640            END-IF.
001641            PERFORM 102-CARREGAR-MOTREJ.
001650            OPEN INPUT ARQ-REJHIST.
001660            EVALUATE WK-FS-REJHIST
001670                WHEN '00'
001830                MOVE 12 TO RETURN-CODE
001840                STOP RUN
001850            END-IF.
001851        102-CARREGAR-MOTREJ.
001852            MOVE SPACES TO WK-TAB-MOTIVOS.
001853            OPEN INPUT ARQ-MOTREJ.
001854            EVALUATE WK-FS-MOTREJ
001855                WHEN '00'
001856                    PERFORM 302-LER-MOTREJ
001857                    PERFORM 103-REGISTRAR-MOTIVO
001858                        UNTIL WK-FS-MOTREJ = '10'
001859                    CLOSE ARQ-MOTREJ
001860                WHEN '35'
001861                    DISPLAY 'CATALOGO MOTREJ NAO ENCONTRADO'
001862                    MOVE 12 TO RETURN-CODE
001863                    STOP RUN
001864                WHEN OTHER
001865                    DISPLAY 'ERRO ' WK-FS-MOTREJ
001866                            ' NO COMANDO OPEN MOTREJ'
001867                    MOVE 12 TO RETURN-CODE
001868                    STOP RUN
001869            END-EVALUATE.
001870        103-REGISTRAR-MOTIVO.
001871            IF FD-CODIGO-MOTREJ IS NUMERIC
001872               AND FD-CODIGO-MOTREJ > ZEROS
001873                MOVE 'S' TO WK-MOT-CADASTRADO(FD-CODIGO-MOTREJ)
001874                MOVE FD-DESCRICAO-MOTREJ
001875                    TO WK-MOT-DESCRICAO(FD-CODIGO-MOTREJ)
001876                MOVE FD-AREA-MOTREJ
001877                    TO WK-MOT-AREA(FD-CODIGO-MOTREJ)
001878            END-IF.
001879            PERFORM 302-LER-MOTREJ.
001860       ***********************************************
001870        200-PROCESSAR SECTION.
001880        201-ACUMULAR.
002180                MOVE FD-ANOMES-REJEITAD
002190                    TO WK-MES-ANOMES(WK-IDX-MES-ACH)
002200            END-IF.
002201       *      O HISTORICO ANTERIOR AO CATALOGO NAO TRAZ O
002202       *      CODIGO: ESSAS REJEICOES FICAM NO CODIGO ZERO,
002203       *      SEPARADAS PELO TEXTO DO MOTIVO
002210        203-ACUMULAR-CAUSA.
002211            IF FD-COD-MOTIVO-REJEITAD IS NUMERIC
002212                MOVE FD-COD-MOTIVO-REJEITAD TO WK-COD-CAUSA
002213            ELSE
002214                MOVE ZEROS TO WK-COD-CAUSA
002215            END-IF.
002220            SET CAUSA-NAO-ACHADA TO TRUE.
002230            PERFORM VARYING WK-IDX-CAUSA FROM 1 BY 1
002240                    UNTIL WK-IDX-CAUSA > WK-QTD-CAUSAS
002250                            OR CAUSA-ACHADA
002251                IF WK-CAU-CODIGO(WK-IDX-CAUSA) = WK-COD-CAUSA
002252                   AND (WK-COD-CAUSA > ZEROS
002253                        OR WK-CAU-MOTIVO(WK-IDX-CAUSA)
002254                               = FD-MOTIVO-REJEITAD)
002280                    SET CAUSA-ACHADA TO TRUE
002290                    MOVE WK-IDX-CAUSA TO WK-IDX-CAU-ACH
002300                END-IF
002370                END-IF
002380                ADD 1 TO WK-QTD-CAUSAS
002390                MOVE WK-QTD-CAUSAS TO WK-IDX-CAU-ACH
002391                PERFORM 206-DESCREVER-CAUSA
002420            END-IF.
002430            ADD 1 TO WK-CAU-TOTAL(WK-IDX-CAU-ACH).
002440            ADD 1 TO WK-CAU-QTDE(WK-IDX-CAU-ACH,
002910                    TO WK-CT-CHAVE(WK-IDX-CT-ACH)
002920            END-IF.
002930            ADD 1 TO WK-CT-QTDE(WK-IDX-CT-ACH).
002931        206-DESCREVER-CAUSA.
002932            MOVE WK-COD-CAUSA TO WK-CAU-CODIGO(WK-IDX-CAU-ACH).
002933            MOVE FD-MOTIVO-REJEITAD
002934                TO WK-CAU-MOTIVO(WK-IDX-CAU-ACH).
002935            MOVE SPACES TO WK-CAU-AREA(WK-IDX-CAU-ACH).
002936            IF WK-COD-CAUSA > ZEROS
002937                IF WK-MOT-CADASTRADO(WK-COD-CAUSA) = 'S'
002938                    MOVE WK-MOT-DESCRICAO(WK-COD-CAUSA)
002939                        TO WK-CAU-MOTIVO(WK-IDX-CAU-ACH)
002940                    MOVE WK-MOT-AREA(WK-COD-CAUSA)
002941                        TO WK-CAU-AREA(WK-IDX-CAU-ACH)
002942                END-IF
002943            END-IF.
002940       ***********************************************
002950        300-LER-REJHIST SECTION.
002960        301-LER-REJHIST.
003030                WHEN OTHER
003040                    DISPLAY 'ERRO ' WK-FS-REJHIST
003050                            ' NO COMANDO READ REJHIST'
003051                    MOVE 12 TO RETURN-CODE
003052                    STOP RUN
003053            END-EVALUATE.
003054        302-LER-MOTREJ.
003055            READ ARQ-MOTREJ.
003056            EVALUATE WK-FS-MOTREJ
003057                WHEN '00'
003058                    CONTINUE
003059                WHEN '10'
003060                    CONTINUE
003061                WHEN OTHER
003062                    DISPLAY 'ERRO ' WK-FS-MOTREJ
003063                            ' NO COMANDO READ MOTREJ'
003060                    MOVE 12 TO RETURN-CODE
003070                    STOP RUN
003080            END-EVALUATE.
003130            MOVE ZEROS TO JRL-QTD-GRAVADOS.
003140            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003150            MOVE ZEROS TO JRL-RETORNO.
003151            MOVE 'EAD95879' TO LK-PROGRAMA-COM.
003152            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
003153            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003160            PERFORM 194-GRAVAR-RUNJRNL.
003170        196-GRAVAR-JRNL-FIM.
003180            MOVE 'F' TO JRL-TIPO.
003220                TO JRL-QTD-GRAVADOS.
003230            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003240            MOVE RETURN-CODE TO JRL-RETORNO.
003241            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003250            PERFORM 194-GRAVAR-RUNJRNL.
003260        194-GRAVAR-RUNJRNL.
003270            OPEN EXTEND ARQ-RUNJRNL.
003930            END-PERFORM.
003940            IF WK-CAU-MAIOR > ZEROS
003950                MOVE 'S' TO WK-CAU-USADA(WK-CAU-MAIOR)
003951                MOVE WK-CAU-CODIGO(WK-CAU-MAIOR)
003952                    TO WK-CODIGO-REL
003953                MOVE WK-CAU-AREA(WK-CAU-MAIOR)
003954                    TO WK-AREA-REL
003960                MOVE WK-CAU-MOTIVO(WK-CAU-MAIOR)
003970                    TO WK-MOTIVO-REL
003980                MOVE WK-CAU-TOTAL(WK-CAU-MAIOR)
