000070       *   REVISAO DOS LIMITES DE CHEQUE ESPECIAL       *
000080       *   (MEDIA DO CLIENTEN, REJEICOES POR SALDO E    *
000090       *   VOLUME DE MOVIMENTO -> PROPOSTAS EM MANCLI)  *
000091       *                                                *
000092       *   O AUMENTO QUE LEVA O GRUPO ECONOMICO DA      *
000093       *   CONTA (GRPCONC DO EAD95932) ACIMA DO LIMITE  *
000094       *   E RECUSADO; ACIMA DO ALERTA A PROPOSTA VAI   *
000095       *   PARA APROVACAO NO MANCLIPA                   *
000100       **************************************************
000110       *
000120        ENVIRONMENT DIVISION.
000250                FILE STATUS IS WK-FS-MANCLIP.
000260            SELECT ARQ-RELLIMIT ASSIGN TO RELLIMIT
000270                FILE STATUS IS WK-FS-RELLIMIT.
000271            SELECT ARQ-GRPCONC  ASSIGN TO GRPCONC
000272                FILE STATUS IS WK-FS-GRPCONC.
000273            SELECT ARQ-MANCLIPA ASSIGN TO MANCLIPA
000274                FILE STATUS IS WK-FS-MANCLIPA.
000280       *
000290        DATA DIVISION.
000300        FILE SECTION.
000535            05 FD-CONTRA-REJEITAD  PIC X(9).
000535            05 FD-HORA-REJEITAD  PIC 9(6).
000535            05 FD-SEQ-REJEITAD   PIC 9(4).
000536            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
000537            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
000540        FD   ARQ-LANCAM
000550             RECORDING MODE IS F.
000560        01  REG-LANCAM.
000665                10 FD-CONTRA-LANCAM       PIC X(9).
000666                10 FD-HORA-LANCAM         PIC 9(6).
000667                10 FD-SEQ-LANCAM          PIC 9(4).
000668            05 FD-ID-EXEC-LANCAM       PIC 9(10).
000670        FD   ARQ-MANCLIP
000680             RECORDING MODE IS F.
000690        01  REG-MANCLIP.
000830        FD   ARQ-RELLIMIT
000840             RECORDING MODE IS F.
000850        01  REG-RELLIMIT               PIC X(78).
000851        FD   ARQ-GRPCONC
000852             RECORDING MODE IS F.
000853        01  REG-GRPCONC.
000854            05 FD-CHAVE-GRC        PIC X(9).
000855            05 FD-GRUPO-GRC        PIC X(6).
000856            05 FD-TAXA-GRC         PIC 9(3)V9(4).
000857            05 FD-LIMITE-GRC       PIC 9(13)V99.
000858            05 FD-ALERTA-GRC       PIC 9(13)V99.
000859            05 FD-EXPOSICAO-GRC    PIC 9(13)V99.
000860        FD   ARQ-MANCLIPA
000861             RECORDING MODE IS F.
000862        01  REG-MANCLIPA               PIC X(126).
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000860        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000870        77  WK-FS-CLIENTEN PIC XX           VALUE SPACES.
000880        77  WK-FS-REJEITAD PIC XX           VALUE SPACES.
000890        77  WK-FS-LANCAM   PIC XX           VALUE SPACES.
000900        77  WK-FS-MANCLIP  PIC XX           VALUE SPACES.
000910        77  WK-FS-RELLIMIT PIC XX           VALUE SPACES.
000911        77  WK-FS-GRPCONC  PIC XX           VALUE SPACES.
000912        77  WK-FS-MANCLIPA PIC XX           VALUE SPACES.
000920        77  WK-QTD-CONTAS  PIC 9(4)         VALUE ZEROS.
000930        77  WK-IDX-CONTA   PIC 9(4)         VALUE ZEROS.
000940        77  WK-IDX-CT-ACH  PIC 9(4)         VALUE ZEROS.
001124        77  WK-PONTOS-MOV  PIC 9(6)V99      VALUE ZEROS.
001130        77  WK-DIF-LIMITE  PIC S9(7)V99     VALUE ZEROS.
001140        77  WK-QTD-PROPOSTAS PIC 9(4)       VALUE ZEROS.
001141       *      CONTAS DE GRUPO ECONOMICO E EXPOSICAO DO GRUPO,
001142       *      SOMADA DOS AUMENTOS PROPOSTOS NESTA REVISAO
001143        77  WK-QTD-GCT     PIC 9(4)         VALUE ZEROS.
001144        77  WK-IDX-GCT     PIC 9(4)         VALUE ZEROS.
001145        77  WK-IDX-GCT-ACH PIC 9(4)         VALUE ZEROS.
001146        01  WK-TAB-GCT.
001147            05 WK-GCT-OCC         OCCURS 9999 TIMES.
001148                10 WK-GCT-CHAVE      PIC X(9).
001149                10 WK-GCT-IDX-GRC    PIC 9(4).
001150                10 WK-GCT-TAXA       PIC 9(3)V9(4).
001151        77  WK-QTD-GRC     PIC 9(4)         VALUE ZEROS.
001152        77  WK-IDX-GRC     PIC 9(4)         VALUE ZEROS.
001153        77  WK-IDX-GRC-ACH PIC 9(4)         VALUE ZEROS.
001154        01  WK-TAB-GRC.
001155            05 WK-GRC-OCC         OCCURS 1000 TIMES.
001156                10 WK-GRC-GRUPO      PIC X(6).
001157                10 WK-GRC-LIMITE     PIC 9(13)V99.
001158                10 WK-GRC-ALERTA     PIC 9(13)V99.
001159                10 WK-GRC-EXPOSICAO  PIC 9(13)V99.
001160        77  WK-AUMENTO-BRL PIC 9(11)V99     VALUE ZEROS.
001161        77  WK-EXPOSICAO-NOVA PIC 9(13)V99  VALUE ZEROS.
001162        77  WK-CONC-SIT    PIC X            VALUE 'N'.
001163            88 CONCENTRACAO-NORMAL           VALUE 'N'.
001164            88 CONCENTRACAO-APROVACAO        VALUE 'A'.
001165            88 CONCENTRACAO-RECUSADA         VALUE 'R'.
001166        77  WK-QTD-CONC-RECUSADAS PIC 9(4)  VALUE ZEROS.
001167        77  WK-QTD-EM-APROVACAO PIC 9(4)    VALUE ZEROS.
001150        01  WK-LINHA-LIMITE.
001160            05 WK-CHAVE-REL    PIC X(9).
001170            05 FILLER          PIC X(07) VALUE ' MEDIA '.
001250            05 FILLER          PIC X(10)
001260                 VALUE ' PROPOSTO '.
001270            05 WK-NOVO-REL     PIC ZZZ.ZZ9,99.
001271        01  WK-LINHA-GRUPO.
001272            05 FILLER          PIC X(08) VALUE '  GRUPO '.
001273            05 WK-GRUPO-REL    PIC X(6).
001274            05 FILLER          PIC X(11) VALUE ' EXPOSICAO '.
001275            05 WK-EXPOS-REL    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
001276            05 FILLER          PIC X(07) VALUE ' LIMITE'.
001277            05 WK-LIM-GRP-REL  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
001278            05 FILLER          PIC X(01) VALUE SPACE.
001279            05 WK-SIT-GRP-REL  PIC X(08).
001280       *
001290        PROCEDURE DIVISION.
001300        000-PRINCIPAL SECTION.
001550            OPEN INPUT ARQ-LANCAM.
001560            IF WK-FS-LANCAM = '35'
001570                MOVE '10' TO WK-FS-LANCAM
001571            END-IF.
001572            OPEN INPUT ARQ-GRPCONC.
001573            EVALUATE WK-FS-GRPCONC
001574                WHEN '00'
001575                    PERFORM 304-LER-GRPCONC
001576                    PERFORM 208-REGISTRAR-GRPCONC
001577                        UNTIL WK-FS-GRPCONC = '10'
001578                    CLOSE ARQ-GRPCONC
001579                WHEN '35'
001580                    DISPLAY 'SEM GRPCONC, CONCENTRACAO POR GRUPO '
001581                            'NAO CONFERIDA'
001582                WHEN OTHER
001583                    DISPLAY 'ERRO ' WK-FS-GRPCONC
001584                            ' NO COMANDO OPEN GRPCONC'
001585                    MOVE 12 TO RETURN-CODE
001586                    STOP RUN
001587            END-EVALUATE.
001588            OPEN OUTPUT ARQ-MANCLIPA.
001589            IF WK-FS-MANCLIPA NOT = '00'
001590                DISPLAY 'ERRO ' WK-FS-MANCLIPA
001591                        ' NO COMANDO OPEN MANCLIPA'
001592                MOVE 12 TO RETURN-CODE
001593                STOP RUN
001580            END-IF.
001590            OPEN OUTPUT ARQ-MANCLIP.
001600            OPEN OUTPUT ARQ-RELLIMIT.
002470                END-IF
002480            END-PERFORM.
002490       ***********************************************
002491        208-REGISTRAR-GRPCONC.
002492            MOVE ZEROS TO WK-IDX-GRC-ACH.
002493            PERFORM 209-COMPARAR-GRUPO
002494                VARYING WK-IDX-GRC FROM 1 BY 1
002495                UNTIL WK-IDX-GRC > WK-QTD-GRC
002496                   OR WK-IDX-GRC-ACH > ZEROS.
002497            IF WK-IDX-GRC-ACH = ZEROS
002498                IF WK-QTD-GRC NOT LESS 1000
002499                    DISPLAY 'TABELA DE GRUPOS CHEIA, LIMITE 1000'
002500                    MOVE 12 TO RETURN-CODE
002501                    STOP RUN
002502                END-IF
002503                ADD 1 TO WK-QTD-GRC
002504                MOVE WK-QTD-GRC TO WK-IDX-GRC-ACH
002505                MOVE FD-GRUPO-GRC TO WK-GRC-GRUPO(WK-IDX-GRC-ACH)
002506                MOVE FD-LIMITE-GRC
002507                    TO WK-GRC-LIMITE(WK-IDX-GRC-ACH)
002508                MOVE FD-ALERTA-GRC
002509                    TO WK-GRC-ALERTA(WK-IDX-GRC-ACH)
002510                MOVE FD-EXPOSICAO-GRC
002511                    TO WK-GRC-EXPOSICAO(WK-IDX-GRC-ACH)
002512            END-IF.
002513            IF WK-QTD-GCT NOT LESS 9999
002514                DISPLAY 'TABELA DE CONTAS DE GRUPO CHEIA, '
002515                        'LIMITE 9999'
002516                MOVE 12 TO RETURN-CODE
002517                STOP RUN
002518            END-IF.
002519            ADD 1 TO WK-QTD-GCT.
002520            MOVE FD-CHAVE-GRC TO WK-GCT-CHAVE(WK-QTD-GCT).
002521            MOVE WK-IDX-GRC-ACH TO WK-GCT-IDX-GRC(WK-QTD-GCT).
002522            MOVE FD-TAXA-GRC TO WK-GCT-TAXA(WK-QTD-GCT).
002523            PERFORM 304-LER-GRPCONC.
002524        209-COMPARAR-GRUPO.
002525            IF WK-GRC-GRUPO(WK-IDX-GRC) = FD-GRUPO-GRC
002526                MOVE WK-IDX-GRC TO WK-IDX-GRC-ACH
002527            END-IF.
002500        300-LEITURAS SECTION.
002510        301-LER-CLIENTEN.
002520            READ ARQ-CLIENTEN.
002870                    MOVE 12 TO RETURN-CODE
002880                    STOP RUN
002890            END-EVALUATE.
002891        304-LER-GRPCONC.
002892            READ ARQ-GRPCONC.
002893            EVALUATE WK-FS-GRPCONC
002894                WHEN '00'
002895                    CONTINUE
002896                WHEN '10'
002897                    CONTINUE
002898                WHEN OTHER
002899                    DISPLAY 'ERRO ' WK-FS-GRPCONC
002900                            ' NO COMANDO READ GRPCONC'
002901                    MOVE 12 TO RETURN-CODE
002902                    STOP RUN
002903            END-EVALUATE.
002900       ***********************************************
985001        195-GRAVAR-JRNL-INICIO.
985002            MOVE 'I' TO JRL-TIPO.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95853' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985011                TO JRL-QTD-LIDOS.
985010            MOVE WK-QTD-PROPOSTAS
985011                TO JRL-QTD-GRAVADOS.
985012            MOVE WK-QTD-CONC-RECUSADAS
985013                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
002950                UNTIL WK-IDX-CONTA > WK-QTD-CONTAS.
002960            DISPLAY 'CONTAS AVALIADAS  : ' WK-QTD-CONTAS.
002970            DISPLAY 'PROPOSTAS GERADAS : ' WK-QTD-PROPOSTAS.
002971            DISPLAY 'PARA APROVACAO    : ' WK-QTD-EM-APROVACAO.
002972            DISPLAY 'RECUSADAS P/GRUPO : ' WK-QTD-CONC-RECUSADAS.
002980            CLOSE ARQ-CLIENTEN.
002990            CLOSE ARQ-REJEITAD.
003000            CLOSE ARQ-LANCAM.
003010            CLOSE ARQ-MANCLIP.
003011            CLOSE ARQ-MANCLIPA.
003020            CLOSE ARQ-RELLIMIT.
003030       *      REGRA DE PONTUACAO: 20 POR CENTO DA MEDIA DOS
003040       *      SALDOS, MAIS 200,00 POR REJEICAO POR SALDO E
003250                    COMPUTE WK-DIF-LIMITE = ZERO - WK-DIF-LIMITE
003260                END-IF
003270                IF WK-DIF-LIMITE > 50,00
003271                    PERFORM 904-CONFERIR-CONCENTRACAO
003272                    IF CONCENTRACAO-RECUSADA
003273                        PERFORM 906-RELATAR-PROPOSTA
003274                    ELSE
003275                        PERFORM 903-GERAR-PROPOSTA
003276                    END-IF
003290                END-IF
003300            END-IF.
003310        903-GERAR-PROPOSTA.
003400            MOVE WK-CT-MOEDA(WK-IDX-CONTA)  TO FD-MOEDA-MANCLIP.
003410            MOVE WK-CT-SITUACAO(WK-IDX-CONTA)
003420                TO FD-SITUACAO-MANCLIP.
003421            IF CONCENTRACAO-APROVACAO
003422                WRITE REG-MANCLIPA FROM REG-MANCLIP
003423                IF WK-FS-MANCLIPA NOT = '00'
003424                    DISPLAY 'ERRO ' WK-FS-MANCLIPA
003425                            ' NO COMANDO WRITE MANCLIPA'
003426                    MOVE 12 TO RETURN-CODE
003427                    STOP RUN
003428                END-IF
003429            ELSE
003430                WRITE REG-MANCLIP
003431                IF WK-FS-MANCLIP NOT = '00'
003432                    DISPLAY 'ERRO ' WK-FS-MANCLIP
003433                            ' NO COMANDO WRITE MANCLIP'
003434                    MOVE 12 TO RETURN-CODE
003435                    STOP RUN
003436                END-IF
003490            END-IF.
003491            PERFORM 906-RELATAR-PROPOSTA.
003492       *      O AUMENTO DE LIMITE, CONVERTIDO PARA BRL PELA TAXA
003493       *      DA CONTA NO GRPCONC, SOMA NA EXPOSICAO DO GRUPO:
003494       *      ACIMA DO LIMITE A PROPOSTA E RECUSADA, ACIMA DO
003495       *      ALERTA VAI PARA APROVACAO E TAMBEM FICA SOMADA.
003496       *      REDUCAO E CONTA FORA DE GRUPO NAO SAO CONFERIDAS
003497        904-CONFERIR-CONCENTRACAO.
003498            SET CONCENTRACAO-NORMAL TO TRUE.
003499            MOVE ZEROS TO WK-IDX-GCT-ACH.
003500            IF WK-LIMITE-NOVO > WK-CT-LIMITE(WK-IDX-CONTA)
003501                PERFORM 905-COMPARAR-CONTA-GRUPO
003502                    VARYING WK-IDX-GCT FROM 1 BY 1
003503                    UNTIL WK-IDX-GCT > WK-QTD-GCT
003504                       OR WK-IDX-GCT-ACH > ZEROS
003505            END-IF.
003506            IF WK-IDX-GCT-ACH > ZEROS
003507                MOVE WK-GCT-IDX-GRC(WK-IDX-GCT-ACH) TO WK-IDX-GRC
003508                COMPUTE WK-AUMENTO-BRL ROUNDED =
003509                    (WK-LIMITE-NOVO - WK-CT-LIMITE(WK-IDX-CONTA))
003510                    * WK-GCT-TAXA(WK-IDX-GCT-ACH)
003511                COMPUTE WK-EXPOSICAO-NOVA =
003512                    WK-GRC-EXPOSICAO(WK-IDX-GRC) + WK-AUMENTO-BRL
003513                EVALUATE TRUE
003514                    WHEN WK-EXPOSICAO-NOVA
003515                         > WK-GRC-LIMITE(WK-IDX-GRC)
003516                        SET CONCENTRACAO-RECUSADA TO TRUE
003517                        ADD 1 TO WK-QTD-CONC-RECUSADAS
003518                    WHEN WK-EXPOSICAO-NOVA
003519                         > WK-GRC-ALERTA(WK-IDX-GRC)
003520                        SET CONCENTRACAO-APROVACAO TO TRUE
003521                        ADD 1 TO WK-QTD-EM-APROVACAO
003522                        MOVE WK-EXPOSICAO-NOVA
003523                            TO WK-GRC-EXPOSICAO(WK-IDX-GRC)
003524                    WHEN OTHER
003525                        MOVE WK-EXPOSICAO-NOVA
003526                            TO WK-GRC-EXPOSICAO(WK-IDX-GRC)
003527                END-EVALUATE
003528            END-IF.
003529        905-COMPARAR-CONTA-GRUPO.
003530            IF WK-GCT-CHAVE(WK-IDX-GCT)
003531               = WK-CT-CHAVE(WK-IDX-CONTA)
003531                MOVE WK-IDX-GCT TO WK-IDX-GCT-ACH
003532            END-IF.
003533        906-RELATAR-PROPOSTA.
003500            MOVE WK-CT-CHAVE(WK-IDX-CONTA) TO WK-CHAVE-REL.
003510            MOVE WK-MEDIA-SALDO            TO WK-MEDIA-REL.
003520            MOVE WK-CT-REJEICOES(WK-IDX-CONTA) TO WK-REJ-REL.
003600                MOVE 12 TO RETURN-CODE
003610                STOP RUN
003620            END-IF.
003621            IF NOT CONCENTRACAO-NORMAL
003622                MOVE WK-GRC-GRUPO(WK-IDX-GRC)  TO WK-GRUPO-REL
003623                MOVE WK-EXPOSICAO-NOVA         TO WK-EXPOS-REL
003624                MOVE WK-GRC-LIMITE(WK-IDX-GRC) TO WK-LIM-GRP-REL
003625                IF CONCENTRACAO-RECUSADA
003626                    MOVE 'RECUSADA' TO WK-SIT-GRP-REL
003627                ELSE
003628                    MOVE 'APROVAR' TO WK-SIT-GRP-REL
003629                END-IF
003630                WRITE REG-RELLIMIT FROM WK-LINHA-GRUPO
003631                IF WK-FS-RELLIMIT NOT = '00'
003632                    DISPLAY 'ERRO ' WK-FS-RELLIMIT
003633                            ' NO COMANDO WRITE RELLIMIT'
003634                    MOVE 12 TO RETURN-CODE
003635                    STOP RUN
003636                END-IF
003637            END-IF.
