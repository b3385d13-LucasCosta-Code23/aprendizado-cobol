000250       *   CODIGOS DE EVENTO DO NOTIFEXT:
000260       *     01 = CONTA ENTROU NO NEGATIVO
000270       *     02 = USO DO LIMITE ACIMA DE 80 PCT
000271       *     03 = MOVIMENTO REJEITADO, SO PARA OS MOTIVOS
000272       *          COM NOTIFICA S NO CATALOGO MOTREJ
000273       *          (EAD95890); O PARAMETRO LEVA A DESCRICAO
000274       *          DO CATALOGO
000290       *     04 = TED LIQUIDADO
000291       *     05 = CADASTRO VENCE EM 60 DIAS (EAD95914)
000292       *     06 = CADASTRO VENCE EM 30 DIAS (EAD95914)
000293       *     07 = CONTA RESTRITA POR CADASTRO VENCIDO
000294       *          (EAD95914)
000295       *     08 = AVISO PREVIO DE NEGATIVACAO (EAD95916)
000296       *     09 = ORDEM PROGRAMADA SUSPENSA (EAD95918)
000300       *
000310        ENVIRONMENT DIVISION.
000320        CONFIGURATION SECTION.
000420                FILE STATUS IS WK-FS-CLIENTEN.
000430            SELECT ARQ-REJEITAD ASSIGN TO REJEITAD
000440                FILE STATUS IS WK-FS-REJEITAD.
000441            SELECT ARQ-MOTREJ   ASSIGN TO MOTREJ
000442                FILE STATUS IS WK-FS-MOTREJ.
000450            SELECT ARQ-TEDCTL   ASSIGN TO TEDCTL
000460                FILE STATUS IS WK-FS-TEDCTL.
000470            SELECT ARQ-NOTIFEXT ASSIGN TO NOTIFEXT
000650            05 FD-MOEDA-MOVHIST    PIC X(3).
000660            05 FD-HORA-MOVHIST     PIC 9(6).
000670            05 FD-SEQ-MOVHIST      PIC 9(4).
000671            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000680        FD   ARQ-CLIENTEN
000690             RECORDING MODE IS F.
000700        01  REG-CLIENTEN.
001010            05 FD-CONTRA-REJEITAD      PIC X(9).
001020            05 FD-HORA-REJEITAD        PIC 9(6).
001030            05 FD-SEQ-REJEITAD         PIC 9(4).
001031            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
001032            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
001032        FD   ARQ-MOTREJ
001033             RECORDING MODE IS F.
001034        01  REG-MOTREJ.
001035            05 FD-CODIGO-MOTREJ    PIC 9(3).
001036            05 FD-DESCRICAO-MOTREJ PIC X(30).
001037            05 FD-RETENTAVEL-MOTREJ PIC X.
001038            05 FD-NOTIFICA-MOTREJ  PIC X.
001039            05 FD-AREA-MOTREJ      PIC X(5).
001040        FD   ARQ-TEDCTL
001050             RECORDING MODE IS F.
001060        01  REG-TEDCTL.
001110            05 FD-SITUACAO-TED     PIC X.
001120                88 TED-ENVIADO         VALUE 'E'.
001130            05 FD-MOEDA-TED        PIC X(3).
001131            05 FD-ID-EXEC-TED      PIC 9(10).
001140        FD   ARQ-NOTIFEXT
001150             RECORDING MODE IS F.
001160        01  REG-NOTIFEXT.
001320            05 JRL-QTD-GRAVADOS    PIC 9(7).
001330            05 JRL-QTD-REJEITADOS  PIC 9(7).
001340            05 JRL-RETORNO         PIC 9(4).
001341            05 JRL-ID-EXEC         PIC 9(10).
001350        WORKING-STORAGE SECTION.
001360        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001361        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001362        01  LK-AREA-ID-EXEC.
001363            05 LK-PROGRAMA-COM     PIC X(8).
001364            05 LK-ID-EXEC-COM      PIC 9(10).
001370        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
001380        77  WK-FS-CLIENTEN PIC XX           VALUE SPACES.
001390        77  WK-FS-REJEITAD PIC XX           VALUE SPACES.
001391        77  WK-FS-MOTREJ   PIC XX           VALUE SPACES.
001392        77  WK-QTD-SEM-CATALOGO PIC 9(5)    VALUE ZEROS.
001393       *      CATALOGO MOTREJ INDEXADO PELO PROPRIO CODIGO
001394        01  WK-TAB-MOTIVOS.
001395            05 WK-MOT-OCC         OCCURS 999 TIMES.
001396                10 WK-MOT-CADASTRADO  PIC X.
001397                10 WK-MOT-NOTIFICA    PIC X.
001398                10 WK-MOT-DESCRICAO   PIC X(30).
001400        77  WK-FS-TEDCTL   PIC XX           VALUE SPACES.
001410        77  WK-FS-NOTIFEXT PIC XX           VALUE SPACES.
001420        77  WK-FS-RELNOTIF PIC XX           VALUE SPACES.
001900            END-IF.
001910            PERFORM 102-ABRIR-MOVHIST.
001920            PERFORM 103-ABRIR-CLIENTEN.
001921            PERFORM 106-CARREGAR-MOTREJ.
001930            PERFORM 104-ABRIR-REJEITAD.
001940            PERFORM 105-ABRIR-TEDCTL.
001950            OPEN OUTPUT ARQ-NOTIFEXT.
002580                    MOVE 12 TO RETURN-CODE
002590                    STOP RUN
002600            END-EVALUATE.
002601        106-CARREGAR-MOTREJ.
002602            MOVE SPACES TO WK-TAB-MOTIVOS.
002603            OPEN INPUT ARQ-MOTREJ.
002604            EVALUATE WK-FS-MOTREJ
002605                WHEN '00'
002606                    PERFORM 305-LER-MOTREJ
002607                    PERFORM 107-REGISTRAR-MOTIVO
002608                        UNTIL WK-FS-MOTREJ = '10'
002609                    CLOSE ARQ-MOTREJ
002610                WHEN '35'
002611                    DISPLAY 'CATALOGO MOTREJ NAO ENCONTRADO'
002612                    MOVE 12 TO RETURN-CODE
002613                    STOP RUN
002614                WHEN OTHER
002615                    DISPLAY 'ERRO ' WK-FS-MOTREJ
002616                            ' NO COMANDO OPEN MOTREJ'
002617                    MOVE 12 TO RETURN-CODE
002618                    STOP RUN
002619            END-EVALUATE.
002620        107-REGISTRAR-MOTIVO.
002621            IF FD-CODIGO-MOTREJ IS NUMERIC
002622               AND FD-CODIGO-MOTREJ > ZEROS
002623                MOVE 'S' TO WK-MOT-CADASTRADO(FD-CODIGO-MOTREJ)
002624                MOVE FD-NOTIFICA-MOTREJ
002625                    TO WK-MOT-NOTIFICA(FD-CODIGO-MOTREJ)
002626                MOVE FD-DESCRICAO-MOTREJ
002627                    TO WK-MOT-DESCRICAO(FD-CODIGO-MOTREJ)
002628            END-IF.
002629            PERFORM 305-LER-MOTREJ.
002610       ***********************************************
002620        200-PROCESSAR SECTION.
002630        201-VARRER-MOVHIST.
002880                END-IF
002890            END-IF.
002900            PERFORM 302-LER-CLIENTEN.
002901       *      SO AVISA O CLIENTE QUANDO O CATALOGO PEDE;
002902       *      CODIGO FORA DO CATALOGO NAO GERA AVISO
002910        220-VARRER-REJEITAD.
002920            IF FD-DATA-REJEITAD = WK-DATA-DIA
002921                PERFORM 221-AVALIAR-MOTIVO
002980            END-IF.
002990            PERFORM 303-LER-REJEITAD.
002991        221-AVALIAR-MOTIVO.
002992            IF FD-COD-MOTIVO-REJEITAD IS NOT NUMERIC
002993               OR FD-COD-MOTIVO-REJEITAD = ZEROS
002994                ADD 1 TO WK-QTD-SEM-CATALOGO
002995            ELSE
002996                IF WK-MOT-CADASTRADO(FD-COD-MOTIVO-REJEITAD)
002997                        NOT = 'S'
002998                    ADD 1 TO WK-QTD-SEM-CATALOGO
002999                ELSE
003000                    IF WK-MOT-NOTIFICA(FD-COD-MOTIVO-REJEITAD)
003001                            = 'S'
003002                        MOVE FD-CHAVE-REJEITAD TO WK-CHAVE-EVENTO
003003                        MOVE 03 TO WK-EVENTO
003004                        MOVE WK-MOT-DESCRICAO
003005                                (FD-COD-MOTIVO-REJEITAD)(1:20)
003006                            TO WK-PARAM-EVENTO
003007                        PERFORM 240-EMITIR-NOTIFICACAO
003008                    END-IF
003009                END-IF
003010            END-IF.
003000        230-VARRER-TEDCTL.
003010            IF TED-ENVIADO
003020               AND FD-DATA-TED = WK-DATA-DIA
004040                    MOVE 12 TO RETURN-CODE
004050                    STOP RUN
004060            END-EVALUATE.
004061        305-LER-MOTREJ.
004062            READ ARQ-MOTREJ.
004063            EVALUATE WK-FS-MOTREJ
004064                WHEN '00'
004065                    CONTINUE
004066                WHEN '10'
004067                    CONTINUE
004068                WHEN OTHER
004069                    DISPLAY 'ERRO ' WK-FS-MOTREJ
004070                            ' NO COMANDO READ MOTREJ'
004071                    MOVE 12 TO RETURN-CODE
004072                    STOP RUN
004073            END-EVALUATE.
004070        304-LER-TEDCTL.
004080            READ ARQ-TEDCTL.
004090            EVALUATE WK-FS-TEDCTL
004240            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004250            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004260            MOVE ZEROS TO JRL-RETORNO.
004261            MOVE 'EAD95888' TO LK-PROGRAMA-COM.
004262            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004263            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004270            PERFORM 194-GRAVAR-RUNJRNL.
004280        196-GRAVAR-JRNL-FIM.
004290            MOVE 'F' TO JRL-TIPO.
004340            MOVE WK-QTD-SUPRIMIDAS
004350                TO JRL-QTD-REJEITADOS.
004360            MOVE RETURN-CODE TO JRL-RETORNO.
004361            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004370            PERFORM 194-GRAVAR-RUNJRNL.
004380        194-GRAVAR-RUNJRNL.
004390            OPEN EXTEND ARQ-RUNJRNL.
004800            WRITE REG-RELNOTIF FROM WK-LINHA-TOTAL.
004810            DISPLAY 'NOTIFICACOES : ' WK-QTD-NOTIFICACOES
004820                    ' SUPRIMIDAS : ' WK-QTD-SUPRIMIDAS.
004821            DISPLAY 'REJEITADOS COM MOTIVO FORA DO CATALOGO : '
004822                    WK-QTD-SEM-CATALOGO.
004830            CLOSE ARQ-MOVHIST.
004840            CLOSE ARQ-CLIENTEN.
004850            CLOSE ARQ-REJEITAD.
