000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95937.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   SERVICO DA HIERARQUIA DE VENDAS: DEVOLVE O   *
000170       *   SUPERVISOR, O GERENTE REGIONAL E O DIRETOR   *
000180       *   DO VENDEDOR NA COMPETENCIA PEDIDA, PELO      *
000190       *   REGISTRO DO HIERVEN DE MAIOR VIGENCIA ATE A  *
000200       *   COMPETENCIA (O VENDEDOR QUE TROCA DE EQUIPE  *
000210       *   NO ANO CONTA NA EQUIPE CERTA EM CADA MES)    *
000220       **************************************************
000230       *
000240       *      RESPOSTA DA AREA DE COMUNICACAO:
000250       *      'S' = HIERARQUIA ENCONTRADA
000260       *      'N' = VENDEDOR SEM HIERARQUIA VIGENTE NA
000270       *            COMPETENCIA (CODIGOS DEVOLVIDOS ZERADOS)
000280       *
000290        ENVIRONMENT DIVISION.
000300        CONFIGURATION SECTION.
000310        SPECIAL-NAMES.
000320            DECIMAL-POINT IS COMMA.
000330        INPUT-OUTPUT SECTION.
000340        FILE-CONTROL.
000350            SELECT ARQ-HIERVEN  ASSIGN TO HIERVEN
000360                FILE STATUS IS WK-FS-HIERVEN.
000370       *
000380        DATA DIVISION.
000390        FILE SECTION.
000400        FD   ARQ-HIERVEN
000410             RECORDING MODE IS F.
000420        01  REG-HIERVEN.
000430            05 FD-VENDEDOR-HIER    PIC 99.
000440            05 FD-VIGENCIA-HIER    PIC 9(6).
000450            05 FD-SUPERVISOR-HIER  PIC 99.
000460            05 FD-REGIONAL-HIER    PIC 99.
000470            05 FD-DIRETOR-HIER     PIC 99.
000480            05 FILLER              PIC X(6).
000490        WORKING-STORAGE SECTION.
000500        77  WK-FS-HIERVEN  PIC XX           VALUE SPACES.
000510        77  WK-HIERARQUIA-LIDA PIC X        VALUE 'N'.
000520            88 HIERARQUIA-LIDA                VALUE 'S'.
000530        77  WK-QTD-HIER    PIC 9(3)         VALUE ZEROS.
000540        77  WK-IDX-HIER    PIC 9(3)         VALUE ZEROS.
000550        77  WK-IDX-HIER-ACH PIC 9(3)        VALUE ZEROS.
000560        01  WK-TAB-HIERARQUIA.
000570            05 WK-HIE-OCC         OCCURS 500 TIMES.
000580                10 WK-HIE-VENDEDOR    PIC 99.
000590                10 WK-HIE-VIGENCIA    PIC 9(6).
000600                10 WK-HIE-SUPERVISOR  PIC 99.
000610                10 WK-HIE-REGIONAL    PIC 99.
000620                10 WK-HIE-DIRETOR     PIC 99.
000630       *
000640        LINKAGE SECTION.
000650        01  LK-AREA-COM.
000660            05 LK-VENDEDOR-COM     PIC 99.
000670            05 LK-ANO-MES-COM      PIC 9(6).
000680            05 LK-RESPOSTA-COM     PIC X.
000690                88 HIERARQUIA-ACHADA       VALUE 'S'.
000700                88 HIERARQUIA-NAO-ACHADA   VALUE 'N'.
000710            05 LK-VIGENCIA-COM     PIC 9(6).
000720            05 LK-SUPERVISOR-COM   PIC 99.
000730            05 LK-REGIONAL-COM     PIC 99.
000740            05 LK-DIRETOR-COM      PIC 99.
000750        PROCEDURE DIVISION USING LK-AREA-COM.
000760        000-PRINCIPAL SECTION.
000770        001-PRINCIPAL.
000780            IF NOT HIERARQUIA-LIDA
000790                PERFORM 101-CARREGAR-HIERVEN
000800            END-IF.
000810            PERFORM 201-PROCURAR-VIGENTE.
000820            GOBACK.
000830       ***********************************************************
000840        100-INICIAR SECTION.
000850       *      SEM HIERVEN TODOS OS VENDEDORES FICAM SEM
000860       *      HIERARQUIA E OS CHAMADORES SEGUEM SO COM O
000870       *      NIVEL DO VENDEDOR
000880        101-CARREGAR-HIERVEN.
000890            SET HIERARQUIA-LIDA TO TRUE.
000900            OPEN INPUT ARQ-HIERVEN.
000910            EVALUATE WK-FS-HIERVEN
000920                WHEN '00'
000930                    PERFORM 102-LER-HIERVEN
000940                    PERFORM 103-REGISTRAR-HIERARQUIA
000950                        UNTIL WK-FS-HIERVEN = '10'
000960                    CLOSE ARQ-HIERVEN
000970                WHEN '35'
000980                    DISPLAY 'ARQUIVO HIERVEN NAO ENCONTRADO, '
000990                            'VENDAS SEM HIERARQUIA'
001000                WHEN OTHER
001010                    DISPLAY 'ERRO ' WK-FS-HIERVEN
001020                            ' NO COMANDO OPEN HIERVEN'
001030                    MOVE 12 TO RETURN-CODE
001040                    STOP RUN
001050            END-EVALUATE.
001060        102-LER-HIERVEN.
001070            READ ARQ-HIERVEN.
001080            EVALUATE WK-FS-HIERVEN
001090                WHEN '00'
001100                    CONTINUE
001110                WHEN '10'
001120                    CONTINUE
001130                WHEN OTHER
001140                    DISPLAY 'ERRO ' WK-FS-HIERVEN
001150                            ' NO COMANDO READ HIERVEN'
001160                    MOVE 12 TO RETURN-CODE
001170                    STOP RUN
001180            END-EVALUATE.
001190        103-REGISTRAR-HIERARQUIA.
001200            IF WK-QTD-HIER NOT LESS 500
001210                DISPLAY 'TABELA HIERVEN CHEIA, LIMITE 500'
001220                MOVE 12 TO RETURN-CODE
001230                STOP RUN
001240            END-IF.
001250            ADD 1 TO WK-QTD-HIER.
001260            MOVE FD-VENDEDOR-HIER
001270                TO WK-HIE-VENDEDOR(WK-QTD-HIER).
001280            MOVE FD-VIGENCIA-HIER
001290                TO WK-HIE-VIGENCIA(WK-QTD-HIER).
001300            MOVE FD-SUPERVISOR-HIER
001310                TO WK-HIE-SUPERVISOR(WK-QTD-HIER).
001320            MOVE FD-REGIONAL-HIER
001330                TO WK-HIE-REGIONAL(WK-QTD-HIER).
001340            MOVE FD-DIRETOR-HIER
001350                TO WK-HIE-DIRETOR(WK-QTD-HIER).
001360            PERFORM 102-LER-HIERVEN.
001370       ***********************************************
001380        200-SERVICO SECTION.
001390        201-PROCURAR-VIGENTE.
001400            MOVE ZEROS TO WK-IDX-HIER-ACH.
001410            PERFORM 202-COMPARAR-VIGENCIA
001420                VARYING WK-IDX-HIER FROM 1 BY 1
001430                UNTIL WK-IDX-HIER > WK-QTD-HIER.
001440            IF WK-IDX-HIER-ACH = ZEROS
001450                SET HIERARQUIA-NAO-ACHADA TO TRUE
001460                MOVE ZEROS TO LK-VIGENCIA-COM
001470                MOVE ZEROS TO LK-SUPERVISOR-COM
001480                MOVE ZEROS TO LK-REGIONAL-COM
001490                MOVE ZEROS TO LK-DIRETOR-COM
001500            ELSE
001510                SET HIERARQUIA-ACHADA TO TRUE
001520                MOVE WK-HIE-VIGENCIA(WK-IDX-HIER-ACH)
001530                    TO LK-VIGENCIA-COM
001540                MOVE WK-HIE-SUPERVISOR(WK-IDX-HIER-ACH)
001550                    TO LK-SUPERVISOR-COM
001560                MOVE WK-HIE-REGIONAL(WK-IDX-HIER-ACH)
001570                    TO LK-REGIONAL-COM
001580                MOVE WK-HIE-DIRETOR(WK-IDX-HIER-ACH)
001590                    TO LK-DIRETOR-COM
001600            END-IF.
001610       *      FICA A MAIOR VIGENCIA NAO POSTERIOR A
001620       *      COMPETENCIA PEDIDA
001630        202-COMPARAR-VIGENCIA.
001640            IF WK-HIE-VENDEDOR(WK-IDX-HIER) = LK-VENDEDOR-COM
001650               AND WK-HIE-VIGENCIA(WK-IDX-HIER)
001660                       NOT GREATER LK-ANO-MES-COM
001670                IF WK-IDX-HIER-ACH = ZEROS
001680                    MOVE WK-IDX-HIER TO WK-IDX-HIER-ACH
001690                ELSE
001700                    IF WK-HIE-VIGENCIA(WK-IDX-HIER)
001710                           > WK-HIE-VIGENCIA(WK-IDX-HIER-ACH)
001720                        MOVE WK-IDX-HIER TO WK-IDX-HIER-ACH
001730                    END-IF
001740                END-IF
001750            END-IF.
