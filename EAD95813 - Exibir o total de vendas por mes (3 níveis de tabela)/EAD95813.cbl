000140            LUCAS.
000150       *****************************************************
000160       *EXIBIR TOTAL DE VENDAS POR MES(3 NIVEIS DE TABELAS )*
000161       *E TOTAIS DO MES POR SUPERVISOR, REGIONAL E DIRETOR  *
000162       *PELA HIERARQUIA VIGENTE NO MES (EAD95937)           *
000170       *****************************************************
000180       *
000190        ENVIRONMENT DIVISION.
000280                FILE STATUS IS WK-FS-CHECKPT.
000281            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000282                FILE STATUS IS WK-FS-CAMBIO.
000283            SELECT ARQ-CMVCAT   ASSIGN TO CMVCAT
000284                FILE STATUS IS WK-FS-CMVCAT.
000290       *
000300        DATA DIVISION.
000310        FILE SECTION.
000412            05 FD-TIPO-NOTA            PIC X.
000412                88 VENDA-NORMAL           VALUE 'V' ' '.
000412                88 NOTA-DEVOLUCAO         VALUE 'D'.
000413            05 FD-COMPRADOR            PIC X(6).
000414            05 FD-APROVADO             PIC X.
000415            05 FD-QUANTIDADE           PIC 9(5).
000420        FD   ARQ-CHECKPT
000430             RECORDING MODE IS F.
000440        01  REG-CHECKPT.
000463            05 FD-MOEDA-CAMBIO     PIC X(3).
000464            05 FD-DATA-CAMBIO      PIC 9(8).
000465            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
000466       *      CUSTO DAS MERCADORIAS VENDIDAS DO EAD95934
000467        FD   ARQ-CMVCAT
000468             RECORDING MODE IS F.
000469        01  REG-CMVCAT.
000470            05 FD-ANO-CMV          PIC 9(4).
000471            05 FD-MES-CMV          PIC 99.
000472            05 FD-CATEGORIA-CMV    PIC 9.
000473            05 FD-QTD-SAIDA-CMV    PIC S9(7).
000474            05 FD-VALOR-CMV        PIC S9(11)V99.
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000460        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000470        77  WK-FS-VENDAS3N PIC XX          VALUE SPACES.
000480        77  WK-FS-CHECKPT   PIC XX          VALUE SPACES.
000490        77  WK-QTDE-REINICIO PIC 9(7)       VALUE ZEROS.
000932        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
000933        01  WK-DATAS-CAMBIO.
000934            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
000935        77  WK-FS-CMVCAT   PIC XX           VALUE SPACES.
000936        77  WK-CMV-CARREGADO PIC X          VALUE 'N'.
000937            88 CMV-CARREGADO                   VALUE 'S'.
000938        01  TABELA-CMV.
000939            02 CMV-MES                  OCCURS 4  TIMES.
000940               03 CMV-CATEGORIA PIC S9(11)V99 OCCURS 3 TIMES.
000941        77  WK-VENDA-CAT   PIC S9(11)V99    VALUE ZEROS.
000942        77  WK-MARGEM      PIC S9(11)V99    VALUE ZEROS.
000943        77  WK-VENDA-EDIT  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000944        77  WK-CMV-EDIT    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000945        77  WK-MARGEM-EDIT PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000946       *      HIERARQUIA DE VENDAS: O MES DA NOTA E DO ANO
000947       *      CORRENTE, OU DO ANTERIOR QUANDO AINDA NAO
000948       *      CHEGOU NO ANO (O VENDAS3N NAO TRAZ O ANO)
000949        01  LK-AREA-HIERARQUIA.
000950            05 LK-VENDEDOR-COM     PIC 99.
000951            05 LK-ANO-MES-COM      PIC 9(6).
000952            05 LK-RESPOSTA-COM     PIC X.
000953            05 LK-VIGENCIA-COM     PIC 9(6).
000954            05 LK-CODIGOS-COM.
000955                10 LK-SUPERVISOR-COM   PIC 99.
000956                10 LK-REGIONAL-COM     PIC 99.
000957                10 LK-DIRETOR-COM      PIC 99.
000958            05 LK-CODIGOS-COM-R REDEFINES LK-CODIGOS-COM.
000959                10 LK-CODIGO-NIVEL-COM PIC 99 OCCURS 3 TIMES.
000960        77  WK-PROG-HIERARQUIA PIC X(8)     VALUE 'EAD95937'.
000961        01  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
000962        01  WK-DATA-SIST-R REDEFINES WK-DATA-SIST.
000963            05 WK-ANO-SIST     PIC 9(4).
000964            05 WK-MES-SIST     PIC 99.
000965            05 WK-DIA-SIST     PIC 99.
000966        77  WK-ANO-COMP    PIC 9(4)         VALUE ZEROS.
000967        01  NOMES-NIVEL.
000968            05 FILLER              PIC X(10) VALUE 'SUPERVISOR'.
000969            05 FILLER              PIC X(10) VALUE 'REGIONAL'.
000970            05 FILLER              PIC X(10) VALUE 'DIRETOR'.
000971        01  TABELA-NIVEIS REDEFINES NOMES-NIVEL.
000972            05 NIVEL-NOME          PIC X(10) OCCURS 3 TIMES.
000973       *      POSICAO DO CODIGO = CODIGO MAIS 1; A POSICAO 1
000974       *      E A VENDA SEM HIERARQUIA
000975        01  TABELA-HIERARQUIA.
000976            02 TOT-NIVEL                OCCURS 3   TIMES.
000977               03 TOT-CODIGO            OCCURS 100 TIMES.
000978                  04 TOT-COD-USADO      PIC X.
000979                  04 TOT-NIV-MES PIC S9(9)V99 OCCURS 4 TIMES.
000980        77  WK-NIVEL      PIC 9              VALUE ZEROS.
000981        77  WK-IDX-COD    PIC 9(3)           VALUE ZEROS.
000982        77  WK-COD-NIVEL  PIC 99             VALUE ZEROS.
000940       *
000950        PROCEDURE DIVISION.
000960        000-PRINCIPAL SECTION.
001100                UNTIL WK-IDX-ESTADO > WK-QTD-ESTADOS.
001110            PERFORM 102-ABRIR-CHECKPT.
001111            PERFORM 190-CARREGAR-CAMBIO.
001112            PERFORM 180-CARREGAR-CMVCAT.
001120            OPEN INPUT ARQ-VENDAS3N.
001130            EVALUATE WK-FS-VENDAS3N
001140                WHEN '00'
001250            END-EVALUATE.
001260            INITIALIZE TABELAS.
001270            INITIALIZE TOTAL-VENDEDOR-ESTADO.
001271            INITIALIZE TABELA-HIERARQUIA.
001272            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
001280        105-LER-ESTADOS.
001290            ACCEPT ESTADO-COD(WK-IDX-ESTADO) FROM SYSIN.
001300        102-ABRIR-CHECKPT.
001420                OR WK-FS-VENDAS3N = '10'.
001430        104-SALTAR-LEITURAS.
001440            PERFORM 301-LER-VENDAS3N.
001441       *      SEM CMVCAT O RELATORIO SAI SO COM AS VENDAS
001442        180-CARREGAR-CMVCAT.
001443            INITIALIZE TABELA-CMV.
001444            OPEN INPUT ARQ-CMVCAT.
001445            EVALUATE WK-FS-CMVCAT
001446                WHEN '00'
001447                    MOVE 'S' TO WK-CMV-CARREGADO
001448                    PERFORM 181-LER-CMVCAT
001449                    PERFORM 182-SOMAR-CMVCAT
001450                        UNTIL WK-FS-CMVCAT = '10'
001451                    CLOSE ARQ-CMVCAT
001452                WHEN '35'
001453                    CONTINUE
001454                WHEN OTHER
001455                    DISPLAY 'ERRO ' WK-FS-CMVCAT
001456                            ' NO COMANDO OPEN CMVCAT'
001457                    MOVE 12 TO RETURN-CODE
001458                    STOP RUN
001459            END-EVALUATE.
001460        181-LER-CMVCAT.
001461            READ ARQ-CMVCAT.
001462            EVALUATE WK-FS-CMVCAT
001463                WHEN '00'
001464                    CONTINUE
001465                WHEN '10'
001466                    CONTINUE
001467                WHEN OTHER
001468                    DISPLAY 'ERRO ' WK-FS-CMVCAT
001469                            ' NO COMANDO READ CMVCAT'
001470                    MOVE 12 TO RETURN-CODE
001471                    STOP RUN
001472            END-EVALUATE.
001473        182-SOMAR-CMVCAT.
001474            IF FD-MES-CMV NOT LESS 1 AND FD-MES-CMV NOT GREATER 4
001475               AND FD-CATEGORIA-CMV NOT LESS 1
001476               AND FD-CATEGORIA-CMV NOT GREATER 3
001477                ADD FD-VALOR-CMV
001478                    TO CMV-CATEGORIA(FD-MES-CMV, FD-CATEGORIA-CMV)
001479            END-IF.
001480            PERFORM 181-LER-CMVCAT.
001450       ***********************************************
001460        200-PROCESSAR SECTION.
001470        201-PROCESSAR.
001534                    ADD WK-VALOR-CONV TO TOTAL(FD-VENDEDOR,
001540                        WK-ESTADO, FD-MES, FD-CATEGORIA)
001542                END-IF
001543                PERFORM 206-SUBIR-HIERARQUIA
001550            END-IF.
001560            PERFORM 301-LER-VENDAS3N.
001570        202-FD-WK-ESTADO.
001760            END-IF.
001770            COMPUTE WK-VALOR-CONV =
001780                FD-VALOR * TAXA-MOEDA(WK-IDX-MOEDA).
001781        206-SUBIR-HIERARQUIA.
001782            IF FD-MES > WK-MES-SIST
001783                COMPUTE WK-ANO-COMP = WK-ANO-SIST - 1
001784            ELSE
001785                MOVE WK-ANO-SIST TO WK-ANO-COMP
001786            END-IF.
001787            MOVE FD-VENDEDOR TO LK-VENDEDOR-COM.
001788            COMPUTE LK-ANO-MES-COM = WK-ANO-COMP * 100 + FD-MES.
001789            CALL WK-PROG-HIERARQUIA USING LK-AREA-HIERARQUIA.
001790            PERFORM 207-SOMAR-NIVEL
001791                VARYING WK-NIVEL FROM 1 BY 1
001792                UNTIL WK-NIVEL > 3.
001793        207-SOMAR-NIVEL.
001794            COMPUTE WK-IDX-COD =
001795                LK-CODIGO-NIVEL-COM(WK-NIVEL) + 1.
001796            MOVE 'S' TO TOT-COD-USADO(WK-NIVEL, WK-IDX-COD).
001797            IF NOTA-DEVOLUCAO
001798                SUBTRACT WK-VALOR-CONV
001799                    FROM TOT-NIV-MES(WK-NIVEL, WK-IDX-COD, FD-MES)
001800            ELSE
001801                ADD WK-VALOR-CONV
001802                    TO TOT-NIV-MES(WK-NIVEL, WK-IDX-COD, FD-MES)
001803            END-IF.
001790        205-GRAVAR-CHECKPOINT.
001800            MOVE WK-QTDE-LIDA TO FD-QTDE-CHECKPT.
001810            WRITE REG-CHECKPT.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95813' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985013            MOVE WK-QTD-REJEITADOS
985014                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
002360                END-PERFORM
002370            END-PERFORM.
002380            PERFORM 903-RANKING-ESTADO.
002381            PERFORM 908-TOTAL-NIVEL
002382                VARYING WK-NIVEL FROM 1 BY 1
002383                UNTIL WK-NIVEL > 3.
002381            IF CMV-CARREGADO
002382                PERFORM 904-VENDA-CMV-MES
002383                    VARYING WK-MES FROM 1 BY 1
002384                    UNTIL WK-MES > 4
002385            END-IF.
002390            DISPLAY 'REGISTROS REJEITADOS (ESTADO INVALIDO) : '
002400                    WK-QTD-REJEITADOS.
002410            PERFORM 205-GRAVAR-CHECKPOINT.
002670                        ' : ' VENDEDOR-NOME(WK-MELHOR-VEND)
002680                        ' (' WK-TOT-EDIT ')'
002690            END-PERFORM.
002691       *      VENDA DA CATEGORIA NO MES (TODOS OS VENDEDORES E
002692       *      ESTADOS) AO LADO DO CMV E DA MARGEM
002693        904-VENDA-CMV-MES.
002694            PERFORM 905-VENDA-CMV-CATEGORIA
002695                VARYING WK-CATEGORIA FROM 1 BY 1
002696                UNTIL WK-CATEGORIA > 3.
002697        905-VENDA-CMV-CATEGORIA.
002698            MOVE ZEROS TO WK-VENDA-CAT.
002699            PERFORM 906-SOMAR-VENDEDOR
002700                VARYING WK-VENDEDOR FROM 1 BY 1
002701                UNTIL WK-VENDEDOR > 2.
002702            COMPUTE WK-MARGEM = WK-VENDA-CAT
002703                - CMV-CATEGORIA(WK-MES, WK-CATEGORIA).
002704            MOVE WK-VENDA-CAT TO WK-VENDA-EDIT.
002705            MOVE CMV-CATEGORIA(WK-MES, WK-CATEGORIA)
002706                TO WK-CMV-EDIT.
002706            MOVE WK-MARGEM TO WK-MARGEM-EDIT.
002707            IF FORMATO-US-ATIVO
002708                INSPECT WK-VENDA-EDIT REPLACING ALL '.' BY ';'
002709                INSPECT WK-VENDA-EDIT REPLACING ALL ',' BY '.'
002710                INSPECT WK-VENDA-EDIT REPLACING ALL ';' BY ','
002711                INSPECT WK-CMV-EDIT REPLACING ALL '.' BY ';'
002712                INSPECT WK-CMV-EDIT REPLACING ALL ',' BY '.'
002713                INSPECT WK-CMV-EDIT REPLACING ALL ';' BY ','
002714                INSPECT WK-MARGEM-EDIT REPLACING ALL '.' BY ';'
002715                INSPECT WK-MARGEM-EDIT REPLACING ALL ',' BY '.'
002716                INSPECT WK-MARGEM-EDIT REPLACING ALL ';' BY ','
002717            END-IF.
002718            DISPLAY 'MES ' WK-MES
002719                    ' CATEGORIA ' WK-CATEGORIA
002720                    ' VENDAS = ' WK-VENDA-EDIT
002721                    ' CMV = ' WK-CMV-EDIT
002722                    ' MARGEM = ' WK-MARGEM-EDIT.
002723        906-SOMAR-VENDEDOR.
002724            PERFORM 907-SOMAR-ESTADO
002725                VARYING WK-ESTADO FROM 1 BY 1
002726                UNTIL WK-ESTADO > WK-QTD-ESTADOS.
002727        907-SOMAR-ESTADO.
002728            ADD TOTAL(WK-VENDEDOR, WK-ESTADO,
002729                WK-MES, WK-CATEGORIA) TO WK-VENDA-CAT.
002730       *      TOTAL DO MES DE CADA EQUIPE NOS NIVEIS DA
002731       *      HIERARQUIA; CODIGO 00 = SEM HIERARQUIA VIGENTE
002732        908-TOTAL-NIVEL.
002733            PERFORM 909-TOTAL-CODIGO
002734                VARYING WK-IDX-COD FROM 1 BY 1
002735                UNTIL WK-IDX-COD > 100.
002736        909-TOTAL-CODIGO.
002737            IF TOT-COD-USADO(WK-NIVEL, WK-IDX-COD) = 'S'
002738                COMPUTE WK-COD-NIVEL = WK-IDX-COD - 1
002739                PERFORM 910-TOTAL-CODIGO-MES
002740                    VARYING WK-MES FROM 1 BY 1
002741                    UNTIL WK-MES > 4
002742            END-IF.
002743        910-TOTAL-CODIGO-MES.
002744            MOVE TOT-NIV-MES(WK-NIVEL, WK-IDX-COD, WK-MES)
002745                TO WK-VENDA-EDIT.
002746            IF FORMATO-US-ATIVO
002747                INSPECT WK-VENDA-EDIT REPLACING ALL '.' BY ';'
002748                INSPECT WK-VENDA-EDIT REPLACING ALL ',' BY '.'
002749                INSPECT WK-VENDA-EDIT REPLACING ALL ';' BY ','
002750            END-IF.
002751            DISPLAY NIVEL-NOME(WK-NIVEL) ' ' WK-COD-NIVEL
002752                    ' MES ' WK-MES
002753                    ' = ' WK-VENDA-EDIT.
