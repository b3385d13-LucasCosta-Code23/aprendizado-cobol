000019                FILE STATUS IS WK-FS-CHECKPT.
000020            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000021                FILE STATUS IS WK-FS-CAMBIO.
000022            SELECT ARQ-CMVCAT   ASSIGN TO CMVCAT
000023                FILE STATUS IS WK-FS-CMVCAT.
000020       *
000021        DATA DIVISION.
000022        FILE SECTION.
000030            05 FD-TIPO-NOTA            PIC X.
000030                88 VENDA-NORMAL           VALUE 'V' ' '.
000030                88 NOTA-DEVOLUCAO         VALUE 'D'.
000031            05 FD-COMPRADOR            PIC X(6).
000032            05 FD-APROVADO             PIC X.
000031        FD   ARQ-CHECKPT
000032             RECORDING MODE IS F.
000033        01  REG-CHECKPT.
000038            05 FD-MOEDA-CAMBIO     PIC X(3).
000039            05 FD-DATA-CAMBIO      PIC 9(8).
000040            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
000041       *      CUSTO DAS MERCADORIAS VENDIDAS DO EAD95934
000042        FD   ARQ-CMVCAT
000043             RECORDING MODE IS F.
000044        01  REG-CMVCAT.
000045            05 FD-ANO-CMV          PIC 9(4).
000046            05 FD-MES-CMV          PIC 99.
000047            05 FD-CATEGORIA-CMV    PIC 9.
000048            05 FD-QTD-SAIDA-CMV    PIC S9(7).
000049            05 FD-VALOR-CMV        PIC S9(11)V99.
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000035        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000036        77  WK-FS-VENDAS PIC XX            VALUE SPACES.
000037        77  WK-FS-CHECKPT   PIC XX          VALUE SPACES.
000038        77  WK-QTDE-REINICIO PIC 9(7)       VALUE ZEROS.
000065        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
000066        01  WK-DATAS-CAMBIO.
000067            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
000068        77  WK-FS-CMVCAT   PIC XX           VALUE SPACES.
000069        77  WK-CMV-CARREGADO PIC X          VALUE 'N'.
000070            88 CMV-CARREGADO                   VALUE 'S'.
000071        01  TABELA-CMV.
000072            03 CMV-MES   PIC S9(11)V99  OCCURS 12 TIMES.
000073        77  WK-CMV-EDIT    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000074        77  WK-MARGEM      PIC S9(11)V99    VALUE ZEROS.
000075        77  WK-MARGEM-EDIT PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000064       *
000065        PROCEDURE DIVISION.
000066        000-PRINCIPAL SECTION.
000076            ACCEPT WK-QTDE-REINICIO FROM SYSIN.
000077            PERFORM 102-ABRIR-CHECKPT.
000078            PERFORM 190-CARREGAR-CAMBIO.
000079            PERFORM 180-CARREGAR-CMVCAT.
000079            INITIALIZE TABELA-TOTAIS.
000078            OPEN INPUT ARQ-VENDAS.
000079            EVALUATE WK-FS-VENDAS
000104                OR WK-FS-VENDAS = '10'.
000105        104-SALTAR-LEITURAS.
000106            PERFORM 301-LER-VENDAS.
000107       *      SEM CMVCAT O RELATORIO SAI SO COM AS VENDAS
000108        180-CARREGAR-CMVCAT.
000109            INITIALIZE TABELA-CMV.
000110            OPEN INPUT ARQ-CMVCAT.
000111            EVALUATE WK-FS-CMVCAT
000112                WHEN '00'
000113                    MOVE 'S' TO WK-CMV-CARREGADO
000114                    PERFORM 181-LER-CMVCAT
000115                    PERFORM 182-SOMAR-CMVCAT
000116                        UNTIL WK-FS-CMVCAT = '10'
000117                    CLOSE ARQ-CMVCAT
000118                WHEN '35'
000119                    CONTINUE
000120                WHEN OTHER
000121                    DISPLAY 'ERRO ' WK-FS-CMVCAT
000122                            ' NO COMANDO OPEN CMVCAT'
000123                    MOVE 12 TO RETURN-CODE
000124                    STOP RUN
000125            END-EVALUATE.
000126        181-LER-CMVCAT.
000127            READ ARQ-CMVCAT.
000128            EVALUATE WK-FS-CMVCAT
000129                WHEN '00'
000130                    CONTINUE
000131                WHEN '10'
000132                    CONTINUE
000133                WHEN OTHER
000134                    DISPLAY 'ERRO ' WK-FS-CMVCAT
000135                            ' NO COMANDO READ CMVCAT'
000136                    MOVE 12 TO RETURN-CODE
000137                    STOP RUN
000138            END-EVALUATE.
000139        182-SOMAR-CMVCAT.
000140            IF FD-MES-CMV NOT LESS 1 AND FD-MES-CMV NOT GREATER 12
000141                ADD FD-VALOR-CMV TO CMV-MES(FD-MES-CMV)
000142            END-IF.
000143            PERFORM 181-LER-CMVCAT.
000107       ***********************************************
000108        200-PROCESSAR SECTION.
000109        201-PROCESSAR.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95812' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985012            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985013            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985014            MOVE RETURN-CODE TO JRL-RETORNO.
985015            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985015            PERFORM 194-GRAVAR-RUNJRNL.
985016        194-GRAVAR-RUNJRNL.
985017            OPEN EXTEND ARQ-RUNJRNL.
000175                DISPLAY 'TOTAL DE VENDAS DO MES ' WK-MES
000176                        ' (BRL) = ' WK-TOT-EDIT
000177                        ' (' WK-PERC-EDIT '% DO ANO)'
000178                IF CMV-CARREGADO
000179                    PERFORM 902-EXIBIR-CMV
000180                END-IF
000178            END-PERFORM.
000179           PERFORM 205-GRAVAR-CHECKPOINT.
000180            CLOSE ARQ-VENDAS.
000181           CLOSE ARQ-CHECKPT.
000182       *      MARGEM = VENDA LIQUIDA DO MES MENOS O CMV DO MES
000183        902-EXIBIR-CMV.
000184            MOVE CMV-MES(WK-MES) TO WK-CMV-EDIT.
000185            COMPUTE WK-MARGEM = TOTAL(WK-MES) - CMV-MES(WK-MES).
000186            MOVE WK-MARGEM TO WK-MARGEM-EDIT.
000187            IF FORMATO-US-ATIVO
000188                INSPECT WK-CMV-EDIT REPLACING ALL '.' BY ';'
000189                INSPECT WK-CMV-EDIT REPLACING ALL ',' BY '.'
000190                INSPECT WK-CMV-EDIT REPLACING ALL ';' BY ','
000191                INSPECT WK-MARGEM-EDIT REPLACING ALL '.' BY ';'
000192                INSPECT WK-MARGEM-EDIT REPLACING ALL ',' BY '.'
000193                INSPECT WK-MARGEM-EDIT REPLACING ALL ';' BY ','
000194            END-IF.
000195            DISPLAY '   CMV DO MES ' WK-MES
000196                    ' (BRL) = ' WK-CMV-EDIT
000197                    ' MARGEM = ' WK-MARGEM-EDIT.
