000380        FILE SECTION.
000390        FD   ARQ-ARQ1
000400             RECORDING MODE IS F.
000410        01  REG-ARQ1                   PIC X(64).
000420        FD   ARQ-RES1
000430             RECORDING MODE IS F.
000440        01  REG-RES1                   PIC X(64).
000450        FD   ARQ-ARQ2
000460             RECORDING MODE IS F.
000470        01  REG-ARQ2                   PIC X(51).
000560        01  REG-RES3                   PIC X(18).
000570        FD   ARQ-ARQ4
000580             RECORDING MODE IS F.
000590        01  REG-ARQ4                   PIC X(95).
000600        FD   ARQ-RES4
000610             RECORDING MODE IS F.
000620        01  REG-RES4                   PIC X(95).
000630        FD   ARQ-ARQ5
000640             RECORDING MODE IS F.
000650        01  REG-ARQ5                   PIC X(61).
000660        FD   ARQ-RES5
000670             RECORDING MODE IS F.
000680        01  REG-RES5                   PIC X(61).
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000690        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000700        77  WK-FS-ARQUIVO  PIC XX           VALUE SPACES.
000710        77  WK-FS-RESTAURA PIC XX           VALUE SPACES.
000720        77  WK-DATASET     PIC X(8)         VALUE SPACES.
000760        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
000770        77  WK-QTD-RESTAURADOS PIC 9(7)     VALUE ZEROS.
000780        77  WK-DATA-REG    PIC 9(8)         VALUE ZEROS.
000790        01  WK-REG-TRAB        PIC X(95)    VALUE SPACES.
000800        01  WK-REG-TRAB-R REDEFINES WK-REG-TRAB.
000810            05 WK-TIPO-TRAB    PIC X.
000820            05 WK-DATA-CTRL-TRAB PIC 9(8).
000830            05 FILLER          PIC X(86).
000840        01  NOMES-DATASET.
000850            05 FILLER          PIC X(8) VALUE 'LANCAM'.
000860            05 FILLER          PIC X(8) VALUE 'CLIENTEN'.
001910            EVALUATE WK-IDX-DATASET
001920                WHEN 1
001930                    WRITE REG-RES1
001940                        FROM WK-REG-TRAB(1:64)
001950                WHEN 2
001960                    WRITE REG-RES2
001970                        FROM WK-REG-TRAB(1:51)
002000                        FROM WK-REG-TRAB(1:18)
002010                WHEN 4
002020                    WRITE REG-RES4
002030                        FROM WK-REG-TRAB(1:95)
002040                WHEN 5
002050                    WRITE REG-RES5
002060                        FROM WK-REG-TRAB(1:61)
002070            END-EVALUATE.
002080            IF WK-FS-RESTAURA NOT = '00'
002090                DISPLAY 'ERRO ' WK-FS-RESTAURA
002180            EVALUATE WK-IDX-DATASET
002190                WHEN 1
002200                    READ ARQ-ARQ1
002210                    MOVE REG-ARQ1 TO WK-REG-TRAB(1:64)
002220                WHEN 2
002230                    READ ARQ-ARQ2
002240                    MOVE REG-ARQ2 TO WK-REG-TRAB(1:51)
002270                    MOVE REG-ARQ3 TO WK-REG-TRAB(1:18)
002280                WHEN 4
002290                    READ ARQ-ARQ4
002300                    MOVE REG-ARQ4 TO WK-REG-TRAB(1:95)
002310                WHEN 5
002320                    READ ARQ-ARQ5
002330                    MOVE REG-ARQ5 TO WK-REG-TRAB(1:61)
002340            END-EVALUATE.
002350            EVALUATE WK-FS-ARQUIVO
002360                WHEN '00'
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95839' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985011                TO JRL-QTD-GRAVADOS.
985010            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
