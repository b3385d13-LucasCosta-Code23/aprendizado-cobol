000520        FILE SECTION.
000530        FD   ARQ-ENT1
000540             RECORDING MODE IS F.
000550        01  REG-ENT1                   PIC X(64).
000560        FD   ARQ-MAN1
000570             RECORDING MODE IS F.
000580        01  REG-MAN1                   PIC X(64).
000590        FD   ARQ-ARQ1
000600             RECORDING MODE IS F.
000610        01  REG-ARQ1                   PIC X(64).
000620        FD   ARQ-ENT2
000630             RECORDING MODE IS F.
000640        01  REG-ENT2                   PIC X(51).
000790        01  REG-ARQ3                   PIC X(18).
000800        FD   ARQ-ENT4
000810             RECORDING MODE IS F.
000820        01  REG-ENT4                   PIC X(95).
000830        FD   ARQ-MAN4
000840             RECORDING MODE IS F.
000850        01  REG-MAN4                   PIC X(95).
000860        FD   ARQ-ARQ4
000870             RECORDING MODE IS F.
000880        01  REG-ARQ4                   PIC X(95).
000890        FD   ARQ-ENT5
000900             RECORDING MODE IS F.
000910        01  REG-ENT5                   PIC X(61).
000920        FD   ARQ-MAN5
000930             RECORDING MODE IS F.
000940        01  REG-MAN5                   PIC X(61).
000950        FD   ARQ-ARQ5
000960             RECORDING MODE IS F.
000970        01  REG-ARQ5                   PIC X(61).
000980        FD   ARQ-MANIFEST
000990             RECORDING MODE IS F.
001000        01  REG-MANIFEST.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
001060        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
001070        77  WK-FS-ENTRADA  PIC XX           VALUE SPACES.
001080        77  WK-FS-MANTIDOS PIC XX           VALUE SPACES.
001090        77  WK-FS-ARQUIVO  PIC XX           VALUE SPACES.
001260        77  WK-QTD-MANTIDOS PIC 9(7)        VALUE ZEROS.
001270        77  WK-QTD-ARQUIVADOS PIC 9(7)      VALUE ZEROS.
001280        77  WK-DATA-REG    PIC 9(8)         VALUE ZEROS.
001310        01  WK-REG-TRAB        PIC X(95)    VALUE SPACES.
001320        01  WK-REG-TRAB-R REDEFINES WK-REG-TRAB.
001330            05 WK-TIPO-TRAB    PIC X.
001340            05 WK-DATA-CTRL-TRAB PIC 9(8).
001350            05 FILLER          PIC X(86).
001360        01  NOMES-DATASET.
001370            05 FILLER          PIC X(8) VALUE 'LANCAM'.
001380            05 FILLER          PIC X(8) VALUE 'CLIENTEN'.
002800            EVALUATE WK-IDX-DATASET
002810                WHEN 1
002820                    WRITE REG-ARQ1
002830                        FROM WK-REG-TRAB(1:64)
002840                WHEN 2
002850                    WRITE REG-ARQ2
002860                        FROM WK-REG-TRAB(1:51)
002890                        FROM WK-REG-TRAB(1:18)
002900                WHEN 4
002910                    WRITE REG-ARQ4
002920                        FROM WK-REG-TRAB(1:95)
002930                WHEN 5
002940                    WRITE REG-ARQ5
002950                        FROM WK-REG-TRAB(1:61)
002960            END-EVALUATE.
002970            IF WK-FS-ARQUIVO NOT = '00'
002980                DISPLAY 'ERRO ' WK-FS-ARQUIVO
003040            EVALUATE WK-IDX-DATASET
003050                WHEN 1
003060                    WRITE REG-MAN1
003070                        FROM WK-REG-TRAB(1:64)
003080                WHEN 2
003090                    WRITE REG-MAN2
003100                        FROM WK-REG-TRAB(1:51)
003130                        FROM WK-REG-TRAB(1:18)
003140                WHEN 4
003150                    WRITE REG-MAN4
003160                        FROM WK-REG-TRAB(1:95)
003170                WHEN 5
003180                    WRITE REG-MAN5
003190                        FROM WK-REG-TRAB(1:61)
003200            END-EVALUATE.
003210            IF WK-FS-MANTIDOS NOT = '00'
003220                DISPLAY 'ERRO ' WK-FS-MANTIDOS
003310            EVALUATE WK-IDX-DATASET
003320                WHEN 1
003330                    READ ARQ-ENT1
003340                    MOVE REG-ENT1 TO WK-REG-TRAB(1:64)
003350                WHEN 2
003360                    READ ARQ-ENT2
003370                    MOVE REG-ENT2 TO WK-REG-TRAB(1:51)
003400                    MOVE REG-ENT3 TO WK-REG-TRAB(1:18)
003410                WHEN 4
003420                    READ ARQ-ENT4
003430                    MOVE REG-ENT4 TO WK-REG-TRAB(1:95)
003440                WHEN 5
003450                    READ ARQ-ENT5
003460                    MOVE REG-ENT5 TO WK-REG-TRAB(1:61)
003470            END-EVALUATE.
003480            EVALUATE WK-FS-ENTRADA
003490                WHEN '00'
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95838' TO LK-PROGRAMA-COM.
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
