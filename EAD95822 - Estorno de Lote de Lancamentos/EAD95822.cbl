000520                10 FD-DATA-CTRL-LANCAM     PIC 9(8).
000530                10 FD-QTDE-CTRL-LANCAM     PIC 9(6).
000540                10 FD-VALOR-CTRL-LANCAM    PIC 9(8)V99.
000541            05 FD-ID-EXEC-LANCAM       PIC 9(10).
000550        FD   ARQ-LANCAMES
000560             RECORDING MODE IS F.
000570        01  REG-LANCAMES.
000680                10 FD-DATA-CTRL-LANCAMES   PIC 9(8).
000690                10 FD-QTDE-CTRL-LANCAMES   PIC 9(6).
000700                10 FD-VALOR-CTRL-LANCAMES  PIC 9(8)V99.
000701            05 FD-ID-EXEC-LANCAMES     PIC 9(10).
000710        FD   ARQ-RELESTOR
000720             RECORDING MODE IS F.
000730        01  REG-RELESTOR               PIC X(70).
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
986010        FD   ARQ-CAMBIO
986011             RECORDING MODE IS F.
986012        01  REG-CAMBIO.
986036        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
986037        77  WK-VALOR-CONV-TRL PIC 9(8)V99   VALUE ZEROS.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000830        77  WK-FS-LANCAM   PIC XX           VALUE SPACES.
000840        77  WK-FS-LANCAMES PIC XX           VALUE SPACES.
000850        77  WK-FS-RELESTOR PIC XX           VALUE SPACES.
002440            MOVE WK-DATA-ESTORNO TO FD-DATA-CTRL-LANCAMES.
002490            PERFORM 205-GRAVAR-LANCAMES.
002500        205-GRAVAR-LANCAMES.
002501            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMES.
002510            WRITE REG-LANCAMES.
002520            IF WK-FS-LANCAMES NOT = '00'
002530                DISPLAY 'ERRO ' WK-FS-LANCAMES
002650                    MOVE 'D' TO WK-TIPO-INVERSO
002660                WHEN 'J'
002670                    MOVE 'D' TO WK-TIPO-INVERSO
002671                WHEN 'B'
002672                    MOVE 'D' TO WK-TIPO-INVERSO
002680                WHEN 'D'
002690                    MOVE 'C' TO WK-TIPO-INVERSO
002700                WHEN 'T'
002730                    MOVE 'C' TO WK-TIPO-INVERSO
002730                WHEN 'K'
002730                    MOVE 'C' TO WK-TIPO-INVERSO
002731                WHEN 'P'
002732                    MOVE 'C' TO WK-TIPO-INVERSO
002731                WHEN 'I'
002731                    MOVE 'C' TO WK-TIPO-INVERSO
002732                WHEN 'V'
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95822' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985013                TO JRL-QTD-GRAVADOS.
985014            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
