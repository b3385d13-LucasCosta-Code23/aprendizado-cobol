000560            05 FD-MOEDA-MOVHIST    PIC X(3).
000570            05 FD-HORA-MOVHIST     PIC 9(6).
000580            05 FD-SEQ-MOVHIST      PIC 9(4).
000581            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000590        FD   ARQ-MOVHPART
000600             RECORDING MODE IS F.
000610        01  REG-MOVHPART               PIC X(61).
000620        FD   ARQ-MOVHISTK
000630             RECORDING MODE IS F.
000640        01  REG-MOVHISTK               PIC X(61).
000650        FD   ARQ-MOVLOC
000660             RECORDING MODE IS F.
000670        01  REG-MOVLOC.
000810            05 JRL-QTD-GRAVADOS    PIC 9(7).
000820            05 JRL-QTD-REJEITADOS  PIC 9(7).
000830            05 JRL-RETORNO         PIC 9(4).
000831            05 JRL-ID-EXEC         PIC 9(10).
000840        WORKING-STORAGE SECTION.
000850        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000851        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000852        01  LK-AREA-ID-EXEC.
000853            05 LK-PROGRAMA-COM     PIC X(8).
000854            05 LK-ID-EXEC-COM      PIC 9(10).
000860        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
000870        77  WK-FS-MOVHPART PIC XX           VALUE SPACES.
000880        77  WK-FS-MOVHISTK PIC XX           VALUE SPACES.
002520            MOVE ZEROS TO JRL-QTD-GRAVADOS.
002530            MOVE ZEROS TO JRL-QTD-REJEITADOS.
002540            MOVE ZEROS TO JRL-RETORNO.
002541            MOVE 'EAD95870' TO LK-PROGRAMA-COM.
002542            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
002543            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
002550            PERFORM 194-GRAVAR-RUNJRNL.
002560        196-GRAVAR-JRNL-FIM.
002570            MOVE 'F' TO JRL-TIPO.
002610                TO JRL-QTD-GRAVADOS.
002620            MOVE ZEROS TO JRL-QTD-REJEITADOS.
002630            MOVE RETURN-CODE TO JRL-RETORNO.
002631            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
002640            PERFORM 194-GRAVAR-RUNJRNL.
002650        194-GRAVAR-RUNJRNL.
002660            OPEN EXTEND ARQ-RUNJRNL.
