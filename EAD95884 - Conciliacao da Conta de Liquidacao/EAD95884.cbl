000520                88 TED-RETIDO-LIMITE   VALUE 'R'.
000530                88 TED-AGUARDA-ALCADA  VALUE 'S'.
000540            05 FD-MOEDA-TED        PIC X(3).
000541            05 FD-ID-EXEC-TED      PIC 9(10).
000550        FD   ARQ-EXTLIQ
000560             RECORDING MODE IS F.
000570        01  REG-EXTLIQ.
000720            05 JRL-QTD-GRAVADOS    PIC 9(7).
000730            05 JRL-QTD-REJEITADOS  PIC 9(7).
000740            05 JRL-RETORNO         PIC 9(4).
000741            05 JRL-ID-EXEC         PIC 9(10).
000750        WORKING-STORAGE SECTION.
000760        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000761        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000762        01  LK-AREA-ID-EXEC.
000763            05 LK-PROGRAMA-COM     PIC X(8).
000764            05 LK-ID-EXEC-COM      PIC 9(10).
000770        77  WK-FS-TEDCTL   PIC XX           VALUE SPACES.
000780        77  WK-FS-EXTLIQ   PIC XX           VALUE SPACES.
000790        77  WK-FS-RELCONCI PIC XX           VALUE SPACES.
002540            MOVE ZEROS TO JRL-QTD-GRAVADOS.
002550            MOVE ZEROS TO JRL-QTD-REJEITADOS.
002560            MOVE ZEROS TO JRL-RETORNO.
002561            MOVE 'EAD95884' TO LK-PROGRAMA-COM.
002562            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
002563            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
002570            PERFORM 194-GRAVAR-RUNJRNL.
002580        196-GRAVAR-JRNL-FIM.
002590            MOVE 'F' TO JRL-TIPO.
002640            MOVE WK-QTD-EXT-ORFAOS
002650                TO JRL-QTD-REJEITADOS.
002660            MOVE RETURN-CODE TO JRL-RETORNO.
002661            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
002670            PERFORM 194-GRAVAR-RUNJRNL.
002680        194-GRAVAR-RUNJRNL.
002690            OPEN EXTEND ARQ-RUNJRNL.
