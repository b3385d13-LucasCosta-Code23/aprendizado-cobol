000920            05 JRL-QTD-GRAVADOS    PIC 9(7).
000930            05 JRL-QTD-REJEITADOS  PIC 9(7).
000940            05 JRL-RETORNO         PIC 9(4).
000941            05 JRL-ID-EXEC         PIC 9(10).
000950        WORKING-STORAGE SECTION.
000960        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000961        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000962        01  LK-AREA-ID-EXEC.
000963            05 LK-PROGRAMA-COM     PIC X(8).
000964            05 LK-ID-EXEC-COM      PIC 9(10).
000970        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
000980        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
000990        77  WK-FS-CENSOEXC PIC XX           VALUE SPACES.
004550            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004560            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004570            MOVE ZEROS TO JRL-RETORNO.
004571            MOVE 'EAD95873' TO LK-PROGRAMA-COM.
004572            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004573            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004580            PERFORM 194-GRAVAR-RUNJRNL.
004590        196-GRAVAR-JRNL-FIM.
004600            MOVE 'F' TO JRL-TIPO.
004650            MOVE WK-QTD-SEM-CONTA
004660                TO JRL-QTD-REJEITADOS.
004670            MOVE RETURN-CODE TO JRL-RETORNO.
004671            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004680            PERFORM 194-GRAVAR-RUNJRNL.
004690        194-GRAVAR-RUNJRNL.
004700            OPEN EXTEND ARQ-RUNJRNL.
