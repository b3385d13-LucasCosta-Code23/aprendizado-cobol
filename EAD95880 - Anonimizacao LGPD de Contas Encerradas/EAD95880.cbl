001270            05 JRL-QTD-GRAVADOS    PIC 9(7).
001280            05 JRL-QTD-REJEITADOS  PIC 9(7).
001290            05 JRL-RETORNO         PIC 9(4).
001291            05 JRL-ID-EXEC         PIC 9(10).
001300        WORKING-STORAGE SECTION.
001310        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001311        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001312        01  LK-AREA-ID-EXEC.
001313            05 LK-PROGRAMA-COM     PIC X(8).
001314            05 LK-ID-EXEC-COM      PIC 9(10).
001320        77  WK-FS-BATLOCK  PIC XX           VALUE SPACES.
001330        77  WK-FS-ENCERCTF PIC XX           VALUE SPACES.
001340        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
004990            MOVE ZEROS TO JRL-QTD-GRAVADOS.
005000            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005010            MOVE ZEROS TO JRL-RETORNO.
005011            MOVE 'EAD95880' TO LK-PROGRAMA-COM.
005012            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
005013            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005020            PERFORM 194-GRAVAR-RUNJRNL.
005030        196-GRAVAR-JRNL-FIM.
005040            MOVE 'F' TO JRL-TIPO.
005080                TO JRL-QTD-GRAVADOS.
005090            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005100            MOVE RETURN-CODE TO JRL-RETORNO.
005101            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005110            PERFORM 194-GRAVAR-RUNJRNL.
005120        194-GRAVAR-RUNJRNL.
005130            OPEN EXTEND ARQ-RUNJRNL.
