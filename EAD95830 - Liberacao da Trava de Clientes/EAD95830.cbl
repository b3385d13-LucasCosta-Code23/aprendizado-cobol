984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000450        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000460        77  WK-FS-BATLOCK  PIC XX           VALUE SPACES.
000470        77  WK-FS-RELLIBER PIC XX           VALUE SPACES.
000480        77  WK-OPERADOR    PIC X(8)         VALUE SPACES.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95830' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985011            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985012            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985013            MOVE RETURN-CODE TO JRL-RETORNO.
985014            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985014            PERFORM 194-GRAVAR-RUNJRNL.
985015        194-GRAVAR-RUNJRNL.
985016            OPEN EXTEND ARQ-RUNJRNL.
