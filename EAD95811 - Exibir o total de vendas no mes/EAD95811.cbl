002912            05 FD-TIPO-NOTA            PIC X.
002912                88 VENDA-NORMAL           VALUE 'V' ' '.
002912                88 NOTA-DEVOLUCAO         VALUE 'D'.
002913            05 FD-COMPRADOR            PIC X(6).
002914            05 FD-APROVADO             PIC X.
002920        FD   ARQ-CHECKPT
002921             RECORDING MODE IS F.
002922        01  REG-CHECKPT.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
003300        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
006100        77  WK-FS-VENDAS PIC XX             VALUE SPACES.
006101        77  WK-FS-CHECKPT   PIC XX          VALUE SPACES.
006102        77  WK-FS-TOTMES    PIC XX          VALUE SPACES.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95811' TO LK-PROGRAMA-COM.
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
