005823            05 FD-CODIGO-AGENCIA   PIC X(4).
005824            05 FD-NOME-AGENCIA     PIC X(20).
005825            05 FD-REGIAO-AGENCIA   PIC X(10).
005826            05 FD-MINIMO-AGENCIA   PIC 9(3).
005827            05 FD-MAXIMO-AGENCIA   PIC 9(3).
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
005523        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
992001        77  WK-FS-BATLOCK  PIC XX           VALUE SPACES.
992002        77  WK-OPERADOR-TRAVA PIC X(8)      VALUE SPACES.
992002        77  WK-MASCARAR-NOME PIC X           VALUE 'N'.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95810' TO LK-PROGRAMA-COM.
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
