001740                10 FD-DATA-CTRL-LANCAM     PIC 9(8).
001750                10 FD-QTDE-CTRL-LANCAM     PIC 9(6).
001760                10 FD-VALOR-CTRL-LANCAM    PIC 9(8)V99.
001761            05 FD-ID-EXEC-LANCAM       PIC 9(10).
001770        FD   ARQ-INTEGRID
001780             RECORDING MODE IS F.
001790        01  REG-INTEGRID               PIC X(60).
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
001880        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
992001        77  WK-FS-BATLOCK  PIC XX           VALUE SPACES.
992002        77  WK-OPERADOR-TRAVA PIC X(8)      VALUE SPACES.
001890        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95818' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985013            MOVE WK-QTD-DIVERGENTES
985014                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
