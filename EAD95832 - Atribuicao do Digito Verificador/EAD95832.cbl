000720                10 FD-DATA-CTRL-LANCAM     PIC 9(8).
000730                10 FD-QTDE-CTRL-LANCAM     PIC 9(6).
000740                10 FD-VALOR-CTRL-LANCAM    PIC 9(8)V99.
000741            05 FD-ID-EXEC-LANCAM       PIC 9(10).
000750        FD   ARQ-LANCAMD
000760             RECORDING MODE IS F.
000770        01  REG-LANCAMD                PIC X(64).
000780        FD   ARQ-CLIENTEN
000790             RECORDING MODE IS F.
000800        01  REG-CLIENTEN.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
991001        FD   ARQ-BATLOCK
991002             RECORDING MODE IS F.
991003        01  REG-BATLOCK.
992001        77  WK-FS-BATLOCK  PIC XX           VALUE SPACES.
992002        77  WK-OPERADOR-TRAVA PIC X(8)      VALUE SPACES.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
001020        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001030        77  WK-FS-LANCAM   PIC XX           VALUE SPACES.
001040        77  WK-FS-LANCAMD  PIC XX           VALUE SPACES.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95832' TO LK-PROGRAMA-COM.
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
