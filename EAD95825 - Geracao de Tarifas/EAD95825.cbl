000620                10 FD-DATA-CTRL-LANCAMF    PIC 9(8).
000630                10 FD-QTDE-CTRL-LANCAMF    PIC 9(6).
000640                10 FD-VALOR-CTRL-LANCAMF   PIC 9(8)V99.
000641            05 FD-ID-EXEC-LANCAMF      PIC 9(10).
000650        FD   ARQ-RELTARIF
000660             RECORDING MODE IS F.
000670        01  REG-RELTARIF               PIC X(60).
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000740        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000750        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
000760        77  WK-FS-LANCAMF  PIC XX           VALUE SPACES.
000770        77  WK-FS-RELTARIF PIC XX           VALUE SPACES.
098835            END-IF.
098836            MOVE WK-DV-NUM TO WK-DIGITO-CALC.
002390        205-GRAVAR-LANCAMF.
002391            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMF.
002400            WRITE REG-LANCAMF.
002410            IF WK-FS-LANCAMF NOT = '00'
002420                DISPLAY 'ERRO ' WK-FS-LANCAMF
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95825' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985012                TO JRL-QTD-GRAVADOS.
985013            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985014            MOVE RETURN-CODE TO JRL-RETORNO.
985015            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985015            PERFORM 194-GRAVAR-RUNJRNL.
985016        194-GRAVAR-RUNJRNL.
985017            OPEN EXTEND ARQ-RUNJRNL.
