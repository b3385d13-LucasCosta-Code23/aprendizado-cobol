000920                10 FD-DATA-CTRL-LANCAMV    PIC 9(8).
000930                10 FD-QTDE-CTRL-LANCAMV    PIC 9(6).
000940                10 FD-VALOR-CTRL-LANCAMV   PIC 9(8)V99.
000941            05 FD-ID-EXEC-LANCAMV      PIC 9(10).
000940        FD   ARQ-TAXAJRN
000942             RECORDING MODE IS F.
000944        01  REG-TAXAJRN.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000980        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000990        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001000        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
001010        77  WK-FS-REVAL    PIC XX           VALUE SPACES.
098835            END-IF.
098836            MOVE WK-DV-NUM TO WK-DIGITO-CALC.
003140        205-GRAVAR-LANCAMV.
003141            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMV.
003150            WRITE REG-LANCAMV.
003160            IF WK-FS-LANCAMV NOT = '00'
003170                DISPLAY 'ERRO ' WK-FS-LANCAMV
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95827' TO LK-PROGRAMA-COM.
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
