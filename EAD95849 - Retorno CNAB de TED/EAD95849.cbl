000490            05 FD-DATA-TED         PIC 9(8).
000500            05 FD-SITUACAO-TED     PIC X.
000505            05 FD-MOEDA-TED        PIC X(3).
000506            05 FD-ID-EXEC-TED      PIC 9(10).
000510        FD   ARQ-TEDCTLN
000520             RECORDING MODE IS F.
000530        01  REG-TEDCTLN.
000570            05 FD-DATA-TEDN        PIC 9(8).
000580            05 FD-SITUACAO-TEDN    PIC X.
000585            05 FD-MOEDA-TEDN       PIC X(3).
000586            05 FD-ID-EXEC-TEDN     PIC 9(10).
000590        FD   ARQ-LANCAMDV
000600             RECORDING MODE IS F.
000610        01  REG-LANCAMDV.
000740                10 FD-DATA-CTRL-LANCAMDV   PIC 9(8).
000750                10 FD-QTDE-CTRL-LANCAMDV   PIC 9(6).
000760                10 FD-VALOR-CTRL-LANCAMDV  PIC 9(8)V99.
000761            05 FD-ID-EXEC-LANCAMDV     PIC 9(10).
986010        FD   ARQ-CAMBIO
986011             RECORDING MODE IS F.
986012        01  REG-CAMBIO.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000770        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
986020        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
986021        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
986022        01  WK-DATAS-CAMBIO.
000940                10 WK-TED-DATA        PIC 9(8).
000950                10 WK-TED-SITUACAO    PIC X.
000955                10 WK-TED-MOEDA       PIC X(3).
000956                10 WK-TED-ID-EXEC     PIC 9(10).
000960        77  WK-QTD-LIQUIDADOS PIC 9(5)      VALUE ZEROS.
000970        77  WK-QTD-DEVOLVIDOS PIC 9(5)      VALUE ZEROS.
000980        77  WK-QTD-SEM-CTL    PIC 9(5)      VALUE ZEROS.
001820            MOVE FD-DATA-TED     TO WK-TED-DATA(WK-QTD-TEDS).
001830            MOVE FD-SITUACAO-TED TO WK-TED-SITUACAO(WK-QTD-TEDS).
001835            MOVE FD-MOEDA-TED    TO WK-TED-MOEDA(WK-QTD-TEDS).
001836            MOVE FD-ID-EXEC-TED  TO WK-TED-ID-EXEC(WK-QTD-TEDS).
001840            PERFORM 104-LER-TEDCTL.
001850        103-GRAVAR-HEADER-ESTORNO.
001860            MOVE 'H' TO FD-TIPO-REG-LANCAMDV.
002450            ADD 1 TO WK-QTD-ESTORNO.
002460            ADD WK-VALOR-CONV-TRL TO WK-TOT-ESTORNO.
002470        205-GRAVAR-LANCAMDV.
002471            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMDV.
002480            WRITE REG-LANCAMDV.
002490            IF WK-FS-LANCAMDV NOT = '00'
002500                DISPLAY 'ERRO ' WK-FS-LANCAMDV
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95849' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985010            MOVE WK-QTD-SEM-CTL
985011                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
003090            MOVE WK-TED-DATA(WK-IDX-TED)     TO FD-DATA-TEDN.
003100            MOVE WK-TED-SITUACAO(WK-IDX-TED) TO FD-SITUACAO-TEDN.
003105            MOVE WK-TED-MOEDA(WK-IDX-TED)    TO FD-MOEDA-TEDN.
003106            MOVE WK-TED-ID-EXEC(WK-IDX-TED)  TO FD-ID-EXEC-TEDN.
003110            WRITE REG-TEDCTLN.
003120            IF WK-FS-TEDCTLN NOT = '00'
003130                DISPLAY 'ERRO ' WK-FS-TEDCTLN
