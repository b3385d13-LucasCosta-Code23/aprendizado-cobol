984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000390        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000400        77  WK-FS-CENARIOS PIC XX           VALUE SPACES.
000410        77  WK-FS-RELCENAR PIC XX           VALUE SPACES.
000420        77  WK-SEQ-CENARIO PIC 9(3)         VALUE ZEROS.
000632            05 LK-PRAZO-DIV        PIC 9(3).
000640            05 LK-TOT-JUROS-DIV    PIC 9(7)V99.
000650            05 LK-TOT-PAGO-DIV     PIC 9(9)V99.
000651            05 LK-TARIFA-DIV       PIC 9(6)V99.
000652            05 LK-SEGURO-DIV       PIC 9(6)V99.
000653            05 LK-IOF-DIV          PIC 9(6)V99.
000654            05 LK-CET-MES-DIV      PIC 9(3)V9(4).
000655            05 LK-CET-ANO-DIV      PIC 9(5)V9(4).
000660        01  WK-LINHA-CENARIO.
000670            05 FILLER          PIC X(08) VALUE 'CENARIO '.
000680            05 WK-SEQ-REL      PIC 9(3).
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95851' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985011                TO JRL-QTD-GRAVADOS.
985010            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
