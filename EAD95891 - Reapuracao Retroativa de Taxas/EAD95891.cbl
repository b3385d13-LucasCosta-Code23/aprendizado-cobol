000650            05 FD-MOEDA-MOVHIST    PIC X(3).
000660            05 FD-HORA-MOVHIST     PIC 9(6).
000670            05 FD-SEQ-MOVHIST      PIC 9(4).
000671            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000680        FD   ARQ-LANCAMRE
000690             RECORDING MODE IS F.
000700        01  REG-LANCAMRE.
000880                10 FD-VALOR-CTRL-LOTE       PIC 9(8)V99.
000890                10 FD-INST-CTRL-LOTE        PIC 99.
000900                10 FILLER                   PIC X(27).
000901            05 FD-ID-EXEC-LANCAMRE     PIC 9(10).
986011        FD   ARQ-CAMBIO
986012             RECORDING MODE IS F.
986013        01  REG-CAMBIO.
001020            05 JRL-QTD-GRAVADOS    PIC 9(7).
001030            05 JRL-QTD-REJEITADOS  PIC 9(7).
001040            05 JRL-RETORNO         PIC 9(4).
001041            05 JRL-ID-EXEC         PIC 9(10).
001050        WORKING-STORAGE SECTION.
001060        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001061        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001062        01  LK-AREA-ID-EXEC.
001063            05 LK-PROGRAMA-COM     PIC X(8).
001064            05 LK-ID-EXEC-COM      PIC 9(10).
001070        77  WK-FS-TAXAJRN  PIC XX           VALUE SPACES.
001080        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
001090        77  WK-FS-LANCAMRE PIC XX           VALUE SPACES.
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
003440        202-GRAVAR-LANCAMRE.
003441            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMRE.
003450            WRITE REG-LANCAMRE.
003460            IF WK-FS-LANCAMRE NOT = '00'
003470                DISPLAY 'ERRO ' WK-FS-LANCAMRE
003840            MOVE ZEROS TO JRL-QTD-GRAVADOS.
003850            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003860            MOVE ZEROS TO JRL-RETORNO.
003861            MOVE 'EAD95891' TO LK-PROGRAMA-COM.
003862            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
003863            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003870            PERFORM 194-GRAVAR-RUNJRNL.
003880        196-GRAVAR-JRNL-FIM.
003890            MOVE 'F' TO JRL-TIPO.
003930                TO JRL-QTD-GRAVADOS.
003940            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003950            MOVE RETURN-CODE TO JRL-RETORNO.
003951            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003960            PERFORM 194-GRAVAR-RUNJRNL.
003970        194-GRAVAR-RUNJRNL.
003980            OPEN EXTEND ARQ-RUNJRNL.
