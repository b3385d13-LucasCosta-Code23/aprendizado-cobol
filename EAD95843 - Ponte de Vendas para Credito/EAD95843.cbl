000352            05 FD-TIPO-NOTA            PIC X.
000352                88 VENDA-NORMAL           VALUE 'V' ' '.
000352                88 NOTA-DEVOLUCAO         VALUE 'D'.
000353            05 FD-COMPRADOR            PIC X(6).
000354            05 FD-APROVADO             PIC X.
000352        FD   ARQ-NOTALIQ
000354             RECORDING MODE IS F.
000356        01  REG-NOTALIQ.
000580                10 FD-DATA-CTRL-LANCAMC    PIC 9(8).
000590                10 FD-QTDE-CTRL-LANCAMC    PIC 9(6).
000600                10 FD-VALOR-CTRL-LANCAMC   PIC 9(8)V99.
000601            05 FD-ID-EXEC-LANCAMC      PIC 9(10).
000610        FD   ARQ-RELPONTE
000620             RECORDING MODE IS F.
000630        01  REG-RELPONTE               PIC X(70).
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000640        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
986020        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
986021        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
986022        01  WK-DATAS-CAMBIO.
002390            ADD 1        TO WK-QTD-DETALHE.
002400            ADD WK-VALOR-CONV-TRL TO WK-TOT-DETALHE.
002410        205-GRAVAR-LANCAMC.
002411            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMC.
002420            WRITE REG-LANCAMC.
002430            IF WK-FS-LANCAMC NOT = '00'
002440                DISPLAY 'ERRO ' WK-FS-LANCAMC
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95843' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985010            MOVE WK-QTD-SEM-MAPA
985011                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
