000970                10 FD-QTDE-CTRL-LANCAMCP   PIC 9(6).
000980                10 FD-VALOR-CTRL-LANCAMCP  PIC 9(8)V99.
000990                10 FD-INST-CTRL-LANCAMCP   PIC 99.
000991            05 FD-ID-EXEC-LANCAMCP     PIC 9(10).
001000        FD   ARQ-COMISEXC
001010             RECORDING MODE IS F.
001020        01  REG-COMISEXC.
001180            05 JRL-QTD-GRAVADOS    PIC 9(7).
001190            05 JRL-QTD-REJEITADOS  PIC 9(7).
001200            05 JRL-RETORNO         PIC 9(4).
001201            05 JRL-ID-EXEC         PIC 9(10).
001210        WORKING-STORAGE SECTION.
001220        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001221        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001222        01  LK-AREA-ID-EXEC.
001223            05 LK-PROGRAMA-COM     PIC X(8).
001224            05 LK-ID-EXEC-COM      PIC 9(10).
001230        77  WK-FS-COMISPAG PIC XX           VALUE SPACES.
001240        77  WK-FS-VENDCONTA PIC XX          VALUE SPACES.
001250        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
003440        205-GRAVAR-LANCAMCP.
003441            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMCP.
003450            WRITE REG-LANCAMCP.
003460            IF WK-FS-LANCAMCP NOT = '00'
003470                DISPLAY 'ERRO ' WK-FS-LANCAMCP
003920            MOVE ZEROS TO JRL-QTD-GRAVADOS.
003930            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003940            MOVE ZEROS TO JRL-RETORNO.
003941            MOVE 'EAD95876' TO LK-PROGRAMA-COM.
003942            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
003943            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003950            PERFORM 194-GRAVAR-RUNJRNL.
003960        196-GRAVAR-JRNL-FIM.
003970            MOVE 'F' TO JRL-TIPO.
004020            MOVE WK-QTD-EXCECOES
004030                TO JRL-QTD-REJEITADOS.
004040            MOVE RETURN-CODE TO JRL-RETORNO.
004041            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004050            PERFORM 194-GRAVAR-RUNJRNL.
004060        194-GRAVAR-RUNJRNL.
004070            OPEN EXTEND ARQ-RUNJRNL.
