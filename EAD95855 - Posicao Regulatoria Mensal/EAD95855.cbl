000650            05 FD-CODIGO-AGENCIA   PIC X(4).
000660            05 FD-NOME-AGENCIA     PIC X(20).
000670            05 FD-REGIAO-AGENCIA   PIC X(10).
000671            05 FD-MINIMO-AGENCIA   PIC 9(3).
000672            05 FD-MAXIMO-AGENCIA   PIC 9(3).
000680        FD   ARQ-CAMBIO
000690             RECORDING MODE IS F.
000700        01  REG-CAMBIO.
001010            05 JRL-QTD-GRAVADOS    PIC 9(7).
001020            05 JRL-QTD-REJEITADOS  PIC 9(7).
001030            05 JRL-RETORNO         PIC 9(4).
001031            05 JRL-ID-EXEC         PIC 9(10).
001040        WORKING-STORAGE SECTION.
001050        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001051        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001052        01  LK-AREA-ID-EXEC.
001053            05 LK-PROGRAMA-COM     PIC X(8).
001054            05 LK-ID-EXEC-COM      PIC 9(10).
001060        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001070        77  WK-FS-AGENCIAS PIC XX           VALUE SPACES.
001080        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
004210            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004220            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004230            MOVE ZEROS TO JRL-RETORNO.
004231            MOVE 'EAD95855' TO LK-PROGRAMA-COM.
004232            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004233            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004240            PERFORM 194-GRAVAR-RUNJRNL.
004250        196-GRAVAR-JRNL-FIM.
004260            MOVE 'F' TO JRL-TIPO.
004300                TO JRL-QTD-GRAVADOS.
004310            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004320            MOVE RETURN-CODE TO JRL-RETORNO.
004321            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004330            PERFORM 194-GRAVAR-RUNJRNL.
004340        194-GRAVAR-RUNJRNL.
004350            OPEN EXTEND ARQ-RUNJRNL.
