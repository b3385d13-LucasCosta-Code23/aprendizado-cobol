001030                10 FD-VALOR-CTRL-LOTE       PIC 9(8)V99.
001040                10 FD-INST-CTRL-LOTE        PIC 99.
001050                10 FILLER                   PIC X(27).
001051            05 FD-ID-EXEC-LANCAMDA     PIC 9(10).
001060        FD   ARQ-RESPOSTA
001070             RECORDING MODE IS F.
001080        01  REG-RESPOSTA.
001310            05 JRL-QTD-GRAVADOS    PIC 9(7).
001320            05 JRL-QTD-REJEITADOS  PIC 9(7).
001330            05 JRL-RETORNO         PIC 9(4).
001331            05 JRL-ID-EXEC         PIC 9(10).
001340        WORKING-STORAGE SECTION.
001350        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001351        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001352        01  LK-AREA-ID-EXEC.
001353            05 LK-PROGRAMA-COM     PIC X(8).
001354            05 LK-ID-EXEC-COM      PIC 9(10).
001360        77  WK-FS-CONVENIO PIC XX           VALUE SPACES.
001370        77  WK-FS-COBRANCA PIC XX           VALUE SPACES.
001380        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
003930        202-GRAVAR-LANCAMDA.
003931            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMDA.
003940            WRITE REG-LANCAMDA.
003950            IF WK-FS-LANCAMDA NOT = '00'
003960                DISPLAY 'ERRO ' WK-FS-LANCAMDA
004330            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004340            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004350            MOVE ZEROS TO JRL-RETORNO.
004351            MOVE 'EAD95886' TO LK-PROGRAMA-COM.
004352            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004353            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004360            PERFORM 194-GRAVAR-RUNJRNL.
004370        196-GRAVAR-JRNL-FIM.
004380            MOVE 'F' TO JRL-TIPO.
004430            MOVE WK-QTD-NAO-PAGAS
004440                TO JRL-QTD-REJEITADOS.
004450            MOVE RETURN-CODE TO JRL-RETORNO.
004451            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004460            PERFORM 194-GRAVAR-RUNJRNL.
004470        194-GRAVAR-RUNJRNL.
004480            OPEN EXTEND ARQ-RUNJRNL.
