000970                10 FD-VALOR-CTRL-LOTE       PIC 9(8)V99.
000980                10 FD-INST-CTRL-LOTE        PIC 99.
000990                10 FILLER                   PIC X(27).
000991            05 FD-ID-EXEC-LANCAMK      PIC 9(10).
001000        FD   ARQ-CARDMOV
001010             RECORDING MODE IS F.
001020        01  REG-CARDMOV.
001200            05 JRL-QTD-GRAVADOS    PIC 9(7).
001210            05 JRL-QTD-REJEITADOS  PIC 9(7).
001220            05 JRL-RETORNO         PIC 9(4).
001221            05 JRL-ID-EXEC         PIC 9(10).
001230        WORKING-STORAGE SECTION.
001240        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001241        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001242        01  LK-AREA-ID-EXEC.
001243            05 LK-PROGRAMA-COM     PIC X(8).
001244            05 LK-ID-EXEC-COM      PIC 9(10).
001250        77  WK-FS-CARDFEED PIC XX           VALUE SPACES.
001260        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001270        77  WK-FS-LANCAMK  PIC XX           VALUE SPACES.
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
003180        202-GRAVAR-LANCAMK.
003181            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMK.
003190            WRITE REG-LANCAMK.
003200            IF WK-FS-LANCAMK NOT = '00'
003210                DISPLAY 'ERRO ' WK-FS-LANCAMK
003450            MOVE ZEROS TO JRL-QTD-GRAVADOS.
003460            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003470            MOVE ZEROS TO JRL-RETORNO.
003471            MOVE 'EAD95887' TO LK-PROGRAMA-COM.
003472            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
003473            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003480            PERFORM 194-GRAVAR-RUNJRNL.
003490        196-GRAVAR-JRNL-FIM.
003500            MOVE 'F' TO JRL-TIPO.
003550            MOVE WK-QTD-CRITICADAS
003560                TO JRL-QTD-REJEITADOS.
003570            MOVE RETURN-CODE TO JRL-RETORNO.
003571            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003580            PERFORM 194-GRAVAR-RUNJRNL.
003590        194-GRAVAR-RUNJRNL.
003600            OPEN EXTEND ARQ-RUNJRNL.
