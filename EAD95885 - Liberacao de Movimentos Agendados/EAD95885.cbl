000730                10 FD-VALOR-CTRL-LOTE      PIC 9(8)V99.
000740                10 FD-INST-CTRL-LOTE       PIC 99.
000750                10 FILLER                  PIC X(27).
000751            05 FD-ID-EXEC-LOTEAGEN     PIC 9(10).
986011        FD   ARQ-CAMBIO
986012             RECORDING MODE IS F.
986013        01  REG-CAMBIO.
000870            05 JRL-QTD-GRAVADOS    PIC 9(7).
000880            05 JRL-QTD-REJEITADOS  PIC 9(7).
000890            05 JRL-RETORNO         PIC 9(4).
000891            05 JRL-ID-EXEC         PIC 9(10).
000900        WORKING-STORAGE SECTION.
000910        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000911        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000912        01  LK-AREA-ID-EXEC.
000913            05 LK-PROGRAMA-COM     PIC X(8).
000914            05 LK-ID-EXEC-COM      PIC 9(10).
000920        77  WK-FS-AGENDADO PIC XX           VALUE SPACES.
000930        77  WK-FS-AGENDADON PIC XX          VALUE SPACES.
000940        77  WK-FS-LOTEAGEN PIC XX           VALUE SPACES.
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
002280        202-GRAVAR-LOTEAGEN.
002281            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LOTEAGEN.
002290            WRITE REG-LOTEAGEN.
002300            IF WK-FS-LOTEAGEN NOT = '00'
002310                DISPLAY 'ERRO ' WK-FS-LOTEAGEN
002550            MOVE ZEROS TO JRL-QTD-GRAVADOS.
002560            MOVE ZEROS TO JRL-QTD-REJEITADOS.
002570            MOVE ZEROS TO JRL-RETORNO.
002571            MOVE 'EAD95885' TO LK-PROGRAMA-COM.
002572            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
002573            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
002580            PERFORM 194-GRAVAR-RUNJRNL.
002590        196-GRAVAR-JRNL-FIM.
002600            MOVE 'F' TO JRL-TIPO.
002650            MOVE WK-QTD-RETIDOS
002660                TO JRL-QTD-REJEITADOS.
002670            MOVE RETURN-CODE TO JRL-RETORNO.
002671            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
002680            PERFORM 194-GRAVAR-RUNJRNL.
002690        194-GRAVAR-RUNJRNL.
002700            OPEN EXTEND ARQ-RUNJRNL.
