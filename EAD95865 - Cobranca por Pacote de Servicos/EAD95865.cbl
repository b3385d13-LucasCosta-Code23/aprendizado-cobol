000590            05 FD-MOEDA-MOVHIST    PIC X(3).
000590            05 FD-HORA-MOVHIST     PIC 9(6).
000590            05 FD-SEQ-MOVHIST      PIC 9(4).
000591            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000600        FD   ARQ-PACOTES
000610             RECORDING MODE IS F.
000620        01  REG-PACOTES.
000930                10 FD-QTDE-CTRL-LANCAMP    PIC 9(6).
000940                10 FD-VALOR-CTRL-LANCAMP   PIC 9(8)V99.
000950                10 FD-INST-CTRL-LANCAMP    PIC 99.
000951            05 FD-ID-EXEC-LANCAMP      PIC 9(10).
986011        FD   ARQ-CAMBIO
986012             RECORDING MODE IS F.
986013        01  REG-CAMBIO.
001070            05 JRL-QTD-GRAVADOS    PIC 9(7).
001080            05 JRL-QTD-REJEITADOS  PIC 9(7).
001090            05 JRL-RETORNO         PIC 9(4).
001091            05 JRL-ID-EXEC         PIC 9(10).
001100        WORKING-STORAGE SECTION.
001110        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001111        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001112        01  LK-AREA-ID-EXEC.
001113            05 LK-PROGRAMA-COM     PIC X(8).
001114            05 LK-ID-EXEC-COM      PIC 9(10).
001120        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
001130        77  WK-FS-PACOTES  PIC XX           VALUE SPACES.
001140        77  WK-FS-CONTAPAC PIC XX           VALUE SPACES.
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
004110        205-GRAVAR-LANCAMP.
004111            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMP.
004120            WRITE REG-LANCAMP.
004130            IF WK-FS-LANCAMP NOT = '00'
004140                DISPLAY 'ERRO ' WK-FS-LANCAMP
004810            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004820            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004830            MOVE ZEROS TO JRL-RETORNO.
004831            MOVE 'EAD95865' TO LK-PROGRAMA-COM.
004832            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004833            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004840            PERFORM 194-GRAVAR-RUNJRNL.
004850        196-GRAVAR-JRNL-FIM.
004860            MOVE 'F' TO JRL-TIPO.
004900                TO JRL-QTD-GRAVADOS.
004910            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004920            MOVE RETURN-CODE TO JRL-RETORNO.
004921            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004930            PERFORM 194-GRAVAR-RUNJRNL.
004940        194-GRAVAR-RUNJRNL.
004950            OPEN EXTEND ARQ-RUNJRNL.
