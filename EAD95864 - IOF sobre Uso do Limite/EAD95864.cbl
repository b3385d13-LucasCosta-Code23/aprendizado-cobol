000840                10 FD-QTDE-CTRL-LANCAMT    PIC 9(6).
000850                10 FD-VALOR-CTRL-LANCAMT   PIC 9(8)V99.
000860                10 FD-INST-CTRL-LANCAMT    PIC 99.
000861            05 FD-ID-EXEC-LANCAMT      PIC 9(10).
000870        FD   ARQ-TAXAS
000880             RECORDING MODE IS F.
000890        01  REG-TAXAS.
001270            05 JRL-QTD-GRAVADOS    PIC 9(7).
001280            05 JRL-QTD-REJEITADOS  PIC 9(7).
001290            05 JRL-RETORNO         PIC 9(4).
001291            05 JRL-ID-EXEC         PIC 9(10).
001300        WORKING-STORAGE SECTION.
001310        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001311        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001312        01  LK-AREA-ID-EXEC.
001313            05 LK-PROGRAMA-COM     PIC X(8).
001314            05 LK-ID-EXEC-COM      PIC 9(10).
001320        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001330        77  WK-FS-LANCAMT  PIC XX           VALUE SPACES.
001340        77  WK-FS-TAXAS    PIC XX           VALUE SPACES.
003420            END-IF.
003430            MOVE WK-DV-NUM TO WK-DIGITO-CALC.
003440        205-GRAVAR-LANCAMT.
003441            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMT.
003450            WRITE REG-LANCAMT.
003460            IF WK-FS-LANCAMT NOT = '00'
003470                DISPLAY 'ERRO ' WK-FS-LANCAMT
005010            MOVE ZEROS TO JRL-QTD-GRAVADOS.
005020            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005030            MOVE ZEROS TO JRL-RETORNO.
005031            MOVE 'EAD95864' TO LK-PROGRAMA-COM.
005032            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
005033            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005040            PERFORM 194-GRAVAR-RUNJRNL.
005050        196-GRAVAR-JRNL-FIM.
005060            MOVE 'F' TO JRL-TIPO.
005090                TO JRL-QTD-GRAVADOS.
005100            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005110            MOVE RETURN-CODE TO JRL-RETORNO.
005111            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005120            PERFORM 194-GRAVAR-RUNJRNL.
005130        194-GRAVAR-RUNJRNL.
005140            OPEN EXTEND ARQ-RUNJRNL.
