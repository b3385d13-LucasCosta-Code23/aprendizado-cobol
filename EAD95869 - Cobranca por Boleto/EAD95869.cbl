001150                10 FD-QTDE-CTRL-LANCAMB    PIC 9(6).
001160                10 FD-VALOR-CTRL-LANCAMB   PIC 9(8)V99.
001170                10 FD-INST-CTRL-LANCAMB    PIC 99.
001171            05 FD-ID-EXEC-LANCAMB      PIC 9(10).
001180        FD   ARQ-RELBOL
001190             RECORDING MODE IS F.
001200        01  REG-RELBOL                 PIC X(70).
001290            05 JRL-QTD-GRAVADOS    PIC 9(7).
001300            05 JRL-QTD-REJEITADOS  PIC 9(7).
001310            05 JRL-RETORNO         PIC 9(4).
001311            05 JRL-ID-EXEC         PIC 9(10).
001320        WORKING-STORAGE SECTION.
001330        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001331        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001332        01  LK-AREA-ID-EXEC.
001333            05 LK-PROGRAMA-COM     PIC X(8).
001334            05 LK-ID-EXEC-COM      PIC 9(10).
001340        77  WK-FS-BOLEMIT  PIC XX           VALUE SPACES.
001350        77  WK-FS-BOLREG   PIC XX           VALUE SPACES.
001360        77  WK-FS-BOLREGN  PIC XX           VALUE SPACES.
005060       ***********************************************
005070        205-GRAVACOES SECTION.
005080        205-GRAVAR-LANCAMB.
005081            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMB.
005090            WRITE REG-LANCAMB.
005100            IF WK-FS-LANCAMB NOT = '00'
005110                DISPLAY 'ERRO ' WK-FS-LANCAMB
005860            MOVE ZEROS TO JRL-QTD-GRAVADOS.
005870            MOVE ZEROS TO JRL-QTD-REJEITADOS.
005880            MOVE ZEROS TO JRL-RETORNO.
005881            MOVE 'EAD95869' TO LK-PROGRAMA-COM.
005882            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
005883            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005890            PERFORM 194-GRAVAR-RUNJRNL.
005900        196-GRAVAR-JRNL-FIM.
005910            MOVE 'F' TO JRL-TIPO.
005960            MOVE WK-QTD-SEM-REG
005970                TO JRL-QTD-REJEITADOS.
005980            MOVE RETURN-CODE TO JRL-RETORNO.
005981            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005990            PERFORM 194-GRAVAR-RUNJRNL.
006000        194-GRAVAR-RUNJRNL.
006010            OPEN EXTEND ARQ-RUNJRNL.
