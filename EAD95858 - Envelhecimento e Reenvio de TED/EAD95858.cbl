000480                88 TED-LIQUIDADO       VALUE 'L'.
000490                88 TED-DEVOLVIDO       VALUE 'D'.
000500            05 FD-MOEDA-TED        PIC X(3).
000501            05 FD-ID-EXEC-TED      PIC 9(10).
000510        FD   ARQ-REMESSAR
000520             RECORDING MODE IS F.
000530        01  REG-REMESSAR               PIC X(240).
000650            05 JRL-QTD-GRAVADOS    PIC 9(7).
000660            05 JRL-QTD-REJEITADOS  PIC 9(7).
000670            05 JRL-RETORNO         PIC 9(4).
000671            05 JRL-ID-EXEC         PIC 9(10).
000680        WORKING-STORAGE SECTION.
000690        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000691        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000692        01  LK-AREA-ID-EXEC.
000693            05 LK-PROGRAMA-COM     PIC X(8).
000694            05 LK-ID-EXEC-COM      PIC 9(10).
000700        77  WK-FS-TEDCTL   PIC XX           VALUE SPACES.
000710        77  WK-FS-REMESSAR PIC XX           VALUE SPACES.
000720        77  WK-FS-RELTEDAG PIC XX           VALUE SPACES.
003220            MOVE ZEROS TO JRL-QTD-GRAVADOS.
003230            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003240            MOVE ZEROS TO JRL-RETORNO.
003241            MOVE 'EAD95858' TO LK-PROGRAMA-COM.
003242            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
003243            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003250            PERFORM 194-GRAVAR-RUNJRNL.
003260        196-GRAVAR-JRNL-FIM.
003270            MOVE 'F' TO JRL-TIPO.
003320            MOVE WK-QTD-VENCIDOS
003330                TO JRL-QTD-REJEITADOS.
003340            MOVE RETURN-CODE TO JRL-RETORNO.
003341            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003350            PERFORM 194-GRAVAR-RUNJRNL.
003360        194-GRAVAR-RUNJRNL.
003370            OPEN EXTEND ARQ-RUNJRNL.
