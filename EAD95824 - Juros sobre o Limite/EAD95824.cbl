000580                10 FD-DATA-CTRL-LANCAMJ    PIC 9(8).
000590                10 FD-QTDE-CTRL-LANCAMJ    PIC 9(6).
000600                10 FD-VALOR-CTRL-LANCAMJ   PIC 9(8)V99.
000601            05 FD-ID-EXEC-LANCAMJ      PIC 9(10).
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
986010        FD   ARQ-CAMBIO
986011             RECORDING MODE IS F.
986012        01  REG-CAMBIO.
986036        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
986037        77  WK-VALOR-CONV-TRL PIC 9(8)V99   VALUE ZEROS.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000620        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
000630        77  WK-FS-LANCAMJ  PIC XX           VALUE SPACES.
000640        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
098835            END-IF.
098836            MOVE WK-DV-NUM TO WK-DIGITO-CALC.
001530        205-GRAVAR-LANCAMJ.
001531            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMJ.
001540            WRITE REG-LANCAMJ.
001550            IF WK-FS-LANCAMJ NOT = '00'
001560                DISPLAY 'ERRO ' WK-FS-LANCAMJ
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95824' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985012                TO JRL-QTD-GRAVADOS.
985013            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985014            MOVE RETURN-CODE TO JRL-RETORNO.
985015            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985015            PERFORM 194-GRAVAR-RUNJRNL.
985016        194-GRAVAR-RUNJRNL.
985017            OPEN EXTEND ARQ-RUNJRNL.
