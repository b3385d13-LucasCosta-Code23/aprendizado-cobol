991029            05 FD-PERFIL-OPERADOR  PIC X.
991030                88 PERFIL-SUPERVISOR   VALUE 'S'.
991031                88 PERFIL-COMUM        VALUE 'O'.
991032            05 FD-AGENCIA-OPERADOR PIC X(4).
991032        FD   ARQ-PENDAPRV
991033             RECORDING MODE IS F.
991034        01  REG-PENDAPRV.
991073            05 FD-CODIGO-AGENCIA   PIC X(4).
991074            05 FD-NOME-AGENCIA     PIC X(20).
991075            05 FD-REGIAO-AGENCIA   PIC X(10).
991076            05 FD-MINIMO-AGENCIA   PIC 9(3).
991077            05 FD-MAXIMO-AGENCIA   PIC 9(3).
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
001800        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
992001        77  WK-FS-BATLOCK  PIC XX           VALUE SPACES.
992002        77  WK-OPERADOR-TRAVA PIC X(8)      VALUE SPACES.
992003        77  WK-FS-MANJRNL  PIC XX           VALUE SPACES.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95816' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985013            MOVE WK-QTD-REJEIT
985014                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
