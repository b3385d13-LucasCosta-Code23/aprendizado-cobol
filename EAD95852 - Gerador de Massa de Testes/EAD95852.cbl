000640                10 FD-QTDE-CTRL-LANCAM     PIC 9(6).
000650                10 FD-VALOR-CTRL-LANCAM    PIC 9(8)V99.
000655                10 FD-INST-CTRL-LANCAM     PIC 99.
000656            05 FD-ID-EXEC-LANCAM       PIC 9(10).
000660        FD   ARQ-CTRLSAL
000670             RECORDING MODE IS F.
000680        01  REG-CTRLSAL.
000770            05 FD-VALOR                PIC 9(6)V99.
000780            05 FD-MOEDA                PIC X(3).
000782            05 FD-TIPO-NOTA            PIC X.
000783            05 FD-COMPRADOR            PIC X(6).
000784            05 FD-APROVADO             PIC X.
000790        FD   ARQ-VENDAS3N
000800             RECORDING MODE IS F.
000810        01  REG-VENDAS3N.
000870            05 FD-VALOR-3N             PIC 9(6)V99.
000880            05 FD-MOEDA-3N             PIC X(3).
000882            05 FD-TIPO-NOTA-3N         PIC X.
000883            05 FD-COMPRADOR-3N         PIC X(6).
000884            05 FD-APROVADO-3N          PIC X.
000885            05 FD-QUANTIDADE-3N        PIC 9(5).
000890        FD   ARQ-CAMBIO
000900             RECORDING MODE IS F.
000910        01  REG-CAMBIO.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000950        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000960        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
000970        77  WK-FS-LANCAM   PIC XX           VALUE SPACES.
000980        77  WK-FS-CTRLSAL  PIC XX           VALUE SPACES.
003220            PERFORM 207-GRAVAR-LANCAM.
003230            ADD FD-VALOR-LANCAM TO WK-TOT-LOTE.
003240        207-GRAVAR-LANCAM.
003241            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAM.
003250            WRITE REG-LANCAM.
003260            IF WK-FS-LANCAM NOT = '00'
003270                DISPLAY 'ERRO ' WK-FS-LANCAM
003470            COMPUTE FD-VALOR = WK-FAIXA / 3.
003480            MOVE 'BRL' TO FD-MOEDA.
003485            MOVE 'V'   TO FD-TIPO-NOTA.
003486            MOVE 'C00001' TO FD-COMPRADOR.
003487            MOVE SPACE TO FD-APROVADO.
003490            WRITE REG-VENDAS.
003500            ADD 1 TO WK-NOTA-SEQ.
003510            PERFORM 210-PROXIMO-ALEATORIO.
003680            COMPUTE FD-VALOR-3N = WK-FAIXA / 3.
003690            MOVE 'BRL' TO FD-MOEDA-3N.
003695            MOVE 'V'   TO FD-TIPO-NOTA-3N.
003696            MOVE 'C00001' TO FD-COMPRADOR-3N.
003697            MOVE SPACE TO FD-APROVADO-3N.
003698            PERFORM 210-PROXIMO-ALEATORIO.
003699            COMPUTE FD-QUANTIDADE-3N = 1 + WK-RESTO-RND -
003700                ((WK-RESTO-RND / 20) * 20).
003700            WRITE REG-VENDAS3N.
003710        210-PROXIMO-ALEATORIO.
003720            COMPUTE WK-ALEATORIO =
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95852' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985011                TO JRL-QTD-GRAVADOS.
985010            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
