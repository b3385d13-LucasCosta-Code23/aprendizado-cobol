000560            05 FD-MOEDA-MOVHIST    PIC X(3).
000560            05 FD-HORA-MOVHIST     PIC 9(6).
000560            05 FD-SEQ-MOVHIST      PIC 9(4).
000561            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000570        FD   ARQ-FAIXAS
000580             RECORDING MODE IS F.
000590        01  REG-FAIXAS.
000860            05 JRL-QTD-GRAVADOS    PIC 9(7).
000870            05 JRL-QTD-REJEITADOS  PIC 9(7).
000880            05 JRL-RETORNO         PIC 9(4).
000881            05 JRL-ID-EXEC         PIC 9(10).
000890        WORKING-STORAGE SECTION.
000900        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000901        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000902        01  LK-AREA-ID-EXEC.
000903            05 LK-PROGRAMA-COM     PIC X(8).
000904            05 LK-ID-EXEC-COM      PIC 9(10).
000910        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
000920        77  WK-FS-FAIXAS   PIC XX           VALUE SPACES.
000930        77  WK-FS-FAIXAN   PIC XX           VALUE SPACES.
002490            WRITE REG-RELFAIXA FROM WK-CABEC-FAIXA.
002500       ***********************************************
002510        200-PROCESSAR SECTION.
002511       *      O MOVIMENTO DA POUPANCA (U/W/Y) TRAZ O SALDO
002512       *      DA POUPANCA, NAO O DA CONTA
002520        201-PROCESSAR.
002530            IF FD-ANOMES-MOVHIST = WK-ANOMES-PEDIDO
002531               AND FD-TIPO-MOVHIST NOT = 'U'
002532               AND FD-TIPO-MOVHIST NOT = 'W'
002533               AND FD-TIPO-MOVHIST NOT = 'Y'
002540                ADD 1 TO WK-QTD-MOVTOS
002550                PERFORM 202-ACUMULAR-SALDO
002560            END-IF.
003890            MOVE ZEROS TO JRL-QTD-GRAVADOS.
003900            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003910            MOVE ZEROS TO JRL-RETORNO.
003911            MOVE 'EAD95857' TO LK-PROGRAMA-COM.
003912            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
003913            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003920            PERFORM 194-GRAVAR-RUNJRNL.
003930        196-GRAVAR-JRNL-FIM.
003940            MOVE 'F' TO JRL-TIPO.
003980                TO JRL-QTD-GRAVADOS.
003990            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004000            MOVE RETURN-CODE TO JRL-RETORNO.
004001            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004010            PERFORM 194-GRAVAR-RUNJRNL.
004020        194-GRAVAR-RUNJRNL.
004030            OPEN EXTEND ARQ-RUNJRNL.
