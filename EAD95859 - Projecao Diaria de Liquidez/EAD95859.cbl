000550            05 FD-MOEDA-MOVHIST    PIC X(3).
000550            05 FD-HORA-MOVHIST     PIC 9(6).
000550            05 FD-SEQ-MOVHIST      PIC 9(4).
000551            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000560        FD   ARQ-TEDCTL
000570             RECORDING MODE IS F.
000580        01  REG-TEDCTL.
000630            05 FD-SITUACAO-TED     PIC X.
000640                88 TED-ENVIADO         VALUE 'E'.
000650            05 FD-MOEDA-TED        PIC X(3).
000651            05 FD-ID-EXEC-TED      PIC 9(10).
000660        FD   ARQ-OBRIGFUT
000670             RECORDING MODE IS F.
000680        01  REG-OBRIGFUT.
000930            05 JRL-QTD-GRAVADOS    PIC 9(7).
000940            05 JRL-QTD-REJEITADOS  PIC 9(7).
000950            05 JRL-RETORNO         PIC 9(4).
000951            05 JRL-ID-EXEC         PIC 9(10).
000960        WORKING-STORAGE SECTION.
000970        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000971        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000972        01  LK-AREA-ID-EXEC.
000973            05 LK-PROGRAMA-COM     PIC X(8).
000974            05 LK-ID-EXEC-COM      PIC 9(10).
000980        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
000990        77  WK-FS-TEDCTL   PIC XX           VALUE SPACES.
001000        77  WK-FS-OBRIGFUT PIC XX           VALUE SPACES.
002990            MOVE FD-VALOR-MOVHIST TO WK-VALOR-ORIG.
003000            MOVE FD-MOEDA-MOVHIST TO WK-MOEDA-CONV.
003010            PERFORM 206-CONVERTER-BRL.
003020            IF FD-TIPO-MOVHIST = 'C' OR 'J' OR 'R' OR 'B'
003021                                   OR 'U' OR 'Y'
003030                ADD WK-VALOR-BRL TO WK-TOT-CRED-JAN
003040            ELSE
003050                ADD WK-VALOR-BRL TO WK-TOT-DEB-JAN
004190            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004200            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004210            MOVE ZEROS TO JRL-RETORNO.
004211            MOVE 'EAD95859' TO LK-PROGRAMA-COM.
004212            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004213            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004220            PERFORM 194-GRAVAR-RUNJRNL.
004230        196-GRAVAR-JRNL-FIM.
004240            MOVE 'F' TO JRL-TIPO.
004270            MOVE 5 TO JRL-QTD-GRAVADOS.
004280            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004290            MOVE RETURN-CODE TO JRL-RETORNO.
004291            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004300            PERFORM 194-GRAVAR-RUNJRNL.
004310        194-GRAVAR-RUNJRNL.
004320            OPEN EXTEND ARQ-RUNJRNL.
