000560            05 JRL-QTD-GRAVADOS    PIC 9(7).
000570            05 JRL-QTD-REJEITADOS  PIC 9(7).
000580            05 JRL-RETORNO         PIC 9(4).
000581            05 JRL-ID-EXEC         PIC 9(10).
000590        FD   ARQ-RELSCHED
000600             RECORDING MODE IS F.
000610        01  REG-RELSCHED               PIC X(70).
