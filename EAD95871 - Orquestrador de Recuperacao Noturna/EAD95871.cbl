000600            05 JRL-QTD-GRAVADOS    PIC 9(7).
000610            05 JRL-QTD-REJEITADOS  PIC 9(7).
000620            05 JRL-RETORNO         PIC 9(4).
000621            05 JRL-ID-EXEC         PIC 9(10).
000630        FD   ARQ-CHECKPT
000640             RECORDING MODE IS F.
000650        01  REG-CHECKPT.
