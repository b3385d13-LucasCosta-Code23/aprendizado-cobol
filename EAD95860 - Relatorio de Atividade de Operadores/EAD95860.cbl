000770            05 JRL-QTD-GRAVADOS    PIC 9(7).
000780            05 JRL-QTD-REJEITADOS  PIC 9(7).
000790            05 JRL-RETORNO         PIC 9(4).
000791            05 JRL-ID-EXEC         PIC 9(10).
000800        FD   ARQ-RELATIV
000810             RECORDING MODE IS F.
000820        01  REG-RELATIV                PIC X(78).
