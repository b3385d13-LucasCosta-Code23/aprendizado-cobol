000400            05 JRL-QTD-GRAVADOS    PIC 9(7).
000410            05 JRL-QTD-REJEITADOS  PIC 9(7).
000420            05 JRL-RETORNO         PIC 9(4).
000421            05 JRL-ID-EXEC         PIC 9(10).
000430        FD   ARQ-RELOPER
000440             RECORDING MODE IS F.
000450        01  REG-RELOPER                PIC X(78).
