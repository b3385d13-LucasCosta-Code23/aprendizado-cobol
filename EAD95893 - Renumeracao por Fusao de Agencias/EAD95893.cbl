001320            05 FD-MOEDA-MOVHIST    PIC X(3).
001330            05 FD-HORA-MOVHIST     PIC 9(6).
001340            05 FD-SEQ-MOVHIST      PIC 9(4).
001341            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
001350        FD   ARQ-MOVHISRN
001360             RECORDING MODE IS F.
001370        01  REG-MOVHISRN               PIC X(61).
001380        FD   ARQ-TEDCTL
001390             RECORDING MODE IS F.
001400        01  REG-TEDCTL.
001440            05 FD-DATA-TED         PIC 9(8).
001450            05 FD-SITUACAO-TED     PIC X.
001460            05 FD-MOEDA-TED        PIC X(3).
001461            05 FD-ID-EXEC-TED      PIC 9(10).
001470        FD   ARQ-TEDCTLRN
001480             RECORDING MODE IS F.
001490        01  REG-TEDCTLRN               PIC X(43).
001500        FD   ARQ-RENJRNL
001510             RECORDING MODE IS F.
001520        01  REG-RENJRNL.
001700            05 JRL-QTD-GRAVADOS    PIC 9(7).
001710            05 JRL-QTD-REJEITADOS  PIC 9(7).
001720            05 JRL-RETORNO         PIC 9(4).
001721            05 JRL-ID-EXEC         PIC 9(10).
001730        WORKING-STORAGE SECTION.
001740        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001741        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001742        01  LK-AREA-ID-EXEC.
001743            05 LK-PROGRAMA-COM     PIC X(8).
001744            05 LK-ID-EXEC-COM      PIC 9(10).
001750        77  WK-FS-BATLOCK  PIC XX           VALUE SPACES.
001760        77  WK-FS-MAPEAMEN PIC XX           VALUE SPACES.
001770        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
006910            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006920            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006930            MOVE ZEROS TO JRL-RETORNO.
006931            MOVE 'EAD95893' TO LK-PROGRAMA-COM.
006932            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006933            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006940            PERFORM 194-GRAVAR-RUNJRNL.
006950        196-GRAVAR-JRNL-FIM.
006960            MOVE 'F' TO JRL-TIPO.
007010            MOVE WK-QTD-COLISOES
007020                TO JRL-QTD-REJEITADOS.
007030            MOVE RETURN-CODE TO JRL-RETORNO.
007031            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
007040            PERFORM 194-GRAVAR-RUNJRNL.
007050        194-GRAVAR-RUNJRNL.
007060            OPEN EXTEND ARQ-RUNJRNL.
