000520                10 FD-DATA-CTRL-LANCAM     PIC 9(8).
000530                10 FD-QTDE-CTRL-LANCAM     PIC 9(6).
000540                10 FD-VALOR-CTRL-LANCAM    PIC 9(8)V99.
000541            05 FD-ID-EXEC-LANCAM       PIC 9(10).
000550        FD   ARQ-LANCAMS
000560             RECORDING MODE IS F.
000570        01  REG-LANCAMS                PIC X(64).
000580        FD   ARQ-RELCLASS
000590             RECORDING MODE IS F.
000600        01  REG-RELCLASS               PIC X(70).
000712            05 CS-CONTRA           PIC X(9).
000714            05 CS-HORA             PIC 9(6).
000716            05 CS-SEQ              PIC 9(4).
000717            05 CS-ID-EXEC          PIC 9(10).
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
000730        77  WK-FS-LANCAM   PIC XX           VALUE SPACES.
000740        77  WK-FS-LANCAMS  PIC XX           VALUE SPACES.
000750        77  WK-FS-RELCLASS PIC XX           VALUE SPACES.
000850            88 LOTE-FECHADO                   VALUE 'N'.
000860        01  WK-TAB-LOTES.
000870            05 WK-LOTE-OCC        OCCURS 20 TIMES.
000880                10 WK-LOTE-HEADER     PIC X(64).
000890                10 WK-LOTE-TRAILER    PIC X(64).
000900        01  WK-REG-TRAB            PIC X(64).
000910        01  WK-REG-TRAB-R REDEFINES WK-REG-TRAB.
000920            05 WK-TIPO-REG-TRAB    PIC X.
000930            05 WK-DET-TRAB.
001010                10 WK-DATA-CTRL-TRAB  PIC 9(8).
001020                10 WK-QTDE-CTRL-TRAB  PIC 9(6).
001030                10 WK-VALOR-CTRL-TRAB PIC 9(8)V99.
001031            05 WK-ID-EXEC-TRAB     PIC 9(10).
001040        01  WK-LINHA-ANOM.
001050            05 FILLER          PIC X(10) VALUE 'ANOMALIA: '.
001060            05 WK-TEXTO-ANOM   PIC X(40).
002135            MOVE FD-CONTRA-LANCAM TO CS-CONTRA.
002136            MOVE FD-HORA-LANCAM   TO CS-HORA.
002137            MOVE FD-SEQ-LANCAM    TO CS-SEQ.
002138            MOVE FD-ID-EXEC-LANCAM TO CS-ID-EXEC.
002140            RELEASE REG-CSORT.
002150            ADD 1               TO WK-QTD-DET-LOTE.
002155            PERFORM 193-CONVERTER-VALOR-TRL.
002390            MOVE WK-DATA-FABR        TO WK-DATA-CTRL-TRAB.
002400            MOVE WK-QTD-DET-LOTE     TO WK-QTDE-CTRL-TRAB.
002410            MOVE WK-TOT-DET-LOTE     TO WK-VALOR-CTRL-TRAB.
002411            MOVE LK-ID-EXEC-COM      TO WK-ID-EXEC-TRAB.
002420            MOVE WK-REG-TRAB TO WK-LOTE-TRAILER(WK-QTD-LOTES).
002440        208-GRAVAR-ANOMALIA.
002450            ADD 1 TO WK-QTD-ANOMALIAS.
002915            MOVE CS-CONTRA TO WK-CONTRA-TRAB.
002916            MOVE CS-HORA   TO WK-HORA-TRAB.
002917            MOVE CS-SEQ    TO WK-SEQ-TRAB.
002918            MOVE CS-ID-EXEC TO WK-ID-EXEC-TRAB.
002920            WRITE REG-LANCAMS FROM WK-REG-TRAB.
002930            IF WK-FS-LANCAMS NOT = '00'
002940                DISPLAY 'ERRO ' WK-FS-LANCAMS
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95829' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985012            MOVE WK-QTD-ANOMALIAS
985013                TO JRL-QTD-REJEITADOS.
985014            MOVE RETURN-CODE TO JRL-RETORNO.
985015            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985015            PERFORM 194-GRAVAR-RUNJRNL.
985016        194-GRAVAR-RUNJRNL.
985017            OPEN EXTEND ARQ-RUNJRNL.
