000200       *   CONFIRMADO, FALSO POSITIVO) COM OPERADOR E   *
000210       *   MOMENTO, E O RELCASOS MOSTRA O ENVELHECI-    *
000220       *   MENTO DOS CASOS ABERTOS; CONTA COM CASO      *
000230       *   CONFIRMADO ANTERIOR E MARCADA REINCIDENTE;   *
000231       *   O CASO CONFIRMADO JA COMUNICADO AO COAF      *
000232       *   (EAD95912) FICA COM STATUS R                 *
000240       **************************************************
000250       *
000260        ENVIRONMENT DIVISION.
000570            05 FD-STATUS-CASO      PIC X.
000580                88 CASO-ABERTO                  VALUE 'A'.
000590                88 CASO-INVESTIGACAO            VALUE 'I'.
000600                88 CASO-CONFIRMADO              VALUE 'C' 'R'.
000601                88 CASO-COMUNICADO              VALUE 'R'.
000610                88 CASO-FALSO-POSITIVO          VALUE 'F'.
000620                88 CASO-ENCERRADO               VALUE 'C' 'F' 'R'.
000630            05 FD-OPERADOR-CASO    PIC X(8).
000640            05 FD-DATA-STATUS-CASO PIC 9(8).
000650            05 FD-HORA-STATUS-CASO PIC 9(6).
001080            05 JRL-QTD-GRAVADOS    PIC 9(7).
001090            05 JRL-QTD-REJEITADOS  PIC 9(7).
001100            05 JRL-RETORNO         PIC 9(4).
001101            05 JRL-ID-EXEC         PIC 9(10).
001110        WORKING-STORAGE SECTION.
001120        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001121        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001122        01  LK-AREA-ID-EXEC.
001123            05 LK-PROGRAMA-COM     PIC X(8).
001124            05 LK-ID-EXEC-COM      PIC 9(10).
001130        77  WK-FS-CASOS    PIC XX           VALUE SPACES.
001140        77  WK-FS-CASOSN   PIC XX           VALUE SPACES.
001150        77  WK-FS-ALERTAS  PIC XX           VALUE SPACES.
004870            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004880            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004890            MOVE ZEROS TO JRL-RETORNO.
004891            MOVE 'EAD95883' TO LK-PROGRAMA-COM.
004892            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004893            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004900            PERFORM 194-GRAVAR-RUNJRNL.
004910        196-GRAVAR-JRNL-FIM.
004920            MOVE 'F' TO JRL-TIPO.
004970            MOVE WK-QTD-DISP-INVALIDAS
004980                TO JRL-QTD-REJEITADOS.
004990            MOVE RETURN-CODE TO JRL-RETORNO.
004991            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005000            PERFORM 194-GRAVAR-RUNJRNL.
005010        194-GRAVAR-RUNJRNL.
005020            OPEN EXTEND ARQ-RUNJRNL.
