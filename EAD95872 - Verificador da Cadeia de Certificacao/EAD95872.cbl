000160       *   VERIFICADOR MATINAL DA CADEIA DE             *
000170       *   CERTIFICACAO: EXIGE O ELO DE CADA JOB DE     *
000180       *   FECHAMENTO (EAD95809, EAD95819, EAD95820,    *
000181       *   EAD95835, EAD95922, EAD95924) NA DATA E      *
000182       *   CONFERE O QUE O EAD95820 CONSUMIU CONTRA O   *
000183       *   QUE O EAD95809 PRODUZIU, SE A CONCILIACAO DO *
000184       *   RAZAO FICOU SEM DIFERENCA PENDENTE E SE TODA *
000185       *   CONTA FECHOU NA PROVA DE SALDOS; SO ENTAO    *
000186       *   CERTIFICA O DIA ABERTO EM CERTSTAT           *
000220       **************************************************
000230       *
000240        ENVIRONMENT DIVISION.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000390        FD   ARQ-CERTCHN
000400             RECORDING MODE IS F.
000410        01  REG-CERTCHN.
000580        01  REG-RELCERT                PIC X(70).
000590        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000600        77  WK-FS-CERTCHN  PIC XX           VALUE SPACES.
000610        77  WK-FS-CERTSTAT PIC XX           VALUE SPACES.
000620        77  WK-FS-RELCERT  PIC XX           VALUE SPACES.
000700            05 FILLER          PIC X(8) VALUE 'EAD95819'.
000710            05 FILLER          PIC X(8) VALUE 'EAD95820'.
000720            05 FILLER          PIC X(8) VALUE 'EAD95835'.
000721            05 FILLER          PIC X(8) VALUE 'EAD95922'.
000722            05 FILLER          PIC X(8) VALUE 'EAD95924'.
000730        01  TABELA-JOBS-FECHO REDEFINES NOMES-JOBS-FECHO.
000731            05 JOB-FECHO           PIC X(8) OCCURS 6 TIMES.
000750        01  WK-TAB-ELOS.
000751            05 WK-ELO-OCC         OCCURS 6 TIMES.
000770                10 WK-ELO-PRESENTE   PIC X.
000780                10 WK-ELO-QTD-PROD   PIC 9(7).
000790                10 WK-ELO-HASH-PROD  PIC S9(11)V99.
001050            END-IF.
001060            INITIALIZE WK-TAB-ELOS.
001070            PERFORM VARYING WK-IDX-JOB FROM 1 BY 1
001071                    UNTIL WK-IDX-JOB > 6
001090                MOVE 'N' TO WK-ELO-PRESENTE(WK-IDX-JOB)
001100            END-PERFORM.
001110            OPEN INPUT ARQ-CERTCHN.
001400       *      COBRIR REEXECUCOES DE RECUPERACAO
001410        202-REGISTRAR-ELO.
001420            PERFORM VARYING WK-IDX-JOB FROM 1 BY 1
001421                    UNTIL WK-IDX-JOB > 6
001440                IF JOB-FECHO(WK-IDX-JOB) = CRT-PROGRAMA
001450                    MOVE 'S' TO WK-ELO-PRESENTE(WK-IDX-JOB)
001460                    MOVE CRT-QTD-PROD
001580        210-VERIFICAR-ELOS.
001590            PERFORM 211-EXIGIR-PRESENCA
001600                VARYING WK-IDX-JOB FROM 1 BY 1
001601                UNTIL WK-IDX-JOB > 6.
001620            PERFORM 212-CONFERIR-ELO-809-820.
001621            PERFORM 214-CONFERIR-CONCILIACAO.
001622            PERFORM 215-CONFERIR-PROVA-SALDOS.
001630            GO TO 219-VERIFICAR-FIM.
001640        211-EXIGIR-PRESENCA.
001650            MOVE JOB-FECHO(WK-IDX-JOB) TO WK-JOB-REL.
001980                        ' NO COMANDO WRITE RELCERT'
001990                MOVE 12 TO RETURN-CODE
002000                STOP RUN
002001            END-IF.
002002       *      O EAD95922 CONSOME AS DIFERENCAS DO RAZAO COM OS
002003       *      AUXILIARES AINDA SEM JUSTIFICATIVA
002004        214-CONFERIR-CONCILIACAO.
002005            IF WK-ELO-PRESENTE(5) = 'S'
002006                MOVE 'EAD95922' TO WK-JOB-REL
002007                IF WK-ELO-QTD-CONS(5) > ZEROS
002008                    ADD 1 TO WK-QTD-FALHAS
002009                    MOVE 'CONCILIACAO RAZAO COM DIFERENCA'
002010                        TO WK-TEXTO-REL
002011                ELSE
002012                    MOVE 'CONCILIACAO RAZAO CONFERE'
002013                        TO WK-TEXTO-REL
002014                END-IF
002015                PERFORM 213-GRAVAR-RELCERT
002016            END-IF.
002017       *      O EAD95924 CONSOME AS CONTAS QUE NAO FECHARAM
002018       *      ENTRE AS DUAS GERACOES DO CLIENTEN
002019        215-CONFERIR-PROVA-SALDOS.
002020            IF WK-ELO-PRESENTE(6) = 'S'
002021                MOVE 'EAD95924' TO WK-JOB-REL
002022                IF WK-ELO-QTD-CONS(6) > ZEROS
002023                    ADD 1 TO WK-QTD-FALHAS
002024                    MOVE 'PROVA DE SALDOS COM CONTA ABERTA'
002025                        TO WK-TEXTO-REL
002026                ELSE
002027                    MOVE 'PROVA DE SALDOS CONFERE'
002028                        TO WK-TEXTO-REL
002029                END-IF
002030                PERFORM 213-GRAVAR-RELCERT
002031            END-IF.
002032        219-VERIFICAR-FIM.
002033            EXIT.
002040       ***********************************************
002050        300-LER-CERTCHN SECTION.
002060        301-LER-CERTCHN.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95872' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985010            PERFORM 194-GRAVAR-RUNJRNL.
985011        196-GRAVAR-JRNL-FIM.
985012            MOVE 'F' TO JRL-TIPO.
985013            MOVE WK-QTD-ELOS
985014                TO JRL-QTD-LIDOS.
985015            MOVE WK-QTD-ELOS
985016                TO JRL-QTD-GRAVADOS.
985017            MOVE WK-QTD-FALHAS
985018                TO JRL-QTD-REJEITADOS.
985019            MOVE RETURN-CODE TO JRL-RETORNO.
985020            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985021            PERFORM 194-GRAVAR-RUNJRNL.
985022        194-GRAVAR-RUNJRNL.
985023            OPEN EXTEND ARQ-RUNJRNL.
985024            IF WK-FS-RUNJRNL = '35'
985025                OPEN OUTPUT ARQ-RUNJRNL
985026            END-IF.
985027            IF WK-FS-RUNJRNL NOT = '00'
985028                DISPLAY 'ERRO ' WK-FS-RUNJRNL
985029                        ' NO COMANDO OPEN RUNJRNL'
985030                MOVE 12 TO RETURN-CODE
985031                STOP RUN
985032            END-IF.
985033            MOVE 'EAD95872' TO JRL-PROGRAMA.
985034            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
985035            ACCEPT JRL-HORA FROM TIME.
985036            WRITE REG-RUNJRNL.
985037            IF WK-FS-RUNJRNL NOT = '00'
985038                DISPLAY 'ERRO ' WK-FS-RUNJRNL
985039                        ' NO COMANDO WRITE RUNJRNL'
985040                MOVE 12 TO RETURN-CODE
985041                STOP RUN
985042            END-IF.
985043            CLOSE ARQ-RUNJRNL.
985044       ***********************************************
002200        900-FINALIZAR SECTION.
002210        901-FINALIZAR.
002220            OPEN OUTPUT ARQ-CERTSTAT.
