000520                10 FD-DATA-CTRL-LANCAM     PIC 9(8).
000530                10 FD-QTDE-CTRL-LANCAM     PIC 9(6).
000540                10 FD-VALOR-CTRL-LANCAM    PIC 9(8)V99.
000541            05 FD-ID-EXEC-LANCAM       PIC 9(10).
000550        FD   ARQ-CAMBIO
000560             RECORDING MODE IS F.
000570        01  REG-CAMBIO.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000640        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
988020        77  WK-FS-CERTCHN  PIC XX           VALUE SPACES.
988021        77  WK-QTD-DETALHE-CRT PIC 9(7)     VALUE ZEROS.
000650        77  WK-FS-LANCAM   PIC XX           VALUE SPACES.
000807            05 FILLER              PIC X VALUE 'I'.
000808            05 FILLER              PIC X VALUE 'Q'.
000809            05 FILLER              PIC X VALUE 'K'.
000810            05 FILLER              PIC X VALUE 'P'.
000810            05 FILLER              PIC X VALUE 'B'.
000810        01  TABELA-TIPOS REDEFINES NOMES-TIPO.
000820            05 TIPO-COD            PIC X OCCURS 11 TIMES.
000830        77  WK-QTD-AGENCIAS PIC 9(3)        VALUE ZEROS.
000840        77  WK-IDX-AGENCIA  PIC 9(3)        VALUE ZEROS.
000850        77  WK-IDX-AG-ACH   PIC 9(3)        VALUE ZEROS.
000890        01  WK-TAB-BALANCETE.
000900            05 WK-BAL-OCC         OCCURS 50 TIMES.
000910                10 WK-BAL-AGENCIA     PIC X(4).
000920                10 WK-BAL-TIPO        OCCURS 11 TIMES.
000930                    15 WK-BAL-QTDE        PIC 9(6).
000940                    15 WK-BAL-VALOR       PIC 9(9)V99.
000950        77  WK-TOT-CREDITOS PIC 9(10)V99    VALUE ZEROS.
001850                ADD 1 TO WK-BAL-QTDE(WK-IDX-AG-ACH, WK-IDX-TIPO)
001860                ADD WK-VALOR-CONV
001870                    TO WK-BAL-VALOR(WK-IDX-AG-ACH, WK-IDX-TIPO)
001880                IF WK-IDX-TIPO < 3 OR TIPO-COD(WK-IDX-TIPO) = 'B'
001890                    ADD WK-VALOR-CONV TO WK-TOT-CREDITOS
001900                ELSE
001910                    ADD WK-VALOR-CONV TO WK-TOT-DEBITOS
001940        203-INDICE-TIPO.
001950            MOVE ZEROS TO WK-IDX-TIPO.
001960            PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
001970                    UNTIL WK-IDX-TIPO > 11
001980                OR TIPO-COD(WK-IDX-TIPO) = FD-TIPO-LANCAM
001990            END-PERFORM.
002000            IF WK-IDX-TIPO > 11
002010                MOVE ZEROS TO WK-IDX-TIPO
002020            END-IF.
002030        204-LOCALIZAR-AGENCIA.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95835' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985011            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985012            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985013            MOVE RETURN-CODE TO JRL-RETORNO.
985014            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985014            PERFORM 194-GRAVAR-RUNJRNL.
985015        194-GRAVAR-RUNJRNL.
985016            OPEN EXTEND ARQ-RUNJRNL.
003290            CLOSE ARQ-RELBALAN.
003300        902-GRAVAR-AGENCIA.
003310            PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
003320                    UNTIL WK-IDX-TIPO > 11
003330                IF WK-BAL-QTDE(WK-IDX-AGENCIA, WK-IDX-TIPO)
003340                        > ZEROS
003350                    MOVE WK-BAL-AGENCIA(WK-IDX-AGENCIA)
