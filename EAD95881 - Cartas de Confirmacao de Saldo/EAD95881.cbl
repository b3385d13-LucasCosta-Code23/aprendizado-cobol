000200       *   CAMBIO), CONTAGEM E TOTAIS DO ANO NO         *
000210       *   MOVHIST, MAIS LISTA DE CONTROLE COM TOTAL    *
000220       *   GERAL PARA OS AUDITORES AMARRAREM            *
000221       *                                                *
000222       *   DATA BASE ANTERIOR A HOJE: O SALDO VEM DO    *
000223       *   SERVICO EAD95925 (SALDO NA DATA); CONTA SEM  *
000224       *   LANCAMENTO ATE A DATA FICA COM O DO CLIENTES *
000230       **************************************************
000240       *
000250        ENVIRONMENT DIVISION.
000810            05 FD-MOEDA-MOVHIST    PIC X(3).
000820            05 FD-HORA-MOVHIST     PIC 9(6).
000830            05 FD-SEQ-MOVHIST      PIC 9(4).
000831            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000840        FD   ARQ-CAMBIO
000850             RECORDING MODE IS F.
000860        01  REG-CAMBIO.
001040            05 JRL-QTD-GRAVADOS    PIC 9(7).
001050            05 JRL-QTD-REJEITADOS  PIC 9(7).
001060            05 JRL-RETORNO         PIC 9(4).
001061            05 JRL-ID-EXEC         PIC 9(10).
001070        WORKING-STORAGE SECTION.
001080        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001081        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001082        01  LK-AREA-ID-EXEC.
001083            05 LK-PROGRAMA-COM     PIC X(8).
001084            05 LK-ID-EXEC-COM      PIC 9(10).
001090        77  WK-FS-SELECAO  PIC XX           VALUE SPACES.
001100        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001110        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
001500        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
001510            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
001520        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
001521        77  WK-DATA-HOJE   PIC 9(8)         VALUE ZEROS.
001522        01  LK-AREA-SALDO-DATA.
001523            05 LK-CHAVE-SDT        PIC X(9).
001524            05 LK-DATA-SDT         PIC 9(8).
001525            05 LK-RESPOSTA-SDT     PIC X.
001526            05 LK-ORIGEM-SDT       PIC X.
001527            05 LK-SALDO-SDT        PIC S9(6)V99.
001528            05 LK-MOEDA-SDT        PIC X(3).
001529            05 LK-DATA-ULT-SDT     PIC 9(8).
001530            05 LK-DOC-ULT-SDT      PIC 9(4).
001531            05 LK-TIPO-ULT-SDT     PIC X.
001532            05 LK-VALOR-ULT-SDT    PIC 9(6)V99.
001533        77  WK-PROG-SALDO-DATA PIC X(8)     VALUE 'EAD95925'.
001530        01  WK-CARTA-LINHA1.
001540            05 FILLER          PIC X(34)
001550                 VALUE 'CONFIRMACAO DE SALDO NA DATA BASE '.
002050        101-INICIAR.
002060            ACCEPT WK-DATA-REF FROM SYSIN.
002070            ACCEPT WK-ANO-REF  FROM SYSIN.
002071            ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
002080            IF WK-DATA-REF = ZEROS
002081                MOVE WK-DATA-HOJE TO WK-DATA-REF
002100            END-IF.
002110            IF WK-ANO-REF = ZEROS
002120                MOVE WK-DATA-REF(1:4) TO WK-ANO-REF
002740                        TO WK-SEL-SALDO(WK-IDX-SEL)
002750                    MOVE FD-MOEDA-CLIENTES
002760                        TO WK-SEL-MOEDA(WK-IDX-SEL)
002761                    IF WK-DATA-REF < WK-DATA-HOJE
002762                        PERFORM 108-SALDO-NA-DATA-BASE
002763                    END-IF
002770            END-READ.
002771        108-SALDO-NA-DATA-BASE.
002772            MOVE WK-SEL-CHAVE(WK-IDX-SEL) TO LK-CHAVE-SDT.
002773            MOVE WK-DATA-REF TO LK-DATA-SDT.
002774            CALL WK-PROG-SALDO-DATA USING LK-AREA-SALDO-DATA.
002775            IF LK-RESPOSTA-SDT = 'S'
002776                MOVE LK-SALDO-SDT TO WK-SEL-SALDO(WK-IDX-SEL)
002777                MOVE LK-MOEDA-SDT TO WK-SEL-MOEDA(WK-IDX-SEL)
002778            END-IF.
002780        104-ABRIR-MOVHIST.
002790            OPEN INPUT ARQ-MOVHIST.
002800            EVALUATE WK-FS-MOVHIST
003100                PERFORM 202-ACUMULAR-SE-SELECIONADA
003110            END-IF.
003120            PERFORM 302-LER-MOVHIST.
003121       *      O MOVIMENTO DA POUPANCA (U/W/Y) NAO MEXE NO
003122       *      SALDO DA CONTA: O LOTE JA LANCOU O DEBITO OU
003123       *      O CREDITO CORRESPONDENTE
003130        202-ACUMULAR-SE-SELECIONADA.
003140            SET SELECAO-NAO-ACHADA TO TRUE.
003150            PERFORM VARYING WK-IDX-SEL FROM 1 BY 1
003210                END-IF
003220            END-PERFORM.
003230            IF SELECAO-ACHADA
003231               AND FD-TIPO-MOVHIST NOT = 'U'
003232               AND FD-TIPO-MOVHIST NOT = 'W'
003233               AND FD-TIPO-MOVHIST NOT = 'Y'
003240                ADD 1
003250                    TO WK-SEL-QTD-MOVTOS(WK-IDX-SEL-ACH)
003260                IF FD-TIPO-MOVHIST = 'C' OR 'J' OR 'R' OR 'B'
003270                    ADD FD-VALOR-MOVHIST
003280                        TO WK-SEL-TOT-CRED(WK-IDX-SEL-ACH)
003290                ELSE
004260            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004270            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004280            MOVE ZEROS TO JRL-RETORNO.
004281            MOVE 'EAD95881' TO LK-PROGRAMA-COM.
004282            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004283            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004290            PERFORM 194-GRAVAR-RUNJRNL.
004300        196-GRAVAR-JRNL-FIM.
004310            MOVE 'F' TO JRL-TIPO.
004360            MOVE WK-QTD-SEM-CONTA
004370                TO JRL-QTD-REJEITADOS.
004380            MOVE RETURN-CODE TO JRL-RETORNO.
004381            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004390            PERFORM 194-GRAVAR-RUNJRNL.
004400        194-GRAVAR-RUNJRNL.
004410            OPEN EXTEND ARQ-RUNJRNL.
