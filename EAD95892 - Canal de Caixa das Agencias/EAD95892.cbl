000220       *   ENTRA NO LOTE LANCAMCX PARA A LINHA DE       *
000230       *   SALDO, E O RELCAIXA FECHA A POSICAO DE       *
000240       *   NUMERARIO POR AGENCIA COM AS QUEBRAS DE      *
000241       *   CAIXA POR OPERADOR E A POSICAO DOS CAIXAS    *
000242       *   ELETRONICOS VINDA DO ATMPOS                  *
000243       *   A POSICAO DO DIA DE CADA AGENCIA E ACRESCIDA *
000244       *   AO HISTORICO CAIXAHIS, BASE DA PROJECAO DE   *
000245       *   NUMERARIO DO EAD95938                        *
000260       **************************************************
000270       *
000280        ENVIRONMENT DIVISION.
000410                FILE STATUS IS WK-FS-LANCAMCX.
000420            SELECT ARQ-RELCAIXA ASSIGN TO RELCAIXA
000430                FILE STATUS IS WK-FS-RELCAIXA.
000431            SELECT ARQ-ATMPOS   ASSIGN TO ATMPOS
000432                FILE STATUS IS WK-FS-ATMPOS.
000433            SELECT ARQ-CAIXAHIS ASSIGN TO CAIXAHIS
000434                FILE STATUS IS WK-FS-CAIXAHIS.
000440       *
000450        DATA DIVISION.
000460        FILE SECTION.
000830                10 FD-VALOR-CTRL-LOTE  PIC 9(8)V99.
000840                10 FD-INST-CTRL-LOTE   PIC 99.
000850                10 FILLER              PIC X(27).
000851            05 FD-ID-EXEC-LANCAMCX     PIC 9(10).
000851       *      POSICAO DOS CAIXAS ELETRONICOS POR AGENCIA, GERADA
000852       *      PELO EAD95930
000853        FD   ARQ-ATMPOS
000854             RECORDING MODE IS F.
000855        01  REG-ATMPOS.
000856            05 FD-AGENCIA-ATM      PIC X(4).
000857            05 FD-ENTRADAS-ATM     PIC 9(9)V99.
000858            05 FD-SAIDAS-ATM       PIC 9(9)V99.
000859       *      HISTORICO DIARIO DA POSICAO DE NUMERARIO POR
000860       *      AGENCIA (CAIXAS E TERMINAIS)
000861        FD   ARQ-CAIXAHIS
000862             RECORDING MODE IS F.
000863        01  REG-CAIXAHIS.
000864            05 FD-DATA-HIS         PIC 9(8).
000865            05 FD-AGENCIA-HIS      PIC X(4).
000866            05 FD-ENTRADAS-HIS     PIC 9(9)V99.
000867            05 FD-SAIDAS-HIS       PIC 9(9)V99.
000868            05 FD-ATM-ENT-HIS      PIC 9(9)V99.
000869            05 FD-ATM-SAI-HIS      PIC 9(9)V99.
000860        FD   ARQ-RELCAIXA
000870             RECORDING MODE IS F.
000880        01  REG-RELCAIXA               PIC X(78).
000970            05 JRL-QTD-GRAVADOS    PIC 9(7).
000980            05 JRL-QTD-REJEITADOS  PIC 9(7).
000990            05 JRL-RETORNO         PIC 9(4).
000991            05 JRL-ID-EXEC         PIC 9(10).
001000        WORKING-STORAGE SECTION.
001010        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001011        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001012        01  LK-AREA-ID-EXEC.
001013            05 LK-PROGRAMA-COM     PIC X(8).
001014            05 LK-ID-EXEC-COM      PIC 9(10).
001020        77  WK-FS-CAIXACAP PIC XX           VALUE SPACES.
001030        77  WK-FS-DECLGAV  PIC XX           VALUE SPACES.
001040        77  WK-FS-LANCAMCX PIC XX           VALUE SPACES.
001050        77  WK-FS-RELCAIXA PIC XX           VALUE SPACES.
001051        77  WK-FS-ATMPOS   PIC XX           VALUE SPACES.
001052        77  WK-FS-CAIXAHIS PIC XX           VALUE SPACES.
001060        77  WK-DATA-DIA    PIC 9(8)         VALUE ZEROS.
001070        77  WK-INST-PEDIDA PIC 99           VALUE ZEROS.
001080        77  WK-QTD-CAPTURAS PIC 9(5)        VALUE ZEROS.
001520                10 WK-PAG-AGENCIA    PIC X(4).
001530                10 WK-PAG-ENTRADAS   PIC 9(9)V99.
001540                10 WK-PAG-SAIDAS     PIC 9(9)V99.
001541                10 WK-PAG-ATM-ENT    PIC 9(9)V99.
001542                10 WK-PAG-ATM-SAI    PIC 9(9)V99.
001550        77  WK-DIF-ENT     PIC S9(8)V99     VALUE ZEROS.
001560        77  WK-DIF-SAI     PIC S9(8)V99     VALUE ZEROS.
001570        01  WK-LINHA-CAIXA.
001720            05 WK-ENT-POS-REL  PIC ZZZ.ZZZ.ZZ9,99.
001730            05 FILLER          PIC X(08) VALUE ' SAIDAS '.
001740            05 WK-SAI-POS-REL  PIC ZZZ.ZZZ.ZZ9,99.
001741        01  WK-LINHA-ATM.
001742            05 FILLER          PIC X(12) VALUE '   TERMINAIS'.
001743            05 FILLER          PIC X(10) VALUE ' ENTRADAS '.
001744            05 WK-ENT-ATM-REL  PIC ZZZ.ZZZ.ZZ9,99.
001745            05 FILLER          PIC X(08) VALUE ' SAIDAS '.
001746            05 WK-SAI-ATM-REL  PIC ZZZ.ZZZ.ZZ9,99.
001750        01  WK-LINHA-TOTAL.
001760            05 WK-TITULO-TOT   PIC X(26).
001770            05 WK-VALOR-TOT    PIC ZZZ.ZZZ.ZZ9,99.
002010            END-IF.
002020            PERFORM 102-CARREGAR-DECLGAV.
002030            PERFORM 103-ABRIR-CAIXACAP.
002031            PERFORM 106-CARREGAR-ATMPOS.
002040            OPEN OUTPUT ARQ-LANCAMCX.
002050            IF WK-FS-LANCAMCX NOT = '00'
002060                DISPLAY 'ERRO ' WK-FS-LANCAMCX
002550                    MOVE 12 TO RETURN-CODE
002560                    STOP RUN
002570            END-EVALUATE.
002571        106-CARREGAR-ATMPOS.
002572            OPEN INPUT ARQ-ATMPOS.
002573            EVALUATE WK-FS-ATMPOS
002574                WHEN '00'
002575                    PERFORM 303-LER-ATMPOS
002576                    PERFORM 107-REGISTRAR-POSICAO-ATM
002577                        UNTIL WK-FS-ATMPOS = '10'
002578                    CLOSE ARQ-ATMPOS
002579                WHEN '35'
002580                    CONTINUE
002581                WHEN OTHER
002582                    DISPLAY 'ERRO ' WK-FS-ATMPOS
002583                            ' NO COMANDO OPEN ATMPOS'
002584                    MOVE 12 TO RETURN-CODE
002585                    STOP RUN
002586            END-EVALUATE.
002587        107-REGISTRAR-POSICAO-ATM.
002588            MOVE FD-AGENCIA-ATM TO WK-AGENCIA-BUSCA.
002589            PERFORM 224-LOCALIZAR-AGENCIA.
002590            ADD FD-ENTRADAS-ATM TO WK-PAG-ATM-ENT(WK-IDX-AG-ACH).
002591            ADD FD-SAIDAS-ATM   TO WK-PAG-ATM-SAI(WK-IDX-AG-ACH).
002592            PERFORM 303-LER-ATMPOS.
002580        104-GRAVAR-HEADER-LOTE.
002590            MOVE 'H' TO FD-TIPO-REG-LOTE.
002600            MOVE SPACES TO FD-DETALHE-LOTE.
004050            MOVE WK-DOC-SEQ TO FD-SEQ-LOTE.
004060            PERFORM 202-GRAVAR-LANCAMCX.
004070        223-ACUMULAR-POSICAO.
004071            MOVE WK-MOV-AGENCIA(WK-IDX-MOV) TO WK-AGENCIA-BUSCA.
004072            PERFORM 224-LOCALIZAR-AGENCIA.
004073            IF WK-MOV-OPERACAO(WK-IDX-MOV) = 'D'
004074                ADD WK-MOV-VALOR(WK-IDX-MOV)
004075                    TO WK-PAG-ENTRADAS(WK-IDX-AG-ACH)
004076            ELSE
004077                ADD WK-MOV-VALOR(WK-IDX-MOV)
004078                    TO WK-PAG-SAIDAS(WK-IDX-AG-ACH)
004079            END-IF.
004080        224-LOCALIZAR-AGENCIA.
004080            SET AG-NAO-ACHADA TO TRUE.
004081            PERFORM 225-COMPARAR-AGENCIA
004082                VARYING WK-IDX-AG FROM 1 BY 1
004083                UNTIL WK-IDX-AG > WK-QTD-AGTAB
004084                   OR AG-ACHADA.
004180            IF AG-NAO-ACHADA
004190                IF WK-QTD-AGTAB NOT LESS 50
004200                    DISPLAY 'MAIS DE 50 AGENCIAS NO CANAL'
004230                END-IF
004240                ADD 1 TO WK-QTD-AGTAB
004250                MOVE WK-QTD-AGTAB TO WK-IDX-AG-ACH
004251                MOVE WK-AGENCIA-BUSCA
004270                    TO WK-PAG-AGENCIA(WK-IDX-AG-ACH)
004280                MOVE ZEROS TO WK-PAG-ENTRADAS(WK-IDX-AG-ACH)
004290                MOVE ZEROS TO WK-PAG-SAIDAS(WK-IDX-AG-ACH)
004291                MOVE ZEROS TO WK-PAG-ATM-ENT(WK-IDX-AG-ACH)
004292                MOVE ZEROS TO WK-PAG-ATM-SAI(WK-IDX-AG-ACH)
004300            END-IF.
004301        225-COMPARAR-AGENCIA.
004302            IF WK-PAG-AGENCIA(WK-IDX-AG) = WK-AGENCIA-BUSCA
004303                SET AG-ACHADA TO TRUE
004304                MOVE WK-IDX-AG TO WK-IDX-AG-ACH
004370            END-IF.
004380        202-GRAVAR-LANCAMCX.
004381            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMCX.
004390            WRITE REG-LANCAMCX.
004400            IF WK-FS-LANCAMCX NOT = '00'
004410                DISPLAY 'ERRO ' WK-FS-LANCAMCX
004680                WHEN OTHER
004690                    DISPLAY 'ERRO ' WK-FS-CAIXACAP
004700                            ' NO COMANDO READ CAIXACAP'
004701                    MOVE 12 TO RETURN-CODE
004702                    STOP RUN
004703            END-EVALUATE.
004704        303-LER-ATMPOS.
004705            READ ARQ-ATMPOS.
004706            EVALUATE WK-FS-ATMPOS
004707                WHEN '00'
004708                    CONTINUE
004709                WHEN '10'
004710                    CONTINUE
004711                WHEN OTHER
004712                    DISPLAY 'ERRO ' WK-FS-ATMPOS
004713                            ' NO COMANDO READ ATMPOS'
004710                    MOVE 12 TO RETURN-CODE
004720                    STOP RUN
004730            END-EVALUATE.
004780            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004790            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004800            MOVE ZEROS TO JRL-RETORNO.
004801            MOVE 'EAD95892' TO LK-PROGRAMA-COM.
004802            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004803            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004810            PERFORM 194-GRAVAR-RUNJRNL.
004820        196-GRAVAR-JRNL-FIM.
004830            MOVE 'F' TO JRL-TIPO.
004880            MOVE WK-QTD-RETIDAS
004890                TO JRL-QTD-REJEITADOS.
004900            MOVE RETURN-CODE TO JRL-RETORNO.
004901            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004910            PERFORM 194-GRAVAR-RUNJRNL.
004920        194-GRAVAR-RUNJRNL.
004930            OPEN EXTEND ARQ-RUNJRNL.
005210            MOVE WK-TOT-POSTADO TO FD-VALOR-CTRL-LOTE.
005220            MOVE WK-INST-PEDIDA TO FD-INST-CTRL-LOTE.
005230            PERFORM 202-GRAVAR-LANCAMCX.
005231            OPEN EXTEND ARQ-CAIXAHIS.
005232            IF WK-FS-CAIXAHIS = '35'
005233                OPEN OUTPUT ARQ-CAIXAHIS
005234            END-IF.
005235            IF WK-FS-CAIXAHIS NOT = '00'
005236                DISPLAY 'ERRO ' WK-FS-CAIXAHIS
005237                        ' NO COMANDO OPEN CAIXAHIS'
005238                MOVE 12 TO RETURN-CODE
005239                STOP RUN
005240            END-IF.
005240            PERFORM 902-GRAVAR-POSICAO-AG
005250                VARYING WK-IDX-AG FROM 1 BY 1
005260                UNTIL WK-IDX-AG > WK-QTD-AGTAB.
005261            CLOSE ARQ-CAIXAHIS.
005270            MOVE 'MOVIMENTOS CAPTURADOS   : ' TO WK-TITULO-TOT.
005280            MOVE WK-QTD-CAPTURAS TO WK-VALOR-TOT.
005290            WRITE REG-RELCAIXA FROM WK-LINHA-TOTAL
005470            MOVE WK-PAG-ENTRADAS(WK-IDX-AG) TO WK-ENT-POS-REL.
005480            MOVE WK-PAG-SAIDAS(WK-IDX-AG) TO WK-SAI-POS-REL.
005490            WRITE REG-RELCAIXA FROM WK-LINHA-AGENCIA.
005491            IF WK-PAG-ATM-ENT(WK-IDX-AG) > ZEROS
005492               OR WK-PAG-ATM-SAI(WK-IDX-AG) > ZEROS
005493                MOVE WK-PAG-ATM-ENT(WK-IDX-AG) TO WK-ENT-ATM-REL
005494                MOVE WK-PAG-ATM-SAI(WK-IDX-AG) TO WK-SAI-ATM-REL
005495                WRITE REG-RELCAIXA FROM WK-LINHA-ATM
005496            END-IF.
005497            PERFORM 903-GRAVAR-CAIXAHIS.
005498        903-GRAVAR-CAIXAHIS.
005499            MOVE WK-DATA-DIA TO FD-DATA-HIS.
005500            MOVE WK-PAG-AGENCIA(WK-IDX-AG) TO FD-AGENCIA-HIS.
005501            MOVE WK-PAG-ENTRADAS(WK-IDX-AG) TO FD-ENTRADAS-HIS.
005502            MOVE WK-PAG-SAIDAS(WK-IDX-AG) TO FD-SAIDAS-HIS.
005503            MOVE WK-PAG-ATM-ENT(WK-IDX-AG) TO FD-ATM-ENT-HIS.
005504            MOVE WK-PAG-ATM-SAI(WK-IDX-AG) TO FD-ATM-SAI-HIS.
005505            WRITE REG-CAIXAHIS.
005506            IF WK-FS-CAIXAHIS NOT = '00'
005507                DISPLAY 'ERRO ' WK-FS-CAIXAHIS
005508                        ' NO COMANDO WRITE CAIXAHIS'
005509                MOVE 12 TO RETURN-CODE
005510                STOP RUN
005511            END-IF.
