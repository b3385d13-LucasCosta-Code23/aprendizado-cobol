000530            05 FD-MOEDA-MOVHIST    PIC X(3).
000530            05 FD-HORA-MOVHIST     PIC 9(6).
000530            05 FD-SEQ-MOVHIST      PIC 9(4).
000531            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000540        FD   ARQ-PLANOCTA
000550             RECORDING MODE IS F.
000560        01  REG-PLANOCTA.
000790                10 FD-QTDE-CTRL-GLJ    PIC 9(6).
000800                10 FD-VALOR-CTRL-GLJ   PIC 9(11)V99.
000810                10 FILLER              PIC X(7).
000811            05 FD-ID-EXEC-GLJ      PIC 9(10).
000820        FD   ARQ-RELGL
000830             RECORDING MODE IS F.
000840        01  REG-RELGL                  PIC X(70).
000990            05 JRL-QTD-GRAVADOS    PIC 9(7).
001000            05 JRL-QTD-REJEITADOS  PIC 9(7).
001010            05 JRL-RETORNO         PIC 9(4).
001011            05 JRL-ID-EXEC         PIC 9(10).
001020        WORKING-STORAGE SECTION.
001030        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001031        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001032        01  LK-AREA-ID-EXEC.
001033            05 LK-PROGRAMA-COM     PIC X(8).
001034            05 LK-ID-EXEC-COM      PIC 9(10).
001040        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
001050        77  WK-FS-PLANOCTA PIC XX           VALUE SPACES.
001060        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
003180            PERFORM 205-GRAVAR-GLJOURN.
003190       ***********************************************
003200        200-PROCESSAR SECTION.
003201       *      A BAIXA PARA PREJUIZO (TIPO B) JA E CONTABILIZADA
003202       *      CONTRA A PROVISAO NO LOTE GLJBXA DO EAD95903
003210        201-PROCESSAR.
003220            IF FD-DATA-MOVHIST = WK-DATA-PEDIDA
003221               AND FD-TIPO-MOVHIST NOT = 'B'
003230                ADD 1 TO WK-QTD-MOVTOS
003240                PERFORM 202-CLASSIFICAR-MOVTO
003250            END-IF.
003580                END-IF
003590            END-PERFORM.
003600       *      TIPOS SEM MAPEAMENTO: CREDITOS AO CLIENTE
003610       *      (C/J/R E DEPOSITO/RENDIMENTO DA POUPANCA U/Y)
003620       *      VAO COMO CREDORES NA SUSPENSE, OS DEMAIS COMO
003621       *      DEVEDORES
003630        204-ACUMULAR-SUSPENSE.
003640            IF FD-TIPO-MOVHIST = 'C' OR 'J' OR 'R' OR 'U' OR 'Y'
003650                MOVE 'C' TO WK-NATUREZA-MOVTO
003660            ELSE
003670                MOVE 'D' TO WK-NATUREZA-MOVTO
003980            ADD 1 TO WK-SUS-QTDE(WK-IDX-SUS-ACH).
003990            ADD WK-VALOR-BRL TO WK-SUS-VALOR(WK-IDX-SUS-ACH).
004000        205-GRAVAR-GLJOURN.
004001            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-GLJ.
004010            WRITE REG-GLJOURN.
004020            IF WK-FS-GLJOURN NOT = '00'
004030                DISPLAY 'ERRO ' WK-FS-GLJOURN
004940            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004950            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004960            MOVE ZEROS TO JRL-RETORNO.
004961            MOVE 'EAD95854' TO LK-PROGRAMA-COM.
004962            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004963            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004970            PERFORM 194-GRAVAR-RUNJRNL.
004980        196-GRAVAR-JRNL-FIM.
004990            MOVE 'F' TO JRL-TIPO.
005040            MOVE WK-QTD-SUSPENSOS
005050                TO JRL-QTD-REJEITADOS.
005060            MOVE RETURN-CODE TO JRL-RETORNO.
005061            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
005070            PERFORM 194-GRAVAR-RUNJRNL.
005080        194-GRAVAR-RUNJRNL.
005090            OPEN EXTEND ARQ-RUNJRNL.
