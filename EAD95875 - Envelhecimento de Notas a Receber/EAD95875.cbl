000170       *   CONTRA O NOTALIQ DA PONTE (EAD95843); AS NAO *
000180       *   LIQUIDADAS SAEM POR FAIXA DE 30/60/90+ DIAS, *
000190       *   POR VENDEDOR E ESTADO VIA VENDAS3N           *
000191       *                                                *
000192       *   O RELRECCP ENVELHECE AS MESMAS NOTAS POR     *
000193       *   COMPRADOR, PELOS DIAS APOS O VENCIMENTO      *
000194       *   (DATA DA NOTA + PRAZO DO NOTAREG), COM O     *
000195       *   NOME DO COMPRADOR NO COMPRAD (EAD95933)      *
000200       **************************************************
000210       *
000220        ENVIRONMENT DIVISION.
000350                FILE STATUS IS WK-FS-VENDAS3N.
000360            SELECT ARQ-RELRECEB ASSIGN TO RELRECEB
000370                FILE STATUS IS WK-FS-RELRECEB.
000371            SELECT ARQ-COMPRAD  ASSIGN TO COMPRAD
000372                ORGANIZATION IS INDEXED
000373                ACCESS MODE IS RANDOM
000374                RECORD KEY IS FD-CODIGO-CMP
000375                FILE STATUS IS WK-FS-COMPRAD.
000376            SELECT ARQ-RELRECCP ASSIGN TO RELRECCP
000377                FILE STATUS IS WK-FS-RELRECCP.
000380       *
000390        DATA DIVISION.
000400        FILE SECTION.
000430        01  REG-NOTAREG.
000440            05 FD-NOTA-REG         PIC 9(6).
000450            05 FD-DATA-REG         PIC 9(8).
000451            05 FD-COMPRADOR-REG    PIC X(6).
000452            05 FD-VALOR-REG        PIC 9(8)V99.
000453            05 FD-PRAZO-REG        PIC 9(3).
000460        FD   ARQ-NOTALIQ
000470             RECORDING MODE IS F.
000480        01  REG-NOTALIQ.
000610            05 FD-TIPO-NOTA            PIC X.
000620                88 VENDA-NORMAL           VALUE 'V' ' '.
000630                88 NOTA-DEVOLUCAO         VALUE 'D'.
000631            05 FD-COMPRADOR            PIC X(6).
000632            05 FD-APROVADO             PIC X.
000633            05 FD-QUANTIDADE           PIC 9(5).
000640        FD   ARQ-RELRECEB
000650             RECORDING MODE IS F.
000660        01  REG-RELRECEB               PIC X(70).
000661        FD   ARQ-COMPRAD
000662             RECORDING MODE IS F.
000663        01  REG-COMPRAD.
000664            05 FD-CODIGO-CMP       PIC X(6).
000665            05 FD-TIPO-DOC-CMP     PIC X.
000666            05 FD-CPFCNPJ-CMP      PIC X(14).
000667            05 FD-NOME-CMP         PIC X(30).
000668            05 FD-ESTADO-CMP       PIC XX.
000669            05 FD-LIMITE-CMP       PIC 9(9)V99.
000670            05 FD-PRAZO-CMP        PIC 9(3).
000671            05 FD-DATA-INCL-CMP    PIC 9(8).
000672            05 FD-SITUACAO-CMP     PIC X.
000673        FD   ARQ-RELRECCP
000674             RECORDING MODE IS F.
000675        01  REG-RELRECCP               PIC X(132).
000670        FD   ARQ-RUNJRNL
000680             RECORDING MODE IS F.
000690        01  REG-RUNJRNL.
000750            05 JRL-QTD-GRAVADOS    PIC 9(7).
000760            05 JRL-QTD-REJEITADOS  PIC 9(7).
000770            05 JRL-RETORNO         PIC 9(4).
000771            05 JRL-ID-EXEC         PIC 9(10).
000780        WORKING-STORAGE SECTION.
000790        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000791        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000792        01  LK-AREA-ID-EXEC.
000793            05 LK-PROGRAMA-COM     PIC X(8).
000794            05 LK-ID-EXEC-COM      PIC 9(10).
000800        77  WK-FS-NOTAREG  PIC XX           VALUE SPACES.
000810        77  WK-FS-NOTALIQ  PIC XX           VALUE SPACES.
000820        77  WK-FS-VENDAS3N PIC XX           VALUE SPACES.
000830        77  WK-FS-RELRECEB PIC XX           VALUE SPACES.
000831        77  WK-FS-COMPRAD  PIC XX           VALUE SPACES.
000832        77  WK-FS-RELRECCP PIC XX           VALUE SPACES.
000840        01  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
000850        01  WK-DATA-REF-R REDEFINES WK-DATA-REF.
000860            05 WK-ANO-REF      PIC 9(4).
001040                10 WK-NOTA-LIQUIDADA  PIC X.
001050                10 WK-NOTA-VENDEDOR   PIC 99.
001060                10 WK-NOTA-ESTADO     PIC XX.
001061                10 WK-NOTA-VALOR      PIC 9(8)V99.
001062                10 WK-NOTA-COMPRADOR  PIC X(6).
001063                10 WK-NOTA-PRAZO      PIC 9(3).
001080       *      FAIXAS: 1 = ATE 30, 2 = 31-60, 3 = 61-90,
001090       *      4 = ACIMA DE 90 DIAS (CONVENCAO 30/360)
001100        77  WK-IDX-FAIXA   PIC 9            VALUE ZEROS.
001410            05 WK-QTDE-REL     PIC ZZZZ9.
001420            05 FILLER          PIC X(08) VALUE ' VALOR  '.
001430            05 WK-VALOR-REL    PIC ZZZ.ZZZ.ZZ9,99.
001431       *      ENVELHECIMENTO POR COMPRADOR, PELOS DIAS APOS O
001432       *      VENCIMENTO: 1 = A VENCER, 2 = 1-30, 3 = 31-60,
001433       *      4 = 61-90, 5 = ACIMA DE 90 DIAS
001434        77  WK-IDX-FX-CPR  PIC 9            VALUE ZEROS.
001435        77  WK-DIAS-ATRASO PIC S9(8)        VALUE ZEROS.
001436        77  WK-QTD-CPR     PIC 9(4)         VALUE ZEROS.
001437        77  WK-IDX-CPR     PIC 9(4)         VALUE ZEROS.
001438        77  WK-IDX-CPR-ACH PIC 9(4)         VALUE ZEROS.
001439        01  WK-TAB-COMPRADORES.
001440            05 WK-CPR-OCC         OCCURS 2000 TIMES.
001441                10 WK-CPR-CODIGO      PIC X(6).
001442                10 WK-CPR-TOTAL       PIC 9(11)V99.
001443                10 WK-CPR-FAIXA-OCC   OCCURS 5 TIMES.
001444                    15 WK-CPR-VALOR       PIC 9(11)V99.
001445        01  WK-CABEC-CPR1.
001446            05 FILLER          PIC X(34)
001447                 VALUE 'ABERTO POR COMPRADOR - REFERENCIA '.
001448            05 WK-DATA-CABEC   PIC 9(8).
001449        01  WK-CABEC-CPR2.
001450            05 FILLER          PIC X(07) VALUE 'CODIGO'.
001451            05 FILLER          PIC X(25) VALUE 'COMPRADOR'.
001452            05 FILLER          PIC X(15) VALUE '       A VENCER'.
001453            05 FILLER          PIC X(15) VALUE '      1-30 DIAS'.
001454            05 FILLER          PIC X(15) VALUE '     31-60 DIAS'.
001455            05 FILLER          PIC X(15) VALUE '     61-90 DIAS'.
001456            05 FILLER          PIC X(15) VALUE '   ACIMA DE 90'.
001457            05 FILLER          PIC X(15) VALUE '          TOTAL'.
001458        01  WK-LINHA-CPR.
001459            05 WK-CODIGO-CPR   PIC X(6).
001460            05 FILLER          PIC X(01) VALUE SPACE.
001461            05 WK-NOME-CPR     PIC X(25).
001462            05 WK-VALORES-CPR  OCCURS 5 TIMES.
001463                10 FILLER          PIC X(01).
001464                10 WK-VALOR-CPR    PIC ZZZ.ZZZ.ZZ9,99.
001465            05 FILLER          PIC X(01) VALUE SPACE.
001466            05 WK-TOTAL-CPR    PIC ZZZ.ZZZ.ZZ9,99.
001440        01  WK-LINHA-TOTAL.
001450            05 WK-TITULO-TOT   PIC X(26).
001460            05 WK-VALOR-TOT    PIC ZZZ.ZZZ.ZZ9,99.
001660            COMPUTE WK-DIAS-REF = WK-ANO-REF * 360
001670                + WK-MES-REF * 30 + WK-DIA-REF.
001680            INITIALIZE WK-TAB-GRUPOS.
001681            INITIALIZE WK-TAB-COMPRADORES.
001690            PERFORM 102-CARREGAR-NOTAREG.
001700            PERFORM 103-MARCAR-LIQUIDADAS.
001710            PERFORM 104-ANEXAR-VENDEDOR.
001760                MOVE 12 TO RETURN-CODE
001770                STOP RUN
001780            END-IF.
001781            OPEN OUTPUT ARQ-RELRECCP.
001782            IF WK-FS-RELRECCP NOT = '00'
001783                DISPLAY 'ERRO ' WK-FS-RELRECCP
001784                        ' NO COMANDO OPEN RELRECCP'
001785                MOVE 12 TO RETURN-CODE
001786                STOP RUN
001787            END-IF.
001790        102-CARREGAR-NOTAREG.
001800            OPEN INPUT ARQ-NOTAREG.
001810            IF WK-FS-NOTAREG NOT = '00'
002010            MOVE 'N' TO WK-NOTA-LIQUIDADA(WK-QTD-NOTAS).
002020            MOVE ZEROS TO WK-NOTA-VENDEDOR(WK-QTD-NOTAS).
002030            MOVE SPACES TO WK-NOTA-ESTADO(WK-QTD-NOTAS).
002031            MOVE FD-VALOR-REG TO WK-NOTA-VALOR(WK-QTD-NOTAS).
002032            MOVE FD-COMPRADOR-REG
002033                TO WK-NOTA-COMPRADOR(WK-QTD-NOTAS).
002034            MOVE FD-PRAZO-REG TO WK-NOTA-PRAZO(WK-QTD-NOTAS).
002050            PERFORM 301-LER-NOTAREG.
002060        103-MARCAR-LIQUIDADAS.
002070            OPEN INPUT ARQ-NOTALIQ.
002370                    MOVE WK-IDX-NOTA TO WK-IDX-NOTA-ACH
002380                END-IF
002390            END-PERFORM.
002391       *      O VENDAS3N DA O VENDEDOR E O ESTADO DE CADA NOTA
002392       *      REGISTRADA; O VALOR SO VEM DELE NAS NOTAS
002393       *      REGISTRADAS ANTES DO VALOR EM BRL NO NOTAREG
002420        104-ANEXAR-VENDEDOR.
002430            OPEN INPUT ARQ-VENDAS3N.
002440            EVALUATE WK-FS-VENDAS3N
002640                        TO WK-NOTA-VENDEDOR(WK-IDX-NOTA-ACH)
002650                    MOVE FD-ESTADO
002660                        TO WK-NOTA-ESTADO(WK-IDX-NOTA-ACH)
002661                    IF WK-NOTA-VALOR(WK-IDX-NOTA-ACH) = ZEROS
002662                        MOVE FD-VALOR
002663                            TO WK-NOTA-VALOR(WK-IDX-NOTA-ACH)
002664                    END-IF
002690                END-IF
002700            END-IF.
002710            PERFORM 303-LER-VENDAS3N.
002800                    TO WK-TOT-ABERTO
002810                PERFORM 202-FAIXA-DA-NOTA
002820                PERFORM 203-ACUMULAR-GRUPO
002821                PERFORM 204-ACUMULAR-COMPRADOR
002830            END-IF.
002840        202-FAIXA-DA-NOTA.
002850            MOVE WK-NOTA-DATA(WK-IDX-NOTA)
003290                TO WK-GRP-QTDE(WK-IDX-GRP-ACH, WK-IDX-FAIXA).
003300            ADD WK-NOTA-VALOR(WK-IDX-NOTA)
003310                TO WK-GRP-VALOR(WK-IDX-GRP-ACH, WK-IDX-FAIXA).
003311       *      AS NOTAS SEM COMPRADOR (REGISTRADAS ANTES DO
003312       *      CODIGO NO FEED) FICAM NUMA LINHA PROPRIA
003313        204-ACUMULAR-COMPRADOR.
003314            MOVE ZEROS TO WK-IDX-CPR-ACH.
003315            PERFORM 205-COMPARAR-COMPRADOR
003316                VARYING WK-IDX-CPR FROM 1 BY 1
003317                UNTIL WK-IDX-CPR > WK-QTD-CPR
003318                   OR WK-IDX-CPR-ACH > ZEROS.
003319            IF WK-IDX-CPR-ACH = ZEROS
003320                IF WK-QTD-CPR NOT LESS 2000
003321                    DISPLAY 'TABELA DE COMPRADORES CHEIA, '
003322                            'LIMITE 2000'
003323                    MOVE 12 TO RETURN-CODE
003324                    STOP RUN
003325                END-IF
003326                ADD 1 TO WK-QTD-CPR
003327                MOVE WK-QTD-CPR TO WK-IDX-CPR-ACH
003328                MOVE WK-NOTA-COMPRADOR(WK-IDX-NOTA)
003329                    TO WK-CPR-CODIGO(WK-IDX-CPR-ACH)
003330            END-IF.
003331            COMPUTE WK-DIAS-ATRASO =
003332                WK-DIAS-ABERTO - WK-NOTA-PRAZO(WK-IDX-NOTA).
003333            EVALUATE TRUE
003334                WHEN WK-DIAS-ATRASO NOT GREATER ZEROS
003335                    MOVE 1 TO WK-IDX-FX-CPR
003336                WHEN WK-DIAS-ATRASO NOT GREATER 30
003337                    MOVE 2 TO WK-IDX-FX-CPR
003338                WHEN WK-DIAS-ATRASO NOT GREATER 60
003339                    MOVE 3 TO WK-IDX-FX-CPR
003340                WHEN WK-DIAS-ATRASO NOT GREATER 90
003341                    MOVE 4 TO WK-IDX-FX-CPR
003342                WHEN OTHER
003343                    MOVE 5 TO WK-IDX-FX-CPR
003344            END-EVALUATE.
003345            ADD WK-NOTA-VALOR(WK-IDX-NOTA)
003346                TO WK-CPR-VALOR(WK-IDX-CPR-ACH, WK-IDX-FX-CPR).
003347            ADD WK-NOTA-VALOR(WK-IDX-NOTA)
003348                TO WK-CPR-TOTAL(WK-IDX-CPR-ACH).
003349        205-COMPARAR-COMPRADOR.
003350            IF WK-CPR-CODIGO(WK-IDX-CPR)
003351                   = WK-NOTA-COMPRADOR(WK-IDX-NOTA)
003352                MOVE WK-IDX-CPR TO WK-IDX-CPR-ACH
003353            END-IF.
003320       ***********************************************
003330        300-LEITURAS SECTION.
003340        301-LER-NOTAREG.
003770            MOVE ZEROS TO JRL-QTD-GRAVADOS.
003780            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003790            MOVE ZEROS TO JRL-RETORNO.
003791            MOVE 'EAD95875' TO LK-PROGRAMA-COM.
003792            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
003793            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003800            PERFORM 194-GRAVAR-RUNJRNL.
003810        196-GRAVAR-JRNL-FIM.
003820            MOVE 'F' TO JRL-TIPO.
003860                TO JRL-QTD-GRAVADOS.
003870            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003880            MOVE RETURN-CODE TO JRL-RETORNO.
003881            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003890            PERFORM 194-GRAVAR-RUNJRNL.
003900        194-GRAVAR-RUNJRNL.
003910            OPEN EXTEND ARQ-RUNJRNL.
004300            WRITE REG-RELRECEB FROM WK-LINHA-TOTAL.
004310            DISPLAY 'NOTAS EM ABERTO : ' WK-QTD-ABERTAS.
004320            CLOSE ARQ-RELRECEB.
004321            PERFORM 904-RELATAR-COMPRADORES.
004330        902-GRAVAR-GRUPO.
004340            PERFORM 903-GRAVAR-FAIXA
004350                VARYING WK-IDX-FAIXA FROM 1 BY 1
004460                    TO WK-VALOR-REL
004470                WRITE REG-RELRECEB FROM WK-LINHA-GRUPO
004480            END-IF.
004481       *      O NOME VEM DO COMPRAD; SEM O CADASTRO A LINHA SAI
004482       *      SO COM O CODIGO
004483        904-RELATAR-COMPRADORES.
004484            OPEN INPUT ARQ-COMPRAD.
004485            EVALUATE WK-FS-COMPRAD
004486                WHEN '00'
004487                    CONTINUE
004488                WHEN '35'
004489                    DISPLAY 'ARQUIVO COMPRAD NAO ENCONTRADO, '
004490                            'RELRECCP SEM NOMES'
004491                WHEN OTHER
004492                    DISPLAY 'ERRO ' WK-FS-COMPRAD
004493                            ' NO COMANDO OPEN COMPRAD'
004494                    MOVE 12 TO RETURN-CODE
004495                    STOP RUN
004496            END-EVALUATE.
004497            MOVE WK-DATA-REF TO WK-DATA-CABEC.
004498            WRITE REG-RELRECCP FROM WK-CABEC-CPR1.
004499            WRITE REG-RELRECCP FROM WK-CABEC-CPR2 AFTER 2 LINES.
004500            PERFORM 905-GRAVAR-COMPRADOR
004501                VARYING WK-IDX-CPR FROM 1 BY 1
004502                UNTIL WK-IDX-CPR > WK-QTD-CPR.
004503            MOVE 'COMPRADORES COM ABERTO  : ' TO WK-TITULO-TOT.
004504            MOVE WK-QTD-CPR TO WK-VALOR-TOT.
004505            WRITE REG-RELRECCP FROM WK-LINHA-TOTAL
004506                AFTER 2 LINES.
004507            MOVE 'VALOR EM ABERTO         : ' TO WK-TITULO-TOT.
004508            MOVE WK-TOT-ABERTO TO WK-VALOR-TOT.
004509            WRITE REG-RELRECCP FROM WK-LINHA-TOTAL.
004510            IF WK-FS-COMPRAD = '00'
004511                CLOSE ARQ-COMPRAD
004512            END-IF.
004513            CLOSE ARQ-RELRECCP.
004514        905-GRAVAR-COMPRADOR.
004515            MOVE SPACES TO WK-LINHA-CPR.
004516            MOVE WK-CPR-CODIGO(WK-IDX-CPR) TO WK-CODIGO-CPR.
004517            EVALUATE TRUE
004518                WHEN WK-CPR-CODIGO(WK-IDX-CPR) = SPACES
004519                    MOVE 'NOTAS SEM COMPRADOR' TO WK-NOME-CPR
004520                WHEN WK-FS-COMPRAD = '35'
004521                    CONTINUE
004522                WHEN OTHER
004523                    PERFORM 906-LER-NOME-COMPRADOR
004524            END-EVALUATE.
004525            PERFORM 907-MOVER-FAIXA-CPR
004526                VARYING WK-IDX-FX-CPR FROM 1 BY 1
004527                UNTIL WK-IDX-FX-CPR > 5.
004528            MOVE WK-CPR-TOTAL(WK-IDX-CPR) TO WK-TOTAL-CPR.
004529            WRITE REG-RELRECCP FROM WK-LINHA-CPR.
004530        906-LER-NOME-COMPRADOR.
004531            MOVE WK-CPR-CODIGO(WK-IDX-CPR) TO FD-CODIGO-CMP.
004532            READ ARQ-COMPRAD.
004533            EVALUATE WK-FS-COMPRAD
004534                WHEN '00'
004535                    MOVE FD-NOME-CMP TO WK-NOME-CPR
004536                WHEN '23'
004537                    MOVE 'NAO CADASTRADO' TO WK-NOME-CPR
004538                    MOVE '00' TO WK-FS-COMPRAD
004539                WHEN OTHER
004540                    DISPLAY 'ERRO ' WK-FS-COMPRAD
004541                            ' NO COMANDO READ COMPRAD'
004542                    MOVE 12 TO RETURN-CODE
004543                    STOP RUN
004544            END-EVALUATE.
004545        907-MOVER-FAIXA-CPR.
004546            MOVE WK-CPR-VALOR(WK-IDX-CPR, WK-IDX-FX-CPR)
004547                TO WK-VALOR-CPR(WK-IDX-FX-CPR).
