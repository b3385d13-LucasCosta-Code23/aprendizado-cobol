000140       *      FICAM NO LEIAUTE ORIGINAL, SEM PREFIXO. OS
000150       *      REGISTROS LIMPOS SAEM SEM ENVELOPE, PRONTOS
000160       *      PARA OS TOTALIZADORES.
000161       *
000162       *      TODA NOTA TRAZ O CODIGO DO COMPRADOR, CONFERIDO
000163       *      NO COMPRAD (EAD95933). A VENDA NOVA DE COMPRADOR
000164       *      COM NOTA VENCIDA HA MAIS DE 90 DIAS, OU QUE
000165       *      PASSA DO LIMITE DE CREDITO (NOTAS EM ABERTO DO
000166       *      NOTAREG MENOS O NOTALIQ, EM BRL), FICA RETIDA
000167       *      NO VENDASAP PARA APROVACAO; APROVADA, VOLTA NO
000168       *      FEED SEGUINTE COM A MARCA 'S' E NAO E RETIDA.
000170       *
000180        ENVIRONMENT DIVISION.
000190        CONFIGURATION SECTION.
000330                FILE STATUS IS WK-FS-NOTAREG.
000340            SELECT ARQ-NOTAREGN ASSIGN TO NOTAREGN
000350                FILE STATUS IS WK-FS-NOTAREGN.
000351            SELECT ARQ-VENDASAP ASSIGN TO VENDASAP
000352                FILE STATUS IS WK-FS-VENDASAP.
000353            SELECT ARQ-NOTALIQ  ASSIGN TO NOTALIQ
000354                FILE STATUS IS WK-FS-NOTALIQ.
000355            SELECT ARQ-COMPRAD  ASSIGN TO COMPRAD
000356                ORGANIZATION IS INDEXED
000357                ACCESS MODE IS RANDOM
000358                RECORD KEY IS FD-CODIGO-CMP
000359                FILE STATUS IS WK-FS-COMPRAD.
000360            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000361                FILE STATUS IS WK-FS-CAMBIO.
000360       *
000370        DATA DIVISION.
000380        FILE SECTION.
000390        FD   ARQ-VENDASV
000400             RECORDING MODE IS F.
000401        01  REG-VENDASV                PIC X(31).
000420        FD   ARQ-VENDAS3
000430             RECORDING MODE IS F.
000431        01  REG-VENDAS3                PIC X(37).
000450        FD   ARQ-VENDASOV
000452             RECORDING MODE IS F.
000453        01  REG-VENDASOV               PIC X(31).
000450        FD   ARQ-VENDASOK
000460             RECORDING MODE IS F.
000461        01  REG-VENDASOK               PIC X(37).
000480        FD   ARQ-VENDASRJ
000490             RECORDING MODE IS F.
000500        01  REG-VENDASRJ.
000501            05 FD-REGISTRO-RJ      PIC X(37).
000520            05 FD-MOTIVO-RJ        PIC XX.
000530        FD   ARQ-NOTAREG
000540             RECORDING MODE IS F.
000550        01  REG-NOTAREG.
000560            05 FD-NOTA-REG         PIC 9(6).
000570            05 FD-DATA-REG         PIC 9(8).
000571            05 FD-COMPRADOR-REG    PIC X(6).
000572            05 FD-VALOR-REG        PIC 9(8)V99.
000573            05 FD-PRAZO-REG        PIC 9(3).
000580        FD   ARQ-NOTAREGN
000590             RECORDING MODE IS F.
000600        01  REG-NOTAREGN.
000610            05 FD-NOTA-REGN        PIC 9(6).
000620            05 FD-DATA-REGN        PIC 9(8).
000621            05 FD-COMPRADOR-REGN   PIC X(6).
000622            05 FD-VALOR-REGN       PIC 9(8)V99.
000623            05 FD-PRAZO-REGN       PIC 9(3).
000624       *      VENDA RETIDA: LC = ACIMA DO LIMITE DE CREDITO,
000625       *      AT = COMPRADOR COM NOTA VENCIDA HA MAIS DE 90 DIAS
000626        FD   ARQ-VENDASAP
000627             RECORDING MODE IS F.
000628        01  REG-VENDASAP.
000629            05 FD-REGISTRO-AP      PIC X(37).
000630            05 FD-MOTIVO-AP        PIC XX.
000631        FD   ARQ-NOTALIQ
000632             RECORDING MODE IS F.
000633        01  REG-NOTALIQ.
000634            05 FD-NOTA-LIQ         PIC 9(6).
000635            05 FD-DATA-LIQ         PIC 9(8).
000636        FD   ARQ-COMPRAD
000637             RECORDING MODE IS F.
000638        01  REG-COMPRAD.
000639            05 FD-CODIGO-CMP       PIC X(6).
000640            05 FD-TIPO-DOC-CMP     PIC X.
000641            05 FD-CPFCNPJ-CMP      PIC X(14).
000642            05 FD-NOME-CMP         PIC X(30).
000643            05 FD-ESTADO-CMP       PIC XX.
000644            05 FD-LIMITE-CMP       PIC 9(9)V99.
000645            05 FD-PRAZO-CMP        PIC 9(3).
000646            05 FD-DATA-INCL-CMP    PIC 9(8).
000647            05 FD-SITUACAO-CMP     PIC X.
000648                88 COMPRADOR-ATIVO     VALUE 'A'.
000649                88 COMPRADOR-INATIVO   VALUE 'I'.
000650        FD   ARQ-CAMBIO
000651             RECORDING MODE IS F.
000652        01  REG-CAMBIO.
000653            05 FD-MOEDA-CAMBIO     PIC X(3).
000654            05 FD-DATA-CAMBIO      PIC 9(8).
000655            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000630        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000640        77  WK-FS-ENTRADA  PIC XX           VALUE SPACES.
000650        77  WK-FS-VENDASOK PIC XX           VALUE SPACES.
000655        77  WK-FS-VENDASOV PIC XX           VALUE SPACES.
000660        77  WK-FS-VENDASRJ PIC XX           VALUE SPACES.
000670        77  WK-FS-NOTAREG  PIC XX           VALUE SPACES.
000680        77  WK-FS-NOTAREGN PIC XX           VALUE SPACES.
000681        77  WK-FS-VENDASAP PIC XX           VALUE SPACES.
000682        77  WK-FS-NOTALIQ  PIC XX           VALUE SPACES.
000683        77  WK-FS-COMPRAD  PIC XX           VALUE SPACES.
000684        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
000690        77  WK-TIPO-FEED   PIC X            VALUE 'V'.
000700            88 FEED-VENDAS                    VALUE 'V'.
000710            88 FEED-VENDAS3N                  VALUE '3'.
000730        77  WK-IDX-ESTADO  PIC 99           VALUE ZEROS.
000740        01  TABELA-ESTADOS.
000750            05 ESTADO-COD          PIC X(02) OCCURS 20 TIMES.
000751        01  WK-REG-TRAB        PIC X(37)    VALUE SPACES.
000770        01  WK-REG-TRAB-V REDEFINES WK-REG-TRAB.
000780            05 WK-NOTA-V       PIC X(6).
000790            05 WK-ANO-V        PIC X(4).
000810            05 WK-VALOR-V      PIC X(8).
000820            05 WK-MOEDA-V      PIC X(3).
000825            05 WK-TIPO-NOTA-V  PIC X.
000826            05 WK-COMPRADOR-V  PIC X(6).
000827            05 WK-APROVADO-V   PIC X.
000828            05 FILLER          PIC X(6).
000840        01  WK-REG-TRAB-3 REDEFINES WK-REG-TRAB.
000850            05 WK-VENDEDOR-3   PIC X(2).
000860            05 WK-ESTADO-3     PIC X(2).
000900            05 WK-VALOR-3      PIC X(8).
000910            05 WK-MOEDA-3      PIC X(3).
000915            05 WK-TIPO-NOTA-3  PIC X.
000916            05 WK-COMPRADOR-3  PIC X(6).
000917            05 WK-APROVADO-3   PIC X.
000918            05 WK-QTDE-3       PIC X(5).
000920        01  WK-REG-TRAB-H REDEFINES WK-REG-TRAB.
000930            05 WK-TIPO-ENV     PIC X.
000940            05 WK-DATA-ENV     PIC 9(8).
001054            88 VENDA-NORMAL                    VALUE 'V' ' '.
001056            88 NOTA-DEVOLUCAO                  VALUE 'D'.
001058        77  WK-QTD-DEVOLUCOES PIC 9(6)       VALUE ZEROS.
001059        77  WK-COMPRADOR-TRAB PIC X(6)       VALUE SPACES.
001060        77  WK-MOEDA-TRAB  PIC X(3)         VALUE SPACES.
001061        77  WK-APROVADO-TRAB PIC X           VALUE SPACE.
001062            88 VENDA-APROVADA                 VALUE 'S'.
001063        77  WK-RETENCAO    PIC XX           VALUE SPACES.
001064        77  WK-QTD-RETIDAS PIC 9(6)         VALUE ZEROS.
001065        77  WK-VALOR-BRL   PIC 9(8)V99      VALUE ZEROS.
001060        77  WK-DATA-FEED   PIC 9(8)         VALUE ZEROS.
001070        77  WK-HEADER-VISTO PIC X           VALUE 'N'.
001080            88 HEADER-VISTO                   VALUE 'S'.
001240            05 WK-NOTA-OCC        OCCURS 9999 TIMES.
001250                10 WK-NOTA-TAB        PIC 9(6).
001260                10 WK-DATA-TAB        PIC 9(8).
001261                10 WK-COMPR-TAB       PIC X(6).
001262                10 WK-VALOR-TAB       PIC 9(8)V99.
001263                10 WK-PRAZO-TAB       PIC 9(3).
001264                10 WK-LIQ-TAB         PIC X.
001265       *      EXPOSICAO DOS COMPRADORES: NOTAS EM ABERTO EM BRL
001266       *      E O MAIOR ATRASO, EM DIAS APOS O VENCIMENTO
001267       *      (DATA DA NOTA + PRAZO, CONVENCAO 30/360)
001268        77  WK-QTD-CPR     PIC 9(4)         VALUE ZEROS.
001269        77  WK-IDX-CPR     PIC 9(4)         VALUE ZEROS.
001270        77  WK-IDX-CPR-ACH PIC 9(4)         VALUE ZEROS.
001271        01  WK-TAB-COMPRADORES.
001272            05 WK-CPR-OCC         OCCURS 2000 TIMES.
001273                10 WK-CPR-CODIGO      PIC X(6).
001274                10 WK-CPR-ABERTO      PIC 9(11)V99.
001275                10 WK-CPR-ATRASO      PIC 9(5).
001276        77  WK-DIAS-REF    PIC 9(8)         VALUE ZEROS.
001277        77  WK-DIAS-ATRASO PIC S9(8)        VALUE ZEROS.
001278        01  WK-DATA-NOTA-GRP PIC 9(8)       VALUE ZEROS.
001279        01  WK-DATA-NOTA-R REDEFINES WK-DATA-NOTA-GRP.
001280            05 WK-ANO-NOTA     PIC 9(4).
001281            05 WK-MES-NOTA     PIC 99.
001282            05 WK-DIA-NOTA     PIC 99.
001283       *      CAMBIO DA DATA DO FEED
001284        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
001285        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
001286        01  NOMES-MOEDA.
001287            05 FILLER              PIC X(03) VALUE 'BRL'.
001288            05 FILLER              PIC X(03) VALUE 'USD'.
001289            05 FILLER              PIC X(03) VALUE 'EUR'.
001290        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
001291            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
001292        01  TAXAS-MOEDA-LIT.
001293            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
001294            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
001295            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
001296        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
001297            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
001298        01  WK-DATAS-CAMBIO.
001299            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
001270        77  WK-FIM-FEED    PIC X            VALUE 'N'.
001280            88 FIM-DO-FEED                    VALUE 'S'.
001290       *
001670                MOVE WK-HASH-ENV TO WK-HASH-ENV-3
001680                MOVE WK-HASH-3 TO WK-HASH-TRL
001690            END-IF.
001691            PERFORM 110-APURAR-EXPOSICAO.
001700            PERFORM 301-LER-FEED.
001710        102-LER-ESTADO.
001720            ACCEPT ESTADO-COD(WK-IDX-ESTADO) FROM SYSIN.
002080            ADD 1 TO WK-QTD-NOTAS.
002090            MOVE FD-NOTA-REG TO WK-NOTA-TAB(WK-QTD-NOTAS).
002100            MOVE FD-DATA-REG TO WK-DATA-TAB(WK-QTD-NOTAS).
002101            MOVE FD-COMPRADOR-REG TO WK-COMPR-TAB(WK-QTD-NOTAS).
002102            MOVE FD-VALOR-REG TO WK-VALOR-TAB(WK-QTD-NOTAS).
002103            MOVE FD-PRAZO-REG TO WK-PRAZO-TAB(WK-QTD-NOTAS).
002104            MOVE 'N' TO WK-LIQ-TAB(WK-QTD-NOTAS).
002110            PERFORM 105-LER-NOTAREG.
002120        104-ABRIR-ARQUIVOS.
002130            IF FEED-VENDAS
002248                OPEN OUTPUT ARQ-VENDASOK
002249            END-IF.
002250            OPEN OUTPUT ARQ-VENDASRJ.
002251            OPEN OUTPUT ARQ-VENDASAP.
002260            OPEN OUTPUT ARQ-NOTAREGN.
002260            PERFORM 903-RECONDUZIR-NOTA
002260                VARYING WK-IDX-NOTA FROM 1 BY 1
002270            IF WK-FS-VENDASOK NOT = '00'
002280               OR WK-FS-VENDASRJ NOT = '00'
002290               OR WK-FS-NOTAREGN NOT = '00'
002291               OR WK-FS-VENDASAP NOT = '00'
002300                DISPLAY 'ERRO NA ABERTURA DAS SAIDAS DA '
002300                        'PRE-EDICAO'
002301                MOVE 12 TO RETURN-CODE
002302                STOP RUN
002303            END-IF.
002304            OPEN INPUT ARQ-COMPRAD.
002305            IF WK-FS-COMPRAD NOT = '00'
002306                DISPLAY 'ARQUIVO COMPRAD INDISPONIVEL, STATUS '
002307                        WK-FS-COMPRAD
002308                MOVE 12 TO RETURN-CODE
002309                STOP RUN
002310            END-IF.
002311       *      EXPOSICAO DE CADA COMPRADOR NA DATA DO FEED: AS
002312       *      NOTAS DO NOTAREG AINDA NAO LIQUIDADAS NO NOTALIQ
002313        110-APURAR-EXPOSICAO.
002314            MOVE WK-DATA-FEED TO WK-DATA-CAMBIO-REF.
002315            PERFORM 190-CARREGAR-CAMBIO.
002316            MOVE WK-DATA-FEED TO WK-DATA-NOTA-GRP.
002317            COMPUTE WK-DIAS-REF = WK-ANO-NOTA * 360
002318                + WK-MES-NOTA * 30 + WK-DIA-NOTA.
002319            OPEN INPUT ARQ-NOTALIQ.
002320            EVALUATE WK-FS-NOTALIQ
002321                WHEN '00'
002322                    PERFORM 112-LER-NOTALIQ
002323                    PERFORM 113-MARCAR-UMA-LIQ
002324                        UNTIL WK-FS-NOTALIQ = '10'
002325                    CLOSE ARQ-NOTALIQ
002326                WHEN '35'
002327                    CONTINUE
002328                WHEN OTHER
002329                    DISPLAY 'ERRO ' WK-FS-NOTALIQ
002330                            ' NO COMANDO OPEN NOTALIQ'
002331                    MOVE 12 TO RETURN-CODE
002332                    STOP RUN
002333            END-EVALUATE.
002334            PERFORM 116-EXPOR-NOTA
002335                VARYING WK-IDX-NOTA FROM 1 BY 1
002336                UNTIL WK-IDX-NOTA > WK-QTD-NOTAS.
002337        112-LER-NOTALIQ.
002338            READ ARQ-NOTALIQ.
002339            EVALUATE WK-FS-NOTALIQ
002340                WHEN '00'
002341                    CONTINUE
002342                WHEN '10'
002343                    CONTINUE
002344                WHEN OTHER
002345                    DISPLAY 'ERRO ' WK-FS-NOTALIQ
002346                            ' NO COMANDO READ NOTALIQ'
002347                    MOVE 12 TO RETURN-CODE
002348                    STOP RUN
002349            END-EVALUATE.
002350        113-MARCAR-UMA-LIQ.
002351            MOVE ZEROS TO WK-IDX-NOTA-ACH.
002352            PERFORM 114-COMPARAR-NOTA-LIQ
002353                VARYING WK-IDX-NOTA FROM 1 BY 1
002354                UNTIL WK-IDX-NOTA > WK-QTD-NOTAS
002355                   OR WK-IDX-NOTA-ACH > ZEROS.
002356            IF WK-IDX-NOTA-ACH > ZEROS
002357                MOVE 'S' TO WK-LIQ-TAB(WK-IDX-NOTA-ACH)
002358            END-IF.
002359            PERFORM 112-LER-NOTALIQ.
002360        114-COMPARAR-NOTA-LIQ.
002361            IF WK-NOTA-TAB(WK-IDX-NOTA) = FD-NOTA-LIQ
002362                MOVE WK-IDX-NOTA TO WK-IDX-NOTA-ACH
002363            END-IF.
002364        116-EXPOR-NOTA.
002365            IF WK-LIQ-TAB(WK-IDX-NOTA) NOT = 'S'
002366               AND WK-COMPR-TAB(WK-IDX-NOTA) NOT = SPACES
002367                MOVE WK-COMPR-TAB(WK-IDX-NOTA)
002368                    TO WK-COMPRADOR-TRAB
002368                PERFORM 117-ACHAR-COMPRADOR
002369                ADD WK-VALOR-TAB(WK-IDX-NOTA)
002370                    TO WK-CPR-ABERTO(WK-IDX-CPR-ACH)
002371                MOVE WK-DATA-TAB(WK-IDX-NOTA) TO WK-DATA-NOTA-GRP
002372                COMPUTE WK-DIAS-ATRASO = WK-DIAS-REF
002373                    - WK-ANO-NOTA * 360 - WK-MES-NOTA * 30
002374                    - WK-DIA-NOTA - WK-PRAZO-TAB(WK-IDX-NOTA)
002375                IF WK-DIAS-ATRASO > WK-CPR-ATRASO(WK-IDX-CPR-ACH)
002376                    MOVE WK-DIAS-ATRASO
002377                        TO WK-CPR-ATRASO(WK-IDX-CPR-ACH)
002378                END-IF
002379            END-IF.
002380        117-ACHAR-COMPRADOR.
002381            MOVE ZEROS TO WK-IDX-CPR-ACH.
002382            PERFORM 118-COMPARAR-COMPRADOR
002383                VARYING WK-IDX-CPR FROM 1 BY 1
002384                UNTIL WK-IDX-CPR > WK-QTD-CPR
002385                   OR WK-IDX-CPR-ACH > ZEROS.
002386            IF WK-IDX-CPR-ACH = ZEROS
002387                IF WK-QTD-CPR NOT LESS 2000
002388                    DISPLAY 'TABELA DE COMPRADORES CHEIA, '
002389                            'LIMITE 2000'
002390                    MOVE 12 TO RETURN-CODE
002391                    STOP RUN
002392                END-IF
002393                ADD 1 TO WK-QTD-CPR
002394                MOVE WK-QTD-CPR TO WK-IDX-CPR-ACH
002395                MOVE WK-COMPRADOR-TRAB
002396                    TO WK-CPR-CODIGO(WK-IDX-CPR-ACH)
002397                MOVE ZEROS TO WK-CPR-ABERTO(WK-IDX-CPR-ACH)
002398                MOVE ZEROS TO WK-CPR-ATRASO(WK-IDX-CPR-ACH)
002399            END-IF.
002400        118-COMPARAR-COMPRADOR.
002401            IF WK-CPR-CODIGO(WK-IDX-CPR) = WK-COMPRADOR-TRAB
002402                MOVE WK-IDX-CPR TO WK-IDX-CPR-ACH
002403            END-IF.
002404       ***********************************************
002405        190-CARREGAR-CAMBIO.
002406            OPEN INPUT ARQ-CAMBIO.
002407            EVALUATE WK-FS-CAMBIO
002408                WHEN '00'
002409                    PERFORM 191-LER-CAMBIO
002410                    PERFORM 192-APLICAR-TAXA-CAMBIO
002411                        UNTIL WK-FS-CAMBIO = '10'
002412                    CLOSE ARQ-CAMBIO
002413                WHEN OTHER
002414                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
002415                            'OU COM ERRO ' WK-FS-CAMBIO
002416                    MOVE 12 TO RETURN-CODE
002417                    STOP RUN
002418            END-EVALUATE.
002419            IF TAXA-MOEDA(1) = ZEROS
002420                MOVE 1 TO TAXA-MOEDA(1)
002421            END-IF.
002422            PERFORM 189-CONFERIR-TAXA-CAMBIO
002423                VARYING WK-IDX-MOEDA FROM 2 BY 1
002424                UNTIL WK-IDX-MOEDA > 3.
002425        191-LER-CAMBIO.
002426            READ ARQ-CAMBIO.
002427            EVALUATE WK-FS-CAMBIO
002428                WHEN '00'
002429                    CONTINUE
002430                WHEN '10'
002431                    CONTINUE
002432                WHEN OTHER
002433                    DISPLAY 'ERRO ' WK-FS-CAMBIO
002434                            ' NO COMANDO READ CAMBIO'
002435                    MOVE 12 TO RETURN-CODE
002436                    STOP RUN
002437            END-EVALUATE.
002438        192-APLICAR-TAXA-CAMBIO.
002439            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
002440                PERFORM 193-COMPARAR-MOEDA
002441                    VARYING WK-IDX-MOEDA FROM 1 BY 1
002442                    UNTIL WK-IDX-MOEDA > 3
002443            END-IF.
002444            PERFORM 191-LER-CAMBIO.
002445        193-COMPARAR-MOEDA.
002446            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
002447               AND FD-DATA-CAMBIO NOT LESS
002448                   WK-DATA-TAXA(WK-IDX-MOEDA)
002449                MOVE FD-TAXA-CAMBIO
002450                    TO TAXA-MOEDA(WK-IDX-MOEDA)
002451                MOVE FD-DATA-CAMBIO
002452                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
002453            END-IF.
002454        189-CONFERIR-TAXA-CAMBIO.
002455            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
002456                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
002457                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
002458                        ' NA DATA ' WK-DATA-CAMBIO-REF
002310                MOVE 12 TO RETURN-CODE
002320                STOP RUN
002330            END-IF.
002490        202-CRITICAR-DETALHE.
002500            ADD 1 TO WK-QTD-LIDOS.
002510            MOVE SPACES TO WK-MOTIVO.
002511            MOVE SPACES TO WK-RETENCAO.
002512            IF FEED-VENDAS
002514                MOVE WK-TIPO-NOTA-V TO WK-TIPO-NOTA-TRAB
002515                MOVE WK-COMPRADOR-V TO WK-COMPRADOR-TRAB
002516                MOVE WK-APROVADO-V  TO WK-APROVADO-TRAB
002517                MOVE WK-MOEDA-V     TO WK-MOEDA-TRAB
002516            ELSE
002517                MOVE WK-TIPO-NOTA-3 TO WK-TIPO-NOTA-TRAB
002518                MOVE WK-COMPRADOR-3 TO WK-COMPRADOR-TRAB
002519                MOVE WK-APROVADO-3  TO WK-APROVADO-TRAB
002520                MOVE WK-MOEDA-3     TO WK-MOEDA-TRAB
002518            END-IF.
002519            IF NOT VENDA-NORMAL AND NOT NOTA-DEVOLUCAO
002519                MOVE 'TN' TO WK-MOTIVO
002570            IF WK-MOTIVO = SPACES
002580                PERFORM 207-CRITICAR-NOTA
002590            END-IF.
002591            IF WK-MOTIVO = SPACES
002592                PERFORM 210-CRITICAR-COMPRADOR
002593            END-IF.
002594            IF WK-MOTIVO = SPACES AND VENDA-NORMAL
002595                PERFORM 211-CONFERIR-CREDITO
002596            END-IF.
002597            IF WK-RETENCAO NOT = SPACES
002598                PERFORM 212-RETER-VENDA
002599            ELSE
002600            IF WK-MOTIVO = SPACES
002610                ADD 1 TO WK-QTD-LIMPOS
002620                ADD WK-VALOR-NUM TO WK-TOT-VALOR
002690                WRITE REG-VENDASRJ
002700                DISPLAY 'VENDA REJEITADA MOTIVO ' WK-MOTIVO
002710                        ' NOTA ' WK-NOTA-NUM
002711            END-IF
002720            END-IF.
002730        203-CRITICAR-VENDAS.
002740            MOVE ZEROS TO WK-NOTA-NUM.
003080                    MOVE 'VL' TO WK-MOTIVO
003090                WHEN WK-MOEDA-3 NOT = 'BRL' AND 'USD' AND 'EUR'
003100                    MOVE 'MD' TO WK-MOTIVO
003101                WHEN WK-QTDE-3 NOT NUMERIC
003102                    MOVE 'QT' TO WK-MOTIVO
003103                WHEN WK-QTDE-3 = '00000'
003104                    MOVE 'QT' TO WK-MOTIVO
003110                WHEN OTHER
003120                    PERFORM 205-CRITICAR-ESTADO
003130            END-EVALUATE.
003542            END-IF.
003550        208-GRAVAR-LIMPO.
003560            IF FEED-VENDAS
003561                WRITE REG-VENDASOV FROM WK-REG-TRAB(1:31)
003575                MOVE WK-FS-VENDASOV TO WK-FS-VENDASOK
003580            ELSE
003581                WRITE REG-VENDASOK FROM WK-REG-TRAB(1:37)
003600            END-IF.
003610            IF WK-FS-VENDASOK NOT = '00'
003620                DISPLAY 'ERRO ' WK-FS-VENDASOK
003730            ADD 1 TO WK-QTD-NOTAS.
003740            MOVE WK-NOTA-NUM  TO WK-NOTA-TAB(WK-QTD-NOTAS).
003750            MOVE WK-DATA-FEED TO WK-DATA-TAB(WK-QTD-NOTAS).
003751            MOVE WK-COMPRADOR-TRAB TO WK-COMPR-TAB(WK-QTD-NOTAS).
003752            MOVE WK-VALOR-BRL TO WK-VALOR-TAB(WK-QTD-NOTAS).
003753            MOVE FD-PRAZO-CMP TO WK-PRAZO-TAB(WK-QTD-NOTAS).
003754            MOVE 'N'          TO WK-LIQ-TAB(WK-QTD-NOTAS).
003760            MOVE WK-NOTA-NUM  TO FD-NOTA-REGN.
003770            MOVE WK-DATA-FEED TO FD-DATA-REGN.
003771            MOVE WK-COMPRADOR-TRAB TO FD-COMPRADOR-REGN.
003772            MOVE WK-VALOR-BRL TO FD-VALOR-REGN.
003773            MOVE FD-PRAZO-CMP TO FD-PRAZO-REGN.
003780            WRITE REG-NOTAREGN.
003790            IF WK-FS-NOTAREGN NOT = '00'
003800                DISPLAY 'ERRO ' WK-FS-NOTAREGN
003820                MOVE 12 TO RETURN-CODE
003830                STOP RUN
003840            END-IF.
003841       *      DEVOLUCAO TAMBEM EXIGE COMPRADOR CADASTRADO; SO A
003842       *      VENDA NOVA PASSA PELO LIMITE E PELO ATRASO
003843        210-CRITICAR-COMPRADOR.
003844            MOVE WK-COMPRADOR-TRAB TO FD-CODIGO-CMP.
003845            READ ARQ-COMPRAD.
003846            EVALUATE WK-FS-COMPRAD
003847                WHEN '00'
003848                    IF NOT COMPRADOR-ATIVO
003849                        MOVE 'CP' TO WK-MOTIVO
003850                    END-IF
003851                WHEN '23'
003852                    MOVE 'CP' TO WK-MOTIVO
003853                WHEN OTHER
003854                    DISPLAY 'ERRO ' WK-FS-COMPRAD
003855                            ' NO COMANDO READ COMPRAD'
003856                    MOVE 12 TO RETURN-CODE
003857                    STOP RUN
003858            END-EVALUATE.
003859        211-CONFERIR-CREDITO.
003860            MOVE 1 TO WK-IDX-MOEDA.
003861            PERFORM 213-PROCURAR-MOEDA
003862                UNTIL WK-IDX-MOEDA > 3
003863                   OR MOEDA-COD(WK-IDX-MOEDA) = WK-MOEDA-TRAB.
003864            IF WK-IDX-MOEDA > 3
003865                MOVE 1 TO WK-IDX-MOEDA
003866            END-IF.
003867            COMPUTE WK-VALOR-BRL ROUNDED =
003868                WK-VALOR-NUM * TAXA-MOEDA(WK-IDX-MOEDA).
003869            PERFORM 117-ACHAR-COMPRADOR.
003870            IF NOT VENDA-APROVADA
003871                EVALUATE TRUE
003872                    WHEN WK-CPR-ATRASO(WK-IDX-CPR-ACH) > 90
003873                        MOVE 'AT' TO WK-RETENCAO
003874                    WHEN WK-CPR-ABERTO(WK-IDX-CPR-ACH)
003875                         + WK-VALOR-BRL > FD-LIMITE-CMP
003876                        MOVE 'LC' TO WK-RETENCAO
003877                END-EVALUATE
003878            END-IF.
003879            IF WK-RETENCAO = SPACES
003880                ADD WK-VALOR-BRL TO WK-CPR-ABERTO(WK-IDX-CPR-ACH)
003881            END-IF.
003882       *      A VENDA RETIDA ENTRA NA SOMA DO ENVELOPE, MAS NAO
003883       *      VAI PARA OS TOTALIZADORES NEM PARA O NOTAREG
003884        212-RETER-VENDA.
003885            ADD 1 TO WK-QTD-RETIDAS.
003886            ADD WK-VALOR-NUM TO WK-TOT-VALOR.
003887            MOVE WK-REG-TRAB TO FD-REGISTRO-AP.
003888            MOVE WK-RETENCAO TO FD-MOTIVO-AP.
003889            WRITE REG-VENDASAP.
003890            IF WK-FS-VENDASAP NOT = '00'
003891                DISPLAY 'ERRO ' WK-FS-VENDASAP
003892                        ' NO COMANDO WRITE VENDASAP'
003893                MOVE 12 TO RETURN-CODE
003894                STOP RUN
003895            END-IF.
003896            DISPLAY 'VENDA RETIDA PARA APROVACAO MOTIVO '
003897                    WK-RETENCAO ' NOTA ' WK-NOTA-NUM
003898                    ' COMPRADOR ' WK-COMPRADOR-TRAB.
003899        213-PROCURAR-MOEDA.
003900            ADD 1 TO WK-IDX-MOEDA.
003850       ***********************************************
003860        300-LER-FEED SECTION.
003870        301-LER-FEED.
003880            MOVE SPACES TO WK-REG-TRAB.
003890            IF FEED-VENDAS
003900                READ ARQ-VENDASV
003901                MOVE REG-VENDASV TO WK-REG-TRAB(1:31)
003920            ELSE
003930                READ ARQ-VENDAS3
003931                MOVE REG-VENDAS3 TO WK-REG-TRAB(1:37)
003950            END-IF.
003960            EVALUATE WK-FS-ENTRADA
003970                WHEN '00'
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95844' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985010            MOVE WK-QTD-REJEITADOS
985011                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
004200            DISPLAY 'VENDAS LIMPAS     : ' WK-QTD-LIMPOS.
004210            DISPLAY 'VENDAS REJEITADAS : ' WK-QTD-REJEITADOS.
004212            DISPLAY 'DEVOLUCOES ACEITAS: ' WK-QTD-DEVOLUCOES.
004213            DISPLAY 'VENDAS RETIDAS    : ' WK-QTD-RETIDAS.
004214            IF WK-QTD-RETIDAS > ZEROS
004215               AND RETURN-CODE < 4
004216                MOVE 4 TO RETURN-CODE
004217            END-IF.
004220            IF FEED-VENDAS
004230                CLOSE ARQ-VENDASV
004240            ELSE
004276                CLOSE ARQ-VENDASOK
004278            END-IF.
004280            CLOSE ARQ-VENDASRJ.
004281            CLOSE ARQ-VENDASAP.
004290            CLOSE ARQ-NOTAREGN.
004291            CLOSE ARQ-COMPRAD.
004310        903-RECONDUZIR-NOTA.
004310            MOVE WK-NOTA-TAB(WK-IDX-NOTA) TO FD-NOTA-REGN.
004310            MOVE WK-DATA-TAB(WK-IDX-NOTA) TO FD-DATA-REGN.
004311            MOVE WK-COMPR-TAB(WK-IDX-NOTA) TO FD-COMPRADOR-REGN.
004312            MOVE WK-VALOR-TAB(WK-IDX-NOTA) TO FD-VALOR-REGN.
004313            MOVE WK-PRAZO-TAB(WK-IDX-NOTA) TO FD-PRAZO-REGN.
004310            WRITE REG-NOTAREGN.
