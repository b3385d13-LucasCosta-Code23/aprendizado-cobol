001320        FILE-CONTROL.
001330            SELECT ARQ-AMORT ASSIGN TO AMORT
001340                FILE STATUS IS WK-FS-AMORT.
001341            SELECT ARQ-TAXAS ASSIGN TO TAXAS
001342                FILE STATUS IS WK-FS-TAXAS.
001400       *
001500        DATA DIVISION.
001510        FILE SECTION.
001570            05 FD-PRESTACAO-AMORT  PIC 9(5)V99.
001580            05 FD-EXTRA-AMORT      PIC 9(5)V99.
001590            05 FD-DIVIDA-AMORT     PIC 9(7)V99.
001591        FD   ARQ-TAXAS
001592             RECORDING MODE IS F.
001593        01  REG-TAXAS.
001594            05 FD-PRODUTO-TAXAS    PIC X(8).
001595            05 FD-DATA-TAXAS       PIC 9(8).
001596            05 FD-TAXA-TAXAS       PIC 9(3)V9(4).
001600        WORKING-STORAGE SECTION.
001610        77  WK-FS-AMORT    PIC XX           VALUE SPACES.
001700        77  PRESTACAO      PIC 9(5)V99      VALUE ZEROS.
002379        77  FATOR-MENOS-UM PIC 9(7)V9(8)    VALUE ZEROS.
002380        77  TOTAL-PAGO-EDIT PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002381        77  TOTAL-JUROS-EDIT PIC ZZZ.ZZ9,99 VALUE ZEROS.
002382       *      CET DA TABELA PRICE OU SAC: TARIFA, SEGURO E IOF
002383       *      SAO FINANCIADOS; O IOF USA MESES DE 30 DIAS
002384        77  WK-FS-TAXAS    PIC XX           VALUE SPACES.
002385        77  TARIFA         PIC 9(6)V99      VALUE ZEROS.
002386        77  SEGURO         PIC 9(6)V99      VALUE ZEROS.
002387        77  VALOR-LIBERADO PIC 9(7)V99      VALUE ZEROS.
002388        77  VALOR-IOF      PIC 9(6)V99      VALUE ZEROS.
002389        77  IOF-ACUM       PIC 9(8)V9(6)    VALUE ZEROS.
002390        77  IOF-DIARIO     PIC 9(3)V9(4)    VALUE ZEROS.
002391        77  IOF-ADICIONAL  PIC 9(3)V9(4)    VALUE ZEROS.
002392        77  DIAS-IOF       PIC 9(5)         VALUE ZEROS.
002393        77  MES-IOF        PIC 9(3)         VALUE ZEROS.
002394        77  SALDO-IOF      PIC 9(7)V99      VALUE ZEROS.
002395        77  JUROS-IOF      PIC 9(7)V99      VALUE ZEROS.
002396        77  AMORT-IOF      PIC 9(7)V99      VALUE ZEROS.
002397        77  PRODUTO-TAXA   PIC X(8)         VALUE SPACES.
002398        77  TAXA-PRODUTO   PIC 9(3)V9(4)    VALUE ZEROS.
002399        77  DATA-TAXA-ACH  PIC 9(8)         VALUE ZEROS.
002400        77  DATA-REF-TAXA  PIC 9(8)         VALUE ZEROS.
002401        77  CET-MIN        PIC 9V9(12)      VALUE ZEROS.
002402        77  CET-MAX        PIC 9V9(12)      VALUE ZEROS.
002403        77  CET-TESTE      PIC 9V9(12)      VALUE ZEROS.
002404        77  CET-MES-TX     PIC 9V9(12)      VALUE ZEROS.
002405        77  CET-ANO-TX     PIC 9(4)V9(8)    VALUE ZEROS.
002406        77  CET-MES-PC     PIC 9(3)V9(4)    VALUE ZEROS.
002407        77  CET-ANO-PC     PIC 9(5)V9(4)    VALUE ZEROS.
002408        77  FATOR-DESC     PIC 9V9(15)      VALUE ZEROS.
002409        77  VP-FLUXO       PIC 9(10)V9(6)   VALUE ZEROS.
002410        77  IDX-CET        PIC 9(3)         VALUE ZEROS.
002411        77  VALOR-CET-EDIT PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002412        77  TAXA-CET-EDIT  PIC ZZ.ZZ9,9999  VALUE ZEROS.
002413        01  TAB-PARCELAS-CET.
002414            05 PARCELA-CET     PIC 9(7)V99 OCCURS 360 TIMES.
002400       *
002450        LINKAGE SECTION.
002451        01  LK-AREA-COM.
002462            05 LK-PRAZO-DIV-COM    PIC 9(3).
002463            05 LK-TOT-JUROS-COM    PIC 9(7)V99.
002464            05 LK-TOT-PAGO-COM     PIC 9(9)V99.
002465            05 LK-TARIFA-COM       PIC 9(6)V99.
002466            05 LK-SEGURO-COM       PIC 9(6)V99.
002467            05 LK-IOF-COM          PIC 9(6)V99.
002468            05 LK-CET-MES-COM      PIC 9(3)V9(4).
002469            05 LK-CET-ANO-COM      PIC 9(5)V9(4).
002500        PROCEDURE DIVISION USING LK-AREA-COM.
002600        UNICA SECTION.
002700        INICIO.
002743                    MOVE LK-FORMATO-US-COM TO WK-FORMATO-US
002743                    MOVE LK-SISTEMA-COM    TO SISTEMA
002743                    MOVE LK-PRAZO-DIV-COM  TO PRAZO-AMORT
002744                    IF SISTEMA-PRICE OR SISTEMA-SAC
002745                        MOVE LK-TARIFA-COM TO TARIFA
002746                        MOVE LK-SEGURO-COM TO SEGURO
002747                    END-IF
002744                WHEN OTHER
002745                    ACCEPT DIVIDA    FROM SYSIN
002746                    ACCEPT PRESTACAO FROM SYSIN
002748                    ACCEPT WK-FORMATO-US FROM SYSIN
002748                    ACCEPT SISTEMA       FROM SYSIN
002748                    ACCEPT PRAZO-AMORT   FROM SYSIN
002749                    IF SISTEMA-PRICE OR SISTEMA-SAC
002750                        ACCEPT TARIFA    FROM SYSIN
002751                        ACCEPT SEGURO    FROM SYSIN
002752                    END-IF
002749            END-EVALUATE.
003010            OPEN OUTPUT ARQ-AMORT.
003020            IF WK-FS-AMORT NOT = '00'
003070            END-IF.
003080            EVALUATE TRUE
003082                WHEN SISTEMA-PRICE
003083                    PERFORM FINANCIAR-ENCARGOS
003084                    PERFORM PREPARAR-PRICE
003086                    PERFORM CALCULO-TABELA PRAZO-AMORT TIMES
003087                    PERFORM CALCULAR-CET
003088                WHEN SISTEMA-SAC
003089                    PERFORM FINANCIAR-ENCARGOS
003090                    PERFORM PREPARAR-SAC
003092                    PERFORM CALCULO-TABELA PRAZO-AMORT TIMES
003093                    PERFORM CALCULAR-CET
003094                WHEN OTHER
003100                    PERFORM CALCULO
003102                        UNTIL DIVIDA = 0 OR MES NOT LESS 360
003407            END-IF.
003408            DISPLAY 'TOTAL PAGO  : ' TOTAL-PAGO-EDIT.
003409            DISPLAY 'TOTAL JUROS : ' TOTAL-JUROS-EDIT.
003410            IF SISTEMA-PRICE OR SISTEMA-SAC
003411                PERFORM EXIBIR-CET
003412            END-IF.
003410            CLOSE ARQ-AMORT.
003420            IF MODO-PARAMETRIZADO
003430                MOVE MES         TO LK-MESES-COM
003440                MOVE TOTAL-JUROS TO LK-TOT-JUROS-COM
003450                MOVE TOTAL-PAGO  TO LK-TOT-PAGO-COM
003451                IF SISTEMA-PRICE OR SISTEMA-SAC
003452                    MOVE VALOR-IOF  TO LK-IOF-COM
003453                    MOVE CET-MES-PC TO LK-CET-MES-COM
003454                    MOVE CET-ANO-PC TO LK-CET-ANO-COM
003455                END-IF
003460            END-IF.
003500            GOBACK.
003600        CALCULO.
004739            ADD JUROS     TO TOTAL-JUROS.
004740            ADD PRESTACAO TO TOTAL-PAGO.
004741            ADD 1         TO MES.
004742            MOVE PRESTACAO TO PARCELA-CET(MES).
004742            MOVE MES        TO FD-MES-AMORT.
004743            MOVE JUROS      TO FD-JUROS-AMORT.
004744            MOVE PRESTACAO  TO FD-PRESTACAO-AMORT.
004751                MOVE 12 TO RETURN-CODE
004752                STOP RUN
004753            END-IF.
004754       *      TARIFA E SEGURO ENTRAM NA DIVIDA; O IOF SAI DE
004755       *      UMA TABELA PROJETADA SOBRE ESSA BASE (ALIQUOTA
004756       *      DIARIA SOBRE CADA AMORTIZACAO, NO MAXIMO 365
004757       *      DIAS, MAIS A ADICIONAL) E TAMBEM E FINANCIADO
004758        FINANCIAR-ENCARGOS.
004759            IF PRAZO-AMORT > 360
004760                DISPLAY 'PRAZO ACIMA DO LIMITE DE 360 PARCELAS'
004761                MOVE 12 TO RETURN-CODE
004762                STOP RUN
004763            END-IF.
004759            MOVE DIVIDA TO VALOR-LIBERADO.
004760            ADD TARIFA SEGURO TO DIVIDA.
004761            PERFORM CARREGAR-IOF.
004762            COMPUTE IOF-ACUM = DIVIDA * IOF-ADICIONAL / 100.
004763            IF IOF-DIARIO > ZEROS
004764                IF SISTEMA-PRICE
004765                    PERFORM PREPARAR-PRICE
004766                ELSE
004767                    PERFORM PREPARAR-SAC
004768                END-IF
004769                MOVE DIVIDA TO SALDO-IOF
004770                MOVE ZEROS  TO MES-IOF
004771                PERFORM PROJETAR-IOF PRAZO-AMORT TIMES
004772            END-IF.
004773            COMPUTE VALOR-IOF ROUNDED = IOF-ACUM.
004774            ADD VALOR-IOF TO DIVIDA.
004775        PROJETAR-IOF.
004776            COMPUTE JUROS-IOF ROUNDED = SALDO-IOF * TAXA / 100.
004777            IF SISTEMA-SAC
004778                MOVE AMORTIZACAO TO AMORT-IOF
004779            ELSE
004780                COMPUTE AMORT-IOF = PRESTACAO - JUROS-IOF
004781            END-IF.
004782            IF AMORT-IOF > SALDO-IOF
004783               OR MES-IOF = PRAZO-AMORT - 1
004784                MOVE SALDO-IOF TO AMORT-IOF
004785            END-IF.
004786            SUBTRACT AMORT-IOF FROM SALDO-IOF.
004787            ADD 1 TO MES-IOF.
004788            COMPUTE DIAS-IOF = MES-IOF * 30.
004789            IF DIAS-IOF > 365
004790                MOVE 365 TO DIAS-IOF
004791            END-IF.
004792            COMPUTE IOF-ACUM = IOF-ACUM
004793                + AMORT-IOF * DIAS-IOF * IOF-DIARIO / 100.
004794       *      SEM O CADASTRO TAXAS A SIMULACAO SEGUE SEM IOF
004795        CARREGAR-IOF.
004796            ACCEPT DATA-REF-TAXA FROM DATE YYYYMMDD.
004797            MOVE ZEROS TO IOF-DIARIO.
004798            MOVE ZEROS TO IOF-ADICIONAL.
004799            MOVE 'IOFCREDI' TO PRODUTO-TAXA.
004800            PERFORM LER-TAXA-PRODUTO.
004801            MOVE TAXA-PRODUTO TO IOF-DIARIO.
004802            MOVE 'IOFCREAD' TO PRODUTO-TAXA.
004803            PERFORM LER-TAXA-PRODUTO.
004804            MOVE TAXA-PRODUTO TO IOF-ADICIONAL.
004805        LER-TAXA-PRODUTO.
004806            MOVE ZEROS TO TAXA-PRODUTO.
004807            MOVE ZEROS TO DATA-TAXA-ACH.
004808            OPEN INPUT ARQ-TAXAS.
004809            EVALUATE WK-FS-TAXAS
004810                WHEN '00'
004811                    PERFORM LER-TAXAS
004812                    PERFORM APLICAR-TAXA-PRODUTO
004813                        UNTIL WK-FS-TAXAS = '10'
004814                    CLOSE ARQ-TAXAS
004815                WHEN '35'
004816                    DISPLAY 'SEM CADASTRO TAXAS, CET SEM IOF'
004817                WHEN OTHER
004818                    DISPLAY 'ERRO ' WK-FS-TAXAS
004819                            ' NO COMANDO OPEN TAXAS'
004820                    MOVE 12 TO RETURN-CODE
004821                    STOP RUN
004822            END-EVALUATE.
004823        LER-TAXAS.
004824            READ ARQ-TAXAS.
004825            EVALUATE WK-FS-TAXAS
004826                WHEN '00'
004827                    CONTINUE
004828                WHEN '10'
004829                    CONTINUE
004830                WHEN OTHER
004831                    DISPLAY 'ERRO ' WK-FS-TAXAS
004832                            ' NO COMANDO READ TAXAS'
004833                    MOVE 12 TO RETURN-CODE
004834                    STOP RUN
004835            END-EVALUATE.
004836        APLICAR-TAXA-PRODUTO.
004837            IF FD-PRODUTO-TAXAS = PRODUTO-TAXA
004838               AND FD-DATA-TAXAS NOT GREATER DATA-REF-TAXA
004839               AND FD-DATA-TAXAS NOT LESS DATA-TAXA-ACH
004840                MOVE FD-TAXA-TAXAS TO TAXA-PRODUTO
004841                MOVE FD-DATA-TAXAS TO DATA-TAXA-ACH
004842            END-IF.
004843            PERFORM LER-TAXAS.
004844       *      CET MENSAL = TAXA QUE IGUALA O VALOR LIBERADO AO
004845       *      VALOR PRESENTE DAS PRESTACOES (BISSECAO ENTRE 0
004846       *      E 100% AO MES); O ANUAL CAPITALIZA 12 MESES
004847        CALCULAR-CET.
004848            MOVE ZEROS TO CET-MIN.
004849            MOVE 1     TO CET-MAX.
004850            PERFORM AJUSTAR-CET 50 TIMES.
004851            COMPUTE CET-MES-TX = (CET-MIN + CET-MAX) / 2.
004852            COMPUTE CET-ANO-TX = (1 + CET-MES-TX) ** 12 - 1.
004853            COMPUTE CET-MES-PC ROUNDED = CET-MES-TX * 100.
004854            COMPUTE CET-ANO-PC ROUNDED = CET-ANO-TX * 100
004855                ON SIZE ERROR
004856                    MOVE 99999,9999 TO CET-ANO-PC
004857            END-COMPUTE.
004858        AJUSTAR-CET.
004859            COMPUTE CET-TESTE = (CET-MIN + CET-MAX) / 2.
004860            MOVE 1     TO FATOR-DESC.
004861            MOVE ZEROS TO VP-FLUXO.
004862            PERFORM DESCONTAR-PARCELA
004863                VARYING IDX-CET FROM 1 BY 1
004864                UNTIL IDX-CET > MES.
004865            IF VP-FLUXO > VALOR-LIBERADO
004866                MOVE CET-TESTE TO CET-MIN
004867            ELSE
004868                MOVE CET-TESTE TO CET-MAX
004869            END-IF.
004870        DESCONTAR-PARCELA.
004871            COMPUTE FATOR-DESC = FATOR-DESC / (1 + CET-TESTE).
004872            COMPUTE VP-FLUXO = VP-FLUXO
004873                + PARCELA-CET(IDX-CET) * FATOR-DESC.
004874        EXIBIR-CET.
004875            MOVE VALOR-LIBERADO TO VALOR-CET-EDIT.
004876            PERFORM CONVERTER-VALOR-CET.
004877            DISPLAY 'VALOR LIBERADO   : ' VALOR-CET-EDIT.
004878            MOVE TARIFA TO VALOR-CET-EDIT.
004879            PERFORM CONVERTER-VALOR-CET.
004880            DISPLAY 'TARIFA           : ' VALOR-CET-EDIT.
004881            MOVE SEGURO TO VALOR-CET-EDIT.
004882            PERFORM CONVERTER-VALOR-CET.
004883            DISPLAY 'SEGURO           : ' VALOR-CET-EDIT.
004884            MOVE VALOR-IOF TO VALOR-CET-EDIT.
004885            PERFORM CONVERTER-VALOR-CET.
004886            DISPLAY 'IOF              : ' VALOR-CET-EDIT.
004887            COMPUTE VALOR-CET-EDIT =
004888                VALOR-LIBERADO + TARIFA + SEGURO + VALOR-IOF.
004889            PERFORM CONVERTER-VALOR-CET.
004890            DISPLAY 'VALOR FINANCIADO : ' VALOR-CET-EDIT.
004891            MOVE CET-MES-PC TO TAXA-CET-EDIT.
004892            PERFORM CONVERTER-TAXA-CET.
004893            DISPLAY 'CET MENSAL       : ' TAXA-CET-EDIT ' %'.
004894            MOVE CET-ANO-PC TO TAXA-CET-EDIT.
004895            PERFORM CONVERTER-TAXA-CET.
004896            DISPLAY 'CET ANUAL        : ' TAXA-CET-EDIT ' %'.
004897        CONVERTER-VALOR-CET.
004898            IF FORMATO-US-ATIVO
004899                INSPECT VALOR-CET-EDIT REPLACING ALL '.' BY ';'
004900                INSPECT VALOR-CET-EDIT REPLACING ALL ',' BY '.'
004901                INSPECT VALOR-CET-EDIT REPLACING ALL ';' BY ','
004902            END-IF.
004903        CONVERTER-TAXA-CET.
004904            IF FORMATO-US-ATIVO
004905                INSPECT TAXA-CET-EDIT REPLACING ALL '.' BY ';'
004906                INSPECT TAXA-CET-EDIT REPLACING ALL ',' BY '.'
004907                INSPECT TAXA-CET-EDIT REPLACING ALL ';' BY ','
004908            END-IF.
