000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95896.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CONCILIACAO DO SPI: CASA CADA LANCAMENTO DO  *
000170       *   EXTRATO DE LIQUIDACAO DO SPI (SPILIQ) COM O  *
000180       *   PIX DO CONTROLE PIXCTL PELO IDENTIFICADOR    *
000190       *   E2E, PELO SENTIDO E PELO VALOR, E RELATA NO  *
000200       *   RELSPI OS PIX SEM LIQUIDACAO NO EXTRATO E OS *
000210       *   LANCAMENTOS DO EXTRATO SEM PIX, COM OS       *
000220       *   TOTAIS DOS DOIS LADOS E A DIFERENCA. PIX     *
000230       *   INTERNO NAO PASSA PELO SPI E FICA DE FORA    *
000240       **************************************************
000250       *
000260        ENVIRONMENT DIVISION.
000270        CONFIGURATION SECTION.
000280        SPECIAL-NAMES.
000290            DECIMAL-POINT IS COMMA.
000300        INPUT-OUTPUT SECTION.
000310        FILE-CONTROL.
000320            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000330                FILE STATUS IS WK-FS-RUNJRNL.
000340            SELECT ARQ-PIXCTL   ASSIGN TO PIXCTL
000350                FILE STATUS IS WK-FS-PIXCTL.
000360            SELECT ARQ-SPILIQ   ASSIGN TO SPILIQ
000370                FILE STATUS IS WK-FS-SPILIQ.
000380            SELECT ARQ-RELSPI   ASSIGN TO RELSPI
000390                FILE STATUS IS WK-FS-RELSPI.
000400       *
000410        DATA DIVISION.
000420        FILE SECTION.
000430        FD   ARQ-PIXCTL
000440             RECORDING MODE IS F.
000450        01  REG-PIXCTL.
000460            05 FD-E2E-PIXCTL       PIC X(32).
000470            05 FD-SENTIDO-PIXCTL   PIC X.
000480                88 PIXCTL-SAIDA        VALUE 'S'.
000490                88 PIXCTL-ENTRADA      VALUE 'E'.
000500            05 FD-SITUACAO-PIXCTL  PIC X.
000510                88 PIXCTL-LIQUIDA-SPI  VALUE 'L'.
000520                88 PIXCTL-INTERNO      VALUE 'I'.
000530                88 PIXCTL-DEVOLVIDO    VALUE 'D'.
000540            05 FD-CHAVE-PIXCTL     PIC X(9).
000550            05 FD-DOC-PIXCTL       PIC 9(4).
000560            05 FD-VALOR-PIXCTL     PIC 9(6)V99.
000570            05 FD-DATA-PIXCTL      PIC 9(8).
000580            05 FD-HORA-PIXCTL      PIC 9(6).
000590        FD   ARQ-SPILIQ
000600             RECORDING MODE IS F.
000610        01  REG-SPILIQ.
000620            05 FD-DATA-SPILIQ      PIC 9(8).
000630            05 FD-E2E-SPILIQ       PIC X(32).
000640            05 FD-SENTIDO-SPILIQ   PIC X.
000650                88 SPILIQ-DEBITO       VALUE 'D'.
000660                88 SPILIQ-CREDITO      VALUE 'C'.
000670            05 FD-VALOR-SPILIQ     PIC 9(6)V99.
000680        FD   ARQ-RELSPI
000690             RECORDING MODE IS F.
000700        01  REG-RELSPI                 PIC X(78).
000710        FD   ARQ-RUNJRNL
000720             RECORDING MODE IS F.
000730        01  REG-RUNJRNL.
000740            05 JRL-PROGRAMA        PIC X(8).
000750            05 JRL-TIPO            PIC X.
000760            05 JRL-DATA            PIC 9(8).
000770            05 JRL-HORA            PIC 9(6).
000780            05 JRL-QTD-LIDOS       PIC 9(7).
000790            05 JRL-QTD-GRAVADOS    PIC 9(7).
000800            05 JRL-QTD-REJEITADOS  PIC 9(7).
000810            05 JRL-RETORNO         PIC 9(4).
000811            05 JRL-ID-EXEC         PIC 9(10).
000820        WORKING-STORAGE SECTION.
000830        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000831        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000832        01  LK-AREA-ID-EXEC.
000833            05 LK-PROGRAMA-COM     PIC X(8).
000834            05 LK-ID-EXEC-COM      PIC 9(10).
000840        77  WK-FS-PIXCTL   PIC XX           VALUE SPACES.
000850        77  WK-FS-SPILIQ   PIC XX           VALUE SPACES.
000860        77  WK-FS-RELSPI   PIC XX           VALUE SPACES.
000870        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
000880        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
000890        77  WK-SENTIDO-BUSCA PIC X          VALUE SPACE.
000900        77  WK-QTD-PIX     PIC 9(4)         VALUE ZEROS.
000910        77  WK-IDX-PIX     PIC 9(4)         VALUE ZEROS.
000920        77  WK-IDX-PIX-ACH PIC 9(4)         VALUE ZEROS.
000930        77  WK-PIX-ACHADO  PIC X            VALUE 'N'.
000940            88 PIX-ACHADO                     VALUE 'S'.
000950            88 PIX-NAO-ACHADO                 VALUE 'N'.
000960        01  WK-TAB-PIX.
000970            05 WK-PIX-OCC         OCCURS 2000 TIMES.
000980                10 WK-PIX-E2E         PIC X(32).
000990                10 WK-PIX-SENTIDO     PIC X.
001000                10 WK-PIX-VALOR       PIC 9(6)V99.
001010                10 WK-PIX-CASADO      PIC X.
001020        77  WK-QTD-EXTRATO PIC 9(5)         VALUE ZEROS.
001030        77  WK-QTD-CASADOS PIC 9(5)         VALUE ZEROS.
001040        77  WK-QTD-EXT-ORFAOS PIC 9(5)      VALUE ZEROS.
001050        77  WK-QTD-PIX-PENDENTES PIC 9(5)   VALUE ZEROS.
001060        77  WK-TOT-PIXCTL  PIC S9(10)V99    VALUE ZEROS.
001070        77  WK-TOT-EXTRATO PIC S9(10)V99    VALUE ZEROS.
001080        77  WK-TOT-DIFERENCA PIC S9(10)V99  VALUE ZEROS.
001090        01  WK-LINHA-OCORR.
001100            05 WK-TIPO-OCORR   PIC X(24).
001110            05 FILLER          PIC X(01) VALUE SPACE.
001120            05 WK-SENTIDO-OCORR PIC X.
001130            05 FILLER          PIC X(01) VALUE SPACE.
001140            05 WK-E2E-OCORR    PIC X(32).
001150            05 FILLER          PIC X(01) VALUE SPACE.
001160            05 WK-VALOR-OCORR  PIC ZZZ.ZZ9,99.
001170        01  WK-LINHA-TOTAL.
001180            05 WK-TITULO-TOT   PIC X(26).
001190            05 WK-VALOR-TOT    PIC -Z.ZZZ.ZZZ.ZZ9,99.
001200       *
001210        PROCEDURE DIVISION.
001220        000-PRINCIPAL SECTION.
001230        001-PRINCIPAL.
001240            PERFORM 195-GRAVAR-JRNL-INICIO.
001250            PERFORM 101-INICIAR.
001260            PERFORM 201-CONCILIAR-LANCAMENTO
001270                UNTIL WK-FS-SPILIQ = '10'.
001280            PERFORM 901-FINALIZAR.
001290            PERFORM 196-GRAVAR-JRNL-FIM.
001300            STOP RUN.
001310       ***********************************************************
001320        100-INICIAR SECTION.
001330        101-INICIAR.
001340            ACCEPT WK-DATA-REF   FROM SYSIN.
001350            ACCEPT WK-DATA-SIST  FROM DATE YYYYMMDD.
001360            IF WK-DATA-REF NOT NUMERIC
001370               OR WK-DATA-REF = ZEROS
001380                MOVE WK-DATA-SIST TO WK-DATA-REF
001390            END-IF.
001400            PERFORM 102-CARREGAR-PIXCTL.
001410            PERFORM 105-ABRIR-SPILIQ.
001420            OPEN OUTPUT ARQ-RELSPI.
001430            IF WK-FS-RELSPI NOT = '00'
001440                DISPLAY 'ERRO ' WK-FS-RELSPI
001450                        ' NO COMANDO OPEN RELSPI'
001460                MOVE 12 TO RETURN-CODE
001470                STOP RUN
001480            END-IF.
001490        102-CARREGAR-PIXCTL.
001500            OPEN INPUT ARQ-PIXCTL.
001510            EVALUATE WK-FS-PIXCTL
001520                WHEN '00'
001530                    PERFORM 103-LER-PIXCTL
001540                    PERFORM 104-REGISTRAR-PIX
001550                        UNTIL WK-FS-PIXCTL = '10'
001560                    CLOSE ARQ-PIXCTL
001570                WHEN '35'
001580                    CONTINUE
001590                WHEN OTHER
001600                    DISPLAY 'ERRO ' WK-FS-PIXCTL
001610                            ' NO COMANDO OPEN PIXCTL'
001620                    MOVE 12 TO RETURN-CODE
001630                    STOP RUN
001640            END-EVALUATE.
001650        103-LER-PIXCTL.
001660            READ ARQ-PIXCTL.
001670            EVALUATE WK-FS-PIXCTL
001680                WHEN '00'
001690                    CONTINUE
001700                WHEN '10'
001710                    CONTINUE
001720                WHEN OTHER
001730                    DISPLAY 'ERRO ' WK-FS-PIXCTL
001740                            ' NO COMANDO READ PIXCTL'
001750                    MOVE 12 TO RETURN-CODE
001760                    STOP RUN
001770            END-EVALUATE.
001780       *      O PIX INTERNO NAO TRANSITA PELO SPI; OS DEMAIS
001790       *      DO DIA ENTRAM NA TABELA. A SAIDA SOMA A DEBITO
001800       *      E A ENTRADA A CREDITO DA CONTA PI
001810        104-REGISTRAR-PIX.
001820            IF FD-DATA-PIXCTL = WK-DATA-REF
001830               AND NOT PIXCTL-INTERNO
001840                IF WK-QTD-PIX NOT LESS 2000
001850                    DISPLAY 'TABELA DE PIX CHEIA, LIMITE 2000'
001860                    MOVE 12 TO RETURN-CODE
001870                    STOP RUN
001880                END-IF
001890                ADD 1 TO WK-QTD-PIX
001900                MOVE FD-E2E-PIXCTL
001910                    TO WK-PIX-E2E(WK-QTD-PIX)
001920                MOVE FD-SENTIDO-PIXCTL
001930                    TO WK-PIX-SENTIDO(WK-QTD-PIX)
001940                MOVE FD-VALOR-PIXCTL
001950                    TO WK-PIX-VALOR(WK-QTD-PIX)
001960                MOVE 'N' TO WK-PIX-CASADO(WK-QTD-PIX)
001970                IF PIXCTL-SAIDA
001980                    SUBTRACT FD-VALOR-PIXCTL FROM WK-TOT-PIXCTL
001990                ELSE
002000                    ADD FD-VALOR-PIXCTL TO WK-TOT-PIXCTL
002010                END-IF
002020            END-IF.
002030            PERFORM 103-LER-PIXCTL.
002040        105-ABRIR-SPILIQ.
002050            OPEN INPUT ARQ-SPILIQ.
002060            EVALUATE WK-FS-SPILIQ
002070                WHEN '00'
002080                    PERFORM 301-LER-SPILIQ
002090                WHEN '35'
002100                    MOVE '10' TO WK-FS-SPILIQ
002110                WHEN OTHER
002120                    DISPLAY 'ERRO ' WK-FS-SPILIQ
002130                            ' NO COMANDO OPEN SPILIQ'
002140                    MOVE 12 TO RETURN-CODE
002150                    STOP RUN
002160            END-EVALUATE.
002170       ***********************************************
002180        200-CONCILIAR SECTION.
002190       *      DEBITO NO SPI CASA COM PIX DE SAIDA E CREDITO
002200       *      COM PIX DE ENTRADA, DE MESMO E2E E VALOR
002210        201-CONCILIAR-LANCAMENTO.
002220            IF FD-DATA-SPILIQ = WK-DATA-REF
002230                PERFORM 202-CASAR-LANCAMENTO
002240            END-IF.
002250            PERFORM 301-LER-SPILIQ.
002260        202-CASAR-LANCAMENTO.
002270            ADD 1 TO WK-QTD-EXTRATO.
002280            IF SPILIQ-DEBITO
002290                MOVE 'S' TO WK-SENTIDO-BUSCA
002300                SUBTRACT FD-VALOR-SPILIQ FROM WK-TOT-EXTRATO
002310            ELSE
002320                MOVE 'E' TO WK-SENTIDO-BUSCA
002330                ADD FD-VALOR-SPILIQ TO WK-TOT-EXTRATO
002340            END-IF.
002350            SET PIX-NAO-ACHADO TO TRUE.
002360            PERFORM 203-COMPARAR-PIX
002370                VARYING WK-IDX-PIX FROM 1 BY 1
002380                UNTIL WK-IDX-PIX > WK-QTD-PIX
002390                   OR PIX-ACHADO.
002400            IF PIX-ACHADO
002410                MOVE 'S' TO WK-PIX-CASADO(WK-IDX-PIX-ACH)
002420                ADD 1 TO WK-QTD-CASADOS
002430            ELSE
002440                ADD 1 TO WK-QTD-EXT-ORFAOS
002450                MOVE 'EXTRATO SPI SEM PIX     '
002460                    TO WK-TIPO-OCORR
002470                MOVE FD-SENTIDO-SPILIQ TO WK-SENTIDO-OCORR
002480                MOVE FD-E2E-SPILIQ     TO WK-E2E-OCORR
002490                MOVE FD-VALOR-SPILIQ   TO WK-VALOR-OCORR
002500                WRITE REG-RELSPI FROM WK-LINHA-OCORR
002510            END-IF.
002520        203-COMPARAR-PIX.
002530            IF WK-PIX-CASADO(WK-IDX-PIX) = 'N'
002540               AND WK-PIX-E2E(WK-IDX-PIX) = FD-E2E-SPILIQ
002550               AND WK-PIX-SENTIDO(WK-IDX-PIX) = WK-SENTIDO-BUSCA
002560               AND WK-PIX-VALOR(WK-IDX-PIX) = FD-VALOR-SPILIQ
002570                SET PIX-ACHADO TO TRUE
002580                MOVE WK-IDX-PIX TO WK-IDX-PIX-ACH
002590            END-IF.
002600       ***********************************************
002610        300-LER-SPILIQ SECTION.
002620        301-LER-SPILIQ.
002630            READ ARQ-SPILIQ.
002640            EVALUATE WK-FS-SPILIQ
002650                WHEN '00'
002660                    CONTINUE
002670                WHEN '10'
002680                    CONTINUE
002690                WHEN OTHER
002700                    DISPLAY 'ERRO ' WK-FS-SPILIQ
002710                            ' NO COMANDO READ SPILIQ'
002720                    MOVE 12 TO RETURN-CODE
002730                    STOP RUN
002740            END-EVALUATE.
002750       ***********************************************
002760        195-GRAVAR-JRNL-INICIO.
002770            MOVE 'I' TO JRL-TIPO.
002780            MOVE ZEROS TO JRL-QTD-LIDOS.
002790            MOVE ZEROS TO JRL-QTD-GRAVADOS.
002800            MOVE ZEROS TO JRL-QTD-REJEITADOS.
002810            MOVE ZEROS TO JRL-RETORNO.
002811            MOVE 'EAD95896' TO LK-PROGRAMA-COM.
002812            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
002813            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
002820            PERFORM 194-GRAVAR-RUNJRNL.
002830        196-GRAVAR-JRNL-FIM.
002840            MOVE 'F' TO JRL-TIPO.
002850            MOVE WK-QTD-EXTRATO
002860                TO JRL-QTD-LIDOS.
002870            MOVE WK-QTD-CASADOS
002880                TO JRL-QTD-GRAVADOS.
002890            MOVE WK-QTD-EXT-ORFAOS
002900                TO JRL-QTD-REJEITADOS.
002910            MOVE RETURN-CODE TO JRL-RETORNO.
002911            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
002920            PERFORM 194-GRAVAR-RUNJRNL.
002930        194-GRAVAR-RUNJRNL.
002940            OPEN EXTEND ARQ-RUNJRNL.
002950            IF WK-FS-RUNJRNL = '35'
002960                OPEN OUTPUT ARQ-RUNJRNL
002970            END-IF.
002980            IF WK-FS-RUNJRNL NOT = '00'
002990                DISPLAY 'ERRO ' WK-FS-RUNJRNL
003000                        ' NO COMANDO OPEN RUNJRNL'
003010                MOVE 12 TO RETURN-CODE
003020                STOP RUN
003030            END-IF.
003040            MOVE 'EAD95896' TO JRL-PROGRAMA.
003050            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
003060            ACCEPT JRL-HORA FROM TIME.
003070            WRITE REG-RUNJRNL.
003080            IF WK-FS-RUNJRNL NOT = '00'
003090                DISPLAY 'ERRO ' WK-FS-RUNJRNL
003100                        ' NO COMANDO WRITE RUNJRNL'
003110                MOVE 12 TO RETURN-CODE
003120                STOP RUN
003130            END-IF.
003140            CLOSE ARQ-RUNJRNL.
003150       ***********************************************
003160        900-FINALIZAR SECTION.
003170        901-FINALIZAR.
003180            PERFORM 902-RELATAR-PIX-PENDENTE
003190                VARYING WK-IDX-PIX FROM 1 BY 1
003200                UNTIL WK-IDX-PIX > WK-QTD-PIX.
003210            MOVE 'PIX NO PIXCTL           : ' TO WK-TITULO-TOT.
003220            MOVE WK-QTD-PIX TO WK-VALOR-TOT.
003230            WRITE REG-RELSPI FROM WK-LINHA-TOTAL
003240                AFTER 2 LINES.
003250            MOVE 'LANCAMENTOS DO SPI      : ' TO WK-TITULO-TOT.
003260            MOVE WK-QTD-EXTRATO TO WK-VALOR-TOT.
003270            WRITE REG-RELSPI FROM WK-LINHA-TOTAL.
003280            MOVE 'PARES CASADOS           : ' TO WK-TITULO-TOT.
003290            MOVE WK-QTD-CASADOS TO WK-VALOR-TOT.
003300            WRITE REG-RELSPI FROM WK-LINHA-TOTAL.
003310            MOVE 'PIX SEM LIQUIDACAO      : ' TO WK-TITULO-TOT.
003320            MOVE WK-QTD-PIX-PENDENTES TO WK-VALOR-TOT.
003330            WRITE REG-RELSPI FROM WK-LINHA-TOTAL.
003340            MOVE 'EXTRATO SPI SEM PIX     : ' TO WK-TITULO-TOT.
003350            MOVE WK-QTD-EXT-ORFAOS TO WK-VALOR-TOT.
003360            WRITE REG-RELSPI FROM WK-LINHA-TOTAL.
003370            MOVE 'SALDO LIQUIDO PIXCTL    : ' TO WK-TITULO-TOT.
003380            MOVE WK-TOT-PIXCTL TO WK-VALOR-TOT.
003390            WRITE REG-RELSPI FROM WK-LINHA-TOTAL.
003400            MOVE 'SALDO LIQUIDO SPI       : ' TO WK-TITULO-TOT.
003410            MOVE WK-TOT-EXTRATO TO WK-VALOR-TOT.
003420            WRITE REG-RELSPI FROM WK-LINHA-TOTAL.
003430            COMPUTE WK-TOT-DIFERENCA =
003440                WK-TOT-PIXCTL - WK-TOT-EXTRATO.
003450            MOVE 'DIFERENCA               : ' TO WK-TITULO-TOT.
003460            MOVE WK-TOT-DIFERENCA TO WK-VALOR-TOT.
003470            WRITE REG-RELSPI FROM WK-LINHA-TOTAL.
003480            IF WK-TOT-DIFERENCA NOT = ZEROS
003490               OR WK-QTD-PIX-PENDENTES NOT = ZEROS
003500               OR WK-QTD-EXT-ORFAOS NOT = ZEROS
003510                DISPLAY 'CONCILIACAO DO SPI COM DIFERENCA DE '
003520                        WK-TOT-DIFERENCA
003530                MOVE 4 TO RETURN-CODE
003540            END-IF.
003550            DISPLAY 'PARES CASADOS  : ' WK-QTD-CASADOS.
003560            CLOSE ARQ-SPILIQ.
003570            CLOSE ARQ-RELSPI.
003580        902-RELATAR-PIX-PENDENTE.
003590            IF WK-PIX-CASADO(WK-IDX-PIX) = 'N'
003600                ADD 1 TO WK-QTD-PIX-PENDENTES
003610                MOVE 'PIX SEM LIQUIDACAO      '
003620                    TO WK-TIPO-OCORR
003630                MOVE WK-PIX-SENTIDO(WK-IDX-PIX)
003640                    TO WK-SENTIDO-OCORR
003650                MOVE WK-PIX-E2E(WK-IDX-PIX)   TO WK-E2E-OCORR
003660                MOVE WK-PIX-VALOR(WK-IDX-PIX) TO WK-VALOR-OCORR
003670                WRITE REG-RELSPI FROM WK-LINHA-OCORR
003680            END-IF.
