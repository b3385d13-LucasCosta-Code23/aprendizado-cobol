000160       *   METAS DE VENDAS CONTRA O REALIZADO DO        *
000170       *   VENDAS3N: ATINGIMENTO E VARIACAO POR META    *
000180       *   (VENDEDOR/ESTADO/MES), RANKING DE            *
000181       *   VENDEDORES E SECAO ACUMULADA DO ANO, ESTA    *
000182       *   TAMBEM POR SUPERVISOR, REGIONAL E DIRETOR    *
000183       *   CONFORME A HIERARQUIA VIGENTE EM CADA MES    *
000200       **************************************************
000210       *
000220        ENVIRONMENT DIVISION.
000580            05 FD-TIPO-NOTA            PIC X.
000590                88 VENDA-NORMAL           VALUE 'V' ' '.
000600                88 NOTA-DEVOLUCAO         VALUE 'D'.
000601            05 FD-COMPRADOR            PIC X(6).
000602            05 FD-APROVADO             PIC X.
000603            05 FD-QUANTIDADE           PIC 9(5).
000610        FD   ARQ-CAMBIO
000620             RECORDING MODE IS F.
000630        01  REG-CAMBIO.
000780            05 JRL-QTD-GRAVADOS    PIC 9(7).
000790            05 JRL-QTD-REJEITADOS  PIC 9(7).
000800            05 JRL-RETORNO         PIC 9(4).
000801            05 JRL-ID-EXEC         PIC 9(10).
000810        WORKING-STORAGE SECTION.
000820        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000821        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000822        01  LK-AREA-ID-EXEC.
000823            05 LK-PROGRAMA-COM     PIC X(8).
000824            05 LK-ID-EXEC-COM      PIC 9(10).
000830        77  WK-FS-METAS    PIC XX           VALUE SPACES.
000840        77  WK-FS-VENDAS3N PIC XX           VALUE SPACES.
000850        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
001300        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
001310            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
001320        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
001321       *      HIERARQUIA DE VENDAS: O MES DA META E DO ANO
001322       *      CORRENTE, OU DO ANTERIOR QUANDO AINDA NAO
001323       *      CHEGOU NO ANO
001324        01  LK-AREA-HIERARQUIA.
001325            05 LK-VENDEDOR-COM     PIC 99.
001326            05 LK-ANO-MES-COM      PIC 9(6).
001327            05 LK-RESPOSTA-COM     PIC X.
001328            05 LK-VIGENCIA-COM     PIC 9(6).
001329            05 LK-CODIGOS-COM.
001330                10 LK-SUPERVISOR-COM   PIC 99.
001331                10 LK-REGIONAL-COM     PIC 99.
001332                10 LK-DIRETOR-COM      PIC 99.
001333            05 LK-CODIGOS-COM-R REDEFINES LK-CODIGOS-COM.
001334                10 LK-CODIGO-NIVEL-COM PIC 99 OCCURS 3 TIMES.
001335        77  WK-PROG-HIERARQUIA PIC X(8)     VALUE 'EAD95937'.
001336        01  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001337        01  WK-DATA-SIST-R REDEFINES WK-DATA-SIST.
001338            05 WK-ANO-SIST     PIC 9(4).
001339            05 WK-MES-SIST     PIC 99.
001340            05 WK-DIA-SIST     PIC 99.
001341        77  WK-ANO-COMP    PIC 9(4)         VALUE ZEROS.
001342        01  NOMES-NIVEL.
001343            05 FILLER              PIC X(10) VALUE 'SUPERVISOR'.
001344            05 FILLER              PIC X(10) VALUE 'REGIONAL'.
001345            05 FILLER              PIC X(10) VALUE 'DIRETOR'.
001346        01  TABELA-NIVEIS REDEFINES NOMES-NIVEL.
001347            05 NIVEL-NOME          PIC X(10) OCCURS 3 TIMES.
001348       *      ACUMULADO DO ANO POR NIVEL E CODIGO (POSICAO =
001349       *      CODIGO MAIS 1; A POSICAO 1 E A META SEM
001350       *      HIERARQUIA)
001351        01  WK-TAB-NIVEIS.
001352            05 WK-NIV-OCC         OCCURS 3 TIMES.
001353                10 WK-NIV-COD-OCC     OCCURS 100 TIMES.
001354                    15 WK-NIV-QTDE        PIC 9(4).
001355                    15 WK-NIV-META        PIC 9(9)V99.
001356                    15 WK-NIV-REALIZADO   PIC S9(9)V99.
001357        77  WK-IDX-NIVEL   PIC 9            VALUE ZEROS.
001358        77  WK-IDX-COD     PIC 9(3)         VALUE ZEROS.
001359        01  WK-LINHA-NIVEL.
001360            05 WK-NIVEL-REL    PIC X(10).
001361            05 FILLER          PIC X(01) VALUE SPACE.
001362            05 WK-COD-NIV-REL  PIC 99.
001363            05 FILLER          PIC X(06) VALUE ' META '.
001364            05 WK-META-NIV-REL PIC ZZZ.ZZZ.ZZ9,99.
001365            05 FILLER          PIC X(06) VALUE ' REAL '.
001366            05 WK-REAL-NIV-REL PIC -ZZZ.ZZZ.ZZ9,99.
001367            05 FILLER          PIC X(05) VALUE ' PCT '.
001368            05 WK-PCT-NIV-REL  PIC ZZ9,99.
001330        01  WK-LINHA-META.
001340            05 FILLER          PIC X(05) VALUE 'VEND '.
001350            05 WK-VEND-REL     PIC 99.
001740            IF WK-MES-REF = ZEROS
001750                MOVE 12 TO WK-MES-REF
001760            END-IF.
001761            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
001762            INITIALIZE WK-TAB-NIVEIS.
001770            PERFORM 190-CARREGAR-CAMBIO.
001780            PERFORM 102-CARREGAR-METAS.
001790            PERFORM 103-ABRIR-VENDAS3N.
003600            MOVE ZEROS TO JRL-QTD-GRAVADOS.
003610            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003620            MOVE ZEROS TO JRL-RETORNO.
003621            MOVE 'EAD95874' TO LK-PROGRAMA-COM.
003622            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
003623            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003630            PERFORM 194-GRAVAR-RUNJRNL.
003640        196-GRAVAR-JRNL-FIM.
003650            MOVE 'F' TO JRL-TIPO.
003690                TO JRL-QTD-GRAVADOS.
003700            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003710            MOVE RETURN-CODE TO JRL-RETORNO.
003711            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003720            PERFORM 194-GRAVAR-RUNJRNL.
003730        194-GRAVAR-RUNJRNL.
003740            OPEN EXTEND ARQ-RUNJRNL.
004150            WRITE REG-RELMETAS FROM WK-LINHA-TITULO
004160                AFTER 2 LINES.
004170            PERFORM 905-RANQUEAR.
004171            PERFORM 909-RELATAR-NIVEL
004172                VARYING WK-IDX-NIVEL FROM 1 BY 1
004173                UNTIL WK-IDX-NIVEL > 3.
004180            DISPLAY 'METAS AVALIADAS : ' WK-QTD-METAS.
004190            CLOSE ARQ-VENDAS3N.
004200            CLOSE ARQ-RELMETAS.
004540                    ADD WK-MET-REALIZADO(WK-IDX-META)
004550                        TO WK-VD-REALIZADO(WK-IDX-VD)
004560                END-IF
004561                PERFORM 907-SUBIR-HIERARQUIA
004562            END-IF.
004563        907-SUBIR-HIERARQUIA.
004564            IF WK-MET-MES(WK-IDX-META) > WK-MES-SIST
004565                COMPUTE WK-ANO-COMP = WK-ANO-SIST - 1
004566            ELSE
004567                MOVE WK-ANO-SIST TO WK-ANO-COMP
004568            END-IF.
004569            MOVE WK-MET-VENDEDOR(WK-IDX-META) TO LK-VENDEDOR-COM.
004570            COMPUTE LK-ANO-MES-COM =
004571                WK-ANO-COMP * 100 + WK-MET-MES(WK-IDX-META).
004572            CALL WK-PROG-HIERARQUIA USING LK-AREA-HIERARQUIA.
004573            PERFORM 908-SOMAR-NIVEL
004574                VARYING WK-IDX-NIVEL FROM 1 BY 1
004575                UNTIL WK-IDX-NIVEL > 3.
004576        908-SOMAR-NIVEL.
004577            COMPUTE WK-IDX-COD =
004578                LK-CODIGO-NIVEL-COM(WK-IDX-NIVEL) + 1.
004579            ADD 1 TO WK-NIV-QTDE(WK-IDX-NIVEL, WK-IDX-COD).
004580            ADD WK-MET-META(WK-IDX-META)
004581                TO WK-NIV-META(WK-IDX-NIVEL, WK-IDX-COD).
004582            ADD WK-MET-REALIZADO(WK-IDX-META)
004583                TO WK-NIV-REALIZADO(WK-IDX-NIVEL, WK-IDX-COD).
004584       *      CODIGO 00 = METAS SEM HIERARQUIA VIGENTE
004585        909-RELATAR-NIVEL.
004586            MOVE SPACES TO WK-TEXTO-TIT.
004587            STRING 'ACUMULADO DO ANO POR ' DELIMITED BY SIZE
004588                   NIVEL-NOME(WK-IDX-NIVEL) DELIMITED BY SPACE
004589                   INTO WK-TEXTO-TIT.
004590            WRITE REG-RELMETAS FROM WK-LINHA-TITULO
004591                AFTER 2 LINES.
004592            PERFORM 910-GRAVAR-LINHA-NIVEL
004593                VARYING WK-IDX-COD FROM 1 BY 1
004594                UNTIL WK-IDX-COD > 100.
004595        910-GRAVAR-LINHA-NIVEL.
004596            IF WK-NIV-QTDE(WK-IDX-NIVEL, WK-IDX-COD) > ZEROS
004597                MOVE NIVEL-NOME(WK-IDX-NIVEL) TO WK-NIVEL-REL
004598                COMPUTE WK-COD-NIV-REL = WK-IDX-COD - 1
004599                MOVE WK-NIV-META(WK-IDX-NIVEL, WK-IDX-COD)
004600                    TO WK-META-NIV-REL
004601                MOVE WK-NIV-REALIZADO(WK-IDX-NIVEL, WK-IDX-COD)
004602                    TO WK-REAL-NIV-REL
004603                IF WK-NIV-META(WK-IDX-NIVEL, WK-IDX-COD) > ZEROS
004604                    COMPUTE WK-PCT ROUNDED =
004605                        WK-NIV-REALIZADO(WK-IDX-NIVEL, WK-IDX-COD)
004606                        * 100
004607                        / WK-NIV-META(WK-IDX-NIVEL, WK-IDX-COD)
004608                ELSE
004609                    MOVE ZEROS TO WK-PCT
004610                END-IF
004611                MOVE WK-PCT TO WK-PCT-NIV-REL
004612                WRITE REG-RELMETAS FROM WK-LINHA-NIVEL
004570            END-IF.
004580        904-CALCULAR-PCT-VENDEDOR.
004590            IF WK-VD-META(WK-IDX-VD) > ZEROS
