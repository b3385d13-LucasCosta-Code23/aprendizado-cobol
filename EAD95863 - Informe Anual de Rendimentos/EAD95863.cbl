000170       *   SALDO DE ABERTURA E FECHAMENTO, JUROS        *
000180       *   CREDORES, JUROS DEVEDORES E TARIFAS POR MES, *
000190       *   A PARTIR DO MOVHIST, COM LISTA DE CONTROLE   *
000191       *   RESGATES DE CDB DO ANO PELO RETCDB: BRUTO,   *
000192       *   RENDIMENTO, IOF E IR RETIDOS EM SEPARADO     *
000200       **************************************************
000210       *
000220        ENVIRONMENT DIVISION.
000310                FILE STATUS IS WK-FS-MOVHIST.
000312            SELECT ARQ-MOVLOC   ASSIGN TO MOVLOC
000314                FILE STATUS IS WK-FS-MOVLOC.
000315            SELECT ARQ-RETCDB   ASSIGN TO RETCDB
000316                FILE STATUS IS WK-FS-RETCDB.
000320            SELECT ARQ-INFORMES ASSIGN TO INFORMES
000330                FILE STATUS IS WK-FS-INFORMES.
000340            SELECT ARQ-RELINF   ASSIGN TO RELINF
000540            05 FD-MOEDA-MOVHIST    PIC X(3).
000540            05 FD-HORA-MOVHIST     PIC 9(6).
000540            05 FD-SEQ-MOVHIST      PIC 9(4).
000541            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000542        FD   ARQ-MOVLOC
000543             RECORDING MODE IS F.
000544        01  REG-MOVLOC.
000550            05 FD-DATA-PRIM-MOVLOC PIC 9(8).
000551            05 FD-DATA-ULT-MOVLOC  PIC 9(8).
000552            05 FD-QTDE-MOVLOC      PIC 9(6).
000553        FD   ARQ-RETCDB
000554             RECORDING MODE IS F.
000555        01  REG-RETCDB.
000556            05 FD-CHAVE-RETCDB     PIC X(9).
000557            05 FD-DOC-RETCDB       PIC 9(4).
000558            05 FD-DATA-RETCDB      PIC 9(8).
000559            05 FD-DATA-RETCDB-R REDEFINES FD-DATA-RETCDB.
000560                10 FD-ANO-RETCDB           PIC 9(4).
000561                10 FD-MES-RETCDB           PIC 99.
000562                10 FD-DIA-RETCDB           PIC 99.
000563            05 FD-HORA-RETCDB      PIC 9(6).
000564            05 FD-SEQ-RETCDB       PIC 9(4).
000565            05 FD-TIPO-RETCDB      PIC X.
000566            05 FD-BRUTO-RETCDB     PIC 9(9)V99.
000567            05 FD-RENDIMENTO-RETCDB PIC 9(8)V99.
000568            05 FD-IOF-RETCDB       PIC 9(8)V99.
000569            05 FD-IR-RETCDB        PIC 9(8)V99.
000570            05 FD-LIQUIDO-RETCDB   PIC 9(9)V99.
000550        FD   ARQ-INFORMES
000560             RECORDING MODE IS F.
000570        01  REG-INFORMES               PIC X(70).
000690            05 JRL-QTD-GRAVADOS    PIC 9(7).
000700            05 JRL-QTD-REJEITADOS  PIC 9(7).
000710            05 JRL-RETORNO         PIC 9(4).
000711            05 JRL-ID-EXEC         PIC 9(10).
000720        WORKING-STORAGE SECTION.
000730        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000731        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000732        01  LK-AREA-ID-EXEC.
000733            05 LK-PROGRAMA-COM     PIC X(8).
000734            05 LK-ID-EXEC-COM      PIC 9(10).
000740        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
000742        77  WK-FS-MOVLOC   PIC XX           VALUE SPACES.
000743        77  WK-FS-RETCDB   PIC XX           VALUE SPACES.
000744        77  WK-QTD-RESG-CDB PIC 9(5)        VALUE ZEROS.
000744        77  WK-QTD-PARTICOES PIC 9(3)       VALUE ZEROS.
000746        77  WK-DATA-HOJE-LOC PIC 9(8)       VALUE ZEROS.
000748        77  WK-ANO-ABERTO  PIC 9(4)         VALUE ZEROS.
000960                    15 WK-CT-JUROS-CRED   PIC 9(7)V99.
000970                    15 WK-CT-JUROS-DEB    PIC 9(7)V99.
000980                    15 WK-CT-TARIFAS      PIC 9(7)V99.
000981                10 WK-CT-BRUTO-CDB    PIC 9(9)V99.
000982                10 WK-CT-REND-CDB     PIC 9(9)V99.
000983                10 WK-CT-IOF-CDB      PIC 9(9)V99.
000984                10 WK-CT-IR-CDB       PIC 9(9)V99.
000985                10 WK-CT-TEM-POUP     PIC X.
000986                10 WK-CT-SALDO-POUP   PIC S9(7)V99.
000987                10 WK-CT-REND-POUP    PIC 9(9)V99.
000990        77  WK-TOT-JCRED-GERAL PIC 9(11)V99 VALUE ZEROS.
001000        77  WK-TOT-JDEB-GERAL  PIC 9(11)V99 VALUE ZEROS.
001010        77  WK-TOT-TARIFA-GERAL PIC 9(11)V99 VALUE ZEROS.
001011        77  WK-TOT-REND-CDB-GERAL PIC 9(11)V99 VALUE ZEROS.
001012        77  WK-TOT-IOF-CDB-GERAL PIC 9(11)V99 VALUE ZEROS.
001013        77  WK-TOT-IR-CDB-GERAL PIC 9(11)V99 VALUE ZEROS.
001014        77  WK-TOT-REND-POUP-GERAL PIC 9(11)V99 VALUE ZEROS.
001020        01  WK-CABEC-INF.
001030            05 FILLER          PIC X(34)
001040                 VALUE 'INFORME DE RENDIMENTOS - CONTA    '.
001780        201-PROCESSAR.
001790            IF FD-ANO-MOVHIST = WK-ANO-PEDIDO
001800                ADD 1 TO WK-QTD-MOVTOS
001801                IF FD-TIPO-MOVHIST = 'U' OR 'W' OR 'Y'
001802                    PERFORM 208-ACUMULAR-POUPANCA
001803                ELSE
001804                    PERFORM 202-ACUMULAR-MOVTO
001805                END-IF
001820            END-IF.
001830            PERFORM 301-LER-MOVHIST.
001840        202-ACUMULAR-MOVTO.
002360                MOVE 'N' TO WK-CT-TEM-ABERTURA(WK-IDX-CT-ACH)
002370                MOVE ZEROS TO WK-CT-SALDO-ABERT(WK-IDX-CT-ACH)
002380                MOVE ZEROS TO WK-CT-SALDO-FECH(WK-IDX-CT-ACH)
002381                MOVE ZEROS TO WK-CT-BRUTO-CDB(WK-IDX-CT-ACH)
002382                MOVE ZEROS TO WK-CT-REND-CDB(WK-IDX-CT-ACH)
002383                MOVE ZEROS TO WK-CT-IOF-CDB(WK-IDX-CT-ACH)
002384                MOVE ZEROS TO WK-CT-IR-CDB(WK-IDX-CT-ACH)
002385                MOVE 'N' TO WK-CT-TEM-POUP(WK-IDX-CT-ACH)
002386                MOVE ZEROS TO WK-CT-SALDO-POUP(WK-IDX-CT-ACH)
002387                MOVE ZEROS TO WK-CT-REND-POUP(WK-IDX-CT-ACH)
002390                PERFORM 207-ZERAR-MESES
002400                    VARYING WK-IDX-MES FROM 1 BY 1
002410                    UNTIL WK-IDX-MES > 12
002720                WHEN OTHER
002730                    COMPUTE WK-EFEITO = ZERO - FD-VALOR-MOVHIST
002740            END-EVALUATE.
002741       *      O MOVIMENTO DA POUPANCA TRAZ O SALDO DA
002742       *      POUPANCA E NAO ENTRA NA ABERTURA NEM NO
002743       *      FECHAMENTO DA CONTA; O RENDIMENTO E INFORMADO
002744       *      A PARTE, SEM IMPOSTO RETIDO
002745        208-ACUMULAR-POUPANCA.
002746            PERFORM 203-LOCALIZAR-CONTA.
002747            MOVE 'S' TO WK-CT-TEM-POUP(WK-IDX-CT-ACH).
002748            MOVE FD-SALDO-MOVHIST
002749                TO WK-CT-SALDO-POUP(WK-IDX-CT-ACH).
002750            IF FD-TIPO-MOVHIST = 'Y'
002751                ADD FD-VALOR-MOVHIST
002752                    TO WK-CT-REND-POUP(WK-IDX-CT-ACH)
002753                ADD FD-VALOR-MOVHIST TO WK-TOT-REND-POUP-GERAL
002754            END-IF.
002741       *      O CREDITO DO RESGATE DE CDB JA ENTROU NO
002742       *      MOVHIST PELO LIQUIDO; O BRUTO, O RENDIMENTO
002743       *      E OS IMPOSTOS RETIDOS VEM DO RETCDB
002744        210-CARREGAR-RETCDB.
002745            OPEN INPUT ARQ-RETCDB.
002746            EVALUATE WK-FS-RETCDB
002747                WHEN '00'
002748                    PERFORM 302-LER-RETCDB
002749                    PERFORM 211-ACUMULAR-RETCDB
002750                        UNTIL WK-FS-RETCDB = '10'
002751                    CLOSE ARQ-RETCDB
002752                WHEN '35'
002753                    CONTINUE
002754                WHEN OTHER
002755                    DISPLAY 'ERRO ' WK-FS-RETCDB
002756                            ' NO COMANDO OPEN RETCDB'
002757                    MOVE 12 TO RETURN-CODE
002758                    STOP RUN
002759            END-EVALUATE.
002760        211-ACUMULAR-RETCDB.
002761            IF FD-ANO-RETCDB = WK-ANO-PEDIDO
002762                PERFORM 212-LOCALIZAR-CONTA-CDB
002763                IF CONTA-ACHADA
002764                    ADD 1 TO WK-QTD-RESG-CDB
002765                    ADD FD-BRUTO-RETCDB
002766                        TO WK-CT-BRUTO-CDB(WK-IDX-CT-ACH)
002767                    ADD FD-RENDIMENTO-RETCDB
002768                        TO WK-CT-REND-CDB(WK-IDX-CT-ACH)
002769                    ADD FD-IOF-RETCDB
002770                        TO WK-CT-IOF-CDB(WK-IDX-CT-ACH)
002771                    ADD FD-IR-RETCDB
002772                        TO WK-CT-IR-CDB(WK-IDX-CT-ACH)
002773                    ADD FD-RENDIMENTO-RETCDB
002774                        TO WK-TOT-REND-CDB-GERAL
002775                    ADD FD-IOF-RETCDB TO WK-TOT-IOF-CDB-GERAL
002776                    ADD FD-IR-RETCDB TO WK-TOT-IR-CDB-GERAL
002777                ELSE
002778                    DISPLAY 'RESGATE DE CDB SEM MOVIMENTO NO '
002779                            'ANO : ' FD-CHAVE-RETCDB ' '
002780                            FD-DOC-RETCDB
002781                END-IF
002782            END-IF.
002783            PERFORM 302-LER-RETCDB.
002784        212-LOCALIZAR-CONTA-CDB.
002785            SET CONTA-NAO-ACHADA TO TRUE.
002786            PERFORM 213-COMPARAR-CONTA
002787                VARYING WK-IDX-CONTA FROM 1 BY 1
002788                UNTIL WK-IDX-CONTA > WK-QTD-CONTAS
002789                   OR CONTA-ACHADA.
002790        213-COMPARAR-CONTA.
002791            IF WK-CT-CHAVE(WK-IDX-CONTA) = FD-CHAVE-RETCDB
002792                SET CONTA-ACHADA TO TRUE
002793                MOVE WK-IDX-CONTA TO WK-IDX-CT-ACH
002794            END-IF.
002750       ***********************************************
002760        300-LER-MOVHIST SECTION.
002770        301-LER-MOVHIST.
002870                    MOVE 12 TO RETURN-CODE
002880                    STOP RUN
002890            END-EVALUATE.
002891        302-LER-RETCDB.
002892            READ ARQ-RETCDB.
002893            EVALUATE WK-FS-RETCDB
002894                WHEN '00'
002895                    CONTINUE
002896                WHEN '10'
002897                    CONTINUE
002898                WHEN OTHER
002899                    DISPLAY 'ERRO ' WK-FS-RETCDB
002900                            ' NO COMANDO READ RETCDB'
002901                    MOVE 12 TO RETURN-CODE
002902                    STOP RUN
002903            END-EVALUATE.
002900       ***********************************************
002910        195-GRAVAR-JRNL-INICIO.
002920            MOVE 'I' TO JRL-TIPO.
002940            MOVE ZEROS TO JRL-QTD-GRAVADOS.
002950            MOVE ZEROS TO JRL-QTD-REJEITADOS.
002960            MOVE ZEROS TO JRL-RETORNO.
002961            MOVE 'EAD95863' TO LK-PROGRAMA-COM.
002962            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
002963            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
002970            PERFORM 194-GRAVAR-RUNJRNL.
002980        196-GRAVAR-JRNL-FIM.
002990            MOVE 'F' TO JRL-TIPO.
003030                TO JRL-QTD-GRAVADOS.
003040            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003050            MOVE RETURN-CODE TO JRL-RETORNO.
003051            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003060            PERFORM 194-GRAVAR-RUNJRNL.
003070        194-GRAVAR-RUNJRNL.
003080            OPEN EXTEND ARQ-RUNJRNL.
003290       ***********************************************
003300        900-FINALIZAR SECTION.
003310        901-FINALIZAR.
003311            PERFORM 210-CARREGAR-RETCDB.
003320            PERFORM 902-GRAVAR-INFORME
003330                VARYING WK-IDX-CT-ACH FROM 1 BY 1
003340                UNTIL WK-IDX-CT-ACH > WK-QTD-CONTAS.
003440            MOVE 'TOTAL DE TARIFAS        : ' TO WK-TITULO-CTRL.
003450            MOVE WK-TOT-TARIFA-GERAL TO WK-VALOR-CTRL.
003460            WRITE REG-RELINF FROM WK-LINHA-CTRL.
003461            MOVE 'RESGATES DE CDB NO ANO  : ' TO WK-TITULO-CTRL.
003462            MOVE WK-QTD-RESG-CDB TO WK-VALOR-CTRL.
003463            WRITE REG-RELINF FROM WK-LINHA-CTRL.
003464            MOVE 'TOTAL RENDIMENTO DE CDB : ' TO WK-TITULO-CTRL.
003465            MOVE WK-TOT-REND-CDB-GERAL TO WK-VALOR-CTRL.
003466            WRITE REG-RELINF FROM WK-LINHA-CTRL.
003467            MOVE 'TOTAL IOF RETIDO EM CDB : ' TO WK-TITULO-CTRL.
003468            MOVE WK-TOT-IOF-CDB-GERAL TO WK-VALOR-CTRL.
003469            WRITE REG-RELINF FROM WK-LINHA-CTRL.
003470            MOVE 'TOTAL IR RETIDO EM CDB  : ' TO WK-TITULO-CTRL.
003471            MOVE WK-TOT-IR-CDB-GERAL TO WK-VALOR-CTRL.
003472            WRITE REG-RELINF FROM WK-LINHA-CTRL.
003473            MOVE 'TOTAL REND. POUPANCA    : ' TO WK-TITULO-CTRL.
003474            MOVE WK-TOT-REND-POUP-GERAL TO WK-VALOR-CTRL.
003475            WRITE REG-RELINF FROM WK-LINHA-CTRL.
003470            DISPLAY 'INFORMES GERADOS : ' WK-QTD-INFORMES.
003480            IF NOT VARREDURA-DISPENSADA
003481                CLOSE ARQ-MOVHIST
003650            PERFORM 903-GRAVAR-MES
003660                VARYING WK-IDX-MES FROM 1 BY 1
003670                UNTIL WK-IDX-MES > 12.
003671            IF WK-CT-BRUTO-CDB(WK-IDX-CT-ACH) > ZEROS
003672                PERFORM 904-GRAVAR-CDB
003673            END-IF.
003674            IF WK-CT-TEM-POUP(WK-IDX-CT-ACH) = 'S'
003675                PERFORM 905-GRAVAR-POUPANCA
003676            END-IF.
003680        903-GRAVAR-MES.
003690            MOVE WK-IDX-MES TO WK-MES-REL.
003700            MOVE WK-CT-JUROS-CRED(WK-IDX-CT-ACH, WK-IDX-MES)
003800                MOVE 12 TO RETURN-CODE
003810                STOP RUN
003820            END-IF.
003821        904-GRAVAR-CDB.
003822            MOVE 'BRL' TO WK-MOEDA-SALDO.
003823            MOVE 'CDB RESGATADO BRUTO: ' TO WK-TITULO-SALDO.
003824            MOVE WK-CT-BRUTO-CDB(WK-IDX-CT-ACH) TO WK-VALOR-SALDO.
003825            WRITE REG-INFORMES FROM WK-LINHA-SALDO.
003826            MOVE 'RENDIMENTO DE CDB  : ' TO WK-TITULO-SALDO.
003827            MOVE WK-CT-REND-CDB(WK-IDX-CT-ACH) TO WK-VALOR-SALDO.
003828            WRITE REG-INFORMES FROM WK-LINHA-SALDO.
003829            MOVE 'IOF RETIDO EM CDB  : ' TO WK-TITULO-SALDO.
003830            MOVE WK-CT-IOF-CDB(WK-IDX-CT-ACH) TO WK-VALOR-SALDO.
003831            WRITE REG-INFORMES FROM WK-LINHA-SALDO.
003832            MOVE 'IR RETIDO NA FONTE : ' TO WK-TITULO-SALDO.
003833            MOVE WK-CT-IR-CDB(WK-IDX-CT-ACH) TO WK-VALOR-SALDO.
003834            WRITE REG-INFORMES FROM WK-LINHA-SALDO.
003835            IF WK-FS-INFORMES NOT = '00'
003836                DISPLAY 'ERRO ' WK-FS-INFORMES
003837                        ' NO COMANDO WRITE INFORMES'
003838                MOVE 12 TO RETURN-CODE
003839                STOP RUN
003840            END-IF.
003841        905-GRAVAR-POUPANCA.
003842            MOVE 'BRL' TO WK-MOEDA-SALDO.
003843            MOVE 'RENDIM. POUPANCA   : ' TO WK-TITULO-SALDO.
003844            MOVE WK-CT-REND-POUP(WK-IDX-CT-ACH) TO WK-VALOR-SALDO.
003845            WRITE REG-INFORMES FROM WK-LINHA-SALDO.
003846            MOVE 'SALDO DA POUPANCA  : ' TO WK-TITULO-SALDO.
003847            MOVE WK-CT-SALDO-POUP(WK-IDX-CT-ACH)
003848                TO WK-VALOR-SALDO.
003849            WRITE REG-INFORMES FROM WK-LINHA-SALDO.
003850            IF WK-FS-INFORMES NOT = '00'
003851                DISPLAY 'ERRO ' WK-FS-INFORMES
003852                        ' NO COMANDO WRITE INFORMES'
003853                MOVE 12 TO RETURN-CODE
003854                STOP RUN
003855            END-IF.
