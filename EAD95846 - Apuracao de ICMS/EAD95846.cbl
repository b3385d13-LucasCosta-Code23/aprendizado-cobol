000050            LUCAS.
000060       **************************************************
000070       *   APURACAO DE ICMS POR ESTADO SOBRE VENDAS3N   *
000071       *                                                *
000072       *   O IMPOSTO E CALCULADO NOTA A NOTA (A         *
000073       *   DEVOLUCAO ESTORNA O DA NOTA) E SOMADO POR    *
000074       *   ESTADO E MES; OS TOTAIS SAEM TAMBEM NO       *
000075       *   ICMSAPUR, CONFERIDO PELO EAD95935 (SPED)     *
000080       **************************************************
000090       *
000100        ENVIRONMENT DIVISION.
000190                FILE STATUS IS WK-FS-ICMSTAB.
000200            SELECT ARQ-RELICMS  ASSIGN TO RELICMS
000210                FILE STATUS IS WK-FS-RELICMS.
000211            SELECT ARQ-ICMSAPUR ASSIGN TO ICMSAPUR
000212                FILE STATUS IS WK-FS-ICMSAPUR.
000220       *
000230        DATA DIVISION.
000240        FILE SECTION.
000342            05 FD-TIPO-NOTA            PIC X.
000342                88 VENDA-NORMAL           VALUE 'V' ' '.
000342                88 NOTA-DEVOLUCAO         VALUE 'D'.
000343            05 FD-COMPRADOR            PIC X(6).
000344            05 FD-APROVADO             PIC X.
000345            05 FD-QUANTIDADE           PIC 9(5).
000350        FD   ARQ-ICMSTAB
000360             RECORDING MODE IS F.
000370        01  REG-ICMSTAB.
000400        FD   ARQ-RELICMS
000410             RECORDING MODE IS F.
000420        01  REG-RELICMS                PIC X(70).
000421        FD   ARQ-ICMSAPUR
000422             RECORDING MODE IS F.
000423        01  REG-ICMSAPUR.
000424            05 FD-ESTADO-APU       PIC XX.
000425            05 FD-MES-APU          PIC 99.
000426            05 FD-BASE-APU         PIC S9(9)V99.
000427            05 FD-ALIQUOTA-APU     PIC 9(2)V99.
000428            05 FD-IMPOSTO-APU      PIC 9(9)V99.
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000430        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000440        77  WK-FS-VENDAS3N PIC XX           VALUE SPACES.
000450        77  WK-FS-ICMSTAB  PIC XX           VALUE SPACES.
000460        77  WK-FS-RELICMS  PIC XX           VALUE SPACES.
000461        77  WK-FS-ICMSAPUR PIC XX           VALUE SPACES.
000470        77  WK-QTD-UFS     PIC 99           VALUE ZEROS.
000480        77  WK-IDX-UF      PIC 99           VALUE ZEROS.
000490        77  WK-IDX-UF-ACH  PIC 99           VALUE ZEROS.
000560                10 WK-UF-ALIQUOTA     PIC 9(2)V99.
000570                10 WK-UF-BASE         PIC S9(9)V99
000571                                      OCCURS 12 TIMES.
000572                10 WK-UF-IMPOSTO      PIC S9(9)V99
000573                                      OCCURS 12 TIMES.
000580        77  WK-MES         PIC 99           VALUE ZEROS.
000590        77  WK-IMPOSTO     PIC 9(9)V99      VALUE ZEROS.
000591        77  WK-ICMS-NOTA   PIC 9(9)V99      VALUE ZEROS.
000600        77  WK-TOT-IMPOSTO PIC 9(10)V99     VALUE ZEROS.
000610        77  WK-QTD-LIDAS   PIC 9(6)         VALUE ZEROS.
000620        77  WK-QTD-SEM-UF  PIC 9(6)         VALUE ZEROS.
000940            IF WK-FS-RELICMS NOT = '00'
000950                DISPLAY 'ERRO ' WK-FS-RELICMS
000960                        ' NO COMANDO OPEN RELICMS'
000961                MOVE 12 TO RETURN-CODE
000962                STOP RUN
000963            END-IF.
000964            OPEN OUTPUT ARQ-ICMSAPUR.
000965            IF WK-FS-ICMSAPUR NOT = '00'
000966                DISPLAY 'ERRO ' WK-FS-ICMSAPUR
000967                        ' NO COMANDO OPEN ICMSAPUR'
000970                MOVE 12 TO RETURN-CODE
000980                STOP RUN
000990            END-IF.
001620                    DISPLAY 'MES INVALIDO NA NOTA ' FD-NOTA
001632       *          DEVOLUCAO DEDUZ DA BASE DO ICMS
001634                WHEN NOTA-DEVOLUCAO
001635                    PERFORM 203-CALCULAR-ICMS-NOTA
001636                    SUBTRACT FD-VALOR
001638                        FROM WK-UF-BASE(WK-IDX-UF-ACH, FD-MES)
001639                    SUBTRACT WK-ICMS-NOTA
001640                        FROM WK-UF-IMPOSTO(WK-IDX-UF-ACH, FD-MES)
001640                WHEN OTHER
001641                    PERFORM 203-CALCULAR-ICMS-NOTA
001640                    ADD FD-VALOR
001650                        TO WK-UF-BASE(WK-IDX-UF-ACH, FD-MES)
001651                    ADD WK-ICMS-NOTA
001652                        TO WK-UF-IMPOSTO(WK-IDX-UF-ACH, FD-MES)
001660            END-EVALUATE.
001670            PERFORM 301-LER-VENDAS3N.
001680        202-PROCURAR-UF.
001750                    MOVE WK-IDX-UF TO WK-IDX-UF-ACH
001760                END-IF
001770            END-PERFORM.
001771       *      O ICMS E DESTACADO EM CADA NOTA, ARREDONDADO NELA
001772        203-CALCULAR-ICMS-NOTA.
001773            COMPUTE WK-ICMS-NOTA ROUNDED =
001774                FD-VALOR * WK-UF-ALIQUOTA(WK-IDX-UF-ACH) / 100.
001780       ***********************************************
001790        300-LER-VENDAS3N SECTION.
001800        301-LER-VENDAS3N.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95846' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985010            MOVE WK-QTD-SEM-UF
985011                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
002030            DISPLAY 'VENDAS SEM ALIQUOTA : ' WK-QTD-SEM-UF.
002040            CLOSE ARQ-VENDAS3N.
002050            CLOSE ARQ-RELICMS.
002051            CLOSE ARQ-ICMSAPUR.
002060        902-APURAR-UF.
002070            PERFORM VARYING WK-MES FROM 1 BY 1
002080                    UNTIL WK-MES > 12
002090                IF WK-UF-BASE(WK-IDX-UF, WK-MES) > ZEROS
002091                    MOVE WK-UF-IMPOSTO(WK-IDX-UF, WK-MES)
002092                        TO WK-IMPOSTO
002130                    ADD WK-IMPOSTO TO WK-TOT-IMPOSTO
002140                    MOVE WK-UF-SIGLA(WK-IDX-UF) TO WK-UF-REL
002150                    MOVE WK-MES TO WK-MES-REL
002190                        TO WK-ALIQ-REL
002200                    MOVE WK-IMPOSTO TO WK-IMP-REL
002210                    WRITE REG-RELICMS FROM WK-LINHA-ICMS
002211                    PERFORM 903-GRAVAR-ICMSAPUR
002220                END-IF
002230            END-PERFORM.
002231        903-GRAVAR-ICMSAPUR.
002232            MOVE WK-UF-SIGLA(WK-IDX-UF) TO FD-ESTADO-APU.
002233            MOVE WK-MES TO FD-MES-APU.
002234            MOVE WK-UF-BASE(WK-IDX-UF, WK-MES) TO FD-BASE-APU.
002235            MOVE WK-UF-ALIQUOTA(WK-IDX-UF) TO FD-ALIQUOTA-APU.
002236            MOVE WK-IMPOSTO TO FD-IMPOSTO-APU.
002237            WRITE REG-ICMSAPUR.
002238            IF WK-FS-ICMSAPUR NOT = '00'
002239                DISPLAY 'ERRO ' WK-FS-ICMSAPUR
002240                        ' NO COMANDO WRITE ICMSAPUR'
002241                MOVE 12 TO RETURN-CODE
002242                STOP RUN
002243            END-IF.
