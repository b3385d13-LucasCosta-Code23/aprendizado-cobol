000050            LUCAS.
000060       **************************************************
000070       *   COMISSOES DE VENDAS SOBRE O VENDAS3N         *
000071       *                                                *
000072       *   CADA NOTA SOBE PELA HIERARQUIA VIGENTE NO    *
000073       *   MES DELA (EAD95937) PARA OS TOTAIS POR       *
000074       *   SUPERVISOR, REGIONAL E DIRETOR; O SUPERVISOR *
000075       *   RECEBE NO COMISPAG O OVERRIDE SOBRE AS       *
000076       *   VENDAS LIQUIDAS DA EQUIPE                    *
000080       **************************************************
000090       *
000100        ENVIRONMENT DIVISION.
000362            05 FD-TIPO-NOTA            PIC X.
000362                88 VENDA-NORMAL           VALUE 'V' ' '.
000362                88 NOTA-DEVOLUCAO         VALUE 'D'.
000363            05 FD-COMPRADOR            PIC X(6).
000364            05 FD-APROVADO             PIC X.
000365            05 FD-QUANTIDADE           PIC 9(5).
000370        FD   ARQ-VENDMEST
000380             RECORDING MODE IS F.
000390        01  REG-VENDMEST.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000520        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000530        77  WK-FS-VENDAS3N PIC XX           VALUE SPACES.
000540        77  WK-FS-VENDMEST PIC XX           VALUE SPACES.
000550        77  WK-FS-COMISPAG PIC XX           VALUE SPACES.
000740        77  WK-COMISSAO    PIC 9(6)V99      VALUE ZEROS.
000750        77  WK-QTD-LIDAS   PIC 9(6)         VALUE ZEROS.
000760        77  WK-QTD-SEM-VEND PIC 9(6)        VALUE ZEROS.
000761       *      HIERARQUIA DE VENDAS: O MES DA NOTA E DO ANO
000762       *      CORRENTE, OU DO ANTERIOR QUANDO AINDA NAO
000763       *      CHEGOU NO ANO (O VENDAS3N NAO TRAZ O ANO)
000764        01  LK-AREA-HIERARQUIA.
000765            05 LK-VENDEDOR-COM     PIC 99.
000766            05 LK-ANO-MES-COM      PIC 9(6).
000767            05 LK-RESPOSTA-COM     PIC X.
000768            05 LK-VIGENCIA-COM     PIC 9(6).
000769            05 LK-CODIGOS-COM.
000770                10 LK-SUPERVISOR-COM   PIC 99.
000771                10 LK-REGIONAL-COM     PIC 99.
000772                10 LK-DIRETOR-COM      PIC 99.
000773            05 LK-CODIGOS-COM-R REDEFINES LK-CODIGOS-COM.
000774                10 LK-CODIGO-NIVEL-COM PIC 99 OCCURS 3 TIMES.
000775        77  WK-PROG-HIERARQUIA PIC X(8)     VALUE 'EAD95937'.
000776        01  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
000777        01  WK-DATA-SIST-R REDEFINES WK-DATA-SIST.
000778            05 WK-ANO-SIST     PIC 9(4).
000779            05 WK-MES-SIST     PIC 99.
000780            05 WK-DIA-SIST     PIC 99.
000781        77  WK-ANO-COMP    PIC 9(4)         VALUE ZEROS.
000782        01  NOMES-NIVEL.
000783            05 FILLER              PIC X(10) VALUE 'SUPERVISOR'.
000784            05 FILLER              PIC X(10) VALUE 'REGIONAL'.
000785            05 FILLER              PIC X(10) VALUE 'DIRETOR'.
000786        01  TABELA-NIVEIS REDEFINES NOMES-NIVEL.
000787            05 NIVEL-NOME          PIC X(10) OCCURS 3 TIMES.
000788       *      TOTAIS POR NIVEL E CODIGO (POSICAO = CODIGO
000789       *      MAIS 1; A POSICAO 1 E A NOTA SEM HIERARQUIA)
000790        01  WK-TAB-NIVEIS.
000791            05 WK-NIV-OCC         OCCURS 3 TIMES.
000792                10 WK-NIV-COD-OCC     OCCURS 100 TIMES.
000793                    15 WK-NIV-QTDE        PIC 9(5).
000794                    15 WK-NIV-VENDAS      PIC S9(9)V99.
000795                    15 WK-NIV-COMISSAO    PIC S9(8)V99.
000796                    15 WK-NIV-OVERRIDE    PIC S9(8)V99.
000797        77  WK-IDX-NIVEL   PIC 9            VALUE ZEROS.
000798        77  WK-IDX-COD     PIC 9(3)         VALUE ZEROS.
000799        77  WK-COD-NIVEL   PIC 99           VALUE ZEROS.
000800       *      OVERRIDE DO SUPERVISOR: 1,00 POR CENTO DAS
000801       *      VENDAS LIQUIDAS DA EQUIPE NO MES
000802        77  WK-TAXA-OVERRIDE PIC 9V99       VALUE 1,00.
000803        77  WK-OVERRIDE    PIC 9(6)V99      VALUE ZEROS.
000804        77  WK-QTD-OVERRIDES PIC 9(3)       VALUE ZEROS.
000770        01  WK-LINHA-VENDA.
000780            05 FILLER          PIC X(09) VALUE 'VENDEDOR '.
000790            05 WK-VEND-REL     PIC 99.
000890            05 WK-NOME-TOT     PIC X(20).
000900            05 FILLER          PIC X(01) VALUE SPACE.
000910            05 WK-TOTAL-TOT    PIC ZZ.ZZZ.ZZ9,99.
000911        01  WK-LINHA-OVERRIDE.
000912            05 FILLER          PIC X(20)
000913                 VALUE 'OVERRIDE SUPERVISOR '.
000914            05 WK-COD-OVR-REL  PIC 99.
000915            05 FILLER          PIC X(01) VALUE SPACE.
000916            05 WK-NOME-OVR-REL PIC X(20).
000917            05 FILLER          PIC X(01) VALUE SPACE.
000918            05 WK-VALOR-OVR-REL PIC ZZ.ZZZ.ZZ9,99.
000919        01  WK-LINHA-NIVEL.
000920            05 WK-NIVEL-REL    PIC X(10).
000921            05 FILLER          PIC X(01) VALUE SPACE.
000922            05 WK-COD-NIV-REL  PIC 99.
000923            05 FILLER          PIC X(04) VALUE ' QT '.
000924            05 WK-QTDE-NIV-REL PIC ZZZZ9.
000925            05 FILLER          PIC X(08) VALUE ' VENDAS '.
000926            05 WK-VENDAS-NIV-REL PIC -ZZZ.ZZZ.ZZ9,99.
000927            05 FILLER          PIC X(10)
000928                 VALUE ' COMISSAO '.
000929            05 WK-COMIS-NIV-REL PIC -Z.ZZZ.ZZ9,99.
000930        01  WK-LINHA-TITULO.
000931            05 WK-TEXTO-TIT    PIC X(40).
000920       *
000930        PROCEDURE DIVISION.
000940        000-PRINCIPAL SECTION.
001000       ***********************************************************
001010        100-INICIAR SECTION.
001020        101-INICIAR.
001021            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
001022            INITIALIZE WK-TAB-NIVEIS.
001030            PERFORM 102-CARREGAR-VENDMEST.
001040            PERFORM 103-ABRIR-VENDAS3N.
001050            OPEN OUTPUT ARQ-COMISPAG.
002131                    TO WK-VEND-TOTAL(WK-IDX-VEND-ACH)
002132            END-IF.
002140            ADD 1 TO WK-VEND-QTDE(WK-IDX-VEND-ACH).
002141            PERFORM 204-SUBIR-HIERARQUIA.
002150            MOVE FD-VENDEDOR  TO WK-VEND-REL.
002160            MOVE FD-NOTA      TO WK-NOTA-REL.
002170            MOVE FD-VALOR     TO WK-VALOR-REL.
002220                        ' NO COMANDO WRITE RELCOMIS'
002230                MOVE 12 TO RETURN-CODE
002240                STOP RUN
002241            END-IF.
002242        204-SUBIR-HIERARQUIA.
002243            IF FD-MES > WK-MES-SIST
002244                COMPUTE WK-ANO-COMP = WK-ANO-SIST - 1
002245            ELSE
002246                MOVE WK-ANO-SIST TO WK-ANO-COMP
002247            END-IF.
002248            MOVE FD-VENDEDOR TO LK-VENDEDOR-COM.
002249            COMPUTE LK-ANO-MES-COM = WK-ANO-COMP * 100 + FD-MES.
002250            CALL WK-PROG-HIERARQUIA USING LK-AREA-HIERARQUIA.
002251            IF LK-SUPERVISOR-COM > ZEROS
002252                COMPUTE WK-OVERRIDE ROUNDED =
002253                    FD-VALOR * WK-TAXA-OVERRIDE / 100
002254            ELSE
002255                MOVE ZEROS TO WK-OVERRIDE
002256            END-IF.
002257            PERFORM 205-SOMAR-NIVEL
002258                VARYING WK-IDX-NIVEL FROM 1 BY 1
002259                UNTIL WK-IDX-NIVEL > 3.
002260       *      DEVOLUCAO ABATE DA EQUIPE COMO DO VENDEDOR
002261        205-SOMAR-NIVEL.
002262            COMPUTE WK-IDX-COD =
002263                LK-CODIGO-NIVEL-COM(WK-IDX-NIVEL) + 1.
002264            ADD 1 TO WK-NIV-QTDE(WK-IDX-NIVEL, WK-IDX-COD).
002265            IF NOTA-DEVOLUCAO
002266                SUBTRACT FD-VALOR
002267                    FROM WK-NIV-VENDAS(WK-IDX-NIVEL, WK-IDX-COD)
002268                SUBTRACT WK-COMISSAO
002269                    FROM WK-NIV-COMISSAO(WK-IDX-NIVEL, WK-IDX-COD)
002270            ELSE
002271                ADD FD-VALOR
002272                    TO WK-NIV-VENDAS(WK-IDX-NIVEL, WK-IDX-COD)
002273                ADD WK-COMISSAO
002274                    TO WK-NIV-COMISSAO(WK-IDX-NIVEL, WK-IDX-COD)
002275            END-IF.
002276            IF WK-IDX-NIVEL = 1
002277                IF NOTA-DEVOLUCAO
002278                    SUBTRACT WK-OVERRIDE
002279                        FROM WK-NIV-OVERRIDE(1, WK-IDX-COD)
002280                ELSE
002281                    ADD WK-OVERRIDE
002282                        TO WK-NIV-OVERRIDE(1, WK-IDX-COD)
002283                END-IF
002250            END-IF.
002260       ***********************************************
002270        300-LER-VENDAS3N SECTION.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95845' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985010            MOVE WK-QTD-SEM-VEND
985011                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
002440            PERFORM 902-GRAVAR-VENDEDOR
002450                VARYING WK-IDX-VEND FROM 1 BY 1
002460                UNTIL WK-IDX-VEND > WK-QTD-VENDEDORES.
002461            PERFORM 903-GRAVAR-OVERRIDE
002462                VARYING WK-IDX-COD FROM 2 BY 1
002463                UNTIL WK-IDX-COD > 100.
002464            PERFORM 905-RELATAR-NIVEL
002465                VARYING WK-IDX-NIVEL FROM 1 BY 1
002466                UNTIL WK-IDX-NIVEL > 3.
002470            DISPLAY 'VENDAS LIDAS          : ' WK-QTD-LIDAS.
002480            DISPLAY 'VENDAS SEM VENDEDOR   : ' WK-QTD-SEM-VEND.
002481            DISPLAY 'OVERRIDES PAGOS       : ' WK-QTD-OVERRIDES.
002490            CLOSE ARQ-VENDAS3N.
002500            CLOSE ARQ-COMISPAG.
002510            CLOSE ARQ-RELCOMIS.
002680                MOVE WK-VEND-TOTAL(WK-IDX-VEND) TO WK-TOTAL-TOT
002690                WRITE REG-RELCOMIS FROM WK-LINHA-TOTAL
002700            END-IF.
002701       *      O OVERRIDE VAI NO COMISPAG COM O CODIGO DO
002702       *      SUPERVISOR, PAGO PELO EAD95876 COMO AS
002703       *      COMISSOES; O NOME VEM DO VENDMEST QUANDO O
002704       *      SUPERVISOR TAMBEM ESTA CADASTRADO LA
002705        903-GRAVAR-OVERRIDE.
002706            IF WK-NIV-OVERRIDE(1, WK-IDX-COD) > ZEROS
002707                COMPUTE WK-COD-NIVEL = WK-IDX-COD - 1
002708                MOVE WK-COD-NIVEL TO FD-CODIGO-PAG
002709                MOVE 'SUPERV SEM CADASTRO' TO FD-NOME-PAG
002710                PERFORM 904-PROCURAR-NOME
002711                    VARYING WK-IDX-VEND FROM 1 BY 1
002712                    UNTIL WK-IDX-VEND > WK-QTD-VENDEDORES
002713                MOVE WK-NIV-OVERRIDE(1, WK-IDX-COD)
002714                    TO FD-VALOR-PAG
002715                WRITE REG-COMISPAG
002716                IF WK-FS-COMISPAG NOT = '00'
002717                    DISPLAY 'ERRO ' WK-FS-COMISPAG
002718                            ' NO COMANDO WRITE COMISPAG'
002719                    MOVE 12 TO RETURN-CODE
002720                    STOP RUN
002721                END-IF
002722                ADD 1 TO WK-QTD-OVERRIDES
002723                MOVE WK-COD-NIVEL TO WK-COD-OVR-REL
002724                MOVE FD-NOME-PAG  TO WK-NOME-OVR-REL
002725                MOVE FD-VALOR-PAG TO WK-VALOR-OVR-REL
002726                WRITE REG-RELCOMIS FROM WK-LINHA-OVERRIDE
002727            END-IF.
002728        904-PROCURAR-NOME.
002729            IF WK-VEND-CODIGO(WK-IDX-VEND) = WK-COD-NIVEL
002730                MOVE WK-VEND-NOME(WK-IDX-VEND) TO FD-NOME-PAG
002731            END-IF.
002732       *      TOTAIS DA EQUIPE EM CADA NIVEL DA HIERARQUIA;
002733       *      CODIGO 00 = NOTAS SEM HIERARQUIA VIGENTE
002734        905-RELATAR-NIVEL.
002735            MOVE SPACES TO WK-TEXTO-TIT.
002736            STRING 'TOTAIS POR ' DELIMITED BY SIZE
002737                   NIVEL-NOME(WK-IDX-NIVEL) DELIMITED BY SPACE
002738                   INTO WK-TEXTO-TIT.
002739            WRITE REG-RELCOMIS FROM WK-LINHA-TITULO
002740                AFTER 2 LINES.
002741            PERFORM 906-GRAVAR-LINHA-NIVEL
002742                VARYING WK-IDX-COD FROM 1 BY 1
002743                UNTIL WK-IDX-COD > 100.
002744        906-GRAVAR-LINHA-NIVEL.
002745            IF WK-NIV-QTDE(WK-IDX-NIVEL, WK-IDX-COD) > ZEROS
002746                MOVE NIVEL-NOME(WK-IDX-NIVEL) TO WK-NIVEL-REL
002747                COMPUTE WK-COD-NIV-REL = WK-IDX-COD - 1
002748                MOVE WK-NIV-QTDE(WK-IDX-NIVEL, WK-IDX-COD)
002749                    TO WK-QTDE-NIV-REL
002750                MOVE WK-NIV-VENDAS(WK-IDX-NIVEL, WK-IDX-COD)
002751                    TO WK-VENDAS-NIV-REL
002752                MOVE WK-NIV-COMISSAO(WK-IDX-NIVEL, WK-IDX-COD)
002753                    TO WK-COMIS-NIV-REL
002754                WRITE REG-RELCOMIS FROM WK-LINHA-NIVEL
002755            END-IF.
