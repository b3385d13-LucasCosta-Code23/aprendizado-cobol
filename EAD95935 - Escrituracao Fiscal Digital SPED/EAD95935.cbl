000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95935.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   ESCRITURACAO FISCAL DIGITAL (SPED FISCAL,    *
000170       *   EFD ICMS/IPI) DE UM ESTADO NO MES            *
000180       *                                                *
000190       *   RODA UMA VEZ POR ESTADO ONDE A EMPRESA E     *
000200       *   INSCRITA (INSCEST). AS NOTAS DO ESTADO E DO  *
000210       *   MES NO VENDAS3N VIRAM C100/C190: A VENDA E   *
000220       *   SAIDA E A DEVOLUCAO E ENTRADA; O ICMS DE     *
000230       *   CADA NOTA E CALCULADO COMO NO EAD95846 E A   *
000240       *   APURACAO (E110) SOMA AS NOTAS. OS COMPRADO-  *
000250       *   RES DO MES SAEM NO 0150 COM OS DADOS DO      *
000260       *   COMPRAD. O BLOCO 9 TRAZ A QUANTIDADE DE      *
000270       *   LINHAS DE CADA REGISTRO                      *
000280       *                                                *
000290       *   ANTES DE GERAR, A BASE E O ICMS DAS NOTAS    *
000300       *   SAO CONFERIDOS COM O ICMSAPUR DO EAD95846;   *
000310       *   SE DIFEREM O ARQUIVO NAO E GERADO (RC 12).   *
000320       *   GERADO, O SPEDFIS E REGISTRADO NO XMITREG    *
000330       *   COMO SPED + UF (EAD95862)                    *
000340       *                                                *
000350       *   SYSIN: PERIODO (AAAAMM), UF, NOME EMPRESARIAL*
000360       *          E VERSAO DO LEIAUTE (BRANCO = 019)    *
000370       *   RC 4 = COMPRADOR FORA DO COMPRAD             *
000380       **************************************************
000390       *
000400        ENVIRONMENT DIVISION.
000410        CONFIGURATION SECTION.
000420        SPECIAL-NAMES.
000430            DECIMAL-POINT IS COMMA.
000440        INPUT-OUTPUT SECTION.
000450        FILE-CONTROL.
000460            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000470                FILE STATUS IS WK-FS-RUNJRNL.
000480            SELECT ARQ-VENDAS3N ASSIGN TO VENDAS3N
000490                FILE STATUS IS WK-FS-VENDAS3N.
000500            SELECT ARQ-ICMSTAB  ASSIGN TO ICMSTAB
000510                FILE STATUS IS WK-FS-ICMSTAB.
000520            SELECT ARQ-INSCEST  ASSIGN TO INSCEST
000530                FILE STATUS IS WK-FS-INSCEST.
000540            SELECT ARQ-ICMSAPUR ASSIGN TO ICMSAPUR
000550                FILE STATUS IS WK-FS-ICMSAPUR.
000560            SELECT ARQ-COMPRAD  ASSIGN TO COMPRAD
000570                ORGANIZATION IS INDEXED
000580                ACCESS MODE IS RANDOM
000590                RECORD KEY IS FD-CODIGO-CMP
000600                FILE STATUS IS WK-FS-COMPRAD.
000610            SELECT ARQ-SPEDFIS  ASSIGN TO SPEDFIS
000620                FILE STATUS IS WK-FS-SPEDFIS.
000630            SELECT ARQ-XMITREG  ASSIGN TO XMITREG
000640                FILE STATUS IS WK-FS-XMITREG.
000650            SELECT ARQ-RELSPED  ASSIGN TO RELSPED
000660                FILE STATUS IS WK-FS-RELSPED.
000670       *
000680        DATA DIVISION.
000690        FILE SECTION.
000700        FD   ARQ-VENDAS3N
000710             RECORDING MODE IS F.
000720        01  REG-VENDAS3N.
000730            05 FD-VENDEDOR             PIC 99.
000740            05 FD-ESTADO               PIC XX.
000750            05 FD-MES                  PIC 99.
000760            05 FD-CATEGORIA            PIC 9.
000770            05 FD-NOTA                 PIC 9(6).
000780            05 FD-VALOR                PIC 9(6)V99.
000790            05 FD-MOEDA                PIC X(3).
000800            05 FD-TIPO-NOTA            PIC X.
000810                88 VENDA-NORMAL           VALUE 'V' ' '.
000820                88 NOTA-DEVOLUCAO         VALUE 'D'.
000830            05 FD-COMPRADOR            PIC X(6).
000840            05 FD-APROVADO             PIC X.
000850            05 FD-QUANTIDADE           PIC 9(5).
000860        FD   ARQ-ICMSTAB
000870             RECORDING MODE IS F.
000880        01  REG-ICMSTAB.
000890            05 FD-ESTADO-TAB       PIC XX.
000900            05 FD-ALIQUOTA-TAB     PIC 9(2)V99.
000910        FD   ARQ-INSCEST
000920             RECORDING MODE IS F.
000930        01  REG-INSCEST.
000940            05 FD-ESTADO-INSC      PIC XX.
000950            05 FD-CNPJ-INSC        PIC X(14).
000960            05 FD-IE-INSC          PIC X(14).
000970            05 FD-MUNICIPIO-INSC   PIC 9(7).
000980            05 FILLER              PIC X(3).
000990        FD   ARQ-ICMSAPUR
001000             RECORDING MODE IS F.
001010        01  REG-ICMSAPUR.
001020            05 FD-ESTADO-APU       PIC XX.
001030            05 FD-MES-APU          PIC 99.
001040            05 FD-BASE-APU         PIC S9(9)V99.
001050            05 FD-ALIQUOTA-APU     PIC 9(2)V99.
001060            05 FD-IMPOSTO-APU      PIC 9(9)V99.
001070        FD   ARQ-COMPRAD.
001080        01  REG-COMPRAD.
001090            05 FD-CODIGO-CMP       PIC X(6).
001100            05 FD-TIPO-DOC-CMP     PIC X.
001110            05 FD-CPFCNPJ-CMP      PIC X(14).
001120            05 FD-NOME-CMP         PIC X(30).
001130            05 FD-ESTADO-CMP       PIC XX.
001140            05 FD-LIMITE-CMP       PIC 9(9)V99.
001150            05 FD-PRAZO-CMP        PIC 9(3).
001160            05 FD-DATA-INCL-CMP    PIC 9(8).
001170            05 FD-SITUACAO-CMP     PIC X.
001180       *      LINHAS DO LEIAUTE DA EFD, CAMPOS ENTRE BARRAS
001190        FD   ARQ-SPEDFIS
001200             RECORDING MODE IS F.
001210        01  REG-SPEDFIS                PIC X(250).
001220        FD   ARQ-XMITREG
001230             RECORDING MODE IS F.
001240        01  REG-XMITREG.
001250            05 FD-PARCEIRO-XMIT    PIC X(10).
001260            05 FD-ARQUIVO-XMIT     PIC X(8).
001270            05 FD-DIRECAO-XMIT     PIC X.
001280                88 XMIT-ENTRADA        VALUE 'E'.
001290                88 XMIT-SAIDA          VALUE 'S'.
001300            05 FD-DATA-XMIT        PIC 9(8).
001310            05 FD-QTDE-XMIT        PIC 9(7).
001320            05 FD-HASH-XMIT        PIC 9(13)V99.
001330            05 FD-SITUACAO-XMIT    PIC X.
001340                88 XMIT-PENDENTE       VALUE 'P'.
001350                88 XMIT-RECEBIDO       VALUE 'R'.
001360                88 XMIT-DIVERGENTE     VALUE 'D'.
001370        FD   ARQ-RELSPED
001380             RECORDING MODE IS F.
001390        01  REG-RELSPED                PIC X(80).
001400        FD   ARQ-RUNJRNL
001410             RECORDING MODE IS F.
001420        01  REG-RUNJRNL.
001430            05 JRL-PROGRAMA        PIC X(8).
001440            05 JRL-TIPO            PIC X.
001450            05 JRL-DATA            PIC 9(8).
001460            05 JRL-HORA            PIC 9(6).
001470            05 JRL-QTD-LIDOS       PIC 9(7).
001480            05 JRL-QTD-GRAVADOS    PIC 9(7).
001490            05 JRL-QTD-REJEITADOS  PIC 9(7).
001500            05 JRL-RETORNO         PIC 9(4).
001501            05 JRL-ID-EXEC         PIC 9(10).
001510        WORKING-STORAGE SECTION.
001520        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001521        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001522        01  LK-AREA-ID-EXEC.
001523            05 LK-PROGRAMA-COM     PIC X(8).
001524            05 LK-ID-EXEC-COM      PIC 9(10).
001530        77  WK-FS-VENDAS3N PIC XX           VALUE SPACES.
001540        77  WK-FS-ICMSTAB  PIC XX           VALUE SPACES.
001550        77  WK-FS-INSCEST  PIC XX           VALUE SPACES.
001560        77  WK-FS-ICMSAPUR PIC XX           VALUE SPACES.
001570        77  WK-FS-COMPRAD  PIC XX           VALUE SPACES.
001580        77  WK-FS-SPEDFIS  PIC XX           VALUE SPACES.
001590        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
001600        77  WK-FS-RELSPED  PIC XX           VALUE SPACES.
001610        01  WK-PERIODO     PIC 9(6)         VALUE ZEROS.
001620        01  WK-PERIODO-R REDEFINES WK-PERIODO.
001630            05 WK-ANO-PER      PIC 9(4).
001640            05 WK-MES-PER      PIC 99.
001650        77  WK-UF          PIC XX           VALUE SPACES.
001660        77  WK-NOME-EMPRESA PIC X(60)       VALUE SPACES.
001670        77  WK-VERSAO-LEIAUTE PIC X(3)      VALUE SPACES.
001680        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001690       *      DATAS DA EFD NO FORMATO DDMMAAAA
001700        01  WK-DATA-INI.
001710            05 WK-DIA-INI      PIC 99.
001720            05 WK-MES-INI      PIC 99.
001730            05 WK-ANO-INI      PIC 9(4).
001740        01  WK-DATA-FIM.
001750            05 WK-DIA-FIM      PIC 99.
001760            05 WK-MES-FIM      PIC 99.
001770            05 WK-ANO-FIM      PIC 9(4).
001780        01  WK-DIAS-MES-LIT    PIC X(24)
001790                 VALUE '312831303130313130313031'.
001800        01  WK-DIAS-MES-R REDEFINES WK-DIAS-MES-LIT.
001810            05 WK-DIAS-MES     PIC 99 OCCURS 12 TIMES.
001820        77  WK-QUOCIENTE   PIC 9(4)         VALUE ZEROS.
001830        77  WK-RESTO-4     PIC 9(3)         VALUE ZEROS.
001840        77  WK-RESTO-100   PIC 9(3)         VALUE ZEROS.
001850        77  WK-RESTO-400   PIC 9(3)         VALUE ZEROS.
001860       *      DADOS DO ESTADO
001870        77  WK-ALIQUOTA    PIC 9(2)V99      VALUE ZEROS.
001880        77  WK-CNPJ-EMPRESA PIC X(14)       VALUE SPACES.
001890        77  WK-IE-EMPRESA  PIC X(14)        VALUE SPACES.
001900        77  WK-MUNICIPIO   PIC 9(7)         VALUE ZEROS.
001910        77  WK-ACHOU-ALIQ  PIC X            VALUE 'N'.
001920            88 ALIQUOTA-ACHADA                 VALUE 'S'.
001930        77  WK-ACHOU-INSC  PIC X            VALUE 'N'.
001940            88 INSCRICAO-ACHADA                VALUE 'S'.
001950        77  WK-ACHOU-APUR  PIC X            VALUE 'N'.
001960            88 APURACAO-ACHADA                 VALUE 'S'.
001970        77  WK-BASE-APUR   PIC S9(9)V99     VALUE ZEROS.
001980        77  WK-IMPOSTO-APUR PIC 9(9)V99     VALUE ZEROS.
001990        77  WK-NOTA-PERIODO PIC X           VALUE 'N'.
002000            88 NOTA-DO-PERIODO                 VALUE 'S'.
002010        77  WK-TOTAIS-CONFEREM PIC X        VALUE 'N'.
002020            88 TOTAIS-CONFEREM                 VALUE 'S'.
002030       *      TOTAIS DAS NOTAS DO ESTADO NO MES
002040        77  WK-ICMS-NOTA   PIC 9(9)V99      VALUE ZEROS.
002050        77  WK-QTD-LIDAS   PIC 9(7)         VALUE ZEROS.
002060        77  WK-QTD-SAIDAS  PIC 9(7)         VALUE ZEROS.
002070        77  WK-QTD-ENTRADAS PIC 9(7)        VALUE ZEROS.
002080        77  WK-BASE-SAIDAS PIC 9(11)V99     VALUE ZEROS.
002090        77  WK-ICMS-SAIDAS PIC 9(11)V99     VALUE ZEROS.
002100        77  WK-BASE-ENTRADAS PIC 9(11)V99   VALUE ZEROS.
002110        77  WK-ICMS-ENTRADAS PIC 9(11)V99   VALUE ZEROS.
002120        77  WK-BASE-ARQUIVO PIC S9(11)V99   VALUE ZEROS.
002130        77  WK-ICMS-ARQUIVO PIC S9(11)V99   VALUE ZEROS.
002140        77  WK-SALDO-DEVEDOR PIC 9(11)V99   VALUE ZEROS.
002150        77  WK-SALDO-CREDOR PIC 9(11)V99    VALUE ZEROS.
002160        77  WK-TOT-DOCUMENTOS PIC 9(13)V99  VALUE ZEROS.
002170       *      COMPRADORES DAS NOTAS DO MES (REGISTRO 0150)
002180        77  WK-QTD-CPR     PIC 9(4)         VALUE ZEROS.
002190        77  WK-IDX-CPR     PIC 9(4)         VALUE ZEROS.
002200        77  WK-IDX-CPR-ACH PIC 9(4)         VALUE ZEROS.
002210        77  WK-QTD-SEM-CADASTRO PIC 9(5)    VALUE ZEROS.
002220        01  WK-TAB-COMPRADORES.
002230            05 WK-CPR-OCC         OCCURS 2000 TIMES.
002240                10 WK-CPR-CODIGO      PIC X(6).
002250                10 WK-CPR-ESTADO      PIC XX.
002260       *      MONTAGEM DA LINHA: CADA CAMPO SEM BRANCOS A
002270       *      DIREITA, VALORES SEM ZEROS A ESQUERDA
002280        77  WK-LINHA-SPED  PIC X(250)       VALUE SPACES.
002290        77  WK-PONTEIRO    PIC 9(3)         VALUE ZEROS.
002300        77  WK-REG-ATUAL   PIC X(4)         VALUE SPACES.
002310        77  WK-CAMPO-SPED  PIC X(60)        VALUE SPACES.
002320        77  WK-TAM-CAMPO   PIC 99           VALUE ZEROS.
002330        77  WK-FIM-CAMPO   PIC X            VALUE 'N'.
002340            88 FIM-DO-CAMPO                    VALUE 'S'.
002350        77  WK-VALOR-SPED  PIC 9(13)V99     VALUE ZEROS.
002360        77  WK-VALOR-EDIT  PIC Z(12)9,99    VALUE ZEROS.
002370        77  WK-NUMERO-SPED PIC 9(9)         VALUE ZEROS.
002380        77  WK-NUMERO-EDIT PIC Z(8)9        VALUE ZEROS.
002390        77  WK-BRANCOS     PIC 99           VALUE ZEROS.
002400        77  WK-CFOP        PIC X(4)         VALUE SPACES.
002410       *      QUANTIDADE DE LINHAS POR REGISTRO E POR BLOCO
002420        77  WK-QTD-LINHAS  PIC 9(9)         VALUE ZEROS.
002430        77  WK-QTD-BLOCO   PIC 9(9)         VALUE ZEROS.
002440        77  WK-BLOCO-ATUAL PIC X            VALUE SPACE.
002450        77  WK-CONTAR-TIPO PIC X            VALUE 'S'.
002460            88 CONTAR-TIPO                     VALUE 'S'.
002470        77  WK-QTD-TIPOS   PIC 99           VALUE ZEROS.
002480        77  WK-IDX-TIPO    PIC 99           VALUE ZEROS.
002490        77  WK-IDX-TIPO-ACH PIC 99          VALUE ZEROS.
002500        01  WK-TAB-TIPOS.
002510            05 WK-TIPO-OCC        OCCURS 40 TIMES.
002520                10 WK-TIPO-REG        PIC X(4).
002530                10 WK-TIPO-QTDE       PIC 9(9).
002540        01  WK-BLOCOS-VAZIOS-LIT PIC X(4)   VALUE 'GHK1'.
002550        01  WK-BLOCOS-VAZIOS REDEFINES WK-BLOCOS-VAZIOS-LIT.
002560            05 WK-BLOCO-VAZIO  PIC X OCCURS 4 TIMES.
002570        77  WK-IDX-BLOCO   PIC 9            VALUE ZEROS.
002580        01  WK-CABEC-SPED.
002590            05 FILLER          PIC X(30)
002600                 VALUE 'SPED FISCAL ICMS/IPI - ESTADO '.
002610            05 WK-UF-CABEC     PIC XX.
002620            05 FILLER          PIC X(09) VALUE ' PERIODO '.
002630            05 WK-MES-CABEC    PIC 99.
002640            05 FILLER          PIC X(01) VALUE '/'.
002650            05 WK-ANO-CABEC    PIC 9(4).
002660        01  WK-LINHA-VALOR.
002670            05 WK-TITULO-VAL   PIC X(30).
002680            05 WK-VALOR-VAL    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002690        01  WK-LINHA-TOTAL.
002700            05 WK-TITULO-TOT   PIC X(30).
002710            05 WK-VALOR-TOT    PIC ZZZZZZZZ9.
002720        01  WK-LINHA-TIPO.
002730            05 FILLER          PIC X(09) VALUE 'REGISTRO '.
002740            05 WK-TIPO-REL     PIC X(4).
002750            05 FILLER          PIC X(17) VALUE SPACES.
002760            05 WK-QTDE-TIPO-REL PIC ZZZZZZZZ9.
002770        01  WK-LINHA-COMPRADOR.
002780            05 FILLER          PIC X(31)
002790                 VALUE 'COMPRADOR FORA DO COMPRAD     '.
002800            05 WK-COMPRADOR-REL PIC X(6).
002810       *
002820        PROCEDURE DIVISION.
002830        000-PRINCIPAL SECTION.
002840        001-PRINCIPAL.
002850            PERFORM 195-GRAVAR-JRNL-INICIO.
002860            PERFORM 101-INICIAR.
002870            PERFORM 201-APURAR-NOTA
002880                UNTIL WK-FS-VENDAS3N = '10'.
002890            CLOSE ARQ-VENDAS3N.
002900            PERFORM 110-CONFERIR-APURACAO.
002910            IF TOTAIS-CONFEREM
002920                PERFORM 401-GERAR-SPEDFIS
002930            END-IF.
002940            PERFORM 901-FINALIZAR.
002950            PERFORM 196-GRAVAR-JRNL-FIM.
002960            STOP RUN.
002970       ***********************************************************
002980        100-INICIAR SECTION.
002990        101-INICIAR.
003000            ACCEPT WK-PERIODO FROM SYSIN.
003010            ACCEPT WK-UF FROM SYSIN.
003020            ACCEPT WK-NOME-EMPRESA FROM SYSIN.
003030            ACCEPT WK-VERSAO-LEIAUTE FROM SYSIN.
003040            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
003050            IF WK-PERIODO NOT NUMERIC
003060               OR WK-MES-PER < 1 OR WK-MES-PER > 12
003070                DISPLAY 'PERIODO INVALIDO NO SYSIN: ' WK-PERIODO
003080                MOVE 12 TO RETURN-CODE
003090                STOP RUN
003100            END-IF.
003110            IF WK-UF = SPACES OR WK-NOME-EMPRESA = SPACES
003120                DISPLAY 'UF E NOME EMPRESARIAL SAO OBRIGATORIOS '
003130                        'NO SYSIN'
003140                MOVE 12 TO RETURN-CODE
003150                STOP RUN
003160            END-IF.
003170            IF WK-VERSAO-LEIAUTE = SPACES
003180                MOVE '019' TO WK-VERSAO-LEIAUTE
003190            END-IF.
003200            PERFORM 102-MONTAR-DATAS.
003210            PERFORM 103-CARREGAR-ICMSTAB.
003220            PERFORM 105-CARREGAR-INSCEST.
003230            PERFORM 107-CARREGAR-ICMSAPUR.
003240            OPEN OUTPUT ARQ-RELSPED.
003250            IF WK-FS-RELSPED NOT = '00'
003260                DISPLAY 'ERRO ' WK-FS-RELSPED
003270                        ' NO COMANDO OPEN RELSPED'
003280                MOVE 12 TO RETURN-CODE
003290                STOP RUN
003300            END-IF.
003310            MOVE WK-UF TO WK-UF-CABEC.
003320            MOVE WK-MES-PER TO WK-MES-CABEC.
003330            MOVE WK-ANO-PER TO WK-ANO-CABEC.
003340            WRITE REG-RELSPED FROM WK-CABEC-SPED AFTER 2 LINES.
003350            PERFORM 218-CONFERIR-RELSPED.
003360            OPEN INPUT ARQ-COMPRAD.
003370            IF WK-FS-COMPRAD NOT = '00'
003380                DISPLAY 'ARQUIVO COMPRAD INDISPONIVEL, STATUS '
003390                        WK-FS-COMPRAD
003400                MOVE 12 TO RETURN-CODE
003410                STOP RUN
003420            END-IF.
003430            PERFORM 104-ABRIR-VENDAS3N.
003440       *      PRIMEIRO AO ULTIMO DIA DO MES; FEVEREIRO TEM 29
003450       *      DIAS NO ANO BISSEXTO
003460        102-MONTAR-DATAS.
003470            MOVE 1 TO WK-DIA-INI.
003480            MOVE WK-MES-PER TO WK-MES-INI.
003490            MOVE WK-ANO-PER TO WK-ANO-INI.
003500            MOVE WK-DIAS-MES(WK-MES-PER) TO WK-DIA-FIM.
003510            MOVE WK-MES-PER TO WK-MES-FIM.
003520            MOVE WK-ANO-PER TO WK-ANO-FIM.
003530            IF WK-MES-PER = 2
003540                DIVIDE WK-ANO-PER BY 4 GIVING WK-QUOCIENTE
003550                    REMAINDER WK-RESTO-4
003560                DIVIDE WK-ANO-PER BY 100 GIVING WK-QUOCIENTE
003570                    REMAINDER WK-RESTO-100
003580                DIVIDE WK-ANO-PER BY 400 GIVING WK-QUOCIENTE
003590                    REMAINDER WK-RESTO-400
003600                IF WK-RESTO-4 = ZERO
003610                   AND (WK-RESTO-100 NOT = ZERO
003620                        OR WK-RESTO-400 = ZERO)
003630                    MOVE 29 TO WK-DIA-FIM
003640                END-IF
003650            END-IF.
003660        103-CARREGAR-ICMSTAB.
003670            OPEN INPUT ARQ-ICMSTAB.
003680            IF WK-FS-ICMSTAB NOT = '00'
003690                DISPLAY 'ARQUIVO ICMSTAB INDISPONIVEL, STATUS '
003700                        WK-FS-ICMSTAB
003710                MOVE 12 TO RETURN-CODE
003720                STOP RUN
003730            END-IF.
003740            PERFORM 301-LER-ICMSTAB.
003750            PERFORM 106-PROCURAR-ALIQUOTA
003760                UNTIL WK-FS-ICMSTAB = '10'.
003770            CLOSE ARQ-ICMSTAB.
003780            IF NOT ALIQUOTA-ACHADA
003790                DISPLAY 'ESTADO ' WK-UF ' SEM ALIQUOTA NO ICMSTAB'
003800                MOVE 12 TO RETURN-CODE
003810                STOP RUN
003820            END-IF.
003830        106-PROCURAR-ALIQUOTA.
003840            IF FD-ESTADO-TAB = WK-UF
003850                MOVE FD-ALIQUOTA-TAB TO WK-ALIQUOTA
003860                SET ALIQUOTA-ACHADA TO TRUE
003870            END-IF.
003880            PERFORM 301-LER-ICMSTAB.
003890        104-ABRIR-VENDAS3N.
003900            OPEN INPUT ARQ-VENDAS3N.
003910            EVALUATE WK-FS-VENDAS3N
003920                WHEN '00'
003930                    PERFORM 304-LER-VENDAS3N
003940                WHEN '35'
003950                    DISPLAY 'ARQUIVO VENDAS3N NAO ENCONTRADO'
003960                    MOVE 12 TO RETURN-CODE
003970                    STOP RUN
003980                WHEN OTHER
003990                    DISPLAY 'ERRO ' WK-FS-VENDAS3N
004000                            ' NO COMANDO OPEN VENDAS3N'
004010                    MOVE 12 TO RETURN-CODE
004020                    STOP RUN
004030            END-EVALUATE.
004040        105-CARREGAR-INSCEST.
004050            OPEN INPUT ARQ-INSCEST.
004060            IF WK-FS-INSCEST NOT = '00'
004070                DISPLAY 'ARQUIVO INSCEST INDISPONIVEL, STATUS '
004080                        WK-FS-INSCEST
004090                MOVE 12 TO RETURN-CODE
004100                STOP RUN
004110            END-IF.
004120            PERFORM 302-LER-INSCEST.
004130            PERFORM 108-PROCURAR-INSCRICAO
004140                UNTIL WK-FS-INSCEST = '10'.
004150            CLOSE ARQ-INSCEST.
004160            IF NOT INSCRICAO-ACHADA
004170                DISPLAY 'EMPRESA SEM INSCRICAO NO ESTADO ' WK-UF
004180                MOVE 12 TO RETURN-CODE
004190                STOP RUN
004200            END-IF.
004210        108-PROCURAR-INSCRICAO.
004220            IF FD-ESTADO-INSC = WK-UF
004230                MOVE FD-CNPJ-INSC      TO WK-CNPJ-EMPRESA
004240                MOVE FD-IE-INSC        TO WK-IE-EMPRESA
004250                MOVE FD-MUNICIPIO-INSC TO WK-MUNICIPIO
004260                SET INSCRICAO-ACHADA TO TRUE
004270            END-IF.
004280            PERFORM 302-LER-INSCEST.
004290       *      SEM O ICMSAPUR NAO HA COM O QUE CONFERIR
004300        107-CARREGAR-ICMSAPUR.
004310            OPEN INPUT ARQ-ICMSAPUR.
004320            IF WK-FS-ICMSAPUR NOT = '00'
004330                DISPLAY 'ARQUIVO ICMSAPUR INDISPONIVEL, STATUS '
004340                        WK-FS-ICMSAPUR
004350                MOVE 12 TO RETURN-CODE
004360                STOP RUN
004370            END-IF.
004380            PERFORM 303-LER-ICMSAPUR.
004390            PERFORM 109-PROCURAR-APURACAO
004400                UNTIL WK-FS-ICMSAPUR = '10'.
004410            CLOSE ARQ-ICMSAPUR.
004420        109-PROCURAR-APURACAO.
004430            IF FD-ESTADO-APU = WK-UF AND FD-MES-APU = WK-MES-PER
004440                MOVE FD-BASE-APU    TO WK-BASE-APUR
004450                MOVE FD-IMPOSTO-APU TO WK-IMPOSTO-APUR
004460                SET APURACAO-ACHADA TO TRUE
004470            END-IF.
004480            PERFORM 303-LER-ICMSAPUR.
004490       *      O EAD95846 SO GRAVA O MES COM BASE POSITIVA; SEM
004500       *      REGISTRO A BASE DAS NOTAS NAO PODE SER POSITIVA
004510        110-CONFERIR-APURACAO.
004520            COMPUTE WK-BASE-ARQUIVO =
004530                WK-BASE-SAIDAS - WK-BASE-ENTRADAS.
004540            COMPUTE WK-ICMS-ARQUIVO =
004550                WK-ICMS-SAIDAS - WK-ICMS-ENTRADAS.
004560            IF APURACAO-ACHADA
004570                IF WK-BASE-ARQUIVO = WK-BASE-APUR
004580                   AND WK-ICMS-ARQUIVO = WK-IMPOSTO-APUR
004590                    SET TOTAIS-CONFEREM TO TRUE
004600                END-IF
004610            ELSE
004620                IF WK-BASE-ARQUIVO NOT > ZEROS
004630                    SET TOTAIS-CONFEREM TO TRUE
004640                END-IF
004650            END-IF.
004660            MOVE 'NOTAS DE SAIDA (VENDAS)     : '
004670                TO WK-TITULO-TOT.
004680            MOVE WK-QTD-SAIDAS TO WK-VALOR-TOT.
004690            WRITE REG-RELSPED FROM WK-LINHA-TOTAL AFTER 2 LINES.
004700            MOVE 'NOTAS DE ENTRADA (DEVOLUCAO): '
004710                TO WK-TITULO-TOT.
004720            MOVE WK-QTD-ENTRADAS TO WK-VALOR-TOT.
004730            WRITE REG-RELSPED FROM WK-LINHA-TOTAL.
004740            MOVE 'BASE DAS NOTAS              : '
004750                TO WK-TITULO-VAL.
004760            MOVE WK-BASE-ARQUIVO TO WK-VALOR-VAL.
004770            WRITE REG-RELSPED FROM WK-LINHA-VALOR.
004780            MOVE 'BASE APURADA NO EAD95846    : '
004790                TO WK-TITULO-VAL.
004800            MOVE WK-BASE-APUR TO WK-VALOR-VAL.
004810            WRITE REG-RELSPED FROM WK-LINHA-VALOR.
004820            MOVE 'ICMS DAS NOTAS              : '
004830                TO WK-TITULO-VAL.
004840            MOVE WK-ICMS-ARQUIVO TO WK-VALOR-VAL.
004850            WRITE REG-RELSPED FROM WK-LINHA-VALOR.
004860            MOVE 'ICMS APURADO NO EAD95846    : '
004870                TO WK-TITULO-VAL.
004880            MOVE WK-IMPOSTO-APUR TO WK-VALOR-VAL.
004890            WRITE REG-RELSPED FROM WK-LINHA-VALOR.
004900            PERFORM 218-CONFERIR-RELSPED.
004910            IF NOT TOTAIS-CONFEREM
004920                MOVE 'SPEDFIS NAO GERADO - DIFERE DO EAD95846'
004930                    TO REG-RELSPED
004940                WRITE REG-RELSPED AFTER 2 LINES
004950                PERFORM 218-CONFERIR-RELSPED
004960                DISPLAY 'TOTAIS DAS NOTAS DIFEREM DA APURACAO DO '
004970                        'EAD95846, SPEDFIS NAO GERADO'
004980                MOVE 12 TO RETURN-CODE
004990            END-IF.
005000       ***********************************************
005010       *      1A PASSADA: TOTAIS E COMPRADORES DO MES
005020        200-PROCESSAR SECTION.
005030        201-APURAR-NOTA.
005040            ADD 1 TO WK-QTD-LIDAS.
005050            PERFORM 202-SELECIONAR-NOTA.
005060            IF NOTA-DO-PERIODO
005070                PERFORM 203-CALCULAR-ICMS-NOTA
005080                IF NOTA-DEVOLUCAO
005090                    ADD 1 TO WK-QTD-ENTRADAS
005100                    ADD FD-VALOR TO WK-BASE-ENTRADAS
005110                    ADD WK-ICMS-NOTA TO WK-ICMS-ENTRADAS
005120                ELSE
005130                    ADD 1 TO WK-QTD-SAIDAS
005140                    ADD FD-VALOR TO WK-BASE-SAIDAS
005150                    ADD WK-ICMS-NOTA TO WK-ICMS-SAIDAS
005160                END-IF
005170                PERFORM 204-REGISTRAR-COMPRADOR
005180            END-IF.
005190            PERFORM 304-LER-VENDAS3N.
005200        202-SELECIONAR-NOTA.
005210            IF FD-ESTADO = WK-UF AND FD-MES = WK-MES-PER
005220                SET NOTA-DO-PERIODO TO TRUE
005230            ELSE
005240                MOVE 'N' TO WK-NOTA-PERIODO
005250            END-IF.
005260       *      MESMO CALCULO DO EAD95846, NOTA A NOTA
005270        203-CALCULAR-ICMS-NOTA.
005280            COMPUTE WK-ICMS-NOTA ROUNDED =
005290                FD-VALOR * WK-ALIQUOTA / 100.
005300        204-REGISTRAR-COMPRADOR.
005310            PERFORM 205-ACHAR-COMPRADOR.
005320            IF WK-IDX-CPR-ACH = ZEROS
005330                IF WK-QTD-CPR NOT LESS 2000
005340                    DISPLAY 'TABELA DE COMPRADORES CHEIA, '
005350                            'LIMITE 2000'
005360                    MOVE 12 TO RETURN-CODE
005370                    STOP RUN
005380                END-IF
005390                ADD 1 TO WK-QTD-CPR
005400                MOVE FD-COMPRADOR TO WK-CPR-CODIGO(WK-QTD-CPR)
005410                MOVE SPACES TO WK-CPR-ESTADO(WK-QTD-CPR)
005420            END-IF.
005430        205-ACHAR-COMPRADOR.
005440            MOVE ZEROS TO WK-IDX-CPR-ACH.
005450            PERFORM 206-COMPARAR-COMPRADOR
005460                VARYING WK-IDX-CPR FROM 1 BY 1
005470                UNTIL WK-IDX-CPR > WK-QTD-CPR
005480                   OR WK-IDX-CPR-ACH > ZEROS.
005490        206-COMPARAR-COMPRADOR.
005500            IF WK-CPR-CODIGO(WK-IDX-CPR) = FD-COMPRADOR
005510                MOVE WK-IDX-CPR TO WK-IDX-CPR-ACH
005520            END-IF.
005530        218-CONFERIR-RELSPED.
005540            IF WK-FS-RELSPED NOT = '00'
005550                DISPLAY 'ERRO ' WK-FS-RELSPED
005560                        ' NO COMANDO WRITE RELSPED'
005570                MOVE 12 TO RETURN-CODE
005580                STOP RUN
005590            END-IF.
005600       ***********************************************
005610        300-LEITURAS SECTION.
005620        301-LER-ICMSTAB.
005630            READ ARQ-ICMSTAB.
005640            EVALUATE WK-FS-ICMSTAB
005650                WHEN '00'
005660                    CONTINUE
005670                WHEN '10'
005680                    CONTINUE
005690                WHEN OTHER
005700                    DISPLAY 'ERRO ' WK-FS-ICMSTAB
005710                            ' NO COMANDO READ ICMSTAB'
005720                    MOVE 12 TO RETURN-CODE
005730                    STOP RUN
005740            END-EVALUATE.
005750        302-LER-INSCEST.
005760            READ ARQ-INSCEST.
005770            EVALUATE WK-FS-INSCEST
005780                WHEN '00'
005790                    CONTINUE
005800                WHEN '10'
005810                    CONTINUE
005820                WHEN OTHER
005830                    DISPLAY 'ERRO ' WK-FS-INSCEST
005840                            ' NO COMANDO READ INSCEST'
005850                    MOVE 12 TO RETURN-CODE
005860                    STOP RUN
005870            END-EVALUATE.
005880        303-LER-ICMSAPUR.
005890            READ ARQ-ICMSAPUR.
005900            EVALUATE WK-FS-ICMSAPUR
005910                WHEN '00'
005920                    CONTINUE
005930                WHEN '10'
005940                    CONTINUE
005950                WHEN OTHER
005960                    DISPLAY 'ERRO ' WK-FS-ICMSAPUR
005970                            ' NO COMANDO READ ICMSAPUR'
005980                    MOVE 12 TO RETURN-CODE
005990                    STOP RUN
006000            END-EVALUATE.
006010        304-LER-VENDAS3N.
006020            READ ARQ-VENDAS3N.
006030            EVALUATE WK-FS-VENDAS3N
006040                WHEN '00'
006050                    CONTINUE
006060                WHEN '10'
006070                    CONTINUE
006080                WHEN OTHER
006090                    DISPLAY 'ERRO ' WK-FS-VENDAS3N
006100                            ' NO COMANDO READ VENDAS3N'
006110                    MOVE 12 TO RETURN-CODE
006120                    STOP RUN
006130            END-EVALUATE.
006140        195-GRAVAR-JRNL-INICIO.
006150            MOVE 'I' TO JRL-TIPO.
006160            MOVE ZEROS TO JRL-QTD-LIDOS.
006170            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006180            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006190            MOVE ZEROS TO JRL-RETORNO.
006191            MOVE 'EAD95935' TO LK-PROGRAMA-COM.
006192            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006193            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006200            PERFORM 194-GRAVAR-RUNJRNL.
006210        196-GRAVAR-JRNL-FIM.
006220            MOVE 'F' TO JRL-TIPO.
006230            MOVE WK-QTD-LIDAS      TO JRL-QTD-LIDOS.
006240            MOVE WK-QTD-LINHAS     TO JRL-QTD-GRAVADOS.
006250            MOVE WK-QTD-SEM-CADASTRO TO JRL-QTD-REJEITADOS.
006260            MOVE RETURN-CODE TO JRL-RETORNO.
006261            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006270            PERFORM 194-GRAVAR-RUNJRNL.
006280        194-GRAVAR-RUNJRNL.
006290            OPEN EXTEND ARQ-RUNJRNL.
006300            IF WK-FS-RUNJRNL = '35'
006310                OPEN OUTPUT ARQ-RUNJRNL
006320            END-IF.
006330            IF WK-FS-RUNJRNL NOT = '00'
006340                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006350                        ' NO COMANDO OPEN RUNJRNL'
006360                MOVE 12 TO RETURN-CODE
006370                STOP RUN
006380            END-IF.
006390            MOVE 'EAD95935' TO JRL-PROGRAMA.
006400            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006410            ACCEPT JRL-HORA FROM TIME.
006420            WRITE REG-RUNJRNL.
006430            IF WK-FS-RUNJRNL NOT = '00'
006440                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006450                        ' NO COMANDO WRITE RUNJRNL'
006460                MOVE 12 TO RETURN-CODE
006470                STOP RUN
006480            END-IF.
006490            CLOSE ARQ-RUNJRNL.
006500       ***********************************************
006510       *      GERACAO DO ARQUIVO, BLOCO A BLOCO NA ORDEM DO
006520       *      LEIAUTE: 0, C, D, E, G, H, K, 1 E 9
006530        400-GERAR SECTION.
006540        401-GERAR-SPEDFIS.
006550            OPEN OUTPUT ARQ-SPEDFIS.
006560            IF WK-FS-SPEDFIS NOT = '00'
006570                DISPLAY 'ERRO ' WK-FS-SPEDFIS
006580                        ' NO COMANDO OPEN SPEDFIS'
006590                MOVE 12 TO RETURN-CODE
006600                STOP RUN
006610            END-IF.
006620            PERFORM 410-GERAR-BLOCO-0.
006630            PERFORM 420-GERAR-BLOCO-C.
006640            MOVE 'D' TO WK-BLOCO-ATUAL.
006650            PERFORM 460-GERAR-BLOCO-VAZIO.
006660            PERFORM 430-GERAR-BLOCO-E.
006670            PERFORM 461-GERAR-BLOCO-VAZIO-LISTA
006680                VARYING WK-IDX-BLOCO FROM 1 BY 1
006690                UNTIL WK-IDX-BLOCO > 4.
006700            PERFORM 440-GERAR-BLOCO-9.
006710            CLOSE ARQ-SPEDFIS.
006720            PERFORM 450-REGISTRAR-XMITREG.
006730            PERFORM 451-LISTAR-TIPO
006740                VARYING WK-IDX-TIPO FROM 1 BY 1
006750                UNTIL WK-IDX-TIPO > WK-QTD-TIPOS.
006760            MOVE 'LINHAS DO SPEDFIS           : '
006770                TO WK-TITULO-TOT.
006780            MOVE WK-QTD-LINHAS TO WK-VALOR-TOT.
006790            WRITE REG-RELSPED FROM WK-LINHA-TOTAL AFTER 2 LINES.
006800            MOVE 'SPEDFIS GERADO E REGISTRADO NO XMITREG'
006810                TO REG-RELSPED.
006820            WRITE REG-RELSPED AFTER 2 LINES.
006830            PERFORM 218-CONFERIR-RELSPED.
006840       *      ABERTURA, IDENTIFICACAO DO ESTABELECIMENTO E
006850       *      PARTICIPANTES (COMPRADORES DAS NOTAS)
006860        410-GERAR-BLOCO-0.
006870            MOVE ZEROS TO WK-QTD-BLOCO.
006880            MOVE '0000' TO WK-REG-ATUAL.
006890            PERFORM 470-ABRIR-LINHA.
006900            MOVE WK-VERSAO-LEIAUTE TO WK-CAMPO-SPED.
006910            PERFORM 471-ACRESCENTAR-CAMPO.
006920            MOVE '0' TO WK-CAMPO-SPED.
006930            PERFORM 471-ACRESCENTAR-CAMPO.
006940            MOVE WK-DATA-INI TO WK-CAMPO-SPED.
006950            PERFORM 471-ACRESCENTAR-CAMPO.
006960            MOVE WK-DATA-FIM TO WK-CAMPO-SPED.
006970            PERFORM 471-ACRESCENTAR-CAMPO.
006980            MOVE WK-NOME-EMPRESA TO WK-CAMPO-SPED.
006990            PERFORM 471-ACRESCENTAR-CAMPO.
007000            MOVE WK-CNPJ-EMPRESA TO WK-CAMPO-SPED.
007010            PERFORM 471-ACRESCENTAR-CAMPO.
007020            MOVE SPACES TO WK-CAMPO-SPED.
007030            PERFORM 471-ACRESCENTAR-CAMPO.
007040            MOVE WK-UF TO WK-CAMPO-SPED.
007050            PERFORM 471-ACRESCENTAR-CAMPO.
007060            MOVE WK-IE-EMPRESA TO WK-CAMPO-SPED.
007070            PERFORM 471-ACRESCENTAR-CAMPO.
007080            MOVE WK-MUNICIPIO TO WK-CAMPO-SPED.
007090            PERFORM 471-ACRESCENTAR-CAMPO.
007100            MOVE SPACES TO WK-CAMPO-SPED.
007110            PERFORM 471-ACRESCENTAR-CAMPO.
007120            PERFORM 471-ACRESCENTAR-CAMPO.
007130            MOVE 'A' TO WK-CAMPO-SPED.
007140            PERFORM 471-ACRESCENTAR-CAMPO.
007150            MOVE '1' TO WK-CAMPO-SPED.
007160            PERFORM 471-ACRESCENTAR-CAMPO.
007170            PERFORM 479-GRAVAR-LINHA.
007180            MOVE '0001' TO WK-REG-ATUAL.
007190            PERFORM 470-ABRIR-LINHA.
007200            MOVE '0' TO WK-CAMPO-SPED.
007210            PERFORM 471-ACRESCENTAR-CAMPO.
007220            PERFORM 479-GRAVAR-LINHA.
007230            PERFORM 411-GERAR-PARTICIPANTE
007240                VARYING WK-IDX-CPR FROM 1 BY 1
007250                UNTIL WK-IDX-CPR > WK-QTD-CPR.
007260            MOVE '0990' TO WK-REG-ATUAL.
007270            PERFORM 478-ENCERRAR-BLOCO.
007280        411-GERAR-PARTICIPANTE.
007290            MOVE WK-CPR-CODIGO(WK-IDX-CPR) TO FD-CODIGO-CMP.
007300            READ ARQ-COMPRAD.
007310            EVALUATE WK-FS-COMPRAD
007320                WHEN '00'
007330                    MOVE FD-ESTADO-CMP
007340                        TO WK-CPR-ESTADO(WK-IDX-CPR)
007350                WHEN '23'
007360                    MOVE SPACES TO FD-NOME-CMP
007370                    MOVE SPACES TO FD-CPFCNPJ-CMP
007380                    MOVE SPACES TO FD-TIPO-DOC-CMP
007390                    ADD 1 TO WK-QTD-SEM-CADASTRO
007400                    MOVE WK-CPR-CODIGO(WK-IDX-CPR)
007410                        TO WK-COMPRADOR-REL
007420                    WRITE REG-RELSPED FROM WK-LINHA-COMPRADOR
007430                    PERFORM 218-CONFERIR-RELSPED
007440                WHEN OTHER
007450                    DISPLAY 'ERRO ' WK-FS-COMPRAD
007460                            ' NO COMANDO READ COMPRAD'
007470                    MOVE 12 TO RETURN-CODE
007480                    STOP RUN
007490            END-EVALUATE.
007500            MOVE '0150' TO WK-REG-ATUAL.
007510            PERFORM 470-ABRIR-LINHA.
007520            MOVE WK-CPR-CODIGO(WK-IDX-CPR) TO WK-CAMPO-SPED.
007530            PERFORM 471-ACRESCENTAR-CAMPO.
007540            MOVE FD-NOME-CMP TO WK-CAMPO-SPED.
007550            PERFORM 471-ACRESCENTAR-CAMPO.
007560            MOVE '01058' TO WK-CAMPO-SPED.
007570            PERFORM 471-ACRESCENTAR-CAMPO.
007580            MOVE SPACES TO WK-CAMPO-SPED.
007590            IF FD-TIPO-DOC-CMP = 'J'
007600                MOVE FD-CPFCNPJ-CMP TO WK-CAMPO-SPED
007610            END-IF.
007620            PERFORM 471-ACRESCENTAR-CAMPO.
007630            MOVE SPACES TO WK-CAMPO-SPED.
007640            IF FD-TIPO-DOC-CMP = 'F'
007650                MOVE FD-CPFCNPJ-CMP(1:11) TO WK-CAMPO-SPED
007660            END-IF.
007670            PERFORM 471-ACRESCENTAR-CAMPO.
007680            MOVE SPACES TO WK-CAMPO-SPED.
007690            PERFORM 471-ACRESCENTAR-CAMPO.
007700            PERFORM 471-ACRESCENTAR-CAMPO.
007710            PERFORM 471-ACRESCENTAR-CAMPO.
007720            PERFORM 471-ACRESCENTAR-CAMPO.
007730            PERFORM 471-ACRESCENTAR-CAMPO.
007740            PERFORM 471-ACRESCENTAR-CAMPO.
007750            PERFORM 479-GRAVAR-LINHA.
007760       *      2A PASSADA NO VENDAS3N: UM C100 E UM C190 POR NOTA
007770        420-GERAR-BLOCO-C.
007780            MOVE ZEROS TO WK-QTD-BLOCO.
007790            MOVE 'C001' TO WK-REG-ATUAL.
007800            PERFORM 470-ABRIR-LINHA.
007810            IF WK-QTD-SAIDAS + WK-QTD-ENTRADAS > ZEROS
007820                MOVE '0' TO WK-CAMPO-SPED
007830            ELSE
007840                MOVE '1' TO WK-CAMPO-SPED
007850            END-IF.
007860            PERFORM 471-ACRESCENTAR-CAMPO.
007870            PERFORM 479-GRAVAR-LINHA.
007880            PERFORM 104-ABRIR-VENDAS3N.
007890            PERFORM 421-GERAR-NOTA
007900                UNTIL WK-FS-VENDAS3N = '10'.
007910            CLOSE ARQ-VENDAS3N.
007920            MOVE 'C990' TO WK-REG-ATUAL.
007930            PERFORM 478-ENCERRAR-BLOCO.
007940        421-GERAR-NOTA.
007950            PERFORM 202-SELECIONAR-NOTA.
007960            IF NOTA-DO-PERIODO
007970                PERFORM 203-CALCULAR-ICMS-NOTA
007980                PERFORM 422-GERAR-C100
007990                PERFORM 423-GERAR-C190
008000            END-IF.
008010            PERFORM 304-LER-VENDAS3N.
008020       *      VENDA = SAIDA (1); DEVOLUCAO = ENTRADA (0), AMBAS
008030       *      NOTAS PROPRIAS (NF-E, MODELO 55); A NOTA LEVA O
008040       *      ULTIMO DIA DO MES, POIS O VENDAS3N NAO TEM O DIA
008050        422-GERAR-C100.
008060            MOVE 'C100' TO WK-REG-ATUAL.
008070            PERFORM 470-ABRIR-LINHA.
008080            IF NOTA-DEVOLUCAO
008090                MOVE '0' TO WK-CAMPO-SPED
008100            ELSE
008110                MOVE '1' TO WK-CAMPO-SPED
008120            END-IF.
008130            PERFORM 471-ACRESCENTAR-CAMPO.
008140            MOVE '0' TO WK-CAMPO-SPED.
008150            PERFORM 471-ACRESCENTAR-CAMPO.
008160            MOVE FD-COMPRADOR TO WK-CAMPO-SPED.
008170            PERFORM 471-ACRESCENTAR-CAMPO.
008180            MOVE '55' TO WK-CAMPO-SPED.
008190            PERFORM 471-ACRESCENTAR-CAMPO.
008200            MOVE '00' TO WK-CAMPO-SPED.
008210            PERFORM 471-ACRESCENTAR-CAMPO.
008220            MOVE '1' TO WK-CAMPO-SPED.
008230            PERFORM 471-ACRESCENTAR-CAMPO.
008240            MOVE FD-NOTA TO WK-CAMPO-SPED.
008250            PERFORM 471-ACRESCENTAR-CAMPO.
008260            MOVE SPACES TO WK-CAMPO-SPED.
008270            PERFORM 471-ACRESCENTAR-CAMPO.
008280            MOVE WK-DATA-FIM TO WK-CAMPO-SPED.
008290            PERFORM 471-ACRESCENTAR-CAMPO.
008300            PERFORM 471-ACRESCENTAR-CAMPO.
008310            MOVE FD-VALOR TO WK-VALOR-SPED.
008320            ADD FD-VALOR TO WK-TOT-DOCUMENTOS.
008330            PERFORM 472-ACRESCENTAR-VALOR.
008340            MOVE '1' TO WK-CAMPO-SPED.
008350            PERFORM 471-ACRESCENTAR-CAMPO.
008360            MOVE ZEROS TO WK-VALOR-SPED.
008370            PERFORM 472-ACRESCENTAR-VALOR.
008380            PERFORM 472-ACRESCENTAR-VALOR.
008390            MOVE FD-VALOR TO WK-VALOR-SPED.
008400            PERFORM 472-ACRESCENTAR-VALOR.
008410            MOVE '9' TO WK-CAMPO-SPED.
008420            PERFORM 471-ACRESCENTAR-CAMPO.
008430            MOVE ZEROS TO WK-VALOR-SPED.
008440            PERFORM 472-ACRESCENTAR-VALOR.
008450            PERFORM 472-ACRESCENTAR-VALOR.
008460            PERFORM 472-ACRESCENTAR-VALOR.
008470            MOVE FD-VALOR TO WK-VALOR-SPED.
008480            PERFORM 472-ACRESCENTAR-VALOR.
008490            MOVE WK-ICMS-NOTA TO WK-VALOR-SPED.
008500            PERFORM 472-ACRESCENTAR-VALOR.
008510            MOVE ZEROS TO WK-VALOR-SPED.
008520            PERFORM 472-ACRESCENTAR-VALOR.
008530            PERFORM 472-ACRESCENTAR-VALOR.
008540            PERFORM 472-ACRESCENTAR-VALOR.
008550            PERFORM 472-ACRESCENTAR-VALOR.
008560            PERFORM 472-ACRESCENTAR-VALOR.
008570            PERFORM 472-ACRESCENTAR-VALOR.
008580            PERFORM 472-ACRESCENTAR-VALOR.
008590            PERFORM 479-GRAVAR-LINHA.
008600       *      CFOP PELO ESTADO DO COMPRADOR: 5102/1202 DENTRO
008610       *      DO ESTADO, 6102/2202 INTERESTADUAL
008620        423-GERAR-C190.
008630            PERFORM 205-ACHAR-COMPRADOR.
008640            IF WK-CPR-ESTADO(WK-IDX-CPR-ACH) = WK-UF
008650               OR WK-CPR-ESTADO(WK-IDX-CPR-ACH) = SPACES
008660                IF NOTA-DEVOLUCAO
008670                    MOVE '1202' TO WK-CFOP
008680                ELSE
008690                    MOVE '5102' TO WK-CFOP
008700                END-IF
008710            ELSE
008720                IF NOTA-DEVOLUCAO
008730                    MOVE '2202' TO WK-CFOP
008740                ELSE
008750                    MOVE '6102' TO WK-CFOP
008760                END-IF
008770            END-IF.
008780            MOVE 'C190' TO WK-REG-ATUAL.
008790            PERFORM 470-ABRIR-LINHA.
008800            MOVE '000' TO WK-CAMPO-SPED.
008810            PERFORM 471-ACRESCENTAR-CAMPO.
008820            MOVE WK-CFOP TO WK-CAMPO-SPED.
008830            PERFORM 471-ACRESCENTAR-CAMPO.
008840            MOVE WK-ALIQUOTA TO WK-VALOR-SPED.
008850            PERFORM 472-ACRESCENTAR-VALOR.
008860            MOVE FD-VALOR TO WK-VALOR-SPED.
008870            PERFORM 472-ACRESCENTAR-VALOR.
008880            PERFORM 472-ACRESCENTAR-VALOR.
008890            MOVE WK-ICMS-NOTA TO WK-VALOR-SPED.
008900            PERFORM 472-ACRESCENTAR-VALOR.
008910            MOVE ZEROS TO WK-VALOR-SPED.
008920            PERFORM 472-ACRESCENTAR-VALOR.
008930            PERFORM 472-ACRESCENTAR-VALOR.
008940            PERFORM 472-ACRESCENTAR-VALOR.
008950            PERFORM 472-ACRESCENTAR-VALOR.
008960            MOVE SPACES TO WK-CAMPO-SPED.
008970            PERFORM 471-ACRESCENTAR-CAMPO.
008980            PERFORM 479-GRAVAR-LINHA.
008990       *      APURACAO DO ICMS PROPRIO: DEBITOS DAS SAIDAS,
009000       *      CREDITOS DAS DEVOLUCOES
009010        430-GERAR-BLOCO-E.
009020            IF WK-ICMS-ARQUIVO > ZEROS
009030                MOVE WK-ICMS-ARQUIVO TO WK-SALDO-DEVEDOR
009040                MOVE ZEROS TO WK-SALDO-CREDOR
009050            ELSE
009060                MOVE ZEROS TO WK-SALDO-DEVEDOR
009070                COMPUTE WK-SALDO-CREDOR = ZEROS - WK-ICMS-ARQUIVO
009080            END-IF.
009090            MOVE ZEROS TO WK-QTD-BLOCO.
009100            MOVE 'E001' TO WK-REG-ATUAL.
009110            PERFORM 470-ABRIR-LINHA.
009120            MOVE '0' TO WK-CAMPO-SPED.
009130            PERFORM 471-ACRESCENTAR-CAMPO.
009140            PERFORM 479-GRAVAR-LINHA.
009150            MOVE 'E100' TO WK-REG-ATUAL.
009160            PERFORM 470-ABRIR-LINHA.
009170            MOVE WK-DATA-INI TO WK-CAMPO-SPED.
009180            PERFORM 471-ACRESCENTAR-CAMPO.
009190            MOVE WK-DATA-FIM TO WK-CAMPO-SPED.
009200            PERFORM 471-ACRESCENTAR-CAMPO.
009210            PERFORM 479-GRAVAR-LINHA.
009220            MOVE 'E110' TO WK-REG-ATUAL.
009230            PERFORM 470-ABRIR-LINHA.
009240            MOVE WK-ICMS-SAIDAS TO WK-VALOR-SPED.
009250            PERFORM 472-ACRESCENTAR-VALOR.
009260            MOVE ZEROS TO WK-VALOR-SPED.
009270            PERFORM 472-ACRESCENTAR-VALOR.
009280            PERFORM 472-ACRESCENTAR-VALOR.
009290            PERFORM 472-ACRESCENTAR-VALOR.
009300            MOVE WK-ICMS-ENTRADAS TO WK-VALOR-SPED.
009310            PERFORM 472-ACRESCENTAR-VALOR.
009320            MOVE ZEROS TO WK-VALOR-SPED.
009330            PERFORM 472-ACRESCENTAR-VALOR.
009340            PERFORM 472-ACRESCENTAR-VALOR.
009350            PERFORM 472-ACRESCENTAR-VALOR.
009360            PERFORM 472-ACRESCENTAR-VALOR.
009370            MOVE WK-SALDO-DEVEDOR TO WK-VALOR-SPED.
009380            PERFORM 472-ACRESCENTAR-VALOR.
009390            MOVE ZEROS TO WK-VALOR-SPED.
009400            PERFORM 472-ACRESCENTAR-VALOR.
009410            MOVE WK-SALDO-DEVEDOR TO WK-VALOR-SPED.
009420            PERFORM 472-ACRESCENTAR-VALOR.
009430            MOVE WK-SALDO-CREDOR TO WK-VALOR-SPED.
009440            PERFORM 472-ACRESCENTAR-VALOR.
009450            MOVE ZEROS TO WK-VALOR-SPED.
009460            PERFORM 472-ACRESCENTAR-VALOR.
009470            PERFORM 479-GRAVAR-LINHA.
009480            MOVE 'E990' TO WK-REG-ATUAL.
009490            PERFORM 478-ENCERRAR-BLOCO.
009500       *      ENCERRAMENTO: QUANTIDADE DE LINHAS DE CADA
009510       *      REGISTRO; O 9900 SE CONTA A SI MESMO E AO 9990
009520       *      E 9999, AINDA NAO GRAVADOS
009530        440-GERAR-BLOCO-9.
009540            MOVE ZEROS TO WK-QTD-BLOCO.
009550            MOVE '9001' TO WK-REG-ATUAL.
009560            PERFORM 470-ABRIR-LINHA.
009570            MOVE '0' TO WK-CAMPO-SPED.
009580            PERFORM 471-ACRESCENTAR-CAMPO.
009590            PERFORM 479-GRAVAR-LINHA.
009600            MOVE '9900' TO WK-REG-ATUAL.
009610            PERFORM 476-CONTAR-TIPO.
009620            COMPUTE WK-TIPO-QTDE(WK-IDX-TIPO-ACH) =
009630                WK-QTD-TIPOS + 2.
009640            MOVE '9990' TO WK-REG-ATUAL.
009650            PERFORM 476-CONTAR-TIPO.
009660            MOVE '9999' TO WK-REG-ATUAL.
009670            PERFORM 476-CONTAR-TIPO.
009680            MOVE 'N' TO WK-CONTAR-TIPO.
009690            PERFORM 441-GERAR-9900
009700                VARYING WK-IDX-TIPO FROM 1 BY 1
009710                UNTIL WK-IDX-TIPO > WK-QTD-TIPOS.
009720            MOVE '9990' TO WK-REG-ATUAL.
009730            PERFORM 470-ABRIR-LINHA.
009740            COMPUTE WK-NUMERO-SPED = WK-QTD-BLOCO + 2.
009750            PERFORM 473-ACRESCENTAR-NUMERO.
009760            PERFORM 479-GRAVAR-LINHA.
009770            MOVE '9999' TO WK-REG-ATUAL.
009780            PERFORM 470-ABRIR-LINHA.
009790            COMPUTE WK-NUMERO-SPED = WK-QTD-LINHAS + 1.
009800            PERFORM 473-ACRESCENTAR-NUMERO.
009810            PERFORM 479-GRAVAR-LINHA.
009820        441-GERAR-9900.
009830            MOVE '9900' TO WK-REG-ATUAL.
009840            PERFORM 470-ABRIR-LINHA.
009850            MOVE WK-TIPO-REG(WK-IDX-TIPO) TO WK-CAMPO-SPED.
009860            PERFORM 471-ACRESCENTAR-CAMPO.
009870            MOVE WK-TIPO-QTDE(WK-IDX-TIPO) TO WK-NUMERO-SPED.
009880            PERFORM 473-ACRESCENTAR-NUMERO.
009890            PERFORM 479-GRAVAR-LINHA.
009900       *      O DOCUMENTO FICA PENDENTE NO XMITREG ATE SER
009910       *      CONFERIDO PELO EAD95862 (HASH = VALOR DAS NOTAS)
009920        450-REGISTRAR-XMITREG.
009930            OPEN EXTEND ARQ-XMITREG.
009940            IF WK-FS-XMITREG = '35'
009950                OPEN OUTPUT ARQ-XMITREG
009960            END-IF.
009970            IF WK-FS-XMITREG NOT = '00'
009980                DISPLAY 'ERRO ' WK-FS-XMITREG
009990                        ' NO COMANDO OPEN XMITREG'
010000                MOVE 12 TO RETURN-CODE
010010                STOP RUN
010020            END-IF.
010030            MOVE SPACES TO FD-PARCEIRO-XMIT.
010040            STRING 'SEFAZ-' WK-UF DELIMITED BY SIZE
010050                INTO FD-PARCEIRO-XMIT.
010060            MOVE SPACES TO FD-ARQUIVO-XMIT.
010070            STRING 'SPED' WK-UF DELIMITED BY SIZE
010080                INTO FD-ARQUIVO-XMIT.
010090            MOVE 'S'               TO FD-DIRECAO-XMIT.
010100            MOVE WK-DATA-SIST      TO FD-DATA-XMIT.
010110            MOVE WK-QTD-LINHAS     TO FD-QTDE-XMIT.
010120            MOVE WK-TOT-DOCUMENTOS TO FD-HASH-XMIT.
010130            MOVE 'P'               TO FD-SITUACAO-XMIT.
010140            WRITE REG-XMITREG.
010150            IF WK-FS-XMITREG NOT = '00'
010160                DISPLAY 'ERRO ' WK-FS-XMITREG
010170                        ' NO COMANDO WRITE XMITREG'
010180                MOVE 12 TO RETURN-CODE
010190                STOP RUN
010200            END-IF.
010210            CLOSE ARQ-XMITREG.
010220        451-LISTAR-TIPO.
010230            MOVE WK-TIPO-REG(WK-IDX-TIPO) TO WK-TIPO-REL.
010240            MOVE WK-TIPO-QTDE(WK-IDX-TIPO) TO WK-QTDE-TIPO-REL.
010250            WRITE REG-RELSPED FROM WK-LINHA-TIPO.
010260            PERFORM 218-CONFERIR-RELSPED.
010270       *      BLOCO SEM MOVIMENTO: ABERTURA COM INDICADOR 1 E
010280       *      ENCERRAMENTO COM DUAS LINHAS
010290        460-GERAR-BLOCO-VAZIO.
010300            MOVE ZEROS TO WK-QTD-BLOCO.
010310            MOVE SPACES TO WK-REG-ATUAL.
010320            STRING WK-BLOCO-ATUAL '001' DELIMITED BY SIZE
010330                INTO WK-REG-ATUAL.
010340            PERFORM 470-ABRIR-LINHA.
010350            MOVE '1' TO WK-CAMPO-SPED.
010360            PERFORM 471-ACRESCENTAR-CAMPO.
010370            PERFORM 479-GRAVAR-LINHA.
010380            MOVE SPACES TO WK-REG-ATUAL.
010390            STRING WK-BLOCO-ATUAL '990' DELIMITED BY SIZE
010400                INTO WK-REG-ATUAL.
010410            PERFORM 478-ENCERRAR-BLOCO.
010420        461-GERAR-BLOCO-VAZIO-LISTA.
010430            MOVE WK-BLOCO-VAZIO(WK-IDX-BLOCO) TO WK-BLOCO-ATUAL.
010440            PERFORM 460-GERAR-BLOCO-VAZIO.
010450        470-ABRIR-LINHA.
010460            MOVE SPACES TO WK-LINHA-SPED.
010470            MOVE 1 TO WK-PONTEIRO.
010480            STRING '|' WK-REG-ATUAL '|' DELIMITED BY SIZE
010490                INTO WK-LINHA-SPED WITH POINTER WK-PONTEIRO.
010500        471-ACRESCENTAR-CAMPO.
010510            MOVE 60 TO WK-TAM-CAMPO.
010520            MOVE 'N' TO WK-FIM-CAMPO.
010530            PERFORM 474-RECUAR-CAMPO
010540                UNTIL WK-TAM-CAMPO = ZEROS OR FIM-DO-CAMPO.
010550            IF WK-TAM-CAMPO > ZEROS
010560                STRING WK-CAMPO-SPED(1:WK-TAM-CAMPO)
010570                    DELIMITED BY SIZE
010580                    INTO WK-LINHA-SPED WITH POINTER WK-PONTEIRO
010590            END-IF.
010600            STRING '|' DELIMITED BY SIZE
010610                INTO WK-LINHA-SPED WITH POINTER WK-PONTEIRO.
010620        472-ACRESCENTAR-VALOR.
010630            MOVE WK-VALOR-SPED TO WK-VALOR-EDIT.
010640            MOVE ZEROS TO WK-BRANCOS.
010650            INSPECT WK-VALOR-EDIT TALLYING WK-BRANCOS
010660                FOR LEADING SPACES.
010670            MOVE WK-VALOR-EDIT(WK-BRANCOS + 1:) TO WK-CAMPO-SPED.
010680            PERFORM 471-ACRESCENTAR-CAMPO.
010690        473-ACRESCENTAR-NUMERO.
010700            MOVE WK-NUMERO-SPED TO WK-NUMERO-EDIT.
010710            MOVE ZEROS TO WK-BRANCOS.
010720            INSPECT WK-NUMERO-EDIT TALLYING WK-BRANCOS
010730                FOR LEADING SPACES.
010740            MOVE WK-NUMERO-EDIT(WK-BRANCOS + 1:) TO WK-CAMPO-SPED.
010750            PERFORM 471-ACRESCENTAR-CAMPO.
010760        474-RECUAR-CAMPO.
010770            IF WK-CAMPO-SPED(WK-TAM-CAMPO:1) = SPACE
010780                SUBTRACT 1 FROM WK-TAM-CAMPO
010790            ELSE
010800                SET FIM-DO-CAMPO TO TRUE
010810            END-IF.
010820        476-CONTAR-TIPO.
010830            MOVE ZEROS TO WK-IDX-TIPO-ACH.
010840            PERFORM 477-COMPARAR-TIPO
010850                VARYING WK-IDX-TIPO FROM 1 BY 1
010860                UNTIL WK-IDX-TIPO > WK-QTD-TIPOS
010870                   OR WK-IDX-TIPO-ACH > ZEROS.
010880            IF WK-IDX-TIPO-ACH = ZEROS
010890                IF WK-QTD-TIPOS NOT LESS 40
010900                    DISPLAY 'TABELA DE REGISTROS CHEIA, LIMITE 40'
010910                    MOVE 12 TO RETURN-CODE
010920                    STOP RUN
010930                END-IF
010940                ADD 1 TO WK-QTD-TIPOS
010950                MOVE WK-QTD-TIPOS TO WK-IDX-TIPO-ACH
010960                MOVE WK-REG-ATUAL TO WK-TIPO-REG(WK-IDX-TIPO-ACH)
010970                MOVE ZEROS TO WK-TIPO-QTDE(WK-IDX-TIPO-ACH)
010980            END-IF.
010990            ADD 1 TO WK-TIPO-QTDE(WK-IDX-TIPO-ACH).
011000        477-COMPARAR-TIPO.
011010            IF WK-TIPO-REG(WK-IDX-TIPO) = WK-REG-ATUAL
011020                MOVE WK-IDX-TIPO TO WK-IDX-TIPO-ACH
011030            END-IF.
011040       *      O X990 CONTA TODAS AS LINHAS DO BLOCO, ELE INCLUSO
011050        478-ENCERRAR-BLOCO.
011060            PERFORM 470-ABRIR-LINHA.
011070            COMPUTE WK-NUMERO-SPED = WK-QTD-BLOCO + 1.
011080            PERFORM 473-ACRESCENTAR-NUMERO.
011090            PERFORM 479-GRAVAR-LINHA.
011100        479-GRAVAR-LINHA.
011110            WRITE REG-SPEDFIS FROM WK-LINHA-SPED.
011120            IF WK-FS-SPEDFIS NOT = '00'
011130                DISPLAY 'ERRO ' WK-FS-SPEDFIS
011140                        ' NO COMANDO WRITE SPEDFIS'
011150                MOVE 12 TO RETURN-CODE
011160                STOP RUN
011170            END-IF.
011180            ADD 1 TO WK-QTD-LINHAS.
011190            ADD 1 TO WK-QTD-BLOCO.
011200            IF CONTAR-TIPO
011210                PERFORM 476-CONTAR-TIPO
011220            END-IF.
011230       ***********************************************
011240        900-FINALIZAR SECTION.
011250        901-FINALIZAR.
011260            IF WK-QTD-SEM-CADASTRO > ZEROS
011270               AND RETURN-CODE < 4
011280                MOVE 4 TO RETURN-CODE
011290            END-IF.
011300            DISPLAY 'NOTAS NO PERIODO : ' WK-QTD-SAIDAS
011310                    ' SAIDAS ' WK-QTD-ENTRADAS ' ENTRADAS'.
011320            DISPLAY 'LINHAS DO SPEDFIS: ' WK-QTD-LINHAS.
011330            CLOSE ARQ-COMPRAD.
011340            CLOSE ARQ-RELSPED.
