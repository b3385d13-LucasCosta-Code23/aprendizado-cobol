000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95932.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   GRUPOS ECONOMICOS E CONCENTRACAO DE CREDITO  *
000170       *                                                *
000180       *   FUNCAO 'M' = MANUTENCAO: O MANGRP TRAZ       *
000190       *   INCLUSAO, ALTERACAO E EXCLUSAO DE CPF/CNPJ   *
000200       *   NO GRUPO; O GRUPOECO E MANTIDO INDEXADO E    *
000210       *   CADA OPERACAO SAI NO DIARIO GRPJRNL COM      *
000220       *   IMAGEM ANTES E DEPOIS, COMO O PROCJRNL DO    *
000230       *   EAD95919                                     *
000240       *                                                *
000250       *   FUNCAO 'C' = CONCENTRACAO (MENSAL): SOMA POR *
000260       *   GRUPO OS LIMITES DE CHEQUE ESPECIAL, O USO   *
000270       *   DO LIMITE E O SALDO DOS EMPRESTIMOS DAS      *
000280       *   CONTAS CUJO TITULAR (CLIDADOS) E MEMBRO,     *
000290       *   EM BRL, CONTRA O LIMITE DO GRUPO = CAPITAL X *
000300       *   PERCENTUAL DO SYSIN; ACIMA DO PERCENTUAL DE  *
000310       *   ALERTA O GRUPO FICA EM APROVACAO. GRAVA O    *
000320       *   GRPCONC, UMA LINHA POR CONTA DE GRUPO, QUE A *
000330       *   ORIGINACAO DO EAD95877 E A REVISAO DE        *
000340       *   LIMITES DO EAD95853 CONSULTAM                *
000350       *                                                *
000360       *   SYSIN: FUNCAO, DATA (ZEROS = HOJE), CAPITAL, *
000370       *   PERCENTUAL (ZEROS = 25,00) E ALERTA SOBRE O  *
000380       *   LIMITE (ZEROS = 90,00)                       *
000390       **************************************************
000400       *
000410        ENVIRONMENT DIVISION.
000420        CONFIGURATION SECTION.
000430        SPECIAL-NAMES.
000440            DECIMAL-POINT IS COMMA.
000450        INPUT-OUTPUT SECTION.
000460        FILE-CONTROL.
000470            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000480                FILE STATUS IS WK-FS-RUNJRNL.
000490            SELECT ARQ-MANGRP   ASSIGN TO MANGRP
000500                FILE STATUS IS WK-FS-MANGRP.
000510            SELECT ARQ-GRUPOECO ASSIGN TO GRUPOECO
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS DYNAMIC
000540                RECORD KEY IS FD-CPFCNPJ-GRP
000550                FILE STATUS IS WK-FS-GRUPOECO.
000560            SELECT ARQ-GRPJRNL  ASSIGN TO GRPJRNL
000570                FILE STATUS IS WK-FS-GRPJRNL.
000580            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000590                ORGANIZATION IS INDEXED
000600                ACCESS MODE IS SEQUENTIAL
000610                RECORD KEY IS FD-CHAVE-CLIENTES
000620                FILE STATUS IS WK-FS-CLIENTES.
000630            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000640                ORGANIZATION IS INDEXED
000650                ACCESS MODE IS DYNAMIC
000660                RECORD KEY IS FD-CHAVE-CLIDADOS
000670                FILE STATUS IS WK-FS-CLIDADOS.
000680            SELECT ARQ-EMPREST  ASSIGN TO EMPREST
000690                FILE STATUS IS WK-FS-EMPREST.
000700            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000710                FILE STATUS IS WK-FS-CAMBIO.
000720            SELECT ARQ-GRPCONC  ASSIGN TO GRPCONC
000730                FILE STATUS IS WK-FS-GRPCONC.
000740            SELECT ARQ-RELGRUPO ASSIGN TO RELGRUPO
000750                FILE STATUS IS WK-FS-RELGRUPO.
000760       *
000770        DATA DIVISION.
000780        FILE SECTION.
000790        FD   ARQ-MANGRP
000800             RECORDING MODE IS F.
000810        01  REG-MANGRP.
000820            05 FD-OPERACAO-MANGRP  PIC X.
000830                88 MANGRP-INCLUSAO     VALUE 'I'.
000840                88 MANGRP-ALTERACAO    VALUE 'A'.
000850                88 MANGRP-EXCLUSAO     VALUE 'E'.
000860            05 FD-CPFCNPJ-MANGRP   PIC X(14).
000870            05 FD-TIPO-DOC-MANGRP  PIC X.
000880            05 FD-GRUPO-MANGRP     PIC X(6).
000890            05 FD-NOME-MANGRP      PIC X(30).
000900            05 FD-PAPEL-MANGRP     PIC X.
000910            05 FD-OPERADOR-MANGRP  PIC X(8).
000920       *      PAPEL NO GRUPO: C = CONTROLADOR, L = EMPRESA
000930       *      LIGADA OU COLIGADA, P = PESSOA FISICA
000940       *      RELACIONADA (SOCIO, ADMINISTRADOR, PARENTE);
000950       *      A = ATIVO, E = EXCLUIDO DO GRUPO
000960        FD   ARQ-GRUPOECO
000970             RECORDING MODE IS F.
000980        01  REG-GRUPOECO.
000990            05 FD-CPFCNPJ-GRP      PIC X(14).
001000            05 FD-TIPO-DOC-GRP     PIC X.
001010            05 FD-GRUPO-GRP        PIC X(6).
001020            05 FD-NOME-GRP         PIC X(30).
001030            05 FD-PAPEL-GRP        PIC X.
001040                88 PAPEL-CONTROLADOR   VALUE 'C'.
001050                88 PAPEL-LIGADA        VALUE 'L'.
001060                88 PAPEL-PESSOA        VALUE 'P'.
001070            05 FD-DATA-INCL-GRP    PIC 9(8).
001080            05 FD-SITUACAO-GRP     PIC X.
001090                88 MEMBRO-ATIVO        VALUE 'A'.
001100                88 MEMBRO-EXCLUIDO     VALUE 'E'.
001110        FD   ARQ-GRPJRNL
001120             RECORDING MODE IS F.
001130        01  REG-GRPJRNL.
001140            05 JRN-DATA            PIC 9(8).
001150            05 JRN-HORA            PIC 9(6).
001160            05 JRN-OPERADOR        PIC X(8).
001170            05 JRN-OPERACAO        PIC X.
001180            05 JRN-CPFCNPJ         PIC X(14).
001190            05 JRN-IMAGEM-ANTES    PIC X(47).
001200            05 JRN-IMAGEM-DEPOIS   PIC X(47).
001210        FD   ARQ-CLIENTES
001220             RECORDING MODE IS F.
001230        01  REG-CLIENTES.
001240            05 FD-CHAVE-CLIENTES.
001250                10 FD-AGENCIA-CLIENTES     PIC X(4).
001260                10 FD-CONTA-CLIENTES       PIC 9(5).
001270            05 FD-DIGITO-CLIENTES      PIC X.
001280            05 FD-NOME-CLIENTES        PIC A(20).
001290            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001300            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001310            05 FD-MOEDA-CLIENTES       PIC X(3).
001320            05 FD-SITUACAO-CLIENTES    PIC X.
001330                88 CONTA-ATIVA            VALUE 'A' ' '.
001340                88 CONTA-BLOQUEADA        VALUE 'B'.
001350                88 CONTA-ENCERRADA        VALUE 'E'.
001360        FD   ARQ-CLIDADOS
001370             RECORDING MODE IS F.
001380        01  REG-CLIDADOS.
001390            05 FD-CHAVE-CLIDADOS.
001400                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001410                10 FD-CONTA-CLIDADOS       PIC 9(5).
001420            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001430            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001440            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001450            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001460            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001470        FD   ARQ-EMPREST
001480             RECORDING MODE IS F.
001490        01  REG-EMPREST.
001500            05 FD-CONTRATO-EMP     PIC 9(4).
001510            05 FD-CHAVE-EMP        PIC X(9).
001520            05 FD-PRINCIPAL-EMP    PIC 9(8)V99.
001530            05 FD-TAXA-EMP         PIC 9V99.
001540            05 FD-SISTEMA-EMP      PIC X.
001550            05 FD-PRAZO-EMP        PIC 9(3).
001560            05 FD-PAGAS-EMP        PIC 9(3).
001570            05 FD-VENCIMENTO-EMP   PIC 9(8).
001580            05 FD-SALDO-DEV-EMP    PIC 9(8)V99.
001590            05 FD-PARCELA-EMP      PIC 9(8)V99.
001600            05 FD-SITUACAO-EMP     PIC X.
001610                88 EMP-ATIVO            VALUE 'A'.
001620                88 EMP-QUITADO          VALUE 'Q'.
001630                88 EMP-EM-ATRASO        VALUE 'R'.
001640                88 EMP-BAIXADO          VALUE 'B'.
001650            05 FD-ATRASOS-EMP      PIC 99.
001660            05 FD-EMPREGADOR-EMP   PIC X(9).
001670        FD   ARQ-CAMBIO
001680             RECORDING MODE IS F.
001690        01  REG-CAMBIO.
001700            05 FD-MOEDA-CAMBIO     PIC X(3).
001710            05 FD-DATA-CAMBIO      PIC 9(8).
001720            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001730       *      UMA LINHA POR CONTA DE GRUPO: A TAXA CONVERTE
001740       *      PARA BRL O AUMENTO DE LIMITE NA MOEDA DA CONTA;
001750       *      LIMITE, ALERTA E EXPOSICAO SAO DO GRUPO, EM BRL
001760        FD   ARQ-GRPCONC
001770             RECORDING MODE IS F.
001780        01  REG-GRPCONC.
001790            05 FD-CHAVE-GRC        PIC X(9).
001800            05 FD-GRUPO-GRC        PIC X(6).
001810            05 FD-TAXA-GRC         PIC 9(3)V9(4).
001820            05 FD-LIMITE-GRC       PIC 9(13)V99.
001830            05 FD-ALERTA-GRC       PIC 9(13)V99.
001840            05 FD-EXPOSICAO-GRC    PIC 9(13)V99.
001850        FD   ARQ-RELGRUPO
001860             RECORDING MODE IS F.
001870        01  REG-RELGRUPO               PIC X(132).
001880        FD   ARQ-RUNJRNL
001890             RECORDING MODE IS F.
001900        01  REG-RUNJRNL.
001910            05 JRL-PROGRAMA        PIC X(8).
001920            05 JRL-TIPO            PIC X.
001930            05 JRL-DATA            PIC 9(8).
001940            05 JRL-HORA            PIC 9(6).
001950            05 JRL-QTD-LIDOS       PIC 9(7).
001960            05 JRL-QTD-GRAVADOS    PIC 9(7).
001970            05 JRL-QTD-REJEITADOS  PIC 9(7).
001980            05 JRL-RETORNO         PIC 9(4).
001981            05 JRL-ID-EXEC         PIC 9(10).
001990        WORKING-STORAGE SECTION.
002000        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002001        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002002        01  LK-AREA-ID-EXEC.
002003            05 LK-PROGRAMA-COM     PIC X(8).
002004            05 LK-ID-EXEC-COM      PIC 9(10).
002010        77  WK-FS-MANGRP   PIC XX           VALUE SPACES.
002020        77  WK-FS-GRUPOECO PIC XX           VALUE SPACES.
002030        77  WK-FS-GRPJRNL  PIC XX           VALUE SPACES.
002040        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002050        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002060        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
002070        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002080        77  WK-FS-GRPCONC  PIC XX           VALUE SPACES.
002090        77  WK-FS-RELGRUPO PIC XX           VALUE SPACES.
002100        77  WK-FUNCAO      PIC X            VALUE 'M'.
002110            88 FUNCAO-MANUTENCAO              VALUE 'M' ' '.
002120            88 FUNCAO-CONCENTRACAO            VALUE 'C'.
002130        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002140        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002150        77  WK-HORA-SIST   PIC 9(6)         VALUE ZEROS.
002160        77  WK-CAPITAL     PIC 9(13)V99     VALUE ZEROS.
002170        77  WK-PERC-LIMITE PIC 9(3)V99      VALUE ZEROS.
002180        77  WK-PERC-ALERTA PIC 9(3)V99      VALUE ZEROS.
002190        77  WK-LIMITE-GRUPO PIC 9(13)V99    VALUE ZEROS.
002200        77  WK-ALERTA-GRUPO PIC 9(13)V99    VALUE ZEROS.
002210        77  WK-QTD-TRANSACOES PIC 9(5)      VALUE ZEROS.
002220        77  WK-QTD-APLICADAS PIC 9(5)       VALUE ZEROS.
002230        77  WK-QTD-REJEITADAS PIC 9(5)      VALUE ZEROS.
002240        77  WK-QTD-LIDAS   PIC 9(6)         VALUE ZEROS.
002250        77  WK-QTD-GRC     PIC 9(6)         VALUE ZEROS.
002260        77  WK-QTD-EXCEDIDOS PIC 9(4)       VALUE ZEROS.
002270        77  WK-QTD-EM-ALERTA PIC 9(4)       VALUE ZEROS.
002280        77  WK-MOTIVO-CRITICA PIC X(30)     VALUE SPACES.
002290        77  WK-IMAGEM-ANTES PIC X(47)       VALUE SPACES.
002300       *      CAMBIO DA DATA DE REFERENCIA
002310        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
002320        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
002330        01  NOMES-MOEDA.
002340            05 FILLER              PIC X(03) VALUE 'BRL'.
002350            05 FILLER              PIC X(03) VALUE 'USD'.
002360            05 FILLER              PIC X(03) VALUE 'EUR'.
002370        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
002380            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
002390        01  TAXAS-MOEDA-LIT.
002400            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002410            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002420            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
002430        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
002440            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
002450        01  WK-DATAS-CAMBIO.
002460            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
002470       *      MEMBROS ATIVOS DOS GRUPOS
002480        77  WK-QTD-MBR     PIC 9(5)         VALUE ZEROS.
002490        77  WK-IDX-MBR     PIC 9(5)         VALUE ZEROS.
002500        77  WK-IDX-MBR-ACH PIC 9(5)         VALUE ZEROS.
002510        01  WK-TAB-MEMBROS.
002520            05 WK-MBR-OCC         OCCURS 5000 TIMES.
002530                10 WK-MBR-CPFCNPJ    PIC X(14).
002540                10 WK-MBR-IDX-GRP    PIC 9(4).
002550        77  WK-QTD-GRP     PIC 9(4)         VALUE ZEROS.
002560        77  WK-IDX-GRP     PIC 9(4)         VALUE ZEROS.
002570        77  WK-IDX-GRP-ACH PIC 9(4)         VALUE ZEROS.
002580        01  WK-TAB-GRUPOS.
002590            05 WK-GRP-OCC         OCCURS 1000 TIMES.
002600                10 WK-GRP-CODIGO     PIC X(6).
002610                10 WK-GRP-NOME       PIC X(30).
002620                10 WK-GRP-MEMBROS    PIC 9(4).
002630                10 WK-GRP-CONTAS     PIC 9(5).
002640                10 WK-GRP-LIMITES    PIC 9(13)V99.
002650                10 WK-GRP-UTILIZADO  PIC 9(13)V99.
002660                10 WK-GRP-EMPREST    PIC 9(13)V99.
002670                10 WK-GRP-EXPOSICAO  PIC 9(13)V99.
002680       *      SALDO DEVEDOR DOS EMPRESTIMOS POR CONTA
002690        77  WK-QTD-EMP     PIC 9(5)         VALUE ZEROS.
002700        77  WK-IDX-EMP     PIC 9(5)         VALUE ZEROS.
002710        77  WK-IDX-EMP-ACH PIC 9(5)         VALUE ZEROS.
002720        01  WK-TAB-EMPRESTIMOS.
002730            05 WK-EMP-OCC         OCCURS 5000 TIMES.
002740                10 WK-EMP-CHAVE      PIC X(9).
002750                10 WK-EMP-SALDO-DEV  PIC 9(11)V99.
002760       *      CONTAS DOS GRUPOS, GRAVADAS NO GRPCONC NO FIM
002770        77  WK-QTD-CTG     PIC 9(5)         VALUE ZEROS.
002780        77  WK-IDX-CTG     PIC 9(5)         VALUE ZEROS.
002790        01  WK-TAB-CONTAS-GRUPO.
002800            05 WK-CTG-OCC         OCCURS 9999 TIMES.
002810                10 WK-CTG-CHAVE      PIC X(9).
002820                10 WK-CTG-IDX-GRP    PIC 9(4).
002830                10 WK-CTG-TAXA       PIC 9(3)V9(4).
002840        77  WK-CPF-BUSCA   PIC X(14)        VALUE SPACES.
002850        77  WK-TAXA-CONTA  PIC 9(3)V9(4)    VALUE ZEROS.
002860        77  WK-LIMITE-BRL  PIC 9(11)V99     VALUE ZEROS.
002870        77  WK-USO-BRL     PIC 9(11)V99     VALUE ZEROS.
002880        77  WK-PERC-USO    PIC 9(5)V99      VALUE ZEROS.
002890        01  WK-LINHA-OCORR.
002900            05 WK-OPER-REL     PIC X.
002910            05 FILLER          PIC X(01) VALUE SPACE.
002920            05 WK-CPF-REL      PIC X(14).
002930            05 FILLER          PIC X(01) VALUE SPACE.
002940            05 WK-GRUPO-REL    PIC X(6).
002950            05 FILLER          PIC X(01) VALUE SPACE.
002960            05 WK-PAPEL-REL    PIC X.
002970            05 FILLER          PIC X(01) VALUE SPACE.
002980            05 WK-NOME-REL     PIC X(30).
002990            05 FILLER          PIC X(01) VALUE SPACE.
003000            05 WK-RESULT-REL   PIC X(30).
003010        01  WK-CABEC-CONC1.
003020            05 FILLER          PIC X(40)
003030                 VALUE 'CONCENTRACAO POR GRUPO ECONOMICO - DATA '.
003040            05 WK-DATA-CABEC   PIC 9(8).
003050        01  WK-CABEC-CONC2.
003060            05 FILLER          PIC X(09) VALUE 'CAPITAL '.
003070            05 WK-CAPITAL-CABEC PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
003080            05 FILLER          PIC X(08) VALUE '  LIMITE'.
003090            05 WK-PERC-CABEC   PIC ZZ9,99.
003100            05 FILLER          PIC X(05) VALUE ' % = '.
003110            05 WK-LIMITE-CABEC PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
003120            05 FILLER          PIC X(08) VALUE '  ALERTA'.
003130            05 WK-ALERTA-CABEC PIC ZZ9,99.
003140            05 FILLER          PIC X(03) VALUE ' % '.
003150        01  WK-CABEC-CONC3.
003160            05 FILLER          PIC X(07) VALUE 'GRUPO'.
003170            05 FILLER          PIC X(21) VALUE 'CONTROLADOR'.
003180            05 FILLER          PIC X(06) VALUE 'CONTAS'.
003190            05 FILLER          PIC X(18)
003200                 VALUE '     LIMITES CHESP'.
003210            05 FILLER          PIC X(18)
003220                 VALUE '         UTILIZADO'.
003230            05 FILLER          PIC X(18)
003240                 VALUE '       EMPRESTIMOS'.
003250            05 FILLER          PIC X(18)
003260                 VALUE '         EXPOSICAO'.
003270            05 FILLER          PIC X(08) VALUE '   % LIM'.
003280            05 FILLER          PIC X(12) VALUE '  SITUACAO'.
003290        01  WK-LINHA-GRUPO.
003300            05 WK-GRUPO-CONC   PIC X(6).
003310            05 FILLER          PIC X(01) VALUE SPACE.
003320            05 WK-NOME-CONC    PIC X(20).
003330            05 FILLER          PIC X(01) VALUE SPACE.
003340            05 WK-CONTAS-CONC  PIC ZZZZ9.
003350            05 FILLER          PIC X(01) VALUE SPACE.
003360            05 WK-LIMITES-CONC PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
003370            05 WK-USO-CONC     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
003380            05 WK-EMPREST-CONC PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
003390            05 WK-EXPOS-CONC   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
003400            05 FILLER          PIC X(01) VALUE SPACE.
003410            05 WK-PERC-CONC    PIC ZZZ9,99.
003420            05 FILLER          PIC X(02) VALUE SPACE.
003430            05 WK-SITUACAO-CONC PIC X(10).
003440        01  WK-LINHA-TOTAL.
003450            05 WK-TITULO-TOT   PIC X(26).
003460            05 WK-VALOR-TOT    PIC ZZZZZ9.
003470       *
003480        PROCEDURE DIVISION.
003490        000-PRINCIPAL SECTION.
003500        001-PRINCIPAL.
003510            PERFORM 195-GRAVAR-JRNL-INICIO.
003520            PERFORM 101-INICIAR.
003530            IF FUNCAO-CONCENTRACAO
003540                PERFORM 251-APURAR-CONCENTRACAO
003550            ELSE
003560                PERFORM 201-PROCESSAR-TRANSACAO
003570                    UNTIL WK-FS-MANGRP = '10'
003580            END-IF.
003590            PERFORM 901-FINALIZAR.
003600            PERFORM 196-GRAVAR-JRNL-FIM.
003610            STOP RUN.
003620       ***********************************************************
003630        100-INICIAR SECTION.
003640        101-INICIAR.
003650            ACCEPT WK-FUNCAO      FROM SYSIN.
003660            ACCEPT WK-DATA-REF    FROM SYSIN.
003670            ACCEPT WK-CAPITAL     FROM SYSIN.
003680            ACCEPT WK-PERC-LIMITE FROM SYSIN.
003690            ACCEPT WK-PERC-ALERTA FROM SYSIN.
003700            ACCEPT WK-DATA-SIST   FROM DATE YYYYMMDD.
003710            ACCEPT WK-HORA-SIST   FROM TIME.
003720            IF NOT FUNCAO-MANUTENCAO AND NOT FUNCAO-CONCENTRACAO
003730                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
003740                MOVE 12 TO RETURN-CODE
003750                STOP RUN
003760            END-IF.
003770            IF WK-DATA-REF NOT NUMERIC
003780               OR WK-DATA-REF = ZEROS
003790                MOVE WK-DATA-SIST TO WK-DATA-REF
003800            END-IF.
003810            PERFORM 103-ABRIR-GRUPOECO.
003820            OPEN OUTPUT ARQ-RELGRUPO.
003830            IF WK-FS-RELGRUPO NOT = '00'
003840                DISPLAY 'ERRO ' WK-FS-RELGRUPO
003850                        ' NO COMANDO OPEN RELGRUPO'
003860                MOVE 12 TO RETURN-CODE
003870                STOP RUN
003880            END-IF.
003890            IF FUNCAO-MANUTENCAO
003900                PERFORM 102-ABRIR-MANGRP
003910                OPEN EXTEND ARQ-GRPJRNL
003920                IF WK-FS-GRPJRNL = '35'
003930                    OPEN OUTPUT ARQ-GRPJRNL
003940                END-IF
003950                IF WK-FS-GRPJRNL NOT = '00'
003960                    DISPLAY 'ERRO ' WK-FS-GRPJRNL
003970                            ' NO COMANDO OPEN GRPJRNL'
003980                    MOVE 12 TO RETURN-CODE
003990                    STOP RUN
004000                END-IF
004010            ELSE
004020                PERFORM 104-CRITICAR-PARAMETROS
004030            END-IF.
004040        102-ABRIR-MANGRP.
004050            OPEN INPUT ARQ-MANGRP.
004060            EVALUATE WK-FS-MANGRP
004070                WHEN '00'
004080                    PERFORM 301-LER-MANGRP
004090                WHEN '35'
004100                    DISPLAY 'ARQUIVO MANGRP NAO ENCONTRADO'
004110                    MOVE 12 TO RETURN-CODE
004120                    STOP RUN
004130                WHEN OTHER
004140                    DISPLAY 'ERRO ' WK-FS-MANGRP
004150                            ' NO COMANDO OPEN MANGRP'
004160                    MOVE 12 TO RETURN-CODE
004170                    STOP RUN
004180            END-EVALUATE.
004190        103-ABRIR-GRUPOECO.
004200            OPEN I-O ARQ-GRUPOECO.
004210            IF WK-FS-GRUPOECO = '35'
004220                OPEN OUTPUT ARQ-GRUPOECO
004230                CLOSE ARQ-GRUPOECO
004240                OPEN I-O ARQ-GRUPOECO
004250            END-IF.
004260            IF WK-FS-GRUPOECO NOT = '00'
004270                DISPLAY 'ERRO ' WK-FS-GRUPOECO
004280                        ' NO COMANDO OPEN GRUPOECO'
004290                MOVE 12 TO RETURN-CODE
004300                STOP RUN
004310            END-IF.
004320       *      O LIMITE DO GRUPO E UM PERCENTUAL DO CAPITAL;
004330       *      ACIMA DO ALERTA O AUMENTO VAI PARA APROVACAO
004340        104-CRITICAR-PARAMETROS.
004350            IF WK-CAPITAL NOT NUMERIC
004360               OR WK-CAPITAL = ZEROS
004370                DISPLAY 'CAPITAL NAO INFORMADO NO SYSIN'
004380                MOVE 12 TO RETURN-CODE
004390                STOP RUN
004400            END-IF.
004410            IF WK-PERC-LIMITE NOT NUMERIC
004420               OR WK-PERC-LIMITE = ZEROS
004430                MOVE 25,00 TO WK-PERC-LIMITE
004440            END-IF.
004450            IF WK-PERC-ALERTA NOT NUMERIC
004460               OR WK-PERC-ALERTA = ZEROS
004470               OR WK-PERC-ALERTA > 100
004480                MOVE 90,00 TO WK-PERC-ALERTA
004490            END-IF.
004500            COMPUTE WK-LIMITE-GRUPO ROUNDED =
004510                WK-CAPITAL * WK-PERC-LIMITE / 100.
004520            COMPUTE WK-ALERTA-GRUPO ROUNDED =
004530                WK-LIMITE-GRUPO * WK-PERC-ALERTA / 100.
004540            MOVE WK-DATA-REF TO WK-DATA-CAMBIO-REF.
004550            PERFORM 190-CARREGAR-CAMBIO.
004560            OPEN INPUT ARQ-CLIENTES.
004570            IF WK-FS-CLIENTES NOT = '00'
004580                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, STATUS '
004590                        WK-FS-CLIENTES
004600                MOVE 12 TO RETURN-CODE
004610                STOP RUN
004620            END-IF.
004630            OPEN INPUT ARQ-CLIDADOS.
004640            IF WK-FS-CLIDADOS NOT = '00'
004650                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, STATUS '
004660                        WK-FS-CLIDADOS
004670                MOVE 12 TO RETURN-CODE
004680                STOP RUN
004690            END-IF.
004700            OPEN OUTPUT ARQ-GRPCONC.
004710            IF WK-FS-GRPCONC NOT = '00'
004720                DISPLAY 'ERRO ' WK-FS-GRPCONC
004730                        ' NO COMANDO OPEN GRPCONC'
004740                MOVE 12 TO RETURN-CODE
004750                STOP RUN
004760            END-IF.
004770       ***********************************************
004780        190-CARREGAR-CAMBIO.
004790            OPEN INPUT ARQ-CAMBIO.
004800            EVALUATE WK-FS-CAMBIO
004810                WHEN '00'
004820                    PERFORM 191-LER-CAMBIO
004830                    PERFORM 192-APLICAR-TAXA-CAMBIO
004840                        UNTIL WK-FS-CAMBIO = '10'
004850                    CLOSE ARQ-CAMBIO
004860                WHEN OTHER
004870                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
004880                            'OU COM ERRO ' WK-FS-CAMBIO
004890                    MOVE 12 TO RETURN-CODE
004900                    STOP RUN
004910            END-EVALUATE.
004920            IF TAXA-MOEDA(1) = ZEROS
004930                MOVE 1 TO TAXA-MOEDA(1)
004940            END-IF.
004950            PERFORM 189-CONFERIR-TAXA-CAMBIO
004960                VARYING WK-IDX-MOEDA FROM 2 BY 1
004970                UNTIL WK-IDX-MOEDA > 3.
004980        191-LER-CAMBIO.
004990            READ ARQ-CAMBIO.
005000            EVALUATE WK-FS-CAMBIO
005010                WHEN '00'
005020                    CONTINUE
005030                WHEN '10'
005040                    CONTINUE
005050                WHEN OTHER
005060                    DISPLAY 'ERRO ' WK-FS-CAMBIO
005070                            ' NO COMANDO READ CAMBIO'
005080                    MOVE 12 TO RETURN-CODE
005090                    STOP RUN
005100            END-EVALUATE.
005110        192-APLICAR-TAXA-CAMBIO.
005120            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
005130                PERFORM 193-COMPARAR-MOEDA
005140                    VARYING WK-IDX-MOEDA FROM 1 BY 1
005150                    UNTIL WK-IDX-MOEDA > 3
005160            END-IF.
005170            PERFORM 191-LER-CAMBIO.
005180        193-COMPARAR-MOEDA.
005190            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
005200               AND FD-DATA-CAMBIO NOT LESS
005210                   WK-DATA-TAXA(WK-IDX-MOEDA)
005220                MOVE FD-TAXA-CAMBIO
005230                    TO TAXA-MOEDA(WK-IDX-MOEDA)
005240                MOVE FD-DATA-CAMBIO
005250                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
005260            END-IF.
005270        189-CONFERIR-TAXA-CAMBIO.
005280            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
005290                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
005300                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
005310                        ' NA DATA ' WK-DATA-CAMBIO-REF
005320                MOVE 12 TO RETURN-CODE
005330                STOP RUN
005340            END-IF.
005350       ***********************************************
005360        200-PROCESSAR SECTION.
005370        201-PROCESSAR-TRANSACAO.
005380            ADD 1 TO WK-QTD-TRANSACOES.
005390            MOVE SPACES TO WK-MOTIVO-CRITICA.
005400            PERFORM 202-CRITICAR-TRANSACAO.
005410            IF WK-MOTIVO-CRITICA = SPACES
005420                PERFORM 204-APLICAR-TRANSACAO
005430            ELSE
005440                ADD 1 TO WK-QTD-REJEITADAS
005450                MOVE WK-MOTIVO-CRITICA TO WK-RESULT-REL
005460                PERFORM 209-RELATAR-TRANSACAO
005470            END-IF.
005480            PERFORM 301-LER-MANGRP.
005490        202-CRITICAR-TRANSACAO.
005500            EVALUATE TRUE
005510                WHEN NOT (MANGRP-INCLUSAO OR MANGRP-ALTERACAO
005520                            OR MANGRP-EXCLUSAO)
005530                    MOVE 'OPERACAO INVALIDA'
005540                        TO WK-MOTIVO-CRITICA
005550                WHEN FD-CPFCNPJ-MANGRP = SPACES
005560                    MOVE 'CPF/CNPJ NAO INFORMADO'
005570                        TO WK-MOTIVO-CRITICA
005580                WHEN MANGRP-EXCLUSAO
005590                    CONTINUE
005600                WHEN FD-TIPO-DOC-MANGRP NOT = 'F' AND NOT = 'J'
005610                    MOVE 'TIPO DE DOCUMENTO DEVE SER F/J'
005620                        TO WK-MOTIVO-CRITICA
005630                WHEN FD-GRUPO-MANGRP = SPACES
005640                    MOVE 'GRUPO NAO INFORMADO'
005650                        TO WK-MOTIVO-CRITICA
005660                WHEN FD-PAPEL-MANGRP NOT = 'C' AND NOT = 'L'
005670                                     AND NOT = 'P'
005680                    MOVE 'PAPEL DEVE SER C, L OU P'
005690                        TO WK-MOTIVO-CRITICA
005700                WHEN FD-PAPEL-MANGRP = 'P'
005710                 AND FD-TIPO-DOC-MANGRP NOT = 'F'
005720                    MOVE 'PESSOA RELACIONADA EXIGE CPF'
005730                        TO WK-MOTIVO-CRITICA
005740            END-EVALUATE.
005750        204-APLICAR-TRANSACAO.
005760            EVALUATE TRUE
005770                WHEN MANGRP-INCLUSAO
005780                    PERFORM 205-INCLUIR-MEMBRO
005790                WHEN MANGRP-ALTERACAO
005800                    PERFORM 206-ALTERAR-MEMBRO
005810                WHEN OTHER
005820                    PERFORM 207-EXCLUIR-MEMBRO
005830            END-EVALUATE.
005840        205-INCLUIR-MEMBRO.
005850            MOVE FD-CPFCNPJ-MANGRP TO FD-CPFCNPJ-GRP.
005860            PERFORM 212-MOVER-MEMBRO.
005870            MOVE WK-DATA-REF TO FD-DATA-INCL-GRP.
005880            MOVE SPACES TO WK-IMAGEM-ANTES.
005890            WRITE REG-GRUPOECO
005900                INVALID KEY
005910                    PERFORM 211-REATIVAR-MEMBRO
005920                NOT INVALID KEY
005930                    PERFORM 208-JORNALAR-OPERACAO
005940                    ADD 1 TO WK-QTD-APLICADAS
005950                    MOVE 'MEMBRO INCLUIDO'
005960                        TO WK-RESULT-REL
005970                    PERFORM 209-RELATAR-TRANSACAO
005980            END-WRITE.
005990        206-ALTERAR-MEMBRO.
006000            MOVE FD-CPFCNPJ-MANGRP TO FD-CPFCNPJ-GRP.
006010            READ ARQ-GRUPOECO
006020                INVALID KEY
006030                    ADD 1 TO WK-QTD-REJEITADAS
006040                    MOVE 'MEMBRO NAO ENCONTRADO'
006050                        TO WK-RESULT-REL
006060                    PERFORM 209-RELATAR-TRANSACAO
006070                NOT INVALID KEY
006080                    IF MEMBRO-EXCLUIDO
006090                        ADD 1 TO WK-QTD-REJEITADAS
006100                        MOVE 'MEMBRO EXCLUIDO DO GRUPO'
006110                            TO WK-RESULT-REL
006120                        PERFORM 209-RELATAR-TRANSACAO
006130                    ELSE
006140                        MOVE REG-GRUPOECO(15:47)
006150                            TO WK-IMAGEM-ANTES
006160                        PERFORM 212-MOVER-MEMBRO
006170                        PERFORM 210-REGRAVAR-MEMBRO
006180                        MOVE 'MEMBRO ALTERADO'
006190                            TO WK-RESULT-REL
006200                        PERFORM 209-RELATAR-TRANSACAO
006210                    END-IF
006220            END-READ.
006230        207-EXCLUIR-MEMBRO.
006240            MOVE FD-CPFCNPJ-MANGRP TO FD-CPFCNPJ-GRP.
006250            READ ARQ-GRUPOECO
006260                INVALID KEY
006270                    ADD 1 TO WK-QTD-REJEITADAS
006280                    MOVE 'MEMBRO NAO ENCONTRADO'
006290                        TO WK-RESULT-REL
006300                    PERFORM 209-RELATAR-TRANSACAO
006310                NOT INVALID KEY
006320                    MOVE REG-GRUPOECO(15:47)
006330                        TO WK-IMAGEM-ANTES
006340                    MOVE 'E' TO FD-SITUACAO-GRP
006350                    PERFORM 210-REGRAVAR-MEMBRO
006360                    MOVE 'MEMBRO EXCLUIDO DO GRUPO'
006370                        TO WK-RESULT-REL
006380                    PERFORM 209-RELATAR-TRANSACAO
006390            END-READ.
006400        210-REGRAVAR-MEMBRO.
006410            REWRITE REG-GRUPOECO
006420                INVALID KEY
006430                    DISPLAY 'ERRO NO REWRITE DO GRUPOECO, '
006440                            'CHAVE ' FD-CPFCNPJ-GRP
006450                    MOVE 12 TO RETURN-CODE
006460                    STOP RUN
006470            END-REWRITE.
006480            PERFORM 208-JORNALAR-OPERACAO.
006490            ADD 1 TO WK-QTD-APLICADAS.
006500       *      INCLUSAO DE CPF/CNPJ JA EXCLUIDO REATIVA O
006510       *      REGISTRO NO GRUPO INFORMADO
006520        211-REATIVAR-MEMBRO.
006530            READ ARQ-GRUPOECO
006540                INVALID KEY
006550                    DISPLAY 'ERRO NO READ DO GRUPOECO, '
006560                            'CHAVE ' FD-CPFCNPJ-GRP
006570                    MOVE 12 TO RETURN-CODE
006580                    STOP RUN
006590            END-READ.
006600            IF MEMBRO-ATIVO
006610                ADD 1 TO WK-QTD-REJEITADAS
006620                MOVE 'CPF/CNPJ JA EM GRUPO ATIVO'
006630                    TO WK-RESULT-REL
006640                PERFORM 209-RELATAR-TRANSACAO
006650            ELSE
006660                MOVE REG-GRUPOECO(15:47)
006670                    TO WK-IMAGEM-ANTES
006680                PERFORM 212-MOVER-MEMBRO
006690                MOVE WK-DATA-REF TO FD-DATA-INCL-GRP
006700                PERFORM 210-REGRAVAR-MEMBRO
006710                MOVE 'MEMBRO REATIVADO'
006720                    TO WK-RESULT-REL
006730                PERFORM 209-RELATAR-TRANSACAO
006740            END-IF.
006750        212-MOVER-MEMBRO.
006760            MOVE FD-TIPO-DOC-MANGRP TO FD-TIPO-DOC-GRP.
006770            MOVE FD-GRUPO-MANGRP    TO FD-GRUPO-GRP.
006780            MOVE FD-NOME-MANGRP     TO FD-NOME-GRP.
006790            MOVE FD-PAPEL-MANGRP    TO FD-PAPEL-GRP.
006800            MOVE 'A'                TO FD-SITUACAO-GRP.
006810       *      O DIARIO GUARDA A IMAGEM DO REGISTRO ANTES
006820       *      E DEPOIS, FORA DA CHAVE, COMO NO PROCJRNL
006830        208-JORNALAR-OPERACAO.
006840            MOVE WK-DATA-SIST TO JRN-DATA.
006850            MOVE WK-HORA-SIST TO JRN-HORA.
006860            MOVE FD-OPERADOR-MANGRP TO JRN-OPERADOR.
006870            MOVE FD-OPERACAO-MANGRP TO JRN-OPERACAO.
006880            MOVE FD-CPFCNPJ-GRP     TO JRN-CPFCNPJ.
006890            MOVE WK-IMAGEM-ANTES    TO JRN-IMAGEM-ANTES.
006900            MOVE REG-GRUPOECO(15:47) TO JRN-IMAGEM-DEPOIS.
006910            WRITE REG-GRPJRNL.
006920            IF WK-FS-GRPJRNL NOT = '00'
006930                DISPLAY 'ERRO ' WK-FS-GRPJRNL
006940                        ' NO COMANDO WRITE GRPJRNL'
006950                MOVE 12 TO RETURN-CODE
006960                STOP RUN
006970            END-IF.
006980        209-RELATAR-TRANSACAO.
006990            MOVE FD-OPERACAO-MANGRP TO WK-OPER-REL.
007000            MOVE FD-CPFCNPJ-MANGRP  TO WK-CPF-REL.
007010            MOVE FD-GRUPO-MANGRP    TO WK-GRUPO-REL.
007020            MOVE FD-PAPEL-MANGRP    TO WK-PAPEL-REL.
007030            MOVE FD-NOME-MANGRP     TO WK-NOME-REL.
007040            WRITE REG-RELGRUPO FROM WK-LINHA-OCORR.
007050            PERFORM 283-CONFERIR-RELGRUPO.
007060       ***********************************************
007070       *      APURACAO DA CONCENTRACAO: AS CONTAS ENTRAM NO
007080       *      GRUPO PELO CPF/CNPJ DO TITULAR NO CLIDADOS; A
007090       *      EXPOSICAO DA CONTA E O MAIOR ENTRE O LIMITE E O
007100       *      USO DO LIMITE, MAIS O SALDO DOS EMPRESTIMOS
007110        250-CONCENTRACAO SECTION.
007120        251-APURAR-CONCENTRACAO.
007130            PERFORM 302-LER-GRUPOECO.
007140            PERFORM 252-GUARDAR-MEMBRO
007150                UNTIL WK-FS-GRUPOECO = '10'.
007160            OPEN INPUT ARQ-EMPREST.
007170            EVALUATE WK-FS-EMPREST
007180                WHEN '00'
007190                    PERFORM 304-LER-EMPREST
007200                    PERFORM 255-GUARDAR-EMPRESTIMO
007210                        UNTIL WK-FS-EMPREST = '10'
007220                    CLOSE ARQ-EMPREST
007230                WHEN '35'
007240                    CONTINUE
007250                WHEN OTHER
007260                    DISPLAY 'ERRO ' WK-FS-EMPREST
007270                            ' NO COMANDO OPEN EMPREST'
007280                    MOVE 12 TO RETURN-CODE
007290                    STOP RUN
007300            END-EVALUATE.
007310            PERFORM 303-LER-CLIENTES.
007320            PERFORM 258-AVALIAR-CONTA
007330                UNTIL WK-FS-CLIENTES = '10'.
007340            PERFORM 262-GRAVAR-GRPCONC
007350                VARYING WK-IDX-CTG FROM 1 BY 1
007360                UNTIL WK-IDX-CTG > WK-QTD-CTG.
007370            MOVE WK-DATA-REF     TO WK-DATA-CABEC.
007380            MOVE WK-CAPITAL      TO WK-CAPITAL-CABEC.
007390            MOVE WK-PERC-LIMITE  TO WK-PERC-CABEC.
007400            MOVE WK-LIMITE-GRUPO TO WK-LIMITE-CABEC.
007410            MOVE WK-PERC-ALERTA  TO WK-ALERTA-CABEC.
007420            WRITE REG-RELGRUPO FROM WK-CABEC-CONC1.
007430            PERFORM 283-CONFERIR-RELGRUPO.
007440            WRITE REG-RELGRUPO FROM WK-CABEC-CONC2.
007450            PERFORM 283-CONFERIR-RELGRUPO.
007460            WRITE REG-RELGRUPO FROM WK-CABEC-CONC3 AFTER 2 LINES.
007470            PERFORM 283-CONFERIR-RELGRUPO.
007480            PERFORM 261-RELATAR-GRUPO
007490                VARYING WK-IDX-GRP FROM 1 BY 1
007500                UNTIL WK-IDX-GRP > WK-QTD-GRP.
007510        252-GUARDAR-MEMBRO.
007520            IF MEMBRO-ATIVO
007530                PERFORM 253-LOCALIZAR-GRUPO
007540                IF WK-QTD-MBR NOT LESS 5000
007550                    DISPLAY 'TABELA DE MEMBROS CHEIA, LIMITE 5000'
007560                    MOVE 12 TO RETURN-CODE
007570                    STOP RUN
007580                END-IF
007590                ADD 1 TO WK-QTD-MBR
007600                MOVE FD-CPFCNPJ-GRP TO WK-MBR-CPFCNPJ(WK-QTD-MBR)
007610                MOVE WK-IDX-GRP-ACH TO WK-MBR-IDX-GRP(WK-QTD-MBR)
007620                ADD 1 TO WK-GRP-MEMBROS(WK-IDX-GRP-ACH)
007630                IF PAPEL-CONTROLADOR
007640                    MOVE FD-NOME-GRP
007650                        TO WK-GRP-NOME(WK-IDX-GRP-ACH)
007660                END-IF
007670            END-IF.
007680            PERFORM 302-LER-GRUPOECO.
007690        253-LOCALIZAR-GRUPO.
007700            MOVE ZEROS TO WK-IDX-GRP-ACH.
007710            PERFORM 254-COMPARAR-GRUPO
007720                VARYING WK-IDX-GRP FROM 1 BY 1
007730                UNTIL WK-IDX-GRP > WK-QTD-GRP
007740                   OR WK-IDX-GRP-ACH > ZEROS.
007750            IF WK-IDX-GRP-ACH = ZEROS
007760                IF WK-QTD-GRP NOT LESS 1000
007770                    DISPLAY 'TABELA DE GRUPOS CHEIA, LIMITE 1000'
007780                    MOVE 12 TO RETURN-CODE
007790                    STOP RUN
007800                END-IF
007810                ADD 1 TO WK-QTD-GRP
007820                MOVE WK-QTD-GRP TO WK-IDX-GRP-ACH
007830                MOVE FD-GRUPO-GRP TO WK-GRP-CODIGO(WK-IDX-GRP-ACH)
007840                MOVE SPACES TO WK-GRP-NOME(WK-IDX-GRP-ACH)
007850                MOVE ZEROS TO WK-GRP-MEMBROS(WK-IDX-GRP-ACH)
007860                MOVE ZEROS TO WK-GRP-CONTAS(WK-IDX-GRP-ACH)
007870                MOVE ZEROS TO WK-GRP-LIMITES(WK-IDX-GRP-ACH)
007880                MOVE ZEROS TO WK-GRP-UTILIZADO(WK-IDX-GRP-ACH)
007890                MOVE ZEROS TO WK-GRP-EMPREST(WK-IDX-GRP-ACH)
007900                MOVE ZEROS TO WK-GRP-EXPOSICAO(WK-IDX-GRP-ACH)
007910            END-IF.
007920        254-COMPARAR-GRUPO.
007930            IF WK-GRP-CODIGO(WK-IDX-GRP) = FD-GRUPO-GRP
007940                MOVE WK-IDX-GRP TO WK-IDX-GRP-ACH
007950            END-IF.
007960        255-GUARDAR-EMPRESTIMO.
007970            IF EMP-ATIVO OR EMP-EM-ATRASO
007980                PERFORM 256-LOCALIZAR-EMPRESTIMO
007990                IF WK-IDX-EMP-ACH = ZEROS
008000                    IF WK-QTD-EMP NOT LESS 5000
008010                        DISPLAY 'TABELA DE EMPRESTIMOS CHEIA, '
008020                                'LIMITE 5000'
008030                        MOVE 12 TO RETURN-CODE
008040                        STOP RUN
008050                    END-IF
008060                    ADD 1 TO WK-QTD-EMP
008070                    MOVE WK-QTD-EMP TO WK-IDX-EMP-ACH
008080                    MOVE FD-CHAVE-EMP
008090                        TO WK-EMP-CHAVE(WK-IDX-EMP-ACH)
008100                    MOVE ZEROS
008110                        TO WK-EMP-SALDO-DEV(WK-IDX-EMP-ACH)
008120                END-IF
008130                ADD FD-SALDO-DEV-EMP
008140                    TO WK-EMP-SALDO-DEV(WK-IDX-EMP-ACH)
008150            END-IF.
008160            PERFORM 304-LER-EMPREST.
008170        256-LOCALIZAR-EMPRESTIMO.
008180            MOVE ZEROS TO WK-IDX-EMP-ACH.
008190            PERFORM 257-COMPARAR-EMPRESTIMO
008200                VARYING WK-IDX-EMP FROM 1 BY 1
008210                UNTIL WK-IDX-EMP > WK-QTD-EMP
008220                   OR WK-IDX-EMP-ACH > ZEROS.
008230        257-COMPARAR-EMPRESTIMO.
008240            IF WK-EMP-CHAVE(WK-IDX-EMP) = FD-CHAVE-EMP
008250                MOVE WK-IDX-EMP TO WK-IDX-EMP-ACH
008260            END-IF.
008270        258-AVALIAR-CONTA.
008280            ADD 1 TO WK-QTD-LIDAS.
008290            IF NOT CONTA-ENCERRADA
008300                MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-CLIDADOS
008310                READ ARQ-CLIDADOS
008320                    INVALID KEY
008330                        MOVE SPACES TO WK-CPF-BUSCA
008340                    NOT INVALID KEY
008350                        MOVE FD-CPFCNPJ-CLIDADOS TO WK-CPF-BUSCA
008360                END-READ
008370                IF WK-CPF-BUSCA NOT = SPACES
008380                    MOVE ZEROS TO WK-IDX-MBR-ACH
008390                    PERFORM 259-COMPARAR-MEMBRO
008400                        VARYING WK-IDX-MBR FROM 1 BY 1
008410                        UNTIL WK-IDX-MBR > WK-QTD-MBR
008420                           OR WK-IDX-MBR-ACH > ZEROS
008430                    IF WK-IDX-MBR-ACH > ZEROS
008440                        PERFORM 260-SOMAR-CONTA
008450                    END-IF
008460                END-IF
008470            END-IF.
008480            PERFORM 303-LER-CLIENTES.
008490        259-COMPARAR-MEMBRO.
008500            IF WK-MBR-CPFCNPJ(WK-IDX-MBR) = WK-CPF-BUSCA
008510                MOVE WK-IDX-MBR TO WK-IDX-MBR-ACH
008520            END-IF.
008530        260-SOMAR-CONTA.
008540            MOVE WK-MBR-IDX-GRP(WK-IDX-MBR-ACH) TO WK-IDX-GRP-ACH.
008550            MOVE 1 TO WK-IDX-MOEDA.
008560            PERFORM 263-PROCURAR-MOEDA
008570                UNTIL WK-IDX-MOEDA > 3
008580                   OR MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CLIENTES.
008590            IF WK-IDX-MOEDA > 3
008600                MOVE 1 TO WK-IDX-MOEDA
008610            END-IF.
008620            MOVE TAXA-MOEDA(WK-IDX-MOEDA) TO WK-TAXA-CONTA.
008630            COMPUTE WK-LIMITE-BRL ROUNDED =
008640                FD-LIMITE-CLIENTES * WK-TAXA-CONTA.
008650            MOVE ZEROS TO WK-USO-BRL.
008660            IF FD-SALDO-CLIENTES < ZEROS
008670                COMPUTE WK-USO-BRL ROUNDED =
008680                    (ZERO - FD-SALDO-CLIENTES) * WK-TAXA-CONTA
008690            END-IF.
008700            ADD 1 TO WK-GRP-CONTAS(WK-IDX-GRP-ACH).
008710            ADD WK-LIMITE-BRL TO WK-GRP-LIMITES(WK-IDX-GRP-ACH).
008720            ADD WK-USO-BRL TO WK-GRP-UTILIZADO(WK-IDX-GRP-ACH).
008730            IF WK-USO-BRL > WK-LIMITE-BRL
008740                ADD WK-USO-BRL TO WK-GRP-EXPOSICAO(WK-IDX-GRP-ACH)
008750            ELSE
008760                ADD WK-LIMITE-BRL
008770                    TO WK-GRP-EXPOSICAO(WK-IDX-GRP-ACH)
008780            END-IF.
008790            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-EMP.
008800            PERFORM 256-LOCALIZAR-EMPRESTIMO.
008810            IF WK-IDX-EMP-ACH > ZEROS
008820                ADD WK-EMP-SALDO-DEV(WK-IDX-EMP-ACH)
008830                    TO WK-GRP-EMPREST(WK-IDX-GRP-ACH)
008840                ADD WK-EMP-SALDO-DEV(WK-IDX-EMP-ACH)
008850                    TO WK-GRP-EXPOSICAO(WK-IDX-GRP-ACH)
008860            END-IF.
008870            IF WK-QTD-CTG NOT LESS 9999
008880                DISPLAY 'TABELA DE CONTAS DE GRUPO CHEIA, '
008890                        'LIMITE 9999'
008900                MOVE 12 TO RETURN-CODE
008910                STOP RUN
008920            END-IF.
008930            ADD 1 TO WK-QTD-CTG.
008940            MOVE FD-CHAVE-CLIENTES TO WK-CTG-CHAVE(WK-QTD-CTG).
008950            MOVE WK-IDX-GRP-ACH    TO WK-CTG-IDX-GRP(WK-QTD-CTG).
008960            MOVE WK-TAXA-CONTA     TO WK-CTG-TAXA(WK-QTD-CTG).
008970        261-RELATAR-GRUPO.
008980            MOVE WK-GRP-CODIGO(WK-IDX-GRP)     TO WK-GRUPO-CONC.
008990            MOVE WK-GRP-NOME(WK-IDX-GRP)       TO WK-NOME-CONC.
009000            MOVE WK-GRP-CONTAS(WK-IDX-GRP)     TO WK-CONTAS-CONC.
009010            MOVE WK-GRP-LIMITES(WK-IDX-GRP)    TO WK-LIMITES-CONC.
009020            MOVE WK-GRP-UTILIZADO(WK-IDX-GRP)  TO WK-USO-CONC.
009030            MOVE WK-GRP-EMPREST(WK-IDX-GRP)    TO WK-EMPREST-CONC.
009040            MOVE WK-GRP-EXPOSICAO(WK-IDX-GRP)  TO WK-EXPOS-CONC.
009050            COMPUTE WK-PERC-USO ROUNDED =
009060                WK-GRP-EXPOSICAO(WK-IDX-GRP) * 100
009070                / WK-LIMITE-GRUPO
009080                ON SIZE ERROR
009090                    MOVE 9999,99 TO WK-PERC-USO
009100            END-COMPUTE.
009110            MOVE WK-PERC-USO TO WK-PERC-CONC.
009120            EVALUATE TRUE
009130                WHEN WK-GRP-EXPOSICAO(WK-IDX-GRP)
009140                   > WK-LIMITE-GRUPO
009150                    ADD 1 TO WK-QTD-EXCEDIDOS
009160                    MOVE 'EXCEDIDO' TO WK-SITUACAO-CONC
009170                WHEN WK-GRP-EXPOSICAO(WK-IDX-GRP)
009180                   > WK-ALERTA-GRUPO
009190                    ADD 1 TO WK-QTD-EM-ALERTA
009200                    MOVE 'ALERTA' TO WK-SITUACAO-CONC
009210                WHEN OTHER
009220                    MOVE 'NORMAL' TO WK-SITUACAO-CONC
009230            END-EVALUATE.
009240            WRITE REG-RELGRUPO FROM WK-LINHA-GRUPO.
009250            PERFORM 283-CONFERIR-RELGRUPO.
009260        262-GRAVAR-GRPCONC.
009270            MOVE WK-CTG-IDX-GRP(WK-IDX-CTG) TO WK-IDX-GRP.
009280            MOVE WK-CTG-CHAVE(WK-IDX-CTG)   TO FD-CHAVE-GRC.
009290            MOVE WK-GRP-CODIGO(WK-IDX-GRP)  TO FD-GRUPO-GRC.
009300            MOVE WK-CTG-TAXA(WK-IDX-CTG)    TO FD-TAXA-GRC.
009310            MOVE WK-LIMITE-GRUPO            TO FD-LIMITE-GRC.
009320            MOVE WK-ALERTA-GRUPO            TO FD-ALERTA-GRC.
009330            MOVE WK-GRP-EXPOSICAO(WK-IDX-GRP) TO FD-EXPOSICAO-GRC.
009340            WRITE REG-GRPCONC.
009350            IF WK-FS-GRPCONC NOT = '00'
009360                DISPLAY 'ERRO ' WK-FS-GRPCONC
009370                        ' NO COMANDO WRITE GRPCONC'
009380                MOVE 12 TO RETURN-CODE
009390                STOP RUN
009400            END-IF.
009410            ADD 1 TO WK-QTD-GRC.
009420        263-PROCURAR-MOEDA.
009430            ADD 1 TO WK-IDX-MOEDA.
009440        283-CONFERIR-RELGRUPO.
009450            IF WK-FS-RELGRUPO NOT = '00'
009460                DISPLAY 'ERRO ' WK-FS-RELGRUPO
009470                        ' NO COMANDO WRITE RELGRUPO'
009480                MOVE 12 TO RETURN-CODE
009490                STOP RUN
009500            END-IF.
009510       ***********************************************
009520        300-LEITURAS SECTION.
009530        301-LER-MANGRP.
009540            READ ARQ-MANGRP.
009550            EVALUATE WK-FS-MANGRP
009560                WHEN '00'
009570                    CONTINUE
009580                WHEN '10'
009590                    CONTINUE
009600                WHEN OTHER
009610                    DISPLAY 'ERRO ' WK-FS-MANGRP
009620                            ' NO COMANDO READ MANGRP'
009630                    MOVE 12 TO RETURN-CODE
009640                    STOP RUN
009650            END-EVALUATE.
009660        302-LER-GRUPOECO.
009670            READ ARQ-GRUPOECO NEXT.
009680            EVALUATE WK-FS-GRUPOECO
009690                WHEN '00'
009700                    CONTINUE
009710                WHEN '10'
009720                    CONTINUE
009730                WHEN OTHER
009740                    DISPLAY 'ERRO ' WK-FS-GRUPOECO
009750                            ' NO COMANDO READ GRUPOECO'
009760                    MOVE 12 TO RETURN-CODE
009770                    STOP RUN
009780            END-EVALUATE.
009790        303-LER-CLIENTES.
009800            READ ARQ-CLIENTES.
009810            EVALUATE WK-FS-CLIENTES
009820                WHEN '00'
009830                    CONTINUE
009840                WHEN '10'
009850                    CONTINUE
009860                WHEN OTHER
009870                    DISPLAY 'ERRO ' WK-FS-CLIENTES
009880                            ' NO COMANDO READ CLIENTES'
009890                    MOVE 12 TO RETURN-CODE
009900                    STOP RUN
009910            END-EVALUATE.
009920        304-LER-EMPREST.
009930            READ ARQ-EMPREST.
009940            EVALUATE WK-FS-EMPREST
009950                WHEN '00'
009960                    CONTINUE
009970                WHEN '10'
009980                    CONTINUE
009990                WHEN OTHER
010000                    DISPLAY 'ERRO ' WK-FS-EMPREST
010010                            ' NO COMANDO READ EMPREST'
010020                    MOVE 12 TO RETURN-CODE
010030                    STOP RUN
010040            END-EVALUATE.
010050       ***********************************************
010060        195-GRAVAR-JRNL-INICIO.
010070            MOVE 'I' TO JRL-TIPO.
010080            MOVE ZEROS TO JRL-QTD-LIDOS.
010090            MOVE ZEROS TO JRL-QTD-GRAVADOS.
010100            MOVE ZEROS TO JRL-QTD-REJEITADOS.
010110            MOVE ZEROS TO JRL-RETORNO.
010111            MOVE 'EAD95932' TO LK-PROGRAMA-COM.
010112            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
010113            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010120            PERFORM 194-GRAVAR-RUNJRNL.
010130        196-GRAVAR-JRNL-FIM.
010140            MOVE 'F' TO JRL-TIPO.
010150            IF FUNCAO-CONCENTRACAO
010160                MOVE WK-QTD-LIDAS TO JRL-QTD-LIDOS
010170                MOVE WK-QTD-GRC   TO JRL-QTD-GRAVADOS
010180                MOVE WK-QTD-EXCEDIDOS TO JRL-QTD-REJEITADOS
010190            ELSE
010200                MOVE WK-QTD-TRANSACOES TO JRL-QTD-LIDOS
010210                MOVE WK-QTD-APLICADAS  TO JRL-QTD-GRAVADOS
010220                MOVE WK-QTD-REJEITADAS TO JRL-QTD-REJEITADOS
010230            END-IF.
010240            MOVE RETURN-CODE TO JRL-RETORNO.
010241            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010250            PERFORM 194-GRAVAR-RUNJRNL.
010260        194-GRAVAR-RUNJRNL.
010270            OPEN EXTEND ARQ-RUNJRNL.
010280            IF WK-FS-RUNJRNL = '35'
010290                OPEN OUTPUT ARQ-RUNJRNL
010300            END-IF.
010310            IF WK-FS-RUNJRNL NOT = '00'
010320                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010330                        ' NO COMANDO OPEN RUNJRNL'
010340                MOVE 12 TO RETURN-CODE
010350                STOP RUN
010360            END-IF.
010370            MOVE 'EAD95932' TO JRL-PROGRAMA.
010380            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
010390            ACCEPT JRL-HORA FROM TIME.
010400            WRITE REG-RUNJRNL.
010410            IF WK-FS-RUNJRNL NOT = '00'
010420                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010430                        ' NO COMANDO WRITE RUNJRNL'
010440                MOVE 12 TO RETURN-CODE
010450                STOP RUN
010460            END-IF.
010470            CLOSE ARQ-RUNJRNL.
010480       ***********************************************
010490        900-FINALIZAR SECTION.
010500        901-FINALIZAR.
010510            IF FUNCAO-CONCENTRACAO
010520                MOVE 'GRUPOS APURADOS         : ' TO WK-TITULO-TOT
010530                MOVE WK-QTD-GRP TO WK-VALOR-TOT
010540                WRITE REG-RELGRUPO FROM WK-LINHA-TOTAL
010550                    AFTER 2 LINES
010560                MOVE 'GRUPOS EM ALERTA        : ' TO WK-TITULO-TOT
010570                MOVE WK-QTD-EM-ALERTA TO WK-VALOR-TOT
010580                WRITE REG-RELGRUPO FROM WK-LINHA-TOTAL
010590                MOVE 'GRUPOS COM LIMITE EXCED.: ' TO WK-TITULO-TOT
010600                MOVE WK-QTD-EXCEDIDOS TO WK-VALOR-TOT
010610                WRITE REG-RELGRUPO FROM WK-LINHA-TOTAL
010620                DISPLAY 'GRUPOS : ' WK-QTD-GRP
010630                        ' EM ALERTA : ' WK-QTD-EM-ALERTA
010640                        ' EXCEDIDOS : ' WK-QTD-EXCEDIDOS
010650                IF WK-QTD-EXCEDIDOS > ZEROS
010660                   AND RETURN-CODE < 4
010670                    MOVE 4 TO RETURN-CODE
010680                END-IF
010690                CLOSE ARQ-CLIENTES
010700                CLOSE ARQ-CLIDADOS
010710                CLOSE ARQ-GRPCONC
010720            ELSE
010730                MOVE 'TRANSACOES LIDAS        : ' TO WK-TITULO-TOT
010740                MOVE WK-QTD-TRANSACOES TO WK-VALOR-TOT
010750                WRITE REG-RELGRUPO FROM WK-LINHA-TOTAL
010760                    AFTER 2 LINES
010770                MOVE 'TRANSACOES APLICADAS    : ' TO WK-TITULO-TOT
010780                MOVE WK-QTD-APLICADAS TO WK-VALOR-TOT
010790                WRITE REG-RELGRUPO FROM WK-LINHA-TOTAL
010800                MOVE 'TRANSACOES REJEITADAS   : ' TO WK-TITULO-TOT
010810                MOVE WK-QTD-REJEITADAS TO WK-VALOR-TOT
010820                WRITE REG-RELGRUPO FROM WK-LINHA-TOTAL
010830                DISPLAY 'APLICADAS : ' WK-QTD-APLICADAS
010840                        ' REJEITADAS : ' WK-QTD-REJEITADAS
010850                CLOSE ARQ-MANGRP
010860                CLOSE ARQ-GRPJRNL
010870            END-IF.
010880            CLOSE ARQ-GRUPOECO.
010890            CLOSE ARQ-RELGRUPO.
