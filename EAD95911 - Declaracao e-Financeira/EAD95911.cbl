000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95911.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   E-FINANCEIRA: MOVIMENTO SEMESTRAL POR        *
000170       *   CPF/CNPJ PARA A RECEITA FEDERAL              *
000180       *                                                *
000190       *   O MOVLOC APONTA AS PARTICOES DO MOVHIST DO   *
000200       *   SEMESTRE (O MOVHIST E A CONCATENACAO DELAS). *
000210       *   CREDITOS E DEBITOS DE CADA CONTA SAO         *
000220       *   TOTALIZADOS POR MES E LEVADOS A BRL PELO     *
000230       *   CAMBIO DO FIM DO SEMESTRE; O SALDO E O DO    *
000240       *   ULTIMO MOVIMENTO DO SEMESTRE. CADA TITULAR   *
000250       *   (CLIDADOS E TITULARES) RECEBE OS VALORES DA  *
000260       *   CONTA INTEIROS E SO VAI PARA O EFINDOC SE    *
000270       *   ALGUM MES OU O SALDO PASSAR DO LIMITE (PF OU *
000280       *   PJ PELO TIPO DE DOCUMENTO)                   *
000290       *                                                *
000300       *   O EFINREG GUARDA OS TITULARES DE CADA ENVIO  *
000310       *   DO SEMESTRE (EFINREG -> EFINREN); A          *
000320       *   RETIFICADORA SUBSTITUI O ENVIO ANTERIOR E    *
000330       *   EXCLUI QUEM NAO ESTA MAIS NELE               *
000340       *                                                *
000350       *   EFINDOC: HEADER 1, TITULAR 2, CONTA 3,       *
000360       *   EXCLUSAO 4, TRAILER 9; REGISTRADO NO XMITREG *
000370       *                                                *
000380       *   SYSIN: ANO, SEMESTRE (1/2), INDICADOR        *
000390       *   (O = ORIGINAL, R = RETIFICADORA), RECIBO DO  *
000400       *   ENVIO RETIFICADO, LIMITE PF, LIMITE PJ       *
000410       *   (BRANCO = 5.000,00 E 15.000,00 POR MES)      *
000420       *   RC 4 = CONTA SEM CADASTRO NO CLIDADOS        *
000430       **************************************************
000440       *
000450        ENVIRONMENT DIVISION.
000460        CONFIGURATION SECTION.
000470        SPECIAL-NAMES.
000480            DECIMAL-POINT IS COMMA.
000490        INPUT-OUTPUT SECTION.
000500        FILE-CONTROL.
000510            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000520                FILE STATUS IS WK-FS-RUNJRNL.
000530            SELECT ARQ-MOVHIST  ASSIGN TO MOVHIST
000540                FILE STATUS IS WK-FS-MOVHIST.
000550            SELECT ARQ-MOVLOC   ASSIGN TO MOVLOC
000560                FILE STATUS IS WK-FS-MOVLOC.
000570            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS DYNAMIC
000600                RECORD KEY IS FD-CHAVE-CLIENTES
000610                FILE STATUS IS WK-FS-CLIENTES.
000620            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000630                ORGANIZATION IS INDEXED
000640                ACCESS MODE IS DYNAMIC
000650                RECORD KEY IS FD-CHAVE-CLIDADOS
000660                FILE STATUS IS WK-FS-CLIDADOS.
000670            SELECT ARQ-TITULARES ASSIGN TO TITULARES
000680                ORGANIZATION IS INDEXED
000690                ACCESS MODE IS DYNAMIC
000700                RECORD KEY IS FD-CHAVE-TITULARES
000710                FILE STATUS IS WK-FS-TITULARES.
000720            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000730                FILE STATUS IS WK-FS-CAMBIO.
000740            SELECT ARQ-EFINREG  ASSIGN TO EFINREG
000750                FILE STATUS IS WK-FS-EFINREG.
000760            SELECT ARQ-EFINREN  ASSIGN TO EFINREN
000770                FILE STATUS IS WK-FS-EFINREN.
000780            SELECT ARQ-EFINDOC  ASSIGN TO EFINDOC
000790                FILE STATUS IS WK-FS-EFINDOC.
000800            SELECT ARQ-XMITREG  ASSIGN TO XMITREG
000810                FILE STATUS IS WK-FS-XMITREG.
000820            SELECT ARQ-RELEFIN  ASSIGN TO RELEFIN
000830                FILE STATUS IS WK-FS-RELEFIN.
000840       *
000850        DATA DIVISION.
000860        FILE SECTION.
000870        FD   ARQ-MOVHIST
000880             RECORDING MODE IS F.
000890        01  REG-MOVHIST.
000900            05 FD-DATA-MOVHIST     PIC 9(8).
000910            05 FD-DATA-MOVHIST-R REDEFINES FD-DATA-MOVHIST.
000920                10 FD-ANO-MOVHIST          PIC 9(4).
000930                10 FD-MES-MOVHIST          PIC 99.
000940                10 FD-DIA-MOVHIST          PIC 99.
000950            05 FD-CHAVE-MOVHIST.
000960                10 FD-AGENCIA-MOVHIST      PIC X(4).
000970                10 FD-CONTA-MOVHIST        PIC 9(5).
000980            05 FD-DOC-MOVHIST      PIC 9(4).
000990            05 FD-TIPO-MOVHIST     PIC X.
001000            05 FD-VALOR-MOVHIST    PIC 9(6)V99.
001010            05 FD-SALDO-MOVHIST    PIC S9(6)V99.
001020            05 FD-MOEDA-MOVHIST    PIC X(3).
001030            05 FD-HORA-MOVHIST     PIC 9(6).
001040            05 FD-SEQ-MOVHIST      PIC 9(4).
001041            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
001050        FD   ARQ-MOVLOC
001060             RECORDING MODE IS F.
001070        01  REG-MOVLOC.
001080            05 FD-ANOMES-MOVLOC    PIC 9(6).
001090            05 FD-ANOMES-MOVLOC-R REDEFINES FD-ANOMES-MOVLOC.
001100                10 FD-ANO-MOVLOC       PIC 9(4).
001110                10 FD-MES-MOVLOC       PIC 99.
001120            05 FD-CHAVE-MOVLOC     PIC X(9).
001130            05 FD-DATA-PRIM-MOVLOC PIC 9(8).
001140            05 FD-DATA-ULT-MOVLOC  PIC 9(8).
001150            05 FD-QTDE-MOVLOC      PIC 9(6).
001160        FD   ARQ-CLIENTES
001170             RECORDING MODE IS F.
001180        01  REG-CLIENTES.
001190            05 FD-CHAVE-CLIENTES.
001200                10 FD-AGENCIA-CLIENTES     PIC X(4).
001210                10 FD-CONTA-CLIENTES       PIC 9(5).
001220            05 FD-DIGITO-CLIENTES      PIC X.
001230            05 FD-NOME-CLIENTES        PIC A(20).
001240            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
001250            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
001260            05 FD-MOEDA-CLIENTES       PIC X(3).
001270            05 FD-SITUACAO-CLIENTES    PIC X.
001280                88 CONTA-ATIVA            VALUE 'A' ' '.
001290                88 CONTA-BLOQUEADA        VALUE 'B'.
001300                88 CONTA-ENCERRADA        VALUE 'E'.
001310        FD   ARQ-CLIDADOS
001320             RECORDING MODE IS F.
001330        01  REG-CLIDADOS.
001340            05 FD-CHAVE-CLIDADOS.
001350                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001360                10 FD-CONTA-CLIDADOS       PIC 9(5).
001370            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001380            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001390            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001400            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001410            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001420        FD   ARQ-TITULARES
001430             RECORDING MODE IS F.
001440        01  REG-TITULARES.
001450            05 FD-CHAVE-TITULARES.
001460                10 FD-CONTA-TITULAR    PIC X(9).
001470                10 FD-CPFCNPJ-TITULAR  PIC X(14).
001480            05 FD-NOME-TITULAR     PIC X(20).
001490            05 FD-TIPO-DOC-TITULAR PIC X.
001500            05 FD-PAPEL-TITULAR    PIC X.
001510                88 TITULAR-PRINCIPAL   VALUE 'P'.
001520                88 TITULAR-SECUNDARIO  VALUE 'S'.
001530        FD   ARQ-CAMBIO
001540             RECORDING MODE IS F.
001550        01  REG-CAMBIO.
001560            05 FD-MOEDA-CAMBIO     PIC X(3).
001570            05 FD-DATA-CAMBIO      PIC 9(8).
001580            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001590       *      TITULARES INFORMADOS EM CADA ENVIO DO SEMESTRE;
001600       *      TIPO 'P' = ULTIMO ENVIO DO PERIODO, 'T' = TITULAR
001610        FD   ARQ-EFINREG
001620             RECORDING MODE IS F.
001630        01  REG-EFINREG.
001640            05 FD-PERIODO-EFR      PIC 9(5).
001650            05 FD-TIPO-EFR         PIC X.
001660                88 EFR-PERIODO         VALUE 'P'.
001670                88 EFR-TITULAR         VALUE 'T'.
001680            05 FD-CPFCNPJ-EFR      PIC X(14).
001690            05 FD-TIPO-DOC-EFR     PIC X.
001700            05 FD-SEQUENCIA-EFR    PIC 9(3).
001710            05 FD-DATA-ENVIO-EFR   PIC 9(8).
001720            05 FD-TOT-CRED-EFR     PIC 9(13)V99.
001730            05 FD-TOT-DEB-EFR      PIC 9(13)V99.
001740        FD   ARQ-EFINREN
001750             RECORDING MODE IS F.
001760        01  REG-EFINREN.
001770            05 FD-PERIODO-EFN      PIC 9(5).
001780            05 FD-TIPO-EFN         PIC X.
001790            05 FD-CPFCNPJ-EFN      PIC X(14).
001800            05 FD-TIPO-DOC-EFN     PIC X.
001810            05 FD-SEQUENCIA-EFN    PIC 9(3).
001820            05 FD-DATA-ENVIO-EFN   PIC 9(8).
001830            05 FD-TOT-CRED-EFN     PIC 9(13)V99.
001840            05 FD-TOT-DEB-EFN      PIC 9(13)V99.
001850       *      DECLARACAO PARA A RECEITA FEDERAL: VALORES EM BRL
001860        FD   ARQ-EFINDOC
001870             RECORDING MODE IS F.
001880        01  REG-EFINDOC.
001890            05 FD-TIPO-REG-EFD     PIC X.
001900                88 EFD-HEADER           VALUE '1'.
001910                88 EFD-TITULAR          VALUE '2'.
001920                88 EFD-CONTA            VALUE '3'.
001930                88 EFD-EXCLUSAO         VALUE '4'.
001940                88 EFD-TRAILER          VALUE '9'.
001950            05 FD-DADOS-EFD        PIC X(249).
001960            05 FD-HEADER-EFD REDEFINES FD-DADOS-EFD.
001970                10 FD-ANO-EFD              PIC 9(4).
001980                10 FD-SEMESTRE-EFD         PIC 9.
001990                10 FD-INDICADOR-EFD        PIC X.
002000                10 FD-SEQUENCIA-EFD        PIC 9(3).
002010                10 FD-RECIBO-EFD           PIC X(20).
002020                10 FD-DATA-INICIO-EFD      PIC 9(8).
002030                10 FD-DATA-FIM-EFD         PIC 9(8).
002040                10 FD-DATA-GERACAO-EFD     PIC 9(8).
002050                10 FD-REMETENTE-EFD        PIC X(10).
002060                10 FILLER                  PIC X(186).
002070            05 FD-TITULAR-EFD REDEFINES FD-DADOS-EFD.
002080                10 FD-CPFCNPJ-TIT-EFD      PIC X(14).
002090                10 FD-TIPO-DOC-TIT-EFD     PIC X.
002100                10 FD-NOME-TIT-EFD         PIC X(20).
002110                10 FD-QTD-CONTAS-EFD       PIC 9(5).
002120                10 FD-TOT-CRED-TIT-EFD     PIC 9(13)V99.
002130                10 FD-TOT-DEB-TIT-EFD      PIC 9(13)V99.
002140                10 FD-SALDO-TIT-EFD        PIC S9(13)V99.
002150                10 FILLER                  PIC X(164).
002160            05 FD-CONTA-EFD REDEFINES FD-DADOS-EFD.
002170                10 FD-CPFCNPJ-CTA-EFD      PIC X(14).
002180                10 FD-AGENCIA-CTA-EFD      PIC X(4).
002190                10 FD-CONTA-CTA-EFD        PIC 9(5).
002200                10 FD-MOEDA-CTA-EFD        PIC X(3).
002210                10 FD-TOT-CRED-CTA-EFD     PIC 9(13)V99.
002220                10 FD-TOT-DEB-CTA-EFD      PIC 9(13)V99.
002230                10 FD-SALDO-CTA-EFD        PIC S9(13)V99.
002240                10 FD-CRED-MES-EFD         PIC 9(11)V99
002250                                            OCCURS 6 TIMES.
002260                10 FD-DEB-MES-EFD          PIC 9(11)V99
002270                                            OCCURS 6 TIMES.
002280                10 FILLER                  PIC X(22).
002290            05 FD-EXCLUSAO-EFD REDEFINES FD-DADOS-EFD.
002300                10 FD-CPFCNPJ-EXC-EFD      PIC X(14).
002310                10 FD-TIPO-DOC-EXC-EFD     PIC X.
002320                10 FILLER                  PIC X(234).
002330            05 FD-TRAILER-EFD REDEFINES FD-DADOS-EFD.
002340                10 FD-QTD-REG-EFD          PIC 9(7).
002350                10 FD-QTD-TIT-EFD          PIC 9(7).
002360                10 FD-QTD-CTA-EFD          PIC 9(7).
002370                10 FD-QTD-EXC-EFD          PIC 9(7).
002380                10 FD-TOT-CRED-EFD         PIC 9(13)V99.
002390                10 FD-TOT-DEB-EFD          PIC 9(13)V99.
002400                10 FILLER                  PIC X(191).
002410        FD   ARQ-XMITREG
002420             RECORDING MODE IS F.
002430        01  REG-XMITREG.
002440            05 FD-PARCEIRO-XMIT    PIC X(10).
002450            05 FD-ARQUIVO-XMIT     PIC X(8).
002460            05 FD-DIRECAO-XMIT     PIC X.
002470                88 XMIT-ENTRADA        VALUE 'E'.
002480                88 XMIT-SAIDA          VALUE 'S'.
002490            05 FD-DATA-XMIT        PIC 9(8).
002500            05 FD-QTDE-XMIT        PIC 9(7).
002510            05 FD-HASH-XMIT        PIC 9(13)V99.
002520            05 FD-SITUACAO-XMIT    PIC X.
002530                88 XMIT-PENDENTE       VALUE 'P'.
002540                88 XMIT-RECEBIDO       VALUE 'R'.
002550                88 XMIT-DIVERGENTE     VALUE 'D'.
002560        FD   ARQ-RELEFIN
002570             RECORDING MODE IS F.
002580        01  REG-RELEFIN                PIC X(100).
002590        FD   ARQ-RUNJRNL
002600             RECORDING MODE IS F.
002610        01  REG-RUNJRNL.
002620            05 JRL-PROGRAMA        PIC X(8).
002630            05 JRL-TIPO            PIC X.
002640            05 JRL-DATA            PIC 9(8).
002650            05 JRL-HORA            PIC 9(6).
002660            05 JRL-QTD-LIDOS       PIC 9(7).
002670            05 JRL-QTD-GRAVADOS    PIC 9(7).
002680            05 JRL-QTD-REJEITADOS  PIC 9(7).
002690            05 JRL-RETORNO         PIC 9(4).
002691            05 JRL-ID-EXEC         PIC 9(10).
002700        WORKING-STORAGE SECTION.
002710        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
002711        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
002712        01  LK-AREA-ID-EXEC.
002713            05 LK-PROGRAMA-COM     PIC X(8).
002714            05 LK-ID-EXEC-COM      PIC 9(10).
002720        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
002730        77  WK-FS-MOVLOC   PIC XX           VALUE SPACES.
002740        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
002750        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002760        77  WK-FS-TITULARES PIC XX          VALUE SPACES.
002770        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002780        77  WK-FS-EFINREG  PIC XX           VALUE SPACES.
002790        77  WK-FS-EFINREN  PIC XX           VALUE SPACES.
002800        77  WK-FS-EFINDOC  PIC XX           VALUE SPACES.
002810        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
002820        77  WK-FS-RELEFIN  PIC XX           VALUE SPACES.
002830        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002840        77  WK-ANO-PEDIDO  PIC 9(4)         VALUE ZEROS.
002850        77  WK-SEMESTRE    PIC 9            VALUE ZEROS.
002860        77  WK-INDICADOR   PIC X            VALUE SPACE.
002870            88 ENVIO-ORIGINAL                 VALUE 'O'.
002880            88 ENVIO-RETIFICADORA             VALUE 'R'.
002890        77  WK-RECIBO      PIC X(20)        VALUE SPACES.
002900        77  WK-LIMITE-PF   PIC 9(9)V99      VALUE ZEROS.
002910        77  WK-LIMITE-PJ   PIC 9(9)V99      VALUE ZEROS.
002920        77  WK-LIMITE      PIC 9(9)V99      VALUE ZEROS.
002930        77  WK-PERIODO     PIC 9(5)         VALUE ZEROS.
002940        77  WK-DATA-INICIO PIC 9(8)         VALUE ZEROS.
002950        77  WK-DATA-FIM    PIC 9(8)         VALUE ZEROS.
002960        77  WK-MES-BASE    PIC 99           VALUE ZEROS.
002970        77  WK-SEQ-ANTERIOR PIC 9(3)        VALUE ZEROS.
002980        77  WK-SEQ-ENVIO   PIC 9(3)         VALUE ZEROS.
002990        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
003000        77  WK-QTD-SEMESTRE PIC 9(7)        VALUE ZEROS.
003010        77  WK-QTD-PARTICOES PIC 9          VALUE ZEROS.
003020        77  WK-QTD-OCORR   PIC 9(6)         VALUE ZEROS.
003030        77  WK-QTD-TIT-INFORMADOS PIC 9(7)  VALUE ZEROS.
003040        77  WK-QTD-TIT-ABAIXO PIC 9(7)      VALUE ZEROS.
003050        77  WK-QTD-CTA-INFORMADAS PIC 9(7)  VALUE ZEROS.
003060        77  WK-QTD-EXCLUSOES PIC 9(7)       VALUE ZEROS.
003070        77  WK-QTD-REG-EFD PIC 9(7)         VALUE ZEROS.
003080        77  WK-TOT-CRED-ENVIADO PIC 9(13)V99 VALUE ZEROS.
003090        77  WK-TOT-DEB-ENVIADO PIC 9(13)V99 VALUE ZEROS.
003100        77  WK-MOTIVO-OCORR PIC X(30)       VALUE SPACES.
003110        77  WK-IDX-MES     PIC 9            VALUE ZEROS.
003120        77  WK-ACIMA-LIMITE PIC X           VALUE 'N'.
003130            88 TITULAR-ACIMA-LIMITE           VALUE 'S'.
003140       *      MESES DO SEMESTRE COM PARTICAO NO LOCALIZADOR
003150        01  WK-TAB-PARTICOES.
003160            05 WK-PART-VISTA       PIC X OCCURS 6 TIMES.
003170       *      CAMBIO DO FIM DO SEMESTRE PARA LEVAR A CONTA A BRL
003180        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
003190        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
003200        77  WK-IDX-MOEDA-ACH PIC 99         VALUE ZEROS.
003210        01  NOMES-MOEDA.
003220            05 FILLER              PIC X(03) VALUE 'BRL'.
003230            05 FILLER              PIC X(03) VALUE 'USD'.
003240            05 FILLER              PIC X(03) VALUE 'EUR'.
003250        01  TABELA-MOEDAS REDEFINES NOMES-MOEDA.
003260            05 MOEDA-COD           PIC X(03) OCCURS 3 TIMES.
003270        01  TAXAS-MOEDA-LIT.
003280            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003290            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003300            05 FILLER              PIC 9(3)V9(4) VALUE ZEROS.
003310        01  TABELA-TAXAS REDEFINES TAXAS-MOEDA-LIT.
003320            05 TAXA-MOEDA          PIC 9(3)V9(4) OCCURS 3 TIMES.
003330        01  WK-DATAS-CAMBIO.
003340            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
003350       *      CONTAS MOVIMENTADAS NO SEMESTRE: VALORES NA MOEDA
003360       *      DA CONTA ATE O 210-APURAR-CONTA, EM BRL DEPOIS
003370        77  WK-QTD-CONTAS  PIC 9(5)         VALUE ZEROS.
003380        77  WK-IDX-CONTA   PIC 9(5)         VALUE ZEROS.
003390        77  WK-IDX-CT-ACH  PIC 9(5)         VALUE ZEROS.
003400        01  WK-TAB-CONTAS.
003410            05 WK-CONTA-OCC       OCCURS 9999 TIMES.
003420                10 WK-CT-CHAVE.
003430                    15 WK-CT-AGENCIA     PIC X(4).
003440                    15 WK-CT-NUMERO      PIC 9(5).
003450                10 WK-CT-MOEDA        PIC X(3).
003460                10 WK-CT-SALDO        PIC S9(11)V99.
003470                10 WK-CT-TOT-CRED     PIC 9(13)V99.
003480                10 WK-CT-TOT-DEB      PIC 9(13)V99.
003490                10 WK-CT-CRED-MES     PIC 9(11)V99 OCCURS 6 TIMES.
003500                10 WK-CT-DEB-MES      PIC 9(11)V99 OCCURS 6 TIMES.
003510       *      TITULARES (CPF/CNPJ) E SUAS CONTAS, ENCADEADAS
003520       *      PELA PRIMEIRA E PELA PROXIMA CONTA
003530        77  WK-QTD-TITULARES PIC 9(5)       VALUE ZEROS.
003540        77  WK-IDX-TIT     PIC 9(5)         VALUE ZEROS.
003550        77  WK-IDX-TIT-ACH PIC 9(5)         VALUE ZEROS.
003560        01  WK-TAB-TITULARES.
003570            05 WK-TIT-OCC         OCCURS 9999 TIMES.
003580                10 WK-TIT-CPFCNPJ     PIC X(14).
003590                10 WK-TIT-TIPO-DOC    PIC X.
003600                10 WK-TIT-NOME        PIC X(20).
003610                10 WK-TIT-QTD-CONTAS  PIC 9(5).
003620                10 WK-TIT-SALDO       PIC S9(13)V99.
003630                10 WK-TIT-TOT-CRED    PIC 9(13)V99.
003640                10 WK-TIT-TOT-DEB     PIC 9(13)V99.
003650                10 WK-TIT-CRED-MES    PIC 9(13)V99 OCCURS 6 TIMES.
003660                10 WK-TIT-DEB-MES     PIC 9(13)V99 OCCURS 6 TIMES.
003670                10 WK-TIT-PRIMEIRA    PIC 9(5).
003680                10 WK-TIT-ULTIMA      PIC 9(5).
003690        77  WK-QTD-VINCULOS PIC 9(5)        VALUE ZEROS.
003700        77  WK-IDX-VINC    PIC 9(5)         VALUE ZEROS.
003710        01  WK-TAB-VINCULOS.
003720            05 WK-VINC-OCC        OCCURS 20000 TIMES.
003730                10 WK-VINC-CONTA      PIC 9(5).
003740                10 WK-VINC-PROXIMA    PIC 9(5).
003750       *      TITULAR EM VINCULACAO A CONTA EM APURACAO
003760        01  WK-NOVO-TITULAR.
003770            05 WK-NOVO-CPFCNPJ     PIC X(14).
003780            05 WK-NOVO-TIPO-DOC    PIC X.
003790            05 WK-NOVO-NOME        PIC X(20).
003800       *      TITULARES DO ENVIO ANTERIOR DO SEMESTRE
003810        77  WK-QTD-ANTERIORES PIC 9(5)      VALUE ZEROS.
003820        77  WK-IDX-ANT     PIC 9(5)         VALUE ZEROS.
003830        01  WK-TAB-ANTERIORES.
003840            05 WK-ANT-OCC         OCCURS 9999 TIMES.
003850                10 WK-ANT-CPFCNPJ     PIC X(14).
003860                10 WK-ANT-TIPO-DOC    PIC X.
003870                10 WK-ANT-REENVIADO   PIC X.
003880        01  WK-CABEC1.
003890            05 FILLER          PIC X(31)
003900                 VALUE 'E-FINANCEIRA - MOVIMENTO DE   '.
003910            05 WK-ANO-CABEC    PIC 9(4).
003920            05 FILLER          PIC X(01) VALUE '/'.
003930            05 WK-SEM-CABEC    PIC 9.
003940            05 FILLER          PIC X(01) VALUE SPACE.
003950            05 WK-IND-CABEC    PIC X(12).
003960            05 FILLER          PIC X(07) VALUE ' ENVIO '.
003970            05 WK-SEQ-CABEC    PIC ZZ9.
003980        01  WK-CABEC2.
003990            05 FILLER          PIC X(16) VALUE 'CPF/CNPJ'.
004000            05 FILLER          PIC X(21) VALUE 'NOME'.
004010            05 FILLER          PIC X(06) VALUE 'CONTAS'.
004020            05 FILLER          PIC X(19)
004030                 VALUE '          CREDITOS'.
004040            05 FILLER          PIC X(19)
004050                 VALUE '           DEBITOS'.
004060            05 FILLER          PIC X(19)
004070                 VALUE '             SALDO'.
004080        01  WK-LINHA-TITULAR.
004090            05 WK-CPFCNPJ-REL  PIC X(14).
004100            05 FILLER          PIC X(01) VALUE SPACE.
004110            05 WK-TIPO-DOC-REL PIC X.
004120            05 FILLER          PIC X(01) VALUE SPACE.
004130            05 WK-NOME-REL     PIC X(20).
004140            05 FILLER          PIC X(01) VALUE SPACE.
004150            05 WK-CONTAS-REL   PIC ZZZZ9.
004160            05 WK-CRED-REL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
004170            05 WK-DEB-REL      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
004180            05 WK-SALDO-REL    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
004190        01  WK-LINHA-OCORR.
004200            05 FILLER          PIC X(10) VALUE 'OCORRENCIA'.
004210            05 WK-AGENCIA-OCORR PIC X(4).
004220            05 FILLER          PIC X(01) VALUE '-'.
004230            05 WK-CONTA-OCORR  PIC 9(5).
004240            05 FILLER          PIC X(01) VALUE SPACE.
004250            05 WK-MOTIVO-REL   PIC X(30).
004260        01  WK-LINHA-EXCLUSAO.
004270            05 WK-CPFCNPJ-EXC  PIC X(14).
004280            05 FILLER          PIC X(01) VALUE SPACE.
004290            05 WK-TIPO-DOC-EXC PIC X.
004300            05 FILLER          PIC X(30)
004310                 VALUE ' EXCLUIDO PELA RETIFICADORA'.
004320        01  WK-LINHA-TOTAL.
004330            05 WK-TITULO-TOT   PIC X(26).
004340            05 WK-VALOR-TOT    PIC ZZZZZZ9.
004350        01  WK-LINHA-VALOR.
004360            05 WK-TITULO-VAL   PIC X(26).
004370            05 WK-VALOR-VAL    PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
004380       *
004390        PROCEDURE DIVISION.
004400        000-PRINCIPAL SECTION.
004410        001-PRINCIPAL.
004420            PERFORM 195-GRAVAR-JRNL-INICIO.
004430            PERFORM 101-INICIAR.
004440            PERFORM 201-ACUMULAR-MOVTO
004450                UNTIL WK-FS-MOVHIST = '10'.
004460            PERFORM 210-APURAR-CONTA
004470                VARYING WK-IDX-CONTA FROM 1 BY 1
004480                UNTIL WK-IDX-CONTA > WK-QTD-CONTAS.
004490            PERFORM 901-FINALIZAR.
004500            PERFORM 196-GRAVAR-JRNL-FIM.
004510            STOP RUN.
004520       ***********************************************************
004530        100-INICIAR SECTION.
004540        101-INICIAR.
004550            ACCEPT WK-ANO-PEDIDO   FROM SYSIN.
004560            ACCEPT WK-SEMESTRE     FROM SYSIN.
004570            ACCEPT WK-INDICADOR    FROM SYSIN.
004580            ACCEPT WK-RECIBO       FROM SYSIN.
004590            ACCEPT WK-LIMITE-PF    FROM SYSIN.
004600            ACCEPT WK-LIMITE-PJ    FROM SYSIN.
004610            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
004620            IF WK-ANO-PEDIDO NOT NUMERIC
004630               OR WK-ANO-PEDIDO = ZEROS
004640               OR WK-SEMESTRE NOT NUMERIC
004650               OR (WK-SEMESTRE NOT = 1 AND WK-SEMESTRE NOT = 2)
004660                DISPLAY 'ANO OU SEMESTRE INVALIDO NO SYSIN : '
004670                        WK-ANO-PEDIDO ' ' WK-SEMESTRE
004680                MOVE 12 TO RETURN-CODE
004690                STOP RUN
004700            END-IF.
004710            IF NOT ENVIO-ORIGINAL AND NOT ENVIO-RETIFICADORA
004720                DISPLAY 'INDICADOR INVALIDO NO SYSIN : '
004730                        WK-INDICADOR
004740                MOVE 12 TO RETURN-CODE
004750                STOP RUN
004760            END-IF.
004770            IF ENVIO-RETIFICADORA AND WK-RECIBO = SPACES
004780                DISPLAY 'RETIFICADORA SEM O RECIBO DO ENVIO '
004790                        'RETIFICADO'
004800                MOVE 12 TO RETURN-CODE
004810                STOP RUN
004820            END-IF.
004830            IF WK-LIMITE-PF NOT NUMERIC
004840               OR WK-LIMITE-PF = ZEROS
004850                MOVE 5000,00 TO WK-LIMITE-PF
004860            END-IF.
004870            IF WK-LIMITE-PJ NOT NUMERIC
004880               OR WK-LIMITE-PJ = ZEROS
004890                MOVE 15000,00 TO WK-LIMITE-PJ
004900            END-IF.
004910            COMPUTE WK-PERIODO = WK-ANO-PEDIDO * 10 + WK-SEMESTRE.
004920            IF WK-SEMESTRE = 1
004930                MOVE ZEROS TO WK-MES-BASE
004940                COMPUTE WK-DATA-INICIO = WK-ANO-PEDIDO * 10000
004950                    + 0101
004960                COMPUTE WK-DATA-FIM    = WK-ANO-PEDIDO * 10000
004970                    + 0630
004980            ELSE
004990                MOVE 6 TO WK-MES-BASE
005000                COMPUTE WK-DATA-INICIO = WK-ANO-PEDIDO * 10000
005010                    + 0701
005020                COMPUTE WK-DATA-FIM    = WK-ANO-PEDIDO * 10000
005030                    + 1231
005040            END-IF.
005050            PERFORM 102-CONSULTAR-LOCALIZADOR.
005060            PERFORM 105-CARREGAR-REGISTRO.
005070            PERFORM 190-CARREGAR-CAMBIO.
005080            PERFORM 108-ABRIR-ARQUIVOS.
005090       *      O LOCALIZADOR DIZ QUAIS PARTICOES DO SEMESTRE
005100       *      DEVEM ESTAR CONCATENADAS NO MOVHIST
005110        102-CONSULTAR-LOCALIZADOR.
005120            MOVE 'NNNNNN' TO WK-TAB-PARTICOES.
005130            OPEN INPUT ARQ-MOVLOC.
005140            EVALUATE WK-FS-MOVLOC
005150                WHEN '00'
005160                    PERFORM 104-LER-MOVLOC
005170                    PERFORM 103-AVALIAR-PARTICAO
005180                        UNTIL WK-FS-MOVLOC = '10'
005190                    CLOSE ARQ-MOVLOC
005200                WHEN '35'
005210                    CONTINUE
005220                WHEN OTHER
005230                    DISPLAY 'ERRO ' WK-FS-MOVLOC
005240                            ' NO COMANDO OPEN MOVLOC'
005250                    MOVE 12 TO RETURN-CODE
005260                    STOP RUN
005270            END-EVALUATE.
005280            DISPLAY 'PARTICOES DO SEMESTRE  : ' WK-QTD-PARTICOES.
005290        103-AVALIAR-PARTICAO.
005300            IF FD-ANO-MOVLOC = WK-ANO-PEDIDO
005310               AND FD-MES-MOVLOC > WK-MES-BASE
005320               AND FD-MES-MOVLOC NOT GREATER WK-MES-BASE + 6
005330                COMPUTE WK-IDX-MES = FD-MES-MOVLOC - WK-MES-BASE
005340                IF WK-PART-VISTA(WK-IDX-MES) = 'N'
005350                    MOVE 'S' TO WK-PART-VISTA(WK-IDX-MES)
005360                    ADD 1 TO WK-QTD-PARTICOES
005370                    DISPLAY 'PARTICAO NECESSARIA : '
005380                            FD-ANOMES-MOVLOC
005390                END-IF
005400            END-IF.
005410            PERFORM 104-LER-MOVLOC.
005420        104-LER-MOVLOC.
005430            READ ARQ-MOVLOC.
005440            EVALUATE WK-FS-MOVLOC
005450                WHEN '00'
005460                    CONTINUE
005470                WHEN '10'
005480                    CONTINUE
005490                WHEN OTHER
005500                    DISPLAY 'ERRO ' WK-FS-MOVLOC
005510                            ' NO COMANDO READ MOVLOC'
005520                    MOVE 12 TO RETURN-CODE
005530                    STOP RUN
005540            END-EVALUATE.
005550       *      OS OUTROS PERIODOS PASSAM DIRETO PARA O EFINREN;
005560       *      OS DO SEMESTRE SAO SUBSTITUIDOS PELO NOVO ENVIO
005570        105-CARREGAR-REGISTRO.
005580            OPEN OUTPUT ARQ-EFINREN.
005590            IF WK-FS-EFINREN NOT = '00'
005600                DISPLAY 'ERRO ' WK-FS-EFINREN
005610                        ' NO COMANDO OPEN EFINREN'
005620                MOVE 12 TO RETURN-CODE
005630                STOP RUN
005640            END-IF.
005650            OPEN INPUT ARQ-EFINREG.
005660            EVALUATE WK-FS-EFINREG
005670                WHEN '00'
005680                    PERFORM 107-LER-EFINREG
005690                    PERFORM 106-AVALIAR-REGISTRO
005700                        UNTIL WK-FS-EFINREG = '10'
005710                    CLOSE ARQ-EFINREG
005720                WHEN '35'
005730                    CONTINUE
005740                WHEN OTHER
005750                    DISPLAY 'ERRO ' WK-FS-EFINREG
005760                            ' NO COMANDO OPEN EFINREG'
005770                    MOVE 12 TO RETURN-CODE
005780                    STOP RUN
005790            END-EVALUATE.
005800            IF ENVIO-ORIGINAL AND WK-SEQ-ANTERIOR > ZEROS
005810                DISPLAY 'SEMESTRE ' WK-PERIODO ' JA ENVIADO, '
005820                        'USE O INDICADOR R (RETIFICADORA)'
005830                MOVE 12 TO RETURN-CODE
005840                STOP RUN
005850            END-IF.
005860            IF ENVIO-RETIFICADORA AND WK-SEQ-ANTERIOR = ZEROS
005870                DISPLAY 'SEMESTRE ' WK-PERIODO ' SEM ENVIO '
005880                        'ORIGINAL PARA RETIFICAR'
005890                MOVE 12 TO RETURN-CODE
005900                STOP RUN
005910            END-IF.
005920            COMPUTE WK-SEQ-ENVIO = WK-SEQ-ANTERIOR + 1.
005930        106-AVALIAR-REGISTRO.
005940            IF FD-PERIODO-EFR = WK-PERIODO
005950                IF EFR-PERIODO
005960                    MOVE FD-SEQUENCIA-EFR TO WK-SEQ-ANTERIOR
005970                ELSE
005980                    IF WK-QTD-ANTERIORES NOT LESS 9999
005990                        DISPLAY 'TABELA DE TITULARES ANTERIORES '
006000                                'CHEIA, LIMITE 9999'
006010                        MOVE 12 TO RETURN-CODE
006020                        STOP RUN
006030                    END-IF
006040                    ADD 1 TO WK-QTD-ANTERIORES
006050                    MOVE FD-CPFCNPJ-EFR
006060                        TO WK-ANT-CPFCNPJ(WK-QTD-ANTERIORES)
006070                    MOVE FD-TIPO-DOC-EFR
006080                        TO WK-ANT-TIPO-DOC(WK-QTD-ANTERIORES)
006090                    MOVE 'N'
006091                        TO WK-ANT-REENVIADO(WK-QTD-ANTERIORES)
006100                END-IF
006110            ELSE
006120                WRITE REG-EFINREN FROM REG-EFINREG
006130                PERFORM 109-CONFERIR-EFINREN
006140            END-IF.
006150            PERFORM 107-LER-EFINREG.
006160        107-LER-EFINREG.
006170            READ ARQ-EFINREG.
006180            EVALUATE WK-FS-EFINREG
006190                WHEN '00'
006200                    CONTINUE
006210                WHEN '10'
006220                    CONTINUE
006230                WHEN OTHER
006240                    DISPLAY 'ERRO ' WK-FS-EFINREG
006250                            ' NO COMANDO READ EFINREG'
006260                    MOVE 12 TO RETURN-CODE
006270                    STOP RUN
006280            END-EVALUATE.
006290        108-ABRIR-ARQUIVOS.
006300            OPEN INPUT ARQ-MOVHIST.
006310            EVALUATE WK-FS-MOVHIST
006320                WHEN '00'
006330                    PERFORM 301-LER-MOVHIST
006340                WHEN '35'
006350                    DISPLAY 'ARQUIVO MOVHIST NAO ENCONTRADO'
006360                    MOVE 12 TO RETURN-CODE
006370                    STOP RUN
006380                WHEN OTHER
006390                    DISPLAY 'ERRO ' WK-FS-MOVHIST
006400                            ' NO COMANDO OPEN MOVHIST'
006410                    MOVE 12 TO RETURN-CODE
006420                    STOP RUN
006430            END-EVALUATE.
006440            OPEN INPUT ARQ-CLIENTES.
006450            IF WK-FS-CLIENTES NOT = '00'
006460                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
006470                        'STATUS ' WK-FS-CLIENTES
006480                MOVE 12 TO RETURN-CODE
006490                STOP RUN
006500            END-IF.
006510            OPEN INPUT ARQ-CLIDADOS.
006520            IF WK-FS-CLIDADOS NOT = '00'
006530                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
006540                        'STATUS ' WK-FS-CLIDADOS
006550                MOVE 12 TO RETURN-CODE
006560                STOP RUN
006570            END-IF.
006580            OPEN INPUT ARQ-TITULARES.
006590            IF WK-FS-TITULARES NOT = '00'
006600                DISPLAY 'ARQUIVO TITULARES INDISPONIVEL, '
006610                        'STATUS ' WK-FS-TITULARES
006620                MOVE 12 TO RETURN-CODE
006630                STOP RUN
006640            END-IF.
006650            OPEN OUTPUT ARQ-RELEFIN.
006660            IF WK-FS-RELEFIN NOT = '00'
006670                DISPLAY 'ERRO ' WK-FS-RELEFIN
006680                        ' NO COMANDO OPEN RELEFIN'
006690                MOVE 12 TO RETURN-CODE
006700                STOP RUN
006710            END-IF.
006720            OPEN OUTPUT ARQ-EFINDOC.
006730            IF WK-FS-EFINDOC NOT = '00'
006740                DISPLAY 'ERRO ' WK-FS-EFINDOC
006750                        ' NO COMANDO OPEN EFINDOC'
006760                MOVE 12 TO RETURN-CODE
006770                STOP RUN
006780            END-IF.
006790            MOVE WK-ANO-PEDIDO TO WK-ANO-CABEC.
006800            MOVE WK-SEMESTRE   TO WK-SEM-CABEC.
006810            IF ENVIO-ORIGINAL
006820                MOVE 'ORIGINAL'     TO WK-IND-CABEC
006830            ELSE
006840                MOVE 'RETIFICADORA' TO WK-IND-CABEC
006850            END-IF.
006860            MOVE WK-SEQ-ENVIO  TO WK-SEQ-CABEC.
006870            WRITE REG-RELEFIN FROM WK-CABEC1.
006880            PERFORM 218-CONFERIR-RELEFIN.
006890            WRITE REG-RELEFIN FROM WK-CABEC2 AFTER 2 LINES.
006900            PERFORM 218-CONFERIR-RELEFIN.
006910            MOVE SPACES TO REG-EFINDOC.
006920            MOVE '1' TO FD-TIPO-REG-EFD.
006930            MOVE WK-ANO-PEDIDO  TO FD-ANO-EFD.
006940            MOVE WK-SEMESTRE    TO FD-SEMESTRE-EFD.
006950            MOVE WK-INDICADOR   TO FD-INDICADOR-EFD.
006960            MOVE WK-SEQ-ENVIO   TO FD-SEQUENCIA-EFD.
006970            MOVE WK-RECIBO      TO FD-RECIBO-EFD.
006980            MOVE WK-DATA-INICIO TO FD-DATA-INICIO-EFD.
006990            MOVE WK-DATA-FIM    TO FD-DATA-FIM-EFD.
007000            MOVE WK-DATA-SIST   TO FD-DATA-GERACAO-EFD.
007010            MOVE 'EAD'          TO FD-REMETENTE-EFD.
007020            PERFORM 219-GRAVAR-EFINDOC.
007030        109-CONFERIR-EFINREN.
007040            IF WK-FS-EFINREN NOT = '00'
007050                DISPLAY 'ERRO ' WK-FS-EFINREN
007060                        ' NO COMANDO WRITE EFINREN'
007070                MOVE 12 TO RETURN-CODE
007080                STOP RUN
007090            END-IF.
007100        190-CARREGAR-CAMBIO.
007110            MOVE WK-DATA-FIM TO WK-DATA-CAMBIO-REF.
007120            OPEN INPUT ARQ-CAMBIO.
007130            EVALUATE WK-FS-CAMBIO
007140                WHEN '00'
007150                    PERFORM 191-LER-CAMBIO
007160                    PERFORM 192-APLICAR-TAXA-CAMBIO
007170                        UNTIL WK-FS-CAMBIO = '10'
007180                    CLOSE ARQ-CAMBIO
007190                WHEN OTHER
007200                    DISPLAY 'ARQUIVO CAMBIO NAO ENCONTRADO '
007210                            'OU COM ERRO ' WK-FS-CAMBIO
007220                    MOVE 12 TO RETURN-CODE
007230                    STOP RUN
007240            END-EVALUATE.
007250            IF TAXA-MOEDA(1) = ZEROS
007260                MOVE 1 TO TAXA-MOEDA(1)
007270            END-IF.
007280            PERFORM 189-CONFERIR-TAXA-CAMBIO
007290                VARYING WK-IDX-MOEDA FROM 2 BY 1
007300                UNTIL WK-IDX-MOEDA > 3.
007310        191-LER-CAMBIO.
007320            READ ARQ-CAMBIO.
007330            EVALUATE WK-FS-CAMBIO
007340                WHEN '00'
007350                    CONTINUE
007360                WHEN '10'
007370                    CONTINUE
007380                WHEN OTHER
007390                    DISPLAY 'ERRO ' WK-FS-CAMBIO
007400                            ' NO COMANDO READ CAMBIO'
007410                    MOVE 12 TO RETURN-CODE
007420                    STOP RUN
007430            END-EVALUATE.
007440        192-APLICAR-TAXA-CAMBIO.
007450            IF FD-DATA-CAMBIO NOT GREATER WK-DATA-CAMBIO-REF
007460                PERFORM 193-COMPARAR-MOEDA
007470                    VARYING WK-IDX-MOEDA FROM 1 BY 1
007480                    UNTIL WK-IDX-MOEDA > 3
007490            END-IF.
007500            PERFORM 191-LER-CAMBIO.
007510        193-COMPARAR-MOEDA.
007520            IF MOEDA-COD(WK-IDX-MOEDA) = FD-MOEDA-CAMBIO
007530               AND FD-DATA-CAMBIO NOT LESS
007540                   WK-DATA-TAXA(WK-IDX-MOEDA)
007550                MOVE FD-TAXA-CAMBIO
007560                    TO TAXA-MOEDA(WK-IDX-MOEDA)
007570                MOVE FD-DATA-CAMBIO
007580                    TO WK-DATA-TAXA(WK-IDX-MOEDA)
007590            END-IF.
007600        189-CONFERIR-TAXA-CAMBIO.
007610            IF TAXA-MOEDA(WK-IDX-MOEDA) = ZEROS
007620                DISPLAY 'TAXA DE CAMBIO NAO ENCONTRADA '
007630                        'PARA ' MOEDA-COD(WK-IDX-MOEDA)
007640                        ' NA DATA ' WK-DATA-CAMBIO-REF
007650                MOVE 12 TO RETURN-CODE
007660                STOP RUN
007670            END-IF.
007680       ***********************************************
007690       *      CREDITOS SAO C, R E B, E OS JUROS SOBRE SALDO
007700       *      CREDOR (COMO NO EAD95863); O RESTO E DEBITO. A
007710       *      POUPANCA (U, W, Y) TRAZ O SALDO DA POUPANCA E
007720       *      FICA DE FORA
007730        200-PROCESSAR SECTION.
007740        201-ACUMULAR-MOVTO.
007750            ADD 1 TO WK-QTD-LIDOS.
007760            IF FD-DATA-MOVHIST NOT LESS WK-DATA-INICIO
007770               AND FD-DATA-MOVHIST NOT GREATER WK-DATA-FIM
007780               AND FD-TIPO-MOVHIST NOT = 'U'
007790               AND FD-TIPO-MOVHIST NOT = 'W'
007800               AND FD-TIPO-MOVHIST NOT = 'Y'
007810                ADD 1 TO WK-QTD-SEMESTRE
007820                PERFORM 202-LOCALIZAR-CONTA
007830                COMPUTE WK-IDX-MES = FD-MES-MOVHIST - WK-MES-BASE
007840                MOVE FD-SALDO-MOVHIST
007841                    TO WK-CT-SALDO(WK-IDX-CT-ACH)
007850                EVALUATE TRUE
007860                    WHEN FD-TIPO-MOVHIST = 'C' OR 'R' OR 'B'
007870                        ADD FD-VALOR-MOVHIST
007880                            TO WK-CT-CRED-MES
007890                                   (WK-IDX-CT-ACH, WK-IDX-MES)
007900                    WHEN FD-TIPO-MOVHIST = 'J'
007910                     AND FD-SALDO-MOVHIST NOT LESS ZEROS
007920                        ADD FD-VALOR-MOVHIST
007930                            TO WK-CT-CRED-MES
007940                                   (WK-IDX-CT-ACH, WK-IDX-MES)
007950                    WHEN OTHER
007960                        ADD FD-VALOR-MOVHIST
007970                            TO WK-CT-DEB-MES
007980                                   (WK-IDX-CT-ACH, WK-IDX-MES)
007990                END-EVALUATE
008000            END-IF.
008010            PERFORM 301-LER-MOVHIST.
008020        202-LOCALIZAR-CONTA.
008030            MOVE ZEROS TO WK-IDX-CT-ACH.
008040            PERFORM 203-COMPARAR-CONTA
008050                VARYING WK-IDX-CONTA FROM 1 BY 1
008060                UNTIL WK-IDX-CONTA > WK-QTD-CONTAS
008070                   OR WK-IDX-CT-ACH > ZEROS.
008080            IF WK-IDX-CT-ACH = ZEROS
008090                IF WK-QTD-CONTAS NOT LESS 9999
008100                    DISPLAY 'TABELA DE CONTAS CHEIA, '
008110                            'LIMITE 9999'
008120                    MOVE 12 TO RETURN-CODE
008130                    STOP RUN
008140                END-IF
008150                ADD 1 TO WK-QTD-CONTAS
008160                MOVE WK-QTD-CONTAS TO WK-IDX-CT-ACH
008170                INITIALIZE WK-CONTA-OCC(WK-IDX-CT-ACH)
008180                MOVE FD-CHAVE-MOVHIST
008190                    TO WK-CT-CHAVE(WK-IDX-CT-ACH)
008200                MOVE FD-MOEDA-MOVHIST
008210                    TO WK-CT-MOEDA(WK-IDX-CT-ACH)
008220            END-IF.
008230        203-COMPARAR-CONTA.
008240            IF WK-CT-CHAVE(WK-IDX-CONTA) = FD-CHAVE-MOVHIST
008250                MOVE WK-IDX-CONTA TO WK-IDX-CT-ACH
008260            END-IF.
008270       *      A CONTA VAI A BRL E SEUS VALORES SAO SOMADOS A
008280       *      CADA TITULAR: O DO CLIDADOS E OS DO TITULARES
008290        210-APURAR-CONTA.
008300            PERFORM 211-CONVERTER-CONTA.
008310            MOVE WK-CT-CHAVE(WK-IDX-CONTA) TO FD-CHAVE-CLIDADOS.
008320            READ ARQ-CLIDADOS
008330                INVALID KEY
008340                    MOVE 'CONTA SEM CADASTRO NO CLIDADOS'
008350                        TO WK-MOTIVO-OCORR
008360                    PERFORM 255-GRAVAR-OCORRENCIA
008370                NOT INVALID KEY
008380                    PERFORM 213-TITULAR-CLIDADOS
008390            END-READ.
008400            MOVE WK-CT-CHAVE(WK-IDX-CONTA) TO FD-CONTA-TITULAR.
008410            MOVE LOW-VALUES TO FD-CPFCNPJ-TITULAR.
008420            START ARQ-TITULARES
008430                KEY NOT LESS FD-CHAVE-TITULARES
008440            END-START.
008450            IF WK-FS-TITULARES = '00'
008460                PERFORM 302-LER-TITULARES
008470                PERFORM 214-TITULAR-TITULARES
008480                    UNTIL WK-FS-TITULARES NOT = '00'
008490                       OR FD-CONTA-TITULAR
008500                           NOT = WK-CT-CHAVE(WK-IDX-CONTA)
008510            END-IF.
008520        211-CONVERTER-CONTA.
008530            MOVE ZEROS TO WK-IDX-MOEDA-ACH.
008540            PERFORM 212-COMPARAR-MOEDA-CONTA
008550                VARYING WK-IDX-MOEDA FROM 1 BY 1
008560                UNTIL WK-IDX-MOEDA > 3
008570                   OR WK-IDX-MOEDA-ACH > ZEROS.
008580            IF WK-IDX-MOEDA-ACH = ZEROS
008590                MOVE 1 TO WK-IDX-MOEDA-ACH
008600            END-IF.
008610            COMPUTE WK-CT-SALDO(WK-IDX-CONTA) ROUNDED =
008620                WK-CT-SALDO(WK-IDX-CONTA)
008630                * TAXA-MOEDA(WK-IDX-MOEDA-ACH).
008640            PERFORM 215-CONVERTER-MES
008650                VARYING WK-IDX-MES FROM 1 BY 1
008660                UNTIL WK-IDX-MES > 6.
008670        212-COMPARAR-MOEDA-CONTA.
008680            IF MOEDA-COD(WK-IDX-MOEDA) = WK-CT-MOEDA(WK-IDX-CONTA)
008690                MOVE WK-IDX-MOEDA TO WK-IDX-MOEDA-ACH
008700            END-IF.
008710        215-CONVERTER-MES.
008720            COMPUTE WK-CT-CRED-MES(WK-IDX-CONTA, WK-IDX-MES)
008730                ROUNDED = WK-CT-CRED-MES(WK-IDX-CONTA, WK-IDX-MES)
008740                * TAXA-MOEDA(WK-IDX-MOEDA-ACH).
008750            COMPUTE WK-CT-DEB-MES(WK-IDX-CONTA, WK-IDX-MES)
008760                ROUNDED = WK-CT-DEB-MES(WK-IDX-CONTA, WK-IDX-MES)
008770                * TAXA-MOEDA(WK-IDX-MOEDA-ACH).
008780            ADD WK-CT-CRED-MES(WK-IDX-CONTA, WK-IDX-MES)
008790                TO WK-CT-TOT-CRED(WK-IDX-CONTA).
008800            ADD WK-CT-DEB-MES(WK-IDX-CONTA, WK-IDX-MES)
008810                TO WK-CT-TOT-DEB(WK-IDX-CONTA).
008820       *      O NOME DO TITULAR DO CLIDADOS VEM DO CLIENTES
008830        213-TITULAR-CLIDADOS.
008840            IF FD-CPFCNPJ-CLIDADOS = SPACES
008850                MOVE 'CONTA SEM CPF/CNPJ NO CLIDADOS'
008860                    TO WK-MOTIVO-OCORR
008870                PERFORM 255-GRAVAR-OCORRENCIA
008880            ELSE
008890                MOVE FD-CPFCNPJ-CLIDADOS  TO WK-NOVO-CPFCNPJ
008900                MOVE FD-TIPO-DOC-CLIDADOS TO WK-NOVO-TIPO-DOC
008910                MOVE SPACES               TO WK-NOVO-NOME
008920                MOVE WK-CT-CHAVE(WK-IDX-CONTA)
008930                    TO FD-CHAVE-CLIENTES
008940                READ ARQ-CLIENTES
008950                    INVALID KEY
008960                        CONTINUE
008970                    NOT INVALID KEY
008980                        MOVE FD-NOME-CLIENTES TO WK-NOVO-NOME
008990                END-READ
009000                PERFORM 220-VINCULAR-TITULAR
009010            END-IF.
009020        214-TITULAR-TITULARES.
009030            MOVE FD-CPFCNPJ-TITULAR  TO WK-NOVO-CPFCNPJ.
009040            MOVE FD-TIPO-DOC-TITULAR TO WK-NOVO-TIPO-DOC.
009050            MOVE FD-NOME-TITULAR     TO WK-NOVO-NOME.
009060            PERFORM 220-VINCULAR-TITULAR.
009070            PERFORM 302-LER-TITULARES.
009080       *      O MESMO CPF/CNPJ SO RECEBE A CONTA UMA VEZ
009090        220-VINCULAR-TITULAR.
009100            PERFORM 221-LOCALIZAR-TITULAR.
009101            MOVE WK-TIT-ULTIMA(WK-IDX-TIT-ACH) TO WK-IDX-VINC.
009102            IF WK-IDX-VINC > ZEROS
009103               AND WK-VINC-CONTA(WK-IDX-VINC) = WK-IDX-CONTA
009140                CONTINUE
009150            ELSE
009160                PERFORM 223-INCLUIR-VINCULO
009170            END-IF.
009180        221-LOCALIZAR-TITULAR.
009190            MOVE ZEROS TO WK-IDX-TIT-ACH.
009200            PERFORM 222-COMPARAR-TITULAR
009210                VARYING WK-IDX-TIT FROM 1 BY 1
009220                UNTIL WK-IDX-TIT > WK-QTD-TITULARES
009230                   OR WK-IDX-TIT-ACH > ZEROS.
009240            IF WK-IDX-TIT-ACH = ZEROS
009250                IF WK-QTD-TITULARES NOT LESS 9999
009260                    DISPLAY 'TABELA DE TITULARES CHEIA, '
009270                            'LIMITE 9999'
009280                    MOVE 12 TO RETURN-CODE
009290                    STOP RUN
009300                END-IF
009310                ADD 1 TO WK-QTD-TITULARES
009320                MOVE WK-QTD-TITULARES TO WK-IDX-TIT-ACH
009330                INITIALIZE WK-TIT-OCC(WK-IDX-TIT-ACH)
009340                MOVE WK-NOVO-CPFCNPJ
009350                    TO WK-TIT-CPFCNPJ(WK-IDX-TIT-ACH)
009360                MOVE WK-NOVO-TIPO-DOC
009370                    TO WK-TIT-TIPO-DOC(WK-IDX-TIT-ACH)
009380                MOVE WK-NOVO-NOME
009390                    TO WK-TIT-NOME(WK-IDX-TIT-ACH)
009400            END-IF.
009410            IF WK-TIT-NOME(WK-IDX-TIT-ACH) = SPACES
009420                MOVE WK-NOVO-NOME TO WK-TIT-NOME(WK-IDX-TIT-ACH)
009430            END-IF.
009440        222-COMPARAR-TITULAR.
009450            IF WK-TIT-CPFCNPJ(WK-IDX-TIT) = WK-NOVO-CPFCNPJ
009460                MOVE WK-IDX-TIT TO WK-IDX-TIT-ACH
009470            END-IF.
009480        223-INCLUIR-VINCULO.
009490            IF WK-QTD-VINCULOS NOT LESS 20000
009500                DISPLAY 'TABELA DE VINCULOS CHEIA, LIMITE 20000'
009510                MOVE 12 TO RETURN-CODE
009520                STOP RUN
009530            END-IF.
009540            ADD 1 TO WK-QTD-VINCULOS.
009550            MOVE WK-IDX-CONTA TO WK-VINC-CONTA(WK-QTD-VINCULOS).
009560            MOVE ZEROS        TO WK-VINC-PROXIMA(WK-QTD-VINCULOS).
009570            IF WK-TIT-PRIMEIRA(WK-IDX-TIT-ACH) = ZEROS
009580                MOVE WK-QTD-VINCULOS
009590                    TO WK-TIT-PRIMEIRA(WK-IDX-TIT-ACH)
009600            ELSE
009601                MOVE WK-TIT-ULTIMA(WK-IDX-TIT-ACH) TO WK-IDX-VINC
009602                MOVE WK-QTD-VINCULOS
009603                    TO WK-VINC-PROXIMA(WK-IDX-VINC)
009630            END-IF.
009640            MOVE WK-QTD-VINCULOS TO WK-TIT-ULTIMA(WK-IDX-TIT-ACH).
009650            ADD 1 TO WK-TIT-QTD-CONTAS(WK-IDX-TIT-ACH).
009660            ADD WK-CT-SALDO(WK-IDX-CONTA)
009670                TO WK-TIT-SALDO(WK-IDX-TIT-ACH).
009680            ADD WK-CT-TOT-CRED(WK-IDX-CONTA)
009690                TO WK-TIT-TOT-CRED(WK-IDX-TIT-ACH).
009700            ADD WK-CT-TOT-DEB(WK-IDX-CONTA)
009710                TO WK-TIT-TOT-DEB(WK-IDX-TIT-ACH).
009720            PERFORM 224-SOMAR-MES
009730                VARYING WK-IDX-MES FROM 1 BY 1
009740                UNTIL WK-IDX-MES > 6.
009750        224-SOMAR-MES.
009760            ADD WK-CT-CRED-MES(WK-IDX-CONTA, WK-IDX-MES)
009770                TO WK-TIT-CRED-MES(WK-IDX-TIT-ACH, WK-IDX-MES).
009780            ADD WK-CT-DEB-MES(WK-IDX-CONTA, WK-IDX-MES)
009790                TO WK-TIT-DEB-MES(WK-IDX-TIT-ACH, WK-IDX-MES).
009800        255-GRAVAR-OCORRENCIA.
009810            ADD 1 TO WK-QTD-OCORR.
009820            MOVE WK-CT-AGENCIA(WK-IDX-CONTA) TO WK-AGENCIA-OCORR.
009830            MOVE WK-CT-NUMERO(WK-IDX-CONTA)  TO WK-CONTA-OCORR.
009840            MOVE WK-MOTIVO-OCORR TO WK-MOTIVO-REL.
009850            WRITE REG-RELEFIN FROM WK-LINHA-OCORR.
009860            PERFORM 218-CONFERIR-RELEFIN.
009870        218-CONFERIR-RELEFIN.
009880            IF WK-FS-RELEFIN NOT = '00'
009890                DISPLAY 'ERRO ' WK-FS-RELEFIN
009900                        ' NO COMANDO WRITE RELEFIN'
009910                MOVE 12 TO RETURN-CODE
009920                STOP RUN
009930            END-IF.
009940        219-GRAVAR-EFINDOC.
009950            WRITE REG-EFINDOC.
009960            IF WK-FS-EFINDOC NOT = '00'
009970                DISPLAY 'ERRO ' WK-FS-EFINDOC
009980                        ' NO COMANDO WRITE EFINDOC'
009990                MOVE 12 TO RETURN-CODE
010000                STOP RUN
010010            END-IF.
010020            ADD 1 TO WK-QTD-REG-EFD.
010030       ***********************************************
010040        300-LEITURAS SECTION.
010050        301-LER-MOVHIST.
010060            READ ARQ-MOVHIST.
010070            EVALUATE WK-FS-MOVHIST
010080                WHEN '00'
010090                    CONTINUE
010100                WHEN '10'
010110                    CONTINUE
010120                WHEN OTHER
010130                    DISPLAY 'ERRO ' WK-FS-MOVHIST
010140                            ' NO COMANDO READ MOVHIST'
010150                    MOVE 12 TO RETURN-CODE
010160                    STOP RUN
010170            END-EVALUATE.
010180        302-LER-TITULARES.
010190            READ ARQ-TITULARES NEXT.
010200            EVALUATE WK-FS-TITULARES
010210                WHEN '00'
010220                    CONTINUE
010230                WHEN '10'
010240                    CONTINUE
010250                WHEN OTHER
010260                    DISPLAY 'ERRO ' WK-FS-TITULARES
010270                            ' NO COMANDO READ TITULARES'
010280                    MOVE 12 TO RETURN-CODE
010290                    STOP RUN
010300            END-EVALUATE.
010310       ***********************************************
010320        195-GRAVAR-JRNL-INICIO.
010330            MOVE 'I' TO JRL-TIPO.
010340            MOVE ZEROS TO JRL-QTD-LIDOS.
010350            MOVE ZEROS TO JRL-QTD-GRAVADOS.
010360            MOVE ZEROS TO JRL-QTD-REJEITADOS.
010370            MOVE ZEROS TO JRL-RETORNO.
010371            MOVE 'EAD95911' TO LK-PROGRAMA-COM.
010372            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
010373            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010380            PERFORM 194-GRAVAR-RUNJRNL.
010390        196-GRAVAR-JRNL-FIM.
010400            MOVE 'F' TO JRL-TIPO.
010410            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
010420            MOVE WK-QTD-REG-EFD TO JRL-QTD-GRAVADOS.
010430            MOVE WK-QTD-OCORR TO JRL-QTD-REJEITADOS.
010440            MOVE RETURN-CODE TO JRL-RETORNO.
010441            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
010450            PERFORM 194-GRAVAR-RUNJRNL.
010460        194-GRAVAR-RUNJRNL.
010470            OPEN EXTEND ARQ-RUNJRNL.
010480            IF WK-FS-RUNJRNL = '35'
010490                OPEN OUTPUT ARQ-RUNJRNL
010500            END-IF.
010510            IF WK-FS-RUNJRNL NOT = '00'
010520                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010530                        ' NO COMANDO OPEN RUNJRNL'
010540                MOVE 12 TO RETURN-CODE
010550                STOP RUN
010560            END-IF.
010570            MOVE 'EAD95911' TO JRL-PROGRAMA.
010580            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
010590            ACCEPT JRL-HORA FROM TIME.
010600            WRITE REG-RUNJRNL.
010610            IF WK-FS-RUNJRNL NOT = '00'
010620                DISPLAY 'ERRO ' WK-FS-RUNJRNL
010630                        ' NO COMANDO WRITE RUNJRNL'
010640                MOVE 12 TO RETURN-CODE
010650                STOP RUN
010660            END-IF.
010670            CLOSE ARQ-RUNJRNL.
010680       ***********************************************
010690        900-FINALIZAR SECTION.
010700        901-FINALIZAR.
010710            PERFORM 902-AVALIAR-TITULAR
010720                VARYING WK-IDX-TIT FROM 1 BY 1
010730                UNTIL WK-IDX-TIT > WK-QTD-TITULARES.
010740            IF ENVIO-RETIFICADORA
010750                PERFORM 906-GRAVAR-EXCLUSAO
010760                    VARYING WK-IDX-ANT FROM 1 BY 1
010770                    UNTIL WK-IDX-ANT > WK-QTD-ANTERIORES
010780            END-IF.
010790            MOVE SPACES TO REG-EFINDOC.
010800            MOVE '9' TO FD-TIPO-REG-EFD.
010810            COMPUTE FD-QTD-REG-EFD = WK-QTD-REG-EFD + 1.
010820            MOVE WK-QTD-TIT-INFORMADOS TO FD-QTD-TIT-EFD.
010830            MOVE WK-QTD-CTA-INFORMADAS TO FD-QTD-CTA-EFD.
010840            MOVE WK-QTD-EXCLUSOES      TO FD-QTD-EXC-EFD.
010850            MOVE WK-TOT-CRED-ENVIADO   TO FD-TOT-CRED-EFD.
010860            MOVE WK-TOT-DEB-ENVIADO    TO FD-TOT-DEB-EFD.
010870            PERFORM 219-GRAVAR-EFINDOC.
010880            CLOSE ARQ-EFINDOC.
010890            MOVE SPACES TO REG-EFINREN.
010900            MOVE WK-PERIODO   TO FD-PERIODO-EFN.
010910            MOVE 'P'          TO FD-TIPO-EFN.
010920            MOVE WK-SEQ-ENVIO TO FD-SEQUENCIA-EFN.
010930            MOVE WK-DATA-SIST TO FD-DATA-ENVIO-EFN.
010940            MOVE WK-TOT-CRED-ENVIADO TO FD-TOT-CRED-EFN.
010950            MOVE WK-TOT-DEB-ENVIADO  TO FD-TOT-DEB-EFN.
010960            WRITE REG-EFINREN.
010970            PERFORM 109-CONFERIR-EFINREN.
010980            CLOSE ARQ-EFINREN.
010990            PERFORM 907-REGISTRAR-XMITREG.
011000            MOVE 'MOVIMENTOS LIDOS        : ' TO WK-TITULO-TOT.
011010            MOVE WK-QTD-LIDOS TO WK-VALOR-TOT.
011020            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL AFTER 2 LINES.
011030            MOVE 'MOVIMENTOS DO SEMESTRE  : ' TO WK-TITULO-TOT.
011040            MOVE WK-QTD-SEMESTRE TO WK-VALOR-TOT.
011050            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL.
011060            MOVE 'CONTAS MOVIMENTADAS     : ' TO WK-TITULO-TOT.
011070            MOVE WK-QTD-CONTAS TO WK-VALOR-TOT.
011080            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL.
011090            MOVE 'TITULARES APURADOS      : ' TO WK-TITULO-TOT.
011100            MOVE WK-QTD-TITULARES TO WK-VALOR-TOT.
011110            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL.
011120            MOVE 'TITULARES ABAIXO LIMITE : ' TO WK-TITULO-TOT.
011130            MOVE WK-QTD-TIT-ABAIXO TO WK-VALOR-TOT.
011140            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL.
011150            MOVE 'TITULARES INFORMADOS    : ' TO WK-TITULO-TOT.
011160            MOVE WK-QTD-TIT-INFORMADOS TO WK-VALOR-TOT.
011170            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL.
011180            MOVE 'CONTAS INFORMADAS       : ' TO WK-TITULO-TOT.
011190            MOVE WK-QTD-CTA-INFORMADAS TO WK-VALOR-TOT.
011200            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL.
011210            MOVE 'EXCLUSOES               : ' TO WK-TITULO-TOT.
011220            MOVE WK-QTD-EXCLUSOES TO WK-VALOR-TOT.
011230            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL.
011240            MOVE 'REGISTROS DO EFINDOC    : ' TO WK-TITULO-TOT.
011250            MOVE WK-QTD-REG-EFD TO WK-VALOR-TOT.
011260            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL.
011270            MOVE 'OCORRENCIAS             : ' TO WK-TITULO-TOT.
011280            MOVE WK-QTD-OCORR TO WK-VALOR-TOT.
011290            WRITE REG-RELEFIN FROM WK-LINHA-TOTAL.
011300            MOVE 'TOTAL DE CREDITOS       : ' TO WK-TITULO-VAL.
011310            MOVE WK-TOT-CRED-ENVIADO TO WK-VALOR-VAL.
011320            WRITE REG-RELEFIN FROM WK-LINHA-VALOR.
011330            MOVE 'TOTAL DE DEBITOS        : ' TO WK-TITULO-VAL.
011340            MOVE WK-TOT-DEB-ENVIADO TO WK-VALOR-VAL.
011350            WRITE REG-RELEFIN FROM WK-LINHA-VALOR.
011360            PERFORM 218-CONFERIR-RELEFIN.
011370            IF WK-QTD-OCORR > ZEROS
011380                MOVE 4 TO RETURN-CODE
011390            END-IF.
011400            DISPLAY 'TITULARES NO EFINDOC : '
011401                WK-QTD-TIT-INFORMADOS.
011410            DISPLAY 'CONTAS NO EFINDOC    : '
011411                WK-QTD-CTA-INFORMADAS.
011420            CLOSE ARQ-MOVHIST.
011430            CLOSE ARQ-CLIENTES.
011440            CLOSE ARQ-CLIDADOS.
011450            CLOSE ARQ-TITULARES.
011460            CLOSE ARQ-RELEFIN.
011470       *      O TITULAR ENTRA SE O SALDO OU OS CREDITOS OU OS
011480       *      DEBITOS DE ALGUM MES PASSAREM DO LIMITE
011490        902-AVALIAR-TITULAR.
011500            IF WK-TIT-TIPO-DOC(WK-IDX-TIT) = 'J'
011510                MOVE WK-LIMITE-PJ TO WK-LIMITE
011520            ELSE
011530                MOVE WK-LIMITE-PF TO WK-LIMITE
011540            END-IF.
011550            MOVE 'N' TO WK-ACIMA-LIMITE.
011560            IF WK-TIT-SALDO(WK-IDX-TIT) > WK-LIMITE
011570                MOVE 'S' TO WK-ACIMA-LIMITE
011580            END-IF.
011590            PERFORM 903-CONFERIR-MES
011600                VARYING WK-IDX-MES FROM 1 BY 1
011610                UNTIL WK-IDX-MES > 6.
011620            IF TITULAR-ACIMA-LIMITE
011630                PERFORM 904-GRAVAR-TITULAR
011640            ELSE
011650                ADD 1 TO WK-QTD-TIT-ABAIXO
011660            END-IF.
011670        903-CONFERIR-MES.
011680            IF WK-TIT-CRED-MES(WK-IDX-TIT, WK-IDX-MES) > WK-LIMITE
011690               OR WK-TIT-DEB-MES(WK-IDX-TIT, WK-IDX-MES)
011691                  > WK-LIMITE
011700                MOVE 'S' TO WK-ACIMA-LIMITE
011710            END-IF.
011720        904-GRAVAR-TITULAR.
011730            ADD 1 TO WK-QTD-TIT-INFORMADOS.
011740            MOVE SPACES TO REG-EFINDOC.
011750            MOVE '2' TO FD-TIPO-REG-EFD.
011760            MOVE WK-TIT-CPFCNPJ(WK-IDX-TIT)
011761                TO FD-CPFCNPJ-TIT-EFD.
011770            MOVE WK-TIT-TIPO-DOC(WK-IDX-TIT)
011771                TO FD-TIPO-DOC-TIT-EFD.
011780            MOVE WK-TIT-NOME(WK-IDX-TIT)     TO FD-NOME-TIT-EFD.
011790            MOVE WK-TIT-QTD-CONTAS(WK-IDX-TIT)
011800                TO FD-QTD-CONTAS-EFD.
011810            MOVE WK-TIT-TOT-CRED(WK-IDX-TIT)
011811                TO FD-TOT-CRED-TIT-EFD.
011820            MOVE WK-TIT-TOT-DEB(WK-IDX-TIT)
011821                TO FD-TOT-DEB-TIT-EFD.
011830            MOVE WK-TIT-SALDO(WK-IDX-TIT)    TO FD-SALDO-TIT-EFD.
011840            PERFORM 219-GRAVAR-EFINDOC.
011850            MOVE WK-TIT-PRIMEIRA(WK-IDX-TIT) TO WK-IDX-VINC.
011860            PERFORM 905-GRAVAR-CONTA
011870                UNTIL WK-IDX-VINC = ZEROS.
011880            MOVE SPACES TO REG-EFINREN.
011890            MOVE WK-PERIODO   TO FD-PERIODO-EFN.
011900            MOVE 'T'          TO FD-TIPO-EFN.
011910            MOVE WK-TIT-CPFCNPJ(WK-IDX-TIT)  TO FD-CPFCNPJ-EFN.
011920            MOVE WK-TIT-TIPO-DOC(WK-IDX-TIT) TO FD-TIPO-DOC-EFN.
011930            MOVE WK-SEQ-ENVIO TO FD-SEQUENCIA-EFN.
011940            MOVE WK-DATA-SIST TO FD-DATA-ENVIO-EFN.
011950            MOVE WK-TIT-TOT-CRED(WK-IDX-TIT) TO FD-TOT-CRED-EFN.
011960            MOVE WK-TIT-TOT-DEB(WK-IDX-TIT)  TO FD-TOT-DEB-EFN.
011970            WRITE REG-EFINREN.
011980            PERFORM 109-CONFERIR-EFINREN.
011990            PERFORM 908-MARCAR-ANTERIOR
012000                VARYING WK-IDX-ANT FROM 1 BY 1
012010                UNTIL WK-IDX-ANT > WK-QTD-ANTERIORES.
012020            MOVE WK-TIT-CPFCNPJ(WK-IDX-TIT)  TO WK-CPFCNPJ-REL.
012030            MOVE WK-TIT-TIPO-DOC(WK-IDX-TIT) TO WK-TIPO-DOC-REL.
012040            MOVE WK-TIT-NOME(WK-IDX-TIT)     TO WK-NOME-REL.
012050            MOVE WK-TIT-QTD-CONTAS(WK-IDX-TIT) TO WK-CONTAS-REL.
012060            MOVE WK-TIT-TOT-CRED(WK-IDX-TIT) TO WK-CRED-REL.
012070            MOVE WK-TIT-TOT-DEB(WK-IDX-TIT)  TO WK-DEB-REL.
012080            MOVE WK-TIT-SALDO(WK-IDX-TIT)    TO WK-SALDO-REL.
012090            WRITE REG-RELEFIN FROM WK-LINHA-TITULAR.
012100            PERFORM 218-CONFERIR-RELEFIN.
012110        905-GRAVAR-CONTA.
012120            MOVE WK-VINC-CONTA(WK-IDX-VINC) TO WK-IDX-CONTA.
012130            ADD 1 TO WK-QTD-CTA-INFORMADAS.
012140            MOVE SPACES TO REG-EFINDOC.
012150            MOVE '3' TO FD-TIPO-REG-EFD.
012160            MOVE WK-TIT-CPFCNPJ(WK-IDX-TIT)
012161                TO FD-CPFCNPJ-CTA-EFD.
012170            MOVE WK-CT-AGENCIA(WK-IDX-CONTA)
012171                TO FD-AGENCIA-CTA-EFD.
012180            MOVE WK-CT-NUMERO(WK-IDX-CONTA)  TO FD-CONTA-CTA-EFD.
012190            MOVE WK-CT-MOEDA(WK-IDX-CONTA)   TO FD-MOEDA-CTA-EFD.
012200            MOVE WK-CT-TOT-CRED(WK-IDX-CONTA)
012210                TO FD-TOT-CRED-CTA-EFD.
012220            MOVE WK-CT-TOT-DEB(WK-IDX-CONTA)
012221                TO FD-TOT-DEB-CTA-EFD.
012230            MOVE WK-CT-SALDO(WK-IDX-CONTA)   TO FD-SALDO-CTA-EFD.
012240            PERFORM 909-MOVER-MES
012250                VARYING WK-IDX-MES FROM 1 BY 1
012260                UNTIL WK-IDX-MES > 6.
012270            PERFORM 219-GRAVAR-EFINDOC.
012280            ADD WK-CT-TOT-CRED(WK-IDX-CONTA)
012281                TO WK-TOT-CRED-ENVIADO.
012290            ADD WK-CT-TOT-DEB(WK-IDX-CONTA)
012291                TO WK-TOT-DEB-ENVIADO.
012300            MOVE WK-VINC-PROXIMA(WK-IDX-VINC) TO WK-IDX-VINC.
012310       *      NA RETIFICADORA, QUEM ESTAVA NO ENVIO ANTERIOR E
012320       *      NAO ESTA NESTE E EXCLUIDO
012330        906-GRAVAR-EXCLUSAO.
012340            IF WK-ANT-REENVIADO(WK-IDX-ANT) = 'N'
012350                ADD 1 TO WK-QTD-EXCLUSOES
012360                MOVE SPACES TO REG-EFINDOC
012370                MOVE '4' TO FD-TIPO-REG-EFD
012380                MOVE WK-ANT-CPFCNPJ(WK-IDX-ANT)
012390                    TO FD-CPFCNPJ-EXC-EFD
012400                MOVE WK-ANT-TIPO-DOC(WK-IDX-ANT)
012410                    TO FD-TIPO-DOC-EXC-EFD
012420                PERFORM 219-GRAVAR-EFINDOC
012430                MOVE WK-ANT-CPFCNPJ(WK-IDX-ANT)  TO WK-CPFCNPJ-EXC
012440                MOVE WK-ANT-TIPO-DOC(WK-IDX-ANT)
012441                    TO WK-TIPO-DOC-EXC
012450                WRITE REG-RELEFIN FROM WK-LINHA-EXCLUSAO
012460                PERFORM 218-CONFERIR-RELEFIN
012470            END-IF.
012480        907-REGISTRAR-XMITREG.
012490            OPEN EXTEND ARQ-XMITREG.
012500            IF WK-FS-XMITREG = '35'
012510                OPEN OUTPUT ARQ-XMITREG
012520            END-IF.
012530            IF WK-FS-XMITREG NOT = '00'
012540                DISPLAY 'ERRO ' WK-FS-XMITREG
012550                        ' NO COMANDO OPEN XMITREG'
012560                MOVE 12 TO RETURN-CODE
012570                STOP RUN
012580            END-IF.
012590            MOVE 'RFB'          TO FD-PARCEIRO-XMIT.
012600            MOVE 'EFINDOC'      TO FD-ARQUIVO-XMIT.
012610            MOVE 'S'            TO FD-DIRECAO-XMIT.
012620            MOVE WK-DATA-SIST   TO FD-DATA-XMIT.
012630            MOVE WK-QTD-REG-EFD TO FD-QTDE-XMIT.
012640            MOVE WK-TOT-CRED-ENVIADO TO FD-HASH-XMIT.
012650            MOVE 'P'            TO FD-SITUACAO-XMIT.
012660            WRITE REG-XMITREG.
012670            IF WK-FS-XMITREG NOT = '00'
012680                DISPLAY 'ERRO ' WK-FS-XMITREG
012690                        ' NO COMANDO WRITE XMITREG'
012700                MOVE 12 TO RETURN-CODE
012710                STOP RUN
012720            END-IF.
012730            CLOSE ARQ-XMITREG.
012740        908-MARCAR-ANTERIOR.
012750            IF WK-ANT-CPFCNPJ(WK-IDX-ANT)
012751                = WK-TIT-CPFCNPJ(WK-IDX-TIT)
012760                MOVE 'S' TO WK-ANT-REENVIADO(WK-IDX-ANT)
012770            END-IF.
012780        909-MOVER-MES.
012790            MOVE WK-CT-CRED-MES(WK-IDX-CONTA, WK-IDX-MES)
012800                TO FD-CRED-MES-EFD(WK-IDX-MES).
012810            MOVE WK-CT-DEB-MES(WK-IDX-CONTA, WK-IDX-MES)
012820                TO FD-DEB-MES-EFD(WK-IDX-MES).
