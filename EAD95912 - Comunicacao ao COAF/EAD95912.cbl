000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95912.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   COMUNICACOES AO COAF: CASOS CONFIRMADOS NO   *
000170       *   CADASTRO CASOS (EAD95883) AINDA NAO          *
000180       *   COMUNICADOS E OPERACOES EM ESPECIE DO        *
000190       *   CAIXACAP (EAD95892) DA DATA, SOMADAS POR     *
000200       *   CPF/CNPJ E OPERACAO (DEPOSITO OU SAQUE),     *
000210       *   IGUAIS OU ACIMA DO LIMITE DE COMUNICACAO     *
000220       *   OBRIGATORIA. O CPF/CNPJ VEM DO CLIDADOS.     *
000230       *                                                *
000240       *   O COAFREG GUARDA CADA COMUNICACAO FEITA E    *
000250       *   IMPEDE O REENVIO; O CASO COMUNICADO PASSA A  *
000260       *   STATUS R NO CASOSN. CONTA SEM CPF/CNPJ FICA  *
000270       *   PARA A PROXIMA EXECUCAO (RC 4)               *
000280       *                                                *
000290       *   COAFCOM: HEADER 1, COMUNICACAO 2, TRAILER 9; *
000300       *   REGISTRADO NO XMITREG                        *
000310       *                                                *
000320       *   SYSIN: DATA DO CAIXACAP (ZEROS = HOJE),      *
000330       *   LIMITE EM ESPECIE (ZEROS = 50.000,00)        *
000340       **************************************************
000350       *
000360        ENVIRONMENT DIVISION.
000370        CONFIGURATION SECTION.
000380        SPECIAL-NAMES.
000390            DECIMAL-POINT IS COMMA.
000400        INPUT-OUTPUT SECTION.
000410        FILE-CONTROL.
000420            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000430                FILE STATUS IS WK-FS-RUNJRNL.
000440            SELECT ARQ-CASOS    ASSIGN TO CASOS
000450                FILE STATUS IS WK-FS-CASOS.
000460            SELECT ARQ-CASOSN   ASSIGN TO CASOSN
000470                FILE STATUS IS WK-FS-CASOSN.
000480            SELECT ARQ-CAIXACAP ASSIGN TO CAIXACAP
000490                FILE STATUS IS WK-FS-CAIXACAP.
000500            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000510                ORGANIZATION IS INDEXED
000520                ACCESS MODE IS DYNAMIC
000530                RECORD KEY IS FD-CHAVE-CLIDADOS
000540                FILE STATUS IS WK-FS-CLIDADOS.
000550            SELECT ARQ-COAFREG  ASSIGN TO COAFREG
000560                ORGANIZATION IS INDEXED
000570                ACCESS MODE IS DYNAMIC
000580                RECORD KEY IS FD-CHAVE-COAFREG
000590                FILE STATUS IS WK-FS-COAFREG.
000600            SELECT ARQ-COAFCOM  ASSIGN TO COAFCOM
000610                FILE STATUS IS WK-FS-COAFCOM.
000620            SELECT ARQ-XMITREG  ASSIGN TO XMITREG
000630                FILE STATUS IS WK-FS-XMITREG.
000640            SELECT ARQ-RELCOAF  ASSIGN TO RELCOAF
000650                FILE STATUS IS WK-FS-RELCOAF.
000660       *
000670        DATA DIVISION.
000680        FILE SECTION.
000690        FD   ARQ-CASOS
000700             RECORDING MODE IS F.
000710        01  REG-CASOS.
000720            05 FD-NUMERO-CASO      PIC 9(6).
000730            05 FD-SEVERIDADE-CASO  PIC X.
000740            05 FD-CLASSE-CASO      PIC X(8).
000750            05 FD-CHAVE-CASO.
000760                10 FD-AGENCIA-CASO     PIC X(4).
000770                10 FD-CONTA-CASO       PIC 9(5).
000780            05 FD-DOC-CASO         PIC 9(4).
000790            05 FD-VALOR-CASO       PIC 9(8)V99.
000800            05 FD-DATA-ALERTA-CASO PIC 9(8).
000810            05 FD-STATUS-CASO      PIC X.
000820                88 CASO-ABERTO                  VALUE 'A'.
000830                88 CASO-INVESTIGACAO            VALUE 'I'.
000840                88 CASO-CONFIRMADO              VALUE 'C' 'R'.
000850                88 CASO-COMUNICADO              VALUE 'R'.
000860                88 CASO-FALSO-POSITIVO          VALUE 'F'.
000870                88 CASO-ENCERRADO               VALUE 'C' 'F' 'R'.
000880            05 FD-OPERADOR-CASO    PIC X(8).
000890            05 FD-DATA-STATUS-CASO PIC 9(8).
000900            05 FD-HORA-STATUS-CASO PIC 9(6).
000910            05 FD-REINCIDENTE-CASO PIC X.
000920        FD   ARQ-CASOSN
000930             RECORDING MODE IS F.
000940        01  REG-CASOSN                 PIC X(70).
000950        FD   ARQ-CAIXACAP
000960             RECORDING MODE IS F.
000970        01  REG-CAIXACAP.
000980            05 FD-AGENCIA-CAP      PIC X(4).
000990            05 FD-CAIXA-CAP        PIC X(6).
001000            05 FD-OPERACAO-CAP     PIC X.
001010                88 CAP-DEPOSITO        VALUE 'D'.
001020                88 CAP-SAQUE           VALUE 'S'.
001030            05 FD-CHAVE-CAP        PIC X(9).
001040            05 FD-VALOR-CAP        PIC 9(6)V99.
001050            05 FD-HORA-CAP         PIC 9(6).
001060        FD   ARQ-CLIDADOS
001070             RECORDING MODE IS F.
001080        01  REG-CLIDADOS.
001090            05 FD-CHAVE-CLIDADOS.
001100                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001110                10 FD-CONTA-CLIDADOS       PIC 9(5).
001120            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001130            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001140            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001150            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001160            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001170       *      CADA COMUNICACAO FEITA: TIPO S = CASO SUSPEITO
001180       *      (NUMERO DO CASO), E = ESPECIE (DATA, CPF/CNPJ E
001190       *      OPERACAO)
001200        FD   ARQ-COAFREG
001210             RECORDING MODE IS F.
001220        01  REG-COAFREG.
001230            05 FD-CHAVE-COAFREG.
001240                10 FD-TIPO-COAFREG     PIC X.
001250                    88 COAFREG-SUSPEITA    VALUE 'S'.
001260                    88 COAFREG-ESPECIE     VALUE 'E'.
001270                10 FD-ID-COAFREG       PIC X(23).
001280            05 FD-DATA-COMUN-COAFREG PIC 9(8).
001290            05 FD-CPFCNPJ-COAFREG  PIC X(14).
001300            05 FD-CONTA-COAFREG    PIC X(9).
001310            05 FD-VALOR-COAFREG    PIC 9(11)V99.
001320        FD   ARQ-COAFCOM
001330             RECORDING MODE IS F.
001340        01  REG-COAFCOM.
001350            05 FD-TIPO-REG-COM     PIC X.
001360                88 COM-HEADER           VALUE '1'.
001370                88 COM-DETALHE          VALUE '2'.
001380                88 COM-TRAILER          VALUE '9'.
001390            05 FD-DADOS-COM        PIC X(149).
001400            05 FD-HEADER-COM REDEFINES FD-DADOS-COM.
001410                10 FD-DATA-REF-COM         PIC 9(8).
001420                10 FD-DATA-GERACAO-COM     PIC 9(8).
001430                10 FD-REMETENTE-COM        PIC X(10).
001440                10 FD-LIMITE-COM           PIC 9(11)V99.
001450                10 FILLER                  PIC X(110).
001460            05 FD-DETALHE-COM REDEFINES FD-DADOS-COM.
001470                10 FD-TIPO-COMUN-COM       PIC X.
001480                    88 COMUN-SUSPEITA          VALUE 'S'.
001490                    88 COMUN-ESPECIE           VALUE 'E'.
001500                10 FD-CPFCNPJ-COM          PIC X(14).
001510                10 FD-TIPO-DOC-COM         PIC X.
001520                10 FD-AGENCIA-COM          PIC X(4).
001530                10 FD-CONTA-COM            PIC 9(5).
001540                10 FD-DATA-OCORR-COM       PIC 9(8).
001550                10 FD-VALOR-COM            PIC 9(11)V99.
001560                10 FD-OPERACAO-COM         PIC X.
001570                10 FD-QTD-OPER-COM         PIC 9(4).
001580                10 FD-NUMERO-CASO-COM      PIC 9(6).
001590                10 FD-CLASSE-COM           PIC X(8).
001600                10 FD-SEVERIDADE-COM       PIC X.
001610                10 FILLER                  PIC X(83).
001620            05 FD-TRAILER-COM REDEFINES FD-DADOS-COM.
001630                10 FD-QTD-REG-COM          PIC 9(7).
001640                10 FD-QTD-SUSPEITAS-COM    PIC 9(7).
001650                10 FD-QTD-ESPECIE-COM      PIC 9(7).
001660                10 FD-TOTAL-COM            PIC 9(13)V99.
001670                10 FILLER                  PIC X(113).
001680        FD   ARQ-XMITREG
001690             RECORDING MODE IS F.
001700        01  REG-XMITREG.
001710            05 FD-PARCEIRO-XMIT    PIC X(10).
001720            05 FD-ARQUIVO-XMIT     PIC X(8).
001730            05 FD-DIRECAO-XMIT     PIC X.
001740                88 XMIT-ENTRADA        VALUE 'E'.
001750                88 XMIT-SAIDA          VALUE 'S'.
001760            05 FD-DATA-XMIT        PIC 9(8).
001770            05 FD-QTDE-XMIT        PIC 9(7).
001780            05 FD-HASH-XMIT        PIC 9(13)V99.
001790            05 FD-SITUACAO-XMIT    PIC X.
001800                88 XMIT-PENDENTE       VALUE 'P'.
001810                88 XMIT-RECEBIDO       VALUE 'R'.
001820                88 XMIT-DIVERGENTE     VALUE 'D'.
001830        FD   ARQ-RELCOAF
001840             RECORDING MODE IS F.
001850        01  REG-RELCOAF                PIC X(78).
001860        FD   ARQ-RUNJRNL
001870             RECORDING MODE IS F.
001880        01  REG-RUNJRNL.
001890            05 JRL-PROGRAMA        PIC X(8).
001900            05 JRL-TIPO            PIC X.
001910            05 JRL-DATA            PIC 9(8).
001920            05 JRL-HORA            PIC 9(6).
001930            05 JRL-QTD-LIDOS       PIC 9(7).
001940            05 JRL-QTD-GRAVADOS    PIC 9(7).
001950            05 JRL-QTD-REJEITADOS  PIC 9(7).
001960            05 JRL-RETORNO         PIC 9(4).
001961            05 JRL-ID-EXEC         PIC 9(10).
001970        WORKING-STORAGE SECTION.
001980        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001981        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001982        01  LK-AREA-ID-EXEC.
001983            05 LK-PROGRAMA-COM     PIC X(8).
001984            05 LK-ID-EXEC-COM      PIC 9(10).
001990        77  WK-FS-CASOS    PIC XX           VALUE SPACES.
002000        77  WK-FS-CASOSN   PIC XX           VALUE SPACES.
002010        77  WK-FS-CAIXACAP PIC XX           VALUE SPACES.
002020        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
002030        77  WK-FS-COAFREG  PIC XX           VALUE SPACES.
002040        77  WK-FS-COAFCOM  PIC XX           VALUE SPACES.
002050        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
002060        77  WK-FS-RELCOAF  PIC XX           VALUE SPACES.
002070        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002080        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002090        77  WK-LIMITE-ESPECIE PIC 9(9)V99   VALUE ZEROS.
002100        77  WK-QTD-CASOS-LIDOS PIC 9(6)     VALUE ZEROS.
002110        77  WK-QTD-CAPTURAS PIC 9(5)        VALUE ZEROS.
002120        77  WK-QTD-SUSPEITAS PIC 9(6)       VALUE ZEROS.
002130        77  WK-QTD-ESPECIE PIC 9(6)         VALUE ZEROS.
002140        77  WK-QTD-JA-COMUNICADAS PIC 9(6)  VALUE ZEROS.
002150        77  WK-QTD-OCORR   PIC 9(6)         VALUE ZEROS.
002160        77  WK-QTD-REG-COM PIC 9(7)         VALUE ZEROS.
002170        77  WK-TOT-COMUNICADO PIC 9(13)V99  VALUE ZEROS.
002180        77  WK-MOTIVO-OCORR PIC X(30)       VALUE SPACES.
002190        77  WK-CHAVE-OCORR PIC X(9)         VALUE SPACES.
002200       *      IDENTIFICACAO DA COMUNICACAO NO COAFREG
002210        01  WK-ID-COAF                 PIC X(23).
002220        01  WK-ID-CASO REDEFINES WK-ID-COAF.
002230            05 WK-NUMERO-ID        PIC 9(6).
002240            05 FILLER              PIC X(17).
002250        01  WK-ID-ESPECIE REDEFINES WK-ID-COAF.
002260            05 WK-DATA-ID          PIC 9(8).
002270            05 WK-CPFCNPJ-ID       PIC X(14).
002280            05 WK-OPERACAO-ID      PIC X.
002290       *      OPERACOES EM ESPECIE SOMADAS POR CPF/CNPJ E
002300       *      OPERACAO; SEM CADASTRO, SOMADAS POR CONTA
002310        77  WK-QTD-ESPTAB  PIC 9(4)         VALUE ZEROS.
002320        77  WK-IDX-ESP     PIC 9(4)         VALUE ZEROS.
002330        77  WK-IDX-ESP-ACH PIC 9(4)         VALUE ZEROS.
002340        01  WK-TAB-ESPECIE.
002350            05 WK-ESP-OCC         OCCURS 3000 TIMES.
002360                10 WK-ESP-CPFCNPJ     PIC X(14).
002370                10 WK-ESP-TIPO-DOC    PIC X.
002380                10 WK-ESP-OPERACAO    PIC X.
002390                10 WK-ESP-CHAVE.
002400                    15 WK-ESP-AGENCIA    PIC X(4).
002410                    15 WK-ESP-CONTA      PIC 9(5).
002420                10 WK-ESP-VALOR       PIC 9(11)V99.
002430                10 WK-ESP-QTD         PIC 9(4).
002440        01  WK-NOVA-ESPECIE.
002450            05 WK-NOVA-CPFCNPJ     PIC X(14).
002460            05 WK-NOVA-TIPO-DOC    PIC X.
002470        01  WK-LINHA-COMUN.
002480            05 WK-TIPO-REL     PIC X(09).
002490            05 WK-CPFCNPJ-REL  PIC X(14).
002500            05 FILLER          PIC X(01) VALUE SPACE.
002510            05 WK-AGENCIA-REL  PIC X(4).
002520            05 FILLER          PIC X(01) VALUE '-'.
002530            05 WK-CONTA-REL    PIC 9(5).
002540            05 FILLER          PIC X(01) VALUE SPACE.
002550            05 WK-VALOR-REL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002560            05 FILLER          PIC X(01) VALUE SPACE.
002570            05 WK-DETALHE-REL  PIC X(20).
002580        01  WK-LINHA-OCORR.
002590            05 FILLER          PIC X(11) VALUE 'OCORRENCIA '.
002600            05 WK-CHAVE-OCORR-REL PIC X(9).
002610            05 FILLER          PIC X(01) VALUE SPACE.
002620            05 WK-MOTIVO-REL   PIC X(30).
002630        01  WK-DETALHE-CASO.
002640            05 FILLER          PIC X(05) VALUE 'CASO '.
002650            05 WK-NUMERO-CASO-REL PIC 9(6).
002660            05 FILLER          PIC X(01) VALUE SPACE.
002670            05 WK-CLASSE-REL   PIC X(8).
002680        01  WK-DETALHE-ESPECIE.
002690            05 WK-OPERACAO-REL PIC X(9).
002700            05 FILLER          PIC X(01) VALUE SPACE.
002710            05 WK-QTD-OPER-REL PIC ZZZ9.
002720            05 FILLER          PIC X(06) VALUE ' OPER.'.
002730        01  WK-LINHA-TOTAL.
002740            05 WK-TITULO-TOT   PIC X(26).
002750            05 WK-VALOR-TOT    PIC ZZZZZ9.
002760        01  WK-LINHA-VALOR.
002770            05 WK-TITULO-VAL   PIC X(26).
002780            05 WK-VALOR-VAL    PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
002790       *
002800        PROCEDURE DIVISION.
002810        000-PRINCIPAL SECTION.
002820        001-PRINCIPAL.
002830            PERFORM 195-GRAVAR-JRNL-INICIO.
002840            PERFORM 101-INICIAR.
002850            PERFORM 201-PROCESSAR-CASO
002860                UNTIL WK-FS-CASOS = '10'.
002870            PERFORM 210-ACUMULAR-ESPECIE
002880                UNTIL WK-FS-CAIXACAP = '10'.
002890            PERFORM 220-COMUNICAR-ESPECIE
002900                VARYING WK-IDX-ESP FROM 1 BY 1
002910                UNTIL WK-IDX-ESP > WK-QTD-ESPTAB.
002920            PERFORM 901-FINALIZAR.
002930            PERFORM 196-GRAVAR-JRNL-FIM.
002940            STOP RUN.
002950       ***********************************************************
002960        100-INICIAR SECTION.
002970        101-INICIAR.
002980            ACCEPT WK-DATA-REF       FROM SYSIN.
002990            ACCEPT WK-LIMITE-ESPECIE FROM SYSIN.
003000            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
003010            IF WK-DATA-REF NOT NUMERIC
003020               OR WK-DATA-REF = ZEROS
003030                MOVE WK-DATA-SIST TO WK-DATA-REF
003040            END-IF.
003050            IF WK-LIMITE-ESPECIE NOT NUMERIC
003060               OR WK-LIMITE-ESPECIE = ZEROS
003070                MOVE 50000,00 TO WK-LIMITE-ESPECIE
003080            END-IF.
003090            OPEN INPUT ARQ-CLIDADOS.
003100            IF WK-FS-CLIDADOS NOT = '00'
003110                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
003120                        'STATUS ' WK-FS-CLIDADOS
003130                MOVE 12 TO RETURN-CODE
003140                STOP RUN
003150            END-IF.
003160            PERFORM 102-ABRIR-COAFREG.
003170            PERFORM 103-ABRIR-CASOS.
003180            PERFORM 104-ABRIR-CAIXACAP.
003190            OPEN OUTPUT ARQ-RELCOAF.
003200            IF WK-FS-RELCOAF NOT = '00'
003210                DISPLAY 'ERRO ' WK-FS-RELCOAF
003220                        ' NO COMANDO OPEN RELCOAF'
003230                MOVE 12 TO RETURN-CODE
003240                STOP RUN
003250            END-IF.
003260            OPEN OUTPUT ARQ-COAFCOM.
003270            IF WK-FS-COAFCOM NOT = '00'
003280                DISPLAY 'ERRO ' WK-FS-COAFCOM
003290                        ' NO COMANDO OPEN COAFCOM'
003300                MOVE 12 TO RETURN-CODE
003310                STOP RUN
003320            END-IF.
003330            MOVE SPACES TO REG-COAFCOM.
003340            MOVE '1' TO FD-TIPO-REG-COM.
003350            MOVE WK-DATA-REF       TO FD-DATA-REF-COM.
003360            MOVE WK-DATA-SIST      TO FD-DATA-GERACAO-COM.
003370            MOVE 'EAD'             TO FD-REMETENTE-COM.
003380            MOVE WK-LIMITE-ESPECIE TO FD-LIMITE-COM.
003390            PERFORM 219-GRAVAR-COAFCOM.
003400       *      O COAFREG E CRIADO NA PRIMEIRA EXECUCAO
003410        102-ABRIR-COAFREG.
003420            OPEN I-O ARQ-COAFREG.
003430            IF WK-FS-COAFREG = '35'
003440                OPEN OUTPUT ARQ-COAFREG
003450                CLOSE ARQ-COAFREG
003460                OPEN I-O ARQ-COAFREG
003470            END-IF.
003480            IF WK-FS-COAFREG NOT = '00'
003490                DISPLAY 'ERRO ' WK-FS-COAFREG
003500                        ' NO COMANDO OPEN COAFREG'
003510                MOVE 12 TO RETURN-CODE
003520                STOP RUN
003530            END-IF.
003540        103-ABRIR-CASOS.
003550            OPEN INPUT ARQ-CASOS.
003560            EVALUATE WK-FS-CASOS
003570                WHEN '00'
003580                    PERFORM 302-LER-CASOS
003590                WHEN '35'
003600                    MOVE '10' TO WK-FS-CASOS
003610                WHEN OTHER
003620                    DISPLAY 'ERRO ' WK-FS-CASOS
003630                            ' NO COMANDO OPEN CASOS'
003640                    MOVE 12 TO RETURN-CODE
003650                    STOP RUN
003660            END-EVALUATE.
003670            OPEN OUTPUT ARQ-CASOSN.
003680            IF WK-FS-CASOSN NOT = '00'
003690                DISPLAY 'ERRO ' WK-FS-CASOSN
003700                        ' NO COMANDO OPEN CASOSN'
003710                MOVE 12 TO RETURN-CODE
003720                STOP RUN
003730            END-IF.
003740        104-ABRIR-CAIXACAP.
003750            OPEN INPUT ARQ-CAIXACAP.
003760            EVALUATE WK-FS-CAIXACAP
003770                WHEN '00'
003780                    PERFORM 303-LER-CAIXACAP
003790                WHEN '35'
003800                    MOVE '10' TO WK-FS-CAIXACAP
003810                WHEN OTHER
003820                    DISPLAY 'ERRO ' WK-FS-CAIXACAP
003830                            ' NO COMANDO OPEN CAIXACAP'
003840                    MOVE 12 TO RETURN-CODE
003850                    STOP RUN
003860            END-EVALUATE.
003870       ***********************************************
003880       *      CASO CONFIRMADO E COMUNICADO UMA SO VEZ; SE O
003890       *      COAFREG JA TEM O CASO, SO A MARCA E REFEITA
003900        200-PROCESSAR SECTION.
003910        201-PROCESSAR-CASO.
003920            ADD 1 TO WK-QTD-CASOS-LIDOS.
003930            IF CASO-CONFIRMADO AND NOT CASO-COMUNICADO
003940                MOVE 'S' TO FD-TIPO-COAFREG
003950                MOVE SPACES TO WK-ID-COAF
003960                MOVE FD-NUMERO-CASO TO WK-NUMERO-ID
003970                MOVE WK-ID-COAF TO FD-ID-COAFREG
003980                READ ARQ-COAFREG
003990                    INVALID KEY
004000                        PERFORM 202-COMUNICAR-CASO
004010                    NOT INVALID KEY
004020                        ADD 1 TO WK-QTD-JA-COMUNICADAS
004030                        MOVE 'R' TO FD-STATUS-CASO
004040                END-READ
004050            END-IF.
004060            WRITE REG-CASOSN FROM REG-CASOS.
004070            IF WK-FS-CASOSN NOT = '00'
004080                DISPLAY 'ERRO ' WK-FS-CASOSN
004090                        ' NO COMANDO WRITE CASOSN'
004100                MOVE 12 TO RETURN-CODE
004110                STOP RUN
004120            END-IF.
004130            PERFORM 302-LER-CASOS.
004140        202-COMUNICAR-CASO.
004150            MOVE FD-CHAVE-CASO TO FD-CHAVE-CLIDADOS.
004160            READ ARQ-CLIDADOS
004170                INVALID KEY
004180                    MOVE SPACES TO FD-CPFCNPJ-CLIDADOS
004190            END-READ.
004200            IF FD-CPFCNPJ-CLIDADOS = SPACES
004210                MOVE FD-CHAVE-CASO TO WK-CHAVE-OCORR
004220                MOVE 'CASO CONFIRMADO SEM CPF/CNPJ'
004230                    TO WK-MOTIVO-OCORR
004240                PERFORM 255-GRAVAR-OCORRENCIA
004250            ELSE
004260                ADD 1 TO WK-QTD-SUSPEITAS
004270                MOVE SPACES TO REG-COAFCOM
004280                MOVE '2' TO FD-TIPO-REG-COM
004290                MOVE 'S' TO FD-TIPO-COMUN-COM
004300                MOVE FD-CPFCNPJ-CLIDADOS  TO FD-CPFCNPJ-COM
004310                MOVE FD-TIPO-DOC-CLIDADOS TO FD-TIPO-DOC-COM
004320                MOVE FD-AGENCIA-CASO      TO FD-AGENCIA-COM
004330                MOVE FD-CONTA-CASO        TO FD-CONTA-COM
004340                MOVE FD-DATA-ALERTA-CASO  TO FD-DATA-OCORR-COM
004350                MOVE FD-VALOR-CASO        TO FD-VALOR-COM
004360                MOVE 1                    TO FD-QTD-OPER-COM
004370                MOVE FD-NUMERO-CASO       TO FD-NUMERO-CASO-COM
004380                MOVE FD-CLASSE-CASO       TO FD-CLASSE-COM
004390                MOVE FD-SEVERIDADE-CASO   TO FD-SEVERIDADE-COM
004400                PERFORM 219-GRAVAR-COAFCOM
004410                ADD FD-VALOR-CASO TO WK-TOT-COMUNICADO
004420                MOVE FD-CHAVE-CASO TO FD-CONTA-COAFREG
004430                MOVE FD-VALOR-CASO TO FD-VALOR-COAFREG
004440                PERFORM 240-REGISTRAR-COMUNICACAO
004450                MOVE 'R' TO FD-STATUS-CASO
004460                MOVE 'SUSPEITA'     TO WK-TIPO-REL
004470                MOVE FD-NUMERO-CASO TO WK-NUMERO-CASO-REL
004480                MOVE FD-CLASSE-CASO TO WK-CLASSE-REL
004490                MOVE WK-DETALHE-CASO TO WK-DETALHE-REL
004500                PERFORM 250-RELATAR-COMUNICACAO
004510            END-IF.
004520       *      O CPF/CNPJ DA CONTA DA OPERACAO VEM DO CLIDADOS
004530        210-ACUMULAR-ESPECIE.
004540            ADD 1 TO WK-QTD-CAPTURAS.
004550            MOVE FD-CHAVE-CAP TO FD-CHAVE-CLIDADOS.
004560            READ ARQ-CLIDADOS
004570                INVALID KEY
004580                    MOVE SPACES TO FD-CPFCNPJ-CLIDADOS
004590                    MOVE SPACE  TO FD-TIPO-DOC-CLIDADOS
004600            END-READ.
004610            MOVE FD-CPFCNPJ-CLIDADOS  TO WK-NOVA-CPFCNPJ.
004620            MOVE FD-TIPO-DOC-CLIDADOS TO WK-NOVA-TIPO-DOC.
004630            MOVE ZEROS TO WK-IDX-ESP-ACH.
004640            PERFORM 211-COMPARAR-ESPECIE
004650                VARYING WK-IDX-ESP FROM 1 BY 1
004660                UNTIL WK-IDX-ESP > WK-QTD-ESPTAB
004670                   OR WK-IDX-ESP-ACH > ZEROS.
004680            IF WK-IDX-ESP-ACH = ZEROS
004690                IF WK-QTD-ESPTAB NOT LESS 3000
004700                    DISPLAY 'TABELA DE OPERACOES EM ESPECIE '
004710                            'CHEIA, LIMITE 3000'
004720                    MOVE 12 TO RETURN-CODE
004730                    STOP RUN
004740                END-IF
004750                ADD 1 TO WK-QTD-ESPTAB
004760                MOVE WK-QTD-ESPTAB TO WK-IDX-ESP-ACH
004770                MOVE WK-NOVA-CPFCNPJ
004780                    TO WK-ESP-CPFCNPJ(WK-IDX-ESP-ACH)
004790                MOVE WK-NOVA-TIPO-DOC
004800                    TO WK-ESP-TIPO-DOC(WK-IDX-ESP-ACH)
004810                MOVE FD-OPERACAO-CAP
004820                    TO WK-ESP-OPERACAO(WK-IDX-ESP-ACH)
004830                MOVE FD-CHAVE-CAP
004840                    TO WK-ESP-CHAVE(WK-IDX-ESP-ACH)
004850                MOVE ZEROS TO WK-ESP-VALOR(WK-IDX-ESP-ACH)
004860                MOVE ZEROS TO WK-ESP-QTD(WK-IDX-ESP-ACH)
004870            END-IF.
004880            ADD FD-VALOR-CAP TO WK-ESP-VALOR(WK-IDX-ESP-ACH).
004890            ADD 1 TO WK-ESP-QTD(WK-IDX-ESP-ACH).
004900            PERFORM 303-LER-CAIXACAP.
004910        211-COMPARAR-ESPECIE.
004920            IF WK-ESP-CPFCNPJ(WK-IDX-ESP) = WK-NOVA-CPFCNPJ
004930               AND WK-ESP-OPERACAO(WK-IDX-ESP) = FD-OPERACAO-CAP
004940                IF WK-NOVA-CPFCNPJ NOT = SPACES
004950                   OR WK-ESP-CHAVE(WK-IDX-ESP) = FD-CHAVE-CAP
004960                    MOVE WK-IDX-ESP TO WK-IDX-ESP-ACH
004970                END-IF
004980            END-IF.
004990       *      A SOMA DO DIA IGUAL OU ACIMA DO LIMITE E COMUNICADA
005000        220-COMUNICAR-ESPECIE.
005010            IF WK-ESP-VALOR(WK-IDX-ESP) NOT LESS WK-LIMITE-ESPECIE
005020                IF WK-ESP-CPFCNPJ(WK-IDX-ESP) = SPACES
005030                    MOVE WK-ESP-CHAVE(WK-IDX-ESP)
005031                        TO WK-CHAVE-OCORR
005040                    MOVE 'ESPECIE SEM CPF/CNPJ'
005050                        TO WK-MOTIVO-OCORR
005060                    PERFORM 255-GRAVAR-OCORRENCIA
005070                ELSE
005080                    MOVE 'E' TO FD-TIPO-COAFREG
005090                    MOVE WK-DATA-REF TO WK-DATA-ID
005100                    MOVE WK-ESP-CPFCNPJ(WK-IDX-ESP)
005101                        TO WK-CPFCNPJ-ID
005110                    MOVE WK-ESP-OPERACAO(WK-IDX-ESP)
005120                        TO WK-OPERACAO-ID
005130                    MOVE WK-ID-COAF TO FD-ID-COAFREG
005140                    READ ARQ-COAFREG
005150                        INVALID KEY
005160                            PERFORM 221-GRAVAR-ESPECIE
005170                        NOT INVALID KEY
005180                            ADD 1 TO WK-QTD-JA-COMUNICADAS
005190                    END-READ
005200                END-IF
005210            END-IF.
005220        221-GRAVAR-ESPECIE.
005230            ADD 1 TO WK-QTD-ESPECIE.
005240            MOVE SPACES TO REG-COAFCOM.
005250            MOVE '2' TO FD-TIPO-REG-COM.
005260            MOVE 'E' TO FD-TIPO-COMUN-COM.
005270            MOVE WK-ESP-CPFCNPJ(WK-IDX-ESP)  TO FD-CPFCNPJ-COM.
005280            MOVE WK-ESP-TIPO-DOC(WK-IDX-ESP) TO FD-TIPO-DOC-COM.
005290            MOVE WK-ESP-AGENCIA(WK-IDX-ESP)  TO FD-AGENCIA-COM.
005300            MOVE WK-ESP-CONTA(WK-IDX-ESP)    TO FD-CONTA-COM.
005310            MOVE WK-DATA-REF                 TO FD-DATA-OCORR-COM.
005320            MOVE WK-ESP-VALOR(WK-IDX-ESP)    TO FD-VALOR-COM.
005330            MOVE WK-ESP-OPERACAO(WK-IDX-ESP) TO FD-OPERACAO-COM.
005340            MOVE WK-ESP-QTD(WK-IDX-ESP)      TO FD-QTD-OPER-COM.
005350            MOVE ZEROS
005351                TO FD-NUMERO-CASO-COM.
005360            PERFORM 219-GRAVAR-COAFCOM.
005370            ADD WK-ESP-VALOR(WK-IDX-ESP) TO WK-TOT-COMUNICADO.
005380            MOVE WK-ESP-CHAVE(WK-IDX-ESP) TO FD-CONTA-COAFREG.
005390            MOVE WK-ESP-VALOR(WK-IDX-ESP) TO FD-VALOR-COAFREG.
005400            PERFORM 240-REGISTRAR-COMUNICACAO.
005410            MOVE 'ESPECIE'  TO WK-TIPO-REL.
005420            IF WK-ESP-OPERACAO(WK-IDX-ESP) = 'D'
005430                MOVE 'DEPOSITO' TO WK-OPERACAO-REL
005440            ELSE
005450                MOVE 'SAQUE'    TO WK-OPERACAO-REL
005460            END-IF.
005470            MOVE WK-ESP-QTD(WK-IDX-ESP) TO WK-QTD-OPER-REL.
005480            MOVE WK-DETALHE-ESPECIE TO WK-DETALHE-REL.
005490            PERFORM 250-RELATAR-COMUNICACAO.
005500        219-GRAVAR-COAFCOM.
005510            WRITE REG-COAFCOM.
005520            IF WK-FS-COAFCOM NOT = '00'
005530                DISPLAY 'ERRO ' WK-FS-COAFCOM
005540                        ' NO COMANDO WRITE COAFCOM'
005550                MOVE 12 TO RETURN-CODE
005560                STOP RUN
005570            END-IF.
005580            ADD 1 TO WK-QTD-REG-COM.
005590       *      A CHAVE DO COAFREG E REMONTADA: TIPO DA
005591       *      COMUNICACAO (S/E) E IDENTIFICACAO DO WK-ID-COAF
005600        240-REGISTRAR-COMUNICACAO.
005601            MOVE FD-TIPO-COMUN-COM TO FD-TIPO-COAFREG.
005602            MOVE WK-ID-COAF        TO FD-ID-COAFREG.
005610            MOVE WK-DATA-SIST      TO FD-DATA-COMUN-COAFREG.
005620            MOVE FD-CPFCNPJ-COM    TO FD-CPFCNPJ-COAFREG.
005630            WRITE REG-COAFREG.
005640            IF WK-FS-COAFREG NOT = '00'
005650                DISPLAY 'ERRO ' WK-FS-COAFREG
005660                        ' NO COMANDO WRITE COAFREG'
005670                MOVE 12 TO RETURN-CODE
005680                STOP RUN
005690            END-IF.
005700        250-RELATAR-COMUNICACAO.
005710            MOVE FD-CPFCNPJ-COM TO WK-CPFCNPJ-REL.
005720            MOVE FD-AGENCIA-COM TO WK-AGENCIA-REL.
005730            MOVE FD-CONTA-COM   TO WK-CONTA-REL.
005740            MOVE FD-VALOR-COM   TO WK-VALOR-REL.
005750            WRITE REG-RELCOAF FROM WK-LINHA-COMUN.
005760            PERFORM 218-CONFERIR-RELCOAF.
005770        255-GRAVAR-OCORRENCIA.
005780            ADD 1 TO WK-QTD-OCORR.
005790            MOVE WK-CHAVE-OCORR  TO WK-CHAVE-OCORR-REL.
005800            MOVE WK-MOTIVO-OCORR TO WK-MOTIVO-REL.
005810            WRITE REG-RELCOAF FROM WK-LINHA-OCORR.
005820            PERFORM 218-CONFERIR-RELCOAF.
005830        218-CONFERIR-RELCOAF.
005840            IF WK-FS-RELCOAF NOT = '00'
005850                DISPLAY 'ERRO ' WK-FS-RELCOAF
005860                        ' NO COMANDO WRITE RELCOAF'
005870                MOVE 12 TO RETURN-CODE
005880                STOP RUN
005890            END-IF.
005900       ***********************************************
005910        300-LEITURAS SECTION.
005920        302-LER-CASOS.
005930            READ ARQ-CASOS.
005940            EVALUATE WK-FS-CASOS
005950                WHEN '00'
005960                    CONTINUE
005970                WHEN '10'
005980                    CONTINUE
005990                WHEN OTHER
006000                    DISPLAY 'ERRO ' WK-FS-CASOS
006010                            ' NO COMANDO READ CASOS'
006020                    MOVE 12 TO RETURN-CODE
006030                    STOP RUN
006040            END-EVALUATE.
006050        303-LER-CAIXACAP.
006060            READ ARQ-CAIXACAP.
006070            EVALUATE WK-FS-CAIXACAP
006080                WHEN '00'
006090                    CONTINUE
006100                WHEN '10'
006110                    CONTINUE
006120                WHEN OTHER
006130                    DISPLAY 'ERRO ' WK-FS-CAIXACAP
006140                            ' NO COMANDO READ CAIXACAP'
006150                    MOVE 12 TO RETURN-CODE
006160                    STOP RUN
006170            END-EVALUATE.
006180       ***********************************************
006190        195-GRAVAR-JRNL-INICIO.
006200            MOVE 'I' TO JRL-TIPO.
006210            MOVE ZEROS TO JRL-QTD-LIDOS.
006220            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006230            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006240            MOVE ZEROS TO JRL-RETORNO.
006241            MOVE 'EAD95912' TO LK-PROGRAMA-COM.
006242            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006243            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006250            PERFORM 194-GRAVAR-RUNJRNL.
006260        196-GRAVAR-JRNL-FIM.
006270            MOVE 'F' TO JRL-TIPO.
006280            COMPUTE JRL-QTD-LIDOS =
006290                WK-QTD-CASOS-LIDOS + WK-QTD-CAPTURAS.
006300            MOVE WK-QTD-REG-COM TO JRL-QTD-GRAVADOS.
006310            MOVE WK-QTD-OCORR TO JRL-QTD-REJEITADOS.
006320            MOVE RETURN-CODE TO JRL-RETORNO.
006321            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006330            PERFORM 194-GRAVAR-RUNJRNL.
006340        194-GRAVAR-RUNJRNL.
006350            OPEN EXTEND ARQ-RUNJRNL.
006360            IF WK-FS-RUNJRNL = '35'
006370                OPEN OUTPUT ARQ-RUNJRNL
006380            END-IF.
006390            IF WK-FS-RUNJRNL NOT = '00'
006400                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006410                        ' NO COMANDO OPEN RUNJRNL'
006420                MOVE 12 TO RETURN-CODE
006430                STOP RUN
006440            END-IF.
006450            MOVE 'EAD95912' TO JRL-PROGRAMA.
006460            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
006470            ACCEPT JRL-HORA FROM TIME.
006480            WRITE REG-RUNJRNL.
006490            IF WK-FS-RUNJRNL NOT = '00'
006500                DISPLAY 'ERRO ' WK-FS-RUNJRNL
006510                        ' NO COMANDO WRITE RUNJRNL'
006520                MOVE 12 TO RETURN-CODE
006530                STOP RUN
006540            END-IF.
006550            CLOSE ARQ-RUNJRNL.
006560       ***********************************************
006570        900-FINALIZAR SECTION.
006580        901-FINALIZAR.
006590            MOVE SPACES TO REG-COAFCOM.
006600            MOVE '9' TO FD-TIPO-REG-COM.
006610            COMPUTE FD-QTD-REG-COM = WK-QTD-REG-COM + 1.
006620            MOVE WK-QTD-SUSPEITAS  TO FD-QTD-SUSPEITAS-COM.
006630            MOVE WK-QTD-ESPECIE    TO FD-QTD-ESPECIE-COM.
006640            MOVE WK-TOT-COMUNICADO TO FD-TOTAL-COM.
006650            PERFORM 219-GRAVAR-COAFCOM.
006660            CLOSE ARQ-COAFCOM.
006670            PERFORM 907-REGISTRAR-XMITREG.
006680            MOVE 'CASOS LIDOS             : ' TO WK-TITULO-TOT.
006690            MOVE WK-QTD-CASOS-LIDOS TO WK-VALOR-TOT.
006700            WRITE REG-RELCOAF FROM WK-LINHA-TOTAL AFTER 2 LINES.
006710            MOVE 'OPERACOES EM ESPECIE    : ' TO WK-TITULO-TOT.
006720            MOVE WK-QTD-CAPTURAS TO WK-VALOR-TOT.
006730            WRITE REG-RELCOAF FROM WK-LINHA-TOTAL.
006740            MOVE 'CASOS COMUNICADOS       : ' TO WK-TITULO-TOT.
006750            MOVE WK-QTD-SUSPEITAS TO WK-VALOR-TOT.
006760            WRITE REG-RELCOAF FROM WK-LINHA-TOTAL.
006770            MOVE 'ESPECIE COMUNICADA      : ' TO WK-TITULO-TOT.
006780            MOVE WK-QTD-ESPECIE TO WK-VALOR-TOT.
006790            WRITE REG-RELCOAF FROM WK-LINHA-TOTAL.
006800            MOVE 'JA COMUNICADAS ANTES    : ' TO WK-TITULO-TOT.
006810            MOVE WK-QTD-JA-COMUNICADAS TO WK-VALOR-TOT.
006820            WRITE REG-RELCOAF FROM WK-LINHA-TOTAL.
006830            MOVE 'OCORRENCIAS             : ' TO WK-TITULO-TOT.
006840            MOVE WK-QTD-OCORR TO WK-VALOR-TOT.
006850            WRITE REG-RELCOAF FROM WK-LINHA-TOTAL.
006860            MOVE 'VALOR COMUNICADO        : ' TO WK-TITULO-VAL.
006870            MOVE WK-TOT-COMUNICADO TO WK-VALOR-VAL.
006880            WRITE REG-RELCOAF FROM WK-LINHA-VALOR.
006890            PERFORM 218-CONFERIR-RELCOAF.
006900            IF WK-QTD-OCORR > ZEROS
006910                MOVE 4 TO RETURN-CODE
006920            END-IF.
006930            DISPLAY 'CASOS COMUNICADOS  : ' WK-QTD-SUSPEITAS.
006940            DISPLAY 'ESPECIE COMUNICADA : ' WK-QTD-ESPECIE.
006950            CLOSE ARQ-CASOS.
006960            CLOSE ARQ-CASOSN.
006970            CLOSE ARQ-CAIXACAP.
006980            CLOSE ARQ-CLIDADOS.
006990            CLOSE ARQ-COAFREG.
007000            CLOSE ARQ-RELCOAF.
007010        907-REGISTRAR-XMITREG.
007020            OPEN EXTEND ARQ-XMITREG.
007030            IF WK-FS-XMITREG = '35'
007040                OPEN OUTPUT ARQ-XMITREG
007050            END-IF.
007060            IF WK-FS-XMITREG NOT = '00'
007070                DISPLAY 'ERRO ' WK-FS-XMITREG
007080                        ' NO COMANDO OPEN XMITREG'
007090                MOVE 12 TO RETURN-CODE
007100                STOP RUN
007110            END-IF.
007120            MOVE 'COAF'         TO FD-PARCEIRO-XMIT.
007130            MOVE 'COAFCOM'      TO FD-ARQUIVO-XMIT.
007140            MOVE 'S'            TO FD-DIRECAO-XMIT.
007150            MOVE WK-DATA-SIST   TO FD-DATA-XMIT.
007160            MOVE WK-QTD-REG-COM TO FD-QTDE-XMIT.
007170            MOVE WK-TOT-COMUNICADO TO FD-HASH-XMIT.
007180            MOVE 'P'            TO FD-SITUACAO-XMIT.
007190            WRITE REG-XMITREG.
007200            IF WK-FS-XMITREG NOT = '00'
007210                DISPLAY 'ERRO ' WK-FS-XMITREG
007220                        ' NO COMANDO WRITE XMITREG'
007230                MOVE 12 TO RETURN-CODE
007240                STOP RUN
007250            END-IF.
007260            CLOSE ARQ-XMITREG.
