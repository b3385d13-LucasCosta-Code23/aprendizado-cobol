000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95910.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   CADASTRO DE CLIENTES DO SFN (CCS): ARQUIVO   *
000170       *   DE RELACIONAMENTOS PARA O BANCO CENTRAL      *
000180       *                                                *
000190       *   FUNCAO 'D' = MOVIMENTO DIARIO: O MANJRNL DO  *
000200       *   EAD95816 NA DATA VIRA EVENTOS NO CCSDOC:     *
000210       *   I (INCLUSAO DE CONTA) = INICIO DO VINCULO    *
000220       *     DO TITULAR DO CLIDADOS                     *
000230       *   U (TITULAR) = INICIO OU ALTERACAO DO PAPEL   *
000240       *   X (EXCL. DE TITULAR) = FIM DO VINCULO        *
000250       *   S PARA CONTA ENCERRADA E E (EXCLUSAO) = FIM  *
000260       *     DE TODOS OS VINCULOS ATIVOS DA CONTA       *
000270       *   O CCSREG GUARDA CADA VINCULO JA INFORMADO E  *
000280       *   O MOMENTO DO ULTIMO EVENTO ENVIADO; EVENTO   *
000290       *   NAO POSTERIOR A ELE NAO E ENVIADO DE NOVO    *
000300       *                                                *
000310       *   FUNCAO 'M' = POSICAO MENSAL: TODOS OS        *
000320       *   VINCULOS ATIVOS DO CCSREG NA DATA, NO CCSPOS *
000330       *                                                *
000340       *   REGISTROS: HEADER 1, VINCULO 2, TRAILER 9;   *
000350       *   O ARQUIVO E REGISTRADO NO XMITREG (EAD95862) *
000360       *                                                *
000370       *   SYSIN: FUNCAO, DATA-BASE (BRANCO = HOJE)     *
000380       *   RC 4 = EVENTO SEM CPF/CNPJ, NAO INFORMADO    *
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
000490            SELECT ARQ-MANJRNL  ASSIGN TO MANJRNL
000500                FILE STATUS IS WK-FS-MANJRNL.
000510            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS DYNAMIC
000540                RECORD KEY IS FD-CHAVE-CLIENTES
000550                FILE STATUS IS WK-FS-CLIENTES.
000560            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000570                ORGANIZATION IS INDEXED
000580                ACCESS MODE IS DYNAMIC
000590                RECORD KEY IS FD-CHAVE-CLIDADOS
000600                FILE STATUS IS WK-FS-CLIDADOS.
000610            SELECT ARQ-CCSREG   ASSIGN TO CCSREG
000620                ORGANIZATION IS INDEXED
000630                ACCESS MODE IS DYNAMIC
000640                RECORD KEY IS FD-CHAVE-CCS
000650                FILE STATUS IS WK-FS-CCSREG.
000660            SELECT ARQ-CCSDOC   ASSIGN TO CCSDOC
000670                FILE STATUS IS WK-FS-CCSDOC.
000680            SELECT ARQ-CCSPOS   ASSIGN TO CCSPOS
000690                FILE STATUS IS WK-FS-CCSPOS.
000700            SELECT ARQ-XMITREG  ASSIGN TO XMITREG
000710                FILE STATUS IS WK-FS-XMITREG.
000720            SELECT ARQ-RELCCS   ASSIGN TO RELCCS
000730                FILE STATUS IS WK-FS-RELCCS.
000740       *
000750        DATA DIVISION.
000760        FILE SECTION.
000770        FD   ARQ-MANJRNL
000780             RECORDING MODE IS F.
000790        01  REG-MANJRNL.
000800            05 JRN-DATA            PIC 9(8).
000810            05 JRN-HORA            PIC 9(6).
000820            05 JRN-OPERADOR        PIC X(8).
000830            05 JRN-OPERACAO        PIC X.
000840            05 JRN-CHAVE           PIC X(9).
000850            05 JRN-IMAGEM-ANTES    PIC X(49).
000860            05 JRN-IMAGEM-DEPOIS   PIC X(49).
000870            05 JRN-APROVADOR       PIC X(8).
000880        FD   ARQ-CLIENTES
000890             RECORDING MODE IS F.
000900        01  REG-CLIENTES.
000910            05 FD-CHAVE-CLIENTES.
000920                10 FD-AGENCIA-CLIENTES     PIC X(4).
000930                10 FD-CONTA-CLIENTES       PIC 9(5).
000940            05 FD-DIGITO-CLIENTES      PIC X.
000950            05 FD-NOME-CLIENTES        PIC A(20).
000960            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
000970            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
000980            05 FD-MOEDA-CLIENTES       PIC X(3).
000990            05 FD-SITUACAO-CLIENTES    PIC X.
001000                88 CONTA-ATIVA            VALUE 'A' ' '.
001010                88 CONTA-BLOQUEADA        VALUE 'B'.
001020                88 CONTA-ENCERRADA        VALUE 'E'.
001030        FD   ARQ-CLIDADOS
001040             RECORDING MODE IS F.
001050        01  REG-CLIDADOS.
001060            05 FD-CHAVE-CLIDADOS.
001070                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001080                10 FD-CONTA-CLIDADOS       PIC 9(5).
001090            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001100            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001110            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001120            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001130            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001140       *      VINCULOS CONTA X CPF/CNPJ JA INFORMADOS AO CCS
001150        FD   ARQ-CCSREG
001160             RECORDING MODE IS F.
001170        01  REG-CCSREG.
001180            05 FD-CHAVE-CCS.
001190                10 FD-CONTA-CCS.
001200                    15 FD-AGENCIA-CCS      PIC X(4).
001210                    15 FD-NUMERO-CCS       PIC 9(5).
001220                10 FD-CPFCNPJ-CCS      PIC X(14).
001230            05 FD-TIPO-DOC-CCS     PIC X.
001240            05 FD-PAPEL-CCS        PIC X.
001250            05 FD-SITUACAO-CCS     PIC X.
001260                88 VINCULO-ATIVO       VALUE 'A'.
001270                88 VINCULO-ENCERRADO   VALUE 'F'.
001280            05 FD-DATA-INICIO-CCS  PIC 9(8).
001290            05 FD-DATA-FIM-CCS     PIC 9(8).
001300            05 FD-ULT-EVENTO-CCS.
001310                10 FD-ULT-DATA-CCS     PIC 9(8).
001320                10 FD-ULT-HORA-CCS     PIC 9(6).
001330            05 FD-DATA-ENVIO-CCS   PIC 9(8).
001340        FD   ARQ-CCSDOC
001350             RECORDING MODE IS F.
001360        01  REG-CCSDOC                 PIC X(100).
001370        FD   ARQ-CCSPOS
001380             RECORDING MODE IS F.
001390        01  REG-CCSPOS                 PIC X(100).
001400        FD   ARQ-XMITREG
001410             RECORDING MODE IS F.
001420        01  REG-XMITREG.
001430            05 FD-PARCEIRO-XMIT    PIC X(10).
001440            05 FD-ARQUIVO-XMIT     PIC X(8).
001450            05 FD-DIRECAO-XMIT     PIC X.
001460                88 XMIT-ENTRADA        VALUE 'E'.
001470                88 XMIT-SAIDA          VALUE 'S'.
001480            05 FD-DATA-XMIT        PIC 9(8).
001490            05 FD-QTDE-XMIT        PIC 9(7).
001500            05 FD-HASH-XMIT        PIC 9(13)V99.
001510            05 FD-SITUACAO-XMIT    PIC X.
001520                88 XMIT-PENDENTE       VALUE 'P'.
001530                88 XMIT-RECEBIDO       VALUE 'R'.
001540                88 XMIT-DIVERGENTE     VALUE 'D'.
001550        FD   ARQ-RELCCS
001560             RECORDING MODE IS F.
001570        01  REG-RELCCS                 PIC X(80).
001580        FD   ARQ-RUNJRNL
001590             RECORDING MODE IS F.
001600        01  REG-RUNJRNL.
001610            05 JRL-PROGRAMA        PIC X(8).
001620            05 JRL-TIPO            PIC X.
001630            05 JRL-DATA            PIC 9(8).
001640            05 JRL-HORA            PIC 9(6).
001650            05 JRL-QTD-LIDOS       PIC 9(7).
001660            05 JRL-QTD-GRAVADOS    PIC 9(7).
001670            05 JRL-QTD-REJEITADOS  PIC 9(7).
001680            05 JRL-RETORNO         PIC 9(4).
001681            05 JRL-ID-EXEC         PIC 9(10).
001690        WORKING-STORAGE SECTION.
001700        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001701        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001702        01  LK-AREA-ID-EXEC.
001703            05 LK-PROGRAMA-COM     PIC X(8).
001704            05 LK-ID-EXEC-COM      PIC 9(10).
001710        77  WK-FS-MANJRNL  PIC XX           VALUE SPACES.
001720        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001730        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
001740        77  WK-FS-CCSREG   PIC XX           VALUE SPACES.
001750        77  WK-FS-CCSDOC   PIC XX           VALUE SPACES.
001760        77  WK-FS-CCSPOS   PIC XX           VALUE SPACES.
001770        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
001780        77  WK-FS-RELCCS   PIC XX           VALUE SPACES.
001790        77  WK-FUNCAO      PIC X            VALUE SPACE.
001800            88 FUNCAO-DIARIA                  VALUE 'D'.
001810            88 FUNCAO-MENSAL                  VALUE 'M'.
001820        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
001830        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001840        77  WK-ARQUIVO-SAIDA PIC X(8)       VALUE SPACES.
001850        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
001860        77  WK-QTD-DO-DIA  PIC 9(7)         VALUE ZEROS.
001870        77  WK-QTD-INICIO  PIC 9(7)         VALUE ZEROS.
001880        77  WK-QTD-FIM     PIC 9(7)         VALUE ZEROS.
001890        77  WK-QTD-ALTERA  PIC 9(7)         VALUE ZEROS.
001900        77  WK-QTD-POSICAO PIC 9(7)         VALUE ZEROS.
001910        77  WK-QTD-JA-INFORMADOS PIC 9(7)   VALUE ZEROS.
001920        77  WK-QTD-OCORR   PIC 9(6)         VALUE ZEROS.
001930        77  WK-QTD-REG-CCS PIC 9(7)         VALUE ZEROS.
001940        77  WK-HASH-CCS    PIC 9(13)V99     VALUE ZEROS.
001950        77  WK-EVENTO      PIC X            VALUE SPACE.
001960        77  WK-MOTIVO-OCORR PIC X(30)       VALUE SPACES.
001970       *      MOMENTO DO LANCAMENTO DO MANJRNL EM TRATAMENTO
001980        01  WK-MOMENTO-JRN.
001990            05 WK-DATA-MOMENTO PIC 9(8).
002000            05 WK-HORA-MOMENTO PIC 9(6).
002010       *      IMAGEM DO TITULARES GRAVADA NO MANJRNL PELO EAD95816
002020        01  WK-IMAGEM-TITULAR.
002030            05 WK-IMG-CONTA    PIC X(9).
002040            05 WK-IMG-CPFCNPJ  PIC X(14).
002050            05 WK-IMG-NOME     PIC X(20).
002060            05 WK-IMG-TIPO-DOC PIC X.
002070            05 WK-IMG-PAPEL    PIC X.
002080            05 FILLER          PIC X(4).
002090       *      VINCULO EM TRATAMENTO
002100        01  WK-VINCULO.
002110            05 WK-VIN-CONTA.
002120                10 WK-VIN-AGENCIA  PIC X(4).
002130                10 WK-VIN-NUMERO   PIC 9(5).
002140            05 WK-VIN-CPFCNPJ  PIC X(14).
002150            05 WK-VIN-TIPO-DOC PIC X.
002160            05 WK-VIN-PAPEL    PIC X.
002170       *      REGISTRO DO CCSDOC E DO CCSPOS
002180        01  WK-REG-CCS.
002190            05 WK-TIPO-REG-CCS     PIC X.
002200                88 CCS-HEADER           VALUE '1'.
002210                88 CCS-VINCULO          VALUE '2'.
002220                88 CCS-TRAILER          VALUE '9'.
002230            05 WK-DADOS-CCS        PIC X(99).
002240            05 WK-HEADER-CCS REDEFINES WK-DADOS-CCS.
002250                10 WK-DATA-BASE-CCS        PIC 9(8).
002260                10 WK-DATA-GERACAO-CCS     PIC 9(8).
002270                10 WK-REMETENTE-CCS        PIC X(10).
002280                10 WK-TIPO-ARQ-CCS         PIC X.
002290                10 FILLER                  PIC X(72).
002300            05 WK-DETALHE-CCS REDEFINES WK-DADOS-CCS.
002310                10 WK-EVENTO-CCS           PIC X.
002320                10 WK-AGENCIA-DET-CCS      PIC X(4).
002330                10 WK-CONTA-DET-CCS        PIC 9(5).
002340                10 WK-TIPO-DOC-DET-CCS     PIC X.
002350                10 WK-CPFCNPJ-DET-CCS      PIC X(14).
002360                10 WK-PAPEL-DET-CCS        PIC X.
002370                10 WK-DATA-INICIO-DET-CCS  PIC 9(8).
002380                10 WK-DATA-FIM-DET-CCS     PIC 9(8).
002390                10 FILLER                  PIC X(57).
002400            05 WK-TRAILER-CCS REDEFINES WK-DADOS-CCS.
002410                10 WK-QTD-REG-TRL-CCS      PIC 9(7).
002420                10 WK-QTD-INICIO-TRL-CCS   PIC 9(7).
002430                10 WK-QTD-FIM-TRL-CCS      PIC 9(7).
002440                10 WK-QTD-ALTERA-TRL-CCS   PIC 9(7).
002450                10 WK-QTD-POSICAO-TRL-CCS  PIC 9(7).
002460                10 FILLER                  PIC X(64).
002470        01  WK-CABEC1.
002480            05 FILLER          PIC X(36)
002490                 VALUE 'CCS - RELACIONAMENTOS DE CLIENTES - '.
002500            05 WK-TIPO-CABEC   PIC X(10).
002510            05 FILLER          PIC X(11) VALUE ' DATA-BASE '.
002520            05 WK-DATA-CABEC   PIC 9(8).
002530        01  WK-CABEC2.
002540            05 FILLER          PIC X(10) VALUE 'EVENTO'.
002550            05 FILLER          PIC X(11) VALUE 'CONTA'.
002560            05 FILLER          PIC X(17) VALUE 'CPF/CNPJ'.
002570            05 FILLER          PIC X(06) VALUE 'PAPEL'.
002580            05 FILLER          PIC X(09) VALUE 'INICIO'.
002590            05 FILLER          PIC X(08) VALUE 'FIM'.
002600        01  WK-LINHA-EVENTO.
002610            05 WK-EVENTO-REL   PIC X(10).
002620            05 WK-AGENCIA-REL  PIC X(4).
002630            05 FILLER          PIC X(01) VALUE '-'.
002640            05 WK-CONTA-REL    PIC 9(5).
002650            05 FILLER          PIC X(01) VALUE SPACE.
002660            05 WK-TIPO-DOC-REL PIC X.
002670            05 FILLER          PIC X(01) VALUE SPACE.
002680            05 WK-CPFCNPJ-REL  PIC X(14).
002690            05 FILLER          PIC X(03) VALUE SPACES.
002700            05 WK-PAPEL-REL    PIC X.
002710            05 FILLER          PIC X(03) VALUE SPACES.
002720            05 WK-INICIO-REL   PIC 9(8).
002730            05 FILLER          PIC X(01) VALUE SPACE.
002740            05 WK-FIM-REL      PIC 9(8).
002750        01  WK-LINHA-OCORR.
002760            05 FILLER          PIC X(10) VALUE 'OCORRENCIA'.
002770            05 WK-AGENCIA-OCORR PIC X(4).
002780            05 FILLER          PIC X(01) VALUE '-'.
002790            05 WK-CONTA-OCORR  PIC 9(5).
002800            05 FILLER          PIC X(01) VALUE SPACE.
002810            05 WK-OPERACAO-OCORR PIC X.
002820            05 FILLER          PIC X(01) VALUE SPACE.
002830            05 WK-MOTIVO-REL   PIC X(30).
002840        01  WK-LINHA-TOTAL.
002850            05 WK-TITULO-TOT   PIC X(26).
002860            05 WK-VALOR-TOT    PIC ZZZZZZ9.
002870       *
002880        PROCEDURE DIVISION.
002890        000-PRINCIPAL SECTION.
002900        001-PRINCIPAL.
002910            PERFORM 195-GRAVAR-JRNL-INICIO.
002920            PERFORM 101-INICIAR.
002930            IF FUNCAO-DIARIA
002940                PERFORM 201-AVALIAR-JORNAL
002950                    UNTIL WK-FS-MANJRNL = '10'
002960            ELSE
002970                PERFORM 261-AVALIAR-POSICAO
002980                    UNTIL WK-FS-CCSREG = '10'
002990            END-IF.
003000            PERFORM 901-FINALIZAR.
003010            PERFORM 196-GRAVAR-JRNL-FIM.
003020            STOP RUN.
003030       ***********************************************************
003040        100-INICIAR SECTION.
003050        101-INICIAR.
003060            ACCEPT WK-FUNCAO       FROM SYSIN.
003070            ACCEPT WK-DATA-REF     FROM SYSIN.
003080            ACCEPT WK-DATA-SIST    FROM DATE YYYYMMDD.
003090            IF NOT FUNCAO-DIARIA AND NOT FUNCAO-MENSAL
003100                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
003110                MOVE 12 TO RETURN-CODE
003120                STOP RUN
003130            END-IF.
003140            IF WK-DATA-REF NOT NUMERIC
003150               OR WK-DATA-REF = ZEROS
003160                MOVE WK-DATA-SIST TO WK-DATA-REF
003170            END-IF.
003180            IF FUNCAO-DIARIA
003190                PERFORM 102-ABRIR-DIARIO
003200            ELSE
003210                PERFORM 103-ABRIR-MENSAL
003220            END-IF.
003230            PERFORM 104-ABRIR-SAIDAS.
003240            IF FUNCAO-DIARIA
003250                PERFORM 301-LER-MANJRNL
003260            ELSE
003270                PERFORM 302-LER-CCSREG
003280            END-IF.
003290       *      O CCSREG E CRIADO NA PRIMEIRA EXECUCAO DIARIA
003300        102-ABRIR-DIARIO.
003310            OPEN INPUT ARQ-MANJRNL.
003320            IF WK-FS-MANJRNL NOT = '00'
003330                DISPLAY 'ARQUIVO MANJRNL INDISPONIVEL, STATUS '
003340                        WK-FS-MANJRNL
003350                MOVE 12 TO RETURN-CODE
003360                STOP RUN
003370            END-IF.
003380            OPEN INPUT ARQ-CLIENTES.
003390            IF WK-FS-CLIENTES NOT = '00'
003400                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
003410                        'STATUS ' WK-FS-CLIENTES
003420                MOVE 12 TO RETURN-CODE
003430                STOP RUN
003440            END-IF.
003450            OPEN INPUT ARQ-CLIDADOS.
003460            IF WK-FS-CLIDADOS NOT = '00'
003470                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
003480                        'STATUS ' WK-FS-CLIDADOS
003490                MOVE 12 TO RETURN-CODE
003500                STOP RUN
003510            END-IF.
003520            OPEN I-O ARQ-CCSREG.
003530            IF WK-FS-CCSREG = '35'
003540                OPEN OUTPUT ARQ-CCSREG
003550                CLOSE ARQ-CCSREG
003560                OPEN I-O ARQ-CCSREG
003570            END-IF.
003580            IF WK-FS-CCSREG NOT = '00'
003590                DISPLAY 'ERRO ' WK-FS-CCSREG
003600                        ' NO COMANDO OPEN CCSREG'
003610                MOVE 12 TO RETURN-CODE
003620                STOP RUN
003630            END-IF.
003640            OPEN OUTPUT ARQ-CCSDOC.
003650            IF WK-FS-CCSDOC NOT = '00'
003660                DISPLAY 'ERRO ' WK-FS-CCSDOC
003670                        ' NO COMANDO OPEN CCSDOC'
003680                MOVE 12 TO RETURN-CODE
003690                STOP RUN
003700            END-IF.
003710            MOVE 'CCSDOC'    TO WK-ARQUIVO-SAIDA.
003720            MOVE 'MOVIMENTO' TO WK-TIPO-CABEC.
003730        103-ABRIR-MENSAL.
003740            OPEN INPUT ARQ-CCSREG.
003750            IF WK-FS-CCSREG NOT = '00'
003760                DISPLAY 'ARQUIVO CCSREG INDISPONIVEL, STATUS '
003770                        WK-FS-CCSREG
003780                MOVE 12 TO RETURN-CODE
003790                STOP RUN
003800            END-IF.
003810            OPEN OUTPUT ARQ-CCSPOS.
003820            IF WK-FS-CCSPOS NOT = '00'
003830                DISPLAY 'ERRO ' WK-FS-CCSPOS
003840                        ' NO COMANDO OPEN CCSPOS'
003850                MOVE 12 TO RETURN-CODE
003860                STOP RUN
003870            END-IF.
003880            MOVE 'CCSPOS'    TO WK-ARQUIVO-SAIDA.
003890            MOVE 'POSICAO'   TO WK-TIPO-CABEC.
003900        104-ABRIR-SAIDAS.
003910            OPEN OUTPUT ARQ-RELCCS.
003920            IF WK-FS-RELCCS NOT = '00'
003930                DISPLAY 'ERRO ' WK-FS-RELCCS
003940                        ' NO COMANDO OPEN RELCCS'
003950                MOVE 12 TO RETURN-CODE
003960                STOP RUN
003970            END-IF.
003980            MOVE WK-DATA-REF TO WK-DATA-CABEC.
003990            WRITE REG-RELCCS FROM WK-CABEC1.
004000            PERFORM 218-CONFERIR-RELCCS.
004010            IF FUNCAO-DIARIA
004020                WRITE REG-RELCCS FROM WK-CABEC2 AFTER 2 LINES
004030                PERFORM 218-CONFERIR-RELCCS
004040            END-IF.
004050            MOVE SPACES TO WK-REG-CCS.
004060            MOVE '1' TO WK-TIPO-REG-CCS.
004070            MOVE WK-DATA-REF  TO WK-DATA-BASE-CCS.
004080            MOVE WK-DATA-SIST TO WK-DATA-GERACAO-CCS.
004090            MOVE 'EAD'        TO WK-REMETENTE-CCS.
004100            MOVE WK-FUNCAO    TO WK-TIPO-ARQ-CCS.
004110            PERFORM 219-GRAVAR-SAIDA.
004120       ***********************************************************
004130        200-PROCESSAR SECTION.
004140       *      SO OS LANCAMENTOS DA DATA-BASE; O CCSREG IMPEDE QUE
004150       *      UMA REEXECUCAO ENVIE O MESMO EVENTO DUAS VEZES
004160        201-AVALIAR-JORNAL.
004170            ADD 1 TO WK-QTD-LIDOS.
004180            IF JRN-DATA = WK-DATA-REF
004190                ADD 1 TO WK-QTD-DO-DIA
004200                MOVE JRN-DATA TO WK-DATA-MOMENTO
004210                MOVE JRN-HORA TO WK-HORA-MOMENTO
004220                EVALUATE JRN-OPERACAO
004230                    WHEN 'I'
004240                        PERFORM 202-ABRIR-CONTA
004250                    WHEN 'U'
004260                        MOVE JRN-IMAGEM-DEPOIS
004261                            TO WK-IMAGEM-TITULAR
004270                        PERFORM 204-MONTAR-TITULAR
004280                        PERFORM 210-INICIAR-VINCULO
004290                    WHEN 'X'
004300                        MOVE JRN-IMAGEM-ANTES TO WK-IMAGEM-TITULAR
004310                        PERFORM 204-MONTAR-TITULAR
004320                        PERFORM 220-ENCERRAR-VINCULO
004330                    WHEN 'S'
004340                        PERFORM 203-SITUAR-CONTA
004350                    WHEN 'E'
004360                        PERFORM 230-ENCERRAR-CONTA
004370                    WHEN OTHER
004380                        CONTINUE
004390                END-EVALUATE
004400            END-IF.
004410            PERFORM 301-LER-MANJRNL.
004420       *      NA INCLUSAO DA CONTA O TITULAR VEM DO CLIDADOS
004430        202-ABRIR-CONTA.
004440            MOVE JRN-CHAVE TO WK-VIN-CONTA.
004450            MOVE JRN-CHAVE TO FD-CHAVE-CLIDADOS.
004460            READ ARQ-CLIDADOS
004470                INVALID KEY
004480                    MOVE 'CONTA SEM CADASTRO NO CLIDADOS'
004490                        TO WK-MOTIVO-OCORR
004500                    PERFORM 255-GRAVAR-OCORRENCIA
004510                NOT INVALID KEY
004520                    MOVE FD-CPFCNPJ-CLIDADOS  TO WK-VIN-CPFCNPJ
004530                    MOVE FD-TIPO-DOC-CLIDADOS TO WK-VIN-TIPO-DOC
004540                    MOVE 'P'                  TO WK-VIN-PAPEL
004550                    PERFORM 210-INICIAR-VINCULO
004560            END-READ.
004570       *      A IMAGEM DO MANJRNL NAO TRAZ A SITUACAO DA CONTA;
004580       *      O ENCERRAMENTO E VISTO NO CLIENTES
004590        203-SITUAR-CONTA.
004600            MOVE JRN-CHAVE TO FD-CHAVE-CLIENTES.
004610            READ ARQ-CLIENTES
004620                INVALID KEY
004630                    CONTINUE
004640                NOT INVALID KEY
004650                    IF CONTA-ENCERRADA
004660                        PERFORM 230-ENCERRAR-CONTA
004670                    END-IF
004680            END-READ.
004690        204-MONTAR-TITULAR.
004700            MOVE WK-IMG-CONTA    TO WK-VIN-CONTA.
004710            MOVE WK-IMG-CPFCNPJ  TO WK-VIN-CPFCNPJ.
004720            MOVE WK-IMG-TIPO-DOC TO WK-VIN-TIPO-DOC.
004730            MOVE WK-IMG-PAPEL    TO WK-VIN-PAPEL.
004740        210-INICIAR-VINCULO.
004750            IF WK-VIN-CPFCNPJ = SPACES
004760                MOVE 'VINCULO SEM CPF/CNPJ' TO WK-MOTIVO-OCORR
004770                PERFORM 255-GRAVAR-OCORRENCIA
004780            ELSE
004790                MOVE WK-VIN-CONTA   TO FD-CONTA-CCS
004800                MOVE WK-VIN-CPFCNPJ TO FD-CPFCNPJ-CCS
004810                READ ARQ-CCSREG
004820                    INVALID KEY
004830                        PERFORM 211-INCLUIR-VINCULO
004840                    NOT INVALID KEY
004850                        PERFORM 212-ATUALIZAR-VINCULO
004860                END-READ
004870            END-IF.
004880        211-INCLUIR-VINCULO.
004890            MOVE WK-VIN-CONTA    TO FD-CONTA-CCS.
004900            MOVE WK-VIN-CPFCNPJ  TO FD-CPFCNPJ-CCS.
004910            MOVE WK-VIN-TIPO-DOC TO FD-TIPO-DOC-CCS.
004920            MOVE WK-VIN-PAPEL    TO FD-PAPEL-CCS.
004930            MOVE 'A'             TO FD-SITUACAO-CCS.
004940            MOVE WK-DATA-MOMENTO TO FD-DATA-INICIO-CCS.
004950            MOVE ZEROS           TO FD-DATA-FIM-CCS.
004960            MOVE WK-MOMENTO-JRN  TO FD-ULT-EVENTO-CCS.
004970            MOVE WK-DATA-REF     TO FD-DATA-ENVIO-CCS.
004980            WRITE REG-CCSREG.
004990            IF WK-FS-CCSREG NOT = '00'
005000                DISPLAY 'ERRO ' WK-FS-CCSREG
005010                        ' NO COMANDO WRITE CCSREG'
005020                MOVE 12 TO RETURN-CODE
005030                STOP RUN
005040            END-IF.
005050            MOVE 'I' TO WK-EVENTO.
005060            PERFORM 250-GRAVAR-EVENTO.
005070       *      VINCULO ENCERRADO QUE VOLTA E UM NOVO INICIO; NO
005080       *      VINCULO ATIVO SO A MUDANCA DE PAPEL E INFORMADA
005090        212-ATUALIZAR-VINCULO.
005100            EVALUATE TRUE
005110                WHEN FD-ULT-EVENTO-CCS NOT LESS WK-MOMENTO-JRN
005120                    ADD 1 TO WK-QTD-JA-INFORMADOS
005130                WHEN VINCULO-ENCERRADO
005140                    MOVE WK-VIN-TIPO-DOC TO FD-TIPO-DOC-CCS
005150                    MOVE WK-VIN-PAPEL    TO FD-PAPEL-CCS
005160                    MOVE 'A'             TO FD-SITUACAO-CCS
005170                    MOVE WK-DATA-MOMENTO TO FD-DATA-INICIO-CCS
005180                    MOVE ZEROS           TO FD-DATA-FIM-CCS
005190                    MOVE 'I' TO WK-EVENTO
005200                    PERFORM 240-REGRAVAR-VINCULO
005210                WHEN FD-PAPEL-CCS NOT = WK-VIN-PAPEL
005220                   OR FD-TIPO-DOC-CCS NOT = WK-VIN-TIPO-DOC
005230                    MOVE WK-VIN-TIPO-DOC TO FD-TIPO-DOC-CCS
005240                    MOVE WK-VIN-PAPEL    TO FD-PAPEL-CCS
005250                    MOVE 'A' TO WK-EVENTO
005260                    PERFORM 240-REGRAVAR-VINCULO
005270                WHEN OTHER
005280                    ADD 1 TO WK-QTD-JA-INFORMADOS
005290            END-EVALUATE.
005300       *      VINCULO NUNCA INFORMADO NAO TEM FIM A INFORMAR
005310        220-ENCERRAR-VINCULO.
005320            MOVE WK-VIN-CONTA   TO FD-CONTA-CCS.
005330            MOVE WK-VIN-CPFCNPJ TO FD-CPFCNPJ-CCS.
005340            READ ARQ-CCSREG
005350                INVALID KEY
005360                    MOVE 'FIM DE VINCULO NAO INFORMADO'
005370                        TO WK-MOTIVO-OCORR
005380                    PERFORM 255-GRAVAR-OCORRENCIA
005390                NOT INVALID KEY
005400                    PERFORM 221-FECHAR-VINCULO
005410            END-READ.
005420        221-FECHAR-VINCULO.
005430            IF VINCULO-ATIVO
005440               AND FD-ULT-EVENTO-CCS LESS WK-MOMENTO-JRN
005450                MOVE 'F'             TO FD-SITUACAO-CCS
005460                MOVE WK-DATA-MOMENTO TO FD-DATA-FIM-CCS
005470                MOVE 'F' TO WK-EVENTO
005480                PERFORM 240-REGRAVAR-VINCULO
005490            ELSE
005500                ADD 1 TO WK-QTD-JA-INFORMADOS
005510            END-IF.
005520       *      ENCERRAMENTO DA CONTA ENCERRA TODOS OS SEUS VINCULOS
005530        230-ENCERRAR-CONTA.
005540            MOVE JRN-CHAVE  TO FD-CONTA-CCS.
005550            MOVE LOW-VALUES TO FD-CPFCNPJ-CCS.
005560            START ARQ-CCSREG
005570                KEY NOT LESS FD-CHAVE-CCS
005580            END-START.
005590            IF WK-FS-CCSREG = '00'
005600                PERFORM 302-LER-CCSREG
005610                PERFORM 231-FECHAR-VINCULO-CONTA
005620                    UNTIL WK-FS-CCSREG NOT = '00'
005630                       OR FD-CONTA-CCS NOT = JRN-CHAVE
005640            END-IF.
005650        231-FECHAR-VINCULO-CONTA.
005660            MOVE FD-CONTA-CCS    TO WK-VIN-CONTA.
005670            MOVE FD-CPFCNPJ-CCS  TO WK-VIN-CPFCNPJ.
005680            PERFORM 221-FECHAR-VINCULO.
005690            PERFORM 302-LER-CCSREG.
005700        240-REGRAVAR-VINCULO.
005710            MOVE WK-MOMENTO-JRN  TO FD-ULT-EVENTO-CCS.
005720            MOVE WK-DATA-REF     TO FD-DATA-ENVIO-CCS.
005730            REWRITE REG-CCSREG.
005740            IF WK-FS-CCSREG NOT = '00'
005750                DISPLAY 'ERRO ' WK-FS-CCSREG
005760                        ' NO COMANDO REWRITE CCSREG'
005770                MOVE 12 TO RETURN-CODE
005780                STOP RUN
005790            END-IF.
005800            PERFORM 250-GRAVAR-EVENTO.
005810       *      EVENTO DO VINCULO DO CCSREG ATUAL NO ARQUIVO E NO
005820       *      RELATORIO; HASH DO ENVELOPE
005821           = SOMA DOS NUMEROS DE CONTA
005830        250-GRAVAR-EVENTO.
005840            MOVE SPACES TO WK-REG-CCS.
005850            MOVE '2' TO WK-TIPO-REG-CCS.
005860            MOVE WK-EVENTO          TO WK-EVENTO-CCS.
005870            MOVE FD-AGENCIA-CCS     TO WK-AGENCIA-DET-CCS.
005880            MOVE FD-NUMERO-CCS      TO WK-CONTA-DET-CCS.
005890            MOVE FD-TIPO-DOC-CCS    TO WK-TIPO-DOC-DET-CCS.
005900            MOVE FD-CPFCNPJ-CCS     TO WK-CPFCNPJ-DET-CCS.
005910            MOVE FD-PAPEL-CCS       TO WK-PAPEL-DET-CCS.
005920            MOVE FD-DATA-INICIO-CCS TO WK-DATA-INICIO-DET-CCS.
005930            MOVE FD-DATA-FIM-CCS    TO WK-DATA-FIM-DET-CCS.
005940            PERFORM 219-GRAVAR-SAIDA.
005950            ADD FD-NUMERO-CCS TO WK-HASH-CCS.
005960            EVALUATE WK-EVENTO
005970                WHEN 'I'
005980                    ADD 1 TO WK-QTD-INICIO
005990                    MOVE 'INICIO'    TO WK-EVENTO-REL
006000                WHEN 'F'
006010                    ADD 1 TO WK-QTD-FIM
006020                    MOVE 'FIM'       TO WK-EVENTO-REL
006030                WHEN 'A'
006040                    ADD 1 TO WK-QTD-ALTERA
006050                    MOVE 'ALTERACAO' TO WK-EVENTO-REL
006060                WHEN OTHER
006070                    ADD 1 TO WK-QTD-POSICAO
006080            END-EVALUATE.
006090            IF FUNCAO-DIARIA
006100                MOVE FD-AGENCIA-CCS     TO WK-AGENCIA-REL
006110                MOVE FD-NUMERO-CCS      TO WK-CONTA-REL
006120                MOVE FD-TIPO-DOC-CCS    TO WK-TIPO-DOC-REL
006130                MOVE FD-CPFCNPJ-CCS     TO WK-CPFCNPJ-REL
006140                MOVE FD-PAPEL-CCS       TO WK-PAPEL-REL
006150                MOVE FD-DATA-INICIO-CCS TO WK-INICIO-REL
006160                MOVE FD-DATA-FIM-CCS    TO WK-FIM-REL
006170                WRITE REG-RELCCS FROM WK-LINHA-EVENTO
006180                PERFORM 218-CONFERIR-RELCCS
006190            END-IF.
006200        255-GRAVAR-OCORRENCIA.
006210            ADD 1 TO WK-QTD-OCORR.
006220            MOVE WK-VIN-AGENCIA  TO WK-AGENCIA-OCORR.
006230            MOVE WK-VIN-NUMERO   TO WK-CONTA-OCORR.
006240            MOVE JRN-OPERACAO    TO WK-OPERACAO-OCORR.
006250            MOVE WK-MOTIVO-OCORR TO WK-MOTIVO-REL.
006260            WRITE REG-RELCCS FROM WK-LINHA-OCORR.
006270            PERFORM 218-CONFERIR-RELCCS.
006280       *      POSICAO MENSAL: VINCULOS ATIVOS INICIADOS ATE A DATA
006290        261-AVALIAR-POSICAO.
006300            ADD 1 TO WK-QTD-LIDOS.
006310            IF VINCULO-ATIVO
006320               AND FD-DATA-INICIO-CCS NOT GREATER WK-DATA-REF
006330                MOVE 'P' TO WK-EVENTO
006340                PERFORM 250-GRAVAR-EVENTO
006350            END-IF.
006360            PERFORM 302-LER-CCSREG.
006370        218-CONFERIR-RELCCS.
006380            IF WK-FS-RELCCS NOT = '00'
006390                DISPLAY 'ERRO ' WK-FS-RELCCS
006400                        ' NO COMANDO WRITE RELCCS'
006410                MOVE 12 TO RETURN-CODE
006420                STOP RUN
006430            END-IF.
006440        219-GRAVAR-SAIDA.
006450            IF FUNCAO-DIARIA
006460                WRITE REG-CCSDOC FROM WK-REG-CCS
006470                IF WK-FS-CCSDOC NOT = '00'
006480                    DISPLAY 'ERRO ' WK-FS-CCSDOC
006490                            ' NO COMANDO WRITE CCSDOC'
006500                    MOVE 12 TO RETURN-CODE
006510                    STOP RUN
006520                END-IF
006530            ELSE
006540                WRITE REG-CCSPOS FROM WK-REG-CCS
006550                IF WK-FS-CCSPOS NOT = '00'
006560                    DISPLAY 'ERRO ' WK-FS-CCSPOS
006570                            ' NO COMANDO WRITE CCSPOS'
006580                    MOVE 12 TO RETURN-CODE
006590                    STOP RUN
006600                END-IF
006610            END-IF.
006620            ADD 1 TO WK-QTD-REG-CCS.
006630       ***********************************************
006640        300-LEITURAS SECTION.
006650        301-LER-MANJRNL.
006660            READ ARQ-MANJRNL.
006670            EVALUATE WK-FS-MANJRNL
006680                WHEN '00'
006690                    CONTINUE
006700                WHEN '10'
006710                    CONTINUE
006720                WHEN OTHER
006730                    DISPLAY 'ERRO ' WK-FS-MANJRNL
006740                            ' NO COMANDO READ MANJRNL'
006750                    MOVE 12 TO RETURN-CODE
006760                    STOP RUN
006770            END-EVALUATE.
006780        302-LER-CCSREG.
006790            READ ARQ-CCSREG NEXT.
006800            EVALUATE WK-FS-CCSREG
006810                WHEN '00'
006820                    CONTINUE
006830                WHEN '10'
006840                    CONTINUE
006850                WHEN OTHER
006860                    DISPLAY 'ERRO ' WK-FS-CCSREG
006870                            ' NO COMANDO READ CCSREG'
006880                    MOVE 12 TO RETURN-CODE
006890                    STOP RUN
006900            END-EVALUATE.
006910       ***********************************************
006920        195-GRAVAR-JRNL-INICIO.
006930            MOVE 'I' TO JRL-TIPO.
006940            MOVE ZEROS TO JRL-QTD-LIDOS.
006950            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006960            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006970            MOVE ZEROS TO JRL-RETORNO.
006971            MOVE 'EAD95910' TO LK-PROGRAMA-COM.
006972            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006973            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006980            PERFORM 194-GRAVAR-RUNJRNL.
006990        196-GRAVAR-JRNL-FIM.
007000            MOVE 'F' TO JRL-TIPO.
007010            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
007020            MOVE WK-QTD-REG-CCS TO JRL-QTD-GRAVADOS.
007030            MOVE WK-QTD-OCORR TO JRL-QTD-REJEITADOS.
007040            MOVE RETURN-CODE TO JRL-RETORNO.
007041            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
007050            PERFORM 194-GRAVAR-RUNJRNL.
007060        194-GRAVAR-RUNJRNL.
007070            OPEN EXTEND ARQ-RUNJRNL.
007080            IF WK-FS-RUNJRNL = '35'
007090                OPEN OUTPUT ARQ-RUNJRNL
007100            END-IF.
007110            IF WK-FS-RUNJRNL NOT = '00'
007120                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007130                        ' NO COMANDO OPEN RUNJRNL'
007140                MOVE 12 TO RETURN-CODE
007150                STOP RUN
007160            END-IF.
007170            MOVE 'EAD95910' TO JRL-PROGRAMA.
007180            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
007190            ACCEPT JRL-HORA FROM TIME.
007200            WRITE REG-RUNJRNL.
007210            IF WK-FS-RUNJRNL NOT = '00'
007220                DISPLAY 'ERRO ' WK-FS-RUNJRNL
007230                        ' NO COMANDO WRITE RUNJRNL'
007240                MOVE 12 TO RETURN-CODE
007250                STOP RUN
007260            END-IF.
007270            CLOSE ARQ-RUNJRNL.
007280       ***********************************************
007290        900-FINALIZAR SECTION.
007300        901-FINALIZAR.
007310            MOVE SPACES TO WK-REG-CCS.
007320            MOVE '9' TO WK-TIPO-REG-CCS.
007330            COMPUTE WK-QTD-REG-TRL-CCS = WK-QTD-REG-CCS + 1.
007340            MOVE WK-QTD-INICIO  TO WK-QTD-INICIO-TRL-CCS.
007350            MOVE WK-QTD-FIM     TO WK-QTD-FIM-TRL-CCS.
007360            MOVE WK-QTD-ALTERA  TO WK-QTD-ALTERA-TRL-CCS.
007370            MOVE WK-QTD-POSICAO TO WK-QTD-POSICAO-TRL-CCS.
007380            PERFORM 219-GRAVAR-SAIDA.
007390            IF FUNCAO-DIARIA
007400                MOVE 'LANCAMENTOS DO MANJRNL  : ' TO WK-TITULO-TOT
007410                MOVE WK-QTD-LIDOS TO WK-VALOR-TOT
007420                WRITE REG-RELCCS FROM WK-LINHA-TOTAL AFTER 2 LINES
007430                MOVE 'LANCAMENTOS DA DATA     : ' TO WK-TITULO-TOT
007440                MOVE WK-QTD-DO-DIA TO WK-VALOR-TOT
007450                WRITE REG-RELCCS FROM WK-LINHA-TOTAL
007460                MOVE 'INICIOS DE VINCULO      : ' TO WK-TITULO-TOT
007470                MOVE WK-QTD-INICIO TO WK-VALOR-TOT
007480                WRITE REG-RELCCS FROM WK-LINHA-TOTAL
007490                MOVE 'FINS DE VINCULO         : ' TO WK-TITULO-TOT
007500                MOVE WK-QTD-FIM TO WK-VALOR-TOT
007510                WRITE REG-RELCCS FROM WK-LINHA-TOTAL
007520                MOVE 'ALTERACOES DE VINCULO   : ' TO WK-TITULO-TOT
007530                MOVE WK-QTD-ALTERA TO WK-VALOR-TOT
007540                WRITE REG-RELCCS FROM WK-LINHA-TOTAL
007550                MOVE 'EVENTOS JA INFORMADOS   : ' TO WK-TITULO-TOT
007560                MOVE WK-QTD-JA-INFORMADOS TO WK-VALOR-TOT
007570                WRITE REG-RELCCS FROM WK-LINHA-TOTAL
007580            ELSE
007590                MOVE 'VINCULOS NO CCSREG      : ' TO WK-TITULO-TOT
007600                MOVE WK-QTD-LIDOS TO WK-VALOR-TOT
007610                WRITE REG-RELCCS FROM WK-LINHA-TOTAL AFTER 2 LINES
007620                MOVE 'VINCULOS ATIVOS NA DATA : ' TO WK-TITULO-TOT
007630                MOVE WK-QTD-POSICAO TO WK-VALOR-TOT
007640                WRITE REG-RELCCS FROM WK-LINHA-TOTAL
007650            END-IF.
007660            MOVE 'OCORRENCIAS             : ' TO WK-TITULO-TOT.
007670            MOVE WK-QTD-OCORR TO WK-VALOR-TOT.
007680            WRITE REG-RELCCS FROM WK-LINHA-TOTAL.
007690            MOVE 'REGISTROS DO ARQUIVO    : ' TO WK-TITULO-TOT.
007700            MOVE WK-QTD-REG-CCS TO WK-VALOR-TOT.
007710            WRITE REG-RELCCS FROM WK-LINHA-TOTAL.
007720            PERFORM 218-CONFERIR-RELCCS.
007730            IF FUNCAO-DIARIA
007740                CLOSE ARQ-CCSDOC
007750                CLOSE ARQ-MANJRNL
007760                CLOSE ARQ-CLIENTES
007770                CLOSE ARQ-CLIDADOS
007780            ELSE
007790                CLOSE ARQ-CCSPOS
007800            END-IF.
007810            CLOSE ARQ-CCSREG.
007820            PERFORM 907-REGISTRAR-XMITREG.
007830            IF WK-QTD-OCORR > ZEROS
007840                MOVE 4 TO RETURN-CODE
007850            END-IF.
007860            DISPLAY 'ARQUIVO ' WK-ARQUIVO-SAIDA ' REGISTROS : '
007870                    WK-QTD-REG-CCS.
007880            DISPLAY 'OCORRENCIAS DO CCS   : ' WK-QTD-OCORR.
007890            CLOSE ARQ-RELCCS.
007900        907-REGISTRAR-XMITREG.
007910            OPEN EXTEND ARQ-XMITREG.
007920            IF WK-FS-XMITREG = '35'
007930                OPEN OUTPUT ARQ-XMITREG
007940            END-IF.
007950            IF WK-FS-XMITREG NOT = '00'
007960                DISPLAY 'ERRO ' WK-FS-XMITREG
007970                        ' NO COMANDO OPEN XMITREG'
007980                MOVE 12 TO RETURN-CODE
007990                STOP RUN
008000            END-IF.
008010            MOVE 'BACEN'          TO FD-PARCEIRO-XMIT.
008020            MOVE WK-ARQUIVO-SAIDA TO FD-ARQUIVO-XMIT.
008030            MOVE 'S'              TO FD-DIRECAO-XMIT.
008040            MOVE WK-DATA-REF      TO FD-DATA-XMIT.
008050            MOVE WK-QTD-REG-CCS   TO FD-QTDE-XMIT.
008060            MOVE WK-HASH-CCS      TO FD-HASH-XMIT.
008070            MOVE 'P'              TO FD-SITUACAO-XMIT.
008080            WRITE REG-XMITREG.
008090            IF WK-FS-XMITREG NOT = '00'
008100                DISPLAY 'ERRO ' WK-FS-XMITREG
008110                        ' NO COMANDO WRITE XMITREG'
008120                MOVE 12 TO RETURN-CODE
008130                STOP RUN
008140            END-IF.
008150            CLOSE ARQ-XMITREG.
