000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95913.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   TRIAGEM DE CLIENTES E TITULARES CONTRA AS    *
000170       *   LISTAS DE SANCOES E DE PESSOAS EXPOSTAS      *
000180       *   POLITICAMENTE (LISTASAN)                     *
000190       *                                                *
000200       *   OS NOMES SAO NORMALIZADOS (MAIUSCULAS, SEM   *
000210       *   ACENTOS NEM PONTUACAO, SEM DE/DA/DO/DAS/DOS/ *
000220       *   E) E COMPARADOS PALAVRA A PALAVRA EM QUAL-   *
000230       *   QUER ORDEM: PALAVRA IGUAL VALE 100, INICIAL  *
000240       *   OU ABREVIATURA (PREFIXO) VALE 60. A NOTA E A *
000250       *   MEDIA DAS MELHORES PONTUACOES DAS PALAVRAS   *
000260       *   DOS DOIS NOMES. CPF/CNPJ IGUAL VALE 100.     *
000270       *                                                *
000280       *   ACERTO NOVO (SANREG) ABRE ALERTA NO ALERTSAN *
000290       *   PARA O EAD95883; CPF/CNPJ IGUAL AO DE UMA    *
000300       *   SANCAO GERA O BLOQUEIO DA CONTA NO MANCLIB   *
000310       *   (MOVIMENTO S PARA O EAD95816)                *
000320       *                                                *
000330       *   SYSIN: MODO (C = TODA A BASE, NA CHEGADA DE  *
000340       *   LISTA NOVA; I = SO O MANJRNL DA DATA), DATA  *
000350       *   (ZEROS = HOJE), NOTA MINIMA (ZEROS = 80)     *
000360       **************************************************
000370       *
000380        ENVIRONMENT DIVISION.
000390        CONFIGURATION SECTION.
000400        SPECIAL-NAMES.
000410            DECIMAL-POINT IS COMMA.
000420        INPUT-OUTPUT SECTION.
000430        FILE-CONTROL.
000440            SELECT ARQ-RUNJRNL ASSIGN TO RUNJRNL
000450                FILE STATUS IS WK-FS-RUNJRNL.
000460            SELECT ARQ-LISTASAN ASSIGN TO LISTASAN
000470                FILE STATUS IS WK-FS-LISTASAN.
000480            SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS DYNAMIC
000510                RECORD KEY IS FD-CHAVE-CLIENTES
000520                FILE STATUS IS WK-FS-CLIENTES.
000530            SELECT ARQ-CLIDADOS ASSIGN TO CLIDADOS
000540                ORGANIZATION IS INDEXED
000550                ACCESS MODE IS DYNAMIC
000560                RECORD KEY IS FD-CHAVE-CLIDADOS
000570                FILE STATUS IS WK-FS-CLIDADOS.
000580            SELECT ARQ-TITULARES ASSIGN TO TITULARES
000590                ORGANIZATION IS INDEXED
000600                ACCESS MODE IS DYNAMIC
000610                RECORD KEY IS FD-CHAVE-TITULARES
000620                FILE STATUS IS WK-FS-TITULARES.
000630            SELECT ARQ-MANJRNL  ASSIGN TO MANJRNL
000640                FILE STATUS IS WK-FS-MANJRNL.
000650            SELECT ARQ-SANREG   ASSIGN TO SANREG
000660                ORGANIZATION IS INDEXED
000670                ACCESS MODE IS DYNAMIC
000680                RECORD KEY IS FD-CHAVE-SANREG
000690                FILE STATUS IS WK-FS-SANREG.
000700            SELECT ARQ-ALERTSAN ASSIGN TO ALERTSAN
000710                FILE STATUS IS WK-FS-ALERTSAN.
000720            SELECT ARQ-MANCLIB  ASSIGN TO MANCLIB
000730                FILE STATUS IS WK-FS-MANCLIB.
000740            SELECT ARQ-RELSAN   ASSIGN TO RELSAN
000750                FILE STATUS IS WK-FS-RELSAN.
000760       *
000770        DATA DIVISION.
000780        FILE SECTION.
000790        FD   ARQ-LISTASAN
000800             RECORDING MODE IS F.
000810        01  REG-LISTASAN.
000820            05 FD-TIPO-LISTA       PIC X.
000830                88 LISTA-SANCAO        VALUE 'S'.
000840                88 LISTA-PEP           VALUE 'P'.
000850            05 FD-ORIGEM-LISTA     PIC X(8).
000860            05 FD-ID-LISTA         PIC X(12).
000870            05 FD-NOME-LISTA       PIC X(60).
000880            05 FD-CPFCNPJ-LISTA    PIC X(14).
000890        FD   ARQ-CLIENTES
000900             RECORDING MODE IS F.
000910        01  REG-CLIENTES.
000920            05 FD-CHAVE-CLIENTES.
000930                10 FD-AGENCIA-CLIENTES     PIC X(4).
000940                10 FD-CONTA-CLIENTES       PIC 9(5).
000950            05 FD-DIGITO-CLIENTES      PIC X.
000960            05 FD-NOME-CLIENTES        PIC A(20).
000970            05 FD-SALDO-CLIENTES       PIC S9(6)V99.
000980            05 FD-LIMITE-CLIENTES      PIC 9(6)V99.
000990            05 FD-MOEDA-CLIENTES       PIC X(3).
001000            05 FD-SITUACAO-CLIENTES    PIC X.
001010                88 CONTA-ATIVA            VALUE 'A' ' '.
001020                88 CONTA-BLOQUEADA        VALUE 'B'.
001030                88 CONTA-ENCERRADA        VALUE 'E'.
001040        FD   ARQ-CLIDADOS
001050             RECORDING MODE IS F.
001060        01  REG-CLIDADOS.
001070            05 FD-CHAVE-CLIDADOS.
001080                10 FD-AGENCIA-CLIDADOS     PIC X(4).
001090                10 FD-CONTA-CLIDADOS       PIC 9(5).
001100            05 FD-TIPO-DOC-CLIDADOS   PIC X.
001110            05 FD-CPFCNPJ-CLIDADOS    PIC X(14).
001120            05 FD-ENDERECO-CLIDADOS   PIC X(40).
001130            05 FD-TELEFONE-CLIDADOS   PIC X(12).
001140            05 FD-DATA-ABERT-CLIDADOS PIC X(8).
001150        FD   ARQ-TITULARES
001160             RECORDING MODE IS F.
001170        01  REG-TITULARES.
001180            05 FD-CHAVE-TITULARES.
001190                10 FD-CONTA-TITULAR    PIC X(9).
001200                10 FD-CPFCNPJ-TITULAR  PIC X(14).
001210            05 FD-NOME-TITULAR     PIC X(20).
001220            05 FD-TIPO-DOC-TITULAR PIC X.
001230            05 FD-PAPEL-TITULAR    PIC X.
001240                88 TITULAR-PRINCIPAL   VALUE 'P'.
001250                88 TITULAR-SECUNDARIO  VALUE 'S'.
001260        FD   ARQ-MANJRNL
001270             RECORDING MODE IS F.
001280        01  REG-MANJRNL.
001290            05 JRN-DATA            PIC 9(8).
001300            05 JRN-HORA            PIC 9(6).
001310            05 JRN-OPERADOR        PIC X(8).
001320            05 JRN-OPERACAO        PIC X.
001330            05 JRN-CHAVE           PIC X(9).
001340            05 JRN-IMAGEM-ANTES    PIC X(49).
001350            05 JRN-IMAGEM-DEPOIS   PIC X(49).
001360            05 JRN-APROVADOR       PIC X(8).
001370       *      CADA ACERTO JA TRATADO: CONTA, CPF/CNPJ DA PESSOA E
001380       *      ENTRADA DA LISTA
001390        FD   ARQ-SANREG
001400             RECORDING MODE IS F.
001410        01  REG-SANREG.
001420            05 FD-CHAVE-SANREG.
001430                10 FD-CONTA-SANREG     PIC X(9).
001440                10 FD-CPFCNPJ-SANREG   PIC X(14).
001450                10 FD-ORIGEM-SANREG    PIC X(8).
001460                10 FD-ID-SANREG        PIC X(12).
001470            05 FD-TIPO-LISTA-SANREG PIC X.
001480            05 FD-NOME-SANREG      PIC X(20).
001490            05 FD-NOTA-SANREG      PIC 9(3).
001500            05 FD-CPF-IGUAL-SANREG PIC X.
001510            05 FD-BLOQUEIO-SANREG  PIC X.
001520            05 FD-DATA-SANREG      PIC 9(8).
001530       *      MESMO LEIAUTE DO ALERTAS DO EAD95834
001540        FD   ARQ-ALERTSAN
001550             RECORDING MODE IS F.
001560        01  REG-ALERTSAN.
001570            05 FD-SEVERIDADE-ALERTA PIC X.
001580            05 FD-CLASSE-ALERTA     PIC X(8).
001590            05 FD-CHAVE-ALERTA      PIC X(9).
001600            05 FD-DOC-ALERTA        PIC 9(4).
001610            05 FD-VALOR-ALERTA      PIC 9(8)V99.
001620            05 FD-DATA-ALERTA       PIC 9(8).
001630       *      MESMO LEIAUTE DO MANCLI DO EAD95816
001640        FD   ARQ-MANCLIB
001650             RECORDING MODE IS F.
001660        01  REG-MANCLIB.
001670            05 FD-TIPO-MANCLIB         PIC X.
001680            05 FD-CHAVE-MANCLIB        PIC X(9).
001690            05 FD-DIGITO-MANCLIB       PIC X.
001700            05 FD-NOME-MANCLIB         PIC X(20).
001710            05 FD-SALDO-MANCLIB        PIC S9(6)V99.
001720            05 FD-LIMITE-MANCLIB       PIC 9(6)V99.
001730            05 FD-MOEDA-MANCLIB        PIC X(3).
001740            05 FD-TIPO-DOC-MANCLIB     PIC X.
001750            05 FD-CPFCNPJ-MANCLIB      PIC X(14).
001760            05 FD-ENDERECO-MANCLIB     PIC X(40).
001770            05 FD-TELEFONE-MANCLIB     PIC X(12).
001780            05 FD-DATA-ABERT-MANCLIB   PIC X(8).
001790            05 FD-SITUACAO-MANCLIB     PIC X.
001800        FD   ARQ-RELSAN
001810             RECORDING MODE IS F.
001820        01  REG-RELSAN                 PIC X(100).
001830        FD   ARQ-RUNJRNL
001840             RECORDING MODE IS F.
001850        01  REG-RUNJRNL.
001860            05 JRL-PROGRAMA        PIC X(8).
001870            05 JRL-TIPO            PIC X.
001880            05 JRL-DATA            PIC 9(8).
001890            05 JRL-HORA            PIC 9(6).
001900            05 JRL-QTD-LIDOS       PIC 9(7).
001910            05 JRL-QTD-GRAVADOS    PIC 9(7).
001920            05 JRL-QTD-REJEITADOS  PIC 9(7).
001930            05 JRL-RETORNO         PIC 9(4).
001931            05 JRL-ID-EXEC         PIC 9(10).
001940        WORKING-STORAGE SECTION.
001950        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001951        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001952        01  LK-AREA-ID-EXEC.
001953            05 LK-PROGRAMA-COM     PIC X(8).
001954            05 LK-ID-EXEC-COM      PIC 9(10).
001960        77  WK-FS-LISTASAN PIC XX           VALUE SPACES.
001970        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001980        77  WK-FS-CLIDADOS PIC XX           VALUE SPACES.
001990        77  WK-FS-TITULARES PIC XX          VALUE SPACES.
002000        77  WK-FS-MANJRNL  PIC XX           VALUE SPACES.
002010        77  WK-FS-SANREG   PIC XX           VALUE SPACES.
002020        77  WK-FS-ALERTSAN PIC XX           VALUE SPACES.
002030        77  WK-FS-MANCLIB  PIC XX           VALUE SPACES.
002040        77  WK-FS-RELSAN   PIC XX           VALUE SPACES.
002050        77  WK-MODO        PIC X            VALUE SPACE.
002060            88 MODO-COMPLETO                  VALUE 'C'.
002070            88 MODO-INCREMENTAL               VALUE 'I'.
002080        77  WK-DATA-REF    PIC 9(8)         VALUE ZEROS.
002090        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
002100        77  WK-NOTA-MINIMA PIC 9(3)         VALUE ZEROS.
002110        77  WK-QTD-LIDOS   PIC 9(7)         VALUE ZEROS.
002120        77  WK-QTD-TRIADAS PIC 9(7)         VALUE ZEROS.
002130        77  WK-QTD-ACERTOS PIC 9(6)         VALUE ZEROS.
002140        77  WK-QTD-JA-TRATADOS PIC 9(6)     VALUE ZEROS.
002150        77  WK-QTD-ALERTAS PIC 9(6)         VALUE ZEROS.
002160        77  WK-QTD-BLOQUEIOS PIC 9(6)       VALUE ZEROS.
002170       *      LISTA CARREGADA, JA COM AS PALAVRAS DO NOME
002180        77  WK-QTD-LISTA   PIC 9(4)         VALUE ZEROS.
002190        77  WK-IDX-LIS     PIC 9(4)         VALUE ZEROS.
002200        01  WK-TAB-LISTA.
002210            05 WK-LIS-OCC         OCCURS 5000 TIMES.
002220                10 WK-LIS-TIPO        PIC X.
002230                10 WK-LIS-ORIGEM      PIC X(8).
002240                10 WK-LIS-ID          PIC X(12).
002250                10 WK-LIS-NOME        PIC X(60).
002260                10 WK-LIS-CPFCNPJ     PIC X(14).
002270                10 WK-LIS-PALAVRAS.
002280                    15 WK-LIS-QTD-PAL    PIC 99.
002290                    15 WK-LIS-PAL-OCC    OCCURS 10 TIMES.
002300                        20 WK-LIS-PAL       PIC X(20).
002310                        20 WK-LIS-TAM       PIC 99.
002320       *      PESSOA EM TRIAGEM (CLIENTE OU TITULAR)
002330        01  WK-PESSOA.
002340            05 WK-PES-CONTA        PIC X(9).
002350            05 WK-PES-CPFCNPJ      PIC X(14).
002360            05 WK-PES-NOME         PIC X(20).
002370            05 WK-PES-SITUACAO     PIC X.
002380            05 WK-PES-PALAVRAS.
002390                10 WK-PES-QTD-PAL     PIC 99.
002400                10 WK-PES-PAL-OCC     OCCURS 10 TIMES.
002410                    15 WK-PES-PAL        PIC X(20).
002420                    15 WK-PES-TAM        PIC 99.
002430       *      SEPARACAO DAS PALAVRAS DE UM NOME NORMALIZADO
002440        77  WK-NOME-TRAB   PIC X(60)        VALUE SPACES.
002450        77  WK-IDX-LETRA   PIC 99           VALUE ZEROS.
002460        77  WK-PALAVRA     PIC X(20)        VALUE SPACES.
002470        77  WK-TAM-PALAVRA PIC 99           VALUE ZEROS.
002480        01  WK-PALAVRAS-TRAB.
002490            05 WK-QTD-PAL-TRAB     PIC 99.
002500            05 WK-PAL-TRAB-OCC     OCCURS 10 TIMES.
002510                10 WK-PAL-TRAB        PIC X(20).
002520                10 WK-TAM-TRAB        PIC 99.
002530       *      MINUSCULAS, PONTUACAO E LETRAS ACENTUADAS (LATIN-1)
002540       *      E SEUS EQUIVALENTES SEM ACENTO
002550        01  WK-CONV-DE.
002560            05 FILLER              PIC X(26)
002570                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
002580            05 FILLER              PIC X(05) VALUE '.,-/'''.
002590            05 FILLER              PIC X(13)
002600                 VALUE X'C0C1C2C3C4C5C7C8C9CACBCCCD'.
002610            05 FILLER              PIC X(13)
002620                 VALUE X'CECFD1D2D3D4D5D6D9DADBDCDD'.
002630            05 FILLER              PIC X(13)
002640                 VALUE X'E0E1E2E3E4E5E7E8E9EAEBECED'.
002650            05 FILLER              PIC X(14)
002660                 VALUE X'EEEFF1F2F3F4F5F6F9FAFBFCFDFF'.
002670        01  WK-CONV-PARA.
002680            05 FILLER              PIC X(26)
002690                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002700            05 FILLER              PIC X(05) VALUE SPACES.
002710            05 FILLER              PIC X(26)
002720                 VALUE 'AAAAAACEEEEIIIINOOOOOUUUUY'.
002730            05 FILLER              PIC X(27)
002740                 VALUE 'AAAAAACEEEEIIIINOOOOOUUUUYY'.
002750       *      COMPARACAO DOS NOMES
002760        77  WK-IDX-PAL-A   PIC 99           VALUE ZEROS.
002770        77  WK-IDX-PAL-B   PIC 99           VALUE ZEROS.
002780        77  WK-PONTOS-PAR  PIC 9(3)         VALUE ZEROS.
002790        77  WK-MELHOR-PAR  PIC 9(3)         VALUE ZEROS.
002800        77  WK-PONTOS-TOTAL PIC 9(5)        VALUE ZEROS.
002810        77  WK-NOTA        PIC 9(3)         VALUE ZEROS.
002820        01  WK-PAR-PALAVRAS.
002830            05 WK-PAL-A            PIC X(20).
002840            05 WK-TAM-A            PIC 99.
002850            05 WK-PAL-B            PIC X(20).
002860            05 WK-TAM-B            PIC 99.
002870        77  WK-CPF-IGUAL   PIC X            VALUE 'N'.
002880            88 CPF-IGUAL                      VALUE 'S'.
002890        77  WK-BLOQUEAR    PIC X            VALUE 'N'.
002900            88 BLOQUEAR-CONTA                 VALUE 'S'.
002910       *      IMAGEM DO TITULARES GRAVADA NO MANJRNL PELO EAD95816
002920        01  WK-IMAGEM-TITULAR.
002930            05 WK-IMG-CONTA    PIC X(9).
002940            05 WK-IMG-CPFCNPJ  PIC X(14).
002950            05 WK-IMG-NOME     PIC X(20).
002960            05 WK-IMG-TIPO-DOC PIC X.
002970            05 WK-IMG-PAPEL    PIC X.
002980            05 FILLER          PIC X(4).
002990        01  WK-CABEC1.
003000            05 FILLER          PIC X(36)
003010                 VALUE 'TRIAGEM DE SANCOES E PEP - MODO '.
003020            05 WK-MODO-CABEC   PIC X(12).
003030            05 FILLER          PIC X(07) VALUE ' DATA '.
003040            05 WK-DATA-CABEC   PIC 9(8).
003050        01  WK-CABEC2.
003060            05 FILLER          PIC X(10) VALUE 'CONTA'.
003070            05 FILLER          PIC X(15) VALUE 'CPF/CNPJ'.
003080            05 FILLER          PIC X(21) VALUE 'NOME'.
003090            05 FILLER          PIC X(02) VALUE 'L'.
003100            05 FILLER          PIC X(31) VALUE 'NOME NA LISTA'.
003110            05 FILLER          PIC X(05) VALUE 'NOTA'.
003120            05 FILLER          PIC X(14) VALUE 'RESULTADO'.
003130        01  WK-LINHA-ACERTO.
003140            05 WK-CONTA-REL    PIC X(9).
003150            05 FILLER          PIC X(01) VALUE SPACE.
003160            05 WK-CPFCNPJ-REL  PIC X(14).
003170            05 FILLER          PIC X(01) VALUE SPACE.
003180            05 WK-NOME-REL     PIC X(20).
003190            05 FILLER          PIC X(01) VALUE SPACE.
003200            05 WK-TIPO-REL     PIC X.
003210            05 FILLER          PIC X(01) VALUE SPACE.
003220            05 WK-NOME-LIS-REL PIC X(30).
003230            05 FILLER          PIC X(01) VALUE SPACE.
003240            05 WK-NOTA-REL     PIC ZZ9.
003250            05 FILLER          PIC X(01) VALUE SPACE.
003260            05 WK-CPF-REL      PIC X(04).
003270            05 WK-BLOQ-REL     PIC X(09).
003280        01  WK-LINHA-TOTAL.
003290            05 WK-TITULO-TOT   PIC X(26).
003300            05 WK-VALOR-TOT    PIC ZZZZZZ9.
003310       *
003320        PROCEDURE DIVISION.
003330        000-PRINCIPAL SECTION.
003340        001-PRINCIPAL.
003350            PERFORM 195-GRAVAR-JRNL-INICIO.
003360            PERFORM 101-INICIAR.
003370            IF MODO-COMPLETO
003380                PERFORM 201-VARRER-CLIENTES
003390                    UNTIL WK-FS-CLIENTES = '10'
003400                PERFORM 203-VARRER-TITULARES
003410                    UNTIL WK-FS-TITULARES = '10'
003420            ELSE
003430                PERFORM 205-AVALIAR-JORNAL
003440                    UNTIL WK-FS-MANJRNL = '10'
003450            END-IF.
003460            PERFORM 901-FINALIZAR.
003470            PERFORM 196-GRAVAR-JRNL-FIM.
003480            STOP RUN.
003490       ***********************************************************
003500        100-INICIAR SECTION.
003510        101-INICIAR.
003520            ACCEPT WK-MODO        FROM SYSIN.
003530            ACCEPT WK-DATA-REF    FROM SYSIN.
003540            ACCEPT WK-NOTA-MINIMA FROM SYSIN.
003550            ACCEPT WK-DATA-SIST FROM DATE YYYYMMDD.
003560            IF NOT MODO-COMPLETO AND NOT MODO-INCREMENTAL
003570                DISPLAY 'MODO INVALIDO NO SYSIN : ' WK-MODO
003580                MOVE 12 TO RETURN-CODE
003590                STOP RUN
003600            END-IF.
003610            IF WK-DATA-REF NOT NUMERIC
003620               OR WK-DATA-REF = ZEROS
003630                MOVE WK-DATA-SIST TO WK-DATA-REF
003640            END-IF.
003650            IF WK-NOTA-MINIMA NOT NUMERIC
003660               OR WK-NOTA-MINIMA = ZEROS
003670               OR WK-NOTA-MINIMA > 100
003680                MOVE 80 TO WK-NOTA-MINIMA
003690            END-IF.
003700            PERFORM 102-CARREGAR-LISTA.
003710            PERFORM 105-ABRIR-ARQUIVOS.
003720        102-CARREGAR-LISTA.
003730            OPEN INPUT ARQ-LISTASAN.
003740            IF WK-FS-LISTASAN NOT = '00'
003750                DISPLAY 'ARQUIVO LISTASAN INDISPONIVEL, '
003760                        'STATUS ' WK-FS-LISTASAN
003770                MOVE 12 TO RETURN-CODE
003780                STOP RUN
003790            END-IF.
003800            PERFORM 104-LER-LISTASAN.
003810            PERFORM 103-GUARDAR-ENTRADA
003820                UNTIL WK-FS-LISTASAN = '10'.
003830            CLOSE ARQ-LISTASAN.
003840            IF WK-QTD-LISTA = ZEROS
003850                DISPLAY 'LISTASAN SEM ENTRADAS'
003860                MOVE 12 TO RETURN-CODE
003870                STOP RUN
003880            END-IF.
003890            DISPLAY 'ENTRADAS NA LISTA : ' WK-QTD-LISTA.
003900        103-GUARDAR-ENTRADA.
003910            IF WK-QTD-LISTA NOT LESS 5000
003920                DISPLAY 'TABELA DA LISTA CHEIA, LIMITE 5000'
003930                MOVE 12 TO RETURN-CODE
003940                STOP RUN
003950            END-IF.
003960            ADD 1 TO WK-QTD-LISTA.
003970            MOVE FD-TIPO-LISTA    TO WK-LIS-TIPO(WK-QTD-LISTA).
003980            MOVE FD-ORIGEM-LISTA  TO WK-LIS-ORIGEM(WK-QTD-LISTA).
003990            MOVE FD-ID-LISTA      TO WK-LIS-ID(WK-QTD-LISTA).
004000            MOVE FD-NOME-LISTA    TO WK-LIS-NOME(WK-QTD-LISTA).
004010            MOVE FD-CPFCNPJ-LISTA TO WK-LIS-CPFCNPJ(WK-QTD-LISTA).
004020            MOVE FD-NOME-LISTA    TO WK-NOME-TRAB.
004030            PERFORM 230-SEPARAR-PALAVRAS.
004040            MOVE WK-PALAVRAS-TRAB
004041                TO WK-LIS-PALAVRAS(WK-QTD-LISTA).
004050            PERFORM 104-LER-LISTASAN.
004060        104-LER-LISTASAN.
004070            READ ARQ-LISTASAN.
004080            EVALUATE WK-FS-LISTASAN
004090                WHEN '00'
004100                    CONTINUE
004110                WHEN '10'
004120                    CONTINUE
004130                WHEN OTHER
004140                    DISPLAY 'ERRO ' WK-FS-LISTASAN
004150                            ' NO COMANDO READ LISTASAN'
004160                    MOVE 12 TO RETURN-CODE
004170                    STOP RUN
004180            END-EVALUATE.
004190        105-ABRIR-ARQUIVOS.
004200            OPEN INPUT ARQ-CLIENTES.
004210            IF WK-FS-CLIENTES NOT = '00'
004220                DISPLAY 'ARQUIVO CLIENTES INDISPONIVEL, '
004230                        'STATUS ' WK-FS-CLIENTES
004240                MOVE 12 TO RETURN-CODE
004250                STOP RUN
004260            END-IF.
004270            OPEN INPUT ARQ-CLIDADOS.
004280            IF WK-FS-CLIDADOS NOT = '00'
004290                DISPLAY 'ARQUIVO CLIDADOS INDISPONIVEL, '
004300                        'STATUS ' WK-FS-CLIDADOS
004310                MOVE 12 TO RETURN-CODE
004320                STOP RUN
004330            END-IF.
004340            OPEN INPUT ARQ-TITULARES.
004350            IF WK-FS-TITULARES NOT = '00'
004360                DISPLAY 'ARQUIVO TITULARES INDISPONIVEL, '
004370                        'STATUS ' WK-FS-TITULARES
004380                MOVE 12 TO RETURN-CODE
004390                STOP RUN
004400            END-IF.
004410            IF MODO-COMPLETO
004420                PERFORM 302-LER-CLIENTES
004430                PERFORM 303-LER-TITULARES
004440                MOVE 'COMPLETO'    TO WK-MODO-CABEC
004450            ELSE
004460                OPEN INPUT ARQ-MANJRNL
004470                IF WK-FS-MANJRNL NOT = '00'
004480                    DISPLAY 'ARQUIVO MANJRNL INDISPONIVEL, '
004490                            'STATUS ' WK-FS-MANJRNL
004500                    MOVE 12 TO RETURN-CODE
004510                    STOP RUN
004520                END-IF
004530                PERFORM 301-LER-MANJRNL
004540                MOVE 'INCREMENTAL' TO WK-MODO-CABEC
004550            END-IF.
004560            OPEN I-O ARQ-SANREG.
004570            IF WK-FS-SANREG = '35'
004580                OPEN OUTPUT ARQ-SANREG
004590                CLOSE ARQ-SANREG
004600                OPEN I-O ARQ-SANREG
004610            END-IF.
004620            IF WK-FS-SANREG NOT = '00'
004630                DISPLAY 'ERRO ' WK-FS-SANREG
004640                        ' NO COMANDO OPEN SANREG'
004650                MOVE 12 TO RETURN-CODE
004660                STOP RUN
004670            END-IF.
004680            OPEN OUTPUT ARQ-ALERTSAN.
004690            IF WK-FS-ALERTSAN NOT = '00'
004700                DISPLAY 'ERRO ' WK-FS-ALERTSAN
004710                        ' NO COMANDO OPEN ALERTSAN'
004720                MOVE 12 TO RETURN-CODE
004730                STOP RUN
004740            END-IF.
004750            OPEN OUTPUT ARQ-MANCLIB.
004760            IF WK-FS-MANCLIB NOT = '00'
004770                DISPLAY 'ERRO ' WK-FS-MANCLIB
004780                        ' NO COMANDO OPEN MANCLIB'
004790                MOVE 12 TO RETURN-CODE
004800                STOP RUN
004810            END-IF.
004820            OPEN OUTPUT ARQ-RELSAN.
004830            IF WK-FS-RELSAN NOT = '00'
004840                DISPLAY 'ERRO ' WK-FS-RELSAN
004850                        ' NO COMANDO OPEN RELSAN'
004860                MOVE 12 TO RETURN-CODE
004870                STOP RUN
004880            END-IF.
004890            MOVE WK-DATA-REF TO WK-DATA-CABEC.
004900            WRITE REG-RELSAN FROM WK-CABEC1.
004910            PERFORM 218-CONFERIR-RELSAN.
004920            WRITE REG-RELSAN FROM WK-CABEC2 AFTER 2 LINES.
004930            PERFORM 218-CONFERIR-RELSAN.
004940       ***********************************************
004950       *      MODO COMPLETO: CADA CLIENTE NAO ENCERRADO, COM O
004960       *      CPF/CNPJ DO CLIDADOS, E CADA TITULAR DO TITULARES
004970        200-PROCESSAR SECTION.
004980        201-VARRER-CLIENTES.
004990            ADD 1 TO WK-QTD-LIDOS.
005000            IF NOT CONTA-ENCERRADA
005010                MOVE FD-CHAVE-CLIENTES    TO WK-PES-CONTA
005020                MOVE FD-NOME-CLIENTES     TO WK-PES-NOME
005030                MOVE FD-SITUACAO-CLIENTES TO WK-PES-SITUACAO
005040                PERFORM 202-BUSCAR-CPF-CLIDADOS
005050                PERFORM 210-TRIAR-PESSOA
005060            END-IF.
005070            PERFORM 302-LER-CLIENTES.
005080        202-BUSCAR-CPF-CLIDADOS.
005090            MOVE WK-PES-CONTA TO FD-CHAVE-CLIDADOS.
005100            READ ARQ-CLIDADOS
005110                INVALID KEY
005120                    MOVE SPACES TO WK-PES-CPFCNPJ
005130                NOT INVALID KEY
005140                    MOVE FD-CPFCNPJ-CLIDADOS TO WK-PES-CPFCNPJ
005150            END-READ.
005160        203-VARRER-TITULARES.
005170            ADD 1 TO WK-QTD-LIDOS.
005180            MOVE FD-CONTA-TITULAR   TO WK-PES-CONTA.
005190            MOVE FD-CPFCNPJ-TITULAR TO WK-PES-CPFCNPJ.
005200            MOVE FD-NOME-TITULAR    TO WK-PES-NOME.
005210            PERFORM 204-TRIAR-TITULAR.
005220            PERFORM 303-LER-TITULARES.
005230       *      A SITUACAO DA CONTA DO TITULAR VEM DO CLIENTES
005240        204-TRIAR-TITULAR.
005250            MOVE WK-PES-CONTA TO FD-CHAVE-CLIENTES.
005260            READ ARQ-CLIENTES
005270                INVALID KEY
005280                    MOVE 'E' TO WK-PES-SITUACAO
005290                NOT INVALID KEY
005300                    MOVE FD-SITUACAO-CLIENTES TO WK-PES-SITUACAO
005310            END-READ.
005320            IF WK-PES-SITUACAO NOT = 'E'
005330                PERFORM 210-TRIAR-PESSOA
005340            END-IF.
005350       *      MODO INCREMENTAL: CONTAS INCLUIDAS OU ALTERADAS E
005360       *      TITULARES GRAVADOS NA DATA
005370        205-AVALIAR-JORNAL.
005380            ADD 1 TO WK-QTD-LIDOS.
005390            IF JRN-DATA = WK-DATA-REF
005400                EVALUATE JRN-OPERACAO
005410                    WHEN 'I'
005420                    WHEN 'A'
005430                        PERFORM 206-TRIAR-CONTA-JORNAL
005440                    WHEN 'U'
005450                        MOVE JRN-IMAGEM-DEPOIS
005451                            TO WK-IMAGEM-TITULAR
005460                        MOVE WK-IMG-CONTA    TO WK-PES-CONTA
005470                        MOVE WK-IMG-CPFCNPJ  TO WK-PES-CPFCNPJ
005480                        MOVE WK-IMG-NOME     TO WK-PES-NOME
005490                        PERFORM 204-TRIAR-TITULAR
005500                    WHEN OTHER
005510                        CONTINUE
005520                END-EVALUATE
005530            END-IF.
005540            PERFORM 301-LER-MANJRNL.
005550        206-TRIAR-CONTA-JORNAL.
005560            MOVE JRN-CHAVE TO FD-CHAVE-CLIENTES.
005570            READ ARQ-CLIENTES
005580                INVALID KEY
005590                    CONTINUE
005600                NOT INVALID KEY
005610                    IF NOT CONTA-ENCERRADA
005620                        MOVE FD-CHAVE-CLIENTES    TO WK-PES-CONTA
005630                        MOVE FD-NOME-CLIENTES     TO WK-PES-NOME
005640                        MOVE FD-SITUACAO-CLIENTES
005641                            TO WK-PES-SITUACAO
005650                        PERFORM 202-BUSCAR-CPF-CLIDADOS
005660                        PERFORM 210-TRIAR-PESSOA
005670                    END-IF
005680            END-READ.
005690       *      A PESSOA E COMPARADA COM CADA ENTRADA DA LISTA
005700        210-TRIAR-PESSOA.
005710            ADD 1 TO WK-QTD-TRIADAS.
005720            MOVE WK-PES-NOME TO WK-NOME-TRAB.
005730            PERFORM 230-SEPARAR-PALAVRAS.
005740            MOVE WK-PALAVRAS-TRAB TO WK-PES-PALAVRAS.
005750            PERFORM 211-COMPARAR-ENTRADA
005760                VARYING WK-IDX-LIS FROM 1 BY 1
005770                UNTIL WK-IDX-LIS > WK-QTD-LISTA.
005780        211-COMPARAR-ENTRADA.
005790            MOVE 'N' TO WK-CPF-IGUAL.
005800            IF WK-PES-CPFCNPJ NOT = SPACES
005810               AND WK-PES-CPFCNPJ = WK-LIS-CPFCNPJ(WK-IDX-LIS)
005820                MOVE 'S' TO WK-CPF-IGUAL
005830                MOVE 100 TO WK-NOTA
005840            ELSE
005850                PERFORM 212-PONTUAR-NOMES
005860            END-IF.
005870            IF CPF-IGUAL OR WK-NOTA NOT LESS WK-NOTA-MINIMA
005880                PERFORM 220-REGISTRAR-ACERTO
005890            END-IF.
005900       *      CADA PALAVRA DE UM NOME PROCURA A MELHOR PARCEIRA
005910       *      NO OUTRO; A NOTA E A MEDIA DOS DOIS SENTIDOS
005920        212-PONTUAR-NOMES.
005930            MOVE ZEROS TO WK-PONTOS-TOTAL.
005940            MOVE ZEROS TO WK-NOTA.
005950            IF WK-PES-QTD-PAL > ZEROS
005960               AND WK-LIS-QTD-PAL(WK-IDX-LIS) > ZEROS
005970                PERFORM 213-MELHOR-DA-PESSOA
005980                    VARYING WK-IDX-PAL-A FROM 1 BY 1
005990                    UNTIL WK-IDX-PAL-A > WK-PES-QTD-PAL
006000                PERFORM 215-MELHOR-DA-LISTA
006010                    VARYING WK-IDX-PAL-A FROM 1 BY 1
006020                    UNTIL WK-IDX-PAL-A >
006021                          WK-LIS-QTD-PAL(WK-IDX-LIS)
006030                COMPUTE WK-NOTA = WK-PONTOS-TOTAL /
006040                    (WK-PES-QTD-PAL + WK-LIS-QTD-PAL(WK-IDX-LIS))
006050            END-IF.
006060        213-MELHOR-DA-PESSOA.
006070            MOVE ZEROS TO WK-MELHOR-PAR.
006080            MOVE WK-PES-PAL(WK-IDX-PAL-A) TO WK-PAL-A.
006090            MOVE WK-PES-TAM(WK-IDX-PAL-A) TO WK-TAM-A.
006100            PERFORM 214-COMPARAR-COM-LISTA
006110                VARYING WK-IDX-PAL-B FROM 1 BY 1
006120                UNTIL WK-IDX-PAL-B > WK-LIS-QTD-PAL(WK-IDX-LIS)
006130                   OR WK-MELHOR-PAR = 100.
006140            ADD WK-MELHOR-PAR TO WK-PONTOS-TOTAL.
006150        214-COMPARAR-COM-LISTA.
006160            MOVE WK-LIS-PAL(WK-IDX-LIS, WK-IDX-PAL-B) TO WK-PAL-B.
006170            MOVE WK-LIS-TAM(WK-IDX-LIS, WK-IDX-PAL-B) TO WK-TAM-B.
006180            PERFORM 217-PONTUAR-PAR.
006190        215-MELHOR-DA-LISTA.
006200            MOVE ZEROS TO WK-MELHOR-PAR.
006210            MOVE WK-LIS-PAL(WK-IDX-LIS, WK-IDX-PAL-A) TO WK-PAL-A.
006220            MOVE WK-LIS-TAM(WK-IDX-LIS, WK-IDX-PAL-A) TO WK-TAM-A.
006230            PERFORM 216-COMPARAR-COM-PESSOA
006240                VARYING WK-IDX-PAL-B FROM 1 BY 1
006250                UNTIL WK-IDX-PAL-B > WK-PES-QTD-PAL
006260                   OR WK-MELHOR-PAR = 100.
006270            ADD WK-MELHOR-PAR TO WK-PONTOS-TOTAL.
006280        216-COMPARAR-COM-PESSOA.
006290            MOVE WK-PES-PAL(WK-IDX-PAL-B) TO WK-PAL-B.
006300            MOVE WK-PES-TAM(WK-IDX-PAL-B) TO WK-TAM-B.
006310            PERFORM 217-PONTUAR-PAR.
006320       *      IGUAL = 100; INICIAL (J = JOSE) OU PREFIXO (O NOME
006330       *      DO CLIENTES TEM 20 POSICOES E PODE VIR CORTADO) = 60
006340        217-PONTUAR-PAR.
006350            MOVE ZEROS TO WK-PONTOS-PAR.
006360            EVALUATE TRUE
006370                WHEN WK-PAL-A = WK-PAL-B
006380                    MOVE 100 TO WK-PONTOS-PAR
006390                WHEN WK-TAM-A = 1 OR WK-TAM-B = 1
006400                    IF WK-PAL-A(1:1) = WK-PAL-B(1:1)
006410                        MOVE 60 TO WK-PONTOS-PAR
006420                    END-IF
006430                WHEN WK-TAM-A < WK-TAM-B
006440                    IF WK-PAL-A(1:WK-TAM-A) = WK-PAL-B(1:WK-TAM-A)
006450                        MOVE 60 TO WK-PONTOS-PAR
006460                    END-IF
006470                WHEN WK-TAM-B < WK-TAM-A
006480                    IF WK-PAL-B(1:WK-TAM-B) = WK-PAL-A(1:WK-TAM-B)
006490                        MOVE 60 TO WK-PONTOS-PAR
006500                    END-IF
006510                WHEN OTHER
006520                    CONTINUE
006530            END-EVALUATE.
006540            IF WK-PONTOS-PAR > WK-MELHOR-PAR
006550                MOVE WK-PONTOS-PAR TO WK-MELHOR-PAR
006560            END-IF.
006570       *      SO ACERTO NOVO ABRE ALERTA; BLOQUEIO SO POR CPF/CNPJ
006580       *      IGUAL AO DE UMA SANCAO E COM A CONTA ATIVA
006590        220-REGISTRAR-ACERTO.
006600            MOVE WK-PES-CONTA   TO FD-CONTA-SANREG.
006610            MOVE WK-PES-CPFCNPJ TO FD-CPFCNPJ-SANREG.
006620            MOVE WK-LIS-ORIGEM(WK-IDX-LIS) TO FD-ORIGEM-SANREG.
006630            MOVE WK-LIS-ID(WK-IDX-LIS)     TO FD-ID-SANREG.
006640            READ ARQ-SANREG
006650                INVALID KEY
006660                    PERFORM 221-TRATAR-ACERTO-NOVO
006670                NOT INVALID KEY
006680                    ADD 1 TO WK-QTD-JA-TRATADOS
006690            END-READ.
006700        221-TRATAR-ACERTO-NOVO.
006710            ADD 1 TO WK-QTD-ACERTOS.
006720            MOVE 'N' TO WK-BLOQUEAR.
006730            IF CPF-IGUAL
006740               AND WK-LIS-TIPO(WK-IDX-LIS) = 'S'
006750               AND (WK-PES-SITUACAO = 'A' OR WK-PES-SITUACAO
006751                   = SPACE)
006760                MOVE 'S' TO WK-BLOQUEAR
006770            END-IF.
006780            MOVE WK-PES-CONTA   TO FD-CONTA-SANREG.
006790            MOVE WK-PES-CPFCNPJ TO FD-CPFCNPJ-SANREG.
006800            MOVE WK-LIS-ORIGEM(WK-IDX-LIS) TO FD-ORIGEM-SANREG.
006810            MOVE WK-LIS-ID(WK-IDX-LIS)     TO FD-ID-SANREG.
006820            MOVE WK-LIS-TIPO(WK-IDX-LIS)
006821                TO FD-TIPO-LISTA-SANREG.
006830            MOVE WK-PES-NOME    TO FD-NOME-SANREG.
006840            MOVE WK-NOTA        TO FD-NOTA-SANREG.
006850            MOVE WK-CPF-IGUAL   TO FD-CPF-IGUAL-SANREG.
006860            MOVE WK-BLOQUEAR    TO FD-BLOQUEIO-SANREG.
006870            MOVE WK-DATA-SIST   TO FD-DATA-SANREG.
006880            WRITE REG-SANREG.
006890            IF WK-FS-SANREG NOT = '00'
006900                DISPLAY 'ERRO ' WK-FS-SANREG
006910                        ' NO COMANDO WRITE SANREG'
006920                MOVE 12 TO RETURN-CODE
006930                STOP RUN
006940            END-IF.
006950            PERFORM 222-ABRIR-ALERTA.
006960            IF BLOQUEAR-CONTA
006970                PERFORM 223-BLOQUEAR-CONTA
006980            END-IF.
006990            MOVE WK-PES-CONTA   TO WK-CONTA-REL.
007000            MOVE WK-PES-CPFCNPJ TO WK-CPFCNPJ-REL.
007010            MOVE WK-PES-NOME    TO WK-NOME-REL.
007020            MOVE WK-LIS-TIPO(WK-IDX-LIS) TO WK-TIPO-REL.
007030            MOVE WK-LIS-NOME(WK-IDX-LIS) TO WK-NOME-LIS-REL.
007040            MOVE WK-NOTA        TO WK-NOTA-REL.
007050            IF CPF-IGUAL
007060                MOVE 'CPF ' TO WK-CPF-REL
007070            ELSE
007080                MOVE SPACES TO WK-CPF-REL
007090            END-IF.
007100            IF BLOQUEAR-CONTA
007110                MOVE 'BLOQUEIO' TO WK-BLOQ-REL
007120            ELSE
007130                MOVE SPACES     TO WK-BLOQ-REL
007140            END-IF.
007150            WRITE REG-RELSAN FROM WK-LINHA-ACERTO.
007160            PERFORM 218-CONFERIR-RELSAN.
007170       *      SANCAO ABRE COM SEVERIDADE ALTA, PEP COM MEDIA
007180        222-ABRIR-ALERTA.
007190            ADD 1 TO WK-QTD-ALERTAS.
007200            MOVE SPACES TO REG-ALERTSAN.
007210            IF WK-LIS-TIPO(WK-IDX-LIS) = 'S'
007220                MOVE 'A'        TO FD-SEVERIDADE-ALERTA
007230                MOVE 'SANCAO  ' TO FD-CLASSE-ALERTA
007240            ELSE
007250                MOVE 'M'        TO FD-SEVERIDADE-ALERTA
007260                MOVE 'PEP     ' TO FD-CLASSE-ALERTA
007270            END-IF.
007280            MOVE WK-PES-CONTA TO FD-CHAVE-ALERTA.
007290            MOVE ZEROS        TO FD-DOC-ALERTA.
007300            MOVE ZEROS        TO FD-VALOR-ALERTA.
007310            MOVE WK-DATA-REF  TO FD-DATA-ALERTA.
007320            WRITE REG-ALERTSAN.
007330            IF WK-FS-ALERTSAN NOT = '00'
007340                DISPLAY 'ERRO ' WK-FS-ALERTSAN
007350                        ' NO COMANDO WRITE ALERTSAN'
007360                MOVE 12 TO RETURN-CODE
007370                STOP RUN
007380            END-IF.
007390        223-BLOQUEAR-CONTA.
007400            ADD 1 TO WK-QTD-BLOQUEIOS.
007410            MOVE SPACES TO REG-MANCLIB.
007420            MOVE 'S'            TO FD-TIPO-MANCLIB.
007430            MOVE WK-PES-CONTA   TO FD-CHAVE-MANCLIB.
007440            MOVE WK-PES-NOME    TO FD-NOME-MANCLIB.
007450            MOVE ZEROS          TO FD-SALDO-MANCLIB.
007460            MOVE ZEROS          TO FD-LIMITE-MANCLIB.
007470            MOVE WK-PES-CPFCNPJ TO FD-CPFCNPJ-MANCLIB.
007480            MOVE 'B'            TO FD-SITUACAO-MANCLIB.
007490            WRITE REG-MANCLIB.
007500            IF WK-FS-MANCLIB NOT = '00'
007510                DISPLAY 'ERRO ' WK-FS-MANCLIB
007520                        ' NO COMANDO WRITE MANCLIB'
007530                MOVE 12 TO RETURN-CODE
007540                STOP RUN
007550            END-IF.
007560            MOVE 'B' TO WK-PES-SITUACAO.
007570        218-CONFERIR-RELSAN.
007580            IF WK-FS-RELSAN NOT = '00'
007590                DISPLAY 'ERRO ' WK-FS-RELSAN
007600                        ' NO COMANDO WRITE RELSAN'
007610                MOVE 12 TO RETURN-CODE
007620                STOP RUN
007630            END-IF.
007640       *      NORMALIZA O WK-NOME-TRAB E SEPARA SUAS PALAVRAS NO
007650       *      WK-PALAVRAS-TRAB, SEM OS CONECTIVOS
007660        230-SEPARAR-PALAVRAS.
007670            INSPECT WK-NOME-TRAB CONVERTING WK-CONV-DE
007680                TO WK-CONV-PARA.
007690            INITIALIZE WK-PALAVRAS-TRAB.
007700            MOVE SPACES TO WK-PALAVRA.
007710            MOVE ZEROS  TO WK-TAM-PALAVRA.
007720            PERFORM 231-EXAMINAR-LETRA
007730                VARYING WK-IDX-LETRA FROM 1 BY 1
007740                UNTIL WK-IDX-LETRA > 60.
007750            PERFORM 232-FECHAR-PALAVRA.
007760        231-EXAMINAR-LETRA.
007770            IF WK-NOME-TRAB(WK-IDX-LETRA:1) = SPACE
007780                PERFORM 232-FECHAR-PALAVRA
007790            ELSE
007800                IF WK-TAM-PALAVRA < 20
007810                    ADD 1 TO WK-TAM-PALAVRA
007820                    MOVE WK-NOME-TRAB(WK-IDX-LETRA:1)
007830                        TO WK-PALAVRA(WK-TAM-PALAVRA:1)
007840                END-IF
007850            END-IF.
007860        232-FECHAR-PALAVRA.
007870            IF WK-TAM-PALAVRA > ZEROS
007880               AND WK-PALAVRA NOT = 'DE'
007890               AND WK-PALAVRA NOT = 'DA'
007900               AND WK-PALAVRA NOT = 'DO'
007910               AND WK-PALAVRA NOT = 'DAS'
007920               AND WK-PALAVRA NOT = 'DOS'
007930               AND WK-PALAVRA NOT = 'E'
007940               AND WK-QTD-PAL-TRAB < 10
007950                ADD 1 TO WK-QTD-PAL-TRAB
007960                MOVE WK-PALAVRA
007961                    TO WK-PAL-TRAB(WK-QTD-PAL-TRAB)
007970                MOVE WK-TAM-PALAVRA
007971                    TO WK-TAM-TRAB(WK-QTD-PAL-TRAB)
007980            END-IF.
007990            MOVE SPACES TO WK-PALAVRA.
008000            MOVE ZEROS  TO WK-TAM-PALAVRA.
008010       ***********************************************
008020        300-LEITURAS SECTION.
008030        301-LER-MANJRNL.
008040            READ ARQ-MANJRNL.
008050            EVALUATE WK-FS-MANJRNL
008060                WHEN '00'
008070                    CONTINUE
008080                WHEN '10'
008090                    CONTINUE
008100                WHEN OTHER
008110                    DISPLAY 'ERRO ' WK-FS-MANJRNL
008120                            ' NO COMANDO READ MANJRNL'
008130                    MOVE 12 TO RETURN-CODE
008140                    STOP RUN
008150            END-EVALUATE.
008160        302-LER-CLIENTES.
008170            READ ARQ-CLIENTES NEXT.
008180            EVALUATE WK-FS-CLIENTES
008190                WHEN '00'
008200                    CONTINUE
008210                WHEN '10'
008220                    CONTINUE
008230                WHEN OTHER
008240                    DISPLAY 'ERRO ' WK-FS-CLIENTES
008250                            ' NO COMANDO READ CLIENTES'
008260                    MOVE 12 TO RETURN-CODE
008270                    STOP RUN
008280            END-EVALUATE.
008290        303-LER-TITULARES.
008300            READ ARQ-TITULARES NEXT.
008310            EVALUATE WK-FS-TITULARES
008320                WHEN '00'
008330                    CONTINUE
008340                WHEN '10'
008350                    CONTINUE
008360                WHEN OTHER
008370                    DISPLAY 'ERRO ' WK-FS-TITULARES
008380                            ' NO COMANDO READ TITULARES'
008390                    MOVE 12 TO RETURN-CODE
008400                    STOP RUN
008410            END-EVALUATE.
008420       ***********************************************
008430        195-GRAVAR-JRNL-INICIO.
008440            MOVE 'I' TO JRL-TIPO.
008450            MOVE ZEROS TO JRL-QTD-LIDOS.
008460            MOVE ZEROS TO JRL-QTD-GRAVADOS.
008470            MOVE ZEROS TO JRL-QTD-REJEITADOS.
008480            MOVE ZEROS TO JRL-RETORNO.
008481            MOVE 'EAD95913' TO LK-PROGRAMA-COM.
008482            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
008483            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008490            PERFORM 194-GRAVAR-RUNJRNL.
008500        196-GRAVAR-JRNL-FIM.
008510            MOVE 'F' TO JRL-TIPO.
008520            MOVE WK-QTD-LIDOS TO JRL-QTD-LIDOS.
008530            MOVE WK-QTD-ACERTOS TO JRL-QTD-GRAVADOS.
008540            MOVE ZEROS TO JRL-QTD-REJEITADOS.
008550            MOVE RETURN-CODE TO JRL-RETORNO.
008551            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
008560            PERFORM 194-GRAVAR-RUNJRNL.
008570        194-GRAVAR-RUNJRNL.
008580            OPEN EXTEND ARQ-RUNJRNL.
008590            IF WK-FS-RUNJRNL = '35'
008600                OPEN OUTPUT ARQ-RUNJRNL
008610            END-IF.
008620            IF WK-FS-RUNJRNL NOT = '00'
008630                DISPLAY 'ERRO ' WK-FS-RUNJRNL
008640                        ' NO COMANDO OPEN RUNJRNL'
008650                MOVE 12 TO RETURN-CODE
008660                STOP RUN
008670            END-IF.
008680            MOVE 'EAD95913' TO JRL-PROGRAMA.
008690            ACCEPT JRL-DATA FROM DATE YYYYMMDD.
008700            ACCEPT JRL-HORA FROM TIME.
008710            WRITE REG-RUNJRNL.
008720            IF WK-FS-RUNJRNL NOT = '00'
008730                DISPLAY 'ERRO ' WK-FS-RUNJRNL
008740                        ' NO COMANDO WRITE RUNJRNL'
008750                MOVE 12 TO RETURN-CODE
008760                STOP RUN
008770            END-IF.
008780            CLOSE ARQ-RUNJRNL.
008790       ***********************************************
008800        900-FINALIZAR SECTION.
008810        901-FINALIZAR.
008820            MOVE 'ENTRADAS NA LISTA       : ' TO WK-TITULO-TOT.
008830            MOVE WK-QTD-LISTA TO WK-VALOR-TOT.
008840            WRITE REG-RELSAN FROM WK-LINHA-TOTAL AFTER 2 LINES.
008850            MOVE 'REGISTROS LIDOS         : ' TO WK-TITULO-TOT.
008860            MOVE WK-QTD-LIDOS TO WK-VALOR-TOT.
008870            WRITE REG-RELSAN FROM WK-LINHA-TOTAL.
008880            MOVE 'PESSOAS TRIADAS         : ' TO WK-TITULO-TOT.
008890            MOVE WK-QTD-TRIADAS TO WK-VALOR-TOT.
008900            WRITE REG-RELSAN FROM WK-LINHA-TOTAL.
008910            MOVE 'ACERTOS NOVOS           : ' TO WK-TITULO-TOT.
008920            MOVE WK-QTD-ACERTOS TO WK-VALOR-TOT.
008930            WRITE REG-RELSAN FROM WK-LINHA-TOTAL.
008940            MOVE 'ACERTOS JA TRATADOS     : ' TO WK-TITULO-TOT.
008950            MOVE WK-QTD-JA-TRATADOS TO WK-VALOR-TOT.
008960            WRITE REG-RELSAN FROM WK-LINHA-TOTAL.
008970            MOVE 'ALERTAS ABERTOS         : ' TO WK-TITULO-TOT.
008980            MOVE WK-QTD-ALERTAS TO WK-VALOR-TOT.
008990            WRITE REG-RELSAN FROM WK-LINHA-TOTAL.
009000            MOVE 'BLOQUEIOS PEDIDOS       : ' TO WK-TITULO-TOT.
009010            MOVE WK-QTD-BLOQUEIOS TO WK-VALOR-TOT.
009020            WRITE REG-RELSAN FROM WK-LINHA-TOTAL.
009030            PERFORM 218-CONFERIR-RELSAN.
009040            DISPLAY 'ACERTOS NOVOS : ' WK-QTD-ACERTOS.
009050            DISPLAY 'BLOQUEIOS     : ' WK-QTD-BLOQUEIOS.
009060            CLOSE ARQ-CLIENTES.
009070            CLOSE ARQ-CLIDADOS.
009080            CLOSE ARQ-TITULARES.
009090            IF MODO-INCREMENTAL
009100                CLOSE ARQ-MANJRNL
009110            END-IF.
009120            CLOSE ARQ-SANREG.
009130            CLOSE ARQ-ALERTSAN.
009140            CLOSE ARQ-MANCLIB.
009150            CLOSE ARQ-RELSAN.
