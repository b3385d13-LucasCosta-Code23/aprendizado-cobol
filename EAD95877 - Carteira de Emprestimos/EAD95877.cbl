000250       *   FUNCAO 'R' = ATRASO: DESFAZ O AVANCO DOS     *
000260       *   DEBITOS QUE A NOITE DEVOLVEU (REJEITAD COM   *
000270       *   DOC = NUMERO DO CONTRATO) E CONTA O ATRASO   *
000271       *   FUNCAO 'S' = SIMULACAO: EMITE O DEMONSTRA-   *
000272       *   TIVO DO CET (DOCCET) DE CADA PEDIDO DO       *
000273       *   EMPRENOV E O REGISTRA NO CETREG; A ORIGI-    *
000274       *   NACAO RECUSA PEDIDO SEM CET EMITIDO          *
000275       *   NA ORIGINACAO O PEDIDO QUE LEVA O GRUPO      *
000276       *   ECONOMICO (GRPCONC DO EAD95932) ACIMA DO     *
000277       *   LIMITE E RECUSADO; ACIMA DO ALERTA VAI PARA  *
000278       *   APROVACAO NO EMPRAPRV, SALVO SE JA APROVADO  *
000280       *                                                *
000290       *   SEMPRE EMITE O RELEMPR DE POSICAO DA CARTEIRA*
000300       **************************************************
000520                FILE STATUS IS WK-FS-REJEITAD.
000530            SELECT ARQ-LANCAMEM ASSIGN TO LANCAMEM
000540                FILE STATUS IS WK-FS-LANCAMEM.
000541            SELECT ARQ-CONSIGDS ASSIGN TO CONSIGDS
000542                FILE STATUS IS WK-FS-CONSIGDS.
000543            SELECT ARQ-TAXAS    ASSIGN TO TAXAS
000544                FILE STATUS IS WK-FS-TAXAS.
000545            SELECT ARQ-CETREG   ASSIGN TO CETREG
000546                FILE STATUS IS WK-FS-CETREG.
000547            SELECT ARQ-DOCCET   ASSIGN TO DOCCET
000548                FILE STATUS IS WK-FS-DOCCET.
986001            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
986002                FILE STATUS IS WK-FS-CAMBIO.
986003            SELECT ARQ-GRPCONC  ASSIGN TO GRPCONC
986004                FILE STATUS IS WK-FS-GRPCONC.
986005            SELECT ARQ-EMPRAPRV ASSIGN TO EMPRAPRV
986006                FILE STATUS IS WK-FS-EMPRAPRV.
000550            SELECT ARQ-RELEMPR  ASSIGN TO RELEMPR
000560                FILE STATUS IS WK-FS-RELEMPR.
000570       *
000760                88 EMP-ATIVO            VALUE 'A'.
000770                88 EMP-QUITADO          VALUE 'Q'.
000780                88 EMP-EM-ATRASO        VALUE 'R'.
000781                88 EMP-BAIXADO          VALUE 'B'.
000790            05 FD-ATRASOS-EMP      PIC 99.
000791       *      CONSIGNADO: CONTA DO EMPREGADOR QUE DESCONTA A
000792       *      PARCELA NA FOLHA (EAD95868); BRANCOS NOS DEMAIS
000793            05 FD-EMPREGADOR-EMP   PIC X(9).
000800        FD   ARQ-EMPRESTN
000810             RECORDING MODE IS F.
000820        01  REG-EMPRESTN               PIC X(73).
000830        FD   ARQ-EMPRENOV
000840             RECORDING MODE IS F.
000850        01  REG-EMPRENOV.
000890            05 FD-SISTEMA-NOV      PIC X.
000900            05 FD-PRAZO-NOV        PIC 9(3).
000910            05 FD-VENCIMENTO-NOV   PIC 9(8).
000911            05 FD-EMPREGADOR-NOV   PIC X(9).
000912       *      TARIFA E SEGURO SAO FINANCIADOS JUNTO COM O
000913       *      PRINCIPAL E ENTRAM NO CET DO PEDIDO
000914            05 FD-PEDIDO-NOV       PIC 9(6).
000915            05 FD-TARIFA-NOV       PIC 9(6)V99.
000916            05 FD-SEGURO-NOV       PIC 9(6)V99.
000917       *      'S' = PEDIDO JA APROVADO PELO COMITE ACIMA DO
000918       *      ALERTA DE CONCENTRACAO DO GRUPO ECONOMICO
000919            05 FD-APROVADO-NOV     PIC X.
000920                88 PEDIDO-APROVADO     VALUE 'S'.
000920        FD   ARQ-CLIENTES
000930             RECORDING MODE IS F.
000940        01  REG-CLIENTES.
001190            05 FD-CONTRA-REJEITAD      PIC X(9).
001200            05 FD-HORA-REJEITAD        PIC 9(6).
001210            05 FD-SEQ-REJEITAD         PIC 9(4).
001211            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
001212            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
001220        FD   ARQ-LANCAMEM
001230             RECORDING MODE IS F.
001240        01  REG-LANCAMEM.
001430                10 FD-QTDE-CTRL-LANCAMEM   PIC 9(6).
001440                10 FD-VALOR-CTRL-LANCAMEM  PIC 9(8)V99.
001450                10 FD-INST-CTRL-LANCAMEM   PIC 99.
001451            05 FD-ID-EXEC-LANCAMEM     PIC 9(10).
001451       *      PARCELAS DE CONSIGNADO APURADAS NA FOLHA PELO
001452       *      EAD95868: D = DESCONTADA, N = COBRAR EM CONTA
001453        FD   ARQ-CONSIGDS
001454             RECORDING MODE IS F.
001455        01  REG-CONSIGDS.
001456            05 FD-CONTRATO-CDS     PIC 9(4).
001457            05 FD-CHAVE-CDS        PIC X(9).
001458            05 FD-EMPREGADOR-CDS   PIC X(9).
001459            05 FD-VENCIMENTO-CDS   PIC 9(8).
001460            05 FD-DATA-FOLHA-CDS   PIC 9(8).
001461            05 FD-VALOR-CDS        PIC 9(8)V99.
001462            05 FD-SITUACAO-CDS     PIC X.
001463                88 CDS-DESCONTADA      VALUE 'D'.
001464                88 CDS-NAO-DESCONTADA  VALUE 'N'.
001465            05 FD-MOTIVO-CDS       PIC X(30).
001466        FD   ARQ-TAXAS
001467             RECORDING MODE IS F.
001468        01  REG-TAXAS.
001469            05 FD-PRODUTO-TAXAS    PIC X(8).
001470            05 FD-DATA-TAXAS       PIC 9(8).
001471            05 FD-TAXA-TAXAS       PIC 9(3)V9(4).
001472       *      DEMONSTRATIVOS DE CET EMITIDOS. LIBERADO = PRIN-
001473       *      CIPAL DO PEDIDO; FINANCIADO = LIBERADO + TARIFA
001474       *      + SEGURO + IOF, QUE VIRA O PRINCIPAL DO CONTRATO
001475        FD   ARQ-CETREG
001476             RECORDING MODE IS F.
001477        01  REG-CETREG.
001478            05 FD-PEDIDO-CET       PIC 9(6).
001479            05 FD-CHAVE-CET        PIC X(9).
001480            05 FD-DATA-CET         PIC 9(8).
001481            05 FD-LIBERADO-CET     PIC 9(8)V99.
001482            05 FD-TAXA-CET         PIC 9V99.
001483            05 FD-SISTEMA-CET      PIC X.
001484            05 FD-PRAZO-CET        PIC 9(3).
001485            05 FD-VENCIMENTO-CET   PIC 9(8).
001486            05 FD-TARIFA-CET       PIC 9(6)V99.
001487            05 FD-SEGURO-CET       PIC 9(6)V99.
001488            05 FD-IOF-CET          PIC 9(6)V99.
001489            05 FD-FINANCIADO-CET   PIC 9(8)V99.
001490            05 FD-TOT-JUROS-CET    PIC 9(8)V99.
001491            05 FD-TOT-PAGAR-CET    PIC 9(9)V99.
001492            05 FD-CET-MES-CET      PIC 9(3)V9(4).
001493            05 FD-CET-ANO-CET      PIC 9(5)V9(4).
001494        FD   ARQ-DOCCET
001495             RECORDING MODE IS F.
001496        01  REG-DOCCET                 PIC X(80).
986011        FD   ARQ-CAMBIO
986012             RECORDING MODE IS F.
986013        01  REG-CAMBIO.
986014            05 FD-MOEDA-CAMBIO     PIC X(3).
986015            05 FD-DATA-CAMBIO      PIC 9(8).
986016            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
986017        FD   ARQ-GRPCONC
986018             RECORDING MODE IS F.
986019        01  REG-GRPCONC.
986020            05 FD-CHAVE-GRC        PIC X(9).
986021            05 FD-GRUPO-GRC        PIC X(6).
986022            05 FD-TAXA-GRC         PIC 9(3)V9(4).
986023            05 FD-LIMITE-GRC       PIC 9(13)V99.
986024            05 FD-ALERTA-GRC       PIC 9(13)V99.
986025            05 FD-EXPOSICAO-GRC    PIC 9(13)V99.
986026        FD   ARQ-EMPRAPRV
986027             RECORDING MODE IS F.
986028        01  REG-EMPRAPRV               PIC X(66).
001460        FD   ARQ-RELEMPR
001470             RECORDING MODE IS F.
001480        01  REG-RELEMPR                PIC X(78).
001570            05 JRL-QTD-GRAVADOS    PIC 9(7).
001580            05 JRL-QTD-REJEITADOS  PIC 9(7).
001590            05 JRL-RETORNO         PIC 9(4).
001591            05 JRL-ID-EXEC         PIC 9(10).
001600        WORKING-STORAGE SECTION.
001610        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001611        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001612        01  LK-AREA-ID-EXEC.
001613            05 LK-PROGRAMA-COM     PIC X(8).
001614            05 LK-ID-EXEC-COM      PIC 9(10).
001620        77  WK-FS-EMPREST  PIC XX           VALUE SPACES.
001630        77  WK-FS-EMPRESTN PIC XX           VALUE SPACES.
001640        77  WK-FS-EMPRENOV PIC XX           VALUE SPACES.
001660        77  WK-FS-REJEITAD PIC XX           VALUE SPACES.
001670        77  WK-FS-LANCAMEM PIC XX           VALUE SPACES.
001680        77  WK-FS-RELEMPR  PIC XX           VALUE SPACES.
001681        77  WK-FS-CONSIGDS PIC XX           VALUE SPACES.
001682        77  WK-FS-TAXAS    PIC XX           VALUE SPACES.
001683        77  WK-FS-CETREG   PIC XX           VALUE SPACES.
001684        77  WK-FS-DOCCET   PIC XX           VALUE SPACES.
001685        77  WK-FS-GRPCONC  PIC XX           VALUE SPACES.
001686        77  WK-FS-EMPRAPRV PIC XX           VALUE SPACES.
986021        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
986021        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
986021        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
001700            88 FUNCAO-ORIGINACAO             VALUE 'O'.
001710            88 FUNCAO-COBRANCA               VALUE 'C'.
001720            88 FUNCAO-ATRASO                 VALUE 'R'.
001721            88 FUNCAO-SIMULACAO              VALUE 'S'.
001730        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001740        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
001750        77  WK-DOC-SEQ     PIC 9(4)         VALUE ZEROS.
002020                10 WK-CTR-PARCELA    PIC 9(8)V99.
002030                10 WK-CTR-SITUACAO   PIC X.
002040                10 WK-CTR-ATRASOS    PIC 99.
002041                10 WK-CTR-EMPREGADOR PIC X(9).
002042       *      APURACAO DA FOLHA PARA AS PARCELAS CONSIGNADAS
002043        77  WK-QTD-CONSIG   PIC 9(4)        VALUE ZEROS.
002044        77  WK-IDX-CONSIG   PIC 9(4)        VALUE ZEROS.
002045        01  WK-TAB-CONSIG.
002046            05 WK-CSG-OCC         OCCURS 2000 TIMES.
002047                10 WK-CSG-CONTRATO   PIC 9(4).
002048                10 WK-CSG-VENCIMENTO PIC 9(8).
002049                10 WK-CSG-SITUACAO   PIC X.
002050        77  WK-COBRANCA-CSG PIC X           VALUE 'C'.
002051            88 COBRAR-EM-CONTA               VALUE 'C'.
002052            88 DESCONTADA-EM-FOLHA           VALUE 'D'.
002053            88 AGUARDAR-FOLHA                VALUE 'E'.
002054        77  WK-QTD-EM-FOLHA   PIC 9(4)      VALUE ZEROS.
002055        77  WK-QTD-AGUARDANDO PIC 9(4)      VALUE ZEROS.
002056        77  WK-EMPREG-OK    PIC X           VALUE 'N'.
002057            88 EMPREGADOR-OK                 VALUE 'S'.
002058            88 EMPREGADOR-NAO-OK             VALUE 'N'.
002050       *      MATEMATICA DA PARCELA, NO FEITIO DO EAD95807
002060        77  WK-TAXA-UNIT   PIC 9V9(8)       VALUE ZEROS.
002070        77  WK-FATOR       PIC 9(9)V9(8)    VALUE ZEROS.
002130            05 WK-ANO-VENC     PIC 9(4).
002140            05 WK-MES-VENC     PIC 99.
002150            05 WK-DIA-VENC     PIC 99.
002151       *      CET: ALIQUOTAS DO IOF SOBRE CREDITO DO CADASTRO
002152       *      TAXAS; O DEMONSTRATIVO VALE POR WK-VALIDADE-CET
002153       *      DIAS CORRIDOS PARA A ORIGINACAO
002154        77  WK-PRODUTO-PEDIDO PIC X(8)      VALUE SPACES.
002155        77  WK-TAXA-PRODUTO PIC 9(3)V9(4)   VALUE ZEROS.
002156        77  WK-DATA-TAXA-ACH PIC 9(8)       VALUE ZEROS.
002157        77  WK-DATA-REF-TAXA PIC 9(8)       VALUE ZEROS.
002158        77  WK-IOF-DIARIO  PIC 9(3)V9(4)    VALUE ZEROS.
002159        77  WK-IOF-ADICIONAL PIC 9(3)V9(4)  VALUE ZEROS.
002160        77  WK-VALIDADE-CET PIC 9(3)        VALUE 10.
002161        77  WK-PEDIDO-OK   PIC X            VALUE 'S'.
002162            88 PEDIDO-VALIDO                 VALUE 'S'.
002163            88 PEDIDO-INVALIDO               VALUE 'N'.
002164        77  WK-CET-ACHADO  PIC X            VALUE 'N'.
002165            88 CET-EMITIDO                   VALUE 'S'.
002166            88 CET-NAO-EMITIDO               VALUE 'N'.
002167        77  WK-QTD-CET-EMITIDOS PIC 9(4)    VALUE ZEROS.
002168        77  WK-QTD-SEM-CET PIC 9(4)         VALUE ZEROS.
002169        77  WK-VALOR-LIBERADO PIC 9(8)V99   VALUE ZEROS.
002170        77  WK-VALOR-BASE  PIC 9(8)V99      VALUE ZEROS.
002171        77  WK-VALOR-IOF   PIC 9(6)V99      VALUE ZEROS.
002172        77  WK-IOF-ACUM    PIC 9(8)V9(6)    VALUE ZEROS.
002173        77  WK-DIAS-IOF    PIC 9(5)         VALUE ZEROS.
002174        77  WK-SALDO-PROJ  PIC 9(8)V99      VALUE ZEROS.
002175        77  WK-PARCELA-PROJ PIC 9(8)V99     VALUE ZEROS.
002176        77  WK-TOT-JUROS-PROJ PIC 9(8)V99   VALUE ZEROS.
002177        77  WK-TOT-PAGAR-PROJ PIC 9(9)V99   VALUE ZEROS.
002178        77  WK-CET-MIN     PIC 9V9(12)      VALUE ZEROS.
002179        77  WK-CET-MAX     PIC 9V9(12)      VALUE ZEROS.
002180        77  WK-CET-TESTE   PIC 9V9(12)      VALUE ZEROS.
002181        77  WK-CET-MES-TX  PIC 9V9(12)      VALUE ZEROS.
002182        77  WK-CET-ANO-TX  PIC 9(4)V9(8)    VALUE ZEROS.
002183        77  WK-CET-MES-PC  PIC 9(3)V9(4)    VALUE ZEROS.
002184        77  WK-CET-ANO-PC  PIC 9(5)V9(4)    VALUE ZEROS.
002185        77  WK-FATOR-DESC  PIC 9V9(15)      VALUE ZEROS.
002186        77  WK-VP-FLUXO    PIC 9(10)V9(6)   VALUE ZEROS.
002187       *      CRONOGRAMA PROJETADO DO PEDIDO, NA MESMA
002188       *      MATEMATICA DA COBRANCA
002189        77  WK-QTD-CRONO   PIC 9(3)         VALUE ZEROS.
002190        77  WK-IDX-CRONO   PIC 9(3)         VALUE ZEROS.
002191        01  WK-TAB-CRONO.
002192            05 WK-CRO-OCC         OCCURS 360 TIMES.
002193                10 WK-CRO-VENCIMENTO PIC 9(8).
002194                10 WK-CRO-JUROS      PIC 9(8)V99.
002195                10 WK-CRO-AMORT      PIC 9(8)V99.
002196                10 WK-CRO-PARCELA    PIC 9(8)V99.
002197                10 WK-CRO-SALDO      PIC 9(8)V99.
002198       *      DEMONSTRATIVOS VALIDOS DO CETREG PARA A
002199       *      ORIGINACAO
002200        77  WK-QTD-DCT     PIC 9(4)         VALUE ZEROS.
002201        77  WK-IDX-DCT     PIC 9(4)         VALUE ZEROS.
002202        77  WK-IDX-DCT-ACH PIC 9(4)         VALUE ZEROS.
002203        01  WK-TAB-DCT.
002204            05 WK-DCT-OCC         OCCURS 2000 TIMES.
002205                10 WK-DCT-PEDIDO     PIC 9(6).
002206                10 WK-DCT-CHAVE      PIC X(9).
002207                10 WK-DCT-LIBERADO   PIC 9(8)V99.
002208                10 WK-DCT-TAXA       PIC 9V99.
002209                10 WK-DCT-SISTEMA    PIC X.
002210                10 WK-DCT-PRAZO      PIC 9(3).
002211                10 WK-DCT-VENCIMENTO PIC 9(8).
002212                10 WK-DCT-TARIFA     PIC 9(6)V99.
002213                10 WK-DCT-SEGURO     PIC 9(6)V99.
002214                10 WK-DCT-FINANCIADO PIC 9(8)V99.
002215       *      CONTAS DE GRUPO ECONOMICO E EXPOSICAO DO GRUPO,
002216       *      SOMADA DOS CONTRATOS ABERTOS NESTA ORIGINACAO
002217        77  WK-QTD-GCT     PIC 9(4)         VALUE ZEROS.
002218        77  WK-IDX-GCT     PIC 9(4)         VALUE ZEROS.
002219        77  WK-IDX-GCT-ACH PIC 9(4)         VALUE ZEROS.
002220        01  WK-TAB-GCT.
002221            05 WK-GCT-OCC         OCCURS 9999 TIMES.
002222                10 WK-GCT-CHAVE      PIC X(9).
002223                10 WK-GCT-IDX-GRC    PIC 9(4).
002224        77  WK-QTD-GRC     PIC 9(4)         VALUE ZEROS.
002225        77  WK-IDX-GRC     PIC 9(4)         VALUE ZEROS.
002226        77  WK-IDX-GRC-ACH PIC 9(4)         VALUE ZEROS.
002227        01  WK-TAB-GRC.
002228            05 WK-GRC-OCC         OCCURS 1000 TIMES.
002229                10 WK-GRC-GRUPO      PIC X(6).
002230                10 WK-GRC-LIMITE     PIC 9(13)V99.
002231                10 WK-GRC-ALERTA     PIC 9(13)V99.
002232                10 WK-GRC-EXPOSICAO  PIC 9(13)V99.
002233        77  WK-EXPOSICAO-NOVA PIC 9(13)V99  VALUE ZEROS.
002234        77  WK-CONC-OK     PIC X            VALUE 'S'.
002235            88 CONCENTRACAO-OK               VALUE 'S'.
002236            88 CONCENTRACAO-NAO-OK           VALUE 'N'.
002237        77  WK-QTD-CONC-RECUSADOS PIC 9(4)  VALUE ZEROS.
002238        77  WK-QTD-EM-APROVACAO PIC 9(4)    VALUE ZEROS.
002215        01  WK-DATA-CALC       PIC 9(8)     VALUE ZEROS.
002216        01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
002217            05 WK-ANO-CALC     PIC 9(4).
002218            05 WK-MES-CALC     PIC 99.
002219            05 WK-DIA-CALC     PIC 99.
002220        77  WK-ANO-AJ      PIC 9(4)         VALUE ZEROS.
002221        77  WK-MES-AJ      PIC 99           VALUE ZEROS.
002222        77  WK-QUOC-4      PIC 9(4)         VALUE ZEROS.
002223        77  WK-QUOC-100    PIC 9(4)         VALUE ZEROS.
002224        77  WK-QUOC-400    PIC 9(4)         VALUE ZEROS.
002225        77  WK-TERMO-MES   PIC 9(4)         VALUE ZEROS.
002226        77  WK-QUOC-MES    PIC 9(4)         VALUE ZEROS.
002227        77  WK-DIA-CORRIDO PIC 9(7)         VALUE ZEROS.
002228        77  WK-DIA-SIST    PIC 9(7)         VALUE ZEROS.
002229        01  WK-DOC-TITULO.
002230            05 FILLER          PIC X(14)
002231                 VALUE 'DEMONSTRATIVO '.
002232            05 FILLER          PIC X(28)
002233                 VALUE 'DO CUSTO EFETIVO TOTAL - CET'.
002232        01  WK-DOC-PEDIDO.
002233            05 FILLER          PIC X(07) VALUE 'PEDIDO '.
002234            05 WK-DOC-NUM-PED  PIC 9(6).
002235            05 FILLER          PIC X(07) VALUE ' CONTA '.
002236            05 WK-DOC-CHAVE    PIC X(9).
002237            05 FILLER          PIC X(01) VALUE SPACE.
002238            05 WK-DOC-NOME     PIC A(20).
002239            05 FILLER          PIC X(06) VALUE ' DATA '.
002240            05 WK-DOC-DATA     PIC 9(8).
002241        01  WK-DOC-VALOR.
002242            05 WK-DOC-TIT-VAL  PIC X(32).
002243            05 WK-DOC-VAL      PIC ZZ.ZZZ.ZZ9,99.
002244        01  WK-DOC-TAXA.
002245            05 WK-DOC-TIT-TX   PIC X(32).
002246            05 WK-DOC-TX       PIC ZZ.ZZ9,9999.
002247            05 FILLER          PIC X(02) VALUE ' %'.
002248        01  WK-DOC-TEXTO.
002249            05 WK-DOC-TIT-TXT  PIC X(32).
002250            05 WK-DOC-TXT      PIC X(20).
002251        01  WK-DOC-CABEC-CRONO.
002252            05 FILLER          PIC X(27)
002253                 VALUE ' NR    VENCTO         JUROS'.
002254            05 FILLER          PIC X(28)
002255                 VALUE '   AMORTIZACAO       PARCELA'.
002256            05 FILLER          PIC X(14)
002257                 VALUE ' SALDO DEVEDOR'.
002258        01  WK-DOC-CRONO.
002259            05 WK-DOC-NUM-PARC PIC ZZ9.
002260            05 FILLER          PIC X(02) VALUE SPACES.
002261            05 WK-DOC-VENC     PIC 9(8).
002262            05 FILLER          PIC X(01) VALUE SPACE.
002263            05 WK-DOC-JUROS    PIC ZZ.ZZZ.ZZ9,99.
002264            05 FILLER          PIC X(01) VALUE SPACE.
002265            05 WK-DOC-AMORT    PIC ZZ.ZZZ.ZZ9,99.
002266            05 FILLER          PIC X(01) VALUE SPACE.
002267            05 WK-DOC-PARCELA  PIC ZZ.ZZZ.ZZ9,99.
002268            05 FILLER          PIC X(01) VALUE SPACE.
002269            05 WK-DOC-SALDO    PIC ZZ.ZZZ.ZZ9,99.
002160        01  LK-AREA-DIAS-UTEIS.
002170            05 LK-FUNCAO-COM       PIC X.
002180            05 LK-AGENCIA-COM      PIC X(4).
002550                WHEN FUNCAO-ATRASO
002560                    PERFORM 240-APONTAR-ATRASO
002570                        UNTIL WK-FS-REJEITAD = '10'
002571                WHEN FUNCAO-SIMULACAO
002572                    PERFORM 261-EMITIR-CET
002573                        UNTIL WK-FS-EMPRENOV = '10'
002580            END-EVALUATE.
002590            PERFORM 901-FINALIZAR.
002600            PERFORM 196-GRAVAR-JRNL-FIM.
002670            ACCEPT WK-HORA-CAPTURA FROM TIME.
986030            PERFORM 190-CARREGAR-CAMBIO.
002680            IF NOT FUNCAO-ORIGINACAO AND NOT FUNCAO-COBRANCA
002690               AND NOT FUNCAO-ATRASO AND NOT FUNCAO-SIMULACAO
002700                DISPLAY 'FUNCAO INVALIDA NO SYSIN : ' WK-FUNCAO
002710                MOVE 12 TO RETURN-CODE
002720                STOP RUN
002730            END-IF.
002740            PERFORM 102-CARREGAR-EMPREST.
002741            MOVE WK-DATA-SIST TO WK-DATA-CALC.
002742            PERFORM 280-CALCULAR-DIA-CORRIDO.
002743            MOVE WK-DIA-CORRIDO TO WK-DIA-SIST.
002750            EVALUATE TRUE
002760                WHEN FUNCAO-ORIGINACAO
002770                    PERFORM 103-ABRIR-EMPRENOV
002780                    PERFORM 104-ABRIR-CLIENTES
002790                    PERFORM 105-ABRIR-LANCAMEM
002791                    PERFORM 110-CARREGAR-CETREG
002792                    PERFORM 114-CARREGAR-GRPCONC
002792                WHEN FUNCAO-SIMULACAO
002793                    PERFORM 103-ABRIR-EMPRENOV
002794                    PERFORM 104-ABRIR-CLIENTES
002795                    PERFORM 111-CARREGAR-IOF
002796                    PERFORM 112-ABRIR-CETREG
002800                WHEN FUNCAO-COBRANCA
002810                    PERFORM 105-ABRIR-LANCAMEM
002811                    PERFORM 108-CARREGAR-CONSIGDS
002820                WHEN FUNCAO-ATRASO
002830                    PERFORM 106-ABRIR-REJEITAD
002840            END-EVALUATE.
003370                TO WK-CTR-SITUACAO(WK-QTD-CONTRATOS).
003380            MOVE FD-ATRASOS-EMP
003390                TO WK-CTR-ATRASOS(WK-QTD-CONTRATOS).
003391            MOVE FD-EMPREGADOR-EMP
003392                TO WK-CTR-EMPREGADOR(WK-QTD-CONTRATOS).
003400            IF FD-CONTRATO-EMP > WK-ULTIMO-CONTRATO
003410                MOVE FD-CONTRATO-EMP TO WK-ULTIMO-CONTRATO
003420            END-IF.
003930                    MOVE 12 TO RETURN-CODE
003940                    STOP RUN
003950            END-EVALUATE.
003951        108-CARREGAR-CONSIGDS.
003952            OPEN INPUT ARQ-CONSIGDS.
003953            EVALUATE WK-FS-CONSIGDS
003954                WHEN '00'
003955                    PERFORM 304-LER-CONSIGDS
003956                    PERFORM 109-REGISTRAR-CONSIGDS
003957                        UNTIL WK-FS-CONSIGDS = '10'
003958                    CLOSE ARQ-CONSIGDS
003959                WHEN '35'
003960                    CONTINUE
003961                WHEN OTHER
003962                    DISPLAY 'ERRO ' WK-FS-CONSIGDS
003963                            ' NO COMANDO OPEN CONSIGDS'
003964                    MOVE 12 TO RETURN-CODE
003965                    STOP RUN
003966            END-EVALUATE.
003967       *      SO INTERESSA A APURACAO DO VENCIMENTO ATUAL DE
003968       *      CADA CONTRATO; AS JA LIQUIDADAS FICAM DE FORA
003969        109-REGISTRAR-CONSIGDS.
003970            PERFORM 226-PROCURAR-CONTRATO-CSG.
003971            IF CONTRATO-ACHADO
003972               AND FD-VENCIMENTO-CDS
003973                   = WK-CTR-VENCIMENTO(WK-IDX-CTR-ACH)
003974                IF WK-QTD-CONSIG NOT LESS 2000
003975                    DISPLAY 'TABELA DE CONSIGNADOS CHEIA, '
003976                            'LIMITE 2000'
003977                    MOVE 12 TO RETURN-CODE
003978                    STOP RUN
003979                END-IF
003980                ADD 1 TO WK-QTD-CONSIG
003981                MOVE FD-CONTRATO-CDS
003982                    TO WK-CSG-CONTRATO(WK-QTD-CONSIG)
003983                MOVE FD-VENCIMENTO-CDS
003984                    TO WK-CSG-VENCIMENTO(WK-QTD-CONSIG)
003985                MOVE FD-SITUACAO-CDS
003986                    TO WK-CSG-SITUACAO(WK-QTD-CONSIG)
003987            END-IF.
003988            PERFORM 304-LER-CONSIGDS.
003989       *      SO VALEM DEMONSTRATIVOS EMITIDOS NOS ULTIMOS
003990       *      WK-VALIDADE-CET DIAS; SEM CETREG, NENHUM PEDIDO
003991       *      E CONTRATADO
003992        110-CARREGAR-CETREG.
003993            OPEN INPUT ARQ-CETREG.
003994            EVALUATE WK-FS-CETREG
003995                WHEN '00'
003996                    PERFORM 305-LER-CETREG
003997                    PERFORM 113-REGISTRAR-CET
003998                        UNTIL WK-FS-CETREG = '10'
003999                    CLOSE ARQ-CETREG
004000                WHEN '35'
004001                    DISPLAY 'SEM CETREG, PEDIDOS SERAO RECUSADOS'
004002                WHEN OTHER
004003                    DISPLAY 'ERRO ' WK-FS-CETREG
004004                            ' NO COMANDO OPEN CETREG'
004005                    MOVE 12 TO RETURN-CODE
004006                    STOP RUN
004007            END-EVALUATE.
004008       *      SEM GRPCONC NAO HA CONTROLE DE CONCENTRACAO;
004009       *      OS PEDIDOS PARA APROVACAO VAO AO EMPRAPRV
004010        114-CARREGAR-GRPCONC.
004011            OPEN INPUT ARQ-GRPCONC.
004012            EVALUATE WK-FS-GRPCONC
004013                WHEN '00'
004014                    PERFORM 306-LER-GRPCONC
004015                    PERFORM 115-REGISTRAR-GRPCONC
004016                        UNTIL WK-FS-GRPCONC = '10'
004017                    CLOSE ARQ-GRPCONC
004018                WHEN '35'
004019                    DISPLAY 'SEM GRPCONC, CONCENTRACAO POR GRUPO '
004020                            'NAO CONFERIDA'
004021                WHEN OTHER
004022                    DISPLAY 'ERRO ' WK-FS-GRPCONC
004023                            ' NO COMANDO OPEN GRPCONC'
004024                    MOVE 12 TO RETURN-CODE
004025                    STOP RUN
004026            END-EVALUATE.
004027            OPEN OUTPUT ARQ-EMPRAPRV.
004028            IF WK-FS-EMPRAPRV NOT = '00'
004029                DISPLAY 'ERRO ' WK-FS-EMPRAPRV
004030                        ' NO COMANDO OPEN EMPRAPRV'
004031                MOVE 12 TO RETURN-CODE
004032                STOP RUN
004033            END-IF.
004034        115-REGISTRAR-GRPCONC.
004035            MOVE ZEROS TO WK-IDX-GRC-ACH.
004036            PERFORM 116-COMPARAR-GRUPO
004037                VARYING WK-IDX-GRC FROM 1 BY 1
004038                UNTIL WK-IDX-GRC > WK-QTD-GRC
004039                   OR WK-IDX-GRC-ACH > ZEROS.
004040            IF WK-IDX-GRC-ACH = ZEROS
004041                IF WK-QTD-GRC NOT LESS 1000
004042                    DISPLAY 'TABELA DE GRUPOS CHEIA, LIMITE 1000'
004043                    MOVE 12 TO RETURN-CODE
004044                    STOP RUN
004045                END-IF
004046                ADD 1 TO WK-QTD-GRC
004047                MOVE WK-QTD-GRC TO WK-IDX-GRC-ACH
004048                MOVE FD-GRUPO-GRC TO WK-GRC-GRUPO(WK-IDX-GRC-ACH)
004049                MOVE FD-LIMITE-GRC
004050                    TO WK-GRC-LIMITE(WK-IDX-GRC-ACH)
004051                MOVE FD-ALERTA-GRC
004052                    TO WK-GRC-ALERTA(WK-IDX-GRC-ACH)
004051                MOVE FD-EXPOSICAO-GRC
004052                    TO WK-GRC-EXPOSICAO(WK-IDX-GRC-ACH)
004053            END-IF.
004054            IF WK-QTD-GCT NOT LESS 9999
004055                DISPLAY 'TABELA DE CONTAS DE GRUPO CHEIA, '
004056                        'LIMITE 9999'
004057                MOVE 12 TO RETURN-CODE
004058                STOP RUN
004059            END-IF.
004060            ADD 1 TO WK-QTD-GCT.
004061            MOVE FD-CHAVE-GRC TO WK-GCT-CHAVE(WK-QTD-GCT).
004062            MOVE WK-IDX-GRC-ACH TO WK-GCT-IDX-GRC(WK-QTD-GCT).
004063            PERFORM 306-LER-GRPCONC.
004064        116-COMPARAR-GRUPO.
004065            IF WK-GRC-GRUPO(WK-IDX-GRC) = FD-GRUPO-GRC
004066                MOVE WK-IDX-GRC TO WK-IDX-GRC-ACH
004067            END-IF.
004008        111-CARREGAR-IOF.
004009            MOVE WK-DATA-SIST TO WK-DATA-REF-TAXA.
004010            MOVE 'IOFCREDI' TO WK-PRODUTO-PEDIDO.
004011            PERFORM 170-CARREGAR-TAXA-PRODUTO.
004012            MOVE WK-TAXA-PRODUTO TO WK-IOF-DIARIO.
004013            MOVE 'IOFCREAD' TO WK-PRODUTO-PEDIDO.
004014            PERFORM 170-CARREGAR-TAXA-PRODUTO.
004015            MOVE WK-TAXA-PRODUTO TO WK-IOF-ADICIONAL.
004016            IF WK-IOF-DIARIO = ZEROS OR WK-IOF-ADICIONAL = ZEROS
004017                DISPLAY 'ALIQUOTA DE IOF NAO ENCONTRADA NO '
004018                        'CADASTRO TAXAS'
004019                MOVE 12 TO RETURN-CODE
004020                STOP RUN
004021            END-IF.
004022        112-ABRIR-CETREG.
004023            OPEN EXTEND ARQ-CETREG.
004024            IF WK-FS-CETREG = '35'
004025                OPEN OUTPUT ARQ-CETREG
004026            END-IF.
004027            IF WK-FS-CETREG NOT = '00'
004028                DISPLAY 'ERRO ' WK-FS-CETREG
004029                        ' NO COMANDO OPEN CETREG'
004030                MOVE 12 TO RETURN-CODE
004031                STOP RUN
004032            END-IF.
004033            OPEN OUTPUT ARQ-DOCCET.
004034            IF WK-FS-DOCCET NOT = '00'
004035                DISPLAY 'ERRO ' WK-FS-DOCCET
004036                        ' NO COMANDO OPEN DOCCET'
004037                MOVE 12 TO RETURN-CODE
004038                STOP RUN
004039            END-IF.
004040        113-REGISTRAR-CET.
004041            MOVE FD-DATA-CET TO WK-DATA-CALC.
004042            PERFORM 280-CALCULAR-DIA-CORRIDO.
004043            IF FD-DATA-CET NOT GREATER WK-DATA-SIST
004044               AND WK-DIA-SIST - WK-DIA-CORRIDO
004045                   NOT GREATER WK-VALIDADE-CET
004046                IF WK-QTD-DCT NOT LESS 2000
004047                    DISPLAY 'TABELA DE DEMONSTRATIVOS CHEIA, '
004048                            'LIMITE 2000'
004049                    MOVE 12 TO RETURN-CODE
004050                    STOP RUN
004051                END-IF
004052                ADD 1 TO WK-QTD-DCT
004053                MOVE FD-PEDIDO-CET  TO WK-DCT-PEDIDO(WK-QTD-DCT)
004054                MOVE FD-CHAVE-CET   TO WK-DCT-CHAVE(WK-QTD-DCT)
004055                MOVE FD-LIBERADO-CET
004056                    TO WK-DCT-LIBERADO(WK-QTD-DCT)
004057                MOVE FD-TAXA-CET    TO WK-DCT-TAXA(WK-QTD-DCT)
004058                MOVE FD-SISTEMA-CET TO WK-DCT-SISTEMA(WK-QTD-DCT)
004059                MOVE FD-PRAZO-CET   TO WK-DCT-PRAZO(WK-QTD-DCT)
004060                MOVE FD-VENCIMENTO-CET
004061                    TO WK-DCT-VENCIMENTO(WK-QTD-DCT)
004062                MOVE FD-TARIFA-CET  TO WK-DCT-TARIFA(WK-QTD-DCT)
004063                MOVE FD-SEGURO-CET  TO WK-DCT-SEGURO(WK-QTD-DCT)
004064                MOVE FD-FINANCIADO-CET
004065                    TO WK-DCT-FINANCIADO(WK-QTD-DCT)
004066            END-IF.
004067            PERFORM 305-LER-CETREG.
004068       *      VALE A TAXA DE VIGENCIA MAIS RECENTE QUE NAO
004069       *      ULTRAPASSE A DATA DE REFERENCIA
004070        170-CARREGAR-TAXA-PRODUTO.
004071            MOVE ZEROS TO WK-TAXA-PRODUTO.
004072            MOVE ZEROS TO WK-DATA-TAXA-ACH.
004073            OPEN INPUT ARQ-TAXAS.
004074            IF WK-FS-TAXAS NOT = '00'
004075                DISPLAY 'ARQUIVO TAXAS INDISPONIVEL, STATUS '
004076                        WK-FS-TAXAS
004077                MOVE 12 TO RETURN-CODE
004078                STOP RUN
004079            END-IF.
004080            PERFORM 172-LER-TAXAS.
004081            PERFORM 173-APLICAR-TAXA-PRODUTO
004082                UNTIL WK-FS-TAXAS = '10'.
004083            CLOSE ARQ-TAXAS.
004084        172-LER-TAXAS.
004085            READ ARQ-TAXAS.
004086            EVALUATE WK-FS-TAXAS
004087                WHEN '00'
004088                    CONTINUE
004089                WHEN '10'
004090                    CONTINUE
004091                WHEN OTHER
004092                    DISPLAY 'ERRO ' WK-FS-TAXAS
004093                            ' NO COMANDO READ TAXAS'
004094                    MOVE 12 TO RETURN-CODE
004095                    STOP RUN
004096            END-EVALUATE.
004097        173-APLICAR-TAXA-PRODUTO.
004098            IF FD-PRODUTO-TAXAS = WK-PRODUTO-PEDIDO
004099               AND FD-DATA-TAXAS NOT GREATER WK-DATA-REF-TAXA
004100               AND FD-DATA-TAXAS NOT LESS WK-DATA-TAXA-ACH
004101                MOVE FD-TAXA-TAXAS TO WK-TAXA-PRODUTO
004102                MOVE FD-DATA-TAXAS TO WK-DATA-TAXA-ACH
004103            END-IF.
004104            PERFORM 172-LER-TAXAS.
003989       ***********************************************
003970       *      ORIGINACAO: O PRINCIPAL VIRA CREDITO NO
003980       *      LOTE E O CONTRATO ABRE COM A PARCELA PRICE
003990       *      CALCULADA UMA UNICA VEZ
004090                        DISPLAY 'CONTA NAO ATIVA NO PEDIDO : '
004100                                FD-CHAVE-NOV
004110                    ELSE
004111                        IF FD-EMPREGADOR-NOV = SPACES
004120                            PERFORM 207-CONFERIR-CET
004121                        ELSE
004122                            PERFORM 206-CONFERIR-EMPREGADOR
004123                        END-IF
004130                    END-IF
004140            END-READ.
004150            PERFORM 302-LER-EMPRENOV.
004151       *      NO CONSIGNADO A CONTA DO EMPREGADOR PRECISA
004152       *      EXISTIR E ESTAR ATIVA; O PEDIDO FICA DE FORA
004153       *      SE NAO ESTIVER. O CLIENTES VOLTA PARA A CONTA
004154       *      DO TOMADOR, USADA NA LIBERACAO
004155        206-CONFERIR-EMPREGADOR.
004156            SET EMPREGADOR-NAO-OK TO TRUE.
004157            MOVE FD-EMPREGADOR-NOV TO FD-CHAVE-CLIENTES.
004158            READ ARQ-CLIENTES
004159                INVALID KEY
004160                    DISPLAY 'EMPREGADOR INEXISTENTE NO PEDIDO : '
004161                            FD-CHAVE-NOV ' ' FD-EMPREGADOR-NOV
004162                NOT INVALID KEY
004163                    IF NOT CONTA-ATIVA
004164                        DISPLAY 'EMPREGADOR INATIVO NO PEDIDO : '
004165                                FD-CHAVE-NOV ' ' FD-EMPREGADOR-NOV
004166                    ELSE
004167                        SET EMPREGADOR-OK TO TRUE
004168                    END-IF
004169            END-READ.
004170            MOVE FD-CHAVE-NOV TO FD-CHAVE-CLIENTES.
004171            READ ARQ-CLIENTES
004172                INVALID KEY
004173                    SET EMPREGADOR-NAO-OK TO TRUE
004174            END-READ.
004175            IF EMPREGADOR-OK
004176                PERFORM 207-CONFERIR-CET
004177            END-IF.
004178       *      O PEDIDO SO E CONTRATADO NOS TERMOS DO CET
004179       *      DEMONSTRADO; VALE O ULTIMO DEMONSTRATIVO
004180       *      EMITIDO PARA O PEDIDO
004181        207-CONFERIR-CET.
004182            SET CET-NAO-EMITIDO TO TRUE.
004183            PERFORM 208-COMPARAR-CET
004184                VARYING WK-IDX-DCT FROM 1 BY 1
004185                UNTIL WK-IDX-DCT > WK-QTD-DCT.
004186            IF CET-EMITIDO
004187                PERFORM 209-CONFERIR-CONCENTRACAO
004188                IF CONCENTRACAO-OK
004189                    PERFORM 202-ABRIR-CONTRATO
004190                END-IF
004188            ELSE
004189                ADD 1 TO WK-QTD-SEM-CET
004190                DISPLAY 'PEDIDO SEM CET EMITIDO, RECUSADO : '
004191                        FD-PEDIDO-NOV ' ' FD-CHAVE-NOV
004192            END-IF.
004193        208-COMPARAR-CET.
004194            IF WK-DCT-PEDIDO(WK-IDX-DCT) = FD-PEDIDO-NOV
004195               AND WK-DCT-CHAVE(WK-IDX-DCT) = FD-CHAVE-NOV
004196               AND WK-DCT-LIBERADO(WK-IDX-DCT) = FD-PRINCIPAL-NOV
004197               AND WK-DCT-TAXA(WK-IDX-DCT) = FD-TAXA-NOV
004198               AND WK-DCT-SISTEMA(WK-IDX-DCT) = FD-SISTEMA-NOV
004199               AND WK-DCT-PRAZO(WK-IDX-DCT) = FD-PRAZO-NOV
004200               AND WK-DCT-VENCIMENTO(WK-IDX-DCT)
004201                   = FD-VENCIMENTO-NOV
004202               AND WK-DCT-TARIFA(WK-IDX-DCT) = FD-TARIFA-NOV
004203               AND WK-DCT-SEGURO(WK-IDX-DCT) = FD-SEGURO-NOV
004204                SET CET-EMITIDO TO TRUE
004205                MOVE WK-IDX-DCT TO WK-IDX-DCT-ACH
004206            END-IF.
004207       *      O VALOR FINANCIADO SOMA NA EXPOSICAO DO GRUPO DA
004208       *      CONTA: ACIMA DO LIMITE O PEDIDO E RECUSADO, ACIMA
004209       *      DO ALERTA VAI PARA APROVACAO SE AINDA NAO APROVADO
004210        209-CONFERIR-CONCENTRACAO.
004211            SET CONCENTRACAO-OK TO TRUE.
004212            MOVE ZEROS TO WK-IDX-GCT-ACH.
004213            PERFORM 210-COMPARAR-CONTA-GRUPO
004214                VARYING WK-IDX-GCT FROM 1 BY 1
004215                UNTIL WK-IDX-GCT > WK-QTD-GCT
004216                   OR WK-IDX-GCT-ACH > ZEROS.
004217            IF WK-IDX-GCT-ACH > ZEROS
004218                MOVE WK-GCT-IDX-GRC(WK-IDX-GCT-ACH) TO WK-IDX-GRC
004219                COMPUTE WK-EXPOSICAO-NOVA =
004220                    WK-GRC-EXPOSICAO(WK-IDX-GRC)
004221                    + WK-DCT-FINANCIADO(WK-IDX-DCT-ACH)
004222                EVALUATE TRUE
004223                    WHEN WK-EXPOSICAO-NOVA
004224                         > WK-GRC-LIMITE(WK-IDX-GRC)
004225                        SET CONCENTRACAO-NAO-OK TO TRUE
004226                        ADD 1 TO WK-QTD-CONC-RECUSADOS
004227                        DISPLAY 'PEDIDO EXCEDE O LIMITE DO GRUPO '
004228                                WK-GRC-GRUPO(WK-IDX-GRC)
004229                                ', RECUSADO : '
004230                                FD-PEDIDO-NOV ' ' FD-CHAVE-NOV
004231                    WHEN WK-EXPOSICAO-NOVA
004232                         > WK-GRC-ALERTA(WK-IDX-GRC)
004233                     AND NOT PEDIDO-APROVADO
004234                        SET CONCENTRACAO-NAO-OK TO TRUE
004235                        ADD 1 TO WK-QTD-EM-APROVACAO
004236                        WRITE REG-EMPRAPRV FROM REG-EMPRENOV
004237                        IF WK-FS-EMPRAPRV NOT = '00'
004238                            DISPLAY 'ERRO ' WK-FS-EMPRAPRV
004239                                    ' NO COMANDO WRITE EMPRAPRV'
004240                            MOVE 12 TO RETURN-CODE
004241                            STOP RUN
004242                        END-IF
004243                        DISPLAY 'PEDIDO ACIMA DO ALERTA DO GRUPO '
004244                                WK-GRC-GRUPO(WK-IDX-GRC)
004245                                ', PARA APROVACAO : '
004246                                FD-PEDIDO-NOV ' ' FD-CHAVE-NOV
004247                    WHEN OTHER
004248                        MOVE WK-EXPOSICAO-NOVA
004249                            TO WK-GRC-EXPOSICAO(WK-IDX-GRC)
004250                END-EVALUATE
004251            END-IF.
004252        210-COMPARAR-CONTA-GRUPO.
004253            IF WK-GCT-CHAVE(WK-IDX-GCT) = FD-CHAVE-NOV
004254                MOVE WK-IDX-GCT TO WK-IDX-GCT-ACH
004206            END-IF.
004160        202-ABRIR-CONTRATO.
004170            IF WK-QTD-CONTRATOS NOT LESS 2000
004180                DISPLAY 'TABELA DE CONTRATOS CHEIA, '
004270            MOVE WK-ULTIMO-CONTRATO
004280                TO WK-CTR-NUMERO(WK-IDX-CTR-ACH).
004290            MOVE FD-CHAVE-NOV TO WK-CTR-CHAVE(WK-IDX-CTR-ACH).
004300            MOVE WK-DCT-FINANCIADO(WK-IDX-DCT-ACH)
004310                TO WK-CTR-PRINCIPAL(WK-IDX-CTR-ACH).
004320            MOVE FD-TAXA-NOV TO WK-CTR-TAXA(WK-IDX-CTR-ACH).
004330            MOVE FD-SISTEMA-NOV
004370            MOVE ZEROS TO WK-CTR-PAGAS(WK-IDX-CTR-ACH).
004380            MOVE FD-VENCIMENTO-NOV
004390                TO WK-CTR-VENCIMENTO(WK-IDX-CTR-ACH).
004400            MOVE WK-DCT-FINANCIADO(WK-IDX-DCT-ACH)
004410                TO WK-CTR-SALDO-DEV(WK-IDX-CTR-ACH).
004420            PERFORM 203-CALCULAR-PARCELA-PRICE.
004430            MOVE 'A' TO WK-CTR-SITUACAO(WK-IDX-CTR-ACH).
004440            MOVE ZEROS TO WK-CTR-ATRASOS(WK-IDX-CTR-ACH).
004441            MOVE FD-EMPREGADOR-NOV
004442                TO WK-CTR-EMPREGADOR(WK-IDX-CTR-ACH).
004450            PERFORM 204-LIBERAR-PRINCIPAL.
004460            DISPLAY 'CONTRATO ' WK-ULTIMO-CONTRATO
004470                    ' ABERTO PARA ' FD-CHAVE-NOV.
004480       *      PARCELA PRICE = P * I * F / (F - 1) COM
004490       *      F = (1 + I) ** PRAZO; NO SAC A PARCELA E
004500       *      RECALCULADA A CADA MES. P E O VALOR FINANCIADO
004501       *      DO CET; O CLIENTE RECEBE O PRINCIPAL DO PEDIDO
004510        203-CALCULAR-PARCELA-PRICE.
004520            IF FD-SISTEMA-NOV = 'P'
004530                COMPUTE WK-TAXA-UNIT = FD-TAXA-NOV / 100
004540                COMPUTE WK-FATOR =
004550                    (1 + WK-TAXA-UNIT) ** FD-PRAZO-NOV
004560                COMPUTE WK-PARCELA ROUNDED =
004570                    WK-CTR-PRINCIPAL(WK-IDX-CTR-ACH)
004571                    * WK-TAXA-UNIT
004580                    * WK-FATOR / (WK-FATOR - 1)
004590                MOVE WK-PARCELA
004600                    TO WK-CTR-PARCELA(WK-IDX-CTR-ACH)
986160            END-IF.
986161            PERFORM 191-LER-CAMBIO.
004800        205-GRAVAR-LANCAMEM.
004801            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMEM.
004810            WRITE REG-LANCAMEM.
004820            IF WK-FS-LANCAMEM NOT = '00'
004830                DISPLAY 'ERRO ' WK-FS-LANCAMEM
004910       *      PARA DIA UTIL; DOC = NUMERO DO CONTRATO
004920        220-COBRANCA SECTION.
004930        220-COBRAR-CONTRATO.
004931       *      CONTRATO BAIXADO PARA PREJUIZO (EAD95903) NAO E
004932       *      MAIS COBRADO; PAGAMENTOS VAO PELO RECBAIXA
004940            IF WK-CTR-SITUACAO(WK-IDX-CONTRATO) = 'Q' OR 'B'
004950                CONTINUE
004960            ELSE
004970                IF WK-CTR-VENCIMENTO(WK-IDX-CONTRATO)
004980                       NOT GREATER WK-DATA-SIST
004981                    SET COBRAR-EM-CONTA TO TRUE
004982                    IF WK-CTR-EMPREGADOR(WK-IDX-CONTRATO)
004983                           NOT = SPACES
004984                        PERFORM 223-APURAR-CONSIGNADO
004985                    END-IF
004986                    IF NOT AGUARDAR-FOLHA
004990                        PERFORM 221-DEBITAR-PARCELA
004991                    END-IF
005000                END-IF
005010            END-IF.
005020        221-DEBITAR-PARCELA.
005230                COMPUTE WK-PARCELA =
005240                    WK-AMORTIZACAO + WK-JUROS-MES
005250            END-IF.
005251       *      PARCELA DESCONTADA NA FOLHA SO AVANCA O CONTRATO
005252            IF COBRAR-EM-CONTA
005253                PERFORM 224-GRAVAR-DEBITO-PARCELA
005254            ELSE
005255                ADD 1 TO WK-QTD-EM-FOLHA
005256            END-IF.
005440            SUBTRACT WK-AMORTIZACAO
005450                FROM WK-CTR-SALDO-DEV(WK-IDX-CONTRATO).
005460            ADD 1 TO WK-CTR-PAGAS(WK-IDX-CONTRATO).
005740            END-IF.
005750            MOVE WK-VENC-GRP
005760                TO WK-CTR-VENCIMENTO(WK-IDX-CONTRATO).
005761       *      CONSIGNADO: A APURACAO DA FOLHA DO VENCIMENTO
005762       *      DECIDE; SEM APURACAO, A PARCELA ESPERA A FOLHA
005763       *      ATE O FIM DO MES DO VENCIMENTO E DEPOIS VOLTA
005764       *      PARA A COBRANCA EM CONTA
005765        223-APURAR-CONSIGNADO.
005766            SET AGUARDAR-FOLHA TO TRUE.
005767            PERFORM 225-COMPARAR-CONSIG
005768                VARYING WK-IDX-CONSIG FROM 1 BY 1
005769                UNTIL WK-IDX-CONSIG > WK-QTD-CONSIG.
005770            IF AGUARDAR-FOLHA
005771               AND WK-CTR-VENCIMENTO(WK-IDX-CONTRATO)(1:6)
005772                   < WK-DATA-SIST(1:6)
005773                SET COBRAR-EM-CONTA TO TRUE
005774            END-IF.
005775            IF AGUARDAR-FOLHA
005776                ADD 1 TO WK-QTD-AGUARDANDO
005777            END-IF.
005778        224-GRAVAR-DEBITO-PARCELA.
005260            ADD 1 TO WK-DOC-SEQ.
005270            MOVE 'D' TO FD-TIPO-REG-LANCAMEM.
005280            MOVE WK-CTR-CHAVE(WK-IDX-CONTRATO)
005290                TO FD-CHAVE-LANCAMEM.
005300            MOVE SPACE TO FD-DIGITO-LANCAMEM.
005310            MOVE WK-CTR-NUMERO(WK-IDX-CONTRATO)
005320                TO FD-DOC-LANCAMEM.
005330            MOVE 'D' TO FD-TIPO-LANCAMEM.
005340            MOVE WK-PARCELA TO FD-VALOR-LANCAMEM.
005350            MOVE 'BRL' TO FD-MOEDA-LANCAMEM.
005360            MOVE WK-CTR-VENCIMENTO(WK-IDX-CONTRATO)
005370                TO FD-DATA-LANCAMEM.
005380            MOVE SPACES TO FD-CONTRA-LANCAMEM.
005390            MOVE WK-HORA-CAPTURA TO FD-HORA-LANCAMEM.
005400            MOVE WK-DOC-SEQ TO FD-SEQ-LANCAMEM.
005405            PERFORM 193-CONVERTER-VALOR-TRL.
005410            PERFORM 205-GRAVAR-LANCAMEM.
005420            ADD 1 TO WK-QTD-DETALHE.
005430            ADD WK-VALOR-CONV-TRL TO WK-TOT-DETALHE.
005779        225-COMPARAR-CONSIG.
005780            IF WK-CSG-CONTRATO(WK-IDX-CONSIG)
005781                   = WK-CTR-NUMERO(WK-IDX-CONTRATO)
005782               AND WK-CSG-VENCIMENTO(WK-IDX-CONSIG)
005783                   = WK-CTR-VENCIMENTO(WK-IDX-CONTRATO)
005784                IF WK-CSG-SITUACAO(WK-IDX-CONSIG) = 'D'
005785                    SET DESCONTADA-EM-FOLHA TO TRUE
005786                ELSE
005787                    IF AGUARDAR-FOLHA
005788                        SET COBRAR-EM-CONTA TO TRUE
005789                    END-IF
005790                END-IF
005791            END-IF.
005792        226-PROCURAR-CONTRATO-CSG.
005793            SET CONTRATO-NAO-ACHADO TO TRUE.
005794            PERFORM 227-COMPARAR-CONTRATO-CSG
005795                VARYING WK-IDX-CONTRATO FROM 1 BY 1
005796                UNTIL WK-IDX-CONTRATO > WK-QTD-CONTRATOS
005797                   OR CONTRATO-ACHADO.
005798        227-COMPARAR-CONTRATO-CSG.
005799            IF WK-CTR-NUMERO(WK-IDX-CONTRATO) = FD-CONTRATO-CDS
005800               AND WK-CTR-CHAVE(WK-IDX-CONTRATO) = FD-CHAVE-CDS
005801                SET CONTRATO-ACHADO TO TRUE
005802                MOVE WK-IDX-CONTRATO TO WK-IDX-CTR-ACH
005803            END-IF.
005770       ***********************************************
005780       *      ATRASO: O DEBITO QUE A NOITE DEVOLVEU TEM
005790       *      DOC = CONTRATO; O AVANCO E DESFEITO E O
006200            MOVE 'R' TO WK-CTR-SITUACAO(WK-IDX-CONTRATO).
006210            DISPLAY 'CONTRATO ' FD-DOC-REJEITAD
006220                    ' EM ATRASO, PARCELA DEVOLVIDA'.
006221       ***********************************************
006222       *      SIMULACAO: DEMONSTRATIVO DO CET ANTES DA
006223       *      CONTRATACAO. O CRONOGRAMA E PROJETADO DUAS
006224       *      VEZES: O PRIMEIRO, SOBRE LIBERADO + TARIFA +
006225       *      SEGURO, DA A BASE DO IOF, QUE TAMBEM E
006226       *      FINANCIADO; O SEGUNDO, SOBRE O VALOR FINAN-
006227       *      CIADO, E O QUE A COBRANCA VAI DEBITAR
006228        260-SIMULACAO SECTION.
006229        261-EMITIR-CET.
006230            PERFORM 262-CRITICAR-PEDIDO.
006231            IF PEDIDO-VALIDO
006232                MOVE FD-PRINCIPAL-NOV TO WK-VALOR-LIBERADO
006233                COMPUTE WK-VALOR-BASE = FD-PRINCIPAL-NOV
006234                    + FD-TARIFA-NOV + FD-SEGURO-NOV
006235                PERFORM 263-PROJETAR-CRONOGRAMA
006236                PERFORM 266-CALCULAR-IOF
006237                ADD WK-VALOR-IOF TO WK-VALOR-BASE
006238                PERFORM 263-PROJETAR-CRONOGRAMA
006239                PERFORM 268-CALCULAR-CET
006240                PERFORM 271-GRAVAR-CETREG
006241                PERFORM 272-IMPRIMIR-DOCCET
006242                ADD 1 TO WK-QTD-CET-EMITIDOS
006243            END-IF.
006244            PERFORM 302-LER-EMPRENOV.
006245       *      O CET SO E EMITIDO PARA PEDIDO QUE A ORIGINACAO
006246       *      CONSEGUE CONTRATAR: PRICE OU SAC, PRAZO DE ATE
006247       *      360 MESES E, NA PRICE, TAXA INFORMADA
006248        262-CRITICAR-PEDIDO.
006249            SET PEDIDO-VALIDO TO TRUE.
006250            MOVE FD-CHAVE-NOV TO FD-CHAVE-CLIENTES.
006251            READ ARQ-CLIENTES
006252                INVALID KEY
006253                    DISPLAY 'CONTA INEXISTENTE NO PEDIDO : '
006254                            FD-CHAVE-NOV
006255                    SET PEDIDO-INVALIDO TO TRUE
006256            END-READ.
006257            IF PEDIDO-VALIDO
006258               AND (FD-PRINCIPAL-NOV = ZEROS
006259                    OR FD-PRAZO-NOV = ZEROS
006260                    OR FD-PRAZO-NOV > 360
006261                    OR (FD-SISTEMA-NOV NOT = 'P'
006262                        AND FD-SISTEMA-NOV NOT = 'S')
006263                    OR (FD-SISTEMA-NOV = 'P'
006264                        AND FD-TAXA-NOV = ZEROS))
006265                DISPLAY 'PEDIDO SEM CONDICOES PARA O CET : '
006266                        FD-PEDIDO-NOV ' ' FD-CHAVE-NOV
006267                SET PEDIDO-INVALIDO TO TRUE
006268            END-IF.
006269        263-PROJETAR-CRONOGRAMA.
006270            MOVE WK-VALOR-BASE TO WK-SALDO-PROJ.
006271            MOVE ZEROS TO WK-TOT-JUROS-PROJ.
006272            MOVE ZEROS TO WK-TOT-PAGAR-PROJ.
006273            MOVE ZEROS TO WK-QTD-CRONO.
006274            IF FD-SISTEMA-NOV = 'P'
006275                COMPUTE WK-TAXA-UNIT = FD-TAXA-NOV / 100
006276                COMPUTE WK-FATOR =
006277                    (1 + WK-TAXA-UNIT) ** FD-PRAZO-NOV
006278                COMPUTE WK-PARCELA-PROJ ROUNDED =
006279                    WK-VALOR-BASE * WK-TAXA-UNIT
006280                    * WK-FATOR / (WK-FATOR - 1)
006281            END-IF.
006282            MOVE FD-VENCIMENTO-NOV TO WK-VENC-GRP.
006283            PERFORM 264-PROJETAR-PARCELA FD-PRAZO-NOV TIMES.
006284       *      MESMA CONTA DO 221-DEBITAR-PARCELA
006285        264-PROJETAR-PARCELA.
006286            ADD 1 TO WK-QTD-CRONO.
006287            IF WK-QTD-CRONO > 1
006288                PERFORM 265-PROJETAR-VENCIMENTO
006289            END-IF.
006290            COMPUTE WK-JUROS-MES ROUNDED =
006291                WK-SALDO-PROJ * FD-TAXA-NOV / 100.
006292            IF FD-SISTEMA-NOV = 'S'
006293                COMPUTE WK-AMORTIZACAO ROUNDED =
006294                    WK-VALOR-BASE / FD-PRAZO-NOV
006295                COMPUTE WK-PARCELA =
006296                    WK-AMORTIZACAO + WK-JUROS-MES
006297            ELSE
006298                MOVE WK-PARCELA-PROJ TO WK-PARCELA
006299                COMPUTE WK-AMORTIZACAO =
006300                    WK-PARCELA - WK-JUROS-MES
006301            END-IF.
006302            IF WK-AMORTIZACAO > WK-SALDO-PROJ
006303                MOVE WK-SALDO-PROJ TO WK-AMORTIZACAO
006304                COMPUTE WK-PARCELA =
006305                    WK-AMORTIZACAO + WK-JUROS-MES
006306            END-IF.
006307            SUBTRACT WK-AMORTIZACAO FROM WK-SALDO-PROJ.
006308            ADD WK-JUROS-MES TO WK-TOT-JUROS-PROJ.
006309            ADD WK-PARCELA   TO WK-TOT-PAGAR-PROJ.
006310            MOVE WK-VENC-GRP
006310                TO WK-CRO-VENCIMENTO(WK-QTD-CRONO).
006311            MOVE WK-JUROS-MES   TO WK-CRO-JUROS(WK-QTD-CRONO).
006312            MOVE WK-AMORTIZACAO TO WK-CRO-AMORT(WK-QTD-CRONO).
006313            MOVE WK-PARCELA     TO WK-CRO-PARCELA(WK-QTD-CRONO).
006314            MOVE WK-SALDO-PROJ  TO WK-CRO-SALDO(WK-QTD-CRONO).
006315       *      MESMA REGRA DO 222-AVANCAR-VENCIMENTO
006316        265-PROJETAR-VENCIMENTO.
006317            IF WK-MES-VENC < 12
006318                ADD 1 TO WK-MES-VENC
006319            ELSE
006320                MOVE 01 TO WK-MES-VENC
006321                ADD 1 TO WK-ANO-VENC
006322            END-IF.
006323            MOVE 'E'    TO LK-FUNCAO-COM.
006324            MOVE SPACES TO LK-AGENCIA-COM.
006325            MOVE WK-VENC-GRP TO LK-DATA1-COM.
006326            CALL WK-PROG-DIAS-UTEIS USING LK-AREA-DIAS-UTEIS.
006327            IF LK-RESPOSTA-COM = 'N'
006328                MOVE 'P' TO LK-FUNCAO-COM
006329                CALL WK-PROG-DIAS-UTEIS
006330                    USING LK-AREA-DIAS-UTEIS
006331                MOVE LK-DATA-SAIDA-COM TO WK-VENC-GRP
006332            END-IF.
006333       *      IOF SOBRE OPERACAO DE CREDITO: ALIQUOTA DIARIA
006334       *      SOBRE A AMORTIZACAO DE CADA PARCELA, PELOS DIAS
006335       *      CORRIDOS ATE O VENCIMENTO (NO MAXIMO 365), MAIS
006336       *      A ALIQUOTA ADICIONAL SOBRE O VALOR DO CREDITO
006337        266-CALCULAR-IOF.
006338            COMPUTE WK-IOF-ACUM =
006339                WK-VALOR-BASE * WK-IOF-ADICIONAL / 100.
006340            PERFORM 267-IOF-PARCELA
006341                VARYING WK-IDX-CRONO FROM 1 BY 1
006342                UNTIL WK-IDX-CRONO > WK-QTD-CRONO.
006343            COMPUTE WK-VALOR-IOF ROUNDED = WK-IOF-ACUM.
006344        267-IOF-PARCELA.
006345            MOVE WK-CRO-VENCIMENTO(WK-IDX-CRONO) TO WK-DATA-CALC.
006346            PERFORM 280-CALCULAR-DIA-CORRIDO.
006347            IF WK-DIA-CORRIDO > WK-DIA-SIST
006348                COMPUTE WK-DIAS-IOF = WK-DIA-CORRIDO - WK-DIA-SIST
006349            ELSE
006350                MOVE ZEROS TO WK-DIAS-IOF
006351            END-IF.
006352            IF WK-DIAS-IOF > 365
006353                MOVE 365 TO WK-DIAS-IOF
006354            END-IF.
006355            COMPUTE WK-IOF-ACUM = WK-IOF-ACUM
006356                + WK-CRO-AMORT(WK-IDX-CRONO) * WK-DIAS-IOF
006357                * WK-IOF-DIARIO / 100.
006358       *      CET MENSAL = TAXA QUE IGUALA O VALOR LIBERADO AO
006359       *      VALOR PRESENTE DAS PARCELAS, ACHADA POR BISSECAO
006360       *      ENTRE 0 E 100% AO MES; O ANUAL E O MENSAL
006361       *      CAPITALIZADO EM 12 MESES
006362        268-CALCULAR-CET.
006363            MOVE ZEROS TO WK-CET-MIN.
006364            MOVE 1     TO WK-CET-MAX.
006365            PERFORM 269-AJUSTAR-CET 50 TIMES.
006366            COMPUTE WK-CET-MES-TX = (WK-CET-MIN + WK-CET-MAX) / 2.
006367            COMPUTE WK-CET-ANO-TX = (1 + WK-CET-MES-TX) ** 12 - 1.
006368            COMPUTE WK-CET-MES-PC ROUNDED = WK-CET-MES-TX * 100.
006369            COMPUTE WK-CET-ANO-PC ROUNDED = WK-CET-ANO-TX * 100
006370                ON SIZE ERROR
006371                    MOVE 99999,9999 TO WK-CET-ANO-PC
006372            END-COMPUTE.
006373        269-AJUSTAR-CET.
006374            COMPUTE WK-CET-TESTE = (WK-CET-MIN + WK-CET-MAX) / 2.
006375            MOVE 1     TO WK-FATOR-DESC.
006376            MOVE ZEROS TO WK-VP-FLUXO.
006377            PERFORM 270-DESCONTAR-PARCELA
006378                VARYING WK-IDX-CRONO FROM 1 BY 1
006379                UNTIL WK-IDX-CRONO > WK-QTD-CRONO.
006380            IF WK-VP-FLUXO > WK-VALOR-LIBERADO
006381                MOVE WK-CET-TESTE TO WK-CET-MIN
006382            ELSE
006383                MOVE WK-CET-TESTE TO WK-CET-MAX
006384            END-IF.
006385        270-DESCONTAR-PARCELA.
006386            COMPUTE WK-FATOR-DESC =
006387                WK-FATOR-DESC / (1 + WK-CET-TESTE).
006388            COMPUTE WK-VP-FLUXO = WK-VP-FLUXO
006389                + WK-CRO-PARCELA(WK-IDX-CRONO) * WK-FATOR-DESC.
006390        271-GRAVAR-CETREG.
006391            MOVE FD-PEDIDO-NOV      TO FD-PEDIDO-CET.
006392            MOVE FD-CHAVE-NOV       TO FD-CHAVE-CET.
006393            MOVE WK-DATA-SIST       TO FD-DATA-CET.
006394            MOVE FD-PRINCIPAL-NOV   TO FD-LIBERADO-CET.
006395            MOVE FD-TAXA-NOV        TO FD-TAXA-CET.
006396            MOVE FD-SISTEMA-NOV     TO FD-SISTEMA-CET.
006397            MOVE FD-PRAZO-NOV       TO FD-PRAZO-CET.
006398            MOVE FD-VENCIMENTO-NOV  TO FD-VENCIMENTO-CET.
006399            MOVE FD-TARIFA-NOV      TO FD-TARIFA-CET.
006400            MOVE FD-SEGURO-NOV      TO FD-SEGURO-CET.
006401            MOVE WK-VALOR-IOF       TO FD-IOF-CET.
006402            MOVE WK-VALOR-BASE      TO FD-FINANCIADO-CET.
006403            MOVE WK-TOT-JUROS-PROJ  TO FD-TOT-JUROS-CET.
006404            MOVE WK-TOT-PAGAR-PROJ  TO FD-TOT-PAGAR-CET.
006405            MOVE WK-CET-MES-PC      TO FD-CET-MES-CET.
006406            MOVE WK-CET-ANO-PC      TO FD-CET-ANO-CET.
006407            WRITE REG-CETREG.
006408            IF WK-FS-CETREG NOT = '00'
006409                DISPLAY 'ERRO ' WK-FS-CETREG
006410                        ' NO COMANDO WRITE CETREG'
006411                MOVE 12 TO RETURN-CODE
006412                STOP RUN
006413            END-IF.
006414       *      UM DEMONSTRATIVO POR PAGINA: ENCARGOS UM A UM,
006415       *      VALOR FINANCIADO, CET MENSAL E ANUAL E O
006416       *      CRONOGRAMA COMPLETO DAS PARCELAS
006417        272-IMPRIMIR-DOCCET.
006418            WRITE REG-DOCCET FROM WK-DOC-TITULO AFTER PAGE.
006419            IF WK-FS-DOCCET NOT = '00'
006420                DISPLAY 'ERRO ' WK-FS-DOCCET
006421                        ' NO COMANDO WRITE DOCCET'
006422                MOVE 12 TO RETURN-CODE
006423                STOP RUN
006424            END-IF.
006425            MOVE FD-PEDIDO-NOV     TO WK-DOC-NUM-PED.
006426            MOVE FD-CHAVE-NOV      TO WK-DOC-CHAVE.
006427            MOVE FD-NOME-CLIENTES  TO WK-DOC-NOME.
006428            MOVE WK-DATA-SIST      TO WK-DOC-DATA.
006429            MOVE WK-DOC-PEDIDO     TO REG-DOCCET.
006430            PERFORM 274-GRAVAR-DOCCET.
006431            MOVE 'VALOR LIBERADO AO CLIENTE     : '
006432                TO WK-DOC-TIT-VAL.
006433            MOVE WK-VALOR-LIBERADO TO WK-DOC-VAL.
006434            MOVE WK-DOC-VALOR      TO REG-DOCCET.
006435            PERFORM 274-GRAVAR-DOCCET.
006436            MOVE 'TARIFA DE CADASTRO            : '
006437                TO WK-DOC-TIT-VAL.
006438            MOVE FD-TARIFA-NOV     TO WK-DOC-VAL.
006439            MOVE WK-DOC-VALOR      TO REG-DOCCET.
006440            PERFORM 274-GRAVAR-DOCCET.
006441            MOVE 'SEGURO PRESTAMISTA            : '
006442                TO WK-DOC-TIT-VAL.
006443            MOVE FD-SEGURO-NOV     TO WK-DOC-VAL.
006444            MOVE WK-DOC-VALOR      TO REG-DOCCET.
006445            PERFORM 274-GRAVAR-DOCCET.
006446            MOVE 'IOF SOBRE OPERACAO DE CREDITO : '
006447                TO WK-DOC-TIT-VAL.
006448            MOVE WK-VALOR-IOF      TO WK-DOC-VAL.
006449            MOVE WK-DOC-VALOR      TO REG-DOCCET.
006450            PERFORM 274-GRAVAR-DOCCET.
006451            MOVE 'VALOR FINANCIADO              : '
006452                TO WK-DOC-TIT-VAL.
006453            MOVE WK-VALOR-BASE     TO WK-DOC-VAL.
006454            MOVE WK-DOC-VALOR      TO REG-DOCCET.
006455            PERFORM 274-GRAVAR-DOCCET.
006456            MOVE 'TOTAL DE JUROS                : '
006457                TO WK-DOC-TIT-VAL.
006458            MOVE WK-TOT-JUROS-PROJ TO WK-DOC-VAL.
006459            MOVE WK-DOC-VALOR      TO REG-DOCCET.
006460            PERFORM 274-GRAVAR-DOCCET.
006461            MOVE 'TOTAL A PAGAR                 : '
006462                TO WK-DOC-TIT-VAL.
006463            MOVE WK-TOT-PAGAR-PROJ TO WK-DOC-VAL.
006464            MOVE WK-DOC-VALOR      TO REG-DOCCET.
006465            PERFORM 274-GRAVAR-DOCCET.
006466            MOVE 'SISTEMA DE AMORTIZACAO        : '
006467                TO WK-DOC-TIT-TXT.
006468            IF FD-SISTEMA-NOV = 'S'
006469                MOVE 'SAC'   TO WK-DOC-TXT
006470            ELSE
006471                MOVE 'PRICE' TO WK-DOC-TXT
006472            END-IF.
006473            MOVE WK-DOC-TEXTO      TO REG-DOCCET.
006474            PERFORM 274-GRAVAR-DOCCET.
006475            MOVE 'PRAZO EM MESES                : '
006476                TO WK-DOC-TIT-TXT.
006477            MOVE FD-PRAZO-NOV      TO WK-DOC-TXT.
006478            MOVE WK-DOC-TEXTO      TO REG-DOCCET.
006479            PERFORM 274-GRAVAR-DOCCET.
006480            MOVE 'TAXA DE JUROS AO MES          : '
006481                TO WK-DOC-TIT-TX.
006482            MOVE FD-TAXA-NOV       TO WK-DOC-TX.
006483            MOVE WK-DOC-TAXA       TO REG-DOCCET.
006484            PERFORM 274-GRAVAR-DOCCET.
006485            MOVE 'CUSTO EFETIVO TOTAL AO MES    : '
006486                TO WK-DOC-TIT-TX.
006487            MOVE WK-CET-MES-PC     TO WK-DOC-TX.
006488            MOVE WK-DOC-TAXA       TO REG-DOCCET.
006489            PERFORM 274-GRAVAR-DOCCET.
006490            MOVE 'CUSTO EFETIVO TOTAL AO ANO    : '
006491                TO WK-DOC-TIT-TX.
006492            MOVE WK-CET-ANO-PC     TO WK-DOC-TX.
006493            MOVE WK-DOC-TAXA       TO REG-DOCCET.
006494            PERFORM 274-GRAVAR-DOCCET.
006495            MOVE SPACES            TO REG-DOCCET.
006496            PERFORM 274-GRAVAR-DOCCET.
006497            MOVE WK-DOC-CABEC-CRONO TO REG-DOCCET.
006498            PERFORM 274-GRAVAR-DOCCET.
006499            PERFORM 273-IMPRIMIR-PARCELA
006500                VARYING WK-IDX-CRONO FROM 1 BY 1
006501                UNTIL WK-IDX-CRONO > WK-QTD-CRONO.
006502        273-IMPRIMIR-PARCELA.
006503            MOVE WK-IDX-CRONO TO WK-DOC-NUM-PARC.
006504            MOVE WK-CRO-VENCIMENTO(WK-IDX-CRONO) TO WK-DOC-VENC.
006505            MOVE WK-CRO-JUROS(WK-IDX-CRONO)      TO WK-DOC-JUROS.
006506            MOVE WK-CRO-AMORT(WK-IDX-CRONO)      TO WK-DOC-AMORT.
006507            MOVE WK-CRO-PARCELA(WK-IDX-CRONO)
006508                TO WK-DOC-PARCELA.
006509            MOVE WK-CRO-SALDO(WK-IDX-CRONO)      TO WK-DOC-SALDO.
006510            MOVE WK-DOC-CRONO TO REG-DOCCET.
006511            PERFORM 274-GRAVAR-DOCCET.
006512        274-GRAVAR-DOCCET.
006513            WRITE REG-DOCCET.
006514            IF WK-FS-DOCCET NOT = '00'
006515                DISPLAY 'ERRO ' WK-FS-DOCCET
006516                        ' NO COMANDO WRITE DOCCET'
006517                MOVE 12 TO RETURN-CODE
006518                STOP RUN
006519            END-IF.
006520       *      NUMERO DE DIAS CORRIDOS DE WK-DATA-CALC,
006521       *      CONTANDO O ANO A PARTIR DE MARCO
006522        280-CALCULAR-DIA-CORRIDO.
006523            MOVE WK-ANO-CALC TO WK-ANO-AJ.
006524            MOVE WK-MES-CALC TO WK-MES-AJ.
006525            IF WK-MES-AJ < 3
006526                SUBTRACT 1 FROM WK-ANO-AJ
006527                ADD 12 TO WK-MES-AJ
006528            END-IF.
006529            DIVIDE WK-ANO-AJ BY 4   GIVING WK-QUOC-4.
006530            DIVIDE WK-ANO-AJ BY 100 GIVING WK-QUOC-100.
006531            DIVIDE WK-ANO-AJ BY 400 GIVING WK-QUOC-400.
006532            COMPUTE WK-TERMO-MES = 153 * (WK-MES-AJ - 3) + 2.
006533            DIVIDE WK-TERMO-MES BY 5 GIVING WK-QUOC-MES.
006534            COMPUTE WK-DIA-CORRIDO = 365 * WK-ANO-AJ
006535                + WK-QUOC-4 - WK-QUOC-100 + WK-QUOC-400
006536                + WK-QUOC-MES + WK-DIA-CALC.
006230       ***********************************************
006240        300-LEITURAS SECTION.
006250        301-LER-EMPREST.
006610                    MOVE 12 TO RETURN-CODE
006620                    STOP RUN
006630            END-EVALUATE.
006631        304-LER-CONSIGDS.
006632            READ ARQ-CONSIGDS.
006633            EVALUATE WK-FS-CONSIGDS
006634                WHEN '00'
006635                    CONTINUE
006636                WHEN '10'
006637                    CONTINUE
006638                WHEN OTHER
006639                    DISPLAY 'ERRO ' WK-FS-CONSIGDS
006640                            ' NO COMANDO READ CONSIGDS'
006641                    MOVE 12 TO RETURN-CODE
006642                    STOP RUN
006643            END-EVALUATE.
006644        305-LER-CETREG.
006645            READ ARQ-CETREG.
006646            EVALUATE WK-FS-CETREG
006647                WHEN '00'
006648                    CONTINUE
006649                WHEN '10'
006650                    CONTINUE
006651                WHEN OTHER
006652                    DISPLAY 'ERRO ' WK-FS-CETREG
006653                            ' NO COMANDO READ CETREG'
006654                    MOVE 12 TO RETURN-CODE
006655                    STOP RUN
006656            END-EVALUATE.
006657        306-LER-GRPCONC.
006658            READ ARQ-GRPCONC.
006659            EVALUATE WK-FS-GRPCONC
006660                WHEN '00'
006661                    CONTINUE
006662                WHEN '10'
006663                    CONTINUE
006664                WHEN OTHER
006665                    DISPLAY 'ERRO ' WK-FS-GRPCONC
006666                            ' NO COMANDO READ GRPCONC'
006667                    MOVE 12 TO RETURN-CODE
006668                    STOP RUN
006669            END-EVALUATE.
006644       ***********************************************
006650        195-GRAVAR-JRNL-INICIO.
006660            MOVE 'I' TO JRL-TIPO.
006670            MOVE ZEROS TO JRL-QTD-LIDOS.
006680            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006690            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006700            MOVE ZEROS TO JRL-RETORNO.
006701            MOVE 'EAD95877' TO LK-PROGRAMA-COM.
006702            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006703            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006710            PERFORM 194-GRAVAR-RUNJRNL.
006720        196-GRAVAR-JRNL-FIM.
006730            MOVE 'F' TO JRL-TIPO.
006780            MOVE WK-QTD-ATRASADOS
006790                TO JRL-QTD-REJEITADOS.
006800            MOVE RETURN-CODE TO JRL-RETORNO.
006801            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006810            PERFORM 194-GRAVAR-RUNJRNL.
006820        194-GRAVAR-RUNJRNL.
006830            OPEN EXTEND ARQ-RUNJRNL.
007340            MOVE 'CONTRATOS QUITADOS      : ' TO WK-TITULO-TOT.
007350            MOVE WK-QTD-QUITADOS TO WK-VALOR-TOT.
007360            WRITE REG-RELEMPR FROM WK-LINHA-TOTAL.
007361            IF FUNCAO-COBRANCA
007362                MOVE 'PARCELAS PAGAS EM FOLHA : ' TO WK-TITULO-TOT
007363                MOVE WK-QTD-EM-FOLHA TO WK-VALOR-TOT
007364                WRITE REG-RELEMPR FROM WK-LINHA-TOTAL
007365                MOVE 'CONSIG. AGUARDANDO FOLHA: ' TO WK-TITULO-TOT
007366                MOVE WK-QTD-AGUARDANDO TO WK-VALOR-TOT
007367                WRITE REG-RELEMPR FROM WK-LINHA-TOTAL
007368            END-IF.
007369            IF FUNCAO-ORIGINACAO
007370                MOVE 'PEDIDOS SEM CET EMITIDO : ' TO WK-TITULO-TOT
007371                MOVE WK-QTD-SEM-CET TO WK-VALOR-TOT
007372                WRITE REG-RELEMPR FROM WK-LINHA-TOTAL
007373                MOVE 'RECUSADOS LIMITE GRUPO  : ' TO WK-TITULO-TOT
007374                MOVE WK-QTD-CONC-RECUSADOS TO WK-VALOR-TOT
007375                WRITE REG-RELEMPR FROM WK-LINHA-TOTAL
007376                MOVE 'ENVIADOS PARA APROVACAO : ' TO WK-TITULO-TOT
007377                MOVE WK-QTD-EM-APROVACAO TO WK-VALOR-TOT
007378                WRITE REG-RELEMPR FROM WK-LINHA-TOTAL
007379                CLOSE ARQ-EMPRAPRV
007373            END-IF.
007374            IF FUNCAO-SIMULACAO
007375                MOVE 'DEMONSTRATIVOS DE CET   : ' TO WK-TITULO-TOT
007376                MOVE WK-QTD-CET-EMITIDOS TO WK-VALOR-TOT
007377                WRITE REG-RELEMPR FROM WK-LINHA-TOTAL
007378            END-IF.
007370            DISPLAY 'CONTRATOS NA CARTEIRA : '
007380                    WK-QTD-CONTRATOS.
007390            IF FUNCAO-ORIGINACAO OR FUNCAO-SIMULACAO
007400                CLOSE ARQ-EMPRENOV
007410                CLOSE ARQ-CLIENTES
007420            END-IF.
007421            IF FUNCAO-SIMULACAO
007422                CLOSE ARQ-CETREG
007423                CLOSE ARQ-DOCCET
007424            END-IF.
007430            IF FUNCAO-ATRASO
007440                CLOSE ARQ-REJEITAD
007450            END-IF.
007810                TO FD-SITUACAO-EMP.
007820            MOVE WK-CTR-ATRASOS(WK-IDX-CONTRATO)
007830                TO FD-ATRASOS-EMP.
007831            MOVE WK-CTR-EMPREGADOR(WK-IDX-CONTRATO)
007832                TO FD-EMPREGADOR-EMP.
007840            WRITE REG-EMPRESTN FROM REG-EMPREST.
007850            IF WK-FS-EMPRESTN NOT = '00'
007860                DISPLAY 'ERRO ' WK-FS-EMPRESTN
