000140            LUCAS.
000150       **************************************************
000160       *   MANUTENCAO DAS TABELAS DE REFERENCIA DA      *
000170       *   CASA (AGENCIAS, VENDMEST, ICMSTAB, PARMALER, *
000171       *   FERIADOS, PRODRISC, COMPPARM, MOTREJ,        *
000172       *   CHKPREV, INSCEST E HIERVEN) POR ARQUIVO DE   *
000173       *   TRANSACOES                                   *
000190       *   TIPADAS: CADA LINHA DO MANTAB TRAZ TABELA,   *
000200       *   ACAO, CHAVE E CAMPOS; O PROGRAMA CRITICA O   *
000210       *   LAYOUT E A CHAVE DE CADA TABELA, REGRAVA O   *
000540                FILE STATUS IS WK-FS-FERIADOS.
000550            SELECT ARQ-FERIADON ASSIGN TO FERIADON
000560                FILE STATUS IS WK-FS-FERIADON.
000561            SELECT ARQ-PRODRISC ASSIGN TO PRODRISC
000562                FILE STATUS IS WK-FS-PRODRISC.
000563            SELECT ARQ-PRODRISN ASSIGN TO PRODRISN
000564                FILE STATUS IS WK-FS-PRODRISN.
000565            SELECT ARQ-COMPPARM ASSIGN TO COMPPARM
000566                FILE STATUS IS WK-FS-COMPPARM.
000567            SELECT ARQ-COMPPARN ASSIGN TO COMPPARN
000568                FILE STATUS IS WK-FS-COMPPARN.
000569            SELECT ARQ-MOTREJ   ASSIGN TO MOTREJ
000570                FILE STATUS IS WK-FS-MOTREJ.
000571            SELECT ARQ-MOTREJN  ASSIGN TO MOTREJN
000572                FILE STATUS IS WK-FS-MOTREJN.
000573            SELECT ARQ-CHKPREV  ASSIGN TO CHKPREV
000574                FILE STATUS IS WK-FS-CHKPREV.
000575            SELECT ARQ-CHKPREVN ASSIGN TO CHKPREVN
000576                FILE STATUS IS WK-FS-CHKPREVN.
000577            SELECT ARQ-INSCEST  ASSIGN TO INSCEST
000578                FILE STATUS IS WK-FS-INSCEST.
000579            SELECT ARQ-INSCESTN ASSIGN TO INSCESTN
000580                FILE STATUS IS WK-FS-INSCESTN.
000581            SELECT ARQ-HIERVEN  ASSIGN TO HIERVEN
000582                FILE STATUS IS WK-FS-HIERVEN.
000583            SELECT ARQ-HIERVENN ASSIGN TO HIERVENN
000584                FILE STATUS IS WK-FS-HIERVENN.
000570            SELECT ARQ-TABJRNL  ASSIGN TO TABJRNL
000580                FILE STATUS IS WK-FS-TABJRNL.
000590            SELECT ARQ-RELMTAB  ASSIGN TO RELMTAB
000770            05 FD-CODIGO-AGENCIA   PIC X(4).
000780            05 FD-NOME-AGENCIA     PIC X(20).
000790            05 FD-REGIAO-AGENCIA   PIC X(10).
000791       *          NUMERARIO MINIMO E MAXIMO DA AGENCIA (CAIXAS
000792       *          MAIS TERMINAIS) EM R$ MIL, PARA O EAD95938;
000793       *          ZEROS = AGENCIA SEM CONTROLE DE NUMERARIO
000794            05 FD-MINIMO-AGENCIA   PIC 9(3).
000795            05 FD-MAXIMO-AGENCIA   PIC 9(3).
000800        FD   ARQ-AGENCIAN
000810             RECORDING MODE IS F.
000811        01  REG-AGENCIAN               PIC X(40).
000830        FD   ARQ-VENDMEST
000840             RECORDING MODE IS F.
000850        01  REG-VENDMEST.
001140        FD   ARQ-FERIADON
001150             RECORDING MODE IS F.
001160        01  REG-FERIADON               PIC X(32).
001161       *      GRAU DE RISCO DO PRODUTO DO CADASTRO TAXAS
001162       *      PARA A SUITABILITY: 1 CONSERVADOR, 2
001163       *      MODERADO, 3 ARROJADO
001164        FD   ARQ-PRODRISC
001165             RECORDING MODE IS F.
001166        01  REG-PRODRISC.
001167            05 FD-PRODUTO-RISCO    PIC X(8).
001168            05 FD-GRAU-RISCO       PIC 9.
001169        FD   ARQ-PRODRISN
001170             RECORDING MODE IS F.
001171        01  REG-PRODRISN               PIC X(9).
001172       *      PARAMETROS DO RECOLHIMENTO COMPULSORIO POR
001173       *      TIPO DE RECURSO: V A VISTA, P A PRAZO
001174        FD   ARQ-COMPPARM
001175             RECORDING MODE IS F.
001176        01  REG-COMPPARM.
001177            05 FD-BASE-COMPPARM    PIC X.
001178            05 FD-ALIQUOTA-COMPPARM PIC 9(3)V99.
001179            05 FD-DEDUCAO-COMPPARM PIC 9(11)V99.
001180            05 FD-MULTA-COMPPARM   PIC 9(3)V99.
001181        FD   ARQ-COMPPARN
001182             RECORDING MODE IS F.
001183        01  REG-COMPPARN               PIC X(24).
001184       *      CATALOGO DOS MOTIVOS DE REJEICAO GRAVADOS NO
001185       *      REJEITAD (EAD95809) E NO REJEITAI (EAD95856):
001186       *      RETENTAVEL S = O EAD95833 RECICLA; NOTIFICA
001187       *      S = O EAD95888 AVISA O CLIENTE (EVENTO 03);
001188       *      AREA RESPONSAVEL PELO TRATAMENTO
001189       *        001 CHAVE INEXISTENTE NO CADASTRO
001190       *        002 TIPO DE REGISTRO INVALIDO
001191       *        003 TIPO DE LANCAMENTO INVALIDO
001192       *        004 AGENCIA NAO CADASTRADA
001193       *        005 DOCUMENTO DUPLICADO
001194       *        006 DATA RETROATIVA ALEM DA JANELA
001195       *        007 CONTA ENCERRADA
001196       *        008 CONTA BLOQUEADA PARA DEBITOS
001197       *        010 SALDO INSUFICIENTE, LIMITE EXCEDIDO
001198       *        011 A 016 SALDO INSUFICIENTE PARA CHEQUE,
001199       *            CARTAO, PAGTO, TED, TARIFA E TRANSF
001200       *        020 VALOR SOB BLOQUEIO JUDICIAL
001201       *        021 VALOR SOB CHEQUE A COMPENSAR
001202       *        030 CONTRAPARTE DE TRANSF INVALIDA
001203       *        031 CONTRAPARTE FORA DA FAIXA
001204       *        032 CONTRAPARTE INEXISTENTE
001205       *        033 CONTRAPARTE ENCERRADA
001206       *        034 CONTRAPARTE DE TRANSFERENCIA (PERNA
001207       *            DE CREDITO DO PAR REJEITADO)
001208        FD   ARQ-MOTREJ
001209             RECORDING MODE IS F.
001210        01  REG-MOTREJ.
001211            05 FD-CODIGO-MOTREJ    PIC 9(3).
001212            05 FD-DESCRICAO-MOTREJ PIC X(30).
001213            05 FD-RETENTAVEL-MOTREJ PIC X.
001214            05 FD-NOTIFICA-MOTREJ  PIC X.
001215            05 FD-AREA-MOTREJ      PIC X(5).
001216        FD   ARQ-MOTREJN
001217             RECORDING MODE IS F.
001218        01  REG-MOTREJN                PIC X(40).
001219       *      LISTA DE ITENS DA VERIFICACAO DE PRONTIDAO DA
001220       *      NOITE (EAD95926): TIPO CA, LA, XR, CE, TR OU FE,
001221       *      PARAMETRO DO TIPO (MOEDA OU ARQUIVO) E S/N PARA
001222       *      FALHA QUE BLOQUEIA A NOITE
001223        FD   ARQ-CHKPREV
001224             RECORDING MODE IS F.
001225        01  REG-CHKPREV.
001226            05 FD-ITEM-CHKPREV     PIC 9(3).
001227            05 FD-TIPO-CHKPREV     PIC XX.
001228            05 FD-PARAM-CHKPREV    PIC X(8).
001229            05 FD-BLOQUEIA-CHKPREV PIC X.
001230            05 FD-DESCRICAO-CHKPREV PIC X(26).
001231        FD   ARQ-CHKPREVN
001232             RECORDING MODE IS F.
001233        01  REG-CHKPREVN               PIC X(40).
001234       *      INSCRICOES DA EMPRESA NOS ESTADOS ONDE E
001235       *      CONTRIBUINTE DO ICMS (SPED FISCAL, EAD95935):
001236       *      CNPJ DO ESTABELECIMENTO, INSCRICAO ESTADUAL E
001237       *      CODIGO IBGE DO MUNICIPIO
001238        FD   ARQ-INSCEST
001239             RECORDING MODE IS F.
001240        01  REG-INSCEST.
001241            05 FD-ESTADO-INSC      PIC XX.
001242            05 FD-CNPJ-INSC        PIC X(14).
001243            05 FD-IE-INSC          PIC X(14).
001244            05 FD-MUNICIPIO-INSC   PIC 9(7).
001245            05 FILLER              PIC X(3).
001246        FD   ARQ-INSCESTN
001247             RECORDING MODE IS F.
001248        01  REG-INSCESTN               PIC X(40).
001249       *      HIERARQUIA DE VENDAS COM VIGENCIA (AAAAMM):
001250       *      A PARTIR DA VIGENCIA O VENDEDOR RESPONDE AO
001251       *      SUPERVISOR, AO GERENTE REGIONAL E AO DIRETOR
001252       *      DO REGISTRO, ATE A PROXIMA VIGENCIA DELE
001253       *      (EAD95937, USADO NO EAD95813, EAD95845 E
001254       *      EAD95874)
001255        FD   ARQ-HIERVEN
001256             RECORDING MODE IS F.
001257        01  REG-HIERVEN.
001258            05 FD-VENDEDOR-HIER    PIC 99.
001259            05 FD-VIGENCIA-HIER    PIC 9(6).
001260            05 FD-SUPERVISOR-HIER  PIC 99.
001261            05 FD-REGIONAL-HIER    PIC 99.
001262            05 FD-DIRETOR-HIER     PIC 99.
001263            05 FILLER              PIC X(6).
001264        FD   ARQ-HIERVENN
001265             RECORDING MODE IS F.
001266        01  REG-HIERVENN               PIC X(20).
001170        FD   ARQ-TABJRNL
001180             RECORDING MODE IS F.
001190        01  REG-TABJRNL.
001380            05 JRL-QTD-GRAVADOS    PIC 9(7).
001390            05 JRL-QTD-REJEITADOS  PIC 9(7).
001400            05 JRL-RETORNO         PIC 9(4).
001401            05 JRL-ID-EXEC         PIC 9(10).
001410        WORKING-STORAGE SECTION.
001420        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001421        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001422        01  LK-AREA-ID-EXEC.
001423            05 LK-PROGRAMA-COM     PIC X(8).
001424            05 LK-ID-EXEC-COM      PIC 9(10).
001430        77  WK-FS-MANTAB   PIC XX           VALUE SPACES.
001440        77  WK-FS-AGENCIAS PIC XX           VALUE SPACES.
001450        77  WK-FS-AGENCIAN PIC XX           VALUE SPACES.
001510        77  WK-FS-PARMALEN PIC XX           VALUE SPACES.
001520        77  WK-FS-FERIADOS PIC XX           VALUE SPACES.
001530        77  WK-FS-FERIADON PIC XX           VALUE SPACES.
001531        77  WK-FS-PRODRISC PIC XX           VALUE SPACES.
001532        77  WK-FS-PRODRISN PIC XX           VALUE SPACES.
001533        77  WK-FS-COMPPARM PIC XX           VALUE SPACES.
001534        77  WK-FS-COMPPARN PIC XX           VALUE SPACES.
001535        77  WK-FS-MOTREJ   PIC XX           VALUE SPACES.
001536        77  WK-FS-MOTREJN  PIC XX           VALUE SPACES.
001537        77  WK-FS-CHKPREV  PIC XX           VALUE SPACES.
001538        77  WK-FS-CHKPREVN PIC XX           VALUE SPACES.
001539        77  WK-FS-INSCEST  PIC XX           VALUE SPACES.
001540        77  WK-FS-INSCESTN PIC XX           VALUE SPACES.
001541        77  WK-FS-HIERVEN  PIC XX           VALUE SPACES.
001542        77  WK-FS-HIERVENN PIC XX           VALUE SPACES.
001540        77  WK-FS-TABJRNL  PIC XX           VALUE SPACES.
001550        77  WK-FS-RELMTAB  PIC XX           VALUE SPACES.
001560        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001655        77  WK-IMG-TRABALHO PIC X(40)       VALUE SPACES.
001660       *      REGISTROS DA TABELA EM MANUTENCAO, COMO
001670       *      IMAGENS DE ATE 40 BYTES COM A CHAVE NO
001671       *      INICIO; O MESMO MOTOR SERVE AS 11 TABELAS
001690        77  WK-QTD-REGISTROS PIC 9(3)       VALUE ZEROS.
001700        77  WK-IDX-REG     PIC 9(3)         VALUE ZEROS.
001710        77  WK-IDX-REG-ACH PIC 9(3)         VALUE ZEROS.
002060            PERFORM 203-MANTER-ICMSTAB.
002070            PERFORM 204-MANTER-PARMALER.
002080            PERFORM 205-MANTER-FERIADOS.
002081            PERFORM 206-MANTER-PRODRISC.
002082            PERFORM 207-MANTER-COMPPARM.
002083            PERFORM 208-MANTER-MOTREJ.
002084            PERFORM 209-MANTER-CHKPREV.
002085            PERFORM 210-MANTER-INSCEST.
002086            PERFORM 242-MANTER-HIERVEN.
002090            PERFORM 901-FINALIZAR.
002100            PERFORM 196-GRAVAR-JRNL-FIM.
002110            STOP RUN.
002650        201-MANTER-AGENCIAS.
002660            MOVE 'AGENCIAS' TO WK-TABELA-ATUAL.
002670            MOVE 4  TO WK-TAM-CHAVE.
002671            MOVE 40 TO WK-TAM-REG.
002690            MOVE ZEROS TO WK-QTD-REGISTROS.
002700            OPEN INPUT ARQ-AGENCIAS.
002710            IF WK-FS-AGENCIAS = '00'
002820            CLOSE ARQ-AGENCIAN.
002830        211-GUARDAR-AGENCIA.
002840            MOVE SPACES TO WK-IMG-TRABALHO.
002841            MOVE REG-AGENCIAS TO WK-IMG-TRABALHO(1:40).
002860            PERFORM 240-GUARDAR-IMAGEM.
002870            PERFORM 302-LER-AGENCIAS.
002880        221-GRAVAR-AGENCIAN.
002890            IF WK-IMG-ATIVO(WK-IDX-REG) = 'S'
002900                WRITE REG-AGENCIAN
002901                    FROM WK-IMG-REGISTRO(WK-IDX-REG)(1:40)
002920            END-IF.
002930        202-MANTER-VENDMEST.
002940            MOVE 'VENDMEST' TO WK-TABELA-ATUAL.
004020                WRITE REG-FERIADON
004030                    FROM WK-IMG-REGISTRO(WK-IDX-REG)(1:32)
004040            END-IF.
004041        206-MANTER-PRODRISC.
004042            MOVE 'PRODRISC' TO WK-TABELA-ATUAL.
004043            MOVE 8 TO WK-TAM-CHAVE.
004044            MOVE 9 TO WK-TAM-REG.
004045            MOVE ZEROS TO WK-QTD-REGISTROS.
004046            OPEN INPUT ARQ-PRODRISC.
004047            IF WK-FS-PRODRISC = '00'
004048                PERFORM 307-LER-PRODRISC
004049                PERFORM 216-GUARDAR-PRODUTO
004050                    UNTIL WK-FS-PRODRISC = '10'
004051                CLOSE ARQ-PRODRISC
004052            END-IF.
004053            PERFORM 230-APLICAR-TRANSACOES.
004054            OPEN OUTPUT ARQ-PRODRISN.
004055            PERFORM 226-GRAVAR-PRODRISN
004056                VARYING WK-IDX-REG FROM 1 BY 1
004057                UNTIL WK-IDX-REG > WK-QTD-REGISTROS.
004058            CLOSE ARQ-PRODRISN.
004059        216-GUARDAR-PRODUTO.
004060            MOVE SPACES TO WK-IMG-TRABALHO.
004061            MOVE REG-PRODRISC TO WK-IMG-TRABALHO(1:9).
004062            PERFORM 240-GUARDAR-IMAGEM.
004063            PERFORM 307-LER-PRODRISC.
004064        226-GRAVAR-PRODRISN.
004065            IF WK-IMG-ATIVO(WK-IDX-REG) = 'S'
004066                WRITE REG-PRODRISN
004067                    FROM WK-IMG-REGISTRO(WK-IDX-REG)(1:9)
004068            END-IF.
004069        207-MANTER-COMPPARM.
004070            MOVE 'COMPPARM' TO WK-TABELA-ATUAL.
004071            MOVE 1  TO WK-TAM-CHAVE.
004072            MOVE 24 TO WK-TAM-REG.
004073            MOVE ZEROS TO WK-QTD-REGISTROS.
004074            OPEN INPUT ARQ-COMPPARM.
004075            IF WK-FS-COMPPARM = '00'
004076                PERFORM 308-LER-COMPPARM
004077                PERFORM 217-GUARDAR-COMPULSORIO
004078                    UNTIL WK-FS-COMPPARM = '10'
004079                CLOSE ARQ-COMPPARM
004080            END-IF.
004081            PERFORM 230-APLICAR-TRANSACOES.
004082            OPEN OUTPUT ARQ-COMPPARN.
004083            PERFORM 227-GRAVAR-COMPPARN
004084                VARYING WK-IDX-REG FROM 1 BY 1
004085                UNTIL WK-IDX-REG > WK-QTD-REGISTROS.
004086            CLOSE ARQ-COMPPARN.
004087        217-GUARDAR-COMPULSORIO.
004088            MOVE SPACES TO WK-IMG-TRABALHO.
004089            MOVE REG-COMPPARM TO WK-IMG-TRABALHO(1:24).
004090            PERFORM 240-GUARDAR-IMAGEM.
004091            PERFORM 308-LER-COMPPARM.
004092        227-GRAVAR-COMPPARN.
004093            IF WK-IMG-ATIVO(WK-IDX-REG) = 'S'
004094                WRITE REG-COMPPARN
004095                    FROM WK-IMG-REGISTRO(WK-IDX-REG)(1:24)
004096            END-IF.
004097        208-MANTER-MOTREJ.
004098            MOVE 'MOTREJ  ' TO WK-TABELA-ATUAL.
004099            MOVE 3  TO WK-TAM-CHAVE.
004100            MOVE 40 TO WK-TAM-REG.
004101            MOVE ZEROS TO WK-QTD-REGISTROS.
004102            OPEN INPUT ARQ-MOTREJ.
004103            IF WK-FS-MOTREJ = '00'
004104                PERFORM 309-LER-MOTREJ
004105                PERFORM 218-GUARDAR-MOTIVO
004106                    UNTIL WK-FS-MOTREJ = '10'
004107                CLOSE ARQ-MOTREJ
004108            END-IF.
004109            PERFORM 230-APLICAR-TRANSACOES.
004110            OPEN OUTPUT ARQ-MOTREJN.
004111            PERFORM 228-GRAVAR-MOTREJN
004112                VARYING WK-IDX-REG FROM 1 BY 1
004113                UNTIL WK-IDX-REG > WK-QTD-REGISTROS.
004114            CLOSE ARQ-MOTREJN.
004115        218-GUARDAR-MOTIVO.
004116            MOVE SPACES TO WK-IMG-TRABALHO.
004117            MOVE REG-MOTREJ TO WK-IMG-TRABALHO(1:40).
004118            PERFORM 240-GUARDAR-IMAGEM.
004119            PERFORM 309-LER-MOTREJ.
004120        228-GRAVAR-MOTREJN.
004121            IF WK-IMG-ATIVO(WK-IDX-REG) = 'S'
004122                WRITE REG-MOTREJN
004123                    FROM WK-IMG-REGISTRO(WK-IDX-REG)(1:40)
004124            END-IF.
004125        209-MANTER-CHKPREV.
004126            MOVE 'CHKPREV ' TO WK-TABELA-ATUAL.
004127            MOVE 3  TO WK-TAM-CHAVE.
004128            MOVE 40 TO WK-TAM-REG.
004129            MOVE ZEROS TO WK-QTD-REGISTROS.
004130            OPEN INPUT ARQ-CHKPREV.
004131            IF WK-FS-CHKPREV = '00'
004132                PERFORM 310-LER-CHKPREV
004133                PERFORM 219-GUARDAR-ITEM-CHK
004134                    UNTIL WK-FS-CHKPREV = '10'
004135                CLOSE ARQ-CHKPREV
004136            END-IF.
004137            PERFORM 230-APLICAR-TRANSACOES.
004138            OPEN OUTPUT ARQ-CHKPREVN.
004139            PERFORM 229-GRAVAR-CHKPREVN
004140                VARYING WK-IDX-REG FROM 1 BY 1
004141                UNTIL WK-IDX-REG > WK-QTD-REGISTROS.
004142            CLOSE ARQ-CHKPREVN.
004143        219-GUARDAR-ITEM-CHK.
004144            MOVE SPACES TO WK-IMG-TRABALHO.
004145            MOVE REG-CHKPREV TO WK-IMG-TRABALHO(1:40).
004146            PERFORM 240-GUARDAR-IMAGEM.
004147            PERFORM 310-LER-CHKPREV.
004148        229-GRAVAR-CHKPREVN.
004149            IF WK-IMG-ATIVO(WK-IDX-REG) = 'S'
004150                WRITE REG-CHKPREVN
004151                    FROM WK-IMG-REGISTRO(WK-IDX-REG)(1:40)
004152            END-IF.
004153        210-MANTER-INSCEST.
004154            MOVE 'INSCEST ' TO WK-TABELA-ATUAL.
004155            MOVE 2  TO WK-TAM-CHAVE.
004156            MOVE 40 TO WK-TAM-REG.
004157            MOVE ZEROS TO WK-QTD-REGISTROS.
004158            OPEN INPUT ARQ-INSCEST.
004159            IF WK-FS-INSCEST = '00'
004160                PERFORM 311-LER-INSCEST
004161                PERFORM 238-GUARDAR-INSCRICAO
004162                    UNTIL WK-FS-INSCEST = '10'
004163                CLOSE ARQ-INSCEST
004164            END-IF.
004165            PERFORM 230-APLICAR-TRANSACOES.
004166            OPEN OUTPUT ARQ-INSCESTN.
004167            PERFORM 239-GRAVAR-INSCESTN
004168                VARYING WK-IDX-REG FROM 1 BY 1
004169                UNTIL WK-IDX-REG > WK-QTD-REGISTROS.
004170            CLOSE ARQ-INSCESTN.
004171        238-GUARDAR-INSCRICAO.
004172            MOVE SPACES TO WK-IMG-TRABALHO.
004173            MOVE REG-INSCEST TO WK-IMG-TRABALHO(1:40).
004174            PERFORM 240-GUARDAR-IMAGEM.
004175            PERFORM 311-LER-INSCEST.
004176        239-GRAVAR-INSCESTN.
004177            IF WK-IMG-ATIVO(WK-IDX-REG) = 'S'
004178                WRITE REG-INSCESTN
004179                    FROM WK-IMG-REGISTRO(WK-IDX-REG)(1:40)
004180            END-IF.
004181       *      CHAVE DO HIERVEN: VENDEDOR + VIGENCIA
004182        242-MANTER-HIERVEN.
004183            MOVE 'HIERVEN ' TO WK-TABELA-ATUAL.
004184            MOVE 8  TO WK-TAM-CHAVE.
004185            MOVE 20 TO WK-TAM-REG.
004186            MOVE ZEROS TO WK-QTD-REGISTROS.
004187            OPEN INPUT ARQ-HIERVEN.
004188            IF WK-FS-HIERVEN = '00'
004189                PERFORM 312-LER-HIERVEN
004190                PERFORM 243-GUARDAR-HIERARQUIA
004191                    UNTIL WK-FS-HIERVEN = '10'
004192                CLOSE ARQ-HIERVEN
004193            END-IF.
004194            PERFORM 230-APLICAR-TRANSACOES.
004195            OPEN OUTPUT ARQ-HIERVENN.
004196            PERFORM 244-GRAVAR-HIERVENN
004197                VARYING WK-IDX-REG FROM 1 BY 1
004198                UNTIL WK-IDX-REG > WK-QTD-REGISTROS.
004199            CLOSE ARQ-HIERVENN.
004200        243-GUARDAR-HIERARQUIA.
004201            MOVE SPACES TO WK-IMG-TRABALHO.
004202            MOVE REG-HIERVEN TO WK-IMG-TRABALHO(1:20).
004203            PERFORM 240-GUARDAR-IMAGEM.
004204            PERFORM 312-LER-HIERVEN.
004205        244-GRAVAR-HIERVENN.
004206            IF WK-IMG-ATIVO(WK-IDX-REG) = 'S'
004207                WRITE REG-HIERVENN
004208                    FROM WK-IMG-REGISTRO(WK-IDX-REG)(1:20)
004209            END-IF.
004050        240-GUARDAR-IMAGEM.
004060            IF WK-QTD-REGISTROS NOT LESS 500
004070                DISPLAY 'TABELA ' WK-TABELA-ATUAL
004560                            = SPACES
004570                        MOVE 'NOME DA AGENCIA EM BRANCO'
004580                            TO WK-MOTIVO-CRITICA
004581                    END-IF
004582       *              LIMITES EM BRANCO = SEM CONTROLE DE
004583       *              NUMERARIO
004584                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(35:6) = SPACES
004585                        MOVE ZEROS
004586                            TO WK-TRN-CAMPOS(WK-IDX-TRN)(35:6)
004587                    END-IF
004588                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(35:6)
004589                            NOT NUMERIC
004590                        MOVE 'LIMITES DE NUMERARIO INVALIDOS'
004591                            TO WK-MOTIVO-CRITICA
004592                    ELSE
004593                        IF WK-TRN-CAMPOS(WK-IDX-TRN)(35:3)
004594                               > WK-TRN-CAMPOS(WK-IDX-TRN)(38:3)
004595                            MOVE 'MINIMO ACIMA DO MAXIMO'
004596                                TO WK-MOTIVO-CRITICA
004597                        END-IF
004590                    END-IF
004600                WHEN 'VENDMEST'
004610                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(1:2)
004810                        MOVE 'DATA DO FERIADO INVALIDA'
004820                            TO WK-MOTIVO-CRITICA
004830                    END-IF
004831                WHEN 'PRODRISC'
004832                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(9:1)
004833                            NOT = '1' AND '2' AND '3'
004834                        MOVE 'GRAU DE RISCO INVALIDO'
004835                            TO WK-MOTIVO-CRITICA
004836                    END-IF
004837                WHEN 'COMPPARM'
004838                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(1:1)
004839                            NOT = 'V' AND 'P'
004840                        MOVE 'TIPO DE RECURSO INVALIDO'
004841                            TO WK-MOTIVO-CRITICA
004842                    END-IF
004843                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(2:23)
004844                            NOT NUMERIC
004845                        MOVE 'VALORES DO PARAMETRO INVALIDOS'
004846                            TO WK-MOTIVO-CRITICA
004847                    END-IF
004848                WHEN 'MOTREJ  '
004849                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(1:3)
004850                            NOT NUMERIC
004851                        MOVE 'CODIGO DO MOTIVO INVALIDO'
004852                            TO WK-MOTIVO-CRITICA
004853                    END-IF
004854                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(4:30)
004855                            = SPACES
004856                        MOVE 'DESCRICAO DO MOTIVO EM BRANCO'
004857                            TO WK-MOTIVO-CRITICA
004858                    END-IF
004859                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(34:1)
004860                            NOT = 'S' AND 'N'
004861                       OR WK-TRN-CAMPOS(WK-IDX-TRN)(35:1)
004862                            NOT = 'S' AND 'N'
004863                        MOVE 'INDICADOR S/N INVALIDO'
004864                            TO WK-MOTIVO-CRITICA
004865                    END-IF
004866                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(36:5)
004867                            = SPACES
004868                        MOVE 'AREA RESPONSAVEL EM BRANCO'
004869                            TO WK-MOTIVO-CRITICA
004870                    END-IF
004871                WHEN 'CHKPREV '
004872                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(1:3)
004873                            NOT NUMERIC
004874                        MOVE 'NUMERO DO ITEM INVALIDO'
004875                            TO WK-MOTIVO-CRITICA
004876                    END-IF
004877                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(4:2)
004878                            NOT = 'CA' AND 'LA' AND 'XR'
004879                              AND 'CE' AND 'TR' AND 'FE'
004880                        MOVE 'TIPO DE ITEM INVALIDO'
004881                            TO WK-MOTIVO-CRITICA
004882                    END-IF
004883                    IF (WK-TRN-CAMPOS(WK-IDX-TRN)(4:2) = 'CA'
004884                        OR WK-TRN-CAMPOS(WK-IDX-TRN)(4:2) = 'XR')
004885                       AND WK-TRN-CAMPOS(WK-IDX-TRN)(6:8)
004886                            = SPACES
004887                        MOVE 'PARAMETRO DO ITEM EM BRANCO'
004888                            TO WK-MOTIVO-CRITICA
004889                    END-IF
004890                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(14:1)
004891                            NOT = 'S' AND 'N'
004892                        MOVE 'INDICADOR S/N INVALIDO'
004893                            TO WK-MOTIVO-CRITICA
004894                    END-IF
004895                WHEN 'INSCEST '
004896                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(3:14)
004897                            NOT NUMERIC
004898                        MOVE 'CNPJ INVALIDO'
004899                            TO WK-MOTIVO-CRITICA
004900                    END-IF
004901                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(17:14)
004902                            = SPACES
004903                        MOVE 'INSCRICAO ESTADUAL EM BRANCO'
004904                            TO WK-MOTIVO-CRITICA
004905                    END-IF
004906                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(31:7)
004907                            NOT NUMERIC
004908                        MOVE 'CODIGO DO MUNICIPIO INVALIDO'
004909                            TO WK-MOTIVO-CRITICA
004910                    END-IF
004911                WHEN 'HIERVEN '
004912                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(1:8)
004913                            NOT NUMERIC
004914                        MOVE 'VENDEDOR OU VIGENCIA INVALIDOS'
004915                            TO WK-MOTIVO-CRITICA
004916                    ELSE
004917                        IF WK-TRN-CAMPOS(WK-IDX-TRN)(7:2)
004918                                < '01'
004919                           OR WK-TRN-CAMPOS(WK-IDX-TRN)(7:2)
004920                                > '12'
004921                            MOVE 'MES DA VIGENCIA INVALIDO'
004922                                TO WK-MOTIVO-CRITICA
004923                        END-IF
004924                    END-IF
004925                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(9:6)
004926                            NOT NUMERIC
004927                       OR WK-TRN-CAMPOS(WK-IDX-TRN)(9:2) = '00'
004928                       OR WK-TRN-CAMPOS(WK-IDX-TRN)(11:2) = '00'
004929                       OR WK-TRN-CAMPOS(WK-IDX-TRN)(13:2) = '00'
004930                        MOVE 'CODIGO DE HIERARQUIA INVALIDO'
004931                            TO WK-MOTIVO-CRITICA
004932                    END-IF
004933                    IF WK-TRN-CAMPOS(WK-IDX-TRN)(9:2)
004934                            = WK-TRN-CAMPOS(WK-IDX-TRN)(1:2)
004935                        MOVE 'SUPERVISOR IGUAL AO VENDEDOR'
004846                            TO WK-MOTIVO-CRITICA
004847                    END-IF
004840            END-EVALUATE.
004850        234-EXECUTAR-TRANSACAO.
004860            PERFORM 241-PROCURAR-CHAVE.
006590                    MOVE 12 TO RETURN-CODE
006600                    STOP RUN
006610            END-EVALUATE.
006611        307-LER-PRODRISC.
006612            READ ARQ-PRODRISC.
006613            EVALUATE WK-FS-PRODRISC
006614                WHEN '00'
006615                    CONTINUE
006616                WHEN '10'
006617                    CONTINUE
006618                WHEN OTHER
006619                    DISPLAY 'ERRO ' WK-FS-PRODRISC
006620                            ' NO COMANDO READ PRODRISC'
006621                    MOVE 12 TO RETURN-CODE
006622                    STOP RUN
006623            END-EVALUATE.
006624        308-LER-COMPPARM.
006625            READ ARQ-COMPPARM.
006626            EVALUATE WK-FS-COMPPARM
006627                WHEN '00'
006628                    CONTINUE
006629                WHEN '10'
006630                    CONTINUE
006631                WHEN OTHER
006632                    DISPLAY 'ERRO ' WK-FS-COMPPARM
006633                            ' NO COMANDO READ COMPPARM'
006634                    MOVE 12 TO RETURN-CODE
006635                    STOP RUN
006636            END-EVALUATE.
006637        310-LER-CHKPREV.
006638            READ ARQ-CHKPREV.
006639            EVALUATE WK-FS-CHKPREV
006640                WHEN '00'
006641                    CONTINUE
006642                WHEN '10'
006643                    CONTINUE
006644                WHEN OTHER
006645                    DISPLAY 'ERRO ' WK-FS-CHKPREV
006646                            ' NO COMANDO READ CHKPREV'
006647                    MOVE 12 TO RETURN-CODE
006648                    STOP RUN
006649            END-EVALUATE.
006650        311-LER-INSCEST.
006651            READ ARQ-INSCEST.
006652            EVALUATE WK-FS-INSCEST
006653                WHEN '00'
006654                    CONTINUE
006655                WHEN '10'
006656                    CONTINUE
006657                WHEN OTHER
006658                    DISPLAY 'ERRO ' WK-FS-INSCEST
006659                            ' NO COMANDO READ INSCEST'
006660                    MOVE 12 TO RETURN-CODE
006661                    STOP RUN
006662            END-EVALUATE.
006663        312-LER-HIERVEN.
006664            READ ARQ-HIERVEN.
006665            EVALUATE WK-FS-HIERVEN
006666                WHEN '00'
006667                    CONTINUE
006668                WHEN '10'
006669                    CONTINUE
006670                WHEN OTHER
006671                    DISPLAY 'ERRO ' WK-FS-HIERVEN
006672                            ' NO COMANDO READ HIERVEN'
006673                    MOVE 12 TO RETURN-CODE
006674                    STOP RUN
006675            END-EVALUATE.
006637        309-LER-MOTREJ.
006638            READ ARQ-MOTREJ.
006639            EVALUATE WK-FS-MOTREJ
006640                WHEN '00'
006641                    CONTINUE
006642                WHEN '10'
006643                    CONTINUE
006644                WHEN OTHER
006645                    DISPLAY 'ERRO ' WK-FS-MOTREJ
006646                            ' NO COMANDO READ MOTREJ'
006647                    MOVE 12 TO RETURN-CODE
006648                    STOP RUN
006649            END-EVALUATE.
006620       ***********************************************
006630        195-GRAVAR-JRNL-INICIO.
006640            MOVE 'I' TO JRL-TIPO.
006660            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006670            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006680            MOVE ZEROS TO JRL-RETORNO.
006681            MOVE 'EAD95890' TO LK-PROGRAMA-COM.
006682            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006683            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006690            PERFORM 194-GRAVAR-RUNJRNL.
006700        196-GRAVAR-JRNL-FIM.
006710            MOVE 'F' TO JRL-TIPO.
006760            MOVE WK-QTD-REJEITADAS
006770                TO JRL-QTD-REJEITADOS.
006780            MOVE RETURN-CODE TO JRL-RETORNO.
006781            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006790            PERFORM 194-GRAVAR-RUNJRNL.
006800        194-GRAVAR-RUNJRNL.
006810            OPEN EXTEND ARQ-RUNJRNL.
