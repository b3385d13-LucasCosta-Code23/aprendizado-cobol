000428                ACCESS MODE IS SEQUENTIAL
000429                RECORD KEY IS FD-CHAVE-REG-BLOQJUD
000429                FILE STATUS IS WK-FS-BLOQJUD.
000430            SELECT ARQ-CHQDEP   ASSIGN TO CHQDEP
000431                ORGANIZATION IS INDEXED
000432                ACCESS MODE IS SEQUENTIAL
000433                RECORD KEY IS FD-CHAVE-REG-CHQDEP
000434                FILE STATUS IS WK-FS-CHQDEP.
000430            SELECT ARQ-AGENDADO ASSIGN TO AGENDADO
000431                FILE STATUS IS WK-FS-AGENDADO.
000432            SELECT ARQ-MOVHIST  ASSIGN TO MOVHIST
990002                FILE STATUS IS WK-FS-BATLOCK.
000443            SELECT ARQ-CAMBIO   ASSIGN TO CAMBIO
000444                FILE STATUS IS WK-FS-CAMBIO.
000445            SELECT ARQ-MOVTRAB  ASSIGN TO MOVTRAB
000446                FILE STATUS IS WK-FS-MOVTRAB.
000440       *
000450        DATA DIVISION.
000460        FILE SECTION.
000740                10 FD-QTDE-CTRL-LANCAM     PIC 9(6).
000750                10 FD-VALOR-CTRL-LANCAM    PIC 9(8)V99.
000755                10 FD-INST-CTRL-LANCAM     PIC 99.
000756            05 FD-ID-EXEC-LANCAM       PIC 9(10).
000760        FD   ARQ-CLIENTEN
000770             RECORDING MODE IS F.
000780        01  REG-CLIENTEN.
001086            05 FD-CONTRA-REJEITAD      PIC X(9).
001086            05 FD-HORA-REJEITAD  PIC 9(6).
001086            05 FD-SEQ-REJEITAD   PIC 9(4).
001087            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
001088            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
001090        FD   ARQ-CHECKPT
001100             RECORDING MODE IS F.
001110        01  REG-CHECKPT.
001258            05 FD-SITUACAO-BLOQJUD PIC X.
001258                88 BLOQUEIO-ATIVO      VALUE 'A'.
001258                88 BLOQUEIO-LEVANTADO  VALUE 'L'.
001259        FD   ARQ-CHQDEP
001260             RECORDING MODE IS F.
001261        01  REG-CHQDEP.
001262            05 FD-CHAVE-REG-CHQDEP.
001263                10 FD-BANCO-CHQDEP     PIC 9(3).
001264                10 FD-AGENCIA-SAC-CHQDEP PIC 9(4).
001265                10 FD-CONTA-SAC-CHQDEP PIC 9(10).
001266                10 FD-NUMERO-CHQDEP    PIC 9(6).
001267            05 FD-CHAVE-CHQDEP     PIC X(9).
001268            05 FD-VALOR-CHQDEP     PIC 9(6)V99.
001269            05 FD-DOC-CHQDEP       PIC 9(4).
001270            05 FD-DATA-DEP-CHQDEP  PIC 9(8).
001271            05 FD-DATA-LIBERA-CHQDEP PIC 9(8).
001272            05 FD-SITUACAO-CHQDEP  PIC X.
001273                88 CHEQUE-RETIDO       VALUE 'R'.
001274                88 CHEQUE-DEVOLVIDO    VALUE 'D'.
001275            05 FD-MOTIVO-DEV-CHQDEP PIC XX.
001276            05 FD-DATA-DEV-CHQDEP  PIC 9(8).
001259        FD   ARQ-AGENDADO
001260             RECORDING MODE IS F.
001261        01  REG-AGENDADO.
001273            05 FD-MOEDA-MOVHIST    PIC X(3).
001273            05 FD-HORA-MOVHIST     PIC 9(6).
001273            05 FD-SEQ-MOVHIST      PIC 9(4).
001274            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
001274        FD   ARQ-CTRLSALN
001275             RECORDING MODE IS F.
001276        01  REG-CTRLSALN.
001273            05 FD-MOEDA-CAMBIO     PIC X(3).
001274            05 FD-DATA-CAMBIO      PIC 9(8).
001275            05 FD-TAXA-CAMBIO      PIC 9(3)V9(4).
001276       *      EXCEDENTE DOS MOVIMENTOS DE UMA CONTA QUE NAO
001277       *      CABEM NA TABELA, NA ORDEM DO LOTE
001278        FD   ARQ-MOVTRAB
001279             RECORDING MODE IS F.
001280        01  REG-MOVTRAB                PIC X(53).
991001        FD   ARQ-BATLOCK
991002             RECORDING MODE IS F.
991003        01  REG-BATLOCK.
001273            05 FD-CODIGO-AGENCIA   PIC X(4).
001274            05 FD-NOME-AGENCIA     PIC X(20).
001275            05 FD-REGIAO-AGENCIA   PIC X(10).
001276            05 FD-MINIMO-AGENCIA   PIC 9(3).
001277            05 FD-MAXIMO-AGENCIA   PIC 9(3).
988010        FD   ARQ-CERTCHN
988010             RECORDING MODE IS F.
988010        01  REG-CERTCHN.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
001270        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
988020        77  WK-FS-CERTCHN  PIC XX           VALUE SPACES.
992001        77  WK-FS-BATLOCK  PIC XX           VALUE SPACES.
992002        77  WK-OPERADOR-TRAVA PIC X(8)      VALUE SPACES.
001359        77  WK-QTD-MOVTOS-CONTA PIC 9(3)     VALUE ZEROS.
001359        77  WK-IDX-MOVTO   PIC 9(3)         VALUE ZEROS.
001359        77  WK-CHAVE-CONTA-ATUAL PIC X(9)    VALUE SPACES.
001360        77  WK-QTD-MOVTOS-EXCED PIC 9(7)     VALUE ZEROS.
001361        77  WK-QTD-CONTAS-EXCED PIC 9(5)     VALUE ZEROS.
001362        77  WK-PASSO-CONTA PIC X            VALUE 'C'.
001363            88 PASSO-CREDITOS                 VALUE 'C'.
001364            88 PASSO-DEBITOS                  VALUE 'D'.
001359        01  WK-GUARDA-LANCAM   PIC X(64)    VALUE SPACES.
001359        01  WK-TAB-MOVTOS-CONTA.
001359            05 WK-MOVTO-OCC       OCCURS 500 TIMES.
001359                10 WK-MOVTO-IMAGEM    PIC X(53).
001365        77  WK-QTD-AGENDADOS PIC 9(5)       VALUE ZEROS.
001366        77  WK-FS-BLOQJUD  PIC XX           VALUE SPACES.
001366        77  WK-VALOR-BLOQUEADO PIC 9(7)V99  VALUE ZEROS.
001367        77  WK-FS-CHQDEP   PIC XX           VALUE SPACES.
001368        77  WK-VALOR-RETIDO-CHQ PIC 9(7)V99 VALUE ZEROS.
001366        77  WK-CHAVE-BLOQ-BUSCA PIC X(9)     VALUE SPACES.
001366        77  WK-DISPONIVEL-DEBITO PIC S9(8)V99 VALUE ZEROS.
001366        77  WK-QTD-BLOQTAB PIC 9(4)         VALUE ZEROS.
001366            05 WK-BLOQ-OCC        OCCURS 2000 TIMES.
001366                10 WK-BLOQ-CHAVE      PIC X(9).
001366                10 WK-BLOQ-VALOR      PIC 9(7)V99.
001367                10 WK-BLOQ-VALOR-CHQ  PIC 9(7)V99.
001350        77  WK-FS-AGENCIAS PIC XX           VALUE SPACES.
001351        77  WK-QTD-AGMEST  PIC 9(3)         VALUE ZEROS.
001352        77  WK-IDX-AGMEST  PIC 9(3)         VALUE ZEROS.
001440        77  WK-TOT-CREDITO        PIC 9(8)V99  VALUE ZEROS.
001450        77  WK-DATA-LOTE          PIC 9(8)      VALUE ZEROS.
001460        77  WK-MOTIVO-REJEITAD    PIC X(30)    VALUE SPACES.
001461       *      CODIGO DO MOTIVO NO CATALOGO MOTREJ (EAD95890)
001462        77  WK-COD-MOTIVO-REJEITAD PIC 9(3)    VALUE ZEROS.
001470        77  WK-FS-AUDITLOG PIC XX           VALUE SPACES.
001480        77  WK-HORA-AUDIT  PIC 9(6)         VALUE ZEROS.
001490        77  WK-AUD-ARQUIVO PIC X(10)        VALUE SPACES.
001650        77  WK-IDX-MOEDA           PIC 99        VALUE ZEROS.
001660        77  WK-VALOR-CONV          PIC S9(9)V99  VALUE ZEROS.
001661        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
001662        77  WK-FS-MOVTRAB  PIC XX           VALUE SPACES.
001662        77  WK-DATA-CAMBIO-REF PIC 9(8)     VALUE ZEROS.
001663        01  WK-DATAS-CAMBIO.
001664            05 WK-DATA-TAXA        PIC 9(8) OCCURS 3 TIMES.
001905            PERFORM 119-ABRIR-MOVHIST.
001906            PERFORM 123-ABRIR-AGENDADO.
001907            PERFORM 129-CARREGAR-BLOQJUD.
001908            PERFORM 136-CARREGAR-CHQDEP.
001907            PERFORM 120-ABRIR-CTRLSALN.
001907            PERFORM 185-CARREGAR-AGENCIAS.
001908            PERFORM 122-ABRIR-DOCPROC.
003201                        TO WK-BLOQ-CHAVE(WK-IDX-BLOQ-ACH)
003201                    MOVE ZEROS
003201                        TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
003202                    MOVE ZEROS
003203                        TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
003201                END-IF
003201                ADD FD-VALOR-BLOQJUD
003201                    TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
003201                    MOVE WK-IDX-BLOQTAB TO WK-IDX-BLOQ-ACH
003201                END-IF
003201            END-PERFORM.
003202       *      OS CHEQUES DE OUTROS BANCOS DEPOSITADOS FICAM
003203       *      RETIDOS ATE A DATA DE COMPENSACAO; O VALOR
003204       *      RETIDO SAI DO DISPONIVEL COMO O BLOQUEIO
003205        136-CARREGAR-CHQDEP.
003206            OPEN INPUT ARQ-CHQDEP.
003207            EVALUATE WK-FS-CHQDEP
003208                WHEN '00'
003209                    PERFORM 137-LER-CHQDEP
003210                    PERFORM 138-ACUMULAR-RETENCAO
003211                        UNTIL WK-FS-CHQDEP = '10'
003212                    CLOSE ARQ-CHQDEP
003213                WHEN '35'
003214                    CONTINUE
003215                WHEN OTHER
003216                    DISPLAY 'ERRO ' WK-FS-CHQDEP
003217                            ' NO COMANDO OPEN CHQDEP'
003218                    MOVE 'CHQDEP' TO WK-AUD-ARQUIVO
003219                    MOVE WK-FS-CHQDEP TO WK-AUD-STATUS
003220                    PERFORM 199-GRAVAR-AUDITLOG
003221                    CLOSE ARQ-AUDITLOG
003222                    MOVE 12 TO RETURN-CODE
003223                    STOP RUN
003224            END-EVALUATE.
003225        137-LER-CHQDEP.
003226            READ ARQ-CHQDEP NEXT.
003227            EVALUATE WK-FS-CHQDEP
003228                WHEN '00'
003229                    CONTINUE
003230                WHEN '10'
003231                    CONTINUE
003232                WHEN OTHER
003233                    DISPLAY 'ERRO ' WK-FS-CHQDEP
003234                            ' NO COMANDO READ CHQDEP'
003235                    MOVE 'CHQDEP' TO WK-AUD-ARQUIVO
003236                    MOVE WK-FS-CHQDEP TO WK-AUD-STATUS
003237                    PERFORM 199-GRAVAR-AUDITLOG
003238                    CLOSE ARQ-AUDITLOG
003239                    MOVE 12 TO RETURN-CODE
003240                    STOP RUN
003241            END-EVALUATE.
003242        138-ACUMULAR-RETENCAO.
003243            IF CHEQUE-RETIDO
003244               AND FD-DATA-LIBERA-CHQDEP > WK-DATA-SIST
003245                MOVE FD-CHAVE-CHQDEP TO WK-CHAVE-BLOQ-BUSCA
003246                PERFORM 128-PROCURAR-BLOQUEIO
003247                IF BLOQ-NAO-ACHADO
003248                    IF WK-QTD-BLOQTAB NOT LESS 2000
003249                        DISPLAY 'TABELA DE BLOQUEIOS CHEIA, '
003250                                'LIMITE 2000'
003251                        MOVE 'CHQDEP' TO WK-AUD-ARQUIVO
003252                        MOVE 'TC'     TO WK-AUD-STATUS
003253                        PERFORM 199-GRAVAR-AUDITLOG
003254                        CLOSE ARQ-AUDITLOG
003255                        MOVE 12 TO RETURN-CODE
003256                        STOP RUN
003257                    END-IF
003258                    ADD 1 TO WK-QTD-BLOQTAB
003259                    MOVE WK-QTD-BLOQTAB TO WK-IDX-BLOQ-ACH
003260                    MOVE FD-CHAVE-CHQDEP
003261                        TO WK-BLOQ-CHAVE(WK-IDX-BLOQ-ACH)
003262                    MOVE ZEROS
003263                        TO WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
003264                    MOVE ZEROS
003265                        TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
003266                END-IF
003267                ADD FD-VALOR-CHQDEP
003268                    TO WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
003269            END-IF.
003270            PERFORM 137-LER-CHQDEP.
003202        119-ABRIR-MOVHIST.
003203            OPEN EXTEND ARQ-MOVHIST.
003204            IF WK-FS-MOVHIST = '35'
004087                        PERFORM 222-RESOLVER-DATA-VALOR
004090                        MOVE 'CHAVE INEXISTENTE NO CADASTRO' TO
004100                                WK-MOTIVO-REJEITAD
004101                        MOVE 001 TO WK-COD-MOTIVO-REJEITAD
004110                        PERFORM 207-GRAVAR-REJEITAD
004120                        PERFORM 302-LER-LANCAM
004125                    END-IF
004129                    PERFORM 222-RESOLVER-DATA-VALOR
004129                    MOVE 'TIPO DE REGISTRO INVALIDO' TO
004129                            WK-MOTIVO-REJEITAD
004130                    MOVE 002 TO WK-COD-MOTIVO-REJEITAD
004129                    PERFORM 207-GRAVAR-REJEITAD
004129                    PERFORM 302-LER-LANCAM
004130            END-EVALUATE.
004404                    WHEN AGM-NAO-ACHADA
004404                        MOVE 'AGENCIA NAO CADASTRADA'
004404                            TO WK-MOTIVO-REJEITAD
004405                        MOVE 004 TO WK-COD-MOTIVO-REJEITAD
004404                        PERFORM 207-GRAVAR-REJEITAD
004405                    WHEN DATA-MOVTO-FUTURA
004405                        PERFORM 253-AGENDAR-MOVTO
004413                                    'CICLO ANTERIOR'
004414                            MOVE 'DOCUMENTO DUPLICADO'
004415                                TO WK-MOTIVO-REJEITAD
004416                            MOVE 005 TO WK-COD-MOTIVO-REJEITAD
004416                            PERFORM 207-GRAVAR-REJEITAD
004417                        ELSE
004418                            PERFORM 208-APLICAR-LANCAM
004431            END-IF.
004432       *      OS MOVIMENTOS DE UMA MESMA CONTA SAO REUNIDOS E
004433       *      OS CREDITOS (C/J) APLICADOS ANTES DOS DEBITOS
004434       *      (D/T/F), PRESERVANDO A ORDEM DO LOTE EM CADA PASSO.
004435       *      OS 500 PRIMEIROS FICAM NA TABELA; OS DEMAIS VAO
004436       *      PARA O MOVTRAB, RELIDO AO FIM DE CADA PASSO
004435        218-PROCESSAR-CONTA.
004436            MOVE ZEROS TO WK-QTD-MOVTOS-CONTA.
004437            MOVE ZEROS TO WK-QTD-MOVTOS-EXCED.
004437            MOVE FD-CHAVE-LANCAM TO WK-CHAVE-CONTA-ATUAL.
004438            PERFORM 219-GUARDAR-MOVTO
004439                UNTIL NOT LANCAM-DETALHE
004440                OR FD-CHAVE-LANCAM NOT = WK-CHAVE-CONTA-ATUAL.
004441            MOVE REG-LANCAM TO WK-GUARDA-LANCAM.
004442            IF WK-QTD-MOVTOS-EXCED > ZEROS
004443                CLOSE ARQ-MOVTRAB
004444                ADD 1 TO WK-QTD-CONTAS-EXCED
004445            END-IF.
004442            PERFORM 225-APLICAR-CREDITOS
004443                VARYING WK-IDX-MOVTO FROM 1 BY 1
004444                UNTIL WK-IDX-MOVTO > WK-QTD-MOVTOS-CONTA.
004445            IF WK-QTD-MOVTOS-EXCED > ZEROS
004446                SET PASSO-CREDITOS TO TRUE
004447                PERFORM 232-REPASSAR-EXCEDENTES
004448            END-IF.
004445            PERFORM 226-APLICAR-DEBITOS
004446                VARYING WK-IDX-MOVTO FROM 1 BY 1
004447                UNTIL WK-IDX-MOVTO > WK-QTD-MOVTOS-CONTA.
004448            IF WK-QTD-MOVTOS-EXCED > ZEROS
004449                SET PASSO-DEBITOS TO TRUE
004450                PERFORM 232-REPASSAR-EXCEDENTES
004451            END-IF.
004448            MOVE WK-GUARDA-LANCAM TO REG-LANCAM.
004449        219-GUARDAR-MOVTO.
004450            IF WK-QTD-MOVTOS-CONTA NOT LESS 500
004451                PERFORM 231-GUARDAR-EXCEDENTE
004452            ELSE
004453                ADD 1 TO WK-QTD-MOVTOS-CONTA
004454                MOVE FD-DETALHE-LANCAM
004455                    TO WK-MOVTO-IMAGEM(WK-QTD-MOVTOS-CONTA)
004456            END-IF.
004457            PERFORM 302-LER-LANCAM.
004458        231-GUARDAR-EXCEDENTE.
004459            IF WK-QTD-MOVTOS-EXCED = ZEROS
004460                OPEN OUTPUT ARQ-MOVTRAB
004461                IF WK-FS-MOVTRAB NOT = '00'
004462                    DISPLAY 'ERRO ' WK-FS-MOVTRAB
004463                            ' NO COMANDO OPEN MOVTRAB'
004464                    MOVE 'MOVTRAB' TO WK-AUD-ARQUIVO
004465                    MOVE WK-FS-MOVTRAB TO WK-AUD-STATUS
004466                    PERFORM 199-GRAVAR-AUDITLOG
004467                    CLOSE ARQ-AUDITLOG
004468                    MOVE 12 TO RETURN-CODE
004469                    STOP RUN
004470                END-IF
004471            END-IF.
004472            WRITE REG-MOVTRAB FROM FD-DETALHE-LANCAM.
004473            IF WK-FS-MOVTRAB NOT = '00'
004474                DISPLAY 'ERRO ' WK-FS-MOVTRAB
004475                        ' NO COMANDO WRITE MOVTRAB'
004476                MOVE 'MOVTRAB' TO WK-AUD-ARQUIVO
004477                MOVE WK-FS-MOVTRAB TO WK-AUD-STATUS
004455                PERFORM 199-GRAVAR-AUDITLOG
004456                CLOSE ARQ-AUDITLOG
004457                MOVE 12 TO RETURN-CODE
004458                STOP RUN
004459            END-IF.
004460            ADD 1 TO WK-QTD-MOVTOS-EXCED.
004461        232-REPASSAR-EXCEDENTES.
004462            OPEN INPUT ARQ-MOVTRAB.
004463            IF WK-FS-MOVTRAB NOT = '00'
004464                DISPLAY 'ERRO ' WK-FS-MOVTRAB
004465                        ' NO COMANDO OPEN MOVTRAB'
004466                MOVE 'MOVTRAB' TO WK-AUD-ARQUIVO
004467                MOVE WK-FS-MOVTRAB TO WK-AUD-STATUS
004468                PERFORM 199-GRAVAR-AUDITLOG
004469                CLOSE ARQ-AUDITLOG
004470                MOVE 12 TO RETURN-CODE
004471                STOP RUN
004472            END-IF.
004473            PERFORM 304-LER-MOVTRAB.
004474            PERFORM 233-EXECUTAR-EXCEDENTE
004475                UNTIL WK-FS-MOVTRAB = '10'.
004476            CLOSE ARQ-MOVTRAB.
004477        233-EXECUTAR-EXCEDENTE.
004478            MOVE REG-MOVTRAB TO WK-MOVTO-TRAB.
004479            IF WK-MOVTO-TIPO = 'C' OR 'J' OR 'B'
004480                IF PASSO-CREDITOS
004481                    PERFORM 234-EXECUTAR-MOVTRAB
004482                END-IF
004483            ELSE
004484                IF PASSO-DEBITOS
004485                    PERFORM 234-EXECUTAR-MOVTRAB
004486                END-IF
004487            END-IF.
004488            PERFORM 304-LER-MOVTRAB.
004489        234-EXECUTAR-MOVTRAB.
004490            MOVE 'D' TO FD-TIPO-REG-LANCAM.
004491            MOVE REG-MOVTRAB TO FD-DETALHE-LANCAM.
004492            PERFORM 203-EXEC-LANCAM.
004464        225-APLICAR-CREDITOS.
004465            MOVE WK-MOVTO-IMAGEM(WK-IDX-MOVTO)
004466                TO WK-MOVTO-TRAB.
004467            IF WK-MOVTO-TIPO = 'C' OR 'J' OR 'B'
004468                PERFORM 227-EXECUTAR-MOVTO-GUARDADO
004469            END-IF.
004470        226-APLICAR-DEBITOS.
004471            MOVE WK-MOVTO-IMAGEM(WK-IDX-MOVTO)
004472                TO WK-MOVTO-TRAB.
004473            IF WK-MOVTO-TIPO = 'C' OR 'J' OR 'B'
004474                CONTINUE
004475            ELSE
004476                PERFORM 227-EXECUTAR-MOVTO-GUARDADO
004490                    SET DATA-MOVTO-INVALIDA TO TRUE
004490                    MOVE 'DATA RETROATIVA ALEM DA JANELA'
004490                        TO WK-MOTIVO-REJEITAD
004491                    MOVE 006 TO WK-COD-MOTIVO-REJEITAD
004490                    DISPLAY '        DOCUMENTO ' FD-DOC-LANCAM
004490                            ' RETROATIVO DE ' WK-DATA-VALOR
004490                END-IF
004630                PERFORM 210-CONVERTER-MOEDA-CLIENTES
004640                ADD WK-VALOR-CONV  TO WK-TOT-SALDO-INICIAL
004650            END-IF.
004651        304-LER-MOVTRAB.
004652            READ ARQ-MOVTRAB.
004653            EVALUATE WK-FS-MOVTRAB
004654                WHEN '00'
004655                    CONTINUE
004656                WHEN '10'
004657                    CONTINUE
004658                WHEN OTHER
004659                    DISPLAY 'ERRO ' WK-FS-MOVTRAB
004660                            ' NO COMANDO READ MOVTRAB'
004661                    MOVE 'MOVTRAB' TO WK-AUD-ARQUIVO
004662                    MOVE WK-FS-MOVTRAB TO WK-AUD-STATUS
004663                    PERFORM 199-GRAVAR-AUDITLOG
004664                    CLOSE ARQ-AUDITLOG
004665                    MOVE 12 TO RETURN-CODE
004666                    STOP RUN
004667            END-EVALUATE.
004651        303-LER-CLIENTES-FISICO.
004652            READ ARQ-CLIENTES NEXT.
004653            EVALUATE WK-FS-CLIENTES
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95809' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985014            MOVE WK-QTD-REJ-JRNL
985014                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
005063            IF WK-QTD-AGENDADOS > ZEROS
005064                DISPLAY 'MOVIMENTOS AGENDADOS PARA O FUTURO: '
005064                        WK-QTD-AGENDADOS
005065            END-IF.
005066            IF WK-QTD-CONTAS-EXCED > ZEROS
005067                DISPLAY 'CONTAS ACIMA DE 500 MOVIMENTOS NO LOTE: '
005068                        WK-QTD-CONTAS-EXCED
005064            END-IF.
005064            CLOSE ARQ-AGENDADO.
005065            CLOSE ARQ-MOVHIST.
005740            MOVE FD-TIPO-LANCAM    TO FD-TIPO-REJEITAD.
005750            MOVE FD-VALOR-LANCAM   TO FD-VALOR-REJEITAD.
005760            MOVE WK-MOTIVO-REJEITAD TO FD-MOTIVO-REJEITAD.
005761            MOVE WK-COD-MOTIVO-REJEITAD TO FD-COD-MOTIVO-REJEITAD.
005762            MOVE WK-DATA-VALOR      TO FD-DATA-REJEITAD.
005764            MOVE FD-MOEDA-LANCAM    TO FD-MOEDA-REJEITAD.
005766            MOVE FD-CONTRA-LANCAM   TO FD-CONTRA-REJEITAD.
005767            MOVE FD-HORA-LANCAM     TO FD-HORA-REJEITAD.
005768            MOVE FD-SEQ-LANCAM      TO FD-SEQ-REJEITAD.
005769            MOVE LK-ID-EXEC-COM    TO FD-ID-EXEC-REJEITAD.
005770            WRITE REG-REJEITAD.
005780            IF WK-FS-REJEITAD NOT = '00'
005790                DISPLAY 'ERRO ' WK-FS-REJEITAD
005882            MOVE 'R'               TO FD-TIPO-REJEITAD.
005883            MOVE FD-VALOR-LANCAM   TO FD-VALOR-REJEITAD.
005884            MOVE 'CONTRAPARTE DE TRANSFERENCIA'
005885                TO FD-MOTIVO-REJEITAD
005886            MOVE 034 TO FD-COD-MOTIVO-REJEITAD.
005886            MOVE WK-DATA-VALOR     TO FD-DATA-REJEITAD.
005887            MOVE FD-MOEDA-LANCAM   TO FD-MOEDA-REJEITAD.
005888            MOVE FD-CHAVE-LANCAM   TO FD-CONTRA-REJEITAD.
005888            MOVE FD-HORA-LANCAM    TO FD-HORA-REJEITAD.
005888            MOVE FD-SEQ-LANCAM     TO FD-SEQ-REJEITAD.
005889            MOVE LK-ID-EXEC-COM    TO FD-ID-EXEC-REJEITAD.
005889            WRITE REG-REJEITAD.
005890            IF WK-FS-REJEITAD NOT = '00'
005891                DISPLAY 'ERRO ' WK-FS-REJEITAD
005897                MOVE 12 TO RETURN-CODE
005898                STOP RUN
005899            END-IF.
005900       *      EXCECOES NA CONTA ENCERRADA: O TED DE
005901       *      LIQUIDACAO DO EAD95866 (OU DE PAGAMENTO DE
005902       *      VALORES A RECEBER DO EAD95939), QUE DEBITA
005903       *      EXATAMENTE O SALDO CREDOR REMANESCENTE, E O
005904       *      CREDITO (TED DEVOLVIDO, DEVOLUCAO DE TARIFA,
005905       *      ESTORNO), QUE FICA NO SALDO DA CONTA E VAI
005906       *      PARA O REGISTRO DE VALORES A RECEBER
005880        208-APLICAR-LANCAM.
005882            IF CONTA-ENCERRADA
005883                IF (FD-TIPO-LANCAM = 'T'
005884                    AND FD-SALDO-CLIENTES > ZEROS
005885                    AND FD-VALOR-LANCAM = FD-SALDO-CLIENTES)
005886                   OR FD-TIPO-LANCAM = 'C'
005882                    PERFORM 216-APLICAR-MOVTO
005882                ELSE
005883                    MOVE 'CONTA ENCERRADA'
005883                        TO WK-MOTIVO-REJEITAD
005884                    MOVE 007 TO WK-COD-MOTIVO-REJEITAD
005884                    PERFORM 207-GRAVAR-REJEITAD
005885                    DISPLAY 'CONTA ENCERRADA NO DOCUMENTO '
005886                            FD-DOC-LANCAM
005890        216-APLICAR-MOVTO.
005891            IF CONTA-BLOQUEADA
005892               AND (FD-TIPO-LANCAM = 'D' OR 'T' OR 'F' OR 'V'
005893                    OR 'I' OR 'Q' OR 'K' OR 'P')
005893                MOVE 'CONTA BLOQUEADA PARA DEBITOS'
005894                    TO WK-MOTIVO-REJEITAD
005895                MOVE 008 TO WK-COD-MOTIVO-REJEITAD
005895                PERFORM 207-GRAVAR-REJEITAD
005896                DISPLAY 'CONTA BLOQUEADA NO DOCUMENTO '
005897                        FD-DOC-LANCAM
005980                    PERFORM 198-CONVERTER-VALOR-EDIT
005990                    DISPLAY '        JUROS   : ' WK-VALOR-EDIT
005995                    PERFORM 209-GRAVAR-MOVHIST
005996       *          BAIXA PARA PREJUIZO DO SALDO NEGATIVO, GERADA
005997       *          PELO EAD95903; ZERA A CONTA
005998                WHEN 'B'
005998                    ADD FD-VALOR-LANCAM  TO FD-SALDO-CLIENTES
005998                    MOVE FD-VALOR-LANCAM TO WK-VALOR-EDIT
005998                    PERFORM 198-CONVERTER-VALOR-EDIT
005999                    DISPLAY '        BAIXA   : ' WK-VALOR-EDIT
005999                    PERFORM 209-GRAVAR-MOVHIST
006000                WHEN 'D'
006010                    IF FD-VALOR-LANCAM > WK-DISPONIVEL-DEBITO
006030                        MOVE 'SALDO INSUFICIENTE, LIMITE EXCEDIDO'
006040                            TO WK-MOTIVO-REJEITAD
006041                        MOVE 010 TO WK-COD-MOTIVO-REJEITAD
006042                        PERFORM 255-CITAR-BLOQUEIO
006050                        PERFORM 207-GRAVAR-REJEITAD
006060                        DISPLAY 'SALDO INSUFICIENTE NO DOCUMENTO '
006139                    IF FD-VALOR-LANCAM > WK-DISPONIVEL-DEBITO
006139                        MOVE 'SALDO INSUFICIENTE PARA CHEQUE'
006139                            TO WK-MOTIVO-REJEITAD
006140                        MOVE 011 TO WK-COD-MOTIVO-REJEITAD
006139                        PERFORM 255-CITAR-BLOQUEIO
006139                        PERFORM 207-GRAVAR-REJEITAD
006139                        DISPLAY 'SALDO INSUFICIENTE NO DOCUMENTO '
006139                    IF FD-VALOR-LANCAM > WK-DISPONIVEL-DEBITO
006139                        MOVE 'SALDO INSUFICIENTE PARA CARTAO'
006139                            TO WK-MOTIVO-REJEITAD
006140                        MOVE 012 TO WK-COD-MOTIVO-REJEITAD
006139                        PERFORM 255-CITAR-BLOQUEIO
006139                        PERFORM 207-GRAVAR-REJEITAD
006139                        DISPLAY 'SALDO INSUFICIENTE NO DOCUMENTO '
006139                        DISPLAY '        CARTAO  : ' WK-VALOR-EDIT
006139                        PERFORM 209-GRAVAR-MOVHIST
006139                    END-IF
006140       *          PAGAMENTO DE TITULO OU TRIBUTO DE OUTRO BANCO,
006141       *          JA LIQUIDADO NA COMPENSACAO PELO EAD95901
006142                WHEN 'P'
006143                    IF FD-VALOR-LANCAM > WK-DISPONIVEL-DEBITO
006144                        MOVE 'SALDO INSUFICIENTE PARA PAGTO'
006145                            TO WK-MOTIVO-REJEITAD
006146                        MOVE 013 TO WK-COD-MOTIVO-REJEITAD
006146                        PERFORM 255-CITAR-BLOQUEIO
006147                        PERFORM 207-GRAVAR-REJEITAD
006148                        DISPLAY 'SALDO INSUFICIENTE NO DOCUMENTO '
006149                                FD-DOC-LANCAM
006150                    ELSE
006151                        SUBTRACT FD-VALOR-LANCAM
006152                            FROM FD-SALDO-CLIENTES
006153                        MOVE FD-VALOR-LANCAM TO WK-VALOR-EDIT
006154                        PERFORM 198-CONVERTER-VALOR-EDIT
006155                        DISPLAY '        PAGTO   : ' WK-VALOR-EDIT
006156                        PERFORM 209-GRAVAR-MOVHIST
006157                    END-IF
006140                WHEN 'T'
006150                    IF FD-VALOR-LANCAM > WK-DISPONIVEL-DEBITO
006170                        MOVE 'SALDO INSUFICIENTE PARA TED'
006180                            TO WK-MOTIVO-REJEITAD
006181                        MOVE 014 TO WK-COD-MOTIVO-REJEITAD
006182                        PERFORM 255-CITAR-BLOQUEIO
006190                        PERFORM 207-GRAVAR-REJEITAD
006200                        DISPLAY 'SALDO INSUFICIENTE NO DOCUMENTO '
006290                    IF FD-VALOR-LANCAM > WK-DISPONIVEL-DEBITO
006310                        MOVE 'SALDO INSUFICIENTE PARA TARIFA'
006320                            TO WK-MOTIVO-REJEITAD
006321                        MOVE 015 TO WK-COD-MOTIVO-REJEITAD
006322                        PERFORM 255-CITAR-BLOQUEIO
006330                        PERFORM 207-GRAVAR-REJEITAD
006340                        DISPLAY 'SALDO INSUFICIENTE NO DOCUMENTO '
006445                            FD-DOC-LANCAM
006450                    MOVE 'TIPO DE LANCAMENTO INVALIDO'
006460                        TO WK-MOTIVO-REJEITAD
006461                    MOVE 003 TO WK-COD-MOTIVO-REJEITAD
006470                    PERFORM 207-GRAVAR-REJEITAD
006480            END-EVALUATE.
006481        209-GRAVAR-MOVHIST.
006488            MOVE FD-MOEDA-LANCAM   TO FD-MOEDA-MOVHIST.
006488            MOVE FD-HORA-LANCAM    TO FD-HORA-MOVHIST.
006488            MOVE FD-SEQ-LANCAM     TO FD-SEQ-MOVHIST.
006489            MOVE LK-ID-EXEC-COM    TO FD-ID-EXEC-MOVHIST.
006489            WRITE REG-MOVHIST.
006490            IF WK-FS-MOVHIST NOT = '00'
006491                DISPLAY 'ERRO ' WK-FS-MOVHIST
006499       *      TRANSFERENCIA ENTRE CONTAS: O DEBITO SO SAI SE A
006499       *      CONTRAPARTE FOR VALIDA, E AS DUAS PERNAS VAO PARA
006499       *      O MOVHIST COM O MESMO NUMERO DE DOCUMENTO
006500        254-APURAR-DISPONIVEL.
006501            MOVE ZEROS TO WK-VALOR-BLOQUEADO.
006502            MOVE ZEROS TO WK-VALOR-RETIDO-CHQ.
006503            MOVE FD-CHAVE-LANCAM TO WK-CHAVE-BLOQ-BUSCA.
006504            PERFORM 128-PROCURAR-BLOQUEIO.
006505            IF BLOQ-ACHADO
006506                MOVE WK-BLOQ-VALOR(WK-IDX-BLOQ-ACH)
006507                    TO WK-VALOR-BLOQUEADO
006508                MOVE WK-BLOQ-VALOR-CHQ(WK-IDX-BLOQ-ACH)
006509                    TO WK-VALOR-RETIDO-CHQ
006510            END-IF.
006511            COMPUTE WK-DISPONIVEL-DEBITO =
006512                FD-SALDO-CLIENTES + FD-LIMITE-CLIENTES
006513                - WK-VALOR-BLOQUEADO - WK-VALOR-RETIDO-CHQ.
006514       *      QUANDO SO O BLOQUEIO OU A RETENCAO DE CHEQUE
006515       *      IMPEDE O DEBITO, A REJEICAO CITA O MOTIVO
006516        255-CITAR-BLOQUEIO.
006517            EVALUATE TRUE
006518                WHEN WK-VALOR-BLOQUEADO > ZEROS
006519                 AND FD-VALOR-LANCAM NOT GREATER
006520                     FD-SALDO-CLIENTES + FD-LIMITE-CLIENTES
006521                    MOVE 'VALOR SOB BLOQUEIO JUDICIAL'
006522                        TO WK-MOTIVO-REJEITAD
006523                    MOVE 020 TO WK-COD-MOTIVO-REJEITAD
006523                WHEN WK-VALOR-RETIDO-CHQ > ZEROS
006524                 AND FD-VALOR-LANCAM NOT GREATER
006525                     FD-SALDO-CLIENTES + FD-LIMITE-CLIENTES
006526                     - WK-VALOR-BLOQUEADO
006527                    MOVE 'VALOR SOB CHEQUE A COMPENSAR'
006528                        TO WK-MOTIVO-REJEITAD
006529                    MOVE 021 TO WK-COD-MOTIVO-REJEITAD
006529            END-EVALUATE.
006499        240-APLICAR-TRANSFERENCIA.
006499            PERFORM 244-VALIDAR-CONTRAPARTE.
006499            EVALUATE TRUE
006499                WHEN FD-VALOR-LANCAM > WK-DISPONIVEL-DEBITO
006499                    MOVE 'SALDO INSUFICIENTE PARA TRANSF'
006499                        TO WK-MOTIVO-REJEITAD
006500                    MOVE 016 TO WK-COD-MOTIVO-REJEITAD
006499                    PERFORM 255-CITAR-BLOQUEIO
006499                    PERFORM 207-GRAVAR-REJEITAD
006499                    DISPLAY 'SALDO INSUFICIENTE NO DOCUMENTO '
006499               OR FD-CONTRA-LANCAM = FD-CHAVE-LANCAM
006499                MOVE 'CONTRAPARTE DE TRANSF INVALIDA'
006499                    TO WK-MOTIVO-REJEITAD
006500                MOVE 030 TO WK-COD-MOTIVO-REJEITAD
006499            ELSE
006499                IF FD-AGENCIA-CONTRA-LANCAM < WK-AGENCIA-DE
006499                   OR FD-AGENCIA-CONTRA-LANCAM
006499                          > WK-AGENCIA-ATE
006499                    MOVE 'CONTRAPARTE FORA DA FAIXA'
006499                        TO WK-MOTIVO-REJEITAD
006500                    MOVE 031 TO WK-COD-MOTIVO-REJEITAD
006499                ELSE
006499                    PERFORM 247-CONSULTAR-CONTRAPARTE
006499                END-IF
006499                INVALID KEY
006499                    MOVE 'CONTRAPARTE INEXISTENTE'
006499                        TO WK-MOTIVO-REJEITAD
006500                    MOVE 032 TO WK-COD-MOTIVO-REJEITAD
006499                NOT INVALID KEY
006499                    IF CONTA-ENCERRADA
006499                        MOVE 'CONTRAPARTE ENCERRADA'
006499                            TO WK-MOTIVO-REJEITAD
006500                        MOVE 033 TO WK-COD-MOTIVO-REJEITAD
006499                    ELSE
006499                        SET CONTRA-VALIDA TO TRUE
006499                        PERFORM 229-PROCURAR-SALDO-TAB
006499            MOVE FD-MOEDA-LANCAM   TO FD-MOEDA-MOVHIST.
006499            MOVE FD-HORA-LANCAM    TO FD-HORA-MOVHIST.
006499            MOVE FD-SEQ-LANCAM     TO FD-SEQ-MOVHIST.
006500            MOVE LK-ID-EXEC-COM    TO FD-ID-EXEC-MOVHIST.
006499            WRITE REG-MOVHIST.
006499            IF WK-FS-MOVHIST NOT = '00'
006499                DISPLAY 'ERRO ' WK-FS-MOVHIST
