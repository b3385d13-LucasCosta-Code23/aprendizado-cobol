000304                ACCESS MODE IS SEQUENTIAL
000305                RECORD KEY IS FD-CHAVE-REG-BLOQJUD
000306                FILE STATUS IS WK-FS-BLOQJUD.
000307            SELECT ARQ-MOVTRAB  ASSIGN TO MOVTRAB
000308                FILE STATUS IS WK-FS-MOVTRAB.
000310       *
000320        DATA DIVISION.
000330        FILE SECTION.
000880                10 FD-QTDE-CTRL-LANCAM     PIC 9(6).
000890                10 FD-VALOR-CTRL-LANCAM    PIC 9(8)V99.
000895                10 FD-INST-CTRL-LANCAM     PIC 99.
000896            05 FD-ID-EXEC-LANCAM       PIC 9(10).
000900        FD   ARQ-CTRLSAL
000910             RECORDING MODE IS F.
000920        01  REG-CTRLSAL.
000949            05 FD-SITUACAO-BLOQJUD PIC X.
000949                88 BLOQUEIO-ATIVO      VALUE 'A'.
000949                88 BLOQUEIO-LEVANTADO  VALUE 'L'.
000950       *      EXCEDENTE DOS MOVIMENTOS DE UMA CONTA QUE NAO
000951       *      CABEM NA TABELA, NA ORDEM DO LOTE
000952        FD   ARQ-MOVTRAB
000953             RECORDING MODE IS F.
000954        01  REG-MOVTRAB                PIC X(53).
000950        FD   ARQ-CAMBIO
000960             RECORDING MODE IS F.
000970        01  REG-CAMBIO.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
001010        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
001020        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001030        77  WK-FS-CLIENTEN PIC XX           VALUE SPACES.
001040        77  WK-FS-LANCAM   PIC XX           VALUE SPACES.
001050        77  WK-FS-CTRLSAL  PIC XX           VALUE SPACES.
001060        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
001061        77  WK-FS-MOVTRAB  PIC XX           VALUE SPACES.
001062        77  WK-FS-BLOQJUD  PIC XX           VALUE SPACES.
001062        77  WK-VALOR-BLOQUEADO PIC 9(7)V99  VALUE ZEROS.
001062        77  WK-DISPONIVEL-DEBITO PIC S9(8)V99 VALUE ZEROS.
001131        77  WK-QTD-MOVTOS-CONTA PIC 9(3)     VALUE ZEROS.
001131        77  WK-IDX-MOVTO   PIC 9(3)         VALUE ZEROS.
001131        77  WK-CHAVE-CONTA-ATUAL PIC X(9)    VALUE SPACES.
001132        77  WK-MOVTOS-APLICADOS PIC 9(7)     VALUE ZEROS.
001133        77  WK-QTD-MOVTOS-EXCED PIC 9(7)     VALUE ZEROS.
001134        77  WK-PASSO-CONTA PIC X            VALUE 'C'.
001135            88 PASSO-CREDITOS                 VALUE 'C'.
001136            88 PASSO-DEBITOS                  VALUE 'D'.
001131        01  WK-GUARDA-LANCAM   PIC X(64)    VALUE SPACES.
001131        01  WK-TAB-MOVTOS-CONTA.
001131            05 WK-MOVTO-OCC       OCCURS 500 TIMES.
001131                10 WK-MOVTO-IMAGEM    PIC X(53).
002403            END-IF.
002404       *      OS MOVIMENTOS DE UMA MESMA CONTA SAO REUNIDOS E
002405       *      OS CREDITOS (C/J) APLICADOS ANTES DOS DEBITOS,
002406       *      NA MESMA ORDEM DA POSTAGEM NORMAL, INCLUSIVE O
002407       *      EXCEDENTE ACIMA DE 500 MOVIMENTOS NO MOVTRAB
002410        405-REAPLICAR-CONTA.
002410            MOVE ZEROS TO WK-QTD-MOVTOS-CONTA.
002411            MOVE ZEROS TO WK-QTD-MOVTOS-EXCED.
002410            MOVE ZEROS TO WK-MOVTOS-APLICADOS.
002410            MOVE FD-CHAVE-LANCAM TO WK-CHAVE-CONTA-ATUAL.
002410            PERFORM 406-GUARDAR-MOVTO
002410                OR FD-CHAVE-LANCAM
002410                       NOT = WK-CHAVE-CONTA-ATUAL.
002410            MOVE REG-LANCAM TO WK-GUARDA-LANCAM.
002411            IF WK-QTD-MOVTOS-EXCED > ZEROS
002412                CLOSE ARQ-MOVTRAB
002413            END-IF.
002420            MOVE WK-CHAVE-CONTA-ATUAL TO FD-CHAVE-CLIENTES.
002430            READ ARQ-CLIENTES
002440                INVALID KEY
002444                        VARYING WK-IDX-MOVTO FROM 1 BY 1
002446                        UNTIL WK-IDX-MOVTO
002448                                  > WK-QTD-MOVTOS-CONTA
002449                    ADD WK-QTD-MOVTOS-EXCED TO WK-QTD-REJEITADOS
002480                NOT INVALID KEY
002482                    PERFORM 408-APLICAR-CREDITOS
002484                        VARYING WK-IDX-MOVTO FROM 1 BY 1
002486                        UNTIL WK-IDX-MOVTO
002488                                  > WK-QTD-MOVTOS-CONTA
002489                    IF WK-QTD-MOVTOS-EXCED > ZEROS
002490                        SET PASSO-CREDITOS TO TRUE
002491                        PERFORM 417-REPASSAR-EXCEDENTES
002492                    END-IF
002490                    PERFORM 409-APLICAR-DEBITOS
002492                        VARYING WK-IDX-MOVTO FROM 1 BY 1
002494                        UNTIL WK-IDX-MOVTO
002496                                  > WK-QTD-MOVTOS-CONTA
002497                    IF WK-QTD-MOVTOS-EXCED > ZEROS
002498                        SET PASSO-DEBITOS TO TRUE
002499                        PERFORM 417-REPASSAR-EXCEDENTES
002500                    END-IF
002497                    IF WK-MOVTOS-APLICADOS > ZEROS
002498                        PERFORM 404-REGRAVAR
002499                    END-IF
002502            MOVE WK-GUARDA-LANCAM TO REG-LANCAM.
002504        406-GUARDAR-MOVTO.
002504            IF WK-QTD-MOVTOS-CONTA NOT LESS 500
002505                PERFORM 421-GUARDAR-EXCEDENTE
002506            ELSE
002507                ADD 1 TO WK-QTD-MOVTOS-CONTA
002508                MOVE FD-DETALHE-LANCAM
002509                    TO WK-MOVTO-IMAGEM(WK-QTD-MOVTOS-CONTA)
002510            END-IF.
002511            PERFORM 302-LER-LANCAM.
002512        421-GUARDAR-EXCEDENTE.
002513            IF WK-QTD-MOVTOS-EXCED = ZEROS
002514                OPEN OUTPUT ARQ-MOVTRAB
002515                IF WK-FS-MOVTRAB NOT = '00'
002516                    DISPLAY 'ERRO ' WK-FS-MOVTRAB
002517                            ' NO COMANDO OPEN MOVTRAB'
002518                    MOVE 12 TO RETURN-CODE
002519                    STOP RUN
002520                END-IF
002521            END-IF.
002522            WRITE REG-MOVTRAB FROM FD-DETALHE-LANCAM.
002523            IF WK-FS-MOVTRAB NOT = '00'
002524                DISPLAY 'ERRO ' WK-FS-MOVTRAB
002525                        ' NO COMANDO WRITE MOVTRAB'
002504                MOVE 12 TO RETURN-CODE
002504                STOP RUN
002504            END-IF.
002505            ADD 1 TO WK-QTD-MOVTOS-EXCED.
002506        417-REPASSAR-EXCEDENTES.
002507            OPEN INPUT ARQ-MOVTRAB.
002508            IF WK-FS-MOVTRAB NOT = '00'
002509                DISPLAY 'ERRO ' WK-FS-MOVTRAB
002510                        ' NO COMANDO OPEN MOVTRAB'
002511                MOVE 12 TO RETURN-CODE
002512                STOP RUN
002513            END-IF.
002514            PERFORM 303-LER-MOVTRAB.
002515            PERFORM 418-EXECUTAR-EXCEDENTE
002516                UNTIL WK-FS-MOVTRAB = '10'.
002517            CLOSE ARQ-MOVTRAB.
002518        418-EXECUTAR-EXCEDENTE.
002519            MOVE REG-MOVTRAB TO WK-MOVTO-TRAB.
002520            IF WK-MOVTO-TIPO = 'C' OR 'J' OR 'B'
002521                IF PASSO-CREDITOS
002522                    PERFORM 419-EXECUTAR-MOVTRAB
002523                END-IF
002524            ELSE
002525                IF PASSO-DEBITOS
002526                    PERFORM 419-EXECUTAR-MOVTRAB
002527                END-IF
002528            END-IF.
002529            PERFORM 303-LER-MOVTRAB.
002530        419-EXECUTAR-MOVTRAB.
002531            MOVE 'D' TO FD-TIPO-REG-LANCAM.
002532            MOVE REG-MOVTRAB TO FD-DETALHE-LANCAM.
002533            PERFORM 402-REAPLICAR-MOVTO.
002506        407-REJEITAR-GRUPO.
002506            ADD 1 TO WK-QTD-REJEITADOS.
002506            DISPLAY 'CHAVE INEXISTENTE NO REPLAY : '
002508        408-APLICAR-CREDITOS.
002508            MOVE WK-MOVTO-IMAGEM(WK-IDX-MOVTO)
002508                TO WK-MOVTO-TRAB.
002508            IF WK-MOVTO-TIPO = 'C' OR 'J' OR 'B'
002508                PERFORM 410-EXECUTAR-MOVTO
002508            END-IF.
002510        409-APLICAR-DEBITOS.
002510            MOVE WK-MOVTO-IMAGEM(WK-IDX-MOVTO)
002510                TO WK-MOVTO-TRAB.
002510            IF WK-MOVTO-TIPO = 'C' OR 'J' OR 'B'
002510                CONTINUE
002510            ELSE
002510                PERFORM 410-EXECUTAR-MOVTO
002524                END-IF
002524            END-IF.
002510       *      MESMAS REGRAS DO FLUXO NORMAL DE POSTAGEM:
002520       *      CONTA ENCERRADA SO ACEITA O TED DE LIQUIDACAO
002530       *      E CREDITOS, BLOQUEADA NAO DEBITA, JUROS SEGUEM
002540       *      O SINAL DO SALDO E DEBITOS RESPEITAM SALDO MAIS
002545       *      LIMITE
002550        403-APLICAR-REGRAS.
002552            PERFORM 133-APURAR-DISPONIVEL.
002560            EVALUATE TRUE
002562       *          AS MESMAS EXCECOES DA LINHA DE SALDO: O TED
002563       *          DE LIQUIDACAO DO ENCERRAMENTO (OU DE PAGAMENTO
002564       *          DE VALORES A RECEBER) DEBITA EXATAMENTE O
002565       *          SALDO CREDOR REMANESCENTE; O CREDITO (TED
002566       *          DEVOLVIDO, DEVOLUCAO DE TARIFA, ESTORNO) FICA
002567       *          NO SALDO E VAI PARA O REGISTRO DE VALORES A
002568       *          RECEBER
002570                WHEN CONTA-ENCERRADA
002571                 AND FD-TIPO-LANCAM = 'T'
002572                 AND FD-SALDO-CLIENTES > ZEROS
002577                        FROM FD-SALDO-CLIENTES
002578                    PERFORM 413-CONTAR-APLICADO
002579                WHEN CONTA-ENCERRADA
002580                 AND FD-TIPO-LANCAM = 'C'
002581                    ADD FD-VALOR-LANCAM TO FD-SALDO-CLIENTES
002582                    PERFORM 413-CONTAR-APLICADO
002583                WHEN CONTA-ENCERRADA
002584                    ADD 1 TO WK-QTD-REJEITADOS
002590                WHEN CONTA-BLOQUEADA
002600                 AND (FD-TIPO-LANCAM = 'D' OR 'T' OR 'F'
002602                      OR 'I' OR 'Q' OR 'K' OR 'P' OR 'V')
002610                    ADD 1 TO WK-QTD-REJEITADOS
002620                WHEN FD-TIPO-LANCAM = 'C' OR 'B'
002630                    ADD FD-VALOR-LANCAM TO FD-SALDO-CLIENTES
002640                    PERFORM 413-CONTAR-APLICADO
002650                WHEN FD-TIPO-LANCAM = 'J'
002720                    END-IF
002730                    PERFORM 413-CONTAR-APLICADO
002740                WHEN FD-TIPO-LANCAM = 'D' OR 'T' OR 'F'
002741                  OR FD-TIPO-LANCAM = 'Q' OR 'K' OR 'P'
002750                    IF FD-VALOR-LANCAM > WK-DISPONIVEL-DEBITO
002770                        ADD 1 TO WK-QTD-REJEITADOS
002780                    ELSE
003780                    MOVE 12 TO RETURN-CODE
003790                    STOP RUN
003800            END-EVALUATE.
003801        303-LER-MOVTRAB.
003802            READ ARQ-MOVTRAB.
003803            EVALUATE WK-FS-MOVTRAB
003804                WHEN '00'
003805                    CONTINUE
003806                WHEN '10'
003807                    CONTINUE
003808                WHEN OTHER
003809                    DISPLAY 'ERRO ' WK-FS-MOVTRAB
003810                            ' NO COMANDO READ MOVTRAB'
003811                    MOVE 12 TO RETURN-CODE
003812                    STOP RUN
003813            END-EVALUATE.
003810       ***********************************************
985001        195-GRAVAR-JRNL-INICIO.
985002            MOVE 'I' TO JRL-TIPO.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95841' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985010            MOVE WK-QTD-REJEITADOS
985011                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
