000180       *   FUTUROS), PAGA SALDO CREDOR VIA LOTE DE TED, *
000190       *   EMITE EXTRATO FINAL DO MOVHIST E GRAVA O     *
000200       *   CERTIFICADO DE ENCERRAMENTO                  *
000201       *                                                *
000202       *   SALDO QUE NAO TEM COMO SAIR POR TED (TED DE  *
000203       *   LIQUIDACAO DEVOLVIDO PELO EAD95849) OU QUE   *
000204       *   ENTRA DEPOIS DA LIQUIDACAO VAI PARA O        *
000205       *   REGISTRO DE VALORES A RECEBER DO EAD95939    *
000206       *   PELO VRENTRA; RODA DEPOIS DO EAD95939, QUE   *
000207       *   CONSOLIDA O VRENTRA DA RODADA ANTERIOR       *
000210       **************************************************
000220       *
000230        ENVIRONMENT DIVISION.
000490                FILE STATUS IS WK-FS-EXTRATOF.
000500            SELECT ARQ-RELENCER ASSIGN TO RELENCER
000510                FILE STATUS IS WK-FS-RELENCER.
000511            SELECT ARQ-VALREC   ASSIGN TO VALREC
000512                FILE STATUS IS WK-FS-VALREC.
000513            SELECT ARQ-VRENTRA  ASSIGN TO VRENTRA
000514                FILE STATUS IS WK-FS-VRENTRA.
000520       *
000530        DATA DIVISION.
000540        FILE SECTION.
000820            05 FD-CONTRA-REJEITAD      PIC X(9).
000820            05 FD-HORA-REJEITAD  PIC 9(6).
000820            05 FD-SEQ-REJEITAD   PIC 9(4).
000821            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
000822            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
000824        FD   ARQ-AGENDADO
000825             RECORDING MODE IS F.
000826        01  REG-AGENDADO.
000900            05 FD-SITUACAO-TED     PIC X.
000910                88 TED-ENVIADO         VALUE 'E'.
000911                88 TED-LIQUIDADO       VALUE 'L'.
000912                88 TED-DEVOLVIDO       VALUE 'D'.
000920            05 FD-MOEDA-TED        PIC X(3).
000921            05 FD-ID-EXEC-TED      PIC 9(10).
000930        FD   ARQ-MOVHIST
000940             RECORDING MODE IS F.
000950        01  REG-MOVHIST.
001040            05 FD-MOEDA-MOVHIST    PIC X(3).
001040            05 FD-HORA-MOVHIST     PIC 9(6).
001040            05 FD-SEQ-MOVHIST      PIC 9(4).
001041            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
001044        FD   ARQ-CAMBIO
001045             RECORDING MODE IS F.
001046        01  REG-CAMBIO.
001180            05 FD-DISPOSICAO-CERTN PIC X.
001190                88 CERT-PAGO-TED       VALUE 'P'.
001200                88 CERT-SALDO-ZERO     VALUE 'Z'.
001201                88 CERT-VALORES-RECEBER VALUE 'R'.
001210        FD   ARQ-LANCAMEC
001220             RECORDING MODE IS F.
001230        01  REG-LANCAMEC.
001400                10 FD-QTDE-CTRL-LANCAMEC   PIC 9(6).
001410                10 FD-VALOR-CTRL-LANCAMEC  PIC 9(8)V99.
001420                10 FD-INST-CTRL-LANCAMEC   PIC 99.
001421            05 FD-ID-EXEC-LANCAMEC     PIC 9(10).
001430        FD   ARQ-EXTRATOF
001440             RECORDING MODE IS F.
001450        01  REG-EXTRATOF               PIC X(70).
001460        FD   ARQ-RELENCER
001470             RECORDING MODE IS F.
001480        01  REG-RELENCER               PIC X(70).
001481       *      REGISTRO DE VALORES A RECEBER MANTIDO PELO
001482       *      EAD95939; AQUI SO CONTA O QUE JA ESTA REGISTRADO
001483        FD   ARQ-VALREC
001484             RECORDING MODE IS F.
001485        01  REG-VALREC.
001486            05 FILLER              PIC X(23).
001487            05 FD-CHAVE-VALREC     PIC X(9).
001488            05 FILLER              PIC XX.
001489            05 FD-VALOR-VALREC     PIC 9(6)V99.
001490            05 FILLER              PIC X(30).
001491        FD   ARQ-VRENTRA
001492             RECORDING MODE IS F.
001493        01  REG-VRENTRA.
001494            05 FD-CHAVE-VRENTRA    PIC X(9).
001495            05 FD-ORIGEM-VRENTRA   PIC 99.
001496            05 FD-VALOR-VRENTRA    PIC 9(6)V99.
001497            05 FD-MOEDA-VRENTRA    PIC X(3).
001498            05 FD-DATA-VRENTRA     PIC 9(8).
001499            05 FD-PROGRAMA-VRENTRA PIC X(8).
001490        FD   ARQ-RUNJRNL
001500             RECORDING MODE IS F.
001510        01  REG-RUNJRNL.
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
001620        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
001630        77  WK-FS-REJEITAD PIC XX           VALUE SPACES.
001640        77  WK-FS-TEDCTL   PIC XX           VALUE SPACES.
001680        77  WK-FS-LANCAMEC PIC XX           VALUE SPACES.
001690        77  WK-FS-EXTRATOF PIC XX           VALUE SPACES.
001700        77  WK-FS-RELENCER PIC XX           VALUE SPACES.
001701        77  WK-FS-VALREC   PIC XX           VALUE SPACES.
001702        77  WK-FS-VRENTRA  PIC XX           VALUE SPACES.
001703        77  WK-QTD-VALREC  PIC 9(4)         VALUE ZEROS.
001704        77  WK-ORIGEM-VR   PIC 99           VALUE ZEROS.
001705        77  WK-VALOR-VR    PIC S9(7)V99     VALUE ZEROS.
001710        77  WK-DATA-SIST   PIC 9(8)         VALUE ZEROS.
001712        77  WK-HORA-CAPTURA PIC 9(6)        VALUE ZEROS.
001720        77  WK-QTD-CANDIDATAS PIC 9(4)      VALUE ZEROS.
001920                10 WK-CAN-PEND-TED    PIC X.
001930                10 WK-CAN-PEND-FUT    PIC X.
001905                10 WK-CAN-TED-PAGO    PIC X.
001906                10 WK-CAN-TED-DEV     PIC X.
001907                10 WK-CAN-VALREC      PIC 9(7)V99.
001940        01  WK-LINHA-EXTF.
001950            05 WK-CHAVE-EXTF   PIC X(9).
001960            05 FILLER          PIC X(01) VALUE SPACE.
002690            MOVE 'N' TO WK-CAN-PEND-TED(WK-QTD-CANDIDATAS).
002700            MOVE 'N' TO WK-CAN-PEND-FUT(WK-QTD-CANDIDATAS).
002705            MOVE 'N' TO WK-CAN-TED-PAGO(WK-QTD-CANDIDATAS).
002706            MOVE 'N' TO WK-CAN-TED-DEV(WK-QTD-CANDIDATAS).
002707            MOVE ZEROS TO WK-CAN-VALREC(WK-QTD-CANDIDATAS).
002710            PERFORM 302-LER-ENCERCTF.
002720        103-ABRIR-CLIENTES.
002730            OPEN INPUT ARQ-CLIENTES.
002920            IF WK-FS-ENCERCTN NOT = '00'
002930                DISPLAY 'ERRO ' WK-FS-ENCERCTN
002940                        ' NO COMANDO OPEN ENCERCTN'
002941                MOVE 12 TO RETURN-CODE
002942                STOP RUN
002943            END-IF.
002944            OPEN EXTEND ARQ-VRENTRA.
002945            IF WK-FS-VRENTRA = '35'
002946                OPEN OUTPUT ARQ-VRENTRA
002947            END-IF.
002948            IF WK-FS-VRENTRA NOT = '00'
002949                DISPLAY 'ERRO ' WK-FS-VRENTRA
002950                        ' NO COMANDO OPEN VRENTRA'
002950                MOVE 12 TO RETURN-CODE
002960                STOP RUN
002970            END-IF.
003330                PERFORM 202-PROCURAR-CANDIDATA
003340                IF CAND-NAO-ACHADA
003350                    PERFORM 203-REGISTRAR-CANDIDATA
003351                ELSE
003352                    PERFORM 204-ATUALIZAR-CERTIFICADA
003360                END-IF
003370            END-IF.
003380            PERFORM 301-LER-CLIENTES.
003650            MOVE 'N' TO WK-CAN-PEND-TED(WK-QTD-CANDIDATAS).
003660            MOVE 'N' TO WK-CAN-PEND-FUT(WK-QTD-CANDIDATAS).
003665            MOVE 'N' TO WK-CAN-TED-PAGO(WK-QTD-CANDIDATAS).
003666            MOVE 'N' TO WK-CAN-TED-DEV(WK-QTD-CANDIDATAS).
003667            MOVE ZEROS TO WK-CAN-VALREC(WK-QTD-CANDIDATAS).
003668       *      A CONTA CERTIFICADA GUARDA O SALDO ATUAL: CREDITO
003669       *      QUE ENTRA DEPOIS DA LIQUIDACAO E VALOR A RECEBER
003670        204-ATUALIZAR-CERTIFICADA.
003671            IF WK-CAN-PEND-REJ(WK-IDX-CAN-ACH) = 'C'
003672                MOVE FD-DIGITO-CLIENTES
003673                    TO WK-CAN-DIGITO(WK-IDX-CAN-ACH)
003674                MOVE FD-SALDO-CLIENTES
003675                    TO WK-CAN-SALDO(WK-IDX-CAN-ACH)
003676                MOVE FD-MOEDA-CLIENTES
003677                    TO WK-CAN-MOEDA(WK-IDX-CAN-ACH)
003678            END-IF.
003670       ***********************************************
003680        210-PENDENCIAS SECTION.
003690        210-MARCAR-PENDENCIAS.
003700            PERFORM 211-VARRER-REJEITAD.
003701            PERFORM 207-VARRER-VALREC.
003710            PERFORM 213-VARRER-TEDCTL.
003712            PERFORM 215-VARRER-AGENDADO.
003714            PERFORM 217-VARRER-AGENDADON.
004197                    MOVE 'S' TO WK-CAN-TED-PAGO(WK-IDX-CAN-ACH)
004198                END-IF
004199            END-IF.
004200       *      TED DEVOLVIDO MOSTRA QUE O SALDO NAO TEM DESTINO
004201       *      VALIDO: NAO SE GERA OUTRO TED, VAI PARA O SVR
004202            IF TED-DEVOLVIDO
004203                MOVE FD-CHAVE-TED TO WK-CHAVE-BUSCA
004204                PERFORM 202-PROCURAR-CANDIDATA
004205                IF CAND-ACHADA
004206                    MOVE 'S' TO WK-CAN-TED-DEV(WK-IDX-CAN-ACH)
004207                END-IF
004208            END-IF.
004200            PERFORM 304-LER-TEDCTL.
004201       *      MOVIMENTO COM DATA FUTURA NAO POSTA MAIS:
004202       *      FICA ESTACIONADO NO DEPOSITO AGENDADO (E NO
004208                MOVE 'S' TO WK-CAN-PEND-FUT(WK-IDX-CAN-ACH)
004208            END-IF.
004208            PERFORM 307-LER-AGENDADON.
004209       *      O QUE JA ESTA NO REGISTRO (EM ABERTO OU PAGO
004210       *      AGUARDANDO A BAIXA) NAO E REGISTRADO DE NOVO
004211        207-VARRER-VALREC.
004212            OPEN INPUT ARQ-VALREC.
004213            EVALUATE WK-FS-VALREC
004214                WHEN '00'
004215                    PERFORM 308-LER-VALREC
004216                    PERFORM 208-SOMAR-VALREC
004217                        UNTIL WK-FS-VALREC = '10'
004218                    CLOSE ARQ-VALREC
004219                WHEN '35'
004220                    CONTINUE
004221                WHEN OTHER
004222                    DISPLAY 'ERRO ' WK-FS-VALREC
004223                            ' NO COMANDO OPEN VALREC'
004224                    MOVE 12 TO RETURN-CODE
004225                    STOP RUN
004226            END-EVALUATE.
004227        208-SOMAR-VALREC.
004228            MOVE FD-CHAVE-VALREC TO WK-CHAVE-BUSCA.
004229            PERFORM 202-PROCURAR-CANDIDATA.
004230            IF CAND-ACHADA
004231                ADD FD-VALOR-VALREC
004232                    TO WK-CAN-VALREC(WK-IDX-CAN-ACH)
004233            END-IF.
004234            PERFORM 308-LER-VALREC.
004210        219-PENDENCIAS-FIM.
004220            EXIT.
004230       ***********************************************
004770            MOVE WK-CAN-SALDO(WK-IDX-CAN-ACH) TO WK-SALDO-REL.
004780            EVALUATE TRUE
004790                WHEN WK-CAN-PEND-REJ(WK-IDX-CAN-ACH) = 'C'
004791                    IF WK-CAN-SALDO(WK-IDX-CAN-ACH) >
004792                       WK-CAN-VALREC(WK-IDX-CAN-ACH)
004793                        MOVE 03 TO WK-ORIGEM-VR
004794                        PERFORM 227-REGISTRAR-VALOR-RECEBER
004795                        MOVE 'CREDITO POS-LIQUIDACAO: SVR'
004796                            TO WK-TEXTO-REL
004797                        PERFORM 224-GRAVAR-RELENCER
004798                    END-IF
004810                WHEN WK-CAN-PEND-REJ(WK-IDX-CAN-ACH) = 'S'
004820                    ADD 1 TO WK-QTD-PENDENTES
004830                    MOVE 'PENDENTE: REJEITADOS EM ABERTO'
004980                    MOVE 'SALDO DEVEDOR: COBRAR COBERTURA'
004990                        TO WK-TEXTO-REL
005000                    PERFORM 224-GRAVAR-RELENCER
005001                WHEN WK-CAN-SALDO(WK-IDX-CAN-ACH) > ZEROS
005002                 AND (WK-CAN-TED-DEV(WK-IDX-CAN-ACH) = 'S'
005003                   OR WK-CAN-VALREC(WK-IDX-CAN-ACH) > ZEROS)
005004                    IF WK-CAN-SALDO(WK-IDX-CAN-ACH) >
005005                       WK-CAN-VALREC(WK-IDX-CAN-ACH)
005006                        MOVE 01 TO WK-ORIGEM-VR
005007                        PERFORM 227-REGISTRAR-VALOR-RECEBER
005008                    END-IF
005009                    PERFORM 226-GRAVAR-CERTIFICADO
005010                WHEN WK-CAN-SALDO(WK-IDX-CAN-ACH) > ZEROS
005020                    PERFORM 225-PAGAR-SALDO-VIA-TED
005022                    MOVE 'TED DE LIQUIDACAO GERADO'
005330            MOVE WK-DATA-SIST TO FD-DATA-CERTN.
005340            MOVE WK-CAN-SALDO(WK-IDX-CAN-ACH)
005350                TO FD-SALDO-CERTN.
005351            EVALUATE TRUE
005352                WHEN WK-CAN-SALDO(WK-IDX-CAN-ACH) > ZEROS
005353                    MOVE 'R' TO FD-DISPOSICAO-CERTN
005354                    MOVE 'LIQUIDADA: VALORES A RECEBER'
005355                        TO WK-TEXTO-REL
005356                WHEN WK-CAN-TED-PAGO(WK-IDX-CAN-ACH) = 'S'
005357                    MOVE 'P' TO FD-DISPOSICAO-CERTN
005358                    MOVE 'LIQUIDADA: SALDO PAGO POR TED'
005359                        TO WK-TEXTO-REL
005360                WHEN OTHER
005361                    MOVE 'Z' TO FD-DISPOSICAO-CERTN
005362                    MOVE 'LIQUIDADA: SALDO ZERADO'
005363                        TO WK-TEXTO-REL
005364            END-EVALUATE.
005450            WRITE REG-ENCERCTN.
005460            IF WK-FS-ENCERCTN NOT = '00'
005470                DISPLAY 'ERRO ' WK-FS-ENCERCTN
005500                STOP RUN
005510            END-IF.
005520            PERFORM 224-GRAVAR-RELENCER.
005521       *      SO A DIFERENCA ENTRE O SALDO E O QUE JA ESTA
005522       *      NO REGISTRO ENTRA NO VRENTRA; O CPF/CNPJ DO
005523       *      TITULAR E APURADO PELO EAD95939
005524        227-REGISTRAR-VALOR-RECEBER.
005525            COMPUTE WK-VALOR-VR =
005526                WK-CAN-SALDO(WK-IDX-CAN-ACH) -
005527                WK-CAN-VALREC(WK-IDX-CAN-ACH).
005528            MOVE WK-CAN-CHAVE(WK-IDX-CAN-ACH)
005529                TO FD-CHAVE-VRENTRA.
005530            MOVE WK-ORIGEM-VR TO FD-ORIGEM-VRENTRA.
005531            MOVE WK-VALOR-VR TO FD-VALOR-VRENTRA.
005532            MOVE WK-CAN-MOEDA(WK-IDX-CAN-ACH)
005533                TO FD-MOEDA-VRENTRA.
005534            MOVE WK-DATA-SIST TO FD-DATA-VRENTRA.
005535            MOVE 'EAD95866' TO FD-PROGRAMA-VRENTRA.
005536            WRITE REG-VRENTRA.
005537            IF WK-FS-VRENTRA NOT = '00'
005538                DISPLAY 'ERRO ' WK-FS-VRENTRA
005539                        ' NO COMANDO WRITE VRENTRA'
005540                MOVE 12 TO RETURN-CODE
005541                STOP RUN
005542            END-IF.
005543            ADD WK-VALOR-VR TO WK-CAN-VALREC(WK-IDX-CAN-ACH).
005544            ADD 1 TO WK-QTD-VALREC.
005530        224-GRAVAR-RELENCER.
005540            WRITE REG-RELENCER FROM WK-LINHA-ENC.
005550            IF WK-FS-RELENCER NOT = '00'
005606            END-IF.
005606            PERFORM 191-LER-CAMBIO.
005610        205-GRAVAR-LANCAMEC.
005611            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMEC.
005620            WRITE REG-LANCAMEC.
005630            IF WK-FS-LANCAMEC NOT = '00'
005640                DISPLAY 'ERRO ' WK-FS-LANCAMEC
006266                    MOVE 12 TO RETURN-CODE
006266                    STOP RUN
006266            END-EVALUATE.
006267        308-LER-VALREC.
006268            READ ARQ-VALREC.
006269            EVALUATE WK-FS-VALREC
006270                WHEN '00'
006271                    CONTINUE
006272                WHEN '10'
006273                    CONTINUE
006274                WHEN OTHER
006275                    DISPLAY 'ERRO ' WK-FS-VALREC
006276                            ' NO COMANDO READ VALREC'
006277                    MOVE 12 TO RETURN-CODE
006278                    STOP RUN
006279            END-EVALUATE.
006380       ***********************************************
006390        195-GRAVAR-JRNL-INICIO.
006400            MOVE 'I' TO JRL-TIPO.
006420            MOVE ZEROS TO JRL-QTD-GRAVADOS.
006430            MOVE ZEROS TO JRL-QTD-REJEITADOS.
006440            MOVE ZEROS TO JRL-RETORNO.
006441            MOVE 'EAD95866' TO LK-PROGRAMA-COM.
006442            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
006443            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006450            PERFORM 194-GRAVAR-RUNJRNL.
006460        196-GRAVAR-JRNL-FIM.
006470            MOVE 'F' TO JRL-TIPO.
006520            MOVE WK-QTD-PENDENTES
006530                TO JRL-QTD-REJEITADOS.
006540            MOVE RETURN-CODE TO JRL-RETORNO.
006541            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
006550            PERFORM 194-GRAVAR-RUNJRNL.
006560        194-GRAVAR-RUNJRNL.
006570            OPEN EXTEND ARQ-RUNJRNL.
006950            MOVE 'CONTAS A COBRAR COBERTURA:' TO WK-TITULO-RES.
006960            MOVE WK-QTD-COBERTURA TO WK-VALOR-RES.
006970            WRITE REG-RELENCER FROM WK-LINHA-RESUMO.
006971            MOVE 'CONTAS EM VALORES RECEBER:' TO WK-TITULO-RES.
006972            MOVE WK-QTD-VALREC TO WK-VALOR-RES.
006973            WRITE REG-RELENCER FROM WK-LINHA-RESUMO.
006980            DISPLAY 'CONTAS LIQUIDADAS : ' WK-QTD-LIQUIDADAS.
006990            DISPLAY 'PENDENTES         : ' WK-QTD-PENDENTES.
007000            DISPLAY 'A COBRAR COBERTURA: ' WK-QTD-COBERTURA.
007001            DISPLAY 'VALORES A RECEBER : ' WK-QTD-VALREC.
007010            CLOSE ARQ-CLIENTES.
007020            CLOSE ARQ-ENCERCTN.
007030            CLOSE ARQ-LANCAMEC.
007040            CLOSE ARQ-EXTRATOF.
007050            CLOSE ARQ-RELENCER.
007051            CLOSE ARQ-VRENTRA.
