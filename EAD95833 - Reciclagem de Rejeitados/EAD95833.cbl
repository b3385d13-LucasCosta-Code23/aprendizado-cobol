000140            LUCAS.
000150       **************************************************
000160       *   RECICLAGEM DE MOVIMENTOS REJEITADOS          *
000161       *   SO SAO RECICLADOS OS MOTIVOS MARCADOS COMO   *
000162       *   RETENTAVEIS NO CATALOGO MOTREJ (EAD95890);   *
000163       *   OS DEMAIS VAO DIRETO PARA DISPOSICAO FINAL   *
000170       **************************************************
000180       *
000190        ENVIRONMENT DIVISION.
984002                FILE STATUS IS WK-FS-RUNJRNL.
000250            SELECT ARQ-REJEITAD ASSIGN TO REJEITAD
000260                FILE STATUS IS WK-FS-REJEITAD.
000261            SELECT ARQ-MOTREJ   ASSIGN TO MOTREJ
000262                FILE STATUS IS WK-FS-MOTREJ.
000262            SELECT ARQ-DOCPROC  ASSIGN TO DOCPROC
000263                ORGANIZATION IS INDEXED
000264                ACCESS MODE IS DYNAMIC
000265                RECORD KEY IS FD-CHAVE-DOCREG
000266                FILE STATUS IS WK-FS-DOCPROC.
000267            SELECT ARQ-ORDPROG  ASSIGN TO ORDPROG
000268                ORGANIZATION IS INDEXED
000269                ACCESS MODE IS DYNAMIC
000270                RECORD KEY IS FD-CHAVE-REG-ORDP
000271                FILE STATUS IS WK-FS-ORDPROG.
000270            SELECT ARQ-RETRYCTL ASSIGN TO RETRYCTL
000280                FILE STATUS IS WK-FS-RETRYCTL.
000290            SELECT ARQ-RETRYCTN ASSIGN TO RETRYCTN
000495            05 FD-CONTRA-REJEITAD      PIC X(9).
000495            05 FD-HORA-REJEITAD  PIC 9(6).
000495            05 FD-SEQ-REJEITAD   PIC 9(4).
000496            05 FD-COD-MOTIVO-REJEITAD  PIC 9(3).
000497            05 FD-ID-EXEC-REJEITAD     PIC 9(10).
000497        FD   ARQ-MOTREJ
000498             RECORDING MODE IS F.
000499        01  REG-MOTREJ.
000500            05 FD-CODIGO-MOTREJ    PIC 9(3).
000501            05 FD-DESCRICAO-MOTREJ PIC X(30).
000502            05 FD-RETENTAVEL-MOTREJ PIC X.
000503            05 FD-NOTIFICA-MOTREJ  PIC X.
000504            05 FD-AREA-MOTREJ      PIC X(5).
000492        FD   ARQ-DOCPROC
000493             RECORDING MODE IS F.
000494        01  REG-DOCPROC.
000499                10 FD-DATA-DOCPROC         PIC 9(8).
000499                10 FD-HORA-DOCPROC         PIC 9(6).
000499                10 FD-SEQ-DOCPROC          PIC 9(4).
000500       *      ORDENS PERMANENTES (EAD95918); SO A CHAVE E A
000501       *      CONTA FAVORECIDA INTERESSAM AQUI
000502        FD   ARQ-ORDPROG
000503             RECORDING MODE IS F.
000504        01  REG-ORDPROG.
000505            05 FD-CHAVE-REG-ORDP.
000506                10 FD-CHAVE-ORDP       PIC X(9).
000507                10 FD-NUMERO-ORDP      PIC 9(4).
000508            05 FD-CONTRA-ORDP      PIC X(9).
000509            05 FILLER              PIC X(93).
000500        FD   ARQ-RETRYCTL
000510             RECORDING MODE IS F.
000520        01  REG-RETRYCTL.
000810                10 FD-DATA-CTRL-LANCAMRC   PIC 9(8).
000820                10 FD-QTDE-CTRL-LANCAMRC   PIC 9(6).
000830                10 FD-VALOR-CTRL-LANCAMRC  PIC 9(8)V99.
000831            05 FD-ID-EXEC-LANCAMRC     PIC 9(10).
000840        FD   ARQ-RELFINAL
000850             RECORDING MODE IS F.
000860        01  REG-RELFINAL               PIC X(70).
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
986010        FD   ARQ-CAMBIO
986011             RECORDING MODE IS F.
986012        01  REG-CAMBIO.
986036        77  WK-IDX-MOEDA   PIC 99           VALUE ZEROS.
986037        77  WK-VALOR-CONV-TRL PIC 9(8)V99   VALUE ZEROS.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000880        77  WK-FS-REJEITAD PIC XX           VALUE SPACES.
000881        77  WK-FS-MOTREJ   PIC XX           VALUE SPACES.
000882        77  WK-QTD-MOTIVOS PIC 9(3)         VALUE ZEROS.
000883        77  WK-QTD-SEM-CATALOGO PIC 9(6)    VALUE ZEROS.
000884        77  WK-MOTIVO-RETENTAVEL PIC X      VALUE 'N'.
000885            88 MOTIVO-RETENTAVEL             VALUE 'S'.
000886       *      CATALOGO MOTREJ INDEXADO PELO PROPRIO CODIGO
000887        01  WK-TAB-MOTIVOS.
000888            05 WK-MOT-OCC         OCCURS 999 TIMES.
000889                10 WK-MOT-CADASTRADO  PIC X.
000890                10 WK-MOT-RETENTAVEL  PIC X.
000882        77  WK-FS-DOCPROC  PIC XX           VALUE SPACES.
000884        77  WK-TEM-DOCPROC PIC X            VALUE 'N'.
000886            88 DOCPROC-DISPONIVEL             VALUE 'S'.
000888        77  WK-DOC-PROCESSADO PIC X         VALUE 'N'.
000890            88 DOC-JA-PROCESSADO              VALUE 'S'.
000892            88 DOC-NAO-PROCESSADO             VALUE 'N'.
000893        77  WK-FS-ORDPROG  PIC XX           VALUE SPACES.
000894        77  WK-TEM-ORDPROG PIC X            VALUE 'N'.
000895            88 ORDPROG-DISPONIVEL             VALUE 'S'.
000896        77  WK-ORDEM-PROGRAMADA PIC X       VALUE 'N'.
000897            88 DE-ORDEM-PROGRAMADA            VALUE 'S'.
000898        77  WK-QTD-ORDPROG PIC 9(6)         VALUE ZEROS.
000890        77  WK-FS-RETRYCTL PIC XX           VALUE SPACES.
000900        77  WK-FS-RETRYCTN PIC XX           VALUE SPACES.
000910        77  WK-FS-LANCAMRC PIC XX           VALUE SPACES.
001480            IF WK-DATA-LOTE = ZEROS
001490                MOVE WK-DATA-SIST TO WK-DATA-LOTE
001500            END-IF.
001501            PERFORM 111-CARREGAR-MOTREJ.
001510            PERFORM 102-ABRIR-REJEITAD.
001515            PERFORM 109-ABRIR-DOCPROC.
001516            PERFORM 110-ABRIR-ORDPROG.
001520            PERFORM 103-CARREGAR-RETRYCTL.
001530            PERFORM 104-ABRIR-SAIDAS.
001540            PERFORM 105-GRAVAR-HEADER.
001695                WHEN OTHER
001695                    DISPLAY 'ERRO ' WK-FS-DOCPROC
001695                            ' NO COMANDO OPEN DOCPROC'
001696                    MOVE 12 TO RETURN-CODE
001697                    STOP RUN
001698            END-EVALUATE.
001699       *      AS OCORRENCIAS DE TRANSFERENCIA PROGRAMADA TEM AS
001700       *      NOVAS TENTATIVAS CONTROLADAS PELO EAD95918
001701        110-ABRIR-ORDPROG.
001702            OPEN INPUT ARQ-ORDPROG.
001703            EVALUATE WK-FS-ORDPROG
001704                WHEN '00'
001705                    SET ORDPROG-DISPONIVEL TO TRUE
001706                WHEN '35'
001707                    CONTINUE
001708                WHEN OTHER
001709                    DISPLAY 'ERRO ' WK-FS-ORDPROG
001710                            ' NO COMANDO OPEN ORDPROG'
001695                    MOVE 12 TO RETURN-CODE
001695                    STOP RUN
001695            END-EVALUATE.
001696        111-CARREGAR-MOTREJ.
001697            MOVE SPACES TO WK-TAB-MOTIVOS.
001698            OPEN INPUT ARQ-MOTREJ.
001699            EVALUATE WK-FS-MOTREJ
001700                WHEN '00'
001701                    PERFORM 112-LER-MOTREJ
001702                    PERFORM 113-REGISTRAR-MOTIVO
001703                        UNTIL WK-FS-MOTREJ = '10'
001704                    CLOSE ARQ-MOTREJ
001705                WHEN '35'
001706                    DISPLAY 'CATALOGO MOTREJ NAO ENCONTRADO'
001707                    MOVE 12 TO RETURN-CODE
001708                    STOP RUN
001709                WHEN OTHER
001710                    DISPLAY 'ERRO ' WK-FS-MOTREJ
001711                            ' NO COMANDO OPEN MOTREJ'
001712                    MOVE 12 TO RETURN-CODE
001713                    STOP RUN
001714            END-EVALUATE.
001715        112-LER-MOTREJ.
001716            READ ARQ-MOTREJ.
001717            EVALUATE WK-FS-MOTREJ
001718                WHEN '00'
001719                    CONTINUE
001720                WHEN '10'
001721                    CONTINUE
001722                WHEN OTHER
001723                    DISPLAY 'ERRO ' WK-FS-MOTREJ
001724                            ' NO COMANDO READ MOTREJ'
001725                    MOVE 12 TO RETURN-CODE
001726                    STOP RUN
001727            END-EVALUATE.
001728        113-REGISTRAR-MOTIVO.
001729            IF FD-CODIGO-MOTREJ IS NUMERIC
001730               AND FD-CODIGO-MOTREJ > ZEROS
001731                ADD 1 TO WK-QTD-MOTIVOS
001732                MOVE 'S' TO WK-MOT-CADASTRADO(FD-CODIGO-MOTREJ)
001733                MOVE FD-RETENTAVEL-MOTREJ
001734                    TO WK-MOT-RETENTAVEL(FD-CODIGO-MOTREJ)
001735            END-IF.
001736            PERFORM 112-LER-MOTREJ.
001700        103-CARREGAR-RETRYCTL.
001710            OPEN INPUT ARQ-RETRYCTL.
001720            EVALUATE WK-FS-RETRYCTL
002440        201-PROCESSAR.
002450            PERFORM 202-LOCALIZAR-RETRY.
002455            PERFORM 206-CONSULTAR-DOCPROC.
002456            PERFORM 207-CONSULTAR-ORDPROG.
002457            PERFORM 208-AVALIAR-MOTIVO.
002460            COMPUTE WK-TENTATIVAS = WK-TENTATIVAS + 1.
002470            EVALUATE TRUE
002472                WHEN DOC-JA-PROCESSADO
002474                    MOVE 'JA CONSTA DO REGISTRO DOCPROC'
002476                        TO FD-MOTIVO-REJEITAD
002478                    PERFORM 204-GRAVAR-FINAL
002479                WHEN DE-ORDEM-PROGRAMADA
002480                    ADD 1 TO WK-QTD-ORDPROG
002481                WHEN NOT MOTIVO-RETENTAVEL
002540                    PERFORM 204-GRAVAR-FINAL
002540                WHEN WK-TENTATIVAS > WK-MAX-TENTATIVAS
002550                    PERFORM 204-GRAVAR-FINAL
002765                        CONTINUE
002765                    NOT INVALID KEY
002765                        SET DOC-JA-PROCESSADO TO TRUE
002766                END-READ
002767            END-IF.
002768        207-CONSULTAR-ORDPROG.
002769            MOVE 'N' TO WK-ORDEM-PROGRAMADA.
002770            IF ORDPROG-DISPONIVEL
002771               AND FD-TIPO-REJEITAD = 'V'
002772                MOVE FD-CHAVE-REJEITAD TO FD-CHAVE-ORDP
002773                MOVE FD-DOC-REJEITAD   TO FD-NUMERO-ORDP
002774                READ ARQ-ORDPROG
002775                    INVALID KEY
002776                        CONTINUE
002777                    NOT INVALID KEY
002778                        IF FD-CONTRA-ORDP = FD-CONTRA-REJEITAD
002779                            SET DE-ORDEM-PROGRAMADA TO TRUE
002780                        END-IF
002765                END-READ
002766            END-IF.
002767       *      O CODIGO DO MOTIVO DECIDE SE O MOVIMENTO VOLTA
002768       *      PARA NOVA TENTATIVA; CODIGO FORA DO CATALOGO NAO
002769       *      E RECICLADO. A PERNA DE CREDITO DO PAR DE
002770       *      TRANSFERENCIA (034) E INFORMATIVA: QUEM RECICLA
002771       *      E A PERNA 'V'
002772        208-AVALIAR-MOTIVO.
002773            MOVE 'N' TO WK-MOTIVO-RETENTAVEL.
002774            IF FD-COD-MOTIVO-REJEITAD IS NUMERIC
002775               AND FD-COD-MOTIVO-REJEITAD > ZEROS
002776                IF WK-MOT-CADASTRADO(FD-COD-MOTIVO-REJEITAD) = 'S'
002777                    MOVE WK-MOT-RETENTAVEL(FD-COD-MOTIVO-REJEITAD)
002778                        TO WK-MOTIVO-RETENTAVEL
002779                ELSE
002780                    ADD 1 TO WK-QTD-SEM-CATALOGO
002781                END-IF
002782            ELSE
002783                ADD 1 TO WK-QTD-SEM-CATALOGO
002766            END-IF.
002770        203-RECICLAR.
002780            ADD 1 TO WK-QTD-RECICLADOS.
002790            MOVE 'D' TO FD-TIPO-REG-LANCAMRC.
003200                STOP RUN
003210            END-IF.
003220        205-GRAVAR-LANCAMRC.
003221            MOVE LK-ID-EXEC-COM TO FD-ID-EXEC-LANCAMRC.
003230            WRITE REG-LANCAMRC.
003240            IF WK-FS-LANCAMRC NOT = '00'
003250                DISPLAY 'ERRO ' WK-FS-LANCAMRC
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95833' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985013            MOVE WK-QTD-FINAIS
985014                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
003720                    WK-QTD-RECICLADOS.
003730            DISPLAY 'DISPOSICOES FINAIS       : '
003740                    WK-QTD-FINAIS.
003741            DISPLAY 'ORDENS PROGRAMADAS       : '
003742                    WK-QTD-ORDPROG.
003743            DISPLAY 'MOTIVOS FORA DO CATALOGO : '
003744                    WK-QTD-SEM-CATALOGO.
003750            CLOSE ARQ-REJEITAD.
003752            IF DOCPROC-DISPONIVEL
003754                CLOSE ARQ-DOCPROC
003756            END-IF.
003757            IF ORDPROG-DISPONIVEL
003758                CLOSE ARQ-ORDPROG
003759            END-IF.
003760            CLOSE ARQ-RETRYCTN.
003770            CLOSE ARQ-LANCAMRC.
003780            CLOSE ARQ-RELFINAL.
