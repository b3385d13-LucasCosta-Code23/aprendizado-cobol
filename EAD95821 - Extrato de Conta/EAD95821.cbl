000264                FILE STATUS IS WK-FS-MOVLOC.
000266            SELECT ARQ-CARDMOV  ASSIGN TO CARDMOV
000268                FILE STATUS IS WK-FS-CARDMOV.
000269            SELECT ARQ-RETCDB   ASSIGN TO RETCDB
000270                FILE STATUS IS WK-FS-RETCDB.
000270            SELECT ARQ-EXTRATO  ASSIGN TO EXTRATO
000280                FILE STATUS IS WK-FS-EXTRATO.
000290            SELECT ARQ-AUDITLOG ASSIGN TO AUDITLOG
000450            05 FD-MOEDA-MOVHIST    PIC X(3).
000450            05 FD-HORA-MOVHIST     PIC 9(6).
000450            05 FD-SEQ-MOVHIST      PIC 9(4).
000451            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000452        FD   ARQ-MOVLOC
000453             RECORDING MODE IS F.
000454        01  REG-MOVLOC.
000467            05 FD-HORA-CARDMOV     PIC 9(6).
000468            05 FD-SEQ-CARDMOV      PIC 9(4).
000469            05 FD-ESTAB-CARDMOV    PIC X(22).
000470        FD   ARQ-RETCDB
000471             RECORDING MODE IS F.
000472        01  REG-RETCDB.
000473            05 FD-CHAVE-RETCDB     PIC X(9).
000474            05 FD-DOC-RETCDB       PIC 9(4).
000475            05 FD-DATA-RETCDB      PIC 9(8).
000476            05 FD-HORA-RETCDB      PIC 9(6).
000477            05 FD-SEQ-RETCDB       PIC 9(4).
000478            05 FD-TIPO-RETCDB      PIC X.
000479            05 FD-BRUTO-RETCDB     PIC 9(9)V99.
000480            05 FD-RENDIMENTO-RETCDB PIC 9(8)V99.
000481            05 FD-IOF-RETCDB       PIC 9(8)V99.
000482            05 FD-IR-RETCDB        PIC 9(8)V99.
000483            05 FD-LIQUIDO-RETCDB   PIC 9(9)V99.
000460        FD   ARQ-EXTRATO
000470             RECORDING MODE IS F.
000480        01  REG-EXTRATO                PIC X(70).
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000570        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000580        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
000582        77  WK-FS-MOVLOC   PIC XX           VALUE SPACES.
000584        77  WK-CHAVE-PEDIDA PIC X(9)        VALUE SPACES.
000730        77  WK-TOT-DEBITOS  PIC 9(8)V99     VALUE ZEROS.
000740        77  WK-SALDO-FINAL  PIC S9(6)V99    VALUE ZEROS.
000750        77  WK-DESCR-TIPO   PIC X(7)        VALUE SPACES.
000751       *      MOVIMENTO DA POUPANCA (EAD95905): O SALDO QUE
000752       *      VEM NELE E O DA POUPANCA, NAO O DA CONTA
000753        77  WK-QTD-POUP    PIC 9(6)         VALUE ZEROS.
000754        77  WK-TOT-REND-POUP PIC 9(8)V99    VALUE ZEROS.
000755        77  WK-SALDO-POUP  PIC S9(6)V99     VALUE ZEROS.
000751        77  WK-FS-CARDMOV  PIC XX           VALUE SPACES.
000752        77  WK-QTD-CARDMOV PIC 9(4)         VALUE ZEROS.
000753        77  WK-IDX-CARDMOV PIC 9(4)         VALUE ZEROS.
000764            05 FILLER          PIC X(14) VALUE SPACES.
000765            05 FILLER          PIC X(05) VALUE 'EST: '.
000766            05 WK-ESTAB-DET    PIC X(22).
000767       *      RESGATES DE CDB DA CONTA: O CREDITO NO MOVHIST
000768       *      E O LIQUIDO; O BRUTO, O IOF E O IR RETIDOS
000769       *      VEM DO COMPANHEIRO RETCDB GRAVADO PELO EAD95878
000770        77  WK-FS-RETCDB   PIC XX           VALUE SPACES.
000771        77  WK-QTD-RETCDB  PIC 9(4)         VALUE ZEROS.
000772        77  WK-IDX-RETCDB  PIC 9(4)         VALUE ZEROS.
000773        77  WK-IDX-RET-ACH PIC 9(4)         VALUE ZEROS.
000774        77  WK-RET-ACHADO  PIC X            VALUE 'N'.
000775            88 RET-ACHADO                     VALUE 'S'.
000776            88 RET-NAO-ACHADO                 VALUE 'N'.
000777        77  WK-TOT-IOF-RET PIC 9(8)V99      VALUE ZEROS.
000778        77  WK-TOT-IR-RET  PIC 9(8)V99      VALUE ZEROS.
000779        01  WK-TAB-RETCDB.
000780            05 WK-RET-OCC         OCCURS 1000 TIMES.
000781                10 WK-RET-DOC         PIC 9(4).
000782                10 WK-RET-DATA        PIC 9(8).
000783                10 WK-RET-SEQ         PIC 9(4).
000784                10 WK-RET-BRUTO       PIC 9(9)V99.
000785                10 WK-RET-IOF         PIC 9(8)V99.
000786                10 WK-RET-IR          PIC 9(8)V99.
000787        01  WK-LINHA-RETIDO.
000788            05 FILLER          PIC X(14) VALUE SPACES.
000789            05 WK-TITULO-RET   PIC X(12).
000790            05 WK-VALOR-RET    PIC ZZZ.ZZZ.ZZ9,99.
000760        01  WK-CABEC1.
000770            05 FILLER      PIC X(19)
000775                           VALUE 'EXTRATO DA AGENCIA '.
001190            05 FILLER      PIC X(21)
001195                           VALUE 'MOVIMENTOS LISTADOS: '.
001200            05 WK-QTD-MOV-ED   PIC ZZZ.ZZ9.
001201        01  WK-RODAPE5.
001202            05 FILLER      PIC X(21)
001203                           VALUE 'IOF RETIDO EM CDB  : '.
001204            05 WK-TOT-IOF-ED   PIC ZZ.ZZZ.ZZ9,99.
001205        01  WK-RODAPE6.
001206            05 FILLER      PIC X(21)
001207                           VALUE 'IR RETIDO EM CDB   : '.
001208            05 WK-TOT-IR-ED    PIC ZZ.ZZZ.ZZ9,99.
001209        01  WK-RODAPE7.
001210            05 FILLER      PIC X(21)
001211                           VALUE 'RENDIM. POUPANCA   : '.
001212            05 WK-REND-POUP-ED PIC ZZ.ZZZ.ZZ9,99.
001213        01  WK-RODAPE8.
001214            05 FILLER      PIC X(21)
001215                           VALUE 'SALDO POUPANCA     : '.
001216            05 WK-SALDO-POUP-ED PIC -ZZZ.ZZ9,99.
001210       *
001220        PROCEDURE DIVISION.
001230        000-PRINCIPAL SECTION.
001420            PERFORM 102-ABRIR-AUDITLOG.
001424            PERFORM 106-CONSULTAR-LOCALIZADOR.
001426            PERFORM 109-CARREGAR-CARDMOV.
001427            PERFORM 114-CARREGAR-RETCDB.
001430            PERFORM 103-ABRIR-MOVHIST.
001440            PERFORM 104-ABRIR-EXTRATO.
001450            PERFORM 105-GRAVAR-CABECALHO.
001815                    TO WK-CARD-ESTAB(WK-QTD-CARDMOV)
001816            END-IF.
001817            PERFORM 110-LER-CARDMOV.
001818        114-CARREGAR-RETCDB.
001819            OPEN INPUT ARQ-RETCDB.
001820            EVALUATE WK-FS-RETCDB
001821                WHEN '00'
001822                    PERFORM 115-LER-RETCDB
001823                    PERFORM 116-REGISTRAR-RETCDB
001824                        UNTIL WK-FS-RETCDB = '10'
001825                    CLOSE ARQ-RETCDB
001826                WHEN '35'
001827                    CONTINUE
001828                WHEN OTHER
001829                    DISPLAY 'ERRO ' WK-FS-RETCDB
001830                            ' NO COMANDO OPEN RETCDB'
001831                    MOVE 12 TO RETURN-CODE
001832                    STOP RUN
001833            END-EVALUATE.
001834        115-LER-RETCDB.
001835            READ ARQ-RETCDB.
001836            EVALUATE WK-FS-RETCDB
001837                WHEN '00'
001838                    CONTINUE
001839                WHEN '10'
001840                    CONTINUE
001841                WHEN OTHER
001842                    DISPLAY 'ERRO ' WK-FS-RETCDB
001843                            ' NO COMANDO READ RETCDB'
001844                    MOVE 12 TO RETURN-CODE
001845                    STOP RUN
001846            END-EVALUATE.
001847        116-REGISTRAR-RETCDB.
001848            IF FD-CHAVE-RETCDB = WK-CHAVE-PEDIDA
001849               AND FD-DATA-RETCDB NOT LESS WK-DATA-DE
001850               AND FD-DATA-RETCDB NOT GREATER WK-DATA-ATE
001851                IF WK-QTD-RETCDB NOT LESS 1000
001852                    DISPLAY 'TABELA DE RESGATES CHEIA, '
001853                            'LIMITE 1000'
001854                    MOVE 12 TO RETURN-CODE
001855                    STOP RUN
001856                END-IF
001857                ADD 1 TO WK-QTD-RETCDB
001858                MOVE FD-DOC-RETCDB
001859                    TO WK-RET-DOC(WK-QTD-RETCDB)
001860                MOVE FD-DATA-RETCDB
001861                    TO WK-RET-DATA(WK-QTD-RETCDB)
001862                MOVE FD-SEQ-RETCDB
001863                    TO WK-RET-SEQ(WK-QTD-RETCDB)
001864                MOVE FD-BRUTO-RETCDB
001865                    TO WK-RET-BRUTO(WK-QTD-RETCDB)
001866                MOVE FD-IOF-RETCDB
001867                    TO WK-RET-IOF(WK-QTD-RETCDB)
001868                MOVE FD-IR-RETCDB
001869                    TO WK-RET-IR(WK-QTD-RETCDB)
001870            END-IF.
001871            PERFORM 115-LER-RETCDB.
001890        105-GRAVAR-CABECALHO.
001900            MOVE WK-AGENCIA-PEDIDA TO WK-AG-CABEC.
001910            MOVE WK-CONTA-PEDIDA   TO WK-CONTA-CABEC.
002130            MOVE FD-VALOR-MOVHIST TO WK-VALOR-DET.
002140            MOVE FD-SALDO-MOVHIST TO WK-SALDO-DET.
002150            MOVE FD-MOEDA-MOVHIST TO WK-MOEDA-DET.
002160            IF FD-TIPO-MOVHIST = 'U' OR 'W' OR 'Y'
002161                PERFORM 208-ACUMULAR-POUPANCA
002162            ELSE
002163                MOVE FD-SALDO-MOVHIST TO WK-SALDO-FINAL
002164            END-IF.
002170            EVALUATE FD-TIPO-MOVHIST
002180                WHEN 'C'
002190                    ADD FD-VALOR-MOVHIST TO WK-TOT-CREDITOS
002210                    ADD FD-VALOR-MOVHIST TO WK-TOT-CREDITOS
002212                WHEN 'R'
002214                    ADD FD-VALOR-MOVHIST TO WK-TOT-CREDITOS
002215                WHEN 'B'
002216                    ADD FD-VALOR-MOVHIST TO WK-TOT-CREDITOS
002217                WHEN 'U'
002218                WHEN 'W'
002219                WHEN 'Y'
002220                    CONTINUE
002220                WHEN OTHER
002230                    ADD FD-VALOR-MOVHIST TO WK-TOT-DEBITOS
002240            END-EVALUATE.
002432            IF FD-TIPO-MOVHIST = 'K'
002434                PERFORM 204-IMPRIMIR-ESTABELECIMENTO
002436            END-IF.
002437            IF FD-TIPO-MOVHIST = 'C'
002438                PERFORM 205-IMPRIMIR-RETIDOS
002439            END-IF.
002440        203-DESCREVER-TIPO.
002450            EVALUATE FD-TIPO-MOVHIST
002460                WHEN 'C'
002550                    MOVE 'CHEQUE ' TO WK-DESCR-TIPO
002550                WHEN 'K'
002550                    MOVE 'CARTAO ' TO WK-DESCR-TIPO
002551                WHEN 'P'
002552                    MOVE 'PAGTO  ' TO WK-DESCR-TIPO
002553                WHEN 'B'
002553                    MOVE 'BAIXA  ' TO WK-DESCR-TIPO
002551                WHEN 'I'
002551                    MOVE 'IOF    ' TO WK-DESCR-TIPO
002552                WHEN 'V'
002554                    MOVE 'TRF ENV' TO WK-DESCR-TIPO
002556                WHEN 'R'
002558                    MOVE 'TRF REC' TO WK-DESCR-TIPO
002559                WHEN 'U'
002560                    MOVE 'POUP DP' TO WK-DESCR-TIPO
002561                WHEN 'W'
002562                    MOVE 'POUP SQ' TO WK-DESCR-TIPO
002563                WHEN 'Y'
002564                    MOVE 'POUP RD' TO WK-DESCR-TIPO
002560                WHEN OTHER
002570                    MOVE 'OUTRO  ' TO WK-DESCR-TIPO
002580            END-EVALUATE.
002596                    TO WK-ESTAB-DET
002597                WRITE REG-EXTRATO FROM WK-LINHA-ESTAB
002598            END-IF.
002599        205-IMPRIMIR-RETIDOS.
002600            SET RET-NAO-ACHADO TO TRUE.
002601            PERFORM 206-COMPARAR-RETCDB
002602                VARYING WK-IDX-RETCDB FROM 1 BY 1
002603                UNTIL WK-IDX-RETCDB > WK-QTD-RETCDB
002604                   OR RET-ACHADO.
002605            IF RET-ACHADO
002606                MOVE 'BRUTO CDB : ' TO WK-TITULO-RET
002607                MOVE WK-RET-BRUTO(WK-IDX-RET-ACH) TO WK-VALOR-RET
002608                PERFORM 207-GRAVAR-RETIDO
002609                MOVE 'IOF RETIDO: ' TO WK-TITULO-RET
002610                MOVE WK-RET-IOF(WK-IDX-RET-ACH) TO WK-VALOR-RET
002611                PERFORM 207-GRAVAR-RETIDO
002612                MOVE 'IR RETIDO : ' TO WK-TITULO-RET
002613                MOVE WK-RET-IR(WK-IDX-RET-ACH) TO WK-VALOR-RET
002614                PERFORM 207-GRAVAR-RETIDO
002615                ADD WK-RET-IOF(WK-IDX-RET-ACH) TO WK-TOT-IOF-RET
002616                ADD WK-RET-IR(WK-IDX-RET-ACH) TO WK-TOT-IR-RET
002617            END-IF.
002618        206-COMPARAR-RETCDB.
002619            IF WK-RET-DOC(WK-IDX-RETCDB) = FD-DOC-MOVHIST
002620               AND WK-RET-DATA(WK-IDX-RETCDB) = FD-DATA-MOVHIST
002621               AND WK-RET-SEQ(WK-IDX-RETCDB) = FD-SEQ-MOVHIST
002622                SET RET-ACHADO TO TRUE
002623                MOVE WK-IDX-RETCDB TO WK-IDX-RET-ACH
002624            END-IF.
002625        207-GRAVAR-RETIDO.
002626            IF FORMATO-US-ATIVO
002627                INSPECT WK-VALOR-RET REPLACING ALL '.' BY ';'
002628                INSPECT WK-VALOR-RET REPLACING ALL ',' BY '.'
002629                INSPECT WK-VALOR-RET REPLACING ALL ';' BY ','
002630            END-IF.
002631            WRITE REG-EXTRATO FROM WK-LINHA-RETIDO.
002590       ***********************************************
002591       *      DEPOSITO E SAQUE DA POUPANCA JA APARECEM NA
002592       *      CONTA COMO DEBITO E CREDITO DO LOTE; AQUI SO
002593       *      SE ACOMPANHA O SALDO E O RENDIMENTO
002594        208-ACUMULAR-POUPANCA.
002595            ADD 1 TO WK-QTD-POUP.
002596            MOVE FD-SALDO-MOVHIST TO WK-SALDO-POUP.
002597            IF FD-TIPO-MOVHIST = 'Y'
002598                ADD FD-VALOR-MOVHIST TO WK-TOT-REND-POUP
002599            END-IF.
002600        300-LER-MOVHIST SECTION.
002610        301-LER-MOVHIST.
002620            READ ARQ-MOVHIST.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95821' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985012            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985013            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985014            MOVE RETURN-CODE TO JRL-RETORNO.
985015            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985015            PERFORM 194-GRAVAR-RUNJRNL.
985016        194-GRAVAR-RUNJRNL.
985017            OPEN EXTEND ARQ-RUNJRNL.
002820            MOVE WK-TOT-DEBITOS  TO WK-TOT-DEB-ED.
002830            MOVE WK-SALDO-FINAL  TO WK-SALDO-FIM-ED.
002840            MOVE WK-QTD-MOVTOS   TO WK-QTD-MOV-ED.
002841            MOVE WK-TOT-IOF-RET  TO WK-TOT-IOF-ED.
002842            MOVE WK-TOT-IR-RET   TO WK-TOT-IR-ED.
002843            MOVE WK-TOT-REND-POUP TO WK-REND-POUP-ED.
002844            MOVE WK-SALDO-POUP   TO WK-SALDO-POUP-ED.
002850            IF FORMATO-US-ATIVO
002860                INSPECT WK-TOT-CRED-ED REPLACING ALL '.' BY ';'
002870                INSPECT WK-TOT-CRED-ED REPLACING ALL ',' BY '.'
002920                INSPECT WK-SALDO-FIM-ED REPLACING ALL '.' BY ';'
002930                INSPECT WK-SALDO-FIM-ED REPLACING ALL ',' BY '.'
002940                INSPECT WK-SALDO-FIM-ED REPLACING ALL ';' BY ','
002941                INSPECT WK-TOT-IOF-ED REPLACING ALL '.' BY ';'
002942                INSPECT WK-TOT-IOF-ED REPLACING ALL ',' BY '.'
002943                INSPECT WK-TOT-IOF-ED REPLACING ALL ';' BY ','
002944                INSPECT WK-TOT-IR-ED REPLACING ALL '.' BY ';'
002945                INSPECT WK-TOT-IR-ED REPLACING ALL ',' BY '.'
002946                INSPECT WK-TOT-IR-ED REPLACING ALL ';' BY ','
002947                INSPECT WK-REND-POUP-ED REPLACING ALL '.' BY ';'
002948                INSPECT WK-REND-POUP-ED REPLACING ALL ',' BY '.'
002949                INSPECT WK-REND-POUP-ED REPLACING ALL ';' BY ','
002950                INSPECT WK-SALDO-POUP-ED REPLACING ALL '.' BY ';'
002951                INSPECT WK-SALDO-POUP-ED REPLACING ALL ',' BY '.'
002952                INSPECT WK-SALDO-POUP-ED REPLACING ALL ';' BY ','
002950            END-IF.
002960            WRITE REG-EXTRATO FROM WK-RODAPE1 AFTER 2 LINES.
002970            WRITE REG-EXTRATO FROM WK-RODAPE2.
002980            WRITE REG-EXTRATO FROM WK-RODAPE3.
002990            WRITE REG-EXTRATO FROM WK-RODAPE4.
002991            IF WK-QTD-RETCDB > ZEROS
002992                WRITE REG-EXTRATO FROM WK-RODAPE5
002993                WRITE REG-EXTRATO FROM WK-RODAPE6
002994            END-IF.
002995            IF WK-QTD-POUP > ZEROS
002996                WRITE REG-EXTRATO FROM WK-RODAPE7
002997                WRITE REG-EXTRATO FROM WK-RODAPE8
002998            END-IF.
003000            IF WK-QTD-MOVTOS = ZEROS
003010                DISPLAY 'NENHUM MOVIMENTO NO PERIODO PARA '
003020                        'A CONTA ' WK-AGENCIA-PEDIDA ' '
