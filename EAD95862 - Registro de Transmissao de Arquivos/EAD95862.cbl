000150       **************************************************
000160       *   REGISTRO DE TRANSMISSAO DOS ARQUIVOS DE      *
000170       *   INTERFACE (RATEIN, RETORNO, VENDASIN,        *
000180       *   REMESSA, PAGCOMP, SCRDOC, CCSDOC, CCSPOS,    *
000181       *   EFINDOC, COAFCOM, RESPJUD, NEGBUR E SPED     *
000182       *   FISCAL, REGISTRADO COMO SPED + UF):          *
000190       *   CONFERENCIA DE ENVELOPE E LISTA DIARIA DE    *
000191       *   EXCECOES                                     *
000200       *                                                *
000210       *   FUNCAO 'C' = CONFERIR UM ARQUIVO RECEBIDO    *
000220       *   FUNCAO 'L' = LISTAR EXCECOES DO DIA          *
000400                FILE STATUS IS WK-FS-INTERFACE.
000410            SELECT ARQ-REMESSA  ASSIGN TO REMESSA
000420                FILE STATUS IS WK-FS-INTERFACE.
000421            SELECT ARQ-PAGCOMP  ASSIGN TO PAGCOMP
000422                FILE STATUS IS WK-FS-INTERFACE.
000423            SELECT ARQ-SCRDOC   ASSIGN TO SCRDOC
000424                FILE STATUS IS WK-FS-INTERFACE.
000425            SELECT ARQ-CCSDOC   ASSIGN TO CCSDOC
000426                FILE STATUS IS WK-FS-INTERFACE.
000427            SELECT ARQ-CCSPOS   ASSIGN TO CCSPOS
000428                FILE STATUS IS WK-FS-INTERFACE.
000429            SELECT ARQ-EFINDOC  ASSIGN TO EFINDOC
000430                FILE STATUS IS WK-FS-INTERFACE.
000431            SELECT ARQ-COAFCOM  ASSIGN TO COAFCOM
000432                FILE STATUS IS WK-FS-INTERFACE.
000433            SELECT ARQ-RESPJUD  ASSIGN TO RESPJUD
000434                FILE STATUS IS WK-FS-INTERFACE.
000435            SELECT ARQ-NEGBUR   ASSIGN TO NEGBUR
000436                FILE STATUS IS WK-FS-INTERFACE.
000437            SELECT ARQ-SPEDFIS  ASSIGN TO SPEDFIS
000436                FILE STATUS IS WK-FS-INTERFACE.
000430            SELECT ARQ-RELXMIT  ASSIGN TO RELXMIT
000440                FILE STATUS IS WK-FS-RELXMIT.
000450       *
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000480        FD   ARQ-XMITREG
000490             RECORDING MODE IS F.
000500        01  REG-XMITREG.
000750        01  REG-RATEIN                 PIC X(18).
000760        FD   ARQ-VENDASV
000770             RECORDING MODE IS F.
000780        01  REG-VENDASV                PIC X(31).
000790        FD   ARQ-RETORNO
000800             RECORDING MODE IS F.
000810        01  REG-RETORNO                PIC X(240).
000820        FD   ARQ-REMESSA
000830             RECORDING MODE IS F.
000840        01  REG-REMESSA                PIC X(240).
000841        FD   ARQ-PAGCOMP
000842             RECORDING MODE IS F.
000843        01  REG-PAGCOMP                PIC X(78).
000844        FD   ARQ-SCRDOC
000845             RECORDING MODE IS F.
000846        01  REG-SCRDOC                 PIC X(150).
000847        FD   ARQ-CCSDOC
000848             RECORDING MODE IS F.
000849        01  REG-CCSDOC                 PIC X(100).
000850        FD   ARQ-CCSPOS
000851             RECORDING MODE IS F.
000852        01  REG-CCSPOS                 PIC X(100).
000853        FD   ARQ-EFINDOC
000854             RECORDING MODE IS F.
000855        01  REG-EFINDOC                PIC X(250).
000856        FD   ARQ-COAFCOM
000857             RECORDING MODE IS F.
000858        01  REG-COAFCOM                PIC X(150).
000859        FD   ARQ-RESPJUD
000860             RECORDING MODE IS F.
000861        01  REG-RESPJUD                PIC X(100).
000862        FD   ARQ-NEGBUR
000863             RECORDING MODE IS F.
000864        01  REG-NEGBUR                 PIC X(100).
000865        FD   ARQ-SPEDFIS
000866             RECORDING MODE IS F.
000867        01  REG-SPEDFIS                PIC X(250).
000850        FD   ARQ-RELXMIT
000860             RECORDING MODE IS F.
000870        01  REG-RELXMIT                PIC X(78).
000880        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000890        77  WK-FS-XMITREG  PIC XX           VALUE SPACES.
000900        77  WK-FS-XMITREGN PIC XX           VALUE SPACES.
000910        77  WK-FS-INTERFACE PIC XX          VALUE SPACES.
001090            05 WK-VALOR-TEXTO  PIC X(15).
001100        01  WK-VALOR-RETCNAB REDEFINES WK-CAMPO-VALOR.
001110            05 WK-VALOR-CNAB   PIC 9(13)V99.
001111        77  WK-PONTEIRO-SPED PIC 9(3)       VALUE ZEROS.
001112        77  WK-CAMPO-SPED  PIC X(20)        VALUE SPACES.
001113        77  WK-INTEIRO-SPED PIC X(13) JUSTIFIED RIGHT
001114                                            VALUE SPACES.
001115        77  WK-DECIMAIS-SPED PIC X(2)       VALUE SPACES.
001120        01  WK-LINHA-EXC.
001130            05 FILLER          PIC X(08) VALUE 'ARQUIVO '.
001140            05 WK-ARQUIVO-REL  PIC X(8).
001950                    PERFORM 204-CONTAR-RETORNO
001960                WHEN 'REMESSA'
001970                    PERFORM 205-CONTAR-REMESSA
001971                WHEN 'PAGCOMP'
001972                    PERFORM 206-CONTAR-PAGCOMP
001973                WHEN 'SCRDOC'
001974                    PERFORM 208-CONTAR-SCRDOC
001975                WHEN 'CCSDOC'
001976                    PERFORM 215-CONTAR-CCSDOC
001977                WHEN 'CCSPOS'
001978                    PERFORM 217-CONTAR-CCSPOS
001979                WHEN 'EFINDOC'
001980                    PERFORM 219-CONTAR-EFINDOC
001981                WHEN 'COAFCOM'
001982                    PERFORM 221-CONTAR-COAFCOM
001983                WHEN 'RESPJUD'
001984                    PERFORM 223-CONTAR-RESPJUD
001985                WHEN 'NEGBUR'
001986                    PERFORM 225-CONTAR-NEGBUR
001987                WHEN 'SPEDAC' THRU 'SPEDTO'
001988                    PERFORM 227-CONTAR-SPEDFIS
001980                WHEN OTHER
001990                    DISPLAY 'ARQUIVO DE INTERFACE DESCONHECIDO '
002000                            ': ' WK-ARQUIVO-PEDIDO
002740                READ ARQ-REMESSA
002750            END-PERFORM.
002760            CLOSE ARQ-REMESSA.
002761       *      NO PAGCOMP O VALOR SO E SOMADO NOS DETALHES;
002762       *      HEADER E TRAILER ENTRAM APENAS NA CONTAGEM
002763        206-CONTAR-PAGCOMP.
002764            OPEN INPUT ARQ-PAGCOMP.
002765            IF WK-FS-INTERFACE NOT = '00'
002766                DISPLAY 'ARQUIVO PAGCOMP INDISPONIVEL, STATUS '
002767                        WK-FS-INTERFACE
002768                MOVE 12 TO RETURN-CODE
002769                STOP RUN
002770            END-IF.
002771            READ ARQ-PAGCOMP.
002772            PERFORM 207-SOMAR-PAGCOMP
002773                UNTIL WK-FS-INTERFACE = '10'.
002774            CLOSE ARQ-PAGCOMP.
002775        207-SOMAR-PAGCOMP.
002776            ADD 1 TO WK-QTD-CONTADA.
002777            IF REG-PAGCOMP(1:1) = 'D'
002778                MOVE ZEROS TO WK-VALOR-REG
002779                MOVE REG-PAGCOMP(60:10) TO WK-VALOR-REG(6:10)
002780                ADD WK-VALOR-REG TO WK-HASH-CONTADO
002781            END-IF.
002782            READ ARQ-PAGCOMP.
002783       *      NO SCRDOC O VALOR E O SALDO DAS OPERACOES
002784        208-CONTAR-SCRDOC.
002785            OPEN INPUT ARQ-SCRDOC.
002786            IF WK-FS-INTERFACE NOT = '00'
002787                DISPLAY 'ARQUIVO SCRDOC INDISPONIVEL, STATUS '
002788                        WK-FS-INTERFACE
002789                MOVE 12 TO RETURN-CODE
002790                STOP RUN
002791            END-IF.
002792            READ ARQ-SCRDOC.
002793            PERFORM 209-SOMAR-SCRDOC
002794                UNTIL WK-FS-INTERFACE = '10'.
002795            CLOSE ARQ-SCRDOC.
002796        209-SOMAR-SCRDOC.
002797            ADD 1 TO WK-QTD-CONTADA.
002798            IF REG-SCRDOC(1:1) = '3'
002799                MOVE ZEROS TO WK-VALOR-REG
002800                MOVE REG-SCRDOC(40:13) TO WK-VALOR-REG(3:13)
002801                ADD WK-VALOR-REG TO WK-HASH-CONTADO
002802            END-IF.
002803            READ ARQ-SCRDOC.
002804       *      NO CCSDOC E NO CCSPOS O VALOR E O NUMERO DA CONTA
002805       *      DE CADA VINCULO
002806        215-CONTAR-CCSDOC.
002807            OPEN INPUT ARQ-CCSDOC.
002808            IF WK-FS-INTERFACE NOT = '00'
002809                DISPLAY 'ARQUIVO CCSDOC INDISPONIVEL, STATUS '
002810                        WK-FS-INTERFACE
002811                MOVE 12 TO RETURN-CODE
002812                STOP RUN
002813            END-IF.
002814            READ ARQ-CCSDOC.
002815            PERFORM 216-SOMAR-CCSDOC
002816                UNTIL WK-FS-INTERFACE = '10'.
002817            CLOSE ARQ-CCSDOC.
002818        216-SOMAR-CCSDOC.
002819            ADD 1 TO WK-QTD-CONTADA.
002820            IF REG-CCSDOC(1:1) = '2'
002821                MOVE ZEROS TO WK-VALOR-REG
002822                MOVE REG-CCSDOC(7:5) TO WK-VALOR-REG(9:5)
002823                ADD WK-VALOR-REG TO WK-HASH-CONTADO
002824            END-IF.
002825            READ ARQ-CCSDOC.
002826        217-CONTAR-CCSPOS.
002827            OPEN INPUT ARQ-CCSPOS.
002828            IF WK-FS-INTERFACE NOT = '00'
002829                DISPLAY 'ARQUIVO CCSPOS INDISPONIVEL, STATUS '
002830                        WK-FS-INTERFACE
002831                MOVE 12 TO RETURN-CODE
002832                STOP RUN
002833            END-IF.
002834            READ ARQ-CCSPOS.
002835            PERFORM 218-SOMAR-CCSPOS
002836                UNTIL WK-FS-INTERFACE = '10'.
002837            CLOSE ARQ-CCSPOS.
002838        218-SOMAR-CCSPOS.
002839            ADD 1 TO WK-QTD-CONTADA.
002840            IF REG-CCSPOS(1:1) = '2'
002841                MOVE ZEROS TO WK-VALOR-REG
002842                MOVE REG-CCSPOS(7:5) TO WK-VALOR-REG(9:5)
002843                ADD WK-VALOR-REG TO WK-HASH-CONTADO
002844            END-IF.
002845            READ ARQ-CCSPOS.
002846       *      NO EFINDOC O VALOR E O TOTAL DE CREDITOS DE CADA
002847       *      CONTA INFORMADA
002848        219-CONTAR-EFINDOC.
002849            OPEN INPUT ARQ-EFINDOC.
002850            IF WK-FS-INTERFACE NOT = '00'
002851                DISPLAY 'ARQUIVO EFINDOC INDISPONIVEL, STATUS '
002852                        WK-FS-INTERFACE
002853                MOVE 12 TO RETURN-CODE
002854                STOP RUN
002855            END-IF.
002856            READ ARQ-EFINDOC.
002857            PERFORM 220-SOMAR-EFINDOC
002858                UNTIL WK-FS-INTERFACE = '10'.
002859            CLOSE ARQ-EFINDOC.
002860        220-SOMAR-EFINDOC.
002861            ADD 1 TO WK-QTD-CONTADA.
002862            IF REG-EFINDOC(1:1) = '3'
002863                MOVE REG-EFINDOC(28:15) TO WK-VALOR-REG(1:15)
002864                ADD WK-VALOR-REG TO WK-HASH-CONTADO
002865            END-IF.
002866            READ ARQ-EFINDOC.
002867       *      NO COAFCOM O VALOR E O DE CADA COMUNICACAO
002868        221-CONTAR-COAFCOM.
002869            OPEN INPUT ARQ-COAFCOM.
002870            IF WK-FS-INTERFACE NOT = '00'
002871                DISPLAY 'ARQUIVO COAFCOM INDISPONIVEL, STATUS '
002872                        WK-FS-INTERFACE
002873                MOVE 12 TO RETURN-CODE
002874                STOP RUN
002875            END-IF.
002876            READ ARQ-COAFCOM.
002877            PERFORM 222-SOMAR-COAFCOM
002878                UNTIL WK-FS-INTERFACE = '10'.
002879            CLOSE ARQ-COAFCOM.
002880        222-SOMAR-COAFCOM.
002881            ADD 1 TO WK-QTD-CONTADA.
002882            IF REG-COAFCOM(1:1) = '2'
002883                MOVE ZEROS TO WK-VALOR-REG
002884                MOVE REG-COAFCOM(35:13) TO WK-VALOR-REG(3:13)
002885                ADD WK-VALOR-REG TO WK-HASH-CONTADO
002886            END-IF.
002887            READ ARQ-COAFCOM.
002877       *      NO RESPJUD O VALOR E O CUMPRIDO DE CADA ORDEM
002878        223-CONTAR-RESPJUD.
002879            OPEN INPUT ARQ-RESPJUD.
002880            IF WK-FS-INTERFACE NOT = '00'
002881                DISPLAY 'ARQUIVO RESPJUD INDISPONIVEL, STATUS '
002882                        WK-FS-INTERFACE
002883                MOVE 12 TO RETURN-CODE
002884                STOP RUN
002885            END-IF.
002886            READ ARQ-RESPJUD.
002887            PERFORM 224-SOMAR-RESPJUD
002888                UNTIL WK-FS-INTERFACE = '10'.
002889            CLOSE ARQ-RESPJUD.
002890        224-SOMAR-RESPJUD.
002891            ADD 1 TO WK-QTD-CONTADA.
002892            IF REG-RESPJUD(1:1) = '2'
002893                MOVE ZEROS TO WK-VALOR-REG
002894                MOVE REG-RESPJUD(64:11) TO WK-VALOR-REG(5:11)
002895                ADD WK-VALOR-REG TO WK-HASH-CONTADO
002896            END-IF.
002897            READ ARQ-RESPJUD.
002898       *      NO NEGBUR O VALOR E O DA DIVIDA INCLUIDA OU EXCLUIDA
002899        225-CONTAR-NEGBUR.
002900            OPEN INPUT ARQ-NEGBUR.
002901            IF WK-FS-INTERFACE NOT = '00'
002902                DISPLAY 'ARQUIVO NEGBUR INDISPONIVEL, STATUS '
002903                        WK-FS-INTERFACE
002904                MOVE 12 TO RETURN-CODE
002905                STOP RUN
002906            END-IF.
002907            READ ARQ-NEGBUR.
002908            PERFORM 226-SOMAR-NEGBUR
002909                UNTIL WK-FS-INTERFACE = '10'.
002910            CLOSE ARQ-NEGBUR.
002911        226-SOMAR-NEGBUR.
002912            ADD 1 TO WK-QTD-CONTADA.
002913            IF REG-NEGBUR(1:1) = '2'
002914                MOVE ZEROS TO WK-VALOR-REG
002915                MOVE REG-NEGBUR(52:11) TO WK-VALOR-REG(5:11)
002916                ADD WK-VALOR-REG TO WK-HASH-CONTADO
002917            END-IF.
002918            READ ARQ-NEGBUR.
002919       *      NO SPED FISCAL CONTAM TODAS AS LINHAS E O VALOR E
002920       *      O VL_DOC DE CADA C100 (12O CAMPO ENTRE BARRAS)
002921        227-CONTAR-SPEDFIS.
002922            OPEN INPUT ARQ-SPEDFIS.
002923            IF WK-FS-INTERFACE NOT = '00'
002924                DISPLAY 'ARQUIVO SPEDFIS INDISPONIVEL, STATUS '
002925                        WK-FS-INTERFACE
002926                MOVE 12 TO RETURN-CODE
002927                STOP RUN
002928            END-IF.
002929            READ ARQ-SPEDFIS.
002930            PERFORM 228-SOMAR-SPEDFIS
002878                UNTIL WK-FS-INTERFACE = '10'.
002879            CLOSE ARQ-SPEDFIS.
002880        228-SOMAR-SPEDFIS.
002881            ADD 1 TO WK-QTD-CONTADA.
002882            IF REG-SPEDFIS(1:6) = '|C100|'
002883                MOVE 1 TO WK-PONTEIRO-SPED
002884                PERFORM 229-SEPARAR-CAMPO-SPED 13 TIMES
002885                MOVE SPACES TO WK-INTEIRO-SPED
002886                MOVE SPACES TO WK-DECIMAIS-SPED
002887                UNSTRING WK-CAMPO-SPED DELIMITED BY ','
002888                    INTO WK-INTEIRO-SPED WK-DECIMAIS-SPED
002889                INSPECT WK-INTEIRO-SPED
002890                    REPLACING LEADING SPACES BY ZEROS
002891                MOVE WK-INTEIRO-SPED  TO WK-VALOR-REG(1:13)
002892                MOVE WK-DECIMAIS-SPED TO WK-VALOR-REG(14:2)
002885                ADD WK-VALOR-REG TO WK-HASH-CONTADO
002886            END-IF.
002887            READ ARQ-SPEDFIS.
002888        229-SEPARAR-CAMPO-SPED.
002889            MOVE SPACES TO WK-CAMPO-SPED.
002890            UNSTRING REG-SPEDFIS DELIMITED BY '|'
002891                INTO WK-CAMPO-SPED
002892                WITH POINTER WK-PONTEIRO-SPED.
002770       ***********************************************
002780       *      CADA ENTRADA DO REGISTRO E REGRAVADA;
002790       *      A DO ARQUIVO CONFERIDO MUDA DE SITUACAO
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95862' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985014            MOVE WK-QTD-EXCECOES
985014                TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
