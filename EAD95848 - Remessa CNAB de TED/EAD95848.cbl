000050            LUCAS.
000060       **************************************************
000070       *   REMESSA CNAB 240 DOS TEDS POSTADOS           *
000071       *                                                *
000072       *   NO TED DE RESGATE DE VALORES A RECEBER O     *
000073       *   FAVORECIDO E O DESTINO QUE O EAD95939        *
000074       *   GRAVOU NO VRPAGTO                            *
000080       **************************************************
000090       *
000100        ENVIRONMENT DIVISION.
000224                FILE STATUS IS WK-FS-TEDCTLV.
000226            SELECT ARQ-TEDLIM   ASSIGN TO TEDLIM
000228                FILE STATUS IS WK-FS-TEDLIM.
000229            SELECT ARQ-TEDLIBJ  ASSIGN TO TEDLIBJ
000230                FILE STATUS IS WK-FS-TEDLIBJ.
000230            SELECT ARQ-VRPAGTO  ASSIGN TO VRPAGTO
000230                FILE STATUS IS WK-FS-VRPAGTO.
000230       *
000240        DATA DIVISION.
000250        FILE SECTION.
000370            05 FD-MOEDA-MOVHIST    PIC X(3).
000370            05 FD-HORA-MOVHIST     PIC 9(6).
000370            05 FD-SEQ-MOVHIST      PIC 9(4).
000371            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000372        FD   ARQ-MOVLOC
000373             RECORDING MODE IS F.
000374        01  REG-MOVLOC.
000481                88 TED-ENVIADO         VALUE 'E'.
000482                88 TED-RETIDO-LIMITE   VALUE 'R'.
000483                88 TED-AGUARDA-ALCADA  VALUE 'S'.
000484                88 TED-AGUARDA-PODERES VALUE 'P'.
000485            05 FD-MOEDA-TED        PIC X(3).
000486            05 FD-ID-EXEC-TED      PIC 9(10).
000486        FD   ARQ-TEDCTLV
000487             RECORDING MODE IS F.
000488        01  REG-TEDCTLV.
000493            05 FD-SITUACAO-TEDV    PIC X.
000494                88 TEDV-RETIDO         VALUE 'R'.
000495                88 TEDV-AGUARDA        VALUE 'S'.
000496                88 TEDV-AGUARDA-PODERES VALUE 'P'.
000496            05 FD-MOEDA-TEDV       PIC X(3).
000497            05 FD-ID-EXEC-TEDV     PIC 9(10).
000497        FD   ARQ-TEDLIM
000498             RECORDING MODE IS F.
000499        01  REG-TEDLIM.
000500            05 FD-CHAVE-TEDLIM     PIC X(9).
000501            05 FD-LIMITE-TEDLIM    PIC 9(8)V99.
000502       *      JORNAL DAS LIBERACOES: QUAL SUPERVISOR SOLTOU
000503       *      CADA TED RETIDO E QUANDO
000504        FD   ARQ-TEDLIBJ
000505             RECORDING MODE IS F.
000506        01  REG-TEDLIBJ.
000507            05 FD-CHAVE-TEDLIBJ    PIC X(9).
000508            05 FD-DOC-TEDLIBJ      PIC 9(4).
000509            05 FD-VALOR-TEDLIBJ    PIC 9(6)V99.
000510            05 FD-DATA-TEDLIBJ     PIC 9(8).
000511            05 FD-DATA-LIB-TEDLIBJ PIC 9(8).
000512            05 FD-HORA-LIB-TEDLIBJ PIC 9(6).
000513            05 FD-SUPERV-TEDLIBJ   PIC X(8).
000514       *      DESTINO DOS TEDS DE RESGATE DE VALORES A
000515       *      RECEBER, GRAVADO PELO EAD95939
000516        FD   ARQ-VRPAGTO
000517             RECORDING MODE IS F.
000518        01  REG-VRPAGTO.
000519            05 FD-CHAVE-PAG        PIC X(9).
000520            05 FD-DOC-PAG          PIC 9(4).
000521            05 FD-VALOR-PAG        PIC 9(6)V99.
000522            05 FD-MOEDA-PAG        PIC X(3).
000523            05 FD-DATA-PAG         PIC 9(8).
000524            05 FD-PROTOCOLO-PAG    PIC 9(10).
000525            05 FD-CPFCNPJ-PAG      PIC X(14).
000526            05 FD-BANCO-PAG        PIC 9(3).
000527            05 FD-AGENCIA-PAG      PIC 9(4).
000528            05 FD-CONTA-PAG        PIC X(13).
000529            05 FD-TIPO-CONTA-PAG   PIC X.
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000490        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000500        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
000502        77  WK-FS-MOVLOC   PIC XX           VALUE SPACES.
000504        77  WK-QTD-PARTICOES PIC 9(3)       VALUE ZEROS.
000520        77  WK-FS-TEDCTL   PIC XX           VALUE SPACES.
000521        77  WK-FS-TEDCTLV  PIC XX           VALUE SPACES.
000522        77  WK-FS-TEDLIM   PIC XX           VALUE SPACES.
000523        77  WK-FS-TEDLIBJ  PIC XX           VALUE SPACES.
000523        77  WK-FUNCAO      PIC X            VALUE 'N'.
000524            88 FUNCAO-NORMAL                 VALUE 'N' ' '.
000525            88 FUNCAO-LIBERACAO              VALUE 'L'.
000541                10 WK-LIM-CHAVE       PIC X(9).
000542                10 WK-LIM-VALOR       PIC 9(8)V99.
000543                10 WK-LIM-USADO       PIC 9(8)V99.
000543        77  WK-FS-VRPAGTO  PIC XX           VALUE SPACES.
000543        77  WK-QTD-FAV     PIC 9(3)         VALUE ZEROS.
000543        77  WK-IDX-FAV     PIC 9(3)         VALUE ZEROS.
000543        77  WK-IDX-FAV-ULT PIC 9(3)         VALUE ZEROS.
000543        77  WK-CONT-FAV    PIC 9(3)         VALUE ZEROS.
000543        77  WK-QTD-FAV-TED PIC 9(5)         VALUE ZEROS.
000543        77  WK-DATA-PROCURA-FAV PIC 9(8)    VALUE ZEROS.
000543        77  WK-FAV-ACHADO  PIC X            VALUE 'N'.
000543            88 FAVORECIDO-ACHADO             VALUE 'S'.
000543            88 FAVORECIDO-NAO-ACHADO         VALUE 'N'.
000543        01  WK-TAB-FAVORECIDOS.
000543            05 WK-FAV-OCC         OCCURS 999 TIMES.
000543                10 WK-FAV-CHAVE       PIC X(9).
000543                10 WK-FAV-DOC         PIC 9(4).
000543                10 WK-FAV-VALOR       PIC 9(6)V99.
000543                10 WK-FAV-DATA        PIC 9(8).
000543                10 WK-FAV-CPFCNPJ     PIC X(14).
000543                10 WK-FAV-BANCO       PIC 9(3).
000543                10 WK-FAV-AGENCIA     PIC 9(4).
000543                10 WK-FAV-CONTA       PIC X(13).
000543                10 WK-FAV-TIPO-CONTA  PIC X.
000544        01  LK-AREA-DIAS-UTEIS.
000545            05 LK-FUNCAO-COM       PIC X.
000546            05 LK-AGENCIA-COM      PIC X(4).
000550            05 LK-DATA-SAIDA-COM   PIC 9(8).
000551            05 LK-QTD-DIAS-COM     PIC 9(5).
000552        77  WK-PROG-DIAS-UTEIS PIC X(8)     VALUE 'EAD95850'.
000553        01  LK-AREA-PODERES.
000554            05 LK-PODER-POD        PIC X.
000555            05 LK-CHAVE-POD        PIC X(9).
000556            05 LK-IDENT-POD        PIC 9(10).
000557            05 LK-VALOR-POD        PIC 9(8)V99.
000558            05 LK-DATA-POD         PIC 9(8).
000559            05 LK-RESPOSTA-POD     PIC X.
000560            05 LK-MOTIVO-POD       PIC X(30).
000561        77  WK-PROG-PODERES    PIC X(8)     VALUE 'EAD95920'.
000562        77  WK-QTD-PODERES PIC 9(5)         VALUE ZEROS.
000530        77  WK-DATA-CICLO  PIC 9(8)         VALUE ZEROS.
000540        77  WK-SEQ-REG     PIC 9(6)         VALUE ZEROS.
000550        77  WK-QTD-TEDS    PIC 9(6)         VALUE ZEROS.
000570       *      LEIAUTE SIMPLIFICADO NO FEITIO CNAB 240:
000580       *      REGISTROS 0 E 9 DE ARQUIVO, 1 E 5 DE LOTE E
000590       *      DETALHE 3 SEGMENTO A
000591       *      O FAVORECIDO DO SEGMENTO A SO VEM PREENCHIDO
000592       *      NO TED DE RESGATE DE VALORES A RECEBER
000600        01  WK-REG-CNAB.
000610            05 WK-BANCO-CNAB   PIC X(3).
000620            05 WK-LOTE-CNAB    PIC 9(4).
000690            05 WK-DATA-CNAB    PIC 9(8).
000700            05 WK-OCORR-CNAB   PIC XX.
000710            05 WK-QTDE-CNAB    PIC 9(6).
000711            05 WK-BANCO-FAV-CNAB   PIC 9(3).
000712            05 WK-AGENCIA-FAV-CNAB PIC 9(4).
000713            05 WK-CONTA-FAV-CNAB   PIC X(13).
000714            05 WK-TIPO-CONTA-FAV-CNAB PIC X.
000715            05 WK-CPFCNPJ-FAV-CNAB PIC X(14).
000720            05 FILLER          PIC X(147) VALUE SPACES.
000730       *
000740        PROCEDURE DIVISION.
000750        000-PRINCIPAL SECTION.
000841            ACCEPT WK-VALOR-ALCADA FROM SYSIN.
000841            ACCEPT WK-SUPERVISOR   FROM SYSIN.
000841            PERFORM 110-CARREGAR-TEDLIM.
000841            PERFORM 113-CARREGAR-VRPAGTO.
000841            IF FUNCAO-LIBERACAO
000841                SET VARREDURA-DISPENSADA TO TRUE
000841                PERFORM 120-LIBERAR-RETIDOS
001089                TO WK-LIM-VALOR(WK-QTD-LIMITES).
001089            MOVE ZEROS TO WK-LIM-USADO(WK-QTD-LIMITES).
001089            PERFORM 111-LER-TEDLIM.
001089        113-CARREGAR-VRPAGTO.
001089            OPEN INPUT ARQ-VRPAGTO.
001089            EVALUATE WK-FS-VRPAGTO
001089                WHEN '00'
001089                    PERFORM 114-LER-VRPAGTO
001089                    PERFORM 115-REGISTRAR-FAVORECIDO
001089                        UNTIL WK-FS-VRPAGTO = '10'
001089                    CLOSE ARQ-VRPAGTO
001089                WHEN '35'
001089                    CONTINUE
001089                WHEN OTHER
001089                    DISPLAY 'ERRO ' WK-FS-VRPAGTO
001089                            ' NO COMANDO OPEN VRPAGTO'
001089                    MOVE 12 TO RETURN-CODE
001089                    STOP RUN
001089            END-EVALUATE.
001089        114-LER-VRPAGTO.
001089            READ ARQ-VRPAGTO.
001089            EVALUATE WK-FS-VRPAGTO
001089                WHEN '00'
001089                    CONTINUE
001089                WHEN '10'
001089                    CONTINUE
001089                WHEN OTHER
001089                    DISPLAY 'ERRO ' WK-FS-VRPAGTO
001089                            ' NO COMANDO READ VRPAGTO'
001089                    MOVE 12 TO RETURN-CODE
001089                    STOP RUN
001089            END-EVALUATE.
001089       *      O VRPAGTO CRESCE EM ORDEM DE DATA; A TABELA
001089       *      GIRA E FICA COM OS 999 DESTINOS MAIS RECENTES
001089        115-REGISTRAR-FAVORECIDO.
001089            IF WK-IDX-FAV-ULT NOT LESS 999
001089                MOVE 1 TO WK-IDX-FAV-ULT
001089            ELSE
001089                ADD 1 TO WK-IDX-FAV-ULT
001089            END-IF.
001089            IF WK-QTD-FAV LESS 999
001089                ADD 1 TO WK-QTD-FAV
001089            END-IF.
001089            MOVE FD-CHAVE-PAG
001089                TO WK-FAV-CHAVE(WK-IDX-FAV-ULT).
001089            MOVE FD-DOC-PAG
001089                TO WK-FAV-DOC(WK-IDX-FAV-ULT).
001089            MOVE FD-VALOR-PAG
001089                TO WK-FAV-VALOR(WK-IDX-FAV-ULT).
001089            MOVE FD-DATA-PAG
001089                TO WK-FAV-DATA(WK-IDX-FAV-ULT).
001089            MOVE FD-CPFCNPJ-PAG
001089                TO WK-FAV-CPFCNPJ(WK-IDX-FAV-ULT).
001089            MOVE FD-BANCO-PAG
001089                TO WK-FAV-BANCO(WK-IDX-FAV-ULT).
001089            MOVE FD-AGENCIA-PAG
001089                TO WK-FAV-AGENCIA(WK-IDX-FAV-ULT).
001089            MOVE FD-CONTA-PAG
001089                TO WK-FAV-CONTA(WK-IDX-FAV-ULT).
001089            MOVE FD-TIPO-CONTA-PAG
001089                TO WK-FAV-TIPO-CONTA(WK-IDX-FAV-ULT).
001089            PERFORM 114-LER-VRPAGTO.
001089       *      LIBERACAO DO SUPERVISOR: OS RETIDOS ('R')
001089       *      E OS DE ALCADA ('S') DO TEDCTL ANTERIOR
001089       *      (TEDCTLV) SAEM AGORA NA REMESSA COMO 'E'
001089                MOVE 12 TO RETURN-CODE
001089                STOP RUN
001089            END-IF.
001090            OPEN EXTEND ARQ-TEDLIBJ.
001091            IF WK-FS-TEDLIBJ = '35'
001092                OPEN OUTPUT ARQ-TEDLIBJ
001093            END-IF.
001094            IF WK-FS-TEDLIBJ NOT = '00'
001095                DISPLAY 'ERRO ' WK-FS-TEDLIBJ
001096                        ' NO COMANDO OPEN TEDLIBJ'
001097                MOVE 12 TO RETURN-CODE
001098                STOP RUN
001099            END-IF.
001089            PERFORM 102-GRAVAR-HEADER-ARQUIVO.
001089            PERFORM 103-GRAVAR-HEADER-LOTE.
001089            PERFORM 121-LER-TEDCTLV.
001089            PERFORM 122-TRATAR-RETIDO
001089                UNTIL WK-FS-TEDCTLV = '10'.
001089            CLOSE ARQ-TEDCTLV.
001090            CLOSE ARQ-TEDLIBJ.
001089            DISPLAY 'LIBERADOS PELO SUPERVISOR '
001089                    WK-SUPERVISOR ' : ' WK-QTD-LIBERADOS.
001089        121-LER-TEDCTLV.
001089                    STOP RUN
001089            END-EVALUATE.
001089        122-TRATAR-RETIDO.
001090            IF TEDV-AGUARDA-PODERES
001091                PERFORM 123-RECONFERIR-PODERES
001092            END-IF.
001089            IF TEDV-RETIDO OR TEDV-AGUARDA
001089                ADD 1 TO WK-QTD-LIBERADOS
001089                ADD 1 TO WK-QTD-TRATADOS
001089                MOVE FD-VALOR-TEDV   TO WK-VALOR-CNAB
001089                MOVE FD-DATA-TEDV    TO WK-DATA-CNAB
001089                MOVE ZEROS           TO WK-QTDE-CNAB
001089                MOVE FD-DATA-TEDV    TO WK-DATA-PROCURA-FAV
001089                PERFORM 209-BUSCAR-FAVORECIDO
001089                PERFORM 205-GRAVAR-REMESSA
001089                ADD FD-VALOR-TEDV TO WK-TOT-TEDS
001090                PERFORM 124-JORNALAR-LIBERACAO
001089                MOVE 'E' TO FD-SITUACAO-TEDV
001089            END-IF.
001089            MOVE FD-CHAVE-TEDV    TO FD-CHAVE-TED.
001089            MOVE FD-DATA-TEDV     TO FD-DATA-TED.
001089            MOVE FD-SITUACAO-TEDV TO FD-SITUACAO-TED.
001089            MOVE FD-MOEDA-TEDV    TO FD-MOEDA-TED.
001090            MOVE FD-ID-EXEC-TEDV  TO FD-ID-EXEC-TED.
001089            WRITE REG-TEDCTL.
001089            IF WK-FS-TEDCTL NOT = '00'
001089                DISPLAY 'ERRO ' WK-FS-TEDCTL
001089                STOP RUN
001089            END-IF.
001089            PERFORM 121-LER-TEDCTLV.
001090        124-JORNALAR-LIBERACAO.
001091            MOVE FD-CHAVE-TEDV    TO FD-CHAVE-TEDLIBJ.
001092            MOVE FD-DOC-TEDV      TO FD-DOC-TEDLIBJ.
001093            MOVE FD-VALOR-TEDV    TO FD-VALOR-TEDLIBJ.
001094            MOVE FD-DATA-TEDV     TO FD-DATA-TEDLIBJ.
001095            ACCEPT FD-DATA-LIB-TEDLIBJ FROM DATE YYYYMMDD.
001096            ACCEPT FD-HORA-LIB-TEDLIBJ FROM TIME.
001097            MOVE WK-SUPERVISOR    TO FD-SUPERV-TEDLIBJ.
001098            WRITE REG-TEDLIBJ.
001099            IF WK-FS-TEDLIBJ NOT = '00'
001100                DISPLAY 'ERRO ' WK-FS-TEDLIBJ
001101                        ' NO COMANDO WRITE TEDLIBJ'
001102                MOVE 12 TO RETURN-CODE
001103                STOP RUN
001104            END-IF.
001090       *      TED SEM PODERES SO E LIBERADO QUANDO O CADASTRO
001091       *      DE PROCURADORES JA COBRE O SIGNATARIO
001092        123-RECONFERIR-PODERES.
001093            MOVE 'T'              TO LK-PODER-POD.
001094            MOVE FD-CHAVE-TEDV    TO LK-CHAVE-POD.
001095            MOVE FD-DOC-TEDV      TO LK-IDENT-POD.
001096            MOVE FD-VALOR-TEDV    TO LK-VALOR-POD.
001097            MOVE FD-DATA-TEDV     TO LK-DATA-POD.
001098            CALL WK-PROG-PODERES USING LK-AREA-PODERES.
001099            IF LK-RESPOSTA-POD = 'S'
001100                MOVE 'S' TO FD-SITUACAO-TEDV
001101            ELSE
001102                ADD 1 TO WK-QTD-PODERES
001103                DISPLAY 'TED ' FD-CHAVE-TEDV ' ' FD-DOC-TEDV
001104                        ' CONTINUA RETIDO: ' LK-MOTIVO-POD
001105            END-IF.
001090        102-GRAVAR-HEADER-ARQUIVO.
001100            MOVE SPACES TO WK-REG-CNAB.
001110            MOVE '001' TO WK-BANCO-CNAB.
001401       *      ROLA PARA O PROXIMO DIA UTIL; ACIMA DA
001402       *      ALCADA FICA AGUARDANDO SUPERVISOR ('S');
001403       *      ALEM DO LIMITE DIARIO DA CONTA FICA RETIDO
001404       *      ('R'); CONTA PJ CUJO SIGNATARIO NAO TEM PODER
001405       *      VALIDO PARA O VALOR AGUARDA PODERES ('P');
001406       *      RETIDOS NAO SAEM NA REMESSA
001405        202-GRAVAR-DETALHE.
001410            ADD 1 TO WK-QTD-TRATADOS.
001412            MOVE FD-DATA-MOVHIST TO WK-DATA-REMESSA.
001418                PERFORM 206-ROLAR-DIA-UTIL
001420            END-IF.
001422            MOVE 'E' TO FD-SITUACAO-TED.
001423            PERFORM 208-CONFERIR-PODERES.
001424            EVALUATE TRUE
001425                WHEN LK-RESPOSTA-POD = 'N'
001426                    MOVE 'P' TO FD-SITUACAO-TED
001427                    ADD 1 TO WK-QTD-PODERES
001428                WHEN WK-VALOR-ALCADA > ZEROS
001429                 AND FD-VALOR-MOVHIST > WK-VALOR-ALCADA
001430                    MOVE 'S' TO FD-SITUACAO-TED
001431                    ADD 1 TO WK-QTD-ALCADA
001432                WHEN OTHER
001433                    PERFORM 207-CONFERIR-LIMITE-DIARIO
001434            END-EVALUATE.
001438            IF FD-SITUACAO-TED = 'E'
001440                ADD 1 TO WK-SEQ-REG
001442                MOVE SPACES TO WK-REG-CNAB
001458                MOVE FD-VALOR-MOVHIST  TO WK-VALOR-CNAB
001460                MOVE WK-DATA-REMESSA   TO WK-DATA-CNAB
001462                MOVE ZEROS             TO WK-QTDE-CNAB
001462                MOVE FD-DATA-MOVHIST   TO WK-DATA-PROCURA-FAV
001462                PERFORM 209-BUSCAR-FAVORECIDO
001463                ADD 1 TO WK-QTD-TEDS
001464                PERFORM 205-GRAVAR-REMESSA
001466                ADD FD-VALOR-MOVHIST TO WK-TOT-TEDS
001580            MOVE FD-VALOR-MOVHIST TO FD-VALOR-TED.
001590            MOVE WK-DATA-REMESSA  TO FD-DATA-TED.
001605            MOVE FD-MOEDA-MOVHIST TO FD-MOEDA-TED.
001606            MOVE LK-ID-EXEC-COM  TO FD-ID-EXEC-TED.
001610            WRITE REG-TEDCTL.
001620            IF WK-FS-TEDCTL NOT = '00'
001630                DISPLAY 'ERRO ' WK-FS-TEDCTL
001674                        TO WK-LIM-USADO(WK-IDX-LIM-ACH)
001674                END-IF
001674            END-IF.
001674        208-CONFERIR-PODERES.
001674            MOVE 'T'              TO LK-PODER-POD.
001674            MOVE FD-CHAVE-MOVHIST TO LK-CHAVE-POD.
001674            MOVE FD-DOC-MOVHIST   TO LK-IDENT-POD.
001674            MOVE FD-VALOR-MOVHIST TO LK-VALOR-POD.
001674            MOVE FD-DATA-MOVHIST  TO LK-DATA-POD.
001674            CALL WK-PROG-PODERES USING LK-AREA-PODERES.
001674       *      TED DE RESGATE DO EAD95939: O FAVORECIDO E A
001674       *      CONTA ESCOLHIDA PELO CLIENTE NO SVR, ACHADA
001674       *      PELA CHAVE, DOCUMENTO E VALOR DO LOTE, DO
001674       *      DESTINO MAIS RECENTE PARA O MAIS ANTIGO
001674        209-BUSCAR-FAVORECIDO.
001674            SET FAVORECIDO-NAO-ACHADO TO TRUE.
001674            MOVE WK-IDX-FAV-ULT TO WK-IDX-FAV.
001674            MOVE ZEROS TO WK-CONT-FAV.
001674            PERFORM 210-CONFERIR-FAVORECIDO
001674                UNTIL FAVORECIDO-ACHADO
001674                   OR WK-CONT-FAV NOT LESS WK-QTD-FAV.
001674            IF FAVORECIDO-ACHADO
001674                MOVE WK-FAV-BANCO(WK-IDX-FAV)
001674                    TO WK-BANCO-FAV-CNAB
001674                MOVE WK-FAV-AGENCIA(WK-IDX-FAV)
001674                    TO WK-AGENCIA-FAV-CNAB
001674                MOVE WK-FAV-CONTA(WK-IDX-FAV)
001674                    TO WK-CONTA-FAV-CNAB
001674                MOVE WK-FAV-TIPO-CONTA(WK-IDX-FAV)
001674                    TO WK-TIPO-CONTA-FAV-CNAB
001674                MOVE WK-FAV-CPFCNPJ(WK-IDX-FAV)
001674                    TO WK-CPFCNPJ-FAV-CNAB
001674                ADD 1 TO WK-QTD-FAV-TED
001674            ELSE
001674                MOVE ZEROS TO WK-BANCO-FAV-CNAB
001674                MOVE ZEROS TO WK-AGENCIA-FAV-CNAB
001674            END-IF.
001674        210-CONFERIR-FAVORECIDO.
001674            ADD 1 TO WK-CONT-FAV.
001674            IF WK-FAV-CHAVE(WK-IDX-FAV) = WK-CHAVE-CNAB
001674               AND WK-FAV-DOC(WK-IDX-FAV) = WK-DOC-CNAB
001674               AND WK-FAV-VALOR(WK-IDX-FAV) = WK-VALOR-CNAB
001674               AND WK-FAV-DATA(WK-IDX-FAV)
001674                       NOT > WK-DATA-PROCURA-FAV
001674                SET FAVORECIDO-ACHADO TO TRUE
001674            ELSE
001674                IF WK-IDX-FAV = 1
001674                    MOVE 999 TO WK-IDX-FAV
001674                ELSE
001674                    SUBTRACT 1 FROM WK-IDX-FAV
001674                END-IF
001674            END-IF.
001680        205-GRAVAR-REMESSA.
001690            WRITE REG-REMESSA FROM WK-REG-CNAB.
001700            IF WK-FS-REMESSA NOT = '00'
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95848' TO LK-PROGRAMA-COM.
985008            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
985009            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985007            PERFORM 194-GRAVAR-RUNJRNL.
985008        196-GRAVAR-JRNL-FIM.
985009            MOVE 'F' TO JRL-TIPO.
985011                TO JRL-QTD-GRAVADOS.
985010            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985015            MOVE RETURN-CODE TO JRL-RETORNO.
985016            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
985016            PERFORM 194-GRAVAR-RUNJRNL.
985017        194-GRAVAR-RUNJRNL.
985018            OPEN EXTEND ARQ-RUNJRNL.
002141            DISPLAY 'TEDS TRATADOS   : ' WK-QTD-TRATADOS.
002142            DISPLAY 'RETIDOS POR LIMITE   : ' WK-QTD-RETIDOS.
002144            DISPLAY 'AGUARDANDO SUPERVISOR: ' WK-QTD-ALCADA.
002145            DISPLAY 'AGUARDANDO PODERES   : ' WK-QTD-PODERES.
002146            DISPLAY 'TEDS DE RESGATE SVR  : ' WK-QTD-FAV-TED.
002150            IF NOT VARREDURA-DISPENSADA
002151                CLOSE ARQ-MOVHIST
002152            END-IF.
