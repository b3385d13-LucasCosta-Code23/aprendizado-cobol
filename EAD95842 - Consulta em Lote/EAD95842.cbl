000050            LUCAS.
000060       **************************************************
000070       *   CONSULTA EM LOTE (PEDIDO/RESPOSTA)           *
000071       *                                                *
000072       *   PEDIDO DO TIPO 'D' = SALDO NA DATA DO PEDIDO,*
000073       *   RESPONDIDO PELO SERVICO EAD95925 (ACHADO '?' *
000074       *   = DATA INVALIDA), COM A DATA E A ORIGEM DO   *
000075       *   ULTIMO LANCAMENTO ATE ELA                    *
000080       **************************************************
000090       *
000100        ENVIRONMENT DIVISION.
000430            05 FD-AGENCIA-REQ      PIC X(4).
000440            05 FD-CONTA-REQ        PIC 9(5).
000450            05 FD-TIPO-REQ         PIC X.
000451                88 PEDIDO-SALDO-DATA       VALUE 'D'.
000452            05 FD-DATA-REQ         PIC 9(8).
000460        FD   ARQ-CONSRESP
000470             RECORDING MODE IS F.
000480        01  REG-CONSRESP.
000550                10 FD-LIMITE-RESP      PIC 9(6)V99.
000560                10 FD-MOEDA-RESP       PIC X(3).
000570                10 FD-SITUACAO-RESP    PIC X.
000571                10 FD-DATA-ULT-RESP    PIC 9(8).
000572                10 FD-ORIGEM-RESP      PIC X.
000580            05 FD-CTRL-RESP REDEFINES FD-DETALHE-RESP.
000590                10 FD-QTDE-REQ-RESP    PIC 9(7).
000600                10 FD-QTDE-ACH-RESP    PIC 9(7).
000601                10 FILLER              PIC X(26).
984110        FD   ARQ-RUNJRNL
984111             RECORDING MODE IS F.
984112        01  REG-RUNJRNL.
984118            05 JRL-QTD-GRAVADOS    PIC 9(7).
984119            05 JRL-QTD-REJEITADOS  PIC 9(7).
984120            05 JRL-RETORNO         PIC 9(4).
984121            05 JRL-ID-EXEC         PIC 9(10).
000620        WORKING-STORAGE SECTION.
984230        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
984231        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
984232        01  LK-AREA-ID-EXEC.
984233            05 LK-PROGRAMA-COM     PIC X(8).
984234            05 LK-ID-EXEC-COM      PIC 9(10).
000630        77  WK-FS-CLIENTES PIC XX           VALUE SPACES.
000640        77  WK-FS-CONSREQ  PIC XX           VALUE SPACES.
000650        77  WK-FS-CONSRESP PIC XX           VALUE SPACES.
000660        77  WK-QTD-PEDIDOS PIC 9(7)         VALUE ZEROS.
000670        77  WK-QTD-ACHADOS PIC 9(7)         VALUE ZEROS.
000671        01  LK-AREA-SALDO-DATA.
000672            05 LK-CHAVE-SDT        PIC X(9).
000673            05 LK-DATA-SDT         PIC 9(8).
000674            05 LK-RESPOSTA-SDT     PIC X.
000675            05 LK-ORIGEM-SDT       PIC X.
000676            05 LK-SALDO-SDT        PIC S9(6)V99.
000677            05 LK-MOEDA-SDT        PIC X(3).
000678            05 LK-DATA-ULT-SDT     PIC 9(8).
000679            05 LK-DOC-ULT-SDT      PIC 9(4).
000680            05 LK-TIPO-ULT-SDT     PIC X.
000681            05 LK-VALOR-ULT-SDT    PIC 9(6)V99.
000682        77  WK-PROG-SALDO-DATA PIC X(8)     VALUE 'EAD95925'.
000680       *
000690        PROCEDURE DIVISION.
000700        000-PRINCIPAL SECTION.
001210            MOVE SPACES TO FD-DETALHE-RESP.
001220            MOVE FD-CHAVE-CLIENTES TO FD-CHAVE-RESP.
001230            MOVE FD-TIPO-REQ       TO FD-TIPO-CONS-RESP.
001231            IF PEDIDO-SALDO-DATA
001232                PERFORM 203-CONSULTAR-SALDO-DATA
001233            ELSE
001234                PERFORM 204-CONSULTAR-CLIENTES
001235            END-IF.
001236            PERFORM 202-GRAVAR-RESPOSTA.
001237            PERFORM 301-LER-CONSREQ.
001238        202-GRAVAR-RESPOSTA.
001239            WRITE REG-CONSRESP.
001240            IF WK-FS-CONSRESP NOT = '00'
001241                DISPLAY 'ERRO ' WK-FS-CONSRESP
001242                        ' NO COMANDO WRITE CONSRESP'
001243                MOVE 12 TO RETURN-CODE
001244                STOP RUN
001245            END-IF.
001246        203-CONSULTAR-SALDO-DATA.
001247            MOVE FD-CHAVE-CLIENTES TO LK-CHAVE-SDT.
001248            MOVE FD-DATA-REQ       TO LK-DATA-SDT.
001249            CALL WK-PROG-SALDO-DATA USING LK-AREA-SALDO-DATA.
001250            MOVE LK-RESPOSTA-SDT TO FD-ACHADO-RESP.
001251            MOVE LK-SALDO-SDT    TO FD-SALDO-RESP.
001252            MOVE ZEROS           TO FD-LIMITE-RESP.
001253            MOVE LK-MOEDA-SDT    TO FD-MOEDA-RESP.
001254            MOVE SPACE           TO FD-SITUACAO-RESP.
001255            MOVE LK-DATA-ULT-SDT TO FD-DATA-ULT-RESP.
001256            MOVE LK-ORIGEM-SDT   TO FD-ORIGEM-RESP.
001257            IF LK-RESPOSTA-SDT = 'S'
001258                ADD 1 TO WK-QTD-ACHADOS
001259            END-IF.
001260        204-CONSULTAR-CLIENTES.
001261            MOVE ZEROS TO FD-DATA-ULT-RESP.
001240            READ ARQ-CLIENTES
001250                INVALID KEY
001260                    MOVE 'N'   TO FD-ACHADO-RESP
001360                    MOVE FD-MOEDA-CLIENTES    TO FD-MOEDA-RESP
001370                    MOVE FD-SITUACAO-CLIENTES TO FD-SITUACAO-RESP
001380            END-READ.
001490       ***********************************************
001500        300-LER-CONSREQ SECTION.
001510        301-LER-CONSREQ.
985004            MOVE ZEROS TO JRL-QTD-GRAVADOS.
985005            MOVE ZEROS TO JRL-QTD-REJEITADOS.
985006            MOVE ZEROS TO JRL-RETORNO.
985007            MOVE 'EAD95842' TO LK-PROGRAMA-COM.
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
