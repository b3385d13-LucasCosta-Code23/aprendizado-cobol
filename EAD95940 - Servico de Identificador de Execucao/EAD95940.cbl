000100        IDENTIFICATION DIVISION.
000110        PROGRAM-ID.
000120            EAD95940.
000130        AUTHOR.
000140            LUCAS.
000150       **************************************************
000160       *   SERVICO DO IDENTIFICADOR DE EXECUCAO: CADA   *
000170       *   PROGRAMA DO LOTE NOTURNO CHAMA NO REGISTRO   *
000180       *   DE INICIO DO RUNJRNL E RECEBE UM NUMERO      *
000190       *   UNICO, QUE VAI NO INICIO E NO FIM DO RUNJRNL *
000200       *   E EM TODO REGISTRO QUE A EXECUCAO GRAVA NO   *
000210       *   MOVHIST, REJEITAD, GLJOURN, TEDCTL E LOTES   *
000220       **************************************************
000230       *
000240       *      IDENTIFICADOR = AAMMDD + SEQUENCIAL DO DIA
000250       *      (9999 EXECUCOES POR DIA), CONTROLADO NO
000260       *      REGISTRO UNICO DO RUNIDCTL. DATA DO CONTROLE
000270       *      POSTERIOR A DO SISTEMA CONTINUA NA SEQUENCIA
000280       *      DO CONTROLE, PARA NAO REPETIR NUMERO
000290       *
000300        ENVIRONMENT DIVISION.
000310        CONFIGURATION SECTION.
000320        SPECIAL-NAMES.
000330            DECIMAL-POINT IS COMMA.
000340        INPUT-OUTPUT SECTION.
000350        FILE-CONTROL.
000360            SELECT ARQ-RUNIDCTL ASSIGN TO RUNIDCTL
000370                FILE STATUS IS WK-FS-RUNIDCTL.
000380       *
000390        DATA DIVISION.
000400        FILE SECTION.
000410        FD   ARQ-RUNIDCTL
000420             RECORDING MODE IS F.
000430        01  REG-RUNIDCTL.
000440            05 FD-DATA-RUNIDCTL    PIC 9(8).
000450            05 FD-SEQ-RUNIDCTL     PIC 9(4).
000460            05 FD-ULTIMO-RUNIDCTL  PIC 9(10).
000470            05 FD-PROGRAMA-RUNIDCTL PIC X(8).
000480        WORKING-STORAGE SECTION.
000490        77  WK-FS-RUNIDCTL PIC XX           VALUE SPACES.
000500        01  WK-DATA-HOJE           PIC 9(8)  VALUE ZEROS.
000510        01  WK-DATA-HOJE-R REDEFINES WK-DATA-HOJE.
000520            05 WK-SECULO-HOJE      PIC 99.
000530            05 WK-AAMMDD-HOJE      PIC 9(6).
000540        01  WK-DATA-CTRL           PIC 9(8)  VALUE ZEROS.
000550        01  WK-DATA-CTRL-R REDEFINES WK-DATA-CTRL.
000560            05 WK-SECULO-CTRL      PIC 99.
000570            05 WK-AAMMDD-CTRL      PIC 9(6).
000580        01  WK-ID-MONTADO.
000590            05 WK-AAMMDD-ID        PIC 9(6).
000600            05 WK-SEQ-ID           PIC 9(4).
000610        01  WK-ID-MONTADO-R REDEFINES WK-ID-MONTADO
000620                                   PIC 9(10).
000630       *
000640        LINKAGE SECTION.
000650        01  LK-AREA-COM.
000660            05 LK-PROGRAMA-COM     PIC X(8).
000670            05 LK-ID-EXEC-COM      PIC 9(10).
000680        PROCEDURE DIVISION USING LK-AREA-COM.
000690        000-PRINCIPAL SECTION.
000700        001-PRINCIPAL.
000710            PERFORM 101-ALOCAR-ID.
000720            GOBACK.
000730       ***********************************************************
000740        100-ALOCAR SECTION.
000750        101-ALOCAR-ID.
000760            ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
000770            OPEN I-O ARQ-RUNIDCTL.
000780            IF WK-FS-RUNIDCTL = '35'
000790                PERFORM 102-CRIAR-RUNIDCTL
000800                OPEN I-O ARQ-RUNIDCTL
000810            END-IF.
000820            IF WK-FS-RUNIDCTL NOT = '00'
000830                DISPLAY 'ERRO ' WK-FS-RUNIDCTL
000840                        ' NO COMANDO OPEN RUNIDCTL'
000850                MOVE 12 TO RETURN-CODE
000860                STOP RUN
000870            END-IF.
000880            READ ARQ-RUNIDCTL.
000890            IF WK-FS-RUNIDCTL NOT = '00'
000900                DISPLAY 'ERRO ' WK-FS-RUNIDCTL
000910                        ' NO COMANDO READ RUNIDCTL'
000920                MOVE 12 TO RETURN-CODE
000930                STOP RUN
000940            END-IF.
000950            IF FD-DATA-RUNIDCTL < WK-DATA-HOJE
000960                MOVE WK-DATA-HOJE TO FD-DATA-RUNIDCTL
000970                MOVE ZEROS TO FD-SEQ-RUNIDCTL
000980            END-IF.
000990            IF FD-SEQ-RUNIDCTL NOT LESS 9999
001000                DISPLAY 'IDENTIFICADORES DE EXECUCAO ESGOTADOS '
001010                        'PARA O DIA ' FD-DATA-RUNIDCTL
001020                CLOSE ARQ-RUNIDCTL
001030                MOVE 12 TO RETURN-CODE
001040                STOP RUN
001050            END-IF.
001060            ADD 1 TO FD-SEQ-RUNIDCTL.
001070            MOVE FD-DATA-RUNIDCTL TO WK-DATA-CTRL.
001080            MOVE WK-AAMMDD-CTRL TO WK-AAMMDD-ID.
001090            MOVE FD-SEQ-RUNIDCTL TO WK-SEQ-ID.
001100            MOVE WK-ID-MONTADO-R TO FD-ULTIMO-RUNIDCTL.
001110            MOVE LK-PROGRAMA-COM TO FD-PROGRAMA-RUNIDCTL.
001120            REWRITE REG-RUNIDCTL.
001130            IF WK-FS-RUNIDCTL NOT = '00'
001140                DISPLAY 'ERRO ' WK-FS-RUNIDCTL
001150                        ' NO COMANDO REWRITE RUNIDCTL'
001160                MOVE 12 TO RETURN-CODE
001170                STOP RUN
001180            END-IF.
001190            CLOSE ARQ-RUNIDCTL.
001200            MOVE WK-ID-MONTADO-R TO LK-ID-EXEC-COM.
001210        102-CRIAR-RUNIDCTL.
001220            OPEN OUTPUT ARQ-RUNIDCTL.
001230            IF WK-FS-RUNIDCTL NOT = '00'
001240                DISPLAY 'ERRO ' WK-FS-RUNIDCTL
001250                        ' NO COMANDO OPEN RUNIDCTL'
001260                MOVE 12 TO RETURN-CODE
001270                STOP RUN
001280            END-IF.
001290            MOVE ZEROS  TO FD-DATA-RUNIDCTL.
001300            MOVE ZEROS  TO FD-SEQ-RUNIDCTL.
001310            MOVE ZEROS  TO FD-ULTIMO-RUNIDCTL.
001320            MOVE SPACES TO FD-PROGRAMA-RUNIDCTL.
001330            WRITE REG-RUNIDCTL.
001340            CLOSE ARQ-RUNIDCTL.
