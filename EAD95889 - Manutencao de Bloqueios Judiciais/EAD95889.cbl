000960            05 JRL-QTD-GRAVADOS    PIC 9(7).
000970            05 JRL-QTD-REJEITADOS  PIC 9(7).
000980            05 JRL-RETORNO         PIC 9(4).
000981            05 JRL-ID-EXEC         PIC 9(10).
000990        WORKING-STORAGE SECTION.
001000        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
001001        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
001002        01  LK-AREA-ID-EXEC.
001003            05 LK-PROGRAMA-COM     PIC X(8).
001004            05 LK-ID-EXEC-COM      PIC 9(10).
001010        77  WK-FS-MANBLOQ  PIC XX           VALUE SPACES.
001020        77  WK-FS-BLOQJUD  PIC XX           VALUE SPACES.
001030        77  WK-FS-BLOQJRNL PIC XX           VALUE SPACES.
002400            MOVE SPACES TO WK-IMAGEM-ANTES.
002410            WRITE REG-BLOQJUD
002420                INVALID KEY
002421                    PERFORM 211-REATIVAR-BLOQUEIO
002470                NOT INVALID KEY
002480                    PERFORM 208-JORNALAR-OPERACAO
002490                    ADD 1 TO WK-QTD-APLICADAS
003090            END-REWRITE.
003100            PERFORM 208-JORNALAR-OPERACAO.
003110            ADD 1 TO WK-QTD-APLICADAS.
003111       *      NOVA ORDEM NO MESMO PROCESSO SOBRE BLOQUEIO JA
003112       *      LEVANTADO REATIVA O REGISTRO COM OS NOVOS VALORES
003113        211-REATIVAR-BLOQUEIO.
003114            READ ARQ-BLOQJUD
003115                INVALID KEY
003116                    DISPLAY 'ERRO NO READ DO BLOQJUD, '
003117                            'CHAVE ' FD-CHAVE-REG-BLOQJUD
003118                    MOVE 12 TO RETURN-CODE
003119                    STOP RUN
003120            END-READ.
003121            IF BLOQUEIO-ATIVO
003122                ADD 1 TO WK-QTD-REJEITADAS
003123                MOVE 'BLOQUEIO JA CADASTRADO'
003124                    TO WK-RESULT-REL
003125                PERFORM 209-RELATAR-TRANSACAO
003126            ELSE
003127                MOVE REG-BLOQJUD(25:25)
003128                    TO WK-IMAGEM-ANTES
003129                MOVE FD-VALOR-MANBLOQ    TO FD-VALOR-BLOQJUD
003130                MOVE FD-DATA-INI-MANBLOQ TO FD-DATA-INI-BLOQJUD
003131                MOVE FD-DATA-FIM-MANBLOQ TO FD-DATA-FIM-BLOQJUD
003132                MOVE 'A' TO FD-SITUACAO-BLOQJUD
003133                PERFORM 210-REGRAVAR-BLOQUEIO
003134                MOVE 'BLOQUEIO REATIVADO'
003135                    TO WK-RESULT-REL
003136                PERFORM 209-RELATAR-TRANSACAO
003137            END-IF.
003120       *      O DIARIO GUARDA A IMAGEM DO REGISTRO ANTES
003130       *      E DEPOIS, FORA DA CHAVE, COMO NO MANJRNL
003140        208-JORNALAR-OPERACAO.
003650            MOVE ZEROS TO JRL-QTD-GRAVADOS.
003660            MOVE ZEROS TO JRL-QTD-REJEITADOS.
003670            MOVE ZEROS TO JRL-RETORNO.
003671            MOVE 'EAD95889' TO LK-PROGRAMA-COM.
003672            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
003673            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003680            PERFORM 194-GRAVAR-RUNJRNL.
003690        196-GRAVAR-JRNL-FIM.
003700            MOVE 'F' TO JRL-TIPO.
003750            MOVE WK-QTD-REJEITADAS
003760                TO JRL-QTD-REJEITADOS.
003770            MOVE RETURN-CODE TO JRL-RETORNO.
003771            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
003780            PERFORM 194-GRAVAR-RUNJRNL.
003790        194-GRAVAR-RUNJRNL.
003800            OPEN EXTEND ARQ-RUNJRNL.
