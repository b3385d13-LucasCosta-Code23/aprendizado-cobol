000570            05 FD-MOEDA-MOVHIST    PIC X(3).
000580            05 FD-HORA-MOVHIST     PIC 9(6).
000590            05 FD-SEQ-MOVHIST      PIC 9(4).
000591            05 FD-ID-EXEC-MOVHIST  PIC 9(10).
000600        FD   ARQ-AGENCIAS
000610             RECORDING MODE IS F.
000620        01  REG-AGENCIAS.
000630            05 FD-CODIGO-AGENCIA   PIC X(4).
000640            05 FD-NOME-AGENCIA     PIC X(20).
000650            05 FD-REGIAO-AGENCIA   PIC X(10).
000651            05 FD-MINIMO-AGENCIA   PIC 9(3).
000652            05 FD-MAXIMO-AGENCIA   PIC 9(3).
000660        FD   ARQ-CAMBIO
000670             RECORDING MODE IS F.
000680        01  REG-CAMBIO.
000830            05 JRL-QTD-GRAVADOS    PIC 9(7).
000840            05 JRL-QTD-REJEITADOS  PIC 9(7).
000850            05 JRL-RETORNO         PIC 9(4).
000851            05 JRL-ID-EXEC         PIC 9(10).
000860        WORKING-STORAGE SECTION.
000870        77  WK-FS-RUNJRNL  PIC XX           VALUE SPACES.
000871        77  WK-PROG-ID-EXEC PIC X(8)      VALUE 'EAD95940'.
000872        01  LK-AREA-ID-EXEC.
000873            05 LK-PROGRAMA-COM     PIC X(8).
000874            05 LK-ID-EXEC-COM      PIC 9(10).
000880        77  WK-FS-MOVHIST  PIC XX           VALUE SPACES.
000890        77  WK-FS-AGENCIAS PIC XX           VALUE SPACES.
000900        77  WK-FS-CAMBIO   PIC XX           VALUE SPACES.
002340            PERFORM 301-LER-MOVHIST.
002350       *      'F' E RECEITA DE TARIFA; 'J' COM SALDO
002360       *      NEGATIVO E JUROS DE LIMITE GANHOS; 'J' COM
002370       *      SALDO POSITIVO E REMUNERACAO PAGA, ASSIM
002371       *      COMO O RENDIMENTO DA POUPANCA ('Y')
002380        202-CLASSIFICAR-POSTAGEM.
002390            IF FD-TIPO-MOVHIST NOT = 'F'
002400               AND FD-TIPO-MOVHIST NOT = 'J'
002401               AND FD-TIPO-MOVHIST NOT = 'Y'
002410                CONTINUE
002420            ELSE
002430                PERFORM 203-LOCALIZAR-AGENCIA
004050            MOVE ZEROS TO JRL-QTD-GRAVADOS.
004060            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004070            MOVE ZEROS TO JRL-RETORNO.
004071            MOVE 'EAD95882' TO LK-PROGRAMA-COM.
004072            CALL WK-PROG-ID-EXEC USING LK-AREA-ID-EXEC.
004073            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004080            PERFORM 194-GRAVAR-RUNJRNL.
004090        196-GRAVAR-JRNL-FIM.
004100            MOVE 'F' TO JRL-TIPO.
004140                TO JRL-QTD-GRAVADOS.
004150            MOVE ZEROS TO JRL-QTD-REJEITADOS.
004160            MOVE RETURN-CODE TO JRL-RETORNO.
004161            MOVE LK-ID-EXEC-COM TO JRL-ID-EXEC.
004170            PERFORM 194-GRAVAR-RUNJRNL.
004180        194-GRAVAR-RUNJRNL.
004190            OPEN EXTEND ARQ-RUNJRNL.
