000600*    DATA ESCRITA: 2026-09-02                                 *
000700*                                                             *
000800*    DESCRICAO  : RELATORIO DE OPERACAO DO CICLO NOTURNO. LE  *
000900*    O ARQUIVO DE CONTROLE CICLOCTL (ALIMENTADO POR TESTCOBV, *
001000*    TESTCOBB, TESTCOBT, TESTCOBR, TESTCOBM, TESTCOBL E       *
001100*    TESTCOBX) E IMPRIME EM NOMECRPT UMA LINHA POR DATA DE    *
001200*    CICLO COM A SITUACAO DE CADA PROGRAMA DA CADEIA: OK (FIM *
001300*    LIMPO), E8 (FIM COM RC 8), IN (INICIO SEM FIM - PROVAVEL *
001400*    CANCELAMENTO) OU -- (NAO EXECUTADO), PARA QUE A OPERACAO *
001500*    VEJA DE RELANCE EM QUE NOITE E EM QUE PONTO A CADEIA     *
001600*    QUEBROU.                                                 *
001700*                                                             *
001800*    HISTORICO DE ALTERACOES                                 *
001900*    DATA       AUTOR   DESCRICAO                             *
002000*    ---------- ------- -------------------------------------*
002100*    2026-09-02 JPO     CRIACAO DO RELATORIO DE OPERACAO.     *
002120*    2026-10-15 JPO     COLUNA BALAN PARA O BALANCO DO JORNAL *
002140*                       TESTCOBL, ENTRE A ESTATISTICA E O     *
002160*                       EXTRATO.                              *
002166*    2026-10-15 JPO     COLUNA VALID PARA O PASSO DE VALIDADE *
002172*                       TESTCOBT, ENTRE A CARGA E O           *
002178*                       RELATORIO; NOITE ANTERIOR A ELE (SEM  *
002184*                       EVENTO, COM O RELATORIO LIMPO) NAO    *
002190*                       CONTA COMO QUEBRA.                    *
002200***************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. TESTCOBC.
006500 01  WS-TAB-CICLOS.
006600     05  WS-CIC-ENT              OCCURS 100 TIMES.
006700         10  WS-TCD-DATA         PIC 9(08).
006800         10  WS-TCD-STAT         OCCURS 7 TIMES
006900                                 PIC X(02).
007000 01  WS-LINHA-TITULO.
007100     05  FILLER                  PIC X(40) VALUE
007700     05  FILLER                  PIC X(05) VALUE "VERIF".
007800     05  FILLER                  PIC X(01) VALUE SPACES.
007900     05  FILLER                  PIC X(05) VALUE "CARGA".
007930     05  FILLER                  PIC X(01) VALUE SPACES.
007960     05  FILLER                  PIC X(05) VALUE "VALID".
008000     05  FILLER                  PIC X(01) VALUE SPACES.
008100     05  FILLER                  PIC X(05) VALUE "RELAT".
008200     05  FILLER                  PIC X(01) VALUE SPACES.
008300     05  FILLER                  PIC X(05) VALUE "ESTAT".
008400     05  FILLER                  PIC X(01) VALUE SPACES.
008500     05  FILLER                  PIC X(05) VALUE "BALAN".
008530     05  FILLER                  PIC X(01) VALUE SPACES.
008560     05  FILLER                  PIC X(05) VALUE "EXTRA".
008600 01  WS-LINHA-CICLO.
008700     05  WS-DET-DATA             PIC 9999/99/99.
008800     05  FILLER                  PIC X(02) VALUE SPACES.
009500     05  WS-DET-ST4              PIC X(02).
009600     05  FILLER                  PIC X(04) VALUE SPACES.
009700     05  WS-DET-ST5              PIC X(02).
009730     05  FILLER                  PIC X(04) VALUE SPACES.
009760     05  WS-DET-ST6              PIC X(02).
009773     05  FILLER                  PIC X(04) VALUE SPACES.
009786     05  WS-DET-ST7              PIC X(02).
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  WS-DET-OBS              PIC X(20).
010000 01  WS-LINHA-LEGENDA.
014400     MOVE ZERO TO WS-TCD-DATA(WS-IDX)
014500     PERFORM 1110-ZERAR-STATUS THRU 1110-EXIT
014600         VARYING WS-IDX-PROG FROM 1 BY 1
014700         UNTIL WS-IDX-PROG > 7.
014800 1100-EXIT.
014900     EXIT.
015000 1110-ZERAR-STATUS.
017800***************************************************************
017900*    2100-OBTER-PROGRAMA                                      *
018000*    TRADUZ O NOME DO PROGRAMA DO EVENTO PARA A POSICAO       *
018100*    DELE NA CADEIA (1 A 7). PROGRAMA DESCONHECIDO E          *
018200*    IGNORADO COM AVISO NO LOG DO JOB.                        *
018300***************************************************************
018400 2100-OBTER-PROGRAMA.
018700             MOVE 1 TO WS-IDX-PROG
018800         WHEN "TESTCOBB"
018900             MOVE 2 TO WS-IDX-PROG
019000         WHEN "TESTCOBT"
019100             MOVE 3 TO WS-IDX-PROG
019200         WHEN "TESTCOBR"
019300             MOVE 4 TO WS-IDX-PROG
019400         WHEN "TESTCOBM"
019500             MOVE 5 TO WS-IDX-PROG
019530         WHEN "TESTCOBL"
019560             MOVE 6 TO WS-IDX-PROG
019573         WHEN "TESTCOBX"
019586             MOVE 7 TO WS-IDX-PROG
019600         WHEN OTHER
019700             MOVE ZERO TO WS-IDX-PROG
019800             DISPLAY "PROGRAMA DESCONHECIDO NO CICLOCTL: "
028400     MOVE WS-TCD-STAT(WS-IDX, 3) TO WS-DET-ST3
028500     MOVE WS-TCD-STAT(WS-IDX, 4) TO WS-DET-ST4
028600     MOVE WS-TCD-STAT(WS-IDX, 5) TO WS-DET-ST5
028650     MOVE WS-TCD-STAT(WS-IDX, 6) TO WS-DET-ST6
028670     MOVE WS-TCD-STAT(WS-IDX, 7) TO WS-DET-ST7
028700     MOVE "S" TO WS-SW-CICLO-LIMPO
028800     PERFORM 3110-TESTAR-QUEBRA THRU 3110-EXIT
028900         VARYING WS-IDX-PROG FROM 1 BY 1
029000         UNTIL WS-IDX-PROG > 7
029100     IF WS-CICLO-LIMPO
029200         MOVE SPACES TO WS-DET-OBS
029300     ELSE
029700     WRITE LINHA-RELATORIO FROM WS-LINHA-CICLO.
029800 3100-EXIT.
029900     EXIT.
029920***************************************************************
029940*    3110-TESTAR-QUEBRA                                       *
029960*    PROGRAMA SEM FIM LIMPO QUEBRA A CADEIA. NOITE SEM NENHUM *
029980*    EVENTO DO BALANCO (TESTCOBL) MAS COM O EXTRATO LIMPO E   *
030000*    ANTERIOR A ENTRADA DO BALANCO NA CADEIA E NAO CONTA COMO *
030020*    QUEBRA; DA MESMA FORMA NOITE SEM EVENTO DA VALIDADE      *
030030*    (TESTCOBT) MAS COM O RELATORIO LIMPO.                    *
030040***************************************************************
030060 3110-TESTAR-QUEBRA.
030080     IF WS-TCD-STAT(WS-IDX, WS-IDX-PROG) NOT = "OK"
030100         IF (WS-IDX-PROG = 3
030120             AND WS-TCD-STAT(WS-IDX, 3) = "--"
030140             AND WS-TCD-STAT(WS-IDX, 4) = "OK")
030145            OR (WS-IDX-PROG = 6
030150             AND WS-TCD-STAT(WS-IDX, 6) = "--"
030155             AND WS-TCD-STAT(WS-IDX, 7) = "OK")
030160             CONTINUE
030180         ELSE
030200             MOVE "N" TO WS-SW-CICLO-LIMPO
030220         END-IF
030240     END-IF.
030400 3110-EXIT.
030500     EXIT.
030600***************************************************************
