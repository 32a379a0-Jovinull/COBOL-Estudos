001792*                       INVALIDO VALE A DATA DO SISTEMA),     *
001794*                       PARA A CADEIA QUE ATRAVESSA A         *
001796*                       MEIA-NOITE.                           *
001797*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES NA     *
001798*                       LINHA DE DETALHE, COM AS COLUNAS      *
001799*                       REAJUSTADAS A 80.                     *
001819*    2026-10-15 JPO     PREDECESSOR NA CADEIA PASSA A SER O   *
001839*                       PASSO DE VALIDADE TESTCOBT, QUE RODA  *
001859*                       ENTRE A CARGA E O RELATORIO.          *
001879***************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. TESTCOBR.
002100 AUTHOR. J. OLIVEIRA.
005012 77  WS-STATUS-CIC               PIC X(02).
005013 77  WS-STATUS-CPR               PIC X(02).
005014 77  WS-CICLO-DATA               PIC 9(08) VALUE ZERO.
005016 77  WS-PREDECESSOR              PIC X(08) VALUE "TESTCOBT".
005018 77  WS-CIC-EVENTO               PIC X(01).
005020 77  WS-CIC-LIDOS                PIC 9(08) VALUE ZERO.
005022 77  WS-CIC-GRAVADOS             PIC 9(08) VALUE ZERO.
006300     05  FILLER                  PIC X(10) VALUE SPACES.
006400     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
006500     05  WS-CAB-PAGINA           PIC ZZZ9.
006640 01  WS-CABECALHO-2.
006780     05  FILLER                  PIC X(08) VALUE "SEQ.".
006920     05  FILLER                  PIC X(42) VALUE "NOME".
007060     05  FILLER                  PIC X(14) VALUE "DATA ENTRADA  ".
007200     05  FILLER                  PIC X(10) VALUE "OPERADOR  ".
007340     05  FILLER                  PIC X(06) VALUE "STATUS".
007480 01  WS-LINHA-DETALHE.
007620     05  WS-DET-SEQ              PIC ZZZZZ9.
007760     05  FILLER                  PIC X(02) VALUE SPACES.
007900     05  WS-DET-NOME             PIC X(40).
008040     05  FILLER                  PIC X(02) VALUE SPACES.
008180     05  WS-DET-DATA             PIC 9999/99/99.
008320     05  FILLER                  PIC X(04) VALUE SPACES.
008460     05  WS-DET-OPERADOR         PIC X(08).
008600     05  FILLER                  PIC X(02) VALUE SPACES.
008740     05  WS-DET-STATUS           PIC X(01).
009000 01  WS-LINHA-TOTAL.
009100     05  FILLER                  PIC X(22) VALUE
009200         "TOTAL DE REGISTROS: ".
011240     MOVE "I" TO WS-CIC-EVENTO
011250     PERFORM 8000-REGISTRAR-CICLO THRU 8000-EXIT
011260     IF NOT WS-PRED-OK
011270         DISPLAY "VALIDADE TESTCOBT DA DATA " WS-CICLO-DATA
011272             " NAO TERMINOU LIMPA - RELATORIO NAO EXECUTADO"
011274         MOVE "S" TO WS-SW-CICLO-BLOQ
011276         MOVE "S" TO WS-SW-FIM-ARQUIVO
