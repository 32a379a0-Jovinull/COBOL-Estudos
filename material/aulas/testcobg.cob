001800*    DATA       AUTOR   DESCRICAO                             *
001900*    ---------- ------- -------------------------------------*
002000*    2026-09-02 JPO     CRIACAO DO RELATORIO DE SEGURANCA.    *
002020*    2026-10-15 JPO     TOTAL DO EVENTO V (DESATIVACAO DE ID  *
002040*                       POR INATIVIDADE, GRAVADO PELO         *
002060*                       TESTCOBI).                            *
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. TESTCOBG.
007100 77  WS-CONT-RESETS              PIC 9(06) VALUE ZERO.
007200 77  WS-CONT-SESSOES-INI         PIC 9(06) VALUE ZERO.
007300 77  WS-CONT-SESSOES-FIM         PIC 9(06) VALUE ZERO.
007350 77  WS-CONT-DESATIVACOES        PIC 9(06) VALUE ZERO.
007400 77  WS-CONT-OUTROS              PIC 9(06) VALUE ZERO.
007500 01  WS-DATA-SISTEMA             PIC 9(08).
007600 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
025900             ADD 1 TO WS-CONT-SESSOES-INI
026000         WHEN SEG-EV-FIM-SESSAO
026100             ADD 1 TO WS-CONT-SESSOES-FIM
026130         WHEN SEG-EV-DESATIV-INATIVO
026160             ADD 1 TO WS-CONT-DESATIVACOES
026200         WHEN OTHER
026300             ADD 1 TO WS-CONT-OUTROS
026400     END-EVALUATE.
030400     MOVE "  FINS DE SESSAO (F).....:" TO WS-CTL-TEXTO
030500     MOVE WS-CONT-SESSOES-FIM TO WS-CTL-VALOR
030600     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
030620     MOVE "  DESATIV. INATIVIDADE(V):" TO WS-CTL-TEXTO
030640     MOVE WS-CONT-DESATIVACOES TO WS-CTL-VALOR
030660     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
030700     MOVE "  EVENTOS DESCONHECIDOS..:" TO WS-CTL-TEXTO
030800     MOVE WS-CONT-OUTROS TO WS-CTL-VALOR
030900     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE.
