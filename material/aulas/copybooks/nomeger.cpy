001700*    DATA       AUTOR   DESCRICAO                             *
001800*    ---------- ------- -------------------------------------*
001900*    2026-09-02 JPO     CRIACAO DO COPYBOOK.                  *
001910*    2026-10-15 JPO     TIPO DA GERACAO (X EXTRATO TOTAL DO   *
001920*                       TESTCOBX, F FLUXO DE ALTERACOES DO    *
001930*                       TESTCOBE) E MARCA DO JORNAL ATE ONDE  *
001940*                       O FLUXO FOI ENVIADO (DATA, HORA E     *
001950*                       QUANTIDADE DE LANCAMENTOS NAQUELE     *
001960*                       CARIMBO), PARA O FLUXO SEGUINTE       *
001970*                       RECOMECAR DA ULTIMA GERACAO           *
001980*                       CONFIRMADA. REGISTROS ANTIGOS SEM     *
001990*                       TIPO SAO EXTRATOS.                    *
002000*                                                             *
002100***************************************************************
002200 01  GER-REGISTRO.
002400     05  GER-DATA                       PIC 9(08).
002500     05  GER-HORA                       PIC 9(06).
002600     05  GER-QTD                        PIC 9(06).
002700     05  GER-TIPO                       PIC X(01).
002800         88  GER-TIPO-EXTRATO           VALUE "X" SPACE.
002900         88  GER-TIPO-FLUXO             VALUE "F".
003000     05  GER-MARCA-DATA                 PIC 9(08).
003100     05  GER-MARCA-HORA                 PIC 9(06).
003200     05  GER-MARCA-QTD                  PIC 9(06).
