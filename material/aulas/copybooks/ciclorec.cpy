000600*                                                             *
000700*    DESCRICAO  : LAYOUT DE UM REGISTRO DO ARQUIVO DE         *
000800*    CONTROLE DO CICLO NOTURNO (CICLOCTL). CADA PROGRAMA DA   *
000900*    CADEIA (TESTCOBV, TESTCOBB, TESTCOBT, TESTCOBR,          *
001000*    TESTCOBM, TESTCOBL, TESTCOBX) ACRESCENTA UM REGISTRO DE  *
001100*    INICIO AO COMECAR E UM DE FIM AO TERMINAR, COM A DATA DO *
001200*    CICLO, O RETURN-CODE E OS TOTAIS DE REGISTROS. CADA      *
001300*    PROGRAMA SO COMECA SE O SEU ANTECESSOR NA CADEIA TIVER   *
001400*    UM REGISTRO DE FIM LIMPO (RC MENOR QUE 8) PARA A MESMA   *
001500*    DATA DE CICLO. O RELATORIO DE OPERACAO (TESTCOBC) MOSTRA *
001600*    A HISTORIA DA CADEIA NOITE A NOITE.                      *
001700*                                                             *
001800*    HISTORICO DE ALTERACOES                                 *
001900*    DATA       AUTOR   DESCRICAO                             *
002000*    ---------- ------- -------------------------------------*
002100*    2026-09-02 JPO     CRIACAO DO COPYBOOK.                  *
002120*    2026-10-15 JPO     BALANCO DO JORNAL TESTCOBL NA CADEIA, *
002140*                       ENTRE A ESTATISTICA TESTCOBM E O      *
002160*                       EXTRATO TESTCOBX.                     *
002170*    2026-10-15 JPO     PASSO DE VALIDADE TESTCOBT NA CADEIA, *
002180*                       ENTRE A CARGA TESTCOBB E O RELATORIO  *
002190*                       TESTCOBR.                             *
002200*                                                             *
002300***************************************************************
002400 01  CIC-REGISTRO.
