000100***************************************************************
000200*                                                             *
000300*    COPYBOOK   : NOMEBAL                                     *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    DATA ESCRITA: 2026-10-15                                 *
000600*                                                             *
000700*    DESCRICAO  : LAYOUT DO REGISTRO UNICO DO SALDO DO        *
000800*    BALANCO DO JORNAL (NOMEBALC), GRAVADO PELO TESTCOBL AO   *
000900*    FIM DE CADA BALANCO LIMPO. GUARDA A DATA DO CICLO E O    *
001000*    CARIMBO DO BALANCO, A POSICAO ATE ONDE O JORNAL FOI      *
001100*    CONSIDERADO (GERACAO DO NOMEJRNL CORRENTE NA EPOCA, ISTO *
001200*    E, A ULTIMA GERACAO DO JRNLGCTL MAIS UM, E A QUANTIDADE  *
001300*    DE LANCAMENTOS JA LIDOS NELA) E AS QUANTIDADES DE        *
001400*    REGISTROS ATIVOS E CANCELADOS DO MESTRE E DE REGISTROS   *
001500*    DO HISTORICO NOMEHIST. O BALANCO SEGUINTE PARTE DESSES   *
001600*    SALDOS PARA CONFERIR O MOVIMENTO DO DIA.                 *
001700*                                                             *
001800*    HISTORICO DE ALTERACOES                                 *
001900*    DATA       AUTOR   DESCRICAO                             *
002000*    ---------- ------- -------------------------------------*
002100*    2026-10-15 JPO     CRIACAO DO COPYBOOK.                  *
002200*                                                             *
002300***************************************************************
002400 01  BAL-REGISTRO.
002500     05  BAL-DATA-CICLO                 PIC 9(08).
002600     05  BAL-DATA                       PIC 9(08).
002700     05  BAL-HORA                       PIC 9(06).
002800     05  BAL-GERACAO                    PIC 9(06).
002900     05  BAL-POSICAO                    PIC 9(08).
003000     05  BAL-QTD-ATIVOS                 PIC 9(08).
003100     05  BAL-QTD-CANCELADOS             PIC 9(08).
003200     05  BAL-QTD-HISTORICO              PIC 9(08).
