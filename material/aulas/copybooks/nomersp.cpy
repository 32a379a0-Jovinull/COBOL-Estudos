000100***************************************************************
000200*                                                             *
000300*    COPYBOOK   : NOMERSP                                     *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    DATA ESCRITA: 2026-10-15                                 *
000600*                                                             *
000700*    DESCRICAO  : LAYOUT DE UM REGISTRO DO ARQUIVO DE         *
000800*    RESPOSTA AO REMETENTE (NOMERSP), GRAVADO PELO TESTCOBB   *
000900*    PARA CADA LOTE DE INTERFACE. O REGISTRO H DEVOLVE A      *
001000*    ACEITACAO OU A RECUSA DO LOTE INTEIRO (COM O MOTIVO DO   *
001100*    NOMELOT); UM REGISTRO D POR CARTAO DE DETALHE DEVOLVE O  *
001200*    RESULTADO: CARREGADO COM A NOME-SEQ ATRIBUIDA OU         *
001300*    ALTERADA, OU REJEITADO COM O CODIGO DE MOTIVO DO         *
001400*    NOMEREJ; O REGISTRO T FECHA COM AS QUANTIDADES DE        *
001500*    CARREGADOS E REJEITADOS.                                 *
001600*                                                             *
001700*    HISTORICO DE ALTERACOES                                 *
001800*    DATA       AUTOR   DESCRICAO                             *
001900*    ---------- ------- -------------------------------------*
002000*    2026-10-15 JPO     CRIACAO DO COPYBOOK.                  *
002020*    2026-10-15 JPO     NOME DO DETALHE AMPLIADO PARA 40      *
002040*                       POSICOES, ACOMPANHANDO O CARTAO DA    *
002060*                       CARGA.                                *
002100*                                                             *
002200***************************************************************
002300 01  RSP-REGISTRO.
002400     05  RSP-TIPO-REG                   PIC X(01).
002500         88  RSP-REG-HEADER             VALUE "H".
002600         88  RSP-REG-DETALHE            VALUE "D".
002700         88  RSP-REG-TRAILER            VALUE "T".
002800     05  RSP-ORIGEM                     PIC X(08).
002900     05  RSP-LOTE                       PIC 9(06).
003000     05  RSP-CONTEUDO                   PIC X(56).
003100     05  RSP-DETALHE REDEFINES RSP-CONTEUDO.
003200         10  RSP-CARTAO-NUM             PIC 9(06).
003300         10  RSP-TIPO-TRANS             PIC X(01).
003400         10  RSP-NOME                   PIC X(40).
003500         10  RSP-RESULTADO              PIC X(01).
003600             88  RSP-RES-CARREGADO      VALUE "C".
003700             88  RSP-RES-REJEITADO      VALUE "R".
003800         10  RSP-NOME-SEQ               PIC 9(06).
003900         10  RSP-MOTIVO                 PIC X(01).
004000         10  FILLER                     PIC X(01).
004100     05  RSP-CABECALHO REDEFINES RSP-CONTEUDO.
004200         10  RSP-LOTE-SITUACAO          PIC X(01).
004300             88  RSP-LOTE-ACEITO        VALUE "C".
004400             88  RSP-LOTE-RECUSADO      VALUE "R".
004500         10  RSP-LOTE-MOTIVO            PIC X(01).
004600         10  RSP-DATA-CARGA             PIC 9(08).
004700         10  FILLER                     PIC X(46).
004800     05  RSP-TOTAIS REDEFINES RSP-CONTEUDO.
004900         10  RSP-QTD-CARTOES            PIC 9(06).
005000         10  RSP-QTD-CARREGADOS         PIC 9(06).
005100         10  RSP-QTD-REJEITADOS         PIC 9(06).
005200         10  FILLER                     PIC X(38).
