000100***************************************************************
000200*                                                             *
000300*    COPYBOOK   : NOMELOT                                     *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    DATA ESCRITA: 2026-10-15                                 *
000600*                                                             *
000700*    DESCRICAO  : LAYOUT DE UM REGISTRO DO CADASTRO DE LOTES  *
000800*    RECEBIDOS (NOMELOTE). CADA LOTE DE INTERFACE APRESENTADO *
000900*    AO TESTCOBB (ARQUIVO COM CARTAO HEADER E CARTAO TRAILER) *
001000*    E REGISTRADO COM A ORIGEM, O NUMERO DO LOTE, OS TOTAIS   *
001100*    DE CONTROLE DO TRAILER E A SITUACAO: CARREGADO OU        *
001200*    RECUSADO COM O MOTIVO. UM LOTE JA CARREGADO DA MESMA     *
001300*    ORIGEM E NUMERO E RECUSADO SE FOR APRESENTADO DE NOVO.   *
001400*                                                             *
001500*    HISTORICO DE ALTERACOES                                 *
001600*    DATA       AUTOR   DESCRICAO                             *
001700*    ---------- ------- -------------------------------------*
001800*    2026-10-15 JPO     CRIACAO DO COPYBOOK.                  *
001820*    2026-10-15 JPO     IDENTIFICADOR DA EXECUCAO DA CARGA    *
001840*                       QUE PROCESSOU O LOTE, PARA LOCALIZAR  *
001860*                       NO JORNAL OS LANCAMENTOS DO LOTE.     *
001900*                                                             *
002000***************************************************************
002100 01  LOTE-REGISTRO.
002200     05  LOTE-ORIGEM                    PIC X(08).
002300     05  LOTE-NUMERO                    PIC 9(06).
002400     05  LOTE-DATA-LOTE                 PIC 9(08).
002500     05  LOTE-QTD                       PIC 9(06).
002600     05  LOTE-HASH                      PIC 9(12).
002700     05  LOTE-SITUACAO                  PIC X(01).
002800         88  LOTE-SIT-CARREGADO         VALUE "C".
002900         88  LOTE-SIT-RECUSADO          VALUE "R".
003000     05  LOTE-MOTIVO                    PIC X(01).
003100         88  LOTE-MOT-FORMATO           VALUE "F".
003200         88  LOTE-MOT-FORA-BALANCO      VALUE "B".
003300         88  LOTE-MOT-JA-CARREGADO      VALUE "L".
003400     05  LOTE-DATA-CARGA                PIC 9(08).
003500     05  LOTE-HORA-CARGA                PIC 9(06).
003600     05  LOTE-EXECUCAO                  PIC X(14).
