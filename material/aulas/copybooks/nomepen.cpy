000100***************************************************************
000200*                                                             *
000300*    COPYBOOK   : NOMEPEN                                     *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    DATA ESCRITA: 2026-10-15                                 *
000600*                                                             *
000700*    DESCRICAO  : LAYOUT DE UMA SOLICITACAO DO ARQUIVO DE     *
000800*    TRANSACOES PENDENTES (NOMEPEND). CANCELAMENTO,           *
000900*    REATIVACAO E CORRECAO DE NOME NAO ATUALIZAM MAIS O       *
001000*    MESTRE NA HORA: O TESTCOB GRAVA A SOLICITACAO COM O      *
001100*    SOLICITANTE, O MOTIVO E A DATA, E SO A APROVACAO DE UM   *
001200*    SUPERVISOR DIFERENTE DO SOLICITANTE APLICA A ALTERACAO.  *
001300*    A SOLICITACAO DECIDIDA (APROVADA OU REJEITADA) FICA NO   *
001400*    ARQUIVO COM O DECISOR E A DATA DA DECISAO, COMO TRILHA.  *
001500*    O RELATORIO DE ENVELHECIMENTO (TESTCOBP) LISTA AS        *
001600*    PENDENTES HA MAIS DE N DIAS.                             *
001700*                                                             *
001800*    HISTORICO DE ALTERACOES                                 *
001900*    DATA       AUTOR   DESCRICAO                             *
002000*    ---------- ------- -------------------------------------*
002100*    2026-10-15 JPO     CRIACAO DO COPYBOOK.                  *
002120*    2026-10-15 JPO     NOMES ATUAL E NOVO AMPLIADOS PARA 40  *
002140*                       POSICOES; CONVERSAO DAS SOLICITACOES  *
002160*                       PELO TESTCOBW.                        *
002166*    2026-10-15 JPO     SOLICITACAO DE MESCLAGEM (TIPO M):    *
002172*                       PEND-SEQ E O REGISTRO ABSORVIDO E O   *
002178*                       SOBREVIVENTE (SEQUENCIA E NOME) VAI   *
002184*                       NA AREA DO NOME NOVO, SEM MUDAR O     *
002190*                       TAMANHO DO REGISTRO.                  *
002200*                                                             *
002300***************************************************************
002400 01  PEND-REGISTRO.
002500     05  PEND-NUMERO                    PIC 9(06).
002600     05  PEND-TIPO                      PIC X(01).
002700         88  PEND-TIPO-CANCELAR         VALUE "C".
002800         88  PEND-TIPO-REATIVAR         VALUE "R".
002900         88  PEND-TIPO-CORRIGIR         VALUE "N".
002950         88  PEND-TIPO-MESCLAR          VALUE "M".
003000     05  PEND-SEQ                       PIC 9(06).
003100     05  PEND-NOME-ATUAL                PIC X(40).
003200     05  PEND-NOME-NOVO                 PIC X(40).
003220     05  PEND-MESCLAGEM REDEFINES PEND-NOME-NOVO.
003240         10  PEND-SEQ-SOBREVIVENTE      PIC 9(06).
003260         10  PEND-NOME-SOBREVIVENTE     PIC X(34).
003300     05  PEND-MOTIVO                    PIC X(40).
003400     05  PEND-SOLICITANTE               PIC X(08).
003500     05  PEND-DATA-SOLIC                PIC 9(08).
003600     05  PEND-HORA-SOLIC                PIC 9(06).
003700     05  PEND-SITUACAO                  PIC X(01).
003800         88  PEND-SIT-PENDENTE          VALUE "P".
003900         88  PEND-SIT-APROVADA          VALUE "A".
004000         88  PEND-SIT-REJEITADA         VALUE "R".
004100     05  PEND-DECISOR                   PIC X(08).
004200     05  PEND-DATA-DECISAO              PIC 9(08).
004300     05  PEND-HORA-DECISAO              PIC 9(06).
