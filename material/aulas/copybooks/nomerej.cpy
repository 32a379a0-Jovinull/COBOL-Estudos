001740*                       BRANCO) E NOVOS MOTIVOS PARA AS       *
001750*                       TRANSACOES DE CANCELAMENTO E          *
001760*                       REATIVACAO DA CARGA EM LOTE.          *
001770*    2026-10-15 JPO     NOME DO CARTAO AMPLIADO PARA 40       *
001780*                       POSICOES; CONVERSAO DOS SUSPENSOS     *
001790*                       PELO TESTCOBW.                        *
001792*    2026-10-15 JPO     DATA DE VALIDADE DO CARTAO DE         *
001794*                       INCLUSAO (NO FIM DO REGISTRO) E       *
001796*                       MOTIVO V PARA VALIDADE INVALIDA.      *
001800*                                                             *
001900***************************************************************
002000 01  REJ-REGISTRO.
002100     05  REJ-NOME-CARTAO                PIC X(40).
002200     05  REJ-MOTIVO                     PIC X(01).
002300         88  REJ-MOTIVO-INVALIDO        VALUE "I".
002400         88  REJ-MOTIVO-DUPLICADO       VALUE "D".
002510         88  REJ-MOTIVO-TIPO-DESC       VALUE "T".
002520         88  REJ-MOTIVO-NAO-ENCONT      VALUE "N".
002530         88  REJ-MOTIVO-JA-ATIVO        VALUE "J".
002540         88  REJ-MOTIVO-VALIDADE        VALUE "V".
002600     05  REJ-DATA                       PIC 9(08).
002700     05  REJ-TIPO                       PIC X(01).
002800     05  REJ-VALIDADE                   PIC X(08).
