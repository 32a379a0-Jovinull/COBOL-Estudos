001800*    DATA       AUTOR   DESCRICAO                             *
001900*    ---------- ------- -------------------------------------*
002000*    2026-09-02 JPO     CRIACAO DO COPYBOOK.                  *
002020*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES E AREA *
002040*                       RESERVADA NO FIM DO REGISTRO, COMO NO *
002060*                       NOMEREC; CONVERSAO PELO TESTCOBW.     *
002073*    2026-10-15 JPO     DATA DE VALIDADE DO NOME, COMO NO     *
002086*                       NOMEREC.                              *
002089*    2026-10-15 JPO     VINCULO DE MESCLAGEM (SEQUENCIA DO    *
002092*                       REGISTRO SOBREVIVENTE), COPIADO DO    *
002095*                       MESTRE NO EXPURGO.                    *
002100*                                                             *
002200***************************************************************
002300 01  HIST-REGISTRO.
002400     05  HIST-SEQ                       PIC 9(06).
002500     05  HIST-NOME                      PIC X(40).
002600     05  HIST-DATA-ENTRADA.
002700         10  HIST-DATA-AAAA             PIC 9(04).
002800         10  HIST-DATA-MM               PIC 9(02).
003200         88  HIST-STATUS-ATIVO          VALUE "A".
003300         88  HIST-STATUS-CANCELADO      VALUE "C".
003400     05  HIST-DATA-EXPURGO              PIC 9(08).
003410     05  HIST-DATA-VALIDADE             PIC X(08).
003420         88  HIST-SEM-VALIDADE          VALUE SPACES.
003430     05  HIST-DATA-VALIDADE-N REDEFINES HIST-DATA-VALIDADE
003440                                        PIC 9(08).
003500     05  HIST-MESCLADO-EM               PIC X(06).
003600         88  HIST-NAO-MESCLADO          VALUE SPACES.
003700     05  HIST-MESCLADO-EM-N REDEFINES HIST-MESCLADO-EM
003800                                        PIC 9(06).
003900     05  FILLER                         PIC X(03).
