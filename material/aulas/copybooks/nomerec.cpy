001400*    DATA       AUTOR   DESCRICAO                             *
001500*    ---------- ------- -------------------------------------*
001600*    2026-08-09 JPO     CRIACAO DO COPYBOOK.                  *
001612*    2026-10-15 JPO     NOME AMPLIADO DE 10 PARA 40 POSICOES  *
001624*                       (NOME COMPLETO, COM BRANCOS ENTRE AS  *
001636*                       PALAVRAS) E AREA RESERVADA NO FIM DO  *
001648*                       REGISTRO PARA CAMPOS FUTUROS SEM NOVA *
001660*                       CONVERSAO; REGISTRO DE 33 PARA 80     *
001672*                       BYTES. CONVERSAO DOS ARQUIVOS PELO    *
001684*                       TESTCOBW.                             *
001686*    2026-10-15 JPO     DATA DE VALIDADE DO NOME (ULTIMO DIA  *
001688*                       EM QUE O NOME VALE; BRANCOS = SEM     *
001690*                       VALIDADE), TOMADA DA AREA RESERVADA.  *
001692*                       NOMES VENCIDOS SAO CANCELADOS PELO    *
001694*                       TESTCOBT.                             *
001695*    2026-10-15 JPO     VINCULO DE MESCLAGEM: NO REGISTRO     *
001696*                       ABSORVIDO (CANCELADO PELA MESCLAGEM   *
001697*                       DO TESTCOB) FICA A SEQUENCIA DO       *
001698*                       REGISTRO SOBREVIVENTE, TOMADA DA AREA *
001699*                       RESERVADA.                            *
001700*                                                             *
001800***************************************************************
001900 01  NOME-REGISTRO.
002000     05  NOME-SEQ                       PIC 9(06).
002100     05  NOME-NOME                      PIC X(40).
002200     05  NOME-DATA-ENTRADA.
002300         10  NOME-DATA-AAAA             PIC 9(04).
002400         10  NOME-DATA-MM               PIC 9(02).
002700     05  NOME-STATUS                    PIC X(01).
002800         88  NOME-STATUS-ATIVO          VALUE "A".
002900         88  NOME-STATUS-CANCELADO      VALUE "C".
002910     05  NOME-DATA-VALIDADE             PIC X(08).
002920         88  NOME-SEM-VALIDADE          VALUE SPACES.
002930     05  NOME-DATA-VALIDADE-N REDEFINES NOME-DATA-VALIDADE
002940                                        PIC 9(08).
003040     05  NOME-MESCLADO-EM               PIC X(06).
003140         88  NOME-NAO-MESCLADO          VALUE SPACES.
003240     05  NOME-MESCLADO-EM-N REDEFINES NOME-MESCLADO-EM
003340                                        PIC 9(06).
003440     05  FILLER                         PIC X(03).
