001800*    DATA       AUTOR   DESCRICAO                             *
001900*    ---------- ------- -------------------------------------*
002000*    2026-09-02 JPO     CRIACAO DO COPYBOOK.                  *
002020*    2026-10-15 JPO     EVENTO V: DESATIVACAO DE ID POR       *
002040*                       INATIVIDADE, GRAVADO PELA REVISAO DE  *
002060*                       IDS SEM USO (TESTCOBI).               *
002100*                                                             *
002200***************************************************************
002300 01  SEG-REGISTRO.
003200         88  SEG-EV-RESET-SENHA         VALUE "R".
003300         88  SEG-EV-INICIO-SESSAO       VALUE "E".
003400         88  SEG-EV-FIM-SESSAO          VALUE "F".
003450         88  SEG-EV-DESATIV-INATIVO     VALUE "V".
003500     05  SEG-OPERADOR                   PIC X(08).
003600     05  SEG-SESSAO                     PIC X(14).
003700     05  SEG-DATA                       PIC 9(08).
