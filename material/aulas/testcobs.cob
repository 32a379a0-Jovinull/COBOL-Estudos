001930*                       REPONDO O TIPO ORIGINAL DO SUSPENSO   *
001940*                       (SUSPENSOS ANTIGOS SEM TIPO SAEM      *
001950*                       COMO INCLUSAO).                       *
001966*    2026-10-15 JPO     CARTAO DE RESSUBMISSAO COM O NOME DE  *
001982*                       40 POSICOES.                          *
001986*    2026-10-15 JPO     CARTAO DE RESSUBMISSAO REPOE A DATA   *
001990*                       DE VALIDADE DO SUSPENSO (COLUNAS      *
001994*                       43-50); MOTIVO V CONTADO A PARTE.     *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. TESTCOBS.
004600 01  RES-CARTAO.
004610     05  RES-TIPO                    PIC X(01).
004620     05  FILLER                      PIC X(01).
004630     05  RES-NOME                    PIC X(40).
004660     05  RES-VALIDADE                PIC X(08).
004700 WORKING-STORAGE SECTION.
004800 77  WS-STATUS-REJ               PIC X(02).
004900 77  WS-STATUS-RES               PIC X(02).
005300 77  WS-CONT-INVALIDOS           PIC 9(06) VALUE ZERO.
005400 77  WS-CONT-DUPLICADOS          PIC 9(06) VALUE ZERO.
005500 77  WS-CONT-ERRO-GRAV           PIC 9(06) VALUE ZERO.
005505 77  WS-CONT-VALIDADE            PIC 9(06) VALUE ZERO.
005510 77  WS-CONT-OUTROS-MOT          PIC 9(06) VALUE ZERO.
005600 PROCEDURE DIVISION.
005700***************************************************************
009390             MOVE REJ-TIPO TO RES-TIPO
009395         END-IF
009400         MOVE REJ-NOME-CARTAO TO RES-NOME
009450         MOVE REJ-VALIDADE    TO RES-VALIDADE
009500         WRITE RES-CARTAO
009600         ADD 1 TO WS-CONT-RESSUB
009700         EVALUATE TRUE
010100                 ADD 1 TO WS-CONT-DUPLICADOS
010200             WHEN REJ-MOTIVO-ERRO-GRAV
010300                 ADD 1 TO WS-CONT-ERRO-GRAV
010306             WHEN REJ-MOTIVO-VALIDADE
010312                 ADD 1 TO WS-CONT-VALIDADE
010320             WHEN OTHER
010340                 ADD 1 TO WS-CONT-OUTROS-MOT
010400         END-EVALUATE
012300     DISPLAY "  MOTIVO INVALIDO....: " WS-CONT-INVALIDOS
012400     DISPLAY "  MOTIVO DUPLICADO...: " WS-CONT-DUPLICADOS
012500     DISPLAY "  MOTIVO ERRO GRAV...: " WS-CONT-ERRO-GRAV
012520     DISPLAY "  MOTIVO VALIDADE....: " WS-CONT-VALIDADE
012550     DISPLAY "  OUTROS MOTIVOS.....: " WS-CONT-OUTROS-MOT
012600     DISPLAY "CORRIJA O ARQUIVO NOMERES E APRESENTE AO "
012700         "TESTCOBB COMO NOMEIN".
