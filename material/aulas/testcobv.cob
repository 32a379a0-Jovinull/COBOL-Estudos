002470*                       (AAAAMMDD; AUSENTE OU INVALIDO VALE   *
002480*                       A DATA DO SISTEMA), PARA A CADEIA     *
002490*                       QUE ATRAVESSA A MEIA-NOITE.           *
002492*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES: O     *
002494*                       NOME DO REGISTRO COM EXCECAO SAI EM   *
002496*                       LINHA PROPRIA ABAIXO DA LINHA DA      *
002498*                       EXCECAO.                              *
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. TESTCOBV.
006120 77  WS-SW-ABORTAR               PIC X(01) VALUE "N".
006140     88  WS-ABORTAR              VALUE "S".
006200 77  WS-SEQ-ANTERIOR             PIC 9(06) COMP VALUE ZERO.
006300 77  WS-NOME-ANTERIOR            PIC X(40) VALUE LOW-VALUES.
006400 77  WS-ATIVOS-NOME              PIC 9(04) COMP VALUE ZERO.
006500 77  WS-CONT-REGISTROS           PIC 9(06) VALUE ZERO.
006600 77  WS-EXC-SEQUENCIA            PIC 9(06) VALUE ZERO.
007900         "TESTCOBV - VERIFICACAO DE INTEGRIDADE DO".
008000     05  FILLER                  PIC X(12) VALUE
008100         " NOME-MASTER".
008180 01  WS-LINHA-EXCECAO.
008260     05  FILLER                  PIC X(05) VALUE "SEQ: ".
008340     05  WS-EXC-SEQ-NUM          PIC ZZZZZ9.
008420     05  FILLER                  PIC X(02) VALUE SPACES.
008500     05  WS-EXC-TEXTO            PIC X(45).
008580 01  WS-LINHA-EXCECAO-NOME.
008660     05  FILLER                  PIC X(07) VALUE SPACES.
008740     05  FILLER                  PIC X(06) VALUE "NOME: ".
008820     05  WS-EXC-NOME             PIC X(40).
008900 01  WS-LINHA-CONTROLE.
009000     05  WS-CTL-TEXTO            PIC X(30).
009100     05  WS-CTL-VALOR            PIC ZZZZZ9.
035300     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE.
035400 4000-EXIT.
035500     EXIT.
035580***************************************************************
035660*    5000-GRAVAR-EXCECAO                                      *
035740*    GRAVA NO RELATORIO A LINHA DE EXCECAO COM A SEQUENCIA E  *
035820*    O TEXTO DO PROBLEMA ENCONTRADO E, ABAIXO, A LINHA COM O  *
035900*    NOME DO REGISTRO.                                        *
035980***************************************************************
036060 5000-GRAVAR-EXCECAO.
036140     ADD 1 TO WS-EXC-TOTAL
036220     MOVE NOME-SEQ TO WS-EXC-SEQ-NUM
036300     MOVE NOME-NOME TO WS-EXC-NOME
036380     WRITE LINHA-RELATORIO FROM WS-LINHA-EXCECAO
036460     WRITE LINHA-RELATORIO FROM WS-LINHA-EXCECAO-NOME.
036600 5000-EXIT.
036700     EXIT.
036702***************************************************************
