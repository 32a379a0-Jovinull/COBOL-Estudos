002360*                       TERMINA COM RC 8 - A OPERACAO DEVE    *
002362*                       RESTAURAR ESSAS GERACOES NO NOMEJRNL  *
002364*                       ANTES DE CONFIAR NA RECUPERACAO.      *
002373*    2026-10-15 JPO     IMAGEM DO BACKUP AMPLIADA PARA O      *
002382*                       REGISTRO DE 80 POSICOES (NOME COM     *
002391*                       40).                                  *
002394*    2026-10-15 JPO     MESCLAGENS (ACAO M) REAPLICADAS COMO  *
002397*                       REWRITE E CONTADAS A PARTE.           *
002400***************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. TESTCOBF.
006300     05  BKP-TIPO                    PIC X(01).
006400         88  BKP-TIPO-CABECALHO      VALUE "H".
006500         88  BKP-TIPO-DETALHE        VALUE "D".
006600     05  BKP-IMAGEM                  PIC X(80).
006700 FD  NOME-JORNAL
006800     LABEL RECORDS ARE STANDARD.
006900 COPY "nomejrn.cpy".
009400 77  WS-CONT-INCLUSOES           PIC 9(06) VALUE ZERO.
009500 77  WS-CONT-ALTERACOES          PIC 9(06) VALUE ZERO.
009600 77  WS-CONT-CORRECOES           PIC 9(06) VALUE ZERO.
009650 77  WS-CONT-MESCLAGENS          PIC 9(06) VALUE ZERO.
009700 77  WS-CONT-ANTERIORES          PIC 9(06) VALUE ZERO.
009800 77  WS-CONT-ERROS               PIC 9(06) VALUE ZERO.
009900 01  WS-IMAGEM-HEADER.
010000     05  WS-HDR-DATA-X           PIC X(08).
010100     05  WS-HDR-HORA-X           PIC X(06).
010200     05  FILLER                  PIC X(66).
010300 01  WS-HORA-SISTEMA.
010400     05  WS-HORA-HHMMSS          PIC 9(06).
010500     05  FILLER                  PIC 9(02).
033100***************************************************************
033200*    3100-REAPLICAR-LANCAMENTO                                *
033300*    REAPLICA UM LANCAMENTO NO MESTRE: INCLUSAO VIRA WRITE    *
033400*    DA IMAGEM DEPOIS; ALTERACAO, CORRECAO E MESCLAGEM VIRAM  *
033500*    REWRITE DA IMAGEM DEPOIS SOBRE O REGISTRO JA EXISTENTE.  *
033600***************************************************************
033700 3100-REAPLICAR-LANCAMENTO.
033800     MOVE JRNL-IMAGEM-DEPOIS TO NOME-REGISTRO
035200                     NOME-SEQ " STATUS: " WS-STATUS-ARQ
035300                 ADD 1 TO WS-CONT-ERROS
035400             NOT INVALID KEY
035500                 EVALUATE TRUE
035550                     WHEN JRNL-ACAO-CORRECAO
035600                         ADD 1 TO WS-CONT-CORRECOES
035650                     WHEN JRNL-ACAO-MESCLAGEM
035700                         ADD 1 TO WS-CONT-MESCLAGENS
035750                     WHEN OTHER
035800                         ADD 1 TO WS-CONT-ALTERACOES
035900                 END-EVALUATE
036000         END-REWRITE
036100     END-IF.
036200 3100-EXIT.
038700     MOVE "CORRECOES REAPLICADAS....:" TO WS-CTL-TEXTO
038800     MOVE WS-CONT-CORRECOES TO WS-CTL-VALOR
038900     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
038920     MOVE "MESCLAGENS REAPLICADAS...:" TO WS-CTL-TEXTO
038940     MOVE WS-CONT-MESCLAGENS TO WS-CTL-VALOR
038960     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
039000     MOVE "ANTERIORES AO BACKUP.....:" TO WS-CTL-TEXTO
039100     MOVE WS-CONT-ANTERIORES TO WS-CTL-VALOR
039200     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
042600         DISPLAY "INCLUSOES REAPLICADAS: " WS-CONT-INCLUSOES
042700         DISPLAY "ALTERACOES REAPLIC...: " WS-CONT-ALTERACOES
042800         DISPLAY "CORRECOES REAPLIC....: " WS-CONT-CORRECOES
042850         DISPLAY "MESCLAGENS REAPLIC...: " WS-CONT-MESCLAGENS
042900         DISPLAY "ERROS................: " WS-CONT-ERROS
042950         DISPLAY "GERACOES PENDENTES...: " WS-QTD-GER-PEND
043000     END-IF
