002300*    DATA       AUTOR   DESCRICAO                             *
002400*    ---------- ------- -------------------------------------*
002500*    2026-09-02 JPO     CRIACAO DO CORTE MENSAL DO JORNAL.    *
002520*    2026-10-15 JPO     GERACAO ARQUIVADA COM O LANCAMENTO    *
002540*                       AMPLIADO PELOS CAMPOS DO APROVADOR E  *
002560*                       DA EXECUCAO DA CARGA E PELAS IMAGENS  *
002580*                       COM NOME DE 40 POSICOES.              *
002582*    2026-10-15 JPO     ACAO M (MESCLAGEM) CONTADA A PARTE    *
002584*                       NOS TOTAIS DE CONTROLE DO CORTE.      *
002600***************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. TESTCOBK.
005800 COPY "nomejrn.cpy".
005900 FD  JORNAL-ARQUIVO
006000     LABEL RECORDS ARE STANDARD.
006100 01  JRNA-REGISTRO                   PIC X(205).
006200 FD  JRNL-GERLOG
006300     LABEL RECORDS ARE STANDARD.
006400 COPY "jrnlger.cpy".
009000 77  WS-CONT-INCLUSOES           PIC 9(06) VALUE ZERO.
009100 77  WS-CONT-ALTERACOES          PIC 9(06) VALUE ZERO.
009200 77  WS-CONT-CORRECOES           PIC 9(06) VALUE ZERO.
009250 77  WS-CONT-MESCLAGENS          PIC 9(06) VALUE ZERO.
009300 77  WS-CONT-OUTRAS-ACOES        PIC 9(06) VALUE ZERO.
009400 77  WS-CONT-EXPIRADAS           PIC 9(06) VALUE ZERO.
009500 77  WS-PRI-DATA                 PIC 9(08) VALUE ZERO.
036600                 ADD 1 TO WS-CONT-CORRECOES
036700             WHEN JRNL-ACAO-ALTERACAO
036800                 ADD 1 TO WS-CONT-ALTERACOES
036820             WHEN JRNL-ACAO-MESCLAGEM
036840                 ADD 1 TO WS-CONT-MESCLAGENS
036900             WHEN OTHER
037000                 ADD 1 TO WS-CONT-OUTRAS-ACOES
037100         END-EVALUATE
050300     MOVE "  CORRECOES (C)..........:" TO WS-CTL-TEXTO
050400     MOVE WS-CONT-CORRECOES TO WS-CTL-VALOR
050500     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
050520     MOVE "  MESCLAGENS (M).........:" TO WS-CTL-TEXTO
050540     MOVE WS-CONT-MESCLAGENS TO WS-CTL-VALOR
050560     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
050600     MOVE "  OUTRAS ACOES...........:" TO WS-CTL-TEXTO
050700     MOVE WS-CONT-OUTRAS-ACOES TO WS-CTL-VALOR
050800     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
