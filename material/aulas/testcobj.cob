001896*                       GERACAO ARQUIVADA NOMEJRNA (FECHADA   *
001897*                       PELO CORTE TESTCOBK) EM VEZ DO        *
001898*                       JORNAL CORRENTE, PARA MES RETROATIVO. *
001899*    2026-10-15 JPO     COLUNA DO APROVADOR: NAS ALTERACOES   *
001900*                       APROVADAS PELA FILA DE PENDENTES A    *
001901*                       LINHA MOSTRA O SOLICITANTE (OPERADOR) *
001902*                       E O SUPERVISOR QUE APROVOU.           *
001921*    2026-10-15 JPO     GERACAO ARQUIVADA LIDA COM O          *
001940*                       LANCAMENTO AMPLIADO PELO              *
001959*                       IDENTIFICADOR DA EXECUCAO.            *
001962*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES: A     *
001965*                       LINHA DE DETALHE TRAZ A SEQUENCIA E O *
001968*                       NOME DEPOIS, E O NOME ANTES SAI EM    *
001971*                       UMA SEGUNDA LINHA QUANDO FOI          *
001974*                       CORRIGIDO.                            *
001975*    2026-10-15 JPO     ACAO M (MESCLAGEM) TOTALIZADA A PARTE *
001976*                       E COM UMA SEGUNDA LINHA MOSTRANDO A   *
001977*                       SEQUENCIA SOBREVIVENTE.               *
001978***************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. TESTCOBJ.
002200 AUTHOR. J. OLIVEIRA.
004564     05  PRM-FONTE                   PIC X(01).
004570 FD  JORNAL-ARQUIVO
004580     LABEL RECORDS ARE STANDARD.
004590 01  JRNA-REGISTRO                   PIC X(205).
004600 WORKING-STORAGE SECTION.
004700 77  WS-STATUS-JRN               PIC X(02).
004800 77  WS-STATUS-RPT               PIC X(02).
005310 77  WS-CONT-INCLUSOES          PIC 9(06) VALUE ZERO.
005320 77  WS-CONT-ALTERACOES         PIC 9(06) VALUE ZERO.
005330 77  WS-CONT-CORRECOES          PIC 9(06) VALUE ZERO.
005340 77  WS-CONT-MESCLAGENS         PIC 9(06) VALUE ZERO.
005400 77  WS-LINHAS-POR-PAGINA        PIC 9(02) VALUE 20.
005500 77  WS-DATA-SISTEMA             PIC 9(08).
005510 77  WS-DATA-INI                 PIC 9(08) VALUE ZERO.
006700     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
006800     05  WS-CAB-PAGINA           PIC ZZZ9.
006900 01  WS-CABECALHO-2.
007000     05  FILLER                  PIC X(02) VALUE "A".
007100     05  FILLER                  PIC X(07) VALUE "SEQ".
007200     05  FILLER                  PIC X(41) VALUE "NOME".
007300     05  FILLER                  PIC X(03) VALUE "SS".
007400     05  FILLER                  PIC X(09) VALUE "OPERADOR".
007500     05  FILLER                  PIC X(09) VALUE "HORA".
007600     05  FILLER                  PIC X(09) VALUE "APROVADOR".
007700 01  WS-LINHA-DETALHE.
007800     05  WS-DET-ACAO             PIC X(01).
007900     05  FILLER                  PIC X(01) VALUE SPACES.
008000     05  WS-DET-SEQ              PIC X(06).
008100     05  FILLER                  PIC X(01) VALUE SPACES.
008200     05  WS-DET-NOME-DEP         PIC X(40).
008300     05  FILLER                  PIC X(01) VALUE SPACES.
008400     05  WS-DET-ST-ANT           PIC X(01).
008500     05  WS-DET-ST-DEP           PIC X(01).
008600     05  FILLER                  PIC X(01) VALUE SPACES.
008700     05  WS-DET-OPERADOR         PIC X(08).
008800     05  FILLER                  PIC X(01) VALUE SPACES.
008900     05  WS-DET-HORA.
009000         10  WS-DET-HH           PIC 9(02).
009100         10  FILLER              PIC X(01) VALUE ":".
009200         10  WS-DET-MI           PIC 9(02).
009300         10  FILLER              PIC X(01) VALUE ":".
009400         10  WS-DET-SS           PIC 9(02).
009500     05  FILLER                  PIC X(01) VALUE SPACES.
009600     05  WS-DET-APROVADOR        PIC X(08).
009700 01  WS-LINHA-NOME-ANTES.
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  FILLER                  PIC X(07) VALUE "ANTES:".
010000     05  WS-DET-NOME-ANT         PIC X(40).
010020 01  WS-LINHA-MESCLAGEM.
010040     05  FILLER                  PIC X(02) VALUE SPACES.
010060     05  FILLER                  PIC X(17) VALUE
010080         "MESCLADO NA SEQ: ".
010100     05  WS-DET-MESCLADO-EM      PIC X(06).
010110 01  WS-CABECALHO-PERIODO.
010120     05  FILLER                  PIC X(09) VALUE "PERIODO: ".
010130     05  WS-CAB-PER-INI          PIC 9999/99/99.
016600     END-IF.
016700 2000-EXIT.
016800     EXIT.
016870***************************************************************
016940*    2100-IMPRIMIR-LINHA                                      *
017010*    DESMEMBRA AS IMAGENS ANTES E DEPOIS DO LANCAMENTO NO     *
017080*    LAYOUT DO REGISTRO DO MESTRE, MONTA A LINHA DE DETALHE   *
017150*    COM O NOME DEPOIS E OS DOIS STATUS (ANTES E DEPOIS) E,   *
017220*    QUANDO O NOME MUDOU, UMA SEGUNDA LINHA COM O NOME ANTES. *
017250*    NA MESCLAGEM A SEGUNDA LINHA TRAZ A SEQUENCIA QUE        *
017270*    ABSORVEU O REGISTRO. CONTABILIZA O TOTAL DO PERIODO.     *
017360***************************************************************
017430 2100-IMPRIMIR-LINHA.
017500     IF WS-CONT-LINHA NOT LESS WS-LINHAS-POR-PAGINA
017570         PERFORM 1100-IMPRIMIR-CABECALHO THRU 1100-EXIT
017640     END-IF
017710     MOVE JRNL-ACAO          TO WS-DET-ACAO
017780     MOVE JRNL-IMAGEM-ANTES  TO NOME-REGISTRO
017850     MOVE NOME-NOME          TO WS-DET-NOME-ANT
017920     MOVE NOME-STATUS        TO WS-DET-ST-ANT
017990     MOVE JRNL-IMAGEM-DEPOIS TO NOME-REGISTRO
018060     MOVE NOME-SEQ           TO WS-DET-SEQ
018130     MOVE NOME-NOME          TO WS-DET-NOME-DEP
018200     MOVE NOME-STATUS        TO WS-DET-ST-DEP
018270     MOVE JRNL-OPERADOR      TO WS-DET-OPERADOR
018340     MOVE JRNL-APROVADOR     TO WS-DET-APROVADOR
018410     MOVE JRNL-HORA          TO WS-HORA-DESMEMBRADA
018480     MOVE WS-HORA-HH         TO WS-DET-HH
018550     MOVE WS-HORA-MI         TO WS-DET-MI
018620     MOVE WS-HORA-SS         TO WS-DET-SS
018690     WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
018760     ADD 1 TO WS-CONT-LINHA
018830     IF WS-DET-NOME-ANT NOT = SPACES
018900         AND WS-DET-NOME-ANT NOT = WS-DET-NOME-DEP
018970         WRITE LINHA-RELATORIO FROM WS-LINHA-NOME-ANTES
019040         ADD 1 TO WS-CONT-LINHA
019110     END-IF
019200     IF JRNL-ACAO-MESCLAGEM
019250         MOVE NOME-MESCLADO-EM TO WS-DET-MESCLADO-EM
019300         WRITE LINHA-RELATORIO FROM WS-LINHA-MESCLAGEM
019350         ADD 1 TO WS-CONT-LINHA
019400     END-IF
019500     ADD 1 TO WS-CONT-LANCAMENTOS
019510     EVALUATE TRUE
019520         WHEN JRNL-ACAO-INCLUSAO
019530             ADD 1 TO WS-CONT-INCLUSOES
019540         WHEN JRNL-ACAO-CORRECAO
019550             ADD 1 TO WS-CONT-CORRECOES
019552         WHEN JRNL-ACAO-MESCLAGEM
019554             ADD 1 TO WS-CONT-MESCLAGENS
019560         WHEN OTHER
019570             ADD 1 TO WS-CONT-ALTERACOES
019580     END-EVALUATE.
020660     WRITE LINHA-RELATORIO FROM WS-LINHA-TOT-ACAO
020670     MOVE "  CORRECOES (C).......: " TO WS-TOT-ACAO-TEXTO
020680     MOVE WS-CONT-CORRECOES TO WS-TOT-ACAO-QTD
020690     WRITE LINHA-RELATORIO FROM WS-LINHA-TOT-ACAO
020692     MOVE "  MESCLAGENS (M)......: " TO WS-TOT-ACAO-TEXTO
020694     MOVE WS-CONT-MESCLAGENS TO WS-TOT-ACAO-QTD
020696     WRITE LINHA-RELATORIO FROM WS-LINHA-TOT-ACAO.
020700 3000-EXIT.
020800     EXIT.
020900***************************************************************
