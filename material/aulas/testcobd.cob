001400*    (SUBSTITUICAO), DUAS LETRAS VIZINHAS TROCADAS            *
001500*    (TRANSPOSICAO) OU UM CARACTERE A MAIS, COM SEQUENCIA,    *
001600*    DATA DE ENTRADA E OPERADOR DE CADA REGISTRO, PARA O      *
001700*    SUPERVISOR REVISAR E MESCLAR O GEMEO ERRADO NO CERTO     *
001800*    (OPCAO M DO MENU) ANTES DE O EXTRATO CSV PROPAGA-LO AOS  *
001810*    CONSUMIDORES. REGISTROS JA MESCLADOS NAO SAO CARREGADOS  *
001820*    - O PAR NAO VOLTA AO RELATORIO - E SO SAO CONTADOS.      *
001900*                                                             *
002000*    HISTORICO DE ALTERACOES                                 *
002100*    DATA       AUTOR   DESCRICAO                             *
002200*    ---------- ------- -------------------------------------*
002300*    2026-09-02 JPO     CRIACAO DO RELATORIO DE POSSIVEIS     *
002400*                       DUPLICADOS.                           *
002420*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES:       *
002440*                       TAMANHO UTIL ATE O ULTIMO CARACTERE   *
002460*                       NAO BRANCO E LINHA DO REGISTRO        *
002480*                       REDESENHADA COM CABECALHO DE COLUNAS. *
002482*    2026-10-15 JPO     REGISTROS COM VINCULO DE MESCLAGEM    *
002484*                       FICAM FORA DA COMPARACAO E SAO        *
002486*                       CONTADOS NOS TOTAIS.                  *
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. TESTCOBD.
006900 77  WS-CONT-SUBST               PIC 9(06) VALUE ZERO.
007000 77  WS-CONT-TRANSP              PIC 9(06) VALUE ZERO.
007100 77  WS-CONT-INSERC              PIC 9(06) VALUE ZERO.
007150 77  WS-CONT-MESCLADOS           PIC 9(06) VALUE ZERO.
007200 77  WS-I                        PIC 9(04) COMP VALUE ZERO.
007300 77  WS-J                        PIC 9(04) COMP VALUE ZERO.
007400 77  WS-K                        PIC 9(04) COMP VALUE ZERO.
008300 77  WS-TAM-CURTO                PIC 9(02) COMP VALUE ZERO.
008400 77  WS-TAM-LONGO                PIC 9(02) COMP VALUE ZERO.
008500 77  WS-TAM-AUX                  PIC 9(02) COMP VALUE ZERO.
008600 77  WS-NOME-CURTO               PIC X(40).
008700 77  WS-NOME-LONGO               PIC X(40).
008800 77  WS-MOTIVO                   PIC X(20).
008900 77  WS-DATA-SISTEMA             PIC 9(08).
009000 01  WS-TAB-ATIVOS.
009100     05  WS-ATV-ENT              OCCURS 1000 TIMES.
009200         10  WS-ATV-NOME         PIC X(40).
009300         10  WS-ATV-TAM          PIC 9(02) COMP.
009400         10  WS-ATV-SEQ          PIC 9(06).
009500         10  WS-ATV-DATA         PIC 9(08).
009900         "TESTCOBD - POSSIVEIS DUPLICADOS ATIVOS  ".
010000     05  FILLER                  PIC X(06) VALUE "DATA: ".
010100     05  WS-TIT-DATA             PIC 9999/99/99.
010190 01  WS-LINHA-CABECALHO.
010280     05  FILLER                  PIC X(10) VALUE "  SEQ.".
010370     05  FILLER                  PIC X(42) VALUE "NOME".
010460     05  FILLER                  PIC X(12) VALUE "ENTRADA".
010550     05  FILLER                  PIC X(08) VALUE "OPERADOR".
010640 01  WS-LINHA-PAR.
010730     05  FILLER                  PIC X(04) VALUE "PAR ".
010820     05  WS-PAR-NUM              PIC ZZZZZ9.
010910     05  FILLER                  PIC X(03) VALUE " - ".
011000     05  WS-PAR-MOTIVO           PIC X(20).
011090 01  WS-LINHA-REGISTRO.
011180     05  FILLER                  PIC X(02) VALUE SPACES.
011270     05  WS-DET-SEQ              PIC 9(06).
011360     05  FILLER                  PIC X(02) VALUE SPACES.
011450     05  WS-DET-NOME             PIC X(40).
011540     05  FILLER                  PIC X(02) VALUE SPACES.
011630     05  WS-DET-DATA             PIC 9999/99/99.
011720     05  FILLER                  PIC X(02) VALUE SPACES.
011810     05  WS-DET-OPER             PIC X(08).
012000 01  WS-LINHA-CONTROLE.
012100     05  WS-CTL-TEXTO            PIC X(30).
012200     05  WS-CTL-VALOR            PIC ZZZZZ9.
014700     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
014800     OPEN OUTPUT RELATORIO
014900     MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
014950     WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO
015000     MOVE SPACES TO LINHA-RELATORIO
015050     WRITE LINHA-RELATORIO
015100     WRITE LINHA-RELATORIO FROM WS-LINHA-CABECALHO
015150     MOVE SPACES TO LINHA-RELATORIO
015200     WRITE LINHA-RELATORIO
015300     OPEN INPUT NOME-MASTER
015400     IF WS-STATUS-ARQ NOT = "00"
016900*    CARREGA OS ATIVOS NA TABELA COM O TAMANHO UTIL DO        *
017000*    NOME. COM A TABELA CHEIA O EXCEDENTE E CONTADO E         *
017100*    AVISADO - O RELATORIO SAI PARCIAL E DEVE SER RERODADO    *
017200*    APOS A REVISAO. REGISTRO COM VINCULO DE MESCLAGEM JA     *
017250*    TEVE O PAR RESOLVIDO: NAO ENTRA NA TABELA, SO E CONTADO. *
017300***************************************************************
017400 2000-CARREGAR-ATIVO.
017500     READ NOME-MASTER NEXT RECORD
017700             MOVE "S" TO WS-SW-FIM-ARQUIVO
017800     END-READ
017900     IF NOT WS-FIM-ARQUIVO
018000         IF NOT NOME-NAO-MESCLADO
018020             ADD 1 TO WS-CONT-MESCLADOS
018040             GO TO 2000-EXIT
018060         END-IF
018080         IF NOME-STATUS-ATIVO
018100             IF WS-QTD-ATIVOS < WS-MAX-ATIVOS
018200                 ADD 1 TO WS-QTD-ATIVOS
018300                 MOVE NOME-NOME TO WS-ATV-NOME(WS-QTD-ATIVOS)
019800     EXIT.
019900***************************************************************
020000*    2100-OBTER-TAMANHO                                       *
020100*    CONTA QUANTOS CARACTERES UTEIS TEM O NOME EM             *
020200*    WS-NOME-CURTO, ATE O ULTIMO CARACTERE NAO BRANCO (O NOME *
020300*    PODE TER MAIS DE UMA PALAVRA), DEVOLVENDO EM WS-TAM-AUX. *
020400***************************************************************
020500 2100-OBTER-TAMANHO.
020600     MOVE ZERO TO WS-TAM-AUX
020700     MOVE "N" TO WS-SW-FIM-TAM
020800     PERFORM 2110-CONTAR-CARACTER THRU 2110-EXIT
020900         VARYING WS-K FROM 40 BY -1
021000         UNTIL WS-K < 1
021100            OR WS-FIM-TAM.
021200 2100-EXIT.
021300     EXIT.
021400 2110-CONTAR-CARACTER.
021500     IF WS-NOME-CURTO(WS-K:1) NOT = SPACE
021600         MOVE WS-K TO WS-TAM-AUX
021700         MOVE "S" TO WS-SW-FIM-TAM
021800     END-IF.
021900 2110-EXIT.
022000     EXIT.
038600***************************************************************
038700*    4000-IMPRIMIR-TOTAIS                                     *
038800*    IMPRIME OS TOTAIS DA VARREDURA: ATIVOS CARREGADOS,       *
038900*    PARES SUSPEITOS POR TIPO, REGISTROS JA MESCLADOS E       *
039000*    EVENTUAIS ATIVOS ALEM DA TABELA (RELATORIO PARCIAL).     *
039100***************************************************************
039200 4000-IMPRIMIR-TOTAIS.
039300     MOVE SPACES TO LINHA-RELATORIO
040700     MOVE "  UM CARACTERE A MAIS....:" TO WS-CTL-TEXTO
040800     MOVE WS-CONT-INSERC TO WS-CTL-VALOR
040900     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
040920     MOVE "JA MESCLADOS (IGNORADOS).:" TO WS-CTL-TEXTO
040940     MOVE WS-CONT-MESCLADOS TO WS-CTL-VALOR
040960     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
041000     IF WS-CONT-EXCEDENTES > ZERO
041100         MOVE "ATIVOS ALEM DA TABELA....:" TO WS-CTL-TEXTO
041200         MOVE WS-CONT-EXCEDENTES TO WS-CTL-VALOR
