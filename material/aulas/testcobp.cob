000100***************************************************************
000200*                                                             *
000300*    PROGRAMA   : TESTCOBP                                    *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    INSTALACAO : ESTUDOS COBOL                                *
000600*    DATA ESCRITA: 2026-10-15                                 *
000700*                                                             *
000800*    DESCRICAO  : RELATORIO DE ENVELHECIMENTO DAS             *
000900*    SOLICITACOES PENDENTES. LE O ARQUIVO NOMEPEND (GRAVADO   *
001000*    PELO TESTCOB NAS OPCOES DE CANCELAR, REATIVAR, CORRIGIR  *
001100*    E MESCLAR NOME) E IMPRIME EM NOMEPRPT UMA LINHA POR      *
001200*    SOLICITACAO AINDA NAO DECIDIDA HA MAIS DE N DIAS, COM O  *
001300*    SOLICITANTE, A DATA DO PEDIDO, A IDADE EM DIAS E O       *
001400*    MOTIVO, PARA A AUDITORIA COBRAR A DECISAO DOS            *
001500*    SUPERVISORES. O PRAZO VEM DO CARTAO PENDPRM (TRES        *
001600*    DIGITOS NAS COLUNAS 1-3; AUSENTE OU INVALIDO VALE O      *
001700*    PRAZO PADRAO DE WS-PRAZO-PADRAO DIAS).                   *
001800*                                                             *
001900*    HISTORICO DE ALTERACOES                                 *
002000*    DATA       AUTOR   DESCRICAO                             *
002100*    ---------- ------- -------------------------------------*
002200*    2026-10-15 JPO     CRIACAO DO RELATORIO DE PENDENTES.    *
002220*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES: NOME  *
002240*                       ATUAL E NOME NOVO SAEM EM LINHAS      *
002260*                       PROPRIAS ABAIXO DA SOLICITACAO.       *
002270*    2026-10-15 JPO     SOLICITACAO DE MESCLAGEM: TIPO        *
002280*                       MESCLAR, COM O NOME E A SEQUENCIA DO  *
002290*                       SOBREVIVENTE, E TOTAL PROPRIO.        *
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. TESTCOBP.
002600 AUTHOR. J. OLIVEIRA.
002700 INSTALLATION. ESTUDOS COBOL.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED. 2026-10-15.
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. LINUX.
003300 OBJECT-COMPUTER. LINUX.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT NOME-PENDENTE ASSIGN TO "NOMEPEND"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS PEND-NUMERO
004000         ALTERNATE RECORD KEY IS PEND-SEQ WITH DUPLICATES
004100         FILE STATUS IS WS-STATUS-PEN.
004200     SELECT PARAMETROS ASSIGN TO "PENDPRM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-STATUS-PRM.
004500     SELECT RELATORIO ASSIGN TO "NOMEPRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-STATUS-RPT.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  NOME-PENDENTE
005100     LABEL RECORDS ARE STANDARD.
005200 COPY "nomepen.cpy".
005300 FD  PARAMETROS
005400     LABEL RECORDS ARE STANDARD.
005500 01  PRM-CARTAO.
005600     05  PRM-PRAZO                   PIC X(03).
005700 FD  RELATORIO
005800     LABEL RECORDS ARE STANDARD.
005900 01  LINHA-RELATORIO                 PIC X(80).
006000 WORKING-STORAGE SECTION.
006100 77  WS-STATUS-PEN               PIC X(02).
006200 77  WS-STATUS-PRM               PIC X(02).
006300 77  WS-STATUS-RPT               PIC X(02).
006400 77  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE "N".
006500     88  WS-FIM-ARQUIVO          VALUE "S".
006600 77  WS-CONT-LINHA               PIC 9(02) VALUE ZERO.
006700 77  WS-CONT-PAGINA              PIC 9(04) VALUE ZERO.
006800 77  WS-LINHAS-POR-PAGINA        PIC 9(02) VALUE 20.
006900 77  WS-PRAZO-PADRAO             PIC 9(03) VALUE 005.
007000 77  WS-PRAZO                    PIC 9(03) VALUE ZERO.
007100 77  WS-IDADE                    PIC 9(05) VALUE ZERO.
007200 77  WS-MAIOR-IDADE              PIC 9(05) VALUE ZERO.
007300 77  WS-DIA-SISTEMA              PIC 9(07) VALUE ZERO.
007400 77  WS-CONT-LIDAS               PIC 9(06) VALUE ZERO.
007500 77  WS-CONT-PENDENTES           PIC 9(06) VALUE ZERO.
007600 77  WS-CONT-VENCIDAS            PIC 9(06) VALUE ZERO.
007700 77  WS-CONT-DATA-INVALIDA       PIC 9(06) VALUE ZERO.
007800 77  WS-CONT-CANCELAR            PIC 9(06) VALUE ZERO.
007900 77  WS-CONT-REATIVAR            PIC 9(06) VALUE ZERO.
008000 77  WS-CONT-CORRIGIR            PIC 9(06) VALUE ZERO.
008050 77  WS-CONT-MESCLAR             PIC 9(06) VALUE ZERO.
008100 01  WS-DATA-SISTEMA             PIC 9(08).
008200 01  WS-CABECALHO-1.
008300     05  FILLER                  PIC X(36) VALUE
008400         "TESTCOBP - SOLICITACOES PENDENTES HA".
008500     05  FILLER                  PIC X(10) VALUE
008600         " MAIS DE  ".
008700     05  WS-CAB-PRAZO            PIC ZZ9.
008800     05  FILLER                  PIC X(06) VALUE " DIAS ".
008900     05  FILLER                  PIC X(10) VALUE SPACES.
009000     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
009100     05  WS-CAB-PAGINA           PIC ZZZ9.
009200 01  WS-CABECALHO-DATA.
009300     05  FILLER                  PIC X(13) VALUE "POSICAO EM: ".
009400     05  WS-CAB-DATA             PIC 9999/99/99.
009500 01  WS-CABECALHO-2.
009600     05  FILLER                  PIC X(07) VALUE "NUMERO".
009700     05  FILLER                  PIC X(09) VALUE "TIPO".
009800     05  FILLER                  PIC X(07) VALUE "SEQ".
009900     05  FILLER                  PIC X(10) VALUE "SOLICIT.".
010000     05  FILLER                  PIC X(12) VALUE "DATA PEDIDO".
010100     05  FILLER                  PIC X(05) VALUE "DIAS".
010200 01  WS-LINHA-DETALHE.
010300     05  WS-DET-NUMERO           PIC 9(06).
010400     05  FILLER                  PIC X(01) VALUE SPACES.
010500     05  WS-DET-TIPO             PIC X(08).
010600     05  FILLER                  PIC X(01) VALUE SPACES.
010700     05  WS-DET-SEQ              PIC 9(06).
010800     05  FILLER                  PIC X(01) VALUE SPACES.
010900     05  WS-DET-SOLICITANTE      PIC X(08).
011000     05  FILLER                  PIC X(02) VALUE SPACES.
011100     05  WS-DET-DATA             PIC 9999/99/99.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  WS-DET-IDADE            PIC ZZZZ9.
011400 01  WS-LINHA-NOME.
011500     05  FILLER                  PIC X(07) VALUE SPACES.
011600     05  WS-DET-NOME-ROTULO      PIC X(08).
011700     05  WS-DET-NOME             PIC X(40).
011800     05  WS-DET-NOME-SEQ-ROT     PIC X(06).
011900     05  WS-DET-NOME-SEQ         PIC X(06).
012000 01  WS-LINHA-MOTIVO.
012100     05  FILLER                  PIC X(07) VALUE SPACES.
012200     05  FILLER                  PIC X(08) VALUE "MOTIVO: ".
012300     05  WS-DET-MOTIVO           PIC X(40).
012400 01  WS-LINHA-CONTROLE.
012500     05  WS-CTL-TEXTO            PIC X(30).
012600     05  WS-CTL-VALOR            PIC ZZZZZ9.
012700 PROCEDURE DIVISION.
012800***************************************************************
012900*    0000-MAINLINE                                            *
013000***************************************************************
013100 0000-MAINLINE.
013200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
013300     PERFORM 2000-PROCESSAR-SOLICITACAO THRU 2000-EXIT
013400         UNTIL WS-FIM-ARQUIVO
013500     PERFORM 3000-IMPRIMIR-TOTAIS THRU 3000-EXIT
013600     PERFORM 9000-FINALIZAR THRU 9000-EXIT
013700     STOP RUN.
013800 0000-MAINLINE-EXIT.
013900     EXIT.
014000***************************************************************
014100*    1000-INICIALIZAR                                         *
014200*    LE O PRAZO NO CARTAO DE PARAMETRO, CONVERTE A DATA DO    *
014300*    SISTEMA EM NUMERO DE DIAS PARA O CALCULO DA IDADE,       *
014400*    ABRE OS ARQUIVOS E IMPRIME O CABECALHO DA PRIMEIRA       *
014500*    PAGINA.                                                  *
014600***************************************************************
014700 1000-INICIALIZAR.
014800     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
014900     COMPUTE WS-DIA-SISTEMA =
015000         FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
015100     MOVE WS-PRAZO-PADRAO TO WS-PRAZO
015200     OPEN INPUT PARAMETROS
015300     IF WS-STATUS-PRM = "00"
015400         READ PARAMETROS
015500             AT END
015600                 DISPLAY "PARAMETRO AUSENTE - USANDO O PRAZO "
015700                     "PADRAO"
015800             NOT AT END
015900                 PERFORM 1100-VALIDAR-PARAMETRO THRU 1100-EXIT
016000         END-READ
016100         CLOSE PARAMETROS
016200     ELSE
016300         DISPLAY "ARQUIVO PENDPRM AUSENTE - USANDO O PRAZO "
016400             "PADRAO"
016500     END-IF
016600     OPEN INPUT NOME-PENDENTE
016700     OPEN OUTPUT RELATORIO
016800     PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT
016900     IF WS-STATUS-PEN NOT = "00"
017000         DISPLAY "ARQUIVO NOMEPEND VAZIO OU INEXISTENTE"
017100         MOVE "S" TO WS-SW-FIM-ARQUIVO
017200     END-IF.
017300 1000-EXIT.
017400     EXIT.
017500***************************************************************
017600*    1100-VALIDAR-PARAMETRO                                   *
017700*    ACEITA O PRAZO DO CARTAO SOMENTE SE FOR NUMERICO;        *
017800*    CASO CONTRARIO MANTEM O PRAZO PADRAO JA ASSUMIDO.        *
017900***************************************************************
018000 1100-VALIDAR-PARAMETRO.
018100     IF PRM-PRAZO IS NUMERIC
018200         MOVE PRM-PRAZO TO WS-PRAZO
018300     ELSE
018400         DISPLAY "PARAMETRO INVALIDO: " PRM-PRAZO
018500             " - USANDO O PRAZO PADRAO"
018600     END-IF.
018700 1100-EXIT.
018800     EXIT.
018900***************************************************************
019000*    1200-IMPRIMIR-CABECALHO                                  *
019100*    ESCREVE O CABECALHO DE PAGINA (TITULO, DATA DE POSICAO   *
019200*    E COLUNAS).                                              *
019300***************************************************************
019400 1200-IMPRIMIR-CABECALHO.
019500     ADD 1 TO WS-CONT-PAGINA
019600     MOVE WS-CONT-PAGINA  TO WS-CAB-PAGINA
019700     MOVE WS-PRAZO        TO WS-CAB-PRAZO
019800     MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
019900     WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
020000     WRITE LINHA-RELATORIO FROM WS-CABECALHO-DATA
020100     MOVE SPACES TO LINHA-RELATORIO
020200     WRITE LINHA-RELATORIO
020300     WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
020400     MOVE ZERO TO WS-CONT-LINHA.
020500 1200-EXIT.
020600     EXIT.
020700***************************************************************
020800*    2000-PROCESSAR-SOLICITACAO                               *
020900*    LE A PROXIMA SOLICITACAO. SO AS AINDA PENDENTES CONTAM;  *
021000*    DESTAS, AS QUE ESPERAM HA MAIS DIAS QUE O PRAZO SAO      *
021100*    IMPRESSAS. DATA DE PEDIDO INVALIDA E IMPRESSA COMO       *
021200*    VENCIDA, PARA NAO SUMIR DA COBRANCA.                     *
021300***************************************************************
021400 2000-PROCESSAR-SOLICITACAO.
021500     READ NOME-PENDENTE NEXT RECORD
021600         AT END
021700             MOVE "S" TO WS-SW-FIM-ARQUIVO
021800     END-READ
021900     IF NOT WS-FIM-ARQUIVO
022000         ADD 1 TO WS-CONT-LIDAS
022100         IF PEND-SIT-PENDENTE
022200             ADD 1 TO WS-CONT-PENDENTES
022300             IF PEND-DATA-SOLIC IS NUMERIC
022400                 AND PEND-DATA-SOLIC > ZERO
022500                 AND PEND-DATA-SOLIC NOT > WS-DATA-SISTEMA
022600                 COMPUTE WS-IDADE = WS-DIA-SISTEMA -
022700                     FUNCTION INTEGER-OF-DATE(PEND-DATA-SOLIC)
022800             ELSE
022900                 ADD 1 TO WS-CONT-DATA-INVALIDA
023000                 MOVE 99999 TO WS-IDADE
023100             END-IF
023200             IF WS-IDADE > WS-PRAZO
023300                 PERFORM 2100-IMPRIMIR-LINHA THRU 2100-EXIT
023400             END-IF
023500         END-IF
023600     END-IF.
023700 2000-EXIT.
023800     EXIT.
023880***************************************************************
023960*    2100-IMPRIMIR-LINHA                                      *
024040*    MONTA E IMPRIME A LINHA DA SOLICITACAO VENCIDA, A LINHA  *
024120*    DO NOME ATUAL, A DO NOME NOVO (SO NA CORRECAO) OU DO     *
024160*    SOBREVIVENTE COM A SUA SEQUENCIA (SO NA MESCLAGEM) E A   *
024200*    LINHA DO MOTIVO, E ACUMULA OS TOTAIS POR TIPO.           *
024280***************************************************************
024400 2100-IMPRIMIR-LINHA.
024500     IF WS-CONT-LINHA NOT LESS WS-LINHAS-POR-PAGINA
024600         PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT
024700     END-IF
024800     ADD 1 TO WS-CONT-VENCIDAS
024900     IF WS-IDADE > WS-MAIOR-IDADE
025000         MOVE WS-IDADE TO WS-MAIOR-IDADE
025100     END-IF
025200     EVALUATE TRUE
025300         WHEN PEND-TIPO-CANCELAR
025400             MOVE "CANCELAR" TO WS-DET-TIPO
025500             ADD 1 TO WS-CONT-CANCELAR
025600         WHEN PEND-TIPO-REATIVAR
025700             MOVE "REATIVAR" TO WS-DET-TIPO
025800             ADD 1 TO WS-CONT-REATIVAR
025900         WHEN PEND-TIPO-CORRIGIR
026000             MOVE "CORRIGIR" TO WS-DET-TIPO
026100             ADD 1 TO WS-CONT-CORRIGIR
026150         WHEN PEND-TIPO-MESCLAR
026170             MOVE "MESCLAR " TO WS-DET-TIPO
026190             ADD 1 TO WS-CONT-MESCLAR
026200         WHEN OTHER
026300             MOVE "????????" TO WS-DET-TIPO
026400     END-EVALUATE
026500     MOVE PEND-NUMERO      TO WS-DET-NUMERO
026600     MOVE PEND-SEQ         TO WS-DET-SEQ
026900     MOVE PEND-SOLICITANTE TO WS-DET-SOLICITANTE
027000     IF PEND-DATA-SOLIC IS NUMERIC
027100         MOVE PEND-DATA-SOLIC TO WS-DET-DATA
027200     ELSE
027300         MOVE ZERO TO WS-DET-DATA
027400     END-IF
027430     MOVE WS-IDADE         TO WS-DET-IDADE
027460     MOVE PEND-MOTIVO      TO WS-DET-MOTIVO
027490     WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
027520     MOVE "NOME:   "       TO WS-DET-NOME-ROTULO
027550     MOVE PEND-NOME-ATUAL  TO WS-DET-NOME
027560     MOVE SPACES           TO WS-DET-NOME-SEQ-ROT
027570     MOVE SPACES           TO WS-DET-NOME-SEQ
027580     WRITE LINHA-RELATORIO FROM WS-LINHA-NOME
027610     ADD 2 TO WS-CONT-LINHA
027640     IF PEND-TIPO-MESCLAR
027650         MOVE "SOBREV.:"     TO WS-DET-NOME-ROTULO
027660         MOVE PEND-NOME-SOBREVIVENTE TO WS-DET-NOME
027670         MOVE " SEQ: "       TO WS-DET-NOME-SEQ-ROT
027680         MOVE PEND-SEQ-SOBREVIVENTE TO WS-DET-NOME-SEQ
027690         WRITE LINHA-RELATORIO FROM WS-LINHA-NOME
027700         ADD 1 TO WS-CONT-LINHA
027710     ELSE
027720         IF PEND-NOME-NOVO NOT = SPACES
027730             MOVE "NOVO:   "     TO WS-DET-NOME-ROTULO
027740             MOVE PEND-NOME-NOVO TO WS-DET-NOME
027750             WRITE LINHA-RELATORIO FROM WS-LINHA-NOME
027760             ADD 1 TO WS-CONT-LINHA
027770         END-IF
027790     END-IF
027820     WRITE LINHA-RELATORIO FROM WS-LINHA-MOTIVO
027850     ADD 1 TO WS-CONT-LINHA.
028000 2100-EXIT.
028100     EXIT.
028200***************************************************************
028300*    3000-IMPRIMIR-TOTAIS                                     *
028400*    ESCREVE OS TOTAIS: SOLICITACOES LIDAS, AINDA PENDENTES,  *
028500*    VENCIDAS (POR TIPO), COM DATA INVALIDA E A MAIOR IDADE.  *
028600***************************************************************
028700 3000-IMPRIMIR-TOTAIS.
028800     MOVE SPACES TO LINHA-RELATORIO
028900     WRITE LINHA-RELATORIO
029000     MOVE "SOLICITACOES LIDAS.......:" TO WS-CTL-TEXTO
029100     MOVE WS-CONT-LIDAS TO WS-CTL-VALOR
029200     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
029300     MOVE "AINDA PENDENTES..........:" TO WS-CTL-TEXTO
029400     MOVE WS-CONT-PENDENTES TO WS-CTL-VALOR
029500     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
029600     MOVE "PENDENTES ALEM DO PRAZO..:" TO WS-CTL-TEXTO
029700     MOVE WS-CONT-VENCIDAS TO WS-CTL-VALOR
029800     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
029900     MOVE "  CANCELAMENTOS..........:" TO WS-CTL-TEXTO
030000     MOVE WS-CONT-CANCELAR TO WS-CTL-VALOR
030100     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
030200     MOVE "  REATIVACOES............:" TO WS-CTL-TEXTO
030300     MOVE WS-CONT-REATIVAR TO WS-CTL-VALOR
030400     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
030500     MOVE "  CORRECOES..............:" TO WS-CTL-TEXTO
030600     MOVE WS-CONT-CORRIGIR TO WS-CTL-VALOR
030700     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
030720     MOVE "  MESCLAGENS.............:" TO WS-CTL-TEXTO
030740     MOVE WS-CONT-MESCLAR TO WS-CTL-VALOR
030760     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
030800     MOVE "  COM DATA INVALIDA......:" TO WS-CTL-TEXTO
030900     MOVE WS-CONT-DATA-INVALIDA TO WS-CTL-VALOR
031000     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
031100     MOVE "MAIOR IDADE (DIAS).......:" TO WS-CTL-TEXTO
031200     MOVE WS-MAIOR-IDADE TO WS-CTL-VALOR
031300     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE.
031400 3000-EXIT.
031500     EXIT.
031600***************************************************************
031700*    9000-FINALIZAR                                           *
031800***************************************************************
031900 9000-FINALIZAR.
032000     IF WS-STATUS-PEN NOT = "35"
032100         CLOSE NOME-PENDENTE
032200     END-IF
032300     CLOSE RELATORIO
032400     DISPLAY "RELATORIO DE PENDENTES GERADO - PENDENTES: "
032500         WS-CONT-PENDENTES " ALEM DO PRAZO: " WS-CONT-VENCIDAS.
032600 9000-EXIT.
032700     EXIT.
