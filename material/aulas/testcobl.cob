000100***************************************************************
000200*                                                             *
000300*    PROGRAMA   : TESTCOBL                                    *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    INSTALACAO : ESTUDOS COBOL                                *
000600*    DATA ESCRITA: 2026-10-15                                 *
000700*                                                             *
000800*    DESCRICAO  : BALANCO DO JORNAL DE AUDITORIA CONTRA O     *
000900*    ARQUIVO MESTRE NOME-MASTER, NA CADEIA NOTURNA ENTRE A    *
001000*    ESTATISTICA TESTCOBM E O EXTRATO TESTCOBX. TOMA A TRAVA  *
001100*    DO MESTRE E FAZ DUAS CONFERENCIAS. PRIMEIRA: PARA CADA   *
001200*    NOME-SEQ, A IMAGEM ATUAL DO MESTRE DEVE SER IGUAL A      *
001300*    ULTIMA IMAGEM DEPOIS DO JORNAL, LIDO NAS GERACOES        *
001400*    RETIDAS DO JRNLGCTL (NOMEJRNA, COM AS GERACOES RETIDAS   *
001500*    CONCATENADAS DA MAIS ANTIGA PARA A MAIS NOVA, CONFERIDAS *
001600*    PELA QUANTIDADE DO LOG) E NO NOMEJRNL CORRENTE; AS       *
001700*    ULTIMAS IMAGENS SAO GUARDADAS NO ARQUIVO DE TRABALHO     *
001800*    INDEXADO NOMEBALW. REGISTRO CADASTRADO ANTES DO PRIMEIRO *
001900*    LANCAMENTO RETIDO E CANCELADO JA EXPURGADO PARA O        *
002000*    NOMEHIST SAO SO CONTADOS. SEGUNDA: OS LANCAMENTOS I/A/C  *
002100*    POSTERIORES AO BALANCO ANTERIOR DEVEM EXPLICAR A         *
002200*    VARIACAO DAS QUANTIDADES DE ATIVOS E CANCELADOS DESDE O  *
002300*    SALDO GUARDADO NO NOMEBALC (DESCONTADOS OS EXPURGOS,     *
002400*    PELO CRESCIMENTO DO NOMEHIST). CADA REGISTRO FORA DE     *
002500*    BALANCO SAI NO RELATORIO NOMELRPT; COM QUALQUER          *
002600*    DIFERENCA O JOB TERMINA COM RC 8, O SALDO NAO E          *
002700*    ATUALIZADO E O EXTRATO NAO RODA. O CARTAO BALPRM COM R   *
002800*    NA COLUNA 1 DESPREZA O SALDO ANTERIOR (DEPOIS DE UMA     *
002900*    DIFERENCA APURADA E RESOLVIDA) E SO A PRIMEIRA           *
003000*    CONFERENCIA E FEITA. REGISTRA INICIO E FIM NO CICLOCTL.  *
003100*                                                             *
003200*    HISTORICO DE ALTERACOES                                 *
003300*    DATA       AUTOR   DESCRICAO                             *
003400*    ---------- ------- -------------------------------------*
003500*    2026-10-15 JPO     CRIACAO DO BALANCO DO JORNAL CONTRA O *
003600*                       MESTRE.                               *
003650*    2026-10-15 JPO     ACAO M (MESCLAGEM) CONTADA A PARTE    *
003660*                       NOS LANCAMENTOS DO DIA; O EFEITO NAS  *
003670*                       QUANTIDADES VEM DAS IMAGENS, COMO NAS *
003680*                       DEMAIS ACOES.                         *
003700***************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. TESTCOBL.
004000 AUTHOR. J. OLIVEIRA.
004100 INSTALLATION. ESTUDOS COBOL.
004200 DATE-WRITTEN. 2026-10-15.
004300 DATE-COMPILED. 2026-10-15.
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. LINUX.
004700 OBJECT-COMPUTER. LINUX.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT NOME-MASTER ASSIGN TO "NOMEMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS NOME-SEQ
005400         ALTERNATE RECORD KEY IS NOME-NOME WITH DUPLICATES
005500         FILE STATUS IS WS-STATUS-ARQ.
005600     SELECT NOME-HISTORICO ASSIGN TO "NOMEHIST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS HIST-SEQ
006000         ALTERNATE RECORD KEY IS HIST-NOME WITH DUPLICATES
006100         FILE STATUS IS WS-STATUS-HIS.
006200     SELECT NOME-JORNAL ASSIGN TO "NOMEJRNL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-STATUS-JRN.
006500     SELECT JORNAL-ARQUIVO ASSIGN TO "NOMEJRNA"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-STATUS-JRA.
006800     SELECT JRNL-GERLOG ASSIGN TO "JRNLGCTL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-STATUS-JGR.
007100     SELECT BALANCO-TRABALHO ASSIGN TO "NOMEBALW"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS TRB-SEQ
007500         FILE STATUS IS WS-STATUS-TRB.
007600     SELECT BALANCO-SALDO ASSIGN TO "NOMEBALC"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-STATUS-BAL.
007900     SELECT NOME-TRAVA ASSIGN TO "NOMETRVA"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-STATUS-TRV.
008200     SELECT PARAMETROS ASSIGN TO "BALPRM"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-STATUS-PRM.
008500     SELECT RELATORIO ASSIGN TO "NOMELRPT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-STATUS-RPT.
008800     SELECT CICLO-CONTROLE ASSIGN TO "CICLOCTL"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-STATUS-CIC.
009100     SELECT CICLO-PARAM ASSIGN TO "CICLOPRM"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-STATUS-CPR.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  NOME-MASTER
009700     LABEL RECORDS ARE STANDARD.
009800 COPY "nomerec.cpy".
009900 FD  NOME-HISTORICO
010000     LABEL RECORDS ARE STANDARD.
010100 COPY "nomehis.cpy".
010200 FD  NOME-JORNAL
010300     LABEL RECORDS ARE STANDARD.
010400 COPY "nomejrn.cpy".
010500 FD  JORNAL-ARQUIVO
010600     LABEL RECORDS ARE STANDARD.
010700 01  JRNA-REGISTRO                   PIC X(205).
010800 FD  JRNL-GERLOG
010900     LABEL RECORDS ARE STANDARD.
011000 COPY "jrnlger.cpy".
011100 FD  BALANCO-TRABALHO
011200     LABEL RECORDS ARE STANDARD.
011300 01  TRB-REGISTRO.
011400     05  TRB-SEQ                     PIC 9(06).
011500     05  TRB-IMAGEM                  PIC X(80).
011600     05  TRB-ACAO                    PIC X(01).
011700     05  TRB-DATA                    PIC 9(08).
011800     05  TRB-HORA                    PIC 9(06).
011900     05  TRB-CONFERIDO               PIC X(01).
012000         88  TRB-JA-CONFERIDO        VALUE "S".
012100 FD  BALANCO-SALDO
012200     LABEL RECORDS ARE STANDARD.
012300 COPY "nomebal.cpy".
012400 FD  NOME-TRAVA
012500     LABEL RECORDS ARE STANDARD.
012600 COPY "nometrv.cpy".
012700 FD  PARAMETROS
012800     LABEL RECORDS ARE STANDARD.
012900 01  PRM-CARTAO.
013000     05  PRM-REINICIO                PIC X(01).
013100     05  FILLER                      PIC X(79).
013200 FD  RELATORIO
013300     LABEL RECORDS ARE STANDARD.
013400 01  LINHA-RELATORIO                 PIC X(80).
013500 FD  CICLO-CONTROLE
013600     LABEL RECORDS ARE STANDARD.
013700 COPY "ciclorec.cpy".
013800 FD  CICLO-PARAM
013900     LABEL RECORDS ARE STANDARD.
014000 01  CPRM-CARTAO                     PIC X(08).
014100 WORKING-STORAGE SECTION.
014200 77  WS-STATUS-ARQ               PIC X(02).
014300 77  WS-STATUS-HIS               PIC X(02).
014400 77  WS-STATUS-JRN               PIC X(02).
014500 77  WS-STATUS-JRA               PIC X(02).
014600 77  WS-STATUS-JGR               PIC X(02).
014700 77  WS-STATUS-TRB               PIC X(02).
014800 77  WS-STATUS-BAL               PIC X(02).
014900 77  WS-STATUS-TRV               PIC X(02).
015000 77  WS-STATUS-PRM               PIC X(02).
015100 77  WS-STATUS-RPT               PIC X(02).
015200 77  WS-STATUS-CIC               PIC X(02).
015300 77  WS-STATUS-CPR               PIC X(02).
015400 77  WS-CICLO-DATA               PIC 9(08) VALUE ZERO.
015500 77  WS-PREDECESSOR              PIC X(08) VALUE "TESTCOBM".
015600 77  WS-CIC-EVENTO               PIC X(01).
015700 77  WS-CIC-LIDOS                PIC 9(08) VALUE ZERO.
015800 77  WS-CIC-GRAVADOS             PIC 9(08) VALUE ZERO.
015900 77  WS-DATA-SISTEMA             PIC 9(08).
016000 77  WS-SW-PRED-OK               PIC X(01) VALUE "N".
016100     88  WS-PRED-OK              VALUE "S".
016200 77  WS-SW-FIM-CICLO             PIC X(01) VALUE "N".
016300     88  WS-FIM-CICLO            VALUE "S".
016400 77  WS-SW-CICLO-BLOQ            PIC X(01) VALUE "N".
016500     88  WS-CICLO-BLOQUEADO      VALUE "S".
016600 77  WS-SW-RECUSADA              PIC X(01) VALUE "N".
016700     88  WS-RECUSADA             VALUE "S".
016800 77  WS-SW-PROSSEGUIR            PIC X(01) VALUE "S".
016900     88  WS-PROSSEGUIR           VALUE "S".
017000 77  WS-SW-TRAVA-TOMADA          PIC X(01) VALUE "N".
017100     88  WS-TRAVA-TOMADA         VALUE "S".
017200 77  WS-SW-ARQUIVOS-ABERTOS      PIC X(01) VALUE "N".
017300     88  WS-ARQUIVOS-ABERTOS     VALUE "S".
017400 77  WS-SW-HISTORICO-ABERTO      PIC X(01) VALUE "N".
017500     88  WS-HISTORICO-ABERTO     VALUE "S".
017600 77  WS-SW-REINICIAR             PIC X(01) VALUE "N".
017700     88  WS-REINICIAR            VALUE "S".
017800 77  WS-SW-SALDO-ANTERIOR        PIC X(01) VALUE "N".
017900     88  WS-SALDO-ANTERIOR       VALUE "S".
018000 77  WS-SW-FIM-GERLOG            PIC X(01) VALUE "N".
018100     88  WS-FIM-GERLOG           VALUE "S".
018200 77  WS-SW-FIM-JORNAL            PIC X(01) VALUE "N".
018300     88  WS-FIM-JORNAL           VALUE "S".
018400 77  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE "N".
018500     88  WS-FIM-ARQUIVO          VALUE "S".
018600 77  WS-SW-FIM-TRABALHO          PIC X(01) VALUE "N".
018700     88  WS-FIM-TRABALHO         VALUE "S".
018800 77  WS-SW-FIM-HISTORICO         PIC X(01) VALUE "N".
018900     88  WS-FIM-HISTORICO        VALUE "S".
019000 77  WS-SW-GER-SITUADA           PIC X(01) VALUE "N".
019100     88  WS-GER-SITUADA          VALUE "S".
019200 77  WS-SW-ACHOU                 PIC X(01) VALUE "N".
019300     88  WS-ACHOU                VALUE "S".
019400 77  WS-MOTIVO-SEM-SALDO         PIC X(40) VALUE SPACES.
019500 77  WS-QTD-GER                  PIC 9(04) COMP VALUE ZERO.
019600 77  WS-MAX-GER                  PIC 9(04) COMP VALUE 120.
019700 77  WS-IDX-GER                  PIC 9(04) COMP VALUE ZERO.
019800 77  WS-POS-GER                  PIC 9(08) VALUE ZERO.
019900 77  WS-GERACAO-CORRENTE         PIC 9(06) VALUE ZERO.
020000 77  WS-PRIMEIRA-GERACAO         PIC 9(06) VALUE ZERO.
020100 77  WS-GERACAO-LANC             PIC 9(06) VALUE ZERO.
020200 77  WS-POS-LANC                 PIC 9(08) VALUE ZERO.
020300 77  WS-SOMA-RETIDOS             PIC 9(08) VALUE ZERO.
020400 77  WS-DATA-PRI-LANC            PIC 9(08) VALUE ZERO.
020500 77  WS-ANT-DATA-CICLO           PIC 9(08) VALUE ZERO.
020600 77  WS-ANT-GERACAO              PIC 9(06) VALUE ZERO.
020700 77  WS-ANT-POSICAO              PIC 9(08) VALUE ZERO.
020800 77  WS-ANT-ATIVOS               PIC 9(08) VALUE ZERO.
020900 77  WS-ANT-CANCELADOS           PIC 9(08) VALUE ZERO.
021000 77  WS-ANT-HISTORICO            PIC 9(08) VALUE ZERO.
021100 77  WS-CONT-ARQUIVADOS          PIC 9(08) VALUE ZERO.
021200 77  WS-CONT-CORRENTES           PIC 9(08) VALUE ZERO.
021300 77  WS-CONT-MESTRE              PIC 9(08) VALUE ZERO.
021400 77  WS-CONT-CONFERIDOS          PIC 9(08) VALUE ZERO.
021500 77  WS-CONT-ANTERIORES          PIC 9(08) VALUE ZERO.
021600 77  WS-CONT-EXPURGADOS          PIC 9(08) VALUE ZERO.
021700 77  WS-QTD-ATIVOS               PIC 9(08) VALUE ZERO.
021800 77  WS-QTD-CANCELADOS           PIC 9(08) VALUE ZERO.
021900 77  WS-QTD-HISTORICO            PIC 9(08) VALUE ZERO.
022000 77  WS-DIA-INCLUSOES            PIC 9(08) VALUE ZERO.
022100 77  WS-DIA-ALTERACOES           PIC 9(08) VALUE ZERO.
022200 77  WS-DIA-CORRECOES            PIC 9(08) VALUE ZERO.
022250 77  WS-DIA-MESCLAGENS           PIC 9(08) VALUE ZERO.
022300 77  WS-DIA-OUTRAS               PIC 9(08) VALUE ZERO.
022400 77  WS-MOV-ATIVOS               PIC S9(08) VALUE ZERO.
022500 77  WS-MOV-CANCELADOS           PIC S9(08) VALUE ZERO.
022600 77  WS-EXPURGOS-DIA             PIC S9(08) VALUE ZERO.
022700 77  WS-ESP-ATIVOS               PIC S9(08) VALUE ZERO.
022800 77  WS-ESP-CANCELADOS           PIC S9(08) VALUE ZERO.
022900 77  WS-EXC-LANC-INVALIDO        PIC 9(06) VALUE ZERO.
023000 77  WS-EXC-IMAGEM               PIC 9(06) VALUE ZERO.
023100 77  WS-EXC-SEM-LANC             PIC 9(06) VALUE ZERO.
023200 77  WS-EXC-AUSENTE              PIC 9(06) VALUE ZERO.
023300 77  WS-EXC-CONTAGEM             PIC 9(06) VALUE ZERO.
023400 77  WS-EXC-TOTAL                PIC 9(06) VALUE ZERO.
023500 01  WS-HORA-SISTEMA.
023600     05  WS-HORA-HHMMSS          PIC 9(06).
023700     05  FILLER                  PIC 9(02).
023800 01  WS-IMAGEM                   PIC X(80).
023900 01  WS-IMAGEM-R REDEFINES WS-IMAGEM.
024000     05  WS-IMG-SEQ              PIC 9(06).
024100     05  WS-IMG-NOME             PIC X(40).
024200     05  FILLER                  PIC X(16).
024300     05  WS-IMG-STATUS           PIC X(01).
024400         88  WS-IMG-ATIVO        VALUE "A".
024500         88  WS-IMG-CANCELADO    VALUE "C".
024600     05  FILLER                  PIC X(17).
024700 01  WS-TAB-GERACOES.
024800     05  WS-GER-ENT              OCCURS 120 TIMES.
024900         10  WS-GER-NUM          PIC 9(06).
025000         10  WS-GER-QTD          PIC 9(08).
025100 01  WS-LINHA-TITULO.
025200     05  FILLER                  PIC X(40) VALUE
025300         "TESTCOBL - BALANCO DO JORNAL CONTRA O NO".
025400     05  FILLER                  PIC X(18) VALUE
025500         "ME-MASTER  CICLO: ".
025600     05  WS-TIT-CICLO            PIC 9999/99/99.
025700 01  WS-LINHA-SECAO.
025800     05  FILLER                  PIC X(04) VALUE "*** ".
025900     05  WS-SEC-TEXTO            PIC X(60).
026000 01  WS-LINHA-EXCECAO.
026100     05  FILLER                  PIC X(05) VALUE "SEQ: ".
026200     05  WS-EXC-SEQ-NUM          PIC ZZZZZ9.
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  WS-EXC-TEXTO            PIC X(45).
026500 01  WS-LINHA-IMAGEM.
026600     05  FILLER                  PIC X(07) VALUE SPACES.
026700     05  WS-LIN-ORIGEM           PIC X(08).
026800     05  WS-LIN-NOME             PIC X(40).
026900     05  FILLER                  PIC X(05) VALUE " ST: ".
027000     05  WS-LIN-STATUS           PIC X(01).
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  WS-LIN-ACAO             PIC X(01).
027300     05  FILLER                  PIC X(01) VALUE SPACES.
027400     05  WS-LIN-DATA             PIC X(10).
027500 01  WS-LINHA-CONTROLE.
027600     05  WS-CTL-TEXTO            PIC X(32).
027700     05  WS-CTL-VALOR            PIC -ZZZZZZZ9.
027800 PROCEDURE DIVISION.
027900***************************************************************
028000*    0000-MAINLINE                                            *
028100*    CONFERE O INTERTRAVAMENTO DA CADEIA E A TRAVA DO MESTRE, *
028200*    CARREGA O LOG DE GERACOES E AS ULTIMAS IMAGENS DO        *
028300*    JORNAL, FAZ AS DUAS CONFERENCIAS, IMPRIME OS TOTAIS E    *
028400*    GUARDA O SALDO QUANDO O BALANCO FECHA.                   *
028500***************************************************************
028600 0000-MAINLINE.
028700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
028800     IF WS-PROSSEGUIR
028900         PERFORM 2000-CARREGAR-GERACOES THRU 2000-EXIT
029000     END-IF
029100     IF WS-PROSSEGUIR
029200         PERFORM 3000-LER-JORNAIS THRU 3000-EXIT
029300     END-IF
029400     IF WS-PROSSEGUIR
029500         PERFORM 4000-CONFERIR-IMAGENS THRU 4000-EXIT
029600         PERFORM 5000-CONFERIR-CONTAGENS THRU 5000-EXIT
029700         PERFORM 7000-IMPRIMIR-TOTAIS THRU 7000-EXIT
029800         PERFORM 7500-GRAVAR-SALDO THRU 7500-EXIT
029900     END-IF
030000     PERFORM 9000-FINALIZAR THRU 9000-EXIT
030100     STOP RUN.
030200 0000-MAINLINE-EXIT.
030300     EXIT.
030400***************************************************************
030500*    1000-INICIALIZAR                                         *
030600*    OBTEM A DATA DO CICLO, CONFERE O ANTECESSOR NA CADEIA E  *
030700*    REGISTRA O INICIO NO CICLOCTL. COM O ANTECESSOR SEM FIM  *
030800*    LIMPO OU O MESTRE TRAVADO O BALANCO NAO RODA (RC 8).     *
030900*    DEPOIS TOMA A TRAVA, ABRE O RELATORIO, LE O CARTAO       *
031000*    BALPRM E O SALDO ANTERIOR E ABRE OS ARQUIVOS DA          *
031100*    CONFERENCIA.                                             *
031200***************************************************************
031300 1000-INICIALIZAR.
031400     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
031500     ACCEPT WS-HORA-SISTEMA FROM TIME
031600     PERFORM 1010-OBTER-DATA-CICLO THRU 1010-EXIT
031700     PERFORM 1020-VERIFICAR-PREDECESSOR THRU 1020-EXIT
031800     MOVE "I" TO WS-CIC-EVENTO
031900     PERFORM 8000-REGISTRAR-CICLO THRU 8000-EXIT
032000     IF NOT WS-PRED-OK
032100         DISPLAY "ESTATISTICA TESTCOBM DA DATA " WS-CICLO-DATA
032200             " NAO TERMINOU LIMPA - BALANCO NAO EXECUTADO"
032300         MOVE "S" TO WS-SW-CICLO-BLOQ
032400         MOVE "N" TO WS-SW-PROSSEGUIR
032500         MOVE 8 TO RETURN-CODE
032600         GO TO 1000-EXIT
032700     END-IF
032800     PERFORM 1200-TESTAR-TRAVA THRU 1200-EXIT
032900     IF WS-RECUSADA
033000         MOVE "N" TO WS-SW-PROSSEGUIR
033100         GO TO 1000-EXIT
033200     END-IF
033300     PERFORM 1250-TOMAR-TRAVA THRU 1250-EXIT
033400     OPEN OUTPUT RELATORIO
033500     MOVE WS-CICLO-DATA TO WS-TIT-CICLO
033600     WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO
033700     MOVE SPACES TO LINHA-RELATORIO
033800     WRITE LINHA-RELATORIO
033900     PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT
034000     PERFORM 1300-LER-SALDO-ANTERIOR THRU 1300-EXIT
034100     PERFORM 1400-ABRIR-ARQUIVOS THRU 1400-EXIT.
034200 1000-EXIT.
034300     EXIT.
034400***************************************************************
034500*    1010-OBTER-DATA-CICLO                                    *
034600*    OBTEM A DATA DO CICLO NOTURNO DO CARTAO CICLOPRM         *
034700*    (AAAAMMDD), PARA QUE A CADEIA INTEIRA TRABALHE COM A     *
034800*    MESMA DATA MESMO ATRAVESSANDO A MEIA-NOITE. CARTAO       *
034900*    AUSENTE OU INVALIDO VALE A DATA DO SISTEMA.              *
035000***************************************************************
035100 1010-OBTER-DATA-CICLO.
035200     MOVE WS-DATA-SISTEMA TO WS-CICLO-DATA
035300     OPEN INPUT CICLO-PARAM
035400     IF WS-STATUS-CPR = "00"
035500         READ CICLO-PARAM
035600             AT END
035700                 DISPLAY "CARTAO CICLOPRM VAZIO - DATA DO "
035800                     "CICLO E A DO SISTEMA"
035900             NOT AT END
036000                 IF CPRM-CARTAO IS NUMERIC
036100                     MOVE CPRM-CARTAO TO WS-CICLO-DATA
036200                 ELSE
036300                     DISPLAY "CARTAO CICLOPRM INVALIDO - "
036400                         "DATA DO CICLO E A DO SISTEMA"
036500                 END-IF
036600         END-READ
036700         CLOSE CICLO-PARAM
036800     END-IF
036900     DISPLAY "DATA DO CICLO: " WS-CICLO-DATA.
037000 1010-EXIT.
037100     EXIT.
037200***************************************************************
037300*    1020-VERIFICAR-PREDECESSOR                               *
037400*    PERCORRE O CONTROLE DO CICLO NOTURNO PROCURANDO, PARA A  *
037500*    DATA DO CICLO CORRENTE, O ULTIMO REGISTRO DE FIM DO      *
037600*    PROGRAMA ANTECESSOR NA CADEIA. SO UM FIM COM RC MENOR    *
037700*    QUE 8 LIBERA A EXECUCAO.                                 *
037800***************************************************************
037900 1020-VERIFICAR-PREDECESSOR.
038000     MOVE "N" TO WS-SW-PRED-OK
038100     MOVE "N" TO WS-SW-FIM-CICLO
038200     OPEN INPUT CICLO-CONTROLE
038300     IF WS-STATUS-CIC = "00"
038400         PERFORM 1030-LER-CICLO THRU 1030-EXIT
038500             UNTIL WS-FIM-CICLO
038600         CLOSE CICLO-CONTROLE
038700     END-IF.
038800 1020-EXIT.
038900     EXIT.
039000 1030-LER-CICLO.
039100     READ CICLO-CONTROLE
039200         AT END
039300             MOVE "S" TO WS-SW-FIM-CICLO
039400     END-READ
039500     IF NOT WS-FIM-CICLO
039600         IF CIC-DATA-CICLO = WS-CICLO-DATA
039700             AND CIC-PROGRAMA = WS-PREDECESSOR
039800             AND CIC-EV-FIM
039900             IF CIC-RC IS NUMERIC AND CIC-RC < 8
040000                 MOVE "S" TO WS-SW-PRED-OK
040100             ELSE
040200                 MOVE "N" TO WS-SW-PRED-OK
040300             END-IF
040400         END-IF
040500     END-IF.
040600 1030-EXIT.
040700     EXIT.
040800***************************************************************
040900*    1100-LER-PARAMETRO                                       *
041000*    LE O CARTAO BALPRM. R NA COLUNA 1 DESPREZA O SALDO       *
041100*    ANTERIOR: A CONFERENCIA DAS QUANTIDADES NAO E FEITA E O  *
041200*    SALDO E REINICIADO SE AS IMAGENS FECHAREM. CARTAO        *
041300*    AUSENTE OU EM BRANCO E O BALANCO NORMAL.                 *
041400***************************************************************
041500 1100-LER-PARAMETRO.
041600     OPEN INPUT PARAMETROS
041700     IF WS-STATUS-PRM = "00"
041800         READ PARAMETROS
041900             AT END
042000                 CONTINUE
042100             NOT AT END
042200                 IF PRM-REINICIO = "R"
042300                     MOVE "S" TO WS-SW-REINICIAR
042400                 ELSE
042500                     IF PRM-REINICIO NOT = SPACE
042600                         DISPLAY "CARTAO BALPRM INVALIDO - "
042700                             "BALANCO NORMAL"
042800                     END-IF
042900                 END-IF
043000         END-READ
043100         CLOSE PARAMETROS
043200     END-IF.
043300 1100-EXIT.
043400     EXIT.
043500***************************************************************
043600*    1200-TESTAR-TRAVA                                        *
043700*    LE O ARQUIVO DE TRAVA DO MESTRE. COM O MESTRE EM USO     *
043800*    (ONLINE OU OUTRO JOB) O MESTRE E O JORNAL PODEM MUDAR NO *
043900*    MEIO DA CONFERENCIA: O BALANCO E RECUSADO COM RC 8.      *
044000***************************************************************
044100 1200-TESTAR-TRAVA.
044200     OPEN INPUT NOME-TRAVA
044300     IF WS-STATUS-TRV = "00"
044400         READ NOME-TRAVA
044500             AT END
044600                 CONTINUE
044700             NOT AT END
044800                 IF TRAVA-TRAVADA
044900                     DISPLAY "MASTER EM USO POR: "
045000                         TRAVA-ORIGEM " DESDE "
045100                         TRAVA-DATA " " TRAVA-HORA
045200                     DISPLAY "BALANCO NAO EXECUTADO"
045300                     MOVE "S" TO WS-SW-RECUSADA
045400                     MOVE 8 TO RETURN-CODE
045500                 END-IF
045600         END-READ
045700         CLOSE NOME-TRAVA
045800     END-IF.
045900 1200-EXIT.
046000     EXIT.
046100***************************************************************
046200*    1250-TOMAR-TRAVA                                         *
046300*    GRAVA A TRAVA DO MESTRE EM NOME DO BALANCO, PARA QUE     *
046400*    NENHUMA ATUALIZACAO ACONTECA DURANTE A CONFERENCIA.      *
046500***************************************************************
046600 1250-TOMAR-TRAVA.
046700     OPEN OUTPUT NOME-TRAVA
046800     SET TRAVA-TRAVADA TO TRUE
046900     MOVE "BALANCO"        TO TRAVA-ORIGEM
047000     MOVE WS-DATA-SISTEMA  TO TRAVA-DATA
047100     MOVE WS-HORA-HHMMSS   TO TRAVA-HORA
047200     WRITE TRAVA-REGISTRO
047300     IF WS-STATUS-TRV NOT = "00"
047400         DISPLAY "ERRO AO GRAVAR TRAVA: " WS-STATUS-TRV
047500     END-IF
047600     CLOSE NOME-TRAVA
047700     MOVE "S" TO WS-SW-TRAVA-TOMADA.
047800 1250-EXIT.
047900     EXIT.
048000***************************************************************
048100*    1280-LIBERAR-TRAVA                                       *
048200*    REGRAVA O ARQUIVO DE TRAVA COMO LIVRE NO ENCERRAMENTO.   *
048300***************************************************************
048400 1280-LIBERAR-TRAVA.
048500     ACCEPT WS-HORA-SISTEMA FROM TIME
048600     OPEN OUTPUT NOME-TRAVA
048700     SET TRAVA-LIVRE TO TRUE
048800     MOVE SPACES          TO TRAVA-ORIGEM
048900     MOVE WS-DATA-SISTEMA TO TRAVA-DATA
049000     MOVE WS-HORA-HHMMSS  TO TRAVA-HORA
049100     WRITE TRAVA-REGISTRO
049200     CLOSE NOME-TRAVA
049300     MOVE "N" TO WS-SW-TRAVA-TOMADA.
049400 1280-EXIT.
049500     EXIT.
049600***************************************************************
049700*    1300-LER-SALDO-ANTERIOR                                  *
049800*    LE O SALDO DO BALANCO ANTERIOR (NOMEBALC). SEM SALDO     *
049900*    (PRIMEIRO BALANCO), COM SALDO INVALIDO OU COM O CARTAO   *
050000*    BALPRM R, SO A CONFERENCIA DAS IMAGENS E FEITA E O       *
050100*    MOTIVO SAI NO RELATORIO.                                 *
050200***************************************************************
050300 1300-LER-SALDO-ANTERIOR.
050400     MOVE "N" TO WS-SW-SALDO-ANTERIOR
050500     IF WS-REINICIAR
050600         MOVE "SALDO ANTERIOR DESPREZADO (BALPRM R)"
050700             TO WS-MOTIVO-SEM-SALDO
050800         GO TO 1300-EXIT
050900     END-IF
051000     MOVE "SEM SALDO ANTERIOR (PRIMEIRO BALANCO)"
051100         TO WS-MOTIVO-SEM-SALDO
051200     OPEN INPUT BALANCO-SALDO
051300     IF WS-STATUS-BAL = "00"
051400         READ BALANCO-SALDO
051500             AT END
051600                 CONTINUE
051700             NOT AT END
051800                 IF BAL-GERACAO IS NUMERIC
051900                     AND BAL-POSICAO IS NUMERIC
052000                     AND BAL-QTD-ATIVOS IS NUMERIC
052100                     AND BAL-QTD-CANCELADOS IS NUMERIC
052200                     AND BAL-QTD-HISTORICO IS NUMERIC
052300                     MOVE BAL-DATA-CICLO     TO WS-ANT-DATA-CICLO
052400                     MOVE BAL-GERACAO        TO WS-ANT-GERACAO
052500                     MOVE BAL-POSICAO        TO WS-ANT-POSICAO
052600                     MOVE BAL-QTD-ATIVOS     TO WS-ANT-ATIVOS
052700                     MOVE BAL-QTD-CANCELADOS TO WS-ANT-CANCELADOS
052800                     MOVE BAL-QTD-HISTORICO  TO WS-ANT-HISTORICO
052900                     MOVE "S" TO WS-SW-SALDO-ANTERIOR
053000                 ELSE
053100                     MOVE "SALDO ANTERIOR INVALIDO NO NOMEBALC"
053200                         TO WS-MOTIVO-SEM-SALDO
053300                 END-IF
053400         END-READ
053500         CLOSE BALANCO-SALDO
053600     END-IF.
053700 1300-EXIT.
053800     EXIT.
053900***************************************************************
054000*    1400-ABRIR-ARQUIVOS                                      *
054100*    ABRE O MESTRE E O HISTORICO PARA LEITURA E CRIA VAZIO O  *
054200*    ARQUIVO DE TRABALHO DAS ULTIMAS IMAGENS. MESTRE OU       *
054300*    TRABALHO QUE NAO ABRE IMPEDE O BALANCO (RC 8); SEM       *
054400*    HISTORICO (NENHUM EXPURGO AINDA) A QUANTIDADE E ZERO.    *
054500***************************************************************
054600 1400-ABRIR-ARQUIVOS.
054700     OPEN INPUT NOME-MASTER
054800     IF WS-STATUS-ARQ NOT = "00"
054900         MOVE SPACES TO LINHA-RELATORIO
055000         STRING "MESTRE INDISPONIVEL - STATUS: "
055100             WS-STATUS-ARQ DELIMITED BY SIZE
055200             INTO LINHA-RELATORIO
055300         END-STRING
055400         PERFORM 1900-RECUSAR THRU 1900-EXIT
055500         GO TO 1400-EXIT
055600     END-IF
055700     OPEN INPUT NOME-HISTORICO
055800     IF WS-STATUS-HIS = "00"
055900         MOVE "S" TO WS-SW-HISTORICO-ABERTO
056000     ELSE
056100         IF WS-STATUS-HIS NOT = "35"
056200             DISPLAY "ERRO AO ABRIR NOMEHIST - STATUS: "
056300                 WS-STATUS-HIS
056400         END-IF
056500     END-IF
056600     OPEN OUTPUT BALANCO-TRABALHO
056700     CLOSE BALANCO-TRABALHO
056800     OPEN I-O BALANCO-TRABALHO
056900     MOVE "S" TO WS-SW-ARQUIVOS-ABERTOS
057000     IF WS-STATUS-TRB NOT = "00"
057100         MOVE SPACES TO LINHA-RELATORIO
057200         STRING "ARQUIVO DE TRABALHO NOMEBALW INDISPONIVEL - "
057300             "STATUS: " WS-STATUS-TRB DELIMITED BY SIZE
057400             INTO LINHA-RELATORIO
057500         END-STRING
057600         PERFORM 1900-RECUSAR THRU 1900-EXIT
057700     END-IF.
057800 1400-EXIT.
057900     EXIT.
058000***************************************************************
058100*    1900-RECUSAR                                             *
058200*    INTERROMPE O BALANCO: GRAVA NO RELATORIO E NO LOG A      *
058300*    LINHA JA MONTADA EM LINHA-RELATORIO COM O MOTIVO E       *
058400*    TERMINA COM RC 8 - SEM BALANCO O EXTRATO NAO RODA.       *
058500***************************************************************
058600 1900-RECUSAR.
058700     DISPLAY LINHA-RELATORIO
058800     WRITE LINHA-RELATORIO
058900     MOVE "BALANCO NAO EXECUTADO" TO LINHA-RELATORIO
059000     WRITE LINHA-RELATORIO
059100     MOVE "N" TO WS-SW-PROSSEGUIR
059200     MOVE 8 TO RETURN-CODE.
059300 1900-EXIT.
059400     EXIT.
059500***************************************************************
059600*    2000-CARREGAR-GERACOES                                   *
059700*    LE O LOG DE GERACOES DO JORNAL (JRNLGCTL) E GUARDA, NA   *
059800*    ORDEM DO LOG, O NUMERO E A QUANTIDADE DE LANCAMENTOS DE  *
059900*    CADA GERACAO RETIDA - SAO AS GERACOES QUE A OPERACAO     *
060000*    CONCATENA NO NOMEJRNA. A GERACAO DO JORNAL CORRENTE E A  *
060100*    ULTIMA DO LOG MAIS UM. SALDO ANTERIOR DE GERACAO QUE JA  *
060200*    NAO ESTA RETIDA NAO PODE SER CONFERIDO E E DESPREZADO.   *
060300***************************************************************
060400 2000-CARREGAR-GERACOES.
060500     OPEN INPUT JRNL-GERLOG
060600     IF WS-STATUS-JGR = "00"
060700         PERFORM 2100-LER-GERLOG THRU 2100-EXIT
060800             UNTIL WS-FIM-GERLOG
060900         CLOSE JRNL-GERLOG
061000     END-IF
061100     IF NOT WS-PROSSEGUIR
061200         GO TO 2000-EXIT
061300     END-IF
061400     ADD 1 TO WS-GERACAO-CORRENTE
061500     IF WS-QTD-GER > ZERO
061600         MOVE WS-GER-NUM(1) TO WS-PRIMEIRA-GERACAO
061700     ELSE
061800         MOVE WS-GERACAO-CORRENTE TO WS-PRIMEIRA-GERACAO
061900     END-IF
062000     IF WS-SALDO-ANTERIOR
062100         IF WS-ANT-GERACAO < WS-PRIMEIRA-GERACAO
062200             OR WS-ANT-GERACAO > WS-GERACAO-CORRENTE
062300             MOVE "N" TO WS-SW-SALDO-ANTERIOR
062400             MOVE "GERACAO DO SALDO ANTERIOR NAO RETIDA"
062500                 TO WS-MOTIVO-SEM-SALDO
062600         END-IF
062700     END-IF.
062800 2000-EXIT.
062900     EXIT.
063000 2100-LER-GERLOG.
063100     READ JRNL-GERLOG
063200         AT END
063300             MOVE "S" TO WS-SW-FIM-GERLOG
063400     END-READ
063500     IF NOT WS-FIM-GERLOG
063600         MOVE JGR-GERACAO TO WS-GERACAO-CORRENTE
063700         IF JGR-STATUS-RETIDA
063800             IF WS-QTD-GER < WS-MAX-GER
063900                 ADD 1 TO WS-QTD-GER
064000                 MOVE JGR-GERACAO TO WS-GER-NUM(WS-QTD-GER)
064100                 MOVE JGR-QTD     TO WS-GER-QTD(WS-QTD-GER)
064200                 ADD JGR-QTD TO WS-SOMA-RETIDOS
064300             ELSE
064400                 MOVE "S" TO WS-SW-FIM-GERLOG
064500                 MOVE SPACES TO LINHA-RELATORIO
064600                 MOVE "GERACOES RETIDAS EXCEDEM A TABELA"
064700                     TO LINHA-RELATORIO
064800                 PERFORM 1900-RECUSAR THRU 1900-EXIT
064900             END-IF
065000         END-IF
065100     END-IF.
065200 2100-EXIT.
065300     EXIT.
065400***************************************************************
065500*    3000-LER-JORNAIS                                         *
065600*    LE AS GERACOES RETIDAS (NOMEJRNA) E CONFERE A QUANTIDADE *
065700*    LIDA COM A SOMA DO LOG - GERACAO FALTANDO OU SOBRANDO NA *
065800*    CONCATENACAO IMPEDE O BALANCO (RC 8). EM SEGUIDA LE O    *
065900*    JORNAL CORRENTE. CADA LANCAMENTO PASSA POR 3100.         *
066000***************************************************************
066100 3000-LER-JORNAIS.
066200     MOVE 1 TO WS-IDX-GER
066300     MOVE ZERO TO WS-POS-GER
066400     MOVE "N" TO WS-SW-FIM-JORNAL
066500     OPEN INPUT JORNAL-ARQUIVO
066600     IF WS-STATUS-JRA = "00"
066700         PERFORM 3010-LER-ARQUIVADO THRU 3010-EXIT
066800             UNTIL WS-FIM-JORNAL
066900         CLOSE JORNAL-ARQUIVO
067000     ELSE
067100         IF WS-STATUS-JRA NOT = "35"
067200             DISPLAY "ERRO AO ABRIR NOMEJRNA - STATUS: "
067300                 WS-STATUS-JRA
067400         END-IF
067500     END-IF
067600     IF WS-CONT-ARQUIVADOS NOT = WS-SOMA-RETIDOS
067700         MOVE SPACES TO LINHA-RELATORIO
067800         STRING "GERACOES RETIDAS INCOMPLETAS NO NOMEJRNA - "
067900             "LIDOS: " WS-CONT-ARQUIVADOS
068000             " LOG: " WS-SOMA-RETIDOS
068100             DELIMITED BY SIZE INTO LINHA-RELATORIO
068200         END-STRING
068300         PERFORM 1900-RECUSAR THRU 1900-EXIT
068400         GO TO 3000-EXIT
068500     END-IF
068600     MOVE WS-GERACAO-CORRENTE TO WS-GERACAO-LANC
068700     MOVE "N" TO WS-SW-FIM-JORNAL
068800     OPEN INPUT NOME-JORNAL
068900     IF WS-STATUS-JRN = "00"
069000         PERFORM 3050-LER-CORRENTE THRU 3050-EXIT
069100             UNTIL WS-FIM-JORNAL
069200         CLOSE NOME-JORNAL
069300     ELSE
069400         IF WS-STATUS-JRN NOT = "35"
069500             MOVE SPACES TO LINHA-RELATORIO
069600             STRING "ERRO AO ABRIR NOMEJRNL - STATUS: "
069700                 WS-STATUS-JRN DELIMITED BY SIZE
069800                 INTO LINHA-RELATORIO
069900             END-STRING
070000             PERFORM 1900-RECUSAR THRU 1900-EXIT
070100         END-IF
070200     END-IF.
070300 3000-EXIT.
070400     EXIT.
070500 3010-LER-ARQUIVADO.
070600     READ JORNAL-ARQUIVO
070700         AT END
070800             MOVE "S" TO WS-SW-FIM-JORNAL
070900     END-READ
071000     IF NOT WS-FIM-JORNAL
071100         ADD 1 TO WS-CONT-ARQUIVADOS
071200         MOVE JRNA-REGISTRO TO JRNL-REGISTRO
071300         ADD 1 TO WS-POS-GER
071400         MOVE "N" TO WS-SW-GER-SITUADA
071500         PERFORM 3020-SITUAR-GERACAO THRU 3020-EXIT
071600             UNTIL WS-GER-SITUADA
071700         MOVE WS-POS-GER TO WS-POS-LANC
071800         PERFORM 3100-PROCESSAR-LANCAMENTO THRU 3100-EXIT
071900     END-IF.
072000 3010-EXIT.
072100     EXIT.
072200***************************************************************
072300*    3020-SITUAR-GERACAO                                      *
072400*    DESCOBRE A QUE GERACAO RETIDA PERTENCE O LANCAMENTO      *
072500*    ARQUIVADO, PELAS QUANTIDADES DO LOG: ESGOTADA A GERACAO  *
072600*    CORRENTE DA TABELA, PASSA A SEGUINTE. LANCAMENTO ALEM DA *
072700*    ULTIMA GERACAO FICA NELA (A CONFERENCIA DA QUANTIDADE    *
072800*    RECUSA O BALANCO DEPOIS).                                *
072900***************************************************************
073000 3020-SITUAR-GERACAO.
073100     IF WS-IDX-GER > WS-QTD-GER
073200         IF WS-QTD-GER > ZERO
073300             MOVE WS-GER-NUM(WS-QTD-GER) TO WS-GERACAO-LANC
073400         ELSE
073500             MOVE WS-GERACAO-CORRENTE TO WS-GERACAO-LANC
073600         END-IF
073700         MOVE "S" TO WS-SW-GER-SITUADA
073800     ELSE
073900         IF WS-POS-GER > WS-GER-QTD(WS-IDX-GER)
074000             SUBTRACT WS-GER-QTD(WS-IDX-GER) FROM WS-POS-GER
074100             ADD 1 TO WS-IDX-GER
074200         ELSE
074300             MOVE WS-GER-NUM(WS-IDX-GER) TO WS-GERACAO-LANC
074400             MOVE "S" TO WS-SW-GER-SITUADA
074500         END-IF
074600     END-IF.
074700 3020-EXIT.
074800     EXIT.
074900 3050-LER-CORRENTE.
075000     READ NOME-JORNAL
075100         AT END
075200             MOVE "S" TO WS-SW-FIM-JORNAL
075300     END-READ
075400     IF NOT WS-FIM-JORNAL
075500         ADD 1 TO WS-CONT-CORRENTES
075600         MOVE WS-CONT-CORRENTES TO WS-POS-LANC
075700         PERFORM 3100-PROCESSAR-LANCAMENTO THRU 3100-EXIT
075800     END-IF.
075900 3050-EXIT.
076000     EXIT.
076100***************************************************************
076200*    3100-PROCESSAR-LANCAMENTO                                *
076300*    GUARDA A IMAGEM DEPOIS DO LANCAMENTO COMO ULTIMA IMAGEM  *
076400*    DO NOME-SEQ E, SE O LANCAMENTO E POSTERIOR AO SALDO      *
076500*    ANTERIOR (GERACAO MAIOR, OU MESMA GERACAO E POSICAO      *
076600*    MAIOR), SOMA-O AO MOVIMENTO DO DIA. IMAGEM DEPOIS SEM    *
076700*    SEQUENCIA NUMERICA E EXCECAO.                            *
076800***************************************************************
076900 3100-PROCESSAR-LANCAMENTO.
077000     IF WS-DATA-PRI-LANC = ZERO
077100         AND JRNL-DATA IS NUMERIC
077200         MOVE JRNL-DATA TO WS-DATA-PRI-LANC
077300     END-IF
077400     MOVE JRNL-IMAGEM-DEPOIS TO WS-IMAGEM
077500     IF WS-IMG-SEQ IS NOT NUMERIC
077600         ADD 1 TO WS-EXC-LANC-INVALIDO
077700         MOVE ZERO TO WS-EXC-SEQ-NUM
077800         MOVE "LANCAMENTO SEM SEQUENCIA NA IMAGEM DEPOIS"
077900             TO WS-EXC-TEXTO
078000         PERFORM 6000-GRAVAR-EXCECAO THRU 6000-EXIT
078100         PERFORM 6200-IMPRIMIR-LANCAMENTO THRU 6200-EXIT
078200         GO TO 3100-EXIT
078300     END-IF
078400     PERFORM 3200-GUARDAR-IMAGEM THRU 3200-EXIT
078500     IF WS-SALDO-ANTERIOR
078600         IF WS-GERACAO-LANC > WS-ANT-GERACAO
078700             OR (WS-GERACAO-LANC = WS-ANT-GERACAO
078800                 AND WS-POS-LANC > WS-ANT-POSICAO)
078900             PERFORM 3300-CONTAR-MOVIMENTO THRU 3300-EXIT
079000         END-IF
079100     END-IF.
079200 3100-EXIT.
079300     EXIT.
079400***************************************************************
079500*    3200-GUARDAR-IMAGEM                                      *
079600*    GRAVA NO ARQUIVO DE TRABALHO A IMAGEM DEPOIS COM A ACAO  *
079700*    E O CARIMBO DO LANCAMENTO; SE O NOME-SEQ JA TEM IMAGEM,  *
079800*    A MAIS NOVA SUBSTITUI A ANTERIOR.                        *
079900***************************************************************
080000 3200-GUARDAR-IMAGEM.
080100     MOVE WS-IMG-SEQ TO TRB-SEQ
080200     MOVE WS-IMAGEM  TO TRB-IMAGEM
080300     MOVE JRNL-ACAO  TO TRB-ACAO
080400     MOVE JRNL-DATA  TO TRB-DATA
080500     MOVE JRNL-HORA  TO TRB-HORA
080600     MOVE "N"        TO TRB-CONFERIDO
080700     WRITE TRB-REGISTRO
080800         INVALID KEY
080900             REWRITE TRB-REGISTRO
081000                 INVALID KEY
081100                     DISPLAY "ERRO AO GRAVAR NOMEBALW - SEQ: "
081200                         TRB-SEQ " STATUS: " WS-STATUS-TRB
081300             END-REWRITE
081400     END-WRITE.
081500 3200-EXIT.
081600     EXIT.
081700***************************************************************
081800*    3300-CONTAR-MOVIMENTO                                    *
081900*    CONTA O LANCAMENTO DO DIA POR CODIGO DE ACAO E APURA O   *
082000*    SEU EFEITO NAS QUANTIDADES: A SITUACAO DA IMAGEM ANTES   *
082100*    SAI DO TOTAL (ATIVO OU CANCELADO) E A DA IMAGEM DEPOIS   *
082200*    ENTRA. INCLUSAO NAO TEM IMAGEM ANTES.                    *
082300***************************************************************
082400 3300-CONTAR-MOVIMENTO.
082500     EVALUATE TRUE
082600         WHEN JRNL-ACAO-INCLUSAO
082700             ADD 1 TO WS-DIA-INCLUSOES
082800         WHEN JRNL-ACAO-ALTERACAO
082900             ADD 1 TO WS-DIA-ALTERACOES
083000         WHEN JRNL-ACAO-CORRECAO
083100             ADD 1 TO WS-DIA-CORRECOES
083120         WHEN JRNL-ACAO-MESCLAGEM
083140             ADD 1 TO WS-DIA-MESCLAGENS
083200         WHEN OTHER
083300             ADD 1 TO WS-DIA-OUTRAS
083400     END-EVALUATE
083500     MOVE JRNL-IMAGEM-ANTES TO WS-IMAGEM
083600     IF WS-IMG-ATIVO
083700         SUBTRACT 1 FROM WS-MOV-ATIVOS
083800     END-IF
083900     IF WS-IMG-CANCELADO
084000         SUBTRACT 1 FROM WS-MOV-CANCELADOS
084100     END-IF
084200     MOVE JRNL-IMAGEM-DEPOIS TO WS-IMAGEM
084300     IF WS-IMG-ATIVO
084400         ADD 1 TO WS-MOV-ATIVOS
084500     END-IF
084600     IF WS-IMG-CANCELADO
084700         ADD 1 TO WS-MOV-CANCELADOS
084800     END-IF.
084900 3300-EXIT.
085000     EXIT.
085100***************************************************************
085200*    4000-CONFERIR-IMAGENS                                    *
085300*    PRIMEIRA CONFERENCIA: PERCORRE O MESTRE PELA CHAVE       *
085400*    PRIMARIA COMPARANDO CADA REGISTRO COM A SUA ULTIMA       *
085500*    IMAGEM NO JORNAL; DEPOIS PERCORRE O ARQUIVO DE TRABALHO  *
085600*    ATRAS DAS IMAGENS SEM REGISTRO NO MESTRE E, POR FIM,     *
085700*    CONTA O HISTORICO PARA A SEGUNDA CONFERENCIA.            *
085800***************************************************************
085900 4000-CONFERIR-IMAGENS.
086000     MOVE SPACES TO LINHA-RELATORIO
086100     MOVE "DIFERENCAS ENTRE O MESTRE E O JORNAL" TO WS-SEC-TEXTO
086200     WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO
086300     MOVE SPACES TO LINHA-RELATORIO
086400     WRITE LINHA-RELATORIO
086500     MOVE LOW-VALUES TO NOME-SEQ
086600     START NOME-MASTER KEY IS NOT LESS THAN NOME-SEQ
086700         INVALID KEY
086800             MOVE "S" TO WS-SW-FIM-ARQUIVO
086900     END-START
087000     PERFORM 4100-LER-MESTRE THRU 4100-EXIT
087100         UNTIL WS-FIM-ARQUIVO
087200     MOVE ZERO TO TRB-SEQ
087300     START BALANCO-TRABALHO KEY IS NOT LESS THAN TRB-SEQ
087400         INVALID KEY
087500             MOVE "S" TO WS-SW-FIM-TRABALHO
087600     END-START
087700     PERFORM 4500-LER-TRABALHO THRU 4500-EXIT
087800         UNTIL WS-FIM-TRABALHO
087900     IF WS-HISTORICO-ABERTO
088000         MOVE ZERO TO HIST-SEQ
088100         START NOME-HISTORICO KEY IS NOT LESS THAN HIST-SEQ
088200             INVALID KEY
088300                 MOVE "S" TO WS-SW-FIM-HISTORICO
088400         END-START
088500         PERFORM 4800-CONTAR-HISTORICO THRU 4800-EXIT
088600             UNTIL WS-FIM-HISTORICO
088700     END-IF.
088800 4000-EXIT.
088900     EXIT.
089000***************************************************************
089100*    4100-LER-MESTRE                                          *
089200*    LE O PROXIMO REGISTRO DO MESTRE, CONTA ATIVOS E          *
089300*    CANCELADOS E PROCURA A ULTIMA IMAGEM DO JORNAL. IMAGEM   *
089400*    ENCONTRADA E MARCADA CONFERIDA; IMAGEM DIFERENTE DO      *
089500*    MESTRE E EXCECAO, IMPRESSA COM AS DUAS VERSOES.          *
089600***************************************************************
089700 4100-LER-MESTRE.
089800     READ NOME-MASTER NEXT RECORD
089900         AT END
090000             MOVE "S" TO WS-SW-FIM-ARQUIVO
090100     END-READ
090200     IF WS-FIM-ARQUIVO
090300         GO TO 4100-EXIT
090400     END-IF
090500     ADD 1 TO WS-CONT-MESTRE
090600     IF NOME-STATUS-ATIVO
090700         ADD 1 TO WS-QTD-ATIVOS
090800     END-IF
090900     IF NOME-STATUS-CANCELADO
091000         ADD 1 TO WS-QTD-CANCELADOS
091100     END-IF
091200     MOVE NOME-SEQ TO TRB-SEQ
091300     READ BALANCO-TRABALHO
091400         INVALID KEY
091500             MOVE "N" TO WS-SW-ACHOU
091600         NOT INVALID KEY
091700             MOVE "S" TO WS-SW-ACHOU
091800     END-READ
091900     IF NOT WS-ACHOU
092000         PERFORM 4200-SEM-LANCAMENTO THRU 4200-EXIT
092100         GO TO 4100-EXIT
092200     END-IF
092300     MOVE "S" TO TRB-CONFERIDO
092400     REWRITE TRB-REGISTRO
092500         INVALID KEY
092600             DISPLAY "ERRO AO REGRAVAR NOMEBALW - SEQ: "
092700                 TRB-SEQ " STATUS: " WS-STATUS-TRB
092800     END-REWRITE
092900     IF TRB-IMAGEM = NOME-REGISTRO
093000         ADD 1 TO WS-CONT-CONFERIDOS
093100     ELSE
093200         ADD 1 TO WS-EXC-IMAGEM
093300         MOVE NOME-SEQ TO WS-EXC-SEQ-NUM
093400         MOVE "MESTRE DIFERE DA ULTIMA IMAGEM DO JORNAL"
093500             TO WS-EXC-TEXTO
093600         PERFORM 6000-GRAVAR-EXCECAO THRU 6000-EXIT
093700         PERFORM 6100-IMPRIMIR-MESTRE THRU 6100-EXIT
093800         PERFORM 6300-IMPRIMIR-TRABALHO THRU 6300-EXIT
093900     END-IF.
094000 4100-EXIT.
094100     EXIT.
094200***************************************************************
094300*    4200-SEM-LANCAMENTO                                      *
094400*    REGISTRO DO MESTRE SEM NENHUM LANCAMENTO NO JORNAL       *
094500*    RETIDO: SE FOI CADASTRADO ANTES DO PRIMEIRO LANCAMENTO   *
094600*    (OU NAO HA JORNAL) E SO CONTADO; CADASTRADO DEPOIS, SUA  *
094700*    INCLUSAO DEVERIA ESTAR NO JORNAL E E EXCECAO.            *
094800***************************************************************
094900 4200-SEM-LANCAMENTO.
095000     IF WS-DATA-PRI-LANC = ZERO
095100         OR NOME-DATA-ENTRADA < WS-DATA-PRI-LANC
095200         ADD 1 TO WS-CONT-ANTERIORES
095300     ELSE
095400         ADD 1 TO WS-EXC-SEM-LANC
095500         MOVE NOME-SEQ TO WS-EXC-SEQ-NUM
095600         MOVE "REGISTRO DO MESTRE SEM LANCAMENTO NO JORNAL"
095700             TO WS-EXC-TEXTO
095800         PERFORM 6000-GRAVAR-EXCECAO THRU 6000-EXIT
095900         PERFORM 6100-IMPRIMIR-MESTRE THRU 6100-EXIT
096000     END-IF.
096100 4200-EXIT.
096200     EXIT.
096300***************************************************************
096400*    4500-LER-TRABALHO                                        *
096500*    PERCORRE AS ULTIMAS IMAGENS QUE NAO FORAM CONFERIDAS     *
096600*    CONTRA O MESTRE. IMAGEM CANCELADA CUJO NOME-SEQ ESTA NO  *
096700*    HISTORICO FOI EXPURGADA PELA REORGANIZACAO E SO E        *
096800*    CONTADA; AS DEMAIS SAO EXCECAO (REGISTRO SUMIU DO MESTRE *
096900*    SEM PASSAR PELO JORNAL).                                 *
097000***************************************************************
097100 4500-LER-TRABALHO.
097200     READ BALANCO-TRABALHO NEXT RECORD
097300         AT END
097400             MOVE "S" TO WS-SW-FIM-TRABALHO
097500     END-READ
097600     IF WS-FIM-TRABALHO OR TRB-JA-CONFERIDO
097700         GO TO 4500-EXIT
097800     END-IF
097900     MOVE TRB-IMAGEM TO WS-IMAGEM
098000     IF WS-IMG-CANCELADO AND WS-HISTORICO-ABERTO
098100         MOVE TRB-SEQ TO HIST-SEQ
098200         READ NOME-HISTORICO
098300             INVALID KEY
098400                 MOVE "N" TO WS-SW-ACHOU
098500             NOT INVALID KEY
098600                 MOVE "S" TO WS-SW-ACHOU
098700         END-READ
098800         IF WS-ACHOU
098900             ADD 1 TO WS-CONT-EXPURGADOS
099000             GO TO 4500-EXIT
099100         END-IF
099200     END-IF
099300     ADD 1 TO WS-EXC-AUSENTE
099400     MOVE TRB-SEQ TO WS-EXC-SEQ-NUM
099500     MOVE "ULTIMA IMAGEM DO JORNAL AUSENTE DO MESTRE"
099600         TO WS-EXC-TEXTO
099700     PERFORM 6000-GRAVAR-EXCECAO THRU 6000-EXIT
099800     PERFORM 6300-IMPRIMIR-TRABALHO THRU 6300-EXIT.
099900 4500-EXIT.
100000     EXIT.
100100 4800-CONTAR-HISTORICO.
100200     READ NOME-HISTORICO NEXT RECORD
100300         AT END
100400             MOVE "S" TO WS-SW-FIM-HISTORICO
100500     END-READ
100600     IF NOT WS-FIM-HISTORICO
100700         ADD 1 TO WS-QTD-HISTORICO
100800     END-IF.
100900 4800-EXIT.
101000     EXIT.
101100***************************************************************
101200*    5000-CONFERIR-CONTAGENS                                  *
101300*    SEGUNDA CONFERENCIA: ATIVOS ESPERADOS = ATIVOS DO SALDO  *
101400*    ANTERIOR MAIS O MOVIMENTO DO DIA; CANCELADOS ESPERADOS = *
101500*    CANCELADOS DO SALDO MAIS O MOVIMENTO MENOS OS EXPURGADOS *
101600*    DESDE O SALDO (CRESCIMENTO DO HISTORICO). CADA           *
101700*    QUANTIDADE DO MESTRE QUE NAO FECHA E EXCECAO. SEM SALDO  *
101800*    ANTERIOR SO O MOTIVO E IMPRESSO.                         *
101900***************************************************************
102000 5000-CONFERIR-CONTAGENS.
102100     MOVE SPACES TO LINHA-RELATORIO
102200     WRITE LINHA-RELATORIO
102300     MOVE "MOVIMENTO DO DIA CONTRA AS QUANTIDADES DO MESTRE"
102400         TO WS-SEC-TEXTO
102500     WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO
102600     MOVE SPACES TO LINHA-RELATORIO
102700     WRITE LINHA-RELATORIO
102800     IF NOT WS-SALDO-ANTERIOR
102900         MOVE SPACES TO LINHA-RELATORIO
103000         STRING "QUANTIDADES NAO CONFERIDAS - "
103100             WS-MOTIVO-SEM-SALDO DELIMITED BY SIZE
103200             INTO LINHA-RELATORIO
103300         END-STRING
103400         WRITE LINHA-RELATORIO
103500         DISPLAY LINHA-RELATORIO
103600         GO TO 5000-EXIT
103700     END-IF
103800     COMPUTE WS-ESP-ATIVOS = WS-ANT-ATIVOS + WS-MOV-ATIVOS
103900     COMPUTE WS-EXPURGOS-DIA = WS-QTD-HISTORICO
104000         - WS-ANT-HISTORICO
104100     COMPUTE WS-ESP-CANCELADOS = WS-ANT-CANCELADOS
104200         + WS-MOV-CANCELADOS - WS-EXPURGOS-DIA
104300     MOVE "CICLO DO SALDO ANTERIOR........:" TO WS-CTL-TEXTO
104400     MOVE WS-ANT-DATA-CICLO TO WS-CTL-VALOR
104500     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
104600     MOVE "LANCAMENTOS DO DIA - INCLUSAO..:" TO WS-CTL-TEXTO
104700     MOVE WS-DIA-INCLUSOES TO WS-CTL-VALOR
104800     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
104900     MOVE "LANCAMENTOS DO DIA - ALTERACAO.:" TO WS-CTL-TEXTO
105000     MOVE WS-DIA-ALTERACOES TO WS-CTL-VALOR
105100     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
105200     MOVE "LANCAMENTOS DO DIA - CORRECAO..:" TO WS-CTL-TEXTO
105300     MOVE WS-DIA-CORRECOES TO WS-CTL-VALOR
105400     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
105420     MOVE "LANCAMENTOS DO DIA - MESCLAGEM.:" TO WS-CTL-TEXTO
105440     MOVE WS-DIA-MESCLAGENS TO WS-CTL-VALOR
105460     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
105500     IF WS-DIA-OUTRAS > ZERO
105600         MOVE "LANCAMENTOS DO DIA - OUTRAS....:" TO WS-CTL-TEXTO
105700         MOVE WS-DIA-OUTRAS TO WS-CTL-VALOR
105800         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
105900     END-IF
106000     MOVE SPACES TO LINHA-RELATORIO
106100     WRITE LINHA-RELATORIO
106200     MOVE "ATIVOS NO SALDO ANTERIOR.......:" TO WS-CTL-TEXTO
106300     MOVE WS-ANT-ATIVOS TO WS-CTL-VALOR
106400     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
106500     MOVE "MOVIMENTO DE ATIVOS NO DIA.....:" TO WS-CTL-TEXTO
106600     MOVE WS-MOV-ATIVOS TO WS-CTL-VALOR
106700     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
106800     MOVE "ATIVOS ESPERADOS...............:" TO WS-CTL-TEXTO
106900     MOVE WS-ESP-ATIVOS TO WS-CTL-VALOR
107000     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
107100     MOVE "ATIVOS NO MESTRE...............:" TO WS-CTL-TEXTO
107200     MOVE WS-QTD-ATIVOS TO WS-CTL-VALOR
107300     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
107400     MOVE SPACES TO LINHA-RELATORIO
107500     WRITE LINHA-RELATORIO
107600     MOVE "CANCELADOS NO SALDO ANTERIOR...:" TO WS-CTL-TEXTO
107700     MOVE WS-ANT-CANCELADOS TO WS-CTL-VALOR
107800     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
107900     MOVE "MOVIMENTO DE CANCELADOS NO DIA.:" TO WS-CTL-TEXTO
108000     MOVE WS-MOV-CANCELADOS TO WS-CTL-VALOR
108100     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
108200     MOVE "EXPURGADOS PARA O HISTORICO....:" TO WS-CTL-TEXTO
108300     MOVE WS-EXPURGOS-DIA TO WS-CTL-VALOR
108400     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
108500     MOVE "CANCELADOS ESPERADOS...........:" TO WS-CTL-TEXTO
108600     MOVE WS-ESP-CANCELADOS TO WS-CTL-VALOR
108700     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
108800     MOVE "CANCELADOS NO MESTRE...........:" TO WS-CTL-TEXTO
108900     MOVE WS-QTD-CANCELADOS TO WS-CTL-VALOR
109000     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
109100     MOVE SPACES TO LINHA-RELATORIO
109200     WRITE LINHA-RELATORIO
109300     IF WS-ESP-ATIVOS NOT = WS-QTD-ATIVOS
109400         ADD 1 TO WS-EXC-CONTAGEM
109500         ADD 1 TO WS-EXC-TOTAL
109600         MOVE "ATIVOS DO MESTRE NAO FECHAM COM O JORNAL"
109700             TO WS-SEC-TEXTO
109800         WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO
109900     END-IF
110000     IF WS-ESP-CANCELADOS NOT = WS-QTD-CANCELADOS
110100         ADD 1 TO WS-EXC-CONTAGEM
110200         ADD 1 TO WS-EXC-TOTAL
110300         MOVE "CANCELADOS DO MESTRE NAO FECHAM COM O JORNAL"
110400             TO WS-SEC-TEXTO
110500         WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO
110600     END-IF.
110700 5000-EXIT.
110800     EXIT.
110900***************************************************************
111000*    6000-GRAVAR-EXCECAO                                      *
111100*    GRAVA NO RELATORIO A LINHA DE EXCECAO COM A SEQUENCIA E  *
111200*    O TEXTO JA MONTADOS E SOMA O TOTAL DE EXCECOES. AS       *
111300*    LINHAS 6100/6200/6300 MOSTRAM ABAIXO A IMAGEM DO MESTRE, *
111400*    DO LANCAMENTO OU A ULTIMA IMAGEM DO JORNAL.              *
111500***************************************************************
111600 6000-GRAVAR-EXCECAO.
111700     ADD 1 TO WS-EXC-TOTAL
111800     WRITE LINHA-RELATORIO FROM WS-LINHA-EXCECAO.
111900 6000-EXIT.
112000     EXIT.
112100 6100-IMPRIMIR-MESTRE.
112200     MOVE "MESTRE: "    TO WS-LIN-ORIGEM
112300     MOVE NOME-NOME     TO WS-LIN-NOME
112400     MOVE NOME-STATUS   TO WS-LIN-STATUS
112500     MOVE SPACES        TO WS-LIN-ACAO
112600     MOVE SPACES        TO WS-LIN-DATA
112700     WRITE LINHA-RELATORIO FROM WS-LINHA-IMAGEM.
112800 6100-EXIT.
112900     EXIT.
113000 6200-IMPRIMIR-LANCAMENTO.
113100     MOVE "JORNAL: "    TO WS-LIN-ORIGEM
113200     MOVE WS-IMG-NOME   TO WS-LIN-NOME
113300     MOVE WS-IMG-STATUS TO WS-LIN-STATUS
113400     MOVE JRNL-ACAO     TO WS-LIN-ACAO
113500     MOVE SPACES        TO WS-LIN-DATA
113600     STRING JRNL-DATA(1:4) "/" JRNL-DATA(5:2) "/"
113700         JRNL-DATA(7:2) DELIMITED BY SIZE INTO WS-LIN-DATA
113800     END-STRING
113900     WRITE LINHA-RELATORIO FROM WS-LINHA-IMAGEM.
114000 6200-EXIT.
114100     EXIT.
114200 6300-IMPRIMIR-TRABALHO.
114300     MOVE TRB-IMAGEM    TO WS-IMAGEM
114400     MOVE "JORNAL: "    TO WS-LIN-ORIGEM
114500     MOVE WS-IMG-NOME   TO WS-LIN-NOME
114600     MOVE WS-IMG-STATUS TO WS-LIN-STATUS
114700     MOVE TRB-ACAO      TO WS-LIN-ACAO
114800     MOVE SPACES        TO WS-LIN-DATA
114900     STRING TRB-DATA(1:4) "/" TRB-DATA(5:2) "/"
115000         TRB-DATA(7:2) DELIMITED BY SIZE INTO WS-LIN-DATA
115100     END-STRING
115200     WRITE LINHA-RELATORIO FROM WS-LINHA-IMAGEM.
115300 6300-EXIT.
115400     EXIT.
115500***************************************************************
115600*    7000-IMPRIMIR-TOTAIS                                     *
115700*    IMPRIME OS TOTAIS DE CONTROLE DA LEITURA DO JORNAL E DA  *
115800*    CONFERENCIA DAS IMAGENS E O TOTAL DE EXCECOES.           *
115900***************************************************************
116000 7000-IMPRIMIR-TOTAIS.
116100     MOVE SPACES TO LINHA-RELATORIO
116200     WRITE LINHA-RELATORIO
116300     MOVE "TOTAIS DE CONTROLE" TO WS-SEC-TEXTO
116400     WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO
116500     MOVE SPACES TO LINHA-RELATORIO
116600     WRITE LINHA-RELATORIO
116700     MOVE "GERACOES RETIDAS NO JRNLGCTL...:" TO WS-CTL-TEXTO
116800     MOVE WS-QTD-GER TO WS-CTL-VALOR
116900     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
117000     MOVE "LANCAMENTOS ARQUIVADOS LIDOS...:" TO WS-CTL-TEXTO
117100     MOVE WS-CONT-ARQUIVADOS TO WS-CTL-VALOR
117200     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
117300     MOVE "LANCAMENTOS CORRENTES LIDOS....:" TO WS-CTL-TEXTO
117400     MOVE WS-CONT-CORRENTES TO WS-CTL-VALOR
117500     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
117600     MOVE "REGISTROS DO MESTRE LIDOS......:" TO WS-CTL-TEXTO
117700     MOVE WS-CONT-MESTRE TO WS-CTL-VALOR
117800     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
117900     MOVE "IGUAIS A ULTIMA IMAGEM.........:" TO WS-CTL-TEXTO
118000     MOVE WS-CONT-CONFERIDOS TO WS-CTL-VALOR
118100     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
118200     MOVE "ANTERIORES AO JORNAL RETIDO....:" TO WS-CTL-TEXTO
118300     MOVE WS-CONT-ANTERIORES TO WS-CTL-VALOR
118400     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
118500     MOVE "EXPURGADOS (NO NOMEHIST).......:" TO WS-CTL-TEXTO
118600     MOVE WS-CONT-EXPURGADOS TO WS-CTL-VALOR
118700     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
118800     MOVE "LANCAMENTOS INVALIDOS..........:" TO WS-CTL-TEXTO
118900     MOVE WS-EXC-LANC-INVALIDO TO WS-CTL-VALOR
119000     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
119100     MOVE "DIFERENCAS DE IMAGEM...........:" TO WS-CTL-TEXTO
119200     MOVE WS-EXC-IMAGEM TO WS-CTL-VALOR
119300     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
119400     MOVE "SEM LANCAMENTO NO JORNAL.......:" TO WS-CTL-TEXTO
119500     MOVE WS-EXC-SEM-LANC TO WS-CTL-VALOR
119600     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
119700     MOVE "AUSENTES DO MESTRE.............:" TO WS-CTL-TEXTO
119800     MOVE WS-EXC-AUSENTE TO WS-CTL-VALOR
119900     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
120000     MOVE "QUANTIDADES FORA DE BALANCO....:" TO WS-CTL-TEXTO
120100     MOVE WS-EXC-CONTAGEM TO WS-CTL-VALOR
120200     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
120300     MOVE "TOTAL DE EXCECOES..............:" TO WS-CTL-TEXTO
120400     MOVE WS-EXC-TOTAL TO WS-CTL-VALOR
120500     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE.
120600 7000-EXIT.
120700     EXIT.
120800***************************************************************
120900*    7500-GRAVAR-SALDO                                        *
121000*    BALANCO SEM EXCECOES: REGRAVA O SALDO NOMEBALC COM A     *
121100*    POSICAO DO JORNAL ATE ONDE FOI LIDO E AS QUANTIDADES     *
121200*    ATUAIS. COM EXCECOES O SALDO ANTERIOR E MANTIDO, PARA    *
121300*    QUE O BALANCO SEGUINTE CONFIRA O MOVIMENTO ACUMULADO.    *
121400***************************************************************
121500 7500-GRAVAR-SALDO.
121600     MOVE SPACES TO LINHA-RELATORIO
121700     WRITE LINHA-RELATORIO
121800     IF WS-EXC-TOTAL > ZERO
121900         MOVE "SALDO NAO ATUALIZADO - BALANCO COM DIFERENCAS"
122000             TO LINHA-RELATORIO
122100         WRITE LINHA-RELATORIO
122200         GO TO 7500-EXIT
122300     END-IF
122400     ACCEPT WS-HORA-SISTEMA FROM TIME
122500     OPEN OUTPUT BALANCO-SALDO
122600     MOVE WS-CICLO-DATA        TO BAL-DATA-CICLO
122700     MOVE WS-DATA-SISTEMA      TO BAL-DATA
122800     MOVE WS-HORA-HHMMSS       TO BAL-HORA
122900     MOVE WS-GERACAO-CORRENTE  TO BAL-GERACAO
123000     MOVE WS-CONT-CORRENTES    TO BAL-POSICAO
123100     MOVE WS-QTD-ATIVOS        TO BAL-QTD-ATIVOS
123200     MOVE WS-QTD-CANCELADOS    TO BAL-QTD-CANCELADOS
123300     MOVE WS-QTD-HISTORICO     TO BAL-QTD-HISTORICO
123400     WRITE BAL-REGISTRO
123500     IF WS-STATUS-BAL NOT = "00"
123600         DISPLAY "ERRO AO GRAVAR SALDO NOMEBALC: " WS-STATUS-BAL
123700         MOVE "ERRO AO GRAVAR O SALDO NOMEBALC" TO LINHA-RELATORIO
123800         MOVE 8 TO RETURN-CODE
123900     ELSE
124000         MOVE "SALDO DO BALANCO ATUALIZADO" TO LINHA-RELATORIO
124100     END-IF
124200     WRITE LINHA-RELATORIO
124300     CLOSE BALANCO-SALDO.
124400 7500-EXIT.
124500     EXIT.
124600***************************************************************
124700*    8000-REGISTRAR-CICLO                                     *
124800*    ACRESCENTA AO CONTROLE DO CICLO NOTURNO (CICLOCTL) UM    *
124900*    REGISTRO DO EVENTO CORRENTE (INICIO OU FIM) COM A DATA   *
125000*    DO CICLO, O RETURN-CODE E OS TOTAIS DO BALANCO, PARA O   *
125100*    INTERTRAVAMENTO DA CADEIA E O RELATORIO DE OPERACAO.     *
125200***************************************************************
125300 8000-REGISTRAR-CICLO.
125400     ACCEPT WS-HORA-SISTEMA FROM TIME
125500     OPEN EXTEND CICLO-CONTROLE
125600     IF WS-STATUS-CIC = "35"
125700         OPEN OUTPUT CICLO-CONTROLE
125800         CLOSE CICLO-CONTROLE
125900         OPEN EXTEND CICLO-CONTROLE
126000     END-IF
126100     MOVE WS-CICLO-DATA   TO CIC-DATA-CICLO
126200     MOVE "TESTCOBL"      TO CIC-PROGRAMA
126300     MOVE WS-CIC-EVENTO   TO CIC-EVENTO
126400     MOVE RETURN-CODE     TO CIC-RC
126500     MOVE WS-CIC-LIDOS    TO CIC-LIDOS
126600     MOVE WS-CIC-GRAVADOS TO CIC-GRAVADOS
126700     MOVE WS-DATA-SISTEMA TO CIC-DATA
126800     MOVE WS-HORA-HHMMSS  TO CIC-HORA
126900     WRITE CIC-REGISTRO
127000     IF WS-STATUS-CIC NOT = "00"
127100         DISPLAY "ERRO AO GRAVAR CONTROLE DO CICLO: "
127200             WS-STATUS-CIC
127300     END-IF
127400     CLOSE CICLO-CONTROLE.
127500 8000-EXIT.
127600     EXIT.
127700***************************************************************
127800*    9000-FINALIZAR                                           *
127900*    FECHA OS ARQUIVOS, LIBERA A TRAVA, EXIBE O RESUMO NO LOG *
128000*    E DEVOLVE RETURN-CODE 8 SE O BALANCO NAO FECHOU OU NAO   *
128100*    PODE SER FEITO. REGISTRA O FIM NO CICLOCTL.              *
128200***************************************************************
128300 9000-FINALIZAR.
128400     IF WS-ARQUIVOS-ABERTOS
128500         CLOSE NOME-MASTER
128600         CLOSE BALANCO-TRABALHO
128700         IF WS-HISTORICO-ABERTO
128800             CLOSE NOME-HISTORICO
128900         END-IF
129000     END-IF
129100     IF WS-TRAVA-TOMADA
129200         CLOSE RELATORIO
129300         PERFORM 1280-LIBERAR-TRAVA THRU 1280-EXIT
129400     END-IF
129500     IF WS-PROSSEGUIR
129600         DISPLAY "REGISTROS DO MESTRE..: " WS-CONT-MESTRE
129700         DISPLAY "LANCAMENTOS LIDOS....: " WS-CONT-ARQUIVADOS
129800             " ARQUIVADOS " WS-CONT-CORRENTES " CORRENTES"
129900         DISPLAY "TOTAL DE EXCECOES....: " WS-EXC-TOTAL
130000         IF WS-EXC-TOTAL > ZERO
130100             MOVE 8 TO RETURN-CODE
130200             DISPLAY "MESTRE E JORNAL FORA DE BALANCO - EXTRATO "
130300                 "DEVE SER SUSTADO"
130400         ELSE
130500             DISPLAY "MESTRE E JORNAL EM BALANCO"
130600         END-IF
130700     END-IF
130800     MOVE WS-CONT-MESTRE TO WS-CIC-LIDOS
130900     MOVE WS-EXC-TOTAL   TO WS-CIC-GRAVADOS
131000     MOVE "F" TO WS-CIC-EVENTO
131100     PERFORM 8000-REGISTRAR-CICLO THRU 8000-EXIT.
131200 9000-EXIT.
131300     EXIT.
