000100***************************************************************
000200*                                                             *
000300*    PROGRAMA   : TESTCOBQ                                    *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    INSTALACAO : ESTUDOS COBOL                                *
000600*    DATA ESCRITA: 2026-10-15                                 *
000700*                                                             *
000800*    DESCRICAO  : RESUMO DA OPERACAO PARA A EQUIPE DA MANHA,  *
000900*    MONTADO SO COM OS ARQUIVOS DE CONTROLE, NUMA PAGINA      *
001000*    (NOMEQRPT). CADA ITEM SAI COM A SITUACAO VERDE OU        *
001100*    VERMELHO: 1 - CADEIA NOTURNA (CICLOCTL): FIM, RC E       *
001200*    QUANTIDADES DE CADA PASSO NA DATA DO CICLO; 2 - SUSPENSO *
001300*    NOMEREJ POR CODIGO DE MOTIVO; 3 - GERACOES DO EXTRATO E  *
001400*    DO FLUXO (NOMECSVG) SEM CONFIRMACAO NO NOMEACK ALEM DO   *
001500*    CICLO, OU COM QUANTIDADE DIVERGENTE; 4 - GERACOES DO     *
001600*    JORNAL (JRNLGCTL) EXPIRADAS NO ULTIMO CORTE, A           *
001700*    DESCARTAR; 5 - TRAVA DO MESTRE (NOMETRVA) AINDA TOMADA,  *
001800*    COM A ORIGEM E A IDADE; 6 - OPERADORES SUSPENSOS NO      *
001900*    OPERMAST; 7 - CONTROLE DE SEQUENCIA NOMESEQC CONTRA A    *
002000*    MAIOR NOME-SEQ DO MESTRE, COM A DATA DA ULTIMA GRAVACAO. *
002100*    A DATA DO CICLO VEM DO CARTAO CICLOPRM; SEM CARTAO VALE  *
002200*    O CICLO MAIS RECENTE REGISTRADO NO CICLOCTL. SO LE       *
002300*    ARQUIVOS E NAO ENTRA NA CADEIA. COM QUALQUER ITEM        *
002400*    VERMELHO O JOB TERMINA COM RC 8.                         *
002500*                                                             *
002600*    HISTORICO DE ALTERACOES                                 *
002700*    DATA       AUTOR   DESCRICAO                             *
002800*    ---------- ------- -------------------------------------*
002900*    2026-10-15 JPO     CRIACAO DO RESUMO DA OPERACAO DA      *
003000*                       MANHA.                                *
003020*    2026-10-15 JPO     PASSO DE VALIDADE (TESTCOBT) NA       *
003040*                       CADEIA NOTURNA, APOS A CARGA; MOTIVO  *
003060*                       V (VALIDADE INVALIDA) NO SUSPENSO.    *
003100***************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. TESTCOBQ.
003400 AUTHOR. J. OLIVEIRA.
003500 INSTALLATION. ESTUDOS COBOL.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED. 2026-10-15.
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. LINUX.
004100 OBJECT-COMPUTER. LINUX.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CICLO-CONTROLE ASSIGN TO "CICLOCTL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-STATUS-CIC.
004700     SELECT CICLO-PARAM ASSIGN TO "CICLOPRM"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STATUS-CPR.
005000     SELECT NOME-REJEITOS ASSIGN TO "NOMEREJ"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-STATUS-REJ.
005300     SELECT NOME-GERLOG ASSIGN TO "NOMECSVG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-STATUS-GER.
005600     SELECT NOME-ACK ASSIGN TO "NOMEACK"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-STATUS-ACK.
005900     SELECT JRNL-GERLOG ASSIGN TO "JRNLGCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-STATUS-JGR.
006200     SELECT NOME-TRAVA ASSIGN TO "NOMETRVA"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-STATUS-TRV.
006500     SELECT OPER-MASTER ASSIGN TO "OPERMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS OPER-ID
006900         FILE STATUS IS WS-STATUS-OPE.
007000     SELECT NOME-SEQCTL ASSIGN TO "NOMESEQC"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-STATUS-SEQ.
007300     SELECT NOME-MASTER ASSIGN TO "NOMEMAST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS SEQUENTIAL
007600         RECORD KEY IS NOME-SEQ
007700         ALTERNATE RECORD KEY IS NOME-NOME WITH DUPLICATES
007800         FILE STATUS IS WS-STATUS-ARQ.
007900     SELECT RELATORIO ASSIGN TO "NOMEQRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-STATUS-RPT.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CICLO-CONTROLE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY "ciclorec.cpy".
008700 FD  CICLO-PARAM
008800     LABEL RECORDS ARE STANDARD.
008900 01  CPRM-CARTAO                     PIC X(08).
009000 FD  NOME-REJEITOS
009100     LABEL RECORDS ARE STANDARD.
009200 COPY "nomerej.cpy".
009300 FD  NOME-GERLOG
009400     LABEL RECORDS ARE STANDARD.
009500 COPY "nomeger.cpy".
009600 FD  NOME-ACK
009700     LABEL RECORDS ARE STANDARD.
009800 01  ACK-REGISTRO.
009900     05  ACK-GERACAO                 PIC 9(06).
010000     05  FILLER                      PIC X(01).
010100     05  ACK-QTD-ACEITA              PIC 9(06).
010200 FD  JRNL-GERLOG
010300     LABEL RECORDS ARE STANDARD.
010400 COPY "jrnlger.cpy".
010500 FD  NOME-TRAVA
010600     LABEL RECORDS ARE STANDARD.
010700 COPY "nometrv.cpy".
010800 FD  OPER-MASTER
010900     LABEL RECORDS ARE STANDARD.
011000 COPY "operrec.cpy".
011100 FD  NOME-SEQCTL
011200     LABEL RECORDS ARE STANDARD.
011300 COPY "nomeseq.cpy".
011400 FD  NOME-MASTER
011500     LABEL RECORDS ARE STANDARD.
011600 COPY "nomerec.cpy".
011700 FD  RELATORIO
011800     LABEL RECORDS ARE STANDARD.
011900 01  LINHA-RELATORIO                 PIC X(80).
012000 WORKING-STORAGE SECTION.
012100 77  WS-STATUS-CIC               PIC X(02).
012200 77  WS-STATUS-CPR               PIC X(02).
012300 77  WS-STATUS-REJ               PIC X(02).
012400 77  WS-STATUS-GER               PIC X(02).
012500 77  WS-STATUS-ACK               PIC X(02).
012600 77  WS-STATUS-JGR               PIC X(02).
012700 77  WS-STATUS-TRV               PIC X(02).
012800 77  WS-STATUS-OPE               PIC X(02).
012900 77  WS-STATUS-SEQ               PIC X(02).
013000 77  WS-STATUS-ARQ               PIC X(02).
013100 77  WS-STATUS-RPT               PIC X(02).
013200 77  WS-CICLO-DATA               PIC 9(08) VALUE ZERO.
013300 77  WS-DATA-SISTEMA             PIC 9(08).
013400 77  WS-SW-CARTAO-CICLO          PIC X(01) VALUE "N".
013500     88  WS-CARTAO-CICLO         VALUE "S".
013600 77  WS-SW-FIM-CICLO             PIC X(01) VALUE "N".
013700     88  WS-FIM-CICLO            VALUE "S".
013800 77  WS-SW-FIM-REJ               PIC X(01) VALUE "N".
013900     88  WS-FIM-REJ              VALUE "S".
014000 77  WS-SW-FIM-GERLOG            PIC X(01) VALUE "N".
014100     88  WS-FIM-GERLOG           VALUE "S".
014200 77  WS-SW-FIM-ACK               PIC X(01) VALUE "N".
014300     88  WS-FIM-ACK              VALUE "S".
014400 77  WS-SW-ACK-ACHADO            PIC X(01) VALUE "N".
014500     88  WS-ACK-ACHADO           VALUE "S".
014600 77  WS-SW-FIM-JGR               PIC X(01) VALUE "N".
014700     88  WS-FIM-JGR              VALUE "S".
014800 77  WS-SW-FIM-OPER              PIC X(01) VALUE "N".
014900     88  WS-FIM-OPER             VALUE "S".
015000 77  WS-SW-FIM-MESTRE            PIC X(01) VALUE "N".
015100     88  WS-FIM-MESTRE           VALUE "S".
015200 77  WS-SW-ITEM-VERMELHO         PIC X(01) VALUE "N".
015300     88  WS-ITEM-VERMELHO        VALUE "S".
015400 77  WS-IDX                      PIC 9(04) COMP VALUE ZERO.
015500 77  WS-IDX-PASSO                PIC 9(04) COMP VALUE ZERO.
015600 77  WS-IDX-ACHADO               PIC 9(04) COMP VALUE ZERO.
015700 77  WS-IDX-ITEM                 PIC 9(04) COMP VALUE ZERO.
015800 77  WS-QTD-PASSOS               PIC 9(04) COMP VALUE 7.
015900 77  WS-QTD-ITENS                PIC 9(04) COMP VALUE 7.
016000 77  WS-QTD-ACKS                 PIC 9(04) COMP VALUE ZERO.
016100 77  WS-MAX-ACKS                 PIC 9(04) COMP VALUE 200.
016200 77  WS-MAX-LISTA                PIC 9(04) COMP VALUE 5.
016300 77  WS-QTD-LISTADOS             PIC 9(04) COMP VALUE ZERO.
016400 77  WS-CONT-NAO-LISTADOS        PIC 9(06) VALUE ZERO.
016500 77  WS-CONT-VERMELHOS           PIC 9(06) VALUE ZERO.
016600 77  WS-CONT-REJ-TOTAL           PIC 9(06) VALUE ZERO.
016700 77  WS-CONT-REJ-I               PIC 9(06) VALUE ZERO.
016800 77  WS-CONT-REJ-D               PIC 9(06) VALUE ZERO.
016900 77  WS-CONT-REJ-E               PIC 9(06) VALUE ZERO.
017000 77  WS-CONT-REJ-T               PIC 9(06) VALUE ZERO.
017100 77  WS-CONT-REJ-N               PIC 9(06) VALUE ZERO.
017200 77  WS-CONT-REJ-J               PIC 9(06) VALUE ZERO.
017250 77  WS-CONT-REJ-V               PIC 9(06) VALUE ZERO.
017300 77  WS-CONT-REJ-OUTROS          PIC 9(06) VALUE ZERO.
017400 77  WS-CONT-GERACOES            PIC 9(06) VALUE ZERO.
017500 77  WS-CONT-CONFIRMADAS         PIC 9(06) VALUE ZERO.
017600 77  WS-CONT-AGUARDANDO          PIC 9(06) VALUE ZERO.
017700 77  WS-CONT-ATRASADAS           PIC 9(06) VALUE ZERO.
017800 77  WS-CONT-DIVERGENTES         PIC 9(06) VALUE ZERO.
017900 77  WS-CONT-JGR-TOTAL           PIC 9(06) VALUE ZERO.
018000 77  WS-CONT-JGR-RETIDAS         PIC 9(06) VALUE ZERO.
018100 77  WS-CONT-JGR-EXPIRADAS       PIC 9(06) VALUE ZERO.
018200 77  WS-CONT-JGR-DESCARTAR       PIC 9(06) VALUE ZERO.
018300 77  WS-CORTE-ULTIMO             PIC 9(08) VALUE ZERO.
018400 77  WS-CORTE-ANTERIOR           PIC 9(08) VALUE ZERO.
018500 77  WS-RETENCAO-ANOS            PIC 9(02) VALUE 5.
018600 77  WS-CONT-OPERADORES          PIC 9(06) VALUE ZERO.
018700 77  WS-CONT-SUSPENSOS           PIC 9(06) VALUE ZERO.
018800 77  WS-CONT-MESTRE              PIC 9(06) VALUE ZERO.
018900 77  WS-MAIOR-SEQ                PIC 9(06) VALUE ZERO.
019000 77  WS-DIA-SISTEMA              PIC 9(08) VALUE ZERO.
019100 77  WS-DIAS-TRAVA               PIC S9(08) VALUE ZERO.
019200 77  WS-MIN-TRAVA                PIC S9(08) VALUE ZERO.
019300 77  WS-IDADE-HORAS              PIC 9(06) VALUE ZERO.
019400 77  WS-IDADE-MINUTOS            PIC 9(02) VALUE ZERO.
019500 01  WS-HORA-SISTEMA.
019600     05  WS-HORA-HHMMSS          PIC 9(06).
019700     05  FILLER                  PIC 9(02).
019800 01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
019900     05  WS-HS-HH                PIC 9(02).
020000     05  WS-HS-MM                PIC 9(02).
020100     05  FILLER                  PIC 9(04).
020200 01  WS-HORA-TRAVA               PIC 9(06).
020300 01  WS-HORA-TRAVA-R REDEFINES WS-HORA-TRAVA.
020400     05  WS-HT-HH                PIC 9(02).
020500     05  WS-HT-MM                PIC 9(02).
020600     05  WS-HT-SS                PIC 9(02).
020700 01  WS-LIMITE-ULTIMO            PIC 9(08).
020800 01  WS-LIMITE-ULTIMO-R REDEFINES WS-LIMITE-ULTIMO.
020900     05  WS-LIU-AAAA             PIC 9(04).
021000     05  FILLER                  PIC 9(04).
021100 01  WS-LIMITE-ANTERIOR          PIC 9(08).
021200 01  WS-LIMITE-ANTERIOR-R REDEFINES WS-LIMITE-ANTERIOR.
021300     05  WS-LIA-AAAA             PIC 9(04).
021400     05  FILLER                  PIC 9(04).
021500 01  WS-TAB-CADEIA-VALORES.
021600     05  FILLER                  PIC X(08) VALUE "TESTCOBV".
021700     05  FILLER                  PIC X(08) VALUE "TESTCOBB".
021750     05  FILLER                  PIC X(08) VALUE "TESTCOBT".
021800     05  FILLER                  PIC X(08) VALUE "TESTCOBR".
021900     05  FILLER                  PIC X(08) VALUE "TESTCOBM".
022000     05  FILLER                  PIC X(08) VALUE "TESTCOBL".
022100     05  FILLER                  PIC X(08) VALUE "TESTCOBX".
022200 01  WS-TAB-CADEIA REDEFINES WS-TAB-CADEIA-VALORES.
022300     05  WS-CAD-PROGRAMA         PIC X(08) OCCURS 7 TIMES.
022400 01  WS-TAB-PASSOS.
022500     05  WS-PAS-ENT              OCCURS 7 TIMES.
022600         10  WS-PAS-EVENTO       PIC X(01).
022700         10  WS-PAS-RC           PIC 9(02).
022800         10  WS-PAS-LIDOS        PIC 9(08).
022900         10  WS-PAS-GRAVADOS     PIC 9(08).
023000 01  WS-TAB-ITENS-VALORES.
023100     05  FILLER                  PIC X(40) VALUE
023200         "CADEIA NOTURNA (CICLOCTL)".
023300     05  FILLER                  PIC X(40) VALUE
023400         "SUSPENSO DA CARGA (NOMEREJ)".
023500     05  FILLER                  PIC X(40) VALUE
023600         "CONFIRMACOES DO EXTRATO (NOMEACK)".
023700     05  FILLER                  PIC X(40) VALUE
023800         "DESCARTE DO JORNAL (JRNLGCTL)".
023900     05  FILLER                  PIC X(40) VALUE
024000         "TRAVA DO MESTRE (NOMETRVA)".
024100     05  FILLER                  PIC X(40) VALUE
024200         "OPERADORES SUSPENSOS (OPERMAST)".
024300     05  FILLER                  PIC X(40) VALUE
024400         "CONTROLE DE SEQUENCIA (NOMESEQC)".
024500 01  WS-TAB-ITENS REDEFINES WS-TAB-ITENS-VALORES.
024600     05  WS-ITEM-TITULO          PIC X(40) OCCURS 7 TIMES.
024700 01  WS-TAB-SITUACOES.
024800     05  WS-ITEM-SITUACAO        PIC X(08) OCCURS 7 TIMES.
024900 01  WS-TAB-ACKS.
025000     05  WS-ACK-ENT              OCCURS 200 TIMES.
025100         10  WS-ACK-GER          PIC 9(06).
025200         10  WS-ACK-QTD          PIC 9(06).
025300         10  WS-ACK-USADO        PIC X(01).
025400 01  WS-LINHA-TITULO.
025500     05  FILLER                  PIC X(33) VALUE
025600         "TESTCOBQ - RESUMO DA OPERACAO   ".
025700     05  FILLER                  PIC X(07) VALUE "CICLO: ".
025800     05  WS-TIT-CICLO            PIC 9999/99/99.
025900     05  FILLER                  PIC X(08) VALUE "  EMIS: ".
026000     05  WS-TIT-DATA             PIC 9999/99/99.
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  WS-TIT-HORA             PIC 9(06).
026300 01  WS-LINHA-ITEM.
026400     05  WS-ITE-NUM              PIC 9(01).
026500     05  FILLER                  PIC X(02) VALUE ". ".
026600     05  WS-ITE-TITULO           PIC X(40).
026700 01  WS-LINHA-SITUACAO.
026800     05  FILLER                  PIC X(05) VALUE SPACES.
026900     05  FILLER                  PIC X(13) VALUE "=> SITUACAO: ".
027000     05  WS-SIT-TEXTO            PIC X(08).
027100 01  WS-LINHA-PASSO.
027200     05  FILLER                  PIC X(05) VALUE SPACES.
027300     05  WS-PAS-PROGRAMA         PIC X(08).
027400     05  FILLER                  PIC X(02) VALUE SPACES.
027500     05  WS-PAS-SITUACAO         PIC X(14).
027600     05  FILLER                  PIC X(05) VALUE " RC: ".
027700     05  WS-PAS-RC-ED            PIC X(02).
027800     05  FILLER                  PIC X(08) VALUE " LIDOS: ".
027900     05  WS-PAS-LIDOS-ED         PIC ZZZZZZZ9.
028000     05  FILLER                  PIC X(11) VALUE " GRAVADOS: ".
028100     05  WS-PAS-GRAVADOS-ED      PIC ZZZZZZZ9.
028200 01  WS-LINHA-CONTROLE.
028300     05  FILLER                  PIC X(05) VALUE SPACES.
028400     05  WS-CTL-TEXTO            PIC X(30).
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  WS-CTL-VALOR            PIC ZZZZZ9.
028700 01  WS-LINHA-DATA.
028800     05  FILLER                  PIC X(05) VALUE SPACES.
028900     05  WS-DAT-TEXTO            PIC X(30).
029000     05  FILLER                  PIC X(01) VALUE SPACE.
029100     05  WS-DAT-DATA             PIC 9999/99/99.
029200     05  FILLER                  PIC X(01) VALUE SPACE.
029300     05  WS-DAT-HORA             PIC 9(06).
029400     05  WS-DAT-HORA-X REDEFINES WS-DAT-HORA
029500                                 PIC X(06).
029600 01  WS-LINHA-GERACAO.
029700     05  FILLER                  PIC X(05) VALUE SPACES.
029800     05  FILLER                  PIC X(09) VALUE "GERACAO: ".
029900     05  WS-GLN-GERACAO          PIC 9(06).
030000     05  FILLER                  PIC X(02) VALUE SPACES.
030100     05  WS-GLN-DATA             PIC 9999/99/99.
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  WS-GLN-TEXTO            PIC X(40).
030400 01  WS-LINHA-OPERADOR.
030500     05  FILLER                  PIC X(05) VALUE SPACES.
030600     05  WS-OPL-ID               PIC X(08).
030700     05  FILLER                  PIC X(02) VALUE SPACES.
030800     05  WS-OPL-NOME             PIC X(30).
030900 01  WS-LINHA-IDADE.
031000     05  FILLER                  PIC X(05) VALUE SPACES.
031100     05  FILLER                  PIC X(31) VALUE
031200         "IDADE DA TRAVA...............:".
031300     05  WS-IDA-HORAS            PIC ZZZZZ9.
031400     05  FILLER                  PIC X(03) VALUE " H ".
031500     05  WS-IDA-MINUTOS          PIC 99.
031600     05  FILLER                  PIC X(04) VALUE " MIN".
031700 01  WS-LINHA-TEXTO.
031800     05  FILLER                  PIC X(05) VALUE SPACES.
031900     05  WS-TXT-TEXTO            PIC X(70).
032000 01  WS-LINHA-QUADRO.
032100     05  FILLER                  PIC X(05) VALUE SPACES.
032200     05  WS-QDR-NUM              PIC 9(01).
032300     05  FILLER                  PIC X(02) VALUE ". ".
032400     05  WS-QDR-TITULO           PIC X(42).
032500     05  WS-QDR-SITUACAO         PIC X(08).
032600 01  WS-LINHA-RESULTADO.
032700     05  WS-RES-TEXTO            PIC X(60).
032800 PROCEDURE DIVISION.
032900***************************************************************
033000*    0000-MAINLINE                                            *
033100*    OBTEM A DATA DO CICLO, VERIFICA OS SETE ITENS NA ORDEM,  *
033200*    CADA UM FECHADO COM A SUA SITUACAO, E TERMINA COM O      *
033300*    QUADRO RESUMO. QUALQUER ITEM VERMELHO ENCERRA COM        *
033400*    RETURN-CODE 8.                                           *
033500***************************************************************
033600 0000-MAINLINE.
033700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
033800     PERFORM 2000-VERIFICAR-CADEIA THRU 2000-EXIT
033900     PERFORM 3000-VERIFICAR-SUSPENSO THRU 3000-EXIT
034000     PERFORM 4000-VERIFICAR-EXTRATO THRU 4000-EXIT
034100     PERFORM 5000-VERIFICAR-JORNAL THRU 5000-EXIT
034200     PERFORM 6000-VERIFICAR-TRAVA THRU 6000-EXIT
034300     PERFORM 6500-VERIFICAR-OPERADORES THRU 6500-EXIT
034400     PERFORM 7000-VERIFICAR-SEQUENCIA THRU 7000-EXIT
034500     PERFORM 8500-IMPRIMIR-QUADRO THRU 8500-EXIT
034600     PERFORM 9000-FINALIZAR THRU 9000-EXIT
034700     STOP RUN.
034800 0000-MAINLINE-EXIT.
034900     EXIT.
035000***************************************************************
035100*    1000-INICIALIZAR                                         *
035200*    OBTEM DATA E HORA DO SISTEMA E A DATA DO CICLO, ABRE O   *
035300*    RELATORIO E IMPRIME O TITULO.                            *
035400***************************************************************
035500 1000-INICIALIZAR.
035600     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
035700     ACCEPT WS-HORA-SISTEMA FROM TIME
035800     COMPUTE WS-DIA-SISTEMA =
035900         FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
036000     PERFORM 1010-OBTER-DATA-CICLO THRU 1010-EXIT
036100     IF NOT WS-CARTAO-CICLO
036200         PERFORM 1020-PROCURAR-ULTIMO-CICLO THRU 1020-EXIT
036300     END-IF
036400     DISPLAY "DATA DO CICLO: " WS-CICLO-DATA
036500     OPEN OUTPUT RELATORIO
036600     MOVE WS-CICLO-DATA   TO WS-TIT-CICLO
036700     MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
036800     MOVE WS-HORA-HHMMSS  TO WS-TIT-HORA
036900     WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
037000 1000-EXIT.
037100     EXIT.
037200***************************************************************
037300*    1010-OBTER-DATA-CICLO                                    *
037400*    OBTEM A DATA DO CICLO NOTURNO DO CARTAO CICLOPRM         *
037500*    (AAAAMMDD), O MESMO USADO PELA CADEIA. CARTAO AUSENTE OU *
037600*    INVALIDO DEIXA A DATA PARA O CICLO MAIS RECENTE DO       *
037700*    CICLOCTL, POIS O RESUMO RODA DEPOIS DA MEIA-NOITE.       *
037800***************************************************************
037900 1010-OBTER-DATA-CICLO.
038000     MOVE WS-DATA-SISTEMA TO WS-CICLO-DATA
038100     OPEN INPUT CICLO-PARAM
038200     IF WS-STATUS-CPR = "00"
038300         READ CICLO-PARAM
038400             AT END
038500                 DISPLAY "CARTAO CICLOPRM VAZIO - VALE O ULTIMO "
038600                     "CICLO DO CICLOCTL"
038700             NOT AT END
038800                 IF CPRM-CARTAO IS NUMERIC
038900                     MOVE CPRM-CARTAO TO WS-CICLO-DATA
039000                     MOVE "S" TO WS-SW-CARTAO-CICLO
039100                 ELSE
039200                     DISPLAY "CARTAO CICLOPRM INVALIDO - VALE O "
039300                         "ULTIMO CICLO DO CICLOCTL"
039400                 END-IF
039500         END-READ
039600         CLOSE CICLO-PARAM
039700     END-IF.
039800 1010-EXIT.
039900     EXIT.
040000***************************************************************
040100*    1020-PROCURAR-ULTIMO-CICLO                               *
040200*    PERCORRE O CICLOCTL E TOMA A MAIOR DATA DE CICLO         *
040300*    REGISTRADA. SEM NENHUM REGISTRO FICA A DATA DO SISTEMA.  *
040400***************************************************************
040500 1020-PROCURAR-ULTIMO-CICLO.
040600     MOVE ZERO TO WS-CICLO-DATA
040700     MOVE "N" TO WS-SW-FIM-CICLO
040800     OPEN INPUT CICLO-CONTROLE
040900     IF WS-STATUS-CIC = "00"
041000         PERFORM 1030-LER-ULTIMO-CICLO THRU 1030-EXIT
041100             UNTIL WS-FIM-CICLO
041200         CLOSE CICLO-CONTROLE
041300     END-IF
041400     IF WS-CICLO-DATA = ZERO
041500         MOVE WS-DATA-SISTEMA TO WS-CICLO-DATA
041600     END-IF.
041700 1020-EXIT.
041800     EXIT.
041900 1030-LER-ULTIMO-CICLO.
042000     READ CICLO-CONTROLE
042100         AT END
042200             MOVE "S" TO WS-SW-FIM-CICLO
042300     END-READ
042400     IF NOT WS-FIM-CICLO
042500         IF CIC-DATA-CICLO IS NUMERIC
042600             AND CIC-DATA-CICLO > WS-CICLO-DATA
042700             MOVE CIC-DATA-CICLO TO WS-CICLO-DATA
042800         END-IF
042900     END-IF.
043000 1030-EXIT.
043100     EXIT.
043200***************************************************************
043300*    2000-VERIFICAR-CADEIA                                    *
043400*    ITEM 1. GUARDA, PARA CADA PROGRAMA DA CADEIA, O ULTIMO   *
043500*    EVENTO REGISTRADO NO CICLOCTL NA DATA DO CICLO E IMPRIME *
043600*    UMA LINHA POR PASSO. PASSO NAO EXECUTADO, INICIADO SEM   *
043700*    FIM OU TERMINADO COM RC 8 OU MAIOR DEIXA O ITEM          *
043800*    VERMELHO.                                                *
043900***************************************************************
044000 2000-VERIFICAR-CADEIA.
044100     MOVE 1 TO WS-IDX-ITEM
044200     PERFORM 7900-ABRIR-ITEM THRU 7900-EXIT
044300     MOVE SPACES TO WS-TAB-PASSOS
044400     MOVE "N" TO WS-SW-FIM-CICLO
044500     OPEN INPUT CICLO-CONTROLE
044600     IF WS-STATUS-CIC = "00"
044700         PERFORM 2100-LER-CICLO THRU 2100-EXIT
044800             UNTIL WS-FIM-CICLO
044900         CLOSE CICLO-CONTROLE
045000     ELSE
045100         MOVE "CONTROLE DO CICLO CICLOCTL AUSENTE" TO WS-TXT-TEXTO
045200         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
045300     END-IF
045400     PERFORM 2200-IMPRIMIR-PASSO THRU 2200-EXIT
045500         VARYING WS-IDX-PASSO FROM 1 BY 1
045600         UNTIL WS-IDX-PASSO > WS-QTD-PASSOS
045700     PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT.
045800 2000-EXIT.
045900     EXIT.
046000***************************************************************
046100*    2100-LER-CICLO                                           *
046200*    LE O PROXIMO REGISTRO DO CICLOCTL. DA DATA DO CICLO,     *
046300*    INICIO LIMPA O PASSO (RODADA EM ANDAMENTO OU             *
046400*    INTERROMPIDA) E FIM GUARDA RC E QUANTIDADES.             *
046500***************************************************************
046600 2100-LER-CICLO.
046700     READ CICLO-CONTROLE
046800         AT END
046900             MOVE "S" TO WS-SW-FIM-CICLO
047000     END-READ
047100     IF WS-FIM-CICLO
047200         GO TO 2100-EXIT
047300     END-IF
047400     IF CIC-DATA-CICLO NOT = WS-CICLO-DATA
047500         GO TO 2100-EXIT
047600     END-IF
047700     MOVE ZERO TO WS-IDX-ACHADO
047800     PERFORM 2110-LOCALIZAR-PASSO THRU 2110-EXIT
047900         VARYING WS-IDX FROM 1 BY 1
048000         UNTIL WS-IDX > WS-QTD-PASSOS
048100     IF WS-IDX-ACHADO = ZERO
048200         GO TO 2100-EXIT
048300     END-IF
048400     MOVE CIC-EVENTO TO WS-PAS-EVENTO(WS-IDX-ACHADO)
048500     IF CIC-EV-FIM
048600         IF CIC-RC IS NUMERIC
048700             MOVE CIC-RC TO WS-PAS-RC(WS-IDX-ACHADO)
048800         ELSE
048900             MOVE 99 TO WS-PAS-RC(WS-IDX-ACHADO)
049000         END-IF
049100         MOVE CIC-LIDOS    TO WS-PAS-LIDOS(WS-IDX-ACHADO)
049200         MOVE CIC-GRAVADOS TO WS-PAS-GRAVADOS(WS-IDX-ACHADO)
049300     ELSE
049400         MOVE ZERO TO WS-PAS-RC(WS-IDX-ACHADO)
049500         MOVE ZERO TO WS-PAS-LIDOS(WS-IDX-ACHADO)
049600         MOVE ZERO TO WS-PAS-GRAVADOS(WS-IDX-ACHADO)
049700     END-IF.
049800 2100-EXIT.
049900     EXIT.
050000 2110-LOCALIZAR-PASSO.
050100     IF WS-CAD-PROGRAMA(WS-IDX) = CIC-PROGRAMA
050200         MOVE WS-IDX TO WS-IDX-ACHADO
050300     END-IF.
050400 2110-EXIT.
050500     EXIT.
050600***************************************************************
050700*    2200-IMPRIMIR-PASSO                                      *
050800*    IMPRIME A LINHA DE UM PASSO DA CADEIA COM A SUA          *
050900*    SITUACAO.                                                *
051000***************************************************************
051100 2200-IMPRIMIR-PASSO.
051200     MOVE WS-CAD-PROGRAMA(WS-IDX-PASSO) TO WS-PAS-PROGRAMA
051300     MOVE SPACES TO WS-PAS-RC-ED
051400     MOVE ZERO   TO WS-PAS-LIDOS-ED
051500     MOVE ZERO   TO WS-PAS-GRAVADOS-ED
051600     EVALUATE WS-PAS-EVENTO(WS-IDX-PASSO)
051700         WHEN "F"
051800             MOVE WS-PAS-RC(WS-IDX-PASSO) TO WS-PAS-RC-ED
051900             MOVE WS-PAS-LIDOS(WS-IDX-PASSO) TO WS-PAS-LIDOS-ED
052000             MOVE WS-PAS-GRAVADOS(WS-IDX-PASSO)
052100                 TO WS-PAS-GRAVADOS-ED
052200             IF WS-PAS-RC(WS-IDX-PASSO) < 8
052300                 MOVE "OK"            TO WS-PAS-SITUACAO
052400             ELSE
052500                 MOVE "*** RC DE ERRO" TO WS-PAS-SITUACAO
052600                 MOVE "S" TO WS-SW-ITEM-VERMELHO
052700             END-IF
052800         WHEN "I"
052900             MOVE "*** SEM FIM"   TO WS-PAS-SITUACAO
053000             MOVE "S" TO WS-SW-ITEM-VERMELHO
053100         WHEN OTHER
053200             MOVE "*** NAO RODOU" TO WS-PAS-SITUACAO
053300             MOVE "S" TO WS-SW-ITEM-VERMELHO
053400     END-EVALUATE
053500     WRITE LINHA-RELATORIO FROM WS-LINHA-PASSO.
053600 2200-EXIT.
053700     EXIT.
053800***************************************************************
053900*    3000-VERIFICAR-SUSPENSO                                  *
054000*    ITEM 2. CONTA OS REGISTROS DO SUSPENSO NOMEREJ POR       *
054100*    CODIGO DE MOTIVO E IMPRIME SO OS MOTIVOS PRESENTES.      *
054200*    SUSPENSO COM QUALQUER REGISTRO DEIXA O ITEM VERMELHO: HA *
054300*    NOMES A CORRIGIR E REENVIAR PELO TESTCOBS.               *
054400***************************************************************
054500 3000-VERIFICAR-SUSPENSO.
054600     MOVE 2 TO WS-IDX-ITEM
054700     PERFORM 7900-ABRIR-ITEM THRU 7900-EXIT
054800     MOVE "N" TO WS-SW-FIM-REJ
054900     OPEN INPUT NOME-REJEITOS
055000     IF WS-STATUS-REJ = "00"
055100         PERFORM 3100-LER-REJEITO THRU 3100-EXIT
055200             UNTIL WS-FIM-REJ
055300         CLOSE NOME-REJEITOS
055400     END-IF
055500     IF WS-CONT-REJ-I > ZERO
055600         MOVE "I - NOME INVALIDO............:" TO WS-CTL-TEXTO
055700         MOVE WS-CONT-REJ-I TO WS-CTL-VALOR
055800         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
055900     END-IF
056000     IF WS-CONT-REJ-D > ZERO
056100         MOVE "D - NOME DUPLICADO...........:" TO WS-CTL-TEXTO
056200         MOVE WS-CONT-REJ-D TO WS-CTL-VALOR
056300         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
056400     END-IF
056500     IF WS-CONT-REJ-E > ZERO
056600         MOVE "E - ERRO DE GRAVACAO.........:" TO WS-CTL-TEXTO
056700         MOVE WS-CONT-REJ-E TO WS-CTL-VALOR
056800         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
056900     END-IF
057000     IF WS-CONT-REJ-T > ZERO
057100         MOVE "T - TIPO DESCONHECIDO........:" TO WS-CTL-TEXTO
057200         MOVE WS-CONT-REJ-T TO WS-CTL-VALOR
057300         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
057400     END-IF
057500     IF WS-CONT-REJ-N > ZERO
057600         MOVE "N - NAO ENCONTRADO...........:" TO WS-CTL-TEXTO
057700         MOVE WS-CONT-REJ-N TO WS-CTL-VALOR
057800         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
057900     END-IF
058000     IF WS-CONT-REJ-J > ZERO
058100         MOVE "J - JA ATIVO.................:" TO WS-CTL-TEXTO
058200         MOVE WS-CONT-REJ-J TO WS-CTL-VALOR
058300         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
058400     END-IF
058416     IF WS-CONT-REJ-V > ZERO
058432         MOVE "V - VALIDADE INVALIDA........:" TO WS-CTL-TEXTO
058448         MOVE WS-CONT-REJ-V TO WS-CTL-VALOR
058464         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
058480     END-IF
058500     IF WS-CONT-REJ-OUTROS > ZERO
058600         MOVE "OUTROS MOTIVOS...............:" TO WS-CTL-TEXTO
058700         MOVE WS-CONT-REJ-OUTROS TO WS-CTL-VALOR
058800         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
058900     END-IF
059000     MOVE "TOTAL NO SUSPENSO............:" TO WS-CTL-TEXTO
059100     MOVE WS-CONT-REJ-TOTAL TO WS-CTL-VALOR
059200     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
059300     IF WS-CONT-REJ-TOTAL > ZERO
059400         MOVE "S" TO WS-SW-ITEM-VERMELHO
059500     END-IF
059600     PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT.
059700 3000-EXIT.
059800     EXIT.
059900 3100-LER-REJEITO.
060000     READ NOME-REJEITOS
060100         AT END
060200             MOVE "S" TO WS-SW-FIM-REJ
060300     END-READ
060400     IF NOT WS-FIM-REJ
060500         ADD 1 TO WS-CONT-REJ-TOTAL
060600         EVALUATE TRUE
060700             WHEN REJ-MOTIVO-INVALIDO
060800                 ADD 1 TO WS-CONT-REJ-I
060900             WHEN REJ-MOTIVO-DUPLICADO
061000                 ADD 1 TO WS-CONT-REJ-D
061100             WHEN REJ-MOTIVO-ERRO-GRAV
061200                 ADD 1 TO WS-CONT-REJ-E
061300             WHEN REJ-MOTIVO-TIPO-DESC
061400                 ADD 1 TO WS-CONT-REJ-T
061500             WHEN REJ-MOTIVO-NAO-ENCONT
061600                 ADD 1 TO WS-CONT-REJ-N
061700             WHEN REJ-MOTIVO-JA-ATIVO
061800                 ADD 1 TO WS-CONT-REJ-J
061830             WHEN REJ-MOTIVO-VALIDADE
061860                 ADD 1 TO WS-CONT-REJ-V
061900             WHEN OTHER
062000                 ADD 1 TO WS-CONT-REJ-OUTROS
062100         END-EVALUATE
062200     END-IF.
062300 3100-EXIT.
062400     EXIT.
062500***************************************************************
062600*    4000-VERIFICAR-EXTRATO                                   *
062700*    ITEM 3. CASA AS GERACOES DO NOMECSVG (EXTRATO E FLUXO)   *
062800*    COM AS CONFIRMACOES DO NOMEACK COMO O TESTCOBA. GERACAO  *
062900*    SEM CONFIRMACAO GERADA NA DATA DO CICLO OU DEPOIS ESTA   *
063000*    SO AGUARDANDO O CONSUMIDOR; MAIS ANTIGA (ATRASADA) OU    *
063100*    COM QUANTIDADE DIVERGENTE E LISTADA E DEIXA O ITEM       *
063200*    VERMELHO.                                                *
063300***************************************************************
063400 4000-VERIFICAR-EXTRATO.
063500     MOVE 3 TO WS-IDX-ITEM
063600     PERFORM 7900-ABRIR-ITEM THRU 7900-EXIT
063700     MOVE ZERO TO WS-QTD-LISTADOS
063800     MOVE ZERO TO WS-CONT-NAO-LISTADOS
063900     MOVE "N" TO WS-SW-FIM-ACK
064000     OPEN INPUT NOME-ACK
064100     IF WS-STATUS-ACK = "00"
064200         PERFORM 4100-CARREGAR-ACK THRU 4100-EXIT
064300             UNTIL WS-FIM-ACK
064400         CLOSE NOME-ACK
064500     END-IF
064600     MOVE "N" TO WS-SW-FIM-GERLOG
064700     OPEN INPUT NOME-GERLOG
064800     IF WS-STATUS-GER = "00"
064900         PERFORM 4200-CONCILIAR-GERACAO THRU 4200-EXIT
065000             UNTIL WS-FIM-GERLOG
065100         CLOSE NOME-GERLOG
065200     ELSE
065300         MOVE "LOG DE GERACOES NOMECSVG AUSENTE - NADA ENVIADO"
065400             TO WS-TXT-TEXTO
065500         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
065600     END-IF
065700     PERFORM 7950-IMPRIMIR-NAO-LISTADOS THRU 7950-EXIT
065800     MOVE "GERACOES NO LOG..............:" TO WS-CTL-TEXTO
065900     MOVE WS-CONT-GERACOES TO WS-CTL-VALOR
066000     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
066100     MOVE "CONFIRMADAS OK...............:" TO WS-CTL-TEXTO
066200     MOVE WS-CONT-CONFIRMADAS TO WS-CTL-VALOR
066300     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
066400     MOVE "AGUARDANDO DO CICLO..........:" TO WS-CTL-TEXTO
066500     MOVE WS-CONT-AGUARDANDO TO WS-CTL-VALOR
066600     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
066700     MOVE "SEM CONFIRMACAO ATRASADAS....:" TO WS-CTL-TEXTO
066800     MOVE WS-CONT-ATRASADAS TO WS-CTL-VALOR
066900     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
067000     MOVE "QUANTIDADE DIVERGENTE........:" TO WS-CTL-TEXTO
067100     MOVE WS-CONT-DIVERGENTES TO WS-CTL-VALOR
067200     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
067300     IF WS-CONT-ATRASADAS > ZERO
067400         OR WS-CONT-DIVERGENTES > ZERO
067500         MOVE "S" TO WS-SW-ITEM-VERMELHO
067600     END-IF
067700     PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT.
067800 4000-EXIT.
067900     EXIT.
068000***************************************************************
068100*    4100-CARREGAR-ACK                                        *
068200*    CARREGA A PROXIMA CONFIRMACAO NA TABELA. CONFIRMACAO NAO *
068300*    NUMERICA E DESPREZADA E O EXCEDENTE DA TABELA E SO       *
068400*    AVISADO NO LOG DO JOB - A CONCILIACAO COMPLETA E DO      *
068500*    TESTCOBA.                                                *
068600***************************************************************
068700 4100-CARREGAR-ACK.
068800     READ NOME-ACK
068900         AT END
069000             MOVE "S" TO WS-SW-FIM-ACK
069100     END-READ
069200     IF WS-FIM-ACK
069300         GO TO 4100-EXIT
069400     END-IF
069500     IF ACK-GERACAO IS NOT NUMERIC
069600         GO TO 4100-EXIT
069700     END-IF
069800     IF WS-QTD-ACKS NOT < WS-MAX-ACKS
069900         DISPLAY "TABELA DE CONFIRMACOES CHEIA - EXCEDENTE "
070000             "IGNORADO"
070100         GO TO 4100-EXIT
070200     END-IF
070300     ADD 1 TO WS-QTD-ACKS
070400     MOVE ACK-GERACAO TO WS-ACK-GER(WS-QTD-ACKS)
070500     IF ACK-QTD-ACEITA IS NUMERIC
070600         MOVE ACK-QTD-ACEITA TO WS-ACK-QTD(WS-QTD-ACKS)
070700     ELSE
070800         MOVE ZERO TO WS-ACK-QTD(WS-QTD-ACKS)
070900     END-IF
071000     MOVE "N" TO WS-ACK-USADO(WS-QTD-ACKS).
071100 4100-EXIT.
071200     EXIT.
071300***************************************************************
071400*    4200-CONCILIAR-GERACAO                                   *
071500*    LE A PROXIMA GERACAO DO LOG, PROCURA A CONFIRMACAO E     *
071600*    CLASSIFICA A GERACAO. AS PENDENCIAS SAO LISTADAS ATE O   *
071700*    LIMITE DA PAGINA E O RESTO SO CONTADO.                   *
071800***************************************************************
071900 4200-CONCILIAR-GERACAO.
072000     READ NOME-GERLOG
072100         AT END
072200             MOVE "S" TO WS-SW-FIM-GERLOG
072300     END-READ
072400     IF WS-FIM-GERLOG
072500         GO TO 4200-EXIT
072600     END-IF
072700     ADD 1 TO WS-CONT-GERACOES
072800     MOVE "N" TO WS-SW-ACK-ACHADO
072900     PERFORM 4210-PROCURAR-ACK THRU 4210-EXIT
073000         VARYING WS-IDX FROM 1 BY 1
073100         UNTIL WS-ACK-ACHADO
073200            OR WS-IDX > WS-QTD-ACKS
073300     MOVE SPACES TO WS-GLN-TEXTO
073400     IF WS-ACK-ACHADO
073500         IF WS-ACK-QTD(WS-IDX-ACHADO) = GER-QTD
073600             ADD 1 TO WS-CONT-CONFIRMADAS
073700         ELSE
073800             ADD 1 TO WS-CONT-DIVERGENTES
073900             MOVE "*** QUANTIDADE ACEITA DIVERGE DA ENVIADA"
074000                 TO WS-GLN-TEXTO
074100         END-IF
074200     ELSE
074300         IF GER-DATA NOT < WS-CICLO-DATA
074400             ADD 1 TO WS-CONT-AGUARDANDO
074500         ELSE
074600             ADD 1 TO WS-CONT-ATRASADAS
074700             MOVE "*** SEM CONFIRMACAO DO CONSUMIDOR"
074800                 TO WS-GLN-TEXTO
074900         END-IF
075000     END-IF
075100     IF WS-GLN-TEXTO = SPACES
075200         GO TO 4200-EXIT
075300     END-IF
075400     IF WS-QTD-LISTADOS NOT < WS-MAX-LISTA
075500         ADD 1 TO WS-CONT-NAO-LISTADOS
075600         GO TO 4200-EXIT
075700     END-IF
075800     ADD 1 TO WS-QTD-LISTADOS
075900     MOVE GER-GERACAO TO WS-GLN-GERACAO
076000     MOVE GER-DATA    TO WS-GLN-DATA
076100     WRITE LINHA-RELATORIO FROM WS-LINHA-GERACAO.
076200 4200-EXIT.
076300     EXIT.
076400 4210-PROCURAR-ACK.
076500     IF WS-IDX NOT GREATER WS-QTD-ACKS
076600         IF WS-ACK-GER(WS-IDX) = GER-GERACAO
076700             AND WS-ACK-USADO(WS-IDX) = "N"
076800             MOVE "S" TO WS-ACK-USADO(WS-IDX)
076900             MOVE "S" TO WS-SW-ACK-ACHADO
077000             MOVE WS-IDX TO WS-IDX-ACHADO
077100         END-IF
077200     END-IF.
077300 4210-EXIT.
077400     EXIT.
077500***************************************************************
077600*    5000-VERIFICAR-JORNAL                                    *
077700*    ITEM 4. O LOG JRNLGCTL NAO GUARDA O DESCARTE DO ARQUIVO  *
077800*    DATADO: O TESTCOBK SO MARCA A GERACAO EXPIRADA E A LISTA *
077900*    NO CORTE. A PRIMEIRA LEITURA TOMA AS DATAS DO ULTIMO E   *
078000*    DO PENULTIMO CORTE; A SEGUNDA CONTA AS GERACOES E LISTA  *
078100*    AS QUE EXPIRARAM NO ULTIMO CORTE, AINDA A DESCARTAR.     *
078200*    ELAS DEIXAM O ITEM VERMELHO QUANDO O CORTE E DO CICLO    *
078300*    (FEITO NA DATA DO CICLO OU DEPOIS); AS EXPIRADAS EM      *
078400*    CORTES ANTERIORES SO SAO CONTADAS.                       *
078500***************************************************************
078600 5000-VERIFICAR-JORNAL.
078700     MOVE 4 TO WS-IDX-ITEM
078800     PERFORM 7900-ABRIR-ITEM THRU 7900-EXIT
078900     MOVE ZERO TO WS-QTD-LISTADOS
079000     MOVE ZERO TO WS-CONT-NAO-LISTADOS
079100     MOVE "N" TO WS-SW-FIM-JGR
079200     OPEN INPUT JRNL-GERLOG
079300     IF WS-STATUS-JGR NOT = "00"
079400         MOVE "LOG DE GERACOES JRNLGCTL AUSENTE - SEM CORTES"
079500             TO WS-TXT-TEXTO
079600         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
079700         PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT
079800         GO TO 5000-EXIT
079900     END-IF
080000     PERFORM 5100-LER-CORTES THRU 5100-EXIT
080100         UNTIL WS-FIM-JGR
080200     CLOSE JRNL-GERLOG
080300     MOVE WS-CORTE-ULTIMO TO WS-LIMITE-ULTIMO
080400     SUBTRACT WS-RETENCAO-ANOS FROM WS-LIU-AAAA
080500     MOVE WS-CORTE-ANTERIOR TO WS-LIMITE-ANTERIOR
080600     IF WS-LIMITE-ANTERIOR > ZERO
080700         SUBTRACT WS-RETENCAO-ANOS FROM WS-LIA-AAAA
080800     END-IF
080900     MOVE "N" TO WS-SW-FIM-JGR
081000     OPEN INPUT JRNL-GERLOG
081100     PERFORM 5200-TESTAR-GERACAO THRU 5200-EXIT
081200         UNTIL WS-FIM-JGR
081300     CLOSE JRNL-GERLOG
081400     PERFORM 7950-IMPRIMIR-NAO-LISTADOS THRU 7950-EXIT
081500     MOVE "ULTIMO CORTE EM..............:" TO WS-DAT-TEXTO
081600     MOVE WS-CORTE-ULTIMO TO WS-DAT-DATA
081700     MOVE SPACES TO WS-DAT-HORA-X
081800     WRITE LINHA-RELATORIO FROM WS-LINHA-DATA
081900     MOVE "GERACOES RETIDAS.............:" TO WS-CTL-TEXTO
082000     MOVE WS-CONT-JGR-RETIDAS TO WS-CTL-VALOR
082100     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
082200     MOVE "EXPIRADAS NO TOTAL...........:" TO WS-CTL-TEXTO
082300     MOVE WS-CONT-JGR-EXPIRADAS TO WS-CTL-VALOR
082400     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
082500     MOVE "EXPIRADAS NO ULTIMO CORTE....:" TO WS-CTL-TEXTO
082600     MOVE WS-CONT-JGR-DESCARTAR TO WS-CTL-VALOR
082700     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
082800     IF WS-CONT-JGR-DESCARTAR > ZERO
082900         AND WS-CORTE-ULTIMO NOT < WS-CICLO-DATA
083000         MOVE "S" TO WS-SW-ITEM-VERMELHO
083100     END-IF
083200     PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT.
083300 5000-EXIT.
083400     EXIT.
083500 5100-LER-CORTES.
083600     READ JRNL-GERLOG
083700         AT END
083800             MOVE "S" TO WS-SW-FIM-JGR
083900     END-READ
084000     IF NOT WS-FIM-JGR
084100         IF JGR-DATA-CORTE IS NUMERIC
084200             AND JGR-DATA-CORTE > WS-CORTE-ULTIMO
084300             MOVE WS-CORTE-ULTIMO TO WS-CORTE-ANTERIOR
084400             MOVE JGR-DATA-CORTE  TO WS-CORTE-ULTIMO
084500         END-IF
084600     END-IF.
084700 5100-EXIT.
084800     EXIT.
084900***************************************************************
085000*    5200-TESTAR-GERACAO                                      *
085100*    CONTA A GERACAO PELA SITUACAO. A EXPIRADA CUJA DATA DE   *
085200*    CORTE SO PASSOU DO PRAZO DE RETENCAO NO ULTIMO CORTE     *
085300*    (NAO ESTAVA VENCIDA NO PENULTIMO) E LISTADA PARA         *
085400*    DESCARTE.                                                *
085500***************************************************************
085600 5200-TESTAR-GERACAO.
085700     READ JRNL-GERLOG
085800         AT END
085900             MOVE "S" TO WS-SW-FIM-JGR
086000     END-READ
086100     IF WS-FIM-JGR
086200         GO TO 5200-EXIT
086300     END-IF
086400     ADD 1 TO WS-CONT-JGR-TOTAL
086500     IF NOT JGR-STATUS-EXPIRADA
086600         ADD 1 TO WS-CONT-JGR-RETIDAS
086700         GO TO 5200-EXIT
086800     END-IF
086900     ADD 1 TO WS-CONT-JGR-EXPIRADAS
087000     IF JGR-DATA-CORTE < WS-LIMITE-ANTERIOR
087100         OR JGR-DATA-CORTE NOT < WS-LIMITE-ULTIMO
087200         GO TO 5200-EXIT
087300     END-IF
087400     ADD 1 TO WS-CONT-JGR-DESCARTAR
087500     IF WS-QTD-LISTADOS NOT < WS-MAX-LISTA
087600         ADD 1 TO WS-CONT-NAO-LISTADOS
087700         GO TO 5200-EXIT
087800     END-IF
087900     ADD 1 TO WS-QTD-LISTADOS
088000     MOVE JGR-GERACAO    TO WS-GLN-GERACAO
088100     MOVE JGR-DATA-CORTE TO WS-GLN-DATA
088200     MOVE "*** EXPIRADA - DESCARTAR ARQUIVO DATADO"
088300         TO WS-GLN-TEXTO
088400     WRITE LINHA-RELATORIO FROM WS-LINHA-GERACAO.
088500 5200-EXIT.
088600     EXIT.
088700***************************************************************
088800*    6000-VERIFICAR-TRAVA                                     *
088900*    ITEM 5. TRAVA DO MESTRE TOMADA DEPOIS DA CADEIA E        *
089000*    VERMELHO: MOSTRA A ORIGEM, O MOMENTO EM QUE FOI TOMADA E *
089100*    A IDADE EM HORAS E MINUTOS. TRAVA AUSENTE OU LIVRE E     *
089200*    VERDE.                                                   *
089300***************************************************************
089400 6000-VERIFICAR-TRAVA.
089500     MOVE 5 TO WS-IDX-ITEM
089600     PERFORM 7900-ABRIR-ITEM THRU 7900-EXIT
089700     OPEN INPUT NOME-TRAVA
089800     IF WS-STATUS-TRV NOT = "00"
089900         MOVE "ARQUIVO DE TRAVA AUSENTE - MESTRE LIVRE"
090000             TO WS-TXT-TEXTO
090100         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
090200         PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT
090300         GO TO 6000-EXIT
090400     END-IF
090500     READ NOME-TRAVA
090600         AT END
090700             MOVE "L" TO TRAVA-STATUS
090800     END-READ
090900     CLOSE NOME-TRAVA
091000     IF NOT TRAVA-TRAVADA
091100         MOVE "MESTRE LIVRE" TO WS-TXT-TEXTO
091200         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
091300         PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT
091400         GO TO 6000-EXIT
091500     END-IF
091600     MOVE "S" TO WS-SW-ITEM-VERMELHO
091700     MOVE SPACES TO WS-TXT-TEXTO
091800     STRING "*** MESTRE TRAVADO POR " DELIMITED BY SIZE
091900            TRAVA-ORIGEM DELIMITED BY SPACE
092000            INTO WS-TXT-TEXTO
092100     WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
092200     MOVE "TRAVA TOMADA EM..............:" TO WS-DAT-TEXTO
092300     MOVE TRAVA-DATA TO WS-DAT-DATA
092400     MOVE TRAVA-HORA TO WS-DAT-HORA
092500     WRITE LINHA-RELATORIO FROM WS-LINHA-DATA
092600     PERFORM 6100-CALCULAR-IDADE THRU 6100-EXIT
092700     PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT.
092800 6000-EXIT.
092900     EXIT.
093000***************************************************************
093100*    6100-CALCULAR-IDADE                                      *
093200*    IDADE DA TRAVA EM MINUTOS = DIAS ENTRE AS DATAS X 1440   *
093300*    MAIS A DIFERENCA DOS HORARIOS. DATA OU HORA INVALIDA NA  *
093400*    TRAVA (OU POSTERIOR AO RELOGIO) DEIXA A IDADE            *
093500*    DESCONHECIDA.                                            *
093600***************************************************************
093700 6100-CALCULAR-IDADE.
093800     IF TRAVA-DATA IS NOT NUMERIC
093900         OR TRAVA-HORA IS NOT NUMERIC
094000         OR TRAVA-DATA < 16010101
094100         OR TRAVA-DATA > WS-DATA-SISTEMA
094200         MOVE "IDADE DA TRAVA DESCONHECIDA" TO WS-TXT-TEXTO
094300         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
094400         GO TO 6100-EXIT
094500     END-IF
094600     MOVE TRAVA-HORA TO WS-HORA-TRAVA
094700     COMPUTE WS-DIAS-TRAVA = WS-DIA-SISTEMA -
094800         FUNCTION INTEGER-OF-DATE(TRAVA-DATA)
094900     COMPUTE WS-MIN-TRAVA = WS-DIAS-TRAVA * 1440
095000         + WS-HS-HH * 60 + WS-HS-MM
095100         - WS-HT-HH * 60 - WS-HT-MM
095200     IF WS-MIN-TRAVA < ZERO
095300         MOVE "IDADE DA TRAVA DESCONHECIDA" TO WS-TXT-TEXTO
095400         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
095500         GO TO 6100-EXIT
095600     END-IF
095700     DIVIDE WS-MIN-TRAVA BY 60 GIVING WS-IDADE-HORAS
095800         REMAINDER WS-IDADE-MINUTOS
095900     MOVE WS-IDADE-HORAS   TO WS-IDA-HORAS
096000     MOVE WS-IDADE-MINUTOS TO WS-IDA-MINUTOS
096100     WRITE LINHA-RELATORIO FROM WS-LINHA-IDADE.
096200 6100-EXIT.
096300     EXIT.
096400***************************************************************
096500*    6500-VERIFICAR-OPERADORES                                *
096600*    ITEM 6. PERCORRE O CADASTRO DE OPERADORES E LISTA OS     *
096700*    SUSPENSOS (POR TENTATIVAS DE SENHA). QUALQUER SUSPENSO,  *
096800*    OU O CADASTRO AUSENTE, DEIXA O ITEM VERMELHO.            *
096900***************************************************************
097000 6500-VERIFICAR-OPERADORES.
097100     MOVE 6 TO WS-IDX-ITEM
097200     PERFORM 7900-ABRIR-ITEM THRU 7900-EXIT
097300     MOVE ZERO TO WS-QTD-LISTADOS
097400     MOVE ZERO TO WS-CONT-NAO-LISTADOS
097500     MOVE "N" TO WS-SW-FIM-OPER
097600     OPEN INPUT OPER-MASTER
097700     IF WS-STATUS-OPE NOT = "00"
097800         MOVE "*** CADASTRO DE OPERADORES OPERMAST AUSENTE"
097900             TO WS-TXT-TEXTO
098000         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
098100         MOVE "S" TO WS-SW-ITEM-VERMELHO
098200         PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT
098300         GO TO 6500-EXIT
098400     END-IF
098500     PERFORM 6600-LER-OPERADOR THRU 6600-EXIT
098600         UNTIL WS-FIM-OPER
098700     CLOSE OPER-MASTER
098800     PERFORM 7950-IMPRIMIR-NAO-LISTADOS THRU 7950-EXIT
098900     MOVE "OPERADORES CADASTRADOS.......:" TO WS-CTL-TEXTO
099000     MOVE WS-CONT-OPERADORES TO WS-CTL-VALOR
099100     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
099200     MOVE "SUSPENSOS....................:" TO WS-CTL-TEXTO
099300     MOVE WS-CONT-SUSPENSOS TO WS-CTL-VALOR
099400     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
099500     IF WS-CONT-SUSPENSOS > ZERO
099600         MOVE "S" TO WS-SW-ITEM-VERMELHO
099700     END-IF
099800     PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT.
099900 6500-EXIT.
100000     EXIT.
100100 6600-LER-OPERADOR.
100200     READ OPER-MASTER
100300         AT END
100400             MOVE "S" TO WS-SW-FIM-OPER
100500     END-READ
100600     IF WS-FIM-OPER
100700         GO TO 6600-EXIT
100800     END-IF
100900     ADD 1 TO WS-CONT-OPERADORES
101000     IF NOT OPER-STATUS-SUSPENSO
101100         GO TO 6600-EXIT
101200     END-IF
101300     ADD 1 TO WS-CONT-SUSPENSOS
101400     IF WS-QTD-LISTADOS NOT < WS-MAX-LISTA
101500         ADD 1 TO WS-CONT-NAO-LISTADOS
101600         GO TO 6600-EXIT
101700     END-IF
101800     ADD 1 TO WS-QTD-LISTADOS
101900     MOVE OPER-ID   TO WS-OPL-ID
102000     MOVE OPER-NOME TO WS-OPL-NOME
102100     WRITE LINHA-RELATORIO FROM WS-LINHA-OPERADOR.
102200 6600-EXIT.
102300     EXIT.
102400***************************************************************
102500*    7000-VERIFICAR-SEQUENCIA                                 *
102600*    ITEM 7. LE O CONTROLE DE SEQUENCIA NOMESEQC E PERCORRE O *
102700*    MESTRE PROCURANDO A MAIOR NOME-SEQ. CONTROLE AUSENTE OU  *
102800*    INVALIDO, MESTRE AUSENTE OU ULTIMA SEQUENCIA DO CONTROLE *
102900*    MENOR QUE A DO MESTRE (A PROXIMA INCLUSAO REPETIRIA UMA  *
103000*    CHAVE) DEIXA O ITEM VERMELHO.                            *
103100***************************************************************
103200 7000-VERIFICAR-SEQUENCIA.
103300     MOVE 7 TO WS-IDX-ITEM
103400     PERFORM 7900-ABRIR-ITEM THRU 7900-EXIT
103500     OPEN INPUT NOME-SEQCTL
103600     IF WS-STATUS-SEQ = "00"
103700         READ NOME-SEQCTL
103800             AT END
103900                 MOVE SPACES TO SEQC-REGISTRO
104000         END-READ
104100         CLOSE NOME-SEQCTL
104200     ELSE
104300         MOVE SPACES TO SEQC-REGISTRO
104400     END-IF
104500     MOVE "N" TO WS-SW-FIM-MESTRE
104600     OPEN INPUT NOME-MASTER
104700     IF WS-STATUS-ARQ = "00"
104800         PERFORM 7100-LER-MESTRE THRU 7100-EXIT
104900             UNTIL WS-FIM-MESTRE
105000         CLOSE NOME-MASTER
105100     ELSE
105200         MOVE "*** ARQUIVO MESTRE NOMEMAST AUSENTE"
105300             TO WS-TXT-TEXTO
105400         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
105500         MOVE "S" TO WS-SW-ITEM-VERMELHO
105600     END-IF
105700     IF SEQC-ULTIMA-SEQ IS NOT NUMERIC
105800         OR SEQC-DATA IS NOT NUMERIC
105900         OR SEQC-HORA IS NOT NUMERIC
106000         MOVE "*** CONTROLE NOMESEQC AUSENTE OU INVALIDO"
106100             TO WS-TXT-TEXTO
106200         WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
106300         MOVE "S" TO WS-SW-ITEM-VERMELHO
106400         MOVE ZERO TO SEQC-REGISTRO
106500     ELSE
106600         IF SEQC-ULTIMA-SEQ < WS-MAIOR-SEQ
106700             MOVE "*** CONTROLE ATRASADO EM RELACAO AO MESTRE"
106800                 TO WS-TXT-TEXTO
106900             WRITE LINHA-RELATORIO FROM WS-LINHA-TEXTO
107000             MOVE "S" TO WS-SW-ITEM-VERMELHO
107100         END-IF
107200     END-IF
107300     MOVE "ULTIMA SEQ NO CONTROLE.......:" TO WS-CTL-TEXTO
107400     MOVE SEQC-ULTIMA-SEQ TO WS-CTL-VALOR
107500     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
107600     MOVE "CONTROLE GRAVADO EM..........:" TO WS-DAT-TEXTO
107700     MOVE SEQC-DATA TO WS-DAT-DATA
107800     MOVE SEQC-HORA TO WS-DAT-HORA
107900     WRITE LINHA-RELATORIO FROM WS-LINHA-DATA
108000     MOVE "MAIOR SEQ NO MESTRE..........:" TO WS-CTL-TEXTO
108100     MOVE WS-MAIOR-SEQ TO WS-CTL-VALOR
108200     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
108300     MOVE "REGISTROS NO MESTRE..........:" TO WS-CTL-TEXTO
108400     MOVE WS-CONT-MESTRE TO WS-CTL-VALOR
108500     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
108600     PERFORM 8000-FECHAR-ITEM THRU 8000-EXIT.
108700 7000-EXIT.
108800     EXIT.
108900 7100-LER-MESTRE.
109000     READ NOME-MASTER
109100         AT END
109200             MOVE "S" TO WS-SW-FIM-MESTRE
109300     END-READ
109400     IF NOT WS-FIM-MESTRE
109500         ADD 1 TO WS-CONT-MESTRE
109600         IF NOME-SEQ > WS-MAIOR-SEQ
109700             MOVE NOME-SEQ TO WS-MAIOR-SEQ
109800         END-IF
109900     END-IF.
110000 7100-EXIT.
110100     EXIT.
110200***************************************************************
110300*    7900-ABRIR-ITEM                                          *
110400*    IMPRIME O CABECALHO DO ITEM EM WS-IDX-ITEM E COMECA O    *
110500*    ITEM VERDE.                                              *
110600***************************************************************
110700 7900-ABRIR-ITEM.
110800     MOVE "N" TO WS-SW-ITEM-VERMELHO
110900     MOVE SPACES TO LINHA-RELATORIO
111000     WRITE LINHA-RELATORIO
111100     MOVE WS-IDX-ITEM TO WS-ITE-NUM
111200     MOVE WS-ITEM-TITULO(WS-IDX-ITEM) TO WS-ITE-TITULO
111300     WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
111400 7900-EXIT.
111500     EXIT.
111600***************************************************************
111700*    7950-IMPRIMIR-NAO-LISTADOS                               *
111800*    PENDENCIAS ALEM DO LIMITE DA PAGINA SAO SO CONTADAS NUMA *
111900*    LINHA.                                                   *
112000***************************************************************
112100 7950-IMPRIMIR-NAO-LISTADOS.
112200     IF WS-CONT-NAO-LISTADOS > ZERO
112300         MOVE "... MAIS NAO LISTADAS........:" TO WS-CTL-TEXTO
112400         MOVE WS-CONT-NAO-LISTADOS TO WS-CTL-VALOR
112500         WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
112600     END-IF.
112700 7950-EXIT.
112800     EXIT.
112900***************************************************************
113000*    8000-FECHAR-ITEM                                         *
113100*    IMPRIME A SITUACAO DO ITEM, GUARDA-A PARA O QUADRO       *
113200*    RESUMO E CONTA OS ITENS VERMELHOS.                       *
113300***************************************************************
113400 8000-FECHAR-ITEM.
113500     IF WS-ITEM-VERMELHO
113600         MOVE "VERMELHO" TO WS-ITEM-SITUACAO(WS-IDX-ITEM)
113700         ADD 1 TO WS-CONT-VERMELHOS
113800     ELSE
113900         MOVE "VERDE"    TO WS-ITEM-SITUACAO(WS-IDX-ITEM)
114000     END-IF
114100     MOVE WS-ITEM-SITUACAO(WS-IDX-ITEM) TO WS-SIT-TEXTO
114200     WRITE LINHA-RELATORIO FROM WS-LINHA-SITUACAO.
114300 8000-EXIT.
114400     EXIT.
114500***************************************************************
114600*    8500-IMPRIMIR-QUADRO                                     *
114700*    IMPRIME O QUADRO COM A SITUACAO DE CADA ITEM E O         *
114800*    RESULTADO. COM QUALQUER ITEM VERMELHO O JOB TERMINA COM  *
114900*    RETURN-CODE 8.                                           *
115000***************************************************************
115100 8500-IMPRIMIR-QUADRO.
115200     MOVE SPACES TO LINHA-RELATORIO
115300     WRITE LINHA-RELATORIO
115400     MOVE "QUADRO RESUMO" TO WS-RES-TEXTO
115500     WRITE LINHA-RELATORIO FROM WS-LINHA-RESULTADO
115600     PERFORM 8600-IMPRIMIR-LINHA-QUADRO THRU 8600-EXIT
115700         VARYING WS-IDX-ITEM FROM 1 BY 1
115800         UNTIL WS-IDX-ITEM > WS-QTD-ITENS
115900     MOVE SPACES TO LINHA-RELATORIO
116000     WRITE LINHA-RELATORIO
116100     IF WS-CONT-VERMELHOS = ZERO
116200         MOVE "OPERACAO EM ORDEM - TODOS OS ITENS VERDES"
116300             TO WS-RES-TEXTO
116400     ELSE
116500         MOVE "*** HA ITENS VERMELHOS - VERIFICAR ***"
116600             TO WS-RES-TEXTO
116700         MOVE 8 TO RETURN-CODE
116800     END-IF
116900     WRITE LINHA-RELATORIO FROM WS-LINHA-RESULTADO.
117000 8500-EXIT.
117100     EXIT.
117200 8600-IMPRIMIR-LINHA-QUADRO.
117300     MOVE WS-IDX-ITEM TO WS-QDR-NUM
117400     MOVE WS-ITEM-TITULO(WS-IDX-ITEM)   TO WS-QDR-TITULO
117500     MOVE WS-ITEM-SITUACAO(WS-IDX-ITEM) TO WS-QDR-SITUACAO
117600     WRITE LINHA-RELATORIO FROM WS-LINHA-QUADRO.
117700 8600-EXIT.
117800     EXIT.
117900***************************************************************
118000*    9000-FINALIZAR                                           *
118100***************************************************************
118200 9000-FINALIZAR.
118300     CLOSE RELATORIO
118400     DISPLAY "DATA DO CICLO........: " WS-CICLO-DATA
118500     DISPLAY "ITENS VERMELHOS......: " WS-CONT-VERMELHOS.
118600 9000-EXIT.
118700     EXIT.
