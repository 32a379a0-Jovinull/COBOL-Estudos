000100***************************************************************
000200*                                                             *
000300*    PROGRAMA   : TESTCOBE                                    *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    INSTALACAO : ESTUDOS COBOL                                *
000600*    DATA ESCRITA: 2026-10-15                                 *
000700*                                                             *
000800*    DESCRICAO  : FLUXO DE ALTERACOES PARA OS CONSUMIDORES    *
000900*    DO EXTRATO CSV. O TESTCOBX SO MANDA A FOTOGRAFIA DOS     *
001000*    ATIVOS, SEM A SEQUENCIA, E O CONSUMIDOR NUNCA SABE DE    *
001100*    UM CANCELAMENTO, REATIVACAO OU CORRECAO. ESTE JOB LE O   *
001200*    JORNAL DE AUDITORIA (A GERACAO ARQUIVADA NOMEJRNA,       *
001300*    QUANDO O CORTE TESTCOBK FECHOU LANCAMENTOS AINDA NAO     *
001400*    CONFIRMADOS, E O NOMEJRNL CORRENTE) A PARTIR DA MARCA    *
001500*    DA ULTIMA GERACAO DO FLUXO CONFIRMADA NO NOMEACK E       *
001600*    GRAVA EM NOMEFLX UMA LINHA POR LANCAMENTO (I, A, C OU M) *
001700*    COM A SEQUENCIA, A ACAO, O CARIMBO, O OPERADOR E OS      *
001800*    VALORES ANTES E DEPOIS, NO MESMO ENVELOPE H/T DO         *
001900*    EXTRATO. A GERACAO E LOGADA NO NOMECSVG COM TIPO F E A   *
002000*    MARCA DO JORNAL ATE ONDE FOI ENVIADA, NA MESMA           *
002100*    NUMERACAO DO EXTRATO, PARA QUE O TESTCOBA A RECONCILIE   *
002200*    COMO RECONCILIA A FOTOGRAFIA. GERACAO NAO CONFIRMADA E   *
002300*    REENVIADA NA SEGUINTE. O CARTAO FLXPRM COM R NA          *
002400*    COLUNA 1 REINICIA O FLUXO PELO JORNAL CORRENTE,          *
002500*    IGNORANDO AS CONFIRMACOES (APOS UM EXTRATO TOTAL).       *
002600*                                                             *
002700*    HISTORICO DE ALTERACOES                                 *
002800*    DATA       AUTOR   DESCRICAO                             *
002900*    ---------- ------- -------------------------------------*
003000*    2026-10-15 JPO     CRIACAO DO FLUXO DE ALTERACOES.       *
003020*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES NAS    *
003040*                       IMAGENS DO JORNAL E NA LINHA DO       *
003060*                       FLUXO.                                *
003070*    2026-10-15 JPO     ACAO M (MESCLAGEM) NO FLUXO E COLUNA  *
003080*                       MESCLADO_EM NO FIM DA LINHA COM A     *
003090*                       SEQUENCIA SOBREVIVENTE, PARA O        *
003095*                       CONSUMIDOR REAPONTAR AS REFERENCIAS.  *
003100***************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. TESTCOBE.
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
004400     SELECT NOME-JORNAL ASSIGN TO "NOMEJRNL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-STATUS-JRN.
004700     SELECT JORNAL-ARQUIVO ASSIGN TO "NOMEJRNA"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STATUS-JRA.
005000     SELECT JRNL-GERLOG ASSIGN TO "JRNLGCTL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-STATUS-JGR.
005300     SELECT NOME-GERLOG ASSIGN TO "NOMECSVG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-STATUS-GER.
005600     SELECT NOME-ACK ASSIGN TO "NOMEACK"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-STATUS-ACK.
005900     SELECT NOME-FLUXO ASSIGN TO "NOMEFLX"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-STATUS-FLX.
006200     SELECT PARAMETROS ASSIGN TO "FLXPRM"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-STATUS-PRM.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  NOME-JORNAL
006800     LABEL RECORDS ARE STANDARD.
006900 COPY "nomejrn.cpy".
007000 FD  JORNAL-ARQUIVO
007100     LABEL RECORDS ARE STANDARD.
007200 01  JRNA-REGISTRO                   PIC X(205).
007300 FD  JRNL-GERLOG
007400     LABEL RECORDS ARE STANDARD.
007500 COPY "jrnlger.cpy".
007600 FD  NOME-GERLOG
007700     LABEL RECORDS ARE STANDARD.
007800 COPY "nomeger.cpy".
007900 FD  NOME-ACK
008000     LABEL RECORDS ARE STANDARD.
008100 01  ACK-REGISTRO.
008200     05  ACK-GERACAO                 PIC 9(06).
008300     05  FILLER                      PIC X(01).
008400     05  ACK-QTD-ACEITA              PIC 9(06).
008500 FD  NOME-FLUXO
008600     LABEL RECORDS ARE STANDARD.
008700 01  LINHA-FLX                       PIC X(132).
008800 FD  PARAMETROS
008900     LABEL RECORDS ARE STANDARD.
009000 01  PRM-CARTAO.
009100     05  PRM-TIPO                    PIC X(01).
009200 WORKING-STORAGE SECTION.
009300 77  WS-STATUS-JRN               PIC X(02).
009400 77  WS-STATUS-JRA               PIC X(02).
009500 77  WS-STATUS-JGR               PIC X(02).
009600 77  WS-STATUS-GER               PIC X(02).
009700 77  WS-STATUS-ACK               PIC X(02).
009800 77  WS-STATUS-FLX               PIC X(02).
009900 77  WS-STATUS-PRM               PIC X(02).
010000 77  WS-SW-ABORTAR               PIC X(01) VALUE "N".
010100     88  WS-ABORTAR              VALUE "S".
010200 77  WS-SW-REINICIO              PIC X(01) VALUE "N".
010300     88  WS-REINICIO             VALUE "S".
010400 77  WS-SW-FIM-JORNAL            PIC X(01) VALUE "N".
010500     88  WS-FIM-JORNAL           VALUE "S".
010600 77  WS-SW-FIM-ARQUIVADA         PIC X(01) VALUE "N".
010700     88  WS-FIM-ARQUIVADA        VALUE "S".
010800 77  WS-SW-LER-ARQUIVADA         PIC X(01) VALUE "N".
010900     88  WS-LER-ARQUIVADA        VALUE "S".
011000 77  WS-SW-LENDO-ARQUIVADA       PIC X(01) VALUE "N".
011100     88  WS-LENDO-ARQUIVADA      VALUE "S".
011200 77  WS-SW-JRN-ABERTO            PIC X(01) VALUE "N".
011300     88  WS-JRN-ABERTO           VALUE "S".
011400 77  WS-SW-FIM-GERLOG            PIC X(01) VALUE "N".
011500     88  WS-FIM-GERLOG           VALUE "S".
011600 77  WS-SW-FIM-JGR               PIC X(01) VALUE "N".
011700     88  WS-FIM-JGR              VALUE "S".
011800 77  WS-SW-FIM-ACK               PIC X(01) VALUE "N".
011900     88  WS-FIM-ACK              VALUE "S".
012000 77  WS-SW-ACK-ACHADO            PIC X(01) VALUE "N".
012100     88  WS-ACK-ACHADO           VALUE "S".
012200 77  WS-QTD-ACKS                 PIC 9(04) COMP VALUE ZERO.
012300 77  WS-MAX-ACKS                 PIC 9(04) COMP VALUE 200.
012400 77  WS-IDX                      PIC 9(04) COMP VALUE ZERO.
012500 77  WS-PTR                      PIC 9(04) COMP VALUE ZERO.
012600 77  WS-GERACAO                  PIC 9(06) VALUE ZERO.
012700 77  WS-GER-CONFIRMADA           PIC 9(06) VALUE ZERO.
012800 77  WS-ULT-GER-JRNL             PIC 9(06) VALUE ZERO.
012900 77  WS-GER-PENDENTE             PIC 9(06) VALUE ZERO.
013000 77  WS-MARCA-QTD                PIC 9(06) VALUE ZERO.
013100 77  WS-CARIMBO-QTD              PIC 9(06) VALUE ZERO.
013200 77  WS-NOVA-MARCA-QTD           PIC 9(06) VALUE ZERO.
013300 77  WS-CONT-LIDOS               PIC 9(06) VALUE ZERO.
013400 77  WS-CONT-ENVIADOS            PIC 9(06) VALUE ZERO.
013500 77  WS-CONT-JA-ENVIADOS         PIC 9(06) VALUE ZERO.
013600 77  WS-CONT-INCLUSOES           PIC 9(06) VALUE ZERO.
013700 77  WS-CONT-ALTERACOES          PIC 9(06) VALUE ZERO.
013800 77  WS-CONT-CORRECOES           PIC 9(06) VALUE ZERO.
013850 77  WS-CONT-MESCLAGENS          PIC 9(06) VALUE ZERO.
013900 77  WS-CONT-ACK-EXCED           PIC 9(06) VALUE ZERO.
014000 77  WS-FLX-SEQ                  PIC 9(06).
014100 77  WS-FLX-NOME-ANT             PIC X(40).
014200 77  WS-FLX-ST-ANT               PIC X(01).
014300 01  WS-DATA-SISTEMA             PIC 9(08).
014400 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
014500     05  WS-SIS-AAAA             PIC 9(04).
014600     05  WS-SIS-MM               PIC 9(02).
014700     05  WS-SIS-DD               PIC 9(02).
014800 01  WS-HORA-SISTEMA.
014900     05  WS-HORA-HHMMSS          PIC 9(06).
015000     05  FILLER                  PIC 9(02).
015100 01  WS-MARCA.
015200     05  WS-MARCA-DATA           PIC 9(08) VALUE ZERO.
015300     05  WS-MARCA-HORA           PIC 9(06) VALUE ZERO.
015400 01  WS-MARCA-CHAVE REDEFINES WS-MARCA
015500                                 PIC 9(14).
015600 01  WS-NOVA-MARCA.
015700     05  WS-NOVA-MARCA-DATA      PIC 9(08) VALUE ZERO.
015800     05  WS-NOVA-MARCA-HORA      PIC 9(06) VALUE ZERO.
015900 01  WS-CARIMBO.
016000     05  WS-CARIMBO-DATA         PIC 9(08) VALUE ZERO.
016100     05  WS-CARIMBO-HORA         PIC 9(06) VALUE ZERO.
016200 01  WS-CARIMBO-CHAVE REDEFINES WS-CARIMBO
016300                                 PIC 9(14).
016400 01  WS-LANC.
016500     05  WS-LANC-DATA            PIC 9(08).
016600     05  WS-LANC-HORA            PIC 9(06).
016700 01  WS-LANC-CHAVE REDEFINES WS-LANC
016800                                 PIC 9(14).
016900 01  WS-JGR-FIM.
017000     05  WS-JGR-FIM-DATA         PIC 9(08).
017100     05  WS-JGR-FIM-HORA         PIC 9(06).
017200 01  WS-JGR-FIM-CHAVE REDEFINES WS-JGR-FIM
017300                                 PIC 9(14).
017400 01  WS-ULT-GER-INI.
017500     05  WS-ULT-GER-INI-DATA     PIC 9(08) VALUE ZERO.
017600     05  WS-ULT-GER-INI-HORA     PIC 9(06) VALUE ZERO.
017700 01  WS-DATA-LANC                PIC 9(08).
017800 01  WS-DATA-LANC-R REDEFINES WS-DATA-LANC.
017900     05  WS-LAN-AAAA             PIC 9(04).
018000     05  WS-LAN-MM               PIC 9(02).
018100     05  WS-LAN-DD               PIC 9(02).
018200 01  WS-HORA-DESMEMBRADA.
018300     05  WS-HORA-HH              PIC 9(02).
018400     05  WS-HORA-MI              PIC 9(02).
018500     05  WS-HORA-SS              PIC 9(02).
018600 01  WS-DATA-CSV.
018700     05  WS-DATA-CSV-AAAA        PIC 9(04).
018800     05  FILLER                  PIC X(01) VALUE "-".
018900     05  WS-DATA-CSV-MM          PIC 9(02).
019000     05  FILLER                  PIC X(01) VALUE "-".
019100     05  WS-DATA-CSV-DD          PIC 9(02).
019200 01  WS-HORA-CSV.
019300     05  WS-HORA-CSV-HH          PIC 9(02).
019400     05  FILLER                  PIC X(01) VALUE ":".
019500     05  WS-HORA-CSV-MI          PIC 9(02).
019600     05  FILLER                  PIC X(01) VALUE ":".
019700     05  WS-HORA-CSV-SS          PIC 9(02).
019800 01  WS-TAB-ACKS.
019900     05  WS-ACK-ENT              OCCURS 200 TIMES.
020000         10  WS-ACK-GER          PIC 9(06).
020100         10  WS-ACK-QTD          PIC 9(06).
020200 COPY "nomerec.cpy".
020300 PROCEDURE DIVISION.
020400***************************************************************
020500*    0000-MAINLINE                                            *
020600*    OBTEM A MARCA DA ULTIMA GERACAO CONFIRMADA, CONFERE SE   *
020700*    OS LANCAMENTOS DESDE ELA ESTAO DISPONIVEIS, GRAVA UMA    *
020800*    LINHA POR LANCAMENTO NOVO E LOGA A GERACAO. JORNAL       *
020900*    INCOMPLETO ENCERRA SEM FLUXO COM RETURN-CODE 8.          *
021000***************************************************************
021100 0000-MAINLINE.
021200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
021300     IF NOT WS-ABORTAR
021400         PERFORM 2000-PROCESSAR-LANCAMENTO THRU 2000-EXIT
021500             UNTIL WS-FIM-JORNAL
021600     END-IF
021700     PERFORM 9000-FINALIZAR THRU 9000-EXIT
021800     STOP RUN.
021900 0000-MAINLINE-EXIT.
022000     EXIT.
022100***************************************************************
022200*    1000-INICIALIZAR                                         *
022300*    LE O CARTAO DE REINICIO, CARREGA AS CONFIRMACOES, NUMERA *
022400*    A GERACAO E OBTEM A MARCA CONFIRMADA, CONFERE OS CORTES  *
022500*    DO JORNAL FEITOS DESDE A MARCA E SO ENTAO ABRE O JORNAL  *
022600*    E O ARQUIVO DE SAIDA, COM A LINHA H DO ENVELOPE E O      *
022700*    CABECALHO DAS COLUNAS.                                   *
022800***************************************************************
022900 1000-INICIALIZAR.
023000     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
023100     PERFORM 1050-LER-PARAMETRO THRU 1050-EXIT
023200     PERFORM 1100-CARREGAR-ACK THRU 1100-EXIT
023300     PERFORM 1200-OBTER-GERACAO THRU 1200-EXIT
023400     IF WS-REINICIO
023500         MOVE ZERO TO WS-MARCA-CHAVE
023600         MOVE ZERO TO WS-MARCA-QTD
023700         DISPLAY "REINICIO PEDIDO NO FLXPRM - FLUXO PARTE DO "
023800             "JORNAL CORRENTE"
023900     END-IF
024000     IF WS-MARCA-CHAVE = ZERO
024100         DISPLAY "SEM MARCA CONFIRMADA - ENVIANDO O JORNAL "
024200             "CORRENTE INTEIRO"
024300     ELSE
024400         DISPLAY "ULTIMA GERACAO CONFIRMADA: " WS-GER-CONFIRMADA
024500             " MARCA: " WS-MARCA-DATA " " WS-MARCA-HORA
024600             " / " WS-MARCA-QTD
024700         PERFORM 1300-VERIFICAR-CORTES THRU 1300-EXIT
024800     END-IF
024900     IF WS-ABORTAR
025000         MOVE 8 TO RETURN-CODE
025100         GO TO 1000-EXIT
025200     END-IF
025300     MOVE WS-MARCA     TO WS-NOVA-MARCA
025400     MOVE WS-MARCA-QTD TO WS-NOVA-MARCA-QTD
025500     IF WS-LER-ARQUIVADA
025600         OPEN INPUT JORNAL-ARQUIVO
025700         MOVE "S" TO WS-SW-LENDO-ARQUIVADA
025800     ELSE
025900         PERFORM 1500-ABRIR-JORNAL-CORRENTE THRU 1500-EXIT
026000     END-IF
026100     OPEN OUTPUT NOME-FLUXO
026200     PERFORM 1600-GRAVAR-LINHA-H THRU 1600-EXIT
026300     MOVE SPACES TO LINHA-FLX
026400     STRING "SEQ,ACAO,DATA,HORA,OPERADOR,"  DELIMITED BY SIZE
026500         "NOME_ANTES,STATUS_ANTES,"          DELIMITED BY SIZE
026600         "NOME_DEPOIS,STATUS_DEPOIS,"        DELIMITED BY SIZE
026650         "MESCLADO_EM"                       DELIMITED BY SIZE
026700         INTO LINHA-FLX
026800     END-STRING
026900     WRITE LINHA-FLX.
027000 1000-EXIT.
027100     EXIT.
027200***************************************************************
027300*    1050-LER-PARAMETRO                                       *
027400*    LE O CARTAO FLXPRM. R NA COLUNA 1 PEDE O REINICIO DO     *
027500*    FLUXO PELO JORNAL CORRENTE (DEPOIS DE UM EXTRATO TOTAL   *
027600*    QUE RESSINCRONIZOU O CONSUMIDOR). CARTAO AUSENTE OU EM   *
027700*    BRANCO SEGUE DA ULTIMA GERACAO CONFIRMADA.               *
027800***************************************************************
027900 1050-LER-PARAMETRO.
028000     OPEN INPUT PARAMETROS
028100     IF WS-STATUS-PRM = "00"
028200         READ PARAMETROS
028300             AT END
028400                 CONTINUE
028500             NOT AT END
028600                 INSPECT PRM-TIPO CONVERTING "r" TO "R"
028700                 IF PRM-TIPO = "R"
028800                     MOVE "S" TO WS-SW-REINICIO
028900                 ELSE
029000                     IF PRM-TIPO NOT = SPACE
029100                         DISPLAY "CHAVE DESCONHECIDA NO FLXPRM - "
029200                             "IGNORADA"
029300                     END-IF
029400                 END-IF
029500         END-READ
029600         CLOSE PARAMETROS
029700     END-IF.
029800 1050-EXIT.
029900     EXIT.
030000***************************************************************
030100*    1100-CARREGAR-ACK                                        *
030200*    CARREGA NA TABELA AS CONFIRMACOES DEVOLVIDAS PELOS       *
030300*    CONSUMIDORES. ARQUIVO AUSENTE E TRATADO COMO NENHUMA     *
030400*    GERACAO CONFIRMADA; COM A TABELA CHEIA O EXCEDENTE E     *
030500*    CONTADO E AVISADO, COMO NO TESTCOBA.                     *
030600***************************************************************
030700 1100-CARREGAR-ACK.
030800     MOVE "N" TO WS-SW-FIM-ACK
030900     OPEN INPUT NOME-ACK
031000     IF WS-STATUS-ACK = "00"
031100         PERFORM 1110-LER-ACK THRU 1110-EXIT
031200             UNTIL WS-FIM-ACK
031300         CLOSE NOME-ACK
031400     ELSE
031500         DISPLAY "ARQUIVO DE CONFIRMACAO NOMEACK AUSENTE - "
031600             "NENHUMA GERACAO CONFIRMADA"
031700     END-IF.
031800 1100-EXIT.
031900     EXIT.
032000 1110-LER-ACK.
032100     READ NOME-ACK
032200         AT END
032300             MOVE "S" TO WS-SW-FIM-ACK
032400     END-READ
032500     IF NOT WS-FIM-ACK
032600         IF ACK-GERACAO IS NUMERIC
032700             AND ACK-QTD-ACEITA IS NUMERIC
032800             IF WS-QTD-ACKS < WS-MAX-ACKS
032900                 ADD 1 TO WS-QTD-ACKS
033000                 MOVE ACK-GERACAO    TO WS-ACK-GER(WS-QTD-ACKS)
033100                 MOVE ACK-QTD-ACEITA TO WS-ACK-QTD(WS-QTD-ACKS)
033200             ELSE
033300                 ADD 1 TO WS-CONT-ACK-EXCED
033400                 DISPLAY "TABELA DE CONFIRMACOES CHEIA - "
033500                     "EXCEDENTE IGNORADO"
033600             END-IF
033700         ELSE
033800             DISPLAY "CONFIRMACAO INVALIDA DESCARTADA: "
033900                 ACK-REGISTRO
034000         END-IF
034100     END-IF.
034200 1110-EXIT.
034300     EXIT.
034400***************************************************************
034500*    1200-OBTER-GERACAO                                       *
034600*    PERCORRE O LOG DE GERACOES NOMECSVG: O MAIOR NUMERO JA   *
034700*    PRODUZIDO (EXTRATO OU FLUXO) NUMERA ESTA GERACAO COM O   *
034800*    SEGUINTE, E A MAIOR GERACAO DE FLUXO CONFIRMADA COM A    *
034900*    QUANTIDADE ENVIADA FORNECE A MARCA DE PARTIDA.           *
035000***************************************************************
035100 1200-OBTER-GERACAO.
035200     MOVE ZERO TO WS-GERACAO
035300     MOVE "N" TO WS-SW-FIM-GERLOG
035400     OPEN INPUT NOME-GERLOG
035500     IF WS-STATUS-GER = "00"
035600         PERFORM 1210-LER-GERACAO THRU 1210-EXIT
035700             UNTIL WS-FIM-GERLOG
035800         CLOSE NOME-GERLOG
035900     END-IF
036000     ADD 1 TO WS-GERACAO.
036100 1200-EXIT.
036200     EXIT.
036300 1210-LER-GERACAO.
036400     READ NOME-GERLOG
036500         AT END
036600             MOVE "S" TO WS-SW-FIM-GERLOG
036700     END-READ
036800     IF NOT WS-FIM-GERLOG
036900         IF GER-GERACAO IS NUMERIC
037000             IF GER-GERACAO > WS-GERACAO
037100                 MOVE GER-GERACAO TO WS-GERACAO
037200             END-IF
037300             IF GER-TIPO-FLUXO
037400                 AND GER-GERACAO > WS-GER-CONFIRMADA
037500                 PERFORM 1220-TESTAR-CONFIRMACAO THRU 1220-EXIT
037600             END-IF
037700         END-IF
037800     END-IF.
037900 1210-EXIT.
038000     EXIT.
038100***************************************************************
038200*    1220-TESTAR-CONFIRMACAO                                  *
038300*    PROCURA NA TABELA A CONFIRMACAO DA GERACAO DE FLUXO      *
038400*    CORRENTE DO LOG. SO CONFIRMACAO COM A QUANTIDADE ACEITA  *
038500*    IGUAL A ENVIADA TORNA A MARCA DESTA GERACAO A MARCA DE   *
038600*    PARTIDA - ACEITE PARCIAL OBRIGA O REENVIO.               *
038700***************************************************************
038800 1220-TESTAR-CONFIRMACAO.
038900     MOVE "N" TO WS-SW-ACK-ACHADO
039000     PERFORM 1230-PROCURAR-ACK THRU 1230-EXIT
039100         VARYING WS-IDX FROM 1 BY 1
039200         UNTIL WS-ACK-ACHADO
039300            OR WS-IDX > WS-QTD-ACKS
039400     IF WS-ACK-ACHADO
039500         AND GER-MARCA-DATA IS NUMERIC
039600         AND GER-MARCA-HORA IS NUMERIC
039700         AND GER-MARCA-QTD IS NUMERIC
039800         MOVE GER-GERACAO    TO WS-GER-CONFIRMADA
039900         MOVE GER-MARCA-DATA TO WS-MARCA-DATA
040000         MOVE GER-MARCA-HORA TO WS-MARCA-HORA
040100         MOVE GER-MARCA-QTD  TO WS-MARCA-QTD
040200     END-IF.
040300 1220-EXIT.
040400     EXIT.
040500 1230-PROCURAR-ACK.
040600     IF WS-IDX NOT GREATER WS-QTD-ACKS
040700         IF WS-ACK-GER(WS-IDX) = GER-GERACAO
040800             AND WS-ACK-QTD(WS-IDX) = GER-QTD
040900             MOVE "S" TO WS-SW-ACK-ACHADO
041000         END-IF
041100     END-IF.
041200 1230-EXIT.
041300     EXIT.
041400***************************************************************
041500*    1300-VERIFICAR-CORTES                                    *
041600*    PERCORRE O LOG DE GERACOES DO JORNAL JRNLGCTL PROCURANDO *
041700*    A PRIMEIRA GERACAO ARQUIVADA QUE TERMINA DEPOIS DA       *
041800*    MARCA (LANCAMENTOS AINDA NAO CONFIRMADOS QUE O CORTE     *
041900*    TIROU DO NOMEJRNL). NENHUMA: BASTA O JORNAL CORRENTE.    *
042000*    A ULTIMA GERACAO: ELA DEVE ESTAR EM NOMEJRNA E E LIDA    *
042100*    ANTES DO CORRENTE. UMA GERACAO MAIS ANTIGA: HOUVE MAIS   *
042200*    DE UM CORTE DESDE A CONFIRMACAO E O FLUXO NAO TEM COMO   *
042300*    SER CONTINUO - O JOB E RECUSADO PARA UM EXTRATO TOTAL    *
042400*    SEGUIDO DE REINICIO.                                     *
042500***************************************************************
042600 1300-VERIFICAR-CORTES.
042700     MOVE ZERO TO WS-GER-PENDENTE
042800     MOVE ZERO TO WS-ULT-GER-JRNL
042900     MOVE "N" TO WS-SW-FIM-JGR
043000     OPEN INPUT JRNL-GERLOG
043100     IF WS-STATUS-JGR = "00"
043200         PERFORM 1310-LER-CORTE THRU 1310-EXIT
043300             UNTIL WS-FIM-JGR
043400         CLOSE JRNL-GERLOG
043500     END-IF
043600     IF WS-GER-PENDENTE > ZERO
043700         IF WS-GER-PENDENTE < WS-ULT-GER-JRNL
043800             DISPLAY "LANCAMENTOS NAO CONFIRMADOS DESDE A "
043900                 "GERACAO " WS-GER-PENDENTE " DO JORNAL, "
044000                 "FECHADA POR MAIS DE UM CORTE"
044100             DISPLAY "ENVIE UM EXTRATO TOTAL (TESTCOBX) E "
044200                 "REINICIE O FLUXO PELO CARTAO FLXPRM"
044300             MOVE "S" TO WS-SW-ABORTAR
044400         ELSE
044500             MOVE "S" TO WS-SW-LER-ARQUIVADA
044600             PERFORM 1400-CONFERIR-ARQUIVADA THRU 1400-EXIT
044700         END-IF
044800     END-IF.
044900 1300-EXIT.
045000     EXIT.
045100 1310-LER-CORTE.
045200     READ JRNL-GERLOG
045300         AT END
045400             MOVE "S" TO WS-SW-FIM-JGR
045500     END-READ
045600     IF NOT WS-FIM-JGR
045700         IF JGR-GERACAO IS NUMERIC
045800             MOVE JGR-DATA-FIM TO WS-JGR-FIM-DATA
045900             MOVE JGR-HORA-FIM TO WS-JGR-FIM-HORA
046000             IF WS-JGR-FIM-CHAVE NOT < WS-MARCA-CHAVE
046100                 AND (WS-GER-PENDENTE = ZERO
046200                  OR JGR-GERACAO < WS-GER-PENDENTE)
046300                 MOVE JGR-GERACAO TO WS-GER-PENDENTE
046400             END-IF
046500             IF JGR-GERACAO > WS-ULT-GER-JRNL
046600                 MOVE JGR-GERACAO  TO WS-ULT-GER-JRNL
046700                 MOVE JGR-DATA-INI TO WS-ULT-GER-INI-DATA
046800                 MOVE JGR-HORA-INI TO WS-ULT-GER-INI-HORA
046900             END-IF
047000         END-IF
047100     END-IF.
047200 1310-EXIT.
047300     EXIT.
047400***************************************************************
047500*    1400-CONFERIR-ARQUIVADA                                  *
047600*    CONFERE QUE O NOMEJRNA PRESENTE E A ULTIMA GERACAO       *
047700*    FECHADA: O PRIMEIRO LANCAMENTO DEVE TER O CARIMBO        *
047800*    INICIAL REGISTRADO NO JRNLGCTL. AUSENTE OU DE OUTRA      *
047900*    GERACAO (A OPERACAO GUARDA AS GERACOES DATADAS), O JOB   *
048000*    E RECUSADO PARA A GERACAO CERTA SER RESTAURADA.          *
048100***************************************************************
048200 1400-CONFERIR-ARQUIVADA.
048300     OPEN INPUT JORNAL-ARQUIVO
048400     IF WS-STATUS-JRA NOT = "00"
048500         DISPLAY "GERACAO " WS-ULT-GER-JRNL " DO JORNAL TEM "
048600             "LANCAMENTOS NAO CONFIRMADOS - RESTAURE-A COMO "
048700             "NOMEJRNA"
048800         MOVE "S" TO WS-SW-ABORTAR
048900     ELSE
049000         READ JORNAL-ARQUIVO
049100             AT END
049200                 DISPLAY "GERACAO ARQUIVADA NOMEJRNA VAZIA"
049300                 MOVE "S" TO WS-SW-ABORTAR
049400             NOT AT END
049500                 MOVE JRNA-REGISTRO TO JRNL-REGISTRO
049600                 IF JRNL-DATA NOT = WS-ULT-GER-INI-DATA
049700                     OR JRNL-HORA NOT = WS-ULT-GER-INI-HORA
049800                     DISPLAY "NOMEJRNA NAO E A GERACAO "
049900                         WS-ULT-GER-JRNL " DO JORNAL - "
050000                         "RESTAURE A GERACAO CERTA"
050100                     MOVE "S" TO WS-SW-ABORTAR
050200                 END-IF
050300         END-READ
050400         CLOSE JORNAL-ARQUIVO
050500     END-IF.
050600 1400-EXIT.
050700     EXIT.
050800***************************************************************
050900*    1500-ABRIR-JORNAL-CORRENTE                               *
051000*    ABRE O NOMEJRNL. JORNAL AUSENTE (LOGO APOS UM CORTE, SEM *
051100*    MOVIMENTO) APENAS ENCERRA A LEITURA.                     *
051200***************************************************************
051300 1500-ABRIR-JORNAL-CORRENTE.
051400     OPEN INPUT NOME-JORNAL
051500     IF WS-STATUS-JRN NOT = "00"
051600         DISPLAY "ARQUIVO NOMEJRNL VAZIO OU INEXISTENTE"
051700         MOVE "S" TO WS-SW-FIM-JORNAL
051800     ELSE
051900         MOVE "S" TO WS-SW-JRN-ABERTO
052000     END-IF.
052100 1500-EXIT.
052200     EXIT.
052300***************************************************************
052400*    1600-GRAVAR-LINHA-H                                      *
052500*    ESCREVE A LINHA H DO ENVELOPE DE CONTROLE, COM A DATA E  *
052600*    O NUMERO DA GERACAO, NO MESMO FORMATO DO TESTCOBX.       *
052700***************************************************************
052800 1600-GRAVAR-LINHA-H.
052900     MOVE WS-SIS-AAAA TO WS-DATA-CSV-AAAA
053000     MOVE WS-SIS-MM   TO WS-DATA-CSV-MM
053100     MOVE WS-SIS-DD   TO WS-DATA-CSV-DD
053200     MOVE SPACES TO LINHA-FLX
053300     STRING "H,"          DELIMITED BY SIZE
053400         WS-DATA-CSV      DELIMITED BY SIZE
053500         ","              DELIMITED BY SIZE
053600         WS-GERACAO       DELIMITED BY SIZE
053700         INTO LINHA-FLX
053800     END-STRING
053900     WRITE LINHA-FLX.
054000 1600-EXIT.
054100     EXIT.
054200***************************************************************
054300*    2000-PROCESSAR-LANCAMENTO                                *
054400*    LE O PROXIMO LANCAMENTO E CONTA QUANTOS JA APARECERAM    *
054500*    COM O MESMO CARIMBO DE DATA E HORA (A CARGA GRAVA        *
054600*    VARIOS NO MESMO SEGUNDO). O LANCAMENTO SO E ENVIADO SE   *
054700*    VIER DEPOIS DA MARCA CONFIRMADA: CARIMBO MAIOR, OU O     *
054800*    MESMO CARIMBO ALEM DA QUANTIDADE JA ENVIADA NELE.        *
054900***************************************************************
055000 2000-PROCESSAR-LANCAMENTO.
055100     PERFORM 2100-LER-LANCAMENTO THRU 2100-EXIT
055200     IF NOT WS-FIM-JORNAL
055300         ADD 1 TO WS-CONT-LIDOS
055400         MOVE JRNL-DATA TO WS-LANC-DATA
055500         MOVE JRNL-HORA TO WS-LANC-HORA
055600         IF WS-LANC-CHAVE = WS-CARIMBO-CHAVE
055700             ADD 1 TO WS-CARIMBO-QTD
055800         ELSE
055900             MOVE WS-LANC TO WS-CARIMBO
056000             MOVE 1 TO WS-CARIMBO-QTD
056100         END-IF
056200         IF WS-LANC-CHAVE > WS-MARCA-CHAVE
056300             OR (WS-LANC-CHAVE = WS-MARCA-CHAVE
056400             AND WS-CARIMBO-QTD > WS-MARCA-QTD)
056500             PERFORM 2200-GRAVAR-LINHA-FLX THRU 2200-EXIT
056600         ELSE
056700             ADD 1 TO WS-CONT-JA-ENVIADOS
056800         END-IF
056900     END-IF.
057000 2000-EXIT.
057100     EXIT.
057200***************************************************************
057300*    2100-LER-LANCAMENTO                                      *
057400*    LE DA GERACAO ARQUIVADA ENQUANTO HOUVER LANCAMENTOS E    *
057500*    DEPOIS PASSA AO JORNAL CORRENTE, DEVOLVENDO SEMPRE O     *
057600*    LANCAMENTO NO LAYOUT DO NOMEJRNL.                        *
057700***************************************************************
057800 2100-LER-LANCAMENTO.
057900     IF WS-LENDO-ARQUIVADA
058000         READ JORNAL-ARQUIVO
058100             AT END
058200                 MOVE "S" TO WS-SW-FIM-ARQUIVADA
058300             NOT AT END
058400                 MOVE JRNA-REGISTRO TO JRNL-REGISTRO
058500         END-READ
058600         IF WS-FIM-ARQUIVADA
058700             CLOSE JORNAL-ARQUIVO
058800             MOVE "N" TO WS-SW-LENDO-ARQUIVADA
058900             PERFORM 1500-ABRIR-JORNAL-CORRENTE THRU 1500-EXIT
059000         END-IF
059100     END-IF
059200     IF NOT WS-LENDO-ARQUIVADA
059300         AND NOT WS-FIM-JORNAL
059400         READ NOME-JORNAL
059500             AT END
059600                 MOVE "S" TO WS-SW-FIM-JORNAL
059700         END-READ
059800     END-IF.
059900 2100-EXIT.
060000     EXIT.
060100***************************************************************
060200*    2200-GRAVAR-LINHA-FLX                                    *
060300*    DESMEMBRA AS IMAGENS ANTES E DEPOIS NO LAYOUT DO MESTRE  *
060400*    E GRAVA A LINHA CHAVEADA PELA SEQUENCIA: ACAO, DATA E    *
060500*    HORA DO LANCAMENTO, OPERADOR, NOME E STATUS ANTES (EM    *
060600*    BRANCO NA INCLUSAO), NOME E STATUS DEPOIS E A SEQUENCIA  *
060620*    SOBREVIVENTE QUANDO O REGISTRO FOI MESCLADO (EM BRANCO   *
060640*    NOS DEMAIS). A MARCA DO ULTIMO LANCAMENTO ENVIADO VAI    *
060700*    PARA O LOG DE GERACOES.                                  *
060800***************************************************************
060900 2200-GRAVAR-LINHA-FLX.
061000     MOVE SPACES TO WS-FLX-NOME-ANT
061100     MOVE SPACE  TO WS-FLX-ST-ANT
061200     IF JRNL-IMAGEM-ANTES NOT = SPACES
061300         MOVE JRNL-IMAGEM-ANTES TO NOME-REGISTRO
061400         MOVE NOME-NOME         TO WS-FLX-NOME-ANT
061500         MOVE NOME-STATUS       TO WS-FLX-ST-ANT
061600     END-IF
061700     MOVE JRNL-IMAGEM-DEPOIS TO NOME-REGISTRO
061800     MOVE NOME-SEQ  TO WS-FLX-SEQ
061900     MOVE JRNL-DATA TO WS-DATA-LANC
062000     MOVE WS-LAN-AAAA TO WS-DATA-CSV-AAAA
062100     MOVE WS-LAN-MM   TO WS-DATA-CSV-MM
062200     MOVE WS-LAN-DD   TO WS-DATA-CSV-DD
062300     MOVE JRNL-HORA  TO WS-HORA-DESMEMBRADA
062400     MOVE WS-HORA-HH TO WS-HORA-CSV-HH
062500     MOVE WS-HORA-MI TO WS-HORA-CSV-MI
062600     MOVE WS-HORA-SS TO WS-HORA-CSV-SS
062700     MOVE SPACES TO LINHA-FLX
062800     MOVE 1 TO WS-PTR
062900     STRING WS-FLX-SEQ                DELIMITED BY SIZE
063000         ","                           DELIMITED BY SIZE
063100         JRNL-ACAO                     DELIMITED BY SIZE
063200         ","                           DELIMITED BY SIZE
063300         WS-DATA-CSV                   DELIMITED BY SIZE
063400         ","                           DELIMITED BY SIZE
063500         WS-HORA-CSV                   DELIMITED BY SIZE
063600         ","                           DELIMITED BY SIZE
063700         FUNCTION TRIM(JRNL-OPERADOR)  DELIMITED BY SIZE
063800         ","                           DELIMITED BY SIZE
063900         INTO LINHA-FLX
064000         WITH POINTER WS-PTR
064100     END-STRING
064200     IF WS-FLX-NOME-ANT NOT = SPACES
064300         STRING FUNCTION TRIM(WS-FLX-NOME-ANT) DELIMITED BY SIZE
064400             INTO LINHA-FLX
064500             WITH POINTER WS-PTR
064600         END-STRING
064700     END-IF
064800     STRING ","                        DELIMITED BY SIZE
064900         WS-FLX-ST-ANT                 DELIMITED BY SPACE
065000         ","                           DELIMITED BY SIZE
065100         FUNCTION TRIM(NOME-NOME)      DELIMITED BY SIZE
065200         ","                           DELIMITED BY SIZE
065300         NOME-STATUS                   DELIMITED BY SIZE
065350         ","                           DELIMITED BY SIZE
065370         NOME-MESCLADO-EM              DELIMITED BY SPACE
065400         INTO LINHA-FLX
065500         WITH POINTER WS-PTR
065600     END-STRING
065700     WRITE LINHA-FLX
065800     IF WS-STATUS-FLX NOT = "00"
065900         DISPLAY "ERRO AO GRAVAR FLUXO: " WS-STATUS-FLX
066000         MOVE 8 TO RETURN-CODE
066100     END-IF
066200     ADD 1 TO WS-CONT-ENVIADOS
066300     EVALUATE TRUE
066400         WHEN JRNL-ACAO-INCLUSAO
066500             ADD 1 TO WS-CONT-INCLUSOES
066600         WHEN JRNL-ACAO-CORRECAO
066700             ADD 1 TO WS-CONT-CORRECOES
066750         WHEN JRNL-ACAO-MESCLAGEM
066770             ADD 1 TO WS-CONT-MESCLAGENS
066800         WHEN OTHER
066900             ADD 1 TO WS-CONT-ALTERACOES
067000     END-EVALUATE
067100     MOVE WS-LANC        TO WS-NOVA-MARCA
067200     MOVE WS-CARIMBO-QTD TO WS-NOVA-MARCA-QTD.
067300 2200-EXIT.
067400     EXIT.
067500***************************************************************
067600*    9000-FINALIZAR                                           *
067700*    ESCREVE A LINHA T DO ENVELOPE (GERACAO E QUANTIDADE      *
067800*    ENVIADA), LOGA A GERACAO NO NOMECSVG COM A NOVA MARCA E  *
067900*    FECHA OS ARQUIVOS. NA RECUSA NADA E ENVELOPADO NEM       *
068000*    LOGADO E O NOMEFLX ANTERIOR FICA INTACTO.                *
068100***************************************************************
068200 9000-FINALIZAR.
068300     IF WS-ABORTAR
068400         DISPLAY "FLUXO DE ALTERACOES NAO GERADO"
068500     ELSE
068600         PERFORM 9100-GRAVAR-LINHA-T THRU 9100-EXIT
068700         PERFORM 9200-GRAVAR-GERLOG THRU 9200-EXIT
068800         IF WS-LENDO-ARQUIVADA
068900             CLOSE JORNAL-ARQUIVO
069000         END-IF
069100         IF WS-JRN-ABERTO
069200             CLOSE NOME-JORNAL
069300         END-IF
069400         CLOSE NOME-FLUXO
069500         DISPLAY "GERACAO DO FLUXO...: " WS-GERACAO
069600         DISPLAY "LANCAMENTOS LIDOS..: " WS-CONT-LIDOS
069700         DISPLAY "JA ENVIADOS ANTES..: " WS-CONT-JA-ENVIADOS
069800         DISPLAY "ENVIADOS AGORA.....: " WS-CONT-ENVIADOS
069900         DISPLAY "  INCLUSOES (I)....: " WS-CONT-INCLUSOES
070000         DISPLAY "  ALTERACOES (A)...: " WS-CONT-ALTERACOES
070100         DISPLAY "  CORRECOES (C)....: " WS-CONT-CORRECOES
070150         DISPLAY "  MESCLAGENS (M)...: " WS-CONT-MESCLAGENS
070200         DISPLAY "MARCA ENVIADA......: " WS-NOVA-MARCA-DATA " "
070300             WS-NOVA-MARCA-HORA " / " WS-NOVA-MARCA-QTD
070400     END-IF.
070500 9000-EXIT.
070600     EXIT.
070700***************************************************************
070800*    9100-GRAVAR-LINHA-T                                      *
070900*    ESCREVE A LINHA T DO ENVELOPE DE CONTROLE, COM O NUMERO  *
071000*    DA GERACAO E A QUANTIDADE DE LINHAS DE DETALHE.          *
071100***************************************************************
071200 9100-GRAVAR-LINHA-T.
071300     MOVE SPACES TO LINHA-FLX
071400     STRING "T,"              DELIMITED BY SIZE
071500         WS-GERACAO           DELIMITED BY SIZE
071600         ","                  DELIMITED BY SIZE
071700         WS-CONT-ENVIADOS     DELIMITED BY SIZE
071800         INTO LINHA-FLX
071900     END-STRING
072000     WRITE LINHA-FLX.
072100 9100-EXIT.
072200     EXIT.
072300***************************************************************
072400*    9200-GRAVAR-GERLOG                                       *
072500*    ACRESCENTA AO LOG NOMECSVG A GERACAO DO FLUXO (TIPO F)   *
072600*    COM DATA, HORA, QUANTIDADE ENVIADA E A MARCA DO ULTIMO   *
072700*    LANCAMENTO ENVIADO, PARA O TESTCOBA RECONCILIAR E PARA   *
072800*    O PROXIMO FLUXO PARTIR DELA QUANDO CONFIRMADA.           *
072900***************************************************************
073000 9200-GRAVAR-GERLOG.
073100     ACCEPT WS-HORA-SISTEMA FROM TIME
073200     OPEN EXTEND NOME-GERLOG
073300     IF WS-STATUS-GER = "35"
073400         OPEN OUTPUT NOME-GERLOG
073500         CLOSE NOME-GERLOG
073600         OPEN EXTEND NOME-GERLOG
073700     END-IF
073800     MOVE WS-GERACAO          TO GER-GERACAO
073900     MOVE WS-DATA-SISTEMA     TO GER-DATA
074000     MOVE WS-HORA-HHMMSS      TO GER-HORA
074100     MOVE WS-CONT-ENVIADOS    TO GER-QTD
074200     MOVE "F"                 TO GER-TIPO
074300     MOVE WS-NOVA-MARCA-DATA  TO GER-MARCA-DATA
074400     MOVE WS-NOVA-MARCA-HORA  TO GER-MARCA-HORA
074500     MOVE WS-NOVA-MARCA-QTD   TO GER-MARCA-QTD
074600     WRITE GER-REGISTRO
074700     IF WS-STATUS-GER NOT = "00"
074800         DISPLAY "ERRO AO GRAVAR LOG DE GERACOES: "
074900             WS-STATUS-GER
075000         MOVE 8 TO RETURN-CODE
075100     END-IF
075200     CLOSE NOME-GERLOG.
075300 9200-EXIT.
075400     EXIT.
