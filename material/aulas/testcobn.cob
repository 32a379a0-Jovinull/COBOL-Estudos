000100***************************************************************
000200*                                                             *
000300*    PROGRAMA   : TESTCOBN                                    *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    INSTALACAO : ESTUDOS COBOL                                *
000600*    DATA ESCRITA: 2026-10-15                                 *
000700*                                                             *
000800*    DESCRICAO  : ESTORNO DE UMA EXECUCAO COMPLETA DA CARGA   *
000900*    EM LOTE (TESTCOBB) A PARTIR DO JORNAL DE AUDITORIA. O    *
001000*    CARTAO BKOPRM TRAZ O IDENTIFICADOR DA EXECUCAO (COLUNAS  *
001100*    1-14, DATA E HORA DE INICIO EXIBIDAS NO LOG DA CARGA) E  *
001200*    O ID DO SUPERVISOR QUE AUTORIZA O ESTORNO (COLUNAS       *
001300*    15-22), QUE PRECISA ESTAR ATIVO E COM NIVEL DE           *
001400*    SUPERVISOR NO OPERMAST. O PROGRAMA TOMA A TRAVA DO       *
001500*    MESTRE, SEPARA DO NOMEJRNL OS LANCAMENTOS DA EXECUCAO E  *
001600*    OS DESFAZ DO ULTIMO PARA O PRIMEIRO PELAS IMAGENS ANTES: *
001700*    O NOME INCLUIDO PELA CARGA E CANCELADO E O REGISTRO QUE  *
001800*    A CARGA CANCELOU OU REATIVOU VOLTA A SITUACAO ANTERIOR.  *
001900*    CADA ESTORNO E GRAVADO NO JORNAL COMO ALTERACAO DO       *
002000*    OPERADOR BACKOUT, COM O SUPERVISOR NO CAMPO DO APROVADOR *
002100*    E O IDENTIFICADOR DA EXECUCAO ESTORNADA. REGISTRO        *
002200*    ALTERADO NO ONLINE DEPOIS DA CARGA (OU QUE NAO CONFERE   *
002300*    COM A IMAGEM GRAVADA PELA CARGA) NAO E SOBREPOSTO: SAI   *
002400*    NO RELATORIO NOMENRPT PARA TRATAMENTO MANUAL E O JOB     *
002500*    TERMINA COM RC 8. EXECUCAO JA ESTORNADA, NAO ENCONTRADA  *
002600*    NO JORNAL CORRENTE (JA CORTADO PELO TESTCOBK) OU COM O   *
002700*    MESTRE TRAVADO E RECUSADA SEM ALTERAR NADA, TAMBEM COM   *
002800*    RC 8.                                                    *
002900*                                                             *
003000*    HISTORICO DE ALTERACOES                                 *
003100*    DATA       AUTOR   DESCRICAO                             *
003200*    ---------- ------- -------------------------------------*
003300*    2026-10-15 JPO     CRIACAO DO ESTORNO DA CARGA EM LOTE.  *
003320*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES:       *
003340*                       IMAGENS DO JORNAL COM 80 E OBSERVACAO *
003360*                       IMPRESSA EM LINHA PROPRIA ABAIXO DO   *
003380*                       DETALHE.                              *
003400***************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. TESTCOBN.
003700 AUTHOR. J. OLIVEIRA.
003800 INSTALLATION. ESTUDOS COBOL.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED. 2026-10-15.
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. LINUX.
004400 OBJECT-COMPUTER. LINUX.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT NOME-MASTER ASSIGN TO "NOMEMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS NOME-SEQ
005100         ALTERNATE RECORD KEY IS NOME-NOME WITH DUPLICATES
005200         FILE STATUS IS WS-STATUS-ARQ.
005300     SELECT NOME-JORNAL ASSIGN TO "NOMEJRNL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-STATUS-JRN.
005600     SELECT OPER-MASTER ASSIGN TO "OPERMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS OPER-ID
006000         FILE STATUS IS WS-STATUS-OPE.
006100     SELECT NOME-TRAVA ASSIGN TO "NOMETRVA"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-STATUS-TRV.
006400     SELECT PARAMETROS ASSIGN TO "BKOPRM"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-STATUS-PRM.
006700     SELECT RELATORIO ASSIGN TO "NOMENRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-STATUS-RPT.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  NOME-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400 COPY "nomerec.cpy".
007500 FD  NOME-JORNAL
007600     LABEL RECORDS ARE STANDARD.
007700 COPY "nomejrn.cpy".
007800 FD  OPER-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000 COPY "operrec.cpy".
008100 FD  NOME-TRAVA
008200     LABEL RECORDS ARE STANDARD.
008300 COPY "nometrv.cpy".
008400 FD  PARAMETROS
008500     LABEL RECORDS ARE STANDARD.
008600 01  PRM-CARTAO.
008700     05  PRM-EXECUCAO                PIC X(14).
008800     05  PRM-SUPERVISOR              PIC X(08).
008900 FD  RELATORIO
009000     LABEL RECORDS ARE STANDARD.
009100 01  LINHA-RELATORIO                 PIC X(80).
009200 WORKING-STORAGE SECTION.
009300 77  WS-STATUS-ARQ               PIC X(02).
009400 77  WS-STATUS-JRN               PIC X(02).
009500 77  WS-STATUS-OPE               PIC X(02).
009600 77  WS-STATUS-TRV               PIC X(02).
009700 77  WS-STATUS-PRM               PIC X(02).
009800 77  WS-STATUS-RPT               PIC X(02).
009900 77  WS-SW-RECUSADA              PIC X(01) VALUE "N".
010000     88  WS-RECUSADA             VALUE "S".
010100 77  WS-SW-TRAVA-TOMADA          PIC X(01) VALUE "N".
010200     88  WS-TRAVA-TOMADA         VALUE "S".
010300 77  WS-SW-FIM-JORNAL            PIC X(01) VALUE "N".
010400     88  WS-FIM-JORNAL           VALUE "S".
010500 77  WS-SW-JA-ESTORNADA          PIC X(01) VALUE "N".
010600     88  WS-JA-ESTORNADA         VALUE "S".
010700 77  WS-SW-ESTOURO               PIC X(01) VALUE "N".
010800     88  WS-ESTOURO              VALUE "S".
010900 77  WS-SW-ACHOU-ATIVO           PIC X(01) VALUE "N".
011000     88  WS-ACHOU-ATIVO          VALUE "S".
011100 77  WS-SW-FIM-NOME              PIC X(01) VALUE "N".
011200     88  WS-FIM-NOME             VALUE "S".
011300 77  WS-MAX-LANC                 PIC 9(04) COMP VALUE 5000.
011400 77  WS-QTD-LANC                 PIC 9(04) COMP VALUE ZERO.
011500 77  WS-IND                      PIC 9(04) COMP VALUE ZERO.
011600 77  WS-IND-POST                 PIC 9(04) COMP VALUE ZERO.
011700 77  WS-CONT-LINHA               PIC 9(02) VALUE ZERO.
011800 77  WS-CONT-PAGINA              PIC 9(04) VALUE ZERO.
011900 77  WS-LINHAS-POR-PAGINA        PIC 9(02) VALUE 20.
012000 77  WS-CONT-JORNAL              PIC 9(08) VALUE ZERO.
012100 77  WS-CONT-POSTERIORES         PIC 9(06) VALUE ZERO.
012200 77  WS-CONT-INCL-CANCELADAS     PIC 9(06) VALUE ZERO.
012300 77  WS-CONT-ALT-DESFEITAS       PIC 9(06) VALUE ZERO.
012400 77  WS-CONT-MANUAL              PIC 9(06) VALUE ZERO.
012500 77  WS-SEQ-PROCURA              PIC 9(06) VALUE ZERO.
012600 77  WS-NOME-PROCURA             PIC X(40) VALUE SPACES.
012700 01  WS-DATA-SISTEMA             PIC 9(08).
012800 01  WS-HORA-SISTEMA.
012900     05  WS-HORA-HHMMSS          PIC 9(06).
013000     05  FILLER                  PIC 9(02).
013100 01  WS-EXECUCAO                 PIC X(14) VALUE SPACES.
013200 01  WS-SUPERVISOR               PIC X(08) VALUE SPACES.
013300 01  WS-IMAGEM-ANTES             PIC X(80).
013400 01  WS-IMAGEM-DEPOIS            PIC X(80).
013500 01  WS-TAB-LANCAMENTOS.
013600     05  WS-LAN-ENT              OCCURS 5000 TIMES.
013700         10  WS-LAN-ACAO         PIC X(01).
013800         10  WS-LAN-SEQ          PIC 9(06).
013900         10  WS-LAN-ANTES        PIC X(80).
014000         10  WS-LAN-DEPOIS       PIC X(80).
014100         10  WS-LAN-SW-POSTERIOR PIC X(01).
014200             88  WS-LAN-POSTERIOR VALUE "S".
014300 01  WS-CABECALHO-1.
014400     05  FILLER                  PIC X(36) VALUE
014500         "TESTCOBN - ESTORNO DA CARGA EM LOTE ".
014600     05  FILLER                  PIC X(04) VALUE "EM: ".
014700     05  WS-CAB-DATA             PIC 9999/99/99.
014800     05  FILLER                  PIC X(10) VALUE SPACES.
014900     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
015000     05  WS-CAB-PAGINA           PIC ZZZ9.
015100 01  WS-CABECALHO-EXECUCAO.
015200     05  FILLER                  PIC X(10) VALUE "EXECUCAO: ".
015300     05  WS-CAB-EXECUCAO         PIC X(14).
015400     05  FILLER                  PIC X(16) VALUE
015500         "   SUPERVISOR: ".
015600     05  WS-CAB-SUPERVISOR       PIC X(08).
015690 01  WS-CABECALHO-2.
015780     05  FILLER                  PIC X(07) VALUE "SEQ".
015870     05  FILLER                  PIC X(41) VALUE
015960         "NOME / OBSERVACAO".
016050     05  FILLER                  PIC X(10) VALUE "CARGA".
016140     05  FILLER                  PIC X(10) VALUE "SITUACAO".
016230 01  WS-LINHA-DETALHE.
016320     05  WS-DET-SEQ              PIC 9(06).
016410     05  FILLER                  PIC X(01) VALUE SPACES.
016500     05  WS-DET-NOME             PIC X(40).
016590     05  FILLER                  PIC X(01) VALUE SPACES.
016680     05  WS-DET-CARGA            PIC X(09).
016770     05  FILLER                  PIC X(01) VALUE SPACES.
016860     05  WS-DET-SITUACAO         PIC X(09).
016950 01  WS-LINHA-OBSERVACAO.
017040     05  FILLER                  PIC X(07) VALUE SPACES.
017130     05  WS-DET-OBSERVACAO       PIC X(30).
017300 01  WS-LINHA-CONTROLE.
017400     05  WS-CTL-TEXTO            PIC X(30).
017500     05  WS-CTL-VALOR            PIC ZZZZZ9.
017600 01  WS-LINHA-AVISO              PIC X(80).
017700 PROCEDURE DIVISION.
017800***************************************************************
017900*    0000-MAINLINE                                            *
018000***************************************************************
018100 0000-MAINLINE.
018200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
018300     IF NOT WS-RECUSADA
018400         PERFORM 3000-ESTORNAR-LANCAMENTO THRU 3000-EXIT
018500             VARYING WS-IND FROM WS-QTD-LANC BY -1
018600             UNTIL WS-IND < 1
018700         PERFORM 4000-IMPRIMIR-TOTAIS THRU 4000-EXIT
018800     END-IF
018900     PERFORM 9000-FINALIZAR THRU 9000-EXIT
019000     STOP RUN.
019100 0000-MAINLINE-EXIT.
019200     EXIT.
019300***************************************************************
019400*    1000-INICIALIZAR                                         *
019500*    LE O CARTAO BKOPRM, CONFERE O SUPERVISOR, TOMA A TRAVA   *
019600*    DO MESTRE E SEPARA OS LANCAMENTOS DA EXECUCAO. QUALQUER  *
019700*    IMPEDIMENTO RECUSA O ESTORNO COM RC 8 ANTES DE ALTERAR O *
019800*    MESTRE. SEM IMPEDIMENTO, ABRE O JORNAL PARA OS           *
019900*    LANCAMENTOS DO ESTORNO E O RELATORIO.                    *
020000***************************************************************
020100 1000-INICIALIZAR.
020200     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
020300     PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT
020400     IF WS-RECUSADA
020500         GO TO 1000-EXIT
020600     END-IF
020700     PERFORM 1150-VALIDAR-SUPERVISOR THRU 1150-EXIT
020800     IF WS-RECUSADA
020900         GO TO 1000-EXIT
021000     END-IF
021100     PERFORM 1200-TESTAR-TRAVA THRU 1200-EXIT
021200     IF WS-RECUSADA
021300         GO TO 1000-EXIT
021400     END-IF
021500     PERFORM 1250-TOMAR-TRAVA THRU 1250-EXIT
021600     OPEN I-O NOME-MASTER
021700     IF WS-STATUS-ARQ NOT = "00"
021800         DISPLAY "ERRO AO ABRIR O MESTRE NOMEMAST: " WS-STATUS-ARQ
021900         PERFORM 1900-RECUSAR THRU 1900-EXIT
022000         GO TO 1000-EXIT
022100     END-IF
022200     PERFORM 2000-CARREGAR-EXECUCAO THRU 2000-EXIT
022300     IF WS-RECUSADA
022400         GO TO 1000-EXIT
022500     END-IF
022600     OPEN EXTEND NOME-JORNAL
022700     IF WS-STATUS-JRN NOT = "00"
022800         DISPLAY "ERRO AO ABRIR O JORNAL NOMEJRNL: " WS-STATUS-JRN
022900         PERFORM 1900-RECUSAR THRU 1900-EXIT
023000         GO TO 1000-EXIT
023100     END-IF
023200     OPEN OUTPUT RELATORIO
023300     PERFORM 1400-IMPRIMIR-CABECALHO THRU 1400-EXIT
023400     DISPLAY "ESTORNO DA EXECUCAO " WS-EXECUCAO
023500         " AUTORIZADO POR " WS-SUPERVISOR
023600         " - LANCAMENTOS: " WS-QTD-LANC.
023700 1000-EXIT.
023800     EXIT.
023900***************************************************************
024000*    1100-LER-PARAMETRO                                       *
024100*    LE O CARTAO BKOPRM. O IDENTIFICADOR DA EXECUCAO PRECISA  *
024200*    SER NUMERICO (AAAAMMDDHHMMSS) E O SUPERVISOR PREENCHIDO; *
024300*    CARTAO AUSENTE OU INVALIDO RECUSA O ESTORNO - NAO HA     *
024400*    VALOR PADRAO.                                            *
024500***************************************************************
024600 1100-LER-PARAMETRO.
024700     OPEN INPUT PARAMETROS
024800     IF WS-STATUS-PRM NOT = "00"
024900         DISPLAY "ARQUIVO BKOPRM AUSENTE - ESTORNO NAO EXECUTADO"
025000         MOVE "S" TO WS-SW-RECUSADA
025100         MOVE 8 TO RETURN-CODE
025200         GO TO 1100-EXIT
025300     END-IF
025400     READ PARAMETROS
025500         AT END
025600             DISPLAY "CARTAO BKOPRM VAZIO - ESTORNO NAO EXECUTADO"
025700             MOVE "S" TO WS-SW-RECUSADA
025800             MOVE 8 TO RETURN-CODE
025900         NOT AT END
026000             IF PRM-EXECUCAO IS NUMERIC
026100                 AND PRM-SUPERVISOR NOT = SPACES
026200                 MOVE PRM-EXECUCAO   TO WS-EXECUCAO
026300                 MOVE PRM-SUPERVISOR TO WS-SUPERVISOR
026400             ELSE
026500                 DISPLAY "CARTAO BKOPRM INVALIDO: " PRM-CARTAO
026600                 MOVE "S" TO WS-SW-RECUSADA
026700                 MOVE 8 TO RETURN-CODE
026800             END-IF
026900     END-READ
027000     CLOSE PARAMETROS.
027100 1100-EXIT.
027200     EXIT.
027300***************************************************************
027400*    1150-VALIDAR-SUPERVISOR                                  *
027500*    CONFERE NO CADASTRO DE OPERADORES QUE O ID INFORMADO NO  *
027600*    CARTAO EXISTE, ESTA ATIVO E TEM NIVEL DE SUPERVISOR.     *
027700***************************************************************
027800 1150-VALIDAR-SUPERVISOR.
027900     OPEN INPUT OPER-MASTER
028000     IF WS-STATUS-OPE NOT = "00"
028100         DISPLAY "CADASTRO OPERMAST INDISPONIVEL: " WS-STATUS-OPE
028200         MOVE "S" TO WS-SW-RECUSADA
028300         MOVE 8 TO RETURN-CODE
028400         GO TO 1150-EXIT
028500     END-IF
028600     MOVE WS-SUPERVISOR TO OPER-ID
028700     READ OPER-MASTER
028800         INVALID KEY
028900             MOVE "23" TO WS-STATUS-OPE
029000     END-READ
029100     IF WS-STATUS-OPE NOT = "00"
029200         DISPLAY "SUPERVISOR " WS-SUPERVISOR
029300             " NAO CADASTRADO - ESTORNO NAO EXECUTADO"
029400         MOVE "S" TO WS-SW-RECUSADA
029500         MOVE 8 TO RETURN-CODE
029600     ELSE
029700         IF NOT OPER-STATUS-ATIVO OR NOT OPER-NIVEL-SUPERVISOR
029800             DISPLAY "ID " WS-SUPERVISOR
029900                 " NAO E SUPERVISOR ATIVO - ESTORNO NAO EXECUTADO"
030000             MOVE "S" TO WS-SW-RECUSADA
030100             MOVE 8 TO RETURN-CODE
030200         END-IF
030300     END-IF
030400     CLOSE OPER-MASTER.
030500 1150-EXIT.
030600     EXIT.
030700***************************************************************
030800*    1200-TESTAR-TRAVA                                        *
030900*    LE O ARQUIVO DE TRAVA DO MESTRE. QUALQUER TRAVA TOMADA   *
031000*    RECUSA O ESTORNO - INCLUSIVE A DE UMA CARGA              *
031100*    INTERROMPIDA, QUE PRECISA SER REINICIADA E TERMINADA     *
031200*    ANTES.                                                   *
031300***************************************************************
031400 1200-TESTAR-TRAVA.
031500     OPEN INPUT NOME-TRAVA
031600     IF WS-STATUS-TRV = "00"
031700         READ NOME-TRAVA
031800             AT END
031900                 CONTINUE
032000             NOT AT END
032100                 IF TRAVA-TRAVADA
032200                     DISPLAY "MASTER EM USO POR: "
032300                         TRAVA-ORIGEM " DESDE "
032400                         TRAVA-DATA " " TRAVA-HORA
032500                     DISPLAY "ESTORNO NAO EXECUTADO"
032600                     MOVE "S" TO WS-SW-RECUSADA
032700                     MOVE 8 TO RETURN-CODE
032800                 END-IF
032900         END-READ
033000         CLOSE NOME-TRAVA
033100     END-IF.
033200 1200-EXIT.
033300     EXIT.
033400***************************************************************
033500*    1250-TOMAR-TRAVA                                         *
033600*    GRAVA A TRAVA DO MESTRE EM NOME DO ESTORNO, PARA QUE O   *
033700*    ONLINE E A CARGA NAO ABRAM O MESTRE ENQUANTO ELE RODA.   *
033800***************************************************************
033900 1250-TOMAR-TRAVA.
034000     ACCEPT WS-HORA-SISTEMA FROM TIME
034100     OPEN OUTPUT NOME-TRAVA
034200     SET TRAVA-TRAVADA TO TRUE
034300     MOVE "BACKOUT"        TO TRAVA-ORIGEM
034400     MOVE WS-DATA-SISTEMA  TO TRAVA-DATA
034500     MOVE WS-HORA-HHMMSS   TO TRAVA-HORA
034600     WRITE TRAVA-REGISTRO
034700     IF WS-STATUS-TRV NOT = "00"
034800         DISPLAY "ERRO AO GRAVAR TRAVA: " WS-STATUS-TRV
034900     END-IF
035000     CLOSE NOME-TRAVA
035100     MOVE "S" TO WS-SW-TRAVA-TOMADA.
035200 1250-EXIT.
035300     EXIT.
035400***************************************************************
035500*    1280-LIBERAR-TRAVA                                       *
035600*    REGRAVA O ARQUIVO DE TRAVA COMO LIVRE NO ENCERRAMENTO.   *
035700***************************************************************
035800 1280-LIBERAR-TRAVA.
035900     ACCEPT WS-HORA-SISTEMA FROM TIME
036000     OPEN OUTPUT NOME-TRAVA
036100     SET TRAVA-LIVRE TO TRUE
036200     MOVE SPACES          TO TRAVA-ORIGEM
036300     MOVE WS-DATA-SISTEMA TO TRAVA-DATA
036400     MOVE WS-HORA-HHMMSS  TO TRAVA-HORA
036500     WRITE TRAVA-REGISTRO
036600     CLOSE NOME-TRAVA
036700     MOVE "N" TO WS-SW-TRAVA-TOMADA.
036800 1280-EXIT.
036900     EXIT.
037000***************************************************************
037100*    1400-IMPRIMIR-CABECALHO                                  *
037200*    ESCREVE O CABECALHO DE PAGINA (TITULO, EXECUCAO          *
037300*    ESTORNADA, SUPERVISOR E COLUNAS).                        *
037400***************************************************************
037500 1400-IMPRIMIR-CABECALHO.
037600     ADD 1 TO WS-CONT-PAGINA
037700     MOVE WS-CONT-PAGINA  TO WS-CAB-PAGINA
037800     MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
037900     MOVE WS-EXECUCAO     TO WS-CAB-EXECUCAO
038000     MOVE WS-SUPERVISOR   TO WS-CAB-SUPERVISOR
038100     WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
038200     WRITE LINHA-RELATORIO FROM WS-CABECALHO-EXECUCAO
038300     MOVE SPACES TO LINHA-RELATORIO
038400     WRITE LINHA-RELATORIO
038500     WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
038600     MOVE ZERO TO WS-CONT-LINHA.
038700 1400-EXIT.
038800     EXIT.
038900***************************************************************
039000*    1900-RECUSAR                                             *
039100*    RECUSA O ESTORNO DEPOIS DE TOMADA A TRAVA: FECHA O       *
039200*    MESTRE, LIBERA A TRAVA E TERMINA COM RC 8.               *
039300***************************************************************
039400 1900-RECUSAR.
039500     IF WS-STATUS-ARQ = "00"
039600         CLOSE NOME-MASTER
039700     END-IF
039800     PERFORM 1280-LIBERAR-TRAVA THRU 1280-EXIT
039900     MOVE "S" TO WS-SW-RECUSADA
040000     MOVE 8 TO RETURN-CODE.
040100 1900-EXIT.
040200     EXIT.
040300***************************************************************
040400*    2000-CARREGAR-EXECUCAO                                   *
040500*    PERCORRE O JORNAL E GUARDA NA TABELA, NA ORDEM DE        *
040600*    GRAVACAO, OS LANCAMENTOS DA CARGA COM O IDENTIFICADOR    *
040700*    INFORMADO. EXECUCAO AUSENTE DO JORNAL, JA ESTORNADA OU   *
040800*    MAIOR QUE A TABELA RECUSA O ESTORNO.                     *
040900***************************************************************
041000 2000-CARREGAR-EXECUCAO.
041100     OPEN INPUT NOME-JORNAL
041200     IF WS-STATUS-JRN NOT = "00"
041300         DISPLAY "ARQUIVO NOMEJRNL VAZIO OU INEXISTENTE"
041400         PERFORM 1900-RECUSAR THRU 1900-EXIT
041500         GO TO 2000-EXIT
041600     END-IF
041700     PERFORM 2100-LER-LANCAMENTO THRU 2100-EXIT
041800         UNTIL WS-FIM-JORNAL
041900     CLOSE NOME-JORNAL
042000     IF WS-ESTOURO
042100         DISPLAY "EXECUCAO " WS-EXECUCAO " COM MAIS DE "
042200             WS-MAX-LANC " LANCAMENTOS - ESTORNO NAO EXECUTADO"
042300         PERFORM 1900-RECUSAR THRU 1900-EXIT
042400         GO TO 2000-EXIT
042500     END-IF
042600     IF WS-JA-ESTORNADA
042700         DISPLAY "EXECUCAO " WS-EXECUCAO
042800             " JA ESTORNADA - ESTORNO NAO EXECUTADO"
042900         PERFORM 1900-RECUSAR THRU 1900-EXIT
043000         GO TO 2000-EXIT
043100     END-IF
043200     IF WS-QTD-LANC = ZERO
043300         DISPLAY "EXECUCAO " WS-EXECUCAO
043400             " NAO ENCONTRADA NO JORNAL CORRENTE - ESTORNO NAO "
043500             "EXECUTADO"
043600         PERFORM 1900-RECUSAR THRU 1900-EXIT
043700     END-IF.
043800 2000-EXIT.
043900     EXIT.
044000***************************************************************
044100*    2100-LER-LANCAMENTO                                      *
044200*    LE O PROXIMO LANCAMENTO. LANCAMENTO DA CARGA (OPERADOR   *
044300*    BATCH) COM O IDENTIFICADOR INFORMADO ENTRA NA TABELA;    *
044400*    LANCAMENTO DE UM ESTORNO ANTERIOR DA MESMA EXECUCAO      *
044500*    MARCA A EXECUCAO COMO JA ESTORNADA; QUALQUER OUTRO       *
044600*    LANCAMENTO GRAVADO DEPOIS DO INICIO DA CARGA MARCA OS    *
044700*    REGISTROS DA MESMA SEQUENCIA COMO ALTERADOS              *
044800*    POSTERIORMENTE.                                          *
044900***************************************************************
045000 2100-LER-LANCAMENTO.
045100     READ NOME-JORNAL
045200         AT END
045300             MOVE "S" TO WS-SW-FIM-JORNAL
045400     END-READ
045500     IF WS-FIM-JORNAL
045600         GO TO 2100-EXIT
045700     END-IF
045800     ADD 1 TO WS-CONT-JORNAL
045900     MOVE JRNL-IMAGEM-DEPOIS TO NOME-REGISTRO
046000     IF JRNL-EXECUCAO = WS-EXECUCAO
046100         AND JRNL-OPERADOR = "BACKOUT"
046200         MOVE "S" TO WS-SW-JA-ESTORNADA
046300         GO TO 2100-EXIT
046400     END-IF
046500     IF JRNL-EXECUCAO = WS-EXECUCAO
046600         AND JRNL-OPERADOR = "BATCH"
046700         IF WS-QTD-LANC NOT < WS-MAX-LANC
046800             MOVE "S" TO WS-SW-ESTOURO
046900         ELSE
047000             ADD 1 TO WS-QTD-LANC
047100             MOVE JRNL-ACAO          TO WS-LAN-ACAO(WS-QTD-LANC)
047200             MOVE NOME-SEQ           TO WS-LAN-SEQ(WS-QTD-LANC)
047300             MOVE JRNL-IMAGEM-ANTES  TO WS-LAN-ANTES(WS-QTD-LANC)
047400             MOVE JRNL-IMAGEM-DEPOIS TO WS-LAN-DEPOIS(WS-QTD-LANC)
047500             MOVE "N" TO WS-LAN-SW-POSTERIOR(WS-QTD-LANC)
047600         END-IF
047700     ELSE
047800         IF WS-QTD-LANC > ZERO
047900             PERFORM 2200-MARCAR-POSTERIOR THRU 2200-EXIT
048000                 VARYING WS-IND-POST FROM 1 BY 1
048100                 UNTIL WS-IND-POST > WS-QTD-LANC
048200         END-IF
048300     END-IF.
048400 2100-EXIT.
048500     EXIT.
048600***************************************************************
048700*    2200-MARCAR-POSTERIOR                                    *
048800*    MARCA A ENTRADA DA TABELA CUJA SEQUENCIA FOI ALTERADA    *
048900*    POR UM LANCAMENTO GRAVADO DEPOIS DELA E FORA DA CARGA.   *
049000***************************************************************
049100 2200-MARCAR-POSTERIOR.
049200     IF WS-LAN-SEQ(WS-IND-POST) = NOME-SEQ
049300         IF NOT WS-LAN-POSTERIOR(WS-IND-POST)
049400             ADD 1 TO WS-CONT-POSTERIORES
049500         END-IF
049600         MOVE "S" TO WS-LAN-SW-POSTERIOR(WS-IND-POST)
049700     END-IF.
049800 2200-EXIT.
049900     EXIT.
050000***************************************************************
050100*    3000-ESTORNAR-LANCAMENTO                                 *
050200*    DESFAZ UM LANCAMENTO DA CARGA, DO ULTIMO PARA O          *
050300*    PRIMEIRO. O REGISTRO SO E ALTERADO SE NINGUEM O TOCOU    *
050400*    DEPOIS DA CARGA E SE O MESTRE AINDA CONFERE COM A IMAGEM *
050500*    DEPOIS GRAVADA PELA CARGA; CASO CONTRARIO VAI PARA       *
050600*    TRATAMENTO MANUAL. INCLUSAO E DESFEITA CANCELANDO O      *
050700*    NOME; CANCELAMENTO E REATIVACAO SAO DESFEITOS REGRAVANDO *
050800*    A IMAGEM ANTES, DESDE QUE A REATIVACAO NAO DEIXE O MESMO *
050900*    NOME ATIVO EM DOIS REGISTROS.                            *
051000***************************************************************
051100 3000-ESTORNAR-LANCAMENTO.
051200     MOVE WS-LAN-DEPOIS(WS-IND) TO NOME-REGISTRO
051300     MOVE NOME-SEQ  TO WS-DET-SEQ
051400     MOVE NOME-NOME TO WS-DET-NOME
051500     IF WS-LAN-ACAO(WS-IND) = "I"
051600         MOVE "INCLUSAO" TO WS-DET-CARGA
051700     ELSE
051800         IF NOME-STATUS-CANCELADO
051900             MOVE "CANCELOU" TO WS-DET-CARGA
052000         ELSE
052100             MOVE "REATIVOU" TO WS-DET-CARGA
052200         END-IF
052300     END-IF
052400     IF WS-LAN-POSTERIOR(WS-IND)
052500         MOVE "ALTERADO DEPOIS DA CARGA" TO WS-DET-OBSERVACAO
052600         PERFORM 3800-MANUAL THRU 3800-EXIT
052700         GO TO 3000-EXIT
052800     END-IF
052900     READ NOME-MASTER
053000         INVALID KEY
053100             MOVE "23" TO WS-STATUS-ARQ
053200     END-READ
053300     IF WS-STATUS-ARQ NOT = "00"
053400         MOVE "NAO ENCONTRADO NO MESTRE" TO WS-DET-OBSERVACAO
053500         PERFORM 3800-MANUAL THRU 3800-EXIT
053600         GO TO 3000-EXIT
053700     END-IF
053800     IF NOME-REGISTRO NOT = WS-LAN-DEPOIS(WS-IND)
053900         MOVE "DIFERE DA IMAGEM DA CARGA" TO WS-DET-OBSERVACAO
054000         PERFORM 3800-MANUAL THRU 3800-EXIT
054100         GO TO 3000-EXIT
054200     END-IF
054300     MOVE NOME-REGISTRO TO WS-IMAGEM-ANTES
054400     IF WS-LAN-ACAO(WS-IND) = "I"
054500         SET NOME-STATUS-CANCELADO TO TRUE
054600         MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
054700         MOVE "INCLUSAO CANCELADA" TO WS-DET-OBSERVACAO
054800     ELSE
054900         MOVE WS-LAN-ANTES(WS-IND) TO WS-IMAGEM-DEPOIS
055000         MOVE WS-IMAGEM-DEPOIS TO NOME-REGISTRO
055100         IF NOME-STATUS-ATIVO
055200             PERFORM 3100-PROCURAR-ATIVO THRU 3100-EXIT
055300             IF WS-ACHOU-ATIVO
055400                 MOVE "NOME ATIVO EM OUTRO REGISTRO"
055500                     TO WS-DET-OBSERVACAO
055600                 PERFORM 3800-MANUAL THRU 3800-EXIT
055700                 GO TO 3000-EXIT
055800             END-IF
055900             MOVE "CANCELAMENTO DESFEITO" TO WS-DET-OBSERVACAO
056000         ELSE
056100             MOVE "REATIVACAO DESFEITA" TO WS-DET-OBSERVACAO
056200         END-IF
056300         MOVE WS-IMAGEM-DEPOIS TO NOME-REGISTRO
056400     END-IF
056500     REWRITE NOME-REGISTRO
056600         INVALID KEY
056700             MOVE "23" TO WS-STATUS-ARQ
056800     END-REWRITE
056900     IF WS-STATUS-ARQ NOT = "00"
057000         DISPLAY "ERRO AO REGRAVAR SEQ " WS-DET-SEQ ": "
057100             WS-STATUS-ARQ
057200         MOVE "ERRO NA REGRAVACAO" TO WS-DET-OBSERVACAO
057300         PERFORM 3800-MANUAL THRU 3800-EXIT
057400         GO TO 3000-EXIT
057500     END-IF
057600     IF WS-LAN-ACAO(WS-IND) = "I"
057700         ADD 1 TO WS-CONT-INCL-CANCELADAS
057800     ELSE
057900         ADD 1 TO WS-CONT-ALT-DESFEITAS
058000     END-IF
058100     PERFORM 3200-GRAVAR-JORNAL THRU 3200-EXIT
058200     MOVE "ESTORNADO" TO WS-DET-SITUACAO
058300     PERFORM 3900-IMPRIMIR-LINHA THRU 3900-EXIT.
058400 3000-EXIT.
058500     EXIT.
058600***************************************************************
058700*    3100-PROCURAR-ATIVO                                      *
058800*    PROCURA NA CHAVE ALTERNATIVA OUTRO REGISTRO ATIVO COM O  *
058900*    NOME DA IMAGEM A RESTAURAR, PERCORRENDO OS DUPLICADOS DA *
059000*    CHAVE.                                                   *
059100***************************************************************
059200 3100-PROCURAR-ATIVO.
059300     MOVE "N" TO WS-SW-ACHOU-ATIVO
059400     MOVE "N" TO WS-SW-FIM-NOME
059500     MOVE NOME-SEQ  TO WS-SEQ-PROCURA
059600     MOVE NOME-NOME TO WS-NOME-PROCURA
059700     READ NOME-MASTER KEY IS NOME-NOME
059800         INVALID KEY
059900             MOVE "S" TO WS-SW-FIM-NOME
060000     END-READ
060100     IF WS-STATUS-ARQ NOT = "00"
060200         MOVE "S" TO WS-SW-FIM-NOME
060300     END-IF
060400     PERFORM 3110-TESTAR-ATIVO THRU 3110-EXIT
060500         UNTIL WS-ACHOU-ATIVO OR WS-FIM-NOME.
060600 3100-EXIT.
060700     EXIT.
060800 3110-TESTAR-ATIVO.
060900     IF NOME-NOME NOT = WS-NOME-PROCURA
061000         MOVE "S" TO WS-SW-FIM-NOME
061100     ELSE
061200         IF NOME-STATUS-ATIVO AND NOME-SEQ NOT = WS-SEQ-PROCURA
061300             MOVE "S" TO WS-SW-ACHOU-ATIVO
061400         ELSE
061500             READ NOME-MASTER NEXT RECORD
061600                 AT END
061700                     MOVE "S" TO WS-SW-FIM-NOME
061800             END-READ
061900             IF WS-STATUS-ARQ NOT = "00"
062000                 MOVE "S" TO WS-SW-FIM-NOME
062100             END-IF
062200         END-IF
062300     END-IF.
062400 3110-EXIT.
062500     EXIT.
062600***************************************************************
062700*    3200-GRAVAR-JORNAL                                       *
062800*    GRAVA NO JORNAL O ESTORNO COMO ALTERACAO DO OPERADOR     *
062900*    BACKOUT, COM O SUPERVISOR QUE AUTORIZOU NO CAMPO DO      *
063000*    APROVADOR E O IDENTIFICADOR DA EXECUCAO ESTORNADA.       *
063100***************************************************************
063200 3200-GRAVAR-JORNAL.
063300     ACCEPT WS-HORA-SISTEMA FROM TIME
063400     MOVE "A"              TO JRNL-ACAO
063500     MOVE WS-IMAGEM-ANTES  TO JRNL-IMAGEM-ANTES
063600     MOVE WS-IMAGEM-DEPOIS TO JRNL-IMAGEM-DEPOIS
063700     MOVE "BACKOUT"        TO JRNL-OPERADOR
063800     MOVE WS-DATA-SISTEMA  TO JRNL-DATA
063900     MOVE WS-HORA-HHMMSS   TO JRNL-HORA
064000     MOVE WS-SUPERVISOR    TO JRNL-APROVADOR
064100     MOVE WS-EXECUCAO      TO JRNL-EXECUCAO
064200     WRITE JRNL-REGISTRO
064300     IF WS-STATUS-JRN NOT = "00"
064400         DISPLAY "ERRO AO GRAVAR JORNAL: " WS-STATUS-JRN
064500     END-IF.
064600 3200-EXIT.
064700     EXIT.
064800***************************************************************
064900*    3800-MANUAL                                              *
065000*    CONTA E IMPRIME O LANCAMENTO QUE NAO FOI ESTORNADO E     *
065100*    PRECISA DE TRATAMENTO MANUAL. O MESTRE NAO E ALTERADO.   *
065200***************************************************************
065300 3800-MANUAL.
065400     ADD 1 TO WS-CONT-MANUAL
065500     MOVE "MANUAL" TO WS-DET-SITUACAO
065600     PERFORM 3900-IMPRIMIR-LINHA THRU 3900-EXIT.
065700 3800-EXIT.
065800     EXIT.
065880***************************************************************
065960*    3900-IMPRIMIR-LINHA                                      *
066040*    IMPRIME A LINHA DE DETALHE DO LANCAMENTO TRATADO E, LOGO *
066120*    ABAIXO, A LINHA COM A OBSERVACAO.                        *
066200***************************************************************
066280 3900-IMPRIMIR-LINHA.
066360     IF WS-CONT-LINHA NOT LESS WS-LINHAS-POR-PAGINA
066440         PERFORM 1400-IMPRIMIR-CABECALHO THRU 1400-EXIT
066520     END-IF
066600     WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
066680     WRITE LINHA-RELATORIO FROM WS-LINHA-OBSERVACAO
066760     ADD 2 TO WS-CONT-LINHA.
066900 3900-EXIT.
067000     EXIT.
067100***************************************************************
067200*    4000-IMPRIMIR-TOTAIS                                     *
067300*    ESCREVE OS TOTAIS DO ESTORNO E, HAVENDO LANCAMENTOS PARA *
067400*    TRATAMENTO MANUAL, O AVISO E O RC 8.                     *
067500***************************************************************
067600 4000-IMPRIMIR-TOTAIS.
067700     MOVE SPACES TO LINHA-RELATORIO
067800     WRITE LINHA-RELATORIO
067900     MOVE "LANCAMENTOS DO JORNAL LIDOS:" TO WS-CTL-TEXTO
068000     MOVE WS-CONT-JORNAL TO WS-CTL-VALOR
068100     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
068200     MOVE "LANCAMENTOS DA EXECUCAO....:" TO WS-CTL-TEXTO
068300     MOVE WS-QTD-LANC TO WS-CTL-VALOR
068400     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
068500     MOVE "  INCLUSOES CANCELADAS.....:" TO WS-CTL-TEXTO
068600     MOVE WS-CONT-INCL-CANCELADAS TO WS-CTL-VALOR
068700     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
068800     MOVE "  ALTERACOES DESFEITAS.....:" TO WS-CTL-TEXTO
068900     MOVE WS-CONT-ALT-DESFEITAS TO WS-CTL-VALOR
069000     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
069100     MOVE "  PARA TRATAMENTO MANUAL...:" TO WS-CTL-TEXTO
069200     MOVE WS-CONT-MANUAL TO WS-CTL-VALOR
069300     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
069400     MOVE "ALTERADOS DEPOIS DA CARGA..:" TO WS-CTL-TEXTO
069500     MOVE WS-CONT-POSTERIORES TO WS-CTL-VALOR
069600     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
069700     IF WS-CONT-MANUAL > ZERO
069800         MOVE SPACES TO LINHA-RELATORIO
069900         WRITE LINHA-RELATORIO
070000         MOVE "ATENCAO: REGISTROS EM SITUACAO MANUAL NAO "
070100             TO WS-LINHA-AVISO
070200         MOVE "FORAM ALTERADOS" TO WS-LINHA-AVISO(43:15)
070300         WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
070400         MOVE 8 TO RETURN-CODE
070500     END-IF.
070600 4000-EXIT.
070700     EXIT.
070800***************************************************************
070900*    9000-FINALIZAR                                           *
071000***************************************************************
071100 9000-FINALIZAR.
071200     IF NOT WS-RECUSADA
071300         CLOSE NOME-MASTER
071400         CLOSE NOME-JORNAL
071500         CLOSE RELATORIO
071600         PERFORM 1280-LIBERAR-TRAVA THRU 1280-EXIT
071700         DISPLAY "ESTORNO DA EXECUCAO " WS-EXECUCAO
071800             " - INCLUSOES CANCELADAS: " WS-CONT-INCL-CANCELADAS
071900             " ALTERACOES DESFEITAS: " WS-CONT-ALT-DESFEITAS
072000             " MANUAIS: " WS-CONT-MANUAL
072100     END-IF.
072200 9000-EXIT.
072300     EXIT.
