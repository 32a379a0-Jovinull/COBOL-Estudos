000100***************************************************************
000200*                                                             *
000300*    PROGRAMA   : TESTCOBT                                    *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    INSTALACAO : ESTUDOS COBOL                                *
000600*    DATA ESCRITA: 2026-10-15                                 *
000700*                                                             *
000800*    DESCRICAO  : VENCIMENTO DA VALIDADE DOS NOMES, NA CADEIA *
000900*    NOTURNA ENTRE A CARGA TESTCOBB E O RELATORIO TESTCOBR.   *
001000*    TOMA A TRAVA DO MESTRE E PERCORRE O NOME-MASTER: TODO    *
001100*    NOME ATIVO CUJA DATA DE VALIDADE (ULTIMO DIA EM QUE O    *
001200*    NOME VALE) E IGUAL OU ANTERIOR A DATA DO CICLO E         *
001300*    CANCELADO, COM O CANCELAMENTO LANCADO NO JORNAL DE       *
001400*    AUDITORIA (ACAO A, OPERADOR VALIDADE). NUMA SEGUNDA      *
001500*    PASSAGEM LISTA OS NOMES ATIVOS QUE VENCEM NOS PROXIMOS   *
001600*    DIAS DE AVISO (CARTAO VALPRM, COLUNAS 1-3; AUSENTE OU    *
001700*    INVALIDO VALE 030), COM OS DIAS QUE FALTAM. NOME SEM     *
001800*    VALIDADE NUNCA VENCE; VALIDADE QUE NAO E UMA DATA DE     *
001900*    CALENDARIO NAO E TRATADA E SAI LISTADA PARA CORRECAO.    *
002000*    RELATORIO NOMETRPT. ERRO DE REGRAVACAO, ANTECESSOR SEM   *
002100*    FIM LIMPO OU MESTRE TRAVADO TERMINAM COM RC 8. REGISTRA  *
002200*    INICIO E FIM NO CICLOCTL.                                *
002300*                                                             *
002400*    HISTORICO DE ALTERACOES                                 *
002500*    DATA       AUTOR   DESCRICAO                             *
002600*    ---------- ------- -------------------------------------*
002700*    2026-10-15 JPO     CRIACAO DO VENCIMENTO DA VALIDADE DOS *
002800*                       NOMES.                                *
002900***************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. TESTCOBT.
003200 AUTHOR. J. OLIVEIRA.
003300 INSTALLATION. ESTUDOS COBOL.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED. 2026-10-15.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. LINUX.
003900 OBJECT-COMPUTER. LINUX.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT NOME-MASTER ASSIGN TO "NOMEMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS NOME-SEQ
004600         ALTERNATE RECORD KEY IS NOME-NOME WITH DUPLICATES
004700         FILE STATUS IS WS-STATUS-ARQ.
004800     SELECT NOME-JORNAL ASSIGN TO "NOMEJRNL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-STATUS-JRN.
005100     SELECT NOME-TRAVA ASSIGN TO "NOMETRVA"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-STATUS-TRV.
005400     SELECT PARAMETROS ASSIGN TO "VALPRM"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-STATUS-PRM.
005700     SELECT RELATORIO ASSIGN TO "NOMETRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-STATUS-RPT.
006000     SELECT CICLO-CONTROLE ASSIGN TO "CICLOCTL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-STATUS-CIC.
006300     SELECT CICLO-PARAM ASSIGN TO "CICLOPRM"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-STATUS-CPR.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  NOME-MASTER
006900     LABEL RECORDS ARE STANDARD.
007000 COPY "nomerec.cpy".
007100 FD  NOME-JORNAL
007200     LABEL RECORDS ARE STANDARD.
007300 COPY "nomejrn.cpy".
007400 FD  NOME-TRAVA
007500     LABEL RECORDS ARE STANDARD.
007600 COPY "nometrv.cpy".
007700 FD  PARAMETROS
007800     LABEL RECORDS ARE STANDARD.
007900 01  PRM-CARTAO.
008000     05  PRM-DIAS-AVISO              PIC X(03).
008100 FD  RELATORIO
008200     LABEL RECORDS ARE STANDARD.
008300 01  LINHA-RELATORIO                 PIC X(80).
008400 FD  CICLO-CONTROLE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY "ciclorec.cpy".
008700 FD  CICLO-PARAM
008800     LABEL RECORDS ARE STANDARD.
008900 01  CPRM-CARTAO                     PIC X(08).
009000 WORKING-STORAGE SECTION.
009100 77  WS-STATUS-ARQ               PIC X(02).
009200 77  WS-STATUS-JRN               PIC X(02).
009300 77  WS-STATUS-TRV               PIC X(02).
009400 77  WS-STATUS-PRM               PIC X(02).
009500 77  WS-STATUS-RPT               PIC X(02).
009600 77  WS-STATUS-CIC               PIC X(02).
009700 77  WS-STATUS-CPR               PIC X(02).
009800 77  WS-CICLO-DATA               PIC 9(08) VALUE ZERO.
009900 77  WS-PREDECESSOR              PIC X(08) VALUE "TESTCOBB".
010000 77  WS-CIC-EVENTO               PIC X(01).
010100 77  WS-CIC-LIDOS                PIC 9(08) VALUE ZERO.
010200 77  WS-CIC-GRAVADOS             PIC 9(08) VALUE ZERO.
010300 77  WS-DATA-SISTEMA             PIC 9(08).
010400 77  WS-SW-PRED-OK               PIC X(01) VALUE "N".
010500     88  WS-PRED-OK              VALUE "S".
010600 77  WS-SW-FIM-CICLO             PIC X(01) VALUE "N".
010700     88  WS-FIM-CICLO            VALUE "S".
010800 77  WS-SW-CICLO-BLOQ            PIC X(01) VALUE "N".
010900     88  WS-CICLO-BLOQUEADO      VALUE "S".
011000 77  WS-SW-RECUSADA              PIC X(01) VALUE "N".
011100     88  WS-RECUSADA             VALUE "S".
011200 77  WS-SW-PROSSEGUIR            PIC X(01) VALUE "S".
011300     88  WS-PROSSEGUIR           VALUE "S".
011400 77  WS-SW-TRAVA-TOMADA          PIC X(01) VALUE "N".
011500     88  WS-TRAVA-TOMADA         VALUE "S".
011600 77  WS-SW-ARQUIVOS-ABERTOS      PIC X(01) VALUE "N".
011700     88  WS-ARQUIVOS-ABERTOS     VALUE "S".
011800 77  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE "N".
011900     88  WS-FIM-ARQUIVO          VALUE "S".
012000 77  WS-SIT-VALIDADE             PIC X(01) VALUE SPACE.
012100     88  WS-SEM-VALIDADE         VALUE "S".
012200     88  WS-VALIDADE-OK          VALUE "V".
012300     88  WS-VALIDADE-INVALIDA    VALUE "I".
012400 77  WS-DIAS-AVISO-PADRAO        PIC 9(03) VALUE 030.
012500 77  WS-DIAS-AVISO               PIC 9(03) VALUE ZERO.
012600 77  WS-DIA-CICLO                PIC 9(07) VALUE ZERO.
012700 77  WS-DIA-VALIDADE             PIC 9(07) VALUE ZERO.
012800 77  WS-DIAS-FALTAM              PIC 9(05) VALUE ZERO.
012900 77  WS-DATA-LIMITE              PIC 9(08) VALUE ZERO.
013000 77  WS-DIAS-MES-MAX             PIC 9(02).
013100 77  WS-VAL-QUOCIENTE            PIC 9(04).
013200 77  WS-VAL-RESTO-4              PIC 9(04).
013300 77  WS-VAL-RESTO-100            PIC 9(04).
013400 77  WS-VAL-RESTO-400            PIC 9(04).
013500 77  WS-JRNL-ACAO                PIC X(01).
013600 77  WS-IMAGEM-ANTES             PIC X(80).
013700 77  WS-IMAGEM-DEPOIS            PIC X(80).
013800 77  WS-CONT-LIDOS               PIC 9(08) VALUE ZERO.
013900 77  WS-CONT-COM-VALIDADE        PIC 9(08) VALUE ZERO.
014000 77  WS-CONT-CANCELADOS          PIC 9(08) VALUE ZERO.
014100 77  WS-CONT-ERRO-GRAV           PIC 9(08) VALUE ZERO.
014200 77  WS-CONT-AVISO               PIC 9(08) VALUE ZERO.
014300 77  WS-CONT-INVALIDAS           PIC 9(08) VALUE ZERO.
014400 77  WS-CONT-VENCIDOS            PIC 9(08) VALUE ZERO.
014500 01  WS-HORA-SISTEMA.
014600     05  WS-HORA-HHMMSS          PIC 9(06).
014700     05  FILLER                  PIC 9(02).
014800 01  WS-VALIDADE                 PIC X(08).
014900 01  WS-VALIDADE-R REDEFINES WS-VALIDADE.
015000     05  WS-VLD-AAAA             PIC 9(04).
015100     05  WS-VLD-MM               PIC 9(02).
015200     05  WS-VLD-DD               PIC 9(02).
015300 01  WS-VALIDADE-N REDEFINES WS-VALIDADE
015400                                 PIC 9(08).
015500 01  WS-TAB-DIAS-MES-VALORES.
015600     05  FILLER                  PIC X(24)
015700                                 VALUE "312831303130313130313031".
015800 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-VALORES.
015900     05  WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
016000 01  WS-LINHA-TITULO.
016100     05  FILLER                  PIC X(40) VALUE
016200         "TESTCOBT - VALIDADE DOS NOMES DO NOME-MA".
016300     05  FILLER                  PIC X(18) VALUE
016400         "STER       CICLO: ".
016500     05  WS-TIT-CICLO            PIC 9999/99/99.
016600 01  WS-LINHA-SECAO.
016700     05  FILLER                  PIC X(04) VALUE "*** ".
016800     05  WS-SEC-TEXTO            PIC X(60).
016900 01  WS-LINHA-SECAO-AVISO.
017000     05  FILLER                  PIC X(25) VALUE
017100         "*** NOMES QUE VENCEM ATE ".
017200     05  WS-SAV-LIMITE           PIC 9999/99/99.
017300     05  FILLER                  PIC X(11) VALUE " (AVISO DE ".
017400     05  WS-SAV-DIAS             PIC ZZ9.
017500     05  FILLER                  PIC X(06) VALUE " DIAS)".
017600 01  WS-CABECALHO-COLUNAS.
017700     05  FILLER                  PIC X(08) VALUE "   SEQ".
017800     05  FILLER                  PIC X(42) VALUE "NOME".
017900     05  FILLER                  PIC X(12) VALUE "VALIDADE".
018000     05  FILLER                  PIC X(08) VALUE "SITUACAO".
018100 01  WS-LINHA-DETALHE.
018200     05  WS-DET-SEQ              PIC ZZZZZ9.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  WS-DET-NOME             PIC X(40).
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  WS-DET-VALIDADE         PIC 9999/99/99.
018700     05  WS-DET-VALIDADE-X REDEFINES WS-DET-VALIDADE
018800                                 PIC X(10).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  WS-DET-OBS              PIC X(18).
019100 01  WS-OBS-AVISO.
019200     05  FILLER                  PIC X(07) VALUE "FALTAM ".
019300     05  WS-OBS-DIAS             PIC ZZ9.
019400     05  FILLER                  PIC X(05) VALUE " DIAS".
019500 01  WS-LINHA-CONTROLE.
019600     05  WS-CTL-TEXTO            PIC X(32).
019700     05  WS-CTL-VALOR            PIC ZZZZZZZ9.
019800 PROCEDURE DIVISION.
019900***************************************************************
020000*    0000-MAINLINE                                            *
020100*    CONFERE O INTERTRAVAMENTO DA CADEIA E A TRAVA DO MESTRE, *
020200*    CANCELA OS NOMES VENCIDOS, LISTA OS QUE VENCEM NO PRAZO  *
020300*    DE AVISO E AS VALIDADES INVALIDAS E IMPRIME OS TOTAIS.   *
020400***************************************************************
020500 0000-MAINLINE.
020600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
020700     IF WS-PROSSEGUIR
020800         PERFORM 2000-VENCER-NOMES THRU 2000-EXIT
020900         PERFORM 3000-AVISAR-VENCIMENTOS THRU 3000-EXIT
021000         PERFORM 4000-LISTAR-INVALIDAS THRU 4000-EXIT
021100         PERFORM 7000-IMPRIMIR-TOTAIS THRU 7000-EXIT
021200     END-IF
021300     PERFORM 9000-FINALIZAR THRU 9000-EXIT
021400     STOP RUN.
021500 0000-MAINLINE-EXIT.
021600     EXIT.
021700***************************************************************
021800*    1000-INICIALIZAR                                         *
021900*    OBTEM A DATA DO CICLO, CONFERE O ANTECESSOR NA CADEIA E  *
022000*    REGISTRA O INICIO NO CICLOCTL. COM O ANTECESSOR SEM FIM  *
022100*    LIMPO OU O MESTRE TRAVADO NADA E CANCELADO (RC 8).       *
022200*    DEPOIS TOMA A TRAVA, ABRE O RELATORIO, LE O CARTAO       *
022300*    VALPRM, CALCULA A DATA LIMITE DO AVISO E ABRE O MESTRE E *
022400*    O JORNAL.                                                *
022500***************************************************************
022600 1000-INICIALIZAR.
022700     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
022800     ACCEPT WS-HORA-SISTEMA FROM TIME
022900     PERFORM 1010-OBTER-DATA-CICLO THRU 1010-EXIT
023000     PERFORM 1020-VERIFICAR-PREDECESSOR THRU 1020-EXIT
023100     MOVE "I" TO WS-CIC-EVENTO
023200     PERFORM 8000-REGISTRAR-CICLO THRU 8000-EXIT
023300     IF NOT WS-PRED-OK
023400         DISPLAY "CARGA TESTCOBB DA DATA " WS-CICLO-DATA
023500             " NAO TERMINOU LIMPA - VALIDADE NAO EXECUTADA"
023600         MOVE "S" TO WS-SW-CICLO-BLOQ
023700         MOVE "N" TO WS-SW-PROSSEGUIR
023800         MOVE 8 TO RETURN-CODE
023900         GO TO 1000-EXIT
024000     END-IF
024100     PERFORM 1200-TESTAR-TRAVA THRU 1200-EXIT
024200     IF WS-RECUSADA
024300         MOVE "N" TO WS-SW-PROSSEGUIR
024400         GO TO 1000-EXIT
024500     END-IF
024600     PERFORM 1250-TOMAR-TRAVA THRU 1250-EXIT
024700     OPEN OUTPUT RELATORIO
024800     MOVE WS-CICLO-DATA TO WS-TIT-CICLO
024900     WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO
025000     MOVE SPACES TO LINHA-RELATORIO
025100     WRITE LINHA-RELATORIO
025200     PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT
025300     PERFORM 1150-CALCULAR-LIMITE THRU 1150-EXIT
025400     IF WS-PROSSEGUIR
025500         PERFORM 1400-ABRIR-ARQUIVOS THRU 1400-EXIT
025600     END-IF.
025700 1000-EXIT.
025800     EXIT.
025900***************************************************************
026000*    1010-OBTER-DATA-CICLO                                    *
026100*    OBTEM A DATA DO CICLO NOTURNO DO CARTAO CICLOPRM         *
026200*    (AAAAMMDD), PARA QUE A CADEIA INTEIRA TRABALHE COM A     *
026300*    MESMA DATA MESMO ATRAVESSANDO A MEIA-NOITE. CARTAO       *
026400*    AUSENTE OU INVALIDO VALE A DATA DO SISTEMA.              *
026500***************************************************************
026600 1010-OBTER-DATA-CICLO.
026700     MOVE WS-DATA-SISTEMA TO WS-CICLO-DATA
026800     OPEN INPUT CICLO-PARAM
026900     IF WS-STATUS-CPR = "00"
027000         READ CICLO-PARAM
027100             AT END
027200                 DISPLAY "CARTAO CICLOPRM VAZIO - DATA DO "
027300                     "CICLO E A DO SISTEMA"
027400             NOT AT END
027500                 IF CPRM-CARTAO IS NUMERIC
027600                     MOVE CPRM-CARTAO TO WS-CICLO-DATA
027700                 ELSE
027800                     DISPLAY "CARTAO CICLOPRM INVALIDO - "
027900                         "DATA DO CICLO E A DO SISTEMA"
028000                 END-IF
028100         END-READ
028200         CLOSE CICLO-PARAM
028300     END-IF
028400     DISPLAY "DATA DO CICLO: " WS-CICLO-DATA.
028500 1010-EXIT.
028600     EXIT.
028700***************************************************************
028800*    1020-VERIFICAR-PREDECESSOR                               *
028900*    PERCORRE O CONTROLE DO CICLO NOTURNO PROCURANDO, PARA A  *
029000*    DATA DO CICLO CORRENTE, O ULTIMO REGISTRO DE FIM DO      *
029100*    PROGRAMA ANTECESSOR NA CADEIA. SO UM FIM COM RC MENOR    *
029200*    QUE 8 LIBERA A EXECUCAO.                                 *
029300***************************************************************
029400 1020-VERIFICAR-PREDECESSOR.
029500     MOVE "N" TO WS-SW-PRED-OK
029600     MOVE "N" TO WS-SW-FIM-CICLO
029700     OPEN INPUT CICLO-CONTROLE
029800     IF WS-STATUS-CIC = "00"
029900         PERFORM 1030-LER-CICLO THRU 1030-EXIT
030000             UNTIL WS-FIM-CICLO
030100         CLOSE CICLO-CONTROLE
030200     END-IF.
030300 1020-EXIT.
030400     EXIT.
030500 1030-LER-CICLO.
030600     READ CICLO-CONTROLE
030700         AT END
030800             MOVE "S" TO WS-SW-FIM-CICLO
030900     END-READ
031000     IF NOT WS-FIM-CICLO
031100         IF CIC-DATA-CICLO = WS-CICLO-DATA
031200             AND CIC-PROGRAMA = WS-PREDECESSOR
031300             AND CIC-EV-FIM
031400             IF CIC-RC IS NUMERIC AND CIC-RC < 8
031500                 MOVE "S" TO WS-SW-PRED-OK
031600             ELSE
031700                 MOVE "N" TO WS-SW-PRED-OK
031800             END-IF
031900         END-IF
032000     END-IF.
032100 1030-EXIT.
032200     EXIT.
032300***************************************************************
032400*    1100-LER-PARAMETRO                                       *
032500*    LE NO CARTAO VALPRM (COLUNAS 1-3) QUANTOS DIAS A FRENTE  *
032600*    O AVISO DE VENCIMENTO ALCANCA. CARTAO AUSENTE OU NAO     *
032700*    NUMERICO VALE O PRAZO PADRAO.                            *
032800***************************************************************
032900 1100-LER-PARAMETRO.
033000     MOVE WS-DIAS-AVISO-PADRAO TO WS-DIAS-AVISO
033100     OPEN INPUT PARAMETROS
033200     IF WS-STATUS-PRM = "00"
033300         READ PARAMETROS
033400             AT END
033500                 DISPLAY "CARTAO VALPRM VAZIO - USANDO O PRAZO "
033600                     "PADRAO"
033700             NOT AT END
033800                 IF PRM-DIAS-AVISO IS NUMERIC
033900                     MOVE PRM-DIAS-AVISO TO WS-DIAS-AVISO
034000                 ELSE
034100                     DISPLAY "PARAMETRO INVALIDO: " PRM-DIAS-AVISO
034200                         " - USANDO O PRAZO PADRAO"
034300                 END-IF
034400         END-READ
034500         CLOSE PARAMETROS
034600     ELSE
034700         DISPLAY "ARQUIVO VALPRM AUSENTE - USANDO O PRAZO "
034800             "PADRAO"
034900     END-IF
035000     DISPLAY "DIAS DE AVISO: " WS-DIAS-AVISO.
035100 1100-EXIT.
035200     EXIT.
035300***************************************************************
035400*    1150-CALCULAR-LIMITE                                     *
035500*    CONVERTE A DATA DO CICLO EM NUMERO DE DIAS E OBTEM A     *
035600*    DATA LIMITE DO AVISO (CICLO MAIS OS DIAS DE AVISO). DATA *
035700*    DO CICLO QUE NAO E DATA DE CALENDARIO IMPEDE O           *
035800*    PROCESSAMENTO (RC 8).                                    *
035900***************************************************************
036000 1150-CALCULAR-LIMITE.
036100     COMPUTE WS-DIA-CICLO =
036200         FUNCTION INTEGER-OF-DATE(WS-CICLO-DATA)
036300     IF WS-DIA-CICLO = ZERO
036400         MOVE SPACES TO LINHA-RELATORIO
036500         STRING "DATA DO CICLO INVALIDA: " WS-CICLO-DATA
036600             DELIMITED BY SIZE INTO LINHA-RELATORIO
036700         END-STRING
036800         PERFORM 1900-RECUSAR THRU 1900-EXIT
036900         GO TO 1150-EXIT
037000     END-IF
037100     COMPUTE WS-DATA-LIMITE =
037200         FUNCTION DATE-OF-INTEGER(WS-DIA-CICLO + WS-DIAS-AVISO).
037300 1150-EXIT.
037400     EXIT.
037500***************************************************************
037600*    1200-TESTAR-TRAVA                                        *
037700*    LE O ARQUIVO DE TRAVA DO MESTRE. COM O MESTRE EM USO     *
037800*    (ONLINE OU OUTRO JOB) NENHUM NOME E CANCELADO E O PASSO  *
037900*    TERMINA COM RC 8.                                        *
038000***************************************************************
038100 1200-TESTAR-TRAVA.
038200     OPEN INPUT NOME-TRAVA
038300     IF WS-STATUS-TRV = "00"
038400         READ NOME-TRAVA
038500             AT END
038600                 CONTINUE
038700             NOT AT END
038800                 IF TRAVA-TRAVADA
038900                     DISPLAY "MASTER EM USO POR: "
039000                         TRAVA-ORIGEM " DESDE "
039100                         TRAVA-DATA " " TRAVA-HORA
039200                     DISPLAY "VALIDADE NAO EXECUTADA"
039300                     MOVE "S" TO WS-SW-RECUSADA
039400                     MOVE 8 TO RETURN-CODE
039500                 END-IF
039600         END-READ
039700         CLOSE NOME-TRAVA
039800     END-IF.
039900 1200-EXIT.
040000     EXIT.
040100***************************************************************
040200*    1250-TOMAR-TRAVA                                         *
040300*    GRAVA A TRAVA DO MESTRE EM NOME DO VENCIMENTO, PARA QUE  *
040400*    NENHUMA OUTRA ATUALIZACAO ACONTECA DURANTE A PASSAGEM.   *
040500***************************************************************
040600 1250-TOMAR-TRAVA.
040700     OPEN OUTPUT NOME-TRAVA
040800     SET TRAVA-TRAVADA TO TRUE
040900     MOVE "VALIDADE"       TO TRAVA-ORIGEM
041000     MOVE WS-DATA-SISTEMA  TO TRAVA-DATA
041100     MOVE WS-HORA-HHMMSS   TO TRAVA-HORA
041200     WRITE TRAVA-REGISTRO
041300     IF WS-STATUS-TRV NOT = "00"
041400         DISPLAY "ERRO AO GRAVAR TRAVA: " WS-STATUS-TRV
041500     END-IF
041600     CLOSE NOME-TRAVA
041700     MOVE "S" TO WS-SW-TRAVA-TOMADA.
041800 1250-EXIT.
041900     EXIT.
042000***************************************************************
042100*    1280-LIBERAR-TRAVA                                       *
042200*    REGRAVA O ARQUIVO DE TRAVA COMO LIVRE NO ENCERRAMENTO.   *
042300***************************************************************
042400 1280-LIBERAR-TRAVA.
042500     ACCEPT WS-HORA-SISTEMA FROM TIME
042600     OPEN OUTPUT NOME-TRAVA
042700     SET TRAVA-LIVRE TO TRUE
042800     MOVE SPACES          TO TRAVA-ORIGEM
042900     MOVE WS-DATA-SISTEMA TO TRAVA-DATA
043000     MOVE WS-HORA-HHMMSS  TO TRAVA-HORA
043100     WRITE TRAVA-REGISTRO
043200     CLOSE NOME-TRAVA
043300     MOVE "N" TO WS-SW-TRAVA-TOMADA.
043400 1280-EXIT.
043500     EXIT.
043600***************************************************************
043700*    1400-ABRIR-ARQUIVOS                                      *
043800*    ABRE O MESTRE PARA ATUALIZACAO E O JORNAL PARA ACRESCIMO *
043900*    (CRIANDO-O SE AINDA NAO EXISTIR). MESTRE QUE NAO ABRE    *
044000*    IMPEDE O PROCESSAMENTO (RC 8).                           *
044100***************************************************************
044200 1400-ABRIR-ARQUIVOS.
044300     OPEN I-O NOME-MASTER
044400     IF WS-STATUS-ARQ NOT = "00"
044500         MOVE SPACES TO LINHA-RELATORIO
044600         STRING "MESTRE INDISPONIVEL - STATUS: "
044700             WS-STATUS-ARQ DELIMITED BY SIZE
044800             INTO LINHA-RELATORIO
044900         END-STRING
045000         PERFORM 1900-RECUSAR THRU 1900-EXIT
045100         GO TO 1400-EXIT
045200     END-IF
045300     OPEN EXTEND NOME-JORNAL
045400     IF WS-STATUS-JRN = "35"
045500         OPEN OUTPUT NOME-JORNAL
045600         CLOSE NOME-JORNAL
045700         OPEN EXTEND NOME-JORNAL
045800     END-IF
045900     MOVE "S" TO WS-SW-ARQUIVOS-ABERTOS.
046000 1400-EXIT.
046100     EXIT.
046200***************************************************************
046300*    1900-RECUSAR                                             *
046400*    INTERROMPE O PASSO: GRAVA NO RELATORIO E NO LOG A LINHA  *
046500*    JA MONTADA EM LINHA-RELATORIO COM O MOTIVO E TERMINA COM *
046600*    RC 8 - O RELATORIO TESTCOBR NAO RODA.                    *
046700***************************************************************
046800 1900-RECUSAR.
046900     DISPLAY LINHA-RELATORIO
047000     WRITE LINHA-RELATORIO
047100     MOVE "VALIDADE NAO EXECUTADA" TO LINHA-RELATORIO
047200     WRITE LINHA-RELATORIO
047300     MOVE "N" TO WS-SW-PROSSEGUIR
047400     MOVE 8 TO RETURN-CODE.
047500 1900-EXIT.
047600     EXIT.
047700***************************************************************
047800*    2000-VENCER-NOMES                                        *
047900*    PRIMEIRA PASSAGEM PELO MESTRE: CANCELA CADA NOME ATIVO   *
048000*    COM VALIDADE ATE A DATA DO CICLO E LISTA O NOME          *
048100*    CANCELADO (OU O ERRO DE REGRAVACAO).                     *
048200***************************************************************
048300 2000-VENCER-NOMES.
048400     MOVE "NOMES VENCIDOS - CANCELADOS NESTE CICLO"
048500         TO WS-SEC-TEXTO
048600     WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO
048700     WRITE LINHA-RELATORIO FROM WS-CABECALHO-COLUNAS
048800     PERFORM 2050-POSICIONAR-MESTRE THRU 2050-EXIT
048900     PERFORM 2100-LER-MESTRE THRU 2100-EXIT
049000         UNTIL WS-FIM-ARQUIVO
049100     IF WS-CONT-VENCIDOS = ZERO
049200         MOVE "    NENHUM NOME VENCIDO" TO LINHA-RELATORIO
049300         WRITE LINHA-RELATORIO
049400     END-IF
049500     MOVE SPACES TO LINHA-RELATORIO
049600     WRITE LINHA-RELATORIO.
049700 2000-EXIT.
049800     EXIT.
049900***************************************************************
050000*    2050-POSICIONAR-MESTRE                                   *
050100*    POSICIONA O MESTRE NO PRIMEIRO REGISTRO PARA UMA NOVA    *
050200*    PASSAGEM SEQUENCIAL PELA CHAVE PRIMARIA.                 *
050300***************************************************************
050400 2050-POSICIONAR-MESTRE.
050500     MOVE "N" TO WS-SW-FIM-ARQUIVO
050600     MOVE LOW-VALUES TO NOME-SEQ
050700     START NOME-MASTER KEY IS NOT LESS THAN NOME-SEQ
050800         INVALID KEY
050900             MOVE "S" TO WS-SW-FIM-ARQUIVO
051000     END-START.
051100 2050-EXIT.
051200     EXIT.
051300***************************************************************
051400*    2100-LER-MESTRE                                          *
051500*    LE O PROXIMO REGISTRO DO MESTRE. SO NOME ATIVO COM       *
051600*    VALIDADE VALIDA ATE A DATA DO CICLO E CANCELADO;         *
051700*    VALIDADE INVALIDA E SO CONTADA (LISTADA NA TERCEIRA      *
051800*    PASSAGEM).                                               *
051900***************************************************************
052000 2100-LER-MESTRE.
052100     READ NOME-MASTER NEXT RECORD
052200         AT END
052300             MOVE "S" TO WS-SW-FIM-ARQUIVO
052400     END-READ
052500     IF WS-FIM-ARQUIVO
052600         GO TO 2100-EXIT
052700     END-IF
052800     ADD 1 TO WS-CONT-LIDOS
052900     IF NOT NOME-STATUS-ATIVO
053000         GO TO 2100-EXIT
053100     END-IF
053200     PERFORM 2200-CONFERIR-VALIDADE THRU 2200-EXIT
053300     IF WS-VALIDADE-INVALIDA
053400         ADD 1 TO WS-CONT-INVALIDAS
053500         GO TO 2100-EXIT
053600     END-IF
053700     IF WS-SEM-VALIDADE
053800         GO TO 2100-EXIT
053900     END-IF
054000     ADD 1 TO WS-CONT-COM-VALIDADE
054100     IF WS-VALIDADE-N > WS-CICLO-DATA
054200         GO TO 2100-EXIT
054300     END-IF
054400     ADD 1 TO WS-CONT-VENCIDOS
054500     PERFORM 2300-CANCELAR-VENCIDO THRU 2300-EXIT.
054600 2100-EXIT.
054700     EXIT.
054800***************************************************************
054900*    2200-CONFERIR-VALIDADE                                   *
055000*    CLASSIFICA A VALIDADE DO REGISTRO LIDO: EM BRANCO (SEM   *
055100*    VALIDADE), DATA AAAAMMDD QUE EXISTE NO CALENDARIO        *
055200*    (FEVEREIRO COM 29 DIAS SO EM ANO BISSEXTO) OU INVALIDA.  *
055300*    MESMA REGRA DA INCLUSAO ONLINE E DA CARGA, SEM A         *
055400*    COMPARACAO COM A DATA CORRENTE.                          *
055500***************************************************************
055600 2200-CONFERIR-VALIDADE.
055700     MOVE NOME-DATA-VALIDADE TO WS-VALIDADE
055800     SET WS-VALIDADE-INVALIDA TO TRUE
055900     IF WS-VALIDADE = SPACES
056000         SET WS-SEM-VALIDADE TO TRUE
056100         GO TO 2200-EXIT
056200     END-IF
056300     IF WS-VALIDADE IS NOT NUMERIC
056400         GO TO 2200-EXIT
056500     END-IF
056600     IF WS-VLD-MM < 1 OR WS-VLD-MM > 12 OR WS-VLD-DD < 1
056700         GO TO 2200-EXIT
056800     END-IF
056900     MOVE WS-DIAS-MES(WS-VLD-MM) TO WS-DIAS-MES-MAX
057000     IF WS-VLD-MM = 2
057100         DIVIDE WS-VLD-AAAA BY 4 GIVING WS-VAL-QUOCIENTE
057200             REMAINDER WS-VAL-RESTO-4
057300         DIVIDE WS-VLD-AAAA BY 100 GIVING WS-VAL-QUOCIENTE
057400             REMAINDER WS-VAL-RESTO-100
057500         DIVIDE WS-VLD-AAAA BY 400 GIVING WS-VAL-QUOCIENTE
057600             REMAINDER WS-VAL-RESTO-400
057700         IF WS-VAL-RESTO-4 = ZERO
057800             AND (WS-VAL-RESTO-100 NOT = ZERO
057900                  OR WS-VAL-RESTO-400 = ZERO)
058000             MOVE 29 TO WS-DIAS-MES-MAX
058100         END-IF
058200     END-IF
058300     IF WS-VLD-DD > WS-DIAS-MES-MAX
058400         GO TO 2200-EXIT
058500     END-IF
058600     SET WS-VALIDADE-OK TO TRUE.
058700 2200-EXIT.
058800     EXIT.
058900***************************************************************
059000*    2300-CANCELAR-VENCIDO                                    *
059100*    MARCA COMO CANCELADO, VIA REWRITE, O NOME VENCIDO E      *
059200*    LANCA O CANCELAMENTO NO JORNAL. ERRO NA REGRAVACAO SAI   *
059300*    NO RELATORIO E DEVOLVE RC 8 NO FIM.                      *
059400***************************************************************
059500 2300-CANCELAR-VENCIDO.
059600     MOVE NOME-SEQ           TO WS-DET-SEQ
059700     MOVE NOME-NOME          TO WS-DET-NOME
059800     MOVE WS-VALIDADE-N      TO WS-DET-VALIDADE
059900     MOVE NOME-REGISTRO      TO WS-IMAGEM-ANTES
060000     SET NOME-STATUS-CANCELADO TO TRUE
060100     REWRITE NOME-REGISTRO
060200         INVALID KEY
060300             DISPLAY "ERRO AO CANCELAR SEQ: " NOME-SEQ
060400                 " STATUS: " WS-STATUS-ARQ
060500             ADD 1 TO WS-CONT-ERRO-GRAV
060600             MOVE "*** ERRO REGRAVACAO" TO WS-DET-OBS
060700         NOT INVALID KEY
060800             ADD 1 TO WS-CONT-CANCELADOS
060900             MOVE "CANCELADO" TO WS-DET-OBS
061000             MOVE "A" TO WS-JRNL-ACAO
061100             MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
061200             PERFORM 2400-GRAVAR-JORNAL THRU 2400-EXIT
061300     END-REWRITE
061400     WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
061500 2300-EXIT.
061600     EXIT.
061700***************************************************************
061800*    2400-GRAVAR-JORNAL                                       *
061900*    GRAVA NO JORNAL DE AUDITORIA A IMAGEM ANTES E DEPOIS DO  *
062000*    CANCELAMENTO POR VENCIMENTO, EM NOME DO PROCESSO         *
062100*    VALIDADE.                                                *
062200***************************************************************
062300 2400-GRAVAR-JORNAL.
062400     ACCEPT WS-HORA-SISTEMA FROM TIME
062500     MOVE WS-JRNL-ACAO     TO JRNL-ACAO
062600     MOVE WS-IMAGEM-ANTES  TO JRNL-IMAGEM-ANTES
062700     MOVE WS-IMAGEM-DEPOIS TO JRNL-IMAGEM-DEPOIS
062800     MOVE "VALIDADE"       TO JRNL-OPERADOR
062900     MOVE WS-DATA-SISTEMA  TO JRNL-DATA
063000     MOVE WS-HORA-HHMMSS   TO JRNL-HORA
063100     MOVE SPACES           TO JRNL-APROVADOR
063200     MOVE SPACES           TO JRNL-EXECUCAO
063300     WRITE JRNL-REGISTRO
063400     IF WS-STATUS-JRN NOT = "00"
063500         DISPLAY "ERRO AO GRAVAR JORNAL: " WS-STATUS-JRN
063600     END-IF.
063700 2400-EXIT.
063800     EXIT.
063900***************************************************************
064000*    3000-AVISAR-VENCIMENTOS                                  *
064100*    SEGUNDA PASSAGEM PELO MESTRE: LISTA OS NOMES ATIVOS QUE  *
064200*    VENCEM DEPOIS DO CICLO ATE A DATA LIMITE DO AVISO, COM   *
064300*    OS DIAS QUE FALTAM PARA O VENCIMENTO.                    *
064400***************************************************************
064500 3000-AVISAR-VENCIMENTOS.
064600     MOVE WS-DATA-LIMITE TO WS-SAV-LIMITE
064700     MOVE WS-DIAS-AVISO  TO WS-SAV-DIAS
064800     WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO-AVISO
064900     WRITE LINHA-RELATORIO FROM WS-CABECALHO-COLUNAS
065000     PERFORM 2050-POSICIONAR-MESTRE THRU 2050-EXIT
065100     PERFORM 3100-LER-MESTRE-AVISO THRU 3100-EXIT
065200         UNTIL WS-FIM-ARQUIVO
065300     IF WS-CONT-AVISO = ZERO
065400         MOVE "    NENHUM NOME VENCE NO PRAZO DE AVISO"
065500             TO LINHA-RELATORIO
065600         WRITE LINHA-RELATORIO
065700     END-IF
065800     MOVE SPACES TO LINHA-RELATORIO
065900     WRITE LINHA-RELATORIO.
066000 3000-EXIT.
066100     EXIT.
066200 3100-LER-MESTRE-AVISO.
066300     READ NOME-MASTER NEXT RECORD
066400         AT END
066500             MOVE "S" TO WS-SW-FIM-ARQUIVO
066600     END-READ
066700     IF WS-FIM-ARQUIVO
066800         GO TO 3100-EXIT
066900     END-IF
067000     IF NOT NOME-STATUS-ATIVO
067100         GO TO 3100-EXIT
067200     END-IF
067300     PERFORM 2200-CONFERIR-VALIDADE THRU 2200-EXIT
067400     IF NOT WS-VALIDADE-OK
067500         GO TO 3100-EXIT
067600     END-IF
067700     IF WS-VALIDADE-N NOT > WS-CICLO-DATA
067800         OR WS-VALIDADE-N > WS-DATA-LIMITE
067900         GO TO 3100-EXIT
068000     END-IF
068100     ADD 1 TO WS-CONT-AVISO
068200     COMPUTE WS-DIA-VALIDADE =
068300         FUNCTION INTEGER-OF-DATE(WS-VALIDADE-N)
068400     COMPUTE WS-DIAS-FALTAM = WS-DIA-VALIDADE - WS-DIA-CICLO
068500     MOVE WS-DIAS-FALTAM TO WS-OBS-DIAS
068600     MOVE NOME-SEQ       TO WS-DET-SEQ
068700     MOVE NOME-NOME      TO WS-DET-NOME
068800     MOVE WS-VALIDADE-N  TO WS-DET-VALIDADE
068900     MOVE WS-OBS-AVISO   TO WS-DET-OBS
069000     WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
069100 3100-EXIT.
069200     EXIT.
069300***************************************************************
069400*    4000-LISTAR-INVALIDAS                                    *
069500*    TERCEIRA PASSAGEM, SO QUANDO A PRIMEIRA ACHOU NOME ATIVO *
069600*    COM VALIDADE QUE NAO E DATA DE CALENDARIO: LISTA ESSES   *
069700*    NOMES COM A VALIDADE COMO ESTA NO MESTRE, PARA CORRECAO. *
069800*    ELES NAO SAO CANCELADOS NEM AVISADOS.                    *
069900***************************************************************
070000 4000-LISTAR-INVALIDAS.
070100     IF WS-CONT-INVALIDAS = ZERO
070200         GO TO 4000-EXIT
070300     END-IF
070400     MOVE "VALIDADE INVALIDA NO MESTRE - NAO TRATADOS"
070500         TO WS-SEC-TEXTO
070600     WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO
070700     WRITE LINHA-RELATORIO FROM WS-CABECALHO-COLUNAS
070800     PERFORM 2050-POSICIONAR-MESTRE THRU 2050-EXIT
070900     PERFORM 4100-LER-MESTRE-INVALIDA THRU 4100-EXIT
071000         UNTIL WS-FIM-ARQUIVO
071100     MOVE SPACES TO LINHA-RELATORIO
071200     WRITE LINHA-RELATORIO.
071300 4000-EXIT.
071400     EXIT.
071500 4100-LER-MESTRE-INVALIDA.
071600     READ NOME-MASTER NEXT RECORD
071700         AT END
071800             MOVE "S" TO WS-SW-FIM-ARQUIVO
071900     END-READ
072000     IF WS-FIM-ARQUIVO
072100         GO TO 4100-EXIT
072200     END-IF
072300     IF NOT NOME-STATUS-ATIVO
072400         GO TO 4100-EXIT
072500     END-IF
072600     PERFORM 2200-CONFERIR-VALIDADE THRU 2200-EXIT
072700     IF NOT WS-VALIDADE-INVALIDA
072800         GO TO 4100-EXIT
072900     END-IF
073000     MOVE NOME-SEQ         TO WS-DET-SEQ
073100     MOVE NOME-NOME        TO WS-DET-NOME
073200     MOVE SPACES           TO WS-DET-VALIDADE-X
073300     MOVE WS-VALIDADE      TO WS-DET-VALIDADE-X
073400     MOVE "*** CORRIGIR"   TO WS-DET-OBS
073500     WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
073600 4100-EXIT.
073700     EXIT.
073800***************************************************************
073900*    7000-IMPRIMIR-TOTAIS                                     *
074000*    IMPRIME OS TOTAIS DE CONTROLE DO PASSO.                  *
074100***************************************************************
074200 7000-IMPRIMIR-TOTAIS.
074300     MOVE "TOTAIS DE CONTROLE" TO WS-SEC-TEXTO
074400     WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO
074500     MOVE "REGISTROS LIDOS DO MESTRE......:" TO WS-CTL-TEXTO
074600     MOVE WS-CONT-LIDOS TO WS-CTL-VALOR
074700     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
074800     MOVE "ATIVOS COM VALIDADE............:" TO WS-CTL-TEXTO
074900     MOVE WS-CONT-COM-VALIDADE TO WS-CTL-VALOR
075000     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
075100     MOVE "VENCIDOS CANCELADOS............:" TO WS-CTL-TEXTO
075200     MOVE WS-CONT-CANCELADOS TO WS-CTL-VALOR
075300     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
075400     MOVE "ERROS DE REGRAVACAO............:" TO WS-CTL-TEXTO
075500     MOVE WS-CONT-ERRO-GRAV TO WS-CTL-VALOR
075600     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
075700     MOVE "VENCEM NO PRAZO DE AVISO.......:" TO WS-CTL-TEXTO
075800     MOVE WS-CONT-AVISO TO WS-CTL-VALOR
075900     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
076000     MOVE "VALIDADE INVALIDA (NAO TRATADA):" TO WS-CTL-TEXTO
076100     MOVE WS-CONT-INVALIDAS TO WS-CTL-VALOR
076200     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE.
076300 7000-EXIT.
076400     EXIT.
076500***************************************************************
076600*    8000-REGISTRAR-CICLO                                     *
076700*    ACRESCENTA AO CONTROLE DO CICLO NOTURNO (CICLOCTL) UM    *
076800*    REGISTRO DO EVENTO CORRENTE (INICIO OU FIM) COM A DATA   *
076900*    DO CICLO, O RETURN-CODE E OS TOTAIS DO PASSO, PARA O     *
077000*    INTERTRAVAMENTO DA CADEIA E O RELATORIO DE OPERACAO.     *
077100***************************************************************
077200 8000-REGISTRAR-CICLO.
077300     ACCEPT WS-HORA-SISTEMA FROM TIME
077400     OPEN EXTEND CICLO-CONTROLE
077500     IF WS-STATUS-CIC = "35"
077600         OPEN OUTPUT CICLO-CONTROLE
077700         CLOSE CICLO-CONTROLE
077800         OPEN EXTEND CICLO-CONTROLE
077900     END-IF
078000     MOVE WS-CICLO-DATA   TO CIC-DATA-CICLO
078100     MOVE "TESTCOBT"      TO CIC-PROGRAMA
078200     MOVE WS-CIC-EVENTO   TO CIC-EVENTO
078300     MOVE RETURN-CODE     TO CIC-RC
078400     MOVE WS-CIC-LIDOS    TO CIC-LIDOS
078500     MOVE WS-CIC-GRAVADOS TO CIC-GRAVADOS
078600     MOVE WS-DATA-SISTEMA TO CIC-DATA
078700     MOVE WS-HORA-HHMMSS  TO CIC-HORA
078800     WRITE CIC-REGISTRO
078900     IF WS-STATUS-CIC NOT = "00"
079000         DISPLAY "ERRO AO GRAVAR CONTROLE DO CICLO: "
079100             WS-STATUS-CIC
079200     END-IF
079300     CLOSE CICLO-CONTROLE.
079400 8000-EXIT.
079500     EXIT.
079600***************************************************************
079700*    9000-FINALIZAR                                           *
079800*    FECHA OS ARQUIVOS, LIBERA A TRAVA, EXIBE O RESUMO NO LOG *
079900*    E DEVOLVE RETURN-CODE 8 SE HOUVE ERRO DE REGRAVACAO.     *
080000*    REGISTRA O FIM NO CICLOCTL COM OS REGISTROS LIDOS E OS   *
080100*    NOMES CANCELADOS.                                        *
080200***************************************************************
080300 9000-FINALIZAR.
080400     IF WS-ARQUIVOS-ABERTOS
080500         CLOSE NOME-MASTER
080600         CLOSE NOME-JORNAL
080700     END-IF
080800     IF WS-TRAVA-TOMADA
080900         CLOSE RELATORIO
081000         PERFORM 1280-LIBERAR-TRAVA THRU 1280-EXIT
081100     END-IF
081200     IF WS-PROSSEGUIR
081300         DISPLAY "REGISTROS LIDOS......: " WS-CONT-LIDOS
081400         DISPLAY "VENCIDOS CANCELADOS..: " WS-CONT-CANCELADOS
081500         DISPLAY "VENCEM NO AVISO......: " WS-CONT-AVISO
081600         DISPLAY "VALIDADE INVALIDA....: " WS-CONT-INVALIDAS
081700         IF WS-CONT-ERRO-GRAV > ZERO
081800             MOVE 8 TO RETURN-CODE
081900             DISPLAY "ERROS DE REGRAVACAO..: " WS-CONT-ERRO-GRAV
082000         END-IF
082100     END-IF
082200     MOVE WS-CONT-LIDOS      TO WS-CIC-LIDOS
082300     MOVE WS-CONT-CANCELADOS TO WS-CIC-GRAVADOS
082400     MOVE "F" TO WS-CIC-EVENTO
082500     PERFORM 8000-REGISTRAR-CICLO THRU 8000-EXIT.
082600 9000-EXIT.
082700     EXIT.
