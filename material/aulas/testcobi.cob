000100***************************************************************
000200*                                                             *
000300*    PROGRAMA   : TESTCOBI                                    *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    INSTALACAO : ESTUDOS COBOL                                *
000600*    DATA ESCRITA: 2026-10-15                                 *
000700*                                                             *
000800*    DESCRICAO  : REVISAO DE IDS DE OPERADOR SEM USO. LE O    *
000900*    LOG DE SEGURANCA NOMESEGL E GUARDA, PARA CADA OPERADOR,  *
001000*    A DATA DO ULTIMO SIGN-ON COM SUCESSO (EVENTO O). EM      *
001100*    SEGUIDA PERCORRE O CADASTRO OPERMAST E IMPRIME EM        *
001200*    NOMEIRPT OS IDS ATIVOS OU SUSPENSOS PARADOS HA MAIS DIAS *
001300*    QUE O PRAZO DE LISTAGEM, OS OPERADORES COMUNS PRIMEIRO E *
001400*    OS SUPERVISORES NUMA SECAO SEPARADA. PASSADO O PRAZO DE  *
001500*    DESATIVACAO O ID E GRAVADO INATIVO NO OPERMAST E UM      *
001600*    EVENTO V (DESATIVACAO POR INATIVIDADE) E GRAVADO NO      *
001700*    NOMESEGL, PARA APARECER NO RELATORIO DE SEGURANCA        *
001800*    (TESTCOBG). O ULTIMO SUPERVISOR ATIVO NUNCA E            *
001900*    DESATIVADO, PARA O CADASTRO NAO FICAR SEM QUEM O         *
002000*    ADMINISTRE, E ID SEM NENHUM SIGN-ON NO LOG E SO LISTADO, *
002100*    POIS NAO HA DATA PARA MEDIR A INATIVIDADE. OS PRAZOS VEM *
002200*    DO CARTAO DORMPRM (COLUNAS 1-3 LISTAGEM E 4-6            *
002300*    DESATIVACAO, EM DIAS; AUSENTE OU INVALIDO VALEM OS       *
002400*    PRAZOS PADRAO). A LISTAGEM VAI PARA A PASTA TRIMESTRAL   *
002500*    DE RECERTIFICACAO DE ACESSOS E TERMINA COM AS LINHAS DE  *
002600*    ASSINATURA DOS SUPERVISORES.                             *
002700*                                                             *
002800*    HISTORICO DE ALTERACOES                                 *
002900*    DATA       AUTOR   DESCRICAO                             *
003000*    ---------- ------- -------------------------------------*
003100*    2026-10-15 JPO     CRIACAO DA REVISAO DE IDS SEM USO.    *
003200***************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. TESTCOBI.
003500 AUTHOR. J. OLIVEIRA.
003600 INSTALLATION. ESTUDOS COBOL.
003700 DATE-WRITTEN. 2026-10-15.
003800 DATE-COMPILED. 2026-10-15.
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. LINUX.
004200 OBJECT-COMPUTER. LINUX.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPER-MASTER ASSIGN TO "OPERMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS OPER-ID
004900         FILE STATUS IS WS-STATUS-OPE.
005000     SELECT NOME-SEGLOG ASSIGN TO "NOMESEGL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-STATUS-SEG.
005300     SELECT PARAMETROS ASSIGN TO "DORMPRM"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-STATUS-PRM.
005600     SELECT RELATORIO ASSIGN TO "NOMEIRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-STATUS-RPT.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  OPER-MASTER
006200     LABEL RECORDS ARE STANDARD.
006300 COPY "operrec.cpy".
006400 FD  NOME-SEGLOG
006500     LABEL RECORDS ARE STANDARD.
006600 COPY "segrec.cpy".
006700 FD  PARAMETROS
006800     LABEL RECORDS ARE STANDARD.
006900 01  PRM-CARTAO.
007000     05  PRM-PRAZO-LISTA             PIC X(03).
007100     05  PRM-PRAZO-DESATIVA          PIC X(03).
007200 FD  RELATORIO
007300     LABEL RECORDS ARE STANDARD.
007400 01  LINHA-RELATORIO                 PIC X(80).
007500 WORKING-STORAGE SECTION.
007600 77  WS-STATUS-OPE               PIC X(02).
007700 77  WS-STATUS-SEG               PIC X(02).
007800 77  WS-STATUS-PRM               PIC X(02).
007900 77  WS-STATUS-RPT               PIC X(02).
008000 77  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE "N".
008100     88  WS-FIM-ARQUIVO          VALUE "S".
008200 77  WS-SW-ERRO                  PIC X(01) VALUE "N".
008300     88  WS-ERRO                 VALUE "S".
008400 77  WS-SW-OPER-ACHADO           PIC X(01) VALUE "N".
008500     88  WS-OPER-ACHADO          VALUE "S".
008600 77  WS-NIVEL-PASSO              PIC X(01).
008700 77  WS-CONT-LINHA               PIC 9(02) VALUE ZERO.
008800 77  WS-CONT-PAGINA              PIC 9(04) VALUE ZERO.
008900 77  WS-LINHAS-POR-PAGINA        PIC 9(02) VALUE 20.
009000 77  WS-PRAZO-LISTA-PADRAO       PIC 9(03) VALUE 060.
009100 77  WS-PRAZO-DESAT-PADRAO       PIC 9(03) VALUE 120.
009200 77  WS-PRAZO-LISTA              PIC 9(03) VALUE ZERO.
009300 77  WS-PRAZO-DESATIVA           PIC 9(03) VALUE ZERO.
009400 77  WS-DIA-SISTEMA              PIC 9(07) VALUE ZERO.
009500 77  WS-IDADE                    PIC 9(05) VALUE ZERO.
009600 77  WS-QTD-OPER                 PIC 9(04) COMP VALUE ZERO.
009700 77  WS-MAX-OPER                 PIC 9(04) COMP VALUE 200.
009800 77  WS-IDX                      PIC 9(04) COMP VALUE ZERO.
009900 77  WS-CONT-EVENTOS             PIC 9(06) VALUE ZERO.
010000 77  WS-CONT-SIGNON-OK           PIC 9(06) VALUE ZERO.
010100 77  WS-CONT-CADASTRO            PIC 9(06) VALUE ZERO.
010200 77  WS-CONT-JA-INATIVOS         PIC 9(06) VALUE ZERO.
010300 77  WS-CONT-SUP-ATIVOS          PIC 9(06) VALUE ZERO.
010400 77  WS-CONT-OPE-LISTADOS        PIC 9(06) VALUE ZERO.
010500 77  WS-CONT-SUP-LISTADOS        PIC 9(06) VALUE ZERO.
010600 77  WS-CONT-SEM-SIGNON          PIC 9(06) VALUE ZERO.
010700 77  WS-CONT-DESATIVADOS         PIC 9(06) VALUE ZERO.
010800 77  WS-CONT-MANTIDOS            PIC 9(06) VALUE ZERO.
010900 01  WS-DATA-SISTEMA             PIC 9(08).
011000 01  WS-HORA-SISTEMA.
011100     05  WS-HORA-HHMMSS          PIC 9(06).
011200     05  FILLER                  PIC 9(02).
011300 01  WS-SESSAO-ID.
011400     05  WS-SES-DATA             PIC 9(08).
011500     05  WS-SES-HORA             PIC 9(06).
011600 01  WS-ULTIMO-SIGNON            PIC 9(08).
011700 01  WS-TAB-OPERADORES.
011800     05  WS-OPER-ENT             OCCURS 200 TIMES.
011900         10  WS-OPE-ID           PIC X(08).
012000         10  WS-OPE-ULT-DATA     PIC 9(08).
012100 01  WS-CABECALHO-1.
012200     05  FILLER                  PIC X(34) VALUE
012300         "TESTCOBI - REVISAO DE IDS SEM USO ".
012400     05  FILLER                  PIC X(13) VALUE
012500         "EM: ".
012600     05  WS-CAB-DATA             PIC 9999/99/99.
012700     05  FILLER                  PIC X(09) VALUE SPACES.
012800     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
012900     05  WS-CAB-PAGINA           PIC ZZZ9.
013000 01  WS-CABECALHO-PRAZOS.
013100     05  FILLER                  PIC X(22) VALUE
013200         "PRAZO DE LISTAGEM:    ".
013300     05  WS-CAB-PRAZO-LISTA      PIC ZZ9.
013400     05  FILLER                  PIC X(10) VALUE " DIAS     ".
013500     05  FILLER                  PIC X(22) VALUE
013600         "PRAZO DE DESATIVACAO: ".
013700     05  WS-CAB-PRAZO-DESAT      PIC ZZ9.
013800     05  FILLER                  PIC X(05) VALUE " DIAS".
013900 01  WS-LINHA-SECAO.
014000     05  WS-SEC-TEXTO            PIC X(60).
014100 01  WS-CABECALHO-2.
014200     05  FILLER                  PIC X(10) VALUE "ID".
014300     05  FILLER                  PIC X(25) VALUE "NOME".
014400     05  FILLER                  PIC X(03) VALUE "ST".
014500     05  FILLER                  PIC X(12) VALUE "ULT.SIGN-ON".
014600     05  FILLER                  PIC X(07) VALUE " DIAS".
014700     05  FILLER                  PIC X(16) VALUE "ACAO".
014800 01  WS-LINHA-DETALHE.
014900     05  WS-DET-ID               PIC X(08).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  WS-DET-NOME             PIC X(24).
015200     05  FILLER                  PIC X(01) VALUE SPACES.
015300     05  WS-DET-STATUS           PIC X(01).
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  WS-DET-DATA             PIC 9999/99/99.
015600     05  WS-DET-DATA-X REDEFINES WS-DET-DATA
015700                                 PIC X(10).
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  WS-DET-IDADE            PIC ZZZZ9.
016000     05  WS-DET-IDADE-X REDEFINES WS-DET-IDADE
016100                                 PIC X(05).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  WS-DET-ACAO             PIC X(16).
016400 01  WS-LINHA-CONTROLE.
016500     05  WS-CTL-TEXTO            PIC X(30).
016600     05  WS-CTL-VALOR            PIC ZZZZZ9.
016700 01  WS-LINHA-ASSINATURA.
016800     05  WS-ASS-TEXTO            PIC X(80).
016900 PROCEDURE DIVISION.
017000***************************************************************
017100*    0000-MAINLINE                                            *
017200***************************************************************
017300 0000-MAINLINE.
017400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
017500     IF NOT WS-ERRO
017600         PERFORM 2000-LER-SEGLOG THRU 2000-EXIT
017700             UNTIL WS-FIM-ARQUIVO
017800         PERFORM 2900-FECHAR-SEGLOG THRU 2900-EXIT
017900     END-IF
018000     IF NOT WS-ERRO
018100         MOVE "O" TO WS-NIVEL-PASSO
018200         PERFORM 3000-REVISAR-CADASTRO THRU 3000-EXIT
018300     END-IF
018400     IF NOT WS-ERRO
018500         MOVE "S" TO WS-NIVEL-PASSO
018600         PERFORM 3000-REVISAR-CADASTRO THRU 3000-EXIT
018700     END-IF
018800     PERFORM 4000-IMPRIMIR-TOTAIS THRU 4000-EXIT
018900     PERFORM 9000-FINALIZAR THRU 9000-EXIT
019000     STOP RUN.
019100 0000-MAINLINE-EXIT.
019200     EXIT.
019300***************************************************************
019400*    1000-INICIALIZAR                                         *
019500*    LE OS PRAZOS NO CARTAO DE PARAMETRO, CONVERTE A DATA DO  *
019600*    SISTEMA EM NUMERO DE DIAS, ZERA A TABELA DE OPERADORES,  *
019700*    ABRE O LOG DE SEGURANCA E O RELATORIO. SEM O LOG NAO HA  *
019800*    COMO MEDIR A INATIVIDADE E O JOB TERMINA COM RC 8 SEM    *
019900*    TOCAR NO CADASTRO.                                       *
020000***************************************************************
020100 1000-INICIALIZAR.
020200     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
020300     ACCEPT WS-HORA-SISTEMA FROM TIME
020400     MOVE WS-DATA-SISTEMA TO WS-SES-DATA
020500     MOVE WS-HORA-HHMMSS  TO WS-SES-HORA
020600     COMPUTE WS-DIA-SISTEMA =
020700         FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
020800     MOVE WS-PRAZO-LISTA-PADRAO TO WS-PRAZO-LISTA
020900     MOVE WS-PRAZO-DESAT-PADRAO TO WS-PRAZO-DESATIVA
021000     OPEN INPUT PARAMETROS
021100     IF WS-STATUS-PRM = "00"
021200         READ PARAMETROS
021300             AT END
021400                 DISPLAY "PARAMETRO AUSENTE - USANDO OS PRAZOS "
021500                     "PADRAO"
021600             NOT AT END
021700                 PERFORM 1100-VALIDAR-PARAMETRO THRU 1100-EXIT
021800         END-READ
021900         CLOSE PARAMETROS
022000     ELSE
022100         DISPLAY "ARQUIVO DORMPRM AUSENTE - USANDO OS PRAZOS "
022200             "PADRAO"
022300     END-IF
022400     PERFORM 1050-LIMPAR-ENTRADA THRU 1050-EXIT
022500         VARYING WS-IDX FROM 1 BY 1
022600         UNTIL WS-IDX > WS-MAX-OPER
022700     OPEN OUTPUT RELATORIO
022800     PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT
022900     OPEN INPUT NOME-SEGLOG
023000     IF WS-STATUS-SEG NOT = "00"
023100         DISPLAY "ARQUIVO NOMESEGL INEXISTENTE - STATUS: "
023200             WS-STATUS-SEG " - REVISAO NAO EXECUTADA"
023300         MOVE "S" TO WS-SW-ERRO
023400         MOVE 8 TO RETURN-CODE
023500     END-IF.
023600 1000-EXIT.
023700     EXIT.
023800 1050-LIMPAR-ENTRADA.
023900     MOVE SPACES TO WS-OPE-ID(WS-IDX)
024000     MOVE ZERO   TO WS-OPE-ULT-DATA(WS-IDX).
024100 1050-EXIT.
024200     EXIT.
024300***************************************************************
024400*    1100-VALIDAR-PARAMETRO                                   *
024500*    ACEITA OS PRAZOS DO CARTAO SOMENTE SE AMBOS FOREM        *
024600*    NUMERICOS, MAIORES QUE ZERO E O DE DESATIVACAO NAO FOR   *
024700*    MENOR QUE O DE LISTAGEM (TODO ID DESATIVADO TEM DE       *
024800*    APARECER NA LISTA); CASO CONTRARIO MANTEM OS PRAZOS      *
024900*    PADRAO JA ASSUMIDOS.                                     *
025000***************************************************************
025100 1100-VALIDAR-PARAMETRO.
025200     IF PRM-PRAZO-LISTA IS NUMERIC
025300         AND PRM-PRAZO-DESATIVA IS NUMERIC
025400         AND PRM-PRAZO-LISTA > "000"
025500         AND PRM-PRAZO-DESATIVA NOT LESS PRM-PRAZO-LISTA
025600         MOVE PRM-PRAZO-LISTA    TO WS-PRAZO-LISTA
025700         MOVE PRM-PRAZO-DESATIVA TO WS-PRAZO-DESATIVA
025800     ELSE
025900         DISPLAY "PARAMETRO INVALIDO: " PRM-CARTAO
026000             " - USANDO OS PRAZOS PADRAO"
026100     END-IF.
026200 1100-EXIT.
026300     EXIT.
026400***************************************************************
026500*    1200-IMPRIMIR-CABECALHO                                  *
026600*    ESCREVE O CABECALHO DE PAGINA (TITULO, PRAZOS E          *
026700*    COLUNAS).                                                *
026800***************************************************************
026900 1200-IMPRIMIR-CABECALHO.
027000     ADD 1 TO WS-CONT-PAGINA
027100     MOVE WS-CONT-PAGINA    TO WS-CAB-PAGINA
027200     MOVE WS-DATA-SISTEMA   TO WS-CAB-DATA
027300     MOVE WS-PRAZO-LISTA    TO WS-CAB-PRAZO-LISTA
027400     MOVE WS-PRAZO-DESATIVA TO WS-CAB-PRAZO-DESAT
027500     WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
027600     WRITE LINHA-RELATORIO FROM WS-CABECALHO-PRAZOS
027700     MOVE SPACES TO LINHA-RELATORIO
027800     WRITE LINHA-RELATORIO
027900     WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
028000     MOVE ZERO TO WS-CONT-LINHA.
028100 1200-EXIT.
028200     EXIT.
028300***************************************************************
028400*    2000-LER-SEGLOG                                          *
028500*    LE O PROXIMO EVENTO DO LOG DE SEGURANCA. SO O SIGN-ON    *
028600*    COM SUCESSO (EVENTO O) CONTA COMO USO DO ID: PARA ELE A  *
028700*    DATA E GUARDADA NA ENTRADA DO OPERADOR SE FOR MAIS       *
028800*    RECENTE QUE A JA GUARDADA. TABELA CHEIA E ERRO (RC 8):   *
028900*    SEM A DATA DE TODOS OS OPERADORES A REVISAO PODERIA      *
029000*    DESATIVAR QUEM ESTA EM USO.                              *
029100***************************************************************
029200 2000-LER-SEGLOG.
029300     READ NOME-SEGLOG
029400         AT END
029500             MOVE "S" TO WS-SW-FIM-ARQUIVO
029600     END-READ
029700     IF NOT WS-FIM-ARQUIVO
029800         ADD 1 TO WS-CONT-EVENTOS
029900         IF SEG-EV-SIGNON-OK
030000             AND SEG-DATA IS NUMERIC
030100             ADD 1 TO WS-CONT-SIGNON-OK
030200             PERFORM 2100-GUARDAR-SIGNON THRU 2100-EXIT
030300         END-IF
030400     END-IF.
030500 2000-EXIT.
030600     EXIT.
030700 2100-GUARDAR-SIGNON.
030800     MOVE "N" TO WS-SW-OPER-ACHADO
030900     PERFORM 2110-PROCURAR-OPERADOR THRU 2110-EXIT
031000         VARYING WS-IDX FROM 1 BY 1
031100         UNTIL WS-OPER-ACHADO
031200            OR WS-IDX > WS-QTD-OPER
031300     IF NOT WS-OPER-ACHADO
031400         IF WS-QTD-OPER < WS-MAX-OPER
031500             ADD 1 TO WS-QTD-OPER
031600             MOVE SEG-OPERADOR TO WS-OPE-ID(WS-QTD-OPER)
031700             MOVE SEG-DATA     TO WS-OPE-ULT-DATA(WS-QTD-OPER)
031800         ELSE
031900             DISPLAY "TABELA DE OPERADORES CHEIA (" WS-MAX-OPER
032000                 ") - REVISAO NAO EXECUTADA"
032100             MOVE "S" TO WS-SW-ERRO
032200             MOVE "S" TO WS-SW-FIM-ARQUIVO
032300             MOVE 8 TO RETURN-CODE
032400         END-IF
032500     END-IF.
032600 2100-EXIT.
032700     EXIT.
032800 2110-PROCURAR-OPERADOR.
032900     IF WS-IDX NOT GREATER WS-QTD-OPER
033000         IF WS-OPE-ID(WS-IDX) = SEG-OPERADOR
033100             IF SEG-DATA > WS-OPE-ULT-DATA(WS-IDX)
033200                 MOVE SEG-DATA TO WS-OPE-ULT-DATA(WS-IDX)
033300             END-IF
033400             MOVE "S" TO WS-SW-OPER-ACHADO
033500         END-IF
033600     END-IF.
033700 2110-EXIT.
033800     EXIT.
033900***************************************************************
034000*    2900-FECHAR-SEGLOG                                       *
034100*    FECHA O LOG LIDO E O REABRE EM EXTENSAO, PARA GRAVAR OS  *
034200*    EVENTOS DE DESATIVACAO NO FIM, COMO O TESTCOB FAZ.       *
034300***************************************************************
034400 2900-FECHAR-SEGLOG.
034500     CLOSE NOME-SEGLOG
034600     OPEN EXTEND NOME-SEGLOG
034700     IF WS-STATUS-SEG NOT = "00"
034800         DISPLAY "ERRO AO REABRIR NOMESEGL - STATUS: "
034900             WS-STATUS-SEG " - REVISAO NAO EXECUTADA"
035000         MOVE "S" TO WS-SW-ERRO
035100         MOVE 8 TO RETURN-CODE
035200     END-IF.
035300 2900-EXIT.
035400     EXIT.
035500***************************************************************
035600*    3000-REVISAR-CADASTRO                                    *
035700*    PERCORRE O OPERMAST INTEIRO PARA O NIVEL DO PASSO (WS-   *
035800*    NIVEL-PASSO): O PRIMEIRO PASSO TRATA OS OPERADORES       *
035900*    COMUNS E CONTA OS SUPERVISORES ATIVOS; O SEGUNDO TRATA   *
036000*    OS SUPERVISORES, EM SECAO PROPRIA DA LISTAGEM. IDS JA    *
036100*    INATIVOS SAO IGNORADOS.                                  *
036200***************************************************************
036300 3000-REVISAR-CADASTRO.
036400     OPEN I-O OPER-MASTER
036500     IF WS-STATUS-OPE NOT = "00"
036600         DISPLAY "ERRO AO ABRIR OPERMAST - STATUS: "
036700             WS-STATUS-OPE
036800         MOVE "S" TO WS-SW-ERRO
036900         MOVE 8 TO RETURN-CODE
037000         GO TO 3000-EXIT
037100     END-IF
037200     MOVE SPACES TO LINHA-RELATORIO
037300     WRITE LINHA-RELATORIO
037400     IF WS-NIVEL-PASSO = "O"
037500         MOVE "OPERADORES SEM USO" TO WS-SEC-TEXTO
037600     ELSE
037700         MOVE "SUPERVISORES SEM USO - VERIFICAR COM PRIORIDADE"
037800             TO WS-SEC-TEXTO
037900     END-IF
038000     WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO
038100     ADD 2 TO WS-CONT-LINHA
038200     MOVE "N" TO WS-SW-FIM-ARQUIVO
038300     PERFORM 3100-REVISAR-OPERADOR THRU 3100-EXIT
038400         UNTIL WS-FIM-ARQUIVO
038500     CLOSE OPER-MASTER.
038600 3000-EXIT.
038700     EXIT.
038800***************************************************************
038900*    3100-REVISAR-OPERADOR                                    *
039000*    LE O PROXIMO OPERADOR. NO NIVEL DO PASSO, CALCULA A      *
039100*    IDADE DO ULTIMO SIGN-ON E DECIDE: DENTRO DO PRAZO DE     *
039200*    LISTAGEM NADA SE FAZ; SEM SIGN-ON NO LOG SO LISTA; ALEM  *
039300*    DO PRAZO DE DESATIVACAO DESATIVA (SALVO O ULTIMO         *
039400*    SUPERVISOR ATIVO); ENTRE OS DOIS PRAZOS SO LISTA.        *
039500***************************************************************
039600 3100-REVISAR-OPERADOR.
039700     READ OPER-MASTER NEXT RECORD
039800         AT END
039900             MOVE "S" TO WS-SW-FIM-ARQUIVO
040000             GO TO 3100-EXIT
040100     END-READ
040200     IF OPER-STATUS-INATIVO
040300         IF WS-NIVEL-PASSO = "O"
040400             ADD 1 TO WS-CONT-CADASTRO
040500             ADD 1 TO WS-CONT-JA-INATIVOS
040600         END-IF
040700         GO TO 3100-EXIT
040800     END-IF
040900     IF WS-NIVEL-PASSO = "O"
041000         ADD 1 TO WS-CONT-CADASTRO
041100         IF OPER-NIVEL-SUPERVISOR
041200             AND OPER-STATUS-ATIVO
041300             ADD 1 TO WS-CONT-SUP-ATIVOS
041400         END-IF
041500     END-IF
041600     IF (WS-NIVEL-PASSO = "S" AND NOT OPER-NIVEL-SUPERVISOR)
041700         OR (WS-NIVEL-PASSO = "O" AND OPER-NIVEL-SUPERVISOR)
041800         GO TO 3100-EXIT
041900     END-IF
042000     PERFORM 3200-OBTER-ULTIMO-SIGNON THRU 3200-EXIT
042100     IF WS-ULTIMO-SIGNON = ZERO
042200         ADD 1 TO WS-CONT-SEM-SIGNON
042300         MOVE "SEM SIGN-ON"  TO WS-DET-ACAO
042400         PERFORM 3400-IMPRIMIR-LINHA THRU 3400-EXIT
042500         GO TO 3100-EXIT
042600     END-IF
042700     IF WS-ULTIMO-SIGNON NOT LESS WS-DATA-SISTEMA
042800         MOVE ZERO TO WS-IDADE
042900     ELSE
043000         COMPUTE WS-IDADE = WS-DIA-SISTEMA -
043100             FUNCTION INTEGER-OF-DATE(WS-ULTIMO-SIGNON)
043200     END-IF
043300     IF WS-IDADE NOT GREATER WS-PRAZO-LISTA
043400         GO TO 3100-EXIT
043500     END-IF
043600     IF WS-IDADE NOT GREATER WS-PRAZO-DESATIVA
043700         MOVE "LISTADO"      TO WS-DET-ACAO
043800     ELSE
043900         IF OPER-NIVEL-SUPERVISOR
044000             AND OPER-STATUS-ATIVO
044100             AND WS-CONT-SUP-ATIVOS NOT GREATER 1
044200             ADD 1 TO WS-CONT-MANTIDOS
044300             MOVE "MANTIDO-ULT.SUP" TO WS-DET-ACAO
044400         ELSE
044500             PERFORM 3300-DESATIVAR-OPERADOR THRU 3300-EXIT
044600         END-IF
044700     END-IF
044800     PERFORM 3400-IMPRIMIR-LINHA THRU 3400-EXIT.
044900 3100-EXIT.
045000     EXIT.
045100***************************************************************
045200*    3200-OBTER-ULTIMO-SIGNON                                 *
045300*    PROCURA O OPERADOR NA TABELA MONTADA DO LOG; AUSENTE DA  *
045400*    TABELA DEVOLVE ZERO (NENHUM SIGN-ON REGISTRADO).         *
045500***************************************************************
045600 3200-OBTER-ULTIMO-SIGNON.
045700     MOVE ZERO TO WS-ULTIMO-SIGNON
045800     MOVE "N" TO WS-SW-OPER-ACHADO
045900     PERFORM 3210-PROCURAR-ID THRU 3210-EXIT
046000         VARYING WS-IDX FROM 1 BY 1
046100         UNTIL WS-OPER-ACHADO
046200            OR WS-IDX > WS-QTD-OPER.
046300 3200-EXIT.
046400     EXIT.
046500 3210-PROCURAR-ID.
046600     IF WS-IDX NOT GREATER WS-QTD-OPER
046700         IF WS-OPE-ID(WS-IDX) = OPER-ID
046800             MOVE WS-OPE-ULT-DATA(WS-IDX) TO WS-ULTIMO-SIGNON
046900             MOVE "S" TO WS-SW-OPER-ACHADO
047000         END-IF
047100     END-IF.
047200 3210-EXIT.
047300     EXIT.
047400***************************************************************
047500*    3300-DESATIVAR-OPERADOR                                  *
047600*    GRAVA O ID INATIVO NO OPERMAST E, SE A REGRAVACAO DEU    *
047700*    CERTO, O EVENTO V NO LOG DE SEGURANCA, COM O PROPRIO ID  *
047800*    COMO OPERADOR E A DATA E HORA DESTA EXECUCAO COMO        *
047900*    SESSAO.                                                  *
048000***************************************************************
048100 3300-DESATIVAR-OPERADOR.
048200     IF OPER-NIVEL-SUPERVISOR
048300         AND OPER-STATUS-ATIVO
048400         SUBTRACT 1 FROM WS-CONT-SUP-ATIVOS
048500     END-IF
048600     SET OPER-STATUS-INATIVO TO TRUE
048700     REWRITE OPER-REGISTRO
048800     IF WS-STATUS-OPE NOT = "00"
048900         DISPLAY "ERRO AO DESATIVAR OPERADOR " OPER-ID
049000             " - STATUS: " WS-STATUS-OPE
049100         MOVE "ERRO REGRAVACAO" TO WS-DET-ACAO
049200         MOVE 8 TO RETURN-CODE
049300         GO TO 3300-EXIT
049400     END-IF
049500     ADD 1 TO WS-CONT-DESATIVADOS
049600     MOVE "DESATIVADO"    TO WS-DET-ACAO
049700     ACCEPT WS-HORA-SISTEMA FROM TIME
049800     SET SEG-EV-DESATIV-INATIVO TO TRUE
049900     MOVE OPER-ID         TO SEG-OPERADOR
050000     MOVE WS-SESSAO-ID    TO SEG-SESSAO
050100     MOVE WS-DATA-SISTEMA TO SEG-DATA
050200     MOVE WS-HORA-HHMMSS  TO SEG-HORA
050300     WRITE SEG-REGISTRO
050400     IF WS-STATUS-SEG NOT = "00"
050500         DISPLAY "ERRO AO GRAVAR LOG DE SEGURANCA: "
050600             WS-STATUS-SEG
050700         MOVE 8 TO RETURN-CODE
050800     END-IF.
050900 3300-EXIT.
051000     EXIT.
051100***************************************************************
051200*    3400-IMPRIMIR-LINHA                                      *
051300*    MONTA E IMPRIME A LINHA DO ID LISTADO E CONTA NA SECAO   *
051400*    DO PASSO.                                                *
051500***************************************************************
051600 3400-IMPRIMIR-LINHA.
051700     IF WS-CONT-LINHA NOT LESS WS-LINHAS-POR-PAGINA
051800         PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT
051900     END-IF
052000     IF WS-NIVEL-PASSO = "O"
052100         ADD 1 TO WS-CONT-OPE-LISTADOS
052200     ELSE
052300         ADD 1 TO WS-CONT-SUP-LISTADOS
052400     END-IF
052500     MOVE OPER-ID     TO WS-DET-ID
052600     MOVE OPER-NOME   TO WS-DET-NOME
052700     MOVE OPER-STATUS TO WS-DET-STATUS
052800     IF WS-ULTIMO-SIGNON = ZERO
052900         MOVE "NENHUM"   TO WS-DET-DATA-X
053000         MOVE "  -  "    TO WS-DET-IDADE-X
053100     ELSE
053200         MOVE WS-ULTIMO-SIGNON TO WS-DET-DATA
053300         MOVE WS-IDADE         TO WS-DET-IDADE
053400     END-IF
053500     WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
053600     ADD 1 TO WS-CONT-LINHA.
053700 3400-EXIT.
053800     EXIT.
053900***************************************************************
054000*    4000-IMPRIMIR-TOTAIS                                     *
054100*    ESCREVE OS TOTAIS DA REVISAO E AS LINHAS DE ASSINATURA   *
054200*    DOS SUPERVISORES PARA A PASTA DE RECERTIFICACAO.         *
054300***************************************************************
054400 4000-IMPRIMIR-TOTAIS.
054500     MOVE SPACES TO LINHA-RELATORIO
054600     WRITE LINHA-RELATORIO
054700     MOVE "EVENTOS DO LOG LIDOS.....:" TO WS-CTL-TEXTO
054800     MOVE WS-CONT-EVENTOS TO WS-CTL-VALOR
054900     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
055000     MOVE "  SIGN-ONS COM SUCESSO...:" TO WS-CTL-TEXTO
055100     MOVE WS-CONT-SIGNON-OK TO WS-CTL-VALOR
055200     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
055300     MOVE "IDS NO CADASTRO..........:" TO WS-CTL-TEXTO
055400     MOVE WS-CONT-CADASTRO TO WS-CTL-VALOR
055500     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
055600     MOVE "  JA INATIVOS............:" TO WS-CTL-TEXTO
055700     MOVE WS-CONT-JA-INATIVOS TO WS-CTL-VALOR
055800     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
055900     MOVE "OPERADORES LISTADOS......:" TO WS-CTL-TEXTO
056000     MOVE WS-CONT-OPE-LISTADOS TO WS-CTL-VALOR
056100     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
056200     MOVE "SUPERVISORES LISTADOS....:" TO WS-CTL-TEXTO
056300     MOVE WS-CONT-SUP-LISTADOS TO WS-CTL-VALOR
056400     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
056500     MOVE "  SEM SIGN-ON NO LOG.....:" TO WS-CTL-TEXTO
056600     MOVE WS-CONT-SEM-SIGNON TO WS-CTL-VALOR
056700     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
056800     MOVE "  DESATIVADOS............:" TO WS-CTL-TEXTO
056900     MOVE WS-CONT-DESATIVADOS TO WS-CTL-VALOR
057000     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
057100     MOVE "  MANTIDOS (ULT. SUPERV.):" TO WS-CTL-TEXTO
057200     MOVE WS-CONT-MANTIDOS TO WS-CTL-VALOR
057300     WRITE LINHA-RELATORIO FROM WS-LINHA-CONTROLE
057400     MOVE SPACES TO LINHA-RELATORIO
057500     WRITE LINHA-RELATORIO
057600     WRITE LINHA-RELATORIO
057700     MOVE "REVISADO POR (SUPERVISOR): ____________________  "
057800         TO WS-ASS-TEXTO
057900     MOVE "DATA: ____/__/__" TO WS-ASS-TEXTO(50:16)
058000     WRITE LINHA-RELATORIO FROM WS-LINHA-ASSINATURA
058100     MOVE SPACES TO LINHA-RELATORIO
058200     WRITE LINHA-RELATORIO
058300     MOVE "APROVADO POR (SUPERVISOR): ____________________  "
058400         TO WS-ASS-TEXTO
058500     MOVE "DATA: ____/__/__" TO WS-ASS-TEXTO(50:16)
058600     WRITE LINHA-RELATORIO FROM WS-LINHA-ASSINATURA.
058700 4000-EXIT.
058800     EXIT.
058900***************************************************************
059000*    9000-FINALIZAR                                           *
059100***************************************************************
059200 9000-FINALIZAR.
059300     IF WS-STATUS-SEG = "00"
059400         CLOSE NOME-SEGLOG
059500     END-IF
059600     CLOSE RELATORIO
059700     DISPLAY "REVISAO DE IDS SEM USO - LISTADOS: "
059800         WS-CONT-OPE-LISTADOS " OPERADORES, "
059900         WS-CONT-SUP-LISTADOS " SUPERVISORES - DESATIVADOS: "
060000         WS-CONT-DESATIVADOS.
060100 9000-EXIT.
060200     EXIT.
