000100***************************************************************
000200*                                                             *
000300*    PROGRAMA   : TESTCOBW                                    *
000400*    AUTOR      : J. OLIVEIRA - EQUIPE DE SISTEMAS             *
000500*    INSTALACAO : ESTUDOS COBOL                                *
000600*    DATA ESCRITA: 2026-10-15                                 *
000700*                                                             *
000800*    DESCRICAO  : CONVERSAO UNICA DOS ARQUIVOS DE NOMES PARA  *
000900*    O NOME DE 40 POSICOES. O REGISTRO DO MESTRE PASSOU DE 33 *
001000*    PARA 80 BYTES (NOME COM 40 E RESERVA NO FIM) E COM ELE O *
001100*    HISTORICO NOMEHIST, AS IMAGENS ANTES E DEPOIS DO JORNAL  *
001200*    NOMEJRNL, A FILA DE PENDENTES NOMEPEND, O SUSPENSO       *
001300*    NOMEREJ E O BACKUP NOMEBKP; UM ARQUIVO GRAVADO NO        *
001400*    LEIAUTE ANTIGO NAO E LIDO CORRETAMENTE PELOS PROGRAMAS   *
001500*    NOVOS. ESTE JOB LE CADA ARQUIVO PELO LEIAUTE ANTIGO E    *
001600*    GRAVA A COPIA NO LEIAUTE NOVO (NOMEMNOV, NOMEHNOV,       *
001700*    NOMEJNOV, NOMEPNOV, NOMERNOV E NOMEBNOV), CAMPO A CAMPO, *
001800*    PRESERVANDO A ORDEM E O CONTEUDO DO JORNAL PARA A TRILHA *
001900*    DE AUDITORIA. OS TOTAIS DE CONTROLE DE CADA ARQUIVO      *
002000*    (LIDOS, GRAVADOS, ERROS, ATIVOS E CANCELADOS DO MESTRE,  *
002100*    LANCAMENTOS POR ACAO DO JORNAL) SAEM NO LOG DO JOB.      *
002200*    ARQUIVO AUSENTE E APENAS AVISADO. COM "J" NA COLUNA 1 DO *
002300*    CARTAO CONVPRM SO O JORNAL E CONVERTIDO - USADO PARA AS  *
002400*    GERACOES ARQUIVADAS NOMEJRNA AINDA RETIDAS, APONTANDO O  *
002500*    NOMEJRNL DO JOB PARA CADA GERACAO. RODAR UMA UNICA VEZ,  *
002600*    COM O ONLINE FECHADO E APOS O CICLO NOTURNO, ANTES DE    *
002700*    SUBIR OS PROGRAMAS NOVOS.                                *
002800*                                                             *
002900*    HISTORICO DE ALTERACOES                                 *
003000*    DATA       AUTOR   DESCRICAO                             *
003100*    ---------- ------- -------------------------------------*
003200*    2026-10-15 JPO     CRIACAO DA CONVERSAO PARA O NOME DE   *
003300*                       40 POSICOES.                          *
003400***************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. TESTCOBW.
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
004700     SELECT MESTRE-ANTIGO ASSIGN TO "NOMEMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS MANT-SEQ
005100         ALTERNATE RECORD KEY IS MANT-NOME WITH DUPLICATES
005200         FILE STATUS IS WS-STATUS-MAN.
005300     SELECT NOME-MASTER ASSIGN TO "NOMEMNOV"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS NOME-SEQ
005700         ALTERNATE RECORD KEY IS NOME-NOME WITH DUPLICATES
005800         FILE STATUS IS WS-STATUS-ARQ.
005900     SELECT HIST-ANTIGO ASSIGN TO "NOMEHIST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS HANT-SEQ
006300         ALTERNATE RECORD KEY IS HANT-NOME WITH DUPLICATES
006400         FILE STATUS IS WS-STATUS-HAN.
006500     SELECT NOME-HISTORICO ASSIGN TO "NOMEHNOV"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS HIST-SEQ
006900         ALTERNATE RECORD KEY IS HIST-NOME WITH DUPLICATES
007000         FILE STATUS IS WS-STATUS-HIS.
007100     SELECT JORNAL-ANTIGO ASSIGN TO "NOMEJRNL"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-STATUS-JAN.
007400     SELECT NOME-JORNAL ASSIGN TO "NOMEJNOV"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-STATUS-JRN.
007700     SELECT PEND-ANTIGO ASSIGN TO "NOMEPEND"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS PANT-NUMERO
008100         ALTERNATE RECORD KEY IS PANT-SEQ WITH DUPLICATES
008200         FILE STATUS IS WS-STATUS-PAN.
008300     SELECT NOME-PENDENTE ASSIGN TO "NOMEPNOV"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS PEND-NUMERO
008700         ALTERNATE RECORD KEY IS PEND-SEQ WITH DUPLICATES
008800         FILE STATUS IS WS-STATUS-PEN.
008900     SELECT REJ-ANTIGO ASSIGN TO "NOMEREJ"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-STATUS-RAN.
009200     SELECT NOME-REJEITOS ASSIGN TO "NOMERNOV"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-STATUS-REJ.
009500     SELECT BACKUP-ANTIGO ASSIGN TO "NOMEBKP"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-STATUS-BAN.
009800     SELECT NOME-BACKUP ASSIGN TO "NOMEBNOV"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-STATUS-BKP.
010100     SELECT NOME-TRAVA ASSIGN TO "NOMETRVA"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-STATUS-TRV.
010400     SELECT PARAMETROS ASSIGN TO "CONVPRM"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS WS-STATUS-PRM.
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  MESTRE-ANTIGO
011000     LABEL RECORDS ARE STANDARD.
011100 01  MANT-REGISTRO.
011200     05  MANT-SEQ                    PIC 9(06).
011300     05  MANT-NOME                   PIC X(10).
011400     05  MANT-DATA-ENTRADA           PIC X(08).
011500     05  MANT-OPERADOR               PIC X(08).
011600     05  MANT-STATUS                 PIC X(01).
011700 FD  NOME-MASTER
011800     LABEL RECORDS ARE STANDARD.
011900 COPY "nomerec.cpy".
012000 FD  HIST-ANTIGO
012100     LABEL RECORDS ARE STANDARD.
012200 01  HANT-REGISTRO.
012300     05  HANT-SEQ                    PIC 9(06).
012400     05  HANT-NOME                   PIC X(10).
012500     05  HANT-DATA-ENTRADA           PIC X(08).
012600     05  HANT-OPERADOR               PIC X(08).
012700     05  HANT-STATUS                 PIC X(01).
012800     05  HANT-DATA-EXPURGO           PIC X(08).
012900 FD  NOME-HISTORICO
013000     LABEL RECORDS ARE STANDARD.
013100 COPY "nomehis.cpy".
013200 FD  JORNAL-ANTIGO
013300     LABEL RECORDS ARE STANDARD.
013400 01  JANT-REGISTRO.
013500     05  JANT-ACAO                   PIC X(01).
013600     05  JANT-IMAGEM-ANTES           PIC X(33).
013700     05  JANT-IMAGEM-DEPOIS          PIC X(33).
013800     05  JANT-OPERADOR               PIC X(08).
013900     05  JANT-DATA                   PIC X(08).
014000     05  JANT-HORA                   PIC X(06).
014100     05  JANT-APROVADOR              PIC X(08).
014200     05  JANT-EXECUCAO               PIC X(14).
014300 FD  NOME-JORNAL
014400     LABEL RECORDS ARE STANDARD.
014500 COPY "nomejrn.cpy".
014600 FD  PEND-ANTIGO
014700     LABEL RECORDS ARE STANDARD.
014800 01  PANT-REGISTRO.
014900     05  PANT-NUMERO                 PIC 9(06).
015000     05  PANT-TIPO                   PIC X(01).
015100     05  PANT-SEQ                    PIC 9(06).
015200     05  PANT-NOME-ATUAL             PIC X(10).
015300     05  PANT-NOME-NOVO              PIC X(10).
015400     05  PANT-MOTIVO                 PIC X(40).
015500     05  PANT-SOLICITANTE            PIC X(08).
015600     05  PANT-DATA-SOLIC             PIC X(08).
015700     05  PANT-HORA-SOLIC             PIC X(06).
015800     05  PANT-SITUACAO               PIC X(01).
015900     05  PANT-DECISOR                PIC X(08).
016000     05  PANT-DATA-DECISAO           PIC X(08).
016100     05  PANT-HORA-DECISAO           PIC X(06).
016200 FD  NOME-PENDENTE
016300     LABEL RECORDS ARE STANDARD.
016400 COPY "nomepen.cpy".
016500 FD  REJ-ANTIGO
016600     LABEL RECORDS ARE STANDARD.
016700 01  RANT-REGISTRO.
016800     05  RANT-NOME-CARTAO            PIC X(10).
016900     05  RANT-MOTIVO                 PIC X(01).
017000     05  RANT-DATA                   PIC X(08).
017100     05  RANT-TIPO                   PIC X(01).
017200 FD  NOME-REJEITOS
017300     LABEL RECORDS ARE STANDARD.
017400 COPY "nomerej.cpy".
017500 FD  BACKUP-ANTIGO
017600     LABEL RECORDS ARE STANDARD.
017700 01  BANT-REGISTRO.
017800     05  BANT-TIPO                   PIC X(01).
017900         88  BANT-TIPO-CABECALHO     VALUE "H".
018000     05  BANT-IMAGEM                 PIC X(33).
018100 FD  NOME-BACKUP
018200     LABEL RECORDS ARE STANDARD.
018300 01  BKP-REGISTRO.
018400     05  BKP-TIPO                    PIC X(01).
018500     05  BKP-IMAGEM                  PIC X(80).
018600 FD  NOME-TRAVA
018700     LABEL RECORDS ARE STANDARD.
018800 COPY "nometrv.cpy".
018900 FD  PARAMETROS
019000     LABEL RECORDS ARE STANDARD.
019100 01  PRM-CARTAO.
019200     05  PRM-MODO                    PIC X(01).
019300 WORKING-STORAGE SECTION.
019400 77  WS-STATUS-MAN               PIC X(02).
019500 77  WS-STATUS-ARQ               PIC X(02).
019600 77  WS-STATUS-HAN               PIC X(02).
019700 77  WS-STATUS-HIS               PIC X(02).
019800 77  WS-STATUS-JAN               PIC X(02).
019900 77  WS-STATUS-JRN               PIC X(02).
020000 77  WS-STATUS-PAN               PIC X(02).
020100 77  WS-STATUS-PEN               PIC X(02).
020200 77  WS-STATUS-RAN               PIC X(02).
020300 77  WS-STATUS-REJ               PIC X(02).
020400 77  WS-STATUS-BAN               PIC X(02).
020500 77  WS-STATUS-BKP               PIC X(02).
020600 77  WS-STATUS-TRV               PIC X(02).
020700 77  WS-STATUS-PRM               PIC X(02).
020800 77  WS-SW-ABORTAR               PIC X(01) VALUE "N".
020900     88  WS-ABORTAR              VALUE "S".
021000 77  WS-SW-TRAVA-TOMADA          PIC X(01) VALUE "N".
021100     88  WS-TRAVA-TOMADA         VALUE "S".
021200 77  WS-SW-FIM-ARQUIVO           PIC X(01) VALUE "N".
021300     88  WS-FIM-ARQUIVO          VALUE "S".
021400 77  WS-SW-SO-JORNAL             PIC X(01) VALUE "N".
021500     88  WS-SO-JORNAL            VALUE "S".
021600 77  WS-DATA-SISTEMA             PIC 9(08).
021700 77  WS-CONT-LIDOS               PIC 9(06) VALUE ZERO.
021800 77  WS-CONT-GRAVADOS            PIC 9(06) VALUE ZERO.
021900 77  WS-CONT-ERROS               PIC 9(06) VALUE ZERO.
022000 77  WS-CONT-ERROS-TOTAL         PIC 9(06) VALUE ZERO.
022100 77  WS-CONT-ATIVOS              PIC 9(06) VALUE ZERO.
022200 77  WS-CONT-CANCELADOS          PIC 9(06) VALUE ZERO.
022300 77  WS-CONT-INCLUSOES           PIC 9(06) VALUE ZERO.
022400 77  WS-CONT-ALTERACOES          PIC 9(06) VALUE ZERO.
022500 77  WS-CONT-CORRECOES           PIC 9(06) VALUE ZERO.
022600 77  WS-CONT-ARQUIVOS            PIC 9(02) VALUE ZERO.
022700 77  WS-ARQUIVO                  PIC X(08).
022800 01  WS-IMAGEM-ANTIGA.
022900     05  WS-IMA-SEQ              PIC X(06).
023000     05  WS-IMA-NOME             PIC X(10).
023100     05  WS-IMA-DATA             PIC X(08).
023200     05  WS-IMA-OPERADOR         PIC X(08).
023300     05  WS-IMA-STATUS           PIC X(01).
023400 01  WS-IMAGEM-NOVA.
023500     05  WS-IMN-SEQ              PIC X(06).
023600     05  WS-IMN-NOME             PIC X(40).
023700     05  WS-IMN-DATA             PIC X(08).
023800     05  WS-IMN-OPERADOR         PIC X(08).
023900     05  WS-IMN-STATUS           PIC X(01).
024000     05  FILLER                  PIC X(17).
024100 01  WS-HORA-SISTEMA.
024200     05  WS-HORA-HHMMSS          PIC 9(06).
024300     05  FILLER                  PIC 9(02).
024400 PROCEDURE DIVISION.
024500***************************************************************
024600*    0000-MAINLINE                                            *
024700*    TOMA A TRAVA E CONVERTE OS ARQUIVOS PARA O LEIAUTE NOVO  *
024800*    - SO O JORNAL QUANDO PEDIDO NO CARTAO - E EXIBE OS       *
024900*    TOTAIS. QUALQUER ERRO DE CONVERSAO ENCERRA COM RETURN-   *
025000*    CODE 8.                                                  *
025100***************************************************************
025200 0000-MAINLINE.
025300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
025400     IF NOT WS-ABORTAR
025500         IF NOT WS-SO-JORNAL
025600             PERFORM 2000-CONVERTER-MESTRE THRU 2000-EXIT
025700             PERFORM 3000-CONVERTER-HISTORICO THRU 3000-EXIT
025800             PERFORM 5000-CONVERTER-PENDENTES THRU 5000-EXIT
025900             PERFORM 6000-CONVERTER-SUSPENSOS THRU 6000-EXIT
026000             PERFORM 7000-CONVERTER-BACKUP THRU 7000-EXIT
026100         END-IF
026200         PERFORM 4000-CONVERTER-JORNAL THRU 4000-EXIT
026300     END-IF
026400     PERFORM 9000-FINALIZAR THRU 9000-EXIT
026500     STOP RUN.
026600 0000-MAINLINE-EXIT.
026700     EXIT.
026800***************************************************************
026900*    1000-INICIALIZAR                                         *
027000*    LE O CARTAO CONVPRM ("J" NA COLUNA 1 CONVERTE SO O       *
027100*    JORNAL; AUSENTE OU EM BRANCO CONVERTE TODOS OS           *
027200*    ARQUIVOS), TESTA A TRAVA DO MESTRE (A CONVERSAO NAO RODA *
027300*    COM O ONLINE OU OUTRO JOB SOBRE OS ARQUIVOS) E A TOMA.   *
027400***************************************************************
027500 1000-INICIALIZAR.
027600     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
027700     PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT
027800     PERFORM 1050-TESTAR-TRAVA THRU 1050-EXIT
027900     IF NOT WS-ABORTAR
028000         PERFORM 1070-TOMAR-TRAVA THRU 1070-EXIT
028100     END-IF.
028200 1000-EXIT.
028300     EXIT.
028400***************************************************************
028500*    1050-TESTAR-TRAVA                                        *
028600*    LE O ARQUIVO DE TRAVA DO MESTRE. COM A TRAVA TOMADA A    *
028700*    CONVERSAO E RECUSADA COM RETURN-CODE 8.                  *
028800***************************************************************
028900 1050-TESTAR-TRAVA.
029000     OPEN INPUT NOME-TRAVA
029100     IF WS-STATUS-TRV = "00"
029200         READ NOME-TRAVA
029300             AT END
029400                 CONTINUE
029500             NOT AT END
029600                 IF TRAVA-TRAVADA
029700                     DISPLAY "MASTER EM USO POR: " TRAVA-ORIGEM
029800                         " DESDE " TRAVA-DATA " " TRAVA-HORA
029900                     DISPLAY "CONVERSAO ABANDONADA"
030000                     MOVE "S" TO WS-SW-ABORTAR
030100                     MOVE 8 TO RETURN-CODE
030200                 END-IF
030300         END-READ
030400         CLOSE NOME-TRAVA
030500     END-IF.
030600 1050-EXIT.
030700     EXIT.
030800***************************************************************
030900*    1070-TOMAR-TRAVA                                         *
031000*    GRAVA A TRAVA DO MESTRE EM NOME DA CONVERSAO, COM DATA E *
031100*    HORA, PARA QUE O ONLINE E OS JOBS NAO ABRAM OS ARQUIVOS  *
031200*    NO MEIO DA CONVERSAO.                                    *
031300***************************************************************
031400 1070-TOMAR-TRAVA.
031500     ACCEPT WS-HORA-SISTEMA FROM TIME
031600     OPEN OUTPUT NOME-TRAVA
031700     SET TRAVA-TRAVADA TO TRUE
031800     MOVE "CONVNOME"       TO TRAVA-ORIGEM
031900     MOVE WS-DATA-SISTEMA  TO TRAVA-DATA
032000     MOVE WS-HORA-HHMMSS   TO TRAVA-HORA
032100     WRITE TRAVA-REGISTRO
032200     IF WS-STATUS-TRV NOT = "00"
032300         DISPLAY "ERRO AO GRAVAR TRAVA: " WS-STATUS-TRV
032400     END-IF
032500     CLOSE NOME-TRAVA
032600     MOVE "S" TO WS-SW-TRAVA-TOMADA.
032700 1070-EXIT.
032800     EXIT.
032900***************************************************************
033000*    1080-LIBERAR-TRAVA                                       *
033100*    REGRAVA O ARQUIVO DE TRAVA COMO LIVRE NO ENCERRAMENTO DA *
033200*    CONVERSAO.                                               *
033300***************************************************************
033400 1080-LIBERAR-TRAVA.
033500     ACCEPT WS-HORA-SISTEMA FROM TIME
033600     OPEN OUTPUT NOME-TRAVA
033700     SET TRAVA-LIVRE TO TRUE
033800     MOVE SPACES          TO TRAVA-ORIGEM
033900     MOVE WS-DATA-SISTEMA TO TRAVA-DATA
034000     MOVE WS-HORA-HHMMSS  TO TRAVA-HORA
034100     WRITE TRAVA-REGISTRO
034200     CLOSE NOME-TRAVA.
034300 1080-EXIT.
034400     EXIT.
034500***************************************************************
034600*    1100-LER-PARAMETRO                                       *
034700*    LE O CARTAO CONVPRM. "J" NA COLUNA 1 LIMITA A CONVERSAO  *
034800*    AO JORNAL; QUALQUER OUTRO CONTEUDO, OU CARTAO AUSENTE,   *
034900*    CONVERTE TODOS OS ARQUIVOS.                              *
035000***************************************************************
035100 1100-LER-PARAMETRO.
035200     OPEN INPUT PARAMETROS
035300     IF WS-STATUS-PRM = "00"
035400         READ PARAMETROS
035500             AT END
035600                 CONTINUE
035700             NOT AT END
035800                 INSPECT PRM-MODO CONVERTING "j" TO "J"
035900                 IF PRM-MODO = "J"
036000                     MOVE "S" TO WS-SW-SO-JORNAL
036100                     DISPLAY "CONVERTENDO SOMENTE O JORNAL "
036200                         "NOMEJRNL"
036300                 END-IF
036400         END-READ
036500         CLOSE PARAMETROS
036600     END-IF.
036700 1100-EXIT.
036800     EXIT.
036900***************************************************************
037000*    2000-CONVERTER-MESTRE                                    *
037100*    CONVERTE O NOMEMAST ANTIGO PARA O NOMEMNOV, NA ORDEM DA  *
037200*    SEQUENCIA, CONTANDO OS ATIVOS E CANCELADOS. MESTRE       *
037300*    AUSENTE E APENAS AVISADO.                                *
037400***************************************************************
037500 2000-CONVERTER-MESTRE.
037600     MOVE "NOMEMAST" TO WS-ARQUIVO
037700     PERFORM 8100-ZERAR-TOTAIS THRU 8100-EXIT
037800     OPEN INPUT MESTRE-ANTIGO
037900     IF WS-STATUS-MAN NOT = "00"
038000         DISPLAY "NOMEMAST AUSENTE OU ILEGIVEL - NADA A "
038100             "CONVERTER - STATUS: " WS-STATUS-MAN
038200         GO TO 2000-EXIT
038300     END-IF
038400     OPEN OUTPUT NOME-MASTER
038500     IF WS-STATUS-ARQ NOT = "00"
038600         DISPLAY "ERRO AO CRIAR NOMEMNOV: " WS-STATUS-ARQ
038700         CLOSE MESTRE-ANTIGO
038800         PERFORM 8200-ERRO-ABERTURA THRU 8200-EXIT
038900         GO TO 2000-EXIT
039000     END-IF
039100     MOVE ZERO TO MANT-SEQ
039200     START MESTRE-ANTIGO KEY IS NOT LESS THAN MANT-SEQ
039300         INVALID KEY
039400             MOVE "S" TO WS-SW-FIM-ARQUIVO
039500     END-START
039600     PERFORM 2100-COPIAR-MESTRE THRU 2100-EXIT
039700         UNTIL WS-FIM-ARQUIVO
039800     CLOSE MESTRE-ANTIGO
039900     CLOSE NOME-MASTER
040000     PERFORM 8300-EXIBIR-TOTAIS THRU 8300-EXIT
040100     DISPLAY "  ATIVOS.............: " WS-CONT-ATIVOS
040200     DISPLAY "  CANCELADOS.........: " WS-CONT-CANCELADOS.
040300 2000-EXIT.
040400     EXIT.
040500 2100-COPIAR-MESTRE.
040600     READ MESTRE-ANTIGO NEXT RECORD
040700         AT END
040800             MOVE "S" TO WS-SW-FIM-ARQUIVO
040900     END-READ
041000     IF NOT WS-FIM-ARQUIVO
041100         ADD 1 TO WS-CONT-LIDOS
041200         MOVE SPACES            TO NOME-REGISTRO
041300         MOVE MANT-SEQ          TO NOME-SEQ
041400         MOVE MANT-NOME         TO NOME-NOME
041500         MOVE MANT-DATA-ENTRADA TO NOME-DATA-ENTRADA
041600         MOVE MANT-OPERADOR     TO NOME-OPERADOR
041700         MOVE MANT-STATUS       TO NOME-STATUS
041800         WRITE NOME-REGISTRO
041900             INVALID KEY
042000                 DISPLAY "ERRO AO CONVERTER A SEQ: " MANT-SEQ
042100                     " STATUS: " WS-STATUS-ARQ
042200                 ADD 1 TO WS-CONT-ERROS
042300             NOT INVALID KEY
042400                 ADD 1 TO WS-CONT-GRAVADOS
042500                 IF NOME-STATUS-ATIVO
042600                     ADD 1 TO WS-CONT-ATIVOS
042700                 ELSE
042800                     ADD 1 TO WS-CONT-CANCELADOS
042900                 END-IF
043000         END-WRITE
043100     END-IF.
043200 2100-EXIT.
043300     EXIT.
043400***************************************************************
043500*    3000-CONVERTER-HISTORICO                                 *
043600*    CONVERTE O HISTORICO DE EXPURGADOS NOMEHIST PARA O       *
043700*    NOMEHNOV, PRESERVANDO A DATA DO EXPURGO.                 *
043800***************************************************************
043900 3000-CONVERTER-HISTORICO.
044000     MOVE "NOMEHIST" TO WS-ARQUIVO
044100     PERFORM 8100-ZERAR-TOTAIS THRU 8100-EXIT
044200     OPEN INPUT HIST-ANTIGO
044300     IF WS-STATUS-HAN NOT = "00"
044400         DISPLAY "NOMEHIST AUSENTE OU ILEGIVEL - NADA A "
044500             "CONVERTER - STATUS: " WS-STATUS-HAN
044600         GO TO 3000-EXIT
044700     END-IF
044800     OPEN OUTPUT NOME-HISTORICO
044900     IF WS-STATUS-HIS NOT = "00"
045000         DISPLAY "ERRO AO CRIAR NOMEHNOV: " WS-STATUS-HIS
045100         CLOSE HIST-ANTIGO
045200         PERFORM 8200-ERRO-ABERTURA THRU 8200-EXIT
045300         GO TO 3000-EXIT
045400     END-IF
045500     MOVE ZERO TO HANT-SEQ
045600     START HIST-ANTIGO KEY IS NOT LESS THAN HANT-SEQ
045700         INVALID KEY
045800             MOVE "S" TO WS-SW-FIM-ARQUIVO
045900     END-START
046000     PERFORM 3100-COPIAR-HISTORICO THRU 3100-EXIT
046100         UNTIL WS-FIM-ARQUIVO
046200     CLOSE HIST-ANTIGO
046300     CLOSE NOME-HISTORICO
046400     PERFORM 8300-EXIBIR-TOTAIS THRU 8300-EXIT.
046500 3000-EXIT.
046600     EXIT.
046700 3100-COPIAR-HISTORICO.
046800     READ HIST-ANTIGO NEXT RECORD
046900         AT END
047000             MOVE "S" TO WS-SW-FIM-ARQUIVO
047100     END-READ
047200     IF NOT WS-FIM-ARQUIVO
047300         ADD 1 TO WS-CONT-LIDOS
047400         MOVE SPACES            TO HIST-REGISTRO
047500         MOVE HANT-SEQ          TO HIST-SEQ
047600         MOVE HANT-NOME         TO HIST-NOME
047700         MOVE HANT-DATA-ENTRADA TO HIST-DATA-ENTRADA
047800         MOVE HANT-OPERADOR     TO HIST-OPERADOR
047900         MOVE HANT-STATUS       TO HIST-STATUS
048000         MOVE HANT-DATA-EXPURGO TO HIST-DATA-EXPURGO
048100         WRITE HIST-REGISTRO
048200             INVALID KEY
048300                 DISPLAY "ERRO AO CONVERTER O HISTORICO DA SEQ: "
048400                     HANT-SEQ " STATUS: " WS-STATUS-HIS
048500                 ADD 1 TO WS-CONT-ERROS
048600             NOT INVALID KEY
048700                 ADD 1 TO WS-CONT-GRAVADOS
048800         END-WRITE
048900     END-IF.
049000 3100-EXIT.
049100     EXIT.
049200***************************************************************
049300*    4000-CONVERTER-JORNAL                                    *
049400*    CONVERTE O JORNAL NOMEJRNL PARA O NOMEJNOV NA MESMA      *
049500*    ORDEM DE GRAVACAO, REMONTANDO AS IMAGENS ANTES E DEPOIS  *
049600*    NO LEIAUTE NOVO DO MESTRE E CONTANDO OS LANCAMENTOS POR  *
049700*    ACAO. LANCAMENTOS ANTIGOS SEM APROVADOR OU EXECUCAO      *
049800*    (GRAVADOS ANTES DESSES CAMPOS) SAEM COM ELES EM BRANCO.  *
049900***************************************************************
050000 4000-CONVERTER-JORNAL.
050100     MOVE "NOMEJRNL" TO WS-ARQUIVO
050200     PERFORM 8100-ZERAR-TOTAIS THRU 8100-EXIT
050300     OPEN INPUT JORNAL-ANTIGO
050400     IF WS-STATUS-JAN NOT = "00"
050500         DISPLAY "NOMEJRNL AUSENTE OU ILEGIVEL - NADA A "
050600             "CONVERTER - STATUS: " WS-STATUS-JAN
050700         GO TO 4000-EXIT
050800     END-IF
050900     OPEN OUTPUT NOME-JORNAL
051000     IF WS-STATUS-JRN NOT = "00"
051100         DISPLAY "ERRO AO CRIAR NOMEJNOV: " WS-STATUS-JRN
051200         CLOSE JORNAL-ANTIGO
051300         PERFORM 8200-ERRO-ABERTURA THRU 8200-EXIT
051400         GO TO 4000-EXIT
051500     END-IF
051600     PERFORM 4100-COPIAR-LANCAMENTO THRU 4100-EXIT
051700         UNTIL WS-FIM-ARQUIVO
051800     CLOSE JORNAL-ANTIGO
051900     CLOSE NOME-JORNAL
052000     PERFORM 8300-EXIBIR-TOTAIS THRU 8300-EXIT
052100     DISPLAY "  INCLUSOES (I)......: " WS-CONT-INCLUSOES
052200     DISPLAY "  ALTERACOES (A).....: " WS-CONT-ALTERACOES
052300     DISPLAY "  CORRECOES (C)......: " WS-CONT-CORRECOES.
052400 4000-EXIT.
052500     EXIT.
052600 4100-COPIAR-LANCAMENTO.
052700     READ JORNAL-ANTIGO
052800         AT END
052900             MOVE "S" TO WS-SW-FIM-ARQUIVO
053000     END-READ
053100     IF NOT WS-FIM-ARQUIVO
053200         ADD 1 TO WS-CONT-LIDOS
053300         MOVE SPACES            TO JRNL-REGISTRO
053400         MOVE JANT-ACAO         TO JRNL-ACAO
053500         MOVE JANT-IMAGEM-ANTES TO WS-IMAGEM-ANTIGA
053600         PERFORM 8000-CONVERTER-IMAGEM THRU 8000-EXIT
053700         MOVE WS-IMAGEM-NOVA    TO JRNL-IMAGEM-ANTES
053800         MOVE JANT-IMAGEM-DEPOIS TO WS-IMAGEM-ANTIGA
053900         PERFORM 8000-CONVERTER-IMAGEM THRU 8000-EXIT
054000         MOVE WS-IMAGEM-NOVA    TO JRNL-IMAGEM-DEPOIS
054100         MOVE JANT-OPERADOR     TO JRNL-OPERADOR
054200         MOVE JANT-DATA         TO JRNL-DATA
054300         MOVE JANT-HORA         TO JRNL-HORA
054400         MOVE JANT-APROVADOR    TO JRNL-APROVADOR
054500         MOVE JANT-EXECUCAO     TO JRNL-EXECUCAO
054600         WRITE JRNL-REGISTRO
054700         IF WS-STATUS-JRN NOT = "00"
054800             DISPLAY "ERRO AO GRAVAR NOMEJNOV - LANCAMENTO "
054900                 WS-CONT-LIDOS " STATUS: " WS-STATUS-JRN
055000             ADD 1 TO WS-CONT-ERROS
055100         ELSE
055200             ADD 1 TO WS-CONT-GRAVADOS
055300             EVALUATE TRUE
055400                 WHEN JRNL-ACAO-INCLUSAO
055500                     ADD 1 TO WS-CONT-INCLUSOES
055600                 WHEN JRNL-ACAO-CORRECAO
055700                     ADD 1 TO WS-CONT-CORRECOES
055800                 WHEN OTHER
055900                     ADD 1 TO WS-CONT-ALTERACOES
056000             END-EVALUATE
056100         END-IF
056200     END-IF.
056300 4100-EXIT.
056400     EXIT.
056500***************************************************************
056600*    5000-CONVERTER-PENDENTES                                 *
056700*    CONVERTE A FILA DE SOLICITACOES NOMEPEND (PENDENTES E JA *
056800*    DECIDIDAS) PARA O NOMEPNOV, NA ORDEM DO NUMERO.          *
056900***************************************************************
057000 5000-CONVERTER-PENDENTES.
057100     MOVE "NOMEPEND" TO WS-ARQUIVO
057200     PERFORM 8100-ZERAR-TOTAIS THRU 8100-EXIT
057300     OPEN INPUT PEND-ANTIGO
057400     IF WS-STATUS-PAN NOT = "00"
057500         DISPLAY "NOMEPEND AUSENTE OU ILEGIVEL - NADA A "
057600             "CONVERTER - STATUS: " WS-STATUS-PAN
057700         GO TO 5000-EXIT
057800     END-IF
057900     OPEN OUTPUT NOME-PENDENTE
058000     IF WS-STATUS-PEN NOT = "00"
058100         DISPLAY "ERRO AO CRIAR NOMEPNOV: " WS-STATUS-PEN
058200         CLOSE PEND-ANTIGO
058300         PERFORM 8200-ERRO-ABERTURA THRU 8200-EXIT
058400         GO TO 5000-EXIT
058500     END-IF
058600     MOVE ZERO TO PANT-NUMERO
058700     START PEND-ANTIGO KEY IS NOT LESS THAN PANT-NUMERO
058800         INVALID KEY
058900             MOVE "S" TO WS-SW-FIM-ARQUIVO
059000     END-START
059100     PERFORM 5100-COPIAR-PENDENTE THRU 5100-EXIT
059200         UNTIL WS-FIM-ARQUIVO
059300     CLOSE PEND-ANTIGO
059400     CLOSE NOME-PENDENTE
059500     PERFORM 8300-EXIBIR-TOTAIS THRU 8300-EXIT.
059600 5000-EXIT.
059700     EXIT.
059800 5100-COPIAR-PENDENTE.
059900     READ PEND-ANTIGO NEXT RECORD
060000         AT END
060100             MOVE "S" TO WS-SW-FIM-ARQUIVO
060200     END-READ
060300     IF NOT WS-FIM-ARQUIVO
060400         ADD 1 TO WS-CONT-LIDOS
060500         MOVE SPACES            TO PEND-REGISTRO
060600         MOVE PANT-NUMERO       TO PEND-NUMERO
060700         MOVE PANT-TIPO         TO PEND-TIPO
060800         MOVE PANT-SEQ          TO PEND-SEQ
060900         MOVE PANT-NOME-ATUAL   TO PEND-NOME-ATUAL
061000         MOVE PANT-NOME-NOVO    TO PEND-NOME-NOVO
061100         MOVE PANT-MOTIVO       TO PEND-MOTIVO
061200         MOVE PANT-SOLICITANTE  TO PEND-SOLICITANTE
061300         MOVE PANT-DATA-SOLIC   TO PEND-DATA-SOLIC
061400         MOVE PANT-HORA-SOLIC   TO PEND-HORA-SOLIC
061500         MOVE PANT-SITUACAO     TO PEND-SITUACAO
061600         MOVE PANT-DECISOR      TO PEND-DECISOR
061700         MOVE PANT-DATA-DECISAO TO PEND-DATA-DECISAO
061800         MOVE PANT-HORA-DECISAO TO PEND-HORA-DECISAO
061900         WRITE PEND-REGISTRO
062000             INVALID KEY
062100                 DISPLAY "ERRO AO CONVERTER A SOLICITACAO: "
062200                     PANT-NUMERO " STATUS: " WS-STATUS-PEN
062300                 ADD 1 TO WS-CONT-ERROS
062400             NOT INVALID KEY
062500                 ADD 1 TO WS-CONT-GRAVADOS
062600         END-WRITE
062700     END-IF.
062800 5100-EXIT.
062900     EXIT.
063000***************************************************************
063100*    6000-CONVERTER-SUSPENSOS                                 *
063200*    CONVERTE O ARQUIVO DE SUSPENSOS NOMEREJ PARA O NOMERNOV, *
063300*    PARA QUE A RESSUBMISSAO (TESTCOBS) CONTINUE APOS A       *
063400*    SUBSTITUICAO.                                            *
063500***************************************************************
063600 6000-CONVERTER-SUSPENSOS.
063700     MOVE "NOMEREJ" TO WS-ARQUIVO
063800     PERFORM 8100-ZERAR-TOTAIS THRU 8100-EXIT
063900     OPEN INPUT REJ-ANTIGO
064000     IF WS-STATUS-RAN NOT = "00"
064100         DISPLAY "NOMEREJ AUSENTE OU ILEGIVEL - NADA A "
064200             "CONVERTER - STATUS: " WS-STATUS-RAN
064300         GO TO 6000-EXIT
064400     END-IF
064500     OPEN OUTPUT NOME-REJEITOS
064600     IF WS-STATUS-REJ NOT = "00"
064700         DISPLAY "ERRO AO CRIAR NOMERNOV: " WS-STATUS-REJ
064800         CLOSE REJ-ANTIGO
064900         PERFORM 8200-ERRO-ABERTURA THRU 8200-EXIT
065000         GO TO 6000-EXIT
065100     END-IF
065200     PERFORM 6100-COPIAR-SUSPENSO THRU 6100-EXIT
065300         UNTIL WS-FIM-ARQUIVO
065400     CLOSE REJ-ANTIGO
065500     CLOSE NOME-REJEITOS
065600     PERFORM 8300-EXIBIR-TOTAIS THRU 8300-EXIT.
065700 6000-EXIT.
065800     EXIT.
065900 6100-COPIAR-SUSPENSO.
066000     READ REJ-ANTIGO
066100         AT END
066200             MOVE "S" TO WS-SW-FIM-ARQUIVO
066300     END-READ
066400     IF NOT WS-FIM-ARQUIVO
066500         ADD 1 TO WS-CONT-LIDOS
066600         MOVE SPACES           TO REJ-REGISTRO
066700         MOVE RANT-NOME-CARTAO TO REJ-NOME-CARTAO
066800         MOVE RANT-MOTIVO      TO REJ-MOTIVO
066900         MOVE RANT-DATA        TO REJ-DATA
067000         MOVE RANT-TIPO        TO REJ-TIPO
067100         WRITE REJ-REGISTRO
067200         IF WS-STATUS-REJ NOT = "00"
067300             DISPLAY "ERRO AO GRAVAR NOMERNOV - SUSPENSO "
067400                 WS-CONT-LIDOS " STATUS: " WS-STATUS-REJ
067500             ADD 1 TO WS-CONT-ERROS
067600         ELSE
067700             ADD 1 TO WS-CONT-GRAVADOS
067800         END-IF
067900     END-IF.
068000 6100-EXIT.
068100     EXIT.
068200***************************************************************
068300*    7000-CONVERTER-BACKUP                                    *
068400*    CONVERTE O ULTIMO BACKUP DO MESTRE NOMEBKP PARA O        *
068500*    NOMEBNOV, PARA QUE A RECUPERACAO AVANTE (TESTCOBF)       *
068600*    CONTINUE POSSIVEL A PARTIR DELE. O CABECALHO MANTEM A    *
068700*    DATA E A HORA DA DESCARGA; CADA DETALHE TEM A IMAGEM     *
068800*    REMONTADA NO LEIAUTE NOVO.                               *
068900***************************************************************
069000 7000-CONVERTER-BACKUP.
069100     MOVE "NOMEBKP" TO WS-ARQUIVO
069200     PERFORM 8100-ZERAR-TOTAIS THRU 8100-EXIT
069300     OPEN INPUT BACKUP-ANTIGO
069400     IF WS-STATUS-BAN NOT = "00"
069500         DISPLAY "NOMEBKP AUSENTE OU ILEGIVEL - NADA A "
069600             "CONVERTER - STATUS: " WS-STATUS-BAN
069700         GO TO 7000-EXIT
069800     END-IF
069900     OPEN OUTPUT NOME-BACKUP
070000     IF WS-STATUS-BKP NOT = "00"
070100         DISPLAY "ERRO AO CRIAR NOMEBNOV: " WS-STATUS-BKP
070200         CLOSE BACKUP-ANTIGO
070300         PERFORM 8200-ERRO-ABERTURA THRU 8200-EXIT
070400         GO TO 7000-EXIT
070500     END-IF
070600     PERFORM 7100-COPIAR-BACKUP THRU 7100-EXIT
070700         UNTIL WS-FIM-ARQUIVO
070800     CLOSE BACKUP-ANTIGO
070900     CLOSE NOME-BACKUP
071000     PERFORM 8300-EXIBIR-TOTAIS THRU 8300-EXIT.
071100 7000-EXIT.
071200     EXIT.
071300 7100-COPIAR-BACKUP.
071400     READ BACKUP-ANTIGO
071500         AT END
071600             MOVE "S" TO WS-SW-FIM-ARQUIVO
071700     END-READ
071800     IF NOT WS-FIM-ARQUIVO
071900         ADD 1 TO WS-CONT-LIDOS
072000         MOVE SPACES    TO BKP-REGISTRO
072100         MOVE BANT-TIPO TO BKP-TIPO
072200         IF BANT-TIPO-CABECALHO
072300             MOVE BANT-IMAGEM(1:14) TO BKP-IMAGEM(1:14)
072400         ELSE
072500             MOVE BANT-IMAGEM TO WS-IMAGEM-ANTIGA
072600             PERFORM 8000-CONVERTER-IMAGEM THRU 8000-EXIT
072700             MOVE WS-IMAGEM-NOVA TO BKP-IMAGEM
072800         END-IF
072900         WRITE BKP-REGISTRO
073000         IF WS-STATUS-BKP NOT = "00"
073100             DISPLAY "ERRO AO GRAVAR NOMEBNOV - REGISTRO "
073200                 WS-CONT-LIDOS " STATUS: " WS-STATUS-BKP
073300             ADD 1 TO WS-CONT-ERROS
073400         ELSE
073500             ADD 1 TO WS-CONT-GRAVADOS
073600         END-IF
073700     END-IF.
073800 7100-EXIT.
073900     EXIT.
074000***************************************************************
074100*    8000-CONVERTER-IMAGEM                                    *
074200*    REMONTA UMA IMAGEM DO REGISTRO DO MESTRE DO LEIAUTE      *
074300*    ANTIGO (WS-IMAGEM-ANTIGA, 33 BYTES) PARA O NOVO (WS-     *
074400*    IMAGEM-NOVA, 80 BYTES). IMAGEM EM BRANCO (ANTES DE UMA   *
074500*    INCLUSAO) CONTINUA EM BRANCO.                            *
074600***************************************************************
074700 8000-CONVERTER-IMAGEM.
074800     MOVE SPACES TO WS-IMAGEM-NOVA
074900     IF WS-IMAGEM-ANTIGA NOT = SPACES
075000         MOVE WS-IMA-SEQ      TO WS-IMN-SEQ
075100         MOVE WS-IMA-NOME     TO WS-IMN-NOME
075200         MOVE WS-IMA-DATA     TO WS-IMN-DATA
075300         MOVE WS-IMA-OPERADOR TO WS-IMN-OPERADOR
075400         MOVE WS-IMA-STATUS   TO WS-IMN-STATUS
075500     END-IF.
075600 8000-EXIT.
075700     EXIT.
075800***************************************************************
075900*    8100-ZERAR-TOTAIS                                        *
076000*    PREPARA A CONVERSAO DE UM ARQUIVO: ZERA OS TOTAIS DE     *
076100*    CONTROLE E O INDICADOR DE FIM DE ARQUIVO.                *
076200***************************************************************
076300 8100-ZERAR-TOTAIS.
076400     MOVE "N"  TO WS-SW-FIM-ARQUIVO
076500     MOVE ZERO TO WS-CONT-LIDOS
076600     MOVE ZERO TO WS-CONT-GRAVADOS
076700     MOVE ZERO TO WS-CONT-ERROS
076800     MOVE ZERO TO WS-CONT-ATIVOS
076900     MOVE ZERO TO WS-CONT-CANCELADOS
077000     MOVE ZERO TO WS-CONT-INCLUSOES
077100     MOVE ZERO TO WS-CONT-ALTERACOES
077200     MOVE ZERO TO WS-CONT-CORRECOES.
077300 8100-EXIT.
077400     EXIT.
077500***************************************************************
077600*    8200-ERRO-ABERTURA                                       *
077700*    ARQUIVO NOVO QUE NAO PODE SER CRIADO CONTA COMO ERRO DE  *
077800*    CONVERSAO E ENCERRA O JOB COM RETURN-CODE 8.             *
077900***************************************************************
078000 8200-ERRO-ABERTURA.
078100     ADD 1 TO WS-CONT-ERROS-TOTAL
078200     MOVE 8 TO RETURN-CODE.
078300 8200-EXIT.
078400     EXIT.
078500***************************************************************
078600*    8300-EXIBIR-TOTAIS                                       *
078700*    EXIBE OS TOTAIS DE CONTROLE DO ARQUIVO CONVERTIDO E      *
078800*    ACUMULA OS ERROS. LIDOS DEVE SER IGUAL A GRAVADOS;       *
078900*    QUALQUER ERRO ENCERRA COM RETURN-CODE 8.                 *
079000***************************************************************
079100 8300-EXIBIR-TOTAIS.
079200     ADD 1 TO WS-CONT-ARQUIVOS
079300     DISPLAY WS-ARQUIVO " CONVERTIDO"
079400     DISPLAY "  LIDOS..............: " WS-CONT-LIDOS
079500     DISPLAY "  GRAVADOS...........: " WS-CONT-GRAVADOS
079600     DISPLAY "  ERROS DE CONVERSAO.: " WS-CONT-ERROS
079700     IF WS-CONT-ERROS > ZERO
079800         ADD WS-CONT-ERROS TO WS-CONT-ERROS-TOTAL
079900         MOVE 8 TO RETURN-CODE
080000     END-IF.
080100 8300-EXIT.
080200     EXIT.
080300***************************************************************
080400*    9000-FINALIZAR                                           *
080500*    EXIBE O RESULTADO E AS INSTRUCOES DE SUBSTITUICAO E      *
080600*    LIBERA A TRAVA SEMPRE QUE FOI ESTA EXECUCAO QUE A TOMOU. *
080700***************************************************************
080800 9000-FINALIZAR.
080900     IF NOT WS-ABORTAR
081000         DISPLAY "ARQUIVOS CONVERTIDOS.: " WS-CONT-ARQUIVOS
081100         DISPLAY "ERROS DE CONVERSAO...: " WS-CONT-ERROS-TOTAL
081200         IF WS-CONT-ERROS-TOTAL = ZERO
081300             IF WS-SO-JORNAL
081400                 DISPLAY "SUBSTITUA A GERACAO DO JORNAL PELO "
081500                     "NOMEJNOV E GUARDE A ANTIGA"
081600             ELSE
081700                 DISPLAY "SUBSTITUA NOMEMAST, NOMEHIST, "
081800                     "NOMEJRNL, NOMEPEND, NOMEREJ E NOMEBKP"
081900                 DISPLAY "PELOS NOVOS NOMEMNOV, NOMEHNOV, "
082000                     "NOMEJNOV, NOMEPNOV, NOMERNOV E NOMEBNOV"
082100                 DISPLAY "E GUARDE OS ANTIGOS; CONVERTA EM "
082200                     "SEGUIDA AS GERACOES NOMEJRNA RETIDAS"
082300                 DISPLAY "(CARTAO CONVPRM = J)"
082400             END-IF
082500         ELSE
082600             DISPLAY "NAO SUBSTITUA OS ARQUIVOS - CORRIJA OS "
082700                 "ERROS E RERODE A CONVERSAO"
082800         END-IF
082900     END-IF
083000     IF WS-TRAVA-TOMADA
083100         PERFORM 1080-LIBERAR-TRAVA THRU 1080-EXIT
083200     END-IF.
083300 9000-EXIT.
083400     EXIT.
