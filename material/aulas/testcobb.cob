002113*                       AUSENTE OU INVALIDO VALE A DATA DO    *
002114*                       SISTEMA), PARA A CADEIA QUE           *
002115*                       ATRAVESSA A MEIA-NOITE.               *
002116*    2026-10-15 JPO     LANCAMENTO DO JORNAL COM O CAMPO DO   *
002117*                       APROVADOR EM BRANCO (A CARGA NAO      *
002118*                       PASSA PELA FILA DE APROVACAO).        *
002123*    2026-10-15 JPO     INTERFACE DE ENTRADA COM OUTROS       *
002128*                       SISTEMAS: ARQUIVO COM CARTAO HEADER   *
002133*                       (H, ORIGEM, NUMERO DO LOTE E DATA) E  *
002138*                       TRAILER (T, QUANTIDADE E HASH DOS     *
002143*                       NOMES) E CONFERIDO ANTES DA CARGA;    *
002148*                       LOTE FORA DE BALANCO, MAL FORMADO OU  *
002153*                       JA CARREGADO (CADASTRO DE LOTES       *
002158*                       NOMELOTE) E RECUSADO COM RC 8. CADA   *
002163*                       CARTAO TEM O RESULTADO DEVOLVIDO NO   *
002168*                       ARQUIVO DE RESPOSTA NOMERSP. ARQUIVO  *
002173*                       SEM HEADER SEGUE COMO CARGA INTERNA   *
002178*                       (RESSUBMISSAO DO TESTCOBS).           *
002180*    2026-10-15 JPO     IDENTIFICADOR DA EXECUCAO (DATA E     *
002182*                       HORA DE INICIO) GRAVADO EM CADA       *
002184*                       LANCAMENTO DO JORNAL E NO CADASTRO DE *
002186*                       LOTES E EXIBIDO NO LOG DO JOB, PARA O *
002188*                       ESTORNO DA CARGA (TESTCOBN). O        *
002190*                       REINICIO POR CHECKPOINT CONTINUA COM  *
002192*                       O IDENTIFICADOR DA EXECUCAO           *
002194*                       INTERROMPIDA.                         *
002195*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES NO     *
002196*                       CARTAO E NO MESTRE; BRANCOS REPETIDOS *
002197*                       ENTRE AS PALAVRAS REDUZIDOS A UM SO,  *
002198*                       COMO NA DIGITACAO ONLINE.             *
002209*    2026-10-15 JPO     CARTAO DE INCLUSAO COM DATA DE        *
002220*                       VALIDADE NAS COLUNAS 43-50 (EM BRANCO *
002231*                       = SEM VALIDADE). DATA INEXISTENTE OU  *
002242*                       ANTERIOR AO CICLO REJEITA O CARTAO    *
002253*                       COM MOTIVO V; O SUSPENSO GUARDA A     *
002264*                       VALIDADE DIGITADA.                    *
002275***************************************************************
002286 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. TESTCOBB.
002400 AUTHOR. J. OLIVEIRA.
002500 INSTALLATION. ESTUDOS COBOL.
004601     SELECT CICLO-PARAM ASSIGN TO "CICLOPRM"
004602         ORGANIZATION IS LINE SEQUENTIAL
004603         FILE STATUS IS WS-STATUS-CPR.
004604     SELECT NOME-LOTES ASSIGN TO "NOMELOTE"
004605         ORGANIZATION IS LINE SEQUENTIAL
004606         FILE STATUS IS WS-STATUS-LOT.
004607     SELECT NOME-RESPOSTA ASSIGN TO "NOMERSP"
004608         ORGANIZATION IS LINE SEQUENTIAL
004609         FILE STATUS IS WS-STATUS-RSP.
004610 DATA DIVISION.
004700 FILE SECTION.
004800 FD  NOME-ENTRADA
005020         88  CARTAO-TIPO-INCLUIR     VALUE "I".
005030         88  CARTAO-TIPO-CANCELAR    VALUE "C".
005040         88  CARTAO-TIPO-REATIVAR    VALUE "R".
005043         88  CARTAO-TIPO-HEADER      VALUE "H".
005046         88  CARTAO-TIPO-TRAILER     VALUE "T".
005050     05  FILLER                      PIC X(01).
005060     05  CARTAO-NOME                 PIC X(40).
005061     05  CARTAO-VALIDADE             PIC X(08).
005062     05  CARTAO-VALIDADE-R REDEFINES CARTAO-VALIDADE.
005063         10  CARTAO-VAL-AAAA         PIC 9(04).
005064         10  CARTAO-VAL-MM           PIC 9(02).
005065         10  CARTAO-VAL-DD           PIC 9(02).
005066     05  CARTAO-VALIDADE-N REDEFINES CARTAO-VALIDADE
005067                                     PIC 9(08).
005068 01  CARTAO-HEADER.
005069     05  HDR-TIPO                    PIC X(01).
005070     05  FILLER                      PIC X(01).
005072     05  HDR-ORIGEM                  PIC X(08).
005075     05  HDR-LOTE                    PIC X(06).
005078     05  HDR-DATA                    PIC X(08).
005081 01  CARTAO-TRAILER.
005084     05  TRL-TIPO                    PIC X(01).
005087     05  FILLER                      PIC X(01).
005090     05  TRL-QTD                     PIC X(06).
005093     05  TRL-HASH                    PIC X(12).
005100 FD  NOME-CKPT
005200     LABEL RECORDS ARE STANDARD.
005300 01  CKPT-REGISTRO.
005480     05  CKPT-REJEITADOS             PIC 9(08).
005490     05  CKPT-CANCELADOS             PIC 9(08).
005495     05  CKPT-REATIVADOS             PIC 9(08).
005497     05  CKPT-EXECUCAO               PIC X(14).
005500 FD  NOME-MASTER
005600     LABEL RECORDS ARE STANDARD.
005700 COPY "nomerec.cpy".
005800 FD  CICLO-PARAM
005801     LABEL RECORDS ARE STANDARD.
005802 01  CPRM-CARTAO                     PIC X(08).
005803 FD  NOME-LOTES
005804     LABEL RECORDS ARE STANDARD.
005805 COPY "nomelot.cpy".
005806 FD  NOME-RESPOSTA
005807     LABEL RECORDS ARE STANDARD.
005808 COPY "nomersp.cpy".
005810 WORKING-STORAGE SECTION.
005900 77  WS-STATUS-ENT               PIC X(02).
006000 77  WS-STATUS-CKPT              PIC X(02).
006212     88  WS-ENT-ABERTA           VALUE "S".
006216 77  WS-SW-FIM-ENTRADA           PIC X(01) VALUE "N".
006220     88  WS-FIM-ENTRADA          VALUE "S".
006234 77  WS-STATUS-LOT               PIC X(02).
006248 77  WS-STATUS-RSP               PIC X(02).
006262 77  WS-SW-LOTE                  PIC X(01) VALUE "N".
006276     88  WS-LOTE-INTERFACE       VALUE "S".
006290 77  WS-SW-TRAILER-LIDO          PIC X(01) VALUE "N".
006304     88  WS-TRAILER-LIDO         VALUE "S".
006318 77  WS-SW-FIM-CONF              PIC X(01) VALUE "N".
006332     88  WS-FIM-CONF             VALUE "S".
006346 77  WS-SW-FIM-LOTES             PIC X(01) VALUE "N".
006360     88  WS-FIM-LOTES            VALUE "S".
006374 77  WS-LOTE-MOTIVO              PIC X(01) VALUE SPACE.
006388 77  WS-LOTE-SIT                 PIC X(01).
006402 77  WS-LOTE-ORIGEM              PIC X(08) VALUE SPACES.
006416 77  WS-LOTE-NUMERO              PIC 9(06) VALUE ZERO.
006430 77  WS-LOTE-DATA                PIC 9(08) VALUE ZERO.
006444 77  WS-CONF-QTD                 PIC 9(06) VALUE ZERO.
006458 77  WS-CONF-HASH                PIC 9(12) VALUE ZERO.
006472 77  WS-TRL-QTD                  PIC 9(06) VALUE ZERO.
006486 77  WS-TRL-HASH                 PIC 9(12) VALUE ZERO.
006500 77  WS-HASH-NOME                PIC X(40).
006514 77  WS-HASH-POS                 PIC 9(04) COMP VALUE ZERO.
006516 77  WS-NOME-COMPACTO            PIC X(40).
006518 77  WS-CHAR-ANTERIOR            PIC X(01).
006520 77  WS-POS-ORIGEM               PIC 9(02) COMP VALUE ZERO.
006522 77  WS-POS-DESTINO              PIC 9(02) COMP VALUE ZERO.
006528 77  WS-HASH-VALOR               PIC 9(04) COMP VALUE ZERO.
006542 77  WS-ALFABETO                 PIC X(26) VALUE
006556     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006570 77  WS-RSP-RESULTADO            PIC X(01).
006584 77  WS-CONT-CARREGADOS          PIC 9(08) VALUE ZERO.
006600 77  WS-SW-DUPLICADO             PIC X(01) VALUE "N".
006700     88  WS-NOME-DUPLICADO       VALUE "S".
006710 77  WS-SW-FIM-DUP               PIC X(01) VALUE "N".
006750 77  WS-SW-FIM-CANC              PIC X(01) VALUE "N".
006760     88  WS-FIM-CANC             VALUE "S".
006770 77  WS-JRNL-ACAO                PIC X(01).
006780 77  WS-IMAGEM-ANTES             PIC X(80).
006790 77  WS-IMAGEM-DEPOIS            PIC X(80).
006800 77  WS-CKPT-INTERVALO           PIC 9(04) COMP VALUE 50.
006900 77  WS-CKPT-CONTADOR            PIC 9(08) COMP VALUE ZERO.
007000 77  WS-CKPT-PULAR               PIC 9(08) COMP VALUE ZERO.
007670 01  WS-HORA-SISTEMA.
007680     05  WS-HORA-HHMMSS          PIC 9(06).
007690     05  FILLER                  PIC 9(02).
007692 01  WS-EXECUCAO-ID.
007694     05  WS-EXE-DATA             PIC 9(08) VALUE ZERO.
007696     05  WS-EXE-HORA             PIC 9(06) VALUE ZERO.
007703 01  WS-TAB-DIAS-MES-VALORES.
007710     05  FILLER                  PIC X(24)
007717                                 VALUE "312831303130313130313031".
007724 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-VALORES.
007731     05  WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
007738 77  WS-DIAS-MES-MAX             PIC 9(02).
007745 77  WS-VAL-QUOCIENTE            PIC 9(04).
007752 77  WS-VAL-RESTO-4              PIC 9(04).
007759 77  WS-VAL-RESTO-100            PIC 9(04).
007766 77  WS-VAL-RESTO-400            PIC 9(04).
007773 77  WS-SW-VALIDADE-OK           PIC X(01) VALUE "N".
007780     88  WS-VALIDADE-OK          VALUE "S".
007787 PROCEDURE DIVISION.
007800***************************************************************
007900*    0000-MAINLINE                                            *
008000***************************************************************
010450         IF WS-STATUS-ENT NOT = "00"
010460             DISPLAY "ARQUIVO NOME-ENTRADA VAZIO OU "
010465                 "INEXISTENTE"
010467             MOVE "S" TO WS-SW-FIM-ENTRADA
010469         ELSE
010471             MOVE "S" TO WS-SW-ENT-ABERTA
010473             PERFORM 1400-CONFERIR-LOTE THRU 1400-EXIT
010475             IF WS-LOTE-INTERFACE
010477                 PERFORM 1500-ABRIR-RESPOSTA THRU 1500-EXIT
010479                 IF WS-LOTE-MOTIVO NOT = SPACE
010481                     PERFORM 1600-RECUSAR-LOTE THRU 1600-EXIT
010483                     GO TO 1000-EXIT
010485                 END-IF
010487             END-IF
010489         END-IF
010500         MOVE WS-CKPT-CONTADOR TO WS-CKPT-PULAR
010600         PERFORM 1300-PULAR-PROCESSADOS THRU 1300-EXIT
010700             WITH TEST BEFORE
014200***************************************************************
014300 1200-LER-CHECKPOINT.
014400     MOVE ZERO TO WS-CKPT-CONTADOR
014420     ACCEPT WS-HORA-SISTEMA FROM TIME
014440     MOVE WS-DATA-SISTEMA TO WS-EXE-DATA
014460     MOVE WS-HORA-HHMMSS  TO WS-EXE-HORA
014500     OPEN INPUT NOME-CKPT
014600     IF WS-STATUS-CKPT = "00"
014700         READ NOME-CKPT
015188                 IF CKPT-REATIVADOS IS NUMERIC
015190                     MOVE CKPT-REATIVADOS TO WS-CONT-REATIVADOS
015192                 END-IF
015193                 IF CKPT-CONTADOR > ZERO
015194                     AND CKPT-EXECUCAO NOT = SPACES
015195                     MOVE CKPT-EXECUCAO TO WS-EXECUCAO-ID
015196                 END-IF
015200         END-READ
015300         CLOSE NOME-CKPT
015360     END-IF
015420     DISPLAY "IDENTIFICADOR DA EXECUCAO: " WS-EXECUCAO-ID.
015500 1200-EXIT.
015600     EXIT.
015700 1300-PULAR-PROCESSADOS.
016100     END-READ.
016200 1300-EXIT.
016300     EXIT.
016301***************************************************************
016302*    1400-CONFERIR-LOTE                                       *
016303*    CONFERE O ARQUIVO DE ENTRADA INTEIRO ANTES DA CARGA.     *
016304*    PRIMEIRO CARTAO COM TIPO H IDENTIFICA UM LOTE DE         *
016305*    INTERFACE: O HEADER TRAZ A ORIGEM (COLUNAS 3-10), O      *
016306*    NUMERO DO LOTE (11-16) E A DATA (17-24) E O ULTIMO       *
016307*    CARTAO TEM DE SER O TRAILER T COM A QUANTIDADE DE        *
016308*    CARTOES DE DETALHE (COLUNAS 3-8) E O HASH DOS NOMES      *
016309*    (9-20). O HASH E A SOMA, EM TODOS OS CARTOES DE DETALHE, *
016310*    DO VALOR DE CADA LETRA DO NOME (A=1 ... Z=26, BRANCO     *
016311*    ZERO, QUALQUER OUTRO CARACTER 27). HEADER OU TRAILER MAL *
016312*    FORMADO DA MOTIVO F, TOTAIS DIVERGENTES MOTIVO B E LOTE  *
016313*    JA CARREGADO MOTIVO L. ARQUIVO SEM HEADER E CARGA        *
016314*    INTERNA E NAO E CONFERIDO. NO FIM O ARQUIVO E REABERTO   *
016315*    PARA A CARGA COMECAR DO PRIMEIRO CARTAO.                 *
016316***************************************************************
016317 1400-CONFERIR-LOTE.
016318     MOVE "N"    TO WS-SW-LOTE
016319     MOVE SPACE  TO WS-LOTE-MOTIVO
016320     MOVE SPACES TO WS-LOTE-ORIGEM
016321     MOVE ZERO   TO WS-LOTE-NUMERO
016322     MOVE ZERO   TO WS-LOTE-DATA
016323     MOVE ZERO   TO WS-CONF-QTD
016324     MOVE ZERO   TO WS-CONF-HASH
016325     MOVE ZERO   TO WS-TRL-QTD
016326     MOVE ZERO   TO WS-TRL-HASH
016327     MOVE "N"    TO WS-SW-TRAILER-LIDO
016328     MOVE "N"    TO WS-SW-FIM-CONF
016329     READ NOME-ENTRADA
016330         AT END
016331             MOVE "S" TO WS-SW-FIM-CONF
016332     END-READ
016333     IF NOT WS-FIM-CONF AND CARTAO-TIPO-HEADER
016334         MOVE "S" TO WS-SW-LOTE
016335         MOVE HDR-ORIGEM TO WS-LOTE-ORIGEM
016336         IF HDR-LOTE IS NUMERIC
016337             MOVE HDR-LOTE TO WS-LOTE-NUMERO
016338         ELSE
016339             MOVE "F" TO WS-LOTE-MOTIVO
016340         END-IF
016341         IF HDR-DATA IS NUMERIC
016342             MOVE HDR-DATA TO WS-LOTE-DATA
016343         ELSE
016344             MOVE "F" TO WS-LOTE-MOTIVO
016345         END-IF
016346         IF HDR-ORIGEM = SPACES
016347             MOVE "F" TO WS-LOTE-MOTIVO
016348         END-IF
016349         PERFORM 1410-LER-CONFERENCIA THRU 1410-EXIT
016350             UNTIL WS-FIM-CONF
016351         IF NOT WS-TRAILER-LIDO
016352             MOVE "F" TO WS-LOTE-MOTIVO
016353         END-IF
016354         IF WS-LOTE-MOTIVO = SPACE
016355             IF WS-CONF-QTD NOT = WS-TRL-QTD
016356                 OR WS-CONF-HASH NOT = WS-TRL-HASH
016357                 MOVE "B" TO WS-LOTE-MOTIVO
016358             END-IF
016359         END-IF
016360         IF WS-LOTE-MOTIVO = SPACE
016361             PERFORM 1430-VERIFICAR-REGISTRO THRU 1430-EXIT
016362         END-IF
016363         DISPLAY "LOTE DE INTERFACE - ORIGEM: " WS-LOTE-ORIGEM
016364             " LOTE: " WS-LOTE-NUMERO " DATA: " WS-LOTE-DATA
016365         DISPLAY "CARTOES CONFERIDOS: " WS-CONF-QTD
016366             " HASH: " WS-CONF-HASH
016367         DISPLAY "TRAILER...........: " WS-TRL-QTD
016368             " HASH: " WS-TRL-HASH
016369     ELSE
016370         DISPLAY "ARQUIVO SEM HEADER - CARGA INTERNA"
016371     END-IF
016372     CLOSE NOME-ENTRADA
016373     OPEN INPUT NOME-ENTRADA
016374     IF WS-STATUS-ENT NOT = "00"
016375         DISPLAY "ERRO AO REABRIR NOME-ENTRADA: " WS-STATUS-ENT
016376         MOVE "S" TO WS-SW-FIM-ENTRADA
016377         MOVE "N" TO WS-SW-ENT-ABERTA
016378     END-IF.
016379 1400-EXIT.
016380     EXIT.
016381***************************************************************
016382*    1410-LER-CONFERENCIA                                     *
016383*    LE O PROXIMO CARTAO DA CONFERENCIA. O TRAILER GUARDA OS  *
016384*    TOTAIS INFORMADOS PELO REMETENTE; O CARTAO DE DETALHE E  *
016385*    CONTADO E SOMADO NO HASH. SEGUNDO HEADER OU CARTAO       *
016386*    DEPOIS DO TRAILER TORNA O LOTE MAL FORMADO.              *
016387***************************************************************
016388 1410-LER-CONFERENCIA.
016389     READ NOME-ENTRADA
016390         AT END
016391             MOVE "S" TO WS-SW-FIM-CONF
016392     END-READ
016393     IF WS-FIM-CONF
016394         GO TO 1410-EXIT
016395     END-IF
016396     IF WS-TRAILER-LIDO
016397         MOVE "F" TO WS-LOTE-MOTIVO
016398         GO TO 1410-EXIT
016399     END-IF
016400     EVALUATE TRUE
016401         WHEN CARTAO-TIPO-HEADER
016402             MOVE "F" TO WS-LOTE-MOTIVO
016403         WHEN CARTAO-TIPO-TRAILER
016404             MOVE "S" TO WS-SW-TRAILER-LIDO
016405             IF TRL-QTD IS NUMERIC AND TRL-HASH IS NUMERIC
016406                 MOVE TRL-QTD  TO WS-TRL-QTD
016407                 MOVE TRL-HASH TO WS-TRL-HASH
016408             ELSE
016409                 MOVE "F" TO WS-LOTE-MOTIVO
016410             END-IF
016411         WHEN OTHER
016412             ADD 1 TO WS-CONF-QTD
016413             PERFORM 1420-SOMAR-HASH THRU 1420-EXIT
016414     END-EVALUATE.
016415 1410-EXIT.
016416     EXIT.
016417***************************************************************
016418*    1420-SOMAR-HASH                                          *
016419*    SOMA NO HASH DO LOTE O VALOR DAS LETRAS DO NOME DO       *
016420*    CARTAO, JA EM MAIUSCULAS. A POSICAO DA LETRA NO ALFABETO *
016421*    E OBTIDA CONTANDO OS CARACTERES DE WS-ALFABETO ANTES     *
016422*    DELA.                                                    *
016423***************************************************************
016424 1420-SOMAR-HASH.
016425     MOVE CARTAO-NOME TO WS-HASH-NOME
016426     INSPECT WS-HASH-NOME
016427         CONVERTING "abcdefghijklmnopqrstuvwxyz"
016428                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
016429     PERFORM 1425-SOMAR-LETRA THRU 1425-EXIT
016430         VARYING WS-HASH-POS FROM 1 BY 1
016431         UNTIL WS-HASH-POS > 40.
016432 1420-EXIT.
016433     EXIT.
016434 1425-SOMAR-LETRA.
016435     IF WS-HASH-NOME(WS-HASH-POS:1) NOT = SPACE
016436         MOVE ZERO TO WS-HASH-VALOR
016437         INSPECT WS-ALFABETO TALLYING WS-HASH-VALOR
016438             FOR CHARACTERS BEFORE INITIAL
016439             WS-HASH-NOME(WS-HASH-POS:1)
016440         ADD 1 TO WS-HASH-VALOR
016441         ADD WS-HASH-VALOR TO WS-CONF-HASH
016442     END-IF.
016443 1425-EXIT.
016444     EXIT.
016445***************************************************************
016446*    1430-VERIFICAR-REGISTRO                                  *
016447*    PERCORRE O CADASTRO DE LOTES RECEBIDOS PROCURANDO A      *
016448*    MESMA ORIGEM E NUMERO DE LOTE JA CARREGADO. LOTE         *
016449*    RECUSADO ANTES PODE SER REAPRESENTADO; CADASTRO AUSENTE  *
016450*    E TRATADO COMO VAZIO.                                    *
016451***************************************************************
016452 1430-VERIFICAR-REGISTRO.
016453     MOVE "N" TO WS-SW-FIM-LOTES
016454     OPEN INPUT NOME-LOTES
016455     IF WS-STATUS-LOT = "00"
016456         PERFORM 1440-LER-REGISTRO THRU 1440-EXIT
016457             UNTIL WS-FIM-LOTES
016458         CLOSE NOME-LOTES
016459     END-IF.
016460 1430-EXIT.
016461     EXIT.
016462 1440-LER-REGISTRO.
016463     READ NOME-LOTES
016464         AT END
016465             MOVE "S" TO WS-SW-FIM-LOTES
016466     END-READ
016467     IF NOT WS-FIM-LOTES
016468         IF LOTE-ORIGEM = WS-LOTE-ORIGEM
016469             AND LOTE-NUMERO = WS-LOTE-NUMERO
016470             AND LOTE-SIT-CARREGADO
016471             MOVE "L" TO WS-LOTE-MOTIVO
016472             DISPLAY "LOTE JA CARREGADO EM " LOTE-DATA-CARGA
016473                 " " LOTE-HORA-CARGA
016474         END-IF
016475     END-IF.
016476 1440-EXIT.
016477     EXIT.
016478***************************************************************
016479*    1500-ABRIR-RESPOSTA                                      *
016480*    ABRE O ARQUIVO DE RESPOSTA DO LOTE DE INTERFACE. NO      *
016481*    REINICIO POR CHECKPOINT DE UM LOTE ACEITO O ARQUIVO E    *
016482*    ESTENDIDO, PARA NAO PERDER AS RESPOSTAS DOS CARTOES JA   *
016483*    PROCESSADOS; NOS DEMAIS CASOS E CRIADO DE NOVO E, COM O  *
016484*    LOTE ACEITO, RECEBE O REGISTRO H.                        *
016485***************************************************************
016486 1500-ABRIR-RESPOSTA.
016487     IF WS-LOTE-MOTIVO = SPACE AND WS-CKPT-CONTADOR > ZERO
016488         OPEN EXTEND NOME-RESPOSTA
016489         IF WS-STATUS-RSP = "35"
016490             OPEN OUTPUT NOME-RESPOSTA
016491             PERFORM 2810-GRAVAR-RSP-HEADER THRU 2810-EXIT
016492         END-IF
016493     ELSE
016494         OPEN OUTPUT NOME-RESPOSTA
016495         IF WS-LOTE-MOTIVO = SPACE
016496             PERFORM 2810-GRAVAR-RSP-HEADER THRU 2810-EXIT
016497         END-IF
016498     END-IF
016499     IF WS-STATUS-RSP NOT = "00"
016500         DISPLAY "ERRO AO ABRIR ARQUIVO DE RESPOSTA: "
016501             WS-STATUS-RSP
016502     END-IF.
016503 1500-EXIT.
016504     EXIT.
016505***************************************************************
016506*    1600-RECUSAR-LOTE                                        *
016507*    RECUSA O LOTE INTEIRO SEM CARREGAR NENHUM CARTAO:        *
016508*    DEVOLVE AO REMETENTE O REGISTRO H COM O MOTIVO E O T     *
016509*    ZERADO, REGISTRA O LOTE COMO RECUSADO E TERMINA COM RC   *
016510*    8. O CHECKPOINT NAO E TOCADO.                            *
016511***************************************************************
016512 1600-RECUSAR-LOTE.
016513     EVALUATE WS-LOTE-MOTIVO
016514         WHEN "F"
016515             DISPLAY "LOTE RECUSADO - HEADER OU TRAILER INVALIDO"
016516         WHEN "B"
016517             DISPLAY "LOTE RECUSADO - FORA DE BALANCO"
016518         WHEN "L"
016519             DISPLAY "LOTE RECUSADO - LOTE JA CARREGADO"
016520     END-EVALUATE
016521     PERFORM 2810-GRAVAR-RSP-HEADER THRU 2810-EXIT
016522     PERFORM 2820-GRAVAR-RSP-TRAILER THRU 2820-EXIT
016523     MOVE "R" TO WS-LOTE-SIT
016524     PERFORM 2900-REGISTRAR-LOTE THRU 2900-EXIT
016525     MOVE "S" TO WS-SW-FIM-ENTRADA
016526     MOVE "N" TO WS-SW-ENT-ABERTA
016527     MOVE 8 TO RETURN-CODE.
016528 1600-EXIT.
016529     EXIT.
016530***************************************************************
016531*    2000-PROCESSAR-ENTRADA                                   *
016600*    LE UM NOME DO ARQUIVO DE ENTRADA, VALIDA, NORMALIZA,     *
016700*    CHECA DUPLICIDADE E GRAVA NO ARQUIVO MESTRE. GRAVA UM    *
016800*    CHECKPOINT A CADA WS-CKPT-INTERVALO REGISTROS LIDOS.     *
017300             MOVE "S" TO WS-SW-FIM-ENTRADA
017400     END-READ
017500     IF NOT WS-FIM-ENTRADA
017540         ADD 1 TO WS-CKPT-CONTADOR
017580         IF WS-LOTE-INTERFACE
017620             AND (CARTAO-TIPO-HEADER OR CARTAO-TIPO-TRAILER)
017660             CONTINUE
017700         ELSE
017740             ADD 1 TO WS-CONT-LIDOS
017780             PERFORM 2100-VALIDAR-E-GRAVAR THRU 2100-EXIT
017820         END-IF
017900         DIVIDE WS-CKPT-CONTADOR BY WS-CKPT-INTERVALO
018000             GIVING WS-CKPT-QUOC
018050             REMAINDER WS-CKPT-RESTO
018600     INSPECT CARTAO-NOME
018700         CONVERTING "abcdefghijklmnopqrstuvwxyz"
018800                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
018812     MOVE SPACES TO WS-NOME-COMPACTO
018824     MOVE SPACE  TO WS-CHAR-ANTERIOR
018836     MOVE ZERO   TO WS-POS-DESTINO
018848     PERFORM 2120-COMPACTAR-BRANCOS THRU 2120-EXIT
018860         VARYING WS-POS-ORIGEM FROM 1 BY 1
018872         UNTIL WS-POS-ORIGEM > 40
018884     MOVE WS-NOME-COMPACTO TO CARTAO-NOME
018900     IF CARTAO-NOME = SPACES OR CARTAO-NOME IS NOT ALPHABETIC
019000         DISPLAY "REGISTRO REJEITADO (INVALIDO): " NOME-CARTAO
019100         ADD 1 TO WS-CONT-REJEITADOS
021900 2100-EXIT.
022000     EXIT.
022001***************************************************************
022002*    2120-COMPACTAR-BRANCOS                                   *
022003*    REDUZ A UM SO OS BRANCOS REPETIDOS ENTRE AS PALAVRAS DO  *
022004*    NOME, COMO NA DIGITACAO ONLINE (TESTCOB).                *
022005***************************************************************
022006 2120-COMPACTAR-BRANCOS.
022007     IF CARTAO-NOME(WS-POS-ORIGEM:1) = SPACE
022008         AND WS-CHAR-ANTERIOR = SPACE
022009         CONTINUE
022010     ELSE
022011         ADD 1 TO WS-POS-DESTINO
022012         MOVE CARTAO-NOME(WS-POS-ORIGEM:1)
022013             TO WS-NOME-COMPACTO(WS-POS-DESTINO:1)
022014     END-IF
022015     MOVE CARTAO-NOME(WS-POS-ORIGEM:1) TO WS-CHAR-ANTERIOR.
022016 2120-EXIT.
022017     EXIT.
022018***************************************************************
022019*    2110-INCLUIR-CARTAO                                      *
022020*    TRANSACAO DE INCLUSAO: CHECA DUPLICIDADE CONTRA OS       *
022021*    REGISTROS ATIVOS E GRAVA O NOME NO MESTRE COM A          *
022022*    PROXIMA SEQUENCIA, LANCANDO A INCLUSAO NO JORNAL.        *
022023*    A DATA DE VALIDADE DO CARTAO E CONFERIDA ANTES (MOTIVO   *
022024*    V QUANDO INVALIDA).                                      *
022025***************************************************************
022026 2110-INCLUIR-CARTAO.
022027     PERFORM 2130-VALIDAR-VALIDADE THRU 2130-EXIT
022028     IF NOT WS-VALIDADE-OK
022029         DISPLAY "REGISTRO REJEITADO (VALIDADE): " NOME-CARTAO
022030         ADD 1 TO WS-CONT-REJEITADOS
022031         MOVE "V" TO WS-REJ-MOTIVO
022032         PERFORM 2400-GRAVAR-REJEITO THRU 2400-EXIT
022033         GO TO 2110-EXIT
022034     END-IF
022035     PERFORM 2150-VERIFICAR-DUPLICADO THRU 2150-EXIT
022036     IF WS-NOME-DUPLICADO
022037         DISPLAY "REGISTRO DUPLICADO IGNORADO: " NOME-CARTAO
022038         ADD 1 TO WS-CONT-DUPLICADOS
022039         MOVE "D" TO WS-REJ-MOTIVO
022040         PERFORM 2400-GRAVAR-REJEITO THRU 2400-EXIT
022041     ELSE
022042         ADD 1 TO WS-MAIOR-SEQ
022043         MOVE SPACES          TO NOME-REGISTRO
022044         MOVE WS-MAIOR-SEQ    TO NOME-SEQ
022045         MOVE CARTAO-NOME     TO NOME-NOME
022046         MOVE WS-DATA-SISTEMA TO NOME-DATA-ENTRADA
022047         MOVE "BATCH"         TO NOME-OPERADOR
022048         SET NOME-STATUS-ATIVO TO TRUE
022049         MOVE CARTAO-VALIDADE TO NOME-DATA-VALIDADE
022050         WRITE NOME-REGISTRO
022051             INVALID KEY
022052                 DISPLAY "ERRO AO GRAVAR: " NOME-CARTAO
022053                 MOVE "E" TO WS-REJ-MOTIVO
022054                 PERFORM 2400-GRAVAR-REJEITO THRU 2400-EXIT
022055             NOT INVALID KEY
022056                 ADD 1 TO WS-CONT-GRAVADOS
022057                 MOVE "I" TO WS-JRNL-ACAO
022058                 MOVE SPACES TO WS-IMAGEM-ANTES
022059                 MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
022060                 PERFORM 2300-GRAVAR-JORNAL THRU 2300-EXIT
022061                 PERFORM 2250-GRAVAR-CONTROLE-SEQ THRU 2250-EXIT
022062                 MOVE "C" TO WS-RSP-RESULTADO
022063                 PERFORM 2800-GRAVAR-RESPOSTA THRU 2800-EXIT
022064         END-WRITE
022065     END-IF.
022066 2110-EXIT.
022067     EXIT.
022068***************************************************************
022069*    2130-VALIDAR-VALIDADE                                    *
022070*    A VALIDADE DO CARTAO DE INCLUSAO PODE VIR EM BRANCO (SEM *
022071*    VALIDADE) OU SER UMA DATA AAAAMMDD QUE EXISTA NO         *
022072*    CALENDARIO (FEVEREIRO COM 29 DIAS SO EM ANO BISSEXTO) E  *
022073*    NAO SEJA ANTERIOR A DATA DO CICLO - MESMA REGRA DA       *
022074*    DIGITACAO ONLINE (TESTCOB).                              *
022075***************************************************************
022076 2130-VALIDAR-VALIDADE.
022077     MOVE "N" TO WS-SW-VALIDADE-OK
022078     IF CARTAO-VALIDADE = SPACES
022079         MOVE "S" TO WS-SW-VALIDADE-OK
022080         GO TO 2130-EXIT
022081     END-IF
022082     IF CARTAO-VALIDADE IS NOT NUMERIC
022083         GO TO 2130-EXIT
022084     END-IF
022085     IF CARTAO-VAL-MM < 1 OR CARTAO-VAL-MM > 12
022086         OR CARTAO-VAL-DD < 1
022087         GO TO 2130-EXIT
022088     END-IF
022089     MOVE WS-DIAS-MES(CARTAO-VAL-MM) TO WS-DIAS-MES-MAX
022090     IF CARTAO-VAL-MM = 2
022091         DIVIDE CARTAO-VAL-AAAA BY 4 GIVING WS-VAL-QUOCIENTE
022092             REMAINDER WS-VAL-RESTO-4
022093         DIVIDE CARTAO-VAL-AAAA BY 100 GIVING WS-VAL-QUOCIENTE
022094             REMAINDER WS-VAL-RESTO-100
022095         DIVIDE CARTAO-VAL-AAAA BY 400 GIVING WS-VAL-QUOCIENTE
022096             REMAINDER WS-VAL-RESTO-400
022097         IF WS-VAL-RESTO-4 = ZERO
022098             AND (WS-VAL-RESTO-100 NOT = ZERO
022099                  OR WS-VAL-RESTO-400 = ZERO)
022100             MOVE 29 TO WS-DIAS-MES-MAX
022101         END-IF
022102     END-IF
022103     IF CARTAO-VAL-DD > WS-DIAS-MES-MAX
022104         GO TO 2130-EXIT
022105     END-IF
022106     IF CARTAO-VALIDADE-N < WS-CICLO-DATA
022107         GO TO 2130-EXIT
022108     END-IF
022109     MOVE "S" TO WS-SW-VALIDADE-OK.
022110 2130-EXIT.
022111     EXIT.
022112***************************************************************
022113*    2150-VERIFICAR-DUPLICADO                                 *
022114*    PROCURA NA CHAVE ALTERNATIVA UM REGISTRO ATIVO COM O     *
022115*    MESMO NOME DO CARTAO, PERCORRENDO OS EVENTUAIS           *
022116*    DUPLICADOS DA CHAVE. REGISTROS CANCELADOS NAO CONTAM     *
022117*    COMO DUPLICADO.                                          *
022118***************************************************************
022119 2150-VERIFICAR-DUPLICADO.
022120     MOVE "N" TO WS-SW-DUPLICADO
022121     MOVE "N" TO WS-SW-FIM-DUP
022122     MOVE CARTAO-NOME TO NOME-NOME
022123     READ NOME-MASTER KEY IS NOME-NOME
022124         INVALID KEY
022125             MOVE "S" TO WS-SW-FIM-DUP
022126     END-READ
022127     IF WS-STATUS-ARQ NOT = "00"
022128         MOVE "S" TO WS-SW-FIM-DUP
022129     END-IF
022130     PERFORM 2160-TESTAR-ATIVO THRU 2160-EXIT
022131         UNTIL WS-NOME-DUPLICADO OR WS-FIM-DUP.
022132 2150-EXIT.
022133     EXIT.
022134 2160-TESTAR-ATIVO.
022135     IF NOME-NOME NOT = CARTAO-NOME
022136         MOVE "S" TO WS-SW-FIM-DUP
022137     ELSE
022138         IF NOME-STATUS-ATIVO
022139             MOVE "S" TO WS-SW-DUPLICADO
022140         ELSE
022141             READ NOME-MASTER NEXT RECORD
022142                 AT END
022143                     MOVE "S" TO WS-SW-FIM-DUP
022144             END-READ
022145             IF WS-STATUS-ARQ NOT = "00"
022146                 MOVE "S" TO WS-SW-FIM-DUP
022147             END-IF
022148         END-IF
022149     END-IF.
022150 2160-EXIT.
022151     EXIT.
022152***************************************************************
022200*    2200-GRAVAR-CHECKPOINT                                   *
022300*    REESCREVE O ARQUIVO DE CHECKPOINT COM A QUANTIDADE DE    *
022400*    REGISTROS DE ENTRADA JA PROCESSADOS E OS TOTAIS          *
022880     MOVE WS-CONT-REJEITADOS TO CKPT-REJEITADOS
022885     MOVE WS-CONT-CANCELADOS TO CKPT-CANCELADOS
022890     MOVE WS-CONT-REATIVADOS TO CKPT-REATIVADOS
022895     MOVE WS-EXECUCAO-ID     TO CKPT-EXECUCAO
022900     WRITE CKPT-REGISTRO
023000     CLOSE NOME-CKPT.
023100 2200-EXIT.
023265     MOVE "BATCH"          TO JRNL-OPERADOR
023270     MOVE WS-DATA-SISTEMA  TO JRNL-DATA
023275     MOVE WS-HORA-HHMMSS   TO JRNL-HORA
023277     MOVE SPACES           TO JRNL-APROVADOR
023278     MOVE WS-EXECUCAO-ID   TO JRNL-EXECUCAO
023280     WRITE JRNL-REGISTRO
023285     IF WS-STATUS-JRN NOT = "00"
023290         DISPLAY "ERRO AO GRAVAR JORNAL: " WS-STATUS-JRN
023302*    2400-GRAVAR-REJEITO                                      *
023304*    GRAVA NO ARQUIVO DE SUSPENSOS A IMAGEM ORIGINAL DO       *
023306*    CARTAO REJEITADO, O MOTIVO DA REJEICAO (INVALIDO,        *
023308*    DUPLICADO, VALIDADE, ERRO DE GRAVACAO...) E A DATA DA    *
023309*    CARGA, COM A VALIDADE DIGITADA NO CARTAO.                *
023310***************************************************************
023312 2400-GRAVAR-REJEITO.
023313     MOVE CARTAO-TIPO     TO REJ-TIPO
023314     MOVE CARTAO-NOME     TO REJ-NOME-CARTAO
023315     MOVE CARTAO-VALIDADE TO REJ-VALIDADE
023316     MOVE WS-REJ-MOTIVO   TO REJ-MOTIVO
023318     MOVE WS-DATA-SISTEMA TO REJ-DATA
023320     WRITE REJ-REGISTRO
023322     IF WS-STATUS-REJ NOT = "00"
023324         DISPLAY "ERRO AO GRAVAR SUSPENSO: " WS-STATUS-REJ
023325     END-IF
023326     MOVE "R" TO WS-RSP-RESULTADO
023327     PERFORM 2800-GRAVAR-RESPOSTA THRU 2800-EXIT.
023328 2400-EXIT.
023330     EXIT.
023332***************************************************************
023420                 MOVE "A" TO WS-JRNL-ACAO
023424                 MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
023428                 PERFORM 2300-GRAVAR-JORNAL THRU 2300-EXIT
023429                 MOVE "C" TO WS-RSP-RESULTADO
023430                 PERFORM 2800-GRAVAR-RESPOSTA THRU 2800-EXIT
023432         END-REWRITE
023436     ELSE
023440         DISPLAY "NOME ATIVO NAO ENCONTRADO: " NOME-CARTAO
023588                     MOVE "A" TO WS-JRNL-ACAO
023592                     MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
023596                     PERFORM 2300-GRAVAR-JORNAL THRU 2300-EXIT
023597                     MOVE "C" TO WS-RSP-RESULTADO
023598                     PERFORM 2800-GRAVAR-RESPOSTA THRU 2800-EXIT
023600             END-REWRITE
023604         ELSE
023608             DISPLAY "NOME CANCELADO NAO ENCONTRADO: "
023826 2700-EXIT.
023827     EXIT.
023828***************************************************************
023829*    2800-GRAVAR-RESPOSTA                                     *
023830*    NO LOTE DE INTERFACE, DEVOLVE AO REMETENTE O RESULTADO   *
023831*    DO CARTAO CORRENTE: CARREGADO COM A NOME-SEQ DO REGISTRO *
023832*    GRAVADO OU ALTERADO, OU REJEITADO COM O MOTIVO GRAVADO   *
023833*    NO NOMEREJ. O NUMERO DO CARTAO E A POSICAO DELE NO LOTE, *
023834*    SEM CONTAR O HEADER.                                     *
023835***************************************************************
023836 2800-GRAVAR-RESPOSTA.
023837     IF NOT WS-LOTE-INTERFACE
023838         GO TO 2800-EXIT
023839     END-IF
023840     MOVE SPACES TO RSP-REGISTRO
023841     SET RSP-REG-DETALHE TO TRUE
023842     MOVE WS-LOTE-ORIGEM  TO RSP-ORIGEM
023843     MOVE WS-LOTE-NUMERO  TO RSP-LOTE
023844     COMPUTE RSP-CARTAO-NUM = WS-CKPT-CONTADOR - 1
023845     MOVE CARTAO-TIPO     TO RSP-TIPO-TRANS
023846     MOVE CARTAO-NOME     TO RSP-NOME
023847     MOVE WS-RSP-RESULTADO TO RSP-RESULTADO
023848     IF RSP-RES-CARREGADO
023849         MOVE NOME-SEQ    TO RSP-NOME-SEQ
023850         MOVE SPACE       TO RSP-MOTIVO
023851     ELSE
023852         MOVE ZERO        TO RSP-NOME-SEQ
023853         MOVE WS-REJ-MOTIVO TO RSP-MOTIVO
023854     END-IF
023855     WRITE RSP-REGISTRO
023856     IF WS-STATUS-RSP NOT = "00"
023857         DISPLAY "ERRO AO GRAVAR RESPOSTA: " WS-STATUS-RSP
023858     END-IF.
023859 2800-EXIT.
023860     EXIT.
023861***************************************************************
023862*    2810-GRAVAR-RSP-HEADER                                   *
023863*    GRAVA O REGISTRO H DA RESPOSTA: LOTE ACEITO OU RECUSADO  *
023864*    COM O MOTIVO E A DATA DA CARGA.                          *
023865***************************************************************
023866 2810-GRAVAR-RSP-HEADER.
023867     MOVE SPACES TO RSP-REGISTRO
023868     SET RSP-REG-HEADER TO TRUE
023869     MOVE WS-LOTE-ORIGEM  TO RSP-ORIGEM
023870     MOVE WS-LOTE-NUMERO  TO RSP-LOTE
023871     IF WS-LOTE-MOTIVO = SPACE
023872         SET RSP-LOTE-ACEITO TO TRUE
023873     ELSE
023874         SET RSP-LOTE-RECUSADO TO TRUE
023875     END-IF
023876     MOVE WS-LOTE-MOTIVO  TO RSP-LOTE-MOTIVO
023877     MOVE WS-DATA-SISTEMA TO RSP-DATA-CARGA
023878     WRITE RSP-REGISTRO
023879     IF WS-STATUS-RSP NOT = "00"
023880         DISPLAY "ERRO AO GRAVAR RESPOSTA: " WS-STATUS-RSP
023881     END-IF.
023882 2810-EXIT.
023883     EXIT.
023884***************************************************************
023885*    2820-GRAVAR-RSP-TRAILER                                  *
023886*    GRAVA O REGISTRO T DA RESPOSTA COM AS QUANTIDADES DE     *
023887*    CARTOES DE DETALHE, CARREGADOS E REJEITADOS (TOTAIS DO   *
023888*    JOB LOGICO, INCLUINDO EVENTUAIS REINICIOS).              *
023889***************************************************************
023890 2820-GRAVAR-RSP-TRAILER.
023891     COMPUTE WS-CONT-CARREGADOS = WS-CONT-GRAVADOS
023892         + WS-CONT-CANCELADOS + WS-CONT-REATIVADOS
023893     MOVE SPACES TO RSP-REGISTRO
023894     SET RSP-REG-TRAILER TO TRUE
023895     MOVE WS-LOTE-ORIGEM     TO RSP-ORIGEM
023896     MOVE WS-LOTE-NUMERO     TO RSP-LOTE
023897     MOVE WS-CONT-LIDOS      TO RSP-QTD-CARTOES
023898     MOVE WS-CONT-CARREGADOS TO RSP-QTD-CARREGADOS
023899     IF WS-CONT-LIDOS > WS-CONT-CARREGADOS
023900         COMPUTE RSP-QTD-REJEITADOS =
023901             WS-CONT-LIDOS - WS-CONT-CARREGADOS
023902     ELSE
023903         MOVE ZERO TO RSP-QTD-REJEITADOS
023904     END-IF
023905     WRITE RSP-REGISTRO
023906     IF WS-STATUS-RSP NOT = "00"
023907         DISPLAY "ERRO AO GRAVAR RESPOSTA: " WS-STATUS-RSP
023908     END-IF.
023909 2820-EXIT.
023910     EXIT.
023911***************************************************************
023912*    2900-REGISTRAR-LOTE                                      *
023913*    ACRESCENTA O LOTE AO CADASTRO DE LOTES RECEBIDOS COM A   *
023914*    SITUACAO DE WS-LOTE-SIT (C CARREGADO, R RECUSADO), O     *
023915*    MOTIVO E OS TOTAIS CONFERIDOS.                           *
023916***************************************************************
023917 2900-REGISTRAR-LOTE.
023918     ACCEPT WS-HORA-SISTEMA FROM TIME
023919     OPEN EXTEND NOME-LOTES
023920     IF WS-STATUS-LOT = "35"
023921         OPEN OUTPUT NOME-LOTES
023922         CLOSE NOME-LOTES
023923         OPEN EXTEND NOME-LOTES
023924     END-IF
023925     MOVE WS-LOTE-ORIGEM  TO LOTE-ORIGEM
023926     MOVE WS-LOTE-NUMERO  TO LOTE-NUMERO
023927     MOVE WS-LOTE-DATA    TO LOTE-DATA-LOTE
023928     MOVE WS-CONF-QTD     TO LOTE-QTD
023929     MOVE WS-CONF-HASH    TO LOTE-HASH
023930     MOVE WS-LOTE-SIT     TO LOTE-SITUACAO
023931     MOVE WS-LOTE-MOTIVO  TO LOTE-MOTIVO
023932     MOVE WS-DATA-SISTEMA TO LOTE-DATA-CARGA
023933     MOVE WS-HORA-HHMMSS  TO LOTE-HORA-CARGA
023935     MOVE WS-EXECUCAO-ID  TO LOTE-EXECUCAO
023937     WRITE LOTE-REGISTRO
023939     IF WS-STATUS-LOT NOT = "00"
023941         DISPLAY "ERRO AO GRAVAR CADASTRO DE LOTES: "
023943             WS-STATUS-LOT
023945     END-IF
023947     CLOSE NOME-LOTES.
023949 2900-EXIT.
023951     EXIT.
023953***************************************************************
023955*    9000-FINALIZAR                                           *
023957*    FECHA OS ARQUIVOS, EXIBE OS TOTAIS DO JOB LOGICO         *
023959*    COMPLETO (INCLUINDO EVENTUAIS REINICIOS) E, COMO A       *
023961*    CARGA TERMINOU NORMALMENTE, ZERA O CHECKPOINT PARA QUE A *
023963*    PROXIMA CARGA COMECE DO INICIO DE UM NOVO ARQUIVO DE     *
023965*    ENTRADA, E LIBERA A TRAVA DO MESTRE. O CHECKPOINT SO E   *
023967*    ZERADO SE O ARQUIVO DE ENTRADA CHEGOU A ABRIR - UMA      *
023969*    CARGA SUBMETIDA SEM NOMEIN NAO PODE APAGAR A POSICAO     *
023971*    DE REINICIO DA CARGA ANTERIOR. QUANDO A CARGA FOI        *
023973*    RECUSADA PELA TRAVA NADA E FECHADO NEM ZERADO.           *
023975***************************************************************
023977 9000-FINALIZAR.
024000     IF WS-TRAVA-TOMADA
024100         IF WS-ENT-ABERTA
024120             PERFORM 9100-ZERAR-CHECKPOINT THRU 9100-EXIT
024160             DISPLAY "ENTRADA NAO PROCESSADA - CHECKPOINT "
024180                 "PRESERVADO"
024190         END-IF
024192         IF WS-LOTE-INTERFACE
024194             PERFORM 9200-ENCERRAR-LOTE THRU 9200-EXIT
024196         END-IF
024200         CLOSE NOME-ENTRADA
024300         CLOSE NOME-MASTER
024350         CLOSE NOME-JORNAL
024650         DISPLAY "CANCELADOS...........: " WS-CONT-CANCELADOS
024670         DISPLAY "REATIVADOS...........: " WS-CONT-REATIVADOS
024700         DISPLAY "REJEITADOS...........: " WS-CONT-REJEITADOS
024705         DISPLAY "EXECUCAO.............: " WS-EXECUCAO-ID
024710         IF WS-LOTE-INTERFACE
024720             DISPLAY "LOTE.................: " WS-LOTE-ORIGEM
024730                 " " WS-LOTE-NUMERO
024740         END-IF
024750     END-IF
024760     MOVE WS-CONT-LIDOS    TO WS-CIC-LIDOS
024770     MOVE WS-CONT-GRAVADOS TO WS-CIC-GRAVADOS
025500     MOVE ZERO TO CKPT-REJEITADOS
025520     MOVE ZERO TO CKPT-CANCELADOS
025540     MOVE ZERO TO CKPT-REATIVADOS
025570     MOVE SPACES TO CKPT-EXECUCAO
025600     OPEN OUTPUT NOME-CKPT
025700     WRITE CKPT-REGISTRO
025800     CLOSE NOME-CKPT.
025900 9100-EXIT.
026000     EXIT.
026100***************************************************************
026200*    9200-ENCERRAR-LOTE                                       *
026300*    LOTE DE INTERFACE ACEITO E PROCESSADO ATE O FIM: FECHA A *
026400*    RESPOSTA COM O REGISTRO T E REGISTRA O LOTE COMO         *
026500*    CARREGADO, PARA QUE NAO SEJA CARREGADO DE NOVO. LOTE     *
026600*    RECUSADO JA FOI TRATADO NA ABERTURA E SO TEM A RESPOSTA  *
026700*    FECHADA.                                                 *
026800***************************************************************
026900 9200-ENCERRAR-LOTE.
027000     IF WS-LOTE-MOTIVO = SPACE AND WS-ENT-ABERTA
027100         PERFORM 2820-GRAVAR-RSP-TRAILER THRU 2820-EXIT
027200         MOVE "C" TO WS-LOTE-SIT
027300         PERFORM 2900-REGISTRAR-LOTE THRU 2900-EXIT
027400     END-IF
027500     CLOSE NOME-RESPOSTA.
027600 9200-EXIT.
027700     EXIT.
