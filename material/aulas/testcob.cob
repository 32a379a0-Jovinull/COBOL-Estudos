002156*                       PESQUISA POR PREFIXO COM PAGINACAO,   *
002157*                       SEMPRE MARCADA COMO HISTORICO PARA    *
002158*                       NAO SER CONFUNDIDA COM REGISTRO VIVO. *
002161*    2026-10-15 JPO     DUPLA CUSTODIA: CANCELAR, REATIVAR E  *
002164*                       CORRIGIR NOME (OPCOES 4, 5 E 7)       *
002167*                       PASSAM A GRAVAR UMA SOLICITACAO NO    *
002170*                       ARQUIVO DE PENDENTES NOMEPEND, ABERTA *
002173*                       A QUALQUER OPERADOR, COM MOTIVO. NOVA *
002176*                       OPCAO A PARA OUTRO SUPERVISOR (NUNCA  *
002179*                       O SOLICITANTE) APROVAR OU REJEITAR;   *
002182*                       SO A APROVACAO ATUALIZA O MESTRE E O  *
002185*                       JORNAL LEVA O SOLICITANTE E O         *
002188*                       APROVADOR.                            *
002190*    2026-10-15 JPO     LANCAMENTO DO JORNAL COM O            *
002192*                       IDENTIFICADOR DA EXECUCAO EM BRANCO   *
002194*                       (SO A CARGA EM LOTE O PREENCHE).      *
002205*    2026-10-15 JPO     NOME AMPLIADO PARA 40 POSICOES COM    *
002216*                       BRANCOS ENTRE AS PALAVRAS: A          *
002227*                       NORMALIZACAO DA ENTRADA REDUZ BRANCOS *
002238*                       REPETIDOS A UM SO E O TAMANHO DO      *
002249*                       PREFIXO DA PESQUISA VAI ATE O ULTIMO  *
002260*                       CARACTER NAO BRANCO.                  *
002261*    2026-10-15 JPO     DATA DE VALIDADE NA INCLUSAO          *
002262*                       (OPCIONAL; CONFERIDA COMO DATA DE     *
002263*                       CALENDARIO E NAO ANTERIOR A HOJE),    *
002264*                       EXIBIDA NO DETALHE DO MESTRE E DO     *
002265*                       HISTORICO. REATIVACAO DE NOME COM     *
002266*                       VALIDADE VENCIDA E RECUSADA.          *
002267*    2026-10-15 JPO     MESCLAGEM DE NOMES (OPCAO M,          *
002268*                       SUPERVISOR): O REGISTRO ABSORVIDO E   *
002269*                       CANCELADO COM A SEQUENCIA DO          *
002270*                       SOBREVIVENTE, PELA FILA DE PENDENTES  *
002271*                       COMO O CANCELAMENTO, COM ACAO PROPRIA *
002272*                       M NO JORNAL. O DETALHE DO MESTRE      *
002273*                       MOSTRA PARA ONDE O REGISTRO FOI       *
002274*                       MESCLADO E QUAIS ELE ABSORVEU, O DO   *
002275*                       HISTORICO MOSTRA O VINCULO. NOME      *
002276*                       MESCLADO NAO E REATIVADO.             *
002277***************************************************************
002282 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. TESTCOB.
002400 AUTHOR. J. OLIVEIRA.
002500 INSTALLATION. ESTUDOS COBOL.
004110     SELECT NOME-JORNAL ASSIGN TO "NOMEJRNL"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS WS-STATUS-JRN.
004131     SELECT NOME-PENDENTE ASSIGN TO "NOMEPEND"
004132         ORGANIZATION IS INDEXED
004133         ACCESS MODE IS DYNAMIC
004134         RECORD KEY IS PEND-NUMERO
004135         ALTERNATE RECORD KEY IS PEND-SEQ WITH DUPLICATES
004136         FILE STATUS IS WS-STATUS-PEN.
004140     SELECT OPER-MASTER ASSIGN TO "OPERMAST"
004150         ORGANIZATION IS INDEXED
004160         ACCESS MODE IS DYNAMIC
004610 FD  NOME-JORNAL
004620     LABEL RECORDS ARE STANDARD.
004630 COPY "nomejrn.cpy".
004632 FD  NOME-PENDENTE
004634     LABEL RECORDS ARE STANDARD.
004636 COPY "nomepen.cpy".
004640 FD  OPER-MASTER
004650     LABEL RECORDS ARE STANDARD.
004660 COPY "operrec.cpy".
004698     LABEL RECORDS ARE STANDARD.
004699 COPY "nomehis.cpy".
004700 WORKING-STORAGE SECTION.
004800 77  WS-NOME-ENTRADA             PIC X(40).
004900 77  WS-OPCAO                    PIC X(01).
005000 77  WS-PESQUISA                 PIC X(40).
005100 77  WS-STATUS-ARQ               PIC X(02).
005110 77  WS-STATUS-JRN               PIC X(02).
005120 77  WS-STATUS-OPE               PIC X(02).
006200 77  WS-DATA-SISTEMA             PIC 9(08).
006300 77  WS-NOME-OPERADOR            PIC X(08).
006310 77  WS-JRNL-ACAO                PIC X(01).
006320 77  WS-IMAGEM-ANTES             PIC X(80).
006330 77  WS-IMAGEM-DEPOIS            PIC X(80).
006340 01  WS-HORA-SISTEMA.
006350     05  WS-HORA-HHMMSS          PIC 9(06).
006360     05  FILLER                  PIC 9(02).
006570     88  WS-FIM-PREFIXO          VALUE "S".
006580 77  WS-PREFIXO-TAM              PIC 9(02) COMP VALUE ZERO.
006590 77  WS-IDX-PRX                  PIC 9(02) COMP VALUE ZERO.
006592 77  WS-NOME-COMPACTO            PIC X(40).
006593 77  WS-CHAR-ANTERIOR            PIC X(01).
006594 77  WS-POS-ORIGEM               PIC 9(02) COMP VALUE ZERO.
006595 77  WS-POS-DESTINO              PIC 9(02) COMP VALUE ZERO.
006600 77  WS-LINHAS-BROWSE            PIC 9(02) VALUE 10.
006610 77  WS-CONT-PAG-BROWSE          PIC 9(02) VALUE ZERO.
006620 77  WS-CONT-MATCHES             PIC 9(06) VALUE ZERO.
006746     05  WS-VAL-AAAA             PIC 9(04).
006748     05  WS-VAL-MM               PIC 9(02).
006750     05  WS-VAL-DD               PIC 9(02).
006780 77  WS-STATUS-PEN               PIC X(02).
006810 77  WS-JRNL-OPERADOR            PIC X(08).
006840 77  WS-JRNL-APROVADOR           PIC X(08).
006870 77  WS-MAIOR-PEND               PIC 9(06) VALUE ZERO.
006900 77  WS-PEND-TIPO                PIC X(01).
006930 77  WS-PEND-SEQ                 PIC 9(06).
006960 77  WS-PEND-NOME-ATUAL          PIC X(40).
006990 77  WS-PEND-NOME-NOVO           PIC X(40).
007020 77  WS-PEND-MOTIVO              PIC X(40).
007050 77  WS-PEND-DESCRICAO           PIC X(08).
007080 77  WS-PEND-ESCOLHA             PIC X(06).
007110 77  WS-PEND-DECISAO             PIC X(01).
007140 77  WS-CONT-PEND-LIST           PIC 9(04) VALUE ZERO.
007170 77  WS-SW-PEND-ABERTA           PIC X(01) VALUE "N".
007200     88  WS-PEND-ABERTA          VALUE "S".
007230 77  WS-SW-FIM-PEND              PIC X(01) VALUE "N".
007260     88  WS-FIM-PEND             VALUE "S".
007290 77  WS-SW-APLICADA              PIC X(01) VALUE "N".
007320     88  WS-APLICADA             VALUE "S".
007329 77  WS-SW-VALIDADE-OK           PIC X(01) VALUE "N".
007338     88  WS-VALIDADE-OK          VALUE "S".
007347 01  WS-VALIDADE-NOME            PIC X(08).
007356 01  WS-VALIDADE-NOME-R REDEFINES WS-VALIDADE-NOME.
007365     05  WS-VNO-AAAA             PIC 9(04).
007374     05  WS-VNO-MM               PIC 9(02).
007383     05  WS-VNO-DD               PIC 9(02).
007392 01  WS-VALIDADE-NOME-N REDEFINES WS-VALIDADE-NOME
007401                                 PIC 9(08).
007410 01  WS-TAB-DIAS-MES-VALORES.
007419     05  FILLER                  PIC X(24)
007428                                 VALUE "312831303130313130313031".
007437 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-VALORES.
007446     05  WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
007455 77  WS-DIAS-MES-MAX             PIC 9(02).
007464 77  WS-VNO-QUOCIENTE            PIC 9(04).
007473 77  WS-VNO-RESTO-4              PIC 9(04).
007482 77  WS-VNO-RESTO-100            PIC 9(04).
007491 77  WS-VNO-RESTO-400            PIC 9(04).
007492 77  WS-PEND-SEQ-SOBREV          PIC 9(06).
007493 77  WS-MESC-SOBREV-ENT          PIC X(06).
007494 77  WS-MESC-ABSORV-ENT          PIC X(06).
007495 77  WS-SEQ-DETALHE              PIC X(06).
007496 77  WS-CONT-ABSORVIDOS          PIC 9(04) VALUE ZERO.
007500 PROCEDURE DIVISION.
007600***************************************************************
007700*    0000-MAINLINE                                            *
010350             MOVE WS-NOME-OPERADOR TO WS-TRAVA-ORIGEM-SES
010360             PERFORM 1070-TOMAR-TRAVA THRU 1070-EXIT
010400             PERFORM 1100-OBTER-MAIOR-SEQ THRU 1100-EXIT
010405             PERFORM 1300-ABRIR-PENDENTES THRU 1300-EXIT
010410         ELSE
010420             DISPLAY "ACESSO NEGADO - PROGRAMA ENCERRADO"
010430             MOVE "S" TO WS-SW-FIM-MENU
014036     END-IF.
014038 1260-EXIT.
014040     EXIT.
014041***************************************************************
014042*    1300-ABRIR-PENDENTES                                     *
014043*    ABRE O ARQUIVO DE SOLICITACOES PENDENTES NOMEPEND        *
014044*    (CRIANDO-O NA PRIMEIRA EXECUCAO) E DESCOBRE O ULTIMO     *
014045*    NUMERO DE SOLICITACAO JA DISTRIBUIDO, PERCORRENDO A      *
014046*    CHAVE PRIMARIA.                                          *
014047***************************************************************
014048 1300-ABRIR-PENDENTES.
014049     OPEN I-O NOME-PENDENTE
014050     IF WS-STATUS-PEN = "35"
014051         OPEN OUTPUT NOME-PENDENTE
014052         CLOSE NOME-PENDENTE
014053         OPEN I-O NOME-PENDENTE
014054     END-IF
014055     MOVE ZERO TO WS-MAIOR-PEND
014056     IF WS-STATUS-PEN NOT = "00"
014057         DISPLAY "ARQUIVO DE PENDENTES INDISPONIVEL: "
014058             WS-STATUS-PEN
014059     ELSE
014060         MOVE LOW-VALUES TO PEND-NUMERO
014061         START NOME-PENDENTE KEY IS NOT LESS THAN PEND-NUMERO
014062             INVALID KEY
014063                 MOVE "10" TO WS-STATUS-PEN
014064         END-START
014065         IF WS-STATUS-PEN = "00"
014066             PERFORM 1310-LER-PROXIMA-PEND THRU 1310-EXIT
014067                 UNTIL WS-STATUS-PEN NOT = "00"
014068         END-IF
014069     END-IF.
014070 1300-EXIT.
014071     EXIT.
014072 1310-LER-PROXIMA-PEND.
014073     READ NOME-PENDENTE NEXT RECORD
014074         AT END
014075             MOVE "10" TO WS-STATUS-PEN
014076     END-READ
014077     IF WS-STATUS-PEN = "00"
014078         IF PEND-NUMERO > WS-MAIOR-PEND
014079             MOVE PEND-NUMERO TO WS-MAIOR-PEND
014080         END-IF
014081     END-IF.
014082 1310-EXIT.
014083     EXIT.
014084***************************************************************
014085*    2000-PROCESSAR-MENU                                      *
014086*    EXIBE O MENU PRINCIPAL E DESVIA PARA A OPCAO ESCOLHIDA.  *
014087***************************************************************
014100 2000-PROCESSAR-MENU.
014200     DISPLAY " "
014300     DISPLAY "============================================"
014500     DISPLAY "  1 - INCLUIR NOME"
014600     DISPLAY "  2 - LISTAR NOMES"
014700     DISPLAY "  3 - PESQUISAR NOME"
014714     DISPLAY "  4 - SOLICITAR CANCELAMENTO DE NOME"
014728     DISPLAY "  5 - SOLICITAR REATIVACAO DE NOME"
014742     DISPLAY "  6 - MANUTENCAO DE OPERADORES (SUPERVISOR)"
014756     DISPLAY "  7 - SOLICITAR CORRECAO DE NOME"
014770     DISPLAY "  8 - CONSULTAR HISTORICO (EXPURGADOS)"
014777     DISPLAY "  M - SOLICITAR MESCLAGEM DE NOMES (SUPERVISOR)"
014784     DISPLAY "  A - APROVAR/REJEITAR SOLICITACOES (SUPERVISOR)"
014800     DISPLAY "  9 - SAIR"
014900     DISPLAY "============================================"
015000     DISPLAY "OPCAO: "
015700         WHEN "3"
015800             PERFORM 5000-PESQUISAR-NOME THRU 5000-EXIT
015810         WHEN "4"
015820             PERFORM 6000-CANCELAR-NOME THRU 6000-EXIT
015830         WHEN "5"
015840             PERFORM 7000-REATIVAR-NOME THRU 7000-EXIT
015850         WHEN "6"
015852             IF WS-SESSAO-SUPERVISOR
015854                 PERFORM 7500-MANTER-OPERADORES THRU 7500-EXIT
015856             ELSE
015858                 DISPLAY "OPCAO RESTRITA A SUPERVISOR"
015860             END-IF
015863         WHEN "7"
015866             PERFORM 7200-CORRIGIR-NOME THRU 7200-EXIT
015869         WHEN "8"
015872             PERFORM 7300-CONSULTAR-HISTORICO THRU 7300-EXIT
015875         WHEN "A"
015878         WHEN "a"
015881             IF WS-SESSAO-SUPERVISOR
015884                 PERFORM 6300-DECIDIR-SOLICITACOES THRU 6300-EXIT
015887             ELSE
015890                 DISPLAY "OPCAO RESTRITA A SUPERVISOR"
015893             END-IF
015904         WHEN "M"
015915         WHEN "m"
015926             IF WS-SESSAO-SUPERVISOR
015937                 PERFORM 6500-MESCLAR-NOMES THRU 6500-EXIT
015948             ELSE
015959                 DISPLAY "OPCAO RESTRITA A SUPERVISOR"
015970             END-IF
015981         WHEN "9"
016000             MOVE "S" TO WS-SW-FIM-MENU
016100         WHEN OTHER
016200             DISPLAY "OPCAO INVALIDA - TENTE NOVAMENTE"
016700*    3000-INCLUIR-NOME                                        *
016800*    CAPTURA UM NOME DO OPERADOR, VALIDA, NORMALIZA, CHECA    *
016900*    DUPLICIDADE CONTRA O ARQUIVO MESTRE E GRAVA O REGISTRO.  *
016950*    A DATA DE VALIDADE SO E PEDIDA PARA NOME NAO DUPLICADO.  *
017000***************************************************************
017100 3000-INCLUIR-NOME.
017200     MOVE "N" TO WS-SW-NOME-VALIDO
017600     IF WS-NOME-DUPLICADO
017700         DISPLAY "NOME JA CADASTRADO - REGISTRO NAO GRAVADO"
017800     ELSE
017820         MOVE "N" TO WS-SW-VALIDADE-OK
017840         PERFORM 3150-CAPTURAR-VALIDADE THRU 3150-EXIT
017860             UNTIL WS-VALIDADE-OK
017900         PERFORM 3500-GRAVAR-REGISTRO THRU 3500-EXIT
018000     END-IF.
018100 3000-EXIT.
018700     PERFORM 3200-VALIDAR-NOME THRU 3200-EXIT.
018800 3100-EXIT.
018900     EXIT.
018901***************************************************************
018902*    3150-CAPTURAR-VALIDADE                                   *
018903*    PEDE A DATA DE VALIDADE DO NOME (ULTIMO DIA EM QUE O     *
018904*    NOME VALE). EM BRANCO O NOME FICA SEM VALIDADE; OS NOMES *
018905*    VENCIDOS SAO CANCELADOS NA NOITE PELO TESTCOBT.          *
018906***************************************************************
018907 3150-CAPTURAR-VALIDADE.
018908     DISPLAY "DATA DE VALIDADE (AAAAMMDD, EM BRANCO = SEM "
018909         "VALIDADE): "
018910     MOVE SPACES TO WS-VALIDADE-NOME
018911     ACCEPT WS-VALIDADE-NOME
018912     PERFORM 3160-VALIDAR-VALIDADE THRU 3160-EXIT.
018913 3150-EXIT.
018914     EXIT.
018915***************************************************************
018916*    3160-VALIDAR-VALIDADE                                    *
018917*    ACEITA BRANCOS (SEM VALIDADE) OU UMA DATA AAAAMMDD QUE   *
018918*    EXISTA NO CALENDARIO (FEVEREIRO COM 29 DIAS SO EM ANO    *
018919*    BISSEXTO) E NAO SEJA ANTERIOR A DATA DO SISTEMA.         *
018920***************************************************************
018921 3160-VALIDAR-VALIDADE.
018922     MOVE "N" TO WS-SW-VALIDADE-OK
018923     IF WS-VALIDADE-NOME = SPACES
018924         MOVE "S" TO WS-SW-VALIDADE-OK
018925         GO TO 3160-EXIT
018926     END-IF
018927     IF WS-VALIDADE-NOME IS NOT NUMERIC
018928         DISPLAY "ERRO: DATA DE VALIDADE NAO NUMERICA - REDIGITE"
018929         GO TO 3160-EXIT
018930     END-IF
018931     IF WS-VNO-MM < 1 OR WS-VNO-MM > 12 OR WS-VNO-DD < 1
018932         DISPLAY "ERRO: DATA DE VALIDADE INEXISTENTE - REDIGITE"
018933         GO TO 3160-EXIT
018934     END-IF
018935     MOVE WS-DIAS-MES(WS-VNO-MM) TO WS-DIAS-MES-MAX
018936     IF WS-VNO-MM = 2
018937         DIVIDE WS-VNO-AAAA BY 4 GIVING WS-VNO-QUOCIENTE
018938             REMAINDER WS-VNO-RESTO-4
018939         DIVIDE WS-VNO-AAAA BY 100 GIVING WS-VNO-QUOCIENTE
018940             REMAINDER WS-VNO-RESTO-100
018941         DIVIDE WS-VNO-AAAA BY 400 GIVING WS-VNO-QUOCIENTE
018942             REMAINDER WS-VNO-RESTO-400
018943         IF WS-VNO-RESTO-4 = ZERO
018944             AND (WS-VNO-RESTO-100 NOT = ZERO
018945                  OR WS-VNO-RESTO-400 = ZERO)
018946             MOVE 29 TO WS-DIAS-MES-MAX
018947         END-IF
018948     END-IF
018949     IF WS-VNO-DD > WS-DIAS-MES-MAX
018950         DISPLAY "ERRO: DATA DE VALIDADE INEXISTENTE - REDIGITE"
018951         GO TO 3160-EXIT
018952     END-IF
018953     IF WS-VALIDADE-NOME-N < WS-DATA-SISTEMA
018954         DISPLAY "ERRO: DATA DE VALIDADE JA VENCIDA - REDIGITE"
018955         GO TO 3160-EXIT
018956     END-IF
018957     MOVE "S" TO WS-SW-VALIDADE-OK.
018958 3160-EXIT.
018959     EXIT.
019000***************************************************************
019100*    3200-VALIDAR-NOME                                        *
019200*    REJEITA ENTRADA EM BRANCO OU QUE NAO SEJA ALFABETICA.    *
020500     END-IF.
020600 3200-EXIT.
020700     EXIT.
020730***************************************************************
020760*    3300-NORMALIZAR-NOME                                     *
020790*    REMOVE ESPACOS A ESQUERDA E A DIREITA (O OPERADOR PODE   *
020820*    TER DIGITADO UM OU MAIS BRANCOS ANTES DO NOME), REDUZ A  *
020850*    UM SO OS BRANCOS REPETIDOS ENTRE AS PALAVRAS E CONVERTE  *
020880*    O RESULTADO PARA MAIUSCULAS.                             *
020910***************************************************************
020970 3300-NORMALIZAR-NOME.
021000     MOVE FUNCTION TRIM(WS-NOME-ENTRADA) TO WS-NOME-ENTRADA
021030     INSPECT WS-NOME-ENTRADA
021060         CONVERTING "abcdefghijklmnopqrstuvwxyz"
021090                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
021120     MOVE SPACES TO WS-NOME-COMPACTO
021150     MOVE SPACE  TO WS-CHAR-ANTERIOR
021180     MOVE ZERO   TO WS-POS-DESTINO
021210     PERFORM 3310-COMPACTAR-BRANCOS THRU 3310-EXIT
021240         VARYING WS-POS-ORIGEM FROM 1 BY 1
021270         UNTIL WS-POS-ORIGEM > 40
021300     MOVE WS-NOME-COMPACTO TO WS-NOME-ENTRADA.
021330 3300-EXIT.
021360     EXIT.
021390 3310-COMPACTAR-BRANCOS.
021420     IF WS-NOME-ENTRADA(WS-POS-ORIGEM:1) = SPACE
021450         AND WS-CHAR-ANTERIOR = SPACE
021480         CONTINUE
021510     ELSE
021540         ADD 1 TO WS-POS-DESTINO
021570         MOVE WS-NOME-ENTRADA(WS-POS-ORIGEM:1)
021600             TO WS-NOME-COMPACTO(WS-POS-DESTINO:1)
021630     END-IF
021660     MOVE WS-NOME-ENTRADA(WS-POS-ORIGEM:1) TO WS-CHAR-ANTERIOR.
021690 3310-EXIT.
021720     EXIT.
022000***************************************************************
022100*    3400-VERIFICAR-DUPLICADO                                 *
022200*    PROCURA O NOME JA NORMALIZADO NA CHAVE ALTERNATIVA DO    *
024000***************************************************************
024100 3500-GRAVAR-REGISTRO.
024200     ADD 1 TO WS-MAIOR-SEQ
024250     MOVE SPACES             TO NOME-REGISTRO
024300     MOVE WS-MAIOR-SEQ       TO NOME-SEQ
024400     MOVE WS-NOME-ENTRADA    TO NOME-NOME
024500     MOVE WS-DATA-SISTEMA    TO NOME-DATA-ENTRADA
024600     MOVE WS-NOME-OPERADOR   TO NOME-OPERADOR
024700     SET NOME-STATUS-ATIVO   TO TRUE
024750     MOVE WS-VALIDADE-NOME   TO NOME-DATA-VALIDADE
024800     WRITE NOME-REGISTRO
025000         INVALID KEY
025100             DISPLAY "ERRO AO GRAVAR O REGISTRO: " WS-STATUS-ARQ
025420             MOVE "I" TO WS-JRNL-ACAO
025440             MOVE SPACES TO WS-IMAGEM-ANTES
025460             MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
025466             MOVE WS-NOME-OPERADOR TO WS-JRNL-OPERADOR
025472             MOVE SPACES TO WS-JRNL-APROVADOR
025480             PERFORM 8000-GRAVAR-JORNAL THRU 8000-EXIT
025490             PERFORM 8100-GRAVAR-CONTROLE-SEQ THRU 8100-EXIT
025500     END-WRITE.
029410     END-IF.
029420 5000-EXIT.
029430     EXIT.
029439***************************************************************
029448*    5100-OBTER-TAM-PREFIXO                                   *
029457*    CONTA QUANTOS CARACTERES UTEIS (ATE O ULTIMO NAO BRANCO, *
029466*    POIS O NOME PODE TER BRANCOS ENTRE AS PALAVRAS) TEM O    *
029475*    PREFIXO DIGITADO, PARA A COMPARACAO PARCIAL.             *
029484***************************************************************
029502 5100-OBTER-TAM-PREFIXO.
029511     MOVE ZERO TO WS-PREFIXO-TAM
029520     MOVE "N" TO WS-SW-FIM-PREFIXO
029529     PERFORM 5110-CONTAR-CARACTER THRU 5110-EXIT
029538         VARYING WS-IDX-PRX FROM 40 BY -1
029547         UNTIL WS-IDX-PRX < 1
029556            OR WS-FIM-PREFIXO.
029565 5100-EXIT.
029574     EXIT.
029583 5110-CONTAR-CARACTER.
029592     IF WS-PESQUISA(WS-IDX-PRX:1) NOT = SPACE
029601         MOVE WS-IDX-PRX TO WS-PREFIXO-TAM
029610         MOVE "S" TO WS-SW-FIM-PREFIXO
029619     END-IF.
029628 5110-EXIT.
029637     EXIT.
029660***************************************************************
029670*    5200-PROCESSAR-PAGINA                                    *
029680*    EXIBE UMA PAGINA DE ATE DEZ NOMES COM O PREFIXO E, SE    *
030470***************************************************************
030480*    5400-EXIBIR-DETALHE                                      *
030490*    LE PELO NUMERO DE SEQUENCIA O REGISTRO ESCOLHIDO NA      *
030494*    PAGINA E EXIBE O DETALHE COMPLETO. REGISTRO MESCLADO     *
030498*    MOSTRA A SEQUENCIA EM QUE FOI MESCLADO; EM SEGUIDA SAO   *
030502*    LISTADOS OS REGISTROS QUE ELE ABSORVEU                   *
030506*    (5450-LISTAR-ABSORVIDOS).                                *
030510***************************************************************
030520 5400-EXIBIR-DETALHE.
030525     MOVE "N" TO WS-SW-ACHOU
030530     MOVE WS-RESP-BROWSE TO NOME-SEQ
030540     READ NOME-MASTER
030550         INVALID KEY
030560             DISPLAY "SEQUENCIA NAO ENCONTRADA: "
030570                 WS-RESP-BROWSE
030580         NOT INVALID KEY
030585             MOVE "S" TO WS-SW-ACHOU
030590             DISPLAY "SEQ: " NOME-SEQ
030600                 " NOME: " NOME-NOME
030610                 " DATA: " NOME-DATA-ENTRADA
030620                 " OPERADOR: " NOME-OPERADOR
030630                 " STATUS: " NOME-STATUS
030640             IF NOME-DATA-VALIDADE IS NUMERIC
030641                 DISPLAY "VALIDO ATE: " NOME-DATA-VALIDADE
030642             ELSE
030643                 DISPLAY "SEM DATA DE VALIDADE"
030644             END-IF
030645             IF NOME-STATUS-CANCELADO
030650                 DISPLAY "*** REGISTRO CANCELADO ***"
030660             END-IF
030662             IF NOT NOME-NAO-MESCLADO
030664                 DISPLAY "*** MESCLADO NA SEQ: " NOME-MESCLADO-EM
030666                     " ***"
030668             END-IF
030670     END-READ
030672     IF WS-ACHOU
030674         PERFORM 5450-LISTAR-ABSORVIDOS THRU 5450-EXIT
030676     END-IF.
030680 5400-EXIT.
030690     EXIT.
030691***************************************************************
030692*    5450-LISTAR-ABSORVIDOS                                   *
030693*    PERCORRE O MESTRE PELA CHAVE PRIMARIA E DEPOIS O         *
030694*    HISTORICO NOMEHIST (SE EXISTIR) E LISTA OS REGISTROS     *
030695*    MESCLADOS NO REGISTRO EXIBIDO, PARA QUE O OPERADOR VEJA  *
030696*    DE ONDE VIERAM AS SEQUENCIAS QUE ELE SUBSTITUI. SO E     *
030697*    USADO NO FIM DA CONSULTA, POIS REPOSICIONA O MESTRE.     *
030698***************************************************************
030699 5450-LISTAR-ABSORVIDOS.
030700     MOVE NOME-SEQ TO WS-SEQ-DETALHE
030701     MOVE ZERO TO WS-CONT-ABSORVIDOS
030702     MOVE "N" TO WS-SW-FIM-PESQ
030703     MOVE LOW-VALUES TO NOME-SEQ
030704     START NOME-MASTER KEY IS NOT LESS THAN NOME-SEQ
030705         INVALID KEY
030706             MOVE "S" TO WS-SW-FIM-PESQ
030707     END-START
030708     PERFORM 5460-TESTAR-ABSORVIDO THRU 5460-EXIT
030709         UNTIL WS-FIM-PESQ
030710     OPEN INPUT NOME-HISTORICO
030711     IF WS-STATUS-HIS = "00"
030712         MOVE "N" TO WS-SW-FIM-PESQ
030713         MOVE LOW-VALUES TO HIST-SEQ
030714         START NOME-HISTORICO KEY IS NOT LESS THAN HIST-SEQ
030715             INVALID KEY
030716                 MOVE "S" TO WS-SW-FIM-PESQ
030717         END-START
030718         PERFORM 5470-TESTAR-ABSORVIDO-HIST THRU 5470-EXIT
030719             UNTIL WS-FIM-PESQ
030720         CLOSE NOME-HISTORICO
030721     END-IF
030722     IF WS-CONT-ABSORVIDOS > ZERO
030723         DISPLAY "REGISTROS ABSORVIDOS: " WS-CONT-ABSORVIDOS
030724     END-IF.
030725 5450-EXIT.
030726     EXIT.
030727 5460-TESTAR-ABSORVIDO.
030728     READ NOME-MASTER NEXT RECORD
030729         AT END
030730             MOVE "S" TO WS-SW-FIM-PESQ
030731     END-READ
030732     IF WS-STATUS-ARQ NOT = "00"
030733         MOVE "S" TO WS-SW-FIM-PESQ
030734     END-IF
030735     IF NOT WS-FIM-PESQ
030736         AND NOME-MESCLADO-EM = WS-SEQ-DETALHE
030737         ADD 1 TO WS-CONT-ABSORVIDOS
030738         DISPLAY "ABSORVEU A SEQ: " NOME-SEQ " " NOME-NOME
030739     END-IF.
030740 5460-EXIT.
030741     EXIT.
030742 5470-TESTAR-ABSORVIDO-HIST.
030743     READ NOME-HISTORICO NEXT RECORD
030744         AT END
030745             MOVE "S" TO WS-SW-FIM-PESQ
030746     END-READ
030747     IF WS-STATUS-HIS NOT = "00"
030748         MOVE "S" TO WS-SW-FIM-PESQ
030749     END-IF
030750     IF NOT WS-FIM-PESQ
030751         AND HIST-MESCLADO-EM = WS-SEQ-DETALHE
030752         ADD 1 TO WS-CONT-ABSORVIDOS
030753         DISPLAY "ABSORVEU A SEQ: " HIST-SEQ " " HIST-NOME
030754             " (HISTORICO)"
030755     END-IF.
030756 5470-EXIT.
030757     EXIT.
030758***************************************************************
030759*    6000-CANCELAR-NOME                                       *
030760*    LOCALIZA O REGISTRO ATIVO DO NOME INFORMADO PELA CHAVE   *
030770*    ALTERNATIVA E REGISTRA A SOLICITACAO DE CANCELAMENTO NO  *
030790*    ARQUIVO DE PENDENTES. O MESTRE SO E ALTERADO QUANDO      *
030810*    OUTRO SUPERVISOR APROVAR A SOLICITACAO (6050-EFETIVAR-   *
030830*    CANCELAMENTO).                                           *
030850***************************************************************
030870 6000-CANCELAR-NOME.
030890     DISPLAY "DIGITE O NOME A CANCELAR: "
030910     ACCEPT WS-PESQUISA
030930     MOVE FUNCTION TRIM(WS-PESQUISA) TO WS-PESQUISA
030950     INSPECT WS-PESQUISA
030970         CONVERTING "abcdefghijklmnopqrstuvwxyz"
030990                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
031010     PERFORM 6100-LOCALIZAR-ATIVO THRU 6100-EXIT
031030     IF WS-ACHOU
031050         MOVE "C"       TO WS-PEND-TIPO
031070         MOVE NOME-SEQ  TO WS-PEND-SEQ
031090         MOVE NOME-NOME TO WS-PEND-NOME-ATUAL
031110         MOVE SPACES    TO WS-PEND-NOME-NOVO
031130         PERFORM 6200-REGISTRAR-SOLICITACAO THRU 6200-EXIT
031150     ELSE
031170         DISPLAY "NOME ATIVO NAO ENCONTRADO: " WS-PESQUISA
031190     END-IF.
031210 6000-EXIT.
031230     EXIT.
031250***************************************************************
031270*    6050-EFETIVAR-CANCELAMENTO                               *
031290*    MARCA COMO CANCELADO, VIA REWRITE, O REGISTRO ATIVO JA   *
031310*    LIDO NA AREA DO FD E LANCA A ALTERACAO NO JORNAL EM NOME *
031330*    DO SOLICITANTE E DO APROVADOR.                           *
031350***************************************************************
031370 6050-EFETIVAR-CANCELAMENTO.
031390     MOVE NOME-REGISTRO TO WS-IMAGEM-ANTES
031410     SET NOME-STATUS-CANCELADO TO TRUE
031430     REWRITE NOME-REGISTRO
031450         INVALID KEY
031470             DISPLAY "ERRO AO CANCELAR O REGISTRO: "
031490                 WS-STATUS-ARQ
031510         NOT INVALID KEY
031530             DISPLAY "NOME CANCELADO: " NOME-NOME
031550                 " SEQ: " NOME-SEQ
031570             MOVE "A" TO WS-JRNL-ACAO
031590             MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
031610             PERFORM 8000-GRAVAR-JORNAL THRU 8000-EXIT
031630             MOVE "S" TO WS-SW-APLICADA
031650     END-REWRITE.
031670 6050-EXIT.
031690     EXIT.
031880***************************************************************
031900*    6100-LOCALIZAR-ATIVO                                     *
031920*    PROCURA NA CHAVE ALTERNATIVA UM REGISTRO ATIVO CUJO      *
032500     END-IF.
032520 6110-EXIT.
032540     EXIT.
032541***************************************************************
032542*    6200-REGISTRAR-SOLICITACAO                               *
032543*    GRAVA NO ARQUIVO DE PENDENTES A SOLICITACAO MONTADA PELA *
032544*    OPCAO (TIPO, SEQUENCIA, NOME ATUAL E NOME CORRETO NA     *
032545*    CORRECAO), COM O MOTIVO OBRIGATORIO, O OPERADOR          *
032546*    SOLICITANTE E A DATA E HORA. RECUSA UMA SEGUNDA          *
032547*    SOLICITACAO PARA A MESMA SEQUENCIA ENQUANTO HOUVER UMA   *
032548*    AINDA PENDENTE.                                          *
032549***************************************************************
032550 6200-REGISTRAR-SOLICITACAO.
032551     PERFORM 6210-VERIFICAR-PENDENTE THRU 6210-EXIT
032552     IF WS-PEND-ABERTA
032553         DISPLAY "JA EXISTE SOLICITACAO PENDENTE PARA A SEQ "
032554             WS-PEND-SEQ ": " PEND-NUMERO
032555         DISPLAY "AGUARDE A DECISAO DO SUPERVISOR - NADA GRAVADO"
032556     ELSE
032557         MOVE SPACES TO WS-PEND-MOTIVO
032558         PERFORM 6230-CAPTURAR-MOTIVO THRU 6230-EXIT
032559             UNTIL WS-PEND-MOTIVO NOT = SPACES
032560         PERFORM 6240-GRAVAR-SOLICITACAO THRU 6240-EXIT
032561     END-IF.
032562 6200-EXIT.
032563     EXIT.
032564***************************************************************
032565*    6210-VERIFICAR-PENDENTE                                  *
032566*    PROCURA NA CHAVE ALTERNATIVA (SEQUENCIA DO MESTRE) UMA   *
032567*    SOLICITACAO AINDA PENDENTE PARA WS-PEND-SEQ, PERCORRENDO *
032568*    AS JA DECIDIDAS DA MESMA SEQUENCIA. AO FINAL, WS-PEND-   *
032569*    ABERTA INDICA SE ELA FICOU NA AREA DO FD.                *
032570***************************************************************
032571 6210-VERIFICAR-PENDENTE.
032572     MOVE "N" TO WS-SW-PEND-ABERTA
032573     MOVE "N" TO WS-SW-FIM-PEND
032574     MOVE WS-PEND-SEQ TO PEND-SEQ
032575     READ NOME-PENDENTE KEY IS PEND-SEQ
032576         INVALID KEY
032577             MOVE "S" TO WS-SW-FIM-PEND
032578     END-READ
032579     IF WS-STATUS-PEN(1:1) NOT = "0"
032580         MOVE "S" TO WS-SW-FIM-PEND
032581     END-IF
032582     PERFORM 6220-TESTAR-PENDENTE THRU 6220-EXIT
032583         UNTIL WS-PEND-ABERTA OR WS-FIM-PEND.
032584 6210-EXIT.
032585     EXIT.
032586 6220-TESTAR-PENDENTE.
032587     IF PEND-SEQ NOT = WS-PEND-SEQ
032588         MOVE "S" TO WS-SW-FIM-PEND
032589     ELSE
032590         IF PEND-SIT-PENDENTE
032591             MOVE "S" TO WS-SW-PEND-ABERTA
032592         ELSE
032593             READ NOME-PENDENTE NEXT RECORD
032594                 AT END
032595                     MOVE "S" TO WS-SW-FIM-PEND
032596             END-READ
032597             IF WS-STATUS-PEN(1:1) NOT = "0"
032598                 MOVE "S" TO WS-SW-FIM-PEND
032599             END-IF
032600         END-IF
032601     END-IF.
032602 6220-EXIT.
032603     EXIT.
032604 6230-CAPTURAR-MOTIVO.
032605     DISPLAY "MOTIVO DA SOLICITACAO (ATE 40 CARACTERES): "
032606     ACCEPT WS-PEND-MOTIVO
032607     MOVE FUNCTION TRIM(WS-PEND-MOTIVO) TO WS-PEND-MOTIVO
032608     INSPECT WS-PEND-MOTIVO
032609         CONVERTING "abcdefghijklmnopqrstuvwxyz"
032610                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
032611     IF WS-PEND-MOTIVO = SPACES
032612         DISPLAY "ERRO: MOTIVO E OBRIGATORIO - REDIGITE"
032613     END-IF.
032614 6230-EXIT.
032615     EXIT.
032616***************************************************************
032617*    6240-GRAVAR-SOLICITACAO                                  *
032618*    MONTA A SOLICITACAO COM O PROXIMO NUMERO, SITUACAO       *
032619*    PENDENTE E DECISOR EM BRANCO, E GRAVA NO ARQUIVO DE      *
032620*    PENDENTES. NA MESCLAGEM A AREA DO NOME NOVO LEVA A       *
032621*    SEQUENCIA E O NOME DO SOBREVIVENTE.                      *
032622***************************************************************
032623 6240-GRAVAR-SOLICITACAO.
032624     ACCEPT WS-HORA-SISTEMA FROM TIME
032625     ADD 1 TO WS-MAIOR-PEND
032626     MOVE WS-MAIOR-PEND      TO PEND-NUMERO
032627     MOVE WS-PEND-TIPO       TO PEND-TIPO
032628     MOVE WS-PEND-SEQ        TO PEND-SEQ
032629     MOVE WS-PEND-NOME-ATUAL TO PEND-NOME-ATUAL
032630     MOVE WS-PEND-NOME-NOVO  TO PEND-NOME-NOVO
032631     IF PEND-TIPO-MESCLAR
032632         MOVE WS-PEND-SEQ-SOBREV TO PEND-SEQ-SOBREVIVENTE
032633         MOVE WS-PEND-NOME-NOVO  TO PEND-NOME-SOBREVIVENTE
032634     END-IF
032635     MOVE WS-PEND-MOTIVO     TO PEND-MOTIVO
032636     MOVE WS-NOME-OPERADOR   TO PEND-SOLICITANTE
032637     MOVE WS-DATA-SISTEMA    TO PEND-DATA-SOLIC
032638     MOVE WS-HORA-HHMMSS     TO PEND-HORA-SOLIC
032639     SET PEND-SIT-PENDENTE   TO TRUE
032640     MOVE SPACES             TO PEND-DECISOR
032641     MOVE ZERO               TO PEND-DATA-DECISAO
032642     MOVE ZERO               TO PEND-HORA-DECISAO
032643     WRITE PEND-REGISTRO
032644         INVALID KEY
032645             DISPLAY "ERRO AO GRAVAR A SOLICITACAO: "
032646                 WS-STATUS-PEN
032647         NOT INVALID KEY
032648             DISPLAY "SOLICITACAO " PEND-NUMERO " REGISTRADA - "
032649                 "AGUARDANDO APROVACAO DE OUTRO SUPERVISOR"
032650     END-WRITE.
032651 6240-EXIT.
032652     EXIT.
032653***************************************************************
032654*    6300-DECIDIR-SOLICITACOES                                *
032655*    LISTA AS SOLICITACOES PENDENTES E PEDE AO SUPERVISOR O   *
032656*    NUMERO DA QUE VAI DECIDIR.                               *
032657***************************************************************
032658 6300-DECIDIR-SOLICITACOES.
032659     PERFORM 6310-LISTAR-PENDENTES THRU 6310-EXIT
032660     IF WS-CONT-PEND-LIST = ZERO
032661         DISPLAY "NENHUMA SOLICITACAO PENDENTE"
032662     ELSE
032663         DISPLAY "NUMERO DA SOLICITACAO (6 DIGITOS) OU X P/ "
032664             "ENCERRAR: "
032665         ACCEPT WS-PEND-ESCOLHA
032666         IF WS-PEND-ESCOLHA IS NUMERIC
032667             PERFORM 6320-DECIDIR-UMA THRU 6320-EXIT
032668         ELSE
032669             DISPLAY "NENHUMA SOLICITACAO DECIDIDA"
032670         END-IF
032671     END-IF.
032672 6300-EXIT.
032673     EXIT.
032674***************************************************************
032675*    6310-LISTAR-PENDENTES                                    *
032676*    PERCORRE O ARQUIVO DE PENDENTES PELA CHAVE PRIMARIA E    *
032677*    EXIBE AS SOLICITACOES AINDA NAO DECIDIDAS, COM O MOTIVO. *
032678***************************************************************
032679 6310-LISTAR-PENDENTES.
032680     MOVE ZERO TO WS-CONT-PEND-LIST
032681     MOVE LOW-VALUES TO PEND-NUMERO
032682     START NOME-PENDENTE KEY IS NOT LESS THAN PEND-NUMERO
032683         INVALID KEY
032684             MOVE "10" TO WS-STATUS-PEN
032685     END-START
032686     IF WS-STATUS-PEN = "00"
032687         DISPLAY "NUMERO TIPO     SEQ    NOME ATUAL NOME NOVO  "
032688             "SOLICIT. DATA"
032689         PERFORM 6315-LISTAR-PROX-PEND THRU 6315-EXIT
032690             UNTIL WS-STATUS-PEN NOT = "00"
032691     END-IF.
032692 6310-EXIT.
032693     EXIT.
032694 6315-LISTAR-PROX-PEND.
032695     READ NOME-PENDENTE NEXT RECORD
032696         AT END
032697             MOVE "10" TO WS-STATUS-PEN
032698     END-READ
032699     IF WS-STATUS-PEN = "00"
032700         IF PEND-SIT-PENDENTE
032701             ADD 1 TO WS-CONT-PEND-LIST
032702             PERFORM 6330-DESCREVER-TIPO THRU 6330-EXIT
032703             DISPLAY PEND-NUMERO " " WS-PEND-DESCRICAO " "
032704                 PEND-SEQ " " PEND-NOME-ATUAL " " PEND-NOME-NOVO
032705                 " " PEND-SOLICITANTE " " PEND-DATA-SOLIC
032706             DISPLAY "       MOTIVO: " PEND-MOTIVO
032707             IF PEND-TIPO-MESCLAR
032708                 DISPLAY "       MESCLAR NA SEQ: "
032709                     PEND-SEQ-SOBREVIVENTE " "
032710                     PEND-NOME-SOBREVIVENTE
032711             END-IF
032712         END-IF
032713     END-IF.
032714 6315-EXIT.
032715     EXIT.
032716***************************************************************
032717*    6320-DECIDIR-UMA                                         *
032718*    LE A SOLICITACAO ESCOLHIDA. SOLICITACAO JA DECIDIDA NAO  *
032719*    PODE SER DECIDIDA DE NOVO, E O SUPERVISOR QUE A          *
032720*    SOLICITOU NAO PODE DECIDI-LA - OUTRO SUPERVISOR DEVE     *
032721*    FAZE-LO (DUPLA CUSTODIA).                                *
032722***************************************************************
032723 6320-DECIDIR-UMA.
032724     MOVE "N" TO WS-SW-ACHOU
032725     MOVE WS-PEND-ESCOLHA TO PEND-NUMERO
032726     READ NOME-PENDENTE
032727         INVALID KEY
032728             DISPLAY "SOLICITACAO NAO ENCONTRADA: "
032729                 WS-PEND-ESCOLHA
032730         NOT INVALID KEY
032731             MOVE "S" TO WS-SW-ACHOU
032732     END-READ
032733     EVALUATE TRUE
032734         WHEN NOT WS-ACHOU
032735             CONTINUE
032736         WHEN NOT PEND-SIT-PENDENTE
032737             DISPLAY "SOLICITACAO JA DECIDIDA: " PEND-NUMERO
032738                 " SITUACAO: " PEND-SITUACAO " POR " PEND-DECISOR
032739         WHEN PEND-SOLICITANTE = WS-NOME-OPERADOR
032740             DISPLAY "O SOLICITANTE NAO PODE DECIDIR A PROPRIA "
032741                 "SOLICITACAO - OUTRO SUPERVISOR DEVE FAZE-LO"
032742         WHEN OTHER
032743             PERFORM 6340-PEDIR-DECISAO THRU 6340-EXIT
032744     END-EVALUATE.
032745 6320-EXIT.
032746     EXIT.
032747 6330-DESCREVER-TIPO.
032748     EVALUATE TRUE
032749         WHEN PEND-TIPO-CANCELAR
032750             MOVE "CANCELAR" TO WS-PEND-DESCRICAO
032751         WHEN PEND-TIPO-REATIVAR
032752             MOVE "REATIVAR" TO WS-PEND-DESCRICAO
032753         WHEN PEND-TIPO-CORRIGIR
032754             MOVE "CORRIGIR" TO WS-PEND-DESCRICAO
032755         WHEN PEND-TIPO-MESCLAR
032756             MOVE "MESCLAR" TO WS-PEND-DESCRICAO
032757         WHEN OTHER
032758             MOVE "????????" TO WS-PEND-DESCRICAO
032759     END-EVALUATE.
032760 6330-EXIT.
032761     EXIT.
032762***************************************************************
032763*    6340-PEDIR-DECISAO                                       *
032764*    EXIBE A SOLICITACAO E PEDE A DECISAO. NA APROVACAO A     *
032765*    ALTERACAO E APLICADA AO MESTRE E SO ENTAO A SOLICITACAO  *
032766*    E MARCADA APROVADA; SE O REGISTRO MUDOU DESDE O PEDIDO E *
032767*    A ALTERACAO NAO PODE SER APLICADA, A SOLICITACAO         *
032768*    CONTINUA PENDENTE. A REJEICAO SO MARCA A SOLICITACAO,    *
032769*    SEM TOCAR NO MESTRE.                                     *
032770***************************************************************
032771 6340-PEDIR-DECISAO.
032772     PERFORM 6330-DESCREVER-TIPO THRU 6330-EXIT
032773     DISPLAY "SOLICITACAO: " PEND-NUMERO " " WS-PEND-DESCRICAO
032774         " SEQ: " PEND-SEQ " NOME: " PEND-NOME-ATUAL
032775     IF PEND-TIPO-CORRIGIR
032776         DISPLAY "NOME CORRETO: " PEND-NOME-NOVO
032777     END-IF
032778     IF PEND-TIPO-MESCLAR
032779         DISPLAY "MESCLAR NA SEQ: " PEND-SEQ-SOBREVIVENTE
032780             " NOME: " PEND-NOME-SOBREVIVENTE
032781     END-IF
032782     DISPLAY "SOLICITANTE: " PEND-SOLICITANTE " EM "
032783         PEND-DATA-SOLIC " MOTIVO: " PEND-MOTIVO
032784     DISPLAY "A - APROVAR, R - REJEITAR, X - VOLTAR: "
032785     ACCEPT WS-PEND-DECISAO
032786     INSPECT WS-PEND-DECISAO CONVERTING "arx" TO "ARX"
032787     EVALUATE WS-PEND-DECISAO
032788         WHEN "A"
032789             PERFORM 6350-APLICAR-SOLICITACAO THRU 6350-EXIT
032790             IF WS-APLICADA
032791                 SET PEND-SIT-APROVADA TO TRUE
032792                 PERFORM 6390-REGISTRAR-DECISAO THRU 6390-EXIT
032793             ELSE
032794                 DISPLAY "SOLICITACAO NAO APLICADA - CONTINUA "
032795                     "PENDENTE (REJEITE-A SE NAO PROCEDE MAIS)"
032796             END-IF
032797         WHEN "R"
032798             SET PEND-SIT-REJEITADA TO TRUE
032799             PERFORM 6390-REGISTRAR-DECISAO THRU 6390-EXIT
032800         WHEN OTHER
032801             DISPLAY "NENHUMA DECISAO TOMADA"
032802     END-EVALUATE.
032803 6340-EXIT.
032804     EXIT.
032805***************************************************************
032806*    6350-APLICAR-SOLICITACAO                                 *
032807*    APLICA AO MESTRE A SOLICITACAO APROVADA, REVALIDANDO O   *
032808*    REGISTRO COMO ESTA AGORA. O JORNAL LEVA O SOLICITANTE    *
032809*    COMO OPERADOR E O SUPERVISOR DA SESSAO COMO APROVADOR.   *
032810*    WS-APLICADA INDICA SE O MESTRE FOI REGRAVADO.            *
032811***************************************************************
032812 6350-APLICAR-SOLICITACAO.
032813     MOVE "N" TO WS-SW-APLICADA
032814     MOVE PEND-SOLICITANTE TO WS-JRNL-OPERADOR
032815     MOVE WS-NOME-OPERADOR TO WS-JRNL-APROVADOR
032816     EVALUATE TRUE
032817         WHEN PEND-TIPO-CANCELAR
032818             PERFORM 6360-APROVAR-CANCELAMENTO THRU 6360-EXIT
032819         WHEN PEND-TIPO-REATIVAR
032820             PERFORM 6370-APROVAR-REATIVACAO THRU 6370-EXIT
032821         WHEN PEND-TIPO-CORRIGIR
032822             PERFORM 6380-APROVAR-CORRECAO THRU 6380-EXIT
032823         WHEN PEND-TIPO-MESCLAR
032824             PERFORM 6400-APROVAR-MESCLAGEM THRU 6400-EXIT
032825         WHEN OTHER
032826             DISPLAY "TIPO DE SOLICITACAO INVALIDO: " PEND-TIPO
032827     END-EVALUATE.
032828 6350-EXIT.
032829     EXIT.
032830 6360-APROVAR-CANCELAMENTO.
032831     MOVE PEND-SEQ TO NOME-SEQ
032832     READ NOME-MASTER
032833         INVALID KEY
032834             DISPLAY "REGISTRO NAO ENCONTRADO NO MESTRE: "
032835                 PEND-SEQ
032836         NOT INVALID KEY
032837             IF NOME-STATUS-ATIVO
032838                 PERFORM 6050-EFETIVAR-CANCELAMENTO THRU 6050-EXIT
032839             ELSE
032840                 DISPLAY "REGISTRO JA NAO ESTA ATIVO - SEQ: "
032841                     NOME-SEQ
032842             END-IF
032843     END-READ.
032844 6360-EXIT.
032845     EXIT.
032846***************************************************************
032847*    6370-APROVAR-REATIVACAO                                  *
032848*    REATIVA O REGISTRO SE ELE AINDA ESTIVER CANCELADO E SE   *
032849*    NAO SURGIU, DESDE A SOLICITACAO, OUTRO REGISTRO ATIVO    *
032850*    COM O MESMO NOME (MESMA REGRA DO 7000-REATIVAR-NOME).    *
032851*    NOME COM VALIDADE JA VENCIDA NAO E REATIVADO, NEM NOME   *
032852*    MESCLADO EM OUTRO REGISTRO.                              *
032853***************************************************************
032854 6370-APROVAR-REATIVACAO.
032855     MOVE "N" TO WS-SW-ACHOU
032856     MOVE PEND-SEQ TO NOME-SEQ
032857     READ NOME-MASTER
032858         INVALID KEY
032859             DISPLAY "REGISTRO NAO ENCONTRADO NO MESTRE: "
032860                 PEND-SEQ
032861         NOT INVALID KEY
032862             IF NOME-STATUS-CANCELADO
032863                 MOVE "S" TO WS-SW-ACHOU
032864             ELSE
032865                 DISPLAY "REGISTRO JA ESTA ATIVO - SEQ: " NOME-SEQ
032866             END-IF
032867     END-READ
032868     IF WS-ACHOU
032869         AND NOME-DATA-VALIDADE IS NUMERIC
032870         AND NOME-DATA-VALIDADE-N < WS-DATA-SISTEMA
032872         DISPLAY "NOME COM VALIDADE VENCIDA EM "
032874             NOME-DATA-VALIDADE " - REATIVACAO RECUSADA"
032876         MOVE "N" TO WS-SW-ACHOU
032878     END-IF
032879     IF WS-ACHOU
032880         AND NOT NOME-NAO-MESCLADO
032881         DISPLAY "NOME MESCLADO NA SEQ " NOME-MESCLADO-EM
032882             " - REATIVACAO RECUSADA"
032883         MOVE "N" TO WS-SW-ACHOU
032884     END-IF
032885     IF WS-ACHOU
032886         MOVE NOME-NOME TO WS-PESQUISA
032887         PERFORM 6100-LOCALIZAR-ATIVO THRU 6100-EXIT
032888         IF WS-ACHOU
032889             DISPLAY "JA EXISTE REGISTRO ATIVO COM ESTE NOME - "
032890                 "SEQ: " NOME-SEQ
032892         ELSE
032894             MOVE PEND-SEQ TO NOME-SEQ
032896             READ NOME-MASTER
032898                 INVALID KEY
032900                     DISPLAY "ERRO AO RELER O REGISTRO: "
032902                         WS-STATUS-ARQ
032904                 NOT INVALID KEY
032906                     PERFORM 7050-EFETIVAR-REATIVACAO
032908                         THRU 7050-EXIT
032910             END-READ
032912         END-IF
032914     END-IF.
032916 6370-EXIT.
032918     EXIT.
032920***************************************************************
032922*    6380-APROVAR-CORRECAO                                    *
032924*    CORRIGE O NOME SE O REGISTRO AINDA ESTIVER ATIVO COM O   *
032926*    NOME DA SOLICITACAO E O NOME CORRETO CONTINUAR SEM       *
032928*    DUPLICADO ENTRE OS ATIVOS; A REGRAVACAO E A DO           *
032930*    7210-REGRAVAR-CORRECAO.                                  *
032932***************************************************************
032934 6380-APROVAR-CORRECAO.
032936     MOVE "N" TO WS-SW-ACHOU
032938     MOVE PEND-SEQ TO NOME-SEQ
032940     READ NOME-MASTER
032942         INVALID KEY
032944             DISPLAY "REGISTRO NAO ENCONTRADO NO MESTRE: "
032946                 PEND-SEQ
032948         NOT INVALID KEY
032950             IF NOME-STATUS-ATIVO
032952                 AND NOME-NOME = PEND-NOME-ATUAL
032954                 MOVE "S" TO WS-SW-ACHOU
032956             ELSE
032958                 DISPLAY "REGISTRO CANCELADO OU NOME ALTERADO "
032960                     "DESDE A SOLICITACAO - SEQ: " NOME-SEQ
032962             END-IF
032964     END-READ
032966     IF WS-ACHOU
032968         MOVE PEND-NOME-NOVO TO WS-NOME-ENTRADA
032970         PERFORM 3400-VERIFICAR-DUPLICADO THRU 3400-EXIT
032972         IF WS-NOME-DUPLICADO
032974             DISPLAY "NOME CORRETO JA CADASTRADO - CORRECAO NAO "
032976                 "EFETUADA"
032978         ELSE
032980             MOVE PEND-SEQ TO WS-SEQ-CORRIGIR
032982             PERFORM 7210-REGRAVAR-CORRECAO THRU 7210-EXIT
032984         END-IF
032986     END-IF.
032988 6380-EXIT.
032990     EXIT.
032992***************************************************************
032994*    6390-REGISTRAR-DECISAO                                   *
032996*    REGRAVA A SOLICITACAO COM A SITUACAO JA MARCADA          *
032998*    (APROVADA OU REJEITADA), O SUPERVISOR DECISOR E A DATA E *
033000*    HORA DA DECISAO.                                         *
033002***************************************************************
033004 6390-REGISTRAR-DECISAO.
033006     ACCEPT WS-HORA-SISTEMA FROM TIME
033008     MOVE WS-NOME-OPERADOR TO PEND-DECISOR
033010     MOVE WS-DATA-SISTEMA  TO PEND-DATA-DECISAO
033012     MOVE WS-HORA-HHMMSS   TO PEND-HORA-DECISAO
033014     REWRITE PEND-REGISTRO
033016         INVALID KEY
033018             DISPLAY "ERRO AO REGRAVAR A SOLICITACAO: "
033020                 WS-STATUS-PEN
033022         NOT INVALID KEY
033024             IF PEND-SIT-APROVADA
033026                 DISPLAY "SOLICITACAO " PEND-NUMERO " APROVADA"
033028             ELSE
033030                 DISPLAY "SOLICITACAO " PEND-NUMERO " REJEITADA"
033032             END-IF
033034     END-REWRITE.
033036 6390-EXIT.
033038     EXIT.
033039***************************************************************
033040*    6400-APROVAR-MESCLAGEM                                   *
033041*    MESCLA O REGISTRO ABSORVIDO NO SOBREVIVENTE SE OS DOIS   *
033042*    AINDA ESTIVEREM ATIVOS (REVALIDACAO DO MOMENTO DA        *
033043*    APROVACAO). O CANCELAMENTO E O DO 6450-EFETIVAR-         *
033044*    MESCLAGEM.                                               *
033045***************************************************************
033046 6400-APROVAR-MESCLAGEM.
033047     MOVE "N" TO WS-SW-ACHOU
033048     MOVE PEND-SEQ-SOBREVIVENTE TO NOME-SEQ
033049     READ NOME-MASTER
033050         INVALID KEY
033051             DISPLAY "SOBREVIVENTE NAO ENCONTRADO NO MESTRE: "
033052                 PEND-SEQ-SOBREVIVENTE
033053         NOT INVALID KEY
033054             IF NOME-STATUS-ATIVO
033055                 MOVE "S" TO WS-SW-ACHOU
033056             ELSE
033057                 DISPLAY "SOBREVIVENTE JA NAO ESTA ATIVO - SEQ: "
033058                     NOME-SEQ
033059             END-IF
033060     END-READ
033061     IF NOT WS-ACHOU
033062         GO TO 6400-EXIT
033063     END-IF
033064     MOVE "N" TO WS-SW-ACHOU
033065     MOVE PEND-SEQ TO NOME-SEQ
033066     READ NOME-MASTER
033067         INVALID KEY
033068             DISPLAY "REGISTRO NAO ENCONTRADO NO MESTRE: "
033069                 PEND-SEQ
033070         NOT INVALID KEY
033071             IF NOME-STATUS-ATIVO
033072                 MOVE "S" TO WS-SW-ACHOU
033073             ELSE
033074                 DISPLAY "REGISTRO ABSORVIDO JA NAO ESTA ATIVO - "
033075                     "SEQ: " NOME-SEQ
033076             END-IF
033077     END-READ
033078     IF WS-ACHOU
033079         PERFORM 6450-EFETIVAR-MESCLAGEM THRU 6450-EXIT
033080     END-IF.
033081 6400-EXIT.
033082     EXIT.
033083***************************************************************
033084*    6450-EFETIVAR-MESCLAGEM                                  *
033085*    MARCA COMO CANCELADO, VIA REWRITE, O REGISTRO ABSORVIDO  *
033086*    JA LIDO NA AREA DO FD, GRAVANDO NELE A SEQUENCIA DO      *
033087*    SOBREVIVENTE, E LANCA A MESCLAGEM (ACAO M) NO JORNAL EM  *
033088*    NOME DO SOLICITANTE E DO APROVADOR.                      *
033089***************************************************************
033090 6450-EFETIVAR-MESCLAGEM.
033091     MOVE NOME-REGISTRO TO WS-IMAGEM-ANTES
033092     SET NOME-STATUS-CANCELADO TO TRUE
033093     MOVE PEND-SEQ-SOBREVIVENTE TO NOME-MESCLADO-EM-N
033094     REWRITE NOME-REGISTRO
033095         INVALID KEY
033096             DISPLAY "ERRO AO MESCLAR O REGISTRO: "
033097                 WS-STATUS-ARQ
033098         NOT INVALID KEY
033099             DISPLAY "NOME MESCLADO: " NOME-NOME
033100                 " SEQ: " NOME-SEQ " NA SEQ: " NOME-MESCLADO-EM
033101             MOVE "M" TO WS-JRNL-ACAO
033102             MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
033103             PERFORM 8000-GRAVAR-JORNAL THRU 8000-EXIT
033104             MOVE "S" TO WS-SW-APLICADA
033105     END-REWRITE.
033106 6450-EXIT.
033107     EXIT.
033108***************************************************************
033109*    6500-MESCLAR-NOMES                                       *
033110*    SOLICITA A MESCLAGEM DE UM PAR DE DUPLICADOS (RELATORIO  *
033111*    TESTCOBD): O SUPERVISOR INFORMA A SEQUENCIA DO REGISTRO  *
033112*    QUE FICA (SOBREVIVENTE) E A DO REGISTRO ABSORVIDO, QUE   *
033113*    SERA CANCELADO GUARDANDO A SEQUENCIA DO SOBREVIVENTE. OS *
033114*    DOIS DEVEM SER DIFERENTES E ESTAR ATIVOS. A SOLICITACAO  *
033115*    VAI PARA O ARQUIVO DE PENDENTES, PELA SEQUENCIA DO       *
033116*    ABSORVIDO, E SO E APLICADA QUANDO OUTRO SUPERVISOR       *
033117*    APROVAR.                                                 *
033118***************************************************************
033119 6500-MESCLAR-NOMES.
033120     DISPLAY "SEQUENCIA DO REGISTRO QUE FICA (SOBREVIVENTE): "
033121     ACCEPT WS-MESC-SOBREV-ENT
033122     DISPLAY "SEQUENCIA DO REGISTRO ABSORVIDO (SERA CANCELADO): "
033123     ACCEPT WS-MESC-ABSORV-ENT
033124     IF WS-MESC-SOBREV-ENT IS NOT NUMERIC
033125         OR WS-MESC-ABSORV-ENT IS NOT NUMERIC
033126         DISPLAY "SEQUENCIA INVALIDA (6 DIGITOS) - NADA GRAVADO"
033127         GO TO 6500-EXIT
033128     END-IF
033129     IF WS-MESC-SOBREV-ENT = WS-MESC-ABSORV-ENT
033130         DISPLAY "SOBREVIVENTE E ABSORVIDO DEVEM SER REGISTROS "
033131             "DIFERENTES - NADA GRAVADO"
033132         GO TO 6500-EXIT
033133     END-IF
033134     MOVE "N" TO WS-SW-ACHOU
033135     MOVE WS-MESC-SOBREV-ENT TO NOME-SEQ
033136     READ NOME-MASTER
033137         INVALID KEY
033138             DISPLAY "SOBREVIVENTE NAO ENCONTRADO: "
033139                 WS-MESC-SOBREV-ENT
033140         NOT INVALID KEY
033141             IF NOME-STATUS-ATIVO
033142                 MOVE "S" TO WS-SW-ACHOU
033143             ELSE
033144                 DISPLAY "SOBREVIVENTE NAO ESTA ATIVO - SEQ: "
033145                     NOME-SEQ
033146             END-IF
033147     END-READ
033148     IF NOT WS-ACHOU
033149         GO TO 6500-EXIT
033150     END-IF
033151     MOVE NOME-SEQ  TO WS-PEND-SEQ-SOBREV
033152     MOVE NOME-NOME TO WS-PEND-NOME-NOVO
033153     MOVE "N" TO WS-SW-ACHOU
033154     MOVE WS-MESC-ABSORV-ENT TO NOME-SEQ
033155     READ NOME-MASTER
033156         INVALID KEY
033157             DISPLAY "REGISTRO ABSORVIDO NAO ENCONTRADO: "
033158                 WS-MESC-ABSORV-ENT
033159         NOT INVALID KEY
033160             IF NOME-STATUS-ATIVO
033161                 MOVE "S" TO WS-SW-ACHOU
033162             ELSE
033163                 DISPLAY "REGISTRO ABSORVIDO NAO ESTA ATIVO - "
033164                     "SEQ: " NOME-SEQ
033165             END-IF
033166     END-READ
033167     IF NOT WS-ACHOU
033168         GO TO 6500-EXIT
033169     END-IF
033170     DISPLAY "MESCLAR SEQ " NOME-SEQ " " NOME-NOME
033171     DISPLAY "   NA SEQ " WS-PEND-SEQ-SOBREV " " WS-PEND-NOME-NOVO
033172     MOVE "M"       TO WS-PEND-TIPO
033173     MOVE NOME-SEQ  TO WS-PEND-SEQ
033174     MOVE NOME-NOME TO WS-PEND-NOME-ATUAL
033175     PERFORM 6200-REGISTRAR-SOLICITACAO THRU 6200-EXIT.
033176 6500-EXIT.
033177     EXIT.
033178***************************************************************
033179*    7000-REATIVAR-NOME                                       *
033180*    SOLICITA A REATIVACAO DE UM NOME CANCELADO. ANTES DE     *
033181*    REGISTRAR A SOLICITACAO CONFIRMA QUE NAO EXISTE OUTRO    *
033182*    REGISTRO ATIVO COM O MESMO NOME, PARA NAO CRIAR DOIS     *
033183*    ATIVOS NA CHAVE ALTERNATIVA; A REGRA E CONFERIDA DE NOVO *
033184*    NA APROVACAO.                                            *
033185*    NOME COM VALIDADE VENCIDA NAO PODE SER REATIVADO (SERIA  *
033186*    CANCELADO DE NOVO NA NOITE): DEVE SER INCLUIDO OUTRA VEZ *
033187*    COM NOVA VALIDADE.                                       *
033188*    NOME MESCLADO EM OUTRO REGISTRO TAMBEM NAO E REATIVADO:  *
033189*    O VINCULO JA FOI REPASSADO AOS CONSUMIDORES.             *
033190***************************************************************
033191 7000-REATIVAR-NOME.
033192     DISPLAY "DIGITE O NOME A REATIVAR: "
033193     ACCEPT WS-PESQUISA
033194     MOVE FUNCTION TRIM(WS-PESQUISA) TO WS-PESQUISA
033195     INSPECT WS-PESQUISA
033196         CONVERTING "abcdefghijklmnopqrstuvwxyz"
033197                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
033198     PERFORM 6100-LOCALIZAR-ATIVO THRU 6100-EXIT
033199     IF WS-ACHOU
033200         DISPLAY "JA EXISTE REGISTRO ATIVO COM ESTE NOME - "
033201             "SEQ: " NOME-SEQ
033202     ELSE
033203         PERFORM 7100-LOCALIZAR-CANCELADO THRU 7100-EXIT
033204         IF WS-ACHOU
033205             AND NOME-DATA-VALIDADE IS NUMERIC
033206             AND NOME-DATA-VALIDADE-N < WS-DATA-SISTEMA
033207             DISPLAY "NOME COM VALIDADE VENCIDA EM "
033208                 NOME-DATA-VALIDADE " - INCLUA NOVAMENTE"
033209             MOVE "N" TO WS-SW-ACHOU
033210             GO TO 7000-EXIT
033211         END-IF
033212         IF WS-ACHOU
033213             AND NOT NOME-NAO-MESCLADO
033214             DISPLAY "NOME MESCLADO NA SEQ " NOME-MESCLADO-EM
033215                 " - REATIVACAO RECUSADA"
033216             MOVE "N" TO WS-SW-ACHOU
033217             GO TO 7000-EXIT
033218         END-IF
033219         IF WS-ACHOU
033220             MOVE "R"       TO WS-PEND-TIPO
033221             MOVE NOME-SEQ  TO WS-PEND-SEQ
033222             MOVE NOME-NOME TO WS-PEND-NOME-ATUAL
033223             MOVE SPACES    TO WS-PEND-NOME-NOVO
033224             PERFORM 6200-REGISTRAR-SOLICITACAO THRU 6200-EXIT
033225         ELSE
033226             DISPLAY "NOME CANCELADO NAO ENCONTRADO: "
033227                 WS-PESQUISA
033228         END-IF
033229     END-IF.
033230 7000-EXIT.
033231     EXIT.
033232***************************************************************
033233*    7050-EFETIVAR-REATIVACAO                                 *
033234*    MARCA COMO ATIVO, VIA REWRITE, O REGISTRO CANCELADO JA   *
033235*    LIDO NA AREA DO FD E LANCA A ALTERACAO NO JORNAL EM NOME *
033236*    DO SOLICITANTE E DO APROVADOR.                           *
033237***************************************************************
033238 7050-EFETIVAR-REATIVACAO.
033239     MOVE NOME-REGISTRO TO WS-IMAGEM-ANTES
033240     SET NOME-STATUS-ATIVO TO TRUE
033241     REWRITE NOME-REGISTRO
033242         INVALID KEY
033243             DISPLAY "ERRO AO REATIVAR O REGISTRO: "
033244                 WS-STATUS-ARQ
033245         NOT INVALID KEY
033246             DISPLAY "NOME REATIVADO: " NOME-NOME
033247                 " SEQ: " NOME-SEQ
033248             MOVE "A" TO WS-JRNL-ACAO
033249             MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
033250             PERFORM 8000-GRAVAR-JORNAL THRU 8000-EXIT
033251             MOVE "S" TO WS-SW-APLICADA
033252     END-REWRITE.
033253 7050-EXIT.
033254     EXIT.
033280***************************************************************
033300*    7100-LOCALIZAR-CANCELADO                                 *
033320*    PROCURA NA CHAVE ALTERNATIVA UM REGISTRO CANCELADO CUJO  *
033860     END-IF.
033880 7110-EXIT.
033900     EXIT.
033901***************************************************************
033902*    7200-CORRIGIR-NOME                                       *
033903*    SOLICITA A CORRECAO DA GRAFIA DE UM NOME NO PROPRIO      *
033904*    REGISTRO: LOCALIZA O REGISTRO ATIVO DO NOME ATUAL,       *
033905*    CAPTURA E VALIDA O NOME CORRETO, CHECA DUPLICIDADE       *
033906*    CONTRA OS ATIVOS (MESMA REGRA DA INCLUSAO) E REGISTRA A  *
033907*    SOLICITACAO. NA APROVACAO O 7210-REGRAVAR-CORRECAO       *
033908*    REGRAVA NOME-NOME, PRESERVANDO A SEQUENCIA E A DATA DE   *
033909*    ENTRADA ORIGINAIS, COM A ACAO PROPRIA C NO JORNAL.       *
033910***************************************************************
033911 7200-CORRIGIR-NOME.
033912     DISPLAY "DIGITE O NOME A CORRIGIR: "
033913     ACCEPT WS-PESQUISA
033914     MOVE FUNCTION TRIM(WS-PESQUISA) TO WS-PESQUISA
033915     INSPECT WS-PESQUISA
033916         CONVERTING "abcdefghijklmnopqrstuvwxyz"
033917                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
033918     PERFORM 6100-LOCALIZAR-ATIVO THRU 6100-EXIT
033919     IF WS-ACHOU
033920         MOVE NOME-SEQ TO WS-SEQ-CORRIGIR
033921         DISPLAY "REGISTRO LOCALIZADO - SEQ: " WS-SEQ-CORRIGIR
033922         MOVE "N" TO WS-SW-NOME-VALIDO
033923         PERFORM 3100-CAPTURAR-NOME THRU 3100-EXIT
033924             UNTIL WS-NOME-VALIDO
033925         IF WS-NOME-ENTRADA = WS-PESQUISA
033926             DISPLAY "NOME CORRETO IGUAL AO ATUAL - NADA A "
033927                 "CORRIGIR"
033928         ELSE
033929             PERFORM 3400-VERIFICAR-DUPLICADO THRU 3400-EXIT
033930             IF WS-NOME-DUPLICADO
033931                 DISPLAY "NOME JA CADASTRADO - CORRECAO NAO "
033932                     "SOLICITADA"
033933             ELSE
033934                 MOVE "N"             TO WS-PEND-TIPO
033935                 MOVE WS-SEQ-CORRIGIR TO WS-PEND-SEQ
033936                 MOVE WS-PESQUISA     TO WS-PEND-NOME-ATUAL
033937                 MOVE WS-NOME-ENTRADA TO WS-PEND-NOME-NOVO
033938                 PERFORM 6200-REGISTRAR-SOLICITACAO THRU 6200-EXIT
033939             END-IF
033940         END-IF
033941     ELSE
033942         DISPLAY "NOME ATIVO NAO ENCONTRADO: " WS-PESQUISA
033943     END-IF.
033944 7200-EXIT.
033945     EXIT.
033946***************************************************************
033947*    7210-REGRAVAR-CORRECAO                                   *
033948*    RELE O REGISTRO A CORRIGIR PELA CHAVE PRIMARIA (A        *
033949*    CHECAGEM DE DUPLICADO REPOSICIONOU A AREA DO FD),        *
033950*    SUBSTITUI SOMENTE NOME-NOME E REGRAVA, LANCANDO A        *
033951*    CORRECAO NO JORNAL DE AUDITORIA. CHAMADO NA APROVACAO DA *
033952*    SOLICITACAO DE CORRECAO.                                 *
033953***************************************************************
033998 7210-REGRAVAR-CORRECAO.
034000     MOVE WS-SEQ-CORRIGIR TO NOME-SEQ
034002     READ NOME-MASTER
034028                     MOVE "C" TO WS-JRNL-ACAO
034030                     MOVE NOME-REGISTRO TO WS-IMAGEM-DEPOIS
034032                     PERFORM 8000-GRAVAR-JORNAL THRU 8000-EXIT
034033                     MOVE "S" TO WS-SW-APLICADA
034034             END-REWRITE
034036     END-READ.
034038 7210-EXIT.
034170*    LE PELO NUMERO DE SEQUENCIA O REGISTRO HISTORICO         *
034171*    ESCOLHIDO E EXIBE O DETALHE COMPLETO, INCLUINDO QUEM     *
034172*    GRAVOU O REGISTRO E A DATA DO EXPURGO, SEMPRE COM O      *
034173*    AVISO DE REGISTRO HISTORICO. REGISTRO MESCLADO MOSTRA A  *
034174*    SEQUENCIA DO SOBREVIVENTE.                               *
034175***************************************************************
034176 7340-DETALHE-HISTORICO.
034177     MOVE WS-RESP-BROWSE TO HIST-SEQ
034178     READ NOME-HISTORICO
034179         INVALID KEY
034180             DISPLAY "SEQUENCIA NAO ENCONTRADA NO HISTORICO: "
034181                 WS-RESP-BROWSE
034182         NOT INVALID KEY
034183             DISPLAY "SEQ: " HIST-SEQ
034184                 " NOME: " HIST-NOME
034185                 " DATA: " HIST-DATA-ENTRADA
034186                 " OPERADOR: " HIST-OPERADOR
034187                 " STATUS: " HIST-STATUS
034188             IF HIST-DATA-VALIDADE IS NUMERIC
034189                 DISPLAY "VALIDO ATE: " HIST-DATA-VALIDADE
034190             ELSE
034191                 DISPLAY "SEM DATA DE VALIDADE"
034192             END-IF
034193             IF NOT HIST-NAO-MESCLADO
034194                 DISPLAY "MESCLADO NA SEQ: " HIST-MESCLADO-EM
034195             END-IF
034196             DISPLAY "EXPURGADO DO MESTRE EM: "
034197                 HIST-DATA-EXPURGO
034198             DISPLAY "*** REGISTRO HISTORICO - NAO E "
034199                 "REGISTRO VIVO DO MESTRE ***"
034200     END-READ.
034201 7340-EXIT.
034202     EXIT.
034203***************************************************************
034204*    7500-MANTER-OPERADORES                                   *
034205*    CONTROLA O SUBMENU DE MANUTENCAO DO ARQUIVO DE           *
034206*    OPERADORES (INCLUIR, DESATIVAR E LISTAR), DISPONIVEL     *
034210*    SOMENTE PARA OPERADORES DE NIVEL SUPERVISOR.             *
034214***************************************************************
037380     MOVE WS-JRNL-ACAO       TO JRNL-ACAO
037400     MOVE WS-IMAGEM-ANTES    TO JRNL-IMAGEM-ANTES
037420     MOVE WS-IMAGEM-DEPOIS   TO JRNL-IMAGEM-DEPOIS
037440     MOVE WS-JRNL-OPERADOR   TO JRNL-OPERADOR
037460     MOVE WS-DATA-SISTEMA    TO JRNL-DATA
037480     MOVE WS-HORA-HHMMSS     TO JRNL-HORA
037490     MOVE WS-JRNL-APROVADOR  TO JRNL-APROVADOR
037495     MOVE SPACES             TO JRNL-EXECUCAO
037500     WRITE JRNL-REGISTRO
037520     IF WS-STATUS-JRN NOT = "00"
037540         DISPLAY "ERRO AO GRAVAR JORNAL: " WS-STATUS-JRN
037760         CLOSE NOME-JORNAL
037780         CLOSE OPER-MASTER
037790         CLOSE NOME-SEGLOG
037792         IF WS-SIGNON-OK
037794             CLOSE NOME-PENDENTE
037796         END-IF
037800         PERFORM 1080-LIBERAR-TRAVA THRU 1080-EXIT
037810     END-IF.
037812 9000-EXIT.
