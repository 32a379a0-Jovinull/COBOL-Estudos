000800*    DESCRICAO  : EXTRACAO EM FORMATO CSV (DELIMITADO POR     *
000900*    VIRGULA) DO ARQUIVO MESTRE NOME-MASTER, COM UMA LINHA    *
001000*    POR NOME CONTENDO NOME, DATA DE ENTRADA E OPERADOR, PARA *
001100*    SER CONSUMIDA POR OUTROS SISTEMAS DA CASA. CADA NOME     *
001110*    ABSORVIDO POR UMA MESCLAGEM SAI NUMA LINHA PROPRIA       *
001120*    M,SEQ ABSORVIDA,SEQ SOBREVIVENTE,NOME ABSORVIDO,NOME     *
001130*    SOBREVIVENTE, PARA O CONSUMIDOR REAPONTAR AS SUAS        *
001140*    REFERENCIAS.                                             *
001200*                                                             *
001300*    HISTORICO DE ALTERACOES                                 *
001400*    DATA       AUTOR   DESCRICAO                             *
001700*                       AUSENTE OU INVALIDO VALE A DATA DO    *
001701*                       SISTEMA), PARA A CADEIA QUE           *
001702*                       ATRAVESSA A MEIA-NOITE.               *
001703*    2026-10-15 JPO     GERACAO LOGADA NO NOMECSVG COM TIPO X *
001704*                       (EXTRATO), SEPARANDO-A DAS GERACOES   *
001705*                       DO FLUXO DE ALTERACOES (TESTCOBE)     *
001706*                       QUE DIVIDEM A MESMA NUMERACAO.        *
001721*    2026-10-15 JPO     ANTECESSOR NA CADEIA PASSA A SER O    *
001736*                       BALANCO DO JORNAL TESTCOBL, QUE RODA  *
001751*                       DEPOIS DA ESTATISTICA: EXTRATO SO SAI *
001766*                       COM MESTRE E JORNAL EM BALANCO.       *
001770*    2026-10-15 JPO     LINHA M PARA CADA REGISTRO CANCELADO  *
001772*                       POR MESCLAGEM, COM AS SEQUENCIAS E OS *
001774*                       NOMES ABSORVIDO E SOBREVIVENTE; SAI   *
001776*                       TAMBEM NO EXTRATO DE PERIODO E ENTRA  *
001778*                       NA QUANTIDADE DO ENVELOPE. MESTRE     *
001779*                       LIDO EM ACESSO DINAMICO PARA BUSCAR   *
001780*                       O NOME SOBREVIVENTE.                  *
001781***************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. TESTCOBX.
002000 AUTHOR. J. OLIVEIRA.
002900 FILE-CONTROL.
003000     SELECT NOME-MASTER ASSIGN TO "NOMEMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS NOME-SEQ
003400         ALTERNATE RECORD KEY IS NOME-NOME WITH DUPLICATES
003500         FILE STATUS IS WS-STATUS-ARQ.
004300 COPY "nomerec.cpy".
004400 FD  NOME-CSV
004500     LABEL RECORDS ARE STANDARD.
004600 01  LINHA-CSV                       PIC X(100).
004610 FD  PARAMETROS
004620     LABEL RECORDS ARE STANDARD.
004630 01  PRM-CARTAO.
004913 77  WS-STATUS-CIC               PIC X(02).
004916 77  WS-STATUS-CPR               PIC X(02).
004919 77  WS-CICLO-DATA               PIC 9(08) VALUE ZERO.
004922 77  WS-PREDECESSOR              PIC X(08) VALUE "TESTCOBL".
004925 77  WS-CIC-EVENTO               PIC X(01).
004928 77  WS-CIC-LIDOS                PIC 9(08) VALUE ZERO.
004931 77  WS-CIC-GRAVADOS             PIC 9(08) VALUE ZERO.
005200 77  WS-CONT-EXPORTADOS          PIC 9(06) VALUE ZERO.
005210 77  WS-CONT-OMITIDOS            PIC 9(06) VALUE ZERO.
005220 77  WS-CONT-FORA-PERIODO        PIC 9(06) VALUE ZERO.
005230 77  WS-CONT-MESCLADOS           PIC 9(06) VALUE ZERO.
005240 77  WS-CONT-DETALHES            PIC 9(06) VALUE ZERO.
005250 77  WS-MESC-SEQ                 PIC 9(06).
005260 77  WS-MESC-SOBREV              PIC X(06).
005270 77  WS-MESC-NOME                PIC X(40).
005280 77  WS-MESC-NOME-SOBREV         PIC X(40).
005290 77  WS-PTR                      PIC 9(03).
005300 01  WS-DATA-CSV.
005400     05  WS-DATA-CSV-AAAA        PIC 9(04).
005500     05  FILLER                  PIC X(01) VALUE "-".
008256     MOVE "I" TO WS-CIC-EVENTO
008258     PERFORM 8000-REGISTRAR-CICLO THRU 8000-EXIT
008260     IF NOT WS-PRED-OK
008262         DISPLAY "BALANCO TESTCOBL DA DATA " WS-CICLO-DATA
008264             " NAO TERMINOU LIMPA - EXTRATO NAO EXECUTADO"
008266         MOVE "S" TO WS-SW-CICLO-BLOQ
008268         MOVE "S" TO WS-SW-FIM-ARQUIVO
009760*    FIXO, PARA NAO QUEBRAR A COMPARACAO EXATA DE VALOR FEITA *
009770*    PELOS SISTEMAS QUE CONSOMEM ESTE EXTRATO. REGISTROS      *
009780*    COM NOME-STATUS CANCELADO SAO OMITIDOS DO EXTRATO E      *
009790*    APENAS CONTADOS PARA O LOG DO JOB, EXCETO OS ABSORVIDOS  *
009795*    POR MESCLAGEM, QUE SAEM NA LINHA M.                      *
009800***************************************************************
009900 2000-EXPORTAR-REGISTRO.
010000     READ NOME-MASTER NEXT RECORD
010300     END-READ
010400     IF NOT WS-FIM-ARQUIVO
010420         IF NOME-STATUS-CANCELADO
010425             IF NOT NOME-NAO-MESCLADO
010430                 PERFORM 2200-GRAVAR-LINHA-MESCLAGEM
010435                     THRU 2200-EXIT
010440             ELSE
010445                 ADD 1 TO WS-CONT-OMITIDOS
010450             END-IF
010460         ELSE
010480             IF WS-EXTRATO-PERIODO
010500                 AND (NOME-DATA-ENTRADA < WS-DATA-INI
011300     ADD 1 TO WS-CONT-EXPORTADOS.
012000 2100-EXIT.
012100     EXIT.
012101***************************************************************
012102*    2200-GRAVAR-LINHA-MESCLAGEM                              *
012103*    REGISTRO CANCELADO POR MESCLAGEM: GRAVA A LINHA M COM A  *
012104*    SEQUENCIA ABSORVIDA, A SOBREVIVENTE E OS DOIS NOMES. O   *
012105*    NOME SOBREVIVENTE E LIDO PELA CHAVE E A LEITURA          *
012106*    SEQUENCIAL E REPOSICIONADA LOGO APOS A SEQUENCIA         *
012107*    ABSORVIDA. SOBREVIVENTE NAO ENCONTRADO (JA EXPURGADO)    *
012108*    SAI COM O NOME EM BRANCO. SE O SOBREVIVENTE TAMBEM FOI   *
012109*    MESCLADO, A LINHA M DELE LEVA AO SEGUINTE - O            *
012110*    CONSUMIDOR SEGUE OS VINCULOS ATE UM NOME ATIVO.          *
012111***************************************************************
012112 2200-GRAVAR-LINHA-MESCLAGEM.
012113     MOVE NOME-SEQ         TO WS-MESC-SEQ
012114     MOVE NOME-NOME        TO WS-MESC-NOME
012115     MOVE NOME-MESCLADO-EM TO WS-MESC-SOBREV
012116     MOVE SPACES           TO WS-MESC-NOME-SOBREV
012117     IF NOME-MESCLADO-EM IS NUMERIC
012118         MOVE NOME-MESCLADO-EM-N TO NOME-SEQ
012119         READ NOME-MASTER
012120             INVALID KEY
012121                 CONTINUE
012122             NOT INVALID KEY
012123                 MOVE NOME-NOME TO WS-MESC-NOME-SOBREV
012124         END-READ
012125     END-IF
012126     MOVE WS-MESC-SEQ TO NOME-SEQ
012127     START NOME-MASTER KEY IS GREATER THAN NOME-SEQ
012128         INVALID KEY
012129             MOVE "S" TO WS-SW-FIM-ARQUIVO
012130     END-START
012131     MOVE SPACES TO LINHA-CSV
012132     MOVE 1 TO WS-PTR
012133     STRING "M,"                          DELIMITED BY SIZE
012134         WS-MESC-SEQ                      DELIMITED BY SIZE
012135         ","                              DELIMITED BY SIZE
012136         WS-MESC-SOBREV                   DELIMITED BY SIZE
012137         ","                              DELIMITED BY SIZE
012138         FUNCTION TRIM(WS-MESC-NOME)      DELIMITED BY SIZE
012139         ","                              DELIMITED BY SIZE
012140         INTO LINHA-CSV
012141         WITH POINTER WS-PTR
012142     END-STRING
012143     IF WS-MESC-NOME-SOBREV NOT = SPACES
012144         STRING FUNCTION TRIM(WS-MESC-NOME-SOBREV)
012145             DELIMITED BY SIZE
012146             INTO LINHA-CSV
012147             WITH POINTER WS-PTR
012148         END-STRING
012149     END-IF
012150     WRITE LINHA-CSV
012151     ADD 1 TO WS-CONT-MESCLADOS.
012152 2200-EXIT.
012153     EXIT.
012200***************************************************************
012300*    9000-FINALIZAR                                           *
012310*    ESCREVE A LINHA T DO ENVELOPE DE CONTROLE (GERACAO E     *
012340*    (MESTRE INDISPONIVEL) NADA E ENVELOPADO NEM LOGADO.      *
012350***************************************************************
012500 9000-FINALIZAR.
012540     COMPUTE WS-CONT-DETALHES = WS-CONT-EXPORTADOS
012545         + WS-CONT-MESCLADOS
012550     IF NOT WS-CICLO-BLOQUEADO
012552         IF WS-GERACAO > ZERO
012560             PERFORM 9100-GRAVAR-LINHA-T THRU 9100-EXIT
012800         DISPLAY "EXTRATO CSV GERADO - REGISTROS: "
012850             WS-CONT-EXPORTADOS
012860         DISPLAY "CANCELADOS OMITIDOS: " WS-CONT-OMITIDOS
012865         DISPLAY "MESCLADOS (LINHA M): " WS-CONT-MESCLADOS
012870         IF WS-EXTRATO-PERIODO
012880             DISPLAY "FORA DO PERIODO....: "
012882                 WS-CONT-FORA-PERIODO
012892     END-IF
012894     COMPUTE WS-CIC-LIDOS = WS-CONT-EXPORTADOS
012896         + WS-CONT-OMITIDOS + WS-CONT-FORA-PERIODO
012897         + WS-CONT-MESCLADOS
012898     MOVE WS-CONT-DETALHES TO WS-CIC-GRAVADOS
012900     MOVE "F" TO WS-CIC-EVENTO
012902     PERFORM 8000-REGISTRAR-CICLO THRU 8000-EXIT.
012904 9000-EXIT.
013020*    9100-GRAVAR-LINHA-T                                      *
013030*    ESCREVE A LINHA T DO ENVELOPE DE CONTROLE NO FIM DO      *
013040*    CSV, COM O NUMERO DA GERACAO E A QUANTIDADE DE LINHAS    *
013050*    DE DETALHE ENVIADAS (NOMES E LINHAS M), PARA QUE O       *
013060*    CONSUMIDOR DETECTE TRANSMISSAO TRUNCADA.                 *
013070***************************************************************
013080 9100-GRAVAR-LINHA-T.
013090     MOVE SPACES TO LINHA-CSV
013100     STRING "T,"              DELIMITED BY SIZE
013110         WS-GERACAO           DELIMITED BY SIZE
013120         ","                  DELIMITED BY SIZE
013130         WS-CONT-DETALHES     DELIMITED BY SIZE
013140         INTO LINHA-CSV
013150     END-STRING
013160     WRITE LINHA-CSV.
013330     MOVE WS-GERACAO          TO GER-GERACAO
013340     MOVE WS-DATA-SISTEMA     TO GER-DATA
013350     MOVE WS-HORA-HHMMSS      TO GER-HORA
013360     MOVE WS-CONT-DETALHES    TO GER-QTD
013362     MOVE "X"                 TO GER-TIPO
013364     MOVE ZERO                TO GER-MARCA-DATA
013366     MOVE ZERO                TO GER-MARCA-HORA
013368     MOVE ZERO                TO GER-MARCA-QTD
013370     WRITE GER-REGISTRO
013380     IF WS-STATUS-GER NOT = "00"
013390         DISPLAY "ERRO AO GRAVAR LOG DE GERACOES: "
