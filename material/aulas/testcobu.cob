002176*                       INDEXADO NOMEHIST, COM A DATA DO      *
002178*                       EXPURGO, PARA CONSULTA DA AUDITORIA   *
002180*                       PELO MENU DO TESTCOB.                 *
002184*    2026-10-15 JPO     IMAGEM DO BACKUP AMPLIADA PARA O      *
002188*                       REGISTRO DE 80 POSICOES (NOME COM     *
002192*                       40); REGISTRO DO HISTORICO LIMPO      *
002194*                       ANTES DE MONTADO.                     *
002195*    2026-10-15 JPO     DATA DE VALIDADE DO NOME COPIADA PARA *
002196*                       O HISTORICO.                          *
002197*    2026-10-15 JPO     VINCULO DE MESCLAGEM COPIADO PARA O   *
002198*                       HISTORICO.                            *
002200***************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. TESTCOBU.
005500     05  BKP-TIPO                    PIC X(01).
005600         88  BKP-TIPO-CABECALHO      VALUE "H".
005700         88  BKP-TIPO-DETALHE        VALUE "D".
005800     05  BKP-IMAGEM                  PIC X(80).
005900 FD  RELATORIO
006000     LABEL RECORDS ARE STANDARD.
006100 01  LINHA-RELATORIO                 PIC X(80).
008100 01  WS-IMAGEM-HEADER.
008200     05  WS-HDR-DATA             PIC 9(08).
008250     05  WS-HDR-HORA             PIC 9(06).
008300     05  FILLER                  PIC X(66) VALUE SPACES.
008310 01  WS-HORA-SISTEMA.
008320     05  WS-HORA-HHMMSS          PIC 9(06).
008330     05  FILLER                  PIC 9(02).
023312*    BACKUP) E APENAS CONTADA COMO ERRO DE ARQUIVAMENTO.      *
023314***************************************************************
023316 3120-GRAVAR-HISTORICO.
023317     MOVE SPACES            TO HIST-REGISTRO
023318     MOVE NOME-SEQ          TO HIST-SEQ
023320     MOVE NOME-NOME         TO HIST-NOME
023322     MOVE NOME-DATA-ENTRADA TO HIST-DATA-ENTRADA
023324     MOVE NOME-OPERADOR     TO HIST-OPERADOR
023326     MOVE NOME-STATUS       TO HIST-STATUS
023327     MOVE NOME-DATA-VALIDADE TO HIST-DATA-VALIDADE
023328     MOVE NOME-MESCLADO-EM  TO HIST-MESCLADO-EM
023329     MOVE WS-DATA-SISTEMA   TO HIST-DATA-EXPURGO
023330     WRITE HIST-REGISTRO
023332         INVALID KEY
023334             DISPLAY "ERRO AO ARQUIVAR SEQ NO HISTORICO: "
