001720*                       A CORRECAO EM LINHA SAIA SEPARADA     *
001730*                       DAS DEMAIS ALTERACOES NO RELATORIO    *
001740*                       DE AUDITORIA.                         *
001750*    2026-10-15 JPO     APROVADOR DA ALTERACAO (DUPLA         *
001760*                       CUSTODIA): NAS ALTERACOES APROVADAS   *
001770*                       JRNL-OPERADOR E O SOLICITANTE E       *
001780*                       JRNL-APROVADOR O SUPERVISOR QUE       *
001790*                       APROVOU; EM BRANCO NOS DEMAIS.        *
001791*    2026-10-15 JPO     IDENTIFICADOR DA EXECUCAO (JRNL-      *
001792*                       EXECUCAO): DATA E HORA DE INICIO DA   *
001793*                       CARGA TESTCOBB QUE GRAVOU O           *
001794*                       LANCAMENTO, PARA O ESTORNO DE UMA     *
001795*                       EXECUCAO INTEIRA (TESTCOBN); EM       *
001796*                       BRANCO NOS LANCAMENTOS DO ONLINE.     *
001810*    2026-10-15 JPO     IMAGENS ANTES E DEPOIS AMPLIADAS DE   *
001824*                       33 PARA 80 BYTES COM O NOVO LEIAUTE   *
001838*                       DO NOMEREC (NOME DE 40 POSICOES);     *
001852*                       CONVERSAO DO JORNAL E DAS GERACOES    *
001866*                       ARQUIVADAS PELO TESTCOBW.             *
001868*    2026-10-15 JPO     ACAO M (MESCLAGEM): CANCELAMENTO DO   *
001870*                       REGISTRO ABSORVIDO COM O VINCULO PARA *
001872*                       O SOBREVIVENTE, SEPARADO DO           *
001874*                       CANCELAMENTO SIMPLES (ACAO A).        *
001880*                                                             *
001900***************************************************************
002000 01  JRNL-REGISTRO.
002100     05  JRNL-ACAO                      PIC X(01).
002200         88  JRNL-ACAO-INCLUSAO         VALUE "I".
002300         88  JRNL-ACAO-ALTERACAO        VALUE "A".
002310         88  JRNL-ACAO-CORRECAO         VALUE "C".
002350         88  JRNL-ACAO-MESCLAGEM        VALUE "M".
002400     05  JRNL-IMAGEM-ANTES              PIC X(80).
002500     05  JRNL-IMAGEM-DEPOIS             PIC X(80).
002600     05  JRNL-OPERADOR                  PIC X(08).
002700     05  JRNL-DATA                      PIC 9(08).
002800     05  JRNL-HORA                      PIC 9(06).
002900     05  JRNL-APROVADOR                 PIC X(08).
003000     05  JRNL-EXECUCAO                  PIC X(14).
