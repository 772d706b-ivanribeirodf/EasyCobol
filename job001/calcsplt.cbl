       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSPLT.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: divisao do lote CALCIN    *
      *              por empresa para o processamento em paralelo  *
      *              do fim de mes. Confere header e trailer do    *
      *              lote como o CALC, recusa lote ja postado na   *
      *              data (CTLLOTES/CTLCALC) e divisao anterior    *
      *              ainda nao juntada pelo CALCMERG, e grava uma  *
      *              particao CALCIN.Pnn por empresa, cada uma com *
      *              o header do lote (empresa da particao) e o    *
      *              seu proprio trailer de quantidade e hash, na  *
      *              ordem original dos detalhes. Intercompany e   *
      *              cancelamentos vao todos para a particao 00    *
      *              multi-empresa, processada por um unico CALC:  *
      *              a serie ICSEQCTL dos espelhos e a consulta do *
      *              jornal do cancelamento nao admitem dois CALC  *
      *              ao mesmo tempo. O controle CALCSPLC           *
      *              (DIVLOTE.CPY) e gravado por ultimo, com o     *
      *              trailer original para a prova do CALCMERG;    *
      *              lote de uma unica particao nao e dividido.    *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-IN-FILE ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALCIN.
           SELECT PARTICAO-FILE ASSIGN USING WS-PARTICAO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTICAO.
           SELECT DIVISAO-FILE ASSIGN TO "CALCSPLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIVISAO.
           SELECT DIVISAO-SORT-WORK ASSIGN TO "CALCSSRT".
           SELECT DIVISAO-ORD-FILE ASSIGN TO "CALCSORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT CONTROLE-FILE ASSIGN TO "CTLCALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT CTL-LOTES-FILE ASSIGN TO "CTLLOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTLLOTES.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-IN-FILE.
           COPY TRANSACAO.
           COPY LOTECTL.
       FD  PARTICAO-FILE.
       01  PT-REGISTRO               PIC X(46).
       FD  DIVISAO-FILE.
           COPY DIVLOTE.
       SD  DIVISAO-SORT-WORK.
       01  SRT-REC.
           05 SRT-PARTICAO           PIC 9(02).
           05 SRT-SEQUENCIA          PIC 9(07).
           05 SRT-DADOS              PIC X(46).
       FD  DIVISAO-ORD-FILE.
       01  ORD-REC.
           05 ORD-PARTICAO           PIC 9(02).
           05 ORD-SEQUENCIA          PIC 9(07).
           05 ORD-DADOS              PIC X(46).
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  CONTROLE-FILE.
           COPY CTLDIARIO.
       FD  CTL-LOTES-FILE.
       01  CL-LOTE-REC.
           05 CL-DATA                PIC 9(08).
           05 CL-NUMERO-LOTE         PIC 9(04).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-FS-CALCIN              PIC X(02).
       01  WS-FS-PARTICAO            PIC X(02).
       01  WS-FS-DIVISAO             PIC X(02).
       01  WS-FS-ORD                 PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-CTL                 PIC X(02).
       01  WS-FS-CTLLOTES            PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-HORA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Conferencia do lote original (mesma regra do CALC)        *
      *-----------------------------------------------------------*
       01  WS-QTDE-TOTAL-LOTE        PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-DETALHES          PIC 9(07) VALUE ZEROES.
       01  WS-HASH-CALCULADO         PIC S9(11)V99 VALUE ZEROES.
       01  WS-NUM-REGISTRO           PIC 9(07) VALUE ZEROES.
       01  WS-NUMERO-LOTE            PIC 9(04) VALUE ZEROES.
       01  WS-SISTEMA-ORIGEM         PIC X(08) VALUE SPACES.
       01  WS-EOF-VERIF              PIC X(01) VALUE "N".
           88 FIM-DA-VERIFICACAO     VALUE "S".
       01  WS-EOF-CALCIN             PIC X(01) VALUE "N".
           88 FIM-DO-CALCIN          VALUE "S".
       01  WS-TEM-ANT                PIC X(01) VALUE "N".
           88 TEM-ANTERIOR           VALUE "S".
       01  WS-REG-ANTERIOR           PIC X(46).
       01  WS-ANT-DETALHE REDEFINES WS-REG-ANTERIOR.
           05 WS-ANT-VALOR-1         PIC S9(7)V99.
           05 FILLER                 PIC X(01).
           05 WS-ANT-VALOR-2         PIC S9(7)V99.
           05 FILLER                 PIC X(27).
       01  WS-ANT-TRAILER REDEFINES WS-REG-ANTERIOR.
           05 WS-ANT-TIPO            PIC X(01).
           05 WS-ANT-QTDE            PIC 9(07).
           05 WS-ANT-HASH            PIC S9(11)V99.
           05 FILLER                 PIC X(25).
       01  WS-HEADER-LOTE            PIC X(32) VALUE SPACES.
       01  WS-HEADER-DESM REDEFINES WS-HEADER-LOTE.
           05 FILLER                 PIC X(17).
           05 WS-HDR-COMPANY         PIC X(03).
           05 FILLER                 PIC X(12).
       01  WS-TRAILER-PARTICAO.
           05 FILLER                 PIC X(01) VALUE "T".
           05 WS-TRL-QTDE            PIC 9(07).
           05 WS-TRL-HASH            PIC S9(11)V99.

      *-----------------------------------------------------------*
      * Particoes: 00 = multi-empresa (intercompany e             *
      * cancelamentos), 01 em diante = uma por empresa, na ordem  *
      * em que a empresa aparece no lote.                         *
      *-----------------------------------------------------------*
       01  WS-TABELA-PARTICOES.
           05 WS-PAR-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-PAR-ENTRADA         OCCURS 21 TIMES.
               10 WS-PAR-NUMERO      PIC 9(02).
               10 WS-PAR-COMPANY     PIC X(03).
               10 WS-PAR-QTDE-DET    PIC 9(07).
               10 WS-PAR-HASH        PIC S9(11)V99.
       01  WS-IDX-PAR                PIC 9(02) VALUE ZEROES.
       01  WS-PROX-NUMERO            PIC 9(02) VALUE ZEROES.
       01  WS-PAR-ACHOU              PIC X(01) VALUE "N".
           88 PARTICAO-ENCONTRADA    VALUE "S".
       01  WS-CHAVE-PARTICAO         PIC X(03) VALUE SPACES.
       01  WS-MULTI-EMPRESA          PIC X(01) VALUE "N".
           88 DETALHE-MULTI-EMPRESA  VALUE "S".

       01  WS-PARTICAO-NOME          PIC X(20) VALUE SPACES.
       01  WS-CKPT-NOME              PIC X(20) VALUE SPACES.
       01  WS-CKPT-RC                PIC 9(04) COMP-5.
       01  WS-SUFIXO-PARTICAO.
           05 FILLER                 PIC X(02) VALUE ".P".
           05 WS-SUF-NUMERO          PIC 9(02).
       01  WS-PARTICAO-ABERTA        PIC X(01) VALUE "N".
           88 PARTICAO-ABERTA        VALUE "S".
       01  WS-PARTICAO-ATUAL         PIC 9(02) VALUE ZEROES.
       01  WS-EOF-ORD                PIC X(01) VALUE "N".
           88 FIM-DO-ORDENADO        VALUE "S".
       01  WS-QTDE-GRAVADOS          PIC 9(07) VALUE ZEROES.
       01  WS-HASH-GRAVADO           PIC S9(11)V99 VALUE ZEROES.

       01  WS-EOF-CTLLOTES           PIC X(01) VALUE "N".
           88 FIM-DO-CTLLOTES        VALUE "S".
       01  WS-LOTE-ACHOU             PIC X(01) VALUE "N".
           88 LOTE-JA-POSTADO        VALUE "S".

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "CALCSPLT".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE WS-HORA-ATUAL-NUM = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           PERFORM 002-APLICA-DATA-PROCESSAMENTO
           PERFORM 003-CHECA-DIVISAO-ANTERIOR
           PERFORM 004-VERIFICA-LOTE-ENTRADA
           IF WS-QTDE-DETALHES = ZEROES
               DISPLAY "CALCSPLT - CALCIN SEM DETALHES - DIVISAO "
                   "NAO NECESSARIA"
               GOBACK
           END-IF
           PERFORM 007-CHECA-CONTROLE-DIARIO
           SORT DIVISAO-SORT-WORK
               ON ASCENDING KEY SRT-PARTICAO
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS 010-SELECIONA-DETALHES
                   THRU 013-FIM-SELECAO
               GIVING DIVISAO-ORD-FILE
           IF WS-PAR-QTDE < 2
               DISPLAY "CALCSPLT - LOTE DE UMA UNICA PARTICAO - "
                   "DIVISAO NAO NECESSARIA, O CALC RODA O LOTE "
                   "INTEIRO"
               GOBACK
           END-IF
           PERFORM 014-GRAVA-PARTICOES
           PERFORM 019-GRAVA-CONTROLE-DIVISAO
           DISPLAY "CALCSPLT - LOTE " WS-NUMERO-LOTE " DIVIDIDO EM "
               WS-PAR-QTDE " PARTICOES - DETALHES: "
               WS-QTDE-DETALHES
           GOBACK.

       002-APLICA-DATA-PROCESSAMENTO.
           OPEN INPUT DATA-PROC-FILE
           EVALUATE WS-FS-DATAPROC
               WHEN "00"
                   READ DATA-PROC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                              AND DP-DATA-UTIL NOT = WS-DATA-ATUAL-NUM
                               MOVE DP-DATA-UTIL TO WS-DATA-ATUAL-NUM
                           END-IF
                   END-READ
                   CLOSE DATA-PROC-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-DATAPROC TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR DATAPROC" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Divisao aberta ou com juncao interrompida no CALCSPLC     *
      * ainda tem particoes de pe: uma nova divisao sobrescreveria *
      * os arquivos delas antes do CALCMERG.                      *
      *-----------------------------------------------------------*
       003-CHECA-DIVISAO-ANTERIOR.
           OPEN INPUT DIVISAO-FILE
           EVALUATE WS-FS-DIVISAO
               WHEN "00"
                   READ DIVISAO-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SC-REGISTRO-DIVISAO
                              AND (SC-DIVISAO-ABERTA
                                   OR SC-DIVISAO-EM-JUNCAO)
                               MOVE SPACES TO WS-MSG-ERRO
                               STRING "DIVISAO DO LOTE "
                                   SC-NUMERO-LOTE " AINDA NAO "
                                   "JUNTADA - RODE O CALCMERG"
                                   DELIMITED BY SIZE INTO WS-MSG-ERRO
                               PERFORM 9999-TRATA-ERRO
                           END-IF
                   END-READ
                   CLOSE DIVISAO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-DIVISAO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CALCSPLC" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       004-VERIFICA-LOTE-ENTRADA.
           OPEN INPUT CALC-IN-FILE
           IF WS-FS-CALCIN NOT = "00"
               MOVE WS-FS-CALCIN TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CALCIN" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           READ CALC-IN-FILE
               AT END
                   MOVE "CALCIN VAZIO - SEM HEADER DE LOTE"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               NOT AT END
                   ADD 1 TO WS-QTDE-TOTAL-LOTE
                   IF NOT BH-REGISTRO-HEADER
                       MOVE "CALCIN SEM HEADER DE LOTE" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE BH-HEADER-REC     TO WS-HEADER-LOTE
                   MOVE BH-SISTEMA-ORIGEM TO WS-SISTEMA-ORIGEM
                   IF BH-NUMERO-LOTE IS NUMERIC
                       MOVE BH-NUMERO-LOTE TO WS-NUMERO-LOTE
                   END-IF
           END-READ
           PERFORM 005-LE-REGISTRO-LOTE UNTIL FIM-DA-VERIFICACAO
           CLOSE CALC-IN-FILE
           IF NOT TEM-ANTERIOR OR WS-ANT-TIPO NOT = "T"
               MOVE "CALCIN SEM TRAILER DE LOTE" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-ANT-QTDE NOT = WS-QTDE-DETALHES
               MOVE "CALCIN QTDE DO TRAILER NAO CONFERE COM O LOTE"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-ANT-HASH NOT = WS-HASH-CALCULADO
               MOVE "CALCIN HASH DO TRAILER NAO CONFERE COM O LOTE"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           DISPLAY "CALCSPLT - LOTE CALCIN CONFERIDO - DETALHES: "
               WS-QTDE-DETALHES.

       005-LE-REGISTRO-LOTE.
           READ CALC-IN-FILE
               AT END
                   SET FIM-DA-VERIFICACAO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-TOTAL-LOTE
                   IF TEM-ANTERIOR
                       PERFORM 006-ACUMULA-HASH-DETALHE
                   END-IF
                   MOVE TX-TRANSACAO-REC TO WS-REG-ANTERIOR
                   SET TEM-ANTERIOR TO TRUE
           END-READ.

       006-ACUMULA-HASH-DETALHE.
           ADD 1 TO WS-QTDE-DETALHES
           IF WS-ANT-VALOR-1 IS NUMERIC
               ADD WS-ANT-VALOR-1 TO WS-HASH-CALCULADO
           END-IF
           IF WS-ANT-VALOR-2 IS NUMERIC
               ADD WS-ANT-VALOR-2 TO WS-HASH-CALCULADO
           END-IF.

      *-----------------------------------------------------------*
      * Lote ja postado na data nao e dividido: o override        *
      * FORCECALC so vale no CALC sem divisao, que confere a      *
      * autoridade do operador.                                   *
      *-----------------------------------------------------------*
       007-CHECA-CONTROLE-DIARIO.
           IF WS-NUMERO-LOTE NOT = ZEROES
               OPEN INPUT CTL-LOTES-FILE
               EVALUATE WS-FS-CTLLOTES
                   WHEN "00"
                       PERFORM 008-LE-LOTE-POSTADO
                           UNTIL LOTE-JA-POSTADO OR FIM-DO-CTLLOTES
                       CLOSE CTL-LOTES-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-FS-CTLLOTES TO WS-FS-ERRO
                       MOVE "FALHA AO ABRIR CTLLOTES" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-EVALUATE
           ELSE
               PERFORM 009-CHECA-JA-EXECUTADO
           END-IF
           IF LOTE-JA-POSTADO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "LOTE " WS-NUMERO-LOTE
                   " JA POSTADO NESTA DATA - DIVISAO RECUSADA"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       008-LE-LOTE-POSTADO.
           READ CTL-LOTES-FILE
               AT END
                   SET FIM-DO-CTLLOTES TO TRUE
               NOT AT END
                   IF CL-DATA = WS-DATA-ATUAL-NUM
                      AND CL-NUMERO-LOTE = WS-NUMERO-LOTE
                       SET LOTE-JA-POSTADO TO TRUE
                   END-IF
           END-READ.

       009-CHECA-JA-EXECUTADO.
           OPEN INPUT CONTROLE-FILE
           EVALUATE WS-FS-CTL
               WHEN "00"
                   READ CONTROLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CT-ULTIMA-DATA = WS-DATA-ATUAL-NUM
                               SET LOTE-JA-POSTADO TO TRUE
                           END-IF
                   END-READ
                   CLOSE CONTROLE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-CTL TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CTLCALC" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Procedimento de entrada do SORT: cada detalhe recebe a    *
      * sua particao e o numero de ordem no lote, para a          *
      * particao sair na ordem original.                          *
      *-----------------------------------------------------------*
       010-SELECIONA-DETALHES.
           OPEN INPUT CALC-IN-FILE
           IF WS-FS-CALCIN NOT = "00"
               MOVE WS-FS-CALCIN TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CALCIN" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 011-LIBERA-DETALHE UNTIL FIM-DO-CALCIN
           CLOSE CALC-IN-FILE
           GO TO 013-FIM-SELECAO.

       011-LIBERA-DETALHE.
           READ CALC-IN-FILE
               AT END
                   SET FIM-DO-CALCIN TO TRUE
               NOT AT END
                   ADD 1 TO WS-NUM-REGISTRO
                   IF WS-NUM-REGISTRO > 1 AND
                      WS-NUM-REGISTRO < WS-QTDE-TOTAL-LOTE
                       PERFORM 012-CLASSIFICA-DETALHE
                       MOVE WS-PAR-NUMERO(WS-IDX-PAR)
                           TO SRT-PARTICAO
                       MOVE WS-NUM-REGISTRO  TO SRT-SEQUENCIA
                       MOVE TX-TRANSACAO-REC TO SRT-DADOS
                       RELEASE SRT-REC
                   END-IF
           END-READ.

       012-CLASSIFICA-DETALHE.
           MOVE "N" TO WS-MULTI-EMPRESA
           IF TX-CONTRA-COMPANY NOT = SPACES
              OR TX-OPERACAO = "C"
               SET DETALHE-MULTI-EMPRESA TO TRUE
               MOVE SPACES TO WS-CHAVE-PARTICAO
           ELSE
               MOVE TX-COMPANY-CODE TO WS-CHAVE-PARTICAO
           END-IF
           MOVE "N" TO WS-PAR-ACHOU
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 021-PROCURA-PARTICAO
               UNTIL PARTICAO-ENCONTRADA OR WS-IDX-PAR = WS-PAR-QTDE
           IF NOT PARTICAO-ENCONTRADA
               IF WS-PAR-QTDE = 21
                   MOVE "CALCIN COM EMPRESAS DEMAIS PARA A DIVISAO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-PAR-QTDE
               MOVE WS-PAR-QTDE TO WS-IDX-PAR
               MOVE WS-CHAVE-PARTICAO TO WS-PAR-COMPANY(WS-IDX-PAR)
               MOVE ZEROES TO WS-PAR-QTDE-DET(WS-IDX-PAR)
               MOVE ZEROES TO WS-PAR-HASH(WS-IDX-PAR)
               IF DETALHE-MULTI-EMPRESA
                   MOVE ZEROES TO WS-PAR-NUMERO(WS-IDX-PAR)
               ELSE
                   ADD 1 TO WS-PROX-NUMERO
                   MOVE WS-PROX-NUMERO TO WS-PAR-NUMERO(WS-IDX-PAR)
               END-IF
           END-IF
           ADD 1 TO WS-PAR-QTDE-DET(WS-IDX-PAR)
           IF TX-VALOR-1 IS NUMERIC
               ADD TX-VALOR-1 TO WS-PAR-HASH(WS-IDX-PAR)
           END-IF
           IF TX-VALOR-2 IS NUMERIC
               ADD TX-VALOR-2 TO WS-PAR-HASH(WS-IDX-PAR)
           END-IF.

       013-FIM-SELECAO.
           EXIT.

      *-----------------------------------------------------------*
      * Leitura do lote ordenado com quebra por particao: header  *
      * do lote com a empresa da particao, os detalhes e o        *
      * trailer com quantidade e hash da particao. O checkpoint   *
      * de uma divisao antiga com o mesmo numero e apagado.       *
      *-----------------------------------------------------------*
       014-GRAVA-PARTICOES.
           OPEN INPUT DIVISAO-ORD-FILE
           IF WS-FS-ORD NOT = "00"
               MOVE WS-FS-ORD TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CALCSORD" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 015-LE-ORDENADO UNTIL FIM-DO-ORDENADO
           CLOSE DIVISAO-ORD-FILE
           IF PARTICAO-ABERTA
               PERFORM 017-FECHA-PARTICAO
           END-IF.

       015-LE-ORDENADO.
           READ DIVISAO-ORD-FILE
               AT END
                   SET FIM-DO-ORDENADO TO TRUE
               NOT AT END
                   IF NOT PARTICAO-ABERTA
                      OR ORD-PARTICAO NOT = WS-PARTICAO-ATUAL
                       IF PARTICAO-ABERTA
                           PERFORM 017-FECHA-PARTICAO
                       END-IF
                       PERFORM 016-ABRE-PARTICAO
                   END-IF
                   MOVE ORD-DADOS TO PT-REGISTRO
                   WRITE PT-REGISTRO
                   ADD 1 TO WS-QTDE-GRAVADOS
                   MOVE ORD-DADOS TO WS-REG-ANTERIOR
                   IF WS-ANT-VALOR-1 IS NUMERIC
                       ADD WS-ANT-VALOR-1 TO WS-HASH-GRAVADO
                   END-IF
                   IF WS-ANT-VALOR-2 IS NUMERIC
                       ADD WS-ANT-VALOR-2 TO WS-HASH-GRAVADO
                   END-IF
           END-READ.

       016-ABRE-PARTICAO.
           MOVE ORD-PARTICAO TO WS-PARTICAO-ATUAL
           MOVE ORD-PARTICAO TO WS-SUF-NUMERO
           MOVE SPACES TO WS-PARTICAO-NOME
           STRING "CALCIN" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-PARTICAO-NOME
           MOVE SPACES TO WS-CKPT-NOME
           STRING "CKPTCALC" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-CKPT-NOME
           CALL "CBL_DELETE_FILE" USING WS-CKPT-NOME
               RETURNING WS-CKPT-RC
           OPEN OUTPUT PARTICAO-FILE
           IF WS-FS-PARTICAO NOT = "00"
               MOVE WS-FS-PARTICAO TO WS-FS-ERRO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "FALHA AO ABRIR " WS-PARTICAO-NOME
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           SET PARTICAO-ABERTA TO TRUE
           MOVE ZEROES TO WS-QTDE-GRAVADOS
           MOVE ZEROES TO WS-HASH-GRAVADO
           MOVE "N" TO WS-PAR-ACHOU
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 018-PROCURA-NUMERO
               UNTIL PARTICAO-ENCONTRADA OR WS-IDX-PAR = WS-PAR-QTDE
           MOVE WS-PAR-COMPANY(WS-IDX-PAR) TO WS-HDR-COMPANY
           MOVE WS-HEADER-LOTE TO PT-REGISTRO
           WRITE PT-REGISTRO.

       017-FECHA-PARTICAO.
           IF WS-QTDE-GRAVADOS NOT = WS-PAR-QTDE-DET(WS-IDX-PAR)
              OR WS-HASH-GRAVADO NOT = WS-PAR-HASH(WS-IDX-PAR)
               MOVE SPACES TO WS-MSG-ERRO
               STRING "PARTICAO " WS-PARTICAO-NOME
                   " NAO CONFERE COM A SELECAO"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE WS-QTDE-GRAVADOS TO WS-TRL-QTDE
           MOVE WS-HASH-GRAVADO  TO WS-TRL-HASH
           MOVE WS-TRAILER-PARTICAO TO PT-REGISTRO
           WRITE PT-REGISTRO
           CLOSE PARTICAO-FILE
           MOVE "N" TO WS-PARTICAO-ABERTA
           DISPLAY "CALCSPLT - " WS-PARTICAO-NOME " EMPRESA "
               WS-PAR-COMPANY(WS-IDX-PAR) " DETALHES "
               WS-QTDE-GRAVADOS.

       018-PROCURA-NUMERO.
           ADD 1 TO WS-IDX-PAR
           IF WS-PAR-NUMERO(WS-IDX-PAR) = WS-PARTICAO-ATUAL
               SET PARTICAO-ENCONTRADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Controle gravado por ultimo: uma queda no meio da divisao *
      * nao deixa divisao aberta apontando particao incompleta.   *
      *-----------------------------------------------------------*
       019-GRAVA-CONTROLE-DIVISAO.
           OPEN OUTPUT DIVISAO-FILE
           IF WS-FS-DIVISAO NOT = "00"
               MOVE WS-FS-DIVISAO TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR CALCSPLC" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE SPACES TO SC-DIVISAO-REC
           MOVE "L" TO SC-TIPO-REG
           SET SC-DIVISAO-ABERTA TO TRUE
           MOVE WS-DATA-ATUAL-NUM TO SC-DATA-DIVISAO
           MOVE WS-HORA-ATUAL-NUM TO SC-HORA-DIVISAO
           MOVE WS-NUMERO-LOTE    TO SC-NUMERO-LOTE
           MOVE WS-SISTEMA-ORIGEM TO SC-SISTEMA-ORIGEM
           MOVE WS-QTDE-DETALHES  TO SC-QTDE-DETALHES
           MOVE WS-HASH-CALCULADO TO SC-HASH-VALORES
           MOVE WS-PAR-QTDE       TO SC-QTDE-PARTICOES
           MOVE ZEROES            TO SC-DATA-JUNCAO
           WRITE SC-DIVISAO-REC
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 020-GRAVA-PARTICAO-CONTROLE
               UNTIL WS-IDX-PAR = WS-PAR-QTDE
           CLOSE DIVISAO-FILE.

       020-GRAVA-PARTICAO-CONTROLE.
           ADD 1 TO WS-IDX-PAR
           MOVE SPACES TO SP-PARTICAO-REC
           MOVE "P" TO SP-TIPO-REG
           MOVE WS-PAR-NUMERO(WS-IDX-PAR)   TO SP-NUMERO-PARTICAO
           MOVE WS-PAR-COMPANY(WS-IDX-PAR)  TO SP-COMPANY-CODE
           MOVE WS-PAR-QTDE-DET(WS-IDX-PAR) TO SP-QTDE-DETALHES
           MOVE WS-PAR-HASH(WS-IDX-PAR)     TO SP-HASH-VALORES
           WRITE SP-PARTICAO-REC.

       021-PROCURA-PARTICAO.
           ADD 1 TO WS-IDX-PAR
           IF WS-PAR-COMPANY(WS-IDX-PAR) = WS-CHAVE-PARTICAO
              AND ((DETALHE-MULTI-EMPRESA
                    AND WS-PAR-NUMERO(WS-IDX-PAR) = ZEROES)
                OR (NOT DETALHE-MULTI-EMPRESA
                    AND WS-PAR-NUMERO(WS-IDX-PAR) NOT = ZEROES))
               SET PARTICAO-ENCONTRADA TO TRUE
           END-IF.

       9999-TRATA-ERRO.
           DISPLAY "*** ERRO FATAL EM " WS-NOME-PROGRAMA " - "
               WS-MSG-ERRO
           PERFORM 9998-GRAVA-EVENTO-ERRO
           MOVE 12 TO RETURN-CODE
           GOBACK.

       9998-GRAVA-EVENTO-ERRO.
           MOVE WS-NOME-PROGRAMA TO EV-PROGRAMA
           ACCEPT DH-DATA-ATUAL  FROM DATE YYYYMMDD
           ACCEPT DH-TEMPO-ATUAL FROM TIME
           COMPUTE EV-DATA-EVENTO = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE EV-HORA-EVENTO = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-MSG-ERRO TO EV-MSG-ERRO
           MOVE WS-FS-ERRO  TO EV-FILE-STATUS
           MOVE SPACES TO EV-OPERADOR-ID
           OPEN EXTEND ERRO-EVENTO-FILE
           IF WS-FS-ERRLOG = "35"
               OPEN OUTPUT ERRO-EVENTO-FILE
           END-IF
           IF WS-FS-ERRLOG = "00"
               SET CD-ENCADEIA TO TRUE
               MOVE "ERRLOG" TO CD-ARQUIVO
               CALL "CADEISVC" USING CD-PARAMETROS
                   EV-CONTEUDO EV-CADEIA
                   ON EXCEPTION
                       MOVE ZEROES TO EV-CADEIA
               END-CALL
               WRITE EV-EVENTO-REC
               CLOSE ERRO-EVENTO-FILE
           ELSE
               DISPLAY "FALHA AO GRAVAR EVENTO DE ERRO NO ERRLOG"
           END-IF
           MOVE "C"              TO AS-SEVERIDADE
           MOVE WS-NOME-PROGRAMA TO AS-PROGRAMA
           MOVE WS-MSG-ERRO      TO AS-MENSAGEM
           MOVE WS-NOME-PROGRAMA TO AS-CHAVE
           CALL "ALRTSVC" USING AS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ALRTSVC INDISPONIVEL - ALERTA NAO EMITIDO"
           END-CALL.
