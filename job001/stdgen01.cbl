      *              lote, para um rerun do gerador nao dobrar a   *
      *              cobranca - e o que escapar daqui ainda cai    *
      *              na checagem de duplicidade do CALCHIST.       *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Header do lote guardado com o novo       *
      *              BH-OPERADOR-ID (32 posicoes), preservando o   *
      *              digitador do ENTLOT01 quando a ordem          *
      *              permanente entra em lote existente; lote novo *
      *              gerado aqui sai sem digitador.                *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Ordens agendadas pelo calendario da      *
      *              empresa: o dia util de geracao de cada ordem  *
      *              e os testes de vencimento mensal e de ultimo  *
      *              dia util usam o calendario de feriados do     *
      *              EMPRESA (EM-CALENDARIO) no CALSVC; calendario *
      *              padrao ou empresa fora do cadastro seguem o   *
      *              dia util da cadeia.                           *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.
           COPY LOTECTL.
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY CALENSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.
       01  WS-FS-ORDEM               PIC X(02).
       01  WS-FS-CALCIN              PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.
       01  WS-DATA-UTIL-ORDEM        PIC 9(08) VALUE ZEROES.
       01  WS-DATAPROC-FLAG          PIC X(01) VALUE "N".
           88 ROLA-POR-CALENDARIO    VALUE "S".
       01  WS-DATA-UTIL-DESM.
           05 WS-UTIL-ANO            PIC 9(04).
           05 WS-UTIL-MES            PIC 9(02).
           88 FIM-DE-ORDENS          VALUE "S".
       01  WS-EOF-CALCIN             PIC X(01) VALUE "N".
           88 FIM-DO-CALCIN          VALUE "S".
       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DE-EMPRESAS        VALUE "S".

      *-----------------------------------------------------------*
      * Calendario de feriados de cada empresa (EM-CALENDARIO) e  *
      * o dia util de geracao por ele, apurado na primeira ordem  *
      * da empresa.                                               *
      *-----------------------------------------------------------*
       01  WS-CADASTRO-EMPRESAS.
           05 WS-EMP-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EMP-ENTRADA         OCCURS 20 TIMES.
               10 WS-EMP-CODIGO      PIC X(03).
               10 WS-EMP-CALENDARIO  PIC X(03).
               10 WS-EMP-DATA-UTIL   PIC 9(08).
       01  WS-IDX-EMP                PIC 9(02) VALUE ZEROES.
       01  WS-EMP-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-CADASTRADA     VALUE "S".

       01  WS-TEM-LOTE               PIC X(01) VALUE "N".
           88 LOTE-EXISTENTE         VALUE "S".

       01  WS-HEADER-LOTE            PIC X(32) VALUE SPACES.
       01  WS-DETALHES-LOTE.
           05 WS-DET-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-DET-ENTRADA         OCCURS 500 TIMES.
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-APURA-DATA-UTIL
           PERFORM 022-CARREGA-EMPRESAS
           PERFORM 003-CARREGA-LOTE-EXISTENTE
           PERFORM 010-PROCESSA-ORDENS
           IF WS-QTDE-GERADAS > ZEROES
                       NOT AT END
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                               MOVE DP-DATA-UTIL TO WS-DATA-UTIL
                               SET ROLA-POR-CALENDARIO TO TRUE
                           END-IF
                   END-READ
                   CLOSE DATA-PROC-FILE
               WHEN "35"
                   SET ROLA-POR-CALENDARIO TO TRUE
                   SET CS-PROXIMO-DIA-UTIL TO TRUE
                   MOVE WS-DATA-ATUAL-NUM TO CS-DATA-1
                   MOVE ZEROES TO CS-DATA-2
                   SET FIM-DE-ORDENS TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-ORDENS
                   PERFORM 025-APURA-DIA-UTIL-ORDEM
                   IF SO-ORDEM-ATIVA
                      AND SO-DATA-INICIO NOT > WS-DATA-UTIL-ORDEM
                      AND (SO-DATA-FIM = ZEROES
                           OR SO-DATA-FIM NOT < WS-DATA-UTIL-ORDEM)
                       PERFORM 012-TESTA-VENCIMENTO
                   END-IF
           END-READ.
                   END-IF
               WHEN SO-FREQ-ULTIMO-UTIL
                   PERFORM 013-ACHA-ULTIMO-DIA-UTIL
                   IF WS-ULTIMO-DIA-MES = WS-DATA-UTIL-ORDEM
                       PERFORM 015-GERA-TRANSACAO
                   END-IF
               WHEN OTHER
           MOVE ZEROES TO CS-DATA-2
           CALL "CALSVC" USING CS-PARAMETROS
           IF CS-RETORNO-OK
              AND CS-DATA-RESULTADO = WS-DATA-UTIL-ORDEM
               SET MENSAL-VENCE TO TRUE
           END-IF
           IF NOT MENSAL-VENCE
           MOVE ZEROES TO CS-DATA-2
           CALL "CALSVC" USING CS-PARAMETROS
           IF CS-RETORNO-OK
              AND CS-DATA-RESULTADO = WS-DATA-UTIL-ORDEM
               SET MENSAL-VENCE TO TRUE
           END-IF.

               MOVE SO-VALOR-1        TO TX-VALOR-1
               MOVE SO-OPERACAO       TO TX-OPERACAO
               MOVE SO-VALOR-2        TO TX-VALOR-2
               MOVE WS-DATA-UTIL-ORDEM TO TX-DATA-TRANSACAO
               MOVE WS-REF-GERADA     TO TX-REFERENCIA
               MOVE SO-COMPANY-CODE   TO TX-COMPANY-CODE
               MOVE SO-CURRENCY-CODE  TO TX-CURRENCY-CODE
               MOVE "STDGEN01" TO BH-SISTEMA-ORIGEM
               MOVE SPACES TO BH-COMPANY-CODE
               MOVE ZEROES TO BH-NUMERO-LOTE
               MOVE SPACES TO BH-OPERADOR-ID
           END-IF
           WRITE BH-HEADER-REC
           MOVE ZEROES TO WS-HASH-LOTE
           END-IF
           WRITE TX-TRANSACAO-REC.

      *-----------------------------------------------------------*
      * Cadastro de empresas so para o calendario de feriados de  *
      * cada uma; EMPRESA ausente deixa toda ordem no calendario  *
      * padrao.                                                   *
      *-----------------------------------------------------------*
       022-CARREGA-EMPRESAS.
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   PERFORM 023-LE-EMPRESA UNTIL FIM-DE-EMPRESAS
                   CLOSE EMPRESA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-EMPRESA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       023-LE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DE-EMPRESAS TO TRUE
               NOT AT END
                   IF WS-EMP-QTDE = 20
                       MOVE "CADASTRO EMPRESA EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-EMP-QTDE
                   MOVE EM-CODIGO     TO WS-EMP-CODIGO(WS-EMP-QTDE)
                   MOVE EM-CALENDARIO TO WS-EMP-CALENDARIO(WS-EMP-QTDE)
                   MOVE ZEROES        TO WS-EMP-DATA-UTIL(WS-EMP-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * Dia util de geracao da ordem pelo calendario da empresa:  *
      * a data de calendario rolada pelo CALSVC com o             *
      * EM-CALENDARIO, como o DRIVER01 faz com o padrao. Os       *
      * vencimentos da ordem sao testados no mesmo calendario     *
      * (CS-CALENDARIO fica posicionado para 013/018/019).        *
      *-----------------------------------------------------------*
       025-APURA-DIA-UTIL-ORDEM.
           MOVE WS-DATA-UTIL TO WS-DATA-UTIL-ORDEM
           MOVE SPACES TO CS-CALENDARIO
           MOVE ZEROES TO WS-IDX-EMP
           MOVE "N" TO WS-EMP-ACHOU
           PERFORM 024-PROCURA-EMPRESA
               UNTIL EMPRESA-CADASTRADA OR WS-IDX-EMP = WS-EMP-QTDE
           IF EMPRESA-CADASTRADA
              AND WS-EMP-CALENDARIO(WS-IDX-EMP) NOT = SPACES
               MOVE WS-EMP-CALENDARIO(WS-IDX-EMP) TO CS-CALENDARIO
               IF ROLA-POR-CALENDARIO
                   IF WS-EMP-DATA-UTIL(WS-IDX-EMP) = ZEROES
                       PERFORM 026-ROLA-DIA-EMPRESA
                   END-IF
                   MOVE WS-EMP-DATA-UTIL(WS-IDX-EMP)
                       TO WS-DATA-UTIL-ORDEM
               END-IF
           END-IF
           MOVE WS-DATA-UTIL-ORDEM TO WS-DATA-UTIL-DESM.

       024-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EMP
           IF WS-EMP-CODIGO(WS-IDX-EMP) = SO-COMPANY-CODE
               SET EMPRESA-CADASTRADA TO TRUE
           END-IF.

       026-ROLA-DIA-EMPRESA.
           MOVE WS-DATA-ATUAL-NUM TO WS-EMP-DATA-UTIL(WS-IDX-EMP)
           SET CS-PROXIMO-DIA-UTIL TO TRUE
           MOVE WS-DATA-ATUAL-NUM TO CS-DATA-1
           MOVE ZEROES TO CS-DATA-2
           CALL "CALSVC" USING CS-PARAMETROS
           IF CS-RETORNO-OK
               MOVE CS-DATA-RESULTADO TO WS-EMP-DATA-UTIL(WS-IDX-EMP)
           END-IF
           IF WS-EMP-DATA-UTIL(WS-IDX-EMP) NOT = WS-DATA-UTIL
               DISPLAY "STDGEN01 - EMPRESA " WS-EMP-CODIGO(WS-IDX-EMP)
                   " NO CALENDARIO " WS-EMP-CALENDARIO(WS-IDX-EMP)
                   " - DIA UTIL DE GERACAO: "
                   WS-EMP-DATA-UTIL(WS-IDX-EMP)
           END-IF.

       9999-TRATA-ERRO.
           DISPLAY "*** ERRO FATAL EM " WS-NOME-PROGRAMA " - "
               WS-MSG-ERRO
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
