       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTSVC.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: servico de alertas no     *
      *              molde do DATASVC/CALSVC. Acrescenta no        *
      *              arquivo padrao ALERTAS (ALERTA.CPY) um        *
      *              alerta pendente com severidade, programa,     *
      *              data de negocio (dia util do DATAPROC),       *
      *              mensagem e chave de supressao, numerado pelo  *
      *              ALSEQCTL. Chave ja alertada na mesma unidade  *
      *              de execucao e suprimida. Chamado pelo         *
      *              9998-GRAVA-EVENTO-ERRO de todo programa, pelo *
      *              DRIVER01 na falha de passo e pelo STATUS01    *
      *              no veredito FALHA. Falha de gravacao so vai   *
      *              ao console: o servico nunca derruba quem o    *
      *              chamou, que pode estar no meio do proprio     *
      *              tratamento de erro.                           *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTAS.
           SELECT SEQ-CTL-FILE ASSIGN TO "ALSEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQCTL.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE.
           COPY ALERTA.
       FD  SEQ-CTL-FILE.
           COPY SEQCTL
               REPLACING SQ-SEQ-REC BY AL-SEQ-REC
                         SQ-ULTIMA-SEQUENCIA BY AL-ULTIMA-SEQUENCIA.
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       WORKING-STORAGE SECTION.
           COPY DATETIME.

       01  WS-FS-ALERTAS            PIC X(02).
       01  WS-FS-SEQCTL             PIC X(02).
       01  WS-FS-DATAPROC           PIC X(02).

       01  WS-DATA-ATUAL-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-HORA-ATUAL-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROES.
       01  WS-SEQ-ALERTA            PIC 9(09) VALUE ZEROES.
       01  WS-SEQ-LIDA              PIC X(01) VALUE "N".
           88 SEQUENCIA-LIDA        VALUE "S".

       01  WS-CHAVES-ALERTADAS.
           05 WS-CHV-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-CHV-CHAVE          PIC X(24) OCCURS 200 TIMES.
       01  WS-IDX-CHV               PIC 9(03) VALUE ZEROES.
       01  WS-CHV-ACHOU             PIC X(01) VALUE "N".
           88 CHAVE-JA-ALERTADA     VALUE "S".

       LINKAGE SECTION.
           COPY ALERTSVC.

       PROCEDURE DIVISION USING AS-PARAMETROS.

       001-INICIO.
           SET AS-RETORNO-OK TO TRUE
           IF AS-CHAVE = SPACES
               MOVE AS-PROGRAMA TO AS-CHAVE
           END-IF
           IF NOT AS-SEVERIDADE-CRITICA AND NOT AS-SEVERIDADE-ALTA
               SET AS-SEVERIDADE-CRITICA TO TRUE
           END-IF
           PERFORM 002-VERIFICA-SUPRESSAO
           IF CHAVE-JA-ALERTADA
               SET AS-RETORNO-SUPRIMIDO TO TRUE
               DISPLAY "ALERTA SUPRIMIDO (JA EMITIDO NESTA EXECUCAO): "
                   AS-CHAVE
           ELSE
               PERFORM 004-APURA-DATAS
               PERFORM 005-PROXIMA-SEQUENCIA
               IF NOT AS-RETORNO-ERRO
                   PERFORM 006-GRAVA-ALERTA
               END-IF
               IF AS-RETORNO-OK
                   PERFORM 007-GRAVA-SEQUENCIA
                   PERFORM 008-MEMORIZA-CHAVE
                   DISPLAY "ALERTA " WS-SEQ-ALERTA " EMITIDO: "
                       AS-PROGRAMA " - " AS-MENSAGEM
               END-IF
           END-IF
           GOBACK.

       002-VERIFICA-SUPRESSAO.
           MOVE "N" TO WS-CHV-ACHOU
           MOVE ZEROES TO WS-IDX-CHV
           PERFORM 003-PROCURA-CHAVE
               UNTIL WS-IDX-CHV = WS-CHV-QTDE OR CHAVE-JA-ALERTADA.

       003-PROCURA-CHAVE.
           ADD 1 TO WS-IDX-CHV
           IF WS-CHV-CHAVE(WS-IDX-CHV) = AS-CHAVE
               SET CHAVE-JA-ALERTADA TO TRUE
           END-IF.

       004-APURA-DATAS.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE WS-HORA-ATUAL-NUM = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-NEGOCIO
           OPEN INPUT DATA-PROC-FILE
           IF WS-FS-DATAPROC = "00"
               READ DATA-PROC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                           MOVE DP-DATA-UTIL TO WS-DATA-NEGOCIO
                       END-IF
               END-READ
               CLOSE DATA-PROC-FILE
           END-IF.

       005-PROXIMA-SEQUENCIA.
           MOVE ZEROES TO WS-SEQ-ALERTA
           OPEN INPUT SEQ-CTL-FILE
           EVALUATE WS-FS-SEQCTL
               WHEN "00"
                   READ SEQ-CTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE AL-ULTIMA-SEQUENCIA TO WS-SEQ-ALERTA
                   END-READ
                   CLOSE SEQ-CTL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FALHA AO ABRIR ALSEQCTL - STATUS "
                       WS-FS-SEQCTL
                   SET AS-RETORNO-ERRO TO TRUE
           END-EVALUATE
           ADD 1 TO WS-SEQ-ALERTA.

       006-GRAVA-ALERTA.
           INITIALIZE AT-ALERTA-REC
           MOVE WS-SEQ-ALERTA     TO AT-SEQUENCIA
           MOVE AS-SEVERIDADE     TO AT-SEVERIDADE
           MOVE AS-PROGRAMA       TO AT-PROGRAMA
           MOVE WS-DATA-NEGOCIO   TO AT-DATA-NEGOCIO
           MOVE WS-DATA-ATUAL-NUM TO AT-DATA-EMISSAO
           MOVE WS-HORA-ATUAL-NUM TO AT-HORA-EMISSAO
           MOVE AS-MENSAGEM       TO AT-MENSAGEM
           MOVE AS-CHAVE          TO AT-CHAVE-SUPRESSAO
           SET AT-ALERTA-PENDENTE TO TRUE
           OPEN EXTEND ALERTA-FILE
           IF WS-FS-ALERTAS = "35"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           IF WS-FS-ALERTAS = "00"
               WRITE AT-ALERTA-REC
               CLOSE ALERTA-FILE
           ELSE
               DISPLAY "FALHA AO GRAVAR ALERTA NO ALERTAS - STATUS "
                   WS-FS-ALERTAS
               SET AS-RETORNO-ERRO TO TRUE
           END-IF.

       007-GRAVA-SEQUENCIA.
           MOVE WS-SEQ-ALERTA TO AL-ULTIMA-SEQUENCIA
           OPEN OUTPUT SEQ-CTL-FILE
           IF WS-FS-SEQCTL = "00"
               WRITE AL-SEQ-REC
               CLOSE SEQ-CTL-FILE
           ELSE
               DISPLAY "FALHA AO GRAVAR ALSEQCTL - STATUS "
                   WS-FS-SEQCTL
           END-IF.

       008-MEMORIZA-CHAVE.
           IF WS-CHV-QTDE < 200
               ADD 1 TO WS-CHV-QTDE
               MOVE AS-CHAVE TO WS-CHV-CHAVE(WS-CHV-QTDE)
           END-IF.
