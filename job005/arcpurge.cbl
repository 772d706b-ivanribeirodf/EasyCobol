      *              disparou (quando houver) e o operador, para a        *
      *              reconstrucao de uma falha nao depender de alguem     *
      *              ter visto a mensagem no console.                     *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - AUDITLOG encadeado (CADEISVC): registros *
      *              passam a 81 posicoes com sequencia e hash; o  *
      *              expurgo leva so o trecho inicial ate o        *
      *              primeiro registro retido, para AUDITARC e     *
      *              AUDITLOG continuarem uma unica cadeia, e      *
      *              grava no AUDCHAIN a sequencia e o hash do     *
      *              ultimo registro arquivado. Evento do ERRLOG   *
      *              encadeado pelo CADEISVC.                      *
      * 15/10/2026 - IR - Relatorio ARCHRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT IFACE-TMP-FILE ASSIGN TO "IFACETMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFCTMP.
           SELECT CABECA-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CABECA.
           SELECT RELAT-OUT-FILE ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  AUDIT-ARC-FILE.
       01  AUD-ARC-REC               PIC X(81).
       FD  AUDIT-TMP-FILE.
       01  AUD-TMP-REC               PIC X(81).
       FD  IFACE-FILE.
           COPY INTERFACE.
       FD  IFACE-ARC-FILE.
       01  IF-ARC-REC                PIC X(75).
       FD  IFACE-TMP-FILE.
       01  IF-TMP-REC                PIC X(75).
       FD  CABECA-FILE.
           COPY CADCTL.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(80).
       FD  ERRO-EVENTO-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-IFACE               PIC X(02).
       01  WS-FS-IFCARC              PIC X(02).
       01  WS-FS-IFCTMP              PIC X(02).
       01  WS-FS-CABECA              PIC X(02).

       01  WS-DATA-CORTE             PIC 9(08) VALUE ZEROES.

       01  WS-EOF                    PIC X(01) VALUE "N".
           88 FIM-DO-ARQUIVO         VALUE "S".

      *-----------------------------------------------------------*
      * Cadeia de hash do AUDITLOG: o expurgo so leva o trecho    *
      * inicial do arquivo (do primeiro registro retido em diante *
      * tudo fica), para o AUDITARC terminar exatamente onde o    *
      * vivo comeca; o ultimo registro encadeado arquivado vai    *
      * para a cabeca AUDCHAIN como ponto de retomada.            *
      *-----------------------------------------------------------*
       01  WS-RETENCAO-FLAG          PIC X(01) VALUE "N".
           88 RETENCAO-INICIADA      VALUE "S".
       01  WS-ARQ-SEQUENCIA          PIC 9(09) VALUE ZEROES.
       01  WS-ARQ-HASH               PIC 9(18) VALUE ZEROES.

       01  WS-TOTAIS-AUDITLOG.
           05 WS-AUD-QTDE-ARQ        PIC 9(07) VALUE ZEROES.
           05 WS-AUD-QTDE-RET        PIC 9(07) VALUE ZEROES.
           OPEN OUTPUT RELAT-OUT-FILE
           PERFORM 010-SEPARA-AUDITLOG
           PERFORM 012-REGRAVA-AUDITLOG
           PERFORM 014-REGISTRA-PONTO-CADEIA
           PERFORM 020-SEPARA-IFACE
           PERFORM 022-REGRAVA-IFACE
           PERFORM 030-IMPRIME-RELATORIO
           CLOSE RELAT-OUT-FILE
           MOVE "ARCHRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "EXPURGO CONCLUIDO - RELATORIO EM ARCHRPT"
           GOBACK.

                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF AUD-DATA-EXEC < WS-DATA-CORTE
                      AND NOT RETENCAO-INICIADA
                       MOVE AUD-LOG-REC TO AUD-ARC-REC
                       WRITE AUD-ARC-REC
                       ADD 1 TO WS-AUD-QTDE-ARQ
                       ADD AUD-RESULTADO TO WS-AUD-VALOR-ARQ
                       IF AUD-SEQUENCIA IS NUMERIC
                          AND AUD-SEQUENCIA > ZEROES
                           MOVE AUD-SEQUENCIA TO WS-ARQ-SEQUENCIA
                           MOVE AUD-HASH TO WS-ARQ-HASH
                       END-IF
                   ELSE
                       SET RETENCAO-INICIADA TO TRUE
                       MOVE AUD-LOG-REC TO AUD-TMP-REC
                       WRITE AUD-TMP-REC
                       ADD 1 TO WS-AUD-QTDE-RET
                   WRITE AUD-LOG-REC
           END-READ.

       014-REGISTRA-PONTO-CADEIA.
           IF WS-ARQ-SEQUENCIA > ZEROES
               OPEN INPUT CABECA-FILE
               EVALUATE WS-FS-CABECA
                   WHEN "00"
                       READ CABECA-FILE
                           AT END
                               INITIALIZE CC-CADEIA-REC
                       END-READ
                       CLOSE CABECA-FILE
                   WHEN "35"
                       INITIALIZE CC-CADEIA-REC
                   WHEN OTHER
                       MOVE WS-FS-CABECA TO WS-FS-ERRO
                       MOVE "FALHA AO ABRIR AUDCHAIN" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-EVALUATE
               IF CC-ULTIMA-SEQUENCIA IS NOT NUMERIC
                  OR CC-ULTIMA-SEQUENCIA < WS-ARQ-SEQUENCIA
                   MOVE WS-ARQ-SEQUENCIA TO CC-ULTIMA-SEQUENCIA
                   MOVE WS-ARQ-HASH TO CC-ULTIMO-HASH
               END-IF
               ACCEPT DH-DATA-ATUAL FROM DATE YYYYMMDD
               COMPUTE CC-DATA-EXPURGO = DH-ANO-ATUAL * 10000
                   + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
               MOVE WS-ARQ-SEQUENCIA TO CC-ARQ-SEQUENCIA
               MOVE WS-ARQ-HASH TO CC-ARQ-HASH
               OPEN OUTPUT CABECA-FILE
               IF WS-FS-CABECA NOT = "00"
                   MOVE WS-FS-CABECA TO WS-FS-ERRO
                   MOVE "FALHA AO GRAVAR AUDCHAIN" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               WRITE CC-CADEIA-REC
               CLOSE CABECA-FILE
           END-IF.

       020-SEPARA-IFACE.
           MOVE "N" TO WS-EOF
           OPEN INPUT IFACE-FILE
           MOVE WS-VALOR-ORIGINAL      TO WS-LIN-TOTAL
           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-ARQ-SEQUENCIA > ZEROES
               MOVE SPACES TO RELAT-LINHA
               STRING "CADEIA RETOMA NO VIVO APOS A SEQUENCIA "
                   WS-ARQ-SEQUENCIA " (AUDCHAIN)"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA

           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA.

       9997-ARQUIVA-RELATORIO.
           MOVE WS-NOME-PROGRAMA TO RS-PROGRAMA
           MOVE SPACES TO RS-OPERADOR-ID
           CALL "RELSVC" USING RS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "RELSVC INDISPONIVEL - RELATORIO "
                       RS-RELATORIO " NAO ARQUIVADO"
           END-CALL.

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
