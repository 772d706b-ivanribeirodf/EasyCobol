      *              lancamento (normal/original estornado/estorno) para   *
      *              o job de estorno BACKOUT; toda gravacao normal passa  *
      *              a carimbar tipo "N".                                  *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Registro do AUDITLOG e evento do ERRLOG  *
      *              encadeados pelo servico CADEISVC antes do     *
      *              WRITE: sequencia da cabeca                    *
      *              (AUDCHAIN/ERRCHAIN) e hash do conteudo com o  *
      *              hash do registro anterior, conferidos pelo    *
      *              CADEIA01.                                     *
      * 15/10/2026 - IR - FERIADOS no layout FERIADO.CPY (data e   *
      *              calendario): o teste de dia util da cadeia so *
      *              considera as datas do calendario padrao da    *
      *              matriz.                                       *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FERIADOS-FILE.
           COPY FERIADO.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.
       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           01 WS-FS-ERRLOG           PIC X(02).
           01 WS-FS-ERRO             PIC X(02) VALUE SPACES.

               AT END
                   SET FIM-DE-FERIADOS TO TRUE
               NOT AT END
                   IF FR-DATA = WS-DATA-ATUAL-NUM
                      AND FR-CALENDARIO-PADRAO
                       DISPLAY "ATENCAO - DATA DE PROCESSAMENTO E "
                           "FERIADO: " FR-DATA
                       SET DIA-NAO-UTIL TO TRUE
                       SET FIM-DE-FERIADOS TO TRUE
                   END-IF
           END-IF
           MOVE "N" TO AUD-TIPO-LANCAMENTO
           MOVE ZEROES TO AUD-NUMERO-LOTE
           SET CD-ENCADEIA TO TRUE
           MOVE "AUDITLOG" TO CD-ARQUIVO
           CALL "CADEISVC" USING CD-PARAMETROS
               AUD-CONTEUDO AUD-CADEIA
               ON EXCEPTION
                   MOVE ZEROES TO AUD-CADEIA
           END-CALL
           WRITE AUD-LOG-REC
           CLOSE AUDIT-LOG-FILE.

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
