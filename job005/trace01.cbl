      *              de confirmacao de cada sequencia no           *
      *              IFACEACK. Uma referencia entra, uma           *
      *              cronologia sai.                               *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - O jornal mostra o tipo de lancamento de  *
      *              cada registro e, quando a referencia foi      *
      *              cancelada pelo CALC (operacao "C"), a data do *
      *              cancelamento ao lado da marca "C"/"O" do      *
      *              original e do cancelamento "E"; os lotes do   *
      *              AUDITLOG e IFACETOT saem tambem da data do    *
      *              cancelamento.                                 *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio TRCRPT arquivado depois do     *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

           88 FIM-DO-ARQUIVO         VALUE "S".

       01  WS-DATA-POSTAGEM          PIC 9(08) VALUE ZEROES.
       01  WS-DATA-CANCELAMENTO      PIC 9(08) VALUE ZEROES.
       01  WS-COMPANY-REF            PIC X(03) VALUE SPACES.
       01  WS-POSTADA-FLAG           PIC X(01) VALUE "N".
           88 REFERENCIA-POSTADA     VALUE "S".
               WRITE RELAT-LINHA
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "TRCRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "RASTREAMENTO DE " WS-REFERENCIA
               " GRAVADO EM TRCRPT"
           GOBACK.
                   TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           IF WS-DATA-CANCELAMENTO NOT = ZEROES
               MOVE SPACES TO RELAT-LINHA
               STRING "   CANCELADA EM " WS-DATA-CANCELAMENTO
                   " - ORIGINAL MARCADO SITUACAO C TIPO O, "
                   "CANCELAMENTO POSTADO TIPO E"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA.

                           " SITUACAO " JR-SITUACAO
                           " MOTIVO " JR-MOTIVO
                           " RESULT " WS-VALOR-EDITADO
                           " TIPO " JR-TIPO-LANCAMENTO
                           DELIMITED BY SIZE INTO RELAT-LINHA
                       WRITE RELAT-LINHA
                       IF JR-CANCELADA
                           MOVE JR-DATA-EXEC TO WS-DATA-CANCELAMENTO
                       END-IF
                   END-IF
           END-READ.

           END-READ.

       040-CONTA-LOTE.
           MOVE SPACES TO RELAT-LINHA
           IF WS-DATA-CANCELAMENTO = ZEROES
               MOVE "4. LOTE NO AUDITLOG E IFACETOT (DATA DA POSTAGEM)"
                   TO RELAT-LINHA
           ELSE
               STRING "4. LOTES NO AUDITLOG E IFACETOT (DATAS DA "
                   "POSTAGEM E DO CANCELAMENTO)"
                   DELIMITED BY SIZE INTO RELAT-LINHA
           END-IF
           WRITE RELAT-LINHA
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-LOG-FILE
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF AUD-PROGRAMA = "CALC"
                      AND (AUD-DATA-EXEC = WS-DATA-POSTAGEM
                           OR AUD-DATA-EXEC = WS-DATA-CANCELAMENTO)
                      AND (WS-COMPANY-REF = SPACES
                           OR AUD-COMPANY-CODE = WS-COMPANY-REF)
                       ADD 1 TO WS-QTDE-LOTE
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF IF-PROGRAMA = "CALC"
                      AND (IF-DATA-EXEC = WS-DATA-POSTAGEM
                           OR IF-DATA-EXEC = WS-DATA-CANCELAMENTO)
                      AND (WS-COMPANY-REF = SPACES
                           OR IF-COMPANY-CODE = WS-COMPANY-REF)
                       ADD 1 TO WS-QTDE-LOTE
                   END-IF
           END-READ.

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
