      *              bloco final aponta atividade de operador      *
      *              INATIVO ou FORA do OPERMAST - o grep visual   *
      *              no AUDITLOG acabou.                           *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-ons recusados (registros SIGNFAIL   *
      *              do SENHASVC no AUDITLOG) contados por         *
      *              operador, fora das execucoes, e listados com  *
      *              o motivo num bloco final; operador bloqueado  *
      *              sai como irregular.                           *
      * 15/10/2026 - IR - A marca "C" que o CALC grava no CALCJRNL *
      *              para o original de um cancelamento nao conta  *
      *              como rejeicao do operador (o cancelamento em  *
      *              si vem como postada).                         *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01. O  *
      *              COPY ERREVT do ERRLOG lido renomeia tambem os *
      *              campos da cadeia.                             *
      * 15/10/2026 - IR - Relatorio OPAUDRPT arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         EV-HORA-EVENTO BY LOG-HORA-EVENTO
                         EV-MSG-ERRO   BY LOG-MSG-ERRO
                         EV-FILE-STATUS BY LOG-FILE-STATUS
                         EV-OPERADOR-ID BY LOG-OPERADOR-ID
                         EV-CONTEUDO   BY LOG-CONTEUDO
                         EV-CADEIA     BY LOG-CADEIA
                         EV-SEQUENCIA  BY LOG-SEQUENCIA
                         EV-HASH       BY LOG-HASH.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  RELAT-OUT-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

               10 WS-OPR-POSTADAS    PIC 9(05).
               10 WS-OPR-REJEITADAS  PIC 9(05).
               10 WS-OPR-ERROS       PIC 9(05).
               10 WS-OPR-SIGNON-FALHO PIC 9(05).
       01  WS-IDX-OPR                PIC 9(02) VALUE ZEROES.
       01  WS-OPR-ACHOU              PIC X(01) VALUE "N".
           88 OPERADOR-NA-TABELA     VALUE "S".

       01  WS-EH-OVERRIDE            PIC X(01) VALUE "N".
           88 REGISTRO-DE-OVERRIDE   VALUE "S".
       01  WS-EH-SIGNON-FALHO        PIC X(01) VALUE "N".
           88 REGISTRO-DE-SIGNON-FALHO VALUE "S".
       01  WS-QTDE-IRREGULARES       PIC 9(02) VALUE ZEROES.
       01  WS-QTDE-SIGNON-FALHO      PIC 9(05) VALUE ZEROES.

       01  WS-LINHA-OPERADOR.
           05 FILLER                 PIC X(09) VALUE "OPERADOR ".
           05 WS-LIN-OVR-NAO         PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE " ESTORNOS: ".
           05 WS-LIN-ESTORNOS        PIC ZZZZ9.
           05 FILLER                 PIC X(16)
               VALUE " SIGN-ON FALHO: ".
           05 WS-LIN-SIGNON-FALHO    PIC ZZZZ9.

       01  WS-LINHA-JORNAL.
           05 FILLER                 PIC X(20)
           05 FILLER                 PIC X(11)
               VALUE " EXECUCOES.".

       01  WS-LINHA-SIGNON.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LIN-SGN-DATA        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SGN-HORA        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SGN-OPERADOR    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SGN-MOTIVO      PIC X(40).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "OPAUDIT".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

           DISPLAY "TRILHA DE OPERADORES GRAVADA EM OPAUDRPT - "
               "OPERADORES: " WS-OPR-QTDE
               " IRREGULARES: " WS-QTDE-IRREGULARES
               " SIGN-ONS RECUSADOS: " WS-QTDE-SIGNON-FALHO
           GOBACK.

       002-LE-PARAMETRO.
           MOVE AUD-OPERADOR-ID TO WS-OPERADOR-PROC
           PERFORM 011-ACHA-OU-CRIA-OPERADOR
           MOVE "N" TO WS-EH-OVERRIDE
           MOVE "N" TO WS-EH-SIGNON-FALHO
           EVALUATE AUD-PROGRAMA
               WHEN "CALCOVRD"
               WHEN "ADD01OVR"
               WHEN "HOLDREL"
               WHEN "CLOSEOVR"
                   SET REGISTRO-DE-OVERRIDE TO TRUE
               WHEN "SIGNFAIL"
                   SET REGISTRO-DE-SIGNON-FALHO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN REGISTRO-DE-SIGNON-FALHO
                   ADD 1 TO WS-OPR-SIGNON-FALHO(WS-IDX-OPR)
                   ADD 1 TO WS-QTDE-SIGNON-FALHO
               WHEN REGISTRO-DE-OVERRIDE
                   IF AUD-RESULTADO = 1
                       ADD 1 TO WS-OPR-OVR-SIM(WS-IDX-OPR)
                   ELSE
                       ADD 1 TO WS-OPR-OVR-NAO(WS-IDX-OPR)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-OPR-EXECUCOES(WS-IDX-OPR)
                   PERFORM 012-ACUMULA-PROGRAMA
           END-EVALUATE
           IF AUD-LANCAMENTO-ESTORNO
               ADD 1 TO WS-OPR-ESTORNOS(WS-IDX-OPR)
           END-IF.
               MOVE ZEROES TO WS-OPR-POSTADAS(WS-IDX-OPR)
               MOVE ZEROES TO WS-OPR-REJEITADAS(WS-IDX-OPR)
               MOVE ZEROES TO WS-OPR-ERROS(WS-IDX-OPR)
               MOVE ZEROES TO WS-OPR-SIGNON-FALHO(WS-IDX-OPR)
           END-IF.

       013-PROCURA-OPERADOR.
                      AND JR-OPERADOR-ID NOT = SPACES
                       MOVE JR-OPERADOR-ID TO WS-OPERADOR-PROC
                       PERFORM 011-ACHA-OU-CRIA-OPERADOR
                       EVALUATE JR-SITUACAO
                           WHEN "P"
                               ADD 1 TO WS-OPR-POSTADAS(WS-IDX-OPR)
                           WHEN "C"
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-OPR-REJEITADAS(WS-IDX-OPR)
                       END-EVALUATE
                   END-IF
           END-READ.

               PERFORM 021-IMPRIME-OPERADOR
                   UNTIL WS-IDX-OPR = WS-OPR-QTDE
           END-IF
           IF WS-QTDE-SIGNON-FALHO > ZEROES
               PERFORM 025-IMPRIME-SIGNON-FALHO
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "OPAUDRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO.

       021-IMPRIME-OPERADOR.
           ADD 1 TO WS-IDX-OPR
           MOVE WS-OPR-OVR-SIM(WS-IDX-OPR)    TO WS-LIN-OVR-SIM
           MOVE WS-OPR-OVR-NAO(WS-IDX-OPR)    TO WS-LIN-OVR-NAO
           MOVE WS-OPR-ESTORNOS(WS-IDX-OPR)   TO WS-LIN-ESTORNOS
           MOVE WS-OPR-SIGNON-FALHO(WS-IDX-OPR)
               TO WS-LIN-SIGNON-FALHO
           MOVE WS-LINHA-OPERADOR TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-OPR-ID(WS-IDX-OPR) TO WS-OPERADOR-PROC
               WHEN NOT OPERADOR-CADASTRADO
                   MOVE "*** FORA DO OPERMAST ***" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-QTDE-IRREGULARES
               WHEN WS-CAD-SITUACAO(WS-IDX-CAD) = "B"
                   MOVE "*** OPERADOR BLOQUEADO ***" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-QTDE-IRREGULARES
               WHEN WS-CAD-SITUACAO(WS-IDX-CAD) NOT = "A"
                   MOVE "*** OPERADOR INATIVO ***" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-QTDE-IRREGULARES
               WRITE RELAT-LINHA
           END-IF.

      *-----------------------------------------------------------*
      * Bloco final: cada sign-on recusado do intervalo (registro *
      * SIGNFAIL do SENHASVC no AUDITLOG), com o motivo.          *
      *-----------------------------------------------------------*
       025-IMPRIME-SIGNON-FALHO.
           MOVE SPACES TO RELAT-LINHA
           STRING "SIGN-ONS RECUSADOS NO INTERVALO: "
               WS-QTDE-SIGNON-FALHO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-FS-AUDITLOG = "00"
               PERFORM 026-LE-SIGNON-FALHO UNTIL FIM-DO-ARQUIVO
               CLOSE AUDIT-LOG-FILE
           END-IF.

       026-LE-SIGNON-FALHO.
           READ AUDIT-LOG-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF AUD-PROGRAMA = "SIGNFAIL"
                      AND AUD-DATA-EXEC NOT < WS-DATA-INICIAL
                      AND AUD-DATA-EXEC NOT > WS-DATA-FINAL
                      AND AUD-OPERADOR-ID NOT = SPACES
                       PERFORM 027-IMPRIME-UM-SIGNON
                   END-IF
           END-READ.

       027-IMPRIME-UM-SIGNON.
           MOVE AUD-DATA-EXEC   TO WS-LIN-SGN-DATA
           MOVE AUD-HORA-EXEC   TO WS-LIN-SGN-HORA
           MOVE AUD-OPERADOR-ID TO WS-LIN-SGN-OPERADOR
           EVALUATE AUD-RESULTADO
               WHEN 1
                   MOVE "SENHA INVALIDA" TO WS-LIN-SGN-MOTIVO
               WHEN 2
                   MOVE "OPERADOR BLOQUEADO" TO WS-LIN-SGN-MOTIVO
               WHEN 3
                   MOVE "SENHA EXPIRADA SEM SENHA NOVA"
                       TO WS-LIN-SGN-MOTIVO
               WHEN 4
                   MOVE "OPERADOR FORA DO OPERMAST"
                       TO WS-LIN-SGN-MOTIVO
               WHEN 5
                   MOVE "OPERADOR INATIVO" TO WS-LIN-SGN-MOTIVO
               WHEN 6
                   MOVE "OPERADOR SEM SENHA CADASTRADA"
                       TO WS-LIN-SGN-MOTIVO
               WHEN 7
                   MOVE "SENHA NOVA RECUSADA" TO WS-LIN-SGN-MOTIVO
               WHEN OTHER
                   MOVE "MOTIVO NAO IDENTIFICADO" TO WS-LIN-SGN-MOTIVO
           END-EVALUATE
           MOVE WS-LINHA-SIGNON TO RELAT-LINHA
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
