       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIA01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: conferencia da cadeia de  *
      *              hash dos logs. Percorre AUDITARC + AUDITLOG   *
      *              (uma cadeia so, ligada pelo ponto do expurgo  *
      *              gravado pelo ARCPURGE na cabeca AUDCHAIN) e o *
      *              ERRLOG (cabeca ERRCHAIN), recalcula o hash de *
      *              cada registro encadeado pelo servico CADEISVC *
      *              e lista no CADERPT o primeiro elo quebrado    *
      *              (registro alterado), toda sequencia ausente   *
      *              (registro apagado, inclusive do fim do        *
      *              arquivo contra a cabeca) e todo registro fora *
      *              de ordem ou sem cadeia depois do inicio da    *
      *              cadeia (registro inserido). Registros antigos *
      *              anteriores a cadeia so sao contados. Qualquer *
      *              ocorrencia encerra com RETURN-CODE 8. Chamado *
      *              pelo STATUS01 no quadro matinal.              *
      * 15/10/2026 - IR - Relatorio CADERPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN USING WS-LOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT CABECA-FILE ASSIGN USING WS-CABECA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CABECA.
           SELECT RELAT-OUT-FILE ASSIGN TO "CADERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LG-REGISTRO               PIC X(121).
       FD  CABECA-FILE.
           COPY CADCTL.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(100).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY AUDITLOG.
           COPY ERREVT
               REPLACING EV-EVENTO-REC BY LOG-EVENTO-REC
                         EV-PROGRAMA   BY LOG-PROGRAMA
                         EV-DATA-EVENTO BY LOG-DATA-EVENTO
                         EV-HORA-EVENTO BY LOG-HORA-EVENTO
                         EV-MSG-ERRO   BY LOG-MSG-ERRO
                         EV-FILE-STATUS BY LOG-FILE-STATUS
                         EV-OPERADOR-ID BY LOG-OPERADOR-ID
                         EV-CONTEUDO   BY LOG-CONTEUDO
                         EV-CADEIA     BY LOG-CADEIA
                         EV-SEQUENCIA  BY LOG-SEQUENCIA
                         EV-HASH       BY LOG-HASH.
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-FS-LOG                 PIC X(02).
       01  WS-FS-CABECA              PIC X(02).
       01  WS-LOG-NOME               PIC X(08) VALUE SPACES.
       01  WS-CABECA-NOME            PIC X(08) VALUE SPACES.
       01  WS-LOG-CONFERIDO          PIC X(08) VALUE SPACES.
           88 CONFERINDO-AUDITLOG    VALUE "AUDITLOG".

       01  WS-DATA-HOJE              PIC 9(08) VALUE ZEROES.
       01  WS-EOF                    PIC X(01) VALUE "N".
           88 FIM-DO-ARQUIVO         VALUE "S".
       01  WS-ARQUIVO-FLAG           PIC X(01) VALUE "N".
           88 ARQUIVO-PRESENTE       VALUE "S".
       01  WS-OCORRENCIA-FLAG        PIC X(01) VALUE "N".
           88 HOUVE-OCORRENCIA       VALUE "S".

      *-----------------------------------------------------------*
      * Cabeca da cadeia do log em conferencia.                   *
      *-----------------------------------------------------------*
       01  WS-CAB-SEQUENCIA          PIC 9(09) VALUE ZEROES.
       01  WS-CAB-HASH               PIC 9(18) VALUE ZEROES.
       01  WS-CAB-ARQ-SEQUENCIA      PIC 9(09) VALUE ZEROES.
       01  WS-CAB-ARQ-HASH           PIC 9(18) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Estado da cadeia ao longo da leitura: sequencia e hash do *
      * ultimo registro encadeado aceito.                         *
      *-----------------------------------------------------------*
       01  WS-ULTIMA-SEQUENCIA       PIC 9(09) VALUE ZEROES.
       01  WS-HASH-ANTERIOR          PIC 9(18) VALUE ZEROES.
       01  WS-CADEIA-FLAG            PIC X(01) VALUE "N".
           88 CADEIA-INICIADA        VALUE "S".
       01  WS-PRIMEIRO-ELO-FLAG      PIC X(01) VALUE "N".
           88 PRIMEIRO-ELO-REPORTADO VALUE "S".
       01  WS-REG-SEQUENCIA          PIC 9(09) VALUE ZEROES.
       01  WS-REG-HASH               PIC 9(18) VALUE ZEROES.
       01  WS-REG-FLAG               PIC X(01) VALUE "N".
           88 REGISTRO-ENCADEADO     VALUE "S".
       01  WS-POSICAO                PIC 9(09) VALUE ZEROES.
       01  WS-AUSENTE-INICIAL        PIC 9(09) VALUE ZEROES.
       01  WS-AUSENTE-FINAL          PIC 9(09) VALUE ZEROES.

       01  WS-CONTADORES-LOG.
           05 WS-QTDE-LIDOS          PIC 9(09) VALUE ZEROES.
           05 WS-QTDE-SEM-CADEIA     PIC 9(09) VALUE ZEROES.
           05 WS-QTDE-ENCADEADOS     PIC 9(09) VALUE ZEROES.
           05 WS-QTDE-ELOS-QUEBRADOS PIC 9(09) VALUE ZEROES.
           05 WS-QTDE-AUSENTES       PIC 9(09) VALUE ZEROES.
           05 WS-QTDE-FORA-ORDEM     PIC 9(09) VALUE ZEROES.
           05 WS-QTDE-LINHAS-OCORR   PIC 9(05) VALUE ZEROES.

       01  WS-OCORRENCIA             PIC X(90) VALUE SPACES.
       01  WS-VEREDITO               PIC X(32) VALUE SPACES.
       01  WS-LINHA-RESUMO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-RES-ROTULO          PIC X(40).
           05 WS-RES-QTDE            PIC ZZZ,ZZZ,ZZ9.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "CADEIA01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-HOJE = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "CONFERENCIA DA CADEIA DE HASH DOS LOGS - "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 010-CONFERE-AUDITLOG
           PERFORM 020-CONFERE-ERRLOG
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF HOUVE-OCORRENCIA
               MOVE "VEREDITO: CADEIA COM OCORRENCIAS" TO WS-VEREDITO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "VEREDITO: CADEIAS INTEGRAS" TO WS-VEREDITO
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE WS-VEREDITO TO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "CADERPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "CADEIA01 - " WS-VEREDITO " - VER CADERPT"
           GOBACK.

      *-----------------------------------------------------------*
      * AUDITLOG: o AUDITARC primeiro, depois o vivo. Sem o       *
      * AUDITARC a conferencia comeca no ponto do expurgo.        *
      *-----------------------------------------------------------*
       010-CONFERE-AUDITLOG.
           MOVE "AUDITLOG" TO WS-LOG-CONFERIDO
           MOVE "AUDCHAIN" TO WS-CABECA-NOME
           PERFORM 030-INICIA-CONFERENCIA
           PERFORM 031-LE-CABECA
           MOVE "AUDITARC" TO WS-LOG-NOME
           PERFORM 032-PERCORRE-ARQUIVO
           IF ARQUIVO-PRESENTE
               IF WS-CAB-ARQ-SEQUENCIA > ZEROES
                  AND (WS-ULTIMA-SEQUENCIA NOT = WS-CAB-ARQ-SEQUENCIA
                   OR WS-HASH-ANTERIOR NOT = WS-CAB-ARQ-HASH)
                   MOVE SPACES TO WS-OCORRENCIA
                   STRING "AUDITARC NAO TERMINA NO PONTO DO EXPURGO "
                       "(AUDCHAIN: SEQUENCIA " WS-CAB-ARQ-SEQUENCIA
                       ")" DELIMITED BY SIZE INTO WS-OCORRENCIA
                   ADD 1 TO WS-QTDE-ELOS-QUEBRADOS
                   PERFORM 038-REPORTA-OCORRENCIA
                   PERFORM 012-ANCORA-PONTO-EXPURGO
               END-IF
           ELSE
               IF WS-CAB-ARQ-SEQUENCIA > ZEROES
                   MOVE SPACES TO RELAT-LINHA
                   STRING "  AUDITARC AUSENTE - CONFERENCIA A PARTIR "
                       "DO PONTO DO EXPURGO, SEQUENCIA "
                       WS-CAB-ARQ-SEQUENCIA
                       DELIMITED BY SIZE INTO RELAT-LINHA
                   WRITE RELAT-LINHA
                   PERFORM 012-ANCORA-PONTO-EXPURGO
               END-IF
           END-IF
           MOVE "AUDITLOG" TO WS-LOG-NOME
           PERFORM 032-PERCORRE-ARQUIVO
           PERFORM 036-CONFERE-CABECA
           PERFORM 040-IMPRIME-RESUMO.

       012-ANCORA-PONTO-EXPURGO.
           MOVE WS-CAB-ARQ-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
           MOVE WS-CAB-ARQ-HASH      TO WS-HASH-ANTERIOR
           SET CADEIA-INICIADA TO TRUE.

       020-CONFERE-ERRLOG.
           MOVE "ERRLOG" TO WS-LOG-CONFERIDO
           MOVE "ERRCHAIN" TO WS-CABECA-NOME
           PERFORM 030-INICIA-CONFERENCIA
           PERFORM 031-LE-CABECA
           MOVE "ERRLOG" TO WS-LOG-NOME
           PERFORM 032-PERCORRE-ARQUIVO
           PERFORM 036-CONFERE-CABECA
           PERFORM 040-IMPRIME-RESUMO.

       030-INICIA-CONFERENCIA.
           INITIALIZE WS-CONTADORES-LOG
           MOVE ZEROES TO WS-ULTIMA-SEQUENCIA
           MOVE ZEROES TO WS-HASH-ANTERIOR
           MOVE "N" TO WS-CADEIA-FLAG
           MOVE "N" TO WS-PRIMEIRO-ELO-FLAG
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "LOG " WS-LOG-CONFERIDO " - CABECA " WS-CABECA-NOME
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

       031-LE-CABECA.
           MOVE ZEROES TO WS-CAB-SEQUENCIA WS-CAB-HASH
                          WS-CAB-ARQ-SEQUENCIA WS-CAB-ARQ-HASH
           OPEN INPUT CABECA-FILE
           EVALUATE WS-FS-CABECA
               WHEN "00"
                   READ CABECA-FILE
                       AT END
                           INITIALIZE CC-CADEIA-REC
                   END-READ
                   CLOSE CABECA-FILE
                   IF CC-ULTIMA-SEQUENCIA IS NUMERIC
                      AND CC-ULTIMO-HASH IS NUMERIC
                       MOVE CC-ULTIMA-SEQUENCIA TO WS-CAB-SEQUENCIA
                       MOVE CC-ULTIMO-HASH      TO WS-CAB-HASH
                   ELSE
                       MOVE "CABECA DA CADEIA ILEGIVEL" TO WS-OCORRENCIA
                       ADD 1 TO WS-QTDE-ELOS-QUEBRADOS
                       PERFORM 038-REPORTA-OCORRENCIA
                   END-IF
                   IF CC-ARQ-SEQUENCIA IS NUMERIC
                      AND CC-ARQ-HASH IS NUMERIC
                       MOVE CC-ARQ-SEQUENCIA TO WS-CAB-ARQ-SEQUENCIA
                       MOVE CC-ARQ-HASH      TO WS-CAB-ARQ-HASH
                   END-IF
               WHEN "35"
                   MOVE "  CABECA AUSENTE - NENHUM REGISTRO ENCADEADO"
                       TO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN OTHER
                   MOVE WS-FS-CABECA TO WS-FS-ERRO
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "FALHA AO ABRIR " WS-CABECA-NOME
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       032-PERCORRE-ARQUIVO.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-ARQUIVO-FLAG
           MOVE ZEROES TO WS-POSICAO
           OPEN INPUT LOG-FILE
           EVALUATE WS-FS-LOG
               WHEN "00"
                   SET ARQUIVO-PRESENTE TO TRUE
                   PERFORM 033-LE-REGISTRO UNTIL FIM-DO-ARQUIVO
                   CLOSE LOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-LOG TO WS-FS-ERRO
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "FALHA AO ABRIR " WS-LOG-NOME
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       033-LE-REGISTRO.
           READ LOG-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSICAO
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM 034-EXTRAI-CADEIA
                   PERFORM 035-CONFERE-REGISTRO
           END-READ.

       034-EXTRAI-CADEIA.
           MOVE "N" TO WS-REG-FLAG
           IF CONFERINDO-AUDITLOG
               MOVE LG-REGISTRO TO AUD-LOG-REC
               IF AUD-SEQUENCIA IS NUMERIC AND AUD-HASH IS NUMERIC
                   IF AUD-SEQUENCIA > ZEROES
                       SET REGISTRO-ENCADEADO TO TRUE
                       MOVE AUD-SEQUENCIA TO WS-REG-SEQUENCIA
                       MOVE AUD-HASH TO WS-REG-HASH
                   END-IF
               END-IF
           ELSE
               MOVE LG-REGISTRO TO LOG-EVENTO-REC
               IF LOG-SEQUENCIA IS NUMERIC AND LOG-HASH IS NUMERIC
                   IF LOG-SEQUENCIA > ZEROES
                       SET REGISTRO-ENCADEADO TO TRUE
                       MOVE LOG-SEQUENCIA TO WS-REG-SEQUENCIA
                       MOVE LOG-HASH TO WS-REG-HASH
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * Um registro contra o estado da cadeia: sem cadeia depois  *
      * do inicio ou sequencia que nao avanca e insercao; salto   *
      * de sequencia e registro apagado (a cadeia reancora no     *
      * registro seguinte); sequencia certa com hash diferente do *
      * recalculado e elo quebrado - so o primeiro vai listado.   *
      *-----------------------------------------------------------*
       035-CONFERE-REGISTRO.
           EVALUATE TRUE
               WHEN NOT REGISTRO-ENCADEADO
                   IF CADEIA-INICIADA
                       ADD 1 TO WS-QTDE-FORA-ORDEM
                       MOVE SPACES TO WS-OCORRENCIA
                       STRING "REGISTRO SEM CADEIA INSERIDO - "
                           WS-LOG-NOME " POSICAO " WS-POSICAO
                           DELIMITED BY SIZE INTO WS-OCORRENCIA
                       PERFORM 038-REPORTA-OCORRENCIA
                   ELSE
                       ADD 1 TO WS-QTDE-SEM-CADEIA
                   END-IF
               WHEN WS-REG-SEQUENCIA NOT > WS-ULTIMA-SEQUENCIA
                   ADD 1 TO WS-QTDE-FORA-ORDEM
                   MOVE SPACES TO WS-OCORRENCIA
                   STRING "SEQUENCIA " WS-REG-SEQUENCIA
                       " FORA DE ORDEM APOS " WS-ULTIMA-SEQUENCIA
                       " - " WS-LOG-NOME " POSICAO " WS-POSICAO
                       DELIMITED BY SIZE INTO WS-OCORRENCIA
                   PERFORM 038-REPORTA-OCORRENCIA
               WHEN WS-REG-SEQUENCIA > WS-ULTIMA-SEQUENCIA + 1
                   COMPUTE WS-AUSENTE-INICIAL = WS-ULTIMA-SEQUENCIA + 1
                   COMPUTE WS-AUSENTE-FINAL = WS-REG-SEQUENCIA - 1
                   PERFORM 039-REPORTA-AUSENTES
                   PERFORM 037-ACEITA-REGISTRO
               WHEN OTHER
                   SET CD-CALCULA TO TRUE
                   MOVE WS-LOG-CONFERIDO TO CD-ARQUIVO
                   MOVE WS-HASH-ANTERIOR TO CD-HASH-ANTERIOR
                   IF CONFERINDO-AUDITLOG
                       CALL "CADEISVC" USING CD-PARAMETROS
                           AUD-CONTEUDO AUD-CADEIA
                           ON EXCEPTION
                               PERFORM 041-SERVICO-INDISPONIVEL
                       END-CALL
                   ELSE
                       CALL "CADEISVC" USING CD-PARAMETROS
                           LOG-CONTEUDO LOG-CADEIA
                           ON EXCEPTION
                               PERFORM 041-SERVICO-INDISPONIVEL
                       END-CALL
                   END-IF
                   IF CD-HASH-CALCULADO NOT = WS-REG-HASH
                       ADD 1 TO WS-QTDE-ELOS-QUEBRADOS
                       IF NOT PRIMEIRO-ELO-REPORTADO
                           SET PRIMEIRO-ELO-REPORTADO TO TRUE
                           MOVE SPACES TO WS-OCORRENCIA
                           STRING "PRIMEIRO ELO QUEBRADO: SEQUENCIA "
                               WS-REG-SEQUENCIA " - " WS-LOG-NOME
                               " POSICAO " WS-POSICAO
                               DELIMITED BY SIZE INTO WS-OCORRENCIA
                           PERFORM 038-REPORTA-OCORRENCIA
                       ELSE
                           SET HOUVE-OCORRENCIA TO TRUE
                       END-IF
                   END-IF
                   PERFORM 037-ACEITA-REGISTRO
           END-EVALUATE.

       036-CONFERE-CABECA.
           EVALUATE TRUE
               WHEN WS-CAB-SEQUENCIA > WS-ULTIMA-SEQUENCIA
                   COMPUTE WS-AUSENTE-INICIAL = WS-ULTIMA-SEQUENCIA + 1
                   MOVE WS-CAB-SEQUENCIA TO WS-AUSENTE-FINAL
                   PERFORM 039-REPORTA-AUSENTES
               WHEN WS-CAB-SEQUENCIA < WS-ULTIMA-SEQUENCIA
                   ADD 1 TO WS-QTDE-FORA-ORDEM
                   MOVE SPACES TO WS-OCORRENCIA
                   STRING "REGISTROS ALEM DA CABECA: CABECA NA "
                       "SEQUENCIA " WS-CAB-SEQUENCIA ", ARQUIVO NA "
                       WS-ULTIMA-SEQUENCIA
                       DELIMITED BY SIZE INTO WS-OCORRENCIA
                   PERFORM 038-REPORTA-OCORRENCIA
               WHEN WS-CAB-SEQUENCIA > ZEROES
                AND WS-CAB-HASH NOT = WS-HASH-ANTERIOR
                   ADD 1 TO WS-QTDE-ELOS-QUEBRADOS
                   MOVE SPACES TO WS-OCORRENCIA
                   STRING "ULTIMO REGISTRO NAO CONFERE COM A CABECA - "
                       "SEQUENCIA " WS-CAB-SEQUENCIA
                       DELIMITED BY SIZE INTO WS-OCORRENCIA
                   PERFORM 038-REPORTA-OCORRENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       037-ACEITA-REGISTRO.
           ADD 1 TO WS-QTDE-ENCADEADOS
           MOVE WS-REG-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
           MOVE WS-REG-HASH TO WS-HASH-ANTERIOR
           SET CADEIA-INICIADA TO TRUE.

       038-REPORTA-OCORRENCIA.
           SET HOUVE-OCORRENCIA TO TRUE
           ADD 1 TO WS-QTDE-LINHAS-OCORR
           EVALUATE TRUE
               WHEN WS-QTDE-LINHAS-OCORR < 100
                   MOVE SPACES TO RELAT-LINHA
                   STRING "  *** " WS-OCORRENCIA
                       DELIMITED BY SIZE INTO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN WS-QTDE-LINHAS-OCORR = 100
                   MOVE "  *** DEMAIS OCORRENCIAS SO NOS TOTAIS"
                       TO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       039-REPORTA-AUSENTES.
           COMPUTE WS-QTDE-AUSENTES = WS-QTDE-AUSENTES
               + WS-AUSENTE-FINAL - WS-AUSENTE-INICIAL + 1
           MOVE SPACES TO WS-OCORRENCIA
           STRING "SEQUENCIA AUSENTE: " WS-AUSENTE-INICIAL " A "
               WS-AUSENTE-FINAL " - ANTES DE " WS-LOG-NOME
               " POSICAO " WS-POSICAO
               DELIMITED BY SIZE INTO WS-OCORRENCIA
           PERFORM 038-REPORTA-OCORRENCIA.

       040-IMPRIME-RESUMO.
           MOVE "REGISTROS LIDOS"            TO WS-RES-ROTULO
           MOVE WS-QTDE-LIDOS                TO WS-RES-QTDE
           MOVE WS-LINHA-RESUMO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "ANTERIORES A CADEIA"        TO WS-RES-ROTULO
           MOVE WS-QTDE-SEM-CADEIA           TO WS-RES-QTDE
           MOVE WS-LINHA-RESUMO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "ENCADEADOS"                 TO WS-RES-ROTULO
           MOVE WS-QTDE-ENCADEADOS           TO WS-RES-QTDE
           MOVE WS-LINHA-RESUMO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "ELOS QUEBRADOS"             TO WS-RES-ROTULO
           MOVE WS-QTDE-ELOS-QUEBRADOS       TO WS-RES-QTDE
           MOVE WS-LINHA-RESUMO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "SEQUENCIAS AUSENTES"        TO WS-RES-ROTULO
           MOVE WS-QTDE-AUSENTES             TO WS-RES-QTDE
           MOVE WS-LINHA-RESUMO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "FORA DE ORDEM / INSERIDOS"  TO WS-RES-ROTULO
           MOVE WS-QTDE-FORA-ORDEM           TO WS-RES-QTDE
           MOVE WS-LINHA-RESUMO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "ULTIMA SEQUENCIA CONFERIDA" TO WS-RES-ROTULO
           MOVE WS-ULTIMA-SEQUENCIA          TO WS-RES-QTDE
           MOVE WS-LINHA-RESUMO TO RELAT-LINHA
           WRITE RELAT-LINHA.

       041-SERVICO-INDISPONIVEL.
           MOVE "SERVICO CADEISVC INDISPONIVEL - CADEIA NAO CONFERIDA"
               TO WS-MSG-ERRO
           PERFORM 9999-TRATA-ERRO.

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
