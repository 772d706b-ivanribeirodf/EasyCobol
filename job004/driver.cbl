      *              passo do plano padrao, com RC 8 aceitavel: a         *
      *              cadeia termina mesmo com area em falha, e o          *
      *              veredito fica no STATRPT e no RUNHIST.               *
      * 15/10/2026 - IR - Passo GLENTR (GLENTR01, carga controlada *
      *              dos arquivos GL gerados                       *
      *              INTSETGL/RATEIOGL/REVALGL) entra no plano     *
      *              padrao logo antes do ADD05.                   *
      * 15/10/2026 - IR - Plano padrao ganha o ESTORN01 antes do   *
      *              GLENTR01, para os estornos automaticos de     *
      *              provisao vencidos seguirem no ESTORNGL para o *
      *              ADD05 do mesmo dia, e o registro de estornos  *
      *              ESTREL01 depois do ADD05, com RC 4 aceitavel. *
      *              Tabelas de passos do plano e de passos        *
      *              concluidos passam de 12 para 20.              *
      * 15/10/2026 - IR - Plano padrao ganha o PARTID01 (partidas  *
      *              em aberto e conferencia com o GLSALDO) depois *
      *              do ESTREL01, com RC 4 aceitavel.              *
      * 15/10/2026 - IR - Plano padrao ganha a ponte PONTE01       *
      *              (transacoes postadas do CALC para o PONTEGL)  *
      *              antes do GLENTR01, com RC 4 aceitavel quando  *
      *              houver suspenso.                              *
      * 15/10/2026 - IR - Frequencia por passo no DRVPLAN (coluna  *
      *              21: D diario, U ultimo dia util do mes, P     *
      *              primeiro dia util do mes, N n-esimo dia util  *
      *              com o numero nas colunas 22-23, A ultimo dia  *
      *              util do ano; em branco = diario), avaliada    *
      *              pelo CALSVC contra a data util do DATAPROC.   *
      *              Passo nao devido e pulado e registrado como   *
      *              tal no DRVCTL e no RUNHIST. Tabelas de passos *
      *              de 20 para 30.                                *
      * 15/10/2026 - IR - Passo que falha (retorno nao aceito pelo *
      *              plano, com ou sem continuacao da cadeia, ou   *
      *              programa nao encontrado) emite alerta pelo    *
      *              servico ALRTSVC: critico para RETURN-CODE 12  *
      *              ou mais, alto para os demais, com o programa  *
      *              como chave de supressao.                      *
      * 15/10/2026 - IR - Passo que retorna RETURN-CODE 2 e        *
      *              cancelado e chamado de novo (CALC com         *
      *              particoes livres no CALCSPLC); passos SPLIT   *
      *              (CALCSPLT) antes e MERGE (CALCMERG) depois do *
      *              CALC no DRVPLAN.                              *
      * 15/10/2026 - IR - Snapshot pre-cadeia dos arquivos de      *
      *              estado pelo SNAPSVC antes do primeiro passo   *
      *              (no restart do dia vale o da partida); falha  *
      *              no snapshot impede a cadeia, com alerta       *
      *              critico e RC 12. Plano padrao ganha o passo   *
      *              SNAPVR (SNAPVR01, verificacao do ultimo       *
      *              snapshot) antes do STATUS01, com continuacao  *
      *              por plano.                                    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  DC-CONTROLE-REC.
           05 DC-DATA                PIC 9(08).
           05 DC-PASSO               PIC X(08).
           05 DC-SITUACAO            PIC X(01).
               88 DC-PASSO-CONCLUIDO     VALUE "C" " ".
               88 DC-PASSO-NAO-DEVIDO    VALUE "N".
       FD  PLANO-FILE.
       01  PL-PLANO-REC.
           05 PL-PASSO               PIC X(08).
           05 PL-HABILITADO          PIC X(01).
           05 PL-CONTINUA-ERRO       PIC X(01).
           05 PL-RC-ACEITAVEL        PIC 9(02).
           05 PL-FREQUENCIA          PIC X(01).
           05 PL-DIA-UTIL            PIC 9(02).
       FD  TRAVA-FILE.
           COPY RUNLOCK.
       FD  RUNHIST-FILE.
       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY CALENSVC.
           COPY ALERTSVC.
           COPY SNAPSVC.

       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-DRVCTL              PIC X(02).

       01  WS-PLANO-EXECUCAO.
           05 WS-PLA-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-PLA-ENTRADA         OCCURS 30 TIMES.
               10 WS-PLA-PASSO       PIC X(08).
               10 WS-PLA-PROGRAMA    PIC X(08).
               10 WS-PLA-HABILITADO  PIC X(01).
               10 WS-PLA-CONTINUA    PIC X(01).
               10 WS-PLA-RC-ACEITO   PIC 9(02).
               10 WS-PLA-FREQUENCIA  PIC X(01).
                   88 FREQ-DIARIA        VALUE "D".
                   88 FREQ-ULTIMO-UTIL   VALUE "U".
                   88 FREQ-PRIMEIRO-UTIL VALUE "P".
                   88 FREQ-ENESIMO-UTIL  VALUE "N".
                   88 FREQ-FIM-DE-ANO    VALUE "A".
                   88 FREQ-VALIDA        VALUE "D" "U" "P" "N" "A".
               10 WS-PLA-DIA-UTIL    PIC 9(02).
       01  WS-IDX-PLA                PIC 9(02) VALUE ZEROES.
       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".

       01  WS-PASSOS-CONCLUIDOS.
           05 WS-PCON-QTDE           PIC 9(02) VALUE ZEROES.
           05 WS-PCON-PASSO          PIC X(08) OCCURS 30 TIMES.
       01  WS-IDX-PCON               PIC 9(02) VALUE ZEROES.
       01  WS-PASSO-FLAG             PIC X(01) VALUE "N".
           88 PASSO-JA-CONCLUIDO     VALUE "S".
       01  WS-EOF-DRVCTL             PIC X(01) VALUE "N".
           88 FIM-DO-DRVCTL          VALUE "S".
       01  WS-PASSO-CURTO            PIC X(08).
       01  WS-DEVIDO-FLAG            PIC X(01) VALUE "S".
           88 PASSO-DEVIDO           VALUE "S".
       01  WS-REPETE-FLAG            PIC X(01) VALUE "N".
           88 REPETE-PASSO           VALUE "S".

      *-----------------------------------------------------------*
      * Posicao da data util de postagem (DATAPROC) no calendario *
      * de dias uteis do CALSVC, para a frequencia dos passos.    *
      *-----------------------------------------------------------*
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.
       01  WS-CAL-ANO-MES            PIC 9(06) VALUE ZEROES.
       01  WS-CAL-ANO                PIC 9(04) VALUE ZEROES.
       01  WS-CAL-MES                PIC 9(02) VALUE ZEROES.
       01  WS-DATA-PRIMEIRO-DIA      PIC 9(08) VALUE ZEROES.
       01  WS-DATA-PROXIMO-MES       PIC 9(08) VALUE ZEROES.
       01  WS-DATA-ULTIMO-DIA        PIC 9(08) VALUE ZEROES.
       01  WS-PRIMEIRO-UTIL          PIC 9(08) VALUE ZEROES.
       01  WS-ULTIMO-UTIL            PIC 9(08) VALUE ZEROES.
       01  WS-NUM-DIA-UTIL           PIC 9(02) VALUE ZEROES.
       01  WS-CALENDARIO-FLAG        PIC X(01) VALUE "N".
           88 CALENDARIO-APURADO     VALUE "S".

       01  WS-PASSO-ATUAL            PIC X(20).
       01  WS-COD-RETORNO            PIC S9(4) COMP.
       01  WS-RC-ALERTA              PIC 9(04) VALUE ZEROES.

       01  WS-HORA-INICIO.
           05 WS-INI-HORA            PIC 9(2).
           PERFORM 015-OBTEM-TRAVA
           PERFORM 005-APURA-DATA-UTIL
           PERFORM 004-CARREGA-PLANO
           PERFORM 019-APURA-CALENDARIO
           PERFORM 006-CARREGA-CONTROLE-PASSOS
           PERFORM 050-TIRA-SNAPSHOT
           MOVE ZEROES TO WS-IDX-PLA
           PERFORM 030-EXECUTA-PASSO UNTIL WS-IDX-PLA = WS-PLA-QTDE
           PERFORM 009-LIMPA-CONTROLE-PASSOS
           END-IF
           MOVE WS-DATA-ATUAL-NUM TO DP-DATA-GERACAO
           MOVE CS-DATA-RESULTADO TO DP-DATA-UTIL
           MOVE CS-DATA-RESULTADO TO WS-DATA-UTIL
           OPEN OUTPUT DATA-PROC-FILE
           WRITE DP-DATA-PROC-REC
           CLOSE DATA-PROC-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF WS-PLA-QTDE = 30
                       DISPLAY "DRIVER01 - DRVPLAN EXCEDE A TABELA "
                           "DE PASSOS"
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       MOVE ZEROES TO WS-PLA-RC-ACEITO(WS-PLA-QTDE)
                   END-IF
                   IF PL-FREQUENCIA = SPACE
                       MOVE "D" TO WS-PLA-FREQUENCIA(WS-PLA-QTDE)
                   ELSE
                       MOVE PL-FREQUENCIA
                           TO WS-PLA-FREQUENCIA(WS-PLA-QTDE)
                   END-IF
                   IF PL-DIA-UTIL IS NUMERIC
                       MOVE PL-DIA-UTIL TO WS-PLA-DIA-UTIL(WS-PLA-QTDE)
                   ELSE
                       MOVE ZEROES TO WS-PLA-DIA-UTIL(WS-PLA-QTDE)
                   END-IF
                   IF NOT FREQ-VALIDA(WS-PLA-QTDE)
                      OR (FREQ-ENESIMO-UTIL(WS-PLA-QTDE)
                      AND (WS-PLA-DIA-UTIL(WS-PLA-QTDE) = ZEROES
                       OR WS-PLA-DIA-UTIL(WS-PLA-QTDE) > 23))
                       DISPLAY "DRIVER01 - FREQUENCIA INVALIDA NO "
                           "DRVPLAN PARA O PASSO " PL-PASSO
                       CLOSE PLANO-FILE
                       MOVE 12 TO RETURN-CODE
                       PERFORM 016-LIBERA-TRAVA
                       GOBACK
                   END-IF
           END-READ.

       014-MONTA-PLANO-PADRAO.
           INITIALIZE WS-PLANO-EXECUCAO
           MOVE 15 TO WS-PLA-QTDE
           MOVE "ACCEPT"   TO WS-PLA-PASSO(1)
           MOVE "accept"   TO WS-PLA-PROGRAMA(1)
           MOVE "S" TO WS-PLA-HABILITADO(1)
           MOVE "S" TO WS-PLA-HABILITADO(7)
           MOVE "N" TO WS-PLA-CONTINUA(7)
           MOVE 00  TO WS-PLA-RC-ACEITO(7)
           MOVE "ESTORN"   TO WS-PLA-PASSO(8)
           MOVE "ESTORN01" TO WS-PLA-PROGRAMA(8)
           MOVE "S" TO WS-PLA-HABILITADO(8)
           MOVE "N" TO WS-PLA-CONTINUA(8)
           MOVE 00  TO WS-PLA-RC-ACEITO(8)
           MOVE "PONTE"    TO WS-PLA-PASSO(9)
           MOVE "PONTE01"  TO WS-PLA-PROGRAMA(9)
           MOVE "S" TO WS-PLA-HABILITADO(9)
           MOVE "N" TO WS-PLA-CONTINUA(9)
           MOVE 04  TO WS-PLA-RC-ACEITO(9)
           MOVE "GLENTR"   TO WS-PLA-PASSO(10)
           MOVE "GLENTR01" TO WS-PLA-PROGRAMA(10)
           MOVE "S" TO WS-PLA-HABILITADO(10)
           MOVE "N" TO WS-PLA-CONTINUA(10)
           MOVE 00  TO WS-PLA-RC-ACEITO(10)
           MOVE "ADD05"    TO WS-PLA-PASSO(11)
           MOVE "ADD05"    TO WS-PLA-PROGRAMA(11)
           MOVE "S" TO WS-PLA-HABILITADO(11)
           MOVE "N" TO WS-PLA-CONTINUA(11)
           MOVE 00  TO WS-PLA-RC-ACEITO(11)
           MOVE "ESTREL"   TO WS-PLA-PASSO(12)
           MOVE "ESTREL01" TO WS-PLA-PROGRAMA(12)
           MOVE "S" TO WS-PLA-HABILITADO(12)
           MOVE "N" TO WS-PLA-CONTINUA(12)
           MOVE 04  TO WS-PLA-RC-ACEITO(12)
           MOVE "PARTID"   TO WS-PLA-PASSO(13)
           MOVE "PARTID01" TO WS-PLA-PROGRAMA(13)
           MOVE "S" TO WS-PLA-HABILITADO(13)
           MOVE "N" TO WS-PLA-CONTINUA(13)
           MOVE 04  TO WS-PLA-RC-ACEITO(13)
           MOVE "SNAPVR"   TO WS-PLA-PASSO(14)
           MOVE "SNAPVR01" TO WS-PLA-PROGRAMA(14)
           MOVE "S" TO WS-PLA-HABILITADO(14)
           MOVE "S" TO WS-PLA-CONTINUA(14)
           MOVE 00  TO WS-PLA-RC-ACEITO(14)
           MOVE "STATUS"   TO WS-PLA-PASSO(15)
           MOVE "STATUS01" TO WS-PLA-PROGRAMA(15)
           MOVE "S" TO WS-PLA-HABILITADO(15)
           MOVE "N" TO WS-PLA-CONTINUA(15)
           MOVE 08  TO WS-PLA-RC-ACEITO(15)
           MOVE ZEROES TO WS-IDX-PLA
           PERFORM 020-FREQUENCIA-DIARIA UNTIL WS-IDX-PLA = WS-PLA-QTDE.

       020-FREQUENCIA-DIARIA.
           ADD 1 TO WS-IDX-PLA
           MOVE "D" TO WS-PLA-FREQUENCIA(WS-IDX-PLA).

       006-CARREGA-CONTROLE-PASSOS.
           OPEN INPUT DRVCTL-FILE
                   SET FIM-DO-DRVCTL TO TRUE
               NOT AT END
                   IF DC-DATA = WS-DATA-ATUAL-NUM
                      AND WS-PCON-QTDE < 30
                       ADD 1 TO WS-PCON-QTDE
                       MOVE DC-PASSO TO WS-PCON-PASSO(WS-PCON-QTDE)
                   END-IF
               PERFORM 007-CHECA-PASSO-CONCLUIDO
               IF PASSO-JA-CONCLUIDO
                   DISPLAY "DRIVER01 - PASSO " WS-PASSO-ATUAL
                       "JA CONCLUIDO OU NAO DEVIDO HOJE - PULADO"
               ELSE
                   PERFORM 040-AVALIA-FREQUENCIA
                   IF PASSO-DEVIDO
                       PERFORM 031-CHAMA-PASSO
                   ELSE
                       PERFORM 042-REGISTRA-NAO-DEVIDO
                   END-IF
               END-IF
           END-IF.

       031-CHAMA-PASSO.
           MOVE WS-PLA-PROGRAMA(WS-IDX-PLA) TO WS-PROGRAMA-CALL
           SET REPETE-PASSO TO TRUE
           PERFORM 032-CHAMA-PROGRAMA UNTIL NOT REPETE-PASSO.

      *-----------------------------------------------------------*
      * RETURN-CODE 2 e o passo pedindo nova chamada: o CALC que  *
      * termina uma particao do lote dividido e ainda ve outras   *
      * livres no CALCSPLC. O programa e cancelado antes de ser   *
      * chamado de novo, para voltar com WORKING-STORAGE limpa.   *
      *-----------------------------------------------------------*
       032-CHAMA-PROGRAMA.
           MOVE "N" TO WS-REPETE-FLAG
           PERFORM 017-MARCA-INICIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL WS-PROGRAMA-CALL
               ON EXCEPTION
                   DISPLAY "*** PROGRAMA " WS-PROGRAMA-CALL
                       " DO PASSO " WS-PASSO-ATUAL
                       "NAO ENCONTRADO - VERIFIQUE O DRVPLAN"
                   PERFORM 018-GRAVA-HISTORICO-PASSO
                   MOVE 12 TO WS-COD-RETORNO
                   PERFORM 045-EMITE-ALERTA-PASSO
                   PERFORM 070-CALCULA-TEMPO-DECORRIDO
                   DISPLAY "DRIVER01 - TEMPO DECORRIDO: "
                       WS-DEC-HORA ":" WS-DEC-MINUTO ":"
                       WS-DEC-SEGUNDO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 016-LIBERA-TRAVA
                   GOBACK
               NOT ON EXCEPTION
                   PERFORM 018-GRAVA-HISTORICO-PASSO
                   IF RETURN-CODE = 2
                       DISPLAY "DRIVER01 - PASSO " WS-PASSO-ATUAL
                           " PEDIU NOVA CHAMADA - REPETINDO"
                       CANCEL WS-PROGRAMA-CALL
                       MOVE 0 TO RETURN-CODE
                       SET REPETE-PASSO TO TRUE
                   ELSE
                       PERFORM 900-CONFERE-RETORNO
                   END-IF
           END-CALL.

      *-----------------------------------------------------------*
      * Frequencia do passo contra a data util de postagem:       *
      * D = todo dia, U = ultimo dia util do mes, P = primeiro    *
      * dia util do mes, N = n-esimo dia util do mes (dia do      *
      * plano), A = ultimo dia util do ano. Sem calendario        *
      * apurado so os passos diarios ficam devidos.               *
      *-----------------------------------------------------------*
       040-AVALIA-FREQUENCIA.
           MOVE "N" TO WS-DEVIDO-FLAG
           EVALUATE TRUE
               WHEN FREQ-DIARIA(WS-IDX-PLA)
                   SET PASSO-DEVIDO TO TRUE
               WHEN NOT CALENDARIO-APURADO
                   CONTINUE
               WHEN FREQ-ULTIMO-UTIL(WS-IDX-PLA)
                   IF WS-DATA-UTIL = WS-ULTIMO-UTIL
                       SET PASSO-DEVIDO TO TRUE
                   END-IF
               WHEN FREQ-PRIMEIRO-UTIL(WS-IDX-PLA)
                   IF WS-DATA-UTIL = WS-PRIMEIRO-UTIL
                       SET PASSO-DEVIDO TO TRUE
                   END-IF
               WHEN FREQ-ENESIMO-UTIL(WS-IDX-PLA)
                   IF WS-NUM-DIA-UTIL = WS-PLA-DIA-UTIL(WS-IDX-PLA)
                       SET PASSO-DEVIDO TO TRUE
                   END-IF
               WHEN FREQ-FIM-DE-ANO(WS-IDX-PLA)
                   IF WS-DATA-UTIL = WS-ULTIMO-UTIL
                      AND WS-CAL-MES = 12
                       SET PASSO-DEVIDO TO TRUE
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Passo nao devido fica registrado no DRVCTL e no RUNHIST   *
      * como tal, para o restart nao reavaliar e o VERIF01 nao    *
      * cobrar a execucao.                                        *
      *-----------------------------------------------------------*
       042-REGISTRA-NAO-DEVIDO.
           DISPLAY "DRIVER01 - PASSO " WS-PASSO-ATUAL
               "NAO DEVIDO HOJE (FREQUENCIA "
               WS-PLA-FREQUENCIA(WS-IDX-PLA) ") - PULADO"
           PERFORM 017-MARCA-INICIO-PASSO
           PERFORM 018-GRAVA-HISTORICO-PASSO
           PERFORM 008-REGISTRA-PASSO-CONCLUIDO.

       007-CHECA-PASSO-CONCLUIDO.
           MOVE "N" TO WS-PASSO-FLAG
           MOVE WS-PASSO-ATUAL TO WS-PASSO-CURTO
       008-REGISTRA-PASSO-CONCLUIDO.
           MOVE WS-DATA-ATUAL-NUM TO DC-DATA
           MOVE WS-PASSO-ATUAL    TO DC-PASSO
           IF PASSO-DEVIDO
               SET DC-PASSO-CONCLUIDO TO TRUE
           ELSE
               SET DC-PASSO-NAO-DEVIDO TO TRUE
           END-IF
           OPEN EXTEND DRVCTL-FILE
           IF WS-FS-DRVCTL = "35"
               OPEN OUTPUT DRVCTL-FILE
                   DISPLAY "*** PASSO " WS-PASSO-ATUAL
                       " FALHOU COM RETURN-CODE " WS-COD-RETORNO
                       " - CADEIA CONTINUA POR PLANO"
                   PERFORM 045-EMITE-ALERTA-PASSO
               WHEN OTHER
                   PERFORM 045-EMITE-ALERTA-PASSO
                   DISPLAY "*** CADEIA INTERROMPIDA NO PASSO "
                       WS-PASSO-ATUAL " - RETURN-CODE " WS-COD-RETORNO
                   PERFORM 070-CALCULA-TEMPO-DECORRIDO
                   GOBACK
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Alerta de passo com retorno fatal: critico para 12 ou     *
      * mais, alto para os demais. A chave e o nome do programa   *
      * em maiusculas, a mesma do alerta do 9998 do proprio       *
      * passo, que assim nao sai duas vezes.                      *
      *-----------------------------------------------------------*
       045-EMITE-ALERTA-PASSO.
           IF WS-COD-RETORNO < 12
               SET AS-SEVERIDADE-ALTA TO TRUE
           ELSE
               SET AS-SEVERIDADE-CRITICA TO TRUE
           END-IF
           MOVE WS-COD-RETORNO   TO WS-RC-ALERTA
           MOVE WS-PROGRAMA-CALL TO AS-PROGRAMA
           INSPECT AS-PROGRAMA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE AS-PROGRAMA TO AS-CHAVE
           MOVE SPACES TO AS-MENSAGEM
           STRING "PASSO " DELIMITED BY SIZE
                  WS-PASSO-ATUAL DELIMITED BY "  "
                  " FALHOU NO DRIVER01 - RC " DELIMITED BY SIZE
                  WS-RC-ALERTA DELIMITED BY SIZE
               INTO AS-MENSAGEM
           END-STRING
           CALL "ALRTSVC" USING AS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ALRTSVC INDISPONIVEL - ALERTA NAO EMITIDO"
           END-CALL.

      *-----------------------------------------------------------*
      * Snapshot pre-cadeia dos arquivos de estado (SNAPSVC),     *
      * antes do primeiro passo, rotulado com a data util. No     *
      * restart do dia vale o snapshot tirado na partida. Sem     *
      * snapshot a cadeia nao roda: nao haveria ponto de volta.   *
      *-----------------------------------------------------------*
       050-TIRA-SNAPSHOT.
           INITIALIZE SN-PARAMETROS
           SET SN-SNAPSHOT-CADEIA TO TRUE
           MOVE "DRIVER01"   TO SN-ORIGEM
           MOVE "BATCH"      TO SN-OPERADOR-ID
           MOVE WS-DATA-UTIL TO SN-DATA-NEGOCIO
           CALL "SNAPSVC" USING SN-PARAMETROS
               ON EXCEPTION
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE "SERVICO SNAPSVC INDISPONIVEL" TO SN-MENSAGEM
           END-CALL
           EVALUATE TRUE
               WHEN SN-RETORNO-OK
                   DISPLAY "DRIVER01 - SNAPSHOT " SN-ARQUIVO-SNAP
                       " DA DATA UTIL " SN-DATA-NEGOCIO " - "
                       SN-QTDE-REGISTROS " REGISTRO(S)"
               WHEN SN-RETORNO-EXISTENTE
                   DISPLAY "DRIVER01 - SNAPSHOT DO DIA JA EXISTE ("
                       SN-ARQUIVO-SNAP ") - RESTART SEGUE SEM NOVO "
                       "SNAPSHOT"
               WHEN OTHER
                   DISPLAY "*** CADEIA NAO INICIADA - SNAPSHOT "
                       "PRE-CADEIA FALHOU: " SN-MENSAGEM
                   SET AS-SEVERIDADE-CRITICA TO TRUE
                   MOVE "DRIVER01" TO AS-PROGRAMA
                   MOVE "SNAPSHOT" TO AS-CHAVE
                   MOVE SPACES TO AS-MENSAGEM
                   STRING "SNAPSHOT PRE-CADEIA FALHOU - "
                       DELIMITED BY SIZE
                       SN-MENSAGEM DELIMITED BY SIZE
                       INTO AS-MENSAGEM
                   END-STRING
                   CALL "ALRTSVC" USING AS-PARAMETROS
                       ON EXCEPTION
                           DISPLAY "ALRTSVC INDISPONIVEL - ALERTA NAO "
                               "EMITIDO"
                   END-CALL
                   MOVE 12 TO RETURN-CODE
                   PERFORM 016-LIBERA-TRAVA
                   GOBACK
           END-EVALUATE.

       070-CALCULA-TEMPO-DECORRIDO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DEC-SEGUNDO = WS-SEGUNDOS-DECORRIDOS
               - WS-DEC-HORA * 3600 - WS-DEC-MINUTO * 60.

       019-APURA-CALENDARIO.
           DIVIDE WS-DATA-UTIL BY 100 GIVING WS-CAL-ANO-MES
           DIVIDE WS-CAL-ANO-MES BY 100 GIVING WS-CAL-ANO
               REMAINDER WS-CAL-MES
           COMPUTE WS-DATA-PRIMEIRO-DIA = WS-CAL-ANO-MES * 100 + 1
           IF WS-CAL-MES = 12
               COMPUTE WS-DATA-PROXIMO-MES =
                   (WS-CAL-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-PROXIMO-MES = WS-DATA-PRIMEIRO-DIA + 100
           END-IF
           COMPUTE WS-DATA-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROXIMO-MES) - 1)
           SET CS-PROXIMO-DIA-UTIL TO TRUE
           MOVE WS-DATA-PRIMEIRO-DIA TO CS-DATA-1
           MOVE ZEROES TO CS-DATA-2
           CALL "CALSVC" USING CS-PARAMETROS
           IF CS-RETORNO-OK
               MOVE CS-DATA-RESULTADO TO WS-PRIMEIRO-UTIL
               SET CS-DIA-UTIL-ANTERIOR TO TRUE
               MOVE WS-DATA-ULTIMO-DIA TO CS-DATA-1
               CALL "CALSVC" USING CS-PARAMETROS
           END-IF
           IF CS-RETORNO-OK
               MOVE CS-DATA-RESULTADO TO WS-ULTIMO-UTIL
               SET CS-CONTA-DIAS-UTEIS TO TRUE
               MOVE WS-DATA-PRIMEIRO-DIA TO CS-DATA-1
               MOVE WS-DATA-UTIL TO CS-DATA-2
               CALL "CALSVC" USING CS-PARAMETROS
           END-IF
           IF CS-RETORNO-OK
               MOVE CS-QTDE-DIAS-UTEIS TO WS-NUM-DIA-UTIL
               SET CALENDARIO-APURADO TO TRUE
               DISPLAY "DRIVER01 - DATA UTIL " WS-DATA-UTIL
                   " E O DIA UTIL " WS-NUM-DIA-UTIL " DO MES"
           ELSE
               DISPLAY "DRIVER01 - CALSVC RETORNOU ERRO - SO OS "
                   "PASSOS DIARIOS SERAO EXECUTADOS"
           END-IF.

       015-OBTEM-TRAVA.
           OPEN INPUT TRAVA-FILE
           EVALUATE WS-FS-TRAVA
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-SEG-PASSO TO RH-SEGUNDOS
           IF PASSO-DEVIDO
               MOVE "E" TO RH-SITUACAO
           ELSE
               SET RH-PASSO-NAO-DEVIDO TO TRUE
           END-IF
           OPEN EXTEND RUNHIST-FILE
           IF WS-FS-RUNHIST = "35"
               OPEN OUTPUT RUNHIST-FILE
