      *              So o override explicito FORCECLOSE (operador  *
      *              nivel 3+, decisao no AUDITLOG) passa por      *
      *              cima. Abrir periodo nao passa pela guarda.    *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Calendario fiscal por empresa (CALFISC,  *
      *              servico FISCSVC): cartao PERIPARM ganha a     *
      *              empresa (posicoes 8-10), exigida so para o    *
      *              periodo 13 de ajuste (AAAA13) de empresa cujo *
      *              calendario o preve; os meses continuam        *
      *              valendo para todas as empresas. Fechar o mes  *
      *              que encerra o exercicio de uma empresa com    *
      *              ajuste abre o AAAA13 dela no PERIODOS. Tabela *
      *              ampliada para 60 periodos.                    *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Cartao PERIPARM ausente ou com o periodo *
      *              em branco: o periodo e o mes do dia util de   *
      *              negocio do DATAPROC (CALSVC quando nao ha     *
      *              DATAPROC) e a acao em branco vale F, para o   *
      *              fechamento de fim de mes agendado rodar sem   *
      *              editar o cartao.                              *
      * 15/10/2026 - IR - Chamada do FISCSVC com ON EXCEPTION:     *
      *              servico ausente encerra pelo 9999-TRATA-ERRO  *
      *              em vez de abendar.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARM-FILE ASSIGN TO "PERIPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.
           05 PA-ACAO                PIC X(01).
               88 PA-ACAO-ABRIR          VALUE "A".
               88 PA-ACAO-FECHAR         VALUE "F".
           05 PA-COMPANY-CODE        PIC X(03).
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  PERIODOS-FILE.
           COPY PERIODO.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY CALENSVC.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY CLOSEGRD.
           COPY FISCSVC.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-PERIODOS            PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-PERIODO-ALVO           PIC 9(06) VALUE ZEROES.
       01  WS-ACAO                   PIC X(01) VALUE SPACES.
       01  WS-EMPRESA-ALVO           PIC X(03) VALUE SPACES.
       01  WS-MES-CALC               PIC 9(02) VALUE ZEROES.
       01  WS-ANO-CALC               PIC 9(04) VALUE ZEROES.

       01  WS-EOF-PERIODOS           PIC X(01) VALUE "N".
           88 FIM-DE-PERIODOS        VALUE "S".
       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DE-EMPRESA         VALUE "S".

       01  WS-TABELA-PERIODOS.
           05 WS-PER-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-PER-ENTRADA         OCCURS 60 TIMES.
               10 WS-PER-PERIODO     PIC 9(06).
               10 WS-PER-SITUACAO    PIC X(01).
               10 WS-PER-COMPANY     PIC X(03).
       01  WS-IDX-PER                PIC 9(02) VALUE ZEROES.
       01  WS-PER-ACHOU              PIC X(01) VALUE "N".
           88 PERIODO-CADASTRADO     VALUE "S".

      * Dia util do DATAPROC: periodo do cartao em branco
       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-NEGOCIO        PIC 9(06) VALUE ZEROES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "PERCLOSE".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

           END-IF
           PERFORM 003-CARREGA-PERIODOS
           PERFORM 005-ATUALIZA-PERIODO
           IF WS-ACAO = "F" AND WS-MES-CALC NOT > 12
               PERFORM 010-ABRE-PERIODOS-AJUSTE
           END-IF
           PERFORM 006-REGRAVA-PERIODOS
           IF WS-EMPRESA-ALVO = SPACES
               DISPLAY "PERIODO " WS-PERIODO-ALVO " ATUALIZADO PARA "
                   "SITUACAO " WS-ACAO
           ELSE
               DISPLAY "PERIODO " WS-PERIODO-ALVO " DA EMPRESA "
                   WS-EMPRESA-ALVO " ATUALIZADO PARA SITUACAO "
                   WS-ACAO
           END-IF
           GOBACK.

       002-LE-PARAMETRO.
           MOVE ZEROES TO WS-PERIODO-ALVO
           MOVE SPACES TO WS-ACAO
           MOVE SPACES TO WS-EMPRESA-ALVO
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   PERFORM 018-LE-CARTAO
               WHEN "35"
                   DISPLAY "CARTAO PERIPARM AUSENTE - FECHA O PERIODO "
                       "DA DATA DE NEGOCIO"
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PERIPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-PERIODO-ALVO = ZEROES
               PERFORM 017-APURA-PERIODO-NEGOCIO
               MOVE WS-PERIODO-NEGOCIO TO WS-PERIODO-ALVO
               IF WS-ACAO = SPACE
                   MOVE "F" TO WS-ACAO
               END-IF
           END-IF
           IF WS-ACAO NOT = "A" AND WS-ACAO NOT = "F"
               MOVE "ACAO DO PERIPARM INVALIDA - USE A OU F"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           COMPUTE WS-ANO-CALC = WS-PERIODO-ALVO / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-ALVO - WS-ANO-CALC * 100
           IF WS-MES-CALC < 1 OR WS-MES-CALC > 13
               MOVE "PERIODO DO PERIPARM INVALIDO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-MES-CALC = 13
               PERFORM 012-VALIDA-PERIODO-AJUSTE
           ELSE
               IF WS-EMPRESA-ALVO NOT = SPACES
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "EMPRESA NO PERIPARM SO PARA O PERIODO 13 "
                       "DE AJUSTE" DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF.

       018-LE-CARTAO.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-REC
           END-READ
           IF PARM-REC(1:6) = SPACES
               MOVE ZEROES TO PA-PERIODO
           END-IF
           IF PA-PERIODO IS NOT NUMERIC
               MOVE "PERIODO DO PERIPARM NAO NUMERICO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-PERIODO TO WS-PERIODO-ALVO
           MOVE PA-ACAO    TO WS-ACAO
           MOVE PA-COMPANY-CODE TO WS-EMPRESA-ALVO
           CLOSE PARM-FILE.

      *-----------------------------------------------------------*
      * Periodo em branco no cartao PERIPARM: vale o mes do dia   *
      * util de negocio que o DRIVER01 grava no DATAPROC.         *
      *-----------------------------------------------------------*
       017-APURA-PERIODO-NEGOCIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-UTIL
           OPEN INPUT DATA-PROC-FILE
           EVALUATE WS-FS-DATAPROC
               WHEN "00"
                   READ DATA-PROC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                               MOVE DP-DATA-UTIL TO WS-DATA-UTIL
                           END-IF
                   END-READ
                   CLOSE DATA-PROC-FILE
               WHEN "35"
                   SET CS-PROXIMO-DIA-UTIL TO TRUE
                   MOVE WS-DATA-ATUAL-NUM TO CS-DATA-1
                   MOVE ZEROES TO CS-DATA-2
                   CALL "CALSVC" USING CS-PARAMETROS
                   IF CS-RETORNO-OK
                       MOVE CS-DATA-RESULTADO TO WS-DATA-UTIL
                   END-IF
               WHEN OTHER
                   MOVE WS-FS-DATAPROC TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR DATAPROC" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           COMPUTE WS-PERIODO-NEGOCIO = WS-DATA-UTIL / 100
           DISPLAY "PERIODO DO PERIPARM PELA DATA DE NEGOCIO "
               WS-DATA-UTIL ": " WS-PERIODO-NEGOCIO.

       003-CARREGA-PERIODOS.
           OPEN INPUT PERIODOS-FILE
               AT END
                   SET FIM-DE-PERIODOS TO TRUE
               NOT AT END
                   IF WS-PER-QTDE = 60
                       MOVE "ARQUIVO PERIODOS EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   ADD 1 TO WS-PER-QTDE
                   MOVE PD-PERIODO  TO WS-PER-PERIODO(WS-PER-QTDE)
                   MOVE PD-SITUACAO TO WS-PER-SITUACAO(WS-PER-QTDE)
                   MOVE PD-COMPANY-CODE
                       TO WS-PER-COMPANY(WS-PER-QTDE)
           END-READ.

       005-ATUALIZA-PERIODO.
           PERFORM 007-PROCURA-PERIODO
               UNTIL PERIODO-CADASTRADO OR WS-IDX-PER = WS-PER-QTDE
           IF NOT PERIODO-CADASTRADO
               PERFORM 014-INCLUI-PERIODO
           END-IF
           MOVE WS-ACAO TO WS-PER-SITUACAO(WS-IDX-PER).

       007-PROCURA-PERIODO.
           ADD 1 TO WS-IDX-PER
           IF WS-PER-PERIODO(WS-IDX-PER) = WS-PERIODO-ALVO
              AND WS-PER-COMPANY(WS-IDX-PER) = WS-EMPRESA-ALVO
               SET PERIODO-CADASTRADO TO TRUE
           END-IF.

       014-INCLUI-PERIODO.
           IF WS-PER-QTDE = 60
               MOVE "ARQUIVO PERIODOS EXCEDE A TABELA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-PER-QTDE
           MOVE WS-PER-QTDE TO WS-IDX-PER
           MOVE WS-PERIODO-ALVO TO WS-PER-PERIODO(WS-IDX-PER)
           MOVE WS-EMPRESA-ALVO TO WS-PER-COMPANY(WS-IDX-PER).

       006-REGRAVA-PERIODOS.
           OPEN OUTPUT PERIODOS-FILE
           MOVE ZEROES TO WS-IDX-PER
           ADD 1 TO WS-IDX-PER
           MOVE WS-PER-PERIODO(WS-IDX-PER)  TO PD-PERIODO
           MOVE WS-PER-SITUACAO(WS-IDX-PER) TO PD-SITUACAO
           MOVE WS-PER-COMPANY(WS-IDX-PER)  TO PD-COMPANY-CODE
           WRITE PD-PERIODO-REC.

       009-CHECA-PRONTIDAO.
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Periodo 13 so existe para empresa cujo calendario fiscal  *
      * (CALFISC, servico FISCSVC) tem periodo de ajuste.         *
      *-----------------------------------------------------------*
       012-VALIDA-PERIODO-AJUSTE.
           IF WS-EMPRESA-ALVO = SPACES
               MOVE SPACES TO WS-MSG-ERRO
               STRING "PERIODO 13 DE AJUSTE EXIGE A EMPRESA NO "
                   "PERIPARM" DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           SET FS-POSICIONA-PERIODO TO TRUE
           MOVE WS-EMPRESA-ALVO TO FS-COMPANY-CODE
           MOVE WS-PERIODO-ALVO TO FS-PERIODO
           CALL "FISCSVC" USING FS-PARAMETROS
               ON EXCEPTION
                   MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-CALL
           IF NOT FS-RETORNO-OK
               MOVE SPACES TO WS-MSG-ERRO
               STRING "EMPRESA " WS-EMPRESA-ALVO
                   " SEM PERIODO 13 DE AJUSTE NO CALFISC"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

      *-----------------------------------------------------------*
      * Ao fechar o ultimo mes do exercicio de uma empresa com    *
      * periodo de ajuste, o AAAA13 da empresa e aberto se ainda  *
      * nao estiver no PERIODOS, para receber os ajustes de       *
      * encerramento antes do ANOCLOSE.                           *
      *-----------------------------------------------------------*
       010-ABRE-PERIODOS-AJUSTE.
           MOVE "N" TO WS-EOF-EMPRESA
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   PERFORM 011-TESTA-AJUSTE-EMPRESA
                       UNTIL FIM-DE-EMPRESA
                   CLOSE EMPRESA-FILE
               WHEN OTHER
                   DISPLAY "EMPRESA INDISPONIVEL - PERIODOS DE AJUSTE "
                       "NAO AVALIADOS"
           END-EVALUATE.

       011-TESTA-AJUSTE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DE-EMPRESA TO TRUE
               NOT AT END
                   IF EM-EMPRESA-ATIVA
                       SET FS-POSICIONA-PERIODO TO TRUE
                       MOVE EM-CODIGO TO FS-COMPANY-CODE
                       MOVE WS-PERIODO-ALVO TO FS-PERIODO
                       CALL "FISCSVC" USING FS-PARAMETROS
                           ON EXCEPTION
                               MOVE "FISCSVC INDISPONIVEL"
                                   TO WS-MSG-ERRO
                               PERFORM 9999-TRATA-ERRO
                       END-CALL
                       IF FS-RETORNO-OK AND FS-PERIODO-FISCAL = 12
                          AND FS-COM-AJUSTE
                           PERFORM 013-ABRE-AJUSTE-EMPRESA
                       END-IF
                   END-IF
           END-READ.

       013-ABRE-AJUSTE-EMPRESA.
           MOVE ZEROES TO WS-IDX-PER
           MOVE "N" TO WS-PER-ACHOU
           PERFORM 015-PROCURA-AJUSTE
               UNTIL PERIODO-CADASTRADO OR WS-IDX-PER = WS-PER-QTDE
           IF NOT PERIODO-CADASTRADO
               PERFORM 016-INCLUI-AJUSTE
               DISPLAY "PERIODO " FS-PERIODO-AJUSTE
                   " DE AJUSTE ABERTO PARA A EMPRESA " EM-CODIGO
           END-IF.

       015-PROCURA-AJUSTE.
           ADD 1 TO WS-IDX-PER
           IF WS-PER-PERIODO(WS-IDX-PER) = FS-PERIODO-AJUSTE
              AND WS-PER-COMPANY(WS-IDX-PER) = EM-CODIGO
               SET PERIODO-CADASTRADO TO TRUE
           END-IF.

       016-INCLUI-AJUSTE.
           IF WS-PER-QTDE = 60
               MOVE "ARQUIVO PERIODOS EXCEDE A TABELA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-PER-QTDE
           MOVE FS-PERIODO-AJUSTE TO WS-PER-PERIODO(WS-PER-QTDE)
           MOVE "A" TO WS-PER-SITUACAO(WS-PER-QTDE)
           MOVE EM-CODIGO TO WS-PER-COMPANY(WS-PER-QTDE).

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
