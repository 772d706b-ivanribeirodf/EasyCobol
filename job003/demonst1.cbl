      *              (sentinela da ordenacao de impressao): mapa   *
      *              com MD-LINHA 999 aborta na carga, em vez de   *
      *              a linha nunca sair impressa.                  *
      * 15/10/2026 - IR - Cartao DEMPARM ganha a origem dos saldos *
      *              na coluna 7: "C" imprime os demonstrativos do *
      *              grupo a partir do CONSOLGL gravado pelo       *
      *              CONSOL01 (em branco segue o GLSALDO).         *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Calendario fiscal por empresa (CALFISC,  *
      *              servico FISCSVC): o comparativo e o periodo   *
      *              anterior de cada empresa no seu calendario (o *
      *              AAAA13 de ajuste antes do primeiro periodo do *
      *              exercicio seguinte) e as linhas da            *
      *              demonstracao de resultado saem acumuladas no  *
      *              exercicio fiscal da empresa. Consolidado sem  *
      *              mudanca.                                      *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio DEMRPT arquivado depois do     *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Chamada do FISCSVC com ON EXCEPTION:     *
      *              servico ausente encerra pelo 9999-TRATA-ERRO  *
      *              em vez de abendar.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-GLSALDO.
           SELECT CONSOL-FILE ASSIGN TO "CONSOLGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSOL.
           SELECT RELAT-OUT-FILE ASSIGN TO "DEMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-PERIODO             PIC 9(06).
           05 PA-ORIGEM              PIC X(01).
       FD  MAPA-FILE.
           COPY MAPADEM.
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  CONSOL-FILE.
           COPY SALDOGL
               REPLACING SG-SALDO-REC        BY CN-SALDO-REC
                         SG-CHAVE            BY CN-CHAVE
                         SG-NUMERO-CONTA     BY CN-NUMERO-CONTA
                         SG-PERIODO          BY CN-PERIODO
                         SG-COMPANY-CODE     BY CN-COMPANY-CODE
                         SG-CURRENCY-CODE    BY CN-CURRENCY-CODE
                         SG-CENTRO-CUSTO     BY CN-CENTRO-CUSTO
                         SG-SALDO-INICIAL    BY CN-SALDO-INICIAL
                         SG-DEBITOS-PERIODO  BY CN-DEBITOS-PERIODO
                         SG-CREDITOS-PERIODO BY CN-CREDITOS-PERIODO
                         SG-SALDO-FINAL      BY CN-SALDO-FINAL
                         SG-SITUACAO         BY CN-SITUACAO
                         SG-PERIODO-ABERTO   BY CN-PERIODO-ABERTO
                         SG-PERIODO-FECHADO  BY CN-PERIODO-FECHADO.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(100).
       FD  ERRO-EVENTO-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY FISCSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-MAPA                PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-CONSOL              PIC X(02).

       01  WS-ORIGEM-SALDOS          PIC X(01) VALUE "G".
           88 SALDOS-DO-RAZAO        VALUE "G".
           88 SALDOS-CONSOLIDADOS    VALUE "C".
       01  WS-SALDO-CONTA            PIC 9(08) VALUE ZEROES.
       01  WS-SALDO-FINAL            PIC S9(13)V99 VALUE ZEROES.
       01  WS-SALDO-ALVO             PIC X(01) VALUE "A".
           88 SALDO-DO-ATUAL         VALUE "A".
           88 SALDO-DO-ANTERIOR      VALUE "P".
       01  WS-SALDO-ORIGEM           PIC X(01) VALUE "F".
           88 SALDO-DE-FECHAMENTO    VALUE "F".
           88 SALDO-DE-MOVIMENTO     VALUE "M".

       01  WS-PERIODO-ATUAL          PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-ANTERIOR       PIC 9(06) VALUE ZEROES.
       01  WS-ANO-CALC               PIC 9(04) VALUE ZEROES.
       01  WS-MES-CALC               PIC 9(02) VALUE ZEROES.

      * Posicao de cada empresa no seu calendario fiscal: exercicio
      * e chave fiscal do periodo pedido e do periodo anterior
       01  WS-CALENDARIOS-EMPRESA.
           05 WS-CAL-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-CAL-ENTRADA         OCCURS 20 TIMES.
               10 WS-CAL-COMPANY     PIC X(03).
               10 WS-CAL-SITUACAO    PIC X(01).
                   88 CAL-POSICIONADO     VALUE "S".
               10 WS-CAL-EXERCICIO   PIC 9(04).
               10 WS-CAL-CHAVE       PIC 9(06).
               10 WS-CAL-ULTIMO      PIC 9(06).
               10 WS-CAL-ANTERIOR    PIC 9(06).
               10 WS-CAL-ANT-EXERCICIO PIC 9(04).
               10 WS-CAL-ANT-CHAVE   PIC 9(06).
               10 WS-CAL-ANT-PRIMEIRO PIC 9(06).
       01  WS-IDX-CAL                PIC 9(02) VALUE ZEROES.
       01  WS-EMPRESA-BUSCA          PIC X(03) VALUE SPACES.
       01  WS-CAL-ACHOU              PIC X(01) VALUE "N".
           88 CALENDARIO-ENCONTRADO  VALUE "S".

       01  WS-EOF-MAPA               PIC X(01) VALUE "N".
           88 FIM-DO-MAPA            VALUE "S".
       01  WS-EOF-GLSALDO            PIC X(01) VALUE "N".
           88 FIM-DO-GLSALDO         VALUE "S".
       01  WS-EOF-CONSOL             PIC X(01) VALUE "N".
           88 FIM-DO-CONSOL          VALUE "S".

       01  WS-MAPA.
           05 WS-MAP-QTDE            PIC 9(03) VALUE ZEROES.
           PERFORM 005-AGREGA-SALDOS
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           IF SALDOS-CONSOLIDADOS
               STRING "DEMONSTRATIVOS FINANCEIROS - PERIODO "
                   WS-PERIODO-ATUAL " (COMPARATIVO "
                   WS-PERIODO-ANTERIOR ")"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               MOVE "- CONSOLIDADO DO GRUPO EM BRL" TO RELAT-LINHA(66:)
               WRITE RELAT-LINHA
           ELSE
               STRING "DEMONSTRATIVOS FINANCEIROS - PERIODO "
                   WS-PERIODO-ATUAL " (COMPARATIVO: PERIODO FISCAL "
                   "ANTERIOR DE CADA EMPRESA)"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE SPACES TO RELAT-LINHA
               STRING "RESULTADO ACUMULADO NO EXERCICIO FISCAL DE "
                   "CADA EMPRESA"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           MOVE "B" TO WS-DEM-CORRENTE
           MOVE "BALANCO PATRIMONIAL" TO RELAT-LINHA
           PERFORM 010-IMPRIME-DEMONSTRATIVO
           PERFORM 010-IMPRIME-DEMONSTRATIVO
           PERFORM 020-IMPRIME-NAO-MAPEADAS
           CLOSE RELAT-OUT-FILE
           MOVE "DEMRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "DEMONSTRATIVOS GRAVADOS EM DEMRPT - LINHAS: "
               WS-LIN-QTDE " CONTAS SEM MAPA: " WS-NMP-QTDE
           IF WS-NMP-QTDE > ZEROES
                              AND PA-PERIODO NOT = ZEROES
                               MOVE PA-PERIODO TO WS-PERIODO-ATUAL
                           END-IF
                           IF PA-ORIGEM = "C"
                               SET SALDOS-CONSOLIDADOS TO TRUE
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
           END-READ.

       005-AGREGA-SALDOS.
           IF SALDOS-CONSOLIDADOS
               PERFORM 016-AGREGA-CONSOLIDADO
           ELSE
               PERFORM 017-AGREGA-RAZAO
           END-IF.

       016-AGREGA-CONSOLIDADO.
           OPEN INPUT CONSOL-FILE
           EVALUATE WS-FS-CONSOL
               WHEN "00"
                   PERFORM 018-LE-CONSOLIDADO UNTIL FIM-DO-CONSOL
                   CLOSE CONSOL-FILE
               WHEN "35"
                   MOVE "CONSOLGL NAO ENCONTRADO - RODAR O CONSOL01"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-CONSOL TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CONSOLGL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       018-LE-CONSOLIDADO.
           READ CONSOL-FILE
               AT END
                   SET FIM-DO-CONSOL TO TRUE
               NOT AT END
                   IF CN-PERIODO = WS-PERIODO-ATUAL
                      OR CN-PERIODO = WS-PERIODO-ANTERIOR
                       MOVE CN-NUMERO-CONTA TO WS-SALDO-CONTA
                       MOVE CN-SALDO-FINAL  TO WS-SALDO-FINAL
                       SET SALDO-DE-FECHAMENTO TO TRUE
                       IF CN-PERIODO = WS-PERIODO-ATUAL
                           SET SALDO-DO-ATUAL TO TRUE
                       ELSE
                           SET SALDO-DO-ANTERIOR TO TRUE
                       END-IF
                       PERFORM 007-AGREGA-UM-SALDO
                   END-IF
           END-READ.

       017-AGREGA-RAZAO.
           OPEN INPUT SALDO-GL-FILE
           EVALUATE WS-FS-GLSALDO
               WHEN "00"
               AT END
                   SET FIM-DO-GLSALDO TO TRUE
               NOT AT END
                   MOVE SG-COMPANY-CODE TO WS-EMPRESA-BUSCA
                   PERFORM 022-POSICIONA-EMPRESA
                   MOVE SG-NUMERO-CONTA TO WS-SALDO-CONTA
                   MOVE SG-SALDO-FINAL  TO WS-SALDO-FINAL
                   SET SALDO-DE-FECHAMENTO TO TRUE
                   IF SG-PERIODO = WS-PERIODO-ATUAL
                       SET SALDO-DO-ATUAL TO TRUE
                       PERFORM 007-AGREGA-UM-SALDO
                   END-IF
                   IF SG-PERIODO = WS-CAL-ANTERIOR(WS-IDX-CAL)
                       SET SALDO-DO-ANTERIOR TO TRUE
                       PERFORM 007-AGREGA-UM-SALDO
                   END-IF
                   PERFORM 024-ACUMULA-MOVIMENTO
           END-READ.

       007-AGREGA-UM-SALDO.
           PERFORM 008-PROCURA-MAPA
               UNTIL CONTA-MAPEADA OR WS-IDX-MAP = WS-MAP-QTDE
           IF CONTA-MAPEADA
               IF WS-MAP-DEM(WS-IDX-MAP) = "R"
                  AND SALDOS-DO-RAZAO
                   IF SALDO-DE-MOVIMENTO
                       PERFORM 009-ACUMULA-LINHA
                   END-IF
               ELSE
                   IF SALDO-DE-FECHAMENTO
                       PERFORM 009-ACUMULA-LINHA
                   END-IF
               END-IF
           ELSE
               IF SALDO-DE-FECHAMENTO
                  AND SALDO-DO-ATUAL
                  AND WS-SALDO-FINAL NOT = ZEROES
                   PERFORM 012-ACUMULA-NAO-MAPEADA
               END-IF
           END-IF.

       008-PROCURA-MAPA.
           ADD 1 TO WS-IDX-MAP
           IF WS-MAP-CONTA(WS-IDX-MAP) = WS-SALDO-CONTA
               SET CONTA-MAPEADA TO TRUE
           END-IF.

               MOVE ZEROES TO WS-LIN-ANTERIOR(WS-IDX-LIN)
               MOVE "N" TO WS-LIN-IMPRESSA(WS-IDX-LIN)
           END-IF
           IF SALDO-DO-ATUAL
               ADD WS-SALDO-FINAL TO WS-LIN-ATUAL(WS-IDX-LIN)
           ELSE
               ADD WS-SALDO-FINAL TO WS-LIN-ANTERIOR(WS-IDX-LIN)
           END-IF.

       011-PROCURA-LINHA.
               END-IF
               ADD 1 TO WS-NMP-QTDE
               MOVE WS-NMP-QTDE TO WS-IDX-NMP
               MOVE WS-SALDO-CONTA TO WS-NMP-CONTA(WS-IDX-NMP)
               MOVE ZEROES TO WS-NMP-SALDO(WS-IDX-NMP)
           END-IF
           ADD WS-SALDO-FINAL TO WS-NMP-SALDO(WS-IDX-NMP).

       013-PROCURA-NAO-MAPEADA.
           ADD 1 TO WS-IDX-NMP
           IF WS-NMP-CONTA(WS-IDX-NMP) = WS-SALDO-CONTA
               SET NAO-MAPEADA-NA-TABELA TO TRUE
           END-IF.

           MOVE WS-LINHA-NAO-MAPEADA TO RELAT-LINHA
           WRITE RELAT-LINHA.

      *-----------------------------------------------------------*
      * Posicao da empresa no calendario fiscal (FISCSVC), na     *
      * primeira vez que ela aparece: exercicio e chave fiscal do *
      * periodo pedido, o periodo anterior na corrente da empresa *
      * (o comparativo) e o exercicio e a chave dele. Periodo     *
      * fora do calendario da empresa (AAAA13 sem periodo de      *
      * ajuste) deixa a empresa fora dos dois lados. Deixa        *
      * WS-IDX-CAL na entrada da empresa.                         *
      *-----------------------------------------------------------*
       022-POSICIONA-EMPRESA.
           MOVE ZEROES TO WS-IDX-CAL
           MOVE "N" TO WS-CAL-ACHOU
           PERFORM 023-PROCURA-CALENDARIO
               UNTIL CALENDARIO-ENCONTRADO OR WS-IDX-CAL = WS-CAL-QTDE
           IF NOT CALENDARIO-ENCONTRADO
               IF WS-CAL-QTDE = 20
                   MOVE "MAIS DE 20 EMPRESAS NO GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-CAL-QTDE
               MOVE WS-CAL-QTDE TO WS-IDX-CAL
               MOVE WS-EMPRESA-BUSCA TO WS-CAL-COMPANY(WS-IDX-CAL)
               MOVE "N" TO WS-CAL-SITUACAO(WS-IDX-CAL)
               MOVE ZEROES TO WS-CAL-EXERCICIO(WS-IDX-CAL)
               MOVE ZEROES TO WS-CAL-CHAVE(WS-IDX-CAL)
               MOVE ZEROES TO WS-CAL-ULTIMO(WS-IDX-CAL)
               MOVE ZEROES TO WS-CAL-ANTERIOR(WS-IDX-CAL)
               MOVE ZEROES TO WS-CAL-ANT-EXERCICIO(WS-IDX-CAL)
               MOVE ZEROES TO WS-CAL-ANT-CHAVE(WS-IDX-CAL)
               MOVE ZEROES TO WS-CAL-ANT-PRIMEIRO(WS-IDX-CAL)
               SET FS-POSICIONA-PERIODO TO TRUE
               MOVE WS-EMPRESA-BUSCA TO FS-COMPANY-CODE
               MOVE WS-PERIODO-ATUAL TO FS-PERIODO
               CALL "FISCSVC" USING FS-PARAMETROS
                   ON EXCEPTION
                       MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-CALL
               IF FS-RETORNO-OK
                   MOVE FS-EXERCICIO TO WS-CAL-EXERCICIO(WS-IDX-CAL)
                   MOVE FS-CHAVE-FISCAL TO WS-CAL-CHAVE(WS-IDX-CAL)
                   MOVE FS-ULTIMO-PERIODO TO WS-CAL-ULTIMO(WS-IDX-CAL)
                   MOVE FS-PERIODO-ANTERIOR
                       TO WS-CAL-ANTERIOR(WS-IDX-CAL)
                   SET FS-POSICIONA-PERIODO TO TRUE
                   MOVE FS-PERIODO-ANTERIOR TO FS-PERIODO
                   CALL "FISCSVC" USING FS-PARAMETROS
                       ON EXCEPTION
                           MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                   END-CALL
                   IF FS-RETORNO-OK
                       MOVE "S" TO WS-CAL-SITUACAO(WS-IDX-CAL)
                       MOVE FS-EXERCICIO
                           TO WS-CAL-ANT-EXERCICIO(WS-IDX-CAL)
                       MOVE FS-CHAVE-FISCAL
                           TO WS-CAL-ANT-CHAVE(WS-IDX-CAL)
                       MOVE FS-PRIMEIRO-PERIODO
                           TO WS-CAL-ANT-PRIMEIRO(WS-IDX-CAL)
                   END-IF
               END-IF
           END-IF.

       023-PROCURA-CALENDARIO.
           ADD 1 TO WS-IDX-CAL
           IF WS-CAL-COMPANY(WS-IDX-CAL) = WS-EMPRESA-BUSCA
               SET CALENDARIO-ENCONTRADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Resultado acumulado no exercicio: o movimento do periodo  *
      * (creditos menos debitos, na convencao do GLSALDO) entra   *
      * nas linhas "R" do periodo pedido quando o registro cai no *
      * mesmo exercicio fiscal e nao depois dele, e nas do        *
      * comparativo pela mesma regra aplicada ao periodo          *
      * anterior. O balanco segue com o saldo de fechamento.      *
      *-----------------------------------------------------------*
       024-ACUMULA-MOVIMENTO.
           IF CAL-POSICIONADO(WS-IDX-CAL)
              AND SG-PERIODO NOT < WS-CAL-ANT-PRIMEIRO(WS-IDX-CAL)
              AND SG-PERIODO NOT > WS-CAL-ULTIMO(WS-IDX-CAL)
               SET FS-POSICIONA-PERIODO TO TRUE
               MOVE SG-COMPANY-CODE TO FS-COMPANY-CODE
               MOVE SG-PERIODO TO FS-PERIODO
               CALL "FISCSVC" USING FS-PARAMETROS
                   ON EXCEPTION
                       MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-CALL
               IF FS-RETORNO-OK
                   COMPUTE WS-SALDO-FINAL =
                       SG-CREDITOS-PERIODO - SG-DEBITOS-PERIODO
                   SET SALDO-DE-MOVIMENTO TO TRUE
                   IF FS-EXERCICIO = WS-CAL-EXERCICIO(WS-IDX-CAL)
                      AND FS-CHAVE-FISCAL NOT > WS-CAL-CHAVE(WS-IDX-CAL)
                       SET SALDO-DO-ATUAL TO TRUE
                       PERFORM 007-AGREGA-UM-SALDO
                   END-IF
                   IF FS-EXERCICIO = WS-CAL-ANT-EXERCICIO(WS-IDX-CAL)
                      AND FS-CHAVE-FISCAL NOT >
                          WS-CAL-ANT-CHAVE(WS-IDX-CAL)
                       SET SALDO-DO-ANTERIOR TO TRUE
                       PERFORM 007-AGREGA-UM-SALDO
                   END-IF
               END-IF
           END-IF.

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
