      *              util sem conciliacao recusa o fechamento (itens      *
      *              no CLOSERPT); so o override FORCECLOSE de nivel      *
      *              3+, auditado, passa por cima.                        *
      * 15/10/2026 - IR - GLSALDO abriu por centro de custo: o     *
      *              centro entra no casamento com o periodo       *
      *              seguinte e e copiado na rolagem.              *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Calendario fiscal por empresa (CALFISC,  *
      *              servico FISCSVC): o periodo que recebe a      *
      *              abertura e o seguinte na corrente fiscal da   *
      *              empresa de cada registro - o ultimo mes do    *
      *              exercicio de empresa com ajuste rola para o   *
      *              AAAA13 e o AAAA13 para o primeiro mes do      *
      *              exercicio seguinte. Cartao GLCLPARM aceita o  *
      *              periodo 13, com a empresa nas posicoes 7-9, e *
      *              entao so fecha os registros dela.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Cartao GLCLPARM ausente ou com o periodo *
      *              em branco: o periodo a fechar e o mes do dia  *
      *              util de negocio do DATAPROC (CALSVC quando    *
      *              nao ha DATAPROC), para o passo de fim de mes  *
      *              rodar sem editar o cartao.                    *
      * 15/10/2026 - IR - Recusa fechar o primeiro mes do          *
      *              exercicio enquanto o AAAA13 de ajuste da      *
      *              empresa estiver aberto.                       *
      * 15/10/2026 - IR - Depois do fechamento do mes, expurga do  *
      *              GLREGIST os registros postados de periodo     *
      *              anterior ao fechado, arquivando-os no         *
      *              GLREGARQ, para a tabela do GLENTR01/ADD05 nao *
      *              estourar.                                     *
      * 15/10/2026 - IR - Chamada do FISCSVC com ON EXCEPTION:     *
      *              servico ausente encerra pelo 9999-TRATA-ERRO  *
      *              em vez de abendar.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARM-FILE ASSIGN TO "GLCLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT SALDO-GL-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-GLSALDO.
           SELECT REGISTRO-FILE ASSIGN TO "GLREGIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT REGISTRO-ARQ-FILE ASSIGN TO "GLREGARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGARQ.
           SELECT REGISTRO-TMP-FILE ASSIGN TO "GLREGTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGTMP.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-PERIODO-FECHAR      PIC 9(06).
           05 PA-COMPANY-CODE        PIC X(03).
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  REGISTRO-FILE.
           COPY GLREGIS.
       FD  REGISTRO-ARQ-FILE.
       01  RG-ARQ-REC                PIC X(86).
       FD  REGISTRO-TMP-FILE.
       01  RG-TMP-REC                PIC X(86).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY CALENSVC.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY CLOSEGRD.
           COPY FISCSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-REGISTRO            PIC X(02).
       01  WS-FS-REGARQ              PIC X(02).
       01  WS-FS-REGTMP              PIC X(02).

       01  WS-PERIODO-FECHAR         PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-SEGUINTE       PIC 9(06) VALUE ZEROES.
       01  WS-EMPRESA-FECHAR         PIC X(03) VALUE SPACES.
       01  WS-EMPRESA-BUSCA          PIC X(03) VALUE SPACES.
       01  WS-ANO-CALC               PIC 9(04) VALUE ZEROES.
       01  WS-MES-CALC               PIC 9(02) VALUE ZEROES.
       01  WS-ANO-ANTERIOR           PIC 9(04) VALUE ZEROES.
       01  WS-MES-ANTERIOR           PIC 9(02) VALUE ZEROES.

       01  WS-EOF-GLSALDO            PIC X(01) VALUE "N".
           88 FIM-DO-GLSALDO         VALUE "S".
               10 WS-MST-PERIODO     PIC 9(06).
               10 WS-MST-COMPANY     PIC X(03).
               10 WS-MST-CURRENCY    PIC X(03).
               10 WS-MST-CCUSTO      PIC X(06).
               10 WS-MST-INICIAL     PIC S9(11)V99.
               10 WS-MST-DEBITOS     PIC S9(11)V99.
               10 WS-MST-CREDITOS    PIC S9(11)V99.
               10 WS-MST-FINAL       PIC S9(11)V99.
               10 WS-MST-SITUACAO    PIC X(01).
               10 WS-MST-SEGUINTE    PIC 9(06).
       01  WS-IDX-MST                PIC 9(03) VALUE ZEROES.

      * Periodo seguinte ao fechado no calendario fiscal de cada
      * empresa (zero = empresa sem esse periodo) e o AAAA13 que
      * antecede o periodo fechado (zero = nao ha ajuste antes)
       01  WS-EMPRESAS-SEGUINTE.
           05 WS-EPS-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EPS-ENTRADA         OCCURS 20 TIMES.
               10 WS-EPS-COMPANY     PIC X(03).
               10 WS-EPS-SEGUINTE    PIC 9(06).
               10 WS-EPS-AJUSTE-ANT  PIC 9(06).
       01  WS-IDX-EPS                PIC 9(02) VALUE ZEROES.
       01  WS-EPS-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-POSICIONADA    VALUE "S".
       01  WS-IDX-SEG                PIC 9(03) VALUE ZEROES.
       01  WS-MST-ACHOU              PIC X(01) VALUE "N".
           88 SEGUINTE-ENCONTRADO    VALUE "S".
       01  WS-QTDE-FECHADAS          PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-ROLADAS           PIC 9(03) VALUE ZEROES.

      * Dia util do DATAPROC: periodo do cartao em branco
       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-NEGOCIO        PIC 9(06) VALUE ZEROES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "GLCLOSE".
      * Expurgo do GLREGIST: registros postados de periodo
      * anterior ao fechado vao para o GLREGARQ
       01  WS-EOF-REGISTRO           PIC X(01) VALUE "N".
           88 FIM-DO-REGISTRO        VALUE "S".
       01  WS-QTDE-REG-ARQ           PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-REG-RET           PIC 9(05) VALUE ZEROES.

       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
               DISPLAY "PERIODO " WS-PERIODO-FECHAR " FECHADO - "
                   "CONTAS FECHADAS: " WS-QTDE-FECHADAS
                   " SALDOS ROLADOS: " WS-QTDE-ROLADAS
               IF WS-EMPRESA-FECHAR = SPACES
                   PERFORM 018-EXPURGA-REGISTROS
               END-IF
           END-IF
           GOBACK.

       002-LE-PARAMETRO.
           MOVE ZEROES TO WS-PERIODO-FECHAR
           MOVE SPACES TO WS-EMPRESA-FECHAR
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   PERFORM 016-LE-CARTAO
               WHEN "35"
                   DISPLAY "CARTAO GLCLPARM AUSENTE - PERIODO PELA "
                       "DATA DE NEGOCIO"
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLCLPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-PERIODO-FECHAR = ZEROES
               PERFORM 015-APURA-PERIODO-NEGOCIO
               MOVE WS-PERIODO-NEGOCIO TO WS-PERIODO-FECHAR
           END-IF
           COMPUTE WS-ANO-CALC = WS-PERIODO-FECHAR / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-FECHAR -
               WS-ANO-CALC * 100
           IF WS-MES-CALC < 1 OR WS-MES-CALC > 13
               MOVE "PERIODO DO GLCLPARM INVALIDO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-MES-CALC = 13
               IF WS-EMPRESA-FECHAR = SPACES
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "PERIODO 13 DE AJUSTE EXIGE A EMPRESA NO "
                       "GLCLPARM" DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE WS-EMPRESA-FECHAR TO WS-EMPRESA-BUSCA
               PERFORM 013-POSICIONA-EMPRESA
               IF WS-EPS-SEGUINTE(WS-IDX-EPS) = ZEROES
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "EMPRESA " WS-EMPRESA-FECHAR
                       " SEM PERIODO 13 DE AJUSTE NO CALFISC"
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               DISPLAY "FECHANDO O PERIODO " WS-PERIODO-FECHAR
                   " DA EMPRESA " WS-EMPRESA-FECHAR
                   " - ABERTURAS NO PERIODO "
                   WS-EPS-SEGUINTE(WS-IDX-EPS)
           ELSE
               IF WS-EMPRESA-FECHAR NOT = SPACES
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "EMPRESA NO GLCLPARM SO PARA O PERIODO 13 "
                       "DE AJUSTE" DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               DISPLAY "FECHANDO O PERIODO " WS-PERIODO-FECHAR
                   " - ABERTURAS NO PERIODO SEGUINTE DO CALENDARIO "
                   "FISCAL DE CADA EMPRESA"
           END-IF.

       016-LE-CARTAO.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-REC
           END-READ
           IF PARM-REC(1:6) = SPACES
               MOVE ZEROES TO PA-PERIODO-FECHAR
           END-IF
           IF PA-PERIODO-FECHAR IS NOT NUMERIC
               MOVE "PERIODO DO GLCLPARM NAO NUMERICO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-PERIODO-FECHAR TO WS-PERIODO-FECHAR
           MOVE PA-COMPANY-CODE TO WS-EMPRESA-FECHAR
           CLOSE PARM-FILE.

      *-----------------------------------------------------------*
      * Periodo em branco no cartao GLCLPARM: vale o mes do dia   *
      * util de negocio que o DRIVER01 grava no DATAPROC.         *
      *-----------------------------------------------------------*
       015-APURA-PERIODO-NEGOCIO.
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
           DISPLAY "PERIODO DO GLCLPARM PELA DATA DE NEGOCIO "
               WS-DATA-UTIL ": " WS-PERIODO-NEGOCIO.

       003-CARREGA-SALDOS-GL.
           OPEN INPUT SALDO-GL-FILE
               AT END
                   SET FIM-DO-GLSALDO TO TRUE
               NOT AT END
                   MOVE SG-COMPANY-CODE TO WS-EMPRESA-BUSCA
                   PERFORM 013-POSICIONA-EMPRESA
                   IF SG-PERIODO = WS-EPS-AJUSTE-ANT(WS-IDX-EPS)
                      AND SG-PERIODO-ABERTO
                       PERFORM 017-RECUSA-AJUSTE-ABERTO
                   END-IF
                   MOVE WS-EPS-SEGUINTE(WS-IDX-EPS)
                       TO WS-PERIODO-SEGUINTE
                   IF WS-PERIODO-SEGUINTE NOT = ZEROES
                      AND (SG-PERIODO = WS-PERIODO-FECHAR
                           OR SG-PERIODO = WS-PERIODO-SEGUINTE)
                       PERFORM 012-GUARDA-SALDO-GL
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Periodo seguinte ao fechado na corrente da empresa do     *
      * registro (servico FISCSVC, calendario fiscal CALFISC): o  *
      * ultimo mes do exercicio de empresa com periodo de ajuste  *
      * rola para o AAAA13 e o AAAA13 para o primeiro mes do      *
      * exercicio seguinte. Fechamento do periodo 13 so toca a    *
      * empresa do cartao. Guarda tambem o AAAA13 que antecede o  *
      * primeiro mes do exercicio, para recusar o fechamento      *
      * desse mes enquanto o ajuste estiver aberto.               *
      *-----------------------------------------------------------*
       013-POSICIONA-EMPRESA.
           MOVE ZEROES TO WS-IDX-EPS
           MOVE "N" TO WS-EPS-ACHOU
           PERFORM 014-PROCURA-EMPRESA
               UNTIL EMPRESA-POSICIONADA OR WS-IDX-EPS = WS-EPS-QTDE
           IF NOT EMPRESA-POSICIONADA
               IF WS-EPS-QTDE = 20
                   MOVE "EMPRESAS DO GLSALDO EXCEDEM A TABELA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-EPS-QTDE
               MOVE WS-EPS-QTDE TO WS-IDX-EPS
               MOVE WS-EMPRESA-BUSCA TO WS-EPS-COMPANY(WS-IDX-EPS)
               MOVE ZEROES TO WS-EPS-SEGUINTE(WS-IDX-EPS)
               MOVE ZEROES TO WS-EPS-AJUSTE-ANT(WS-IDX-EPS)
               SET FS-POSICIONA-PERIODO TO TRUE
               MOVE WS-EMPRESA-BUSCA TO FS-COMPANY-CODE
               MOVE WS-PERIODO-FECHAR TO FS-PERIODO
               CALL "FISCSVC" USING FS-PARAMETROS
                   ON EXCEPTION
                       MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-CALL
               IF FS-RETORNO-OK
                  AND (WS-EMPRESA-FECHAR = SPACES
                       OR WS-EMPRESA-FECHAR = WS-EMPRESA-BUSCA)
                   MOVE FS-PERIODO-SEGUINTE
                       TO WS-EPS-SEGUINTE(WS-IDX-EPS)
                   COMPUTE WS-ANO-ANTERIOR = FS-PERIODO-ANTERIOR / 100
                   COMPUTE WS-MES-ANTERIOR = FS-PERIODO-ANTERIOR -
                       WS-ANO-ANTERIOR * 100
                   IF FS-PERIODO-FISCAL = 1
                      AND WS-MES-ANTERIOR = 13
                       MOVE FS-PERIODO-ANTERIOR
                           TO WS-EPS-AJUSTE-ANT(WS-IDX-EPS)
                   END-IF
               END-IF
           END-IF.

       014-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EPS
           IF WS-EPS-COMPANY(WS-IDX-EPS) = WS-EMPRESA-BUSCA
               SET EMPRESA-POSICIONADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * O AAAA13 precisa estar fechado (e o exercicio encerrado   *
      * pelo ANOCLOSE) antes de o primeiro mes do exercicio       *
      * seguinte rolar os saldos adiante.                         *
      *-----------------------------------------------------------*
       017-RECUSA-AJUSTE-ABERTO.
           DISPLAY "EMPRESA " SG-COMPANY-CODE " COM O AJUSTE "
               SG-PERIODO " ABERTO - FECHE O AJUSTE (PERCLOSE E "
               "GLCLOSE COM A EMPRESA) E RODE O ANOCLOSE COM O "
               "EXERCICIO ANTES DE FECHAR " WS-PERIODO-FECHAR
           MOVE SPACES TO WS-MSG-ERRO
           STRING "AJUSTE " SG-PERIODO " DA EMPRESA "
               SG-COMPANY-CODE " AINDA ABERTO"
               DELIMITED BY SIZE INTO WS-MSG-ERRO
           PERFORM 9999-TRATA-ERRO.

       012-GUARDA-SALDO-GL.
           IF WS-MST-QTDE = 500
               MOVE "MESTRE GLSALDO EXCEDE A TABELA"
           MOVE SG-PERIODO TO WS-MST-PERIODO(WS-MST-QTDE)
           MOVE SG-COMPANY-CODE TO WS-MST-COMPANY(WS-MST-QTDE)
           MOVE SG-CURRENCY-CODE TO WS-MST-CURRENCY(WS-MST-QTDE)
           MOVE SG-CENTRO-CUSTO TO WS-MST-CCUSTO(WS-MST-QTDE)
           MOVE SG-SALDO-INICIAL TO WS-MST-INICIAL(WS-MST-QTDE)
           MOVE SG-DEBITOS-PERIODO TO WS-MST-DEBITOS(WS-MST-QTDE)
           MOVE SG-CREDITOS-PERIODO TO WS-MST-CREDITOS(WS-MST-QTDE)
           MOVE SG-SALDO-FINAL TO WS-MST-FINAL(WS-MST-QTDE)
           MOVE SG-SITUACAO TO WS-MST-SITUACAO(WS-MST-QTDE)
           MOVE WS-PERIODO-SEGUINTE TO WS-MST-SEGUINTE(WS-MST-QTDE).

       005-FECHA-PERIODO.
           MOVE ZEROES TO WS-IDX-MST
               MOVE WS-MST-QTDE TO WS-IDX-SEG
               MOVE WS-MST-CONTA(WS-IDX-MST)
                   TO WS-MST-CONTA(WS-IDX-SEG)
               MOVE WS-MST-SEGUINTE(WS-IDX-MST)
                   TO WS-MST-PERIODO(WS-IDX-SEG)
               MOVE WS-MST-SEGUINTE(WS-IDX-MST)
                   TO WS-MST-SEGUINTE(WS-IDX-SEG)
               MOVE WS-MST-COMPANY(WS-IDX-MST)
                   TO WS-MST-COMPANY(WS-IDX-SEG)
               MOVE WS-MST-CURRENCY(WS-IDX-MST)
                   TO WS-MST-CURRENCY(WS-IDX-SEG)
               MOVE WS-MST-CCUSTO(WS-IDX-MST)
                   TO WS-MST-CCUSTO(WS-IDX-SEG)
               MOVE ZEROES TO WS-MST-DEBITOS(WS-IDX-SEG)
               MOVE ZEROES TO WS-MST-CREDITOS(WS-IDX-SEG)
               MOVE "A" TO WS-MST-SITUACAO(WS-IDX-SEG)
       009-PROCURA-PERIODO-SEGUINTE.
           ADD 1 TO WS-IDX-SEG
           IF WS-MST-CONTA(WS-IDX-SEG) = WS-MST-CONTA(WS-IDX-MST)
              AND WS-MST-PERIODO(WS-IDX-SEG) =
              WS-MST-SEGUINTE(WS-IDX-MST)
              AND WS-MST-COMPANY(WS-IDX-SEG) =
              WS-MST-COMPANY(WS-IDX-MST)
              AND WS-MST-CURRENCY(WS-IDX-SEG) =
              WS-MST-CURRENCY(WS-IDX-MST)
              AND WS-MST-CCUSTO(WS-IDX-SEG) =
              WS-MST-CCUSTO(WS-IDX-MST)
               SET SEGUINTE-ENCONTRADO TO TRUE
           END-IF.

           MOVE WS-MST-PERIODO(WS-IDX-MST)  TO SG-PERIODO
           MOVE WS-MST-COMPANY(WS-IDX-MST)  TO SG-COMPANY-CODE
           MOVE WS-MST-CURRENCY(WS-IDX-MST) TO SG-CURRENCY-CODE
           MOVE WS-MST-CCUSTO(WS-IDX-MST)   TO SG-CENTRO-CUSTO
           MOVE WS-MST-INICIAL(WS-IDX-MST)  TO SG-SALDO-INICIAL
           MOVE WS-MST-DEBITOS(WS-IDX-MST)  TO SG-DEBITOS-PERIODO
           MOVE WS-MST-CREDITOS(WS-IDX-MST) TO SG-CREDITOS-PERIODO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Expurgo do GLREGIST (GLENTR01/ADD05 carregam o arquivo    *
      * inteiro em tabela): depois do fechamento do mes, o        *
      * registro ja postado de periodo anterior ao fechado vai    *
      * para o GLREGARQ (acrescentado, nunca sobrescrito), como   *
      * o ARCPURGE faz com o AUDITLOG. Encaminhado ainda nao      *
      * postado fica sempre; o do periodo fechado tambem, para o  *
      * PONTE01/ESTORN01 do primeiro dia conferirem o arquivo     *
      * anterior. Rerun de um arquivo expurgado cai no periodo    *
      * fechado e e rejeitado pelo ADD05.                         *
      *-----------------------------------------------------------*
       018-EXPURGA-REGISTROS.
           MOVE "N" TO WS-EOF-REGISTRO
           OPEN INPUT REGISTRO-FILE
           EVALUATE WS-FS-REGISTRO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "GLREGIST NAO ENCONTRADO - NADA A EXPURGAR"
                   SET FIM-DO-REGISTRO TO TRUE
               WHEN OTHER
                   MOVE WS-FS-REGISTRO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLREGIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF NOT FIM-DO-REGISTRO
               OPEN EXTEND REGISTRO-ARQ-FILE
               IF WS-FS-REGARQ = "35"
                   OPEN OUTPUT REGISTRO-ARQ-FILE
               END-IF
               IF WS-FS-REGARQ NOT = "00"
                   MOVE WS-FS-REGARQ TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLREGARQ" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               OPEN OUTPUT REGISTRO-TMP-FILE
               IF WS-FS-REGTMP NOT = "00"
                   MOVE WS-FS-REGTMP TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLREGTMP" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               PERFORM 019-CLASSIFICA-REGISTRO UNTIL FIM-DO-REGISTRO
               CLOSE REGISTRO-FILE
               CLOSE REGISTRO-ARQ-FILE
               CLOSE REGISTRO-TMP-FILE
               IF WS-QTDE-REG-ARQ > ZEROES
                   PERFORM 020-REGRAVA-REGISTROS
               END-IF
               DISPLAY "GLREGIST - REGISTROS POSTADOS ARQUIVADOS NO "
                   "GLREGARQ: " WS-QTDE-REG-ARQ
                   " RETIDOS: " WS-QTDE-REG-RET
           END-IF.

       019-CLASSIFICA-REGISTRO.
           READ REGISTRO-FILE
               AT END
                   SET FIM-DO-REGISTRO TO TRUE
               NOT AT END
                   IF RG-POSTADO
                      AND RG-PERIODO < WS-PERIODO-FECHAR
                       MOVE RG-REGISTRO-REC TO RG-ARQ-REC
                       WRITE RG-ARQ-REC
                       ADD 1 TO WS-QTDE-REG-ARQ
                   ELSE
                       MOVE RG-REGISTRO-REC TO RG-TMP-REC
                       WRITE RG-TMP-REC
                       ADD 1 TO WS-QTDE-REG-RET
                   END-IF
           END-READ.

       020-REGRAVA-REGISTROS.
           MOVE "N" TO WS-EOF-REGISTRO
           OPEN INPUT REGISTRO-TMP-FILE
           OPEN OUTPUT REGISTRO-FILE
           IF WS-FS-REGISTRO NOT = "00"
               MOVE WS-FS-REGISTRO TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR GLREGIST" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 021-COPIA-REGISTRO UNTIL FIM-DO-REGISTRO
           CLOSE REGISTRO-TMP-FILE
           CLOSE REGISTRO-FILE.

       021-COPIA-REGISTRO.
           READ REGISTRO-TMP-FILE
               AT END
                   SET FIM-DO-REGISTRO TO TRUE
               NOT AT END
                   MOVE RG-TMP-REC TO RG-REGISTRO-REC
                   WRITE RG-REGISTRO-REC
           END-READ.

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
