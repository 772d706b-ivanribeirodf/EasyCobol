      *              transferencia: um rerun encontra abertura     *
      *              zero e nao faz nada - o encerramento e        *
      *              idempotente num mestre que nao tem estorno.   *
      * 15/10/2026 - IR - GLSALDO abriu por centro de custo: o     *
      *              encerramento zera cada conta de resultado no  *
      *              seu centro e transfere para lucros acumulados *
      *              sem centro; o centro sai na linha do          *
      *              relatorio.                                    *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Calendario fiscal por empresa (CALFISC,  *
      *              servico FISCSVC): o exercicio do cartao e     *
      *              encerrado no calendario de cada empresa - o   *
      *              ultimo periodo (ultimo mes ou AAAA13 de       *
      *              ajuste) tem de estar fechado e as aberturas   *
      *              vao para o primeiro periodo do exercicio      *
      *              seguinte dela, no lugar de dezembro/janeiro   *
      *              fixos. Empresa com o ultimo periodo ainda     *
      *              aberto fica de fora da rodada, listada no     *
      *              ANORPT; cartao ANOPARM ganha a empresa        *
      *              (posicoes 13-15) para encerrar uma so, e ai o *
      *              periodo aberto e erro fatal.                  *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio ANORPT arquivado depois do     *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Exercicio em branco no cartao ANOPARM:   *
      *              vale o ano do dia util de negocio do DATAPROC *
      *              (CALSVC quando nao ha DATAPROC), para o       *
      *              encerramento de fim de ano rodar sem editar o *
      *              cartao; a conta de lucros continua no cartao. *
      * 15/10/2026 - IR - Cartao sem exercicio (passo de fim de    *
      *              mes da cadeia): encerra so a empresa cujo     *
      *              exercicio fiscal termina no mes de negocio;   *
      *              empresa com periodo de ajuste fica pendente   *
      *              ate o fechamento do AAAA13 e a rodada com o   *
      *              cartao.                                       *
      * 15/10/2026 - IR - Chamada do FISCSVC com ON EXCEPTION:     *
      *              servico ausente encerra pelo 9999-TRATA-ERRO  *
      *              em vez de abendar.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARM-FILE ASSIGN TO "ANOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
       01  PARM-REC.
           05 PA-EXERCICIO           PIC 9(04).
           05 PA-CONTA-LUCROS        PIC 9(08).
           05 PA-COMPANY-CODE        PIC X(03).
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  SALDO-GL-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY CALENSVC.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY FISCSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).

       01  WS-EXERCICIO              PIC 9(04) VALUE ZEROES.
       01  WS-CONTA-LUCROS           PIC 9(08) VALUE ZEROES.
       01  WS-EMPRESA-ENCERRAR       PIC X(03) VALUE SPACES.
       01  WS-EMPRESA-BUSCA          PIC X(03) VALUE SPACES.

      * Exercicio de cada empresa do GLSALDO no calendario fiscal:
      * ultimo periodo (o que tem de estar fechado) e primeiro
      * periodo do exercicio seguinte (o que recebe as aberturas)
       01  WS-EXERCICIOS-EMPRESA.
           05 WS-EXE-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EXE-ENTRADA         OCCURS 20 TIMES.
               10 WS-EXE-COMPANY     PIC X(03).
               10 WS-EXE-EXERCICIO   PIC 9(04).
               10 WS-EXE-FINAL       PIC 9(06).
               10 WS-EXE-ABERTURA    PIC 9(06).
               10 WS-EXE-SITUACAO    PIC X(01).
                   88 EXE-A-ENCERRAR     VALUE "E".
                   88 EXE-FINAL-ABERTO   VALUE "A".
                   88 EXE-IGNORADA       VALUE "I".
                   88 EXE-AJUSTE-PENDENTE VALUE "J".
       01  WS-IDX-EXE                PIC 9(02) VALUE ZEROES.
       01  WS-EXE-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-POSICIONADA    VALUE "S".

       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".
               10 WS-MST-PERIODO     PIC 9(06).
               10 WS-MST-COMPANY     PIC X(03).
               10 WS-MST-CURRENCY    PIC X(03).
               10 WS-MST-CCUSTO      PIC X(06).
               10 WS-MST-INICIAL     PIC S9(11)V99.
               10 WS-MST-DEBITOS     PIC S9(11)V99.
               10 WS-MST-CREDITOS    PIC S9(11)V99.
               10 WS-MST-FINAL       PIC S9(11)V99.
               10 WS-MST-SITUACAO    PIC X(01).
       01  WS-IDX-MST                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-ABE                PIC 9(03) VALUE ZEROES.
       01  WS-MST-ACHOU              PIC X(01) VALUE "N".
           88 ABERTURA-ENCONTRADA     VALUE "S".
       01  WS-ABE-CONTA              PIC 9(08) VALUE ZEROES.
       01  WS-ABE-PERIODO            PIC 9(06) VALUE ZEROES.
       01  WS-ABE-COMPANY            PIC X(03) VALUE SPACES.
       01  WS-ABE-CURRENCY           PIC X(03) VALUE SPACES.
       01  WS-ABE-CCUSTO             PIC X(06) VALUE SPACES.

       01  WS-QTDE-ENCERRADAS        PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-EMP-ABERTAS       PIC 9(02) VALUE ZEROES.
       01  WS-SALDO-TRANSFERIDO      PIC S9(11)V99 VALUE ZEROES.

       01  WS-LINHA-DETALHE.
           05 WS-LIN-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(07) VALUE " MOEDA ".
           05 WS-LIN-MOEDA           PIC X(03).
           05 FILLER                 PIC X(04) VALUE " CC ".
           05 WS-LIN-CCUSTO          PIC X(06).
           05 FILLER                 PIC X(26)
               VALUE " ENCERRADA PARA LUCROS:   ".
           05 WS-LIN-VALOR           PIC -(10)9.99.

      * Dia util do DATAPROC: exercicio do cartao em branco
       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-NEGOCIO        PIC 9(06) VALUE ZEROES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "ANOCLOSE".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

           PERFORM 002-LE-PARAMETRO
           PERFORM 003-CARREGA-PLANO-CONTAS
           PERFORM 005-CARREGA-SALDOS-GL
           IF WS-QTDE-EMP-ABERTAS > ZEROES
              AND WS-EMPRESA-ENCERRAR NOT = SPACES
               MOVE SPACES TO WS-MSG-ERRO
               STRING "ULTIMO PERIODO DO EXERCICIO DA EMPRESA "
                   WS-EMPRESA-ENCERRAR " AINDA ABERTO - RODE O "
                   "GLCLOSE ANTES" DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           IF WS-EXERCICIO = ZEROES
               STRING "FECHAMENTO DE EXERCICIO DO MES DE NEGOCIO "
                   WS-PERIODO-NEGOCIO
                   " - RESULTADO PARA A CONTA " WS-CONTA-LUCROS
                   DELIMITED BY SIZE INTO RELAT-LINHA
           ELSE
               STRING "FECHAMENTO DO EXERCICIO " WS-EXERCICIO
                   " - RESULTADO PARA A CONTA " WS-CONTA-LUCROS
                   DELIMITED BY SIZE INTO RELAT-LINHA
           END-IF
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-EXE
           PERFORM 018-RELATA-EMPRESA
               UNTIL WS-IDX-EXE = WS-EXE-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 007-ENCERRA-RESULTADOS
           IF WS-QTDE-ENCERRADAS = ZEROES
               MOVE "NENHUMA CONTA DE RESULTADO COM SALDO NO EXERCICIO"
               PERFORM 012-REGRAVA-SALDOS-GL
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "ANORPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "FECHAMENTO DE EXERCICIO CONCLUIDO - CONTAS "
               "ENCERRADAS: " WS-QTDE-ENCERRADAS " - VER ANORPT"
           GOBACK.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO ANOPARM AUSENTE - INFORME A CONTA DE LUCROS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
                   MOVE "CARTAO ANOPARM VAZIO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-READ
           IF PARM-REC(1:4) = SPACES
               MOVE ZEROES TO PA-EXERCICIO
           END-IF
           IF PA-EXERCICIO IS NOT NUMERIC
              OR PA-CONTA-LUCROS IS NOT NUMERIC
               MOVE "CARTAO ANOPARM COM CAMPO NAO NUMERICO"
           END-IF
           MOVE PA-EXERCICIO    TO WS-EXERCICIO
           MOVE PA-CONTA-LUCROS TO WS-CONTA-LUCROS
           MOVE PA-COMPANY-CODE TO WS-EMPRESA-ENCERRAR
           CLOSE PARM-FILE
           IF WS-EXERCICIO = ZEROES
               PERFORM 020-APURA-PERIODO-NEGOCIO
               DISPLAY "FECHANDO OS EXERCICIOS QUE TERMINAM NO MES "
                   WS-PERIODO-NEGOCIO
                   " NO CALENDARIO FISCAL DE CADA EMPRESA"
           ELSE
               IF WS-EMPRESA-ENCERRAR = SPACES
                   DISPLAY "FECHANDO O EXERCICIO " WS-EXERCICIO
                       " NO CALENDARIO FISCAL DE CADA EMPRESA"
               ELSE
                   DISPLAY "FECHANDO O EXERCICIO " WS-EXERCICIO
                       " DA EMPRESA " WS-EMPRESA-ENCERRAR
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * Exercicio em branco no cartao ANOPARM: vale o ano do      *
      * dia util de negocio que o DRIVER01 grava no DATAPROC.     *
      *-----------------------------------------------------------*
       020-APURA-PERIODO-NEGOCIO.
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
           DISPLAY "EXERCICIO DO ANOPARM PELA DATA DE NEGOCIO "
               WS-DATA-UTIL.

       003-CARREGA-PLANO-CONTAS.
           OPEN INPUT PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-GLSALDO TO TRUE
               NOT AT END
                   MOVE SG-COMPANY-CODE TO WS-EMPRESA-BUSCA
                   PERFORM 017-POSICIONA-EMPRESA
                   IF NOT EXE-IGNORADA(WS-IDX-EXE)
                      AND NOT EXE-AJUSTE-PENDENTE(WS-IDX-EXE)
                      AND (SG-PERIODO = WS-EXE-FINAL(WS-IDX-EXE)
                           OR SG-PERIODO = WS-EXE-ABERTURA(WS-IDX-EXE))
                       PERFORM 016-GUARDA-SALDO-GL
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Limites do exercicio do cartao no calendario fiscal da    *
      * empresa (servico FISCSVC, calendario CALFISC): o ultimo   *
      * periodo e o ultimo mes ou, com periodo de ajuste, o       *
      * AAAA13; as aberturas vao para o primeiro periodo do       *
      * exercicio seguinte. Com empresa no cartao, as demais sao  *
      * ignoradas.                                                *
      *-----------------------------------------------------------*
       017-POSICIONA-EMPRESA.
           MOVE ZEROES TO WS-IDX-EXE
           MOVE "N" TO WS-EXE-ACHOU
           PERFORM 019-PROCURA-EMPRESA
               UNTIL EMPRESA-POSICIONADA OR WS-IDX-EXE = WS-EXE-QTDE
           IF NOT EMPRESA-POSICIONADA
               IF WS-EXE-QTDE = 20
                   MOVE "EMPRESAS DO GLSALDO EXCEDEM A TABELA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-EXE-QTDE
               MOVE WS-EXE-QTDE TO WS-IDX-EXE
               MOVE WS-EMPRESA-BUSCA TO WS-EXE-COMPANY(WS-IDX-EXE)
               MOVE WS-EXERCICIO TO WS-EXE-EXERCICIO(WS-IDX-EXE)
               MOVE ZEROES TO WS-EXE-FINAL(WS-IDX-EXE)
               MOVE ZEROES TO WS-EXE-ABERTURA(WS-IDX-EXE)
               SET EXE-IGNORADA(WS-IDX-EXE) TO TRUE
               IF WS-EMPRESA-ENCERRAR = SPACES
                  OR WS-EMPRESA-ENCERRAR = WS-EMPRESA-BUSCA
                   IF WS-EXERCICIO = ZEROES
                       PERFORM 021-APURA-EXERCICIO-NEGOCIO
                   END-IF
                   IF WS-EXE-EXERCICIO(WS-IDX-EXE) NOT = ZEROES
                       PERFORM 022-LIMITES-EXERCICIO
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * Exercicio em branco no cartao (passo de fim de mes da     *
      * cadeia): so encerra a empresa cujo exercicio fiscal       *
      * termina no mes de negocio. Empresa com periodo de ajuste  *
      * fica pendente: o AAAA13 ainda vai receber os ajustes de   *
      * encerramento. Depois dos ajustes, e antes de a cadeia     *
      * fechar o primeiro mes do exercicio seguinte, o operador   *
      * fecha o AAAA13 (PERCLOSE e GLCLOSE com periodo 13 e a     *
      * empresa no cartao) e roda o ANOCLOSE com o exercicio e a  *
      * empresa no ANOPARM; o GLCLOSE recusa fechar esse primeiro *
      * mes enquanto o AAAA13 da empresa estiver aberto.          *
      *-----------------------------------------------------------*
       021-APURA-EXERCICIO-NEGOCIO.
           MOVE ZEROES TO WS-EXE-EXERCICIO(WS-IDX-EXE)
           SET FS-POSICIONA-PERIODO TO TRUE
           MOVE WS-EMPRESA-BUSCA TO FS-COMPANY-CODE
           MOVE WS-PERIODO-NEGOCIO TO FS-PERIODO
           CALL "FISCSVC" USING FS-PARAMETROS
               ON EXCEPTION
                   MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-CALL
           IF FS-RETORNO-OK
              AND FS-ULTIMO-MES = WS-PERIODO-NEGOCIO
               IF FS-COM-AJUSTE
                   SET EXE-AJUSTE-PENDENTE(WS-IDX-EXE) TO TRUE
                   MOVE FS-EXERCICIO TO WS-EXE-EXERCICIO(WS-IDX-EXE)
                   MOVE FS-PERIODO-AJUSTE TO WS-EXE-FINAL(WS-IDX-EXE)
               ELSE
                   MOVE FS-EXERCICIO TO WS-EXE-EXERCICIO(WS-IDX-EXE)
               END-IF
           END-IF.

       022-LIMITES-EXERCICIO.
           IF NOT EXE-AJUSTE-PENDENTE(WS-IDX-EXE)
               SET FS-LIMITES-EXERCICIO TO TRUE
               MOVE WS-EMPRESA-BUSCA TO FS-COMPANY-CODE
               MOVE WS-EXE-EXERCICIO(WS-IDX-EXE) TO FS-EXERCICIO
               CALL "FISCSVC" USING FS-PARAMETROS
                   ON EXCEPTION
                       MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-CALL
               IF FS-RETORNO-OK
                   MOVE FS-ULTIMO-PERIODO
                       TO WS-EXE-FINAL(WS-IDX-EXE)
                   MOVE FS-PERIODO-SEGUINTE
                       TO WS-EXE-ABERTURA(WS-IDX-EXE)
                   SET EXE-A-ENCERRAR(WS-IDX-EXE) TO TRUE
               END-IF
           END-IF.

       019-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EXE
           IF WS-EXE-COMPANY(WS-IDX-EXE) = WS-EMPRESA-BUSCA
               SET EMPRESA-POSICIONADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Empresa com o ultimo periodo ainda aberto nao encerra o   *
      * exercicio nesta rodada (o exercicio dela ainda nao        *
      * acabou); a rodada seguinte, depois do GLCLOSE, encerra.   *
      *-----------------------------------------------------------*
       018-RELATA-EMPRESA.
           ADD 1 TO WS-IDX-EXE
           MOVE SPACES TO RELAT-LINHA
           EVALUATE TRUE
               WHEN EXE-A-ENCERRAR(WS-IDX-EXE)
                   STRING "EMPRESA " WS-EXE-COMPANY(WS-IDX-EXE)
                       " - EXERCICIO " WS-EXE-EXERCICIO(WS-IDX-EXE)
                       " - ULTIMO PERIODO " WS-EXE-FINAL(WS-IDX-EXE)
                       " - ABERTURAS EM "
                       WS-EXE-ABERTURA(WS-IDX-EXE)
                       DELIMITED BY SIZE INTO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN EXE-FINAL-ABERTO(WS-IDX-EXE)
                   STRING "EMPRESA " WS-EXE-COMPANY(WS-IDX-EXE)
                       " - ULTIMO PERIODO " WS-EXE-FINAL(WS-IDX-EXE)
                       " AINDA ABERTO - EXERCICIO NAO ENCERRADO"
                       DELIMITED BY SIZE INTO RELAT-LINHA
                   WRITE RELAT-LINHA
                   DISPLAY "EMPRESA " WS-EXE-COMPANY(WS-IDX-EXE)
                       " COM O PERIODO " WS-EXE-FINAL(WS-IDX-EXE)
                       " ABERTO - EXERCICIO NAO ENCERRADO"
               WHEN EXE-AJUSTE-PENDENTE(WS-IDX-EXE)
                   STRING "EMPRESA " WS-EXE-COMPANY(WS-IDX-EXE)
                       " - EXERCICIO " WS-EXE-EXERCICIO(WS-IDX-EXE)
                       " COM AJUSTE " WS-EXE-FINAL(WS-IDX-EXE)
                       " - FECHAR O AJUSTE E RODAR O ANOCLOSE COM "
                       "O CARTAO" DELIMITED BY SIZE INTO RELAT-LINHA
                   WRITE RELAT-LINHA
                   DISPLAY "EMPRESA " WS-EXE-COMPANY(WS-IDX-EXE)
                       " - EXERCICIO " WS-EXE-EXERCICIO(WS-IDX-EXE)
                       " SO ENCERRA DEPOIS DO FECHAMENTO DO AJUSTE "
                       WS-EXE-FINAL(WS-IDX-EXE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       016-GUARDA-SALDO-GL.
           IF WS-MST-QTDE = 500
               MOVE "MESTRE GLSALDO EXCEDE A TABELA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF SG-PERIODO = WS-EXE-FINAL(WS-IDX-EXE)
              AND SG-PERIODO-ABERTO
              AND EXE-A-ENCERRAR(WS-IDX-EXE)
               SET EXE-FINAL-ABERTO(WS-IDX-EXE) TO TRUE
               ADD 1 TO WS-QTDE-EMP-ABERTAS
           END-IF
           ADD 1 TO WS-MST-QTDE
           MOVE SG-NUMERO-CONTA TO WS-MST-CONTA(WS-MST-QTDE)
           MOVE SG-PERIODO TO WS-MST-PERIODO(WS-MST-QTDE)
           MOVE SG-COMPANY-CODE TO WS-MST-COMPANY(WS-MST-QTDE)
           MOVE SG-CURRENCY-CODE TO WS-MST-CURRENCY(WS-MST-QTDE)
           MOVE SG-CENTRO-CUSTO TO WS-MST-CCUSTO(WS-MST-QTDE)
           MOVE SG-SALDO-INICIAL TO WS-MST-INICIAL(WS-MST-QTDE)
           MOVE SG-DEBITOS-PERIODO TO WS-MST-DEBITOS(WS-MST-QTDE)
           MOVE SG-CREDITOS-PERIODO TO WS-MST-CREDITOS(WS-MST-QTDE)

       008-ENCERRA-UMA-CONTA.
           ADD 1 TO WS-IDX-MST
           MOVE WS-MST-COMPANY(WS-IDX-MST) TO WS-EMPRESA-BUSCA
           PERFORM 017-POSICIONA-EMPRESA
           IF EXE-A-ENCERRAR(WS-IDX-EXE)
              AND WS-MST-PERIODO(WS-IDX-MST) = WS-EXE-FINAL(WS-IDX-EXE)
              AND WS-MST-CONTA(WS-IDX-MST) NOT = WS-CONTA-LUCROS
               MOVE WS-MST-CONTA(WS-IDX-MST) TO WS-CONTA-PROCURADA
               PERFORM 009-PROCURA-CLASSE
           END-IF.

       010-TRANSFERE-PARA-LUCROS.
           MOVE WS-MST-CONTA(WS-IDX-MST)    TO WS-ABE-CONTA
           MOVE WS-EXE-ABERTURA(WS-IDX-EXE) TO WS-ABE-PERIODO
           MOVE WS-MST-COMPANY(WS-IDX-MST)  TO WS-ABE-COMPANY
           MOVE WS-MST-CURRENCY(WS-IDX-MST) TO WS-ABE-CURRENCY
           MOVE WS-MST-CCUSTO(WS-IDX-MST)   TO WS-ABE-CCUSTO
           PERFORM 011-ACHA-OU-CRIA-ABERTURA
           MOVE WS-MST-INICIAL(WS-IDX-ABE) TO WS-SALDO-TRANSFERIDO
           IF WS-SALDO-TRANSFERIDO = ZEROES
               CONTINUE
           ELSE
           MOVE ZEROES TO WS-MST-INICIAL(WS-IDX-ABE)
           COMPUTE WS-MST-FINAL(WS-IDX-ABE) ROUNDED =
               WS-MST-INICIAL(WS-IDX-ABE)
               + WS-MST-CREDITOS(WS-IDX-ABE)
               - WS-MST-DEBITOS(WS-IDX-ABE)
           MOVE WS-CONTA-LUCROS TO WS-ABE-CONTA
           MOVE SPACES TO WS-ABE-CCUSTO
           PERFORM 011-ACHA-OU-CRIA-ABERTURA
           ADD WS-SALDO-TRANSFERIDO TO WS-MST-INICIAL(WS-IDX-ABE)
           COMPUTE WS-MST-FINAL(WS-IDX-ABE) ROUNDED =
               WS-MST-INICIAL(WS-IDX-ABE)
               + WS-MST-CREDITOS(WS-IDX-ABE)
               - WS-MST-DEBITOS(WS-IDX-ABE)
           ADD 1 TO WS-QTDE-ENCERRADAS
           MOVE WS-MST-CONTA(WS-IDX-MST)    TO WS-LIN-CONTA
           MOVE WS-MST-COMPANY(WS-IDX-MST)  TO WS-LIN-EMPRESA
           MOVE WS-MST-CURRENCY(WS-IDX-MST) TO WS-LIN-MOEDA
           MOVE WS-MST-CCUSTO(WS-IDX-MST)   TO WS-LIN-CCUSTO
           MOVE WS-SALDO-TRANSFERIDO        TO WS-LIN-VALOR
           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA
           END-IF.

       011-ACHA-OU-CRIA-ABERTURA.
           MOVE ZEROES TO WS-IDX-ABE
           MOVE "N" TO WS-MST-ACHOU
           PERFORM 015-TESTA-REGISTRO-ABERTURA
               UNTIL ABERTURA-ENCONTRADA OR WS-IDX-ABE = WS-MST-QTDE
           IF NOT ABERTURA-ENCONTRADA
               IF WS-MST-QTDE = 500
                   MOVE "MESTRE GLSALDO EXCEDE A TABELA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-MST-QTDE
               MOVE WS-MST-QTDE TO WS-IDX-ABE
               MOVE WS-ABE-CONTA    TO WS-MST-CONTA(WS-IDX-ABE)
               MOVE WS-ABE-PERIODO  TO WS-MST-PERIODO(WS-IDX-ABE)
               MOVE WS-ABE-COMPANY  TO WS-MST-COMPANY(WS-IDX-ABE)
               MOVE WS-ABE-CURRENCY TO WS-MST-CURRENCY(WS-IDX-ABE)
               MOVE WS-ABE-CCUSTO   TO WS-MST-CCUSTO(WS-IDX-ABE)
               MOVE ZEROES TO WS-MST-INICIAL(WS-IDX-ABE)
               MOVE ZEROES TO WS-MST-DEBITOS(WS-IDX-ABE)
               MOVE ZEROES TO WS-MST-CREDITOS(WS-IDX-ABE)
               MOVE ZEROES TO WS-MST-FINAL(WS-IDX-ABE)
               MOVE "A" TO WS-MST-SITUACAO(WS-IDX-ABE)
           END-IF.

       015-TESTA-REGISTRO-ABERTURA.
           ADD 1 TO WS-IDX-ABE
           IF WS-MST-CONTA(WS-IDX-ABE) = WS-ABE-CONTA
              AND WS-MST-PERIODO(WS-IDX-ABE) = WS-ABE-PERIODO
              AND WS-MST-COMPANY(WS-IDX-ABE) = WS-ABE-COMPANY
              AND WS-MST-CURRENCY(WS-IDX-ABE) = WS-ABE-CURRENCY
              AND WS-MST-CCUSTO(WS-IDX-ABE) = WS-ABE-CCUSTO
               SET ABERTURA-ENCONTRADA TO TRUE
           END-IF.

       012-REGRAVA-SALDOS-GL.
           MOVE WS-MST-PERIODO(WS-IDX-MST)  TO SG-PERIODO
           MOVE WS-MST-COMPANY(WS-IDX-MST)  TO SG-COMPANY-CODE
           MOVE WS-MST-CURRENCY(WS-IDX-MST) TO SG-CURRENCY-CODE
           MOVE WS-MST-CCUSTO(WS-IDX-MST)   TO SG-CENTRO-CUSTO
           MOVE WS-MST-INICIAL(WS-IDX-MST)  TO SG-SALDO-INICIAL
           MOVE WS-MST-DEBITOS(WS-IDX-MST)  TO SG-DEBITOS-PERIODO
           MOVE WS-MST-CREDITOS(WS-IDX-MST) TO SG-CREDITOS-PERIODO
                   END-WRITE
           END-REWRITE.

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
