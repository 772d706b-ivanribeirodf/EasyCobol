       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTID01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: partidas em aberto das    *
      *              contas de controle marcadas no PLANOCTA       *
      *              (PC-CONTROLE-PARTIDAS = S). Monta as partidas *
      *              a partir do GLHIST ate a data-base do cartao  *
      *              PARTPARM (ausente ou zeros = hoje), agrupando *
      *              por empresa/moeda/conta/referencia: o         *
      *              lancamento oposto com a mesma referencia      *
      *              baixa a partida sozinho, e o PARTBAIX aplica  *
      *              pagamento de referencia propria sobre uma ou  *
      *              varias partidas, no todo ou em parte. Regrava *
      *              o PARTABER (PARTABER.CPY) e imprime no        *
      *              PARTRPT as partidas abertas com idade, o      *
      *              aging de cada conta por empresa/moeda em      *
      *              faixas (ate 30, 31-60, 61-90, acima de 90     *
      *              dias) e a conferencia de cada conta com o     *
      *              saldo final do GLSALDO; divergencia sai como  *
      *              ALERTA no relatorio e no console, com         *
      *              RETURN-CODE 4, assim como baixa recusada.     *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio PARTRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Saldo de abertura migrado pelo MIGRA01   *
      *              (GLHIST tipo A/B) entra como partida em       *
      *              aberto da referencia da migracao, como debito *
      *              (A) ou credito (B).                           *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLHIST.
           SELECT BAIXAS-FILE ASSIGN TO "PARTBAIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BAIXAS.
           SELECT SALDO-GL-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-GLSALDO.
           SELECT PARTIDAS-FILE ASSIGN TO "PARTABER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTIDAS.
           SELECT RELAT-OUT-FILE ASSIGN TO "PARTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-DATA-BASE           PIC 9(08).
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  GL-HIST-FILE.
           COPY GLHIST.
       FD  BAIXAS-FILE.
           COPY PARTBAIX.
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  PARTIDAS-FILE.
           COPY PARTABER.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-GLHIST              PIC X(02).
       01  WS-FS-BAIXAS              PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-PARTIDAS            PIC X(02).

       01  WS-DATA-BASE              PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-BASE           PIC 9(06) VALUE ZEROES.
       01  WS-DIA-BASE               PIC 9(08) VALUE ZEROES.

       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".
       01  WS-EOF-GLHIST             PIC X(01) VALUE "N".
           88 FIM-DO-GLHIST          VALUE "S".
       01  WS-EOF-BAIXAS             PIC X(01) VALUE "N".
           88 FIM-DAS-BAIXAS         VALUE "S".
       01  WS-EOF-GLSALDO            PIC X(01) VALUE "N".
           88 FIM-DO-GLSALDO         VALUE "S".

       01  WS-CONTAS-CONTROLE.
           05 WS-CPA-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-CPA-ENTRADA         OCCURS 50 TIMES.
               10 WS-CPA-CONTA       PIC 9(08).
               10 WS-CPA-DESCRICAO   PIC X(30).
               10 WS-CPA-NATUREZA    PIC X(01).
       01  WS-IDX-CPA                PIC 9(02) VALUE ZEROES.
       01  WS-CPA-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-CONTROLADA       VALUE "S".

      *-----------------------------------------------------------*
      * Partidas em ordem de empresa/moeda/conta/referencia.      *
      * NATUREZA = soma do lado da natureza da conta (credito     *
      * numa conta credora), OPOSTO = soma do outro lado.         *
      *-----------------------------------------------------------*
       01  WS-TABELA-PARTIDAS.
           05 WS-PAR-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-PAR-ENTRADA         OCCURS 3000 TIMES.
               10 WS-PAR-CHAVE.
                   15 WS-PAR-EMPRESA     PIC X(03).
                   15 WS-PAR-MOEDA       PIC X(03).
                   15 WS-PAR-CONTA       PIC 9(08).
                   15 WS-PAR-REFERENCIA  PIC X(10).
               10 WS-PAR-IDX-CPA     PIC 9(02).
               10 WS-PAR-NATUREZA    PIC 9(11)V99.
               10 WS-PAR-OPOSTO      PIC 9(11)V99.
               10 WS-PAR-DATA-NAT    PIC 9(08).
               10 WS-PAR-DATA-OPO    PIC 9(08).
               10 WS-PAR-ULT-NAT     PIC 9(08).
               10 WS-PAR-ULT-OPO     PIC 9(08).
               10 WS-PAR-TIPO        PIC X(01).
               10 WS-PAR-ORIGINAL    PIC 9(11)V99.
               10 WS-PAR-BAIXADO     PIC 9(11)V99.
               10 WS-PAR-ABERTO      PIC 9(11)V99.
               10 WS-PAR-DATA-DOC    PIC 9(08).
               10 WS-PAR-ULT-BAIXA   PIC 9(08).
       01  WS-IDX-PAR                PIC 9(04) VALUE ZEROES.
       01  WS-IDX-PAGTO              PIC 9(04) VALUE ZEROES.
       01  WS-IDX-INS                PIC 9(04) VALUE ZEROES.
       01  WS-IDX-ANT                PIC 9(04) VALUE ZEROES.
       01  WS-PAR-ACHOU              PIC X(01) VALUE "N".
           88 PARTIDA-ACHADA         VALUE "S".
       01  WS-POSICAO-ACHOU          PIC X(01) VALUE "N".
           88 POSICAO-ACHADA         VALUE "S".
       01  WS-CHAVE-PROCURADA.
           05 WS-CHV-EMPRESA         PIC X(03).
           05 WS-CHV-MOEDA           PIC X(03).
           05 WS-CHV-CONTA           PIC 9(08).
           05 WS-CHV-REFERENCIA      PIC X(10).

      *-----------------------------------------------------------*
      * Conferencia por empresa/moeda/conta, valores no sentido   *
      * da natureza da conta (positivo = saldo normal).           *
      *-----------------------------------------------------------*
       01  WS-TABELA-CONFERENCIA.
           05 WS-CNF-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CNF-ENTRADA         OCCURS 300 TIMES.
               10 WS-CNF-CHAVE.
                   15 WS-CNF-EMPRESA     PIC X(03).
                   15 WS-CNF-MOEDA       PIC X(03).
                   15 WS-CNF-CONTA       PIC 9(08).
               10 WS-CNF-IDX-CPA     PIC 9(02).
               10 WS-CNF-PARTIDAS    PIC S9(13)V99.
               10 WS-CNF-POSTERIOR   PIC S9(13)V99.
               10 WS-CNF-SALDO-GL    PIC S9(13)V99.
       01  WS-IDX-CNF                PIC 9(03) VALUE ZEROES.
       01  WS-CNF-ACHOU              PIC X(01) VALUE "N".
           88 CONFERENCIA-ACHADA     VALUE "S".
       01  WS-CHAVE-CONFERENCIA.
           05 WS-CHC-EMPRESA         PIC X(03).
           05 WS-CHC-MOEDA           PIC X(03).
           05 WS-CHC-CONTA           PIC 9(08).

      *-----------------------------------------------------------*
      * Ultimo saldo do GLSALDO ate o periodo da data-base, por   *
      * chave completa (o centro de custo soma na conferencia).   *
      *-----------------------------------------------------------*
       01  WS-TABELA-SALDOS.
           05 WS-SLD-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-SLD-ENTRADA         OCCURS 2000 TIMES.
               10 WS-SLD-CONTA       PIC 9(08).
               10 WS-SLD-EMPRESA     PIC X(03).
               10 WS-SLD-MOEDA       PIC X(03).
               10 WS-SLD-CENTRO      PIC X(06).
               10 WS-SLD-PERIODO     PIC 9(06).
               10 WS-SLD-FINAL       PIC S9(11)V99.
               10 WS-SLD-IDX-CPA     PIC 9(02).
       01  WS-IDX-SLD                PIC 9(04) VALUE ZEROES.
       01  WS-SLD-ACHOU              PIC X(01) VALUE "N".
           88 SALDO-ACHADO           VALUE "S".

       01  WS-VALOR-NATURAL          PIC S9(13)V99 VALUE ZEROES.
       01  WS-VALOR-ABERTO           PIC S9(13)V99 VALUE ZEROES.
       01  WS-DIFERENCA              PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-CONTA            PIC S9(13)V99 VALUE ZEROES.
       01  WS-IDADE-DIAS             PIC 9(05) VALUE ZEROES.
       01  WS-IDX-FAIXA              PIC 9(01) VALUE ZEROES.
       01  WS-FAIXAS-IDADE.
           05 WS-FAIXA-VALOR         PIC S9(13)V99 OCCURS 4 TIMES.
       01  WS-QUEBRA-CONTA           PIC X(14) VALUE SPACES.
       01  WS-CHAVE-CONTA            PIC X(14) VALUE SPACES.

       01  WS-QTDE-BAIXAS-APLICADAS  PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-BAIXAS-RECUSADAS  PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-ABERTAS           PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-ALERTAS           PIC 9(03) VALUE ZEROES.
       01  WS-MOTIVO-RECUSA          PIC X(40) VALUE SPACES.

       01  WS-LINHA-CONTA.
           05 FILLER                 PIC X(08) VALUE "EMPRESA ".
           05 WS-LCT-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(07) VALUE " MOEDA ".
           05 WS-LCT-MOEDA           PIC X(03).
           05 FILLER                 PIC X(07) VALUE " CONTA ".
           05 WS-LCT-CONTA           PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCT-DESCRICAO       PIC X(30).
           05 FILLER                 PIC X(10) VALUE " NATUREZA ".
           05 WS-LCT-NATUREZA        PIC X(01).

       01  WS-LINHA-CABECALHO.
           05 FILLER                 PIC X(13) VALUE "  REFERENCIA".
           05 FILLER                 PIC X(05) VALUE "TIPO".
           05 FILLER                 PIC X(09) VALUE "DOCUMENTO".
           05 FILLER                 PIC X(15) VALUE
               "       ORIGINAL".
           05 FILLER                 PIC X(16) VALUE
               "         BAIXADO".
           05 FILLER                 PIC X(17) VALUE
               "        EM ABERTO".
           05 FILLER                 PIC X(06) VALUE " IDADE".
           05 FILLER                 PIC X(09) VALUE " ULT.BX".

       01  WS-LINHA-PARTIDA.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LPA-REFERENCIA      PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPA-TIPO            PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPA-DATA-DOC        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPA-ORIGINAL        PIC Z(11)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPA-BAIXADO         PIC Z(11)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPA-ABERTO          PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPA-IDADE           PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPA-ULT-BAIXA       PIC X(08).

       01  WS-LINHA-VALOR.
           05 WS-LVL-TEXTO           PIC X(62).
           05 WS-LVL-VALOR           PIC -(12)9.99.

       01  WS-LINHA-FAIXAS.
           05 FILLER                 PIC X(17) VALUE
               "  AGING DA CONTA ".
           05 FILLER                 PIC X(08) VALUE "ATE 30:".
           05 WS-LFX-FAIXA-1         PIC -(12)9.99.
           05 FILLER                 PIC X(09) VALUE " 31 A 60:".
           05 WS-LFX-FAIXA-2         PIC -(12)9.99.
           05 FILLER                 PIC X(09) VALUE " 61 A 90:".
           05 WS-LFX-FAIXA-3         PIC -(12)9.99.
           05 FILLER                 PIC X(10) VALUE " ACIMA 90:".
           05 WS-LFX-FAIXA-4         PIC -(12)9.99.

       01  WS-LINHA-CONFERENCIA.
           05 WS-LCF-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCF-MOEDA           PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCF-CONTA           PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCF-PARTIDAS        PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCF-POSTERIOR       PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCF-SALDO-GL        PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCF-DIFERENCA       PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCF-ALERTA          PIC X(20).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "PARTID01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           PERFORM 002-LE-PARAMETRO
           PERFORM 003-CARREGA-CONTAS-CONTROLE
           IF WS-CPA-QTDE = ZEROES
               DISPLAY "NENHUMA CONTA COM CONTROLE DE PARTIDAS NO "
                   "PLANOCTA - NADA A FAZER"
               GOBACK
           END-IF
           PERFORM 005-CARREGA-RAZAO
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 008-CLASSIFICA-PARTIDA
               UNTIL WS-IDX-PAR = WS-PAR-QTDE
           PERFORM 010-APLICA-BAIXAS
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 013-FECHA-PARTIDA
               UNTIL WS-IDX-PAR = WS-PAR-QTDE
           PERFORM 015-CARREGA-GLSALDO
           MOVE ZEROES TO WS-IDX-SLD
           PERFORM 018-SOMA-SALDO-CONFERENCIA
               UNTIL WS-IDX-SLD = WS-SLD-QTDE
           PERFORM 020-GRAVA-PARTIDAS
           PERFORM 030-IMPRIME-RELATORIO
           DISPLAY "PARTIDAS EM " WS-DATA-BASE " - PARTIDAS: "
               WS-PAR-QTDE " ABERTAS: " WS-QTDE-ABERTAS
               " BAIXAS APLICADAS: " WS-QTDE-BAIXAS-APLICADAS
               " RECUSADAS: " WS-QTDE-BAIXAS-RECUSADAS
               " - VER PARTRPT"
           IF WS-QTDE-ALERTAS > ZEROES
               DISPLAY "*** ALERTA: " WS-QTDE-ALERTAS
                   " CONTA(S) COM PARTIDAS QUE NAO CONFEREM COM O "
                   "GLSALDO"
           END-IF
           IF WS-QTDE-ALERTAS > ZEROES
              OR WS-QTDE-BAIXAS-RECUSADAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PA-DATA-BASE IS NUMERIC
                              AND PA-DATA-BASE NOT = ZEROES
                               MOVE PA-DATA-BASE TO WS-DATA-BASE
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PARTPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-DATA-BASE = ZEROES
               CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
                   DH-TEMPO-ATUAL DH-DIA-SEMANA
               COMPUTE WS-DATA-BASE = DH-ANO-ATUAL * 10000
                   + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-BASE) NOT = ZEROES
               MOVE "DATA-BASE DO PARTPARM INVALIDA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           COMPUTE WS-PERIODO-BASE = WS-DATA-BASE / 100
           COMPUTE WS-DIA-BASE = FUNCTION INTEGER-OF-DATE(WS-DATA-BASE).

       003-CARREGA-CONTAS-CONTROLE.
           OPEN INPUT PLANO-CONTAS-FILE
           EVALUATE WS-FS-PLANO
               WHEN "00"
                   PERFORM 004-LE-PLANO-CONTAS UNTIL FIM-DO-PLANO
                   CLOSE PLANO-CONTAS-FILE
               WHEN "35"
                   MOVE "PLANO DE CONTAS PLANOCTA NAO ENCONTRADO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-PLANO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       004-LE-PLANO-CONTAS.
           READ PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF PC-COM-PARTIDAS AND NOT PC-CONTA-SINTETICA
                       IF WS-CPA-QTDE = 50
                           MOVE "MAIS DE 50 CONTAS COM PARTIDAS"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       ADD 1 TO WS-CPA-QTDE
                       MOVE PC-NUMERO-CONTA
                           TO WS-CPA-CONTA(WS-CPA-QTDE)
                       MOVE PC-DESCRICAO
                           TO WS-CPA-DESCRICAO(WS-CPA-QTDE)
                       MOVE PC-NATUREZA
                           TO WS-CPA-NATUREZA(WS-CPA-QTDE)
                   END-IF
           END-READ.

       005-CARREGA-RAZAO.
           OPEN INPUT GL-HIST-FILE
           EVALUATE WS-FS-GLHIST
               WHEN "00"
                   PERFORM 006-LE-RAZAO UNTIL FIM-DO-GLHIST
                   CLOSE GL-HIST-FILE
               WHEN "35"
                   DISPLAY "GLHIST NAO ENCONTRADO - SEM PARTIDAS"
               WHEN OTHER
                   MOVE WS-FS-GLHIST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLHIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Lancamento ate a data-base entra na partida da sua        *
      * referencia; lancamento depois da data-base mas ainda no   *
      * periodo dela so vai para a conferencia, porque ja esta    *
      * no saldo final do GLSALDO desse periodo. O saldo de       *
      * abertura migrado (tipo A/B) vale como partida da          *
      * referencia da migracao, no sentido devedor/credor.        *
      *-----------------------------------------------------------*
       006-LE-RAZAO.
           READ GL-HIST-FILE
               AT END
                   SET FIM-DO-GLHIST TO TRUE
               NOT AT END
                   IF GH-ABERTURA-DEVEDORA
                       SET GH-DEBITO TO TRUE
                   END-IF
                   IF GH-ABERTURA-CREDORA
                       SET GH-CREDITO TO TRUE
                   END-IF
                   MOVE GH-NUMERO-CONTA TO WS-CHV-CONTA
                   PERFORM 007-PROCURA-CONTA-CONTROLE
                   IF CONTA-CONTROLADA
                       IF GH-DATA-TRANS NOT > WS-DATA-BASE
                           PERFORM 009-ACUMULA-PARTIDA
                       ELSE
                           IF GH-DATA-TRANS / 100 = WS-PERIODO-BASE
                               PERFORM 019-ACUMULA-POSTERIOR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       007-PROCURA-CONTA-CONTROLE.
           MOVE ZEROES TO WS-IDX-CPA
           MOVE "N" TO WS-CPA-ACHOU
           PERFORM 011-TESTA-CONTA-CONTROLE
               UNTIL CONTA-CONTROLADA OR WS-IDX-CPA = WS-CPA-QTDE.

       011-TESTA-CONTA-CONTROLE.
           ADD 1 TO WS-IDX-CPA
           IF WS-CPA-CONTA(WS-IDX-CPA) = WS-CHV-CONTA
               SET CONTA-CONTROLADA TO TRUE
           END-IF.

       009-ACUMULA-PARTIDA.
           MOVE GH-COMPANY-CODE  TO WS-CHV-EMPRESA
           MOVE GH-CURRENCY-CODE TO WS-CHV-MOEDA
           MOVE GH-REFERENCIA    TO WS-CHV-REFERENCIA
           PERFORM 012-LOCALIZA-PARTIDA
           IF NOT PARTIDA-ACHADA
               PERFORM 014-INCLUI-PARTIDA
           END-IF
           IF GH-TIPO-TRANS = WS-CPA-NATUREZA(WS-IDX-CPA)
               ADD GH-VALOR-TRANS TO WS-PAR-NATUREZA(WS-IDX-PAR)
               IF WS-PAR-DATA-NAT(WS-IDX-PAR) = ZEROES
                  OR GH-DATA-TRANS < WS-PAR-DATA-NAT(WS-IDX-PAR)
                   MOVE GH-DATA-TRANS TO WS-PAR-DATA-NAT(WS-IDX-PAR)
               END-IF
               IF GH-DATA-TRANS > WS-PAR-ULT-NAT(WS-IDX-PAR)
                   MOVE GH-DATA-TRANS TO WS-PAR-ULT-NAT(WS-IDX-PAR)
               END-IF
           ELSE
               ADD GH-VALOR-TRANS TO WS-PAR-OPOSTO(WS-IDX-PAR)
               IF WS-PAR-DATA-OPO(WS-IDX-PAR) = ZEROES
                  OR GH-DATA-TRANS < WS-PAR-DATA-OPO(WS-IDX-PAR)
                   MOVE GH-DATA-TRANS TO WS-PAR-DATA-OPO(WS-IDX-PAR)
               END-IF
               IF GH-DATA-TRANS > WS-PAR-ULT-OPO(WS-IDX-PAR)
                   MOVE GH-DATA-TRANS TO WS-PAR-ULT-OPO(WS-IDX-PAR)
               END-IF
           END-IF.

       012-LOCALIZA-PARTIDA.
           MOVE ZEROES TO WS-IDX-PAR
           MOVE "N" TO WS-PAR-ACHOU
           PERFORM 016-TESTA-PARTIDA
               UNTIL PARTIDA-ACHADA OR WS-IDX-PAR = WS-PAR-QTDE.

       016-TESTA-PARTIDA.
           ADD 1 TO WS-IDX-PAR
           IF WS-PAR-CHAVE(WS-IDX-PAR) = WS-CHAVE-PROCURADA
               SET PARTIDA-ACHADA TO TRUE
           END-IF.

       014-INCLUI-PARTIDA.
           IF WS-PAR-QTDE = 3000
               MOVE "PARTIDAS EXCEDEM A TABELA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-PAR-QTDE
           MOVE WS-PAR-QTDE TO WS-IDX-INS
           MOVE "N" TO WS-POSICAO-ACHOU
           PERFORM 017-ABRE-POSICAO-PARTIDA
               UNTIL POSICAO-ACHADA
           MOVE WS-IDX-INS TO WS-IDX-PAR
           INITIALIZE WS-PAR-ENTRADA(WS-IDX-PAR)
           MOVE WS-CHAVE-PROCURADA TO WS-PAR-CHAVE(WS-IDX-PAR)
           MOVE WS-IDX-CPA TO WS-PAR-IDX-CPA(WS-IDX-PAR).

       017-ABRE-POSICAO-PARTIDA.
           IF WS-IDX-INS = 1
               SET POSICAO-ACHADA TO TRUE
           ELSE
               COMPUTE WS-IDX-ANT = WS-IDX-INS - 1
               IF WS-PAR-CHAVE(WS-IDX-ANT) > WS-CHAVE-PROCURADA
                   MOVE WS-PAR-ENTRADA(WS-IDX-ANT)
                       TO WS-PAR-ENTRADA(WS-IDX-INS)
                   MOVE WS-IDX-ANT TO WS-IDX-INS
               ELSE
                   SET POSICAO-ACHADA TO TRUE
               END-IF
           END-IF.

       008-CLASSIFICA-PARTIDA.
           ADD 1 TO WS-IDX-PAR
           IF WS-PAR-NATUREZA(WS-IDX-PAR) NOT <
              WS-PAR-OPOSTO(WS-IDX-PAR)
               MOVE "D" TO WS-PAR-TIPO(WS-IDX-PAR)
               MOVE WS-PAR-NATUREZA(WS-IDX-PAR)
                   TO WS-PAR-ORIGINAL(WS-IDX-PAR)
               MOVE WS-PAR-OPOSTO(WS-IDX-PAR)
                   TO WS-PAR-BAIXADO(WS-IDX-PAR)
               MOVE WS-PAR-DATA-NAT(WS-IDX-PAR)
                   TO WS-PAR-DATA-DOC(WS-IDX-PAR)
               MOVE WS-PAR-ULT-OPO(WS-IDX-PAR)
                   TO WS-PAR-ULT-BAIXA(WS-IDX-PAR)
           ELSE
               MOVE "A" TO WS-PAR-TIPO(WS-IDX-PAR)
               MOVE WS-PAR-OPOSTO(WS-IDX-PAR)
                   TO WS-PAR-ORIGINAL(WS-IDX-PAR)
               MOVE WS-PAR-NATUREZA(WS-IDX-PAR)
                   TO WS-PAR-BAIXADO(WS-IDX-PAR)
               MOVE WS-PAR-DATA-OPO(WS-IDX-PAR)
                   TO WS-PAR-DATA-DOC(WS-IDX-PAR)
               MOVE WS-PAR-ULT-NAT(WS-IDX-PAR)
                   TO WS-PAR-ULT-BAIXA(WS-IDX-PAR)
           END-IF
           COMPUTE WS-PAR-ABERTO(WS-IDX-PAR) =
               WS-PAR-ORIGINAL(WS-IDX-PAR) - WS-PAR-BAIXADO(WS-IDX-PAR).

      *-----------------------------------------------------------*
      * Baixa manual: o pagamento (partida adiantamento) e a      *
      * partida documento da mesma empresa/moeda/conta; o valor   *
      * nao pode passar do aberto de nenhum dos dois.             *
      *-----------------------------------------------------------*
       010-APLICA-BAIXAS.
           OPEN INPUT BAIXAS-FILE
           EVALUATE WS-FS-BAIXAS
               WHEN "00"
                   PERFORM 021-LE-BAIXA UNTIL FIM-DAS-BAIXAS
                   CLOSE BAIXAS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-BAIXAS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PARTBAIX" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       021-LE-BAIXA.
           READ BAIXAS-FILE
               AT END
                   SET FIM-DAS-BAIXAS TO TRUE
               NOT AT END
                   IF PB-DATA-BAIXA IS NUMERIC
                      AND PB-DATA-BAIXA NOT > WS-DATA-BASE
                       PERFORM 022-APLICA-BAIXA
                   END-IF
           END-READ.

       022-APLICA-BAIXA.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE PB-COMPANY-CODE       TO WS-CHV-EMPRESA
           MOVE PB-CURRENCY-CODE      TO WS-CHV-MOEDA
           MOVE PB-NUMERO-CONTA       TO WS-CHV-CONTA
           MOVE PB-REFERENCIA-PAGTO   TO WS-CHV-REFERENCIA
           PERFORM 012-LOCALIZA-PARTIDA
           IF NOT PARTIDA-ACHADA
               MOVE "PAGAMENTO NAO ENCONTRADO" TO WS-MOTIVO-RECUSA
           ELSE
               IF WS-PAR-TIPO(WS-IDX-PAR) NOT = "A"
                   MOVE "REFERENCIA DE PAGAMENTO NAO E ADIANTAMENTO"
                       TO WS-MOTIVO-RECUSA
               END-IF
           END-IF
           MOVE WS-IDX-PAR TO WS-IDX-PAGTO
           IF WS-MOTIVO-RECUSA = SPACES
               MOVE PB-REFERENCIA-PARTIDA TO WS-CHV-REFERENCIA
               PERFORM 012-LOCALIZA-PARTIDA
               IF NOT PARTIDA-ACHADA
                   MOVE "PARTIDA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
               ELSE
                   IF WS-PAR-TIPO(WS-IDX-PAR) NOT = "D"
                       MOVE "PARTIDA A BAIXAR NAO E DOCUMENTO"
                           TO WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               IF PB-VALOR IS NOT NUMERIC OR PB-VALOR = ZEROES
                   MOVE "VALOR DA BAIXA INVALIDO" TO WS-MOTIVO-RECUSA
               ELSE
                   IF PB-VALOR > WS-PAR-ABERTO(WS-IDX-PAR)
                      OR PB-VALOR > WS-PAR-ABERTO(WS-IDX-PAGTO)
                       MOVE "VALOR MAIOR QUE O SALDO EM ABERTO"
                           TO WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               ADD 1 TO WS-QTDE-BAIXAS-RECUSADAS
               DISPLAY "BAIXA RECUSADA - " PB-COMPANY-CODE " "
                   PB-NUMERO-CONTA " " PB-REFERENCIA-PAGTO " -> "
                   PB-REFERENCIA-PARTIDA ": " WS-MOTIVO-RECUSA
           ELSE
               ADD PB-VALOR TO WS-PAR-BAIXADO(WS-IDX-PAR)
               SUBTRACT PB-VALOR FROM WS-PAR-ABERTO(WS-IDX-PAR)
               ADD PB-VALOR TO WS-PAR-BAIXADO(WS-IDX-PAGTO)
               SUBTRACT PB-VALOR FROM WS-PAR-ABERTO(WS-IDX-PAGTO)
               IF PB-DATA-BAIXA > WS-PAR-ULT-BAIXA(WS-IDX-PAR)
                   MOVE PB-DATA-BAIXA TO WS-PAR-ULT-BAIXA(WS-IDX-PAR)
               END-IF
               IF PB-DATA-BAIXA > WS-PAR-ULT-BAIXA(WS-IDX-PAGTO)
                   MOVE PB-DATA-BAIXA
                       TO WS-PAR-ULT-BAIXA(WS-IDX-PAGTO)
               END-IF
               ADD 1 TO WS-QTDE-BAIXAS-APLICADAS
           END-IF.

       013-FECHA-PARTIDA.
           ADD 1 TO WS-IDX-PAR
           IF WS-PAR-TIPO(WS-IDX-PAR) = "D"
               MOVE WS-PAR-ABERTO(WS-IDX-PAR) TO WS-VALOR-NATURAL
           ELSE
               COMPUTE WS-VALOR-NATURAL =
                   ZEROES - WS-PAR-ABERTO(WS-IDX-PAR)
           END-IF
           IF WS-PAR-ABERTO(WS-IDX-PAR) NOT = ZEROES
               ADD 1 TO WS-QTDE-ABERTAS
           END-IF
           MOVE WS-PAR-EMPRESA(WS-IDX-PAR) TO WS-CHC-EMPRESA
           MOVE WS-PAR-MOEDA(WS-IDX-PAR)   TO WS-CHC-MOEDA
           MOVE WS-PAR-CONTA(WS-IDX-PAR)   TO WS-CHC-CONTA
           MOVE WS-PAR-IDX-CPA(WS-IDX-PAR) TO WS-IDX-CPA
           PERFORM 023-LOCALIZA-CONFERENCIA
           ADD WS-VALOR-NATURAL TO WS-CNF-PARTIDAS(WS-IDX-CNF).

       019-ACUMULA-POSTERIOR.
           IF GH-TIPO-TRANS = WS-CPA-NATUREZA(WS-IDX-CPA)
               MOVE GH-VALOR-TRANS TO WS-VALOR-NATURAL
           ELSE
               COMPUTE WS-VALOR-NATURAL = ZEROES - GH-VALOR-TRANS
           END-IF
           MOVE GH-COMPANY-CODE  TO WS-CHC-EMPRESA
           MOVE GH-CURRENCY-CODE TO WS-CHC-MOEDA
           MOVE GH-NUMERO-CONTA  TO WS-CHC-CONTA
           PERFORM 023-LOCALIZA-CONFERENCIA
           ADD WS-VALOR-NATURAL TO WS-CNF-POSTERIOR(WS-IDX-CNF).

       023-LOCALIZA-CONFERENCIA.
           MOVE ZEROES TO WS-IDX-CNF
           MOVE "N" TO WS-CNF-ACHOU
           PERFORM 024-TESTA-CONFERENCIA
               UNTIL CONFERENCIA-ACHADA OR WS-IDX-CNF = WS-CNF-QTDE
           IF NOT CONFERENCIA-ACHADA
               IF WS-CNF-QTDE = 300
                   MOVE "CONFERENCIA DE PARTIDAS EXCEDE A TABELA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-CNF-QTDE
               MOVE WS-CNF-QTDE TO WS-IDX-INS
               MOVE "N" TO WS-POSICAO-ACHOU
               PERFORM 025-ABRE-POSICAO-CONFERENCIA
                   UNTIL POSICAO-ACHADA
               MOVE WS-IDX-INS TO WS-IDX-CNF
               MOVE WS-CHAVE-CONFERENCIA TO WS-CNF-CHAVE(WS-IDX-CNF)
               MOVE WS-IDX-CPA TO WS-CNF-IDX-CPA(WS-IDX-CNF)
               MOVE ZEROES TO WS-CNF-PARTIDAS(WS-IDX-CNF)
               MOVE ZEROES TO WS-CNF-POSTERIOR(WS-IDX-CNF)
               MOVE ZEROES TO WS-CNF-SALDO-GL(WS-IDX-CNF)
           END-IF.

       024-TESTA-CONFERENCIA.
           ADD 1 TO WS-IDX-CNF
           IF WS-CNF-CHAVE(WS-IDX-CNF) = WS-CHAVE-CONFERENCIA
               SET CONFERENCIA-ACHADA TO TRUE
           END-IF.

       025-ABRE-POSICAO-CONFERENCIA.
           IF WS-IDX-INS = 1
               SET POSICAO-ACHADA TO TRUE
           ELSE
               COMPUTE WS-IDX-ANT = WS-IDX-INS - 1
               IF WS-CNF-CHAVE(WS-IDX-ANT) > WS-CHAVE-CONFERENCIA
                   MOVE WS-CNF-ENTRADA(WS-IDX-ANT)
                       TO WS-CNF-ENTRADA(WS-IDX-INS)
                   MOVE WS-IDX-ANT TO WS-IDX-INS
               ELSE
                   SET POSICAO-ACHADA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * GLSALDO: de cada chave fica o registro do ultimo periodo  *
      * ate o periodo da data-base (o saldo final rola de um      *
      * periodo para o seguinte no fechamento).                   *
      *-----------------------------------------------------------*
       015-CARREGA-GLSALDO.
           OPEN INPUT SALDO-GL-FILE
           EVALUATE WS-FS-GLSALDO
               WHEN "00"
                   PERFORM 026-LE-GLSALDO UNTIL FIM-DO-GLSALDO
                   CLOSE SALDO-GL-FILE
               WHEN "35"
                   DISPLAY "GLSALDO NAO ENCONTRADO - CONFERENCIA "
                       "CONTRA SALDO ZERO"
               WHEN OTHER
                   MOVE WS-FS-GLSALDO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       026-LE-GLSALDO.
           READ SALDO-GL-FILE NEXT RECORD
               AT END
                   SET FIM-DO-GLSALDO TO TRUE
               NOT AT END
                   IF SG-PERIODO NOT > WS-PERIODO-BASE
                       MOVE SG-NUMERO-CONTA TO WS-CHV-CONTA
                       PERFORM 007-PROCURA-CONTA-CONTROLE
                       IF CONTA-CONTROLADA
                           PERFORM 027-GUARDA-SALDO
                       END-IF
                   END-IF
           END-READ.

       027-GUARDA-SALDO.
           MOVE ZEROES TO WS-IDX-SLD
           MOVE "N" TO WS-SLD-ACHOU
           PERFORM 028-TESTA-SALDO
               UNTIL SALDO-ACHADO OR WS-IDX-SLD = WS-SLD-QTDE
           IF NOT SALDO-ACHADO
               IF WS-SLD-QTDE = 2000
                   MOVE "GLSALDO DAS CONTAS COM PARTIDAS EXCEDE TABELA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-SLD-QTDE
               MOVE WS-SLD-QTDE TO WS-IDX-SLD
               MOVE SG-NUMERO-CONTA  TO WS-SLD-CONTA(WS-IDX-SLD)
               MOVE SG-COMPANY-CODE  TO WS-SLD-EMPRESA(WS-IDX-SLD)
               MOVE SG-CURRENCY-CODE TO WS-SLD-MOEDA(WS-IDX-SLD)
               MOVE SG-CENTRO-CUSTO  TO WS-SLD-CENTRO(WS-IDX-SLD)
               MOVE ZEROES TO WS-SLD-PERIODO(WS-IDX-SLD)
               MOVE WS-IDX-CPA TO WS-SLD-IDX-CPA(WS-IDX-SLD)
           END-IF
           IF SG-PERIODO > WS-SLD-PERIODO(WS-IDX-SLD)
               MOVE SG-PERIODO     TO WS-SLD-PERIODO(WS-IDX-SLD)
               MOVE SG-SALDO-FINAL TO WS-SLD-FINAL(WS-IDX-SLD)
           END-IF.

       028-TESTA-SALDO.
           ADD 1 TO WS-IDX-SLD
           IF WS-SLD-CONTA(WS-IDX-SLD) = SG-NUMERO-CONTA
              AND WS-SLD-EMPRESA(WS-IDX-SLD) = SG-COMPANY-CODE
              AND WS-SLD-MOEDA(WS-IDX-SLD) = SG-CURRENCY-CODE
              AND WS-SLD-CENTRO(WS-IDX-SLD) = SG-CENTRO-CUSTO
               SET SALDO-ACHADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Saldo do GLSALDO e credor positivo; passa para o sentido  *
      * da natureza da conta antes de somar na conferencia.       *
      *-----------------------------------------------------------*
       018-SOMA-SALDO-CONFERENCIA.
           ADD 1 TO WS-IDX-SLD
           MOVE WS-SLD-IDX-CPA(WS-IDX-SLD) TO WS-IDX-CPA
           IF WS-CPA-NATUREZA(WS-IDX-CPA) = "C"
               MOVE WS-SLD-FINAL(WS-IDX-SLD) TO WS-VALOR-NATURAL
           ELSE
               COMPUTE WS-VALOR-NATURAL =
                   ZEROES - WS-SLD-FINAL(WS-IDX-SLD)
           END-IF
           MOVE WS-SLD-EMPRESA(WS-IDX-SLD) TO WS-CHC-EMPRESA
           MOVE WS-SLD-MOEDA(WS-IDX-SLD)   TO WS-CHC-MOEDA
           MOVE WS-SLD-CONTA(WS-IDX-SLD)   TO WS-CHC-CONTA
           PERFORM 023-LOCALIZA-CONFERENCIA
           ADD WS-VALOR-NATURAL TO WS-CNF-SALDO-GL(WS-IDX-CNF).

       020-GRAVA-PARTIDAS.
           OPEN OUTPUT PARTIDAS-FILE
           IF WS-FS-PARTIDAS NOT = "00"
               MOVE WS-FS-PARTIDAS TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR PARTABER PARA GRAVACAO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 029-GRAVA-PARTIDA UNTIL WS-IDX-PAR = WS-PAR-QTDE
           CLOSE PARTIDAS-FILE.

       029-GRAVA-PARTIDA.
           ADD 1 TO WS-IDX-PAR
           MOVE WS-PAR-EMPRESA(WS-IDX-PAR)    TO PT-COMPANY-CODE
           MOVE WS-PAR-MOEDA(WS-IDX-PAR)      TO PT-CURRENCY-CODE
           MOVE WS-PAR-CONTA(WS-IDX-PAR)      TO PT-NUMERO-CONTA
           MOVE WS-PAR-REFERENCIA(WS-IDX-PAR) TO PT-REFERENCIA
           MOVE WS-PAR-TIPO(WS-IDX-PAR)       TO PT-TIPO-PARTIDA
           MOVE WS-PAR-DATA-DOC(WS-IDX-PAR)   TO PT-DATA-DOCUMENTO
           MOVE WS-PAR-ORIGINAL(WS-IDX-PAR)   TO PT-VALOR-ORIGINAL
           MOVE WS-PAR-BAIXADO(WS-IDX-PAR)    TO PT-VALOR-BAIXADO
           MOVE WS-PAR-ABERTO(WS-IDX-PAR)     TO PT-SALDO-ABERTO
           EVALUATE TRUE
               WHEN WS-PAR-ABERTO(WS-IDX-PAR) = ZEROES
                   SET PT-LIQUIDADA TO TRUE
               WHEN WS-PAR-BAIXADO(WS-IDX-PAR) = ZEROES
                   SET PT-ABERTA TO TRUE
               WHEN OTHER
                   SET PT-PARCIAL TO TRUE
           END-EVALUATE
           MOVE WS-PAR-ULT-BAIXA(WS-IDX-PAR)  TO PT-DATA-ULTIMA-BAIXA
           MOVE WS-DATA-BASE                  TO PT-DATA-BASE
           WRITE PT-PARTIDA-REC.

      *-----------------------------------------------------------*
      * Relatorio: partidas abertas por empresa/moeda e conta,    *
      * com o aging da conta em faixas e, no fim, a conferencia   *
      * de cada conta com o GLSALDO. Valores no sentido da        *
      * natureza da conta: documento soma, adiantamento subtrai.  *
      *-----------------------------------------------------------*
       030-IMPRIME-RELATORIO.
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "PARTIDAS EM ABERTO - POSICAO EM " WS-DATA-BASE
               " - VALORES NO SENTIDO DA NATUREZA DA CONTA"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO WS-QUEBRA-CONTA
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 031-IMPRIME-PARTIDA UNTIL WS-IDX-PAR = WS-PAR-QTDE
           IF WS-QUEBRA-CONTA NOT = SPACES
               PERFORM 033-FECHA-CONTA
           END-IF
           MOVE "CONFERENCIA DAS PARTIDAS COM O GLSALDO" TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "EMP MOE CONTA    "
               "PARTIDAS ABERTAS   MOV. POSTERIOR"
               "    SALDO GLSALDO        DIFERENCA"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-CNF
           PERFORM 036-IMPRIME-CONFERENCIA
               UNTIL WS-IDX-CNF = WS-CNF-QTDE
           CLOSE RELAT-OUT-FILE
           MOVE "PARTRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO.

       031-IMPRIME-PARTIDA.
           ADD 1 TO WS-IDX-PAR
           IF WS-PAR-ABERTO(WS-IDX-PAR) NOT = ZEROES
               MOVE WS-PAR-CHAVE(WS-IDX-PAR)(1:14) TO WS-CHAVE-CONTA
               IF WS-CHAVE-CONTA NOT = WS-QUEBRA-CONTA
                   IF WS-QUEBRA-CONTA NOT = SPACES
                       PERFORM 033-FECHA-CONTA
                   END-IF
                   MOVE WS-CHAVE-CONTA TO WS-QUEBRA-CONTA
                   PERFORM 032-ABRE-CONTA
               END-IF
               IF WS-PAR-TIPO(WS-IDX-PAR) = "D"
                   MOVE WS-PAR-ABERTO(WS-IDX-PAR) TO WS-VALOR-ABERTO
                   MOVE "DOC" TO WS-LPA-TIPO
               ELSE
                   COMPUTE WS-VALOR-ABERTO =
                       ZEROES - WS-PAR-ABERTO(WS-IDX-PAR)
                   MOVE "ADT" TO WS-LPA-TIPO
               END-IF
               ADD WS-VALOR-ABERTO TO WS-TOTAL-CONTA
               COMPUTE WS-IDADE-DIAS = WS-DIA-BASE
                   - FUNCTION INTEGER-OF-DATE(
                         WS-PAR-DATA-DOC(WS-IDX-PAR))
               EVALUATE TRUE
                   WHEN WS-IDADE-DIAS NOT > 30
                       MOVE 1 TO WS-IDX-FAIXA
                   WHEN WS-IDADE-DIAS NOT > 60
                       MOVE 2 TO WS-IDX-FAIXA
                   WHEN WS-IDADE-DIAS NOT > 90
                       MOVE 3 TO WS-IDX-FAIXA
                   WHEN OTHER
                       MOVE 4 TO WS-IDX-FAIXA
               END-EVALUATE
               ADD WS-VALOR-ABERTO TO WS-FAIXA-VALOR(WS-IDX-FAIXA)
               MOVE WS-PAR-REFERENCIA(WS-IDX-PAR) TO WS-LPA-REFERENCIA
               MOVE WS-PAR-DATA-DOC(WS-IDX-PAR)   TO WS-LPA-DATA-DOC
               MOVE WS-PAR-ORIGINAL(WS-IDX-PAR)   TO WS-LPA-ORIGINAL
               MOVE WS-PAR-BAIXADO(WS-IDX-PAR)    TO WS-LPA-BAIXADO
               MOVE WS-VALOR-ABERTO               TO WS-LPA-ABERTO
               MOVE WS-IDADE-DIAS                 TO WS-LPA-IDADE
               IF WS-PAR-ULT-BAIXA(WS-IDX-PAR) = ZEROES
                   MOVE SPACES TO WS-LPA-ULT-BAIXA
               ELSE
                   MOVE WS-PAR-ULT-BAIXA(WS-IDX-PAR)
                       TO WS-LPA-ULT-BAIXA
               END-IF
               MOVE WS-LINHA-PARTIDA TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       032-ABRE-CONTA.
           MOVE WS-PAR-IDX-CPA(WS-IDX-PAR) TO WS-IDX-CPA
           MOVE WS-PAR-EMPRESA(WS-IDX-PAR) TO WS-LCT-EMPRESA
           MOVE WS-PAR-MOEDA(WS-IDX-PAR)   TO WS-LCT-MOEDA
           MOVE WS-PAR-CONTA(WS-IDX-PAR)   TO WS-LCT-CONTA
           MOVE WS-CPA-DESCRICAO(WS-IDX-CPA) TO WS-LCT-DESCRICAO
           MOVE WS-CPA-NATUREZA(WS-IDX-CPA)  TO WS-LCT-NATUREZA
           MOVE WS-LINHA-CONTA TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-LINHA-CABECALHO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-TOTAL-CONTA
           MOVE ZEROES TO WS-FAIXA-VALOR(1) WS-FAIXA-VALOR(2)
               WS-FAIXA-VALOR(3) WS-FAIXA-VALOR(4).

       033-FECHA-CONTA.
           MOVE "  TOTAL EM ABERTO DA CONTA" TO WS-LVL-TEXTO
           MOVE WS-TOTAL-CONTA TO WS-LVL-VALOR
           MOVE WS-LINHA-VALOR TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-FAIXA-VALOR(1) TO WS-LFX-FAIXA-1
           MOVE WS-FAIXA-VALOR(2) TO WS-LFX-FAIXA-2
           MOVE WS-FAIXA-VALOR(3) TO WS-LFX-FAIXA-3
           MOVE WS-FAIXA-VALOR(4) TO WS-LFX-FAIXA-4
           MOVE WS-LINHA-FAIXAS TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA.

       036-IMPRIME-CONFERENCIA.
           ADD 1 TO WS-IDX-CNF
           COMPUTE WS-DIFERENCA = WS-CNF-SALDO-GL(WS-IDX-CNF)
               - WS-CNF-PARTIDAS(WS-IDX-CNF)
               - WS-CNF-POSTERIOR(WS-IDX-CNF)
           MOVE WS-CNF-EMPRESA(WS-IDX-CNF)   TO WS-LCF-EMPRESA
           MOVE WS-CNF-MOEDA(WS-IDX-CNF)     TO WS-LCF-MOEDA
           MOVE WS-CNF-CONTA(WS-IDX-CNF)     TO WS-LCF-CONTA
           MOVE WS-CNF-PARTIDAS(WS-IDX-CNF)  TO WS-LCF-PARTIDAS
           MOVE WS-CNF-POSTERIOR(WS-IDX-CNF) TO WS-LCF-POSTERIOR
           MOVE WS-CNF-SALDO-GL(WS-IDX-CNF)  TO WS-LCF-SALDO-GL
           MOVE WS-DIFERENCA                 TO WS-LCF-DIFERENCA
           IF WS-DIFERENCA = ZEROES
               MOVE SPACES TO WS-LCF-ALERTA
           ELSE
               MOVE "*** ALERTA" TO WS-LCF-ALERTA
               ADD 1 TO WS-QTDE-ALERTAS
               DISPLAY "*** ALERTA: PARTIDAS DA CONTA "
                   WS-CNF-CONTA(WS-IDX-CNF) " EMPRESA "
                   WS-CNF-EMPRESA(WS-IDX-CNF) " MOEDA "
                   WS-CNF-MOEDA(WS-IDX-CNF)
                   " NAO CONFEREM COM O GLSALDO"
           END-IF
           MOVE WS-LINHA-CONFERENCIA TO RELAT-LINHA
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
