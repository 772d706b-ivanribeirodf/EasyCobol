       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKREC01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: conciliacao bancaria das  *
      *              contas caixa/bancos. Para cada conta/empresa/ *
      *              moeda com extrato carregado no EXTRATO, casa  *
      *              as linhas do banco ate a data-base do cartao  *
      *              BNKRPARM (ausente ou zeros = hoje) com os     *
      *              lancamentos GLHIST da mesma conta: primeiro   *
      *              por referencia e valor, depois por valor e    *
      *              data dentro da janela do cartao (padrao 3     *
      *              dias), escolhendo a data mais proxima.        *
      *              Entrada no banco casa com debito na conta,    *
      *              saida com credito. Cada par novo e gravado no *
      *              fim do CONCPAR (CONCPAR.CPY) e nao volta a    *
      *              ser casado. O relatorio BNKRRPT traz por      *
      *              conta o saldo do banco, o saldo contabil, as  *
      *              pendencias de cada lado com a idade em dias,  *
      *              a idade agrupada em faixas e a prova saldo    *
      *              contabil + pendentes do banco - pendentes do  *
      *              razao = saldo do banco; diferenca nao         *
      *              explicada termina com RETURN-CODE 4.          *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio BNKRRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Marcas de saldo de abertura do MIGRA01   *
      *              (GLHIST tipo A/B) nao entram na conciliacao   *
      *              com o extrato do banco.                       *
      * 15/10/2026 - IR - CONCPAR lido antes dos dois lados,       *
      *              ordenado pela sequencia do extrato e pela     *
      *              chave do lancamento: so linhas e lancamentos  *
      *              sem par entram nas tabelas do casamento.      *
      *              Saldo do banco e saldo contabil somados por   *
      *              conta na leitura do EXTRATO e do GLHIST, e a  *
      *              prova do relatorio feita contra esses saldos. *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BNKRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT EXTRATO-FILE ASSIGN TO "EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLHIST.
           SELECT PARES-FILE ASSIGN TO "CONCPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARES.
           SELECT PARES-SORT-WORK ASSIGN TO "BNKPSRT".
           SELECT PARES-ORD-FILE ASSIGN TO "BNKPORD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAZAO-SORT-WORK ASSIGN TO "BNKRSRT".
           SELECT RAZAO-ORD-FILE ASSIGN TO "BNKRORD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELAT-OUT-FILE ASSIGN TO "BNKRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-DATA-BASE           PIC 9(08).
           05 PA-JANELA-DIAS         PIC 9(02).
       FD  EXTRATO-FILE.
           COPY EXTRATO.
       FD  GL-HIST-FILE.
           COPY GLHIST.
       FD  PARES-FILE.
           COPY CONCPAR.
       SD  PARES-SORT-WORK.
           COPY CONCPAR
               REPLACING CP-PAR-REC           BY SRP-REC
                         CP-SEQUENCIA-EXTRATO BY SRP-SEQUENCIA-EXTRATO
                         CP-DATA-POSTAGEM     BY SRP-DATA-POSTAGEM
                         CP-NUMERO-CONTA      BY SRP-NUMERO-CONTA
                         CP-REFERENCIA        BY SRP-REFERENCIA
                         CP-COMPANY-CODE      BY SRP-COMPANY-CODE
                         CP-TIPO-TRANS        BY SRP-TIPO-TRANS
                         CP-VALOR-TRANS       BY SRP-VALOR-TRANS
                         CP-OCORRENCIA        BY SRP-OCORRENCIA
                         CP-CRITERIO          BY SRP-CRITERIO
                         CP-POR-REFERENCIA    BY SRP-POR-REFERENCIA
                         CP-POR-VALOR-DATA    BY SRP-POR-VALOR-DATA
                         CP-DATA-CONCILIACAO  BY SRP-DATA-CONCILIACAO.
       FD  PARES-ORD-FILE.
           COPY CONCPAR
               REPLACING CP-PAR-REC           BY ORP-REC
                         CP-SEQUENCIA-EXTRATO BY ORP-SEQUENCIA-EXTRATO
                         CP-DATA-POSTAGEM     BY ORP-DATA-POSTAGEM
                         CP-NUMERO-CONTA      BY ORP-NUMERO-CONTA
                         CP-REFERENCIA        BY ORP-REFERENCIA
                         CP-COMPANY-CODE      BY ORP-COMPANY-CODE
                         CP-TIPO-TRANS        BY ORP-TIPO-TRANS
                         CP-VALOR-TRANS       BY ORP-VALOR-TRANS
                         CP-OCORRENCIA        BY ORP-OCORRENCIA
                         CP-CRITERIO          BY ORP-CRITERIO
                         CP-POR-REFERENCIA    BY ORP-POR-REFERENCIA
                         CP-POR-VALOR-DATA    BY ORP-POR-VALOR-DATA
                         CP-DATA-CONCILIACAO  BY ORP-DATA-CONCILIACAO.
       SD  RAZAO-SORT-WORK.
       01  SRZ-REC.
           05 SRZ-DATA-POSTAGEM      PIC 9(08).
           05 SRZ-NUMERO-CONTA       PIC 9(08).
           05 SRZ-REFERENCIA         PIC X(10).
           05 SRZ-COMPANY-CODE       PIC X(03).
           05 SRZ-TIPO-TRANS         PIC X(01).
           05 SRZ-VALOR-TRANS        PIC 9(9)V99.
           05 SRZ-ORDEM-LEITURA      PIC 9(09).
           05 SRZ-IDX-CTA            PIC 9(02).
           05 SRZ-DATA-TRANS         PIC 9(08).
       FD  RAZAO-ORD-FILE.
       01  ORZ-REC.
           05 ORZ-DATA-POSTAGEM      PIC 9(08).
           05 ORZ-NUMERO-CONTA       PIC 9(08).
           05 ORZ-REFERENCIA         PIC X(10).
           05 ORZ-COMPANY-CODE       PIC X(03).
           05 ORZ-TIPO-TRANS         PIC X(01).
           05 ORZ-VALOR-TRANS        PIC 9(9)V99.
           05 ORZ-ORDEM-LEITURA      PIC 9(09).
           05 ORZ-IDX-CTA            PIC 9(02).
           05 ORZ-DATA-TRANS         PIC 9(08).
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
       01  WS-FS-EXTRATO             PIC X(02).
       01  WS-FS-GLHIST              PIC X(02).
       01  WS-FS-PARES               PIC X(02).

       01  WS-DATA-BASE              PIC 9(08) VALUE ZEROES.
       01  WS-DIA-BASE               PIC 9(08) VALUE ZEROES.
       01  WS-JANELA-DIAS            PIC 9(02) VALUE 3.

       01  WS-EOF-EXTRATO            PIC X(01) VALUE "N".
           88 FIM-DO-EXTRATO         VALUE "S".
       01  WS-EOF-GLHIST             PIC X(01) VALUE "N".
           88 FIM-DO-GLHIST          VALUE "S".
       01  WS-EOF-PARES              PIC X(01) VALUE "N".
           88 FIM-DOS-PARES          VALUE "S".
       01  WS-EOF-RAZAO-ORD          PIC X(01) VALUE "N".
           88 FIM-DO-RAZAO-ORDENADO  VALUE "S".
       01  WS-CONCPAR-EXISTE         PIC X(01) VALUE "N".
           88 CONCPAR-EXISTENTE      VALUE "S".
       01  WS-ORDEM-PARES            PIC X(01) VALUE "E".
           88 ORDEM-PARES-EXTRATO    VALUE "E".
           88 ORDEM-PARES-RAZAO      VALUE "R".
       01  WS-ORDEM-LEITURA          PIC 9(09) VALUE ZEROES.
       01  WS-OCORRENCIA             PIC 9(03) VALUE ZEROES.

      *    Chave do lancamento na ordem fisica do CONCPAR (postagem,
      *    conta, referencia, empresa, tipo, valor, ocorrencia), a
      *    mesma da ordenacao dos dois lados do casamento.
       01  WS-CHAVE-RAZAO.
           05 WS-CRZ-IDENTICOS.
               10 WS-CRZ-DATA-POSTAGEM PIC 9(08).
               10 WS-CRZ-NUMERO-CONTA  PIC 9(08).
               10 WS-CRZ-REFERENCIA    PIC X(10).
               10 WS-CRZ-COMPANY-CODE  PIC X(03).
               10 WS-CRZ-TIPO-TRANS    PIC X(01).
               10 WS-CRZ-VALOR-TRANS   PIC 9(9)V99.
           05 WS-CRZ-OCORRENCIA      PIC 9(03).
       01  WS-IDENTICOS-ANTERIOR     PIC X(41) VALUE SPACES.
       01  WS-SEQUENCIA-PAR          PIC 9(08) VALUE ZEROES.
       01  WS-CHAVE-PAR.
           05 WS-CPA-DATA-POSTAGEM   PIC 9(08).
           05 WS-CPA-NUMERO-CONTA    PIC 9(08).
           05 WS-CPA-REFERENCIA      PIC X(10).
           05 WS-CPA-COMPANY-CODE    PIC X(03).
           05 WS-CPA-TIPO-TRANS      PIC X(01).
           05 WS-CPA-VALOR-TRANS     PIC 9(9)V99.
           05 WS-CPA-OCORRENCIA      PIC 9(03).

       01  WS-CONTAS-CAIXA.
           05 WS-CTA-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-CTA-ENTRADA         OCCURS 20 TIMES.
               10 WS-CTA-CONTA       PIC 9(08).
               10 WS-CTA-EMPRESA     PIC X(03).
               10 WS-CTA-MOEDA       PIC X(03).
               10 WS-CTA-SALDO-BANCO PIC S9(13)V99.
               10 WS-CTA-SALDO-CONTABIL PIC S9(13)V99.
       01  WS-IDX-CTA                PIC 9(02) VALUE ZEROES.
       01  WS-CTA-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-CAIXA-ACHADA     VALUE "S".

       01  WS-LINHAS-BANCO.
           05 WS-BCO-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-BCO-ENTRADA         OCCURS 2000 TIMES.
               10 WS-BCO-SEQUENCIA   PIC 9(08).
               10 WS-BCO-IDX-CTA     PIC 9(02).
               10 WS-BCO-DATA        PIC 9(08).
               10 WS-BCO-DIA         PIC 9(08).
               10 WS-BCO-SENTIDO     PIC X(01).
               10 WS-BCO-VALOR       PIC 9(11)V99.
               10 WS-BCO-REFERENCIA  PIC X(10).
               10 WS-BCO-HISTORICO   PIC X(40).
               10 WS-BCO-SITUACAO    PIC X(01).
                   88 BCO-PENDENTE       VALUE "P".
                   88 BCO-CONCILIADA     VALUE "C".
       01  WS-IDX-BCO                PIC 9(04) VALUE ZEROES.

       01  WS-LANCAMENTOS-RAZAO.
           05 WS-LIV-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-LIV-ENTRADA         OCCURS 3000 TIMES.
               10 WS-LIV-IDX-CTA     PIC 9(02).
               10 WS-LIV-DATA-POSTAGEM PIC 9(08).
               10 WS-LIV-DATA-TRANS  PIC 9(08).
               10 WS-LIV-DIA         PIC 9(08).
               10 WS-LIV-REFERENCIA  PIC X(10).
               10 WS-LIV-TIPO        PIC X(01).
               10 WS-LIV-VALOR       PIC 9(9)V99.
               10 WS-LIV-OCORRENCIA  PIC 9(03).
               10 WS-LIV-SITUACAO    PIC X(01).
                   88 LIV-PENDENTE       VALUE "P".
                   88 LIV-CONCILIADO     VALUE "C".
       01  WS-IDX-LIV                PIC 9(04) VALUE ZEROES.
       01  WS-IDX-LIV-ESCOLHIDO      PIC 9(04) VALUE ZEROES.
       01  WS-LIV-ACHOU              PIC X(01) VALUE "N".
           88 LANCAMENTO-ACHADO      VALUE "S".

       01  WS-TIPO-ESPERADO          PIC X(01) VALUE SPACES.
       01  WS-DISTANCIA              PIC S9(08) VALUE ZEROES.
       01  WS-MENOR-DISTANCIA        PIC S9(08) VALUE ZEROES.
       01  WS-CRITERIO               PIC X(01) VALUE SPACES.
       01  WS-IDADE-DIAS             PIC 9(05) VALUE ZEROES.
       01  WS-VALOR-SINAL            PIC S9(13)V99 VALUE ZEROES.

       01  WS-SALDO-BANCO            PIC S9(13)V99 VALUE ZEROES.
       01  WS-SALDO-CONTABIL         PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-PEND-BANCO       PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-PEND-RAZAO       PIC S9(13)V99 VALUE ZEROES.
       01  WS-SALDO-PROVADO          PIC S9(13)V99 VALUE ZEROES.
       01  WS-DIFERENCA              PIC S9(13)V99 VALUE ZEROES.

       01  WS-FAIXAS-IDADE.
           05 WS-FAIXA-VALOR         PIC S9(13)V99 OCCURS 4 TIMES.
       01  WS-IDX-FAIXA              PIC 9(01) VALUE ZEROES.

       01  WS-QTDE-PARES-ANTERIORES  PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-POR-REFERENCIA    PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-POR-VALOR-DATA    PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-CONTAS-DIFERENCA  PIC 9(02) VALUE ZEROES.

       01  WS-LINHA-CONTA.
           05 FILLER                 PIC X(06) VALUE "CONTA ".
           05 WS-LCT-CONTA           PIC 9(08).
           05 FILLER                 PIC X(09) VALUE " EMPRESA ".
           05 WS-LCT-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(07) VALUE " MOEDA ".
           05 WS-LCT-MOEDA           PIC X(03).

       01  WS-LINHA-VALOR.
           05 WS-LVL-TEXTO           PIC X(52).
           05 WS-LVL-VALOR           PIC -(12)9.99.

       01  WS-LINHA-PENDENTE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LPD-DATA            PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPD-REFERENCIA      PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPD-HISTORICO       PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPD-VALOR           PIC -(12)9.99.
           05 FILLER                 PIC X(07) VALUE " IDADE ".
           05 WS-LPD-IDADE           PIC ZZZZ9.
           05 FILLER                 PIC X(05) VALUE " DIAS".

       01  WS-LINHA-FAIXAS.
           05 FILLER                 PIC X(11) VALUE "  ATE 30: ".
           05 WS-LFX-FAIXA-1         PIC -(12)9.99.
           05 FILLER                 PIC X(10) VALUE " 31 A 60: ".
           05 WS-LFX-FAIXA-2         PIC -(12)9.99.
           05 FILLER                 PIC X(10) VALUE " 61 A 90: ".
           05 WS-LFX-FAIXA-3         PIC -(12)9.99.
           05 FILLER                 PIC X(11) VALUE " ACIMA 90: ".
           05 WS-LFX-FAIXA-4         PIC -(12)9.99.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "BNKREC01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           PERFORM 002-LE-PARAMETRO
           SET ORDEM-PARES-EXTRATO TO TRUE
           PERFORM 007-ORDENA-PARES
           PERFORM 003-CARREGA-EXTRATO
           IF WS-CTA-QTDE = ZEROES
               DISPLAY "NENHUMA LINHA DE EXTRATO ATE " WS-DATA-BASE
                   " - NADA A CONCILIAR"
               GOBACK
           END-IF
           PERFORM 005-CARREGA-RAZAO
           OPEN EXTEND PARES-FILE
           IF WS-FS-PARES = "35"
               OPEN OUTPUT PARES-FILE
           END-IF
           IF WS-FS-PARES NOT = "00"
               MOVE WS-FS-PARES TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CONCPAR PARA GRAVACAO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE "R" TO WS-CRITERIO
           MOVE ZEROES TO WS-IDX-BCO
           PERFORM 010-CASA-LINHA-BANCO
               UNTIL WS-IDX-BCO = WS-BCO-QTDE
           MOVE "V" TO WS-CRITERIO
           MOVE ZEROES TO WS-IDX-BCO
           PERFORM 010-CASA-LINHA-BANCO
               UNTIL WS-IDX-BCO = WS-BCO-QTDE
           CLOSE PARES-FILE
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "CONCILIACAO BANCARIA - POSICAO EM " WS-DATA-BASE
               " - JANELA DE " WS-JANELA-DIAS " DIAS"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-CTA
           PERFORM 020-IMPRIME-CONTA
               UNTIL WS-IDX-CTA = WS-CTA-QTDE
           CLOSE RELAT-OUT-FILE
           MOVE "BNKRRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "CONCILIACAO BANCARIA EM " WS-DATA-BASE
               " - PARES ANTERIORES: " WS-QTDE-PARES-ANTERIORES
               " NOVOS POR REFERENCIA: " WS-QTDE-POR-REFERENCIA
               " NOVOS POR VALOR/DATA: " WS-QTDE-POR-VALOR-DATA
               " - VER BNKRRPT"
           IF WS-QTDE-CONTAS-DIFERENCA > ZEROES
               DISPLAY "CONTAS COM DIFERENCA NAO EXPLICADA: "
                   WS-QTDE-CONTAS-DIFERENCA
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
                           IF PA-JANELA-DIAS IS NUMERIC
                               MOVE PA-JANELA-DIAS TO WS-JANELA-DIAS
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR BNKRPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-DATA-BASE = ZEROES
               CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
                   DH-TEMPO-ATUAL DH-DIA-SEMANA
               COMPUTE WS-DATA-BASE = DH-ANO-ATUAL * 10000
                   + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-BASE) NOT = ZEROES
               MOVE "DATA-BASE DO BNKRPARM INVALIDA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           COMPUTE WS-DIA-BASE = FUNCTION INTEGER-OF-DATE(WS-DATA-BASE).

      *-----------------------------------------------------------*
      * Pares ja conciliados, lidos antes dos dois lados: o       *
      * CONCPAR ordenado pela sequencia do extrato para a leitura *
      * do EXTRATO, ou pela chave do lancamento para a do GLHIST. *
      * Linha ou lancamento presente no par nao entra na tabela.  *
      *-----------------------------------------------------------*
       007-ORDENA-PARES.
           MOVE "N" TO WS-EOF-PARES
           MOVE "N" TO WS-CONCPAR-EXISTE
           OPEN INPUT PARES-FILE
           EVALUATE WS-FS-PARES
               WHEN "00"
                   CLOSE PARES-FILE
                   SET CONCPAR-EXISTENTE TO TRUE
                   IF ORDEM-PARES-EXTRATO
                       SORT PARES-SORT-WORK
                           ON ASCENDING KEY SRP-SEQUENCIA-EXTRATO
                           USING PARES-FILE
                           GIVING PARES-ORD-FILE
                   ELSE
                       SORT PARES-SORT-WORK
                           ON ASCENDING KEY SRP-DATA-POSTAGEM
                                            SRP-NUMERO-CONTA
                                            SRP-REFERENCIA
                                            SRP-COMPANY-CODE
                                            SRP-TIPO-TRANS
                                            SRP-VALOR-TRANS
                                            SRP-OCORRENCIA
                           USING PARES-FILE
                           GIVING PARES-ORD-FILE
                   END-IF
                   OPEN INPUT PARES-ORD-FILE
                   PERFORM 008-LE-PAR
               WHEN "35"
                   IF ORDEM-PARES-EXTRATO
                       DISPLAY "CONCPAR AINDA NAO EXISTE - PRIMEIRA "
                           "CONCILIACAO"
                   END-IF
                   SET FIM-DOS-PARES TO TRUE
               WHEN OTHER
                   MOVE WS-FS-PARES TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CONCPAR" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       008-LE-PAR.
           READ PARES-ORD-FILE
               AT END
                   SET FIM-DOS-PARES TO TRUE
               NOT AT END
                   IF ORDEM-PARES-EXTRATO
                       ADD 1 TO WS-QTDE-PARES-ANTERIORES
                   END-IF
                   MOVE ORP-SEQUENCIA-EXTRATO TO WS-SEQUENCIA-PAR
                   MOVE ORP-DATA-POSTAGEM TO WS-CPA-DATA-POSTAGEM
                   MOVE ORP-NUMERO-CONTA  TO WS-CPA-NUMERO-CONTA
                   MOVE ORP-REFERENCIA    TO WS-CPA-REFERENCIA
                   MOVE ORP-COMPANY-CODE  TO WS-CPA-COMPANY-CODE
                   MOVE ORP-TIPO-TRANS    TO WS-CPA-TIPO-TRANS
                   MOVE ORP-VALOR-TRANS   TO WS-CPA-VALOR-TRANS
                   MOVE ORP-OCORRENCIA    TO WS-CPA-OCORRENCIA
           END-READ.

      *-----------------------------------------------------------*
      * Linhas do extrato ate a data-base. O saldo do banco soma  *
      * todas; so as linhas sem par no CONCPAR vao para a tabela  *
      * do casamento.                                             *
      *-----------------------------------------------------------*
       003-CARREGA-EXTRATO.
           OPEN INPUT EXTRATO-FILE
           EVALUATE WS-FS-EXTRATO
               WHEN "00"
                   PERFORM 004-LE-EXTRATO UNTIL FIM-DO-EXTRATO
                   CLOSE EXTRATO-FILE
                   PERFORM 008-LE-PAR UNTIL FIM-DOS-PARES
               WHEN "35"
                   DISPLAY "EXTRATO NAO ENCONTRADO - RODAR O BNKLOAD"
               WHEN OTHER
                   MOVE WS-FS-EXTRATO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EXTRATO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF CONCPAR-EXISTENTE
               CLOSE PARES-ORD-FILE
           END-IF.

       004-LE-EXTRATO.
           READ EXTRATO-FILE
               AT END
                   SET FIM-DO-EXTRATO TO TRUE
               NOT AT END
                   IF BX-DATA-MOVIMENTO NOT > WS-DATA-BASE
                       PERFORM 009-LOCALIZA-CONTA-EXTRATO
                       IF BX-CREDITO-BANCO
                           ADD BX-VALOR
                               TO WS-CTA-SALDO-BANCO(WS-IDX-CTA)
                       ELSE
                           SUBTRACT BX-VALOR
                               FROM WS-CTA-SALDO-BANCO(WS-IDX-CTA)
                       END-IF
                       PERFORM 008-LE-PAR
                           UNTIL FIM-DOS-PARES
                           OR WS-SEQUENCIA-PAR NOT < BX-SEQUENCIA
                       IF FIM-DOS-PARES
                          OR WS-SEQUENCIA-PAR NOT = BX-SEQUENCIA
                           PERFORM 011-GUARDA-LINHA-BANCO
                       END-IF
                   END-IF
           END-READ.

       009-LOCALIZA-CONTA-EXTRATO.
           MOVE ZEROES TO WS-IDX-CTA
           MOVE "N" TO WS-CTA-ACHOU
           PERFORM 012-PROCURA-CONTA-EXTRATO
               UNTIL CONTA-CAIXA-ACHADA OR WS-IDX-CTA = WS-CTA-QTDE
           IF NOT CONTA-CAIXA-ACHADA
               IF WS-CTA-QTDE = 20
                   MOVE "MAIS DE 20 CONTAS CAIXA NO EXTRATO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-CTA-QTDE
               MOVE WS-CTA-QTDE TO WS-IDX-CTA
               MOVE BX-NUMERO-CONTA  TO WS-CTA-CONTA(WS-IDX-CTA)
               MOVE BX-COMPANY-CODE  TO WS-CTA-EMPRESA(WS-IDX-CTA)
               MOVE BX-CURRENCY-CODE TO WS-CTA-MOEDA(WS-IDX-CTA)
               MOVE ZEROES TO WS-CTA-SALDO-BANCO(WS-IDX-CTA)
               MOVE ZEROES TO WS-CTA-SALDO-CONTABIL(WS-IDX-CTA)
           END-IF.

       012-PROCURA-CONTA-EXTRATO.
           ADD 1 TO WS-IDX-CTA
           IF WS-CTA-CONTA(WS-IDX-CTA) = BX-NUMERO-CONTA
              AND WS-CTA-EMPRESA(WS-IDX-CTA) = BX-COMPANY-CODE
              AND WS-CTA-MOEDA(WS-IDX-CTA) = BX-CURRENCY-CODE
               SET CONTA-CAIXA-ACHADA TO TRUE
           END-IF.

       011-GUARDA-LINHA-BANCO.
           IF WS-BCO-QTDE = 2000
               MOVE "PENDENCIAS DO EXTRATO EXCEDEM A TABELA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-BCO-QTDE
           MOVE BX-SEQUENCIA      TO WS-BCO-SEQUENCIA(WS-BCO-QTDE)
           MOVE WS-IDX-CTA        TO WS-BCO-IDX-CTA(WS-BCO-QTDE)
           MOVE BX-DATA-MOVIMENTO TO WS-BCO-DATA(WS-BCO-QTDE)
           COMPUTE WS-BCO-DIA(WS-BCO-QTDE) =
               FUNCTION INTEGER-OF-DATE(BX-DATA-MOVIMENTO)
           MOVE BX-SENTIDO        TO WS-BCO-SENTIDO(WS-BCO-QTDE)
           MOVE BX-VALOR          TO WS-BCO-VALOR(WS-BCO-QTDE)
           MOVE BX-REFERENCIA     TO WS-BCO-REFERENCIA(WS-BCO-QTDE)
           MOVE BX-HISTORICO      TO WS-BCO-HISTORICO(WS-BCO-QTDE)
           SET BCO-PENDENTE(WS-BCO-QTDE) TO TRUE.

      *-----------------------------------------------------------*
      * Lancamentos GLHIST das contas com extrato, ate a data-    *
      * base, ordenados pela chave do CONCPAR e, entre identicos, *
      * pela ordem do arquivo. A ocorrencia numera os lancamentos *
      * identicos (mesma data de postagem, conta, referencia,     *
      * empresa, tipo e valor), para o CONCPAR apontar um deles   *
      * sem ambiguidade. O saldo contabil soma todos; so os sem   *
      * par no CONCPAR vao para a tabela do casamento.            *
      *-----------------------------------------------------------*
       005-CARREGA-RAZAO.
           OPEN INPUT GL-HIST-FILE
           EVALUATE WS-FS-GLHIST
               WHEN "00"
                   CLOSE GL-HIST-FILE
                   SORT RAZAO-SORT-WORK
                       ON ASCENDING KEY SRZ-DATA-POSTAGEM
                                        SRZ-NUMERO-CONTA
                                        SRZ-REFERENCIA
                                        SRZ-COMPANY-CODE
                                        SRZ-TIPO-TRANS
                                        SRZ-VALOR-TRANS
                                        SRZ-ORDEM-LEITURA
                       INPUT PROCEDURE IS 027-SELECIONA-RAZAO
                       GIVING RAZAO-ORD-FILE
                   SET ORDEM-PARES-RAZAO TO TRUE
                   PERFORM 007-ORDENA-PARES
                   OPEN INPUT RAZAO-ORD-FILE
                   PERFORM 006-LE-RAZAO UNTIL FIM-DO-RAZAO-ORDENADO
                   CLOSE RAZAO-ORD-FILE
                   IF CONCPAR-EXISTENTE
                       CLOSE PARES-ORD-FILE
                   END-IF
               WHEN "35"
                   DISPLAY "GLHIST NAO ENCONTRADO - TODO O EXTRATO "
                       "FICA PENDENTE"
               WHEN OTHER
                   MOVE WS-FS-GLHIST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLHIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       027-SELECIONA-RAZAO.
           OPEN INPUT GL-HIST-FILE
           PERFORM 028-LIBERA-LANCAMENTO UNTIL FIM-DO-GLHIST
           CLOSE GL-HIST-FILE.

       028-LIBERA-LANCAMENTO.
           READ GL-HIST-FILE
               AT END
                   SET FIM-DO-GLHIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORDEM-LEITURA
                   IF GH-DATA-TRANS NOT > WS-DATA-BASE
                      AND NOT GH-ABERTURA-MIGRACAO
                       MOVE ZEROES TO WS-IDX-CTA
                       MOVE "N" TO WS-CTA-ACHOU
                       PERFORM 013-PROCURA-CONTA-RAZAO
                           UNTIL CONTA-CAIXA-ACHADA
                           OR WS-IDX-CTA = WS-CTA-QTDE
                       IF CONTA-CAIXA-ACHADA
                           MOVE GH-DATA-POSTAGEM TO SRZ-DATA-POSTAGEM
                           MOVE GH-NUMERO-CONTA  TO SRZ-NUMERO-CONTA
                           MOVE GH-REFERENCIA    TO SRZ-REFERENCIA
                           MOVE GH-COMPANY-CODE  TO SRZ-COMPANY-CODE
                           MOVE GH-TIPO-TRANS    TO SRZ-TIPO-TRANS
                           MOVE GH-VALOR-TRANS   TO SRZ-VALOR-TRANS
                           MOVE WS-ORDEM-LEITURA TO SRZ-ORDEM-LEITURA
                           MOVE WS-IDX-CTA       TO SRZ-IDX-CTA
                           MOVE GH-DATA-TRANS    TO SRZ-DATA-TRANS
                           RELEASE SRZ-REC
                       END-IF
                   END-IF
           END-READ.

       013-PROCURA-CONTA-RAZAO.
           ADD 1 TO WS-IDX-CTA
           IF WS-CTA-CONTA(WS-IDX-CTA) = GH-NUMERO-CONTA
              AND WS-CTA-EMPRESA(WS-IDX-CTA) = GH-COMPANY-CODE
              AND WS-CTA-MOEDA(WS-IDX-CTA) = GH-CURRENCY-CODE
               SET CONTA-CAIXA-ACHADA TO TRUE
           END-IF.

       006-LE-RAZAO.
           READ RAZAO-ORD-FILE
               AT END
                   SET FIM-DO-RAZAO-ORDENADO TO TRUE
               NOT AT END
                   MOVE ORZ-DATA-POSTAGEM TO WS-CRZ-DATA-POSTAGEM
                   MOVE ORZ-NUMERO-CONTA  TO WS-CRZ-NUMERO-CONTA
                   MOVE ORZ-REFERENCIA    TO WS-CRZ-REFERENCIA
                   MOVE ORZ-COMPANY-CODE  TO WS-CRZ-COMPANY-CODE
                   MOVE ORZ-TIPO-TRANS    TO WS-CRZ-TIPO-TRANS
                   MOVE ORZ-VALOR-TRANS   TO WS-CRZ-VALOR-TRANS
                   IF WS-CRZ-IDENTICOS = WS-IDENTICOS-ANTERIOR
                       ADD 1 TO WS-OCORRENCIA
                   ELSE
                       MOVE 1 TO WS-OCORRENCIA
                       MOVE WS-CRZ-IDENTICOS TO WS-IDENTICOS-ANTERIOR
                   END-IF
                   MOVE WS-OCORRENCIA TO WS-CRZ-OCORRENCIA
                   IF ORZ-TIPO-TRANS = "D"
                       ADD ORZ-VALOR-TRANS
                           TO WS-CTA-SALDO-CONTABIL(ORZ-IDX-CTA)
                   ELSE
                       SUBTRACT ORZ-VALOR-TRANS
                           FROM WS-CTA-SALDO-CONTABIL(ORZ-IDX-CTA)
                   END-IF
                   PERFORM 008-LE-PAR
                       UNTIL FIM-DOS-PARES
                       OR WS-CHAVE-PAR NOT < WS-CHAVE-RAZAO
                   IF FIM-DOS-PARES
                      OR WS-CHAVE-PAR NOT = WS-CHAVE-RAZAO
                       PERFORM 014-GUARDA-LANCAMENTO
                   END-IF
           END-READ.

       014-GUARDA-LANCAMENTO.
           IF WS-LIV-QTDE = 3000
               MOVE "PENDENCIAS DO GLHIST EXCEDEM A TABELA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-LIV-QTDE
           MOVE ORZ-IDX-CTA       TO WS-LIV-IDX-CTA(WS-LIV-QTDE)
           MOVE ORZ-DATA-POSTAGEM TO WS-LIV-DATA-POSTAGEM(WS-LIV-QTDE)
           MOVE ORZ-DATA-TRANS    TO WS-LIV-DATA-TRANS(WS-LIV-QTDE)
           COMPUTE WS-LIV-DIA(WS-LIV-QTDE) =
               FUNCTION INTEGER-OF-DATE(ORZ-DATA-TRANS)
           MOVE ORZ-REFERENCIA    TO WS-LIV-REFERENCIA(WS-LIV-QTDE)
           MOVE ORZ-TIPO-TRANS    TO WS-LIV-TIPO(WS-LIV-QTDE)
           MOVE ORZ-VALOR-TRANS   TO WS-LIV-VALOR(WS-LIV-QTDE)
           MOVE WS-OCORRENCIA     TO WS-LIV-OCORRENCIA(WS-LIV-QTDE)
           SET LIV-PENDENTE(WS-LIV-QTDE) TO TRUE.

      *-----------------------------------------------------------*
      * Casamento de uma linha pendente do banco. Criterio "R":   *
      * mesma referencia e valor; criterio "V": mesmo valor com a *
      * data do lancamento dentro da janela, a mais proxima       *
      * ganha. Entrada no banco ("C") casa com debito na conta.   *
      *-----------------------------------------------------------*
       010-CASA-LINHA-BANCO.
           ADD 1 TO WS-IDX-BCO
           IF BCO-PENDENTE(WS-IDX-BCO)
               IF WS-BCO-SENTIDO(WS-IDX-BCO) = "C"
                   MOVE "D" TO WS-TIPO-ESPERADO
               ELSE
                   MOVE "C" TO WS-TIPO-ESPERADO
               END-IF
               MOVE ZEROES TO WS-IDX-LIV-ESCOLHIDO
               MOVE 99999999 TO WS-MENOR-DISTANCIA
               MOVE ZEROES TO WS-IDX-LIV
               MOVE "N" TO WS-LIV-ACHOU
               IF WS-CRITERIO = "V"
                  OR WS-BCO-REFERENCIA(WS-IDX-BCO) NOT = SPACES
                   PERFORM 018-AVALIA-LANCAMENTO
                       UNTIL LANCAMENTO-ACHADO
                       OR WS-IDX-LIV = WS-LIV-QTDE
               END-IF
               IF WS-IDX-LIV-ESCOLHIDO NOT = ZEROES
                   PERFORM 019-GRAVA-PAR
               END-IF
           END-IF.

       018-AVALIA-LANCAMENTO.
           ADD 1 TO WS-IDX-LIV
           IF LIV-PENDENTE(WS-IDX-LIV)
              AND WS-LIV-IDX-CTA(WS-IDX-LIV) =
                  WS-BCO-IDX-CTA(WS-IDX-BCO)
              AND WS-LIV-TIPO(WS-IDX-LIV) = WS-TIPO-ESPERADO
              AND WS-LIV-VALOR(WS-IDX-LIV) = WS-BCO-VALOR(WS-IDX-BCO)
               IF WS-CRITERIO = "R"
                   IF WS-LIV-REFERENCIA(WS-IDX-LIV) =
                      WS-BCO-REFERENCIA(WS-IDX-BCO)
                       MOVE WS-IDX-LIV TO WS-IDX-LIV-ESCOLHIDO
                       SET LANCAMENTO-ACHADO TO TRUE
                   END-IF
               ELSE
                   COMPUTE WS-DISTANCIA = WS-LIV-DIA(WS-IDX-LIV)
                       - WS-BCO-DIA(WS-IDX-BCO)
                   IF WS-DISTANCIA < ZEROES
                       COMPUTE WS-DISTANCIA = WS-DISTANCIA * -1
                   END-IF
                   IF WS-DISTANCIA NOT > WS-JANELA-DIAS
                      AND WS-DISTANCIA < WS-MENOR-DISTANCIA
                       MOVE WS-DISTANCIA TO WS-MENOR-DISTANCIA
                       MOVE WS-IDX-LIV TO WS-IDX-LIV-ESCOLHIDO
                   END-IF
               END-IF
           END-IF.

       019-GRAVA-PAR.
           SET BCO-CONCILIADA(WS-IDX-BCO) TO TRUE
           SET LIV-CONCILIADO(WS-IDX-LIV-ESCOLHIDO) TO TRUE
           MOVE WS-LIV-IDX-CTA(WS-IDX-LIV-ESCOLHIDO) TO WS-IDX-CTA
           MOVE WS-BCO-SEQUENCIA(WS-IDX-BCO) TO CP-SEQUENCIA-EXTRATO
           MOVE WS-LIV-DATA-POSTAGEM(WS-IDX-LIV-ESCOLHIDO)
               TO CP-DATA-POSTAGEM
           MOVE WS-CTA-CONTA(WS-IDX-CTA)   TO CP-NUMERO-CONTA
           MOVE WS-LIV-REFERENCIA(WS-IDX-LIV-ESCOLHIDO)
               TO CP-REFERENCIA
           MOVE WS-CTA-EMPRESA(WS-IDX-CTA) TO CP-COMPANY-CODE
           MOVE WS-LIV-TIPO(WS-IDX-LIV-ESCOLHIDO) TO CP-TIPO-TRANS
           MOVE WS-LIV-VALOR(WS-IDX-LIV-ESCOLHIDO) TO CP-VALOR-TRANS
           MOVE WS-LIV-OCORRENCIA(WS-IDX-LIV-ESCOLHIDO)
               TO CP-OCORRENCIA
           MOVE WS-CRITERIO  TO CP-CRITERIO
           MOVE WS-DATA-BASE TO CP-DATA-CONCILIACAO
           WRITE CP-PAR-REC
           IF CP-POR-REFERENCIA
               ADD 1 TO WS-QTDE-POR-REFERENCIA
           ELSE
               ADD 1 TO WS-QTDE-POR-VALOR-DATA
           END-IF.

      *-----------------------------------------------------------*
      * Relatorio por conta. Valores no sentido do banco: entrada *
      * (credito no extrato, debito na conta) positiva. Os saldos *
      * vem da soma de todas as linhas lidas; as pendencias, das  *
      * tabelas - par do CONCPAR sem a linha ou o lancamento      *
      * correspondente aparece como diferenca nao explicada.      *
      *-----------------------------------------------------------*
       020-IMPRIME-CONTA.
           ADD 1 TO WS-IDX-CTA
           MOVE WS-CTA-SALDO-BANCO(WS-IDX-CTA)    TO WS-SALDO-BANCO
           MOVE WS-CTA-SALDO-CONTABIL(WS-IDX-CTA) TO WS-SALDO-CONTABIL
           MOVE ZEROES TO WS-TOTAL-PEND-BANCO
           MOVE ZEROES TO WS-TOTAL-PEND-RAZAO
           MOVE WS-CTA-CONTA(WS-IDX-CTA)   TO WS-LCT-CONTA
           MOVE WS-CTA-EMPRESA(WS-IDX-CTA) TO WS-LCT-EMPRESA
           MOVE WS-CTA-MOEDA(WS-IDX-CTA)   TO WS-LCT-MOEDA
           MOVE WS-LINHA-CONTA TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "SALDO DO BANCO (EXTRATO ATE A DATA-BASE)"
               TO WS-LVL-TEXTO
           MOVE WS-SALDO-BANCO TO WS-LVL-VALOR
           MOVE WS-LINHA-VALOR TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "SALDO CONTABIL (GLHIST ATE A DATA-BASE)"
               TO WS-LVL-TEXTO
           MOVE WS-SALDO-CONTABIL TO WS-LVL-VALOR
           MOVE WS-LINHA-VALOR TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "PENDENTES NO BANCO (SEM LANCAMENTO NO RAZAO):"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-FAIXA-VALOR(1) WS-FAIXA-VALOR(2)
               WS-FAIXA-VALOR(3) WS-FAIXA-VALOR(4)
           MOVE ZEROES TO WS-IDX-BCO
           PERFORM 023-IMPRIME-PENDENTE-BANCO
               UNTIL WS-IDX-BCO = WS-BCO-QTDE
           MOVE "  TOTAL PENDENTE NO BANCO" TO WS-LVL-TEXTO
           MOVE WS-TOTAL-PEND-BANCO TO WS-LVL-VALOR
           MOVE WS-LINHA-VALOR TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 026-IMPRIME-FAIXAS
           MOVE "PENDENTES NO RAZAO (SEM LINHA NO EXTRATO):"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-FAIXA-VALOR(1) WS-FAIXA-VALOR(2)
               WS-FAIXA-VALOR(3) WS-FAIXA-VALOR(4)
           MOVE ZEROES TO WS-IDX-LIV
           PERFORM 024-IMPRIME-PENDENTE-RAZAO
               UNTIL WS-IDX-LIV = WS-LIV-QTDE
           MOVE "  TOTAL PENDENTE NO RAZAO" TO WS-LVL-TEXTO
           MOVE WS-TOTAL-PEND-RAZAO TO WS-LVL-VALOR
           MOVE WS-LINHA-VALOR TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 026-IMPRIME-FAIXAS
           COMPUTE WS-SALDO-PROVADO = WS-SALDO-CONTABIL
               + WS-TOTAL-PEND-BANCO - WS-TOTAL-PEND-RAZAO
           COMPUTE WS-DIFERENCA = WS-SALDO-BANCO - WS-SALDO-PROVADO
           MOVE "CONTABIL + PEND. BANCO - PEND. RAZAO"
               TO WS-LVL-TEXTO
           MOVE WS-SALDO-PROVADO TO WS-LVL-VALOR
           MOVE WS-LINHA-VALOR TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "DIFERENCA NAO EXPLICADA" TO WS-LVL-TEXTO
           MOVE WS-DIFERENCA TO WS-LVL-VALOR
           MOVE WS-LINHA-VALOR TO RELAT-LINHA
           IF WS-DIFERENCA NOT = ZEROES
               MOVE "<< VERIFICAR" TO RELAT-LINHA(72:)
               ADD 1 TO WS-QTDE-CONTAS-DIFERENCA
           END-IF
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA.

       023-IMPRIME-PENDENTE-BANCO.
           ADD 1 TO WS-IDX-BCO
           IF WS-BCO-IDX-CTA(WS-IDX-BCO) = WS-IDX-CTA
              AND BCO-PENDENTE(WS-IDX-BCO)
               IF WS-BCO-SENTIDO(WS-IDX-BCO) = "C"
                   MOVE WS-BCO-VALOR(WS-IDX-BCO) TO WS-VALOR-SINAL
               ELSE
                   COMPUTE WS-VALOR-SINAL =
                       ZEROES - WS-BCO-VALOR(WS-IDX-BCO)
               END-IF
               ADD WS-VALOR-SINAL TO WS-TOTAL-PEND-BANCO
               COMPUTE WS-IDADE-DIAS =
                   WS-DIA-BASE - WS-BCO-DIA(WS-IDX-BCO)
               PERFORM 025-ACUMULA-FAIXA
               MOVE WS-BCO-DATA(WS-IDX-BCO)       TO WS-LPD-DATA
               MOVE WS-BCO-REFERENCIA(WS-IDX-BCO) TO WS-LPD-REFERENCIA
               MOVE WS-BCO-HISTORICO(WS-IDX-BCO)  TO WS-LPD-HISTORICO
               MOVE WS-VALOR-SINAL                TO WS-LPD-VALOR
               MOVE WS-IDADE-DIAS                 TO WS-LPD-IDADE
               MOVE WS-LINHA-PENDENTE TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       024-IMPRIME-PENDENTE-RAZAO.
           ADD 1 TO WS-IDX-LIV
           IF WS-LIV-IDX-CTA(WS-IDX-LIV) = WS-IDX-CTA
              AND LIV-PENDENTE(WS-IDX-LIV)
               IF WS-LIV-TIPO(WS-IDX-LIV) = "D"
                   MOVE WS-LIV-VALOR(WS-IDX-LIV) TO WS-VALOR-SINAL
               ELSE
                   COMPUTE WS-VALOR-SINAL =
                       ZEROES - WS-LIV-VALOR(WS-IDX-LIV)
               END-IF
               ADD WS-VALOR-SINAL TO WS-TOTAL-PEND-RAZAO
               COMPUTE WS-IDADE-DIAS =
                   WS-DIA-BASE - WS-LIV-DIA(WS-IDX-LIV)
               PERFORM 025-ACUMULA-FAIXA
               MOVE WS-LIV-DATA-TRANS(WS-IDX-LIV) TO WS-LPD-DATA
               MOVE WS-LIV-REFERENCIA(WS-IDX-LIV) TO WS-LPD-REFERENCIA
               MOVE SPACES TO WS-LPD-HISTORICO
               STRING "POSTADO EM " WS-LIV-DATA-POSTAGEM(WS-IDX-LIV)
                   DELIMITED BY SIZE INTO WS-LPD-HISTORICO
               MOVE WS-VALOR-SINAL TO WS-LPD-VALOR
               MOVE WS-IDADE-DIAS  TO WS-LPD-IDADE
               MOVE WS-LINHA-PENDENTE TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       025-ACUMULA-FAIXA.
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
           ADD WS-VALOR-SINAL TO WS-FAIXA-VALOR(WS-IDX-FAIXA).

       026-IMPRIME-FAIXAS.
           MOVE WS-FAIXA-VALOR(1) TO WS-LFX-FAIXA-1
           MOVE WS-FAIXA-VALOR(2) TO WS-LFX-FAIXA-2
           MOVE WS-FAIXA-VALOR(3) TO WS-LFX-FAIXA-3
           MOVE WS-FAIXA-VALOR(4) TO WS-LFX-FAIXA-4
           MOVE WS-LINHA-FAIXAS TO RELAT-LINHA
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
