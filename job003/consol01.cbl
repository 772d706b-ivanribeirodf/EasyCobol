       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOL01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: consolidacao do grupo.    *
      *              Para o periodo do cartao CONSPARM (AAAAMM) e  *
      *              para o periodo anterior (comparativo), toma   *
      *              os saldos de fechamento de todas as empresas  *
      *              no GLSALDO e converte para BRL cada saldo em  *
      *              outra moeda pelo EXRATES: conta patrimonial   *
      *              pela taxa de fechamento (vigente no ultimo    *
      *              dia do periodo), conta de resultado pela taxa *
      *              media do periodo (media dia a dia das taxas   *
      *              vigentes). O que a conversao desbalanceia em  *
      *              cada empresa/moeda vai para a conta de ajuste *
      *              de conversao do cartao. Os pares do cadastro  *
      *              CONSELIM (CONSELIM.CPY) sao eliminados ponta  *
      *              a ponta; o par que nao fecha leva a sobra     *
      *              para a conta de diferenca do cartao e sai     *
      *              apontado (RETURN-CODE 4). O balancete         *
      *              consolidado sai em CONSRPT com as colunas     *
      *              soma das empresas, conversao, eliminacao e    *
      *              consolidado, e os saldos consolidados vao     *
      *              para CONSOLGL no layout do GLSALDO (empresa   *
      *              "CON", moeda BRL, centro em branco) para o    *
      *              DEMONST1 imprimir os demonstrativos do grupo. *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio CONSRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CONSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT CAMBIO-FILE ASSIGN TO "EXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIO.
           SELECT PARES-FILE ASSIGN TO "CONSELIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARES.
           SELECT SALDO-GL-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-GLSALDO.
           SELECT CONSOL-FILE ASSIGN TO "CONSOLGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSOL.
           SELECT RELAT-OUT-FILE ASSIGN TO "CONSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-PERIODO             PIC 9(06).
           05 PA-CONTA-CONVERSAO     PIC 9(08).
           05 PA-CONTA-DIFERENCA     PIC 9(08).
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  CAMBIO-FILE.
           COPY CAMBIO.
       FD  PARES-FILE.
           COPY CONSELIM.
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
       01  WS-FS-EMPRESA             PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-CAMBIO              PIC X(02).
       01  WS-FS-PARES               PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-CONSOL              PIC X(02).

       01  WS-PERIODO-ATUAL          PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-ANTERIOR       PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-CONSOL         PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-CONVERSAO        PIC 9(08) VALUE ZEROES.
       01  WS-CONTA-DIFERENCA        PIC 9(08) VALUE ZEROES.
       01  WS-ANO-CALC               PIC 9(04) VALUE ZEROES.
       01  WS-MES-CALC               PIC 9(02) VALUE ZEROES.
       01  WS-DATA-INICIO-PERIODO    PIC 9(08) VALUE ZEROES.
       01  WS-DATA-FIM-PERIODO       PIC 9(08) VALUE ZEROES.
       01  WS-DIA-INICIO             PIC 9(08) VALUE ZEROES.
       01  WS-DIA-FIM                PIC 9(08) VALUE ZEROES.
       01  WS-DIA-INTEIRO            PIC 9(08) VALUE ZEROES.

       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DE-EMPRESA         VALUE "S".
       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".
       01  WS-EOF-CAMBIO             PIC X(01) VALUE "N".
           88 FIM-DE-CAMBIO          VALUE "S".
       01  WS-EOF-PARES              PIC X(01) VALUE "N".
           88 FIM-DOS-PARES          VALUE "S".
       01  WS-EOF-GLSALDO            PIC X(01) VALUE "N".
           88 FIM-DO-GLSALDO         VALUE "S".

       01  WS-EMPRESAS.
           05 WS-EMP-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EMP-ENTRADA         OCCURS 20 TIMES.
               10 WS-EMP-CODIGO      PIC X(03).
               10 WS-EMP-NOME        PIC X(30).
       01  WS-IDX-EMP                PIC 9(02) VALUE ZEROES.
       01  WS-EMP-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-ENCONTRADA     VALUE "S".

       01  WS-PLANO-CONTAS.
           05 WS-PLANO-QTDE          PIC 9(03) VALUE ZEROES.
           05 WS-PLANO-ENTRADA       OCCURS 200 TIMES.
               10 WS-PLANO-NUMERO    PIC 9(08).
               10 WS-PLANO-DESCRICAO PIC X(30).
               10 WS-PLANO-CLASSE    PIC X(01).
       01  WS-IDX-PLANO              PIC 9(03) VALUE ZEROES.
       01  WS-PLANO-ACHOU            PIC X(01) VALUE "N".
           88 PLANO-ENCONTRADO       VALUE "S".
       01  WS-CONTA-PROCURADA        PIC 9(08) VALUE ZEROES.

       01  WS-TAXAS-CAMBIO.
           05 WS-TAXA-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-TAXA-ENTRADA        OCCURS 200 TIMES.
               10 WS-TAXA-MOEDA      PIC X(03).
               10 WS-TAXA-VIGENCIA   PIC 9(08).
               10 WS-TAXA-VALOR      PIC 9(03)V9(06).
       01  WS-IDX-TAXA               PIC 9(03) VALUE ZEROES.
       01  WS-DATA-TAXA              PIC 9(08) VALUE ZEROES.
       01  WS-VIGENCIA-ESCOLHIDA     PIC 9(08) VALUE ZEROES.
       01  WS-TAXA-DIA               PIC 9(03)V9(06) VALUE ZEROES.
       01  WS-TAXA-DIA-ACHOU         PIC X(01) VALUE "N".
           88 TAXA-VIGENTE-ACHADA    VALUE "S".
       01  WS-SOMA-TAXAS             PIC 9(07)V9(06) VALUE ZEROES.
       01  WS-QTDE-DIAS-TAXA         PIC 9(03) VALUE ZEROES.

       01  WS-TAXAS-PERIODO.
           05 WS-TXP-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-TXP-ENTRADA         OCCURS 20 TIMES.
               10 WS-TXP-MOEDA       PIC X(03).
               10 WS-TXP-FECHAMENTO  PIC 9(03)V9(06).
               10 WS-TXP-MEDIA       PIC 9(03)V9(06).
       01  WS-IDX-TXP                PIC 9(02) VALUE ZEROES.
       01  WS-TXP-ACHOU              PIC X(01) VALUE "N".
           88 TAXA-PERIODO-ACHADA    VALUE "S".
       01  WS-MOEDA-PROCURADA        PIC X(03) VALUE SPACES.
       01  WS-TAXA-USADA             PIC 9(03)V9(06) VALUE ZEROES.

       01  WS-PARES-ELIMINACAO.
           05 WS-PAR-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-PAR-ENTRADA         OCCURS 100 TIMES.
               10 WS-PAR-EMPRESA-1   PIC X(03).
               10 WS-PAR-CONTA-1     PIC 9(08).
               10 WS-PAR-EMPRESA-2   PIC X(03).
               10 WS-PAR-CONTA-2     PIC 9(08).
       01  WS-IDX-PAR                PIC 9(03) VALUE ZEROES.

       01  WS-CONTAS-CONSOL.
           05 WS-CON-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CON-ENTRADA         OCCURS 300 TIMES.
               10 WS-CON-CONTA       PIC 9(08).
               10 WS-CON-EMPRESAS    PIC S9(13)V99.
               10 WS-CON-CONVERSAO   PIC S9(13)V99.
               10 WS-CON-ELIMINACAO  PIC S9(13)V99.
       01  WS-IDX-CON                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-INS                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-ANT                PIC 9(03) VALUE ZEROES.
       01  WS-CON-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-CONSOL-ACHADA    VALUE "S".
       01  WS-POSICAO-ACHOU          PIC X(01) VALUE "N".
           88 POSICAO-ACHADA         VALUE "S".

       01  WS-EMPRESA-MOEDA.
           05 WS-EMO-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EMO-ENTRADA         OCCURS 50 TIMES.
               10 WS-EMO-EMPRESA     PIC X(03).
               10 WS-EMO-MOEDA       PIC X(03).
               10 WS-EMO-ORIGINAL    PIC S9(13)V99.
               10 WS-EMO-CONVERTIDO  PIC S9(13)V99.
       01  WS-IDX-EMO                PIC 9(02) VALUE ZEROES.
       01  WS-EMO-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-MOEDA-ACHADA   VALUE "S".

       01  WS-EMPRESA-CONTA.
           05 WS-ECA-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-ECA-ENTRADA         OCCURS 500 TIMES.
               10 WS-ECA-EMPRESA     PIC X(03).
               10 WS-ECA-CONTA       PIC 9(08).
               10 WS-ECA-VALOR       PIC S9(13)V99.
       01  WS-IDX-ECA                PIC 9(03) VALUE ZEROES.
       01  WS-ECA-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-CONTA-ACHADA   VALUE "S".
       01  WS-EMPRESA-PROCURADA      PIC X(03) VALUE SPACES.

       01  WS-VALOR-BRL              PIC S9(13)V99 VALUE ZEROES.
       01  WS-AJUSTE-CONVERSAO       PIC S9(13)V99 VALUE ZEROES.
       01  WS-SALDO-PONTA-1          PIC S9(13)V99 VALUE ZEROES.
       01  WS-SALDO-PONTA-2          PIC S9(13)V99 VALUE ZEROES.
       01  WS-DIFERENCA-PAR          PIC S9(13)V99 VALUE ZEROES.
       01  WS-VALOR-CONSOLIDADO      PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-EMPRESAS         PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-CONVERSAO        PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-ELIMINACAO       PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-CONSOLIDADO      PIC S9(13)V99 VALUE ZEROES.

       01  WS-QTDE-SALDOS            PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-SEM-PLANO         PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-PARES-ABERTOS     PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-GRAVADOS          PIC 9(05) VALUE ZEROES.

       01  WS-LINHA-TAXA.
           05 FILLER                 PIC X(06) VALUE "MOEDA ".
           05 WS-LTX-MOEDA           PIC X(03).
           05 FILLER                 PIC X(13) VALUE " FECHAMENTO: ".
           05 WS-LTX-FECHAMENTO      PIC ZZ9.999999.
           05 FILLER                 PIC X(08) VALUE " MEDIA: ".
           05 WS-LTX-MEDIA           PIC ZZ9.999999.

       01  WS-LINHA-CONVERSAO.
           05 FILLER                 PIC X(08) VALUE "EMPRESA ".
           05 WS-LCV-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCV-NOME            PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCV-MOEDA           PIC X(03).
           05 FILLER                 PIC X(07) VALUE " SALDO ".
           05 WS-LCV-ORIGINAL        PIC -(12)9.99.
           05 FILLER                 PIC X(07) VALUE " BRL:  ".
           05 WS-LCV-CONVERTIDO      PIC -(12)9.99.
           05 FILLER                 PIC X(08) VALUE " AJUSTE ".
           05 WS-LCV-AJUSTE          PIC -(12)9.99.

       01  WS-LINHA-PAR.
           05 WS-LPR-EMPRESA-1       PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPR-CONTA-1         PIC 9(08).
           05 FILLER                 PIC X(03) VALUE " X ".
           05 WS-LPR-EMPRESA-2       PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPR-CONTA-2         PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPR-SALDO-1         PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPR-SALDO-2         PIC -(12)9.99.
           05 FILLER                 PIC X(07) VALUE " DIF.: ".
           05 WS-LPR-DIFERENCA       PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LPR-FLAG            PIC X(20).

       01  WS-LINHA-CABEC-CONTAS.
           05 FILLER                 PIC X(40)
               VALUE "CONTA    DESCRICAO".
           05 FILLER                 PIC X(17)
               VALUE "   SOMA EMPRESAS".
           05 FILLER                 PIC X(17)
               VALUE "       CONVERSAO".
           05 FILLER                 PIC X(17)
               VALUE "      ELIMINACAO".
           05 FILLER                 PIC X(17)
               VALUE "     CONSOLIDADO".

       01  WS-LINHA-CONTA.
           05 WS-LCT-CONTA           PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCT-DESCRICAO       PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCT-EMPRESAS        PIC -(13)9.99.
           05 WS-LCT-CONVERSAO       PIC -(13)9.99.
           05 WS-LCT-ELIMINACAO      PIC -(13)9.99.
           05 WS-LCT-CONSOLIDADO     PIC -(13)9.99.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "CONSOL01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           PERFORM 002-LE-PARAMETRO
           PERFORM 003-CARREGA-EMPRESAS
           PERFORM 005-CARREGA-PLANO-CONTAS
           PERFORM 007-CARREGA-TAXAS-CAMBIO
           PERFORM 009-CARREGA-PARES
           OPEN OUTPUT RELAT-OUT-FILE
           OPEN OUTPUT CONSOL-FILE
           IF WS-FS-CONSOL NOT = "00"
               MOVE WS-FS-CONSOL TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CONSOLGL" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE WS-PERIODO-ATUAL TO WS-PERIODO-CONSOL
           PERFORM 020-CONSOLIDA-PERIODO
           MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-CONSOL
           PERFORM 020-CONSOLIDA-PERIODO
           CLOSE CONSOL-FILE
           CLOSE RELAT-OUT-FILE
           MOVE "CONSRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "CONSOLIDACAO CONCLUIDA - PERIODO " WS-PERIODO-ATUAL
               " SALDOS LIDOS: " WS-QTDE-SALDOS
               " GRAVADOS EM CONSOLGL: " WS-QTDE-GRAVADOS
               " - VER CONSRPT"
           IF WS-QTDE-PARES-ABERTOS > ZEROES
              OR WS-QTDE-SEM-PLANO > ZEROES
               DISPLAY "PARES QUE NAO FECHAM: " WS-QTDE-PARES-ABERTOS
                   " CONTAS FORA DO PLANOCTA: " WS-QTDE-SEM-PLANO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO CONSPARM AUSENTE - INFORME PERIODO E CONTAS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "CARTAO CONSPARM VAZIO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-READ
           IF PA-PERIODO IS NOT NUMERIC
              OR PA-CONTA-CONVERSAO IS NOT NUMERIC
              OR PA-CONTA-DIFERENCA IS NOT NUMERIC
               MOVE "PERIODO OU CONTAS DO CONSPARM NAO NUMERICOS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-PERIODO         TO WS-PERIODO-ATUAL
           MOVE PA-CONTA-CONVERSAO TO WS-CONTA-CONVERSAO
           MOVE PA-CONTA-DIFERENCA TO WS-CONTA-DIFERENCA
           CLOSE PARM-FILE
           COMPUTE WS-ANO-CALC = WS-PERIODO-ATUAL / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-ATUAL - WS-ANO-CALC * 100
           IF WS-MES-CALC < 1 OR WS-MES-CALC > 12
               MOVE "PERIODO DO CONSPARM INVALIDO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-MES-CALC = 1
               COMPUTE WS-PERIODO-ANTERIOR =
                   (WS-ANO-CALC - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODO-ANTERIOR =
                   WS-ANO-CALC * 100 + WS-MES-CALC - 1
           END-IF.

       003-CARREGA-EMPRESAS.
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   PERFORM 004-LE-EMPRESA UNTIL FIM-DE-EMPRESA
                   CLOSE EMPRESA-FILE
               WHEN "35"
                   DISPLAY "EMPRESA NAO ENCONTRADO - RELATORIO SEM "
                       "NOME DAS EMPRESAS"
               WHEN OTHER
                   MOVE WS-FS-EMPRESA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       004-LE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DE-EMPRESA TO TRUE
               NOT AT END
                   IF WS-EMP-QTDE = 20
                       MOVE "CADASTRO EMPRESA EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-EMP-QTDE
                   MOVE EM-CODIGO TO WS-EMP-CODIGO(WS-EMP-QTDE)
                   MOVE EM-NOME   TO WS-EMP-NOME(WS-EMP-QTDE)
           END-READ.

       005-CARREGA-PLANO-CONTAS.
           OPEN INPUT PLANO-CONTAS-FILE
           EVALUATE WS-FS-PLANO
               WHEN "00"
                   PERFORM 006-LE-PLANO-CONTAS UNTIL FIM-DO-PLANO
                   CLOSE PLANO-CONTAS-FILE
               WHEN "35"
                   MOVE "PLANOCTA NAO ENCONTRADO - CONTAS SEM CLASSE"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-PLANO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       006-LE-PLANO-CONTAS.
           READ PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF WS-PLANO-QTDE = 200
                       MOVE "PLANO DE CONTAS EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLANO-QTDE
                   MOVE PC-NUMERO-CONTA
                       TO WS-PLANO-NUMERO(WS-PLANO-QTDE)
                   MOVE PC-DESCRICAO
                       TO WS-PLANO-DESCRICAO(WS-PLANO-QTDE)
                   MOVE PC-CLASSE
                       TO WS-PLANO-CLASSE(WS-PLANO-QTDE)
           END-READ.

       007-CARREGA-TAXAS-CAMBIO.
           OPEN INPUT CAMBIO-FILE
           EVALUATE WS-FS-CAMBIO
               WHEN "00"
                   PERFORM 008-LE-TAXA-CAMBIO UNTIL FIM-DE-CAMBIO
                   CLOSE CAMBIO-FILE
               WHEN "35"
                   DISPLAY "EXRATES NAO ENCONTRADO - SO SALDOS EM BRL "
                       "PODEM SER CONSOLIDADOS"
               WHEN OTHER
                   MOVE WS-FS-CAMBIO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EXRATES" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       008-LE-TAXA-CAMBIO.
           READ CAMBIO-FILE
               AT END
                   SET FIM-DE-CAMBIO TO TRUE
               NOT AT END
                   IF WS-TAXA-QTDE = 200
                       MOVE "EXRATES EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-TAXA-QTDE
                   MOVE EX-CURRENCY-CODE
                       TO WS-TAXA-MOEDA(WS-TAXA-QTDE)
                   MOVE EX-DATA-VIGENCIA
                       TO WS-TAXA-VIGENCIA(WS-TAXA-QTDE)
                   MOVE EX-TAXA-CAMBIO
                       TO WS-TAXA-VALOR(WS-TAXA-QTDE)
           END-READ.

       009-CARREGA-PARES.
           OPEN INPUT PARES-FILE
           EVALUATE WS-FS-PARES
               WHEN "00"
                   PERFORM 010-LE-PAR UNTIL FIM-DOS-PARES
                   CLOSE PARES-FILE
               WHEN "35"
                   DISPLAY "CONSELIM NAO ENCONTRADO - CONSOLIDACAO SEM "
                       "ELIMINACAO INTERCOMPANY"
               WHEN OTHER
                   MOVE WS-FS-PARES TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CONSELIM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       010-LE-PAR.
           READ PARES-FILE
               AT END
                   SET FIM-DOS-PARES TO TRUE
               NOT AT END
                   IF CE-CONTA-1 IS NOT NUMERIC
                      OR CE-CONTA-2 IS NOT NUMERIC
                       MOVE "CONTA NAO NUMERICA NO CONSELIM"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF WS-PAR-QTDE = 100
                       MOVE "CONSELIM EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PAR-QTDE
                   MOVE CE-EMPRESA-1 TO WS-PAR-EMPRESA-1(WS-PAR-QTDE)
                   MOVE CE-CONTA-1   TO WS-PAR-CONTA-1(WS-PAR-QTDE)
                   MOVE CE-EMPRESA-2 TO WS-PAR-EMPRESA-2(WS-PAR-QTDE)
                   MOVE CE-CONTA-2   TO WS-PAR-CONTA-2(WS-PAR-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * Consolida um periodo: converte os saldos, fecha o ajuste  *
      * de conversao de cada empresa/moeda, elimina os pares      *
      * intercompany e imprime/grava o balancete consolidado.     *
      *-----------------------------------------------------------*
       020-CONSOLIDA-PERIODO.
           MOVE ZEROES TO WS-TXP-QTDE
           MOVE ZEROES TO WS-CON-QTDE
           MOVE ZEROES TO WS-EMO-QTDE
           MOVE ZEROES TO WS-ECA-QTDE
           COMPUTE WS-ANO-CALC = WS-PERIODO-CONSOL / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-CONSOL - WS-ANO-CALC * 100
           COMPUTE WS-DATA-INICIO-PERIODO =
               WS-PERIODO-CONSOL * 100 + 1
           COMPUTE WS-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-PERIODO)
           IF WS-MES-CALC = 12
               COMPUTE WS-DIA-FIM = FUNCTION INTEGER-OF-DATE
                   ((WS-ANO-CALC + 1) * 10000 + 101) - 1
           ELSE
               COMPUTE WS-DIA-FIM = FUNCTION INTEGER-OF-DATE
                   (WS-ANO-CALC * 10000
                    + (WS-MES-CALC + 1) * 100 + 1) - 1
           END-IF
           COMPUTE WS-DATA-FIM-PERIODO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-FIM)
           MOVE "N" TO WS-EOF-GLSALDO
           OPEN INPUT SALDO-GL-FILE
           EVALUATE WS-FS-GLSALDO
               WHEN "00"
                   PERFORM 021-LE-SALDO-GL UNTIL FIM-DO-GLSALDO
                   CLOSE SALDO-GL-FILE
               WHEN "35"
                   MOVE "MESTRE GLSALDO NAO ENCONTRADO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-GLSALDO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           MOVE SPACES TO RELAT-LINHA
           STRING "CONSOLIDACAO DO GRUPO EM BRL - PERIODO "
               WS-PERIODO-CONSOL " (TAXAS ATE "
               WS-DATA-FIM-PERIODO ")"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 030-IMPRIME-TAXAS
           PERFORM 032-AJUSTA-CONVERSAO
           PERFORM 035-ELIMINA-PARES
           PERFORM 040-IMPRIME-BALANCETE.

       021-LE-SALDO-GL.
           READ SALDO-GL-FILE
               AT END
                   SET FIM-DO-GLSALDO TO TRUE
               NOT AT END
                   IF SG-PERIODO = WS-PERIODO-CONSOL
                      AND SG-SALDO-FINAL NOT = ZEROES
                       ADD 1 TO WS-QTDE-SALDOS
                       PERFORM 022-CONVERTE-SALDO
                   END-IF
           END-READ.

       022-CONVERTE-SALDO.
           MOVE SG-NUMERO-CONTA TO WS-CONTA-PROCURADA
           PERFORM 023-LOCALIZA-CONTA-PLANO
           IF NOT PLANO-ENCONTRADO
               ADD 1 TO WS-QTDE-SEM-PLANO
               DISPLAY "CONTA " SG-NUMERO-CONTA " DA EMPRESA "
                   SG-COMPANY-CODE " FORA DO PLANOCTA - CONVERTIDA "
                   "COMO PATRIMONIAL"
           END-IF
           IF SG-CURRENCY-CODE = "BRL" OR SG-CURRENCY-CODE = SPACES
               MOVE 1 TO WS-TAXA-USADA
           ELSE
               MOVE SG-CURRENCY-CODE TO WS-MOEDA-PROCURADA
               PERFORM 025-OBTEM-TAXAS-PERIODO
               IF PLANO-ENCONTRADO
                  AND WS-PLANO-CLASSE(WS-IDX-PLANO) = "R"
                   MOVE WS-TXP-MEDIA(WS-IDX-TXP) TO WS-TAXA-USADA
               ELSE
                   MOVE WS-TXP-FECHAMENTO(WS-IDX-TXP)
                       TO WS-TAXA-USADA
               END-IF
           END-IF
           COMPUTE WS-VALOR-BRL ROUNDED =
               SG-SALDO-FINAL * WS-TAXA-USADA
               ON SIZE ERROR
                   MOVE "ESTOURO NA CONVERSAO DA CONSOLIDACAO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-COMPUTE
           PERFORM 026-LOCALIZA-CONTA-CONSOL
           ADD WS-VALOR-BRL TO WS-CON-EMPRESAS(WS-IDX-CON)
           PERFORM 028-ACUMULA-EMPRESA-MOEDA
           MOVE SG-COMPANY-CODE TO WS-EMPRESA-PROCURADA
           PERFORM 029-LOCALIZA-EMPRESA-CONTA
           ADD WS-VALOR-BRL TO WS-ECA-VALOR(WS-IDX-ECA).

       023-LOCALIZA-CONTA-PLANO.
           MOVE ZEROES TO WS-IDX-PLANO
           MOVE "N" TO WS-PLANO-ACHOU
           PERFORM 024-TESTA-CONTA-PLANO
               UNTIL PLANO-ENCONTRADO OR WS-IDX-PLANO = WS-PLANO-QTDE.

       024-TESTA-CONTA-PLANO.
           ADD 1 TO WS-IDX-PLANO
           IF WS-PLANO-NUMERO(WS-IDX-PLANO) = WS-CONTA-PROCURADA
               SET PLANO-ENCONTRADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Taxas da moeda no periodo, calculadas uma vez: fechamento *
      * e a taxa vigente no ultimo dia; media e a media simples   *
      * das taxas vigentes em cada dia corrido do periodo (dia    *
      * sem taxa vigente fica fora da media). Moeda sem taxa no   *
      * fechamento aborta - consolidar sem ela daria um grupo     *
      * errado sem aviso.                                         *
      *-----------------------------------------------------------*
       025-OBTEM-TAXAS-PERIODO.
           MOVE ZEROES TO WS-IDX-TXP
           MOVE "N" TO WS-TXP-ACHOU
           PERFORM 033-PROCURA-TAXA-PERIODO
               UNTIL TAXA-PERIODO-ACHADA OR WS-IDX-TXP = WS-TXP-QTDE
           IF NOT TAXA-PERIODO-ACHADA
               IF WS-TXP-QTDE = 20
                   MOVE "MAIS DE 20 MOEDAS NA CONSOLIDACAO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE WS-DATA-FIM-PERIODO TO WS-DATA-TAXA
               PERFORM 027-TAXA-NA-DATA
               IF NOT TAXA-VIGENTE-ACHADA
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "SEM TAXA NO EXRATES PARA " WS-MOEDA-PROCURADA
                       " EM " WS-DATA-FIM-PERIODO
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-TXP-QTDE
               MOVE WS-TXP-QTDE TO WS-IDX-TXP
               MOVE WS-MOEDA-PROCURADA TO WS-TXP-MOEDA(WS-IDX-TXP)
               MOVE WS-TAXA-DIA TO WS-TXP-FECHAMENTO(WS-IDX-TXP)
               MOVE ZEROES TO WS-SOMA-TAXAS
               MOVE ZEROES TO WS-QTDE-DIAS-TAXA
               MOVE WS-DIA-INICIO TO WS-DIA-INTEIRO
               PERFORM 034-SOMA-TAXA-DO-DIA
                   UNTIL WS-DIA-INTEIRO > WS-DIA-FIM
               COMPUTE WS-TXP-MEDIA(WS-IDX-TXP) ROUNDED =
                   WS-SOMA-TAXAS / WS-QTDE-DIAS-TAXA
           END-IF.

       033-PROCURA-TAXA-PERIODO.
           ADD 1 TO WS-IDX-TXP
           IF WS-TXP-MOEDA(WS-IDX-TXP) = WS-MOEDA-PROCURADA
               SET TAXA-PERIODO-ACHADA TO TRUE
           END-IF.

       034-SOMA-TAXA-DO-DIA.
           COMPUTE WS-DATA-TAXA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
           PERFORM 027-TAXA-NA-DATA
           IF TAXA-VIGENTE-ACHADA
               ADD WS-TAXA-DIA TO WS-SOMA-TAXAS
               ADD 1 TO WS-QTDE-DIAS-TAXA
           END-IF
           ADD 1 TO WS-DIA-INTEIRO.

       027-TAXA-NA-DATA.
           MOVE "N" TO WS-TAXA-DIA-ACHOU
           MOVE ZEROES TO WS-VIGENCIA-ESCOLHIDA
           MOVE ZEROES TO WS-TAXA-DIA
           MOVE ZEROES TO WS-IDX-TAXA
           PERFORM 031-TESTA-TAXA-VIGENTE
               UNTIL WS-IDX-TAXA = WS-TAXA-QTDE.

       031-TESTA-TAXA-VIGENTE.
           ADD 1 TO WS-IDX-TAXA
           IF WS-TAXA-MOEDA(WS-IDX-TAXA) = WS-MOEDA-PROCURADA
              AND WS-TAXA-VIGENCIA(WS-IDX-TAXA) NOT > WS-DATA-TAXA
              AND WS-TAXA-VIGENCIA(WS-IDX-TAXA) NOT <
                  WS-VIGENCIA-ESCOLHIDA
               MOVE WS-TAXA-VIGENCIA(WS-IDX-TAXA)
                   TO WS-VIGENCIA-ESCOLHIDA
               MOVE WS-TAXA-VALOR(WS-IDX-TAXA) TO WS-TAXA-DIA
               SET TAXA-VIGENTE-ACHADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Contas do consolidado em ordem de numero: a conta nova    *
      * entra na posicao certa, empurrando as maiores.            *
      *-----------------------------------------------------------*
       026-LOCALIZA-CONTA-CONSOL.
           MOVE ZEROES TO WS-IDX-CON
           MOVE "N" TO WS-CON-ACHOU
           PERFORM 036-TESTA-CONTA-CONSOL
               UNTIL CONTA-CONSOL-ACHADA OR WS-IDX-CON = WS-CON-QTDE
           IF NOT CONTA-CONSOL-ACHADA
               IF WS-CON-QTDE = 300
                   MOVE "MAIS DE 300 CONTAS NA CONSOLIDACAO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-CON-QTDE
               MOVE WS-CON-QTDE TO WS-IDX-INS
               MOVE "N" TO WS-POSICAO-ACHOU
               PERFORM 037-ABRE-POSICAO-CONSOL UNTIL POSICAO-ACHADA
               MOVE WS-IDX-INS TO WS-IDX-CON
               MOVE WS-CONTA-PROCURADA TO WS-CON-CONTA(WS-IDX-CON)
               MOVE ZEROES TO WS-CON-EMPRESAS(WS-IDX-CON)
               MOVE ZEROES TO WS-CON-CONVERSAO(WS-IDX-CON)
               MOVE ZEROES TO WS-CON-ELIMINACAO(WS-IDX-CON)
           END-IF.

       036-TESTA-CONTA-CONSOL.
           ADD 1 TO WS-IDX-CON
           IF WS-CON-CONTA(WS-IDX-CON) = WS-CONTA-PROCURADA
               SET CONTA-CONSOL-ACHADA TO TRUE
           END-IF.

       037-ABRE-POSICAO-CONSOL.
           IF WS-IDX-INS = 1
               SET POSICAO-ACHADA TO TRUE
           ELSE
               COMPUTE WS-IDX-ANT = WS-IDX-INS - 1
               IF WS-CON-CONTA(WS-IDX-ANT) > WS-CONTA-PROCURADA
                   MOVE WS-CON-ENTRADA(WS-IDX-ANT)
                       TO WS-CON-ENTRADA(WS-IDX-INS)
                   MOVE WS-IDX-ANT TO WS-IDX-INS
               ELSE
                   SET POSICAO-ACHADA TO TRUE
               END-IF
           END-IF.

       028-ACUMULA-EMPRESA-MOEDA.
           MOVE ZEROES TO WS-IDX-EMO
           MOVE "N" TO WS-EMO-ACHOU
           PERFORM 038-TESTA-EMPRESA-MOEDA
               UNTIL EMPRESA-MOEDA-ACHADA OR WS-IDX-EMO = WS-EMO-QTDE
           IF NOT EMPRESA-MOEDA-ACHADA
               IF WS-EMO-QTDE = 50
                   MOVE "MAIS DE 50 EMPRESA/MOEDA NA CONSOLIDACAO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-EMO-QTDE
               MOVE WS-EMO-QTDE TO WS-IDX-EMO
               MOVE SG-COMPANY-CODE TO WS-EMO-EMPRESA(WS-IDX-EMO)
               MOVE SG-CURRENCY-CODE TO WS-EMO-MOEDA(WS-IDX-EMO)
               MOVE ZEROES TO WS-EMO-ORIGINAL(WS-IDX-EMO)
               MOVE ZEROES TO WS-EMO-CONVERTIDO(WS-IDX-EMO)
           END-IF
           ADD SG-SALDO-FINAL TO WS-EMO-ORIGINAL(WS-IDX-EMO)
           ADD WS-VALOR-BRL TO WS-EMO-CONVERTIDO(WS-IDX-EMO).

       038-TESTA-EMPRESA-MOEDA.
           ADD 1 TO WS-IDX-EMO
           IF WS-EMO-EMPRESA(WS-IDX-EMO) = SG-COMPANY-CODE
              AND WS-EMO-MOEDA(WS-IDX-EMO) = SG-CURRENCY-CODE
               SET EMPRESA-MOEDA-ACHADA TO TRUE
           END-IF.

       029-LOCALIZA-EMPRESA-CONTA.
           MOVE ZEROES TO WS-IDX-ECA
           MOVE "N" TO WS-ECA-ACHOU
           PERFORM 039-TESTA-EMPRESA-CONTA
               UNTIL EMPRESA-CONTA-ACHADA OR WS-IDX-ECA = WS-ECA-QTDE
           IF NOT EMPRESA-CONTA-ACHADA
               IF WS-ECA-QTDE = 500
                   MOVE "MAIS DE 500 EMPRESA/CONTA NA CONSOLIDACAO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-ECA-QTDE
               MOVE WS-ECA-QTDE TO WS-IDX-ECA
               MOVE WS-EMPRESA-PROCURADA TO WS-ECA-EMPRESA(WS-IDX-ECA)
               MOVE WS-CONTA-PROCURADA TO WS-ECA-CONTA(WS-IDX-ECA)
               MOVE ZEROES TO WS-ECA-VALOR(WS-IDX-ECA)
           END-IF.

       039-TESTA-EMPRESA-CONTA.
           ADD 1 TO WS-IDX-ECA
           IF WS-ECA-EMPRESA(WS-IDX-ECA) = WS-EMPRESA-PROCURADA
              AND WS-ECA-CONTA(WS-IDX-ECA) = WS-CONTA-PROCURADA
               SET EMPRESA-CONTA-ACHADA TO TRUE
           END-IF.

       030-IMPRIME-TAXAS.
           IF WS-TXP-QTDE > ZEROES
               MOVE "TAXAS DE CONVERSAO PARA BRL:" TO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE ZEROES TO WS-IDX-TXP
               PERFORM 041-IMPRIME-UMA-TAXA
                   UNTIL WS-IDX-TXP = WS-TXP-QTDE
               MOVE SPACES TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       041-IMPRIME-UMA-TAXA.
           ADD 1 TO WS-IDX-TXP
           MOVE WS-TXP-MOEDA(WS-IDX-TXP)      TO WS-LTX-MOEDA
           MOVE WS-TXP-FECHAMENTO(WS-IDX-TXP) TO WS-LTX-FECHAMENTO
           MOVE WS-TXP-MEDIA(WS-IDX-TXP)      TO WS-LTX-MEDIA
           MOVE WS-LINHA-TAXA TO RELAT-LINHA
           WRITE RELAT-LINHA.

      *-----------------------------------------------------------*
      * Cada empresa/moeda fecha em zero na moeda de origem; o    *
      * que sobra depois de converter a patrimonial no fechamento *
      * e a de resultado na media e o ajuste de conversao, levado *
      * a conta do cartao com o sinal que zera a empresa em BRL.  *
      *-----------------------------------------------------------*
       032-AJUSTA-CONVERSAO.
           MOVE "CONVERSAO POR EMPRESA E MOEDA:" TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-CONTA-CONVERSAO TO WS-CONTA-PROCURADA
           MOVE ZEROES TO WS-IDX-EMO
           PERFORM 042-AJUSTA-UMA-EMPRESA
               UNTIL WS-IDX-EMO = WS-EMO-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA.

       042-AJUSTA-UMA-EMPRESA.
           ADD 1 TO WS-IDX-EMO
           COMPUTE WS-AJUSTE-CONVERSAO =
               ZEROES - WS-EMO-CONVERTIDO(WS-IDX-EMO)
           IF WS-AJUSTE-CONVERSAO NOT = ZEROES
               PERFORM 026-LOCALIZA-CONTA-CONSOL
               ADD WS-AJUSTE-CONVERSAO TO WS-CON-CONVERSAO(WS-IDX-CON)
           END-IF
           MOVE WS-EMO-EMPRESA(WS-IDX-EMO) TO WS-LCV-EMPRESA
           MOVE SPACES TO WS-LCV-NOME
           MOVE ZEROES TO WS-IDX-EMP
           MOVE "N" TO WS-EMP-ACHOU
           PERFORM 043-PROCURA-EMPRESA
               UNTIL EMPRESA-ENCONTRADA OR WS-IDX-EMP = WS-EMP-QTDE
           IF EMPRESA-ENCONTRADA
               MOVE WS-EMP-NOME(WS-IDX-EMP) TO WS-LCV-NOME
           END-IF
           MOVE WS-EMO-MOEDA(WS-IDX-EMO)      TO WS-LCV-MOEDA
           MOVE WS-EMO-ORIGINAL(WS-IDX-EMO)   TO WS-LCV-ORIGINAL
           MOVE WS-EMO-CONVERTIDO(WS-IDX-EMO) TO WS-LCV-CONVERTIDO
           MOVE WS-AJUSTE-CONVERSAO           TO WS-LCV-AJUSTE
           MOVE WS-LINHA-CONVERSAO TO RELAT-LINHA
           WRITE RELAT-LINHA.

       043-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EMP
           IF WS-EMP-CODIGO(WS-IDX-EMP) = WS-EMO-EMPRESA(WS-IDX-EMO)
               SET EMPRESA-ENCONTRADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Eliminacao ponta a ponta: o saldo em BRL de cada ponta    *
      * sai pela coluna de eliminacao da sua conta; a soma das    *
      * duas (zero quando o par fecha) entra na conta de          *
      * diferenca, para o consolidado continuar balanceado.       *
      *-----------------------------------------------------------*
       035-ELIMINA-PARES.
           IF WS-PAR-QTDE > ZEROES
               MOVE "ELIMINACOES INTERCOMPANY:" TO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE ZEROES TO WS-IDX-PAR
               PERFORM 044-ELIMINA-UM-PAR
                   UNTIL WS-IDX-PAR = WS-PAR-QTDE
               MOVE SPACES TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       044-ELIMINA-UM-PAR.
           ADD 1 TO WS-IDX-PAR
           MOVE WS-PAR-EMPRESA-1(WS-IDX-PAR) TO WS-EMPRESA-PROCURADA
           MOVE WS-PAR-CONTA-1(WS-IDX-PAR)   TO WS-CONTA-PROCURADA
           PERFORM 045-SALDO-DA-PONTA
           MOVE WS-VALOR-BRL TO WS-SALDO-PONTA-1
           MOVE WS-PAR-EMPRESA-2(WS-IDX-PAR) TO WS-EMPRESA-PROCURADA
           MOVE WS-PAR-CONTA-2(WS-IDX-PAR)   TO WS-CONTA-PROCURADA
           PERFORM 045-SALDO-DA-PONTA
           MOVE WS-VALOR-BRL TO WS-SALDO-PONTA-2
           COMPUTE WS-DIFERENCA-PAR =
               WS-SALDO-PONTA-1 + WS-SALDO-PONTA-2
           IF WS-DIFERENCA-PAR NOT = ZEROES
               MOVE WS-CONTA-DIFERENCA TO WS-CONTA-PROCURADA
               PERFORM 026-LOCALIZA-CONTA-CONSOL
               ADD WS-DIFERENCA-PAR TO WS-CON-ELIMINACAO(WS-IDX-CON)
               ADD 1 TO WS-QTDE-PARES-ABERTOS
               MOVE "<< PAR NAO FECHA" TO WS-LPR-FLAG
           ELSE
               MOVE SPACES TO WS-LPR-FLAG
           END-IF
           MOVE WS-PAR-EMPRESA-1(WS-IDX-PAR) TO WS-LPR-EMPRESA-1
           MOVE WS-PAR-CONTA-1(WS-IDX-PAR)   TO WS-LPR-CONTA-1
           MOVE WS-PAR-EMPRESA-2(WS-IDX-PAR) TO WS-LPR-EMPRESA-2
           MOVE WS-PAR-CONTA-2(WS-IDX-PAR)   TO WS-LPR-CONTA-2
           MOVE WS-SALDO-PONTA-1 TO WS-LPR-SALDO-1
           MOVE WS-SALDO-PONTA-2 TO WS-LPR-SALDO-2
           MOVE WS-DIFERENCA-PAR TO WS-LPR-DIFERENCA
           MOVE WS-LINHA-PAR TO RELAT-LINHA
           WRITE RELAT-LINHA.

       045-SALDO-DA-PONTA.
           MOVE ZEROES TO WS-VALOR-BRL
           MOVE ZEROES TO WS-IDX-ECA
           MOVE "N" TO WS-ECA-ACHOU
           PERFORM 039-TESTA-EMPRESA-CONTA
               UNTIL EMPRESA-CONTA-ACHADA OR WS-IDX-ECA = WS-ECA-QTDE
           IF EMPRESA-CONTA-ACHADA
               MOVE WS-ECA-VALOR(WS-IDX-ECA) TO WS-VALOR-BRL
               MOVE ZEROES TO WS-ECA-VALOR(WS-IDX-ECA)
               PERFORM 026-LOCALIZA-CONTA-CONSOL
               SUBTRACT WS-VALOR-BRL FROM WS-CON-ELIMINACAO(WS-IDX-CON)
           END-IF.

       040-IMPRIME-BALANCETE.
           MOVE ZEROES TO WS-TOTAL-EMPRESAS
           MOVE ZEROES TO WS-TOTAL-CONVERSAO
           MOVE ZEROES TO WS-TOTAL-ELIMINACAO
           MOVE ZEROES TO WS-TOTAL-CONSOLIDADO
           MOVE "BALANCETE CONSOLIDADO (CREDITO +, DEBITO -):"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-LINHA-CABEC-CONTAS TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-CON-QTDE = ZEROES
               MOVE "NENHUM SALDO NO PERIODO" TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           MOVE ZEROES TO WS-IDX-CON
           PERFORM 046-IMPRIME-UMA-CONTA
               UNTIL WS-IDX-CON = WS-CON-QTDE
           MOVE SPACES TO WS-LCT-CONTA
           MOVE "TOTAL DO GRUPO" TO WS-LCT-DESCRICAO
           MOVE WS-TOTAL-EMPRESAS    TO WS-LCT-EMPRESAS
           MOVE WS-TOTAL-CONVERSAO   TO WS-LCT-CONVERSAO
           MOVE WS-TOTAL-ELIMINACAO  TO WS-LCT-ELIMINACAO
           MOVE WS-TOTAL-CONSOLIDADO TO WS-LCT-CONSOLIDADO
           MOVE WS-LINHA-CONTA TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-TOTAL-CONSOLIDADO NOT = ZEROES
               DISPLAY "CONSOLIDADO DO PERIODO " WS-PERIODO-CONSOL
                   " NAO FECHA EM ZERO - VER CONSRPT"
           END-IF.

       046-IMPRIME-UMA-CONTA.
           ADD 1 TO WS-IDX-CON
           COMPUTE WS-VALOR-CONSOLIDADO =
               WS-CON-EMPRESAS(WS-IDX-CON)
               + WS-CON-CONVERSAO(WS-IDX-CON)
               + WS-CON-ELIMINACAO(WS-IDX-CON)
           MOVE WS-CON-CONTA(WS-IDX-CON) TO WS-CONTA-PROCURADA
           PERFORM 023-LOCALIZA-CONTA-PLANO
           MOVE WS-CON-CONTA(WS-IDX-CON) TO WS-LCT-CONTA
           IF PLANO-ENCONTRADO
               MOVE WS-PLANO-DESCRICAO(WS-IDX-PLANO)
                   TO WS-LCT-DESCRICAO
           ELSE
               MOVE "CONTA FORA DO PLANOCTA" TO WS-LCT-DESCRICAO
           END-IF
           MOVE WS-CON-EMPRESAS(WS-IDX-CON)   TO WS-LCT-EMPRESAS
           MOVE WS-CON-CONVERSAO(WS-IDX-CON)  TO WS-LCT-CONVERSAO
           MOVE WS-CON-ELIMINACAO(WS-IDX-CON) TO WS-LCT-ELIMINACAO
           MOVE WS-VALOR-CONSOLIDADO          TO WS-LCT-CONSOLIDADO
           MOVE WS-LINHA-CONTA TO RELAT-LINHA
           WRITE RELAT-LINHA
           ADD WS-CON-EMPRESAS(WS-IDX-CON)   TO WS-TOTAL-EMPRESAS
           ADD WS-CON-CONVERSAO(WS-IDX-CON)  TO WS-TOTAL-CONVERSAO
           ADD WS-CON-ELIMINACAO(WS-IDX-CON) TO WS-TOTAL-ELIMINACAO
           ADD WS-VALOR-CONSOLIDADO          TO WS-TOTAL-CONSOLIDADO
           IF WS-VALOR-CONSOLIDADO NOT = ZEROES
               MOVE WS-CON-CONTA(WS-IDX-CON) TO CN-NUMERO-CONTA
               MOVE WS-PERIODO-CONSOL        TO CN-PERIODO
               MOVE "CON"                    TO CN-COMPANY-CODE
               MOVE "BRL"                    TO CN-CURRENCY-CODE
               MOVE SPACES                   TO CN-CENTRO-CUSTO
               MOVE ZEROES                   TO CN-SALDO-INICIAL
               MOVE ZEROES                   TO CN-DEBITOS-PERIODO
               MOVE ZEROES                   TO CN-CREDITOS-PERIODO
               MOVE WS-VALOR-CONSOLIDADO     TO CN-SALDO-FINAL
               SET CN-PERIODO-FECHADO        TO TRUE
               WRITE CN-SALDO-REC
               ADD 1 TO WS-QTDE-GRAVADOS
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
