       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEND01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: tendencia de 13 meses por *
      *              conta a partir do GLSALDO. O cartao TENDPARM  *
      *              traz o periodo final (AAAAMM; ausente usa o   *
      *              periodo corrente), o modo (S = saldo de       *
      *              fechamento, M = movimento liquido do mes),    *
      *              filtros opcionais de empresa e moeda, a       *
      *              tolerancia de desvio (percentual sobre a      *
      *              media da propria conta; ausente usa 050) e S  *
      *              para gravar tambem o extrato delimitado       *
      *              TENDCSV. Relatorio TENDRPT por empresa/moeda/ *
      *              conta (centros de custo somados): os 13       *
      *              periodos com a variacao sobre o mes anterior  *
      *              e o desvio sobre a media, o total e a media,  *
      *              marcando o mes que passou da tolerancia. Sem  *
      *              registro no periodo, o saldo de fechamento    *
      *              repete o do mes anterior. Sinal do suite:     *
      *              credito soma, debito subtrai.                 *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio TENDRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "TENDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT SALDO-GL-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-GLSALDO.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT RELAT-OUT-FILE ASSIGN TO "TENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRATO-FILE ASSIGN TO "TENDCSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-PERIODO             PIC 9(06).
           05 PA-MODO                PIC X(01).
           05 PA-COMPANY             PIC X(03).
           05 PA-CURRENCY            PIC X(03).
           05 PA-DESVIO-PCT          PIC 9(03).
           05 PA-DELIMITADO          PIC X(01).
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  EXTRATO-FILE.
       01  EXTRATO-LINHA             PIC X(200).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-PLANO               PIC X(02).

       01  WS-PERIODO-FINAL          PIC 9(06) VALUE ZEROES.
       01  WS-MODO                   PIC X(01) VALUE "S".
           88 MODO-SALDO             VALUE "S".
           88 MODO-MOVIMENTO         VALUE "M".
       01  WS-FILTRO-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-FILTRO-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-DESVIO-TOLERANCIA      PIC 9(03) VALUE 050.
       01  WS-DELIMITADO             PIC X(01) VALUE "N".
           88 GRAVA-DELIMITADO       VALUE "S".

       01  WS-EOF-GLSALDO            PIC X(01) VALUE "N".
           88 FIM-DO-GLSALDO         VALUE "S".
       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".

      *-----------------------------------------------------------*
      * Janela de 14 meses: o primeiro e o mes anterior ao        *
      * primeiro periodo impresso, lido so para a variacao do     *
      * primeiro mes e para o saldo repetido.                     *
      *-----------------------------------------------------------*
       01  WS-JANELA.
           05 WS-JAN-PERIODO         PIC 9(06) OCCURS 14 TIMES.
       01  WS-IDX-JAN                PIC 9(02) VALUE ZEROES.
       01  WS-MESES-FINAL            PIC 9(06) VALUE ZEROES.
       01  WS-MESES-INICIAL          PIC 9(06) VALUE ZEROES.
       01  WS-MESES-REGISTRO         PIC 9(06) VALUE ZEROES.
       01  WS-MESES-CALCULO          PIC 9(06) VALUE ZEROES.
       01  WS-ANO-CALCULO            PIC 9(04) VALUE ZEROES.
       01  WS-MES-CALCULO            PIC 9(02) VALUE ZEROES.

       01  WS-PLANO-CONTAS.
           05 WS-PLANO-QTDE          PIC 9(04) VALUE ZEROES.
           05 WS-PLANO-ENTRADA       OCCURS 2000 TIMES.
               10 WS-PLANO-NUMERO    PIC 9(08).
               10 WS-PLANO-DESCRICAO PIC X(30).
       01  WS-IDX-PLANO              PIC 9(04) VALUE ZEROES.
       01  WS-PLANO-ACHOU            PIC X(01) VALUE "N".
           88 PLANO-ENCONTRADO       VALUE "S".

       01  WS-TABELA-TENDENCIA.
           05 WS-TND-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-TND-ENTRADA         OCCURS 300 TIMES.
               10 WS-TND-COMPANY     PIC X(03).
               10 WS-TND-CURRENCY    PIC X(03).
               10 WS-TND-CONTA       PIC 9(08).
               10 WS-TND-MES         OCCURS 14 TIMES.
                   15 WS-TND-VALOR   PIC S9(11)V99.
                   15 WS-TND-TEM     PIC X(01).
       01  WS-IDX-TND                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-INS                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-ANT                PIC 9(03) VALUE ZEROES.
       01  WS-TND-ACHOU              PIC X(01) VALUE "N".
           88 LINHA-ENCONTRADA       VALUE "S".
       01  WS-POSICAO-ACHOU          PIC X(01) VALUE "N".
           88 POSICAO-ACHADA         VALUE "S".
       01  WS-CHAVE-PROCURADA.
           05 WS-PROC-COMPANY        PIC X(03).
           05 WS-PROC-CURRENCY       PIC X(03).
           05 WS-PROC-CONTA          PIC 9(08).
       01  WS-CHAVE-TABELA.
           05 WS-TAB-COMPANY         PIC X(03).
           05 WS-TAB-CURRENCY        PIC X(03).
           05 WS-TAB-CONTA           PIC 9(08).
       01  WS-QUEBRA-ANTERIOR        PIC X(06) VALUE HIGH-VALUES.
       01  WS-QUEBRA-ATUAL           PIC X(06) VALUE SPACES.

       01  WS-VALOR-MES              PIC S9(11)V99 VALUE ZEROES.
       01  WS-VALOR-ANTERIOR         PIC S9(11)V99 VALUE ZEROES.
       01  WS-VARIACAO-MES           PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-CONTA            PIC S9(13)V99 VALUE ZEROES.
       01  WS-MEDIA-CONTA            PIC S9(11)V99 VALUE ZEROES.
       01  WS-MEDIA-ABS              PIC 9(11)V99 VALUE ZEROES.
       01  WS-DESVIO-PCT             PIC S9(05)V9 VALUE ZEROES.
       01  WS-DESVIO-ABS             PIC 9(05)V9 VALUE ZEROES.
       01  WS-ALERTA                 PIC X(01) VALUE "N".
           88 MES-COM-DESVIO         VALUE "S".
       01  WS-QTDE-DESVIOS           PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-LINHAS-CSV        PIC 9(07) VALUE ZEROES.

       01  WS-LINHA-QUEBRA.
           05 FILLER                 PIC X(08) VALUE "EMPRESA ".
           05 WS-QBR-COMPANY         PIC X(03).
           05 FILLER                 PIC X(07) VALUE " MOEDA ".
           05 WS-QBR-CURRENCY        PIC X(03).

       01  WS-LINHA-CONTA.
           05 FILLER                 PIC X(08) VALUE "  CONTA ".
           05 WS-LCT-CONTA           PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LCT-DESCRICAO       PIC X(30).

       01  WS-LINHA-MES.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-LMS-PERIODO         PIC X(06).
           05 FILLER                 PIC X(08) VALUE " VALOR: ".
           05 WS-LMS-VALOR           PIC -(11)9.99.
           05 FILLER                 PIC X(10) VALUE " VAR MES: ".
           05 WS-LMS-VARIACAO        PIC -(11)9.99.
           05 FILLER                 PIC X(09) VALUE " DESVIO: ".
           05 WS-LMS-DESVIO          PIC -(4)9.9.
           05 FILLER                 PIC X(02) VALUE "% ".
           05 WS-LMS-ALERTA          PIC X(11).

       01  WS-LINHA-TOTAL.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-LTT-ROTULO          PIC X(06).
           05 FILLER                 PIC X(08) VALUE "      : ".
           05 WS-LTT-VALOR           PIC -(13)9.99.

       01  WS-PERIODO-EDITADO        PIC 9(06).
       01  WS-CONTA-EDITADA          PIC 9(08).
       01  WS-VALOR-EDITADO          PIC -(11)9.99.
       01  WS-VARIACAO-EDITADA       PIC -(11)9.99.
       01  WS-DESVIO-EDITADO         PIC -(4)9.9.
       01  WS-QTDE-EDITADA           PIC 9(07).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "TEND01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           PERFORM 002-LE-PARAMETRO
           PERFORM 003-MONTA-JANELA
           PERFORM 030-CARREGA-PLANO-CONTAS
           PERFORM 005-ACUMULA-SALDOS
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           IF MODO-SALDO
               STRING "TENDENCIA 13 MESES - SALDO DE FECHAMENTO - "
                   "PERIODOS " WS-JAN-PERIODO(2) " A "
                   WS-JAN-PERIODO(14) " - DESVIO TOLERADO "
                   WS-DESVIO-TOLERANCIA "%"
                   DELIMITED BY SIZE INTO RELAT-LINHA
           ELSE
               STRING "TENDENCIA 13 MESES - MOVIMENTO LIQUIDO - "
                   "PERIODOS " WS-JAN-PERIODO(2) " A "
                   WS-JAN-PERIODO(14) " - DESVIO TOLERADO "
                   WS-DESVIO-TOLERANCIA "%"
                   DELIMITED BY SIZE INTO RELAT-LINHA
           END-IF
           WRITE RELAT-LINHA
           MOVE "SINAL: CREDITO SOMA, DEBITO SUBTRAI" TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF GRAVA-DELIMITADO
               OPEN OUTPUT EXTRATO-FILE
               MOVE SPACES TO EXTRATO-LINHA
               STRING "EMPRESA,MOEDA,CONTA,MODO,PERIODO,VALOR,"
                   "VARIACAO_MES,DESVIO_PCT,ALERTA"
                   DELIMITED BY SIZE INTO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
           END-IF
           IF WS-TND-QTDE = ZEROES
               MOVE SPACES TO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE "NENHUM SALDO NOS 13 PERIODOS" TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           MOVE ZEROES TO WS-IDX-TND
           PERFORM 010-IMPRIME-CONTA UNTIL WS-IDX-TND = WS-TND-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "CONTAS: " WS-TND-QTDE
               "   MESES FORA DA TOLERANCIA: " WS-QTDE-DESVIOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "TENDRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           IF GRAVA-DELIMITADO
               MOVE WS-QTDE-LINHAS-CSV TO WS-QTDE-EDITADA
               MOVE SPACES TO EXTRATO-LINHA
               STRING "TRAILER," WS-QTDE-EDITADA
                   DELIMITED BY SIZE INTO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
               CLOSE EXTRATO-FILE
               DISPLAY "EXTRATO DELIMITADO GRAVADO EM TENDCSV"
           END-IF
           DISPLAY "TENDENCIA GRAVADA EM TENDRPT - CONTAS: "
               WS-TND-QTDE " MESES FORA DA TOLERANCIA: "
               WS-QTDE-DESVIOS
           GOBACK.

       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PA-PERIODO IS NUMERIC
                               MOVE PA-PERIODO TO WS-PERIODO-FINAL
                           END-IF
                           IF PA-MODO = "M"
                               SET MODO-MOVIMENTO TO TRUE
                           END-IF
                           MOVE PA-COMPANY  TO WS-FILTRO-COMPANY
                           MOVE PA-CURRENCY TO WS-FILTRO-CURRENCY
                           IF PA-DESVIO-PCT IS NUMERIC
                              AND PA-DESVIO-PCT NOT = ZEROES
                               MOVE PA-DESVIO-PCT
                                   TO WS-DESVIO-TOLERANCIA
                           END-IF
                           IF PA-DELIMITADO = "S"
                               SET GRAVA-DELIMITADO TO TRUE
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "FALHA AO ABRIR TENDPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-PERIODO-FINAL = ZEROES
               CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
                   DH-TEMPO-ATUAL DH-DIA-SEMANA
               COMPUTE WS-PERIODO-FINAL =
                   DH-ANO-ATUAL * 100 + DH-MES-ATUAL
               DISPLAY "TENDPARM SEM PERIODO - USANDO O PERIODO "
                   "CORRENTE " WS-PERIODO-FINAL
           END-IF.

      *-----------------------------------------------------------*
      * Periodos contados em meses corridos (ano * 12 + mes - 1)  *
      * para andar para tras sem tratar a virada de ano a mao.    *
      *-----------------------------------------------------------*
       003-MONTA-JANELA.
           DIVIDE WS-PERIODO-FINAL BY 100 GIVING WS-ANO-CALCULO
               REMAINDER WS-MES-CALCULO
           IF WS-MES-CALCULO < 1 OR WS-MES-CALCULO > 12
               MOVE "PERIODO FINAL INVALIDO NO TENDPARM"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           COMPUTE WS-MESES-FINAL =
               WS-ANO-CALCULO * 12 + WS-MES-CALCULO - 1
           COMPUTE WS-MESES-INICIAL = WS-MESES-FINAL - 13
           MOVE ZEROES TO WS-IDX-JAN
           PERFORM 004-MONTA-PERIODO UNTIL WS-IDX-JAN = 14.

       004-MONTA-PERIODO.
           ADD 1 TO WS-IDX-JAN
           COMPUTE WS-MESES-CALCULO = WS-MESES-INICIAL + WS-IDX-JAN - 1
           DIVIDE WS-MESES-CALCULO BY 12 GIVING WS-ANO-CALCULO
               REMAINDER WS-MES-CALCULO
           COMPUTE WS-JAN-PERIODO(WS-IDX-JAN) =
               WS-ANO-CALCULO * 100 + WS-MES-CALCULO + 1.

       005-ACUMULA-SALDOS.
           OPEN INPUT SALDO-GL-FILE
           EVALUATE WS-FS-GLSALDO
               WHEN "00"
                   PERFORM 006-LE-SALDO-GL UNTIL FIM-DO-GLSALDO
                   CLOSE SALDO-GL-FILE
               WHEN "35"
                   DISPLAY "GLSALDO NAO ENCONTRADO - TENDENCIA VAZIA"
               WHEN OTHER
                   MOVE WS-FS-GLSALDO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       006-LE-SALDO-GL.
           READ SALDO-GL-FILE
               AT END
                   SET FIM-DO-GLSALDO TO TRUE
               NOT AT END
                   IF (WS-FILTRO-COMPANY = SPACES
                       OR SG-COMPANY-CODE = WS-FILTRO-COMPANY)
                      AND (WS-FILTRO-CURRENCY = SPACES
                       OR SG-CURRENCY-CODE = WS-FILTRO-CURRENCY)
                       PERFORM 007-POSICIONA-PERIODO
                   END-IF
           END-READ.

       007-POSICIONA-PERIODO.
           DIVIDE SG-PERIODO BY 100 GIVING WS-ANO-CALCULO
               REMAINDER WS-MES-CALCULO
           COMPUTE WS-MESES-REGISTRO =
               WS-ANO-CALCULO * 12 + WS-MES-CALCULO - 1
           IF WS-MES-CALCULO NOT < 1 AND WS-MES-CALCULO NOT > 12
              AND WS-MESES-REGISTRO NOT < WS-MESES-INICIAL
              AND WS-MESES-REGISTRO NOT > WS-MESES-FINAL
               PERFORM 008-ACUMULA-PERIODO
           END-IF.

       008-ACUMULA-PERIODO.
           COMPUTE WS-IDX-JAN = WS-MESES-REGISTRO - WS-MESES-INICIAL + 1
           MOVE SG-COMPANY-CODE  TO WS-PROC-COMPANY
           MOVE SG-CURRENCY-CODE TO WS-PROC-CURRENCY
           MOVE SG-NUMERO-CONTA  TO WS-PROC-CONTA
           PERFORM 020-ACHA-OU-CRIA-LINHA
           IF MODO-SALDO
               ADD SG-SALDO-FINAL
                   TO WS-TND-VALOR(WS-IDX-TND, WS-IDX-JAN)
           ELSE
               COMPUTE WS-TND-VALOR(WS-IDX-TND, WS-IDX-JAN) =
                   WS-TND-VALOR(WS-IDX-TND, WS-IDX-JAN)
                   + SG-CREDITOS-PERIODO - SG-DEBITOS-PERIODO
           END-IF
           MOVE "S" TO WS-TND-TEM(WS-IDX-TND, WS-IDX-JAN).

      *-----------------------------------------------------------*
      * Uma conta: os 13 periodos, total e media. No modo saldo o *
      * mes sem registro repete o fechamento do mes anterior.     *
      *-----------------------------------------------------------*
       010-IMPRIME-CONTA.
           ADD 1 TO WS-IDX-TND
           MOVE WS-TND-COMPANY(WS-IDX-TND)  TO WS-QBR-COMPANY
           MOVE WS-TND-CURRENCY(WS-IDX-TND) TO WS-QBR-CURRENCY
           MOVE WS-TND-COMPANY(WS-IDX-TND)  TO WS-QUEBRA-ATUAL(1:3)
           MOVE WS-TND-CURRENCY(WS-IDX-TND) TO WS-QUEBRA-ATUAL(4:3)
           IF WS-QUEBRA-ATUAL NOT = WS-QUEBRA-ANTERIOR
               MOVE SPACES TO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE WS-LINHA-QUEBRA TO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE WS-QUEBRA-ATUAL TO WS-QUEBRA-ANTERIOR
           END-IF
           IF MODO-SALDO
               MOVE 1 TO WS-IDX-JAN
               PERFORM 011-REPETE-SALDO UNTIL WS-IDX-JAN = 14
           END-IF
           MOVE ZEROES TO WS-TOTAL-CONTA
           MOVE 1 TO WS-IDX-JAN
           PERFORM 012-SOMA-MES UNTIL WS-IDX-JAN = 14
           COMPUTE WS-MEDIA-CONTA ROUNDED = WS-TOTAL-CONTA / 13
           IF WS-MEDIA-CONTA < ZEROES
               COMPUTE WS-MEDIA-ABS = WS-MEDIA-CONTA * -1
           ELSE
               MOVE WS-MEDIA-CONTA TO WS-MEDIA-ABS
           END-IF
           MOVE WS-TND-CONTA(WS-IDX-TND) TO WS-LCT-CONTA
           PERFORM 032-PROCURA-DESCRICAO
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-LINHA-CONTA TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE 1 TO WS-IDX-JAN
           PERFORM 013-IMPRIME-MES UNTIL WS-IDX-JAN = 14
           MOVE "TOTAL" TO WS-LTT-ROTULO
           MOVE WS-TOTAL-CONTA TO WS-LTT-VALOR
           MOVE WS-LINHA-TOTAL TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "MEDIA" TO WS-LTT-ROTULO
           MOVE WS-MEDIA-CONTA TO WS-LTT-VALOR
           MOVE WS-LINHA-TOTAL TO RELAT-LINHA
           WRITE RELAT-LINHA.

       011-REPETE-SALDO.
           ADD 1 TO WS-IDX-JAN
           IF WS-TND-TEM(WS-IDX-TND, WS-IDX-JAN) NOT = "S"
               MOVE WS-TND-VALOR(WS-IDX-TND, WS-IDX-JAN - 1)
                   TO WS-TND-VALOR(WS-IDX-TND, WS-IDX-JAN)
           END-IF.

       012-SOMA-MES.
           ADD 1 TO WS-IDX-JAN
           ADD WS-TND-VALOR(WS-IDX-TND, WS-IDX-JAN) TO WS-TOTAL-CONTA.

       013-IMPRIME-MES.
           ADD 1 TO WS-IDX-JAN
           MOVE WS-TND-VALOR(WS-IDX-TND, WS-IDX-JAN) TO WS-VALOR-MES
           MOVE WS-TND-VALOR(WS-IDX-TND, WS-IDX-JAN - 1)
               TO WS-VALOR-ANTERIOR
           COMPUTE WS-VARIACAO-MES = WS-VALOR-MES - WS-VALOR-ANTERIOR
           MOVE "N" TO WS-ALERTA
           IF WS-MEDIA-ABS = ZEROES
               MOVE ZEROES TO WS-DESVIO-PCT
               IF WS-VALOR-MES NOT = ZEROES
                   SET MES-COM-DESVIO TO TRUE
               END-IF
           ELSE
               COMPUTE WS-DESVIO-PCT ROUNDED =
                   (WS-VALOR-MES - WS-MEDIA-CONTA) * 100 / WS-MEDIA-ABS
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-DESVIO-PCT
               END-COMPUTE
               IF WS-DESVIO-PCT < ZEROES
                   COMPUTE WS-DESVIO-ABS = WS-DESVIO-PCT * -1
               ELSE
                   MOVE WS-DESVIO-PCT TO WS-DESVIO-ABS
               END-IF
               IF WS-DESVIO-ABS > WS-DESVIO-TOLERANCIA
                   SET MES-COM-DESVIO TO TRUE
               END-IF
           END-IF
           MOVE WS-JAN-PERIODO(WS-IDX-JAN) TO WS-LMS-PERIODO
           MOVE WS-VALOR-MES    TO WS-LMS-VALOR
           MOVE WS-VARIACAO-MES TO WS-LMS-VARIACAO
           MOVE WS-DESVIO-PCT   TO WS-LMS-DESVIO
           IF MES-COM-DESVIO
               MOVE "<< DESVIO" TO WS-LMS-ALERTA
               ADD 1 TO WS-QTDE-DESVIOS
           ELSE
               MOVE SPACES TO WS-LMS-ALERTA
           END-IF
           MOVE WS-LINHA-MES TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF GRAVA-DELIMITADO
               PERFORM 015-GRAVA-LINHA-CSV
           END-IF.

       015-GRAVA-LINHA-CSV.
           MOVE WS-TND-CONTA(WS-IDX-TND)   TO WS-CONTA-EDITADA
           MOVE WS-JAN-PERIODO(WS-IDX-JAN) TO WS-PERIODO-EDITADO
           MOVE WS-VALOR-MES    TO WS-VALOR-EDITADO
           MOVE WS-VARIACAO-MES TO WS-VARIACAO-EDITADA
           MOVE WS-DESVIO-PCT   TO WS-DESVIO-EDITADO
           MOVE SPACES TO EXTRATO-LINHA
           STRING FUNCTION TRIM(WS-TND-COMPANY(WS-IDX-TND)) ","
               FUNCTION TRIM(WS-TND-CURRENCY(WS-IDX-TND)) ","
               WS-CONTA-EDITADA ","
               WS-MODO ","
               WS-PERIODO-EDITADO ","
               FUNCTION TRIM(WS-VALOR-EDITADO) ","
               FUNCTION TRIM(WS-VARIACAO-EDITADA) ","
               FUNCTION TRIM(WS-DESVIO-EDITADO) ","
               WS-ALERTA
               DELIMITED BY SIZE INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           ADD 1 TO WS-QTDE-LINHAS-CSV.

      *-----------------------------------------------------------*
      * Tabela mantida em ordem de empresa, moeda e conta para o  *
      * relatorio sair quebrado por empresa/moeda: o GLSALDO vem  *
      * em ordem de conta e a linha nova e inserida no lugar.     *
      *-----------------------------------------------------------*
       020-ACHA-OU-CRIA-LINHA.
           MOVE ZEROES TO WS-IDX-TND
           MOVE "N" TO WS-TND-ACHOU
           MOVE "N" TO WS-POSICAO-ACHOU
           PERFORM 021-PROCURA-LINHA
               UNTIL LINHA-ENCONTRADA OR POSICAO-ACHADA
               OR WS-IDX-TND = WS-TND-QTDE
           IF NOT LINHA-ENCONTRADA
               PERFORM 023-INSERE-LINHA
           END-IF.

       021-PROCURA-LINHA.
           ADD 1 TO WS-IDX-TND
           MOVE WS-TND-COMPANY(WS-IDX-TND)  TO WS-TAB-COMPANY
           MOVE WS-TND-CURRENCY(WS-IDX-TND) TO WS-TAB-CURRENCY
           MOVE WS-TND-CONTA(WS-IDX-TND)    TO WS-TAB-CONTA
           IF WS-CHAVE-TABELA = WS-CHAVE-PROCURADA
               SET LINHA-ENCONTRADA TO TRUE
           ELSE
               IF WS-CHAVE-TABELA > WS-CHAVE-PROCURADA
                   SET POSICAO-ACHADA TO TRUE
               END-IF
           END-IF.

       022-DESLOCA-LINHA.
           COMPUTE WS-IDX-ANT = WS-IDX-TND - 1
           MOVE WS-TND-ENTRADA(WS-IDX-ANT)
               TO WS-TND-ENTRADA(WS-IDX-TND)
           MOVE WS-IDX-ANT TO WS-IDX-TND.

       023-INSERE-LINHA.
           IF WS-TND-QTDE = 300
               MOVE "MAIS DE 300 CONTAS NA TENDENCIA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF POSICAO-ACHADA
               MOVE WS-IDX-TND TO WS-IDX-INS
           ELSE
               COMPUTE WS-IDX-INS = WS-TND-QTDE + 1
           END-IF
           ADD 1 TO WS-TND-QTDE
           MOVE WS-TND-QTDE TO WS-IDX-TND
           PERFORM 022-DESLOCA-LINHA UNTIL WS-IDX-TND = WS-IDX-INS
           INITIALIZE WS-TND-ENTRADA(WS-IDX-INS)
           MOVE WS-PROC-COMPANY  TO WS-TND-COMPANY(WS-IDX-INS)
           MOVE WS-PROC-CURRENCY TO WS-TND-CURRENCY(WS-IDX-INS)
           MOVE WS-PROC-CONTA    TO WS-TND-CONTA(WS-IDX-INS)
           MOVE WS-IDX-INS TO WS-IDX-TND.

       030-CARREGA-PLANO-CONTAS.
           OPEN INPUT PLANO-CONTAS-FILE
           EVALUATE WS-FS-PLANO
               WHEN "00"
                   PERFORM 031-LE-PLANO-CONTAS UNTIL FIM-DO-PLANO
                   CLOSE PLANO-CONTAS-FILE
               WHEN "35"
                   DISPLAY "PLANOCTA NAO ENCONTRADO - CONTAS SEM "
                       "DESCRICAO"
               WHEN OTHER
                   MOVE WS-FS-PLANO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       031-LE-PLANO-CONTAS.
           READ PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF WS-PLANO-QTDE = 2000
                       MOVE "PLANOCTA EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLANO-QTDE
                   MOVE PC-NUMERO-CONTA
                       TO WS-PLANO-NUMERO(WS-PLANO-QTDE)
                   MOVE PC-DESCRICAO
                       TO WS-PLANO-DESCRICAO(WS-PLANO-QTDE)
           END-READ.

       032-PROCURA-DESCRICAO.
           MOVE ZEROES TO WS-IDX-PLANO
           MOVE "N" TO WS-PLANO-ACHOU
           PERFORM 033-TESTA-PLANO
               UNTIL PLANO-ENCONTRADO OR WS-IDX-PLANO = WS-PLANO-QTDE
           IF PLANO-ENCONTRADO
               MOVE WS-PLANO-DESCRICAO(WS-IDX-PLANO)
                   TO WS-LCT-DESCRICAO
           ELSE
               MOVE "CONTA FORA DO PLANOCTA" TO WS-LCT-DESCRICAO
           END-IF.

       033-TESTA-PLANO.
           ADD 1 TO WS-IDX-PLANO
           IF WS-PLANO-NUMERO(WS-IDX-PLANO) = WS-TND-CONTA(WS-IDX-TND)
               SET PLANO-ENCONTRADO TO TRUE
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
