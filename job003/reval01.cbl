      *              ser postado duas vezes. A sequencia NN tem    *
      *              duas posicoes: acima de 99 lancamentos o job  *
      *              aborta em vez de repetir referencia.          *
      * 15/10/2026 - IR - Lancamentos gerados passam a carimbar o  *
      *              programa de origem em GL-SISTEMA-ORIGEM. O    *
      *              arquivo gerado nao e mais concatenado a mao   *
      *              no GLTRANS: a carga controlada GLENTR01       *
      *              registra o arquivo no GLREGIST e o encaminha  *
      *              ao ADD05 uma unica vez.                       *
      * 15/10/2026 - IR - As duas pernas de cada lancamento passam *
      *              a levar a MESMA referencia (a sequencia NN    *
      *              avanca por lancamento, nao por perna), para o *
      *              ADD05 conferir o balanceamento por            *
      *              referencia.                                   *
      * 15/10/2026 - IR - Registro GLTRANS ganhou                  *
      *              GL-INDICADOR-ESTORNO; lancamentos gerados     *
      *              saem com o indicador em branco, sem estorno   *
      *              automatico.                                   *
      * 15/10/2026 - IR - GLSALDO abriu por centro de custo: o     *
      *              centro entra na chave do memorando REVHIST e  *
      *              a perna da posicao sai com ele. Ganho e perda *
      *              saem com o centro de custo do cartao REVPARM  *
      *              (PA-CENTRO-CUSTO, opcional).                  *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio REVALRPT arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Periodo em branco no cartao REVPARM:     *
      *              vale o mes do dia util de negocio do DATAPROC *
      *              (CALSVC quando nao ha DATAPROC), para a       *
      *              reavaliacao de fim de mes rodar sem editar o  *
      *              cartao; as contas continuam no cartao.        *
      * 15/10/2026 - IR - Trailer do arquivo gerado carimbado com  *
      *              a sequencia do arquivo (GL-SEQ-ARQUIVO, data  *
      *              e hora da geracao), que o GLENTR01 registra   *
      *              no GLREGIST: dois arquivos de mesmo periodo e *
      *              totais nao colidem mais.                      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARM-FILE ASSIGN TO "REVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT SALDO-GL-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           05 PA-PERIODO             PIC 9(06).
           05 PA-CONTA-GANHO         PIC 9(08).
           05 PA-CONTA-PERDA         PIC 9(08).
           05 PA-CENTRO-CUSTO        PIC X(06).
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  CAMBIO-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY CALENSVC.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-CAMBIO              PIC X(02).
       01  WS-FS-REVHIST             PIC X(02).
       01  WS-PERIODO-REVAL          PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-GANHO            PIC 9(08) VALUE ZEROES.
       01  WS-CONTA-PERDA            PIC 9(08) VALUE ZEROES.
       01  WS-CCUSTO-RESULTADO       PIC X(06) VALUE SPACES.
       01  WS-ANO-CALC               PIC 9(04) VALUE ZEROES.
       01  WS-MES-CALC               PIC 9(02) VALUE ZEROES.
       01  WS-DIA-INTEIRO            PIC 9(08) VALUE ZEROES.
               10 WS-MEM-MOEDA       PIC X(03).
               10 WS-MEM-PERIODO     PIC 9(06).
               10 WS-MEM-VALOR-BRL   PIC S9(11)V99.
               10 WS-MEM-CCUSTO      PIC X(06).
       01  WS-IDX-MEM                PIC 9(03) VALUE ZEROES.
       01  WS-MEM-ACHOU              PIC X(01) VALUE "N".
           88 MEMO-ENCONTRADO        VALUE "S".
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-FLAG            PIC X(14).

      * Dia util do DATAPROC: periodo do cartao em branco
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-NEGOCIO        PIC 9(06) VALUE ZEROES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "REVAL01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

               MOVE "T" TO GL-TIPO-TRANS
               MOVE WS-TOTAL-DEBITOS  TO GL-TOTAL-DEBITOS
               MOVE WS-TOTAL-CREDITOS TO GL-TOTAL-CREDITOS
               ACCEPT GL-SEQ-DATA FROM DATE YYYYMMDD
               ACCEPT GL-SEQ-HORA FROM TIME
               WRITE GL-TRAILER-REC
               CLOSE GL-SAIDA-FILE
               MOVE SPACES TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "REVALRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           PERFORM 015-REGRAVA-MEMO-REVAL
           DISPLAY "REAVALIACAO CONCLUIDA - POSICOES: "
               WS-QTDE-POSICOES " LANCAMENTOS: " WS-QTDE-LANCAMENTOS
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO REVPARM AUSENTE - INFORME AS CONTAS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
                   MOVE "CARTAO REVPARM VAZIO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-READ
           IF PARM-REC(1:6) = SPACES
               MOVE ZEROES TO PA-PERIODO
           END-IF
           IF PA-PERIODO IS NOT NUMERIC
              OR PA-CONTA-GANHO IS NOT NUMERIC
              OR PA-CONTA-PERDA IS NOT NUMERIC
           MOVE PA-PERIODO     TO WS-PERIODO-REVAL
           MOVE PA-CONTA-GANHO TO WS-CONTA-GANHO
           MOVE PA-CONTA-PERDA TO WS-CONTA-PERDA
           MOVE PA-CENTRO-CUSTO TO WS-CCUSTO-RESULTADO
           CLOSE PARM-FILE
           IF WS-PERIODO-REVAL = ZEROES
               PERFORM 019-APURA-PERIODO-NEGOCIO
               MOVE WS-PERIODO-NEGOCIO TO WS-PERIODO-REVAL
           END-IF
           COMPUTE WS-ANO-CALC = WS-PERIODO-REVAL / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-REVAL - WS-ANO-CALC * 100
           IF WS-MES-CALC < 1 OR WS-MES-CALC > 12
           COMPUTE WS-DATA-FIM-PERIODO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).

      *-----------------------------------------------------------*
      * Periodo em branco no cartao REVPARM: vale o mes do dia    *
      * util de negocio que o DRIVER01 grava no DATAPROC.         *
      *-----------------------------------------------------------*
       019-APURA-PERIODO-NEGOCIO.
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
           DISPLAY "PERIODO DO REVPARM PELA DATA DE NEGOCIO "
               WS-DATA-UTIL ": " WS-PERIODO-NEGOCIO.

       003-CARREGA-TAXAS-CAMBIO.
           OPEN INPUT CAMBIO-FILE
           EVALUATE WS-FS-CAMBIO
                   MOVE RV-PERIODO TO WS-MEM-PERIODO(WS-MEM-QTDE)
                   MOVE RV-VALOR-BRL
                       TO WS-MEM-VALOR-BRL(WS-MEM-QTDE)
                   MOVE RV-CENTRO-CUSTO
                       TO WS-MEM-CCUSTO(WS-MEM-QTDE)
           END-READ.

       007-REAVALIA-POSICOES.
           IF WS-MEM-CONTA(WS-IDX-MEM) = SG-NUMERO-CONTA
              AND WS-MEM-COMPANY(WS-IDX-MEM) = SG-COMPANY-CODE
              AND WS-MEM-MOEDA(WS-IDX-MEM) = SG-CURRENCY-CODE
              AND WS-MEM-CCUSTO(WS-IDX-MEM) = SG-CENTRO-CUSTO
               SET MEMO-ENCONTRADO TO TRUE
           END-IF.

           MOVE WS-PERIODO-REVAL  TO WS-REF-PERIODO
           MOVE WS-SEQ-REFERENCIA TO WS-REF-SEQ
           MOVE WS-DATA-FIM-PERIODO TO GL-DATA-TRANS
           MOVE WS-NOME-PROGRAMA TO GL-SISTEMA-ORIGEM
           MOVE SPACES TO GL-INDICADOR-ESTORNO
           MOVE WS-REF-REVAL      TO GL-REFERENCIA
           MOVE SG-COMPANY-CODE   TO GL-COMPANY-CODE
           MOVE "BRL"             TO GL-CURRENCY-CODE
           IF WS-DIFERENCA > ZEROES
               MOVE "C" TO GL-TIPO-TRANS
               MOVE SG-NUMERO-CONTA TO GL-NUMERO-CONTA
               MOVE SG-CENTRO-CUSTO TO GL-CENTRO-CUSTO
               WRITE GL-TRANS-REC
               ADD WS-DIFERENCA-ABS TO WS-TOTAL-CREDITOS
               MOVE "D" TO GL-TIPO-TRANS
               MOVE WS-CONTA-PERDA TO GL-NUMERO-CONTA
               MOVE WS-CCUSTO-RESULTADO TO GL-CENTRO-CUSTO
               WRITE GL-TRANS-REC
               ADD WS-DIFERENCA-ABS TO WS-TOTAL-DEBITOS
           ELSE
               MOVE "D" TO GL-TIPO-TRANS
               MOVE SG-NUMERO-CONTA TO GL-NUMERO-CONTA
               MOVE SG-CENTRO-CUSTO TO GL-CENTRO-CUSTO
               WRITE GL-TRANS-REC
               ADD WS-DIFERENCA-ABS TO WS-TOTAL-DEBITOS
               MOVE "C" TO GL-TIPO-TRANS
               MOVE WS-CONTA-GANHO TO GL-NUMERO-CONTA
               MOVE WS-CCUSTO-RESULTADO TO GL-CENTRO-CUSTO
               WRITE GL-TRANS-REC
               ADD WS-DIFERENCA-ABS TO WS-TOTAL-CREDITOS
           END-IF
               MOVE SG-NUMERO-CONTA  TO WS-MEM-CONTA(WS-IDX-MEM)
               MOVE SG-COMPANY-CODE  TO WS-MEM-COMPANY(WS-IDX-MEM)
               MOVE SG-CURRENCY-CODE TO WS-MEM-MOEDA(WS-IDX-MEM)
               MOVE SG-CENTRO-CUSTO  TO WS-MEM-CCUSTO(WS-IDX-MEM)
           END-IF
           MOVE WS-PERIODO-REVAL TO WS-MEM-PERIODO(WS-IDX-MEM)
           MOVE WS-VALOR-NOVO    TO WS-MEM-VALOR-BRL(WS-IDX-MEM).
           MOVE WS-MEM-MOEDA(WS-IDX-MEM)     TO RV-CURRENCY-CODE
           MOVE WS-MEM-PERIODO(WS-IDX-MEM)   TO RV-PERIODO
           MOVE WS-MEM-VALOR-BRL(WS-IDX-MEM) TO RV-VALOR-BRL
           MOVE WS-MEM-CCUSTO(WS-IDX-MEM)    TO RV-CENTRO-CUSTO
           WRITE RV-REVAL-REC.

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
