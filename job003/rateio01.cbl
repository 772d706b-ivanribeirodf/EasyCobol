      *              referencia tem duas posicoes: acima de 99     *
      *              lancamentos o job aborta em vez de repetir    *
      *              referencia.                                   *
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
      * 15/10/2026 - IR - Regra de rateio ganhou o centro de custo *
      *              do destino (RT-CCUSTO-DESTINO): a perna de    *
      *              destino sai com ele e a perna de origem com o *
      *              centro do saldo rateado - o custo             *
      *              compartilhado pode ser alocado a centros de   *
      *              custo.                                        *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio RATRPT arquivado depois do     *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Cartao RATPARM ausente ou com o periodo  *
      *              em branco: o periodo do rateio e o mes do dia *
      *              util de negocio do DATAPROC (CALSVC quando    *
      *              nao ha DATAPROC), para o passo de fim de mes  *
      *              rodar sem editar o cartao.                    *
      * 15/10/2026 - IR - Trailer do arquivo gerado carimbado com  *
      *              a sequencia do arquivo (GL-SEQ-ARQUIVO, data  *
      *              e hora da geracao), que o GLENTR01 registra   *
      *              no GLREGIST: dois arquivos de mesmo periodo e *
      *              totais nao colidem mais.                      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARM-FILE ASSIGN TO "RATPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT RATEIO-FILE ASSIGN TO "RATEIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATEIO.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-PERIODO             PIC 9(06).
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  RATEIO-FILE.
           COPY RATEIO.
       FD  SALDO-GL-FILE.

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
       01  WS-FS-RATEIO              PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-GLSAIDA             PIC X(02).
               10 WS-REG-DESTINO     PIC 9(08).
               10 WS-REG-COMPANY     PIC X(03).
               10 WS-REG-PCT         PIC 9(03)V99.
               10 WS-REG-CCUSTO      PIC X(06).
       01  WS-IDX-REG                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-VAL                PIC 9(03) VALUE ZEROES.
       01  WS-SOMA-PCT               PIC 9(04)V99 VALUE ZEROES.
           05 WS-LIN-PCT             PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE "%".

      * Dia util do DATAPROC: periodo do cartao em branco
       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-NEGOCIO        PIC 9(06) VALUE ZEROES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "RATEIO01".
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
           MOVE "RATRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "RATEIO CONCLUIDO - PERNAS RATEADAS: "
               WS-QTDE-PERNAS " LANCAMENTOS: " WS-QTDE-LANCAMENTOS
               " - VER RATRPT"
           GOBACK.

       002-LE-PARAMETRO.
           MOVE ZEROES TO WS-PERIODO-RATEIO
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   PERFORM 021-LE-CARTAO
               WHEN "35"
                   DISPLAY "CARTAO RATPARM AUSENTE - PERIODO PELA DATA "
                       "DE NEGOCIO"
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR RATPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-PERIODO-RATEIO = ZEROES
               PERFORM 020-APURA-PERIODO-NEGOCIO
               MOVE WS-PERIODO-NEGOCIO TO WS-PERIODO-RATEIO
           END-IF
           COMPUTE WS-ANO-CALC = WS-PERIODO-RATEIO / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-RATEIO
               - WS-ANO-CALC * 100
           COMPUTE WS-DATA-FIM-PERIODO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).

       021-LE-CARTAO.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-REC
           END-READ
           IF PARM-REC(1:6) = SPACES
               MOVE ZEROES TO PA-PERIODO
           END-IF
           IF PA-PERIODO IS NOT NUMERIC
               MOVE "PERIODO DO RATPARM NAO NUMERICO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-PERIODO TO WS-PERIODO-RATEIO
           CLOSE PARM-FILE.

      *-----------------------------------------------------------*
      * Periodo em branco no cartao RATPARM: vale o mes do dia    *
      * util de negocio que o DRIVER01 grava no DATAPROC.         *
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
           DISPLAY "PERIODO DO RATPARM PELA DATA DE NEGOCIO "
               WS-DATA-UTIL ": " WS-PERIODO-NEGOCIO.

       003-CARREGA-REGRAS.
           OPEN INPUT RATEIO-FILE
           EVALUATE WS-FS-RATEIO
                   MOVE RT-COMPANY-DESTINO
                       TO WS-REG-COMPANY(WS-REG-QTDE)
                   MOVE RT-PERCENTUAL TO WS-REG-PCT(WS-REG-QTDE)
                   MOVE RT-CCUSTO-DESTINO
                       TO WS-REG-CCUSTO(WS-REG-QTDE)
           END-READ.

       005-VALIDA-PERCENTUAIS.
           MOVE WS-PERIODO-RATEIO TO WS-REF-PERIODO
           MOVE WS-SEQ-REFERENCIA TO WS-REF-SEQ
           MOVE WS-DATA-FIM-PERIODO TO GL-DATA-TRANS
           MOVE WS-NOME-PROGRAMA TO GL-SISTEMA-ORIGEM
           MOVE SPACES TO GL-INDICADOR-ESTORNO
           MOVE WS-REF-RATEIO TO GL-REFERENCIA
           MOVE SG-CURRENCY-CODE TO GL-CURRENCY-CODE
           MOVE WS-VALOR-ABS TO GL-VALOR-TRANS
               MOVE "C" TO GL-TIPO-TRANS
               MOVE WS-REG-DESTINO(WS-IDX-REG) TO GL-NUMERO-CONTA
               MOVE WS-REG-COMPANY(WS-IDX-REG) TO GL-COMPANY-CODE
               MOVE WS-REG-CCUSTO(WS-IDX-REG)  TO GL-CENTRO-CUSTO
               WRITE GL-TRANS-REC
               ADD WS-VALOR-ABS TO WS-TOTAL-CREDITOS
               MOVE "D" TO GL-TIPO-TRANS
               MOVE SG-NUMERO-CONTA  TO GL-NUMERO-CONTA
               MOVE SG-COMPANY-CODE  TO GL-COMPANY-CODE
               MOVE SG-CENTRO-CUSTO  TO GL-CENTRO-CUSTO
               WRITE GL-TRANS-REC
               ADD WS-VALOR-ABS TO WS-TOTAL-DEBITOS
           ELSE
               MOVE "D" TO GL-TIPO-TRANS
               MOVE WS-REG-DESTINO(WS-IDX-REG) TO GL-NUMERO-CONTA
               MOVE WS-REG-COMPANY(WS-IDX-REG) TO GL-COMPANY-CODE
               MOVE WS-REG-CCUSTO(WS-IDX-REG)  TO GL-CENTRO-CUSTO
               WRITE GL-TRANS-REC
               ADD WS-VALOR-ABS TO WS-TOTAL-DEBITOS
               MOVE "C" TO GL-TIPO-TRANS
               MOVE SG-NUMERO-CONTA  TO GL-NUMERO-CONTA
               MOVE SG-COMPANY-CODE  TO GL-COMPANY-CODE
               MOVE SG-CENTRO-CUSTO  TO GL-CENTRO-CUSTO
               WRITE GL-TRANS-REC
               ADD WS-VALOR-ABS TO WS-TOTAL-CREDITOS
           END-IF
           END-IF
           ADD 1 TO WS-SEQ-REFERENCIA.

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
