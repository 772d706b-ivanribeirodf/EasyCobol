      *              mesmo INTSETGL duas vezes DOBRA a liquidacao  *
      *              - o arquivo e regravado inteiro a cada        *
      *              execucao e deve ser postado uma unica vez.    *
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
      * 15/10/2026 - IR - Lancamentos gerados saem com o centro de *
      *              custo em branco.                              *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio INTSRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Periodo em branco no cartao INTSPARM:    *
      *              vale o mes do dia util de negocio do DATAPROC *
      *              (CALSVC quando nao ha DATAPROC), para a       *
      *              liquidacao de fim de mes rodar sem editar o   *
      *              cartao; a conta continua no cartao.           *
      * 15/10/2026 - IR - Trailer do arquivo gerado carimbado com  *
      *              a sequencia do arquivo (GL-SEQ-ARQUIVO, data  *
      *              e hora da geracao), que o GLENTR01 registra   *
      *              no GLREGIST: dois arquivos de mesmo periodo e *
      *              totais nao colidem mais.                      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARM-FILE ASSIGN TO "INTSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT INTERCO-FILE ASSIGN TO "INTERCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTERCO.
       01  PARM-REC.
           05 PA-PERIODO             PIC 9(06).
           05 PA-CONTA-LIQUIDACAO    PIC 9(08).
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  INTERCO-FILE.
           COPY INTERCO.
       FD  GL-SAIDA-FILE.

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
       01  WS-FS-INTERCO             PIC X(02).
       01  WS-FS-GLSAIDA             PIC X(02).

           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-FAVORECIDA      PIC X(20).

      * Dia util do DATAPROC: periodo do cartao em branco
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-NEGOCIO        PIC 9(06) VALUE ZEROES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "INTSET01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

               PERFORM 005-GERA-LIQUIDACAO
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "INTSRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "LIQUIDACAO INTERCOMPANY CONCLUIDA - PARES: "
               WS-PAR-QTDE " LANCAMENTOS GLTRANS: "
               WS-QTDE-LANCAMENTOS " - VER INTSRPT"
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO INTSPARM AUSENTE - INFORME A CONTA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
                   MOVE "CARTAO INTSPARM VAZIO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-READ
           IF PARM-REC(1:6) = SPACES
               MOVE ZEROES TO PA-PERIODO
           END-IF
           IF PA-PERIODO IS NOT NUMERIC
              OR PA-CONTA-LIQUIDACAO IS NOT NUMERIC
               MOVE "PERIODO OU CONTA DO INTSPARM NAO NUMERICO"
           MOVE PA-PERIODO          TO WS-PERIODO-LIQUIDACAO
           MOVE PA-CONTA-LIQUIDACAO TO WS-CONTA-LIQUIDACAO
           CLOSE PARM-FILE
           IF WS-PERIODO-LIQUIDACAO = ZEROES
               PERFORM 012-APURA-PERIODO-NEGOCIO
               MOVE WS-PERIODO-NEGOCIO TO WS-PERIODO-LIQUIDACAO
           END-IF
           COMPUTE WS-ANO-CALC = WS-PERIODO-LIQUIDACAO / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-LIQUIDACAO
               - WS-ANO-CALC * 100
           COMPUTE WS-DATA-FIM-PERIODO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).

      *-----------------------------------------------------------*
      * Periodo em branco no cartao INTSPARM: vale o mes do dia   *
      * util de negocio que o DRIVER01 grava no DATAPROC.         *
      *-----------------------------------------------------------*
       012-APURA-PERIODO-NEGOCIO.
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
           DISPLAY "PERIODO DO INTSPARM PELA DATA DE NEGOCIO "
               WS-DATA-UTIL ": " WS-PERIODO-NEGOCIO.

       003-CARREGA-PARES.
           OPEN INPUT INTERCO-FILE
           EVALUATE WS-FS-INTERCO
           MOVE "T" TO GL-TIPO-TRANS
           MOVE WS-TOTAL-DEBITOS  TO GL-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO GL-TOTAL-CREDITOS
           ACCEPT GL-SEQ-DATA FROM DATE YYYYMMDD
           ACCEPT GL-SEQ-HORA FROM TIME
           WRITE GL-TRAILER-REC
           CLOSE GL-SAIDA-FILE
           MOVE SPACES TO RELAT-LINHA
           MOVE WS-SEQ-REFERENCIA     TO WS-REF-SEQ
           MOVE "D" TO GL-TIPO-TRANS
           MOVE WS-DATA-FIM-PERIODO TO GL-DATA-TRANS
           MOVE WS-NOME-PROGRAMA TO GL-SISTEMA-ORIGEM
           MOVE SPACES TO GL-INDICADOR-ESTORNO
           MOVE SPACES TO GL-CENTRO-CUSTO
           MOVE WS-CONTA-LIQUIDACAO TO GL-NUMERO-CONTA
           MOVE WS-REF-LIQUIDACAO   TO GL-REFERENCIA
           IF WS-PAR-LIQUIDO(WS-IDX-PAR) > ZEROES
           WRITE GL-TRANS-REC
           ADD WS-VALOR-ABSOLUTO TO WS-TOTAL-DEBITOS
           ADD 1 TO WS-QTDE-LANCAMENTOS
           MOVE "C" TO GL-TIPO-TRANS
           IF WS-PAR-LIQUIDO(WS-IDX-PAR) > ZEROES
               MOVE WS-PAR-EMPRESA-1(WS-IDX-PAR) TO GL-COMPANY-CODE
           ELSE
           ADD WS-VALOR-ABSOLUTO TO WS-TOTAL-CREDITOS
           ADD 1 TO WS-QTDE-LANCAMENTOS.

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
