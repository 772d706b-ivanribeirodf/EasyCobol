       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRET01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: consulta, reimpressao e   *
      *              expurgo do repositorio de relatorios gravado  *
      *              pelo servico RELSVC (indice RELINDEX,         *
      *              RELINDEX.CPY, e arquivos de geracao           *
      *              RGnnnnnnn). O cartao RELRPARM da a funcao:    *
      *              "L" lista as geracoes do indice, filtradas    *
      *              por relatorio e data de negocio (em branco/   *
      *              zero = todas), no RELRRPT; "R" reimprime no   *
      *              RELREIMP a geracao pedida - pelo numero da    *
      *              geracao ou pela ultima geracao ativa do       *
      *              relatorio na data de negocio (data zero = a   *
      *              ultima do relatorio) - com o cabecalho da     *
      *              geracao e o conteudo tal como foi emitido;    *
      *              "P" expurga pelas regras de retencao do       *
      *              RELRETEN (RELRETEN.CPY) as geracoes com data  *
      *              de negocio anterior ao corte que nao estejam  *
      *              entre as mais recentes que a regra manda      *
      *              manter: o arquivo da geracao e apagado e a    *
      *              entrada fica no indice como expurgada, com a  *
      *              data, e sai no RELRRPT. A data de referencia  *
      *              do expurgo e a do cartao ou, zero, o dia util *
      *              do DATAPROC.                                  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RELRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT INDICE-FILE ASSIGN TO "RELINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           SELECT RETENCAO-FILE ASSIGN TO "RELRETEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETENCAO.
           SELECT GERACAO-FILE ASSIGN USING WS-GERACAO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERACAO.
           SELECT REIMP-FILE ASSIGN TO "RELREIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REIMP.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT RELAT-OUT-FILE ASSIGN TO "RELRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-FUNCAO              PIC X(01).
               88 PA-FUNCAO-LISTA        VALUE "L".
               88 PA-FUNCAO-REIMPRIME    VALUE "R".
               88 PA-FUNCAO-EXPURGA      VALUE "P".
           05 PA-RELATORIO           PIC X(08).
           05 PA-DATA-NEGOCIO        PIC X(08).
           05 PA-DATA-NEGOCIO-NUM REDEFINES PA-DATA-NEGOCIO
                                     PIC 9(08).
           05 PA-GERACAO             PIC X(07).
           05 PA-GERACAO-NUM REDEFINES PA-GERACAO
                                     PIC 9(07).
       FD  INDICE-FILE.
           COPY RELINDEX.
       FD  RETENCAO-FILE.
           COPY RELRETEN.
       FD  GERACAO-FILE.
       01  GERACAO-LINHA             PIC X(132).
       FD  REIMP-FILE.
       01  REIMP-LINHA               PIC X(132).
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-INDICE              PIC X(02).
       01  WS-FS-RETENCAO            PIC X(02).
       01  WS-FS-GERACAO             PIC X(02).
       01  WS-FS-REIMP               PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-REFERENCIA        PIC 9(08) VALUE ZEROES.
       01  WS-DATA-CORTE             PIC 9(08) VALUE ZEROES.

       01  WS-FUNCAO                 PIC X(01) VALUE SPACES.
       01  WS-RELATORIO              PIC X(08) VALUE SPACES.
       01  WS-DATA-NEGOCIO           PIC 9(08) VALUE ZEROES.
       01  WS-GERACAO                PIC 9(07) VALUE ZEROES.
       01  WS-GERACAO-NOME           PIC X(09) VALUE SPACES.

      *-----------------------------------------------------------*
      * Indice carregado em memoria: a imagem de cada entrada do  *
      * RELINDEX, regravada inteira pelo expurgo.                 *
      *-----------------------------------------------------------*
       01  WS-EOF-INDICE             PIC X(01) VALUE "N".
           88 FIM-DO-INDICE          VALUE "S".
       01  WS-INDICE-TAB.
           05 WS-IND-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-IND-ENTRADA         OCCURS 5000 TIMES.
               10 WS-IND-DADOS       PIC X(85).
       01  WS-IDX-IND                PIC 9(04) VALUE ZEROES.
       01  WS-IDX-ACHADA             PIC 9(04) VALUE ZEROES.
       01  WS-IDX-EXPURGADA          PIC 9(04) VALUE ZEROES.

       01  WS-EOF-RETENCAO           PIC X(01) VALUE "N".
           88 FIM-DE-RETENCAO        VALUE "S".
       01  WS-REGRAS-RETENCAO.
           05 WS-REG-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-REG-ENTRADA         OCCURS 50 TIMES.
               10 WS-REG-RELATORIO   PIC X(08).
               10 WS-REG-DIAS        PIC 9(04).
               10 WS-REG-MINIMAS     PIC 9(03).
       01  WS-IDX-REG                PIC 9(02) VALUE ZEROES.
       01  WS-REG-ACHADA             PIC 9(02) VALUE ZEROES.
       01  WS-REG-PADRAO             PIC 9(02) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Geracoes ativas por relatorio, para a regra de manter as  *
      * N mais recentes (o indice esta em ordem de geracao).      *
      *-----------------------------------------------------------*
       01  WS-CONTAGEM-RELAT.
           05 WS-CNT-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CNT-ENTRADA         OCCURS 200 TIMES.
               10 WS-CNT-RELATORIO   PIC X(08).
               10 WS-CNT-TOTAL       PIC 9(04).
               10 WS-CNT-CORRIDA     PIC 9(04).
       01  WS-IDX-CNT                PIC 9(03) VALUE ZEROES.
       01  WS-CNT-ACHOU              PIC X(01) VALUE "N".
           88 CONTAGEM-ENCONTRADA    VALUE "S".
       01  WS-ORDEM-RECENTE          PIC 9(04) VALUE ZEROES.

       01  WS-EOF-GERACAO            PIC X(01) VALUE "N".
           88 FIM-DA-GERACAO         VALUE "S".
       01  WS-QTDE-LISTADAS          PIC 9(04) VALUE ZEROES.
       01  WS-QTDE-EXPURGADAS        PIC 9(04) VALUE ZEROES.
       01  WS-QTDE-LINHAS-REIMP      PIC 9(07) VALUE ZEROES.

       01  WS-LINHA-INDICE.
           05 WS-LIN-RELATORIO       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA-NEGOCIO    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-GERACAO         PIC 9(07).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-ARQUIVO         PIC X(09).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-PROGRAMA        PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA-EXECUCAO   PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-HORA-EXECUCAO   PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-OPERADOR        PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-PAGINAS         PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SITUACAO        PIC X(09).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA-EXPURGO    PIC X(08).
       01  WS-LINHA-TITULO           PIC X(132) VALUE
           "RELATOR. DATA NEG GERACAO ARQUIVO   PROGRAMA EXECUCAO HORA
      -    "     OPERADOR  PAGS SITUACAO".

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "RELRET01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           PERFORM 002-APURA-DATAS
           PERFORM 003-LE-PARAMETRO
           PERFORM 005-CARREGA-INDICE
           OPEN OUTPUT RELAT-OUT-FILE
           EVALUATE WS-FUNCAO
               WHEN "L"
                   PERFORM 010-LISTA-GERACOES
               WHEN "R"
                   PERFORM 020-REIMPRIME-GERACAO
               WHEN "P"
                   PERFORM 030-EXPURGA-GERACOES
           END-EVALUATE
           CLOSE RELAT-OUT-FILE
           GOBACK.

       002-APURA-DATAS.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-REFERENCIA
           OPEN INPUT DATA-PROC-FILE
           IF WS-FS-DATAPROC = "00"
               READ DATA-PROC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                           MOVE DP-DATA-UTIL TO WS-DATA-REFERENCIA
                       END-IF
               END-READ
               CLOSE DATA-PROC-FILE
           END-IF.

       003-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   READ PARM-FILE
                       AT END
                           MOVE "CARTAO RELRPARM VAZIO" TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
                   MOVE "CARTAO RELRPARM NAO ENCONTRADO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR RELRPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF NOT PA-FUNCAO-LISTA AND NOT PA-FUNCAO-REIMPRIME
              AND NOT PA-FUNCAO-EXPURGA
               MOVE "FUNCAO DO RELRPARM DEVE SER L, R OU P"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-FUNCAO    TO WS-FUNCAO
           MOVE PA-RELATORIO TO WS-RELATORIO
           IF PA-DATA-NEGOCIO = SPACES
               MOVE ZEROES TO WS-DATA-NEGOCIO
           ELSE
               IF PA-DATA-NEGOCIO-NUM IS NOT NUMERIC
                   MOVE "DATA DE NEGOCIO DO RELRPARM INVALIDA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE PA-DATA-NEGOCIO-NUM TO WS-DATA-NEGOCIO
           END-IF
           IF PA-GERACAO = SPACES
               MOVE ZEROES TO WS-GERACAO
           ELSE
               IF PA-GERACAO-NUM IS NOT NUMERIC
                   MOVE "GERACAO DO RELRPARM INVALIDA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE PA-GERACAO-NUM TO WS-GERACAO
           END-IF
           IF PA-FUNCAO-REIMPRIME AND WS-GERACAO = ZEROES
              AND WS-RELATORIO = SPACES
               MOVE "REIMPRESSAO EXIGE RELATORIO OU GERACAO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       005-CARREGA-INDICE.
           OPEN INPUT INDICE-FILE
           EVALUATE WS-FS-INDICE
               WHEN "00"
                   PERFORM 006-LE-INDICE UNTIL FIM-DO-INDICE
                   CLOSE INDICE-FILE
               WHEN "35"
                   DISPLAY "RELINDEX NAO ENCONTRADO - REPOSITORIO VAZIO"
               WHEN OTHER
                   MOVE WS-FS-INDICE TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR RELINDEX" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       006-LE-INDICE.
           READ INDICE-FILE
               AT END
                   SET FIM-DO-INDICE TO TRUE
               NOT AT END
                   IF WS-IND-QTDE = 5000
                       MOVE "RELINDEX EXCEDE A TABELA DE 5000 GERACOES"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-IND-QTDE
                   MOVE RI-INDICE-REC TO WS-IND-DADOS(WS-IND-QTDE)
           END-READ.

       010-LISTA-GERACOES.
           MOVE "REPOSITORIO DE RELATORIOS - GERACOES DO RELINDEX"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-LINHA-TITULO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-IND
           PERFORM 011-LISTA-UMA-GERACAO UNTIL WS-IDX-IND = WS-IND-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "GERACOES LISTADAS: " WS-QTDE-LISTADAS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           DISPLAY "RELRET01 - GERACOES LISTADAS: " WS-QTDE-LISTADAS
               " - VER RELRRPT".

       011-LISTA-UMA-GERACAO.
           ADD 1 TO WS-IDX-IND
           MOVE WS-IND-DADOS(WS-IDX-IND) TO RI-INDICE-REC
           IF (WS-RELATORIO = SPACES OR RI-RELATORIO = WS-RELATORIO)
              AND (WS-DATA-NEGOCIO = ZEROES
                   OR RI-DATA-NEGOCIO = WS-DATA-NEGOCIO)
               ADD 1 TO WS-QTDE-LISTADAS
               PERFORM 012-GRAVA-LINHA-INDICE
           END-IF.

       012-GRAVA-LINHA-INDICE.
           MOVE RI-RELATORIO     TO WS-LIN-RELATORIO
           MOVE RI-DATA-NEGOCIO  TO WS-LIN-DATA-NEGOCIO
           MOVE RI-GERACAO       TO WS-LIN-GERACAO
           MOVE RI-ARQUIVO       TO WS-LIN-ARQUIVO
           MOVE RI-PROGRAMA      TO WS-LIN-PROGRAMA
           MOVE RI-DATA-EXECUCAO TO WS-LIN-DATA-EXECUCAO
           MOVE RI-HORA-EXECUCAO TO WS-LIN-HORA-EXECUCAO
           MOVE RI-OPERADOR-ID   TO WS-LIN-OPERADOR
           MOVE RI-QTDE-PAGINAS  TO WS-LIN-PAGINAS
           IF RI-GERACAO-EXPURGADA
               MOVE "EXPURGADA"     TO WS-LIN-SITUACAO
               MOVE RI-DATA-EXPURGO TO WS-LIN-DATA-EXPURGO
           ELSE
               MOVE "ATIVA"  TO WS-LIN-SITUACAO
               MOVE SPACES   TO WS-LIN-DATA-EXPURGO
           END-IF
           MOVE WS-LINHA-INDICE TO RELAT-LINHA
           WRITE RELAT-LINHA.

      *-----------------------------------------------------------*
      * Reimpressao: a geracao do numero pedido ou, sem numero, a *
      * ultima geracao ativa do relatorio na data de negocio (so  *
      * expurgadas na data = erro de geracao expurgada).          *
      *-----------------------------------------------------------*
       020-REIMPRIME-GERACAO.
           MOVE ZEROES TO WS-IDX-ACHADA
           MOVE ZEROES TO WS-IDX-IND
           PERFORM 021-PROCURA-GERACAO UNTIL WS-IDX-IND = WS-IND-QTDE
           IF WS-IDX-ACHADA = ZEROES
               MOVE WS-IDX-EXPURGADA TO WS-IDX-ACHADA
           END-IF
           IF WS-IDX-ACHADA = ZEROES
               MOVE "GERACAO NAO ENCONTRADA NO RELINDEX"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE WS-IND-DADOS(WS-IDX-ACHADA) TO RI-INDICE-REC
           IF RI-GERACAO-EXPURGADA
               MOVE SPACES TO WS-MSG-ERRO
               STRING "GERACAO " RI-GERACAO " EXPURGADA EM "
                   RI-DATA-EXPURGO DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE RI-ARQUIVO TO WS-GERACAO-NOME
           OPEN INPUT GERACAO-FILE
           IF WS-FS-GERACAO NOT = "00"
               MOVE WS-FS-GERACAO TO WS-FS-ERRO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "ARQUIVO DA GERACAO AUSENTE: " WS-GERACAO-NOME
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN OUTPUT REIMP-FILE
           IF WS-FS-REIMP NOT = "00"
               MOVE WS-FS-REIMP TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR RELREIMP" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE SPACES TO REIMP-LINHA
           STRING "*** REIMPRESSAO DO RELATORIO " RI-RELATORIO
               " - GERACAO " RI-GERACAO
               " - DATA DE NEGOCIO " RI-DATA-NEGOCIO " ***"
               DELIMITED BY SIZE INTO REIMP-LINHA
           WRITE REIMP-LINHA
           MOVE SPACES TO REIMP-LINHA
           STRING "*** EMITIDO PELO " RI-PROGRAMA
               " EM " RI-DATA-EXECUCAO " " RI-HORA-EXECUCAO
               " - OPERADOR " RI-OPERADOR-ID
               " - PAGINAS " RI-QTDE-PAGINAS " ***"
               DELIMITED BY SIZE INTO REIMP-LINHA
           WRITE REIMP-LINHA
           MOVE SPACES TO REIMP-LINHA
           WRITE REIMP-LINHA
           PERFORM 022-COPIA-LINHA UNTIL FIM-DA-GERACAO
           CLOSE GERACAO-FILE
           CLOSE REIMP-FILE
           MOVE "GERACAO REIMPRESSA NO RELREIMP:" TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-LINHA-TITULO TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 012-GRAVA-LINHA-INDICE
           DISPLAY "RELRET01 - GERACAO " RI-GERACAO " DO RELATORIO "
               RI-RELATORIO " REIMPRESSA NO RELREIMP - "
               WS-QTDE-LINHAS-REIMP " LINHAS".

       021-PROCURA-GERACAO.
           ADD 1 TO WS-IDX-IND
           MOVE WS-IND-DADOS(WS-IDX-IND) TO RI-INDICE-REC
           IF WS-GERACAO NOT = ZEROES
               IF RI-GERACAO = WS-GERACAO
                  AND (WS-RELATORIO = SPACES
                       OR RI-RELATORIO = WS-RELATORIO)
                   MOVE WS-IDX-IND TO WS-IDX-ACHADA
               END-IF
           ELSE
               IF RI-RELATORIO = WS-RELATORIO
                  AND (WS-DATA-NEGOCIO = ZEROES
                       OR RI-DATA-NEGOCIO = WS-DATA-NEGOCIO)
                   IF RI-GERACAO-ATIVA
                       MOVE WS-IDX-IND TO WS-IDX-ACHADA
                   ELSE
                       MOVE WS-IDX-IND TO WS-IDX-EXPURGADA
                   END-IF
               END-IF
           END-IF.

       022-COPIA-LINHA.
           READ GERACAO-FILE
               AT END
                   SET FIM-DA-GERACAO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LINHAS-REIMP
                   MOVE GERACAO-LINHA TO REIMP-LINHA
                   WRITE REIMP-LINHA
           END-READ.

      *-----------------------------------------------------------*
      * Expurgo pelas regras de retencao. Corte = data de         *
      * referencia menos os dias da regra; a ordem da geracao     *
      * entre as ativas do relatorio (1 = a mais recente) vem do  *
      * total de ativas menos as ja vistas no indice.             *
      *-----------------------------------------------------------*
       030-EXPURGA-GERACOES.
           IF WS-DATA-NEGOCIO NOT = ZEROES
               MOVE WS-DATA-NEGOCIO TO WS-DATA-REFERENCIA
           END-IF
           PERFORM 031-CARREGA-RETENCAO
           MOVE SPACES TO RELAT-LINHA
           STRING "EXPURGO DO REPOSITORIO DE RELATORIOS - DATA DE "
               "REFERENCIA " WS-DATA-REFERENCIA
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-LINHA-TITULO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-IND
           PERFORM 033-CONTA-ATIVAS UNTIL WS-IDX-IND = WS-IND-QTDE
           MOVE ZEROES TO WS-IDX-IND
           PERFORM 035-AVALIA-GERACAO UNTIL WS-IDX-IND = WS-IND-QTDE
           IF WS-QTDE-EXPURGADAS > ZEROES
               PERFORM 037-REGRAVA-INDICE
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "GERACOES EXPURGADAS: " WS-QTDE-EXPURGADAS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           DISPLAY "RELRET01 - GERACOES EXPURGADAS: "
               WS-QTDE-EXPURGADAS " - VER RELRRPT".

       031-CARREGA-RETENCAO.
           OPEN INPUT RETENCAO-FILE
           EVALUATE WS-FS-RETENCAO
               WHEN "00"
                   PERFORM 032-LE-RETENCAO UNTIL FIM-DE-RETENCAO
                   CLOSE RETENCAO-FILE
               WHEN "35"
                   DISPLAY "RELRETEN NAO ENCONTRADO - NENHUMA GERACAO "
                       "SERA EXPURGADA"
               WHEN OTHER
                   MOVE WS-FS-RETENCAO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR RELRETEN" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       032-LE-RETENCAO.
           READ RETENCAO-FILE
               AT END
                   SET FIM-DE-RETENCAO TO TRUE
               NOT AT END
                   IF RR-DIAS-RETENCAO IS NOT NUMERIC
                      OR RR-GERACOES-MINIMAS IS NOT NUMERIC
                      OR RR-RELATORIO = SPACES
                       MOVE SPACES TO WS-MSG-ERRO
                       STRING "REGRA DE RETENCAO INVALIDA: "
                           RR-RELATORIO DELIMITED BY SIZE
                           INTO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF WS-REG-QTDE = 50
                       MOVE "RELRETEN EXCEDE A TABELA DE 50 REGRAS"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-REG-QTDE
                   MOVE RR-RELATORIO
                       TO WS-REG-RELATORIO(WS-REG-QTDE)
                   MOVE RR-DIAS-RETENCAO
                       TO WS-REG-DIAS(WS-REG-QTDE)
                   MOVE RR-GERACOES-MINIMAS
                       TO WS-REG-MINIMAS(WS-REG-QTDE)
                   IF RR-REGRA-PADRAO
                       MOVE WS-REG-QTDE TO WS-REG-PADRAO
                   END-IF
           END-READ.

       033-CONTA-ATIVAS.
           ADD 1 TO WS-IDX-IND
           MOVE WS-IND-DADOS(WS-IDX-IND) TO RI-INDICE-REC
           IF RI-GERACAO-ATIVA
               PERFORM 034-ACHA-CONTAGEM
               ADD 1 TO WS-CNT-TOTAL(WS-IDX-CNT)
           END-IF.

       034-ACHA-CONTAGEM.
           MOVE ZEROES TO WS-IDX-CNT
           MOVE "N" TO WS-CNT-ACHOU
           PERFORM 038-PROCURA-CONTAGEM
               UNTIL CONTAGEM-ENCONTRADA OR WS-IDX-CNT = WS-CNT-QTDE
           IF NOT CONTAGEM-ENCONTRADA
               IF WS-CNT-QTDE = 200
                   MOVE "MAIS DE 200 RELATORIOS NO RELINDEX"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-CNT-QTDE
               MOVE WS-CNT-QTDE TO WS-IDX-CNT
               MOVE RI-RELATORIO TO WS-CNT-RELATORIO(WS-IDX-CNT)
               MOVE ZEROES TO WS-CNT-TOTAL(WS-IDX-CNT)
               MOVE ZEROES TO WS-CNT-CORRIDA(WS-IDX-CNT)
           END-IF.

       038-PROCURA-CONTAGEM.
           ADD 1 TO WS-IDX-CNT
           IF WS-CNT-RELATORIO(WS-IDX-CNT) = RI-RELATORIO
               SET CONTAGEM-ENCONTRADA TO TRUE
           END-IF.

       035-AVALIA-GERACAO.
           ADD 1 TO WS-IDX-IND
           MOVE WS-IND-DADOS(WS-IDX-IND) TO RI-INDICE-REC
           IF RI-GERACAO-ATIVA
               PERFORM 034-ACHA-CONTAGEM
               ADD 1 TO WS-CNT-CORRIDA(WS-IDX-CNT)
               COMPUTE WS-ORDEM-RECENTE = WS-CNT-TOTAL(WS-IDX-CNT)
                   - WS-CNT-CORRIDA(WS-IDX-CNT) + 1
               MOVE WS-REG-PADRAO TO WS-REG-ACHADA
               MOVE ZEROES TO WS-IDX-REG
               PERFORM 036-PROCURA-REGRA UNTIL WS-IDX-REG = WS-REG-QTDE
               IF WS-REG-ACHADA NOT = ZEROES
                   COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA)
                       - WS-REG-DIAS(WS-REG-ACHADA))
                   IF RI-DATA-NEGOCIO < WS-DATA-CORTE
                      AND WS-ORDEM-RECENTE >
                          WS-REG-MINIMAS(WS-REG-ACHADA)
                       PERFORM 039-EXPURGA-GERACAO
                   END-IF
               END-IF
           END-IF.

       036-PROCURA-REGRA.
           ADD 1 TO WS-IDX-REG
           IF WS-REG-RELATORIO(WS-IDX-REG) = RI-RELATORIO
               MOVE WS-IDX-REG TO WS-REG-ACHADA
           END-IF.

       039-EXPURGA-GERACAO.
           MOVE RI-ARQUIVO TO WS-GERACAO-NOME
           CALL "CBL_DELETE_FILE" USING WS-GERACAO-NOME
           SET RI-GERACAO-EXPURGADA TO TRUE
           MOVE WS-DATA-ATUAL-NUM TO RI-DATA-EXPURGO
           MOVE RI-INDICE-REC TO WS-IND-DADOS(WS-IDX-IND)
           ADD 1 TO WS-QTDE-EXPURGADAS
           PERFORM 012-GRAVA-LINHA-INDICE.

       037-REGRAVA-INDICE.
           OPEN OUTPUT INDICE-FILE
           IF WS-FS-INDICE NOT = "00"
               MOVE WS-FS-INDICE TO WS-FS-ERRO
               MOVE "FALHA AO REGRAVAR RELINDEX" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-IND
           PERFORM 040-GRAVA-ENTRADA UNTIL WS-IDX-IND = WS-IND-QTDE
           CLOSE INDICE-FILE.

       040-GRAVA-ENTRADA.
           ADD 1 TO WS-IDX-IND
           MOVE WS-IND-DADOS(WS-IDX-IND) TO RI-INDICE-REC
           WRITE RI-INDICE-REC.

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
