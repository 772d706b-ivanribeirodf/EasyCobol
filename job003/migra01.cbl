       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRA01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: migracao dos saldos de    *
      *              abertura de uma empresa nova a partir do      *
      *              balancete do sistema anterior (MIGRSALD,      *
      *              ABERTURA.CPY) para o periodo de corte do      *
      *              cartao MIGRPARM, em vez de postar o historico *
      *              pelo ADD05 como movimento. A empresa precisa  *
      *              estar ativa no EMPRESA e nao ter nenhum       *
      *              registro no GLSALDO; o periodo de corte,      *
      *              aberto no PERIODOS. Cada linha e validada     *
      *              (conta analitica ativa no PLANOCTA, moeda     *
      *              ativa no MOEDAS, centro de custo como no      *
      *              ADD05, sem chave repetida) e o balancete tem  *
      *              de fechar por moeda e bater com o trailer.    *
      *              Qualquer recusa encerra sem gravar nada.      *
      *              Aceito, grava o SG-SALDO-INICIAL (credito     *
      *              soma, debito subtrai) sem debitos nem         *
      *              creditos do periodo, marca cada linha no      *
      *              GLHIST com o tipo de abertura A/B, registra   *
      *              a migracao no AUDITLOG e imprime a prova de   *
      *              corte MIGRRPT relendo o GLSALDO gravado.      *
      *              Exige sign-on de operador nivel 3.            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MIGRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT ABERTURA-FILE ASSIGN TO "MIGRSALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MIGRSALD.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT MOEDAS-FILE ASSIGN TO "MOEDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOEDAS.
           SELECT CENTRO-CUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCUSTO.
           SELECT SALDO-GL-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-GLSALDO.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLHIST.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           SELECT RELAT-OUT-FILE ASSIGN TO "MIGRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-COMPANY-CODE        PIC X(03).
           05 PA-PERIODO-CORTE       PIC X(06).
       FD  ABERTURA-FILE.
           COPY ABERTURA.
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  PERIODOS-FILE.
           COPY PERIODO.
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  MOEDAS-FILE.
           COPY MOEDAS.
       FD  CENTRO-CUSTO-FILE.
           COPY CCUSTO.
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  GL-HIST-FILE.
           COPY GLHIST.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(100).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY SENHASVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-MIGRSALD            PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).
       01  WS-FS-PERIODOS            PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-MOEDAS              PIC X(02).
       01  WS-FS-CCUSTO              PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-GLHIST              PIC X(02).
       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-FS-AUDITLOG            PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-REFERENCIA        PIC 9(08) VALUE ZEROES.
       01  WS-OPERADOR-ID            PIC X(08) VALUE "BATCH".
       01  WS-NIVEL-AUTORIDADE       PIC 9(01) VALUE ZEROES.
       01  WS-NIVEL-MINIMO           PIC 9(01) VALUE 3.
       01  WS-EOF-OPERMAST           PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST        VALUE "S".
       01  WS-OPER-ACHOU             PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO    VALUE "S".

       01  WS-COMPANY-MIGRACAO       PIC X(03) VALUE SPACES.
       01  WS-NOME-EMPRESA           PIC X(30) VALUE SPACES.
       01  WS-PERIODO-CORTE-X        PIC X(06) VALUE SPACES.
       01  WS-PERIODO-CORTE-NUM REDEFINES WS-PERIODO-CORTE-X
                                     PIC 9(06).
       01  WS-PERIODO-CORTE          PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-DESM REDEFINES WS-PERIODO-CORTE.
           05 WS-CORTE-ANO           PIC 9(04).
           05 WS-CORTE-MES           PIC 9(02).
       01  WS-DATA-CORTE             PIC 9(08) VALUE ZEROES.
       01  WS-REFERENCIA-MIGRACAO    PIC X(10) VALUE SPACES.

       01  WS-EOF                    PIC X(01) VALUE "N".
           88 FIM-DO-ARQUIVO         VALUE "S".
       01  WS-EMP-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-CADASTRADA     VALUE "S".
       01  WS-EMP-SITUACAO           PIC X(01) VALUE SPACES.
       01  WS-PER-CONTROLE           PIC X(01) VALUE "N".
           88 CONTROLA-PERIODOS      VALUE "S".
       01  WS-PER-ACHOU              PIC X(01) VALUE "N".
           88 PERIODO-CADASTRADO     VALUE "S".
       01  WS-PER-SITUACAO           PIC X(01) VALUE SPACES.
       01  WS-SALDO-EXISTENTE        PIC X(01) VALUE "N".
           88 EMPRESA-COM-SALDOS     VALUE "S".

       01  WS-PLANO-CONTAS.
           05 WS-PLANO-QTDE          PIC 9(03) VALUE ZEROES.
           05 WS-PLANO-ENTRADA       OCCURS 500 TIMES.
               10 WS-PLANO-NUMERO    PIC 9(08).
               10 WS-PLANO-SITUACAO  PIC X(01).
               10 WS-PLANO-NATUREZA  PIC X(01).
               10 WS-PLANO-CLASSE    PIC X(01).
               10 WS-PLANO-TIPO      PIC X(01).
       01  WS-IDX-PLANO              PIC 9(03) VALUE ZEROES.
       01  WS-PLANO-ACHOU            PIC X(01) VALUE "N".
           88 CONTA-ENCONTRADA       VALUE "S".

       01  WS-CADASTRO-MOEDAS.
           05 WS-MOE-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-MOE-ENTRADA         OCCURS 20 TIMES.
               10 WS-MOE-CODIGO      PIC X(03).
               10 WS-MOE-SITUACAO    PIC X(01).
       01  WS-IDX-MOE                PIC 9(02) VALUE ZEROES.
       01  WS-MOE-ACHOU              PIC X(01) VALUE "N".
           88 MOEDA-CADASTRADA       VALUE "S".

       01  WS-CADASTRO-CENTROS.
           05 WS-CCU-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CCU-ENTRADA         OCCURS 200 TIMES.
               10 WS-CCU-CODIGO      PIC X(06).
               10 WS-CCU-SITUACAO    PIC X(01).
       01  WS-IDX-CCU                PIC 9(03) VALUE ZEROES.
       01  WS-CCU-ACHOU              PIC X(01) VALUE "N".
           88 CENTRO-CADASTRADO      VALUE "S".
       01  WS-CCU-CONTROLE           PIC X(01) VALUE "N".
           88 VALIDA-CENTROS         VALUE "S".

       01  WS-LINHAS-ABERTURA.
           05 WS-LIN-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-LIN-ENTRADA         OCCURS 1000 TIMES.
               10 WS-LIN-TIPO        PIC X(01).
               10 WS-LIN-CONTA       PIC 9(08).
               10 WS-LIN-MOEDA       PIC X(03).
               10 WS-LIN-CCUSTO      PIC X(06).
               10 WS-LIN-VALOR       PIC 9(09)V99.
       01  WS-IDX-LIN                PIC 9(04) VALUE ZEROES.
       01  WS-LIN-ACHOU              PIC X(01) VALUE "N".
           88 LINHA-REPETIDA         VALUE "S".

       01  WS-TOTAIS-MOEDA.
           05 WS-TOT-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-TOT-ENTRADA         OCCURS 20 TIMES.
               10 WS-TOT-MOEDA       PIC X(03).
               10 WS-TOT-DEVEDOR     PIC 9(11)V99.
               10 WS-TOT-CREDOR      PIC 9(11)V99.
               10 WS-TOT-PROVA       PIC S9(11)V99.
               10 WS-TOT-MOVIMENTO   PIC S9(11)V99.
       01  WS-IDX-TOT                PIC 9(02) VALUE ZEROES.
       01  WS-TOT-ACHOU              PIC X(01) VALUE "N".
           88 MOEDA-TOTALIZADA       VALUE "S".

       01  WS-TRAILER-LIDO           PIC X(01) VALUE "N".
           88 TRAILER-ENCONTRADO     VALUE "S".
       01  WS-TRL-QTDE-LINHAS        PIC 9(05) VALUE ZEROES.
       01  WS-TRL-TOTAL-DEVEDOR      PIC 9(11)V99 VALUE ZEROES.
       01  WS-TRL-TOTAL-CREDOR       PIC 9(11)V99 VALUE ZEROES.

       01  WS-LINHA-VALIDA           PIC X(01) VALUE "S".
           88 LINHA-ACEITA           VALUE "S".
       01  WS-MIGRACAO-VALIDA        PIC X(01) VALUE "S".
           88 MIGRACAO-ACEITA        VALUE "S".
       01  WS-PROVA-VALIDA           PIC X(01) VALUE "S".
           88 PROVA-CONFERE          VALUE "S".
       01  WS-MOTIVO-RECUSA          PIC X(40) VALUE SPACES.

       01  WS-QTDE-LIDAS             PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-RECUSADAS         PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-DEVEDOR          PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDOR           PIC 9(11)V99 VALUE ZEROES.
       01  WS-QTDE-SALDOS-GRAVADOS   PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-HIST-GRAVADOS     PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-SALDOS-RELIDOS    PIC 9(05) VALUE ZEROES.

       01  WS-LINHA-DETALHE.
           05 WS-LD-SEQ              PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LD-CONTA            PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LD-MOEDA            PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LD-CCUSTO           PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LD-TIPO             PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LD-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LD-SITUACAO         PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LD-MOTIVO           PIC X(40).

       01  WS-LINHA-MOEDA.
           05 FILLER                 PIC X(07) VALUE "MOEDA: ".
           05 WS-LM-MOEDA            PIC X(03).
           05 FILLER                 PIC X(10) VALUE " DEVEDOR: ".
           05 WS-LM-DEVEDOR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(09) VALUE " CREDOR: ".
           05 WS-LM-CREDOR           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LM-SITUACAO         PIC X(12).

       01  WS-LINHA-PROVA.
           05 FILLER                 PIC X(07) VALUE "MOEDA: ".
           05 WS-LP-MOEDA            PIC X(03).
           05 FILLER                 PIC X(18)
                                     VALUE " SOMA ABERTURAS: ".
           05 WS-LP-ABERTURAS        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(14)
                                     VALUE " MOVIMENTO: ".
           05 WS-LP-MOVIMENTO        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LP-SITUACAO         PIC X(08).

       01  WS-EDITA-QTDE             PIC ZZZZ9.
       01  WS-EDITA-QTDE-2           PIC ZZZZ9.
       01  WS-EDITA-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDITA-VALOR-2          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "MIGRA01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           PERFORM 002-APURA-DATAS
           PERFORM 003-CAPTURA-OPERADOR
           IF WS-NIVEL-AUTORIDADE < WS-NIVEL-MINIMO
               MOVE "OPERADOR SEM NIVEL 3 PARA MIGRAR SALDOS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 007-LE-PARAMETRO
           PERFORM 008-VALIDA-EMPRESA
           PERFORM 010-CONFERE-PERIODO
           PERFORM 012-CARREGA-PLANO
           PERFORM 014-CARREGA-MOEDAS
           PERFORM 016-CARREGA-CENTROS
           PERFORM 018-CONFERE-SALDOS-EXISTENTES
           PERFORM 020-CABECALHO-RELATORIO
           PERFORM 021-LE-BALANCETE
           PERFORM 030-CONFERE-TOTAIS
           IF NOT MIGRACAO-ACEITA
               PERFORM 032-RECUSA-MIGRACAO
           END-IF
           PERFORM 040-GRAVA-SALDOS
           PERFORM 042-GRAVA-HISTORICO
           PERFORM 044-GRAVA-AUDITORIA
           PERFORM 045-PROVA-CORTE
           DISPLAY "MIGRACAO DA EMPRESA " WS-COMPANY-MIGRACAO
               " CONCLUIDA - SALDOS: " WS-QTDE-SALDOS-GRAVADOS
               " GLHIST: " WS-QTDE-HIST-GRAVADOS " - VER MIGRRPT"
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

       003-CAPTURA-OPERADOR.
           OPEN INPUT OPERADOR-FILE
           EVALUATE WS-FS-OPERADOR
               WHEN "00"
                   READ OPERADOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 004-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
                   MOVE "OPERCARD AUSENTE - MIGRACAO EXIGE SIGN-ON"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-OPERADOR TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERCARD" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           PERFORM 005-VALIDA-OPERADOR
           DISPLAY "OPERADOR DA MIGRACAO: " WS-OPERADOR-ID
               " NIVEL: " WS-NIVEL-AUTORIDADE.

       004-CONFERE-SENHA.
           SET SS-CONFERE-SENHA TO TRUE
           MOVE WS-NOME-PROGRAMA TO SS-PROGRAMA
           MOVE WS-OPERADOR-ID   TO SS-OPERADOR-ID
           MOVE OC-SENHA         TO SS-SENHA
           MOVE OC-SENHA-NOVA    TO SS-SENHA-NOVA
           CALL "SENHASVC" USING SS-PARAMETROS
               ON EXCEPTION
                   SET SS-RETORNO-ERRO TO TRUE
                   MOVE "SENHASVC INDISPONIVEL - SIGN-ON IMPOSSIVEL"
                       TO SS-MENSAGEM
           END-CALL
           IF NOT SS-RETORNO-OK AND NOT SS-CADASTRO-AUSENTE
               CLOSE OPERADOR-FILE
               MOVE SS-MENSAGEM TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       005-VALIDA-OPERADOR.
           OPEN INPUT OPERADOR-MASTER-FILE
           EVALUATE WS-FS-OPERMAST
               WHEN "00"
                   PERFORM 006-LE-OPERADOR-MASTER
                       UNTIL OPERADOR-CADASTRADO OR FIM-DO-OPERMAST
                   CLOSE OPERADOR-MASTER-FILE
                   IF NOT OPERADOR-CADASTRADO
                       MOVE SPACES TO WS-MSG-ERRO
                       STRING "OPERADOR NAO CADASTRADO NO OPERMAST: "
                           WS-OPERADOR-ID DELIMITED BY SIZE
                           INTO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               WHEN "35"
                   MOVE "OPERMAST AUSENTE - MIGRACAO IMPOSSIVEL"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-OPERMAST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERMAST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       006-LE-OPERADOR-MASTER.
           READ OPERADOR-MASTER-FILE
               AT END
                   SET FIM-DO-OPERMAST TO TRUE
               NOT AT END
                   IF OP-ID = WS-OPERADOR-ID
                       SET OPERADOR-CADASTRADO TO TRUE
                       IF NOT OP-OPERADOR-ATIVO
                           MOVE SPACES TO WS-MSG-ERRO
                           STRING "OPERADOR INATIVO NO OPERMAST: "
                               WS-OPERADOR-ID DELIMITED BY SIZE
                               INTO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       MOVE OP-NIVEL-AUTORIDADE
                           TO WS-NIVEL-AUTORIDADE
                   END-IF
           END-READ.

       007-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PA-COMPANY-CODE
                               TO WS-COMPANY-MIGRACAO
                           MOVE PA-PERIODO-CORTE
                               TO WS-PERIODO-CORTE-X
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
                   MOVE "MIGRPARM AUSENTE - INFORMAR EMPRESA E PERIODO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR MIGRPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-COMPANY-MIGRACAO = SPACES
              OR WS-PERIODO-CORTE-NUM IS NOT NUMERIC
               MOVE "MIGRPARM INVALIDO - EMPRESA OU PERIODO AAAAMM"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE WS-PERIODO-CORTE-NUM TO WS-PERIODO-CORTE
           IF WS-CORTE-MES < 1 OR WS-CORTE-MES > 12
              OR WS-CORTE-ANO < 1900
               MOVE "MIGRPARM INVALIDO - PERIODO DE CORTE AAAAMM"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           COMPUTE WS-DATA-CORTE = WS-PERIODO-CORTE * 100 + 1
           MOVE SPACES TO WS-REFERENCIA-MIGRACAO
           STRING "MIG" WS-PERIODO-CORTE-X DELIMITED BY SIZE
               INTO WS-REFERENCIA-MIGRACAO
           DISPLAY "MIGRACAO DE SALDOS - EMPRESA: " WS-COMPANY-MIGRACAO
               " PERIODO DE CORTE: " WS-PERIODO-CORTE.

       008-VALIDA-EMPRESA.
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   PERFORM 009-LE-EMPRESA
                       UNTIL EMPRESA-CADASTRADA OR FIM-DO-ARQUIVO
                   CLOSE EMPRESA-FILE
               WHEN "35"
                   MOVE "CADASTRO EMPRESA NAO ENCONTRADO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-EMPRESA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF NOT EMPRESA-CADASTRADA OR WS-EMP-SITUACAO NOT = "A"
               MOVE SPACES TO WS-MSG-ERRO
               STRING "EMPRESA DESCONHECIDA OU INATIVA NO EMPRESA: "
                   WS-COMPANY-MIGRACAO DELIMITED BY SIZE
                   INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       009-LE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF EM-CODIGO = WS-COMPANY-MIGRACAO
                       SET EMPRESA-CADASTRADA TO TRUE
                       MOVE EM-NOME     TO WS-NOME-EMPRESA
                       MOVE EM-SITUACAO TO WS-EMP-SITUACAO
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Com o PERIODOS presente, o periodo de corte tem de estar  *
      * cadastrado e aberto (geral ou da empresa), senao o ADD05  *
      * recusaria o primeiro movimento da empresa nova.           *
      *-----------------------------------------------------------*
       010-CONFERE-PERIODO.
           MOVE "N" TO WS-EOF
           OPEN INPUT PERIODOS-FILE
           EVALUATE WS-FS-PERIODOS
               WHEN "00"
                   SET CONTROLA-PERIODOS TO TRUE
                   PERFORM 011-LE-PERIODO
                       UNTIL PERIODO-CADASTRADO OR FIM-DO-ARQUIVO
                   CLOSE PERIODOS-FILE
               WHEN "35"
                   DISPLAY "PERIODOS NAO ENCONTRADO - SEM CONTROLE "
                       "DE PERIODO CONTABIL"
               WHEN OTHER
                   MOVE WS-FS-PERIODOS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PERIODOS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF CONTROLA-PERIODOS
              AND (NOT PERIODO-CADASTRADO OR WS-PER-SITUACAO NOT = "A")
               MOVE SPACES TO WS-MSG-ERRO
               STRING "PERIODO DE CORTE FECHADO OU NAO CADASTRADO: "
                   WS-PERIODO-CORTE DELIMITED BY SIZE
                   INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       011-LE-PERIODO.
           READ PERIODOS-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF PD-PERIODO = WS-PERIODO-CORTE
                      AND (PD-COMPANY-CODE = SPACES
                           OR PD-COMPANY-CODE = WS-COMPANY-MIGRACAO)
                       SET PERIODO-CADASTRADO TO TRUE
                       MOVE PD-SITUACAO TO WS-PER-SITUACAO
                   END-IF
           END-READ.

       012-CARREGA-PLANO.
           MOVE "N" TO WS-EOF
           OPEN INPUT PLANO-CONTAS-FILE
           EVALUATE WS-FS-PLANO
               WHEN "00"
                   PERFORM 013-LE-PLANO UNTIL FIM-DO-ARQUIVO
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

       013-LE-PLANO.
           READ PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF WS-PLANO-QTDE = 500
                       MOVE "PLANO DE CONTAS EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLANO-QTDE
                   MOVE PC-NUMERO-CONTA
                       TO WS-PLANO-NUMERO(WS-PLANO-QTDE)
                   MOVE PC-SITUACAO
                       TO WS-PLANO-SITUACAO(WS-PLANO-QTDE)
                   MOVE PC-NATUREZA
                       TO WS-PLANO-NATUREZA(WS-PLANO-QTDE)
                   MOVE PC-CLASSE
                       TO WS-PLANO-CLASSE(WS-PLANO-QTDE)
                   MOVE PC-TIPO-CONTA
                       TO WS-PLANO-TIPO(WS-PLANO-QTDE)
           END-READ.

       014-CARREGA-MOEDAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MOEDAS-FILE
           EVALUATE WS-FS-MOEDAS
               WHEN "00"
                   PERFORM 015-LE-MOEDA UNTIL FIM-DO-ARQUIVO
                   CLOSE MOEDAS-FILE
               WHEN "35"
                   MOVE "CADASTRO MOEDAS NAO ENCONTRADO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-MOEDAS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR MOEDAS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       015-LE-MOEDA.
           READ MOEDAS-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF WS-MOE-QTDE = 20
                       MOVE "CADASTRO MOEDAS EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-MOE-QTDE
                   MOVE MO-CODIGO   TO WS-MOE-CODIGO(WS-MOE-QTDE)
                   MOVE MO-SITUACAO TO WS-MOE-SITUACAO(WS-MOE-QTDE)
           END-READ.

       016-CARREGA-CENTROS.
           MOVE "N" TO WS-EOF
           OPEN INPUT CENTRO-CUSTO-FILE
           EVALUATE WS-FS-CCUSTO
               WHEN "00"
                   SET VALIDA-CENTROS TO TRUE
                   PERFORM 017-LE-CENTRO UNTIL FIM-DO-ARQUIVO
                   CLOSE CENTRO-CUSTO-FILE
               WHEN "35"
                   DISPLAY "CCUSTO NAO ENCONTRADO - CENTRO DE CUSTO "
                       "SEM VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-CCUSTO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CCUSTO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       017-LE-CENTRO.
           READ CENTRO-CUSTO-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF WS-CCU-QTDE = 200
                       MOVE "CADASTRO CCUSTO EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-CCU-QTDE
                   MOVE CC-CODIGO   TO WS-CCU-CODIGO(WS-CCU-QTDE)
                   MOVE CC-SITUACAO TO WS-CCU-SITUACAO(WS-CCU-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * Empresa que ja tem qualquer registro no GLSALDO (de       *
      * qualquer periodo) ja esta em operacao no razao: a         *
      * migracao e recusada antes de ler o balancete.             *
      *-----------------------------------------------------------*
       018-CONFERE-SALDOS-EXISTENTES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SALDO-GL-FILE
           EVALUATE WS-FS-GLSALDO
               WHEN "00"
                   PERFORM 019-LE-SALDO-EXISTENTE
                       UNTIL EMPRESA-COM-SALDOS OR FIM-DO-ARQUIVO
                   CLOSE SALDO-GL-FILE
               WHEN "35"
                   DISPLAY "GLSALDO AINDA NAO EXISTE - SERA CRIADO"
               WHEN OTHER
                   MOVE WS-FS-GLSALDO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF EMPRESA-COM-SALDOS
               MOVE SPACES TO WS-MSG-ERRO
               STRING "EMPRESA " WS-COMPANY-MIGRACAO
                   " JA TEM SALDOS NO GLSALDO - MIGRACAO RECUSADA"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       019-LE-SALDO-EXISTENTE.
           READ SALDO-GL-FILE NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF SG-COMPANY-CODE = WS-COMPANY-MIGRACAO
                       SET EMPRESA-COM-SALDOS TO TRUE
                   END-IF
           END-READ.

       020-CABECALHO-RELATORIO.
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE "MIGRACAO DE SALDOS DE ABERTURA - PROVA DE CORTE"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "EMPRESA: " WS-COMPANY-MIGRACAO " "
               WS-NOME-EMPRESA
               " PERIODO DE CORTE: " WS-PERIODO-CORTE-X
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "DATA DE NEGOCIO: " WS-DATA-REFERENCIA
               " OPERADOR: " WS-OPERADOR-ID
               " REFERENCIA: " WS-REFERENCIA-MIGRACAO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "  SEQ CONTA    MOE CCUSTO T          VALOR SITUACAO"
               TO RELAT-LINHA
           WRITE RELAT-LINHA.

       021-LE-BALANCETE.
           MOVE "N" TO WS-EOF
           OPEN INPUT ABERTURA-FILE
           EVALUATE WS-FS-MIGRSALD
               WHEN "00"
                   PERFORM 022-LE-LINHA UNTIL FIM-DO-ARQUIVO
                   CLOSE ABERTURA-FILE
               WHEN "35"
                   CLOSE RELAT-OUT-FILE
                   MOVE "BALANCETE MIGRSALD NAO ENCONTRADO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   CLOSE RELAT-OUT-FILE
                   MOVE WS-FS-MIGRSALD TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR MIGRSALD" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       022-LE-LINHA.
           READ ABERTURA-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF MB-ABERTURA-REC NOT = SPACES
                       IF MB-TRAILER AND NOT TRAILER-ENCONTRADO
                           SET TRAILER-ENCONTRADO TO TRUE
                           MOVE MB-QTDE-LINHAS TO WS-TRL-QTDE-LINHAS
                           MOVE MB-TOTAL-DEVEDOR
                               TO WS-TRL-TOTAL-DEVEDOR
                           MOVE MB-TOTAL-CREDOR
                               TO WS-TRL-TOTAL-CREDOR
                       ELSE
                           ADD 1 TO WS-QTDE-LIDAS
                           PERFORM 023-VALIDA-LINHA
                       END-IF
                   END-IF
           END-READ.

       023-VALIDA-LINHA.
           MOVE "S" TO WS-LINHA-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECUSA
           EVALUATE TRUE
               WHEN TRAILER-ENCONTRADO
                   MOVE "LINHA DEPOIS DO TRAILER" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN NOT MB-SALDO-DEVEDOR AND NOT MB-SALDO-CREDOR
                   MOVE "TIPO DE SALDO DIFERENTE DE D/C"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN MB-NUMERO-CONTA IS NOT NUMERIC
                   MOVE "CONTA NAO NUMERICA" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN MB-VALOR IS NOT NUMERIC
                   MOVE "VALOR NAO NUMERICO" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN MB-VALOR = ZEROES
                   MOVE "VALOR ZERADO" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
           END-EVALUATE
           IF LINHA-ACEITA
               IF MB-SALDO-DEVEDOR
                   ADD MB-VALOR TO WS-TOTAL-DEVEDOR
               ELSE
                   ADD MB-VALOR TO WS-TOTAL-CREDOR
               END-IF
               PERFORM 024-VALIDA-CADASTROS
           END-IF
           IF LINHA-ACEITA
               PERFORM 027-PROCURA-DUPLICIDADE
           END-IF
           IF LINHA-ACEITA
               PERFORM 028-GUARDA-LINHA
               MOVE "ACEITA" TO WS-LD-SITUACAO
           ELSE
               ADD 1 TO WS-QTDE-RECUSADAS
               MOVE "N" TO WS-MIGRACAO-VALIDA
               MOVE "RECUSADA" TO WS-LD-SITUACAO
           END-IF
           MOVE WS-QTDE-LIDAS    TO WS-LD-SEQ
           MOVE MB-NUMERO-CONTA  TO WS-LD-CONTA
           MOVE MB-CURRENCY-CODE TO WS-LD-MOEDA
           MOVE MB-CENTRO-CUSTO  TO WS-LD-CCUSTO
           MOVE MB-TIPO          TO WS-LD-TIPO
           IF MB-VALOR IS NUMERIC
               MOVE MB-VALOR TO WS-LD-VALOR
           ELSE
               MOVE ZEROES TO WS-LD-VALOR
           END-IF
           MOVE WS-MOTIVO-RECUSA TO WS-LD-MOTIVO
           WRITE RELAT-LINHA FROM WS-LINHA-DETALHE.

      *-----------------------------------------------------------*
      * Conta analitica ativa no PLANOCTA, moeda ativa no MOEDAS  *
      * e centro de custo na mesma regra do ADD05: obrigatorio    *
      * nas contas de despesa (resultado/devedora) e, quando      *
      * informado, cadastrado e ativo no CCUSTO.                  *
      *-----------------------------------------------------------*
       024-VALIDA-CADASTROS.
           MOVE ZEROES TO WS-IDX-PLANO
           MOVE "N" TO WS-PLANO-ACHOU
           PERFORM 025-PROCURA-CONTA
               UNTIL CONTA-ENCONTRADA OR WS-IDX-PLANO = WS-PLANO-QTDE
           MOVE ZEROES TO WS-IDX-MOE
           MOVE "N" TO WS-MOE-ACHOU
           PERFORM 026-PROCURA-MOEDA
               UNTIL MOEDA-CADASTRADA OR WS-IDX-MOE = WS-MOE-QTDE
           EVALUATE TRUE
               WHEN NOT CONTA-ENCONTRADA
                   MOVE "CONTA NAO CADASTRADA NO PLANOCTA"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN WS-PLANO-SITUACAO(WS-IDX-PLANO) NOT = "A"
                   MOVE "CONTA INATIVA NO PLANOCTA" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN WS-PLANO-TIPO(WS-IDX-PLANO) = "S"
                   MOVE "CONTA SINTETICA NAO RECEBE SALDO"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN NOT MOEDA-CADASTRADA
                  OR WS-MOE-SITUACAO(WS-IDX-MOE) NOT = "A"
                   MOVE "MOEDA DESCONHECIDA OU INATIVA"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN NOT VALIDA-CENTROS
                   CONTINUE
               WHEN MB-CENTRO-CUSTO = SPACES
                   IF WS-PLANO-CLASSE(WS-IDX-PLANO) = "R"
                      AND WS-PLANO-NATUREZA(WS-IDX-PLANO) = "D"
                       MOVE "CONTA DE DESPESA SEM CENTRO DE CUSTO"
                           TO WS-MOTIVO-RECUSA
                       MOVE "N" TO WS-LINHA-VALIDA
                   END-IF
               WHEN OTHER
                   MOVE ZEROES TO WS-IDX-CCU
                   MOVE "N" TO WS-CCU-ACHOU
                   PERFORM 029-PROCURA-CENTRO
                       UNTIL CENTRO-CADASTRADO
                       OR WS-IDX-CCU = WS-CCU-QTDE
                   IF NOT CENTRO-CADASTRADO
                      OR WS-CCU-SITUACAO(WS-IDX-CCU) NOT = "A"
                       MOVE "CENTRO DE CUSTO DESCONHECIDO OU INATIVO"
                           TO WS-MOTIVO-RECUSA
                       MOVE "N" TO WS-LINHA-VALIDA
                   END-IF
           END-EVALUATE.

       025-PROCURA-CONTA.
           ADD 1 TO WS-IDX-PLANO
           IF WS-PLANO-NUMERO(WS-IDX-PLANO) = MB-NUMERO-CONTA
               SET CONTA-ENCONTRADA TO TRUE
           END-IF.

       026-PROCURA-MOEDA.
           ADD 1 TO WS-IDX-MOE
           IF WS-MOE-CODIGO(WS-IDX-MOE) = MB-CURRENCY-CODE
               SET MOEDA-CADASTRADA TO TRUE
           END-IF.

       029-PROCURA-CENTRO.
           ADD 1 TO WS-IDX-CCU
           IF WS-CCU-CODIGO(WS-IDX-CCU) = MB-CENTRO-CUSTO
               SET CENTRO-CADASTRADO TO TRUE
           END-IF.

       027-PROCURA-DUPLICIDADE.
           MOVE ZEROES TO WS-IDX-LIN
           MOVE "N" TO WS-LIN-ACHOU
           PERFORM 034-TESTA-DUPLICIDADE
               UNTIL LINHA-REPETIDA OR WS-IDX-LIN = WS-LIN-QTDE
           IF LINHA-REPETIDA
               MOVE "CONTA/MOEDA/CENTRO REPETIDOS" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-LINHA-VALIDA
           END-IF.

       034-TESTA-DUPLICIDADE.
           ADD 1 TO WS-IDX-LIN
           IF WS-LIN-CONTA(WS-IDX-LIN) = MB-NUMERO-CONTA
              AND WS-LIN-MOEDA(WS-IDX-LIN) = MB-CURRENCY-CODE
              AND WS-LIN-CCUSTO(WS-IDX-LIN) = MB-CENTRO-CUSTO
               SET LINHA-REPETIDA TO TRUE
           END-IF.

       028-GUARDA-LINHA.
           IF WS-LIN-QTDE = 1000
               CLOSE RELAT-OUT-FILE
               MOVE "BALANCETE MIGRSALD EXCEDE A TABELA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-LIN-QTDE
           MOVE MB-TIPO          TO WS-LIN-TIPO(WS-LIN-QTDE)
           MOVE MB-NUMERO-CONTA  TO WS-LIN-CONTA(WS-LIN-QTDE)
           MOVE MB-CURRENCY-CODE TO WS-LIN-MOEDA(WS-LIN-QTDE)
           MOVE MB-CENTRO-CUSTO  TO WS-LIN-CCUSTO(WS-LIN-QTDE)
           MOVE MB-VALOR         TO WS-LIN-VALOR(WS-LIN-QTDE)
           PERFORM 035-LOCALIZA-TOTAL-MOEDA
           IF MB-SALDO-DEVEDOR
               ADD MB-VALOR TO WS-TOT-DEVEDOR(WS-IDX-TOT)
           ELSE
               ADD MB-VALOR TO WS-TOT-CREDOR(WS-IDX-TOT)
           END-IF.

       035-LOCALIZA-TOTAL-MOEDA.
           MOVE ZEROES TO WS-IDX-TOT
           MOVE "N" TO WS-TOT-ACHOU
           PERFORM 036-PROCURA-TOTAL-MOEDA
               UNTIL MOEDA-TOTALIZADA OR WS-IDX-TOT = WS-TOT-QTDE
           IF NOT MOEDA-TOTALIZADA
               ADD 1 TO WS-TOT-QTDE
               MOVE WS-TOT-QTDE TO WS-IDX-TOT
               MOVE MB-CURRENCY-CODE TO WS-TOT-MOEDA(WS-IDX-TOT)
               MOVE ZEROES TO WS-TOT-DEVEDOR(WS-IDX-TOT)
               MOVE ZEROES TO WS-TOT-CREDOR(WS-IDX-TOT)
               MOVE ZEROES TO WS-TOT-PROVA(WS-IDX-TOT)
               MOVE ZEROES TO WS-TOT-MOVIMENTO(WS-IDX-TOT)
           END-IF.

       036-PROCURA-TOTAL-MOEDA.
           ADD 1 TO WS-IDX-TOT
           IF WS-TOT-MOEDA(WS-IDX-TOT) = MB-CURRENCY-CODE
               SET MOEDA-TOTALIZADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * O balancete tem de fechar em cada moeda (devedor = credor)*
      * e bater com o trailer do sistema de origem em quantidade  *
      * de linhas e totais devedor e credor.                      *
      *-----------------------------------------------------------*
       030-CONFERE-TOTAIS.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           MOVE WS-QTDE-LIDAS     TO WS-EDITA-QTDE
           MOVE WS-QTDE-RECUSADAS TO WS-EDITA-QTDE-2
           STRING "LINHAS LIDAS: " WS-EDITA-QTDE
               " RECUSADAS: " WS-EDITA-QTDE-2
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-TOT
           PERFORM 031-CONFERE-MOEDA UNTIL WS-IDX-TOT = WS-TOT-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF NOT TRAILER-ENCONTRADO
               MOVE "TRAILER T AUSENTE NO MIGRSALD" TO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE "N" TO WS-MIGRACAO-VALIDA
           ELSE
               MOVE SPACES TO RELAT-LINHA
               MOVE WS-TRL-TOTAL-DEVEDOR TO WS-EDITA-VALOR
               MOVE WS-TRL-TOTAL-CREDOR  TO WS-EDITA-VALOR-2
               STRING "TRAILER - LINHAS: " WS-TRL-QTDE-LINHAS
                   " DEVEDOR: " WS-EDITA-VALOR
                   " CREDOR: " WS-EDITA-VALOR-2
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE SPACES TO RELAT-LINHA
               MOVE WS-TOTAL-DEVEDOR TO WS-EDITA-VALOR
               MOVE WS-TOTAL-CREDOR  TO WS-EDITA-VALOR-2
               STRING "LIDO    - LINHAS: " WS-QTDE-LIDAS
                   " DEVEDOR: " WS-EDITA-VALOR
                   " CREDOR: " WS-EDITA-VALOR-2
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
               IF WS-TRL-QTDE-LINHAS NOT = WS-QTDE-LIDAS
                  OR WS-TRL-TOTAL-DEVEDOR NOT = WS-TOTAL-DEVEDOR
                  OR WS-TRL-TOTAL-CREDOR NOT = WS-TOTAL-CREDOR
                   MOVE "CONTROLE DO TRAILER DIVERGE DO LIDO"
                       TO RELAT-LINHA
                   WRITE RELAT-LINHA
                   MOVE "N" TO WS-MIGRACAO-VALIDA
               ELSE
                   MOVE "CONTROLE DO TRAILER CONFERE" TO RELAT-LINHA
                   WRITE RELAT-LINHA
               END-IF
           END-IF
           IF WS-LIN-QTDE = ZEROES
               MOVE "BALANCETE SEM LINHA ACEITA" TO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE "N" TO WS-MIGRACAO-VALIDA
           END-IF.

       031-CONFERE-MOEDA.
           ADD 1 TO WS-IDX-TOT
           MOVE WS-TOT-MOEDA(WS-IDX-TOT)   TO WS-LM-MOEDA
           MOVE WS-TOT-DEVEDOR(WS-IDX-TOT) TO WS-LM-DEVEDOR
           MOVE WS-TOT-CREDOR(WS-IDX-TOT)  TO WS-LM-CREDOR
           IF WS-TOT-DEVEDOR(WS-IDX-TOT) = WS-TOT-CREDOR(WS-IDX-TOT)
               MOVE "FECHA" TO WS-LM-SITUACAO
           ELSE
               MOVE "NAO FECHA" TO WS-LM-SITUACAO
               MOVE "N" TO WS-MIGRACAO-VALIDA
           END-IF
           WRITE RELAT-LINHA FROM WS-LINHA-MOEDA.

       032-RECUSA-MIGRACAO.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "RESULTADO: MIGRACAO RECUSADA - NADA FOI GRAVADO"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "MIGRRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           MOVE SPACES TO WS-MSG-ERRO
           STRING "BALANCETE DA EMPRESA " WS-COMPANY-MIGRACAO
               " RECUSADO - VER MIGRRPT" DELIMITED BY SIZE
               INTO WS-MSG-ERRO
           PERFORM 9999-TRATA-ERRO.

      *-----------------------------------------------------------*
      * Saldo de abertura do periodo de corte: credito soma,      *
      * debito subtrai; debitos e creditos do periodo ficam       *
      * zerados e o saldo final nasce igual a abertura.           *
      *-----------------------------------------------------------*
       040-GRAVA-SALDOS.
           OPEN I-O SALDO-GL-FILE
           IF WS-FS-GLSALDO = "35"
               OPEN OUTPUT SALDO-GL-FILE
               CLOSE SALDO-GL-FILE
               OPEN I-O SALDO-GL-FILE
           END-IF
           IF WS-FS-GLSALDO NOT = "00"
               CLOSE RELAT-OUT-FILE
               MOVE WS-FS-GLSALDO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR GLSALDO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-LIN
           PERFORM 041-GRAVA-UM-SALDO UNTIL WS-IDX-LIN = WS-LIN-QTDE
           CLOSE SALDO-GL-FILE.

       041-GRAVA-UM-SALDO.
           ADD 1 TO WS-IDX-LIN
           MOVE WS-LIN-CONTA(WS-IDX-LIN)  TO SG-NUMERO-CONTA
           MOVE WS-PERIODO-CORTE          TO SG-PERIODO
           MOVE WS-COMPANY-MIGRACAO       TO SG-COMPANY-CODE
           MOVE WS-LIN-MOEDA(WS-IDX-LIN)  TO SG-CURRENCY-CODE
           MOVE WS-LIN-CCUSTO(WS-IDX-LIN) TO SG-CENTRO-CUSTO
           IF WS-LIN-TIPO(WS-IDX-LIN) = "C"
               MOVE WS-LIN-VALOR(WS-IDX-LIN) TO SG-SALDO-INICIAL
           ELSE
               COMPUTE SG-SALDO-INICIAL =
                   ZEROES - WS-LIN-VALOR(WS-IDX-LIN)
           END-IF
           MOVE ZEROES           TO SG-DEBITOS-PERIODO
           MOVE ZEROES           TO SG-CREDITOS-PERIODO
           MOVE SG-SALDO-INICIAL TO SG-SALDO-FINAL
           SET SG-PERIODO-ABERTO TO TRUE
           WRITE SG-SALDO-REC
               INVALID KEY
                   CLOSE SALDO-GL-FILE
                   CLOSE RELAT-OUT-FILE
                   MOVE WS-FS-GLSALDO TO WS-FS-ERRO
                   MOVE "FALHA NO WRITE DO GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-WRITE
           ADD 1 TO WS-QTDE-SALDOS-GRAVADOS.

      *-----------------------------------------------------------*
      * Marca da migracao no GLHIST: uma linha por saldo, com o   *
      * tipo de abertura (A = devedora, B = credora) que os       *
      * extratos e provas do razao nao tratam como movimento.     *
      *-----------------------------------------------------------*
       042-GRAVA-HISTORICO.
           OPEN EXTEND GL-HIST-FILE
           IF WS-FS-GLHIST = "35"
               OPEN OUTPUT GL-HIST-FILE
           END-IF
           IF WS-FS-GLHIST NOT = "00"
               CLOSE RELAT-OUT-FILE
               MOVE WS-FS-GLHIST TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR GLHIST" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-LIN
           PERFORM 043-GRAVA-UM-HISTORICO
               UNTIL WS-IDX-LIN = WS-LIN-QTDE
           CLOSE GL-HIST-FILE.

       043-GRAVA-UM-HISTORICO.
           ADD 1 TO WS-IDX-LIN
           MOVE WS-DATA-REFERENCIA TO GH-DATA-POSTAGEM
           IF WS-LIN-TIPO(WS-IDX-LIN) = "C"
               SET GH-ABERTURA-CREDORA TO TRUE
           ELSE
               SET GH-ABERTURA-DEVEDORA TO TRUE
           END-IF
           MOVE WS-DATA-CORTE             TO GH-DATA-TRANS
           MOVE WS-LIN-CONTA(WS-IDX-LIN)  TO GH-NUMERO-CONTA
           MOVE WS-REFERENCIA-MIGRACAO    TO GH-REFERENCIA
           MOVE WS-COMPANY-MIGRACAO       TO GH-COMPANY-CODE
           MOVE WS-LIN-MOEDA(WS-IDX-LIN)  TO GH-CURRENCY-CODE
           MOVE WS-LIN-VALOR(WS-IDX-LIN)  TO GH-VALOR-TRANS
           MOVE WS-OPERADOR-ID            TO GH-OPERADOR-ID
           MOVE WS-NOME-PROGRAMA          TO GH-SISTEMA-ORIGEM
           MOVE WS-LIN-CCUSTO(WS-IDX-LIN) TO GH-CENTRO-CUSTO
           WRITE GH-HISTORICO-REC
           ADD 1 TO WS-QTDE-HIST-GRAVADOS.

      *-----------------------------------------------------------*
      * Um registro de auditoria por moeda migrada, com o total   *
      * devedor (= credor) do balancete como resultado.           *
      *-----------------------------------------------------------*
       044-GRAVA-AUDITORIA.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-FS-AUDITLOG = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-FS-AUDITLOG NOT = "00"
               CLOSE RELAT-OUT-FILE
               MOVE WS-FS-AUDITLOG TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR AUDITLOG" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-TOT
           PERFORM 037-GRAVA-AUD-MOEDA UNTIL WS-IDX-TOT = WS-TOT-QTDE
           CLOSE AUDIT-LOG-FILE.

       037-GRAVA-AUD-MOEDA.
           ADD 1 TO WS-IDX-TOT
           MOVE WS-NOME-PROGRAMA  TO AUD-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM TO AUD-DATA-EXEC
           COMPUTE AUD-HORA-EXEC = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-TOT-DEVEDOR(WS-IDX-TOT) TO AUD-RESULTADO
           MOVE WS-COMPANY-MIGRACAO        TO AUD-COMPANY-CODE
           MOVE WS-TOT-MOEDA(WS-IDX-TOT)   TO AUD-CURRENCY-CODE
           MOVE WS-OPERADOR-ID             TO AUD-OPERADOR-ID
           MOVE "N"                        TO AUD-TIPO-LANCAMENTO
           MOVE ZEROES                     TO AUD-NUMERO-LOTE
           SET CD-ENCADEIA TO TRUE
           MOVE "AUDITLOG" TO CD-ARQUIVO
           CALL "CADEISVC" USING CD-PARAMETROS
               AUD-CONTEUDO AUD-CADEIA
               ON EXCEPTION
                   MOVE ZEROES TO AUD-CADEIA
           END-CALL
           WRITE AUD-LOG-REC.

      *-----------------------------------------------------------*
      * Prova de corte: o GLSALDO gravado e relido por inteiro;   *
      * os saldos da empresa no periodo de corte tem de ser tantos*
      * quantas as linhas aceitas, somar zero em cada moeda e nao *
      * ter movimento do periodo.                                 *
      *-----------------------------------------------------------*
       045-PROVA-CORTE.
           MOVE "N" TO WS-EOF
           OPEN INPUT SALDO-GL-FILE
           IF WS-FS-GLSALDO NOT = "00"
               CLOSE RELAT-OUT-FILE
               MOVE WS-FS-GLSALDO TO WS-FS-ERRO
               MOVE "FALHA AO REABRIR GLSALDO PARA A PROVA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 046-LE-SALDO-PROVA UNTIL FIM-DO-ARQUIVO
           CLOSE SALDO-GL-FILE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "PROVA DE CORTE - RELEITURA DO GLSALDO" TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "SALDOS GRAVADOS: " WS-QTDE-SALDOS-GRAVADOS
               " RELIDOS: " WS-QTDE-SALDOS-RELIDOS
               " MARCAS NO GLHIST: " WS-QTDE-HIST-GRAVADOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-QTDE-SALDOS-RELIDOS NOT = WS-QTDE-SALDOS-GRAVADOS
              OR WS-QTDE-HIST-GRAVADOS NOT = WS-QTDE-SALDOS-GRAVADOS
               MOVE "N" TO WS-PROVA-VALIDA
           END-IF
           MOVE ZEROES TO WS-IDX-TOT
           PERFORM 047-IMPRIME-PROVA-MOEDA
               UNTIL WS-IDX-TOT = WS-TOT-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF PROVA-CONFERE
               MOVE "RESULTADO: MIGRACAO CONCLUIDA - PROVA CONFERE"
                   TO RELAT-LINHA
           ELSE
               MOVE "RESULTADO: PROVA DE CORTE DIVERGE - RESTAURAR"
                   TO RELAT-LINHA
           END-IF
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "MIGRRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           IF NOT PROVA-CONFERE
               MOVE SPACES TO WS-MSG-ERRO
               STRING "PROVA DE CORTE DA EMPRESA " WS-COMPANY-MIGRACAO
                   " DIVERGE - VER MIGRRPT" DELIMITED BY SIZE
                   INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       046-LE-SALDO-PROVA.
           READ SALDO-GL-FILE NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF SG-COMPANY-CODE = WS-COMPANY-MIGRACAO
                       PERFORM 048-ACUMULA-SALDO-PROVA
                   END-IF
           END-READ.

       048-ACUMULA-SALDO-PROVA.
           ADD 1 TO WS-QTDE-SALDOS-RELIDOS
           MOVE ZEROES TO WS-IDX-TOT
           MOVE "N" TO WS-TOT-ACHOU
           PERFORM 049-PROCURA-MOEDA-PROVA
               UNTIL MOEDA-TOTALIZADA OR WS-IDX-TOT = WS-TOT-QTDE
           IF NOT MOEDA-TOTALIZADA OR SG-PERIODO NOT = WS-PERIODO-CORTE
               MOVE "N" TO WS-PROVA-VALIDA
           ELSE
               ADD SG-SALDO-INICIAL TO WS-TOT-PROVA(WS-IDX-TOT)
               ADD SG-DEBITOS-PERIODO TO WS-TOT-MOVIMENTO(WS-IDX-TOT)
               ADD SG-CREDITOS-PERIODO
                   TO WS-TOT-MOVIMENTO(WS-IDX-TOT)
           END-IF.

       049-PROCURA-MOEDA-PROVA.
           ADD 1 TO WS-IDX-TOT
           IF WS-TOT-MOEDA(WS-IDX-TOT) = SG-CURRENCY-CODE
               SET MOEDA-TOTALIZADA TO TRUE
           END-IF.

       047-IMPRIME-PROVA-MOEDA.
           ADD 1 TO WS-IDX-TOT
           MOVE WS-TOT-MOEDA(WS-IDX-TOT)     TO WS-LP-MOEDA
           MOVE WS-TOT-PROVA(WS-IDX-TOT)     TO WS-LP-ABERTURAS
           MOVE WS-TOT-MOVIMENTO(WS-IDX-TOT) TO WS-LP-MOVIMENTO
           IF WS-TOT-PROVA(WS-IDX-TOT) = ZEROES
              AND WS-TOT-MOVIMENTO(WS-IDX-TOT) = ZEROES
               MOVE "CONFERE" TO WS-LP-SITUACAO
           ELSE
               MOVE "DIVERGE" TO WS-LP-SITUACAO
               MOVE "N" TO WS-PROVA-VALIDA
           END-IF
           WRITE RELAT-LINHA FROM WS-LINHA-PROVA.

       9997-ARQUIVA-RELATORIO.
           MOVE WS-NOME-PROGRAMA TO RS-PROGRAMA
           MOVE WS-OPERADOR-ID TO RS-OPERADOR-ID
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
           MOVE WS-OPERADOR-ID TO EV-OPERADOR-ID
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
