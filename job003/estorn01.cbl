       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORN01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: estorno automatico das    *
      *              provisoes. Le o ESTPEND (ESTPEND.CPY), onde o *
      *              ADD05 registra cada movimento postado com     *
      *              GL-INDICADOR-ESTORNO "S", e para cada linha   *
      *              pendente apura pelo CALSVC o primeiro dia     *
      *              util do periodo seguinte ao da provisao.      *
      *              Vencido (dia util do DATAPROC igual ou        *
      *              posterior), gera o espelho - tipo D/C         *
      *              invertido, mesma conta, empresa, moeda e      *
      *              valor, datado no primeiro dia util - com a    *
      *              referencia derivada da serie propria "ES" +   *
      *              numero do ESSEQCTL (uma por lancamento        *
      *              original), no arquivo ESTORNGL com trailer,   *
      *              que segue para o ADD05 pela carga controlada  *
      *              do GLENTR01. A linha do ESTPEND e marcada     *
      *              gerada (G) com a referencia e a data do       *
      *              estorno ANTES de o ESTORNGL ser gravado: uma  *
      *              queda entre os dois deixa o estorno apontado  *
      *              como nao postado no ESTREL01, nunca gerado    *
      *              duas vezes. Um ESTORNGL anterior ainda nao    *
      *              registrado no GLREGIST nao e sobrescrito - o  *
      *              programa aborta.                              *
      * 15/10/2026 - IR - A perna de estorno repete o centro de    *
      *              custo da provisao (EP-CENTRO-CUSTO); registro *
      *              GLTRANS com 59 posicoes.                      *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - ESTPEND tratado uma linha por vez, sem a *
      *              tabela de 2000 linhas: a nova geracao e       *
      *              gravada no ESTPNOVO e copiada sobre o         *
      *              ESTPEND. As linhas geradas (G) cujo estorno   *
      *              ja esta postado no GLHIST sao expurgadas a    *
      *              cada execucao, mesmo sem estorno vencido; as  *
      *              geradas e ainda nao postadas ficam para o     *
      *              ESTREL01.                                     *
      * 15/10/2026 - IR - Trailer do ESTORNGL carimbado com a      *
      *              sequencia do arquivo (GL-SEQ-ARQUIVO),        *
      *              registrada pelo GLENTR01 no GLREGIST; a       *
      *              conferencia do ESTORNGL anterior casa tambem  *
      *              a sequencia.                                  *
      * 15/10/2026 - IR - Data do estorno (primeiro dia util do    *
      *              mes seguinte) apurada no calendario de        *
      *              feriados da empresa da provisao               *
      *              (EM-CALENDARIO do EMPRESA); dia util de       *
      *              geracao segue no calendario padrao.           *
      *              Paragrafos 012 e 023 na ordem numerica.       *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTORNO-PEND-FILE ASSIGN TO "ESTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPEND.
           SELECT ESTORNO-NOVO-FILE ASSIGN TO "ESTPNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPNOVO.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLHIST.
           SELECT GL-TRANS-FILE ASSIGN TO "ESTORNGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTORNGL.
           SELECT REGISTRO-FILE ASSIGN TO "GLREGIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT ESTORNO-SEQ-FILE ASSIGN TO "ESSEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESSEQ.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTORNO-PEND-FILE.
           COPY ESTPEND.
       FD  ESTORNO-NOVO-FILE.
       01  EN-ESTORNO-REC            PIC X(93).
       FD  GL-HIST-FILE.
           COPY GLHIST.
       FD  GL-TRANS-FILE.
           COPY GLTRANS.
       FD  REGISTRO-FILE.
           COPY GLREGIS.
       FD  ESTORNO-SEQ-FILE.
           COPY SEQCTL
               REPLACING SQ-SEQ-REC BY ES-SEQ-REC
                         SQ-ULTIMA-SEQUENCIA BY ES-ULTIMA-SEQUENCIA.
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY CALENSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-ESTPEND             PIC X(02).
       01  WS-FS-ESTPNOVO            PIC X(02).
       01  WS-FS-GLHIST              PIC X(02).
       01  WS-FS-ESTORNGL            PIC X(02).
       01  WS-FS-REGISTRO            PIC X(02).
       01  WS-FS-ESSEQ               PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.
       01  WS-OPERADOR-ID            PIC X(08) VALUE "BATCH".

       01  WS-EOF-ESTPEND            PIC X(01) VALUE "N".
           88 FIM-DO-ESTPEND         VALUE "S".
       01  WS-EOF-ESTPNOVO           PIC X(01) VALUE "N".
           88 FIM-DO-ESTPNOVO        VALUE "S".
       01  WS-EOF-GLHIST             PIC X(01) VALUE "N".
           88 FIM-DO-GLHIST          VALUE "S".
       01  WS-ESTPEND-FLAG           PIC X(01) VALUE "N".
           88 ESTPEND-EXISTE         VALUE "S".
       01  WS-EOF-ESTORNGL           PIC X(01) VALUE "N".
           88 FIM-DO-ESTORNGL        VALUE "S".
       01  WS-EOF-REGISTRO           PIC X(01) VALUE "N".
           88 FIM-DO-REGISTRO        VALUE "S".

      * Estornos gerados (G) no ESTPEND, a conferir no GLHIST
       01  WS-TABELA-GERADOS.
           05 WS-CNF-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-CNF-ENTRADA         OCCURS 2000 TIMES.
               10 WS-CNF-REFERENCIA  PIC X(10).
               10 WS-CNF-COMPANY     PIC X(03).
               10 WS-CNF-POSTADO     PIC X(01).
       01  WS-IDX-CNF                PIC 9(04) VALUE ZEROES.
       01  WS-CNF-ACHOU              PIC X(01) VALUE "N".
           88 GERADO-ENCONTRADO      VALUE "S".
       01  WS-CNF-EXCEDIDA           PIC X(01) VALUE "N".
           88 TABELA-GERADOS-CHEIA   VALUE "S".

      * Lancamentos originais estornados nesta execucao
       01  WS-TABELA-GRUPOS.
           05 WS-GRP-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-GRP-ENTRADA         OCCURS 500 TIMES.
               10 WS-GRP-REFERENCIA  PIC X(10).
               10 WS-GRP-COMPANY     PIC X(03).
               10 WS-GRP-DATA-POST   PIC 9(08).
               10 WS-GRP-DATA-EST    PIC 9(08).
               10 WS-GRP-REF-ESTORNO PIC X(10).
       01  WS-IDX-GRP                PIC 9(03) VALUE ZEROES.
       01  WS-GRP-ACHOU              PIC X(01) VALUE "N".
           88 GRUPO-ENCONTRADO       VALUE "S".

      * Espelhos gerados para o ESTORNGL
       01  WS-DETALHES-ESTORNO.
           05 WS-DET-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-DET-ENTRADA         OCCURS 2000 TIMES.
               10 WS-DET-DADOS       PIC X(59).
       01  WS-IDX-DET                PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-DEBITOS          PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITOS         PIC 9(11)V99 VALUE ZEROES.

      * ESTORNGL anterior: precisa estar registrado no GLREGIST
       01  WS-ANT-QTDE               PIC 9(05) VALUE ZEROES.
       01  WS-ANT-PERIODO            PIC 9(06) VALUE ZEROES.
       01  WS-ANT-DEBITOS            PIC 9(11)V99 VALUE ZEROES.
       01  WS-ANT-CREDITOS           PIC 9(11)V99 VALUE ZEROES.
       01  WS-ANT-SEQ                PIC X(16) VALUE SPACES.
       01  WS-ANT-REGISTRADO         PIC X(01) VALUE "N".
           88 ANTERIOR-REGISTRADO    VALUE "S".

       01  WS-DATA-PROVISAO.
           05 WS-PRV-ANO             PIC 9(04).
           05 WS-PRV-MES             PIC 9(02).
           05 WS-PRV-DIA             PIC 9(02).
       01  WS-ANO-SEGUINTE           PIC 9(04) VALUE ZEROES.
       01  WS-MES-SEGUINTE           PIC 9(02) VALUE ZEROES.
       01  WS-DATA-ESTORNO           PIC 9(08) VALUE ZEROES.

       01  WS-SEQ-ESTORNO            PIC 9(08) VALUE ZEROES.
       01  WS-ESSEQ-FLAG             PIC X(01) VALUE "N".
           88 ESSEQ-CARREGADA        VALUE "S".
       01  WS-REF-ESTORNO.
           05 FILLER                 PIC X(02) VALUE "ES".
           05 WS-EST-NUMERO          PIC 9(08).

       01  WS-QTDE-PENDENTES         PIC 9(04) VALUE ZEROES.
       01  WS-QTDE-GERADAS           PIC 9(04) VALUE ZEROES.
       01  WS-QTDE-A-VENCER          PIC 9(04) VALUE ZEROES.
       01  WS-QTDE-EXPURGADAS        PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-MANTIDAS          PIC 9(07) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Calendario de feriados de cada empresa (EM-CALENDARIO),   *
      * para a data de estorno no calendario da propria empresa.  *
      *-----------------------------------------------------------*
       01  WS-CADASTRO-EMPRESAS.
           05 WS-EMP-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EMP-ENTRADA         OCCURS 20 TIMES.
               10 WS-EMP-CODIGO      PIC X(03).
               10 WS-EMP-CALENDARIO  PIC X(03).
       01  WS-IDX-EMP                PIC 9(02) VALUE ZEROES.
       01  WS-EMP-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-CADASTRADA     VALUE "S".
       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DE-EMPRESAS        VALUE "S".

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "ESTORN01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-APURA-DATA-UTIL
           PERFORM 026-CARREGA-EMPRESAS
           PERFORM 005-CONFERE-GERADOS
           IF ESTPEND-EXISTE
               PERFORM 018-GERA-NOVA-GERACAO
           END-IF
           IF WS-QTDE-GERADAS = ZEROES
              AND WS-QTDE-EXPURGADAS = ZEROES
               DISPLAY "ESTORN01 - NENHUM ESTORNO VENCIDO EM "
                   WS-DATA-UTIL " - PENDENTES A VENCER: "
                   WS-QTDE-A-VENCER
               GOBACK
           END-IF
           IF WS-QTDE-GERADAS > ZEROES
               PERFORM 003-CONFERE-ESTORNGL-ANTERIOR
           END-IF
           PERFORM 020-REGRAVA-PENDENTES
           DISPLAY "ESTORN01 - LINHAS ESTORNADAS E POSTADAS EXPURGADAS"
               " DO ESTPEND: " WS-QTDE-EXPURGADAS
               " - LINHAS MANTIDAS: " WS-QTDE-MANTIDAS
           IF WS-QTDE-GERADAS = ZEROES
               DISPLAY "ESTORN01 - NENHUM ESTORNO VENCIDO EM "
                   WS-DATA-UTIL " - PENDENTES A VENCER: "
                   WS-QTDE-A-VENCER
               GOBACK
           END-IF
           PERFORM 022-GRAVA-SEQUENCIA
           PERFORM 024-GRAVA-ESTORNGL
           DISPLAY "ESTORN01 - LANCAMENTOS ESTORNADOS: " WS-GRP-QTDE
               " LINHAS GERADAS NO ESTORNGL: " WS-QTDE-GERADAS
           DISPLAY "ESTORN01 - PENDENTES A VENCER: " WS-QTDE-A-VENCER
           GOBACK.

       002-APURA-DATA-UTIL.
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
                   MOVE SPACES TO CS-CALENDARIO
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
           DISPLAY "ESTORN01 - DIA UTIL DE GERACAO: " WS-DATA-UTIL.

      *-----------------------------------------------------------*
      * Um ESTORNGL ainda nao encaminhado pelo GLENTR01 nao pode  *
      * ser sobrescrito: os estornos dele ja estao marcados G.    *
      *-----------------------------------------------------------*
       003-CONFERE-ESTORNGL-ANTERIOR.
           OPEN INPUT GL-TRANS-FILE
           EVALUATE WS-FS-ESTORNGL
               WHEN "00"
                   PERFORM 004-LE-ESTORNGL-ANTERIOR
                       UNTIL FIM-DO-ESTORNGL
                   CLOSE GL-TRANS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-ESTORNGL TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ESTORNGL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-ANT-QTDE > ZEROES
               OPEN INPUT REGISTRO-FILE
               EVALUATE WS-FS-REGISTRO
                   WHEN "00"
                       PERFORM 006-LE-REGISTRO
                           UNTIL FIM-DO-REGISTRO OR ANTERIOR-REGISTRADO
                       CLOSE REGISTRO-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-FS-REGISTRO TO WS-FS-ERRO
                       MOVE "FALHA AO ABRIR GLREGIST" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-EVALUATE
               IF NOT ANTERIOR-REGISTRADO
                   MOVE "ESTORNGL ANTERIOR AINDA NAO ENCAMINHADO PELO "
                       TO WS-MSG-ERRO
                   MOVE "GLENTR01" TO WS-MSG-ERRO(46:8)
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF.

       004-LE-ESTORNGL-ANTERIOR.
           READ GL-TRANS-FILE
               AT END
                   SET FIM-DO-ESTORNGL TO TRUE
               NOT AT END
                   IF GL-TRAILER
                       SET FIM-DO-ESTORNGL TO TRUE
                       MOVE GL-SEQ-ARQUIVO TO WS-ANT-SEQ
                   ELSE
                       ADD 1 TO WS-ANT-QTDE
                       IF WS-ANT-PERIODO = ZEROES
                          AND GL-DATA-TRANS IS NUMERIC
                           COMPUTE WS-ANT-PERIODO = GL-DATA-TRANS / 100
                       END-IF
                       IF GL-DEBITO
                           ADD GL-VALOR-TRANS TO WS-ANT-DEBITOS
                       ELSE
                           ADD GL-VALOR-TRANS TO WS-ANT-CREDITOS
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Primeira leitura do ESTPEND: os estornos ja gerados (G)   *
      * sao procurados no GLHIST. O que ja foi postado sai do     *
      * arquivo na nova geracao; o gerado e ainda nao postado     *
      * fica, para o ESTREL01 apontar enquanto nao for postado.   *
      *-----------------------------------------------------------*
       005-CONFERE-GERADOS.
           OPEN INPUT ESTORNO-PEND-FILE
           EVALUATE WS-FS-ESTPEND
               WHEN "00"
                   SET ESTPEND-EXISTE TO TRUE
                   PERFORM 007-LE-PENDENTE UNTIL FIM-DO-ESTPEND
                   CLOSE ESTORNO-PEND-FILE
               WHEN "35"
                   DISPLAY "ESTORN01 - ESTPEND NAO ENCONTRADO - "
                       "NENHUMA PROVISAO REGISTRADA"
               WHEN OTHER
                   MOVE WS-FS-ESTPEND TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ESTPEND" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF TABELA-GERADOS-CHEIA
               DISPLAY "ESTORN01 - MAIS DE 2000 ESTORNOS GERADOS A "
                   "CONFERIR - O EXCEDENTE FICA PARA A PROXIMA EXECUCAO"
           END-IF
           IF WS-CNF-QTDE > ZEROES
               OPEN INPUT GL-HIST-FILE
               EVALUATE WS-FS-GLHIST
                   WHEN "00"
                       PERFORM 009-LE-HISTORICO UNTIL FIM-DO-GLHIST
                       CLOSE GL-HIST-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-FS-GLHIST TO WS-FS-ERRO
                       MOVE "FALHA AO ABRIR GLHIST" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-EVALUATE
           END-IF.

       006-LE-REGISTRO.
           READ REGISTRO-FILE
               AT END
                   SET FIM-DO-REGISTRO TO TRUE
               NOT AT END
                   IF RG-PROGRAMA-ORIGEM = WS-NOME-PROGRAMA
                      AND RG-PERIODO = WS-ANT-PERIODO
                      AND RG-TOTAL-DEBITOS = WS-ANT-DEBITOS
                      AND RG-TOTAL-CREDITOS = WS-ANT-CREDITOS
                      AND (RG-SEQ-ARQUIVO = WS-ANT-SEQ
                        OR RG-SEQ-ARQUIVO = SPACES)
                       SET ANTERIOR-REGISTRADO TO TRUE
                   END-IF
           END-READ.

       007-LE-PENDENTE.
           READ ESTORNO-PEND-FILE
               AT END
                   SET FIM-DO-ESTPEND TO TRUE
               NOT AT END
                   IF EP-ESTORNO-GERADO
                       PERFORM 008-GUARDA-GERADO
                   END-IF
           END-READ.

       008-GUARDA-GERADO.
           MOVE EP-REFERENCIA-ESTORNO TO GH-REFERENCIA
           MOVE EP-COMPANY-CODE       TO GH-COMPANY-CODE
           PERFORM 012-LOCALIZA-GERADO
           IF NOT GERADO-ENCONTRADO
               IF WS-CNF-QTDE = 2000
                   SET TABELA-GERADOS-CHEIA TO TRUE
               ELSE
                   ADD 1 TO WS-CNF-QTDE
                   MOVE EP-REFERENCIA-ESTORNO
                       TO WS-CNF-REFERENCIA(WS-CNF-QTDE)
                   MOVE EP-COMPANY-CODE TO WS-CNF-COMPANY(WS-CNF-QTDE)
                   MOVE "N" TO WS-CNF-POSTADO(WS-CNF-QTDE)
               END-IF
           END-IF.

       009-LE-HISTORICO.
           READ GL-HIST-FILE
               AT END
                   SET FIM-DO-GLHIST TO TRUE
               NOT AT END
                   IF GH-SISTEMA-ORIGEM = WS-NOME-PROGRAMA
                       PERFORM 012-LOCALIZA-GERADO
                       IF GERADO-ENCONTRADO
                           MOVE "S" TO WS-CNF-POSTADO(WS-IDX-CNF)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Uma linha do ESTPEND: pendente e vencida gera o espelho; *
      * gerada e ja postada no GLHIST e expurgada; as demais vao  *
      * para a nova geracao (ESTPNOVO) como estao.                *
      *-----------------------------------------------------------*
       010-TESTA-PENDENTE.
           READ ESTORNO-PEND-FILE
               AT END
                   SET FIM-DO-ESTPEND TO TRUE
               NOT AT END
                   PERFORM 019-TRATA-PENDENTE
           END-READ.

       011-APURA-DATA-ESTORNO.
           MOVE EP-DATA-TRANS TO WS-DATA-PROVISAO
           IF WS-PRV-MES = 12
               COMPUTE WS-ANO-SEGUINTE = WS-PRV-ANO + 1
               MOVE 1 TO WS-MES-SEGUINTE
           ELSE
               MOVE WS-PRV-ANO TO WS-ANO-SEGUINTE
               COMPUTE WS-MES-SEGUINTE = WS-PRV-MES + 1
           END-IF
           SET CS-PROXIMO-DIA-UTIL TO TRUE
           COMPUTE CS-DATA-1 = WS-ANO-SEGUINTE * 10000
               + WS-MES-SEGUINTE * 100 + 1
           MOVE ZEROES TO CS-DATA-2
           PERFORM 028-POSICIONA-CALENDARIO
           CALL "CALSVC" USING CS-PARAMETROS
           IF NOT CS-RETORNO-OK
               MOVE SPACES TO WS-MSG-ERRO
               STRING "DATA DE PROVISAO INVALIDA NO ESTPEND - REF "
                   EP-REFERENCIA DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE CS-DATA-RESULTADO TO WS-DATA-ESTORNO.

       012-LOCALIZA-GERADO.
           MOVE "N" TO WS-CNF-ACHOU
           MOVE ZEROES TO WS-IDX-CNF
           PERFORM 023-PROCURA-GERADO
               UNTIL GERADO-ENCONTRADO OR WS-IDX-CNF = WS-CNF-QTDE.

       013-GERA-ESTORNO.
           PERFORM 014-LOCALIZA-GRUPO
           IF WS-DET-QTDE = 2000
               MOVE "ESTORNGL EXCEDE A TABELA DE 2000 LINHAS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE SPACES TO GL-TRANS-REC
           IF EP-TIPO-TRANS = "D"
               MOVE "C" TO GL-TIPO-TRANS
               ADD EP-VALOR-TRANS TO WS-TOTAL-CREDITOS
           ELSE
               MOVE "D" TO GL-TIPO-TRANS
               ADD EP-VALOR-TRANS TO WS-TOTAL-DEBITOS
           END-IF
           MOVE WS-DATA-ESTORNO  TO GL-DATA-TRANS
           MOVE EP-NUMERO-CONTA  TO GL-NUMERO-CONTA
           MOVE WS-GRP-REF-ESTORNO(WS-IDX-GRP) TO GL-REFERENCIA
           MOVE EP-COMPANY-CODE  TO GL-COMPANY-CODE
           MOVE EP-CURRENCY-CODE TO GL-CURRENCY-CODE
           MOVE EP-VALOR-TRANS   TO GL-VALOR-TRANS
           MOVE WS-NOME-PROGRAMA TO GL-SISTEMA-ORIGEM
           MOVE SPACES           TO GL-INDICADOR-ESTORNO
           MOVE EP-CENTRO-CUSTO  TO GL-CENTRO-CUSTO
           ADD 1 TO WS-DET-QTDE
           MOVE GL-TRANS-REC TO WS-DET-DADOS(WS-DET-QTDE)
           SET EP-ESTORNO-GERADO TO TRUE
           MOVE WS-GRP-REF-ESTORNO(WS-IDX-GRP) TO EP-REFERENCIA-ESTORNO
           MOVE WS-DATA-ESTORNO   TO EP-DATA-ESTORNO
           MOVE WS-DATA-ATUAL-NUM TO EP-DATA-GERACAO
           ADD 1 TO WS-QTDE-GERADAS.

       014-LOCALIZA-GRUPO.
           MOVE "N" TO WS-GRP-ACHOU
           MOVE ZEROES TO WS-IDX-GRP
           PERFORM 015-PROCURA-GRUPO
               UNTIL GRUPO-ENCONTRADO OR WS-IDX-GRP = WS-GRP-QTDE
           IF NOT GRUPO-ENCONTRADO
               IF WS-GRP-QTDE = 500
                   MOVE "ESTORNOS EXCEDEM A TABELA DE 500 LANCAMENTOS"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               PERFORM 016-GERA-REFERENCIA-ESTORNO
               ADD 1 TO WS-GRP-QTDE
               MOVE WS-GRP-QTDE      TO WS-IDX-GRP
               MOVE EP-REFERENCIA    TO WS-GRP-REFERENCIA(WS-IDX-GRP)
               MOVE EP-COMPANY-CODE  TO WS-GRP-COMPANY(WS-IDX-GRP)
               MOVE EP-DATA-POSTAGEM TO WS-GRP-DATA-POST(WS-IDX-GRP)
               MOVE WS-DATA-ESTORNO  TO WS-GRP-DATA-EST(WS-IDX-GRP)
               MOVE WS-REF-ESTORNO   TO WS-GRP-REF-ESTORNO(WS-IDX-GRP)
               DISPLAY "ESTORN01 - PROVISAO " EP-REFERENCIA
                   " EMPRESA " EP-COMPANY-CODE " ESTORNADA EM "
                   WS-DATA-ESTORNO " - REF " WS-REF-ESTORNO
           END-IF.

       015-PROCURA-GRUPO.
           ADD 1 TO WS-IDX-GRP
           IF WS-GRP-REFERENCIA(WS-IDX-GRP) = EP-REFERENCIA
              AND WS-GRP-COMPANY(WS-IDX-GRP) = EP-COMPANY-CODE
              AND WS-GRP-DATA-POST(WS-IDX-GRP) = EP-DATA-POSTAGEM
              AND WS-GRP-DATA-EST(WS-IDX-GRP) = WS-DATA-ESTORNO
               SET GRUPO-ENCONTRADO TO TRUE
           END-IF.

       016-GERA-REFERENCIA-ESTORNO.
           IF NOT ESSEQ-CARREGADA
               PERFORM 017-LE-SEQ-ESTORNO
               SET ESSEQ-CARREGADA TO TRUE
           END-IF
           ADD 1 TO WS-SEQ-ESTORNO
           MOVE WS-SEQ-ESTORNO TO WS-EST-NUMERO.

       017-LE-SEQ-ESTORNO.
           OPEN INPUT ESTORNO-SEQ-FILE
           EVALUATE WS-FS-ESSEQ
               WHEN "00"
                   READ ESTORNO-SEQ-FILE
                       AT END
                           MOVE ZEROES TO WS-SEQ-ESTORNO
                       NOT AT END
                           MOVE ES-ULTIMA-SEQUENCIA
                               TO WS-SEQ-ESTORNO
                   END-READ
                   CLOSE ESTORNO-SEQ-FILE
               WHEN "35"
                   MOVE ZEROES TO WS-SEQ-ESTORNO
               WHEN OTHER
                   MOVE WS-FS-ESSEQ TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ESSEQCTL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Segunda leitura do ESTPEND, uma linha por vez, gravando a *
      * nova geracao no ESTPNOVO - o arquivo nao fica em memoria. *
      *-----------------------------------------------------------*
       018-GERA-NOVA-GERACAO.
           OPEN INPUT ESTORNO-PEND-FILE
           IF WS-FS-ESTPEND NOT = "00"
               MOVE WS-FS-ESTPEND TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR ESTPEND" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN OUTPUT ESTORNO-NOVO-FILE
           IF WS-FS-ESTPNOVO NOT = "00"
               MOVE WS-FS-ESTPNOVO TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR ESTPNOVO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE "N" TO WS-EOF-ESTPEND
           PERFORM 010-TESTA-PENDENTE UNTIL FIM-DO-ESTPEND
           CLOSE ESTORNO-PEND-FILE
           CLOSE ESTORNO-NOVO-FILE.

       019-TRATA-PENDENTE.
           IF EP-ESTORNO-GERADO
               MOVE EP-REFERENCIA-ESTORNO TO GH-REFERENCIA
               MOVE EP-COMPANY-CODE       TO GH-COMPANY-CODE
               PERFORM 012-LOCALIZA-GERADO
               IF GERADO-ENCONTRADO
                  AND WS-CNF-POSTADO(WS-IDX-CNF) = "S"
                   ADD 1 TO WS-QTDE-EXPURGADAS
               ELSE
                   ADD 1 TO WS-QTDE-MANTIDAS
                   MOVE EP-ESTORNO-REC TO EN-ESTORNO-REC
                   WRITE EN-ESTORNO-REC
               END-IF
           ELSE
               ADD 1 TO WS-QTDE-PENDENTES
               PERFORM 011-APURA-DATA-ESTORNO
               IF WS-DATA-ESTORNO > WS-DATA-UTIL
                   ADD 1 TO WS-QTDE-A-VENCER
               ELSE
                   PERFORM 013-GERA-ESTORNO
               END-IF
               ADD 1 TO WS-QTDE-MANTIDAS
               MOVE EP-ESTORNO-REC TO EN-ESTORNO-REC
               WRITE EN-ESTORNO-REC
           END-IF.

      *-----------------------------------------------------------*
      * Gravacoes: ESTPEND marcado e sequencia ANTES do ESTORNGL. *
      * A nova geracao (ESTPNOVO) e copiada sobre o ESTPEND.      *
      *-----------------------------------------------------------*
       020-REGRAVA-PENDENTES.
           OPEN INPUT ESTORNO-NOVO-FILE
           IF WS-FS-ESTPNOVO NOT = "00"
               MOVE WS-FS-ESTPNOVO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR ESTPNOVO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN OUTPUT ESTORNO-PEND-FILE
           IF WS-FS-ESTPEND NOT = "00"
               MOVE WS-FS-ESTPEND TO WS-FS-ERRO
               MOVE "FALHA AO REGRAVAR ESTPEND" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 021-GRAVA-UM-PENDENTE UNTIL FIM-DO-ESTPNOVO
           CLOSE ESTORNO-NOVO-FILE
           CLOSE ESTORNO-PEND-FILE.

       021-GRAVA-UM-PENDENTE.
           READ ESTORNO-NOVO-FILE
               AT END
                   SET FIM-DO-ESTPNOVO TO TRUE
               NOT AT END
                   MOVE EN-ESTORNO-REC TO EP-ESTORNO-REC
                   WRITE EP-ESTORNO-REC
           END-READ.

       022-GRAVA-SEQUENCIA.
           MOVE WS-SEQ-ESTORNO TO ES-ULTIMA-SEQUENCIA
           OPEN OUTPUT ESTORNO-SEQ-FILE
           IF WS-FS-ESSEQ NOT = "00"
               MOVE WS-FS-ESSEQ TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR ESSEQCTL" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           WRITE ES-SEQ-REC
           CLOSE ESTORNO-SEQ-FILE.

       023-PROCURA-GERADO.
           ADD 1 TO WS-IDX-CNF
           IF WS-CNF-REFERENCIA(WS-IDX-CNF) = GH-REFERENCIA
              AND WS-CNF-COMPANY(WS-IDX-CNF) = GH-COMPANY-CODE
               SET GERADO-ENCONTRADO TO TRUE
           END-IF.

       024-GRAVA-ESTORNGL.
           OPEN OUTPUT GL-TRANS-FILE
           IF WS-FS-ESTORNGL NOT = "00"
               MOVE WS-FS-ESTORNGL TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR ESTORNGL" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-DET
           PERFORM 025-GRAVA-DETALHE UNTIL WS-IDX-DET = WS-DET-QTDE
           MOVE SPACES TO GL-TRANS-REC
           MOVE "T" TO GL-TIPO-TRANS
           MOVE WS-TOTAL-DEBITOS  TO GL-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO GL-TOTAL-CREDITOS
           ACCEPT GL-SEQ-DATA FROM DATE YYYYMMDD
           ACCEPT GL-SEQ-HORA FROM TIME
           WRITE GL-TRAILER-REC
           CLOSE GL-TRANS-FILE.

       025-GRAVA-DETALHE.
           ADD 1 TO WS-IDX-DET
           MOVE WS-DET-DADOS(WS-IDX-DET) TO GL-TRANS-REC
           WRITE GL-TRANS-REC.

      *-----------------------------------------------------------*
      * Cadastro de empresas em memoria; EMPRESA ausente deixa    *
      * todo estorno no calendario padrao.                        *
      *-----------------------------------------------------------*
       026-CARREGA-EMPRESAS.
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   PERFORM 027-LE-EMPRESA UNTIL FIM-DE-EMPRESAS
                   CLOSE EMPRESA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-EMPRESA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       027-LE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DE-EMPRESAS TO TRUE
               NOT AT END
                   IF WS-EMP-QTDE = 20
                       MOVE "CADASTRO EMPRESA EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-EMP-QTDE
                   MOVE EM-CODIGO     TO WS-EMP-CODIGO(WS-EMP-QTDE)
                   MOVE EM-CALENDARIO TO WS-EMP-CALENDARIO(WS-EMP-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * CS-CALENDARIO da empresa da provisao (EP-COMPANY-CODE):   *
      * o primeiro dia util do mes seguinte e o do calendario de  *
      * feriados dela, nao o da matriz.                           *
      *-----------------------------------------------------------*
       028-POSICIONA-CALENDARIO.
           MOVE SPACES TO CS-CALENDARIO
           MOVE ZEROES TO WS-IDX-EMP
           MOVE "N" TO WS-EMP-ACHOU
           PERFORM 029-PROCURA-EMPRESA
               UNTIL EMPRESA-CADASTRADA OR WS-IDX-EMP = WS-EMP-QTDE
           IF EMPRESA-CADASTRADA
               MOVE WS-EMP-CALENDARIO(WS-IDX-EMP) TO CS-CALENDARIO
           END-IF.

       029-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EMP
           IF WS-EMP-CODIGO(WS-IDX-EMP) = EP-COMPANY-CODE
               SET EMPRESA-CADASTRADA TO TRUE
           END-IF.

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
