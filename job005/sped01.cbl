       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPED01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: arquivo da escrituracao   *
      *              contabil digital (leiaute no molde da ECD do  *
      *              SPED) de uma empresa e exercicio lidos do     *
      *              cartao SPEDPARM. Monta em SPEDECD, separado   *
      *              por "|", o bloco 0 (abertura e identificacao  *
      *              pelo cadastro EMPRESA), o bloco I com o plano *
      *              de contas (I050, natureza pelo PLANOCTA), os  *
      *              saldos periodicos do GLSALDO (I150/I155), os  *
      *              lancamentos do GLHIST agrupados por data e    *
      *              referencia (I200/I250), o lancamento de       *
      *              encerramento do ANOCLOSE reconstituido do     *
      *              GLSALDO e os saldos de resultado antes do     *
      *              encerramento (I350/I355), os blocos J e 9 e o *
      *              total de registros por tipo e por bloco. A    *
      *              pre-validacao em SPEDRPT aponta lancamento    *
      *              desbalanceado, conta sem natureza, conta fora *
      *              do plano e exercicio sem encerramento; com    *
      *              pendencia o retorno e 4.                      *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio SPEDRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Marcas de saldo de abertura do MIGRA01   *
      *              (GLHIST tipo A/B) nao vao para os             *
      *              lancamentos: o saldo migrado sai pela         *
      *              abertura do GLSALDO.                          *
      * 15/10/2026 - IR - Conta superior do PLANOCTA so e aceita   *
      *              se numerica; registros no layout antigo       *
      *              (campo em branco) ficam sem conta superior.   *
      * 15/10/2026 - IR - Chamada do FISCSVC com ON EXCEPTION:     *
      *              servico ausente encerra pelo 9999-TRATA-ERRO  *
      *              em vez de abendar.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SPEDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT ANO-PARM-FILE ASSIGN TO "ANOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOPARM.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT SALDO-GL-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-GLSALDO.
           SELECT SALDO-BUSCA-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SGB-CHAVE
               FILE STATUS IS WS-FS-BUSCA.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLHIST.
           SELECT SALDO-SORT-WORK ASSIGN TO "SPEDSRT1".
           SELECT SALDO-ORD-FILE ASSIGN TO "SPEDSLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-SORT-WORK ASSIGN TO "SPEDSRT2".
           SELECT HIST-ORD-FILE ASSIGN TO "SPEDLCT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPED-OUT-FILE ASSIGN TO "SPEDECD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELAT-OUT-FILE ASSIGN TO "SPEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-COMPANY-CODE        PIC X(03).
           05 PA-EXERCICIO           PIC 9(04).
       FD  ANO-PARM-FILE.
       01  ANO-PARM-REC.
           05 AP-EXERCICIO           PIC 9(04).
           05 AP-CONTA-LUCROS        PIC 9(08).
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  SALDO-BUSCA-FILE.
           COPY SALDOGL
               REPLACING SG-SALDO-REC        BY SGB-SALDO-REC
                         SG-CHAVE            BY SGB-CHAVE
                         SG-NUMERO-CONTA     BY SGB-NUMERO-CONTA
                         SG-PERIODO          BY SGB-PERIODO
                         SG-COMPANY-CODE     BY SGB-COMPANY-CODE
                         SG-CURRENCY-CODE    BY SGB-CURRENCY-CODE
                         SG-CENTRO-CUSTO     BY SGB-CENTRO-CUSTO
                         SG-SALDO-INICIAL    BY SGB-SALDO-INICIAL
                         SG-DEBITOS-PERIODO  BY SGB-DEBITOS-PERIODO
                         SG-CREDITOS-PERIODO BY SGB-CREDITOS-PERIODO
                         SG-SALDO-FINAL      BY SGB-SALDO-FINAL
                         SG-SITUACAO         BY SGB-SITUACAO.
       FD  GL-HIST-FILE.
           COPY GLHIST.
       SD  SALDO-SORT-WORK.
           COPY SALDOGL
               REPLACING SG-SALDO-REC        BY SRS-REC
                         SG-CHAVE            BY SRS-CHAVE
                         SG-NUMERO-CONTA     BY SRS-NUMERO-CONTA
                         SG-PERIODO          BY SRS-PERIODO
                         SG-COMPANY-CODE     BY SRS-COMPANY-CODE
                         SG-CURRENCY-CODE    BY SRS-CURRENCY-CODE
                         SG-CENTRO-CUSTO     BY SRS-CENTRO-CUSTO
                         SG-SALDO-INICIAL    BY SRS-SALDO-INICIAL
                         SG-DEBITOS-PERIODO  BY SRS-DEBITOS-PERIODO
                         SG-CREDITOS-PERIODO BY SRS-CREDITOS-PERIODO
                         SG-SALDO-FINAL      BY SRS-SALDO-FINAL
                         SG-SITUACAO         BY SRS-SITUACAO.
       FD  SALDO-ORD-FILE.
           COPY SALDOGL
               REPLACING SG-SALDO-REC        BY ORS-REC
                         SG-CHAVE            BY ORS-CHAVE
                         SG-NUMERO-CONTA     BY ORS-NUMERO-CONTA
                         SG-PERIODO          BY ORS-PERIODO
                         SG-COMPANY-CODE     BY ORS-COMPANY-CODE
                         SG-CURRENCY-CODE    BY ORS-CURRENCY-CODE
                         SG-CENTRO-CUSTO     BY ORS-CENTRO-CUSTO
                         SG-SALDO-INICIAL    BY ORS-SALDO-INICIAL
                         SG-DEBITOS-PERIODO  BY ORS-DEBITOS-PERIODO
                         SG-CREDITOS-PERIODO BY ORS-CREDITOS-PERIODO
                         SG-SALDO-FINAL      BY ORS-SALDO-FINAL
                         SG-SITUACAO         BY ORS-SITUACAO.
       SD  HIST-SORT-WORK.
           COPY GLHIST
               REPLACING GH-HISTORICO-REC  BY SRL-REC
                         GH-DATA-POSTAGEM  BY SRL-DATA-POSTAGEM
                         GH-TIPO-TRANS     BY SRL-TIPO-TRANS
                         GH-DATA-TRANS     BY SRL-DATA-TRANS
                         GH-NUMERO-CONTA   BY SRL-NUMERO-CONTA
                         GH-REFERENCIA     BY SRL-REFERENCIA
                         GH-COMPANY-CODE   BY SRL-COMPANY-CODE
                         GH-CURRENCY-CODE  BY SRL-CURRENCY-CODE
                         GH-VALOR-TRANS    BY SRL-VALOR-TRANS
                         GH-OPERADOR-ID    BY SRL-OPERADOR-ID
                         GH-SISTEMA-ORIGEM BY SRL-SISTEMA-ORIGEM
                         GH-CENTRO-CUSTO   BY SRL-CENTRO-CUSTO.
       FD  HIST-ORD-FILE.
           COPY GLHIST
               REPLACING GH-HISTORICO-REC  BY ORL-REC
                         GH-DATA-POSTAGEM  BY ORL-DATA-POSTAGEM
                         GH-TIPO-TRANS     BY ORL-TIPO-TRANS
                         GH-DATA-TRANS     BY ORL-DATA-TRANS
                         GH-NUMERO-CONTA   BY ORL-NUMERO-CONTA
                         GH-REFERENCIA     BY ORL-REFERENCIA
                         GH-COMPANY-CODE   BY ORL-COMPANY-CODE
                         GH-CURRENCY-CODE  BY ORL-CURRENCY-CODE
                         GH-VALOR-TRANS    BY ORL-VALOR-TRANS
                         GH-OPERADOR-ID    BY ORL-OPERADOR-ID
                         GH-SISTEMA-ORIGEM BY ORL-SISTEMA-ORIGEM
                         GH-CENTRO-CUSTO   BY ORL-CENTRO-CUSTO.
       FD  SPED-OUT-FILE.
       01  SPED-LINHA                PIC X(200).
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(120).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY FISCSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-ANOPARM             PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-BUSCA               PIC X(02).
       01  WS-FS-GLHIST              PIC X(02).

       01  WS-COMPANY-SPED           PIC X(03) VALUE SPACES.
       01  WS-EXERCICIO              PIC 9(04) VALUE ZEROES.
       01  WS-NOME-EMPRESA           PIC X(30) VALUE SPACES.
       01  WS-MOEDA-BASE             PIC X(03) VALUE SPACES.
       01  WS-CONTA-LUCROS           PIC 9(08) VALUE ZEROES.

       01  WS-PRIMEIRO-PERIODO       PIC 9(06) VALUE ZEROES.
       01  WS-ULTIMO-MES             PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-AJUSTE         PIC 9(06) VALUE ZEROES.
       01  WS-ULTIMO-PERIODO         PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-SEGUINTE       PIC 9(06) VALUE ZEROES.
       01  WS-DATA-INICIAL           PIC 9(08) VALUE ZEROES.
       01  WS-DATA-FINAL             PIC 9(08) VALUE ZEROES.
       01  WS-DATA-INICIAL-ECD       PIC X(08) VALUE SPACES.
       01  WS-DATA-FINAL-ECD         PIC X(08) VALUE SPACES.
       01  WS-PERIODO-MOVTO          PIC 9(06) VALUE ZEROES.

       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DA-EMPRESA         VALUE "S".
       01  WS-EMPRESA-ACHOU          PIC X(01) VALUE "N".
           88 EMPRESA-ENCONTRADA     VALUE "S".
       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".
       01  WS-EOF-GLSALDO            PIC X(01) VALUE "N".
           88 FIM-DO-GLSALDO         VALUE "S".
       01  WS-EOF-GLHIST             PIC X(01) VALUE "N".
           88 FIM-DO-GLHIST          VALUE "S".
       01  WS-EOF-ORD                PIC X(01) VALUE "N".
           88 FIM-DO-ORDENADO        VALUE "S".

      *-----------------------------------------------------------*
      * Plano de contas em memoria, com o nivel de cada conta     *
      * apurado pela cadeia de contas superiores.                 *
      *-----------------------------------------------------------*
       01  WS-PLANO-CONTAS.
           05 WS-PLANO-QTDE          PIC 9(03) VALUE ZEROES.
           05 WS-PLANO-ENTRADA       OCCURS 500 TIMES.
               10 WS-PLANO-NUMERO    PIC 9(08).
               10 WS-PLANO-DESCRICAO PIC X(30).
               10 WS-PLANO-NATUREZA  PIC X(01).
               10 WS-PLANO-CLASSE    PIC X(01).
               10 WS-PLANO-TIPO      PIC X(01).
               10 WS-PLANO-SUPERIOR  PIC 9(08).
               10 WS-PLANO-NIVEL     PIC 9(02).
       01  WS-IDX-PLANO              PIC 9(03) VALUE ZEROES.
       01  WS-IDX-NIVEL              PIC 9(03) VALUE ZEROES.
       01  WS-PLANO-ACHOU            PIC X(01) VALUE "N".
           88 CONTA-NO-PLANO         VALUE "S".
       01  WS-CONTA-BUSCA            PIC 9(08) VALUE ZEROES.
       01  WS-SUPERIOR-BUSCA         PIC 9(08) VALUE ZEROES.
       01  WS-NIVEL-CONTA            PIC 9(02) VALUE ZEROES.
       01  WS-CODIGO-NATUREZA        PIC X(02) VALUE SPACES.
       01  WS-NATUREZA-PADRAO        PIC X(01) VALUE "D".

      *-----------------------------------------------------------*
      * Partidas do lancamento corrente (mesma data e referencia) *
      *-----------------------------------------------------------*
       01  WS-LANCAMENTO.
           05 WS-LCT-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-LCT-DATA            PIC 9(08) VALUE ZEROES.
           05 WS-LCT-REFERENCIA      PIC X(10) VALUE SPACES.
           05 WS-LCT-INDICADOR       PIC X(01) VALUE "N".
           05 WS-LCT-DEBITOS         PIC 9(12)V99 VALUE ZEROES.
           05 WS-LCT-CREDITOS        PIC 9(12)V99 VALUE ZEROES.
           05 WS-LCT-PARTIDA         OCCURS 501 TIMES.
               10 WS-LCT-CONTA       PIC 9(08).
               10 WS-LCT-CCUSTO      PIC X(06).
               10 WS-LCT-TIPO        PIC X(01).
               10 WS-LCT-VALOR       PIC 9(11)V99.
       01  WS-IDX-LCT                PIC 9(03) VALUE ZEROES.
       01  WS-NUM-LANCAMENTO         PIC 9(07) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Saldos das contas de resultado no ultimo periodo do       *
      * exercicio - base do lancamento de encerramento            *
      *-----------------------------------------------------------*
       01  WS-RESULTADOS.
           05 WS-RES-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-RES-ENTRADA         OCCURS 500 TIMES.
               10 WS-RES-CONTA       PIC 9(08).
               10 WS-RES-CCUSTO      PIC X(06).
               10 WS-RES-VALOR       PIC S9(11)V99.
               10 WS-RES-SITUACAO    PIC X(01).
       01  WS-IDX-RES                PIC 9(03) VALUE ZEROES.
       01  WS-RES-ENCERRADAS         PIC 9(03) VALUE ZEROES.
       01  WS-RES-PENDENTES          PIC 9(03) VALUE ZEROES.
       01  WS-RESULTADO-LIQUIDO      PIC S9(12)V99 VALUE ZEROES.

      *-----------------------------------------------------------*
      * Contagem de registros por tipo (registro 9900)            *
      *-----------------------------------------------------------*
       01  WS-TIPOS-REGISTRO.
           05 WS-TIPO-QTDE           PIC 9(02) VALUE ZEROES.
           05 WS-TIPO-ENTRADA        OCCURS 30 TIMES.
               10 WS-TIPO-REG        PIC X(04).
               10 WS-TIPO-CONTADOR   PIC 9(07).
       01  WS-IDX-TIPO               PIC 9(02) VALUE ZEROES.
       01  WS-TIPO-ACHOU             PIC X(01) VALUE "N".
           88 TIPO-CONTADO           VALUE "S".
       01  WS-CONTAGEM-TIPOS         PIC X(01) VALUE "S".
           88 CONTA-POR-TIPO         VALUE "S".
       01  WS-TIPO-CORRENTE          PIC X(04) VALUE SPACES.
       01  WS-QTDE-BLOCO             PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-LINHAS            PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-BLOCO-0           PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-BLOCO-I           PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-BLOCO-J           PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-BLOCO-9           PIC 9(07) VALUE ZEROES.

       01  WS-QTDE-PENDENCIAS        PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-SALDOS            PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-PERIODOS          PIC 9(03) VALUE ZEROES.
       01  WS-PERIODO-CORRENTE       PIC 9(06) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Campos de formatacao do leiaute                           *
      *-----------------------------------------------------------*
       01  WS-REGISTRO               PIC X(200) VALUE SPACES.
       01  WS-VALOR-NUM              PIC S9(12)V99 VALUE ZEROES.
       01  WS-VALOR-ABS              PIC 9(12)V99 VALUE ZEROES.
       01  WS-VALOR-EDITADO          PIC Z(12)9.99.
       01  WS-VALOR-TXT              PIC X(16) VALUE SPACES.
       01  WS-IND-DC                 PIC X(01) VALUE SPACES.
       01  WS-VALOR-TXT-1            PIC X(16) VALUE SPACES.
       01  WS-VALOR-TXT-2            PIC X(16) VALUE SPACES.
       01  WS-VALOR-TXT-3            PIC X(16) VALUE SPACES.
       01  WS-VALOR-TXT-4            PIC X(16) VALUE SPACES.
       01  WS-IND-DC-1               PIC X(01) VALUE SPACES.
       01  WS-IND-DC-4               PIC X(01) VALUE SPACES.
       01  WS-QTDE-NUM               PIC 9(09) VALUE ZEROES.
       01  WS-QTDE-EDITADA           PIC Z(08)9.
       01  WS-QTDE-TXT               PIC X(09) VALUE SPACES.
       01  WS-QTDE-TXT-2             PIC X(09) VALUE SPACES.
       01  WS-NIVEL-EDITADO          PIC Z9.
       01  WS-NIVEL-TXT              PIC X(02) VALUE SPACES.
       01  WS-SUPERIOR-TXT           PIC X(08) VALUE SPACES.
       01  WS-IND-TIPO-CONTA         PIC X(01) VALUE SPACES.

       01  WS-DATA-NUM               PIC 9(08) VALUE ZEROES.
       01  WS-DATA-DESM REDEFINES WS-DATA-NUM.
           05 WS-DT-ANO              PIC 9(04).
           05 WS-DT-MES              PIC 9(02).
           05 WS-DT-DIA              PIC 9(02).
       01  WS-DATA-ECD.
           05 WS-ECD-DIA             PIC 9(02).
           05 WS-ECD-MES             PIC 9(02).
           05 WS-ECD-ANO             PIC 9(04).
       01  WS-DATA-ECD-1             PIC X(08) VALUE SPACES.
       01  WS-DIAS-NO-MES            PIC 9(02) VALUE ZEROES.

       01  WS-LINHA-PENDENCIA.
           05 WS-PEN-TIPO            PIC X(24).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-PEN-TEXTO           PIC X(95).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "SPED01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           PERFORM 002-LE-PARAMETRO
           PERFORM 003-LE-EMPRESA
           PERFORM 005-APURA-EXERCICIO
           PERFORM 006-LE-CONTA-LUCROS
           PERFORM 007-CARREGA-PLANO-CONTAS
           OPEN OUTPUT SPED-OUT-FILE
           OPEN OUTPUT RELAT-OUT-FILE
           PERFORM 040-GRAVA-CABECALHO-RELAT
           PERFORM 012-GRAVA-BLOCO-0
           PERFORM 013-GRAVA-PLANO-CONTAS
           PERFORM 015-ORDENA-SALDOS
           PERFORM 023-ORDENA-LANCAMENTOS
           PERFORM 033-GRAVA-ENCERRAMENTO
           PERFORM 037-FECHA-BLOCOS
           CLOSE SPED-OUT-FILE
           PERFORM 041-GRAVA-RESUMO-RELAT
           CLOSE RELAT-OUT-FILE
           MOVE "SPEDRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "ECD GRAVADA EM SPEDECD - REGISTROS: "
               WS-QTDE-LINHAS " LANCAMENTOS: " WS-NUM-LANCAMENTO
               " PENDENCIAS: " WS-QTDE-PENDENCIAS
           IF WS-QTDE-PENDENCIAS > ZEROES
               DISPLAY "PRE-VALIDACAO COM PENDENCIAS - VER SPEDRPT "
                   "ANTES DE ENVIAR O ARQUIVO"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO SPEDPARM AUSENTE - INFORME EMPRESA E ANO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "CARTAO SPEDPARM VAZIO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-READ
           IF PA-COMPANY-CODE = SPACES
              OR PA-EXERCICIO IS NOT NUMERIC
              OR PA-EXERCICIO = ZEROES
               MOVE "CARTAO SPEDPARM SEM EMPRESA OU EXERCICIO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-COMPANY-CODE TO WS-COMPANY-SPED
           MOVE PA-EXERCICIO    TO WS-EXERCICIO
           CLOSE PARM-FILE.

       003-LE-EMPRESA.
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   PERFORM 004-LE-REGISTRO-EMPRESA
                       UNTIL FIM-DA-EMPRESA
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
           IF NOT EMPRESA-ENCONTRADA
               MOVE SPACES TO WS-MSG-ERRO
               STRING "EMPRESA " WS-COMPANY-SPED
                   " NAO CADASTRADA NO EMPRESA"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-MOEDA-BASE = SPACES
               MOVE "BRL" TO WS-MOEDA-BASE
           END-IF.

       004-LE-REGISTRO-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DA-EMPRESA TO TRUE
               NOT AT END
                   IF EM-CODIGO = WS-COMPANY-SPED
                       SET EMPRESA-ENCONTRADA TO TRUE
                       MOVE EM-NOME       TO WS-NOME-EMPRESA
                       MOVE EM-MOEDA-BASE TO WS-MOEDA-BASE
                       SET FIM-DA-EMPRESA TO TRUE
                   END-IF
           END-READ.

       005-APURA-EXERCICIO.
           SET FS-LIMITES-EXERCICIO TO TRUE
           MOVE WS-COMPANY-SPED TO FS-COMPANY-CODE
           MOVE WS-EXERCICIO    TO FS-EXERCICIO
           CALL "FISCSVC" USING FS-PARAMETROS
               ON EXCEPTION
                   MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-CALL
           IF NOT FS-RETORNO-OK
               MOVE "EXERCICIO INVALIDO NO CALENDARIO FISCAL"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE FS-PRIMEIRO-PERIODO TO WS-PRIMEIRO-PERIODO
           MOVE FS-ULTIMO-MES       TO WS-ULTIMO-MES
           MOVE FS-PERIODO-AJUSTE   TO WS-PERIODO-AJUSTE
           MOVE FS-ULTIMO-PERIODO   TO WS-ULTIMO-PERIODO
           MOVE FS-PERIODO-SEGUINTE TO WS-PERIODO-SEGUINTE
           COMPUTE WS-DATA-INICIAL = WS-PRIMEIRO-PERIODO * 100 + 1
           COMPUTE WS-DATA-NUM = WS-ULTIMO-MES * 100
           PERFORM 047-ULTIMO-DIA-MES
           MOVE WS-DATA-NUM TO WS-DATA-FINAL
           MOVE WS-DATA-INICIAL TO WS-DATA-NUM
           PERFORM 046-FORMATA-DATA
           MOVE WS-DATA-ECD TO WS-DATA-INICIAL-ECD
           MOVE WS-DATA-FINAL TO WS-DATA-NUM
           PERFORM 046-FORMATA-DATA
           MOVE WS-DATA-ECD TO WS-DATA-FINAL-ECD.

       006-LE-CONTA-LUCROS.
           OPEN INPUT ANO-PARM-FILE
           EVALUATE WS-FS-ANOPARM
               WHEN "00"
                   READ ANO-PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AP-CONTA-LUCROS IS NUMERIC
                               MOVE AP-CONTA-LUCROS
                                   TO WS-CONTA-LUCROS
                           END-IF
                   END-READ
                   CLOSE ANO-PARM-FILE
               WHEN "35"
                   DISPLAY "ANOPARM AUSENTE - SEM CONTA DE LUCROS "
                       "PARA O LANCAMENTO DE ENCERRAMENTO"
               WHEN OTHER
                   MOVE "FALHA AO ABRIR ANOPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       007-CARREGA-PLANO-CONTAS.
           OPEN INPUT PLANO-CONTAS-FILE
           EVALUATE WS-FS-PLANO
               WHEN "00"
                   PERFORM 008-LE-PLANO-CONTAS UNTIL FIM-DO-PLANO
                   CLOSE PLANO-CONTAS-FILE
               WHEN "35"
                   MOVE "PLANO DE CONTAS PLANOCTA NAO ENCONTRADO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-PLANO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           MOVE ZEROES TO WS-IDX-NIVEL
           PERFORM 009-APURA-NIVEL
               UNTIL WS-IDX-NIVEL = WS-PLANO-QTDE.

       008-LE-PLANO-CONTAS.
           READ PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF WS-PLANO-QTDE = 500
                       MOVE "PLANO DE CONTAS EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLANO-QTDE
                   MOVE PC-NUMERO-CONTA
                       TO WS-PLANO-NUMERO(WS-PLANO-QTDE)
                   MOVE PC-DESCRICAO
                       TO WS-PLANO-DESCRICAO(WS-PLANO-QTDE)
                   MOVE PC-NATUREZA
                       TO WS-PLANO-NATUREZA(WS-PLANO-QTDE)
                   MOVE PC-CLASSE
                       TO WS-PLANO-CLASSE(WS-PLANO-QTDE)
                   MOVE PC-TIPO-CONTA
                       TO WS-PLANO-TIPO(WS-PLANO-QTDE)
                   IF PC-CONTA-SUPERIOR IS NUMERIC
                       MOVE PC-CONTA-SUPERIOR
                           TO WS-PLANO-SUPERIOR(WS-PLANO-QTDE)
                   ELSE
                       MOVE ZEROES TO WS-PLANO-SUPERIOR(WS-PLANO-QTDE)
                   END-IF
                   MOVE ZEROES TO WS-PLANO-NIVEL(WS-PLANO-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * Nivel da conta = 1 + numero de superiores encontrados no  *
      * plano, limitado a 9 para nao girar em cadeia circular.    *
      *-----------------------------------------------------------*
       009-APURA-NIVEL.
           ADD 1 TO WS-IDX-NIVEL
           MOVE 1 TO WS-NIVEL-CONTA
           MOVE WS-PLANO-SUPERIOR(WS-IDX-NIVEL) TO WS-SUPERIOR-BUSCA
           PERFORM 010-SOBE-NIVEL
               UNTIL WS-SUPERIOR-BUSCA = ZEROES
               OR WS-NIVEL-CONTA = 9
           MOVE WS-NIVEL-CONTA TO WS-PLANO-NIVEL(WS-IDX-NIVEL).

       010-SOBE-NIVEL.
           MOVE WS-SUPERIOR-BUSCA TO WS-CONTA-BUSCA
           PERFORM 011-BUSCA-CONTA-PLANO
           IF CONTA-NO-PLANO
               ADD 1 TO WS-NIVEL-CONTA
               MOVE WS-PLANO-SUPERIOR(WS-IDX-PLANO)
                   TO WS-SUPERIOR-BUSCA
           ELSE
               MOVE ZEROES TO WS-SUPERIOR-BUSCA
           END-IF.

       011-BUSCA-CONTA-PLANO.
           MOVE ZEROES TO WS-IDX-PLANO
           MOVE "N" TO WS-PLANO-ACHOU
           PERFORM 042-TESTA-CONTA-PLANO
               UNTIL CONTA-NO-PLANO
               OR WS-IDX-PLANO = WS-PLANO-QTDE
           MOVE "D" TO WS-NATUREZA-PADRAO
           IF CONTA-NO-PLANO
              AND WS-PLANO-NATUREZA(WS-IDX-PLANO) = "C"
               MOVE "C" TO WS-NATUREZA-PADRAO
           END-IF.

      *-----------------------------------------------------------*
      * Bloco 0 - abertura e identificacao da empresa             *
      *-----------------------------------------------------------*
       012-GRAVA-BLOCO-0.
           MOVE ZEROES TO WS-QTDE-BLOCO
           MOVE SPACES TO WS-REGISTRO
           STRING "|0000|LECD|" WS-DATA-INICIAL-ECD "|"
               WS-DATA-FINAL-ECD "|"
               FUNCTION TRIM(WS-NOME-EMPRESA TRAILING) "|"
               WS-COMPANY-SPED "|" WS-MOEDA-BASE "|"
               DELIMITED BY SIZE INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE "|0001|0|" TO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           COMPUTE WS-QTDE-NUM = WS-QTDE-BLOCO + 1
           PERFORM 049-FORMATA-QTDE
           MOVE SPACES TO WS-REGISTRO
           STRING "|0990|" WS-QTDE-TXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE WS-QTDE-BLOCO TO WS-QTDE-BLOCO-0.

      *-----------------------------------------------------------*
      * Bloco I - abertura, forma de escrituracao e plano de      *
      * contas (I050). Natureza: 01 ativo, 02 passivo, 04 conta   *
      * de resultado, 09 sem natureza (pendencia).                *
      *-----------------------------------------------------------*
       013-GRAVA-PLANO-CONTAS.
           MOVE ZEROES TO WS-QTDE-BLOCO
           MOVE "|I001|0|" TO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE "|I010|G|" TO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE ZEROES TO WS-IDX-NIVEL
           PERFORM 014-GRAVA-CONTA-PLANO
               UNTIL WS-IDX-NIVEL = WS-PLANO-QTDE.

       014-GRAVA-CONTA-PLANO.
           ADD 1 TO WS-IDX-NIVEL
           EVALUATE TRUE
               WHEN WS-PLANO-CLASSE(WS-IDX-NIVEL) = "R"
                   MOVE "04" TO WS-CODIGO-NATUREZA
               WHEN WS-PLANO-CLASSE(WS-IDX-NIVEL) = "P"
                AND WS-PLANO-NATUREZA(WS-IDX-NIVEL) = "D"
                   MOVE "01" TO WS-CODIGO-NATUREZA
               WHEN WS-PLANO-CLASSE(WS-IDX-NIVEL) = "P"
                AND WS-PLANO-NATUREZA(WS-IDX-NIVEL) = "C"
                   MOVE "02" TO WS-CODIGO-NATUREZA
               WHEN OTHER
                   MOVE "09" TO WS-CODIGO-NATUREZA
           END-EVALUATE
           IF WS-CODIGO-NATUREZA = "09"
              OR (WS-PLANO-NATUREZA(WS-IDX-NIVEL) NOT = "D"
                  AND WS-PLANO-NATUREZA(WS-IDX-NIVEL) NOT = "C")
               MOVE "CONTA SEM NATUREZA" TO WS-PEN-TIPO
               MOVE SPACES TO WS-PEN-TEXTO
               STRING "CONTA " WS-PLANO-NUMERO(WS-IDX-NIVEL)
                   " " WS-PLANO-DESCRICAO(WS-IDX-NIVEL)
                   " NATUREZA '" WS-PLANO-NATUREZA(WS-IDX-NIVEL)
                   "' CLASSE '" WS-PLANO-CLASSE(WS-IDX-NIVEL) "'"
                   DELIMITED BY SIZE INTO WS-PEN-TEXTO
               PERFORM 050-GRAVA-PENDENCIA
           END-IF
           MOVE WS-PLANO-NIVEL(WS-IDX-NIVEL) TO WS-NIVEL-EDITADO
           MOVE FUNCTION TRIM(WS-NIVEL-EDITADO) TO WS-NIVEL-TXT
           MOVE SPACES TO WS-SUPERIOR-TXT
           IF WS-PLANO-SUPERIOR(WS-IDX-NIVEL) NOT = ZEROES
               MOVE WS-PLANO-SUPERIOR(WS-IDX-NIVEL)
                   TO WS-SUPERIOR-TXT
           END-IF
           IF WS-PLANO-TIPO(WS-IDX-NIVEL) = "S"
               MOVE "S" TO WS-IND-TIPO-CONTA
           ELSE
               MOVE "A" TO WS-IND-TIPO-CONTA
           END-IF
           MOVE SPACES TO WS-REGISTRO
           STRING "|I050|" WS-DATA-INICIAL-ECD "|"
                   WS-CODIGO-NATUREZA "|" WS-IND-TIPO-CONTA "|"
                   DELIMITED BY SIZE
               WS-NIVEL-TXT DELIMITED BY SPACE
               "|" WS-PLANO-NUMERO(WS-IDX-NIVEL) "|"
                   DELIMITED BY SIZE
               WS-SUPERIOR-TXT DELIMITED BY SPACE
               "|" FUNCTION TRIM(WS-PLANO-DESCRICAO(WS-IDX-NIVEL)
                   TRAILING) "|"
                   DELIMITED BY SIZE
               INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO.

      *-----------------------------------------------------------*
      * Saldos periodicos (I150/I155) do GLSALDO da empresa na    *
      * moeda base, do primeiro periodo ao ultimo mes e o periodo *
      * de ajuste, ordenados por periodo, conta e centro.         *
      *-----------------------------------------------------------*
       015-ORDENA-SALDOS.
           OPEN INPUT SALDO-GL-FILE
           EVALUATE WS-FS-GLSALDO
               WHEN "00"
                   CLOSE SALDO-GL-FILE
                   SORT SALDO-SORT-WORK
                       ON ASCENDING KEY SRS-PERIODO
                                        SRS-NUMERO-CONTA
                                        SRS-CENTRO-CUSTO
                       INPUT PROCEDURE IS 016-SELECIONA-SALDOS
                           THRU 018-FIM-SELECAO-SALDOS
                       GIVING SALDO-ORD-FILE
                   PERFORM 019-GRAVA-SALDOS
               WHEN "35"
                   MOVE "GLSALDO AUSENTE" TO WS-PEN-TIPO
                   MOVE "MESTRE GLSALDO NAO ENCONTRADO - SEM SALDOS"
                       TO WS-PEN-TEXTO
                   PERFORM 050-GRAVA-PENDENCIA
               WHEN OTHER
                   MOVE WS-FS-GLSALDO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       016-SELECIONA-SALDOS.
           OPEN INPUT SALDO-GL-FILE
           PERFORM 017-LIBERA-SALDO UNTIL FIM-DO-GLSALDO
           CLOSE SALDO-GL-FILE
           GO TO 018-FIM-SELECAO-SALDOS.

       017-LIBERA-SALDO.
           READ SALDO-GL-FILE
               AT END
                   SET FIM-DO-GLSALDO TO TRUE
               NOT AT END
                   IF SG-COMPANY-CODE = WS-COMPANY-SPED
                      AND SG-CURRENCY-CODE = WS-MOEDA-BASE
                      AND ((SG-PERIODO NOT < WS-PRIMEIRO-PERIODO
                            AND SG-PERIODO NOT > WS-ULTIMO-MES)
                           OR (WS-PERIODO-AJUSTE NOT = ZEROES
                            AND SG-PERIODO = WS-PERIODO-AJUSTE))
                       MOVE SG-SALDO-REC TO SRS-REC
                       RELEASE SRS-REC
                   END-IF
           END-READ.

       018-FIM-SELECAO-SALDOS.
           EXIT.

       019-GRAVA-SALDOS.
           MOVE "N" TO WS-EOF-ORD
           MOVE ZEROES TO WS-PERIODO-CORRENTE
           OPEN INPUT SALDO-ORD-FILE
           PERFORM 020-LE-SALDO-ORDENADO UNTIL FIM-DO-ORDENADO
           CLOSE SALDO-ORD-FILE.

       020-LE-SALDO-ORDENADO.
           READ SALDO-ORD-FILE
               AT END
                   SET FIM-DO-ORDENADO TO TRUE
               NOT AT END
                   IF ORS-PERIODO NOT = WS-PERIODO-CORRENTE
                       MOVE ORS-PERIODO TO WS-PERIODO-CORRENTE
                       PERFORM 021-GRAVA-PERIODO
                   END-IF
                   PERFORM 022-GRAVA-SALDO-CONTA
           END-READ.

       021-GRAVA-PERIODO.
           ADD 1 TO WS-QTDE-PERIODOS
           IF WS-PERIODO-CORRENTE = WS-PERIODO-AJUSTE
               MOVE WS-DATA-FINAL-ECD TO WS-DATA-ECD-1
           ELSE
               COMPUTE WS-DATA-NUM = WS-PERIODO-CORRENTE * 100 + 1
               PERFORM 046-FORMATA-DATA
               MOVE WS-DATA-ECD TO WS-DATA-ECD-1
           END-IF
           COMPUTE WS-DATA-NUM = WS-PERIODO-CORRENTE * 100
           IF WS-PERIODO-CORRENTE = WS-PERIODO-AJUSTE
               MOVE WS-DATA-FINAL TO WS-DATA-NUM
           ELSE
               PERFORM 047-ULTIMO-DIA-MES
           END-IF
           PERFORM 046-FORMATA-DATA
           MOVE SPACES TO WS-REGISTRO
           STRING "|I150|" WS-DATA-ECD-1 "|" WS-DATA-ECD "|"
               DELIMITED BY SIZE INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO.

       022-GRAVA-SALDO-CONTA.
           ADD 1 TO WS-QTDE-SALDOS
           MOVE ORS-NUMERO-CONTA TO WS-CONTA-BUSCA
           PERFORM 011-BUSCA-CONTA-PLANO
           IF NOT CONTA-NO-PLANO
               MOVE "CONTA FORA DO PLANO" TO WS-PEN-TIPO
               MOVE SPACES TO WS-PEN-TEXTO
               STRING "SALDO DA CONTA " ORS-NUMERO-CONTA
                   " CENTRO " ORS-CENTRO-CUSTO
                   " PERIODO " ORS-PERIODO
                   DELIMITED BY SIZE INTO WS-PEN-TEXTO
               PERFORM 050-GRAVA-PENDENCIA
           END-IF
           MOVE ORS-SALDO-INICIAL TO WS-VALOR-NUM
           PERFORM 045-FORMATA-VALOR
           MOVE WS-VALOR-TXT TO WS-VALOR-TXT-1
           MOVE WS-IND-DC    TO WS-IND-DC-1
           MOVE ORS-DEBITOS-PERIODO TO WS-VALOR-NUM
           PERFORM 045-FORMATA-VALOR
           MOVE WS-VALOR-TXT TO WS-VALOR-TXT-2
           MOVE ORS-CREDITOS-PERIODO TO WS-VALOR-NUM
           PERFORM 045-FORMATA-VALOR
           MOVE WS-VALOR-TXT TO WS-VALOR-TXT-3
           MOVE ORS-SALDO-FINAL TO WS-VALOR-NUM
           PERFORM 045-FORMATA-VALOR
           MOVE WS-VALOR-TXT TO WS-VALOR-TXT-4
           MOVE WS-IND-DC    TO WS-IND-DC-4
           MOVE SPACES TO WS-REGISTRO
           STRING "|I155|" ORS-NUMERO-CONTA "|" DELIMITED BY SIZE
               ORS-CENTRO-CUSTO DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-VALOR-TXT-1 DELIMITED BY SPACE
               "|" WS-IND-DC-1 "|" DELIMITED BY SIZE
               WS-VALOR-TXT-2 DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-VALOR-TXT-3 DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-VALOR-TXT-4 DELIMITED BY SPACE
               "|" WS-IND-DC-4 "|" DELIMITED BY SIZE
               INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           IF ORS-PERIODO = WS-ULTIMO-PERIODO
              AND CONTA-NO-PLANO
              AND WS-PLANO-CLASSE(WS-IDX-PLANO) = "R"
              AND ORS-SALDO-FINAL NOT = ZEROES
               PERFORM 036-GUARDA-RESULTADO
           END-IF.

      *-----------------------------------------------------------*
      * Lancamentos (I200/I250) do GLHIST da empresa na moeda     *
      * base com data no exercicio. Partidas de mesma data e      *
      * referencia formam um lancamento.                          *
      *-----------------------------------------------------------*
       023-ORDENA-LANCAMENTOS.
           OPEN INPUT GL-HIST-FILE
           EVALUATE WS-FS-GLHIST
               WHEN "00"
                   CLOSE GL-HIST-FILE
                   SORT HIST-SORT-WORK
                       ON ASCENDING KEY SRL-DATA-TRANS
                                        SRL-REFERENCIA
                                        SRL-DATA-POSTAGEM
                       INPUT PROCEDURE IS 024-SELECIONA-LANCAMENTOS
                           THRU 026-FIM-SELECAO-LANCTOS
                       GIVING HIST-ORD-FILE
                   PERFORM 027-GRAVA-LANCAMENTOS
               WHEN "35"
                   MOVE "GLHIST AUSENTE" TO WS-PEN-TIPO
                   MOVE "GLHIST NAO ENCONTRADO - ECD SEM LANCAMENTOS"
                       TO WS-PEN-TEXTO
                   PERFORM 050-GRAVA-PENDENCIA
               WHEN OTHER
                   MOVE WS-FS-GLHIST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLHIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       024-SELECIONA-LANCAMENTOS.
           OPEN INPUT GL-HIST-FILE
           PERFORM 025-LIBERA-LANCAMENTO UNTIL FIM-DO-GLHIST
           CLOSE GL-HIST-FILE
           GO TO 026-FIM-SELECAO-LANCTOS.

       025-LIBERA-LANCAMENTO.
           READ GL-HIST-FILE
               AT END
                   SET FIM-DO-GLHIST TO TRUE
               NOT AT END
                   COMPUTE WS-PERIODO-MOVTO = GH-DATA-TRANS / 100
                   IF GH-COMPANY-CODE = WS-COMPANY-SPED
                      AND NOT GH-ABERTURA-MIGRACAO
                          OF GH-HISTORICO-REC
                      AND GH-CURRENCY-CODE = WS-MOEDA-BASE
                      AND WS-PERIODO-MOVTO NOT < WS-PRIMEIRO-PERIODO
                      AND WS-PERIODO-MOVTO NOT > WS-ULTIMO-MES
                       MOVE GH-HISTORICO-REC TO SRL-REC
                       RELEASE SRL-REC
                   END-IF
           END-READ.

       026-FIM-SELECAO-LANCTOS.
           EXIT.

       027-GRAVA-LANCAMENTOS.
           MOVE "N" TO WS-EOF-ORD
           MOVE ZEROES TO WS-LCT-QTDE
           OPEN INPUT HIST-ORD-FILE
           PERFORM 028-LE-LANCAMENTO-ORDENADO UNTIL FIM-DO-ORDENADO
           CLOSE HIST-ORD-FILE
           IF WS-LCT-QTDE > ZEROES
               PERFORM 030-DESCARREGA-LANCAMENTO
           END-IF.

       028-LE-LANCAMENTO-ORDENADO.
           READ HIST-ORD-FILE
               AT END
                   SET FIM-DO-ORDENADO TO TRUE
               NOT AT END
                   IF WS-LCT-QTDE > ZEROES
                      AND (ORL-DATA-TRANS NOT = WS-LCT-DATA
                           OR ORL-REFERENCIA NOT = WS-LCT-REFERENCIA)
                       PERFORM 030-DESCARREGA-LANCAMENTO
                   END-IF
                   IF WS-LCT-QTDE = ZEROES
                       MOVE ORL-DATA-TRANS TO WS-LCT-DATA
                       MOVE ORL-REFERENCIA TO WS-LCT-REFERENCIA
                       MOVE "N" TO WS-LCT-INDICADOR
                   END-IF
                   PERFORM 029-ACUMULA-PARTIDA
           END-READ.

       029-ACUMULA-PARTIDA.
           IF WS-LCT-QTDE = 500
               MOVE "LANCAMENTO COM MAIS DE 500 PARTIDAS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-LCT-QTDE
           MOVE ORL-NUMERO-CONTA TO WS-LCT-CONTA(WS-LCT-QTDE)
           MOVE ORL-CENTRO-CUSTO TO WS-LCT-CCUSTO(WS-LCT-QTDE)
           MOVE ORL-TIPO-TRANS   TO WS-LCT-TIPO(WS-LCT-QTDE)
           MOVE ORL-VALOR-TRANS  TO WS-LCT-VALOR(WS-LCT-QTDE).

      *-----------------------------------------------------------*
      * Grava o I200 do lancamento acumulado e um I250 por        *
      * partida; debito diferente de credito e pendencia.         *
      *-----------------------------------------------------------*
       030-DESCARREGA-LANCAMENTO.
           ADD 1 TO WS-NUM-LANCAMENTO
           MOVE ZEROES TO WS-LCT-DEBITOS WS-LCT-CREDITOS
           MOVE ZEROES TO WS-IDX-LCT
           PERFORM 031-SOMA-PARTIDA UNTIL WS-IDX-LCT = WS-LCT-QTDE
           MOVE WS-LCT-DATA TO WS-DATA-NUM
           PERFORM 046-FORMATA-DATA
           MOVE WS-NUM-LANCAMENTO TO WS-QTDE-NUM
           PERFORM 049-FORMATA-QTDE
           MOVE WS-LCT-DEBITOS TO WS-VALOR-NUM
           PERFORM 045-FORMATA-VALOR
           MOVE SPACES TO WS-REGISTRO
           STRING "|I200|" WS-QTDE-TXT DELIMITED BY SPACE
               "|" WS-DATA-ECD "|" DELIMITED BY SIZE
               WS-VALOR-TXT DELIMITED BY SPACE
               "|" WS-LCT-INDICADOR "|" DELIMITED BY SIZE
               INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE ZEROES TO WS-IDX-LCT
           PERFORM 032-GRAVA-PARTIDA UNTIL WS-IDX-LCT = WS-LCT-QTDE
           IF WS-LCT-DEBITOS NOT = WS-LCT-CREDITOS
               MOVE "LANCAMENTO DESBALANCEADO" TO WS-PEN-TIPO
               MOVE WS-LCT-CREDITOS TO WS-VALOR-NUM
               PERFORM 045-FORMATA-VALOR
               MOVE WS-VALOR-TXT TO WS-VALOR-TXT-1
               MOVE WS-LCT-DEBITOS TO WS-VALOR-NUM
               PERFORM 045-FORMATA-VALOR
               MOVE SPACES TO WS-PEN-TEXTO
               STRING "LCTO " WS-QTDE-TXT " DATA " WS-LCT-DATA
                   " REF " WS-LCT-REFERENCIA
                   " DEBITOS " WS-VALOR-TXT
                   " CREDITOS " WS-VALOR-TXT-1
                   DELIMITED BY SIZE INTO WS-PEN-TEXTO
               PERFORM 050-GRAVA-PENDENCIA
           END-IF
           MOVE ZEROES TO WS-LCT-QTDE.

       031-SOMA-PARTIDA.
           ADD 1 TO WS-IDX-LCT
           IF WS-LCT-TIPO(WS-IDX-LCT) = "D"
               ADD WS-LCT-VALOR(WS-IDX-LCT) TO WS-LCT-DEBITOS
           ELSE
               ADD WS-LCT-VALOR(WS-IDX-LCT) TO WS-LCT-CREDITOS
           END-IF.

       032-GRAVA-PARTIDA.
           ADD 1 TO WS-IDX-LCT
           MOVE WS-LCT-CONTA(WS-IDX-LCT) TO WS-CONTA-BUSCA
           PERFORM 011-BUSCA-CONTA-PLANO
           IF NOT CONTA-NO-PLANO
               MOVE "CONTA FORA DO PLANO" TO WS-PEN-TIPO
               MOVE SPACES TO WS-PEN-TEXTO
               STRING "PARTIDA DA CONTA " WS-LCT-CONTA(WS-IDX-LCT)
                   " LCTO " WS-QTDE-TXT " REF " WS-LCT-REFERENCIA
                   DELIMITED BY SIZE INTO WS-PEN-TEXTO
               PERFORM 050-GRAVA-PENDENCIA
           END-IF
           MOVE WS-LCT-VALOR(WS-IDX-LCT) TO WS-VALOR-NUM
           PERFORM 045-FORMATA-VALOR
           MOVE SPACES TO WS-REGISTRO
           STRING "|I250|" WS-LCT-CONTA(WS-IDX-LCT) "|"
                   DELIMITED BY SIZE
               WS-LCT-CCUSTO(WS-IDX-LCT) DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-VALOR-TXT DELIMITED BY SPACE
               "|" WS-LCT-TIPO(WS-IDX-LCT) "|" DELIMITED BY SIZE
               WS-LCT-REFERENCIA DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO.

      *-----------------------------------------------------------*
      * Encerramento do exercicio. O ANOCLOSE nao grava partidas  *
      * no GLHIST: zera a abertura das contas de resultado no     *
      * primeiro periodo do exercicio seguinte e leva o valor a   *
      * conta de lucros. O lancamento (indicador E) e             *
      * reconstituido do GLSALDO para as contas cuja abertura     *
      * seguinte esta zerada; contas ainda nao encerradas sao     *
      * pendencia.                                                *
      *-----------------------------------------------------------*
       033-GRAVA-ENCERRAMENTO.
           IF WS-RES-QTDE = ZEROES
               MOVE SPACES TO RELAT-LINHA
               STRING "ENCERRAMENTO: SEM SALDO DE RESULTADO NO "
                   "PERIODO " WS-ULTIMO-PERIODO
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           ELSE
               OPEN INPUT SALDO-BUSCA-FILE
               IF WS-FS-BUSCA NOT = "00"
                   MOVE WS-FS-BUSCA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLSALDO PARA CONSULTA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE ZEROES TO WS-IDX-RES
               PERFORM 034-CONFERE-ENCERRAMENTO
                   UNTIL WS-IDX-RES = WS-RES-QTDE
               CLOSE SALDO-BUSCA-FILE
               PERFORM 043-MONTA-ENCERRAMENTO
           END-IF.

       034-CONFERE-ENCERRAMENTO.
           ADD 1 TO WS-IDX-RES
           MOVE "P" TO WS-RES-SITUACAO(WS-IDX-RES)
           MOVE WS-RES-CONTA(WS-IDX-RES)  TO SGB-NUMERO-CONTA
           MOVE WS-PERIODO-SEGUINTE       TO SGB-PERIODO
           MOVE WS-COMPANY-SPED           TO SGB-COMPANY-CODE
           MOVE WS-MOEDA-BASE             TO SGB-CURRENCY-CODE
           MOVE WS-RES-CCUSTO(WS-IDX-RES) TO SGB-CENTRO-CUSTO
           READ SALDO-BUSCA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SGB-SALDO-INICIAL = ZEROES
                       MOVE "E" TO WS-RES-SITUACAO(WS-IDX-RES)
                   END-IF
           END-READ
           IF WS-RES-SITUACAO(WS-IDX-RES) = "E"
               ADD 1 TO WS-RES-ENCERRADAS
               ADD WS-RES-VALOR(WS-IDX-RES) TO WS-RESULTADO-LIQUIDO
           ELSE
               ADD 1 TO WS-RES-PENDENTES
               MOVE "CONTA NAO ENCERRADA" TO WS-PEN-TIPO
               MOVE SPACES TO WS-PEN-TEXTO
               STRING "CONTA DE RESULTADO " WS-RES-CONTA(WS-IDX-RES)
                   " CENTRO " WS-RES-CCUSTO(WS-IDX-RES)
                   " SEM ABERTURA ZERADA EM " WS-PERIODO-SEGUINTE
                   DELIMITED BY SIZE INTO WS-PEN-TEXTO
               PERFORM 050-GRAVA-PENDENCIA
           END-IF.

       035-MONTA-PARTIDA-RESULTADO.
           ADD 1 TO WS-IDX-RES
           IF WS-RES-SITUACAO(WS-IDX-RES) = "E"
               ADD 1 TO WS-LCT-QTDE
               MOVE WS-RES-CONTA(WS-IDX-RES)
                   TO WS-LCT-CONTA(WS-LCT-QTDE)
               MOVE WS-RES-CCUSTO(WS-IDX-RES)
                   TO WS-LCT-CCUSTO(WS-LCT-QTDE)
               IF WS-RES-VALOR(WS-IDX-RES) > ZEROES
                   MOVE "D" TO WS-LCT-TIPO(WS-LCT-QTDE)
                   MOVE WS-RES-VALOR(WS-IDX-RES)
                       TO WS-LCT-VALOR(WS-LCT-QTDE)
               ELSE
                   MOVE "C" TO WS-LCT-TIPO(WS-LCT-QTDE)
                   COMPUTE WS-LCT-VALOR(WS-LCT-QTDE) =
                       0 - WS-RES-VALOR(WS-IDX-RES)
               END-IF
           END-IF.

       036-GUARDA-RESULTADO.
           IF WS-RES-QTDE = 500
               MOVE "CONTAS DE RESULTADO EXCEDEM A TABELA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-RES-QTDE
           MOVE ORS-NUMERO-CONTA TO WS-RES-CONTA(WS-RES-QTDE)
           MOVE ORS-CENTRO-CUSTO TO WS-RES-CCUSTO(WS-RES-QTDE)
           MOVE ORS-SALDO-FINAL  TO WS-RES-VALOR(WS-RES-QTDE)
           MOVE SPACES           TO WS-RES-SITUACAO(WS-RES-QTDE).

      *-----------------------------------------------------------*
      * Fechamento do bloco I e blocos J e 9. No bloco 9 a        *
      * contagem por tipo fica congelada: os 9900 ja incluem a    *
      * si mesmos, o 9990 e o 9999.                               *
      *-----------------------------------------------------------*
       037-FECHA-BLOCOS.
           COMPUTE WS-QTDE-NUM = WS-QTDE-BLOCO + 1
           PERFORM 049-FORMATA-QTDE
           MOVE SPACES TO WS-REGISTRO
           STRING "|I990|" WS-QTDE-TXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE WS-QTDE-BLOCO TO WS-QTDE-BLOCO-I
           MOVE ZEROES TO WS-QTDE-BLOCO
           MOVE "|J001|1|" TO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE "|J990|2|" TO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE WS-QTDE-BLOCO TO WS-QTDE-BLOCO-J
           MOVE ZEROES TO WS-QTDE-BLOCO
           MOVE "|9001|0|" TO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE "9900" TO WS-TIPO-CORRENTE
           PERFORM 051-CONTA-TIPO
           MOVE "9990" TO WS-TIPO-CORRENTE
           PERFORM 051-CONTA-TIPO
           MOVE "9999" TO WS-TIPO-CORRENTE
           PERFORM 051-CONTA-TIPO
           MOVE "9900" TO WS-TIPO-CORRENTE
           MOVE ZEROES TO WS-IDX-TIPO
           MOVE "N" TO WS-TIPO-ACHOU
           PERFORM 052-TESTA-TIPO UNTIL TIPO-CONTADO
           MOVE WS-TIPO-QTDE TO WS-TIPO-CONTADOR(WS-IDX-TIPO)
           MOVE "N" TO WS-CONTAGEM-TIPOS
           MOVE ZEROES TO WS-IDX-TIPO
           PERFORM 038-GRAVA-TOTAL-TIPO
               UNTIL WS-IDX-TIPO = WS-TIPO-QTDE
           COMPUTE WS-QTDE-NUM = WS-QTDE-BLOCO + 2
           PERFORM 049-FORMATA-QTDE
           MOVE SPACES TO WS-REGISTRO
           STRING "|9990|" WS-QTDE-TXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           COMPUTE WS-QTDE-NUM = WS-QTDE-LINHAS + 1
           PERFORM 049-FORMATA-QTDE
           MOVE SPACES TO WS-REGISTRO
           STRING "|9999|" WS-QTDE-TXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO
           MOVE WS-QTDE-BLOCO TO WS-QTDE-BLOCO-9.

       038-GRAVA-TOTAL-TIPO.
           ADD 1 TO WS-IDX-TIPO
           MOVE WS-TIPO-CONTADOR(WS-IDX-TIPO) TO WS-QTDE-NUM
           PERFORM 049-FORMATA-QTDE
           MOVE SPACES TO WS-REGISTRO
           STRING "|9900|" WS-TIPO-REG(WS-IDX-TIPO) "|"
                   DELIMITED BY SIZE
               WS-QTDE-TXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE INTO WS-REGISTRO
           PERFORM 048-GRAVA-REGISTRO.

       039-LISTA-TIPO.
           ADD 1 TO WS-IDX-TIPO
           MOVE SPACES TO RELAT-LINHA
           STRING "  REGISTRO " WS-TIPO-REG(WS-IDX-TIPO) ": "
               WS-TIPO-CONTADOR(WS-IDX-TIPO)
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

       040-GRAVA-CABECALHO-RELAT.
           MOVE SPACES TO RELAT-LINHA
           STRING "PRE-VALIDACAO DA ECD - EMPRESA " WS-COMPANY-SPED
               " " WS-NOME-EMPRESA " EXERCICIO " WS-EXERCICIO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "PERIODOS " WS-PRIMEIRO-PERIODO " A "
               WS-ULTIMO-MES " AJUSTE " WS-PERIODO-AJUSTE
               " - SOMENTE MOEDA BASE " WS-MOEDA-BASE
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA.

       041-GRAVA-RESUMO-RELAT.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "CONTAS NO PLANO: " WS-PLANO-QTDE
               " PERIODOS: " WS-QTDE-PERIODOS
               " SALDOS: " WS-QTDE-SALDOS
               " LANCAMENTOS: " WS-NUM-LANCAMENTO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "REGISTROS POR BLOCO - 0: " WS-QTDE-BLOCO-0
               " I: " WS-QTDE-BLOCO-I " J: " WS-QTDE-BLOCO-J
               " 9: " WS-QTDE-BLOCO-9 " TOTAL: " WS-QTDE-LINHAS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-TIPO
           PERFORM 039-LISTA-TIPO UNTIL WS-IDX-TIPO = WS-TIPO-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           IF WS-QTDE-PENDENCIAS = ZEROES
               MOVE "PRE-VALIDACAO SEM PENDENCIAS - ARQUIVO LIBERADO"
                   TO RELAT-LINHA
           ELSE
               STRING "PRE-VALIDACAO COM " WS-QTDE-PENDENCIAS
                   " PENDENCIA(S) - ARQUIVO RETIDO ATE A CORRECAO"
                   DELIMITED BY SIZE INTO RELAT-LINHA
           END-IF
           WRITE RELAT-LINHA.

       042-TESTA-CONTA-PLANO.
           ADD 1 TO WS-IDX-PLANO
           IF WS-PLANO-NUMERO(WS-IDX-PLANO) = WS-CONTA-BUSCA
               SET CONTA-NO-PLANO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Lancamento de encerramento: uma partida por conta de      *
      * resultado encerrada, contrapartida do liquido na conta de *
      * lucros do ANOPARM, seguido do I350/I355 com os saldos das *
      * contas de resultado antes do encerramento.                *
      *-----------------------------------------------------------*
       043-MONTA-ENCERRAMENTO.
           MOVE SPACES TO RELAT-LINHA
           STRING "ENCERRAMENTO: " WS-RES-ENCERRADAS
               " CONTA(S) ENCERRADA(S), " WS-RES-PENDENTES
               " PENDENTE(S) EM " WS-PERIODO-SEGUINTE
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           EVALUATE TRUE
               WHEN WS-RES-ENCERRADAS = ZEROES
                   MOVE "EXERCICIO ABERTO" TO WS-PEN-TIPO
                   MOVE SPACES TO WS-PEN-TEXTO
                   STRING "ANOCLOSE NAO RODOU PARA O EXERCICIO "
                       WS-EXERCICIO " - ECD SEM ENCERRAMENTO"
                       DELIMITED BY SIZE INTO WS-PEN-TEXTO
                   PERFORM 050-GRAVA-PENDENCIA
               WHEN WS-CONTA-LUCROS = ZEROES
                   MOVE "SEM CONTA DE LUCROS" TO WS-PEN-TIPO
                   MOVE SPACES TO WS-PEN-TEXTO
                   STRING "ANOPARM SEM CONTA DE LUCROS ACUMULADOS"
                       " - ECD SEM ENCERRAMENTO"
                       DELIMITED BY SIZE INTO WS-PEN-TEXTO
                   PERFORM 050-GRAVA-PENDENCIA
               WHEN OTHER
                   MOVE ZEROES TO WS-LCT-QTDE
                   MOVE WS-DATA-FINAL TO WS-LCT-DATA
                   MOVE "ENCERRAM" TO WS-LCT-REFERENCIA
                   MOVE "E" TO WS-LCT-INDICADOR
                   MOVE ZEROES TO WS-IDX-RES
                   PERFORM 035-MONTA-PARTIDA-RESULTADO
                       UNTIL WS-IDX-RES = WS-RES-QTDE
                   IF WS-RESULTADO-LIQUIDO NOT = ZEROES
                       ADD 1 TO WS-LCT-QTDE
                       MOVE WS-CONTA-LUCROS
                           TO WS-LCT-CONTA(WS-LCT-QTDE)
                       MOVE SPACES TO WS-LCT-CCUSTO(WS-LCT-QTDE)
                       IF WS-RESULTADO-LIQUIDO > ZEROES
                           MOVE "C" TO WS-LCT-TIPO(WS-LCT-QTDE)
                           MOVE WS-RESULTADO-LIQUIDO
                               TO WS-LCT-VALOR(WS-LCT-QTDE)
                       ELSE
                           MOVE "D" TO WS-LCT-TIPO(WS-LCT-QTDE)
                           COMPUTE WS-LCT-VALOR(WS-LCT-QTDE) =
                               0 - WS-RESULTADO-LIQUIDO
                       END-IF
                   END-IF
                   PERFORM 030-DESCARREGA-LANCAMENTO
                   MOVE SPACES TO WS-REGISTRO
                   STRING "|I350|" WS-DATA-FINAL-ECD "|"
                       DELIMITED BY SIZE INTO WS-REGISTRO
                   PERFORM 048-GRAVA-REGISTRO
                   MOVE ZEROES TO WS-IDX-RES
                   PERFORM 044-GRAVA-SALDO-RESULTADO
                       UNTIL WS-IDX-RES = WS-RES-QTDE
           END-EVALUATE.

       044-GRAVA-SALDO-RESULTADO.
           ADD 1 TO WS-IDX-RES
           IF WS-RES-SITUACAO(WS-IDX-RES) = "E"
               MOVE WS-RES-VALOR(WS-IDX-RES) TO WS-VALOR-NUM
               PERFORM 045-FORMATA-VALOR
               MOVE SPACES TO WS-REGISTRO
               STRING "|I355|" WS-RES-CONTA(WS-IDX-RES) "|"
                       DELIMITED BY SIZE
                   WS-RES-CCUSTO(WS-IDX-RES) DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   WS-VALOR-TXT DELIMITED BY SPACE
                   "|" WS-IND-DC "|" DELIMITED BY SIZE
                   INTO WS-REGISTRO
               PERFORM 048-GRAVA-REGISTRO
           END-IF.

      *-----------------------------------------------------------*
      * Valor com virgula decimal, sem sinal; o indicador D/C vem *
      * do sinal (credito positivo) e, no zero, da natureza da    *
      * conta por ultimo consultada no plano.                     *
      *-----------------------------------------------------------*
       045-FORMATA-VALOR.
           IF WS-VALOR-NUM < ZEROES
               MOVE "D" TO WS-IND-DC
               COMPUTE WS-VALOR-ABS = 0 - WS-VALOR-NUM
           ELSE
               IF WS-VALOR-NUM > ZEROES
                   MOVE "C" TO WS-IND-DC
               ELSE
                   MOVE WS-NATUREZA-PADRAO TO WS-IND-DC
               END-IF
               MOVE WS-VALOR-NUM TO WS-VALOR-ABS
           END-IF
           MOVE WS-VALOR-ABS TO WS-VALOR-EDITADO
           INSPECT WS-VALOR-EDITADO REPLACING ALL "." BY ","
           MOVE FUNCTION TRIM(WS-VALOR-EDITADO) TO WS-VALOR-TXT.

       046-FORMATA-DATA.
           MOVE WS-DT-DIA TO WS-ECD-DIA
           MOVE WS-DT-MES TO WS-ECD-MES
           MOVE WS-DT-ANO TO WS-ECD-ANO.

       047-ULTIMO-DIA-MES.
           EVALUATE WS-DT-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-NO-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN OTHER
                   IF FUNCTION MOD(WS-DT-ANO, 4) = 0 AND
                      (FUNCTION MOD(WS-DT-ANO, 100) NOT = 0 OR
                       FUNCTION MOD(WS-DT-ANO, 400) = 0)
                       MOVE 29 TO WS-DIAS-NO-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-NO-MES
                   END-IF
           END-EVALUATE
           MOVE WS-DIAS-NO-MES TO WS-DT-DIA.

       048-GRAVA-REGISTRO.
           MOVE WS-REGISTRO TO SPED-LINHA
           WRITE SPED-LINHA
           ADD 1 TO WS-QTDE-BLOCO
           ADD 1 TO WS-QTDE-LINHAS
           IF CONTA-POR-TIPO
               MOVE WS-REGISTRO(2:4) TO WS-TIPO-CORRENTE
               PERFORM 051-CONTA-TIPO
           END-IF.

       049-FORMATA-QTDE.
           MOVE WS-QTDE-NUM TO WS-QTDE-EDITADA
           MOVE FUNCTION TRIM(WS-QTDE-EDITADA) TO WS-QTDE-TXT.

       050-GRAVA-PENDENCIA.
           ADD 1 TO WS-QTDE-PENDENCIAS
           MOVE WS-LINHA-PENDENCIA TO RELAT-LINHA
           WRITE RELAT-LINHA.

       051-CONTA-TIPO.
           MOVE ZEROES TO WS-IDX-TIPO
           MOVE "N" TO WS-TIPO-ACHOU
           PERFORM 052-TESTA-TIPO
               UNTIL TIPO-CONTADO
               OR WS-IDX-TIPO = WS-TIPO-QTDE
           IF NOT TIPO-CONTADO
               IF WS-TIPO-QTDE = 30
                   MOVE "TIPOS DE REGISTRO EXCEDEM A TABELA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-TIPO-QTDE
               MOVE WS-TIPO-QTDE TO WS-IDX-TIPO
               MOVE WS-TIPO-CORRENTE TO WS-TIPO-REG(WS-IDX-TIPO)
               MOVE ZEROES TO WS-TIPO-CONTADOR(WS-IDX-TIPO)
           END-IF
           ADD 1 TO WS-TIPO-CONTADOR(WS-IDX-TIPO).

       052-TESTA-TIPO.
           ADD 1 TO WS-IDX-TIPO
           IF WS-TIPO-REG(WS-IDX-TIPO) = WS-TIPO-CORRENTE
               SET TIPO-CONTADO TO TRUE
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
