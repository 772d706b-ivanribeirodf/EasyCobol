       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTE01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: ponte das transacoes     *
      *              postadas do CALC para o razao geral. Le do    *
      *              jornal CALCJRNL as transacoes JR-POSTADA      *
      *              gravadas depois da marca do PONTEPND          *
      *              (PONTEPND.CPY) ate a data base (cartao        *
      *              PONTPARM opcional, hoje se ausente) e, pela   *
      *              tabela de regras REGRAPST (REGRAPST.CPY) de   *
      *              empresa, moeda e operacao, gera o par debito/ *
      *              credito do RESULT no PONTEGL (GLTRANS com     *
      *              trailer, referencia JR-REFERENCIA, datado na  *
      *              data base), que o GLENTR01 registra e         *
      *              encaminha ao ADD05. RESULT negativo inverte   *
      *              as contas. Transacao sem regra (motivo "SR")  *
      *              ou com regra invalida no PLANOCTA/CCUSTO      *
      *              ("RI") vai para o suspenso do relatorio       *
      *              PONTERPT e fica no PONTEPND para a ponte      *
      *              seguinte - nunca e descartada. Um PONTEGL     *
      *              anterior ainda nao registrado no GLREGIST nao *
      *              e sobrescrito - o programa aborta. RC 4 com   *
      *              suspenso.                                     *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio PONTERPT arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Trailer do PONTEGL carimbado com a       *
      *              sequencia do arquivo (GL-SEQ-ARQUIVO),        *
      *              registrada pelo GLENTR01 no GLREGIST; a       *
      *              conferencia do PONTEGL anterior casa tambem a *
      *              sequencia. Dois PONTEGL do mesmo mes com os   *
      *              mesmos totais deixam de colidir.              *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PONTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT JORNAL-FILE ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.
           SELECT REGRA-FILE ASSIGN TO "REGRAPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGRA.
           SELECT PENDENTE-FILE ASSIGN TO "PONTEPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTE.
           SELECT PLANO-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCUSTO.
           SELECT GL-SAIDA-FILE ASSIGN TO "PONTEGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLSAIDA.
           SELECT REGISTRO-FILE ASSIGN TO "GLREGIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT RELAT-OUT-FILE ASSIGN TO "PONTERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-DATA-BASE           PIC X(08).
           05 PA-DATA-BASE-NUM       REDEFINES PA-DATA-BASE
                                     PIC 9(08).
       FD  JORNAL-FILE.
       01  JORNAL-REC                PIC X(79).
       FD  REGRA-FILE.
           COPY REGRAPST.
       FD  PENDENTE-FILE.
           COPY PONTEPND.
       FD  PLANO-FILE.
           COPY PLANOCTA.
       FD  CCUSTO-FILE.
           COPY CCUSTO.
       FD  GL-SAIDA-FILE.
           COPY GLTRANS.
       FD  REGISTRO-FILE.
           COPY GLREGIS.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY JOURNAL.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-JORNAL              PIC X(02).
       01  WS-FS-REGRA               PIC X(02).
       01  WS-FS-PENDENTE            PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-CCUSTO              PIC X(02).
       01  WS-FS-GLSAIDA             PIC X(02).
       01  WS-FS-REGISTRO            PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-BASE              PIC 9(08) VALUE ZEROES.

       01  WS-EOF-JORNAL             PIC X(01) VALUE "N".
           88 FIM-DO-JORNAL          VALUE "S".
       01  WS-EOF-REGRA              PIC X(01) VALUE "N".
           88 FIM-DA-REGRA           VALUE "S".
       01  WS-EOF-PENDENTE           PIC X(01) VALUE "N".
           88 FIM-DO-PENDENTE        VALUE "S".
       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".
       01  WS-EOF-CCUSTO             PIC X(01) VALUE "N".
           88 FIM-DO-CCUSTO          VALUE "S".
       01  WS-EOF-GLSAIDA            PIC X(01) VALUE "N".
           88 FIM-DO-GLSAIDA         VALUE "S".
       01  WS-EOF-REGISTRO           PIC X(01) VALUE "N".
           88 FIM-DO-REGISTRO        VALUE "S".

      * Marca do jornal: data e hora de execucao do ultimo lido
       01  WS-TEM-CONTROLE           PIC X(01) VALUE "N".
           88 CONTROLE-EXISTENTE     VALUE "S".
       01  WS-MARCA-DATA             PIC 9(08) VALUE ZEROES.
       01  WS-MARCA-HORA             PIC 9(08) VALUE ZEROES.
       01  WS-MARCA-PONTE            PIC 9(08) VALUE ZEROES.
       01  WS-NOVA-DATA              PIC 9(08) VALUE ZEROES.
       01  WS-NOVA-HORA              PIC 9(08) VALUE ZEROES.
       01  WS-JORNAL-NOVO            PIC X(01) VALUE "N".
           88 REGISTRO-NOVO          VALUE "S".

      * PONTEGL anterior: precisa estar registrado no GLREGIST
       01  WS-ANT-QTDE               PIC 9(05) VALUE ZEROES.
       01  WS-ANT-DATA               PIC 9(08) VALUE ZEROES.
       01  WS-ANT-PERIODO            PIC 9(06) VALUE ZEROES.
       01  WS-ANT-DEBITOS            PIC 9(11)V99 VALUE ZEROES.
       01  WS-ANT-CREDITOS           PIC 9(11)V99 VALUE ZEROES.
       01  WS-ANT-SEQ                PIC X(16) VALUE SPACES.
       01  WS-ANT-REGISTRADO         PIC X(01) VALUE "N".
           88 ANTERIOR-REGISTRADO    VALUE "S".

       01  WS-TABELA-PLANO.
           05 WS-PLA-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-PLA-ENTRADA         OCCURS 2000 TIMES.
               10 WS-PLA-CONTA       PIC 9(08).
               10 WS-PLA-SITUACAO    PIC X(01).
               10 WS-PLA-NATUREZA    PIC X(01).
               10 WS-PLA-CLASSE      PIC X(01).
               10 WS-PLA-TIPO        PIC X(01).
       01  WS-IDX-PLA                PIC 9(04) VALUE ZEROES.
       01  WS-PLA-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-ENCONTRADA       VALUE "S".
       01  WS-CONTA-PROCURADA        PIC 9(08) VALUE ZEROES.
       01  WS-PAPEL-CONTA            PIC X(07) VALUE SPACES.

       01  WS-TABELA-CCUSTO.
           05 WS-CCU-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CCU-ENTRADA         OCCURS 200 TIMES.
               10 WS-CCU-CODIGO      PIC X(06).
               10 WS-CCU-SITUACAO    PIC X(01).
       01  WS-IDX-CCU                PIC 9(03) VALUE ZEROES.
       01  WS-CCU-ACHOU              PIC X(01) VALUE "N".
           88 CENTRO-ENCONTRADO      VALUE "S".

      * Regras carregadas e ja conferidas; CC por perna
       01  WS-TABELA-REGRAS.
           05 WS-RGR-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-RGR-ENTRADA         OCCURS 300 TIMES.
               10 WS-RGR-COMPANY     PIC X(03).
               10 WS-RGR-MOEDA       PIC X(03).
               10 WS-RGR-OPERACAO    PIC X(01).
               10 WS-RGR-DEBITO      PIC 9(08).
               10 WS-RGR-CREDITO     PIC 9(08).
               10 WS-RGR-CC-DEBITO   PIC X(06).
               10 WS-RGR-CC-CREDITO  PIC X(06).
               10 WS-RGR-SITUACAO    PIC X(40).
               10 WS-RGR-USOS        PIC 9(05).
               10 WS-RGR-VALOR       PIC 9(11)V99.
       01  WS-IDX-RGR                PIC 9(03) VALUE ZEROES.
       01  WS-RGR-ACHOU              PIC X(01) VALUE "N".
           88 REGRA-ENCONTRADA       VALUE "S".
       01  WS-QTDE-REGRAS-INVALIDAS  PIC 9(03) VALUE ZEROES.
       01  WS-MSG-REGRA              PIC X(40) VALUE SPACES.
       01  WS-CLASSE-CONTA           PIC X(01) VALUE SPACES.
       01  WS-CLASSE-DEBITO          PIC X(01) VALUE SPACES.
       01  WS-CLASSE-CREDITO         PIC X(01) VALUE SPACES.
       01  WS-CC-EXIGIDO             PIC X(01) VALUE "N".
           88 CENTRO-EXIGIDO         VALUE "S".

      * Suspensos da ponte anterior, tentados de novo primeiro
       01  WS-TABELA-PENDENTES.
           05 WS-PND-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-PND-ENTRADA         OCCURS 2000 TIMES.
               10 WS-PND-IMAGEM      PIC X(79).
               10 WS-PND-DATA-SUSP   PIC 9(08).
       01  WS-IDX-PND                PIC 9(04) VALUE ZEROES.

      * Suspensos desta ponte, regravados no PONTEPND
       01  WS-TABELA-SUSPENSOS.
           05 WS-SUS-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-SUS-ENTRADA         OCCURS 2000 TIMES.
               10 WS-SUS-IMAGEM      PIC X(79).
               10 WS-SUS-MOTIVO      PIC X(02).
               10 WS-SUS-DATA-SUSP   PIC 9(08).
       01  WS-IDX-SUS                PIC 9(04) VALUE ZEROES.
       01  WS-DATA-SUSPENSAO         PIC 9(08) VALUE ZEROES.
       01  WS-MOTIVO                 PIC X(02) VALUE SPACES.

       01  WS-VALOR-LANCAMENTO       PIC 9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-DEBITOS          PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITOS         PIC 9(11)V99 VALUE ZEROES.
       01  WS-QTDE-LIDAS             PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-NOVAS             PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-REPROCESSADAS     PIC 9(04) VALUE ZEROES.
       01  WS-QTDE-CONTABILIZADAS    PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-SEM-VALOR         PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-LANCAMENTOS       PIC 9(07) VALUE ZEROES.

      * Uma perna de lancamento a gravar no PONTEGL
       01  WS-GL-TIPO                PIC X(01) VALUE SPACES.
       01  WS-GL-CONTA               PIC 9(08) VALUE ZEROES.
       01  WS-GL-CENTRO-CUSTO        PIC X(06) VALUE SPACES.

       01  WS-CABECALHO-REGRAS.
           05 FILLER                 PIC X(04) VALUE "EMP ".
           05 FILLER                 PIC X(04) VALUE "MOE ".
           05 FILLER                 PIC X(03) VALUE "OP ".
           05 FILLER                 PIC X(09) VALUE "DEBITO".
           05 FILLER                 PIC X(09) VALUE "CREDITO".
           05 FILLER                 PIC X(07) VALUE "C.C.".
           05 FILLER                 PIC X(06) VALUE " USOS ".
           05 FILLER                 PIC X(14)
               VALUE "         VALOR".
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "SITUACAO".

       01  WS-LINHA-REGRA.
           05 WS-LRG-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRG-MOEDA           PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRG-OPERACAO        PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LRG-DEBITO          PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRG-CREDITO         PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRG-CENTRO          PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRG-USOS            PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRG-VALOR           PIC Z(10)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LRG-SITUACAO        PIC X(40).

       01  WS-CABECALHO-SUSPENSO.
           05 FILLER                 PIC X(09) VALUE "DATA EXEC".
           05 FILLER                 PIC X(09) VALUE " HORA".
           05 FILLER                 PIC X(11) VALUE "REFERENCIA".
           05 FILLER                 PIC X(04) VALUE "EMP ".
           05 FILLER                 PIC X(04) VALUE "MOE ".
           05 FILLER                 PIC X(03) VALUE "OP ".
           05 FILLER                 PIC X(13)
               VALUE "  RESULTADO  ".
           05 FILLER                 PIC X(04) VALUE "MOT ".
           05 FILLER                 PIC X(12) VALUE "SUSPENSA EM".

       01  WS-LINHA-SUSPENSO.
           05 WS-LSU-DATA            PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LSU-HORA            PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LSU-REFERENCIA      PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LSU-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LSU-MOEDA           PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LSU-OPERACAO        PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LSU-RESULTADO       PIC -(7)9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LSU-MOTIVO          PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LSU-DATA-SUSP       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LSU-DESCRICAO       PIC X(40).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "PONTE01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-LE-PARAMETRO
           PERFORM 003-CONFERE-PONTEGL-ANTERIOR
           PERFORM 006-CARREGA-PLANO
           PERFORM 008-CARREGA-CCUSTO
           PERFORM 010-CARREGA-REGRAS
           PERFORM 016-CARREGA-PENDENTES
           OPEN OUTPUT GL-SAIDA-FILE
           IF WS-FS-GLSAIDA NOT = "00"
               MOVE WS-FS-GLSAIDA TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR PONTEGL" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-PND
           PERFORM 020-REPROCESSA-PENDENTE
               UNTIL WS-IDX-PND = WS-PND-QTDE
           PERFORM 022-LE-JORNAL-NOVO
           MOVE SPACES TO GL-TRANS-REC
           MOVE "T" TO GL-TIPO-TRANS
           MOVE WS-TOTAL-DEBITOS  TO GL-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO GL-TOTAL-CREDITOS
           ACCEPT GL-SEQ-DATA FROM DATE YYYYMMDD
           ACCEPT GL-SEQ-HORA FROM TIME
           WRITE GL-TRAILER-REC
           CLOSE GL-SAIDA-FILE
           PERFORM 040-IMPRIME-RELATORIO
           PERFORM 050-REGRAVA-PONTEPND
           DISPLAY "PONTE CALCJRNL -> GLTRANS DE " WS-DATA-BASE
               " CONCLUIDA - CONTABILIZADAS: " WS-QTDE-CONTABILIZADAS
               " SUSPENSO: " WS-SUS-QTDE
               " LANCAMENTOS: " WS-QTDE-LANCAMENTOS " - VER PONTERPT"
           IF WS-SUS-QTDE > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * Cartao PONTPARM opcional: data base da ponte (AAAAMMDD).  *
      * Sem cartao, ou com a data em branco, a ponte e de hoje.   *
      *-----------------------------------------------------------*
       002-LE-PARAMETRO.
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-BASE
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM = "00"
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               CLOSE PARM-FILE
               IF PA-DATA-BASE NOT = SPACES
                   IF PA-DATA-BASE-NUM IS NOT NUMERIC
                       MOVE "DATA BASE DO PONTPARM NAO NUMERICA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(PA-DATA-BASE-NUM)
                       NOT = ZEROES
                       MOVE "DATA BASE DO PONTPARM INVALIDA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF PA-DATA-BASE-NUM > WS-DATA-ATUAL-NUM
                       MOVE "DATA BASE DO PONTPARM NO FUTURO"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE PA-DATA-BASE-NUM TO WS-DATA-BASE
               END-IF
           END-IF
           DISPLAY "PONTE01 - DATA BASE DA PONTE: " WS-DATA-BASE.

      *-----------------------------------------------------------*
      * Um PONTEGL ainda nao encaminhado pelo GLENTR01 nao pode   *
      * ser sobrescrito: a marca do jornal ja passou das          *
      * transacoes dele. O registro precisa ser do mesmo periodo  *
      * e totais e de data igual ou posterior a dos lancamentos - *
      * um arquivo de outro dia com os mesmos totais nao vale - e *
      * da mesma sequencia do trailer (GL-SEQ-ARQUIVO), salvo     *
      * registro antigo, sem sequencia.                           *
      *-----------------------------------------------------------*
       003-CONFERE-PONTEGL-ANTERIOR.
           OPEN INPUT GL-SAIDA-FILE
           EVALUATE WS-FS-GLSAIDA
               WHEN "00"
                   PERFORM 004-LE-PONTEGL-ANTERIOR
                       UNTIL FIM-DO-GLSAIDA
                   CLOSE GL-SAIDA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-GLSAIDA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PONTEGL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-ANT-QTDE > ZEROES
               OPEN INPUT REGISTRO-FILE
               EVALUATE WS-FS-REGISTRO
                   WHEN "00"
                       PERFORM 005-LE-REGISTRO
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
                   MOVE "PONTEGL ANTERIOR AINDA NAO ENCAMINHADO PELO "
                       TO WS-MSG-ERRO
                   MOVE "GLENTR01" TO WS-MSG-ERRO(45:8)
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF.

       004-LE-PONTEGL-ANTERIOR.
           READ GL-SAIDA-FILE
               AT END
                   SET FIM-DO-GLSAIDA TO TRUE
               NOT AT END
                   IF GL-TRAILER
                       SET FIM-DO-GLSAIDA TO TRUE
                       MOVE GL-SEQ-ARQUIVO TO WS-ANT-SEQ
                   ELSE
                       ADD 1 TO WS-ANT-QTDE
                       IF WS-ANT-DATA = ZEROES
                          AND GL-DATA-TRANS IS NUMERIC
                           MOVE GL-DATA-TRANS TO WS-ANT-DATA
                           COMPUTE WS-ANT-PERIODO = GL-DATA-TRANS / 100
                       END-IF
                       IF GL-DEBITO
                           ADD GL-VALOR-TRANS TO WS-ANT-DEBITOS
                       ELSE
                           ADD GL-VALOR-TRANS TO WS-ANT-CREDITOS
                       END-IF
                   END-IF
           END-READ.

       005-LE-REGISTRO.
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
                      AND RG-DATA-REGISTRO NOT < WS-ANT-DATA
                       SET ANTERIOR-REGISTRADO TO TRUE
                   END-IF
           END-READ.

       006-CARREGA-PLANO.
           OPEN INPUT PLANO-FILE
           IF WS-FS-PLANO NOT = "00"
               MOVE WS-FS-PLANO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 007-LE-PLANO UNTIL FIM-DO-PLANO
           CLOSE PLANO-FILE.

       007-LE-PLANO.
           READ PLANO-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF WS-PLA-QTDE = 2000
                       MOVE "PLANOCTA EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLA-QTDE
                   MOVE PC-NUMERO-CONTA TO WS-PLA-CONTA(WS-PLA-QTDE)
                   MOVE PC-SITUACAO   TO WS-PLA-SITUACAO(WS-PLA-QTDE)
                   MOVE PC-NATUREZA   TO WS-PLA-NATUREZA(WS-PLA-QTDE)
                   MOVE PC-CLASSE     TO WS-PLA-CLASSE(WS-PLA-QTDE)
                   MOVE PC-TIPO-CONTA TO WS-PLA-TIPO(WS-PLA-QTDE)
           END-READ.

       008-CARREGA-CCUSTO.
           OPEN INPUT CCUSTO-FILE
           EVALUATE WS-FS-CCUSTO
               WHEN "00"
                   PERFORM 009-LE-CCUSTO UNTIL FIM-DO-CCUSTO
                   CLOSE CCUSTO-FILE
               WHEN "35"
                   DISPLAY "PONTE01 - CCUSTO NAO ENCONTRADO - REGRA "
                       "COM CENTRO DE CUSTO FICA INVALIDA"
               WHEN OTHER
                   MOVE WS-FS-CCUSTO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CCUSTO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       009-LE-CCUSTO.
           READ CCUSTO-FILE
               AT END
                   SET FIM-DO-CCUSTO TO TRUE
               NOT AT END
                   IF WS-CCU-QTDE = 200
                       MOVE "CCUSTO EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-CCU-QTDE
                   MOVE CC-CODIGO   TO WS-CCU-CODIGO(WS-CCU-QTDE)
                   MOVE CC-SITUACAO TO WS-CCU-SITUACAO(WS-CCU-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * Tabela de regras: chave empresa + moeda + operacao unica. *
      * Cada regra e conferida aqui; a invalida fica na tabela    *
      * com o motivo, para as transacoes dela irem ao suspenso.   *
      *-----------------------------------------------------------*
       010-CARREGA-REGRAS.
           OPEN INPUT REGRA-FILE
           IF WS-FS-REGRA NOT = "00"
               MOVE WS-FS-REGRA TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR REGRAPST" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 011-LE-REGRA UNTIL FIM-DA-REGRA
           CLOSE REGRA-FILE.

       011-LE-REGRA.
           READ REGRA-FILE
               AT END
                   SET FIM-DA-REGRA TO TRUE
               NOT AT END
                   IF WS-RGR-QTDE = 300
                       MOVE "REGRAPST EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE RP-COMPANY-CODE  TO JR-COMPANY-CODE
                   MOVE RP-CURRENCY-CODE TO JR-CURRENCY-CODE
                   MOVE RP-OPERACAO      TO JR-OPERACAO
                   PERFORM 030-LOCALIZA-REGRA
                   IF REGRA-ENCONTRADA
                       MOVE SPACES TO WS-MSG-ERRO
                       STRING "REGRA REPETIDA NO REGRAPST: "
                           RP-COMPANY-CODE " " RP-CURRENCY-CODE
                           " " RP-OPERACAO
                           DELIMITED BY SIZE INTO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-RGR-QTDE
                   MOVE WS-RGR-QTDE TO WS-IDX-RGR
                   MOVE RP-COMPANY-CODE  TO WS-RGR-COMPANY(WS-IDX-RGR)
                   MOVE RP-CURRENCY-CODE TO WS-RGR-MOEDA(WS-IDX-RGR)
                   MOVE RP-OPERACAO      TO WS-RGR-OPERACAO(WS-IDX-RGR)
                   MOVE ZEROES TO WS-RGR-DEBITO(WS-IDX-RGR)
                       WS-RGR-CREDITO(WS-IDX-RGR)
                       WS-RGR-USOS(WS-IDX-RGR)
                       WS-RGR-VALOR(WS-IDX-RGR)
                   MOVE SPACES TO WS-RGR-CC-DEBITO(WS-IDX-RGR)
                       WS-RGR-CC-CREDITO(WS-IDX-RGR)
                   PERFORM 012-CONFERE-REGRA
                   MOVE WS-MSG-REGRA TO WS-RGR-SITUACAO(WS-IDX-RGR)
                   IF WS-MSG-REGRA NOT = SPACES
                       ADD 1 TO WS-QTDE-REGRAS-INVALIDAS
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * As duas contas precisam existir no PLANOCTA, estar ativas *
      * e ser analiticas. O centro de custo vai so na perna de    *
      * conta de resultado e e obrigatorio quando uma delas e de  *
      * despesa (resultado devedora) - o ADD05 rejeitaria.        *
      *-----------------------------------------------------------*
       012-CONFERE-REGRA.
           MOVE SPACES TO WS-MSG-REGRA
           MOVE "N" TO WS-CC-EXIGIDO
           IF RP-CONTA-DEBITO IS NOT NUMERIC
              OR RP-CONTA-CREDITO IS NOT NUMERIC
               MOVE "CONTA NAO NUMERICA" TO WS-MSG-REGRA
           END-IF
           IF WS-MSG-REGRA = SPACES
               MOVE RP-CONTA-DEBITO  TO WS-RGR-DEBITO(WS-IDX-RGR)
               MOVE RP-CONTA-CREDITO TO WS-RGR-CREDITO(WS-IDX-RGR)
               IF RP-CONTA-DEBITO = RP-CONTA-CREDITO
                   MOVE "DEBITO E CREDITO NA MESMA CONTA"
                       TO WS-MSG-REGRA
               END-IF
           END-IF
           IF WS-MSG-REGRA = SPACES
               MOVE "DEBITO"  TO WS-PAPEL-CONTA
               MOVE RP-CONTA-DEBITO TO WS-CONTA-PROCURADA
               PERFORM 013-CONFERE-CONTA
               MOVE WS-CLASSE-CONTA TO WS-CLASSE-DEBITO
           END-IF
           IF WS-MSG-REGRA = SPACES
               MOVE "CREDITO" TO WS-PAPEL-CONTA
               MOVE RP-CONTA-CREDITO TO WS-CONTA-PROCURADA
               PERFORM 013-CONFERE-CONTA
               MOVE WS-CLASSE-CONTA TO WS-CLASSE-CREDITO
           END-IF
           IF WS-MSG-REGRA = SPACES
               PERFORM 015-CONFERE-CENTRO
           END-IF
           IF WS-MSG-REGRA = SPACES
               IF WS-CLASSE-DEBITO = "R"
                   MOVE RP-CENTRO-CUSTO TO WS-RGR-CC-DEBITO(WS-IDX-RGR)
               END-IF
               IF WS-CLASSE-CREDITO = "R"
                   MOVE RP-CENTRO-CUSTO
                       TO WS-RGR-CC-CREDITO(WS-IDX-RGR)
               END-IF
           END-IF.

       013-CONFERE-CONTA.
           MOVE SPACES TO WS-CLASSE-CONTA
           MOVE ZEROES TO WS-IDX-PLA
           MOVE "N" TO WS-PLA-ACHOU
           PERFORM 014-PROCURA-CONTA
               UNTIL CONTA-ENCONTRADA OR WS-IDX-PLA = WS-PLA-QTDE
           EVALUATE TRUE
               WHEN NOT CONTA-ENCONTRADA
                   STRING "CONTA " DELIMITED BY SIZE
                       WS-PAPEL-CONTA DELIMITED BY " "
                       " NAO CADASTRADA" DELIMITED BY SIZE
                       INTO WS-MSG-REGRA
               WHEN WS-PLA-SITUACAO(WS-IDX-PLA) NOT = "A"
                   STRING "CONTA " DELIMITED BY SIZE
                       WS-PAPEL-CONTA DELIMITED BY " "
                       " INATIVA" DELIMITED BY SIZE
                       INTO WS-MSG-REGRA
               WHEN WS-PLA-TIPO(WS-IDX-PLA) = "S"
                   STRING "CONTA " DELIMITED BY SIZE
                       WS-PAPEL-CONTA DELIMITED BY " "
                       " SINTETICA" DELIMITED BY SIZE
                       INTO WS-MSG-REGRA
               WHEN OTHER
                   MOVE WS-PLA-CLASSE(WS-IDX-PLA) TO WS-CLASSE-CONTA
                   IF WS-PLA-CLASSE(WS-IDX-PLA) = "R"
                      AND WS-PLA-NATUREZA(WS-IDX-PLA) = "D"
                       SET CENTRO-EXIGIDO TO TRUE
                   END-IF
           END-EVALUATE.

       014-PROCURA-CONTA.
           ADD 1 TO WS-IDX-PLA
           IF WS-PLA-CONTA(WS-IDX-PLA) = WS-CONTA-PROCURADA
               SET CONTA-ENCONTRADA TO TRUE
           END-IF.

       015-CONFERE-CENTRO.
           IF RP-CENTRO-CUSTO = SPACES
               IF CENTRO-EXIGIDO
                   MOVE "CONTA DE DESPESA SEM CENTRO DE CUSTO"
                       TO WS-MSG-REGRA
               END-IF
           ELSE
               MOVE ZEROES TO WS-IDX-CCU
               MOVE "N" TO WS-CCU-ACHOU
               PERFORM 017-PROCURA-CENTRO
                   UNTIL CENTRO-ENCONTRADO OR WS-IDX-CCU = WS-CCU-QTDE
               IF NOT CENTRO-ENCONTRADO
                   MOVE "CENTRO DE CUSTO NAO CADASTRADO"
                       TO WS-MSG-REGRA
               ELSE
                   IF WS-CCU-SITUACAO(WS-IDX-CCU) NOT = "A"
                       MOVE "CENTRO DE CUSTO INATIVO" TO WS-MSG-REGRA
                   END-IF
               END-IF
           END-IF.

       017-PROCURA-CENTRO.
           ADD 1 TO WS-IDX-CCU
           IF WS-CCU-CODIGO(WS-IDX-CCU) = RP-CENTRO-CUSTO
               SET CENTRO-ENCONTRADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * PONTEPND da ponte anterior: a marca do jornal e os        *
      * suspensos. Sem o arquivo (primeira ponte) so entram as    *
      * transacoes da propria data base.                          *
      *-----------------------------------------------------------*
       016-CARREGA-PENDENTES.
           OPEN INPUT PENDENTE-FILE
           EVALUATE WS-FS-PENDENTE
               WHEN "00"
                   PERFORM 018-LE-PENDENTE UNTIL FIM-DO-PENDENTE
                   CLOSE PENDENTE-FILE
               WHEN "35"
                   DISPLAY "PONTE01 - PONTEPND NAO ENCONTRADO - "
                       "PRIMEIRA PONTE, SO O JORNAL DA DATA BASE"
               WHEN OTHER
                   MOVE WS-FS-PENDENTE TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PONTEPND" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           MOVE WS-MARCA-DATA TO WS-NOVA-DATA
           MOVE WS-MARCA-HORA TO WS-NOVA-HORA.

       018-LE-PENDENTE.
           READ PENDENTE-FILE
               AT END
                   SET FIM-DO-PENDENTE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PP-CONTROLE
                           SET CONTROLE-EXISTENTE TO TRUE
                           MOVE PP-ULT-DATA-EXEC TO WS-MARCA-DATA
                           MOVE PP-ULT-HORA-EXEC TO WS-MARCA-HORA
                           MOVE PP-DATA-PONTE    TO WS-MARCA-PONTE
                       WHEN PP-SUSPENSO
                           IF WS-PND-QTDE = 2000
                               MOVE "PONTEPND EXCEDE A TABELA"
                                   TO WS-MSG-ERRO
                               PERFORM 9999-TRATA-ERRO
                           END-IF
                           ADD 1 TO WS-PND-QTDE
                           MOVE PP-JORNAL-IMAGEM
                               TO WS-PND-IMAGEM(WS-PND-QTDE)
                           MOVE PP-DATA-SUSPENSAO
                               TO WS-PND-DATA-SUSP(WS-PND-QTDE)
                   END-EVALUATE
           END-READ.

       020-REPROCESSA-PENDENTE.
           ADD 1 TO WS-IDX-PND
           MOVE WS-PND-IMAGEM(WS-IDX-PND) TO JR-JORNAL-REC
           MOVE WS-PND-DATA-SUSP(WS-IDX-PND) TO WS-DATA-SUSPENSAO
           ADD 1 TO WS-QTDE-REPROCESSADAS
           PERFORM 026-CONTABILIZA-TRANSACAO.

      *-----------------------------------------------------------*
      * Jornal: o que estiver depois da marca e ate a data base.  *
      * A marca avanca sobre todo registro lido (postado ou nao); *
      * so o postado e contabilizado.                             *
      *-----------------------------------------------------------*
       022-LE-JORNAL-NOVO.
           OPEN INPUT JORNAL-FILE
           EVALUATE WS-FS-JORNAL
               WHEN "00"
                   PERFORM 024-LE-JORNAL UNTIL FIM-DO-JORNAL
                   CLOSE JORNAL-FILE
               WHEN "35"
                   DISPLAY "PONTE01 - CALCJRNL NAO ENCONTRADO - "
                       "NENHUMA TRANSACAO NOVA"
               WHEN OTHER
                   MOVE WS-FS-JORNAL TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CALCJRNL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       024-LE-JORNAL.
           READ JORNAL-FILE
               AT END
                   SET FIM-DO-JORNAL TO TRUE
               NOT AT END
                   MOVE JORNAL-REC TO JR-JORNAL-REC
                   ADD 1 TO WS-QTDE-LIDAS
                   PERFORM 025-TESTA-MARCA
                   IF REGISTRO-NOVO
                       IF JR-DATA-EXEC > WS-NOVA-DATA
                          OR (JR-DATA-EXEC = WS-NOVA-DATA
                              AND JR-HORA-EXEC > WS-NOVA-HORA)
                           MOVE JR-DATA-EXEC TO WS-NOVA-DATA
                           MOVE JR-HORA-EXEC TO WS-NOVA-HORA
                       END-IF
                       IF JR-POSTADA
                           ADD 1 TO WS-QTDE-NOVAS
                           MOVE WS-DATA-BASE TO WS-DATA-SUSPENSAO
                           PERFORM 026-CONTABILIZA-TRANSACAO
                       END-IF
                   END-IF
           END-READ.

       025-TESTA-MARCA.
           MOVE "N" TO WS-JORNAL-NOVO
           IF JR-DATA-EXEC IS NUMERIC
              AND JR-HORA-EXEC IS NUMERIC
              AND JR-DATA-EXEC NOT > WS-DATA-BASE
               IF CONTROLE-EXISTENTE
                   IF JR-DATA-EXEC > WS-MARCA-DATA
                      OR (JR-DATA-EXEC = WS-MARCA-DATA
                          AND JR-HORA-EXEC > WS-MARCA-HORA)
                       SET REGISTRO-NOVO TO TRUE
                   END-IF
               ELSE
                   IF JR-DATA-EXEC = WS-DATA-BASE
                       SET REGISTRO-NOVO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * Uma transacao postada: RESULT zero nao gera lancamento;   *
      * sem regra ou com regra invalida vai ao suspenso; com      *
      * regra gera o par - RESULT negativo inverte as contas.     *
      *-----------------------------------------------------------*
       026-CONTABILIZA-TRANSACAO.
           IF JR-RESULTADO = ZEROES
               ADD 1 TO WS-QTDE-SEM-VALOR
           ELSE
               PERFORM 030-LOCALIZA-REGRA
               EVALUATE TRUE
                   WHEN NOT REGRA-ENCONTRADA
                       MOVE "SR" TO WS-MOTIVO
                       PERFORM 028-SUSPENDE-TRANSACAO
                   WHEN WS-RGR-SITUACAO(WS-IDX-RGR) NOT = SPACES
                       MOVE "RI" TO WS-MOTIVO
                       PERFORM 028-SUSPENDE-TRANSACAO
                   WHEN OTHER
                       PERFORM 027-GERA-LANCAMENTO
               END-EVALUATE
           END-IF.

       027-GERA-LANCAMENTO.
           IF JR-RESULTADO > ZEROES
               MOVE JR-RESULTADO TO WS-VALOR-LANCAMENTO
               MOVE "D" TO WS-GL-TIPO
               MOVE WS-RGR-DEBITO(WS-IDX-RGR)     TO WS-GL-CONTA
               MOVE WS-RGR-CC-DEBITO(WS-IDX-RGR)  TO WS-GL-CENTRO-CUSTO
               PERFORM 029-GRAVA-LINHA-GL
               MOVE "C" TO WS-GL-TIPO
               MOVE WS-RGR-CREDITO(WS-IDX-RGR)    TO WS-GL-CONTA
               MOVE WS-RGR-CC-CREDITO(WS-IDX-RGR) TO WS-GL-CENTRO-CUSTO
               PERFORM 029-GRAVA-LINHA-GL
           ELSE
               COMPUTE WS-VALOR-LANCAMENTO = JR-RESULTADO * -1
               MOVE "D" TO WS-GL-TIPO
               MOVE WS-RGR-CREDITO(WS-IDX-RGR)    TO WS-GL-CONTA
               MOVE WS-RGR-CC-CREDITO(WS-IDX-RGR) TO WS-GL-CENTRO-CUSTO
               PERFORM 029-GRAVA-LINHA-GL
               MOVE "C" TO WS-GL-TIPO
               MOVE WS-RGR-DEBITO(WS-IDX-RGR)     TO WS-GL-CONTA
               MOVE WS-RGR-CC-DEBITO(WS-IDX-RGR)  TO WS-GL-CENTRO-CUSTO
               PERFORM 029-GRAVA-LINHA-GL
           END-IF
           ADD 1 TO WS-RGR-USOS(WS-IDX-RGR)
           ADD WS-VALOR-LANCAMENTO TO WS-RGR-VALOR(WS-IDX-RGR)
           ADD 1 TO WS-QTDE-CONTABILIZADAS.

       028-SUSPENDE-TRANSACAO.
           IF WS-SUS-QTDE = 2000
               MOVE "SUSPENSO EXCEDE A TABELA DE 2000 TRANSACOES"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-SUS-QTDE
           MOVE JR-JORNAL-REC     TO WS-SUS-IMAGEM(WS-SUS-QTDE)
           MOVE WS-MOTIVO         TO WS-SUS-MOTIVO(WS-SUS-QTDE)
           MOVE WS-DATA-SUSPENSAO TO WS-SUS-DATA-SUSP(WS-SUS-QTDE).

       029-GRAVA-LINHA-GL.
           MOVE SPACES TO GL-TRANS-REC
           MOVE WS-GL-TIPO          TO GL-TIPO-TRANS
           MOVE WS-DATA-BASE        TO GL-DATA-TRANS
           MOVE WS-GL-CONTA         TO GL-NUMERO-CONTA
           MOVE JR-REFERENCIA       TO GL-REFERENCIA
           MOVE JR-COMPANY-CODE     TO GL-COMPANY-CODE
           MOVE JR-CURRENCY-CODE    TO GL-CURRENCY-CODE
           MOVE WS-VALOR-LANCAMENTO TO GL-VALOR-TRANS
           MOVE WS-NOME-PROGRAMA    TO GL-SISTEMA-ORIGEM
           MOVE SPACES              TO GL-INDICADOR-ESTORNO
           MOVE WS-GL-CENTRO-CUSTO  TO GL-CENTRO-CUSTO
           WRITE GL-TRANS-REC
           IF WS-GL-TIPO = "D"
               ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-DEBITOS
           ELSE
               ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-CREDITOS
           END-IF
           ADD 1 TO WS-QTDE-LANCAMENTOS.

       030-LOCALIZA-REGRA.
           MOVE ZEROES TO WS-IDX-RGR
           MOVE "N" TO WS-RGR-ACHOU
           PERFORM 031-PROCURA-REGRA
               UNTIL REGRA-ENCONTRADA OR WS-IDX-RGR = WS-RGR-QTDE.

       031-PROCURA-REGRA.
           ADD 1 TO WS-IDX-RGR
           IF WS-RGR-COMPANY(WS-IDX-RGR) = JR-COMPANY-CODE
              AND WS-RGR-MOEDA(WS-IDX-RGR) = JR-CURRENCY-CODE
              AND WS-RGR-OPERACAO(WS-IDX-RGR) = JR-OPERACAO
               SET REGRA-ENCONTRADA TO TRUE
           END-IF.

       040-IMPRIME-RELATORIO.
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "PONTE CALCJRNL -> GLTRANS - DATA BASE "
               WS-DATA-BASE "   EXECUCAO " WS-DATA-ATUAL-NUM
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           IF CONTROLE-EXISTENTE
               STRING "MARCA ANTERIOR DO JORNAL " WS-MARCA-DATA
                   " " WS-MARCA-HORA " (PONTE DE " WS-MARCA-PONTE
                   ")   NOVA MARCA " WS-NOVA-DATA " " WS-NOVA-HORA
                   DELIMITED BY SIZE INTO RELAT-LINHA
           ELSE
               STRING "PRIMEIRA PONTE - SO O JORNAL DA DATA BASE"
                   "   NOVA MARCA " WS-NOVA-DATA " " WS-NOVA-HORA
                   DELIMITED BY SIZE INTO RELAT-LINHA
           END-IF
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "REGRAS DE CONTABILIZACAO (REGRAPST)" TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-CABECALHO-REGRAS TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-RGR
           PERFORM 041-IMPRIME-REGRA UNTIL WS-IDX-RGR = WS-RGR-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "SUSPENSO - TRANSACOES POSTADAS NAO CONTABILIZADAS "
               "(SR = SEM REGRA, RI = REGRA INVALIDA): " WS-SUS-QTDE
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-SUS-QTDE > ZEROES
               MOVE WS-CABECALHO-SUSPENSO TO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE ZEROES TO WS-IDX-SUS
               PERFORM 042-IMPRIME-SUSPENSO
                   UNTIL WS-IDX-SUS = WS-SUS-QTDE
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "JORNAL LIDO: " WS-QTDE-LIDAS
               "   POSTADAS NOVAS: " WS-QTDE-NOVAS
               "   SUSPENSAS REPROCESSADAS: " WS-QTDE-REPROCESSADAS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "CONTABILIZADAS: " WS-QTDE-CONTABILIZADAS
               "   RESULT ZERO: " WS-QTDE-SEM-VALOR
               "   SUSPENSO: " WS-SUS-QTDE
               "   LANCAMENTOS: " WS-QTDE-LANCAMENTOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "TRAILER DO PONTEGL - DEBITOS " WS-TOTAL-DEBITOS
               " CREDITOS " WS-TOTAL-CREDITOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "PONTERPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO.

       041-IMPRIME-REGRA.
           ADD 1 TO WS-IDX-RGR
           MOVE WS-RGR-COMPANY(WS-IDX-RGR)  TO WS-LRG-EMPRESA
           MOVE WS-RGR-MOEDA(WS-IDX-RGR)    TO WS-LRG-MOEDA
           MOVE WS-RGR-OPERACAO(WS-IDX-RGR) TO WS-LRG-OPERACAO
           MOVE WS-RGR-DEBITO(WS-IDX-RGR)   TO WS-LRG-DEBITO
           MOVE WS-RGR-CREDITO(WS-IDX-RGR)  TO WS-LRG-CREDITO
           IF WS-RGR-CC-DEBITO(WS-IDX-RGR) NOT = SPACES
               MOVE WS-RGR-CC-DEBITO(WS-IDX-RGR) TO WS-LRG-CENTRO
           ELSE
               MOVE WS-RGR-CC-CREDITO(WS-IDX-RGR) TO WS-LRG-CENTRO
           END-IF
           MOVE WS-RGR-USOS(WS-IDX-RGR)     TO WS-LRG-USOS
           MOVE WS-RGR-VALOR(WS-IDX-RGR)    TO WS-LRG-VALOR
           IF WS-RGR-SITUACAO(WS-IDX-RGR) = SPACES
               MOVE "OK" TO WS-LRG-SITUACAO
           ELSE
               MOVE WS-RGR-SITUACAO(WS-IDX-RGR) TO WS-LRG-SITUACAO
           END-IF
           MOVE WS-LINHA-REGRA TO RELAT-LINHA
           WRITE RELAT-LINHA.

       042-IMPRIME-SUSPENSO.
           ADD 1 TO WS-IDX-SUS
           MOVE WS-SUS-IMAGEM(WS-IDX-SUS) TO JR-JORNAL-REC
           MOVE JR-DATA-EXEC     TO WS-LSU-DATA
           MOVE JR-HORA-EXEC     TO WS-LSU-HORA
           MOVE JR-REFERENCIA    TO WS-LSU-REFERENCIA
           MOVE JR-COMPANY-CODE  TO WS-LSU-EMPRESA
           MOVE JR-CURRENCY-CODE TO WS-LSU-MOEDA
           MOVE JR-OPERACAO      TO WS-LSU-OPERACAO
           MOVE JR-RESULTADO     TO WS-LSU-RESULTADO
           MOVE WS-SUS-MOTIVO(WS-IDX-SUS)    TO WS-LSU-MOTIVO
           MOVE WS-SUS-DATA-SUSP(WS-IDX-SUS) TO WS-LSU-DATA-SUSP
           IF WS-SUS-MOTIVO(WS-IDX-SUS) = "SR"
               MOVE "SEM REGRA PARA EMPRESA/MOEDA/OPERACAO"
                   TO WS-LSU-DESCRICAO
           ELSE
               PERFORM 030-LOCALIZA-REGRA
               MOVE WS-RGR-SITUACAO(WS-IDX-RGR) TO WS-LSU-DESCRICAO
           END-IF
           MOVE WS-LINHA-SUSPENSO TO RELAT-LINHA
           WRITE RELAT-LINHA.

      *-----------------------------------------------------------*
      * PONTEPND regravado inteiro so depois do PONTEGL: a marca  *
      * nova e os suspensos que sobraram para a ponte seguinte.   *
      *-----------------------------------------------------------*
       050-REGRAVA-PONTEPND.
           OPEN OUTPUT PENDENTE-FILE
           IF WS-FS-PENDENTE NOT = "00"
               MOVE WS-FS-PENDENTE TO WS-FS-ERRO
               MOVE "FALHA AO REGRAVAR PONTEPND" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE SPACES TO PP-CONTROLE-REC
           MOVE "C" TO PP-TIPO
           MOVE WS-NOVA-DATA TO PP-ULT-DATA-EXEC
           MOVE WS-NOVA-HORA TO PP-ULT-HORA-EXEC
           MOVE WS-DATA-BASE TO PP-DATA-PONTE
           WRITE PP-CONTROLE-REC
           MOVE ZEROES TO WS-IDX-SUS
           PERFORM 051-GRAVA-SUSPENSO UNTIL WS-IDX-SUS = WS-SUS-QTDE
           CLOSE PENDENTE-FILE.

       051-GRAVA-SUSPENSO.
           ADD 1 TO WS-IDX-SUS
           MOVE "J" TO PP-TIPO
           MOVE WS-SUS-IMAGEM(WS-IDX-SUS)    TO PP-JORNAL-IMAGEM
           MOVE WS-SUS-MOTIVO(WS-IDX-SUS)    TO PP-MOTIVO
           MOVE WS-SUS-DATA-SUSP(WS-IDX-SUS) TO PP-DATA-SUSPENSAO
           WRITE PP-SUSPENSO-REC.

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
