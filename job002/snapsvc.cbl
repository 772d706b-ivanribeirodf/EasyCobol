       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSVC.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: servico de snapshot dos   *
      *              arquivos de estado da cadeia, no molde do     *
      *              RELSVC (SNAPSVC.CPY). O snapshot copia num    *
      *              arquivo so (SNnnnnnnn, numerado pelo          *
      *              SNSEQCTL) todos os arquivos da tabela de      *
      *              estado - GLSALDO e CALCHIST (indexados, em    *
      *              ordem de chave), os controles de sequencia e  *
      *              os CTL* diarios, DRVCTL, CKPT02, SENDCTL,     *
      *              RESENDCTL, REVHIST, as filas de suspenso e    *
      *              retidos, os arquivos de interface e os        *
      *              historicos e diarios que a cadeia acrescenta  *
      *              - e acrescenta no catalogo SNAPCAT            *
      *              (SNAPCAT.CPY) o resumo e, por arquivo,        *
      *              presenca, registros e hash do conteudo (o     *
      *              mesmo calculo do CADEISVC, acumulado por      *
      *              registro). Arquivo ausente fica registrado    *
      *              como ausente e e apagado na restauracao.      *
      *              Snapshot so e tirado sem trava ativa de       *
      *              ADD01/02/04/05 (e do DRIVER01, fora da        *
      *              propria cadeia), para o conjunto ser          *
      *              consistente. A verificacao le o snapshot      *
      *              inteiro e confere cada arquivo contra o       *
      *              catalogo; a restauracao so grava depois da    *
      *              verificacao sem divergencia. AUDITLOG,        *
      *              ERRLOG e as cabecas de cadeia ficam fora do   *
      *              snapshot: a trilha de auditoria nunca volta   *
      *              no tempo.                                     *
      * 15/10/2026 - IR - Tabela de estado ampliada com o GLTRANS, *
      *              os arquivos gerados pelas origens do GLENTR01 *
      *              (INTSETGL, RATEIOGL, REVALGL, ESTORNGL,       *
      *              DEPRECGL, PONTEGL, JURICGL) e o controle de   *
      *              divisao CALCSPLC, para o GLREGIST restaurado  *
      *              nao divergir do que ja foi encaminhado. Novo  *
      *              tipo P: conjunto das particoes do CALC        *
      *              (CALCIN, CKPTCALC, CALCOUT, CALCJRNL,         *
      *              CALCREJ, CALCHOLD, AUDITLOG e IFACETOT .P00 a *
      *              .P20), cada arquivo presente com cabeca       *
      *              propria no snapshot; na restauracao todos os  *
      *              .Pnn do prefixo sao apagados e so os do       *
      *              snapshot voltam. Registro do snapshot         *
      *              ampliado para 500 posicoes (checkpoint        *
      *              CKPTCALC).                                    *
      * 15/10/2026 - IR - Tabela de estado ampliada com o          *
      *              GLREGARQ, arquivamento dos registros          *
      *              expurgados do GLREGIST pelo GLCLOSE.          *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "SNAPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGO.
           SELECT SNAP-FILE ASSIGN USING WS-SNAP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAP.
           SELECT SEQ-CTL-FILE ASSIGN TO "SNSEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQCTL.
           SELECT ESTADO-FILE ASSIGN USING WS-ESTADO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTADO.
           SELECT SALDO-GL-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-ESTADO.
           SELECT HISTORICO-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-REFERENCIA
               FILE STATUS IS WS-FS-ESTADO.
           SELECT PARTICAO-FILE ASSIGN USING WS-PARTICAO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTADO.
           SELECT TRAVA-FILE ASSIGN USING WS-TRAVA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVA.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
           COPY SNAPCAT.
       FD  SNAP-FILE.
       01  SR-SNAPSHOT-REC.
           05 SR-TIPO               PIC X(01).
               88 SR-CABECA-ARQUIVO     VALUE "A".
               88 SR-REGISTRO           VALUE "R".
               88 SR-CABECA-PARTICAO    VALUE "P".
           05 SR-SEQ-ARQUIVO        PIC 9(02).
           05 SR-CONTEUDO           PIC X(500).
           05 SR-CABECA REDEFINES SR-CONTEUDO.
               10 SR-NOME-ARQUIVO   PIC X(10).
               10 SR-PRESENTE       PIC X(01).
               10 FILLER            PIC X(489).
           05 SR-PARTICAO REDEFINES SR-CONTEUDO.
               10 SR-NOME-PARTICAO  PIC X(20).
               10 FILLER            PIC X(480).
       FD  SEQ-CTL-FILE.
           COPY SEQCTL
               REPLACING SQ-SEQ-REC BY SN-SEQ-REC
                         SQ-ULTIMA-SEQUENCIA BY SN-ULTIMA-SEQUENCIA.
       FD  ESTADO-FILE.
       01  ESTADO-REGISTRO          PIC X(500).
       FD  PARTICAO-FILE.
       01  PARTICAO-REGISTRO        PIC X(500).
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  HISTORICO-FILE.
           COPY CALCHIST.
       FD  TRAVA-FILE.
           COPY RUNLOCK.
       WORKING-STORAGE SECTION.
           COPY DATETIME.

       01  WS-FS-CATALOGO           PIC X(02).
       01  WS-FS-SNAP               PIC X(02).
       01  WS-FS-SEQCTL             PIC X(02).
       01  WS-FS-ESTADO             PIC X(02).
       01  WS-FS-TRAVA              PIC X(02).

       01  WS-SNAP-NOME.
           05 FILLER                PIC X(02) VALUE "SN".
           05 WS-SNAP-NUM           PIC 9(07) VALUE ZEROES.
       01  WS-ESTADO-NOME           PIC X(20) VALUE SPACES.
       01  WS-PARTICAO-NOME         PIC X(20) VALUE SPACES.
       01  WS-TRAVA-NOME            PIC X(10) VALUE SPACES.

       01  WS-DATA-ATUAL-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-HORA-ATUAL-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-SEQ-SNAPSHOT          PIC 9(09) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Arquivos de estado da cadeia: nome e tipo (S = sequencial *
      * de linha, G = GLSALDO indexado, H = CALCHIST indexado,    *
      * P = conjunto das particoes do CALC - o nome e o prefixo   *
      * dos arquivos .Pnn, de 00 a 20 como no CALCSPLC).          *
      *-----------------------------------------------------------*
       01  WS-ARQUIVOS-ESTADO-TAB.
           05 FILLER                PIC X(11) VALUE "GLSALDO   G".
           05 FILLER                PIC X(11) VALUE "CALCHIST  H".
           05 FILLER                PIC X(11) VALUE "IFSEQCTL  S".
           05 FILLER                PIC X(11) VALUE "ICSEQCTL  S".
           05 FILLER                PIC X(11) VALUE "ESSEQCTL  S".
           05 FILLER                PIC X(11) VALUE "CTLCALC   S".
           05 FILLER                PIC X(11) VALUE "CTLADD01  S".
           05 FILLER                PIC X(11) VALUE "CTLADD02  S".
           05 FILLER                PIC X(11) VALUE "CTLADD04  S".
           05 FILLER                PIC X(11) VALUE "CTLADD05  S".
           05 FILLER                PIC X(11) VALUE "CTLDUPLO  S".
           05 FILLER                PIC X(11) VALUE "CTLLOTES  S".
           05 FILLER                PIC X(11) VALUE "DRVCTL    S".
           05 FILLER                PIC X(11) VALUE "CKPT02    S".
           05 FILLER                PIC X(11) VALUE "SENDCTL   S".
           05 FILLER                PIC X(11) VALUE "RESENDCTL S".
           05 FILLER                PIC X(11) VALUE "REVHIST   S".
           05 FILLER                PIC X(11) VALUE "CALCREJ   S".
           05 FILLER                PIC X(11) VALUE "ADD01REJ  S".
           05 FILLER                PIC X(11) VALUE "ADD02REJ  S".
           05 FILLER                PIC X(11) VALUE "ADD04REJ  S".
           05 FILLER                PIC X(11) VALUE "GLREJ     S".
           05 FILLER                PIC X(11) VALUE "CALCHOLD  S".
           05 FILLER                PIC X(11) VALUE "GLHOLD    S".
           05 FILLER                PIC X(11) VALUE "CALCRELS  S".
           05 FILLER                PIC X(11) VALUE "GLRELS    S".
           05 FILLER                PIC X(11) VALUE "ADJSUSP   S".
           05 FILLER                PIC X(11) VALUE "PONTEPND  S".
           05 FILLER                PIC X(11) VALUE "ESTPEND   S".
           05 FILLER                PIC X(11) VALUE "IFACECTA  S".
           05 FILLER                PIC X(11) VALUE "IFACETOT  S".
           05 FILLER                PIC X(11) VALUE "IFACEACK  S".
           05 FILLER                PIC X(11) VALUE "IFSEND    S".
           05 FILLER                PIC X(11) VALUE "GLHIST    S".
           05 FILLER                PIC X(11) VALUE "GLREGIST  S".
           05 FILLER                PIC X(11) VALUE "GLREGARQ  S".
           05 FILLER                PIC X(11) VALUE "CALCJRNL  S".
           05 FILLER                PIC X(11) VALUE "INTERCO   S".
           05 FILLER                PIC X(11) VALUE "PARTABER  S".
           05 FILLER                PIC X(11) VALUE "GLTRANS   S".
           05 FILLER                PIC X(11) VALUE "INTSETGL  S".
           05 FILLER                PIC X(11) VALUE "RATEIOGL  S".
           05 FILLER                PIC X(11) VALUE "REVALGL   S".
           05 FILLER                PIC X(11) VALUE "ESTORNGL  S".
           05 FILLER                PIC X(11) VALUE "DEPRECGL  S".
           05 FILLER                PIC X(11) VALUE "PONTEGL   S".
           05 FILLER                PIC X(11) VALUE "JURICGL   S".
           05 FILLER                PIC X(11) VALUE "CALCSPLC  S".
           05 FILLER                PIC X(11) VALUE "CALCIN.P  P".
           05 FILLER                PIC X(11) VALUE "CKPTCALC.PP".
           05 FILLER                PIC X(11) VALUE "CALCOUT.P P".
           05 FILLER                PIC X(11) VALUE "CALCJRNL.PP".
           05 FILLER                PIC X(11) VALUE "CALCREJ.P P".
           05 FILLER                PIC X(11) VALUE "CALCHOLD.PP".
           05 FILLER                PIC X(11) VALUE "AUDITLOG.PP".
           05 FILLER                PIC X(11) VALUE "IFACETOT.PP".
       01  WS-ARQUIVOS-ESTADO REDEFINES WS-ARQUIVOS-ESTADO-TAB.
           05 WS-ARQ-ENTRADA        OCCURS 56 TIMES.
               10 WS-ARQ-NOME       PIC X(10).
               10 WS-ARQ-TIPO       PIC X(01).
       01  WS-ARQ-QTDE              PIC 9(02) VALUE 56.
       01  WS-IDX-ARQ               PIC 9(02) VALUE ZEROES.
       01  WS-PRESENTE-ARQ          PIC X(01) VALUE SPACES.
       01  WS-TIPO-ESTADO           PIC X(01) VALUE SPACES.
           88 ESTADO-SEQUENCIAL     VALUE "S".
           88 ESTADO-SALDO-GL       VALUE "G".
           88 ESTADO-HISTORICO-CALC VALUE "H".
           88 ESTADO-PARTICOES      VALUE "P".
       01  WS-SUFIXO-PARTICAO       PIC 9(02) VALUE ZEROES.
       01  WS-QTDE-PART-LIDAS       PIC 9(02) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Travas de execucao que impedem um snapshot consistente    *
      * (a do DRIVER01 nao conta quando quem pede e a cadeia).    *
      *-----------------------------------------------------------*
       01  WS-TRAVAS-TAB.
           05 FILLER                PIC X(10) VALUE "LOCKDRV01".
           05 FILLER                PIC X(10) VALUE "LOCKADD01".
           05 FILLER                PIC X(10) VALUE "LOCKADD02".
           05 FILLER                PIC X(10) VALUE "LOCKADD04".
           05 FILLER                PIC X(10) VALUE "LOCKADD05".
       01  WS-TRAVAS REDEFINES WS-TRAVAS-TAB.
           05 WS-TRV-NOME           PIC X(10) OCCURS 5 TIMES.
       01  WS-IDX-TRV               PIC 9(02) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Hash do conteudo de um arquivo: acumulado registro a      *
      * registro, como o CADEISVC encadeia os registros do log.   *
      *-----------------------------------------------------------*
       01  WS-REG-BUFFER            PIC X(500) VALUE SPACES.
       01  WS-SEQ-REGISTRO          PIC 9(09) VALUE ZEROES.
       01  WS-TAMANHO               PIC 9(03) VALUE ZEROES.
       01  WS-IDX-POS               PIC 9(03) VALUE ZEROES.
       01  WS-CODIGO                PIC 9(03) VALUE ZEROES.
       01  WS-H1                    PIC 9(09) VALUE ZEROES.
       01  WS-H2                    PIC 9(09) VALUE ZEROES.
       01  WS-HASH-ARQUIVO          PIC 9(18) VALUE ZEROES.
       01  WS-HASH-PARTES REDEFINES WS-HASH-ARQUIVO.
           05 WS-HS-ALTO            PIC 9(09).
           05 WS-HS-BAIXO           PIC 9(09).

       01  WS-EOF-ESTADO            PIC X(01) VALUE "N".
           88 FIM-DO-ESTADO         VALUE "S".
       01  WS-EOF-CATALOGO          PIC X(01) VALUE "N".
           88 FIM-DO-CATALOGO       VALUE "S".
       01  WS-EOF-SNAP              PIC X(01) VALUE "N".
           88 FIM-DO-SNAP           VALUE "S".
       01  WS-SNAP-ABERTO           PIC X(01) VALUE "N".
           88 SNAP-ABERTO           VALUE "S".
       01  WS-DESTINO-ABERTO        PIC X(01) VALUE "N".
           88 DESTINO-ABERTO        VALUE "S".

      *-----------------------------------------------------------*
      * Verificacao: o esperado vem do catalogo, o apurado da     *
      * leitura do arquivo do snapshot.                           *
      *-----------------------------------------------------------*
       01  WS-SNAPSHOT-ACHADO       PIC X(01) VALUE "N".
           88 SNAPSHOT-ACHADO       VALUE "S".
       01  WS-ESPERADO-TAB.
           05 WS-ESP-ENTRADA        OCCURS 60 TIMES.
               10 WS-ESP-NOME       PIC X(10).
               10 WS-ESP-PRESENTE   PIC X(01).
               10 WS-ESP-QTDE       PIC 9(09).
               10 WS-ESP-HASH       PIC 9(18).
       01  WS-ESP-QTDE-ARQ          PIC 9(02) VALUE ZEROES.
       01  WS-APURADO-TAB.
           05 WS-APU-ENTRADA        OCCURS 60 TIMES.
               10 WS-APU-NOME       PIC X(10).
               10 WS-APU-PRESENTE   PIC X(01).
               10 WS-APU-QTDE       PIC 9(09).
               10 WS-APU-HASH       PIC 9(18).
       01  WS-APU-QTDE-ARQ          PIC 9(02) VALUE ZEROES.
       01  WS-IDX-APU               PIC 9(02) VALUE ZEROES.
       01  WS-QTDE-DIVERGENTES      PIC 9(02) VALUE ZEROES.
       01  WS-QTDE-DIVERG-ED        PIC Z9.

       LINKAGE SECTION.
           COPY SNAPSVC.

       PROCEDURE DIVISION USING SN-PARAMETROS.

       001-INICIO.
           SET SN-RETORNO-OK TO TRUE
           MOVE SPACES TO SN-MENSAGEM
           PERFORM 002-APURA-DATAS
           EVALUATE TRUE
               WHEN SN-SNAPSHOT-CADEIA
                   MOVE 2 TO WS-IDX-TRV
                   PERFORM 003-CONFERE-TRAVAS
                   IF SN-RETORNO-OK
                       PERFORM 005-PROCURA-SNAPSHOT-DO-DIA
                   END-IF
                   IF SN-RETORNO-OK
                       PERFORM 010-TIRA-SNAPSHOT
                   END-IF
               WHEN SN-SNAPSHOT-AVULSO
                   MOVE 1 TO WS-IDX-TRV
                   PERFORM 003-CONFERE-TRAVAS
                   IF SN-RETORNO-OK
                       PERFORM 010-TIRA-SNAPSHOT
                   END-IF
               WHEN SN-VERIFICA
                   PERFORM 030-LOCALIZA-SNAPSHOT
                   IF SN-RETORNO-OK
                       PERFORM 035-VERIFICA-SNAPSHOT
                   END-IF
                   IF SNAPSHOT-ACHADO
                       PERFORM 050-REGISTRA-EVENTO
                   END-IF
               WHEN SN-RESTAURA
                   MOVE 1 TO WS-IDX-TRV
                   PERFORM 003-CONFERE-TRAVAS
                   IF SN-RETORNO-OK
                       IF SN-SNAPSHOT-ID = ZEROES
                          AND SN-DATA-NEGOCIO = ZEROES
                           SET SN-RETORNO-ERRO TO TRUE
                           MOVE "RESTAURACAO EXIGE SNAPSHOT OU DATA"
                               TO SN-MENSAGEM
                       END-IF
                   END-IF
                   IF SN-RETORNO-OK
                       PERFORM 030-LOCALIZA-SNAPSHOT
                   END-IF
                   IF SN-RETORNO-OK
                       PERFORM 035-VERIFICA-SNAPSHOT
                   END-IF
                   IF SN-RETORNO-OK
                       PERFORM 040-RESTAURA-SNAPSHOT
                   END-IF
                   IF SNAPSHOT-ACHADO
                       PERFORM 050-REGISTRA-EVENTO
                   END-IF
               WHEN OTHER
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE "FUNCAO DO SNAPSVC DEVE SER C, T, V OU R"
                       TO SN-MENSAGEM
           END-EVALUATE
           GOBACK.

       002-APURA-DATAS.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE WS-HORA-ATUAL-NUM = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL.

      *-----------------------------------------------------------*
      * Trava de hoje em qualquer arquivo LOCK* da tabela, a      *
      * partir de WS-IDX-TRV, recusa o pedido (trava de outra     *
      * data e queda antiga, como no DRIVER01 e nos ADD).         *
      *-----------------------------------------------------------*
       003-CONFERE-TRAVAS.
           SUBTRACT 1 FROM WS-IDX-TRV
           PERFORM 004-CONFERE-UMA-TRAVA
               UNTIL WS-IDX-TRV = 5 OR NOT SN-RETORNO-OK.

       004-CONFERE-UMA-TRAVA.
           ADD 1 TO WS-IDX-TRV
           MOVE WS-TRV-NOME(WS-IDX-TRV) TO WS-TRAVA-NOME
           OPEN INPUT TRAVA-FILE
           IF WS-FS-TRAVA = "00"
               READ TRAVA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RL-DATA-TRAVA = WS-DATA-ATUAL-NUM
                           SET SN-RETORNO-ERRO TO TRUE
                           MOVE SPACES TO SN-MENSAGEM
                           STRING "TRAVA " DELIMITED BY SIZE
                               WS-TRAVA-NOME DELIMITED BY SPACE
                               " ATIVA" DELIMITED BY SIZE
                               INTO SN-MENSAGEM
                       END-IF
               END-READ
               CLOSE TRAVA-FILE
           END-IF.

       005-PROCURA-SNAPSHOT-DO-DIA.
           MOVE "N" TO WS-EOF-CATALOGO
           OPEN INPUT CATALOGO-FILE
           IF WS-FS-CATALOGO = "00"
               PERFORM 006-LE-CATALOGO-DO-DIA
                   UNTIL FIM-DO-CATALOGO OR SN-RETORNO-EXISTENTE
               CLOSE CATALOGO-FILE
           END-IF.

       006-LE-CATALOGO-DO-DIA.
           READ CATALOGO-FILE
               AT END
                   SET FIM-DO-CATALOGO TO TRUE
               NOT AT END
                   IF SC-RESUMO
                      AND SC-ORIGEM = SN-ORIGEM
                      AND SC-DATA-EXECUCAO = WS-DATA-ATUAL-NUM
                       SET SN-RETORNO-EXISTENTE TO TRUE
                       PERFORM 032-DEVOLVE-RESUMO
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Snapshot: numero reservado no SNSEQCTL antes da copia     *
      * (nunca sobrescreve um snapshot), copia de todos os        *
      * arquivos de estado e, so no fim, entrada no catalogo.     *
      *-----------------------------------------------------------*
       010-TIRA-SNAPSHOT.
           PERFORM 011-PROXIMO-NUMERO
           IF SN-RETORNO-OK
               PERFORM 012-GRAVA-SEQUENCIA
           END-IF
           IF SN-RETORNO-OK
               OPEN INPUT SNAP-FILE
               IF WS-FS-SNAP = "00"
                   CLOSE SNAP-FILE
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE "SNAPSHOT JA EXISTE - SNSEQCTL FORA DE ORDEM"
                       TO SN-MENSAGEM
               ELSE
                   OPEN OUTPUT SNAP-FILE
                   IF WS-FS-SNAP NOT = "00"
                       SET SN-RETORNO-ERRO TO TRUE
                       MOVE SPACES TO SN-MENSAGEM
                       STRING "FALHA AO GRAVAR " WS-SNAP-NOME
                           " - STATUS " WS-FS-SNAP
                           DELIMITED BY SIZE INTO SN-MENSAGEM
                   END-IF
               END-IF
           END-IF
           IF SN-RETORNO-OK
               MOVE WS-SNAP-NUM       TO SN-SNAPSHOT-ID
               MOVE WS-SNAP-NOME      TO SN-ARQUIVO-SNAP
               MOVE WS-DATA-ATUAL-NUM TO SN-DATA-EXECUCAO
               MOVE WS-HORA-ATUAL-NUM TO SN-HORA-EXECUCAO
               MOVE WS-ARQ-QTDE       TO SN-QTDE-ARQUIVOS
               MOVE ZEROES            TO SN-QTDE-REGISTROS
               MOVE ZEROES TO WS-IDX-ARQ
               PERFORM 013-COPIA-ARQUIVO
                   UNTIL WS-IDX-ARQ = WS-ARQ-QTDE OR NOT SN-RETORNO-OK
               CLOSE SNAP-FILE
               IF SN-RETORNO-OK
                   PERFORM 018-GRAVA-CATALOGO
               END-IF
               IF NOT SN-RETORNO-OK
                   CALL "CBL_DELETE_FILE" USING WS-SNAP-NOME
               END-IF
           END-IF.

       011-PROXIMO-NUMERO.
           MOVE ZEROES TO WS-SEQ-SNAPSHOT
           OPEN INPUT SEQ-CTL-FILE
           EVALUATE WS-FS-SEQCTL
               WHEN "00"
                   READ SEQ-CTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SN-ULTIMA-SEQUENCIA TO WS-SEQ-SNAPSHOT
                   END-READ
                   CLOSE SEQ-CTL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE "FALHA AO ABRIR SNSEQCTL" TO SN-MENSAGEM
           END-EVALUATE
           ADD 1 TO WS-SEQ-SNAPSHOT
           IF WS-SEQ-SNAPSHOT > 9999999
               SET SN-RETORNO-ERRO TO TRUE
               MOVE "SNSEQCTL ESGOTADO - SNAPSHOT SEM NUMERO"
                   TO SN-MENSAGEM
           ELSE
               MOVE WS-SEQ-SNAPSHOT TO WS-SNAP-NUM
           END-IF.

       012-GRAVA-SEQUENCIA.
           MOVE WS-SEQ-SNAPSHOT TO SN-ULTIMA-SEQUENCIA
           OPEN OUTPUT SEQ-CTL-FILE
           IF WS-FS-SEQCTL = "00"
               WRITE SN-SEQ-REC
               CLOSE SEQ-CTL-FILE
           ELSE
               SET SN-RETORNO-ERRO TO TRUE
               MOVE "FALHA AO GRAVAR SNSEQCTL" TO SN-MENSAGEM
           END-IF.

       013-COPIA-ARQUIVO.
           ADD 1 TO WS-IDX-ARQ
           MOVE WS-ARQ-NOME(WS-IDX-ARQ) TO WS-ESTADO-NOME
           MOVE WS-ARQ-TIPO(WS-IDX-ARQ) TO WS-TIPO-ESTADO
           MOVE ZEROES TO WS-SEQ-REGISTRO
           MOVE ZEROES TO WS-H1
           MOVE ZEROES TO WS-H2
           MOVE "N" TO WS-EOF-ESTADO
           EVALUATE TRUE
               WHEN ESTADO-SALDO-GL
                   OPEN INPUT SALDO-GL-FILE
               WHEN ESTADO-HISTORICO-CALC
                   OPEN INPUT HISTORICO-FILE
               WHEN ESTADO-PARTICOES
                   MOVE "00" TO WS-FS-ESTADO
               WHEN OTHER
                   OPEN INPUT ESTADO-FILE
           END-EVALUATE
           MOVE SPACES TO SR-SNAPSHOT-REC
           SET SR-CABECA-ARQUIVO TO TRUE
           MOVE WS-IDX-ARQ     TO SR-SEQ-ARQUIVO
           MOVE WS-ESTADO-NOME TO SR-NOME-ARQUIVO
           EVALUATE WS-FS-ESTADO
               WHEN "00"
                   MOVE "S" TO WS-PRESENTE-ARQ
                   MOVE WS-PRESENTE-ARQ TO SR-PRESENTE
                   WRITE SR-SNAPSHOT-REC
                   IF ESTADO-PARTICOES
                       PERFORM 015-COPIA-PARTICOES
                   ELSE
                       PERFORM 014-COPIA-REGISTRO
                           UNTIL FIM-DO-ESTADO OR NOT SN-RETORNO-OK
                       PERFORM 017-FECHA-ESTADO
                   END-IF
               WHEN "35"
                   MOVE "N" TO WS-PRESENTE-ARQ
                   MOVE WS-PRESENTE-ARQ TO SR-PRESENTE
                   WRITE SR-SNAPSHOT-REC
               WHEN OTHER
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE SPACES TO SN-MENSAGEM
                   STRING "FALHA AO LER " WS-ESTADO-NOME
                       " - STATUS " WS-FS-ESTADO
                       DELIMITED BY SIZE INTO SN-MENSAGEM
           END-EVALUATE
           IF WS-FS-SNAP NOT = "00" AND SN-RETORNO-OK
               SET SN-RETORNO-ERRO TO TRUE
               MOVE SPACES TO SN-MENSAGEM
               STRING "FALHA AO GRAVAR " WS-SNAP-NOME
                   " - STATUS " WS-FS-SNAP
                   DELIMITED BY SIZE INTO SN-MENSAGEM
           END-IF
           MOVE WS-H1 TO WS-HS-ALTO
           MOVE WS-H2 TO WS-HS-BAIXO
           MOVE WS-ESTADO-NOME  TO SN-NOME-ARQUIVO(WS-IDX-ARQ)
           MOVE WS-PRESENTE-ARQ TO SN-PRESENTE(WS-IDX-ARQ)
           MOVE WS-SEQ-REGISTRO TO SN-QTDE-REG-ARQUIVO(WS-IDX-ARQ)
           MOVE WS-HASH-ARQUIVO TO SN-HASH-ARQUIVO(WS-IDX-ARQ)
           SET SN-ARQUIVO-CONFERE(WS-IDX-ARQ) TO TRUE
           ADD WS-SEQ-REGISTRO TO SN-QTDE-REGISTROS.

       014-COPIA-REGISTRO.
           EVALUATE TRUE
               WHEN ESTADO-SALDO-GL
                   READ SALDO-GL-FILE
                       AT END
                           SET FIM-DO-ESTADO TO TRUE
                       NOT AT END
                           MOVE SG-SALDO-REC TO WS-REG-BUFFER
                   END-READ
               WHEN ESTADO-HISTORICO-CALC
                   READ HISTORICO-FILE
                       AT END
                           SET FIM-DO-ESTADO TO TRUE
                       NOT AT END
                           MOVE HS-HISTORICO-REC TO WS-REG-BUFFER
                   END-READ
               WHEN ESTADO-PARTICOES
                   READ PARTICAO-FILE
                       AT END
                           SET FIM-DO-ESTADO TO TRUE
                       NOT AT END
                           MOVE PARTICAO-REGISTRO TO WS-REG-BUFFER
                   END-READ
               WHEN OTHER
                   READ ESTADO-FILE
                       AT END
                           SET FIM-DO-ESTADO TO TRUE
                       NOT AT END
                           MOVE ESTADO-REGISTRO TO WS-REG-BUFFER
                   END-READ
           END-EVALUATE
           IF NOT FIM-DO-ESTADO
               PERFORM 020-SOMA-HASH-REGISTRO
               SET SR-REGISTRO TO TRUE
               MOVE WS-IDX-ARQ    TO SR-SEQ-ARQUIVO
               MOVE WS-REG-BUFFER TO SR-CONTEUDO
               WRITE SR-SNAPSHOT-REC
               IF WS-FS-SNAP NOT = "00"
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE SPACES TO SN-MENSAGEM
                   STRING "FALHA AO GRAVAR " WS-SNAP-NOME
                       " - STATUS " WS-FS-SNAP
                       DELIMITED BY SIZE INTO SN-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * Conjunto de particoes: cada arquivo .Pnn presente entra   *
      * com uma cabeca "P" (o nome, somado ao hash como um        *
      * registro) seguida dos seus registros.                     *
      *-----------------------------------------------------------*
       015-COPIA-PARTICOES.
           MOVE ZEROES TO WS-QTDE-PART-LIDAS
           PERFORM 016-COPIA-UMA-PARTICAO
               UNTIL WS-QTDE-PART-LIDAS = 21 OR NOT SN-RETORNO-OK.

       016-COPIA-UMA-PARTICAO.
           PERFORM 022-MONTA-NOME-PARTICAO
           OPEN INPUT PARTICAO-FILE
           EVALUATE WS-FS-ESTADO
               WHEN "00"
                   MOVE SPACES TO SR-SNAPSHOT-REC
                   SET SR-CABECA-PARTICAO TO TRUE
                   MOVE WS-IDX-ARQ       TO SR-SEQ-ARQUIVO
                   MOVE WS-PARTICAO-NOME TO SR-NOME-PARTICAO
                   MOVE SR-CONTEUDO TO WS-REG-BUFFER
                   PERFORM 020-SOMA-HASH-REGISTRO
                   WRITE SR-SNAPSHOT-REC
                   MOVE "N" TO WS-EOF-ESTADO
                   PERFORM 014-COPIA-REGISTRO
                       UNTIL FIM-DO-ESTADO OR NOT SN-RETORNO-OK
                   CLOSE PARTICAO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE SPACES TO SN-MENSAGEM
                   STRING "FALHA AO LER " WS-PARTICAO-NOME
                       " - STATUS " WS-FS-ESTADO
                       DELIMITED BY SIZE INTO SN-MENSAGEM
           END-EVALUATE.

       017-FECHA-ESTADO.
           EVALUATE TRUE
               WHEN ESTADO-SALDO-GL
                   CLOSE SALDO-GL-FILE
               WHEN ESTADO-HISTORICO-CALC
                   CLOSE HISTORICO-FILE
               WHEN ESTADO-PARTICOES
                   CLOSE PARTICAO-FILE
               WHEN OTHER
                   CLOSE ESTADO-FILE
           END-EVALUATE.

       018-GRAVA-CATALOGO.
           OPEN EXTEND CATALOGO-FILE
           IF WS-FS-CATALOGO = "35"
               OPEN OUTPUT CATALOGO-FILE
           END-IF
           IF WS-FS-CATALOGO NOT = "00"
               SET SN-RETORNO-ERRO TO TRUE
               MOVE "FALHA AO GRAVAR SNAPCAT" TO SN-MENSAGEM
           ELSE
               MOVE SPACES TO SC-CATALOGO-REC
               MOVE WS-SNAP-NUM       TO SC-SNAPSHOT-ID
               SET SC-RESUMO TO TRUE
               MOVE WS-SNAP-NOME      TO SC-ARQUIVO-SNAP
               MOVE SN-DATA-NEGOCIO   TO SC-DATA-NEGOCIO
               MOVE WS-DATA-ATUAL-NUM TO SC-DATA-EXECUCAO
               MOVE WS-HORA-ATUAL-NUM TO SC-HORA-EXECUCAO
               MOVE SN-ORIGEM         TO SC-ORIGEM
               MOVE SN-OPERADOR-ID    TO SC-OPERADOR-ID
               MOVE WS-ARQ-QTDE       TO SC-QTDE-ARQUIVOS
               MOVE SN-QTDE-REGISTROS TO SC-QTDE-REGISTROS
               WRITE SC-CATALOGO-REC
               MOVE ZEROES TO WS-IDX-ARQ
               PERFORM 019-GRAVA-DETALHE-CATALOGO
                   UNTIL WS-IDX-ARQ = WS-ARQ-QTDE
               CLOSE CATALOGO-FILE
           END-IF.

       019-GRAVA-DETALHE-CATALOGO.
           ADD 1 TO WS-IDX-ARQ
           MOVE SPACES TO SC-CATALOGO-REC
           MOVE WS-SNAP-NUM TO SC-SNAPSHOT-ID
           SET SC-DETALHE-ARQUIVO TO TRUE
           MOVE WS-IDX-ARQ TO SC-SEQ-ARQUIVO
           MOVE SN-NOME-ARQUIVO(WS-IDX-ARQ)  TO SC-NOME-ARQUIVO
           MOVE SN-PRESENTE(WS-IDX-ARQ)      TO SC-PRESENTE
           MOVE SN-QTDE-REG-ARQUIVO(WS-IDX-ARQ)
               TO SC-QTDE-REG-ARQUIVO
           MOVE SN-HASH-ARQUIVO(WS-IDX-ARQ)  TO SC-HASH-ARQUIVO
           WRITE SC-CATALOGO-REC.

       022-MONTA-NOME-PARTICAO.
           MOVE WS-QTDE-PART-LIDAS TO WS-SUFIXO-PARTICAO
           ADD 1 TO WS-QTDE-PART-LIDAS
           MOVE SPACES TO WS-PARTICAO-NOME
           STRING WS-ESTADO-NOME DELIMITED BY SPACE
                  WS-SUFIXO-PARTICAO DELIMITED BY SIZE
               INTO WS-PARTICAO-NOME.

      *-----------------------------------------------------------*
      * Hash acumulado do arquivo com o conteudo do registro      *
      * (sem os brancos finais, que o arquivo de linha nao        *
      * guarda) e o numero do registro, pelo calculo do CADEISVC. *
      *-----------------------------------------------------------*
       020-SOMA-HASH-REGISTRO.
           ADD 1 TO WS-SEQ-REGISTRO
           COMPUTE WS-TAMANHO =
               FUNCTION LENGTH(FUNCTION TRIM(WS-REG-BUFFER TRAILING))
           COMPUTE WS-H1 = FUNCTION MOD(WS-H1 * 31
               + WS-SEQ-REGISTRO, 999999937)
           COMPUTE WS-H2 = FUNCTION MOD(WS-H2 * 37
               + WS-SEQ-REGISTRO, 999999929)
           MOVE ZEROES TO WS-IDX-POS
           PERFORM 021-SOMA-CARACTERE UNTIL WS-IDX-POS = WS-TAMANHO.

       021-SOMA-CARACTERE.
           ADD 1 TO WS-IDX-POS
           COMPUTE WS-CODIGO =
               FUNCTION ORD(WS-REG-BUFFER(WS-IDX-POS:1))
           COMPUTE WS-H1 = FUNCTION MOD(WS-H1 * 31 + WS-CODIGO,
               999999937)
           COMPUTE WS-H2 = FUNCTION MOD(WS-H2 * 37
               + WS-CODIGO * WS-IDX-POS, 999999929).

      *-----------------------------------------------------------*
      * Snapshot pedido: pelo numero; sem numero, o ultimo        *
      * pre-cadeia (origem DRIVER01) da data de negocio; sem      *
      * data, o ultimo do catalogo. Depois, os detalhes dele.     *
      *-----------------------------------------------------------*
       030-LOCALIZA-SNAPSHOT.
           MOVE "N" TO WS-SNAPSHOT-ACHADO
           MOVE "N" TO WS-EOF-CATALOGO
           OPEN INPUT CATALOGO-FILE
           EVALUATE WS-FS-CATALOGO
               WHEN "00"
                   PERFORM 031-PROCURA-RESUMO UNTIL FIM-DO-CATALOGO
                   CLOSE CATALOGO-FILE
               WHEN "35"
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE "CATALOGO SNAPCAT AUSENTE - NENHUM SNAPSHOT"
                       TO SN-MENSAGEM
               WHEN OTHER
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE "FALHA AO ABRIR SNAPCAT" TO SN-MENSAGEM
           END-EVALUATE
           IF SN-RETORNO-OK AND NOT SNAPSHOT-ACHADO
               SET SN-RETORNO-ERRO TO TRUE
               MOVE "SNAPSHOT NAO ENCONTRADO NO SNAPCAT"
                   TO SN-MENSAGEM
           END-IF
           IF SNAPSHOT-ACHADO
               MOVE ZEROES TO WS-ESP-QTDE-ARQ
               MOVE "N" TO WS-EOF-CATALOGO
               OPEN INPUT CATALOGO-FILE
               PERFORM 033-CARREGA-DETALHE UNTIL FIM-DO-CATALOGO
               CLOSE CATALOGO-FILE
               IF WS-ESP-QTDE-ARQ NOT = SN-QTDE-ARQUIVOS
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE "CATALOGO INCOMPLETO PARA O SNAPSHOT"
                       TO SN-MENSAGEM
               END-IF
           END-IF.

       031-PROCURA-RESUMO.
           READ CATALOGO-FILE
               AT END
                   SET FIM-DO-CATALOGO TO TRUE
               NOT AT END
                   IF SC-RESUMO
                       EVALUATE TRUE
                           WHEN SN-SNAPSHOT-ID NOT = ZEROES
                               IF SC-SNAPSHOT-ID = SN-SNAPSHOT-ID
                                   PERFORM 032-DEVOLVE-RESUMO
                               END-IF
                           WHEN SN-DATA-NEGOCIO NOT = ZEROES
                               IF SC-DATA-NEGOCIO = SN-DATA-NEGOCIO
                                  AND SC-ORIGEM = "DRIVER01"
                                   PERFORM 032-DEVOLVE-RESUMO
                               END-IF
                           WHEN OTHER
                               PERFORM 032-DEVOLVE-RESUMO
                       END-EVALUATE
                   END-IF
           END-READ.

       032-DEVOLVE-RESUMO.
           SET SNAPSHOT-ACHADO TO TRUE
           MOVE SC-SNAPSHOT-ID    TO SN-SNAPSHOT-ID
           MOVE SC-ARQUIVO-SNAP   TO SN-ARQUIVO-SNAP
           MOVE SC-DATA-NEGOCIO   TO SN-DATA-NEGOCIO
           MOVE SC-DATA-EXECUCAO  TO SN-DATA-EXECUCAO
           MOVE SC-HORA-EXECUCAO  TO SN-HORA-EXECUCAO
           MOVE SC-QTDE-ARQUIVOS  TO SN-QTDE-ARQUIVOS
           MOVE SC-QTDE-REGISTROS TO SN-QTDE-REGISTROS.

       033-CARREGA-DETALHE.
           READ CATALOGO-FILE
               AT END
                   SET FIM-DO-CATALOGO TO TRUE
               NOT AT END
                   IF SC-DETALHE-ARQUIVO
                      AND SC-SNAPSHOT-ID = SN-SNAPSHOT-ID
                      AND SC-SEQ-ARQUIVO > ZEROES
                      AND SC-SEQ-ARQUIVO NOT > 60
                       ADD 1 TO WS-ESP-QTDE-ARQ
                       MOVE SC-NOME-ARQUIVO
                           TO WS-ESP-NOME(SC-SEQ-ARQUIVO)
                       MOVE SC-PRESENTE
                           TO WS-ESP-PRESENTE(SC-SEQ-ARQUIVO)
                       MOVE SC-QTDE-REG-ARQUIVO
                           TO WS-ESP-QTDE(SC-SEQ-ARQUIVO)
                       MOVE SC-HASH-ARQUIVO
                           TO WS-ESP-HASH(SC-SEQ-ARQUIVO)
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Verificacao: o arquivo do snapshot e lido inteiro, com    *
      * registros e hash apurados por arquivo de estado e         *
      * conferidos com o catalogo.                                *
      *-----------------------------------------------------------*
       035-VERIFICA-SNAPSHOT.
           INITIALIZE WS-APURADO-TAB
           MOVE ZEROES TO WS-APU-QTDE-ARQ
           MOVE ZEROES TO WS-IDX-APU
           MOVE SN-ARQUIVO-SNAP TO WS-SNAP-NOME
           MOVE "N" TO WS-EOF-SNAP
           OPEN INPUT SNAP-FILE
           IF WS-FS-SNAP NOT = "00"
               SET SN-RETORNO-ERRO TO TRUE
               MOVE SPACES TO SN-MENSAGEM
               STRING "ARQUIVO DO SNAPSHOT " WS-SNAP-NOME
                   " ILEGIVEL - STATUS " WS-FS-SNAP
                   DELIMITED BY SIZE INTO SN-MENSAGEM
           ELSE
               PERFORM 036-LE-SNAPSHOT
                   UNTIL FIM-DO-SNAP OR NOT SN-RETORNO-OK
               CLOSE SNAP-FILE
               PERFORM 038-FECHA-APURACAO
           END-IF
           IF SN-RETORNO-OK
               MOVE ZEROES TO WS-QTDE-DIVERGENTES
               MOVE ZEROES TO WS-IDX-ARQ
               PERFORM 039-CONFERE-ARQUIVO
                   UNTIL WS-IDX-ARQ = SN-QTDE-ARQUIVOS
               IF WS-APU-QTDE-ARQ NOT = SN-QTDE-ARQUIVOS
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE "SNAPSHOT INCOMPLETO - FALTAM ARQUIVOS"
                       TO SN-MENSAGEM
               END-IF
               IF WS-QTDE-DIVERGENTES > ZEROES
                   SET SN-RETORNO-ERRO TO TRUE
                   MOVE WS-QTDE-DIVERGENTES TO WS-QTDE-DIVERG-ED
                   MOVE SPACES TO SN-MENSAGEM
                   STRING "SNAPSHOT DIVERGE DO CATALOGO EM "
                       WS-QTDE-DIVERG-ED " ARQUIVO(S)"
                       DELIMITED BY SIZE INTO SN-MENSAGEM
               END-IF
           END-IF.

       036-LE-SNAPSHOT.
           READ SNAP-FILE
               AT END
                   SET FIM-DO-SNAP TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SR-SEQ-ARQUIVO IS NOT NUMERIC
                           PERFORM 037-SNAPSHOT-CORROMPIDO
                       WHEN SR-CABECA-ARQUIVO
                           PERFORM 038-FECHA-APURACAO
                           IF SR-SEQ-ARQUIVO = ZEROES
                              OR SR-SEQ-ARQUIVO > SN-QTDE-ARQUIVOS
                              OR SR-SEQ-ARQUIVO NOT = WS-IDX-APU + 1
                               PERFORM 037-SNAPSHOT-CORROMPIDO
                           ELSE
                               MOVE SR-SEQ-ARQUIVO TO WS-IDX-APU
                               ADD 1 TO WS-APU-QTDE-ARQ
                               MOVE SR-NOME-ARQUIVO
                                   TO WS-APU-NOME(WS-IDX-APU)
                               MOVE SR-PRESENTE
                                   TO WS-APU-PRESENTE(WS-IDX-APU)
                               MOVE ZEROES TO WS-SEQ-REGISTRO
                               MOVE ZEROES TO WS-H1
                               MOVE ZEROES TO WS-H2
                           END-IF
                       WHEN SR-REGISTRO
                       WHEN SR-CABECA-PARTICAO
                           IF SR-SEQ-ARQUIVO NOT = WS-IDX-APU
                              OR WS-IDX-APU = ZEROES
                               PERFORM 037-SNAPSHOT-CORROMPIDO
                           ELSE
                               MOVE SR-CONTEUDO TO WS-REG-BUFFER
                               PERFORM 020-SOMA-HASH-REGISTRO
                           END-IF
                       WHEN OTHER
                           PERFORM 037-SNAPSHOT-CORROMPIDO
                   END-EVALUATE
           END-READ.

       037-SNAPSHOT-CORROMPIDO.
           SET SN-RETORNO-ERRO TO TRUE
           MOVE SPACES TO SN-MENSAGEM
           STRING "ARQUIVO DO SNAPSHOT " WS-SNAP-NOME
               " CORROMPIDO" DELIMITED BY SIZE INTO SN-MENSAGEM.

       038-FECHA-APURACAO.
           IF WS-IDX-APU > ZEROES
               MOVE WS-SEQ-REGISTRO TO WS-APU-QTDE(WS-IDX-APU)
               MOVE WS-H1 TO WS-HS-ALTO
               MOVE WS-H2 TO WS-HS-BAIXO
               MOVE WS-HASH-ARQUIVO TO WS-APU-HASH(WS-IDX-APU)
           END-IF.

       039-CONFERE-ARQUIVO.
           ADD 1 TO WS-IDX-ARQ
           MOVE WS-ESP-NOME(WS-IDX-ARQ)
               TO SN-NOME-ARQUIVO(WS-IDX-ARQ)
           MOVE WS-APU-PRESENTE(WS-IDX-ARQ) TO SN-PRESENTE(WS-IDX-ARQ)
           MOVE WS-APU-QTDE(WS-IDX-ARQ)
               TO SN-QTDE-REG-ARQUIVO(WS-IDX-ARQ)
           MOVE WS-APU-HASH(WS-IDX-ARQ) TO SN-HASH-ARQUIVO(WS-IDX-ARQ)
           IF WS-APU-NOME(WS-IDX-ARQ) = WS-ESP-NOME(WS-IDX-ARQ)
              AND WS-APU-PRESENTE(WS-IDX-ARQ)
                  = WS-ESP-PRESENTE(WS-IDX-ARQ)
              AND WS-APU-QTDE(WS-IDX-ARQ) = WS-ESP-QTDE(WS-IDX-ARQ)
              AND WS-APU-HASH(WS-IDX-ARQ) = WS-ESP-HASH(WS-IDX-ARQ)
               SET SN-ARQUIVO-CONFERE(WS-IDX-ARQ) TO TRUE
           ELSE
               SET SN-ARQUIVO-DIVERGE(WS-IDX-ARQ) TO TRUE
               ADD 1 TO WS-QTDE-DIVERGENTES
           END-IF.

      *-----------------------------------------------------------*
      * Restauracao: cada arquivo do snapshot volta inteiro pelo  *
      * nome gravado na cabeca; ausente no snapshot e apagado.    *
      * Conjunto de particoes: todos os .Pnn do prefixo sao       *
      * apagados e so os do snapshot voltam.                      *
      *-----------------------------------------------------------*
       040-RESTAURA-SNAPSHOT.
           MOVE "N" TO WS-EOF-SNAP
           MOVE "N" TO WS-DESTINO-ABERTO
           OPEN INPUT SNAP-FILE
           IF WS-FS-SNAP NOT = "00"
               SET SN-RETORNO-ERRO TO TRUE
               MOVE SPACES TO SN-MENSAGEM
               STRING "ARQUIVO DO SNAPSHOT " WS-SNAP-NOME
                   " ILEGIVEL - STATUS " WS-FS-SNAP
                   DELIMITED BY SIZE INTO SN-MENSAGEM
           ELSE
               PERFORM 041-RESTAURA-REGISTRO
                   UNTIL FIM-DO-SNAP OR NOT SN-RETORNO-OK
               IF DESTINO-ABERTO
                   PERFORM 017-FECHA-ESTADO
               END-IF
               CLOSE SNAP-FILE
           END-IF.

       041-RESTAURA-REGISTRO.
           READ SNAP-FILE
               AT END
                   SET FIM-DO-SNAP TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SR-CABECA-ARQUIVO
                           PERFORM 042-ABRE-DESTINO
                       WHEN SR-CABECA-PARTICAO
                           PERFORM 044-ABRE-PARTICAO
                       WHEN OTHER
                           PERFORM 043-GRAVA-DESTINO
                   END-EVALUATE
           END-READ.

       042-ABRE-DESTINO.
           IF DESTINO-ABERTO
               PERFORM 017-FECHA-ESTADO
               MOVE "N" TO WS-DESTINO-ABERTO
           END-IF
           MOVE SR-NOME-ARQUIVO TO WS-ESTADO-NOME
           SET ESTADO-SEQUENCIAL TO TRUE
           MOVE ZEROES TO WS-IDX-ARQ
           PERFORM 045-PROCURA-TIPO-ESTADO
               UNTIL WS-IDX-ARQ = WS-ARQ-QTDE
           EVALUATE TRUE
               WHEN ESTADO-PARTICOES
                   MOVE ZEROES TO WS-QTDE-PART-LIDAS
                   PERFORM 046-APAGA-PARTICAO
                       UNTIL WS-QTDE-PART-LIDAS = 21
               WHEN SR-PRESENTE = "N"
                   CALL "CBL_DELETE_FILE" USING WS-ESTADO-NOME
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN ESTADO-SALDO-GL
                           OPEN OUTPUT SALDO-GL-FILE
                       WHEN ESTADO-HISTORICO-CALC
                           OPEN OUTPUT HISTORICO-FILE
                       WHEN OTHER
                           OPEN OUTPUT ESTADO-FILE
                   END-EVALUATE
                   IF WS-FS-ESTADO = "00"
                       SET DESTINO-ABERTO TO TRUE
                   ELSE
                       SET SN-RETORNO-ERRO TO TRUE
                       MOVE SPACES TO SN-MENSAGEM
                       STRING "FALHA AO RESTAURAR " WS-ESTADO-NOME
                           " - STATUS " WS-FS-ESTADO
                           DELIMITED BY SIZE INTO SN-MENSAGEM
                   END-IF
           END-EVALUATE.

       043-GRAVA-DESTINO.
           EVALUATE TRUE
               WHEN ESTADO-SALDO-GL
                   MOVE SR-CONTEUDO TO SG-SALDO-REC
                   WRITE SG-SALDO-REC
               WHEN ESTADO-HISTORICO-CALC
                   MOVE SR-CONTEUDO TO HS-HISTORICO-REC
                   WRITE HS-HISTORICO-REC
               WHEN ESTADO-PARTICOES
                   MOVE SR-CONTEUDO TO PARTICAO-REGISTRO
                   WRITE PARTICAO-REGISTRO
               WHEN OTHER
                   MOVE SR-CONTEUDO TO ESTADO-REGISTRO
                   WRITE ESTADO-REGISTRO
           END-EVALUATE
           IF WS-FS-ESTADO NOT = "00"
               SET SN-RETORNO-ERRO TO TRUE
               MOVE SPACES TO SN-MENSAGEM
               STRING "FALHA AO RESTAURAR " WS-ESTADO-NOME
                   " - STATUS " WS-FS-ESTADO
                   DELIMITED BY SIZE INTO SN-MENSAGEM
           END-IF.

       044-ABRE-PARTICAO.
           IF DESTINO-ABERTO
               PERFORM 017-FECHA-ESTADO
               MOVE "N" TO WS-DESTINO-ABERTO
           END-IF
           MOVE SR-NOME-PARTICAO TO WS-PARTICAO-NOME
           OPEN OUTPUT PARTICAO-FILE
           IF WS-FS-ESTADO = "00"
               SET DESTINO-ABERTO TO TRUE
           ELSE
               SET SN-RETORNO-ERRO TO TRUE
               MOVE SPACES TO SN-MENSAGEM
               STRING "FALHA AO RESTAURAR " WS-PARTICAO-NOME
                   " - STATUS " WS-FS-ESTADO
                   DELIMITED BY SIZE INTO SN-MENSAGEM
           END-IF.

       045-PROCURA-TIPO-ESTADO.
           ADD 1 TO WS-IDX-ARQ
           IF WS-ARQ-NOME(WS-IDX-ARQ) = WS-ESTADO-NOME
               MOVE WS-ARQ-TIPO(WS-IDX-ARQ) TO WS-TIPO-ESTADO
           END-IF.

       046-APAGA-PARTICAO.
           PERFORM 022-MONTA-NOME-PARTICAO
           CALL "CBL_DELETE_FILE" USING WS-PARTICAO-NOME.

       050-REGISTRA-EVENTO.
           OPEN EXTEND CATALOGO-FILE
           IF WS-FS-CATALOGO NOT = "00"
               DISPLAY "SNAPSVC - FALHA AO GRAVAR EVENTO NO SNAPCAT"
           ELSE
               MOVE SPACES TO SC-CATALOGO-REC
               MOVE SN-SNAPSHOT-ID    TO SC-SNAPSHOT-ID
               IF SN-VERIFICA
                   SET SC-VERIFICACAO TO TRUE
               ELSE
                   SET SC-RESTAURACAO TO TRUE
               END-IF
               MOVE WS-DATA-ATUAL-NUM TO SC-DATA-EVENTO
               MOVE WS-HORA-ATUAL-NUM TO SC-HORA-EVENTO
               MOVE SN-ORIGEM         TO SC-ORIGEM-EVENTO
               MOVE SN-OPERADOR-ID    TO SC-OPERADOR-EVENTO
               IF SN-RETORNO-OK
                   SET SC-RESULTADO-OK TO TRUE
               ELSE
                   SET SC-RESULTADO-FALHA TO TRUE
                   MOVE SN-MENSAGEM   TO SC-MOTIVO
               END-IF
               WRITE SC-CATALOGO-REC
               CLOSE CATALOGO-FILE
           END-IF.
