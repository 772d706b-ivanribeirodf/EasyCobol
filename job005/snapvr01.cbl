       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPVR01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: verificacao noturna do    *
      *              ultimo snapshot dos arquivos de estado        *
      *              (passo SNAPVR do DRIVER01). Pede ao SNAPSVC a *
      *              verificacao do ultimo snapshot do catalogo    *
      *              SNAPCAT - o arquivo SNnnnnnnn e lido inteiro  *
      *              e cada arquivo de estado tem registros e hash *
      *              conferidos contra o catalogo - e lista no     *
      *              SNAPRPT, por arquivo, presenca, registros,    *
      *              hash e situacao. Snapshot ilegivel,           *
      *              divergente ou catalogo vazio e erro fatal (RC *
      *              12, ERRLOG e alerta critico): a cadeia do dia *
      *              seguinte nao teria ponto de volta confiavel.  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELAT-OUT-FILE ASSIGN TO "SNAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY RELATSVC.
           COPY SNAPSVC.
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-FS-RELAT               PIC X(02).
       01  WS-IDX-ARQ                PIC 9(02) VALUE ZEROES.

       01  WS-LINHA-TITULO           PIC X(132) VALUE
           "SNAPVR01 - VERIFICACAO DO ULTIMO SNAPSHOT DOS ARQUIVOS DE ES
      -    "TADO".

       01  WS-LINHA-SNAPSHOT.
           05 FILLER                 PIC X(10) VALUE "SNAPSHOT: ".
           05 WS-LS-ARQUIVO          PIC X(09).
           05 FILLER                 PIC X(15) VALUE
              "  DATA NEGOCIO ".
           05 WS-LS-DATA-NEGOCIO     PIC 9(08).
           05 FILLER                 PIC X(11) VALUE "  EXECUCAO ".
           05 WS-LS-DATA-EXECUCAO    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LS-HORA-EXECUCAO    PIC 9(08).
           05 FILLER                 PIC X(13) VALUE "  REGISTROS: ".
           05 WS-LS-REGISTROS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(38) VALUE SPACES.

       01  WS-LINHA-COLUNAS          PIC X(132) VALUE
           "SQ ARQUIVO    PRESENTE   REGISTROS  HASH DO CONTEUDO     SIT
      -    "UACAO".

       01  WS-LINHA-ARQUIVO.
           05 WS-LA-SEQ              PIC 99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LA-NOME             PIC X(10).
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 WS-LA-PRESENTE         PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LA-REGISTROS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-HASH             PIC 9(18).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LA-SITUACAO         PIC X(08).
           05 FILLER                 PIC X(68) VALUE SPACES.

       01  WS-LINHA-RESULTADO.
           05 FILLER                 PIC X(11) VALUE "RESULTADO: ".
           05 WS-LR-RESULTADO        PIC X(60).
           05 FILLER                 PIC X(61) VALUE SPACES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "SNAPVR01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           PERFORM 002-VERIFICA-SNAPSHOT
           PERFORM 003-EMITE-RELATORIO
           IF NOT SN-RETORNO-OK
               MOVE SN-MENSAGEM TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           DISPLAY "SNAPVR01 - SNAPSHOT " SN-ARQUIVO-SNAP
               " VERIFICADO - " SN-QTDE-ARQUIVOS " ARQUIVO(S), "
               SN-QTDE-REGISTROS " REGISTRO(S)"
           GOBACK.

      *-----------------------------------------------------------*
      * Sem numero e sem data o SNAPSVC verifica o ultimo         *
      * snapshot do catalogo, seja da cadeia ou avulso.           *
      *-----------------------------------------------------------*
       002-VERIFICA-SNAPSHOT.
           INITIALIZE SN-PARAMETROS
           SET SN-VERIFICA TO TRUE
           MOVE WS-NOME-PROGRAMA TO SN-ORIGEM
           MOVE "BATCH"          TO SN-OPERADOR-ID
           MOVE ZEROES           TO SN-SNAPSHOT-ID
           MOVE ZEROES           TO SN-DATA-NEGOCIO
           CALL "SNAPSVC" USING SN-PARAMETROS
               ON EXCEPTION
                   MOVE "SNAPSVC INDISPONIVEL - VERIFICACAO IMPOSSIVEL"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-CALL.

       003-EMITE-RELATORIO.
           OPEN OUTPUT RELAT-OUT-FILE
           IF WS-FS-RELAT NOT = "00"
               MOVE WS-FS-RELAT TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR SNAPRPT" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           WRITE RELAT-LINHA FROM WS-LINHA-TITULO
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF SN-ARQUIVO-SNAP NOT = SPACES
               MOVE SN-ARQUIVO-SNAP   TO WS-LS-ARQUIVO
               MOVE SN-DATA-NEGOCIO   TO WS-LS-DATA-NEGOCIO
               MOVE SN-DATA-EXECUCAO  TO WS-LS-DATA-EXECUCAO
               MOVE SN-HORA-EXECUCAO  TO WS-LS-HORA-EXECUCAO
               MOVE SN-QTDE-REGISTROS TO WS-LS-REGISTROS
               WRITE RELAT-LINHA FROM WS-LINHA-SNAPSHOT
               MOVE SPACES TO RELAT-LINHA
               WRITE RELAT-LINHA
               WRITE RELAT-LINHA FROM WS-LINHA-COLUNAS
               MOVE ZEROES TO WS-IDX-ARQ
               PERFORM 004-LISTA-ARQUIVO
                   UNTIL WS-IDX-ARQ = SN-QTDE-ARQUIVOS
               MOVE SPACES TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           IF SN-RETORNO-OK
               MOVE "SNAPSHOT LEGIVEL E CONFERE COM O CATALOGO"
                   TO WS-LR-RESULTADO
           ELSE
               MOVE SN-MENSAGEM TO WS-LR-RESULTADO
           END-IF
           WRITE RELAT-LINHA FROM WS-LINHA-RESULTADO
           CLOSE RELAT-OUT-FILE
           MOVE "SNAPRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO.

       004-LISTA-ARQUIVO.
           ADD 1 TO WS-IDX-ARQ
           MOVE WS-IDX-ARQ                  TO WS-LA-SEQ
           MOVE SN-NOME-ARQUIVO(WS-IDX-ARQ) TO WS-LA-NOME
           MOVE SN-PRESENTE(WS-IDX-ARQ)     TO WS-LA-PRESENTE
           MOVE SN-QTDE-REG-ARQUIVO(WS-IDX-ARQ) TO WS-LA-REGISTROS
           MOVE SN-HASH-ARQUIVO(WS-IDX-ARQ) TO WS-LA-HASH
           IF SN-ARQUIVO-DIVERGE(WS-IDX-ARQ)
               MOVE "DIVERGE" TO WS-LA-SITUACAO
           ELSE
               MOVE "CONFERE" TO WS-LA-SITUACAO
           END-IF
           WRITE RELAT-LINHA FROM WS-LINHA-ARQUIVO.

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
