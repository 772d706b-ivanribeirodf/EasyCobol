       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSVC.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: servico de arquivamento   *
      *              de relatorios, no molde do ALRTSVC. Chamado   *
      *              por todo programa de relatorio logo depois do *
      *              CLOSE do arquivo de relatorio: copia o        *
      *              relatorio para uma geracao nova (arquivo      *
      *              RGnnnnnnn, numerado pelo RGSEQCTL), conta     *
      *              linhas e paginas (60 linhas por pagina) e     *
      *              acrescenta a entrada no indice RELINDEX com   *
      *              relatorio, data de negocio (dia util do       *
      *              DATAPROC), programa, data/hora da execucao e  *
      *              operador (o do chamador ou, em branco, o do   *
      *              OPERCARD). A geracao nunca e sobrescrita: o   *
      *              balancete de fechamento do mes passado e      *
      *              reimpresso tal como saiu, pelo RELRET01, sem  *
      *              rodar de novo contra dados ja alterados.      *
      *              Falha so vai ao console: o servico nunca      *
      *              derruba quem o chamou.                        *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELAT-IN-FILE ASSIGN USING WS-RELAT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
           SELECT GERACAO-FILE ASSIGN USING WS-GERACAO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERACAO.
           SELECT INDICE-FILE ASSIGN TO "RELINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           SELECT SEQ-CTL-FILE ASSIGN TO "RGSEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQCTL.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD  RELAT-IN-FILE.
       01  RELAT-IN-LINHA           PIC X(132).
       FD  GERACAO-FILE.
       01  GERACAO-LINHA            PIC X(132).
       FD  INDICE-FILE.
           COPY RELINDEX.
       FD  SEQ-CTL-FILE.
           COPY SEQCTL
               REPLACING SQ-SEQ-REC BY RG-SEQ-REC
                         SQ-ULTIMA-SEQUENCIA BY RG-ULTIMA-SEQUENCIA.
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       WORKING-STORAGE SECTION.
           COPY DATETIME.

       01  WS-FS-RELAT              PIC X(02).
       01  WS-FS-GERACAO            PIC X(02).
       01  WS-FS-INDICE             PIC X(02).
       01  WS-FS-SEQCTL             PIC X(02).
       01  WS-FS-DATAPROC           PIC X(02).
       01  WS-FS-OPERADOR           PIC X(02).

       01  WS-RELAT-NOME            PIC X(08) VALUE SPACES.
       01  WS-GERACAO-NOME.
           05 FILLER                PIC X(02) VALUE "RG".
           05 WS-GERACAO-NUM        PIC 9(07) VALUE ZEROES.

       01  WS-DATA-ATUAL-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-HORA-ATUAL-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROES.
       01  WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01  WS-SEQ-GERACAO           PIC 9(09) VALUE ZEROES.

       01  WS-EOF-RELAT             PIC X(01) VALUE "N".
           88 FIM-DO-RELAT          VALUE "S".
       01  WS-QTDE-LINHAS           PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-PAGINAS          PIC 9(05) VALUE ZEROES.
       01  WS-LINHAS-POR-PAGINA     PIC 9(02) VALUE 60.

       LINKAGE SECTION.
           COPY RELATSVC.

       PROCEDURE DIVISION USING RS-PARAMETROS.

       001-INICIO.
           SET RS-RETORNO-OK TO TRUE
           MOVE ZEROES TO RS-GERACAO
           MOVE ZEROES TO RS-QTDE-PAGINAS
           MOVE RS-RELATORIO TO WS-RELAT-NOME
           PERFORM 002-APURA-DATAS
           PERFORM 003-APURA-OPERADOR
           PERFORM 004-PROXIMA-GERACAO
           IF RS-RETORNO-OK
               PERFORM 008-GRAVA-SEQUENCIA
           END-IF
           IF RS-RETORNO-OK
               PERFORM 005-COPIA-RELATORIO
           END-IF
           IF RS-RETORNO-OK
               PERFORM 007-GRAVA-INDICE
           END-IF
           IF RS-RETORNO-OK
               MOVE WS-GERACAO-NUM  TO RS-GERACAO
               MOVE WS-QTDE-PAGINAS TO RS-QTDE-PAGINAS
               DISPLAY "RELATORIO " RS-RELATORIO " ARQUIVADO NA "
                   "GERACAO " WS-GERACAO-NOME " - DATA DE NEGOCIO "
                   WS-DATA-NEGOCIO " - PAGINAS " WS-QTDE-PAGINAS
           ELSE
               DISPLAY "RELSVC - RELATORIO " RS-RELATORIO
                   " NAO ARQUIVADO"
           END-IF
           GOBACK.

       002-APURA-DATAS.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE WS-HORA-ATUAL-NUM = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-NEGOCIO
           OPEN INPUT DATA-PROC-FILE
           IF WS-FS-DATAPROC = "00"
               READ DATA-PROC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                           MOVE DP-DATA-UTIL TO WS-DATA-NEGOCIO
                       END-IF
               END-READ
               CLOSE DATA-PROC-FILE
           END-IF.

       003-APURA-OPERADOR.
           MOVE RS-OPERADOR-ID TO WS-OPERADOR-ID
           IF WS-OPERADOR-ID = SPACES
               OPEN INPUT OPERADOR-FILE
               IF WS-FS-OPERADOR = "00"
                   READ OPERADOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                   END-READ
                   CLOSE OPERADOR-FILE
               END-IF
           END-IF.

       004-PROXIMA-GERACAO.
           MOVE ZEROES TO WS-SEQ-GERACAO
           OPEN INPUT SEQ-CTL-FILE
           EVALUATE WS-FS-SEQCTL
               WHEN "00"
                   READ SEQ-CTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RG-ULTIMA-SEQUENCIA TO WS-SEQ-GERACAO
                   END-READ
                   CLOSE SEQ-CTL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FALHA AO ABRIR RGSEQCTL - STATUS "
                       WS-FS-SEQCTL
                   SET RS-RETORNO-ERRO TO TRUE
           END-EVALUATE
           ADD 1 TO WS-SEQ-GERACAO
           IF WS-SEQ-GERACAO > 9999999
               DISPLAY "RGSEQCTL ESGOTADO - GERACAO SEM NUMERO"
               SET RS-RETORNO-ERRO TO TRUE
           ELSE
               MOVE WS-SEQ-GERACAO TO WS-GERACAO-NUM
           END-IF.

       005-COPIA-RELATORIO.
           MOVE "N" TO WS-EOF-RELAT
           MOVE ZEROES TO WS-QTDE-LINHAS
           OPEN INPUT RELAT-IN-FILE
           IF WS-FS-RELAT NOT = "00"
               DISPLAY "FALHA AO LER O RELATORIO " WS-RELAT-NOME
                   " - STATUS " WS-FS-RELAT
               SET RS-RETORNO-ERRO TO TRUE
           ELSE
               OPEN INPUT GERACAO-FILE
               IF WS-FS-GERACAO = "00"
                   CLOSE GERACAO-FILE
                   DISPLAY "GERACAO " WS-GERACAO-NOME " JA EXISTE - "
                       "RGSEQCTL FORA DE SINCRONIA"
                   MOVE "99" TO WS-FS-GERACAO
               ELSE
                   OPEN OUTPUT GERACAO-FILE
               END-IF
               IF WS-FS-GERACAO NOT = "00"
                   DISPLAY "FALHA AO GRAVAR A GERACAO "
                       WS-GERACAO-NOME " - STATUS " WS-FS-GERACAO
                   SET RS-RETORNO-ERRO TO TRUE
               ELSE
                   PERFORM 006-COPIA-LINHA UNTIL FIM-DO-RELAT
                   CLOSE GERACAO-FILE
               END-IF
               CLOSE RELAT-IN-FILE
           END-IF
           COMPUTE WS-QTDE-PAGINAS = (WS-QTDE-LINHAS
               + WS-LINHAS-POR-PAGINA - 1) / WS-LINHAS-POR-PAGINA
           IF WS-QTDE-PAGINAS = ZEROES
               MOVE 1 TO WS-QTDE-PAGINAS
           END-IF.

       006-COPIA-LINHA.
           READ RELAT-IN-FILE
               AT END
                   SET FIM-DO-RELAT TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LINHAS
                   MOVE RELAT-IN-LINHA TO GERACAO-LINHA
                   WRITE GERACAO-LINHA
           END-READ.

       007-GRAVA-INDICE.
           INITIALIZE RI-INDICE-REC
           MOVE RS-RELATORIO      TO RI-RELATORIO
           MOVE WS-DATA-NEGOCIO   TO RI-DATA-NEGOCIO
           MOVE WS-GERACAO-NUM    TO RI-GERACAO
           MOVE WS-GERACAO-NOME   TO RI-ARQUIVO
           MOVE RS-PROGRAMA       TO RI-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM TO RI-DATA-EXECUCAO
           MOVE WS-HORA-ATUAL-NUM TO RI-HORA-EXECUCAO
           MOVE WS-OPERADOR-ID    TO RI-OPERADOR-ID
           MOVE WS-QTDE-LINHAS    TO RI-QTDE-LINHAS
           MOVE WS-QTDE-PAGINAS   TO RI-QTDE-PAGINAS
           SET RI-GERACAO-ATIVA TO TRUE
           OPEN EXTEND INDICE-FILE
           IF WS-FS-INDICE = "35"
               OPEN OUTPUT INDICE-FILE
           END-IF
           IF WS-FS-INDICE = "00"
               WRITE RI-INDICE-REC
               CLOSE INDICE-FILE
           ELSE
               DISPLAY "FALHA AO GRAVAR RELINDEX - STATUS "
                   WS-FS-INDICE
               CALL "CBL_DELETE_FILE" USING WS-GERACAO-NOME
               SET RS-RETORNO-ERRO TO TRUE
           END-IF.

       008-GRAVA-SEQUENCIA.
           MOVE WS-SEQ-GERACAO TO RG-ULTIMA-SEQUENCIA
           OPEN OUTPUT SEQ-CTL-FILE
           IF WS-FS-SEQCTL = "00"
               WRITE RG-SEQ-REC
               CLOSE SEQ-CTL-FILE
           ELSE
               DISPLAY "FALHA AO GRAVAR RGSEQCTL - STATUS "
                   WS-FS-SEQCTL
               SET RS-RETORNO-ERRO TO TRUE
           END-IF.
