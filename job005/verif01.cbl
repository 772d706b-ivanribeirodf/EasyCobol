      *              1000 registros transformava execucao real em         *
      *              "lacuna" - alarme falso vindo justamente do          *
      *              detector de execucao ausente.                        *
      * 15/10/2026 - IR - Programa esperado com registro de passo  *
      *              nao devido no RUNHIST (frequencia do DRVPLAN) *
      *              na data nao e lacuna: sai como nao devido no  *
      *              VERIFRPT, sem RETURN-CODE 8.                  *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - VERIFPARM aceita uma empresa depois das  *
      *              datas: os dias uteis do intervalo passam a    *
      *              ser julgados pelo calendario de feriados dela *
      *              no EMPRESA (EM-CALENDARIO) via CALSVC. Sem    *
      *              empresa segue o calendario padrao.            *
      * 15/10/2026 - IR - Relatorio VERIFRPT arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNHIST.
           SELECT RELAT-OUT-FILE ASSIGN TO "VERIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.
       01  PARM-REC.
           05 PA-DATA-INICIAL        PIC 9(08).
           05 PA-DATA-FINAL          PIC 9(08).
           05 PA-EMPRESA             PIC X(03).
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  RUNHIST-FILE.
           COPY RUNHIST.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(80).
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.
           COPY CALENSVC.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-AUDITLOG            PIC X(02).
       01  WS-FS-RUNHIST             PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).

       01  WS-EMPRESA-JULGADA        PIC X(03) VALUE SPACES.
       01  WS-CALENDARIO-JULGADO     PIC X(03) VALUE SPACES.
       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DE-EMPRESAS        VALUE "S".
       01  WS-EMP-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-CADASTRADA     VALUE "S".

       01  WS-DATA-HOJE              PIC 9(08) VALUE ZEROES.
       01  WS-DATA-INICIAL           PIC 9(08) VALUE ZEROES.
       01  WS-EXE-ACHOU              PIC X(01) VALUE "N".
           88 EXECUCAO-ENCONTRADA    VALUE "S".

       01  WS-EOF-RUNHIST            PIC X(01) VALUE "N".
           88 FIM-DO-RUNHIST         VALUE "S".

       01  WS-NAO-DEVIDOS.
           05 WS-NDV-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-NDV-ENTRADA         OCCURS 1000 TIMES.
               10 WS-NDV-PASSO       PIC X(08).
               10 WS-NDV-DATA        PIC 9(08).
       01  WS-IDX-NDV                PIC 9(04) VALUE ZEROES.
       01  WS-QTDE-NAO-DEVIDOS       PIC 9(04) VALUE ZEROES.

       01  WS-QTDE-LACUNAS           PIC 9(04) VALUE ZEROES.
       01  WS-QTDE-LACUNAS-HOJE      PIC 9(04) VALUE ZEROES.

           05 FILLER                 PIC X(12)
               VALUE " NO AUDITLOG".

       01  WS-LINHA-NAO-DEVIDO.
           05 FILLER                 PIC X(09) VALUE "DIA UTIL ".
           05 WS-NDL-DATA            PIC 9(08).
           05 FILLER                 PIC X(03) VALUE " - ".
           05 WS-NDL-PROGRAMA        PIC X(08).
           05 FILLER                 PIC X(27)
               VALUE " NAO DEVIDO PELO DRVPLAN".

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "VERIF01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

           COMPUTE WS-DATA-HOJE = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-LE-PARAMETRO
           IF WS-EMPRESA-JULGADA NOT = SPACES
               PERFORM 012-ACHA-CALENDARIO-EMPRESA
           END-IF
           PERFORM 003-CARREGA-EXECUCOES
           PERFORM 009-CARREGA-NAO-DEVIDOS
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "VERIFICACAO DE EXECUCOES AUSENTES DE "
               WS-DATA-INICIAL " A " WS-DATA-FINAL
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-EMPRESA-JULGADA NOT = SPACES
               MOVE SPACES TO RELAT-LINHA
               IF WS-CALENDARIO-JULGADO = SPACES
                   STRING "DIAS UTEIS PELO CALENDARIO DA EMPRESA "
                       WS-EMPRESA-JULGADA " (PADRAO)"
                       DELIMITED BY SIZE INTO RELAT-LINHA
               ELSE
                   STRING "DIAS UTEIS PELO CALENDARIO DA EMPRESA "
                       WS-EMPRESA-JULGADA " (" WS-CALENDARIO-JULGADO ")"
                       DELIMITED BY SIZE INTO RELAT-LINHA
               END-IF
               WRITE RELAT-LINHA
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 005-VARRE-INTERVALO
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "TOTAL DE LACUNAS: " WS-QTDE-LACUNAS
               "   PASSOS NAO DEVIDOS: " WS-QTDE-NAO-DEVIDOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "VERIFRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "VERIFICACAO CONCLUIDA - LACUNAS: " WS-QTDE-LACUNAS
               " (NA DATA CORRENTE: " WS-QTDE-LACUNAS-HOJE ")"
           IF WS-QTDE-LACUNAS-HOJE > ZEROES
                               MOVE PA-DATA-INICIAL TO WS-DATA-INICIAL
                               MOVE PA-DATA-FINAL   TO WS-DATA-FINAL
                           END-IF
                           MOVE PA-EMPRESA TO WS-EMPRESA-JULGADA
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
           SET CS-PROXIMO-DIA-UTIL TO TRUE
           MOVE WS-DATA-CORRENTE TO CS-DATA-1
           MOVE ZEROES TO CS-DATA-2
           MOVE WS-CALENDARIO-JULGADO TO CS-CALENDARIO
           CALL "CALSVC" USING CS-PARAMETROS
           IF CS-RETORNO-OK AND CS-DATA-RESULTADO = WS-DATA-CORRENTE
               MOVE ZEROES TO WS-IDX-PROG
           PERFORM 008-PROCURA-EXECUCAO
               UNTIL EXECUCAO-ENCONTRADA
               OR WS-IDX-EXE = WS-EXE-QTDE
           IF NOT EXECUCAO-ENCONTRADA
               MOVE ZEROES TO WS-IDX-NDV
               PERFORM 011-PROCURA-NAO-DEVIDO
                   UNTIL EXECUCAO-ENCONTRADA
                   OR WS-IDX-NDV = WS-NDV-QTDE
               IF EXECUCAO-ENCONTRADA
                   MOVE WS-DATA-CORRENTE TO WS-NDL-DATA
                   MOVE WS-PROG-ESPERADO(WS-IDX-PROG)
                       TO WS-NDL-PROGRAMA
                   MOVE WS-LINHA-NAO-DEVIDO TO RELAT-LINHA
                   WRITE RELAT-LINHA
                   ADD 1 TO WS-QTDE-NAO-DEVIDOS
               END-IF
           END-IF
           IF NOT EXECUCAO-ENCONTRADA
               MOVE WS-DATA-CORRENTE TO WS-LAC-DATA
               MOVE WS-PROG-ESPERADO(WS-IDX-PROG) TO WS-LAC-PROGRAMA
               SET EXECUCAO-ENCONTRADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Passo pulado pelo DRIVER01 por nao estar devido na        *
      * frequencia do DRVPLAN nao e lacuna: o nome do passo no    *
      * plano e o nome do programa no AUDITLOG.                   *
      *-----------------------------------------------------------*
       009-CARREGA-NAO-DEVIDOS.
           OPEN INPUT RUNHIST-FILE
           EVALUATE WS-FS-RUNHIST
               WHEN "00"
                   PERFORM 010-LE-RUNHIST UNTIL FIM-DO-RUNHIST
                   CLOSE RUNHIST-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-RUNHIST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR RUNHIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       010-LE-RUNHIST.
           READ RUNHIST-FILE
               AT END
                   SET FIM-DO-RUNHIST TO TRUE
               NOT AT END
                   IF RH-PASSO-NAO-DEVIDO
                      AND RH-DATA-EXEC NOT < WS-DATA-INICIAL
                      AND RH-DATA-EXEC NOT > WS-DATA-FINAL
                       IF WS-NDV-QTDE = 1000
                           MOVE "RUNHIST EXCEDE A TABELA DE NAO DEVIDOS"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       ADD 1 TO WS-NDV-QTDE
                       MOVE RH-PASSO     TO WS-NDV-PASSO(WS-NDV-QTDE)
                       MOVE RH-DATA-EXEC TO WS-NDV-DATA(WS-NDV-QTDE)
                   END-IF
           END-READ.

       011-PROCURA-NAO-DEVIDO.
           ADD 1 TO WS-IDX-NDV
           IF WS-NDV-PASSO(WS-IDX-NDV) = WS-PROG-ESPERADO(WS-IDX-PROG)
              AND WS-NDV-DATA(WS-IDX-NDV) = WS-DATA-CORRENTE
               SET EXECUCAO-ENCONTRADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Empresa no VERIFPARM: os dias uteis do intervalo sao      *
      * julgados pelo calendario de feriados dela no EMPRESA      *
      * (EM-CALENDARIO) em vez do calendario padrao.              *
      *-----------------------------------------------------------*
       012-ACHA-CALENDARIO-EMPRESA.
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   PERFORM 013-LE-EMPRESA
                       UNTIL FIM-DE-EMPRESAS OR EMPRESA-CADASTRADA
                   CLOSE EMPRESA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-EMPRESA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF NOT EMPRESA-CADASTRADA
               MOVE "EMPRESA DO VERIFPARM NAO CADASTRADA NO EMPRESA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       013-LE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DE-EMPRESAS TO TRUE
               NOT AT END
                   IF EM-CODIGO = WS-EMPRESA-JULGADA
                       SET EMPRESA-CADASTRADA TO TRUE
                       MOVE EM-CALENDARIO TO WS-CALENDARIO-JULGADO
                   END-IF
           END-READ.

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
