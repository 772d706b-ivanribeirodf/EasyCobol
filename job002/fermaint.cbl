      *              ano seguinte, encerra com RETURN-CODE 4 -     *
      *              para nao postarmos de novo na Confraterniza-  *
      *              cao Universal por calendario vazio.           *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Varios calendarios no FERIADOS           *
      *              (FERIADO.CPY): o cartao FERPARM ganha o       *
      *              codigo do calendario (branco = padrao da      *
      *              matriz) e inclusao, remocao, duplicidade e    *
      *              listagem valem dentro do calendario. A guarda *
      *              de cobertura avisa cada calendario em         *
      *              separado - os do FERIADOS e os apontados por  *
      *              empresa ativa no EMPRESA - e qualquer aviso   *
      *              da RETURN-CODE 4.                             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.
               88 PA-ACAO-LISTAR         VALUE "L".
               88 PA-ACAO-GUARDA         VALUE "G".
           05 PA-DATA                PIC 9(08).
           05 PA-CALENDARIO          PIC X(03).
       FD  FERIADOS-FILE.
           COPY FERIADO.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-FERIADOS            PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

           88 FIM-DE-CARTOES         VALUE "S".
       01  WS-EOF-FERIADOS           PIC X(01) VALUE "N".
           88 FIM-DE-FERIADOS        VALUE "S".
       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DE-EMPRESAS        VALUE "S".

       01  WS-FERIADOS-TAB.
           05 WS-FER-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-FER-ENTRADA         OCCURS 500 TIMES.
               10 WS-FER-DATA        PIC 9(08).
               10 WS-FER-CALENDARIO  PIC X(03).
       01  WS-IDX-FER                PIC 9(03) VALUE ZEROES.
       01  WS-FER-ACHOU              PIC X(01) VALUE "N".
           88 FERIADO-CADASTRADO     VALUE "S".

       01  WS-DATA-ALVO              PIC 9(08) VALUE ZEROES.
       01  WS-CALENDARIO-ALVO        PIC X(03) VALUE SPACES.
       01  WS-CALENDARIO-EXIBIDO     PIC X(06) VALUE SPACES.

      *-----------------------------------------------------------*
      * Calendarios conhecidos para a guarda de cobertura: o      *
      * padrao, os que tem data no FERIADOS e os apontados por    *
      * empresa ativa no EMPRESA (calendario sem nenhuma data     *
      * tambem tem de ser avisado).                               *
      *-----------------------------------------------------------*
       01  WS-CALENDARIOS.
           05 WS-CAL-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-CAL-ENTRADA         OCCURS 30 TIMES.
               10 WS-CAL-CODIGO      PIC X(03).
       01  WS-IDX-CAL                PIC 9(02) VALUE ZEROES.
       01  WS-CAL-ACHOU              PIC X(01) VALUE "N".
           88 CALENDARIO-CONHECIDO   VALUE "S".
       01  WS-QTDE-AVISOS            PIC 9(02) VALUE ZEROES.
       01  WS-DATA-DESM.
           05 WS-ALVO-ANO            PIC 9(04).
           05 WS-ALVO-MES            PIC 9(02).
               AT END
                   SET FIM-DE-FERIADOS TO TRUE
               NOT AT END
                   IF WS-FER-QTDE = 500
                       MOVE "ARQUIVO FERIADOS EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-FER-QTDE
                   MOVE FR-DATA TO WS-FER-DATA(WS-FER-QTDE)
                   MOVE FR-CALENDARIO
                       TO WS-FER-CALENDARIO(WS-FER-QTDE)
           END-READ.

       004-PROCESSA-CARTOES.

       006-INCLUI-FERIADO.
           MOVE PA-DATA TO WS-DATA-ALVO
           MOVE PA-CALENDARIO TO WS-CALENDARIO-ALVO
           PERFORM 023-EXIBE-CALENDARIO
           PERFORM 009-VALIDA-DATA-CALENDARIO
           IF NOT DATA-DE-CALENDARIO
               MOVE "DATA DO FERPARM NAO E DE CALENDARIO"
               MOVE "DATA JA CADASTRADA NO FERIADOS" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-FER-QTDE = 500
               MOVE "ARQUIVO FERIADOS EXCEDE A TABELA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-FER-QTDE
           MOVE WS-DATA-ALVO TO WS-FER-DATA(WS-FER-QTDE)
           MOVE WS-CALENDARIO-ALVO TO WS-FER-CALENDARIO(WS-FER-QTDE)
           ADD 1 TO WS-QTDE-INCLUIDOS
           SET CALENDARIO-ALTERADO TO TRUE
           DISPLAY "FERIADO INCLUIDO: " WS-DATA-ALVO
               " CALENDARIO " WS-CALENDARIO-EXIBIDO.

       007-REMOVE-FERIADO.
           MOVE PA-DATA TO WS-DATA-ALVO
           MOVE PA-CALENDARIO TO WS-CALENDARIO-ALVO
           PERFORM 023-EXIBE-CALENDARIO
           PERFORM 011-PROCURA-FERIADO
           IF NOT FERIADO-CADASTRADO
               MOVE "DATA A REMOVER NAO CONSTA NO FERIADOS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE WS-FER-ENTRADA(WS-FER-QTDE)
               TO WS-FER-ENTRADA(WS-IDX-FER)
           SUBTRACT 1 FROM WS-FER-QTDE
           ADD 1 TO WS-QTDE-REMOVIDOS
           SET CALENDARIO-ALTERADO TO TRUE
           DISPLAY "FERIADO REMOVIDO: " WS-DATA-ALVO
               " CALENDARIO " WS-CALENDARIO-EXIBIDO.

       008-LISTA-ANO.
           COMPUTE WS-ANO-LISTADO = PA-DATA / 10000
           MOVE PA-CALENDARIO TO WS-CALENDARIO-ALVO
           PERFORM 023-EXIBE-CALENDARIO
           MOVE ZEROES TO WS-QTDE-LISTADOS
           DISPLAY "FERIADOS DO ANO " WS-ANO-LISTADO
               " - CALENDARIO " WS-CALENDARIO-EXIBIDO ":"
           MOVE ZEROES TO WS-IDX-FER
           PERFORM 013-LISTA-UM-FERIADO
               UNTIL WS-IDX-FER = WS-FER-QTDE
           ADD 1 TO WS-IDX-FER
           COMPUTE WS-ANO-FERIADO = WS-FER-DATA(WS-IDX-FER) / 10000
           IF WS-ANO-FERIADO = WS-ANO-LISTADO
              AND WS-FER-CALENDARIO(WS-IDX-FER) = WS-CALENDARIO-ALVO
               DISPLAY "  " WS-FER-DATA(WS-IDX-FER)
               ADD 1 TO WS-QTDE-LISTADOS
           END-IF.
       014-TESTA-FERIADO.
           ADD 1 TO WS-IDX-FER
           IF WS-FER-DATA(WS-IDX-FER) = WS-DATA-ALVO
              AND WS-FER-CALENDARIO(WS-IDX-FER) = WS-CALENDARIO-ALVO
               SET FERIADO-CADASTRADO TO TRUE
           END-IF.


       015-GRAVA-FERIADO.
           ADD 1 TO WS-IDX-FER
           MOVE WS-FER-DATA(WS-IDX-FER)       TO FR-DATA
           MOVE WS-FER-CALENDARIO(WS-IDX-FER) TO FR-CALENDARIO
           WRITE FR-FERIADO-REC.

      *-----------------------------------------------------------*
      * Guarda de cobertura: cada calendario conhecido e avisado  *
      * em separado quando nao tem nenhuma data do ano seguinte.  *
      *-----------------------------------------------------------*
       012-GUARDA-ANO-SEGUINTE.
           COMPUTE WS-DIAS-ATE-FIM-ANO =
               FUNCTION INTEGER-OF-DATE(DH-ANO-ATUAL * 10000 + 1231)
               CONTINUE
           ELSE
               COMPUTE WS-ANO-SEGUINTE = DH-ANO-ATUAL + 1
               PERFORM 017-MONTA-CALENDARIOS
               MOVE ZEROES TO WS-QTDE-AVISOS
               MOVE ZEROES TO WS-IDX-CAL
               PERFORM 022-GUARDA-UM-CALENDARIO
                   UNTIL WS-IDX-CAL = WS-CAL-QTDE
               IF WS-QTDE-AVISOS > ZEROES
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       022-GUARDA-UM-CALENDARIO.
           ADD 1 TO WS-IDX-CAL
           MOVE WS-CAL-CODIGO(WS-IDX-CAL) TO WS-CALENDARIO-ALVO
           PERFORM 023-EXIBE-CALENDARIO
           MOVE ZEROES TO WS-QTDE-ANO-SEGUINTE
           MOVE ZEROES TO WS-IDX-FER
           PERFORM 016-CONTA-ANO-SEGUINTE
               UNTIL WS-IDX-FER = WS-FER-QTDE
           IF WS-QTDE-ANO-SEGUINTE = ZEROES
               DISPLAY "*** AVISO: FALTAM " WS-DIAS-ATE-FIM-ANO
                   " DIA(S) PARA O FIM DO ANO E O CALENDARIO "
                   WS-CALENDARIO-EXIBIDO " DO FERIADOS NAO TEM "
                   "NENHUMA DATA DE " WS-ANO-SEGUINTE
               ADD 1 TO WS-QTDE-AVISOS
           END-IF.

       016-CONTA-ANO-SEGUINTE.
           ADD 1 TO WS-IDX-FER
           COMPUTE WS-ANO-FERIADO = WS-FER-DATA(WS-IDX-FER) / 10000
           IF WS-ANO-FERIADO = WS-ANO-SEGUINTE
              AND WS-FER-CALENDARIO(WS-IDX-FER) = WS-CALENDARIO-ALVO
               ADD 1 TO WS-QTDE-ANO-SEGUINTE
           END-IF.

       017-MONTA-CALENDARIOS.
           MOVE ZEROES TO WS-CAL-QTDE
           MOVE SPACES TO WS-CALENDARIO-ALVO
           PERFORM 020-INCLUI-CALENDARIO
           MOVE ZEROES TO WS-IDX-FER
           PERFORM 018-CALENDARIO-DO-FERIADO
               UNTIL WS-IDX-FER = WS-FER-QTDE
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   PERFORM 019-LE-EMPRESA UNTIL FIM-DE-EMPRESAS
                   CLOSE EMPRESA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-EMPRESA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       018-CALENDARIO-DO-FERIADO.
           ADD 1 TO WS-IDX-FER
           MOVE WS-FER-CALENDARIO(WS-IDX-FER) TO WS-CALENDARIO-ALVO
           PERFORM 020-INCLUI-CALENDARIO.

       019-LE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DE-EMPRESAS TO TRUE
               NOT AT END
                   IF EM-EMPRESA-ATIVA
                       MOVE EM-CALENDARIO TO WS-CALENDARIO-ALVO
                       PERFORM 020-INCLUI-CALENDARIO
                   END-IF
           END-READ.

       020-INCLUI-CALENDARIO.
           MOVE ZEROES TO WS-IDX-CAL
           MOVE "N" TO WS-CAL-ACHOU
           PERFORM 021-PROCURA-CALENDARIO
               UNTIL CALENDARIO-CONHECIDO OR WS-IDX-CAL = WS-CAL-QTDE
           IF NOT CALENDARIO-CONHECIDO
               IF WS-CAL-QTDE = 30
                   MOVE "MAIS DE 30 CALENDARIOS NO FERIADOS/EMPRESA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-CAL-QTDE
               MOVE WS-CALENDARIO-ALVO TO WS-CAL-CODIGO(WS-CAL-QTDE)
           END-IF.

       021-PROCURA-CALENDARIO.
           ADD 1 TO WS-IDX-CAL
           IF WS-CAL-CODIGO(WS-IDX-CAL) = WS-CALENDARIO-ALVO
               SET CALENDARIO-CONHECIDO TO TRUE
           END-IF.

       023-EXIBE-CALENDARIO.
           IF WS-CALENDARIO-ALVO = SPACES
               MOVE "PADRAO" TO WS-CALENDARIO-EXIBIDO
           ELSE
               MOVE WS-CALENDARIO-ALVO TO WS-CALENDARIO-EXIBIDO
           END-IF.

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
