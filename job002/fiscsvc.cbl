       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCSVC.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: servico de calendario     *
      *              fiscal por empresa no molde do CALSVC. Le o   *
      *              CALFISC (mes inicial do exercicio e periodo   *
      *              13 de ajuste) e responde, pela area           *
      *              FISCSVC.CPY, o exercicio, o periodo fiscal e  *
      *              os periodos seguinte/anterior de um periodo,  *
      *              ou os limites de um exercicio, para PERCLOSE, *
      *              ADD05, ENTGL01, GLCLOSE, ANOCLOSE, GLAUDIT e  *
      *              os relatorios com acumulado no exercicio.     *
      *              O CALFISC e carregado so na primeira chamada  *
      *              da execucao: o servico e chamado por registro *
      *              do GLSALDO nos programas de fechamento.       *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFISC-FILE ASSIGN TO "CALFISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALFISC.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFISC-FILE.
           COPY CALFISC.
       WORKING-STORAGE SECTION.
       01  WS-FS-CALFISC            PIC X(02).
       01  WS-EOF-CALFISC           PIC X(01).
           88 FIM-DE-CALFISC        VALUE "S".
       01  WS-CALFISC-CARREGADO     PIC X(01) VALUE "N".
           88 CALFISC-CARREGADO     VALUE "S".
       01  WS-CALENDARIOS-TAB.
           05 WS-CAL-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-CAL-ENTRADA OCCURS 50 TIMES.
              10 WS-CAL-COMPANY     PIC X(03).
              10 WS-CAL-MES-INICIAL PIC 9(02).
              10 WS-CAL-AJUSTE      PIC X(01).
       01  WS-IDX-CAL               PIC 9(03) VALUE ZEROES.
       01  WS-CAL-ACHADO            PIC X(01) VALUE "N".
           88 CALENDARIO-ACHADO     VALUE "S".
       01  WS-MES-INICIAL           PIC 9(02) VALUE 01.
       01  WS-TEM-AJUSTE            PIC X(01) VALUE "N".
           88 EMPRESA-COM-AJUSTE    VALUE "S".
       01  WS-ANO-CALC              PIC 9(04) VALUE ZEROES.
       01  WS-MES-CALC              PIC 9(02) VALUE ZEROES.
       01  WS-PERIODO-CALC          PIC 9(06) VALUE ZEROES.
       LINKAGE SECTION.
           COPY FISCSVC.

       PROCEDURE DIVISION USING FS-PARAMETROS.

       001-INICIO.
           SET FS-RETORNO-OK TO TRUE
           MOVE "N" TO FS-FIM-DE-EXERCICIO
           IF NOT CALFISC-CARREGADO
               PERFORM 002-CARREGA-CALFISC
           END-IF
           PERFORM 004-ACHA-CALENDARIO
           MOVE WS-MES-INICIAL TO FS-MES-INICIAL
           MOVE WS-TEM-AJUSTE TO FS-TEM-AJUSTE
           EVALUATE TRUE
               WHEN FS-POSICIONA-PERIODO
                   PERFORM 005-POSICIONA-PERIODO
               WHEN FS-LIMITES-EXERCICIO
                   IF FS-EXERCICIO IS NOT NUMERIC
                      OR FS-EXERCICIO = ZEROES
                       SET FS-RETORNO-ERRO TO TRUE
                   ELSE
                       PERFORM 006-LIMITES-EXERCICIO
                       MOVE FS-ULTIMO-PERIODO TO FS-PERIODO
                       PERFORM 005-POSICIONA-PERIODO
                   END-IF
               WHEN OTHER
                   SET FS-RETORNO-ERRO TO TRUE
           END-EVALUATE
           GOBACK.

       002-CARREGA-CALFISC.
           SET CALFISC-CARREGADO TO TRUE
           MOVE ZEROES TO WS-CAL-QTDE
           MOVE "N" TO WS-EOF-CALFISC
           OPEN INPUT CALFISC-FILE
           EVALUATE WS-FS-CALFISC
               WHEN "00"
                   PERFORM 003-LE-CALFISC UNTIL FIM-DE-CALFISC
                   CLOSE CALFISC-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       003-LE-CALFISC.
           READ CALFISC-FILE
               AT END
                   SET FIM-DE-CALFISC TO TRUE
               NOT AT END
                   IF WS-CAL-QTDE < 50
                      AND CF-MES-INICIAL IS NUMERIC
                      AND CF-MES-INICIAL > ZEROES
                      AND CF-MES-INICIAL < 13
                       ADD 1 TO WS-CAL-QTDE
                       MOVE CF-COMPANY-CODE
                           TO WS-CAL-COMPANY(WS-CAL-QTDE)
                       MOVE CF-MES-INICIAL
                           TO WS-CAL-MES-INICIAL(WS-CAL-QTDE)
                       MOVE CF-PERIODO-AJUSTE
                           TO WS-CAL-AJUSTE(WS-CAL-QTDE)
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Calendario da empresa; sem registro proprio vale o da     *
      * empresa em branco e, sem ele, o ano civil sem ajuste.     *
      *-----------------------------------------------------------*
       004-ACHA-CALENDARIO.
           MOVE 01 TO WS-MES-INICIAL
           MOVE "N" TO WS-TEM-AJUSTE
           MOVE "N" TO WS-CAL-ACHADO
           MOVE ZEROES TO WS-IDX-CAL
           PERFORM 007-TESTA-CALENDARIO
               UNTIL WS-IDX-CAL = WS-CAL-QTDE
               OR CALENDARIO-ACHADO
           IF NOT CALENDARIO-ACHADO
              AND FS-COMPANY-CODE NOT = SPACES
               MOVE ZEROES TO WS-IDX-CAL
               PERFORM 008-TESTA-CALENDARIO-PADRAO
                   UNTIL WS-IDX-CAL = WS-CAL-QTDE
                   OR CALENDARIO-ACHADO
           END-IF
           IF CALENDARIO-ACHADO
               MOVE WS-CAL-MES-INICIAL(WS-IDX-CAL) TO WS-MES-INICIAL
               IF WS-CAL-AJUSTE(WS-IDX-CAL) = "S"
                   SET EMPRESA-COM-AJUSTE TO TRUE
               END-IF
           END-IF.

       007-TESTA-CALENDARIO.
           ADD 1 TO WS-IDX-CAL
           IF WS-CAL-COMPANY(WS-IDX-CAL) = FS-COMPANY-CODE
               SET CALENDARIO-ACHADO TO TRUE
           END-IF.

       008-TESTA-CALENDARIO-PADRAO.
           ADD 1 TO WS-IDX-CAL
           IF WS-CAL-COMPANY(WS-IDX-CAL) = SPACES
               SET CALENDARIO-ACHADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Exercicio e periodo fiscal de FS-PERIODO. O exercicio tem *
      * o ano em que termina: com inicio em julho, 202507 e o     *
      * periodo 01 do exercicio 2026 e 202606 o periodo 12.       *
      *-----------------------------------------------------------*
       005-POSICIONA-PERIODO.
           IF FS-PERIODO IS NOT NUMERIC
               SET FS-RETORNO-ERRO TO TRUE
           ELSE
               COMPUTE WS-ANO-CALC = FS-PERIODO / 100
               COMPUTE WS-MES-CALC = FS-PERIODO - WS-ANO-CALC * 100
               EVALUATE TRUE
                   WHEN WS-ANO-CALC = ZEROES
                       SET FS-RETORNO-ERRO TO TRUE
                   WHEN WS-MES-CALC = 13 AND EMPRESA-COM-AJUSTE
                       MOVE WS-ANO-CALC TO FS-EXERCICIO
                       MOVE 13 TO FS-PERIODO-FISCAL
                   WHEN WS-MES-CALC < 1 OR WS-MES-CALC > 12
                       SET FS-RETORNO-ERRO TO TRUE
                   WHEN WS-MES-INICIAL = 1
                       MOVE WS-ANO-CALC TO FS-EXERCICIO
                       MOVE WS-MES-CALC TO FS-PERIODO-FISCAL
                   WHEN WS-MES-CALC NOT < WS-MES-INICIAL
                       COMPUTE FS-EXERCICIO = WS-ANO-CALC + 1
                       COMPUTE FS-PERIODO-FISCAL =
                           WS-MES-CALC - WS-MES-INICIAL + 1
                   WHEN OTHER
                       MOVE WS-ANO-CALC TO FS-EXERCICIO
                       COMPUTE FS-PERIODO-FISCAL =
                           WS-MES-CALC + 13 - WS-MES-INICIAL
               END-EVALUATE
           END-IF
           IF FS-RETORNO-OK
               PERFORM 006-LIMITES-EXERCICIO
               COMPUTE FS-CHAVE-FISCAL =
                   FS-EXERCICIO * 100 + FS-PERIODO-FISCAL
               PERFORM 009-PERIODO-SEGUINTE
               PERFORM 010-PERIODO-ANTERIOR
               IF FS-PERIODO = FS-ULTIMO-PERIODO
                   MOVE "S" TO FS-FIM-DE-EXERCICIO
               END-IF
           END-IF.

       006-LIMITES-EXERCICIO.
           IF WS-MES-INICIAL = 1
               COMPUTE FS-PRIMEIRO-PERIODO = FS-EXERCICIO * 100 + 1
               COMPUTE FS-ULTIMO-MES = FS-EXERCICIO * 100 + 12
           ELSE
               COMPUTE FS-PRIMEIRO-PERIODO =
                   (FS-EXERCICIO - 1) * 100 + WS-MES-INICIAL
               COMPUTE FS-ULTIMO-MES =
                   FS-EXERCICIO * 100 + WS-MES-INICIAL - 1
           END-IF
           IF EMPRESA-COM-AJUSTE
               COMPUTE FS-PERIODO-AJUSTE = FS-EXERCICIO * 100 + 13
               MOVE FS-PERIODO-AJUSTE TO FS-ULTIMO-PERIODO
           ELSE
               MOVE ZEROES TO FS-PERIODO-AJUSTE
               MOVE FS-ULTIMO-MES TO FS-ULTIMO-PERIODO
           END-IF.

       009-PERIODO-SEGUINTE.
           EVALUATE TRUE
               WHEN FS-PERIODO-FISCAL = 13
                   MOVE FS-ULTIMO-MES TO WS-PERIODO-CALC
                   PERFORM 011-MES-SEGUINTE
               WHEN FS-PERIODO-FISCAL = 12 AND EMPRESA-COM-AJUSTE
                   MOVE FS-PERIODO-AJUSTE TO WS-PERIODO-CALC
               WHEN OTHER
                   MOVE FS-PERIODO TO WS-PERIODO-CALC
                   PERFORM 011-MES-SEGUINTE
           END-EVALUATE
           MOVE WS-PERIODO-CALC TO FS-PERIODO-SEGUINTE.

       010-PERIODO-ANTERIOR.
           EVALUATE TRUE
               WHEN FS-PERIODO-FISCAL = 13
                   MOVE FS-ULTIMO-MES TO WS-PERIODO-CALC
               WHEN FS-PERIODO-FISCAL = 1 AND EMPRESA-COM-AJUSTE
                   COMPUTE WS-PERIODO-CALC =
                       (FS-EXERCICIO - 1) * 100 + 13
               WHEN OTHER
                   MOVE FS-PERIODO TO WS-PERIODO-CALC
                   PERFORM 012-MES-ANTERIOR
           END-EVALUATE
           MOVE WS-PERIODO-CALC TO FS-PERIODO-ANTERIOR.

       011-MES-SEGUINTE.
           COMPUTE WS-ANO-CALC = WS-PERIODO-CALC / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-CALC - WS-ANO-CALC * 100
           IF WS-MES-CALC = 12
               COMPUTE WS-PERIODO-CALC = (WS-ANO-CALC + 1) * 100 + 1
           ELSE
               ADD 1 TO WS-PERIODO-CALC
           END-IF.

       012-MES-ANTERIOR.
           COMPUTE WS-ANO-CALC = WS-PERIODO-CALC / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-CALC - WS-ANO-CALC * 100
           IF WS-MES-CALC = 1
               COMPUTE WS-PERIODO-CALC = (WS-ANO-CALC - 1) * 100 + 12
           ELSE
               SUBTRACT 1 FROM WS-PERIODO-CALC
           END-IF.
