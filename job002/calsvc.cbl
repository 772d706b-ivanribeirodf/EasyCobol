      *              para o DRIVER01 rolar para frente uma         *
      *              execucao em dia nao util e os jobs datarem    *
      *              a postagem no dia util correto.               *
      * 15/10/2026 - IR - Calendario de feriados por codigo:       *
      *              CS-CALENDARIO escolhe o calendario do         *
      *              FERIADOS (FERIADO.CPY, data mais codigo) e so *
      *              as datas dele entram na tabela. Branco e o    *
      *              calendario padrao da matriz, onde ficam os    *
      *              registros antigos so com a data.              *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FERIADOS-FILE.
           COPY FERIADO.
       WORKING-STORAGE SECTION.
       01  WS-FS-FERIADOS           PIC X(02).
       01  WS-EOF-FERIADOS          PIC X(01).
           05 WS-FER-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-FER-DATA           PIC 9(08) OCCURS 100 TIMES.
       01  WS-IDX-FER               PIC 9(03) VALUE ZEROES.
       01  WS-CALENDARIO            PIC X(03) VALUE SPACES.
       01  WS-DIA-INTEIRO           PIC 9(08) VALUE ZEROES.
       01  WS-DIA-INTEIRO-FIM       PIC 9(08) VALUE ZEROES.
       01  WS-DATA-TESTE            PIC 9(08) VALUE ZEROES.
               SET CS-RETORNO-ERRO TO TRUE
               GOBACK
           END-IF
           MOVE CS-CALENDARIO TO WS-CALENDARIO
           IF WS-CALENDARIO = LOW-VALUES
               MOVE SPACES TO WS-CALENDARIO
           END-IF
           MOVE ZEROES TO WS-FER-QTDE
           PERFORM 002-CARREGA-FERIADOS
           EVALUATE TRUE
                   SET FIM-DE-FERIADOS TO TRUE
               NOT AT END
                   IF WS-FER-QTDE < 100
                      AND FR-CALENDARIO = WS-CALENDARIO
                       ADD 1 TO WS-FER-QTDE
                       MOVE FR-DATA TO WS-FER-DATA(WS-FER-QTDE)
                   END-IF
           END-READ.

