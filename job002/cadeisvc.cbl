       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEISVC.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: servico de encadeamento   *
      *              dos logs AUDITLOG e ERRLOG, no molde do       *
      *              ALRTSVC. Quem grava um registro no log chama  *
      *              o servico logo antes do WRITE: o registro     *
      *              recebe a proxima sequencia da cabeca da       *
      *              cadeia (AUDCHAIN/ERRCHAIN, CADCTL.CPY) e um   *
      *              hash do proprio conteudo com o hash do        *
      *              registro anterior, e a cabeca e regravada.    *
      *              Registro alterado, apagado ou inserido depois *
      *              de gravado quebra a cadeia, que o CADEIA01    *
      *              confere com a funcao de calculo deste mesmo   *
      *              servico. Falha na cabeca so vai ao console e  *
      *              o registro sai sem cadeia: o servico nunca    *
      *              derruba quem o chamou, que pode estar no meio *
      *              do proprio tratamento de erro.                *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CABECA-FILE ASSIGN USING WS-CABECA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CABECA.
       DATA DIVISION.
       FILE SECTION.
       FD  CABECA-FILE.
           COPY CADCTL.
       WORKING-STORAGE SECTION.
           COPY DATETIME.

       01  WS-FS-CABECA             PIC X(02).
       01  WS-CABECA-NOME           PIC X(08) VALUE SPACES.

       01  WS-TAMANHO               PIC 9(03) VALUE ZEROES.
       01  WS-CONTEUDO              PIC X(94) VALUE SPACES.
       01  WS-SEQUENCIA             PIC 9(09) VALUE ZEROES.
       01  WS-IDX-POS               PIC 9(03) VALUE ZEROES.
       01  WS-CODIGO                PIC 9(03) VALUE ZEROES.
       01  WS-H1                    PIC 9(09) VALUE ZEROES.
       01  WS-H2                    PIC 9(09) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Hash de 18 digitos em duas metades de 9, cada uma um      *
      * acumulador polinomial modulo um primo diferente.          *
      *-----------------------------------------------------------*
       01  WS-HASH-ANTERIOR         PIC 9(18) VALUE ZEROES.
       01  WS-HASH-ANT-PARTES REDEFINES WS-HASH-ANTERIOR.
           05 WS-HA-ALTO            PIC 9(09).
           05 WS-HA-BAIXO           PIC 9(09).
       01  WS-HASH-NOVO             PIC 9(18) VALUE ZEROES.
       01  WS-HASH-NOVO-PARTES REDEFINES WS-HASH-NOVO.
           05 WS-HN-ALTO            PIC 9(09).
           05 WS-HN-BAIXO           PIC 9(09).

       LINKAGE SECTION.
           COPY CADEIA.
       01  CD-REG-CONTEUDO          PIC X(94).
       01  CD-REG-CADEIA.
           05 CD-REG-SEQUENCIA      PIC 9(09).
           05 CD-REG-HASH           PIC 9(18).

       PROCEDURE DIVISION USING CD-PARAMETROS CD-REG-CONTEUDO
                                CD-REG-CADEIA.

       001-INICIO.
           SET CD-RETORNO-OK TO TRUE
           EVALUATE TRUE
               WHEN CD-ARQUIVO-AUDITLOG
                   MOVE 54 TO WS-TAMANHO
                   MOVE "AUDCHAIN" TO WS-CABECA-NOME
               WHEN CD-ARQUIVO-ERRLOG
                   MOVE 94 TO WS-TAMANHO
                   MOVE "ERRCHAIN" TO WS-CABECA-NOME
               WHEN OTHER
                   DISPLAY "CADEISVC - LOG SEM CADEIA: " CD-ARQUIVO
                   SET CD-RETORNO-ERRO TO TRUE
           END-EVALUATE
           IF CD-RETORNO-OK
               IF CD-CALCULA
                   MOVE CD-REG-SEQUENCIA TO WS-SEQUENCIA
                   MOVE CD-HASH-ANTERIOR TO WS-HASH-ANTERIOR
                   PERFORM 010-CALCULA-HASH
                   MOVE WS-HASH-NOVO TO CD-HASH-CALCULADO
               ELSE
                   PERFORM 002-ENCADEIA-REGISTRO
               END-IF
           ELSE
               IF NOT CD-CALCULA
                   MOVE ZEROES TO CD-REG-CADEIA
               END-IF
           END-IF
           GOBACK.

       002-ENCADEIA-REGISTRO.
           PERFORM 003-LE-CABECA
           IF CD-RETORNO-OK
               COMPUTE WS-SEQUENCIA = CC-ULTIMA-SEQUENCIA + 1
               MOVE CC-ULTIMO-HASH TO WS-HASH-ANTERIOR
               PERFORM 010-CALCULA-HASH
               PERFORM 004-GRAVA-CABECA
           END-IF
           IF CD-RETORNO-OK
               MOVE WS-SEQUENCIA TO CD-REG-SEQUENCIA
               MOVE WS-HASH-NOVO TO CD-REG-HASH
               MOVE WS-HASH-NOVO TO CD-HASH-CALCULADO
           ELSE
               MOVE ZEROES TO CD-REG-CADEIA
           END-IF.

       003-LE-CABECA.
           OPEN INPUT CABECA-FILE
           EVALUATE WS-FS-CABECA
               WHEN "00"
                   READ CABECA-FILE
                       AT END
                           INITIALIZE CC-CADEIA-REC
                   END-READ
                   CLOSE CABECA-FILE
                   IF CC-ULTIMA-SEQUENCIA IS NOT NUMERIC
                      OR CC-ULTIMO-HASH IS NOT NUMERIC
                       DISPLAY "CADEISVC - CABECA " WS-CABECA-NOME
                           " INVALIDA - REGISTRO SEM CADEIA"
                       SET CD-RETORNO-ERRO TO TRUE
                   END-IF
               WHEN "35"
                   INITIALIZE CC-CADEIA-REC
               WHEN OTHER
                   DISPLAY "FALHA AO ABRIR " WS-CABECA-NOME
                       " - STATUS " WS-FS-CABECA
                   SET CD-RETORNO-ERRO TO TRUE
           END-EVALUATE.

       004-GRAVA-CABECA.
           ACCEPT DH-DATA-ATUAL  FROM DATE YYYYMMDD
           ACCEPT DH-TEMPO-ATUAL FROM TIME
           COMPUTE CC-DATA-ATUALIZACAO = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE CC-HORA-ATUALIZACAO = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-SEQUENCIA TO CC-ULTIMA-SEQUENCIA
           MOVE WS-HASH-NOVO TO CC-ULTIMO-HASH
           OPEN OUTPUT CABECA-FILE
           IF WS-FS-CABECA = "00"
               WRITE CC-CADEIA-REC
               CLOSE CABECA-FILE
           ELSE
               DISPLAY "FALHA AO GRAVAR " WS-CABECA-NOME
                   " - STATUS " WS-FS-CABECA
               SET CD-RETORNO-ERRO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Hash do registro: a sequencia e cada caractere do         *
      * conteudo alimentam os dois acumuladores a partir do hash  *
      * do registro anterior. No AUDITLOG o tipo de lancamento    *
      * "O" (original marcado pelo BACKOUT) e o branco dos        *
      * gravadores antigos entram como "N".                       *
      *-----------------------------------------------------------*
       010-CALCULA-HASH.
           MOVE SPACES TO WS-CONTEUDO
           MOVE CD-REG-CONTEUDO(1:WS-TAMANHO) TO WS-CONTEUDO
           IF CD-ARQUIVO-AUDITLOG
               IF WS-CONTEUDO(50:1) = "O" OR WS-CONTEUDO(50:1) = " "
                   MOVE "N" TO WS-CONTEUDO(50:1)
               END-IF
           END-IF
           COMPUTE WS-H1 = FUNCTION MOD(WS-HA-ALTO * 31
               + WS-SEQUENCIA, 999999937)
           COMPUTE WS-H2 = FUNCTION MOD(WS-HA-BAIXO * 37
               + WS-SEQUENCIA, 999999929)
           MOVE ZEROES TO WS-IDX-POS
           PERFORM 011-SOMA-CARACTERE UNTIL WS-IDX-POS = WS-TAMANHO
           MOVE WS-H1 TO WS-HN-ALTO
           MOVE WS-H2 TO WS-HN-BAIXO.

       011-SOMA-CARACTERE.
           ADD 1 TO WS-IDX-POS
           COMPUTE WS-CODIGO = FUNCTION ORD(WS-CONTEUDO(WS-IDX-POS:1))
           COMPUTE WS-H1 = FUNCTION MOD(WS-H1 * 31 + WS-CODIGO,
               999999937)
           COMPUTE WS-H2 = FUNCTION MOD(WS-H2 * 37
               + WS-CODIGO * WS-IDX-POS, 999999929).
