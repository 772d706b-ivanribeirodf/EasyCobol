      *              CTL*: programa sem controle cadastrado nao recebe    *
      *              mais a mensagem de liberado junto com a de "nada a   *
      *              zerar".                                              *
      * 15/10/2026 - IR - Estorno de registro do IFACETOT leva     *
      *              junto a quebra por conta de controle do       *
      *              IFACECTA: cada linha do original e regravada  *
      *              negada, com a sequencia nova e a data/hora do *
      *              estorno, para a prova diaria PROVA01 ver o    *
      *              estorno nas mesmas contas.                    *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-on do OPERCARD (OPERCARD.CPY: ID,   *
      *              senha e senha nova) conferido pelo servico    *
      *              SENHASVC antes da validacao no OPERMAST;      *
      *              senha invalida, operador bloqueado ou senha   *
      *              expirada sem troca encerram o programa.       *
      * 15/10/2026 - IR - Registro do AUDITLOG e evento do ERRLOG  *
      *              encadeados pelo servico CADEISVC antes do     *
      *              WRITE: sequencia da cabeca                    *
      *              (AUDCHAIN/ERRCHAIN) e hash do conteudo com o  *
      *              hash do registro anterior, conferidos pelo    *
      *              CADEIA01. Registros do AUDITLOG regravados    *
      *              com as 81 posicoes do layout encadeado; o     *
      *              original marcado "O" continua ligado na       *
      *              cadeia.                                       *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT IFACE-TMP-FILE ASSIGN TO "IFACETMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFCTMP.
           SELECT QUEBRA-FILE ASSIGN TO "IFACECTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUEBRA.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           05 PA-DATA-EXEC           PIC 9(08).
           05 PA-HORA-EXEC           PIC 9(08).
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  IFACE-FILE.
           COPY INTERFACE.
       FD  IFACE-TMP-FILE.
       01  IF-TMP-REC                PIC X(75).
       FD  QUEBRA-FILE.
           COPY IFACECTA.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  AUDIT-TMP-FILE.
       01  AUD-TMP-REC               PIC X(81).
       FD  SEQ-CTL-FILE.
           COPY SEQCTL.
       FD  CTL-CALC-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-IFACE               PIC X(02).
       01  WS-FS-IFCTMP              PIC X(02).
       01  WS-FS-QUEBRA              PIC X(02).
       01  WS-FS-AUDITLOG            PIC X(02).
       01  WS-FS-AUDTMP              PIC X(02).
       01  WS-FS-SEQCTL              PIC X(02).
           05 WS-EST-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-EST-ENTRADA         OCCURS 100 TIMES.
               10 WS-EST-REGISTRO    PIC X(71).
               10 WS-EST-SEQ-ORIGINAL PIC 9(09).
               10 WS-EST-SEQ-NOVA    PIC 9(09).
       01  WS-IDX-EST                PIC 9(03) VALUE ZEROES.
       01  WS-EST-ACHOU              PIC X(01) VALUE "N".
           88 ESTORNO-ENCONTRADO     VALUE "S".

       01  WS-ESTORNOS-QUEBRA.
           05 WS-EQB-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-EQB-ENTRADA         OCCURS 500 TIMES.
               10 WS-EQB-REGISTRO    PIC X(58).
       01  WS-IDX-EQB                PIC 9(03) VALUE ZEROES.

       01  WS-ESTORNOS-AUD.
           05 WS-EAU-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-EAU-ENTRADA         OCCURS 100 TIMES.
               10 WS-EAU-REGISTRO    PIC X(81).
       01  WS-IDX-EAU                PIC 9(03) VALUE ZEROES.

       01  WS-QTDE-IF-MARCADOS       PIC 9(03) VALUE ZEROES.
           PERFORM 002-LE-PARAMETRO
           PERFORM 003-CAPTURA-OPERADOR
           PERFORM 010-ESTORNA-INTERFACE
           IF WS-QTDE-IF-MARCADOS > ZEROES
               PERFORM 031-ESTORNA-QUEBRA
           END-IF
           PERFORM 020-ESTORNA-AUDITORIA
           IF WS-QTDE-IF-MARCADOS = ZEROES
              AND WS-QTDE-AUD-MARCADOS = ZEROES
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 035-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       035-CONFERE-SENHA.
           SET SS-CONFERE-SENHA TO TRUE
           MOVE WS-NOME-PROGRAMA TO SS-PROGRAMA
           MOVE WS-OPERADOR-ID   TO SS-OPERADOR-ID
           MOVE OC-SENHA         TO SS-SENHA
           MOVE OC-SENHA-NOVA    TO SS-SENHA-NOVA
           CALL "SENHASVC" USING SS-PARAMETROS
               ON EXCEPTION
                   SET SS-RETORNO-ERRO TO TRUE
                   MOVE "SENHASVC INDISPONIVEL - SIGN-ON IMPOSSIVEL"
                       TO SS-MENSAGEM
           END-CALL
           IF NOT SS-RETORNO-OK AND NOT SS-CADASTRO-AUSENTE
               CLOSE OPERADOR-FILE
               MOVE SS-MENSAGEM TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       010-ESTORNA-INTERFACE.
           MOVE "N" TO WS-EOF
           OPEN INPUT IFACE-FILE
           MOVE "E" TO IF-TIPO-LANCAMENTO
           ADD 1 TO WS-EST-QTDE
           MOVE IF-INTERFACE-REC TO WS-EST-REGISTRO(WS-EST-QTDE)
           MOVE IF-SEQUENCIA TO WS-EST-SEQ-ORIGINAL(WS-EST-QTDE)
      * desfaz as alteracoes no registro corrente, que volta a ser
      * o original a marcar
           COMPUTE IF-VALOR-TOTAL = IF-VALOR-TOTAL * -1
           MOVE WS-EST-REGISTRO(WS-IDX-EST) TO IF-INTERFACE-REC
           ADD 1 TO WS-SEQUENCIA-IF
           MOVE WS-SEQUENCIA-IF TO IF-SEQUENCIA
           MOVE WS-SEQUENCIA-IF TO WS-EST-SEQ-NOVA(WS-IDX-EST)
           WRITE IF-INTERFACE-REC.

       015-LE-SEQUENCIA.
       025-GRAVA-ESTORNO-AUD.
           ADD 1 TO WS-IDX-EAU
           MOVE WS-EAU-REGISTRO(WS-IDX-EAU) TO AUD-LOG-REC
           SET CD-ENCADEIA TO TRUE
           MOVE "AUDITLOG" TO CD-ARQUIVO
           CALL "CADEISVC" USING CD-PARAMETROS
               AUD-CONTEUDO AUD-CADEIA
               ON EXCEPTION
                   MOVE ZEROES TO AUD-CADEIA
           END-CALL
           WRITE AUD-LOG-REC.

       030-ZERA-CONTROLE-DIARIO.
                       WS-PROGRAMA-ALVO " - NADA A ZERAR"
           END-EVALUATE.

      *-----------------------------------------------------------*
      * A quebra por conta de controle (IFACECTA) dos registros   *
      * estornados acompanha o estorno: cada linha do original    *
      * volta negada, com a sequencia nova e a data/hora do       *
      * estorno, para a prova diaria PROVA01 enxergar o estorno   *
      * nas mesmas contas de controle do original.                *
      *-----------------------------------------------------------*
       031-ESTORNA-QUEBRA.
           MOVE "N" TO WS-EOF
           OPEN INPUT QUEBRA-FILE
           EVALUATE WS-FS-QUEBRA
               WHEN "00"
                   PERFORM 032-SELECIONA-QUEBRA UNTIL FIM-DO-ARQUIVO
                   CLOSE QUEBRA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-QUEBRA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR IFACECTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-EQB-QTDE > ZEROES
               OPEN EXTEND QUEBRA-FILE
               IF WS-FS-QUEBRA NOT = "00"
                   MOVE WS-FS-QUEBRA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR IFACECTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE ZEROES TO WS-IDX-EQB
               PERFORM 034-GRAVA-ESTORNO-QUEBRA
                   UNTIL WS-IDX-EQB = WS-EQB-QTDE
               CLOSE QUEBRA-FILE
           END-IF.

       032-SELECIONA-QUEBRA.
           READ QUEBRA-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ZEROES TO WS-IDX-EST
                   MOVE "N" TO WS-EST-ACHOU
                   PERFORM 033-PROCURA-ESTORNO
                       UNTIL ESTORNO-ENCONTRADO
                       OR WS-IDX-EST = WS-EST-QTDE
                   IF ESTORNO-ENCONTRADO
                       IF WS-EQB-QTDE = 500
                           MOVE "IFACECTA EXCEDE A TABELA"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       COMPUTE IC-VALOR = IC-VALOR * -1
                       MOVE WS-EST-SEQ-NOVA(WS-IDX-EST) TO IC-SEQUENCIA
                       MOVE WS-DATA-ATUAL-NUM TO IC-DATA-EXEC
                       MOVE WS-HORA-ATUAL-NUM TO IC-HORA-EXEC
                       ADD 1 TO WS-EQB-QTDE
                       MOVE IC-QUEBRA-REC
                           TO WS-EQB-REGISTRO(WS-EQB-QTDE)
                   END-IF
           END-READ.

       033-PROCURA-ESTORNO.
           ADD 1 TO WS-IDX-EST
           IF WS-EST-SEQ-ORIGINAL(WS-IDX-EST) = IC-SEQUENCIA
               SET ESTORNO-ENCONTRADO TO TRUE
           END-IF.

       034-GRAVA-ESTORNO-QUEBRA.
           ADD 1 TO WS-IDX-EQB
           MOVE WS-EQB-REGISTRO(WS-IDX-EQB) TO IC-QUEBRA-REC
           WRITE IC-QUEBRA-REC.

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
