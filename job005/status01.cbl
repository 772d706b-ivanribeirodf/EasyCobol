      *              ATENCAO/FALHA e o veredito geral no rodape.   *
      *              Qualquer area em falha encerra com            *
      *              RETURN-CODE 8, antes do cafe.                 *
      * 15/10/2026 - IR - Chama tambem o PROVA01 (prova diaria     *
      *              razao auxiliar x razao geral nas contas de    *
      *              controle); quebra na prova vira linha em      *
      *              falha no quadro.                              *
      * 15/10/2026 - IR - Registro de passo nao devido no RUNHIST  *
      *              (frequencia do DRVPLAN) fica fora da          *
      *              conferencia de tempos; tabela de passos de 20 *
      *              para 30.                                      *
      * 15/10/2026 - IR - Veredito geral FALHA emite alerta alto   *
      *              pelo servico ALRTSVC (arquivo ALERTAS) com as *
      *              areas em falha na mensagem.                   *
      * 15/10/2026 - IR - Quadro ganha a vigilancia de cadastros   *
      *              mestres CADVIG01 (alteracao de CONTAMST,      *
      *              PLANOCTA, MOEDAS, OPERMAST, EMPRESA ou        *
      *              LIMITES sem manutencao no MNTAUDIT), chamada  *
      *              como o PROVA01 e pesando FALHA no veredito    *
      *              geral.                                        *
      * 15/10/2026 - IR - Quadro ganha a conferencia da cadeia de  *
      *              hash do AUDITLOG/ERRLOG CADEIA01 (elo         *
      *              quebrado, sequencia ausente ou registro       *
      *              inserido), chamada como o CADVIG01 e pesando  *
      *              FALHA no veredito geral.                      *
      * 15/10/2026 - IR - Relatorio STATRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.

       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-RUNHIST             PIC X(02).
       01  WS-VEREDITO-ACK           PIC X(07) VALUE "OK".
       01  WS-VEREDITO-ERRLOG        PIC X(07) VALUE "OK".
       01  WS-VEREDITO-TEMPOS        PIC X(07) VALUE "OK".
       01  WS-VEREDITO-PROVA         PIC X(07) VALUE "OK".
       01  WS-VEREDITO-CADASTRO      PIC X(07) VALUE "OK".
       01  WS-VEREDITO-CADEIA        PIC X(07) VALUE "OK".
       01  WS-VEREDITO-GERAL         PIC X(07) VALUE "OK".
       01  WS-TEM-FALHA              PIC X(01) VALUE "N".
           88 DIA-COM-FALHA          VALUE "S".

       01  WS-TEMPOS-PASSO.
           05 WS-TMP-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-TMP-ENTRADA         OCCURS 30 TIMES.
               10 WS-TMP-PASSO       PIC X(08).
               10 WS-TMP-SOMA-ANT    PIC 9(09).
               10 WS-TMP-QTDE-ANT    PIC 9(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LIN-OBS             PIC X(40).

       01  WS-PONTEIRO-ALERTA        PIC 9(02) VALUE ZEROES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "STATUS01".

       PROCEDURE DIVISION.
           PERFORM 010-RODA-RECON01
           PERFORM 020-RODA-VERIF01
           PERFORM 030-RODA-ACKREC01
           PERFORM 035-RODA-PROVA01
           PERFORM 036-RODA-CADVIG01
           PERFORM 037-RODA-CADEIA01
           PERFORM 040-CONFERE-ERRLOG
           PERFORM 050-CONFERE-TEMPOS
           PERFORM 060-APURA-VEREDITO-GERAL
           PERFORM 070-IMPRIME-QUADRO
           IF DIA-COM-FALHA
               PERFORM 080-EMITE-ALERTA-FALHA
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "STATUS01 - VEREDITO GERAL: " WS-VEREDITO-GERAL
           END-CALL
           MOVE 0 TO RETURN-CODE.

       035-RODA-PROVA01.
           MOVE 0 TO RETURN-CODE
           CALL "PROVA01"
               ON EXCEPTION
                   MOVE "FALHA" TO WS-VEREDITO-PROVA
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-RC-SALVO
                   IF WS-RC-SALVO NOT = ZEROES
                       MOVE "FALHA" TO WS-VEREDITO-PROVA
                   END-IF
           END-CALL
           MOVE 0 TO RETURN-CODE.

       036-RODA-CADVIG01.
           MOVE 0 TO RETURN-CODE
           CALL "CADVIG01"
               ON EXCEPTION
                   MOVE "FALHA" TO WS-VEREDITO-CADASTRO
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-RC-SALVO
                   IF WS-RC-SALVO NOT = ZEROES
                       MOVE "FALHA" TO WS-VEREDITO-CADASTRO
                   END-IF
           END-CALL
           MOVE 0 TO RETURN-CODE.

       037-RODA-CADEIA01.
           MOVE 0 TO RETURN-CODE
           CALL "CADEIA01"
               ON EXCEPTION
                   MOVE "FALHA" TO WS-VEREDITO-CADEIA
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-RC-SALVO
                   IF WS-RC-SALVO NOT = ZEROES
                       MOVE "FALHA" TO WS-VEREDITO-CADEIA
                   END-IF
           END-CALL
           MOVE 0 TO RETURN-CODE.

       040-CONFERE-ERRLOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT ERRO-EVENTO-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF NOT RH-PASSO-NAO-DEVIDO
                       PERFORM 053-ACUMULA-TEMPO-PASSO
                   END-IF
           END-READ.

       053-ACUMULA-TEMPO-PASSO.
           PERFORM 054-PROCURA-PASSO
               UNTIL PASSO-ENCONTRADO OR WS-IDX-TMP = WS-TMP-QTDE
           IF NOT PASSO-ENCONTRADO
               IF WS-TMP-QTDE = 30
                   DISPLAY "STATUS01 - MAIS DE 30 PASSOS NO RUNHIST"
                       " - EXCEDENTE IGNORADO"
               ELSE
                   ADD 1 TO WS-TMP-QTDE
           PERFORM 063-PONDERA-ACK
           PERFORM 064-PONDERA-ERRLOG
           PERFORM 065-PONDERA-TEMPOS
           PERFORM 066-PONDERA-PROVA
           PERFORM 067-PONDERA-CADASTRO
           PERFORM 068-PONDERA-CADEIA
           EVALUATE TRUE
               WHEN DIA-COM-FALHA
                   MOVE "FALHA" TO WS-VEREDITO-GERAL
               SET DIA-COM-ATENCAO TO TRUE
           END-IF.

       066-PONDERA-PROVA.
           IF WS-VEREDITO-PROVA = "FALHA"
               SET DIA-COM-FALHA TO TRUE
           END-IF.

       067-PONDERA-CADASTRO.
           IF WS-VEREDITO-CADASTRO = "FALHA"
               SET DIA-COM-FALHA TO TRUE
           END-IF.

       068-PONDERA-CADEIA.
           IF WS-VEREDITO-CADEIA = "FALHA"
               SET DIA-COM-FALHA TO TRUE
           END-IF.

       070-IMPRIME-QUADRO.
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           MOVE "VER AGERPT" TO WS-LIN-OBS
           MOVE WS-LINHA-AREA TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "PROVA RAZAO (PROVA01)" TO WS-LIN-AREA
           MOVE WS-VEREDITO-PROVA TO WS-LIN-VEREDITO
           MOVE "VER PROVARPT" TO WS-LIN-OBS
           MOVE WS-LINHA-AREA TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "CADASTROS (CADVIG01)" TO WS-LIN-AREA
           MOVE WS-VEREDITO-CADASTRO TO WS-LIN-VEREDITO
           MOVE "VER CADVRPT" TO WS-LIN-OBS
           MOVE WS-LINHA-AREA TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "CADEIA LOGS (CADEIA01)" TO WS-LIN-AREA
           MOVE WS-VEREDITO-CADEIA TO WS-LIN-VEREDITO
           MOVE "VER CADERPT" TO WS-LIN-OBS
           MOVE WS-LINHA-AREA TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "EVENTOS DE ERRO" TO WS-LIN-AREA
           MOVE WS-VEREDITO-ERRLOG TO WS-LIN-VEREDITO
           MOVE SPACES TO WS-LIN-OBS
           STRING "VEREDITO GERAL: " WS-VEREDITO-GERAL
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "STATRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO.

      *-----------------------------------------------------------*
      * Veredito FALHA vira um alerta alto pelo ALRTSVC com as    *
      * areas em falha na mensagem; chave STATUS01, para uma      *
      * segunda conferencia na mesma execucao nao repetir.        *
      *-----------------------------------------------------------*
       080-EMITE-ALERTA-FALHA.
           SET AS-SEVERIDADE-ALTA TO TRUE
           MOVE WS-NOME-PROGRAMA TO AS-PROGRAMA
           MOVE WS-NOME-PROGRAMA TO AS-CHAVE
           MOVE SPACES TO AS-MENSAGEM
           MOVE 1 TO WS-PONTEIRO-ALERTA
           STRING "FALHA:" DELIMITED BY SIZE
               INTO AS-MENSAGEM WITH POINTER WS-PONTEIRO-ALERTA
           END-STRING
           IF WS-VEREDITO-RECON = "FALHA"
               STRING " RECON" DELIMITED BY SIZE
                   INTO AS-MENSAGEM WITH POINTER WS-PONTEIRO-ALERTA
               END-STRING
           END-IF
           IF WS-VEREDITO-VERIF = "FALHA"
               STRING " VERIF" DELIMITED BY SIZE
                   INTO AS-MENSAGEM WITH POINTER WS-PONTEIRO-ALERTA
               END-STRING
           END-IF
           IF WS-VEREDITO-ACK = "FALHA"
               STRING " ACK" DELIMITED BY SIZE
                   INTO AS-MENSAGEM WITH POINTER WS-PONTEIRO-ALERTA
               END-STRING
           END-IF
           IF WS-VEREDITO-PROVA = "FALHA"
               STRING " PROVA" DELIMITED BY SIZE
                   INTO AS-MENSAGEM WITH POINTER WS-PONTEIRO-ALERTA
               END-STRING
           END-IF
           IF WS-VEREDITO-CADASTRO = "FALHA"
               STRING " CADASTRO" DELIMITED BY SIZE
                   INTO AS-MENSAGEM WITH POINTER WS-PONTEIRO-ALERTA
               END-STRING
           END-IF
           IF WS-VEREDITO-CADEIA = "FALHA"
               STRING " CADEIA" DELIMITED BY SIZE
                   INTO AS-MENSAGEM WITH POINTER WS-PONTEIRO-ALERTA
               END-STRING
           END-IF
           IF WS-VEREDITO-ERRLOG = "FALHA"
               STRING " ERRLOG" DELIMITED BY SIZE
                   INTO AS-MENSAGEM WITH POINTER WS-PONTEIRO-ALERTA
               END-STRING
           END-IF
           STRING " - VER STATRPT" DELIMITED BY SIZE
               INTO AS-MENSAGEM WITH POINTER WS-PONTEIRO-ALERTA
           END-STRING
           CALL "ALRTSVC" USING AS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ALRTSVC INDISPONIVEL - ALERTA NAO EMITIDO"
           END-CALL.

       9997-ARQUIVA-RELATORIO.
           MOVE WS-NOME-PROGRAMA TO RS-PROGRAMA
           MOVE SPACES TO RS-OPERADOR-ID
           CALL "RELSVC" USING RS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "RELSVC INDISPONIVEL - RELATORIO "
                       RS-RELATORIO " NAO ARQUIVADO"
           END-CALL.
