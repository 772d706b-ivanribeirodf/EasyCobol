      *              teste de corrente na virada - sem isso todo   *
      *              fim de ano saudavel parava a cadeia com       *
      *              falsas quebras de corrente.                   *
      * 15/10/2026 - IR - GLSALDO abriu por centro de custo: o     *
      *              centro entra na procura do sucessor, na       *
      *              agregacao por conta e sai na linha de         *
      *              diferenca.                                    *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Calendario fiscal por empresa (CALFISC,  *
      *              servico FISCSVC): o sucessor de um periodo    *
      *              fechado e o seguinte na corrente fiscal da    *
      *              empresa (ultimo mes -> AAAA13 quando ha       *
      *              ajuste) e as excecoes de fim de ano (conta de *
      *              lucros, resultado zerado pelo ANOCLOSE) valem *
      *              no periodo que encerra o exercicio dela, nao  *
      *              mais em dezembro. ABERTO VELHO compara pela   *
      *              chave fiscal, para o AAAA13 ficar no lugar    *
      *              certo; periodo fora do calendario da empresa  *
      *              sai como PERIODO INV.                         *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio GLAUDRPT arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Chamada do FISCSVC com ON EXCEPTION:     *
      *              servico ausente encerra pelo 9999-TRATA-ERRO  *
      *              em vez de abendar.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         SG-PERIODO          BY SGB-PERIODO
                         SG-COMPANY-CODE     BY SGB-COMPANY-CODE
                         SG-CURRENCY-CODE    BY SGB-CURRENCY-CODE
                         SG-CENTRO-CUSTO     BY SGB-CENTRO-CUSTO
                         SG-SALDO-INICIAL    BY SGB-SALDO-INICIAL
                         SG-DEBITOS-PERIODO  BY SGB-DEBITOS-PERIODO
                         SG-CREDITOS-PERIODO BY SGB-CREDITOS-PERIODO

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY FISCSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

           88 MESTRE-VAZIO           VALUE "S".

       01  WS-PERIODO-SEGUINTE       PIC 9(06) VALUE ZEROES.
       01  WS-CHAVE-FISCAL           PIC 9(06) VALUE ZEROES.
       01  WS-FIM-EXERCICIO          PIC X(01) VALUE "N".
           88 PERIODO-ENCERRA-EXERCICIO VALUE "S".
       01  WS-PERIODO-VALIDO         PIC X(01) VALUE "S".
           88 PERIODO-NO-CALENDARIO  VALUE "S".
       01  WS-SALDO-CALCULADO        PIC S9(12)V99 VALUE ZEROES.
       01  WS-SUCESSOR-OK            PIC X(01) VALUE "N".
           88 SUCESSOR-ENCONTRADO    VALUE "S".
               10 WS-AGR-CONTA       PIC 9(08).
               10 WS-AGR-COMPANY     PIC X(03).
               10 WS-AGR-CURRENCY    PIC X(03).
               10 WS-AGR-CCUSTO      PIC X(06).
               10 WS-AGR-MAIOR-FECH  PIC 9(06).
               10 WS-AGR-MENOR-ABER  PIC 9(06).
               10 WS-AGR-PER-FECH    PIC 9(06).
               10 WS-AGR-PER-ABER    PIC 9(06).
       01  WS-IDX-AGR                PIC 9(03) VALUE ZEROES.
       01  WS-AGR-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-AGREGADA         VALUE "S".
           05 WS-LIN-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOEDA           PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CCUSTO          PIC X(06).
           05 FILLER                 PIC X(09) VALUE " PERIODO ".
           05 WS-LIN-PERIODO         PIC 9(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
               END-IF
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "GLAUDRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "AUDITORIA DO GLSALDO CONCLUIDA - DIFERENCAS: "
               WS-QTDE-DIFERENCAS " - VER GLAUDRPT"
           IF WS-QTDE-DIFERENCAS > ZEROES
               NOT AT END
                   MOVE "N" TO WS-MESTRE-VAZIO
                   PERFORM 004-TESTA-ARITMETICA
                   PERFORM 017-POSICIONA-FISCAL
                   IF PERIODO-NO-CALENDARIO
                       IF SG-SITUACAO = "F"
                           PERFORM 005-TESTA-CORRENTE
                       END-IF
                       PERFORM 006-AGREGA-CONTA
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Posicao do periodo no calendario fiscal da empresa        *
      * (servico FISCSVC, calendario CALFISC): periodo seguinte   *
      * na corrente, se encerra o exercicio e a chave fiscal que  *
      * ordena os periodos no tempo (o AAAA13 vem depois do       *
      * ultimo mes e antes do primeiro do exercicio seguinte).    *
      * Periodo fora do calendario (AAAA13 de empresa sem ajuste, *
      * mes invalido) e diferenca.                                *
      *-----------------------------------------------------------*
       017-POSICIONA-FISCAL.
           SET FS-POSICIONA-PERIODO TO TRUE
           MOVE SG-COMPANY-CODE TO FS-COMPANY-CODE
           MOVE SG-PERIODO TO FS-PERIODO
           CALL "FISCSVC" USING FS-PARAMETROS
               ON EXCEPTION
                   MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-CALL
           IF FS-RETORNO-OK
               MOVE "S" TO WS-PERIODO-VALIDO
               MOVE FS-PERIODO-SEGUINTE TO WS-PERIODO-SEGUINTE
               MOVE FS-CHAVE-FISCAL TO WS-CHAVE-FISCAL
               MOVE FS-FIM-DE-EXERCICIO TO WS-FIM-EXERCICIO
           ELSE
               MOVE "N" TO WS-PERIODO-VALIDO
               MOVE "PERIODO INV" TO WS-LIN-TESTE
               MOVE SG-PERIODO TO WS-LIN-PERIODO
               MOVE SG-SALDO-FINAL TO WS-LIN-VALOR-1
               MOVE ZEROES TO WS-LIN-VALOR-2
               PERFORM 010-GRAVA-DIFERENCA
           END-IF.

       004-TESTA-ARITMETICA.
           COMPUTE WS-SALDO-CALCULADO =
               SG-SALDO-INICIAL
           END-IF.

       005-TESTA-CORRENTE.
           IF PERIODO-ENCERRA-EXERCICIO
              AND SG-NUMERO-CONTA = WS-CONTA-LUCROS
               CONTINUE
           ELSE
           MOVE WS-PERIODO-SEGUINTE TO SGB-PERIODO
           MOVE SG-COMPANY-CODE     TO SGB-COMPANY-CODE
           MOVE SG-CURRENCY-CODE    TO SGB-CURRENCY-CODE
           MOVE SG-CENTRO-CUSTO     TO SGB-CENTRO-CUSTO
           READ SALDO-BUSCA-FILE
               INVALID KEY
                   CONTINUE
                   CONTINUE
               ELSE
                   PERFORM 014-BUSCA-CLASSE-CONTA
                   IF PERIODO-ENCERRA-EXERCICIO
                      AND WS-CLASSE-CONTA = "R"
                      AND SGB-SALDO-INICIAL = ZEROES
                       CONTINUE
                   TO WS-AGR-COMPANY(WS-IDX-AGR)
               MOVE SG-CURRENCY-CODE
                   TO WS-AGR-CURRENCY(WS-IDX-AGR)
               MOVE SG-CENTRO-CUSTO
                   TO WS-AGR-CCUSTO(WS-IDX-AGR)
               MOVE ZEROES TO WS-AGR-MAIOR-FECH(WS-IDX-AGR)
               MOVE 999999 TO WS-AGR-MENOR-ABER(WS-IDX-AGR)
               MOVE ZEROES TO WS-AGR-PER-FECH(WS-IDX-AGR)
               MOVE ZEROES TO WS-AGR-PER-ABER(WS-IDX-AGR)
           END-IF
           IF SG-SITUACAO = "F"
               IF WS-CHAVE-FISCAL > WS-AGR-MAIOR-FECH(WS-IDX-AGR)
                   MOVE WS-CHAVE-FISCAL
                       TO WS-AGR-MAIOR-FECH(WS-IDX-AGR)
                   MOVE SG-PERIODO TO WS-AGR-PER-FECH(WS-IDX-AGR)
               END-IF
           ELSE
               IF WS-CHAVE-FISCAL < WS-AGR-MENOR-ABER(WS-IDX-AGR)
                   MOVE WS-CHAVE-FISCAL
                       TO WS-AGR-MENOR-ABER(WS-IDX-AGR)
                   MOVE SG-PERIODO TO WS-AGR-PER-ABER(WS-IDX-AGR)
               END-IF
           END-IF.

           IF WS-AGR-CONTA(WS-IDX-AGR) = SG-NUMERO-CONTA
              AND WS-AGR-COMPANY(WS-IDX-AGR) = SG-COMPANY-CODE
              AND WS-AGR-CURRENCY(WS-IDX-AGR) = SG-CURRENCY-CODE
              AND WS-AGR-CCUSTO(WS-IDX-AGR) = SG-CENTRO-CUSTO
               SET CONTA-AGREGADA TO TRUE
           END-IF.

               MOVE WS-AGR-CONTA(WS-IDX-AGR)    TO WS-LIN-CONTA
               MOVE WS-AGR-COMPANY(WS-IDX-AGR)  TO WS-LIN-EMPRESA
               MOVE WS-AGR-CURRENCY(WS-IDX-AGR) TO WS-LIN-MOEDA
               MOVE WS-AGR-CCUSTO(WS-IDX-AGR)   TO WS-LIN-CCUSTO
               MOVE WS-AGR-PER-ABER(WS-IDX-AGR) TO WS-LIN-PERIODO
               MOVE WS-AGR-PER-ABER(WS-IDX-AGR) TO WS-LIN-VALOR-1
               MOVE WS-AGR-PER-FECH(WS-IDX-AGR) TO WS-LIN-VALOR-2
               ADD 1 TO WS-QTDE-DIFERENCAS
               MOVE WS-LINHA-DIFERENCA TO RELAT-LINHA
               WRITE RELAT-LINHA
           MOVE SG-NUMERO-CONTA  TO WS-LIN-CONTA
           MOVE SG-COMPANY-CODE  TO WS-LIN-EMPRESA
           MOVE SG-CURRENCY-CODE TO WS-LIN-MOEDA
           MOVE SG-CENTRO-CUSTO  TO WS-LIN-CCUSTO
           MOVE WS-LINHA-DIFERENCA TO RELAT-LINHA
           WRITE RELAT-LINHA.

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
