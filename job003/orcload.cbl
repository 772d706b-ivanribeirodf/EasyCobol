      *              novo, e regrava o arquivo. E a unica porta    *
      *              para criar ou alterar orcamento; o ORCRPT01   *
      *              so le o resultado.                            *
      * 15/10/2026 - IR - Cartao ORCPARM ganhou o centro de custo  *
      *              (opcional): o orcamento passa a ser chaveado  *
      *              por conta, periodo e centro.                  *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 PA-PERIODO             PIC 9(06).
           05 PA-DEBITOS-ORCADOS     PIC 9(11)V99.
           05 PA-CREDITOS-ORCADOS    PIC 9(11)V99.
           05 PA-CENTRO-CUSTO        PIC X(06).
       FD  ORCAMENTO-FILE.
           COPY ORCAMGL.
       FD  ERRO-EVENTO-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-ORCAMENTO           PIC X(02).
               10 WS-ORC-PERIODO     PIC 9(06).
               10 WS-ORC-DEBITOS     PIC S9(11)V99.
               10 WS-ORC-CREDITOS    PIC S9(11)V99.
               10 WS-ORC-CCUSTO      PIC X(06).
       01  WS-IDX-ORC                PIC 9(03) VALUE ZEROES.
       01  WS-ORC-ACHOU              PIC X(01) VALUE "N".
           88 ORCAMENTO-CADASTRADO   VALUE "S".
                       TO WS-ORC-DEBITOS(WS-ORC-QTDE)
                   MOVE OR-CREDITOS-ORCADOS
                       TO WS-ORC-CREDITOS(WS-ORC-QTDE)
                   MOVE OR-CENTRO-CUSTO
                       TO WS-ORC-CCUSTO(WS-ORC-QTDE)
           END-READ.

       004-LE-CARTAO.
               MOVE WS-ORC-QTDE TO WS-IDX-ORC
               MOVE PA-NUMERO-CONTA TO WS-ORC-CONTA(WS-IDX-ORC)
               MOVE PA-PERIODO      TO WS-ORC-PERIODO(WS-IDX-ORC)
               MOVE PA-CENTRO-CUSTO TO WS-ORC-CCUSTO(WS-IDX-ORC)
               ADD 1 TO WS-QTDE-CRIADOS
           ELSE
               ADD 1 TO WS-QTDE-ALTERADOS
           MOVE PA-DEBITOS-ORCADOS  TO WS-ORC-DEBITOS(WS-IDX-ORC)
           MOVE PA-CREDITOS-ORCADOS TO WS-ORC-CREDITOS(WS-IDX-ORC)
           DISPLAY "ORCAMENTO CONTA " PA-NUMERO-CONTA " PERIODO "
               PA-PERIODO " CENTRO " PA-CENTRO-CUSTO " CARREGADO".

       007-PROCURA-ORCAMENTO.
           ADD 1 TO WS-IDX-ORC
           IF WS-ORC-CONTA(WS-IDX-ORC) = PA-NUMERO-CONTA
              AND WS-ORC-PERIODO(WS-IDX-ORC) = PA-PERIODO
              AND WS-ORC-CCUSTO(WS-IDX-ORC) = PA-CENTRO-CUSTO
               SET ORCAMENTO-CADASTRADO TO TRUE
           END-IF.

           MOVE WS-ORC-PERIODO(WS-IDX-ORC)  TO OR-PERIODO
           MOVE WS-ORC-DEBITOS(WS-IDX-ORC)  TO OR-DEBITOS-ORCADOS
           MOVE WS-ORC-CREDITOS(WS-IDX-ORC) TO OR-CREDITOS-ORCADOS
           MOVE WS-ORC-CCUSTO(WS-IDX-ORC)   TO OR-CENTRO-CUSTO
           WRITE OR-ORCAMENTO-REC.

       9999-TRATA-ERRO.
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
