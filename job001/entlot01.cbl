      *              transacao, o mesmo hash do trailer) e o lote  *
      *              so e liberado se bater: ai o CALCIN sai com   *
      *              header e trailer corretos, montados aqui.     *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-on pede tambem a senha, conferida   *
      *              pelo servico SENHASVC; com a senha expirada   *
      *              pede a senha nova e confere de novo. Recusa   *
      *              encerra o programa.                           *
      * 15/10/2026 - IR - Operador do sign-on gravado no header do *
      *              lote (BH-OPERADOR-ID), para o CALC levar o    *
      *              digitador ao jornal e o SODREL01 apontar lote *
      *              digitado e postado pela mesma pessoa.         *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.

       01  WS-FS-CALCIN              PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.

       01  WS-OPERADOR-ID            PIC X(08) VALUE SPACES.
       01  WS-SENHA-DIGITADA         PIC X(08) VALUE SPACES.
       01  WS-SENHA-NOVA-DIGITADA    PIC X(08) VALUE SPACES.
       01  WS-EOF-OPERMAST           PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST        VALUE "S".
       01  WS-OPER-ACHOU             PIC X(01) VALUE "N".
               MOVE "SIGN-ON SEM OPERADOR" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           DISPLAY "INFORME A SENHA:"
           ACCEPT WS-SENHA-DIGITADA
           MOVE SPACES TO WS-SENHA-NOVA-DIGITADA
           PERFORM 032-CONFERE-SENHA
           IF SS-SENHA-EXPIRADA
               DISPLAY SS-MENSAGEM
               DISPLAY "INFORME A SENHA NOVA:"
               ACCEPT WS-SENHA-NOVA-DIGITADA
               PERFORM 032-CONFERE-SENHA
           END-IF
           IF NOT SS-RETORNO-OK AND NOT SS-CADASTRO-AUSENTE
               MOVE SS-MENSAGEM TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN INPUT OPERADOR-MASTER-FILE
           EVALUATE WS-FS-OPERMAST
               WHEN "00"
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       032-CONFERE-SENHA.
           SET SS-CONFERE-SENHA TO TRUE
           MOVE WS-NOME-PROGRAMA       TO SS-PROGRAMA
           MOVE WS-OPERADOR-ID         TO SS-OPERADOR-ID
           MOVE WS-SENHA-DIGITADA      TO SS-SENHA
           MOVE WS-SENHA-NOVA-DIGITADA TO SS-SENHA-NOVA
           CALL "SENHASVC" USING SS-PARAMETROS
               ON EXCEPTION
                   SET SS-RETORNO-ERRO TO TRUE
                   MOVE "SENHASVC INDISPONIVEL - SIGN-ON IMPOSSIVEL"
                       TO SS-MENSAGEM
           END-CALL.

       004-LE-OPERADOR-MASTER.
           READ OPERADOR-MASTER-FILE
               AT END
           MOVE "ENTLOT01" TO BH-SISTEMA-ORIGEM
           MOVE SPACES TO BH-COMPANY-CODE
           MOVE WS-NUMERO-LOTE TO BH-NUMERO-LOTE
           MOVE WS-OPERADOR-ID TO BH-OPERADOR-ID
           WRITE BH-HEADER-REC
           MOVE ZEROES TO WS-IDX-DET
           PERFORM 031-GRAVA-DETALHE
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
