      *              acrescenta a trilha MNTAUDIT (MNTAUD.CPY) a   *
      *              imagem ANTES e DEPOIS, com operador e         *
      *              data/hora.                                    *
      * 15/10/2026 - IR - Cartao ganha a conta de controle do      *
      *              PLANOCTA em que a conta de lote desagua no    *
      *              razao (AC-CONTA-CONTROLE), obrigatoria na     *
      *              inclusao e na alteracao e criticada contra o  *
      *              plano: nao cadastrada, inativa ou sintetica   *
      *              aborta. Base da prova diaria razao auxiliar x *
      *              razao do PROVA01.                             *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-on do OPERCARD (OPERCARD.CPY: ID,   *
      *              senha e senha nova) conferido pelo servico    *
      *              SENHASVC antes da validacao no OPERMAST;      *
      *              senha invalida, operador bloqueado ou senha   *
      *              expirada sem troca encerram o programa.       *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MESTRE-FILE ASSIGN TO "CONTAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT PLANO-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           05 PA-CHAVE               PIC X(10).
           05 PA-DESCRICAO           PIC X(30).
           05 PA-COMPANY             PIC X(03).
           05 PA-CONTA-CONTROLE      PIC X(08).
           05 PA-CONTA-CONTROLE-NUM  REDEFINES PA-CONTA-CONTROLE
                                     PIC 9(08).
       FD  MESTRE-FILE.
           COPY CONTAMST.
       FD  PLANO-FILE.
           COPY PLANOCTA.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  MANUTENCAO-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-MESTRE              PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-FS-MNTAUD              PIC X(02).
       01  WS-TABELA-MESTRE.
           05 WS-TAB-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-TAB-ENTRADA         OCCURS 100 TIMES.
               10 WS-TAB-IMAGEM      PIC X(52).
       01  WS-IDX-TAB                PIC 9(03) VALUE ZEROES.
       01  WS-TAB-ACHOU              PIC X(01) VALUE "N".
           88 REGISTRO-CADASTRADO    VALUE "S".

       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".
       01  WS-TABELA-PLANO.
           05 WS-PLA-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-PLA-ENTRADA         OCCURS 2000 TIMES.
               10 WS-PLA-CONTA       PIC 9(08).
               10 WS-PLA-SITUACAO    PIC X(01).
               10 WS-PLA-TIPO        PIC X(01).
       01  WS-IDX-PLA                PIC 9(04) VALUE ZEROES.
       01  WS-PLA-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-ENCONTRADA       VALUE "S".

       01  WS-IMAGEM-ANTES           PIC X(60) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS          PIC X(60) VALUE SPACES.

               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-CAPTURA-OPERADOR
           PERFORM 005-CARREGA-MESTRE
           PERFORM 019-CARREGA-PLANO
           PERFORM 007-PROCESSA-CARTOES
           IF MESTRE-ALTERADO
               PERFORM 015-REGRAVA-MESTRE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 023-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
           PERFORM 003-VALIDA-OPERADOR
           DISPLAY "OPERADOR DA MANUTENCAO: " WS-OPERADOR-ID.

       023-CONFERE-SENHA.
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

       003-VALIDA-OPERADOR.
           OPEN INPUT OPERADOR-MASTER-FILE
           EVALUATE WS-FS-OPERMAST
                   MOVE "EMPRESA DA CONTA EM BRANCO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               PERFORM 021-VALIDA-CONTA-CONTROLE
           END-IF.

       011-PROCURA-REGISTRO.
           MOVE PA-CHAVE     TO AC-CHAVE
           MOVE PA-DESCRICAO TO AC-DESCRICAO
           MOVE PA-COMPANY   TO AC-COMPANY-CODE
           MOVE PA-CONTA-CONTROLE-NUM TO AC-CONTA-CONTROLE
           MOVE "A"          TO AC-SITUACAO
           ADD 1 TO WS-TAB-QTDE
           MOVE WS-TAB-QTDE TO WS-IDX-TAB
           MOVE PA-CHAVE     TO AC-CHAVE
           MOVE PA-DESCRICAO TO AC-DESCRICAO
           MOVE PA-COMPANY   TO AC-COMPANY-CODE
           MOVE PA-CONTA-CONTROLE-NUM TO AC-CONTA-CONTROLE
           MOVE "A"          TO AC-SITUACAO
           MOVE AC-CONTA-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE AC-CONTA-REC TO WS-IMAGEM-DEPOIS
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO AC-CONTA-REC
           WRITE AC-CONTA-REC.

       019-CARREGA-PLANO.
           OPEN INPUT PLANO-FILE
           IF WS-FS-PLANO NOT = "00"
               MOVE WS-FS-PLANO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 020-LE-PLANO UNTIL FIM-DO-PLANO
           CLOSE PLANO-FILE.

       020-LE-PLANO.
           READ PLANO-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF WS-PLA-QTDE = 2000
                       MOVE "PLANOCTA EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLA-QTDE
                   MOVE PC-NUMERO-CONTA TO WS-PLA-CONTA(WS-PLA-QTDE)
                   MOVE PC-SITUACAO   TO WS-PLA-SITUACAO(WS-PLA-QTDE)
                   MOVE PC-TIPO-CONTA TO WS-PLA-TIPO(WS-PLA-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * A conta de controle precisa existir no PLANOCTA, estar    *
      * ativa e ser analitica (a sintetica nao recebe lancamento  *
      * no ADD05, e a prova diaria nao acharia movimento nela).   *
      *-----------------------------------------------------------*
       021-VALIDA-CONTA-CONTROLE.
           IF PA-CONTA-CONTROLE IS NOT NUMERIC
              OR PA-CONTA-CONTROLE-NUM = ZEROES
               MOVE "CONTA DE CONTROLE AUSENTE OU NAO NUMERICA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-PLA
           MOVE "N" TO WS-PLA-ACHOU
           PERFORM 022-PROCURA-CONTA
               UNTIL CONTA-ENCONTRADA OR WS-IDX-PLA = WS-PLA-QTDE
           MOVE SPACES TO WS-MSG-ERRO
           EVALUATE TRUE
               WHEN NOT CONTA-ENCONTRADA
                   STRING "CONTA DE CONTROLE NAO CADASTRADA: "
                       PA-CONTA-CONTROLE
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
               WHEN WS-PLA-SITUACAO(WS-IDX-PLA) NOT = "A"
                   STRING "CONTA DE CONTROLE INATIVA: "
                       PA-CONTA-CONTROLE
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
               WHEN WS-PLA-TIPO(WS-IDX-PLA) = "S"
                   STRING "CONTA DE CONTROLE SINTETICA: "
                       PA-CONTA-CONTROLE
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
           END-EVALUATE
           IF WS-MSG-ERRO NOT = SPACES
               PERFORM 9999-TRATA-ERRO
           END-IF.

       022-PROCURA-CONTA.
           ADD 1 TO WS-IDX-PLA
           IF WS-PLA-CONTA(WS-IDX-PLA) = PA-CONTA-CONTROLE-NUM
               SET CONTA-ENCONTRADA TO TRUE
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
