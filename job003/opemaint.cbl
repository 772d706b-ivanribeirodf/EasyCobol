      *              acrescenta a trilha MNTAUDIT (MNTAUD.CPY) a   *
      *              imagem ANTES e DEPOIS, com operador e         *
      *              data/hora.                                    *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - OPERMAST passa a 59 posicoes com         *
      *              credencial, data de troca de senha e          *
      *              tentativas falhas. Nova acao R reemite senha  *
      *              provisoria (PA-SENHA) com troca obrigatoria   *
      *              no primeiro sign-on e desbloqueia o operador; *
      *              inclusao aceita senha provisoria. Alteracao   *
      *              nao desbloqueia. Sign-on conferido pelo       *
      *              servico SENHASVC.                             *
      * 15/10/2026 - IR - Reemissao da propria senha nao e         *
      *              permitida.                                    *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88 PA-ACAO-INCLUIR        VALUE "A".
               88 PA-ACAO-ALTERAR        VALUE "C".
               88 PA-ACAO-DESATIVAR      VALUE "D".
               88 PA-ACAO-REEMITIR       VALUE "R".
           05 PA-ID                  PIC X(08).
           05 PA-NOME                PIC X(30).
           05 PA-NIVEL               PIC 9(01).
           05 PA-SENHA               PIC X(08).
       FD  MESTRE-FILE.
           COPY OPERMAST.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST
               REPLACING OP-OPERADOR-REC BY OPM-OPERADOR-REC
                         OP-ID             BY OPM-ID
                         OP-NOME           BY OPM-NOME
                         OP-SITUACAO       BY OPM-SITUACAO
                         OP-NIVEL-AUTORIDADE BY OPM-NIVEL
                         OP-OPERADOR-ATIVO   BY OPM-OPERADOR-ATIVO
                         OP-OPERADOR-INATIVO BY OPM-OPERADOR-INATIVO
                         OP-OPERADOR-BLOQUEADO BY OPM-OPERADOR-BLOQUEADO
                         OP-CREDENCIAL       BY OPM-CREDENCIAL
                         OP-DATA-TROCA-SENHA BY OPM-DATA-TROCA-SENHA
                         OP-TENTATIVAS-FALHAS BY OPM-TENTATIVAS.
       FD  MANUTENCAO-FILE.
           COPY MNTAUD.
       FD  ERRO-EVENTO-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-MESTRE              PIC X(02).
       01  WS-TABELA-MESTRE.
           05 WS-TAB-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-TAB-ENTRADA         OCCURS 050 TIMES.
               10 WS-TAB-IMAGEM      PIC X(59).
       01  WS-IDX-TAB                PIC 9(03) VALUE ZEROES.
       01  WS-TAB-ACHOU              PIC X(01) VALUE "N".
           88 REGISTRO-CADASTRADO    VALUE "S".
       01  WS-QTDE-INCLUIDOS         PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-ALTERADOS         PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-DESATIVADOS       PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-REEMITIDAS        PIC 9(03) VALUE ZEROES.
       01  WS-TAMANHO-MINIMO         PIC 9(02) VALUE 06.
       01  WS-ARQUIVO-MUDOU          PIC X(01) VALUE "N".
           88 MESTRE-ALTERADO        VALUE "S".

               " INCLUIDOS: " WS-QTDE-INCLUIDOS
               " ALTERADOS: " WS-QTDE-ALTERADOS
               " DESATIVADOS: " WS-QTDE-DESATIVADOS
               " SENHAS REEMITIDAS: " WS-QTDE-REEMITIDAS
           GOBACK.

       002-CAPTURA-OPERADOR.
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 019-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
           PERFORM 003-VALIDA-OPERADOR
           DISPLAY "OPERADOR DA MANUTENCAO: " WS-OPERADOR-ID.

       019-CONFERE-SENHA.
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

       009-APLICA-CARTAO.
           IF NOT PA-ACAO-INCLUIR AND NOT PA-ACAO-ALTERAR
              AND NOT PA-ACAO-DESATIVAR AND NOT PA-ACAO-REEMITIR
               MOVE "ACAO DO CARTAO INVALIDA - USE A, C, D OU R"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   PERFORM 014-DESATIVA-REGISTRO
               WHEN PA-ACAO-REEMITIR
                   IF NOT REGISTRO-CADASTRADO
                       MOVE "REEMISSAO DE SENHA DE CHAVE NAO CADASTRADA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   PERFORM 020-REEMITE-SENHA
           END-EVALUATE
           SET MESTRE-ALTERADO TO TRUE.

               MOVE "ID DO OPERADOR EM BRANCO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF PA-ACAO-REEMITIR
               IF PA-ID = WS-OPERADOR-ID
                   MOVE "REEMISSAO DA PROPRIA SENHA NAO PERMITIDA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(PA-SENHA))
                       < WS-TAMANHO-MINIMO
                  OR PA-SENHA = SPACES
                   MOVE "SENHA PROVISORIA AUSENTE OU CURTA DEMAIS"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF
           IF PA-ACAO-INCLUIR AND PA-SENHA NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(PA-SENHA))
                       < WS-TAMANHO-MINIMO
                   MOVE "SENHA PROVISORIA CURTA DEMAIS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF
           IF NOT PA-ACAO-DESATIVAR AND NOT PA-ACAO-REEMITIR
               IF PA-NOME = SPACES
                   MOVE "NOME DO OPERADOR EM BRANCO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           MOVE PA-NOME  TO OP-NOME
           MOVE PA-NIVEL TO OP-NIVEL-AUTORIDADE
           MOVE "A"      TO OP-SITUACAO
           MOVE ZEROES   TO OP-CREDENCIAL
           MOVE ZEROES   TO OP-DATA-TROCA-SENHA
           MOVE ZEROES   TO OP-TENTATIVAS-FALHAS
           IF PA-SENHA NOT = SPACES
               PERFORM 021-CALCULA-CREDENCIAL
           END-IF
           ADD 1 TO WS-TAB-QTDE
           MOVE WS-TAB-QTDE TO WS-IDX-TAB
           MOVE OP-OPERADOR-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE PA-ID    TO OP-ID
           MOVE PA-NOME  TO OP-NOME
           MOVE PA-NIVEL TO OP-NIVEL-AUTORIDADE
           IF NOT OP-OPERADOR-BLOQUEADO
               MOVE "A"  TO OP-SITUACAO
           END-IF
           MOVE OP-OPERADOR-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE OP-OPERADOR-REC TO WS-IMAGEM-DEPOIS
           ADD 1 TO WS-QTDE-ALTERADOS
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-OPERADOR-ID    TO MT-OPERADOR-ID
           MOVE PA-ACAO           TO MT-ACAO
           IF PA-ACAO-REEMITIR
               SET MT-ACAO-ALTERACAO TO TRUE
           END-IF
           MOVE WS-IMAGEM-ANTES   TO MT-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO MT-IMAGEM-DEPOIS
           OPEN EXTEND MANUTENCAO-FILE
           WRITE MT-MANUTENCAO-REC
           CLOSE MANUTENCAO-FILE.

      *-----------------------------------------------------------*
      * Reemissao de senha: senha provisoria do cartao, data de   *
      * troca zerada (troca obrigatoria no primeiro sign-on),     *
      * tentativas zeradas e operador bloqueado volta a ativo.    *
      * Operador desativado continua desativado.                  *
      *-----------------------------------------------------------*
       020-REEMITE-SENHA.
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO OP-OPERADOR-REC
           MOVE OP-OPERADOR-REC TO WS-IMAGEM-ANTES
           PERFORM 021-CALCULA-CREDENCIAL
           MOVE ZEROES TO OP-DATA-TROCA-SENHA
           MOVE ZEROES TO OP-TENTATIVAS-FALHAS
           IF OP-OPERADOR-BLOQUEADO
               MOVE "A" TO OP-SITUACAO
           END-IF
           MOVE OP-OPERADOR-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE OP-OPERADOR-REC TO WS-IMAGEM-DEPOIS
           ADD 1 TO WS-QTDE-REEMITIDAS
           PERFORM 017-GRAVA-TRILHA
           DISPLAY "SENHA PROVISORIA REEMITIDA: " PA-ID.

       021-CALCULA-CREDENCIAL.
           SET SS-CALCULA-CREDENCIAL TO TRUE
           MOVE WS-NOME-PROGRAMA TO SS-PROGRAMA
           MOVE PA-ID            TO SS-OPERADOR-ID
           MOVE PA-SENHA         TO SS-SENHA
           MOVE SPACES           TO SS-SENHA-NOVA
           CALL "SENHASVC" USING SS-PARAMETROS
               ON EXCEPTION
                   MOVE "SENHASVC INDISPONIVEL - SENHA NAO CALCULADA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-CALL
           IF NOT SS-RETORNO-OK
               MOVE SS-MENSAGEM TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE SS-CREDENCIAL TO OP-CREDENCIAL.

       015-REGRAVA-MESTRE.
           OPEN OUTPUT MESTRE-FILE
           MOVE ZEROES TO WS-IDX-TAB
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
