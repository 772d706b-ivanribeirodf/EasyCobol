       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHASVC.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: servico de senha de       *
      *              sign-on no molde do CALSVC (area              *
      *              SENHASVC.CPY). Ate aqui qualquer um que       *
      *              digitasse um ID no OPERCARD rodava com a      *
      *              alcada daquele operador. Confere a senha do   *
      *              cartao contra a OP-CREDENCIAL do OPERMAST     *
      *              (resumo numerico de ID + senha, a senha em    *
      *              claro nunca e gravada), conta as senhas       *
      *              erradas seguidas e bloqueia o operador na     *
      *              terceira (situacao "B"), exige senha nova     *
      *              quando a senha tem mais de 90 dias ou e       *
      *              provisoria e grava a troca. Toda alteracao no *
      *              OPERMAST vai para o MNTAUDIT como manutencao  *
      *              do SENHASVC (o CADVIG01 reconhece) e todo     *
      *              sign-on recusado vai para o AUDITLOG como     *
      *              "SIGNFAIL" com o motivo, para o OPAUDIT.      *
      *              O servico nunca encerra quem o chamou: a      *
      *              decisao volta em SS-RETORNO/SS-MENSAGEM.      *
      * 15/10/2026 - IR - Registro do AUDITLOG encadeado pelo      *
      *              servico CADEISVC antes do WRITE: sequencia da *
      *              cabeca AUDCHAIN e hash do conteudo com o hash *
      *              do registro anterior, conferidos pelo         *
      *              CADEIA01.                                     *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT MANUTENCAO-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MNTAUD.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  MANUTENCAO-FILE.
           COPY MNTAUD.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY CADEIA.

       01  WS-FS-OPERMAST           PIC X(02).
       01  WS-FS-MNTAUD             PIC X(02).
       01  WS-FS-AUDITLOG           PIC X(02).

       01  WS-DATA-ATUAL-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-HORA-ATUAL-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-EOF-OPERMAST          PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST       VALUE "S".

      *-----------------------------------------------------------*
      * Regras de senha: validade em dias e senhas erradas        *
      * seguidas ate o bloqueio.                                  *
      *-----------------------------------------------------------*
       01  WS-VALIDADE-SENHA        PIC 9(03) VALUE 090.
       01  WS-LIMITE-TENTATIVAS     PIC 9(01) VALUE 3.
       01  WS-TAMANHO-MINIMO        PIC 9(02) VALUE 06.

       01  WS-OPERADORES.
           05 WS-TAB-QTDE           PIC 9(02) VALUE ZEROES.
           05 WS-TAB-IMAGEM         PIC X(59) OCCURS 50 TIMES.
       01  WS-IDX-TAB               PIC 9(02) VALUE ZEROES.
       01  WS-TAB-ACHOU             PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO   VALUE "S".

       01  WS-CADASTRO-ALTERADO     PIC X(01) VALUE "N".
           88 CADASTRO-ALTERADO     VALUE "S".
       01  WS-TROCA-JA-FEITA        PIC X(01) VALUE "N".
           88 TROCA-JA-APLICADA     VALUE "S".
       01  WS-SENHA-VENCIDA         PIC X(01) VALUE "N".
           88 SENHA-VENCIDA         VALUE "S".
       01  WS-MOTIVO-FALHA          PIC 9(01) VALUE ZEROES.
       01  WS-DIAS-DESDE-TROCA      PIC S9(07) VALUE ZEROES.
       01  WS-IMAGEM-ANTES          PIC X(59) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS         PIC X(59) VALUE SPACES.

      *-----------------------------------------------------------*
      * Calculo da credencial: ID + senha, duas passadas pelos 16 *
      * caracteres, cada um pesado pela posicao, modulo um primo  *
      * de 10 digitos. Zero fica reservado para "sem senha".      *
      *-----------------------------------------------------------*
       01  WS-CHAVE-CREDENCIAL.
           05 WS-CHAVE-ID           PIC X(08).
           05 WS-CHAVE-SENHA        PIC X(08).
       01  WS-CHAVE-CARACTERES REDEFINES WS-CHAVE-CREDENCIAL.
           05 WS-CHAVE-CAR          PIC X(01) OCCURS 16 TIMES.
       01  WS-SENHA-CALCULO         PIC X(08) VALUE SPACES.
       01  WS-CREDENCIAL-CALC       PIC 9(10) VALUE ZEROES.
       01  WS-ACUMULADOR            PIC 9(13) VALUE ZEROES.
       01  WS-MODULO                PIC 9(10) VALUE 9999999967.
       01  WS-IDX-PASSO             PIC 9(02) VALUE ZEROES.
       01  WS-IDX-CAR               PIC 9(02) VALUE ZEROES.

       LINKAGE SECTION.
           COPY SENHASVC.

       PROCEDURE DIVISION USING SS-PARAMETROS.

       001-INICIO.
           SET SS-RETORNO-OK TO TRUE
           MOVE SPACES TO SS-MENSAGEM
           MOVE ZEROES TO SS-NIVEL-AUTORIDADE
           MOVE ZEROES TO WS-MOTIVO-FALHA
           MOVE "N" TO WS-CADASTRO-ALTERADO
           MOVE "N" TO WS-TROCA-JA-FEITA
           MOVE "N" TO WS-SENHA-VENCIDA
           EVALUATE TRUE
               WHEN SS-CALCULA-CREDENCIAL
                   MOVE SS-SENHA TO WS-SENHA-CALCULO
                   PERFORM 030-CALCULA-CREDENCIAL
                   MOVE WS-CREDENCIAL-CALC TO SS-CREDENCIAL
               WHEN SS-CONFERE-SENHA
                   PERFORM 002-CONFERE-SIGN-ON
               WHEN OTHER
                   SET SS-RETORNO-ERRO TO TRUE
                   MOVE "FUNCAO INVALIDA NO SENHASVC" TO SS-MENSAGEM
           END-EVALUATE
           GOBACK.

       002-CONFERE-SIGN-ON.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE WS-HORA-ATUAL-NUM = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           PERFORM 003-CARREGA-OPERMAST
           IF SS-RETORNO-OK
               PERFORM 007-CONFERE-OPERADOR
           END-IF.

       007-CONFERE-OPERADOR.
           PERFORM 005-PROCURA-OPERADOR
           IF NOT OPERADOR-CADASTRADO
               SET SS-OPERADOR-DESCONHECIDO TO TRUE
               MOVE 4 TO WS-MOTIVO-FALHA
               STRING "OPERADOR NAO CADASTRADO NO OPERMAST: "
                   SS-OPERADOR-ID DELIMITED BY SIZE
                   INTO SS-MENSAGEM
           ELSE
               MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO OP-OPERADOR-REC
               MOVE OP-OPERADOR-REC TO WS-IMAGEM-ANTES
               PERFORM 010-VERIFICA-OPERADOR
               IF CADASTRO-ALTERADO
                   MOVE OP-OPERADOR-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
                   MOVE OP-OPERADOR-REC TO WS-IMAGEM-DEPOIS
                   PERFORM 015-REGRAVA-OPERMAST
                   PERFORM 016-GRAVA-TRILHA
               END-IF
           END-IF
           IF WS-MOTIVO-FALHA NOT = ZEROES
               PERFORM 020-GRAVA-FALHA
           END-IF.

       003-CARREGA-OPERMAST.
           MOVE ZEROES TO WS-TAB-QTDE
           MOVE "N" TO WS-EOF-OPERMAST
           OPEN INPUT OPERADOR-MASTER-FILE
           EVALUATE WS-FS-OPERMAST
               WHEN "00"
                   PERFORM 004-LE-OPERADOR UNTIL FIM-DO-OPERMAST
                   CLOSE OPERADOR-MASTER-FILE
               WHEN "35"
                   SET SS-CADASTRO-AUSENTE TO TRUE
                   MOVE "OPERMAST AUSENTE - SENHA NAO CONFERIDA"
                       TO SS-MENSAGEM
               WHEN OTHER
                   SET SS-RETORNO-ERRO TO TRUE
                   STRING "FALHA AO ABRIR OPERMAST NO SENHASVC - "
                       "STATUS " WS-FS-OPERMAST
                       DELIMITED BY SIZE INTO SS-MENSAGEM
           END-EVALUATE.

       004-LE-OPERADOR.
           READ OPERADOR-MASTER-FILE
               AT END
                   SET FIM-DO-OPERMAST TO TRUE
               NOT AT END
                   IF WS-TAB-QTDE = 50
                       SET SS-RETORNO-ERRO TO TRUE
                       MOVE "OPERMAST EXCEDE A TABELA DO SENHASVC"
                           TO SS-MENSAGEM
                       SET FIM-DO-OPERMAST TO TRUE
                   ELSE
                       ADD 1 TO WS-TAB-QTDE
                       MOVE OP-OPERADOR-REC
                           TO WS-TAB-IMAGEM(WS-TAB-QTDE)
                   END-IF
           END-READ.

       005-PROCURA-OPERADOR.
           MOVE ZEROES TO WS-IDX-TAB
           MOVE "N" TO WS-TAB-ACHOU
           PERFORM 006-TESTA-OPERADOR
               UNTIL OPERADOR-CADASTRADO OR WS-IDX-TAB = WS-TAB-QTDE.

       006-TESTA-OPERADOR.
           ADD 1 TO WS-IDX-TAB
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO OP-OPERADOR-REC
           IF OP-ID = SS-OPERADOR-ID
               SET OPERADOR-CADASTRADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Situacao do operador antes da senha: bloqueado e inativo  *
      * sao recusados sem conferir (e sem contar tentativa).      *
      *-----------------------------------------------------------*
       010-VERIFICA-OPERADOR.
           IF OP-CREDENCIAL IS NOT NUMERIC
               MOVE ZEROES TO OP-CREDENCIAL
           END-IF
           IF OP-DATA-TROCA-SENHA IS NOT NUMERIC
               MOVE ZEROES TO OP-DATA-TROCA-SENHA
           END-IF
           IF OP-TENTATIVAS-FALHAS IS NOT NUMERIC
               MOVE ZEROES TO OP-TENTATIVAS-FALHAS
           END-IF
           EVALUATE TRUE
               WHEN OP-OPERADOR-BLOQUEADO
                   SET SS-OPERADOR-BLOQUEADO TO TRUE
                   MOVE 2 TO WS-MOTIVO-FALHA
                   STRING "OPERADOR " SS-OPERADOR-ID
                       " BLOQUEADO - SENHA NOVA SO PELO OPEMAINT"
                       DELIMITED BY SIZE INTO SS-MENSAGEM
               WHEN NOT OP-OPERADOR-ATIVO
                   SET SS-OPERADOR-INATIVO TO TRUE
                   MOVE 5 TO WS-MOTIVO-FALHA
                   STRING "OPERADOR INATIVO NO OPERMAST: "
                       SS-OPERADOR-ID DELIMITED BY SIZE
                       INTO SS-MENSAGEM
               WHEN OP-CREDENCIAL = ZEROES
                   SET SS-SEM-SENHA-CADASTRADA TO TRUE
                   MOVE 6 TO WS-MOTIVO-FALHA
                   STRING "OPERADOR " SS-OPERADOR-ID
                       " SEM SENHA CADASTRADA - USE O OPEMAINT"
                       DELIMITED BY SIZE INTO SS-MENSAGEM
               WHEN OTHER
                   PERFORM 011-CONFERE-SENHA
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Senha do cartao contra a credencial. Se o cartao traz a   *
      * senha nova e ela ja e a credencial, a troca foi feita por *
      * um passo anterior da mesma cadeia com o mesmo cartao.     *
      *-----------------------------------------------------------*
       011-CONFERE-SENHA.
           MOVE SS-SENHA TO WS-SENHA-CALCULO
           PERFORM 030-CALCULA-CREDENCIAL
           IF WS-CREDENCIAL-CALC NOT = OP-CREDENCIAL
              AND SS-SENHA-NOVA NOT = SPACES
               MOVE SS-SENHA-NOVA TO WS-SENHA-CALCULO
               PERFORM 030-CALCULA-CREDENCIAL
               IF WS-CREDENCIAL-CALC = OP-CREDENCIAL
                   SET TROCA-JA-APLICADA TO TRUE
               END-IF
           END-IF
           IF WS-CREDENCIAL-CALC = OP-CREDENCIAL
               PERFORM 012-SENHA-CONFERE
           ELSE
               PERFORM 013-SENHA-RECUSADA
           END-IF.

       012-SENHA-CONFERE.
           IF OP-TENTATIVAS-FALHAS NOT = ZEROES
               MOVE ZEROES TO OP-TENTATIVAS-FALHAS
               SET CADASTRO-ALTERADO TO TRUE
           END-IF
           IF NOT TROCA-JA-APLICADA
               IF OP-DATA-TROCA-SENHA = ZEROES
                   SET SENHA-VENCIDA TO TRUE
               ELSE
                   COMPUTE WS-DIAS-DESDE-TROCA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL-NUM)
                     - FUNCTION INTEGER-OF-DATE(OP-DATA-TROCA-SENHA)
                   IF WS-DIAS-DESDE-TROCA > WS-VALIDADE-SENHA
                       SET SENHA-VENCIDA TO TRUE
                   END-IF
               END-IF
               IF SS-SENHA-NOVA NOT = SPACES
                   PERFORM 014-TROCA-SENHA
               ELSE
                   IF SENHA-VENCIDA
                       SET SS-SENHA-EXPIRADA TO TRUE
                       MOVE 3 TO WS-MOTIVO-FALHA
                       STRING "SENHA DE " SS-OPERADOR-ID
                           " EXPIRADA - INFORME A SENHA NOVA"
                           DELIMITED BY SIZE INTO SS-MENSAGEM
                   END-IF
               END-IF
           END-IF
           IF SS-RETORNO-OK
               MOVE OP-NIVEL-AUTORIDADE TO SS-NIVEL-AUTORIDADE
           END-IF.

       013-SENHA-RECUSADA.
           ADD 1 TO OP-TENTATIVAS-FALHAS
           SET CADASTRO-ALTERADO TO TRUE
           MOVE 1 TO WS-MOTIVO-FALHA
           IF OP-TENTATIVAS-FALHAS NOT < WS-LIMITE-TENTATIVAS
               SET OP-OPERADOR-BLOQUEADO TO TRUE
               SET SS-OPERADOR-BLOQUEADO TO TRUE
               STRING "SENHA INVALIDA - OPERADOR " SS-OPERADOR-ID
                   " BLOQUEADO" DELIMITED BY SIZE
                   INTO SS-MENSAGEM
           ELSE
               SET SS-SENHA-INVALIDA TO TRUE
               STRING "SENHA INVALIDA PARA " SS-OPERADOR-ID
                   " - TENTATIVA " OP-TENTATIVAS-FALHAS " DE "
                   WS-LIMITE-TENTATIVAS DELIMITED BY SIZE
                   INTO SS-MENSAGEM
           END-IF.

       014-TROCA-SENHA.
           EVALUATE TRUE
               WHEN SS-SENHA-NOVA = SS-SENHA
                   SET SS-SENHA-NOVA-RECUSADA TO TRUE
                   MOVE 7 TO WS-MOTIVO-FALHA
                   MOVE "SENHA NOVA IGUAL A ATUAL - TROCA RECUSADA"
                       TO SS-MENSAGEM
               WHEN FUNCTION LENGTH(FUNCTION TRIM(SS-SENHA-NOVA))
                       < WS-TAMANHO-MINIMO
                   SET SS-SENHA-NOVA-RECUSADA TO TRUE
                   MOVE 7 TO WS-MOTIVO-FALHA
                   STRING "SENHA NOVA COM MENOS DE "
                       WS-TAMANHO-MINIMO " POSICOES - TROCA RECUSADA"
                       DELIMITED BY SIZE INTO SS-MENSAGEM
               WHEN OTHER
                   MOVE SS-SENHA-NOVA TO WS-SENHA-CALCULO
                   PERFORM 030-CALCULA-CREDENCIAL
                   MOVE WS-CREDENCIAL-CALC TO OP-CREDENCIAL
                   MOVE WS-DATA-ATUAL-NUM  TO OP-DATA-TROCA-SENHA
                   SET CADASTRO-ALTERADO TO TRUE
                   DISPLAY "SENHASVC - SENHA DE " SS-OPERADOR-ID
                       " TROCADA"
           END-EVALUATE.

       015-REGRAVA-OPERMAST.
           OPEN OUTPUT OPERADOR-MASTER-FILE
           IF WS-FS-OPERMAST NOT = "00"
               SET SS-RETORNO-ERRO TO TRUE
               MOVE SPACES TO SS-MENSAGEM
               STRING "FALHA AO REGRAVAR OPERMAST NO SENHASVC - "
                   "STATUS " WS-FS-OPERMAST
                   DELIMITED BY SIZE INTO SS-MENSAGEM
           ELSE
               MOVE ZEROES TO WS-IDX-TAB
               PERFORM 017-GRAVA-OPERADOR
                   UNTIL WS-IDX-TAB = WS-TAB-QTDE
               CLOSE OPERADOR-MASTER-FILE
           END-IF.

       017-GRAVA-OPERADOR.
           ADD 1 TO WS-IDX-TAB
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO OP-OPERADOR-REC
           WRITE OP-OPERADOR-REC.

       016-GRAVA-TRILHA.
           MOVE "SENHASVC"         TO MT-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM  TO MT-DATA-ALTERACAO
           MOVE WS-HORA-ATUAL-NUM  TO MT-HORA-ALTERACAO
           MOVE SS-OPERADOR-ID     TO MT-OPERADOR-ID
           SET MT-ACAO-ALTERACAO   TO TRUE
           MOVE WS-IMAGEM-ANTES    TO MT-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS   TO MT-IMAGEM-DEPOIS
           OPEN EXTEND MANUTENCAO-FILE
           IF WS-FS-MNTAUD = "35"
               OPEN OUTPUT MANUTENCAO-FILE
           END-IF
           IF WS-FS-MNTAUD = "00"
               WRITE MT-MANUTENCAO-REC
               CLOSE MANUTENCAO-FILE
           ELSE
               DISPLAY "SENHASVC - FALHA AO GRAVAR MNTAUDIT - STATUS "
                   WS-FS-MNTAUD
           END-IF.

       020-GRAVA-FALHA.
           DISPLAY "SENHASVC - SIGN-ON RECUSADO EM " SS-PROGRAMA
               ": " SS-MENSAGEM
           MOVE "SIGNFAIL"         TO AUD-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM  TO AUD-DATA-EXEC
           MOVE WS-HORA-ATUAL-NUM  TO AUD-HORA-EXEC
           MOVE WS-MOTIVO-FALHA    TO AUD-RESULTADO
           MOVE SPACES             TO AUD-COMPANY-CODE
           MOVE SPACES             TO AUD-CURRENCY-CODE
           MOVE SS-OPERADOR-ID     TO AUD-OPERADOR-ID
           MOVE "N"                TO AUD-TIPO-LANCAMENTO
           MOVE ZEROES             TO AUD-NUMERO-LOTE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-FS-AUDITLOG = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-FS-AUDITLOG = "00"
               SET CD-ENCADEIA TO TRUE
               MOVE "AUDITLOG" TO CD-ARQUIVO
               CALL "CADEISVC" USING CD-PARAMETROS
                   AUD-CONTEUDO AUD-CADEIA
                   ON EXCEPTION
                       MOVE ZEROES TO AUD-CADEIA
               END-CALL
               WRITE AUD-LOG-REC
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY "SENHASVC - FALHA AO GRAVAR AUDITLOG - STATUS "
                   WS-FS-AUDITLOG
           END-IF.

       030-CALCULA-CREDENCIAL.
           MOVE SS-OPERADOR-ID   TO WS-CHAVE-ID
           MOVE WS-SENHA-CALCULO TO WS-CHAVE-SENHA
           MOVE 5381 TO WS-ACUMULADOR
           MOVE ZEROES TO WS-IDX-PASSO
           PERFORM 031-SOMA-CARACTER UNTIL WS-IDX-PASSO = 32
           MOVE WS-ACUMULADOR TO WS-CREDENCIAL-CALC
           IF WS-CREDENCIAL-CALC = ZEROES
               MOVE 1 TO WS-CREDENCIAL-CALC
           END-IF.

       031-SOMA-CARACTER.
           ADD 1 TO WS-IDX-PASSO
           COMPUTE WS-IDX-CAR = FUNCTION MOD(WS-IDX-PASSO - 1, 16) + 1
           COMPUTE WS-ACUMULADOR = FUNCTION MOD(WS-ACUMULADOR * 131
               + FUNCTION ORD(WS-CHAVE-CAR(WS-IDX-CAR)) * WS-IDX-PASSO,
               WS-MODULO).
