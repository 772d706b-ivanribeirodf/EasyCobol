       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCUMAINT.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: manutencao do cadastro    *
      *              de centros de custo CCUSTO por cartoes        *
      *              CCUPARM, no molde do PLAMAINT. Acoes: "A"     *
      *              inclui (codigo nao pode existir), "C" altera  *
      *              descricao e responsavel e "D" desativa        *
      *              (nunca ha remocao fisica - lancamentos        *
      *              antigos continuam apontando para o centro).   *
      *              Operador do OPERCARD validado no OPERMAST e   *
      *              cada alteracao aplicada acrescenta a trilha   *
      *              MNTAUDIT com as imagens ANTES e DEPOIS.       *
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
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CCUPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT MESTRE-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT MANUTENCAO-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MNTAUD.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-ACAO                PIC X(01).
               88 PA-ACAO-INCLUIR        VALUE "A".
               88 PA-ACAO-ALTERAR        VALUE "C".
               88 PA-ACAO-DESATIVAR      VALUE "D".
           05 PA-CODIGO              PIC X(06).
           05 PA-DESCRICAO           PIC X(30).
           05 PA-RESPONSAVEL         PIC X(20).
       FD  MESTRE-FILE.
           COPY CCUSTO.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  MANUTENCAO-FILE.
           COPY MNTAUD.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-MESTRE              PIC X(02).
       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-FS-MNTAUD              PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-OPERADOR-ID            PIC X(08) VALUE "BATCH".
       01  WS-EOF-OPERMAST           PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST        VALUE "S".
       01  WS-OPER-ACHOU             PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO    VALUE "S".

       01  WS-EOF-PARM               PIC X(01) VALUE "N".
           88 FIM-DE-CARTOES         VALUE "S".
       01  WS-EOF-MESTRE             PIC X(01) VALUE "N".
           88 FIM-DO-MESTRE          VALUE "S".

       01  WS-TABELA-MESTRE.
           05 WS-TAB-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-TAB-ENTRADA         OCCURS 200 TIMES.
               10 WS-TAB-IMAGEM      PIC X(57).
       01  WS-IDX-TAB                PIC 9(03) VALUE ZEROES.
       01  WS-TAB-ACHOU              PIC X(01) VALUE "N".
           88 REGISTRO-CADASTRADO    VALUE "S".

       01  WS-IMAGEM-ANTES           PIC X(60) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS          PIC X(60) VALUE SPACES.

       01  WS-QTDE-CARTOES           PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-INCLUIDOS         PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-ALTERADOS         PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-DESATIVADOS       PIC 9(03) VALUE ZEROES.
       01  WS-ARQUIVO-MUDOU          PIC X(01) VALUE "N".
           88 MESTRE-ALTERADO        VALUE "S".

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "CCUMAINT".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-CAPTURA-OPERADOR
           PERFORM 005-CARREGA-MESTRE
           PERFORM 007-PROCESSA-CARTOES
           IF MESTRE-ALTERADO
               PERFORM 015-REGRAVA-MESTRE
           END-IF
           DISPLAY "CCUMAINT - CARTOES: " WS-QTDE-CARTOES
               " INCLUIDOS: " WS-QTDE-INCLUIDOS
               " ALTERADOS: " WS-QTDE-ALTERADOS
               " DESATIVADOS: " WS-QTDE-DESATIVADOS
           GOBACK.

       002-CAPTURA-OPERADOR.
           OPEN INPUT OPERADOR-FILE
           EVALUATE WS-FS-OPERADOR
               WHEN "00"
                   READ OPERADOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 019-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
                   MOVE "OPERCARD AUSENTE - MANUTENCAO EXIGE SIGN-ON"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-OPERADOR TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERCARD" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
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
               WHEN "00"
                   PERFORM 004-LE-OPERADOR-MASTER
                       UNTIL OPERADOR-CADASTRADO OR FIM-DO-OPERMAST
                   CLOSE OPERADOR-MASTER-FILE
                   IF NOT OPERADOR-CADASTRADO
                       MOVE SPACES TO WS-MSG-ERRO
                       STRING "OPERADOR NAO CADASTRADO NO OPERMAST: "
                           WS-OPERADOR-ID DELIMITED BY SIZE
                           INTO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               WHEN "35"
                   MOVE "OPERMAST AUSENTE - MANUTENCAO IMPOSSIVEL"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-OPERMAST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERMAST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       004-LE-OPERADOR-MASTER.
           READ OPERADOR-MASTER-FILE
               AT END
                   SET FIM-DO-OPERMAST TO TRUE
               NOT AT END
                   IF OP-ID = WS-OPERADOR-ID
                       SET OPERADOR-CADASTRADO TO TRUE
                       IF OP-SITUACAO NOT = "A"
                           MOVE SPACES TO WS-MSG-ERRO
                           STRING "OPERADOR INATIVO NO OPERMAST: "
                               WS-OPERADOR-ID DELIMITED BY SIZE
                               INTO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                   END-IF
           END-READ.

       005-CARREGA-MESTRE.
           OPEN INPUT MESTRE-FILE
           EVALUATE WS-FS-MESTRE
               WHEN "00"
                   PERFORM 006-LE-MESTRE UNTIL FIM-DO-MESTRE
                   CLOSE MESTRE-FILE
               WHEN "35"
                   DISPLAY "CCUSTO AINDA NAO EXISTE - SERA CRIADO"
               WHEN OTHER
                   MOVE WS-FS-MESTRE TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CCUSTO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       006-LE-MESTRE.
           READ MESTRE-FILE
               AT END
                   SET FIM-DO-MESTRE TO TRUE
               NOT AT END
                   IF WS-TAB-QTDE = 200
                       MOVE "CCUSTO EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-TAB-QTDE
                   MOVE CC-CENTRO-REC TO WS-TAB-IMAGEM(WS-TAB-QTDE)
           END-READ.

       007-PROCESSA-CARTOES.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO CCUPARM AUSENTE - NADA A MANTER"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 008-LE-CARTAO UNTIL FIM-DE-CARTOES
           CLOSE PARM-FILE
           IF WS-QTDE-CARTOES = ZEROES
               MOVE "CARTAO CCUPARM VAZIO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       008-LE-CARTAO.
           READ PARM-FILE
               AT END
                   SET FIM-DE-CARTOES TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-CARTOES
                   PERFORM 009-APLICA-CARTAO
           END-READ.

       009-APLICA-CARTAO.
           IF NOT PA-ACAO-INCLUIR AND NOT PA-ACAO-ALTERAR
              AND NOT PA-ACAO-DESATIVAR
               MOVE "ACAO DO CARTAO INVALIDA - USE A, C OU D"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 010-VALIDA-CARTAO
           PERFORM 011-PROCURA-REGISTRO
           EVALUATE TRUE
               WHEN PA-ACAO-INCLUIR
                   IF REGISTRO-CADASTRADO
                       MOVE "INCLUSAO DE CHAVE JA CADASTRADA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   PERFORM 012-INCLUI-REGISTRO
               WHEN PA-ACAO-ALTERAR
                   IF NOT REGISTRO-CADASTRADO
                       MOVE "ALTERACAO DE CHAVE NAO CADASTRADA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   PERFORM 013-ALTERA-REGISTRO
               WHEN PA-ACAO-DESATIVAR
                   IF NOT REGISTRO-CADASTRADO
                       MOVE "DESATIVACAO DE CHAVE NAO CADASTRADA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   PERFORM 014-DESATIVA-REGISTRO
           END-EVALUATE
           SET MESTRE-ALTERADO TO TRUE.

       010-VALIDA-CARTAO.
           IF PA-CODIGO = SPACES
               MOVE "CODIGO DO CENTRO DE CUSTO EM BRANCO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF NOT PA-ACAO-DESATIVAR
               IF PA-DESCRICAO = SPACES
                   MOVE "DESCRICAO DO CENTRO DE CUSTO EM BRANCO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               IF PA-RESPONSAVEL = SPACES
                   MOVE "RESPONSAVEL DO CENTRO DE CUSTO EM BRANCO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF.

       011-PROCURA-REGISTRO.
           MOVE ZEROES TO WS-IDX-TAB
           MOVE "N" TO WS-TAB-ACHOU
           PERFORM 016-TESTA-REGISTRO
               UNTIL REGISTRO-CADASTRADO OR WS-IDX-TAB = WS-TAB-QTDE.

       016-TESTA-REGISTRO.
           ADD 1 TO WS-IDX-TAB
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO CC-CENTRO-REC
           IF CC-CODIGO = PA-CODIGO
               SET REGISTRO-CADASTRADO TO TRUE
           END-IF.

       012-INCLUI-REGISTRO.
           IF WS-TAB-QTDE = 200
               MOVE "CCUSTO EXCEDE A TABELA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE PA-CODIGO       TO CC-CODIGO
           MOVE PA-DESCRICAO    TO CC-DESCRICAO
           MOVE PA-RESPONSAVEL  TO CC-RESPONSAVEL
           MOVE "A"             TO CC-SITUACAO
           ADD 1 TO WS-TAB-QTDE
           MOVE WS-TAB-QTDE TO WS-IDX-TAB
           MOVE CC-CENTRO-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE CC-CENTRO-REC TO WS-IMAGEM-DEPOIS
           ADD 1 TO WS-QTDE-INCLUIDOS
           PERFORM 017-GRAVA-TRILHA
           DISPLAY "INCLUIDO: " PA-CODIGO.

       013-ALTERA-REGISTRO.
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO CC-CENTRO-REC
           MOVE CC-CENTRO-REC TO WS-IMAGEM-ANTES
           MOVE PA-CODIGO       TO CC-CODIGO
           MOVE PA-DESCRICAO    TO CC-DESCRICAO
           MOVE PA-RESPONSAVEL  TO CC-RESPONSAVEL
           MOVE "A"             TO CC-SITUACAO
           MOVE CC-CENTRO-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE CC-CENTRO-REC TO WS-IMAGEM-DEPOIS
           ADD 1 TO WS-QTDE-ALTERADOS
           PERFORM 017-GRAVA-TRILHA
           DISPLAY "ALTERADO: " PA-CODIGO.

       014-DESATIVA-REGISTRO.
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO CC-CENTRO-REC
           MOVE CC-CENTRO-REC TO WS-IMAGEM-ANTES
           MOVE "I" TO CC-SITUACAO
           MOVE CC-CENTRO-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE CC-CENTRO-REC TO WS-IMAGEM-DEPOIS
           ADD 1 TO WS-QTDE-DESATIVADOS
           PERFORM 017-GRAVA-TRILHA
           DISPLAY "DESATIVADO: " PA-CODIGO.

       017-GRAVA-TRILHA.
           MOVE WS-NOME-PROGRAMA  TO MT-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM TO MT-DATA-ALTERACAO
           COMPUTE MT-HORA-ALTERACAO = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-OPERADOR-ID    TO MT-OPERADOR-ID
           MOVE PA-ACAO           TO MT-ACAO
           MOVE WS-IMAGEM-ANTES   TO MT-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO MT-IMAGEM-DEPOIS
           OPEN EXTEND MANUTENCAO-FILE
           IF WS-FS-MNTAUD = "35"
               OPEN OUTPUT MANUTENCAO-FILE
           END-IF
           IF WS-FS-MNTAUD NOT = "00"
               MOVE WS-FS-MNTAUD TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR MNTAUDIT" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           WRITE MT-MANUTENCAO-REC
           CLOSE MANUTENCAO-FILE.

       015-REGRAVA-MESTRE.
           OPEN OUTPUT MESTRE-FILE
           MOVE ZEROES TO WS-IDX-TAB
           PERFORM 018-GRAVA-REGISTRO
               UNTIL WS-IDX-TAB = WS-TAB-QTDE
           CLOSE MESTRE-FILE.

       018-GRAVA-REGISTRO.
           ADD 1 TO WS-IDX-TAB
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO CC-CENTRO-REC
           WRITE CC-CENTRO-REC.

       9999-TRATA-ERRO.
           DISPLAY "*** ERRO FATAL EM " WS-NOME-PROGRAMA " - "
               WS-MSG-ERRO
           PERFORM 9998-GRAVA-EVENTO-ERRO
           MOVE 12 TO RETURN-CODE
           GOBACK.

       9998-GRAVA-EVENTO-ERRO.
           MOVE WS-NOME-PROGRAMA TO EV-PROGRAMA
           ACCEPT DH-DATA-ATUAL  FROM DATE YYYYMMDD
           ACCEPT DH-TEMPO-ATUAL FROM TIME
           COMPUTE EV-DATA-EVENTO = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE EV-HORA-EVENTO = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-MSG-ERRO TO EV-MSG-ERRO
           MOVE WS-FS-ERRO  TO EV-FILE-STATUS
           MOVE WS-OPERADOR-ID TO EV-OPERADOR-ID
           OPEN EXTEND ERRO-EVENTO-FILE
           IF WS-FS-ERRLOG = "35"
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
