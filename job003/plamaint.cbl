      *              acrescenta a trilha MNTAUDIT (MNTAUD.CPY) a   *
      *              imagem ANTES e DEPOIS, com operador e         *
      *              data/hora.                                    *
      * 15/10/2026 - IR - Tipo da conta (analitica/sintetica) e    *
      *              conta superior, com validacao da hierarquia   *
      *              (ate 9 niveis, sem ciclo).                    *
      * 15/10/2026 - IR - Marca de conta de controle gerida por    *
      *              partidas em aberto (coluna 51 do cartao, S/N; *
      *              sintetica nao pode).                          *
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
           05 PA-DESCRICAO           PIC X(30).
           05 PA-NATUREZA            PIC X(01).
           05 PA-CLASSE              PIC X(01).
           05 PA-TIPO-CONTA          PIC X(01).
           05 PA-CONTA-SUPERIOR      PIC X(08).
           05 PA-CONTA-SUPERIOR-NUM  REDEFINES PA-CONTA-SUPERIOR
                                     PIC 9(08).
           05 PA-CONTROLE-PARTIDAS   PIC X(01).
       FD  MESTRE-FILE.
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
       01  WS-TABELA-MESTRE.
           05 WS-TAB-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-TAB-ENTRADA         OCCURS 100 TIMES.
               10 WS-TAB-IMAGEM      PIC X(51).
       01  WS-IDX-TAB                PIC 9(03) VALUE ZEROES.
       01  WS-TAB-ACHOU              PIC X(01) VALUE "N".
           88 REGISTRO-CADASTRADO    VALUE "S".

       01  WS-TIPO-CONTA             PIC X(01) VALUE "A".
       01  WS-CONTA-SUPERIOR         PIC 9(08) VALUE ZEROES.
       01  WS-CONTROLE-PARTIDAS      PIC X(01) VALUE "N".
       01  WS-CONTA-PROCURADA        PIC 9(08) VALUE ZEROES.
       01  WS-IDX-SUP                PIC 9(03) VALUE ZEROES.
       01  WS-SUP-ACHOU              PIC X(01) VALUE "N".
           88 SUPERIOR-CADASTRADA    VALUE "S".
       01  WS-NIVEL-HIERARQUIA       PIC 9(02) VALUE ZEROES.
       01  WS-QTDE-FILHAS            PIC 9(03) VALUE ZEROES.

       01  WS-IMAGEM-ANTES           PIC X(60) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS          PIC X(60) VALUE SPACES.

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
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 010-VALIDA-CARTAO
           IF NOT PA-ACAO-DESATIVAR
               PERFORM 019-VALIDA-HIERARQUIA
           END-IF
           PERFORM 011-PROCURA-REGISTRO
           EVALUATE TRUE
               WHEN PA-ACAO-INCLUIR
                   MOVE "CLASSE INVALIDA - USE P OU R" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               IF PA-TIPO-CONTA = SPACES
                   MOVE "A" TO WS-TIPO-CONTA
               ELSE
                   MOVE PA-TIPO-CONTA TO WS-TIPO-CONTA
               END-IF
               IF WS-TIPO-CONTA NOT = "A" AND WS-TIPO-CONTA NOT = "S"
                   MOVE "TIPO DE CONTA INVALIDO - USE A OU S"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               IF PA-CONTA-SUPERIOR = SPACES
                   MOVE ZEROES TO WS-CONTA-SUPERIOR
               ELSE
                   IF PA-CONTA-SUPERIOR-NUM IS NOT NUMERIC
                       MOVE "CONTA SUPERIOR NAO NUMERICA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE PA-CONTA-SUPERIOR-NUM TO WS-CONTA-SUPERIOR
               END-IF
               IF WS-CONTA-SUPERIOR = PA-NUMERO-CONTA
                   MOVE "CONTA NAO PODE SER SUPERIOR DE SI MESMA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               IF PA-CONTROLE-PARTIDAS = SPACES
                   MOVE "N" TO WS-CONTROLE-PARTIDAS
               ELSE
                   MOVE PA-CONTROLE-PARTIDAS TO WS-CONTROLE-PARTIDAS
               END-IF
               IF WS-CONTROLE-PARTIDAS NOT = "S"
                  AND WS-CONTROLE-PARTIDAS NOT = "N"
                   MOVE "CONTROLE DE PARTIDAS INVALIDO - USE S OU N"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               IF WS-CONTROLE-PARTIDAS = "S"
                  AND WS-TIPO-CONTA = "S"
                   MOVE "CONTA SINTETICA NAO TEM PARTIDAS EM ABERTO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF.

       019-VALIDA-HIERARQUIA.
           IF WS-TIPO-CONTA = "A"
               MOVE ZEROES TO WS-QTDE-FILHAS
               MOVE ZEROES TO WS-IDX-SUP
               PERFORM 022-CONTA-FILHAS
                   UNTIL WS-IDX-SUP = WS-TAB-QTDE
               IF WS-QTDE-FILHAS > ZEROES
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "CONTA COM " WS-QTDE-FILHAS
                       " SUBORDINADA(S) TEM DE SER SINTETICA (S)"
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF
           MOVE WS-CONTA-SUPERIOR TO WS-CONTA-PROCURADA
           MOVE 1 TO WS-NIVEL-HIERARQUIA
           PERFORM 020-SOBE-UM-NIVEL
               UNTIL WS-CONTA-PROCURADA = ZEROES.

       020-SOBE-UM-NIVEL.
           ADD 1 TO WS-NIVEL-HIERARQUIA
           IF WS-NIVEL-HIERARQUIA > 9
               MOVE "HIERARQUIA DO PLANO EXCEDE 9 NIVEIS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-CONTA-PROCURADA = PA-NUMERO-CONTA
               MOVE "CONTA SUPERIOR FECHA UM CICLO NA HIERARQUIA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-SUP
           MOVE "N" TO WS-SUP-ACHOU
           PERFORM 021-TESTA-SUPERIOR
               UNTIL SUPERIOR-CADASTRADA OR WS-IDX-SUP = WS-TAB-QTDE
           IF NOT SUPERIOR-CADASTRADA
               MOVE SPACES TO WS-MSG-ERRO
               STRING "CONTA SUPERIOR NAO CADASTRADA: "
                   WS-CONTA-PROCURADA DELIMITED BY SIZE
                   INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF NOT PC-CONTA-SINTETICA
               MOVE SPACES TO WS-MSG-ERRO
               STRING "CONTA SUPERIOR NAO E SINTETICA: "
                   WS-CONTA-PROCURADA DELIMITED BY SIZE
                   INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF PC-CONTA-SUPERIOR IS NUMERIC
               MOVE PC-CONTA-SUPERIOR TO WS-CONTA-PROCURADA
           ELSE
               MOVE ZEROES TO WS-CONTA-PROCURADA
           END-IF.

       021-TESTA-SUPERIOR.
           ADD 1 TO WS-IDX-SUP
           MOVE WS-TAB-IMAGEM(WS-IDX-SUP) TO PC-CONTA-REC
           IF PC-NUMERO-CONTA = WS-CONTA-PROCURADA
               SET SUPERIOR-CADASTRADA TO TRUE
           END-IF.

       022-CONTA-FILHAS.
           ADD 1 TO WS-IDX-SUP
           MOVE WS-TAB-IMAGEM(WS-IDX-SUP) TO PC-CONTA-REC
           IF PC-CONTA-SUPERIOR IS NUMERIC
              AND PC-CONTA-SUPERIOR = PA-NUMERO-CONTA
              AND PC-CONTA-ATIVA
               ADD 1 TO WS-QTDE-FILHAS
           END-IF.

       011-PROCURA-REGISTRO.
           MOVE PA-DESCRICAO    TO PC-DESCRICAO
           MOVE PA-NATUREZA     TO PC-NATUREZA
           MOVE PA-CLASSE       TO PC-CLASSE
           MOVE WS-TIPO-CONTA   TO PC-TIPO-CONTA
           MOVE WS-CONTA-SUPERIOR TO PC-CONTA-SUPERIOR
           MOVE WS-CONTROLE-PARTIDAS TO PC-CONTROLE-PARTIDAS
           MOVE "A"             TO PC-SITUACAO
           ADD 1 TO WS-TAB-QTDE
           MOVE WS-TAB-QTDE TO WS-IDX-TAB
           MOVE PA-DESCRICAO    TO PC-DESCRICAO
           MOVE PA-NATUREZA     TO PC-NATUREZA
           MOVE PA-CLASSE       TO PC-CLASSE
           MOVE WS-TIPO-CONTA   TO PC-TIPO-CONTA
           MOVE WS-CONTA-SUPERIOR TO PC-CONTA-SUPERIOR
           MOVE WS-CONTROLE-PARTIDAS TO PC-CONTROLE-PARTIDAS
           MOVE "A"             TO PC-SITUACAO
           MOVE PC-CONTA-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE PC-CONTA-REC TO WS-IMAGEM-DEPOIS
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
