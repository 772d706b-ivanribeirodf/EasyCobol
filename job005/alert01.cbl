       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: confirmacao de alertas e  *
      *              relatorio matinal do arquivo ALERTAS gravado  *
      *              pelo servico ALRTSVC. Os numeros de alerta do *
      *              cartao ALERCONF (um por linha, ausente = so   *
      *              relatorio) sao confirmados em nome do         *
      *              operador do OPERCARD, que precisa estar ativo *
      *              no OPERMAST; o ALERTAS e regravado via        *
      *              ALERTMP com situacao "C", data/hora e         *
      *              operador da confirmacao. O ALRTRPT lista os   *
      *              alertas ainda pendentes, os confirmados nesta *
      *              execucao e os numeros do cartao sem alerta    *
      *              pendente. RETURN-CODE 4 quando sobra alerta   *
      *              sem confirmacao.                              *
      * 15/10/2026 - IR - Sign-on do OPERCARD (OPERCARD.CPY: ID,   *
      *              senha e senha nova) conferido pelo servico    *
      *              SENHASVC antes da validacao no OPERMAST;      *
      *              senha invalida, operador bloqueado ou senha   *
      *              expirada sem troca encerram o programa.       *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio ALRTRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONF-FILE ASSIGN TO "ALERCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONF.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTAS.
           SELECT ALERTA-TMP-FILE ASSIGN TO "ALERTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALRTMP.
           SELECT RELAT-OUT-FILE ASSIGN TO "ALRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONF-FILE.
       01  CONF-REC.
           05 CF-SEQUENCIA           PIC 9(09).
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  ALERTA-FILE.
           COPY ALERTA.
       FD  ALERTA-TMP-FILE.
       01  AT-TMP-REC                PIC X(151).
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(120).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY SENHASVC.

       01  WS-FS-CONF                PIC X(02).
       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-FS-ALERTAS             PIC X(02).
       01  WS-FS-ALRTMP              PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-OPERADOR-ID            PIC X(08) VALUE "BATCH".
       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-HORA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.

       01  WS-EOF                    PIC X(01) VALUE "N".
           88 FIM-DO-ARQUIVO         VALUE "S".
       01  WS-EOF-OPERMAST           PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST        VALUE "S".
       01  WS-OPERADOR-FLAG          PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO    VALUE "S".
       01  WS-OPERADOR-ATIVO-FLAG    PIC X(01) VALUE "N".
           88 OPERADOR-ATIVO         VALUE "S".

       01  WS-CONFIRMACOES.
           05 WS-CNF-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CNF-ENTRADA         OCCURS 500 TIMES.
               10 WS-CNF-SEQUENCIA   PIC 9(09).
               10 WS-CNF-APLICADA    PIC X(01).
                   88 CONFIRMACAO-APLICADA VALUE "S".
       01  WS-IDX-CNF                PIC 9(03) VALUE ZEROES.
       01  WS-CNF-ACHOU              PIC X(01) VALUE "N".
           88 CONFIRMACAO-ENCONTRADA VALUE "S".

       01  WS-QTDE-PENDENTES         PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-CONFIRMADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-SEM-ALERTA        PIC 9(05) VALUE ZEROES.

       01  WS-LINHA-DETALHE.
           05 WS-LIN-SEQUENCIA       PIC 9(09).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SEVERIDADE      PIC X(07).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-PROGRAMA        PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA-NEGOCIO    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA-EMISSAO    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-HORA-EMISSAO    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MENSAGEM        PIC X(60).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "ALERT01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE WS-HORA-ATUAL-NUM = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           PERFORM 002-LE-CONFIRMACOES
           IF WS-CNF-QTDE > ZEROES
               PERFORM 004-CAPTURA-OPERADOR
           END-IF
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "ALERTAS PENDENTES DE CONFIRMACAO EM "
               WS-DATA-ATUAL-NUM
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "SEQUENCIA SEVERID PROGRAMA NEGOCIO  "
               "EMISSAO  HORA     MENSAGEM"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 010-PROCESSA-ALERTAS
           PERFORM 030-LISTA-SEM-ALERTA
           PERFORM 040-IMPRIME-TOTAIS
           CLOSE RELAT-OUT-FILE
           MOVE "ALRTRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           IF WS-QTDE-PENDENTES > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ALERT01 - PENDENTES: " WS-QTDE-PENDENTES
               " CONFIRMADOS: " WS-QTDE-CONFIRMADOS
               " - RELATORIO EM ALRTRPT"
           GOBACK.

       002-LE-CONFIRMACOES.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONF-FILE
           EVALUATE WS-FS-CONF
               WHEN "00"
                   PERFORM 003-LE-CONFIRMACAO UNTIL FIM-DO-ARQUIVO
                   CLOSE CONF-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-CONF TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ALERCONF" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       003-LE-CONFIRMACAO.
           READ CONF-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF CF-SEQUENCIA IS NUMERIC
                      AND CF-SEQUENCIA NOT = ZEROES
                       IF WS-CNF-QTDE = 500
                           MOVE "MAIS DE 500 CONFIRMACOES NO ALERCONF"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       ADD 1 TO WS-CNF-QTDE
                       MOVE CF-SEQUENCIA
                           TO WS-CNF-SEQUENCIA(WS-CNF-QTDE)
                       MOVE "N" TO WS-CNF-APLICADA(WS-CNF-QTDE)
                   ELSE
                       DISPLAY "ALERCONF - LINHA INVALIDA IGNORADA: "
                           CONF-REC
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Confirmacao exige operador do OPERCARD ativo no OPERMAST. *
      *-----------------------------------------------------------*
       004-CAPTURA-OPERADOR.
           OPEN INPUT OPERADOR-FILE
           EVALUATE WS-FS-OPERADOR
               WHEN "00"
                   READ OPERADOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 041-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-OPERADOR TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERCARD" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           OPEN INPUT OPERADOR-MASTER-FILE
           EVALUATE WS-FS-OPERMAST
               WHEN "00"
                   PERFORM 005-LE-OPERADOR-MASTER
                       UNTIL OPERADOR-CADASTRADO OR FIM-DO-OPERMAST
                   CLOSE OPERADOR-MASTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-OPERMAST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERMAST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF NOT OPERADOR-ATIVO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "OPERADOR " WS-OPERADOR-ID
                   " INATIVO NO OPERMAST - CONFIRMACAO RECUSADA"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       041-CONFERE-SENHA.
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

       005-LE-OPERADOR-MASTER.
           READ OPERADOR-MASTER-FILE
               AT END
                   SET FIM-DO-OPERMAST TO TRUE
               NOT AT END
                   IF OP-ID = WS-OPERADOR-ID
                       SET OPERADOR-CADASTRADO TO TRUE
                       IF OP-OPERADOR-ATIVO
                           SET OPERADOR-ATIVO TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Copia o ALERTAS para o ALERTMP aplicando as confirmacoes  *
      * e devolve ao ALERTAS listando os pendentes.               *
      *-----------------------------------------------------------*
       010-PROCESSA-ALERTAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ALERTA-FILE
           EVALUATE WS-FS-ALERTAS
               WHEN "00"
                   OPEN OUTPUT ALERTA-TMP-FILE
                   PERFORM 011-CONFIRMA-ALERTA UNTIL FIM-DO-ARQUIVO
                   CLOSE ALERTA-FILE
                   CLOSE ALERTA-TMP-FILE
                   PERFORM 020-REGRAVA-ALERTAS
               WHEN "35"
                   MOVE "ALERTAS NAO ENCONTRADO - NENHUM ALERTA"
                       TO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN OTHER
                   MOVE WS-FS-ALERTAS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ALERTAS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       011-CONFIRMA-ALERTA.
           READ ALERTA-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF AT-ALERTA-PENDENTE
                       PERFORM 012-PROCURA-CONFIRMACAO
                       IF CONFIRMACAO-ENCONTRADA
                           SET AT-ALERTA-CONFIRMADO TO TRUE
                           MOVE WS-DATA-ATUAL-NUM
                               TO AT-DATA-CONFIRMACAO
                           MOVE WS-HORA-ATUAL-NUM
                               TO AT-HORA-CONFIRMACAO
                           MOVE WS-OPERADOR-ID TO AT-OPERADOR-CONFIRM
                           SET CONFIRMACAO-APLICADA(WS-IDX-CNF)
                               TO TRUE
                           ADD 1 TO WS-QTDE-CONFIRMADOS
                       END-IF
                   END-IF
                   MOVE AT-ALERTA-REC TO AT-TMP-REC
                   WRITE AT-TMP-REC
           END-READ.

       012-PROCURA-CONFIRMACAO.
           MOVE "N" TO WS-CNF-ACHOU
           MOVE ZEROES TO WS-IDX-CNF
           PERFORM 013-COMPARA-CONFIRMACAO
               UNTIL WS-IDX-CNF = WS-CNF-QTDE
                  OR CONFIRMACAO-ENCONTRADA.

       013-COMPARA-CONFIRMACAO.
           ADD 1 TO WS-IDX-CNF
           IF WS-CNF-SEQUENCIA(WS-IDX-CNF) = AT-SEQUENCIA
               SET CONFIRMACAO-ENCONTRADA TO TRUE
           END-IF.

       020-REGRAVA-ALERTAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ALERTA-TMP-FILE
           OPEN OUTPUT ALERTA-FILE
           IF WS-FS-ALERTAS NOT = "00"
               MOVE WS-FS-ALERTAS TO WS-FS-ERRO
               MOVE "FALHA AO REGRAVAR ALERTAS" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 021-COPIA-ALERTA UNTIL FIM-DO-ARQUIVO
           CLOSE ALERTA-TMP-FILE
           CLOSE ALERTA-FILE.

       021-COPIA-ALERTA.
           READ ALERTA-TMP-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE AT-TMP-REC TO AT-ALERTA-REC
                   WRITE AT-ALERTA-REC
                   IF AT-ALERTA-PENDENTE
                       PERFORM 022-IMPRIME-PENDENTE
                   END-IF
           END-READ.

       022-IMPRIME-PENDENTE.
           MOVE AT-SEQUENCIA    TO WS-LIN-SEQUENCIA
           IF AT-SEVERIDADE-CRITICA
               MOVE "CRITICO" TO WS-LIN-SEVERIDADE
           ELSE
               MOVE "ALTO"    TO WS-LIN-SEVERIDADE
           END-IF
           MOVE AT-PROGRAMA     TO WS-LIN-PROGRAMA
           MOVE AT-DATA-NEGOCIO TO WS-LIN-DATA-NEGOCIO
           MOVE AT-DATA-EMISSAO TO WS-LIN-DATA-EMISSAO
           MOVE AT-HORA-EMISSAO TO WS-LIN-HORA-EMISSAO
           MOVE AT-MENSAGEM     TO WS-LIN-MENSAGEM
           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA
           ADD 1 TO WS-QTDE-PENDENTES.

       030-LISTA-SEM-ALERTA.
           MOVE ZEROES TO WS-IDX-CNF
           PERFORM 031-CONFERE-APLICADA UNTIL WS-IDX-CNF = WS-CNF-QTDE.

       031-CONFERE-APLICADA.
           ADD 1 TO WS-IDX-CNF
           IF NOT CONFIRMACAO-APLICADA(WS-IDX-CNF)
               MOVE SPACES TO RELAT-LINHA
               STRING "ALERCONF " WS-CNF-SEQUENCIA(WS-IDX-CNF)
                   " - SEM ALERTA PENDENTE COM ESTE NUMERO"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
               ADD 1 TO WS-QTDE-SEM-ALERTA
           END-IF.

       040-IMPRIME-TOTAIS.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "PENDENTES: " WS-QTDE-PENDENTES
               "  CONFIRMADOS NESTA EXECUCAO: " WS-QTDE-CONFIRMADOS
               "  POR " WS-OPERADOR-ID
               "  NUMEROS SEM ALERTA: " WS-QTDE-SEM-ALERTA
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

       9997-ARQUIVA-RELATORIO.
           MOVE WS-NOME-PROGRAMA TO RS-PROGRAMA
           MOVE WS-OPERADOR-ID TO RS-OPERADOR-ID
           CALL "RELSVC" USING RS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "RELSVC INDISPONIVEL - RELATORIO "
                       RS-RELATORIO " NAO ARQUIVADO"
           END-CALL.

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
