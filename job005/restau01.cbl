       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAU01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: restauracao do conjunto   *
      *              inteiro dos arquivos de estado a partir de um *
      *              snapshot do catalogo SNAPCAT (servico         *
      *              SNAPSVC). O cartao RESTPARM da o numero do    *
      *              snapshot (colunas 1-7) ou, zero, a data de    *
      *              negocio (colunas 8-15), que escolhe o ultimo  *
      *              snapshot pre-cadeia do DRIVER01 daquele dia.  *
      *              Exige sign-on do OPERCARD (senha conferida    *
      *              pelo SENHASVC) de operador ativo com nivel 3  *
      *              no OPERMAST, como a liberacao de retidos.     *
      *              Antes de gravar qualquer arquivo: o snapshot  *
      *              escolhido e verificado (ilegivel ou           *
      *              divergente do catalogo encerra sem tocar em   *
      *              nada) e um snapshot avulso de seguranca do    *
      *              estado atual e tirado, para desfazer a        *
      *              restauracao se preciso. A restauracao,        *
      *              aprovada ou nao, vai para o AUDITLOG como     *
      *              "RESTAU01" com o numero do snapshot no        *
      *              resultado (negativo = falhou) e o operador;   *
      *              o RESTRPT lista os arquivos restaurados.      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RESTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           SELECT RELAT-OUT-FILE ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 RP-SNAPSHOT-ID         PIC X(07).
           05 RP-SNAPSHOT-ID-NUM REDEFINES RP-SNAPSHOT-ID
                                     PIC 9(07).
           05 RP-DATA-NEGOCIO        PIC X(08).
           05 RP-DATA-NEGOCIO-NUM REDEFINES RP-DATA-NEGOCIO
                                     PIC 9(08).
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.
           COPY RELATSVC.
           COPY SNAPSVC.
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-FS-AUDITLOG            PIC X(02).
       01  WS-FS-RELAT               PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-OPERADOR-ID            PIC X(08) VALUE "BATCH".
       01  WS-NIVEL-AUTORIDADE       PIC 9(01) VALUE ZEROES.
       01  WS-NIVEL-MINIMO           PIC 9(01) VALUE 3.
       01  WS-EOF-OPERMAST           PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST        VALUE "S".
       01  WS-OPER-ACHOU             PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO    VALUE "S".

      *-----------------------------------------------------------*
      * Snapshot pedido, o escolhido pelo SNAPSVC e o de          *
      * seguranca tirado antes de restaurar.                      *
      *-----------------------------------------------------------*
       01  WS-PEDIDO-ID              PIC 9(07) VALUE ZEROES.
       01  WS-PEDIDO-DATA            PIC 9(08) VALUE ZEROES.
       01  WS-ALVO-ID                PIC 9(07) VALUE ZEROES.
       01  WS-ALVO-ARQUIVO           PIC X(09) VALUE SPACES.
       01  WS-ALVO-DATA-NEGOCIO      PIC 9(08) VALUE ZEROES.
       01  WS-ALVO-DATA-EXECUCAO     PIC 9(08) VALUE ZEROES.
       01  WS-ALVO-HORA-EXECUCAO     PIC 9(08) VALUE ZEROES.
       01  WS-SEGURANCA-ARQUIVO      PIC X(09) VALUE SPACES.
       01  WS-SEGURANCA-HORA         PIC 9(08) VALUE ZEROES.

       01  WS-RESULTADO-FLAG         PIC X(01) VALUE "N".
           88 RESTAURACAO-OK         VALUE "S".
       01  WS-TABELA-FLAG            PIC X(01) VALUE "N".
           88 TABELA-DO-ALVO         VALUE "S".
       01  WS-MOTIVO                 PIC X(60) VALUE SPACES.
       01  WS-IDX-ARQ                PIC 9(02) VALUE ZEROES.

       01  WS-LINHA-TITULO           PIC X(132) VALUE
           "RESTAU01 - RESTAURACAO DOS ARQUIVOS DE ESTADO A PARTIR DE SN
      -    "APSHOT".

       01  WS-LINHA-OPERADOR.
           05 FILLER                 PIC X(10) VALUE "OPERADOR: ".
           05 WS-LO-OPERADOR         PIC X(08).
           05 FILLER                 PIC X(09) VALUE "  NIVEL: ".
           05 WS-LO-NIVEL            PIC 9(01).
           05 FILLER                 PIC X(08) VALUE "  DATA: ".
           05 WS-LO-DATA             PIC 9(08).
           05 FILLER                 PIC X(88) VALUE SPACES.

       01  WS-LINHA-SNAPSHOT.
           05 WS-LS-ROTULO           PIC X(22).
           05 WS-LS-ARQUIVO          PIC X(09).
           05 FILLER                 PIC X(15) VALUE
              "  DATA NEGOCIO ".
           05 WS-LS-DATA-NEGOCIO     PIC 9(08).
           05 FILLER                 PIC X(11) VALUE "  EXECUCAO ".
           05 WS-LS-DATA-EXECUCAO    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LS-HORA-EXECUCAO    PIC 9(08).
           05 FILLER                 PIC X(50) VALUE SPACES.

       01  WS-LINHA-COLUNAS          PIC X(132) VALUE
           "SQ ARQUIVO    PRESENTE   REGISTROS  HASH DO CONTEUDO     SIT
      -    "UACAO".

       01  WS-LINHA-ARQUIVO.
           05 WS-LA-SEQ              PIC 99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-LA-NOME             PIC X(10).
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 WS-LA-PRESENTE         PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LA-REGISTROS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LA-HASH             PIC 9(18).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LA-SITUACAO         PIC X(10).
           05 FILLER                 PIC X(66) VALUE SPACES.

       01  WS-LINHA-RESULTADO.
           05 FILLER                 PIC X(11) VALUE "RESULTADO: ".
           05 WS-LR-RESULTADO        PIC X(60).
           05 FILLER                 PIC X(61) VALUE SPACES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "RESTAU01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-CAPTURA-OPERADOR
           IF WS-NIVEL-AUTORIDADE < WS-NIVEL-MINIMO
               MOVE "OPERADOR SEM NIVEL 3 PARA RESTAURAR SNAPSHOT"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 005-LE-PARAMETRO
           PERFORM 010-VERIFICA-ALVO
           IF RESTAURACAO-OK
               PERFORM 011-SNAPSHOT-SEGURANCA
           END-IF
           IF RESTAURACAO-OK
               PERFORM 012-RESTAURA-ALVO
           END-IF
           PERFORM 014-GRAVA-AUDITORIA
           PERFORM 015-EMITE-RELATORIO
           IF NOT RESTAURACAO-OK
               MOVE WS-MOTIVO TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           DISPLAY "RESTAU01 - ARQUIVOS DE ESTADO RESTAURADOS DO "
               "SNAPSHOT " WS-ALVO-ARQUIVO " - SEGURANCA EM "
               WS-SEGURANCA-ARQUIVO
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
                   MOVE "OPERCARD AUSENTE - RESTAURACAO EXIGE SIGN-ON"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-OPERADOR TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERCARD" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           PERFORM 003-VALIDA-OPERADOR
           DISPLAY "OPERADOR DA RESTAURACAO: " WS-OPERADOR-ID
               " NIVEL: " WS-NIVEL-AUTORIDADE.

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
                   MOVE "OPERMAST AUSENTE - RESTAURACAO IMPOSSIVEL"
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
                       IF NOT OP-OPERADOR-ATIVO
                           MOVE SPACES TO WS-MSG-ERRO
                           STRING "OPERADOR INATIVO NO OPERMAST: "
                               WS-OPERADOR-ID DELIMITED BY SIZE
                               INTO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       MOVE OP-NIVEL-AUTORIDADE
                           TO WS-NIVEL-AUTORIDADE
                   END-IF
           END-READ.

       005-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   READ PARM-FILE
                       AT END
                           MOVE "RESTPARM VAZIO - SEM SNAPSHOT OU DATA"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
                   MOVE "RESTPARM AUSENTE - INFORME SNAPSHOT OU DATA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR RESTPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF RP-SNAPSHOT-ID NOT = SPACES
               IF RP-SNAPSHOT-ID-NUM IS NUMERIC
                   MOVE RP-SNAPSHOT-ID-NUM TO WS-PEDIDO-ID
               ELSE
                   MOVE "RESTPARM COM NUMERO DE SNAPSHOT INVALIDO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF
           IF RP-DATA-NEGOCIO NOT = SPACES
               IF RP-DATA-NEGOCIO-NUM IS NUMERIC
                   MOVE RP-DATA-NEGOCIO-NUM TO WS-PEDIDO-DATA
               ELSE
                   MOVE "RESTPARM COM DATA DE NEGOCIO INVALIDA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF
           IF WS-PEDIDO-ID = ZEROES AND WS-PEDIDO-DATA = ZEROES
               MOVE "RESTPARM SEM SNAPSHOT E SEM DATA DE NEGOCIO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

      *-----------------------------------------------------------*
      * O snapshot escolhido e verificado antes de qualquer outra *
      * coisa: ilegivel ou divergente, nada e tocado.             *
      *-----------------------------------------------------------*
       010-VERIFICA-ALVO.
           INITIALIZE SN-PARAMETROS
           SET SN-VERIFICA TO TRUE
           MOVE WS-NOME-PROGRAMA TO SN-ORIGEM
           MOVE WS-OPERADOR-ID   TO SN-OPERADOR-ID
           MOVE WS-PEDIDO-ID     TO SN-SNAPSHOT-ID
           MOVE WS-PEDIDO-DATA   TO SN-DATA-NEGOCIO
           PERFORM 013-CHAMA-SNAPSVC
           SET TABELA-DO-ALVO TO TRUE
           MOVE SN-SNAPSHOT-ID   TO WS-ALVO-ID
           MOVE SN-ARQUIVO-SNAP  TO WS-ALVO-ARQUIVO
           MOVE SN-DATA-NEGOCIO  TO WS-ALVO-DATA-NEGOCIO
           MOVE SN-DATA-EXECUCAO TO WS-ALVO-DATA-EXECUCAO
           MOVE SN-HORA-EXECUCAO TO WS-ALVO-HORA-EXECUCAO
           IF SN-RETORNO-OK
               SET RESTAURACAO-OK TO TRUE
           ELSE
               MOVE SN-MENSAGEM TO WS-MOTIVO
           END-IF.

      *-----------------------------------------------------------*
      * Snapshot avulso do estado atual, para desfazer a          *
      * restauracao (RESTPARM com o numero dele).                 *
      *-----------------------------------------------------------*
       011-SNAPSHOT-SEGURANCA.
           INITIALIZE SN-PARAMETROS
           SET SN-SNAPSHOT-AVULSO TO TRUE
           MOVE WS-NOME-PROGRAMA  TO SN-ORIGEM
           MOVE WS-OPERADOR-ID    TO SN-OPERADOR-ID
           MOVE WS-DATA-ATUAL-NUM TO SN-DATA-NEGOCIO
           PERFORM 013-CHAMA-SNAPSVC
           MOVE "N" TO WS-TABELA-FLAG
           IF SN-RETORNO-OK
               MOVE SN-ARQUIVO-SNAP  TO WS-SEGURANCA-ARQUIVO
               MOVE SN-HORA-EXECUCAO TO WS-SEGURANCA-HORA
               DISPLAY "RESTAU01 - SNAPSHOT DE SEGURANCA "
                   SN-ARQUIVO-SNAP " - " SN-QTDE-REGISTROS
                   " REGISTRO(S)"
           ELSE
               MOVE "N" TO WS-RESULTADO-FLAG
               MOVE SPACES TO WS-MOTIVO
               STRING "SEM SNAPSHOT DE SEGURANCA - " DELIMITED BY SIZE
                   SN-MENSAGEM DELIMITED BY SIZE
                   INTO WS-MOTIVO
           END-IF.

       012-RESTAURA-ALVO.
           INITIALIZE SN-PARAMETROS
           SET SN-RESTAURA TO TRUE
           MOVE WS-NOME-PROGRAMA TO SN-ORIGEM
           MOVE WS-OPERADOR-ID   TO SN-OPERADOR-ID
           MOVE WS-ALVO-ID       TO SN-SNAPSHOT-ID
           PERFORM 013-CHAMA-SNAPSVC
           SET TABELA-DO-ALVO TO TRUE
           IF NOT SN-RETORNO-OK
               MOVE "N" TO WS-RESULTADO-FLAG
               MOVE SN-MENSAGEM TO WS-MOTIVO
           END-IF.

       013-CHAMA-SNAPSVC.
           CALL "SNAPSVC" USING SN-PARAMETROS
               ON EXCEPTION
                   MOVE "SNAPSVC INDISPONIVEL - RESTAURACAO IMPOSSIVEL"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-CALL.

       014-GRAVA-AUDITORIA.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           MOVE "RESTAU01"        TO AUD-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM TO AUD-DATA-EXEC
           COMPUTE AUD-HORA-EXEC = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           IF RESTAURACAO-OK
               MOVE WS-ALVO-ID TO AUD-RESULTADO
           ELSE
               COMPUTE AUD-RESULTADO = WS-ALVO-ID * -1
           END-IF
           MOVE SPACES           TO AUD-COMPANY-CODE
           MOVE SPACES           TO AUD-CURRENCY-CODE
           MOVE WS-OPERADOR-ID   TO AUD-OPERADOR-ID
           MOVE "N"              TO AUD-TIPO-LANCAMENTO
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-FS-AUDITLOG = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-FS-AUDITLOG NOT = "00"
               MOVE WS-FS-AUDITLOG TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR AUDITLOG" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO AUD-NUMERO-LOTE
           SET CD-ENCADEIA TO TRUE
           MOVE "AUDITLOG" TO CD-ARQUIVO
           CALL "CADEISVC" USING CD-PARAMETROS
               AUD-CONTEUDO AUD-CADEIA
               ON EXCEPTION
                   MOVE ZEROES TO AUD-CADEIA
           END-CALL
           WRITE AUD-LOG-REC
           CLOSE AUDIT-LOG-FILE.

       015-EMITE-RELATORIO.
           OPEN OUTPUT RELAT-OUT-FILE
           IF WS-FS-RELAT NOT = "00"
               MOVE WS-FS-RELAT TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR RESTRPT" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           WRITE RELAT-LINHA FROM WS-LINHA-TITULO
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-OPERADOR-ID      TO WS-LO-OPERADOR
           MOVE WS-NIVEL-AUTORIDADE TO WS-LO-NIVEL
           MOVE WS-DATA-ATUAL-NUM   TO WS-LO-DATA
           WRITE RELAT-LINHA FROM WS-LINHA-OPERADOR
           IF WS-ALVO-ARQUIVO NOT = SPACES
               MOVE "SNAPSHOT RESTAURADO:  " TO WS-LS-ROTULO
               MOVE WS-ALVO-ARQUIVO       TO WS-LS-ARQUIVO
               MOVE WS-ALVO-DATA-NEGOCIO  TO WS-LS-DATA-NEGOCIO
               MOVE WS-ALVO-DATA-EXECUCAO TO WS-LS-DATA-EXECUCAO
               MOVE WS-ALVO-HORA-EXECUCAO TO WS-LS-HORA-EXECUCAO
               WRITE RELAT-LINHA FROM WS-LINHA-SNAPSHOT
           END-IF
           IF WS-SEGURANCA-ARQUIVO NOT = SPACES
               MOVE "SNAPSHOT DE SEGURANCA:" TO WS-LS-ROTULO
               MOVE WS-SEGURANCA-ARQUIVO  TO WS-LS-ARQUIVO
               MOVE WS-DATA-ATUAL-NUM     TO WS-LS-DATA-NEGOCIO
               MOVE WS-DATA-ATUAL-NUM     TO WS-LS-DATA-EXECUCAO
               MOVE WS-SEGURANCA-HORA     TO WS-LS-HORA-EXECUCAO
               WRITE RELAT-LINHA FROM WS-LINHA-SNAPSHOT
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF TABELA-DO-ALVO AND SN-QTDE-ARQUIVOS > ZEROES
               WRITE RELAT-LINHA FROM WS-LINHA-COLUNAS
               MOVE ZEROES TO WS-IDX-ARQ
               PERFORM 016-LISTA-ARQUIVO
                   UNTIL WS-IDX-ARQ = SN-QTDE-ARQUIVOS
               MOVE SPACES TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           IF RESTAURACAO-OK
               MOVE "ARQUIVOS DE ESTADO RESTAURADOS DO SNAPSHOT"
                   TO WS-LR-RESULTADO
           ELSE
               MOVE WS-MOTIVO TO WS-LR-RESULTADO
           END-IF
           WRITE RELAT-LINHA FROM WS-LINHA-RESULTADO
           CLOSE RELAT-OUT-FILE
           MOVE "RESTRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO.

       016-LISTA-ARQUIVO.
           ADD 1 TO WS-IDX-ARQ
           MOVE WS-IDX-ARQ                  TO WS-LA-SEQ
           MOVE SN-NOME-ARQUIVO(WS-IDX-ARQ) TO WS-LA-NOME
           MOVE SN-PRESENTE(WS-IDX-ARQ)     TO WS-LA-PRESENTE
           MOVE SN-QTDE-REG-ARQUIVO(WS-IDX-ARQ) TO WS-LA-REGISTROS
           MOVE SN-HASH-ARQUIVO(WS-IDX-ARQ) TO WS-LA-HASH
           EVALUATE TRUE
               WHEN SN-ARQUIVO-DIVERGE(WS-IDX-ARQ)
                   MOVE "DIVERGE" TO WS-LA-SITUACAO
               WHEN NOT RESTAURACAO-OK
                   MOVE "CONFERE" TO WS-LA-SITUACAO
               WHEN SN-PRESENTE(WS-IDX-ARQ) = "N"
                   MOVE "APAGADO" TO WS-LA-SITUACAO
               WHEN OTHER
                   MOVE "RESTAURADO" TO WS-LA-SITUACAO
           END-EVALUATE
           WRITE RELAT-LINHA FROM WS-LINHA-ARQUIVO.

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
